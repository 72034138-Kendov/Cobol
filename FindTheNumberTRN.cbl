      ******************************************************************
      * Author: CAYO CESAR
      * Date: OCT 2026
      * Purpose: run knockout tournaments on duel mode. A tournament
      *          is one header and its bracket on GUESS-TRNM plus one
      *          entrant record per operator on GUESS-TRNE, and is
      *          worked through one FUNCTION= per run:
      *          OPEN - create the tournament (TOURN=) at one range
      *          and cap for every match (RANGE=, MAXATT=) and enter
      *          every active operator on OPERMAST, or only those on
      *          one shift (SHIFT=).
      *          ENTER / WITHDRAW - add or take out one operator
      *          (OPER=) while entries are still open.
      *          SEED - close entries, rank the entrants on OR-RATING
      *          (1000 for an operator not yet rated, ties on operator
      *          ID), round the field up to a power of two with byes
      *          for the top seeds, and schedule round 1 so the top
      *          two seeds can only meet in the final.
      *          ADVANCE - read the duel results (D / L / E) on
      *          GUESS-LOG whose GUESS-SESS record carries this
      *          tournament's tag for the current round: the first
      *          decided duel for a match decides it, a drawn duel
      *          leaves the match to be replayed. A voided ruling on
      *          GUESS-DISP means the duel never happened. Once every
      *          match in the round is decided the next round is
      *          scheduled from the winners, or after the final the
      *          champion is crowned.
      *          PRINT - the bracket round by round and the standings.
      *          The bracket and the round's pairings are printed
      *          after SEED and ADVANCE as well.
      *          RETURN CODES: 0 = done, 4 = done, but tournament
      *          duels were found that fit no match in the round (see
      *          the exceptions) or OPERRATE could not be read at SEED
      *          and every entrant was seeded at 1000, 8 = the
      *          function was refused (unknown tournament, wrong
      *          stage, operator not eligible) or a file it needs was
      *          unavailable - nothing changed.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FindTheNumberTRN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TOURN-MASTER-FILE ASSIGN TO "GUESS-TRNM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TN-KEY
               FILE STATUS IS WS-TRNM-STATUS.
           SELECT TOURN-ENTRANT-FILE ASSIGN TO "GUESS-TRNE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TE-KEY
               FILE STATUS IS WS-TRNE-STATUS.
           SELECT OPERMAST-FILE ASSIGN TO "OPERMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OM-OPERATOR-ID
               FILE STATUS IS WS-OPER-STATUS.
           SELECT OPERRATE-FILE ASSIGN TO "OPERRATE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OR-OPERATOR-ID
               FILE STATUS IS WS-RATE-STATUS.
           SELECT GUESS-LOG-FILE ASSIGN TO "GUESS-LOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
           SELECT GUESS-SESS-FILE ASSIGN TO "GUESS-SESS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SM-SESSION-ID
               FILE STATUS IS WS-SESS-STATUS.
           SELECT GUESS-DISP-FILE ASSIGN TO "GUESS-DISP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DS-SESSION-ID
               FILE STATUS IS WS-DISP-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "GUESS-RUNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TOURN-MASTER-FILE.
           COPY GUESSTRN.
       FD  TOURN-ENTRANT-FILE.
           COPY GUESSTRE.
       FD  OPERMAST-FILE.
           COPY OPERMAST.
       FD  OPERRATE-FILE.
           COPY OPERRATE.
       FD  GUESS-LOG-FILE.
           COPY GUESSLOG.
       FD  GUESS-SESS-FILE.
           COPY GUESSSMS.
       FD  GUESS-DISP-FILE.
           COPY GUESSDSP.
       FD  RUN-CONTROL-FILE.
           COPY GUESSRCL.
       WORKING-STORAGE SECTION.
           01 WS-TRNM-STATUS PIC XX.
           01 WS-TRNE-STATUS PIC XX.
           01 WS-OPER-STATUS PIC XX.
           01 WS-OPER-AVAIL PIC X VALUE "N".
           01 WS-RATE-STATUS PIC XX.
           01 WS-LOG-STATUS PIC XX.
           01 WS-SESS-STATUS PIC XX.
           01 WS-DISP-STATUS PIC XX.
           01 WS-DISP-AVAIL PIC X VALUE "N".
           01 WS-RATE-AVAIL PIC X VALUE "N".
           01 WS-FILES-OPEN PIC X VALUE "N".
           01 WS-EOF PIC X VALUE "N".
           01 WS-RUN-DATE PIC 9(8) VALUE 0.

      *> ---- the tournament header, as read ----
           01 WS-HEADER-FOUND PIC X VALUE "N".
           01 WS-NEED-STATUS PIC X.
           01 WS-TN-STATUS PIC X.
           01 WS-TN-SHIFT PIC X(5).
           01 WS-TN-SEEDED-DATE PIC 9(8).
           01 WS-TN-ROUNDS PIC 9(2).
           01 WS-TN-ROUND PIC 9(2).
           01 WS-TN-SIZE PIC 9(3).

      *> ---- entrants, in operator ID order as read, then in seed
      *>      order once ranked ----
           01 WS-EN-COUNT BINARY-LONG VALUE 0.
           01 WS-EN-IDX BINARY-LONG.
           01 WS-EN-NEXT BINARY-LONG.
           01 WS-EN-PASS BINARY-LONG.
           01 WS-EN-FULL PIC X VALUE "N".
           01 WS-EN-TABLE.
               05 WS-EN-ENTRY OCCURS 64 TIMES.
                   10 EN-OPERATOR-ID PIC X(8).
                   10 EN-STATUS PIC X.
                   10 EN-SEED PIC 9(3).
                   10 EN-RATING PIC 9(5).
                   10 EN-OUT-ROUND PIC 9(2).
                   10 EN-WON PIC 9(2).
                   10 EN-DRAWS PIC 9(2).
           01 WS-EN-SWAP PIC X(23).
           01 WS-ENTRANT-FOUND PIC X.

      *> ---- bracket order: the seed that fills each slot of round
      *>      1, top of the bracket first - 1, 8, 4, 5, 2, 7, 3, 6
      *>      for eight - so seeds 1 and 2 meet no earlier than the
      *>      final ----
           01 WS-ORDER-LEN BINARY-LONG.
           01 WS-ORDER-IDX BINARY-LONG.
           01 WS-ORDER-PAIR BINARY-LONG.
           01 WS-ORDER-SEED BINARY-LONG.
           01 WS-ORDER-TABLE.
               05 WS-ORDER PIC 9(3) OCCURS 64 TIMES.
      *> the bracket as sized at seeding - kept apart from the
      *> WS-TN- fields, which READ-HEADER refreshes from the file
           01 WS-SEED-SIZE PIC 9(3).
           01 WS-SEED-ROUNDS PIC 9(2).

      *> ---- the matches of one round ----
           01 WS-MT-COUNT BINARY-LONG VALUE 0.
           01 WS-MT-IDX BINARY-LONG.
           01 WS-MT-PAIR BINARY-LONG.
           01 WS-MT-DECIDED BINARY-LONG.
           01 WS-MT-TABLE.
               05 WS-MT-ENTRY OCCURS 32 TIMES.
                   10 MT-STATUS PIC X.
                   10 MT-OPER-1 PIC X(8).
                   10 MT-SEED-1 PIC 9(3).
                   10 MT-OPER-2 PIC X(8).
                   10 MT-SEED-2 PIC 9(3).
                   10 MT-DRAWS PIC 9(2).
                   10 MT-LOG-DRAWS PIC 9(2).
                   10 MT-WINNER-ID PIC X(8).
                   10 MT-WIN-SESSION-ID PIC X(20).
                   10 MT-WIN-SEED PIC 9(3).
                   10 MT-DECIDED-NOW PIC X.
           01 WS-LOSER-ID PIC X(8).
           01 WS-NEW-DRAWS BINARY-LONG.

      *> ---- the log pass ----
           01 WS-SESSION-VOIDED PIC X.
           01 WS-DUELS-READ BINARY-LONG VALUE 0.
           01 WS-DECIDED-COUNT BINARY-LONG VALUE 0.
           01 WS-DRAWN-COUNT BINARY-LONG VALUE 0.
           01 WS-VOIDED-COUNT BINARY-LONG VALUE 0.
           01 WS-EXCEPTION-COUNT BINARY-LONG VALUE 0.

      *> ---- printing ----
           01 WS-PRINT-ROUND PIC 9(2).
           01 WS-PRINT-MATCH PIC 9(2).
           01 WS-PRINT-DONE PIC X.
           01 WS-STATUS-TEXT PIC X(20).
           01 WS-OPER-NAME PIC X(30).
           01 WS-PLACE BINARY-LONG.
           01 WS-PLACE-DOUBLINGS BINARY-LONG.
           01 WS-PLACE-EDIT PIC ZZ9.
           01 WS-SEED-EDIT PIC ZZ9.
           01 WS-COUNT-EDIT PIC ZZZZ9.

      *> ---- run-control log ----
           01 WS-RUNL-STATUS PIC XX.
           01 WS-RUN-START-DATE PIC 9(8).
           01 WS-RUN-START-TIME PIC 9(8).

      *> ---- control-parm: FUNCTION=, TOURN= the tournament ID,
      *>      OPER= for ENTER / WITHDRAW, SHIFT= RANGE= MAXATT= for
      *>      OPEN (whole floor, 1-100, 10 attempts), RUNDATE= the
      *>      date stamped on what the run does (today) ----
           01 WS-FUNCTION PIC X(10) VALUE SPACES.
           01 WS-TOURN-ID PIC X(8) VALUE SPACES.
           01 WS-PARM-OPER PIC X(8) VALUE SPACES.
           01 WS-PARM-SHIFT PIC X(5) VALUE SPACES.
           01 WS-PARM-RANGE PIC 9(6) VALUE 100.
           01 WS-PARM-MAX-ATTEMPTS PIC 9(4) VALUE 10.
           01 WS-PARM                  PIC X(80).
           01 WS-PARM-TOKEN            PIC X(20).
           01 WS-PARM-KEY              PIC X(10).
           01 WS-PARM-VALUE            PIC X(10).
           01 WS-PARM-PTR              BINARY-LONG.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE.
           ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-START-TIME FROM TIME.
           PERFORM PARSE-CONTROL-PARM.
           IF WS-RUN-DATE = 0
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           END-IF.
           DISPLAY "=========================================".
           DISPLAY "FindTheNumber - duel tournaments".
           DISPLAY "Function ..............: " WS-FUNCTION.
           DISPLAY "Tournament ............: " WS-TOURN-ID.
           DISPLAY "Run date ..............: " WS-RUN-DATE.
           DISPLAY "=========================================".
           IF WS-TOURN-ID = SPACES
               DISPLAY "TOURN= must name the tournament - nothing done"
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM OPEN-TOURNAMENT-FILES
           END-IF.
           IF WS-FILES-OPEN = "Y"
               EVALUATE WS-FUNCTION
                   WHEN "OPEN"
                       PERFORM OPEN-TOURNAMENT
                   WHEN "ENTER"
                       PERFORM ENTER-OPERATOR
                   WHEN "WITHDRAW"
                       PERFORM WITHDRAW-OPERATOR
                   WHEN "SEED"
                       PERFORM SEED-TOURNAMENT
                   WHEN "ADVANCE"
                       PERFORM ADVANCE-TOURNAMENT
                   WHEN "PRINT"
                       PERFORM PRINT-TOURNAMENT
                   WHEN OTHER
                       DISPLAY "FUNCTION= must be OPEN, ENTER,"
                           " WITHDRAW, SEED, ADVANCE or PRINT"
                           " - nothing done"
                       MOVE 8 TO RETURN-CODE
               END-EVALUATE
               CLOSE TOURN-MASTER-FILE TOURN-ENTRANT-FILE
           END-IF.
           PERFORM WRITE-RUN-CONTROL.
           STOP RUN.

       PARSE-CONTROL-PARM.
           ACCEPT WS-PARM FROM COMMAND-LINE.
           MOVE 1 TO WS-PARM-PTR.
           PERFORM UNTIL WS-PARM-PTR > LENGTH OF WS-PARM
               UNSTRING WS-PARM DELIMITED BY ","
                   INTO WS-PARM-TOKEN
                   WITH POINTER WS-PARM-PTR
               UNSTRING WS-PARM-TOKEN DELIMITED BY "="
                   INTO WS-PARM-KEY WS-PARM-VALUE
               EVALUATE TRUE
                   WHEN WS-PARM-KEY = "FUNCTION"
                       MOVE WS-PARM-VALUE TO WS-FUNCTION
                   WHEN WS-PARM-KEY = "TOURN"
                       MOVE WS-PARM-VALUE TO WS-TOURN-ID
                   WHEN WS-PARM-KEY = "OPER"
                       MOVE WS-PARM-VALUE TO WS-PARM-OPER
                   WHEN WS-PARM-KEY = "SHIFT"
                       MOVE WS-PARM-VALUE TO WS-PARM-SHIFT
                   WHEN WS-PARM-KEY = "RANGE"
                       IF FUNCTION TEST-NUMVAL (WS-PARM-VALUE) = 0
                           COMPUTE WS-PARM-RANGE =
                               FUNCTION NUMVAL (WS-PARM-VALUE)
                       END-IF
                   WHEN WS-PARM-KEY = "MAXATT"
                       IF FUNCTION TEST-NUMVAL (WS-PARM-VALUE) = 0
                           COMPUTE WS-PARM-MAX-ATTEMPTS =
                               FUNCTION NUMVAL (WS-PARM-VALUE)
                       END-IF
                   WHEN WS-PARM-KEY = "RUNDATE"
                       IF FUNCTION TEST-NUMVAL (WS-PARM-VALUE) = 0
                           COMPUTE WS-RUN-DATE =
                               FUNCTION NUMVAL (WS-PARM-VALUE)
                       END-IF
               END-EVALUATE
               MOVE SPACES TO WS-PARM-TOKEN WS-PARM-KEY WS-PARM-VALUE
           END-PERFORM.

       OPEN-TOURNAMENT-FILES.
      *> the first tournament ever opened creates both masters
           MOVE "N" TO WS-FILES-OPEN.
           OPEN I-O TOURN-MASTER-FILE.
           IF WS-TRNM-STATUS = "35"
               OPEN OUTPUT TOURN-MASTER-FILE
               CLOSE TOURN-MASTER-FILE
               OPEN I-O TOURN-MASTER-FILE
           END-IF.
           IF WS-TRNM-STATUS NOT = "00"
               DISPLAY "GUESS-TRNM not available - status "
                   WS-TRNM-STATUS " - nothing done"
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN I-O TOURN-ENTRANT-FILE
               IF WS-TRNE-STATUS = "35"
                   OPEN OUTPUT TOURN-ENTRANT-FILE
                   CLOSE TOURN-ENTRANT-FILE
                   OPEN I-O TOURN-ENTRANT-FILE
               END-IF
               IF WS-TRNE-STATUS NOT = "00"
                   DISPLAY "GUESS-TRNE not available - status "
                       WS-TRNE-STATUS " - nothing done"
                   MOVE 8 TO RETURN-CODE
                   CLOSE TOURN-MASTER-FILE
               ELSE
                   MOVE "Y" TO WS-FILES-OPEN
               END-IF
           END-IF.

       READ-HEADER.
           MOVE "N" TO WS-HEADER-FOUND.
           MOVE WS-TOURN-ID TO TN-TOURN-ID.
           MOVE 0 TO TN-ROUND TN-MATCH.
           READ TOURN-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-HEADER-FOUND
                   MOVE TN-STATUS TO WS-TN-STATUS
                   MOVE TN-SHIFT TO WS-TN-SHIFT
                   MOVE TN-SEEDED-DATE TO WS-TN-SEEDED-DATE
                   MOVE TN-ROUNDS TO WS-TN-ROUNDS
                   MOVE TN-CURRENT-ROUND TO WS-TN-ROUND
                   MOVE TN-BRACKET-SIZE TO WS-TN-SIZE
           END-READ.

       REWRITE-HEADER.
           REWRITE TOURN-RECORD
               INVALID KEY
                   DISPLAY "Tournament " WS-TOURN-ID
                       " header not rewritten - status "
                       WS-TRNM-STATUS
                   MOVE 8 TO RETURN-CODE
           END-REWRITE.

       CHECK-STAGE.
      *> the caller names the stage the function needs in
      *> WS-NEED-STATUS; any other stage refuses the run
           PERFORM READ-HEADER.
           EVALUATE TRUE
               WHEN WS-HEADER-FOUND NOT = "Y"
                   DISPLAY "Tournament " WS-TOURN-ID
                       " not on file - nothing done"
                   MOVE 8 TO RETURN-CODE
               WHEN WS-TN-STATUS NOT = WS-NEED-STATUS
                   EVALUATE WS-TN-STATUS
                       WHEN "O"
                           DISPLAY "Tournament " WS-TOURN-ID
                               " is still open for entries"
                               " - nothing done"
                       WHEN "P"
                           DISPLAY "Tournament " WS-TOURN-ID
                               " is already seeded and in play"
                               " - nothing done"
                       WHEN OTHER
                           DISPLAY "Tournament " WS-TOURN-ID
                               " is finished - nothing done"
                   END-EVALUATE
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.

      *> ===============================================================
      *> OPEN / ENTER / WITHDRAW
      *> ===============================================================
       OPEN-TOURNAMENT.
           PERFORM READ-HEADER.
           IF WS-HEADER-FOUND = "Y"
               DISPLAY "Tournament " WS-TOURN-ID
                   " is already on file - nothing done"
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN INPUT OPERMAST-FILE
               IF WS-OPER-STATUS NOT = "00"
                   DISPLAY "OPERMAST not available - status "
                       WS-OPER-STATUS " - nothing done"
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM WRITE-NEW-HEADER
                   PERFORM ENTER-ACTIVE-OPERATORS
                   CLOSE OPERMAST-FILE
                   PERFORM READ-HEADER
                   MOVE WS-EN-COUNT TO TN-ENTRANT-COUNT
                   PERFORM REWRITE-HEADER
                   MOVE WS-EN-COUNT TO WS-COUNT-EDIT
                   DISPLAY "Tournament opened .....: " WS-TOURN-ID
                   DISPLAY "Range / cap ...........: 1-"
                       WS-PARM-RANGE " / " WS-PARM-MAX-ATTEMPTS
                   IF WS-PARM-SHIFT = SPACES
                       DISPLAY "Shift .................: ALL"
                   ELSE
                       DISPLAY "Shift .................: "
                           WS-PARM-SHIFT
                   END-IF
                   DISPLAY "Operators entered .....: " WS-COUNT-EDIT
               END-IF
           END-IF.

       WRITE-NEW-HEADER.
           MOVE SPACES TO TOURN-RECORD.
           MOVE WS-TOURN-ID TO TN-TOURN-ID.
           MOVE 0 TO TN-ROUND TN-MATCH.
           MOVE "O" TO TN-STATUS.
           MOVE WS-RUN-DATE TO TN-OPENED-DATE.
           MOVE 0 TO TN-SEEDED-DATE TN-FINISHED-DATE.
           MOVE WS-PARM-SHIFT TO TN-SHIFT.
           MOVE WS-PARM-RANGE TO TN-UPPER-BOUND.
           MOVE WS-PARM-MAX-ATTEMPTS TO TN-MAX-ATTEMPTS.
           MOVE 0 TO TN-ENTRANT-COUNT TN-BRACKET-SIZE.
           MOVE 0 TO TN-ROUNDS TN-CURRENT-ROUND.
           WRITE TOURN-RECORD
               INVALID KEY
                   DISPLAY "Tournament " WS-TOURN-ID
                       " header not written - status " WS-TRNM-STATUS
                   MOVE 8 TO RETURN-CODE
           END-WRITE.

       ENTER-ACTIVE-OPERATORS.
      *> every active operator on the floor, or on the one shift the
      *> tournament is for - the bracket tops out at 64
           MOVE 0 TO WS-EN-COUNT.
           MOVE "N" TO WS-EOF.
           MOVE LOW-VALUES TO OM-OPERATOR-ID.
           START OPERMAST-FILE KEY >= OM-OPERATOR-ID
               INVALID KEY
                   MOVE "Y" TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = "Y"
               READ OPERMAST-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF OM-ACTIVE-FLAG = "A"
                           AND (WS-PARM-SHIFT = SPACES
                               OR OM-SHIFT = WS-PARM-SHIFT)
                           IF WS-EN-COUNT < 64
                               MOVE OM-OPERATOR-ID TO WS-PARM-OPER
                               PERFORM WRITE-ENTRANT
                           ELSE
                               DISPLAY "  " OM-OPERATOR-ID
                                   " not entered - bracket full"
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       WRITE-ENTRANT.
           MOVE SPACES TO TOURN-ENTRANT-RECORD.
           MOVE WS-TOURN-ID TO TE-TOURN-ID.
           MOVE WS-PARM-OPER TO TE-OPERATOR-ID.
           MOVE "E" TO TE-STATUS.
           MOVE 0 TO TE-SEED TE-RATING TE-OUT-ROUND.
           MOVE 0 TO TE-MATCHES-WON TE-DRAWS.
           MOVE WS-RUN-DATE TO TE-ENTERED-DATE.
           WRITE TOURN-ENTRANT-RECORD
               INVALID KEY
                   DISPLAY "  " WS-PARM-OPER " is already entered"
                   MOVE 8 TO RETURN-CODE
               NOT INVALID KEY
                   ADD 1 TO WS-EN-COUNT
           END-WRITE.

       ENTER-OPERATOR.
           MOVE "O" TO WS-NEED-STATUS.
           PERFORM CHECK-STAGE.
           IF RETURN-CODE = 0
               MOVE TN-ENTRANT-COUNT TO WS-EN-COUNT
               EVALUATE TRUE
                   WHEN WS-PARM-OPER = SPACES
                       DISPLAY "OPER= must name the operator"
                           " - nothing done"
                       MOVE 8 TO RETURN-CODE
                   WHEN WS-EN-COUNT NOT < 64
                       DISPLAY "Bracket full at 64 - " WS-PARM-OPER
                           " not entered"
                       MOVE 8 TO RETURN-CODE
                   WHEN OTHER
                       PERFORM CHECK-OPERATOR-ELIGIBLE
               END-EVALUATE
           END-IF.
           IF RETURN-CODE = 0
               PERFORM WRITE-ENTRANT
           END-IF.
           IF RETURN-CODE = 0
               PERFORM READ-HEADER
               MOVE WS-EN-COUNT TO TN-ENTRANT-COUNT
               PERFORM REWRITE-HEADER
               DISPLAY "Entered ...............: " WS-PARM-OPER
           END-IF.

       CHECK-OPERATOR-ELIGIBLE.
           OPEN INPUT OPERMAST-FILE.
           IF WS-OPER-STATUS NOT = "00"
               DISPLAY "OPERMAST not available - status "
                   WS-OPER-STATUS " - nothing done"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE WS-PARM-OPER TO OM-OPERATOR-ID
               READ OPERMAST-FILE
                   INVALID KEY
                       DISPLAY WS-PARM-OPER " is not on OPERMAST"
                           " - not entered"
                       MOVE 8 TO RETURN-CODE
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN OM-ACTIVE-FLAG NOT = "A"
                               DISPLAY WS-PARM-OPER
                                   " is deactivated - not entered"
                               MOVE 8 TO RETURN-CODE
                           WHEN WS-TN-SHIFT NOT = SPACES
                                   AND OM-SHIFT NOT = WS-TN-SHIFT
                               DISPLAY WS-PARM-OPER " works "
                                   OM-SHIFT " - the tournament is"
                                   " for " WS-TN-SHIFT
                               MOVE 8 TO RETURN-CODE
                       END-EVALUATE
               END-READ
               CLOSE OPERMAST-FILE
           END-IF.

       WITHDRAW-OPERATOR.
           MOVE "O" TO WS-NEED-STATUS.
           PERFORM CHECK-STAGE.
           IF RETURN-CODE = 0
               MOVE TN-ENTRANT-COUNT TO WS-EN-COUNT
               MOVE WS-TOURN-ID TO TE-TOURN-ID
               MOVE WS-PARM-OPER TO TE-OPERATOR-ID
               DELETE TOURN-ENTRANT-FILE RECORD
                   INVALID KEY
                       DISPLAY WS-PARM-OPER " is not entered"
                           " - nothing done"
                       MOVE 8 TO RETURN-CODE
               END-DELETE
           END-IF.
           IF RETURN-CODE = 0
               PERFORM READ-HEADER
               SUBTRACT 1 FROM WS-EN-COUNT
               MOVE WS-EN-COUNT TO TN-ENTRANT-COUNT
               PERFORM REWRITE-HEADER
               DISPLAY "Withdrawn .............: " WS-PARM-OPER
           END-IF.

      *> ===============================================================
      *> SEED
      *> ===============================================================
       SEED-TOURNAMENT.
           MOVE "O" TO WS-NEED-STATUS.
           PERFORM CHECK-STAGE.
           IF RETURN-CODE = 0
               PERFORM LOAD-ENTRANTS
               IF WS-EN-COUNT < 2
                   DISPLAY "A tournament needs at least two"
                       " entrants - not seeded"
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
           IF RETURN-CODE = 0
               PERFORM TAKE-ENTRANT-RATINGS
               PERFORM RANK-ENTRANTS
               PERFORM SIZE-BRACKET
               MOVE WS-TN-SIZE TO WS-SEED-SIZE
               MOVE WS-TN-ROUNDS TO WS-SEED-ROUNDS
               PERFORM BUILD-BRACKET-ORDER
               PERFORM WRITE-FIRST-ROUND
               PERFORM WRITE-SEEDED-ENTRANTS
               PERFORM READ-HEADER
               MOVE "P" TO TN-STATUS
               MOVE WS-RUN-DATE TO TN-SEEDED-DATE
               MOVE WS-EN-COUNT TO TN-ENTRANT-COUNT
               MOVE WS-SEED-SIZE TO TN-BRACKET-SIZE
               MOVE WS-SEED-ROUNDS TO TN-ROUNDS
               MOVE 1 TO TN-CURRENT-ROUND
               PERFORM REWRITE-HEADER
               PERFORM PRINT-TOURNAMENT
           END-IF.

       LOAD-ENTRANTS.
           MOVE 0 TO WS-EN-COUNT.
           MOVE "N" TO WS-EN-FULL.
           MOVE "N" TO WS-EOF.
           MOVE WS-TOURN-ID TO TE-TOURN-ID.
           MOVE LOW-VALUES TO TE-OPERATOR-ID.
           START TOURN-ENTRANT-FILE KEY >= TE-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = "Y"
               READ TOURN-ENTRANT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF TE-TOURN-ID NOT = WS-TOURN-ID
                           MOVE "Y" TO WS-EOF
                       ELSE
                           PERFORM TABLE-ENTRANT
                       END-IF
               END-READ
           END-PERFORM.

       TABLE-ENTRANT.
           IF WS-EN-COUNT < 64
               ADD 1 TO WS-EN-COUNT
               MOVE TE-OPERATOR-ID TO EN-OPERATOR-ID (WS-EN-COUNT)
               MOVE TE-STATUS TO EN-STATUS (WS-EN-COUNT)
               MOVE TE-SEED TO EN-SEED (WS-EN-COUNT)
               MOVE TE-RATING TO EN-RATING (WS-EN-COUNT)
               MOVE TE-OUT-ROUND TO EN-OUT-ROUND (WS-EN-COUNT)
               MOVE TE-MATCHES-WON TO EN-WON (WS-EN-COUNT)
               MOVE TE-DRAWS TO EN-DRAWS (WS-EN-COUNT)
           ELSE
               IF WS-EN-FULL = "N"
                   DISPLAY "Entrant table full at 64 - later"
                       " entrants not listed"
                   MOVE "Y" TO WS-EN-FULL
               END-IF
           END-IF.

       TAKE-ENTRANT-RATINGS.
      *> the rating the nightly pass last left on OPERRATE - an
      *> operator with no rating yet starts where everyone does
           OPEN INPUT OPERRATE-FILE.
           IF WS-RATE-STATUS = "00"
               MOVE "Y" TO WS-RATE-AVAIL
           ELSE
               DISPLAY "OPERRATE not available - status "
                   WS-RATE-STATUS " - every entrant seeded at 1000"
               MOVE "N" TO WS-RATE-AVAIL
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM VARYING WS-EN-IDX FROM 1 BY 1
                   UNTIL WS-EN-IDX > WS-EN-COUNT
               MOVE 1000 TO EN-RATING (WS-EN-IDX)
               IF WS-RATE-AVAIL = "Y"
                   MOVE EN-OPERATOR-ID (WS-EN-IDX) TO OR-OPERATOR-ID
                   READ OPERRATE-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE OR-RATING TO EN-RATING (WS-EN-IDX)
                   END-READ
               END-IF
           END-PERFORM.
           IF WS-RATE-AVAIL = "Y"
               CLOSE OPERRATE-FILE
           END-IF.

       RANK-ENTRANTS.
      *> highest rating first; the table arrives in operator ID
      *> order and an exchange only on a strictly lower rating keeps
      *> it, so equal ratings seed by operator ID
           PERFORM VARYING WS-EN-PASS FROM 1 BY 1
                   UNTIL WS-EN-PASS >= WS-EN-COUNT
               PERFORM VARYING WS-EN-IDX FROM 1 BY 1
                       UNTIL WS-EN-IDX > WS-EN-COUNT - WS-EN-PASS
                   COMPUTE WS-EN-NEXT = WS-EN-IDX + 1
                   IF EN-RATING (WS-EN-IDX) < EN-RATING (WS-EN-NEXT)
                       MOVE WS-EN-ENTRY (WS-EN-IDX) TO WS-EN-SWAP
                       MOVE WS-EN-ENTRY (WS-EN-NEXT)
                           TO WS-EN-ENTRY (WS-EN-IDX)
                       MOVE WS-EN-SWAP TO WS-EN-ENTRY (WS-EN-NEXT)
                   END-IF
               END-PERFORM
           END-PERFORM.
           PERFORM VARYING WS-EN-IDX FROM 1 BY 1
                   UNTIL WS-EN-IDX > WS-EN-COUNT
               MOVE WS-EN-IDX TO EN-SEED (WS-EN-IDX)
           END-PERFORM.

       SIZE-BRACKET.
           MOVE 2 TO WS-TN-SIZE.
           MOVE 1 TO WS-TN-ROUNDS.
           PERFORM UNTIL WS-TN-SIZE >= WS-EN-COUNT
               MULTIPLY 2 BY WS-TN-SIZE
               ADD 1 TO WS-TN-ROUNDS
           END-PERFORM.

       BUILD-BRACKET-ORDER.
      *> each doubling puts every seed s of the smaller bracket
      *> against 2n+1-s, s keeping its place and the new seed
      *> taking the slot below it
           MOVE 1 TO WS-ORDER (1).
           MOVE 1 TO WS-ORDER-LEN.
           PERFORM UNTIL WS-ORDER-LEN >= WS-TN-SIZE
               PERFORM VARYING WS-ORDER-IDX FROM WS-ORDER-LEN BY -1
                       UNTIL WS-ORDER-IDX < 1
                   MOVE WS-ORDER (WS-ORDER-IDX) TO WS-ORDER-SEED
                   COMPUTE WS-ORDER-PAIR = WS-ORDER-IDX * 2
                   COMPUTE WS-ORDER (WS-ORDER-PAIR) =
                       WS-ORDER-LEN * 2 + 1 - WS-ORDER-SEED
                   SUBTRACT 1 FROM WS-ORDER-PAIR
                   MOVE WS-ORDER-SEED TO WS-ORDER (WS-ORDER-PAIR)
               END-PERFORM
               MULTIPLY 2 BY WS-ORDER-LEN
           END-PERFORM.

       WRITE-FIRST-ROUND.
      *> a slot whose seed is past the field is a bye - it always
      *> falls against one of the top seeds, who goes straight
      *> through to round 2
           COMPUTE WS-MT-COUNT = WS-TN-SIZE / 2.
           PERFORM VARYING WS-MT-IDX FROM 1 BY 1
                   UNTIL WS-MT-IDX > WS-MT-COUNT
               COMPUTE WS-ORDER-PAIR = WS-MT-IDX * 2
               MOVE WS-ORDER (WS-ORDER-PAIR) TO WS-ORDER-SEED
               SUBTRACT 1 FROM WS-ORDER-PAIR
               MOVE WS-ORDER (WS-ORDER-PAIR) TO WS-EN-IDX
               MOVE SPACES TO TOURN-RECORD
               MOVE WS-TOURN-ID TO TN-TOURN-ID
               MOVE 1 TO TN-ROUND
               MOVE WS-MT-IDX TO TN-MATCH
               MOVE EN-OPERATOR-ID (WS-EN-IDX) TO TN-OPER-1
               MOVE WS-EN-IDX TO TN-SEED-1
               MOVE 0 TO TN-DRAWS
               MOVE WS-RUN-DATE TO TN-SCHEDULED-DATE
               IF WS-ORDER-SEED > WS-EN-COUNT
                   MOVE "B" TO TN-MATCH-STATUS
                   MOVE SPACES TO TN-OPER-2
                   MOVE 0 TO TN-SEED-2
                   MOVE TN-OPER-1 TO TN-WINNER-ID
                   MOVE WS-RUN-DATE TO TN-DECIDED-DATE
               ELSE
                   MOVE "S" TO TN-MATCH-STATUS
                   MOVE EN-OPERATOR-ID (WS-ORDER-SEED) TO TN-OPER-2
                   MOVE WS-ORDER-SEED TO TN-SEED-2
                   MOVE SPACES TO TN-WINNER-ID
                   MOVE 0 TO TN-DECIDED-DATE
               END-IF
               WRITE TOURN-RECORD
                   INVALID KEY
                       DISPLAY "Round 1 match " WS-MT-IDX
                           " not written - status " WS-TRNM-STATUS
                       MOVE 8 TO RETURN-CODE
               END-WRITE
           END-PERFORM.

       WRITE-SEEDED-ENTRANTS.
      *> seed and rating are frozen on the entrant record
           PERFORM VARYING WS-EN-IDX FROM 1 BY 1
                   UNTIL WS-EN-IDX > WS-EN-COUNT
               MOVE EN-OPERATOR-ID (WS-EN-IDX) TO WS-PARM-OPER
               PERFORM READ-ENTRANT
               IF WS-ENTRANT-FOUND = "Y"
                   MOVE "A" TO TE-STATUS
                   MOVE EN-SEED (WS-EN-IDX) TO TE-SEED
                   MOVE EN-RATING (WS-EN-IDX) TO TE-RATING
                   PERFORM REWRITE-ENTRANT
               END-IF
           END-PERFORM.

       READ-ENTRANT.
           MOVE "N" TO WS-ENTRANT-FOUND.
           MOVE WS-TOURN-ID TO TE-TOURN-ID.
           MOVE WS-PARM-OPER TO TE-OPERATOR-ID.
           READ TOURN-ENTRANT-FILE
               INVALID KEY
                   DISPLAY "  " WS-PARM-OPER " missing from GUESS-TRNE"
               NOT INVALID KEY
                   MOVE "Y" TO WS-ENTRANT-FOUND
           END-READ.

       REWRITE-ENTRANT.
           REWRITE TOURN-ENTRANT-RECORD
               INVALID KEY
                   DISPLAY "  " TE-OPERATOR-ID
                       " entrant not rewritten - status "
                       WS-TRNE-STATUS
                   MOVE 8 TO RETURN-CODE
           END-REWRITE.

      *> ===============================================================
      *> ADVANCE
      *> ===============================================================
       ADVANCE-TOURNAMENT.
           MOVE "P" TO WS-NEED-STATUS.
           PERFORM CHECK-STAGE.
           IF RETURN-CODE = 0
               MOVE WS-TN-ROUND TO WS-PRINT-ROUND
               PERFORM LOAD-ROUND
               PERFORM SCAN-DUEL-RESULTS
           END-IF.
           IF RETURN-CODE < 8
               PERFORM POST-ROUND-RESULTS
               PERFORM COUNT-DECIDED
               MOVE WS-DUELS-READ TO WS-COUNT-EDIT
               DISPLAY "Tournament duels read .: " WS-COUNT-EDIT
               MOVE WS-DECIDED-COUNT TO WS-COUNT-EDIT
               DISPLAY "Matches decided .......: " WS-COUNT-EDIT
               MOVE WS-DRAWN-COUNT TO WS-COUNT-EDIT
               DISPLAY "Drawn duels ...........: " WS-COUNT-EDIT
               MOVE WS-VOIDED-COUNT TO WS-COUNT-EDIT
               DISPLAY "Voided by ruling ......: " WS-COUNT-EDIT
               MOVE WS-EXCEPTION-COUNT TO WS-COUNT-EDIT
               DISPLAY "Exceptions ............: " WS-COUNT-EDIT
               EVALUATE TRUE
                   WHEN WS-MT-DECIDED < WS-MT-COUNT
                       DISPLAY "Round " WS-TN-ROUND
                           " still has matches to play"
                   WHEN WS-TN-ROUND = WS-TN-ROUNDS
                       PERFORM FINISH-TOURNAMENT
                   WHEN OTHER
                       PERFORM SCHEDULE-NEXT-ROUND
               END-EVALUATE
               PERFORM PRINT-TOURNAMENT
           END-IF.

       LOAD-ROUND.
      *> the matches of WS-PRINT-ROUND, in bracket order
           MOVE 0 TO WS-MT-COUNT.
           MOVE "N" TO WS-PRINT-DONE.
           PERFORM UNTIL WS-PRINT-DONE = "Y"
               MOVE WS-TOURN-ID TO TN-TOURN-ID
               MOVE WS-PRINT-ROUND TO TN-ROUND
               COMPUTE TN-MATCH = WS-MT-COUNT + 1
               READ TOURN-MASTER-FILE
                   INVALID KEY
                       MOVE "Y" TO WS-PRINT-DONE
                   NOT INVALID KEY
                       ADD 1 TO WS-MT-COUNT
                       PERFORM TABLE-MATCH
                       IF WS-MT-COUNT = 32
                           MOVE "Y" TO WS-PRINT-DONE
                       END-IF
               END-READ
           END-PERFORM.

       TABLE-MATCH.
           MOVE TN-MATCH-STATUS TO MT-STATUS (WS-MT-COUNT).
           MOVE TN-OPER-1 TO MT-OPER-1 (WS-MT-COUNT).
           MOVE TN-SEED-1 TO MT-SEED-1 (WS-MT-COUNT).
           MOVE TN-OPER-2 TO MT-OPER-2 (WS-MT-COUNT).
           MOVE TN-SEED-2 TO MT-SEED-2 (WS-MT-COUNT).
           MOVE TN-DRAWS TO MT-DRAWS (WS-MT-COUNT).
           MOVE 0 TO MT-LOG-DRAWS (WS-MT-COUNT).
           MOVE TN-WINNER-ID TO MT-WINNER-ID (WS-MT-COUNT).
           MOVE TN-WIN-SESSION-ID TO MT-WIN-SESSION-ID (WS-MT-COUNT).
           MOVE "N" TO MT-DECIDED-NOW (WS-MT-COUNT).
           IF TN-WINNER-ID = TN-OPER-2 AND TN-OPER-2 NOT = SPACES
               MOVE TN-SEED-2 TO MT-WIN-SEED (WS-MT-COUNT)
           ELSE
               MOVE TN-SEED-1 TO MT-WIN-SEED (WS-MT-COUNT)
           END-IF.

       SCAN-DUEL-RESULTS.
      *> every duel since seeding is read again on each run, so a
      *> result the last run did not yet see is never missed and one
      *> it already posted is simply found decided
           OPEN INPUT GUESS-LOG-FILE.
           IF WS-LOG-STATUS NOT = "00"
               DISPLAY "GUESS-LOG not available - status "
                   WS-LOG-STATUS " - nothing advanced"
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN INPUT GUESS-SESS-FILE
               IF WS-SESS-STATUS NOT = "00"
                   DISPLAY "GUESS-SESS not available - status "
                       WS-SESS-STATUS " - nothing advanced"
                   MOVE 8 TO RETURN-CODE
               ELSE
      *> no case master just means nothing has ever been ruled on
                   OPEN INPUT GUESS-DISP-FILE
                   IF WS-DISP-STATUS = "00"
                       MOVE "Y" TO WS-DISP-AVAIL
                   ELSE
                       MOVE "N" TO WS-DISP-AVAIL
                   END-IF
                   MOVE "N" TO WS-EOF
                   PERFORM UNTIL WS-EOF = "Y"
                       READ GUESS-LOG-FILE
                           AT END
                               MOVE "Y" TO WS-EOF
                           NOT AT END
                               PERFORM CHECK-DUEL-RECORD
                       END-READ
                   END-PERFORM
                   IF WS-DISP-AVAIL = "Y"
                       CLOSE GUESS-DISP-FILE
                   END-IF
                   CLOSE GUESS-SESS-FILE
               END-IF
               CLOSE GUESS-LOG-FILE
           END-IF.

       CHECK-DUEL-RECORD.
           IF (GL-RESULT-CODE = "D" OR "L" OR "E")
                   AND GL-LOG-DATE >= WS-TN-SEEDED-DATE
                   AND GL-SESSION-ID NOT = SPACES
               MOVE GL-SESSION-ID TO SM-SESSION-ID
               READ GUESS-SESS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF SM-TOURN-ID = WS-TOURN-ID
                               AND SM-TOURN-ROUND = WS-TN-ROUND
                           ADD 1 TO WS-DUELS-READ
                           PERFORM CHECK-DUEL-VOIDED
                           IF WS-SESSION-VOIDED = "N"
                               PERFORM APPLY-DUEL-RESULT
                           END-IF
                       END-IF
               END-READ
           END-IF.

       CHECK-DUEL-VOIDED.
           MOVE "N" TO WS-SESSION-VOIDED.
           IF WS-DISP-AVAIL = "Y"
               MOVE GL-SESSION-ID TO DS-SESSION-ID
               READ GUESS-DISP-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF DS-STATUS = "C" AND DS-RULING = "V"
                           MOVE "Y" TO WS-SESSION-VOIDED
                           ADD 1 TO WS-VOIDED-COUNT
                       END-IF
               END-READ
           END-IF.

       APPLY-DUEL-RESULT.
      *> D is the log operator's win, L the other player's; E on
      *> player 1's half counts the drawn duel once. The first
      *> decided duel stands - a match already decided only picks up
      *> the winner's own session ID if it was decided off the
      *> loser's half.
           MOVE SM-TOURN-MATCH TO WS-MT-IDX.
           EVALUATE TRUE
               WHEN WS-MT-IDX < 1 OR WS-MT-IDX > WS-MT-COUNT
                   DISPLAY "  " GL-SESSION-ID " tagged round "
                       SM-TOURN-ROUND " match " SM-TOURN-MATCH
                       " - no such match"
                   ADD 1 TO WS-EXCEPTION-COUNT
               WHEN GL-OPERATOR-ID NOT = MT-OPER-1 (WS-MT-IDX)
                       AND GL-OPERATOR-ID NOT = MT-OPER-2 (WS-MT-IDX)
                   DISPLAY "  " GL-SESSION-ID " " GL-OPERATOR-ID
                       " is not in round " SM-TOURN-ROUND
                       " match " SM-TOURN-MATCH
                   ADD 1 TO WS-EXCEPTION-COUNT
               WHEN MT-STATUS (WS-MT-IDX) = "W" OR "B"
                   IF GL-RESULT-CODE = "D"
                           AND GL-OPERATOR-ID =
                               MT-WINNER-ID (WS-MT-IDX)
                           AND MT-DECIDED-NOW (WS-MT-IDX) = "Y"
                       MOVE GL-SESSION-ID
                           TO MT-WIN-SESSION-ID (WS-MT-IDX)
                   END-IF
               WHEN GL-RESULT-CODE = "E"
                   IF GL-OPERATOR-ID = MT-OPER-1 (WS-MT-IDX)
                       ADD 1 TO MT-LOG-DRAWS (WS-MT-IDX)
                   END-IF
               WHEN OTHER
                   PERFORM DECIDE-MATCH
           END-EVALUATE.
           IF WS-EXCEPTION-COUNT > 0 AND RETURN-CODE = 0
               MOVE 4 TO RETURN-CODE
           END-IF.

       DECIDE-MATCH.
           MOVE "W" TO MT-STATUS (WS-MT-IDX).
           MOVE "Y" TO MT-DECIDED-NOW (WS-MT-IDX).
           ADD 1 TO WS-DECIDED-COUNT.
           IF GL-RESULT-CODE = "D"
               MOVE GL-OPERATOR-ID TO MT-WINNER-ID (WS-MT-IDX)
               MOVE GL-SESSION-ID TO MT-WIN-SESSION-ID (WS-MT-IDX)
           ELSE
               MOVE SPACES TO MT-WIN-SESSION-ID (WS-MT-IDX)
               IF GL-OPERATOR-ID = MT-OPER-1 (WS-MT-IDX)
                   MOVE MT-OPER-2 (WS-MT-IDX)
                       TO MT-WINNER-ID (WS-MT-IDX)
               ELSE
                   MOVE MT-OPER-1 (WS-MT-IDX)
                       TO MT-WINNER-ID (WS-MT-IDX)
               END-IF
           END-IF.
           IF MT-WINNER-ID (WS-MT-IDX) = MT-OPER-1 (WS-MT-IDX)
               MOVE MT-SEED-1 (WS-MT-IDX) TO MT-WIN-SEED (WS-MT-IDX)
           ELSE
               MOVE MT-SEED-2 (WS-MT-IDX) TO MT-WIN-SEED (WS-MT-IDX)
           END-IF.

       POST-ROUND-RESULTS.
      *> draws are counted afresh from the log each run - a count
      *> already on file is never reduced, so a log that has since
      *> been archived cannot take a draw off a match
           PERFORM VARYING WS-MT-IDX FROM 1 BY 1
                   UNTIL WS-MT-IDX > WS-MT-COUNT
               MOVE 0 TO WS-NEW-DRAWS
               IF MT-LOG-DRAWS (WS-MT-IDX) > MT-DRAWS (WS-MT-IDX)
                   COMPUTE WS-NEW-DRAWS = MT-LOG-DRAWS (WS-MT-IDX)
                       - MT-DRAWS (WS-MT-IDX)
                   MOVE MT-LOG-DRAWS (WS-MT-IDX)
                       TO MT-DRAWS (WS-MT-IDX)
                   ADD WS-NEW-DRAWS TO WS-DRAWN-COUNT
                   IF MT-STATUS (WS-MT-IDX) = "S"
                       MOVE "R" TO MT-STATUS (WS-MT-IDX)
                   END-IF
               END-IF
               IF WS-NEW-DRAWS > 0
                       OR MT-DECIDED-NOW (WS-MT-IDX) = "Y"
                   PERFORM REWRITE-MATCH
                   PERFORM POST-ENTRANT-RESULTS
               END-IF
           END-PERFORM.

       REWRITE-MATCH.
           MOVE WS-TOURN-ID TO TN-TOURN-ID.
           MOVE WS-TN-ROUND TO TN-ROUND.
           MOVE WS-MT-IDX TO TN-MATCH.
           READ TOURN-MASTER-FILE
               INVALID KEY
                   DISPLAY "Round " WS-TN-ROUND " match " WS-MT-IDX
                       " missing from GUESS-TRNM"
                   MOVE 8 TO RETURN-CODE
               NOT INVALID KEY
                   MOVE MT-STATUS (WS-MT-IDX) TO TN-MATCH-STATUS
                   MOVE MT-DRAWS (WS-MT-IDX) TO TN-DRAWS
                   IF MT-DECIDED-NOW (WS-MT-IDX) = "Y"
                       MOVE MT-WINNER-ID (WS-MT-IDX) TO TN-WINNER-ID
                       MOVE MT-WIN-SESSION-ID (WS-MT-IDX)
                           TO TN-WIN-SESSION-ID
                       MOVE WS-RUN-DATE TO TN-DECIDED-DATE
                   END-IF
                   REWRITE TOURN-RECORD
                       INVALID KEY
                           DISPLAY "Round " WS-TN-ROUND " match "
                               WS-MT-IDX " not rewritten - status "
                               WS-TRNM-STATUS
                           MOVE 8 TO RETURN-CODE
                   END-REWRITE
           END-READ.

       POST-ENTRANT-RESULTS.
           IF WS-NEW-DRAWS > 0
               MOVE MT-OPER-1 (WS-MT-IDX) TO WS-PARM-OPER
               PERFORM ADD-ENTRANT-DRAWS
               MOVE MT-OPER-2 (WS-MT-IDX) TO WS-PARM-OPER
               PERFORM ADD-ENTRANT-DRAWS
           END-IF.
           IF MT-DECIDED-NOW (WS-MT-IDX) = "Y"
               IF MT-WINNER-ID (WS-MT-IDX) = MT-OPER-1 (WS-MT-IDX)
                   MOVE MT-OPER-2 (WS-MT-IDX) TO WS-LOSER-ID
               ELSE
                   MOVE MT-OPER-1 (WS-MT-IDX) TO WS-LOSER-ID
               END-IF
               MOVE MT-WINNER-ID (WS-MT-IDX) TO WS-PARM-OPER
               PERFORM READ-ENTRANT
               IF WS-ENTRANT-FOUND = "Y"
                   ADD 1 TO TE-MATCHES-WON
                   PERFORM REWRITE-ENTRANT
               END-IF
               MOVE WS-LOSER-ID TO WS-PARM-OPER
               PERFORM READ-ENTRANT
               IF WS-ENTRANT-FOUND = "Y"
                   MOVE "O" TO TE-STATUS
                   MOVE WS-TN-ROUND TO TE-OUT-ROUND
                   PERFORM REWRITE-ENTRANT
               END-IF
           END-IF.

       ADD-ENTRANT-DRAWS.
           PERFORM READ-ENTRANT.
           IF WS-ENTRANT-FOUND = "Y"
               ADD WS-NEW-DRAWS TO TE-DRAWS
               PERFORM REWRITE-ENTRANT
           END-IF.

       COUNT-DECIDED.
           MOVE 0 TO WS-MT-DECIDED.
           PERFORM VARYING WS-MT-IDX FROM 1 BY 1
                   UNTIL WS-MT-IDX > WS-MT-COUNT
               IF MT-STATUS (WS-MT-IDX) = "W" OR "B"
                   ADD 1 TO WS-MT-DECIDED
               END-IF
           END-PERFORM.

       SCHEDULE-NEXT-ROUND.
      *> the winners of matches 2m-1 and 2m meet in match m of the
      *> next round, the upper half of the bracket as player 1
           ADD 1 TO WS-TN-ROUND.
           PERFORM VARYING WS-MT-PAIR FROM 1 BY 1
                   UNTIL WS-MT-PAIR * 2 > WS-MT-COUNT
               COMPUTE WS-MT-IDX = WS-MT-PAIR * 2 - 1
               MOVE SPACES TO TOURN-RECORD
               MOVE WS-TOURN-ID TO TN-TOURN-ID
               MOVE WS-TN-ROUND TO TN-ROUND
               MOVE WS-MT-PAIR TO TN-MATCH
               MOVE "S" TO TN-MATCH-STATUS
               MOVE MT-WINNER-ID (WS-MT-IDX) TO TN-OPER-1
               MOVE MT-WIN-SEED (WS-MT-IDX) TO TN-SEED-1
               ADD 1 TO WS-MT-IDX
               MOVE MT-WINNER-ID (WS-MT-IDX) TO TN-OPER-2
               MOVE MT-WIN-SEED (WS-MT-IDX) TO TN-SEED-2
               MOVE 0 TO TN-DRAWS TN-DECIDED-DATE
               MOVE SPACES TO TN-WINNER-ID TN-WIN-SESSION-ID
               MOVE WS-RUN-DATE TO TN-SCHEDULED-DATE
               WRITE TOURN-RECORD
                   INVALID KEY
                       DISPLAY "Round " WS-TN-ROUND " match "
                           WS-MT-PAIR " not written - status "
                           WS-TRNM-STATUS
                       MOVE 8 TO RETURN-CODE
               END-WRITE
           END-PERFORM.
           PERFORM READ-HEADER.
           ADD 1 TO WS-TN-ROUND.
           MOVE WS-TN-ROUND TO TN-CURRENT-ROUND.
           PERFORM REWRITE-HEADER.
           DISPLAY "Round " WS-TN-ROUND " scheduled".

       FINISH-TOURNAMENT.
      *> the final's winner is the champion
           MOVE MT-WINNER-ID (1) TO WS-PARM-OPER.
           PERFORM READ-ENTRANT.
           IF WS-ENTRANT-FOUND = "Y"
               MOVE "C" TO TE-STATUS
               PERFORM REWRITE-ENTRANT
           END-IF.
           PERFORM READ-HEADER.
           MOVE "F" TO TN-STATUS.
           MOVE WS-RUN-DATE TO TN-FINISHED-DATE.
           MOVE MT-WINNER-ID (1) TO TN-CHAMPION-ID.
           PERFORM REWRITE-HEADER.
           DISPLAY "Champion ..............: " MT-WINNER-ID (1).

      *> ===============================================================
      *> PRINT - bracket and standings
      *> ===============================================================
       PRINT-TOURNAMENT.
           PERFORM READ-HEADER.
           IF WS-HEADER-FOUND NOT = "Y"
               DISPLAY "Tournament " WS-TOURN-ID " not on file"
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN INPUT OPERMAST-FILE
      *> names only - an unreadable master prints the bracket
      *> without them
               IF WS-OPER-STATUS = "00"
                   MOVE "Y" TO WS-OPER-AVAIL
               END-IF
               DISPLAY "========================================="
               DISPLAY "Tournament ............: " WS-TOURN-ID
               EVALUATE TN-STATUS
                   WHEN "O"
                       DISPLAY "Status ................: OPEN"
                   WHEN "P"
                       DISPLAY "Status ................: IN PLAY,"
                           " ROUND " TN-CURRENT-ROUND " OF " TN-ROUNDS
                   WHEN OTHER
                       DISPLAY "Status ................: FINISHED "
                           TN-FINISHED-DATE
               END-EVALUATE
               DISPLAY "Range / cap ...........: 1-" TN-UPPER-BOUND
                   " / " TN-MAX-ATTEMPTS
               MOVE TN-ENTRANT-COUNT TO WS-COUNT-EDIT
               DISPLAY "Entrants ..............: " WS-COUNT-EDIT
               IF TN-STATUS NOT = "O"
                   MOVE TN-BRACKET-SIZE TO WS-COUNT-EDIT
                   DISPLAY "Bracket ...............: " WS-COUNT-EDIT
                   PERFORM VARYING WS-PRINT-ROUND FROM 1 BY 1
                           UNTIL WS-PRINT-ROUND > WS-TN-ROUND
                       PERFORM PRINT-ROUND
                   END-PERFORM
               END-IF
               PERFORM LOAD-ENTRANTS
               PERFORM PRINT-STANDINGS
               DISPLAY "========================================="
               IF WS-OPER-AVAIL = "Y"
                   CLOSE OPERMAST-FILE
               END-IF
           END-IF.

       PRINT-ROUND.
           PERFORM LOAD-ROUND.
           DISPLAY "-----------------------------------------".
           IF WS-PRINT-ROUND = WS-TN-ROUNDS
               DISPLAY "Final"
           ELSE
               DISPLAY "Round " WS-PRINT-ROUND
           END-IF.
           PERFORM VARYING WS-MT-IDX FROM 1 BY 1
                   UNTIL WS-MT-IDX > WS-MT-COUNT
               MOVE WS-MT-IDX TO WS-PRINT-MATCH
               MOVE SPACES TO WS-STATUS-TEXT
               EVALUATE MT-STATUS (WS-MT-IDX)
                   WHEN "B"
                       MOVE "BYE" TO WS-STATUS-TEXT
                   WHEN "W"
                       STRING "WON BY " MT-WINNER-ID (WS-MT-IDX)
                           DELIMITED BY SIZE INTO WS-STATUS-TEXT
                   WHEN "R"
                       MOVE "DRAWN - REPLAY" TO WS-STATUS-TEXT
                   WHEN OTHER
                       MOVE "TO PLAY" TO WS-STATUS-TEXT
               END-EVALUATE
               MOVE MT-SEED-1 (WS-MT-IDX) TO WS-PLACE-EDIT
               MOVE MT-SEED-2 (WS-MT-IDX) TO WS-SEED-EDIT
               IF MT-STATUS (WS-MT-IDX) = "B"
                   DISPLAY "  M" WS-PRINT-MATCH " (" WS-PLACE-EDIT
                       ") " MT-OPER-1 (WS-MT-IDX)
                       "  v  (bye)"
               ELSE
                   DISPLAY "  M" WS-PRINT-MATCH " (" WS-PLACE-EDIT
                       ") " MT-OPER-1 (WS-MT-IDX) "  v  ("
                       WS-SEED-EDIT ") " MT-OPER-2 (WS-MT-IDX)
                       "  " WS-STATUS-TEXT " draws "
                       MT-DRAWS (WS-MT-IDX)
               END-IF
           END-PERFORM.

       PRINT-STANDINGS.
      *> champion (or the players still in), then the rest by the
      *> round they went out in, latest first - out in round r of R
      *> shares place 2**(R-r)+1; seed order within a place
           DISPLAY "-----------------------------------------".
           DISPLAY "Standings".
           DISPLAY "Place Seed Operator Name"
               "                           Won Drw".
           PERFORM RANK-BY-SEED.
           PERFORM VARYING WS-EN-IDX FROM 1 BY 1
                   UNTIL WS-EN-IDX > WS-EN-COUNT
               IF EN-STATUS (WS-EN-IDX) = "C" OR "A" OR "E"
                   MOVE 1 TO WS-PLACE
                   PERFORM PRINT-STANDING-LINE
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-PRINT-ROUND FROM WS-TN-ROUNDS BY -1
                   UNTIL WS-PRINT-ROUND < 1
               PERFORM VARYING WS-EN-IDX FROM 1 BY 1
                       UNTIL WS-EN-IDX > WS-EN-COUNT
                   IF EN-STATUS (WS-EN-IDX) = "O"
                           AND EN-OUT-ROUND (WS-EN-IDX) =
                               WS-PRINT-ROUND
                       MOVE 1 TO WS-PLACE
                       COMPUTE WS-PLACE-DOUBLINGS =
                           WS-TN-ROUNDS - WS-PRINT-ROUND
                       PERFORM WS-PLACE-DOUBLINGS TIMES
                           MULTIPLY 2 BY WS-PLACE
                       END-PERFORM
                       ADD 1 TO WS-PLACE
                       PERFORM PRINT-STANDING-LINE
                   END-IF
               END-PERFORM
           END-PERFORM.

       RANK-BY-SEED.
      *> unseeded entrants (seed 0) stay in operator ID order
           PERFORM VARYING WS-EN-PASS FROM 1 BY 1
                   UNTIL WS-EN-PASS >= WS-EN-COUNT
               PERFORM VARYING WS-EN-IDX FROM 1 BY 1
                       UNTIL WS-EN-IDX > WS-EN-COUNT - WS-EN-PASS
                   COMPUTE WS-EN-NEXT = WS-EN-IDX + 1
                   IF EN-SEED (WS-EN-IDX) > EN-SEED (WS-EN-NEXT)
                       MOVE WS-EN-ENTRY (WS-EN-IDX) TO WS-EN-SWAP
                       MOVE WS-EN-ENTRY (WS-EN-NEXT)
                           TO WS-EN-ENTRY (WS-EN-IDX)
                       MOVE WS-EN-SWAP TO WS-EN-ENTRY (WS-EN-NEXT)
                   END-IF
               END-PERFORM
           END-PERFORM.

       PRINT-STANDING-LINE.
           MOVE SPACES TO WS-OPER-NAME.
           IF WS-OPER-AVAIL = "Y"
               MOVE EN-OPERATOR-ID (WS-EN-IDX) TO OM-OPERATOR-ID
               READ OPERMAST-FILE
                   INVALID KEY
                       MOVE "(not on OPERMAST)" TO WS-OPER-NAME
                   NOT INVALID KEY
                       MOVE OM-OPERATOR-NAME TO WS-OPER-NAME
               END-READ
           END-IF.
           MOVE EN-SEED (WS-EN-IDX) TO WS-SEED-EDIT.
           EVALUATE EN-STATUS (WS-EN-IDX)
               WHEN "C"
                   DISPLAY "CHAMP  " WS-SEED-EDIT " "
                       EN-OPERATOR-ID (WS-EN-IDX) " " WS-OPER-NAME
                       " " EN-WON (WS-EN-IDX) "  "
                       EN-DRAWS (WS-EN-IDX)
               WHEN "O"
                   MOVE WS-PLACE TO WS-PLACE-EDIT
                   DISPLAY "  " WS-PLACE-EDIT "  " WS-SEED-EDIT " "
                       EN-OPERATOR-ID (WS-EN-IDX) " " WS-OPER-NAME
                       " " EN-WON (WS-EN-IDX) "  "
                       EN-DRAWS (WS-EN-IDX)
               WHEN OTHER
                   DISPLAY "  in   " WS-SEED-EDIT " "
                       EN-OPERATOR-ID (WS-EN-IDX) " " WS-OPER-NAME
                       " " EN-WON (WS-EN-IDX) "  "
                       EN-DRAWS (WS-EN-IDX)
           END-EVALUATE.

       WRITE-RUN-CONTROL.
      *> one record per run on the shared run log, read by the
      *> morning status report - a log that cannot be opened
      *> costs the run its line on that report, nothing more
           INITIALIZE RUN-CONTROL-RECORD.
           MOVE "FINDNTRN" TO RL-PROGRAM.
           STRING WS-FUNCTION DELIMITED BY SPACE
               " " WS-TOURN-ID DELIMITED BY SIZE
               INTO RL-QUALIFIER.
           MOVE WS-RUN-DATE TO RL-RUN-DATE.
           MOVE RL-RUN-DATE TO RL-BUSINESS-DATE.
           MOVE WS-RUN-START-DATE TO RL-START-DATE.
           MOVE WS-RUN-START-TIME TO RL-START-TIME.
           ACCEPT RL-END-DATE FROM DATE YYYYMMDD.
           ACCEPT RL-END-TIME FROM TIME.
           MOVE RETURN-CODE TO RL-RETURN-CODE.
           MOVE "ENTRANTS" TO RL-COUNT-NAME (1).
           MOVE WS-EN-COUNT TO RL-COUNT-VALUE (1).
           MOVE "DUELS" TO RL-COUNT-NAME (2).
           MOVE WS-DUELS-READ TO RL-COUNT-VALUE (2).
           MOVE "DECIDED" TO RL-COUNT-NAME (3).
           MOVE WS-DECIDED-COUNT TO RL-COUNT-VALUE (3).
           MOVE "DRAWS" TO RL-COUNT-NAME (4).
           MOVE WS-DRAWN-COUNT TO RL-COUNT-VALUE (4).
           MOVE "EXCEPTNS" TO RL-COUNT-NAME (5).
           MOVE WS-EXCEPTION-COUNT TO RL-COUNT-VALUE (5).
           MOVE "ROUND" TO RL-COUNT-NAME (6).
           MOVE WS-TN-ROUND TO RL-COUNT-VALUE (6).
           OPEN EXTEND RUN-CONTROL-FILE.
           IF WS-RUNL-STATUS = "35"
               OPEN OUTPUT RUN-CONTROL-FILE
           END-IF.
           IF WS-RUNL-STATUS = "00"
               WRITE RUN-CONTROL-RECORD
               CLOSE RUN-CONTROL-FILE
           ELSE
               DISPLAY "GUESS-RUNL not available - status "
                   WS-RUNL-STATUS " - run not logged"
           END-IF.
       END PROGRAM FindTheNumberTRN.
