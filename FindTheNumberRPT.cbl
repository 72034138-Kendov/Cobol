      * Date: AUG 2026
      * Purpose: summarise the GUESS-LOG audit trail written by
      *          FindTheNumber - daily/weekly shop-floor visibility
      *          into how the game is actually being played. Closed
      *          GUESS-DISP dispute cases are honoured: a voided
      *          session is left out and a corrected one counts under
      *          the ruled result and attempts.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ACCESS MODE IS RANDOM
               RECORD KEY IS OM-OPERATOR-ID
               FILE STATUS IS WS-OPER-STATUS.
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
       FD  GUESS-LOG-FILE.
       01  GUESS-HIST-RECORD           PIC X(74).
       FD  OPERMAST-FILE.
           COPY OPERMAST.
       FD  GUESS-DISP-FILE.
           COPY GUESSDSP.
       FD  RUN-CONTROL-FILE.
           COPY GUESSRCL.
       WORKING-STORAGE SECTION.
           01 WS-LOG-STATUS PIC XX.
           01 WS-EOF PIC X VALUE "N".
           01 WS-OP-NAME PIC X(30).
           01 WS-OP-SHIFT PIC X(5).

      *> ---- dispute rulings: a missing case master just means no
      *>      session has ever been ruled on ----
           01 WS-DISP-STATUS PIC XX.
           01 WS-DISP-AVAIL PIC X VALUE "N".
           01 WS-SESSION-VOIDED PIC X VALUE "N".
           01 WS-RULED-VOID-COUNT BINARY-LONG VALUE 0.
           01 WS-RULED-CORR-COUNT BINARY-LONG VALUE 0.

      *> ---- run-control log ----
           01 WS-RUNL-STATUS PIC XX.
           01 WS-RUN-START-DATE PIC 9(8).
           01 WS-RUN-START-TIME PIC 9(8).

      *> ---- date-range control-parm (daily/weekly slicing) ----
           01 WS-FROM-DATE             PIC 9(8) VALUE 0.
           01 WS-TO-DATE               PIC 9(8) VALUE 99999999.
           01 WS-CAP-COUNT BINARY-LONG VALUE 0.
           01 WS-INCOMPLETE-COUNT BINARY-LONG VALUE 0.
           01 WS-BAD-INPUT-COUNT BINARY-LONG VALUE 0.
           01 WS-TIMEOUT-COUNT BINARY-LONG VALUE 0.
           01 WS-DUEL-WIN-COUNT BINARY-LONG VALUE 0.
           01 WS-DUEL-LOSS-COUNT BINARY-LONG VALUE 0.
           01 WS-DUEL-DRAW-COUNT BINARY-LONG VALUE 0.
                   10 OP-SESSIONS BINARY-LONG VALUE 0.
                   10 OP-WINS BINARY-LONG VALUE 0.
                   10 OP-CAP-COUNT BINARY-LONG VALUE 0.
                   10 OP-TIMEOUT-COUNT BINARY-LONG VALUE 0.
                   10 OP-ATTEMPT-SUM BINARY-LONG VALUE 0.
                   10 OP-BEST-ATTEMPTS BINARY-LONG VALUE 0.
                   10 OP-DUEL-WINS BINARY-LONG VALUE 0.
               05 SW-SESSIONS BINARY-LONG.
               05 SW-WINS BINARY-LONG.
               05 SW-CAP-COUNT BINARY-LONG.
               05 SW-TIMEOUT-COUNT BINARY-LONG.
               05 SW-ATTEMPT-SUM BINARY-LONG.
               05 SW-BEST-ATTEMPTS BINARY-LONG.
               05 SW-DUEL-WINS BINARY-LONG.
                   10 TI-WINS BINARY-LONG VALUE 0.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-START-TIME FROM TIME.
           PERFORM SET-UP-TIER-TABLE.
           PERFORM PARSE-CONTROL-PARM.
           PERFORM OPEN-LOG.
           IF WS-LOG-STATUS = "00"
               PERFORM OPEN-DISPUTES
               PERFORM UNTIL WS-EOF = "Y"
                   PERFORM READ-NEXT-SESSION
                   IF WS-EOF NOT = "Y"
                           AND GL-LOG-DATE >= WS-FROM-DATE
                           AND GL-LOG-DATE <= WS-TO-DATE
                       PERFORM APPLY-DISPUTE-RULING
                       IF WS-SESSION-VOIDED = "N"
                           PERFORM ACCUMULATE-SESSION
                       END-IF
                   END-IF
               END-PERFORM
               PERFORM CLOSE-LOG
               IF WS-DISP-AVAIL = "Y"
                   CLOSE GUESS-DISP-FILE
               END-IF
               PERFORM PRINT-SUMMARY
               PERFORM PRINT-LEADERBOARD
           ELSE
               DISPLAY "Log source (" WS-SOURCE ") not available"
                   " - nothing to report"
           END-IF.
           PERFORM WRITE-RUN-CONTROL.
           STOP RUN.

       SET-UP-TIER-TABLE.
               CLOSE GUESS-LOG-FILE
           END-IF.

       OPEN-DISPUTES.
           OPEN INPUT GUESS-DISP-FILE.
           IF WS-DISP-STATUS = "00"
               MOVE "Y" TO WS-DISP-AVAIL
           ELSE
               MOVE "N" TO WS-DISP-AVAIL
           END-IF.

       APPLY-DISPUTE-RULING.
      *> only a closed case changes anything - an open one is still
      *> just a complaint. The log record read is re-scored in place
      *> for a correction, so every total below sees the ruling.
           MOVE "N" TO WS-SESSION-VOIDED.
           IF WS-DISP-AVAIL = "Y" AND GL-SESSION-ID NOT = SPACES
               MOVE GL-SESSION-ID TO DS-SESSION-ID
               READ GUESS-DISP-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF DS-STATUS = "C"
                           EVALUATE DS-RULING
                               WHEN "V"
                                   MOVE "Y" TO WS-SESSION-VOIDED
                                   ADD 1 TO WS-RULED-VOID-COUNT
                               WHEN "R"
                                   MOVE DS-CORR-RESULT
                                       TO GL-RESULT-CODE
                                   MOVE DS-CORR-ATTEMPTS
                                       TO GL-ATTEMPTS
                                   ADD 1 TO WS-RULED-CORR-COUNT
                           END-EVALUATE
                       END-IF
               END-READ
           END-IF.

       PARSE-CONTROL-PARM.
      *> control PARM is a comma-separated list of KEY=VALUE pairs,
      *> same shape as FindTheNumber's - FROM=/TO= are YYYYMMDD dates
                   ADD 1 TO WS-INCOMPLETE-COUNT
               WHEN "B"
                   ADD 1 TO WS-BAD-INPUT-COUNT
               WHEN "T"
                   ADD 1 TO WS-TIMEOUT-COUNT
               WHEN "D"
                   ADD 1 TO WS-DUEL-WIN-COUNT
               WHEN "L"
                       END-IF
                   WHEN "C"
                       ADD 1 TO OP-CAP-COUNT (WS-OP-IDX)
                   WHEN "T"
                       ADD 1 TO OP-TIMEOUT-COUNT (WS-OP-IDX)
                   WHEN "D"
                       ADD 1 TO OP-DUEL-WINS (WS-OP-IDX)
                   WHEN "L"
           DISPLAY "Hit the attempt cap ...: " WS-CAP-COUNT.
           DISPLAY "Incomplete (batch EOF).: " WS-INCOMPLETE-COUNT.
           DISPLAY "Ended - bad input .....: " WS-BAD-INPUT-COUNT.
           DISPLAY "Timed out .............: " WS-TIMEOUT-COUNT.
           DISPLAY "Duel wins .............: " WS-DUEL-WIN-COUNT.
           DISPLAY "Duel losses ...........: " WS-DUEL-LOSS-COUNT.
           DISPLAY "Duel draws ............: " WS-DUEL-DRAW-COUNT.
           DISPLAY "Average attempts/game .: " WS-AVG-DISPLAY.
           DISPLAY "Voided by dispute .....: " WS-RULED-VOID-COUNT
               " (not counted above)".
           DISPLAY "Corrected by dispute ..: " WS-RULED-CORR-COUNT.
           IF WS-WIN-COUNT > 0
               DISPLAY "Fastest win ...........: " WS-FASTEST-WIN
                   " attempt(s)"
           IF TI-SESSIONS (WS-TI-GROUP) > 0
               DISPLAY " "
               DISPLAY "TIER: " TI-LABEL (WS-TI-GROUP)
               DISPLAY "OPERATOR  SESSIONS  WINS  CAPS  TOUT  AVG-ATT"
                   "  BEST  DWIN  DLOSS  SHIFT  NAME"
               PERFORM VARYING WS-OP-IDX FROM 1 BY 1
                       UNTIL WS-OP-IDX > WS-OP-COUNT
                   IF OP-TIER (WS-OP-IDX) = TI-CODE (WS-TI-GROUP)
               OP-SESSIONS (WS-OP-IDX) "  "
               OP-WINS (WS-OP-IDX) "  "
               OP-CAP-COUNT (WS-OP-IDX) "  "
               OP-TIMEOUT-COUNT (WS-OP-IDX) "  "
               WS-OP-AVG-DISPLAY "  "
               WS-OP-BEST-DISPLAY "  "
               OP-DUEL-WINS (WS-OP-IDX) "  "
           MOVE WS-OP-ENTRY (WS-OP-SWAP-IDX + 1)
               TO WS-OP-ENTRY (WS-OP-SWAP-IDX).
           MOVE WS-OP-SWAP TO WS-OP-ENTRY (WS-OP-SWAP-IDX + 1).

       WRITE-RUN-CONTROL.
      *> one record per run on the shared run log, read by the
      *> morning status report - a log that cannot be opened
      *> costs the run its line on that report, nothing more
           INITIALIZE RUN-CONTROL-RECORD.
           MOVE "FINDNRPT" TO RL-PROGRAM.
           MOVE WS-RUN-START-DATE TO RL-RUN-DATE.
           MOVE RL-RUN-DATE TO RL-BUSINESS-DATE.
           MOVE WS-RUN-START-DATE TO RL-START-DATE.
           MOVE WS-RUN-START-TIME TO RL-START-TIME.
           ACCEPT RL-END-DATE FROM DATE YYYYMMDD.
           ACCEPT RL-END-TIME FROM TIME.
           MOVE RETURN-CODE TO RL-RETURN-CODE.
           MOVE "SESSIONS" TO RL-COUNT-NAME (1).
           MOVE WS-SESSION-COUNT TO RL-COUNT-VALUE (1).
           MOVE "WINS" TO RL-COUNT-NAME (2).
           MOVE WS-WIN-COUNT TO RL-COUNT-VALUE (2).
           MOVE "CAPS" TO RL-COUNT-NAME (3).
           MOVE WS-CAP-COUNT TO RL-COUNT-VALUE (3).
           MOVE "BADINPUT" TO RL-COUNT-NAME (4).
           MOVE WS-BAD-INPUT-COUNT TO RL-COUNT-VALUE (4).
           MOVE "VOIDED" TO RL-COUNT-NAME (5).
           MOVE WS-RULED-VOID-COUNT TO RL-COUNT-VALUE (5).
           MOVE "TIMEOUTS" TO RL-COUNT-NAME (6).
           MOVE WS-TIMEOUT-COUNT TO RL-COUNT-VALUE (6).
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
       END PROGRAM FindTheNumberRPT.
