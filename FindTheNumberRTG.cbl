      *          applied, never the whole history, and a rerun for a
      *          date already folded in is a no-op. Wins raise the
      *          rating more when done in few attempts against a
      *          large range, capped, timed-out and bad-input
      *          sessions lower it, and duel results move both
      *          participants against each other's current rating.
      *          Always ends with the standings print for the floor,
      *          ordered by rating with movement since the week's
      *          snapshot; MODE=PRINT prints the standings without
      *          applying anything.
      *          Closed GUESS-DISP dispute rulings are honoured: a
      *          voided session is not rated and a corrected one is
      *          rated on the ruled result and attempts. A ruling
      *          made after its session was already rated is applied
      *          as a late adjustment on the next run - the original
      *          session's effect is backed out and the corrected one
      *          put in - and marked on the case so it is only ever
      *          applied once.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ACCESS MODE IS RANDOM
               RECORD KEY IS OM-OPERATOR-ID
               FILE STATUS IS WS-OPER-STATUS.
           SELECT GUESS-DISP-FILE ASSIGN TO "GUESS-DISP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DS-SESSION-ID
               FILE STATUS IS WS-DISP-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "GUESS-RUNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  GUESS-LOG-FILE.
           COPY OPERRATE.
       FD  OPERMAST-FILE.
           COPY OPERMAST.
       FD  GUESS-DISP-FILE.
           COPY GUESSDSP.
       FD  RUN-CONTROL-FILE.
           COPY GUESSRCL.
       WORKING-STORAGE SECTION.
           01 WS-LOG-STATUS PIC XX.
           01 WS-RATE-STATUS PIC XX.
           01 WS-RUN-DATE PIC 9(8) VALUE 0.
           01 WS-OP-NAME PIC X(30).
           01 WS-OP-SHIFT PIC X(5).
           01 WS-LOG-DAY-COUNT BINARY-LONG VALUE 0.
           01 WS-APPLIED-COUNT BINARY-LONG VALUE 0.
           01 WS-SKIPPED-COUNT BINARY-LONG VALUE 0.

      *> ---- dispute rulings: voided sessions tonight, and late
      *>      rulings backed into ratings already on file ----
           01 WS-DISP-STATUS PIC XX.
           01 WS-DISP-AVAIL PIC X VALUE "N".
           01 WS-SESSION-VOIDED PIC X VALUE "N".
           01 WS-RULED-VOID-COUNT BINARY-LONG VALUE 0.
           01 WS-RULED-CORR-COUNT BINARY-LONG VALUE 0.
           01 WS-LATE-COUNT BINARY-LONG VALUE 0.
           01 WS-DISP-EOF PIC X VALUE "N".

      *> ---- rating arithmetic scratch ----
           01 WS-DELTA BINARY-LONG.
           01 WS-PAR BINARY-LONG.
      *>              "Y" when OR-LAST-APPLIED shows this date was
      *>              already folded in - every record the operator
      *>              logged tonight is then left alone
                   10 RT-LAST-APPLIED PIC 9(8) VALUE 0.
                   10 RT-ADJUSTED PIC X VALUE "N".
      *>              "Y" when a late dispute ruling moved the rating,
      *>              so the entry is written back even when RT-SKIP
      *>              holds tonight's sessions off

      *> ---- duel pairing: D/L/E records buffered until end of the
      *>      scan, then matched winner-to-loser on the shared seed
           01 WS-MOVEMENT-DISPLAY PIC +(4)9.
           01 WS-SESSIONS-DISPLAY PIC ZZZZZ9.

      *> ---- run-control log ----
           01 WS-RUNL-STATUS PIC XX.
           01 WS-RUN-START-DATE PIC 9(8).
           01 WS-RUN-START-TIME PIC 9(8).

      *> ---- control-parm: RUNDATE= (defaults to today) and
      *>      MODE=PRINT for a standings-only run ----
           01 WS-PARM                  PIC X(80).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE.
           ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-START-TIME FROM TIME.
           PERFORM PARSE-CONTROL-PARM.
           IF WS-RUN-DATE = 0
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM OPEN-RATING-MASTER.
           IF WS-RATE-STATUS = "00"
               IF WS-MODE NOT = "PRINT"
                   PERFORM OPEN-DISPUTES
                   PERFORM APPLY-DAYS-SESSIONS
                   IF WS-DISP-AVAIL = "Y"
                       CLOSE GUESS-DISP-FILE
                   END-IF
               END-IF
               PERFORM PRINT-STANDINGS
               CLOSE OPERRATE-FILE
                   WS-RATE-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM WRITE-RUN-CONTROL.
           STOP RUN.

       PARSE-CONTROL-PARM.
               OPEN I-O OPERRATE-FILE
           END-IF.

       OPEN-DISPUTES.
      *> no case master just means nothing has ever been ruled on
           OPEN I-O GUESS-DISP-FILE.
           IF WS-DISP-STATUS = "00"
               MOVE "Y" TO WS-DISP-AVAIL
           ELSE
               MOVE "N" TO WS-DISP-AVAIL
           END-IF.

       APPLY-DAYS-SESSIONS.
           OPEN INPUT GUESS-LOG-FILE.
           IF WS-LOG-STATUS NOT = "00"
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF GL-LOG-DATE = WS-RUN-DATE
                               ADD 1 TO WS-LOG-DAY-COUNT
                               PERFORM RATE-ONE-SESSION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GUESS-LOG-FILE
               PERFORM SETTLE-DUELS
               IF WS-DISP-AVAIL = "Y"
                   PERFORM APPLY-LATE-RULINGS
               END-IF
               PERFORM WRITE-RATINGS-BACK
               DISPLAY "Sessions applied to ratings: "
                   WS-APPLIED-COUNT
                   DISPLAY "Sessions skipped (date already rated): "
                       WS-SKIPPED-COUNT
               END-IF
               IF WS-RULED-VOID-COUNT + WS-RULED-CORR-COUNT > 0
                   DISPLAY "Sessions voided by dispute: "
                       WS-RULED-VOID-COUNT
                       "  rated as corrected: " WS-RULED-CORR-COUNT
               END-IF
               IF WS-LATE-COUNT > 0
                   DISPLAY "Late dispute rulings adjusted: "
                       WS-LATE-COUNT
               END-IF
           END-IF.

       RATE-ONE-SESSION.
                   CONTINUE
               WHEN RT-SKIP (WS-RT-IDX) = "Y"
                   ADD 1 TO WS-SKIPPED-COUNT
               WHEN OTHER
                   PERFORM APPLY-DISPUTE-RULING
                   PERFORM RATE-RULED-SESSION
           END-EVALUATE.

       RATE-RULED-SESSION.
      *> a voided duel half is never buffered, so its mate finds no
      *> partner and the duel moves neither rating
           EVALUATE TRUE
               WHEN WS-SESSION-VOIDED = "Y"
                   CONTINUE
               WHEN GL-RESULT-CODE = "D" OR GL-RESULT-CODE = "L"
                       OR GL-RESULT-CODE = "E"
                   PERFORM BUFFER-DUEL-RECORD
                   PERFORM RATE-SOLO-SESSION
           END-EVALUATE.

       APPLY-DISPUTE-RULING.
      *> a closed case's ruling is applied as the session is rated
      *> and marked on the case, so the late-ruling pass never
      *> backs it out again.
           MOVE "N" TO WS-SESSION-VOIDED.
           IF WS-DISP-AVAIL = "Y" AND GL-SESSION-ID NOT = SPACES
               MOVE GL-SESSION-ID TO DS-SESSION-ID
               READ GUESS-DISP-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF DS-STATUS = "C"
                           PERFORM TAKE-RULING-TONIGHT
                       END-IF
               END-READ
           END-IF.

       TAKE-RULING-TONIGHT.
           EVALUATE DS-RULING
               WHEN "V"
                   MOVE "Y" TO WS-SESSION-VOIDED
                   ADD 1 TO WS-RULED-VOID-COUNT
               WHEN "R"
                   MOVE DS-CORR-RESULT TO GL-RESULT-CODE
                   MOVE DS-CORR-ATTEMPTS TO GL-ATTEMPTS
                   ADD 1 TO WS-RULED-CORR-COUNT
           END-EVALUATE.
           IF DS-RATING-ADJUSTED NOT = "Y"
               MOVE "Y" TO DS-RATING-ADJUSTED
               REWRITE DISPUTE-RECORD
                   INVALID KEY
                       DISPLAY "Dispute case " DS-SESSION-ID
                           " not marked rated - status "
                           WS-DISP-STATUS
               END-REWRITE
           END-IF.

       RATE-SOLO-SESSION.
           PERFORM COMPUTE-SOLO-DELTA.
           PERFORM APPLY-RATING-DELTA.
           ADD 1 TO RT-SESSIONS (WS-RT-IDX).
           ADD 1 TO WS-APPLIED-COUNT.

       COMPUTE-SOLO-DELTA.
           MOVE 0 TO WS-DELTA.
           EVALUATE GL-RESULT-CODE
               WHEN "W"
                   MOVE -10 TO WS-DELTA
               WHEN "B"
                   MOVE -15 TO WS-DELTA
      *> the clock ran out with tries still in hand - the game was
      *> neither lost on the cap nor thrown away, so it costs less
               WHEN "T"
                   MOVE -5 TO WS-DELTA
           END-EVALUATE.
      *> "I" (batch input ran out mid-session) moves nothing -
      *> an unfinished game says nothing about skill

       COMPUTE-PAR-ATTEMPTS.
      *> sessions logged before the range was carried on the record
           ADD 1 TO RT-SESSIONS (WS-RT-IDX).
           ADD 2 TO WS-APPLIED-COUNT.

       APPLY-LATE-RULINGS.
      *> cases closed after their session was already rated. The
      *> session's effect is recomputed from the figures the case
      *> carries and backed out; a correction then puts the ruled
      *> result in its place. A duel's transfer depended on both
      *> ratings on the night and is not kept, so a late duel void
      *> backs out the standard transfer of 16 - the console voids
      *> both halves together, so the winner gives back 16 and the
      *> loser gets 16 back and the pair still nets to zero.
      *> Sessions whose date the operator's rating hasn't reached
      *> yet are left for the run that rates them.
           MOVE "N" TO WS-DISP-EOF.
           MOVE LOW-VALUES TO DS-SESSION-ID.
           START GUESS-DISP-FILE KEY >= DS-SESSION-ID
               INVALID KEY
                   MOVE "Y" TO WS-DISP-EOF
           END-START.
           PERFORM UNTIL WS-DISP-EOF = "Y"
               READ GUESS-DISP-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-DISP-EOF
                   NOT AT END
                       IF DS-STATUS = "C"
                               AND DS-RATING-ADJUSTED NOT = "Y"
                               AND DS-SESSION-DATE < WS-RUN-DATE
                               AND (DS-RULING = "V" OR DS-RULING = "R")
                           PERFORM CHECK-LATE-RULING
                       END-IF
               END-READ
           END-PERFORM.

       CHECK-LATE-RULING.
           MOVE DS-OPERATOR-ID TO OR-OPERATOR-ID.
           READ OPERRATE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF OR-LAST-APPLIED >= DS-SESSION-DATE
                       MOVE DS-OPERATOR-ID TO WS-RT-LOOKUP-ID
                       PERFORM LOAD-RATING-ENTRY
                       IF WS-RT-FOUND = "Y"
                           PERFORM APPLY-ONE-LATE-RULING
                       END-IF
                   END-IF
           END-READ.

       APPLY-ONE-LATE-RULING.
           MOVE DS-UPPER-BOUND TO GL-UPPER-BOUND.
           MOVE DS-ORIG-RESULT TO GL-RESULT-CODE.
           MOVE DS-ORIG-ATTEMPTS TO GL-ATTEMPTS.
           EVALUATE DS-ORIG-RESULT
               WHEN "D"
                   MOVE 16 TO WS-DELTA
               WHEN "L"
                   MOVE -16 TO WS-DELTA
               WHEN "E"
                   MOVE 0 TO WS-DELTA
               WHEN OTHER
                   PERFORM COMPUTE-SOLO-DELTA
           END-EVALUATE.
           COMPUTE WS-DELTA = 0 - WS-DELTA.
           PERFORM APPLY-RATING-DELTA.
           IF DS-RULING = "R"
               MOVE DS-CORR-RESULT TO GL-RESULT-CODE
               MOVE DS-CORR-ATTEMPTS TO GL-ATTEMPTS
               PERFORM COMPUTE-SOLO-DELTA
               PERFORM APPLY-RATING-DELTA
           ELSE
               IF RT-SESSIONS (WS-RT-IDX) > 0
                   SUBTRACT 1 FROM RT-SESSIONS (WS-RT-IDX)
               END-IF
           END-IF.
           MOVE "Y" TO RT-ADJUSTED (WS-RT-IDX).
           MOVE "Y" TO DS-RATING-ADJUSTED.
           REWRITE DISPUTE-RECORD
               INVALID KEY
                   DISPLAY "Dispute case " DS-SESSION-ID
                       " not marked rated - status " WS-DISP-STATUS
           END-REWRITE.
           ADD 1 TO WS-LATE-COUNT.
           DISPLAY "  late ruling " DS-RULING " on " DS-SESSION-ID
               " applied to " DS-OPERATOR-ID.

       LOAD-RATING-ENTRY.
      *> first touch pulls the master record into the table (or
      *> enters a new operator at 1000) and rolls the weekly
                   MOVE WS-RUN-DATE TO RT-WEEK-DATE (WS-RT-IDX)
                   MOVE 0 TO RT-SESSIONS (WS-RT-IDX)
                   MOVE "N" TO RT-SKIP (WS-RT-IDX)
                   MOVE 0 TO RT-LAST-APPLIED (WS-RT-IDX)
                   MOVE "N" TO RT-ADJUSTED (WS-RT-IDX)
               NOT INVALID KEY
                   MOVE "Y" TO RT-ON-FILE (WS-RT-IDX)
                   MOVE OR-RATING TO RT-RATING (WS-RT-IDX)
                   MOVE OR-WEEK-RATING TO RT-WEEK-RATING (WS-RT-IDX)
                   MOVE OR-WEEK-DATE TO RT-WEEK-DATE (WS-RT-IDX)
                   MOVE OR-SESSIONS-RATED TO RT-SESSIONS (WS-RT-IDX)
                   MOVE OR-LAST-APPLIED TO RT-LAST-APPLIED (WS-RT-IDX)
                   MOVE "N" TO RT-ADJUSTED (WS-RT-IDX)
                   IF OR-LAST-APPLIED >= WS-RUN-DATE
                       MOVE "Y" TO RT-SKIP (WS-RT-IDX)
                   ELSE
           PERFORM VARYING WS-RT-IDX FROM 1 BY 1
                   UNTIL WS-RT-IDX > WS-RT-COUNT
               IF RT-SKIP (WS-RT-IDX) NOT = "Y"
                       OR RT-ADJUSTED (WS-RT-IDX) = "Y"
                   PERFORM WRITE-ONE-RATING
               END-IF
           END-PERFORM.
           MOVE RT-RATING (WS-RT-IDX) TO OR-RATING.
           MOVE RT-WEEK-RATING (WS-RT-IDX) TO OR-WEEK-RATING.
           MOVE RT-WEEK-DATE (WS-RT-IDX) TO OR-WEEK-DATE.
      *> an entry held off tonight's sessions keeps the date it was
      *> last rated to - only its late adjustment is being written
           IF RT-SKIP (WS-RT-IDX) = "Y"
               MOVE RT-LAST-APPLIED (WS-RT-IDX) TO OR-LAST-APPLIED
           ELSE
               MOVE WS-RUN-DATE TO OR-LAST-APPLIED
           END-IF.
           MOVE RT-SESSIONS (WS-RT-IDX) TO OR-SESSIONS-RATED.
           IF RT-ON-FILE (WS-RT-IDX) = "Y"
               REWRITE OPER-RATE-RECORD
                       MOVE OM-SHIFT TO WS-OP-SHIFT
               END-READ
           END-IF.

       WRITE-RUN-CONTROL.
      *> one record per run on the shared run log, read by the
      *> morning status report - a log that cannot be opened
      *> costs the run its line on that report, nothing more
           INITIALIZE RUN-CONTROL-RECORD.
           MOVE "FINDNRTG" TO RL-PROGRAM.
           MOVE WS-RUN-DATE TO RL-RUN-DATE.
           MOVE RL-RUN-DATE TO RL-BUSINESS-DATE.
           MOVE WS-RUN-START-DATE TO RL-START-DATE.
           MOVE WS-RUN-START-TIME TO RL-START-TIME.
           ACCEPT RL-END-DATE FROM DATE YYYYMMDD.
           ACCEPT RL-END-TIME FROM TIME.
           MOVE RETURN-CODE TO RL-RETURN-CODE.
           MOVE "LOGDAY" TO RL-COUNT-NAME (1).
           MOVE WS-LOG-DAY-COUNT TO RL-COUNT-VALUE (1).
           MOVE "RATED" TO RL-COUNT-NAME (2).
           MOVE WS-APPLIED-COUNT TO RL-COUNT-VALUE (2).
           MOVE "SKIPPED" TO RL-COUNT-NAME (3).
           MOVE WS-SKIPPED-COUNT TO RL-COUNT-VALUE (3).
           MOVE "VOIDED" TO RL-COUNT-NAME (4).
           MOVE WS-RULED-VOID-COUNT TO RL-COUNT-VALUE (4).
           MOVE "LATE" TO RL-COUNT-NAME (5).
           MOVE WS-LATE-COUNT TO RL-COUNT-VALUE (5).
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
       END PROGRAM FindTheNumberRTG.
