      * Date: AUG 2026
      * Purpose: daily exception monitor over the GUESS-LOG records
      *          of one run date. Checks the day against PARM-set
      *          thresholds - cap-rate percentage, timed-out-rate
      *          percentage, bad-input session count, any operator
      *          feeding more invalid entries than real guesses, and
      *          zero sessions on a business day - and writes one
      *          GUESS-ALRT line per breach.
      *          Each breach is also carried as a managed record on
      *          the GUESS-ALRM master with a severity and status,
      *          where it persists until acknowledged at the console
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AL-ALERT-ID
               FILE STATUS IS WS-ALM-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "GUESS-RUNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  GUESS-LOG-FILE.
           COPY SHOPCAL.
       FD  ALERT-MASTER-FILE.
           COPY GUESSALM.
       FD  RUN-CONTROL-FILE.
           COPY GUESSRCL.
       WORKING-STORAGE SECTION.
           01 WS-LOG-STATUS PIC XX.
           01 WS-ALRT-STATUS PIC XX.
           01 WS-SESSION-COUNT BINARY-LONG VALUE 0.
           01 WS-CAP-COUNT BINARY-LONG VALUE 0.
           01 WS-BAD-INPUT-COUNT BINARY-LONG VALUE 0.
           01 WS-TIMEOUT-COUNT BINARY-LONG VALUE 0.
           01 WS-CAP-RATE PIC 9(3) VALUE 0.
           01 WS-TIMEOUT-RATE PIC 9(3) VALUE 0.
           01 WS-RATE-TEXT PIC 9(3).
           01 WS-COUNT-TEXT PIC 9(6).
           01 WS-COUNT-TEXT-2 PIC 9(6).
      *> ---- thresholds; the PARM overrides these shop defaults ----
           01 WS-CAP-PCT-MAX BINARY-LONG VALUE 50.
           01 WS-BAD-MAX BINARY-LONG VALUE 3.
           01 WS-TOUT-PCT-MAX BINARY-LONG VALUE 25.

      *> ---- per-operator attempt/invalid tallies, 50-entry
      *>      convention as in the report program ----
                   10 MN-ATTEMPTS BINARY-LONG VALUE 0.
                   10 MN-INVALIDS BINARY-LONG VALUE 0.

      *> ---- run-control log ----
           01 WS-RUNL-STATUS PIC XX.
           01 WS-RUN-START-DATE PIC 9(8).
           01 WS-RUN-START-TIME PIC 9(8).

      *> ---- control-parm: RUNDATE= (defaults to today) plus the
      *>      CAPPCT= / TOUTPCT= / BADMAX= thresholds ----
           01 WS-PARM                  PIC X(80).
           01 WS-PARM-TOKEN            PIC X(20).
           01 WS-PARM-KEY              PIC X(10).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE.
           ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-START-TIME FROM TIME.
           PERFORM PARSE-CONTROL-PARM.
           IF WS-RUN-DATE = 0
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ELSE
               DISPLAY "No alerts for " WS-RUN-DATE
           END-IF.
           PERFORM WRITE-RUN-CONTROL.
           STOP RUN.

       PARSE-CONTROL-PARM.
                           COMPUTE WS-CAP-PCT-MAX =
                               FUNCTION NUMVAL (WS-PARM-VALUE)
                       END-IF
                   WHEN WS-PARM-KEY = "TOUTPCT"
                       IF FUNCTION TEST-NUMVAL (WS-PARM-VALUE) = 0
                           COMPUTE WS-TOUT-PCT-MAX =
                               FUNCTION NUMVAL (WS-PARM-VALUE)
                       END-IF
                   WHEN WS-PARM-KEY = "BADMAX"
                       IF FUNCTION TEST-NUMVAL (WS-PARM-VALUE) = 0
                           COMPUTE WS-BAD-MAX =
                   ADD 1 TO WS-CAP-COUNT
               WHEN "B"
                   ADD 1 TO WS-BAD-INPUT-COUNT
               WHEN "T"
                   ADD 1 TO WS-TIMEOUT-COUNT
           END-EVALUATE.
           PERFORM UPDATE-OPERATOR-TALLY.

               END-IF
           ELSE
               PERFORM CHECK-CAP-RATE
               PERFORM CHECK-TIMEOUT-RATE
               PERFORM CHECK-BAD-INPUT
               PERFORM VARYING WS-OP-IDX FROM 1 BY 1
                       UNTIL WS-OP-IDX > WS-OP-COUNT
               PERFORM WRITE-ALERT
           END-IF.

       CHECK-TIMEOUT-RATE.
      *> a floor where a quarter of the sessions run out the clock
      *> has terminals being left mid-game, or an allowance set too
      *> tight for the range - either way someone should look
           COMPUTE WS-TIMEOUT-RATE ROUNDED =
               WS-TIMEOUT-COUNT * 100 / WS-SESSION-COUNT.
           IF WS-TIMEOUT-RATE > WS-TOUT-PCT-MAX
               MOVE "TIMEOUT" TO WS-AL-CONDITION
               MOVE SPACES TO WS-AL-OPERATOR
               MOVE 2 TO WS-AL-SEVERITY
               MOVE WS-TIMEOUT-RATE TO WS-RATE-TEXT
               MOVE SPACES TO ALERT-RECORD
               STRING "TIMED-OUT RATE " WS-RATE-TEXT
                   " PCT exceeds threshold" DELIMITED BY SIZE
                   INTO ALERT-RECORD
               PERFORM WRITE-ALERT
           END-IF.

       CHECK-BAD-INPUT.
           IF WS-BAD-INPUT-COUNT > WS-BAD-MAX
               MOVE "BADINPUT" TO WS-AL-CONDITION
               DISPLAY "GUESS-ALRM id sequence exhausted for "
                   WS-RUN-DATE " - breach not persisted"
           END-IF.

       WRITE-RUN-CONTROL.
      *> one record per run on the shared run log, read by the
      *> morning status report - a log that cannot be opened
      *> costs the run its line on that report, nothing more
           INITIALIZE RUN-CONTROL-RECORD.
           MOVE "FINDNMON" TO RL-PROGRAM.
           MOVE WS-RUN-DATE TO RL-RUN-DATE.
           MOVE RL-RUN-DATE TO RL-BUSINESS-DATE.
           MOVE WS-RUN-START-DATE TO RL-START-DATE.
           MOVE WS-RUN-START-TIME TO RL-START-TIME.
           ACCEPT RL-END-DATE FROM DATE YYYYMMDD.
           ACCEPT RL-END-TIME FROM TIME.
           MOVE RETURN-CODE TO RL-RETURN-CODE.
           MOVE "LOGDAY" TO RL-COUNT-NAME (1).
           MOVE WS-SESSION-COUNT TO RL-COUNT-VALUE (1).
           MOVE "CAPS" TO RL-COUNT-NAME (2).
           MOVE WS-CAP-COUNT TO RL-COUNT-VALUE (2).
           MOVE "BADINPUT" TO RL-COUNT-NAME (3).
           MOVE WS-BAD-INPUT-COUNT TO RL-COUNT-VALUE (3).
           MOVE "ALERTS" TO RL-COUNT-NAME (4).
           MOVE WS-ALERT-COUNT TO RL-COUNT-VALUE (4).
           MOVE "TIMEOUTS" TO RL-COUNT-NAME (5).
           MOVE WS-TIMEOUT-COUNT TO RL-COUNT-VALUE (5).
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
       END PROGRAM FindTheNumberMON.
