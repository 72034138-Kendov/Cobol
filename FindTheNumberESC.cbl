           SELECT ALERT-FILE ASSIGN TO "GUESS-ALRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALRT-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "GUESS-RUNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ALERT-MASTER-FILE.
           COPY GUESSALM.
       FD  ALERT-FILE.
       01  ALERT-RECORD                PIC X(100).
       FD  RUN-CONTROL-FILE.
           COPY GUESSRCL.
       WORKING-STORAGE SECTION.
           01 WS-ALM-STATUS PIC XX.
           01 WS-ALRT-STATUS PIC XX.
           01 WS-ESCALATED-COUNT BINARY-LONG VALUE 0.
           01 WS-OPEN-COUNT BINARY-LONG VALUE 0.

      *> ---- run-control log ----
           01 WS-RUNL-STATUS PIC XX.
           01 WS-RUN-START-DATE PIC 9(8).
           01 WS-RUN-START-TIME PIC 9(8).

      *> ---- control-parm: RUNDATE= (defaults to today) and
      *>      AGEDAYS= how long an alert may sit unacknowledged ----
           01 WS-PARM                  PIC X(80).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE.
           ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-START-TIME FROM TIME.
           PERFORM PARSE-CONTROL-PARM.
           IF WS-RUN-DATE = 0
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           IF WS-ESCALATED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM WRITE-RUN-CONTROL.
           STOP RUN.

       PARSE-CONTROL-PARM.
                   " displayed only"
           END-IF.
           DISPLAY "ESCALATED: " AL-TEXT.

       WRITE-RUN-CONTROL.
      *> one record per run on the shared run log, read by the
      *> morning status report - a log that cannot be opened
      *> costs the run its line on that report, nothing more
           INITIALIZE RUN-CONTROL-RECORD.
           MOVE "FINDNESC" TO RL-PROGRAM.
           MOVE WS-RUN-DATE TO RL-RUN-DATE.
           MOVE RL-RUN-DATE TO RL-BUSINESS-DATE.
           MOVE WS-RUN-START-DATE TO RL-START-DATE.
           MOVE WS-RUN-START-TIME TO RL-START-TIME.
           ACCEPT RL-END-DATE FROM DATE YYYYMMDD.
           ACCEPT RL-END-TIME FROM TIME.
           MOVE RETURN-CODE TO RL-RETURN-CODE.
           MOVE "OPEN" TO RL-COUNT-NAME (1).
           MOVE WS-OPEN-COUNT TO RL-COUNT-VALUE (1).
           MOVE "ESCALATD" TO RL-COUNT-NAME (2).
           MOVE WS-ESCALATED-COUNT TO RL-COUNT-VALUE (2).
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
       END PROGRAM FindTheNumberESC.
