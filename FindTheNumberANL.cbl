               ACCESS MODE IS RANDOM
               RECORD KEY IS OM-OPERATOR-ID
               FILE STATUS IS WS-OPER-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "GUESS-RUNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  GUESS-DTL-FILE.
           COPY GUESSDTL.
       FD  OPERMAST-FILE.
           COPY OPERMAST.
       FD  RUN-CONTROL-FILE.
           COPY GUESSRCL.
       WORKING-STORAGE SECTION.
           01 WS-DTL-STATUS PIC XX.
           01 WS-OPER-STATUS PIC XX.
           01 WS-AVG-GAP-DISPLAY PIC ZZZZ9.9.
           01 WS-COUNT-DISPLAY PIC ZZZZZ9.

      *> ---- run-control log ----
           01 WS-RUNL-STATUS PIC XX.
           01 WS-RUN-START-DATE PIC 9(8).
           01 WS-RUN-START-TIME PIC 9(8).

      *> ---- date-range control-parm, same shape as the report ----
           01 WS-FROM-DATE             PIC 9(8) VALUE 0.
           01 WS-TO-DATE               PIC 9(8) VALUE 99999999.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE.
           ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-START-TIME FROM TIME.
           PERFORM PARSE-CONTROL-PARM.
           OPEN INPUT GUESS-DTL-FILE.
           IF WS-DTL-STATUS NOT = "00"
               CLOSE GUESS-DTL-FILE
               PERFORM PRINT-EFFICIENCY-REPORT
           END-IF.
           PERFORM WRITE-RUN-CONTROL.
           STOP RUN.

       PARSE-CONTROL-PARM.
                       MOVE OM-SHIFT TO WS-OP-SHIFT
               END-READ
           END-IF.

       WRITE-RUN-CONTROL.
      *> one record per run on the shared run log, read by the
      *> morning status report - a log that cannot be opened
      *> costs the run its line on that report, nothing more
           INITIALIZE RUN-CONTROL-RECORD.
           MOVE "FINDNANL" TO RL-PROGRAM.
           MOVE WS-RUN-START-DATE TO RL-RUN-DATE.
           MOVE RL-RUN-DATE TO RL-BUSINESS-DATE.
           MOVE WS-RUN-START-DATE TO RL-START-DATE.
           MOVE WS-RUN-START-TIME TO RL-START-TIME.
           ACCEPT RL-END-DATE FROM DATE YYYYMMDD.
           ACCEPT RL-END-TIME FROM TIME.
           MOVE RETURN-CODE TO RL-RETURN-CODE.
           MOVE "ENTRIES" TO RL-COUNT-NAME (1).
           MOVE WS-ENTRIES-READ TO RL-COUNT-VALUE (1).
           MOVE "SESSIONS" TO RL-COUNT-NAME (2).
           MOVE WS-SESSIONS-SEEN TO RL-COUNT-VALUE (2).
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
       END PROGRAM FindTheNumberANL.
