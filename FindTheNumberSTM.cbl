           SELECT GUESS-HIST-FILE ASSIGN TO "GUESS-HIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
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
       FD  OPERMAST-FILE.
           COPY GUESSLOG.
       FD  GUESS-HIST-FILE.
       01  GUESS-HIST-RECORD           PIC X(74).
       FD  GUESS-DISP-FILE.
           COPY GUESSDSP.
       FD  RUN-CONTROL-FILE.
           COPY GUESSRCL.
       WORKING-STORAGE SECTION.
           01 WS-OPER-STATUS PIC XX.
           01 WS-LOG-STATUS PIC XX.
           01 WS-EOF PIC X VALUE "N".
           01 WS-RESULT-NAME PIC X(10).

      *> ---- dispute rulings, as in the report program ----
           01 WS-DISP-STATUS PIC XX.
           01 WS-DISP-AVAIL PIC X VALUE "N".
           01 WS-SESSION-VOIDED PIC X VALUE "N".
           01 WS-SESSION-RULED PIC X VALUE "N".
           01 WS-RULING-FLAG PIC X(12).

      *> ---- the operator whose page is being built ----
           01 WS-STMT-ID PIC X(8).
           01 WS-STMT-NAME PIC X(30).
           01 WS-PD-SESSIONS BINARY-LONG VALUE 0.
           01 WS-PD-WINS BINARY-LONG VALUE 0.
           01 WS-PD-CAPS BINARY-LONG VALUE 0.
           01 WS-PD-TIMEOUTS BINARY-LONG VALUE 0.
           01 WS-PD-ATTEMPT-SUM BINARY-LONG VALUE 0.
           01 WS-PD-INVALID-SUM BINARY-LONG VALUE 0.

           01 WS-RUN-SESSIONS BINARY-LONG VALUE 0.
           01 WS-RUN-WINS BINARY-LONG VALUE 0.
           01 WS-RUN-CAPS BINARY-LONG VALUE 0.
           01 WS-RUN-TIMEOUTS BINARY-LONG VALUE 0.
           01 WS-RUN-VOIDED BINARY-LONG VALUE 0.
           01 WS-RUN-CORRECTED BINARY-LONG VALUE 0.

           01 WS-AVG-ATTEMPTS PIC 9(4)V99.
           01 WS-AVG-DISPLAY PIC ZZZ9.99.
           01 WS-PRIOR-AVG-DISPLAY PIC ZZZ9.99.
           01 WS-COUNT-DISPLAY PIC ZZZZZ9.

      *> ---- run-control log ----
           01 WS-RUNL-STATUS PIC XX.
           01 WS-RUN-START-DATE PIC 9(8).
           01 WS-RUN-START-TIME PIC 9(8).

      *> ---- control-parm: FROM=/TO= bound the statement period and
      *>      both are required - a statement "for everything ever"
      *>      is not a statement ----
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE.
           ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-START-TIME FROM TIME.
           PERFORM PARSE-CONTROL-PARM.
           IF WS-FROM-DATE = 0 OR WS-TO-DATE = 0
               DISPLAY "FROM=YYYYMMDD and TO=YYYYMMDD are required"
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM COMPUTE-PRIOR-PERIOD
               PERFORM OPEN-DISPUTES
               PERFORM RUN-STATEMENTS
               IF WS-DISP-AVAIL = "Y"
                   CLOSE GUESS-DISP-FILE
               END-IF
           END-IF.
           PERFORM WRITE-RUN-CONTROL.
           STOP RUN.

       PARSE-CONTROL-PARM.
               MOVE SPACES TO WS-PARM-TOKEN WS-PARM-KEY WS-PARM-VALUE
           END-PERFORM.

       OPEN-DISPUTES.
           OPEN INPUT GUESS-DISP-FILE.
           IF WS-DISP-STATUS = "00"
               MOVE "Y" TO WS-DISP-AVAIL
           ELSE
               MOVE "N" TO WS-DISP-AVAIL
           END-IF.

       APPLY-DISPUTE-RULING.
      *> same rule as the report program - only a closed case
      *> counts, and a correction re-scores the record in place.
           MOVE "N" TO WS-SESSION-VOIDED.
           MOVE "N" TO WS-SESSION-RULED.
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
                               WHEN "R"
                                   MOVE DS-CORR-RESULT
                                       TO GL-RESULT-CODE
                                   MOVE DS-CORR-ATTEMPTS
                                       TO GL-ATTEMPTS
                                   MOVE "Y" TO WS-SESSION-RULED
                           END-EVALUATE
                       END-IF
               END-READ
           END-IF.

       COMPUTE-PRIOR-PERIOD.
      *> the comparison period is the same number of days ending the
      *> day before FROM= - a 31-day month compares against the 31
           MOVE OM-OPERATOR-NAME TO WS-STMT-NAME.
           MOVE OM-SHIFT TO WS-STMT-SHIFT.
           MOVE 0 TO WS-PD-SESSIONS WS-PD-WINS WS-PD-CAPS
               WS-PD-TIMEOUTS WS-PD-ATTEMPT-SUM WS-PD-INVALID-SUM.
           MOVE 0 TO WS-PR-SESSIONS WS-PR-WINS WS-PR-ATTEMPT-SUM.
           ADD 1 TO WS-RUN-OPERATORS.
           DISPLAY " ".
           MOVE "N" TO WS-EOF.

       TAKE-ONE-SESSION.
      *> the ruling lookup is only made for this page's operator
      *> inside the two periods - nothing else is counted anyway
           IF GL-OPERATOR-ID = WS-STMT-ID
                   AND GL-LOG-DATE >= WS-PR-FROM-DATE
                   AND GL-LOG-DATE <= WS-TO-DATE
               PERFORM APPLY-DISPUTE-RULING
               IF WS-SESSION-VOIDED = "Y"
                   IF GL-LOG-DATE >= WS-FROM-DATE
                       ADD 1 TO WS-RUN-VOIDED
                   END-IF
               ELSE
                   EVALUATE TRUE
                       WHEN GL-LOG-DATE >= WS-FROM-DATE
                           PERFORM PRINT-SESSION-LINE
                       WHEN GL-LOG-DATE <= WS-PR-TO-DATE
                           ADD 1 TO WS-PR-SESSIONS
                           ADD GL-ATTEMPTS TO WS-PR-ATTEMPT-SUM
                           IF GL-RESULT-CODE = "W"
                               ADD 1 TO WS-PR-WINS
                           END-IF
                   END-EVALUATE
               END-IF
           END-IF.

       PRINT-SESSION-LINE.
           PERFORM SPELL-RESULT-CODE.
           IF WS-SESSION-RULED = "Y"
               MOVE "  BY RULING" TO WS-RULING-FLAG
               ADD 1 TO WS-RUN-CORRECTED
           ELSE
               MOVE SPACES TO WS-RULING-FLAG
           END-IF.
           DISPLAY GL-LOG-DATE "  " GL-LOG-TIME "  "
               WS-RESULT-NAME "  " GL-ATTEMPTS "      "
               GL-INVALID-ATTEMPTS WS-RULING-FLAG.
           ADD 1 TO WS-PD-SESSIONS.
           ADD GL-ATTEMPTS TO WS-PD-ATTEMPT-SUM.
           ADD GL-INVALID-ATTEMPTS TO WS-PD-INVALID-SUM.
                   ADD 1 TO WS-PD-WINS
               WHEN "C"
                   ADD 1 TO WS-PD-CAPS
               WHEN "T"
                   ADD 1 TO WS-PD-TIMEOUTS
           END-EVALUATE.

       SPELL-RESULT-CODE.
                   MOVE "INCOMPLETE" TO WS-RESULT-NAME
               WHEN "B"
                   MOVE "BADINPUT" TO WS-RESULT-NAME
               WHEN "T"
                   MOVE "TIMEDOUT" TO WS-RESULT-NAME
               WHEN "D"
                   MOVE "DUELWIN" TO WS-RESULT-NAME
               WHEN "L"
           DISPLAY "Sessions this period ..: " WS-PD-SESSIONS.
           DISPLAY "Wins ..................: " WS-PD-WINS.
           DISPLAY "Hit the attempt cap ...: " WS-PD-CAPS.
           DISPLAY "Timed out .............: " WS-PD-TIMEOUTS.
           DISPLAY "Invalid entries .......: " WS-PD-INVALID-SUM.
           IF WS-PD-SESSIONS > 0
               COMPUTE WS-AVG-ATTEMPTS ROUNDED =
           ADD WS-PD-SESSIONS TO WS-RUN-SESSIONS.
           ADD WS-PD-WINS TO WS-RUN-WINS.
           ADD WS-PD-CAPS TO WS-RUN-CAPS.
           ADD WS-PD-TIMEOUTS TO WS-RUN-TIMEOUTS.

       PRINT-TRAILER-PAGE.
      *> run totals the review pack ties back to the summary report
           DISPLAY "Sessions listed .......: " WS-RUN-SESSIONS.
           DISPLAY "Wins listed ...........: " WS-RUN-WINS.
           DISPLAY "Caps listed ...........: " WS-RUN-CAPS.
           DISPLAY "Timeouts listed .......: " WS-RUN-TIMEOUTS.
           DISPLAY "Voided by dispute .....: " WS-RUN-VOIDED
               " (not listed)".
           DISPLAY "Corrected by dispute ..: " WS-RUN-CORRECTED.

       WRITE-RUN-CONTROL.
      *> one record per run on the shared run log, read by the
      *> morning status report - a log that cannot be opened
      *> costs the run its line on that report, nothing more
           INITIALIZE RUN-CONTROL-RECORD.
           MOVE "FINDNSTM" TO RL-PROGRAM.
           MOVE WS-RUN-START-DATE TO RL-RUN-DATE.
           MOVE RL-RUN-DATE TO RL-BUSINESS-DATE.
           MOVE WS-RUN-START-DATE TO RL-START-DATE.
           MOVE WS-RUN-START-TIME TO RL-START-TIME.
           ACCEPT RL-END-DATE FROM DATE YYYYMMDD.
           ACCEPT RL-END-TIME FROM TIME.
           MOVE RETURN-CODE TO RL-RETURN-CODE.
           MOVE "OPERATRS" TO RL-COUNT-NAME (1).
           MOVE WS-RUN-OPERATORS TO RL-COUNT-VALUE (1).
           MOVE "SESSIONS" TO RL-COUNT-NAME (2).
           MOVE WS-RUN-SESSIONS TO RL-COUNT-VALUE (2).
           MOVE "VOIDED" TO RL-COUNT-NAME (3).
           MOVE WS-RUN-VOIDED TO RL-COUNT-VALUE (3).
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
       END PROGRAM FindTheNumberSTM.
