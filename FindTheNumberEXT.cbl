      *          FROM=/TO= date slicing as the report program.
      *          GUESS-EXTR carries one row per session; GUESS-EXTS
      *          carries the summary and leaderboard figures that
      *          used to be retyped off the printed report. Closed
      *          GUESS-DISP dispute rulings are honoured the same way
      *          the report honours them - voided sessions are not
      *          extracted, corrected ones carry the ruled result.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT EXTRACT-SUMMARY-FILE ASSIGN TO "GUESS-EXTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTS-STATUS.
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
       01  EXTRACT-DETAIL-RECORD       PIC X(100).
       FD  EXTRACT-SUMMARY-FILE.
       01  EXTRACT-SUMMARY-RECORD      PIC X(100).
       FD  GUESS-DISP-FILE.
           COPY GUESSDSP.
       FD  RUN-CONTROL-FILE.
           COPY GUESSRCL.
       WORKING-STORAGE SECTION.
           01 WS-LOG-STATUS PIC XX.
           01 WS-EXTR-STATUS PIC XX.
           01 WS-SESS-TEXT PIC 9(6).
           01 WS-WINS-TEXT PIC 9(6).
           01 WS-CAPS-TEXT PIC 9(6).
           01 WS-TOUT-TEXT PIC 9(6).
           01 WS-BEST-TEXT PIC 9(6).
           01 WS-AVG-TEXT PIC 9(4).99.
           01 WS-DETAIL-ROWS BINARY-LONG VALUE 0.

      *> ---- dispute rulings, as in the report program ----
           01 WS-DISP-STATUS PIC XX.
           01 WS-DISP-AVAIL PIC X VALUE "N".
           01 WS-SESSION-VOIDED PIC X VALUE "N".
           01 WS-RULED-VOID-COUNT BINARY-LONG VALUE 0.
           01 WS-RULED-CORR-COUNT BINARY-LONG VALUE 0.

      *> ---- run-control log ----
           01 WS-RUNL-STATUS PIC XX.
           01 WS-RUN-START-DATE PIC 9(8).
           01 WS-RUN-START-TIME PIC 9(8).

      *> ---- date-range control-parm, same shape as the report ----
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
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE.
           ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-START-TIME FROM TIME.
           PERFORM PARSE-CONTROL-PARM.
           OPEN INPUT GUESS-LOG-FILE.
           IF WS-LOG-STATUS NOT = "00"
               OPEN OUTPUT EXTRACT-DETAIL-FILE
               OPEN OUTPUT EXTRACT-SUMMARY-FILE
               PERFORM WRITE-DETAIL-HEADER
               PERFORM OPEN-DISPUTES
               PERFORM UNTIL WS-EOF = "Y"
                   READ GUESS-LOG-FILE
                       AT END
                       NOT AT END
                           IF GL-LOG-DATE >= WS-FROM-DATE
                                   AND GL-LOG-DATE <= WS-TO-DATE
                               PERFORM APPLY-DISPUTE-RULING
                               IF WS-SESSION-VOIDED = "N"
                                   PERFORM EXTRACT-ONE-SESSION
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GUESS-LOG-FILE
               IF WS-DISP-AVAIL = "Y"
                   CLOSE GUESS-DISP-FILE
               END-IF
               PERFORM WRITE-SUMMARY-EXTRACT
               CLOSE EXTRACT-DETAIL-FILE
               CLOSE EXTRACT-SUMMARY-FILE
               DISPLAY "Extract complete - " WS-DETAIL-ROWS
                   " session rows written"
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

       WRITE-DETAIL-HEADER.
           MOVE SPACES TO EXTRACT-DETAIL-RECORD.
           STRING "OPERATOR;DATE;TIME;SEED;NUMBER;"
                   MOVE "INCOMPLETE" TO WS-RESULT-NAME
               WHEN "B"
                   MOVE "BADINPUT" TO WS-RESULT-NAME
               WHEN "T"
                   MOVE "TIMEDOUT" TO WS-RESULT-NAME
               WHEN "D"
                   MOVE "DUELWIN" TO WS-RESULT-NAME
               WHEN "L"
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
               END-EVALUATE
           END-IF.

                   WS-ATTEMPT-SUM / WS-SESSION-COUNT
           END-IF.
           PERFORM WRITE-SUMMARY-METRICS.
      *> new columns go on the end - sheets already built on the
      *> extract keep reading the columns they know
           MOVE "OPERATOR;SESSIONS;WINS;CAPS;AVGATT;BEST;TIMEDOUT"
               TO EXTRACT-SUMMARY-RECORD.
           WRITE EXTRACT-SUMMARY-RECORD.
           PERFORM VARYING WS-OP-IDX FROM 1 BY 1
           MOVE "BADINPUT" TO WS-METRIC-NAME.
           MOVE WS-BAD-INPUT-COUNT TO WS-COUNT-TEXT.
           PERFORM WRITE-METRIC-ROW.
           MOVE "TIMEDOUT" TO WS-METRIC-NAME.
           MOVE WS-TIMEOUT-COUNT TO WS-COUNT-TEXT.
           PERFORM WRITE-METRIC-ROW.
           MOVE "DUELWINS" TO WS-METRIC-NAME.
           MOVE WS-DUEL-WIN-COUNT TO WS-COUNT-TEXT.
           PERFORM WRITE-METRIC-ROW.
           MOVE "DUELDRAWS" TO WS-METRIC-NAME.
           MOVE WS-DUEL-DRAW-COUNT TO WS-COUNT-TEXT.
           PERFORM WRITE-METRIC-ROW.
           MOVE "DISPVOIDED" TO WS-METRIC-NAME.
           MOVE WS-RULED-VOID-COUNT TO WS-COUNT-TEXT.
           PERFORM WRITE-METRIC-ROW.
           MOVE "DISPCORRECT" TO WS-METRIC-NAME.
           MOVE WS-RULED-CORR-COUNT TO WS-COUNT-TEXT.
           PERFORM WRITE-METRIC-ROW.
           MOVE "FASTESTWIN" TO WS-METRIC-NAME.
           MOVE WS-FASTEST-WIN TO WS-COUNT-TEXT.
           PERFORM WRITE-METRIC-ROW.
           MOVE OP-WINS (WS-OP-IDX) TO WS-WINS-TEXT.
           MOVE OP-CAP-COUNT (WS-OP-IDX) TO WS-CAPS-TEXT.
           MOVE OP-BEST-ATTEMPTS (WS-OP-IDX) TO WS-BEST-TEXT.
           MOVE OP-TIMEOUT-COUNT (WS-OP-IDX) TO WS-TOUT-TEXT.
           MOVE SPACES TO EXTRACT-SUMMARY-RECORD.
           STRING OP-ID (WS-OP-IDX) DELIMITED BY SPACE
               ";" DELIMITED BY SIZE
               WS-WINS-TEXT ";" DELIMITED BY SIZE
               WS-CAPS-TEXT ";" DELIMITED BY SIZE
               WS-AVG-TEXT ";" DELIMITED BY SIZE
               WS-BEST-TEXT ";" DELIMITED BY SIZE
               WS-TOUT-TEXT DELIMITED BY SIZE
               INTO EXTRACT-SUMMARY-RECORD.
           WRITE EXTRACT-SUMMARY-RECORD.

       WRITE-RUN-CONTROL.
      *> one record per run on the shared run log, read by the
      *> morning status report - a log that cannot be opened
      *> costs the run its line on that report, nothing more
           INITIALIZE RUN-CONTROL-RECORD.
           MOVE "FINDNEXT" TO RL-PROGRAM.
           MOVE WS-RUN-START-DATE TO RL-RUN-DATE.
           MOVE RL-RUN-DATE TO RL-BUSINESS-DATE.
           MOVE WS-RUN-START-DATE TO RL-START-DATE.
           MOVE WS-RUN-START-TIME TO RL-START-TIME.
           ACCEPT RL-END-DATE FROM DATE YYYYMMDD.
           ACCEPT RL-END-TIME FROM TIME.
           MOVE RETURN-CODE TO RL-RETURN-CODE.
           MOVE "ROWS" TO RL-COUNT-NAME (1).
           MOVE WS-DETAIL-ROWS TO RL-COUNT-VALUE (1).
           MOVE "SESSIONS" TO RL-COUNT-NAME (2).
           MOVE WS-SESSION-COUNT TO RL-COUNT-VALUE (2).
           MOVE "VOIDED" TO RL-COUNT-NAME (3).
           MOVE WS-RULED-VOID-COUNT TO RL-COUNT-VALUE (3).
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
       END PROGRAM FindTheNumberEXT.
