      ******************************************************************
      * Author: CAYO CESAR
      * Date: OCT 2026
      * Purpose: multi-period trend report over the archived log.
      *          Reads the GUESS-HCAT history catalog FindTheNumberARC
      *          keeps, picks out every cataloged GUESS-HIST dataset
      *          holding log dates in the span asked for (FROM= and
      *          TO= as YYYYMM, at most 12 months; by default the 12
      *          months up to the latest period cataloged) and reads
      *          each one in turn - one run where it used to take a
      *          report run per month. Prints month-by-month columns
      *          of sessions, win rate (W and duel D), cap rate (C),
      *          bad-input rate (B), timed-out rate (T) and average
      *          attempts: shop-wide, by tier (GL-TIER), by range
      *          (GL-UPPER-BOUND) and by operator (OPER= for one).
      *          Closed GUESS-DISP cases are honoured as in the
      *          report program. Each dataset read is proved against
      *          the record count cataloged for it.
      *          RETURN CODES: 0 = every dataset in the span read and
      *          proved, 4 = printed, but a cataloged dataset could
      *          not be opened or no longer holds the count cataloged
      *          (its months are short), or the tables filled, 8 =
      *          GUESS-HCAT unavailable, span invalid or nothing
      *          cataloged in it - nothing printed.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FindTheNumberTRD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HIST-CATALOG-FILE ASSIGN TO "GUESS-HCAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HCAT-STATUS.
           SELECT GUESS-HIST-FILE ASSIGN TO "GUESS-HIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT OPERMAST-FILE ASSIGN TO "OPERMAST"
               ORGANIZATION IS INDEXED
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
       FD  HIST-CATALOG-FILE.
           COPY GUESSHCT.
       FD  GUESS-HIST-FILE.
       01  GUESS-HIST-RECORD           PIC X(74).
       FD  OPERMAST-FILE.
           COPY OPERMAST.
       FD  GUESS-DISP-FILE.
           COPY GUESSDSP.
       FD  RUN-CONTROL-FILE.
           COPY GUESSRCL.
       WORKING-STORAGE SECTION.
           01 WS-HCAT-STATUS PIC XX.
           01 WS-HIST-STATUS PIC XX.
           01 WS-OPER-STATUS PIC XX.
           01 WS-OPER-AVAIL PIC X VALUE "N".
           01 WS-DISP-STATUS PIC XX.
           01 WS-DISP-AVAIL PIC X VALUE "N".
           01 WS-SESSION-VOIDED PIC X VALUE "N".
           01 WS-EOF PIC X VALUE "N".
           COPY GUESSLOG.

      *> ---- the span, as months and as log dates ----
           01 WS-FROM-PERIOD PIC 9(6) VALUE 0.
           01 WS-TO-PERIOD PIC 9(6) VALUE 0.
           01 WS-FROM-DATE PIC 9(8).
           01 WS-TO-DATE PIC 9(8).
           01 WS-LATEST-PERIOD PIC 9(6) VALUE 0.
           01 WS-FROM-SERIAL BINARY-LONG.
           01 WS-TO-SERIAL BINARY-LONG.
           01 WS-MONTH-SERIAL BINARY-LONG.
           01 WS-MONTH-COUNT BINARY-LONG VALUE 0.
           01 WS-SPAN-OK PIC X.
           01 WS-MONTH-IDX BINARY-LONG.
           01 WS-YEAR PIC 9(4).
           01 WS-MONTH PIC 9(2).
           01 WS-MONTH-TABLE.
               05 WS-MONTH-LABEL PIC X(7) OCCURS 12 TIMES.

      *> ---- the cataloged datasets the span touches, each read
      *>      once and proved against every catalog entry for it -
      *>      a rerun archive, or one dataset holding several
      *>      periods, sums ----
           01 WS-HD-COUNT BINARY-LONG VALUE 0.
           01 WS-HD-IDX BINARY-LONG.
           01 WS-HD-FOUND PIC X.
           01 WS-HD-TABLE.
               05 WS-HD-ENTRY OCCURS 50 TIMES.
                   10 HD-DSN PIC X(44).
                   10 HD-EXPECTED BINARY-LONG.
                   10 HD-READ BINARY-LONG.
           01 WS-HIST-DSN PIC X(44).

      *> ---- one row per figure line-up: 1 = shop-wide, 2 = tier,
      *>      3 = range, 4 = operator; a month's counters per row ----
           01 WS-RW-COUNT BINARY-LONG VALUE 0.
           01 WS-RW-IDX BINARY-LONG.
           01 WS-RW-NEXT BINARY-LONG.
           01 WS-RW-PASS BINARY-LONG.
           01 WS-RW-FOUND PIC X.
           01 WS-RW-FULL PIC X VALUE "N".
           01 WS-RW-GROUP PIC X.
           01 WS-RW-KEY PIC X(8).
           01 WS-RW-TABLE.
               05 WS-RW-ENTRY OCCURS 70 TIMES.
                   10 RW-GROUP PIC X.
                   10 RW-KEY PIC X(8).
                   10 RW-TOTAL BINARY-LONG.
                   10 RW-MONTH OCCURS 12 TIMES.
                       15 RM-SESSIONS BINARY-LONG.
                       15 RM-WINS BINARY-LONG.
                       15 RM-CAPS BINARY-LONG.
                       15 RM-BAD BINARY-LONG.
                       15 RM-TIMEOUTS BINARY-LONG.
                       15 RM-ATTEMPTS BINARY-LONG.
           01 WS-RW-SWAP PIC X(301).

      *> ---- printing ----
           01 WS-PRINT-LINE PIC X(132).
           01 WS-COL-POS BINARY-LONG.
           01 WS-ROW-TITLE PIC X(60).
           01 WS-RANGE-NUM PIC 9(6).
           01 WS-RANGE-EDIT PIC ZZZZZ9.
           01 WS-COUNT-EDIT PIC Z(7)9.
           01 WS-RATE PIC 9(3)V9.
           01 WS-RATE-EDIT PIC Z(5)9.9.
           01 WS-AVG PIC 9(9)V99.
           01 WS-AVG-EDIT PIC Z(4)9.99.
           01 WS-WORK BINARY-LONG.

      *> ---- control totals ----
           01 WS-RECORDS-READ BINARY-LONG VALUE 0.
           01 WS-SESSIONS-COUNTED BINARY-LONG VALUE 0.
           01 WS-VOIDED-COUNT BINARY-LONG VALUE 0.
           01 WS-CORRECTED-COUNT BINARY-LONG VALUE 0.
           01 WS-SHORT-COUNT BINARY-LONG VALUE 0.
           01 WS-TOTAL-EDIT PIC ZZZZZZZZ9.

      *> ---- run-control log ----
           01 WS-RUNL-STATUS PIC XX.
           01 WS-RUN-START-DATE PIC 9(8).
           01 WS-RUN-START-TIME PIC 9(8).

      *> ---- control-parm: FROM= / TO= as YYYYMM, OPER= to show
      *>      one operator's rows only ----
           01 WS-PARM-OPER PIC X(8) VALUE SPACES.
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
           OPEN INPUT HIST-CATALOG-FILE.
           IF WS-HCAT-STATUS NOT = "00"
               DISPLAY "GUESS-HCAT not available - status "
                   WS-HCAT-STATUS " - nothing to report"
               MOVE 8 TO RETURN-CODE
           ELSE
               CLOSE HIST-CATALOG-FILE
               PERFORM SET-UP-SPAN
           END-IF.
           IF RETURN-CODE = 0
               PERFORM SELECT-DATASETS
           END-IF.
           IF RETURN-CODE = 0
               PERFORM SET-UP-ROWS
               PERFORM OPEN-DISPUTES
               PERFORM VARYING WS-HD-IDX FROM 1 BY 1
                       UNTIL WS-HD-IDX > WS-HD-COUNT
                   PERFORM READ-ONE-DATASET
               END-PERFORM
               IF WS-DISP-AVAIL = "Y"
                   CLOSE GUESS-DISP-FILE
               END-IF
               PERFORM SORT-ROWS
               PERFORM PRINT-TREND-REPORT
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
                   WHEN WS-PARM-KEY = "FROM"
                       IF FUNCTION TEST-NUMVAL (WS-PARM-VALUE) = 0
                           COMPUTE WS-FROM-PERIOD =
                               FUNCTION NUMVAL (WS-PARM-VALUE)
                       END-IF
                   WHEN WS-PARM-KEY = "TO"
                       IF FUNCTION TEST-NUMVAL (WS-PARM-VALUE) = 0
                           COMPUTE WS-TO-PERIOD =
                               FUNCTION NUMVAL (WS-PARM-VALUE)
                       END-IF
                   WHEN WS-PARM-KEY = "OPER"
                       MOVE WS-PARM-VALUE TO WS-PARM-OPER
               END-EVALUATE
               MOVE SPACES TO WS-PARM-TOKEN WS-PARM-KEY WS-PARM-VALUE
           END-PERFORM.

       SET-UP-SPAN.
      *> TO= defaults to the latest month any cataloged dataset
      *> holds, FROM= to the eleven months before TO=
           IF WS-TO-PERIOD = 0
               PERFORM FIND-LATEST-PERIOD
               MOVE WS-LATEST-PERIOD TO WS-TO-PERIOD
           END-IF.
           MOVE "Y" TO WS-SPAN-OK.
           MOVE WS-TO-PERIOD (1:4) TO WS-YEAR.
           MOVE WS-TO-PERIOD (5:2) TO WS-MONTH.
           IF WS-MONTH < 1 OR WS-MONTH > 12
               MOVE "N" TO WS-SPAN-OK
           END-IF.
           COMPUTE WS-TO-SERIAL = WS-YEAR * 12 + WS-MONTH - 1.
           IF WS-FROM-PERIOD = 0
               COMPUTE WS-FROM-SERIAL = WS-TO-SERIAL - 11
           ELSE
               MOVE WS-FROM-PERIOD (1:4) TO WS-YEAR
               MOVE WS-FROM-PERIOD (5:2) TO WS-MONTH
               IF WS-MONTH < 1 OR WS-MONTH > 12
                   MOVE "N" TO WS-SPAN-OK
               END-IF
               COMPUTE WS-FROM-SERIAL = WS-YEAR * 12 + WS-MONTH - 1
           END-IF.
           COMPUTE WS-MONTH-COUNT = WS-TO-SERIAL - WS-FROM-SERIAL + 1.
           EVALUATE TRUE
               WHEN WS-TO-PERIOD = 0
                   DISPLAY "GUESS-HCAT has no periods cataloged"
                       " - nothing to report"
                   MOVE 8 TO RETURN-CODE
               WHEN WS-SPAN-OK = "N"
                   DISPLAY "FROM= and TO= must be YYYYMM months"
                       " - nothing to report"
                   MOVE 8 TO RETURN-CODE
               WHEN WS-MONTH-COUNT < 1 OR WS-MONTH-COUNT > 12
                   DISPLAY "FROM= to TO= must span 1 to 12 months"
                       " - nothing to report"
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   PERFORM VARYING WS-MONTH-IDX FROM 1 BY 1
                           UNTIL WS-MONTH-IDX > WS-MONTH-COUNT
                       COMPUTE WS-MONTH-SERIAL =
                           WS-FROM-SERIAL + WS-MONTH-IDX - 1
                       DIVIDE WS-MONTH-SERIAL BY 12 GIVING WS-YEAR
                           REMAINDER WS-MONTH
                       ADD 1 TO WS-MONTH
                       STRING WS-YEAR "-" WS-MONTH DELIMITED BY SIZE
                           INTO WS-MONTH-LABEL (WS-MONTH-IDX)
                       IF WS-MONTH-IDX = 1
                           COMPUTE WS-FROM-DATE =
                               WS-YEAR * 10000 + WS-MONTH * 100 + 1
                       END-IF
                       COMPUTE WS-TO-DATE =
                           WS-YEAR * 10000 + WS-MONTH * 100 + 31
                   END-PERFORM
           END-EVALUATE.

       FIND-LATEST-PERIOD.
           MOVE 0 TO WS-LATEST-PERIOD.
           OPEN INPUT HIST-CATALOG-FILE.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ HIST-CATALOG-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF HC-LAST-DATE (1:6) > WS-LATEST-PERIOD
                           MOVE HC-LAST-DATE (1:6) TO WS-LATEST-PERIOD
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE HIST-CATALOG-FILE.

       SELECT-DATASETS.
      *> a dataset is read when any of its log dates fall in the span;
      *> what it must hold is every period cataloged to it, in the
      *> span or not, since the whole dataset is read and counted
           OPEN INPUT HIST-CATALOG-FILE.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ HIST-CATALOG-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF HC-FIRST-DATE <= WS-TO-DATE
                               AND HC-LAST-DATE >= WS-FROM-DATE
                           PERFORM TABLE-DATASET
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE HIST-CATALOG-FILE.
           IF WS-HD-COUNT > 0
               PERFORM SUM-CATALOGED-COUNTS
           END-IF.
           IF WS-HD-COUNT = 0
               DISPLAY "Nothing cataloged between "
                   WS-MONTH-LABEL (1) " and "
                   WS-MONTH-LABEL (WS-MONTH-COUNT)
                   " - nothing to report"
               MOVE 8 TO RETURN-CODE
           END-IF.

       TABLE-DATASET.
           MOVE "N" TO WS-HD-FOUND.
           PERFORM VARYING WS-HD-IDX FROM 1 BY 1
                   UNTIL WS-HD-IDX > WS-HD-COUNT
               IF HD-DSN (WS-HD-IDX) = HC-DSN
                   MOVE "Y" TO WS-HD-FOUND
               END-IF
           END-PERFORM.
           IF WS-HD-FOUND = "N"
               IF WS-HD-COUNT < 50
                   ADD 1 TO WS-HD-COUNT
                   MOVE HC-DSN TO HD-DSN (WS-HD-COUNT)
                   MOVE 0 TO HD-EXPECTED (WS-HD-COUNT)
                   MOVE 0 TO HD-READ (WS-HD-COUNT)
               ELSE
                   DISPLAY "Dataset table full - " HC-DSN
                       " not read"
                   ADD 1 TO WS-SHORT-COUNT
               END-IF
           END-IF.

       SUM-CATALOGED-COUNTS.
           OPEN INPUT HIST-CATALOG-FILE.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ HIST-CATALOG-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM VARYING WS-HD-IDX FROM 1 BY 1
                               UNTIL WS-HD-IDX > WS-HD-COUNT
                           IF HD-DSN (WS-HD-IDX) = HC-DSN
                               ADD HC-RECORD-COUNT
                                   TO HD-EXPECTED (WS-HD-IDX)
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM.
           CLOSE HIST-CATALOG-FILE.

       SET-UP-ROWS.
      *> shop-wide then the tiers in the report program's order -
      *> range and operator rows are added as they are met
           MOVE 5 TO WS-RW-COUNT.
           PERFORM VARYING WS-RW-IDX FROM 1 BY 1
                   UNTIL WS-RW-IDX > 70
               INITIALIZE WS-RW-ENTRY (WS-RW-IDX)
           END-PERFORM.
           MOVE "1" TO RW-GROUP (1).
           MOVE "2" TO RW-GROUP (2) RW-GROUP (3) RW-GROUP (4)
               RW-GROUP (5).
           MOVE "V" TO RW-KEY (2).
           MOVE "S" TO RW-KEY (3).
           MOVE "T" TO RW-KEY (4).
           MOVE SPACES TO RW-KEY (1) RW-KEY (5).

       OPEN-DISPUTES.
           OPEN INPUT GUESS-DISP-FILE.
           IF WS-DISP-STATUS = "00"
               MOVE "Y" TO WS-DISP-AVAIL
           ELSE
               MOVE "N" TO WS-DISP-AVAIL
           END-IF.

       READ-ONE-DATASET.
      *> GUESS-HIST is pointed at each cataloged dataset in turn
      *> through DD_GUESS-HIST - the mapping the archive run wrote
      *> it under, so the name on the catalog is the file it holds
           MOVE HD-DSN (WS-HD-IDX) TO WS-HIST-DSN.
           DISPLAY "DD_GUESS-HIST" UPON ENVIRONMENT-NAME.
           DISPLAY WS-HIST-DSN UPON ENVIRONMENT-VALUE.
           OPEN INPUT GUESS-HIST-FILE.
           IF WS-HIST-STATUS NOT = "00"
               DISPLAY WS-HIST-DSN " not available - status "
                   WS-HIST-STATUS " - its months are short"
               ADD 1 TO WS-SHORT-COUNT
           ELSE
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                   READ GUESS-HIST-FILE INTO GUESS-LOG-RECORD
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           PERFORM TAKE-HIST-RECORD
                   END-READ
               END-PERFORM
               CLOSE GUESS-HIST-FILE
               IF HD-READ (WS-HD-IDX) NOT = HD-EXPECTED (WS-HD-IDX)
                   MOVE HD-READ (WS-HD-IDX) TO WS-TOTAL-EDIT
                   DISPLAY WS-HIST-DSN " holds " WS-TOTAL-EDIT
                       " records"
                   MOVE HD-EXPECTED (WS-HD-IDX) TO WS-TOTAL-EDIT
                   DISPLAY "  cataloged with " WS-TOTAL-EDIT
                       " - its months do not prove"
                   ADD 1 TO WS-SHORT-COUNT
               END-IF
           END-IF.
           IF WS-SHORT-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

       TAKE-HIST-RECORD.
           ADD 1 TO HD-READ (WS-HD-IDX).
           ADD 1 TO WS-RECORDS-READ.
           IF GL-LOG-DATE >= WS-FROM-DATE AND GL-LOG-DATE <= WS-TO-DATE
               PERFORM APPLY-DISPUTE-RULING
               IF WS-SESSION-VOIDED = "N"
                   PERFORM ACCUMULATE-SESSION
               END-IF
           END-IF.

       APPLY-DISPUTE-RULING.
      *> only a closed case changes anything, exactly as in the
      *> report program
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
                                   ADD 1 TO WS-VOIDED-COUNT
                               WHEN "R"
                                   MOVE DS-CORR-RESULT
                                       TO GL-RESULT-CODE
                                   MOVE DS-CORR-ATTEMPTS
                                       TO GL-ATTEMPTS
                                   ADD 1 TO WS-CORRECTED-COUNT
                           END-EVALUATE
                       END-IF
               END-READ
           END-IF.

       ACCUMULATE-SESSION.
           ADD 1 TO WS-SESSIONS-COUNTED.
           MOVE GL-LOG-DATE (1:4) TO WS-YEAR.
           MOVE GL-LOG-DATE (5:2) TO WS-MONTH.
           COMPUTE WS-MONTH-SERIAL = WS-YEAR * 12 + WS-MONTH - 1.
           COMPUTE WS-MONTH-IDX = WS-MONTH-SERIAL - WS-FROM-SERIAL + 1.
           MOVE 1 TO WS-RW-IDX.
           PERFORM ADD-TO-ROW.
           EVALUATE GL-TIER
               WHEN "V"
                   MOVE 2 TO WS-RW-IDX
               WHEN "S"
                   MOVE 3 TO WS-RW-IDX
               WHEN "T"
                   MOVE 4 TO WS-RW-IDX
               WHEN OTHER
                   MOVE 5 TO WS-RW-IDX
           END-EVALUATE.
           PERFORM ADD-TO-ROW.
           MOVE "3" TO WS-RW-GROUP.
           MOVE GL-UPPER-BOUND TO WS-RANGE-NUM.
           MOVE SPACES TO WS-RW-KEY.
           MOVE WS-RANGE-NUM TO WS-RW-KEY (1:6).
           PERFORM FIND-ROW.
           IF WS-RW-FOUND = "Y"
               PERFORM ADD-TO-ROW
           END-IF.
           IF WS-PARM-OPER = SPACES OR GL-OPERATOR-ID = WS-PARM-OPER
               MOVE "4" TO WS-RW-GROUP
               MOVE GL-OPERATOR-ID TO WS-RW-KEY
               PERFORM FIND-ROW
               IF WS-RW-FOUND = "Y"
                   PERFORM ADD-TO-ROW
               END-IF
           END-IF.

       FIND-ROW.
           MOVE "N" TO WS-RW-FOUND.
           PERFORM VARYING WS-RW-IDX FROM 6 BY 1
                   UNTIL WS-RW-IDX > WS-RW-COUNT
                       OR WS-RW-FOUND = "Y"
               IF RW-GROUP (WS-RW-IDX) = WS-RW-GROUP
                       AND RW-KEY (WS-RW-IDX) = WS-RW-KEY
                   MOVE "Y" TO WS-RW-FOUND
               END-IF
           END-PERFORM.
           IF WS-RW-FOUND = "Y"
               SUBTRACT 1 FROM WS-RW-IDX
           ELSE
               IF WS-RW-COUNT < 70
                   ADD 1 TO WS-RW-COUNT
                   MOVE WS-RW-COUNT TO WS-RW-IDX
                   MOVE WS-RW-GROUP TO RW-GROUP (WS-RW-IDX)
                   MOVE WS-RW-KEY TO RW-KEY (WS-RW-IDX)
                   MOVE "Y" TO WS-RW-FOUND
               ELSE
                   IF WS-RW-FULL = "N"
                       DISPLAY "Trend table full at 70 rows - later"
                           " ranges and operators not shown"
                       MOVE "Y" TO WS-RW-FULL
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.

       ADD-TO-ROW.
           ADD 1 TO RW-TOTAL (WS-RW-IDX).
           ADD 1 TO RM-SESSIONS (WS-RW-IDX, WS-MONTH-IDX).
           ADD GL-ATTEMPTS TO RM-ATTEMPTS (WS-RW-IDX, WS-MONTH-IDX).
           EVALUATE GL-RESULT-CODE
               WHEN "W"
               WHEN "D"
                   ADD 1 TO RM-WINS (WS-RW-IDX, WS-MONTH-IDX)
               WHEN "C"
                   ADD 1 TO RM-CAPS (WS-RW-IDX, WS-MONTH-IDX)
               WHEN "B"
                   ADD 1 TO RM-BAD (WS-RW-IDX, WS-MONTH-IDX)
               WHEN "T"
                   ADD 1 TO RM-TIMEOUTS (WS-RW-IDX, WS-MONTH-IDX)
           END-EVALUATE.

       SORT-ROWS.
      *> ranges low to high, then operators by ID - the shop and
      *> tier rows stay where SET-UP-ROWS put them
           PERFORM VARYING WS-RW-PASS FROM 6 BY 1
                   UNTIL WS-RW-PASS >= WS-RW-COUNT
               PERFORM VARYING WS-RW-IDX FROM 6 BY 1
                       UNTIL WS-RW-IDX > WS-RW-COUNT - WS-RW-PASS + 5
                   COMPUTE WS-RW-NEXT = WS-RW-IDX + 1
                   IF RW-GROUP (WS-RW-IDX) > RW-GROUP (WS-RW-NEXT)
                           OR (RW-GROUP (WS-RW-IDX) =
                               RW-GROUP (WS-RW-NEXT)
                           AND RW-KEY (WS-RW-IDX) >
                               RW-KEY (WS-RW-NEXT))
                       MOVE WS-RW-ENTRY (WS-RW-IDX) TO WS-RW-SWAP
                       MOVE WS-RW-ENTRY (WS-RW-NEXT)
                           TO WS-RW-ENTRY (WS-RW-IDX)
                       MOVE WS-RW-SWAP TO WS-RW-ENTRY (WS-RW-NEXT)
                   END-IF
               END-PERFORM
           END-PERFORM.

       PRINT-TREND-REPORT.
           DISPLAY "=========================================".
           DISPLAY "FindTheNumber - history trend report".
           DISPLAY "Span ..................: " WS-MONTH-LABEL (1)
               " to " WS-MONTH-LABEL (WS-MONTH-COUNT).
           MOVE WS-HD-COUNT TO WS-TOTAL-EDIT.
           DISPLAY "History datasets read .: " WS-TOTAL-EDIT.
           MOVE WS-RECORDS-READ TO WS-TOTAL-EDIT.
           DISPLAY "Log records read ......: " WS-TOTAL-EDIT.
           MOVE WS-SESSIONS-COUNTED TO WS-TOTAL-EDIT.
           DISPLAY "Sessions in span ......: " WS-TOTAL-EDIT.
           MOVE WS-VOIDED-COUNT TO WS-TOTAL-EDIT.
           DISPLAY "Voided by dispute .....: " WS-TOTAL-EDIT
               " (not counted)".
           MOVE WS-CORRECTED-COUNT TO WS-TOTAL-EDIT.
           DISPLAY "Corrected by dispute ..: " WS-TOTAL-EDIT.
           IF WS-SHORT-COUNT > 0
               MOVE WS-SHORT-COUNT TO WS-TOTAL-EDIT
               DISPLAY "Datasets short ........: " WS-TOTAL-EDIT
                   " - see above, figures incomplete"
           END-IF.
           DISPLAY "=========================================".
           OPEN INPUT OPERMAST-FILE.
           IF WS-OPER-STATUS = "00"
               MOVE "Y" TO WS-OPER-AVAIL
           END-IF.
           PERFORM VARYING WS-RW-IDX FROM 1 BY 1
                   UNTIL WS-RW-IDX > WS-RW-COUNT
               IF RW-TOTAL (WS-RW-IDX) > 0
                   PERFORM PRINT-ROW-BLOCK
               END-IF
           END-PERFORM.
           IF WS-OPER-AVAIL = "Y"
               CLOSE OPERMAST-FILE
           END-IF.

       PRINT-ROW-BLOCK.
           MOVE SPACES TO WS-ROW-TITLE.
           EVALUATE RW-GROUP (WS-RW-IDX)
               WHEN "1"
                   MOVE "SHOP-WIDE" TO WS-ROW-TITLE
               WHEN "2"
                   EVALUATE RW-KEY (WS-RW-IDX)
                       WHEN "V"
                           MOVE "TIER: VETERAN" TO WS-ROW-TITLE
                       WHEN "S"
                           MOVE "TIER: STANDARD" TO WS-ROW-TITLE
                       WHEN "T"
                           MOVE "TIER: TRAINEE" TO WS-ROW-TITLE
                       WHEN OTHER
                           MOVE "TIER: NO TIER/PARM" TO WS-ROW-TITLE
                   END-EVALUATE
               WHEN "3"
                   MOVE RW-KEY (WS-RW-IDX) (1:6) TO WS-RANGE-NUM
                   MOVE WS-RANGE-NUM TO WS-RANGE-EDIT
                   STRING "RANGE: 1-" WS-RANGE-EDIT DELIMITED BY SIZE
                       INTO WS-ROW-TITLE
               WHEN OTHER
                   PERFORM TITLE-OPERATOR-ROW
           END-EVALUATE.
           DISPLAY " ".
           MOVE SPACES TO WS-PRINT-LINE.
           MOVE WS-ROW-TITLE TO WS-PRINT-LINE.
           DISPLAY WS-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM VARYING WS-MONTH-IDX FROM 1 BY 1
                   UNTIL WS-MONTH-IDX > WS-MONTH-COUNT
               COMPUTE WS-COL-POS = WS-MONTH-IDX * 9 + 15
               MOVE WS-MONTH-LABEL (WS-MONTH-IDX)
                   TO WS-PRINT-LINE (WS-COL-POS:7)
           END-PERFORM.
           DISPLAY WS-PRINT-LINE.
           PERFORM PRINT-SESSIONS-LINE.
           PERFORM PRINT-WIN-RATE-LINE.
           PERFORM PRINT-CAP-RATE-LINE.
           PERFORM PRINT-BAD-RATE-LINE.
           PERFORM PRINT-TIMEOUT-RATE-LINE.
           PERFORM PRINT-AVG-ATTEMPTS-LINE.

       TITLE-OPERATOR-ROW.
           MOVE SPACES TO OM-OPERATOR-NAME.
           IF WS-OPER-AVAIL = "Y"
               MOVE RW-KEY (WS-RW-IDX) TO OM-OPERATOR-ID
               READ OPERMAST-FILE
                   INVALID KEY
                       MOVE "(not on OPERMAST)" TO OM-OPERATOR-NAME
               END-READ
           END-IF.
           STRING "OPERATOR: " RW-KEY (WS-RW-IDX) "  "
               OM-OPERATOR-NAME DELIMITED BY SIZE INTO WS-ROW-TITLE.

       PRINT-SESSIONS-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           MOVE "  Sessions ..........:" TO WS-PRINT-LINE.
           PERFORM VARYING WS-MONTH-IDX FROM 1 BY 1
                   UNTIL WS-MONTH-IDX > WS-MONTH-COUNT
               COMPUTE WS-COL-POS = WS-MONTH-IDX * 9 + 15
               MOVE RM-SESSIONS (WS-RW-IDX, WS-MONTH-IDX)
                   TO WS-COUNT-EDIT
               MOVE WS-COUNT-EDIT TO WS-PRINT-LINE (WS-COL-POS - 1:8)
           END-PERFORM.
           DISPLAY WS-PRINT-LINE.

       PRINT-WIN-RATE-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           MOVE "  Win rate % ........:" TO WS-PRINT-LINE.
           PERFORM VARYING WS-MONTH-IDX FROM 1 BY 1
                   UNTIL WS-MONTH-IDX > WS-MONTH-COUNT
               MOVE RM-WINS (WS-RW-IDX, WS-MONTH-IDX) TO WS-WORK
               PERFORM PLACE-RATE
           END-PERFORM.
           DISPLAY WS-PRINT-LINE.

       PRINT-CAP-RATE-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           MOVE "  Cap rate % ........:" TO WS-PRINT-LINE.
           PERFORM VARYING WS-MONTH-IDX FROM 1 BY 1
                   UNTIL WS-MONTH-IDX > WS-MONTH-COUNT
               MOVE RM-CAPS (WS-RW-IDX, WS-MONTH-IDX) TO WS-WORK
               PERFORM PLACE-RATE
           END-PERFORM.
           DISPLAY WS-PRINT-LINE.

       PRINT-BAD-RATE-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           MOVE "  Bad-input rate % ..:" TO WS-PRINT-LINE.
           PERFORM VARYING WS-MONTH-IDX FROM 1 BY 1
                   UNTIL WS-MONTH-IDX > WS-MONTH-COUNT
               MOVE RM-BAD (WS-RW-IDX, WS-MONTH-IDX) TO WS-WORK
               PERFORM PLACE-RATE
           END-PERFORM.
           DISPLAY WS-PRINT-LINE.

       PRINT-TIMEOUT-RATE-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           MOVE "  Timed-out rate % ..:" TO WS-PRINT-LINE.
           PERFORM VARYING WS-MONTH-IDX FROM 1 BY 1
                   UNTIL WS-MONTH-IDX > WS-MONTH-COUNT
               MOVE RM-TIMEOUTS (WS-RW-IDX, WS-MONTH-IDX) TO WS-WORK
               PERFORM PLACE-RATE
           END-PERFORM.
           DISPLAY WS-PRINT-LINE.

       PRINT-AVG-ATTEMPTS-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           MOVE "  Avg attempts ......:" TO WS-PRINT-LINE.
           PERFORM VARYING WS-MONTH-IDX FROM 1 BY 1
                   UNTIL WS-MONTH-IDX > WS-MONTH-COUNT
               COMPUTE WS-COL-POS = WS-MONTH-IDX * 9 + 15
               IF RM-SESSIONS (WS-RW-IDX, WS-MONTH-IDX) > 0
                   MOVE RM-ATTEMPTS (WS-RW-IDX, WS-MONTH-IDX)
                       TO WS-AVG
                   DIVIDE RM-SESSIONS (WS-RW-IDX, WS-MONTH-IDX)
                       INTO WS-AVG ROUNDED
                   MOVE WS-AVG TO WS-AVG-EDIT
                   MOVE WS-AVG-EDIT TO WS-PRINT-LINE (WS-COL-POS - 1:8)
               ELSE
                   MOVE "-" TO WS-PRINT-LINE (WS-COL-POS + 6:1)
               END-IF
           END-PERFORM.
           DISPLAY WS-PRINT-LINE.

       PLACE-RATE.
      *> WS-WORK as a percentage of the month's sessions, "-" for a
      *> month with none
           COMPUTE WS-COL-POS = WS-MONTH-IDX * 9 + 15.
           IF RM-SESSIONS (WS-RW-IDX, WS-MONTH-IDX) > 0
               COMPUTE WS-WORK = WS-WORK * 1000
               DIVIDE RM-SESSIONS (WS-RW-IDX, WS-MONTH-IDX)
                   INTO WS-WORK ROUNDED
               DIVIDE WS-WORK BY 10 GIVING WS-RATE
               MOVE WS-RATE TO WS-RATE-EDIT
               MOVE WS-RATE-EDIT TO WS-PRINT-LINE (WS-COL-POS - 1:8)
           ELSE
               MOVE "-" TO WS-PRINT-LINE (WS-COL-POS + 6:1)
           END-IF.

       WRITE-RUN-CONTROL.
      *> one record per run on the shared run log, read by the
      *> morning status report - a log that cannot be opened
      *> costs the run its line on that report, nothing more
           INITIALIZE RUN-CONTROL-RECORD.
           MOVE "FINDNTRD" TO RL-PROGRAM.
           MOVE WS-RUN-START-DATE TO RL-RUN-DATE.
           MOVE RL-RUN-DATE TO RL-BUSINESS-DATE.
           MOVE WS-RUN-START-DATE TO RL-START-DATE.
           MOVE WS-RUN-START-TIME TO RL-START-TIME.
           ACCEPT RL-END-DATE FROM DATE YYYYMMDD.
           ACCEPT RL-END-TIME FROM TIME.
           MOVE RETURN-CODE TO RL-RETURN-CODE.
           MOVE "DATASETS" TO RL-COUNT-NAME (1).
           MOVE WS-HD-COUNT TO RL-COUNT-VALUE (1).
           MOVE "RECORDS" TO RL-COUNT-NAME (2).
           MOVE WS-RECORDS-READ TO RL-COUNT-VALUE (2).
           MOVE "SESSIONS" TO RL-COUNT-NAME (3).
           MOVE WS-SESSIONS-COUNTED TO RL-COUNT-VALUE (3).
           MOVE "VOIDED" TO RL-COUNT-NAME (4).
           MOVE WS-VOIDED-COUNT TO RL-COUNT-VALUE (4).
           MOVE "SHORT" TO RL-COUNT-NAME (5).
           MOVE WS-SHORT-COUNT TO RL-COUNT-VALUE (5).
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
       END PROGRAM FindTheNumberTRD.
