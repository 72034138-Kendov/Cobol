      ******************************************************************
      * Author: CAYO CESAR
      * Date: OCT 2026
      * Purpose: random-number fairness and seed-collision audit over
      *          the GUESS-LOG draws and/or one archived GUESS-HIST
      *          period. Every session seeds FUNCTION RANDOM from
      *          the time of day (plus the slip counter in batch), so
      *          this is the documented answer when the floor claims
      *          the number "always lands high" or two sessions got
      *          the same number:
      *            - GL-SEED values drawn more than once, listed off
      *              a seed-ordered sort of the period's draws;
      *            - back-to-back sessions landing on the same
      *              winning number, against the count chance alone
      *              would produce;
      *            - for each GL-UPPER-BOUND range, the winning
      *              numbers by decile of the range against the
      *              exact expected count, with a chi-square
      *              goodness-of-fit figure (9 degrees of freedom);
      *            - the draws by hour of GL-LOG-TIME with the share
      *              landing in the upper half of the range.
      *          Both halves of a duel are logged off the one draw,
      *          so the second half is not counted again. A range
      *          whose figure exceeds CHIMAX= (default 21.67, the 1
      *          per cent point) on at least MINSESS= draws is raised
      *          as a FAIRNESS alert on the GUESS-ALRM master and the
      *          run ends RC 4. RC 8 = no log source could be read.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FindTheNumberFAI.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GUESS-LOG-FILE ASSIGN TO "GUESS-LOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
           SELECT GUESS-HIST-FILE ASSIGN TO "GUESS-HIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT SEED-SORT-FILE ASSIGN TO "GUESS-SRTW".
           SELECT SEED-ORDER-FILE ASSIGN TO "GUESS-SEEDS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SEEDS-STATUS.
           SELECT ALERT-MASTER-FILE ASSIGN TO "GUESS-ALRM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AL-ALERT-ID
               FILE STATUS IS WS-ALM-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "GUESS-RUNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  GUESS-LOG-FILE.
           COPY GUESSLOG.
       FD  GUESS-HIST-FILE.
       01  GUESS-HIST-RECORD           PIC X(74).
       SD  SEED-SORT-FILE.
       01  SEED-SORT-RECORD.
           05  SR-SEED                 PIC 9(8).
           05  SR-LOG-DATE             PIC 9(8).
           05  SR-LOG-TIME             PIC 9(8).
           05  SR-SESSION-ID           PIC X(20).
           05  SR-OPERATOR-ID          PIC X(8).
           05  SR-WINNING-NUMBER       PIC 9(6).
           05  SR-UPPER-BOUND          PIC 9(6).
       FD  SEED-ORDER-FILE.
       01  SEED-ORDER-RECORD.
           05  SO-SEED                 PIC 9(8).
           05  SO-LOG-DATE             PIC 9(8).
           05  SO-LOG-TIME             PIC 9(8).
           05  SO-SESSION-ID           PIC X(20).
           05  SO-OPERATOR-ID          PIC X(8).
           05  SO-WINNING-NUMBER       PIC 9(6).
           05  SO-UPPER-BOUND          PIC 9(6).
       FD  ALERT-MASTER-FILE.
           COPY GUESSALM.
       FD  RUN-CONTROL-FILE.
           COPY GUESSRCL.
       WORKING-STORAGE SECTION.
           01 WS-LOG-STATUS PIC XX.
           01 WS-HIST-STATUS PIC XX.
           01 WS-SEEDS-STATUS PIC XX.
           01 WS-EOF PIC X VALUE "N".
           01 WS-SOURCE PIC X(4) VALUE "LIVE".
           01 WS-READING PIC X(4).
           01 WS-LOG-AVAIL PIC X VALUE "N".
           01 WS-HIST-AVAIL PIC X VALUE "N".
           01 WS-RUN-DATE PIC 9(8) VALUE 0.

      *> ---- draw totals ----
           01 WS-RECORDS-READ BINARY-LONG VALUE 0.
           01 WS-DRAW-COUNT BINARY-LONG VALUE 0.
           01 WS-DUEL-MATES BINARY-LONG VALUE 0.
           01 WS-BAD-DRAWS BINARY-LONG VALUE 0.
           01 WS-HIGH-COUNT BINARY-LONG VALUE 0.
           01 WS-EXP-HIGH PIC 9(7)V9999 VALUE 0.

      *> ---- the draw before this one, for the duel-mate and
      *>      back-to-back tests ----
           01 WS-HAVE-PREV PIC X VALUE "N".
           01 WS-PREV-SEED PIC 9(8).
           01 WS-PREV-NUMBER PIC 9(6).
           01 WS-PREV-BOUND PIC 9(6).
           01 WS-PREV-RESULT PIC X.
           01 WS-PREV-SESSION PIC X(20).
           01 WS-PREV-OPERATOR PIC X(8).

      *> ---- back-to-back repeats: listed up to 100, all counted ----
           01 WS-REPEAT-COUNT BINARY-LONG VALUE 0.
           01 WS-EXP-REPEATS PIC 9(7)V9999 VALUE 0.
           01 WS-BB-COUNT BINARY-LONG VALUE 0.
           01 WS-BB-IDX BINARY-LONG.
           01 WS-BB-TABLE.
               05 WS-BB-ENTRY OCCURS 100 TIMES.
                   10 BB-DATE PIC 9(8).
                   10 BB-NUMBER PIC 9(6).
                   10 BB-SESSION-1 PIC X(20).
                   10 BB-OPERATOR-1 PIC X(8).
                   10 BB-BOUND-1 PIC 9(6).
                   10 BB-SESSION-2 PIC X(20).
                   10 BB-OPERATOR-2 PIC X(8).
                   10 BB-BOUND-2 PIC 9(6).

      *> ---- seed collisions off the seed-ordered file ----
           01 WS-SEED-GROUPS BINARY-LONG VALUE 0.
           01 WS-SEED-DRAWS BINARY-LONG VALUE 0.
           01 WS-GROUP-OPEN PIC X VALUE "N".
           01 WS-FIRST-SEED PIC X VALUE "Y".
           01 WS-LAST-ORDER.
               05 WS-LO-SEED PIC 9(8).
               05 WS-LO-LOG-DATE PIC 9(8).
               05 WS-LO-LOG-TIME PIC 9(8).
               05 WS-LO-SESSION-ID PIC X(20).
               05 WS-LO-OPERATOR-ID PIC X(8).
               05 WS-LO-WINNING-NUMBER PIC 9(6).
               05 WS-LO-UPPER-BOUND PIC 9(6).

      *> ---- decile counts per GL-UPPER-BOUND range; the game only
      *>      offers a handful of ranges, 20 covers any PARM mix ----
           01 WS-FR-COUNT BINARY-LONG VALUE 0.
           01 WS-FR-IDX BINARY-LONG.
           01 WS-FR-FOUND PIC X VALUE "N".
           01 WS-FR-TABLE.
               05 WS-FR-ENTRY OCCURS 20 TIMES.
                   10 FR-BOUND BINARY-LONG.
                   10 FR-DRAWS BINARY-LONG.
                   10 FR-DECILE BINARY-LONG OCCURS 10 TIMES.
           01 WS-DC-IDX BINARY-LONG.
           01 WS-DECILE BINARY-LONG.
           01 WS-CEIL-LO BINARY-LONG.
           01 WS-CEIL-HI BINARY-LONG.
           01 WS-WIDTH BINARY-LONG.
           01 WS-EXPECTED PIC 9(7)V9999.
           01 WS-DEVIATION PIC S9(7)V9999.
           01 WS-CHI-SQ PIC 9(7)V99.
           01 WS-RANGE-FAILED BINARY-LONG VALUE 0.
           01 WS-DECILE-LINE.
               05 WS-DL-CELL OCCURS 10 TIMES.
                   10 WS-DL-GAP PIC X(2).
                   10 WS-DL-VALUE PIC ZZZZ9.

      *> ---- draws by hour of GL-LOG-TIME ----
           01 WS-HOUR BINARY-LONG.
           01 WS-HR-IDX BINARY-LONG.
           01 WS-HR-TABLE.
               05 WS-HR-ENTRY OCCURS 24 TIMES.
                   10 HR-DRAWS BINARY-LONG.
                   10 HR-HIGH BINARY-LONG.
                   10 HR-EXP-HIGH PIC 9(7)V9999.

      *> ---- print work ----
           01 WS-COUNT-DISPLAY PIC ZZZZZ9.
           01 WS-COUNT-DISPLAY-2 PIC ZZZZZ9.
           01 WS-HOUR-DISPLAY PIC 99.
           01 WS-PCT PIC 9(3)V9.
           01 WS-PCT-DISPLAY PIC ZZ9.9.
           01 WS-PCT-2 PIC 9(3)V9.
           01 WS-PCT-DISPLAY-2 PIC ZZ9.9.
           01 WS-CHI-DISPLAY PIC ZZZZZZ9.99.
           01 WS-EXP-DISPLAY PIC ZZZZZZ9.99.
           01 WS-BOUND-DISPLAY PIC ZZZZZ9.
           01 WS-NUMBER-DISPLAY PIC ZZZZZ9.

      *> ---- fit threshold: CHIMAX= is the chi-square figure a range
      *>      may reach before it is called unfair, MINSESS= the
      *>      fewest draws worth testing (below 50 the expected count
      *>      per decile is under 5 and the figure means nothing) ----
           01 WS-CHI-MAX PIC 9(5)V99 VALUE 21.67.
           01 WS-CHI-MAX-DISPLAY PIC ZZZZ9.99.
           01 WS-MIN-DRAWS BINARY-LONG VALUE 50.

      *> ---- managed-alert bookkeeping, as in the monitor ----
           01 WS-ALM-STATUS PIC XX.
           01 WS-ALM-AVAIL PIC X VALUE "N".
           01 WS-AL-SEQ BINARY-LONG VALUE 0.
           01 WS-AL-STORED PIC X.
           01 WS-ALERT-TEXT PIC X(100).
           01 WS-ALERT-COUNT BINARY-LONG VALUE 0.

      *> ---- run-control log ----
           01 WS-RUNL-STATUS PIC XX.
           01 WS-RUN-START-DATE PIC 9(8).
           01 WS-RUN-START-TIME PIC 9(8).

      *> ---- control-parm: SOURCE=LIVE/HIST/BOTH, FROM= / TO=
      *>      draw-date window, CHIMAX= / MINSESS= threshold,
      *>      RUNDATE= date the alert is raised under (today) ----
           01 WS-FROM-DATE PIC 9(8) VALUE 0.
           01 WS-TO-DATE PIC 9(8) VALUE 99999999.
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
           INITIALIZE WS-HR-TABLE.
           PERFORM CHECK-LOG-SOURCES.
           IF WS-LOG-AVAIL = "N" AND WS-HIST-AVAIL = "N"
               DISPLAY "Log source (" WS-SOURCE ") not available"
                   " - nothing to audit"
               MOVE 8 TO RETURN-CODE
           ELSE
               SORT SEED-SORT-FILE
                   ON ASCENDING KEY SR-SEED SR-LOG-DATE SR-LOG-TIME
                   INPUT PROCEDURE IS SELECT-DRAWS
                   GIVING SEED-ORDER-FILE
               PERFORM PRINT-AUDIT-HEADER
               PERFORM PRINT-SEED-COLLISIONS
               PERFORM PRINT-BACK-TO-BACK
               PERFORM PRINT-DECILE-FIT
               PERFORM PRINT-HOUR-BREAKDOWN
               PERFORM PRINT-AUDIT-VERDICT
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
                   WHEN WS-PARM-KEY = "SOURCE"
                       IF WS-PARM-VALUE = "HIST"
                           OR WS-PARM-VALUE = "BOTH"
                           MOVE WS-PARM-VALUE TO WS-SOURCE
                       END-IF
                   WHEN WS-PARM-KEY = "FROM"
                       IF FUNCTION TEST-NUMVAL (WS-PARM-VALUE) = 0
                           COMPUTE WS-FROM-DATE =
                               FUNCTION NUMVAL (WS-PARM-VALUE)
                       END-IF
                   WHEN WS-PARM-KEY = "TO"
                       IF FUNCTION TEST-NUMVAL (WS-PARM-VALUE) = 0
                           COMPUTE WS-TO-DATE =
                               FUNCTION NUMVAL (WS-PARM-VALUE)
                       END-IF
                   WHEN WS-PARM-KEY = "CHIMAX"
                       IF FUNCTION TEST-NUMVAL (WS-PARM-VALUE) = 0
                           COMPUTE WS-CHI-MAX =
                               FUNCTION NUMVAL (WS-PARM-VALUE)
                       END-IF
                   WHEN WS-PARM-KEY = "MINSESS"
                       IF FUNCTION TEST-NUMVAL (WS-PARM-VALUE) = 0
                           COMPUTE WS-MIN-DRAWS =
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

       CHECK-LOG-SOURCES.
      *> SOURCE=BOTH reads the archived period first and then the
      *> live log, so the back-to-back test runs across the seam in
      *> the order the sessions were played. Either half missing on
      *> a BOTH run is reported and the other half still audited.
           IF WS-SOURCE = "HIST" OR WS-SOURCE = "BOTH"
               OPEN INPUT GUESS-HIST-FILE
               IF WS-HIST-STATUS = "00"
                   MOVE "Y" TO WS-HIST-AVAIL
                   CLOSE GUESS-HIST-FILE
               ELSE
                   DISPLAY "GUESS-HIST not available"
               END-IF
           END-IF.
           IF WS-SOURCE = "LIVE" OR WS-SOURCE = "BOTH"
               OPEN INPUT GUESS-LOG-FILE
               IF WS-LOG-STATUS = "00"
                   MOVE "Y" TO WS-LOG-AVAIL
                   CLOSE GUESS-LOG-FILE
               ELSE
                   DISPLAY "GUESS-LOG not available"
               END-IF
           END-IF.

       SELECT-DRAWS.
      *> sort input: every draw in the window is tallied into the
      *> range, hour and back-to-back figures and released to the
      *> seed sort.
           IF WS-HIST-AVAIL = "Y"
               MOVE "HIST" TO WS-READING
               OPEN INPUT GUESS-HIST-FILE
               PERFORM READ-ALL-DRAWS
               CLOSE GUESS-HIST-FILE
           END-IF.
           IF WS-LOG-AVAIL = "Y"
               MOVE "LIVE" TO WS-READING
               OPEN INPUT GUESS-LOG-FILE
               PERFORM READ-ALL-DRAWS
               CLOSE GUESS-LOG-FILE
           END-IF.

       READ-ALL-DRAWS.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               PERFORM READ-NEXT-SESSION
               IF WS-EOF NOT = "Y"
                   ADD 1 TO WS-RECORDS-READ
                   IF GL-LOG-DATE >= WS-FROM-DATE
                           AND GL-LOG-DATE <= WS-TO-DATE
                       PERFORM TAKE-ONE-DRAW
                   END-IF
               END-IF
           END-PERFORM.

       READ-NEXT-SESSION.
           IF WS-READING = "HIST"
               READ GUESS-HIST-FILE INTO GUESS-LOG-RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
               END-READ
           ELSE
               READ GUESS-LOG-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
               END-READ
           END-IF.

       TAKE-ONE-DRAW.
      *> LOG-DUEL-OUTCOME / LOG-DUEL-DRAW write the two halves of a
      *> duel back to back off the one seed and number - the second
      *> half is the same draw and must not count twice, nor be
      *> reported as a seed collision or a back-to-back repeat.
           IF WS-HAVE-PREV = "Y"
                   AND (GL-RESULT-CODE = "D" OR "L" OR "E")
                   AND (WS-PREV-RESULT = "D" OR "L" OR "E")
                   AND GL-SEED = WS-PREV-SEED
                   AND GL-WINNING-NUMBER = WS-PREV-NUMBER
               ADD 1 TO WS-DUEL-MATES
      *> the pair is now consumed - a third record off the same seed
      *> is a genuine repeat and is tested normally
               MOVE SPACE TO WS-PREV-RESULT
           ELSE
               IF GL-UPPER-BOUND = 0
                       OR GL-WINNING-NUMBER = 0
                       OR GL-WINNING-NUMBER > GL-UPPER-BOUND
                   ADD 1 TO WS-BAD-DRAWS
                   DISPLAY "Draw outside its range: " GL-SESSION-ID
                       " " GL-OPERATOR-ID " number "
                       GL-WINNING-NUMBER " of " GL-UPPER-BOUND
               ELSE
                   ADD 1 TO WS-DRAW-COUNT
                   PERFORM CHECK-BACK-TO-BACK
                   PERFORM TALLY-RANGE-DECILE
                   PERFORM TALLY-DRAW-HOUR
                   PERFORM RELEASE-DRAW
                   PERFORM REMEMBER-DRAW
               END-IF
           END-IF.

       CHECK-BACK-TO-BACK.
      *> chance alone repeats the last number 1 time in the larger
      *> of the two ranges - that expectation is summed over every
      *> pair so the count can be judged against it.
           IF WS-HAVE-PREV = "Y"
               IF GL-UPPER-BOUND > WS-PREV-BOUND
                   COMPUTE WS-EXP-REPEATS =
                       WS-EXP-REPEATS + 1 / GL-UPPER-BOUND
               ELSE
                   COMPUTE WS-EXP-REPEATS =
                       WS-EXP-REPEATS + 1 / WS-PREV-BOUND
               END-IF
               IF GL-WINNING-NUMBER = WS-PREV-NUMBER
                   ADD 1 TO WS-REPEAT-COUNT
                   IF WS-BB-COUNT < 100
                       ADD 1 TO WS-BB-COUNT
                       MOVE WS-BB-COUNT TO WS-BB-IDX
                       MOVE GL-LOG-DATE TO BB-DATE (WS-BB-IDX)
                       MOVE GL-WINNING-NUMBER TO BB-NUMBER (WS-BB-IDX)
                       MOVE WS-PREV-SESSION TO BB-SESSION-1 (WS-BB-IDX)
                       MOVE WS-PREV-OPERATOR
                           TO BB-OPERATOR-1 (WS-BB-IDX)
                       MOVE WS-PREV-BOUND TO BB-BOUND-1 (WS-BB-IDX)
                       MOVE GL-SESSION-ID TO BB-SESSION-2 (WS-BB-IDX)
                       MOVE GL-OPERATOR-ID TO BB-OPERATOR-2 (WS-BB-IDX)
                       MOVE GL-UPPER-BOUND TO BB-BOUND-2 (WS-BB-IDX)
                   END-IF
               END-IF
           END-IF.

       TALLY-RANGE-DECILE.
      *> decile k of a range 1..U holds the numbers n with
      *> (n - 1) * 10 / U truncated = k - 1
           MOVE "N" TO WS-FR-FOUND.
           PERFORM VARYING WS-FR-IDX FROM 1 BY 1
                   UNTIL WS-FR-IDX > WS-FR-COUNT
               IF FR-BOUND (WS-FR-IDX) = GL-UPPER-BOUND
                   MOVE "Y" TO WS-FR-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-FR-FOUND = "N" AND WS-FR-COUNT < 20
               ADD 1 TO WS-FR-COUNT
               MOVE WS-FR-COUNT TO WS-FR-IDX
               INITIALIZE WS-FR-ENTRY (WS-FR-IDX)
               MOVE GL-UPPER-BOUND TO FR-BOUND (WS-FR-IDX)
               MOVE "Y" TO WS-FR-FOUND
           END-IF.
           COMPUTE WS-DECILE =
               (GL-WINNING-NUMBER - 1) * 10 / GL-UPPER-BOUND.
           ADD 1 TO WS-DECILE.
           IF WS-FR-FOUND = "Y"
               ADD 1 TO FR-DRAWS (WS-FR-IDX)
               ADD 1 TO FR-DECILE (WS-FR-IDX, WS-DECILE)
           ELSE
               DISPLAY "Range table full - range " GL-UPPER-BOUND
                   " not tested"
           END-IF.

       TALLY-DRAW-HOUR.
      *> upper half = deciles 6 to 10, which hold the top U / 2
      *> (truncated) numbers of the range
           COMPUTE WS-WIDTH = GL-UPPER-BOUND / 2.
           COMPUTE WS-EXPECTED = WS-WIDTH / GL-UPPER-BOUND.
           ADD WS-EXPECTED TO WS-EXP-HIGH.
           IF WS-DECILE > 5
               ADD 1 TO WS-HIGH-COUNT
           END-IF.
           COMPUTE WS-HOUR = GL-LOG-TIME / 1000000.
           IF WS-HOUR < 24
               COMPUTE WS-HR-IDX = WS-HOUR + 1
               ADD 1 TO HR-DRAWS (WS-HR-IDX)
               ADD WS-EXPECTED TO HR-EXP-HIGH (WS-HR-IDX)
               IF WS-DECILE > 5
                   ADD 1 TO HR-HIGH (WS-HR-IDX)
               END-IF
           END-IF.

       RELEASE-DRAW.
           MOVE GL-SEED TO SR-SEED.
           MOVE GL-LOG-DATE TO SR-LOG-DATE.
           MOVE GL-LOG-TIME TO SR-LOG-TIME.
           MOVE GL-SESSION-ID TO SR-SESSION-ID.
           MOVE GL-OPERATOR-ID TO SR-OPERATOR-ID.
           MOVE GL-WINNING-NUMBER TO SR-WINNING-NUMBER.
           MOVE GL-UPPER-BOUND TO SR-UPPER-BOUND.
           RELEASE SEED-SORT-RECORD.

       REMEMBER-DRAW.
           MOVE "Y" TO WS-HAVE-PREV.
           MOVE GL-SEED TO WS-PREV-SEED.
           MOVE GL-WINNING-NUMBER TO WS-PREV-NUMBER.
           MOVE GL-UPPER-BOUND TO WS-PREV-BOUND.
           MOVE GL-RESULT-CODE TO WS-PREV-RESULT.
           MOVE GL-SESSION-ID TO WS-PREV-SESSION.
           MOVE GL-OPERATOR-ID TO WS-PREV-OPERATOR.

       PRINT-AUDIT-HEADER.
           DISPLAY "=========================================".
           DISPLAY "FindTheNumber - fairness and seed audit".
           DISPLAY "Source ................: " WS-SOURCE.
           IF WS-FROM-DATE = 0 AND WS-TO-DATE = 99999999
               DISPLAY "Date range ............: ALL DATES"
           ELSE
               DISPLAY "Date range ............: " WS-FROM-DATE
                   " to " WS-TO-DATE
           END-IF.
           DISPLAY "Log records read ......: " WS-RECORDS-READ.
           DISPLAY "Draws audited .........: " WS-DRAW-COUNT.
           DISPLAY "Duel second halves ....: " WS-DUEL-MATES.
           DISPLAY "Draws outside range ...: " WS-BAD-DRAWS.
           DISPLAY "=========================================".

       PRINT-SEED-COLLISIONS.
      *> the sort output is in seed order, so every draw sharing a
      *> seed sits together; the first of a group is printed when
      *> the second turns up. A SEED= replay of a disputed session
      *> repeats its seed by design and shows here as the same
      *> number and range - anything else is a genuine collision.
           DISPLAY "SEED COLLISIONS".
           DISPLAY "SEED      DATE      TIME      SESSION"
               "               OPERATOR  NUMBER   RANGE".
           OPEN INPUT SEED-ORDER-FILE.
           IF WS-SEEDS-STATUS NOT = "00"
               DISPLAY "(seed-ordered draws not available)"
           ELSE
               MOVE "N" TO WS-EOF
               MOVE "N" TO WS-GROUP-OPEN
               MOVE "Y" TO WS-FIRST-SEED
               PERFORM UNTIL WS-EOF = "Y"
                   READ SEED-ORDER-FILE
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           PERFORM CHECK-SEED-GROUP
                   END-READ
               END-PERFORM
               CLOSE SEED-ORDER-FILE
           END-IF.
           IF WS-SEED-GROUPS = 0
               DISPLAY "(no seed drawn more than once)"
           END-IF.
           DISPLAY "Seeds drawn twice+ ....: " WS-SEED-GROUPS.
           DISPLAY "Draws on those seeds ..: " WS-SEED-DRAWS.
           DISPLAY "-----------------------------------------".

       CHECK-SEED-GROUP.
           IF WS-FIRST-SEED = "N" AND SO-SEED = WS-LO-SEED
               IF WS-GROUP-OPEN = "N"
                   ADD 1 TO WS-SEED-GROUPS
                   ADD 1 TO WS-SEED-DRAWS
                   MOVE "Y" TO WS-GROUP-OPEN
                   MOVE WS-LO-WINNING-NUMBER TO WS-NUMBER-DISPLAY
                   MOVE WS-LO-UPPER-BOUND TO WS-BOUND-DISPLAY
                   DISPLAY WS-LO-SEED "  " WS-LO-LOG-DATE "  "
                       WS-LO-LOG-TIME "  " WS-LO-SESSION-ID "  "
                       WS-LO-OPERATOR-ID "  " WS-NUMBER-DISPLAY
                       "  " WS-BOUND-DISPLAY
               END-IF
               ADD 1 TO WS-SEED-DRAWS
               MOVE SO-WINNING-NUMBER TO WS-NUMBER-DISPLAY
               MOVE SO-UPPER-BOUND TO WS-BOUND-DISPLAY
               DISPLAY SO-SEED "  " SO-LOG-DATE "  "
                   SO-LOG-TIME "  " SO-SESSION-ID "  "
                   SO-OPERATOR-ID "  " WS-NUMBER-DISPLAY
                   "  " WS-BOUND-DISPLAY
           ELSE
               MOVE "N" TO WS-GROUP-OPEN
           END-IF.
           MOVE SEED-ORDER-RECORD TO WS-LAST-ORDER.
           MOVE "N" TO WS-FIRST-SEED.

       PRINT-BACK-TO-BACK.
           DISPLAY "BACK-TO-BACK SESSIONS ON THE SAME NUMBER".
           DISPLAY "DATE      NUMBER  SESSION / OPERATOR / RANGE"
               " - THEN - SESSION / OPERATOR / RANGE".
           PERFORM VARYING WS-BB-IDX FROM 1 BY 1
                   UNTIL WS-BB-IDX > WS-BB-COUNT
               MOVE BB-NUMBER (WS-BB-IDX) TO WS-NUMBER-DISPLAY
               DISPLAY BB-DATE (WS-BB-IDX) "  "
                   WS-NUMBER-DISPLAY "  "
                   BB-SESSION-1 (WS-BB-IDX) " "
                   BB-OPERATOR-1 (WS-BB-IDX) " "
                   BB-BOUND-1 (WS-BB-IDX) " - "
                   BB-SESSION-2 (WS-BB-IDX) " "
                   BB-OPERATOR-2 (WS-BB-IDX) " "
                   BB-BOUND-2 (WS-BB-IDX)
           END-PERFORM.
           IF WS-REPEAT-COUNT = 0
               DISPLAY "(no back-to-back repeats)"
           END-IF.
           IF WS-REPEAT-COUNT > WS-BB-COUNT
               DISPLAY "(first 100 listed)"
           END-IF.
           MOVE WS-EXP-REPEATS TO WS-EXP-DISPLAY.
           DISPLAY "Back-to-back repeats ..: " WS-REPEAT-COUNT.
           DISPLAY "Expected by chance ....: " WS-EXP-DISPLAY.
           DISPLAY "-----------------------------------------".

       PRINT-DECILE-FIT.
           DISPLAY "WINNING NUMBERS BY DECILE OF THE RANGE".
           MOVE WS-CHI-MAX TO WS-CHI-MAX-DISPLAY.
           DISPLAY "Fit limit (chi-square) : " WS-CHI-MAX-DISPLAY
               " on 9 degrees of freedom".
           DISPLAY "Fewest draws tested ...: " WS-MIN-DRAWS.
           PERFORM VARYING WS-FR-IDX FROM 1 BY 1
                   UNTIL WS-FR-IDX > WS-FR-COUNT
               PERFORM PRINT-ONE-RANGE
           END-PERFORM.
           IF WS-FR-COUNT = 0
               DISPLAY "(no draws in range)"
           END-IF.
           DISPLAY "-----------------------------------------".

       PRINT-ONE-RANGE.
      *> the expected count for decile k is draws x width / U, the
      *> width being ceil(kU/10) - ceil((k-1)U/10) - exact even
      *> where U does not divide by ten. A range under ten has
      *> empty deciles, which are left out of the sum.
           MOVE FR-BOUND (WS-FR-IDX) TO WS-BOUND-DISPLAY.
           MOVE FR-DRAWS (WS-FR-IDX) TO WS-COUNT-DISPLAY.
           DISPLAY " ".
           DISPLAY "Range 1 to " WS-BOUND-DISPLAY
               " ......: " WS-COUNT-DISPLAY " draws".
           MOVE 0 TO WS-CHI-SQ.
           MOVE SPACES TO WS-DECILE-LINE.
           PERFORM VARYING WS-DC-IDX FROM 1 BY 1
                   UNTIL WS-DC-IDX > 10
               MOVE FR-DECILE (WS-FR-IDX, WS-DC-IDX)
                   TO WS-DL-VALUE (WS-DC-IDX)
           END-PERFORM.
           DISPLAY "  Decile       1      2      3      4      5"
               "      6      7      8      9     10".
           DISPLAY "  Drawn  " WS-DECILE-LINE.
           MOVE SPACES TO WS-DECILE-LINE.
           PERFORM VARYING WS-DC-IDX FROM 1 BY 1
                   UNTIL WS-DC-IDX > 10
               COMPUTE WS-CEIL-HI =
                   (WS-DC-IDX * FR-BOUND (WS-FR-IDX) + 9) / 10
               COMPUTE WS-CEIL-LO =
                   ((WS-DC-IDX - 1) * FR-BOUND (WS-FR-IDX) + 9) / 10
               COMPUTE WS-WIDTH = WS-CEIL-HI - WS-CEIL-LO
               IF WS-WIDTH > 0
                   COMPUTE WS-EXPECTED =
                       FR-DRAWS (WS-FR-IDX) * WS-WIDTH
                   DIVIDE FR-BOUND (WS-FR-IDX) INTO WS-EXPECTED
                   COMPUTE WS-DL-VALUE (WS-DC-IDX) ROUNDED =
                       WS-EXPECTED
                   COMPUTE WS-DEVIATION =
                       FR-DECILE (WS-FR-IDX, WS-DC-IDX) - WS-EXPECTED
                   COMPUTE WS-CHI-SQ ROUNDED = WS-CHI-SQ +
                       WS-DEVIATION * WS-DEVIATION / WS-EXPECTED
               END-IF
           END-PERFORM.
           DISPLAY "  Expect " WS-DECILE-LINE.
           MOVE WS-CHI-SQ TO WS-CHI-DISPLAY.
           EVALUATE TRUE
               WHEN FR-BOUND (WS-FR-IDX) < 10
                   DISPLAY "  Chi-square " WS-CHI-DISPLAY
                       "  NOT TESTED - range under ten"
               WHEN FR-DRAWS (WS-FR-IDX) < WS-MIN-DRAWS
                   DISPLAY "  Chi-square " WS-CHI-DISPLAY
                       "  NOT TESTED - too few draws"
               WHEN WS-CHI-SQ > WS-CHI-MAX
                   DISPLAY "  Chi-square " WS-CHI-DISPLAY
                       "  FAILS the fit limit"
                   ADD 1 TO WS-RANGE-FAILED
                   PERFORM RAISE-FAIRNESS-ALERT
               WHEN OTHER
                   DISPLAY "  Chi-square " WS-CHI-DISPLAY
                       "  within the fit limit"
           END-EVALUATE.

       PRINT-HOUR-BREAKDOWN.
           DISPLAY "DRAWS BY HOUR OF THE DAY".
           DISPLAY "HOUR   DRAWS  UPPER-HALF  PCT  EXPECT-PCT".
           PERFORM VARYING WS-HR-IDX FROM 1 BY 1
                   UNTIL WS-HR-IDX > 24
               IF HR-DRAWS (WS-HR-IDX) > 0
                   COMPUTE WS-HOUR-DISPLAY = WS-HR-IDX - 1
                   MOVE HR-DRAWS (WS-HR-IDX) TO WS-COUNT-DISPLAY
                   MOVE HR-HIGH (WS-HR-IDX) TO WS-COUNT-DISPLAY-2
                   COMPUTE WS-PCT ROUNDED = HR-HIGH (WS-HR-IDX)
                       * 100 / HR-DRAWS (WS-HR-IDX)
                   COMPUTE WS-PCT-2 ROUNDED = HR-EXP-HIGH (WS-HR-IDX)
                       * 100 / HR-DRAWS (WS-HR-IDX)
                   MOVE WS-PCT TO WS-PCT-DISPLAY
                   MOVE WS-PCT-2 TO WS-PCT-DISPLAY-2
                   DISPLAY WS-HOUR-DISPLAY "   " WS-COUNT-DISPLAY
                       "  " WS-COUNT-DISPLAY-2 "    "
                       WS-PCT-DISPLAY "  " WS-PCT-DISPLAY-2
               END-IF
           END-PERFORM.
           IF WS-DRAW-COUNT > 0
               MOVE WS-DRAW-COUNT TO WS-COUNT-DISPLAY
               MOVE WS-HIGH-COUNT TO WS-COUNT-DISPLAY-2
               COMPUTE WS-PCT ROUNDED =
                   WS-HIGH-COUNT * 100 / WS-DRAW-COUNT
               COMPUTE WS-PCT-2 ROUNDED =
                   WS-EXP-HIGH * 100 / WS-DRAW-COUNT
               MOVE WS-PCT TO WS-PCT-DISPLAY
               MOVE WS-PCT-2 TO WS-PCT-DISPLAY-2
               DISPLAY "ALL  " WS-COUNT-DISPLAY
                   "  " WS-COUNT-DISPLAY-2 "    "
                   WS-PCT-DISPLAY "  " WS-PCT-DISPLAY-2
           END-IF.
           DISPLAY "=========================================".

       PRINT-AUDIT-VERDICT.
           IF WS-RANGE-FAILED > 0
               DISPLAY "Ranges failing fit ....: " WS-RANGE-FAILED
                   " - raised on GUESS-ALRM"
               MOVE 4 TO RETURN-CODE
               IF WS-ALM-AVAIL = "Y"
                   CLOSE ALERT-MASTER-FILE
               END-IF
           ELSE
               DISPLAY "Every tested range within the fit limit"
           END-IF.

       RAISE-FAIRNESS-ALERT.
      *> shop-wide condition, so no operator; the alert goes on the
      *> master to be acknowledged or escalated like any monitor
      *> breach. The master is opened only when there is something
      *> to write.
           MOVE FR-BOUND (WS-FR-IDX) TO WS-BOUND-DISPLAY.
           MOVE FR-DRAWS (WS-FR-IDX) TO WS-COUNT-DISPLAY.
           MOVE SPACES TO WS-ALERT-TEXT.
           STRING "FAIRNESS range 1-" WS-BOUND-DISPLAY
               " chi-square " WS-CHI-DISPLAY
               " over limit on " WS-COUNT-DISPLAY " draws"
               DELIMITED BY SIZE
               INTO WS-ALERT-TEXT.
           DISPLAY "ALERT: " WS-ALERT-TEXT.
           IF WS-ALERT-COUNT = 0
               PERFORM OPEN-ALERT-MASTER
           END-IF.
           ADD 1 TO WS-ALERT-COUNT.
           IF WS-ALM-AVAIL = "Y"
               MOVE WS-RUN-DATE TO AL-RAISE-DATE
               MOVE "FAIRNESS" TO AL-CONDITION
               MOVE SPACES TO AL-OPERATOR-ID
               MOVE 2 TO AL-SEVERITY
               MOVE 1 TO AL-REPEAT-COUNT
               MOVE "O" TO AL-STATUS
               MOVE SPACES TO AL-ACK-ID AL-DISPOSITION
               MOVE 0 TO AL-ACK-DATE
               MOVE WS-ALERT-TEXT TO AL-TEXT
               PERFORM STORE-ALERT-RECORD
           END-IF.

       OPEN-ALERT-MASTER.
           OPEN I-O ALERT-MASTER-FILE.
           IF WS-ALM-STATUS = "35"
               OPEN OUTPUT ALERT-MASTER-FILE
               CLOSE ALERT-MASTER-FILE
               OPEN I-O ALERT-MASTER-FILE
           END-IF.
           IF WS-ALM-STATUS = "00"
               MOVE "Y" TO WS-ALM-AVAIL
           ELSE
               MOVE "N" TO WS-ALM-AVAIL
               DISPLAY "GUESS-ALRM not available - the fairness"
                   " breach is on this report only"
           END-IF.

       STORE-ALERT-RECORD.
      *> raise date + sequence, keyed past whatever the monitor or
      *> an earlier run already wrote under the same date
           MOVE "N" TO WS-AL-STORED.
           PERFORM UNTIL WS-AL-STORED = "Y" OR WS-AL-SEQ > 9998
               ADD 1 TO WS-AL-SEQ
               COMPUTE AL-ALERT-ID =
                   WS-RUN-DATE * 10000 + WS-AL-SEQ
               WRITE ALERT-MASTER-RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-AL-STORED
               END-WRITE
           END-PERFORM.
           IF WS-AL-STORED NOT = "Y"
               DISPLAY "GUESS-ALRM id sequence exhausted for "
                   WS-RUN-DATE " - breach not persisted"
           END-IF.

       WRITE-RUN-CONTROL.
      *> one record per run on the shared run log, read by the
      *> morning status report - a log that cannot be opened
      *> costs the run its line on that report, nothing more
           INITIALIZE RUN-CONTROL-RECORD.
           MOVE "FINDNFAI" TO RL-PROGRAM.
           MOVE WS-RUN-DATE TO RL-RUN-DATE.
           MOVE RL-RUN-DATE TO RL-BUSINESS-DATE.
           MOVE WS-RUN-START-DATE TO RL-START-DATE.
           MOVE WS-RUN-START-TIME TO RL-START-TIME.
           ACCEPT RL-END-DATE FROM DATE YYYYMMDD.
           ACCEPT RL-END-TIME FROM TIME.
           MOVE RETURN-CODE TO RL-RETURN-CODE.
           MOVE "DRAWS" TO RL-COUNT-NAME (1).
           MOVE WS-DRAW-COUNT TO RL-COUNT-VALUE (1).
           MOVE "REPEATS" TO RL-COUNT-NAME (2).
           MOVE WS-REPEAT-COUNT TO RL-COUNT-VALUE (2).
           MOVE "FAILED" TO RL-COUNT-NAME (3).
           MOVE WS-RANGE-FAILED TO RL-COUNT-VALUE (3).
           MOVE "ALERTS" TO RL-COUNT-NAME (4).
           MOVE WS-ALERT-COUNT TO RL-COUNT-VALUE (4).
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
       END PROGRAM FindTheNumberFAI.
