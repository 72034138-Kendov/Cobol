      ******************************************************************
      * Author: CAYO CESAR
      * Date: OCT 2026
      * Purpose: nightly cross-file integrity audit of the three
      *          session trails - GUESS-LOG, the GUESS-SESS master
      *          and the GUESS-DTL guess detail - joined on the
      *          session identifier. For every session concluded on
      *          the run date it proves the session is on all three
      *          files, that the master's attempts, invalid-entry
      *          count, result code and operator agree with the log,
      *          that the detail rows add up to those counts (H + L
      *          = attempts, X = invalid entries, one W for a win or
      *          a duel win and none otherwise) with guess numbers
      *          in sequence, and that every H/L/W verdict is true
      *          against the winning number. A session logged twice,
      *          or detail rows repeated, is how a RESTART=Y rerun
      *          or a duel turn swap going wrong shows up here.
      *          Masters and detail rows of the run date with no
      *          log record are reported as orphans, except the
      *          session GUESS-CKPT still carries as in flight.
      *          RETURN CODES: 0 = all three files agree,
      *          8 = exceptions listed (orphans, mismatches or
      *          impossible verdicts) - the job holds the rating
      *          pass, 12 = GUESS-LOG unreadable or the session
      *          table overflowed - the audit is incomplete.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FindTheNumberAUD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GUESS-LOG-FILE ASSIGN TO "GUESS-LOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
           SELECT GUESS-SESS-FILE ASSIGN TO "GUESS-SESS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-SESSION-ID
               FILE STATUS IS WS-SESS-STATUS.
           SELECT GUESS-DTL-FILE ASSIGN TO "GUESS-DTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DTL-STATUS.
           SELECT GUESS-CKPT-FILE ASSIGN TO "GUESS-CKPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CKPT-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "GUESS-RUNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  GUESS-LOG-FILE.
           COPY GUESSLOG.
       FD  GUESS-SESS-FILE.
           COPY GUESSSMS.
       FD  GUESS-DTL-FILE.
           COPY GUESSDTL.
       FD  GUESS-CKPT-FILE.
           COPY GUESSCKPT.
       FD  RUN-CONTROL-FILE.
           COPY GUESSRCL.
       WORKING-STORAGE SECTION.
           01 WS-LOG-STATUS PIC XX.
           01 WS-SESS-STATUS PIC XX.
           01 WS-DTL-STATUS PIC XX.
           01 WS-CKPT-STATUS PIC XX.
           01 WS-SESS-AVAIL PIC X VALUE "N".
           01 WS-EOF PIC X VALUE "N".
           01 WS-RUN-DATE PIC 9(8) VALUE 0.
           01 WS-INFLIGHT-ID PIC X(20) VALUE SPACES.
           01 WS-EARLIEST-START PIC 9(8) VALUE 99999999.
           01 WS-START-DATE PIC 9(8).
           01 WS-GUESS-VALUE BINARY-LONG.
           01 WS-GUESS-NUMERIC PIC X.
           01 WS-EXPECT-W BINARY-LONG.

      *> ---- audit totals ----
           01 WS-LOG-DAY-COUNT BINARY-LONG VALUE 0.
           01 WS-SESSIONS-AUDITED BINARY-LONG VALUE 0.
           01 WS-SESSIONS-CLEAN BINARY-LONG VALUE 0.
           01 WS-NO-ID-COUNT BINARY-LONG VALUE 0.
           01 WS-INFLIGHT-ROWS BINARY-LONG VALUE 0.
           01 WS-ORPHAN-COUNT BINARY-LONG VALUE 0.
           01 WS-MISMATCH-COUNT BINARY-LONG VALUE 0.
           01 WS-VERDICT-COUNT BINARY-LONG VALUE 0.
           01 WS-EXCEPTIONS BINARY-LONG VALUE 0.
           01 WS-TABLE-FULL PIC X VALUE "N".

      *> ---- one exception line: kind, session, operator, detail ----
           01 WS-EX-KIND PIC X(8).
           01 WS-EX-SESSION PIC X(20).
           01 WS-EX-OPERATOR PIC X(8).
           01 WS-EX-TEXT PIC X(60).
           01 WS-EX-NUM-1 PIC 9(6).
           01 WS-EX-NUM-2 PIC 9(6).

      *> ---- the run date's sessions off GUESS-LOG, with the detail
      *>      tallies built up against each; 1000 entries as in the
      *>      merge program ----
           01 WS-AU-COUNT BINARY-LONG VALUE 0.
           01 WS-AU-IDX BINARY-LONG.
           01 WS-AU-FOUND PIC X VALUE "N".
           01 WS-AU-TABLE.
               05 WS-AU-ENTRY OCCURS 1000 TIMES.
                   10 AU-SESSION-ID PIC X(20).
                   10 AU-OPERATOR-ID PIC X(8).
                   10 AU-RESULT-CODE PIC X.
                   10 AU-WINNING BINARY-LONG.
                   10 AU-UPPER-BOUND BINARY-LONG.
                   10 AU-ATTEMPTS BINARY-LONG.
                   10 AU-INVALID BINARY-LONG.
                   10 AU-LOG-COUNT BINARY-LONG.
                   10 AU-DTL-HL BINARY-LONG.
                   10 AU-DTL-X BINARY-LONG.
                   10 AU-DTL-W BINARY-LONG.
                   10 AU-LAST-GUESS-NO BINARY-LONG.
                   10 AU-PROBLEM PIC X.

      *> ---- detail rows of the run date belonging to no logged or
      *>      mastered session, one line per session ----
           01 WS-OD-COUNT BINARY-LONG VALUE 0.
           01 WS-OD-IDX BINARY-LONG.
           01 WS-OD-FOUND PIC X VALUE "N".
           01 WS-OD-TABLE.
               05 WS-OD-ENTRY OCCURS 100 TIMES.
                   10 OD-SESSION-ID PIC X(20).
                   10 OD-OPERATOR-ID PIC X(8).
                   10 OD-ROWS BINARY-LONG.

      *> ---- run-control log ----
           01 WS-RUNL-STATUS PIC XX.
           01 WS-RUN-START-DATE PIC 9(8).
           01 WS-RUN-START-TIME PIC 9(8).

      *> ---- control-parm: RUNDATE= (defaults to today) ----
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
           DISPLAY "GUESS-LOG / GUESS-SESS / GUESS-DTL audit".
           DISPLAY "Sessions concluded ....: " WS-RUN-DATE.
           DISPLAY "=========================================".
           PERFORM LOAD-LOGGED-SESSIONS.
           IF RETURN-CODE = 12
               DISPLAY "Audit not run"
               PERFORM WRITE-RUN-CONTROL
               STOP RUN
           END-IF.
           PERFORM READ-CHECKPOINT.
           OPEN INPUT GUESS-SESS-FILE.
           IF WS-SESS-STATUS = "00"
               MOVE "Y" TO WS-SESS-AVAIL
           ELSE
      *> no master at all - every logged session is an orphan, which
      *> CHECK-SESSION-MASTERS reports one by one
               DISPLAY "GUESS-SESS not available - status "
                   WS-SESS-STATUS
           END-IF.
           PERFORM CHECK-SESSION-MASTERS.
           PERFORM SCAN-GUESS-DETAIL.
           PERFORM CHECK-DETAIL-COUNTS.
           IF WS-SESS-AVAIL = "Y"
               PERFORM FIND-UNLOGGED-MASTERS
               CLOSE GUESS-SESS-FILE
           END-IF.
           PERFORM REPORT-ORPHAN-DETAIL.
           PERFORM PRINT-AUDIT-SUMMARY.
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
                   WHEN WS-PARM-KEY = "RUNDATE"
                       IF FUNCTION TEST-NUMVAL (WS-PARM-VALUE) = 0
                           COMPUTE WS-RUN-DATE =
                               FUNCTION NUMVAL (WS-PARM-VALUE)
                       END-IF
               END-EVALUATE
               MOVE SPACES TO WS-PARM-TOKEN WS-PARM-KEY WS-PARM-VALUE
           END-PERFORM.

       LOAD-LOGGED-SESSIONS.
           OPEN INPUT GUESS-LOG-FILE.
           EVALUATE WS-LOG-STATUS
               WHEN "00"
                   MOVE "N" TO WS-EOF
                   PERFORM UNTIL WS-EOF = "Y"
                       READ GUESS-LOG-FILE
                           AT END
                               MOVE "Y" TO WS-EOF
                           NOT AT END
                               IF GL-LOG-DATE = WS-RUN-DATE
                                   ADD 1 TO WS-LOG-DAY-COUNT
                                   PERFORM LOAD-ONE-SESSION
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE GUESS-LOG-FILE
               WHEN "35"
      *> nothing has ever been logged - masters or detail of the
      *> run date still come out as orphans below
                   DISPLAY "GUESS-LOG not on file - no logged"
                       " sessions"
               WHEN OTHER
                   DISPLAY "GUESS-LOG not available - status "
                       WS-LOG-STATUS
                   MOVE 12 TO RETURN-CODE
           END-EVALUATE.

       LOAD-ONE-SESSION.
      *> records from before sessions carried an identifier can't be
      *> joined to anything - counted, not audited
           IF GL-SESSION-ID = SPACES
               ADD 1 TO WS-NO-ID-COUNT
           ELSE
               PERFORM FIND-AUDIT-ENTRY
               IF WS-AU-FOUND = "Y"
                   ADD 1 TO AU-LOG-COUNT (WS-AU-IDX)
               ELSE
                   IF WS-AU-COUNT < 1000
                       ADD 1 TO WS-AU-COUNT
                       MOVE WS-AU-COUNT TO WS-AU-IDX
                       MOVE GL-SESSION-ID TO AU-SESSION-ID (WS-AU-IDX)
                       MOVE GL-OPERATOR-ID TO AU-OPERATOR-ID (WS-AU-IDX)
                       MOVE GL-RESULT-CODE TO AU-RESULT-CODE (WS-AU-IDX)
                       MOVE GL-WINNING-NUMBER TO AU-WINNING (WS-AU-IDX)
                       MOVE GL-UPPER-BOUND
                           TO AU-UPPER-BOUND (WS-AU-IDX)
                       MOVE GL-ATTEMPTS TO AU-ATTEMPTS (WS-AU-IDX)
                       MOVE GL-INVALID-ATTEMPTS
                           TO AU-INVALID (WS-AU-IDX)
                       MOVE 1 TO AU-LOG-COUNT (WS-AU-IDX)
                       MOVE 0 TO AU-DTL-HL (WS-AU-IDX)
                       MOVE 0 TO AU-DTL-X (WS-AU-IDX)
                       MOVE 0 TO AU-DTL-W (WS-AU-IDX)
                       MOVE 0 TO AU-LAST-GUESS-NO (WS-AU-IDX)
                       MOVE "N" TO AU-PROBLEM (WS-AU-IDX)
      *> the identifier opens with the session's start date - detail
      *> rows older than the earliest start can't belong to tonight
                       IF GL-SESSION-ID (1:8) IS NUMERIC
                           MOVE GL-SESSION-ID (1:8) TO WS-START-DATE
                           IF WS-START-DATE < WS-EARLIEST-START
                               MOVE WS-START-DATE TO WS-EARLIEST-START
                           END-IF
                       END-IF
                   ELSE
                       IF WS-TABLE-FULL = "N"
                           DISPLAY "Audit table full - sessions from "
                               GL-SESSION-ID " on not audited"
                           MOVE "Y" TO WS-TABLE-FULL
                       END-IF
                   END-IF
               END-IF
           END-IF.

       FIND-AUDIT-ENTRY.
      *> looks up GL-SESSION-ID, or GD-SESSION-ID / SM-SESSION-ID
      *> moved into it by the callers below
           MOVE "N" TO WS-AU-FOUND.
           PERFORM VARYING WS-AU-IDX FROM 1 BY 1
                   UNTIL WS-AU-IDX > WS-AU-COUNT
               IF AU-SESSION-ID (WS-AU-IDX) = GL-SESSION-ID
                   MOVE "Y" TO WS-AU-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       READ-CHECKPOINT.
      *> a session still on the checkpoint has detail rows and maybe
      *> a master but no log record yet - that's in flight, not an
      *> orphan. An empty or missing checkpoint means nothing is.
           OPEN INPUT GUESS-CKPT-FILE.
           IF WS-CKPT-STATUS = "00"
               READ GUESS-CKPT-FILE
                   NOT AT END
                       MOVE CK-SESSION-ID TO WS-INFLIGHT-ID
               END-READ
               CLOSE GUESS-CKPT-FILE
           END-IF.

       CHECK-SESSION-MASTERS.
           PERFORM VARYING WS-AU-IDX FROM 1 BY 1
                   UNTIL WS-AU-IDX > WS-AU-COUNT
               ADD 1 TO WS-SESSIONS-AUDITED
               MOVE AU-SESSION-ID (WS-AU-IDX) TO WS-EX-SESSION
               MOVE AU-OPERATOR-ID (WS-AU-IDX) TO WS-EX-OPERATOR
               IF AU-LOG-COUNT (WS-AU-IDX) > 1
                   MOVE AU-LOG-COUNT (WS-AU-IDX) TO WS-EX-NUM-1
                   MOVE SPACES TO WS-EX-TEXT
                   STRING "logged " WS-EX-NUM-1 (5:2)
                       " times on GUESS-LOG" DELIMITED BY SIZE
                       INTO WS-EX-TEXT
                   PERFORM REPORT-MISMATCH
               END-IF
               IF WS-SESS-AVAIL = "Y"
                   MOVE AU-SESSION-ID (WS-AU-IDX) TO SM-SESSION-ID
                   READ GUESS-SESS-FILE
                       INVALID KEY
                           MOVE "on GUESS-LOG but no GUESS-SESS master"
                               TO WS-EX-TEXT
                           PERFORM REPORT-ORPHAN
                       NOT INVALID KEY
                           PERFORM COMPARE-MASTER-TO-LOG
                   END-READ
               ELSE
                   MOVE "on GUESS-LOG but no GUESS-SESS master"
                       TO WS-EX-TEXT
                   PERFORM REPORT-ORPHAN
               END-IF
           END-PERFORM.

       COMPARE-MASTER-TO-LOG.
           IF SM-ATTEMPTS NOT = AU-ATTEMPTS (WS-AU-IDX)
               MOVE SM-ATTEMPTS TO WS-EX-NUM-1
               MOVE AU-ATTEMPTS (WS-AU-IDX) TO WS-EX-NUM-2
               MOVE SPACES TO WS-EX-TEXT
               STRING "SM-ATTEMPTS " WS-EX-NUM-1
                   " vs GUESS-LOG " WS-EX-NUM-2 DELIMITED BY SIZE
                   INTO WS-EX-TEXT
               PERFORM REPORT-MISMATCH
           END-IF.
           IF SM-INVALID-ATTEMPTS NOT = AU-INVALID (WS-AU-IDX)
               MOVE SM-INVALID-ATTEMPTS TO WS-EX-NUM-1
               MOVE AU-INVALID (WS-AU-IDX) TO WS-EX-NUM-2
               MOVE SPACES TO WS-EX-TEXT
               STRING "SM-INVALID-ATTEMPTS " WS-EX-NUM-1
                   " vs GUESS-LOG " WS-EX-NUM-2 DELIMITED BY SIZE
                   INTO WS-EX-TEXT
               PERFORM REPORT-MISMATCH
           END-IF.
           IF SM-RESULT-CODE NOT = AU-RESULT-CODE (WS-AU-IDX)
               MOVE SPACES TO WS-EX-TEXT
               STRING "SM-RESULT-CODE " SM-RESULT-CODE
                   " vs GUESS-LOG " AU-RESULT-CODE (WS-AU-IDX)
                   DELIMITED BY SIZE INTO WS-EX-TEXT
               PERFORM REPORT-MISMATCH
           END-IF.
           IF SM-OPERATOR-ID NOT = AU-OPERATOR-ID (WS-AU-IDX)
               MOVE SPACES TO WS-EX-TEXT
               STRING "SM-OPERATOR-ID " SM-OPERATOR-ID
                   " vs GUESS-LOG" DELIMITED BY SIZE INTO WS-EX-TEXT
               PERFORM REPORT-MISMATCH
           END-IF.

       SCAN-GUESS-DETAIL.
           OPEN INPUT GUESS-DTL-FILE.
           IF WS-DTL-STATUS NOT = "00"
      *> no detail at all - every logged session comes out of
      *> CHECK-DETAIL-COUNTS with no rows
               DISPLAY "GUESS-DTL not available - status "
                   WS-DTL-STATUS
           ELSE
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                   READ GUESS-DTL-FILE
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF GD-SESSION-ID NOT = SPACES
                                   AND GD-LOG-DATE <= WS-RUN-DATE
                                   AND (GD-LOG-DATE >= WS-EARLIEST-START
                                   OR GD-LOG-DATE = WS-RUN-DATE)
                               PERFORM AUDIT-ONE-DETAIL-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GUESS-DTL-FILE
           END-IF.

       AUDIT-ONE-DETAIL-ROW.
           MOVE GD-SESSION-ID TO GL-SESSION-ID.
           PERFORM FIND-AUDIT-ENTRY.
           IF WS-AU-FOUND = "Y"
               PERFORM TALLY-DETAIL-ROW
           ELSE
               IF GD-LOG-DATE = WS-RUN-DATE
                   PERFORM CHECK-UNLOGGED-DETAIL
               END-IF
           END-IF.

       TALLY-DETAIL-ROW.
           MOVE AU-SESSION-ID (WS-AU-IDX) TO WS-EX-SESSION.
           MOVE AU-OPERATOR-ID (WS-AU-IDX) TO WS-EX-OPERATOR.
      *> guess numbers run 1, 2, 3 ... across real and invalid
      *> entries alike; a repeat is a rerun writing the same guess
      *> twice, a gap a row that never got written
           IF GD-GUESS-NO NOT = AU-LAST-GUESS-NO (WS-AU-IDX) + 1
               MOVE GD-GUESS-NO TO WS-EX-NUM-1
               MOVE AU-LAST-GUESS-NO (WS-AU-IDX) TO WS-EX-NUM-2
               MOVE SPACES TO WS-EX-TEXT
               STRING "detail guess no " WS-EX-NUM-1
                   " follows " WS-EX-NUM-2 DELIMITED BY SIZE
                   INTO WS-EX-TEXT
               PERFORM REPORT-MISMATCH
           END-IF.
           MOVE GD-GUESS-NO TO AU-LAST-GUESS-NO (WS-AU-IDX).
           MOVE "N" TO WS-GUESS-NUMERIC.
           MOVE 0 TO WS-GUESS-VALUE.
           IF FUNCTION TEST-NUMVAL (GD-GUESS-TEXT) = 0
               MOVE "Y" TO WS-GUESS-NUMERIC
               COMPUTE WS-GUESS-VALUE = FUNCTION NUMVAL (GD-GUESS-TEXT)
           END-IF.
           EVALUATE GD-VERDICT
               WHEN "H"
                   ADD 1 TO AU-DTL-HL (WS-AU-IDX)
                   IF WS-GUESS-NUMERIC = "N"
                           OR WS-GUESS-VALUE <= AU-WINNING (WS-AU-IDX)
                       PERFORM REPORT-BAD-VERDICT
                   END-IF
               WHEN "L"
                   ADD 1 TO AU-DTL-HL (WS-AU-IDX)
                   IF WS-GUESS-NUMERIC = "N"
                           OR WS-GUESS-VALUE >= AU-WINNING (WS-AU-IDX)
                       PERFORM REPORT-BAD-VERDICT
                   END-IF
               WHEN "W"
                   ADD 1 TO AU-DTL-W (WS-AU-IDX)
                   IF WS-GUESS-NUMERIC = "N"
                           OR WS-GUESS-VALUE NOT =
                                  AU-WINNING (WS-AU-IDX)
                       PERFORM REPORT-BAD-VERDICT
                   END-IF
               WHEN "X"
      *> an entry marked invalid that the game's own test (numeric
      *> and inside 1 - upper bound) would have scored
                   ADD 1 TO AU-DTL-X (WS-AU-IDX)
                   IF WS-GUESS-NUMERIC = "Y"
                           AND WS-GUESS-VALUE >= 1
                           AND WS-GUESS-VALUE <= AU-UPPER-BOUND
                                                     (WS-AU-IDX)
                       PERFORM REPORT-BAD-VERDICT
                   END-IF
               WHEN OTHER
                   PERFORM REPORT-BAD-VERDICT
           END-EVALUATE.

       CHECK-UNLOGGED-DETAIL.
      *> a row of the run date with no log record tonight: in flight
      *> on the checkpoint, part of a session concluded on another
      *> date (on GUESS-SESS with its own log date), or an orphan
           IF GD-SESSION-ID = WS-INFLIGHT-ID
               ADD 1 TO WS-INFLIGHT-ROWS
           ELSE
               MOVE "N" TO WS-OD-FOUND
               IF WS-SESS-AVAIL = "Y"
                   MOVE GD-SESSION-ID TO SM-SESSION-ID
                   READ GUESS-SESS-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF SM-LOG-DATE NOT = WS-RUN-DATE
                               MOVE "S" TO WS-OD-FOUND
                           END-IF
                   END-READ
               END-IF
               IF WS-OD-FOUND = "N"
                   PERFORM TALLY-ORPHAN-DETAIL
               END-IF
           END-IF.

       TALLY-ORPHAN-DETAIL.
           PERFORM VARYING WS-OD-IDX FROM 1 BY 1
                   UNTIL WS-OD-IDX > WS-OD-COUNT
               IF OD-SESSION-ID (WS-OD-IDX) = GD-SESSION-ID
                   MOVE "Y" TO WS-OD-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-OD-FOUND = "Y"
               ADD 1 TO OD-ROWS (WS-OD-IDX)
           ELSE
               IF WS-OD-COUNT < 100
                   ADD 1 TO WS-OD-COUNT
                   MOVE GD-SESSION-ID TO OD-SESSION-ID (WS-OD-COUNT)
                   MOVE GD-OPERATOR-ID TO OD-OPERATOR-ID (WS-OD-COUNT)
                   MOVE 1 TO OD-ROWS (WS-OD-COUNT)
               ELSE
                   MOVE GD-SESSION-ID TO WS-EX-SESSION
                   MOVE GD-OPERATOR-ID TO WS-EX-OPERATOR
                   MOVE "GUESS-DTL row with no log or master"
                       TO WS-EX-TEXT
                   PERFORM REPORT-ORPHAN
               END-IF
           END-IF.

       CHECK-DETAIL-COUNTS.
           PERFORM VARYING WS-AU-IDX FROM 1 BY 1
                   UNTIL WS-AU-IDX > WS-AU-COUNT
               MOVE AU-SESSION-ID (WS-AU-IDX) TO WS-EX-SESSION
               MOVE AU-OPERATOR-ID (WS-AU-IDX) TO WS-EX-OPERATOR
               IF AU-DTL-HL (WS-AU-IDX) + AU-DTL-X (WS-AU-IDX)
                       + AU-DTL-W (WS-AU-IDX) = 0
                   MOVE "on GUESS-LOG but no GUESS-DTL rows"
                       TO WS-EX-TEXT
                   PERFORM REPORT-ORPHAN
               ELSE
                   PERFORM CHECK-ONE-SESSION-COUNTS
               END-IF
               IF AU-PROBLEM (WS-AU-IDX) = "N"
                   ADD 1 TO WS-SESSIONS-CLEAN
               END-IF
           END-PERFORM.

       CHECK-ONE-SESSION-COUNTS.
      *> a win ("W") and a duel win ("D") conclude on one W row that
      *> is not an attempt; every other result has none
           IF AU-RESULT-CODE (WS-AU-IDX) = "W"
                   OR AU-RESULT-CODE (WS-AU-IDX) = "D"
               MOVE 1 TO WS-EXPECT-W
           ELSE
               MOVE 0 TO WS-EXPECT-W
           END-IF.
           IF AU-DTL-HL (WS-AU-IDX) NOT = AU-ATTEMPTS (WS-AU-IDX)
               MOVE AU-DTL-HL (WS-AU-IDX) TO WS-EX-NUM-1
               MOVE AU-ATTEMPTS (WS-AU-IDX) TO WS-EX-NUM-2
               MOVE SPACES TO WS-EX-TEXT
               STRING "H/L rows " WS-EX-NUM-1
                   " vs attempts " WS-EX-NUM-2 DELIMITED BY SIZE
                   INTO WS-EX-TEXT
               PERFORM REPORT-MISMATCH
           END-IF.
           IF AU-DTL-X (WS-AU-IDX) NOT = AU-INVALID (WS-AU-IDX)
               MOVE AU-DTL-X (WS-AU-IDX) TO WS-EX-NUM-1
               MOVE AU-INVALID (WS-AU-IDX) TO WS-EX-NUM-2
               MOVE SPACES TO WS-EX-TEXT
               STRING "X rows " WS-EX-NUM-1
                   " vs invalid entries " WS-EX-NUM-2
                   DELIMITED BY SIZE INTO WS-EX-TEXT
               PERFORM REPORT-MISMATCH
           END-IF.
           IF AU-DTL-W (WS-AU-IDX) NOT = WS-EXPECT-W
               MOVE AU-DTL-W (WS-AU-IDX) TO WS-EX-NUM-1
               MOVE SPACES TO WS-EX-TEXT
               STRING "W rows " WS-EX-NUM-1
                   " for result code " AU-RESULT-CODE (WS-AU-IDX)
                   DELIMITED BY SIZE INTO WS-EX-TEXT
               PERFORM REPORT-MISMATCH
           END-IF.

       FIND-UNLOGGED-MASTERS.
      *> a master concluded tonight that never reached GUESS-LOG
      *> (sessions resumed from an old checkpoint keep their start
      *> date in the key, so the whole master is walked)
           MOVE "N" TO WS-EOF.
           MOVE LOW-VALUES TO SM-SESSION-ID.
           START GUESS-SESS-FILE KEY >= SM-SESSION-ID
               INVALID KEY
                   MOVE "Y" TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = "Y"
               READ GUESS-SESS-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF SM-LOG-DATE = WS-RUN-DATE
                           MOVE SM-SESSION-ID TO GL-SESSION-ID
                           PERFORM FIND-AUDIT-ENTRY
                           IF WS-AU-FOUND = "N"
                                   AND WS-TABLE-FULL = "N"
                               MOVE SM-SESSION-ID TO WS-EX-SESSION
                               MOVE SM-OPERATOR-ID TO WS-EX-OPERATOR
                               MOVE "GUESS-SESS master but no GUESS-LOG"
                                   TO WS-EX-TEXT
                               PERFORM REPORT-ORPHAN
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       REPORT-ORPHAN-DETAIL.
           PERFORM VARYING WS-OD-IDX FROM 1 BY 1
                   UNTIL WS-OD-IDX > WS-OD-COUNT
               MOVE OD-SESSION-ID (WS-OD-IDX) TO WS-EX-SESSION
               MOVE OD-OPERATOR-ID (WS-OD-IDX) TO WS-EX-OPERATOR
               MOVE OD-ROWS (WS-OD-IDX) TO WS-EX-NUM-1
               MOVE SPACES TO WS-EX-TEXT
               STRING WS-EX-NUM-1 " GUESS-DTL rows, no log or master"
                   DELIMITED BY SIZE INTO WS-EX-TEXT
               PERFORM REPORT-ORPHAN
           END-PERFORM.

       REPORT-ORPHAN.
           ADD 1 TO WS-ORPHAN-COUNT.
           MOVE "ORPHAN" TO WS-EX-KIND.
           PERFORM PRINT-EXCEPTION-LINE.

       REPORT-MISMATCH.
           ADD 1 TO WS-MISMATCH-COUNT.
           MOVE "MISMATCH" TO WS-EX-KIND.
           PERFORM PRINT-EXCEPTION-LINE.

       REPORT-BAD-VERDICT.
           ADD 1 TO WS-VERDICT-COUNT.
           MOVE "VERDICT" TO WS-EX-KIND.
           MOVE AU-WINNING (WS-AU-IDX) TO WS-EX-NUM-1.
           MOVE SPACES TO WS-EX-TEXT.
           STRING "guess " GD-GUESS-NO " '" GD-GUESS-TEXT "' marked "
               GD-VERDICT ", number was " WS-EX-NUM-1
               DELIMITED BY SIZE INTO WS-EX-TEXT.
           PERFORM PRINT-EXCEPTION-LINE.

       PRINT-EXCEPTION-LINE.
      *> the session-table entry is flagged so the clean count only
      *> takes sessions with nothing reported against them
           IF WS-AU-IDX >= 1 AND WS-AU-IDX <= WS-AU-COUNT
               IF AU-SESSION-ID (WS-AU-IDX) = WS-EX-SESSION
                   MOVE "Y" TO AU-PROBLEM (WS-AU-IDX)
               END-IF
           END-IF.
           DISPLAY "  " WS-EX-KIND " " WS-EX-SESSION " "
               WS-EX-OPERATOR " " WS-EX-TEXT.

       PRINT-AUDIT-SUMMARY.
           DISPLAY " ".
           DISPLAY "Sessions audited ......: " WS-SESSIONS-AUDITED.
           DISPLAY "  clean on all files ..: " WS-SESSIONS-CLEAN.
           DISPLAY "Orphans ...............: " WS-ORPHAN-COUNT.
           DISPLAY "Mismatches ............: " WS-MISMATCH-COUNT.
           DISPLAY "Impossible verdicts ...: " WS-VERDICT-COUNT.
           DISPLAY "In-flight detail rows .: " WS-INFLIGHT-ROWS.
           DISPLAY "Logged without an ID ..: " WS-NO-ID-COUNT.
           IF WS-TABLE-FULL = "Y"
               DISPLAY "AUDIT INCOMPLETE - more than 1000 sessions"
               MOVE 12 TO RETURN-CODE
           ELSE
               COMPUTE WS-EXCEPTIONS = WS-ORPHAN-COUNT
                   + WS-MISMATCH-COUNT + WS-VERDICT-COUNT
               IF WS-EXCEPTIONS > 0
                   DISPLAY "INTEGRITY EXCEPTIONS: " WS-EXCEPTIONS
                   MOVE 8 TO RETURN-CODE
               ELSE
                   DISPLAY "All three files agree"
               END-IF
           END-IF.

       WRITE-RUN-CONTROL.
      *> one record per run on the shared run log, read by the
      *> morning status report - a log that cannot be opened
      *> costs the run its line on that report, nothing more
           INITIALIZE RUN-CONTROL-RECORD.
           MOVE "FINDNAUD" TO RL-PROGRAM.
           MOVE WS-RUN-DATE TO RL-RUN-DATE.
           MOVE RL-RUN-DATE TO RL-BUSINESS-DATE.
           MOVE WS-RUN-START-DATE TO RL-START-DATE.
           MOVE WS-RUN-START-TIME TO RL-START-TIME.
           ACCEPT RL-END-DATE FROM DATE YYYYMMDD.
           ACCEPT RL-END-TIME FROM TIME.
           MOVE RETURN-CODE TO RL-RETURN-CODE.
           MOVE "LOGDAY" TO RL-COUNT-NAME (1).
           MOVE WS-LOG-DAY-COUNT TO RL-COUNT-VALUE (1).
           MOVE "AUDITED" TO RL-COUNT-NAME (2).
           MOVE WS-SESSIONS-AUDITED TO RL-COUNT-VALUE (2).
           MOVE "CLEAN" TO RL-COUNT-NAME (3).
           MOVE WS-SESSIONS-CLEAN TO RL-COUNT-VALUE (3).
           MOVE "ORPHANS" TO RL-COUNT-NAME (4).
           MOVE WS-ORPHAN-COUNT TO RL-COUNT-VALUE (4).
           MOVE "MISMATCH" TO RL-COUNT-NAME (5).
           MOVE WS-MISMATCH-COUNT TO RL-COUNT-VALUE (5).
           MOVE "VERDICTS" TO RL-COUNT-NAME (6).
           MOVE WS-VERDICT-COUNT TO RL-COUNT-VALUE (6).
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
       END PROGRAM FindTheNumberAUD.
