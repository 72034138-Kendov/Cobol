      ******************************************************************
      * Author: CAYO CESAR
      * Date: OCT 2026
      * Purpose: apply the nightly HR change feed (OPERHRF) to the
      *          OPERMAST operator master, so hires, shift transfers,
      *          leavers and name changes reach the master the night
      *          HR makes them instead of whenever someone gets to
      *          FindTheNumberOPM - a leaver's ID stops passing
      *          sign-on and the batch pass the next morning. The
      *          feed's controls are proven on a read-only pre-pass
      *          first (header, trailer count) and a feed that fails
      *          them is refused whole. Each change is then checked
      *          against the master: a hire for an ID already
      *          active, a transfer, termination or name change for
      *          an ID not on file, a transfer for a leaver, a change
      *          that would alter nothing, or one not yet in effect
      *          on the run date goes to the exception report for HR
      *          to follow up and is not applied. A hire for a
      *          terminated ID is a rehire and reactivates it. Every
      *          change applied is journalled to OPERCHG exactly as
      *          an OPM action is - add, deactivate, reactivate or
      *          correct, with before and after images - under the
      *          maintainer ID HRFEED. A rerun of the same feed
      *          applies nothing twice: each change it already made
      *          now reports as an exception.
      *          RETURN CODES: 0 = every change applied, 4 = at least
      *          one change rejected (see the exception report),
      *          8 = feed, OPERMAST or OPERCHG unavailable - nothing
      *          applied, 12 = feed failed its header/trailer
      *          controls - refused whole, nothing applied.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FindTheNumberHRF.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HR-FEED-FILE ASSIGN TO "OPERHRF"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FEED-STATUS.
           SELECT OPERMAST-FILE ASSIGN TO "OPERMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OM-OPERATOR-ID
               FILE STATUS IS WS-OPER-STATUS.
           SELECT OPER-CHG-FILE ASSIGN TO "OPERCHG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHG-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "GUESS-RUNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  HR-FEED-FILE.
           COPY OPERHRF.
       FD  OPERMAST-FILE.
           COPY OPERMAST.
       FD  OPER-CHG-FILE.
           COPY OPERCHG.
       FD  RUN-CONTROL-FILE.
           COPY GUESSRCL.
       WORKING-STORAGE SECTION.
           01 WS-FEED-STATUS PIC XX.
           01 WS-OPER-STATUS PIC XX.
           01 WS-CHG-STATUS PIC XX.
           01 WS-EOF PIC X VALUE "N".
           01 WS-RUN-DATE PIC 9(8) VALUE 0.

      *> ---- feed controls, proven before anything is applied ----
           01 WS-CONTROLS-OK PIC X VALUE "N".
           01 WS-CTL-ERROR PIC X VALUE "N".
           01 WS-HEADER-SEEN PIC X VALUE "N".
           01 WS-TRAILER-SEEN PIC X VALUE "N".
           01 WS-FEED-DATE PIC 9(8) VALUE 0.
           01 WS-EXPECT-COUNT PIC 9(8) VALUE 0.
           01 WS-DETAIL-COUNT BINARY-LONG VALUE 0.

      *> ---- the change in hand ----
           01 WS-CHANGE-SEQ BINARY-LONG VALUE 0.
           01 WS-SEQ-EDIT PIC ZZZZ9.
           01 WS-EFFECTIVE-DATE PIC 9(8).
           01 WS-ON-FILE PIC X.
           01 WS-REJECT-REASON PIC X(40).
           01 WS-APPLIED-TEXT PIC X(40).

      *> ---- the system maintainer every feed change is journalled
      *>      under, in place of OPM's signed-on maintainer ----
           01 WS-MAINT-ID PIC X(8) VALUE "HRFEED".

      *> ---- before/after images for the change journal ----
           01 WS-CHG-ACTION PIC X.
           01 WS-OLD-NAME PIC X(30).
           01 WS-OLD-SHIFT PIC X(5).
           01 WS-OLD-FLAG PIC X.
           01 WS-OLD-TIER PIC X.
           01 WS-UNJOURNALLED BINARY-LONG VALUE 0.

      *> ---- control totals ----
           01 WS-APPLIED-COUNT BINARY-LONG VALUE 0.
           01 WS-REJECTED-COUNT BINARY-LONG VALUE 0.
           01 WS-HIRE-COUNT BINARY-LONG VALUE 0.
           01 WS-REHIRE-COUNT BINARY-LONG VALUE 0.
           01 WS-TRANSFER-COUNT BINARY-LONG VALUE 0.
           01 WS-TERMINATE-COUNT BINARY-LONG VALUE 0.
           01 WS-NAME-COUNT BINARY-LONG VALUE 0.
           01 WS-ACCOUNTED-COUNT BINARY-LONG VALUE 0.

      *> ---- run-control log ----
           01 WS-RUNL-STATUS PIC XX.
           01 WS-RUN-START-DATE PIC 9(8).
           01 WS-RUN-START-TIME PIC 9(8).

      *> ---- control-parm: RUNDATE= is the date changes must be in
      *>      effect by (defaults to today for the overnight job) ----
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
           OPEN INPUT HR-FEED-FILE.
           IF WS-FEED-STATUS NOT = "00"
               DISPLAY "OPERHRF not available - status "
                   WS-FEED-STATUS " - no HR changes applied"
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM VERIFY-FEED-CONTROLS
               CLOSE HR-FEED-FILE
               IF WS-CONTROLS-OK NOT = "Y"
                   MOVE 12 TO RETURN-CODE
               ELSE
                   PERFORM OPEN-MASTER
                   IF WS-OPER-STATUS NOT = "00"
                       DISPLAY "OPERMAST not available - status "
                           WS-OPER-STATUS " - no HR changes applied"
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       PERFORM CHECK-JOURNAL-AVAILABLE
                       IF WS-CHG-STATUS NOT = "00"
                           DISPLAY "OPERCHG not available - status "
                               WS-CHG-STATUS
                               " - no HR changes applied"
                           MOVE 8 TO RETURN-CODE
                       ELSE
                           PERFORM APPLY-FEED
                           PERFORM PRINT-FEED-SUMMARY
                       END-IF
                       CLOSE OPERMAST-FILE
                   END-IF
               END-IF
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
                   WHEN WS-PARM-KEY = "RUNDATE"
                       IF FUNCTION TEST-NUMVAL (WS-PARM-VALUE) = 0
                           COMPUTE WS-RUN-DATE =
                               FUNCTION NUMVAL (WS-PARM-VALUE)
                       END-IF
               END-EVALUATE
               MOVE SPACES TO WS-PARM-TOKEN WS-PARM-KEY WS-PARM-VALUE
           END-PERFORM.

       VERIFY-FEED-CONTROLS.
      *> read-only balancing pass, the same checks the batch pass
      *> makes of GUESS-INPUT: header first, changes counted against
      *> the trailer, nothing outside the header/trailer bracket.
           MOVE "N" TO WS-CONTROLS-OK WS-CTL-ERROR.
           MOVE "N" TO WS-HEADER-SEEN WS-TRAILER-SEEN.
           MOVE "N" TO WS-EOF.
           MOVE 0 TO WS-DETAIL-COUNT WS-EXPECT-COUNT.
           PERFORM UNTIL WS-EOF = "Y"
               READ HR-FEED-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM CHECK-CONTROL-RECORD
               END-READ
           END-PERFORM.
           EVALUATE TRUE
               WHEN WS-CTL-ERROR = "Y"
                   DISPLAY "OPERHRF fails control checks"
                       " - feed refused"
               WHEN WS-HEADER-SEEN NOT = "Y"
                   DISPLAY "OPERHRF has no header record"
                       " - feed refused"
               WHEN WS-TRAILER-SEEN NOT = "Y"
                   DISPLAY "OPERHRF has no trailer record"
                       " (truncated transmission?) - feed refused"
               WHEN WS-DETAIL-COUNT NOT = WS-EXPECT-COUNT
                   DISPLAY "OPERHRF out of balance - trailer"
                       " expects " WS-EXPECT-COUNT
                       " changes, file holds " WS-DETAIL-COUNT
                       " - feed refused"
               WHEN OTHER
                   MOVE "Y" TO WS-CONTROLS-OK
           END-EVALUATE.

       CHECK-CONTROL-RECORD.
           EVALUATE HF-RECORD-TYPE
               WHEN "H"
                   IF WS-HEADER-SEEN = "Y"
                       DISPLAY "Duplicate header record"
                       MOVE "Y" TO WS-CTL-ERROR
                   END-IF
                   MOVE "Y" TO WS-HEADER-SEEN
                   IF HF-FEED-DATE IS NUMERIC
                       MOVE HF-FEED-DATE TO WS-FEED-DATE
                   ELSE
                       DISPLAY "Header feed date not numeric"
                       MOVE "Y" TO WS-CTL-ERROR
                   END-IF
               WHEN "D"
                   ADD 1 TO WS-DETAIL-COUNT
                   IF WS-HEADER-SEEN NOT = "Y"
                       DISPLAY "Change record before header record"
                       MOVE "Y" TO WS-CTL-ERROR
                   END-IF
                   IF WS-TRAILER-SEEN = "Y"
                       DISPLAY "Change record after trailer record"
                       MOVE "Y" TO WS-CTL-ERROR
                   END-IF
               WHEN "T"
                   IF WS-TRAILER-SEEN = "Y"
                       DISPLAY "Duplicate trailer record"
                       MOVE "Y" TO WS-CTL-ERROR
                   END-IF
                   MOVE "Y" TO WS-TRAILER-SEEN
                   IF HF-CHANGE-COUNT IS NUMERIC
                       MOVE HF-CHANGE-COUNT TO WS-EXPECT-COUNT
                   ELSE
                       DISPLAY "Trailer change count not numeric"
                       MOVE "Y" TO WS-CTL-ERROR
                   END-IF
               WHEN OTHER
                   DISPLAY "Unrecognised record type '"
                       HF-RECORD-TYPE "'"
                   MOVE "Y" TO WS-CTL-ERROR
           END-EVALUATE.

       OPEN-MASTER.
      *> first-ever run has no master yet - create it empty, the
      *> same first-use bootstrap OPM uses, so a first feed of
      *> hires can populate it.
           OPEN I-O OPERMAST-FILE.
           IF WS-OPER-STATUS = "35"
               OPEN OUTPUT OPERMAST-FILE
               CLOSE OPERMAST-FILE
               OPEN I-O OPERMAST-FILE
           END-IF.

       CHECK-JOURNAL-AVAILABLE.
      *> OPM finds out the journal is gone one change at a time and
      *> carries on; a whole night's feed applied with no trail is
      *> worse than a feed held a day, so the journal is proven
      *> writable before the first change goes on the master.
           OPEN EXTEND OPER-CHG-FILE.
           IF WS-CHG-STATUS = "35"
               OPEN OUTPUT OPER-CHG-FILE
           END-IF.
           IF WS-CHG-STATUS = "00"
               CLOSE OPER-CHG-FILE
           END-IF.

       APPLY-FEED.
           DISPLAY "=========================================".
           DISPLAY "HR change feed to OPERMAST".
           DISPLAY "Feed date .............: " WS-FEED-DATE.
           DISPLAY "Effective by ..........: " WS-RUN-DATE.
           DISPLAY "=========================================".
           DISPLAY "  SEQ CODE OPERATOR RESULT".
           MOVE "N" TO WS-EOF.
           MOVE 0 TO WS-CHANGE-SEQ.
           OPEN INPUT HR-FEED-FILE.
           PERFORM UNTIL WS-EOF = "Y"
               READ HR-FEED-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF HF-RECORD-TYPE = "D"
                           PERFORM APPLY-ONE-CHANGE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE HR-FEED-FILE.

       APPLY-ONE-CHANGE.
      *> a change is applied or rejected, never both and never
      *> neither - the summary balances applied + rejected against
      *> the trailer count
           ADD 1 TO WS-CHANGE-SEQ.
           MOVE SPACES TO WS-REJECT-REASON WS-APPLIED-TEXT.
           PERFORM VALIDATE-CHANGE.
           IF WS-REJECT-REASON = SPACES
               MOVE HF-OPERATOR-ID TO OM-OPERATOR-ID
               READ OPERMAST-FILE
                   INVALID KEY
                       MOVE "N" TO WS-ON-FILE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-ON-FILE
               END-READ
               EVALUATE HF-CHANGE-CODE
                   WHEN "HIR"
                       PERFORM APPLY-HIRE
                   WHEN "XFR"
                       PERFORM APPLY-TRANSFER
                   WHEN "TRM"
                       PERFORM APPLY-TERMINATION
                   WHEN "NAM"
                       PERFORM APPLY-NAME-CHANGE
               END-EVALUATE
           END-IF.
           MOVE WS-CHANGE-SEQ TO WS-SEQ-EDIT.
           IF WS-REJECT-REASON = SPACES
               ADD 1 TO WS-APPLIED-COUNT
               DISPLAY WS-SEQ-EDIT " " HF-CHANGE-CODE "  "
                   HF-OPERATOR-ID " " WS-APPLIED-TEXT
           ELSE
               ADD 1 TO WS-REJECTED-COUNT
               DISPLAY WS-SEQ-EDIT " " HF-CHANGE-CODE "  "
                   HF-OPERATOR-ID " REJECTED: " WS-REJECT-REASON
           END-IF.

       VALIDATE-CHANGE.
      *> format checks that need no master lookup - the first one
      *> that fails is the reason reported
           EVALUATE TRUE
               WHEN HF-CHANGE-CODE NOT = "HIR" AND NOT = "XFR"
                       AND NOT = "TRM" AND NOT = "NAM"
                   MOVE "UNRECOGNISED CHANGE CODE"
                       TO WS-REJECT-REASON
               WHEN HF-OPERATOR-ID = SPACES
                   MOVE "NO OPERATOR ID" TO WS-REJECT-REASON
               WHEN HF-EFFECTIVE-DATE IS NOT NUMERIC
                   MOVE "EFFECTIVE DATE NOT A DATE"
                       TO WS-REJECT-REASON
               WHEN FUNCTION TEST-DATE-YYYYMMDD
                       (FUNCTION NUMVAL (HF-EFFECTIVE-DATE)) NOT = 0
                   MOVE "EFFECTIVE DATE NOT A DATE"
                       TO WS-REJECT-REASON
               WHEN OTHER
                   MOVE HF-EFFECTIVE-DATE TO WS-EFFECTIVE-DATE
           END-EVALUATE.
           IF WS-REJECT-REASON = SPACES
                   AND WS-EFFECTIVE-DATE > WS-RUN-DATE
      *> future-dated - HR resends it once it is in effect; applying
      *> a termination early would lock out someone still working
               MOVE "NOT YET EFFECTIVE - RESEND ON THE DATE"
                   TO WS-REJECT-REASON
           END-IF.
           IF WS-REJECT-REASON = SPACES
               EVALUATE TRUE
                   WHEN (HF-CHANGE-CODE = "HIR" OR "NAM")
                           AND HF-OPERATOR-NAME = SPACES
                       MOVE "NO NAME GIVEN" TO WS-REJECT-REASON
                   WHEN (HF-CHANGE-CODE = "HIR" OR "XFR")
                           AND HF-SHIFT NOT = "DAY"
                           AND HF-SHIFT NOT = "EVE"
                           AND HF-SHIFT NOT = "NIGHT"
                       MOVE "SHIFT NOT DAY/EVE/NIGHT"
                           TO WS-REJECT-REASON
                   WHEN HF-CHANGE-CODE = "HIR"
                           AND HF-TIER NOT = "T" AND NOT = "S"
                           AND NOT = "V" AND NOT = SPACE
                       MOVE "TIER NOT T/S/V OR BLANK"
                           TO WS-REJECT-REASON
               END-EVALUATE
           END-IF.

       APPLY-HIRE.
           EVALUATE TRUE
               WHEN WS-ON-FILE = "N"
                   MOVE HF-OPERATOR-ID TO OM-OPERATOR-ID
                   MOVE HF-OPERATOR-NAME TO OM-OPERATOR-NAME
                   MOVE HF-SHIFT TO OM-SHIFT
                   MOVE "A" TO OM-ACTIVE-FLAG
                   MOVE HF-TIER TO OM-TIER
                   WRITE OPERMAST-RECORD
                       INVALID KEY
                           MOVE "OPERMAST WRITE FAILED"
                               TO WS-REJECT-REASON
                       NOT INVALID KEY
                           MOVE "A" TO WS-CHG-ACTION
                           MOVE SPACES TO WS-OLD-NAME WS-OLD-SHIFT
                               WS-OLD-FLAG WS-OLD-TIER
                           PERFORM WRITE-CHANGE-JOURNAL
                           ADD 1 TO WS-HIRE-COUNT
                           MOVE "hired" TO WS-APPLIED-TEXT
                   END-WRITE
               WHEN OM-ACTIVE-FLAG = "A"
                   MOVE "DUPLICATE HIRE - ID ALREADY ACTIVE"
                       TO WS-REJECT-REASON
               WHEN OTHER
      *> a leaver coming back keeps the ID, so history still reports
      *> under it - reactivated with the name, shift and tier HR
      *> hired them back on
                   PERFORM SAVE-OLD-IMAGE
                   MOVE HF-OPERATOR-NAME TO OM-OPERATOR-NAME
                   MOVE HF-SHIFT TO OM-SHIFT
                   MOVE "A" TO OM-ACTIVE-FLAG
                   MOVE HF-TIER TO OM-TIER
                   MOVE "R" TO WS-CHG-ACTION
                   MOVE "rehired - ID reactivated" TO WS-APPLIED-TEXT
                   PERFORM REWRITE-AND-JOURNAL
                   IF WS-REJECT-REASON = SPACES
                       ADD 1 TO WS-REHIRE-COUNT
                   END-IF
           END-EVALUATE.

       APPLY-TRANSFER.
           EVALUATE TRUE
               WHEN WS-ON-FILE = "N"
                   MOVE "TRANSFER FOR UNKNOWN ID" TO WS-REJECT-REASON
               WHEN OM-ACTIVE-FLAG NOT = "A"
                   MOVE "TRANSFER FOR TERMINATED ID"
                       TO WS-REJECT-REASON
               WHEN OM-SHIFT = HF-SHIFT
                   MOVE "ALREADY ON THAT SHIFT" TO WS-REJECT-REASON
               WHEN OTHER
                   PERFORM SAVE-OLD-IMAGE
                   MOVE HF-SHIFT TO OM-SHIFT
                   MOVE "C" TO WS-CHG-ACTION
                   MOVE SPACES TO WS-APPLIED-TEXT
                   STRING "transferred " DELIMITED BY SIZE
                       WS-OLD-SHIFT DELIMITED BY SPACE
                       " to " DELIMITED BY SIZE
                       OM-SHIFT DELIMITED BY SPACE
                       INTO WS-APPLIED-TEXT
                   END-STRING
                   PERFORM REWRITE-AND-JOURNAL
                   IF WS-REJECT-REASON = SPACES
                       ADD 1 TO WS-TRANSFER-COUNT
                   END-IF
           END-EVALUATE.

       APPLY-TERMINATION.
           EVALUATE TRUE
               WHEN WS-ON-FILE = "N"
                   MOVE "TERMINATE FOR UNKNOWN ID" TO WS-REJECT-REASON
               WHEN OM-ACTIVE-FLAG NOT = "A"
                   MOVE "ALREADY TERMINATED" TO WS-REJECT-REASON
               WHEN OTHER
                   PERFORM SAVE-OLD-IMAGE
                   MOVE "D" TO OM-ACTIVE-FLAG
                   MOVE "D" TO WS-CHG-ACTION
                   MOVE "terminated - ID deactivated" TO WS-APPLIED-TEXT
                   PERFORM REWRITE-AND-JOURNAL
                   IF WS-REJECT-REASON = SPACES
                       ADD 1 TO WS-TERMINATE-COUNT
                   END-IF
           END-EVALUATE.

       APPLY-NAME-CHANGE.
      *> allowed for a leaver too - history reports under the name
      *> on file, so it should be the right one
           EVALUATE TRUE
               WHEN WS-ON-FILE = "N"
                   MOVE "NAME CHANGE FOR UNKNOWN ID"
                       TO WS-REJECT-REASON
               WHEN OM-OPERATOR-NAME = HF-OPERATOR-NAME
                   MOVE "NAME ALREADY ON FILE" TO WS-REJECT-REASON
               WHEN OTHER
                   PERFORM SAVE-OLD-IMAGE
                   MOVE HF-OPERATOR-NAME TO OM-OPERATOR-NAME
                   MOVE "C" TO WS-CHG-ACTION
                   MOVE "name changed" TO WS-APPLIED-TEXT
                   PERFORM REWRITE-AND-JOURNAL
                   IF WS-REJECT-REASON = SPACES
                       ADD 1 TO WS-NAME-COUNT
                   END-IF
           END-EVALUATE.

       REWRITE-AND-JOURNAL.
           REWRITE OPERMAST-RECORD
               INVALID KEY
                   MOVE "OPERMAST REWRITE FAILED" TO WS-REJECT-REASON
               NOT INVALID KEY
                   PERFORM WRITE-CHANGE-JOURNAL
           END-REWRITE.

       SAVE-OLD-IMAGE.
      *> snapped straight after the READ, before anything touches
      *> the record - this is the "what it said before" audit wants.
           MOVE OM-OPERATOR-NAME TO WS-OLD-NAME.
           MOVE OM-SHIFT TO WS-OLD-SHIFT.
           MOVE OM-ACTIVE-FLAG TO WS-OLD-FLAG.
           MOVE OM-TIER TO WS-OLD-TIER.

       WRITE-CHANGE-JOURNAL.
      *> the same record OPM journals, opened and closed around
      *> each write so the trail survives whatever happens to the
      *> rest of the run. Expects the FD record to still hold the
      *> after image of the change just made.
           OPEN EXTEND OPER-CHG-FILE.
           IF WS-CHG-STATUS = "35"
               OPEN OUTPUT OPER-CHG-FILE
           END-IF.
           IF WS-CHG-STATUS = "00"
               MOVE WS-CHG-ACTION TO CG-ACTION
               ACCEPT CG-LOG-DATE FROM DATE YYYYMMDD
               ACCEPT CG-LOG-TIME FROM TIME
               MOVE WS-MAINT-ID TO CG-MAINT-ID
               MOVE OM-OPERATOR-ID TO CG-TARGET-ID
               MOVE WS-OLD-NAME TO CG-OLD-NAME
               MOVE WS-OLD-SHIFT TO CG-OLD-SHIFT
               MOVE WS-OLD-FLAG TO CG-OLD-FLAG
               MOVE WS-OLD-TIER TO CG-OLD-TIER
               MOVE OM-OPERATOR-NAME TO CG-NEW-NAME
               MOVE OM-SHIFT TO CG-NEW-SHIFT
               MOVE OM-ACTIVE-FLAG TO CG-NEW-FLAG
               MOVE OM-TIER TO CG-NEW-TIER
               WRITE OPER-CHG-RECORD
               CLOSE OPER-CHG-FILE
           ELSE
               DISPLAY "OPERCHG not available - change NOT journalled"
               ADD 1 TO WS-UNJOURNALLED
           END-IF.

       PRINT-FEED-SUMMARY.
           COMPUTE WS-ACCOUNTED-COUNT =
               WS-APPLIED-COUNT + WS-REJECTED-COUNT.
           DISPLAY " ".
           DISPLAY "=========================================".
           DISPLAY "Changes on feed .......: " WS-DETAIL-COUNT.
           DISPLAY "Applied ...............: " WS-APPLIED-COUNT.
           DISPLAY "  hires ...............: " WS-HIRE-COUNT.
           DISPLAY "  rehires .............: " WS-REHIRE-COUNT.
           DISPLAY "  shift transfers .....: " WS-TRANSFER-COUNT.
           DISPLAY "  terminations ........: " WS-TERMINATE-COUNT.
           DISPLAY "  name changes ........: " WS-NAME-COUNT.
           DISPLAY "Rejected ..............: " WS-REJECTED-COUNT.
           IF WS-ACCOUNTED-COUNT NOT = WS-DETAIL-COUNT
               DISPLAY "CONTROL TOTALS DO NOT BALANCE - applied +"
                   " rejected = " WS-ACCOUNTED-COUNT
               MOVE 12 TO RETURN-CODE
           END-IF.
           IF WS-UNJOURNALLED > 0
               DISPLAY "Applied but NOT journalled: " WS-UNJOURNALLED
                   " - record them on OPERCHG by hand"
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
           IF WS-REJECTED-COUNT > 0
               DISPLAY "Rejected changes need HR follow-up - see"
                   " the REJECTED lines above"
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       WRITE-RUN-CONTROL.
      *> one record per run on the shared run log, read by the
      *> morning status report - a log that cannot be opened
      *> costs the run its line on that report, nothing more
           INITIALIZE RUN-CONTROL-RECORD.
           MOVE "FINDNHRF" TO RL-PROGRAM.
           MOVE WS-RUN-DATE TO RL-RUN-DATE.
           IF WS-FEED-DATE > 0
               MOVE WS-FEED-DATE TO RL-BUSINESS-DATE
           ELSE
               MOVE RL-RUN-DATE TO RL-BUSINESS-DATE
           END-IF.
           MOVE WS-RUN-START-DATE TO RL-START-DATE.
           MOVE WS-RUN-START-TIME TO RL-START-TIME.
           ACCEPT RL-END-DATE FROM DATE YYYYMMDD.
           ACCEPT RL-END-TIME FROM TIME.
           MOVE RETURN-CODE TO RL-RETURN-CODE.
           MOVE "CHANGES" TO RL-COUNT-NAME (1).
           MOVE WS-DETAIL-COUNT TO RL-COUNT-VALUE (1).
           MOVE "APPLIED" TO RL-COUNT-NAME (2).
           MOVE WS-APPLIED-COUNT TO RL-COUNT-VALUE (2).
           MOVE "REJECTED" TO RL-COUNT-NAME (3).
           MOVE WS-REJECTED-COUNT TO RL-COUNT-VALUE (3).
           MOVE "HIRES" TO RL-COUNT-NAME (4).
           COMPUTE RL-COUNT-VALUE (4) =
               WS-HIRE-COUNT + WS-REHIRE-COUNT.
           MOVE "TRANSFRS" TO RL-COUNT-NAME (5).
           MOVE WS-TRANSFER-COUNT TO RL-COUNT-VALUE (5).
           MOVE "TERMS" TO RL-COUNT-NAME (6).
           MOVE WS-TERMINATE-COUNT TO RL-COUNT-VALUE (6).
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
       END PROGRAM FindTheNumberHRF.
