       IDENTIFICATION DIVISION.
       PROGRAM-ID. FindTheNumber.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS WS-CRT-STATUS.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GUESS-LOG-FILE ASSIGN TO "GUESS-LOG"
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAL-DATE
               FILE STATUS IS WS-CAL-STATUS.
           SELECT GUESS-SUSP-FILE ASSIGN TO "GUESS-SUSP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SU-SUSPENSE-KEY
               FILE STATUS IS WS-SUSP-STATUS.
           SELECT GUESS-TRNM-FILE ASSIGN TO "GUESS-TRNM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TN-KEY
               FILE STATUS IS WS-TRNM-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "GUESS-RUNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  GUESS-LOG-FILE.
           COPY GUESSSMS.
       FD  SHOP-CAL-FILE.
           COPY SHOPCAL.
       FD  GUESS-SUSP-FILE.
           COPY GUESSSUS.
       FD  GUESS-TRNM-FILE.
           COPY GUESSTRN.
       FD  RUN-CONTROL-FILE.
           COPY GUESSRCL.
       WORKING-STORAGE SECTION.
           01 WW-RANDOM BINARY-LONG.
           01 i BINARY-LONG.
           01 WW-CHECK-OPERATOR PIC X(8).
           01 WW-OPERATOR-NAME PIC X(30).
           01 WW-OPERATOR-SHIFT PIC X(5).
      *> no ID has been refused yet - HIGH-VALUES so a slip with a
      *> blank ID is still looked up and suspended with its reason
           01 WW-REJECT-OPERATOR PIC X(8) VALUE HIGH-VALUES.
           01 WW-OPER-REASON PIC X VALUE SPACE.
           01 WW-REJECT-REASON PIC X VALUE SPACE.

      *> ---- slip suspense for unknown / deactivated IDs ----
           01 WS-SUSP-STATUS PIC XX.
           01 WW-SUSPENDED-SLIPS BINARY-LONG VALUE 0.
           01 WW-SUSPEND-FAILED BINARY-LONG VALUE 0.

      *> ---- per-operator difficulty tier (OM-TIER) ----
           01 WW-OPERATOR-TIER PIC X VALUE SPACE.
           01 WW-DUEL-TIER-1 PIC X.
           01 WW-DUEL-TIER-2 PIC X.

      *> ---- tournament match played as a duel (TOURN= PARM) ----
           01 WS-TRNM-STATUS PIC XX.
           01 WW-TOURN-ID PIC X(8) VALUE SPACES.
           01 WW-TOURN-ROUND PIC 9(2) VALUE 0.
           01 WW-TOURN-MATCH PIC 9(2) VALUE 0.
           01 WW-TOURN-BOUND PIC 9(6).
           01 WW-TOURN-MAX PIC 9(4).
           01 WS-MATCH-FOUND PIC X VALUE "N".
           01 WS-MATCH-SCAN-DONE PIC X VALUE "N".

      *> ---- timed sessions (TIMELIMIT= PARM / operator tier) ----
           01 WS-CRT-STATUS PIC 9(4) VALUE 0.
           01 WW-PARM-TIME-LIMIT BINARY-LONG VALUE 0.
           01 WW-TIME-LIMIT BINARY-LONG VALUE 0.
           01 WW-SECONDS-USED BINARY-LONG VALUE 0.
           01 WW-SECONDS-LEFT BINARY-LONG VALUE 0.
           01 WW-TICK-SECONDS BINARY-LONG.
           01 WW-CLOCK-MARK BINARY-LONG.
           01 WW-CLOCK-NOW BINARY-LONG.
           01 WW-CLOCK-STEP BINARY-LONG.
           01 WS-TIMED-OUT PIC X VALUE "N".
           01 WW-COUNTDOWN-TEXT PIC X(16) VALUE SPACES.
           01 WW-COUNTDOWN-VIEW REDEFINES WW-COUNTDOWN-TEXT.
               05 FILLER PIC X(11).
               05 WW-CD-MINUTES PIC 99.
               05 FILLER PIC X.
               05 WW-CD-SECONDS PIC 99.

      *> ---- operator console panel state ----
           01 WW-LOW-BOUND BINARY-LONG VALUE 1.
           01 WW-HIGH-BOUND BINARY-LONG VALUE 100.
           01 WW-RESUME-OPERATOR PIC X(8).
           01 WW-RESUME-ATTEMPTS PIC 9(4).

      *> ---- run-control log ----
           01 WS-RUNL-STATUS PIC XX.
           01 WW-RUN-START-DATE PIC 9(8).
           01 WW-RUN-START-TIME PIC 9(8).
           01 WW-LOGGED-COUNT BINARY-LONG VALUE 0.

      *> ---- startup control-parm handling (range, limits, etc.) ----
           01 WS-MODE                  PIC X(8) VALUE "INTERACT".
           01 WS-PARM                  PIC X(80).
           05  LINE 3 COL 22 PIC X(30) FROM WW-OPERATOR-NAME.
           05  LINE 4 COL 2 VALUE "SHIFT:".
           05  LINE 4 COL 12 PIC X(5) FROM WW-OPERATOR-SHIFT.
           05  LINE 4 COL 28 PIC X(16) FROM WW-COUNTDOWN-TEXT.
           05  LINE 5 COL 2 VALUE "ATTEMPTS:".
           05  LINE 5 COL 12 PIC ZZZ9 FROM WW-TENTATIVAS.
           05  LINE 5 COL 17 VALUE "OF".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE.
           ACCEPT WW-RUN-START-DATE FROM DATE YYYYMMDD.
           ACCEPT WW-RUN-START-TIME FROM TIME.
           PERFORM PARSE-CONTROL-PARM.
      *> the PARM values stay the fallback for operators carrying
      *> no tier - keep them before any tier overrides the bounds
               WHEN OTHER
                   PERFORM INTERACTIVE-DRIVER
           END-EVALUATE.
           IF WS-MODE = "BATCH"
               PERFORM WRITE-RUN-CONTROL
           END-IF.
           STOP RUN.

       INTERACTIVE-DRIVER.
      *> expects OPERMAST-FILE already open INPUT; checks the ID in
      *> WW-CHECK-OPERATOR and, when it is good, keeps the name and
      *> shift where the FD record can't be clobbered by later I/O.
      *> A refusal leaves the reason in WW-OPER-REASON - "U" for an
      *> ID the master doesn't carry, "D" for one deactivated on it.
           MOVE "N" TO WS-OPER-OK.
           MOVE SPACE TO WW-OPERATOR-TIER.
           MOVE SPACE TO WW-OPER-REASON.
           MOVE WW-CHECK-OPERATOR TO OM-OPERATOR-ID.
           READ OPERMAST-FILE
               INVALID KEY
                   MOVE "U" TO WW-OPER-REASON
               NOT INVALID KEY
                   IF OM-ACTIVE-FLAG = "A"
                       MOVE "Y" TO WS-OPER-OK
                       MOVE OM-OPERATOR-NAME TO WW-OPERATOR-NAME
                       MOVE OM-SHIFT TO WW-OPERATOR-SHIFT
                       MOVE OM-TIER TO WW-OPERATOR-TIER
                   ELSE
                       MOVE "D" TO WW-OPER-REASON
                   END-IF
           END-READ.

                   MOVE WW-PARM-UPPER-BOUND TO WW-UPPER-BOUND
                   MOVE WW-PARM-MAX-ATTEMPTS TO WW-MAX-ATTEMPTS
           END-EVALUATE.
      *> the clock is optional - TIMELIMIT= on the PARM turns it on
      *> for the run. An operator with a tier then plays to the
      *> tier's allowance, one without to the PARM's seconds.
           MOVE 0 TO WW-TIME-LIMIT.
           IF WW-PARM-TIME-LIMIT > 0
               EVALUATE WW-OPERATOR-TIER
                   WHEN "T"
                       MOVE 600 TO WW-TIME-LIMIT
                   WHEN "S"
                       MOVE 300 TO WW-TIME-LIMIT
                   WHEN "V"
                       MOVE 240 TO WW-TIME-LIMIT
                   WHEN OTHER
                       MOVE WW-PARM-TIME-LIMIT TO WW-TIME-LIMIT
               END-EVALUATE
           END-IF.

       RUN-INTERACTIVE-SESSION.
           MOVE 1 TO WW-SESSION-SEQ.
           END-IF.
           IF WS-RESUMED NOT = "Y"
               PERFORM ASSIGN-SESSION-ID
               MOVE 0 TO WW-SECONDS-USED
           END-IF.
      *> the clock runs from the first paint of the panel - time
      *> spent signing on or answering the resume prompt is free
           MOVE "N" TO WS-TIMED-OUT.
           COMPUTE WW-CLOCK-MARK = FUNCTION SECONDS-PAST-MIDNIGHT.
           MOVE SPACES TO WW-ERROR-LINE.
           MOVE SPACES TO WW-HIST-AREA.
           MOVE 0 TO WW-HIST-COUNT.

               PERFORM GET-VALID-GUESS

               IF WS-TIMED-OUT = "Y"
                   DISPLAY "Time limit reached. The number was "
                       WW-RANDOM
                   MOVE "T" TO WW-RESULT-CODE
                   PERFORM WRITE-GUESS-LOG
                   PERFORM CLEAR-CHECKPOINT
                   MOVE 4 TO RETURN-CODE
                   EXIT PERFORM
               END-IF

               IF WS-GUESS-ABORTED = "Y"
                   DISPLAY "Too many invalid entries - ending session"
                   MOVE "B" TO WW-RESULT-CODE
      *> guesses already made) so a dropped terminal/stdin at EOF can't
      *> spin this loop forever - that is exactly the unbounded-session
      *> failure req003 exists to close off.
      *> A timed session also leaves here when its clock runs out
      *> with WS-TIMED-OUT set and no entry to edit.
           MOVE "N" TO WS-GUESS-OK.
           MOVE "N" TO WS-GUESS-ABORTED.
           PERFORM UNTIL WS-GUESS-OK = "Y" OR WS-GUESS-ABORTED = "Y"
                   OR WS-TIMED-OUT = "Y"
               MOVE SPACES TO WS-GUESS-TEXT
               PERFORM SHOW-GAME-PANEL
               IF WS-TIMED-OUT NOT = "Y"
                   PERFORM EDIT-GUESS-ENTRY
               END-IF
           END-PERFORM.

       EDIT-GUESS-ENTRY.
           IF FUNCTION TEST-NUMVAL (WS-GUESS-TEXT) = 0
               COMPUTE WW-INPUT = FUNCTION NUMVAL (WS-GUESS-TEXT)
               IF WW-INPUT >= 1 AND WW-INPUT <= WW-UPPER-BOUND
                   MOVE "Y" TO WS-GUESS-OK
                   MOVE SPACES TO WW-ERROR-LINE
               ELSE
                   MOVE "ENTER A NUMBER INSIDE THE RANGE"
                       TO WW-ERROR-LINE
                   ADD 1 TO WW-INVALID-ATTEMPTS
                   MOVE "INVALID" TO WW-HIST-VERDICT-TEXT
                   PERFORM ADD-HISTORY-ROW
                   MOVE "X" TO WW-DTL-VERDICT
                   PERFORM WRITE-GUESS-DETAIL
               END-IF
           ELSE
               MOVE "NOT A NUMBER - TRY AGAIN" TO WW-ERROR-LINE
               ADD 1 TO WW-INVALID-ATTEMPTS
               MOVE "INVALID" TO WW-HIST-VERDICT-TEXT
               PERFORM ADD-HISTORY-ROW
               MOVE WS-GUESS-TEXT TO WW-DTL-TEXT
               MOVE "X" TO WW-DTL-VERDICT
               PERFORM WRITE-GUESS-DETAIL
           END-IF
           IF WS-GUESS-OK NOT = "Y"
                   AND WW-TENTATIVAS + WW-INVALID-ATTEMPTS
                       >= WW-MAX-ATTEMPTS
               MOVE "Y" TO WS-GUESS-ABORTED
           END-IF.

       SHOW-GAME-PANEL.
      *> the one place the console is painted and read - the game
      *> logic above neither knows nor cares that a screen is in
      *> play.
           IF WW-TIME-LIMIT = 0
               DISPLAY GAME-PANEL
               ACCEPT GAME-PANEL
           ELSE
               PERFORM SHOW-TIMED-PANEL
           END-IF.

       SHOW-TIMED-PANEL.
      *> a timed session's panel is read in slices of at most ten
      *> seconds so the countdown ticks down while the operator
      *> thinks - a slice running out (CRT status 8001) is not an
      *> entry, the panel is simply repainted with whatever has been
      *> typed so far. The last slice ends exactly on the allowance.
           MOVE 8001 TO WS-CRT-STATUS.
           PERFORM UNTIL WS-CRT-STATUS NOT = 8001
                   OR WS-TIMED-OUT = "Y"
               PERFORM SAMPLE-SESSION-CLOCK
               IF WW-SECONDS-LEFT <= 0
                   MOVE "Y" TO WS-TIMED-OUT
               ELSE
                   MOVE "TIME LEFT: 00:00" TO WW-COUNTDOWN-TEXT
                   DIVIDE WW-SECONDS-LEFT BY 60 GIVING WW-CD-MINUTES
                       REMAINDER WW-CD-SECONDS
                   IF WW-SECONDS-LEFT > 10
                       MOVE 10 TO WW-TICK-SECONDS
                   ELSE
                       MOVE WW-SECONDS-LEFT TO WW-TICK-SECONDS
                   END-IF
                   DISPLAY GAME-PANEL
                   ACCEPT GAME-PANEL WITH TIME-OUT WW-TICK-SECONDS
               END-IF
           END-PERFORM.
           PERFORM SAMPLE-SESSION-CLOCK.

       SAMPLE-SESSION-CLOCK.
      *> adds the seconds since the last sample to the session's time
      *> used; a wait that spans midnight wraps the clock once
           COMPUTE WW-CLOCK-NOW = FUNCTION SECONDS-PAST-MIDNIGHT.
           COMPUTE WW-CLOCK-STEP = WW-CLOCK-NOW - WW-CLOCK-MARK.
           IF WW-CLOCK-STEP < 0
               ADD 86400 TO WW-CLOCK-STEP
           END-IF.
           ADD WW-CLOCK-STEP TO WW-SECONDS-USED.
           MOVE WW-CLOCK-NOW TO WW-CLOCK-MARK.
           COMPUTE WW-SECONDS-LEFT = WW-TIME-LIMIT - WW-SECONDS-USED.

       SHOW-RESUME-PANEL.
           DISPLAY RESUME-PANEL.
                       MOVE WW-OPERATOR-ID TO WW-DUEL-OP-2
                       MOVE WW-OPERATOR-NAME TO WW-DUEL-NAME-2
                       MOVE WW-OPERATOR-TIER TO WW-DUEL-TIER-2
                       IF WW-TOURN-ID = SPACES
                           PERFORM RUN-DUEL-SESSION
                       ELSE
                           PERFORM FIND-TOURNAMENT-MATCH
                           IF WS-MATCH-FOUND = "Y"
                               PERFORM RUN-DUEL-SESSION
                           ELSE
                               DISPLAY "Tournament duel not started"
                               MOVE 8 TO RETURN-CODE
                           END-IF
                       END-IF
               END-EVALUATE
           END-IF.

       FIND-TOURNAMENT-MATCH.
      *> a tournament match is an ordinary duel played under TOURN=
      *> - it only starts when the two operators signed on are
      *> paired in the current round and the match is still to be
      *> won, and it is played at the tournament's range and cap so
      *> every match in the bracket is comparable. The game only
      *> reads the master; FindTheNumberTRN advances it from the
      *> log.
           MOVE "N" TO WS-MATCH-FOUND.
           OPEN INPUT GUESS-TRNM-FILE.
           IF WS-TRNM-STATUS NOT = "00"
               DISPLAY "GUESS-TRNM not available - status "
                   WS-TRNM-STATUS
           ELSE
               MOVE WW-TOURN-ID TO TN-TOURN-ID
               MOVE 0 TO TN-ROUND TN-MATCH
               READ GUESS-TRNM-FILE
                   INVALID KEY
                       DISPLAY "Tournament " WW-TOURN-ID
                           " not on file"
                   NOT INVALID KEY
                       IF TN-STATUS NOT = "P"
                           DISPLAY "Tournament " WW-TOURN-ID
                               " is not in play"
                       ELSE
                           MOVE TN-CURRENT-ROUND TO WW-TOURN-ROUND
                           MOVE TN-UPPER-BOUND TO WW-TOURN-BOUND
                           MOVE TN-MAX-ATTEMPTS TO WW-TOURN-MAX
                           PERFORM SCAN-ROUND-FOR-MATCH
                       END-IF
               END-READ
               CLOSE GUESS-TRNM-FILE
           END-IF.
           IF WS-MATCH-FOUND = "Y"
               MOVE WW-TOURN-BOUND TO WW-UPPER-BOUND
               MOVE WW-TOURN-MAX TO WW-MAX-ATTEMPTS
               DISPLAY "Tournament " WW-TOURN-ID " round "
                   WW-TOURN-ROUND " match " WW-TOURN-MATCH
           END-IF.

       SCAN-ROUND-FOR-MATCH.
           MOVE "N" TO WS-MATCH-SCAN-DONE.
           MOVE 0 TO WW-TOURN-MATCH.
           PERFORM UNTIL WS-MATCH-SCAN-DONE = "Y"
               ADD 1 TO WW-TOURN-MATCH
               MOVE WW-TOURN-ID TO TN-TOURN-ID
               MOVE WW-TOURN-ROUND TO TN-ROUND
               MOVE WW-TOURN-MATCH TO TN-MATCH
               READ GUESS-TRNM-FILE
                   INVALID KEY
                       DISPLAY WW-DUEL-OP-1 " and " WW-DUEL-OP-2
                           " are not paired in round "
                           WW-TOURN-ROUND
                       MOVE "Y" TO WS-MATCH-SCAN-DONE
                   NOT INVALID KEY
                       IF (TN-OPER-1 = WW-DUEL-OP-1
                               AND TN-OPER-2 = WW-DUEL-OP-2)
                           OR (TN-OPER-1 = WW-DUEL-OP-2
                               AND TN-OPER-2 = WW-DUEL-OP-1)
                           MOVE "Y" TO WS-MATCH-SCAN-DONE
                           IF TN-MATCH-STATUS = "S" OR "R"
                               MOVE "Y" TO WS-MATCH-FOUND
                           ELSE
                               DISPLAY "Round " WW-TOURN-ROUND
                                   " match " WW-TOURN-MATCH
                                   " is already decided"
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       RUN-DUEL-SESSION.
           IF WS-SEED-SUPPLIED = "Y"
               MOVE WW-SEED-OVERRIDE TO WW-SEED
                           COMPUTE WW-MAX-ATTEMPTS =
                               FUNCTION NUMVAL (WS-PARM-VALUE)
                       END-IF
                   WHEN WS-PARM-KEY = "TIMELIMIT"
      *> seconds an interactive session may run before it ends "T"
      *> (tiered operators get their tier's allowance instead); a
      *> duel's shared turns and the batch slips have no clock
                       IF FUNCTION TEST-NUMVAL (WS-PARM-VALUE) = 0
                           COMPUTE WW-PARM-TIME-LIMIT =
                               FUNCTION NUMVAL (WS-PARM-VALUE)
                           IF WW-PARM-TIME-LIMIT < 0
                                   OR WW-PARM-TIME-LIMIT > 5999
                               DISPLAY "TIMELIMIT= must be 0 to 5999"
                                   " seconds - session untimed"
                               MOVE 0 TO WW-PARM-TIME-LIMIT
                           END-IF
                       END-IF
                   WHEN WS-PARM-KEY = "MODE"
                       MOVE WS-PARM-VALUE TO WS-MODE
                   WHEN WS-PARM-KEY = "TOURN"
      *> MODE=DUEL only: the duel is a match in this tournament
                       MOVE WS-PARM-VALUE TO WW-TOURN-ID
                   WHEN WS-PARM-KEY = "RESTART"
      *> RESTART=Y on a batch rerun resumes from the position the
      *> abended run saved in GUESS-CKPT instead of replaying the
      *> keep stamping the interrupted session's identity - its
      *> trail must stay one session, not split across two IDs
                               MOVE CK-SESSION-ID TO WW-SESSION-ID
      *> and keep its clock - the allowance it started with and the
      *> seconds already spent, whatever the tier says today
                               MOVE CK-TIME-LIMIT TO WW-TIME-LIMIT
                               MOVE CK-SECONDS-USED TO WW-SECONDS-USED
                               MOVE "Y" TO WS-RESUMED
                           END-IF
                       END-IF
               MOVE SPACE TO CK-ACTIVE-SESSION
               MOVE 0 TO CK-BUSINESS-DATE
               MOVE WW-SESSION-ID TO CK-SESSION-ID
               MOVE WW-TIME-LIMIT TO CK-TIME-LIMIT
               MOVE WW-SECONDS-USED TO CK-SECONDS-USED
               OPEN OUTPUT GUESS-CKPT-FILE
               WRITE GUESS-CKPT-RECORD
               CLOSE GUESS-CKPT-FILE
           ACCEPT GL-LOG-TIME FROM TIME.
           WRITE GUESS-LOG-RECORD.
           CLOSE GUESS-LOG-FILE.
           ADD 1 TO WW-LOGGED-COUNT.
           PERFORM WRITE-SESSION-MASTER.

       ASSIGN-SESSION-ID.
                   WHEN OTHER
                       MOVE "I" TO SM-MODE
               END-EVALUATE
               IF SM-MODE = "D" AND WS-MATCH-FOUND = "Y"
                   MOVE WW-TOURN-ID TO SM-TOURN-ID
                   MOVE WW-TOURN-ROUND TO SM-TOURN-ROUND
                   MOVE WW-TOURN-MATCH TO SM-TOURN-MATCH
               ELSE
                   MOVE SPACES TO SM-TOURN-ID
                   MOVE 0 TO SM-TOURN-ROUND SM-TOURN-MATCH
               END-IF
               MOVE WW-SEED TO SM-SEED
               MOVE WW-RANDOM TO SM-WINNING-NUMBER
               MOVE WW-UPPER-BOUND TO SM-UPPER-BOUND
               MOVE WW-TENTATIVAS TO SM-ATTEMPTS
               MOVE WW-INVALID-ATTEMPTS TO SM-INVALID-ATTEMPTS
               MOVE WW-RESULT-CODE TO SM-RESULT-CODE
               MOVE WW-TIME-LIMIT TO SM-TIME-LIMIT
               MOVE WW-SECONDS-USED TO SM-SECONDS-USED
               ACCEPT SM-LOG-DATE FROM DATE YYYYMMDD
               ACCEPT SM-LOG-TIME FROM TIME
               WRITE SESS-MASTER-RECORD
               MOVE "I" TO WW-RESULT-CODE
               PERFORM WRITE-GUESS-LOG
           END-IF
           IF WW-SUSPENDED-SLIPS > 0
               DISPLAY "Slips suspended (unknown/inactive operator): "
                   WW-SUSPENDED-SLIPS
           END-IF
      *> a slip that could not be put in suspense is on no file at
      *> all - the pass still completes so the reconciliation runs
      *> and lists it as unaccounted, but not with a clean RC
           IF WW-SUSPEND-FAILED > 0
               DISPLAY "Slips NOT suspended (GUESS-SUSP write failed): "
                   WW-SUSPEND-FAILED
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           CLOSE GUESS-INPUT-FILE
           PERFORM CLEAR-BATCH-CHECKPOINT
               MOVE WS-ACTIVE-SESSION TO CK-ACTIVE-SESSION
               MOVE WW-BUSINESS-DATE TO CK-BUSINESS-DATE
               MOVE WW-SESSION-ID TO CK-SESSION-ID
               MOVE 0 TO CK-TIME-LIMIT CK-SECONDS-USED
               OPEN OUTPUT GUESS-CKPT-FILE
               WRITE GUESS-CKPT-RECORD
               CLOSE GUESS-CKPT-FILE

       PROCESS-BATCH-RECORD.
      *> slips punched with an ID that OPERMAST doesn't carry as
      *> active never open a session - they go to GUESS-SUSP for a
      *> supervisor to correct or void, and the rejected ID is
      *> remembered so a whole run of slips from one bad terminal
      *> only costs one master lookup.
           IF GI-OPERATOR-ID = WW-REJECT-OPERATOR
               PERFORM SUSPEND-BATCH-SLIP
           ELSE
               PERFORM PROCESS-VALIDATED-RECORD
           END-IF.
                   PERFORM START-BATCH-SESSION
               ELSE
                   MOVE GI-OPERATOR-ID TO WW-REJECT-OPERATOR
                   MOVE WW-OPER-REASON TO WW-REJECT-REASON
                   PERFORM SUSPEND-BATCH-SLIP
                   DISPLAY "Unknown or deactivated operator "
                       GI-OPERATOR-ID " - suspending slips"
               END-IF
           END-IF

               PERFORM SCORE-BATCH-GUESS
           END-IF.

       SUSPEND-BATCH-SLIP.
      *> the slip's position among the file's "D" records is the
      *> same count the checkpoint carries, so a RESTART=Y rerun
      *> that suspends the slip again lands on the same key and
      *> rewrites it - the same convention WRITE-SESSION-MASTER
      *> keeps. A missing file is the usual first-use bootstrap.
           OPEN I-O GUESS-SUSP-FILE.
           IF WS-SUSP-STATUS = "35"
               OPEN OUTPUT GUESS-SUSP-FILE
               CLOSE GUESS-SUSP-FILE
               OPEN I-O GUESS-SUSP-FILE
           END-IF.
           IF WS-SUSP-STATUS = "00"
               MOVE WW-BUSINESS-DATE TO SU-BUSINESS-DATE
               COMPUTE SU-SLIP-POSITION = WW-SLIPS-DONE + 1
               MOVE WW-INPUT-SHIFT TO SU-SHIFT
               MOVE GI-OPERATOR-ID TO SU-OPERATOR-ID
               MOVE GI-GUESS-TEXT TO SU-GUESS-TEXT
               MOVE WW-REJECT-REASON TO SU-REASON
               MOVE "S" TO SU-STATUS
               ACCEPT SU-SUSPEND-DATE FROM DATE YYYYMMDD
               ACCEPT SU-SUSPEND-TIME FROM TIME
               MOVE SPACES TO SU-CORRECTED-ID SU-SUPERVISOR-ID
               MOVE 0 TO SU-ACTION-DATE SU-ACTION-TIME
               MOVE SPACES TO SU-VOID-NOTE
               MOVE 0 TO SU-RELEASE-DATE
               WRITE SUSPENSE-RECORD
                   INVALID KEY
                       REWRITE SUSPENSE-RECORD
                           INVALID KEY
                               CONTINUE
                       END-REWRITE
               END-WRITE
               IF WS-SUSP-STATUS = "00"
                   ADD 1 TO WW-SUSPENDED-SLIPS
               ELSE
                   ADD 1 TO WW-SUSPEND-FAILED
                   DISPLAY "GUESS-SUSP write failed - status "
                       WS-SUSP-STATUS " - slip for " GI-OPERATOR-ID
                       " not suspended"
               END-IF
               CLOSE GUESS-SUSP-FILE
           ELSE
               ADD 1 TO WW-SUSPEND-FAILED
               DISPLAY "GUESS-SUSP not available - slip for "
                   GI-OPERATOR-ID " not suspended"
           END-IF.

       SCORE-BATCH-GUESS.
           MOVE GI-GUESS-TEXT TO WW-DTL-TEXT.
           IF FUNCTION TEST-NUMVAL (GI-GUESS-TEXT) = 0
           ADD 1 TO WW-SESSION-SEQ.
           PERFORM ASSIGN-SESSION-ID.
           PERFORM APPLY-OPERATOR-TIER.
      *> slips are punched ahead of the run - there is no clock to
      *> hold a batch session to
           MOVE 0 TO WW-TIME-LIMIT.
           MOVE 0 TO WW-GUESS-NO.
           ACCEPT WW-SEED FROM TIME.
           ADD i TO WW-SEED.
           MOVE 0 TO WW-TENTATIVAS.
           MOVE 0 TO WW-INVALID-ATTEMPTS.
           MOVE "Y" TO WS-ACTIVE-SESSION.

       WRITE-RUN-CONTROL.
      *> one record per run on the shared run log, read by the
      *> morning status report - a log that cannot be opened
      *> costs the run its line on that report, nothing more
           INITIALIZE RUN-CONTROL-RECORD.
           MOVE "FINDNUM" TO RL-PROGRAM.
           MOVE WW-RUN-START-DATE TO RL-RUN-DATE.
           IF WW-BUSINESS-DATE > 0
               MOVE WW-BUSINESS-DATE TO RL-BUSINESS-DATE
           ELSE
               MOVE RL-RUN-DATE TO RL-BUSINESS-DATE
           END-IF.
           MOVE WW-RUN-START-DATE TO RL-START-DATE.
           MOVE WW-RUN-START-TIME TO RL-START-TIME.
           ACCEPT RL-END-DATE FROM DATE YYYYMMDD.
           ACCEPT RL-END-TIME FROM TIME.
           MOVE RETURN-CODE TO RL-RETURN-CODE.
           MOVE "SLIPSIN" TO RL-COUNT-NAME (1).
           MOVE WW-SLIP-COUNT TO RL-COUNT-VALUE (1).
           MOVE "SESSIONS" TO RL-COUNT-NAME (2).
           MOVE WW-LOGGED-COUNT TO RL-COUNT-VALUE (2).
           MOVE "SUSPENDD" TO RL-COUNT-NAME (3).
           MOVE WW-SUSPENDED-SLIPS TO RL-COUNT-VALUE (3).
           MOVE "SUSPFAIL" TO RL-COUNT-NAME (4).
           MOVE WW-SUSPEND-FAILED TO RL-COUNT-VALUE (4).
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
       END PROGRAM FindTheNumber.
