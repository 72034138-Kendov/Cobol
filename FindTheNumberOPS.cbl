      ******************************************************************
      * Author: CAYO CESAR
      * Date: OCT 2026
      * Purpose: morning operations status report over the GUESS-RUNL
      *          run log every batch program appends to as it
      *          finishes. For the night named by RUNDATE= (defaults
      *          to today) it lists each run with its start and end,
      *          return code and control counts, then says:
      *            - which steps failed (RC 8 and over) or warned
      *              (RC 4), judged on each step's last run so a
      *              clean rerun clears a failure;
      *            - which steps the nightly schedule expects that
      *              never ran at all (skipped by COND or never
      *              submitted);
      *            - which control counts did not carry forward from
      *              one step to the next - slips merged against
      *              slips played, sessions logged by FINDNUM against
      *              the day's log as the audit, monitor and rating
      *              pass each saw it.
      *          The report does not log a run of its own.
      *          RETURN CODES: 0 = the night was clean, 4 = clean but
      *          for warning return codes, 8 = a step failed, an
      *          expected step never ran, a count did not carry
      *          forward, or the run log could not be read.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FindTheNumberOPS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-CONTROL-FILE ASSIGN TO "GUESS-RUNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RUN-CONTROL-FILE.
           COPY GUESSRCL.
       WORKING-STORAGE SECTION.
           01 WS-RUNL-STATUS PIC XX.
           01 WS-EOF PIC X VALUE "N".
           01 WS-RUN-DATE PIC 9(8) VALUE 0.
           01 WS-RUNS-READ BINARY-LONG VALUE 0.
           01 WS-STATUS-WORD PIC X(4).

      *> ---- one entry per program and qualifier, holding its last
      *>      run of the night ----
           01 WS-ST-COUNT BINARY-LONG VALUE 0.
           01 WS-ST-IDX BINARY-LONG.
           01 WS-ST-FULL PIC X VALUE "N".
           01 WS-ST-TABLE.
               05 WS-ST-ENTRY OCCURS 50 TIMES.
                   10 ST-PROGRAM PIC X(8).
                   10 ST-QUALIFIER PIC X(20).
                   10 ST-RETURN-CODE PIC 9(4).
                   10 ST-RUNS BINARY-LONG.
                   10 ST-COUNTS.
                       15 ST-COUNT-ENTRY OCCURS 6 TIMES.
                           20 ST-COUNT-NAME PIC X(8).
                           20 ST-COUNT-VALUE PIC 9(9).

      *> ---- the steps a normal night runs, in schedule order ----
           01 WS-EX-COUNT BINARY-LONG VALUE 13.
           01 WS-EX-IDX BINARY-LONG.
           01 WS-EX-TABLE.
               05 EX-PROGRAM PIC X(8) OCCURS 13 TIMES.
           01 WS-EX-FOUND PIC X.
           01 WS-EX-RC PIC 9(4).

      *> ---- counts that must carry forward from step to step:
      *>      the FROM step's count against the TO step's, either
      *>      equal (=) or no more than it (<=) ----
           01 WS-CF-COUNT BINARY-LONG VALUE 7.
           01 WS-CF-IDX BINARY-LONG.
           01 WS-CF-TABLE.
               05 WS-CF-ENTRY OCCURS 7 TIMES.
                   10 CF-FROM-PROGRAM PIC X(8).
                   10 CF-FROM-COUNT PIC X(8).
                   10 CF-RELATION PIC XX.
                   10 CF-TO-PROGRAM PIC X(8).
                   10 CF-TO-COUNT PIC X(8).
           01 WS-CF-FROM-VALUE PIC 9(9).
           01 WS-CF-TO-VALUE PIC 9(9).
           01 WS-CF-FROM-FOUND PIC X.
           01 WS-CF-TO-FOUND PIC X.

      *> ---- count lookup: program + count name in, value out ----
           01 WS-LK-PROGRAM PIC X(8).
           01 WS-LK-NAME PIC X(8).
           01 WS-LK-VALUE PIC 9(9).
           01 WS-LK-FOUND PIC X.
           01 WS-CT-IDX BINARY-LONG.

      *> ---- verdict tallies ----
           01 WS-FAIL-COUNT BINARY-LONG VALUE 0.
           01 WS-WARN-COUNT BINARY-LONG VALUE 0.
           01 WS-MISSING-COUNT BINARY-LONG VALUE 0.
           01 WS-BREAK-COUNT BINARY-LONG VALUE 0.
           01 WS-RERUN-COUNT BINARY-LONG VALUE 0.

      *> ---- print line building ----
           01 WS-COUNT-LINE PIC X(100).
           01 WS-LINE-PTR BINARY-LONG.
           01 WS-COUNT-EDIT PIC Z(8)9.
           01 WS-LEAD BINARY-LONG.
           01 WS-RC-EDIT PIC ZZZ9.
           01 WS-TIME-EDIT PIC 99B99B99.
           01 WS-TIME-HHMMSS PIC 9(6).
           01 WS-START-EDIT PIC X(8).
           01 WS-END-EDIT PIC X(8).

      *> ---- control-parm: RUNDATE= (defaults to today) ----
           01 WS-PARM                  PIC X(80).
           01 WS-PARM-TOKEN            PIC X(20).
           01 WS-PARM-KEY              PIC X(10).
           01 WS-PARM-VALUE            PIC X(10).
           01 WS-PARM-PTR              BINARY-LONG.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE.
           PERFORM PARSE-CONTROL-PARM.
           IF WS-RUN-DATE = 0
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           END-IF.
           PERFORM SET-UP-EXPECTED-STEPS.
           PERFORM SET-UP-CARRY-FORWARD.
           DISPLAY "=========================================".
           DISPLAY "FindTheNumber - morning operations status".
           DISPLAY "Night of ..............: " WS-RUN-DATE.
           DISPLAY "=========================================".
           OPEN INPUT RUN-CONTROL-FILE.
           IF WS-RUNL-STATUS NOT = "00"
               DISPLAY "GUESS-RUNL not available - status "
                   WS-RUNL-STATUS " - night cannot be confirmed"
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM LIST-NIGHTS-RUNS
               CLOSE RUN-CONTROL-FILE
               PERFORM CHECK-STEP-RESULTS
               PERFORM CHECK-EXPECTED-STEPS
               PERFORM CHECK-CARRY-FORWARD
               PERFORM PRINT-STATUS-VERDICT
           END-IF.
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

       SET-UP-EXPECTED-STEPS.
      *> FINDBKP's unloads, then the FINDNUM stream
           MOVE "FINDNBKP" TO EX-PROGRAM (1).
           MOVE "FINDNHRF" TO EX-PROGRAM (2).
           MOVE "FINDNSRL" TO EX-PROGRAM (3).
           MOVE "FINDNMRG" TO EX-PROGRAM (4).
           MOVE "FINDNUM" TO EX-PROGRAM (5).
           MOVE "FINDNREC" TO EX-PROGRAM (6).
           MOVE "FINDNAUD" TO EX-PROGRAM (7).
           MOVE "FINDNRPT" TO EX-PROGRAM (8).
           MOVE "FINDNEXT" TO EX-PROGRAM (9).
           MOVE "FINDNMON" TO EX-PROGRAM (10).
           MOVE "FINDNESC" TO EX-PROGRAM (11).
           MOVE "FINDNRTG" TO EX-PROGRAM (12).
           MOVE "FINDNANL" TO EX-PROGRAM (13).

       SET-UP-CARRY-FORWARD.
      *> released resubmissions all reach the merge; every merged
      *> slip reaches the batch pass and the reconciliation; every
      *> session FINDNUM logged is in the day's log as the audit
      *> and the rating pass read it (the day's log also carries
      *> the interactive sessions, hence "no more than"); and the
      *> audit, monitor and rating pass all saw the same day's log.
           MOVE "FINDNSRL" TO CF-FROM-PROGRAM (1).
           MOVE "RELEASED" TO CF-FROM-COUNT (1).
           MOVE "=" TO CF-RELATION (1).
           MOVE "FINDNMRG" TO CF-TO-PROGRAM (1).
           MOVE "RESUBIN" TO CF-TO-COUNT (1).
           MOVE "FINDNMRG" TO CF-FROM-PROGRAM (2).
           MOVE "SLIPSOUT" TO CF-FROM-COUNT (2).
           MOVE "=" TO CF-RELATION (2).
           MOVE "FINDNUM" TO CF-TO-PROGRAM (2).
           MOVE "SLIPSIN" TO CF-TO-COUNT (2).
           MOVE "FINDNUM" TO CF-FROM-PROGRAM (3).
           MOVE "SLIPSIN" TO CF-FROM-COUNT (3).
           MOVE "=" TO CF-RELATION (3).
           MOVE "FINDNREC" TO CF-TO-PROGRAM (3).
           MOVE "SLIPSIN" TO CF-TO-COUNT (3).
           MOVE "FINDNUM" TO CF-FROM-PROGRAM (4).
           MOVE "SESSIONS" TO CF-FROM-COUNT (4).
           MOVE "<=" TO CF-RELATION (4).
           MOVE "FINDNAUD" TO CF-TO-PROGRAM (4).
           MOVE "LOGDAY" TO CF-TO-COUNT (4).
           MOVE "FINDNUM" TO CF-FROM-PROGRAM (5).
           MOVE "SESSIONS" TO CF-FROM-COUNT (5).
           MOVE "<=" TO CF-RELATION (5).
           MOVE "FINDNRTG" TO CF-TO-PROGRAM (5).
           MOVE "LOGDAY" TO CF-TO-COUNT (5).
           MOVE "FINDNAUD" TO CF-FROM-PROGRAM (6).
           MOVE "LOGDAY" TO CF-FROM-COUNT (6).
           MOVE "=" TO CF-RELATION (6).
           MOVE "FINDNMON" TO CF-TO-PROGRAM (6).
           MOVE "LOGDAY" TO CF-TO-COUNT (6).
           MOVE "FINDNAUD" TO CF-FROM-PROGRAM (7).
           MOVE "LOGDAY" TO CF-FROM-COUNT (7).
           MOVE "=" TO CF-RELATION (7).
           MOVE "FINDNRTG" TO CF-TO-PROGRAM (7).
           MOVE "LOGDAY" TO CF-TO-COUNT (7).

       LIST-NIGHTS-RUNS.
           DISPLAY "PROGRAM  QUALIFIER            START    END"
               "         RC  STATUS".
           PERFORM UNTIL WS-EOF = "Y"
               READ RUN-CONTROL-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF RL-RUN-DATE = WS-RUN-DATE
                           PERFORM LIST-ONE-RUN
                           PERFORM KEEP-LAST-RUN
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-RUNS-READ = 0
               DISPLAY "(no runs logged for this night)"
           END-IF.

       LIST-ONE-RUN.
           ADD 1 TO WS-RUNS-READ.
           MOVE RL-RETURN-CODE TO WS-RC-EDIT.
           PERFORM SET-STATUS-WORD.
           MOVE RL-START-TIME (1:6) TO WS-TIME-HHMMSS.
           MOVE WS-TIME-HHMMSS TO WS-TIME-EDIT.
           MOVE WS-TIME-EDIT TO WS-START-EDIT.
           INSPECT WS-START-EDIT CONVERTING " " TO ":".
           MOVE RL-END-TIME (1:6) TO WS-TIME-HHMMSS.
           MOVE WS-TIME-HHMMSS TO WS-TIME-EDIT.
           MOVE WS-TIME-EDIT TO WS-END-EDIT.
           INSPECT WS-END-EDIT CONVERTING " " TO ":".
           IF RL-END-DATE NOT = RL-START-DATE
      *> ran through midnight - the end time is next day's
               DISPLAY RL-PROGRAM " " RL-QUALIFIER " " WS-START-EDIT
                   " " WS-END-EDIT "+1 " WS-RC-EDIT "  "
                   WS-STATUS-WORD
           ELSE
               DISPLAY RL-PROGRAM " " RL-QUALIFIER " " WS-START-EDIT
                   " " WS-END-EDIT "   " WS-RC-EDIT "  "
                   WS-STATUS-WORD
           END-IF.
           MOVE SPACES TO WS-COUNT-LINE.
           MOVE 1 TO WS-LINE-PTR.
           PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                   UNTIL WS-CT-IDX > 6
               IF RL-COUNT-NAME (WS-CT-IDX) NOT = SPACES
                   PERFORM ADD-COUNT-TO-LINE
               END-IF
           END-PERFORM.
           IF WS-LINE-PTR > 1
               DISPLAY "         " WS-COUNT-LINE
           END-IF.

       ADD-COUNT-TO-LINE.
      *> NAME=value, the value without its leading blanks
           MOVE RL-COUNT-VALUE (WS-CT-IDX) TO WS-COUNT-EDIT.
           MOVE 0 TO WS-LEAD.
           INSPECT WS-COUNT-EDIT TALLYING WS-LEAD FOR LEADING SPACES.
           STRING RL-COUNT-NAME (WS-CT-IDX) DELIMITED BY SPACE
               "=" DELIMITED BY SIZE
               WS-COUNT-EDIT (WS-LEAD + 1:) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               INTO WS-COUNT-LINE
               WITH POINTER WS-LINE-PTR
           END-STRING.

       SET-STATUS-WORD.
           EVALUATE TRUE
               WHEN RL-RETURN-CODE = 0
                   MOVE "OK" TO WS-STATUS-WORD
               WHEN RL-RETURN-CODE < 8
                   MOVE "WARN" TO WS-STATUS-WORD
               WHEN OTHER
                   MOVE "FAIL" TO WS-STATUS-WORD
           END-EVALUATE.

       KEEP-LAST-RUN.
      *> a rerun replaces the earlier run of the same step - it is
      *> the last run whose result and counts the night stands on
           PERFORM VARYING WS-ST-IDX FROM 1 BY 1
                   UNTIL WS-ST-IDX > WS-ST-COUNT
                   OR (ST-PROGRAM (WS-ST-IDX) = RL-PROGRAM
                       AND ST-QUALIFIER (WS-ST-IDX) = RL-QUALIFIER)
               CONTINUE
           END-PERFORM.
           IF WS-ST-IDX > WS-ST-COUNT
               IF WS-ST-COUNT >= 50
                   MOVE "Y" TO WS-ST-FULL
               ELSE
                   ADD 1 TO WS-ST-COUNT
                   MOVE WS-ST-COUNT TO WS-ST-IDX
                   MOVE RL-PROGRAM TO ST-PROGRAM (WS-ST-IDX)
                   MOVE RL-QUALIFIER TO ST-QUALIFIER (WS-ST-IDX)
                   MOVE 0 TO ST-RUNS (WS-ST-IDX)
               END-IF
           END-IF.
           IF WS-ST-IDX <= WS-ST-COUNT
               ADD 1 TO ST-RUNS (WS-ST-IDX)
               MOVE RL-RETURN-CODE TO ST-RETURN-CODE (WS-ST-IDX)
               PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                       UNTIL WS-CT-IDX > 6
                   MOVE RL-COUNT-NAME (WS-CT-IDX)
                       TO ST-COUNT-NAME (WS-ST-IDX, WS-CT-IDX)
                   MOVE RL-COUNT-VALUE (WS-CT-IDX)
                       TO ST-COUNT-VALUE (WS-ST-IDX, WS-CT-IDX)
               END-PERFORM
           END-IF.

       CHECK-STEP-RESULTS.
           DISPLAY " ".
           DISPLAY "-----------------------------------------".
           DISPLAY "Step results (last run of each)".
           PERFORM VARYING WS-ST-IDX FROM 1 BY 1
                   UNTIL WS-ST-IDX > WS-ST-COUNT
               IF ST-RUNS (WS-ST-IDX) > 1
                   ADD 1 TO WS-RERUN-COUNT
                   MOVE ST-RUNS (WS-ST-IDX) TO WS-RC-EDIT
                   DISPLAY "  RERUN    " ST-PROGRAM (WS-ST-IDX) " "
                       ST-QUALIFIER (WS-ST-IDX) " ran " WS-RC-EDIT
                       " times - last run counts"
               END-IF
               EVALUATE TRUE
                   WHEN ST-RETURN-CODE (WS-ST-IDX) >= 8
                       ADD 1 TO WS-FAIL-COUNT
                       MOVE ST-RETURN-CODE (WS-ST-IDX) TO WS-RC-EDIT
                       DISPLAY "  FAILED   " ST-PROGRAM (WS-ST-IDX) " "
                           ST-QUALIFIER (WS-ST-IDX) " RC " WS-RC-EDIT
                   WHEN ST-RETURN-CODE (WS-ST-IDX) > 0
                       ADD 1 TO WS-WARN-COUNT
                       MOVE ST-RETURN-CODE (WS-ST-IDX) TO WS-RC-EDIT
                       DISPLAY "  WARNING  " ST-PROGRAM (WS-ST-IDX) " "
                           ST-QUALIFIER (WS-ST-IDX) " RC " WS-RC-EDIT
               END-EVALUATE
           END-PERFORM.
           IF WS-ST-FULL = "Y"
               DISPLAY "  more than 50 distinct steps logged - the"
                   " rest are listed above but not judged"
               ADD 1 TO WS-FAIL-COUNT
           END-IF.
           IF WS-FAIL-COUNT + WS-WARN-COUNT + WS-RERUN-COUNT = 0
               DISPLAY "  (every step that ran ended RC 0)"
           END-IF.

       CHECK-EXPECTED-STEPS.
           DISPLAY " ".
           DISPLAY "-----------------------------------------".
           DISPLAY "Expected steps".
           PERFORM VARYING WS-EX-IDX FROM 1 BY 1
                   UNTIL WS-EX-IDX > WS-EX-COUNT
               PERFORM CHECK-ONE-EXPECTED-STEP
           END-PERFORM.

       CHECK-ONE-EXPECTED-STEP.
      *> a program that runs several times a night (FINDNBKP) is
      *> judged on the worst of its runs
           MOVE "N" TO WS-EX-FOUND.
           MOVE 0 TO WS-EX-RC.
           PERFORM VARYING WS-ST-IDX FROM 1 BY 1
                   UNTIL WS-ST-IDX > WS-ST-COUNT
               IF ST-PROGRAM (WS-ST-IDX) = EX-PROGRAM (WS-EX-IDX)
                   MOVE "Y" TO WS-EX-FOUND
                   IF ST-RETURN-CODE (WS-ST-IDX) > WS-EX-RC
                       MOVE ST-RETURN-CODE (WS-ST-IDX) TO WS-EX-RC
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-EX-FOUND = "N"
               ADD 1 TO WS-MISSING-COUNT
               DISPLAY "  " EX-PROGRAM (WS-EX-IDX) "  NEVER RAN"
           ELSE
               MOVE WS-EX-RC TO RL-RETURN-CODE
               PERFORM SET-STATUS-WORD
               MOVE WS-EX-RC TO WS-RC-EDIT
               DISPLAY "  " EX-PROGRAM (WS-EX-IDX) "  ran, RC "
                   WS-RC-EDIT "  " WS-STATUS-WORD
           END-IF.

       CHECK-CARRY-FORWARD.
           DISPLAY " ".
           DISPLAY "-----------------------------------------".
           DISPLAY "Counts carried forward".
           PERFORM VARYING WS-CF-IDX FROM 1 BY 1
                   UNTIL WS-CF-IDX > WS-CF-COUNT
               PERFORM CHECK-ONE-CARRY-FORWARD
           END-PERFORM.

       CHECK-ONE-CARRY-FORWARD.
      *> a check with either step missing is not made - the missing
      *> step is already flagged above
           MOVE CF-FROM-PROGRAM (WS-CF-IDX) TO WS-LK-PROGRAM.
           MOVE CF-FROM-COUNT (WS-CF-IDX) TO WS-LK-NAME.
           PERFORM LOOK-UP-COUNT.
           MOVE WS-LK-FOUND TO WS-CF-FROM-FOUND.
           MOVE WS-LK-VALUE TO WS-CF-FROM-VALUE.
           MOVE CF-TO-PROGRAM (WS-CF-IDX) TO WS-LK-PROGRAM.
           MOVE CF-TO-COUNT (WS-CF-IDX) TO WS-LK-NAME.
           PERFORM LOOK-UP-COUNT.
           MOVE WS-LK-FOUND TO WS-CF-TO-FOUND.
           MOVE WS-LK-VALUE TO WS-CF-TO-VALUE.
           EVALUATE TRUE
               WHEN WS-CF-FROM-FOUND = "N" OR WS-CF-TO-FOUND = "N"
                   DISPLAY "  n/a    " CF-FROM-PROGRAM (WS-CF-IDX) " "
                       CF-FROM-COUNT (WS-CF-IDX) " "
                       CF-RELATION (WS-CF-IDX) " "
                       CF-TO-PROGRAM (WS-CF-IDX) " "
                       CF-TO-COUNT (WS-CF-IDX)
               WHEN CF-RELATION (WS-CF-IDX) = "="
                       AND WS-CF-FROM-VALUE = WS-CF-TO-VALUE
                   PERFORM SHOW-CARRY-FORWARD-OK
               WHEN CF-RELATION (WS-CF-IDX) = "<="
                       AND WS-CF-FROM-VALUE <= WS-CF-TO-VALUE
                   PERFORM SHOW-CARRY-FORWARD-OK
               WHEN OTHER
                   ADD 1 TO WS-BREAK-COUNT
                   DISPLAY "  BREAK  " CF-FROM-PROGRAM (WS-CF-IDX) " "
                       CF-FROM-COUNT (WS-CF-IDX) " "
                       WS-CF-FROM-VALUE " "
                       CF-RELATION (WS-CF-IDX) " "
                       CF-TO-PROGRAM (WS-CF-IDX) " "
                       CF-TO-COUNT (WS-CF-IDX) " " WS-CF-TO-VALUE
           END-EVALUATE.

       SHOW-CARRY-FORWARD-OK.
           DISPLAY "  ok     " CF-FROM-PROGRAM (WS-CF-IDX) " "
               CF-FROM-COUNT (WS-CF-IDX) " " WS-CF-FROM-VALUE " "
               CF-RELATION (WS-CF-IDX) " "
               CF-TO-PROGRAM (WS-CF-IDX) " "
               CF-TO-COUNT (WS-CF-IDX) " " WS-CF-TO-VALUE.

       LOOK-UP-COUNT.
           MOVE "N" TO WS-LK-FOUND.
           MOVE 0 TO WS-LK-VALUE.
           PERFORM VARYING WS-ST-IDX FROM 1 BY 1
                   UNTIL WS-ST-IDX > WS-ST-COUNT
               IF ST-PROGRAM (WS-ST-IDX) = WS-LK-PROGRAM
                   PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                           UNTIL WS-CT-IDX > 6
                       IF ST-COUNT-NAME (WS-ST-IDX, WS-CT-IDX)
                               = WS-LK-NAME
                           MOVE "Y" TO WS-LK-FOUND
                           MOVE ST-COUNT-VALUE (WS-ST-IDX, WS-CT-IDX)
                               TO WS-LK-VALUE
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

       PRINT-STATUS-VERDICT.
           DISPLAY " ".
           DISPLAY "=========================================".
           DISPLAY "Runs logged ...........: " WS-RUNS-READ.
           DISPLAY "Steps failed ..........: " WS-FAIL-COUNT.
           DISPLAY "Steps warned ..........: " WS-WARN-COUNT.
           DISPLAY "Expected, never ran ...: " WS-MISSING-COUNT.
           DISPLAY "Counts not carried ....: " WS-BREAK-COUNT.
           EVALUATE TRUE
               WHEN WS-FAIL-COUNT + WS-MISSING-COUNT
                       + WS-BREAK-COUNT > 0
                   DISPLAY "NIGHT NOT CLEAN - follow up the lines"
                       " flagged above"
                   MOVE 8 TO RETURN-CODE
               WHEN WS-WARN-COUNT > 0
                   DISPLAY "Night clean apart from warnings"
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   DISPLAY "Night clean"
           END-EVALUATE.
       END PROGRAM FindTheNumberOPS.
