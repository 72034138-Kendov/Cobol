      *          in must equal attempts plus invalid entries logged
      *          (plus one for each winning guess, which concludes a
      *          session without counting as an attempt); slips from
      *          IDs that OPERMAST carries as unknown or inactive are
      *          parked on GUESS-SUSP by the batch pass and accounted
      *          for there in their own categories - still
      *          suspended, corrected by a supervisor (released or
      *          awaiting release) or voided. Prints an exception
      *          report and ends RC 8 when the figures don't tie out.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ACCESS MODE IS RANDOM
               RECORD KEY IS OM-OPERATOR-ID
               FILE STATUS IS WS-OPER-STATUS.
           SELECT GUESS-SUSP-FILE ASSIGN TO "GUESS-SUSP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SU-SUSPENSE-KEY
               FILE STATUS IS WS-SUSP-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "GUESS-RUNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  GUESS-INPUT-FILE.
           COPY GUESSLOG.
       FD  OPERMAST-FILE.
           COPY OPERMAST.
       FD  GUESS-SUSP-FILE.
           COPY GUESSSUS.
       FD  RUN-CONTROL-FILE.
           COPY GUESSRCL.
       WORKING-STORAGE SECTION.
           01 WS-INPUT-STATUS PIC XX.
           01 WS-LOG-STATUS PIC XX.
           01 WS-TOTAL-SLIPS BINARY-LONG VALUE 0.
           01 WS-TOTAL-ACCOUNTED BINARY-LONG VALUE 0.

      *> ---- GUESS-SUSP categories for the business date ----
           01 WS-SUSP-STATUS PIC XX.
           01 WS-SUSP-AVAIL PIC X VALUE "N".
           01 WS-TOTAL-SUSPENDED BINARY-LONG VALUE 0.
           01 WS-TOTAL-CORRECTED BINARY-LONG VALUE 0.
           01 WS-TOTAL-VOIDED BINARY-LONG VALUE 0.
           01 WS-OP-SUSPENSE BINARY-LONG VALUE 0.

      *> ---- per-operator reconciliation table, same 50-entry
      *>      convention as the report program's leaderboard ----
           01 WS-OP-COUNT BINARY-LONG VALUE 0.
                   10 RC-SESSIONS-OPENED BINARY-LONG VALUE 0.
                   10 RC-SESSIONS-CLOSED BINARY-LONG VALUE 0.
                   10 RC-SESSIONS-INCOMPLETE BINARY-LONG VALUE 0.
                   10 RC-SUSPENDED BINARY-LONG VALUE 0.
                   10 RC-CORRECTED BINARY-LONG VALUE 0.
                   10 RC-VOIDED BINARY-LONG VALUE 0.

      *> ---- run-control log ----
           01 WS-RUNL-STATUS PIC XX.
           01 WS-RUN-START-DATE PIC 9(8).
           01 WS-RUN-START-TIME PIC 9(8).

      *> ---- control-parm: RUNDATE= names the GL-LOG-DATE the batch
      *>      pass stamped (defaults to today for the overnight job)
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE.
           ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-START-TIME FROM TIME.
           PERFORM PARSE-CONTROL-PARM.
           IF WS-RUN-DATE = 0
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM TALLY-INPUT-SLIPS.
           IF RETURN-CODE = 0
               PERFORM TALLY-LOG-ACTIVITY
               PERFORM TALLY-SUSPENSE
               PERFORM PRINT-RECONCILIATION
           END-IF.
           PERFORM WRITE-RUN-CONTROL.
           STOP RUN.

       PARSE-CONTROL-PARM.
                       ADD 1 TO RC-SESSIONS-CLOSED (WS-OP-IDX)
                   WHEN "E"
                       ADD 1 TO RC-SESSIONS-CLOSED (WS-OP-IDX)
                   WHEN "T"
      *> only the console clock times a session out - like a duel,
      *> one logged under an input operator's run date comes out as
      *> over-consumed
                       ADD 1 TO RC-SESSIONS-CLOSED (WS-OP-IDX)
                   WHEN "I"
                       ADD 1 TO RC-SESSIONS-INCOMPLETE (WS-OP-IDX)
               END-EVALUATE
           END-IF.

       TALLY-SUSPENSE.
      *> the suspense file is keyed by business date first, so the
      *> night's slips are one START and a short forward read. A
      *> slip is counted under the ID it was punched with - that is
      *> the ID its GUESS-INPUT slip was tallied under. Released
      *> slips were corrected before they went back in, so they
      *> stay in the corrected category.
           OPEN INPUT GUESS-SUSP-FILE.
           IF WS-SUSP-STATUS NOT = "00"
               DISPLAY "GUESS-SUSP not available - rejected slips"
                   " classified from OPERMAST only"
           ELSE
               MOVE "Y" TO WS-SUSP-AVAIL
               MOVE "N" TO WS-EOF
               MOVE WS-BUSINESS-DATE TO SU-BUSINESS-DATE
               MOVE 0 TO SU-SLIP-POSITION
               START GUESS-SUSP-FILE KEY >= SU-SUSPENSE-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF = "Y"
                   READ GUESS-SUSP-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF SU-BUSINESS-DATE NOT = WS-BUSINESS-DATE
                               MOVE "Y" TO WS-EOF
                           ELSE
                               PERFORM TALLY-ONE-SUSPENDED-SLIP
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GUESS-SUSP-FILE
           END-IF.

       TALLY-ONE-SUSPENDED-SLIP.
           MOVE SU-OPERATOR-ID TO WS-LOOKUP-ID.
           PERFORM FIND-OPERATOR-ENTRY.
           IF WS-OP-FOUND = "Y"
               EVALUATE SU-STATUS
                   WHEN "C" WHEN "P" WHEN "R"
                       ADD 1 TO RC-CORRECTED (WS-OP-IDX)
                       ADD 1 TO WS-TOTAL-CORRECTED
                   WHEN "V"
                       ADD 1 TO RC-VOIDED (WS-OP-IDX)
                       ADD 1 TO WS-TOTAL-VOIDED
                   WHEN OTHER
                       ADD 1 TO RC-SUSPENDED (WS-OP-IDX)
                       ADD 1 TO WS-TOTAL-SUSPENDED
               END-EVALUATE
           END-IF.

       FIND-OPERATOR-ENTRY.
           MOVE "N" TO WS-OP-FOUND.
           PERFORM VARYING WS-OP-IDX FROM 1 BY 1
           DISPLAY "Business date .........: " WS-BUSINESS-DATE.
           DISPLAY "Log activity dated ....: " WS-RUN-DATE.
           DISPLAY "=========================================".
           DISPLAY "OPERATOR  SLIPS-IN  LOGGED  SUSP  CORR  VOID"
               "  OPEN  CLOSED  INCOMP".
           PERFORM VARYING WS-OP-IDX FROM 1 BY 1
                   UNTIL WS-OP-IDX > WS-OP-COUNT
               PERFORM RECONCILE-ONE-OPERATOR
           END-PERFORM.
           DISPLAY " ".
           DISPLAY "Total slips on input ..: " WS-TOTAL-SLIPS.
           DISPLAY "  logged ..............: "
               WS-TOTAL-ACCOUNTED.
           DISPLAY "  suspended ...........: " WS-TOTAL-SUSPENDED.
           DISPLAY "  corrected ...........: " WS-TOTAL-CORRECTED.
           DISPLAY "  voided ..............: " WS-TOTAL-VOIDED.
           ADD WS-TOTAL-SUSPENDED WS-TOTAL-CORRECTED WS-TOTAL-VOIDED
               TO WS-TOTAL-ACCOUNTED.
           DISPLAY "Total accounted for ...: " WS-TOTAL-ACCOUNTED.
           IF WS-EXCEPTIONS = 0
                   AND WS-TOTAL-ACCOUNTED = WS-TOTAL-SLIPS
           END-IF.

       RECONCILE-ONE-OPERATOR.
      *> the suspense categories are added into the grand total
      *> after the operator lines, so only the logged slips are
      *> added here.
           DISPLAY RC-OP-ID (WS-OP-IDX) "  "
               RC-SLIPS-IN (WS-OP-IDX) "  "
               RC-LOG-CONSUMED (WS-OP-IDX) "  "
               RC-SUSPENDED (WS-OP-IDX) "  "
               RC-CORRECTED (WS-OP-IDX) "  "
               RC-VOIDED (WS-OP-IDX) "  "
               RC-SESSIONS-OPENED (WS-OP-IDX) "  "
               RC-SESSIONS-CLOSED (WS-OP-IDX) "  "
               RC-SESSIONS-INCOMPLETE (WS-OP-IDX).
           COMPUTE WS-OP-SUSPENSE = RC-SUSPENDED (WS-OP-IDX)
               + RC-CORRECTED (WS-OP-IDX) + RC-VOIDED (WS-OP-IDX).
           IF RC-SLIPS-IN (WS-OP-IDX) =
                   RC-LOG-CONSUMED (WS-OP-IDX) + WS-OP-SUSPENSE
               ADD RC-LOG-CONSUMED (WS-OP-IDX) TO WS-TOTAL-ACCOUNTED
           ELSE
               PERFORM CLASSIFY-SHORTFALL
           END-IF.

       CLASSIFY-SHORTFALL.
      *> every slip the batch pass refused is on GUESS-SUSP, so a
      *> shortfall the suspense file doesn't cover is an exception
      *> audit has to see. Only when GUESS-SUSP itself can't be read
      *> do we fall back to calling an inactive operator's unlogged
      *> slips rejected by validation.
           PERFORM LOOKUP-OPERATOR.
           IF WS-SUSP-AVAIL NOT = "Y"
                   AND WS-OPER-AVAIL = "Y"
                   AND RC-LOG-CONSUMED (WS-OP-IDX) = 0
                   AND WS-OP-FOUND = "N"
               DISPLAY "  " RC-OP-ID (WS-OP-IDX)
                   " slips rejected by validation"
               ADD RC-SLIPS-IN (WS-OP-IDX) TO WS-TOTAL-ACCOUNTED
           ELSE
               ADD RC-LOG-CONSUMED (WS-OP-IDX) TO WS-TOTAL-ACCOUNTED
               DISPLAY "  EXCEPTION: " RC-OP-ID (WS-OP-IDX)
                   " slips in " RC-SLIPS-IN (WS-OP-IDX)
                   " vs logged " RC-LOG-CONSUMED (WS-OP-IDX)
                   " + suspense " WS-OP-SUSPENSE
               IF WS-OPER-AVAIL = "Y" AND WS-OP-FOUND = "N"
                   DISPLAY "    " RC-OP-ID (WS-OP-IDX)
                       " is not active on OPERMAST - slips missing"
                       " from GUESS-SUSP"
               END-IF
               ADD 1 TO WS-EXCEPTIONS
           END-IF.

                       END-IF
               END-READ
           END-IF.

       WRITE-RUN-CONTROL.
      *> one record per run on the shared run log, read by the
      *> morning status report - a log that cannot be opened
      *> costs the run its line on that report, nothing more
           INITIALIZE RUN-CONTROL-RECORD.
           MOVE "FINDNREC" TO RL-PROGRAM.
           MOVE WS-RUN-DATE TO RL-RUN-DATE.
           IF WS-BUSINESS-DATE > 0
               MOVE WS-BUSINESS-DATE TO RL-BUSINESS-DATE
           ELSE
               MOVE RL-RUN-DATE TO RL-BUSINESS-DATE
           END-IF.
           MOVE WS-RUN-START-DATE TO RL-START-DATE.
           MOVE WS-RUN-START-TIME TO RL-START-TIME.
           ACCEPT RL-END-DATE FROM DATE YYYYMMDD.
           ACCEPT RL-END-TIME FROM TIME.
           MOVE RETURN-CODE TO RL-RETURN-CODE.
           MOVE "SLIPSIN" TO RL-COUNT-NAME (1).
           MOVE WS-TOTAL-SLIPS TO RL-COUNT-VALUE (1).
           MOVE "ACCOUNTD" TO RL-COUNT-NAME (2).
           MOVE WS-TOTAL-ACCOUNTED TO RL-COUNT-VALUE (2).
           MOVE "SUSPENDD" TO RL-COUNT-NAME (3).
           MOVE WS-TOTAL-SUSPENDED TO RL-COUNT-VALUE (3).
           MOVE "EXCEPTNS" TO RL-COUNT-NAME (4).
           MOVE WS-EXCEPTIONS TO RL-COUNT-VALUE (4).
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
       END PROGRAM FindTheNumberREC.
