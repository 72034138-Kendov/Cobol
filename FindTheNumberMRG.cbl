      *          operator split across shifts still builds one run
      *          of sessions) under a fresh header and a trailer
      *          count derived here, never copied.
      *          Slips a supervisor corrected out of GUESS-SUSP come
      *          back in on GUESS-RESUB, written by FindTheNumberSRL
      *          ahead of this step. It is optional (no file means
      *          nothing to resubmit) and proven on its own bracket
      *          like a shift file, but its header carries the
      *          release date, not the capture date, so it is never
      *          held to the shifts' business date - resubmitted
      *          slips are played under tonight's. Once GUESS-INPUT
      *          is written, the released slips it took are marked
      *          merged on GUESS-SUSP; until then the release run
      *          keeps putting them out, so a night the merge fails
      *          loses none of them. If GUESS-SUSP can't be opened
      *          to mark them, they are held back out of tonight's
      *          merge and go in with the next night's release.
      *          RETURN CODES: 0 = merged and balanced, 8 = a shift
      *          file missing/unreadable, 12 = a shift file or the
      *          resubmission file out of balance, business dates
      *          disagreeing, or more slips than the merge table
      *          holds - nothing written.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT SHIFT-NIGHT-FILE ASSIGN TO "GUESS-INPN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NIGHT-STATUS.
           SELECT RESUB-FILE ASSIGN TO "GUESS-RESUB"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RESUB-STATUS.
           SELECT GUESS-SUSP-FILE ASSIGN TO "GUESS-SUSP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SU-SUSPENSE-KEY
               FILE STATUS IS WS-SUSP-STATUS.
           SELECT GUESS-INPUT-FILE ASSIGN TO "GUESS-INPUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "GUESS-RUNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SHIFT-DAY-FILE.
       01  SHIFT-EVE-RECORD            PIC X(15).
       FD  SHIFT-NIGHT-FILE.
       01  SHIFT-NIGHT-RECORD          PIC X(15).
       FD  RESUB-FILE.
       01  RESUB-RECORD                PIC X(15).
       FD  GUESS-SUSP-FILE.
           COPY GUESSSUS.
       FD  GUESS-INPUT-FILE.
       01  GUESS-OUTPUT-RECORD         PIC X(15).
       FD  RUN-CONTROL-FILE.
           COPY GUESSRCL.
       WORKING-STORAGE SECTION.
      *> the shared GUESSINP layout - every shift record is read
      *> INTO it and the output header/slips/trailer built in it
           01 WS-EVE-STATUS PIC XX.
           01 WS-NIGHT-STATUS PIC XX.
           01 WS-OUT-STATUS PIC XX.
           01 WS-RESUB-STATUS PIC XX.
           01 WS-RESUB-COUNT BINARY-LONG VALUE 0.
           01 WS-RESUB-DATE PIC 9(8) VALUE 0.
           01 WS-SHIFT-SLIPS BINARY-LONG VALUE 0.
           01 WS-SUSP-STATUS PIC XX.
           01 WS-SUSP-AVAIL PIC X VALUE "N".
           01 WS-MARKED-COUNT BINARY-LONG VALUE 0.
           01 WS-EOF PIC X VALUE "N".
           01 WS-SHIFT-NAME PIC X(5).

                   10 MG-GUESS-TEXT PIC X(6).
                   10 MG-WRITTEN PIC X.
           01 WS-WRITTEN-COUNT BINARY-LONG VALUE 0.

      *> ---- run-control log ----
           01 WS-RUNL-STATUS PIC XX.
           01 WS-RUN-START-DATE PIC 9(8).
           01 WS-RUN-START-TIME PIC 9(8).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE.
           ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-START-TIME FROM TIME.
           PERFORM LOAD-DAY-FILE.
           IF RETURN-CODE = 0
               PERFORM LOAD-EVE-FILE
           IF RETURN-CODE = 0
               PERFORM LOAD-NIGHT-FILE
           END-IF.
           IF RETURN-CODE = 0
               PERFORM LOAD-RESUB-FILE
           END-IF.
           IF RETURN-CODE = 0 AND WS-RESUB-COUNT > 0
               PERFORM OPEN-SUSPENSE
           END-IF.
           IF RETURN-CODE = 0
               PERFORM WRITE-MERGED-FILE
           END-IF.
           IF RETURN-CODE = 0 AND WS-SUSP-AVAIL = "Y"
               PERFORM MARK-SLIPS-MERGED
           END-IF.
           IF WS-SUSP-AVAIL = "Y"
               CLOSE GUESS-SUSP-FILE
           END-IF.
           IF RETURN-CODE = 0
               DISPLAY "Merged " WS-WRITTEN-COUNT
                   " slips for business date " WS-MERGE-DATE
               DISPLAY "  of which resubmitted . " WS-RESUB-COUNT
           ELSE
               DISPLAY "Merge refused - GUESS-INPUT not written"
           END-IF.
           PERFORM WRITE-RUN-CONTROL.
           STOP RUN.

       LOAD-DAY-FILE.
               PERFORM FINISH-ONE-SHIFT
           END-IF.

       LOAD-RESUB-FILE.
      *> loaded last so the shifts have already fixed the business
      *> date - and so each operator's resubmitted slips follow
      *> their own capture slips in the merged run.
           MOVE "RESUB" TO WS-SHIFT-NAME.
           MOVE WS-MG-COUNT TO WS-SHIFT-SLIPS.
           OPEN INPUT RESUB-FILE.
           EVALUATE WS-RESUB-STATUS
               WHEN "00"
                   PERFORM START-ONE-SHIFT
                   MOVE "N" TO WS-EOF
                   PERFORM UNTIL WS-EOF = "Y"
                       READ RESUB-FILE INTO GUESS-INPUT-RECORD
                           AT END
                               MOVE "Y" TO WS-EOF
                           NOT AT END
                               PERFORM TAKE-ONE-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE RESUB-FILE
                   PERFORM FINISH-ONE-SHIFT
                   IF WS-FILE-OK = "Y"
                       MOVE WS-SLIP-COUNT TO WS-RESUB-COUNT
                       MOVE WS-FILE-DATE TO WS-RESUB-DATE
                   END-IF
               WHEN "35"
                   DISPLAY "No resubmission file - no corrected slips"
                       " to merge"
               WHEN OTHER
                   DISPLAY "Resubmission file unreadable - status "
                       WS-RESUB-STATUS
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.

       OPEN-SUSPENSE.
      *> the slips can only go in if they can be marked merged
      *> afterwards - otherwise tomorrow's release would put them
      *> out a second time. Held back, they stay released and go in
      *> with tomorrow's file instead.
           OPEN I-O GUESS-SUSP-FILE.
           IF WS-SUSP-STATUS = "00"
               MOVE "Y" TO WS-SUSP-AVAIL
           ELSE
               DISPLAY "GUESS-SUSP not available - status "
                   WS-SUSP-STATUS " - " WS-RESUB-COUNT
                   " resubmitted slips held back for the next release"
               MOVE WS-SHIFT-SLIPS TO WS-MG-COUNT
               MOVE 0 TO WS-RESUB-COUNT
           END-IF.

       MARK-SLIPS-MERGED.
      *> the resubmission file carries the slips the release run
      *> stamped with its header date; a merge rerun finds them
      *> already marked and counts them all the same
           MOVE 0 TO WS-MARKED-COUNT.
           MOVE "N" TO WS-EOF.
           MOVE LOW-VALUES TO SU-SUSPENSE-KEY.
           START GUESS-SUSP-FILE KEY >= SU-SUSPENSE-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = "Y"
               READ GUESS-SUSP-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF SU-RELEASE-DATE = WS-RESUB-DATE
                           PERFORM MARK-ONE-SLIP
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-MARKED-COUNT NOT = WS-RESUB-COUNT
               DISPLAY "GUESS-SUSP accounts for " WS-MARKED-COUNT
                   " of the " WS-RESUB-COUNT " resubmitted slips"
           END-IF.

       MARK-ONE-SLIP.
           EVALUATE SU-STATUS
               WHEN "P"
                   MOVE "R" TO SU-STATUS
                   REWRITE SUSPENSE-RECORD
                       INVALID KEY
                           DISPLAY "Slip " SU-BUSINESS-DATE "/"
                               SU-SLIP-POSITION
                               " merged but not marked - status "
                               WS-SUSP-STATUS
                       NOT INVALID KEY
                           ADD 1 TO WS-MARKED-COUNT
                   END-REWRITE
               WHEN "R"
                   ADD 1 TO WS-MARKED-COUNT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       START-ONE-SHIFT.
           MOVE "N" TO WS-CTL-ERROR WS-HEADER-SEEN WS-TRAILER-SEEN.
           MOVE 0 TO WS-SLIP-COUNT WS-EXPECT-COUNT WS-FILE-DATE.
                   DISPLAY WS-SHIFT-NAME ": out of balance -"
                       " trailer expects " WS-EXPECT-COUNT
                       " slips, file holds " WS-SLIP-COUNT
               WHEN WS-SHIFT-NAME NOT = "RESUB"
                       AND WS-MERGE-DATE > 0
                       AND WS-FILE-DATE NOT = WS-MERGE-DATE
                   DISPLAY WS-SHIFT-NAME ": business date "
                       WS-FILE-DATE " disagrees with "
                       WS-MERGE-DATE " already merged"
               WHEN OTHER
                   MOVE "Y" TO WS-FILE-OK
                   IF WS-SHIFT-NAME NOT = "RESUB"
                       MOVE WS-FILE-DATE TO WS-MERGE-DATE
                   END-IF
                   DISPLAY WS-SHIFT-NAME " shift balanced - "
                       WS-SLIP-COUNT " slips"
           END-EVALUATE.
                   ADD 1 TO WS-WRITTEN-COUNT
               END-IF
           END-PERFORM.

       WRITE-RUN-CONTROL.
      *> one record per run on the shared run log, read by the
      *> morning status report - a log that cannot be opened
      *> costs the run its line on that report, nothing more
           INITIALIZE RUN-CONTROL-RECORD.
           MOVE "FINDNMRG" TO RL-PROGRAM.
           MOVE WS-RUN-START-DATE TO RL-RUN-DATE.
           IF WS-MERGE-DATE > 0
               MOVE WS-MERGE-DATE TO RL-BUSINESS-DATE
           ELSE
               MOVE RL-RUN-DATE TO RL-BUSINESS-DATE
           END-IF.
           MOVE WS-RUN-START-DATE TO RL-START-DATE.
           MOVE WS-RUN-START-TIME TO RL-START-TIME.
           ACCEPT RL-END-DATE FROM DATE YYYYMMDD.
           ACCEPT RL-END-TIME FROM TIME.
           MOVE RETURN-CODE TO RL-RETURN-CODE.
           MOVE "SLIPSOUT" TO RL-COUNT-NAME (1).
           MOVE WS-WRITTEN-COUNT TO RL-COUNT-VALUE (1).
           MOVE "RESUBIN" TO RL-COUNT-NAME (2).
           MOVE WS-RESUB-COUNT TO RL-COUNT-VALUE (2).
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
       END PROGRAM FindTheNumberMRG.
