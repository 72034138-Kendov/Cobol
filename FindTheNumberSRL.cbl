      ******************************************************************
      * Author: CAYO CESAR
      * Date: OCT 2026
      * Purpose: release run for the GUESS-SUSP slip suspense file.
      *          Every slip a supervisor has corrected at the
      *          FindTheNumberSUS console goes out on GUESS-RESUB -
      *          a controlled file in the same H/D/T layout as the
      *          shift captures, header dated the release run date,
      *          shift RESUB, trailer count derived here - under the
      *          corrected operator ID, and is marked released (P).
      *          FindTheNumberMRG merges GUESS-RESUB into the next
      *          night's GUESS-INPUT and only then marks the slips it
      *          took merged (R); a released slip the merge never
      *          took goes out again on every run until it has, so a
      *          night whose merge fails loses nothing and a merged
      *          slip never goes back in twice.
      *          The file is rebuilt from scratch on every run; a
      *          rerun on the same RUNDATE= picks up the slips
      *          already merged that day, so a resubmitted job
      *          produces the identical file.
      *          RETURN CODES: 0 = resubmission file written (an
      *          empty H/T pair when nothing was corrected),
      *          8 = GUESS-SUSP unreadable (an empty H/T pair is
      *          still written so no stale slips get merged) or
      *          GUESS-RESUB not writable.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FindTheNumberSRL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GUESS-SUSP-FILE ASSIGN TO "GUESS-SUSP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SU-SUSPENSE-KEY
               FILE STATUS IS WS-SUSP-STATUS.
           SELECT GUESS-RESUB-FILE ASSIGN TO "GUESS-RESUB"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RESUB-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "GUESS-RUNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  GUESS-SUSP-FILE.
           COPY GUESSSUS.
       FD  GUESS-RESUB-FILE.
       01  GUESS-RESUB-RECORD          PIC X(15).
       FD  RUN-CONTROL-FILE.
           COPY GUESSRCL.
       WORKING-STORAGE SECTION.
      *> the shared GUESSINP layout - the resubmission header,
      *> slips and trailer are built in it and written FROM it
           COPY GUESSINP.
           01 WS-SUSP-STATUS PIC XX.
           01 WS-RESUB-STATUS PIC XX.
           01 WS-SUSP-AVAIL PIC X VALUE "N".
           01 WS-EOF PIC X VALUE "N".
           01 WS-RUN-DATE PIC 9(8) VALUE 0.
           01 WS-RELEASED-COUNT BINARY-LONG VALUE 0.
           01 WS-CARRIED-COUNT BINARY-LONG VALUE 0.
           01 WS-WAITING-COUNT BINARY-LONG VALUE 0.
           01 WS-VOIDED-COUNT BINARY-LONG VALUE 0.

      *> ---- run-control log ----
           01 WS-RUNL-STATUS PIC XX.
           01 WS-RUN-START-DATE PIC 9(8).
           01 WS-RUN-START-TIME PIC 9(8).

      *> ---- control-parm: RUNDATE= stamps the release (defaults
      *>      to today for the overnight job) ----
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
      *> the file is written even when GUESS-SUSP can't be read -
      *> an empty bracket is harmless, yesterday's slips merged a
      *> second time are not
           PERFORM OPEN-SUSPENSE.
           PERFORM WRITE-RESUBMISSION-FILE.
           IF WS-SUSP-AVAIL = "Y"
               CLOSE GUESS-SUSP-FILE
           END-IF.
           IF WS-RESUB-STATUS = "00"
               PERFORM PRINT-RELEASE-SUMMARY
           ELSE
               DISPLAY "Release refused - GUESS-RESUB not written"
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

       OPEN-SUSPENSE.
      *> no suspense file just means no slip has ever been refused -
      *> the run still writes an empty, balanced resubmission file
      *> so the merge never picks up a stale one.
           OPEN I-O GUESS-SUSP-FILE.
           EVALUATE WS-SUSP-STATUS
               WHEN "00"
                   MOVE "Y" TO WS-SUSP-AVAIL
               WHEN "35"
                   DISPLAY "GUESS-SUSP not on file - nothing to"
                       " release"
               WHEN OTHER
                   DISPLAY "GUESS-SUSP not available - status "
                       WS-SUSP-STATUS
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.

       WRITE-RESUBMISSION-FILE.
           OPEN OUTPUT GUESS-RESUB-FILE.
           IF WS-RESUB-STATUS NOT = "00"
               DISPLAY "GUESS-RESUB not writable - status "
                   WS-RESUB-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE SPACES TO GUESS-INPUT-RECORD
               MOVE "H" TO GI-RECORD-TYPE
               MOVE WS-RUN-DATE TO GI-BUSINESS-DATE
               MOVE "RESUB" TO GI-SHIFT
               WRITE GUESS-RESUB-RECORD FROM GUESS-INPUT-RECORD
               IF WS-SUSP-AVAIL = "Y"
                   PERFORM RELEASE-CORRECTED-SLIPS
               END-IF
               MOVE SPACES TO GUESS-INPUT-RECORD
               MOVE "T" TO GI-RECORD-TYPE
               MOVE WS-RELEASED-COUNT TO GI-SLIP-COUNT
               WRITE GUESS-RESUB-RECORD FROM GUESS-INPUT-RECORD
               CLOSE GUESS-RESUB-FILE
           END-IF.

       RELEASE-CORRECTED-SLIPS.
      *> key order is business date then slip position, so each
      *> night's slips come out in the order they were punched.
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
                       PERFORM RELEASE-ONE-SLIP
               END-READ
           END-PERFORM.

       RELEASE-ONE-SLIP.
      *> a slip released on an earlier night but still P never
      *> reached the merge - it goes out again under tonight's date
           EVALUATE TRUE
               WHEN SU-STATUS = "C" OR SU-STATUS = "P"
                   IF SU-STATUS = "P"
                           AND SU-RELEASE-DATE NOT = WS-RUN-DATE
                       ADD 1 TO WS-CARRIED-COUNT
                       DISPLAY "  released " SU-RELEASE-DATE
                           " but never merged - released again"
                   END-IF
                   PERFORM WRITE-RESUBMITTED-SLIP
                   MOVE "P" TO SU-STATUS
                   MOVE WS-RUN-DATE TO SU-RELEASE-DATE
                   REWRITE SUSPENSE-RECORD
                       INVALID KEY
                           DISPLAY "Slip " SU-BUSINESS-DATE "/"
                               SU-SLIP-POSITION
                               " written but not marked released"
                               " - status " WS-SUSP-STATUS
                   END-REWRITE
               WHEN SU-STATUS = "R"
                       AND SU-RELEASE-DATE = WS-RUN-DATE
      *> merged by an earlier run today - this run replaces that
      *> run's file, so the slip has to be on it again
                   PERFORM WRITE-RESUBMITTED-SLIP
               WHEN SU-STATUS = "S"
                   ADD 1 TO WS-WAITING-COUNT
               WHEN SU-STATUS = "V"
                   ADD 1 TO WS-VOIDED-COUNT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       WRITE-RESUBMITTED-SLIP.
           MOVE SPACES TO GUESS-INPUT-RECORD.
           MOVE "D" TO GI-RECORD-TYPE.
           MOVE SU-CORRECTED-ID TO GI-OPERATOR-ID.
           MOVE SU-GUESS-TEXT TO GI-GUESS-TEXT.
           WRITE GUESS-RESUB-RECORD FROM GUESS-INPUT-RECORD.
           ADD 1 TO WS-RELEASED-COUNT.
           DISPLAY "  " SU-BUSINESS-DATE " slip " SU-SLIP-POSITION
               " " SU-OPERATOR-ID " -> " SU-CORRECTED-ID
               " guess " SU-GUESS-TEXT.

       PRINT-RELEASE-SUMMARY.
           DISPLAY "=========================================".
           DISPLAY "GUESS-SUSP release for " WS-RUN-DATE.
           DISPLAY "=========================================".
           DISPLAY "Slips released ........: " WS-RELEASED-COUNT.
           DISPLAY "  of which carried ....: " WS-CARRIED-COUNT.
           DISPLAY "Still suspended .......: " WS-WAITING-COUNT.
           DISPLAY "Voided (on file) ......: " WS-VOIDED-COUNT.
           IF WS-WAITING-COUNT > 0
               DISPLAY "Suspended slips need a supervisor decision"
                   " at FINDNSUS"
           END-IF.

       WRITE-RUN-CONTROL.
      *> one record per run on the shared run log, read by the
      *> morning status report - a log that cannot be opened
      *> costs the run its line on that report, nothing more
           INITIALIZE RUN-CONTROL-RECORD.
           MOVE "FINDNSRL" TO RL-PROGRAM.
           MOVE WS-RUN-DATE TO RL-RUN-DATE.
           MOVE RL-RUN-DATE TO RL-BUSINESS-DATE.
           MOVE WS-RUN-START-DATE TO RL-START-DATE.
           MOVE WS-RUN-START-TIME TO RL-START-TIME.
           ACCEPT RL-END-DATE FROM DATE YYYYMMDD.
           ACCEPT RL-END-TIME FROM TIME.
           MOVE RETURN-CODE TO RL-RETURN-CODE.
           MOVE "RELEASED" TO RL-COUNT-NAME (1).
           MOVE WS-RELEASED-COUNT TO RL-COUNT-VALUE (1).
           MOVE "WAITING" TO RL-COUNT-NAME (2).
           MOVE WS-WAITING-COUNT TO RL-COUNT-VALUE (2).
           MOVE "VOIDED" TO RL-COUNT-NAME (3).
           MOVE WS-VOIDED-COUNT TO RL-COUNT-VALUE (3).
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
       END PROGRAM FindTheNumberSRL.
