      ******************************************************************
      * Author: CAYO CESAR
      * Date: OCT 2026
      * Purpose: backup and recovery utility for the indexed masters
      *          - OPERMAST, OPERRATE, GUESS-SESS, GUESS-ALRM, SHOPCAL,
      *          GUESS-SUSP, GUESS-DISP and the tournament masters
      *          GUESS-TRNM and GUESS-TRNE. Run one master per step,
      *          named by FILE=, with FUNCTION= one of:
      *            UNLOAD  - copy the master in key order to a dated
      *                      GUESS-BKUP backup (GUESSBKP layout) with
      *                      a count and key-range trailer;
      *            VERIFY  - match the backup against the live master
      *                      key by key and list every record missing
      *                      from either side or differing;
      *            RELOAD  - prove the backup balances, then rebuild
      *                      the master from it and print a before /
      *                      after control report;
      *            REBUILD - GUESS-SESS only, for when no usable
      *                      backup exists: recreate the session
      *                      master from GUESS-HIST and GUESS-LOG.
      *          RELOAD and REBUILD replace the live master and are
      *          refused without CONFIRM=YES.
      *          RETURN CODES: 0 = done and balanced / backup
      *          identical to live, 4 = VERIFY found differences,
      *          8 = refused or unreadable - nothing was changed,
      *          12 = the master was rewritten but the control
      *          counts do not balance.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FindTheNumberBKP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERMAST-FILE ASSIGN TO "OPERMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OM-OPERATOR-ID
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT OPER-RATE-FILE ASSIGN TO "OPERRATE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OR-OPERATOR-ID
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT GUESS-SESS-FILE ASSIGN TO "GUESS-SESS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-SESSION-ID
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT ALERT-MASTER-FILE ASSIGN TO "GUESS-ALRM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AL-ALERT-ID
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT SHOP-CAL-FILE ASSIGN TO "SHOPCAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAL-DATE
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT GUESS-SUSP-FILE ASSIGN TO "GUESS-SUSP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SU-SUSPENSE-KEY
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT GUESS-DISP-FILE ASSIGN TO "GUESS-DISP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DS-SESSION-ID
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT TOURN-MASTER-FILE ASSIGN TO "GUESS-TRNM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TN-KEY
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT TOURN-ENTRANT-FILE ASSIGN TO "GUESS-TRNE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TE-KEY
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT BACKUP-FILE ASSIGN TO "GUESS-BKUP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BKUP-STATUS.
           SELECT GUESS-LOG-FILE ASSIGN TO "GUESS-LOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
           SELECT GUESS-HIST-FILE ASSIGN TO "GUESS-HIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "GUESS-RUNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  OPERMAST-FILE.
           COPY OPERMAST.
       FD  OPER-RATE-FILE.
           COPY OPERRATE.
       FD  GUESS-SESS-FILE.
           COPY GUESSSMS.
       FD  ALERT-MASTER-FILE.
           COPY GUESSALM.
       FD  SHOP-CAL-FILE.
           COPY SHOPCAL.
       FD  GUESS-SUSP-FILE.
           COPY GUESSSUS.
       FD  GUESS-DISP-FILE.
           COPY GUESSDSP.
       FD  TOURN-MASTER-FILE.
           COPY GUESSTRN.
       FD  TOURN-ENTRANT-FILE.
           COPY GUESSTRE.
       FD  BACKUP-FILE.
           COPY GUESSBKP.
       FD  GUESS-LOG-FILE.
           COPY GUESSLOG.
       FD  GUESS-HIST-FILE.
       01  GUESS-HIST-RECORD           PIC X(74).
       FD  RUN-CONTROL-FILE.
           COPY GUESSRCL.
       WORKING-STORAGE SECTION.
           01 WS-MASTER-STATUS PIC XX.
           01 WS-BKUP-STATUS PIC XX.
           01 WS-LOG-STATUS PIC XX.
           01 WS-RUN-DATE PIC 9(8) VALUE 0.
           01 WS-RUN-TIME PIC 9(8).

      *> ---- the master this step works on: its logical name, the
      *>      record and key lengths (every master carries its key
      *>      as the leading field of the record) ----
           01 WS-FILE-NAME PIC X(10) VALUE SPACES.
           01 WS-FILE-OK PIC X VALUE "N".
           01 WS-RECORD-LENGTH BINARY-LONG VALUE 0.
           01 WS-KEY-LENGTH BINARY-LONG VALUE 0.
           01 WS-MASTER-IMAGE PIC X(300).
           01 WS-MASTER-KEY PIC X(20).
           01 WS-MASTER-EOF PIC X VALUE "N".
           01 WS-MASTER-OPEN PIC X VALUE "N".
           01 WS-WRITE-OK PIC X.

      *> ---- the backup side ----
           01 WS-BACKUP-IMAGE PIC X(300).
           01 WS-BACKUP-KEY PIC X(20).
           01 WS-BACKUP-EOF PIC X VALUE "N".
           01 WS-BACKUP-GOOD PIC X VALUE "N".
           01 WS-TRAILER-SEEN PIC X VALUE "N".
           01 WS-IMAGE-TAKEN PIC X.
           01 WS-BK-UNLOAD-DATE PIC 9(8) VALUE 0.
           01 WS-BK-UNLOAD-TIME PIC 9(8) VALUE 0.
           01 WS-BK-TRAILER-COUNT BINARY-LONG VALUE 0.
           01 WS-BK-TRAILER-LOW PIC X(20).
           01 WS-BK-TRAILER-HIGH PIC X(20).
           01 WS-BK-PREV-KEY PIC X(20).
           01 WS-BK-STRAY-COUNT BINARY-LONG VALUE 0.
           01 WS-BK-ORDER-COUNT BINARY-LONG VALUE 0.

      *> ---- control counts and key ranges ----
           01 WS-UNLOAD-COUNT BINARY-LONG VALUE 0.
           01 WS-BACKUP-COUNT BINARY-LONG VALUE 0.
           01 WS-LOW-KEY PIC X(20).
           01 WS-HIGH-KEY PIC X(20).
           01 WS-LIVE-READABLE PIC X.
           01 WS-LIVE-COUNT BINARY-LONG VALUE 0.
           01 WS-LIVE-LOW PIC X(20).
           01 WS-LIVE-HIGH PIC X(20).
           01 WS-BEFORE-READABLE PIC X VALUE "N".
           01 WS-BEFORE-COUNT BINARY-LONG VALUE 0.
           01 WS-BEFORE-LOW PIC X(20).
           01 WS-BEFORE-HIGH PIC X(20).
           01 WS-LOADED-COUNT BINARY-LONG VALUE 0.
           01 WS-REJECTED-COUNT BINARY-LONG VALUE 0.

      *> ---- verify match-merge tallies; differences past the
      *>      listing limit are counted but not printed ----
           01 WS-MATCHED-COUNT BINARY-LONG VALUE 0.
           01 WS-DIFFER-COUNT BINARY-LONG VALUE 0.
           01 WS-BACKUP-ONLY BINARY-LONG VALUE 0.
           01 WS-LIVE-ONLY BINARY-LONG VALUE 0.
           01 WS-LISTED BINARY-LONG VALUE 0.
           01 WS-LIST-LIMIT BINARY-LONG VALUE 100.
           01 WS-DIFF-KIND PIC X(18).
           01 WS-DIFF-KEY PIC X(20).

      *> ---- session-master rebuild ----
           01 WS-EOF PIC X VALUE "N".
           01 WS-READING PIC X(4).
           01 WS-HIST-READ BINARY-LONG VALUE 0.
           01 WS-LOG-READ BINARY-LONG VALUE 0.
           01 WS-NO-ID-COUNT BINARY-LONG VALUE 0.
           01 WS-SESS-WRITTEN BINARY-LONG VALUE 0.
           01 WS-SESS-REPLACED BINARY-LONG VALUE 0.
           01 WS-SESS-FAILED BINARY-LONG VALUE 0.
           01 WS-HIST-OPEN PIC X VALUE "N".
           01 WS-LIVE-LOG-OPEN PIC X VALUE "N".
           01 WS-DUEL-HALVES BINARY-LONG VALUE 0.
           01 WS-BATCH-INFERRED BINARY-LONG VALUE 0.
           01 WS-PARM-MAX-ATTEMPTS BINARY-LONG VALUE 10.
           01 WS-SID-SEQ PIC 9(4).
           01 WS-OPEN-SEQ-1 PIC X(20) VALUE SPACES.

      *> ---- run-control log ----
           01 WS-RUNL-STATUS PIC XX.
           01 WS-RUN-START-DATE PIC 9(8).
           01 WS-RUN-START-TIME PIC 9(8).

      *> ---- control-parm: FUNCTION=, FILE=, CONFIRM=YES for the
      *>      destructive functions, RUNDATE= stamps the unload
      *>      (today), MAXATT= the cap rebuilt onto untiered
      *>      sessions (the game's own default) ----
           01 WS-FUNCTION PIC X(10) VALUE SPACES.
           01 WS-CONFIRM PIC X(10) VALUE SPACES.
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
           ACCEPT WS-RUN-TIME FROM TIME.
           PERFORM CHECK-FILE-NAME.
           DISPLAY "=========================================".
           DISPLAY "FindTheNumber - master backup utility".
           DISPLAY "Function ..............: " WS-FUNCTION.
           DISPLAY "Master ................: " WS-FILE-NAME.
           DISPLAY "Run date ..............: " WS-RUN-DATE.
           DISPLAY "=========================================".
           EVALUATE TRUE
               WHEN WS-FILE-OK = "N"
                   DISPLAY "FILE= must name OPERMAST, OPERRATE,"
                       " GUESS-SESS, GUESS-ALRM, SHOPCAL, GUESS-SUSP,"
                       " GUESS-DISP, GUESS-TRNM or GUESS-TRNE"
                       " - nothing done"
                   MOVE 8 TO RETURN-CODE
               WHEN WS-FUNCTION = "UNLOAD"
                   PERFORM UNLOAD-MASTER
               WHEN WS-FUNCTION = "VERIFY"
                   PERFORM VERIFY-BACKUP
               WHEN WS-FUNCTION = "RELOAD"
                       AND WS-CONFIRM NOT = "YES"
                   DISPLAY "RELOAD replaces the live master -"
                       " CONFIRM=YES is required, nothing done"
                   MOVE 8 TO RETURN-CODE
               WHEN WS-FUNCTION = "RELOAD"
                   PERFORM RELOAD-MASTER
               WHEN WS-FUNCTION = "REBUILD"
                       AND WS-FILE-NAME NOT = "GUESS-SESS"
                   DISPLAY "REBUILD recreates GUESS-SESS only -"
                       " restore the others with RELOAD"
                   MOVE 8 TO RETURN-CODE
               WHEN WS-FUNCTION = "REBUILD"
                       AND WS-CONFIRM NOT = "YES"
                   DISPLAY "REBUILD replaces the live master -"
                       " CONFIRM=YES is required, nothing done"
                   MOVE 8 TO RETURN-CODE
               WHEN WS-FUNCTION = "REBUILD"
                   PERFORM REBUILD-SESSIONS
               WHEN OTHER
                   DISPLAY "FUNCTION= must be UNLOAD, VERIFY, RELOAD"
                       " or REBUILD - nothing done"
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.
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
                   WHEN WS-PARM-KEY = "FUNCTION"
                       MOVE WS-PARM-VALUE TO WS-FUNCTION
                   WHEN WS-PARM-KEY = "FILE"
                       MOVE WS-PARM-VALUE TO WS-FILE-NAME
                   WHEN WS-PARM-KEY = "CONFIRM"
                       MOVE WS-PARM-VALUE TO WS-CONFIRM
                   WHEN WS-PARM-KEY = "RUNDATE"
                       IF FUNCTION TEST-NUMVAL (WS-PARM-VALUE) = 0
                           COMPUTE WS-RUN-DATE =
                               FUNCTION NUMVAL (WS-PARM-VALUE)
                       END-IF
                   WHEN WS-PARM-KEY = "MAXATT"
                       IF FUNCTION TEST-NUMVAL (WS-PARM-VALUE) = 0
                           COMPUTE WS-PARM-MAX-ATTEMPTS =
                               FUNCTION NUMVAL (WS-PARM-VALUE)
                       END-IF
               END-EVALUATE
               MOVE SPACES TO WS-PARM-TOKEN WS-PARM-KEY WS-PARM-VALUE
           END-PERFORM.

       CHECK-FILE-NAME.
           MOVE "Y" TO WS-FILE-OK.
           EVALUATE WS-FILE-NAME
               WHEN "OPERMAST"
                   MOVE LENGTH OF OPERMAST-RECORD TO WS-RECORD-LENGTH
                   MOVE LENGTH OF OM-OPERATOR-ID TO WS-KEY-LENGTH
               WHEN "OPERRATE"
                   MOVE LENGTH OF OPER-RATE-RECORD TO WS-RECORD-LENGTH
                   MOVE LENGTH OF OR-OPERATOR-ID TO WS-KEY-LENGTH
               WHEN "GUESS-SESS"
                   MOVE LENGTH OF SESS-MASTER-RECORD
                       TO WS-RECORD-LENGTH
                   MOVE LENGTH OF SM-SESSION-ID TO WS-KEY-LENGTH
               WHEN "GUESS-ALRM"
                   MOVE LENGTH OF ALERT-MASTER-RECORD
                       TO WS-RECORD-LENGTH
                   MOVE LENGTH OF AL-ALERT-ID TO WS-KEY-LENGTH
               WHEN "SHOPCAL"
                   MOVE LENGTH OF SHOP-CAL-RECORD TO WS-RECORD-LENGTH
                   MOVE LENGTH OF CAL-DATE TO WS-KEY-LENGTH
               WHEN "GUESS-SUSP"
                   MOVE LENGTH OF SUSPENSE-RECORD TO WS-RECORD-LENGTH
                   MOVE LENGTH OF SU-SUSPENSE-KEY TO WS-KEY-LENGTH
               WHEN "GUESS-DISP"
                   MOVE LENGTH OF DISPUTE-RECORD TO WS-RECORD-LENGTH
                   MOVE LENGTH OF DS-SESSION-ID TO WS-KEY-LENGTH
               WHEN "GUESS-TRNM"
                   MOVE LENGTH OF TOURN-RECORD TO WS-RECORD-LENGTH
                   MOVE LENGTH OF TN-KEY TO WS-KEY-LENGTH
               WHEN "GUESS-TRNE"
                   MOVE LENGTH OF TOURN-ENTRANT-RECORD
                       TO WS-RECORD-LENGTH
                   MOVE LENGTH OF TE-KEY TO WS-KEY-LENGTH
               WHEN OTHER
                   MOVE "N" TO WS-FILE-OK
           END-EVALUATE.

      *> ===============================================================
      *> UNLOAD
      *> ===============================================================
       UNLOAD-MASTER.
           PERFORM OPEN-MASTER-INPUT.
           IF WS-MASTER-OPEN = "N"
               DISPLAY WS-FILE-NAME " not readable - status "
                   WS-MASTER-STATUS " - nothing unloaded"
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN OUTPUT BACKUP-FILE
               IF WS-BKUP-STATUS NOT = "00"
                   DISPLAY "GUESS-BKUP not writable - status "
                       WS-BKUP-STATUS
                   MOVE 8 TO RETURN-CODE
               ELSE
                   MOVE SPACES TO BACKUP-RECORD
                   MOVE "H" TO BK-RECORD-TYPE
                   MOVE WS-FILE-NAME TO BK-FILE-NAME
                   MOVE WS-RUN-DATE TO BK-UNLOAD-DATE
                   MOVE WS-RUN-TIME TO BK-UNLOAD-TIME
                   MOVE WS-RECORD-LENGTH TO BK-RECORD-LENGTH
                   WRITE BACKUP-RECORD
                   MOVE SPACES TO WS-LOW-KEY WS-HIGH-KEY
                   PERFORM START-MASTER
                   PERFORM UNTIL WS-MASTER-EOF = "Y"
                       PERFORM READ-NEXT-MASTER
                       IF WS-MASTER-EOF NOT = "Y"
                           PERFORM UNLOAD-ONE-RECORD
                       END-IF
                   END-PERFORM
                   MOVE SPACES TO BACKUP-RECORD
                   MOVE "T" TO BK-RECORD-TYPE
                   MOVE WS-FILE-NAME TO BK-FILE-NAME
                   MOVE WS-UNLOAD-COUNT TO BK-RECORD-COUNT
                   MOVE WS-LOW-KEY TO BK-LOW-KEY
                   MOVE WS-HIGH-KEY TO BK-HIGH-KEY
                   WRITE BACKUP-RECORD
                   CLOSE BACKUP-FILE
                   DISPLAY "Records unloaded ......: " WS-UNLOAD-COUNT
                   DISPLAY "Lowest key ............: " WS-LOW-KEY
                   DISPLAY "Highest key ...........: " WS-HIGH-KEY
                   DISPLAY "Backup dated ..........: " WS-RUN-DATE
                       " " WS-RUN-TIME
               END-IF
               PERFORM CLOSE-MASTER
           END-IF.

       UNLOAD-ONE-RECORD.
      *> read in key order, so the first key is the lowest and the
      *> last the highest
           ADD 1 TO WS-UNLOAD-COUNT.
           IF WS-UNLOAD-COUNT = 1
               MOVE WS-MASTER-KEY TO WS-LOW-KEY
           END-IF.
           MOVE WS-MASTER-KEY TO WS-HIGH-KEY.
           MOVE SPACES TO BACKUP-RECORD.
           MOVE "D" TO BK-RECORD-TYPE.
           MOVE WS-FILE-NAME TO BK-FILE-NAME.
           MOVE WS-MASTER-IMAGE TO BK-RECORD-BODY.
           WRITE BACKUP-RECORD.

      *> ===============================================================
      *> VERIFY
      *> ===============================================================
       VERIFY-BACKUP.
      *> both sides are in key order, so one match-merge pass finds
      *> every record missing from either side and every record
      *> that differs. Differences are normal for a backup taken
      *> before the day's activity; the listing says which.
           PERFORM OPEN-BACKUP-FOR-READ.
           IF WS-BACKUP-GOOD = "N"
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM OPEN-MASTER-INPUT
               IF WS-MASTER-OPEN = "N"
                   DISPLAY WS-FILE-NAME " not readable - status "
                       WS-MASTER-STATUS " - nothing to verify against"
                   MOVE 8 TO RETURN-CODE
               ELSE
                   DISPLAY "DIFFERENCE          KEY"
                   PERFORM START-MASTER
                   PERFORM READ-NEXT-MASTER
                   PERFORM READ-NEXT-BACKUP
                   PERFORM UNTIL WS-MASTER-EOF = "Y"
                           AND WS-BACKUP-EOF = "Y"
                       PERFORM MATCH-ONE-KEY
                   END-PERFORM
                   PERFORM CLOSE-MASTER
                   PERFORM CHECK-BACKUP-TRAILER
                   PERFORM PRINT-VERIFY-TOTALS
               END-IF
               CLOSE BACKUP-FILE
           END-IF.

       MATCH-ONE-KEY.
           EVALUATE TRUE
               WHEN WS-MASTER-EOF = "Y"
                   MOVE "MISSING FROM LIVE" TO WS-DIFF-KIND
                   MOVE WS-BACKUP-KEY TO WS-DIFF-KEY
                   ADD 1 TO WS-BACKUP-ONLY
                   PERFORM LIST-DIFFERENCE
                   PERFORM READ-NEXT-BACKUP
               WHEN WS-BACKUP-EOF = "Y"
                   MOVE "NOT IN BACKUP" TO WS-DIFF-KIND
                   MOVE WS-MASTER-KEY TO WS-DIFF-KEY
                   ADD 1 TO WS-LIVE-ONLY
                   PERFORM LIST-DIFFERENCE
                   PERFORM READ-NEXT-MASTER
               WHEN WS-BACKUP-KEY < WS-MASTER-KEY
                   MOVE "MISSING FROM LIVE" TO WS-DIFF-KIND
                   MOVE WS-BACKUP-KEY TO WS-DIFF-KEY
                   ADD 1 TO WS-BACKUP-ONLY
                   PERFORM LIST-DIFFERENCE
                   PERFORM READ-NEXT-BACKUP
               WHEN WS-BACKUP-KEY > WS-MASTER-KEY
                   MOVE "NOT IN BACKUP" TO WS-DIFF-KIND
                   MOVE WS-MASTER-KEY TO WS-DIFF-KEY
                   ADD 1 TO WS-LIVE-ONLY
                   PERFORM LIST-DIFFERENCE
                   PERFORM READ-NEXT-MASTER
               WHEN OTHER
                   IF WS-BACKUP-IMAGE = WS-MASTER-IMAGE
                       ADD 1 TO WS-MATCHED-COUNT
                   ELSE
                       MOVE "CHANGED SINCE" TO WS-DIFF-KIND
                       MOVE WS-MASTER-KEY TO WS-DIFF-KEY
                       ADD 1 TO WS-DIFFER-COUNT
                       PERFORM LIST-DIFFERENCE
                   END-IF
                   PERFORM READ-NEXT-BACKUP
                   PERFORM READ-NEXT-MASTER
           END-EVALUATE.

       LIST-DIFFERENCE.
           ADD 1 TO WS-LISTED.
           IF WS-LISTED <= WS-LIST-LIMIT
               DISPLAY WS-DIFF-KIND "  " WS-DIFF-KEY
           END-IF.

       PRINT-VERIFY-TOTALS.
           IF WS-LISTED > WS-LIST-LIMIT
               DISPLAY "(first " WS-LIST-LIMIT " differences listed)"
           END-IF.
           IF WS-LISTED = 0
               DISPLAY "(none)"
           END-IF.
           DISPLAY "-----------------------------------------".
           DISPLAY "Backup taken ..........: " WS-BK-UNLOAD-DATE
               " " WS-BK-UNLOAD-TIME.
           DISPLAY "Backup records ........: " WS-BACKUP-COUNT.
           DISPLAY "Identical on live .....: " WS-MATCHED-COUNT.
           DISPLAY "Changed since backup ..: " WS-DIFFER-COUNT.
           DISPLAY "Missing from live .....: " WS-BACKUP-ONLY.
           DISPLAY "Added since backup ....: " WS-LIVE-ONLY.
           IF WS-BACKUP-GOOD = "N"
               DISPLAY "Backup FAILS its own trailer - not fit to"
                   " reload"
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-LISTED > 0
                   DISPLAY "Backup differs from the live master"
                   MOVE 4 TO RETURN-CODE
               ELSE
                   DISPLAY "Backup identical to the live master"
               END-IF
           END-IF.

      *> ===============================================================
      *> RELOAD
      *> ===============================================================
       RELOAD-MASTER.
      *> the backup is proved end to end before the live master is
      *> touched - a short or mis-ordered backup refuses the reload
      *> and leaves whatever is on the live master in place.
           PERFORM PROVE-BACKUP.
           IF WS-BACKUP-GOOD = "N"
               DISPLAY "Backup not fit to reload - live master left"
                   " as it is"
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM COUNT-LIVE-MASTER
               MOVE WS-LIVE-READABLE TO WS-BEFORE-READABLE
               MOVE WS-LIVE-COUNT TO WS-BEFORE-COUNT
               MOVE WS-LIVE-LOW TO WS-BEFORE-LOW
               MOVE WS-LIVE-HIGH TO WS-BEFORE-HIGH
               PERFORM OPEN-MASTER-OUTPUT
               IF WS-MASTER-OPEN = "N"
                   DISPLAY WS-FILE-NAME " cannot be recreated -"
                       " status " WS-MASTER-STATUS
                   MOVE 12 TO RETURN-CODE
               ELSE
                   PERFORM OPEN-BACKUP-FOR-READ
                   PERFORM READ-NEXT-BACKUP
                   PERFORM UNTIL WS-BACKUP-EOF = "Y"
                       PERFORM LOAD-ONE-RECORD
                       PERFORM READ-NEXT-BACKUP
                   END-PERFORM
                   CLOSE BACKUP-FILE
                   PERFORM CLOSE-MASTER
                   PERFORM COUNT-LIVE-MASTER
                   PERFORM PRINT-RELOAD-CONTROLS
               END-IF
           END-IF.

       LOAD-ONE-RECORD.
           MOVE WS-BACKUP-IMAGE TO WS-MASTER-IMAGE.
           PERFORM WRITE-MASTER-IMAGE.
           IF WS-WRITE-OK = "Y"
               ADD 1 TO WS-LOADED-COUNT
           ELSE
               ADD 1 TO WS-REJECTED-COUNT
               DISPLAY "Not loaded - status " WS-MASTER-STATUS
                   " key " WS-BACKUP-KEY
           END-IF.

       PRINT-RELOAD-CONTROLS.
           DISPLAY "Backup taken ..........: " WS-BK-UNLOAD-DATE
               " " WS-BK-UNLOAD-TIME.
           DISPLAY "-----------------------------------------".
           DISPLAY "                        BEFORE       AFTER".
           IF WS-BEFORE-READABLE = "Y"
               DISPLAY "Records on master .....: " WS-BEFORE-COUNT
                   "  " WS-LIVE-COUNT
               DISPLAY "Lowest key ............: " WS-BEFORE-LOW
                   "  " WS-LIVE-LOW
               DISPLAY "Highest key ...........: " WS-BEFORE-HIGH
                   "  " WS-LIVE-HIGH
           ELSE
               DISPLAY "Records on master .....: UNREADABLE  "
                   WS-LIVE-COUNT
               DISPLAY "Lowest key ............: " WS-LIVE-LOW
               DISPLAY "Highest key ...........: " WS-LIVE-HIGH
           END-IF.
           DISPLAY "-----------------------------------------".
           DISPLAY "Backup records ........: " WS-BACKUP-COUNT.
           DISPLAY "Loaded ................: " WS-LOADED-COUNT.
           DISPLAY "Rejected ..............: " WS-REJECTED-COUNT.
           IF WS-LIVE-READABLE = "Y"
                   AND WS-LOADED-COUNT = WS-BACKUP-COUNT
                   AND WS-LIVE-COUNT = WS-BACKUP-COUNT
                   AND WS-LIVE-LOW = WS-BK-TRAILER-LOW
                   AND WS-LIVE-HIGH = WS-BK-TRAILER-HIGH
               DISPLAY "Reload balanced - master matches the backup"
           ELSE
               DISPLAY "Reload OUT OF BALANCE - rerun the reload"
                   " before the master is used"
               MOVE 12 TO RETURN-CODE
           END-IF.

      *> ===============================================================
      *> REBUILD (GUESS-SESS)
      *> ===============================================================
       REBUILD-SESSIONS.
      *> every session that reached GUESS-LOG carries its session ID
      *> and everything the master holds except the mode and the
      *> attempt cap, which are worked out as the game would have
      *> set them. The archived periods are read first and the live
      *> log after, so a session logged twice keeps its later image
      *> - the same rewrite a RESTART=Y rerun makes in the game.
      *> Both logs are opened before the master is emptied - with
      *> neither readable there is nothing to rebuild from and the
      *> master is left as it is.
           PERFORM COUNT-LIVE-MASTER.
           MOVE WS-LIVE-READABLE TO WS-BEFORE-READABLE.
           MOVE WS-LIVE-COUNT TO WS-BEFORE-COUNT.
           MOVE WS-LIVE-LOW TO WS-BEFORE-LOW.
           MOVE WS-LIVE-HIGH TO WS-BEFORE-HIGH.
           OPEN INPUT GUESS-HIST-FILE.
           IF WS-LOG-STATUS = "00"
               MOVE "Y" TO WS-HIST-OPEN
           ELSE
               DISPLAY "GUESS-HIST not available - live log only"
           END-IF.
           OPEN INPUT GUESS-LOG-FILE.
           IF WS-LOG-STATUS = "00"
               MOVE "Y" TO WS-LIVE-LOG-OPEN
           ELSE
               DISPLAY "GUESS-LOG not available - archived"
                   " periods only"
           END-IF.
           EVALUATE TRUE
               WHEN WS-HIST-OPEN = "N" AND WS-LIVE-LOG-OPEN = "N"
                   DISPLAY "Neither GUESS-HIST nor GUESS-LOG readable"
                       " - GUESS-SESS left unchanged"
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   PERFORM OPEN-MASTER-OUTPUT
                   IF WS-MASTER-OPEN = "N"
                       DISPLAY "GUESS-SESS cannot be recreated -"
                           " status " WS-MASTER-STATUS
                       MOVE 12 TO RETURN-CODE
                   ELSE
                       CLOSE GUESS-SESS-FILE
                       OPEN I-O GUESS-SESS-FILE
                       IF WS-HIST-OPEN = "Y"
                           MOVE "HIST" TO WS-READING
                           PERFORM REBUILD-FROM-ONE-LOG
                       END-IF
                       IF WS-LIVE-LOG-OPEN = "Y"
                           MOVE "LIVE" TO WS-READING
                           PERFORM REBUILD-FROM-ONE-LOG
                       END-IF
                       CLOSE GUESS-SESS-FILE
                       PERFORM COUNT-LIVE-MASTER
                       PERFORM PRINT-REBUILD-CONTROLS
                   END-IF
           END-EVALUATE.
           IF WS-HIST-OPEN = "Y"
               CLOSE GUESS-HIST-FILE
           END-IF.
           IF WS-LIVE-LOG-OPEN = "Y"
               CLOSE GUESS-LOG-FILE
           END-IF.

       REBUILD-FROM-ONE-LOG.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               IF WS-READING = "HIST"
                   READ GUESS-HIST-FILE INTO GUESS-LOG-RECORD
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-HIST-READ
                   END-READ
               ELSE
                   READ GUESS-LOG-FILE
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-LOG-READ
                   END-READ
               END-IF
               IF WS-EOF NOT = "Y"
                   IF GL-SESSION-ID = SPACES
      *> logged before sessions carried an ID - nothing to key on
                       ADD 1 TO WS-NO-ID-COUNT
                   ELSE
                       PERFORM REBUILD-ONE-SESSION
                   END-IF
               END-IF
           END-PERFORM.

       REBUILD-ONE-SESSION.
           MOVE GL-SESSION-ID TO SM-SESSION-ID.
           MOVE GL-OPERATOR-ID TO SM-OPERATOR-ID.
           MOVE GL-SEED TO SM-SEED.
           MOVE GL-WINNING-NUMBER TO SM-WINNING-NUMBER.
           MOVE GL-UPPER-BOUND TO SM-UPPER-BOUND.
           MOVE GL-ATTEMPTS TO SM-ATTEMPTS.
           MOVE GL-INVALID-ATTEMPTS TO SM-INVALID-ATTEMPTS.
           MOVE GL-RESULT-CODE TO SM-RESULT-CODE.
           MOVE GL-LOG-DATE TO SM-LOG-DATE.
           MOVE GL-LOG-TIME TO SM-LOG-TIME.
      *> the tournament tag is not on the log - a rebuilt duel comes
      *> back untagged; matches already decided keep their result on
      *> GUESS-TRNM, so only a match still being played is affected
           MOVE SPACES TO SM-TOURN-ID.
           MOVE 0 TO SM-TOURN-ROUND SM-TOURN-MATCH.
      *> nor is the session clock - a rebuilt timed session keeps its
      *> "T" result but shows no limit or seconds used
           MOVE 0 TO SM-TIME-LIMIT SM-SECONDS-USED.
           PERFORM INFER-SESSION-MODE.
      *> the tier's cap as APPLY-OPERATOR-TIER sets it; duels and
      *> untiered sessions played on the run's PARM value
           EVALUATE TRUE
               WHEN SM-MODE = "D"
                   MOVE WS-PARM-MAX-ATTEMPTS TO SM-MAX-ATTEMPTS
               WHEN GL-TIER = "T"
                   MOVE 12 TO SM-MAX-ATTEMPTS
               WHEN GL-TIER = "S"
                   MOVE 10 TO SM-MAX-ATTEMPTS
               WHEN GL-TIER = "V"
                   MOVE 9 TO SM-MAX-ATTEMPTS
               WHEN OTHER
                   MOVE WS-PARM-MAX-ATTEMPTS TO SM-MAX-ATTEMPTS
           END-EVALUATE.
           WRITE SESS-MASTER-RECORD
               INVALID KEY
                   REWRITE SESS-MASTER-RECORD
                       INVALID KEY
                           ADD 1 TO WS-SESS-FAILED
                           DISPLAY "Session " SM-SESSION-ID
                               " not rewritten - status "
                               WS-MASTER-STATUS
                       NOT INVALID KEY
                           ADD 1 TO WS-SESS-REPLACED
                   END-REWRITE
               NOT INVALID KEY
                   ADD 1 TO WS-SESS-WRITTEN
           END-WRITE.

       INFER-SESSION-MODE.
      *> duel results mark a duel; an incomplete session only ever
      *> comes out of the batch pass; and only the batch pass runs a
      *> session sequence past 1. The first session of a batch run
      *> is sequence 1 like an interactive one - it is put right
      *> when sequence 2 of the same run turns up behind it.
           MOVE GL-SESSION-ID (17:4) TO WS-SID-SEQ.
           EVALUATE TRUE
               WHEN GL-RESULT-CODE = "D" OR "L" OR "E"
                   MOVE "D" TO SM-MODE
                   ADD 1 TO WS-DUEL-HALVES
                   MOVE SPACES TO WS-OPEN-SEQ-1
               WHEN GL-RESULT-CODE = "I"
                   MOVE "B" TO SM-MODE
                   PERFORM CHECK-FIRST-OF-BATCH
               WHEN WS-SID-SEQ > 1
                   MOVE "B" TO SM-MODE
                   PERFORM CHECK-FIRST-OF-BATCH
               WHEN OTHER
                   MOVE "I" TO SM-MODE
                   MOVE GL-SESSION-ID TO WS-OPEN-SEQ-1
           END-EVALUATE.

       CHECK-FIRST-OF-BATCH.
           IF WS-SID-SEQ = 2 AND WS-OPEN-SEQ-1 NOT = SPACES
                   AND WS-OPEN-SEQ-1 (1:8) = GL-SESSION-ID (1:8)
               MOVE SESS-MASTER-RECORD TO WS-MASTER-IMAGE
               MOVE WS-OPEN-SEQ-1 TO SM-SESSION-ID
               READ GUESS-SESS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "B" TO SM-MODE
                       REWRITE SESS-MASTER-RECORD
                       ADD 1 TO WS-BATCH-INFERRED
               END-READ
               MOVE WS-MASTER-IMAGE TO SESS-MASTER-RECORD
           END-IF.
           MOVE SPACES TO WS-OPEN-SEQ-1.

       PRINT-REBUILD-CONTROLS.
           DISPLAY "History records read ..: " WS-HIST-READ.
           DISPLAY "Live log records read .: " WS-LOG-READ.
           DISPLAY "Without a session ID ..: " WS-NO-ID-COUNT.
           DISPLAY "Sessions written ......: " WS-SESS-WRITTEN.
           DISPLAY "Replaced (logged twice): " WS-SESS-REPLACED.
           DISPLAY "Rewrites failed .......: " WS-SESS-FAILED.
           DISPLAY "Duel halves ...........: " WS-DUEL-HALVES.
           DISPLAY "Batch firsts re-moded .: " WS-BATCH-INFERRED.
           DISPLAY "-----------------------------------------".
           IF WS-BEFORE-READABLE = "Y"
               DISPLAY "Master before .........: " WS-BEFORE-COUNT
           ELSE
               DISPLAY "Master before .........: UNREADABLE"
           END-IF.
           DISPLAY "Master after ..........: " WS-LIVE-COUNT.
           DISPLAY "Lowest key ............: " WS-LIVE-LOW.
           DISPLAY "Highest key ...........: " WS-LIVE-HIGH.
           EVALUATE TRUE
               WHEN WS-SESS-FAILED > 0
                   DISPLAY "Rebuild OUT OF BALANCE - sessions logged"
                       " twice could not be rewritten"
                   MOVE 12 TO RETURN-CODE
               WHEN WS-LIVE-READABLE = "Y"
                       AND WS-LIVE-COUNT = WS-SESS-WRITTEN
                   DISPLAY "Rebuild balanced - unload GUESS-SESS now"
                       " to give it a fresh backup"
               WHEN OTHER
                   DISPLAY "Rebuild OUT OF BALANCE - sessions written"
                       " and master count disagree"
                   MOVE 12 TO RETURN-CODE
           END-EVALUATE.

      *> ===============================================================
      *> backup file handling
      *> ===============================================================
       OPEN-BACKUP-FOR-READ.
      *> a backup is only used when its header names this master and
      *> the record length it was taken at is the master's today
           MOVE "N" TO WS-BACKUP-GOOD.
           MOVE "N" TO WS-BACKUP-EOF.
           MOVE "N" TO WS-TRAILER-SEEN.
           MOVE 0 TO WS-BACKUP-COUNT.
           MOVE 0 TO WS-BK-STRAY-COUNT.
           MOVE 0 TO WS-BK-ORDER-COUNT.
           MOVE LOW-VALUES TO WS-BK-PREV-KEY.
           OPEN INPUT BACKUP-FILE.
           IF WS-BKUP-STATUS NOT = "00"
               DISPLAY "GUESS-BKUP not readable - status "
                   WS-BKUP-STATUS
           ELSE
               READ BACKUP-FILE
                   AT END
                       DISPLAY "GUESS-BKUP is empty - no header"
                   NOT AT END
                       PERFORM CHECK-BACKUP-HEADER
               END-READ
               IF WS-BACKUP-GOOD = "N"
                   CLOSE BACKUP-FILE
               END-IF
           END-IF.

       CHECK-BACKUP-HEADER.
           EVALUATE TRUE
               WHEN BK-RECORD-TYPE NOT = "H"
                   DISPLAY "GUESS-BKUP has no header record"
               WHEN BK-FILE-NAME NOT = WS-FILE-NAME
                   DISPLAY "GUESS-BKUP is a backup of " BK-FILE-NAME
                       ", not " WS-FILE-NAME
               WHEN BK-RECORD-LENGTH NOT = WS-RECORD-LENGTH
                   DISPLAY "GUESS-BKUP record length "
                       BK-RECORD-LENGTH " does not match the "
                       WS-FILE-NAME " layout"
               WHEN OTHER
                   MOVE "Y" TO WS-BACKUP-GOOD
                   MOVE BK-UNLOAD-DATE TO WS-BK-UNLOAD-DATE
                   MOVE BK-UNLOAD-TIME TO WS-BK-UNLOAD-TIME
           END-EVALUATE.

       READ-NEXT-BACKUP.
      *> hands back the next D image; the trailer ends the pass and
      *> is kept for CHECK-BACKUP-TRAILER
           MOVE "N" TO WS-IMAGE-TAKEN.
           PERFORM UNTIL WS-BACKUP-EOF = "Y" OR WS-IMAGE-TAKEN = "Y"
               READ BACKUP-FILE
                   AT END
                       MOVE "Y" TO WS-BACKUP-EOF
                   NOT AT END
                       EVALUATE BK-RECORD-TYPE
                           WHEN "D"
                               PERFORM TAKE-BACKUP-IMAGE
                               MOVE "Y" TO WS-IMAGE-TAKEN
                           WHEN "T"
                               MOVE "Y" TO WS-TRAILER-SEEN
                               MOVE "Y" TO WS-BACKUP-EOF
                               MOVE BK-RECORD-COUNT
                                   TO WS-BK-TRAILER-COUNT
                               MOVE BK-LOW-KEY TO WS-BK-TRAILER-LOW
                               MOVE BK-HIGH-KEY TO WS-BK-TRAILER-HIGH
                           WHEN OTHER
                               ADD 1 TO WS-BK-STRAY-COUNT
                       END-EVALUATE
               END-READ
           END-PERFORM.

       TAKE-BACKUP-IMAGE.
           ADD 1 TO WS-BACKUP-COUNT.
           MOVE BK-RECORD-BODY TO WS-BACKUP-IMAGE.
           MOVE SPACES TO WS-BACKUP-KEY.
           MOVE WS-BACKUP-IMAGE (1:WS-KEY-LENGTH) TO WS-BACKUP-KEY.
           IF WS-BACKUP-KEY NOT > WS-BK-PREV-KEY
               ADD 1 TO WS-BK-ORDER-COUNT
           END-IF.
           MOVE WS-BACKUP-KEY TO WS-BK-PREV-KEY.

       PROVE-BACKUP.
      *> a full read of the backup: it must end on a trailer whose
      *> count and key range agree with the images read, with the
      *> keys strictly ascending and nothing but D records between
           PERFORM OPEN-BACKUP-FOR-READ.
           IF WS-BACKUP-GOOD = "Y"
               PERFORM READ-NEXT-BACKUP
               MOVE WS-BACKUP-KEY TO WS-LOW-KEY
               PERFORM UNTIL WS-BACKUP-EOF = "Y"
                   MOVE WS-BACKUP-KEY TO WS-HIGH-KEY
                   PERFORM READ-NEXT-BACKUP
               END-PERFORM
               IF WS-BACKUP-COUNT = 0
                   MOVE SPACES TO WS-LOW-KEY WS-HIGH-KEY
               END-IF
               CLOSE BACKUP-FILE
               PERFORM CHECK-BACKUP-TRAILER
               IF WS-BACKUP-GOOD = "Y"
                   AND (WS-LOW-KEY NOT = WS-BK-TRAILER-LOW
                       OR WS-HIGH-KEY NOT = WS-BK-TRAILER-HIGH)
                   DISPLAY "Backup key range " WS-LOW-KEY " - "
                       WS-HIGH-KEY " disagrees with its trailer"
                   MOVE "N" TO WS-BACKUP-GOOD
               END-IF
               IF WS-BACKUP-GOOD = "Y"
                   DISPLAY "Backup proved .........: "
                       WS-BACKUP-COUNT " records, taken "
                       WS-BK-UNLOAD-DATE " " WS-BK-UNLOAD-TIME
               END-IF
           END-IF.

       CHECK-BACKUP-TRAILER.
           EVALUATE TRUE
               WHEN WS-TRAILER-SEEN = "N"
                   DISPLAY "GUESS-BKUP has no trailer - backup is"
                       " short"
                   MOVE "N" TO WS-BACKUP-GOOD
               WHEN WS-BK-TRAILER-COUNT NOT = WS-BACKUP-COUNT
                   DISPLAY "GUESS-BKUP trailer count "
                       WS-BK-TRAILER-COUNT " but " WS-BACKUP-COUNT
                       " records read"
                   MOVE "N" TO WS-BACKUP-GOOD
               WHEN WS-BK-STRAY-COUNT > 0
                   DISPLAY "GUESS-BKUP carries " WS-BK-STRAY-COUNT
                       " records that are neither D nor T"
                   MOVE "N" TO WS-BACKUP-GOOD
               WHEN WS-BK-ORDER-COUNT > 0
                   DISPLAY "GUESS-BKUP has " WS-BK-ORDER-COUNT
                       " keys out of order or repeated"
                   MOVE "N" TO WS-BACKUP-GOOD
           END-EVALUATE.

      *> ===============================================================
      *> master file handling - one branch per master
      *> ===============================================================
       COUNT-LIVE-MASTER.
           MOVE 0 TO WS-LIVE-COUNT.
           MOVE SPACES TO WS-LIVE-LOW WS-LIVE-HIGH.
           PERFORM OPEN-MASTER-INPUT.
           IF WS-MASTER-OPEN = "N"
               MOVE "N" TO WS-LIVE-READABLE
           ELSE
               MOVE "Y" TO WS-LIVE-READABLE
               PERFORM START-MASTER
               PERFORM UNTIL WS-MASTER-EOF = "Y"
                   PERFORM READ-NEXT-MASTER
                   IF WS-MASTER-EOF NOT = "Y"
                       ADD 1 TO WS-LIVE-COUNT
                       IF WS-LIVE-COUNT = 1
                           MOVE WS-MASTER-KEY TO WS-LIVE-LOW
                       END-IF
                       MOVE WS-MASTER-KEY TO WS-LIVE-HIGH
                   END-IF
               END-PERFORM
               PERFORM CLOSE-MASTER
           END-IF.

       OPEN-MASTER-INPUT.
           EVALUATE WS-FILE-NAME
               WHEN "OPERMAST"
                   OPEN INPUT OPERMAST-FILE
               WHEN "OPERRATE"
                   OPEN INPUT OPER-RATE-FILE
               WHEN "GUESS-SESS"
                   OPEN INPUT GUESS-SESS-FILE
               WHEN "GUESS-ALRM"
                   OPEN INPUT ALERT-MASTER-FILE
               WHEN "SHOPCAL"
                   OPEN INPUT SHOP-CAL-FILE
               WHEN "GUESS-SUSP"
                   OPEN INPUT GUESS-SUSP-FILE
               WHEN "GUESS-DISP"
                   OPEN INPUT GUESS-DISP-FILE
               WHEN "GUESS-TRNM"
                   OPEN INPUT TOURN-MASTER-FILE
               WHEN "GUESS-TRNE"
                   OPEN INPUT TOURN-ENTRANT-FILE
           END-EVALUATE.
           IF WS-MASTER-STATUS = "00"
               MOVE "Y" TO WS-MASTER-OPEN
           ELSE
               MOVE "N" TO WS-MASTER-OPEN
           END-IF.

       OPEN-MASTER-OUTPUT.
      *> OPEN OUTPUT recreates the master empty
           EVALUATE WS-FILE-NAME
               WHEN "OPERMAST"
                   OPEN OUTPUT OPERMAST-FILE
               WHEN "OPERRATE"
                   OPEN OUTPUT OPER-RATE-FILE
               WHEN "GUESS-SESS"
                   OPEN OUTPUT GUESS-SESS-FILE
               WHEN "GUESS-ALRM"
                   OPEN OUTPUT ALERT-MASTER-FILE
               WHEN "SHOPCAL"
                   OPEN OUTPUT SHOP-CAL-FILE
               WHEN "GUESS-SUSP"
                   OPEN OUTPUT GUESS-SUSP-FILE
               WHEN "GUESS-DISP"
                   OPEN OUTPUT GUESS-DISP-FILE
               WHEN "GUESS-TRNM"
                   OPEN OUTPUT TOURN-MASTER-FILE
               WHEN "GUESS-TRNE"
                   OPEN OUTPUT TOURN-ENTRANT-FILE
           END-EVALUATE.
           IF WS-MASTER-STATUS = "00"
               MOVE "Y" TO WS-MASTER-OPEN
           ELSE
               MOVE "N" TO WS-MASTER-OPEN
           END-IF.

       CLOSE-MASTER.
           EVALUATE WS-FILE-NAME
               WHEN "OPERMAST"
                   CLOSE OPERMAST-FILE
               WHEN "OPERRATE"
                   CLOSE OPER-RATE-FILE
               WHEN "GUESS-SESS"
                   CLOSE GUESS-SESS-FILE
               WHEN "GUESS-ALRM"
                   CLOSE ALERT-MASTER-FILE
               WHEN "SHOPCAL"
                   CLOSE SHOP-CAL-FILE
               WHEN "GUESS-SUSP"
                   CLOSE GUESS-SUSP-FILE
               WHEN "GUESS-DISP"
                   CLOSE GUESS-DISP-FILE
               WHEN "GUESS-TRNM"
                   CLOSE TOURN-MASTER-FILE
               WHEN "GUESS-TRNE"
                   CLOSE TOURN-ENTRANT-FILE
           END-EVALUATE.
           MOVE "N" TO WS-MASTER-OPEN.

       START-MASTER.
           MOVE "N" TO WS-MASTER-EOF.
           EVALUATE WS-FILE-NAME
               WHEN "OPERMAST"
                   MOVE LOW-VALUES TO OM-OPERATOR-ID
                   START OPERMAST-FILE KEY >= OM-OPERATOR-ID
                       INVALID KEY
                           MOVE "Y" TO WS-MASTER-EOF
                   END-START
               WHEN "OPERRATE"
                   MOVE LOW-VALUES TO OR-OPERATOR-ID
                   START OPER-RATE-FILE KEY >= OR-OPERATOR-ID
                       INVALID KEY
                           MOVE "Y" TO WS-MASTER-EOF
                   END-START
               WHEN "GUESS-SESS"
                   MOVE LOW-VALUES TO SM-SESSION-ID
                   START GUESS-SESS-FILE KEY >= SM-SESSION-ID
                       INVALID KEY
                           MOVE "Y" TO WS-MASTER-EOF
                   END-START
               WHEN "GUESS-ALRM"
                   MOVE 0 TO AL-ALERT-ID
                   START ALERT-MASTER-FILE KEY >= AL-ALERT-ID
                       INVALID KEY
                           MOVE "Y" TO WS-MASTER-EOF
                   END-START
               WHEN "SHOPCAL"
                   MOVE 0 TO CAL-DATE
                   START SHOP-CAL-FILE KEY >= CAL-DATE
                       INVALID KEY
                           MOVE "Y" TO WS-MASTER-EOF
                   END-START
               WHEN "GUESS-SUSP"
                   MOVE LOW-VALUES TO SU-SUSPENSE-KEY
                   START GUESS-SUSP-FILE KEY >= SU-SUSPENSE-KEY
                       INVALID KEY
                           MOVE "Y" TO WS-MASTER-EOF
                   END-START
               WHEN "GUESS-DISP"
                   MOVE LOW-VALUES TO DS-SESSION-ID
                   START GUESS-DISP-FILE KEY >= DS-SESSION-ID
                       INVALID KEY
                           MOVE "Y" TO WS-MASTER-EOF
                   END-START
               WHEN "GUESS-TRNM"
                   MOVE LOW-VALUES TO TN-KEY
                   START TOURN-MASTER-FILE KEY >= TN-KEY
                       INVALID KEY
                           MOVE "Y" TO WS-MASTER-EOF
                   END-START
               WHEN "GUESS-TRNE"
                   MOVE LOW-VALUES TO TE-KEY
                   START TOURN-ENTRANT-FILE KEY >= TE-KEY
                       INVALID KEY
                           MOVE "Y" TO WS-MASTER-EOF
                   END-START
           END-EVALUATE.

       READ-NEXT-MASTER.
      *> hands back the next record's image and key, space-filled
           IF WS-MASTER-EOF NOT = "Y"
               EVALUATE WS-FILE-NAME
                   WHEN "OPERMAST"
                       READ OPERMAST-FILE NEXT RECORD
                           AT END
                               MOVE "Y" TO WS-MASTER-EOF
                           NOT AT END
                               MOVE OPERMAST-RECORD TO WS-MASTER-IMAGE
                       END-READ
                   WHEN "OPERRATE"
                       READ OPER-RATE-FILE NEXT RECORD
                           AT END
                               MOVE "Y" TO WS-MASTER-EOF
                           NOT AT END
                               MOVE OPER-RATE-RECORD
                                   TO WS-MASTER-IMAGE
                       END-READ
                   WHEN "GUESS-SESS"
                       READ GUESS-SESS-FILE NEXT RECORD
                           AT END
                               MOVE "Y" TO WS-MASTER-EOF
                           NOT AT END
                               MOVE SESS-MASTER-RECORD
                                   TO WS-MASTER-IMAGE
                       END-READ
                   WHEN "GUESS-ALRM"
                       READ ALERT-MASTER-FILE NEXT RECORD
                           AT END
                               MOVE "Y" TO WS-MASTER-EOF
                           NOT AT END
                               MOVE ALERT-MASTER-RECORD
                                   TO WS-MASTER-IMAGE
                       END-READ
                   WHEN "SHOPCAL"
                       READ SHOP-CAL-FILE NEXT RECORD
                           AT END
                               MOVE "Y" TO WS-MASTER-EOF
                           NOT AT END
                               MOVE SHOP-CAL-RECORD TO WS-MASTER-IMAGE
                       END-READ
                   WHEN "GUESS-SUSP"
                       READ GUESS-SUSP-FILE NEXT RECORD
                           AT END
                               MOVE "Y" TO WS-MASTER-EOF
                           NOT AT END
                               MOVE SUSPENSE-RECORD TO WS-MASTER-IMAGE
                       END-READ
                   WHEN "GUESS-DISP"
                       READ GUESS-DISP-FILE NEXT RECORD
                           AT END
                               MOVE "Y" TO WS-MASTER-EOF
                           NOT AT END
                               MOVE DISPUTE-RECORD TO WS-MASTER-IMAGE
                       END-READ
                   WHEN "GUESS-TRNM"
                       READ TOURN-MASTER-FILE NEXT RECORD
                           AT END
                               MOVE "Y" TO WS-MASTER-EOF
                           NOT AT END
                               MOVE TOURN-RECORD TO WS-MASTER-IMAGE
                       END-READ
                   WHEN "GUESS-TRNE"
                       READ TOURN-ENTRANT-FILE NEXT RECORD
                           AT END
                               MOVE "Y" TO WS-MASTER-EOF
                           NOT AT END
                               MOVE TOURN-ENTRANT-RECORD
                                   TO WS-MASTER-IMAGE
                       END-READ
               END-EVALUATE
           END-IF.
           IF WS-MASTER-EOF NOT = "Y"
               MOVE SPACES TO WS-MASTER-KEY
               MOVE WS-MASTER-IMAGE (1:WS-KEY-LENGTH) TO WS-MASTER-KEY
           END-IF.

       WRITE-MASTER-IMAGE.
           MOVE "Y" TO WS-WRITE-OK.
           EVALUATE WS-FILE-NAME
               WHEN "OPERMAST"
                   MOVE WS-MASTER-IMAGE TO OPERMAST-RECORD
                   WRITE OPERMAST-RECORD
                       INVALID KEY
                           MOVE "N" TO WS-WRITE-OK
                   END-WRITE
               WHEN "OPERRATE"
                   MOVE WS-MASTER-IMAGE TO OPER-RATE-RECORD
                   WRITE OPER-RATE-RECORD
                       INVALID KEY
                           MOVE "N" TO WS-WRITE-OK
                   END-WRITE
               WHEN "GUESS-SESS"
                   MOVE WS-MASTER-IMAGE TO SESS-MASTER-RECORD
                   WRITE SESS-MASTER-RECORD
                       INVALID KEY
                           MOVE "N" TO WS-WRITE-OK
                   END-WRITE
               WHEN "GUESS-ALRM"
                   MOVE WS-MASTER-IMAGE TO ALERT-MASTER-RECORD
                   WRITE ALERT-MASTER-RECORD
                       INVALID KEY
                           MOVE "N" TO WS-WRITE-OK
                   END-WRITE
               WHEN "SHOPCAL"
                   MOVE WS-MASTER-IMAGE TO SHOP-CAL-RECORD
                   WRITE SHOP-CAL-RECORD
                       INVALID KEY
                           MOVE "N" TO WS-WRITE-OK
                   END-WRITE
               WHEN "GUESS-SUSP"
                   MOVE WS-MASTER-IMAGE TO SUSPENSE-RECORD
                   WRITE SUSPENSE-RECORD
                       INVALID KEY
                           MOVE "N" TO WS-WRITE-OK
                   END-WRITE
               WHEN "GUESS-DISP"
                   MOVE WS-MASTER-IMAGE TO DISPUTE-RECORD
                   WRITE DISPUTE-RECORD
                       INVALID KEY
                           MOVE "N" TO WS-WRITE-OK
                   END-WRITE
               WHEN "GUESS-TRNM"
                   MOVE WS-MASTER-IMAGE TO TOURN-RECORD
                   WRITE TOURN-RECORD
                       INVALID KEY
                           MOVE "N" TO WS-WRITE-OK
                   END-WRITE
               WHEN "GUESS-TRNE"
                   MOVE WS-MASTER-IMAGE TO TOURN-ENTRANT-RECORD
                   WRITE TOURN-ENTRANT-RECORD
                       INVALID KEY
                           MOVE "N" TO WS-WRITE-OK
                   END-WRITE
           END-EVALUATE.

       WRITE-RUN-CONTROL.
      *> one record per run on the shared run log, read by the
      *> morning status report - a log that cannot be opened
      *> costs the run its line on that report, nothing more
           INITIALIZE RUN-CONTROL-RECORD.
           MOVE "FINDNBKP" TO RL-PROGRAM.
           STRING WS-FUNCTION DELIMITED BY SPACE
               " " WS-FILE-NAME DELIMITED BY SIZE
               INTO RL-QUALIFIER.
           MOVE WS-RUN-DATE TO RL-RUN-DATE.
           MOVE RL-RUN-DATE TO RL-BUSINESS-DATE.
           MOVE WS-RUN-START-DATE TO RL-START-DATE.
           MOVE WS-RUN-START-TIME TO RL-START-TIME.
           ACCEPT RL-END-DATE FROM DATE YYYYMMDD.
           ACCEPT RL-END-TIME FROM TIME.
           MOVE RETURN-CODE TO RL-RETURN-CODE.
           PERFORM SET-RUN-CONTROL-COUNTS.
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

       SET-RUN-CONTROL-COUNTS.
      *> the counts that prove the function - what the backup holds
      *> and what the live master holds at the end of the run
           EVALUATE WS-FUNCTION
               WHEN "UNLOAD"
                   MOVE "UNLOADED" TO RL-COUNT-NAME (1)
                   MOVE WS-UNLOAD-COUNT TO RL-COUNT-VALUE (1)
               WHEN "VERIFY"
                   MOVE "BACKUP" TO RL-COUNT-NAME (1)
                   MOVE WS-BACKUP-COUNT TO RL-COUNT-VALUE (1)
                   MOVE "MATCHED" TO RL-COUNT-NAME (2)
                   MOVE WS-MATCHED-COUNT TO RL-COUNT-VALUE (2)
                   MOVE "DIFFERS" TO RL-COUNT-NAME (3)
                   MOVE WS-LISTED TO RL-COUNT-VALUE (3)
               WHEN "RELOAD"
                   MOVE "BEFORE" TO RL-COUNT-NAME (1)
                   MOVE WS-BEFORE-COUNT TO RL-COUNT-VALUE (1)
                   MOVE "BACKUP" TO RL-COUNT-NAME (2)
                   MOVE WS-BACKUP-COUNT TO RL-COUNT-VALUE (2)
                   MOVE "LOADED" TO RL-COUNT-NAME (3)
                   MOVE WS-LOADED-COUNT TO RL-COUNT-VALUE (3)
                   MOVE "AFTER" TO RL-COUNT-NAME (4)
                   MOVE WS-LIVE-COUNT TO RL-COUNT-VALUE (4)
               WHEN "REBUILD"
                   MOVE "BEFORE" TO RL-COUNT-NAME (1)
                   MOVE WS-BEFORE-COUNT TO RL-COUNT-VALUE (1)
                   MOVE "LOGREAD" TO RL-COUNT-NAME (2)
                   COMPUTE RL-COUNT-VALUE (2) =
                       WS-HIST-READ + WS-LOG-READ
                   MOVE "WRITTEN" TO RL-COUNT-NAME (3)
                   MOVE WS-SESS-WRITTEN TO RL-COUNT-VALUE (3)
                   MOVE "AFTER" TO RL-COUNT-NAME (4)
                   MOVE WS-LIVE-COUNT TO RL-COUNT-VALUE (4)
                   MOVE "FAILED" TO RL-COUNT-NAME (5)
                   MOVE WS-SESS-FAILED TO RL-COUNT-VALUE (5)
           END-EVALUATE.
       END PROGRAM FindTheNumberBKP.
