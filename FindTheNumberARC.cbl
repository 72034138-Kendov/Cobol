      *          prove with a control report that nothing was lost.
      *          Run monthly from FINDHKP; the report program can
      *          answer historical questions against the history
      *          file with SOURCE=HIST. Each run that moves records
      *          appends an entry to the GUESS-HCAT history catalog -
      *          period, the dataset GUESS-HIST was written to,
      *          records moved and their date range - so the trend
      *          report can find every period without being pointed
      *          at each one. HISTDSN= names that dataset and points
      *          GUESS-HIST at it; without it the name GUESS-HIST
      *          resolves to for the step (DD_GUESS-HIST, or the
      *          ASSIGN name itself) is the one cataloged.
      *          RETURN CODES: 0 = archived and cataloged, 4 =
      *          archived but the catalog entry could not be written
      *          (add it before the trend report is next run), 8 =
      *          CUTOFF= missing, GUESS-LOG unavailable or the counts
      *          did not balance.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT GUESS-WORK-FILE ASSIGN TO "GUESS-WORK"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.
           SELECT HIST-CATALOG-FILE ASSIGN TO "GUESS-HCAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HCAT-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "GUESS-RUNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  GUESS-LOG-FILE.
       01  GUESS-HIST-RECORD           PIC X(74).
       FD  GUESS-WORK-FILE.
       01  GUESS-WORK-RECORD           PIC X(74).
       FD  HIST-CATALOG-FILE.
           COPY GUESSHCT.
       FD  RUN-CONTROL-FILE.
           COPY GUESSRCL.
       WORKING-STORAGE SECTION.
           01 WS-LOG-STATUS PIC XX.
           01 WS-HIST-STATUS PIC XX.
           01 WS-RETAINED-COUNT BINARY-LONG VALUE 0.
           01 WS-REWRITTEN-COUNT BINARY-LONG VALUE 0.

      *> ---- history catalog entry for the dataset written ----
           01 WS-HCAT-STATUS PIC XX.
           01 WS-HIST-DSN PIC X(44) VALUE SPACES.
           01 WS-FIRST-MOVED PIC 9(8) VALUE 0.
           01 WS-LAST-MOVED PIC 9(8) VALUE 0.
           01 WS-CATALOGED BINARY-LONG VALUE 0.

      *> ---- run-control log ----
           01 WS-RUNL-STATUS PIC XX.
           01 WS-RUN-START-DATE PIC 9(8).
           01 WS-RUN-START-TIME PIC 9(8).

      *> ---- control-parm (same KEY=VALUE shape as the other
      *>      programs; CUTOFF= is the last day of the closed period,
      *>      HISTDSN= the dataset to write the period to - wide
      *>      enough for a full dataset name)
           01 WS-PARM                  PIC X(80).
           01 WS-PARM-TOKEN            PIC X(56).
           01 WS-PARM-KEY              PIC X(10).
           01 WS-PARM-VALUE            PIC X(44).
           01 WS-PARM-PTR              BINARY-LONG.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE 0 TO RETURN-CODE.
           ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-START-TIME FROM TIME.
           PERFORM PARSE-CONTROL-PARM.
           IF WS-CUTOFF-DATE = 0
               DISPLAY "CUTOFF=YYYYMMDD is required - nothing done"
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM RESOLVE-HIST-DSN
               PERFORM SPLIT-LIVE-LOG
               IF RETURN-CODE = 0
                   PERFORM REWRITE-LIVE-LOG
                   PERFORM PRINT-CONTROL-REPORT
                   IF WS-MOVED-COUNT > 0
                       PERFORM WRITE-CATALOG-ENTRY
                   END-IF
               END-IF
           END-IF.
           PERFORM WRITE-RUN-CONTROL.
           STOP RUN.

       PARSE-CONTROL-PARM.
                           COMPUTE WS-CUTOFF-DATE =
                               FUNCTION NUMVAL (WS-PARM-VALUE)
                       END-IF
                   WHEN WS-PARM-KEY = "HISTDSN"
                       MOVE WS-PARM-VALUE TO WS-HIST-DSN
               END-EVALUATE
               MOVE SPACES TO WS-PARM-TOKEN WS-PARM-KEY WS-PARM-VALUE
           END-PERFORM.

       RESOLVE-HIST-DSN.
      *> the catalog names the dataset the records really went to.
      *> The runtime maps GUESS-HIST through DD_GUESS-HIST when it is
      *> set and to a file of the ASSIGN name when it is not - the
      *> same mapping the trend report sets to read each period back.
           IF WS-HIST-DSN NOT = SPACES
               DISPLAY "DD_GUESS-HIST" UPON ENVIRONMENT-NAME
               DISPLAY WS-HIST-DSN UPON ENVIRONMENT-VALUE
           ELSE
               ACCEPT WS-HIST-DSN FROM ENVIRONMENT "DD_GUESS-HIST"
               IF WS-HIST-DSN = SPACES
                   MOVE "GUESS-HIST" TO WS-HIST-DSN
               END-IF
           END-IF.
           DISPLAY "History dataset .......: " WS-HIST-DSN.

       SPLIT-LIVE-LOG.
      *> single pass over the live log: closed-period records go to
      *> the history file (EXTEND, so a rerun against a fresh month
           IF GL-LOG-DATE <= WS-CUTOFF-DATE
               WRITE GUESS-HIST-RECORD FROM GUESS-LOG-RECORD
               ADD 1 TO WS-MOVED-COUNT
               IF WS-FIRST-MOVED = 0 OR GL-LOG-DATE < WS-FIRST-MOVED
                   MOVE GL-LOG-DATE TO WS-FIRST-MOVED
               END-IF
               IF GL-LOG-DATE > WS-LAST-MOVED
                   MOVE GL-LOG-DATE TO WS-LAST-MOVED
               END-IF
           ELSE
               WRITE GUESS-WORK-RECORD FROM GUESS-LOG-RECORD
               ADD 1 TO WS-RETAINED-COUNT
                   " the next run"
               MOVE 8 TO RETURN-CODE
           END-IF.

       WRITE-CATALOG-ENTRY.
      *> catalogued even when the counts did not balance - the
      *> records are in the history dataset either way, and the
      *> trend report proves each dataset against the catalog
           MOVE SPACES TO HIST-CATALOG-RECORD.
           MOVE WS-CUTOFF-DATE (1:6) TO HC-PERIOD.
           MOVE WS-HIST-DSN TO HC-DSN.
           MOVE WS-MOVED-COUNT TO HC-RECORD-COUNT.
           MOVE WS-FIRST-MOVED TO HC-FIRST-DATE.
           MOVE WS-LAST-MOVED TO HC-LAST-DATE.
           MOVE WS-CUTOFF-DATE TO HC-CUTOFF-DATE.
           ACCEPT HC-ARCHIVED-DATE FROM DATE YYYYMMDD.
           ACCEPT HC-ARCHIVED-TIME FROM TIME.
           OPEN EXTEND HIST-CATALOG-FILE.
           IF WS-HCAT-STATUS = "35"
               OPEN OUTPUT HIST-CATALOG-FILE
           END-IF.
           IF WS-HCAT-STATUS = "00"
               WRITE HIST-CATALOG-RECORD
               CLOSE HIST-CATALOG-FILE
               MOVE 1 TO WS-CATALOGED
               DISPLAY "Cataloged as ..........: " HC-DSN
               DISPLAY "Log dates moved .......: " HC-FIRST-DATE
                   " to " HC-LAST-DATE
           ELSE
               DISPLAY "GUESS-HCAT not available - status "
                   WS-HCAT-STATUS " - " WS-HIST-DSN " not cataloged"
               IF RETURN-CODE = 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       WRITE-RUN-CONTROL.
      *> one record per run on the shared run log, read by the
      *> morning status report - a log that cannot be opened
      *> costs the run its line on that report, nothing more
           INITIALIZE RUN-CONTROL-RECORD.
           MOVE "FINDNARC" TO RL-PROGRAM.
           MOVE WS-RUN-START-DATE TO RL-RUN-DATE.
           MOVE RL-RUN-DATE TO RL-BUSINESS-DATE.
           MOVE WS-RUN-START-DATE TO RL-START-DATE.
           MOVE WS-RUN-START-TIME TO RL-START-TIME.
           ACCEPT RL-END-DATE FROM DATE YYYYMMDD.
           ACCEPT RL-END-TIME FROM TIME.
           MOVE RETURN-CODE TO RL-RETURN-CODE.
           MOVE "READ" TO RL-COUNT-NAME (1).
           MOVE WS-READ-COUNT TO RL-COUNT-VALUE (1).
           MOVE "MOVED" TO RL-COUNT-NAME (2).
           MOVE WS-MOVED-COUNT TO RL-COUNT-VALUE (2).
           MOVE "RETAINED" TO RL-COUNT-NAME (3).
           MOVE WS-RETAINED-COUNT TO RL-COUNT-VALUE (3).
           MOVE "REWRITTN" TO RL-COUNT-NAME (4).
           MOVE WS-REWRITTEN-COUNT TO RL-COUNT-VALUE (4).
           MOVE "CATALOGD" TO RL-COUNT-NAME (5).
           MOVE WS-CATALOGED TO RL-COUNT-VALUE (5).
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
       END PROGRAM FindTheNumberARC.
