      ******************************************************************
      * GUESSRCL.cpy
      * Run-control record, appended to the shared GUESS-RUNL run log
      * by every batch program as it finishes - one record per run,
      * reruns included. Each step used to leave its counts and
      * return code in SYSOUT and nowhere else; FindTheNumberOPS
      * reads this log in the morning to say whether the night was
      * clean, which expected steps never ran, and whether the counts
      * carried forward from one step to the next.
      ******************************************************************
       01  RUN-CONTROL-RECORD.
           05  RL-PROGRAM              PIC X(8).
      *>      the program's JCL name - FINDNMRG, FINDNUM, FINDNRTG ...
           05  RL-QUALIFIER            PIC X(20).
      *>      what the run worked on where one program runs several
      *>      times a night (FINDNBKP: the function and the master),
      *>      spaces otherwise
           05  RL-RUN-DATE             PIC 9(8).
      *>      the night the run belongs to - the RUNDATE= the step
      *>      took, or the date it ran on; the morning report
      *>      selects on this
           05  RL-BUSINESS-DATE        PIC 9(8).
      *>      the business date of the slips the step handled
      *>      (GUESS-INPUT header) where it has one, else the run
      *>      date
           05  RL-START-DATE           PIC 9(8).
           05  RL-START-TIME           PIC 9(8).
           05  RL-END-DATE             PIC 9(8).
           05  RL-END-TIME             PIC 9(8).
           05  RL-RETURN-CODE          PIC 9(4).
           05  RL-COUNT-ENTRY          OCCURS 6 TIMES.
      *>      the step's key control counts, each under a short name
      *>      the morning report matches on - SLIPSIN, SESSIONS,
      *>      LOGDAY, ALERTS ... - unused entries are spaces / zero
               10  RL-COUNT-NAME       PIC X(8).
               10  RL-COUNT-VALUE      PIC 9(9).
           05  FILLER                  PIC X(8).
