      * OPERCHG.cpy
      * Change-journal record for OPERMAST maintenance, written by
      * FindTheNumberOPM for every add / deactivate / reactivate /
      * correct, by FindTheNumberHRF for every HR feed change it
      * applies, and read back by FindTheNumberCHG. OPERMAST gates
      * who may create GUESS-LOG activity at all, so audit gets the
      * who / when / what-it-said-before of every master change.
      ******************************************************************
           05  CG-LOG-TIME             PIC 9(8).
           05  CG-MAINT-ID             PIC X(8).
      *>      who ran the maintenance session - validated against
      *>      OPERMAST the same way sign-on is; HRFEED for changes
      *>      applied from the HR feed
           05  CG-TARGET-ID            PIC X(8).
           05  CG-OLD-IMAGE.
               10  CG-OLD-NAME         PIC X(30).
