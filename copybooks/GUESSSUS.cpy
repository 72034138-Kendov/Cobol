      ******************************************************************
      * GUESSSUS.cpy
      * Slip suspense record, indexed on business date + slip
      * position. The batch pass used to count slips punched with an
      * unknown or deactivated operator ID and throw them away; they
      * are now parked here instead. A supervisor corrects the ID or
      * voids each one at the console with FindTheNumberSUS, and
      * FindTheNumberSRL releases the corrected slips into a
      * balanced resubmission file for the next batch pass.
      ******************************************************************
       01  SUSPENSE-RECORD.
           05  SU-SUSPENSE-KEY.
               10  SU-BUSINESS-DATE    PIC 9(8).
      *>          business date off the GUESS-INPUT header
               10  SU-SLIP-POSITION    PIC 9(8).
      *>          ordinal of the slip among the file's "D" records -
      *>          the same count the batch checkpoint keeps, so a
      *>          RESTART=Y rerun suspends a slip onto the same key
           05  SU-SHIFT                PIC X(5).
      *>      originating shift off the GUESS-INPUT header
           05  SU-OPERATOR-ID          PIC X(8).
      *>      the ID as punched on the slip
           05  SU-GUESS-TEXT           PIC X(6).
           05  SU-REASON               PIC X.
      *>      U = ID not on OPERMAST, D = ID on OPERMAST but deactivated
           05  SU-STATUS               PIC X.
      *>      S = suspended, C = corrected (awaiting release),
      *>      P = released onto the resubmission file, awaiting the
      *>      merge, R = merged back into GUESS-INPUT, V = voided
           05  SU-SUSPEND-DATE         PIC 9(8).
           05  SU-SUSPEND-TIME         PIC 9(8).
           05  SU-CORRECTED-ID         PIC X(8).
      *>      the operator ID the supervisor put on the slip
           05  SU-SUPERVISOR-ID        PIC X(8).
      *>      who corrected or voided it - validated against OPERMAST
           05  SU-ACTION-DATE          PIC 9(8).
           05  SU-ACTION-TIME          PIC 9(8).
           05  SU-VOID-NOTE            PIC X(30).
      *>      the supervisor's reason, on voided slips only
           05  SU-RELEASE-DATE         PIC 9(8).
      *>      run date of the latest release that put the slip on
      *>      the resubmission file - restamped every night it goes
      *>      out again until the merge takes it, zero until
      *>      released
