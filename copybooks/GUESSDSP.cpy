      ******************************************************************
      * GUESSDSP.cpy
      * Dispute case master, indexed on the session identifier of
      * the disputed session - one case per session. Opened, worked
      * and closed at the supervisor console (FindTheNumberDSP). A
      * closed case's ruling is honoured by every program that
      * counts sessions: a voided session is left out of the report,
      * the extract, the statements and the rating pass, and a
      * corrected one is counted under the corrected result and
      * attempts instead of the ones logged. GUESS-LOG and
      * GUESS-SESS themselves are never altered - the case carries
      * the original figures alongside the ruling.
      ******************************************************************
       01  DISPUTE-RECORD.
           05  DS-SESSION-ID           PIC X(20).
           05  DS-OPERATOR-ID          PIC X(8).
      *>      operator who played the session, off GUESS-SESS
           05  DS-MODE                 PIC X.
      *>      I / B / D as on SM-MODE
           05  DS-SESSION-DATE         PIC 9(8).
      *>      SM-LOG-DATE - the date the session was logged and rated
           05  DS-UPPER-BOUND          PIC 9(6).
           05  DS-ORIG-RESULT          PIC X.
           05  DS-ORIG-ATTEMPTS        PIC 9(4).
           05  DS-RAISED-BY            PIC X(8).
      *>      operator who raised the dispute - on OPERMAST
           05  DS-RAISED-DATE          PIC 9(8).
           05  DS-RAISED-TIME          PIC 9(8).
           05  DS-COMPLAINT            PIC X(60).
           05  DS-STATUS               PIC X.
      *>      O = open, W = being worked, C = closed with a ruling
           05  DS-SUPERVISOR-ID        PIC X(8).
      *>      supervisor who last worked or decided the case -
      *>      validated against OPERMAST at console sign-on
           05  DS-WORK-NOTE            PIC X(60).
           05  DS-RULING               PIC X.
      *>      space until closed, then U = upheld (the session
      *>      stands as logged), V = voided (the session does not
      *>      count anywhere), R = result corrected
           05  DS-CORR-RESULT          PIC X.
           05  DS-CORR-ATTEMPTS        PIC 9(4).
      *>      the result and attempts a corrected session counts
      *>      under - solo result codes only
           05  DS-RULING-DATE          PIC 9(8).
           05  DS-RULING-TIME          PIC 9(8).
           05  DS-RATING-ADJUSTED      PIC X.
      *>      Y once the rating pass has reflected the ruling in
      *>      OPERRATE, so a late ruling is only ever applied once
