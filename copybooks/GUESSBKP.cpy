      ******************************************************************
      * GUESSBKP.cpy
      * Unload image of one indexed master, written by
      * FindTheNumberBKP as a controlled sequential file in the same
      * H/D/T shape as the shift captures: an "H" header naming the
      * master, the unload date and time and the master's record
      * length, one "D" record per master record in key order
      * carrying the record image unchanged, and a "T" trailer with
      * the record count and the lowest and highest key unloaded.
      * A backup is only trusted for verify or reload when the header
      * names the master asked for, the record length still matches
      * the master's layout, and the trailer balances.
      ******************************************************************
       01  BACKUP-RECORD.
           05  BK-RECORD-TYPE          PIC X.
      *>      H = header, D = master record image, T = trailer
           05  BK-FILE-NAME            PIC X(10).
      *>      the master's logical name - OPERMAST, OPERRATE,
      *>      GUESS-SESS, GUESS-ALRM, SHOPCAL, GUESS-SUSP, GUESS-DISP,
      *>      GUESS-TRNM, GUESS-TRNE
           05  BK-RECORD-BODY          PIC X(300).
      *>      D: the master record, space-filled past its length
           05  BK-HEADER REDEFINES BK-RECORD-BODY.
               10  BK-UNLOAD-DATE      PIC 9(8).
               10  BK-UNLOAD-TIME      PIC 9(8).
               10  BK-RECORD-LENGTH    PIC 9(4).
               10  FILLER              PIC X(280).
           05  BK-TRAILER REDEFINES BK-RECORD-BODY.
               10  BK-RECORD-COUNT     PIC 9(9).
               10  BK-LOW-KEY          PIC X(20).
               10  BK-HIGH-KEY         PIC X(20).
               10  FILLER              PIC X(251).
