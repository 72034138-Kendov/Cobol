      ******************************************************************
      * OPERHRF.cpy
      * HR change feed for the operator master, sent nightly by HR as
      * a controlled file in the same H/D/T shape as the shift
      * captures: an "H" header carrying the feed date, one "D"
      * record per people change, and a "T" trailer with the expected
      * change count. HR sends the header/trailer pair even on a
      * night with no changes. FindTheNumberHRF validates each change
      * and applies it to OPERMAST, journalling it to OPERCHG the
      * same way FindTheNumberOPM does; a feed that fails its controls
      * is refused whole.
      ******************************************************************
       01  HR-FEED-RECORD.
           05  HF-RECORD-TYPE          PIC X.
      *>      H = header, D = change, T = trailer
           05  HF-RECORD-BODY.
               10  HF-CHANGE-CODE      PIC X(3).
      *>          HIR = new hire (or rehire of a terminated ID),
      *>          XFR = shift transfer, TRM = termination,
      *>          NAM = name change
               10  HF-OPERATOR-ID      PIC X(8).
               10  HF-EFFECTIVE-DATE   PIC X(8).
      *>          YYYYMMDD - a change is only applied once it is in
      *>          effect on the run date
               10  HF-OPERATOR-NAME    PIC X(30).
      *>          HIR and NAM only
               10  HF-SHIFT            PIC X(5).
      *>          HIR and XFR only - DAY, EVE or NIGHT
               10  HF-TIER             PIC X.
      *>          HIR only - T, S, V or space, as on OPERMAST
               10  FILLER              PIC X(24).
           05  HF-HEADER REDEFINES HF-RECORD-BODY.
               10  HF-FEED-DATE        PIC 9(8).
               10  FILLER              PIC X(71).
           05  HF-TRAILER REDEFINES HF-RECORD-BODY.
               10  HF-CHANGE-COUNT     PIC 9(8).
               10  FILLER              PIC X(71).
