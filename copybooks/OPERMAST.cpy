      * OPERMAST.cpy
      * Operator master record, indexed on OM-OPERATOR-ID. Both the
      * interactive sign-on and the batch pass validate against this
      * file, so only IDs administered here (FindTheNumberOPM, or
      * the nightly HR feed applied by FindTheNumberHRF) can
      * create GUESS-LOG activity; the report program uses it to put
      * a real name and shift next to each leaderboard row.
      ******************************************************************
