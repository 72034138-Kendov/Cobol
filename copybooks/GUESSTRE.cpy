      ******************************************************************
      * GUESSTRE.cpy
      * Tournament entrant file, indexed on tournament ID + operator
      * ID - one record per operator entered in a tournament, kept
      * by FindTheNumberTRN. The seed and the rating it was taken
      * from are frozen at seeding, so the bracket still reads right
      * after the nightly rating pass has moved OR-RATING on.
      ******************************************************************
       01  TOURN-ENTRANT-RECORD.
           05  TE-KEY.
               10  TE-TOURN-ID         PIC X(8).
               10  TE-OPERATOR-ID      PIC X(8).
           05  TE-STATUS               PIC X.
      *>      E = entered, not yet seeded, A = still in,
      *>      O = knocked out, C = champion
           05  TE-SEED                 PIC 9(3).
           05  TE-RATING               PIC 9(5).
      *>      OR-RATING at seeding - 1000 for an operator not yet
      *>      rated, the rating every new operator starts on
           05  TE-OUT-ROUND            PIC 9(2).
      *>      the round the operator went out in, 00 while still in
           05  TE-MATCHES-WON          PIC 9(2).
           05  TE-DRAWS                PIC 9(2).
           05  TE-ENTERED-DATE         PIC 9(8).
           05  FILLER                  PIC X(10).
