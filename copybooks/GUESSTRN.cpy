      ******************************************************************
      * GUESSTRN.cpy
      * Tournament master, indexed on tournament ID + round + match.
      * Each knockout tournament is one header record (round 00,
      * match 00) followed in key order by its match records, round
      * by round - the bracket reads straight off the file. Built and
      * advanced by FindTheNumberTRN; the game reads it in duel mode
      * (TOURN= PARM) to confirm the two operators signed on have a
      * match to play and to tag their duel on GUESS-SESS.
      ******************************************************************
       01  TOURN-RECORD.
           05  TN-KEY.
               10  TN-TOURN-ID         PIC X(8).
               10  TN-ROUND            PIC 9(2).
      *>          00 on the header, 01 = first round ...
               10  TN-MATCH            PIC 9(2).
      *>          00 on the header, else the match's position in the
      *>          round, top of the bracket first
           05  TN-BODY                 PIC X(100).
           05  TN-HEADER REDEFINES TN-BODY.
               10  TN-STATUS           PIC X.
      *>          O = open for entries, P = in play (seeded),
      *>          F = finished
               10  TN-OPENED-DATE      PIC 9(8).
               10  TN-SEEDED-DATE      PIC 9(8).
               10  TN-FINISHED-DATE    PIC 9(8).
               10  TN-SHIFT            PIC X(5).
      *>          entry restricted to one shift, spaces = whole floor
               10  TN-UPPER-BOUND      PIC 9(6).
               10  TN-MAX-ATTEMPTS     PIC 9(4).
      *>          every match is played at the same range and shared
      *>          cap, whatever the entrants' tiers
               10  TN-ENTRANT-COUNT    PIC 9(3).
               10  TN-BRACKET-SIZE     PIC 9(3).
      *>          entrants rounded up to a power of two - the top
      *>          seeds take the byes
               10  TN-ROUNDS           PIC 9(2).
               10  TN-CURRENT-ROUND    PIC 9(2).
               10  TN-CHAMPION-ID      PIC X(8).
               10  FILLER              PIC X(42).
           05  TN-MATCH-BODY REDEFINES TN-BODY.
               10  TN-MATCH-STATUS     PIC X.
      *>          S = scheduled, R = drawn - replay due, W = won,
      *>          B = bye (the seeded operator goes through unplayed)
               10  TN-OPER-1           PIC X(8).
               10  TN-SEED-1           PIC 9(3).
               10  TN-OPER-2           PIC X(8).
      *>          spaces on a bye
               10  TN-SEED-2           PIC 9(3).
               10  TN-DRAWS            PIC 9(2).
      *>          drawn duels (GL-RESULT-CODE E) played for the match
               10  TN-WINNER-ID        PIC X(8).
               10  TN-WIN-SESSION-ID   PIC X(20).
      *>          the winner's half of the deciding duel
               10  TN-SCHEDULED-DATE   PIC 9(8).
               10  TN-DECIDED-DATE     PIC 9(8).
               10  FILLER              PIC X(31).
