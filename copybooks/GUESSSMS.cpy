      *>      same codes as GL-RESULT-CODE
           05  SM-LOG-DATE             PIC 9(8).
           05  SM-LOG-TIME             PIC 9(8).
           05  SM-TOURN-ID             PIC X(8).
      *>      the tournament a duel was played for (the game's TOURN=
      *>      PARM), spaces on a casual duel and on solo sessions -
      *>      keeps tournament matches apart from the floor's
      *>      one-off duels
           05  SM-TOURN-ROUND          PIC 9(2).
           05  SM-TOURN-MATCH          PIC 9(2).
           05  SM-TIME-LIMIT           PIC 9(4).
      *>      seconds the session was allowed on the clock, zero on
      *>      an untimed session (batch, duel, replay, or a run
      *>      without TIMELIMIT=)
           05  SM-SECONDS-USED         PIC 9(6).
      *>      seconds of that allowance spent on the console panel
