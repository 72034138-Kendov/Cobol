      *>      entries (interactive session ended itself rather than
      *>      let a dropped terminal spin the re-prompt loop forever),
      *>      D = duel win, L = duel loss, E = duel drawn (shared cap
      *>      exhausted with no winner), T = timed out (interactive
      *>      session ran past its TIMELIMIT=/tier clock allowance)
           05  GL-LOG-DATE             PIC 9(8).
           05  GL-LOG-TIME             PIC 9(8).
           05  GL-UPPER-BOUND          PIC 9(6).
