           05  AL-CONDITION            PIC X(8).
      *>      ZEROSESS = no sessions on a business day,
      *>      CAPRATE  = cap-rate percentage over threshold,
      *>      TIMEOUT  = timed-out-rate percentage over threshold,
      *>      BADINPUT = bad-input sessions over threshold,
      *>      OPERBAD  = operator fed more invalid than real guesses,
      *>      FAIRNESS = a range's winning numbers failed the decile
      *>                 goodness-of-fit test (FindTheNumberFAI)
           05  AL-OPERATOR-ID          PIC X(8).
      *>      the operator the condition names, spaces for the
      *>      shop-wide conditions
