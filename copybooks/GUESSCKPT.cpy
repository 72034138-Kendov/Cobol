      *>      the in-flight session's unique identifier, so a
      *>      resumed session keeps stamping the same ID instead of
      *>      splitting one session's trail across two
           05  CK-TIME-LIMIT           PIC 9(4).
           05  CK-SECONDS-USED         PIC 9(6).
      *>      a timed interactive session's allowance and the seconds
      *>      already spent, so a resumed session carries on with the
      *>      clock it had rather than a fresh one - one already past
      *>      its allowance concludes "T" as soon as it is resumed.
      *>      Zero on an untimed session and on a batch position
