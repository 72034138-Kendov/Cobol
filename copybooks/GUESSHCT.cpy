      ******************************************************************
      * GUESSHCT.cpy
      * History catalog, appended to GUESS-HCAT by FindTheNumberARC -
      * one record per archive run, naming the dated GUESS-HIST
      * dataset the run rolled the closed period into, how many log
      * records it moved there and the log dates they span. A rerun
      * that appends to the same dataset adds a second record for
      * it; the dataset holds the sum. FindTheNumberTRD walks the
      * catalog to read every period in a span in one run, and
      * proves each dataset still holds what was cataloged.
      ******************************************************************
       01  HIST-CATALOG-RECORD.
           05  HC-PERIOD               PIC 9(6).
      *>      YYYYMM of the archive cutoff - the month closed
           05  HC-DSN                  PIC X(44).
      *>      the GUESS-HIST dataset the records went to
           05  HC-RECORD-COUNT         PIC 9(9).
      *>      log records moved to it by this run
           05  HC-FIRST-DATE           PIC 9(8).
           05  HC-LAST-DATE            PIC 9(8).
      *>      lowest and highest GL-LOG-DATE among them - a first
      *>      archive of a backlog spans more than the one month
           05  HC-CUTOFF-DATE          PIC 9(8).
           05  HC-ARCHIVED-DATE        PIC 9(8).
           05  HC-ARCHIVED-TIME        PIC 9(8).
           05  FILLER                  PIC X(11).
