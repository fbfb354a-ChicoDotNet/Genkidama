      * Record layout for the SHADOW-SOURCE log Driver writes into a
      * shadow file set. One record per SHDWSEED.DAT entry saying
      * where the shadow run's copy came from, so the comparison
      * report shows exactly which candidate files were under test.
       01  SHADOW-SOURCE-RECORD.
           05  SRC-FILE-NAME            PIC X(14).
           05  SRC-ORIGIN               PIC X(9).
               88  SRC-FROM-CANDIDATE       VALUE "CANDIDATE".
               88  SRC-FROM-LIVE            VALUE "LIVE".
               88  SRC-STARTED-EMPTY        VALUE "EMPTY".
               88  SRC-REMOVED              VALUE "REMOVED".
               88  SRC-NOT-FOUND            VALUE "ABSENT".
