      * Record layout for the CHARGEBACK-RATE control file. One
      * record per DB-TYPE giving the price of each unit of batch
      * capacity its extracts use; a DB-TYPE of "*" is the default
      * for any DB-TYPE without a row of its own. Rows are priced per
      * thousand, connect failures and failovers per event, and the
      * extract's elapsed time per minute.
       01  CHARGE-RATE-RECORD.
           05  CRT-DB-TYPE              PIC X(10).
           05  CRT-SOURCE-RUN-RATE      PIC 9(3)V99.
           05  CRT-CACHE-HIT-RATE       PIC 9(3)V99.
           05  CRT-ROW-RATE             PIC 9(3)V99.
           05  CRT-DETAIL-RATE          PIC 9(3)V99.
           05  CRT-CONNECT-RATE         PIC 9(3)V99.
           05  CRT-FAILOVER-RATE        PIC 9(3)V99.
           05  CRT-MINUTE-RATE          PIC 9(3)V99.
