      * Record layout for the QUERY-USAGE file. One record per query
      * result Example2 delivers -- each nightly, refresh, rerun, and
      * catch-up execution, not just the last one of the day as on
      * QRYHISTX.DAT -- saying whether the source database was
      * queried or the same-day cache answered, how many rows the
      * query returned, and how many detail records were written for
      * it (zero when the result was withheld by a tolerance REJECT).
      * The month-end chargeback prices these.
       01  QUERY-USAGE-RECORD.
           05  QUSE-BUSINESS-DATE       PIC X(8).
           05  QUSE-DB-TYPE             PIC X(10).
           05  QUSE-QUERY-ID            PIC X(8).
           05  QUSE-SOURCE              PIC X(1).
               88  QUSE-FROM-SOURCE         VALUE "S".
               88  QUSE-FROM-CACHE          VALUE "C".
           05  QUSE-ROW-COUNT           PIC 9(7).
           05  QUSE-DETAIL-COUNT        PIC 9(7).
           05  QUSE-RUN-ID              PIC X(15).
           05  QUSE-TIMESTAMP           PIC X(21).
