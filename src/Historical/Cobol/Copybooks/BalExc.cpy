      * Record layout for the BALANCING exception file. One record per
      * extracted query whose detail rows written to the unit file do
      * not agree with the control count and COL-2 amount total the
      * source reported for the same query at extract time -- a short
      * fetch the unit file's own trailer cannot catch, because the
      * trailer only counts what was written.
       01  BALANCE-EXCEPTION-RECORD.
           05  BAL-RUN-ID               PIC X(15).
           05  BAL-BUSINESS-DATE        PIC X(8).
           05  BAL-DB-TYPE              PIC X(10).
           05  BAL-QUERY-ID             PIC X(8).
           05  BAL-UNIT-FILE            PIC X(12).
           05  BAL-SOURCE-COUNT         PIC 9(7).
           05  BAL-WRITTEN-COUNT        PIC 9(7).
           05  BAL-SOURCE-AMOUNT        PIC 9(13).
           05  BAL-WRITTEN-AMOUNT       PIC 9(13).
           05  BAL-TIMESTAMP            PIC X(21).
