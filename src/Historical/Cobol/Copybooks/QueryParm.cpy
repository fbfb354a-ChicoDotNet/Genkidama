      * Record layout for the QUERY-PARM control file. One record per
      * query to run against a DB-TYPE: a query id and either inline
      * SQL text or the name of a stored procedure to call.
      * QPARM-RUN-FREQ and QPARM-RUN-DAY schedule the query: daily
      * (the default when blank), weekly or month-end on the first
      * or last business day of the week or month, or on request
      * only -- an on-request query never runs in the nightly cycle
      * and is extracted through a REFRESH-QUERY-ID run instead.
       01  QUERY-PARM-RECORD.
           05  QPARM-QUERY-ID           PIC X(8).
           05  QPARM-DB-TYPE            PIC X(10).
           05  QPARM-SQL-TEXT           PIC X(100).
           05  QPARM-RUN-FREQ           PIC X(1).
               88  QPARM-RUNS-DAILY         VALUE "D" SPACE.
               88  QPARM-RUNS-WEEKLY        VALUE "W".
               88  QPARM-RUNS-MONTHLY       VALUE "M".
               88  QPARM-RUNS-ON-REQUEST    VALUE "R".
           05  QPARM-RUN-DAY            PIC X(1).
               88  QPARM-RUNS-FIRST-DAY     VALUE "F" SPACE.
               88  QPARM-RUNS-LAST-DAY      VALUE "L".
