      * Record layout for the DASHBOARD-SUBSCRIPTION control file. One
      * record per subscriber: the user id, the theme the personal
      * dashboard is drawn in, whether it carries the detail rows or
      * the row counts only (the default when blank), and the
      * DB-TYPEs and query ids the user may see. A result shows only
      * when both its DB-TYPE and its query id are listed; "*" in a
      * list admits every value and unused slots are left blank.
       01  DASH-SUBSCRIPTION-RECORD.
           05  DSUB-USER-ID             PIC X(8).
           05  DSUB-THEME-CODE          PIC X(5).
           05  DSUB-CONTENT             PIC X(1).
               88  DSUB-WITH-DETAIL         VALUE "D".
               88  DSUB-COUNTS-ONLY         VALUE "C" SPACE.
           05  DSUB-DB-TYPE             PIC X(10) OCCURS 4 TIMES.
           05  DSUB-QUERY-ID            PIC X(8) OCCURS 10 TIMES.
