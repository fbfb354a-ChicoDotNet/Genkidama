      * Record layout for the CHARGEBACK-OWNER control file. Names
      * the department billed for a query. A query id of "*" names
      * the team that owns the DB-TYPE itself: it is billed for the
      * DB-TYPE's connect failures, failovers, and extract elapsed
      * time, and for any of its queries without a row of their own.
      * Charges nobody owns are billed to UNASSIGNED.
       01  CHARGE-OWNER-RECORD.
           05  COW-DB-TYPE              PIC X(10).
           05  COW-QUERY-ID             PIC X(8).
           05  COW-DEPARTMENT           PIC X(10).
           05  COW-DEPT-NAME            PIC X(30).
