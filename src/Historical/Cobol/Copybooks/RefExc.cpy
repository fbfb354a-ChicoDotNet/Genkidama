      * Record layout for the REFERENTIAL INTEGRITY exception file.
      * One record per parent/child query pair whose orphaned child
      * rows or childless parents exceeded the pair's limit in the
      * night's merged results. ExcMon raises these and MisPack holds
      * the package while any exist for the run.
       01  REF-EXCEPTION-RECORD.
           05  REX-RUN-ID               PIC X(15).
           05  REX-BUSINESS-DATE        PIC X(8).
           05  REX-PAIR-ID              PIC X(8).
           05  REX-PARENT-QUERY-ID      PIC X(8).
           05  REX-CHILD-QUERY-ID       PIC X(8).
           05  REX-ORPHAN-COUNT         PIC 9(7).
           05  REX-ORPHAN-LIMIT         PIC 9(5).
           05  REX-CHILDLESS-COUNT      PIC 9(7).
           05  REX-CHILDLESS-LIMIT      PIC 9(5).
           05  REX-TIMESTAMP            PIC X(21).
