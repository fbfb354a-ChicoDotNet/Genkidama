      * Record layout for the REF-PAIR control file. One record per
      * parent/child query pair whose detail rows must agree: every
      * child row's key column has to match a parent row's key
      * column in the same night's merged results. Columns are the
      * detail-row columns 1 to 3. A pair breaches when its orphaned
      * child rows, or its parents without a child row, number more
      * than the limit set for them.
       01  REF-PAIR-RECORD.
           05  RPR-PAIR-ID              PIC X(8).
           05  RPR-PARENT-DB-TYPE       PIC X(10).
           05  RPR-PARENT-QUERY-ID      PIC X(8).
           05  RPR-PARENT-COLUMN        PIC 9(1).
           05  RPR-CHILD-DB-TYPE        PIC X(10).
           05  RPR-CHILD-QUERY-ID       PIC X(8).
           05  RPR-CHILD-COLUMN         PIC 9(1).
           05  RPR-ORPHAN-LIMIT         PIC 9(5).
           05  RPR-CHILDLESS-LIMIT      PIC 9(5).
           05  RPR-ACTIVE               PIC X(1).
               88  RPR-IS-ACTIVE            VALUE "Y".
