      * Record layout for the VALIDATION-RULES control file. One row
      * per field-level check QryValid applies to the extracted
      * detail rows before they reach QUERYRES.DAT. A query id of
      * "*" applies the rule to every query; an inactive row is
      * ignored. NUMAMT carries the literal prefix stripped from
      * COL-2 before the numeric test ("AMT-"); STATUS carries one
      * allowed COL-3 value per row, and a query with no active
      * STATUS rows is not status-checked at all.
       01  VALIDATION-RULE-RECORD.
           05  VRULE-CODE               PIC X(8).
               88  VRULE-IS-BLANK-KEY       VALUE "BLANKKEY".
               88  VRULE-IS-NUMERIC-AMT     VALUE "NUMAMT".
               88  VRULE-IS-VALID-STATUS    VALUE "STATUS".
               88  VRULE-IS-DUPLICATE-KEY   VALUE "DUPKEY".
           05  VRULE-QUERY-ID           PIC X(8).
           05  VRULE-ACTIVE             PIC X(1).
               88  VRULE-IS-ACTIVE          VALUE "Y".
           05  VRULE-VALUE              PIC X(15).
