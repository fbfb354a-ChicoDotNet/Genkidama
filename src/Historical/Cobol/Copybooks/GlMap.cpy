      * Record layout for the GL-MAP control file. One record per
      * ledger account key mapped to the general ledger account,
      * cost centre, and side (debit or credit) its amount posts to.
      * A key of "*" is the default for any ledger account without
      * a row of its own; with no default, an unmapped key refuses
      * the batch. The contra account and cost centre take the
      * offsetting entry on the other side for every row mapped
      * through it, so each row balances on its own; a row with no
      * contra account posts one side only and relies on other rows
      * of the map to balance it.
       01  GL-MAP-RECORD.
           05  GLM-SOURCE-KEY           PIC X(15).
           05  GLM-GL-ACCOUNT           PIC X(10).
           05  GLM-COST-CENTRE          PIC X(6).
           05  GLM-DR-CR                PIC X(1).
               88  GLM-IS-DEBIT             VALUE "D".
               88  GLM-IS-CREDIT            VALUE "C".
           05  GLM-DESCRIPTION          PIC X(30).
           05  GLM-CONTRA-ACCOUNT       PIC X(10).
           05  GLM-CONTRA-COST-CENTRE   PIC X(6).
