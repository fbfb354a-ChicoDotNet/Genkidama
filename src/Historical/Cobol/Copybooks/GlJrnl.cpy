      * Record layouts for the GL-JOURNAL interface file sent to the
      * general ledger with the MIS package. One "H" batch header
      * (batch id is the writing run's id), one "L" journal line per
      * ledger detail row, and one "T" balancing trailer carrying the
      * line count and the debit and credit totals. The file is only
      * written for a batch whose debits equal its credits.
       01  GL-JOURNAL-RECORD.
           05  GLJ-RECORD-TYPE          PIC X(1).
               88  GLJ-IS-HEADER            VALUE "H".
               88  GLJ-IS-LINE              VALUE "L".
               88  GLJ-IS-TRAILER           VALUE "T".
           05  GLJ-RECORD-BODY          PIC X(99).
           05  GLJ-HEADER-FIELDS REDEFINES GLJ-RECORD-BODY.
               10  GLJ-HDR-BATCH-ID         PIC X(15).
               10  GLJ-HDR-BUSINESS-DATE    PIC X(8).
               10  GLJ-HDR-SOURCE-SYSTEM    PIC X(10).
               10  GLJ-HDR-DB-TYPE          PIC X(10).
               10  GLJ-HDR-QUERY-ID         PIC X(8).
               10  GLJ-HDR-CREATED-TS       PIC X(21).
               10  FILLER                   PIC X(27).
           05  GLJ-LINE-FIELDS REDEFINES GLJ-RECORD-BODY.
               10  GLJ-LIN-LINE-NUM         PIC 9(7).
               10  GLJ-LIN-GL-ACCOUNT       PIC X(10).
               10  GLJ-LIN-COST-CENTRE      PIC X(6).
               10  GLJ-LIN-DR-CR            PIC X(1).
               10  GLJ-LIN-AMOUNT           PIC 9(11)V99.
               10  GLJ-LIN-SOURCE-KEY       PIC X(15).
               10  GLJ-LIN-SOURCE-ROW       PIC 9(7).
               10  GLJ-LIN-DESCRIPTION      PIC X(30).
               10  FILLER                   PIC X(10).
           05  GLJ-TRAILER-FIELDS REDEFINES GLJ-RECORD-BODY.
               10  GLJ-TRL-LINE-COUNT       PIC 9(7).
               10  GLJ-TRL-DEBIT-TOTAL      PIC 9(13)V99.
               10  GLJ-TRL-CREDIT-TOTAL     PIC 9(13)V99.
               10  GLJ-TRL-BATCH-ID         PIC X(15).
               10  FILLER                   PIC X(47).
