      * Record layout for the ACCOUNT-MASTER file. One record per
      * account key as it appears in QRES-DET-COL-1, carrying the
      * name, branch, and relationship owner the reports print next
      * to each detail row. The file is indexed on the account key;
      * AcctLoad maintains it from the nightly ACCTFEED.DAT feed and
      * AcctLkup is the one reader. A closed account keeps its
      * record, flagged "C" with its close date, so old detail rows
      * still resolve.
       01  ACCOUNT-MASTER-RECORD.
           05  ACCT-KEY                 PIC X(15).
           05  ACCT-NAME                PIC X(30).
           05  ACCT-BRANCH              PIC X(6).
           05  ACCT-OWNER               PIC X(20).
           05  ACCT-STATUS              PIC X(1).
               88  ACCT-IS-OPEN             VALUE "O".
               88  ACCT-IS-CLOSED           VALUE "C".
           05  ACCT-OPENED-DATE         PIC X(8).
           05  ACCT-CLOSED-DATE         PIC X(8).
           05  ACCT-LAST-CHANGE-DATE    PIC X(8).
           05  ACCT-LAST-RUN-ID         PIC X(15).
