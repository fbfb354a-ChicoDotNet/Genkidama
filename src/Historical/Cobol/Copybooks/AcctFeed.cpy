      * Record layout for the nightly ACCOUNT-FEED file of account
      * adds ("A"), changes ("C"), and closes ("X") that AcctLoad
      * applies to the account master. On a change, a blank name,
      * branch, or owner leaves that field as it is; a close needs
      * only the key and, optionally, the effective date.
       01  ACCOUNT-FEED-RECORD.
           05  AFD-ACTION               PIC X(1).
               88  AFD-IS-ADD               VALUE "A".
               88  AFD-IS-CHANGE            VALUE "C".
               88  AFD-IS-CLOSE             VALUE "X".
           05  AFD-ACCOUNT-KEY          PIC X(15).
           05  AFD-ACCOUNT-NAME         PIC X(30).
           05  AFD-BRANCH               PIC X(6).
           05  AFD-OWNER                PIC X(20).
           05  AFD-EFFECTIVE-DATE       PIC X(8).
