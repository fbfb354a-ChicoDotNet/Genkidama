      * Record layout for the CREDENTIAL REGISTER control file. One
      * record per vaulted credential reference named in
      * CONN-CREDENTIALS-REF on DBCONNPM.DAT, giving the date the
      * credential expires and who owns its rotation. The credential
      * itself is never held here.
       01  CRED-REGISTER-RECORD.
           05  CRG-CREDENTIALS-REF      PIC X(30).
           05  CRG-EXPIRY-DATE          PIC X(8).
           05  CRG-OWNER                PIC X(20).
