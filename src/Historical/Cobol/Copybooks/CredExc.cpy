      * Record layout for the CREDENTIAL exception file. One record
      * per condition CredChk finds on a night: a credential inside
      * its expiry warning window or already expired, a connection
      * whose credential reference is not on the register, or a
      * primary and secondary connection sharing one credential.
      * ExcMon raises these with the severity EXCRULES.DAT gives the
      * condition.
       01  CRED-EXCEPTION-RECORD.
           05  CEX-RUN-ID               PIC X(15).
           05  CEX-BUSINESS-DATE        PIC X(8).
           05  CEX-CONDITION            PIC X(10).
           05  CEX-DB-TYPE              PIC X(10).
           05  CEX-CREDENTIALS-REF      PIC X(30).
           05  CEX-EXPIRY-DATE          PIC X(8).
           05  CEX-DAYS-LEFT            PIC 9(5).
           05  CEX-OWNER                PIC X(20).
           05  CEX-TIMESTAMP            PIC X(21).
