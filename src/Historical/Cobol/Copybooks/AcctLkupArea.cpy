      * Shared area passed to the AcctLkup routine. The caller sets
      * ALK-REQUEST to "L" and the key to look up; on return the
      * found flag, name, branch, owner, and status describe the
      * account. The master stays open across calls, so a caller
      * finishing its run sends "E" once to close it.
       01  ACCOUNT-LOOKUP-AREA.
           05  ALK-REQUEST              PIC X(1).
               88  ALK-REQUEST-LOOKUP       VALUE "L".
               88  ALK-REQUEST-END          VALUE "E".
           05  ALK-ACCOUNT-KEY          PIC X(15).
           05  ALK-FOUND-FLAG           PIC X(1).
               88  ALK-ACCOUNT-FOUND        VALUE "Y".
           05  ALK-ACCOUNT-NAME         PIC X(30).
           05  ALK-BRANCH               PIC X(6).
           05  ALK-OWNER                PIC X(20).
           05  ALK-STATUS               PIC X(1).
               88  ALK-ACCOUNT-CLOSED       VALUE "C".
