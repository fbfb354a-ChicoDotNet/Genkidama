       IDENTIFICATION DIVISION.
       PROGRAM-ID. CredChk.
      * Nightly check of the vaulted credentials the connections on
      * DBCONNPM.DAT use, against the expiry dates on the credential
      * register CREDREG.DAT. A credential within 14 days of expiry
      * is written to CREDEXCPT.DAT as EXPIRY-14D, within 7 days as
      * EXPIRY-7D, within 2 days as EXPIRY-2D, and past its date as
      * EXPIRED; ExcMon raises these with the severity EXCRULES.DAT
      * gives each condition. A connection whose reference is not on
      * the register is written as UNREGISTER, and a DB-TYPE whose
      * primary and secondary connection share one credential -- so
      * an expiry takes out the failover as well -- as SHARED. The
      * full picture goes to CREDCHK.RPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CRED-REGISTER-FILE ASSIGN TO "CREDREG.DAT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT DB-CONN-PARM-FILE ASSIGN TO "DBCONNPM.DAT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT CRED-REPORT-FILE ASSIGN TO "CREDCHK.RPT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL CRED-EXCEPTION-FILE
               ASSIGN TO "CREDEXCPT.DAT"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CRED-REGISTER-FILE.
       COPY CredReg.

       FD  DB-CONN-PARM-FILE.
       COPY DbConnParm.

       FD  CRED-REPORT-FILE.
       01  CRED-REPORT-LINE         PIC X(100).

       FD  CRED-EXCEPTION-FILE.
       COPY CredExc.

       WORKING-STORAGE SECTION.
       01 WS-CREG-EOF-FLAG   PIC X VALUE "N".
           88 CRED-REGISTER-EOF      VALUE "Y".
       01 WS-CONN-EOF-FLAG   PIC X VALUE "N".
           88 DB-CONN-PARM-EOF       VALUE "Y".
       01 CRED-REG-COUNT     PIC 9(4) VALUE ZERO.
       01 CRED-REG-TABLE.
           05 CRED-REG-ENTRY OCCURS 200 TIMES INDEXED BY CRG-IDX.
               10 TBL-CRG-REF           PIC X(30).
               10 TBL-CRG-EXPIRY-DATE   PIC X(8).
               10 TBL-CRG-OWNER         PIC X(20).
               10 TBL-CRG-DAYS-LEFT     PIC S9(7).
               10 TBL-CRG-CONDITION     PIC X(10).
               10 TBL-CRG-USED-FLAG     PIC X(1).
               10 TBL-CRG-FIRST-DB-TYPE PIC X(10).
       01 CONN-COUNT         PIC 9(4) VALUE ZERO.
       01 CONN-TABLE.
           05 CONN-ENTRY OCCURS 50 TIMES INDEXED BY CONN-IDX SEC-IDX.
               10 TBL-CONN-DB-TYPE      PIC X(10).
               10 TBL-CONN-ROLE         PIC X(1).
               10 TBL-CONN-REF          PIC X(30).
       01 WS-REG-FOUND-FLAG  PIC X VALUE "N".
           88 REGISTER-ENTRY-FOUND   VALUE "Y".
       01 WS-BIZ-DATE-9      PIC 9(8).
       01 WS-EXPIRY-DATE-9   PIC 9(8).
       01 WS-BIZ-DATE-INT    PIC 9(8).
       01 WS-DAYS-LEFT       PIC S9(7).
       01 WS-CONDITION       PIC X(10).
       01 WS-EXCEPTION-COUNT PIC 9(4) VALUE ZERO.
       01 WS-EXPIRING-COUNT  PIC 9(4) VALUE ZERO.
       01 WS-UNREGISTERED-COUNT PIC 9(4) VALUE ZERO.
       01 WS-SHARED-COUNT    PIC 9(4) VALUE ZERO.
       01 RPT-CONN-HEAD.
           05 FILLER             PIC X(13) VALUE "  DB-TYPE".
           05 FILLER             PIC X(2) VALUE "R".
           05 FILLER             PIC X(31) VALUE "CREDENTIAL REFERENCE".
           05 FILLER             PIC X(9) VALUE "EXPIRES".
           05 FILLER             PIC X(8) VALUE "   DAYS".
           05 FILLER             PIC X(21) VALUE "OWNER".
           05 FILLER             PIC X(10) VALUE "STATUS".
       01 RPT-CONN-LINE.
           05 FILLER             PIC X(2) VALUE SPACES.
           05 CRD-DB-TYPE        PIC X(10).
           05 FILLER             PIC X(1) VALUE SPACES.
           05 CRD-ROLE           PIC X(1).
           05 FILLER             PIC X(1) VALUE SPACES.
           05 CRD-REF            PIC X(30).
           05 FILLER             PIC X(1) VALUE SPACES.
           05 CRD-EXPIRY-DATE    PIC X(8).
           05 FILLER             PIC X(1) VALUE SPACES.
           05 CRD-DAYS-LEFT      PIC ------9.
           05 FILLER             PIC X(1) VALUE SPACES.
           05 CRD-OWNER          PIC X(20).
           05 FILLER             PIC X(1) VALUE SPACES.
           05 CRD-STATUS         PIC X(10).
       01 WS-RUN-CONTROL-AREA PIC X(73) VALUE SPACES.

       LINKAGE SECTION.
       COPY RunControl.

       PROCEDURE DIVISION USING RUN-CONTROL.

      * Driver passes the cycle's RUN-CONTROL; an operator checking
      * the register by hand gets today's business date.
       IF NUMBER-OF-CALL-PARAMETERS < 1
           SET ADDRESS OF RUN-CONTROL
               TO ADDRESS OF WS-RUN-CONTROL-AREA
           CALL "GetBizDate" USING RUN-CONTROL
       END-IF
       MOVE RUN-BUSINESS-DATE TO WS-BIZ-DATE-9
       COMPUTE WS-BIZ-DATE-INT = FUNCTION INTEGER-OF-DATE(WS-BIZ-DATE-9)
       MOVE ZERO TO WS-EXCEPTION-COUNT
       MOVE ZERO TO WS-EXPIRING-COUNT
       MOVE ZERO TO WS-UNREGISTERED-COUNT
       MOVE ZERO TO WS-SHARED-COUNT
       PERFORM LOAD-CRED-REGISTER
       PERFORM LOAD-CONNECTIONS
       OPEN OUTPUT CRED-REPORT-FILE
       MOVE SPACES TO CRED-REPORT-LINE
       STRING "CREDENTIAL EXPIRY CHECK -- business date "
           DELIMITED BY SIZE
           RUN-BUSINESS-DATE DELIMITED BY SIZE
           " run " DELIMITED BY SIZE
           RUN-ID DELIMITED BY SIZE
           INTO CRED-REPORT-LINE
       END-STRING
       WRITE CRED-REPORT-LINE
       MOVE SPACES TO CRED-REPORT-LINE
       WRITE CRED-REPORT-LINE
       WRITE CRED-REPORT-LINE FROM RPT-CONN-HEAD
       PERFORM VARYING CONN-IDX FROM 1 BY 1
               UNTIL CONN-IDX > CONN-COUNT
           PERFORM CHECK-ONE-CONNECTION
       END-PERFORM
       PERFORM VARYING CRG-IDX FROM 1 BY 1
               UNTIL CRG-IDX > CRED-REG-COUNT
           PERFORM CHECK-REGISTER-EXPIRY
       END-PERFORM
       PERFORM CHECK-SHARED-CREDENTIALS
       PERFORM LIST-UNUSED-REGISTER-ENTRIES
       MOVE SPACES TO CRED-REPORT-LINE
       WRITE CRED-REPORT-LINE
       MOVE SPACES TO CRED-REPORT-LINE
       STRING "Connections " DELIMITED BY SIZE
           CONN-COUNT DELIMITED BY SIZE
           " expiring or expired " DELIMITED BY SIZE
           WS-EXPIRING-COUNT DELIMITED BY SIZE
           " unregistered " DELIMITED BY SIZE
           WS-UNREGISTERED-COUNT DELIMITED BY SIZE
           " shared " DELIMITED BY SIZE
           WS-SHARED-COUNT DELIMITED BY SIZE
           INTO CRED-REPORT-LINE
       END-STRING
       WRITE CRED-REPORT-LINE
       CLOSE CRED-REPORT-FILE
       DISPLAY "Credential check: " WS-EXPIRING-COUNT
           " expiring or expired, " WS-UNREGISTERED-COUNT
           " unregistered, " WS-SHARED-COUNT
           " shared -- see CREDCHK.RPT"
       IF WS-EXCEPTION-COUNT > ZERO
           IF RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE
           END-IF
       END-IF
       GOBACK.

      * An expiry date that is not a real date cannot be aged; it is
      * treated as already expired so the entry gets fixed rather
      * than trusted. The register is reloaded on every call, so
      * each catch-up pass ages it against its own business date.
       LOAD-CRED-REGISTER SECTION.
           MOVE "N" TO WS-CREG-EOF-FLAG
           MOVE ZERO TO CRED-REG-COUNT
           OPEN INPUT CRED-REGISTER-FILE
           PERFORM UNTIL CRED-REGISTER-EOF
               READ CRED-REGISTER-FILE
                   AT END SET CRED-REGISTER-EOF TO TRUE
                   NOT AT END
                       IF CRG-CREDENTIALS-REF NOT = SPACES
                           PERFORM STORE-REGISTER-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CRED-REGISTER-FILE
           .

       STORE-REGISTER-ENTRY SECTION.
           IF CRED-REG-COUNT < 200
               ADD 1 TO CRED-REG-COUNT
               SET CRG-IDX TO CRED-REG-COUNT
               MOVE CRG-CREDENTIALS-REF TO TBL-CRG-REF(CRG-IDX)
               MOVE CRG-EXPIRY-DATE TO TBL-CRG-EXPIRY-DATE(CRG-IDX)
               MOVE CRG-OWNER TO TBL-CRG-OWNER(CRG-IDX)
               MOVE "N" TO TBL-CRG-USED-FLAG(CRG-IDX)
               MOVE SPACES TO TBL-CRG-FIRST-DB-TYPE(CRG-IDX)
               MOVE ZERO TO TBL-CRG-DAYS-LEFT(CRG-IDX)
               MOVE "EXPIRED" TO TBL-CRG-CONDITION(CRG-IDX)
               IF CRG-EXPIRY-DATE IS NUMERIC
                   MOVE CRG-EXPIRY-DATE TO WS-EXPIRY-DATE-9
                   IF FUNCTION TEST-DATE-YYYYMMDD(WS-EXPIRY-DATE-9)
                       = ZERO
                       COMPUTE WS-DAYS-LEFT =
                           FUNCTION INTEGER-OF-DATE(WS-EXPIRY-DATE-9)
                           - WS-BIZ-DATE-INT
                       MOVE WS-DAYS-LEFT TO TBL-CRG-DAYS-LEFT(CRG-IDX)
                       PERFORM CLASSIFY-DAYS-LEFT
                       MOVE WS-CONDITION TO TBL-CRG-CONDITION(CRG-IDX)
                   END-IF
               END-IF
           ELSE
               DISPLAY "LOAD-CRED-REGISTER: CREDREG.DAT has more than "
                   "200 rows -- ignoring the rest"
           END-IF
           .

      * The expiry date is the last day the credential still works.
       CLASSIFY-DAYS-LEFT SECTION.
           EVALUATE TRUE
               WHEN WS-DAYS-LEFT < ZERO
                   MOVE "EXPIRED" TO WS-CONDITION
               WHEN WS-DAYS-LEFT <= 2
                   MOVE "EXPIRY-2D" TO WS-CONDITION
               WHEN WS-DAYS-LEFT <= 7
                   MOVE "EXPIRY-7D" TO WS-CONDITION
               WHEN WS-DAYS-LEFT <= 14
                   MOVE "EXPIRY-14D" TO WS-CONDITION
               WHEN OTHER
                   MOVE "OK" TO WS-CONDITION
           END-EVALUATE
           .

       LOAD-CONNECTIONS SECTION.
           MOVE "N" TO WS-CONN-EOF-FLAG
           MOVE ZERO TO CONN-COUNT
           OPEN INPUT DB-CONN-PARM-FILE
           PERFORM UNTIL DB-CONN-PARM-EOF
               READ DB-CONN-PARM-FILE
                   AT END SET DB-CONN-PARM-EOF TO TRUE
                   NOT AT END
                       IF CONN-COUNT < 50
                           ADD 1 TO CONN-COUNT
                           SET CONN-IDX TO CONN-COUNT
                           MOVE CONN-DB-TYPE
                               TO TBL-CONN-DB-TYPE(CONN-IDX)
                           MOVE CONN-ROLE TO TBL-CONN-ROLE(CONN-IDX)
                           MOVE CONN-CREDENTIALS-REF
                               TO TBL-CONN-REF(CONN-IDX)
                       ELSE
                           DISPLAY "LOAD-CONNECTIONS: DBCONNPM.DAT "
                               "has more than 50 rows -- ignoring "
                               "the rest"
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DB-CONN-PARM-FILE
           .

       CHECK-ONE-CONNECTION SECTION.
           MOVE TBL-CONN-DB-TYPE(CONN-IDX) TO CRD-DB-TYPE
           MOVE TBL-CONN-ROLE(CONN-IDX) TO CRD-ROLE
           MOVE TBL-CONN-REF(CONN-IDX) TO CRD-REF
           MOVE "N" TO WS-REG-FOUND-FLAG
           SET CRG-IDX TO 1
           SEARCH CRED-REG-ENTRY
               AT END CONTINUE
               WHEN CRG-IDX > CRED-REG-COUNT
                   CONTINUE
               WHEN TBL-CRG-REF(CRG-IDX) = TBL-CONN-REF(CONN-IDX)
                   SET REGISTER-ENTRY-FOUND TO TRUE
           END-SEARCH
           IF REGISTER-ENTRY-FOUND
               IF TBL-CRG-USED-FLAG(CRG-IDX) NOT = "Y"
                   MOVE "Y" TO TBL-CRG-USED-FLAG(CRG-IDX)
                   MOVE TBL-CONN-DB-TYPE(CONN-IDX)
                       TO TBL-CRG-FIRST-DB-TYPE(CRG-IDX)
               END-IF
               MOVE TBL-CRG-EXPIRY-DATE(CRG-IDX) TO CRD-EXPIRY-DATE
               MOVE TBL-CRG-DAYS-LEFT(CRG-IDX) TO CRD-DAYS-LEFT
               MOVE TBL-CRG-OWNER(CRG-IDX) TO CRD-OWNER
               MOVE TBL-CRG-CONDITION(CRG-IDX) TO CRD-STATUS
           ELSE
               MOVE SPACES TO CRD-EXPIRY-DATE
               MOVE ZERO TO CRD-DAYS-LEFT
               MOVE SPACES TO CRD-OWNER
               MOVE "UNREGISTER" TO CRD-STATUS
               ADD 1 TO WS-UNREGISTERED-COUNT
               MOVE "UNREGISTER" TO CEX-CONDITION
               MOVE TBL-CONN-DB-TYPE(CONN-IDX) TO CEX-DB-TYPE
               MOVE TBL-CONN-REF(CONN-IDX) TO CEX-CREDENTIALS-REF
               MOVE SPACES TO CEX-EXPIRY-DATE
               MOVE ZERO TO CEX-DAYS-LEFT
               MOVE SPACES TO CEX-OWNER
               PERFORM WRITE-CRED-EXCEPTION
           END-IF
           WRITE CRED-REPORT-LINE FROM RPT-CONN-LINE
           .

      * One exception per credential, however many connections use
      * it, so a shared credential is not raised twice.
       CHECK-REGISTER-EXPIRY SECTION.
           IF TBL-CRG-USED-FLAG(CRG-IDX) = "Y"
               AND TBL-CRG-CONDITION(CRG-IDX) NOT = "OK"
               ADD 1 TO WS-EXPIRING-COUNT
               MOVE TBL-CRG-CONDITION(CRG-IDX) TO CEX-CONDITION
               MOVE TBL-CRG-FIRST-DB-TYPE(CRG-IDX) TO CEX-DB-TYPE
               MOVE TBL-CRG-REF(CRG-IDX) TO CEX-CREDENTIALS-REF
               MOVE TBL-CRG-EXPIRY-DATE(CRG-IDX) TO CEX-EXPIRY-DATE
               IF TBL-CRG-DAYS-LEFT(CRG-IDX) > ZERO
                   MOVE TBL-CRG-DAYS-LEFT(CRG-IDX) TO CEX-DAYS-LEFT
               ELSE
                   MOVE ZERO TO CEX-DAYS-LEFT
               END-IF
               MOVE TBL-CRG-OWNER(CRG-IDX) TO CEX-OWNER
               PERFORM WRITE-CRED-EXCEPTION
           END-IF
           .

      * A secondary that logs in with the primary's credential fails
      * the moment the primary does, so the failover buys nothing.
       CHECK-SHARED-CREDENTIALS SECTION.
           PERFORM VARYING CONN-IDX FROM 1 BY 1
                   UNTIL CONN-IDX > CONN-COUNT
               IF TBL-CONN-ROLE(CONN-IDX) = "P"
                   PERFORM VARYING SEC-IDX FROM 1 BY 1
                           UNTIL SEC-IDX > CONN-COUNT
                       IF TBL-CONN-ROLE(SEC-IDX) = "S"
                           AND TBL-CONN-DB-TYPE(SEC-IDX)
                               = TBL-CONN-DB-TYPE(CONN-IDX)
                           AND TBL-CONN-REF(SEC-IDX)
                               = TBL-CONN-REF(CONN-IDX)
                           PERFORM REPORT-SHARED-CREDENTIAL
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
           .

       REPORT-SHARED-CREDENTIAL SECTION.
           ADD 1 TO WS-SHARED-COUNT
           MOVE SPACES TO CRED-REPORT-LINE
           STRING "  SHARED     " DELIMITED BY SIZE
               TBL-CONN-DB-TYPE(CONN-IDX) DELIMITED BY SPACE
               " primary and secondary both use " DELIMITED BY SIZE
               TBL-CONN-REF(CONN-IDX) DELIMITED BY SPACE
               INTO CRED-REPORT-LINE
           END-STRING
           WRITE CRED-REPORT-LINE
           MOVE "SHARED" TO CEX-CONDITION
           MOVE TBL-CONN-DB-TYPE(CONN-IDX) TO CEX-DB-TYPE
           MOVE TBL-CONN-REF(CONN-IDX) TO CEX-CREDENTIALS-REF
           MOVE SPACES TO CEX-EXPIRY-DATE
           MOVE ZERO TO CEX-DAYS-LEFT
           MOVE SPACES TO CEX-OWNER
           SET CRG-IDX TO 1
           SEARCH CRED-REG-ENTRY
               AT END CONTINUE
               WHEN CRG-IDX > CRED-REG-COUNT
                   CONTINUE
               WHEN TBL-CRG-REF(CRG-IDX) = TBL-CONN-REF(CONN-IDX)
                   MOVE TBL-CRG-EXPIRY-DATE(CRG-IDX) TO CEX-EXPIRY-DATE
                   MOVE TBL-CRG-OWNER(CRG-IDX) TO CEX-OWNER
           END-SEARCH
           PERFORM WRITE-CRED-EXCEPTION
           .

       LIST-UNUSED-REGISTER-ENTRIES SECTION.
           PERFORM VARYING CRG-IDX FROM 1 BY 1
                   UNTIL CRG-IDX > CRED-REG-COUNT
               IF TBL-CRG-USED-FLAG(CRG-IDX) NOT = "Y"
                   MOVE "(unused)" TO CRD-DB-TYPE
                   MOVE SPACES TO CRD-ROLE
                   MOVE TBL-CRG-REF(CRG-IDX) TO CRD-REF
                   MOVE TBL-CRG-EXPIRY-DATE(CRG-IDX) TO CRD-EXPIRY-DATE
                   MOVE TBL-CRG-DAYS-LEFT(CRG-IDX) TO CRD-DAYS-LEFT
                   MOVE TBL-CRG-OWNER(CRG-IDX) TO CRD-OWNER
                   MOVE "NOT IN USE" TO CRD-STATUS
                   WRITE CRED-REPORT-LINE FROM RPT-CONN-LINE
               END-IF
           END-PERFORM
           .

       WRITE-CRED-EXCEPTION SECTION.
           ADD 1 TO WS-EXCEPTION-COUNT
           MOVE RUN-ID TO CEX-RUN-ID
           MOVE RUN-BUSINESS-DATE TO CEX-BUSINESS-DATE
           MOVE FUNCTION CURRENT-DATE TO CEX-TIMESTAMP
           OPEN EXTEND CRED-EXCEPTION-FILE
           WRITE CRED-EXCEPTION-RECORD
           CLOSE CRED-EXCEPTION-FILE
           .
