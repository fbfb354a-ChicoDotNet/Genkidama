       IDENTIFICATION DIVISION.
       PROGRAM-ID. AcctLoad.
      * Nightly batch load of the indexed account master from the
      * ACCTFEED.DAT feed of adds, changes, and closes. Each feed
      * row is applied by key; a row that cannot be applied (an add
      * for an open account, a change or close for a key not on the
      * master, an add with no name) is rejected onto ACCTLOAD.RPT
      * with the reason and the load carries on. A feed row that
      * matches the master already -- the same feed loaded twice on
      * a restarted night -- counts as unchanged, not as a reject.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ACCOUNT-FEED-FILE ASSIGN TO "ACCTFEED.DAT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMAST.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY ACCT-KEY.
           SELECT LOAD-REPORT-FILE ASSIGN TO "ACCTLOAD.RPT"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-FEED-FILE.
       COPY AcctFeed.

       FD  ACCOUNT-MASTER-FILE.
       COPY AcctMast.

       FD  LOAD-REPORT-FILE.
       01  LOAD-REPORT-LINE         PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-FEED-EOF-FLAG   PIC X VALUE "N".
           88 ACCOUNT-FEED-EOF       VALUE "Y".
       01 WS-ON-MASTER-FLAG  PIC X VALUE "N".
           88 ACCOUNT-ON-MASTER      VALUE "Y".
       01 WS-REJECT-REASON   PIC X(30).
       01 WS-EFFECTIVE-DATE  PIC X(8).
       01 WS-READ-COUNT      PIC 9(7) VALUE ZERO.
       01 WS-ADDED-COUNT     PIC 9(7) VALUE ZERO.
       01 WS-CHANGED-COUNT   PIC 9(7) VALUE ZERO.
       01 WS-CLOSED-COUNT    PIC 9(7) VALUE ZERO.
       01 WS-REOPENED-COUNT  PIC 9(7) VALUE ZERO.
       01 WS-UNCHANGED-COUNT PIC 9(7) VALUE ZERO.
       01 WS-REJECTED-COUNT  PIC 9(7) VALUE ZERO.
       01 WS-RUN-CONTROL-AREA PIC X(73) VALUE SPACES.

       LINKAGE SECTION.
       COPY RunControl.

       PROCEDURE DIVISION USING RUN-CONTROL.

      * Driver passes the cycle's RUN-CONTROL; an operator running
      * a catch-up load by hand gets today's business date.
       IF NUMBER-OF-CALL-PARAMETERS < 1
           SET ADDRESS OF RUN-CONTROL
               TO ADDRESS OF WS-RUN-CONTROL-AREA
           CALL "GetBizDate" USING RUN-CONTROL
       END-IF
       MOVE "N" TO WS-FEED-EOF-FLAG
       MOVE ZERO TO WS-READ-COUNT
       MOVE ZERO TO WS-ADDED-COUNT
       MOVE ZERO TO WS-CHANGED-COUNT
       MOVE ZERO TO WS-CLOSED-COUNT
       MOVE ZERO TO WS-REOPENED-COUNT
       MOVE ZERO TO WS-UNCHANGED-COUNT
       MOVE ZERO TO WS-REJECTED-COUNT
       OPEN INPUT ACCOUNT-FEED-FILE
       OPEN I-O ACCOUNT-MASTER-FILE
       OPEN OUTPUT LOAD-REPORT-FILE
       MOVE SPACES TO LOAD-REPORT-LINE
       STRING "ACCOUNT MASTER LOAD -- business date "
           DELIMITED BY SIZE
           RUN-BUSINESS-DATE DELIMITED BY SIZE
           " run " DELIMITED BY SIZE
           RUN-ID DELIMITED BY SIZE
           INTO LOAD-REPORT-LINE
       END-STRING
       WRITE LOAD-REPORT-LINE
       PERFORM UNTIL ACCOUNT-FEED-EOF
           READ ACCOUNT-FEED-FILE
               AT END SET ACCOUNT-FEED-EOF TO TRUE
               NOT AT END PERFORM APPLY-FEED-RECORD
           END-READ
       END-PERFORM
       PERFORM WRITE-LOAD-TOTALS
       CLOSE ACCOUNT-FEED-FILE
       CLOSE ACCOUNT-MASTER-FILE
       CLOSE LOAD-REPORT-FILE
       DISPLAY "Account master load: read " WS-READ-COUNT
           " added " WS-ADDED-COUNT " changed " WS-CHANGED-COUNT
           " closed " WS-CLOSED-COUNT " rejected " WS-REJECTED-COUNT
       IF WS-REJECTED-COUNT > ZERO
           IF RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE
           END-IF
       END-IF
       GOBACK.

       APPLY-FEED-RECORD SECTION.
           ADD 1 TO WS-READ-COUNT
           MOVE SPACES TO WS-REJECT-REASON
           IF AFD-EFFECTIVE-DATE IS NUMERIC
               MOVE AFD-EFFECTIVE-DATE TO WS-EFFECTIVE-DATE
           ELSE
               MOVE RUN-BUSINESS-DATE TO WS-EFFECTIVE-DATE
           END-IF
           IF AFD-ACCOUNT-KEY = SPACES
               MOVE "BLANK ACCOUNT KEY" TO WS-REJECT-REASON
           ELSE
               PERFORM READ-MASTER-RECORD
               EVALUATE TRUE
                   WHEN AFD-IS-ADD
                       PERFORM APPLY-ACCOUNT-ADD
                   WHEN AFD-IS-CHANGE
                       PERFORM APPLY-ACCOUNT-CHANGE
                   WHEN AFD-IS-CLOSE
                       PERFORM APPLY-ACCOUNT-CLOSE
                   WHEN OTHER
                       MOVE "UNKNOWN ACTION CODE" TO WS-REJECT-REASON
               END-EVALUATE
           END-IF
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM WRITE-REJECT-LINE
           END-IF
           .

       READ-MASTER-RECORD SECTION.
           MOVE "N" TO WS-ON-MASTER-FLAG
           MOVE AFD-ACCOUNT-KEY TO ACCT-KEY
           READ ACCOUNT-MASTER-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY SET ACCOUNT-ON-MASTER TO TRUE
           END-READ
           .

      * An add for a closed account re-opens it under the new
      * details; an add for an open account is the same account
      * twice and is rejected unless it matches exactly.
       APPLY-ACCOUNT-ADD SECTION.
           IF AFD-ACCOUNT-NAME = SPACES
               MOVE "ADD WITH NO ACCOUNT NAME" TO WS-REJECT-REASON
           ELSE
               IF ACCOUNT-ON-MASTER
                   IF ACCT-IS-CLOSED
                       PERFORM MOVE-FEED-DETAILS
                       SET ACCT-IS-OPEN TO TRUE
                       MOVE WS-EFFECTIVE-DATE TO ACCT-OPENED-DATE
                       MOVE SPACES TO ACCT-CLOSED-DATE
                       PERFORM REWRITE-MASTER-RECORD
                       ADD 1 TO WS-REOPENED-COUNT
                   ELSE
                       IF ACCT-NAME = AFD-ACCOUNT-NAME
                           AND ACCT-BRANCH = AFD-BRANCH
                           AND ACCT-OWNER = AFD-OWNER
                           ADD 1 TO WS-UNCHANGED-COUNT
                       ELSE
                           MOVE "ADD FOR AN OPEN ACCOUNT"
                               TO WS-REJECT-REASON
                       END-IF
                   END-IF
               ELSE
                   MOVE SPACES TO ACCOUNT-MASTER-RECORD
                   MOVE AFD-ACCOUNT-KEY TO ACCT-KEY
                   PERFORM MOVE-FEED-DETAILS
                   SET ACCT-IS-OPEN TO TRUE
                   MOVE WS-EFFECTIVE-DATE TO ACCT-OPENED-DATE
                   MOVE RUN-BUSINESS-DATE TO ACCT-LAST-CHANGE-DATE
                   MOVE RUN-ID TO ACCT-LAST-RUN-ID
                   WRITE ACCOUNT-MASTER-RECORD
                       INVALID KEY
                           MOVE "MASTER WRITE FAILED"
                               TO WS-REJECT-REASON
                       NOT INVALID KEY
                           ADD 1 TO WS-ADDED-COUNT
                   END-WRITE
               END-IF
           END-IF
           .

       APPLY-ACCOUNT-CHANGE SECTION.
           IF NOT ACCOUNT-ON-MASTER
               MOVE "CHANGE FOR KEY NOT ON MASTER" TO WS-REJECT-REASON
           ELSE
               IF (AFD-ACCOUNT-NAME = SPACES
                       OR AFD-ACCOUNT-NAME = ACCT-NAME)
                   AND (AFD-BRANCH = SPACES OR AFD-BRANCH = ACCT-BRANCH)
                   AND (AFD-OWNER = SPACES OR AFD-OWNER = ACCT-OWNER)
                   ADD 1 TO WS-UNCHANGED-COUNT
               ELSE
                   PERFORM MOVE-FEED-DETAILS
                   PERFORM REWRITE-MASTER-RECORD
                   ADD 1 TO WS-CHANGED-COUNT
               END-IF
           END-IF
           .

       APPLY-ACCOUNT-CLOSE SECTION.
           IF NOT ACCOUNT-ON-MASTER
               MOVE "CLOSE FOR KEY NOT ON MASTER" TO WS-REJECT-REASON
           ELSE
               IF ACCT-IS-CLOSED
                   ADD 1 TO WS-UNCHANGED-COUNT
               ELSE
                   SET ACCT-IS-CLOSED TO TRUE
                   MOVE WS-EFFECTIVE-DATE TO ACCT-CLOSED-DATE
                   PERFORM REWRITE-MASTER-RECORD
                   ADD 1 TO WS-CLOSED-COUNT
               END-IF
           END-IF
           .

      * Blank feed fields never blank out the master.
       MOVE-FEED-DETAILS SECTION.
           IF AFD-ACCOUNT-NAME NOT = SPACES
               MOVE AFD-ACCOUNT-NAME TO ACCT-NAME
           END-IF
           IF AFD-BRANCH NOT = SPACES
               MOVE AFD-BRANCH TO ACCT-BRANCH
           END-IF
           IF AFD-OWNER NOT = SPACES
               MOVE AFD-OWNER TO ACCT-OWNER
           END-IF
           .

       REWRITE-MASTER-RECORD SECTION.
           MOVE RUN-BUSINESS-DATE TO ACCT-LAST-CHANGE-DATE
           MOVE RUN-ID TO ACCT-LAST-RUN-ID
           REWRITE ACCOUNT-MASTER-RECORD
               INVALID KEY
                   MOVE "MASTER REWRITE FAILED" TO WS-REJECT-REASON
           END-REWRITE
           .

       WRITE-REJECT-LINE SECTION.
           ADD 1 TO WS-REJECTED-COUNT
           MOVE SPACES TO LOAD-REPORT-LINE
           STRING "  REJECT " DELIMITED BY SIZE
               AFD-ACTION DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               AFD-ACCOUNT-KEY DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-REJECT-REASON DELIMITED BY SIZE
               INTO LOAD-REPORT-LINE
           END-STRING
           WRITE LOAD-REPORT-LINE
           .

       WRITE-LOAD-TOTALS SECTION.
           MOVE SPACES TO LOAD-REPORT-LINE
           STRING "  Read " DELIMITED BY SIZE
               WS-READ-COUNT DELIMITED BY SIZE
               "  added " DELIMITED BY SIZE
               WS-ADDED-COUNT DELIMITED BY SIZE
               "  changed " DELIMITED BY SIZE
               WS-CHANGED-COUNT DELIMITED BY SIZE
               "  closed " DELIMITED BY SIZE
               WS-CLOSED-COUNT DELIMITED BY SIZE
               INTO LOAD-REPORT-LINE
           END-STRING
           WRITE LOAD-REPORT-LINE
           MOVE SPACES TO LOAD-REPORT-LINE
           STRING "  Re-opened " DELIMITED BY SIZE
               WS-REOPENED-COUNT DELIMITED BY SIZE
               "  unchanged " DELIMITED BY SIZE
               WS-UNCHANGED-COUNT DELIMITED BY SIZE
               "  rejected " DELIMITED BY SIZE
               WS-REJECTED-COUNT DELIMITED BY SIZE
               INTO LOAD-REPORT-LINE
           END-STRING
           WRITE LOAD-REPORT-LINE
           .
