               ORGANIZATION LINE SEQUENTIAL.
           SELECT QUERY-RESULT-FILE ASSIGN TO "QUERYRES.DAT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL DASH-SUBSCRIPTION-FILE
               ASSIGN TO "DASHSUB.DAT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT QUERY-PARM-FILE ASSIGN TO "QUERYPARM.DAT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT SUBSCRIPTION-INDEX-FILE ASSIGN TO "SUBINDEX.HTML"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       COPY AuditRec.

       FD  DASHBOARD-FILE.
       01  DASHBOARD-LINE           PIC X(250).

       FD  QUERY-RESULT-FILE.
       COPY QueryResult.

       FD  DASH-SUBSCRIPTION-FILE.
       COPY DashSub.

       FD  QUERY-PARM-FILE.
       COPY QueryParm.

       FD  SUBSCRIPTION-INDEX-FILE.
       01  SUBSCRIPTION-INDEX-LINE  PIC X(250).

       WORKING-STORAGE SECTION.
       01 THEME        PIC X(5).
       01 WS-PARM-EOF-FLAG  PIC X VALUE "N".
       01 WS-VRF-TRL-DETS    PIC 9(7) VALUE ZERO.
       01 WS-VRF-OK-FLAG     PIC X VALUE "N".
           88 RESULT-FILE-VERIFIED   VALUE "Y".
       01 WS-ENR-NAME        PIC X(30).
       01 WS-ENR-BRANCH      PIC X(6).
       01 WS-ENR-OWNER       PIC X(20).
       01 WS-DSUB-EOF-FLAG   PIC X VALUE "N".
           88 DASH-SUBSCRIPTION-EOF  VALUE "Y".
       01 WS-QPARM-EOF-FLAG  PIC X VALUE "N".
           88 QUERY-PARM-EOF         VALUE "Y".
       01 QUERY-ID-COUNT     PIC 9(4) VALUE ZERO.
       01 QUERY-ID-TABLE.
           05 QUERY-ID-ENTRY OCCURS 200 TIMES INDEXED BY QID-IDX.
               10 TBL-QID-QUERY-ID      PIC X(8).
       01 WS-PERSONAL-FLAG   PIC X VALUE "N".
           88 RENDERING-SUBSCRIPTION VALUE "Y".
       01 WS-DASH-TITLE      PIC X(8).
       01 WS-ROW-DB-TYPE     PIC X(10).
       01 WS-ROW-QUERY-ID    PIC X(8).
       01 WS-ROW-VISIBLE-FLAG PIC X VALUE "N".
           88 ROW-IS-VISIBLE         VALUE "Y".
       01 WS-DB-ADMITTED-FLAG PIC X VALUE "N".
           88 DB-TYPE-ADMITTED       VALUE "Y".
       01 WS-QRY-ADMITTED-FLAG PIC X VALUE "N".
           88 QUERY-ID-ADMITTED      VALUE "Y".
       01 WS-SUB-SLOT        PIC 9(2).
       01 WS-QID-FOUND-FLAG  PIC X VALUE "N".
           88 SUBSCRIBED-QUERY-FOUND VALUE "Y".
       01 WS-SUB-SKIP-REASON PIC X(60).
       01 WS-SUB-QUERY-COUNT PIC 9(7).
       01 WS-SUB-DETAIL-COUNT PIC 9(7).
       01 WS-SUB-PRODUCED    PIC 9(4) VALUE ZERO.
       01 WS-SUB-SKIPPED     PIC 9(4) VALUE ZERO.
       01 WS-SUB-CONTENT-TEXT PIC X(11).
       COPY RunParm.
       COPY AcctLkupArea.

       LINKAGE SECTION.
       COPY QueryResultSet.
           END-READ
       END-PERFORM
       CLOSE THEME-REQUEST-FILE
       PERFORM PRODUCE-SUBSCRIPTIONS
       MOVE "E" TO ALK-REQUEST
       CALL "AcctLkup" USING ACCOUNT-LOOKUP-AREA
       GOBACK.

      * The merged result file carries a control trailer with its
           END-SEARCH
           .

      * A theme dashboard is named for its theme and shows every
      * result; a personal one is named for its subscriber and shows
      * only the results the subscription admits.
       WRITE-DASHBOARD-FILE SECTION.
           MOVE SPACES TO WS-DASH-FILE-NAME
           IF RENDERING-SUBSCRIPTION
               MOVE DSUB-USER-ID TO WS-DASH-TITLE
               STRING "SUB" DELIMITED BY SIZE
                   DSUB-USER-ID DELIMITED BY SPACE
                   ".HTML" DELIMITED BY SIZE
                   INTO WS-DASH-FILE-NAME
               END-STRING
           ELSE
               MOVE THEME TO WS-DASH-TITLE
               STRING "DASH" DELIMITED BY SIZE
                   THEME DELIMITED BY SPACE
                   ".HTML" DELIMITED BY SIZE
                   INTO WS-DASH-FILE-NAME
               END-STRING
           END-IF
           MOVE ZERO TO WS-SUB-QUERY-COUNT
           MOVE ZERO TO WS-SUB-DETAIL-COUNT
           OPEN OUTPUT DASHBOARD-FILE
           MOVE "<html>" TO DASHBOARD-LINE
           WRITE DASHBOARD-LINE
           MOVE SPACES TO DASHBOARD-LINE
           STRING "<head><title>Dashboard " DELIMITED BY SIZE
               WS-DASH-TITLE DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               RUN-BUSINESS-DATE DELIMITED BY SIZE
               "</title></head>" DELIMITED BY SIZE
           WRITE DASHBOARD-LINE
           MOVE SPACES TO DASHBOARD-LINE
           STRING "<h1>Nightly dashboard (" DELIMITED BY SIZE
               WS-DASH-TITLE DELIMITED BY SPACE
               ") " DELIMITED BY SIZE
               RUN-BUSINESS-DATE DELIMITED BY SIZE
               "</h1>" DELIMITED BY SIZE
                   AT END SET QUERY-RESULT-EOF TO TRUE
                   NOT AT END
                       IF QRES-IS-HEADER
                           MOVE QRES-DB-TYPE TO WS-ROW-DB-TYPE
                           MOVE QRES-QUERY-ID TO WS-ROW-QUERY-ID
                           PERFORM CHECK-ROW-VISIBLE
                           IF ROW-IS-VISIBLE
                               ADD 1 TO WS-SUB-QUERY-COUNT
                               PERFORM WRITE-DASHBOARD-RESULT-ROW
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE QUERY-RESULT-FILE
           MOVE "</table>" TO DASHBOARD-LINE
           WRITE DASHBOARD-LINE
           IF NOT RENDERING-SUBSCRIPTION
               OR DSUB-WITH-DETAIL
               PERFORM WRITE-DASHBOARD-DETAIL-TABLE
           END-IF
           MOVE "</body>" TO DASHBOARD-LINE
           WRITE DASHBOARD-LINE
           MOVE "</html>" TO DASHBOARD-LINE
           DISPLAY "Dashboard written to " WS-DASH-FILE-NAME
           .

       WRITE-DASHBOARD-DETAIL-TABLE SECTION.
           MOVE "<h2>Detail rows</h2>" TO DASHBOARD-LINE
           WRITE DASHBOARD-LINE
           MOVE "<table>" TO DASHBOARD-LINE
           WRITE DASHBOARD-LINE
           MOVE SPACES TO DASHBOARD-LINE
           STRING "<tr><th>DB</th><th>Query</th><th>Row</th>"
               DELIMITED BY SIZE
               "<th>Account</th><th>Amount</th><th>Status</th>"
               DELIMITED BY SIZE
               "<th>Name</th><th>Branch</th><th>Owner</th></tr>"
               DELIMITED BY SIZE
               INTO DASHBOARD-LINE
           END-STRING
           WRITE DASHBOARD-LINE
           MOVE "N" TO WS-QRES-EOF-FLAG
           OPEN INPUT QUERY-RESULT-FILE
           PERFORM UNTIL QUERY-RESULT-EOF
               READ QUERY-RESULT-FILE
                   AT END SET QUERY-RESULT-EOF TO TRUE
                   NOT AT END
                       IF QRES-IS-DETAIL
                           MOVE QRES-DET-DB-TYPE TO WS-ROW-DB-TYPE
                           MOVE QRES-DET-QUERY-ID TO WS-ROW-QUERY-ID
                           PERFORM CHECK-ROW-VISIBLE
                           IF ROW-IS-VISIBLE
                               ADD 1 TO WS-SUB-DETAIL-COUNT
                               PERFORM WRITE-DASHBOARD-DETAIL-ROW
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE QUERY-RESULT-FILE
           MOVE "</table>" TO DASHBOARD-LINE
           WRITE DASHBOARD-LINE
           .

       CHECK-ROW-VISIBLE SECTION.
           MOVE "Y" TO WS-ROW-VISIBLE-FLAG
           IF RENDERING-SUBSCRIPTION
               MOVE "N" TO WS-DB-ADMITTED-FLAG
               PERFORM VARYING WS-SUB-SLOT FROM 1 BY 1
                       UNTIL WS-SUB-SLOT > 4
                   IF DSUB-DB-TYPE(WS-SUB-SLOT) = "*"
                       OR DSUB-DB-TYPE(WS-SUB-SLOT) = WS-ROW-DB-TYPE
                       SET DB-TYPE-ADMITTED TO TRUE
                   END-IF
               END-PERFORM
               MOVE "N" TO WS-QRY-ADMITTED-FLAG
               PERFORM VARYING WS-SUB-SLOT FROM 1 BY 1
                       UNTIL WS-SUB-SLOT > 10
                   IF DSUB-QUERY-ID(WS-SUB-SLOT) = "*"
                       OR DSUB-QUERY-ID(WS-SUB-SLOT) = WS-ROW-QUERY-ID
                       SET QUERY-ID-ADMITTED TO TRUE
                   END-IF
               END-PERFORM
               IF NOT DB-TYPE-ADMITTED
                   OR NOT QUERY-ID-ADMITTED
                   MOVE "N" TO WS-ROW-VISIBLE-FLAG
               END-IF
           END-IF
           .

      * Personal dashboards from DASHSUB.DAT, with SUBINDEX.HTML
      * listing what each subscriber got. A subscription naming an
      * inactive theme, or a query no longer on QUERYPARM.DAT, is
      * skipped whole rather than rendered short, and shows on the
      * index with the reason.
       PRODUCE-SUBSCRIPTIONS SECTION.
           MOVE ZERO TO WS-SUB-PRODUCED
           MOVE ZERO TO WS-SUB-SKIPPED
           PERFORM LOAD-QUERY-IDS
           OPEN OUTPUT SUBSCRIPTION-INDEX-FILE
           MOVE "<html>" TO SUBSCRIPTION-INDEX-LINE
           WRITE SUBSCRIPTION-INDEX-LINE
           MOVE SPACES TO SUBSCRIPTION-INDEX-LINE
           STRING "<head><title>Dashboard subscriptions "
               DELIMITED BY SIZE
               RUN-BUSINESS-DATE DELIMITED BY SIZE
               "</title></head>" DELIMITED BY SIZE
               INTO SUBSCRIPTION-INDEX-LINE
           END-STRING
           WRITE SUBSCRIPTION-INDEX-LINE
           MOVE "<body>" TO SUBSCRIPTION-INDEX-LINE
           WRITE SUBSCRIPTION-INDEX-LINE
           MOVE SPACES TO SUBSCRIPTION-INDEX-LINE
           STRING "<h1>Dashboard subscriptions " DELIMITED BY SIZE
               RUN-BUSINESS-DATE DELIMITED BY SIZE
               "</h1>" DELIMITED BY SIZE
               INTO SUBSCRIPTION-INDEX-LINE
           END-STRING
           WRITE SUBSCRIPTION-INDEX-LINE
           MOVE "<table>" TO SUBSCRIPTION-INDEX-LINE
           WRITE SUBSCRIPTION-INDEX-LINE
           MOVE SPACES TO SUBSCRIPTION-INDEX-LINE
           STRING "<tr><th>User</th><th>Theme</th><th>Content</th>"
               DELIMITED BY SIZE
               "<th>Dashboard</th><th>Queries</th>" DELIMITED BY SIZE
               "<th>Detail rows</th><th>Status</th></tr>"
               DELIMITED BY SIZE
               INTO SUBSCRIPTION-INDEX-LINE
           END-STRING
           WRITE SUBSCRIPTION-INDEX-LINE
           MOVE "N" TO WS-DSUB-EOF-FLAG
           OPEN INPUT DASH-SUBSCRIPTION-FILE
           PERFORM UNTIL DASH-SUBSCRIPTION-EOF
               READ DASH-SUBSCRIPTION-FILE
                   AT END SET DASH-SUBSCRIPTION-EOF TO TRUE
                   NOT AT END
                       PERFORM PRODUCE-ONE-SUBSCRIPTION
               END-READ
           END-PERFORM
           CLOSE DASH-SUBSCRIPTION-FILE
           MOVE "</table>" TO SUBSCRIPTION-INDEX-LINE
           WRITE SUBSCRIPTION-INDEX-LINE
           MOVE "</body>" TO SUBSCRIPTION-INDEX-LINE
           WRITE SUBSCRIPTION-INDEX-LINE
           MOVE "</html>" TO SUBSCRIPTION-INDEX-LINE
           WRITE SUBSCRIPTION-INDEX-LINE
           CLOSE SUBSCRIPTION-INDEX-FILE
           DISPLAY "Subscriptions: " WS-SUB-PRODUCED
               " personal dashboard(s) written, " WS-SUB-SKIPPED
               " skipped -- see SUBINDEX.HTML"
           .

       LOAD-QUERY-IDS SECTION.
           MOVE ZERO TO QUERY-ID-COUNT
           MOVE "N" TO WS-QPARM-EOF-FLAG
           OPEN INPUT QUERY-PARM-FILE
           PERFORM UNTIL QUERY-PARM-EOF
               READ QUERY-PARM-FILE
                   AT END SET QUERY-PARM-EOF TO TRUE
                   NOT AT END
                       IF QUERY-ID-COUNT < 200
                           ADD 1 TO QUERY-ID-COUNT
                           SET QID-IDX TO QUERY-ID-COUNT
                           MOVE QPARM-QUERY-ID
                               TO TBL-QID-QUERY-ID(QID-IDX)
                       ELSE
                           DISPLAY "LOAD-QUERY-IDS: QUERYPARM.DAT "
                               "has more than 200 rows -- ignoring "
                               "the rest"
                       END-IF
               END-READ
           END-PERFORM
           CLOSE QUERY-PARM-FILE
           .

       PRODUCE-ONE-SUBSCRIPTION SECTION.
           MOVE SPACES TO WS-SUB-SKIP-REASON
           MOVE DSUB-THEME-CODE TO THEME
           PERFORM VALIDATE-THEME
           IF NOT THEME-IS-VALID
               STRING "theme " DELIMITED BY SIZE
                   THEME DELIMITED BY SPACE
                   " is not an active theme" DELIMITED BY SIZE
                   INTO WS-SUB-SKIP-REASON
               END-STRING
           ELSE
               PERFORM CHECK-SUBSCRIBED-QUERIES
           END-IF
           MOVE ZERO TO WS-SUB-QUERY-COUNT
           MOVE ZERO TO WS-SUB-DETAIL-COUNT
           IF WS-SUB-SKIP-REASON = SPACES
               SET RENDERING-SUBSCRIPTION TO TRUE
               PERFORM FIND-THEME-PARM
               PERFORM WRITE-DASHBOARD-FILE
               MOVE "N" TO WS-PERSONAL-FLAG
               ADD 1 TO WS-SUB-PRODUCED
           ELSE
               DISPLAY "Skipped subscription for " DSUB-USER-ID
                   ": " WS-SUB-SKIP-REASON
               ADD 1 TO WS-SUB-SKIPPED
           END-IF
           PERFORM WRITE-SUBSCRIPTION-INDEX-ROW
           .

       CHECK-SUBSCRIBED-QUERIES SECTION.
           PERFORM VARYING WS-SUB-SLOT FROM 1 BY 1
                   UNTIL WS-SUB-SLOT > 10
                   OR WS-SUB-SKIP-REASON NOT = SPACES
               IF DSUB-QUERY-ID(WS-SUB-SLOT) NOT = SPACES
                   AND DSUB-QUERY-ID(WS-SUB-SLOT) NOT = "*"
                   MOVE "N" TO WS-QID-FOUND-FLAG
                   PERFORM VARYING QID-IDX FROM 1 BY 1
                           UNTIL QID-IDX > QUERY-ID-COUNT
                       IF TBL-QID-QUERY-ID(QID-IDX)
                           = DSUB-QUERY-ID(WS-SUB-SLOT)
                           SET SUBSCRIBED-QUERY-FOUND TO TRUE
                       END-IF
                   END-PERFORM
                   IF NOT SUBSCRIBED-QUERY-FOUND
                       STRING "query " DELIMITED BY SIZE
                           DSUB-QUERY-ID(WS-SUB-SLOT)
                           DELIMITED BY SPACE
                           " is not on QUERYPARM.DAT" DELIMITED BY SIZE
                           INTO WS-SUB-SKIP-REASON
                       END-STRING
                   END-IF
               END-IF
           END-PERFORM
           .

       WRITE-SUBSCRIPTION-INDEX-ROW SECTION.
           IF DSUB-WITH-DETAIL
               MOVE "Detail" TO WS-SUB-CONTENT-TEXT
           ELSE
               MOVE "Counts only" TO WS-SUB-CONTENT-TEXT
           END-IF
           MOVE SPACES TO SUBSCRIPTION-INDEX-LINE
           IF WS-SUB-SKIP-REASON = SPACES
               STRING "<tr><td>" DELIMITED BY SIZE
                   DSUB-USER-ID DELIMITED BY SPACE
                   "</td><td>" DELIMITED BY SIZE
                   DSUB-THEME-CODE DELIMITED BY SPACE
                   "</td><td>" DELIMITED BY SIZE
                   WS-SUB-CONTENT-TEXT DELIMITED BY SIZE
                   "</td><td><a href=" DELIMITED BY SIZE
                   QUOTE DELIMITED BY SIZE
                   WS-DASH-FILE-NAME DELIMITED BY SPACE
                   QUOTE DELIMITED BY SIZE
                   ">" DELIMITED BY SIZE
                   WS-DASH-FILE-NAME DELIMITED BY SPACE
                   "</a></td><td>" DELIMITED BY SIZE
                   WS-SUB-QUERY-COUNT DELIMITED BY SIZE
                   "</td><td>" DELIMITED BY SIZE
                   WS-SUB-DETAIL-COUNT DELIMITED BY SIZE
                   "</td><td>PRODUCED</td></tr>" DELIMITED BY SIZE
                   INTO SUBSCRIPTION-INDEX-LINE
               END-STRING
           ELSE
               STRING "<tr><td>" DELIMITED BY SIZE
                   DSUB-USER-ID DELIMITED BY SPACE
                   "</td><td>" DELIMITED BY SIZE
                   DSUB-THEME-CODE DELIMITED BY SPACE
                   "</td><td>" DELIMITED BY SIZE
                   WS-SUB-CONTENT-TEXT DELIMITED BY SIZE
                   "</td><td>-</td><td>-</td><td>-</td>"
                   DELIMITED BY SIZE
                   "<td>SKIPPED: " DELIMITED BY SIZE
                   WS-SUB-SKIP-REASON DELIMITED BY SIZE
                   "</td></tr>" DELIMITED BY SIZE
                   INTO SUBSCRIPTION-INDEX-LINE
               END-STRING
           END-IF
           WRITE SUBSCRIPTION-INDEX-LINE
           .

       WRITE-DASHBOARD-RESULT-ROW SECTION.
           MOVE SPACES TO DASHBOARD-LINE
           STRING "<tr><td>" DELIMITED BY SIZE
           WRITE DASHBOARD-LINE
           .

      * Each detail row carries the account's name, branch, and
      * relationship owner from the account master; a key the master
      * does not know shows as unknown, never as blank cells. Example3
      * lists those keys on UNKACCT.RPT for follow-up.
       WRITE-DASHBOARD-DETAIL-ROW SECTION.
           MOVE "L" TO ALK-REQUEST
           MOVE QRES-DET-COL-1 TO ALK-ACCOUNT-KEY
           CALL "AcctLkup" USING ACCOUNT-LOOKUP-AREA
           IF ALK-ACCOUNT-FOUND
               MOVE ALK-ACCOUNT-NAME TO WS-ENR-NAME
               MOVE ALK-BRANCH TO WS-ENR-BRANCH
               MOVE ALK-OWNER TO WS-ENR-OWNER
           ELSE
               MOVE "*UNKNOWN ACCOUNT*" TO WS-ENR-NAME
               MOVE "?" TO WS-ENR-BRANCH
               MOVE "?" TO WS-ENR-OWNER
           END-IF
           MOVE SPACES TO DASHBOARD-LINE
           STRING "<tr><td>" DELIMITED BY SIZE
               QRES-DET-DB-TYPE DELIMITED BY SIZE
               "</td><td>" DELIMITED BY SIZE
               QRES-DET-QUERY-ID DELIMITED BY SIZE
               "</td><td>" DELIMITED BY SIZE
               QRES-DET-ROW-NUM DELIMITED BY SIZE
               "</td><td>" DELIMITED BY SIZE
               QRES-DET-COL-1 DELIMITED BY SIZE
               "</td><td>" DELIMITED BY SIZE
               QRES-DET-COL-2 DELIMITED BY SIZE
               "</td><td>" DELIMITED BY SIZE
               QRES-DET-COL-3 DELIMITED BY SIZE
               "</td><td>" DELIMITED BY SIZE
               WS-ENR-NAME DELIMITED BY SIZE
               "</td><td>" DELIMITED BY SIZE
               WS-ENR-BRANCH DELIMITED BY SIZE
               "</td><td>" DELIMITED BY SIZE
               WS-ENR-OWNER DELIMITED BY SIZE
               "</td></tr>" DELIMITED BY SIZE
               INTO DASHBOARD-LINE
           END-STRING
           WRITE DASHBOARD-LINE
           .

       CREATE-BUTTON SECTION.
           DISPLAY WS-BUTTON-ATTR
           .
