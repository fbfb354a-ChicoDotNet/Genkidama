               ORGANIZATION LINE SEQUENTIAL.
           SELECT QUERY-RESULT-FILE ASSIGN TO "QUERYRES.DAT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT QUERY-PARM-FILE ASSIGN TO "QUERYPARM.DAT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL DQ-EXCEPTION-FILE ASSIGN TO "DQEXCEPT.DAT"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PDF-REPORT-FILE.
       01  PDF-REPORT-LINE          PIC X(150).

       FD  HTML-REPORT-FILE.
       01  HTML-REPORT-LINE         PIC X(150).

       FD  CSV-REPORT-FILE.
       01  CSV-REPORT-LINE          PIC X(150).

       FD  XML-REPORT-FILE.
       01  XML-REPORT-LINE          PIC X(150).

       FD  RECON-EXCEPTION-LOG.
       COPY ReconExc.
       FD  QUERY-RESULT-FILE.
       COPY QueryResult.

       FD  QUERY-PARM-FILE.
       COPY QueryParm.

       FD  DQ-EXCEPTION-FILE.
       COPY DqExcept.

       WORKING-STORAGE SECTION.
       01 REPORT-TYPE        PIC X(10).
       01 REPORT-TYPE-LIST.
           88 RESULT-TRAILER-SEEN    VALUE "Y".
       01 WS-VRF-TRL-HDRS    PIC 9(7) VALUE ZERO.
       01 WS-VRF-TRL-DETS    PIC 9(7) VALUE ZERO.
       01 WS-QPARM-EOF-FLAG  PIC X VALUE "N".
           88 QUERY-PARM-EOF         VALUE "Y".
       01 WS-DQ-EOF-FLAG     PIC X VALUE "N".
           88 DQ-EXCEPTION-EOF       VALUE "Y".
       01 RESULT-QUERY-COUNT PIC 9(4) VALUE ZERO.
       01 RESULT-QUERY-TABLE.
           05 RESULT-QUERY-ENTRY OCCURS 200 TIMES INDEXED BY RQY-IDX.
               10 TBL-RQY-QUERY-ID      PIC X(8).
       01 WS-RQY-FOUND-FLAG  PIC X VALUE "N".
           88 RESULT-QUERY-FOUND     VALUE "Y".
       COPY QrySchedArea.
       COPY RunParm.

       LINKAGE SECTION.
                   "type: " REPORT-TYPE
           END-IF
       END-PERFORM
       PERFORM CHECK-SCHEDULED-QUERIES
       GOBACK.

       COUNT-QUERY-RESULT-RECORDS SECTION.
           MOVE ZERO TO WS-HEADER-COUNT
           MOVE ZERO TO WS-DETAIL-COUNT
           MOVE ZERO TO RESULT-QUERY-COUNT
           MOVE "N" TO WS-VRF-TRL-FLAG
           MOVE "N" TO WS-QRES-EOF-FLAG
           OPEN INPUT QUERY-RESULT-FILE
           PERFORM UNTIL QUERY-RESULT-EOF
                               ADD 1 TO WS-DETAIL-COUNT
                           WHEN QRES-IS-HEADER
                               ADD 1 TO WS-HEADER-COUNT
                               PERFORM STORE-RESULT-QUERY-ID
                       END-EVALUATE
               END-READ
           END-PERFORM
           END-IF
           .

       STORE-RESULT-QUERY-ID SECTION.
           IF RESULT-QUERY-COUNT < 200
               ADD 1 TO RESULT-QUERY-COUNT
               SET RQY-IDX TO RESULT-QUERY-COUNT
               MOVE QRES-QUERY-ID TO TBL-RQY-QUERY-ID(RQY-IDX)
           ELSE
               DISPLAY "STORE-RESULT-QUERY-ID: QUERYRES.DAT has more "
                   "than 200 query results -- ignoring the rest"
           END-IF
           .

      * Every query scheduled for the business date must have a
      * result in QUERYRES.DAT, unless the tolerance check withheld
      * it this run (already on DQEXCEPT.DAT). A missing one is
      * logged to RECONEXC.DAT under its query id with an expected
      * count of 1 and an actual of 0. Weekly, month-end and
      * on-request queries that QrySched says are not due on this
      * date are legitimately absent and are not checked.
       CHECK-SCHEDULED-QUERIES SECTION.
           MOVE "N" TO WS-QPARM-EOF-FLAG
           OPEN INPUT QUERY-PARM-FILE
           PERFORM UNTIL QUERY-PARM-EOF
               READ QUERY-PARM-FILE
                   AT END SET QUERY-PARM-EOF TO TRUE
                   NOT AT END
                       MOVE RUN-BUSINESS-DATE TO SCHED-BUSINESS-DATE
                       MOVE QPARM-RUN-FREQ TO SCHED-RUN-FREQ
                       MOVE QPARM-RUN-DAY TO SCHED-RUN-DAY
                       CALL "QrySched" USING QUERY-SCHEDULE-AREA
                       IF SCHED-QUERY-IS-DUE
                           PERFORM CHECK-ONE-SCHEDULED-QUERY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE QUERY-PARM-FILE
           .

       CHECK-ONE-SCHEDULED-QUERY SECTION.
           MOVE "N" TO WS-RQY-FOUND-FLAG
           SET RQY-IDX TO 1
           SEARCH RESULT-QUERY-ENTRY
               AT END CONTINUE
               WHEN RQY-IDX > RESULT-QUERY-COUNT
                   CONTINUE
               WHEN TBL-RQY-QUERY-ID(RQY-IDX) = QPARM-QUERY-ID
                   SET RESULT-QUERY-FOUND TO TRUE
           END-SEARCH
           IF NOT RESULT-QUERY-FOUND
               PERFORM CHECK-QUERY-WITHHELD
           END-IF
           IF NOT RESULT-QUERY-FOUND
               DISPLAY "Scheduled query " QPARM-QUERY-ID
                   " has no result for " RUN-BUSINESS-DATE
               MOVE QPARM-QUERY-ID TO REPORT-TYPE
               MOVE 1 TO WS-EXPECTED-COUNT
               MOVE ZERO TO WS-ACTUAL-COUNT
               PERFORM WRITE-RECON-EXCEPTION
           END-IF
           .

       CHECK-QUERY-WITHHELD SECTION.
           MOVE "N" TO WS-DQ-EOF-FLAG
           OPEN INPUT DQ-EXCEPTION-FILE
           PERFORM UNTIL DQ-EXCEPTION-EOF
               READ DQ-EXCEPTION-FILE
                   AT END SET DQ-EXCEPTION-EOF TO TRUE
                   NOT AT END
                       IF DQ-RUN-ID = RUN-ID
                           AND DQ-QUERY-ID = QPARM-QUERY-ID
                           AND DQ-ACTION = "REJECT"
                           SET RESULT-QUERY-FOUND TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DQ-EXCEPTION-FILE
           .

       VALIDATE-REPORT-TYPE SECTION.
           MOVE "N" TO WS-REPORT-VALID-FLAG
           SET RUN-PARM-REPORT-IDX TO 1
