               ORGANIZATION LINE SEQUENTIAL.
           SELECT DELTA-REPORT-FILE ASSIGN TO "QRYDELTA.RPT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT QUERY-PARM-FILE ASSIGN TO "QUERYPARM.DAT"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  DELTA-REPORT-FILE.
       01  DELTA-REPORT-LINE        PIC X(100).

       FD  QUERY-PARM-FILE.
       COPY QueryParm.

       WORKING-STORAGE SECTION.
       01 WS-PRIOR-FILE-NAME PIC X(30).
       01 WS-PRIOR-EOF-FLAG  PIC X VALUE "N".
           88 RESULT-TRAILER-SEEN    VALUE "Y".
       01 WS-VRF-TRL-HDRS    PIC 9(7) VALUE ZERO.
       01 WS-VRF-TRL-DETS    PIC 9(7) VALUE ZERO.
       01 WS-QPARM-EOF-FLAG  PIC X VALUE "N".
           88 QUERY-PARM-EOF         VALUE "Y".
       01 NOT-DUE-QUERY-COUNT PIC 9(4) VALUE ZERO.
       01 NOT-DUE-QUERY-TABLE.
           05 NOT-DUE-QUERY-ENTRY OCCURS 200 TIMES INDEXED BY NDQ-IDX.
               10 TBL-NDQ-QUERY-ID      PIC X(8).
       01 WS-NOT-DUE-FLAG    PIC X VALUE "N".
           88 QUERY-NOT-DUE          VALUE "Y".
       COPY QrySchedArea.
       01 WS-RUN-CONTROL-AREA PIC X(73).

       LINKAGE SECTION.
       IF RETURN-CODE >= 16
           GOBACK
       END-IF
       PERFORM LOAD-NOT-DUE-QUERIES
       PERFORM COLLECT-DISAPPEARED-ROWS
       PERFORM WRITE-DELTA-REPORT
       DISPLAY "Delta report written to QRYDELTA.RPT against "
      * carries the refresh run id, so matching on the trailer's id
      * would keep only the refreshed query's rows.
       LOAD-PRIOR-DETAIL-ROWS SECTION.
           MOVE ZERO TO PRIOR-ROW-COUNT
           MOVE "N" TO WS-PRI-OVERFLOW-FLAG
           MOVE "N" TO WS-PRIOR-EOF-FLAG
           MOVE 1 TO WS-CYC-START-SUB
           MOVE 1 TO WS-SNAP-START
      * trailer at all, is truncated or mid-write and the step
      * fails hard before a misleading delta goes out.
       COMPARE-TONIGHT-DETAILS SECTION.
           MOVE ZERO TO DELTA-COUNT
           MOVE "N" TO WS-DLT-OVERFLOW-FLAG
           MOVE ZERO TO QUERY-SUM-COUNT
           MOVE ZERO TO WS-VRF-HDR-COUNT
           MOVE ZERO TO WS-VRF-DET-COUNT
           MOVE "N" TO WS-VRF-TRL-FLAG
           MOVE "N" TO WS-QRES-EOF-FLAG
           OPEN INPUT QUERY-RESULT-FILE
           PERFORM UNTIL QUERY-RESULT-EOF
           END-IF
           .

      * A weekly, month-end or on-request query that is not due
      * tonight has no rows in QUERYRES.DAT by design, so its rows in
      * the prior cycle are not reported as disappeared.
       LOAD-NOT-DUE-QUERIES SECTION.
           MOVE ZERO TO NOT-DUE-QUERY-COUNT
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
                       IF NOT SCHED-QUERY-IS-DUE
                           PERFORM STORE-NOT-DUE-QUERY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE QUERY-PARM-FILE
           .

       STORE-NOT-DUE-QUERY SECTION.
           IF NOT-DUE-QUERY-COUNT < 200
               ADD 1 TO NOT-DUE-QUERY-COUNT
               SET NDQ-IDX TO NOT-DUE-QUERY-COUNT
               MOVE QPARM-QUERY-ID TO TBL-NDQ-QUERY-ID(NDQ-IDX)
           ELSE
               DISPLAY "STORE-NOT-DUE-QUERY: QUERYPARM.DAT has more "
                   "than 200 rows -- ignoring the rest"
           END-IF
           .

       COLLECT-DISAPPEARED-ROWS SECTION.
           PERFORM VARYING PRI-IDX FROM 1 BY 1
                   UNTIL PRI-IDX > PRIOR-ROW-COUNT
               IF TBL-PRI-MATCHED(PRI-IDX) = "N"
                   PERFORM CHECK-QUERY-NOT-DUE
                   IF NOT QUERY-NOT-DUE
                       PERFORM RECORD-DISAPPEARED-ROW
                   END-IF
               END-IF
           END-PERFORM
           .

       CHECK-QUERY-NOT-DUE SECTION.
           MOVE "N" TO WS-NOT-DUE-FLAG
           PERFORM VARYING NDQ-IDX FROM 1 BY 1
                   UNTIL NDQ-IDX > NOT-DUE-QUERY-COUNT
                   OR QUERY-NOT-DUE
               IF TBL-NDQ-QUERY-ID(NDQ-IDX) = TBL-PRI-QUERY-ID(PRI-IDX)
                   SET QUERY-NOT-DUE TO TRUE
               END-IF
           END-PERFORM
           .
