               RECORD KEY QHIST-KEY.
           SELECT TREND-PARM-FILE ASSIGN TO "TRENDPRM.DAT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT QUERY-PARM-FILE ASSIGN TO "QUERYPARM.DAT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT TREND-REPORT-FILE ASSIGN TO "TRENDRPT.RPT"
               ORGANIZATION LINE SEQUENTIAL.

       FD  TREND-PARM-FILE.
       COPY TrendParm.

       FD  QUERY-PARM-FILE.
       COPY QueryParm.

       FD  TREND-REPORT-FILE.
       01  TREND-REPORT-LINE        PIC X(100).

           88 QUERY-HISTORY-EOF      VALUE "Y".
       01 WS-PARM-EOF-FLAG   PIC X VALUE "N".
           88 TREND-PARM-EOF         VALUE "Y".
       01 WS-QPARM-EOF-FLAG  PIC X VALUE "N".
           88 QUERY-PARM-EOF         VALUE "Y".
       01 WS-PREV-RUN-FOUND-FLAG PIC X VALUE "N".
           88 PREVIOUS-RUN-FOUND     VALUE "Y".
       01 WS-REPORT-DATE     PIC X(8).
       01 WS-WOW-DATE        PIC X(8).
       01 WS-WOW-INT         PIC 9(8).
               10 TBL-TRD-PREV-COUNT    PIC 9(7).
               10 TBL-TRD-WOW-COUNT     PIC 9(7).
               10 TBL-TRD-WOW-FLAG      PIC X(1).
               10 TBL-TRD-RUN-FREQ      PIC X(1).
               10 TBL-TRD-MISSING-FLAG  PIC X(1).
       01 WS-TRD-SUB         PIC 9(4).
       01 WS-DOD-PCT         PIC S9(5)V9 VALUE ZERO.
       01 WS-WOW-PCT         PIC S9(5)V9 VALUE ZERO.
       01 WS-PCT-WORK        PIC S9(11)V9 VALUE ZERO.
       01 WS-FLAG-TEXT       PIC X(8).
       COPY QrySchedArea.
       01 RPT-TITLE-LINE.
           05 FILLER             PIC X(28)
               VALUE "QUERY VOLUME TREND REPORT FO".
               (FUNCTION NUMVAL(WS-REPORT-DATE)) - 7
       COMPUTE WS-WOW-INT = FUNCTION DATE-OF-INTEGER(WS-WOW-INT)
       MOVE WS-WOW-INT TO WS-WOW-DATE
       MOVE ZERO TO TREND-QUERY-COUNT
       MOVE "N" TO WS-PARM-EOF-FLAG
       MOVE 20 TO WS-PCT-LIMIT
       PERFORM LOAD-TREND-PCT-LIMIT
       PERFORM LOAD-TODAY-QUERIES
       PERFORM APPLY-QUERY-SCHEDULES
       PERFORM FIND-PRIOR-DATE
       PERFORM LOAD-PRIOR-COUNTS
       PERFORM LOAD-PREVIOUS-RUN-COUNTS
       PERFORM LOAD-WOW-COUNTS
       PERFORM WRITE-TREND-REPORT
       DISPLAY "Trend report written to TRENDRPT.RPT for "
                   MOVE ZERO TO TBL-TRD-PREV-COUNT(TRD-IDX)
                   MOVE ZERO TO TBL-TRD-WOW-COUNT(TRD-IDX)
                   MOVE "N" TO TBL-TRD-WOW-FLAG(TRD-IDX)
                   MOVE "D" TO TBL-TRD-RUN-FREQ(TRD-IDX)
                   MOVE "N" TO TBL-TRD-MISSING-FLAG(TRD-IDX)
                   MOVE ZERO TO TBL-TRD-TODAY-COUNT(TRD-IDX)
               ELSE
                   DISPLAY "STORE-TODAY-QUERY: more than 100 queries "
                       "today -- ignoring the rest"
           IF WS-TRD-SUB > ZERO
               SET TRD-IDX TO WS-TRD-SUB
               MOVE QHIST-ROW-COUNT TO TBL-TRD-TODAY-COUNT(TRD-IDX)
               MOVE "N" TO TBL-TRD-MISSING-FLAG(TRD-IDX)
           END-IF
           .

      * Match tonight's history against the query schedule. Each
      * query with history today picks up its run frequency; a query
      * QrySched says was due on the report date but has no history
      * row is added with a zero count and flagged MISSING. Weekly,
      * month-end and on-request queries that were not due are
      * expected to be absent and are left out of the report.
       APPLY-QUERY-SCHEDULES SECTION.
           MOVE "N" TO WS-QPARM-EOF-FLAG
           OPEN INPUT QUERY-PARM-FILE
           PERFORM UNTIL QUERY-PARM-EOF
               READ QUERY-PARM-FILE
                   AT END SET QUERY-PARM-EOF TO TRUE
                   NOT AT END
                       PERFORM APPLY-ONE-QUERY-SCHEDULE
               END-READ
           END-PERFORM
           CLOSE QUERY-PARM-FILE
           .

       APPLY-ONE-QUERY-SCHEDULE SECTION.
           MOVE ZERO TO WS-TRD-SUB
           PERFORM VARYING TRD-IDX FROM 1 BY 1
                   UNTIL TRD-IDX > TREND-QUERY-COUNT
               IF TBL-TRD-DB-TYPE(TRD-IDX) = QPARM-DB-TYPE
                   AND TBL-TRD-QUERY-ID(TRD-IDX) = QPARM-QUERY-ID
                   SET WS-TRD-SUB TO TRD-IDX
               END-IF
           END-PERFORM
           IF WS-TRD-SUB = ZERO
               MOVE WS-REPORT-DATE TO SCHED-BUSINESS-DATE
               MOVE QPARM-RUN-FREQ TO SCHED-RUN-FREQ
               MOVE QPARM-RUN-DAY TO SCHED-RUN-DAY
               CALL "QrySched" USING QUERY-SCHEDULE-AREA
               IF SCHED-QUERY-IS-DUE
                   MOVE QPARM-DB-TYPE TO QHIST-DB-TYPE
                   MOVE QPARM-QUERY-ID TO QHIST-QUERY-ID
                   MOVE ZERO TO QHIST-ROW-COUNT
                   PERFORM STORE-TODAY-QUERY
                   IF WS-TRD-SUB > ZERO
                       SET TRD-IDX TO WS-TRD-SUB
                       MOVE "Y" TO TBL-TRD-MISSING-FLAG(TRD-IDX)
                   END-IF
               END-IF
           END-IF
           IF WS-TRD-SUB > ZERO
               SET TRD-IDX TO WS-TRD-SUB
               IF QPARM-RUN-FREQ = SPACE
                   MOVE "D" TO TBL-TRD-RUN-FREQ(TRD-IDX)
               ELSE
                   MOVE QPARM-RUN-FREQ TO TBL-TRD-RUN-FREQ(TRD-IDX)
               END-IF
           END-IF
           .

           END-PERFORM
           .

      * The prior business date is the right comparison only for a
      * daily query. A weekly or month-end query is compared against
      * its own previous run instead: a keyed READ per calendar day,
      * probing back up to 62 days, finds the last date it has a
      * history row for.
       LOAD-PREVIOUS-RUN-COUNTS SECTION.
           OPEN INPUT QUERY-HISTORY-FILE
           PERFORM VARYING TRD-IDX FROM 1 BY 1
                   UNTIL TRD-IDX > TREND-QUERY-COUNT
               IF TBL-TRD-RUN-FREQ(TRD-IDX) NOT = "D"
                   PERFORM FIND-PREVIOUS-RUN
               END-IF
           END-PERFORM
           CLOSE QUERY-HISTORY-FILE
           .

       FIND-PREVIOUS-RUN SECTION.
           MOVE SPACES TO TBL-TRD-PREV-DATE(TRD-IDX)
           MOVE ZERO TO TBL-TRD-PREV-COUNT(TRD-IDX)
           MOVE "N" TO WS-PREV-RUN-FOUND-FLAG
           MOVE WS-REPORT-DATE TO WS-PROBE-DATE-9
           COMPUTE WS-PROBE-INT =
               FUNCTION INTEGER-OF-DATE(WS-PROBE-DATE-9)
           PERFORM VARYING WS-PROBE-OFFSET FROM 1 BY 1
                   UNTIL WS-PROBE-OFFSET > 62
                   OR PREVIOUS-RUN-FOUND
               COMPUTE WS-PROBE-DATE-9 = FUNCTION DATE-OF-INTEGER
                   (WS-PROBE-INT - WS-PROBE-OFFSET)
               MOVE WS-PROBE-DATE-9 TO QHIST-BUSINESS-DATE
               MOVE TBL-TRD-DB-TYPE(TRD-IDX) TO QHIST-DB-TYPE
               MOVE TBL-TRD-QUERY-ID(TRD-IDX) TO QHIST-QUERY-ID
               READ QUERY-HISTORY-FILE
                   KEY IS QHIST-KEY
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       SET PREVIOUS-RUN-FOUND TO TRUE
                       MOVE QHIST-BUSINESS-DATE
                           TO TBL-TRD-PREV-DATE(TRD-IDX)
                       MOVE QHIST-ROW-COUNT
                           TO TBL-TRD-PREV-COUNT(TRD-IDX)
               END-READ
           END-PERFORM
           .

       LOAD-WOW-COUNTS SECTION.
           OPEN INPUT QUERY-HISTORY-FILE
           MOVE WS-WOW-DATE TO WS-RANGE-DATE
                   END-IF
               END-IF
           END-IF
           IF TBL-TRD-MISSING-FLAG(TRD-IDX) = "Y"
               MOVE "** MISS" TO WS-FLAG-TEXT
           END-IF
           MOVE TBL-TRD-QUERY-ID(TRD-IDX) TO TRD-DET-QUERY-ID
           MOVE TBL-TRD-DB-TYPE(TRD-IDX) TO TRD-DET-DB-TYPE
           MOVE TBL-TRD-TODAY-COUNT(TRD-IDX) TO TRD-DET-TODAY
