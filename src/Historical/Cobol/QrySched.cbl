       IDENTIFICATION DIVISION.
       PROGRAM-ID. QrySched.
      * Decides whether a query is due on a business date from its
      * QUERYPARM.DAT run frequency and run day. Daily queries are
      * always due and on-request queries never are. A weekly query
      * runs on the first (or last) business day of its Monday-to-
      * Sunday week, a month-end query on the first (or last)
      * business day of its calendar month -- both judged against
      * BIZCALDR.DAT with the same rule MonthEnd uses, so a holiday
      * Monday moves a first-day weekly query to the Tuesday. The
      * calendar is loaded on the first call and kept for the rest
      * of the run. Every consumer (Example2 choosing what to
      * extract, Reconcile, TrendRpt and QryDelta deciding what is
      * legitimately absent) calls this one routine so they cannot
      * disagree about the schedule.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BIZ-CALENDAR-FILE ASSIGN TO "BIZCALDR.DAT"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  BIZ-CALENDAR-FILE.
       COPY BizCal.

       WORKING-STORAGE SECTION.
       01 WS-CAL-EOF-FLAG    PIC X VALUE "N".
           88 BIZ-CALENDAR-EOF       VALUE "Y".
       01 WS-CAL-LOADED-FLAG PIC X VALUE "N".
           88 CALENDAR-LOADED        VALUE "Y".
       01 CALENDAR-COUNT     PIC 9(4) VALUE ZERO.
       01 CALENDAR-TABLE.
           05 CALENDAR-ENTRY OCCURS 400 TIMES INDEXED BY CAL-IDX.
               10 TBL-CAL-DATE          PIC X(8).
               10 TBL-CAL-BUSINESS-FLAG PIC X(1).
               10 TBL-CAL-OVERRIDE-DATE PIC X(8).
       01 WS-SCHED-DATE      PIC 9(8).
       01 WS-SCHED-INT       PIC 9(8).
       01 WS-PERIOD-START    PIC 9(8).
       01 WS-PERIOD-END      PIC 9(8).
       01 WS-WEEKDAY-OFFSET  PIC 9(1).
       01 WS-PROBE-DATE      PIC 9(8).
       01 WS-PROBE-DATE-X    PIC X(8).
       01 WS-PROBE-INT       PIC 9(8).
       01 WS-DAY-BIZ-FLAG    PIC X VALUE "N".
           88 DATE-IS-BUSINESS-DAY   VALUE "Y".
       01 WS-OTHER-BIZ-FLAG  PIC X VALUE "N".
           88 OTHER-BUSINESS-DAY-FOUND VALUE "Y".

       LINKAGE SECTION.
       COPY QrySchedArea.

       PROCEDURE DIVISION USING QUERY-SCHEDULE-AREA.

       IF NOT CALENDAR-LOADED
           PERFORM LOAD-BIZ-CALENDAR
       END-IF
       MOVE "N" TO SCHED-DUE-FLAG
       EVALUATE SCHED-RUN-FREQ
           WHEN "D"
           WHEN SPACE
               MOVE "Y" TO SCHED-DUE-FLAG
           WHEN "W"
           WHEN "M"
               IF SCHED-BUSINESS-DATE IS NUMERIC
                   MOVE SCHED-BUSINESS-DATE TO WS-PROBE-DATE-X
                   PERFORM CHECK-DATE-IS-BUSINESS-DAY
                   IF DATE-IS-BUSINESS-DAY
                       PERFORM CHECK-PERIOD-RUN-DAY
                   END-IF
               ELSE
                   DISPLAY "QrySched: business date "
                       SCHED-BUSINESS-DATE " is not a date -- "
                       "query treated as not due"
               END-IF
           WHEN OTHER
               CONTINUE
       END-EVALUATE
       GOBACK.

       LOAD-BIZ-CALENDAR SECTION.
           MOVE "N" TO WS-CAL-EOF-FLAG
           OPEN INPUT BIZ-CALENDAR-FILE
           PERFORM UNTIL BIZ-CALENDAR-EOF
               READ BIZ-CALENDAR-FILE
                   AT END SET BIZ-CALENDAR-EOF TO TRUE
                   NOT AT END
                       IF CALENDAR-COUNT < 400
                           ADD 1 TO CALENDAR-COUNT
                           SET CAL-IDX TO CALENDAR-COUNT
                           MOVE CAL-DATE TO TBL-CAL-DATE(CAL-IDX)
                           MOVE CAL-BUSINESS-FLAG
                               TO TBL-CAL-BUSINESS-FLAG(CAL-IDX)
                           MOVE CAL-OVERRIDE-DATE
                               TO TBL-CAL-OVERRIDE-DATE(CAL-IDX)
                       ELSE
                           DISPLAY "LOAD-BIZ-CALENDAR: BIZCALDR.DAT "
                               "has more than 400 rows -- ignoring "
                               "the rest"
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BIZ-CALENDAR-FILE
           SET CALENDAR-LOADED TO TRUE
           .

      * Same rule as MonthEnd: a date is a business day when it is
      * absent from BIZCALDR.DAT or carries flag "Y" with no
      * override date.
       CHECK-DATE-IS-BUSINESS-DAY SECTION.
           MOVE "Y" TO WS-DAY-BIZ-FLAG
           SET CAL-IDX TO 1
           SEARCH CALENDAR-ENTRY
               AT END CONTINUE
               WHEN TBL-CAL-DATE(CAL-IDX) = WS-PROBE-DATE-X
                   IF TBL-CAL-BUSINESS-FLAG(CAL-IDX) NOT = "Y"
                       OR TBL-CAL-OVERRIDE-DATE(CAL-IDX) IS NUMERIC
                       MOVE "N" TO WS-DAY-BIZ-FLAG
                   END-IF
           END-SEARCH
           .

      * The date is already known to be a business day; no other
      * business day may fall between it and the start of its period
      * (first-day queries) or between it and the end of its period
      * (last-day queries). Day 1 of INTEGER-OF-DATE, 1601-01-01, was
      * a Monday, so MOD(day - 1, 7) is the offset into the week.
       CHECK-PERIOD-RUN-DAY SECTION.
           MOVE SCHED-BUSINESS-DATE TO WS-SCHED-DATE
           COMPUTE WS-SCHED-INT =
               FUNCTION INTEGER-OF-DATE(WS-SCHED-DATE)
           IF SCHED-RUN-FREQ = "W"
               COMPUTE WS-WEEKDAY-OFFSET =
                   FUNCTION MOD(WS-SCHED-INT - 1, 7)
               COMPUTE WS-PERIOD-START =
                   WS-SCHED-INT - WS-WEEKDAY-OFFSET
               COMPUTE WS-PERIOD-END = WS-PERIOD-START + 6
           ELSE
               MOVE SCHED-BUSINESS-DATE TO WS-PROBE-DATE-X
               MOVE "01" TO WS-PROBE-DATE-X(7:2)
               MOVE WS-PROBE-DATE-X TO WS-PROBE-DATE
               COMPUTE WS-PERIOD-START =
                   FUNCTION INTEGER-OF-DATE(WS-PROBE-DATE)
               MOVE WS-SCHED-INT TO WS-PROBE-INT
               MOVE SCHED-BUSINESS-DATE TO WS-PROBE-DATE-X
               PERFORM UNTIL WS-PROBE-DATE-X(1:6)
                       NOT = SCHED-BUSINESS-DATE(1:6)
                   MOVE WS-PROBE-INT TO WS-PERIOD-END
                   ADD 1 TO WS-PROBE-INT
                   COMPUTE WS-PROBE-DATE =
                       FUNCTION DATE-OF-INTEGER(WS-PROBE-INT)
                   MOVE WS-PROBE-DATE TO WS-PROBE-DATE-X
               END-PERFORM
           END-IF
           MOVE "N" TO WS-OTHER-BIZ-FLAG
           IF SCHED-RUN-DAY = "L"
               COMPUTE WS-PROBE-INT = WS-SCHED-INT + 1
               PERFORM UNTIL WS-PROBE-INT > WS-PERIOD-END
                       OR OTHER-BUSINESS-DAY-FOUND
                   PERFORM CHECK-PROBE-INT-BUSINESS-DAY
                   ADD 1 TO WS-PROBE-INT
               END-PERFORM
           ELSE
               MOVE WS-PERIOD-START TO WS-PROBE-INT
               PERFORM UNTIL WS-PROBE-INT >= WS-SCHED-INT
                       OR OTHER-BUSINESS-DAY-FOUND
                   PERFORM CHECK-PROBE-INT-BUSINESS-DAY
                   ADD 1 TO WS-PROBE-INT
               END-PERFORM
           END-IF
           IF NOT OTHER-BUSINESS-DAY-FOUND
               MOVE "Y" TO SCHED-DUE-FLAG
           END-IF
           .

       CHECK-PROBE-INT-BUSINESS-DAY SECTION.
           COMPUTE WS-PROBE-DATE =
               FUNCTION DATE-OF-INTEGER(WS-PROBE-INT)
           MOVE WS-PROBE-DATE TO WS-PROBE-DATE-X
           PERFORM CHECK-DATE-IS-BUSINESS-DAY
           IF DATE-IS-BUSINESS-DAY
               SET OTHER-BUSINESS-DAY-FOUND TO TRUE
           END-IF
           .
