       IDENTIFICATION DIVISION.
       PROGRAM-ID. CapFcst.
      * Batch-window capacity forecast, produced on the last business
      * day of the month. For every pipeline step, and for the whole
      * window from the first step's start to the last step's end,
      * it fits a least-squares trend to the elapsed seconds on
      * STEPHSTX.DAT over the lookback period and a second trend to
      * the row volume the step processes on QRYHISTX.DAT -- the
      * step's own DB-TYPE for an extract, every DB-TYPE for the rest.
      * Each runtime trend is run forward to the step's SLAPARM.DAT
      * duration limit (the BATCH-WINDOW row for the whole window) to
      * give the date it will breach if the growth continues, and a
      * runtime growing faster than its volume is marked SLOWER.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BIZ-CALENDAR-FILE ASSIGN TO "BIZCALDR.DAT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT SLA-PARM-FILE ASSIGN TO "SLAPARM.DAT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL PIPE-STEP-FILE ASSIGN TO "PIPESTEP.DAT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL STEP-HISTORY-FILE ASSIGN TO "STEPHSTX.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY SHX-KEY.
           SELECT OPTIONAL QUERY-HISTORY-FILE ASSIGN TO "QRYHISTX.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY QHIST-KEY.
           SELECT CAPACITY-REPORT-FILE ASSIGN TO "CAPFCST.RPT"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  BIZ-CALENDAR-FILE.
       COPY BizCal.

       FD  SLA-PARM-FILE.
       COPY SlaParm.

       FD  PIPE-STEP-FILE.
       COPY PipeStep.

       FD  STEP-HISTORY-FILE.
       COPY StepHist.

       FD  QUERY-HISTORY-FILE.
       COPY QryHist.

       FD  CAPACITY-REPORT-FILE.
       01  CAPACITY-REPORT-LINE     PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-CAL-EOF-FLAG    PIC X VALUE "N".
           88 BIZ-CALENDAR-EOF       VALUE "Y".
       01 WS-PARM-EOF-FLAG   PIC X VALUE "N".
           88 SLA-PARM-EOF           VALUE "Y".
       01 WS-STEP-EOF-FLAG   PIC X VALUE "N".
           88 PIPE-STEP-EOF          VALUE "Y".
       01 WS-SHX-EOF-FLAG    PIC X VALUE "N".
           88 STEP-HISTORY-EOF       VALUE "Y".
       01 WS-HIST-EOF-FLAG   PIC X VALUE "N".
           88 QUERY-HISTORY-EOF      VALUE "Y".
       01 CALENDAR-COUNT     PIC 9(4) VALUE ZERO.
       01 CALENDAR-TABLE.
           05 CALENDAR-ENTRY OCCURS 400 TIMES INDEXED BY CAL-IDX.
               10 TBL-CAL-DATE          PIC X(8).
               10 TBL-CAL-BUSINESS-FLAG PIC X(1).
               10 TBL-CAL-OVERRIDE-DATE PIC X(8).
       01 WS-REPORT-DATE     PIC X(8).
       01 WS-CUR-MONTH       PIC X(6).
       01 WS-PROBE-DATE      PIC 9(8).
       01 WS-PROBE-DATE-X    PIC X(8).
       01 WS-PROBE-INT       PIC 9(8).
       01 WS-DAY-BIZ-FLAG    PIC X VALUE "N".
           88 DATE-IS-BUSINESS-DAY   VALUE "Y".
       01 WS-LAST-DAY-FLAG   PIC X VALUE "Y".
           88 IS-LAST-BUSINESS-DAY   VALUE "Y".
       01 WS-LOOKBACK-DAYS   PIC 9(3) VALUE 91.
       01 WS-HORIZON-DAYS    PIC 9(3) VALUE 365.
       01 WS-MIN-POINTS      PIC 9(2) VALUE 5.
       01 WS-REPORT-INT      PIC 9(8).
       01 WS-BASE-INT        PIC 9(8).
       01 WS-FROM-DATE       PIC X(8).
       01 WS-DAY-X           PIC 9(3).
       01 WS-TODAY-X         PIC 9(3).
       01 SLA-PARM-COUNT     PIC 9(4) VALUE ZERO.
       01 SLA-PARM-TABLE.
           05 SLA-PARM-ENTRY OCCURS 40 TIMES INDEXED BY SLA-IDX.
               10 TBL-SLA-STEP-NAME     PIC X(12).
               10 TBL-SLA-MAX-DURATION  PIC 9(5).
       01 WS-SLA-FOUND-FLAG  PIC X VALUE "N".
           88 SLA-PARM-FOUND         VALUE "Y".
       01 FORECAST-STEP-COUNT PIC 9(4) VALUE ZERO.
       01 FORECAST-STEP-TABLE.
           05 FORECAST-STEP-ENTRY OCCURS 41 TIMES INDEXED BY FST-IDX.
               10 TBL-FST-STEP-NAME     PIC X(12).
               10 TBL-FST-DB-TYPE       PIC X(10).
               10 TBL-FST-SECS-SUMS.
                   15 TBL-FST-N         PIC 9(4).
                   15 TBL-FST-SX        PIC S9(9).
                   15 TBL-FST-SXX       PIC S9(11).
                   15 TBL-FST-SY        PIC S9(15).
                   15 TBL-FST-SXY       PIC S9(17).
               10 TBL-FST-ROWS-SUMS.
                   15 TBL-FST-VN        PIC 9(4).
                   15 TBL-FST-VSX       PIC S9(9).
                   15 TBL-FST-VSXX      PIC S9(11).
                   15 TBL-FST-VSY       PIC S9(15).
                   15 TBL-FST-VSXY      PIC S9(17).
       01 WS-FST-SUB         PIC 9(4).
       01 WINDOW-DAY-COUNT   PIC 9(4) VALUE ZERO.
       01 WINDOW-DAY-TABLE.
           05 WINDOW-DAY-ENTRY OCCURS 400 TIMES INDEXED BY WDY-IDX.
               10 TBL-WDY-DATE          PIC X(8).
               10 TBL-WDY-FIRST-START   PIC X(21).
               10 TBL-WDY-LAST-END      PIC X(21).
       01 WS-WDY-SUB         PIC 9(4).
       01 VOLUME-DAY-COUNT   PIC 9(4) VALUE ZERO.
       01 VOLUME-DAY-TABLE.
           05 VOLUME-DAY-ENTRY OCCURS 400 TIMES INDEXED BY VOL-IDX.
               10 TBL-VOL-DATE          PIC X(8).
               10 TBL-VOL-TOTAL         PIC 9(11).
               10 TBL-VOL-DB-COUNT      PIC 9(2).
               10 TBL-VOL-DB-ENTRY OCCURS 10 TIMES INDEXED BY VDB-IDX.
                   15 TBL-VOL-DB-TYPE   PIC X(10).
                   15 TBL-VOL-DB-ROWS   PIC 9(11).
       01 WS-VOL-SUB         PIC 9(4).
       01 WS-VDB-SUB         PIC 9(2).
       01 WS-VOL-FOUND-FLAG  PIC X VALUE "N".
           88 VOLUME-FOUND           VALUE "Y".
       01 WS-DAY-ROWS        PIC 9(11).
       01 WS-DAY-SECS        PIC 9(7).
       01 WS-TS-IN           PIC X(21).
       01 WS-TS-PARTS.
           05 WS-TS-DATE-9       PIC 9(8).
           05 WS-TS-HH           PIC 9(2).
           05 WS-TS-MI           PIC 9(2).
           05 WS-TS-SS           PIC 9(2).
           05 WS-TS-HS           PIC 9(2).
       01 WS-TS-HUND         PIC S9(15) COMP-5.
       01 WS-START-HUND      PIC S9(15) COMP-5.
       01 WS-END-HUND        PIC S9(15) COMP-5.
       01 WS-FIT-SUMS.
           05 WS-FIT-N           PIC 9(4).
           05 WS-FIT-SX          PIC S9(9).
           05 WS-FIT-SXX         PIC S9(11).
           05 WS-FIT-SY          PIC S9(15).
           05 WS-FIT-SXY         PIC S9(17).
       01 WS-FIT-DENOM       PIC S9(15).
       01 WS-FIT-SLOPE       PIC S9(11)V9(6).
       01 WS-FIT-INTERCEPT   PIC S9(13)V9(6).
       01 WS-FIT-NOW         PIC S9(13)V9(2).
       01 WS-FIT-PCT-WEEK    PIC S9(5)V9.
       01 WS-FIT-OK-FLAG     PIC X VALUE "N".
           88 TREND-FITTED           VALUE "Y".
       01 WS-PCT-WORK        PIC S9(11)V9 VALUE ZERO.
       01 WS-SECS-NOW        PIC S9(13)V9(2).
       01 WS-SECS-SLOPE      PIC S9(11)V9(6).
       01 WS-SECS-PCT-WEEK   PIC S9(5)V9.
       01 WS-SECS-FIT-FLAG   PIC X VALUE "N".
       01 WS-ROWS-PCT-WEEK   PIC S9(5)V9.
       01 WS-ROWS-FIT-FLAG   PIC X VALUE "N".
       01 WS-DAYS-TO-BREACH  PIC 9(9)V9(2).
       01 WS-BREACH-INT      PIC 9(8).
       01 WS-BREACH-DATE-9   PIC 9(8).
       01 WS-AT-RISK-COUNT   PIC 9(4) VALUE ZERO.
       01 RPT-TITLE-LINE.
           05 FILLER             PIC X(28)
               VALUE "BATCH CAPACITY FORECAST FOR ".
           05 FCT-TITLE-MONTH    PIC X(6).
           05 FILLER             PIC X(15) VALUE "  HISTORY FROM ".
           05 FCT-TITLE-FROM     PIC X(8).
           05 FILLER             PIC X(4) VALUE " TO ".
           05 FCT-TITLE-TO       PIC X(8).
       01 RPT-COL-HEAD-LINE.
           05 FILLER             PIC X(40)
               VALUE "STEP         PTS NOW-SEC SLA-MAX SEC%/WK".
           05 FILLER             PIC X(31)
               VALUE " ROW%/WK PERROW BREACH-ON  FLAG".
       01 RPT-DETAIL-LINE.
           05 FCT-DET-STEP       PIC X(12).
           05 FILLER             PIC X(1) VALUE SPACES.
           05 FCT-DET-POINTS     PIC ZZ9.
           05 FILLER             PIC X(1) VALUE SPACES.
           05 FCT-DET-NOW        PIC ZZZZZZ9.
           05 FILLER             PIC X(1) VALUE SPACES.
           05 FCT-DET-LIMIT      PIC ZZZZZZ9.
           05 FILLER             PIC X(1) VALUE SPACES.
           05 FCT-DET-SECS-PCT   PIC +ZZZ9.9.
           05 FILLER             PIC X(1) VALUE SPACES.
           05 FCT-DET-ROWS-PCT   PIC +ZZZ9.9.
           05 FILLER             PIC X(1) VALUE SPACES.
           05 FCT-DET-PER-ROW    PIC X(6).
           05 FILLER             PIC X(1) VALUE SPACES.
           05 FCT-DET-BREACH     PIC X(10).
           05 FILLER             PIC X(1) VALUE SPACES.
           05 FCT-DET-FLAG       PIC X(9).
       01 RPT-NOTE-LINE-1.
           05 FILLER             PIC X(40)
               VALUE "PTS = business dates completed in the lo".
           05 FILLER             PIC X(40)
               VALUE "okback; trends are least-squares fits.  ".
       01 RPT-NOTE-LINE-2.
           05 FILLER             PIC X(40)
               VALUE "BREACH-ON runs today's fitted runtime fo".
           05 FILLER             PIC X(40)
               VALUE "rward at its daily growth to SLAPARM.DAT".
       01 RPT-NOTE-LINE-3.
           05 FILLER             PIC X(40)
               VALUE "SLOWER = runtime growing more than 1 pct".
           05 FILLER             PIC X(40)
               VALUE "/week faster than its row volume.       ".
       01 WS-RUN-CONTROL-AREA PIC X(73) VALUE SPACES.

       LINKAGE SECTION.
       COPY RunControl.

       PROCEDURE DIVISION USING RUN-CONTROL.

      * Driver passes the cycle's RUN-CONTROL so a run that crosses
      * midnight still forecasts from the business month the history
      * rows were stamped with. Only a standalone invocation derives
      * its own.
       IF NUMBER-OF-CALL-PARAMETERS < 1
           SET ADDRESS OF RUN-CONTROL
               TO ADDRESS OF WS-RUN-CONTROL-AREA
           CALL "GetBizDate" USING RUN-CONTROL
       END-IF
       MOVE RUN-BUSINESS-DATE TO WS-REPORT-DATE
       MOVE WS-REPORT-DATE(1:6) TO WS-CUR-MONTH
       PERFORM LOAD-BIZ-CALENDAR
       PERFORM CHECK-LAST-BUSINESS-DAY
       IF NOT IS-LAST-BUSINESS-DAY
           DISPLAY "Capacity forecast skipped -- " WS-REPORT-DATE
               " is not the last business day of " WS-CUR-MONTH
           GOBACK
       END-IF
       MOVE WS-REPORT-DATE TO WS-PROBE-DATE
       COMPUTE WS-REPORT-INT = FUNCTION INTEGER-OF-DATE(WS-PROBE-DATE)
       COMPUTE WS-BASE-INT = WS-REPORT-INT - WS-LOOKBACK-DAYS + 1
       COMPUTE WS-PROBE-DATE = FUNCTION DATE-OF-INTEGER(WS-BASE-INT)
       MOVE WS-PROBE-DATE TO WS-FROM-DATE
       COMPUTE WS-TODAY-X = WS-REPORT-INT - WS-BASE-INT
       PERFORM LOAD-SLA-PARMS
       PERFORM LOAD-PIPE-STEPS
       PERFORM LOAD-DAILY-VOLUMES
       PERFORM LOAD-STEP-HISTORY
       PERFORM ADD-WINDOW-TREND
       PERFORM WRITE-CAPACITY-REPORT
       DISPLAY "Capacity forecast written to CAPFCST.RPT for "
           WS-CUR-MONTH ": " WS-AT-RISK-COUNT " step(s) projected to "
           "breach within " WS-HORIZON-DAYS " days"
       GOBACK.

       LOAD-BIZ-CALENDAR SECTION.
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
           .

      * Same business-day rule as the month-end report: absent from
      * BIZCALDR.DAT or flagged "Y", and not moved to another date by
      * an override.
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

       CHECK-LAST-BUSINESS-DAY SECTION.
           MOVE "Y" TO WS-LAST-DAY-FLAG
           MOVE WS-REPORT-DATE TO WS-PROBE-DATE
           COMPUTE WS-PROBE-INT =
               FUNCTION INTEGER-OF-DATE(WS-PROBE-DATE) + 1
           COMPUTE WS-PROBE-DATE =
               FUNCTION DATE-OF-INTEGER(WS-PROBE-INT)
           MOVE WS-PROBE-DATE TO WS-PROBE-DATE-X
           PERFORM UNTIL WS-PROBE-DATE-X(1:6) NOT = WS-CUR-MONTH
                   OR NOT IS-LAST-BUSINESS-DAY
               PERFORM CHECK-DATE-IS-BUSINESS-DAY
               IF DATE-IS-BUSINESS-DAY
                   MOVE "N" TO WS-LAST-DAY-FLAG
               END-IF
               ADD 1 TO WS-PROBE-INT
               COMPUTE WS-PROBE-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-PROBE-INT)
               MOVE WS-PROBE-DATE TO WS-PROBE-DATE-X
           END-PERFORM
           .

       LOAD-SLA-PARMS SECTION.
           OPEN INPUT SLA-PARM-FILE
           PERFORM UNTIL SLA-PARM-EOF
               READ SLA-PARM-FILE
                   AT END SET SLA-PARM-EOF TO TRUE
                   NOT AT END
                       IF SLA-PARM-COUNT < 40
                           ADD 1 TO SLA-PARM-COUNT
                           SET SLA-IDX TO SLA-PARM-COUNT
                           MOVE SLA-STEP-NAME
                               TO TBL-SLA-STEP-NAME(SLA-IDX)
                           IF SLA-MAX-DURATION IS NUMERIC
                               MOVE SLA-MAX-DURATION
                                   TO TBL-SLA-MAX-DURATION(SLA-IDX)
                           ELSE
                               MOVE ZERO
                                   TO TBL-SLA-MAX-DURATION(SLA-IDX)
                           END-IF
                       ELSE
                           DISPLAY "LOAD-SLA-PARMS: SLAPARM.DAT has "
                               "more than 40 rows -- ignoring the "
                               "rest"
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SLA-PARM-FILE
           .

      * The report follows the pipeline's own step order. An extract
      * step's parm is the DB-TYPE it pulls, which is the volume its
      * runtime is set against; every other step is set against the
      * night's total rows.
       LOAD-PIPE-STEPS SECTION.
           OPEN INPUT PIPE-STEP-FILE
           PERFORM UNTIL PIPE-STEP-EOF
               READ PIPE-STEP-FILE
                   AT END SET PIPE-STEP-EOF TO TRUE
                   NOT AT END
                       MOVE PSTEP-STEP-NAME TO SHX-STEP-NAME
                       PERFORM FIND-FORECAST-STEP
                       IF WS-FST-SUB > ZERO
                           IF PSTEP-INTERFACE = "Q"
                               MOVE PSTEP-PARM
                                   TO TBL-FST-DB-TYPE(FST-IDX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PIPE-STEP-FILE
           .

       FIND-FORECAST-STEP SECTION.
           MOVE ZERO TO WS-FST-SUB
           PERFORM VARYING FST-IDX FROM 1 BY 1
                   UNTIL FST-IDX > FORECAST-STEP-COUNT
               IF TBL-FST-STEP-NAME(FST-IDX) = SHX-STEP-NAME
                   SET WS-FST-SUB TO FST-IDX
               END-IF
           END-PERFORM
           IF WS-FST-SUB = ZERO
               IF FORECAST-STEP-COUNT < 40
                   ADD 1 TO FORECAST-STEP-COUNT
                   MOVE FORECAST-STEP-COUNT TO WS-FST-SUB
                   SET FST-IDX TO WS-FST-SUB
                   MOVE SHX-STEP-NAME TO TBL-FST-STEP-NAME(FST-IDX)
                   MOVE SPACES TO TBL-FST-DB-TYPE(FST-IDX)
                   INITIALIZE TBL-FST-SECS-SUMS(FST-IDX)
                   INITIALIZE TBL-FST-ROWS-SUMS(FST-IDX)
               ELSE
                   DISPLAY "FIND-FORECAST-STEP: more than 40 steps "
                       "-- ignoring " SHX-STEP-NAME
               END-IF
           END-IF
           IF WS-FST-SUB > ZERO
               SET FST-IDX TO WS-FST-SUB
           END-IF
           .

      * Both history files are keyed on business date first, so one
      * keyed START at the beginning of the lookback reads only the
      * period being forecast.
       LOAD-DAILY-VOLUMES SECTION.
           OPEN INPUT QUERY-HISTORY-FILE
           MOVE WS-FROM-DATE TO QHIST-BUSINESS-DATE
           MOVE LOW-VALUES TO QHIST-DB-TYPE
           MOVE LOW-VALUES TO QHIST-QUERY-ID
           START QUERY-HISTORY-FILE KEY >= QHIST-KEY
               INVALID KEY SET QUERY-HISTORY-EOF TO TRUE
           END-START
           PERFORM UNTIL QUERY-HISTORY-EOF
               READ QUERY-HISTORY-FILE NEXT RECORD
                   AT END SET QUERY-HISTORY-EOF TO TRUE
               END-READ
               IF NOT QUERY-HISTORY-EOF
                   IF QHIST-BUSINESS-DATE > WS-REPORT-DATE
                       SET QUERY-HISTORY-EOF TO TRUE
                   ELSE
                       PERFORM STORE-DAILY-VOLUME
                   END-IF
               END-IF
           END-PERFORM
           CLOSE QUERY-HISTORY-FILE
           .

       STORE-DAILY-VOLUME SECTION.
           MOVE ZERO TO WS-VOL-SUB
           IF VOLUME-DAY-COUNT > ZERO
               IF TBL-VOL-DATE(VOLUME-DAY-COUNT) = QHIST-BUSINESS-DATE
                   MOVE VOLUME-DAY-COUNT TO WS-VOL-SUB
               END-IF
           END-IF
           IF WS-VOL-SUB = ZERO
               IF VOLUME-DAY-COUNT < 400
                   ADD 1 TO VOLUME-DAY-COUNT
                   MOVE VOLUME-DAY-COUNT TO WS-VOL-SUB
                   SET VOL-IDX TO WS-VOL-SUB
                   MOVE QHIST-BUSINESS-DATE TO TBL-VOL-DATE(VOL-IDX)
                   MOVE ZERO TO TBL-VOL-TOTAL(VOL-IDX)
                   MOVE ZERO TO TBL-VOL-DB-COUNT(VOL-IDX)
               ELSE
                   DISPLAY "STORE-DAILY-VOLUME: more than 400 "
                       "history dates -- ignoring the rest"
               END-IF
           END-IF
           IF WS-VOL-SUB > ZERO
               PERFORM ADD-DAILY-VOLUME
           END-IF
           .

       ADD-DAILY-VOLUME SECTION.
           SET VOL-IDX TO WS-VOL-SUB
           ADD QHIST-ROW-COUNT TO TBL-VOL-TOTAL(VOL-IDX)
           MOVE ZERO TO WS-VDB-SUB
           PERFORM VARYING VDB-IDX FROM 1 BY 1
                   UNTIL VDB-IDX > TBL-VOL-DB-COUNT(VOL-IDX)
               IF TBL-VOL-DB-TYPE(VOL-IDX, VDB-IDX) = QHIST-DB-TYPE
                   SET WS-VDB-SUB TO VDB-IDX
               END-IF
           END-PERFORM
           IF WS-VDB-SUB = ZERO
               AND TBL-VOL-DB-COUNT(VOL-IDX) < 10
               ADD 1 TO TBL-VOL-DB-COUNT(VOL-IDX)
               MOVE TBL-VOL-DB-COUNT(VOL-IDX) TO WS-VDB-SUB
               SET VDB-IDX TO WS-VDB-SUB
               MOVE QHIST-DB-TYPE TO TBL-VOL-DB-TYPE(VOL-IDX, VDB-IDX)
               MOVE ZERO TO TBL-VOL-DB-ROWS(VOL-IDX, VDB-IDX)
           END-IF
           IF WS-VDB-SUB > ZERO
               SET VDB-IDX TO WS-VDB-SUB
               ADD QHIST-ROW-COUNT TO TBL-VOL-DB-ROWS(VOL-IDX, VDB-IDX)
           END-IF
           .

      * Only COMPLETE runs feed the step trends -- a step that failed
      * part way says nothing about how long the work takes. Every
      * step with timestamps, failed or not, still marks out the
      * night's window.
       LOAD-STEP-HISTORY SECTION.
           OPEN INPUT STEP-HISTORY-FILE
           MOVE WS-FROM-DATE TO SHX-BUSINESS-DATE
           MOVE LOW-VALUES TO SHX-STEP-NAME
           START STEP-HISTORY-FILE KEY >= SHX-KEY
               INVALID KEY SET STEP-HISTORY-EOF TO TRUE
           END-START
           PERFORM UNTIL STEP-HISTORY-EOF
               READ STEP-HISTORY-FILE NEXT RECORD
                   AT END SET STEP-HISTORY-EOF TO TRUE
               END-READ
               IF NOT STEP-HISTORY-EOF
                   IF SHX-BUSINESS-DATE > WS-REPORT-DATE
                       SET STEP-HISTORY-EOF TO TRUE
                   ELSE
                       PERFORM STORE-WINDOW-DAY
                       IF SHX-STATUS = "COMPLETE"
                           PERFORM STORE-STEP-POINT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           CLOSE STEP-HISTORY-FILE
           .

       STORE-STEP-POINT SECTION.
           PERFORM FIND-FORECAST-STEP
           IF WS-FST-SUB > ZERO
               MOVE SHX-BUSINESS-DATE TO WS-PROBE-DATE
               COMPUTE WS-DAY-X =
                   FUNCTION INTEGER-OF-DATE(WS-PROBE-DATE)
                   - WS-BASE-INT
               ADD 1 TO TBL-FST-N(FST-IDX)
               ADD WS-DAY-X TO TBL-FST-SX(FST-IDX)
               COMPUTE TBL-FST-SXX(FST-IDX) =
                   TBL-FST-SXX(FST-IDX) + WS-DAY-X * WS-DAY-X
               ADD SHX-ELAPSED-SECS TO TBL-FST-SY(FST-IDX)
               COMPUTE TBL-FST-SXY(FST-IDX) =
                   TBL-FST-SXY(FST-IDX) + WS-DAY-X * SHX-ELAPSED-SECS
               MOVE SHX-BUSINESS-DATE TO WS-PROBE-DATE-X
               PERFORM FIND-DAY-ROWS
               IF VOLUME-FOUND
                   PERFORM ADD-ROWS-POINT
               END-IF
           END-IF
           .

       FIND-DAY-ROWS SECTION.
           MOVE "N" TO WS-VOL-FOUND-FLAG
           MOVE ZERO TO WS-DAY-ROWS
           SET VOL-IDX TO 1
           SEARCH VOLUME-DAY-ENTRY
               AT END CONTINUE
               WHEN VOL-IDX > VOLUME-DAY-COUNT
                   CONTINUE
               WHEN TBL-VOL-DATE(VOL-IDX) = WS-PROBE-DATE-X
                   IF TBL-FST-DB-TYPE(FST-IDX) = SPACES
                       SET VOLUME-FOUND TO TRUE
                       MOVE TBL-VOL-TOTAL(VOL-IDX) TO WS-DAY-ROWS
                   ELSE
                       PERFORM VARYING VDB-IDX FROM 1 BY 1
                               UNTIL VDB-IDX > TBL-VOL-DB-COUNT(VOL-IDX)
                           IF TBL-VOL-DB-TYPE(VOL-IDX, VDB-IDX)
                                   = TBL-FST-DB-TYPE(FST-IDX)
                               SET VOLUME-FOUND TO TRUE
                               MOVE TBL-VOL-DB-ROWS(VOL-IDX, VDB-IDX)
                                   TO WS-DAY-ROWS
                           END-IF
                       END-PERFORM
                   END-IF
           END-SEARCH
           .

       ADD-ROWS-POINT SECTION.
           ADD 1 TO TBL-FST-VN(FST-IDX)
           ADD WS-DAY-X TO TBL-FST-VSX(FST-IDX)
           COMPUTE TBL-FST-VSXX(FST-IDX) =
               TBL-FST-VSXX(FST-IDX) + WS-DAY-X * WS-DAY-X
           ADD WS-DAY-ROWS TO TBL-FST-VSY(FST-IDX)
           COMPUTE TBL-FST-VSXY(FST-IDX) =
               TBL-FST-VSXY(FST-IDX) + WS-DAY-X * WS-DAY-ROWS
           .

       STORE-WINDOW-DAY SECTION.
           MOVE ZERO TO WS-WDY-SUB
           IF WINDOW-DAY-COUNT > ZERO
               IF TBL-WDY-DATE(WINDOW-DAY-COUNT) = SHX-BUSINESS-DATE
                   MOVE WINDOW-DAY-COUNT TO WS-WDY-SUB
               END-IF
           END-IF
           IF WS-WDY-SUB = ZERO
               IF WINDOW-DAY-COUNT < 400
                   ADD 1 TO WINDOW-DAY-COUNT
                   MOVE WINDOW-DAY-COUNT TO WS-WDY-SUB
                   SET WDY-IDX TO WS-WDY-SUB
                   MOVE SHX-BUSINESS-DATE TO TBL-WDY-DATE(WDY-IDX)
                   MOVE SHX-START-TS TO TBL-WDY-FIRST-START(WDY-IDX)
                   MOVE SHX-END-TS TO TBL-WDY-LAST-END(WDY-IDX)
               ELSE
                   DISPLAY "STORE-WINDOW-DAY: more than 400 history "
                       "dates -- ignoring the rest"
               END-IF
           ELSE
               SET WDY-IDX TO WS-WDY-SUB
               IF SHX-START-TS < TBL-WDY-FIRST-START(WDY-IDX)
                   MOVE SHX-START-TS TO TBL-WDY-FIRST-START(WDY-IDX)
               END-IF
               IF SHX-END-TS > TBL-WDY-LAST-END(WDY-IDX)
                   MOVE SHX-END-TS TO TBL-WDY-LAST-END(WDY-IDX)
               END-IF
           END-IF
           .

      * The whole window is one more trend line: first start to last
      * end of each business date, set against that date's total
      * rows and the BATCH-WINDOW limit on SLAPARM.DAT.
       ADD-WINDOW-TREND SECTION.
           ADD 1 TO FORECAST-STEP-COUNT
           SET FST-IDX TO FORECAST-STEP-COUNT
           MOVE "BATCH-WINDOW" TO TBL-FST-STEP-NAME(FST-IDX)
           MOVE SPACES TO TBL-FST-DB-TYPE(FST-IDX)
           INITIALIZE TBL-FST-SECS-SUMS(FST-IDX)
           INITIALIZE TBL-FST-ROWS-SUMS(FST-IDX)
           PERFORM VARYING WDY-IDX FROM 1 BY 1
                   UNTIL WDY-IDX > WINDOW-DAY-COUNT
               MOVE TBL-WDY-FIRST-START(WDY-IDX) TO WS-TS-IN
               PERFORM CONVERT-TIMESTAMP
               MOVE WS-TS-HUND TO WS-START-HUND
               MOVE TBL-WDY-LAST-END(WDY-IDX) TO WS-TS-IN
               PERFORM CONVERT-TIMESTAMP
               MOVE WS-TS-HUND TO WS-END-HUND
               IF WS-END-HUND > WS-START-HUND
                   COMPUTE WS-DAY-SECS =
                       (WS-END-HUND - WS-START-HUND) / 100
                   MOVE TBL-WDY-DATE(WDY-IDX) TO WS-PROBE-DATE
                   COMPUTE WS-DAY-X =
                       FUNCTION INTEGER-OF-DATE(WS-PROBE-DATE)
                       - WS-BASE-INT
                   ADD 1 TO TBL-FST-N(FST-IDX)
                   ADD WS-DAY-X TO TBL-FST-SX(FST-IDX)
                   COMPUTE TBL-FST-SXX(FST-IDX) =
                       TBL-FST-SXX(FST-IDX) + WS-DAY-X * WS-DAY-X
                   ADD WS-DAY-SECS TO TBL-FST-SY(FST-IDX)
                   COMPUTE TBL-FST-SXY(FST-IDX) =
                       TBL-FST-SXY(FST-IDX) + WS-DAY-X * WS-DAY-SECS
                   MOVE TBL-WDY-DATE(WDY-IDX) TO WS-PROBE-DATE-X
                   PERFORM FIND-DAY-ROWS
                   IF VOLUME-FOUND
                       PERFORM ADD-ROWS-POINT
                   END-IF
               END-IF
           END-PERFORM
           .

       CONVERT-TIMESTAMP SECTION.
           MOVE WS-TS-IN(1:16) TO WS-TS-PARTS
           COMPUTE WS-TS-HUND =
               FUNCTION INTEGER-OF-DATE(WS-TS-DATE-9) * 8640000
               + WS-TS-HH * 360000
               + WS-TS-MI * 6000
               + WS-TS-SS * 100
               + WS-TS-HS
           .

      * Least-squares line through (day in lookback, value). The
      * fitted value today smooths out a single slow night, and the
      * slope is the growth per day; weekly growth is quoted as a
      * percentage of today's fitted value.
       FIT-TREND SECTION.
           MOVE "N" TO WS-FIT-OK-FLAG
           MOVE ZERO TO WS-FIT-SLOPE
           MOVE ZERO TO WS-FIT-NOW
           MOVE ZERO TO WS-FIT-PCT-WEEK
           MOVE ZERO TO WS-FIT-DENOM
           IF WS-FIT-N >= WS-MIN-POINTS
               COMPUTE WS-FIT-DENOM =
                   WS-FIT-N * WS-FIT-SXX - WS-FIT-SX * WS-FIT-SX
           END-IF
           IF WS-FIT-DENOM NOT = ZERO
               PERFORM COMPUTE-TREND-LINE
           END-IF
           .

       COMPUTE-TREND-LINE SECTION.
           SET TREND-FITTED TO TRUE
           COMPUTE WS-FIT-SLOPE ROUNDED =
               (WS-FIT-N * WS-FIT-SXY - WS-FIT-SX * WS-FIT-SY)
               / WS-FIT-DENOM
           COMPUTE WS-FIT-INTERCEPT ROUNDED =
               (WS-FIT-SY - WS-FIT-SLOPE * WS-FIT-SX) / WS-FIT-N
           COMPUTE WS-FIT-NOW ROUNDED =
               WS-FIT-INTERCEPT + WS-FIT-SLOPE * WS-TODAY-X
           IF WS-FIT-NOW < ZERO
               MOVE ZERO TO WS-FIT-NOW
           END-IF
           IF WS-FIT-NOW > ZERO
               COMPUTE WS-PCT-WORK ROUNDED =
                   WS-FIT-SLOPE * 7 * 100 / WS-FIT-NOW
               PERFORM CLAMP-VARIANCE-PCT
               MOVE WS-PCT-WORK TO WS-FIT-PCT-WEEK
           END-IF
           .

       CLAMP-VARIANCE-PCT SECTION.
           IF WS-PCT-WORK > 999.9
               MOVE 999.9 TO WS-PCT-WORK
           END-IF
           IF WS-PCT-WORK < -999.9
               MOVE -999.9 TO WS-PCT-WORK
           END-IF
           .

       FIND-SLA-PARM SECTION.
           MOVE "N" TO WS-SLA-FOUND-FLAG
           SET SLA-IDX TO 1
           SEARCH SLA-PARM-ENTRY
               AT END CONTINUE
               WHEN SLA-IDX > SLA-PARM-COUNT
                   CONTINUE
               WHEN TBL-SLA-STEP-NAME(SLA-IDX)
                       = TBL-FST-STEP-NAME(FST-IDX)
                   IF TBL-SLA-MAX-DURATION(SLA-IDX) > ZERO
                       SET SLA-PARM-FOUND TO TRUE
                   END-IF
           END-SEARCH
           .

       WRITE-CAPACITY-REPORT SECTION.
           OPEN OUTPUT CAPACITY-REPORT-FILE
           MOVE WS-CUR-MONTH TO FCT-TITLE-MONTH
           MOVE WS-FROM-DATE TO FCT-TITLE-FROM
           MOVE WS-REPORT-DATE TO FCT-TITLE-TO
           MOVE RPT-TITLE-LINE TO CAPACITY-REPORT-LINE
           WRITE CAPACITY-REPORT-LINE
           MOVE RPT-COL-HEAD-LINE TO CAPACITY-REPORT-LINE
           WRITE CAPACITY-REPORT-LINE
           PERFORM VARYING FST-IDX FROM 1 BY 1
                   UNTIL FST-IDX > FORECAST-STEP-COUNT
               PERFORM WRITE-FORECAST-DETAIL
           END-PERFORM
           MOVE SPACES TO CAPACITY-REPORT-LINE
           WRITE CAPACITY-REPORT-LINE
           MOVE RPT-NOTE-LINE-1 TO CAPACITY-REPORT-LINE
           WRITE CAPACITY-REPORT-LINE
           MOVE RPT-NOTE-LINE-2 TO CAPACITY-REPORT-LINE
           WRITE CAPACITY-REPORT-LINE
           MOVE RPT-NOTE-LINE-3 TO CAPACITY-REPORT-LINE
           WRITE CAPACITY-REPORT-LINE
           CLOSE CAPACITY-REPORT-FILE
           .

       WRITE-FORECAST-DETAIL SECTION.
           MOVE TBL-FST-SECS-SUMS(FST-IDX) TO WS-FIT-SUMS
           PERFORM FIT-TREND
           MOVE WS-FIT-OK-FLAG TO WS-SECS-FIT-FLAG
           MOVE WS-FIT-NOW TO WS-SECS-NOW
           MOVE WS-FIT-SLOPE TO WS-SECS-SLOPE
           MOVE WS-FIT-PCT-WEEK TO WS-SECS-PCT-WEEK
           MOVE TBL-FST-ROWS-SUMS(FST-IDX) TO WS-FIT-SUMS
           PERFORM FIT-TREND
           MOVE WS-FIT-OK-FLAG TO WS-ROWS-FIT-FLAG
           MOVE WS-FIT-PCT-WEEK TO WS-ROWS-PCT-WEEK
           PERFORM FIND-SLA-PARM
           MOVE TBL-FST-STEP-NAME(FST-IDX) TO FCT-DET-STEP
           MOVE TBL-FST-N(FST-IDX) TO FCT-DET-POINTS
           MOVE WS-SECS-NOW TO FCT-DET-NOW
           MOVE WS-SECS-PCT-WEEK TO FCT-DET-SECS-PCT
           MOVE WS-ROWS-PCT-WEEK TO FCT-DET-ROWS-PCT
           MOVE SPACES TO FCT-DET-PER-ROW
           MOVE SPACES TO FCT-DET-BREACH
           MOVE SPACES TO FCT-DET-FLAG
           IF SLA-PARM-FOUND
               MOVE TBL-SLA-MAX-DURATION(SLA-IDX) TO FCT-DET-LIMIT
           ELSE
               MOVE ZERO TO FCT-DET-LIMIT
           END-IF
           EVALUATE TRUE
               WHEN WS-SECS-FIT-FLAG NOT = "Y"
                   MOVE "TOO FEW" TO FCT-DET-BREACH
               WHEN NOT SLA-PARM-FOUND
                   MOVE "NO LIMIT" TO FCT-DET-BREACH
               WHEN WS-SECS-NOW >= TBL-SLA-MAX-DURATION(SLA-IDX)
                   MOVE "NOW" TO FCT-DET-BREACH
                   MOVE "BREACHED" TO FCT-DET-FLAG
                   ADD 1 TO WS-AT-RISK-COUNT
               WHEN WS-SECS-SLOPE NOT > ZERO
                   MOVE "NOT RISING" TO FCT-DET-BREACH
               WHEN OTHER
                   PERFORM PROJECT-BREACH-DATE
           END-EVALUATE
           IF WS-SECS-FIT-FLAG = "Y" AND WS-ROWS-FIT-FLAG = "Y"
               AND WS-SECS-PCT-WEEK > WS-ROWS-PCT-WEEK + 1
               MOVE "SLOWER" TO FCT-DET-PER-ROW
           END-IF
           MOVE RPT-DETAIL-LINE TO CAPACITY-REPORT-LINE
           WRITE CAPACITY-REPORT-LINE
           .

      * Days until the fitted runtime reaches the limit at today's
      * daily growth; anything past the horizon is not dated.
       PROJECT-BREACH-DATE SECTION.
           COMPUTE WS-DAYS-TO-BREACH ROUNDED =
               (TBL-SLA-MAX-DURATION(SLA-IDX) - WS-SECS-NOW)
               / WS-SECS-SLOPE
           IF WS-DAYS-TO-BREACH > WS-HORIZON-DAYS
               MOVE "> 1 YEAR" TO FCT-DET-BREACH
           ELSE
               COMPUTE WS-BREACH-INT =
                   WS-REPORT-INT + WS-DAYS-TO-BREACH
               COMPUTE WS-BREACH-DATE-9 =
                   FUNCTION DATE-OF-INTEGER(WS-BREACH-INT)
               MOVE WS-BREACH-DATE-9 TO FCT-DET-BREACH
               ADD 1 TO WS-AT-RISK-COUNT
               EVALUATE TRUE
                   WHEN WS-DAYS-TO-BREACH <= 30
                       MOVE "<30 DAYS" TO FCT-DET-FLAG
                   WHEN WS-DAYS-TO-BREACH <= 90
                       MOVE "<90 DAYS" TO FCT-DET-FLAG
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           .
