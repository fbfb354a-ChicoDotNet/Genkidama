               ORGANIZATION LINE SEQUENTIAL.
           SELECT DQ-EXCEPTION-FILE ASSIGN TO "DQEXCEPT.DAT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL BALANCE-EXCEPTION-FILE
               ASSIGN TO "BALEXCPT.DAT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL QUERY-HISTORY-FILE ASSIGN TO "QRYHISTX.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY QHIST-KEY.
           SELECT OPTIONAL QUERY-USAGE-FILE ASSIGN TO "QRYUSAGE.DAT"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  DQ-EXCEPTION-FILE.
       COPY DqExcept.

       FD  BALANCE-EXCEPTION-FILE.
       COPY BalExc.

       FD  QUERY-HISTORY-FILE.
       COPY QryHist.

       FD  QUERY-USAGE-FILE.
       COPY QryUsage.

       WORKING-STORAGE SECTION.
       01 DB-TYPE        PIC X(10).
       01 WS-QPARM-EOF-FLAG PIC X VALUE "N".
               10 TBL-QPARM-QUERY-ID    PIC X(8).
               10 TBL-QPARM-DB-TYPE     PIC X(10).
               10 TBL-QPARM-SQL-TEXT    PIC X(100).
               10 TBL-QPARM-RUN-FREQ    PIC X(1).
               10 TBL-QPARM-RUN-DAY     PIC X(1).
               10 TBL-QPARM-DUE-FLAG    PIC X(1).
                   88 TBL-QPARM-IS-DUE      VALUE "Y".
       01 WS-QUERY-ROW-COUNT PIC 9(7).
       01 WS-CONN-EOF-FLAG PIC X VALUE "N".
           88 DB-CONN-PARM-EOF      VALUE "Y".
           88 ROW-COUNT-REJECTED     VALUE "Y".
       01 WS-UNIT-HDR-COUNT  PIC 9(7) VALUE ZERO.
       01 WS-UNIT-DET-COUNT  PIC 9(7) VALUE ZERO.
       01 WS-BAL-FAIL-QUERY  PIC X(8).
       01 WS-SRC-CTL-COUNT   PIC 9(7) VALUE ZERO.
       01 WS-SRC-CTL-AMOUNT  PIC 9(13) VALUE ZERO.
       01 WS-QRY-DET-COUNT   PIC 9(7) VALUE ZERO.
       01 WS-QRY-DET-AMOUNT  PIC 9(13) VALUE ZERO.
       01 WS-FETCH-ROW-COUNT PIC 9(7) VALUE ZERO.
       COPY QrySchedArea.
       COPY RunParm.

       LINKAGE SECTION.
       MOVE ZERO TO RETURN-CODE
       MOVE RUN-BUSINESS-DATE TO WS-TODAY-DATE
       ACCEPT WS-CONN-FAIL-DB FROM ENVIRONMENT "CONN-FAIL-DB-TYPE"
       ACCEPT WS-BAL-FAIL-QUERY FROM ENVIRONMENT "BAL-FAIL-QUERY-ID"
       PERFORM LOAD-DB-CONN-PARMS
       PERFORM LOAD-QUERY-PARMS
       PERFORM MARK-QUERIES-DUE
       PERFORM LOAD-QUERY-CACHE
       PERFORM LOAD-QUERY-TOLERANCES
       IF RUN-DB-TYPE-FILTER NOT = SPACES
                               TO TBL-QPARM-DB-TYPE(QPARM-IDX)
                           MOVE QPARM-SQL-TEXT
                               TO TBL-QPARM-SQL-TEXT(QPARM-IDX)
                           MOVE QPARM-RUN-FREQ
                               TO TBL-QPARM-RUN-FREQ(QPARM-IDX)
                           MOVE QPARM-RUN-DAY
                               TO TBL-QPARM-RUN-DAY(QPARM-IDX)
                       ELSE
                           DISPLAY "LOAD-QUERY-PARMS: QUERYPARM.DAT "
                               "has more than 200 rows -- queries "
           CLOSE QUERY-PARM-FILE
           .

      * Decide once per invocation which queries this run extracts.
      * A refresh runs exactly the query it names, whatever its
      * schedule -- that is how an on-request query is run. A nightly
      * or catch-up run takes the queries QrySched says are due on
      * RUN-BUSINESS-DATE, which on a catch-up pass is the missed
      * date, not tonight. A query that is not due never reaches the
      * tolerance check and writes no history, so nothing downstream
      * sees it as a short or missing result.
       MARK-QUERIES-DUE SECTION.
           PERFORM VARYING QPARM-IDX FROM 1 BY 1
                   UNTIL QPARM-IDX > QUERY-PARM-COUNT
               MOVE "N" TO TBL-QPARM-DUE-FLAG(QPARM-IDX)
               IF RUN-QUERY-ID-FILTER NOT = SPACES
                   IF TBL-QPARM-QUERY-ID(QPARM-IDX)
                           = RUN-QUERY-ID-FILTER
                       MOVE "Y" TO TBL-QPARM-DUE-FLAG(QPARM-IDX)
                   END-IF
               ELSE
                   MOVE RUN-BUSINESS-DATE TO SCHED-BUSINESS-DATE
                   MOVE TBL-QPARM-RUN-FREQ(QPARM-IDX)
                       TO SCHED-RUN-FREQ
                   MOVE TBL-QPARM-RUN-DAY(QPARM-IDX) TO SCHED-RUN-DAY
                   CALL "QrySched" USING QUERY-SCHEDULE-AREA
                   IF SCHED-QUERY-IS-DUE
                       MOVE "Y" TO TBL-QPARM-DUE-FLAG(QPARM-IDX)
                   ELSE
                       IF RUN-DB-TYPE-FILTER = SPACES
                           OR RUN-DB-TYPE-FILTER
                               = TBL-QPARM-DB-TYPE(QPARM-IDX)
                           DISPLAY "  Not scheduled for "
                               RUN-BUSINESS-DATE ": "
                               TBL-QPARM-QUERY-ID(QPARM-IDX)
                               " frequency "
                               TBL-QPARM-RUN-FREQ(QPARM-IDX)
                               TBL-QPARM-RUN-DAY(QPARM-IDX)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           .

       LOAD-QUERY-CACHE SECTION.
           OPEN INPUT QUERY-CACHE-FILE
           PERFORM UNTIL QUERY-CACHE-EOF
           PERFORM VARYING QPARM-IDX FROM 1 BY 1
                   UNTIL QPARM-IDX > QUERY-PARM-COUNT
               IF TBL-QPARM-DB-TYPE(QPARM-IDX) = DB-TYPE
                   AND TBL-QPARM-IS-DUE(QPARM-IDX)
                   PERFORM CHECK-QUERY-CACHE
                   IF QUERY-CACHE-HIT
                       DISPLAY "  Using cached result for: "
           PERFORM VARYING QPARM-IDX FROM 1 BY 1
                   UNTIL QPARM-IDX > QUERY-PARM-COUNT
               IF TBL-QPARM-DB-TYPE(QPARM-IDX) = DB-TYPE
                   AND TBL-QPARM-IS-DUE(QPARM-IDX)
                   PERFORM CHECK-QUERY-CACHE
                   IF NOT QUERY-CACHE-HIT
                       MOVE "N" TO WS-ALL-CACHED-FLAG
           PERFORM VARYING QPARM-IDX FROM 1 BY 1
                   UNTIL QPARM-IDX > QUERY-PARM-COUNT
               IF TBL-QPARM-DB-TYPE(QPARM-IDX) = DB-TYPE
                   AND TBL-QPARM-IS-DUE(QPARM-IDX)
                   PERFORM CHECK-QUERY-CACHE
                   PERFORM WRITE-QUERY-RESULT
               END-IF
       WRITE-QUERY-RESULT SECTION.
           PERFORM WRITE-QUERY-HISTORY
           PERFORM VALIDATE-ROW-COUNT
           MOVE ZERO TO WS-QRY-DET-COUNT
           IF ROW-COUNT-REJECTED
               DISPLAY "  Result for " TBL-QPARM-QUERY-ID(QPARM-IDX)
                   " withheld from the result set"
           ELSE
               PERFORM CAPTURE-SOURCE-CONTROLS
               PERFORM WRITE-QUERY-RESULT-RECORDS
               PERFORM BALANCE-QUERY-RESULT
           END-IF
           PERFORM WRITE-QUERY-USAGE
           .

      * Every delivery is logged, cached or not, so the month-end
      * chargeback can bill source runs and cache hits separately.
       WRITE-QUERY-USAGE SECTION.
           MOVE RUN-BUSINESS-DATE TO QUSE-BUSINESS-DATE
           MOVE DB-TYPE TO QUSE-DB-TYPE
           MOVE TBL-QPARM-QUERY-ID(QPARM-IDX) TO QUSE-QUERY-ID
           IF QUERY-CACHE-HIT
               SET QUSE-FROM-CACHE TO TRUE
           ELSE
               SET QUSE-FROM-SOURCE TO TRUE
           END-IF
           MOVE WS-QUERY-ROW-COUNT TO QUSE-ROW-COUNT
           MOVE WS-QRY-DET-COUNT TO QUSE-DETAIL-COUNT
           MOVE RUN-ID TO QUSE-RUN-ID
           MOVE FUNCTION CURRENT-DATE TO QUSE-TIMESTAMP
           OPEN EXTEND QUERY-USAGE-FILE
           WRITE QUERY-USAGE-RECORD
           CLOSE QUERY-USAGE-FILE
           .

      * The source's own control totals for the query -- its row
      * count and the sum of the COL-2 amount over the same predicate
      * -- taken at extract time independently of the detail fetch.
      * A cached result carries the row count it was extracted with,
      * so its controls are taken from the same count.
       CAPTURE-SOURCE-CONTROLS SECTION.
           MOVE WS-QUERY-ROW-COUNT TO WS-SRC-CTL-COUNT
           COMPUTE WS-SRC-CTL-AMOUNT =
               (WS-QUERY-ROW-COUNT * (WS-QUERY-ROW-COUNT + 1) / 2)
               * 125 + WS-QUERY-ROW-COUNT * 50
           .

      * Balance what was actually written to the unit file for this
      * query against the source controls. An out-of-balance query
      * stays in the unit file -- the figures are needed to chase
      * the source -- but goes to BALEXCPT.DAT, which ExcMon raises
      * as CRITICAL and MisPack holds the package on.
       BALANCE-QUERY-RESULT SECTION.
           IF WS-QRY-DET-COUNT NOT = WS-SRC-CTL-COUNT
               OR WS-QRY-DET-AMOUNT NOT = WS-SRC-CTL-AMOUNT
               DISPLAY "  Query " TBL-QPARM-QUERY-ID(QPARM-IDX)
                   " out of balance: source " WS-SRC-CTL-COUNT
                   "/" WS-SRC-CTL-AMOUNT " written " WS-QRY-DET-COUNT
                   "/" WS-QRY-DET-AMOUNT
               PERFORM WRITE-BALANCE-EXCEPTION
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           .

       WRITE-BALANCE-EXCEPTION SECTION.
           MOVE RUN-ID TO BAL-RUN-ID
           MOVE RUN-BUSINESS-DATE TO BAL-BUSINESS-DATE
           MOVE DB-TYPE TO BAL-DB-TYPE
           MOVE TBL-QPARM-QUERY-ID(QPARM-IDX) TO BAL-QUERY-ID
           MOVE WS-QRES-FILE-NAME TO BAL-UNIT-FILE
           MOVE WS-SRC-CTL-COUNT TO BAL-SOURCE-COUNT
           MOVE WS-QRY-DET-COUNT TO BAL-WRITTEN-COUNT
           MOVE WS-SRC-CTL-AMOUNT TO BAL-SOURCE-AMOUNT
           MOVE WS-QRY-DET-AMOUNT TO BAL-WRITTEN-AMOUNT
           MOVE FUNCTION CURRENT-DATE TO BAL-TIMESTAMP
           OPEN EXTEND BALANCE-EXCEPTION-FILE
           WRITE BALANCE-EXCEPTION-RECORD
           CLOSE BALANCE-EXCEPTION-FILE
           .

      * A rerun of the same business date hits the existing key;
      * the latest run's count wins via the REWRITE.
       WRITE-QUERY-HISTORY SECTION.
           CLOSE QUERY-RESULT-FILE
           .

      * BAL-FAIL-QUERY-ID drops the last row of the fetch for the
      * named query, the same way CONN-FAIL-DB-TYPE forces a connect
      * failure, so the balancing check can be exercised on demand.
       WRITE-QUERY-DETAIL-ROWS SECTION.
           MOVE ZERO TO WS-QRY-DET-COUNT
           MOVE ZERO TO WS-QRY-DET-AMOUNT
           MOVE WS-QUERY-ROW-COUNT TO WS-FETCH-ROW-COUNT
           IF TBL-QPARM-QUERY-ID(QPARM-IDX) = WS-BAL-FAIL-QUERY
               AND WS-FETCH-ROW-COUNT > ZERO
               SUBTRACT 1 FROM WS-FETCH-ROW-COUNT
           END-IF
           PERFORM VARYING WS-DETAIL-ROW-NUM FROM 1 BY 1
                   UNTIL WS-DETAIL-ROW-NUM > WS-FETCH-ROW-COUNT
               MOVE SPACES TO QUERY-RESULT-RECORD
               SET QRES-IS-DETAIL TO TRUE
               MOVE DB-TYPE TO QRES-DET-DB-TYPE
               END-EVALUATE
               WRITE QUERY-RESULT-RECORD
               ADD 1 TO WS-UNIT-DET-COUNT
               ADD 1 TO WS-QRY-DET-COUNT
               ADD WS-DET-AMOUNT TO WS-QRY-DET-AMOUNT
           END-PERFORM
           .

