       IDENTIFICATION DIVISION.
       PROGRAM-ID. ChgBack.
      * Month-end chargeback of the batch capacity the extracts use,
      * produced on the last business day of the month alongside the
      * month-end volume report. Per DB-TYPE and query it totals the
      * month's executions from QRYUSAGE.DAT -- source runs against
      * cache hits, rows returned by the source runs, and detail
      * records written -- and per DB-TYPE the failed connect
      * attempts and failovers on DBERRLOG.DAT and the extract
      * elapsed time on RUNAUDIT.DAT. Each file is read live and from
      * the dated archives Housekeep has aged the month's records
      * into. The totals are priced at the DB-TYPE's rates on
      * CHGRATES.DAT and billed to the departments on CHGOWNER.DAT:
      * query usage to the query's owner, connection and elapsed
      * time to the team owning the DB-TYPE. One statement is
      * written per department (CHG<department>.RPT) and a summary
      * for finance to CHGBACK.CSV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BIZ-CALENDAR-FILE ASSIGN TO "BIZCALDR.DAT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL CHARGE-RATE-FILE ASSIGN TO "CHGRATES.DAT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL CHARGE-OWNER-FILE ASSIGN TO "CHGOWNER.DAT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL QUERY-USAGE-FILE
               ASSIGN TO DYNAMIC WS-USAGE-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL RUN-AUDIT-LOG
               ASSIGN TO DYNAMIC WS-AUDIT-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL DB-ERROR-LOG
               ASSIGN TO DYNAMIC WS-ERRLOG-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL.
           SELECT CHARGE-STATEMENT-FILE
               ASSIGN TO DYNAMIC WS-STATEMENT-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL.
           SELECT CHARGE-SUMMARY-FILE ASSIGN TO "CHGBACK.CSV"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  BIZ-CALENDAR-FILE.
       COPY BizCal.

       FD  CHARGE-RATE-FILE.
       COPY ChgRate.

       FD  CHARGE-OWNER-FILE.
       COPY ChgOwner.

       FD  QUERY-USAGE-FILE.
       COPY QryUsage.

       FD  RUN-AUDIT-LOG.
       COPY AuditRec.

       FD  DB-ERROR-LOG.
       COPY DbErrorLog.

       FD  CHARGE-STATEMENT-FILE.
       01  CHARGE-STATEMENT-LINE    PIC X(150).

       FD  CHARGE-SUMMARY-FILE.
       01  CHARGE-SUMMARY-LINE      PIC X(200).

       WORKING-STORAGE SECTION.
       01 WS-CAL-EOF-FLAG    PIC X VALUE "N".
           88 BIZ-CALENDAR-EOF       VALUE "Y".
       01 WS-RATE-EOF-FLAG   PIC X VALUE "N".
           88 CHARGE-RATE-EOF        VALUE "Y".
       01 WS-OWNER-EOF-FLAG  PIC X VALUE "N".
           88 CHARGE-OWNER-EOF       VALUE "Y".
       01 WS-USAGE-EOF-FLAG  PIC X VALUE "N".
           88 QUERY-USAGE-EOF        VALUE "Y".
       01 WS-AUDIT-EOF-FLAG  PIC X VALUE "N".
           88 RUN-AUDIT-EOF          VALUE "Y".
       01 WS-ERRLOG-EOF-FLAG PIC X VALUE "N".
           88 DB-ERROR-LOG-EOF       VALUE "Y".
       01 CALENDAR-COUNT     PIC 9(4) VALUE ZERO.
       01 CALENDAR-TABLE.
           05 CALENDAR-ENTRY OCCURS 400 TIMES INDEXED BY CAL-IDX.
               10 TBL-CAL-DATE          PIC X(8).
               10 TBL-CAL-BUSINESS-FLAG PIC X(1).
               10 TBL-CAL-OVERRIDE-DATE PIC X(8).
       01 WS-REPORT-DATE     PIC X(8).
       01 WS-CUR-MONTH       PIC X(6).
       01 WS-MONTH-START     PIC X(8).
       01 WS-PROBE-DATE      PIC 9(8).
       01 WS-PROBE-DATE-X    PIC X(8).
       01 WS-PROBE-INT       PIC 9(8).
       01 WS-DAY-BIZ-FLAG    PIC X VALUE "N".
           88 DATE-IS-BUSINESS-DAY   VALUE "Y".
       01 WS-LAST-DAY-FLAG   PIC X VALUE "Y".
           88 IS-LAST-BUSINESS-DAY   VALUE "Y".
       01 WS-TODAY-DATE      PIC 9(8).
       01 WS-TODAY-INT       PIC 9(8).
       01 WS-WALK-INT        PIC 9(8).
       01 WS-WALK-DATE       PIC 9(8).
       01 WS-WALK-DATE-X     PIC X(8).
       01 WS-USAGE-FILE-NAME PIC X(30).
       01 WS-AUDIT-FILE-NAME PIC X(30).
       01 WS-ERRLOG-FILE-NAME PIC X(30).
       01 WS-STATEMENT-FILE-NAME PIC X(30).
       01 RATE-COUNT         PIC 9(4) VALUE ZERO.
       01 RATE-TABLE.
           05 RATE-ENTRY OCCURS 10 TIMES INDEXED BY RATE-IDX.
               10 TBL-RATE-DB-TYPE      PIC X(10).
               10 TBL-RATE-SOURCE-RUN   PIC 9(3)V99.
               10 TBL-RATE-CACHE-HIT    PIC 9(3)V99.
               10 TBL-RATE-ROW          PIC 9(3)V99.
               10 TBL-RATE-DETAIL       PIC 9(3)V99.
               10 TBL-RATE-CONNECT      PIC 9(3)V99.
               10 TBL-RATE-FAILOVER     PIC 9(3)V99.
               10 TBL-RATE-MINUTE       PIC 9(3)V99.
       01 WS-RATE-SUB        PIC 9(4).
       01 OWNER-COUNT        PIC 9(4) VALUE ZERO.
       01 OWNER-TABLE.
           05 OWNER-ENTRY OCCURS 200 TIMES INDEXED BY OWN-IDX.
               10 TBL-OWN-DB-TYPE       PIC X(10).
               10 TBL-OWN-QUERY-ID      PIC X(8).
               10 TBL-OWN-DEPARTMENT    PIC X(10).
               10 TBL-OWN-DEPT-NAME     PIC X(30).
       01 WS-WANTED-DB-TYPE  PIC X(10).
       01 WS-WANTED-QUERY-ID PIC X(8).
       01 WS-OWNER-DEPT      PIC X(10).
       01 WS-OWNER-NAME      PIC X(30).
       01 USAGE-COUNT        PIC 9(4) VALUE ZERO.
       01 USAGE-TABLE.
           05 USAGE-ENTRY OCCURS 200 TIMES INDEXED BY USE-IDX.
               10 TBL-USE-DB-TYPE       PIC X(10).
               10 TBL-USE-QUERY-ID      PIC X(8).
               10 TBL-USE-DEPARTMENT    PIC X(10).
               10 TBL-USE-SOURCE-RUNS   PIC 9(7).
               10 TBL-USE-CACHE-HITS    PIC 9(7).
               10 TBL-USE-SOURCE-ROWS   PIC 9(11).
               10 TBL-USE-DETAILS       PIC 9(11).
               10 TBL-USE-CHARGE        PIC 9(9)V99.
       01 WS-USE-SUB         PIC 9(4).
       01 DB-TYPE-COUNT      PIC 9(4) VALUE ZERO.
       01 DB-TYPE-TABLE.
           05 DB-TYPE-ENTRY OCCURS 10 TIMES INDEXED BY DBT-IDX.
               10 TBL-DBT-DB-TYPE       PIC X(10).
               10 TBL-DBT-DEPARTMENT    PIC X(10).
               10 TBL-DBT-CONNECT-FAILS PIC 9(7).
               10 TBL-DBT-FAILOVERS     PIC 9(7).
               10 TBL-DBT-ELAPSED-SECS  PIC 9(9).
               10 TBL-DBT-CHARGE        PIC 9(9)V99.
       01 WS-DBT-SUB         PIC 9(4).
       01 DEPT-COUNT         PIC 9(4) VALUE ZERO.
       01 DEPT-TABLE.
           05 DEPT-ENTRY OCCURS 50 TIMES INDEXED BY DEPT-IDX.
               10 TBL-DEPT-CODE         PIC X(10).
               10 TBL-DEPT-NAME         PIC X(30).
               10 TBL-DEPT-CHARGE       PIC 9(9)V99.
       01 WS-DEPT-SUB        PIC 9(4).
       01 WS-CHARGE-WORK     PIC 9(11)V9(6).
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
       01 WS-UNASSIGNED-FLAG PIC X VALUE "N".
           88 CHARGES-UNASSIGNED     VALUE "Y".
       01 WS-UNRATED-FLAG    PIC X VALUE "N".
           88 CHARGES-UNRATED        VALUE "Y".
       01 WS-LINE-COUNT      PIC 9(4).
       01 WS-QUERY-LINE-COUNT PIC 9(4).
       01 WS-GRAND-CHARGE    PIC 9(9)V99 VALUE ZERO.
       01 WS-CSV-EXECS       PIC 9(7).
       01 WS-CSV-SOURCE-RUNS PIC 9(7).
       01 WS-CSV-CACHE-HITS  PIC 9(7).
       01 WS-CSV-SOURCE-ROWS PIC 9(11).
       01 WS-CSV-DETAILS     PIC 9(11).
       01 WS-CSV-CONNECT     PIC 9(7).
       01 WS-CSV-FAILOVERS   PIC 9(7).
       01 WS-CSV-ELAPSED     PIC 9(9).
       01 WS-CSV-CHARGE      PIC 9(9)V99.
       01 WS-CSV-CHARGE-OUT  PIC 9(9).99.
       01 WS-CSV-ACTIVE-FLAG PIC X VALUE "N".
           88 CSV-ROW-HAS-ACTIVITY   VALUE "Y".
       01 RPT-TITLE-LINE.
           05 FILLER             PIC X(28)
               VALUE "CHARGEBACK STATEMENT MONTH ".
           05 CHG-TITLE-MONTH    PIC X(6).
           05 FILLER             PIC X(13) VALUE "  DEPARTMENT ".
           05 CHG-TITLE-DEPT     PIC X(10).
           05 FILLER             PIC X(1) VALUE SPACES.
           05 CHG-TITLE-NAME     PIC X(30).
       01 RPT-QUERY-HEAD-LINE.
           05 FILLER             PIC X(40)
               VALUE "QUERY-ID DB-TYPE      EXECS SRC-RUNS CAC".
           05 FILLER             PIC X(48)
               VALUE "HE-HITS    SOURCE-ROWS DETAIL-RECS        CHARGE".
       01 RPT-QUERY-LINE.
           05 CHG-QRY-QUERY-ID   PIC X(8).
           05 FILLER             PIC X(1) VALUE SPACES.
           05 CHG-QRY-DB-TYPE    PIC X(10).
           05 FILLER             PIC X(1) VALUE SPACES.
           05 CHG-QRY-EXECS      PIC ZZZZZZ9.
           05 FILLER             PIC X(1) VALUE SPACES.
           05 CHG-QRY-SOURCE     PIC ZZZZZZZ9.
           05 FILLER             PIC X(1) VALUE SPACES.
           05 CHG-QRY-CACHE      PIC ZZZZZZZZZ9.
           05 FILLER             PIC X(1) VALUE SPACES.
           05 CHG-QRY-ROWS       PIC ZZZZZZZZZZZZZ9.
           05 FILLER             PIC X(1) VALUE SPACES.
           05 CHG-QRY-DETAILS    PIC ZZZZZZZZZZ9.
           05 FILLER             PIC X(1) VALUE SPACES.
           05 CHG-QRY-CHARGE     PIC ZZZ,ZZZ,ZZ9.99.
       01 RPT-DB-HEAD-LINE.
           05 FILLER             PIC X(40)
               VALUE "DB-TYPE    CONNECT-FAILS  FAILOVERS  ELA".
           05 FILLER             PIC X(48)
               VALUE "PSED-SECS                                 CHARGE".
       01 RPT-DB-LINE.
           05 CHG-DB-DB-TYPE     PIC X(10).
           05 FILLER             PIC X(1) VALUE SPACES.
           05 CHG-DB-CONNECT     PIC ZZZZZZZZZZZZ9.
           05 FILLER             PIC X(1) VALUE SPACES.
           05 CHG-DB-FAILOVERS   PIC ZZZZZZZZZ9.
           05 FILLER             PIC X(1) VALUE SPACES.
           05 CHG-DB-ELAPSED     PIC ZZZZZZZZZZZ9.
           05 FILLER             PIC X(26) VALUE SPACES.
           05 CHG-DB-CHARGE      PIC ZZZ,ZZZ,ZZ9.99.
       01 RPT-TOTAL-LINE.
           05 FILLER             PIC X(40)
               VALUE "DEPARTMENT TOTAL".
           05 FILLER             PIC X(34) VALUE SPACES.
           05 CHG-TOT-CHARGE     PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-RUN-CONTROL-AREA PIC X(73) VALUE SPACES.

       LINKAGE SECTION.
       COPY RunControl.

       PROCEDURE DIVISION USING RUN-CONTROL.

      * Driver passes the cycle's RUN-CONTROL so a run that crosses
      * midnight still bills the business month the usage rows were
      * stamped with. Only a standalone invocation derives its own.
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
           DISPLAY "Chargeback skipped -- " WS-REPORT-DATE
               " is not the last business day of " WS-CUR-MONTH
           GOBACK
       END-IF
       MOVE SPACES TO WS-MONTH-START
       STRING WS-CUR-MONTH DELIMITED BY SIZE
           "01" DELIMITED BY SIZE
           INTO WS-MONTH-START
       END-STRING
       PERFORM LOAD-CHARGE-RATES
       PERFORM LOAD-CHARGE-OWNERS
       PERFORM LOAD-MONTH-ACTIVITY
       PERFORM PRICE-CHARGES
       PERFORM WRITE-STATEMENTS
       PERFORM WRITE-SUMMARY-CSV
       DISPLAY "Chargeback for " WS-CUR-MONTH ": " DEPT-COUNT
           " department statement(s), summary on CHGBACK.CSV"
       IF CHARGES-UNASSIGNED
           DISPLAY "Chargeback: charges with no owner on CHGOWNER.DAT "
               "billed to UNASSIGNED"
           IF RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE
           END-IF
       END-IF
       IF CHARGES-UNRATED
           DISPLAY "Chargeback: DB-TYPE(s) with no rate on "
               "CHGRATES.DAT and no * default priced at zero"
           IF RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE
           END-IF
       END-IF
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

       LOAD-CHARGE-RATES SECTION.
           OPEN INPUT CHARGE-RATE-FILE
           PERFORM UNTIL CHARGE-RATE-EOF
               READ CHARGE-RATE-FILE
                   AT END SET CHARGE-RATE-EOF TO TRUE
                   NOT AT END
                       IF RATE-COUNT < 10
                           ADD 1 TO RATE-COUNT
                           SET RATE-IDX TO RATE-COUNT
                           MOVE CRT-DB-TYPE
                               TO TBL-RATE-DB-TYPE(RATE-IDX)
                           MOVE CRT-SOURCE-RUN-RATE
                               TO TBL-RATE-SOURCE-RUN(RATE-IDX)
                           MOVE CRT-CACHE-HIT-RATE
                               TO TBL-RATE-CACHE-HIT(RATE-IDX)
                           MOVE CRT-ROW-RATE TO TBL-RATE-ROW(RATE-IDX)
                           MOVE CRT-DETAIL-RATE
                               TO TBL-RATE-DETAIL(RATE-IDX)
                           MOVE CRT-CONNECT-RATE
                               TO TBL-RATE-CONNECT(RATE-IDX)
                           MOVE CRT-FAILOVER-RATE
                               TO TBL-RATE-FAILOVER(RATE-IDX)
                           MOVE CRT-MINUTE-RATE
                               TO TBL-RATE-MINUTE(RATE-IDX)
                       ELSE
                           DISPLAY "LOAD-CHARGE-RATES: CHGRATES.DAT "
                               "has more than 10 rows -- ignoring "
                               "the rest"
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CHARGE-RATE-FILE
           .

       LOAD-CHARGE-OWNERS SECTION.
           OPEN INPUT CHARGE-OWNER-FILE
           PERFORM UNTIL CHARGE-OWNER-EOF
               READ CHARGE-OWNER-FILE
                   AT END SET CHARGE-OWNER-EOF TO TRUE
                   NOT AT END
                       IF OWNER-COUNT < 200
                           ADD 1 TO OWNER-COUNT
                           SET OWN-IDX TO OWNER-COUNT
                           MOVE COW-DB-TYPE
                               TO TBL-OWN-DB-TYPE(OWN-IDX)
                           MOVE COW-QUERY-ID
                               TO TBL-OWN-QUERY-ID(OWN-IDX)
                           MOVE COW-DEPARTMENT
                               TO TBL-OWN-DEPARTMENT(OWN-IDX)
                           MOVE COW-DEPT-NAME
                               TO TBL-OWN-DEPT-NAME(OWN-IDX)
                       ELSE
                           DISPLAY "LOAD-CHARGE-OWNERS: CHGOWNER.DAT "
                               "has more than 200 rows -- ignoring "
                               "the rest"
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CHARGE-OWNER-FILE
           .

      * The month's records are split between the live files and
      * the archives Housekeep has aged them into since the first of
      * the month. Every archive stamped from the first of the month
      * to today is read -- a record can only have aged out on or
      * after its own date -- and each record is kept only when its
      * business date falls in the month being billed.
       LOAD-MONTH-ACTIVITY SECTION.
           MOVE "QRYUSAGE.DAT" TO WS-USAGE-FILE-NAME
           MOVE "RUNAUDIT.DAT" TO WS-AUDIT-FILE-NAME
           MOVE "DBERRLOG.DAT" TO WS-ERRLOG-FILE-NAME
           PERFORM READ-MONTH-FILES
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
           MOVE WS-MONTH-START TO WS-WALK-DATE
           COMPUTE WS-WALK-INT =
               FUNCTION INTEGER-OF-DATE(WS-WALK-DATE)
           PERFORM UNTIL WS-WALK-INT > WS-TODAY-INT
               COMPUTE WS-WALK-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-WALK-INT)
               MOVE WS-WALK-DATE TO WS-WALK-DATE-X
               PERFORM SET-ARCHIVE-FILE-NAMES
               PERFORM READ-MONTH-FILES
               ADD 1 TO WS-WALK-INT
           END-PERFORM
           .

       SET-ARCHIVE-FILE-NAMES SECTION.
           MOVE SPACES TO WS-USAGE-FILE-NAME
           STRING "QRYUSAGE.A" DELIMITED BY SIZE
               WS-WALK-DATE-X DELIMITED BY SIZE
               INTO WS-USAGE-FILE-NAME
           END-STRING
           MOVE SPACES TO WS-AUDIT-FILE-NAME
           STRING "RUNAUDIT.A" DELIMITED BY SIZE
               WS-WALK-DATE-X DELIMITED BY SIZE
               INTO WS-AUDIT-FILE-NAME
           END-STRING
           MOVE SPACES TO WS-ERRLOG-FILE-NAME
           STRING "DBERRLOG.A" DELIMITED BY SIZE
               WS-WALK-DATE-X DELIMITED BY SIZE
               INTO WS-ERRLOG-FILE-NAME
           END-STRING
           .

       READ-MONTH-FILES SECTION.
           MOVE "N" TO WS-USAGE-EOF-FLAG
           OPEN INPUT QUERY-USAGE-FILE
           PERFORM UNTIL QUERY-USAGE-EOF
               READ QUERY-USAGE-FILE
                   AT END SET QUERY-USAGE-EOF TO TRUE
                   NOT AT END
                       IF QUSE-BUSINESS-DATE >= WS-MONTH-START
                           AND QUSE-BUSINESS-DATE <= WS-REPORT-DATE
                           PERFORM STORE-QUERY-USAGE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE QUERY-USAGE-FILE
           MOVE "N" TO WS-AUDIT-EOF-FLAG
           OPEN INPUT RUN-AUDIT-LOG
           PERFORM UNTIL RUN-AUDIT-EOF
               READ RUN-AUDIT-LOG
                   AT END SET RUN-AUDIT-EOF TO TRUE
                   NOT AT END
                       IF AUDIT-PROGRAM-NAME = "Example2"
                           AND AUDIT-BUSINESS-DATE >= WS-MONTH-START
                           AND AUDIT-BUSINESS-DATE <= WS-REPORT-DATE
                           PERFORM STORE-EXTRACT-ELAPSED
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RUN-AUDIT-LOG
           MOVE "N" TO WS-ERRLOG-EOF-FLAG
           OPEN INPUT DB-ERROR-LOG
           PERFORM UNTIL DB-ERROR-LOG-EOF
               READ DB-ERROR-LOG
                   AT END SET DB-ERROR-LOG-EOF TO TRUE
                   NOT AT END
                       IF ERR-BUSINESS-DATE >= WS-MONTH-START
                           AND ERR-BUSINESS-DATE <= WS-REPORT-DATE
                           PERFORM STORE-CONNECT-EVENT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DB-ERROR-LOG
           .

      * Rows are billed for source runs only: a cache hit re-serves
      * rows already paid for. Detail records are billed for every
      * delivery, since each one is written again.
       STORE-QUERY-USAGE SECTION.
           MOVE ZERO TO WS-USE-SUB
           PERFORM VARYING USE-IDX FROM 1 BY 1
                   UNTIL USE-IDX > USAGE-COUNT
               IF TBL-USE-DB-TYPE(USE-IDX) = QUSE-DB-TYPE
                   AND TBL-USE-QUERY-ID(USE-IDX) = QUSE-QUERY-ID
                   SET WS-USE-SUB TO USE-IDX
               END-IF
           END-PERFORM
           IF WS-USE-SUB = ZERO
               IF USAGE-COUNT < 200
                   ADD 1 TO USAGE-COUNT
                   MOVE USAGE-COUNT TO WS-USE-SUB
                   SET USE-IDX TO WS-USE-SUB
                   MOVE QUSE-DB-TYPE TO TBL-USE-DB-TYPE(USE-IDX)
                   MOVE QUSE-QUERY-ID TO TBL-USE-QUERY-ID(USE-IDX)
                   MOVE SPACES TO TBL-USE-DEPARTMENT(USE-IDX)
                   MOVE ZERO TO TBL-USE-SOURCE-RUNS(USE-IDX)
                   MOVE ZERO TO TBL-USE-CACHE-HITS(USE-IDX)
                   MOVE ZERO TO TBL-USE-SOURCE-ROWS(USE-IDX)
                   MOVE ZERO TO TBL-USE-DETAILS(USE-IDX)
                   MOVE ZERO TO TBL-USE-CHARGE(USE-IDX)
               ELSE
                   DISPLAY "STORE-QUERY-USAGE: more than 200 queries "
                       "this month -- ignoring the rest"
               END-IF
           END-IF
           IF WS-USE-SUB > ZERO
               SET USE-IDX TO WS-USE-SUB
               IF QUSE-FROM-CACHE
                   ADD 1 TO TBL-USE-CACHE-HITS(USE-IDX)
               ELSE
                   ADD 1 TO TBL-USE-SOURCE-RUNS(USE-IDX)
                   ADD QUSE-ROW-COUNT TO TBL-USE-SOURCE-ROWS(USE-IDX)
               END-IF
               ADD QUSE-DETAIL-COUNT TO TBL-USE-DETAILS(USE-IDX)
               MOVE QUSE-DB-TYPE TO WS-WANTED-DB-TYPE
               PERFORM FIND-DB-TYPE-ENTRY
           END-IF
           .

       STORE-EXTRACT-ELAPSED SECTION.
           MOVE AUDIT-PARM-VALUE TO WS-WANTED-DB-TYPE
           PERFORM FIND-DB-TYPE-ENTRY
           IF WS-DBT-SUB > ZERO
               MOVE AUDIT-START-TS TO WS-TS-IN
               PERFORM CONVERT-TIMESTAMP
               MOVE WS-TS-HUND TO WS-START-HUND
               MOVE AUDIT-END-TS TO WS-TS-IN
               PERFORM CONVERT-TIMESTAMP
               MOVE WS-TS-HUND TO WS-END-HUND
               SET DBT-IDX TO WS-DBT-SUB
               IF WS-END-HUND > WS-START-HUND
                   COMPUTE TBL-DBT-ELAPSED-SECS(DBT-IDX) =
                       TBL-DBT-ELAPSED-SECS(DBT-IDX)
                       + (WS-END-HUND - WS-START-HUND) / 100
               END-IF
           END-IF
           .

       STORE-CONNECT-EVENT SECTION.
           IF ERR-EVENT = "CONNECT ATTEMPT FAILED"
               OR ERR-EVENT = "FAILOVER TO SECONDARY"
               MOVE ERR-DB-TYPE TO WS-WANTED-DB-TYPE
               PERFORM FIND-DB-TYPE-ENTRY
               IF WS-DBT-SUB > ZERO
                   SET DBT-IDX TO WS-DBT-SUB
                   IF ERR-EVENT = "CONNECT ATTEMPT FAILED"
                       ADD 1 TO TBL-DBT-CONNECT-FAILS(DBT-IDX)
                   ELSE
                       ADD 1 TO TBL-DBT-FAILOVERS(DBT-IDX)
                   END-IF
               END-IF
           END-IF
           .

       FIND-DB-TYPE-ENTRY SECTION.
           MOVE ZERO TO WS-DBT-SUB
           PERFORM VARYING DBT-IDX FROM 1 BY 1
                   UNTIL DBT-IDX > DB-TYPE-COUNT
               IF TBL-DBT-DB-TYPE(DBT-IDX) = WS-WANTED-DB-TYPE
                   SET WS-DBT-SUB TO DBT-IDX
               END-IF
           END-PERFORM
           IF WS-DBT-SUB = ZERO
               IF DB-TYPE-COUNT < 10
                   ADD 1 TO DB-TYPE-COUNT
                   MOVE DB-TYPE-COUNT TO WS-DBT-SUB
                   SET DBT-IDX TO WS-DBT-SUB
                   MOVE WS-WANTED-DB-TYPE TO TBL-DBT-DB-TYPE(DBT-IDX)
                   MOVE SPACES TO TBL-DBT-DEPARTMENT(DBT-IDX)
                   MOVE ZERO TO TBL-DBT-CONNECT-FAILS(DBT-IDX)
                   MOVE ZERO TO TBL-DBT-FAILOVERS(DBT-IDX)
                   MOVE ZERO TO TBL-DBT-ELAPSED-SECS(DBT-IDX)
                   MOVE ZERO TO TBL-DBT-CHARGE(DBT-IDX)
               ELSE
                   DISPLAY "FIND-DB-TYPE-ENTRY: more than 10 DB-TYPEs "
                       "this month -- ignoring " WS-WANTED-DB-TYPE
               END-IF
           END-IF
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

       PRICE-CHARGES SECTION.
           PERFORM VARYING USE-IDX FROM 1 BY 1
                   UNTIL USE-IDX > USAGE-COUNT
               MOVE TBL-USE-DB-TYPE(USE-IDX) TO WS-WANTED-DB-TYPE
               MOVE TBL-USE-QUERY-ID(USE-IDX) TO WS-WANTED-QUERY-ID
               PERFORM FIND-CHARGE-RATE
               PERFORM FIND-CHARGE-OWNER
               MOVE WS-OWNER-DEPT TO TBL-USE-DEPARTMENT(USE-IDX)
               IF WS-RATE-SUB > ZERO
                   SET RATE-IDX TO WS-RATE-SUB
                   COMPUTE WS-CHARGE-WORK =
                       TBL-USE-SOURCE-RUNS(USE-IDX)
                           * TBL-RATE-SOURCE-RUN(RATE-IDX)
                       + TBL-USE-CACHE-HITS(USE-IDX)
                           * TBL-RATE-CACHE-HIT(RATE-IDX)
                       + TBL-USE-SOURCE-ROWS(USE-IDX)
                           * TBL-RATE-ROW(RATE-IDX) / 1000
                       + TBL-USE-DETAILS(USE-IDX)
                           * TBL-RATE-DETAIL(RATE-IDX) / 1000
                   COMPUTE TBL-USE-CHARGE(USE-IDX) ROUNDED =
                       WS-CHARGE-WORK
               END-IF
               PERFORM ADD-DEPARTMENT
               SET DEPT-IDX TO WS-DEPT-SUB
               ADD TBL-USE-CHARGE(USE-IDX) TO TBL-DEPT-CHARGE(DEPT-IDX)
           END-PERFORM
           MOVE "*" TO WS-WANTED-QUERY-ID
           PERFORM VARYING DBT-IDX FROM 1 BY 1
                   UNTIL DBT-IDX > DB-TYPE-COUNT
               IF TBL-DBT-CONNECT-FAILS(DBT-IDX) > ZERO
                   OR TBL-DBT-FAILOVERS(DBT-IDX) > ZERO
                   OR TBL-DBT-ELAPSED-SECS(DBT-IDX) > ZERO
                   PERFORM PRICE-DB-TYPE-CHARGE
               END-IF
           END-PERFORM
           .

      * A DB-TYPE that only appears on the usage log has nothing of
      * its own to bill and is left without a department, so it is
      * kept off the statements rather than billed at zero.
       PRICE-DB-TYPE-CHARGE SECTION.
           MOVE TBL-DBT-DB-TYPE(DBT-IDX) TO WS-WANTED-DB-TYPE
           PERFORM FIND-CHARGE-RATE
           PERFORM FIND-CHARGE-OWNER
           MOVE WS-OWNER-DEPT TO TBL-DBT-DEPARTMENT(DBT-IDX)
           IF WS-RATE-SUB > ZERO
               SET RATE-IDX TO WS-RATE-SUB
               COMPUTE WS-CHARGE-WORK =
                   TBL-DBT-CONNECT-FAILS(DBT-IDX)
                       * TBL-RATE-CONNECT(RATE-IDX)
                   + TBL-DBT-FAILOVERS(DBT-IDX)
                       * TBL-RATE-FAILOVER(RATE-IDX)
                   + TBL-DBT-ELAPSED-SECS(DBT-IDX)
                       * TBL-RATE-MINUTE(RATE-IDX) / 60
               COMPUTE TBL-DBT-CHARGE(DBT-IDX) ROUNDED = WS-CHARGE-WORK
           END-IF
           PERFORM ADD-DEPARTMENT
           SET DEPT-IDX TO WS-DEPT-SUB
           ADD TBL-DBT-CHARGE(DBT-IDX) TO TBL-DEPT-CHARGE(DEPT-IDX)
           .

      * The DB-TYPE's own row wins over the "*" default.
       FIND-CHARGE-RATE SECTION.
           MOVE ZERO TO WS-RATE-SUB
           PERFORM VARYING RATE-IDX FROM 1 BY 1
                   UNTIL RATE-IDX > RATE-COUNT
               IF TBL-RATE-DB-TYPE(RATE-IDX) = WS-WANTED-DB-TYPE
                   SET WS-RATE-SUB TO RATE-IDX
               END-IF
           END-PERFORM
           IF WS-RATE-SUB = ZERO
               PERFORM VARYING RATE-IDX FROM 1 BY 1
                       UNTIL RATE-IDX > RATE-COUNT
                   IF TBL-RATE-DB-TYPE(RATE-IDX) = "*"
                       SET WS-RATE-SUB TO RATE-IDX
                   END-IF
               END-PERFORM
           END-IF
           IF WS-RATE-SUB = ZERO
               SET CHARGES-UNRATED TO TRUE
           END-IF
           .

      * The query's own row wins over the DB-TYPE's "*" row; the
      * DB-TYPE's connection and elapsed charges look up "*" only.
       FIND-CHARGE-OWNER SECTION.
           MOVE SPACES TO WS-OWNER-DEPT
           PERFORM VARYING OWN-IDX FROM 1 BY 1
                   UNTIL OWN-IDX > OWNER-COUNT
               IF TBL-OWN-DB-TYPE(OWN-IDX) = WS-WANTED-DB-TYPE
                   AND TBL-OWN-QUERY-ID(OWN-IDX) = WS-WANTED-QUERY-ID
                   MOVE TBL-OWN-DEPARTMENT(OWN-IDX) TO WS-OWNER-DEPT
                   MOVE TBL-OWN-DEPT-NAME(OWN-IDX) TO WS-OWNER-NAME
               END-IF
           END-PERFORM
           IF WS-OWNER-DEPT = SPACES
               PERFORM VARYING OWN-IDX FROM 1 BY 1
                       UNTIL OWN-IDX > OWNER-COUNT
                   IF TBL-OWN-DB-TYPE(OWN-IDX) = WS-WANTED-DB-TYPE
                       AND TBL-OWN-QUERY-ID(OWN-IDX) = "*"
                       MOVE TBL-OWN-DEPARTMENT(OWN-IDX)
                           TO WS-OWNER-DEPT
                       MOVE TBL-OWN-DEPT-NAME(OWN-IDX)
                           TO WS-OWNER-NAME
                   END-IF
               END-PERFORM
           END-IF
           IF WS-OWNER-DEPT = SPACES
               MOVE "UNASSIGNED" TO WS-OWNER-DEPT
               MOVE "NO OWNER ON CHGOWNER.DAT" TO WS-OWNER-NAME
               SET CHARGES-UNASSIGNED TO TRUE
           END-IF
           .

       ADD-DEPARTMENT SECTION.
           MOVE ZERO TO WS-DEPT-SUB
           PERFORM VARYING DEPT-IDX FROM 1 BY 1
                   UNTIL DEPT-IDX > DEPT-COUNT
               IF TBL-DEPT-CODE(DEPT-IDX) = WS-OWNER-DEPT
                   SET WS-DEPT-SUB TO DEPT-IDX
               END-IF
           END-PERFORM
           IF WS-DEPT-SUB = ZERO
               IF DEPT-COUNT < 50
                   ADD 1 TO DEPT-COUNT
                   MOVE DEPT-COUNT TO WS-DEPT-SUB
                   SET DEPT-IDX TO WS-DEPT-SUB
                   MOVE WS-OWNER-DEPT TO TBL-DEPT-CODE(DEPT-IDX)
                   MOVE WS-OWNER-NAME TO TBL-DEPT-NAME(DEPT-IDX)
                   MOVE ZERO TO TBL-DEPT-CHARGE(DEPT-IDX)
               ELSE
      * Past the table the charge still has to land somewhere, so
      * it is added to the last department rather than dropped.
                   DISPLAY "ADD-DEPARTMENT: more than 50 departments "
                       "-- " WS-OWNER-DEPT " billed with "
                       TBL-DEPT-CODE(50)
                   MOVE 50 TO WS-DEPT-SUB
               END-IF
           END-IF
           .

       WRITE-STATEMENTS SECTION.
           PERFORM VARYING DEPT-IDX FROM 1 BY 1
                   UNTIL DEPT-IDX > DEPT-COUNT
               PERFORM WRITE-ONE-STATEMENT
           END-PERFORM
           .

       WRITE-ONE-STATEMENT SECTION.
           MOVE SPACES TO WS-STATEMENT-FILE-NAME
           STRING "CHG" DELIMITED BY SIZE
               TBL-DEPT-CODE(DEPT-IDX) DELIMITED BY SPACE
               ".RPT" DELIMITED BY SIZE
               INTO WS-STATEMENT-FILE-NAME
           END-STRING
           OPEN OUTPUT CHARGE-STATEMENT-FILE
           MOVE WS-CUR-MONTH TO CHG-TITLE-MONTH
           MOVE TBL-DEPT-CODE(DEPT-IDX) TO CHG-TITLE-DEPT
           MOVE TBL-DEPT-NAME(DEPT-IDX) TO CHG-TITLE-NAME
           MOVE RPT-TITLE-LINE TO CHARGE-STATEMENT-LINE
           WRITE CHARGE-STATEMENT-LINE
           MOVE SPACES TO CHARGE-STATEMENT-LINE
           WRITE CHARGE-STATEMENT-LINE
           MOVE ZERO TO WS-QUERY-LINE-COUNT
           PERFORM VARYING USE-IDX FROM 1 BY 1
                   UNTIL USE-IDX > USAGE-COUNT
               IF TBL-USE-DEPARTMENT(USE-IDX) = TBL-DEPT-CODE(DEPT-IDX)
                   IF WS-QUERY-LINE-COUNT = ZERO
                       MOVE RPT-QUERY-HEAD-LINE
                           TO CHARGE-STATEMENT-LINE
                       WRITE CHARGE-STATEMENT-LINE
                   END-IF
                   ADD 1 TO WS-QUERY-LINE-COUNT
                   PERFORM WRITE-QUERY-CHARGE-LINE
               END-IF
           END-PERFORM
           MOVE ZERO TO WS-LINE-COUNT
           PERFORM VARYING DBT-IDX FROM 1 BY 1
                   UNTIL DBT-IDX > DB-TYPE-COUNT
               IF TBL-DBT-DEPARTMENT(DBT-IDX) = TBL-DEPT-CODE(DEPT-IDX)
                   IF WS-LINE-COUNT = ZERO
                       IF WS-QUERY-LINE-COUNT > ZERO
                           MOVE SPACES TO CHARGE-STATEMENT-LINE
                           WRITE CHARGE-STATEMENT-LINE
                       END-IF
                       MOVE RPT-DB-HEAD-LINE TO CHARGE-STATEMENT-LINE
                       WRITE CHARGE-STATEMENT-LINE
                   END-IF
                   ADD 1 TO WS-LINE-COUNT
                   PERFORM WRITE-DB-TYPE-CHARGE-LINE
               END-IF
           END-PERFORM
           MOVE SPACES TO CHARGE-STATEMENT-LINE
           WRITE CHARGE-STATEMENT-LINE
           MOVE TBL-DEPT-CHARGE(DEPT-IDX) TO CHG-TOT-CHARGE
           MOVE RPT-TOTAL-LINE TO CHARGE-STATEMENT-LINE
           WRITE CHARGE-STATEMENT-LINE
           CLOSE CHARGE-STATEMENT-FILE
           DISPLAY "Chargeback statement " WS-STATEMENT-FILE-NAME
               " total " CHG-TOT-CHARGE
           .

       WRITE-QUERY-CHARGE-LINE SECTION.
           MOVE TBL-USE-QUERY-ID(USE-IDX) TO CHG-QRY-QUERY-ID
           MOVE TBL-USE-DB-TYPE(USE-IDX) TO CHG-QRY-DB-TYPE
           COMPUTE CHG-QRY-EXECS = TBL-USE-SOURCE-RUNS(USE-IDX)
               + TBL-USE-CACHE-HITS(USE-IDX)
           MOVE TBL-USE-SOURCE-RUNS(USE-IDX) TO CHG-QRY-SOURCE
           MOVE TBL-USE-CACHE-HITS(USE-IDX) TO CHG-QRY-CACHE
           MOVE TBL-USE-SOURCE-ROWS(USE-IDX) TO CHG-QRY-ROWS
           MOVE TBL-USE-DETAILS(USE-IDX) TO CHG-QRY-DETAILS
           MOVE TBL-USE-CHARGE(USE-IDX) TO CHG-QRY-CHARGE
           MOVE RPT-QUERY-LINE TO CHARGE-STATEMENT-LINE
           WRITE CHARGE-STATEMENT-LINE
           .

       WRITE-DB-TYPE-CHARGE-LINE SECTION.
           MOVE TBL-DBT-DB-TYPE(DBT-IDX) TO CHG-DB-DB-TYPE
           MOVE TBL-DBT-CONNECT-FAILS(DBT-IDX) TO CHG-DB-CONNECT
           MOVE TBL-DBT-FAILOVERS(DBT-IDX) TO CHG-DB-FAILOVERS
           MOVE TBL-DBT-ELAPSED-SECS(DBT-IDX) TO CHG-DB-ELAPSED
           MOVE TBL-DBT-CHARGE(DBT-IDX) TO CHG-DB-CHARGE
           MOVE RPT-DB-LINE TO CHARGE-STATEMENT-LINE
           WRITE CHARGE-STATEMENT-LINE
           .

      * One row per department and DB-TYPE, the query usage the
      * department owns on that DB-TYPE plus, for the owning team,
      * the DB-TYPE's own connection and elapsed charges. A closing
      * TOTAL row carries the month's grand total so finance can
      * prove the load.
       WRITE-SUMMARY-CSV SECTION.
           OPEN OUTPUT CHARGE-SUMMARY-FILE
           MOVE SPACES TO CHARGE-SUMMARY-LINE
           STRING "MONTH,DEPARTMENT,DB-TYPE,EXECUTIONS,SOURCE-RUNS,"
               DELIMITED BY SIZE
               "CACHE-HITS,SOURCE-ROWS,DETAIL-RECORDS,CONNECT-FAILS,"
               DELIMITED BY SIZE
               "FAILOVERS,ELAPSED-SECS,CHARGE" DELIMITED BY SIZE
               INTO CHARGE-SUMMARY-LINE
           END-STRING
           WRITE CHARGE-SUMMARY-LINE
           MOVE ZERO TO WS-GRAND-CHARGE
           PERFORM VARYING DEPT-IDX FROM 1 BY 1
                   UNTIL DEPT-IDX > DEPT-COUNT
               PERFORM VARYING DBT-IDX FROM 1 BY 1
                       UNTIL DBT-IDX > DB-TYPE-COUNT
                   PERFORM WRITE-SUMMARY-ROW
               END-PERFORM
           END-PERFORM
           MOVE WS-GRAND-CHARGE TO WS-CSV-CHARGE-OUT
           MOVE SPACES TO CHARGE-SUMMARY-LINE
           STRING WS-CUR-MONTH DELIMITED BY SIZE
               ",TOTAL,,,,,,,,,," DELIMITED BY SIZE
               WS-CSV-CHARGE-OUT DELIMITED BY SIZE
               INTO CHARGE-SUMMARY-LINE
           END-STRING
           WRITE CHARGE-SUMMARY-LINE
           CLOSE CHARGE-SUMMARY-FILE
           .

       WRITE-SUMMARY-ROW SECTION.
           MOVE "N" TO WS-CSV-ACTIVE-FLAG
           MOVE ZERO TO WS-CSV-EXECS
           MOVE ZERO TO WS-CSV-SOURCE-RUNS
           MOVE ZERO TO WS-CSV-CACHE-HITS
           MOVE ZERO TO WS-CSV-SOURCE-ROWS
           MOVE ZERO TO WS-CSV-DETAILS
           MOVE ZERO TO WS-CSV-CONNECT
           MOVE ZERO TO WS-CSV-FAILOVERS
           MOVE ZERO TO WS-CSV-ELAPSED
           MOVE ZERO TO WS-CSV-CHARGE
           PERFORM VARYING USE-IDX FROM 1 BY 1
                   UNTIL USE-IDX > USAGE-COUNT
               IF TBL-USE-DEPARTMENT(USE-IDX) = TBL-DEPT-CODE(DEPT-IDX)
                   AND TBL-USE-DB-TYPE(USE-IDX)
                       = TBL-DBT-DB-TYPE(DBT-IDX)
                   SET CSV-ROW-HAS-ACTIVITY TO TRUE
                   ADD TBL-USE-SOURCE-RUNS(USE-IDX) TO WS-CSV-EXECS
                   ADD TBL-USE-CACHE-HITS(USE-IDX) TO WS-CSV-EXECS
                   ADD TBL-USE-SOURCE-RUNS(USE-IDX)
                       TO WS-CSV-SOURCE-RUNS
                   ADD TBL-USE-CACHE-HITS(USE-IDX) TO WS-CSV-CACHE-HITS
                   ADD TBL-USE-SOURCE-ROWS(USE-IDX)
                       TO WS-CSV-SOURCE-ROWS
                   ADD TBL-USE-DETAILS(USE-IDX) TO WS-CSV-DETAILS
                   ADD TBL-USE-CHARGE(USE-IDX) TO WS-CSV-CHARGE
               END-IF
           END-PERFORM
           IF TBL-DBT-DEPARTMENT(DBT-IDX) = TBL-DEPT-CODE(DEPT-IDX)
               SET CSV-ROW-HAS-ACTIVITY TO TRUE
               MOVE TBL-DBT-CONNECT-FAILS(DBT-IDX) TO WS-CSV-CONNECT
               MOVE TBL-DBT-FAILOVERS(DBT-IDX) TO WS-CSV-FAILOVERS
               MOVE TBL-DBT-ELAPSED-SECS(DBT-IDX) TO WS-CSV-ELAPSED
               ADD TBL-DBT-CHARGE(DBT-IDX) TO WS-CSV-CHARGE
           END-IF
           IF CSV-ROW-HAS-ACTIVITY
               ADD WS-CSV-CHARGE TO WS-GRAND-CHARGE
               MOVE WS-CSV-CHARGE TO WS-CSV-CHARGE-OUT
               MOVE SPACES TO CHARGE-SUMMARY-LINE
               STRING WS-CUR-MONTH DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   TBL-DEPT-CODE(DEPT-IDX) DELIMITED BY SPACE
                   "," DELIMITED BY SIZE
                   TBL-DBT-DB-TYPE(DBT-IDX) DELIMITED BY SPACE
                   "," DELIMITED BY SIZE
                   WS-CSV-EXECS DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-CSV-SOURCE-RUNS DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-CSV-CACHE-HITS DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-CSV-SOURCE-ROWS DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-CSV-DETAILS DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-CSV-CONNECT DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-CSV-FAILOVERS DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-CSV-ELAPSED DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-CSV-CHARGE-OUT DELIMITED BY SIZE
                   INTO CHARGE-SUMMARY-LINE
               END-STRING
               WRITE CHARGE-SUMMARY-LINE
           END-IF
           .
