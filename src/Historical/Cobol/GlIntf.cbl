       IDENTIFICATION DIVISION.
       PROGRAM-ID. GlIntf.
      * General ledger journal interface. The db2 ledger query's
      * detail rows in the merged results are turned into one GL
      * journal batch on GLJRNL.DAT: a batch header, one journal line
      * per ledger row -- its account key mapped through GLMAP.DAT to
      * a GL account, cost centre, and debit or credit side, its
      * COL-2 amount (carried in cents) as the line amount -- with
      * the offsetting line to the map row's contra account, and a
      * balancing trailer with the debit and credit totals. The batch
      * is built on a work file first and only copied to GLJRNL.DAT
      * when every row mapped and debits equal credits; a refused
      * batch leaves GLJRNL.DAT empty, so MisPack never sends an old
      * or unbalanced batch, and is logged to RUNAUDIT.DAT as
      * REJECTED for ExcMon to raise. GLJRNL.RPT lists the night's
      * outcome and every row that could not be journalled.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL GL-MAP-FILE ASSIGN TO "GLMAP.DAT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT QUERY-RESULT-FILE ASSIGN TO "QUERYRES.DAT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT GL-WORK-FILE ASSIGN TO "GLJRNL.TMP"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT GL-JOURNAL-FILE ASSIGN TO "GLJRNL.DAT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT GL-REPORT-FILE ASSIGN TO "GLJRNL.RPT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT RUN-AUDIT-LOG ASSIGN TO "RUNAUDIT.DAT"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  GL-MAP-FILE.
       COPY GlMap.

       FD  QUERY-RESULT-FILE.
       COPY QueryResult.

       FD  GL-WORK-FILE.
       01  GL-WORK-RECORD           PIC X(100).

       FD  GL-JOURNAL-FILE.
       COPY GlJrnl.

       FD  GL-REPORT-FILE.
       01  GL-REPORT-LINE           PIC X(100).

       FD  RUN-AUDIT-LOG.
       COPY AuditRec.

       WORKING-STORAGE SECTION.
       01 WS-GL-DB-TYPE      PIC X(10) VALUE "db2".
       01 WS-GL-QUERY-ID     PIC X(8) VALUE "Q0000004".
       01 WS-GL-SOURCE-SYSTEM PIC X(10) VALUE "GENKIDAMA".
       01 WS-GL-AMT-PREFIX   PIC X(4) VALUE "AMT-".
       01 WS-MAP-EOF-FLAG    PIC X VALUE "N".
           88 GL-MAP-EOF             VALUE "Y".
       01 WS-QRES-EOF-FLAG   PIC X VALUE "N".
           88 QUERY-RESULT-EOF       VALUE "Y".
       01 WS-WORK-EOF-FLAG   PIC X VALUE "N".
           88 GL-WORK-EOF            VALUE "Y".
       01 GL-MAP-COUNT       PIC 9(4) VALUE ZERO.
       01 GL-MAP-TABLE.
           05 GL-MAP-ENTRY OCCURS 500 TIMES INDEXED BY MAP-IDX.
               10 TBL-MAP-SOURCE-KEY    PIC X(15).
               10 TBL-MAP-GL-ACCOUNT    PIC X(10).
               10 TBL-MAP-COST-CENTRE   PIC X(6).
               10 TBL-MAP-DR-CR         PIC X(1).
               10 TBL-MAP-DESCRIPTION   PIC X(30).
               10 TBL-MAP-CONTRA-ACCOUNT PIC X(10).
               10 TBL-MAP-CONTRA-CC     PIC X(6).
       01 WS-MAP-SUB         PIC 9(4).
       01 WS-DEFAULT-SUB     PIC 9(4) VALUE ZERO.
       01 WS-FOUND-SUB       PIC 9(4) VALUE ZERO.
       01 WS-LEDGER-SEEN-FLAG PIC X VALUE "N".
           88 LEDGER-QUERY-SEEN      VALUE "Y".
       01 WS-AMT-DIGITS      PIC X(15).
       01 WS-LINE-AMOUNT     PIC 9(11)V99.
       01 WS-LINE-COUNT      PIC 9(7) VALUE ZERO.
       01 WS-DEBIT-TOTAL     PIC 9(13)V99 VALUE ZERO.
       01 WS-CREDIT-TOTAL    PIC 9(13)V99 VALUE ZERO.
       01 WS-UNMAPPED-COUNT  PIC 9(7) VALUE ZERO.
       01 WS-BAD-AMOUNT-COUNT PIC 9(7) VALUE ZERO.
       01 WS-BATCH-OK-FLAG   PIC X VALUE "N".
           88 BATCH-IS-ACCEPTED      VALUE "Y".
       01 WS-AUDIT-START-TS  PIC X(21).
       01 WS-VRF-HDR-COUNT   PIC 9(7) VALUE ZERO.
       01 WS-VRF-DET-COUNT   PIC 9(7) VALUE ZERO.
       01 WS-VRF-TRL-FLAG    PIC X VALUE "N".
           88 RESULT-TRAILER-SEEN    VALUE "Y".
       01 WS-VRF-TRL-HDRS    PIC 9(7) VALUE ZERO.
       01 WS-VRF-TRL-DETS    PIC 9(7) VALUE ZERO.
       01 RPT-REJECT-LINE.
           05 FILLER             PIC X(2) VALUE SPACES.
           05 GLR-REJ-REASON     PIC X(12).
           05 FILLER             PIC X(5) VALUE " ROW ".
           05 GLR-REJ-ROW-NUM    PIC 9(7).
           05 FILLER             PIC X(5) VALUE " KEY ".
           05 GLR-REJ-KEY        PIC X(15).
           05 FILLER             PIC X(8) VALUE " AMOUNT ".
           05 GLR-REJ-AMOUNT     PIC X(15).
       01 RPT-TOTAL-LINE.
           05 FILLER             PIC X(8) VALUE "  LINES ".
           05 GLR-TOT-LINES      PIC ZZZZZZ9.
           05 FILLER             PIC X(8) VALUE " DEBITS ".
           05 GLR-TOT-DEBITS     PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER             PIC X(9) VALUE " CREDITS ".
           05 GLR-TOT-CREDITS    PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-RUN-CONTROL-AREA PIC X(73) VALUE SPACES.

       LINKAGE SECTION.
       COPY RunControl.

       PROCEDURE DIVISION USING RUN-CONTROL.

      * Driver passes the cycle's RUN-CONTROL so the batch id and
      * date are the night's; a standalone rerun derives its own.
       IF NUMBER-OF-CALL-PARAMETERS < 1
           SET ADDRESS OF RUN-CONTROL
               TO ADDRESS OF WS-RUN-CONTROL-AREA
           CALL "GetBizDate" USING RUN-CONTROL
       END-IF
       MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-START-TS
       PERFORM VERIFY-QUERY-RESULT-FILE
       IF RETURN-CODE >= 16
           GOBACK
       END-IF
       PERFORM LOAD-GL-MAP
       OPEN OUTPUT GL-REPORT-FILE
       MOVE SPACES TO GL-REPORT-LINE
       STRING "GL JOURNAL INTERFACE -- business date "
           DELIMITED BY SIZE
           RUN-BUSINESS-DATE DELIMITED BY SIZE
           " batch " DELIMITED BY SIZE
           RUN-ID DELIMITED BY SIZE
           INTO GL-REPORT-LINE
       END-STRING
       WRITE GL-REPORT-LINE
       PERFORM BUILD-JOURNAL-BATCH
       IF NOT LEDGER-QUERY-SEEN
           MOVE "N" TO WS-BATCH-OK-FLAG
           MOVE "  Ledger query not extracted tonight -- no batch"
               TO GL-REPORT-LINE
           WRITE GL-REPORT-LINE
       ELSE
           IF WS-UNMAPPED-COUNT = ZERO
               AND WS-BAD-AMOUNT-COUNT = ZERO
               AND WS-DEBIT-TOTAL = WS-CREDIT-TOTAL
               SET BATCH-IS-ACCEPTED TO TRUE
           ELSE
               MOVE "N" TO WS-BATCH-OK-FLAG
           END-IF
       END-IF
       MOVE WS-LINE-COUNT TO GLR-TOT-LINES
       MOVE WS-DEBIT-TOTAL TO GLR-TOT-DEBITS
       MOVE WS-CREDIT-TOTAL TO GLR-TOT-CREDITS
       WRITE GL-REPORT-LINE FROM RPT-TOTAL-LINE
       PERFORM PUBLISH-JOURNAL-BATCH
       CLOSE GL-REPORT-FILE
       IF LEDGER-QUERY-SEEN
           PERFORM WRITE-AUDIT-RECORD
       END-IF
       GOBACK.

      * A file that counts differently from its control trailer, or
      * has no trailer at all, is truncated or mid-write; a batch
      * built from it would post a partial ledger, so the step fails
      * hard and yesterday's GLJRNL.DAT is left for the operator.
       VERIFY-QUERY-RESULT-FILE SECTION.
           MOVE "N" TO WS-QRES-EOF-FLAG
           MOVE ZERO TO WS-VRF-HDR-COUNT
           MOVE ZERO TO WS-VRF-DET-COUNT
           MOVE "N" TO WS-VRF-TRL-FLAG
           OPEN INPUT QUERY-RESULT-FILE
           PERFORM UNTIL QUERY-RESULT-EOF
               READ QUERY-RESULT-FILE
                   AT END SET QUERY-RESULT-EOF TO TRUE
                   NOT AT END
                       EVALUATE TRUE
                           WHEN QRES-IS-TRAILER
                               SET RESULT-TRAILER-SEEN TO TRUE
                               MOVE QRES-TRL-HEADER-COUNT
                                   TO WS-VRF-TRL-HDRS
                               MOVE QRES-TRL-DETAIL-COUNT
                                   TO WS-VRF-TRL-DETS
                           WHEN QRES-IS-HEADER
                               ADD 1 TO WS-VRF-HDR-COUNT
                           WHEN OTHER
                               ADD 1 TO WS-VRF-DET-COUNT
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE QUERY-RESULT-FILE
           IF NOT RESULT-TRAILER-SEEN
               DISPLAY "VERIFY-QUERY-RESULT-FILE: QUERYRES.DAT has "
                   "no control trailer -- file is suspect, GL "
                   "interface step failed"
               MOVE 16 TO RETURN-CODE
           ELSE
               IF WS-VRF-TRL-HDRS NOT = WS-VRF-HDR-COUNT
                   OR WS-VRF-TRL-DETS NOT = WS-VRF-DET-COUNT
                   DISPLAY "VERIFY-QUERY-RESULT-FILE: QUERYRES.DAT "
                       "trailer says " WS-VRF-TRL-HDRS "/"
                       WS-VRF-TRL-DETS " but file holds "
                       WS-VRF-HDR-COUNT "/" WS-VRF-DET-COUNT
                       " -- file is short, GL interface step failed"
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF
           .

       LOAD-GL-MAP SECTION.
           MOVE "N" TO WS-MAP-EOF-FLAG
           MOVE ZERO TO GL-MAP-COUNT
           MOVE ZERO TO WS-DEFAULT-SUB
           OPEN INPUT GL-MAP-FILE
           PERFORM UNTIL GL-MAP-EOF
               READ GL-MAP-FILE
                   AT END SET GL-MAP-EOF TO TRUE
                   NOT AT END
                       IF GL-MAP-COUNT < 500
                           ADD 1 TO GL-MAP-COUNT
                           SET MAP-IDX TO GL-MAP-COUNT
                           MOVE GLM-SOURCE-KEY
                               TO TBL-MAP-SOURCE-KEY(MAP-IDX)
                           MOVE GLM-GL-ACCOUNT
                               TO TBL-MAP-GL-ACCOUNT(MAP-IDX)
                           MOVE GLM-COST-CENTRE
                               TO TBL-MAP-COST-CENTRE(MAP-IDX)
                           MOVE GLM-DR-CR TO TBL-MAP-DR-CR(MAP-IDX)
                           MOVE GLM-DESCRIPTION
                               TO TBL-MAP-DESCRIPTION(MAP-IDX)
                           MOVE GLM-CONTRA-ACCOUNT
                               TO TBL-MAP-CONTRA-ACCOUNT(MAP-IDX)
                           MOVE GLM-CONTRA-COST-CENTRE
                               TO TBL-MAP-CONTRA-CC(MAP-IDX)
                           IF GLM-SOURCE-KEY = "*"
                               MOVE GL-MAP-COUNT TO WS-DEFAULT-SUB
                           END-IF
                       ELSE
                           DISPLAY "LOAD-GL-MAP: GLMAP.DAT has more "
                               "than 500 rows -- ignoring the rest"
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GL-MAP-FILE
           .

      * The header goes out before the lines, so it carries only
      * what is known up front; the counts and totals are on the
      * trailer, where the GL checks them.
       BUILD-JOURNAL-BATCH SECTION.
           MOVE ZERO TO WS-LINE-COUNT
           MOVE ZERO TO WS-DEBIT-TOTAL
           MOVE ZERO TO WS-CREDIT-TOTAL
           MOVE ZERO TO WS-UNMAPPED-COUNT
           MOVE ZERO TO WS-BAD-AMOUNT-COUNT
           MOVE "N" TO WS-LEDGER-SEEN-FLAG
           MOVE "N" TO WS-BATCH-OK-FLAG
           OPEN OUTPUT GL-WORK-FILE
           MOVE SPACES TO GL-JOURNAL-RECORD
           SET GLJ-IS-HEADER TO TRUE
           MOVE RUN-ID TO GLJ-HDR-BATCH-ID
           MOVE RUN-BUSINESS-DATE TO GLJ-HDR-BUSINESS-DATE
           MOVE WS-GL-SOURCE-SYSTEM TO GLJ-HDR-SOURCE-SYSTEM
           MOVE WS-GL-DB-TYPE TO GLJ-HDR-DB-TYPE
           MOVE WS-GL-QUERY-ID TO GLJ-HDR-QUERY-ID
           MOVE FUNCTION CURRENT-DATE TO GLJ-HDR-CREATED-TS
           WRITE GL-WORK-RECORD FROM GL-JOURNAL-RECORD
           MOVE "N" TO WS-QRES-EOF-FLAG
           OPEN INPUT QUERY-RESULT-FILE
           PERFORM UNTIL QUERY-RESULT-EOF
               READ QUERY-RESULT-FILE
                   AT END SET QUERY-RESULT-EOF TO TRUE
                   NOT AT END
                       EVALUATE TRUE
                           WHEN QRES-IS-HEADER
                               IF QRES-DB-TYPE = WS-GL-DB-TYPE
                                   AND QRES-QUERY-ID = WS-GL-QUERY-ID
                                   SET LEDGER-QUERY-SEEN TO TRUE
                               END-IF
                           WHEN QRES-IS-DETAIL
                               IF QRES-DET-DB-TYPE = WS-GL-DB-TYPE
                                   AND QRES-DET-QUERY-ID
                                       = WS-GL-QUERY-ID
                                   PERFORM JOURNAL-ONE-LEDGER-ROW
                               END-IF
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE QUERY-RESULT-FILE
           MOVE SPACES TO GL-JOURNAL-RECORD
           SET GLJ-IS-TRAILER TO TRUE
           MOVE WS-LINE-COUNT TO GLJ-TRL-LINE-COUNT
           MOVE WS-DEBIT-TOTAL TO GLJ-TRL-DEBIT-TOTAL
           MOVE WS-CREDIT-TOTAL TO GLJ-TRL-CREDIT-TOTAL
           MOVE RUN-ID TO GLJ-TRL-BATCH-ID
           WRITE GL-WORK-RECORD FROM GL-JOURNAL-RECORD
           CLOSE GL-WORK-FILE
           .

       JOURNAL-ONE-LEDGER-ROW SECTION.
           MOVE QRES-DET-COL-2 TO WS-AMT-DIGITS
           IF QRES-DET-COL-2(1:4) = WS-GL-AMT-PREFIX
               MOVE QRES-DET-COL-2(5:) TO WS-AMT-DIGITS
           END-IF
           IF WS-AMT-DIGITS = SPACES
               OR FUNCTION TEST-NUMVAL(WS-AMT-DIGITS) NOT = ZERO
               ADD 1 TO WS-BAD-AMOUNT-COUNT
               MOVE "BAD AMOUNT" TO GLR-REJ-REASON
               PERFORM WRITE-REJECT-LINE
           ELSE
               PERFORM FIND-GL-MAPPING
               IF WS-FOUND-SUB = ZERO
                   ADD 1 TO WS-UNMAPPED-COUNT
                   MOVE "UNMAPPED" TO GLR-REJ-REASON
                   PERFORM WRITE-REJECT-LINE
               ELSE
                   PERFORM WRITE-JOURNAL-LINE
               END-IF
           END-IF
           .

      * An exact key row beats the "*" default row.
       FIND-GL-MAPPING SECTION.
           MOVE ZERO TO WS-FOUND-SUB
           PERFORM VARYING WS-MAP-SUB FROM 1 BY 1
                   UNTIL WS-MAP-SUB > GL-MAP-COUNT
                   OR WS-FOUND-SUB > ZERO
               SET MAP-IDX TO WS-MAP-SUB
               IF TBL-MAP-SOURCE-KEY(MAP-IDX) = QRES-DET-COL-1
                   MOVE WS-MAP-SUB TO WS-FOUND-SUB
               END-IF
           END-PERFORM
           IF WS-FOUND-SUB = ZERO
               MOVE WS-DEFAULT-SUB TO WS-FOUND-SUB
           END-IF
           .

       WRITE-JOURNAL-LINE SECTION.
           SET MAP-IDX TO WS-FOUND-SUB
           COMPUTE WS-LINE-AMOUNT =
               FUNCTION NUMVAL(WS-AMT-DIGITS) / 100
           ADD 1 TO WS-LINE-COUNT
           MOVE SPACES TO GL-JOURNAL-RECORD
           SET GLJ-IS-LINE TO TRUE
           MOVE WS-LINE-COUNT TO GLJ-LIN-LINE-NUM
           MOVE TBL-MAP-GL-ACCOUNT(MAP-IDX) TO GLJ-LIN-GL-ACCOUNT
           MOVE TBL-MAP-COST-CENTRE(MAP-IDX) TO GLJ-LIN-COST-CENTRE
           MOVE TBL-MAP-DR-CR(MAP-IDX) TO GLJ-LIN-DR-CR
           MOVE WS-LINE-AMOUNT TO GLJ-LIN-AMOUNT
           MOVE QRES-DET-COL-1 TO GLJ-LIN-SOURCE-KEY
           MOVE QRES-DET-ROW-NUM TO GLJ-LIN-SOURCE-ROW
           MOVE TBL-MAP-DESCRIPTION(MAP-IDX) TO GLJ-LIN-DESCRIPTION
           IF TBL-MAP-DR-CR(MAP-IDX) = "C"
               ADD WS-LINE-AMOUNT TO WS-CREDIT-TOTAL
           ELSE
               ADD WS-LINE-AMOUNT TO WS-DEBIT-TOTAL
           END-IF
           WRITE GL-WORK-RECORD FROM GL-JOURNAL-RECORD
           IF TBL-MAP-CONTRA-ACCOUNT(MAP-IDX) NOT = SPACES
               PERFORM WRITE-CONTRA-LINE
           END-IF
           .

      * The offsetting entry carries the same amount, source key and
      * row on the opposite side, so the row balances by itself.
       WRITE-CONTRA-LINE SECTION.
           ADD 1 TO WS-LINE-COUNT
           MOVE WS-LINE-COUNT TO GLJ-LIN-LINE-NUM
           MOVE TBL-MAP-CONTRA-ACCOUNT(MAP-IDX) TO GLJ-LIN-GL-ACCOUNT
           MOVE TBL-MAP-CONTRA-CC(MAP-IDX) TO GLJ-LIN-COST-CENTRE
           IF TBL-MAP-DR-CR(MAP-IDX) = "C"
               MOVE "D" TO GLJ-LIN-DR-CR
               ADD WS-LINE-AMOUNT TO WS-DEBIT-TOTAL
           ELSE
               MOVE "C" TO GLJ-LIN-DR-CR
               ADD WS-LINE-AMOUNT TO WS-CREDIT-TOTAL
           END-IF
           WRITE GL-WORK-RECORD FROM GL-JOURNAL-RECORD
           .

       WRITE-REJECT-LINE SECTION.
           MOVE QRES-DET-ROW-NUM TO GLR-REJ-ROW-NUM
           MOVE QRES-DET-COL-1 TO GLR-REJ-KEY
           MOVE QRES-DET-COL-2 TO GLR-REJ-AMOUNT
           WRITE GL-REPORT-LINE FROM RPT-REJECT-LINE
           .

      * GLJRNL.DAT is always rewritten: with tonight's batch when it
      * was accepted, empty otherwise, so the package never carries
      * a previous night's batch under tonight's manifest.
       PUBLISH-JOURNAL-BATCH SECTION.
           OPEN OUTPUT GL-JOURNAL-FILE
           IF BATCH-IS-ACCEPTED
               MOVE "N" TO WS-WORK-EOF-FLAG
               OPEN INPUT GL-WORK-FILE
               PERFORM UNTIL GL-WORK-EOF
                   READ GL-WORK-FILE
                       AT END SET GL-WORK-EOF TO TRUE
                       NOT AT END
                           WRITE GL-JOURNAL-RECORD FROM GL-WORK-RECORD
                   END-READ
               END-PERFORM
               CLOSE GL-WORK-FILE
               MOVE "  Batch ACCEPTED -- written to GLJRNL.DAT"
                   TO GL-REPORT-LINE
               WRITE GL-REPORT-LINE
               DISPLAY "GL journal batch " RUN-ID " accepted: "
                   WS-LINE-COUNT " line(s)"
           ELSE
               IF LEDGER-QUERY-SEEN
                   MOVE SPACES TO GL-REPORT-LINE
                   STRING "  Batch REFUSED -- " DELIMITED BY SIZE
                       WS-UNMAPPED-COUNT DELIMITED BY SIZE
                       " unmapped, " DELIMITED BY SIZE
                       WS-BAD-AMOUNT-COUNT DELIMITED BY SIZE
                       " bad amount(s)" DELIMITED BY SIZE
                       INTO GL-REPORT-LINE
                   END-STRING
                   WRITE GL-REPORT-LINE
                   IF WS-DEBIT-TOTAL NOT = WS-CREDIT-TOTAL
                       MOVE "  Debits do not equal credits"
                           TO GL-REPORT-LINE
                       WRITE GL-REPORT-LINE
                   END-IF
                   DISPLAY "GL journal batch " RUN-ID " REFUSED -- "
                       "see GLJRNL.RPT"
                   IF RETURN-CODE < 8
                       MOVE 8 TO RETURN-CODE
                   END-IF
               ELSE
                   DISPLAY "GL journal: ledger query not extracted "
                       "tonight -- no batch"
               END-IF
           END-IF
           CLOSE GL-JOURNAL-FILE
           .

       WRITE-AUDIT-RECORD SECTION.
           MOVE "GlIntf" TO AUDIT-PROGRAM-NAME
           MOVE "GLJRNL" TO AUDIT-PARM-VALUE
           MOVE WS-AUDIT-START-TS TO AUDIT-START-TS
           MOVE FUNCTION CURRENT-DATE TO AUDIT-END-TS
           IF BATCH-IS-ACCEPTED
               MOVE "SUCCESS" TO AUDIT-STATUS
           ELSE
               MOVE "REJECTED" TO AUDIT-STATUS
           END-IF
           MOVE RUN-BUSINESS-DATE TO AUDIT-BUSINESS-DATE
           MOVE RUN-ID TO AUDIT-RUN-ID
           OPEN EXTEND RUN-AUDIT-LOG
           WRITE AUDIT-RECORD
           CLOSE RUN-AUDIT-LOG
           .
