       IDENTIFICATION DIVISION.
       PROGRAM-ID. QryValid.
      * Field-level validation of the extracted detail rows, run
      * between the extracts and QRYMERGE. Each unit file is checked
      * row by row against the VALRULES.DAT rules: a blank COL-1
      * account key, a COL-2 amount that is not numeric once its
      * prefix is stripped, a COL-3 status that is not on the allowed
      * list, and a COL-1 key repeated within one query. A failing
      * row is written to SUSPENSE.DAT with its reason code and taken
      * out of the unit file; the query's header row count and the
      * unit trailer are rewritten to match what is left, so
      * QryMerge's trailer check and every downstream count stay
      * true. Rows an operator has RELEASED through SuspMnt are fed
      * back in under their query's header on the next cycle that
      * extracts that query, and marked APPLIED.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL UNIT-RESULT-FILE
               ASSIGN TO DYNAMIC WS-UNIT-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL.
           SELECT VALID-TEMP-FILE ASSIGN TO "QRYVALID.TMP"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL VALIDATION-RULE-FILE
               ASSIGN TO "VALRULES.DAT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL SUSPENSE-FILE ASSIGN TO "SUSPENSE.DAT"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  UNIT-RESULT-FILE.
       01  UNIT-RESULT-RECORD       PIC X(86).

       FD  VALID-TEMP-FILE.
       01  VALID-TEMP-RECORD        PIC X(86).

       FD  VALIDATION-RULE-FILE.
       COPY ValRule.

       FD  SUSPENSE-FILE.
       COPY Suspense.

       WORKING-STORAGE SECTION.
       COPY QueryResult.
       COPY RunParm.
       01 DB-TYPE            PIC X(10).
       01 WS-UNIT-FILE-NAME  PIC X(30).
       01 WS-UNIT-EOF-FLAG   PIC X VALUE "N".
           88 UNIT-FILE-EOF          VALUE "Y".
       01 WS-TEMP-EOF-FLAG   PIC X VALUE "N".
           88 VALID-TEMP-EOF         VALUE "Y".
       01 WS-RULE-EOF-FLAG   PIC X VALUE "N".
           88 VALIDATION-RULE-EOF    VALUE "Y".
       01 WS-SUSP-EOF-FLAG   PIC X VALUE "N".
           88 SUSPENSE-EOF           VALUE "Y".
       01 WS-SUSP-OVFL-FLAG  PIC X VALUE "N".
           88 SUSPENSE-LOAD-OVERFLOWED VALUE "Y".
       01 WS-UNIT-OK-FLAG    PIC X VALUE "N".
           88 UNIT-FILE-IS-WHOLE     VALUE "Y".
       01 WS-UNIT-HDR-READ   PIC 9(7) VALUE ZERO.
       01 WS-UNIT-DET-READ   PIC 9(7) VALUE ZERO.
       01 WS-UNIT-TRL-FLAG   PIC X VALUE "N".
           88 UNIT-TRAILER-SEEN      VALUE "Y".
       01 WS-UNIT-TRL-HDRS   PIC 9(7) VALUE ZERO.
       01 WS-UNIT-TRL-DETS   PIC 9(7) VALUE ZERO.
       01 WS-UNIT-TRL-RUN-ID PIC X(15).
       01 WS-NEW-HDR-COUNT   PIC 9(7) VALUE ZERO.
       01 WS-NEW-DET-COUNT   PIC 9(7) VALUE ZERO.
       01 WS-UNIT-SUSPENDED  PIC 9(7) VALUE ZERO.
       01 WS-UNIT-APPLIED    PIC 9(7) VALUE ZERO.
       01 WS-TOTAL-SUSPENDED PIC 9(7) VALUE ZERO.
       01 WS-TOTAL-APPLIED   PIC 9(7) VALUE ZERO.
       01 WS-QUERY-OPEN-FLAG PIC X VALUE "N".
           88 QUERY-IS-OPEN          VALUE "Y".
       01 WS-CUR-DB-TYPE     PIC X(10).
       01 WS-CUR-QUERY-ID    PIC X(8).
       01 WS-CHK-BLANK-FLAG  PIC X VALUE "N".
           88 CHECK-BLANK-KEY        VALUE "Y".
       01 WS-CHK-AMOUNT-FLAG PIC X VALUE "N".
           88 CHECK-NUMERIC-AMOUNT   VALUE "Y".
       01 WS-CHK-STATUS-FLAG PIC X VALUE "N".
           88 CHECK-VALID-STATUS     VALUE "Y".
       01 WS-CHK-DUP-FLAG    PIC X VALUE "N".
           88 CHECK-DUPLICATE-KEY    VALUE "Y".
       01 WS-AMT-PREFIX      PIC X(15).
       01 WS-AMT-PREFIX-LEN  PIC 9(2) VALUE ZERO.
       01 WS-AMT-PREFIX-RANK PIC 9(1) VALUE ZERO.
       01 WS-AMT-TEXT        PIC X(15).
       01 WS-AMT-DIGITS      PIC X(15).
       01 WS-STATUS-OK-FLAG  PIC X VALUE "N".
           88 STATUS-IS-ALLOWED      VALUE "Y".
       01 WS-DUP-FOUND-FLAG  PIC X VALUE "N".
           88 KEY-ALREADY-SEEN       VALUE "Y".
       01 WS-KNOWN-FLAG      PIC X VALUE "N".
           88 ROW-ALREADY-SUSPENDED  VALUE "Y".
       01 WS-FAIL-REASON     PIC X(12).
       01 WS-NEXT-SUSP-ID    PIC 9(6) VALUE ZERO.
       01 WS-SUSP-CHANGED-FLAG PIC X VALUE "N".
           88 SUSPENSE-WAS-CHANGED   VALUE "Y".
       01 WS-SAVED-DETAIL    PIC X(86).
       01 RULE-COUNT         PIC 9(4) VALUE ZERO.
       01 RULE-TABLE.
           05 RULE-ENTRY OCCURS 100 TIMES INDEXED BY RULE-IDX.
               10 TBL-RULE-CODE         PIC X(8).
               10 TBL-RULE-QUERY-ID     PIC X(8).
               10 TBL-RULE-VALUE        PIC X(15).
       01 SUSPENSE-COUNT     PIC 9(4) VALUE ZERO.
       01 SUSPENSE-TABLE.
           05 SUSPENSE-ENTRY OCCURS 2000 TIMES INDEXED BY SUSP-IDX.
               10 TBL-SUSP-RECORD       PIC X(214).
       01 KEY-SEEN-COUNT     PIC 9(4) VALUE ZERO.
       01 KEY-SEEN-TABLE.
           05 KEY-SEEN-ENTRY OCCURS 5000 TIMES INDEXED BY KEY-IDX.
               10 TBL-KEY-SEEN          PIC X(15).
       01 KEPT-COUNT         PIC 9(4) VALUE ZERO.
       01 KEPT-TABLE.
           05 KEPT-ENTRY OCCURS 200 TIMES INDEXED BY KEPT-IDX.
               10 TBL-KEPT-QUERY-ID     PIC X(8).
               10 TBL-KEPT-ROW-COUNT    PIC 9(7).

       LINKAGE SECTION.
       COPY RunControl.

       PROCEDURE DIVISION USING RUN-CONTROL.

      * Driver calls this once per catch-up pass without cancelling
      * it, so the rules and suspense rows are reloaded and the
      * totals restarted on every call.
       MOVE ZERO TO WS-TOTAL-SUSPENDED
       MOVE ZERO TO WS-TOTAL-APPLIED
       MOVE ZERO TO RULE-COUNT
       MOVE ZERO TO SUSPENSE-COUNT
       MOVE ZERO TO WS-NEXT-SUSP-ID
       MOVE "N" TO WS-RULE-EOF-FLAG
       MOVE "N" TO WS-SUSP-EOF-FLAG
       MOVE "N" TO WS-SUSP-OVFL-FLAG
       MOVE "N" TO WS-SUSP-CHANGED-FLAG
       PERFORM LOAD-VALIDATION-RULES
       PERFORM LOAD-SUSPENSE-FILE
      * A suspense file too big to hold cannot be rewritten without
      * losing rows, so the unit files are left exactly as the
      * extracts wrote them rather than half-validated.
       IF SUSPENSE-LOAD-OVERFLOWED
           DISPLAY "QryValid: SUSPENSE.DAT has more than 2000 rows "
               "-- validation abandoned, purge reviewed rows first"
           MOVE 16 TO RETURN-CODE
           GOBACK
       END-IF
       IF RUN-QUERY-ID-FILTER NOT = SPACES
           MOVE RUN-DB-TYPE-FILTER TO DB-TYPE
           PERFORM VALIDATE-UNIT-RESULT-FILE
       ELSE
           PERFORM VARYING RUN-PARM-DB-IDX FROM 1 BY 1
                   UNTIL RUN-PARM-DB-IDX > 4
               MOVE RUN-PARM-DB-CODE(RUN-PARM-DB-IDX) TO DB-TYPE
               PERFORM VALIDATE-UNIT-RESULT-FILE
           END-PERFORM
       END-IF
       IF SUSPENSE-WAS-CHANGED
           PERFORM REWRITE-SUSPENSE-FILE
       END-IF
       DISPLAY "Validation suspended " WS-TOTAL-SUSPENDED
           " detail row(s) and applied " WS-TOTAL-APPLIED
           " released row(s)"
       IF WS-TOTAL-SUSPENDED > ZERO
           IF RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE
           END-IF
       END-IF
       GOBACK.

       LOAD-VALIDATION-RULES SECTION.
           OPEN INPUT VALIDATION-RULE-FILE
           PERFORM UNTIL VALIDATION-RULE-EOF
               READ VALIDATION-RULE-FILE
                   AT END SET VALIDATION-RULE-EOF TO TRUE
                   NOT AT END
                       IF VRULE-IS-ACTIVE
                           IF RULE-COUNT < 100
                               ADD 1 TO RULE-COUNT
                               SET RULE-IDX TO RULE-COUNT
                               MOVE VRULE-CODE
                                   TO TBL-RULE-CODE(RULE-IDX)
                               MOVE VRULE-QUERY-ID
                                   TO TBL-RULE-QUERY-ID(RULE-IDX)
                               MOVE VRULE-VALUE
                                   TO TBL-RULE-VALUE(RULE-IDX)
                           ELSE
                               DISPLAY "LOAD-VALIDATION-RULES: "
                                   "VALRULES.DAT has more than 100 "
                                   "active rows -- ignoring the rest"
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE VALIDATION-RULE-FILE
           IF RULE-COUNT = ZERO
               DISPLAY "QryValid: no active rows on VALRULES.DAT -- "
                   "detail rows pass unchecked"
           END-IF
           .

       LOAD-SUSPENSE-FILE SECTION.
           OPEN INPUT SUSPENSE-FILE
           PERFORM UNTIL SUSPENSE-EOF
               READ SUSPENSE-FILE
                   AT END SET SUSPENSE-EOF TO TRUE
                   NOT AT END
                       IF SUSPENSE-COUNT < 2000
                           ADD 1 TO SUSPENSE-COUNT
                           SET SUSP-IDX TO SUSPENSE-COUNT
                           MOVE SUSPENSE-RECORD
                               TO TBL-SUSP-RECORD(SUSP-IDX)
                           IF SUSP-ID > WS-NEXT-SUSP-ID
                               MOVE SUSP-ID TO WS-NEXT-SUSP-ID
                           END-IF
                       ELSE
                           SET SUSPENSE-LOAD-OVERFLOWED TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SUSPENSE-FILE
           .

      * Refresh mode validates the refresh unit file only; the
      * nightly unit files stay as they are for a restart.
       SET-UNIT-FILE-NAME SECTION.
           IF RUN-QUERY-ID-FILTER NOT = SPACES
               MOVE "QRESRFSH.DAT" TO WS-UNIT-FILE-NAME
           ELSE
               EVALUATE DB-TYPE
                   WHEN "postgresql"
                       MOVE "QRESPGSQ.DAT" TO WS-UNIT-FILE-NAME
                   WHEN "mysql"
                       MOVE "QRESMYSQ.DAT" TO WS-UNIT-FILE-NAME
                   WHEN "db2"
                       MOVE "QRESDB2.DAT" TO WS-UNIT-FILE-NAME
                   WHEN "oracle"
                       MOVE "QRESORCL.DAT" TO WS-UNIT-FILE-NAME
                   WHEN OTHER
                       MOVE "QRESOTHR.DAT" TO WS-UNIT-FILE-NAME
               END-EVALUATE
           END-IF
           .

      * A unit file that is already short or has lost its trailer
      * is left alone: QryMerge fails it on its own trailer check,
      * and rewriting it here would hand QryMerge a fresh trailer
      * that hides the damage.
       VALIDATE-UNIT-RESULT-FILE SECTION.
           PERFORM SET-UNIT-FILE-NAME
           PERFORM VERIFY-UNIT-RESULT-FILE
           IF UNIT-FILE-IS-WHOLE
               MOVE ZERO TO WS-UNIT-SUSPENDED
               MOVE ZERO TO WS-UNIT-APPLIED
               MOVE ZERO TO KEPT-COUNT
               MOVE "N" TO WS-QUERY-OPEN-FLAG
               MOVE "N" TO WS-UNIT-EOF-FLAG
               OPEN INPUT UNIT-RESULT-FILE
               OPEN OUTPUT VALID-TEMP-FILE
               PERFORM UNTIL UNIT-FILE-EOF
                   READ UNIT-RESULT-FILE
                       AT END SET UNIT-FILE-EOF TO TRUE
                       NOT AT END PERFORM VALIDATE-ONE-RECORD
                   END-READ
               END-PERFORM
               PERFORM CLOSE-CURRENT-QUERY
               CLOSE UNIT-RESULT-FILE
               CLOSE VALID-TEMP-FILE
               IF WS-UNIT-SUSPENDED > ZERO OR WS-UNIT-APPLIED > ZERO
                   PERFORM REWRITE-UNIT-RESULT-FILE
                   DISPLAY "  " WS-UNIT-FILE-NAME ": suspended "
                       WS-UNIT-SUSPENDED " row(s), applied "
                       WS-UNIT-APPLIED " released row(s)"
               END-IF
           ELSE
               DISPLAY "  " WS-UNIT-FILE-NAME " failed its trailer "
                   "check -- not validated"
           END-IF
           .

       VERIFY-UNIT-RESULT-FILE SECTION.
           MOVE "N" TO WS-UNIT-OK-FLAG
           MOVE "N" TO WS-UNIT-EOF-FLAG
           MOVE "N" TO WS-UNIT-TRL-FLAG
           MOVE ZERO TO WS-UNIT-HDR-READ
           MOVE ZERO TO WS-UNIT-DET-READ
           MOVE SPACES TO WS-UNIT-TRL-RUN-ID
           OPEN INPUT UNIT-RESULT-FILE
           PERFORM UNTIL UNIT-FILE-EOF
               READ UNIT-RESULT-FILE
                   AT END SET UNIT-FILE-EOF TO TRUE
                   NOT AT END
                       MOVE UNIT-RESULT-RECORD TO QUERY-RESULT-RECORD
                       EVALUATE TRUE
                           WHEN QRES-IS-TRAILER
                               SET UNIT-TRAILER-SEEN TO TRUE
                               MOVE QRES-TRL-HEADER-COUNT
                                   TO WS-UNIT-TRL-HDRS
                               MOVE QRES-TRL-DETAIL-COUNT
                                   TO WS-UNIT-TRL-DETS
                               MOVE QRES-RUN-ID TO WS-UNIT-TRL-RUN-ID
                           WHEN QRES-IS-HEADER
                               ADD 1 TO WS-UNIT-HDR-READ
                           WHEN OTHER
                               ADD 1 TO WS-UNIT-DET-READ
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE UNIT-RESULT-FILE
           IF UNIT-TRAILER-SEEN
               AND WS-UNIT-TRL-HDRS = WS-UNIT-HDR-READ
               AND WS-UNIT-TRL-DETS = WS-UNIT-DET-READ
               SET UNIT-FILE-IS-WHOLE TO TRUE
           END-IF
           .

      * The old trailer is never copied to the work file; the
      * rewrite puts a fresh one on with the counts that survived.
       VALIDATE-ONE-RECORD SECTION.
           MOVE UNIT-RESULT-RECORD TO QUERY-RESULT-RECORD
           EVALUATE TRUE
               WHEN QRES-IS-TRAILER
                   CONTINUE
               WHEN QRES-IS-HEADER
                   PERFORM CLOSE-CURRENT-QUERY
                   PERFORM OPEN-NEW-QUERY
                   MOVE QUERY-RESULT-RECORD TO VALID-TEMP-RECORD
                   WRITE VALID-TEMP-RECORD
               WHEN OTHER
                   PERFORM CHECK-DETAIL-ROW
                   IF WS-FAIL-REASON NOT = SPACES
                       PERFORM SUSPEND-DETAIL-ROW
                   END-IF
                   IF WS-FAIL-REASON = SPACES
                       MOVE QUERY-RESULT-RECORD TO VALID-TEMP-RECORD
                       WRITE VALID-TEMP-RECORD
                       PERFORM REMEMBER-ROW-KEY
                       IF QUERY-IS-OPEN
                           ADD 1 TO TBL-KEPT-ROW-COUNT(KEPT-IDX)
                       END-IF
                   END-IF
           END-EVALUATE
           .

      * Which checks apply is settled once per query from the
      * rules table: a rule naming the query or "*" switches its
      * check on, and a NUMAMT prefix on the query's own row beats
      * one on a "*" row.
       OPEN-NEW-QUERY SECTION.
           MOVE QRES-DB-TYPE TO WS-CUR-DB-TYPE
           MOVE QRES-QUERY-ID TO WS-CUR-QUERY-ID
           MOVE ZERO TO KEY-SEEN-COUNT
           MOVE "N" TO WS-CHK-BLANK-FLAG
           MOVE "N" TO WS-CHK-AMOUNT-FLAG
           MOVE "N" TO WS-CHK-STATUS-FLAG
           MOVE "N" TO WS-CHK-DUP-FLAG
           MOVE SPACES TO WS-AMT-PREFIX
           MOVE ZERO TO WS-AMT-PREFIX-RANK
           PERFORM VARYING RULE-IDX FROM 1 BY 1
                   UNTIL RULE-IDX > RULE-COUNT
               IF TBL-RULE-QUERY-ID(RULE-IDX) = "*"
                   OR TBL-RULE-QUERY-ID(RULE-IDX) = WS-CUR-QUERY-ID
                   EVALUATE TBL-RULE-CODE(RULE-IDX)
                       WHEN "BLANKKEY"
                           SET CHECK-BLANK-KEY TO TRUE
                       WHEN "NUMAMT"
                           SET CHECK-NUMERIC-AMOUNT TO TRUE
                           IF TBL-RULE-QUERY-ID(RULE-IDX)
                                   = WS-CUR-QUERY-ID
                               MOVE TBL-RULE-VALUE(RULE-IDX)
                                   TO WS-AMT-PREFIX
                               MOVE 2 TO WS-AMT-PREFIX-RANK
                           ELSE
                               IF WS-AMT-PREFIX-RANK < 2
                                   MOVE TBL-RULE-VALUE(RULE-IDX)
                                       TO WS-AMT-PREFIX
                                   MOVE 1 TO WS-AMT-PREFIX-RANK
                               END-IF
                           END-IF
                       WHEN "STATUS"
                           SET CHECK-VALID-STATUS TO TRUE
                       WHEN "DUPKEY"
                           SET CHECK-DUPLICATE-KEY TO TRUE
                   END-EVALUATE
               END-IF
           END-PERFORM
           MOVE ZERO TO WS-AMT-PREFIX-LEN
           IF WS-AMT-PREFIX NOT = SPACES
               INSPECT WS-AMT-PREFIX TALLYING WS-AMT-PREFIX-LEN
                   FOR CHARACTERS BEFORE INITIAL SPACE
           END-IF
           MOVE "N" TO WS-QUERY-OPEN-FLAG
           IF KEPT-COUNT < 200
               ADD 1 TO KEPT-COUNT
               SET KEPT-IDX TO KEPT-COUNT
               MOVE WS-CUR-QUERY-ID TO TBL-KEPT-QUERY-ID(KEPT-IDX)
               MOVE ZERO TO TBL-KEPT-ROW-COUNT(KEPT-IDX)
               SET QUERY-IS-OPEN TO TRUE
           ELSE
               DISPLAY "OPEN-NEW-QUERY: " WS-UNIT-FILE-NAME
                   " has more than 200 queries -- header count for "
                   WS-CUR-QUERY-ID " left as extracted"
           END-IF
           .

      * Released rows go in behind the query's own rows, before the
      * next header, so they land under the right header count.
       CLOSE-CURRENT-QUERY SECTION.
           IF QUERY-IS-OPEN
               PERFORM APPLY-RELEASED-ROWS
               MOVE "N" TO WS-QUERY-OPEN-FLAG
           END-IF
           .

      * The checks run in a fixed order and the first failure is
      * the reason recorded, so a row is suspended exactly once.
       CHECK-DETAIL-ROW SECTION.
           MOVE SPACES TO WS-FAIL-REASON
           IF CHECK-BLANK-KEY AND QRES-DET-COL-1 = SPACES
               MOVE "BLANK-KEY" TO WS-FAIL-REASON
           END-IF
           IF WS-FAIL-REASON = SPACES AND CHECK-NUMERIC-AMOUNT
               PERFORM CHECK-AMOUNT-FIELD
           END-IF
           IF WS-FAIL-REASON = SPACES AND CHECK-VALID-STATUS
               PERFORM CHECK-STATUS-FIELD
           END-IF
           IF WS-FAIL-REASON = SPACES AND CHECK-DUPLICATE-KEY
               AND QRES-DET-COL-1 NOT = SPACES
               PERFORM CHECK-DUPLICATE-ROW-KEY
           END-IF
           .

       CHECK-AMOUNT-FIELD SECTION.
           MOVE QRES-DET-COL-2 TO WS-AMT-TEXT
           MOVE WS-AMT-TEXT TO WS-AMT-DIGITS
           IF WS-AMT-PREFIX-LEN > ZERO AND WS-AMT-PREFIX-LEN < 15
               IF WS-AMT-TEXT(1:WS-AMT-PREFIX-LEN)
                       = WS-AMT-PREFIX(1:WS-AMT-PREFIX-LEN)
                   MOVE WS-AMT-TEXT(WS-AMT-PREFIX-LEN + 1:)
                       TO WS-AMT-DIGITS
               END-IF
           END-IF
           IF WS-AMT-DIGITS = SPACES
               MOVE "BAD-AMOUNT" TO WS-FAIL-REASON
           ELSE
               IF FUNCTION TEST-NUMVAL(WS-AMT-DIGITS) NOT = ZERO
                   MOVE "BAD-AMOUNT" TO WS-FAIL-REASON
               END-IF
           END-IF
           .

       CHECK-STATUS-FIELD SECTION.
           MOVE "N" TO WS-STATUS-OK-FLAG
           PERFORM VARYING RULE-IDX FROM 1 BY 1
                   UNTIL RULE-IDX > RULE-COUNT
               IF TBL-RULE-CODE(RULE-IDX) = "STATUS"
                   AND (TBL-RULE-QUERY-ID(RULE-IDX) = "*"
                     OR TBL-RULE-QUERY-ID(RULE-IDX) = WS-CUR-QUERY-ID)
                   AND TBL-RULE-VALUE(RULE-IDX) = QRES-DET-COL-3
                   SET STATUS-IS-ALLOWED TO TRUE
               END-IF
           END-PERFORM
           IF NOT STATUS-IS-ALLOWED
               MOVE "BAD-STATUS" TO WS-FAIL-REASON
           END-IF
           .

      * The first row carrying a key is kept; every later row with
      * the same key inside the same query is the duplicate.
       CHECK-DUPLICATE-ROW-KEY SECTION.
           MOVE "N" TO WS-DUP-FOUND-FLAG
           PERFORM VARYING KEY-IDX FROM 1 BY 1
                   UNTIL KEY-IDX > KEY-SEEN-COUNT
                      OR KEY-ALREADY-SEEN
               IF TBL-KEY-SEEN(KEY-IDX) = QRES-DET-COL-1
                   SET KEY-ALREADY-SEEN TO TRUE
               END-IF
           END-PERFORM
           IF KEY-ALREADY-SEEN
               MOVE "DUP-KEY" TO WS-FAIL-REASON
           END-IF
           .

       REMEMBER-ROW-KEY SECTION.
           IF CHECK-DUPLICATE-KEY AND QRES-DET-COL-1 NOT = SPACES
               IF KEY-SEEN-COUNT < 5000
                   ADD 1 TO KEY-SEEN-COUNT
                   SET KEY-IDX TO KEY-SEEN-COUNT
                   MOVE QRES-DET-COL-1 TO TBL-KEY-SEEN(KEY-IDX)
               END-IF
           END-IF
           .

      * A unit file validated twice for the same business date (a
      * cached re-extract, or a restarted step) finds the same bad
      * rows again; they stay out of the unit file but are not
      * suspended a second time. A row that cannot be recorded
      * because the suspense file is full stays in the unit file:
      * a bad row downstream is recoverable, a lost one is not.
       SUSPEND-DETAIL-ROW SECTION.
           MOVE QUERY-RESULT-RECORD TO WS-SAVED-DETAIL
           MOVE "N" TO WS-KNOWN-FLAG
           PERFORM VARYING SUSP-IDX FROM 1 BY 1
                   UNTIL SUSP-IDX > SUSPENSE-COUNT
                      OR ROW-ALREADY-SUSPENDED
               MOVE TBL-SUSP-RECORD(SUSP-IDX) TO SUSPENSE-RECORD
               IF SUSP-BUSINESS-DATE = RUN-BUSINESS-DATE
                   AND SUSP-DETAIL-IMAGE(1:71) = WS-SAVED-DETAIL(1:71)
                   SET ROW-ALREADY-SUSPENDED TO TRUE
               END-IF
           END-PERFORM
           IF ROW-ALREADY-SUSPENDED
               ADD 1 TO WS-UNIT-SUSPENDED
               ADD 1 TO WS-TOTAL-SUSPENDED
           ELSE
               IF SUSPENSE-COUNT < 2000
                   ADD 1 TO WS-UNIT-SUSPENDED
                   ADD 1 TO WS-TOTAL-SUSPENDED
                   ADD 1 TO WS-NEXT-SUSP-ID
                   MOVE SPACES TO SUSPENSE-RECORD
                   MOVE WS-NEXT-SUSP-ID TO SUSP-ID
                   SET SUSP-IS-SUSPENDED TO TRUE
                   MOVE WS-FAIL-REASON TO SUSP-REASON
                   MOVE RUN-BUSINESS-DATE TO SUSP-BUSINESS-DATE
                   MOVE RUN-ID TO SUSP-RUN-ID
                   MOVE WS-UNIT-FILE-NAME TO SUSP-UNIT-FILE
                   MOVE WS-SAVED-DETAIL TO SUSP-DETAIL-IMAGE
                   MOVE FUNCTION CURRENT-DATE TO SUSP-TIMESTAMP
                   ADD 1 TO SUSPENSE-COUNT
                   SET SUSP-IDX TO SUSPENSE-COUNT
                   MOVE SUSPENSE-RECORD TO TBL-SUSP-RECORD(SUSP-IDX)
                   SET SUSPENSE-WAS-CHANGED TO TRUE
                   DISPLAY "  Suspended " WS-CUR-QUERY-ID " row "
                       QRES-DET-ROW-NUM " " WS-FAIL-REASON
                       " as suspense id " WS-NEXT-SUSP-ID
               ELSE
                   DISPLAY "SUSPEND-DETAIL-ROW: SUSPENSE.DAT is full "
                       "-- " WS-CUR-QUERY-ID " row " QRES-DET-ROW-NUM
                       " " WS-FAIL-REASON " kept in the unit file"
                   MOVE SPACES TO WS-FAIL-REASON
                   IF RETURN-CODE < 8
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF
           MOVE WS-SAVED-DETAIL TO QUERY-RESULT-RECORD
           .

      * Released rows bypass the checks -- the operator has already
      * judged them -- and carry tonight's run id. A released row
      * whose query was not extracted tonight stays RELEASED until
      * a cycle that does extract it.
       APPLY-RELEASED-ROWS SECTION.
           MOVE QUERY-RESULT-RECORD TO WS-SAVED-DETAIL
           PERFORM VARYING SUSP-IDX FROM 1 BY 1
                   UNTIL SUSP-IDX > SUSPENSE-COUNT
               MOVE TBL-SUSP-RECORD(SUSP-IDX) TO SUSPENSE-RECORD
               IF SUSP-IS-RELEASED
                   MOVE SUSP-DETAIL-IMAGE TO QUERY-RESULT-RECORD
                   IF QRES-DET-DB-TYPE = WS-CUR-DB-TYPE
                       AND QRES-DET-QUERY-ID = WS-CUR-QUERY-ID
                       MOVE RUN-ID TO QRES-RUN-ID
                       MOVE QUERY-RESULT-RECORD TO VALID-TEMP-RECORD
                       WRITE VALID-TEMP-RECORD
                       ADD 1 TO TBL-KEPT-ROW-COUNT(KEPT-IDX)
                       ADD 1 TO WS-UNIT-APPLIED
                       ADD 1 TO WS-TOTAL-APPLIED
                       SET SUSP-IS-APPLIED TO TRUE
                       MOVE RUN-ID TO SUSP-APPLIED-RUN-ID
                       MOVE SUSPENSE-RECORD
                           TO TBL-SUSP-RECORD(SUSP-IDX)
                       SET SUSPENSE-WAS-CHANGED TO TRUE
                       DISPLAY "  Applied released suspense id "
                           SUSP-ID " to " WS-CUR-QUERY-ID
                   END-IF
               END-IF
           END-PERFORM
           MOVE WS-SAVED-DETAIL TO QUERY-RESULT-RECORD
           .

       REWRITE-UNIT-RESULT-FILE SECTION.
           MOVE ZERO TO WS-NEW-HDR-COUNT
           MOVE ZERO TO WS-NEW-DET-COUNT
           MOVE "N" TO WS-TEMP-EOF-FLAG
           OPEN INPUT VALID-TEMP-FILE
           OPEN OUTPUT UNIT-RESULT-FILE
           PERFORM UNTIL VALID-TEMP-EOF
               READ VALID-TEMP-FILE
                   AT END SET VALID-TEMP-EOF TO TRUE
                   NOT AT END
                       MOVE VALID-TEMP-RECORD TO QUERY-RESULT-RECORD
                       IF QRES-IS-HEADER
                           ADD 1 TO WS-NEW-HDR-COUNT
                           PERFORM VARYING KEPT-IDX FROM 1 BY 1
                                   UNTIL KEPT-IDX > KEPT-COUNT
                               IF TBL-KEPT-QUERY-ID(KEPT-IDX)
                                       = QRES-QUERY-ID
                                   MOVE TBL-KEPT-ROW-COUNT(KEPT-IDX)
                                       TO QRES-ROW-COUNT
                               END-IF
                           END-PERFORM
                       ELSE
                           ADD 1 TO WS-NEW-DET-COUNT
                       END-IF
                       MOVE QUERY-RESULT-RECORD TO UNIT-RESULT-RECORD
                       WRITE UNIT-RESULT-RECORD
               END-READ
           END-PERFORM
           MOVE SPACES TO QUERY-RESULT-RECORD
           SET QRES-IS-TRAILER TO TRUE
           MOVE WS-NEW-HDR-COUNT TO QRES-TRL-HEADER-COUNT
           MOVE WS-NEW-DET-COUNT TO QRES-TRL-DETAIL-COUNT
           MOVE WS-UNIT-TRL-RUN-ID TO QRES-RUN-ID
           MOVE QUERY-RESULT-RECORD TO UNIT-RESULT-RECORD
           WRITE UNIT-RESULT-RECORD
           CLOSE VALID-TEMP-FILE
           CLOSE UNIT-RESULT-FILE
           .

       REWRITE-SUSPENSE-FILE SECTION.
           OPEN OUTPUT SUSPENSE-FILE
           PERFORM VARYING SUSP-IDX FROM 1 BY 1
                   UNTIL SUSP-IDX > SUSPENSE-COUNT
               MOVE TBL-SUSP-RECORD(SUSP-IDX) TO SUSPENSE-RECORD
               WRITE SUSPENSE-RECORD
           END-PERFORM
           CLOSE SUSPENSE-FILE
           .
