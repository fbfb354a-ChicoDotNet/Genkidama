       IDENTIFICATION DIVISION.
       PROGRAM-ID. SuspMnt.
      * Operator review of the detail rows QryValid held back on
      * SUSPENSE.DAT. A signed-on operator with update rights on
      * QUERYPARM.DAT may correct a suspended row's COL-1, COL-2 or
      * COL-3 and release it, release it as it stands, or purge it;
      * view rights are enough to list. Released rows are fed into
      * the next cycle by QryValid. Every decision is written to
      * SUSPLOG.DAT with the operator id and the row's before- and
      * after-images.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SUSPENSE-FILE ASSIGN TO "SUSPENSE.DAT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL SUSPENSE-LOG-FILE ASSIGN TO "SUSPLOG.DAT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL VALIDATION-RULE-FILE
               ASSIGN TO "VALRULES.DAT"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SUSPENSE-FILE.
       COPY Suspense.

       FD  SUSPENSE-LOG-FILE.
       COPY SuspLog.

       FD  VALIDATION-RULE-FILE.
       COPY ValRule.

       WORKING-STORAGE SECTION.
       01 WS-OPERATOR        PIC X(8).
       01 WS-MENU-CHOICE     PIC X(1).
       01 WS-EXIT-FLAG       PIC X VALUE "N".
           88 OPERATOR-IS-DONE       VALUE "Y".
       01 WS-SUSP-EOF-FLAG   PIC X VALUE "N".
           88 SUSPENSE-EOF           VALUE "Y".
       01 WS-SUSP-OVFL-FLAG  PIC X VALUE "N".
           88 SUSPENSE-LOAD-OVERFLOWED VALUE "Y".
       01 WS-RULE-EOF-FLAG   PIC X VALUE "N".
           88 VALIDATION-RULE-EOF    VALUE "Y".
       01 WS-FIELD-IN        PIC X(100).
       01 WS-SUSP-ID-IN      PIC X(6).
       01 WS-SUSP-ID-9       PIC 9(6).
       01 WS-FOUND-FLAG      PIC X VALUE "N".
           88 SUSPENSE-ROW-FOUND     VALUE "Y".
       01 WS-LISTED-COUNT    PIC 9(4) VALUE ZERO.
       01 WS-ACTION          PIC X(10).
       01 WS-BEFORE-IMAGE    PIC X(86).
       01 WS-ROW-VALID-FLAG  PIC X VALUE "N".
           88 CORRECTED-ROW-IS-VALID VALUE "Y".
       01 WS-FAIL-REASON     PIC X(12).
       01 WS-CUR-QUERY-ID    PIC X(8).
       01 WS-CHK-BLANK-FLAG  PIC X VALUE "N".
           88 CHECK-BLANK-KEY        VALUE "Y".
       01 WS-CHK-AMOUNT-FLAG PIC X VALUE "N".
           88 CHECK-NUMERIC-AMOUNT   VALUE "Y".
       01 WS-CHK-STATUS-FLAG PIC X VALUE "N".
           88 CHECK-VALID-STATUS     VALUE "Y".
       01 WS-AMT-PREFIX      PIC X(15).
       01 WS-AMT-PREFIX-LEN  PIC 9(2) VALUE ZERO.
       01 WS-AMT-PREFIX-RANK PIC 9(1) VALUE ZERO.
       01 WS-AMT-TEXT        PIC X(15).
       01 WS-AMT-DIGITS      PIC X(15).
       01 WS-STATUS-OK-FLAG  PIC X VALUE "N".
           88 STATUS-IS-ALLOWED      VALUE "Y".
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
       COPY QueryResult.
       COPY SignOnArea.

       PROCEDURE DIVISION.

       DISPLAY "Suspense review"
       CALL "SignOn" USING SIGN-ON-AREA
       IF NOT SIGN-ON-PASSED
           MOVE 16 TO RETURN-CODE
           GOBACK
       END-IF
       MOVE SGN-OPERATOR-ID TO WS-OPERATOR
       IF SGN-ROLE-QUERY NOT = "V" AND SGN-ROLE-QUERY NOT = "U"
           DISPLAY "Not authorized to review suspended rows"
           MOVE 16 TO RETURN-CODE
           GOBACK
       END-IF
       PERFORM LOAD-SUSPENSE-FILE
      * Rewriting a suspense file that did not fit in the table
      * would drop its tail, so an overflowed load is list-only.
       IF SUSPENSE-LOAD-OVERFLOWED
           DISPLAY "SUSPENSE.DAT has more than 2000 rows -- "
               "listing only, no decisions can be saved"
       END-IF
       PERFORM LOAD-VALIDATION-RULES
       PERFORM UNTIL OPERATOR-IS-DONE
           DISPLAY " "
           DISPLAY "1=List suspended 2=Correct 3=Release 4=Purge "
               "5=Exit 6=List all"
           ACCEPT WS-MENU-CHOICE
           EVALUATE WS-MENU-CHOICE
               WHEN "1"
                   PERFORM LIST-SUSPENDED-ROWS
               WHEN "2"
                   MOVE "CORRECT" TO WS-ACTION
                   PERFORM ACTION-ONE-ROW
               WHEN "3"
                   MOVE "RELEASE" TO WS-ACTION
                   PERFORM ACTION-ONE-ROW
               WHEN "4"
                   MOVE "PURGE" TO WS-ACTION
                   PERFORM ACTION-ONE-ROW
               WHEN "5"
                   SET OPERATOR-IS-DONE TO TRUE
               WHEN "6"
                   PERFORM LIST-ALL-ROWS
               WHEN OTHER
                   DISPLAY "Unknown option: " WS-MENU-CHOICE
           END-EVALUATE
       END-PERFORM
       DISPLAY "Suspense review ended"
       GOBACK.

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
                       ELSE
                           SET SUSPENSE-LOAD-OVERFLOWED TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SUSPENSE-FILE
           .

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
           .

       LIST-SUSPENDED-ROWS SECTION.
           MOVE ZERO TO WS-LISTED-COUNT
           PERFORM VARYING SUSP-IDX FROM 1 BY 1
                   UNTIL SUSP-IDX > SUSPENSE-COUNT
               MOVE TBL-SUSP-RECORD(SUSP-IDX) TO SUSPENSE-RECORD
               IF SUSP-IS-SUSPENDED
                   ADD 1 TO WS-LISTED-COUNT
                   PERFORM DISPLAY-ONE-ROW
               END-IF
           END-PERFORM
           IF WS-LISTED-COUNT = ZERO
               DISPLAY "No suspended rows"
           END-IF
           .

       LIST-ALL-ROWS SECTION.
           PERFORM VARYING SUSP-IDX FROM 1 BY 1
                   UNTIL SUSP-IDX > SUSPENSE-COUNT
               MOVE TBL-SUSP-RECORD(SUSP-IDX) TO SUSPENSE-RECORD
               PERFORM DISPLAY-ONE-ROW
           END-PERFORM
           IF SUSPENSE-COUNT = ZERO
               DISPLAY "No rows on SUSPENSE.DAT"
           END-IF
           .

       DISPLAY-ONE-ROW SECTION.
           MOVE SUSP-DETAIL-IMAGE TO QUERY-RESULT-RECORD
           DISPLAY "  " SUSP-ID " " SUSP-BUSINESS-DATE " "
               SUSP-STATUS " " SUSP-REASON " "
               QRES-DET-DB-TYPE " " QRES-DET-QUERY-ID " "
               QRES-DET-ROW-NUM
           DISPLAY "         [" QRES-DET-COL-1 "] [" QRES-DET-COL-2
               "] [" QRES-DET-COL-3 "]"
           IF SUSP-OPERATOR-ID NOT = SPACES
               DISPLAY "         last action by " SUSP-OPERATOR-ID
                   " at " SUSP-ACTION-TS
           END-IF
           IF SUSP-APPLIED-RUN-ID NOT = SPACES
               DISPLAY "         applied by run " SUSP-APPLIED-RUN-ID
           END-IF
           .

       ACTION-ONE-ROW SECTION.
           IF SGN-ROLE-QUERY NOT = "U"
               DISPLAY "Not authorized to update suspended rows"
           ELSE
               IF SUSPENSE-LOAD-OVERFLOWED
                   DISPLAY "SUSPENSE.DAT did not load in full -- "
                       "decision not taken"
               ELSE
                   DISPLAY "Suspense id:"
                   ACCEPT WS-FIELD-IN
                   MOVE WS-FIELD-IN TO WS-SUSP-ID-IN
                   IF WS-SUSP-ID-IN NOT NUMERIC
                       DISPLAY "Suspense id must be numeric"
                   ELSE
                       MOVE WS-SUSP-ID-IN TO WS-SUSP-ID-9
                       PERFORM FIND-SUSPENSE-ROW
                       IF NOT SUSPENSE-ROW-FOUND
                           DISPLAY "Suspense id " WS-SUSP-ID-9
                               " not found"
                       ELSE
                           PERFORM APPLY-ROW-ACTION
                       END-IF
                   END-IF
               END-IF
           END-IF
           .

       FIND-SUSPENSE-ROW SECTION.
           MOVE "N" TO WS-FOUND-FLAG
           PERFORM VARYING SUSP-IDX FROM 1 BY 1
                   UNTIL SUSP-IDX > SUSPENSE-COUNT
                      OR SUSPENSE-ROW-FOUND
               MOVE TBL-SUSP-RECORD(SUSP-IDX) TO SUSPENSE-RECORD
               IF SUSP-ID = WS-SUSP-ID-9
                   SET SUSPENSE-ROW-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF SUSPENSE-ROW-FOUND
               SET SUSP-IDX DOWN BY 1
           END-IF
           .

      * Only a row still SUSPENDED can be decided; once released
      * or purged it is out of the operator's hands, and QryValid
      * owns it from release until it is applied.
       APPLY-ROW-ACTION SECTION.
           IF NOT SUSP-IS-SUSPENDED
               DISPLAY "Suspense id " WS-SUSP-ID-9 " is " SUSP-STATUS
                   " -- no action taken"
           ELSE
               MOVE SUSP-DETAIL-IMAGE TO WS-BEFORE-IMAGE
               MOVE SUSP-DETAIL-IMAGE TO QUERY-RESULT-RECORD
               MOVE "Y" TO WS-ROW-VALID-FLAG
               EVALUATE WS-ACTION
                   WHEN "CORRECT"
                       PERFORM DISPLAY-ONE-ROW
                       PERFORM ACCEPT-CORRECTED-FIELDS
                       PERFORM CHECK-CORRECTED-ROW
                       IF CORRECTED-ROW-IS-VALID
                           MOVE QUERY-RESULT-RECORD
                               TO SUSP-DETAIL-IMAGE
                           SET SUSP-IS-RELEASED TO TRUE
                       ELSE
                           DISPLAY "Corrected row still fails "
                               WS-FAIL-REASON " -- not released"
                       END-IF
                   WHEN "RELEASE"
                       SET SUSP-IS-RELEASED TO TRUE
                   WHEN "PURGE"
                       SET SUSP-IS-PURGED TO TRUE
               END-EVALUATE
               IF CORRECTED-ROW-IS-VALID
                   MOVE WS-OPERATOR TO SUSP-OPERATOR-ID
                   MOVE FUNCTION CURRENT-DATE TO SUSP-ACTION-TS
                   MOVE SUSPENSE-RECORD TO TBL-SUSP-RECORD(SUSP-IDX)
                   PERFORM REWRITE-SUSPENSE-FILE
                   PERFORM LOG-SUSPENSE-DECISION
                   DISPLAY "Suspense id " WS-SUSP-ID-9 " "
                       SUSP-STATUS " by " WS-OPERATOR
               END-IF
           END-IF
           .

      * A blank answer keeps the field as it was.
       ACCEPT-CORRECTED-FIELDS SECTION.
           DISPLAY "Account key (COL-1) [" QRES-DET-COL-1 "]:"
           ACCEPT WS-FIELD-IN
           IF WS-FIELD-IN NOT = SPACES
               MOVE WS-FIELD-IN TO QRES-DET-COL-1
           END-IF
           DISPLAY "Amount (COL-2) [" QRES-DET-COL-2 "]:"
           ACCEPT WS-FIELD-IN
           IF WS-FIELD-IN NOT = SPACES
               MOVE WS-FIELD-IN TO QRES-DET-COL-2
           END-IF
           DISPLAY "Status (COL-3) [" QRES-DET-COL-3 "]:"
           ACCEPT WS-FIELD-IN
           IF WS-FIELD-IN NOT = SPACES
               MOVE WS-FIELD-IN TO QRES-DET-COL-3
           END-IF
           .

      * The corrected row must pass the same VALRULES.DAT field
      * checks QryValid applies. A duplicate key can only be judged
      * against the rest of the query's rows, which are not here;
      * that one is the operator's call.
       CHECK-CORRECTED-ROW SECTION.
           MOVE SPACES TO WS-FAIL-REASON
           MOVE QRES-DET-QUERY-ID TO WS-CUR-QUERY-ID
           PERFORM SET-QUERY-CHECKS
           IF CHECK-BLANK-KEY AND QRES-DET-COL-1 = SPACES
               MOVE "BLANK-KEY" TO WS-FAIL-REASON
           END-IF
           IF WS-FAIL-REASON = SPACES AND CHECK-NUMERIC-AMOUNT
               PERFORM CHECK-AMOUNT-FIELD
           END-IF
           IF WS-FAIL-REASON = SPACES AND CHECK-VALID-STATUS
               PERFORM CHECK-STATUS-FIELD
           END-IF
           IF WS-FAIL-REASON NOT = SPACES
               MOVE "N" TO WS-ROW-VALID-FLAG
           END-IF
           .

       SET-QUERY-CHECKS SECTION.
           MOVE "N" TO WS-CHK-BLANK-FLAG
           MOVE "N" TO WS-CHK-AMOUNT-FLAG
           MOVE "N" TO WS-CHK-STATUS-FLAG
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
                   END-EVALUATE
               END-IF
           END-PERFORM
           MOVE ZERO TO WS-AMT-PREFIX-LEN
           IF WS-AMT-PREFIX NOT = SPACES
               INSPECT WS-AMT-PREFIX TALLYING WS-AMT-PREFIX-LEN
                   FOR CHARACTERS BEFORE INITIAL SPACE
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

       REWRITE-SUSPENSE-FILE SECTION.
           OPEN OUTPUT SUSPENSE-FILE
           PERFORM VARYING SUSP-IDX FROM 1 BY 1
                   UNTIL SUSP-IDX > SUSPENSE-COUNT
               MOVE TBL-SUSP-RECORD(SUSP-IDX) TO SUSPENSE-RECORD
               WRITE SUSPENSE-RECORD
           END-PERFORM
           CLOSE SUSPENSE-FILE
           .

      * REWRITE-SUSPENSE-FILE leaves the record area on the last
      * row written, so the decided row is taken back from the
      * table by id before it is logged.
       LOG-SUSPENSE-DECISION SECTION.
           PERFORM FIND-SUSPENSE-ROW
           MOVE SPACES TO SUSPENSE-LOG-RECORD
           MOVE FUNCTION CURRENT-DATE TO SLOG-TIMESTAMP
           MOVE WS-OPERATOR TO SLOG-OPERATOR-ID
           MOVE SUSP-ID TO SLOG-SUSP-ID
           MOVE WS-ACTION TO SLOG-ACTION
           MOVE SUSP-REASON TO SLOG-REASON
           MOVE WS-BEFORE-IMAGE TO SLOG-BEFORE-IMAGE
           MOVE SUSP-DETAIL-IMAGE TO SLOG-AFTER-IMAGE
           OPEN EXTEND SUSPENSE-LOG-FILE
           WRITE SUSPENSE-LOG-RECORD
           CLOSE SUSPENSE-LOG-FILE
           .
