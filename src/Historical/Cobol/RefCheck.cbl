       IDENTIFICATION DIVISION.
       PROGRAM-ID. RefCheck.
      * Cross-query referential integrity check on the merged query
      * results. For each active pair on REFPAIRS.DAT the parent
      * query's detail rows are loaded by their key column, then
      * every child row's key column is looked up among them: a
      * child with no parent is listed as an orphan, and a parent no
      * child row points at is listed as childless. A pair whose
      * orphans or childless parents exceed the limits on its
      * control row is written to REFEXCPT.DAT, which ExcMon raises
      * and MisPack holds the package on.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL REF-PAIR-FILE ASSIGN TO "REFPAIRS.DAT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT QUERY-RESULT-FILE ASSIGN TO "QUERYRES.DAT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT REF-REPORT-FILE ASSIGN TO "REFCHECK.RPT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL REF-EXCEPTION-FILE ASSIGN TO "REFEXCPT.DAT"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  REF-PAIR-FILE.
       COPY RefPair.

       FD  QUERY-RESULT-FILE.
       COPY QueryResult.

       FD  REF-REPORT-FILE.
       01  REF-REPORT-LINE          PIC X(100).

       FD  REF-EXCEPTION-FILE.
       COPY RefExc.

       WORKING-STORAGE SECTION.
       01 WS-PAIR-EOF-FLAG   PIC X VALUE "N".
           88 REF-PAIR-EOF           VALUE "Y".
       01 WS-QRES-EOF-FLAG   PIC X VALUE "N".
           88 QUERY-RESULT-EOF       VALUE "Y".
       01 REF-PAIR-COUNT     PIC 9(4) VALUE ZERO.
       01 REF-PAIR-TABLE.
           05 REF-PAIR-ENTRY OCCURS 20 TIMES INDEXED BY PAIR-IDX.
               10 TBL-PAIR-ID           PIC X(8).
               10 TBL-PAIR-PARENT-DB    PIC X(10).
               10 TBL-PAIR-PARENT-QUERY PIC X(8).
               10 TBL-PAIR-PARENT-COL   PIC 9(1).
               10 TBL-PAIR-CHILD-DB     PIC X(10).
               10 TBL-PAIR-CHILD-QUERY  PIC X(8).
               10 TBL-PAIR-CHILD-COL    PIC 9(1).
               10 TBL-PAIR-ORPHAN-LIMIT PIC 9(5).
               10 TBL-PAIR-CHILDLESS-LIMIT PIC 9(5).
       01 PARENT-KEY-COUNT   PIC 9(5) VALUE ZERO.
       01 PARENT-KEY-TABLE.
           05 PARENT-KEY-ENTRY OCCURS 5000 TIMES INDEXED BY PKY-IDX.
               10 TBL-PKY-KEY           PIC X(15).
               10 TBL-PKY-ROW-NUM       PIC 9(7).
               10 TBL-PKY-CHILD-COUNT   PIC 9(7).
       01 WS-PKY-OVERFLOW-FLAG PIC X VALUE "N".
           88 PARENT-TABLE-OVERFLOWED VALUE "Y".
       01 WS-PKY-SUB         PIC 9(5).
       01 WS-ROW-KEY         PIC X(15).
       01 WS-WANTED-COLUMN   PIC 9(1).
       01 WS-PARENT-SEEN-FLAG PIC X VALUE "N".
           88 PARENT-QUERY-SEEN      VALUE "Y".
       01 WS-CHILD-SEEN-FLAG PIC X VALUE "N".
           88 CHILD-QUERY-SEEN       VALUE "Y".
       01 WS-PARENT-FOUND-FLAG PIC X VALUE "N".
           88 PARENT-KEY-FOUND       VALUE "Y".
       01 WS-CHILD-ROWS      PIC 9(7) VALUE ZERO.
       01 WS-ORPHAN-COUNT    PIC 9(7) VALUE ZERO.
       01 WS-CHILDLESS-COUNT PIC 9(7) VALUE ZERO.
       01 WS-PAIRS-CHECKED   PIC 9(4) VALUE ZERO.
       01 WS-PAIRS-BREACHED  PIC 9(4) VALUE ZERO.
       01 WS-PAIRS-SKIPPED   PIC 9(4) VALUE ZERO.
       01 WS-VRF-HDR-COUNT   PIC 9(7) VALUE ZERO.
       01 WS-VRF-DET-COUNT   PIC 9(7) VALUE ZERO.
       01 WS-VRF-TRL-FLAG    PIC X VALUE "N".
           88 RESULT-TRAILER-SEEN    VALUE "Y".
       01 WS-VRF-TRL-HDRS    PIC 9(7) VALUE ZERO.
       01 WS-VRF-TRL-DETS    PIC 9(7) VALUE ZERO.
       01 RPT-PAIR-HEAD-LINE.
           05 FILLER             PIC X(5) VALUE "PAIR ".
           05 REF-HEAD-PAIR-ID   PIC X(8).
           05 FILLER             PIC X(8) VALUE " PARENT ".
           05 REF-HEAD-PARENT-DB PIC X(10).
           05 FILLER             PIC X(1) VALUE SPACES.
           05 REF-HEAD-PARENT-QRY PIC X(8).
           05 FILLER             PIC X(5) VALUE " COL ".
           05 REF-HEAD-PARENT-COL PIC 9(1).
           05 FILLER             PIC X(7) VALUE " CHILD ".
           05 REF-HEAD-CHILD-DB  PIC X(10).
           05 FILLER             PIC X(1) VALUE SPACES.
           05 REF-HEAD-CHILD-QRY PIC X(8).
           05 FILLER             PIC X(5) VALUE " COL ".
           05 REF-HEAD-CHILD-COL PIC 9(1).
       01 RPT-DETAIL-LINE.
           05 FILLER             PIC X(2) VALUE SPACES.
           05 REF-DET-CATEGORY   PIC X(10).
           05 FILLER             PIC X(1) VALUE SPACES.
           05 REF-DET-QUERY-ID   PIC X(8).
           05 FILLER             PIC X(5) VALUE " ROW ".
           05 REF-DET-ROW-NUM    PIC 9(7).
           05 FILLER             PIC X(5) VALUE " KEY ".
           05 REF-DET-KEY        PIC X(15).
       01 RPT-SUMMARY-LINE.
           05 FILLER             PIC X(2) VALUE SPACES.
           05 FILLER             PIC X(11) VALUE "CHILD ROWS ".
           05 REF-SUM-CHILD-ROWS PIC ZZZZZZ9.
           05 FILLER             PIC X(9) VALUE " ORPHANS ".
           05 REF-SUM-ORPHANS    PIC ZZZZZZ9.
           05 FILLER             PIC X(1) VALUE "/".
           05 REF-SUM-ORPHAN-LIM PIC ZZZZ9.
           05 FILLER             PIC X(11) VALUE " CHILDLESS ".
           05 REF-SUM-CHILDLESS  PIC ZZZZZZ9.
           05 FILLER             PIC X(1) VALUE "/".
           05 REF-SUM-CHILDLESS-LIM PIC ZZZZ9.
           05 FILLER             PIC X(1) VALUE SPACES.
           05 REF-SUM-OUTCOME    PIC X(8).
       01 WS-RUN-CONTROL-AREA PIC X(73) VALUE SPACES.

       LINKAGE SECTION.
       COPY RunControl.

       PROCEDURE DIVISION USING RUN-CONTROL.

      * Driver passes the cycle's RUN-CONTROL; an operator re-checking
      * the pairs by hand gets today's business date.
       IF NUMBER-OF-CALL-PARAMETERS < 1
           SET ADDRESS OF RUN-CONTROL
               TO ADDRESS OF WS-RUN-CONTROL-AREA
           CALL "GetBizDate" USING RUN-CONTROL
       END-IF
       MOVE ZERO TO WS-PAIRS-CHECKED
       MOVE ZERO TO WS-PAIRS-BREACHED
       MOVE ZERO TO WS-PAIRS-SKIPPED
       PERFORM VERIFY-QUERY-RESULT-FILE
       IF RETURN-CODE >= 16
           GOBACK
       END-IF
       PERFORM LOAD-REF-PAIRS
       OPEN OUTPUT REF-REPORT-FILE
       MOVE SPACES TO REF-REPORT-LINE
       STRING "REFERENTIAL INTEGRITY CHECK -- business date "
           DELIMITED BY SIZE
           RUN-BUSINESS-DATE DELIMITED BY SIZE
           " run " DELIMITED BY SIZE
           RUN-ID DELIMITED BY SIZE
           INTO REF-REPORT-LINE
       END-STRING
       WRITE REF-REPORT-LINE
       PERFORM VARYING PAIR-IDX FROM 1 BY 1
               UNTIL PAIR-IDX > REF-PAIR-COUNT
           PERFORM CHECK-ONE-PAIR
       END-PERFORM
       MOVE SPACES TO REF-REPORT-LINE
       STRING "Pairs checked " DELIMITED BY SIZE
           WS-PAIRS-CHECKED DELIMITED BY SIZE
           " breached " DELIMITED BY SIZE
           WS-PAIRS-BREACHED DELIMITED BY SIZE
           " skipped " DELIMITED BY SIZE
           WS-PAIRS-SKIPPED DELIMITED BY SIZE
           INTO REF-REPORT-LINE
       END-STRING
       WRITE REF-REPORT-LINE
       CLOSE REF-REPORT-FILE
       DISPLAY "Referential integrity: " WS-PAIRS-CHECKED
           " pair(s) checked, " WS-PAIRS-BREACHED " breached, "
           WS-PAIRS-SKIPPED " skipped -- see REFCHECK.RPT"
       IF WS-PAIRS-BREACHED > ZERO
           IF RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE
           END-IF
       END-IF
       GOBACK.

      * A file that counts differently from its control trailer, or
      * has no trailer at all, is truncated or mid-write; orphans
      * found in it would be noise, so the step fails hard.
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
                   "no control trailer -- file is suspect, "
                   "referential check failed"
               MOVE 16 TO RETURN-CODE
           ELSE
               IF WS-VRF-TRL-HDRS NOT = WS-VRF-HDR-COUNT
                   OR WS-VRF-TRL-DETS NOT = WS-VRF-DET-COUNT
                   DISPLAY "VERIFY-QUERY-RESULT-FILE: QUERYRES.DAT "
                       "trailer says " WS-VRF-TRL-HDRS "/"
                       WS-VRF-TRL-DETS " but file holds "
                       WS-VRF-HDR-COUNT "/" WS-VRF-DET-COUNT
                       " -- file is short, referential check failed"
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF
           .

       LOAD-REF-PAIRS SECTION.
           MOVE "N" TO WS-PAIR-EOF-FLAG
           MOVE ZERO TO REF-PAIR-COUNT
           OPEN INPUT REF-PAIR-FILE
           PERFORM UNTIL REF-PAIR-EOF
               READ REF-PAIR-FILE
                   AT END SET REF-PAIR-EOF TO TRUE
                   NOT AT END
                       IF RPR-IS-ACTIVE
                           PERFORM STORE-REF-PAIR
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REF-PAIR-FILE
           .

       STORE-REF-PAIR SECTION.
           IF REF-PAIR-COUNT < 20
               ADD 1 TO REF-PAIR-COUNT
               SET PAIR-IDX TO REF-PAIR-COUNT
               MOVE RPR-PAIR-ID TO TBL-PAIR-ID(PAIR-IDX)
               MOVE RPR-PARENT-DB-TYPE TO TBL-PAIR-PARENT-DB(PAIR-IDX)
               MOVE RPR-PARENT-QUERY-ID
                   TO TBL-PAIR-PARENT-QUERY(PAIR-IDX)
               MOVE RPR-PARENT-COLUMN TO TBL-PAIR-PARENT-COL(PAIR-IDX)
               MOVE RPR-CHILD-DB-TYPE TO TBL-PAIR-CHILD-DB(PAIR-IDX)
               MOVE RPR-CHILD-QUERY-ID
                   TO TBL-PAIR-CHILD-QUERY(PAIR-IDX)
               MOVE RPR-CHILD-COLUMN TO TBL-PAIR-CHILD-COL(PAIR-IDX)
               MOVE RPR-ORPHAN-LIMIT
                   TO TBL-PAIR-ORPHAN-LIMIT(PAIR-IDX)
               MOVE RPR-CHILDLESS-LIMIT
                   TO TBL-PAIR-CHILDLESS-LIMIT(PAIR-IDX)
           ELSE
               DISPLAY "LOAD-REF-PAIRS: REFPAIRS.DAT has more than "
                   "20 active rows -- ignoring the rest"
           END-IF
           .

      * A pair is only judged when both of its queries were extracted
      * tonight. A weekly parent on a night it is not due would
      * otherwise orphan every child row.
       CHECK-ONE-PAIR SECTION.
           MOVE TBL-PAIR-ID(PAIR-IDX) TO REF-HEAD-PAIR-ID
           MOVE TBL-PAIR-PARENT-DB(PAIR-IDX) TO REF-HEAD-PARENT-DB
           MOVE TBL-PAIR-PARENT-QUERY(PAIR-IDX) TO REF-HEAD-PARENT-QRY
           MOVE TBL-PAIR-PARENT-COL(PAIR-IDX) TO REF-HEAD-PARENT-COL
           MOVE TBL-PAIR-CHILD-DB(PAIR-IDX) TO REF-HEAD-CHILD-DB
           MOVE TBL-PAIR-CHILD-QUERY(PAIR-IDX) TO REF-HEAD-CHILD-QRY
           MOVE TBL-PAIR-CHILD-COL(PAIR-IDX) TO REF-HEAD-CHILD-COL
           MOVE SPACES TO REF-REPORT-LINE
           WRITE REF-REPORT-LINE
           WRITE REF-REPORT-LINE FROM RPT-PAIR-HEAD-LINE
           PERFORM LOAD-PARENT-KEYS
           IF NOT PARENT-QUERY-SEEN
               MOVE "  Parent query not extracted tonight -- skipped"
                   TO REF-REPORT-LINE
               WRITE REF-REPORT-LINE
               ADD 1 TO WS-PAIRS-SKIPPED
           ELSE
               PERFORM MATCH-CHILD-ROWS
               IF NOT CHILD-QUERY-SEEN
                   MOVE "  Child query not extracted tonight -- skipped"
                       TO REF-REPORT-LINE
                   WRITE REF-REPORT-LINE
                   ADD 1 TO WS-PAIRS-SKIPPED
               ELSE
                   PERFORM LIST-CHILDLESS-PARENTS
                   PERFORM WRITE-PAIR-SUMMARY
               END-IF
           END-IF
           .

       LOAD-PARENT-KEYS SECTION.
           MOVE ZERO TO PARENT-KEY-COUNT
           MOVE "N" TO WS-PKY-OVERFLOW-FLAG
           MOVE "N" TO WS-PARENT-SEEN-FLAG
           MOVE TBL-PAIR-PARENT-COL(PAIR-IDX) TO WS-WANTED-COLUMN
           MOVE "N" TO WS-QRES-EOF-FLAG
           OPEN INPUT QUERY-RESULT-FILE
           PERFORM UNTIL QUERY-RESULT-EOF
               READ QUERY-RESULT-FILE
                   AT END SET QUERY-RESULT-EOF TO TRUE
                   NOT AT END
                       EVALUATE TRUE
                           WHEN QRES-IS-HEADER
                               IF QRES-DB-TYPE
                                   = TBL-PAIR-PARENT-DB(PAIR-IDX)
                                   AND QRES-QUERY-ID
                                   = TBL-PAIR-PARENT-QUERY(PAIR-IDX)
                                   SET PARENT-QUERY-SEEN TO TRUE
                               END-IF
                           WHEN QRES-IS-DETAIL
                               IF QRES-DET-DB-TYPE
                                   = TBL-PAIR-PARENT-DB(PAIR-IDX)
                                   AND QRES-DET-QUERY-ID
                                   = TBL-PAIR-PARENT-QUERY(PAIR-IDX)
                                   PERFORM STORE-PARENT-KEY
                               END-IF
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE QUERY-RESULT-FILE
           .

      * A parent key that repeats is kept once; the first row number
      * is the one listed if it turns out to be childless.
       STORE-PARENT-KEY SECTION.
           PERFORM PICK-ROW-KEY
           PERFORM FIND-PARENT-KEY
           IF NOT PARENT-KEY-FOUND
               IF PARENT-KEY-COUNT < 5000
                   ADD 1 TO PARENT-KEY-COUNT
                   SET PKY-IDX TO PARENT-KEY-COUNT
                   MOVE WS-ROW-KEY TO TBL-PKY-KEY(PKY-IDX)
                   MOVE QRES-DET-ROW-NUM TO TBL-PKY-ROW-NUM(PKY-IDX)
                   MOVE ZERO TO TBL-PKY-CHILD-COUNT(PKY-IDX)
               ELSE
                   IF NOT PARENT-TABLE-OVERFLOWED
                       SET PARENT-TABLE-OVERFLOWED TO TRUE
                       DISPLAY "STORE-PARENT-KEY: pair "
                           TBL-PAIR-ID(PAIR-IDX) " has more than "
                           "5000 parent keys -- check is partial"
                   END-IF
               END-IF
           END-IF
           .

       PICK-ROW-KEY SECTION.
           EVALUATE WS-WANTED-COLUMN
               WHEN 2
                   MOVE QRES-DET-COL-2 TO WS-ROW-KEY
               WHEN 3
                   MOVE QRES-DET-COL-3 TO WS-ROW-KEY
               WHEN OTHER
                   MOVE QRES-DET-COL-1 TO WS-ROW-KEY
           END-EVALUATE
           .

       FIND-PARENT-KEY SECTION.
           MOVE "N" TO WS-PARENT-FOUND-FLAG
           PERFORM VARYING WS-PKY-SUB FROM 1 BY 1
                   UNTIL WS-PKY-SUB > PARENT-KEY-COUNT
                   OR PARENT-KEY-FOUND
               SET PKY-IDX TO WS-PKY-SUB
               IF TBL-PKY-KEY(PKY-IDX) = WS-ROW-KEY
                   SET PARENT-KEY-FOUND TO TRUE
               END-IF
           END-PERFORM
           .

       MATCH-CHILD-ROWS SECTION.
           MOVE ZERO TO WS-CHILD-ROWS
           MOVE ZERO TO WS-ORPHAN-COUNT
           MOVE "N" TO WS-CHILD-SEEN-FLAG
           MOVE TBL-PAIR-CHILD-COL(PAIR-IDX) TO WS-WANTED-COLUMN
           MOVE "N" TO WS-QRES-EOF-FLAG
           OPEN INPUT QUERY-RESULT-FILE
           PERFORM UNTIL QUERY-RESULT-EOF
               READ QUERY-RESULT-FILE
                   AT END SET QUERY-RESULT-EOF TO TRUE
                   NOT AT END
                       EVALUATE TRUE
                           WHEN QRES-IS-HEADER
                               IF QRES-DB-TYPE
                                   = TBL-PAIR-CHILD-DB(PAIR-IDX)
                                   AND QRES-QUERY-ID
                                   = TBL-PAIR-CHILD-QUERY(PAIR-IDX)
                                   SET CHILD-QUERY-SEEN TO TRUE
                               END-IF
                           WHEN QRES-IS-DETAIL
                               IF QRES-DET-DB-TYPE
                                   = TBL-PAIR-CHILD-DB(PAIR-IDX)
                                   AND QRES-DET-QUERY-ID
                                   = TBL-PAIR-CHILD-QUERY(PAIR-IDX)
                                   PERFORM MATCH-ONE-CHILD-ROW
                               END-IF
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE QUERY-RESULT-FILE
           .

       MATCH-ONE-CHILD-ROW SECTION.
           ADD 1 TO WS-CHILD-ROWS
           PERFORM PICK-ROW-KEY
           PERFORM FIND-PARENT-KEY
           IF PARENT-KEY-FOUND
               ADD 1 TO TBL-PKY-CHILD-COUNT(PKY-IDX)
           ELSE
               ADD 1 TO WS-ORPHAN-COUNT
               MOVE "ORPHAN" TO REF-DET-CATEGORY
               MOVE QRES-DET-QUERY-ID TO REF-DET-QUERY-ID
               MOVE QRES-DET-ROW-NUM TO REF-DET-ROW-NUM
               MOVE WS-ROW-KEY TO REF-DET-KEY
               WRITE REF-REPORT-LINE FROM RPT-DETAIL-LINE
           END-IF
           .

       LIST-CHILDLESS-PARENTS SECTION.
           MOVE ZERO TO WS-CHILDLESS-COUNT
           PERFORM VARYING WS-PKY-SUB FROM 1 BY 1
                   UNTIL WS-PKY-SUB > PARENT-KEY-COUNT
               SET PKY-IDX TO WS-PKY-SUB
               IF TBL-PKY-CHILD-COUNT(PKY-IDX) = ZERO
                   ADD 1 TO WS-CHILDLESS-COUNT
                   MOVE "CHILDLESS" TO REF-DET-CATEGORY
                   MOVE TBL-PAIR-PARENT-QUERY(PAIR-IDX)
                       TO REF-DET-QUERY-ID
                   MOVE TBL-PKY-ROW-NUM(PKY-IDX) TO REF-DET-ROW-NUM
                   MOVE TBL-PKY-KEY(PKY-IDX) TO REF-DET-KEY
                   WRITE REF-REPORT-LINE FROM RPT-DETAIL-LINE
               END-IF
           END-PERFORM
           .

       WRITE-PAIR-SUMMARY SECTION.
           ADD 1 TO WS-PAIRS-CHECKED
           MOVE WS-CHILD-ROWS TO REF-SUM-CHILD-ROWS
           MOVE WS-ORPHAN-COUNT TO REF-SUM-ORPHANS
           MOVE TBL-PAIR-ORPHAN-LIMIT(PAIR-IDX) TO REF-SUM-ORPHAN-LIM
           MOVE WS-CHILDLESS-COUNT TO REF-SUM-CHILDLESS
           MOVE TBL-PAIR-CHILDLESS-LIMIT(PAIR-IDX)
               TO REF-SUM-CHILDLESS-LIM
           IF WS-ORPHAN-COUNT > TBL-PAIR-ORPHAN-LIMIT(PAIR-IDX)
               OR WS-CHILDLESS-COUNT
                   > TBL-PAIR-CHILDLESS-LIMIT(PAIR-IDX)
               MOVE "BREACH" TO REF-SUM-OUTCOME
               ADD 1 TO WS-PAIRS-BREACHED
               PERFORM WRITE-REF-EXCEPTION
           ELSE
               MOVE "OK" TO REF-SUM-OUTCOME
           END-IF
           WRITE REF-REPORT-LINE FROM RPT-SUMMARY-LINE
           .

       WRITE-REF-EXCEPTION SECTION.
           MOVE RUN-ID TO REX-RUN-ID
           MOVE RUN-BUSINESS-DATE TO REX-BUSINESS-DATE
           MOVE TBL-PAIR-ID(PAIR-IDX) TO REX-PAIR-ID
           MOVE TBL-PAIR-PARENT-QUERY(PAIR-IDX) TO REX-PARENT-QUERY-ID
           MOVE TBL-PAIR-CHILD-QUERY(PAIR-IDX) TO REX-CHILD-QUERY-ID
           MOVE WS-ORPHAN-COUNT TO REX-ORPHAN-COUNT
           MOVE TBL-PAIR-ORPHAN-LIMIT(PAIR-IDX) TO REX-ORPHAN-LIMIT
           MOVE WS-CHILDLESS-COUNT TO REX-CHILDLESS-COUNT
           MOVE TBL-PAIR-CHILDLESS-LIMIT(PAIR-IDX)
               TO REX-CHILDLESS-LIMIT
           MOVE FUNCTION CURRENT-DATE TO REX-TIMESTAMP
           OPEN EXTEND REF-EXCEPTION-FILE
           WRITE REF-EXCEPTION-RECORD
           CLOSE REF-EXCEPTION-FILE
           .
