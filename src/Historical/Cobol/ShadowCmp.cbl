       IDENTIFICATION DIVISION.
       PROGRAM-ID. ShadowCmp.
      * Compares a shadow run with the live run of the same business
      * date. Driver calls it at the end of a shadow cycle with the
      * shadow directory current and the live directory passed in;
      * it reads the live files by full path and never opens one for
      * output. SHDWCMP.RPT, written to the shadow set, shows which
      * control files came from the candidate set, then per query
      * whether it was added or removed by the candidates, its row
      * count and detail amount on each side, and its tolerance
      * outcome on each side, the record count of each report type
      * on each side, and finally the MIS package manifest each side
      * built -- the record count of each file in it, its control
      * totals and its release decision.
      * The live side is QUERYRES.DAT when its trailer belongs to a
      * run of the same business date. Once a later night has
      * replaced it, the live row counts come from QRYUSAGE.DAT
      * instead and the amounts are not compared. The live
      * MISMANIF.DAT is only compared while its trailer is for the
      * same business date.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RESULT-FILE
               ASSIGN TO DYNAMIC WS-FILE-PATH
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL DQ-EXCEPTION-FILE
               ASSIGN TO DYNAMIC WS-FILE-PATH
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL REPORT-CATALOG-FILE
               ASSIGN TO DYNAMIC WS-FILE-PATH
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL PIPELINE-CHECKPOINT-FILE
               ASSIGN TO DYNAMIC WS-FILE-PATH
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL QUERY-USAGE-FILE
               ASSIGN TO DYNAMIC WS-FILE-PATH
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL REPORT-OUTPUT-FILE
               ASSIGN TO DYNAMIC WS-FILE-PATH
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL MIS-MANIFEST-FILE
               ASSIGN TO DYNAMIC WS-FILE-PATH
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL SHADOW-SOURCE-FILE ASSIGN TO "SHDWSRC.DAT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT COMPARE-REPORT-FILE ASSIGN TO "SHDWCMP.RPT"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RESULT-FILE.
       COPY QueryResult.

       FD  DQ-EXCEPTION-FILE.
       COPY DqExcept.

       FD  REPORT-CATALOG-FILE.
       COPY RptCatlg.

       FD  PIPELINE-CHECKPOINT-FILE.
       COPY PipeCkpt.

       FD  QUERY-USAGE-FILE.
       COPY QryUsage.

       FD  REPORT-OUTPUT-FILE.
       01  REPORT-OUTPUT-LINE       PIC X(150).

       FD  MIS-MANIFEST-FILE.
       COPY MisManif.

       FD  SHADOW-SOURCE-FILE.
       COPY ShdwSrc.

       FD  COMPARE-REPORT-FILE.
       01  COMPARE-REPORT-LINE      PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-LIVE-DIR-IN     PIC X(200).
       01 WS-SHADOW-DATE-IN  PIC X(10).
       01 WS-FILE-PATH       PIC X(220).
       01 WS-BASE-NAME       PIC X(14).
       01 WS-SIDE            PIC X(1).
           88 SIDE-IS-LIVE           VALUE "L".
           88 SIDE-IS-SHADOW         VALUE "S".
       01 WS-EOF-FLAG        PIC X VALUE "N".
           88 INPUT-FILE-EOF         VALUE "Y".
       01 WS-TRAILER-FLAG    PIC X VALUE "N".
           88 RESULT-TRAILER-SEEN    VALUE "Y".
       01 WS-TRAILER-RUN-ID  PIC X(15).
       01 WS-LIVE-RUN-ID     PIC X(15) VALUE SPACES.
       01 WS-SHADOW-RUN-ID   PIC X(15) VALUE SPACES.
       01 WS-LIVE-RUN-DATE   PIC X(8) VALUE SPACES.
       01 WS-LIVE-BASIS      PIC X(1) VALUE "N".
           88 LIVE-FROM-RESULTS      VALUE "R".
           88 LIVE-FROM-USAGE        VALUE "U".
           88 LIVE-NOT-FOUND         VALUE "N".
       01 WS-SHADOW-TRAILER-FLAG PIC X VALUE "N".
           88 SHADOW-TRAILER-SEEN    VALUE "Y".
       01 WS-WANTED-QUERY    PIC X(8).
       01 WS-WANTED-DB-TYPE  PIC X(10).
       01 WS-CMP-SUB         PIC 9(4).
       01 CMP-QUERY-COUNT    PIC 9(4) VALUE ZERO.
       01 CMP-QUERY-TABLE.
           05 CMP-QUERY-ENTRY OCCURS 200 TIMES INDEXED BY CMP-IDX.
               10 TBL-CMP-QUERY-ID      PIC X(8).
               10 TBL-CMP-DB-TYPE       PIC X(10).
               10 TBL-CMP-LIVE-FLAG     PIC X(1).
               10 TBL-CMP-LIVE-ROWS     PIC 9(7).
               10 TBL-CMP-LIVE-AMOUNT   PIC S9(13)V99.
               10 TBL-CMP-LIVE-TOL      PIC X(6).
               10 TBL-CMP-SHDW-FLAG     PIC X(1).
               10 TBL-CMP-SHDW-ROWS     PIC 9(7).
               10 TBL-CMP-SHDW-AMOUNT   PIC S9(13)V99.
               10 TBL-CMP-SHDW-TOL      PIC X(6).
               10 TBL-CMP-STATUS        PIC X(7).
       01 WS-AMT-DIGITS      PIC X(15).
       01 WS-DET-AMOUNT      PIC S9(13)V99.
       01 WS-BAD-AMOUNT-COUNT PIC 9(7) VALUE ZERO.
       01 WS-ADDED-COUNT     PIC 9(4) VALUE ZERO.
       01 WS-REMOVED-COUNT   PIC 9(4) VALUE ZERO.
       01 WS-CHANGED-COUNT   PIC 9(4) VALUE ZERO.
       01 WS-SAME-COUNT      PIC 9(4) VALUE ZERO.
       01 REPORT-TYPE-VALUES.
           05 FILLER             PIC X(24)
               VALUE "pdf       REPORT.PDF    ".
           05 FILLER             PIC X(24)
               VALUE "html      REPORT.HTML   ".
           05 FILLER             PIC X(24)
               VALUE "csv       REPORT.CSV    ".
           05 FILLER             PIC X(24)
               VALUE "xml       REPORT.XML    ".
       01 REPORT-TYPE-TABLE REDEFINES REPORT-TYPE-VALUES.
           05 REPORT-TYPE-ENTRY OCCURS 4 TIMES INDEXED BY RPT-IDX.
               10 TBL-RPT-TYPE          PIC X(10).
               10 TBL-RPT-FILE-NAME     PIC X(14).
       01 REPORT-COUNT-TABLE.
           05 REPORT-COUNT-ENTRY OCCURS 4 TIMES INDEXED BY RCT-IDX.
               10 TBL-RCT-LIVE-FLAG     PIC X(1).
               10 TBL-RCT-LIVE-COUNT    PIC 9(7).
               10 TBL-RCT-SHDW-FLAG     PIC X(1).
               10 TBL-RCT-SHDW-COUNT    PIC 9(7).
       01 WS-LINE-COUNT      PIC 9(7).
       01 WS-FILE-FOUND-FLAG PIC X VALUE "N".
           88 COUNTED-FILE-FOUND     VALUE "Y".
       01 WS-ROW-DIFF        PIC S9(7).
       01 WS-AMOUNT-DIFF     PIC S9(13)V99.
       01 RPT-TITLE-LINE.
           05 FILLER             PIC X(40)
               VALUE "SHADOW RUN COMPARISON FOR BUSINESS DATE ".
           05 CMP-TITLE-DATE     PIC X(8).
           05 FILLER             PIC X(13) VALUE "  SHADOW RUN ".
           05 CMP-TITLE-SHADOW   PIC X(15).
           05 FILLER             PIC X(11) VALUE "  LIVE RUN ".
           05 CMP-TITLE-LIVE     PIC X(15).
       01 RPT-SOURCE-LINE.
           05 FILLER             PIC X(2) VALUE SPACES.
           05 CMP-SRC-FILE-NAME  PIC X(14).
           05 FILLER             PIC X(1) VALUE SPACES.
           05 CMP-SRC-ORIGIN     PIC X(9).
       01 RPT-QUERY-HEAD-LINE.
           05 FILLER             PIC X(2) VALUE SPACES.
           05 FILLER             PIC X(9) VALUE "QUERY".
           05 FILLER             PIC X(11) VALUE "DB-TYPE".
           05 FILLER             PIC X(8) VALUE "STATUS".
           05 FILLER             PIC X(10) VALUE "LIVE ROWS".
           05 FILLER             PIC X(10) VALUE "SHDW ROWS".
           05 FILLER             PIC X(9) VALUE "ROW DIFF".
           05 FILLER             PIC X(16) VALUE "    LIVE AMOUNT".
           05 FILLER             PIC X(16) VALUE "  SHADOW AMOUNT".
           05 FILLER             PIC X(16) VALUE "    AMOUNT DIFF".
           05 FILLER             PIC X(7) VALUE "LIVE".
           05 FILLER             PIC X(6) VALUE "SHADOW".
       01 RPT-QUERY-LINE.
           05 FILLER             PIC X(2) VALUE SPACES.
           05 CMP-QRY-QUERY-ID   PIC X(8).
           05 FILLER             PIC X(1) VALUE SPACES.
           05 CMP-QRY-DB-TYPE    PIC X(10).
           05 FILLER             PIC X(1) VALUE SPACES.
           05 CMP-QRY-STATUS     PIC X(7).
           05 FILLER             PIC X(1) VALUE SPACES.
           05 CMP-QRY-LIVE-ROWS  PIC X(9) JUSTIFIED RIGHT.
           05 FILLER             PIC X(1) VALUE SPACES.
           05 CMP-QRY-SHDW-ROWS  PIC X(9) JUSTIFIED RIGHT.
           05 FILLER             PIC X(1) VALUE SPACES.
           05 CMP-QRY-ROW-DIFF   PIC X(8) JUSTIFIED RIGHT.
           05 FILLER             PIC X(1) VALUE SPACES.
           05 CMP-QRY-LIVE-AMT   PIC X(15) JUSTIFIED RIGHT.
           05 FILLER             PIC X(1) VALUE SPACES.
           05 CMP-QRY-SHDW-AMT   PIC X(15) JUSTIFIED RIGHT.
           05 FILLER             PIC X(1) VALUE SPACES.
           05 CMP-QRY-AMT-DIFF   PIC X(15) JUSTIFIED RIGHT.
           05 FILLER             PIC X(1) VALUE SPACES.
           05 CMP-QRY-LIVE-TOL   PIC X(6).
           05 FILLER             PIC X(1) VALUE SPACES.
           05 CMP-QRY-SHDW-TOL   PIC X(6).
       01 WS-EDIT-COUNT      PIC Z(8)9.
       01 WS-EDIT-DIFF       PIC -(7)9.
       01 WS-EDIT-AMOUNT     PIC -(11)9.99.
       01 RPT-SUMMARY-LINE.
           05 FILLER             PIC X(8) VALUE "  ADDED ".
           05 CMP-SUM-ADDED      PIC ZZZ9.
           05 FILLER             PIC X(10) VALUE "  REMOVED ".
           05 CMP-SUM-REMOVED    PIC ZZZ9.
           05 FILLER             PIC X(10) VALUE "  CHANGED ".
           05 CMP-SUM-CHANGED    PIC ZZZ9.
           05 FILLER             PIC X(7) VALUE "  SAME ".
           05 CMP-SUM-SAME       PIC ZZZ9.
       01 RPT-REPORT-HEAD-LINE.
           05 FILLER             PIC X(2) VALUE SPACES.
           05 FILLER             PIC X(11) VALUE "TYPE".
           05 FILLER             PIC X(10) VALUE "     LIVE".
           05 FILLER             PIC X(10) VALUE "   SHADOW".
           05 FILLER             PIC X(8) VALUE "    DIFF".
       01 RPT-REPORT-LINE.
           05 FILLER             PIC X(2) VALUE SPACES.
           05 CMP-RPT-TYPE       PIC X(10).
           05 FILLER             PIC X(1) VALUE SPACES.
           05 CMP-RPT-LIVE       PIC X(9) JUSTIFIED RIGHT.
           05 FILLER             PIC X(1) VALUE SPACES.
           05 CMP-RPT-SHADOW     PIC X(9) JUSTIFIED RIGHT.
           05 FILLER             PIC X(1) VALUE SPACES.
           05 CMP-RPT-DIFF       PIC X(8) JUSTIFIED RIGHT.
       01 MAN-FILE-COUNT     PIC 9(4) VALUE ZERO.
       01 MAN-FILE-TABLE.
           05 MAN-FILE-ENTRY OCCURS 10 TIMES INDEXED BY MAN-IDX.
               10 TBL-MAN-FILE-NAME     PIC X(14).
               10 TBL-MAN-LIVE-FLAG     PIC X(1).
               10 TBL-MAN-LIVE-COUNT    PIC 9(7).
               10 TBL-MAN-SHDW-FLAG     PIC X(1).
               10 TBL-MAN-SHDW-COUNT    PIC 9(7).
       01 WS-MAN-SUB         PIC 9(4).
       01 WS-LIVE-MAN-FLAG   PIC X VALUE "N".
           88 LIVE-MANIFEST-FOUND    VALUE "Y".
       01 WS-LIVE-MAN-DATE   PIC X(8).
       01 WS-LIVE-MAN-ROWS   PIC 9(9).
       01 WS-LIVE-MAN-RESULTS PIC 9(7).
       01 WS-LIVE-MAN-STATUS PIC X(8).
       01 WS-SHDW-MAN-FLAG   PIC X VALUE "N".
           88 SHADOW-MANIFEST-FOUND  VALUE "Y".
       01 WS-SHDW-MAN-ROWS   PIC 9(9).
       01 WS-SHDW-MAN-RESULTS PIC 9(7).
       01 WS-SHDW-MAN-STATUS PIC X(8).
       01 WS-STATUS-LEN      PIC 9(2).
       01 WS-TOTAL-DIFF      PIC S9(9).
       01 WS-EDIT-TOTAL-DIFF PIC -(9)9.
       01 RPT-MANIFEST-HEAD-LINE.
           05 FILLER             PIC X(2) VALUE SPACES.
           05 FILLER             PIC X(15) VALUE "FILE".
           05 FILLER             PIC X(11) VALUE "      LIVE".
           05 FILLER             PIC X(11) VALUE "    SHADOW".
           05 FILLER             PIC X(10) VALUE "      DIFF".
       01 RPT-MANIFEST-LINE.
           05 FILLER             PIC X(2) VALUE SPACES.
           05 CMP-MAN-ITEM       PIC X(14).
           05 FILLER             PIC X(1) VALUE SPACES.
           05 CMP-MAN-LIVE       PIC X(10) JUSTIFIED RIGHT.
           05 FILLER             PIC X(1) VALUE SPACES.
           05 CMP-MAN-SHADOW     PIC X(10) JUSTIFIED RIGHT.
           05 FILLER             PIC X(1) VALUE SPACES.
           05 CMP-MAN-DIFF       PIC X(10) JUSTIFIED RIGHT.
       01 WS-RUN-CONTROL-AREA PIC X(73).

       LINKAGE SECTION.
       COPY RunControl.
       01 LIVE-DIRECTORY     PIC X(200).

       PROCEDURE DIVISION USING RUN-CONTROL LIVE-DIRECTORY.

      * Driver passes the shadow cycle's RUN-CONTROL and the live
      * directory. A standalone invocation, run from inside the
      * shadow directory, takes the live directory from
      * SHADOW-LIVE-DIR (the parent directory when unset) and the
      * business date from SHADOW-BUSINESS-DATE or GetBizDate.
       IF NUMBER-OF-CALL-PARAMETERS < 2
           SET ADDRESS OF RUN-CONTROL
               TO ADDRESS OF WS-RUN-CONTROL-AREA
           SET ADDRESS OF LIVE-DIRECTORY TO ADDRESS OF WS-LIVE-DIR-IN
           CALL "GetBizDate" USING RUN-CONTROL
           ACCEPT WS-SHADOW-DATE-IN
               FROM ENVIRONMENT "SHADOW-BUSINESS-DATE"
           IF WS-SHADOW-DATE-IN NOT = SPACES
               MOVE WS-SHADOW-DATE-IN(1:8) TO RUN-BUSINESS-DATE
           END-IF
           ACCEPT WS-LIVE-DIR-IN FROM ENVIRONMENT "SHADOW-LIVE-DIR"
           IF WS-LIVE-DIR-IN = SPACES
               MOVE ".." TO WS-LIVE-DIR-IN
           END-IF
       END-IF
       MOVE ZERO TO RETURN-CODE
       SET SIDE-IS-SHADOW TO TRUE
       PERFORM LOAD-QUERY-RESULTS
       MOVE WS-TRAILER-FLAG TO WS-SHADOW-TRAILER-FLAG
       MOVE WS-TRAILER-RUN-ID TO WS-SHADOW-RUN-ID
       IF WS-SHADOW-RUN-ID = SPACES
           MOVE RUN-ID TO WS-SHADOW-RUN-ID
       END-IF
       PERFORM FIND-LIVE-RESULT-BASIS
       IF LIVE-FROM-RESULTS
           SET SIDE-IS-LIVE TO TRUE
           PERFORM LOAD-QUERY-RESULTS
       ELSE
           PERFORM LOAD-LIVE-USAGE-COUNTS
       END-IF
       IF LIVE-NOT-FOUND
           DISPLAY "No live run found for business date "
               RUN-BUSINESS-DATE " -- shadow results are shown "
               "without a live side"
           MOVE 8 TO RETURN-CODE
       END-IF
       SET SIDE-IS-SHADOW TO TRUE
       PERFORM LOAD-TOLERANCE-OUTCOMES
       SET SIDE-IS-LIVE TO TRUE
       PERFORM LOAD-TOLERANCE-OUTCOMES
       PERFORM SET-QUERY-STATUSES
       PERFORM COUNT-REPORT-RECORDS
       PERFORM LOAD-MANIFESTS
       PERFORM WRITE-COMPARISON-REPORT
       DISPLAY "Shadow comparison written to SHDWCMP.RPT: "
           WS-ADDED-COUNT " added, " WS-REMOVED-COUNT " removed, "
           WS-CHANGED-COUNT " changed, " WS-SAME-COUNT " unchanged"
       GOBACK.

      * Live files are named by full path under the live directory;
      * shadow files by plain name in the current directory.
       SET-FILE-PATH SECTION.
           MOVE SPACES TO WS-FILE-PATH
           IF SIDE-IS-LIVE
               STRING LIVE-DIRECTORY DELIMITED BY SPACE
                   "/" DELIMITED BY SIZE
                   WS-BASE-NAME DELIMITED BY SPACE
                   INTO WS-FILE-PATH
               END-STRING
           ELSE
               MOVE WS-BASE-NAME TO WS-FILE-PATH
           END-IF
           .

      * One header per query gives its row count; the detail rows
      * give its amount, summed from COL-2 the way GlIntf reads it.
       LOAD-QUERY-RESULTS SECTION.
           MOVE "QUERYRES.DAT" TO WS-BASE-NAME
           PERFORM SET-FILE-PATH
           MOVE "N" TO WS-TRAILER-FLAG
           MOVE SPACES TO WS-TRAILER-RUN-ID
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT RESULT-FILE
           PERFORM UNTIL INPUT-FILE-EOF
               READ RESULT-FILE
                   AT END SET INPUT-FILE-EOF TO TRUE
                   NOT AT END
                       EVALUATE TRUE
                           WHEN QRES-IS-HEADER
                               MOVE QRES-QUERY-ID TO WS-WANTED-QUERY
                               MOVE QRES-DB-TYPE TO WS-WANTED-DB-TYPE
                               PERFORM FIND-OR-ADD-QUERY
                               PERFORM STORE-RESULT-HEADER
                           WHEN QRES-IS-DETAIL
                               MOVE QRES-DET-QUERY-ID
                                   TO WS-WANTED-QUERY
                               MOVE QRES-DET-DB-TYPE
                                   TO WS-WANTED-DB-TYPE
                               PERFORM FIND-OR-ADD-QUERY
                               PERFORM ADD-DETAIL-AMOUNT
                           WHEN QRES-IS-TRAILER
                               SET RESULT-TRAILER-SEEN TO TRUE
                               MOVE QRES-RUN-ID TO WS-TRAILER-RUN-ID
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE RESULT-FILE
           .

       STORE-RESULT-HEADER SECTION.
           IF WS-CMP-SUB > ZERO
               SET CMP-IDX TO WS-CMP-SUB
               IF SIDE-IS-LIVE
                   MOVE "Y" TO TBL-CMP-LIVE-FLAG(CMP-IDX)
                   MOVE QRES-ROW-COUNT TO TBL-CMP-LIVE-ROWS(CMP-IDX)
               ELSE
                   MOVE "Y" TO TBL-CMP-SHDW-FLAG(CMP-IDX)
                   MOVE QRES-ROW-COUNT TO TBL-CMP-SHDW-ROWS(CMP-IDX)
               END-IF
           END-IF
           .

       ADD-DETAIL-AMOUNT SECTION.
           MOVE QRES-DET-COL-2 TO WS-AMT-DIGITS
           IF QRES-DET-COL-2(1:4) = "AMT-"
               MOVE QRES-DET-COL-2(5:) TO WS-AMT-DIGITS
           END-IF
           IF WS-AMT-DIGITS = SPACES
               OR FUNCTION TEST-NUMVAL(WS-AMT-DIGITS) NOT = ZERO
               ADD 1 TO WS-BAD-AMOUNT-COUNT
           ELSE
               IF WS-CMP-SUB > ZERO
                   SET CMP-IDX TO WS-CMP-SUB
                   COMPUTE WS-DET-AMOUNT =
                       FUNCTION NUMVAL(WS-AMT-DIGITS) / 100
                   IF SIDE-IS-LIVE
                       ADD WS-DET-AMOUNT TO TBL-CMP-LIVE-AMOUNT(CMP-IDX)
                   ELSE
                       ADD WS-DET-AMOUNT TO TBL-CMP-SHDW-AMOUNT(CMP-IDX)
                   END-IF
               END-IF
           END-IF
           .

       FIND-OR-ADD-QUERY SECTION.
           MOVE ZERO TO WS-CMP-SUB
           PERFORM VARYING CMP-IDX FROM 1 BY 1
                   UNTIL CMP-IDX > CMP-QUERY-COUNT
                   OR WS-CMP-SUB > ZERO
               IF TBL-CMP-QUERY-ID(CMP-IDX) = WS-WANTED-QUERY
                   SET WS-CMP-SUB TO CMP-IDX
               END-IF
           END-PERFORM
           IF WS-CMP-SUB = ZERO
               IF CMP-QUERY-COUNT < 200
                   ADD 1 TO CMP-QUERY-COUNT
                   MOVE CMP-QUERY-COUNT TO WS-CMP-SUB
                   SET CMP-IDX TO WS-CMP-SUB
                   MOVE WS-WANTED-QUERY TO TBL-CMP-QUERY-ID(CMP-IDX)
                   MOVE WS-WANTED-DB-TYPE TO TBL-CMP-DB-TYPE(CMP-IDX)
                   MOVE "N" TO TBL-CMP-LIVE-FLAG(CMP-IDX)
                   MOVE ZERO TO TBL-CMP-LIVE-ROWS(CMP-IDX)
                   MOVE ZERO TO TBL-CMP-LIVE-AMOUNT(CMP-IDX)
                   MOVE SPACES TO TBL-CMP-LIVE-TOL(CMP-IDX)
                   MOVE "N" TO TBL-CMP-SHDW-FLAG(CMP-IDX)
                   MOVE ZERO TO TBL-CMP-SHDW-ROWS(CMP-IDX)
                   MOVE ZERO TO TBL-CMP-SHDW-AMOUNT(CMP-IDX)
                   MOVE SPACES TO TBL-CMP-SHDW-TOL(CMP-IDX)
                   MOVE SPACES TO TBL-CMP-STATUS(CMP-IDX)
               ELSE
                   DISPLAY "FIND-OR-ADD-QUERY: more than 200 queries "
                       "to compare -- ignoring the rest"
               END-IF
           END-IF
           .

      * The live QUERYRES.DAT belongs to whichever run wrote its
      * trailer; that run's checkpoints on the live PIPECKPT.DAT say
      * which business date it ran for.
       FIND-LIVE-RESULT-BASIS SECTION.
           SET LIVE-NOT-FOUND TO TRUE
           SET SIDE-IS-LIVE TO TRUE
           MOVE "QUERYRES.DAT" TO WS-BASE-NAME
           PERFORM SET-FILE-PATH
           MOVE SPACES TO WS-LIVE-RUN-ID
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT RESULT-FILE
           PERFORM UNTIL INPUT-FILE-EOF
               READ RESULT-FILE
                   AT END SET INPUT-FILE-EOF TO TRUE
                   NOT AT END
                       IF QRES-IS-TRAILER
                           MOVE QRES-RUN-ID TO WS-LIVE-RUN-ID
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RESULT-FILE
           MOVE SPACES TO WS-LIVE-RUN-DATE
           IF WS-LIVE-RUN-ID NOT = SPACES
               MOVE "PIPECKPT.DAT" TO WS-BASE-NAME
               PERFORM SET-FILE-PATH
               MOVE "N" TO WS-EOF-FLAG
               OPEN INPUT PIPELINE-CHECKPOINT-FILE
               PERFORM UNTIL INPUT-FILE-EOF
                   READ PIPELINE-CHECKPOINT-FILE
                       AT END SET INPUT-FILE-EOF TO TRUE
                       NOT AT END
                           IF PIPE-RUN-ID = WS-LIVE-RUN-ID
                               MOVE PIPE-BUSINESS-DATE
                                   TO WS-LIVE-RUN-DATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PIPELINE-CHECKPOINT-FILE
           END-IF
           IF WS-LIVE-RUN-DATE = RUN-BUSINESS-DATE
               SET LIVE-FROM-RESULTS TO TRUE
           ELSE
               MOVE SPACES TO WS-LIVE-RUN-ID
           END-IF
           .

      * Every delivery of a query is logged to QRYUSAGE.DAT; the
      * last one for the date is what the live QUERYRES.DAT held
      * that night.
       LOAD-LIVE-USAGE-COUNTS SECTION.
           SET SIDE-IS-LIVE TO TRUE
           MOVE "QRYUSAGE.DAT" TO WS-BASE-NAME
           PERFORM SET-FILE-PATH
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT QUERY-USAGE-FILE
           PERFORM UNTIL INPUT-FILE-EOF
               READ QUERY-USAGE-FILE
                   AT END SET INPUT-FILE-EOF TO TRUE
                   NOT AT END
                       IF QUSE-BUSINESS-DATE = RUN-BUSINESS-DATE
                           SET LIVE-FROM-USAGE TO TRUE
                           MOVE QUSE-RUN-ID TO WS-LIVE-RUN-ID
                           MOVE QUSE-QUERY-ID TO WS-WANTED-QUERY
                           MOVE QUSE-DB-TYPE TO WS-WANTED-DB-TYPE
                           PERFORM FIND-OR-ADD-QUERY
                           IF WS-CMP-SUB > ZERO
                               SET CMP-IDX TO WS-CMP-SUB
                               MOVE "Y" TO TBL-CMP-LIVE-FLAG(CMP-IDX)
                               MOVE QUSE-ROW-COUNT
                                   TO TBL-CMP-LIVE-ROWS(CMP-IDX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE QUERY-USAGE-FILE
           .

      * A query outside its tolerance band has a DQEXCEPT.DAT row
      * saying whether it was rejected or passed with a warning; the
      * last row for the date wins, as a rerun replaces the result.
      * A query with no row passed; one not run has no outcome.
       LOAD-TOLERANCE-OUTCOMES SECTION.
           MOVE "DQEXCEPT.DAT" TO WS-BASE-NAME
           PERFORM SET-FILE-PATH
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT DQ-EXCEPTION-FILE
           PERFORM UNTIL INPUT-FILE-EOF
               READ DQ-EXCEPTION-FILE
                   AT END SET INPUT-FILE-EOF TO TRUE
                   NOT AT END
                       IF DQ-BUSINESS-DATE = RUN-BUSINESS-DATE
                           MOVE DQ-QUERY-ID TO WS-WANTED-QUERY
                           MOVE DQ-DB-TYPE TO WS-WANTED-DB-TYPE
                           PERFORM FIND-OR-ADD-QUERY
                           IF WS-CMP-SUB > ZERO
                               SET CMP-IDX TO WS-CMP-SUB
                               IF SIDE-IS-LIVE
                                   MOVE DQ-ACTION
                                       TO TBL-CMP-LIVE-TOL(CMP-IDX)
                               ELSE
                                   MOVE DQ-ACTION
                                       TO TBL-CMP-SHDW-TOL(CMP-IDX)
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DQ-EXCEPTION-FILE
           .

      * A REJECT withholds the result, so a query can have a
      * tolerance outcome on a side without a header there; it still
      * counts as run on that side.
       SET-QUERY-STATUSES SECTION.
           PERFORM VARYING CMP-IDX FROM 1 BY 1
                   UNTIL CMP-IDX > CMP-QUERY-COUNT
               IF TBL-CMP-LIVE-TOL(CMP-IDX) NOT = SPACES
                   MOVE "Y" TO TBL-CMP-LIVE-FLAG(CMP-IDX)
               END-IF
               IF TBL-CMP-SHDW-TOL(CMP-IDX) NOT = SPACES
                   MOVE "Y" TO TBL-CMP-SHDW-FLAG(CMP-IDX)
               END-IF
               IF TBL-CMP-LIVE-FLAG(CMP-IDX) = "Y"
                   AND TBL-CMP-LIVE-TOL(CMP-IDX) = SPACES
                   MOVE "PASS" TO TBL-CMP-LIVE-TOL(CMP-IDX)
               END-IF
               IF TBL-CMP-SHDW-FLAG(CMP-IDX) = "Y"
                   AND TBL-CMP-SHDW-TOL(CMP-IDX) = SPACES
                   MOVE "PASS" TO TBL-CMP-SHDW-TOL(CMP-IDX)
               END-IF
               EVALUATE TRUE
                   WHEN TBL-CMP-LIVE-FLAG(CMP-IDX) NOT = "Y"
                       MOVE "ADDED" TO TBL-CMP-STATUS(CMP-IDX)
                       ADD 1 TO WS-ADDED-COUNT
                   WHEN TBL-CMP-SHDW-FLAG(CMP-IDX) NOT = "Y"
                       MOVE "REMOVED" TO TBL-CMP-STATUS(CMP-IDX)
                       ADD 1 TO WS-REMOVED-COUNT
                   WHEN TBL-CMP-LIVE-ROWS(CMP-IDX)
                           NOT = TBL-CMP-SHDW-ROWS(CMP-IDX)
                     OR TBL-CMP-LIVE-TOL(CMP-IDX)
                           NOT = TBL-CMP-SHDW-TOL(CMP-IDX)
                     OR (LIVE-FROM-RESULTS
                         AND TBL-CMP-LIVE-AMOUNT(CMP-IDX)
                           NOT = TBL-CMP-SHDW-AMOUNT(CMP-IDX))
                       MOVE "CHANGED" TO TBL-CMP-STATUS(CMP-IDX)
                       ADD 1 TO WS-CHANGED-COUNT
                   WHEN OTHER
                       MOVE "SAME" TO TBL-CMP-STATUS(CMP-IDX)
                       ADD 1 TO WS-SAME-COUNT
               END-EVALUATE
           END-PERFORM
           .

      * Example3 catalogs every full report it keeps with its record
      * count, so the live count for the date survives later nights;
      * the live file itself is only counted while the live
      * QUERYRES.DAT is still that date's. The shadow set's report
      * files are always the shadow run's own.
       COUNT-REPORT-RECORDS SECTION.
           PERFORM VARYING RCT-IDX FROM 1 BY 1 UNTIL RCT-IDX > 4
               MOVE "N" TO TBL-RCT-LIVE-FLAG(RCT-IDX)
               MOVE ZERO TO TBL-RCT-LIVE-COUNT(RCT-IDX)
               MOVE "N" TO TBL-RCT-SHDW-FLAG(RCT-IDX)
               MOVE ZERO TO TBL-RCT-SHDW-COUNT(RCT-IDX)
           END-PERFORM
           SET SIDE-IS-LIVE TO TRUE
           PERFORM LOAD-LIVE-CATALOG-COUNTS
           PERFORM VARYING RPT-IDX FROM 1 BY 1 UNTIL RPT-IDX > 4
               SET RCT-IDX TO RPT-IDX
               MOVE TBL-RPT-FILE-NAME(RPT-IDX) TO WS-BASE-NAME
               IF TBL-RCT-LIVE-FLAG(RCT-IDX) NOT = "Y"
                   AND LIVE-FROM-RESULTS
                   SET SIDE-IS-LIVE TO TRUE
                   PERFORM COUNT-FILE-LINES
                   IF COUNTED-FILE-FOUND
                       MOVE "Y" TO TBL-RCT-LIVE-FLAG(RCT-IDX)
                       MOVE WS-LINE-COUNT TO TBL-RCT-LIVE-COUNT(RCT-IDX)
                   END-IF
               END-IF
               SET SIDE-IS-SHADOW TO TRUE
               PERFORM COUNT-FILE-LINES
               IF COUNTED-FILE-FOUND
                   MOVE "Y" TO TBL-RCT-SHDW-FLAG(RCT-IDX)
                   MOVE WS-LINE-COUNT TO TBL-RCT-SHDW-COUNT(RCT-IDX)
               END-IF
           END-PERFORM
           .

       LOAD-LIVE-CATALOG-COUNTS SECTION.
           MOVE "RPTCATLG.DAT" TO WS-BASE-NAME
           PERFORM SET-FILE-PATH
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT REPORT-CATALOG-FILE
           PERFORM UNTIL INPUT-FILE-EOF
               READ REPORT-CATALOG-FILE
                   AT END SET INPUT-FILE-EOF TO TRUE
                   NOT AT END
                       IF CAT-BUSINESS-DATE = RUN-BUSINESS-DATE
                           AND CAT-SCOPE = "ALL"
                           PERFORM VARYING RPT-IDX FROM 1 BY 1
                                   UNTIL RPT-IDX > 4
                               IF TBL-RPT-TYPE(RPT-IDX)
                                   = CAT-REPORT-TYPE
                                   SET RCT-IDX TO RPT-IDX
                                   MOVE "Y"
                                       TO TBL-RCT-LIVE-FLAG(RCT-IDX)
                                   MOVE CAT-RECORD-COUNT
                                       TO TBL-RCT-LIVE-COUNT(RCT-IDX)
                               END-IF
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REPORT-CATALOG-FILE
           .

      * An OPTIONAL file that is not there reads as empty; the first
      * READ tells a missing report from one that exists.
       COUNT-FILE-LINES SECTION.
           PERFORM SET-FILE-PATH
           MOVE ZERO TO WS-LINE-COUNT
           MOVE "N" TO WS-FILE-FOUND-FLAG
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT REPORT-OUTPUT-FILE
           PERFORM UNTIL INPUT-FILE-EOF
               READ REPORT-OUTPUT-FILE
                   AT END SET INPUT-FILE-EOF TO TRUE
                   NOT AT END
                       SET COUNTED-FILE-FOUND TO TRUE
                       ADD 1 TO WS-LINE-COUNT
               END-READ
           END-PERFORM
           CLOSE REPORT-OUTPUT-FILE
           .

      * MisPack rewrites MISMANIF.DAT every night, so the live one
      * is only this date's while its trailer says so; it is read a
      * first time for the trailer date alone.
       LOAD-MANIFESTS SECTION.
           MOVE ZERO TO MAN-FILE-COUNT
           MOVE "N" TO WS-LIVE-MAN-FLAG
           MOVE "N" TO WS-SHDW-MAN-FLAG
           MOVE "MISMANIF.DAT" TO WS-BASE-NAME
           SET SIDE-IS-LIVE TO TRUE
           PERFORM SET-FILE-PATH
           MOVE SPACES TO WS-LIVE-MAN-DATE
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT MIS-MANIFEST-FILE
           PERFORM UNTIL INPUT-FILE-EOF
               READ MIS-MANIFEST-FILE
                   AT END SET INPUT-FILE-EOF TO TRUE
                   NOT AT END
                       IF MAN-IS-TRAILER
                           MOVE MAN-TRAILER-DATE TO WS-LIVE-MAN-DATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MIS-MANIFEST-FILE
           IF WS-LIVE-MAN-DATE = RUN-BUSINESS-DATE
               PERFORM LOAD-ONE-MANIFEST
           END-IF
           SET SIDE-IS-SHADOW TO TRUE
           PERFORM LOAD-ONE-MANIFEST
           .

      * A side's manifest counts as found once its trailer is read;
      * a package cut short has no release decision to compare.
       LOAD-ONE-MANIFEST SECTION.
           PERFORM SET-FILE-PATH
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT MIS-MANIFEST-FILE
           PERFORM UNTIL INPUT-FILE-EOF
               READ MIS-MANIFEST-FILE
                   AT END SET INPUT-FILE-EOF TO TRUE
                   NOT AT END
                       EVALUATE TRUE
                           WHEN MAN-IS-FILE-RECORD
                               PERFORM STORE-MANIFEST-FILE
                           WHEN MAN-IS-TRAILER AND SIDE-IS-LIVE
                               SET LIVE-MANIFEST-FOUND TO TRUE
                               MOVE MAN-TOTAL-ROW-COUNT
                                   TO WS-LIVE-MAN-ROWS
                               MOVE MAN-RESULT-COUNT
                                   TO WS-LIVE-MAN-RESULTS
                               MOVE MAN-RELEASE-STATUS
                                   TO WS-LIVE-MAN-STATUS
                           WHEN MAN-IS-TRAILER
                               SET SHADOW-MANIFEST-FOUND TO TRUE
                               MOVE MAN-TOTAL-ROW-COUNT
                                   TO WS-SHDW-MAN-ROWS
                               MOVE MAN-RESULT-COUNT
                                   TO WS-SHDW-MAN-RESULTS
                               MOVE MAN-RELEASE-STATUS
                                   TO WS-SHDW-MAN-STATUS
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE MIS-MANIFEST-FILE
           .

       STORE-MANIFEST-FILE SECTION.
           MOVE ZERO TO WS-MAN-SUB
           PERFORM VARYING MAN-IDX FROM 1 BY 1
                   UNTIL MAN-IDX > MAN-FILE-COUNT
                   OR WS-MAN-SUB > ZERO
               IF TBL-MAN-FILE-NAME(MAN-IDX) = MAN-FILE-NAME
                   SET WS-MAN-SUB TO MAN-IDX
               END-IF
           END-PERFORM
           IF WS-MAN-SUB = ZERO
               IF MAN-FILE-COUNT < 10
                   ADD 1 TO MAN-FILE-COUNT
                   MOVE MAN-FILE-COUNT TO WS-MAN-SUB
                   SET MAN-IDX TO WS-MAN-SUB
                   MOVE MAN-FILE-NAME TO TBL-MAN-FILE-NAME(MAN-IDX)
                   MOVE "N" TO TBL-MAN-LIVE-FLAG(MAN-IDX)
                   MOVE ZERO TO TBL-MAN-LIVE-COUNT(MAN-IDX)
                   MOVE "N" TO TBL-MAN-SHDW-FLAG(MAN-IDX)
                   MOVE ZERO TO TBL-MAN-SHDW-COUNT(MAN-IDX)
               ELSE
                   DISPLAY "STORE-MANIFEST-FILE: more than 10 package "
                       "files to compare -- ignoring the rest"
               END-IF
           END-IF
           IF WS-MAN-SUB > ZERO
               SET MAN-IDX TO WS-MAN-SUB
               IF SIDE-IS-LIVE
                   MOVE "Y" TO TBL-MAN-LIVE-FLAG(MAN-IDX)
                   MOVE MAN-RECORD-COUNT TO TBL-MAN-LIVE-COUNT(MAN-IDX)
               ELSE
                   MOVE "Y" TO TBL-MAN-SHDW-FLAG(MAN-IDX)
                   MOVE MAN-RECORD-COUNT TO TBL-MAN-SHDW-COUNT(MAN-IDX)
               END-IF
           END-IF
           .

       WRITE-COMPARISON-REPORT SECTION.
           OPEN OUTPUT COMPARE-REPORT-FILE
           MOVE RUN-BUSINESS-DATE TO CMP-TITLE-DATE
           MOVE WS-SHADOW-RUN-ID TO CMP-TITLE-SHADOW
           IF WS-LIVE-RUN-ID = SPACES
               MOVE "NONE" TO CMP-TITLE-LIVE
           ELSE
               MOVE WS-LIVE-RUN-ID TO CMP-TITLE-LIVE
           END-IF
           MOVE RPT-TITLE-LINE TO COMPARE-REPORT-LINE
           WRITE COMPARE-REPORT-LINE
           MOVE SPACES TO COMPARE-REPORT-LINE
           WRITE COMPARE-REPORT-LINE
           PERFORM WRITE-CONTROL-FILE-SECTION
           PERFORM WRITE-QUERY-SECTION
           PERFORM WRITE-REPORT-COUNT-SECTION
           PERFORM WRITE-MANIFEST-SECTION
           CLOSE COMPARE-REPORT-FILE
           .

       WRITE-CONTROL-FILE-SECTION SECTION.
           MOVE "CONTROL FILES" TO COMPARE-REPORT-LINE
           WRITE COMPARE-REPORT-LINE
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT SHADOW-SOURCE-FILE
           PERFORM UNTIL INPUT-FILE-EOF
               READ SHADOW-SOURCE-FILE
                   AT END SET INPUT-FILE-EOF TO TRUE
                   NOT AT END
                       MOVE SRC-FILE-NAME TO CMP-SRC-FILE-NAME
                       MOVE SRC-ORIGIN TO CMP-SRC-ORIGIN
                       MOVE RPT-SOURCE-LINE TO COMPARE-REPORT-LINE
                       WRITE COMPARE-REPORT-LINE
               END-READ
           END-PERFORM
           CLOSE SHADOW-SOURCE-FILE
           MOVE SPACES TO COMPARE-REPORT-LINE
           WRITE COMPARE-REPORT-LINE
           .

       WRITE-QUERY-SECTION SECTION.
           MOVE "QUERY RESULTS" TO COMPARE-REPORT-LINE
           WRITE COMPARE-REPORT-LINE
           EVALUATE TRUE
               WHEN LIVE-FROM-USAGE
                   MOVE SPACES TO COMPARE-REPORT-LINE
                   STRING "  LIVE QUERYRES.DAT IS NO LONGER THIS "
                       DELIMITED BY SIZE
                       "DATE'S -- LIVE ROW COUNTS FROM QRYUSAGE.DAT, "
                       DELIMITED BY SIZE
                       "AMOUNTS NOT COMPARED" DELIMITED BY SIZE
                       INTO COMPARE-REPORT-LINE
                   END-STRING
                   WRITE COMPARE-REPORT-LINE
               WHEN LIVE-NOT-FOUND
                   MOVE "  NO LIVE RUN FOUND FOR THIS DATE"
                       TO COMPARE-REPORT-LINE
                   WRITE COMPARE-REPORT-LINE
           END-EVALUATE
           IF NOT SHADOW-TRAILER-SEEN
               MOVE SPACES TO COMPARE-REPORT-LINE
               STRING "  SHADOW QUERYRES.DAT HAS NO CONTROL TRAILER "
                   DELIMITED BY SIZE
                   "-- SHADOW RESULTS ARE INCOMPLETE" DELIMITED BY SIZE
                   INTO COMPARE-REPORT-LINE
               END-STRING
               WRITE COMPARE-REPORT-LINE
           END-IF
           MOVE RPT-QUERY-HEAD-LINE TO COMPARE-REPORT-LINE
           WRITE COMPARE-REPORT-LINE
           PERFORM VARYING CMP-IDX FROM 1 BY 1
                   UNTIL CMP-IDX > CMP-QUERY-COUNT
               PERFORM WRITE-ONE-QUERY-LINE
           END-PERFORM
           IF CMP-QUERY-COUNT = ZERO
               MOVE "  NO QUERY RESULTS ON EITHER SIDE"
                   TO COMPARE-REPORT-LINE
               WRITE COMPARE-REPORT-LINE
           END-IF
           MOVE WS-ADDED-COUNT TO CMP-SUM-ADDED
           MOVE WS-REMOVED-COUNT TO CMP-SUM-REMOVED
           MOVE WS-CHANGED-COUNT TO CMP-SUM-CHANGED
           MOVE WS-SAME-COUNT TO CMP-SUM-SAME
           MOVE RPT-SUMMARY-LINE TO COMPARE-REPORT-LINE
           WRITE COMPARE-REPORT-LINE
           MOVE SPACES TO COMPARE-REPORT-LINE
           WRITE COMPARE-REPORT-LINE
           .

      * A side the query did not run on shows "-"; a difference is
      * shadow minus live, and only shown when both sides have it.
       WRITE-ONE-QUERY-LINE SECTION.
           MOVE TBL-CMP-QUERY-ID(CMP-IDX) TO CMP-QRY-QUERY-ID
           MOVE TBL-CMP-DB-TYPE(CMP-IDX) TO CMP-QRY-DB-TYPE
           MOVE TBL-CMP-STATUS(CMP-IDX) TO CMP-QRY-STATUS
           MOVE "-" TO CMP-QRY-LIVE-ROWS CMP-QRY-SHDW-ROWS
               CMP-QRY-ROW-DIFF CMP-QRY-LIVE-AMT CMP-QRY-SHDW-AMT
               CMP-QRY-AMT-DIFF CMP-QRY-LIVE-TOL CMP-QRY-SHDW-TOL
           IF TBL-CMP-LIVE-FLAG(CMP-IDX) = "Y"
               MOVE TBL-CMP-LIVE-ROWS(CMP-IDX) TO WS-EDIT-COUNT
               MOVE WS-EDIT-COUNT TO CMP-QRY-LIVE-ROWS
               MOVE TBL-CMP-LIVE-TOL(CMP-IDX) TO CMP-QRY-LIVE-TOL
               IF LIVE-FROM-RESULTS
                   MOVE TBL-CMP-LIVE-AMOUNT(CMP-IDX) TO WS-EDIT-AMOUNT
                   MOVE WS-EDIT-AMOUNT TO CMP-QRY-LIVE-AMT
               END-IF
           END-IF
           IF TBL-CMP-SHDW-FLAG(CMP-IDX) = "Y"
               MOVE TBL-CMP-SHDW-ROWS(CMP-IDX) TO WS-EDIT-COUNT
               MOVE WS-EDIT-COUNT TO CMP-QRY-SHDW-ROWS
               MOVE TBL-CMP-SHDW-TOL(CMP-IDX) TO CMP-QRY-SHDW-TOL
               MOVE TBL-CMP-SHDW-AMOUNT(CMP-IDX) TO WS-EDIT-AMOUNT
               MOVE WS-EDIT-AMOUNT TO CMP-QRY-SHDW-AMT
           END-IF
           IF TBL-CMP-LIVE-FLAG(CMP-IDX) = "Y"
               AND TBL-CMP-SHDW-FLAG(CMP-IDX) = "Y"
               COMPUTE WS-ROW-DIFF = TBL-CMP-SHDW-ROWS(CMP-IDX)
                   - TBL-CMP-LIVE-ROWS(CMP-IDX)
               MOVE WS-ROW-DIFF TO WS-EDIT-DIFF
               MOVE WS-EDIT-DIFF TO CMP-QRY-ROW-DIFF
               IF LIVE-FROM-RESULTS
                   COMPUTE WS-AMOUNT-DIFF =
                       TBL-CMP-SHDW-AMOUNT(CMP-IDX)
                       - TBL-CMP-LIVE-AMOUNT(CMP-IDX)
                   MOVE WS-AMOUNT-DIFF TO WS-EDIT-AMOUNT
                   MOVE WS-EDIT-AMOUNT TO CMP-QRY-AMT-DIFF
               END-IF
           END-IF
           MOVE RPT-QUERY-LINE TO COMPARE-REPORT-LINE
           WRITE COMPARE-REPORT-LINE
           .

       WRITE-REPORT-COUNT-SECTION SECTION.
           MOVE "REPORT RECORD COUNTS" TO COMPARE-REPORT-LINE
           WRITE COMPARE-REPORT-LINE
           MOVE RPT-REPORT-HEAD-LINE TO COMPARE-REPORT-LINE
           WRITE COMPARE-REPORT-LINE
           PERFORM VARYING RPT-IDX FROM 1 BY 1 UNTIL RPT-IDX > 4
               SET RCT-IDX TO RPT-IDX
               MOVE TBL-RPT-TYPE(RPT-IDX) TO CMP-RPT-TYPE
               MOVE "-" TO CMP-RPT-LIVE CMP-RPT-SHADOW CMP-RPT-DIFF
               IF TBL-RCT-LIVE-FLAG(RCT-IDX) = "Y"
                   MOVE TBL-RCT-LIVE-COUNT(RCT-IDX) TO WS-EDIT-COUNT
                   MOVE WS-EDIT-COUNT TO CMP-RPT-LIVE
               END-IF
               IF TBL-RCT-SHDW-FLAG(RCT-IDX) = "Y"
                   MOVE TBL-RCT-SHDW-COUNT(RCT-IDX) TO WS-EDIT-COUNT
                   MOVE WS-EDIT-COUNT TO CMP-RPT-SHADOW
               END-IF
               IF TBL-RCT-LIVE-FLAG(RCT-IDX) = "Y"
                   AND TBL-RCT-SHDW-FLAG(RCT-IDX) = "Y"
                   COMPUTE WS-ROW-DIFF = TBL-RCT-SHDW-COUNT(RCT-IDX)
                       - TBL-RCT-LIVE-COUNT(RCT-IDX)
                   MOVE WS-ROW-DIFF TO WS-EDIT-DIFF
                   MOVE WS-EDIT-DIFF TO CMP-RPT-DIFF
               END-IF
               MOVE RPT-REPORT-LINE TO COMPARE-REPORT-LINE
               WRITE COMPARE-REPORT-LINE
           END-PERFORM
           .

      * A file in only one side's package, or a side with no
      * manifest for the date, shows "-"; the totals difference is
      * shadow minus live as elsewhere on the report.
       WRITE-MANIFEST-SECTION SECTION.
           MOVE SPACES TO COMPARE-REPORT-LINE
           WRITE COMPARE-REPORT-LINE
           MOVE "MIS MANIFEST" TO COMPARE-REPORT-LINE
           WRITE COMPARE-REPORT-LINE
           IF NOT LIVE-MANIFEST-FOUND
               MOVE SPACES TO COMPARE-REPORT-LINE
               STRING "  LIVE MISMANIF.DAT IS NOT THIS DATE'S -- "
                   DELIMITED BY SIZE
                   "LIVE PACKAGE NOT COMPARED" DELIMITED BY SIZE
                   INTO COMPARE-REPORT-LINE
               END-STRING
               WRITE COMPARE-REPORT-LINE
           END-IF
           IF NOT SHADOW-MANIFEST-FOUND
               MOVE SPACES TO COMPARE-REPORT-LINE
               STRING "  SHADOW MISMANIF.DAT HAS NO TRAILER -- "
                   DELIMITED BY SIZE
                   "MISPKG DID NOT COMPLETE IN THE SHADOW CYCLE"
                   DELIMITED BY SIZE
                   INTO COMPARE-REPORT-LINE
               END-STRING
               WRITE COMPARE-REPORT-LINE
           END-IF
           MOVE RPT-MANIFEST-HEAD-LINE TO COMPARE-REPORT-LINE
           WRITE COMPARE-REPORT-LINE
           PERFORM VARYING MAN-IDX FROM 1 BY 1
                   UNTIL MAN-IDX > MAN-FILE-COUNT
               MOVE TBL-MAN-FILE-NAME(MAN-IDX) TO CMP-MAN-ITEM
               MOVE "-" TO CMP-MAN-LIVE CMP-MAN-SHADOW CMP-MAN-DIFF
               IF TBL-MAN-LIVE-FLAG(MAN-IDX) = "Y"
                   MOVE TBL-MAN-LIVE-COUNT(MAN-IDX) TO WS-EDIT-COUNT
                   MOVE WS-EDIT-COUNT TO CMP-MAN-LIVE
               END-IF
               IF TBL-MAN-SHDW-FLAG(MAN-IDX) = "Y"
                   MOVE TBL-MAN-SHDW-COUNT(MAN-IDX) TO WS-EDIT-COUNT
                   MOVE WS-EDIT-COUNT TO CMP-MAN-SHADOW
               END-IF
               IF TBL-MAN-LIVE-FLAG(MAN-IDX) = "Y"
                   AND TBL-MAN-SHDW-FLAG(MAN-IDX) = "Y"
                   COMPUTE WS-TOTAL-DIFF = TBL-MAN-SHDW-COUNT(MAN-IDX)
                       - TBL-MAN-LIVE-COUNT(MAN-IDX)
                   MOVE WS-TOTAL-DIFF TO WS-EDIT-TOTAL-DIFF
                   MOVE WS-EDIT-TOTAL-DIFF TO CMP-MAN-DIFF
               END-IF
               MOVE RPT-MANIFEST-LINE TO COMPARE-REPORT-LINE
               WRITE COMPARE-REPORT-LINE
           END-PERFORM
           MOVE "TOTAL ROWS" TO CMP-MAN-ITEM
           MOVE "-" TO CMP-MAN-LIVE CMP-MAN-SHADOW CMP-MAN-DIFF
           IF LIVE-MANIFEST-FOUND
               MOVE WS-LIVE-MAN-ROWS TO WS-EDIT-COUNT
               MOVE WS-EDIT-COUNT TO CMP-MAN-LIVE
           END-IF
           IF SHADOW-MANIFEST-FOUND
               MOVE WS-SHDW-MAN-ROWS TO WS-EDIT-COUNT
               MOVE WS-EDIT-COUNT TO CMP-MAN-SHADOW
           END-IF
           IF LIVE-MANIFEST-FOUND AND SHADOW-MANIFEST-FOUND
               COMPUTE WS-TOTAL-DIFF = WS-SHDW-MAN-ROWS
                   - WS-LIVE-MAN-ROWS
               MOVE WS-TOTAL-DIFF TO WS-EDIT-TOTAL-DIFF
               MOVE WS-EDIT-TOTAL-DIFF TO CMP-MAN-DIFF
           END-IF
           MOVE RPT-MANIFEST-LINE TO COMPARE-REPORT-LINE
           WRITE COMPARE-REPORT-LINE
           MOVE "RESULT COUNT" TO CMP-MAN-ITEM
           MOVE "-" TO CMP-MAN-LIVE CMP-MAN-SHADOW CMP-MAN-DIFF
           IF LIVE-MANIFEST-FOUND
               MOVE WS-LIVE-MAN-RESULTS TO WS-EDIT-COUNT
               MOVE WS-EDIT-COUNT TO CMP-MAN-LIVE
           END-IF
           IF SHADOW-MANIFEST-FOUND
               MOVE WS-SHDW-MAN-RESULTS TO WS-EDIT-COUNT
               MOVE WS-EDIT-COUNT TO CMP-MAN-SHADOW
           END-IF
           IF LIVE-MANIFEST-FOUND AND SHADOW-MANIFEST-FOUND
               COMPUTE WS-TOTAL-DIFF = WS-SHDW-MAN-RESULTS
                   - WS-LIVE-MAN-RESULTS
               MOVE WS-TOTAL-DIFF TO WS-EDIT-TOTAL-DIFF
               MOVE WS-EDIT-TOTAL-DIFF TO CMP-MAN-DIFF
           END-IF
           MOVE RPT-MANIFEST-LINE TO COMPARE-REPORT-LINE
           WRITE COMPARE-REPORT-LINE
           MOVE "RELEASE" TO CMP-MAN-ITEM
           MOVE "-" TO CMP-MAN-LIVE CMP-MAN-SHADOW CMP-MAN-DIFF
           IF LIVE-MANIFEST-FOUND AND WS-LIVE-MAN-STATUS NOT = SPACES
               MOVE ZERO TO WS-STATUS-LEN
               INSPECT WS-LIVE-MAN-STATUS TALLYING WS-STATUS-LEN
                   FOR CHARACTERS BEFORE INITIAL SPACE
               MOVE WS-LIVE-MAN-STATUS(1:WS-STATUS-LEN) TO CMP-MAN-LIVE
           END-IF
           IF SHADOW-MANIFEST-FOUND AND WS-SHDW-MAN-STATUS NOT = SPACES
               MOVE ZERO TO WS-STATUS-LEN
               INSPECT WS-SHDW-MAN-STATUS TALLYING WS-STATUS-LEN
                   FOR CHARACTERS BEFORE INITIAL SPACE
               MOVE WS-SHDW-MAN-STATUS(1:WS-STATUS-LEN)
                   TO CMP-MAN-SHADOW
           END-IF
           IF LIVE-MANIFEST-FOUND AND SHADOW-MANIFEST-FOUND
               IF WS-LIVE-MAN-STATUS = WS-SHDW-MAN-STATUS
                   MOVE "SAME" TO CMP-MAN-DIFF
               ELSE
                   MOVE "CHANGED" TO CMP-MAN-DIFF
               END-IF
           END-IF
           MOVE RPT-MANIFEST-LINE TO COMPARE-REPORT-LINE
           WRITE COMPARE-REPORT-LINE
           .
