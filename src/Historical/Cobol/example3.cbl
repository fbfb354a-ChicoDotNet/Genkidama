               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL DIST-MANIFEST-FILE ASSIGN TO "DISTMANF.DAT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT UNKNOWN-ACCOUNT-FILE ASSIGN TO "UNKACCT.RPT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL REPORT-GENERATIONS-FILE
               ASSIGN TO "RPTGENS.DAT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL REPORT-CATALOG-FILE ASSIGN TO "RPTCATLG.DAT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT GENERATION-SOURCE-FILE
               ASSIGN TO DYNAMIC WS-ROUTED-FILE
               ORGANIZATION LINE SEQUENTIAL.
           SELECT GENERATION-COPY-FILE
               ASSIGN TO DYNAMIC WS-GEN-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PDF-REPORT-FILE.
       01  PDF-REPORT-LINE          PIC X(150).

       FD  HTML-REPORT-FILE.
       01  HTML-REPORT-LINE         PIC X(150).

       FD  CSV-REPORT-FILE.
       01  CSV-REPORT-LINE          PIC X(150).

       FD  XML-REPORT-FILE.
       01  XML-REPORT-LINE          PIC X(150).

       FD  REPORT-CHECKPOINT-FILE.
       COPY Checkpoint.
       COPY QueryResult.

       FD  BURST-REPORT-FILE.
       01  BURST-REPORT-LINE        PIC X(150).

       FD  DIST-MANIFEST-FILE.
       COPY DistManif.

       FD  UNKNOWN-ACCOUNT-FILE.
       01  UNKNOWN-ACCOUNT-LINE     PIC X(100).

       FD  REPORT-GENERATIONS-FILE.
       COPY RptGens.

       FD  REPORT-CATALOG-FILE.
       COPY RptCatlg.

       FD  GENERATION-SOURCE-FILE.
       01  GENERATION-SOURCE-LINE   PIC X(150).

       FD  GENERATION-COPY-FILE.
       01  GENERATION-COPY-LINE     PIC X(150).

       WORKING-STORAGE SECTION.
       01 REPORT-TYPE        PIC X(10).
       01 WS-RESTART-REPORT-TYPE  PIC X(10).
       01 CKPT-LIST-TABLE.
           05 CKPT-LIST-ENTRY OCCURS 100 TIMES INDEXED BY CKPT-IDX.
               10 TBL-CKPT-REPORT-TYPE  PIC X(10).
       01 WS-ENR-NAME        PIC X(30).
       01 WS-ENR-BRANCH      PIC X(6).
       01 WS-ENR-OWNER       PIC X(20).
       01 WS-UNKNOWN-COUNT   PIC 9(7) VALUE ZERO.
       01 WS-CLOSED-ACCT-COUNT PIC 9(7) VALUE ZERO.
       01 WS-RGN-EOF-FLAG    PIC X VALUE "N".
           88 REPORT-GENERATIONS-EOF VALUE "Y".
       01 RGN-LIST-COUNT     PIC 9(4) VALUE ZERO.
       01 RGN-LIST-TABLE.
           05 RGN-LIST-ENTRY OCCURS 20 TIMES INDEXED BY RGN-IDX.
               10 TBL-RGN-REPORT-TYPE   PIC X(10).
               10 TBL-RGN-KEEP-COUNT    PIC 9(3).
       01 WS-GENS-KEPT       PIC 9(3) VALUE ZERO.
       01 WS-CAT-EOF-FLAG    PIC X VALUE "N".
           88 REPORT-CATALOG-EOF     VALUE "Y".
       01 WS-CAT-OVFL-FLAG   PIC X VALUE "N".
           88 CATALOG-LOAD-OVERFLOWED VALUE "Y".
       01 CATALOG-COUNT      PIC 9(4) VALUE ZERO.
       01 CATALOG-TABLE.
           05 CATALOG-ENTRY OCCURS 600 TIMES INDEXED BY CAT-IDX.
               10 TBL-CAT-RECORD        PIC X(367).
               10 TBL-CAT-PURGED-FLAG   PIC X.
                   88 CATALOG-ROW-PURGED    VALUE "Y".
       01 WS-CAT-SUB         PIC 9(4).
       01 WS-OLDEST-SUB      PIC 9(4).
       01 WS-OLDEST-DATE     PIC X(8).
       01 WS-GEN-LIVE-COUNT  PIC 9(4).
       01 WS-GEN-FILE-NAME   PIC X(30).
       01 WS-GEN-SCOPE       PIC X(10).
       01 WS-GEN-RECORD-COUNT PIC 9(7).
       01 WS-GEN-EOF-FLAG    PIC X VALUE "N".
           88 GENERATION-SOURCE-EOF  VALUE "Y".
       01 WS-SAVED-RC        PIC S9(9) COMP-5.
       COPY RunParm.
       COPY AcctLkupArea.

       LINKAGE SECTION.
       COPY QueryResultSet.
               GOBACK
           END-IF
       END-IF
       PERFORM WRITE-UNKNOWN-ACCOUNT-LIST
       PERFORM LOAD-CHECKPOINTS
       PERFORM DETERMINE-RESTART-POINT
       PERFORM LOAD-DISTRIBUTION-LIST
       PERFORM LOAD-REPORT-GENERATIONS
       PERFORM LOAD-REPORT-CATALOG
       PERFORM VARYING RPT-IDX FROM RPT-START-IDX BY 1
               UNTIL RPT-IDX > 4
           MOVE RPT-LIST-CODE(RPT-IDX) TO REPORT-TYPE
           PERFORM TEST-REPORT
       END-PERFORM
       MOVE "E" TO ALK-REQUEST
       CALL "AcctLkup" USING ACCOUNT-LOOKUP-AREA
       GOBACK.

      * Every detail row's COL-1 key is looked up on the account
      * master; a key the master does not know, or knows only as
      * closed, is listed here once per detail row so it is chased
      * rather than printed blank. The listing is rewritten every
      * run, so an empty night leaves an empty listing, not the
      * last one with data.
       WRITE-UNKNOWN-ACCOUNT-LIST SECTION.
           MOVE ZERO TO WS-UNKNOWN-COUNT
           MOVE ZERO TO WS-CLOSED-ACCT-COUNT
           OPEN OUTPUT UNKNOWN-ACCOUNT-FILE
           MOVE SPACES TO UNKNOWN-ACCOUNT-LINE
           STRING "UNKNOWN ACCOUNTS -- business date "
               DELIMITED BY SIZE
               RUN-BUSINESS-DATE DELIMITED BY SIZE
               " run " DELIMITED BY SIZE
               RUN-ID DELIMITED BY SIZE
               INTO UNKNOWN-ACCOUNT-LINE
           END-STRING
           WRITE UNKNOWN-ACCOUNT-LINE
           IF QRS-COUNT > 0
               MOVE "N" TO WS-QRES-EOF-FLAG
               OPEN INPUT QUERY-RESULT-FILE
               PERFORM UNTIL QUERY-RESULT-EOF
                   READ QUERY-RESULT-FILE
                       AT END SET QUERY-RESULT-EOF TO TRUE
                       NOT AT END
                           IF QRES-IS-DETAIL
                               PERFORM CHECK-DETAIL-ACCOUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE QUERY-RESULT-FILE
           END-IF
           MOVE SPACES TO UNKNOWN-ACCOUNT-LINE
           STRING "  Not on master " DELIMITED BY SIZE
               WS-UNKNOWN-COUNT DELIMITED BY SIZE
               "  closed on master " DELIMITED BY SIZE
               WS-CLOSED-ACCT-COUNT DELIMITED BY SIZE
               INTO UNKNOWN-ACCOUNT-LINE
           END-STRING
           WRITE UNKNOWN-ACCOUNT-LINE
           CLOSE UNKNOWN-ACCOUNT-FILE
           IF WS-UNKNOWN-COUNT > ZERO OR WS-CLOSED-ACCT-COUNT > ZERO
               DISPLAY "Unknown accounts: " WS-UNKNOWN-COUNT
                   " not on master, " WS-CLOSED-ACCT-COUNT
                   " closed -- see UNKACCT.RPT"
           END-IF
           .

       CHECK-DETAIL-ACCOUNT SECTION.
           PERFORM LOOK-UP-DETAIL-ACCOUNT
           IF NOT ALK-ACCOUNT-FOUND OR ALK-ACCOUNT-CLOSED
               MOVE SPACES TO UNKNOWN-ACCOUNT-LINE
               STRING "  " DELIMITED BY SIZE
                   QRES-DET-DB-TYPE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   QRES-DET-QUERY-ID DELIMITED BY SIZE
                   " row " DELIMITED BY SIZE
                   QRES-DET-ROW-NUM DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   QRES-DET-COL-1 DELIMITED BY SIZE
                   INTO UNKNOWN-ACCOUNT-LINE
               END-STRING
               IF ALK-ACCOUNT-FOUND
                   MOVE "CLOSED ON MASTER" TO UNKNOWN-ACCOUNT-LINE(60:)
                   ADD 1 TO WS-CLOSED-ACCT-COUNT
               ELSE
                   MOVE "NOT ON MASTER" TO UNKNOWN-ACCOUNT-LINE(60:)
                   ADD 1 TO WS-UNKNOWN-COUNT
               END-IF
               WRITE UNKNOWN-ACCOUNT-LINE
           END-IF
           .

      * Fills the name, branch, and owner printed after a detail
      * row's columns; an unknown key prints as such, never blank.
       LOOK-UP-DETAIL-ACCOUNT SECTION.
           MOVE "L" TO ALK-REQUEST
           MOVE QRES-DET-COL-1 TO ALK-ACCOUNT-KEY
           CALL "AcctLkup" USING ACCOUNT-LOOKUP-AREA
           IF ALK-ACCOUNT-FOUND
               MOVE ALK-ACCOUNT-NAME TO WS-ENR-NAME
               MOVE ALK-BRANCH TO WS-ENR-BRANCH
               MOVE ALK-OWNER TO WS-ENR-OWNER
           ELSE
               MOVE "*UNKNOWN ACCOUNT*" TO WS-ENR-NAME
               MOVE "?" TO WS-ENR-BRANCH
               MOVE "?" TO WS-ENR-OWNER
           END-IF
           .

      * The merged result file carries a control trailer with its
      * header and detail counts. A file that counts differently, or
      * has no trailer at all, is truncated or mid-write; the step
               DISPLAY "Testing report type: " REPORT-TYPE
               PERFORM GENERATE-REPORT
               PERFORM BURST-REPORT
               PERFORM KEEP-REPORT-GENERATIONS
               PERFORM DISTRIBUTE-REPORT
               PERFORM WRITE-CHECKPOINT
               MOVE "SUCCESS" TO WS-AUDIT-STATUS
           END-PERFORM
           .

       LOAD-REPORT-GENERATIONS SECTION.
           OPEN INPUT REPORT-GENERATIONS-FILE
           PERFORM UNTIL REPORT-GENERATIONS-EOF
               READ REPORT-GENERATIONS-FILE
                   AT END SET REPORT-GENERATIONS-EOF TO TRUE
                   NOT AT END
                       IF RGN-LIST-COUNT < 20
                           ADD 1 TO RGN-LIST-COUNT
                           SET RGN-IDX TO RGN-LIST-COUNT
                           MOVE RGN-REPORT-TYPE
                               TO TBL-RGN-REPORT-TYPE(RGN-IDX)
                           MOVE RGN-KEEP-COUNT
                               TO TBL-RGN-KEEP-COUNT(RGN-IDX)
                       ELSE
                           DISPLAY "LOAD-REPORT-GENERATIONS: "
                               "RPTGENS.DAT has more than 20 rows "
                               "-- ignoring the rest"
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REPORT-GENERATIONS-FILE
           .

      * Rewriting a catalog that did not fit in the table would drop
      * its tail, so an overflowed load still keeps tonight's
      * generations but neither catalogues nor purges any.
       LOAD-REPORT-CATALOG SECTION.
           OPEN INPUT REPORT-CATALOG-FILE
           PERFORM UNTIL REPORT-CATALOG-EOF
               READ REPORT-CATALOG-FILE
                   AT END SET REPORT-CATALOG-EOF TO TRUE
                   NOT AT END
                       IF CATALOG-COUNT < 600
                           ADD 1 TO CATALOG-COUNT
                           SET CAT-IDX TO CATALOG-COUNT
                           MOVE REPORT-CATALOG-RECORD
                               TO TBL-CAT-RECORD(CAT-IDX)
                           MOVE "N" TO TBL-CAT-PURGED-FLAG(CAT-IDX)
                       ELSE
                           SET CATALOG-LOAD-OVERFLOWED TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REPORT-CATALOG-FILE
           IF CATALOG-LOAD-OVERFLOWED
               DISPLAY "LOAD-REPORT-CATALOG: RPTCATLG.DAT has more "
                   "than 600 rows -- generations kept but not "
                   "catalogued or purged"
           END-IF
           .

      * Tonight's report, and each burst file that has a recipient,
      * is copied to a dated generation before anything is routed,
      * so the manifest can name the generation each recipient was
      * sent and RptSend can send it again after tomorrow's run has
      * overwritten the live file. A type whose kept count is set
      * to zero keeps no new generation, but its existing ones are
      * still purged and dropped from the catalog.
       KEEP-REPORT-GENERATIONS SECTION.
           PERFORM FIND-GENERATIONS-KEPT
           IF WS-GENS-KEPT > ZERO
               PERFORM SET-MAIN-REPORT-NAME
               MOVE "ALL" TO WS-GEN-SCOPE
               PERFORM SAVE-REPORT-GENERATION
               PERFORM VARYING RUN-PARM-DB-IDX FROM 1 BY 1
                       UNTIL RUN-PARM-DB-IDX > 4
                   MOVE RUN-PARM-DB-CODE(RUN-PARM-DB-IDX)
                       TO WS-BURST-DB-TYPE
                   PERFORM CHECK-SCOPE-HAS-RECIPIENT
                   IF SCOPE-HAS-RECIPIENT
                       PERFORM SET-BURST-FILE-NAME
                       MOVE WS-BURST-FILE-NAME TO WS-ROUTED-FILE
                       MOVE WS-BURST-DB-TYPE TO WS-GEN-SCOPE
                       PERFORM SAVE-REPORT-GENERATION
                   END-IF
               END-PERFORM
               IF NOT CATALOG-LOAD-OVERFLOWED
                   PERFORM WRITE-REPORT-CATALOG
               END-IF
           ELSE
               IF NOT CATALOG-LOAD-OVERFLOWED
                   MOVE "ALL" TO WS-GEN-SCOPE
                   PERFORM PURGE-OLD-GENERATIONS
                   PERFORM VARYING RUN-PARM-DB-IDX FROM 1 BY 1
                           UNTIL RUN-PARM-DB-IDX > 4
                       MOVE RUN-PARM-DB-CODE(RUN-PARM-DB-IDX)
                           TO WS-GEN-SCOPE
                       PERFORM PURGE-OLD-GENERATIONS
                   END-PERFORM
                   PERFORM WRITE-REPORT-CATALOG
               END-IF
           END-IF
           .

       FIND-GENERATIONS-KEPT SECTION.
           MOVE 7 TO WS-GENS-KEPT
           PERFORM VARYING RGN-IDX FROM 1 BY 1
                   UNTIL RGN-IDX > RGN-LIST-COUNT
               IF TBL-RGN-REPORT-TYPE(RGN-IDX) = REPORT-TYPE
                   MOVE TBL-RGN-KEEP-COUNT(RGN-IDX) TO WS-GENS-KEPT
               END-IF
           END-PERFORM
           .

       SET-GENERATION-FILE-NAME SECTION.
           MOVE SPACES TO WS-GEN-FILE-NAME
           STRING WS-ROUTED-FILE DELIMITED BY SPACE
               ".G" DELIMITED BY SIZE
               RUN-BUSINESS-DATE DELIMITED BY SIZE
               INTO WS-GEN-FILE-NAME
           END-STRING
           .

       SAVE-REPORT-GENERATION SECTION.
           PERFORM SET-GENERATION-FILE-NAME
           MOVE ZERO TO WS-GEN-RECORD-COUNT
           MOVE "N" TO WS-GEN-EOF-FLAG
           OPEN INPUT GENERATION-SOURCE-FILE
           OPEN OUTPUT GENERATION-COPY-FILE
           PERFORM UNTIL GENERATION-SOURCE-EOF
               READ GENERATION-SOURCE-FILE
                   AT END SET GENERATION-SOURCE-EOF TO TRUE
                   NOT AT END
                       MOVE GENERATION-SOURCE-LINE
                           TO GENERATION-COPY-LINE
                       WRITE GENERATION-COPY-LINE
                       ADD 1 TO WS-GEN-RECORD-COUNT
               END-READ
           END-PERFORM
           CLOSE GENERATION-COPY-FILE
           CLOSE GENERATION-SOURCE-FILE
           DISPLAY "Kept generation " WS-GEN-FILE-NAME ": "
               WS-GEN-RECORD-COUNT " record(s)"
           IF NOT CATALOG-LOAD-OVERFLOWED
               PERFORM CATALOG-GENERATION
               PERFORM PURGE-OLD-GENERATIONS
           END-IF
           .

      * A rerun or restart of the same business date overwrote the
      * generation file, so it replaces that date's catalog row too.
       CATALOG-GENERATION SECTION.
           MOVE ZERO TO WS-CAT-SUB
           PERFORM VARYING CAT-IDX FROM 1 BY 1
                   UNTIL CAT-IDX > CATALOG-COUNT
               MOVE TBL-CAT-RECORD(CAT-IDX) TO REPORT-CATALOG-RECORD
               IF NOT CATALOG-ROW-PURGED(CAT-IDX)
                   AND CAT-BUSINESS-DATE = RUN-BUSINESS-DATE
                   AND CAT-REPORT-TYPE = REPORT-TYPE
                   AND CAT-SCOPE = WS-GEN-SCOPE
                   SET WS-CAT-SUB TO CAT-IDX
               END-IF
           END-PERFORM
           IF WS-CAT-SUB = ZERO
               IF CATALOG-COUNT < 600
                   ADD 1 TO CATALOG-COUNT
                   MOVE CATALOG-COUNT TO WS-CAT-SUB
               ELSE
                   DISPLAY "CATALOG-GENERATION: RPTCATLG.DAT has more "
                       "than 600 rows -- " WS-GEN-FILE-NAME
                       " not catalogued"
               END-IF
           END-IF
           IF WS-CAT-SUB > ZERO
               MOVE SPACES TO REPORT-CATALOG-RECORD
               MOVE RUN-BUSINESS-DATE TO CAT-BUSINESS-DATE
               MOVE REPORT-TYPE TO CAT-REPORT-TYPE
               MOVE WS-GEN-SCOPE TO CAT-SCOPE
               MOVE WS-ROUTED-FILE TO CAT-FILE-NAME
               MOVE WS-GEN-FILE-NAME TO CAT-GEN-FILE-NAME
               MOVE RUN-ID TO CAT-RUN-ID
               MOVE WS-GEN-RECORD-COUNT TO CAT-RECORD-COUNT
               MOVE FUNCTION CURRENT-DATE TO CAT-CREATED-TS
               MOVE ZERO TO CAT-RECIPIENT-COUNT
               PERFORM VARYING DIST-IDX FROM 1 BY 1
                       UNTIL DIST-IDX > DIST-LIST-COUNT
                   IF TBL-DIST-REPORT-TYPE(DIST-IDX) = REPORT-TYPE
                       AND TBL-DIST-SCOPE(DIST-IDX) = WS-GEN-SCOPE
                       PERFORM CATALOG-RECIPIENT
                   END-IF
               END-PERFORM
               SET CAT-IDX TO WS-CAT-SUB
               MOVE REPORT-CATALOG-RECORD TO TBL-CAT-RECORD(CAT-IDX)
               MOVE "N" TO TBL-CAT-PURGED-FLAG(CAT-IDX)
           END-IF
           .

       CATALOG-RECIPIENT SECTION.
           IF CAT-RECIPIENT-COUNT < 5
               ADD 1 TO CAT-RECIPIENT-COUNT
               MOVE TBL-DIST-RECIPIENT(DIST-IDX)
                   TO CAT-RECIPIENT(CAT-RECIPIENT-COUNT)
           ELSE
               DISPLAY "CATALOG-GENERATION: more than 5 recipients "
                   "for " WS-GEN-FILE-NAME " -- "
                   TBL-DIST-RECIPIENT(DIST-IDX) " not catalogued"
           END-IF
           .

      * Oldest generations of this report type and scope beyond the
      * kept count are deleted from disk and dropped from the
      * catalog. The delete routine reports through RETURN-CODE, so
      * the step's own return code is put back afterwards; a
      * generation already removed by hand is simply dropped.
       PURGE-OLD-GENERATIONS SECTION.
           MOVE ZERO TO WS-GEN-LIVE-COUNT
           PERFORM VARYING CAT-IDX FROM 1 BY 1
                   UNTIL CAT-IDX > CATALOG-COUNT
               MOVE TBL-CAT-RECORD(CAT-IDX) TO REPORT-CATALOG-RECORD
               IF NOT CATALOG-ROW-PURGED(CAT-IDX)
                   AND CAT-REPORT-TYPE = REPORT-TYPE
                   AND CAT-SCOPE = WS-GEN-SCOPE
                   ADD 1 TO WS-GEN-LIVE-COUNT
               END-IF
           END-PERFORM
           PERFORM UNTIL WS-GEN-LIVE-COUNT NOT > WS-GENS-KEPT
               PERFORM FIND-OLDEST-GENERATION
               SET CAT-IDX TO WS-OLDEST-SUB
               MOVE TBL-CAT-RECORD(CAT-IDX) TO REPORT-CATALOG-RECORD
               MOVE RETURN-CODE TO WS-SAVED-RC
               CALL "CBL_DELETE_FILE" USING CAT-GEN-FILE-NAME
               MOVE WS-SAVED-RC TO RETURN-CODE
               MOVE "Y" TO TBL-CAT-PURGED-FLAG(CAT-IDX)
               DISPLAY "Purged generation " CAT-GEN-FILE-NAME
               SUBTRACT 1 FROM WS-GEN-LIVE-COUNT
           END-PERFORM
           .

       FIND-OLDEST-GENERATION SECTION.
           MOVE ZERO TO WS-OLDEST-SUB
           MOVE HIGH-VALUES TO WS-OLDEST-DATE
           PERFORM VARYING CAT-IDX FROM 1 BY 1
                   UNTIL CAT-IDX > CATALOG-COUNT
               MOVE TBL-CAT-RECORD(CAT-IDX) TO REPORT-CATALOG-RECORD
               IF NOT CATALOG-ROW-PURGED(CAT-IDX)
                   AND CAT-REPORT-TYPE = REPORT-TYPE
                   AND CAT-SCOPE = WS-GEN-SCOPE
                   AND CAT-BUSINESS-DATE < WS-OLDEST-DATE
                   MOVE CAT-BUSINESS-DATE TO WS-OLDEST-DATE
                   SET WS-OLDEST-SUB TO CAT-IDX
               END-IF
           END-PERFORM
           .

       WRITE-REPORT-CATALOG SECTION.
           OPEN OUTPUT REPORT-CATALOG-FILE
           PERFORM VARYING CAT-IDX FROM 1 BY 1
                   UNTIL CAT-IDX > CATALOG-COUNT
               IF NOT CATALOG-ROW-PURGED(CAT-IDX)
                   MOVE TBL-CAT-RECORD(CAT-IDX)
                       TO REPORT-CATALOG-RECORD
                   WRITE REPORT-CATALOG-RECORD
               END-IF
           END-PERFORM
           CLOSE REPORT-CATALOG-FILE
           .

       SET-MAIN-REPORT-NAME SECTION.
           EVALUATE REPORT-TYPE
               WHEN "pdf"
           MOVE WS-ROUTED-FILE TO DMN-FILE-NAME
           MOVE TBL-DIST-RECIPIENT(DIST-IDX) TO DMN-RECIPIENT
           MOVE RUN-ID TO DMN-RUN-ID
           MOVE "SENT" TO DMN-ACTION
           IF WS-GENS-KEPT > ZERO
               PERFORM SET-GENERATION-FILE-NAME
               MOVE WS-GEN-FILE-NAME TO DMN-GEN-FILE-NAME
           ELSE
               MOVE SPACES TO DMN-GEN-FILE-NAME
           END-IF
           MOVE FUNCTION CURRENT-DATE TO DMN-ACTION-TS
           MOVE SPACES TO DMN-OPERATOR-ID
           OPEN EXTEND DIST-MANIFEST-FILE
           WRITE DIST-MANIFEST-RECORD
           CLOSE DIST-MANIFEST-FILE
                           DELIMITED BY SIZE
                           INTO BURST-REPORT-LINE
                   ELSE
                       PERFORM LOOK-UP-DETAIL-ACCOUNT
                       STRING "PDF det: " QRES-DET-QUERY-ID
                           " " QRES-DET-ROW-NUM
                           " " QRES-DET-COL-1
                           " " QRES-DET-COL-2
                           " " QRES-DET-COL-3
                           " " WS-ENR-NAME
                           " " WS-ENR-BRANCH
                           " " WS-ENR-OWNER
                           DELIMITED BY SIZE
                           INTO BURST-REPORT-LINE
                   END-IF
                           DELIMITED BY SIZE
                           INTO BURST-REPORT-LINE
                   ELSE
                       PERFORM LOOK-UP-DETAIL-ACCOUNT
                       STRING "<td>" QRES-DET-QUERY-ID
                           " " QRES-DET-ROW-NUM
                           " " QRES-DET-COL-1
                           " " QRES-DET-COL-2
                           " " QRES-DET-COL-3
                           " " WS-ENR-NAME
                           " " WS-ENR-BRANCH
                           " " WS-ENR-OWNER
                           "</td>"
                           DELIMITED BY SIZE
                           INTO BURST-REPORT-LINE
                           DELIMITED BY SIZE
                           INTO BURST-REPORT-LINE
                   ELSE
                       PERFORM LOOK-UP-DETAIL-ACCOUNT
                       STRING "," QRES-DET-QUERY-ID
                           "," QRES-DET-ROW-NUM
                           "," QRES-DET-COL-1
                           "," QRES-DET-COL-2
                           "," QRES-DET-COL-3
                           "," WS-ENR-NAME
                           "," WS-ENR-BRANCH
                           "," WS-ENR-OWNER
                           DELIMITED BY SIZE
                           INTO BURST-REPORT-LINE
                   END-IF
                           DELIMITED BY SIZE
                           INTO BURST-REPORT-LINE
                   ELSE
                       PERFORM LOOK-UP-DETAIL-ACCOUNT
                       STRING "<det>" QRES-DET-QUERY-ID
                           " " QRES-DET-ROW-NUM
                           " " QRES-DET-COL-1
                           " " QRES-DET-COL-2
                           " " QRES-DET-COL-3
                           " " WS-ENR-NAME
                           " " WS-ENR-BRANCH
                           " " WS-ENR-OWNER
                           "</det>"
                           DELIMITED BY SIZE
                           INTO BURST-REPORT-LINE
                   DELIMITED BY SIZE
                   INTO PDF-REPORT-LINE
           ELSE
               PERFORM LOOK-UP-DETAIL-ACCOUNT
               STRING "PDF det: " QRES-DET-QUERY-ID
                   " " QRES-DET-ROW-NUM
                   " " QRES-DET-COL-1
                   " " QRES-DET-COL-2
                   " " QRES-DET-COL-3
                   " " WS-ENR-NAME
                   " " WS-ENR-BRANCH
                   " " WS-ENR-OWNER
                   DELIMITED BY SIZE
                   INTO PDF-REPORT-LINE
           END-IF
                   DELIMITED BY SIZE
                   INTO HTML-REPORT-LINE
           ELSE
               PERFORM LOOK-UP-DETAIL-ACCOUNT
               STRING "<td>" QRES-DET-QUERY-ID
                   " " QRES-DET-ROW-NUM
                   " " QRES-DET-COL-1
                   " " QRES-DET-COL-2
                   " " QRES-DET-COL-3
                   " " WS-ENR-NAME
                   " " WS-ENR-BRANCH
                   " " WS-ENR-OWNER
                   "</td>"
                   DELIMITED BY SIZE
                   INTO HTML-REPORT-LINE
                   DELIMITED BY SIZE
                   INTO CSV-REPORT-LINE
           ELSE
               PERFORM LOOK-UP-DETAIL-ACCOUNT
               STRING "," QRES-DET-QUERY-ID
                   "," QRES-DET-ROW-NUM
                   "," QRES-DET-COL-1
                   "," QRES-DET-COL-2
                   "," QRES-DET-COL-3
                   "," WS-ENR-NAME
                   "," WS-ENR-BRANCH
                   "," WS-ENR-OWNER
                   DELIMITED BY SIZE
                   INTO CSV-REPORT-LINE
           END-IF
                   DELIMITED BY SIZE
                   INTO XML-REPORT-LINE
           ELSE
               PERFORM LOOK-UP-DETAIL-ACCOUNT
               STRING "<det>" QRES-DET-QUERY-ID
                   " " QRES-DET-ROW-NUM
                   " " QRES-DET-COL-1
                   " " QRES-DET-COL-2
                   " " QRES-DET-COL-3
                   " " WS-ENR-NAME
                   " " WS-ENR-BRANCH
                   " " WS-ENR-OWNER
                   "</det>"
                   DELIMITED BY SIZE
                   INTO XML-REPORT-LINE
