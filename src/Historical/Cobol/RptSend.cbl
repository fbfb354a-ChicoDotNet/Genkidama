       IDENTIFICATION DIVISION.
       PROGRAM-ID. RptSend.
      * Re-sends a dated report generation Example3 kept, for the
      * recipient who reports a missing night. A signed-on operator
      * with view rights on DISTLIST.DAT may list the catalogued
      * generations; update rights are needed to re-send one, either
      * to every recipient it went to that night or to one recipient.
      * A single recipient must be one the generation went to, or be
      * on DISTLIST.DAT today for that report type and scope, so a
      * re-send can never route a report somewhere it was never
      * meant to go. Every re-send is logged to DISTMANF.DAT as a
      * RESEND record with the operator id.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL REPORT-CATALOG-FILE ASSIGN TO "RPTCATLG.DAT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL REPORT-DISTRIBUTION-LIST
               ASSIGN TO "DISTLIST.DAT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL DIST-MANIFEST-FILE ASSIGN TO "DISTMANF.DAT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL GENERATION-FILE
               ASSIGN TO DYNAMIC WS-GEN-FILE-NAME
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  REPORT-CATALOG-FILE.
       COPY RptCatlg.

       FD  REPORT-DISTRIBUTION-LIST.
       COPY DistList.

       FD  DIST-MANIFEST-FILE.
       COPY DistManif.

       FD  GENERATION-FILE.
       01  GENERATION-LINE          PIC X(150).

       WORKING-STORAGE SECTION.
       01 WS-OPERATOR        PIC X(8).
       01 WS-MENU-CHOICE     PIC X(1).
       01 WS-EXIT-FLAG       PIC X VALUE "N".
           88 OPERATOR-IS-DONE       VALUE "Y".
       01 WS-CAT-EOF-FLAG    PIC X VALUE "N".
           88 REPORT-CATALOG-EOF     VALUE "Y".
       01 WS-DIST-EOF-FLAG   PIC X VALUE "N".
           88 DIST-LIST-EOF          VALUE "Y".
       01 WS-GEN-EOF-FLAG    PIC X VALUE "N".
           88 GENERATION-FILE-EOF    VALUE "Y".
       01 WS-FIELD-IN        PIC X(100).
       01 WS-WANTED-DATE     PIC X(8).
       01 WS-WANTED-TYPE     PIC X(10).
       01 WS-WANTED-SCOPE    PIC X(10).
       01 WS-WANTED-RECIPIENT PIC X(50).
       01 WS-GEN-FILE-NAME   PIC X(30).
       01 WS-GEN-LINE-COUNT  PIC 9(7).
       01 WS-CAT-SUB         PIC 9(4).
       01 WS-RCP-SUB         PIC 9(2).
       01 WS-LISTED-COUNT    PIC 9(4) VALUE ZERO.
       01 WS-SENT-COUNT      PIC 9(4) VALUE ZERO.
       01 WS-RCP-OK-FLAG     PIC X VALUE "N".
           88 RECIPIENT-IS-ALLOWED   VALUE "Y".
       01 CATALOG-COUNT      PIC 9(4) VALUE ZERO.
       01 CATALOG-TABLE.
           05 CATALOG-ENTRY OCCURS 600 TIMES INDEXED BY CAT-IDX.
               10 TBL-CAT-RECORD        PIC X(367).
       01 DIST-LIST-COUNT    PIC 9(4) VALUE ZERO.
       01 DIST-LIST-TABLE.
           05 DIST-LIST-ENTRY OCCURS 20 TIMES INDEXED BY DIST-IDX.
               10 TBL-DIST-REPORT-TYPE  PIC X(10).
               10 TBL-DIST-RECIPIENT    PIC X(50).
               10 TBL-DIST-SCOPE        PIC X(10).
       COPY SignOnArea.

       PROCEDURE DIVISION.

       DISPLAY "Report re-send"
       CALL "SignOn" USING SIGN-ON-AREA
       IF NOT SIGN-ON-PASSED
           MOVE 16 TO RETURN-CODE
           GOBACK
       END-IF
       MOVE SGN-OPERATOR-ID TO WS-OPERATOR
       IF SGN-ROLE-DIST NOT = "V" AND SGN-ROLE-DIST NOT = "U"
           DISPLAY "Not authorized to view report generations"
           MOVE 16 TO RETURN-CODE
           GOBACK
       END-IF
       PERFORM LOAD-REPORT-CATALOG
       PERFORM LOAD-DISTRIBUTION-LIST
       PERFORM UNTIL OPERATOR-IS-DONE
           DISPLAY " "
           DISPLAY "1=List generations 2=Re-send 3=Exit"
           ACCEPT WS-MENU-CHOICE
           EVALUATE WS-MENU-CHOICE
               WHEN "1"
                   PERFORM LIST-GENERATIONS
               WHEN "2"
                   IF SGN-ROLE-DIST = "U"
                       PERFORM RESEND-GENERATION
                   ELSE
                       DISPLAY "Not authorized to re-send reports"
                   END-IF
               WHEN "3"
                   SET OPERATOR-IS-DONE TO TRUE
               WHEN OTHER
                   DISPLAY "Unknown option: " WS-MENU-CHOICE
           END-EVALUATE
       END-PERFORM
       DISPLAY "Report re-send ended: " WS-SENT-COUNT
           " re-send(s) logged to DISTMANF.DAT"
       GOBACK.

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
                       ELSE
                           DISPLAY "LOAD-REPORT-CATALOG: RPTCATLG.DAT "
                               "has more than 600 rows -- ignoring "
                               "the rest"
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REPORT-CATALOG-FILE
           .

       LOAD-DISTRIBUTION-LIST SECTION.
           OPEN INPUT REPORT-DISTRIBUTION-LIST
           PERFORM UNTIL DIST-LIST-EOF
               READ REPORT-DISTRIBUTION-LIST
                   AT END SET DIST-LIST-EOF TO TRUE
                   NOT AT END
                       IF DIST-LIST-COUNT < 20
                           ADD 1 TO DIST-LIST-COUNT
                           SET DIST-IDX TO DIST-LIST-COUNT
                           MOVE DIST-REPORT-TYPE
                               TO TBL-DIST-REPORT-TYPE(DIST-IDX)
                           MOVE DIST-RECIPIENT
                               TO TBL-DIST-RECIPIENT(DIST-IDX)
      * Rows from before the scope column default to the full file.
                           IF DIST-SCOPE = SPACES
                               MOVE "ALL" TO TBL-DIST-SCOPE(DIST-IDX)
                           ELSE
                               MOVE DIST-SCOPE
                                   TO TBL-DIST-SCOPE(DIST-IDX)
                           END-IF
                       ELSE
                           DISPLAY "LOAD-DISTRIBUTION-LIST: "
                               "DISTLIST.DAT has more than 20 rows "
                               "-- ignoring the rest"
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REPORT-DISTRIBUTION-LIST
           .

       LIST-GENERATIONS SECTION.
           DISPLAY "Business date (YYYYMMDD, blank for all):"
           MOVE SPACES TO WS-FIELD-IN
           ACCEPT WS-FIELD-IN
           MOVE WS-FIELD-IN TO WS-WANTED-DATE
           MOVE ZERO TO WS-LISTED-COUNT
           PERFORM VARYING CAT-IDX FROM 1 BY 1
                   UNTIL CAT-IDX > CATALOG-COUNT
               MOVE TBL-CAT-RECORD(CAT-IDX) TO REPORT-CATALOG-RECORD
               IF WS-WANTED-DATE = SPACES
                   OR CAT-BUSINESS-DATE = WS-WANTED-DATE
                   ADD 1 TO WS-LISTED-COUNT
                   DISPLAY CAT-BUSINESS-DATE " " CAT-REPORT-TYPE
                       " " CAT-SCOPE " " CAT-GEN-FILE-NAME
                       " run " CAT-RUN-ID " records "
                       CAT-RECORD-COUNT
                   PERFORM VARYING WS-RCP-SUB FROM 1 BY 1
                           UNTIL WS-RCP-SUB > CAT-RECIPIENT-COUNT
                       DISPLAY "    sent to "
                           CAT-RECIPIENT(WS-RCP-SUB)
                   END-PERFORM
               END-IF
           END-PERFORM
           IF WS-LISTED-COUNT = ZERO
               DISPLAY "No report generations catalogued"
           END-IF
           .

       RESEND-GENERATION SECTION.
           DISPLAY "Business date (YYYYMMDD):"
           MOVE SPACES TO WS-FIELD-IN
           ACCEPT WS-FIELD-IN
           MOVE WS-FIELD-IN TO WS-WANTED-DATE
           DISPLAY "Report type (pdf/html/csv/xml):"
           MOVE SPACES TO WS-FIELD-IN
           ACCEPT WS-FIELD-IN
           MOVE WS-FIELD-IN TO WS-WANTED-TYPE
           DISPLAY "Scope (DB-TYPE, blank for ALL):"
           MOVE SPACES TO WS-FIELD-IN
           ACCEPT WS-FIELD-IN
           MOVE WS-FIELD-IN TO WS-WANTED-SCOPE
           IF WS-WANTED-SCOPE = SPACES
               MOVE "ALL" TO WS-WANTED-SCOPE
           END-IF
           DISPLAY "Recipient (blank for all it went to):"
           MOVE SPACES TO WS-FIELD-IN
           ACCEPT WS-FIELD-IN
           MOVE WS-FIELD-IN TO WS-WANTED-RECIPIENT
           PERFORM FIND-CATALOG-ROW
           IF WS-CAT-SUB = ZERO
               DISPLAY "No " WS-WANTED-TYPE " generation for scope "
                   WS-WANTED-SCOPE " on " WS-WANTED-DATE
                   " is catalogued"
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               SET CAT-IDX TO WS-CAT-SUB
               MOVE TBL-CAT-RECORD(CAT-IDX) TO REPORT-CATALOG-RECORD
               PERFORM CHECK-GENERATION-ON-DISK
               IF WS-GEN-LINE-COUNT = ZERO
                   DISPLAY CAT-GEN-FILE-NAME " is no longer on disk "
                       "-- not re-sent"
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               ELSE
                   IF WS-WANTED-RECIPIENT = SPACES
                       PERFORM VARYING WS-RCP-SUB FROM 1 BY 1
                               UNTIL WS-RCP-SUB > CAT-RECIPIENT-COUNT
                           MOVE CAT-RECIPIENT(WS-RCP-SUB)
                               TO WS-WANTED-RECIPIENT
                           PERFORM SEND-ONE-COPY
                       END-PERFORM
                       IF CAT-RECIPIENT-COUNT = ZERO
                           DISPLAY CAT-GEN-FILE-NAME " went to no "
                               "recipient -- name one to re-send"
                       END-IF
                   ELSE
                       PERFORM CHECK-RECIPIENT-ALLOWED
                       IF RECIPIENT-IS-ALLOWED
                           PERFORM SEND-ONE-COPY
                       ELSE
                           DISPLAY WS-WANTED-RECIPIENT
                           DISPLAY "  did not receive this generation "
                               "and is not on DISTLIST.DAT for "
                               WS-WANTED-TYPE " " WS-WANTED-SCOPE
                               " -- not re-sent"
                           IF RETURN-CODE < 4
                               MOVE 4 TO RETURN-CODE
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF
           .

       FIND-CATALOG-ROW SECTION.
           MOVE ZERO TO WS-CAT-SUB
           PERFORM VARYING CAT-IDX FROM 1 BY 1
                   UNTIL CAT-IDX > CATALOG-COUNT
               MOVE TBL-CAT-RECORD(CAT-IDX) TO REPORT-CATALOG-RECORD
               IF CAT-BUSINESS-DATE = WS-WANTED-DATE
                   AND CAT-REPORT-TYPE = WS-WANTED-TYPE
                   AND CAT-SCOPE = WS-WANTED-SCOPE
                   SET WS-CAT-SUB TO CAT-IDX
               END-IF
           END-PERFORM
           .

      * A generation removed from disk by hand reads as empty; even
      * an empty night's report holds a line, so nothing is sent.
       CHECK-GENERATION-ON-DISK SECTION.
           MOVE CAT-GEN-FILE-NAME TO WS-GEN-FILE-NAME
           MOVE ZERO TO WS-GEN-LINE-COUNT
           MOVE "N" TO WS-GEN-EOF-FLAG
           OPEN INPUT GENERATION-FILE
           PERFORM UNTIL GENERATION-FILE-EOF
               READ GENERATION-FILE
                   AT END SET GENERATION-FILE-EOF TO TRUE
                   NOT AT END ADD 1 TO WS-GEN-LINE-COUNT
               END-READ
           END-PERFORM
           CLOSE GENERATION-FILE
           .

       CHECK-RECIPIENT-ALLOWED SECTION.
           MOVE "N" TO WS-RCP-OK-FLAG
           PERFORM VARYING WS-RCP-SUB FROM 1 BY 1
                   UNTIL WS-RCP-SUB > CAT-RECIPIENT-COUNT
               IF CAT-RECIPIENT(WS-RCP-SUB) = WS-WANTED-RECIPIENT
                   SET RECIPIENT-IS-ALLOWED TO TRUE
               END-IF
           END-PERFORM
           PERFORM VARYING DIST-IDX FROM 1 BY 1
                   UNTIL DIST-IDX > DIST-LIST-COUNT
               IF TBL-DIST-REPORT-TYPE(DIST-IDX) = CAT-REPORT-TYPE
                   AND TBL-DIST-SCOPE(DIST-IDX) = CAT-SCOPE
                   AND TBL-DIST-RECIPIENT(DIST-IDX)
                       = WS-WANTED-RECIPIENT
                   SET RECIPIENT-IS-ALLOWED TO TRUE
               END-IF
           END-PERFORM
           .

       SEND-ONE-COPY SECTION.
           DISPLAY "Re-sending " CAT-GEN-FILE-NAME " ("
               CAT-SCOPE ") to " WS-WANTED-RECIPIENT
           MOVE CAT-BUSINESS-DATE TO DMN-BUSINESS-DATE
           MOVE CAT-REPORT-TYPE TO DMN-REPORT-TYPE
           MOVE CAT-SCOPE TO DMN-SCOPE
           MOVE CAT-FILE-NAME TO DMN-FILE-NAME
           MOVE WS-WANTED-RECIPIENT TO DMN-RECIPIENT
           MOVE CAT-RUN-ID TO DMN-RUN-ID
           MOVE "RESEND" TO DMN-ACTION
           MOVE CAT-GEN-FILE-NAME TO DMN-GEN-FILE-NAME
           MOVE FUNCTION CURRENT-DATE TO DMN-ACTION-TS
           MOVE WS-OPERATOR TO DMN-OPERATOR-ID
           OPEN EXTEND DIST-MANIFEST-FILE
           WRITE DIST-MANIFEST-RECORD
           CLOSE DIST-MANIFEST-FILE
           ADD 1 TO WS-SENT-COUNT
           .
