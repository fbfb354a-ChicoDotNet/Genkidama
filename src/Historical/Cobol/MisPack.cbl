               ORGANIZATION LINE SEQUENTIAL.
           SELECT RECON-EXCEPTION-LOG ASSIGN TO "RECONEXC.DAT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL BALANCE-EXCEPTION-FILE
               ASSIGN TO "BALEXCPT.DAT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL REF-EXCEPTION-FILE ASSIGN TO "REFEXCPT.DAT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL GL-JOURNAL-FILE ASSIGN TO "GLJRNL.DAT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT MIS-MANIFEST-FILE ASSIGN TO "MISMANIF.DAT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL MIS-TRANSMIT-STATUS
       DATA DIVISION.
       FILE SECTION.
       FD  REPORT-PACK-FILE.
       01  REPORT-PACK-LINE         PIC X(150).

       FD  QUERY-RESULT-FILE.
       COPY QueryResult.
       FD  RECON-EXCEPTION-LOG.
       COPY ReconExc.

       FD  BALANCE-EXCEPTION-FILE.
       COPY BalExc.

       FD  REF-EXCEPTION-FILE.
       COPY RefExc.

       FD  GL-JOURNAL-FILE.
       COPY GlJrnl.

       FD  MIS-MANIFEST-FILE.
       COPY MisManif.

           88 RECON-LOG-EOF          VALUE "Y".
       01 WS-RECON-CLEAN-FLAG PIC X VALUE "Y".
           88 RECONCILE-PASSED-CLEAN VALUE "Y".
       01 WS-BALEXC-EOF-FLAG PIC X VALUE "N".
           88 BALANCE-EXCEPTION-EOF  VALUE "Y".
       01 WS-BALANCE-CLEAN-FLAG PIC X VALUE "Y".
           88 BALANCING-PASSED-CLEAN VALUE "Y".
       01 WS-REFEXC-EOF-FLAG PIC X VALUE "N".
           88 REF-EXCEPTION-EOF      VALUE "Y".
       01 WS-REFINT-CLEAN-FLAG PIC X VALUE "Y".
           88 REFINT-PASSED-CLEAN    VALUE "Y".
       01 WS-GLJ-EOF-FLAG    PIC X VALUE "N".
           88 GL-JOURNAL-EOF         VALUE "Y".
       01 WS-GLJ-CURRENT-FLAG PIC X VALUE "N".
           88 JOURNAL-IS-TONIGHTS    VALUE "Y".
       01 WS-RELEASE-FLAG    PIC X VALUE "Y".
           88 PACKAGE-IS-RELEASED    VALUE "Y".
       01 PACK-FILE-COUNT    PIC 9(4) VALUE ZERO.
       01 PACK-FILE-TABLE.
           05 PACK-FILE-ENTRY OCCURS 5 TIMES INDEXED BY PACK-IDX.
               10 TBL-PACK-FILE-NAME PIC X(14).
               10 TBL-PACK-GENERATOR PIC X(8).
       01 WS-RECORD-COUNT    PIC 9(7).
       01 WS-TOTAL-ROW-COUNT PIC 9(9) VALUE ZERO.
       01 WS-RESULT-COUNT    PIC 9(7) VALUE ZERO.
       MOVE "REPORT.HTML" TO TBL-PACK-FILE-NAME(2)
       MOVE "REPORT.CSV" TO TBL-PACK-FILE-NAME(3)
       MOVE "REPORT.XML" TO TBL-PACK-FILE-NAME(4)
       MOVE "Example3" TO TBL-PACK-GENERATOR(1)
       MOVE "Example3" TO TBL-PACK-GENERATOR(2)
       MOVE "Example3" TO TBL-PACK-GENERATOR(3)
       MOVE "Example3" TO TBL-PACK-GENERATOR(4)
       MOVE 4 TO PACK-FILE-COUNT
      * The GL journal batch travels with the reports only when
      * GlIntf published it for this run; a refused batch leaves
      * GLJRNL.DAT empty, and a step that failed, was skipped or is
      * switched off leaves an earlier run's batch behind.
       PERFORM CHECK-JOURNAL-BATCH
       IF JOURNAL-IS-TONIGHTS
           MOVE "GLJRNL.DAT" TO TBL-PACK-FILE-NAME(5)
           MOVE "GlIntf" TO TBL-PACK-GENERATOR(5)
           MOVE 5 TO PACK-FILE-COUNT
       ELSE
           DISPLAY "  GLJRNL.DAT holds no batch for run " RUN-ID
               " -- left out of the package"
       END-IF
       PERFORM SUM-QUERY-CONTROL-TOTALS
       PERFORM VERIFY-RESULT-TRAILER
       IF RETURN-CODE >= 16
           GOBACK
       END-IF
       PERFORM CHECK-RECONCILE-RESULT
       PERFORM CHECK-BALANCE-RESULT
       PERFORM CHECK-REFINT-RESULT
       IF RECONCILE-PASSED-CLEAN AND BALANCING-PASSED-CLEAN
           AND REFINT-PASSED-CLEAN
           MOVE "Y" TO WS-RELEASE-FLAG
           MOVE "RELEASED" TO WS-RELEASE-STATUS
       ELSE
           MOVE "N" TO WS-RELEASE-FLAG
           MOVE "HELD" TO WS-RELEASE-STATUS
       END-IF
       OPEN OUTPUT MIS-MANIFEST-FILE
      * Only a RELEASED package is transmitted, so only a RELEASED
      * package is tracked for corporate's acknowledgment. MisAck
      * updates these PENDING records when the ack file comes back.
      * A shadow run's package (run id "S...") is only compared,
      * never sent, so it is not tracked.
       IF PACKAGE-IS-RELEASED AND RUN-ID(1:1) NOT = "S"
           PERFORM WRITE-TRANSMIT-STATUS
       END-IF
       DISPLAY "MIS package " WS-RELEASE-STATUS " for run " RUN-ID
       IF NOT RECONCILE-PASSED-CLEAN
           DISPLAY "  Reconciliation exceptions exist -- package "
               "held from transmission"
       END-IF
       IF NOT BALANCING-PASSED-CLEAN
           DISPLAY "  Queries out of balance with source -- package "
               "held from transmission"
       END-IF
       IF NOT REFINT-PASSED-CLEAN
           DISPLAY "  Query pairs over their referential limits -- "
               "package held from transmission"
       END-IF
       IF NOT PACKAGE-IS-RELEASED
           IF RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE
           END-IF
       SUM-QUERY-CONTROL-TOTALS SECTION.
           MOVE ZERO TO WS-TOTAL-ROW-COUNT
           MOVE ZERO TO WS-RESULT-COUNT
           MOVE ZERO TO WS-VRF-DET-COUNT
           MOVE "N" TO WS-VRF-TRL-FLAG
           MOVE "N" TO WS-QRES-EOF-FLAG
           OPEN INPUT QUERY-RESULT-FILE
           PERFORM UNTIL QUERY-RESULT-EOF
               READ QUERY-RESULT-FILE

       CHECK-RECONCILE-RESULT SECTION.
           MOVE "Y" TO WS-RECON-CLEAN-FLAG
           MOVE "N" TO WS-RECON-EOF-FLAG
           OPEN INPUT RECON-EXCEPTION-LOG
           PERFORM UNTIL RECON-LOG-EOF
               READ RECON-EXCEPTION-LOG
           CLOSE RECON-EXCEPTION-LOG
           .

      * Any query extracted tonight that did not balance to its
      * source control totals holds the package, the same as a
      * reconciliation failure.
       CHECK-BALANCE-RESULT SECTION.
           MOVE "Y" TO WS-BALANCE-CLEAN-FLAG
           MOVE "N" TO WS-BALEXC-EOF-FLAG
           OPEN INPUT BALANCE-EXCEPTION-FILE
           PERFORM UNTIL BALANCE-EXCEPTION-EOF
               READ BALANCE-EXCEPTION-FILE
                   AT END SET BALANCE-EXCEPTION-EOF TO TRUE
                   NOT AT END
                       IF BAL-RUN-ID = RUN-ID
                           OR (BAL-RUN-ID = SPACES
                               AND BAL-BUSINESS-DATE
                                   = RUN-BUSINESS-DATE)
                           MOVE "N" TO WS-BALANCE-CLEAN-FLAG
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BALANCE-EXCEPTION-FILE
           .

      * A parent/child query pair over its orphan or childless limit
      * tonight holds the package, the same as a balancing failure.
       CHECK-REFINT-RESULT SECTION.
           MOVE "Y" TO WS-REFINT-CLEAN-FLAG
           MOVE "N" TO WS-REFEXC-EOF-FLAG
           OPEN INPUT REF-EXCEPTION-FILE
           PERFORM UNTIL REF-EXCEPTION-EOF
               READ REF-EXCEPTION-FILE
                   AT END SET REF-EXCEPTION-EOF TO TRUE
                   NOT AT END
                       IF REX-RUN-ID = RUN-ID
                           OR (REX-RUN-ID = SPACES
                               AND REX-BUSINESS-DATE
                                   = RUN-BUSINESS-DATE)
                           MOVE "N" TO WS-REFINT-CLEAN-FLAG
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REF-EXCEPTION-FILE
           .

      * GlIntf stamps the batch header with the run that wrote it.
       CHECK-JOURNAL-BATCH SECTION.
           MOVE "N" TO WS-GLJ-CURRENT-FLAG
           MOVE "N" TO WS-GLJ-EOF-FLAG
           OPEN INPUT GL-JOURNAL-FILE
           READ GL-JOURNAL-FILE
               AT END SET GL-JOURNAL-EOF TO TRUE
           END-READ
           IF NOT GL-JOURNAL-EOF
               IF GLJ-IS-HEADER AND GLJ-HDR-BATCH-ID = RUN-ID
                   SET JOURNAL-IS-TONIGHTS TO TRUE
               END-IF
           END-IF
           CLOSE GL-JOURNAL-FILE
           .

       WRITE-FILE-MANIFEST SECTION.
           MOVE TBL-PACK-FILE-NAME(PACK-IDX) TO WS-PACK-FILE-NAME
           MOVE ZERO TO WS-RECORD-COUNT
           MOVE TBL-PACK-FILE-NAME(PACK-IDX) TO MAN-FILE-NAME
           MOVE RUN-BUSINESS-DATE TO MAN-BUSINESS-DATE
           MOVE WS-RECORD-COUNT TO MAN-RECORD-COUNT
           MOVE TBL-PACK-GENERATOR(PACK-IDX) TO MAN-GENERATOR
           MOVE RUN-ID TO MAN-RUN-ID
           WRITE MIS-MANIFEST-RECORD
           .
