               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL SLA-EXCEPTION-FILE ASSIGN TO "SLAEXCPT.DAT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL BALANCE-EXCEPTION-FILE
               ASSIGN TO "BALEXCPT.DAT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL SUSPENSE-FILE ASSIGN TO "SUSPENSE.DAT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL REF-EXCEPTION-FILE ASSIGN TO "REFEXCPT.DAT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL CRED-EXCEPTION-FILE
               ASSIGN TO "CREDEXCPT.DAT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT EXC-SUMMARY-FILE ASSIGN TO "EXCSUMM.RPT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPS-ALERT-FILE ASSIGN TO "OPSALERT.DAT"
       FD  SLA-EXCEPTION-FILE.
       COPY SlaExc.

       FD  BALANCE-EXCEPTION-FILE.
       COPY BalExc.

       FD  SUSPENSE-FILE.
       COPY Suspense.

       FD  REF-EXCEPTION-FILE.
       COPY RefExc.

       FD  CRED-EXCEPTION-FILE.
       COPY CredExc.

       FD  EXC-SUMMARY-FILE.
       01  EXC-SUMMARY-LINE         PIC X(100).

           88 TRANSMIT-STATUS-EOF    VALUE "Y".
       01 WS-SLAEXC-EOF-FLAG PIC X VALUE "N".
           88 SLA-EXCEPTION-EOF      VALUE "Y".
       01 WS-BALEXC-EOF-FLAG PIC X VALUE "N".
           88 BALANCE-EXCEPTION-EOF  VALUE "Y".
       01 WS-SUSP-EOF-FLAG   PIC X VALUE "N".
           88 SUSPENSE-EOF           VALUE "Y".
       01 WS-REFEXC-EOF-FLAG PIC X VALUE "N".
           88 REF-EXCEPTION-EOF      VALUE "Y".
       01 WS-CREDEXC-EOF-FLAG PIC X VALUE "N".
           88 CRED-EXCEPTION-EOF     VALUE "Y".
       01 EXC-RULE-COUNT     PIC 9(4) VALUE ZERO.
       01 EXC-RULE-TABLE.
           05 EXC-RULE-ENTRY OCCURS 50 TIMES INDEXED BY RULE-IDX.

       PROCEDURE DIVISION USING RUN-CONTROL.

      * Driver calls this once per catch-up pass without cancelling
      * it, so the tables and counts are restarted on every call.
       MOVE ZERO TO EXC-RULE-COUNT
       MOVE ZERO TO EXCEPTION-COUNT
       MOVE ZERO TO WS-CRITICAL-COUNT
       MOVE ZERO TO WS-WARNING-COUNT
       MOVE ZERO TO WS-INFO-COUNT
       MOVE ZERO TO ALERT-STATE-COUNT
       MOVE ZERO TO WS-ESCALATED-COUNT
       MOVE 1 TO WS-NEXT-ALERT-ID
       MOVE 2 TO WS-ESCALATE-CYCLES
       PERFORM LOAD-EXCEPTION-RULES
       PERFORM SWEEP-DB-ERROR-LOG
       PERFORM SWEEP-RECON-LOG
       PERFORM SWEEP-AUDIT-LOG
       PERFORM SWEEP-TRANSMIT-STATUS
       PERFORM SWEEP-SLA-EXCEPTIONS
       PERFORM SWEEP-BALANCE-EXCEPTIONS
       PERFORM SWEEP-SUSPENSE-FILE
       PERFORM SWEEP-REF-EXCEPTIONS
       PERFORM SWEEP-CRED-EXCEPTIONS
       PERFORM WRITE-EXCEPTION-SUMMARY
       PERFORM LOAD-ALERT-PARM
       PERFORM LOAD-ALERT-STATE
       GOBACK.

       LOAD-EXCEPTION-RULES SECTION.
           MOVE "N" TO WS-RULES-EOF-FLAG
           OPEN INPUT EXC-RULES-FILE
           PERFORM UNTIL EXC-RULES-EOF
               READ EXC-RULES-FILE
           .

       SWEEP-DB-ERROR-LOG SECTION.
           MOVE "N" TO WS-DBERR-EOF-FLAG
           OPEN INPUT DB-ERROR-LOG
           PERFORM UNTIL DB-ERROR-EOF
               READ DB-ERROR-LOG
           .

       SWEEP-RECON-LOG SECTION.
           MOVE "N" TO WS-RECON-EOF-FLAG
           OPEN INPUT RECON-EXCEPTION-LOG
           PERFORM UNTIL RECON-LOG-EOF
               READ RECON-EXCEPTION-LOG
           .

       SWEEP-AUDIT-LOG SECTION.
           MOVE "N" TO WS-AUDIT-EOF-FLAG
           OPEN INPUT RUN-AUDIT-LOG
           PERFORM UNTIL AUDIT-LOG-EOF
               READ RUN-AUDIT-LOG
      * nature: a REJECTED or overdue PENDING package always belongs
      * to an earlier cycle, so no run-id filter applies here.
       SWEEP-TRANSMIT-STATUS SECTION.
           MOVE "N" TO WS-MIST-EOF-FLAG
           OPEN INPUT MIS-TRANSMIT-STATUS
           PERFORM UNTIL TRANSMIT-STATUS-EOF
               READ MIS-TRANSMIT-STATUS
      * night's end-of-cycle findings on a same-date restart, are
      * both picked up instead of aging out unswept.
       SWEEP-SLA-EXCEPTIONS SECTION.
           MOVE "N" TO WS-SLAEXC-EOF-FLAG
           OPEN INPUT SLA-EXCEPTION-FILE
           PERFORM UNTIL SLA-EXCEPTION-EOF
               READ SLA-EXCEPTION-FILE
           CLOSE SLA-EXCEPTION-FILE
           .

      * A parent/child query pair over its orphan or childless limit
      * tonight; the detail rows are on REFCHECK.RPT.
       SWEEP-REF-EXCEPTIONS SECTION.
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
                           MOVE "REFINT" TO WS-EXC-SOURCE
                           MOVE REX-PAIR-ID TO WS-EXC-VALUE
                           MOVE "BREACH" TO WS-EXC-STATUS
                           MOVE SPACES TO WS-EXC-TEXT
                           STRING REX-PAIR-ID DELIMITED BY SIZE
                               " " DELIMITED BY SIZE
                               REX-PARENT-QUERY-ID DELIMITED BY SIZE
                               "/" DELIMITED BY SIZE
                               REX-CHILD-QUERY-ID DELIMITED BY SIZE
                               " orphans " DELIMITED BY SIZE
                               REX-ORPHAN-COUNT DELIMITED BY SIZE
                               " childless " DELIMITED BY SIZE
                               REX-CHILDLESS-COUNT DELIMITED BY SIZE
                               INTO WS-EXC-TEXT
                           END-STRING
                           PERFORM RECORD-EXCEPTION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REF-EXCEPTION-FILE
           .

      * The alert text carries the reference and its expiry date
      * but not the days left, so one open alert follows a
      * credential night after night instead of a new one each day.
       SWEEP-CRED-EXCEPTIONS SECTION.
           MOVE "N" TO WS-CREDEXC-EOF-FLAG
           OPEN INPUT CRED-EXCEPTION-FILE
           PERFORM UNTIL CRED-EXCEPTION-EOF
               READ CRED-EXCEPTION-FILE
                   AT END SET CRED-EXCEPTION-EOF TO TRUE
                   NOT AT END
                       IF CEX-RUN-ID = RUN-ID
                           OR (CEX-RUN-ID = SPACES
                               AND CEX-BUSINESS-DATE
                                   = RUN-BUSINESS-DATE)
                           MOVE "CREDREG" TO WS-EXC-SOURCE
                           MOVE CEX-DB-TYPE TO WS-EXC-VALUE
                           MOVE CEX-CONDITION TO WS-EXC-STATUS
                           MOVE SPACES TO WS-EXC-TEXT
                           STRING CEX-CREDENTIALS-REF
                                   DELIMITED BY SPACE
                               " " DELIMITED BY SIZE
                               CEX-CONDITION DELIMITED BY SPACE
                               " " DELIMITED BY SIZE
                               CEX-EXPIRY-DATE DELIMITED BY SIZE
                               " " DELIMITED BY SIZE
                               CEX-DB-TYPE DELIMITED BY SPACE
                               " " DELIMITED BY SIZE
                               CEX-OWNER DELIMITED BY SIZE
                               INTO WS-EXC-TEXT
                           END-STRING
                           PERFORM RECORD-EXCEPTION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CRED-EXCEPTION-FILE
           .

       SWEEP-BALANCE-EXCEPTIONS SECTION.
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
                           MOVE "BALEXCPT" TO WS-EXC-SOURCE
                           MOVE BAL-QUERY-ID TO WS-EXC-VALUE
                           MOVE "OUT-OF-BAL" TO WS-EXC-STATUS
                           MOVE SPACES TO WS-EXC-TEXT
                           STRING BAL-QUERY-ID DELIMITED BY SIZE
                               " src " DELIMITED BY SIZE
                               BAL-SOURCE-COUNT DELIMITED BY SIZE
                               "/" DELIMITED BY SIZE
                               BAL-SOURCE-AMOUNT DELIMITED BY SIZE
                               " wrt " DELIMITED BY SIZE
                               BAL-WRITTEN-COUNT DELIMITED BY SIZE
                               "/" DELIMITED BY SIZE
                               BAL-WRITTEN-AMOUNT DELIMITED BY SIZE
                               INTO WS-EXC-TEXT
                           END-STRING
                           PERFORM RECORD-EXCEPTION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BALANCE-EXCEPTION-FILE
           .

      * Only rows suspended by this run are raised, so a row still
      * waiting for review is not re-alerted every night; the open
      * alert carries it until an operator acts in SuspMnt.
       SWEEP-SUSPENSE-FILE SECTION.
           MOVE "N" TO WS-SUSP-EOF-FLAG
           OPEN INPUT SUSPENSE-FILE
           PERFORM UNTIL SUSPENSE-EOF
               READ SUSPENSE-FILE
                   AT END SET SUSPENSE-EOF TO TRUE
                   NOT AT END
                       IF SUSP-RUN-ID = RUN-ID AND SUSP-IS-SUSPENDED
                           MOVE "SUSPENSE" TO WS-EXC-SOURCE
                           MOVE SUSP-REASON TO WS-EXC-VALUE
                           MOVE SUSP-STATUS TO WS-EXC-STATUS
                           MOVE SPACES TO WS-EXC-TEXT
                           STRING "id " DELIMITED BY SIZE
                               SUSP-ID DELIMITED BY SIZE
                               " " DELIMITED BY SIZE
                               SUSP-DETAIL-IMAGE(12:8)
                                   DELIMITED BY SIZE
                               " row " DELIMITED BY SIZE
                               SUSP-DETAIL-IMAGE(20:7)
                                   DELIMITED BY SIZE
                               " key " DELIMITED BY SIZE
                               SUSP-DETAIL-IMAGE(27:15)
                                   DELIMITED BY SIZE
                               INTO WS-EXC-TEXT
                           END-STRING
                           PERFORM RECORD-EXCEPTION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SUSPENSE-FILE
           .

       RECORD-EXCEPTION SECTION.
           PERFORM CLASSIFY-EXCEPTION
           IF EXCEPTION-COUNT < 200
           .

       LOAD-ALERT-PARM SECTION.
           MOVE "N" TO WS-ALPARM-EOF-FLAG
           OPEN INPUT ALERT-PARM-FILE
           PERFORM UNTIL ALERT-PARM-EOF
               READ ALERT-PARM-FILE
           .

       LOAD-ALERT-STATE SECTION.
           MOVE "N" TO WS-ALSTAT-EOF-FLAG
           OPEN INPUT ALERT-STATE-FILE
           PERFORM UNTIL ALERT-STATE-EOF
               READ ALERT-STATE-FILE
