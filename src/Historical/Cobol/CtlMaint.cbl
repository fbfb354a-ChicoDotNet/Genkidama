           DISPLAY "SQL text or procedure name:"
           ACCEPT WS-FIELD-IN
           MOVE WS-FIELD-IN TO QPARM-SQL-TEXT
           DISPLAY "Run frequency (D=daily W=weekly M=month-end "
               "R=on request):"
           ACCEPT WS-FIELD-IN
           MOVE WS-FIELD-IN TO QPARM-RUN-FREQ
           IF QPARM-RUN-FREQ = SPACE
               MOVE "D" TO QPARM-RUN-FREQ
           END-IF
           IF QPARM-RUN-FREQ = "W" OR QPARM-RUN-FREQ = "M"
               DISPLAY "Run day (F=first L=last business day):"
               ACCEPT WS-FIELD-IN
               MOVE WS-FIELD-IN TO QPARM-RUN-DAY
           ELSE
               MOVE SPACE TO QPARM-RUN-DAY
           END-IF
           MOVE QUERY-PARM-RECORD TO WS-NEW-RECORD
           .

                       DISPLAY "SQL text or procedure name is required"
                       MOVE "N" TO WS-RECORD-VALID-FLAG
                   END-IF
                   IF NOT QPARM-RUNS-DAILY
                       AND NOT QPARM-RUNS-WEEKLY
                       AND NOT QPARM-RUNS-MONTHLY
                       AND NOT QPARM-RUNS-ON-REQUEST
                       DISPLAY "Run frequency must be D, W, M or R"
                       MOVE "N" TO WS-RECORD-VALID-FLAG
                   END-IF
                   IF (QPARM-RUNS-WEEKLY OR QPARM-RUNS-MONTHLY)
                       AND QPARM-RUN-DAY NOT = "F"
                       AND QPARM-RUN-DAY NOT = "L"
                       DISPLAY "Run day must be F or L for a weekly "
                           "or month-end query"
                       MOVE "N" TO WS-RECORD-VALID-FLAG
                   END-IF
               WHEN "DISTLIST.DAT"
                   MOVE DIST-REPORT-TYPE TO WS-CODE-VALUE
                   PERFORM VALIDATE-REPORT-CODE
