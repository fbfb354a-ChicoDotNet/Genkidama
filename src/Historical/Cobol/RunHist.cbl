       IDENTIFICATION DIVISION.
       PROGRAM-ID. RunHist.
      * Builds the permanent step-runtime history. Every step that
      * reached COMPLETE or FAILED on PIPECKPT.DAT is written to
      * STEPHSTX.DAT with its elapsed seconds under its business
      * date. The whole checkpoint file is read each night, not just
      * tonight's run, so the steps that ran after RunHist last night
      * and any restart since are picked up before Housekeep ages the
      * checkpoints out. Intraday refresh runs (run id "F...") re-run
      * a handful of steps for one query under the same business
      * date; their timings are not the night's and are left out.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PIPELINE-CHECKPOINT-FILE
               ASSIGN TO "PIPECKPT.DAT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL STEP-HISTORY-FILE ASSIGN TO "STEPHSTX.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY SHX-KEY.

       DATA DIVISION.
       FILE SECTION.
       FD  PIPELINE-CHECKPOINT-FILE.
       COPY PipeCkpt.

       FD  STEP-HISTORY-FILE.
       COPY StepHist.

       WORKING-STORAGE SECTION.
       01 WS-PIPE-EOF-FLAG   PIC X VALUE "N".
           88 PIPE-CKPT-EOF          VALUE "Y".
       01 STEP-RUN-COUNT     PIC 9(4) VALUE ZERO.
       01 STEP-RUN-TABLE.
           05 STEP-RUN-ENTRY OCCURS 400 TIMES INDEXED BY SRN-IDX.
               10 TBL-SRN-RUN-ID        PIC X(15).
               10 TBL-SRN-STEP-NAME     PIC X(12).
               10 TBL-SRN-BUSINESS-DATE PIC X(8).
               10 TBL-SRN-START-TS      PIC X(21).
               10 TBL-SRN-END-TS        PIC X(21).
               10 TBL-SRN-END-STATUS    PIC X(9).
       01 WS-SRN-SUB         PIC 9(4).
       01 WS-TS-IN           PIC X(21).
       01 WS-TS-PARTS.
           05 WS-TS-DATE-9       PIC 9(8).
           05 WS-TS-HH           PIC 9(2).
           05 WS-TS-MI           PIC 9(2).
           05 WS-TS-SS           PIC 9(2).
           05 WS-TS-HS           PIC 9(2).
       01 WS-TS-HUND         PIC S9(15) COMP-5.
       01 WS-START-HUND      PIC S9(15) COMP-5.
       01 WS-END-HUND        PIC S9(15) COMP-5.
       01 WS-WRITTEN-COUNT   PIC 9(5) VALUE ZERO.
       01 WS-RUN-CONTROL-AREA PIC X(73) VALUE SPACES.

       LINKAGE SECTION.
       COPY RunControl.

       PROCEDURE DIVISION USING RUN-CONTROL.

       IF NUMBER-OF-CALL-PARAMETERS < 1
           SET ADDRESS OF RUN-CONTROL
               TO ADDRESS OF WS-RUN-CONTROL-AREA
           CALL "GetBizDate" USING RUN-CONTROL
       END-IF
       PERFORM LOAD-STEP-RUNS
       PERFORM WRITE-STEP-HISTORY
       DISPLAY "Step runtime history: " WS-WRITTEN-COUNT
           " step run(s) recorded on STEPHSTX.DAT"
       GOBACK.

       LOAD-STEP-RUNS SECTION.
           MOVE "N" TO WS-PIPE-EOF-FLAG
           MOVE ZERO TO STEP-RUN-COUNT
           OPEN INPUT PIPELINE-CHECKPOINT-FILE
           PERFORM UNTIL PIPE-CKPT-EOF
               READ PIPELINE-CHECKPOINT-FILE
                   AT END SET PIPE-CKPT-EOF TO TRUE
                   NOT AT END
                       IF PIPE-RUN-ID(1:1) NOT = "F"
                           PERFORM STORE-STEP-RUN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PIPELINE-CHECKPOINT-FILE
           .

      * A restart writes a second STARTED for a step that failed, so
      * each STARTED opens a fresh attempt and the history times the
      * last attempt, not the span from the first failure to the
      * eventual success. SKIPPED steps never start and are left out.
       STORE-STEP-RUN SECTION.
           MOVE ZERO TO WS-SRN-SUB
           PERFORM VARYING SRN-IDX FROM 1 BY 1
                   UNTIL SRN-IDX > STEP-RUN-COUNT
               IF TBL-SRN-RUN-ID(SRN-IDX) = PIPE-RUN-ID
                   AND TBL-SRN-STEP-NAME(SRN-IDX) = PIPE-STEP-NAME
                   SET WS-SRN-SUB TO SRN-IDX
               END-IF
           END-PERFORM
           IF WS-SRN-SUB = ZERO
               IF STEP-RUN-COUNT < 400
                   ADD 1 TO STEP-RUN-COUNT
                   MOVE STEP-RUN-COUNT TO WS-SRN-SUB
                   SET SRN-IDX TO WS-SRN-SUB
                   MOVE PIPE-RUN-ID TO TBL-SRN-RUN-ID(SRN-IDX)
                   MOVE PIPE-STEP-NAME TO TBL-SRN-STEP-NAME(SRN-IDX)
                   MOVE PIPE-BUSINESS-DATE
                       TO TBL-SRN-BUSINESS-DATE(SRN-IDX)
                   MOVE SPACES TO TBL-SRN-START-TS(SRN-IDX)
                   MOVE SPACES TO TBL-SRN-END-TS(SRN-IDX)
                   MOVE SPACES TO TBL-SRN-END-STATUS(SRN-IDX)
               ELSE
                   DISPLAY "STORE-STEP-RUN: PIPECKPT.DAT has more "
                       "than 400 step runs -- ignoring the rest"
               END-IF
           END-IF
           IF WS-SRN-SUB > ZERO
               SET SRN-IDX TO WS-SRN-SUB
               EVALUATE PIPE-STATUS
                   WHEN "STARTED"
                       MOVE PIPE-TIMESTAMP TO TBL-SRN-START-TS(SRN-IDX)
                       MOVE SPACES TO TBL-SRN-END-TS(SRN-IDX)
                       MOVE SPACES TO TBL-SRN-END-STATUS(SRN-IDX)
                   WHEN "COMPLETE"
                   WHEN "FAILED"
                       MOVE PIPE-TIMESTAMP TO TBL-SRN-END-TS(SRN-IDX)
                       MOVE PIPE-STATUS
                           TO TBL-SRN-END-STATUS(SRN-IDX)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           .

      * The table is in checkpoint order, so when two runs carry the
      * same business date the later run's REWRITE wins.
       WRITE-STEP-HISTORY SECTION.
           MOVE ZERO TO WS-WRITTEN-COUNT
           OPEN I-O STEP-HISTORY-FILE
           PERFORM VARYING SRN-IDX FROM 1 BY 1
                   UNTIL SRN-IDX > STEP-RUN-COUNT
               IF TBL-SRN-START-TS(SRN-IDX) NOT = SPACES
                   AND TBL-SRN-END-TS(SRN-IDX) NOT = SPACES
                   PERFORM WRITE-ONE-STEP-RUN
               END-IF
           END-PERFORM
           CLOSE STEP-HISTORY-FILE
           .

       WRITE-ONE-STEP-RUN SECTION.
           MOVE TBL-SRN-START-TS(SRN-IDX) TO WS-TS-IN
           PERFORM CONVERT-TIMESTAMP
           MOVE WS-TS-HUND TO WS-START-HUND
           MOVE TBL-SRN-END-TS(SRN-IDX) TO WS-TS-IN
           PERFORM CONVERT-TIMESTAMP
           MOVE WS-TS-HUND TO WS-END-HUND
           MOVE TBL-SRN-BUSINESS-DATE(SRN-IDX) TO SHX-BUSINESS-DATE
           MOVE TBL-SRN-STEP-NAME(SRN-IDX) TO SHX-STEP-NAME
           MOVE TBL-SRN-RUN-ID(SRN-IDX) TO SHX-RUN-ID
           MOVE TBL-SRN-END-STATUS(SRN-IDX) TO SHX-STATUS
           MOVE TBL-SRN-START-TS(SRN-IDX) TO SHX-START-TS
           MOVE TBL-SRN-END-TS(SRN-IDX) TO SHX-END-TS
           IF WS-END-HUND > WS-START-HUND
               COMPUTE SHX-ELAPSED-SECS =
                   (WS-END-HUND - WS-START-HUND) / 100
           ELSE
               MOVE ZERO TO SHX-ELAPSED-SECS
           END-IF
           WRITE STEP-HISTORY-RECORD
               INVALID KEY REWRITE STEP-HISTORY-RECORD
           END-WRITE
           ADD 1 TO WS-WRITTEN-COUNT
           .

       CONVERT-TIMESTAMP SECTION.
           MOVE WS-TS-IN(1:16) TO WS-TS-PARTS
           COMPUTE WS-TS-HUND =
               FUNCTION INTEGER-OF-DATE(WS-TS-DATE-9) * 8640000
               + WS-TS-HH * 360000
               + WS-TS-MI * 6000
               + WS-TS-SS * 100
               + WS-TS-HS
           .
