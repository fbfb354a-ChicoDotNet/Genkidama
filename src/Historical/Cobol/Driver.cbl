               ORGANIZATION LINE SEQUENTIAL.
           SELECT RUN-AUDIT-LOG ASSIGN TO "RUNAUDIT.DAT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL PIPE-STEP-FILE ASSIGN TO "PIPESTEP.DAT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL SHADOW-SEED-FILE ASSIGN TO "SHDWSEED.DAT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT SHADOW-SOURCE-FILE ASSIGN TO "SHDWSRC.DAT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT SHADOW-EMPTY-FILE
               ASSIGN TO DYNAMIC WS-SEED-TARGET
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-AUDIT-LOG.
       COPY AuditRec.

       FD  PIPE-STEP-FILE.
       COPY PipeStep.

       FD  SHADOW-SEED-FILE.
       COPY ShdwSeed.

       FD  SHADOW-SOURCE-FILE.
       COPY ShdwSrc.

       FD  SHADOW-EMPTY-FILE.
       01  SHADOW-EMPTY-RECORD          PIC X(80).

       WORKING-STORAGE SECTION.
       COPY QueryResultSet.
       COPY RunControl.
           88 PIPE-CKPT-EOF          VALUE "Y".
       01 DONE-STEP-COUNT    PIC 9(4) VALUE ZERO.
       01 DONE-STEP-TABLE.
           05 DONE-STEP-ENTRY OCCURS 40 TIMES INDEXED BY DONE-IDX.
               10 TBL-DONE-STEP-NAME PIC X(12).
       01 WS-PSTEP-EOF-FLAG  PIC X VALUE "N".
           88 PIPE-STEP-EOF          VALUE "Y".
       01 PIPE-STEP-COUNT    PIC 9(4) VALUE ZERO.
       01 PIPE-STEP-TABLE.
           05 PIPE-STEP-ENTRY OCCURS 40 TIMES
                   INDEXED BY STEP-IDX DEP-STEP-IDX.
               10 TBL-STEP-DEFINITION.
                   15 TBL-STEP-NAME         PIC X(12).
                   15 TBL-STEP-PROGRAM      PIC X(10).
                   15 TBL-STEP-INTERFACE    PIC X(1).
                   15 TBL-STEP-PARM         PIC X(10).
                   15 TBL-STEP-ENABLED      PIC X(1).
                   15 TBL-STEP-ON-FAILURE   PIC X(1).
                   15 TBL-STEP-RESTART-RULE PIC X(1).
                   15 TBL-STEP-REFRESH      PIC X(1).
                   15 TBL-STEP-DEPENDS-ON   PIC X(12) OCCURS 4 TIMES.
                   15 TBL-STEP-SHADOW       PIC X(1).
               10 TBL-STEP-OUTCOME      PIC X(9).
       01 WS-STEP-PROGRAM    PIC X(10).
       01 WS-DEP-SUB         PIC 9(1).
       01 WS-DEP-FOUND-FLAG  PIC X VALUE "N".
           88 DEPENDENCY-FOUND       VALUE "Y".
       01 WS-DEP-FAILED-FLAG PIC X VALUE "N".
           88 DEPENDENCY-FAILED      VALUE "Y".
       01 WS-FAILED-DEPENDENCY PIC X(12).
       01 WS-CYCLE-STOP-FLAG PIC X VALUE "N".
           88 CYCLE-WAS-STOPPED      VALUE "Y".
       01 WS-STOPPED-RUN-ID  PIC X(15) VALUE SPACES.
       01 WS-STOPPED-STEP    PIC X(12) VALUE SPACES.
       01 WS-REFRESH-EXTRACT-COUNT PIC 9(4) VALUE ZERO.
       01 WS-REFRESH-QUERY-ID PIC X(8).
       01 WS-REFRESH-DB-TYPE PIC X(10).
       01 WS-QPARM-EOF-FLAG  PIC X VALUE "N".
       01 WS-TS-HUND         PIC S9(15) COMP-5.
       01 WS-NOW-HUND        PIC S9(15) COMP-5.
       01 WS-LIMIT-HUND      PIC S9(15) COMP-5.
       01 WS-SHADOW-DIR      PIC X(200).
       01 WS-CANDIDATE-DIR   PIC X(200).
       01 WS-CANDIDATE-IN    PIC X(200).
       01 WS-SHADOW-DATE-IN  PIC X(10).
       01 WS-SHADOW-DATE-9   PIC 9(8).
       01 WS-LIVE-DIR        PIC X(200).
       01 WS-CURRENT-DIR     PIC X(200).
       01 WS-DIR-RC          PIC S9(9) COMP-5.
       01 WS-SHADOW-MESSAGE  PIC X(250).
       01 WS-SHADOW-STOP-FLAG PIC X VALUE "N".
           88 SHADOW-RUN-REFUSED     VALUE "Y".
       01 WS-SEED-EOF-FLAG   PIC X VALUE "N".
           88 SHADOW-SEED-EOF        VALUE "Y".
       01 WS-SEED-SOURCE     PIC X(220).
       01 WS-SEED-TARGET     PIC X(14).
       01 SHADOW-SEED-COUNT  PIC 9(4) VALUE ZERO.
       01 SHADOW-SEED-TABLE.
           05 SHADOW-SEED-ENTRY OCCURS 60 TIMES INDEXED BY SEED-IDX.
               10 TBL-SEED-FILE-NAME    PIC X(14).
               10 TBL-SEED-ACTION       PIC X(1).

       PROCEDURE DIVISION.

       DISPLAY "Starting nightly cycle"
       ACCEPT WS-RESTART-RUN-ID FROM ENVIRONMENT "RESTART-RUN-ID"
       ACCEPT WS-REFRESH-QUERY-ID FROM ENVIRONMENT "REFRESH-QUERY-ID"
       ACCEPT WS-SHADOW-DIR FROM ENVIRONMENT "SHADOW-DIR"
       CALL "GetBizDate" USING RUN-CONTROL
       MOVE SPACES TO RUN-QUERY-ID-FILTER
       MOVE "N" TO RUN-CATCHUP-FLAG
      * A shadow run replays the cycle for one business date against
      * candidate control files, in a directory of its own, and
      * compares the outcome with the live run of that date. It
      * never takes or releases the run lock and never opens a live
      * file for output, so it can run alongside the schedule.
       IF WS-SHADOW-DIR NOT = SPACES
           PERFORM RUN-SHADOW-CYCLE
           MOVE WS-WORST-RETURN-CODE TO RETURN-CODE
           STOP RUN
       END-IF
      * One cycle at a time: the exclusive run lock is taken before
      * anything opens the shared data files, and released at every
      * STOP RUN. A second Driver is refused while it is held.
       PERFORM ACQUIRE-RUN-LOCK
      * The step list, its order, and how each step is called come
      * from PIPESTEP.DAT; without it there is nothing to run.
       PERFORM LOAD-PIPE-STEPS
       IF PIPE-STEP-COUNT = ZERO
           DISPLAY "No steps on PIPESTEP.DAT -- cycle not started"
           PERFORM RELEASE-RUN-LOCK
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF
      * Refresh mode re-extracts one query intraday, patches its
      * records into QUERYRES.DAT, and re-runs only the dashboard
      * and report steps. It is its own short cycle with its own
      * run id; the nightly step list below never runs. The id
      * starts "F" so its checkpoints are never mistaken for the
      * nightly run's timings.
       IF WS-REFRESH-QUERY-ID NOT = SPACES
           MOVE SPACES TO RUN-ID
           STRING "F" DELIMITED BY SIZE
               FUNCTION CURRENT-DATE(1:14) DELIMITED BY SIZE
               INTO RUN-ID
           END-STRING
                   " missed business day(s)"
               PERFORM VARYING WS-CUP-SUB FROM 1 BY 1
                       UNTIL WS-CUP-SUB > CATCHUP-DATE-COUNT
                          OR CYCLE-WAS-STOPPED
                   SET CUP-IDX TO WS-CUP-SUB
                   MOVE TBL-CATCHUP-DATE(CUP-IDX)
                       TO RUN-BUSINESS-DATE
           END-IF
           PERFORM SET-CYCLE-RUN-ID
       END-IF
      * A step set to stop the cycle on failure ends the night
      * there: no later catch-up pass and no pass for tonight start
      * on top of it. The stopped pass is finished with a restart.
       IF NOT CYCLE-WAS-STOPPED
           PERFORM RUN-FULL-CYCLE
       END-IF
       IF CYCLE-WAS-STOPPED
           DISPLAY "Nightly cycle stopped at step " WS-STOPPED-STEP
               " -- restart with RESTART-RUN-ID=" WS-STOPPED-RUN-ID
       ELSE
           DISPLAY "Nightly cycle complete"
       END-IF
       PERFORM RELEASE-RUN-LOCK
       MOVE WS-WORST-RETURN-CODE TO RETURN-CODE
       STOP RUN.

       RUN-FULL-CYCLE SECTION.
           DISPLAY "Run id for this cycle: " RUN-ID
           PERFORM RESET-STEP-OUTCOMES
           PERFORM VARYING STEP-IDX FROM 1 BY 1
                   UNTIL STEP-IDX > PIPE-STEP-COUNT
                      OR CYCLE-WAS-STOPPED
               MOVE TBL-STEP-NAME(STEP-IDX) TO WS-STEP-NAME
               IF TBL-STEP-ENABLED(STEP-IDX) = "Y"
                   PERFORM RUN-PIPELINE-STEP
               ELSE
                   DISPLAY "Step " WS-STEP-NAME
                       " is disabled on PIPESTEP.DAT -- not run"
               END-IF
           END-PERFORM
           .

       RESET-STEP-OUTCOMES SECTION.
           PERFORM VARYING STEP-IDX FROM 1 BY 1
                   UNTIL STEP-IDX > PIPE-STEP-COUNT
               MOVE SPACES TO TBL-STEP-OUTCOME(STEP-IDX)
           END-PERFORM
           .

      * PIPESTEP.DAT holds the nightly steps in running order. The
      * order carries the cycle's own rules, so keep them when
      * adding or moving a step:
      *   CTLAPPLY first, so staged control-file changes are in
      *   force before anything reads the control files;
      *   ACCTLOAD before DASHBOARD and REPORTS, which look account
      *   names up on the master it maintains;
      *   QRYVALID after the extracts and before QRYMERGE, so the
      *   merge only sees rows that passed or were reviewed;
      *   GLINTF before MISPKG, which sends its journal batch;
      *   MISACK before EXCMON and MISPKG, so its REJECTED and
      *   overdue statuses reach tonight's sweep and its aging pass
      *   runs before tonight's package adds PENDING records;
      *   SlaMon twice -- SLACHECK just before EXCMON so the
      *   breaches so far are swept tonight, SLAMON at the end so the
      *   timing report covers every step;
      *   RUNHIST after SLAMON, so the runtime history takes in the
      *   whole night, and CAPFCST after RUNHIST, so the forecast
      *   includes it;
      *   CHGBACK last, after every extract has logged its usage.
      * A shadow run takes only the steps flagged for it -- the
      * extracts through REPORTS, then RECONCILE, GLINTF and MISPKG
      * so the package manifest can be compared -- so nothing it
      * runs can touch the history or alert files. Its journal and
      * manifest stay in the shadow set, and MisPack does not track
      * a shadow package on MISTSTAT.DAT.
      * MonthEnd, CapFcst and ChgBack decide for themselves whether
      * the business date is the last business day of its month, so
      * they can sit in the list every night.
       LOAD-PIPE-STEPS SECTION.
           MOVE ZERO TO PIPE-STEP-COUNT
           OPEN INPUT PIPE-STEP-FILE
           PERFORM UNTIL PIPE-STEP-EOF
               READ PIPE-STEP-FILE
                   AT END SET PIPE-STEP-EOF TO TRUE
                   NOT AT END
                       IF PSTEP-STEP-NAME NOT = SPACES
                           IF PIPE-STEP-COUNT < 40
                               ADD 1 TO PIPE-STEP-COUNT
                               SET STEP-IDX TO PIPE-STEP-COUNT
                               MOVE PIPE-STEP-RECORD
                                   TO TBL-STEP-DEFINITION(STEP-IDX)
                               PERFORM CHECK-DEPENDENCIES-RUN-FIRST
                           ELSE
                               DISPLAY "LOAD-PIPE-STEPS: PIPESTEP.DAT "
                                   "has more than 40 rows -- ignoring "
                                   "the rest"
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PIPE-STEP-FILE
           .

      * A dependency can only be judged on a step that has already
      * had its turn; one naming a step that is not earlier in the
      * list is reported and dropped rather than left to block.
       CHECK-DEPENDENCIES-RUN-FIRST SECTION.
           PERFORM VARYING WS-DEP-SUB FROM 1 BY 1 UNTIL WS-DEP-SUB > 4
               IF TBL-STEP-DEPENDS-ON(STEP-IDX, WS-DEP-SUB) NOT = SPACES
                   MOVE "N" TO WS-DEP-FOUND-FLAG
                   PERFORM VARYING DEP-STEP-IDX FROM 1 BY 1
                           UNTIL DEP-STEP-IDX >= STEP-IDX
                       IF TBL-STEP-NAME(DEP-STEP-IDX) =
                           TBL-STEP-DEPENDS-ON(STEP-IDX, WS-DEP-SUB)
                           SET DEPENDENCY-FOUND TO TRUE
                       END-IF
                   END-PERFORM
                   IF NOT DEPENDENCY-FOUND
                       DISPLAY "LOAD-PIPE-STEPS: step "
                           TBL-STEP-NAME(STEP-IDX) " depends on "
                           TBL-STEP-DEPENDS-ON(STEP-IDX, WS-DEP-SUB)
                           " which does not run before it -- ignored"
                       MOVE SPACES
                           TO TBL-STEP-DEPENDS-ON(STEP-IDX, WS-DEP-SUB)
                   END-IF
               END-IF
           END-PERFORM
           .

      * A pass counter inside the run id keeps the catch-up passes
           IF PIPELINE-RESTARTING AND NOT PIPELINE-RESUMED
               PERFORM CHECK-STEP-COMPLETE
           END-IF
      * A step marked to always re-run (QRYMERGE) runs again on a
      * restart: it rebuilds the in-memory QUERY-RESULT-SET from the
      * saved per-db-type unit files, which is how later steps are
      * re-fed without re-extracting. Once the first incomplete or
      * failed step runs, every later step runs too, so nothing
      * downstream is left holding the bad night's output.
           IF STEP-ALREADY-COMPLETE
               AND TBL-STEP-RESTART-RULE(STEP-IDX) NOT = "A"
               DISPLAY "Skipping completed step " WS-STEP-NAME
               MOVE "COMPLETE" TO TBL-STEP-OUTCOME(STEP-IDX)
           ELSE
               IF NOT STEP-ALREADY-COMPLETE
                   SET PIPELINE-RESUMED TO TRUE
               END-IF
               PERFORM CHECK-STEP-DEPENDENCIES
               IF DEPENDENCY-FAILED
                   DISPLAY "Skipping step " WS-STEP-NAME
                       " -- it depends on " WS-FAILED-DEPENDENCY
                       ", which failed or was skipped"
                   MOVE "SKIPPED" TO PIPE-STATUS
                   PERFORM WRITE-PIPE-CHECKPOINT
               ELSE
                   MOVE "STARTED" TO PIPE-STATUS
                   PERFORM WRITE-PIPE-CHECKPOINT
                   MOVE ZERO TO RETURN-CODE
                   PERFORM EXECUTE-PIPELINE-STEP
                   IF RETURN-CODE > WS-WORST-RETURN-CODE
                       MOVE RETURN-CODE TO WS-WORST-RETURN-CODE
                   END-IF
                   IF RETURN-CODE >= 16
                       MOVE "FAILED" TO PIPE-STATUS
                   ELSE
                       MOVE "COMPLETE" TO PIPE-STATUS
                   END-IF
                   PERFORM WRITE-PIPE-CHECKPOINT
                   IF PIPE-STATUS = "FAILED"
                       AND TBL-STEP-ON-FAILURE(STEP-IDX) = "S"
                       SET CYCLE-WAS-STOPPED TO TRUE
                       MOVE RUN-ID TO WS-STOPPED-RUN-ID
                       MOVE WS-STEP-NAME TO WS-STOPPED-STEP
                       DISPLAY "Step " WS-STEP-NAME " failed and is "
                           "set to stop the cycle -- later steps "
                           "not run"
                   END-IF
               END-IF
               MOVE PIPE-STATUS TO TBL-STEP-OUTCOME(STEP-IDX)
           END-IF
           .

      * A dependency that failed, or was itself skipped, in this
      * pass skips the step. One that completed, was already
      * complete on a restart, is disabled, or is not part of a
      * refresh cycle does not hold it.
       CHECK-STEP-DEPENDENCIES SECTION.
           MOVE "N" TO WS-DEP-FAILED-FLAG
           MOVE SPACES TO WS-FAILED-DEPENDENCY
           PERFORM VARYING WS-DEP-SUB FROM 1 BY 1
                   UNTIL WS-DEP-SUB > 4 OR DEPENDENCY-FAILED
               IF TBL-STEP-DEPENDS-ON(STEP-IDX, WS-DEP-SUB) NOT = SPACES
                   PERFORM VARYING DEP-STEP-IDX FROM 1 BY 1
                           UNTIL DEP-STEP-IDX > PIPE-STEP-COUNT
                       IF TBL-STEP-NAME(DEP-STEP-IDX) =
                           TBL-STEP-DEPENDS-ON(STEP-IDX, WS-DEP-SUB)
                           AND (TBL-STEP-OUTCOME(DEP-STEP-IDX)
                                   = "FAILED"
                             OR TBL-STEP-OUTCOME(DEP-STEP-IDX)
                                   = "SKIPPED")
                           SET DEPENDENCY-FAILED TO TRUE
                           MOVE TBL-STEP-NAME(DEP-STEP-IDX)
                               TO WS-FAILED-DEPENDENCY
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
           .

      * The nightly cycle runs each step under the DB-TYPE filter on
      * its PIPESTEP.DAT row (blank clears it). In refresh mode the
      * filter stays on the refreshed query's DB-TYPE throughout, so
      * QryValid and QryMerge work on the right unit file.
       EXECUTE-PIPELINE-STEP SECTION.
           IF RUN-QUERY-ID-FILTER = SPACES
               MOVE TBL-STEP-PARM(STEP-IDX) TO RUN-DB-TYPE-FILTER
           END-IF
           MOVE TBL-STEP-PROGRAM(STEP-IDX) TO WS-STEP-PROGRAM
           EVALUATE TBL-STEP-INTERFACE(STEP-IDX)
               WHEN "Q"
                   CALL WS-STEP-PROGRAM
                       USING QUERY-RESULT-SET RUN-CONTROL
                       ON EXCEPTION PERFORM REPORT-STEP-NOT-CALLED
                   END-CALL
               WHEN "N"
                   CALL WS-STEP-PROGRAM
                       ON EXCEPTION PERFORM REPORT-STEP-NOT-CALLED
                   END-CALL
               WHEN OTHER
                   CALL WS-STEP-PROGRAM USING RUN-CONTROL
                       ON EXCEPTION PERFORM REPORT-STEP-NOT-CALLED
                   END-CALL
           END-EVALUATE
           .

       REPORT-STEP-NOT-CALLED SECTION.
           DISPLAY "Step " WS-STEP-NAME ": program " WS-STEP-PROGRAM
               " could not be called -- check PIPESTEP.DAT"
           MOVE 16 TO RETURN-CODE
           .

       ACQUIRE-RUN-LOCK SECTION.
           ACCEPT WS-LOCK-OPERATOR FROM ENVIRONMENT "OPERATOR-ID"
           IF WS-LOCK-OPERATOR = SPACES
               MOVE 16 TO WS-WORST-RETURN-CODE
           ELSE
               PERFORM PURGE-QUERY-CACHE-ENTRY
               MOVE WS-REFRESH-DB-TYPE TO RUN-DB-TYPE-FILTER
               PERFORM RESET-STEP-OUTCOMES
      * The refresh runs the steps flagged for it on PIPESTEP.DAT.
      * Of those that carry a DB-TYPE -- the extracts -- only the
      * one for the refreshed query's DB-TYPE runs.
               MOVE ZERO TO WS-REFRESH-EXTRACT-COUNT
               PERFORM VARYING STEP-IDX FROM 1 BY 1
                       UNTIL STEP-IDX > PIPE-STEP-COUNT
                   IF TBL-STEP-REFRESH(STEP-IDX) = "Y"
                       AND TBL-STEP-ENABLED(STEP-IDX) = "Y"
                       AND TBL-STEP-PARM(STEP-IDX) = WS-REFRESH-DB-TYPE
                       ADD 1 TO WS-REFRESH-EXTRACT-COUNT
                   END-IF
               END-PERFORM
               IF WS-REFRESH-EXTRACT-COUNT = ZERO
                   DISPLAY "No enabled refresh step on PIPESTEP.DAT "
                       "extracts " WS-REFRESH-DB-TYPE
                       " -- refresh abandoned"
                   MOVE 16 TO WS-WORST-RETURN-CODE
               ELSE
                   PERFORM VARYING STEP-IDX FROM 1 BY 1
                           UNTIL STEP-IDX > PIPE-STEP-COUNT
                              OR CYCLE-WAS-STOPPED
                       IF TBL-STEP-REFRESH(STEP-IDX) = "Y"
                           AND TBL-STEP-ENABLED(STEP-IDX) = "Y"
                           AND (TBL-STEP-PARM(STEP-IDX) = SPACES
                             OR TBL-STEP-PARM(STEP-IDX)
                                   = WS-REFRESH-DB-TYPE)
                           MOVE TBL-STEP-NAME(STEP-IDX)
                               TO WS-STEP-NAME
                           PERFORM RUN-PIPELINE-STEP
                       END-IF
                   END-PERFORM
                   DISPLAY "Refresh cycle complete for query "
                       WS-REFRESH-QUERY-ID
               END-IF
           END-IF
           .

               WS-REFRESH-QUERY-ID " on " RUN-BUSINESS-DATE
           .

      * The shadow cycle runs the steps flagged for it on the
      * candidate PIPESTEP.DAT, in their usual order, with the usual
      * dependency and stop-the-cycle rules; its checkpoints go to
      * the shadow set's own PIPECKPT.DAT. The "S" in its run id
      * keeps its records apart from any live run's.
       RUN-SHADOW-CYCLE SECTION.
           PERFORM CHECK-SHADOW-REQUEST
           IF NOT SHADOW-RUN-REFUSED
               PERFORM PREPARE-SHADOW-FILE-SET
           END-IF
           IF NOT SHADOW-RUN-REFUSED
               PERFORM LOAD-PIPE-STEPS
               IF PIPE-STEP-COUNT = ZERO
                   DISPLAY "No steps on the shadow PIPESTEP.DAT -- "
                       "shadow run not started"
                   PERFORM REFUSE-SHADOW-RUN
               END-IF
           END-IF
           IF NOT SHADOW-RUN-REFUSED
               PERFORM SET-CYCLE-RUN-ID
               MOVE "S" TO RUN-ID(1:1)
               DISPLAY "Shadow run id " RUN-ID " for business date "
                   RUN-BUSINESS-DATE
               PERFORM RESET-STEP-OUTCOMES
               PERFORM VARYING STEP-IDX FROM 1 BY 1
                       UNTIL STEP-IDX > PIPE-STEP-COUNT
                          OR CYCLE-WAS-STOPPED
                   IF TBL-STEP-SHADOW(STEP-IDX) = "Y"
                       MOVE TBL-STEP-NAME(STEP-IDX) TO WS-STEP-NAME
                       IF TBL-STEP-ENABLED(STEP-IDX) = "Y"
                           PERFORM RUN-PIPELINE-STEP
                       ELSE
                           DISPLAY "Step " WS-STEP-NAME
                               " is disabled on PIPESTEP.DAT -- not run"
                       END-IF
                   END-IF
               END-PERFORM
               IF CYCLE-WAS-STOPPED
                   DISPLAY "Shadow cycle stopped at step "
                       WS-STOPPED-STEP " -- comparing what it produced"
               END-IF
               MOVE ZERO TO RETURN-CODE
               CALL "ShadowCmp" USING RUN-CONTROL WS-LIVE-DIR
                   ON EXCEPTION
                       DISPLAY "Shadow comparison program ShadowCmp "
                           "could not be called"
                       MOVE 16 TO RETURN-CODE
               END-CALL
               IF RETURN-CODE > WS-WORST-RETURN-CODE
                   MOVE RETURN-CODE TO WS-WORST-RETURN-CODE
               END-IF
               MOVE SPACES TO WS-SHADOW-MESSAGE
               STRING "Shadow cycle complete -- results and "
                   DELIMITED BY SIZE
                   "SHDWCMP.RPT are in " DELIMITED BY SIZE
                   WS-CURRENT-DIR DELIMITED BY SPACE
                   INTO WS-SHADOW-MESSAGE
               END-STRING
               DISPLAY WS-SHADOW-MESSAGE(1:132)
           END-IF
           .

      * A shadow run cannot be a restart or a refresh, and is not
      * started while a live cycle holds the run lock: the live
      * control files may be mid-change and the live QUERYRES.DAT
      * mid-write. SHADOW-BUSINESS-DATE replays a given business
      * date; without it the run takes tonight's.
       CHECK-SHADOW-REQUEST SECTION.
           MOVE "N" TO WS-SHADOW-STOP-FLAG
           IF WS-RESTART-RUN-ID NOT = SPACES
               OR WS-REFRESH-QUERY-ID NOT = SPACES
               DISPLAY "SHADOW-DIR cannot be combined with "
                   "RESTART-RUN-ID or REFRESH-QUERY-ID -- shadow run "
                   "not started"
               PERFORM REFUSE-SHADOW-RUN
           END-IF
           ACCEPT WS-SHADOW-DATE-IN
               FROM ENVIRONMENT "SHADOW-BUSINESS-DATE"
           IF NOT SHADOW-RUN-REFUSED
               AND WS-SHADOW-DATE-IN NOT = SPACES
               IF WS-SHADOW-DATE-IN(1:8) IS NUMERIC
                   AND WS-SHADOW-DATE-IN(9:2) = SPACES
                   MOVE WS-SHADOW-DATE-IN(1:8) TO WS-SHADOW-DATE-9
                   IF FUNCTION TEST-DATE-YYYYMMDD(WS-SHADOW-DATE-9)
                       = ZERO
                       MOVE WS-SHADOW-DATE-IN(1:8)
                           TO RUN-BUSINESS-DATE
                       MOVE "Y" TO RUN-BUSINESS-DAY-FLAG
                       MOVE SPACES TO RUN-HOLIDAY-NAME
                   ELSE
                       DISPLAY "SHADOW-BUSINESS-DATE value '"
                           WS-SHADOW-DATE-IN "' is not a valid date"
                           " -- shadow run not started"
                       PERFORM REFUSE-SHADOW-RUN
                   END-IF
               ELSE
                   DISPLAY "SHADOW-BUSINESS-DATE value '"
                       WS-SHADOW-DATE-IN "' is not YYYYMMDD -- "
                       "shadow run not started"
                   PERFORM REFUSE-SHADOW-RUN
               END-IF
           END-IF
           IF NOT SHADOW-RUN-REFUSED
               AND NOT RUN-IS-BUSINESS-DAY
               DISPLAY "Not a business day -- shadow run skipped; "
                   "set SHADOW-BUSINESS-DATE to replay a business day"
               SET SHADOW-RUN-REFUSED TO TRUE
           END-IF
           IF NOT SHADOW-RUN-REFUSED
               PERFORM READ-RUN-LOCK
               IF RUN-LOCK-IS-HELD
                   DISPLAY "Live cycle active since " WS-HELD-START-TS
                       " under run " WS-HELD-RUN-ID " -- shadow run "
                       "not started"
                   PERFORM REFUSE-SHADOW-RUN
               END-IF
           END-IF
           .

       REFUSE-SHADOW-RUN SECTION.
           SET SHADOW-RUN-REFUSED TO TRUE
           MOVE 16 TO WS-WORST-RETURN-CODE
           .

      * The shadow directory is created if need be and made the
      * current directory, so every step's files -- all of them named
      * without a path -- resolve inside it and not among the live
      * files. It is refused if it turns out to be the live directory
      * itself. SHDWSEED.DAT, read from the live directory first,
      * says which files the shadow set starts with; SHDWSRC.DAT
      * records where each one came from.
       PREPARE-SHADOW-FILE-SET SECTION.
           MOVE SPACES TO WS-LIVE-DIR
           CALL "CBL_GET_CURRENT_DIR" USING BY VALUE 0
               BY VALUE LENGTH OF WS-LIVE-DIR
               BY REFERENCE WS-LIVE-DIR
           END-CALL
           PERFORM LOAD-SHADOW-SEEDS
           IF SHADOW-SEED-COUNT = ZERO
               DISPLAY "No files listed on SHDWSEED.DAT -- shadow run "
                   "not started"
               PERFORM REFUSE-SHADOW-RUN
           END-IF
           IF NOT SHADOW-RUN-REFUSED
               PERFORM RESOLVE-CANDIDATE-DIR
           END-IF
           IF NOT SHADOW-RUN-REFUSED
               CALL "CBL_CREATE_DIR" USING WS-SHADOW-DIR
                   RETURNING WS-DIR-RC
               END-CALL
               CALL "CBL_CHANGE_DIR" USING WS-SHADOW-DIR
                   RETURNING WS-DIR-RC
               END-CALL
               IF WS-DIR-RC NOT = ZERO
                   MOVE SPACES TO WS-SHADOW-MESSAGE
                   STRING "Shadow directory " DELIMITED BY SIZE
                       WS-SHADOW-DIR DELIMITED BY SPACE
                       " cannot be used -- shadow run not started"
                       DELIMITED BY SIZE
                       INTO WS-SHADOW-MESSAGE
                   END-STRING
                   DISPLAY WS-SHADOW-MESSAGE(1:132)
                   PERFORM REFUSE-SHADOW-RUN
               END-IF
           END-IF
           IF NOT SHADOW-RUN-REFUSED
               MOVE SPACES TO WS-CURRENT-DIR
               CALL "CBL_GET_CURRENT_DIR" USING BY VALUE 0
                   BY VALUE LENGTH OF WS-CURRENT-DIR
                   BY REFERENCE WS-CURRENT-DIR
               END-CALL
               IF WS-CURRENT-DIR = WS-LIVE-DIR
                   OR WS-CURRENT-DIR = WS-CANDIDATE-DIR
                   MOVE SPACES TO WS-SHADOW-MESSAGE
                   STRING "SHADOW-DIR " DELIMITED BY SIZE
                       WS-SHADOW-DIR DELIMITED BY SPACE
                       " is the live or the candidate directory -- "
                       DELIMITED BY SIZE
                       "shadow run not started" DELIMITED BY SIZE
                       INTO WS-SHADOW-MESSAGE
                   END-STRING
                   DISPLAY WS-SHADOW-MESSAGE(1:132)
                   PERFORM REFUSE-SHADOW-RUN
               END-IF
           END-IF
           IF NOT SHADOW-RUN-REFUSED
               MOVE SPACES TO WS-SHADOW-MESSAGE
               STRING "Shadow run in " DELIMITED BY SIZE
                   WS-CURRENT-DIR DELIMITED BY SPACE
                   INTO WS-SHADOW-MESSAGE
               END-STRING
               DISPLAY WS-SHADOW-MESSAGE(1:132)
               IF WS-CANDIDATE-DIR NOT = SPACES
                   MOVE SPACES TO WS-SHADOW-MESSAGE
                   STRING "  Candidate control files from "
                       DELIMITED BY SIZE
                       WS-CANDIDATE-DIR DELIMITED BY SPACE
                       INTO WS-SHADOW-MESSAGE
                   END-STRING
                   DISPLAY WS-SHADOW-MESSAGE(1:132)
               END-IF
               OPEN OUTPUT SHADOW-SOURCE-FILE
               PERFORM VARYING SEED-IDX FROM 1 BY 1
                       UNTIL SEED-IDX > SHADOW-SEED-COUNT
                   PERFORM SEED-SHADOW-FILE
               END-PERFORM
               CLOSE SHADOW-SOURCE-FILE
           END-IF
           .

      * The candidate directory is resolved by changing into it and
      * back, which proves it is there and gives its full path for
      * the copies made once the shadow directory is current.
       RESOLVE-CANDIDATE-DIR SECTION.
           MOVE SPACES TO WS-CANDIDATE-DIR
           ACCEPT WS-CANDIDATE-IN
               FROM ENVIRONMENT "SHADOW-CANDIDATE-DIR"
           IF WS-CANDIDATE-IN NOT = SPACES
               CALL "CBL_CHANGE_DIR" USING WS-CANDIDATE-IN
                   RETURNING WS-DIR-RC
               END-CALL
               IF WS-DIR-RC = ZERO
                   CALL "CBL_GET_CURRENT_DIR" USING BY VALUE 0
                       BY VALUE LENGTH OF WS-CANDIDATE-DIR
                       BY REFERENCE WS-CANDIDATE-DIR
                   END-CALL
                   CALL "CBL_CHANGE_DIR" USING WS-LIVE-DIR
                       RETURNING WS-DIR-RC
                   END-CALL
               ELSE
                   MOVE SPACES TO WS-SHADOW-MESSAGE
                   STRING "SHADOW-CANDIDATE-DIR " DELIMITED BY SIZE
                       WS-CANDIDATE-IN DELIMITED BY SPACE
                       " cannot be read -- shadow run not started"
                       DELIMITED BY SIZE
                       INTO WS-SHADOW-MESSAGE
                   END-STRING
                   DISPLAY WS-SHADOW-MESSAGE(1:132)
                   PERFORM REFUSE-SHADOW-RUN
               END-IF
           END-IF
           .

       LOAD-SHADOW-SEEDS SECTION.
           MOVE ZERO TO SHADOW-SEED-COUNT
           OPEN INPUT SHADOW-SEED-FILE
           PERFORM UNTIL SHADOW-SEED-EOF
               READ SHADOW-SEED-FILE
                   AT END SET SHADOW-SEED-EOF TO TRUE
                   NOT AT END
                       IF SEED-FILE-NAME NOT = SPACES
                           IF SHADOW-SEED-COUNT < 60
                               ADD 1 TO SHADOW-SEED-COUNT
                               SET SEED-IDX TO SHADOW-SEED-COUNT
                               MOVE SEED-FILE-NAME
                                   TO TBL-SEED-FILE-NAME(SEED-IDX)
                               MOVE SEED-ACTION
                                   TO TBL-SEED-ACTION(SEED-IDX)
                           ELSE
                               DISPLAY "LOAD-SHADOW-SEEDS: SHDWSEED.DAT"
                                   " has more than 60 rows -- ignoring "
                                   "the rest"
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SHADOW-SEED-FILE
           .

      * A copied file comes from the candidate directory when it
      * holds one, else from the live directory. One in neither is
      * removed from the shadow set, so a copy left by an earlier
      * shadow run cannot stand in for it.
       SEED-SHADOW-FILE SECTION.
           MOVE TBL-SEED-FILE-NAME(SEED-IDX) TO WS-SEED-TARGET
           MOVE WS-SEED-TARGET TO SRC-FILE-NAME
           MOVE SPACES TO SRC-ORIGIN
           EVALUATE TBL-SEED-ACTION(SEED-IDX)
               WHEN "C"
                   SET SRC-NOT-FOUND TO TRUE
                   IF WS-CANDIDATE-DIR NOT = SPACES
                       MOVE SPACES TO WS-SEED-SOURCE
                       STRING WS-CANDIDATE-DIR DELIMITED BY SPACE
                           "/" DELIMITED BY SIZE
                           WS-SEED-TARGET DELIMITED BY SPACE
                           INTO WS-SEED-SOURCE
                       END-STRING
                       CALL "CBL_COPY_FILE" USING WS-SEED-SOURCE
                           WS-SEED-TARGET
                           RETURNING WS-DIR-RC
                       END-CALL
                       IF WS-DIR-RC = ZERO
                           SET SRC-FROM-CANDIDATE TO TRUE
                       END-IF
                   END-IF
                   IF SRC-NOT-FOUND
                       MOVE SPACES TO WS-SEED-SOURCE
                       STRING WS-LIVE-DIR DELIMITED BY SPACE
                           "/" DELIMITED BY SIZE
                           WS-SEED-TARGET DELIMITED BY SPACE
                           INTO WS-SEED-SOURCE
                       END-STRING
                       CALL "CBL_COPY_FILE" USING WS-SEED-SOURCE
                           WS-SEED-TARGET
                           RETURNING WS-DIR-RC
                       END-CALL
                       IF WS-DIR-RC = ZERO
                           SET SRC-FROM-LIVE TO TRUE
                       END-IF
                   END-IF
                   IF SRC-NOT-FOUND
                       CALL "CBL_DELETE_FILE" USING WS-SEED-TARGET
                           RETURNING WS-DIR-RC
                       END-CALL
                   END-IF
               WHEN "E"
                   OPEN OUTPUT SHADOW-EMPTY-FILE
                   CLOSE SHADOW-EMPTY-FILE
                   SET SRC-STARTED-EMPTY TO TRUE
               WHEN "D"
                   CALL "CBL_DELETE_FILE" USING WS-SEED-TARGET
                       RETURNING WS-DIR-RC
                   END-CALL
                   SET SRC-REMOVED TO TRUE
               WHEN OTHER
                   DISPLAY "SHDWSEED.DAT: action '"
                       TBL-SEED-ACTION(SEED-IDX) "' for "
                       WS-SEED-TARGET " is not C, E or D -- ignored"
           END-EVALUATE
           IF SRC-ORIGIN NOT = SPACES
               WRITE SHADOW-SOURCE-RECORD
               DISPLAY "  " WS-SEED-TARGET " " SRC-ORIGIN
           END-IF
           .

       CHECK-STEP-COMPLETE SECTION.
           PERFORM VARYING DONE-IDX FROM 1 BY 1
                   UNTIL DONE-IDX > DONE-STEP-COUNT
                                   TO WS-SAVED-BIZ-DATE
                           END-IF
                           IF PIPE-STATUS = "COMPLETE"
                               AND DONE-STEP-COUNT < 40
                               ADD 1 TO DONE-STEP-COUNT
                               SET DONE-IDX TO DONE-STEP-COUNT
                               MOVE PIPE-STEP-NAME
