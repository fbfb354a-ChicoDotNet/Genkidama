      * Record layout for the PIPELINE-STEP control file. One record
      * per step of the nightly cycle, in the order Driver runs them:
      * the step name checkpointed on PIPECKPT.DAT, the program to
      * CALL and what it is passed (the query result set and the run
      * control area, the run control area only, or nothing), the
      * DB-TYPE filter it runs under, whether it is switched on,
      * whether its failure stops the cycle or is only logged,
      * whether it always re-runs on a restart, whether it is part
      * of the intraday refresh cycle, up to four earlier steps it
      * depends on, and whether it is part of a shadow run against
      * candidate control files. A step whose dependency failed, or
      * was itself skipped, is skipped and checkpointed as SKIPPED.
       01  PIPE-STEP-RECORD.
           05  PSTEP-STEP-NAME          PIC X(12).
           05  PSTEP-PROGRAM            PIC X(10).
           05  PSTEP-INTERFACE          PIC X(1).
               88  PSTEP-PASSES-RESULT-SET  VALUE "Q".
               88  PSTEP-PASSES-RUN-CONTROL VALUE "R".
               88  PSTEP-PASSES-NOTHING     VALUE "N".
           05  PSTEP-PARM               PIC X(10).
           05  PSTEP-ENABLED            PIC X(1).
               88  PSTEP-IS-ENABLED         VALUE "Y".
           05  PSTEP-ON-FAILURE         PIC X(1).
               88  PSTEP-STOPS-CYCLE        VALUE "S".
               88  PSTEP-LOGS-FAILURE       VALUE "L" SPACE.
           05  PSTEP-RESTART-RULE       PIC X(1).
               88  PSTEP-ALWAYS-RERUNS      VALUE "A".
           05  PSTEP-REFRESH            PIC X(1).
               88  PSTEP-IN-REFRESH-CYCLE   VALUE "Y".
           05  PSTEP-DEPENDS-ON         PIC X(12) OCCURS 4 TIMES.
           05  PSTEP-SHADOW             PIC X(1).
               88  PSTEP-IN-SHADOW-CYCLE    VALUE "Y".
