      * Shared area passed to the QrySched routine. The caller fills
      * the business date being processed and the query's run
      * frequency and run day from QUERYPARM.DAT; on return the due
      * flag says whether the query is scheduled to run that date.
       01  QUERY-SCHEDULE-AREA.
           05  SCHED-BUSINESS-DATE      PIC X(8).
           05  SCHED-RUN-FREQ           PIC X(1).
           05  SCHED-RUN-DAY            PIC X(1).
           05  SCHED-DUE-FLAG           PIC X(1).
               88  SCHED-QUERY-IS-DUE       VALUE "Y".
