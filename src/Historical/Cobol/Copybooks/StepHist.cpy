      * Record layout for the STEP-HISTORY file. One record per
      * pipeline step per business date, built by RunHist from the
      * STARTED and COMPLETE/FAILED pairs on PIPECKPT.DAT, which
      * Housekeep keeps for only a few days. The file is indexed on
      * business date plus step name so the capacity forecast reads
      * only the dates it needs; a rerun or restart of the same
      * business date rewrites the key with the latest attempt. This
      * file is permanent: it is deliberately NOT in RETENTION.DAT,
      * because the forecast needs the long series.
       01  STEP-HISTORY-RECORD.
           05  SHX-KEY.
               10  SHX-BUSINESS-DATE    PIC X(8).
               10  SHX-STEP-NAME        PIC X(12).
           05  SHX-RUN-ID               PIC X(15).
           05  SHX-STATUS               PIC X(9).
           05  SHX-START-TS             PIC X(21).
           05  SHX-END-TS               PIC X(21).
           05  SHX-ELAPSED-SECS         PIC 9(7).
