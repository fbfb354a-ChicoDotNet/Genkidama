      * Record layout for the REPORT-GENERATIONS control file. One
      * record per report type: how many dated generations of that
      * type's report and burst files Example3 keeps on disk. A type
      * with no row keeps seven; a count of zero keeps none, and the
      * night's files are then overwritten as before.
       01  REPORT-GENERATIONS-RECORD.
           05  RGN-REPORT-TYPE          PIC X(10).
           05  RGN-KEEP-COUNT           PIC 9(3).
