      * Record layout for the REPORT-CATALOG file. One record per
      * dated generation Example3 has kept -- the full report for
      * scope ALL, or a per-scope burst file -- naming the live file
      * it was copied from, the generation file itself, the run that
      * produced it, its record count, and the recipients it was
      * routed to that night. Example3 drops a row when it purges the
      * generation, so the catalog lists exactly what is on disk and
      * needs no RETENTION.DAT entry. RptSend re-sends from it.
       01  REPORT-CATALOG-RECORD.
           05  CAT-BUSINESS-DATE        PIC X(8).
           05  CAT-REPORT-TYPE          PIC X(10).
           05  CAT-SCOPE                PIC X(10).
           05  CAT-FILE-NAME            PIC X(14).
           05  CAT-GEN-FILE-NAME        PIC X(30).
           05  CAT-RUN-ID               PIC X(15).
           05  CAT-RECORD-COUNT         PIC 9(7).
           05  CAT-CREATED-TS           PIC X(21).
           05  CAT-RECIPIENT-COUNT      PIC 9(2).
           05  CAT-RECIPIENT            PIC X(50) OCCURS 5 TIMES.
