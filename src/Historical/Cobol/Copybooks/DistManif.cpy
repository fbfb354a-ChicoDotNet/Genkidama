      * an ALL-scope recipient, or the per-scope burst file for a
      * scoped one -- so which recipient received which file, and
      * under which scope, is answerable from disk instead of from
      * console scrollback. RptSend adds a RESEND record, stamped
      * with the operator and time, each time a kept generation is
      * sent again; the business date and run id stay those of the
      * generation. Rows from before the action column are SENT.
       01  DIST-MANIFEST-RECORD.
           05  DMN-BUSINESS-DATE        PIC X(8).
           05  DMN-REPORT-TYPE          PIC X(10).
           05  DMN-FILE-NAME            PIC X(14).
           05  DMN-RECIPIENT            PIC X(50).
           05  DMN-RUN-ID               PIC X(15).
           05  DMN-ACTION               PIC X(8).
               88  DMN-IS-RESEND            VALUE "RESEND".
           05  DMN-GEN-FILE-NAME        PIC X(30).
           05  DMN-ACTION-TS            PIC X(21).
           05  DMN-OPERATOR-ID          PIC X(8).
