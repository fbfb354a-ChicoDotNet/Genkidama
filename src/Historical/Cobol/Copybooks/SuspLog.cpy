      * Record layout for the SUSPENSE-LOG file. One record per
      * operator decision taken on a suspended row through SuspMnt:
      * who decided, when, which suspense id, what was done, and
      * the before- and after-images of the detail row.
       01  SUSPENSE-LOG-RECORD.
           05  SLOG-TIMESTAMP           PIC X(21).
           05  SLOG-OPERATOR-ID         PIC X(8).
           05  SLOG-SUSP-ID             PIC 9(6).
           05  SLOG-ACTION              PIC X(10).
           05  SLOG-REASON              PIC X(12).
           05  SLOG-BEFORE-IMAGE        PIC X(86).
           05  SLOG-AFTER-IMAGE         PIC X(86).
