      * Record layout for the SUSPENSE file. One record per detail
      * row QryValid held back from QUERYRES.DAT, carrying the full
      * 86-byte unit-file image of the row and the reason it failed.
      * SuspMnt moves a SUSPENDED row to RELEASED (as-is or after
      * correction) or PURGED under the signed-on operator's id;
      * the next cycle's QryValid feeds RELEASED rows back into the
      * unit file of their query and marks them APPLIED with the
      * run id that carried them.
       01  SUSPENSE-RECORD.
           05  SUSP-ID                  PIC 9(6).
           05  SUSP-STATUS              PIC X(10).
               88  SUSP-IS-SUSPENDED        VALUE "SUSPENDED".
               88  SUSP-IS-RELEASED         VALUE "RELEASED".
               88  SUSP-IS-PURGED           VALUE "PURGED".
               88  SUSP-IS-APPLIED          VALUE "APPLIED".
           05  SUSP-REASON              PIC X(12).
           05  SUSP-BUSINESS-DATE       PIC X(8).
           05  SUSP-RUN-ID              PIC X(15).
           05  SUSP-UNIT-FILE           PIC X(12).
           05  SUSP-DETAIL-IMAGE        PIC X(86).
           05  SUSP-TIMESTAMP           PIC X(21).
           05  SUSP-OPERATOR-ID         PIC X(8).
           05  SUSP-ACTION-TS           PIC X(21).
           05  SUSP-APPLIED-RUN-ID      PIC X(15).
