       01 WS-CUTOFF-DATE     PIC 9(8).
       01 WS-CUTOFF-DATE-X   PIC X(8).
       01 WS-RECORD-DATE     PIC X(8).
       01 WS-RECORD-STATUS   PIC X(10).
       01 WS-KEPT-COUNT      PIC 9(7).
       01 WS-ARCHIVED-COUNT  PIC 9(7).
       01 WS-DROPPED-COUNT   PIC 9(7).
                   SET RECORD-IS-AGED TO TRUE
               END-IF
           END-IF
      * A record still being worked, such as a SUSPENDED row awaiting
      * operator review, stays on the live file however old it is.
           IF RECORD-IS-AGED
               AND RET-STATUS-POS IS NUMERIC
               AND RET-STATUS-POS > ZERO
               MOVE LIVE-DATA-RECORD(RET-STATUS-POS:10)
                   TO WS-RECORD-STATUS
               IF WS-RECORD-STATUS NOT = RET-AGED-STATUS-1
                   AND WS-RECORD-STATUS NOT = RET-AGED-STATUS-2
                   MOVE "N" TO WS-RECORD-AGED-FLAG
               END-IF
           END-IF
           IF RECORD-IS-AGED
               IF RET-ARCHIVE-FLAG = "Y"
                   IF NOT ARCHIVE-FILE-IS-OPEN
