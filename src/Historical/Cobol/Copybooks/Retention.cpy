      * archive file or simply dropped, and the 1-based position of
      * the YYYYMMDD date within each record. A date position of zero
      * means the file carries no record date and every record is
      * aged out at the start of each cycle. A file whose records
      * carry a status can also give the 1-based position of that
      * status and up to two statuses a record must hold before it
      * ages; a status position of zero or blank ages every record
      * by its date alone.
       01  RETENTION-RECORD.
           05  RET-FILE-NAME            PIC X(14).
           05  RET-KEEP-DAYS            PIC 9(3).
           05  RET-ARCHIVE-FLAG         PIC X(1).
           05  RET-DATE-POS             PIC 9(3).
           05  RET-STATUS-POS           PIC 9(3).
           05  RET-AGED-STATUS-1        PIC X(10).
           05  RET-AGED-STATUS-2        PIC X(10).
