      * Record layout for the SHADOW-SEED control file. One record
      * per file a shadow run needs in its own file set before the
      * cycle starts: copied in ("C") from the candidate directory
      * when the candidate set holds it, otherwise from the live
      * file; started empty ("E"), for the logs, histories and
      * checkpoints the shadow steps append to; or removed ("D"),
      * for outputs a previous shadow run left behind that a step
      * might otherwise pick up.
       01  SHADOW-SEED-RECORD.
           05  SEED-FILE-NAME           PIC X(14).
           05  SEED-ACTION              PIC X(1).
               88  SEED-COPIES-FILE         VALUE "C".
               88  SEED-STARTS-EMPTY        VALUE "E".
               88  SEED-REMOVES-FILE        VALUE "D".
