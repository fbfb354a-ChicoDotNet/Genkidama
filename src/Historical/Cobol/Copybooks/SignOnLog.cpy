      * sign-on attempt through the shared SignOn routine, success
      * or failure, so CTLCHGLG.DAT entries can be tied back to an
      * authenticated person and failed attempts leave a trace.
      * Events are SUCCESS, BADPASS, LOCKOUT (written after the
      * BADPASS that locked the profile), LOCKED (an attempt on a
      * locked profile), INACTIVE, and UNKNOWN.
       01  SIGN-ON-LOG-RECORD.
           05  SGL-TIMESTAMP            PIC X(21).
           05  SGL-OPERATOR-ID          PIC X(8).
