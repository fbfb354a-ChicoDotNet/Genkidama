           END-IF
           MOVE "BADPASS" TO WS-LOG-EVENT
           PERFORM WRITE-SIGN-ON-LOG
      * The attempt that trips the lock is logged a second time as
      * the lockout itself, so reviews can tell lockouts from the
      * ordinary bad passwords that lead up to them.
           IF TBL-OPR-LOCKED(PRF-IDX) = "Y"
               MOVE "LOCKOUT" TO WS-LOG-EVENT
               PERFORM WRITE-SIGN-ON-LOG
           END-IF
           PERFORM REWRITE-OPERATOR-PROFILES
           .

