       IDENTIFICATION DIVISION.
       PROGRAM-ID. AccessRv.
      * Access and change review for the auditors over a from/to
      * date range. Lists every operator's role on each control
      * file from OPERPROF.DAT; sign-on successes, failures, and
      * lockouts from SIGNONLG.DAT; every control change applied in
      * the range from CTLCHGLG.DAT with its before and after image,
      * and every change rejected or backed out from CTLPEND.DAT;
      * and every alert acknowledged or resolved on ALRTSTAT.DAT.
      * It closes with the review exceptions: dormant profiles that
      * still hold an update role, changes keyed by an operator whose
      * profile is now inactive or gone, and applied changes whose
      * operator has no successful sign-on on the day the change was
      * keyed. Only the live files are read; records Housekeep has
      * already archived are brought back with ArcRetr.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-PROFILE-FILE ASSIGN TO "OPERPROF.DAT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL SIGN-ON-LOG ASSIGN TO "SIGNONLG.DAT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL CTL-CHANGE-LOG ASSIGN TO "CTLCHGLG.DAT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL CTL-PENDING-FILE ASSIGN TO "CTLPEND.DAT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL ALERT-STATE-FILE ASSIGN TO "ALRTSTAT.DAT"
               ORGANIZATION LINE SEQUENTIAL.
           SELECT REVIEW-REPORT-FILE ASSIGN TO "ACCESSRV.RPT"
               ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-PROFILE-FILE.
       COPY OperProf.

       FD  SIGN-ON-LOG.
       COPY SignOnLog.

       FD  CTL-CHANGE-LOG.
       COPY CtlChgLog.

       FD  CTL-PENDING-FILE.
       COPY CtlPend.

       FD  ALERT-STATE-FILE.
       COPY AlertStat.

       FD  REVIEW-REPORT-FILE.
       01  REVIEW-REPORT-LINE       PIC X(150).

       WORKING-STORAGE SECTION.
       01 WS-FIELD-IN        PIC X(100).
       01 WS-FROM-DATE       PIC X(8).
       01 WS-TO-DATE         PIC X(8).
       01 WS-PROF-EOF-FLAG   PIC X VALUE "N".
           88 PROFILE-FILE-EOF       VALUE "Y".
       01 WS-SGL-EOF-FLAG    PIC X VALUE "N".
           88 SIGN-ON-LOG-EOF        VALUE "Y".
       01 WS-CHG-EOF-FLAG    PIC X VALUE "N".
           88 CHANGE-LOG-EOF         VALUE "Y".
       01 WS-PND-EOF-FLAG    PIC X VALUE "N".
           88 PENDING-FILE-EOF       VALUE "Y".
       01 WS-AST-EOF-FLAG    PIC X VALUE "N".
           88 ALERT-STATE-EOF        VALUE "Y".
       01 PROFILE-COUNT      PIC 9(4) VALUE ZERO.
       01 PROFILE-TABLE.
           05 PROFILE-ENTRY OCCURS 50 TIMES INDEXED BY PRF-IDX.
               10 TBL-PRF-ID            PIC X(8).
               10 TBL-PRF-ACTIVE        PIC X(1).
               10 TBL-PRF-LOCKED        PIC X(1).
               10 TBL-PRF-ROLE          PIC X(1) OCCURS 4 TIMES.
               10 TBL-PRF-SUCCESS-COUNT PIC 9(5).
               10 TBL-PRF-FAILURE-COUNT PIC 9(5).
               10 TBL-PRF-LOCKOUT-COUNT PIC 9(5).
               10 TBL-PRF-LAST-SIGNON   PIC X(8).
       01 ROLE-FILE-NAMES.
           05 FILLER             PIC X(14) VALUE "THEMEPARM.DAT".
           05 FILLER             PIC X(14) VALUE "DBCONNPM.DAT".
           05 FILLER             PIC X(14) VALUE "QUERYPARM.DAT".
           05 FILLER             PIC X(14) VALUE "DISTLIST.DAT".
       01 ROLE-FILE-TABLE REDEFINES ROLE-FILE-NAMES.
           05 TBL-ROLE-FILE-NAME PIC X(14) OCCURS 4 TIMES.
       01 SIGNON-DAY-COUNT   PIC 9(4) VALUE ZERO.
       01 SIGNON-DAY-TABLE.
           05 SIGNON-DAY-ENTRY OCCURS 3000 TIMES INDEXED BY SDY-IDX.
               10 TBL-SDY-OPERATOR-ID   PIC X(8).
               10 TBL-SDY-DATE          PIC X(8).
       01 PENDING-COUNT      PIC 9(4) VALUE ZERO.
       01 PENDING-TABLE.
           05 PENDING-ENTRY OCCURS 500 TIMES INDEXED BY PND-IDX.
               10 TBL-PND-SEQ-ID        PIC 9(6).
               10 TBL-PND-STATUS        PIC X(10).
               10 TBL-PND-EFFECTIVE     PIC X(8).
               10 TBL-PND-OPERATOR-ID   PIC X(8).
               10 TBL-PND-KEYED-TS      PIC X(21).
               10 TBL-PND-FILE-NAME     PIC X(14).
               10 TBL-PND-ACTION        PIC X(10).
               10 TBL-PND-KEY-VALUE     PIC X(10).
               10 TBL-PND-AFTER-IMAGE   PIC X(130).
               10 TBL-PND-ACTION-OPR    PIC X(8).
               10 TBL-PND-ACTION-TS     PIC X(21).
               10 TBL-PND-MATCHED       PIC X(1).
       01 REVIEW-EXCEPTION-COUNT PIC 9(4) VALUE ZERO.
       01 REVIEW-EXCEPTION-TABLE.
           05 REVIEW-EXCEPTION-ENTRY OCCURS 500 TIMES
                   INDEXED BY REX-IDX.
               10 TBL-REX-TEXT          PIC X(150).
       01 WS-EXCEPTION-TEXT  PIC X(150).
       01 WS-ROLE-SUB        PIC 9(1).
       01 WS-ROLE-WORD       PIC X(6).
       01 WS-UPDATE-ROLE-FLAG PIC X VALUE "N".
           88 HOLDS-UPDATE-ROLE      VALUE "Y".
       01 WS-LOOKUP-ID       PIC X(8).
       01 WS-LOOKUP-DATE     PIC X(8).
       01 WS-PROF-FOUND-FLAG PIC X VALUE "N".
           88 PROFILE-FOUND          VALUE "Y".
       01 WS-SIGNED-ON-FLAG  PIC X VALUE "N".
           88 SIGNED-ON-THAT-DAY     VALUE "Y".
       01 WS-PND-FOUND-FLAG  PIC X VALUE "N".
           88 PENDING-MATCH-FOUND    VALUE "Y".
       01 WS-SGL-DATE        PIC X(8).
       01 WS-KEYED-DATE      PIC X(8).
       01 WS-KEYED-NOTE      PIC X(30).
       01 WS-PROFILE-STATE   PIC X(22).
       01 WS-UNKNOWN-ID-EVENTS PIC 9(5) VALUE ZERO.
       01 WS-APPLIED-COUNT   PIC 9(5) VALUE ZERO.
       01 WS-WITHDRAWN-COUNT PIC 9(5) VALUE ZERO.
       01 WS-ALERT-ACTION-COUNT PIC 9(5) VALUE ZERO.
       01 WS-COUNT-DISPLAY   PIC ZZZZ9.
       01 RPT-ROLE-LINE.
           05 FILLER             PIC X(2) VALUE SPACES.
           05 RVR-OPERATOR-ID    PIC X(8).
           05 FILLER             PIC X(1) VALUE SPACES.
           05 RVR-ACTIVE         PIC X(8).
           05 FILLER             PIC X(1) VALUE SPACES.
           05 RVR-LOCKED         PIC X(6).
           05 FILLER             PIC X(1) VALUE SPACES.
           05 RVR-ROLE-GROUP OCCURS 4 TIMES.
               10 RVR-ROLE-FILE      PIC X(14).
               10 RVR-ROLE-WORD      PIC X(7).
       01 RPT-SIGNON-LINE.
           05 FILLER             PIC X(2) VALUE SPACES.
           05 RVS-OPERATOR-ID    PIC X(8).
           05 FILLER             PIC X(11) VALUE " SUCCESSES ".
           05 RVS-SUCCESSES      PIC ZZZZ9.
           05 FILLER             PIC X(10) VALUE " FAILURES ".
           05 RVS-FAILURES       PIC ZZZZ9.
           05 FILLER             PIC X(10) VALUE " LOCKOUTS ".
           05 RVS-LOCKOUTS       PIC ZZZZ9.
           05 FILLER             PIC X(16) VALUE " LAST SIGN-ON ".
           05 RVS-LAST-SIGNON    PIC X(8).

       PROCEDURE DIVISION.

       DISPLAY "Access and change review"
       DISPLAY "From date (YYYYMMDD):"
       ACCEPT WS-FIELD-IN
       MOVE WS-FIELD-IN TO WS-FROM-DATE
       DISPLAY "To date (YYYYMMDD):"
       ACCEPT WS-FIELD-IN
       MOVE WS-FIELD-IN TO WS-TO-DATE
       IF WS-FROM-DATE NOT NUMERIC OR WS-TO-DATE NOT NUMERIC
           OR WS-FROM-DATE > WS-TO-DATE
           DISPLAY "Date range must be numeric YYYYMMDD with from "
               "not after to"
           MOVE 16 TO RETURN-CODE
           GOBACK
       END-IF
       PERFORM LOAD-OPERATOR-PROFILES
       PERFORM SCAN-SIGN-ON-LOG
       PERFORM LOAD-PENDING-CHANGES
       OPEN OUTPUT REVIEW-REPORT-FILE
       MOVE SPACES TO REVIEW-REPORT-LINE
       STRING "ACCESS AND CHANGE REVIEW " DELIMITED BY SIZE
           WS-FROM-DATE DELIMITED BY SIZE
           " - " DELIMITED BY SIZE
           WS-TO-DATE DELIMITED BY SIZE
           "   produced " DELIMITED BY SIZE
           FUNCTION CURRENT-DATE(1:8) DELIMITED BY SIZE
           INTO REVIEW-REPORT-LINE
       END-STRING
       WRITE REVIEW-REPORT-LINE
       PERFORM WRITE-ROLE-SECTION
       PERFORM WRITE-SIGN-ON-SECTION
       PERFORM WRITE-APPLIED-CHANGES
       PERFORM WRITE-WITHDRAWN-CHANGES
       PERFORM WRITE-ALERT-ACTIONS
       PERFORM WRITE-EXCEPTION-SECTION
       CLOSE REVIEW-REPORT-FILE
       DISPLAY "Review written to ACCESSRV.RPT: " WS-APPLIED-COUNT
           " applied and " WS-WITHDRAWN-COUNT
           " rejected/backed-out change(s), " WS-ALERT-ACTION-COUNT
           " alert action(s), " REVIEW-EXCEPTION-COUNT
           " exception(s)"
       IF REVIEW-EXCEPTION-COUNT > ZERO AND RETURN-CODE < 4
           MOVE 4 TO RETURN-CODE
       END-IF
       GOBACK.

       LOAD-OPERATOR-PROFILES SECTION.
           OPEN INPUT OPERATOR-PROFILE-FILE
           PERFORM UNTIL PROFILE-FILE-EOF
               READ OPERATOR-PROFILE-FILE
                   AT END SET PROFILE-FILE-EOF TO TRUE
                   NOT AT END
                       IF PROFILE-COUNT < 50
                           ADD 1 TO PROFILE-COUNT
                           SET PRF-IDX TO PROFILE-COUNT
                           MOVE OPR-ID TO TBL-PRF-ID(PRF-IDX)
                           MOVE OPR-ACTIVE-FLAG
                               TO TBL-PRF-ACTIVE(PRF-IDX)
                           MOVE OPR-LOCKED-FLAG
                               TO TBL-PRF-LOCKED(PRF-IDX)
                           MOVE OPR-ROLE-THEME
                               TO TBL-PRF-ROLE(PRF-IDX, 1)
                           MOVE OPR-ROLE-DBCONN
                               TO TBL-PRF-ROLE(PRF-IDX, 2)
                           MOVE OPR-ROLE-QUERY
                               TO TBL-PRF-ROLE(PRF-IDX, 3)
                           MOVE OPR-ROLE-DIST
                               TO TBL-PRF-ROLE(PRF-IDX, 4)
                           MOVE ZERO TO TBL-PRF-SUCCESS-COUNT(PRF-IDX)
                           MOVE ZERO TO TBL-PRF-FAILURE-COUNT(PRF-IDX)
                           MOVE ZERO TO TBL-PRF-LOCKOUT-COUNT(PRF-IDX)
                           MOVE SPACES TO TBL-PRF-LAST-SIGNON(PRF-IDX)
                       ELSE
                           DISPLAY "LOAD-OPERATOR-PROFILES: "
                               "OPERPROF.DAT has more than 50 rows "
                               "-- ignoring the rest"
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OPERATOR-PROFILE-FILE
           .

      * One pass over the log counts each operator's events inside
      * the range and remembers every day each operator signed on
      * successfully, which the change checks need whatever range
      * was asked for. The last sign-on is the latest success up to
      * the end of the range.
       SCAN-SIGN-ON-LOG SECTION.
           OPEN INPUT SIGN-ON-LOG
           PERFORM UNTIL SIGN-ON-LOG-EOF
               READ SIGN-ON-LOG
                   AT END SET SIGN-ON-LOG-EOF TO TRUE
                   NOT AT END
                       PERFORM TALLY-SIGN-ON-EVENT
               END-READ
           END-PERFORM
           CLOSE SIGN-ON-LOG
           .

       TALLY-SIGN-ON-EVENT SECTION.
           MOVE SGL-TIMESTAMP(1:8) TO WS-SGL-DATE
           IF SGL-EVENT = "SUCCESS"
               PERFORM REMEMBER-SIGN-ON-DAY
           END-IF
           MOVE SGL-OPERATOR-ID TO WS-LOOKUP-ID
           PERFORM FIND-PROFILE
           IF PROFILE-FOUND
               IF SGL-EVENT = "SUCCESS"
                   AND WS-SGL-DATE <= WS-TO-DATE
                   AND WS-SGL-DATE > TBL-PRF-LAST-SIGNON(PRF-IDX)
                   MOVE WS-SGL-DATE TO TBL-PRF-LAST-SIGNON(PRF-IDX)
               END-IF
           END-IF
           IF WS-SGL-DATE >= WS-FROM-DATE
               AND WS-SGL-DATE <= WS-TO-DATE
               IF PROFILE-FOUND
                   EVALUATE SGL-EVENT
                       WHEN "SUCCESS"
                           ADD 1 TO TBL-PRF-SUCCESS-COUNT(PRF-IDX)
                       WHEN "LOCKOUT"
                           ADD 1 TO TBL-PRF-LOCKOUT-COUNT(PRF-IDX)
                       WHEN OTHER
                           ADD 1 TO TBL-PRF-FAILURE-COUNT(PRF-IDX)
                   END-EVALUATE
               ELSE
                   ADD 1 TO WS-UNKNOWN-ID-EVENTS
               END-IF
           END-IF
           .

       REMEMBER-SIGN-ON-DAY SECTION.
           MOVE SGL-OPERATOR-ID TO WS-LOOKUP-ID
           MOVE WS-SGL-DATE TO WS-LOOKUP-DATE
           PERFORM CHECK-SIGNED-ON-THAT-DAY
           IF NOT SIGNED-ON-THAT-DAY
               IF SIGNON-DAY-COUNT < 3000
                   ADD 1 TO SIGNON-DAY-COUNT
                   SET SDY-IDX TO SIGNON-DAY-COUNT
                   MOVE SGL-OPERATOR-ID TO TBL-SDY-OPERATOR-ID(SDY-IDX)
                   MOVE WS-SGL-DATE TO TBL-SDY-DATE(SDY-IDX)
               ELSE
                   DISPLAY "SCAN-SIGN-ON-LOG: more than 3000 "
                       "operator sign-on days -- ignoring the rest"
               END-IF
           END-IF
           .

       LOAD-PENDING-CHANGES SECTION.
           OPEN INPUT CTL-PENDING-FILE
           PERFORM UNTIL PENDING-FILE-EOF
               READ CTL-PENDING-FILE
                   AT END SET PENDING-FILE-EOF TO TRUE
                   NOT AT END
                       IF PENDING-COUNT < 500
                           ADD 1 TO PENDING-COUNT
                           SET PND-IDX TO PENDING-COUNT
                           MOVE PND-SEQ-ID TO TBL-PND-SEQ-ID(PND-IDX)
                           MOVE PND-STATUS TO TBL-PND-STATUS(PND-IDX)
                           MOVE PND-EFFECTIVE-DATE
                               TO TBL-PND-EFFECTIVE(PND-IDX)
                           MOVE PND-OPERATOR-ID
                               TO TBL-PND-OPERATOR-ID(PND-IDX)
                           MOVE PND-TIMESTAMP
                               TO TBL-PND-KEYED-TS(PND-IDX)
                           MOVE PND-FILE-NAME
                               TO TBL-PND-FILE-NAME(PND-IDX)
                           MOVE PND-ACTION TO TBL-PND-ACTION(PND-IDX)
                           MOVE PND-KEY-VALUE
                               TO TBL-PND-KEY-VALUE(PND-IDX)
                           MOVE PND-AFTER-IMAGE
                               TO TBL-PND-AFTER-IMAGE(PND-IDX)
                           MOVE PND-ACTION-OPERATOR
                               TO TBL-PND-ACTION-OPR(PND-IDX)
                           MOVE PND-ACTION-TS
                               TO TBL-PND-ACTION-TS(PND-IDX)
                           MOVE "N" TO TBL-PND-MATCHED(PND-IDX)
                       ELSE
                           DISPLAY "LOAD-PENDING-CHANGES: CTLPEND.DAT "
                               "has more than 500 rows -- ignoring "
                               "the rest"
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CTL-PENDING-FILE
           .

      * A profile holding an update role that has not signed on at
      * all in the range is dormant access waiting to be misused.
       WRITE-ROLE-SECTION SECTION.
           MOVE SPACES TO REVIEW-REPORT-LINE
           WRITE REVIEW-REPORT-LINE
           MOVE "OPERATOR ROLES PER CONTROL FILE (OPERPROF.DAT)"
               TO REVIEW-REPORT-LINE
           WRITE REVIEW-REPORT-LINE
           PERFORM VARYING PRF-IDX FROM 1 BY 1
                   UNTIL PRF-IDX > PROFILE-COUNT
               MOVE TBL-PRF-ID(PRF-IDX) TO RVR-OPERATOR-ID
               IF TBL-PRF-ACTIVE(PRF-IDX) = "Y"
                   MOVE "ACTIVE" TO RVR-ACTIVE
               ELSE
                   MOVE "INACTIVE" TO RVR-ACTIVE
               END-IF
               IF TBL-PRF-LOCKED(PRF-IDX) = "Y"
                   MOVE "LOCKED" TO RVR-LOCKED
               ELSE
                   MOVE SPACES TO RVR-LOCKED
               END-IF
               MOVE "N" TO WS-UPDATE-ROLE-FLAG
               PERFORM VARYING WS-ROLE-SUB FROM 1 BY 1
                       UNTIL WS-ROLE-SUB > 4
                   EVALUATE TBL-PRF-ROLE(PRF-IDX, WS-ROLE-SUB)
                       WHEN "U"
                           MOVE "UPDATE" TO WS-ROLE-WORD
                           SET HOLDS-UPDATE-ROLE TO TRUE
                       WHEN "V"
                           MOVE "VIEW" TO WS-ROLE-WORD
                       WHEN OTHER
                           MOVE "NONE" TO WS-ROLE-WORD
                   END-EVALUATE
                   MOVE TBL-ROLE-FILE-NAME(WS-ROLE-SUB)
                       TO RVR-ROLE-FILE(WS-ROLE-SUB)
                   MOVE WS-ROLE-WORD TO RVR-ROLE-WORD(WS-ROLE-SUB)
               END-PERFORM
               WRITE REVIEW-REPORT-LINE FROM RPT-ROLE-LINE
               IF HOLDS-UPDATE-ROLE
                   AND TBL-PRF-SUCCESS-COUNT(PRF-IDX) = ZERO
                   PERFORM FLAG-DORMANT-PROFILE
               END-IF
           END-PERFORM
           .

       FLAG-DORMANT-PROFILE SECTION.
           MOVE SPACES TO WS-EXCEPTION-TEXT
           IF TBL-PRF-LAST-SIGNON(PRF-IDX) = SPACES
               STRING "DORMANT    " DELIMITED BY SIZE
                   TBL-PRF-ID(PRF-IDX) DELIMITED BY SIZE
                   " holds an update role with no sign-on in the "
                   DELIMITED BY SIZE
                   "range -- never signed on" DELIMITED BY SIZE
                   INTO WS-EXCEPTION-TEXT
               END-STRING
           ELSE
               STRING "DORMANT    " DELIMITED BY SIZE
                   TBL-PRF-ID(PRF-IDX) DELIMITED BY SIZE
                   " holds an update role with no sign-on in the "
                   DELIMITED BY SIZE
                   "range -- last sign-on " DELIMITED BY SIZE
                   TBL-PRF-LAST-SIGNON(PRF-IDX) DELIMITED BY SIZE
                   INTO WS-EXCEPTION-TEXT
               END-STRING
           END-IF
           PERFORM ADD-REVIEW-EXCEPTION
           .

      * Counts per operator, then every failed attempt and lockout
      * in the range one by one; successes are only counted.
       WRITE-SIGN-ON-SECTION SECTION.
           MOVE SPACES TO REVIEW-REPORT-LINE
           WRITE REVIEW-REPORT-LINE
           MOVE "SIGN-ON ACTIVITY (SIGNONLG.DAT)" TO REVIEW-REPORT-LINE
           WRITE REVIEW-REPORT-LINE
           PERFORM VARYING PRF-IDX FROM 1 BY 1
                   UNTIL PRF-IDX > PROFILE-COUNT
               MOVE TBL-PRF-ID(PRF-IDX) TO RVS-OPERATOR-ID
               MOVE TBL-PRF-SUCCESS-COUNT(PRF-IDX) TO RVS-SUCCESSES
               MOVE TBL-PRF-FAILURE-COUNT(PRF-IDX) TO RVS-FAILURES
               MOVE TBL-PRF-LOCKOUT-COUNT(PRF-IDX) TO RVS-LOCKOUTS
               IF TBL-PRF-LAST-SIGNON(PRF-IDX) = SPACES
                   MOVE "NEVER" TO RVS-LAST-SIGNON
               ELSE
                   MOVE TBL-PRF-LAST-SIGNON(PRF-IDX) TO RVS-LAST-SIGNON
               END-IF
               WRITE REVIEW-REPORT-LINE FROM RPT-SIGNON-LINE
           END-PERFORM
           MOVE WS-UNKNOWN-ID-EVENTS TO WS-COUNT-DISPLAY
           MOVE SPACES TO REVIEW-REPORT-LINE
           STRING "  Attempts by ids not on OPERPROF.DAT: "
               DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               INTO REVIEW-REPORT-LINE
           END-STRING
           WRITE REVIEW-REPORT-LINE
           MOVE "  Failed sign-ons and lockouts:" TO REVIEW-REPORT-LINE
           WRITE REVIEW-REPORT-LINE
           MOVE "N" TO WS-SGL-EOF-FLAG
           OPEN INPUT SIGN-ON-LOG
           PERFORM UNTIL SIGN-ON-LOG-EOF
               READ SIGN-ON-LOG
                   AT END SET SIGN-ON-LOG-EOF TO TRUE
                   NOT AT END
                       IF SGL-TIMESTAMP(1:8) >= WS-FROM-DATE
                           AND SGL-TIMESTAMP(1:8) <= WS-TO-DATE
                           AND SGL-EVENT NOT = "SUCCESS"
                           MOVE SPACES TO REVIEW-REPORT-LINE
                           STRING "    " DELIMITED BY SIZE
                               SGL-TIMESTAMP(1:14) DELIMITED BY SIZE
                               " " DELIMITED BY SIZE
                               SGL-OPERATOR-ID DELIMITED BY SIZE
                               " " DELIMITED BY SIZE
                               SGL-EVENT DELIMITED BY SIZE
                               INTO REVIEW-REPORT-LINE
                           END-STRING
                           WRITE REVIEW-REPORT-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SIGN-ON-LOG
           .

      * CTLCHGLG.DAT stamps a change when CTLAPPLY promotes it, not
      * when it was keyed. The APPLIED record on CTLPEND.DAT for the
      * same operator, file, and action on that date gives the day
      * it was keyed, which is the day the operator must have signed
      * on. A change with no staged record -- archived, or made
      * before changes were staged -- is judged on its own date.
       WRITE-APPLIED-CHANGES SECTION.
           MOVE SPACES TO REVIEW-REPORT-LINE
           WRITE REVIEW-REPORT-LINE
           MOVE "CONTROL CHANGES APPLIED (CTLCHGLG.DAT)"
               TO REVIEW-REPORT-LINE
           WRITE REVIEW-REPORT-LINE
           OPEN INPUT CTL-CHANGE-LOG
           PERFORM UNTIL CHANGE-LOG-EOF
               READ CTL-CHANGE-LOG
                   AT END SET CHANGE-LOG-EOF TO TRUE
                   NOT AT END
                       IF CHG-TIMESTAMP(1:8) >= WS-FROM-DATE
                           AND CHG-TIMESTAMP(1:8) <= WS-TO-DATE
                           PERFORM REVIEW-ONE-APPLIED-CHANGE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CTL-CHANGE-LOG
           .

       REVIEW-ONE-APPLIED-CHANGE SECTION.
           ADD 1 TO WS-APPLIED-COUNT
           PERFORM MATCH-PENDING-RECORD
           IF PENDING-MATCH-FOUND
               MOVE TBL-PND-KEYED-TS(PND-IDX)(1:8) TO WS-KEYED-DATE
               MOVE SPACES TO WS-KEYED-NOTE
               STRING "seq " DELIMITED BY SIZE
                   TBL-PND-SEQ-ID(PND-IDX) DELIMITED BY SIZE
                   " keyed " DELIMITED BY SIZE
                   WS-KEYED-DATE DELIMITED BY SIZE
                   INTO WS-KEYED-NOTE
               END-STRING
           ELSE
               MOVE CHG-TIMESTAMP(1:8) TO WS-KEYED-DATE
               MOVE "not staged on CTLPEND.DAT" TO WS-KEYED-NOTE
           END-IF
           MOVE SPACES TO REVIEW-REPORT-LINE
           STRING "  " DELIMITED BY SIZE
               CHG-TIMESTAMP(1:14) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CHG-OPERATOR-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CHG-FILE-NAME DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CHG-ACTION DELIMITED BY SIZE
               " APPLIED    " DELIMITED BY SIZE
               WS-KEYED-NOTE DELIMITED BY SIZE
               INTO REVIEW-REPORT-LINE
           END-STRING
           WRITE REVIEW-REPORT-LINE
           MOVE SPACES TO REVIEW-REPORT-LINE
           STRING "      BEFORE: " DELIMITED BY SIZE
               CHG-BEFORE-IMAGE DELIMITED BY SIZE
               INTO REVIEW-REPORT-LINE
           END-STRING
           WRITE REVIEW-REPORT-LINE
           MOVE SPACES TO REVIEW-REPORT-LINE
           STRING "      AFTER:  " DELIMITED BY SIZE
               CHG-AFTER-IMAGE DELIMITED BY SIZE
               INTO REVIEW-REPORT-LINE
           END-STRING
           WRITE REVIEW-REPORT-LINE
           MOVE CHG-OPERATOR-ID TO WS-LOOKUP-ID
           PERFORM CHECK-OPERATOR-STILL-ACTIVE
           MOVE WS-KEYED-DATE TO WS-LOOKUP-DATE
           PERFORM CHECK-SIGNED-ON-THAT-DAY
           IF NOT SIGNED-ON-THAT-DAY
               MOVE SPACES TO WS-EXCEPTION-TEXT
               STRING "NO-SIGNON  " DELIMITED BY SIZE
                   CHG-OPERATOR-ID DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   CHG-FILE-NAME DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   CHG-ACTION DELIMITED BY SIZE
                   " applied " DELIMITED BY SIZE
                   CHG-TIMESTAMP(1:14) DELIMITED BY SIZE
                   " -- no successful sign-on on " DELIMITED BY SIZE
                   WS-KEYED-DATE DELIMITED BY SIZE
                   INTO WS-EXCEPTION-TEXT
               END-STRING
               PERFORM ADD-REVIEW-EXCEPTION
           END-IF
           .

       MATCH-PENDING-RECORD SECTION.
           MOVE "N" TO WS-PND-FOUND-FLAG
           SET PND-IDX TO 1
           SEARCH PENDING-ENTRY
               AT END CONTINUE
               WHEN PND-IDX > PENDING-COUNT
                   CONTINUE
               WHEN TBL-PND-STATUS(PND-IDX) = "APPLIED"
                   AND TBL-PND-MATCHED(PND-IDX) = "N"
                   AND TBL-PND-OPERATOR-ID(PND-IDX) = CHG-OPERATOR-ID
                   AND TBL-PND-FILE-NAME(PND-IDX) = CHG-FILE-NAME
                   AND TBL-PND-ACTION(PND-IDX) = CHG-ACTION
                   AND TBL-PND-ACTION-TS(PND-IDX)(1:8)
                       = CHG-TIMESTAMP(1:8)
                   SET PENDING-MATCH-FOUND TO TRUE
                   MOVE "Y" TO TBL-PND-MATCHED(PND-IDX)
           END-SEARCH
           .

      * Rejected and backed-out changes never reached the live file,
      * so there is no before image; the staged after image shows
      * what was asked for.
       WRITE-WITHDRAWN-CHANGES SECTION.
           MOVE SPACES TO REVIEW-REPORT-LINE
           WRITE REVIEW-REPORT-LINE
           MOVE "CONTROL CHANGES REJECTED OR BACKED OUT (CTLPEND.DAT)"
               TO REVIEW-REPORT-LINE
           WRITE REVIEW-REPORT-LINE
           PERFORM VARYING PND-IDX FROM 1 BY 1
                   UNTIL PND-IDX > PENDING-COUNT
               IF (TBL-PND-STATUS(PND-IDX) = "REJECTED"
                       OR TBL-PND-STATUS(PND-IDX) = "BACKEDOUT")
                   AND TBL-PND-ACTION-TS(PND-IDX)(1:8)
                       >= WS-FROM-DATE
                   AND TBL-PND-ACTION-TS(PND-IDX)(1:8)
                       <= WS-TO-DATE
                   PERFORM REVIEW-ONE-WITHDRAWN-CHANGE
               END-IF
           END-PERFORM
           .

       REVIEW-ONE-WITHDRAWN-CHANGE SECTION.
           ADD 1 TO WS-WITHDRAWN-COUNT
           MOVE SPACES TO REVIEW-REPORT-LINE
           STRING "  " DELIMITED BY SIZE
               TBL-PND-ACTION-TS(PND-IDX)(1:14) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               TBL-PND-OPERATOR-ID(PND-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               TBL-PND-FILE-NAME(PND-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               TBL-PND-ACTION(PND-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               TBL-PND-STATUS(PND-IDX) DELIMITED BY SIZE
               " seq " DELIMITED BY SIZE
               TBL-PND-SEQ-ID(PND-IDX) DELIMITED BY SIZE
               " keyed " DELIMITED BY SIZE
               TBL-PND-KEYED-TS(PND-IDX)(1:8) DELIMITED BY SIZE
               " effective " DELIMITED BY SIZE
               TBL-PND-EFFECTIVE(PND-IDX) DELIMITED BY SIZE
               " key " DELIMITED BY SIZE
               TBL-PND-KEY-VALUE(PND-IDX) DELIMITED BY SIZE
               " by " DELIMITED BY SIZE
               TBL-PND-ACTION-OPR(PND-IDX) DELIMITED BY SIZE
               INTO REVIEW-REPORT-LINE
           END-STRING
           WRITE REVIEW-REPORT-LINE
           MOVE "      BEFORE: (not applied -- live record unchanged)"
               TO REVIEW-REPORT-LINE
           WRITE REVIEW-REPORT-LINE
           MOVE SPACES TO REVIEW-REPORT-LINE
           STRING "      AFTER:  " DELIMITED BY SIZE
               TBL-PND-AFTER-IMAGE(PND-IDX) DELIMITED BY SIZE
               INTO REVIEW-REPORT-LINE
           END-STRING
           WRITE REVIEW-REPORT-LINE
           MOVE TBL-PND-OPERATOR-ID(PND-IDX) TO WS-LOOKUP-ID
           PERFORM CHECK-OPERATOR-STILL-ACTIVE
           .

      * ALRTSTAT.DAT keeps the latest action on each alert, so an
      * alert acknowledged and later resolved shows as resolved.
       WRITE-ALERT-ACTIONS SECTION.
           MOVE SPACES TO REVIEW-REPORT-LINE
           WRITE REVIEW-REPORT-LINE
           MOVE "ALERTS ACKNOWLEDGED OR RESOLVED (ALRTSTAT.DAT)"
               TO REVIEW-REPORT-LINE
           WRITE REVIEW-REPORT-LINE
           OPEN INPUT ALERT-STATE-FILE
           PERFORM UNTIL ALERT-STATE-EOF
               READ ALERT-STATE-FILE
                   AT END SET ALERT-STATE-EOF TO TRUE
                   NOT AT END
                       IF (AST-IS-ACKNOWLEDGED OR AST-IS-RESOLVED)
                           AND AST-ACTION-TS(1:8) >= WS-FROM-DATE
                           AND AST-ACTION-TS(1:8) <= WS-TO-DATE
                           ADD 1 TO WS-ALERT-ACTION-COUNT
                           MOVE SPACES TO REVIEW-REPORT-LINE
                           STRING "  " DELIMITED BY SIZE
                               AST-ACTION-TS(1:14) DELIMITED BY SIZE
                               " " DELIMITED BY SIZE
                               AST-OPERATOR-ID DELIMITED BY SIZE
                               " " DELIMITED BY SIZE
                               AST-STATUS DELIMITED BY SIZE
                               " alert " DELIMITED BY SIZE
                               AST-ALERT-ID DELIMITED BY SIZE
                               " " DELIMITED BY SIZE
                               AST-SEVERITY DELIMITED BY SIZE
                               " " DELIMITED BY SIZE
                               AST-SOURCE DELIMITED BY SIZE
                               " " DELIMITED BY SIZE
                               AST-TEXT DELIMITED BY SIZE
                               INTO REVIEW-REPORT-LINE
                           END-STRING
                           WRITE REVIEW-REPORT-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ALERT-STATE-FILE
           .

       WRITE-EXCEPTION-SECTION SECTION.
           MOVE SPACES TO REVIEW-REPORT-LINE
           WRITE REVIEW-REPORT-LINE
           MOVE "REVIEW EXCEPTIONS" TO REVIEW-REPORT-LINE
           WRITE REVIEW-REPORT-LINE
           IF REVIEW-EXCEPTION-COUNT = ZERO
               MOVE "  None" TO REVIEW-REPORT-LINE
               WRITE REVIEW-REPORT-LINE
           END-IF
           PERFORM VARYING REX-IDX FROM 1 BY 1
                   UNTIL REX-IDX > REVIEW-EXCEPTION-COUNT
               MOVE SPACES TO REVIEW-REPORT-LINE
               STRING "  " DELIMITED BY SIZE
                   TBL-REX-TEXT(REX-IDX) DELIMITED BY SIZE
                   INTO REVIEW-REPORT-LINE
               END-STRING
               WRITE REVIEW-REPORT-LINE
           END-PERFORM
           .

       CHECK-OPERATOR-STILL-ACTIVE SECTION.
           PERFORM FIND-PROFILE
           IF NOT PROFILE-FOUND OR TBL-PRF-ACTIVE(PRF-IDX) NOT = "Y"
               IF PROFILE-FOUND
                   MOVE "inactive" TO WS-PROFILE-STATE
               ELSE
                   MOVE "gone from OPERPROF.DAT" TO WS-PROFILE-STATE
               END-IF
               MOVE SPACES TO WS-EXCEPTION-TEXT
               STRING "INACTIVE   " DELIMITED BY SIZE
                   WS-LOOKUP-ID DELIMITED BY SIZE
                   " made a change but the profile is now "
                   DELIMITED BY SIZE
                   WS-PROFILE-STATE DELIMITED BY SIZE
                   INTO WS-EXCEPTION-TEXT
               END-STRING
               PERFORM ADD-REVIEW-EXCEPTION
           END-IF
           .

       FIND-PROFILE SECTION.
           MOVE "N" TO WS-PROF-FOUND-FLAG
           SET PRF-IDX TO 1
           SEARCH PROFILE-ENTRY
               AT END CONTINUE
               WHEN PRF-IDX > PROFILE-COUNT
                   CONTINUE
               WHEN TBL-PRF-ID(PRF-IDX) = WS-LOOKUP-ID
                   SET PROFILE-FOUND TO TRUE
           END-SEARCH
           .

       CHECK-SIGNED-ON-THAT-DAY SECTION.
           MOVE "N" TO WS-SIGNED-ON-FLAG
           SET SDY-IDX TO 1
           SEARCH SIGNON-DAY-ENTRY
               AT END CONTINUE
               WHEN SDY-IDX > SIGNON-DAY-COUNT
                   CONTINUE
               WHEN TBL-SDY-OPERATOR-ID(SDY-IDX) = WS-LOOKUP-ID
                   AND TBL-SDY-DATE(SDY-IDX) = WS-LOOKUP-DATE
                   SET SIGNED-ON-THAT-DAY TO TRUE
           END-SEARCH
           .

       ADD-REVIEW-EXCEPTION SECTION.
           IF REVIEW-EXCEPTION-COUNT < 500
               ADD 1 TO REVIEW-EXCEPTION-COUNT
               SET REX-IDX TO REVIEW-EXCEPTION-COUNT
               MOVE WS-EXCEPTION-TEXT TO TBL-REX-TEXT(REX-IDX)
           ELSE
               DISPLAY "ADD-REVIEW-EXCEPTION: more than 500 "
                   "exceptions -- ignoring the rest"
           END-IF
           .
