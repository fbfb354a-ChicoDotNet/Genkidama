       IDENTIFICATION DIVISION.
       PROGRAM-ID. AcctLkup.
      * Looks up one account key on the indexed account master for
      * the report and dashboard writers. The master is opened on
      * the first lookup and kept open for the rest of the caller's
      * run; an "E" request closes it. A key that is not on the
      * master -- or a master that does not exist yet -- comes back
      * not found with the descriptive fields blank, and the caller
      * decides how to show and report it.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMAST.DAT"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY ACCT-KEY.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER-FILE.
       COPY AcctMast.

       WORKING-STORAGE SECTION.
       01 WS-MASTER-OPEN-FLAG PIC X VALUE "N".
           88 MASTER-IS-OPEN         VALUE "Y".

       LINKAGE SECTION.
       COPY AcctLkupArea.

       PROCEDURE DIVISION USING ACCOUNT-LOOKUP-AREA.

       EVALUATE TRUE
           WHEN ALK-REQUEST-END
               IF MASTER-IS-OPEN
                   CLOSE ACCOUNT-MASTER-FILE
                   MOVE "N" TO WS-MASTER-OPEN-FLAG
               END-IF
           WHEN OTHER
               IF NOT MASTER-IS-OPEN
                   OPEN INPUT ACCOUNT-MASTER-FILE
                   SET MASTER-IS-OPEN TO TRUE
               END-IF
               PERFORM LOOK-UP-ACCOUNT
       END-EVALUATE
       GOBACK.

       LOOK-UP-ACCOUNT SECTION.
           MOVE "N" TO ALK-FOUND-FLAG
           MOVE SPACES TO ALK-ACCOUNT-NAME
           MOVE SPACES TO ALK-BRANCH
           MOVE SPACES TO ALK-OWNER
           MOVE SPACES TO ALK-STATUS
           IF ALK-ACCOUNT-KEY NOT = SPACES
               MOVE ALK-ACCOUNT-KEY TO ACCT-KEY
               READ ACCOUNT-MASTER-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       SET ALK-ACCOUNT-FOUND TO TRUE
                       MOVE ACCT-NAME TO ALK-ACCOUNT-NAME
                       MOVE ACCT-BRANCH TO ALK-BRANCH
                       MOVE ACCT-OWNER TO ALK-OWNER
                       MOVE ACCT-STATUS TO ALK-STATUS
               END-READ
           END-IF
           .
