       >>SOURCE FREE
       *> Bulk form of the operations console, for the start- and
       *> end-of-term runs that used to mean keying the same option
       *> dozens of times. Reads admin_bulk_actions.txt, one
       *> tilde-delimited row per action:
       *>   action~target~amount or reason
       *> action is one of the console's account actions -- DISABLE,
       *> ENABLE (ADMIN-OPS lifts a disable and also clears the user's
       *> dormant_accounts.txt rows, reactivating a dormant account the
       *> way a sign-in does), CLEARLOCK, RESETPW, CLOSE -- or GRANT. A GRANT's third field
       *> is the posting credits to add and a RESETPW's the temporary
       *> password, either optionally followed by ~reason; for the
       *> rest the third field is the reason. Blank rows and rows
       *> starting with * are skipped; the reason is carried to the
       *> report only.
       *> Every row goes through the console's own rules: the target
       *> must have an account, a grant must be a positive number, and
       *> an action on the DUAL-CONTROL list is queued for a second
       *> administrator instead of executed. The work is done by the
       *> units the console calls (ADMIN-OPS, CLOSE-ACCOUNT,
       *> POSTING-CREDITS), so each applied row leaves the same audit
       *> row a keyed one does; the run itself is audited under the
       *> operator as ADMIN_BULK.
       *> The operator is named by INCOLLEGE-OPERATOR in the
       *> environment and must be an ADMIN account. Without
       *> INCOLLEGE-APPLY=Y the run only validates: every row is
       *> checked and reported, nothing is changed. Each row's outcome
       *> lands in InCollege-AdminBulkReport.txt. Not called from the
       *> interactive menu, the same way JOB-IMPORT isn't.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADMIN-BULK.
       AUTHOR. Paola
       DATE-WRITTEN. 10/15/2026

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACTION-FILE ASSIGN TO "admin_bulk_actions.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACTION-STATUS.
           SELECT ACCOUNTS-FILE ASSIGN TO "accounts.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCOUNTS-USERNAME
               FILE STATUS IS WS-ACCOUNTS-STATUS.
           SELECT REPORT-FILE ASSIGN TO "InCollege-AdminBulkReport.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ACTION-FILE.
       01  ACTION-RECORD        PIC X(200).

       FD  ACCOUNTS-FILE.
       01  ACCOUNTS-RECORD-DATA.
           05  ACCOUNTS-USERNAME       PIC X(20).
           05  ACCOUNTS-PASSWORD       PIC X(20).
           05  ACCOUNTS-RECOVERY-EMAIL PIC X(50).
           05  ACCOUNTS-ACCOUNT-TYPE   PIC X(8).
           05  ACCOUNTS-CREATED-DATE   PIC X(8).

       FD  REPORT-FILE.
       01  REPORT-RECORD        PIC X(150).

       WORKING-STORAGE SECTION.
       01  WS-ACTION-STATUS     PIC X(2).
       01  WS-ACCOUNTS-STATUS   PIC X(2).
       01  WS-EOF-FLAG          PIC X VALUE 'N'.
       01  WS-LINE              PIC X(200).
       01  WS-APPLY-MODE        PIC X.
       01  WS-OPERATOR          PIC X(20).

      *> admin_bulk_actions.txt row fields
       01  WS-ROW-ACTION        PIC X(10).
       01  WS-ROW-TARGET        PIC X(20).
       01  WS-ROW-THIRD         PIC X(60).
       01  WS-ROW-VALUE         PIC X(20).
       01  WS-ROW-REASON        PIC X(60).

       01  WS-REJECT-REASON     PIC X(60).
       01  WS-OUTCOME           PIC X(80).
       01  WS-ACCOUNT-FOUND     PIC X.
       01  WS-ACCOUNT-TYPE      PIC X(8).

      *> Arguments for the console's own units
       01  WS-DUAL-ACTION       PIC X(10).
       01  WS-DUAL-OP-ID        PIC X(4).
       01  WS-DUAL-RC           PIC X.
       01  WS-OPS-RC            PIC X.
       01  WS-CRED-ACTION       PIC X(10).
       01  WS-CRED-AMOUNT       PIC S9(5).
       01  WS-AUDIT-EVENT       PIC X(20).
       01  WS-AUDIT-RC          PIC X.

       01  WS-ROW-NUM           PIC 9(4) VALUE 0.
       01  WS-APPLIED           PIC 9(4) VALUE 0.
       01  WS-QUEUED            PIC 9(4) VALUE 0.
       01  WS-REJECTED          PIC 9(4) VALUE 0.
       01  WS-FAILED            PIC 9(4) VALUE 0.
       01  WS-NUM-TEXT          PIC Z(4)9.
       01  WS-NUM-TEXT-2        PIC Z(4)9.
       01  WS-NUM-TEXT-3        PIC Z(4)9.
       01  WS-NUM-TEXT-4        PIC Z(4)9.

       PROCEDURE DIVISION.

           ACCEPT WS-APPLY-MODE FROM ENVIRONMENT "INCOLLEGE-APPLY".
           IF WS-APPLY-MODE NOT = 'Y'
               MOVE 'N' TO WS-APPLY-MODE
           END-IF.
           MOVE SPACES TO WS-OPERATOR.
           ACCEPT WS-OPERATOR FROM ENVIRONMENT "INCOLLEGE-OPERATOR".
           MOVE FUNCTION TRIM(WS-OPERATOR) TO WS-OPERATOR.

           OPEN INPUT ACTION-FILE.
           IF WS-ACTION-STATUS NOT = "00"
               DISPLAY "No admin_bulk_actions.txt found; nothing done."
               CLOSE ACTION-FILE
               STOP RUN
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           MOVE "InCollege bulk administrative actions report"
               TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           IF WS-APPLY-MODE = 'Y'
               MOVE "Mode: APPLY (rows are executed or queued)"
                   TO REPORT-RECORD
           ELSE
               MOVE "Mode: VALIDATE ONLY (nothing is changed)"
                   TO REPORT-RECORD
           END-IF.
           WRITE REPORT-RECORD.

      *> The console only opens for an ADMIN; neither does this.
           MOVE 'N' TO WS-ACCOUNT-FOUND.
           IF WS-OPERATOR > SPACES
               MOVE WS-OPERATOR TO WS-ROW-TARGET
               PERFORM FIND-ACCOUNT
           END-IF.
           IF WS-ACCOUNT-FOUND NOT = 'Y'
              OR FUNCTION TRIM(WS-ACCOUNT-TYPE) NOT = "ADMIN"
               MOVE SPACES TO REPORT-RECORD
               STRING "INCOLLEGE-OPERATOR must name an ADMIN account;"
                      " nothing done."
                      DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
               PERFORM FINISH-RUN
           END-IF.
           MOVE SPACES TO REPORT-RECORD.
           STRING "Operator: " FUNCTION TRIM(WS-OPERATOR)
                  DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.

           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ ACTION-FILE INTO WS-LINE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-ROW-NUM
                       IF FUNCTION TRIM(WS-LINE) > SPACES
                          AND WS-LINE(1:1) NOT = "*"
                           PERFORM HANDLE-ONE-ROW
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-APPLY-MODE = 'Y'
               MOVE "ADMIN_BULK" TO WS-AUDIT-EVENT
               CALL "AUDIT-LOG" USING WS-OPERATOR, WS-AUDIT-EVENT, 'S',
                                       WS-AUDIT-RC
           END-IF.

           MOVE WS-APPLIED TO WS-NUM-TEXT.
           MOVE WS-QUEUED TO WS-NUM-TEXT-2.
           MOVE WS-REJECTED TO WS-NUM-TEXT-3.
           MOVE WS-FAILED TO WS-NUM-TEXT-4.
           MOVE SPACES TO REPORT-RECORD.
           IF WS-APPLY-MODE = 'Y'
               STRING "Applied: " FUNCTION TRIM(WS-NUM-TEXT)
                      "   Queued: " FUNCTION TRIM(WS-NUM-TEXT-2)
                      "   Rejected: " FUNCTION TRIM(WS-NUM-TEXT-3)
                      "   Failed: " FUNCTION TRIM(WS-NUM-TEXT-4)
                      DELIMITED BY SIZE INTO REPORT-RECORD
           ELSE
               STRING "Would apply: " FUNCTION TRIM(WS-NUM-TEXT)
                      "   Would queue: " FUNCTION TRIM(WS-NUM-TEXT-2)
                      "   Rejected: " FUNCTION TRIM(WS-NUM-TEXT-3)
                      DELIMITED BY SIZE INTO REPORT-RECORD
           END-IF.
           WRITE REPORT-RECORD.
           PERFORM FINISH-RUN.

       FINISH-RUN SECTION.
           CLOSE REPORT-FILE.
           CLOSE ACTION-FILE.
           MOVE WS-ROW-NUM TO WS-NUM-TEXT.
           DISPLAY "Bulk actions complete: "
               FUNCTION TRIM(WS-NUM-TEXT)
               " row(s) read. See InCollege-AdminBulkReport.txt.".
           STOP RUN.

       HANDLE-ONE-ROW SECTION.
           MOVE SPACES TO WS-ROW-ACTION, WS-ROW-TARGET, WS-ROW-THIRD,
                          WS-ROW-VALUE, WS-ROW-REASON.
           UNSTRING WS-LINE DELIMITED BY "~"
               INTO WS-ROW-ACTION, WS-ROW-TARGET, WS-ROW-THIRD,
                    WS-ROW-REASON
           END-UNSTRING.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ROW-ACTION))
               TO WS-ROW-ACTION.
           MOVE FUNCTION TRIM(WS-ROW-TARGET) TO WS-ROW-TARGET.
           IF WS-ROW-ACTION = "GRANT" OR WS-ROW-ACTION = "RESETPW"
               MOVE FUNCTION TRIM(WS-ROW-THIRD) TO WS-ROW-VALUE
           ELSE
               IF FUNCTION TRIM(WS-ROW-REASON) = SPACES
                   MOVE WS-ROW-THIRD TO WS-ROW-REASON
               END-IF
           END-IF.
           MOVE SPACES TO WS-REJECT-REASON, WS-OUTCOME.

           PERFORM VALIDATE-ROW.
           IF WS-REJECT-REASON > SPACES
               ADD 1 TO WS-REJECTED
               PERFORM REPORT-ROW
               EXIT SECTION
           END-IF.

      *> A grant never goes through the two-person rule at the
      *> console either; the account actions and a close do.
           MOVE 'N' TO WS-DUAL-RC.
           IF WS-ROW-ACTION NOT = "GRANT"
               MOVE "NEEDED" TO WS-DUAL-ACTION
               CALL "DUAL-CONTROL" USING WS-OPERATOR, WS-DUAL-ACTION,
                                          WS-ROW-ACTION, WS-ROW-TARGET,
                                          WS-ROW-VALUE, WS-DUAL-OP-ID,
                                          WS-DUAL-RC
           END-IF.

           IF WS-APPLY-MODE NOT = 'Y'
               IF WS-DUAL-RC = 'Y'
                   ADD 1 TO WS-QUEUED
                   MOVE "VALID (would queue for a second administrator)"
                       TO WS-OUTCOME
               ELSE
                   ADD 1 TO WS-APPLIED
                   MOVE "VALID (would apply)" TO WS-OUTCOME
               END-IF
               PERFORM REPORT-ROW
               EXIT SECTION
           END-IF.

           IF WS-DUAL-RC = 'Y'
               PERFORM QUEUE-ROW
           ELSE
               PERFORM APPLY-ROW
           END-IF.
           PERFORM REPORT-ROW.
           EXIT SECTION.

       VALIDATE-ROW SECTION.
           EVALUATE WS-ROW-ACTION
               WHEN "DISABLE"
               WHEN "ENABLE"
               WHEN "CLEARLOCK"
               WHEN "RESETPW"
               WHEN "CLOSE"
               WHEN "GRANT"
                   CONTINUE
               WHEN SPACES
                   MOVE "missing action" TO WS-REJECT-REASON
                   EXIT SECTION
               WHEN OTHER
                   MOVE "unknown action" TO WS-REJECT-REASON
                   EXIT SECTION
           END-EVALUATE.

           IF WS-ROW-TARGET = SPACES
               MOVE "missing target username" TO WS-REJECT-REASON
               EXIT SECTION
           END-IF.
           PERFORM FIND-ACCOUNT.
           IF WS-ACCOUNT-FOUND NOT = 'Y'
               MOVE "no account with that username" TO WS-REJECT-REASON
               EXIT SECTION
           END-IF.

           EVALUATE WS-ROW-ACTION
               WHEN "RESETPW"
                   IF WS-ROW-VALUE = SPACES
                       MOVE "missing temporary password"
                           TO WS-REJECT-REASON
                   END-IF
               WHEN "GRANT"
                   IF WS-ROW-VALUE = SPACES
                      OR FUNCTION TRIM(WS-ROW-VALUE) IS NOT NUMERIC
                       MOVE "grant amount is not a whole number"
                           TO WS-REJECT-REASON
                   ELSE
                       IF FUNCTION NUMVAL(WS-ROW-VALUE) < 1
                          OR FUNCTION NUMVAL(WS-ROW-VALUE) > 99999
                           MOVE "the grant must be a positive number"
                               TO WS-REJECT-REASON
                       ELSE
                           MOVE FUNCTION NUMVAL(WS-ROW-VALUE)
                               TO WS-CRED-AMOUNT
                       END-IF
                   END-IF
               WHEN "CLOSE"
      *> The operator's own account is never closed out from under the
      *> run that is using it.
                   IF WS-ROW-TARGET = WS-OPERATOR
                       MOVE "operator cannot close their own account"
                           TO WS-REJECT-REASON
                   END-IF
               WHEN "DISABLE"
                   IF WS-ROW-TARGET = WS-OPERATOR
                       MOVE "operator cannot disable their own account"
                           TO WS-REJECT-REASON
                   END-IF
           END-EVALUATE.
           EXIT SECTION.

      *> Opened per lookup: the units that apply a row open
      *> accounts.dat themselves.
       FIND-ACCOUNT SECTION.
           MOVE 'N' TO WS-ACCOUNT-FOUND.
           MOVE SPACES TO WS-ACCOUNT-TYPE.
           OPEN INPUT ACCOUNTS-FILE.
           IF WS-ACCOUNTS-STATUS NOT = "00"
               CLOSE ACCOUNTS-FILE
               EXIT SECTION
           END-IF.
           MOVE WS-ROW-TARGET TO ACCOUNTS-USERNAME.
           READ ACCOUNTS-FILE KEY IS ACCOUNTS-USERNAME
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ACCOUNT-FOUND
                   MOVE ACCOUNTS-ACCOUNT-TYPE TO WS-ACCOUNT-TYPE
           END-READ.
           CLOSE ACCOUNTS-FILE.
           EXIT SECTION.

       QUEUE-ROW SECTION.
           MOVE "QUEUE" TO WS-DUAL-ACTION.
           MOVE SPACES TO WS-DUAL-OP-ID.
           CALL "DUAL-CONTROL" USING WS-OPERATOR, WS-DUAL-ACTION,
                                      WS-ROW-ACTION, WS-ROW-TARGET,
                                      WS-ROW-VALUE, WS-DUAL-OP-ID,
                                      WS-DUAL-RC.
           IF WS-DUAL-RC = 'S'
               ADD 1 TO WS-QUEUED
               STRING "QUEUED for a second administrator (operation "
                      FUNCTION TRIM(WS-DUAL-OP-ID) ")"
                      DELIMITED BY SIZE INTO WS-OUTCOME
           ELSE
               ADD 1 TO WS-FAILED
               MOVE "FAILED: the pending operations file could not be written"
                   TO WS-OUTCOME
           END-IF.
           EXIT SECTION.

       APPLY-ROW SECTION.
           MOVE 'F' TO WS-OPS-RC.
           EVALUATE WS-ROW-ACTION
               WHEN "GRANT"
                   MOVE "GRANT" TO WS-CRED-ACTION
                   CALL "POSTING-CREDITS" USING WS-OPERATOR,
                                                 WS-CRED-ACTION,
                                                 WS-ROW-TARGET,
                                                 WS-CRED-AMOUNT,
                                                 WS-OPS-RC
      *> The ledger row names the operator; the audit trail gets the
      *> same kind of row ADMIN-OPS leaves for an account action.
                   IF WS-OPS-RC = 'S'
                       MOVE "ADMIN_GRANT" TO WS-AUDIT-EVENT
                       CALL "AUDIT-LOG" USING WS-ROW-TARGET,
                                               WS-AUDIT-EVENT,
                                               WS-OPS-RC, WS-AUDIT-RC
                   END-IF
               WHEN "CLOSE"
                   CALL "CLOSE-ACCOUNT" USING WS-ROW-TARGET, WS-OPS-RC
               WHEN OTHER
                   CALL "ADMIN-OPS" USING WS-OPERATOR, WS-ROW-ACTION,
                                           WS-ROW-TARGET, WS-ROW-VALUE,
                                           WS-OPS-RC
           END-EVALUATE.

           EVALUATE WS-OPS-RC
               WHEN 'S'
                   ADD 1 TO WS-APPLIED
                   MOVE "APPLIED" TO WS-OUTCOME
               WHEN 'D'
                   ADD 1 TO WS-FAILED
                   MOVE "FAILED: that account is already disabled"
                       TO WS-OUTCOME
               WHEN 'H'
                   ADD 1 TO WS-FAILED
                   MOVE "FAILED: that account is under legal hold"
                       TO WS-OUTCOME
               WHEN 'R'
                   ADD 1 TO WS-FAILED
                   MOVE "FAILED: the grant must be a positive number"
                       TO WS-OUTCOME
               WHEN 'F'
                   ADD 1 TO WS-FAILED
                   IF WS-ROW-ACTION = "ENABLE"
                       MOVE "FAILED: that account is neither disabled nor dormant"
                           TO WS-OUTCOME
                   ELSE
                       MOVE "FAILED: nothing matched that username"
                           TO WS-OUTCOME
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-FAILED
                   MOVE "FAILED: the operation could not be completed"
                       TO WS-OUTCOME
           END-EVALUATE.
           EXIT SECTION.

       REPORT-ROW SECTION.
           MOVE WS-ROW-NUM TO WS-NUM-TEXT.
           MOVE SPACES TO REPORT-RECORD.
           IF WS-REJECT-REASON > SPACES
               STRING "Row " FUNCTION TRIM(WS-NUM-TEXT) " "
                      FUNCTION TRIM(WS-ROW-ACTION) " "
                      FUNCTION TRIM(WS-ROW-TARGET)
                      " REJECTED: " FUNCTION TRIM(WS-REJECT-REASON)
                      DELIMITED BY SIZE INTO REPORT-RECORD
           ELSE
               IF FUNCTION TRIM(WS-ROW-REASON) > SPACES
                   STRING "Row " FUNCTION TRIM(WS-NUM-TEXT) " "
                          FUNCTION TRIM(WS-ROW-ACTION) " "
                          FUNCTION TRIM(WS-ROW-TARGET) " "
                          FUNCTION TRIM(WS-OUTCOME)
                          " -- " FUNCTION TRIM(WS-ROW-REASON)
                          DELIMITED BY SIZE INTO REPORT-RECORD
               ELSE
                   STRING "Row " FUNCTION TRIM(WS-NUM-TEXT) " "
                          FUNCTION TRIM(WS-ROW-ACTION) " "
                          FUNCTION TRIM(WS-ROW-TARGET) " "
                          FUNCTION TRIM(WS-OUTCOME)
                          DELIMITED BY SIZE INTO REPORT-RECORD
               END-IF
           END-IF.
           WRITE REPORT-RECORD.
           EXIT SECTION.
