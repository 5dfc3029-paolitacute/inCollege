      *> Modification History:
      *> 08/09/2026 - Added per-username failed-login tracking with a
      *>              temporary lockout after repeated bad attempts.
      *> 10/15/2026 - ADMIN and STAFF sign-ins now need a one-time code
      *>              mailed to the recovery address (STEP-UP-CODE).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           01  WS-DISABLED-STATUS PIC X(2).
           01  WS-ACCOUNT-DISABLED PIC X VALUE 'N'.
           01  WS-HASH-WORK       PIC X(20).
           01  WS-RECOVERY-EMAIL  PIC X(50).
           01  WS-STEPUP-MODE     PIC X VALUE 'N'.
           01  WS-STEPUP-ACTION   PIC X(10).
           01  WS-STEPUP-RC       PIC X.

           *> Lockout policy -- the minutes are overridden by
           *> LOCKOUT-MINUTES in the site configuration at each call
       PROCEDURE DIVISION USING LS-USERNAME, LS-PASSWORD, LS-RETURN-CODE,
                                 LS-LOCK-MINUTES, LS-ACCOUNT-TYPE.

           *> A caller coming back with a sign-in code passes "STEPUP" in
           *> the account-type field and the code in the password field.
           MOVE 'N' TO WS-STEPUP-MODE
           IF LS-ACCOUNT-TYPE = "STEPUP"
               MOVE 'Y' TO WS-STEPUP-MODE
           END-IF

           *> Default to failed login
           MOVE 'F' TO LS-RETURN-CODE
           MOVE 0 TO LS-LOCK-MINUTES
               GOBACK
           END-IF

           IF WS-STEPUP-MODE = 'Y'
               PERFORM VERIFY-STEP-UP-CODE
           ELSE
               PERFORM CHECK-PASSWORD
           END-IF

           *> Accounts created before the account-type field existed come
           *> back blank -- treat those as STUDENT rather than leaving the
           *> caller with an unrecognized type.
           IF LS-RETURN-CODE = 'S' AND FUNCTION TRIM(LS-ACCOUNT-TYPE) = SPACES
               MOVE "STUDENT" TO LS-ACCOUNT-TYPE
           END-IF

           *> An account an administrator disabled refuses even a
           *> correct password, with its own return code.
           IF LS-RETURN-CODE = 'S'
               PERFORM CHECK-ACCOUNT-DISABLED
               IF WS-ACCOUNT-DISABLED = 'Y'
                   MOVE 'D' TO LS-RETURN-CODE
               END-IF
           END-IF

           *> A self-frozen account ("this wasn't me") refuses even a
           *> correct password until an administrator reviews it.
           IF LS-RETURN-CODE = 'S'
               MOVE "ISFROZEN" TO WS-FREEZE-ACTION
               CALL "ACCOUNT-ACTIVITY" USING LS-USERNAME,
                                              WS-FREEZE-ACTION,
                                              WS-FREEZE-RC
               IF WS-FREEZE-RC = 'Z'
                   MOVE 'Z' TO LS-RETURN-CODE
               END-IF
           END-IF

           *> ADMIN and STAFF can act on other people's accounts, so for
           *> them the password only earns a one-time code, mailed to the
           *> recovery address; the session opens when the caller comes
           *> back with it. The failure counter is left as it stands
           *> until then, so codes cannot be guessed on a fresh count.
           IF LS-RETURN-CODE = 'S' AND WS-STEPUP-MODE = 'N'
              AND (FUNCTION TRIM(LS-ACCOUNT-TYPE) = "ADMIN"
                   OR FUNCTION TRIM(LS-ACCOUNT-TYPE) = "STAFF")
               PERFORM ISSUE-STEP-UP-CODE
               GOBACK
           END-IF

           *> Update the per-username failed-attempt counter based on the
           *> outcome of this attempt.
           IF LS-RETURN-CODE = 'S'
               *> Coming back IS reactivation: a successful sign-in
               *> clears any dormancy marker on the spot.
               PERFORM CLEAR-DORMANT-ROW
               MOVE 0 TO WS-ATT-FAILCOUNT
               MOVE 0 TO WS-ATT-LOCKUNTIL
               PERFORM SAVE-LOGIN-ATTEMPT
           ELSE
               ADD 1 TO WS-ATT-FAILCOUNT
               IF WS-ATT-FAILCOUNT >= WS-LOCKOUT-THRESHOLD
                   COMPUTE WS-ATT-LOCKUNTIL = WS-NOW-MINUTES + WS-LOCKOUT-MINUTES
                   MOVE WS-LOCKOUT-MINUTES TO LS-LOCK-MINUTES
                   MOVE 'K' TO LS-RETURN-CODE
               END-IF
               PERFORM SAVE-LOGIN-ATTEMPT
           END-IF

           GOBACK.

       CHECK-PASSWORD SECTION.
           MOVE SPACES TO WS-RECOVERY-EMAIL
           OPEN I-O ACCOUNTS-FILE

           IF WS-ACCOUNTS-STATUS = "35"
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ACCOUNTS-RECOVERY-EMAIL TO WS-RECOVERY-EMAIL
                   IF ACCOUNTS-PASSWORD(1:1) = "#"
                       CALL "PASSWORD-HASH" USING LS-PASSWORD,
                                                   WS-HASH-WORK
           END-READ

           CLOSE ACCOUNTS-FILE
           EXIT.

       *> Second half of an ADMIN/STAFF sign-in: LS-PASSWORD holds the
       *> code. A good code picks the account type up fresh from
       *> accounts.dat; a wrong or stale one is a failed attempt like a
       *> bad password (C wrong code, E expired or already used).
       VERIFY-STEP-UP-CODE SECTION.
           MOVE "VERIFY" TO WS-STEPUP-ACTION
           MOVE SPACES TO WS-RECOVERY-EMAIL
           CALL "STEP-UP-CODE" USING WS-STEPUP-ACTION, LS-USERNAME,
                                      WS-RECOVERY-EMAIL, LS-PASSWORD,
                                      WS-STEPUP-RC
           EVALUATE WS-STEPUP-RC
               WHEN 'S'
                   CONTINUE
               WHEN 'F'
                   MOVE 'C' TO LS-RETURN-CODE
                   EXIT SECTION
               WHEN 'E'
                   MOVE 'E' TO LS-RETURN-CODE
                   EXIT SECTION
               WHEN OTHER
                   MOVE 'X' TO LS-RETURN-CODE
                   GOBACK
           END-EVALUATE

           OPEN INPUT ACCOUNTS-FILE
           IF WS-ACCOUNTS-STATUS NOT = "00"
               MOVE 'X' TO LS-RETURN-CODE
               CLOSE ACCOUNTS-FILE
               GOBACK
           END-IF
           MOVE LS-USERNAME TO ACCOUNTS-USERNAME
           READ ACCOUNTS-FILE KEY IS ACCOUNTS-USERNAME
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO LS-RETURN-CODE
                   MOVE ACCOUNTS-ACCOUNT-TYPE TO LS-ACCOUNT-TYPE
           END-READ
           CLOSE ACCOUNTS-FILE
           EXIT.

       *> V code sent; M no usable recovery address (the sign-in cannot
       *> finish, and it does not count against the account either).
       ISSUE-STEP-UP-CODE SECTION.
           MOVE "ISSUE" TO WS-STEPUP-ACTION
           MOVE SPACES TO WS-HASH-WORK
           CALL "STEP-UP-CODE" USING WS-STEPUP-ACTION, LS-USERNAME,
                                      WS-RECOVERY-EMAIL, WS-HASH-WORK,
                                      WS-STEPUP-RC
           EVALUATE WS-STEPUP-RC
               WHEN 'S'
                   MOVE 'V' TO LS-RETURN-CODE
               WHEN 'M'
                   MOVE 'M' TO LS-RETURN-CODE
               WHEN OTHER
                   MOVE 'X' TO LS-RETURN-CODE
           END-EVALUATE
           EXIT.

       CHECK-ACCOUNT-DISABLED SECTION.
           MOVE 'N' TO WS-ACCOUNT-DISABLED
