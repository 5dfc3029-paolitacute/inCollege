       *>     the candidate and profile searches skip
       *> Everything marked lands in InCollege-DormancyReport.txt for
       *> the careers office. Reactivation is just logging in: LOGIN
       *> clears the user's dormant rows on success (an administrator's
       *> ENABLE through ADMIN-OPS clears them the same way).
       *> An account under legal hold (LEGAL-HOLD) is never marked
       *> DORMANT; the report says so and the hold log records it.
       *> Both periods are counted by BUSINESS-DAYS under the DORMANT
       *> policy, so one ending on a campus closure runs on to the next
       *> open day; the warning mail names the sign-in-by date.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-DORMANT-STATUS    PIC X(2).
       01  WS-EOF-FLAG          PIC X VALUE 'N'.
       01  WS-TODAY             PIC X(21).

       01  WS-WARN-DAYS         PIC 9(4) VALUE 180.
       01  WS-MARK-DAYS         PIC 9(4) VALUE 270.
       01  WS-AU-STAMP          PIC X(14).

       01  WS-LAST-DATE         PIC X(8).

      *> End of each quiet period for the account being judged
       01  WS-BD-ACTION         PIC X(10) VALUE "DUE".
       01  WS-BD-POLICY         PIC X(12) VALUE "DORMANT".
       01  WS-BD-DAYS           PIC 9(4).
       01  WS-BD-REASON         PIC X(40).
       01  WS-BD-RC             PIC X.
       01  WS-WARN-DUE          PIC X(8).
       01  WS-MARK-DUE          PIC X(8).
       01  WS-MARK-REASON       PIC X(40).
       01  WS-MARK-RC           PIC X.
       01  WS-CUR-USER          PIC X(20).
       01  WS-CUR-EMAIL         PIC X(50).
       01  WS-CUR-STATE         PIC X(10).
       01  WS-MAIL-BODY         PIC X(200).
       01  WS-MAIL-RC           PIC X.

      *> Legal-hold check, sized to LEGAL-HOLD's linkage
       01  WS-HOLD-CALLER       PIC X(20) VALUE "DORMANT-SCAN".
       01  WS-HOLD-ACTION       PIC X(10).
       01  WS-HOLD.
           05 WS-LH-USER            PIC X(20).
           05 WS-LH-CASE            PIC X(20).
           05 WS-LH-AUTHORIZED      PIC X(40).
           05 WS-LH-START           PIC X(8).
           05 WS-LH-OTHER           PIC X(20).
           05 WS-LH-DETAIL          PIC X(80).
       01  WS-HOLD-RC           PIC X.

       PROCEDURE DIVISION.

           MOVE FUNCTION CURRENT-DATE TO WS-TODAY.

           MOVE "DORMANT-WARN-DAYS" TO WS-CFG-KEY.
           CALL "SITE-CONFIG" USING WS-CFG-KEY, WS-CFG-VALUE,
              OR WS-LAST-DATE IS NOT NUMERIC
               EXIT SECTION
           END-IF.
           MOVE WS-WARN-DAYS TO WS-BD-DAYS.
           CALL "BUSINESS-DAYS" USING WS-BD-ACTION, WS-BD-POLICY,
                                       WS-LAST-DATE, WS-BD-DAYS,
                                       WS-WARN-DUE, WS-BD-REASON,
                                       WS-BD-RC.
           IF WS-TODAY(1:8) <= WS-WARN-DUE
               EXIT SECTION
           END-IF.
           MOVE WS-MARK-DAYS TO WS-BD-DAYS.
           CALL "BUSINESS-DAYS" USING WS-BD-ACTION, WS-BD-POLICY,
                                       WS-LAST-DATE, WS-BD-DAYS,
                                       WS-MARK-DUE, WS-MARK-REASON,
                                       WS-MARK-RC.

           PERFORM READ-DORMANT-STATE.

           IF WS-TODAY(1:8) > WS-MARK-DUE
               IF FUNCTION TRIM(WS-CUR-STATE) NOT = "DORMANT"
                   PERFORM CHECK-ACCOUNT-HOLD
               END-IF
               IF FUNCTION TRIM(WS-CUR-STATE) NOT = "DORMANT"
                  AND WS-HOLD-RC NOT = 'H'
                   MOVE "DORMANT" TO WS-ROW-STATE
                   PERFORM UPSERT-DORMANT-ROW
                   ADD 1 TO WS-DORMANT-COUNT
           END-IF.
           EXIT SECTION.

      *> A held account keeps its state; the refusal goes on the
      *> dormancy report and into the hold log. WS-HOLD-RC is H when
      *> the account is held.
       CHECK-ACCOUNT-HOLD SECTION.
           INITIALIZE WS-HOLD.
           MOVE WS-CUR-USER TO WS-LH-USER.
           MOVE "CHECK" TO WS-HOLD-ACTION.
           CALL "LEGAL-HOLD" USING WS-HOLD-CALLER, WS-HOLD-ACTION,
                                    WS-HOLD, WS-HOLD-RC.
           IF WS-HOLD-RC NOT = 'H'
               EXIT SECTION
           END-IF.
           INITIALIZE REPORT-RECORD.
           STRING "HELD: " FUNCTION TRIM(WS-CUR-USER)
                  " quiet since " WS-LAST-DATE
                  ", not marked (legal hold "
                  FUNCTION TRIM(WS-LH-CASE) ")"
                  DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           STRING "not marked DORMANT, quiet since " WS-LAST-DATE
                  DELIMITED BY SIZE INTO WS-LH-DETAIL.
           MOVE "PREVENTED" TO WS-HOLD-ACTION.
           CALL "LEGAL-HOLD" USING WS-HOLD-CALLER, WS-HOLD-ACTION,
                                    WS-HOLD, WS-HOLD-RC.
           MOVE 'H' TO WS-HOLD-RC.
           EXIT SECTION.

       FIND-LAST-ACTIVITY SECTION.
      *> WS-LAST-DATE arrives holding the created date; any newer
      *> audit row for the user replaces it.
           END-IF.
           MOVE "We miss you at InCollege" TO WS-MAIL-SUBJECT.
           INITIALIZE WS-MAIL-BODY.
           IF WS-MARK-RC = 'R'
               STRING "Your InCollege account has been quiet for a while."
                      " Sign in by " WS-MARK-DUE
                      " (moved past " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-MARK-REASON) DELIMITED BY SIZE
                      ") to keep it active; otherwise it will"
                      " be hidden from searches until you return."
                      DELIMITED BY SIZE INTO WS-MAIL-BODY
           ELSE
               STRING "Your InCollege account has been quiet for a while."
                      " Sign in by " WS-MARK-DUE
                      " to keep it active; otherwise it will"
                      " be hidden from searches until you return."
                      DELIMITED BY SIZE INTO WS-MAIL-BODY
           END-IF.
           CALL "MAIL-SPOOL" USING WS-CUR-EMAIL, WS-MAIL-SUBJECT,
                                    WS-MAIL-BODY, WS-MAIL-RC.
           EXIT SECTION.
