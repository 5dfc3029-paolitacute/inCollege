       *>   CLEARLOCK - drop the user's login_attempts.txt counter row
       *>   DISABLE   - add the user to disabled_accounts.txt (LOGIN
       *>               refuses a disabled account with 'D')
       *>   ENABLE    - lift the disable again, and bring back an
       *>               account DORMANT-SCAN has marked (its
       *>               dormant_accounts.txt rows are cleared, as a
       *>               sign-in would); 'F' when it was neither
       *>   AUDIT     - show the user's recent audit_log.txt entries
       *> Every action is itself written to the audit log, so operator
       *> actions leave the same trail user actions do.
           SELECT FREEZE-FILE ASSIGN TO "account_freeze.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FREEZE-STATUS.
           SELECT DORMANT-FILE ASSIGN TO "dormant_accounts.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DORMANT-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "audit_log.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
       FD  FREEZE-FILE.
       01  FREEZE-RECORD        PIC X(80).

       FD  DORMANT-FILE.
       01  DORMANT-RECORD       PIC X(50).

       FD  AUDIT-FILE.
       01  AUDIT-RECORD         PIC X(100).

       01  WS-FRZ-TABLE.
           05 WS-FRZ-TEMP OCCURS 200 TIMES PIC X(80).
       01  WS-FRZ-IDX           PIC 9(3).
       01  WS-DORMANT-STATUS    PIC X(2).
       01  WS-DRM-COUNT         PIC 9(3) VALUE 0.
       01  WS-DRM-USER          PIC X(20).
       01  WS-DRM-TABLE.
           05 WS-DRM-TEMP OCCURS 500 TIMES PIC X(50).
       01  WS-DRM-IDX           PIC 9(3).
       01  WS-DRM-FULL          PIC X.
       01  WS-DRM-CLEARED       PIC X.
       01  WS-ACCOUNTS-STATUS   PIC X(2).
       01  WS-ATTEMPTS-STATUS   PIC X(2).
       01  WS-DISABLED-STATUS   PIC X(2).
           EXIT SECTION.


      *> LOGIN's reactivation, for an operator: the user's rows go
      *> from dormant_accounts.txt. A file past the table is left as
      *> it is rather than cut short.
       CLEAR-DORMANT-ROW SECTION.
           MOVE 0 TO WS-DRM-COUNT.
           MOVE 'N' TO WS-DRM-FULL.
           MOVE 'N' TO WS-DRM-CLEARED.
           OPEN INPUT DORMANT-FILE.
           IF WS-DORMANT-STATUS NOT = "00"
               CLOSE DORMANT-FILE
               EXIT SECTION
           END-IF.
           PERFORM UNTIL WS-DORMANT-STATUS NOT = "00"
               READ DORMANT-FILE
                   AT END
                       MOVE "10" TO WS-DORMANT-STATUS
                   NOT AT END
                       MOVE SPACES TO WS-DRM-USER
                       UNSTRING DORMANT-RECORD DELIMITED BY "~"
                           INTO WS-DRM-USER
                       END-UNSTRING
                       IF FUNCTION TRIM(WS-DRM-USER) =
                          FUNCTION TRIM(LS-TARGET)
                           MOVE 'Y' TO WS-DRM-CLEARED
                       ELSE
                           IF WS-DRM-COUNT < 500
                               ADD 1 TO WS-DRM-COUNT
                               MOVE DORMANT-RECORD
                                   TO WS-DRM-TEMP(WS-DRM-COUNT)
                           ELSE
                               MOVE 'Y' TO WS-DRM-FULL
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DORMANT-FILE.
           IF WS-DRM-CLEARED = 'N'
               EXIT SECTION
           END-IF.
           IF WS-DRM-FULL = 'Y'
               MOVE 'N' TO WS-DRM-CLEARED
               EXIT SECTION
           END-IF.
           OPEN OUTPUT DORMANT-FILE.
           IF WS-DORMANT-STATUS = "00"
               PERFORM VARYING WS-DRM-IDX FROM 1 BY 1
                       UNTIL WS-DRM-IDX > WS-DRM-COUNT
                   WRITE DORMANT-RECORD FROM WS-DRM-TEMP(WS-DRM-IDX)
               END-PERFORM
           END-IF.
           CLOSE DORMANT-FILE.
           EXIT SECTION.

       ENABLE-ACCOUNT SECTION.
      *> Reactivation also lifts a self-reported freeze and a dormancy
      *> mark, so one console action brings the reviewed account all
      *> the way back.
           PERFORM CLEAR-FREEZE-ROW.
           PERFORM CLEAR-DORMANT-ROW.
           MOVE 0 TO WS-TBL-COUNT.
           MOVE 'N' TO WS-MATCH-FOUND.
           MOVE 'N' TO WS-EOF-FLAG.

           OPEN INPUT DISABLED-FILE.
           IF WS-DISABLED-STATUS NOT = "00"
               IF WS-DRM-CLEARED = 'Y'
                   MOVE 'S' TO LS-RETURN-CODE
               ELSE
                   MOVE 'F' TO LS-RETURN-CODE
               END-IF
               CLOSE DISABLED-FILE
               EXIT SECTION
           END-IF.
           CLOSE DISABLED-FILE.

           IF WS-MATCH-FOUND NOT = 'Y'
               IF WS-DRM-CLEARED = 'Y'
                   MOVE 'S' TO LS-RETURN-CODE
               ELSE
                   MOVE 'F' TO LS-RETURN-CODE
               END-IF
               EXIT SECTION
           END-IF.

