       >>SOURCE FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STEP-UP-CODE.
       AUTHOR. Paola
       DATE-WRITTEN. 10/15/2026

       *> One-time sign-in codes for the account types that can act on
       *> other people's data (ADMIN and STAFF). LOGIN issues a code
       *> once the password checks out, the code goes to the recovery
       *> address through MAIL-SPOOL, and the second LOGIN call spends
       *> it. A code lives STEPUP-CODE-MINUTES from the site config
       *> (default 5) and works once.
       *> One row per account in stepup_codes.txt -- a fresh code
       *> replaces whatever the account had before:
       *>   username~codehash~expiresAtMinutes~state~issuedDate
       *> The code is kept scrambled through PASSWORD-HASH, the same as
       *> a password; state is ISSUED until the code is spent (USED).
       *> Every issue, use and failed try is written to audit_log.txt
       *> (STEPUP-ISSUED / STEPUP-USED / STEPUP-FAILED). Counting the
       *> failures toward the lockout is LOGIN's job, not this one's.
       *> Actions and return codes:
       *>   ISSUE  - LS-EMAIL is the recovery address. S sent,
       *>            M no address or the spool refused it, X file error.
       *>   VERIFY - LS-CODE is what the user typed. S good (now spent),
       *>            F wrong code, E expired / already used / none.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CODES-FILE ASSIGN TO "stepup_codes.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CODES-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CODES-FILE.
       01  CODES-RECORD         PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-CODES-STATUS      PIC X(2).
       01  WS-CFG-KEY           PIC X(20).
       01  WS-CFG-VALUE         PIC X(40).
       01  WS-CFG-RC            PIC X.
       01  WS-CODE-MINUTES      PIC 9(3) VALUE 5.
       01  WS-MINUTES-DISP      PIC ZZ9.

       01  WS-CURR-DATE-TXT     PIC X(30).
       01  WS-NOW-DATE-NUM      PIC 9(8).
       01  WS-NOW-DAYS          PIC 9(10).
       01  WS-NOW-HOUR          PIC 9(2).
       01  WS-NOW-MIN           PIC 9(2).
       01  WS-NOW-MINUTES       PIC 9(10).
       01  WS-EXPIRES-AT        PIC 9(10).
       01  WS-SEED              PIC 9(8).
       01  WS-CODE-NUM          PIC 9(6).
       01  WS-CODE-TEXT         PIC X(20).
       01  WS-CODE-HASH         PIC X(20).

       01  WS-CD-USER           PIC X(20).
       01  WS-CD-HASH           PIC X(20).
       01  WS-CD-EXPIRES        PIC X(10).
       01  WS-CD-STATE          PIC X(10).
       01  WS-CD-ISSUED         PIC X(8).
       01  WS-CD-ROW            PIC 9(3) VALUE 0.

       01  WS-CD-COUNT          PIC 9(3) VALUE 0.
       01  WS-CD-CAP-WARNED     PIC X VALUE 'N'.
       01  WS-CD-TABLE.
           05 WS-CD-LINE OCCURS 500 TIMES PIC X(100).
       01  WS-CD-IDX            PIC 9(3).

       01  WS-MAIL-SUBJECT      PIC X(60).
       01  WS-MAIL-BODY         PIC X(200).
       01  WS-MAIL-RC           PIC X.
       01  WS-AUDIT-EVENT       PIC X(20).
       01  WS-AUDIT-OUTCOME     PIC X.
       01  WS-AUDIT-RC          PIC X.

       LINKAGE SECTION.
       01  LS-ACTION            PIC X(10).
       01  LS-USERNAME          PIC X(20).
       01  LS-EMAIL             PIC X(50).
       01  LS-CODE              PIC X(20).
       01  LS-RETURN-CODE       PIC X.

       PROCEDURE DIVISION USING LS-ACTION, LS-USERNAME, LS-EMAIL,
                                 LS-CODE, LS-RETURN-CODE.

           MOVE 'X' TO LS-RETURN-CODE.

           MOVE "STEPUP-CODE-MINUTES" TO WS-CFG-KEY.
           CALL "SITE-CONFIG" USING WS-CFG-KEY, WS-CFG-VALUE, WS-CFG-RC.
           IF WS-CFG-RC = 'S'
              AND FUNCTION TRIM(WS-CFG-VALUE) IS NUMERIC
              AND FUNCTION TRIM(WS-CFG-VALUE) > SPACES
               MOVE FUNCTION NUMVAL(WS-CFG-VALUE) TO WS-CODE-MINUTES
           END-IF.
           IF WS-CODE-MINUTES = 0
               MOVE 5 TO WS-CODE-MINUTES
           END-IF.

           PERFORM COMPUTE-NOW-MINUTES.
           PERFORM LOAD-CODES.
           IF WS-CODES-STATUS NOT = "00"
               GOBACK
           END-IF.

           EVALUATE FUNCTION TRIM(LS-ACTION)
               WHEN "ISSUE"
                   PERFORM ISSUE-CODE
               WHEN "VERIFY"
                   PERFORM VERIFY-CODE
               WHEN OTHER
                   MOVE 'X' TO LS-RETURN-CODE
           END-EVALUATE.

           GOBACK.

       *> Six digits drawn fresh each time, seeded from the clock.
       ISSUE-CODE SECTION.
           IF FUNCTION TRIM(LS-EMAIL) = SPACES
               MOVE 'M' TO LS-RETURN-CODE
               EXIT SECTION
           END-IF.

           MOVE WS-CURR-DATE-TXT(9:8) TO WS-SEED.
           COMPUTE WS-CODE-NUM =
               FUNCTION RANDOM(WS-SEED) * 1000000.
           MOVE SPACES TO WS-CODE-TEXT.
           MOVE WS-CODE-NUM TO WS-CODE-TEXT.
           CALL "PASSWORD-HASH" USING WS-CODE-TEXT, WS-CODE-HASH.
           COMPUTE WS-EXPIRES-AT = WS-NOW-MINUTES + WS-CODE-MINUTES.

           MOVE WS-CODE-MINUTES TO WS-MINUTES-DISP.
           MOVE "Your InCollege sign-in code" TO WS-MAIL-SUBJECT.
           INITIALIZE WS-MAIL-BODY.
           STRING "Your InCollege sign-in code for account "
                  FUNCTION TRIM(LS-USERNAME) " is "
                  WS-CODE-NUM ". It works once and expires in "
                  FUNCTION TRIM(WS-MINUTES-DISP) " minute(s). If you did not just"
                  " sign in, change your password now."
                  DELIMITED BY SIZE INTO WS-MAIL-BODY.
           CALL "MAIL-SPOOL" USING LS-EMAIL, WS-MAIL-SUBJECT,
                                    WS-MAIL-BODY, WS-MAIL-RC.
           IF WS-MAIL-RC NOT = 'S'
               MOVE 'M' TO LS-RETURN-CODE
               EXIT SECTION
           END-IF.

           INITIALIZE CODES-RECORD.
           STRING FUNCTION TRIM(LS-USERNAME) DELIMITED BY SIZE
                  "~" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CODE-HASH) DELIMITED BY SIZE
                  "~" DELIMITED BY SIZE
                  WS-EXPIRES-AT DELIMITED BY SIZE
                  "~ISSUED~" DELIMITED BY SIZE
                  WS-CURR-DATE-TXT(1:8) DELIMITED BY SIZE
                  INTO CODES-RECORD.
           IF WS-CD-ROW > 0
               MOVE CODES-RECORD TO WS-CD-LINE(WS-CD-ROW)
           ELSE
               IF WS-CD-COUNT < 500
                   ADD 1 TO WS-CD-COUNT
                   MOVE CODES-RECORD TO WS-CD-LINE(WS-CD-COUNT)
               ELSE
                   DISPLAY "Sign-in code table capped at 500 entries; code not recorded."
                   MOVE 'X' TO LS-RETURN-CODE
                   EXIT SECTION
               END-IF
           END-IF.
           PERFORM SAVE-CODES.
           IF WS-CODES-STATUS NOT = "00"
               MOVE 'X' TO LS-RETURN-CODE
               EXIT SECTION
           END-IF.

           MOVE 'S' TO LS-RETURN-CODE.
           MOVE "STEPUP-ISSUED" TO WS-AUDIT-EVENT.
           MOVE 'S' TO WS-AUDIT-OUTCOME.
           CALL "AUDIT-LOG" USING LS-USERNAME, WS-AUDIT-EVENT,
                                   WS-AUDIT-OUTCOME, WS-AUDIT-RC.
           EXIT SECTION.

       VERIFY-CODE SECTION.
           MOVE 'E' TO LS-RETURN-CODE.
           IF WS-CD-ROW > 0
               PERFORM SPLIT-ROW
               IF FUNCTION TRIM(WS-CD-STATE) = "ISSUED"
                  AND FUNCTION TRIM(WS-CD-EXPIRES) IS NUMERIC
                  AND FUNCTION NUMVAL(WS-CD-EXPIRES) >= WS-NOW-MINUTES
                   MOVE SPACES TO WS-CODE-TEXT
                   MOVE FUNCTION TRIM(LS-CODE) TO WS-CODE-TEXT
                   CALL "PASSWORD-HASH" USING WS-CODE-TEXT,
                                               WS-CODE-HASH
                   IF FUNCTION TRIM(WS-CODE-TEXT) NOT = SPACES
                      AND FUNCTION TRIM(WS-CODE-HASH) =
                          FUNCTION TRIM(WS-CD-HASH)
                       MOVE 'S' TO LS-RETURN-CODE
                   ELSE
                       MOVE 'F' TO LS-RETURN-CODE
                   END-IF
               END-IF
           END-IF.

           IF LS-RETURN-CODE = 'S'
               *> Spent: the same code can never open a second session.
               INITIALIZE WS-CD-LINE(WS-CD-ROW)
               STRING FUNCTION TRIM(WS-CD-USER) DELIMITED BY SIZE
                      "~" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-CD-HASH) DELIMITED BY SIZE
                      "~" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-CD-EXPIRES) DELIMITED BY SIZE
                      "~USED~" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-CD-ISSUED) DELIMITED BY SIZE
                      INTO WS-CD-LINE(WS-CD-ROW)
               PERFORM SAVE-CODES
               IF WS-CODES-STATUS NOT = "00"
                   MOVE 'X' TO LS-RETURN-CODE
                   EXIT SECTION
               END-IF
               MOVE "STEPUP-USED" TO WS-AUDIT-EVENT
           ELSE
               MOVE "STEPUP-FAILED" TO WS-AUDIT-EVENT
           END-IF.
           MOVE LS-RETURN-CODE TO WS-AUDIT-OUTCOME.
           CALL "AUDIT-LOG" USING LS-USERNAME, WS-AUDIT-EVENT,
                                   WS-AUDIT-OUTCOME, WS-AUDIT-RC.
           EXIT SECTION.

       SPLIT-ROW SECTION.
           MOVE SPACES TO WS-CD-USER, WS-CD-HASH, WS-CD-EXPIRES,
                          WS-CD-STATE, WS-CD-ISSUED.
           UNSTRING WS-CD-LINE(WS-CD-ROW) DELIMITED BY "~"
               INTO WS-CD-USER, WS-CD-HASH, WS-CD-EXPIRES,
                    WS-CD-STATE, WS-CD-ISSUED
           END-UNSTRING.
           EXIT SECTION.

       *> Loads every row and notes which one (if any) is this account's.
       LOAD-CODES SECTION.
           MOVE 0 TO WS-CD-COUNT.
           MOVE 0 TO WS-CD-ROW.
           MOVE 'N' TO WS-CD-CAP-WARNED.
           OPEN INPUT CODES-FILE.
           IF WS-CODES-STATUS NOT = "00"
               *> No file yet is simply no codes outstanding.
               IF WS-CODES-STATUS = "35"
                   MOVE "00" TO WS-CODES-STATUS
               END-IF
               EXIT SECTION
           END-IF.
           PERFORM UNTIL WS-CODES-STATUS NOT = "00"
               READ CODES-FILE
                   AT END
                       MOVE "10" TO WS-CODES-STATUS
                   NOT AT END
                       IF WS-CD-COUNT < 500
                           ADD 1 TO WS-CD-COUNT
                           MOVE CODES-RECORD TO WS-CD-LINE(WS-CD-COUNT)
                           MOVE SPACES TO WS-CD-USER
                           UNSTRING CODES-RECORD DELIMITED BY "~"
                               INTO WS-CD-USER
                           END-UNSTRING
                           IF FUNCTION TRIM(WS-CD-USER) =
                              FUNCTION TRIM(LS-USERNAME)
                               MOVE WS-CD-COUNT TO WS-CD-ROW
                           END-IF
                       ELSE
                           IF WS-CD-CAP-WARNED = 'N'
                               DISPLAY "Sign-in code table capped at 500 entries; some entries were not loaded."
                               MOVE 'Y' TO WS-CD-CAP-WARNED
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CODES-FILE.
           MOVE "00" TO WS-CODES-STATUS.
           EXIT SECTION.

       SAVE-CODES SECTION.
           OPEN OUTPUT CODES-FILE.
           IF WS-CODES-STATUS NOT = "00"
               CLOSE CODES-FILE
               EXIT SECTION
           END-IF.
           PERFORM VARYING WS-CD-IDX FROM 1 BY 1
                   UNTIL WS-CD-IDX > WS-CD-COUNT
               WRITE CODES-RECORD FROM WS-CD-LINE(WS-CD-IDX)
           END-PERFORM.
           CLOSE CODES-FILE.
           EXIT SECTION.

       COMPUTE-NOW-MINUTES SECTION.
           MOVE FUNCTION CURRENT-DATE TO WS-CURR-DATE-TXT.
           MOVE WS-CURR-DATE-TXT(1:8) TO WS-NOW-DATE-NUM.
           MOVE FUNCTION INTEGER-OF-DATE(WS-NOW-DATE-NUM)
               TO WS-NOW-DAYS.
           MOVE WS-CURR-DATE-TXT(9:2) TO WS-NOW-HOUR.
           MOVE WS-CURR-DATE-TXT(11:2) TO WS-NOW-MIN.
           COMPUTE WS-NOW-MINUTES =
               (WS-NOW-DAYS * 1440) + (WS-NOW-HOUR * 60) + WS-NOW-MIN.
           EXIT SECTION.
