       >>SOURCE FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CREDENTIAL-VERIFY.
       AUTHOR. Paola
       DATE-WRITTEN. 10/15/2026

       *> Verification codes for the credentials students quote on
       *> resumes kept outside the system, so an employer can confirm
       *> one from their own menu instead of emailing the careers
       *> office. A student asks for a code for one credential; the
       *> statement is worked out from the records at that moment and
       *> frozen with the code, so the employer sees exactly what was
       *> certified, by whom and on what date, even if the records
       *> change later:
       *>   HOURS     APPROVED weeks in timesheets.txt for one placement
       *>             (title), certified by the supervising employer
       *>   PLACEMENT the HIRED applications.dat row for one title,
       *>             certified by the hiring employer; dated from the
       *>             HIRED row in app_status_log.txt
       *>   SKILL     a passed Learn a New Skill module
       *>             (skill_completions.txt), certified by the graded
       *>             assessment
       *>   RECORD    the whole co-curricular record: CO-CURRICULAR
       *>             builds it (and shows it to the student), and its
       *>             printed lines are kept in credential_snapshots.txt
       *> credential_codes.txt, one row per code:
       *>   code~student~type~subject~statement~certifiedBy~issuedOn~
       *>   state~revokedOn                   (state ACTIVE / REVOKED)
       *> credential_snapshots.txt:  code~printed line
       *> credential_lookups.txt, one row per employer lookup:
       *>   code~employer~date~HHMM~FOUND|REVOKED|UNKNOWN
       *> Actions and return codes:
       *>   ISSUE  - LS-CR-TYPE / LS-CR-SUBJECT; fills LS-CR-CODE and
       *>            the statement. S issued, N nothing on record to
       *>            certify, X file error.
       *>   MINE   - lists the caller's codes with their lookups. S.
       *>   REVOKE - LS-CR-CODE, one of the caller's own. S revoked,
       *>            R already revoked, F not one of theirs.
       *>   LOOKUP - employer enters LS-CR-CODE; shows and fills what
       *>            was certified. S found, R revoked, F no such code.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CODES-FILE ASSIGN TO "credential_codes.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CODES-STATUS.
           SELECT SNAPSHOT-FILE ASSIGN TO "credential_snapshots.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SNAPSHOT-STATUS.
           SELECT LOOKUPS-FILE ASSIGN TO "credential_lookups.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOOKUPS-STATUS.
           SELECT SHEETS-FILE ASSIGN TO "timesheets.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SHEETS-STATUS.
           SELECT APPLICATIONS-FILE ASSIGN TO "applications.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APPLICATION-KEY
               ALTERNATE RECORD KEY IS APPLICATION-JOB-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-APP-STATUS.
           SELECT APP-LOG-FILE ASSIGN TO "app_status_log.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APP-LOG-STATUS.
           SELECT RECORD-FILE ASSIGN TO "InCollege-CoCurricular.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECORD-STATUS.
           SELECT OUTPUT-FILE ASSIGN TO "InCollege-Output.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUTPUT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CODES-FILE.
       01  CODES-RECORD         PIC X(400).

       FD  SNAPSHOT-FILE.
       01  SNAPSHOT-RECORD      PIC X(170).

       FD  LOOKUPS-FILE.
       01  LOOKUPS-RECORD       PIC X(80).

       FD  SHEETS-FILE.
       01  SHEET-RECORD         PIC X(160).

       FD  APPLICATIONS-FILE.
       01  APPLICATION-RECORD.
           05  APPLICATION-KEY.
               10  APPLICATION-USER    PIC X(20).
               10  APPLICATION-JOB-ID  PIC X(8).
           05  APPLICATION-JOB-KEY     PIC X(8).
           05  APPLICATION-ROW         PIC X(500).

       FD  APP-LOG-FILE.
       01  APP-LOG-RECORD       PIC X(160).

       FD  RECORD-FILE.
       01  TRANSCRIPT-RECORD    PIC X(150).

       FD  OUTPUT-FILE.
       01  OUTPUT-RECORD        PIC X(350).

       WORKING-STORAGE SECTION.
       01  WS-CODES-STATUS      PIC X(2).
       01  WS-SNAPSHOT-STATUS   PIC X(2).
       01  WS-LOOKUPS-STATUS    PIC X(2).
       01  WS-SHEETS-STATUS     PIC X(2).
       01  WS-APP-STATUS        PIC X(2).
       01  WS-APP-LOG-STATUS    PIC X(2).
       01  WS-RECORD-STATUS     PIC X(2).
       01  WS-OUTPUT-STATUS     PIC X(2).
       01  WS-EOF-FLAG          PIC X VALUE 'N'.
       01  WS-MESSAGE           PIC X(200).
       01  WS-LINE              PIC X(500).
       01  WS-TODAY             PIC X(21).

      *> credential_codes.txt row
       01  WS-CD-CODE           PIC X(12).
       01  WS-CD-STUDENT        PIC X(20).
       01  WS-CD-TYPE           PIC X(10).
       01  WS-CD-SUBJECT        PIC X(50).
       01  WS-CD-STATEMENT      PIC X(150).
       01  WS-CD-BY             PIC X(60).
       01  WS-CD-ISSUED         PIC X(8).
       01  WS-CD-STATE          PIC X(10).
       01  WS-CD-REVOKED        PIC X(8).

      *> Rewrite table for REVOKE
       01  WS-TBL-COUNT         PIC 9(3) VALUE 0.
       01  WS-CODE-TABLE.
           05 WS-CODE-TEMP OCCURS 500 TIMES PIC X(400).
       01  I                    PIC 9(3).
       01  J                    PIC 9(3).

      *> Code generation
       01  WS-ALPHABET          PIC X(32)
               VALUE "ABCDEFGHJKLMNPQRSTUVWXYZ23456789".
       01  WS-SEED              PIC 9(8).
       01  WS-RANDOM            PIC 9V9(8).
       01  WS-PICK              PIC 9(2).
       01  WS-NEW-CODE          PIC X(12).
       01  WS-CODE-TAKEN        PIC X.
       01  WS-TRIES             PIC 9(2).

      *> Evidence gathering
       01  WS-TS-STUDENT        PIC X(20).
       01  WS-TS-TITLE          PIC X(50).
       01  WS-TS-EMPLOYER       PIC X(50).
       01  WS-TS-WEEK           PIC X(8).
       01  WS-TS-HOURS          PIC X(4).
       01  WS-TS-STATE          PIC X(10).
       01  WS-HOURS-TOTAL       PIC 9(5).
       01  WS-WEEK-COUNT        PIC 9(3).
       01  WS-FIRST-WEEK        PIC X(8).
       01  WS-LAST-WEEK         PIC X(8).
       01  WS-EVIDENCE-BY       PIC X(50).
       01  WS-ROW-USER          PIC X(20).
       01  WS-ROW-JOBNUM        PIC X(10).
       01  WS-ROW-TITLE         PIC X(50).
       01  WS-ROW-EMPLOYER      PIC X(50).
       01  WS-ROW-LOCATION      PIC X(50).
       01  WS-ROW-STATE         PIC X(12).
       01  WS-ROW-START         PIC X(8).
       01  WS-LOG-APPLICANT     PIC X(20).
       01  WS-LOG-TITLE         PIC X(50).
       01  WS-LOG-EMPLOYER      PIC X(50).
       01  WS-LOG-STATUS        PIC X(12).
       01  WS-LOG-DATE          PIC X(8).
       01  WS-HIRED-ON          PIC X(8).
       01  WS-FOUND             PIC X.

       01  WS-SKILL-ACTION      PIC X(10).
       01  WS-SKILL-LIST.
           05 WS-SKILL-LIST-ENTRY PIC X(30) OCCURS 20 TIMES.
       01  WS-SKILL-COUNT       PIC 9(2).
       01  WS-SKILL-RC          PIC X.
       01  WS-SKILL-NAME        PIC X(30).
       01  WS-CC-ACTION         PIC X(10).
       01  WS-CC-STUDENT        PIC X(20).
       01  WS-CC-RC             PIC X.

      *> Lookups
       01  WS-LK-CODE           PIC X(12).
       01  WS-LK-ROW-CODE       PIC X(12).
       01  WS-LK-EOF            PIC X.
       01  WS-LK-BY             PIC X(20).
       01  WS-LK-DATE           PIC X(8).
       01  WS-LK-TIME           PIC X(4).
       01  WS-LK-RESULT         PIC X(10).
       01  WS-LK-COUNT          PIC 9(4).
       01  WS-LK-LAST-BY        PIC X(20).
       01  WS-LK-LAST-DATE      PIC X(8).
       01  WS-LOOKUP-RESULT     PIC X(10).
       01  WS-COUNT-TEXT        PIC Z(3)9.
       01  WS-NUM-TEXT          PIC Z(4)9.
       01  WS-MINE-COUNT        PIC 9(3).

       LINKAGE SECTION.
       01  LS-USERNAME          PIC X(20).
       01  LS-ACTION            PIC X(10).
       01  LS-CREDENTIAL.
           05 LS-CR-CODE        PIC X(12).
           05 LS-CR-TYPE        PIC X(10).
           05 LS-CR-SUBJECT     PIC X(50).
           05 LS-CR-STUDENT     PIC X(20).
           05 LS-CR-STATEMENT   PIC X(150).
           05 LS-CR-BY          PIC X(60).
           05 LS-CR-ISSUED      PIC X(8).
           05 LS-CR-STATE       PIC X(10).
       01  LS-RETURN-CODE       PIC X.

       PROCEDURE DIVISION USING LS-USERNAME, LS-ACTION, LS-CREDENTIAL,
                                 LS-RETURN-CODE.

           MOVE 'F' TO LS-RETURN-CODE.
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(LS-CR-CODE))
               TO LS-CR-CODE.

           EVALUATE FUNCTION TRIM(LS-ACTION)
               WHEN "ISSUE"
                   PERFORM ISSUE-CODE
               WHEN "MINE"
                   PERFORM LIST-MY-CODES
               WHEN "REVOKE"
                   PERFORM REVOKE-CODE
               WHEN "LOOKUP"
                   PERFORM LOOKUP-CODE
               WHEN OTHER
                   MOVE 'X' TO LS-RETURN-CODE
           END-EVALUATE.
           GOBACK.

      *> Works out the statement for the asked-for credential, then
      *> files it under a fresh code.
       ISSUE-CODE SECTION.
           MOVE SPACES TO LS-CR-CODE, LS-CR-STATEMENT, LS-CR-BY,
                          LS-CR-STATE.
           MOVE LS-USERNAME TO LS-CR-STUDENT.
           MOVE WS-TODAY(1:8) TO LS-CR-ISSUED.
           MOVE 'N' TO WS-FOUND.

           EVALUATE FUNCTION TRIM(LS-CR-TYPE)
               WHEN "HOURS"
                   PERFORM CERTIFY-HOURS
               WHEN "PLACEMENT"
                   PERFORM CERTIFY-PLACEMENT
               WHEN "SKILL"
                   PERFORM CERTIFY-SKILL
               WHEN "RECORD"
                   PERFORM CERTIFY-RECORD
           END-EVALUATE.
           IF WS-FOUND NOT = 'Y'
               MOVE 'N' TO LS-RETURN-CODE
               EXIT SECTION
           END-IF.

           PERFORM MAKE-NEW-CODE.
           MOVE WS-NEW-CODE TO LS-CR-CODE.
           MOVE "ACTIVE" TO LS-CR-STATE.

           OPEN EXTEND CODES-FILE.
           IF WS-CODES-STATUS = "35"
               OPEN OUTPUT CODES-FILE
           END-IF.
           IF WS-CODES-STATUS NOT = "00"
               CLOSE CODES-FILE
               MOVE 'X' TO LS-RETURN-CODE
               EXIT SECTION
           END-IF.
           MOVE SPACES TO CODES-RECORD.
           STRING FUNCTION TRIM(LS-CR-CODE) "~"
                  FUNCTION TRIM(LS-CR-STUDENT) "~"
                  FUNCTION TRIM(LS-CR-TYPE) "~"
                  FUNCTION TRIM(LS-CR-SUBJECT) "~"
                  FUNCTION TRIM(LS-CR-STATEMENT) "~"
                  FUNCTION TRIM(LS-CR-BY) "~"
                  LS-CR-ISSUED "~ACTIVE~"
                  DELIMITED BY SIZE INTO CODES-RECORD.
           WRITE CODES-RECORD.
           CLOSE CODES-FILE.

           IF FUNCTION TRIM(LS-CR-TYPE) = "RECORD"
               PERFORM KEEP-SNAPSHOT
           END-IF.
           MOVE 'S' TO LS-RETURN-CODE.
           EXIT SECTION.

      *> Approved hours against one placement, with the weeks they
      *> span and the employer that signed them off.
       CERTIFY-HOURS SECTION.
           MOVE 0 TO WS-HOURS-TOTAL, WS-WEEK-COUNT.
           MOVE SPACES TO WS-FIRST-WEEK, WS-LAST-WEEK, WS-EVIDENCE-BY.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT SHEETS-FILE.
           IF WS-SHEETS-STATUS NOT = "00"
               CLOSE SHEETS-FILE
               EXIT SECTION
           END-IF.
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ SHEETS-FILE INTO WS-LINE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE SPACES TO WS-TS-STUDENT, WS-TS-TITLE,
                           WS-TS-EMPLOYER, WS-TS-WEEK, WS-TS-HOURS,
                           WS-TS-STATE
                       UNSTRING WS-LINE DELIMITED BY "~"
                           INTO WS-TS-STUDENT, WS-TS-TITLE,
                                WS-TS-EMPLOYER, WS-TS-WEEK,
                                WS-TS-HOURS, WS-TS-STATE
                       END-UNSTRING
                       IF FUNCTION TRIM(WS-TS-STUDENT) =
                          FUNCTION TRIM(LS-USERNAME)
                          AND FUNCTION TRIM(WS-TS-TITLE) =
                              FUNCTION TRIM(LS-CR-SUBJECT)
                          AND FUNCTION TRIM(WS-TS-STATE) = "APPROVED"
                          AND FUNCTION TRIM(WS-TS-HOURS) IS NUMERIC
                           ADD FUNCTION NUMVAL(WS-TS-HOURS)
                               TO WS-HOURS-TOTAL
                           ADD 1 TO WS-WEEK-COUNT
                           MOVE WS-TS-EMPLOYER TO WS-EVIDENCE-BY
                           IF WS-FIRST-WEEK = SPACES
                              OR WS-TS-WEEK < WS-FIRST-WEEK
                               MOVE WS-TS-WEEK TO WS-FIRST-WEEK
                           END-IF
                           IF WS-TS-WEEK > WS-LAST-WEEK
                               MOVE WS-TS-WEEK TO WS-LAST-WEEK
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SHEETS-FILE.

           IF WS-HOURS-TOTAL = 0
               EXIT SECTION
           END-IF.
           MOVE 'Y' TO WS-FOUND.
           MOVE WS-HOURS-TOTAL TO WS-NUM-TEXT.
           MOVE WS-WEEK-COUNT TO WS-COUNT-TEXT.
           STRING FUNCTION TRIM(WS-NUM-TEXT)
                  " approved co-op hours as "
                  FUNCTION TRIM(LS-CR-SUBJECT) " at "
                  FUNCTION TRIM(WS-EVIDENCE-BY) ", "
                  FUNCTION TRIM(WS-COUNT-TEXT) " week(s) ending "
                  WS-FIRST-WEEK " to " WS-LAST-WEEK
                  DELIMITED BY SIZE INTO LS-CR-STATEMENT.
           STRING FUNCTION TRIM(WS-EVIDENCE-BY)
                  " (supervisor timesheet sign-off)"
                  DELIMITED BY SIZE INTO LS-CR-BY.
           EXIT SECTION.

      *> The student's HIRED application for the title.
       CERTIFY-PLACEMENT SECTION.
           MOVE SPACES TO WS-EVIDENCE-BY, WS-ROW-START.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT APPLICATIONS-FILE.
           IF WS-APP-STATUS NOT = "00"
               CLOSE APPLICATIONS-FILE
               EXIT SECTION
           END-IF.
           MOVE LS-USERNAME TO APPLICATION-USER.
           MOVE LOW-VALUES TO APPLICATION-JOB-ID.
           START APPLICATIONS-FILE KEY IS NOT LESS THAN APPLICATION-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-FLAG
           END-START.
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ APPLICATIONS-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF APPLICATION-USER NOT = LS-USERNAME
                           MOVE 'Y' TO WS-EOF-FLAG
                       ELSE
                           MOVE APPLICATION-ROW TO WS-LINE
                           MOVE SPACES TO WS-ROW-USER, WS-ROW-JOBNUM,
                               WS-ROW-TITLE, WS-ROW-EMPLOYER,
                               WS-ROW-LOCATION, WS-ROW-STATE,
                               WS-ROW-START
                           UNSTRING WS-LINE DELIMITED BY "~"
                               INTO WS-ROW-USER, WS-ROW-JOBNUM,
                                    WS-ROW-TITLE, WS-ROW-EMPLOYER,
                                    WS-ROW-LOCATION, WS-ROW-STATE,
                                    WS-ROW-START
                           END-UNSTRING
                           IF FUNCTION TRIM(WS-ROW-TITLE) =
                              FUNCTION TRIM(LS-CR-SUBJECT)
                              AND FUNCTION TRIM(WS-ROW-STATE) = "HIRED"
                               MOVE 'Y' TO WS-FOUND
                               MOVE WS-ROW-EMPLOYER TO WS-EVIDENCE-BY
                               MOVE 'Y' TO WS-EOF-FLAG
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE APPLICATIONS-FILE.
           IF WS-FOUND NOT = 'Y'
               EXIT SECTION
           END-IF.

           PERFORM FIND-HIRED-DATE.
           MOVE SPACES TO WS-MESSAGE.
           STRING "Placed (HIRED) as " FUNCTION TRIM(LS-CR-SUBJECT)
                  " at " FUNCTION TRIM(WS-EVIDENCE-BY)
                  DELIMITED BY SIZE INTO WS-MESSAGE.
           IF WS-HIRED-ON > SPACES
               STRING FUNCTION TRIM(WS-MESSAGE) " on " WS-HIRED-ON
                      DELIMITED BY SIZE INTO WS-MESSAGE
           END-IF.
           IF WS-ROW-START > SPACES
               STRING FUNCTION TRIM(WS-MESSAGE) ", starting "
                      WS-ROW-START
                      DELIMITED BY SIZE INTO WS-MESSAGE
           END-IF.
           MOVE WS-MESSAGE TO LS-CR-STATEMENT.
           STRING FUNCTION TRIM(WS-EVIDENCE-BY) " (hiring record)"
                  DELIMITED BY SIZE INTO LS-CR-BY.
           EXIT SECTION.

      *> Latest HIRED move for the placement in the status trail.
       FIND-HIRED-DATE SECTION.
           MOVE SPACES TO WS-HIRED-ON.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT APP-LOG-FILE.
           IF WS-APP-LOG-STATUS NOT = "00"
               CLOSE APP-LOG-FILE
               EXIT SECTION
           END-IF.
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ APP-LOG-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE SPACES TO WS-LOG-APPLICANT, WS-LOG-TITLE,
                           WS-LOG-EMPLOYER, WS-LOG-STATUS, WS-LOG-DATE
                       UNSTRING APP-LOG-RECORD DELIMITED BY "~"
                           INTO WS-LOG-APPLICANT, WS-LOG-TITLE,
                                WS-LOG-EMPLOYER, WS-LOG-STATUS,
                                WS-LOG-DATE
                       END-UNSTRING
                       IF FUNCTION TRIM(WS-LOG-APPLICANT) =
                          FUNCTION TRIM(LS-USERNAME)
                          AND FUNCTION TRIM(WS-LOG-TITLE) =
                              FUNCTION TRIM(LS-CR-SUBJECT)
                          AND FUNCTION TRIM(WS-LOG-STATUS) = "HIRED"
                           MOVE WS-LOG-DATE TO WS-HIRED-ON
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE APP-LOG-FILE.
           EXIT SECTION.

       CERTIFY-SKILL SECTION.
           MOVE "CHECK" TO WS-SKILL-ACTION.
           MOVE LS-CR-SUBJECT TO WS-SKILL-NAME.
           CALL "SKILL-PROGRESS" USING LS-USERNAME, WS-SKILL-ACTION,
               WS-SKILL-NAME, WS-SKILL-LIST, WS-SKILL-COUNT,
               WS-SKILL-RC.
           IF WS-SKILL-RC NOT = 'S'
               EXIT SECTION
           END-IF.
           MOVE 'Y' TO WS-FOUND.
           STRING "Passed the Learn a New Skill module "
                  FUNCTION TRIM(WS-SKILL-NAME)
                  DELIMITED BY SIZE INTO LS-CR-STATEMENT.
           MOVE "InCollege graded skill assessment" TO LS-CR-BY.
           EXIT SECTION.

      *> CO-CURRICULAR prints the record to screen and to its file;
      *> the printed lines are what the code certifies.
       CERTIFY-RECORD SECTION.
           MOVE "MINE" TO WS-CC-ACTION.
           MOVE LS-USERNAME TO WS-CC-STUDENT.
           CALL "CO-CURRICULAR" USING LS-USERNAME, WS-CC-ACTION,
                                       WS-CC-STUDENT, WS-CC-RC.
           IF WS-CC-RC NOT = 'S'
               EXIT SECTION
           END-IF.
           MOVE 'Y' TO WS-FOUND.
           MOVE SPACES TO LS-CR-SUBJECT.
           STRING "Co-curricular record of " FUNCTION TRIM(LS-USERNAME)
                  " as issued " WS-TODAY(1:8)
                  DELIMITED BY SIZE INTO LS-CR-STATEMENT.
           MOVE "InCollege careers office co-curricular record"
               TO LS-CR-BY.
           EXIT SECTION.

       KEEP-SNAPSHOT SECTION.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT RECORD-FILE.
           IF WS-RECORD-STATUS NOT = "00"
               CLOSE RECORD-FILE
               EXIT SECTION
           END-IF.
           OPEN EXTEND SNAPSHOT-FILE.
           IF WS-SNAPSHOT-STATUS = "35"
               OPEN OUTPUT SNAPSHOT-FILE
           END-IF.
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ RECORD-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE SPACES TO SNAPSHOT-RECORD
                       STRING FUNCTION TRIM(LS-CR-CODE) "~"
                              FUNCTION TRIM(TRANSCRIPT-RECORD TRAILING)
                              DELIMITED BY SIZE INTO SNAPSHOT-RECORD
                       WRITE SNAPSHOT-RECORD
               END-READ
           END-PERFORM.
           CLOSE SNAPSHOT-FILE.
           CLOSE RECORD-FILE.
           EXIT SECTION.

      *> IC-XXXX-XXXX from an alphabet without the look-alike
      *> characters (no I, O, 0 or 1); redrawn if already on file.
       MAKE-NEW-CODE SECTION.
           MOVE WS-TODAY(9:8) TO WS-SEED.
           COMPUTE WS-RANDOM = FUNCTION RANDOM(WS-SEED).
           MOVE 'Y' TO WS-CODE-TAKEN.
           MOVE 0 TO WS-TRIES.
           PERFORM UNTIL WS-CODE-TAKEN = 'N' OR WS-TRIES > 20
               ADD 1 TO WS-TRIES
               MOVE "IC-    -    " TO WS-NEW-CODE
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > 8
                   COMPUTE WS-PICK = FUNCTION RANDOM * 32 + 1
                   IF I <= 4
                       COMPUTE J = I + 3
                   ELSE
                       COMPUTE J = I + 4
                   END-IF
                   MOVE WS-ALPHABET(WS-PICK:1) TO WS-NEW-CODE(J:1)
               END-PERFORM
               MOVE WS-NEW-CODE TO WS-LK-CODE
               PERFORM FIND-CODE-ROW
               IF WS-FOUND = 'C'
                   MOVE 'Y' TO WS-CODE-TAKEN
               ELSE
                   MOVE 'N' TO WS-CODE-TAKEN
               END-IF
           END-PERFORM.
           MOVE 'Y' TO WS-FOUND.
           EXIT SECTION.

      *> WS-FOUND = 'C' and WS-CD-* filled when WS-LK-CODE is on file.
       FIND-CODE-ROW SECTION.
           MOVE 'N' TO WS-FOUND.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT CODES-FILE.
           IF WS-CODES-STATUS NOT = "00"
               CLOSE CODES-FILE
               EXIT SECTION
           END-IF.
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ CODES-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM PARSE-CODE-ROW
                       IF WS-CD-CODE = WS-LK-CODE
                           MOVE 'C' TO WS-FOUND
                           MOVE 'Y' TO WS-EOF-FLAG
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CODES-FILE.
           EXIT SECTION.

       PARSE-CODE-ROW SECTION.
           MOVE SPACES TO WS-CD-CODE, WS-CD-STUDENT, WS-CD-TYPE,
               WS-CD-SUBJECT, WS-CD-STATEMENT, WS-CD-BY, WS-CD-ISSUED,
               WS-CD-STATE, WS-CD-REVOKED.
           UNSTRING CODES-RECORD DELIMITED BY "~"
               INTO WS-CD-CODE, WS-CD-STUDENT, WS-CD-TYPE,
                    WS-CD-SUBJECT, WS-CD-STATEMENT, WS-CD-BY,
                    WS-CD-ISSUED, WS-CD-STATE, WS-CD-REVOKED
           END-UNSTRING.
           EXIT SECTION.

       LIST-MY-CODES SECTION.
           MOVE 0 TO WS-MINE-COUNT.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN EXTEND OUTPUT-FILE.
           MOVE "--- My Verification Codes ---" TO WS-MESSAGE.
           PERFORM DISPLAY-AND-LOG.
           OPEN INPUT CODES-FILE.
           IF WS-CODES-STATUS = "00"
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ CODES-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM PARSE-CODE-ROW
                           IF FUNCTION TRIM(WS-CD-STUDENT) =
                              FUNCTION TRIM(LS-USERNAME)
                               ADD 1 TO WS-MINE-COUNT
                               PERFORM SHOW-MY-CODE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE CODES-FILE.
           IF WS-MINE-COUNT = 0
               MOVE "You have not been issued any verification codes."
                   TO WS-MESSAGE
               PERFORM DISPLAY-AND-LOG
           END-IF.
           CLOSE OUTPUT-FILE.
           MOVE 'S' TO LS-RETURN-CODE.
           EXIT SECTION.

       SHOW-MY-CODE SECTION.
           MOVE SPACES TO WS-MESSAGE.
           STRING FUNCTION TRIM(WS-CD-CODE) "  " FUNCTION TRIM(WS-CD-STATE)
                  "  issued " WS-CD-ISSUED
                  DELIMITED BY SIZE INTO WS-MESSAGE.
           IF FUNCTION TRIM(WS-CD-STATE) = "REVOKED"
               STRING FUNCTION TRIM(WS-MESSAGE) ", revoked "
                      WS-CD-REVOKED
                      DELIMITED BY SIZE INTO WS-MESSAGE
           END-IF.
           PERFORM DISPLAY-AND-LOG.
           MOVE SPACES TO WS-MESSAGE.
           STRING "  " FUNCTION TRIM(WS-CD-STATEMENT)
                  DELIMITED BY SIZE INTO WS-MESSAGE.
           PERFORM DISPLAY-AND-LOG.

           MOVE WS-CD-CODE TO WS-LK-CODE.
           PERFORM COUNT-LOOKUPS.
           MOVE WS-LK-COUNT TO WS-COUNT-TEXT.
           MOVE SPACES TO WS-MESSAGE.
           IF WS-LK-COUNT = 0
               MOVE "  Not looked up yet." TO WS-MESSAGE
           ELSE
               STRING "  Looked up " FUNCTION TRIM(WS-COUNT-TEXT)
                      " time(s), last by " FUNCTION TRIM(WS-LK-LAST-BY)
                      " on " WS-LK-LAST-DATE
                      DELIMITED BY SIZE INTO WS-MESSAGE
           END-IF.
           PERFORM DISPLAY-AND-LOG.
           EXIT SECTION.

       COUNT-LOOKUPS SECTION.
           MOVE 0 TO WS-LK-COUNT.
           MOVE SPACES TO WS-LK-LAST-BY, WS-LK-LAST-DATE.
           OPEN INPUT LOOKUPS-FILE.
           IF WS-LOOKUPS-STATUS NOT = "00"
               CLOSE LOOKUPS-FILE
               EXIT SECTION
           END-IF.
      *> Own end-of-file switch: this runs inside LIST-MY-CODES's
      *> read loop over credential_codes.txt.
           MOVE 'N' TO WS-LK-EOF.
           PERFORM UNTIL WS-LK-EOF = 'Y'
               READ LOOKUPS-FILE
                   AT END
                       MOVE 'Y' TO WS-LK-EOF
                   NOT AT END
                       MOVE SPACES TO WS-LK-ROW-CODE, WS-LK-BY,
                           WS-LK-DATE, WS-LK-TIME, WS-LK-RESULT
                       UNSTRING LOOKUPS-RECORD DELIMITED BY "~"
                           INTO WS-LK-ROW-CODE, WS-LK-BY, WS-LK-DATE,
                                WS-LK-TIME, WS-LK-RESULT
                       END-UNSTRING
                       IF WS-LK-ROW-CODE = WS-LK-CODE
                           ADD 1 TO WS-LK-COUNT
                           MOVE WS-LK-BY TO WS-LK-LAST-BY
                           MOVE WS-LK-DATE TO WS-LK-LAST-DATE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE LOOKUPS-FILE.
           EXIT SECTION.

       REVOKE-CODE SECTION.
           MOVE 0 TO WS-TBL-COUNT.
           MOVE 'N' TO WS-FOUND.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT CODES-FILE.
           IF WS-CODES-STATUS NOT = "00"
               CLOSE CODES-FILE
               MOVE 'F' TO LS-RETURN-CODE
               EXIT SECTION
           END-IF.
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ CODES-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF WS-TBL-COUNT < 500
                           ADD 1 TO WS-TBL-COUNT
                           MOVE CODES-RECORD TO WS-CODE-TEMP(WS-TBL-COUNT)
                           PERFORM PARSE-CODE-ROW
                           IF WS-CD-CODE = LS-CR-CODE
                              AND FUNCTION TRIM(WS-CD-STUDENT) =
                                  FUNCTION TRIM(LS-USERNAME)
                               MOVE WS-TBL-COUNT TO J
                               MOVE 'Y' TO WS-FOUND
                           END-IF
                       ELSE
                           DISPLAY "CREDENTIAL-VERIFY: credential_codes.txt "
                               "is past 500 rows; not rewritten."
                           MOVE 'N' TO WS-FOUND
                           MOVE 'Y' TO WS-EOF-FLAG
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CODES-FILE.
           IF WS-FOUND NOT = 'Y'
               MOVE 'F' TO LS-RETURN-CODE
               EXIT SECTION
           END-IF.

           MOVE WS-CODE-TEMP(J) TO CODES-RECORD.
           PERFORM PARSE-CODE-ROW.
           IF FUNCTION TRIM(WS-CD-STATE) = "REVOKED"
               MOVE 'R' TO LS-RETURN-CODE
               EXIT SECTION
           END-IF.
           MOVE SPACES TO WS-CODE-TEMP(J).
           STRING FUNCTION TRIM(WS-CD-CODE) "~"
                  FUNCTION TRIM(WS-CD-STUDENT) "~"
                  FUNCTION TRIM(WS-CD-TYPE) "~"
                  FUNCTION TRIM(WS-CD-SUBJECT) "~"
                  FUNCTION TRIM(WS-CD-STATEMENT) "~"
                  FUNCTION TRIM(WS-CD-BY) "~"
                  WS-CD-ISSUED "~REVOKED~" WS-TODAY(1:8)
                  DELIMITED BY SIZE INTO WS-CODE-TEMP(J).

           OPEN OUTPUT CODES-FILE.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-TBL-COUNT
               WRITE CODES-RECORD FROM WS-CODE-TEMP(I)
           END-PERFORM.
           CLOSE CODES-FILE.
           MOVE 'S' TO LS-RETURN-CODE.
           EXIT SECTION.

      *> Every lookup is logged, found or not, so a student can see
      *> who checked and a run of guesses shows up on the file.
       LOOKUP-CODE SECTION.
           MOVE LS-CR-CODE TO WS-LK-CODE.
           PERFORM FIND-CODE-ROW.
           EVALUATE TRUE
               WHEN WS-FOUND NOT = 'C'
                   MOVE "UNKNOWN" TO WS-LOOKUP-RESULT
                   MOVE 'F' TO LS-RETURN-CODE
               WHEN FUNCTION TRIM(WS-CD-STATE) = "REVOKED"
                   MOVE "REVOKED" TO WS-LOOKUP-RESULT
                   MOVE 'R' TO LS-RETURN-CODE
               WHEN OTHER
                   MOVE "FOUND" TO WS-LOOKUP-RESULT
                   MOVE 'S' TO LS-RETURN-CODE
           END-EVALUATE.
           PERFORM LOG-LOOKUP.

           OPEN EXTEND OUTPUT-FILE.
           EVALUATE LS-RETURN-CODE
               WHEN 'F'
                   MOVE "No credential is on file under that code."
                       TO WS-MESSAGE
                   PERFORM DISPLAY-AND-LOG
               WHEN 'R'
                   MOVE SPACES TO WS-MESSAGE
                   STRING "That code was revoked by the student on "
                          WS-CD-REVOKED "; it certifies nothing."
                          DELIMITED BY SIZE INTO WS-MESSAGE
                   PERFORM DISPLAY-AND-LOG
               WHEN 'S'
                   MOVE WS-CD-STUDENT TO LS-CR-STUDENT
                   MOVE WS-CD-TYPE TO LS-CR-TYPE
                   MOVE WS-CD-SUBJECT TO LS-CR-SUBJECT
                   MOVE WS-CD-STATEMENT TO LS-CR-STATEMENT
                   MOVE WS-CD-BY TO LS-CR-BY
                   MOVE WS-CD-ISSUED TO LS-CR-ISSUED
                   MOVE WS-CD-STATE TO LS-CR-STATE
                   PERFORM SHOW-CERTIFIED
           END-EVALUATE.
           CLOSE OUTPUT-FILE.
           EXIT SECTION.

       SHOW-CERTIFIED SECTION.
           MOVE SPACES TO WS-MESSAGE.
           STRING "--- Verified credential " FUNCTION TRIM(WS-CD-CODE)
                  " ---" DELIMITED BY SIZE INTO WS-MESSAGE.
           PERFORM DISPLAY-AND-LOG.
           MOVE SPACES TO WS-MESSAGE.
           STRING "Student: " FUNCTION TRIM(WS-CD-STUDENT)
                  DELIMITED BY SIZE INTO WS-MESSAGE.
           PERFORM DISPLAY-AND-LOG.
           MOVE SPACES TO WS-MESSAGE.
           STRING "Certified: " FUNCTION TRIM(WS-CD-STATEMENT)
                  DELIMITED BY SIZE INTO WS-MESSAGE.
           PERFORM DISPLAY-AND-LOG.
           MOVE SPACES TO WS-MESSAGE.
           STRING "Certified by: " FUNCTION TRIM(WS-CD-BY)
                  DELIMITED BY SIZE INTO WS-MESSAGE.
           PERFORM DISPLAY-AND-LOG.
           MOVE SPACES TO WS-MESSAGE.
           STRING "Issued on: " WS-CD-ISSUED
                  DELIMITED BY SIZE INTO WS-MESSAGE.
           PERFORM DISPLAY-AND-LOG.
           IF FUNCTION TRIM(WS-CD-TYPE) = "RECORD"
               PERFORM SHOW-SNAPSHOT
           END-IF.
           EXIT SECTION.

       SHOW-SNAPSHOT SECTION.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT SNAPSHOT-FILE.
           IF WS-SNAPSHOT-STATUS NOT = "00"
               CLOSE SNAPSHOT-FILE
               EXIT SECTION
           END-IF.
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ SNAPSHOT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF SNAPSHOT-RECORD(1:12) = WS-CD-CODE
                          AND SNAPSHOT-RECORD(13:1) = "~"
                           MOVE SNAPSHOT-RECORD(14:) TO WS-MESSAGE
                           PERFORM DISPLAY-AND-LOG
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SNAPSHOT-FILE.
           EXIT SECTION.

       LOG-LOOKUP SECTION.
           OPEN EXTEND LOOKUPS-FILE.
           IF WS-LOOKUPS-STATUS = "35"
               OPEN OUTPUT LOOKUPS-FILE
           END-IF.
           IF WS-LOOKUPS-STATUS = "00"
               MOVE SPACES TO LOOKUPS-RECORD
               STRING FUNCTION TRIM(LS-CR-CODE) "~"
                      FUNCTION TRIM(LS-USERNAME) "~"
                      WS-TODAY(1:8) "~" WS-TODAY(9:4) "~"
                      FUNCTION TRIM(WS-LOOKUP-RESULT)
                      DELIMITED BY SIZE INTO LOOKUPS-RECORD
               WRITE LOOKUPS-RECORD
           END-IF.
           CLOSE LOOKUPS-FILE.
           EXIT SECTION.

       DISPLAY-AND-LOG SECTION.
           DISPLAY FUNCTION TRIM(WS-MESSAGE).
           MOVE WS-MESSAGE TO OUTPUT-RECORD.
           WRITE OUTPUT-RECORD.
           EXIT.
