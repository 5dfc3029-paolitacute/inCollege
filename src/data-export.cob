       *> the accounts.dat record (password hash withheld), the
       *> profiles.txt block, and every row whose first or second key
       *> field names the user in connections.txt, messages.txt (both
       *> sides), applications.dat, interviews.txt, event_rsvps.txt,
       *> group_members.txt, recommendations.txt, profile_views.txt,
       *> advising_notes.txt (the careers office's case notes on a
       *> student, with advising_notes_access.txt showing who read
       *> them), funding_apps.txt (scholarship and grant applications),
       *> self_id.txt (their own voluntary self-identification answers)
       *> and audit_log.txt -- then a summary page of which files
       *> contained them and how many rows each held. Run from the
       *> operations console when a user (or their lawyer) asks.
           SELECT SCAN-FILE ASSIGN TO WS-SCAN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCAN-STATUS.
           SELECT APPLICATIONS-FILE ASSIGN TO "applications.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APPLICATION-KEY
               ALTERNATE RECORD KEY IS APPLICATION-JOB-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-APPLICATIONS-STATUS.
           SELECT PROFILE-FILE ASSIGN TO "profiles.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROFILE-STATUS.
       FD  SCAN-FILE.
       01  SCAN-RECORD          PIC X(500).

       FD  APPLICATIONS-FILE.
       01  APPLICATION-RECORD.
           05  APPLICATION-KEY.
               10  APPLICATION-USER    PIC X(20).
               10  APPLICATION-JOB-ID  PIC X(8).
           05  APPLICATION-JOB-KEY     PIC X(8).
           05  APPLICATION-ROW         PIC X(500).

       FD  PROFILE-FILE.
       01  PROFILE-RECORD       PIC X(350).

       WORKING-STORAGE SECTION.
       01  WS-ACCOUNTS-STATUS   PIC X(2).
       01  WS-SCAN-STATUS       PIC X(2).
       01  WS-APPLICATIONS-STATUS PIC X(2).
       01  WS-PROFILE-STATUS    PIC X(2).
       01  WS-PACKAGE-STATUS    PIC X(2).
       01  WS-EOF-FLAG          PIC X VALUE 'N'.
           MOVE "messages.txt" TO WS-SCAN-NAME.
           MOVE ": " TO WS-DELIM.
           PERFORM SCAN-ONE-FILE.
           PERFORM EXPORT-APPLICATIONS.
           MOVE "~ " TO WS-DELIM.
           MOVE "interviews.txt" TO WS-SCAN-NAME.
           PERFORM SCAN-ONE-FILE.
           MOVE "event_rsvps.txt" TO WS-SCAN-NAME.
           PERFORM SCAN-ONE-FILE.
           MOVE "profile_views.txt" TO WS-SCAN-NAME.
           PERFORM SCAN-ONE-FILE.
           MOVE "advising_notes.txt" TO WS-SCAN-NAME.
           PERFORM SCAN-ONE-FILE.
           MOVE "advising_notes_access.txt" TO WS-SCAN-NAME.
           PERFORM SCAN-ONE-FILE.
           MOVE "funding_apps.txt" TO WS-SCAN-NAME.
           PERFORM SCAN-ONE-FILE.
           MOVE "self_id.txt" TO WS-SCAN-NAME.
           PERFORM SCAN-ONE-FILE.
           MOVE "audit_log.txt" TO WS-SCAN-NAME.
           MOVE ": " TO WS-DELIM.
           PERFORM SCAN-ONE-FILE.
           PERFORM NOTE-SUMMARY-LINE.
           EXIT SECTION.

      *> applications.dat is keyed by applicant, so the user's rows
      *> are read as one run from the start of their key range.
       EXPORT-APPLICATIONS SECTION.
           MOVE "applications.dat" TO WS-SCAN-NAME.
           INITIALIZE PACKAGE-RECORD.
           STRING "=== " FUNCTION TRIM(WS-SCAN-NAME) " ==="
               DELIMITED BY SIZE INTO PACKAGE-RECORD.
           WRITE PACKAGE-RECORD.

           MOVE 0 TO WS-HIT-COUNT.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT APPLICATIONS-FILE.
           IF WS-APPLICATIONS-STATUS NOT = "00"
               CLOSE APPLICATIONS-FILE
               PERFORM NOTE-SUMMARY-LINE
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
                           MOVE APPLICATION-ROW TO PACKAGE-RECORD
                           WRITE PACKAGE-RECORD
                           ADD 1 TO WS-HIT-COUNT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE APPLICATIONS-FILE.
           PERFORM NOTE-SUMMARY-LINE.
           EXIT SECTION.

       NOTE-SUMMARY-LINE SECTION.
           IF WS-SUM-COUNT >= 15
               EXIT SECTION
