       *> in every data file. This rewrites the key everywhere as one
       *> unit -- the accounts.dat record moves to its new key, then one
       *> generic pass walks every flat file that stores usernames and
       *> substitutes the new spelling, and the applications.dat records
       *> are refiled under the new key the same way the account is,
       *> writing a before/after report of how many rows each file
       *> needed to rename-report.txt.
       *>
       *> Each file is described by a mode:
       *>   P = profiles.txt USER: block headers
       *>   M = messages layout, "sender:recipient>>rest"
       *>   T = tilde-delimited, flagged fields are usernames (tilde
       *>       fields never contain "~", so a full split is safe)
       *> followed by one flag per field, 1-12, set where that field
       *> holds a username.
       *>   W = whole line is the username
       *> Moderation flag targets can embed usernames inside compound
       *> values; those are left alone and called out on the report.
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCOUNTS-USERNAME
               FILE STATUS IS WS-ACCOUNTS-STATUS.
           SELECT APPLICATIONS-FILE ASSIGN TO "applications.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APPLICATION-KEY
               ALTERNATE RECORD KEY IS APPLICATION-JOB-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-APPLICATIONS-STATUS.
           SELECT GEN-FILE ASSIGN TO WS-GEN-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GEN-STATUS.
           05  ACCOUNTS-ACCOUNT-TYPE   PIC X(8).
           05  ACCOUNTS-CREATED-DATE   PIC X(8).

       FD  APPLICATIONS-FILE.
       01  APPLICATION-RECORD.
           05  APPLICATION-KEY.
               10  APPLICATION-USER    PIC X(20).
               10  APPLICATION-JOB-ID  PIC X(8).
           05  APPLICATION-JOB-KEY     PIC X(8).
           05  APPLICATION-ROW         PIC X(500).

       FD  GEN-FILE.
       01  GEN-RECORD           PIC X(500).

       01  WS-TXN-RC            PIC X.
       01  WS-ACCOUNTS-STATUS   PIC X(2).
       01  WS-GEN-STATUS        PIC X(2).
       01  WS-APPLICATIONS-STATUS PIC X(2).
       01  WS-GEN-FILENAME      PIC X(30).
       01  WS-EOF-FLAG          PIC X VALUE 'N'.
       01  WS-LINE              PIC X(500).

      *> The file roster the cascade walks
       01  WS-FILE-ROSTER-DATA.
           05 FILLER PIC X(43) VALUE "profiles.txt                  P000000000000".
           05 FILLER PIC X(43) VALUE "connections.txt               C110000000000".
           05 FILLER PIC X(43) VALUE "login_attempts.txt            C100000000000".
           05 FILLER PIC X(43) VALUE "audit_log.txt                 C100000000000".
           05 FILLER PIC X(43) VALUE "messages.txt                  M000000000000".
           05 FILLER PIC X(43) VALUE "messages_archive.txt          M000000000000".
           05 FILLER PIC X(43) VALUE "jobs.txt                      T100000000000".
           05 FILLER PIC X(43) VALUE "jobs_history.txt              T100000000000".
           05 FILLER PIC X(43) VALUE "saved_jobs.txt                T100000000000".
           05 FILLER PIC X(43) VALUE "recommendations.txt           T110000000000".
           05 FILLER PIC X(43) VALUE "skill_completions.txt         T100000000000".
           05 FILLER PIC X(43) VALUE "blocks.txt                    T110000000000".
           05 FILLER PIC X(43) VALUE "companies.txt                 T100000000000".
           05 FILLER PIC X(43) VALUE "company_followers.txt         T100000000000".
           05 FILLER PIC X(43) VALUE "events.txt                    T100000000000".
           05 FILLER PIC X(43) VALUE "events_history.txt            T100000000000".
           05 FILLER PIC X(43) VALUE "event_rsvps.txt               T110000000000".
           05 FILLER PIC X(43) VALUE "groups.txt                    T010000000000".
           05 FILLER PIC X(43) VALUE "group_members.txt             T010000000000".
           05 FILLER PIC X(43) VALUE "group_posts.txt               T010000000000".
           05 FILLER PIC X(43) VALUE "group_posts_archive.txt       T010000000000".
           05 FILLER PIC X(43) VALUE "credential_codes.txt          T010000000000".
           05 FILLER PIC X(43) VALUE "credential_lookups.txt        T010000000000".
           05 FILLER PIC X(43) VALUE "interviews.txt                T110000000000".
           05 FILLER PIC X(43) VALUE "mentorship.txt                T100010000000".
           05 FILLER PIC X(43) VALUE "mentorship_meetings.txt       T110000000000".
           05 FILLER PIC X(43) VALUE "notify_prefs.txt              T100000000000".
           05 FILLER PIC X(43) VALUE "opportunity_flags.txt         T100000000000".
           05 FILLER PIC X(43) VALUE "profile_views.txt             T110000000000".
           05 FILLER PIC X(43) VALUE "referrals.txt                 T110000000000".
           05 FILLER PIC X(43) VALUE "disclosures.txt               T110000000000".
           05 FILLER PIC X(43) VALUE "consents.txt                  T100000000000".
           05 FILLER PIC X(43) VALUE "legal_holds.txt               T100001100000".
           05 FILLER PIC X(43) VALUE "saved_searches.txt            T100000000000".
           05 FILLER PIC X(43) VALUE "scheduled_messages.txt        T110000000000".
           05 FILLER PIC X(43) VALUE "skill_attempts.txt            T100000000000".
           05 FILLER PIC X(43) VALUE "status_updates.txt            T100000000000".
           05 FILLER PIC X(43) VALUE "stepup_codes.txt              T100000000000".
           05 FILLER PIC X(43) VALUE "disabled_accounts.txt         W000000000000".
           05 FILLER PIC X(43) VALUE "flags.txt                     T100000000000".
           05 FILLER PIC X(43) VALUE "employer_verifications.txt    T100000000000".
           05 FILLER PIC X(43) VALUE "mail_folders.txt              T100010000000".
           05 FILLER PIC X(43) VALUE "held_messages.txt             T100000000000".
           05 FILLER PIC X(43) VALUE "advising_notes.txt            T100010000010".
           05 FILLER PIC X(43) VALUE "advising_notes_access.txt     T110000000000".
           05 FILLER PIC X(43) VALUE "funding_opps.txt              T010000000000".
           05 FILLER PIC X(43) VALUE "funding_apps.txt              T010000000000".
           05 FILLER PIC X(43) VALUE "funding_sponsors.txt          T100000000000".
           05 FILLER PIC X(43) VALUE "self_id.txt                   T100000000000".
           05 FILLER PIC X(43) VALUE "campus_restrictions.txt       T010000000000".
           05 FILLER PIC X(43) VALUE "work_authorization.txt        T100000000000".
           05 FILLER PIC X(43) VALUE "job_eligibility.txt           T100000000000".
           05 FILLER PIC X(43) VALUE "coop_signoffs.txt             T100010000000".
           05 FILLER PIC X(43) VALUE "event_attendance.txt          T101000000000".
           05 FILLER PIC X(43) VALUE "event_noshows.txt             T100000000000".
           05 FILLER PIC X(43) VALUE "event_series.txt              T100000000000".
           05 FILLER PIC X(43) VALUE "placement_evals.txt           T100100000000".
           05 FILLER PIC X(43) VALUE "advising_slots.txt            T010000000100".
           05 FILLER PIC X(43) VALUE "legal_hold_log.txt            T000101000000".
       01  WS-FILE-ROSTER REDEFINES WS-FILE-ROSTER-DATA.
           05 WS-ROSTER-ENTRY OCCURS 59 TIMES.
              10 WS-ROSTER-NAME  PIC X(30).
              10 WS-ROSTER-MODE  PIC X.
              10 WS-ROSTER-FIX   PIC X OCCURS 12 TIMES.
       01  WS-ROSTER-COUNT      PIC 9(2) VALUE 59.
       01  R                    PIC 9(2).

      *> Generic keep-table for one file's rewrite

      *> Split work fields
       01  WS-FLD.
           05 WS-F OCCURS 16 TIMES PIC X(210).
       01  WS-FLD-COUNT         PIC 9(2).
       01  K                    PIC 9(2).
       01  WS-PTR               PIC 9(4).

       01  WS-COUNT-TEXT        PIC Z(4)9.

      *> The renamed user's application records, lifted off the old
      *> key before they are refiled under the new one
       01  WS-MOVE-COUNT        PIC 9(3) VALUE 0.
       01  WS-MOVE-TABLE.
           05 WS-MOVE-ENTRY OCCURS 500 TIMES.
              10 WS-MOVE-JOB-ID  PIC X(8).
              10 WS-MOVE-ROW     PIC X(500).

      *> PROFILE-INDEX call areas; every entry is keyed by
      *> username, so a rename rebuilds the search index.
       01  WS-PX-ACTION         PIC X(10).
       01  WS-PX-USER           PIC X(20).
       01  WS-PX-KIND           PIC X(4).
       01  WS-PX-VALUE          PIC X(100).
       01  WS-PX-HIT-COUNT      PIC 9(3).
       01  WS-PX-HIT-LIST       PIC X(4000).
       01  WS-PX-CARD           PIC X(554).
       01  WS-PX-RC             PIC X.

       LINKAGE SECTION.
       01  LS-OLD-NAME          PIC X(20).
       01  LS-NEW-NAME          PIC X(20).
                  DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.

           PERFORM VARYING R FROM 1 BY 1 UNTIL R > WS-ROSTER-COUNT
               PERFORM RENAME-IN-ONE-FILE
           END-PERFORM.
           PERFORM MOVE-APPLICATION-KEYS.

      *> connections.txt just changed spelling; rebuild the peer index
      *> now so network lookups don't serve the old name until the
      *> nightly pass.
           CALL "CONNECTION-INDEX".

      *> The profile search index files every entry under the
      *> username too; rebuild it from the renamed profiles.txt.
           MOVE "REBUILD" TO WS-PX-ACTION.
           MOVE SPACES TO WS-PX-USER.
           CALL "PROFILE-INDEX" USING WS-PX-ACTION, WS-PX-USER,
                                       WS-PX-KIND, WS-PX-VALUE,
                                       WS-PX-HIT-COUNT, WS-PX-HIT-LIST,
                                       WS-PX-CARD, WS-PX-RC.

      *> messages.txt rows now carry the new name; resync the mailbox
      *> partitions so the old-name mbox_/sent_ files empty out and
      *> the new-name ones are built.
           WRITE REPORT-RECORD.
           EXIT SECTION.

      *> applications.dat carries the username in its key, so its rows
      *> cannot be renamed in place: the old user's run is lifted into
      *> a table and deleted, then each row goes back under the new
      *> name (field 1 of the row renamed with it).
       MOVE-APPLICATION-KEYS SECTION.
           MOVE 0 TO WS-MOVE-COUNT.
           MOVE 0 TO WS-CHANGED.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN I-O APPLICATIONS-FILE.
           IF WS-APPLICATIONS-STATUS NOT = "00"
               CLOSE APPLICATIONS-FILE
               EXIT SECTION
           END-IF.

           MOVE LS-OLD-NAME TO APPLICATION-USER.
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
                       IF APPLICATION-USER NOT = LS-OLD-NAME
                          OR WS-MOVE-COUNT >= 500
                           MOVE 'Y' TO WS-EOF-FLAG
                       ELSE
                           ADD 1 TO WS-MOVE-COUNT
                           MOVE APPLICATION-JOB-ID
                               TO WS-MOVE-JOB-ID(WS-MOVE-COUNT)
                           MOVE APPLICATION-ROW
                               TO WS-MOVE-ROW(WS-MOVE-COUNT)
                       END-IF
               END-READ
           END-PERFORM.

           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-MOVE-COUNT
               MOVE LS-OLD-NAME TO APPLICATION-USER
               MOVE WS-MOVE-JOB-ID(I) TO APPLICATION-JOB-ID
               DELETE APPLICATIONS-FILE RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
               MOVE SPACES TO WS-PART-1, WS-REST
               MOVE 1 TO WS-PTR
               UNSTRING WS-MOVE-ROW(I) DELIMITED BY "~"
                   INTO WS-PART-1 WITH POINTER WS-PTR
               END-UNSTRING
               MOVE WS-MOVE-ROW(I)(WS-PTR:) TO WS-REST
               INITIALIZE WS-LINE
               STRING FUNCTION TRIM(LS-NEW-NAME) "~"
                      FUNCTION TRIM(WS-REST)
                      DELIMITED BY SIZE INTO WS-LINE
               MOVE LS-NEW-NAME TO APPLICATION-USER
               MOVE WS-MOVE-JOB-ID(I) TO APPLICATION-JOB-ID
               MOVE WS-MOVE-JOB-ID(I) TO APPLICATION-JOB-KEY
               MOVE WS-LINE TO APPLICATION-ROW
               WRITE APPLICATION-RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WS-CHANGED
               END-WRITE
           END-PERFORM.
           CLOSE APPLICATIONS-FILE.

           MOVE WS-CHANGED TO WS-COUNT-TEXT.
           MOVE SPACES TO REPORT-RECORD.
           STRING "applications.dat: "
                  FUNCTION TRIM(WS-COUNT-TEXT) " row(s) updated"
                  DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           EXIT SECTION.

       RENAME-IN-ONE-LINE SECTION.
           MOVE 'N' TO WS-LINE-CHANGED.
           EVALUATE WS-ROSTER-MODE(R)
       FIX-COLON-LINE SECTION.
           MOVE SPACES TO WS-PART-1, WS-PART-2, WS-REST.
           MOVE 1 TO WS-PTR.
           IF WS-ROSTER-FIX(R, 2) = '1'
               UNSTRING WS-LINE DELIMITED BY ":"
                   INTO WS-PART-1, WS-PART-2
                   WITH POINTER WS-PTR
               MOVE FUNCTION TRIM(LS-NEW-NAME) TO WS-PART-1
               MOVE 'Y' TO WS-LINE-CHANGED
           END-IF.
           IF WS-ROSTER-FIX(R, 2) = '1'
              AND FUNCTION TRIM(WS-PART-2) = FUNCTION TRIM(LS-OLD-NAME)
               MOVE FUNCTION TRIM(LS-NEW-NAME) TO WS-PART-2
               MOVE 'Y' TO WS-LINE-CHANGED

           IF WS-LINE-CHANGED = 'Y'
               INITIALIZE WS-LINE
               IF WS-ROSTER-FIX(R, 2) = '1'
                   STRING FUNCTION TRIM(WS-PART-1) ":"
                          FUNCTION TRIM(WS-PART-2) ":"
                          FUNCTION TRIM(WS-REST)
           UNSTRING WS-LINE DELIMITED BY "~"
               INTO WS-F(1), WS-F(2), WS-F(3), WS-F(4), WS-F(5),
                    WS-F(6), WS-F(7), WS-F(8), WS-F(9), WS-F(10),
                    WS-F(11), WS-F(12), WS-F(13), WS-F(14),
                    WS-F(15), WS-F(16)
               TALLYING IN WS-FLD-COUNT
           END-UNSTRING.

           PERFORM VARYING K FROM 1 BY 1 UNTIL K > 12
               IF WS-ROSTER-FIX(R, K) = '1'
                  AND FUNCTION TRIM(WS-F(K)) = FUNCTION TRIM(LS-OLD-NAME)
                   MOVE FUNCTION TRIM(LS-NEW-NAME) TO WS-F(K)
                   MOVE 'Y' TO WS-LINE-CHANGED
               END-IF
           END-PERFORM.

           IF WS-LINE-CHANGED = 'Y'
               INITIALIZE WS-LINE
