       >>SOURCE FREE
       *> Builds a masked test copy of the data directory: every live
       *> data file is rewritten under masked/ (same file names) with
       *> the personal data replaced, so testers and vendors can work
       *> against realistic volumes and relationships without seeing
       *> anyone's real account. Not called from the interactive menu,
       *> the same way DATA-SCAN isn't; run it from the data directory.
       *>
       *> Substitution is by one map built before anything is written,
       *> so the same person masks the same way in every file and the
       *> joins (connections.txt, applications.dat, group_members.txt,
       *> referrals.txt, ...) still line up:
       *>   usernames   accounts.dat, closed_accounts.txt and the mailbox
       *>               registry, in that order  -> user<nnnnn>
       *>   emails      an account's recovery email -> <fake user>@
       *>               example.edu; any other address in any file
       *>               -> contact<nnnnn>@example.edu
       *>   names       each word of a FNAM:/LNAM: profile line, two
       *>               characters or longer -> First<nnnnn> / Last<nnnnn>
       *> <nnnnn> is the entry's place in the map, so a rerun against
       *> the same accounts.dat gives the same values. Every row is cut
       *> into tokens at the delimiters and punctuation below and each
       *> token found in the map is swapped for its fake; the rest of
       *> the row is kept as it stood. Free-text fields (message
       *> bodies, About Me, comments, reasons, stored hashes -- the
       *> field numbers in the roster) are replaced whole with
       *> "[masked]". Every password in accounts.dat becomes the
       *> scramble of the one training password below.
       *>
       *> Roster modes: T token-mapped, with the listed free-text
       *> fields blanked; P profile-style blocks (profiles.txt,
       *> application_snapshots.txt: About Me blanked, the description
       *> field of EXPnn lines blanked); A the fixed-layout ar_feed.txt,
       *> whose D rows carry the billed account's username in columns
       *> 12-31 with no delimiter around it, so that slot is looked up
       *> whole; C reference data with no personal content, copied
       *> unchanged. accounts.dat,
       *> applications.dat and the mbox_/sent_ mailbox partitions have
       *> their own steps; the partitions are renamed after the masked
       *> user and mailbox_registry.txt is rewritten to match. Left
       *> out on purpose: admin_seed.txt (a clear-text password),
       *> profile_index.dat (PROFILE-INDEX rebuilds it from the masked
       *> profiles.txt), the session, lock and .tmp work files, journal-YYYYMMDD.txt and
       *> the archive snapshots (a masked copy starts from the live
       *> files, not from their history) and the generated reports
       *> and extracts, which can be rerun against the copy -- except
       *> coop_credit_extract.txt and ar_feed.txt, the registrar's and
       *> bursar's feeds, which are masked with the rest so their
       *> interface tests have data to run against. The
       *> audit_log.txt chain will not verify in the copy, since the
       *> rows it was linked over have changed.
       *>
       *> The verification pass then re-reads everything written under
       *> masked/ and checks every token against the map's ORIGINAL
       *> values: any username, email or name that survived, and any
       *> address not on example.edu, is listed as a LEAK. The run and
       *> its verdict land in InCollege-MaskReport.txt.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DATA-MASK.
       AUTHOR. Paola
       DATE-WRITTEN. 10/15/2026

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNTS-FILE ASSIGN TO "accounts.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCOUNTS-USERNAME
               FILE STATUS IS WS-SRC-STATUS.
           SELECT MASKED-ACCOUNTS ASSIGN TO "masked/accounts.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MASK-ACCOUNTS-USERNAME
               FILE STATUS IS WS-DEST-STATUS.

           SELECT APPLICATIONS-FILE ASSIGN TO "applications.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APPLICATION-KEY
               ALTERNATE RECORD KEY IS APPLICATION-JOB-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-SRC-STATUS.
           SELECT MASKED-APPLICATIONS ASSIGN TO "masked/applications.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MASK-APPLICATION-KEY
               ALTERNATE RECORD KEY IS MASK-APPLICATION-JOB-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-DEST-STATUS.

           SELECT GEN-FILE ASSIGN TO WS-GEN-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GEN-STATUS.
           SELECT OUT-FILE ASSIGN TO WS-OUT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.
           SELECT REPORT-FILE ASSIGN TO "InCollege-MaskReport.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNTS-FILE.
       01  ACCOUNTS-RECORD-DATA.
           05  ACCOUNTS-USERNAME        PIC X(20).
           05  ACCOUNTS-PASSWORD        PIC X(20).
           05  ACCOUNTS-RECOVERY-EMAIL  PIC X(50).
           05  ACCOUNTS-ACCOUNT-TYPE    PIC X(8).
           05  ACCOUNTS-CREATED-DATE    PIC X(8).
       FD  MASKED-ACCOUNTS.
       01  MASK-ACCOUNTS-RECORD-DATA.
           05  MASK-ACCOUNTS-USERNAME        PIC X(20).
           05  MASK-ACCOUNTS-PASSWORD        PIC X(20).
           05  MASK-ACCOUNTS-RECOVERY-EMAIL  PIC X(50).
           05  MASK-ACCOUNTS-ACCOUNT-TYPE    PIC X(8).
           05  MASK-ACCOUNTS-CREATED-DATE    PIC X(8).

       FD  APPLICATIONS-FILE.
       01  APPLICATION-RECORD.
           05  APPLICATION-KEY.
               10  APPLICATION-USER    PIC X(20).
               10  APPLICATION-JOB-ID  PIC X(8).
           05  APPLICATION-JOB-KEY     PIC X(8).
           05  APPLICATION-ROW         PIC X(500).
       FD  MASKED-APPLICATIONS.
       01  MASK-APPLICATION-RECORD.
           05  MASK-APPLICATION-KEY.
               10  MASK-APPLICATION-USER    PIC X(20).
               10  MASK-APPLICATION-JOB-ID  PIC X(8).
           05  MASK-APPLICATION-JOB-KEY     PIC X(8).
           05  MASK-APPLICATION-ROW         PIC X(500).

       FD  GEN-FILE.
       01  GEN-RECORD           PIC X(500).

       FD  OUT-FILE.
       01  OUT-RECORD           PIC X(500).

       FD  REPORT-FILE.
       01  REPORT-RECORD        PIC X(120).

       WORKING-STORAGE SECTION.
       01  WS-SRC-STATUS        PIC X(2).
       01  WS-DEST-STATUS       PIC X(2).
       01  WS-GEN-STATUS        PIC X(2).
       01  WS-OUT-STATUS        PIC X(2).
       01  WS-GEN-FILENAME      PIC X(60).
       01  WS-OUT-FILENAME      PIC X(60).
       01  WS-EOF-FLAG          PIC X VALUE 'N'.
       01  WS-LINE              PIC X(500).
       01  WS-OUT-LINE          PIC X(500).
       01  WS-OUT-PTR           PIC 9(4).

       01  WS-MASK-DIR          PIC X(7) VALUE "masked" & X"00".
       01  WS-MASK-PREFIX       PIC X(7) VALUE "masked/".
       01  WS-PLACEHOLDER       PIC X(8) VALUE "[masked]".
       01  WS-FAKE-DOMAIN       PIC X(12) VALUE "@example.edu".

      *> Every masked account signs in with this password, so a tester
      *> can use any account in the copy.
       01  WS-TRAINING-PASSWORD PIC X(20) VALUE "Training!2026".
       01  WS-TRAINING-HASH     PIC X(20).

      *> filename, field delimiter, mode (T/P/C) and up to three
      *> free-text field numbers blanked whole
       01  WS-MASK-ROSTER-DATA.
           05 FILLER PIC X(38) VALUE "account_freeze.txt            ~T03    ".
           05 FILLER PIC X(38) VALUE "admin_bulk_actions.txt        ~T0304  ".
           05 FILLER PIC X(38) VALUE "advising_notes.txt            ~T12    ".
           05 FILLER PIC X(38) VALUE "advising_notes_access.txt     ~T      ".
           05 FILLER PIC X(38) VALUE "advising_slots.txt            ~T08    ".
           05 FILLER PIC X(38) VALUE "analytics_request.txt         ~T      ".
           05 FILLER PIC X(38) VALUE "app_nag_log.txt               ~T      ".
           05 FILLER PIC X(38) VALUE "app_response_stats.txt        ~T      ".
           05 FILLER PIC X(38) VALUE "app_status_log.txt            ~T      ".
           05 FILLER PIC X(38) VALUE "appack.txt                    ~T      ".
           05 FILLER PIC X(38) VALUE "appext_highwater.txt          ~T      ".
           05 FILLER PIC X(38) VALUE "appext_resend.txt             ~T      ".
           05 FILLER PIC X(38) VALUE "application_answers.txt       ~T06    ".
           05 FILLER PIC X(38) VALUE "application_snapshots.txt     ~P      ".
           05 FILLER PIC X(38) VALUE "ar_feed.txt                   ~A      ".
           05 FILLER PIC X(38) VALUE "archive_checksums.txt         ~C      ".
           05 FILLER PIC X(38) VALUE "audit_log.txt                 :T      ".
           05 FILLER PIC X(38) VALUE "batch_calendar.txt            ~C      ".
           05 FILLER PIC X(38) VALUE "batch_runcontrol.txt          ~T      ".
           05 FILLER PIC X(38) VALUE "blocks.txt                    ~T      ".
           05 FILLER PIC X(38) VALUE "bounce_counts.txt             ~T      ".
           05 FILLER PIC X(38) VALUE "campus_approvals.txt          ~T      ".
           05 FILLER PIC X(38) VALUE "campus_calendar.txt           ~C      ".
           05 FILLER PIC X(38) VALUE "campus_restrictions.txt       ~T06    ".
           05 FILLER PIC X(38) VALUE "candidate_alerts.txt          ~T      ".
           05 FILLER PIC X(38) VALUE "candidate_alerts_highwater.txt~T      ".
           05 FILLER PIC X(38) VALUE "candidate_pools.txt           ~T      ".
           05 FILLER PIC X(38) VALUE "capacity_limits.txt           ~C      ".
           05 FILLER PIC X(38) VALUE "closed_accounts.txt           ~T      ".
           05 FILLER PIC X(38) VALUE "companies.txt                 ~T03    ".
           05 FILLER PIC X(38) VALUE "company_followers.txt         ~T      ".
           05 FILLER PIC X(38) VALUE "company_ratings.txt           ~T03    ".
           05 FILLER PIC X(38) VALUE "company_seats.txt             ~T      ".
           05 FILLER PIC X(38) VALUE "config_accepted.txt           |C      ".
           05 FILLER PIC X(38) VALUE "config_history.txt            |C      ".
           05 FILLER PIC X(38) VALUE "connection_index.txt          ~T      ".
           05 FILLER PIC X(38) VALUE "connections.txt               :T      ".
           05 FILLER PIC X(38) VALUE "consents.txt                  ~T      ".
           05 FILLER PIC X(38) VALUE "coop_credit_extract.txt       ~T      ".
           05 FILLER PIC X(38) VALUE "coop_signoffs.txt             ~T      ".
           05 FILLER PIC X(38) VALUE "credential_codes.txt          ~T05    ".
           05 FILLER PIC X(38) VALUE "credential_lookups.txt        ~T      ".
           05 FILLER PIC X(38) VALUE "credential_snapshots.txt      ~T02    ".
           05 FILLER PIC X(38) VALUE "credit_prices.txt             ~C      ".
           05 FILLER PIC X(38) VALUE "csv_extract_request.txt       ~T      ".
           05 FILLER PIC X(38) VALUE "delta_control.txt             ~T      ".
           05 FILLER PIC X(38) VALUE "delta_highwater.txt           ~T      ".
           05 FILLER PIC X(38) VALUE "disabled_accounts.txt         ~T      ".
           05 FILLER PIC X(38) VALUE "disclosures.txt               ~T      ".
           05 FILLER PIC X(38) VALUE "dormant_accounts.txt          ~T      ".
           05 FILLER PIC X(38) VALUE "email_suppression.txt         ~T      ".
           05 FILLER PIC X(38) VALUE "employer_verifications.txt    ~T      ".
           05 FILLER PIC X(38) VALUE "event_attendance.txt          ~T      ".
           05 FILLER PIC X(38) VALUE "event_noshows.txt             ~T      ".
           05 FILLER PIC X(38) VALUE "event_rsvps.txt               ~T      ".
           05 FILLER PIC X(38) VALUE "event_series.txt              ~T      ".
           05 FILLER PIC X(38) VALUE "events.txt                    ~T      ".
           05 FILLER PIC X(38) VALUE "events_history.txt            ~T      ".
           05 FILLER PIC X(38) VALUE "fair_booths.txt               ~T      ".
           05 FILLER PIC X(38) VALUE "fair_slots.txt                ~T      ".
           05 FILLER PIC X(38) VALUE "flags.txt                     ~T04    ".
           05 FILLER PIC X(38) VALUE "funding_apps.txt              ~T08    ".
           05 FILLER PIC X(38) VALUE "funding_opps.txt              ~T      ".
           05 FILLER PIC X(38) VALUE "funding_sponsors.txt          ~T      ".
           05 FILLER PIC X(38) VALUE "group_members.txt             ~T      ".
           05 FILLER PIC X(38) VALUE "group_posts.txt               ~T03    ".
           05 FILLER PIC X(38) VALUE "group_posts_archive.txt       ~T03    ".
           05 FILLER PIC X(38) VALUE "groups.txt                    ~T03    ".
           05 FILLER PIC X(38) VALUE "held_messages.txt             ~T0910  ".
           05 FILLER PIC X(38) VALUE "incollege-config.txt          =T      ".
           05 FILLER PIC X(38) VALUE "integrity_quarantine.txt      ~T      ".
           05 FILLER PIC X(38) VALUE "interview_feedback.txt        ~T0708  ".
           05 FILLER PIC X(38) VALUE "interviews.txt                ~T      ".
           05 FILLER PIC X(38) VALUE "invoice_control.txt           ~T      ".
           05 FILLER PIC X(38) VALUE "invoice_register.txt          ~T      ".
           05 FILLER PIC X(38) VALUE "invoice_request.txt           ~T      ".
           05 FILLER PIC X(38) VALUE "invoice_seq.txt               ~T      ".
           05 FILLER PIC X(38) VALUE "job_closures.txt              ~T      ".
           05 FILLER PIC X(38) VALUE "job_eligibility.txt           ~T      ".
           05 FILLER PIC X(38) VALUE "job_import_feed.txt           ~T      ".
           05 FILLER PIC X(38) VALUE "job_prefs.txt                 ~T      ".
           05 FILLER PIC X(38) VALUE "job_questions.txt             ~T      ".
           05 FILLER PIC X(38) VALUE "job_seq.txt                   ~T      ".
           05 FILLER PIC X(38) VALUE "job_views.txt                 ~T      ".
           05 FILLER PIC X(38) VALUE "jobs.txt                      ~T      ".
           05 FILLER PIC X(38) VALUE "jobs_history.txt              ~T      ".
           05 FILLER PIC X(38) VALUE "lang_prefs.txt                ~T      ".
           05 FILLER PIC X(38) VALUE "legal_hold_highwater.txt      ~C      ".
           05 FILLER PIC X(38) VALUE "legal_hold_log.txt            ~T0507  ".
           05 FILLER PIC X(38) VALUE "legal_holds.txt               ~T0205  ".
           05 FILLER PIC X(38) VALUE "locations.txt                 ~C      ".
           05 FILLER PIC X(38) VALUE "login_attempts.txt            :T      ".
           05 FILLER PIC X(38) VALUE "mail_bounces.txt              ~T      ".
           05 FILLER PIC X(38) VALUE "mail_folders.txt              ~T06    ".
           05 FILLER PIC X(38) VALUE "mail_inbound.txt              ~T02    ".
           05 FILLER PIC X(38) VALUE "mail_spool.txt                ~T0203  ".
           05 FILLER PIC X(38) VALUE "maintenance_flag.txt          ~T      ".
           05 FILLER PIC X(38) VALUE "majors.txt                    ~C      ".
           05 FILLER PIC X(38) VALUE "mentorship.txt                ~T      ".
           05 FILLER PIC X(38) VALUE "mentorship_cycles.txt         ~T      ".
           05 FILLER PIC X(38) VALUE "mentorship_meetings.txt       ~T05    ".
           05 FILLER PIC X(38) VALUE "message_catalog.txt           ~C      ".
           05 FILLER PIC X(38) VALUE "message_templates.txt         ~T03    ".
           05 FILLER PIC X(38) VALUE "message_screening_rules.txt   ~C      ".
           05 FILLER PIC X(38) VALUE "messages.txt                  >T03    ".
           05 FILLER PIC X(38) VALUE "messages_archive.txt          >T03    ".
           05 FILLER PIC X(38) VALUE "notice_acks.txt               ~T      ".
           05 FILLER PIC X(38) VALUE "notices.txt                   ~T      ".
           05 FILLER PIC X(38) VALUE "notify_prefs.txt              ~T      ".
           05 FILLER PIC X(38) VALUE "offers.txt                    ~T05    ".
           05 FILLER PIC X(38) VALUE "onboarding_progress.txt       ~T      ".
           05 FILLER PIC X(38) VALUE "opportunity_flags.txt         ~T      ".
           05 FILLER PIC X(38) VALUE "partner_agreements.txt        ~T06    ".
           05 FILLER PIC X(38) VALUE "password_history.txt          ~T02    ".
           05 FILLER PIC X(38) VALUE "pending_admin_ops.txt         ~T04    ".
           05 FILLER PIC X(38) VALUE "perm_fingerprint.txt          ~C      ".
           05 FILLER PIC X(38) VALUE "placement_evals.txt           ~T0811  ".
           05 FILLER PIC X(38) VALUE "placement_year.txt            ~C      ".
           05 FILLER PIC X(38) VALUE "posting_credits.txt           ~T03    ".
           05 FILLER PIC X(38) VALUE "profile_views.txt             ~T      ".
           05 FILLER PIC X(38) VALUE "profiles.txt                  ~P      ".
           05 FILLER PIC X(38) VALUE "rating_prompted.txt           ~T      ".
           05 FILLER PIC X(38) VALUE "recommendations.txt           ~T03    ".
           05 FILLER PIC X(38) VALUE "reference_answers.txt         ~T07    ".
           05 FILLER PIC X(38) VALUE "reference_requests.txt        ~T      ".
           05 FILLER PIC X(38) VALUE "references.txt                ~T      ".
           05 FILLER PIC X(38) VALUE "referrals.txt                 ~T      ".
           05 FILLER PIC X(38) VALUE "replay_request.txt            ~T      ".
           05 FILLER PIC X(38) VALUE "reply_tokens.txt              ~T      ".
           05 FILLER PIC X(38) VALUE "report_distribution_log.txt   ~T      ".
           05 FILLER PIC X(38) VALUE "report_scope.txt              ~T      ".
           05 FILLER PIC X(38) VALUE "report_subscriptions.txt      ~T      ".
           05 FILLER PIC X(38) VALUE "restore_request.txt           ~T      ".
           05 FILLER PIC X(38) VALUE "role_permissions.txt          ~C      ".
           05 FILLER PIC X(38) VALUE "rollover_checkpoint.txt       ~C      ".
           05 FILLER PIC X(38) VALUE "saved_jobs.txt                ~T      ".
           05 FILLER PIC X(38) VALUE "saved_searches.txt            ~T      ".
           05 FILLER PIC X(38) VALUE "scheduled_messages.txt        ~T08    ".
           05 FILLER PIC X(38) VALUE "screening_rules.txt           ~C      ".
           05 FILLER PIC X(38) VALUE "self_id.txt                   ~T      ".
           05 FILLER PIC X(38) VALUE "session_index.txt             ~T      ".
           05 FILLER PIC X(38) VALUE "session_request.txt           ~T      ".
           05 FILLER PIC X(38) VALUE "skill_assessments.txt         ~C      ".
           05 FILLER PIC X(38) VALUE "skill_attempts.txt            ~T      ".
           05 FILLER PIC X(38) VALUE "skill_completions.txt         ~T      ".
           05 FILLER PIC X(38) VALUE "skill_synonyms.txt            ~C      ".
           05 FILLER PIC X(38) VALUE "skills.txt                    ~C      ".
           05 FILLER PIC X(38) VALUE "skills_demand_history.txt     ~C      ".
           05 FILLER PIC X(38) VALUE "staff_campus.txt              ~T      ".
           05 FILLER PIC X(38) VALUE "standby_highwater.txt         ~T      ".
           05 FILLER PIC X(38) VALUE "status_updates.txt            ~T03    ".
           05 FILLER PIC X(38) VALUE "stepup_codes.txt              ~T02    ".
           05 FILLER PIC X(38) VALUE "survey_questions.txt          ~T      ".
           05 FILLER PIC X(38) VALUE "survey_responses.txt          ~T04    ".
           05 FILLER PIC X(38) VALUE "surveys.txt                   ~T      ".
           05 FILLER PIC X(38) VALUE "tickets.txt                   ~T04    ".
           05 FILLER PIC X(38) VALUE "timesheets.txt                ~T      ".
           05 FILLER PIC X(38) VALUE "tos.txt                       ~C      ".
           05 FILLER PIC X(38) VALUE "tos_acceptance.txt            ~T      ".
           05 FILLER PIC X(38) VALUE "universities.txt              ~C      ".
           05 FILLER PIC X(38) VALUE "work_authorization.txt        ~T      ".
       01  WS-MASK-ROSTER REDEFINES WS-MASK-ROSTER-DATA.
           05 WS-ROSTER-ENTRY OCCURS 161 TIMES.
              10 WS-ROSTER-NAME   PIC X(30).
              10 WS-ROSTER-DELIM  PIC X.
              10 WS-ROSTER-MODE   PIC X.
              10 WS-ROSTER-FREE   PIC X(6).
       01  WS-ROSTER-COUNT      PIC 9(3) VALUE 161.
       01  R                    PIC 9(3).

      *> The substitution map: original value, its fake, and the kind
      *> (U username, E email, F first-name word, L last-name word)
       01  WS-MAP-TABLE.
           05 WS-MAP-ENTRY OCCURS 2000 TIMES.
              10 WS-MAP-ORIGINAL  PIC X(50).
              10 WS-MAP-FAKE      PIC X(50).
              10 WS-MAP-KIND      PIC X.
       01  WS-MAP-COUNT         PIC 9(4) VALUE 0.
       01  WS-MAP-MAX           PIC 9(4) VALUE 2000.
       01  WS-MAP-FULL          PIC X VALUE 'N'.
       01  WS-MAP-HIT           PIC 9(4).
       01  M                    PIC 9(4).
       01  WS-FIND-KEY          PIC X(50).
       01  WS-NEW-ORIGINAL      PIC X(50).
       01  WS-NEW-FAKE          PIC X(50).
       01  WS-NEW-KIND          PIC X.
       01  WS-SEQ-TEXT          PIC 9(5).

      *> mailbox_registry.txt, old partition name and masked one
       01  WS-BOX-TABLE.
           05 WS-BOX-ENTRY OCCURS 500 TIMES.
              10 WS-BOX-OLD-NAME  PIC X(40).
              10 WS-BOX-NEW-NAME  PIC X(40).
       01  WS-BOX-COUNT         PIC 9(3) VALUE 0.
       01  B                    PIC 9(3).
       01  WS-BOX-USER          PIC X(40).
       01  WS-BOX-KIND          PIC X(5).

      *> row masking state
       01  WS-CUR-DELIM         PIC X.
       01  WS-CUR-MODE          PIC X.
       01  WS-CUR-FREE          PIC X(6).
       01  WS-CUR-FREE-TABLE REDEFINES WS-CUR-FREE.
           05 WS-CUR-FREE-FIELD PIC X(2) OCCURS 3 TIMES.
       01  F                    PIC 9.
       01  WS-FIELD-NUM         PIC 9(2).
       01  WS-FIELD-TEXT        PIC 9(2).
       01  WS-IN-FREE           PIC X.
       01  WS-FREE-WRITTEN      PIC X.
       01  WS-LINE-LEN          PIC 9(4).
       01  P                    PIC 9(4).
       01  WS-CH                PIC X.
           88 WS-CH-SEPARATOR   VALUE "~" ":" ";" "," "|" ">" "<" " "
                                      "(" ")" "/" "=" "[" "]" "!" "?"
                                      QUOTE "'".
       01  WS-TOKEN             PIC X(500).
       01  WS-TOK-LEN           PIC 9(4).
       01  WS-AT-COUNT          PIC 9(3).
       01  WS-DOMAIN-START      PIC 9(4).

      *> FNAM:/LNAM: words
       01  WS-NAME-VALUE        PIC X(100).
       01  WS-NAME-WORD         PIC X(50) OCCURS 4 TIMES.
       01  W                    PIC 9.

       01  WS-VERIFY-MODE       PIC X VALUE 'N'.
       01  WS-ROW-NUM           PIC 9(6).
       01  WS-FILE-ROWS         PIC 9(6).
       01  WS-FILE-COUNT        PIC 9(4) VALUE 0.
       01  WS-TOTAL-ROWS        PIC 9(7) VALUE 0.
       01  WS-LEAK-COUNT        PIC 9(6) VALUE 0.
       01  WS-NUM-TEXT          PIC Z(6)9.
       01  WS-NUM-TEXT-2        PIC Z(6)9.

       PROCEDURE DIVISION.

           CALL "CBL_CREATE_DIR" USING WS-MASK-DIR.
           CALL "PASSWORD-HASH" USING WS-TRAINING-PASSWORD,
               WS-TRAINING-HASH.

           OPEN OUTPUT REPORT-FILE.
           MOVE "InCollege masked test copy (written under masked/)"
               TO REPORT-RECORD.
           WRITE REPORT-RECORD.

           PERFORM LOAD-ACCOUNT-MAP.
           PERFORM LOAD-CLOSED-MAP.
           PERFORM LOAD-MAILBOX-MAP.
           MOVE "profiles.txt" TO WS-GEN-FILENAME.
           PERFORM LOAD-NAME-MAP.
           MOVE "application_snapshots.txt" TO WS-GEN-FILENAME.
           PERFORM LOAD-NAME-MAP.

           PERFORM MASK-ACCOUNTS.
           PERFORM MASK-APPLICATIONS.
           PERFORM VARYING R FROM 1 BY 1 UNTIL R > WS-ROSTER-COUNT
               PERFORM MASK-ROSTER-FILE
           END-PERFORM.
           PERFORM MASK-MAILBOXES.

           MOVE WS-FILE-COUNT TO WS-NUM-TEXT.
           MOVE WS-TOTAL-ROWS TO WS-NUM-TEXT-2.
           MOVE SPACES TO REPORT-RECORD.
           STRING "Files written: " FUNCTION TRIM(WS-NUM-TEXT)
                  "   Rows written: " FUNCTION TRIM(WS-NUM-TEXT-2)
                  DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE WS-MAP-COUNT TO WS-NUM-TEXT.
           MOVE SPACES TO REPORT-RECORD.
           STRING "Values substituted (usernames, emails, name words): "
                  FUNCTION TRIM(WS-NUM-TEXT)
                  DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           IF WS-MAP-FULL = 'Y'
               MOVE "WARNING: substitution map full -- values past the limit were not masked"
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.

           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE "Verification -- original values found in masked/:"
               TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE 'Y' TO WS-VERIFY-MODE.
           PERFORM VERIFY-ACCOUNTS.
           PERFORM VERIFY-APPLICATIONS.
           PERFORM VARYING R FROM 1 BY 1 UNTIL R > WS-ROSTER-COUNT
               IF WS-ROSTER-MODE(R) NOT = 'C'
                   MOVE WS-ROSTER-MODE(R) TO WS-CUR-MODE
                   MOVE SPACES TO WS-GEN-FILENAME
                   STRING WS-MASK-PREFIX DELIMITED BY SIZE
                          WS-ROSTER-NAME(R) DELIMITED BY SPACE
                          INTO WS-GEN-FILENAME
                   PERFORM VERIFY-ONE-FILE
               END-IF
           END-PERFORM.
           MOVE 'T' TO WS-CUR-MODE.
           MOVE "masked/mailbox_registry.txt" TO WS-GEN-FILENAME.
           PERFORM VERIFY-ONE-FILE.
           PERFORM VARYING B FROM 1 BY 1 UNTIL B > WS-BOX-COUNT
               MOVE SPACES TO WS-GEN-FILENAME
               STRING WS-MASK-PREFIX DELIMITED BY SIZE
                      WS-BOX-NEW-NAME(B) DELIMITED BY SPACE
                      INTO WS-GEN-FILENAME
               PERFORM VERIFY-ONE-FILE
           END-PERFORM.

           MOVE WS-LEAK-COUNT TO WS-NUM-TEXT.
           MOVE SPACES TO REPORT-RECORD.
           IF WS-LEAK-COUNT = 0 AND WS-MAP-FULL = 'N'
               MOVE "Verification passed: no original username, email or name survives in masked/."
                   TO REPORT-RECORD
           ELSE
               STRING "Verification FAILED: " FUNCTION TRIM(WS-NUM-TEXT)
                      " leak(s) -- do not release this copy."
                      DELIMITED BY SIZE INTO REPORT-RECORD
           END-IF.
           WRITE REPORT-RECORD.
           CLOSE REPORT-FILE.

           DISPLAY "Masked copy written to masked/: "
               FUNCTION TRIM(WS-NUM-TEXT) " leak(s) found. "
               "See InCollege-MaskReport.txt.".
           STOP RUN.

      *> Usernames and their recovery emails, in accounts.dat key order
       LOAD-ACCOUNT-MAP SECTION.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT ACCOUNTS-FILE.
           IF WS-SRC-STATUS NOT = "00" AND WS-SRC-STATUS NOT = "05"
               CLOSE ACCOUNTS-FILE
               EXIT SECTION
           END-IF.
           MOVE LOW-VALUES TO ACCOUNTS-USERNAME.
           START ACCOUNTS-FILE KEY IS NOT LESS THAN ACCOUNTS-USERNAME
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-FLAG
           END-START.
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ ACCOUNTS-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE ACCOUNTS-USERNAME TO WS-NEW-ORIGINAL
                       MOVE SPACES TO WS-NEW-FAKE
                       MOVE 'U' TO WS-NEW-KIND
                       PERFORM ADD-MAP-ENTRY
                       IF ACCOUNTS-RECOVERY-EMAIL NOT = SPACES
                          AND WS-MAP-HIT > 0
                           MOVE SPACES TO WS-NEW-FAKE
                           STRING FUNCTION TRIM(WS-MAP-FAKE(WS-MAP-HIT))
                                  WS-FAKE-DOMAIN
                                  DELIMITED BY SIZE INTO WS-NEW-FAKE
                           MOVE ACCOUNTS-RECOVERY-EMAIL TO WS-NEW-ORIGINAL
                           MOVE 'E' TO WS-NEW-KIND
                           PERFORM ADD-MAP-ENTRY
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ACCOUNTS-FILE.
           EXIT SECTION.

      *> Closed accounts are gone from accounts.dat but not yet from
      *> every file until RETENTION-SWEEP reaches them.
       LOAD-CLOSED-MAP SECTION.
           MOVE "closed_accounts.txt" TO WS-GEN-FILENAME.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT GEN-FILE.
           IF WS-GEN-STATUS NOT = "00"
               CLOSE GEN-FILE
               EXIT SECTION
           END-IF.
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ GEN-FILE INTO WS-LINE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE SPACES TO WS-NEW-ORIGINAL
                       UNSTRING WS-LINE DELIMITED BY "~"
                           INTO WS-NEW-ORIGINAL
                       END-UNSTRING
                       IF WS-NEW-ORIGINAL NOT = SPACES
                           MOVE SPACES TO WS-NEW-FAKE
                           MOVE 'U' TO WS-NEW-KIND
                           PERFORM ADD-MAP-ENTRY
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE GEN-FILE.
           EXIT SECTION.

      *> Owners of the mbox_<user>.txt / sent_<user>.txt partitions
       LOAD-MAILBOX-MAP SECTION.
           MOVE "mailbox_registry.txt" TO WS-GEN-FILENAME.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT GEN-FILE.
           IF WS-GEN-STATUS NOT = "00"
               CLOSE GEN-FILE
               EXIT SECTION
           END-IF.
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ GEN-FILE INTO WS-LINE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF WS-LINE NOT = SPACES
                           IF WS-BOX-COUNT < 500
                               ADD 1 TO WS-BOX-COUNT
                               MOVE WS-LINE TO WS-BOX-OLD-NAME(WS-BOX-COUNT)
                               MOVE WS-LINE TO WS-BOX-NEW-NAME(WS-BOX-COUNT)
                               PERFORM SPLIT-BOX-NAME
                               IF WS-BOX-USER NOT = SPACES
                                   MOVE WS-BOX-USER TO WS-NEW-ORIGINAL
                                   MOVE SPACES TO WS-NEW-FAKE
                                   MOVE 'U' TO WS-NEW-KIND
                                   PERFORM ADD-MAP-ENTRY
                               END-IF
                           ELSE
                               DISPLAY "DATA-MASK: mailbox registry "
                                   "over 500 partitions; the rest are "
                                   "left out of the copy."
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE GEN-FILE.
           EXIT SECTION.

      *> "mbox_alice.txt" -> WS-BOX-KIND "mbox_", WS-BOX-USER "alice"
       SPLIT-BOX-NAME SECTION.
           MOVE SPACES TO WS-BOX-USER.
           MOVE WS-BOX-OLD-NAME(WS-BOX-COUNT)(1:5) TO WS-BOX-KIND.
           IF WS-BOX-KIND NOT = "mbox_" AND WS-BOX-KIND NOT = "sent_"
               EXIT SECTION
           END-IF.
           UNSTRING WS-BOX-OLD-NAME(WS-BOX-COUNT)(6:35) DELIMITED BY ".txt"
               INTO WS-BOX-USER
           END-UNSTRING.
           EXIT SECTION.

      *> Words of the FNAM:/LNAM: lines of a profile-style file
       LOAD-NAME-MAP SECTION.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT GEN-FILE.
           IF WS-GEN-STATUS NOT = "00"
               CLOSE GEN-FILE
               EXIT SECTION
           END-IF.
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ GEN-FILE INTO WS-LINE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF WS-LINE(1:5) = "FNAM:" OR WS-LINE(1:5) = "LNAM:"
                           PERFORM ADD-NAME-WORDS
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE GEN-FILE.
           EXIT SECTION.

       ADD-NAME-WORDS SECTION.
           IF WS-LINE(1:1) = "F"
               MOVE 'F' TO WS-NEW-KIND
           ELSE
               MOVE 'L' TO WS-NEW-KIND
           END-IF.
           MOVE FUNCTION TRIM(WS-LINE(6:100)) TO WS-NAME-VALUE.
           MOVE SPACES TO WS-NAME-WORD(1) WS-NAME-WORD(2)
                          WS-NAME-WORD(3) WS-NAME-WORD(4).
           UNSTRING WS-NAME-VALUE DELIMITED BY ALL SPACE
               INTO WS-NAME-WORD(1) WS-NAME-WORD(2)
                    WS-NAME-WORD(3) WS-NAME-WORD(4)
           END-UNSTRING.
           PERFORM VARYING W FROM 1 BY 1 UNTIL W > 4
               IF WS-NAME-WORD(W) NOT = SPACES
                  AND FUNCTION LENGTH(FUNCTION TRIM(WS-NAME-WORD(W))) > 1
                   MOVE WS-NAME-WORD(W) TO WS-NEW-ORIGINAL
                   MOVE SPACES TO WS-NEW-FAKE
                   PERFORM ADD-MAP-ENTRY
               END-IF
           END-PERFORM.
           EXIT SECTION.

      *> Adds WS-NEW-ORIGINAL (kind WS-NEW-KIND) unless already mapped;
      *> a blank WS-NEW-FAKE is generated from the entry number.
      *> WS-MAP-HIT is left on the entry, or 0 if the map is full.
       ADD-MAP-ENTRY SECTION.
           MOVE WS-NEW-ORIGINAL TO WS-FIND-KEY.
           PERFORM FIND-MAP-ENTRY.
           IF WS-MAP-HIT > 0
               EXIT SECTION
           END-IF.
           IF WS-MAP-COUNT >= WS-MAP-MAX
               IF WS-MAP-FULL = 'N'
                   DISPLAY "DATA-MASK: substitution map full at "
                       WS-MAP-MAX " values."
               END-IF
               MOVE 'Y' TO WS-MAP-FULL
               EXIT SECTION
           END-IF.
           ADD 1 TO WS-MAP-COUNT.
           MOVE WS-MAP-COUNT TO WS-MAP-HIT.
           MOVE WS-MAP-COUNT TO WS-SEQ-TEXT.
           MOVE WS-NEW-ORIGINAL TO WS-MAP-ORIGINAL(WS-MAP-HIT).
           MOVE WS-NEW-KIND TO WS-MAP-KIND(WS-MAP-HIT).
           IF WS-NEW-FAKE NOT = SPACES
               MOVE WS-NEW-FAKE TO WS-MAP-FAKE(WS-MAP-HIT)
               EXIT SECTION
           END-IF.
           MOVE SPACES TO WS-MAP-FAKE(WS-MAP-HIT).
           EVALUATE WS-NEW-KIND
               WHEN 'U'
                   STRING "user" WS-SEQ-TEXT
                       DELIMITED BY SIZE INTO WS-MAP-FAKE(WS-MAP-HIT)
               WHEN 'E'
                   STRING "contact" WS-SEQ-TEXT WS-FAKE-DOMAIN
                       DELIMITED BY SIZE INTO WS-MAP-FAKE(WS-MAP-HIT)
               WHEN 'F'
                   STRING "First" WS-SEQ-TEXT
                       DELIMITED BY SIZE INTO WS-MAP-FAKE(WS-MAP-HIT)
               WHEN OTHER
                   STRING "Last" WS-SEQ-TEXT
                       DELIMITED BY SIZE INTO WS-MAP-FAKE(WS-MAP-HIT)
           END-EVALUATE.
           EXIT SECTION.

       FIND-MAP-ENTRY SECTION.
           MOVE 0 TO WS-MAP-HIT.
           IF WS-FIND-KEY = SPACES
               EXIT SECTION
           END-IF.
           PERFORM VARYING M FROM 1 BY 1
                   UNTIL M > WS-MAP-COUNT OR WS-MAP-HIT > 0
               IF WS-MAP-ORIGINAL(M) = WS-FIND-KEY
                   MOVE M TO WS-MAP-HIT
               END-IF
           END-PERFORM.
           EXIT SECTION.

      *> Same walk as ARCHIVE-DATA's ARCHIVE-ACCOUNTS, writing the
      *> masked key, the masked email and the training password.
       MASK-ACCOUNTS SECTION.
           MOVE 'N' TO WS-EOF-FLAG.
           MOVE 0 TO WS-FILE-ROWS.
           OPEN INPUT ACCOUNTS-FILE.
           IF WS-SRC-STATUS NOT = "00" AND WS-SRC-STATUS NOT = "05"
               CLOSE ACCOUNTS-FILE
               MOVE "  accounts.dat: not present" TO REPORT-RECORD
               WRITE REPORT-RECORD
               EXIT SECTION
           END-IF.
           OPEN OUTPUT MASKED-ACCOUNTS.
           MOVE LOW-VALUES TO ACCOUNTS-USERNAME.
           START ACCOUNTS-FILE KEY IS NOT LESS THAN ACCOUNTS-USERNAME
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-FLAG
           END-START.
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ ACCOUNTS-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE ACCOUNTS-RECORD-DATA
                           TO MASK-ACCOUNTS-RECORD-DATA
                       MOVE ACCOUNTS-USERNAME TO WS-FIND-KEY
                       PERFORM FIND-MAP-ENTRY
                       IF WS-MAP-HIT > 0
                           MOVE WS-MAP-FAKE(WS-MAP-HIT)
                               TO MASK-ACCOUNTS-USERNAME
                       END-IF
                       MOVE ACCOUNTS-RECOVERY-EMAIL TO WS-FIND-KEY
                       PERFORM FIND-MAP-ENTRY
                       IF WS-MAP-HIT > 0
                           MOVE WS-MAP-FAKE(WS-MAP-HIT)
                               TO MASK-ACCOUNTS-RECOVERY-EMAIL
                       END-IF
                       MOVE WS-TRAINING-HASH TO MASK-ACCOUNTS-PASSWORD
                       WRITE MASK-ACCOUNTS-RECORD-DATA
                           INVALID KEY
                               DISPLAY "DATA-MASK: duplicate masked key "
                                   MASK-ACCOUNTS-USERNAME
                           NOT INVALID KEY
                               ADD 1 TO WS-FILE-ROWS
                       END-WRITE
               END-READ
           END-PERFORM.
           CLOSE ACCOUNTS-FILE.
           CLOSE MASKED-ACCOUNTS.
           MOVE "accounts.dat" TO WS-GEN-FILENAME.
           PERFORM REPORT-FILE-ROWS.
           EXIT SECTION.

       MASK-APPLICATIONS SECTION.
           MOVE 'N' TO WS-EOF-FLAG.
           MOVE 0 TO WS-FILE-ROWS.
           OPEN INPUT APPLICATIONS-FILE.
           IF WS-SRC-STATUS NOT = "00" AND WS-SRC-STATUS NOT = "05"
               CLOSE APPLICATIONS-FILE
               MOVE "  applications.dat: not present" TO REPORT-RECORD
               WRITE REPORT-RECORD
               EXIT SECTION
           END-IF.
           OPEN OUTPUT MASKED-APPLICATIONS.
           MOVE '~' TO WS-CUR-DELIM.
           MOVE SPACES TO WS-CUR-FREE.
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ APPLICATIONS-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE APPLICATION-RECORD TO MASK-APPLICATION-RECORD
                       MOVE APPLICATION-USER TO WS-FIND-KEY
                       PERFORM FIND-MAP-ENTRY
                       IF WS-MAP-HIT > 0
                           MOVE WS-MAP-FAKE(WS-MAP-HIT)
                               TO MASK-APPLICATION-USER
                       END-IF
                       MOVE APPLICATION-ROW TO WS-LINE
                       PERFORM MASK-ROW
                       MOVE WS-OUT-LINE TO MASK-APPLICATION-ROW
                       WRITE MASK-APPLICATION-RECORD
                           INVALID KEY
                               DISPLAY "DATA-MASK: duplicate masked key "
                                   MASK-APPLICATION-KEY
                           NOT INVALID KEY
                               ADD 1 TO WS-FILE-ROWS
                       END-WRITE
               END-READ
           END-PERFORM.
           CLOSE APPLICATIONS-FILE.
           CLOSE MASKED-APPLICATIONS.
           MOVE "applications.dat" TO WS-GEN-FILENAME.
           PERFORM REPORT-FILE-ROWS.
           EXIT SECTION.

       MASK-ROSTER-FILE SECTION.
           MOVE WS-ROSTER-NAME(R) TO WS-GEN-FILENAME.
           MOVE SPACES TO WS-OUT-FILENAME.
           STRING WS-MASK-PREFIX DELIMITED BY SIZE
                  WS-ROSTER-NAME(R) DELIMITED BY SPACE
                  INTO WS-OUT-FILENAME.
           MOVE WS-ROSTER-DELIM(R) TO WS-CUR-DELIM.
           MOVE WS-ROSTER-FREE(R) TO WS-CUR-FREE.
           MOVE 'N' TO WS-EOF-FLAG.
           MOVE 0 TO WS-FILE-ROWS.

           OPEN INPUT GEN-FILE.
           IF WS-GEN-STATUS NOT = "00"
               CLOSE GEN-FILE
               EXIT SECTION
           END-IF.
           OPEN OUTPUT OUT-FILE.
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ GEN-FILE INTO WS-LINE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       EVALUATE WS-ROSTER-MODE(R)
                           WHEN 'C'
                               MOVE WS-LINE TO WS-OUT-LINE
                           WHEN 'P'
                               PERFORM MASK-PROFILE-LINE
                           WHEN 'A'
                               PERFORM MASK-AR-LINE
                           WHEN OTHER
                               PERFORM MASK-ROW
                       END-EVALUATE
                       WRITE OUT-RECORD FROM WS-OUT-LINE
                       ADD 1 TO WS-FILE-ROWS
               END-READ
           END-PERFORM.
           CLOSE GEN-FILE.
           CLOSE OUT-FILE.
           PERFORM REPORT-FILE-ROWS.
           EXIT SECTION.

      *> About Me goes whole; the description (fourth "~" field) of an
      *> EXPnn line goes; every other line is token-mapped.
       MASK-PROFILE-LINE SECTION.
           IF WS-LINE(1:5) = "ABOU:"
               MOVE SPACES TO WS-OUT-LINE
               IF WS-LINE(6:495) = SPACES
                   MOVE "ABOU:" TO WS-OUT-LINE
               ELSE
                   STRING "ABOU:" WS-PLACEHOLDER
                       DELIMITED BY SIZE INTO WS-OUT-LINE
               END-IF
               EXIT SECTION
           END-IF.
           IF WS-LINE(1:3) = "EXP"
               MOVE "04" TO WS-CUR-FREE
           ELSE
               MOVE SPACES TO WS-CUR-FREE
           END-IF.
           PERFORM MASK-ROW.
           EXIT SECTION.

      *> ar_feed.txt: H and T rows carry no names; a D row's customer
      *> (columns 12-31) is the billed account's username, swapped for
      *> its fake in place so every other column stays where the
      *> bursar's system expects it.
       MASK-AR-LINE SECTION.
           MOVE WS-LINE TO WS-OUT-LINE.
           IF WS-LINE(1:1) NOT = "D" OR WS-LINE(12:20) = SPACES
               EXIT SECTION
           END-IF.
           MOVE SPACES TO WS-TOKEN.
           MOVE FUNCTION TRIM(WS-LINE(12:20)) TO WS-TOKEN.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-LINE(12:20)))
               TO WS-TOK-LEN.
           MOVE WS-TOKEN(1:WS-TOK-LEN) TO WS-FIND-KEY.
           PERFORM FIND-MAP-ENTRY.
           MOVE 0 TO WS-AT-COUNT.
           IF WS-VERIFY-MODE = 'Y'
               PERFORM CHECK-TOKEN
           ELSE
               IF WS-MAP-HIT > 0
                   MOVE WS-MAP-FAKE(WS-MAP-HIT) TO WS-OUT-LINE(12:20)
               END-IF
           END-IF.
           MOVE 0 TO WS-TOK-LEN.
           EXIT SECTION.

      *> mailbox_registry.txt rewritten with the masked partition
      *> names, and each partition masked as messages.txt is.
       MASK-MAILBOXES SECTION.
           IF WS-BOX-COUNT = 0
               EXIT SECTION
           END-IF.
           MOVE "masked/mailbox_registry.txt" TO WS-OUT-FILENAME.
           OPEN OUTPUT OUT-FILE.
           PERFORM VARYING B FROM 1 BY 1 UNTIL B > WS-BOX-COUNT
               MOVE WS-BOX-OLD-NAME(B)(1:5) TO WS-BOX-KIND
               MOVE SPACES TO WS-BOX-USER
               IF WS-BOX-KIND = "mbox_" OR WS-BOX-KIND = "sent_"
                   UNSTRING WS-BOX-OLD-NAME(B)(6:35) DELIMITED BY ".txt"
                       INTO WS-BOX-USER
                   END-UNSTRING
               END-IF
               MOVE WS-BOX-USER TO WS-FIND-KEY
               PERFORM FIND-MAP-ENTRY
               IF WS-MAP-HIT > 0
                   MOVE SPACES TO WS-BOX-NEW-NAME(B)
                   STRING WS-BOX-KIND DELIMITED BY SIZE
                          WS-MAP-FAKE(WS-MAP-HIT) DELIMITED BY SPACE
                          ".txt" DELIMITED BY SIZE
                          INTO WS-BOX-NEW-NAME(B)
               END-IF
               WRITE OUT-RECORD FROM WS-BOX-NEW-NAME(B)
           END-PERFORM.
           CLOSE OUT-FILE.
           MOVE WS-BOX-COUNT TO WS-FILE-ROWS.
           MOVE "mailbox_registry.txt" TO WS-GEN-FILENAME.
           PERFORM REPORT-FILE-ROWS.

           MOVE '>' TO WS-CUR-DELIM.
           MOVE "03" TO WS-CUR-FREE.
           PERFORM VARYING B FROM 1 BY 1 UNTIL B > WS-BOX-COUNT
               PERFORM MASK-ONE-MAILBOX
           END-PERFORM.
           EXIT SECTION.

       MASK-ONE-MAILBOX SECTION.
           MOVE WS-BOX-OLD-NAME(B) TO WS-GEN-FILENAME.
           MOVE SPACES TO WS-OUT-FILENAME.
           STRING WS-MASK-PREFIX DELIMITED BY SIZE
                  WS-BOX-NEW-NAME(B) DELIMITED BY SPACE
                  INTO WS-OUT-FILENAME.
           MOVE 'N' TO WS-EOF-FLAG.
           MOVE 0 TO WS-FILE-ROWS.
           OPEN INPUT GEN-FILE.
           IF WS-GEN-STATUS NOT = "00"
               CLOSE GEN-FILE
               EXIT SECTION
           END-IF.
           OPEN OUTPUT OUT-FILE.
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ GEN-FILE INTO WS-LINE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM MASK-ROW
                       WRITE OUT-RECORD FROM WS-OUT-LINE
                       ADD 1 TO WS-FILE-ROWS
               END-READ
           END-PERFORM.
           CLOSE GEN-FILE.
           CLOSE OUT-FILE.
           PERFORM REPORT-FILE-ROWS.
           EXIT SECTION.

       REPORT-FILE-ROWS SECTION.
           ADD 1 TO WS-FILE-COUNT.
           ADD WS-FILE-ROWS TO WS-TOTAL-ROWS.
           MOVE WS-FILE-ROWS TO WS-NUM-TEXT.
           MOVE SPACES TO REPORT-RECORD.
           STRING "  " FUNCTION TRIM(WS-GEN-FILENAME) ": "
                  FUNCTION TRIM(WS-NUM-TEXT) " row(s)"
                  DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           EXIT SECTION.

      *> WS-LINE -> WS-OUT-LINE. Fields are counted on WS-CUR-DELIM;
      *> a field listed in WS-CUR-FREE is written as the placeholder
      *> (blank stays blank). Elsewhere each run of characters between
      *> separators is one token, swapped through the map; an address
      *> the map has not seen is added to it on the spot. In verify
      *> mode nothing is written -- each token is checked instead.
       MASK-ROW SECTION.
           MOVE SPACES TO WS-OUT-LINE.
           MOVE 1 TO WS-OUT-PTR.
           MOVE 0 TO WS-TOK-LEN.
           MOVE 1 TO WS-FIELD-NUM.
           IF WS-LINE = SPACES
               EXIT SECTION
           END-IF.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-LINE TRAILING))
               TO WS-LINE-LEN.
           PERFORM CHECK-FREE-FIELD.
           PERFORM VARYING P FROM 1 BY 1 UNTIL P > WS-LINE-LEN
               MOVE WS-LINE(P:1) TO WS-CH
               IF WS-CH = WS-CUR-DELIM
                   PERFORM FLUSH-TOKEN
                   STRING WS-CH DELIMITED BY SIZE
                       INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
                   END-STRING
                   ADD 1 TO WS-FIELD-NUM
                   PERFORM CHECK-FREE-FIELD
               ELSE
                   IF WS-IN-FREE = 'Y'
                       IF WS-FREE-WRITTEN = 'N'
                           STRING WS-PLACEHOLDER DELIMITED BY SIZE
                               INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
                           END-STRING
                           MOVE 'Y' TO WS-FREE-WRITTEN
                       END-IF
                   ELSE
                       IF WS-CH-SEPARATOR
                           PERFORM FLUSH-TOKEN
                           STRING WS-CH DELIMITED BY SIZE
                               INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
                           END-STRING
                       ELSE
                           IF WS-TOK-LEN < 500
                               ADD 1 TO WS-TOK-LEN
                               MOVE WS-CH TO WS-TOKEN(WS-TOK-LEN:1)
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM FLUSH-TOKEN.
           EXIT SECTION.

       CHECK-FREE-FIELD SECTION.
           MOVE 'N' TO WS-IN-FREE.
           MOVE 'N' TO WS-FREE-WRITTEN.
           IF WS-VERIFY-MODE = 'Y'
               EXIT SECTION
           END-IF.
           MOVE WS-FIELD-NUM TO WS-FIELD-TEXT.
           PERFORM VARYING F FROM 1 BY 1 UNTIL F > 3
               IF WS-CUR-FREE-FIELD(F) = WS-FIELD-TEXT
                   MOVE 'Y' TO WS-IN-FREE
               END-IF
           END-PERFORM.
           EXIT SECTION.

       FLUSH-TOKEN SECTION.
           IF WS-TOK-LEN = 0
               EXIT SECTION
           END-IF.
           MOVE 0 TO WS-MAP-HIT.
           MOVE 0 TO WS-AT-COUNT.
           IF WS-TOK-LEN <= 50
               MOVE WS-TOKEN(1:WS-TOK-LEN) TO WS-FIND-KEY
               PERFORM FIND-MAP-ENTRY
           END-IF.
           INSPECT WS-TOKEN(1:WS-TOK-LEN) TALLYING WS-AT-COUNT
               FOR ALL "@".

           IF WS-VERIFY-MODE = 'Y'
               PERFORM CHECK-TOKEN
           ELSE
               IF WS-MAP-HIT = 0 AND WS-AT-COUNT > 0 AND WS-TOK-LEN <= 50
                   MOVE WS-TOKEN(1:WS-TOK-LEN) TO WS-NEW-ORIGINAL
                   MOVE SPACES TO WS-NEW-FAKE
                   MOVE 'E' TO WS-NEW-KIND
                   PERFORM ADD-MAP-ENTRY
               END-IF
               IF WS-MAP-HIT > 0
                   STRING FUNCTION TRIM(WS-MAP-FAKE(WS-MAP-HIT))
                       DELIMITED BY SIZE
                       INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
                   END-STRING
               ELSE
                   STRING WS-TOKEN(1:WS-TOK-LEN) DELIMITED BY SIZE
                       INTO WS-OUT-LINE WITH POINTER WS-OUT-PTR
                   END-STRING
               END-IF
           END-IF.
           MOVE 0 TO WS-TOK-LEN.
           EXIT SECTION.

      *> A token still equal to a mapped original, or an address that
      *> is not on the masking domain, is a leak.
       CHECK-TOKEN SECTION.
           IF WS-MAP-HIT = 0 AND WS-AT-COUNT > 0
               IF WS-TOK-LEN < 13
                   MOVE 1 TO WS-MAP-HIT
               ELSE
                   COMPUTE WS-DOMAIN-START = WS-TOK-LEN - 11
                   IF WS-TOKEN(WS-DOMAIN-START:12) NOT = WS-FAKE-DOMAIN
                       MOVE 1 TO WS-MAP-HIT
                   END-IF
               END-IF
           END-IF.
           IF WS-MAP-HIT = 0
               EXIT SECTION
           END-IF.
           ADD 1 TO WS-LEAK-COUNT.
           MOVE WS-ROW-NUM TO WS-NUM-TEXT.
           MOVE SPACES TO REPORT-RECORD.
           STRING "  LEAK " FUNCTION TRIM(WS-GEN-FILENAME)
                  " line " FUNCTION TRIM(WS-NUM-TEXT) ": "
                  WS-TOKEN(1:WS-TOK-LEN)
                  DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           EXIT SECTION.

       VERIFY-ONE-FILE SECTION.
           MOVE 'N' TO WS-EOF-FLAG.
           MOVE 0 TO WS-ROW-NUM.
           MOVE SPACES TO WS-CUR-FREE.
           MOVE '~' TO WS-CUR-DELIM.
           OPEN INPUT GEN-FILE.
           IF WS-GEN-STATUS NOT = "00"
               CLOSE GEN-FILE
               EXIT SECTION
           END-IF.
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ GEN-FILE INTO WS-LINE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-ROW-NUM
                       IF WS-CUR-MODE = 'A'
                           PERFORM MASK-AR-LINE
                       ELSE
                           PERFORM MASK-ROW
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE GEN-FILE.
           EXIT SECTION.

       VERIFY-ACCOUNTS SECTION.
           MOVE "masked/accounts.dat" TO WS-GEN-FILENAME.
           MOVE 'N' TO WS-EOF-FLAG.
           MOVE 0 TO WS-ROW-NUM.
           MOVE '~' TO WS-CUR-DELIM.
           OPEN INPUT MASKED-ACCOUNTS.
           IF WS-DEST-STATUS NOT = "00" AND WS-DEST-STATUS NOT = "05"
               CLOSE MASKED-ACCOUNTS
               EXIT SECTION
           END-IF.
           MOVE LOW-VALUES TO MASK-ACCOUNTS-USERNAME.
           START MASKED-ACCOUNTS
               KEY IS NOT LESS THAN MASK-ACCOUNTS-USERNAME
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-FLAG
           END-START.
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ MASKED-ACCOUNTS NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-ROW-NUM
                       MOVE SPACES TO WS-LINE
                       STRING MASK-ACCOUNTS-USERNAME DELIMITED BY SPACE
                              "~" DELIMITED BY SIZE
                              MASK-ACCOUNTS-RECOVERY-EMAIL
                                  DELIMITED BY SPACE
                              INTO WS-LINE
                       PERFORM MASK-ROW
               END-READ
           END-PERFORM.
           CLOSE MASKED-ACCOUNTS.
           EXIT SECTION.

       VERIFY-APPLICATIONS SECTION.
           MOVE "masked/applications.dat" TO WS-GEN-FILENAME.
           MOVE 'N' TO WS-EOF-FLAG.
           MOVE 0 TO WS-ROW-NUM.
           MOVE '~' TO WS-CUR-DELIM.
           OPEN INPUT MASKED-APPLICATIONS.
           IF WS-DEST-STATUS NOT = "00" AND WS-DEST-STATUS NOT = "05"
               CLOSE MASKED-APPLICATIONS
               EXIT SECTION
           END-IF.
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ MASKED-APPLICATIONS NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-ROW-NUM
                       MOVE SPACES TO WS-LINE
                       STRING MASK-APPLICATION-USER DELIMITED BY SPACE
                              "~" DELIMITED BY SIZE
                              MASK-APPLICATION-ROW DELIMITED BY SIZE
                              INTO WS-LINE
                       PERFORM MASK-ROW
               END-READ
           END-PERFORM.
           CLOSE MASKED-APPLICATIONS.
           EXIT SECTION.
