       *>   STEP~<name>~DATE~<YYYYMMDD>
       *>   SKIP~<YYYYMMDD>          (no window at all that night)
       *> which is how WEEKLY-BULLETIN, PLACEMENT-REPORT,
       *> SALARY-OUTCOMES, EQUITY-REPORT, SKILLS-DEMAND, POSTING-INVOICE,
       *> DUPLICATE-SCAN, INTEGRITY-SWEEP, and AUDIT-ANALYTICS stop being
       *> run "whenever someone remembers". Calendar-driven runs land in
       *> batch_runcontrol.txt like any other; WINDOW-TREND, scheduled
       *> last, reads that history back as a step-by-step trend report.
       *> KPI-CAPTURE follows DAILY-REPORT every night, appending the
       *> night's headline figures to kpi_history.txt so they outlive
       *> the report; KPI-TREND, on a WEEKLY row, compares them week
       *> over week, month over month and year over year.
       *> REPORT-DISTRIBUTE runs after the reports it bursts, so each
       *> campus coordinator's slice is cut from tonight's numbers.
       *> One-time passes ride the DATE form too: APPLICATION-MIGRATE is
       *> listed first on its cut-over night so every later step already
       *> reads the indexed applications.dat. LOCATION-MIGRATE follows it
       *> the same night, mapping the postings' free-text locations onto
       *> locations.txt before the reports total them by region.
       *> PROFILE-INDEX rebuilds the profile search index each night,
       *> after ALUMNI-UPDATE so tonight's standings are searchable.
       *> JOB-HISTORY rides a MONTHLY row, moving postings closed past
       *> JOB-HISTORY-DAYS out of jobs.txt into jobs_history.txt.
       *> ADVISING-REMIND messages each student booked with an advisor
       *> for tomorrow; ADVISING-REPORT, on a MONTHLY row, writes every
       *> campus's slot utilization to InCollege-AdvisingReport.txt.
       *> SCREEN-OFFENDERS, the weekly repeat-offender list from the
       *> message screening holds, rides a WEEKLY row for moderators.
       *> ACADEMIC-ROLLOVER, the end-of-year housekeeping, also rides a
       *> DATE row; it checkpoints its own tasks, so a rerun the same
       *> night picks up where an interrupted one stopped.
       *> Before any of that, CONFIG-CHECK validates the hand-edited
       *> site files (this calendar included) and records accepted
       *> changes in config_history.txt; errors are listed in
       *> InCollege-ConfigCheck.txt and the window still runs, with
       *> a bad calendar row skipped as it always was.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATCH-NIGHTLY.
       AUTHOR. Paola

       01  WS-STEP-NAMES.
           05 FILLER PIC X(20) VALUE "DAILY-REPORT".
           05 FILLER PIC X(20) VALUE "KPI-CAPTURE".
           05 FILLER PIC X(20) VALUE "RECONCILE-ACCOUNTS".
           05 FILLER PIC X(20) VALUE "CONNECTION-EXPIRE".
           05 FILLER PIC X(20) VALUE "CONNECTION-INDEX".
           05 FILLER PIC X(20) VALUE "MESSAGE-ARCHIVE".
           05 FILLER PIC X(20) VALUE "MSG-SCHEDULE".
           05 FILLER PIC X(20) VALUE "ALUMNI-UPDATE".
           05 FILLER PIC X(20) VALUE "PROFILE-INDEX".
           05 FILLER PIC X(20) VALUE "BALANCE-CHECK".
           05 FILLER PIC X(20) VALUE "ARCHIVE-DATA".
           05 FILLER PIC X(20) VALUE "CANDIDATE-ALERTS".
           05 FILLER PIC X(20) VALUE "APP-AGING".
           05 FILLER PIC X(20) VALUE "MAIL-INBOUND".
           05 FILLER PIC X(20) VALUE "STANDBY-APPLY".
           05 FILLER PIC X(20) VALUE "ARCHIVE-VERIFY".
           05 FILLER PIC X(20) VALUE "PARTNER-RENEWAL".
           05 FILLER PIC X(20) VALUE "MENTOR-CLOSEOUT".
           05 FILLER PIC X(20) VALUE "PLACEMENT-EVAL".
           05 FILLER PIC X(20) VALUE "LEGAL-HOLD-REPORT".
           05 FILLER PIC X(20) VALUE "REPORT-DISTRIBUTE".
       01  WS-DEFAULT-TABLE REDEFINES WS-STEP-NAMES.
           05 WS-DEFAULT-NAME OCCURS 25 TIMES PIC X(20).

      *> Tonight's actual list, built from the calendar or the
      *> defaults above
       01  WS-RUN-COUNT         PIC 9(2) VALUE 0.
       01  WS-RUN-TABLE.
           05 WS-STEP-NAME OCCURS 50 TIMES PIC X(20).
       01  R                    PIC 9(2).
       01  D                    PIC 9(2).

       01  WS-CA-ACTION         PIC X(10).
       01  WS-CA-RC             PIC X.
       01  WS-MB-EMAIL          PIC X(50).
      *> COOP-CREDIT's FEED takes the term in its student slot;
      *> blank = the term ending tonight.
       01  WS-CC-TERM           PIC X(20).
       01  WS-CC-TITLE          PIC X(50).
       01  WS-CC-COURSE         PIC X(12).
      *> MSG-SCHEDULE's DELIVER pass: no sender, no message of its own.
       01  WS-MS-SENDER         PIC X(20).
       01  WS-MS-RECIPIENT      PIC X(20).
       01  WS-MS-DELIVER-AT     PIC X(12).
       01  WS-MS-SKIP           PIC X.
       01  WS-MS-TEXT           PIC X(200).
      *> MSG-HOLD's OFFENDERS report: no user, no held item.
       01  WS-MH-KIND           PIC X(8).
       01  WS-MH-TARGET         PIC X(40).
       01  WS-MH-TEXT           PIC X(200).
       01  WS-MH-REASON         PIC X(100).
       01  WS-MH-ID             PIC X(8).
      *> PROFILE-INDEX's REBUILD works the whole profile store.
       01  WS-PX-ACTION         PIC X(10).
       01  WS-PX-USER           PIC X(20).
       01  WS-PX-KIND           PIC X(4).
       01  WS-PX-VALUE          PIC X(100).
       01  WS-PX-HIT-COUNT      PIC 9(3).
       01  WS-PX-HIT-LIST       PIC X(4000).
      *> JOB-HISTORY's MOVE pass: no user, no single posting.
       01  WS-JH-REF            PIC X(8).
       01  WS-PX-CARD           PIC X(554).
      *> ADVISING's REMIND and REPORT passes cover every campus.
       01  WS-AV-APPOINTMENT    PIC X(170).
      *> PARTNERSHIP's REMIND pass works the whole agreements file.
       01  WS-PT-COMPANY        PIC X(50).
       01  WS-PT-AGREEMENT      PIC X(121).
      *> MENTORSHIP's CLOSEOUT acts only once the open cycle has ended.
       01  WS-MT-ROLE           PIC X(6).
       01  WS-MT-AREA           PIC X(50).
       01  WS-MT-DETAIL         PIC X(91).
      *> PLACEMENT-EVAL's NIGHTLY opens new placements and sends the
      *> evaluation reminders; it takes no student or form of its own.
       01  WS-PE-STUDENT        PIC X(20).
       01  WS-PE-TITLE          PIC X(50).
       01  WS-PE-RATING         PIC X.
       01  WS-PE-TEXT           PIC X(100).
      *> LEGAL-HOLD's REPORT lists what the night's passes left alone
      *> under a hold, so it runs after all of them.
       01  WS-LEGAL-HOLD.
           05 WS-LH-USER            PIC X(20).
           05 WS-LH-CASE            PIC X(20).
           05 WS-LH-AUTHORIZED      PIC X(40).
           05 WS-LH-START           PIC X(8).
           05 WS-LH-OTHER           PIC X(20).
           05 WS-LH-DETAIL          PIC X(80).
       01  WS-MAINT-ACTION      PIC X(10).
       01  WS-MAINT-EST         PIC X(5).
       01  WS-MAINT-RC          PIC X.
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY.
           MOVE WS-TODAY(1:8) TO WS-RUN-DATE.

           CALL "CONFIG-CHECK" USING WS-CA-RC.
           IF WS-CA-RC = 'E'
               DISPLAY "Site configuration has errors; see "
                   "InCollege-ConfigCheck.txt before the next window."
           END-IF.

           PERFORM BUILD-TONIGHTS-LIST.
           IF WS-SKIP-TONIGHT = 'Y'
               DISPLAY "Calendar skip date: no nightly window tonight."
           MOVE 'N' TO WS-EOF-FLAG.

           IF WS-HAVE-CALENDAR = 'N'
               PERFORM VARYING D FROM 1 BY 1 UNTIL D > 25
                   ADD 1 TO WS-RUN-COUNT
                   MOVE WS-DEFAULT-NAME(D)
                       TO WS-STEP-NAME(WS-RUN-COUNT)
           EXIT SECTION.

       ADD-TONIGHT-STEP SECTION.
           IF WS-RUN-COUNT < 50
               ADD 1 TO WS-RUN-COUNT
               MOVE WS-CAL-NAME TO WS-STEP-NAME(WS-RUN-COUNT)
           END-IF.
           EVALUATE FUNCTION TRIM(WS-STEP-NAME(R))
               WHEN "DAILY-REPORT"
                   CALL "DAILY-REPORT"
               WHEN "KPI-CAPTURE"
                   CALL "KPI-CAPTURE"
               WHEN "KPI-TREND"
                   CALL "KPI-TREND"
               WHEN "RECONCILE-ACCOUNTS"
                   CALL "RECONCILE-ACCOUNTS"
               WHEN "CONNECTION-EXPIRE"
                   CALL "CONNECTION-EXPIRE"
               WHEN "CONNECTION-INDEX"
                   CALL "CONNECTION-INDEX"
               WHEN "PROFILE-INDEX"
                   MOVE "REBUILD" TO WS-PX-ACTION
                   MOVE SPACES TO WS-PX-USER
                   CALL "PROFILE-INDEX" USING WS-PX-ACTION, WS-PX-USER,
                                               WS-PX-KIND, WS-PX-VALUE,
                                               WS-PX-HIT-COUNT,
                                               WS-PX-HIT-LIST,
                                               WS-PX-CARD, WS-CA-RC
               WHEN "MESSAGE-ARCHIVE"
                   CALL "MESSAGE-ARCHIVE"
               WHEN "MSG-SCHEDULE"
                   MOVE SPACES TO WS-MS-SENDER, WS-MS-RECIPIENT,
                                  WS-MS-DELIVER-AT, WS-MS-SKIP,
                                  WS-MS-TEXT
                   MOVE "DELIVER" TO WS-CA-ACTION
                   CALL "MSG-SCHEDULE" USING WS-CA-ACTION, WS-MS-SENDER,
                                              WS-MS-RECIPIENT,
                                              WS-MS-DELIVER-AT,
                                              WS-MS-SKIP, WS-MS-TEXT,
                                              WS-CA-RC
               WHEN "PARTNER-RENEWAL"
                   MOVE SPACES TO WS-CA-USER, WS-PT-COMPANY,
                                  WS-PT-AGREEMENT
                   MOVE "REMIND" TO WS-CA-ACTION
                   CALL "PARTNERSHIP" USING WS-CA-USER, WS-CA-ACTION,
                                             WS-PT-COMPANY,
                                             WS-PT-AGREEMENT, WS-CA-RC
               WHEN "MENTOR-CLOSEOUT"
                   MOVE SPACES TO WS-CA-USER, WS-MT-ROLE, WS-MT-AREA,
                                  WS-MT-DETAIL
                   MOVE "CLOSEOUT" TO WS-CA-ACTION
                   CALL "MENTORSHIP" USING WS-CA-USER, WS-CA-ACTION,
                                            WS-MT-ROLE, WS-MT-AREA,
                                            WS-CA-RC, WS-MT-DETAIL
               WHEN "PLACEMENT-EVAL"
                   MOVE SPACES TO WS-CA-USER, WS-PE-STUDENT, WS-PE-TITLE,
                                  WS-PE-RATING, WS-PE-TEXT
                   MOVE "NIGHTLY" TO WS-CA-ACTION
                   CALL "PLACEMENT-EVAL" USING WS-CA-USER, WS-CA-ACTION,
                                                WS-PE-STUDENT, WS-PE-TITLE,
                                                WS-PE-RATING, WS-PE-TEXT,
                                                WS-CA-RC
               WHEN "LEGAL-HOLD-REPORT"
                   MOVE "BATCH-NIGHTLY" TO WS-CA-USER
                   INITIALIZE WS-LEGAL-HOLD
                   MOVE "REPORT" TO WS-CA-ACTION
                   CALL "LEGAL-HOLD" USING WS-CA-USER, WS-CA-ACTION,
                                            WS-LEGAL-HOLD, WS-CA-RC
               WHEN "ALUMNI-UPDATE"
                   CALL "ALUMNI-UPDATE"
               WHEN "BALANCE-CHECK"
                   CALL "BALANCE-CHECK"
               WHEN "ARCHIVE-DATA"
                   CALL "ARCHIVE-DATA"
               WHEN "CANDIDATE-ALERTS"
                   CALL "WEEKLY-BULLETIN"
               WHEN "PLACEMENT-REPORT"
                   CALL "PLACEMENT-REPORT"
               WHEN "SALARY-OUTCOMES"
                   CALL "SALARY-OUTCOMES"
               WHEN "EQUITY-REPORT"
                   CALL "EQUITY-REPORT"
               WHEN "SKILLS-DEMAND"
                   CALL "SKILLS-DEMAND"
               WHEN "DUPLICATE-SCAN"
                   CALL "DUPLICATE-SCAN"
               WHEN "INTEGRITY-SWEEP"
                   CALL "DELTA-EXTRACT"
               WHEN "APP-INTERCHANGE"
                   CALL "APP-INTERCHANGE"
               WHEN "POSTING-INVOICE"
                   CALL "POSTING-INVOICE"
               WHEN "COOP-CREDIT"
                   MOVE SPACES TO WS-CA-USER, WS-CC-TERM, WS-CC-TITLE,
                                  WS-CC-COURSE
                   MOVE "FEED" TO WS-CA-ACTION
                   CALL "COOP-CREDIT" USING WS-CA-USER, WS-CA-ACTION,
                                             WS-CC-TERM, WS-CC-TITLE,
                                             WS-CC-COURSE, WS-CA-RC
               WHEN "EVENT-ATTENDANCE"
                   CALL "EVENT-ATTENDANCE"
               WHEN "QUEUE-AGING"
                   CALL "QUEUE-AGING"
               WHEN "JOB-DUP-SCAN"
                   CALL "JOB-DUP-SCAN"
               WHEN "CAPACITY-CHECK"
                   CALL "CAPACITY-CHECK"
               WHEN "REPORT-DISTRIBUTE"
                   CALL "REPORT-DISTRIBUTE"
               WHEN "WINDOW-TREND"
                   CALL "WINDOW-TREND"
               WHEN "APPLICATION-MIGRATE"
                   CALL "APPLICATION-MIGRATE"
               WHEN "LOCATION-MIGRATE"
                   CALL "LOCATION-MIGRATE"
               WHEN "ACADEMIC-ROLLOVER"
                   CALL "ACADEMIC-ROLLOVER"
               WHEN "JOB-HISTORY"
                   MOVE SPACES TO WS-CA-USER
                   MOVE "MOVE" TO WS-CA-ACTION
                   MOVE SPACES TO WS-JH-REF
                   CALL "JOB-HISTORY" USING WS-CA-USER, WS-CA-ACTION,
                                             WS-JH-REF, WS-CA-RC
               WHEN "ADVISING-REMIND"
                   MOVE SPACES TO WS-CA-USER
                   MOVE "REMIND" TO WS-CA-ACTION
                   MOVE SPACES TO WS-AV-APPOINTMENT
                   CALL "ADVISING" USING WS-CA-USER, WS-CA-ACTION,
                                          WS-AV-APPOINTMENT, WS-CA-RC
               WHEN "ADVISING-REPORT"
                   MOVE SPACES TO WS-CA-USER
                   MOVE "REPORT" TO WS-CA-ACTION
                   MOVE SPACES TO WS-AV-APPOINTMENT
                   CALL "ADVISING" USING WS-CA-USER, WS-CA-ACTION,
                                          WS-AV-APPOINTMENT, WS-CA-RC
               WHEN "SCREEN-OFFENDERS"
                   MOVE SPACES TO WS-CA-USER
                   MOVE "OFFENDERS" TO WS-CA-ACTION
                   CALL "MSG-HOLD" USING WS-CA-USER, WS-CA-ACTION,
                                          WS-MH-KIND, WS-MH-TARGET,
                                          WS-MH-TEXT, WS-MH-REASON,
                                          WS-MH-ID, WS-CA-RC
               WHEN OTHER
                   DISPLAY "  (unknown calendar step "
                       FUNCTION TRIM(WS-STEP-NAME(R))
