
    *> Required skills a posting asks for (semicolon-separated)
    01  WS-JOB-SKILLS      PIC X(200).
    *> How many people the posting hires (blank is one)
    01  WS-JOB-OPENINGS    PIC X(4).

    *> Connection a listed posting gets shared with
    01  WS-SHARE-TARGET    PIC X(20).
    01  WS-JQ-TEXT         PIC X(200).
    01  WS-JQ-REQANS       PIC X(50).

    *> Posting eligibility rules and the student's work-authorization
    *> answer, sized to JOB-ELIGIBILITY's linkage
    01  WS-ELIG-GRAD-YEARS PIC X(40).
    01  WS-ELIG-MAJORS     PIC X(200).
    01  WS-ELIG-SPONSOR    PIC X(1).
    01  WS-ELIG-REASON     PIC X(150).
    01  WS-ELIG-ITEM       PIC X(100).
    01  WS-ELIG-PTR        PIC 9(3).
    01  WS-ELIG-BAD        PIC X.

    *> Action verb handed to the job subprograms. Their linkage expects
    *> a full PIC X(10); passing a bare literal like "POST" hands over
    *> only the literal's own four bytes, and the subprogram reads
    01  WS-EVENT-HOST         PIC X(20).
    01  WS-EVENT-CAPACITY     PIC X(4).

    *> Recurring-series fields, laid out as EVENT-SERIES' linkage
    01  WS-SERIES.
        05 WS-SR-TITLE        PIC X(50).
        05 WS-SR-START        PIC X(8).
        05 WS-SR-EVERY        PIC 9(2).
        05 WS-SR-UNTIL        PIC X(8).
        05 WS-SR-OCCURRENCES  PIC 9(3).
        05 WS-SR-CAPACITY     PIC X(4).
        05 WS-SR-LOCATION     PIC X(50).
        05 WS-SR-UNIVERSITY   PIC X(100).
        05 WS-SR-DONE         PIC 9(3).
        05 WS-SR-WAITLISTED   PIC 9(3).
        05 WS-SR-ALREADY      PIC 9(3).
        05 WS-SR-NOTIFIED     PIC 9(3).
    01  WS-SR-NUM-TEXT        PIC Z(2)9.
    01  WS-SR-NUM-TEXT2       PIC Z(2)9.

    *> Career-fair booth fields, sized to CAREER-FAIR's linkage
    01  WS-FAIR-COMPANY       PIC X(50).
    01  WS-FAIR-SLOT          PIC X(30).
    01  WS-TS-STUDENT      PIC X(20).
    01  WS-TS-WEEK         PIC X(8).
    01  WS-TS-HOURS        PIC X(4).
    *> Placement evaluation fields, sized to PLACEMENT-EVAL's linkage
    01  WS-PE-RATING       PIC X.
    01  WS-PE-TEXT         PIC X(100).

    *> Co-op credit course code, sized to COOP-CREDIT's linkage
    01  WS-COOP-COURSE     PIC X(12).

    *> Campus posting decision fields, sized to CAMPUS-APPROVAL's linkage
    01  WS-CAMPUS-JOB-REF  PIC X(8).
    01  WS-CAMPUS-REASON   PIC X(100).

    *> Reference-check fields, sized to REFERENCE-CHECK's linkage
    01  WS-REF-TARGET      PIC X(20).
    *> Mentorship register fields, sized to MENTORSHIP's linkage
    01  WS-MENTOR-ROLE        PIC X(6).
    01  WS-MENTOR-AREA        PIC X(50).
    01  WS-MENTOR-DETAIL.
        05 WS-MD-DATE         PIC X(8).
        05 WS-MD-MINUTES      PIC 9(3).
        05 WS-MD-TOPIC        PIC X(50).
        05 WS-MD-CYCLE        PIC X(20).
        05 WS-MD-CYCLE-END    PIC X(8).
        05 WS-MD-MIN-MEETINGS PIC 9(2).

    *> Inbox-search keyword handed to VIEW-MESSAGE
    01  WS-MSG-KEYWORD        PIC X(50).
    *> Inbox-search folder filter, and the MAIL-FOLDERS call fields
    01  WS-MSG-FOLDER         PIC X(30).
    01  WS-MF-ACTION          PIC X(10).
    01  WS-MF-FOLDER          PIC X(20).
    01  WS-MF-SENDER          PIC X(20).
    01  WS-MF-STAMP           PIC X(30).
    01  WS-MF-KIND            PIC X(10).
    01  WS-MF-VALUE           PIC X(200).

    *> Operations-console fields
    01  WS-ADMIN-NEW-VALUE    PIC X(20).
    01  WS-RENAME-NEW-USER    PIC X(20).
    01  WS-LOOKUP-OLD         PIC X(100).
    01  WS-LOOKUP-NEW         PIC X(100).
    *> A locations.txt row is keyed in one piece at a time
    01  WS-LOC-CITY           PIC X(30).
    01  WS-LOC-STATE          PIC X(20).
    01  WS-LOC-REGION         PIC X(30).
    01  WS-LOC-MODE           PIC X(6).
    *> LOCATION-LOOKUP's linkage, for the posting flow
    01  WS-LOC-ACTION         PIC X(10).
    01  WS-LOC-CANDIDATE      PIC X(100).
    01  WS-LOC-CANONICAL      PIC X(50).
    01  WS-LOC-RC             PIC X.

    *> Moderation flag fields, sized to MODERATION's linkage
    01  WS-FLAG-TYPE          PIC X(8).
    01  WS-BROADCAST-INDEX   PIC 9(3).
    01  WS-BROADCAST-TEXT    PIC X(200).
    01  WS-BROADCAST-SENT    PIC 9(3).
    01  WS-BROADCAST-HELD    PIC 9(3).

    *> MSG-HOLD call fields: the login notice of the caller's own
    *> messages and posts still waiting on a moderator.
    01  WS-HOLD-KIND         PIC X(8).
    01  WS-HOLD-TARGET       PIC X(40).
    01  WS-HOLD-TEXT         PIC X(200).
    01  WS-HOLD-REASON       PIC X(100).
    01  WS-HOLD-ID           PIC X(8).
    01  WS-HOLD-COUNT-TEXT   PIC Z(7)9.
    01  WS-BROADCAST-NUM-TEXT PIC Z(2)9.

    *> Send-later: the optional deliver-on answer (YYYYMMDDHHMM once
    *> the separators are squeezed out; blank = send now) and the
    *> MSG-SCHEDULE call fields.
    01  WS-DELIVER-AT        PIC X(12).
    01  WS-DELIVER-INPUT     PIC X(20).
    01  WS-DELIVER-PTR       PIC 9(2).
    01  WS-DELIVER-IDX       PIC 9(2).
    01  WS-SCHED-ACTION      PIC X(10).
    01  WS-SCHED-SKIP        PIC X.
    01  WS-SCHED-TEXT        PIC X(200).
    *> Partner agreement fields, sized to PARTNERSHIP's linkage
    01  WS-PARTNER-COMPANY   PIC X(50).
    01  WS-PARTNER-AGREEMENT.
        05 WS-PARTNER-TIER   PIC X(10).
        05 WS-PARTNER-START  PIC X(8).
        05 WS-PARTNER-END    PIC X(8).
        05 WS-PARTNER-CREDITS PIC 9(5).
        05 WS-PARTNER-CONTACT PIC X(40).
        05 WS-PARTNER-EMAIL  PIC X(50).
    *> Menus are built from the role permission matrix (ROLE-PERMS);
    *> these are the built-in English labels behind each action code,
    *> used when the message catalog has no row for it.
    01  WS-PERM-ACTION       PIC X(10).
    01  WS-PERM-ROLE         PIC X(8).
    01  WS-PERM-MENU         PIC X(8).
    01  WS-PERM-CODE         PIC X(8).
    01  WS-PERM-RC           PIC X.
    01  WS-PERM-LIST.
        05 WS-PERM-COUNT     PIC 9(3).
        05 WS-PERM-ENTRY     OCCURS 60 TIMES PIC X(8).
    01  WS-PERM-IDX          PIC 9(3).
    01  WS-MENU-ACTION       PIC X(8).
    01  WS-MENU-EXIT-KEY     PIC X(20).
    01  WS-MENU-EXIT-TEXT    PIC X(40).
    01  WS-MENU-NUM          PIC Z9.
    01  WS-MENU-LABEL        PIC X(80).
    01  WS-MENU-LABEL-DATA.
        05 FILLER PIC X(52) VALUE "AD-01   Look Up an Account".
        05 FILLER PIC X(52) VALUE "AD-02   Force a Password Reset".
        05 FILLER PIC X(52) VALUE "AD-03   Clear a Login Lockout".
        05 FILLER PIC X(52) VALUE "AD-04   Disable an Account".
        05 FILLER PIC X(52) VALUE "AD-05   Reactivate an Account".
        05 FILLER PIC X(52) VALUE "AD-06   Audit Trail for a User".
        05 FILLER PIC X(52) VALUE "AD-07   Moderation Queue".
        05 FILLER PIC X(52) VALUE "AD-08   Create an Admin Account".
        05 FILLER PIC X(52) VALUE "AD-09   Close an Account".
        05 FILLER PIC X(52) VALUE "AD-10   Rename an Account".
        05 FILLER PIC X(52) VALUE "AD-11   Maintain Lookup Tables".
        05 FILLER PIC X(52) VALUE "AD-12   Employer Verification Queue".
        05 FILLER PIC X(52) VALUE "AD-13   Surveys".
        05 FILLER PIC X(52) VALUE "AD-14   Posting Credits".
        05 FILLER PIC X(52) VALUE "AD-15   Certified Hours Report".
        05 FILLER PIC X(52) VALUE "AD-16   Post a Notice".
        05 FILLER PIC X(52) VALUE "AD-17   Pending Approvals".
        05 FILLER PIC X(52) VALUE "AD-18   View As User (read-only)".
        05 FILLER PIC X(52) VALUE "AD-19   Support Tickets".
        05 FILLER PIC X(52) VALUE "AD-20   Personal Data Export".
        05 FILLER PIC X(52) VALUE "AD-21   Clear Maintenance Flag".
        05 FILLER PIC X(52) VALUE "AD-22   Co-op Credit Feed to Registrar".
        05 FILLER PIC X(52) VALUE "AD-23   Partnership Agreements".
        05 FILLER PIC X(52) VALUE "AD-24   Disclosure Report by Employer".
        05 FILLER PIC X(52) VALUE "AD-25   Consent Coverage Report".
        05 FILLER PIC X(52) VALUE "AD-26   Legal Holds".
        05 FILLER PIC X(52) VALUE "AD-27   Merge Company Pages".
        05 FILLER PIC X(52) VALUE "AD-28   Funding Sponsors".
        05 FILLER PIC X(52) VALUE "AD-29   KPI Trend Report".
        05 FILLER PIC X(52) VALUE "AD-30   Ad-hoc Report Writer".
        05 FILLER PIC X(52) VALUE "AD-PERM Role Permissions".
        05 FILLER PIC X(52) VALUE "SF-01   Placement Report".
        05 FILLER PIC X(52) VALUE "SF-02   Campus Events".
        05 FILLER PIC X(52) VALUE "SF-03   Run Mentorship Matching".
        05 FILLER PIC X(52) VALUE "SF-04   View a Student Account (your campus)".
        05 FILLER PIC X(52) VALUE "SF-05   Surveys".
        05 FILLER PIC X(52) VALUE "SF-06   Event Attendance and No-Show Report".
        05 FILLER PIC X(52) VALUE "SF-07   Student Co-Curricular Record (your campus)".
        05 FILLER PIC X(52) VALUE "SF-08   Postings Awaiting Campus Approval".
        05 FILLER PIC X(52) VALUE "SF-09   Approve a Posting for Your Campus".
        05 FILLER PIC X(52) VALUE "SF-10   Reject a Posting for Your Campus".
        05 FILLER PIC X(52) VALUE "SF-11   Graduating Class Outreach List".
        05 FILLER PIC X(52) VALUE "SF-12   Salary Outcomes Report".
        05 FILLER PIC X(52) VALUE "SF-13   Mentorship Cycle and Close-Out".
        05 FILLER PIC X(52) VALUE "SF-14   Skill Assessment Pass Rates".
        05 FILLER PIC X(52) VALUE "SF-15   Placement Evaluations".
        05 FILLER PIC X(52) VALUE "SF-16   Skills Demand vs Supply Report".
        05 FILLER PIC X(52) VALUE "SF-17   Advising Appointments".
        05 FILLER PIC X(52) VALUE "SF-18   Student Case Notes".
        05 FILLER PIC X(52) VALUE "SF-19   Funding Opportunities".
        05 FILLER PIC X(52) VALUE "SF-20   Applicant Equity Report".
        05 FILLER PIC X(52) VALUE "SF-21   Employer Restrictions (your campus)".
        05 FILLER PIC X(52) VALUE "SF-22   KPI Trend Report (your campus)".
        05 FILLER PIC X(52) VALUE "SF-23   Ad-hoc Report (your campus)".
        05 FILLER PIC X(52) VALUE "FC-01   Placements Awaiting Sign-off".
        05 FILLER PIC X(52) VALUE "FC-02   Approve a Placement for Credit".
        05 FILLER PIC X(52) VALUE "FC-03   Decline a Placement for Credit".
        05 FILLER PIC X(52) VALUE "MM-01   Create/Edit My Profile".
        05 FILLER PIC X(52) VALUE "MM-02   View My Profile".
        05 FILLER PIC X(52) VALUE "MM-03   Search for a job".
        05 FILLER PIC X(52) VALUE "MM-04   Find someone you know".
        05 FILLER PIC X(52) VALUE "MM-05   Learn a new skill".
        05 FILLER PIC X(52) VALUE "MM-06   Change Password".
        05 FILLER PIC X(52) VALUE "MM-07   Export My Profile".
        05 FILLER PIC X(52) VALUE "MM-08   People You May Know".
        05 FILLER PIC X(52) VALUE "MM-09   View Pending Connection Requests".
        05 FILLER PIC X(52) VALUE "MM-10   My Network".
        05 FILLER PIC X(52) VALUE "MM-11   Messages".
        05 FILLER PIC X(52) VALUE "MM-12   Recommended Jobs for You".
        05 FILLER PIC X(52) VALUE "MM-13   Campus Events".
        05 FILLER PIC X(52) VALUE "MM-14   Post a Status Update".
        05 FILLER PIC X(52) VALUE "MM-15   Mentorship Program".
        05 FILLER PIC X(52) VALUE "MM-16   Who Viewed My Profile".
        05 FILLER PIC X(52) VALUE "MM-17   Notification Settings".
        05 FILLER PIC X(52) VALUE "MM-18   Report Content".
        05 FILLER PIC X(52) VALUE "MM-19   Close My Account".
        05 FILLER PIC X(52) VALUE "MM-20   My Agenda".
        05 FILLER PIC X(52) VALUE "MM-21   Answer Surveys".
        05 FILLER PIC X(52) VALUE "MM-22   Reference Checks".
        05 FILLER PIC X(52) VALUE "MM-23   Recent Account Activity".
        05 FILLER PIC X(52) VALUE "MM-24   Report a Problem".
        05 FILLER PIC X(52) VALUE "MM-25   My Co-Curricular Record".
        05 FILLER PIC X(52) VALUE "MM-26   Export My Agenda".
        05 FILLER PIC X(52) VALUE "MM-27   Credential Verification Codes".
        05 FILLER PIC X(52) VALUE "MM-28   Who Has Received My Information".
        05 FILLER PIC X(52) VALUE "MM-29   Data Sharing Consents".
        05 FILLER PIC X(52) VALUE "MM-30   Career Advising Appointments".
        05 FILLER PIC X(52) VALUE "MM-31   Scholarships & Funding".
        05 FILLER PIC X(52) VALUE "EJ-01   Post a Job".
        05 FILLER PIC X(52) VALUE "EJ-02   Review Applicants".
        05 FILLER PIC X(52) VALUE "EJ-03   Propose an Interview".
        05 FILLER PIC X(52) VALUE "EJ-04   My Interviews".
        05 FILLER PIC X(52) VALUE "EJ-05   My Company Page".
        05 FILLER PIC X(52) VALUE "EJ-06   Search for Candidates".
        05 FILLER PIC X(52) VALUE "EJ-07   Applicant Funnel Report".
        05 FILLER PIC X(52) VALUE "EJ-08   Extend an Offer".
        05 FILLER PIC X(52) VALUE "EJ-09   Record Interview Feedback".
        05 FILLER PIC X(52) VALUE "EJ-10   Candidate Pools".
        05 FILLER PIC X(52) VALUE "EJ-11   Message Templates".
        05 FILLER PIC X(52) VALUE "EJ-12   Views & Conversion Report".
        05 FILLER PIC X(52) VALUE "EJ-13   Timesheet Sign-off".
        05 FILLER PIC X(52) VALUE "EJ-14   Verify a Student Credential".
        05 FILLER PIC X(52) VALUE "EJ-15   Placement Evaluations".
        05 FILLER PIC X(52) VALUE "EJ-16   Closed Postings History".
        05 FILLER PIC X(52) VALUE "EJ-17   Funding Opportunities".
    01  WS-MENU-LABEL-TABLE REDEFINES WS-MENU-LABEL-DATA.
        05 WS-MENU-LABEL-ENTRY OCCURS 105 TIMES.
           10 WS-ML-CODE     PIC X(8).
           10 WS-ML-TEXT     PIC X(44).
    01  WS-ML-IDX            PIC 9(3).

    01  WS-PROFILE-DATA.
        05 WS-FIRST-NAME     PIC X(50).
        05 WS-LAST-NAME      PIC X(50).
        05 WS-EDU-DISPLAY-NUM   PIC 9.
        05 WS-SKL-DISPLAY-NUM   PIC 9.

    *> Used by LEARN-SKILL's graded attempt and by SKILL-PROGRESS calls
    01  WS-SKILL-NAME           PIC X(30).
    01  WS-SKILL-ANSWER         PIC X(20).
    01  WS-SKILL-RETURN-CODE    PIC X.
    01  WS-SKILL-LIST.
        05 WS-SKILL-LIST-ENTRY  PIC X(30) OCCURS 20 TIMES.
    01  WS-SKILL-LIST-COUNT     PIC 9(2).
    *> Graded attempt handed to SKILL-ASSESS, sized to its linkage
    01  WS-ASSESSMENT.
        05 WS-AS-PASS-MARK      PIC 9(3).
        05 WS-AS-QUESTION-COUNT PIC 9(2).
        05 WS-AS-QUESTION OCCURS 10 TIMES.
           10 WS-AS-Q-TEXT      PIC X(80).
           10 WS-AS-Q-CHOICE    PIC X(50) OCCURS 3 TIMES.
           10 WS-AS-GIVEN       PIC X.
        05 WS-AS-SCORE          PIC 9(2).
        05 WS-AS-PERCENT        PIC 9(3).
        05 WS-AS-RETRY-DATE     PIC X(8).
        05 WS-AS-RETRY-TIME     PIC X(4).
    01  WS-AS-IDX               PIC 9(2).

    *> Credential verification code, sized to CREDENTIAL-VERIFY's linkage
    01  WS-CREDENTIAL.
        05 WS-CR-CODE           PIC X(12).
        05 WS-CR-TYPE           PIC X(10).
        05 WS-CR-SUBJECT        PIC X(50).
        05 WS-CR-STUDENT        PIC X(20).
        05 WS-CR-STATEMENT      PIC X(150).
        05 WS-CR-BY             PIC X(60).
        05 WS-CR-ISSUED         PIC X(8).
        05 WS-CR-STATE          PIC X(10).

    *> Disclosure ledger row, sized to DISCLOSURE-LOG's linkage
    01  WS-DISCLOSURE.
        05 WS-DSC-STUDENT       PIC X(20).
        05 WS-DSC-RECIPIENT     PIC X(20).
        05 WS-DSC-CATEGORY      PIC X(12).
        05 WS-DSC-SOURCE        PIC X(16).
        05 WS-DSC-PURPOSE       PIC X(80).

    *> Data-sharing consents, sized to DATA-CONSENT's linkage
    01  WS-CONSENT.
        05 WS-CN-SEARCH          PIC X.
        05 WS-CN-SEARCH-DATE     PIC X(8).
        05 WS-CN-TRANSFER        PIC X.
        05 WS-CN-TRANSFER-DATE   PIC X(8).
        05 WS-CN-RESEARCH        PIC X.
        05 WS-CN-RESEARCH-DATE   PIC X(8).
        05 WS-CN-LISTING         PIC X.
        05 WS-CN-LISTING-DATE    PIC X(8).
    01  WS-CONSENT-NOW           PIC X.

    *> Advising appointment, sized to ADVISING's linkage
    01  WS-APPOINTMENT.
        05 WS-AP-ID              PIC X(6).
        05 WS-AP-NEW-ID          PIC X(6).
        05 WS-AP-TYPE            PIC X(10).
        05 WS-AP-DATE            PIC X(8).
        05 WS-AP-TIME            PIC X(5).
        05 WS-AP-MINUTES         PIC X(3).
        05 WS-AP-COUNT           PIC X(2).
        05 WS-AP-LOCATION        PIC X(100).
        05 WS-AP-OUTCOME         PIC X(10).
        05 WS-AP-STAFF           PIC X(20).

    *> Student case note, sized to ADVISING-NOTES' linkage
    01  WS-CASE-NOTE.
        05 WS-NT-STUDENT         PIC X(20).
        05 WS-NT-ID              PIC X(6).
        05 WS-NT-CATEGORY        PIC X(10).
        05 WS-NT-DUE             PIC X(8).
        05 WS-NT-TEXT            PIC X(200).

    *> Funding opportunity, sized to FUNDING's linkage
    01  WS-FUNDING.
        05 WS-FD-ID              PIC X(6).
        05 WS-FD-KIND            PIC X(12).
        05 WS-FD-TITLE           PIC X(60).
        05 WS-FD-AMOUNT          PIC X(12).
        05 WS-FD-DEADLINE        PIC X(8).
        05 WS-FD-UNIVS           PIC X(100).
        05 WS-FD-MAJORS          PIC X(100).
        05 WS-FD-YEARS           PIC X(30).
        05 WS-FD-DOCS            PIC X(100).
        05 WS-FD-USER            PIC X(20).
        05 WS-FD-TEXT            PIC X(200).
    01  WS-FUNDING-STAFF         PIC X.

    *> Self-identification answers, sized to SELF-ID's linkage
    01  WS-SELF-ID.
        05 WS-SI-IDENT           PIC X(130).
        05 WS-SI-GENDER          PIC X(12).
        05 WS-SI-ETHNICITY       PIC X(12).
        05 WS-SI-VETERAN         PIC X(12).
        05 WS-SI-DISABILITY      PIC X(12).

    *> Campus employer restriction, sized to CAMPUS-RESTRICT's linkage
    01  WS-RESTRICTION.
        05 WS-CR-COMPANY         PIC X(50).
        05 WS-CR-CAMPUS          PIC X(100).
        05 WS-CR-REVIEW          PIC X(8).
        05 WS-CR-REASON          PIC X(150).
        05 WS-CR-TARGET          PIC X(20).

    *> Legal hold fields, sized to LEGAL-HOLD's linkage
    01  WS-LEGAL-HOLD.
        05 WS-LH-USER            PIC X(20).
        05 WS-LH-CASE            PIC X(20).
        05 WS-LH-AUTHORIZED      PIC X(40).
        05 WS-LH-START           PIC X(8).
        05 WS-LH-OTHER           PIC X(20).
        05 WS-LH-DETAIL          PIC X(80).

    *> Company page merge, sized to COMPANY-MERGE's linkage
    01  WS-CM-FROM               PIC X(50).
    01  WS-CM-INTO               PIC X(50).

    *> Ad-hoc report request, sized to REPORT-WRITER's linkage
    01  WS-AR-REQUEST            PIC X(30).
    01  WS-AR-DETAIL             PIC X(80).

    *> Checkpoint/restart support for long batch input files
    01  WS-CHECKPOINT-STATUS    PIC X(2).
                PERFORM ADMIN-MENU-LOOP UNTIL WS-EXIT-FLAG = 'Y'
            WHEN "STAFF"
                PERFORM STAFF-MENU-LOOP UNTIL WS-EXIT-FLAG = 'Y'
            WHEN "FACULTY"
                PERFORM FACULTY-MENU-LOOP UNTIL WS-EXIT-FLAG = 'Y'
            WHEN OTHER
                PERFORM MAIN-MENU-LOOP UNTIL WS-EXIT-FLAG = 'Y'
        END-EVALUATE
                INTO WS-MESSAGE
        PERFORM DISPLAY-AND-LOG
        PERFORM RECORD-SESSION-START
        PERFORM DELIVER-SCHEDULED-MESSAGES
        PERFORM LOAD-USER-LANGUAGE
        PERFORM SHOW-LOGIN-NOTICES
        IF WS-CHOICE = 1
            PERFORM INTERVIEW-RATING-PROMPT
            PERFORM TICKET-STATUS-NOTICE
            PERFORM RECOVERY-EMAIL-NOTICE
            PERFORM HELD-CONTENT-NOTICE
        END-IF
        PERFORM ONBOARDING-WIZARD
    END-IF.
    MOVE "AD-00" TO WS-MSG-KEY.
    PERFORM CATALOG-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE "HOME" TO WS-PERM-MENU.
    MOVE "AD-31" TO WS-MENU-EXIT-KEY.
    MOVE "Exit" TO WS-MENU-EXIT-TEXT.
    PERFORM SHOW-ROLE-MENU.

    IF WS-MENU-ACTION = "EXIT"
        MOVE 'Y' TO WS-EXIT-FLAG
        MOVE "You quit successfully." TO WS-MESSAGE
        MOVE "QUIT-OK" TO WS-MSG-KEY
        STOP RUN
    END-IF.

    PERFORM RUN-MENU-ACTION.
    INITIALIZE WS-RETURN-CODE.
    EXIT.

    MOVE "SF-00" TO WS-MSG-KEY.
    PERFORM CATALOG-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE "HOME" TO WS-PERM-MENU.
    MOVE "SF-24" TO WS-MENU-EXIT-KEY.
    MOVE "Exit" TO WS-MENU-EXIT-TEXT.
    PERFORM SHOW-ROLE-MENU.

    IF WS-MENU-ACTION = "EXIT"
        MOVE 'Y' TO WS-EXIT-FLAG
        MOVE "You quit successfully." TO WS-MESSAGE
        MOVE "QUIT-OK" TO WS-MSG-KEY
        PERFORM CATALOG-MESSAGE
        PERFORM DISPLAY-AND-LOG
        CLOSE INPUT-FILE, OUTPUT-FILE, ERROR-FILE
        STOP RUN
    END-IF.

    PERFORM RUN-MENU-ACTION.
    INITIALIZE WS-RETURN-CODE.
    EXIT.

    CLOSE SCOPE-FILE.
    EXIT.

*> Optional second report_scope.txt record for PLACEMENT-REPORT's
*> regional view; the region must be one locations.txt knows.
WRITE-REGION-SCOPE SECTION.
    MOVE "Limit to one region? (region name, or blank for all):" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    PERFORM READ-FROM-INPUT-FILE.
    IF WS-END-FILE = 'Y'
        PERFORM CLOSE-PROGRAM
    END-IF.
    IF FUNCTION TRIM(INPUT-RECORD) = SPACES
        EXIT SECTION
    END-IF.
    MOVE "REGION" TO WS-LOC-ACTION.
    MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-LOC-CANDIDATE.
    CALL "LOCATION-LOOKUP" USING WS-LOC-ACTION, WS-LOC-CANDIDATE,
                                  WS-LOC-CANONICAL, WS-LOC-CITY,
                                  WS-LOC-STATE, WS-LOC-REGION,
                                  WS-LOC-MODE, WS-LOC-RC.
    IF WS-LOC-RC NOT = 'S'
        MOVE "That region is not on the location list; reporting all regions."
            TO WS-MESSAGE
        PERFORM DISPLAY-AND-LOG-ERROR
        EXIT SECTION
    END-IF.
    OPEN EXTEND SCOPE-FILE.
    IF WS-SCOPE-STATUS = "00"
        MOVE SPACES TO SCOPE-RECORD
        STRING "REGION:" FUNCTION TRIM(WS-LOC-REGION)
               DELIMITED BY SIZE INTO SCOPE-RECORD
        WRITE SCOPE-RECORD
    END-IF.
    CLOSE SCOPE-FILE.
    EXIT.

CLEAR-CAMPUS-SCOPE SECTION.
    OPEN OUTPUT SCOPE-FILE.
    CLOSE SCOPE-FILE.
    EXIT.

*> Leadership's view of the nightly KPI history: system-wide, or any
*> one campus named here through report_scope.txt.
KPI-TREND-FLOW SECTION.
    MOVE "Campus to report on (blank for system-wide):" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    PERFORM READ-FROM-INPUT-FILE.
    IF WS-END-FILE = 'Y'
        PERFORM CLOSE-PROGRAM
    END-IF.
    OPEN OUTPUT SCOPE-FILE.
    IF WS-SCOPE-STATUS = "00"
       AND FUNCTION TRIM(INPUT-RECORD) > SPACES
        MOVE FUNCTION TRIM(INPUT-RECORD) TO SCOPE-RECORD
        WRITE SCOPE-RECORD
    END-IF.
    CLOSE SCOPE-FILE.
    CALL "KPI-TREND".
    PERFORM CLEAR-CAMPUS-SCOPE.
    MOVE "KPI trend report written to InCollege-KPITrendReport.txt."
        TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    EXIT.

*> Ad-hoc report from a request file. REPORT-WRITER itself decides
*> how far the runner sees: all of it for admins, their own campus
*> for careers-office staff.
ADHOC-REPORT-FLOW SECTION.
    MOVE "Request file (blank for report_request.txt):" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    PERFORM READ-FROM-INPUT-FILE.
    IF WS-END-FILE = 'Y'
        PERFORM CLOSE-PROGRAM
    END-IF.
    MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-AR-REQUEST.
    MOVE SPACES TO WS-AR-DETAIL.
    CALL "REPORT-WRITER" USING WS-USERNAME, WS-AR-REQUEST,
                                WS-AR-DETAIL, WS-RETURN-CODE.
    MOVE WS-AR-DETAIL TO WS-MESSAGE.
    IF WS-RETURN-CODE = 'S'
        PERFORM DISPLAY-AND-LOG
    ELSE
        PERFORM DISPLAY-AND-LOG-ERROR
    END-IF.
    EXIT.

*> Read-only account lookup, refused outright for students outside
*> the coordinator's own campus.
STAFF-VIEW-ACCOUNT-FLOW SECTION.
    INITIALIZE WS-RETURN-CODE.
    EXIT.

*> A student's co-curricular record, for the coordinator's own campus
*> only -- CO-CURRICULAR runs the same STAFF-SCOPE check.
STAFF-CO-CURRICULAR-FLOW SECTION.
    MOVE "Student's username:" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    PERFORM GET-REQUIRED-INPUT.
    IF WS-END-FILE = 'Y'
        PERFORM CLOSE-PROGRAM
    END-IF.
    MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-TARGET-USER.

    MOVE "STUDENT" TO WS-JOB-ACTION.
    CALL "CO-CURRICULAR" USING WS-USERNAME, WS-JOB-ACTION,
                                WS-TARGET-USER, WS-RETURN-CODE.
    EVALUATE WS-RETURN-CODE
        WHEN 'S'
            CONTINUE
        WHEN 'O'
            MOVE "That student is not at your campus." TO WS-MESSAGE
            PERFORM DISPLAY-AND-LOG-ERROR
        WHEN OTHER
            MOVE "No campus is bound to your account, or the student has no profile."
                TO WS-MESSAGE
            PERFORM DISPLAY-AND-LOG-ERROR
    END-EVALUATE.
    INITIALIZE WS-RETURN-CODE.
    EXIT.

*> Approve or reject one school-restricted posting for the
*> coordinator's own campus; the reason goes back to the employer.
CAMPUS-DECISION-FLOW SECTION.
    MOVE "Job ID of the posting:" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    PERFORM GET-REQUIRED-INPUT.
    IF WS-END-FILE = 'Y'
        PERFORM CLOSE-PROGRAM
    END-IF.
    MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-CAMPUS-JOB-REF.

    IF WS-JOB-ACTION = "APPROVE"
        MOVE "Note for the employer (optional):" TO WS-MESSAGE
        PERFORM DISPLAY-AND-LOG
        PERFORM READ-FROM-INPUT-FILE
    ELSE
        MOVE "Reason for the employer:" TO WS-MESSAGE
        PERFORM DISPLAY-AND-LOG
        PERFORM GET-REQUIRED-INPUT
    END-IF.
    IF WS-END-FILE = 'Y'
        PERFORM CLOSE-PROGRAM
    END-IF.
    MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-CAMPUS-REASON.

    IF WS-DRYRUN-MODE = 'Y'
        MOVE "would record the campus decision on the posting"
            TO WS-DRYRUN-TEXT
        PERFORM DRYRUN-NOTE
        MOVE 'S' TO WS-RETURN-CODE
    ELSE
        CALL "CAMPUS-APPROVAL" USING WS-USERNAME, WS-JOB-ACTION,
                                      WS-CAMPUS-JOB-REF,
                                      WS-CAMPUS-REASON, WS-RETURN-CODE
    END-IF.
    EVALUATE WS-RETURN-CODE
        WHEN 'S'
            IF WS-JOB-ACTION = "APPROVE"
                MOVE "Posting approved; it is now open to your students."
                    TO WS-MESSAGE
            ELSE
                MOVE "Posting rejected; the employer has been told why."
                    TO WS-MESSAGE
            END-IF
            PERFORM DISPLAY-AND-LOG
        WHEN 'N'
            MOVE "No posting has that job ID." TO WS-MESSAGE
            PERFORM DISPLAY-AND-LOG-ERROR
        WHEN 'P'
            MOVE "That posting is not awaiting campus approval."
                TO WS-MESSAGE
            PERFORM DISPLAY-AND-LOG-ERROR
        WHEN 'O'
            MOVE "That posting is restricted to another campus." TO WS-MESSAGE
            PERFORM DISPLAY-AND-LOG-ERROR
        WHEN 'B'
            MOVE "The job board is being updated; please try again."
                TO WS-MESSAGE
            PERFORM DISPLAY-AND-LOG-ERROR
        WHEN OTHER
            MOVE "Unable to record the decision right now." TO WS-MESSAGE
            PERFORM DISPLAY-AND-LOG-ERROR
    END-EVALUATE.
    INITIALIZE WS-RETURN-CODE.
    EXIT.

*> The faculty advisor's console: signing off their campus's co-op
*> placements for academic credit, nothing else.
FACULTY-MENU-LOOP SECTION.
    INITIALIZE WS-RETURN-CODE.
    MOVE "--- Faculty Advisor Console ---" TO WS-MESSAGE.
    MOVE "FC-00" TO WS-MSG-KEY.
    PERFORM CATALOG-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE "HOME" TO WS-PERM-MENU.
    MOVE "FC-04" TO WS-MENU-EXIT-KEY.
    MOVE "Exit" TO WS-MENU-EXIT-TEXT.
    PERFORM SHOW-ROLE-MENU.

    IF WS-MENU-ACTION = "EXIT"
        MOVE 'Y' TO WS-EXIT-FLAG
        MOVE "You quit successfully." TO WS-MESSAGE
        MOVE "QUIT-OK" TO WS-MSG-KEY
        PERFORM CATALOG-MESSAGE
        PERFORM DISPLAY-AND-LOG
        CLOSE INPUT-FILE, OUTPUT-FILE, ERROR-FILE
        STOP RUN
    END-IF.

    PERFORM RUN-MENU-ACTION.
    INITIALIZE WS-RETURN-CODE.
    EXIT.

*> Approve (with the course it counts toward) or decline one HIRED
*> placement; WS-JOB-ACTION already says which.
COOP-SIGNOFF-FLOW SECTION.
    MOVE "Student's username:" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    PERFORM GET-REQUIRED-INPUT.
    IF WS-END-FILE = 'Y'
        PERFORM CLOSE-PROGRAM
    END-IF.
    MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-TS-STUDENT.

    MOVE "Placement job title:" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    PERFORM GET-REQUIRED-INPUT.
    IF WS-END-FILE = 'Y'
        PERFORM CLOSE-PROGRAM
    END-IF.
    MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-JOB-TITLE.

    MOVE SPACES TO WS-COOP-COURSE.
    IF WS-JOB-ACTION = "APPROVE"
        MOVE "Course code for the credit (blank for the default co-op course):"
            TO WS-MESSAGE
        PERFORM DISPLAY-AND-LOG
        PERFORM READ-FROM-INPUT-FILE
        IF WS-END-FILE = 'Y'
            PERFORM CLOSE-PROGRAM
        END-IF
        MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-COOP-COURSE
    END-IF.

    IF WS-DRYRUN-MODE = 'Y'
        MOVE "would record the faculty sign-off" TO WS-DRYRUN-TEXT
        PERFORM DRYRUN-NOTE
        MOVE 'S' TO WS-RETURN-CODE
    ELSE
        CALL "COOP-CREDIT" USING WS-USERNAME, WS-JOB-ACTION,
                                  WS-TS-STUDENT, WS-JOB-TITLE,
                                  WS-COOP-COURSE, WS-RETURN-CODE
    END-IF.
    EVALUATE WS-RETURN-CODE
        WHEN 'S'
            IF WS-JOB-ACTION = "APPROVE"
                MOVE "Placement approved; its approved hours now count toward credit."
                    TO WS-MESSAGE
            ELSE
                MOVE "Placement declined for credit." TO WS-MESSAGE
            END-IF
            PERFORM DISPLAY-AND-LOG
        WHEN 'P'
            MOVE "That student has no HIRED placement with that title."
                TO WS-MESSAGE
            PERFORM DISPLAY-AND-LOG-ERROR
        WHEN 'O'
            MOVE "That student is not at your campus." TO WS-MESSAGE
            PERFORM DISPLAY-AND-LOG-ERROR
        WHEN 'D'
            MOVE "That placement has already been signed off." TO WS-MESSAGE
            PERFORM DISPLAY-AND-LOG-ERROR
        WHEN OTHER
            MOVE "Unable to record the sign-off right now." TO WS-MESSAGE
            PERFORM DISPLAY-AND-LOG-ERROR
    END-EVALUATE.
    INITIALIZE WS-RETURN-CODE.
    EXIT.

*> Cuts the registrar's co-op credit file on demand -- the same run
*> the calendar makes at each term end.
COOP-CREDIT-FEED-FLOW SECTION.
    MOVE "Term code (e.g. 2026FA; blank for the current term):"
        TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    PERFORM READ-FROM-INPUT-FILE.
    IF WS-END-FILE = 'Y'
        PERFORM CLOSE-PROGRAM
    END-IF.
    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(INPUT-RECORD))
        TO WS-TS-STUDENT.
    MOVE "FEED" TO WS-JOB-ACTION.
    CALL "COOP-CREDIT" USING WS-USERNAME, WS-JOB-ACTION,
                              WS-TS-STUDENT, WS-JOB-TITLE,
                              WS-COOP-COURSE, WS-RETURN-CODE.
    INITIALIZE WS-RETURN-CODE.
    EXIT.

*> Reviews and approves new employer accounts so a scam listing never
*> reaches a student's job list.
EMPLOYER-VERIFY-FLOW SECTION.
    MOVE "QUEUE" TO WS-CONN-ACTION.
    CALL "EMPLOYER-VERIFY" USING WS-USERNAME, WS-CONN-ACTION,
                                  WS-TARGET-USER, WS-RETURN-CODE.

    MOVE "Approve an employer? (Y/N):" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    PERFORM GET-REQUIRED-INPUT.
    IF WS-END-FILE = 'Y'
        PERFORM CLOSE-PROGRAM
    END-IF.
    MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-INPUT-BUFFER.

    IF WS-INPUT-BUFFER = "Y" OR WS-INPUT-BUFFER = "y"
        MOVE "Enter the employer's username:" TO WS-MESSAGE
        PERFORM DISPLAY-AND-LOG
        PERFORM GET-REQUIRED-INPUT
        IF WS-END-FILE = 'Y'
            PERFORM CLOSE-PROGRAM
        END-IF
        MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-TARGET-USER

        MOVE "APPROVE" TO WS-CONN-ACTION
        IF WS-DRYRUN-MODE = 'Y'
            MOVE "would approve the employer" TO WS-DRYRUN-TEXT
            PERFORM DRYRUN-NOTE
            MOVE 'S' TO WS-RETURN-CODE
        ELSE
            CALL "EMPLOYER-VERIFY" USING WS-USERNAME, WS-CONN-ACTION,
                                          WS-TARGET-USER, WS-RETURN-CODE
        END-IF
        IF WS-RETURN-CODE = 'S'
            MOVE "Employer approved; they can post now." TO WS-MESSAGE
        ELSE
            MOVE "No unverified employer with that username." TO WS-MESSAGE
        END-IF
        PERFORM DISPLAY-AND-LOG
    END-IF.
    INITIALIZE WS-RETURN-CODE.
    EXIT.

*> Add, deprecate, or rename a universities.txt/majors.txt/skills.txt/
*> locations.txt entry; a rename cascades to the values already stored
*> on profiles, job restrictions and job locations and reports how many
*> records it touched. Locations also take extra spellings (aliases).
LOOKUP-MAINT-FLOW SECTION.
    MOVE "Maintain (1) Universities, (2) Majors, (3) Skills, or (4) Job Locations?"
        TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE 1 TO MIN-VALUE-CHOICE.
    MOVE 4 TO MAX-VALUE-CHOICE.
    PERFORM CHOICE.
    EVALUATE WS-CHOICE
        WHEN 2
            MOVE "MAJR" TO WS-FIELD-TYPE
        WHEN 3
            MOVE "SKIL" TO WS-FIELD-TYPE
        WHEN 4
            MOVE "LOCN" TO WS-FIELD-TYPE
        WHEN OTHER
            MOVE "UNIV" TO WS-FIELD-TYPE
    END-EVALUATE.

    MOVE 1 TO MIN-VALUE-CHOICE.
    IF WS-FIELD-TYPE = "LOCN"
        MOVE "Action: (1) Add, (2) Deprecate, (3) Rename, (4) Add a spelling?"
            TO WS-MESSAGE
        MOVE 4 TO MAX-VALUE-CHOICE
    ELSE
        MOVE "Action: (1) Add, (2) Deprecate, (3) Rename?" TO WS-MESSAGE
        MOVE 3 TO MAX-VALUE-CHOICE
    END-IF.
    PERFORM DISPLAY-AND-LOG.
    PERFORM CHOICE.

    MOVE SPACES TO WS-LOOKUP-OLD.
    MOVE SPACES TO WS-LOOKUP-NEW.
    EVALUATE WS-CHOICE
        WHEN 1
                PERFORM CLOSE-PROGRAM
            END-IF
            MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-LOOKUP-NEW
            IF WS-FIELD-TYPE = "LOCN"
                PERFORM GET-LOCATION-DETAILS
            END-IF
        WHEN 2
            MOVE "DEPRECATE" TO WS-CONN-ACTION
            MOVE "Enter the entry to deprecate:" TO WS-MESSAGE
                PERFORM CLOSE-PROGRAM
            END-IF
            MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-LOOKUP-NEW
        WHEN 4
            MOVE "ALIAS" TO WS-CONN-ACTION
            MOVE "Enter the location as listed:" TO WS-MESSAGE
            PERFORM DISPLAY-AND-LOG
            PERFORM GET-REQUIRED-INPUT
            IF WS-END-FILE = 'Y'
                PERFORM CLOSE-PROGRAM
            END-IF
            MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-LOOKUP-OLD
            MOVE "Enter the other spelling that means the same place:"
                TO WS-MESSAGE
            PERFORM DISPLAY-AND-LOG
            PERFORM GET-REQUIRED-INPUT
            IF WS-END-FILE = 'Y'
                PERFORM CLOSE-PROGRAM
            END-IF
            MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-LOOKUP-NEW
    END-EVALUATE.

    IF WS-DRYRUN-MODE = 'Y'
            MOVE "That entry is already on the list." TO WS-MESSAGE
        WHEN 'F'
            MOVE "No list entry matches that spelling." TO WS-MESSAGE
        WHEN 'V'
            MOVE "A location needs a name, a region, ONSITE/HYBRID/REMOTE, and a city unless it is remote; spellings cannot contain ~ or ;."
                TO WS-MESSAGE
        WHEN OTHER
            MOVE "Unable to update the list right now." TO WS-MESSAGE
    END-EVALUATE.
    INITIALIZE WS-RETURN-CODE.
    EXIT.

*> The rest of a new locations.txt row after its name, built into
*> WS-LOOKUP-NEW as name~city~state~region~arrangement.
GET-LOCATION-DETAILS SECTION.
    MOVE "City (blank for a remote-only location):" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    PERFORM READ-FROM-INPUT-FILE.
    IF WS-END-FILE = 'Y'
        PERFORM CLOSE-PROGRAM
    END-IF.
    MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-LOC-CITY.

    MOVE "State:" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    PERFORM READ-FROM-INPUT-FILE.
    IF WS-END-FILE = 'Y'
        PERFORM CLOSE-PROGRAM
    END-IF.
    MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-LOC-STATE.

    MOVE "Region (e.g. Southwest, Northeast, Remote):" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    PERFORM GET-REQUIRED-INPUT.
    IF WS-END-FILE = 'Y'
        PERFORM CLOSE-PROGRAM
    END-IF.
    MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-LOC-REGION.

    MOVE "Is the work ONSITE, HYBRID, or REMOTE?" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    PERFORM GET-REQUIRED-INPUT.
    IF WS-END-FILE = 'Y'
        PERFORM CLOSE-PROGRAM
    END-IF.
    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(INPUT-RECORD)) TO WS-LOC-MODE.
    PERFORM UNTIL WS-LOC-MODE = "ONSITE" OR WS-LOC-MODE = "HYBRID"
              OR WS-LOC-MODE = "REMOTE"
        MOVE "Enter ONSITE, HYBRID, or REMOTE:" TO WS-MESSAGE
        PERFORM DISPLAY-AND-LOG-ERROR
        PERFORM GET-REQUIRED-INPUT
        IF WS-END-FILE = 'Y'
            PERFORM CLOSE-PROGRAM
        END-IF
        MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(INPUT-RECORD))
            TO WS-LOC-MODE
    END-PERFORM.

    MOVE SPACES TO WS-LOOKUP-OLD.
    STRING FUNCTION TRIM(WS-LOOKUP-NEW) "~" FUNCTION TRIM(WS-LOC-CITY) "~"
           FUNCTION TRIM(WS-LOC-STATE) "~" FUNCTION TRIM(WS-LOC-REGION) "~"
           FUNCTION TRIM(WS-LOC-MODE)
           DELIMITED BY SIZE INTO WS-LOOKUP-OLD.
    MOVE WS-LOOKUP-OLD TO WS-LOOKUP-NEW.
    MOVE SPACES TO WS-LOOKUP-OLD.
    EXIT.

*> Renames one account everywhere its username is a foreign key, and
*> points the operator at the before/after report it writes.
ADMIN-RENAME-ACCOUNT-FLOW SECTION.
    ELSE
        CALL "CLOSE-ACCOUNT" USING WS-TARGET-USER, WS-RETURN-CODE
    END-IF.
    EVALUATE WS-RETURN-CODE
        WHEN 'S'
            MOVE "Account closed and data files cleaned up." TO WS-MESSAGE
        WHEN 'H'
            MOVE "That account is under legal hold; it cannot be closed."
                TO WS-MESSAGE
        WHEN OTHER
            MOVE "No account with that username." TO WS-MESSAGE
    END-EVALUATE.
    PERFORM DISPLAY-AND-LOG.
    EXIT.

                             WS-FLAG-TARGET, WS-FLAG-REASON, WS-FLAG-NUM,
                             WS-RETURN-CODE.

    MOVE "(On a HELDMSG/HELDPOST flag, dismiss delivers the item; take down rejects it.)"
        TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE "Dismiss or take down a flag? (D/T/N):" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    PERFORM GET-REQUIRED-INPUT.
    MOVE "Account type: 1. ADMIN  2. STAFF (careers office, one campus)"
        TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE "              3. FACULTY (co-op advisor, one campus)"
        TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE 1 TO MIN-VALUE-CHOICE.
    MOVE 3 TO MAX-VALUE-CHOICE.
    PERFORM CHOICE.
    EVALUATE WS-CHOICE
        WHEN 2
            MOVE "STAFF" TO WS-STAFF-TYPE-WANTED
        WHEN 3
            MOVE "FACULTY" TO WS-STAFF-TYPE-WANTED
        WHEN OTHER
            MOVE "ADMIN" TO WS-STAFF-TYPE-WANTED
    END-EVALUATE.

    MOVE "New account's username:" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
                                     WS-RETURN-CODE, WS-PASSWORD-FAIL-REASON
    END-IF.

    *> A staff or faculty seat is only as wide as its campus; bind it
    *> now.
    IF WS-RETURN-CODE = 'S'
       AND (WS-STAFF-TYPE-WANTED = "STAFF"
            OR WS-STAFF-TYPE-WANTED = "FACULTY")
        MOVE "Which university do they coordinate for?" TO WS-MESSAGE
        PERFORM DISPLAY-AND-LOG
        PERFORM GET-REQUIRED-INPUT
    EXIT.

DISPLAY-MAIN-MENU SECTION.
    MOVE "HOME" TO WS-PERM-MENU.
    MOVE "MM-32" TO WS-MENU-EXIT-KEY.
    MOVE "Exit" TO WS-MENU-EXIT-TEXT.
    PERFORM SHOW-ROLE-MENU.
    EXIT.

PROCESS-MAIN-MENU-CHOICE SECTION.
    IF WS-MENU-ACTION = "EXIT"
        MOVE 'Y' TO WS-EXIT-FLAG
        MOVE "You quit successfully." TO WS-MESSAGE
        MOVE "QUIT-OK" TO WS-MSG-KEY
        PERFORM CATALOG-MESSAGE
        PERFORM DISPLAY-AND-LOG
        CLOSE INPUT-FILE, OUTPUT-FILE, ERROR-FILE
        STOP RUN
    END-IF.

    PERFORM RUN-MENU-ACTION.
    EXIT.

*> Every role's menu comes from the permission matrix: the actions
*> ROLE-PERMS grants this account type for WS-PERM-MENU, numbered in
*> matrix order, then the menu's own Exit/Go Back line last. The
*> chosen action code is left in WS-MENU-ACTION ("EXIT" for the last
*> line, spaces when input ran out).
SHOW-ROLE-MENU SECTION.
    PERFORM SET-PERM-ROLE.
    MOVE "LOAD" TO WS-PERM-ACTION.
    CALL "ROLE-PERMS" USING WS-PERM-ACTION, WS-USERNAME, WS-PERM-ROLE,
                             WS-PERM-MENU, WS-PERM-CODE, WS-PERM-LIST,
                             WS-PERM-RC.
    PERFORM VARYING WS-PERM-IDX FROM 1 BY 1
            UNTIL WS-PERM-IDX > WS-PERM-COUNT
        MOVE WS-PERM-ENTRY(WS-PERM-IDX) TO WS-PERM-CODE
        PERFORM MENU-LABEL-FOR-CODE
        MOVE WS-PERM-IDX TO WS-MENU-NUM
        PERFORM SHOW-MENU-LINE
    END-PERFORM.

    MOVE WS-MENU-EXIT-TEXT TO WS-MESSAGE.
    MOVE WS-MENU-EXIT-KEY TO WS-MSG-KEY.
    PERFORM CATALOG-MESSAGE.
    PERFORM STRIP-MENU-NUMBER.
    COMPUTE WS-MENU-NUM = WS-PERM-COUNT + 1.
    PERFORM SHOW-MENU-LINE.

    MOVE 1 TO MIN-VALUE-CHOICE.
    COMPUTE MAX-VALUE-CHOICE = WS-PERM-COUNT + 1.
    PERFORM CHOICE.

    EVALUATE TRUE
        WHEN WS-CHOICE < 1
            MOVE SPACES TO WS-MENU-ACTION
        WHEN WS-CHOICE > WS-PERM-COUNT
            MOVE "EXIT" TO WS-MENU-ACTION
        WHEN OTHER
            MOVE WS-PERM-ENTRY(WS-CHOICE) TO WS-MENU-ACTION
    END-EVALUATE.
    EXIT.

SET-PERM-ROLE SECTION.
    MOVE FUNCTION TRIM(WS-ACCOUNT-TYPE) TO WS-PERM-ROLE.
    IF WS-PERM-ROLE = SPACES
        MOVE "STUDENT" TO WS-PERM-ROLE
    END-IF.
    EXIT.

*> Label for WS-PERM-CODE in the user's language, without the number
*> the catalog row was written with.
MENU-LABEL-FOR-CODE SECTION.
    MOVE WS-PERM-CODE TO WS-MESSAGE.
    PERFORM VARYING WS-ML-IDX FROM 1 BY 1
            UNTIL WS-ML-IDX > 105
        IF WS-ML-CODE(WS-ML-IDX) = WS-PERM-CODE
            MOVE WS-ML-TEXT(WS-ML-IDX) TO WS-MESSAGE
        END-IF
    END-PERFORM.
    MOVE WS-PERM-CODE TO WS-MSG-KEY.
    PERFORM CATALOG-MESSAGE.
    PERFORM STRIP-MENU-NUMBER.
    EXIT.

STRIP-MENU-NUMBER SECTION.
    MOVE WS-MESSAGE TO WS-MENU-LABEL.
    IF WS-MESSAGE(1:1) IS NUMERIC
        IF WS-MESSAGE(2:2) = ". "
            MOVE WS-MESSAGE(4:) TO WS-MENU-LABEL
        ELSE
            IF WS-MESSAGE(2:1) IS NUMERIC AND WS-MESSAGE(3:2) = ". "
                MOVE WS-MESSAGE(5:) TO WS-MENU-LABEL
            END-IF
        END-IF
    END-IF.
    MOVE WS-MENU-LABEL TO WS-MESSAGE.
    EXIT.

SHOW-MENU-LINE SECTION.
    MOVE WS-MESSAGE TO WS-MENU-LABEL.
    INITIALIZE WS-MESSAGE.
    STRING FUNCTION TRIM(WS-MENU-NUM) ". " FUNCTION TRIM(WS-MENU-LABEL)
        DELIMITED BY SIZE INTO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    EXIT.

*> Runs the menu action in WS-MENU-ACTION -- but only after the
*> matrix confirms this role still holds it, so a revocation takes
*> hold on the very next choice.
RUN-MENU-ACTION SECTION.
    IF WS-MENU-ACTION = SPACES OR WS-MENU-ACTION = "EXIT"
        EXIT SECTION
    END-IF.
    PERFORM SET-PERM-ROLE.
    MOVE "CHECK" TO WS-PERM-ACTION.
    MOVE WS-MENU-ACTION TO WS-PERM-CODE.
    CALL "ROLE-PERMS" USING WS-PERM-ACTION, WS-USERNAME, WS-PERM-ROLE,
                             WS-PERM-MENU, WS-PERM-CODE, WS-PERM-LIST,
                             WS-PERM-RC.
    IF WS-PERM-RC NOT = 'S'
        MOVE "That option is not available to your account." TO WS-MESSAGE
        PERFORM DISPLAY-AND-LOG-ERROR
        EXIT SECTION
    END-IF.

    EVALUATE WS-MENU-ACTION
        WHEN "AD-01"
        WHEN "AD-02"
        WHEN "AD-03"
        WHEN "AD-04"
        WHEN "AD-05"
        WHEN "AD-06"
            MOVE WS-MENU-ACTION(4:2) TO WS-CHOICE
            PERFORM ADMIN-TARGETED-ACTION
        WHEN "AD-07"
            PERFORM MODERATION-QUEUE-FLOW
        WHEN "AD-08"
            PERFORM CREATE-ADMIN-ACCOUNT-FLOW
        WHEN "AD-09"
            PERFORM ADMIN-CLOSE-ACCOUNT-FLOW
        WHEN "AD-10"
            PERFORM ADMIN-RENAME-ACCOUNT-FLOW
        WHEN "AD-11"
            PERFORM LOOKUP-MAINT-FLOW
        WHEN "AD-12"
            PERFORM EMPLOYER-VERIFY-FLOW
        WHEN "AD-13"
            PERFORM ADMIN-SURVEYS-FLOW
        WHEN "AD-14"
            PERFORM POSTING-CREDITS-FLOW
        WHEN "AD-15"
            MOVE "MONTHLY" TO WS-JOB-ACTION
            CALL "TIMESHEETS" USING WS-USERNAME, WS-JOB-ACTION,
                                     WS-TS-STUDENT, WS-JOB-TITLE,
                                     WS-TS-WEEK, WS-TS-HOURS,
                                     WS-RETURN-CODE
            INITIALIZE WS-RETURN-CODE
        WHEN "AD-16"
            PERFORM POST-NOTICE-FLOW
        WHEN "AD-17"
            PERFORM PENDING-APPROVALS-FLOW
        WHEN "AD-18"
            PERFORM VIEW-AS-FLOW
        WHEN "AD-19"
            PERFORM TICKET-QUEUE-FLOW
        WHEN "AD-20"
            PERFORM DATA-EXPORT-FLOW
        WHEN "AD-21"
            MOVE "CLEAR" TO WS-MAINT-ACTION
            CALL "MAINT-MODE" USING WS-MAINT-ACTION, WS-MAINT-EST,
                                     WS-RETURN-CODE
            MOVE "Maintenance flag cleared." TO WS-MESSAGE
            MOVE "AD-MAINT-CLR" TO WS-MSG-KEY
            PERFORM CATALOG-MESSAGE
            PERFORM DISPLAY-AND-LOG
            INITIALIZE WS-RETURN-CODE
        WHEN "AD-22"
            PERFORM COOP-CREDIT-FEED-FLOW
        WHEN "AD-23"
            PERFORM PARTNERSHIP-FLOW
        WHEN "AD-24"
            PERFORM DISCLOSURE-REPORT-FLOW
        WHEN "AD-25"
            MOVE "REPORT" TO WS-JOB-ACTION
            CALL "DATA-CONSENT" USING WS-USERNAME, WS-JOB-ACTION,
                                       WS-CONSENT, WS-RETURN-CODE
            INITIALIZE WS-RETURN-CODE
        WHEN "AD-26"
            PERFORM LEGAL-HOLD-FLOW
        WHEN "AD-27"
            PERFORM COMPANY-MERGE-FLOW
        WHEN "AD-28"
            PERFORM FUNDING-SPONSORS-FLOW
        WHEN "AD-29"
            PERFORM KPI-TREND-FLOW
        WHEN "AD-30"
            PERFORM ADHOC-REPORT-FLOW
        WHEN "AD-PERM"
            PERFORM ROLE-PERMISSIONS-FLOW
        WHEN "SF-01"
            *> Scoped to the coordinator's own campus, per the staff
            *> role's charter.
            PERFORM WRITE-CAMPUS-SCOPE
            PERFORM WRITE-REGION-SCOPE
            CALL "PLACEMENT-REPORT"
            PERFORM CLEAR-CAMPUS-SCOPE
        WHEN "SF-02"
            PERFORM CAMPUS-EVENTS-FLOW
        WHEN "SF-03"
            PERFORM WRITE-CAMPUS-SCOPE
            MOVE "MATCH" TO WS-JOB-ACTION
            CALL "MENTORSHIP" USING WS-USERNAME, WS-JOB-ACTION,
                                     WS-MENTOR-ROLE, WS-MENTOR-AREA,
                                     WS-RETURN-CODE, WS-MENTOR-DETAIL
            PERFORM CLEAR-CAMPUS-SCOPE
            INITIALIZE WS-RETURN-CODE
        WHEN "SF-04"
            PERFORM STAFF-VIEW-ACCOUNT-FLOW
        WHEN "SF-05"
            PERFORM ADMIN-SURVEYS-FLOW
        WHEN "SF-06"
            PERFORM WRITE-CAMPUS-SCOPE
            CALL "EVENT-ATTENDANCE"
            PERFORM CLEAR-CAMPUS-SCOPE
        WHEN "SF-07"
            PERFORM STAFF-CO-CURRICULAR-FLOW
        WHEN "SF-08"
            MOVE "QUEUE" TO WS-JOB-ACTION
            CALL "CAMPUS-APPROVAL" USING WS-USERNAME, WS-JOB-ACTION,
                                          WS-CAMPUS-JOB-REF,
                                          WS-CAMPUS-REASON,
                                          WS-RETURN-CODE
            IF WS-RETURN-CODE NOT = 'S'
                MOVE "No campus is bound to your account." TO WS-MESSAGE
                PERFORM DISPLAY-AND-LOG-ERROR
            END-IF
        WHEN "SF-09"
            MOVE "APPROVE" TO WS-JOB-ACTION
            PERFORM CAMPUS-DECISION-FLOW
        WHEN "SF-10"
            MOVE "REJECT" TO WS-JOB-ACTION
            PERFORM CAMPUS-DECISION-FLOW
        WHEN "SF-11"
            PERFORM WRITE-CAMPUS-SCOPE
            CALL "OUTREACH-LIST"
            PERFORM CLEAR-CAMPUS-SCOPE
            MOVE "Outreach list written to InCollege-OutreachList.txt." TO WS-MESSAGE
            PERFORM DISPLAY-AND-LOG
        WHEN "SF-12"
            PERFORM WRITE-CAMPUS-SCOPE
            CALL "SALARY-OUTCOMES"
            PERFORM CLEAR-CAMPUS-SCOPE
            MOVE "Salary outcomes written to InCollege-SalaryReport.txt." TO WS-MESSAGE
            PERFORM DISPLAY-AND-LOG
        WHEN "SF-13"
            PERFORM MENTOR-CYCLE-FLOW
        WHEN "SF-14"
            MOVE "REPORT" TO WS-CONN-ACTION
            MOVE SPACES TO WS-SKILL-NAME
            PERFORM WRITE-CAMPUS-SCOPE
            CALL "SKILL-ASSESS" USING WS-USERNAME, WS-CONN-ACTION,
                WS-SKILL-NAME, WS-ASSESSMENT, WS-SKILL-RETURN-CODE
            PERFORM CLEAR-CAMPUS-SCOPE
            MOVE "Pass rates written to InCollege-SkillPassRate.txt."
                TO WS-MESSAGE
            PERFORM DISPLAY-AND-LOG
        WHEN "SF-15"
            PERFORM STAFF-PLACEMENT-EVAL-FLOW
        WHEN "SF-16"
            PERFORM WRITE-CAMPUS-SCOPE
            CALL "SKILLS-DEMAND"
            PERFORM CLEAR-CAMPUS-SCOPE
            MOVE "Skills demand report written to InCollege-SkillsDemand.txt."
                TO WS-MESSAGE
            PERFORM DISPLAY-AND-LOG
        WHEN "SF-17"
            PERFORM STAFF-ADVISING-FLOW
        WHEN "SF-18"
            PERFORM CASE-NOTES-FLOW
        WHEN "SF-19"
            MOVE 'Y' TO WS-FUNDING-STAFF
            PERFORM FUNDING-POSTER-FLOW
        WHEN "SF-20"
            PERFORM WRITE-CAMPUS-SCOPE
            CALL "EQUITY-REPORT"
            PERFORM CLEAR-CAMPUS-SCOPE
            MOVE "Applicant equity report written to InCollege-EquityReport.txt."
                TO WS-MESSAGE
            PERFORM DISPLAY-AND-LOG
        WHEN "SF-21"
            PERFORM CAMPUS-RESTRICT-FLOW
        WHEN "SF-22"
            PERFORM WRITE-CAMPUS-SCOPE
            CALL "KPI-TREND"
            PERFORM CLEAR-CAMPUS-SCOPE
            MOVE "KPI trend report written to InCollege-KPITrendReport.txt."
                TO WS-MESSAGE
            PERFORM DISPLAY-AND-LOG
        WHEN "SF-23"
            PERFORM ADHOC-REPORT-FLOW
        WHEN "FC-01"
            MOVE "PENDING" TO WS-JOB-ACTION
            CALL "COOP-CREDIT" USING WS-USERNAME, WS-JOB-ACTION,
                                      WS-TS-STUDENT, WS-JOB-TITLE,
                                      WS-COOP-COURSE, WS-RETURN-CODE
        WHEN "FC-02"
            MOVE "APPROVE" TO WS-JOB-ACTION
            PERFORM COOP-SIGNOFF-FLOW
        WHEN "FC-03"
            MOVE "DECLINE" TO WS-JOB-ACTION
            PERFORM COOP-SIGNOFF-FLOW
        WHEN "MM-01"
            PERFORM PROFILE-CREATION-FLOW
        WHEN "MM-02"
            PERFORM VIEW-PROFILE
        WHEN "MM-03"
            PERFORM SEARCH-JOB
        WHEN "MM-04"
            PERFORM FIND-SOMEONE
        WHEN "MM-05"
            PERFORM LEARN-SKILL
        WHEN "MM-06"
            PERFORM CHANGE-PASSWORD-FLOW
        WHEN "MM-07"
            PERFORM EXPORT-PROFILE-FLOW
        WHEN "MM-08"
            PERFORM SUGGEST-CONNECTIONS-FLOW
        WHEN "MM-09"
            PERFORM VIEW-PENDING-CONNECTIONS-FLOW
        WHEN "MM-10"
            PERFORM MY-NETWORK-FLOW
        WHEN "MM-11"
            PERFORM MESSAGES-FLOW
        WHEN "MM-12"
            CALL "JOB-MATCH" USING WS-USERNAME, WS-RETURN-CODE
            INITIALIZE WS-RETURN-CODE
        WHEN "MM-13"
            PERFORM CAMPUS-EVENTS-FLOW
        WHEN "MM-14"
            PERFORM POST-STATUS-UPDATE-FLOW
        WHEN "MM-15"
            PERFORM MENTORSHIP-FLOW
        WHEN "MM-16"
            CALL "PROFILE-VIEWS" USING WS-USERNAME, WS-RETURN-CODE
            INITIALIZE WS-RETURN-CODE
        WHEN "MM-17"
            PERFORM NOTIFICATION-SETTINGS-FLOW
        WHEN "MM-18"
            PERFORM REPORT-CONTENT-FLOW
        WHEN "MM-19"
            PERFORM CLOSE-MY-ACCOUNT-FLOW
        WHEN "MM-20"
            PERFORM MY-AGENDA-FLOW
        WHEN "MM-21"
            PERFORM ANSWER-SURVEYS-FLOW
        WHEN "MM-22"
            PERFORM REFERENCE-CHECKS-FLOW
        WHEN "MM-23"
            PERFORM ACCOUNT-ACTIVITY-FLOW
        WHEN "MM-24"
            PERFORM REPORT-PROBLEM-FLOW
        WHEN "MM-25"
            MOVE "MINE" TO WS-JOB-ACTION
            CALL "CO-CURRICULAR" USING WS-USERNAME, WS-JOB-ACTION,
                                        WS-TARGET-USER, WS-RETURN-CODE
            INITIALIZE WS-RETURN-CODE
        WHEN "MM-26"
            PERFORM EXPORT-AGENDA-FLOW
        WHEN "MM-27"
            PERFORM CREDENTIAL-CODES-FLOW
        WHEN "MM-28"
            INITIALIZE WS-DISCLOSURE
            MOVE "MINE" TO WS-JOB-ACTION
            CALL "DISCLOSURE-LOG" USING WS-USERNAME, WS-JOB-ACTION,
                                         WS-DISCLOSURE, WS-RETURN-CODE
            INITIALIZE WS-RETURN-CODE
        WHEN "MM-29"
            PERFORM CONSENT-FLOW
        WHEN "MM-30"
            PERFORM ADVISING-FLOW
        WHEN "MM-31"
            PERFORM FUNDING-FLOW
        WHEN "EJ-01"
            PERFORM POST-JOB-FLOW
        WHEN "EJ-02"
            PERFORM REVIEW-APPLICANTS-FLOW
        WHEN "EJ-03"
            PERFORM PROPOSE-INTERVIEW-FLOW
        WHEN "EJ-04"
            PERFORM LIST-INTERVIEWS-FLOW
        WHEN "EJ-05"
            PERFORM MY-COMPANY-PAGE-FLOW
        WHEN "EJ-06"
            PERFORM TALENT-SEARCH-FLOW
        WHEN "EJ-07"
            CALL "EMPLOYER-FUNNEL" USING WS-USERNAME, WS-RETURN-CODE
            INITIALIZE WS-RETURN-CODE
        WHEN "EJ-08"
            PERFORM EXTEND-OFFER-FLOW
        WHEN "EJ-09"
            PERFORM INTERVIEW-FEEDBACK-FLOW
        WHEN "EJ-10"
            PERFORM CANDIDATE-POOLS-FLOW
        WHEN "EJ-11"
            PERFORM MSG-TEMPLATES-FLOW
        WHEN "EJ-12"
            CALL "JOB-CONVERSION" USING WS-USERNAME, WS-RETURN-CODE
            INITIALIZE WS-RETURN-CODE
        WHEN "EJ-13"
            PERFORM TIMESHEET-SIGNOFF-FLOW
        WHEN "EJ-14"
            PERFORM VERIFY-CREDENTIAL-FLOW
        WHEN "EJ-15"
            PERFORM EMPLOYER-PLACEMENT-EVAL-FLOW
        WHEN "EJ-16"
            PERFORM PAST-POSTINGS-FLOW
        WHEN "EJ-17"
            MOVE 'N' TO WS-FUNDING-STAFF
            PERFORM FUNDING-POSTER-FLOW
    END-EVALUATE.
    EXIT.

*> Operations console view of the matrix: one role's actions, then an
*> optional grant or revoke. ROLE-PERMS audits the change.
ROLE-PERMISSIONS-FLOW SECTION.
    MOVE "--- Role Permissions ---" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE "Role (ADMIN, STAFF, FACULTY, STUDENT, EMPLOYER):" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    PERFORM GET-REQUIRED-INPUT.
    IF WS-END-FILE = 'Y'
        PERFORM CLOSE-PROGRAM
    END-IF.
    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(INPUT-RECORD)) TO WS-PERM-ROLE.

    MOVE "HOME" TO WS-PERM-MENU.
    PERFORM LIST-ROLE-ACTIONS.
    IF WS-PERM-ROLE = "EMPLOYER"
        MOVE "Jobs menu:" TO WS-MESSAGE
        PERFORM DISPLAY-AND-LOG
        MOVE "JOBS" TO WS-PERM-MENU
        PERFORM LIST-ROLE-ACTIONS
    END-IF.

    MOVE "Grant or revoke an action? (G/R/N):" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    PERFORM GET-REQUIRED-INPUT.
    IF WS-END-FILE = 'Y'
        PERFORM CLOSE-PROGRAM
    END-IF.
    EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(INPUT-RECORD))
        WHEN "G"
            MOVE "GRANT" TO WS-PERM-ACTION
        WHEN "R"
            MOVE "REVOKE" TO WS-PERM-ACTION
        WHEN OTHER
            EXIT SECTION
    END-EVALUATE.

    MOVE "Action code (e.g. AD-19):" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    PERFORM GET-REQUIRED-INPUT.
    IF WS-END-FILE = 'Y'
        PERFORM CLOSE-PROGRAM
    END-IF.
    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(INPUT-RECORD)) TO WS-PERM-CODE.

    IF WS-DRYRUN-MODE = 'Y'
        MOVE "would change the role permission matrix" TO WS-DRYRUN-TEXT
        PERFORM DRYRUN-NOTE
        MOVE 'S' TO WS-PERM-RC
    ELSE
        CALL "ROLE-PERMS" USING WS-PERM-ACTION, WS-USERNAME,
                                 WS-PERM-ROLE, WS-PERM-MENU,
                                 WS-PERM-CODE, WS-PERM-LIST, WS-PERM-RC
    END-IF.
    EVALUATE WS-PERM-RC
        WHEN 'S'
            MOVE "Permission updated." TO WS-MESSAGE
            PERFORM DISPLAY-AND-LOG
        WHEN 'A'
            MOVE "That role already has that action." TO WS-MESSAGE
            PERFORM DISPLAY-AND-LOG-ERROR
        WHEN 'N'
            MOVE "That role does not have that action." TO WS-MESSAGE
            PERFORM DISPLAY-AND-LOG-ERROR
        WHEN 'V'
            MOVE "Unknown role or action code." TO WS-MESSAGE
            PERFORM DISPLAY-AND-LOG-ERROR
        WHEN 'L'
            MOVE "ADMIN keeps Role Permissions; it cannot be revoked."
                TO WS-MESSAGE
            PERFORM DISPLAY-AND-LOG-ERROR
        WHEN OTHER
            MOVE "Unable to update the permission matrix right now."
                TO WS-MESSAGE
            PERFORM DISPLAY-AND-LOG-ERROR
    END-EVALUATE.
    EXIT.

LIST-ROLE-ACTIONS SECTION.
    MOVE "LOAD" TO WS-PERM-ACTION.
    CALL "ROLE-PERMS" USING WS-PERM-ACTION, WS-USERNAME, WS-PERM-ROLE,
                             WS-PERM-MENU, WS-PERM-CODE, WS-PERM-LIST,
                             WS-PERM-RC.
    IF WS-PERM-COUNT = 0
        MOVE "  (no actions)" TO WS-MESSAGE
        PERFORM DISPLAY-AND-LOG
    END-IF.
    PERFORM VARYING WS-PERM-IDX FROM 1 BY 1
            UNTIL WS-PERM-IDX > WS-PERM-COUNT
        MOVE WS-PERM-ENTRY(WS-PERM-IDX) TO WS-PERM-CODE
        PERFORM MENU-LABEL-FOR-CODE
        MOVE WS-MESSAGE TO WS-MENU-LABEL
        INITIALIZE WS-MESSAGE
        STRING "  " WS-PERM-CODE " " FUNCTION TRIM(WS-MENU-LABEL)
            DELIMITED BY SIZE INTO WS-MESSAGE
        PERFORM DISPLAY-AND-LOG
    END-PERFORM.
    EXIT.

*> Careers-office side of the yearly partner agreements: record a
*> company's term, look it up, or print the annual statement for the
*> renewal conversation.
PARTNERSHIP-FLOW SECTION.
    MOVE "1. Record an Agreement  2. View an Agreement  3. Annual Partner Statement" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE 1 TO MIN-VALUE-CHOICE.
    MOVE 3 TO MAX-VALUE-CHOICE.
    PERFORM CHOICE.

    MOVE "Company page name:" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    PERFORM GET-REQUIRED-INPUT.
    IF WS-END-FILE = 'Y'
        PERFORM CLOSE-PROGRAM
    END-IF.
    MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-PARTNER-COMPANY.
    INITIALIZE WS-PARTNER-AGREEMENT.

    IF WS-CHOICE = 2
        MOVE "VIEW" TO WS-JOB-ACTION
        CALL "PARTNERSHIP" USING WS-USERNAME, WS-JOB-ACTION,
                                  WS-PARTNER-COMPANY,
                                  WS-PARTNER-AGREEMENT, WS-RETURN-CODE
        INITIALIZE WS-RETURN-CODE
        EXIT SECTION
    END-IF.
    IF WS-CHOICE = 3
        MOVE "STATEMENT" TO WS-JOB-ACTION
        CALL "PARTNERSHIP" USING WS-USERNAME, WS-JOB-ACTION,
                                  WS-PARTNER-COMPANY,
                                  WS-PARTNER-AGREEMENT, WS-RETURN-CODE
        IF WS-RETURN-CODE = 'N'
            MOVE "No company page by that name." TO WS-MESSAGE
            PERFORM DISPLAY-AND-LOG-ERROR
        END-IF
        INITIALIZE WS-RETURN-CODE
        EXIT SECTION
    END-IF.

    MOVE "Tier (BRONZE, SILVER, GOLD, PLATINUM):" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    PERFORM GET-REQUIRED-INPUT.
    IF WS-END-FILE = 'Y'
        PERFORM CLOSE-PROGRAM
    END-IF.
    MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-PARTNER-TIER.

    MOVE "Start date (YYYYMMDD):" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    PERFORM GET-REQUIRED-INPUT.
    IF WS-END-FILE = 'Y'
        PERFORM CLOSE-PROGRAM
    END-IF.
    MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-PARTNER-START.

    MOVE "End date (YYYYMMDD):" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    PERFORM GET-REQUIRED-INPUT.
    IF WS-END-FILE = 'Y'
        PERFORM CLOSE-PROGRAM
    END-IF.
    MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-PARTNER-END.

    MOVE "Posting credits included:" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    PERFORM GET-REQUIRED-INPUT.
    IF WS-END-FILE = 'Y'
        PERFORM CLOSE-PROGRAM
    END-IF.
    IF FUNCTION TRIM(INPUT-RECORD) IS NUMERIC
        MOVE FUNCTION NUMVAL(INPUT-RECORD) TO WS-PARTNER-CREDITS
    ELSE
        MOVE 0 TO WS-PARTNER-CREDITS
    END-IF.

    MOVE "Partner contact name:" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    PERFORM GET-REQUIRED-INPUT.
    IF WS-END-FILE = 'Y'
        PERFORM CLOSE-PROGRAM
    END-IF.
    MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-PARTNER-CONTACT.

    MOVE "Partner contact email:" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    PERFORM GET-REQUIRED-INPUT.
    IF WS-END-FILE = 'Y'
        PERFORM CLOSE-PROGRAM
    END-IF.
    MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-PARTNER-EMAIL.

    MOVE "SET" TO WS-JOB-ACTION.
    IF WS-DRYRUN-MODE = 'Y'
        MOVE "would record the partnership agreement" TO WS-DRYRUN-TEXT
        PERFORM DRYRUN-NOTE
        MOVE 'S' TO WS-RETURN-CODE
    ELSE
        CALL "PARTNERSHIP" USING WS-USERNAME, WS-JOB-ACTION,
                                  WS-PARTNER-COMPANY,
                                  WS-PARTNER-AGREEMENT, WS-RETURN-CODE
    END-IF.
    EVALUATE WS-RETURN-CODE
        WHEN 'S'
            MOVE "Partnership agreement recorded." TO WS-MESSAGE
            PERFORM DISPLAY-AND-LOG
        WHEN 'N'
            MOVE "No company page by that name." TO WS-MESSAGE
            PERFORM DISPLAY-AND-LOG-ERROR
        WHEN 'T'
            MOVE "Tier must be BRONZE, SILVER, GOLD or PLATINUM." TO WS-MESSAGE
            PERFORM DISPLAY-AND-LOG-ERROR
        WHEN 'D'
            MOVE "Dates must be valid YYYYMMDD, with the end after the start." TO WS-MESSAGE
            PERFORM DISPLAY-AND-LOG-ERROR
        WHEN OTHER
            MOVE "Unable to record the agreement right now." TO WS-MESSAGE
            PERFORM DISPLAY-AND-LOG
    END-EVALUATE.
    INITIALIZE WS-RETURN-CODE.
    EXIT.

VIEW-PROFILE SECTION.
    IF WS-TRIGGER = '0'
       MOVE "---Your Profile---" TO WS-MESSAGE
       PERFORM DISPLAY-AND-LOG
       MOVE WS-USERNAME TO WS-VIEW-USER
    END-IF
    IF WS-TRIGGER = '1'
       MOVE "---Found User Profile---" TO WS-MESSAGE
       PERFORM DISPLAY-AND-LOG
       MOVE WS-RETURN-USER TO WS-VIEW-USER
       IF FUNCTION TRIM(WS-VIEW-USER) NOT = FUNCTION TRIM(WS-USERNAME)
           MOVE "MUTUAL" TO WS-CONN-ACTION
           CALL "CONNECTIONS" USING WS-CONN-ACTION, WS-USERNAME, WS-VIEW-USER,
                                     WS-RETURN-CODE, SPACES, WS-MUTUAL-COUNT,
                                     WS-NETWORK-LIST, WS-NETWORK-COUNT
           INITIALIZE WS-MESSAGE
           STRING FUNCTION TRIM(WS-MUTUAL-COUNT) DELIMITED BY SIZE
                  " mutual connection(s)" DELIMITED BY SIZE
                  INTO WS-MESSAGE
           PERFORM DISPLAY-AND-LOG
       END-IF
    END-IF
    CLOSE OUTPUT-FILE
    CALL "VIEW-PROFILE" USING WS-VIEW-USER, WS-PROFILE-DATA, WS-RETURN-CODE,
                              WS-USERNAME.

    OPEN EXTEND OUTPUT-FILE
    EVALUATE WS-RETURN-CODE
        WHEN 'S'
            *> Profile shown; now the question every student actually
            *> has -- who can introduce me? Up to three hops through
            *> the nightly connection index.
            IF WS-TRIGGER = '1'
    PERFORM DISPLAY-AND-LOG.
    MOVE "6. View Archived Mail" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE "7. My Scheduled Messages" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE "8. Folders and Filing Rules" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE "9. Go Back" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.

    MOVE 1 TO MIN-VALUE-CHOICE.
    MOVE 9 TO MAX-VALUE-CHOICE.
    PERFORM CHOICE.

    EVALUATE WS-CHOICE
            END-IF
            MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-BROADCAST-TEXT

            PERFORM PROMPT-FOR-DELIVER-AT

            IF WS-DRYRUN-MODE = 'Y'
                INITIALIZE WS-DRYRUN-TEXT
                IF WS-DELIVER-AT > SPACES
                    STRING "would schedule a message to '"
                           FUNCTION TRIM(WS-TARGET-USER) "' for "
                           WS-DELIVER-AT
                           DELIMITED BY SIZE INTO WS-DRYRUN-TEXT
                ELSE
                    STRING "would send a message to '"
                           FUNCTION TRIM(WS-TARGET-USER) "'"
                           DELIMITED BY SIZE INTO WS-DRYRUN-TEXT
                END-IF
                PERFORM DRYRUN-NOTE
                MOVE 'S' TO WS-RETURN-CODE
            ELSE
                IF WS-DELIVER-AT > SPACES
                    MOVE 'N' TO WS-SCHED-SKIP
                    PERFORM SCHEDULE-ONE-MESSAGE
                ELSE
                    CLOSE OUTPUT-FILE
                    CALL "SEND-MESSAGE" USING WS-USERNAME, WS-TARGET-USER,
                                               SPACES, WS-RETURN-CODE,
                                               WS-BROADCAST-TEXT
                    OPEN EXTEND OUTPUT-FILE
                END-IF
            END-IF
        WHEN 3
            PERFORM BROADCAST-MESSAGE-FLOW
                                       WS-RETURN-CODE, WS-MSG-KEYWORD
            OPEN EXTEND OUTPUT-FILE
        WHEN 7
            PERFORM SCHEDULED-MESSAGES-FLOW
        WHEN 8
            PERFORM MAIL-FOLDERS-FLOW
        WHEN 9
            CONTINUE
    END-EVALUATE.

    END-IF.
    MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-MSG-KEYWORD.

    *> Only someone who has made folders is asked which to look in.
    MOVE SPACES TO WS-MSG-FOLDER.
    MOVE "ANY" TO WS-MF-ACTION.
    CALL "MAIL-FOLDERS" USING WS-USERNAME, WS-MF-ACTION, WS-MF-FOLDER,
                               WS-MF-SENDER, WS-MF-STAMP, WS-MF-KIND,
                               WS-MF-VALUE, WS-RETURN-CODE.
    IF WS-RETURN-CODE = 'S'
        MOVE "Folder to search (Inbox, a folder name, or blank for all):"
            TO WS-MESSAGE
        PERFORM DISPLAY-AND-LOG
        PERFORM READ-FROM-INPUT-FILE
        IF WS-END-FILE = 'Y'
            PERFORM CLOSE-PROGRAM
        END-IF
        MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-MSG-FOLDER
    END-IF.

    IF WS-TARGET-USER = SPACES AND WS-MSG-KEYWORD = SPACES
       AND WS-MSG-FOLDER = SPACES
        MOVE "Enter a sender or a word to search for." TO WS-MESSAGE
        PERFORM DISPLAY-AND-LOG-ERROR
        EXIT SECTION
    MOVE "SEARCH" TO WS-CONN-ACTION.
    CLOSE OUTPUT-FILE.
    CALL "VIEW-MESSAGE" USING WS-USERNAME, WS-CONN-ACTION, WS-TARGET-USER,
                               WS-MSG-FOLDER, WS-RETURN-CODE, WS-MSG-KEYWORD.
    OPEN EXTEND OUTPUT-FILE.
    INITIALIZE WS-RETURN-CODE.
    EXIT.

*> Opt-in mentorship register plus the careers-office pairing pass
*> that introduces each open mentee to a same-major-or-school mentor.
*> Matched pairs log their meetings here for the cycle close-out.
MENTORSHIP-FLOW SECTION.
    MOVE "--- Mentorship Program ---" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    PERFORM DISPLAY-AND-LOG.
    MOVE "4. Run the Matching Pass (careers office)" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE "5. Log a Meeting with My Mentor/Mentee" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE "6. My Meeting Log" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE "7. Go Back" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.

    MOVE 1 TO MIN-VALUE-CHOICE.
    MOVE 7 TO MAX-VALUE-CHOICE.
    PERFORM CHOICE.

    EVALUATE WS-CHOICE
            MOVE "STATUS" TO WS-JOB-ACTION
            CALL "MENTORSHIP" USING WS-USERNAME, WS-JOB-ACTION,
                                     WS-MENTOR-ROLE, WS-MENTOR-AREA,
                                     WS-RETURN-CODE, WS-MENTOR-DETAIL
        WHEN 4
            MOVE "MATCH" TO WS-JOB-ACTION
            IF WS-DRYRUN-MODE = 'Y'
            ELSE
                CALL "MENTORSHIP" USING WS-USERNAME, WS-JOB-ACTION,
                                         WS-MENTOR-ROLE, WS-MENTOR-AREA,
                                         WS-RETURN-CODE, WS-MENTOR-DETAIL
            END-IF
        WHEN 5
            PERFORM MENTOR-MEETING-FLOW
        WHEN 6
            MOVE "MEETINGS" TO WS-JOB-ACTION
            CALL "MENTORSHIP" USING WS-USERNAME, WS-JOB-ACTION,
                                     WS-MENTOR-ROLE, WS-MENTOR-AREA,
                                     WS-RETURN-CODE, WS-MENTOR-DETAIL
        WHEN 7
            CONTINUE
    END-EVALUATE.
    INITIALIZE WS-RETURN-CODE.
        MOVE 'S' TO WS-RETURN-CODE
    ELSE
        CALL "MENTORSHIP" USING WS-USERNAME, WS-JOB-ACTION, WS-MENTOR-ROLE,
                                 WS-MENTOR-AREA, WS-RETURN-CODE,
                                 WS-MENTOR-DETAIL
    END-IF.

    EVALUATE WS-RETURN-CODE
    PERFORM DISPLAY-AND-LOG.
    EXIT.

*> A matched mentor or mentee records one meeting: when, how long,
*> and what it covered.
MENTOR-MEETING-FLOW SECTION.
    INITIALIZE WS-MENTOR-DETAIL.
    MOVE "Meeting date (YYYYMMDD):" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    PERFORM GET-REQUIRED-INPUT.
    IF WS-END-FILE = 'Y'
        PERFORM CLOSE-PROGRAM
    END-IF.
    MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-MD-DATE.
    PERFORM UNTIL WS-MD-DATE IS NUMERIC
              AND FUNCTION LENGTH(FUNCTION TRIM(WS-MD-DATE)) = 8
        MOVE "That is not a YYYYMMDD date. Meeting date:" TO WS-MESSAGE
        PERFORM DISPLAY-AND-LOG-ERROR
        PERFORM GET-REQUIRED-INPUT
        IF WS-END-FILE = 'Y'
            PERFORM CLOSE-PROGRAM
        END-IF
        MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-MD-DATE
    END-PERFORM.

    MOVE "How long did it last, in minutes?" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    PERFORM GET-REQUIRED-INPUT.
    IF WS-END-FILE = 'Y'
        PERFORM CLOSE-PROGRAM
    END-IF.
    PERFORM UNTIL FUNCTION TRIM(INPUT-RECORD) IS NUMERIC
              AND FUNCTION LENGTH(FUNCTION TRIM(INPUT-RECORD)) <= 3
        MOVE "Enter the length in whole minutes:" TO WS-MESSAGE
        PERFORM DISPLAY-AND-LOG-ERROR
        PERFORM GET-REQUIRED-INPUT
        IF WS-END-FILE = 'Y'
            PERFORM CLOSE-PROGRAM
        END-IF
    END-PERFORM.
    MOVE FUNCTION NUMVAL(INPUT-RECORD) TO WS-MD-MINUTES.

    MOVE "Topic (e.g. Resume review):" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    PERFORM READ-FROM-INPUT-FILE.
    IF WS-END-FILE = 'N'
        MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-MD-TOPIC
    END-IF.

    MOVE "LOGMEET" TO WS-JOB-ACTION.
    IF WS-DRYRUN-MODE = 'Y'
        MOVE "would log the mentorship meeting" TO WS-DRYRUN-TEXT
        PERFORM DRYRUN-NOTE
        MOVE 'S' TO WS-RETURN-CODE
    ELSE
        CALL "MENTORSHIP" USING WS-USERNAME, WS-JOB-ACTION,
                                 WS-MENTOR-ROLE, WS-MENTOR-AREA,
                                 WS-RETURN-CODE, WS-MENTOR-DETAIL
    END-IF.

    EVALUATE WS-RETURN-CODE
        WHEN 'S'
            MOVE "Meeting logged." TO WS-MESSAGE
            PERFORM DISPLAY-AND-LOG
        WHEN 'N'
            MOVE "You are not in a matched mentorship pair." TO WS-MESSAGE
            PERFORM DISPLAY-AND-LOG-ERROR
        WHEN 'D'
            MOVE "A meeting on that date is already on your pair's log."
                TO WS-MESSAGE
            PERFORM DISPLAY-AND-LOG-ERROR
        WHEN 'P'
            MOVE "The meeting date must be a real date, no later than today."
                TO WS-MESSAGE
            PERFORM DISPLAY-AND-LOG-ERROR
        WHEN 'T'
            MOVE "A meeting runs from 1 to 480 minutes." TO WS-MESSAGE
            PERFORM DISPLAY-AND-LOG-ERROR
        WHEN OTHER
            MOVE "Unable to log the meeting right now." TO WS-MESSAGE
            PERFORM DISPLAY-AND-LOG
    END-EVALUATE.
    INITIALIZE WS-RETURN-CODE.
    EXIT.

*> The careers office's side of a mentorship cycle: set its end date
*> and completion bar, close it out once it has ended (the nightly run
*> does this on its own), and pull the close-out report -- scoped to
*> the coordinator's campus like the other staff reports.
MENTOR-CYCLE-FLOW SECTION.
    INITIALIZE WS-MENTOR-DETAIL.
    MOVE "--- Mentorship Cycle ---" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE "1. Open a Cycle or Move Its End Date" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE "2. Close Out the Ended Cycle" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE "3. Close-Out Report (latest cycle)" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE "4. Go Back" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE 1 TO MIN-VALUE-CHOICE.
    MOVE 4 TO MAX-VALUE-CHOICE.
    PERFORM CHOICE.

    EVALUATE WS-CHOICE
        WHEN 1
            PERFORM MENTOR-SET-CYCLE-FLOW
        WHEN 2
            MOVE "CLOSEOUT" TO WS-JOB-ACTION
            IF WS-DRYRUN-MODE = 'Y'
                MOVE "would close out the mentorship cycle if it has ended"
                    TO WS-DRYRUN-TEXT
                PERFORM DRYRUN-NOTE
                MOVE 'S' TO WS-RETURN-CODE
            ELSE
                CALL "MENTORSHIP" USING WS-USERNAME, WS-JOB-ACTION,
                                         WS-MENTOR-ROLE, WS-MENTOR-AREA,
                                         WS-RETURN-CODE, WS-MENTOR-DETAIL
            END-IF
            EVALUATE WS-RETURN-CODE
                WHEN 'E'
                    INITIALIZE WS-MESSAGE
                    STRING "Cycle " FUNCTION TRIM(WS-MD-CYCLE)
                           " runs until " WS-MD-CYCLE-END
                           "; it cannot be closed out yet."
                           DELIMITED BY SIZE INTO WS-MESSAGE
                    PERFORM DISPLAY-AND-LOG-ERROR
                WHEN 'F'
                    MOVE "No mentorship cycle is open." TO WS-MESSAGE
                    PERFORM DISPLAY-AND-LOG-ERROR
                WHEN 'X'
                    MOVE "Unable to close out the cycle right now."
                        TO WS-MESSAGE
                    PERFORM DISPLAY-AND-LOG
            END-EVALUATE
        WHEN 3
            MOVE "REPORT" TO WS-JOB-ACTION
            PERFORM WRITE-CAMPUS-SCOPE
            CALL "MENTORSHIP" USING WS-USERNAME, WS-JOB-ACTION,
                                     WS-MENTOR-ROLE, WS-MENTOR-AREA,
                                     WS-RETURN-CODE, WS-MENTOR-DETAIL
            PERFORM CLEAR-CAMPUS-SCOPE
            IF WS-RETURN-CODE = 'S'
                MOVE "Close-out report written to InCollege-MentorCloseout.txt."
                    TO WS-MESSAGE
                PERFORM DISPLAY-AND-LOG
            ELSE
                MOVE "No mentorship cycle has been set up yet." TO WS-MESSAGE
                PERFORM DISPLAY-AND-LOG-ERROR
            END-IF
        WHEN 4
            CONTINUE
    END-EVALUATE.
    INITIALIZE WS-RETURN-CODE.
    EXIT.

MENTOR-SET-CYCLE-FLOW SECTION.
    MOVE "Cycle name (e.g. Fall 2026):" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    PERFORM GET-REQUIRED-INPUT.
    IF WS-END-FILE = 'Y'
        PERFORM CLOSE-PROGRAM
    END-IF.
    MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-MD-CYCLE.

    MOVE "Cycle end date (YYYYMMDD):" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    PERFORM GET-REQUIRED-INPUT.
    IF WS-END-FILE = 'Y'
        PERFORM CLOSE-PROGRAM
    END-IF.
    MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-MD-CYCLE-END.
    PERFORM UNTIL WS-MD-CYCLE-END IS NUMERIC
              AND FUNCTION LENGTH(FUNCTION TRIM(WS-MD-CYCLE-END)) = 8
        MOVE "That is not a YYYYMMDD date. Cycle end date:" TO WS-MESSAGE
        PERFORM DISPLAY-AND-LOG-ERROR
        PERFORM GET-REQUIRED-INPUT
        IF WS-END-FILE = 'Y'
            PERFORM CLOSE-PROGRAM
        END-IF
        MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-MD-CYCLE-END
    END-PERFORM.

    MOVE "Meetings a pair needs to complete (blank for the site default):"
        TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE 0 TO WS-MD-MIN-MEETINGS.
    PERFORM READ-FROM-INPUT-FILE.
    IF WS-END-FILE = 'N'
       AND FUNCTION TRIM(INPUT-RECORD) IS NUMERIC
       AND FUNCTION LENGTH(FUNCTION TRIM(INPUT-RECORD)) <= 2
        MOVE FUNCTION NUMVAL(INPUT-RECORD) TO WS-MD-MIN-MEETINGS
    END-IF.

    MOVE "SETCYCLE" TO WS-JOB-ACTION.
    IF WS-DRYRUN-MODE = 'Y'
        MOVE "would save the mentorship cycle" TO WS-DRYRUN-TEXT
        PERFORM DRYRUN-NOTE
        EXIT SECTION
    END-IF.
    CALL "MENTORSHIP" USING WS-USERNAME, WS-JOB-ACTION,
                             WS-MENTOR-ROLE, WS-MENTOR-AREA,
                             WS-RETURN-CODE, WS-MENTOR-DETAIL.

    EVALUATE WS-RETURN-CODE
        WHEN 'S'
            MOVE WS-MD-MIN-MEETINGS TO WS-DIGEST-NUM-TEXT
            INITIALIZE WS-MESSAGE
            STRING "Cycle " FUNCTION TRIM(WS-MD-CYCLE) " runs until "
                   WS-MD-CYCLE-END "; pairs complete with "
                   FUNCTION TRIM(WS-DIGEST-NUM-TEXT) " meeting(s)."
                   DELIMITED BY SIZE INTO WS-MESSAGE
            PERFORM DISPLAY-AND-LOG
        WHEN 'O'
            INITIALIZE WS-MESSAGE
            STRING "Cycle " FUNCTION TRIM(WS-MD-CYCLE)
                   " is still open (until " WS-MD-CYCLE-END
                   "); close it out first."
                   DELIMITED BY SIZE INTO WS-MESSAGE
            PERFORM DISPLAY-AND-LOG-ERROR
        WHEN 'D'
            MOVE "A closed cycle already has that name." TO WS-MESSAGE
            PERFORM DISPLAY-AND-LOG-ERROR
        WHEN 'P'
            MOVE "The end date must be a real date, today or later."
                TO WS-MESSAGE
            PERFORM DISPLAY-AND-LOG-ERROR
        WHEN OTHER
            MOVE "Unable to save the cycle right now." TO WS-MESSAGE
            PERFORM DISPLAY-AND-LOG
    END-EVALUATE.
    INITIALIZE WS-RETURN-CODE.
    EXIT.

*> Clubs: create or join a named group, see its members, and post to a
*> board only members can read -- unlike the network-wide broadcast,
*> which blasts everyone you know regardless of topic.
STUDENT-GROUPS-FLOW SECTION.
    MOVE "--- Student Groups ---" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE "1. List All Groups" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE "2. Create a Group" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE "3. Join a Group" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE "4. Leave a Group" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE "5. List a Group's Members" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE "6. Post to a Group Board" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE "7. Read a Group Board" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE "8. Approve a Pending Join (owner/moderator)" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE "9. Name a Moderator (owner)" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE "10. Remove a Member (owner/moderator)" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE "11. Delete a Board Post (owner/moderator)" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE "12. Go Back" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.

    MOVE 1 TO MIN-VALUE-CHOICE.
    MOVE 12 TO MAX-VALUE-CHOICE.
    PERFORM CHOICE.

    IF WS-CHOICE = 12
        EXIT SECTION
    END-IF.

    IF WS-CHOICE = 1
        MOVE "LISTALL" TO WS-JOB-ACTION
        CALL "GROUPS" USING WS-USERNAME, WS-JOB-ACTION, WS-GROUP-NAME,
                             WS-GROUP-DESC, WS-GROUP-POST,
                             WS-GROUP-TARGET, WS-RETURN-CODE
        INITIALIZE WS-RETURN-CODE
        EXIT SECTION
    END-IF.
                WHEN 'M'
                    MOVE "Only members can post to this board."
                        TO WS-MESSAGE
                WHEN 'H'
                    MOVE "Your post is being held for review by a moderator."
                        TO WS-MESSAGE
                WHEN OTHER
                    MOVE "Unable to post right now." TO WS-MESSAGE
            END-EVALUATE
    END-IF.
    MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-BROADCAST-TEXT.

    PERFORM PROMPT-FOR-DELIVER-AT.

    MOVE 0 TO WS-BROADCAST-SENT.
    MOVE 0 TO WS-BROADCAST-HELD.
    PERFORM VARYING WS-BROADCAST-INDEX FROM 1 BY 1
            UNTIL WS-BROADCAST-INDEX > WS-NETWORK-COUNT
        *> A connection who switched broadcasts off is skipped, not
                PERFORM DRYRUN-NOTE
                MOVE 'S' TO WS-RETURN-CODE
            ELSE
                IF WS-DELIVER-AT > SPACES
                    MOVE WS-NETWORK-USER(WS-BROADCAST-INDEX)
                        TO WS-TARGET-USER
                    MOVE 'B' TO WS-SCHED-SKIP
                    PERFORM SCHEDULE-ONE-MESSAGE
                ELSE
                    CLOSE OUTPUT-FILE
                    CALL "SEND-MESSAGE" USING WS-USERNAME,
                                               WS-NETWORK-USER(WS-BROADCAST-INDEX),
                                               "B", WS-RETURN-CODE,
                                               WS-BROADCAST-TEXT
                    OPEN EXTEND OUTPUT-FILE
                END-IF
            END-IF
            IF WS-RETURN-CODE = 'S'
                ADD 1 TO WS-BROADCAST-SENT
            END-IF
            IF WS-RETURN-CODE = 'H'
                ADD 1 TO WS-BROADCAST-HELD
            END-IF
        END-IF
    END-PERFORM.

    MOVE WS-BROADCAST-SENT TO WS-BROADCAST-NUM-TEXT.
    INITIALIZE WS-MESSAGE.
    IF WS-DELIVER-AT > SPACES
        STRING "Broadcast scheduled for " DELIMITED BY SIZE
               FUNCTION TRIM(WS-BROADCAST-NUM-TEXT) DELIMITED BY SIZE
               " of " DELIMITED BY SIZE
               FUNCTION TRIM(WS-NETWORK-COUNT) DELIMITED BY SIZE
               " connection(s)." DELIMITED BY SIZE
               INTO WS-MESSAGE
    ELSE
        STRING "Broadcast sent to " DELIMITED BY SIZE
               FUNCTION TRIM(WS-BROADCAST-NUM-TEXT) DELIMITED BY SIZE
               " of " DELIMITED BY SIZE
               FUNCTION TRIM(WS-NETWORK-COUNT) DELIMITED BY SIZE
               " connection(s)." DELIMITED BY SIZE
               INTO WS-MESSAGE
    END-IF.
    PERFORM DISPLAY-AND-LOG.
    IF WS-BROADCAST-HELD > 0
        MOVE WS-BROADCAST-HELD TO WS-BROADCAST-NUM-TEXT
        INITIALIZE WS-MESSAGE
        STRING FUNCTION TRIM(WS-BROADCAST-NUM-TEXT) DELIMITED BY SIZE
               " held for review by a moderator before delivery."
               DELIMITED BY SIZE INTO WS-MESSAGE
        PERFORM DISPLAY-AND-LOG
    END-IF.
    INITIALIZE WS-RETURN-CODE.
    EXIT.


*> Optional deliver-on for a message, broadcast, or template send.
*> Accepts "YYYYMMDD HHMM" (or with a colon, or run together) and
*> leaves the twelve digits in WS-DELIVER-AT; Enter sends right away.
*> MSG-SCHEDULE judges whether the moment is real and still ahead.
PROMPT-FOR-DELIVER-AT SECTION.
    MOVE SPACES TO WS-DELIVER-AT.
    MOVE "Deliver on (YYYYMMDD HHMM, optional, Enter to send now):"
        TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    PERFORM READ-FROM-INPUT-FILE.
    IF WS-END-FILE = 'Y'
        PERFORM CLOSE-PROGRAM
    END-IF.
    MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-DELIVER-INPUT.
    MOVE 0 TO WS-DELIVER-PTR.
    PERFORM VARYING WS-DELIVER-IDX FROM 1 BY 1
            UNTIL WS-DELIVER-IDX > 20
        IF WS-DELIVER-INPUT(WS-DELIVER-IDX:1) IS NUMERIC
           AND WS-DELIVER-PTR < 12
            ADD 1 TO WS-DELIVER-PTR
            MOVE WS-DELIVER-INPUT(WS-DELIVER-IDX:1)
                TO WS-DELIVER-AT(WS-DELIVER-PTR:1)
        END-IF
    END-PERFORM.
    *> Something was typed but not a usable date and time: keep it
    *> non-blank so the schedule call refuses it rather than the
    *> message quietly going out now.
    IF WS-DELIVER-INPUT > SPACES AND WS-DELIVER-PTR < 12
        MOVE "X" TO WS-DELIVER-AT
    END-IF.
    EXIT.

*> Holds WS-BROADCAST-TEXT for WS-TARGET-USER until WS-DELIVER-AT.
*> WS-SCHED-SKIP is what the immediate send would have passed.
SCHEDULE-ONE-MESSAGE SECTION.
    MOVE "QUEUE" TO WS-SCHED-ACTION.
    MOVE WS-BROADCAST-TEXT TO WS-SCHED-TEXT.
    CLOSE OUTPUT-FILE.
    CALL "MSG-SCHEDULE" USING WS-SCHED-ACTION, WS-USERNAME,
                               WS-TARGET-USER, WS-DELIVER-AT,
                               WS-SCHED-SKIP, WS-SCHED-TEXT,
                               WS-RETURN-CODE.
    OPEN EXTEND OUTPUT-FILE.
    IF WS-RETURN-CODE = 'D'
        MOVE "That delivery time isn't a future date and time (YYYYMMDD HHMM). Nothing was scheduled."
            TO WS-MESSAGE
        PERFORM DISPLAY-AND-LOG-ERROR
    END-IF.
    EXIT.

*> The caller's pending (and recently settled) scheduled sends, with
*> the chance to cancel one that hasn't gone out yet.
SCHEDULED-MESSAGES-FLOW SECTION.
    MOVE "LIST" TO WS-SCHED-ACTION.
    CLOSE OUTPUT-FILE.
    CALL "MSG-SCHEDULE" USING WS-SCHED-ACTION, WS-USERNAME, SPACES,
                               SPACES, SPACES, WS-SCHED-TEXT,
                               WS-RETURN-CODE.
    OPEN EXTEND OUTPUT-FILE.

    MOVE "Enter a scheduled message number to cancel (optional, Enter to keep them all):"
        TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    PERFORM READ-FROM-INPUT-FILE.
    IF WS-END-FILE = 'Y'
        PERFORM CLOSE-PROGRAM
    END-IF.
    IF FUNCTION TRIM(INPUT-RECORD) = SPACES
        EXIT SECTION
    END-IF.
    MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-SCHED-TEXT.

    IF WS-DRYRUN-MODE = 'Y'
        INITIALIZE WS-DRYRUN-TEXT
        STRING "would cancel scheduled message #"
               FUNCTION TRIM(WS-SCHED-TEXT)
               DELIMITED BY SIZE INTO WS-DRYRUN-TEXT
        PERFORM DRYRUN-NOTE
        EXIT SECTION
    END-IF.

    MOVE "CANCEL" TO WS-SCHED-ACTION.
    CALL "MSG-SCHEDULE" USING WS-SCHED-ACTION, WS-USERNAME, SPACES,
                               SPACES, SPACES, WS-SCHED-TEXT,
                               WS-RETURN-CODE.
    IF WS-RETURN-CODE = 'S'
        MOVE "Scheduled message cancelled." TO WS-MESSAGE
        PERFORM DISPLAY-AND-LOG
    ELSE
        MOVE "No pending scheduled message of yours has that number."
            TO WS-MESSAGE
        PERFORM DISPLAY-AND-LOG-ERROR
    END-IF.
    INITIALIZE WS-RETURN-CODE.
    EXIT.

*> Named folders for the inbox and the rules that file incoming mail
*> into them; MAIL-FOLDERS keeps both and SEND-MESSAGE applies the
*> rules as mail is delivered.
MAIL-FOLDERS-FLOW SECTION.
    MOVE "LIST" TO WS-MF-ACTION.
    CLOSE OUTPUT-FILE.
    CALL "MAIL-FOLDERS" USING WS-USERNAME, WS-MF-ACTION, WS-MF-FOLDER,
                               WS-MF-SENDER, WS-MF-STAMP, WS-MF-KIND,
                               WS-MF-VALUE, WS-RETURN-CODE.
    OPEN EXTEND OUTPUT-FILE.

    MOVE "1. Create a Folder" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE "2. Delete a Folder" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE "3. Move a Message to a Folder" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE "4. Add a Filing Rule" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE "5. Remove a Filing Rule" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE "6. Go Back" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.

    MOVE 1 TO MIN-VALUE-CHOICE.
    MOVE 6 TO MAX-VALUE-CHOICE.
    PERFORM CHOICE.
    IF WS-CHOICE = 6
        EXIT SECTION
    END-IF.

    MOVE SPACES TO WS-MF-SENDER, WS-MF-STAMP, WS-MF-KIND, WS-MF-VALUE.
    IF WS-CHOICE = 3
        MOVE "Sender of the message:" TO WS-MESSAGE
        PERFORM DISPLAY-AND-LOG
        PERFORM GET-REQUIRED-INPUT
        IF WS-END-FILE = 'Y'
            PERFORM CLOSE-PROGRAM
        END-IF
        MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-MF-SENDER
        MOVE "Sent time of the message (as shown, e.g. 20261015-09:30):"
            TO WS-MESSAGE
        PERFORM DISPLAY-AND-LOG
        PERFORM GET-REQUIRED-INPUT
        IF WS-END-FILE = 'Y'
            PERFORM CLOSE-PROGRAM
        END-IF
        MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-MF-STAMP
        MOVE "Move it to which folder (Inbox to take it out of one)?"
            TO WS-MESSAGE
    ELSE
        MOVE "Folder name (up to 20 characters):" TO WS-MESSAGE
    END-IF.
    PERFORM DISPLAY-AND-LOG.
    PERFORM GET-REQUIRED-INPUT.
    IF WS-END-FILE = 'Y'
        PERFORM CLOSE-PROGRAM
    END-IF.
    MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-MF-FOLDER.

    IF WS-CHOICE = 4 OR WS-CHOICE = 5
        MOVE "Rule type (SENDER, CONTAINS, BROADCAST, TEMPLATE):"
            TO WS-MESSAGE
        PERFORM DISPLAY-AND-LOG
        PERFORM GET-REQUIRED-INPUT
        IF WS-END-FILE = 'Y'
            PERFORM CLOSE-PROGRAM
        END-IF
        MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(INPUT-RECORD))
            TO WS-MF-KIND
        IF WS-MF-KIND = "SENDER" OR WS-MF-KIND = "CONTAINS"
            IF WS-MF-KIND = "SENDER"
                MOVE "Sender username:" TO WS-MESSAGE
            ELSE
                MOVE "Text to look for:" TO WS-MESSAGE
            END-IF
            PERFORM DISPLAY-AND-LOG
            PERFORM GET-REQUIRED-INPUT
            IF WS-END-FILE = 'Y'
                PERFORM CLOSE-PROGRAM
            END-IF
            MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-MF-VALUE
        END-IF
    END-IF.

    EVALUATE WS-CHOICE
        WHEN 1
            MOVE "CREATE" TO WS-MF-ACTION
        WHEN 2
            MOVE "DROP" TO WS-MF-ACTION
        WHEN 3
            MOVE "MOVE" TO WS-MF-ACTION
        WHEN 4
            MOVE "ADDRULE" TO WS-MF-ACTION
        WHEN 5
            MOVE "DROPRULE" TO WS-MF-ACTION
    END-EVALUATE.

    IF WS-DRYRUN-MODE = 'Y'
        INITIALIZE WS-DRYRUN-TEXT
        STRING "would update your folders (" FUNCTION TRIM(WS-MF-ACTION)
               " '" FUNCTION TRIM(WS-MF-FOLDER) "')"
               DELIMITED BY SIZE INTO WS-DRYRUN-TEXT
        PERFORM DRYRUN-NOTE
        EXIT SECTION
    END-IF.

    CALL "MAIL-FOLDERS" USING WS-USERNAME, WS-MF-ACTION, WS-MF-FOLDER,
                               WS-MF-SENDER, WS-MF-STAMP, WS-MF-KIND,
                               WS-MF-VALUE, WS-RETURN-CODE.
    EVALUATE WS-RETURN-CODE
        WHEN 'S'
            MOVE "Done." TO WS-MESSAGE
            PERFORM DISPLAY-AND-LOG
        WHEN 'D'
            MOVE "That already exists." TO WS-MESSAGE
            PERFORM DISPLAY-AND-LOG-ERROR
        WHEN 'N'
            MOVE "You have no folder by that name." TO WS-MESSAGE
            PERFORM DISPLAY-AND-LOG-ERROR
        WHEN 'V'
            MOVE "That folder name or rule isn't usable." TO WS-MESSAGE
            PERFORM DISPLAY-AND-LOG-ERROR
        WHEN 'C'
            MOVE "You already have the most folders allowed (20)."
                TO WS-MESSAGE
            PERFORM DISPLAY-AND-LOG-ERROR
        WHEN 'F'
            IF WS-CHOICE = 3
                MOVE "No message from that sender at that time is in your inbox."
                    TO WS-MESSAGE
            ELSE
                MOVE "That folder has no such rule." TO WS-MESSAGE
            END-IF
            PERFORM DISPLAY-AND-LOG-ERROR
        WHEN OTHER
            MOVE "Unable to update your folders right now." TO WS-MESSAGE
            PERFORM DISPLAY-AND-LOG-ERROR
    END-EVALUATE.
    INITIALIZE WS-RETURN-CODE.
    EXIT.

*> Session-start delivery pass: anything scheduled for a moment that
*> has now passed goes into its recipient's mailbox before this
*> user's inbox and digest are read.
DELIVER-SCHEDULED-MESSAGES SECTION.
    MOVE "DELIVER" TO WS-SCHED-ACTION.
    CALL "MSG-SCHEDULE" USING WS-SCHED-ACTION, WS-USERNAME, SPACES,
                               SPACES, SPACES, WS-SCHED-TEXT,
                               WS-RETURN-CODE.
    MOVE 'S' TO WS-RETURN-CODE.
    EXIT.

PROFILE-CREATION-FLOW SECTION.
    MOVE "--- Create/Edit Profile ---" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.

    *> A student who already has a profile gets the lighter edit path
    *> below instead of re-answering every question from scratch.
    PERFORM LOAD-CURRENT-PROFILE.

    IF WS-PROFILE-EXISTS = 'Y'
        PERFORM EDIT-PROFILE-FLOW
    ELSE
        PERFORM CREATE-NEW-PROFILE-FLOW
    END-IF.
    PERFORM JOB-PREFS-PROMPT.
    PERFORM WORK-AUTH-PROMPT.
    PERFORM SAVE-CHECKPOINT.
    EXIT.

*> The work-authorization answer postings that cannot sponsor are
*> checked against at apply time; asked once, then only on request.
WORK-AUTH-PROMPT SECTION.
    MOVE "GETAUTH" TO WS-JOB-ACTION.
    CALL "JOB-ELIGIBILITY" USING WS-USERNAME, WS-JOB-ACTION,
                                  WS-JQ-POSTER, WS-JQ-TITLE,
                                  WS-ELIG-GRAD-YEARS, WS-ELIG-MAJORS,
                                  WS-ELIG-SPONSOR, WS-ELIG-REASON,
                                  WS-RETURN-CODE.
    IF WS-RETURN-CODE = 'S'
        INITIALIZE WS-MESSAGE
        IF WS-ELIG-SPONSOR = 'Y'
            MOVE "Work authorization on file: you need employer sponsorship. Change it? (Y/N):"
                TO WS-MESSAGE
        ELSE
            MOVE "Work authorization on file: no sponsorship needed. Change it? (Y/N):"
                TO WS-MESSAGE
        END-IF
        PERFORM DISPLAY-AND-LOG
        PERFORM GET-REQUIRED-INPUT
        IF WS-END-FILE = 'Y'
            PERFORM CLOSE-PROGRAM
        END-IF
        IF FUNCTION TRIM(INPUT-RECORD) NOT = "Y"
           AND FUNCTION TRIM(INPUT-RECORD) NOT = "y"
            INITIALIZE WS-RETURN-CODE
            EXIT SECTION
        END-IF
    END-IF.

    MOVE "Will you now or in the future need employer sponsorship to work (e.g. a visa)? (Y/N):"
        TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    PERFORM GET-REQUIRED-INPUT.
    IF WS-END-FILE = 'Y'
        PERFORM CLOSE-PROGRAM
    END-IF.
    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(INPUT-RECORD))
        TO WS-ELIG-SPONSOR.
    PERFORM UNTIL WS-ELIG-SPONSOR = 'Y' OR WS-ELIG-SPONSOR = 'N'
        MOVE "Enter Y or N:" TO WS-MESSAGE
        PERFORM DISPLAY-AND-LOG-ERROR
        PERFORM GET-REQUIRED-INPUT
        IF WS-END-FILE = 'Y'
            PERFORM CLOSE-PROGRAM
        END-IF
        MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(INPUT-RECORD))
            TO WS-ELIG-SPONSOR
    END-PERFORM.

    MOVE "SETAUTH" TO WS-JOB-ACTION.
    IF WS-DRYRUN-MODE = 'Y'
        MOVE "would save the work-authorization answer" TO WS-DRYRUN-TEXT
        PERFORM DRYRUN-NOTE
        MOVE 'S' TO WS-RETURN-CODE
    ELSE
        CALL "JOB-ELIGIBILITY" USING WS-USERNAME, WS-JOB-ACTION,
                                      WS-JQ-POSTER, WS-JQ-TITLE,
                                      WS-ELIG-GRAD-YEARS,
                                      WS-ELIG-MAJORS, WS-ELIG-SPONSOR,
                                      WS-ELIG-REASON, WS-RETURN-CODE
    END-IF.
    IF WS-RETURN-CODE = 'S'
        MOVE "Work authorization saved." TO WS-MESSAGE
    ELSE
        MOVE "Unable to save your work authorization right now."
            TO WS-MESSAGE
    END-IF.
    PERFORM DISPLAY-AND-LOG.
    INITIALIZE WS-RETURN-CODE.
    EXIT.

*> What the student WANTS: seeking status, job types, locations, and
*> earliest start -- the half of matching a profile alone can't say.
JOB-PREFS-PROMPT SECTION.
    MOVE "Update your job-seeking preferences? (Y/N):" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    PERFORM GET-REQUIRED-INPUT.
    IF WS-END-FILE = 'Y'
        PERFORM CLOSE-PROGRAM
    END-IF.
    MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-INPUT-BUFFER.
    IF WS-INPUT-BUFFER NOT = "Y" AND WS-INPUT-BUFFER NOT = "y"
        EXIT SECTION
    END-IF.

    MOVE "SHOW" TO WS-JOB-ACTION.
    CALL "JOB-PREFS" USING WS-USERNAME, WS-JOB-ACTION, WS-PREF-SEEKING,
                            WS-PREF-TYPES, WS-PREF-LOCATIONS,
                            WS-PREF-START, WS-RETURN-CODE.

    MOVE "Are you actively looking right now? (Y/N):" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    PERFORM GET-REQUIRED-INPUT.
    IF WS-END-FILE = 'Y'
        PERFORM CLOSE-PROGRAM
    END-IF.
    MOVE 'N' TO WS-PREF-SEEKING.
    IF FUNCTION TRIM(INPUT-RECORD) = "Y"
       OR FUNCTION TRIM(INPUT-RECORD) = "y"
        MOVE 'Y' TO WS-PREF-SEEKING
    END-IF.

    MOVE "Wanted job types, ;-separated (internship;part-time;full-time), blank for any:"
        TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE SPACES TO WS-PREF-TYPES.
    PERFORM READ-FROM-INPUT-FILE.
    IF WS-END-FILE = 'N'
        MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-PREF-TYPES
    END-IF.

    MOVE "Preferred locations, ;-separated, blank for anywhere:"
        TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE SPACES TO WS-PREF-LOCATIONS.
    PERFORM READ-FROM-INPUT-FILE.
    IF WS-END-FILE = 'N'
        MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-PREF-LOCATIONS
    END-IF.

    MOVE "Earliest start date (YYYYMMDD, blank for any):" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE SPACES TO WS-PREF-START.
    PERFORM READ-FROM-INPUT-FILE.
    IF WS-END-FILE = 'N'
       AND FUNCTION TRIM(INPUT-RECORD) IS NUMERIC
        MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-PREF-START
    END-IF.

    MOVE "SET" TO WS-JOB-ACTION.
    IF WS-DRYRUN-MODE = 'Y'
        MOVE "would save the job preferences" TO WS-DRYRUN-TEXT
        PERFORM DRYRUN-NOTE
        MOVE 'S' TO WS-RETURN-CODE
    ELSE
        CALL "JOB-PREFS" USING WS-USERNAME, WS-JOB-ACTION,
                                WS-PREF-SEEKING, WS-PREF-TYPES,
                                WS-PREF-LOCATIONS, WS-PREF-START,
                                WS-RETURN-CODE
    END-IF.
    IF WS-RETURN-CODE = 'S'
        MOVE "Job preferences saved." TO WS-MESSAGE
    ELSE
        MOVE "Unable to save your preferences right now." TO WS-MESSAGE
    END-IF.
    PERFORM DISPLAY-AND-LOG.
    INITIALIZE WS-RETURN-CODE.
    EXIT.

LOAD-CURRENT-PROFILE SECTION.
    MOVE 'N' TO WS-PROFILE-EXISTS.
    CLOSE OUTPUT-FILE.
    CALL "VIEW-PROFILE" USING WS-USERNAME, WS-PROFILE-DATA, WS-RETURN-CODE,
                              WS-USERNAME.
    OPEN EXTEND OUTPUT-FILE.
    IF WS-RETURN-CODE = 'S'
        MOVE 'Y' TO WS-PROFILE-EXISTS
    END-IF.
    EXIT.

CREATE-NEW-PROFILE-FLOW SECTION.
CREATE-NEW-PROFILE-FLOW-START.

    INITIALIZE WS-PROFILE-DATA.

    *> Get Required Data: First Name
    MOVE "Enter First Name:" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    PERFORM GET-REQUIRED-INPUT.
    IF WS-END-FILE = 'Y'
        PERFORM CLOSE-PROGRAM
    END-IF.
    MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-FIRST-NAME.


    *> Get Required Data: Last Name
    MOVE "Enter Last Name:" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    PERFORM GET-REQUIRED-INPUT.
    IF WS-END-FILE = 'Y'
        PERFORM CLOSE-PROGRAM
    END-IF.
    MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-LAST-NAME.

    *> Get Required Data: University
    MOVE "Enter University/College Attended:" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    PERFORM GET-REQUIRED-INPUT.
    IF WS-END-FILE = 'Y'
        PERFORM CLOSE-PROGRAM
    END-IF.
    MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-UNIVERSITY.
    PERFORM VALIDATE-UNIVERSITY.

    *> Get Required Data: Major
    MOVE "Enter Major:" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    PERFORM GET-REQUIRED-INPUT.
    IF WS-END-FILE = 'Y'
        PERFORM CLOSE-PROGRAM
    END-IF.
    MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-MAJOR.
    PERFORM VALIDATE-MAJOR.

    *> Get Required Data: Graduation Year
    MOVE "Enter Graduation Year (YYYY):" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    PERFORM READ-FROM-INPUT-FILE.

    MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-GRAD-YEAR.
    IF WS-GRAD-YEAR IS NUMERIC
        MOVE WS-GRAD-YEAR TO WS-GRAD-YEAR-NUM
    ELSE
        MOVE 0 TO WS-GRAD-YEAR-NUM
    END-IF.

    PERFORM UNTIL FUNCTION TRIM(INPUT-RECORD) > SPACES
              AND WS-GRAD-YEAR IS NUMERIC
              AND FUNCTION LENGTH(WS-GRAD-YEAR) = 4
              AND WS-GRAD-YEAR-NUM >= WS-MIN-GRAD-YEAR
              AND WS-GRAD-YEAR-NUM <= WS-MAX-GRAD-YEAR

        INITIALIZE WS-MESSAGE
        STRING "Invalid year. Enter a year between "
               WS-MIN-GRAD-YEAR DELIMITED BY SIZE
               " and " DELIMITED BY SIZE
               WS-MAX-GRAD-YEAR DELIMITED BY SIZE
               "." DELIMITED BY SIZE
               INTO WS-MESSAGE
        PERFORM DISPLAY-AND-LOG-ERROR

        MOVE "Enter Graduation Year (YYYY):" TO WS-MESSAGE
        PERFORM DISPLAY-AND-LOG
        PERFORM READ-FROM-INPUT-FILE

        MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-GRAD-YEAR
        IF WS-GRAD-YEAR IS NUMERIC
            MOVE WS-GRAD-YEAR TO WS-GRAD-YEAR-NUM
        ELSE
            MOVE 0 TO WS-GRAD-YEAR-NUM
        END-IF
    END-PERFORM.

    *> Optional sanity-check against a typical 2-6 year program length
    PERFORM PROMPT-FOR-START-YEAR.

    *> Get Optional About Me
    MOVE "Enter About Me (optional, max 200 chars, enter blank line to skip):"
        TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    PERFORM READ-FROM-INPUT-FILE.
    MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-ABOUT-ME.

    *> Get Visibility
    PERFORM PROMPT-FOR-VISIBILITY.

    *> Get Experience
    PERFORM EDIT-EXPERIENCE-ENTRIES.

    *> Get Education
    PERFORM EDIT-EDUCATION-ENTRIES.

    *> Get Skills
    PERFORM EDIT-SKILLS-ENTRIES.

    *> Give the student one last look before this goes live.
    PERFORM DISPLAY-PROFILE-REVIEW.
    MOVE "Save this profile as shown above? (Y/N):" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    PERFORM READ-FROM-INPUT-FILE.
    IF WS-END-FILE = 'Y'
        PERFORM CLOSE-PROGRAM
    END-IF.
    MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-INPUT-BUFFER.
    IF WS-INPUT-BUFFER NOT = "Y" AND WS-INPUT-BUFFER NOT = "y"
        MOVE "Let's go through it again." TO WS-MESSAGE
        PERFORM DISPLAY-AND-LOG
        GO TO CREATE-NEW-PROFILE-FLOW-START
    END-IF.

    IF WS-DRYRUN-MODE = 'Y'
        INITIALIZE WS-DRYRUN-TEXT
        STRING "would save profile for '"
               FUNCTION TRIM(WS-USERNAME) "'"
               DELIMITED BY SIZE INTO WS-DRYRUN-TEXT
        PERFORM DRYRUN-NOTE
        MOVE 'S' TO WS-RETURN-CODE
    ELSE
        CALL "CREATE-PROFILE" USING WS-USERNAME, WS-PROFILE-DATA,
                                     WS-RETURN-CODE
    END-IF.

    EVALUATE WS-RETURN-CODE
        WHEN 'S'
            MOVE "Profile saved successfully!" TO WS-MESSAGE
        WHEN 'B'
            MOVE "Another session is saving profiles right now. Try again in a moment."
                TO WS-MESSAGE
        WHEN 'F'
            MOVE "Invalid data (Graduation Year). Profile not saved."
                TO WS-MESSAGE
        WHEN 'E'
            MOVE "Error occurred while saving profile." TO WS-MESSAGE
        WHEN OTHER
            MOVE "Unknown error saving profile." TO WS-MESSAGE
    END-EVALUATE.
    IF WS-RETURN-CODE = 'F'
        PERFORM DISPLAY-AND-LOG-ERROR
    ELSE
        PERFORM DISPLAY-AND-LOG
    END-IF.
    EXIT.

EDIT-EXPERIENCE-ENTRIES SECTION.
    MOVE 'N' TO WS-LOOP-FLAG.
    SET I TO 1.
    MOVE 0 TO WS-EXP-COUNT.
    PERFORM 9 TIMES
        IF WS-LOOP-FLAG = 'N'
            ADD 1 TO WS-EXP-COUNT
            MOVE WS-EXP-COUNT TO WS-EXP-DISPLAY-NUM

            INITIALIZE WS-MESSAGE
            MOVE "Add Experience (optional, max 9 entries. Enter 'DONE' to finish):" TO WS-MESSAGE
            PERFORM DISPLAY-AND-LOG
            PERFORM READ-FROM-INPUT-FILE
            MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-INPUT-BUFFER

            IF WS-INPUT-BUFFER = "DONE" OR WS-INPUT-BUFFER = " "
                MOVE 'Y' TO WS-LOOP-FLAG
                SUBTRACT 1 FROM WS-EXP-COUNT
            ELSE
                INITIALIZE WS-MESSAGE
                STRING "Experience #" WS-EXP-DISPLAY-NUM
        CALL "LOGIN" USING WS-USERNAME, WS-PASSWORD, WS-RETURN-CODE,
                            WS-LOCK-MINUTES, WS-ACCOUNT-TYPE

        *> ADMIN and STAFF accounts finish with a mailed one-time code.
        IF WS-RETURN-CODE = 'V'
            PERFORM STEP-UP-CODE-FLOW
        END-IF

        EVALUATE WS-RETURN-CODE
            WHEN 'S'
                MOVE "Login successful" TO WS-MESSAGE
            WHEN 'D'
                MOVE "This account has been disabled. Contact support."
                    TO WS-MESSAGE
            WHEN 'E'
                MOVE "That sign-in code has expired or was already used. Please sign in again."
                    TO WS-MESSAGE
            WHEN 'M'
                MOVE "No recovery email is on file to send a sign-in code to. Contact support."
                    TO WS-MESSAGE
            WHEN 'K'
                INITIALIZE WS-MESSAGE
                STRING "Too many failed attempts. This account is locked for "
                                   WS-NEW-PASSWORD, WS-RETURN-CODE,
                                   WS-ACCOUNT-TYPE.

    *> A reset does not skip the second factor: ADMIN and STAFF go
    *> through LOGIN with the new password and the mailed code.
    IF WS-RETURN-CODE = 'S'
       AND (FUNCTION TRIM(WS-ACCOUNT-TYPE) = "ADMIN"
            OR FUNCTION TRIM(WS-ACCOUNT-TYPE) = "STAFF")
        MOVE WS-NEW-PASSWORD TO WS-PASSWORD
        CALL "LOGIN" USING WS-USERNAME, WS-PASSWORD, WS-RETURN-CODE,
                            WS-LOCK-MINUTES, WS-ACCOUNT-TYPE
        IF WS-RETURN-CODE = 'V'
            PERFORM STEP-UP-CODE-FLOW
        END-IF
        IF WS-RETURN-CODE NOT = 'S'
            MOVE "Password reset, but the sign-in could not be completed. Please sign in again."
                TO WS-MESSAGE
            PERFORM DISPLAY-AND-LOG-ERROR
            CLOSE INPUT-FILE, OUTPUT-FILE, ERROR-FILE
            STOP RUN
        END-IF
    END-IF.

    EVALUATE WS-RETURN-CODE
        WHEN 'S'
            MOVE "Password reset. You are now signed in." TO WS-MESSAGE
            MOVE "FP-OK" TO WS-MSG-KEY
            PERFORM CATALOG-MESSAGE
            PERFORM DISPLAY-AND-LOG
        WHEN 'F'
            MOVE "Username and recovery email do not match our records."
                TO WS-MESSAGE
            PERFORM DISPLAY-AND-LOG-ERROR
            CLOSE INPUT-FILE, OUTPUT-FILE, ERROR-FILE
            STOP RUN
        WHEN 'V'
            MOVE "New password does not meet the required format." TO WS-MESSAGE
    END-EVALUATE.
    EXIT.

*> LOGIN came back 'V': a code is on its way to the recovery address.
*> Each wrong code counts toward the lockout, so this keeps asking only
*> while LOGIN says 'C'; anything else goes back to the caller.
STEP-UP-CODE-FLOW SECTION.
    MOVE "A sign-in code was sent to the recovery email on file."
        TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    PERFORM UNTIL WS-RETURN-CODE NOT = 'V' AND WS-RETURN-CODE NOT = 'C'
        IF WS-RETURN-CODE = 'C'
            MOVE "That sign-in code is not correct. Please try again."
                TO WS-MESSAGE
            PERFORM DISPLAY-AND-LOG
        END-IF
        MOVE "Enter sign-in code:" TO WS-MESSAGE
        PERFORM DISPLAY-AND-LOG
        PERFORM READ-FROM-INPUT-FILE
        MOVE SPACES TO WS-PASSWORD
        IF WS-END-FILE = 'N'
            MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-PASSWORD
        END-IF
        MOVE "STEPUP" TO WS-ACCOUNT-TYPE
        CALL "LOGIN" USING WS-USERNAME, WS-PASSWORD, WS-RETURN-CODE,
                            WS-LOCK-MINUTES, WS-ACCOUNT-TYPE
    END-PERFORM.
    EXIT.

CHANGE-PASSWORD-FLOW SECTION.
    MOVE "--- Change Password ---" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE "JOBS-TITLE" TO WS-MSG-KEY.
    PERFORM CATALOG-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE "JOBS" TO WS-PERM-MENU.
    MOVE "JM-BACK" TO WS-MENU-EXIT-KEY.
    MOVE "Go Back" TO WS-MENU-EXIT-TEXT.
    PERFORM SHOW-ROLE-MENU.

    IF WS-MENU-ACTION NOT = "EXIT"
        PERFORM RUN-MENU-ACTION
    END-IF.
    INITIALIZE WS-RETURN-CODE.
    EXIT.

    INITIALIZE WS-RETURN-CODE.
    EXIT.

*> The employer's postings JOB-HISTORY has moved out of jobs.txt, then
*> optionally one of them with its applicants. Read-only: a closed
*> posting's applications are not updated from here or anywhere else.
PAST-POSTINGS-FLOW SECTION.
    MOVE "VIEW" TO WS-JOB-ACTION.
    MOVE SPACES TO WS-CAMPUS-JOB-REF.
    CALL "JOB-HISTORY" USING WS-USERNAME, WS-JOB-ACTION,
                              WS-CAMPUS-JOB-REF, WS-RETURN-CODE.

    MOVE "Job ID to see its applicants (blank to go back):" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    PERFORM READ-FROM-INPUT-FILE.
    IF WS-END-FILE = 'Y'
        PERFORM CLOSE-PROGRAM
    END-IF.
    IF FUNCTION TRIM(INPUT-RECORD) = SPACES
        INITIALIZE WS-RETURN-CODE
        EXIT SECTION
    END-IF.
    MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-CAMPUS-JOB-REF.
    MOVE "SHOW" TO WS-JOB-ACTION.
    CALL "JOB-HISTORY" USING WS-USERNAME, WS-JOB-ACTION,
                              WS-CAMPUS-JOB-REF, WS-RETURN-CODE.
    EVALUATE WS-RETURN-CODE
        WHEN 'S'
            CONTINUE
        WHEN 'P'
            MOVE "That posting is not one of yours." TO WS-MESSAGE
            PERFORM DISPLAY-AND-LOG-ERROR
        WHEN OTHER
            MOVE "No closed posting in the history has that job ID."
                TO WS-MESSAGE
            PERFORM DISPLAY-AND-LOG-ERROR
    END-EVALUATE.
    INITIALIZE WS-RETURN-CODE.
    EXIT.

*> Walks the employer through BROWSE-JOB's applicant list for their own
*> postings, then lets them move one application along the review
*> pipeline (REVIEWED/INTERVIEWING/OFFERED/REJECTED) so the student can
                PERFORM PROMPT-FOR-START-DATE
        END-EVALUATE

        MOVE "SET" TO WS-JOB-ACTION
        IF WS-DRYRUN-MODE = 'Y'
            MOVE "would update the application status" TO WS-DRYRUN-TEXT
            PERFORM DRYRUN-NOTE
            MOVE 'S' TO WS-RETURN-CODE
        ELSE
            CALL "APPLICATION-STATUS" USING WS-USERNAME, WS-JOB-ACTION,
                                             WS-APPLICANT-USER, WS-JOB-TITLE,
                                             WS-NEW-APP-STATUS,
                                             WS-APP-START-DATE, WS-RETURN-CODE
        END-IF

        EVALUATE WS-RETURN-CODE
            WHEN 'S'
                MOVE "Application status updated." TO WS-MESSAGE
                PERFORM DISPLAY-AND-LOG
                MOVE "Send the applicant a templated message? (Y/N):"
                    TO WS-MESSAGE
                PERFORM DISPLAY-AND-LOG
                PERFORM GET-REQUIRED-INPUT
                IF WS-END-FILE = 'Y'
                    PERFORM CLOSE-PROGRAM
                END-IF
                MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-TEMP
                IF WS-TEMP = "Y" OR WS-TEMP = "y"
                    MOVE "Template name:" TO WS-MESSAGE
                    PERFORM DISPLAY-AND-LOG
                    PERFORM GET-REQUIRED-INPUT
                    IF WS-END-FILE = 'Y'
                        PERFORM CLOSE-PROGRAM
                    END-IF
                    MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-TPL-NAME
                    MOVE "SEND" TO WS-JOB-ACTION
                    CALL "MSG-TEMPLATES" USING WS-USERNAME, WS-JOB-ACTION,
                                                WS-TPL-NAME, WS-TPL-BODY,
                                                WS-APPLICANT-USER,
                                                WS-JOB-TITLE,
                                                WS-RETURN-CODE
                    IF WS-RETURN-CODE = 'S'
                        MOVE "Message sent." TO WS-MESSAGE
                    ELSE
                        MOVE "No template by that name, or the send failed."
                            TO WS-MESSAGE
                    END-IF
                    PERFORM DISPLAY-AND-LOG
                END-IF
            WHEN 'P'
                MOVE "You can only update applicants to your own postings."
                    TO WS-MESSAGE
                PERFORM DISPLAY-AND-LOG-ERROR
            WHEN 'F'
                MOVE "No matching application found." TO WS-MESSAGE
                PERFORM DISPLAY-AND-LOG-ERROR
            WHEN 'B'
                MOVE "Another session is updating applications right now. Try again in a moment."
                    TO WS-MESSAGE
                PERFORM DISPLAY-AND-LOG
            WHEN OTHER
                MOVE "Unable to update the application right now."
                    TO WS-MESSAGE
                PERFORM DISPLAY-AND-LOG
        END-EVALUATE
    END-IF.
    INITIALIZE WS-RETURN-CODE.
    EXIT.

*> A hire needs its start date on record for the careers-office
*> placement roll-up; insist on a well-formed YYYYMMDD.
PROMPT-FOR-START-DATE SECTION.
    MOVE "Enter the start date (YYYYMMDD):" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    PERFORM GET-REQUIRED-INPUT.
    IF WS-END-FILE = 'Y'
        PERFORM CLOSE-PROGRAM
    END-IF.
    MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-APP-START-DATE.
    PERFORM UNTIL WS-APP-START-DATE IS NUMERIC
              AND FUNCTION LENGTH(FUNCTION TRIM(WS-APP-START-DATE)) = 8
        MOVE "That is not a YYYYMMDD date. Enter the start date:"
            TO WS-MESSAGE
        PERFORM DISPLAY-AND-LOG-ERROR
        PERFORM GET-REQUIRED-INPUT
        IF WS-END-FILE = 'Y'
            PERFORM CLOSE-PROGRAM
        END-IF
        MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-APP-START-DATE
    END-PERFORM.
    EXIT.

*> Puts the offer itself on record -- terms, start date, response
*> deadline -- instead of leaving all of that to phone calls after the
*> pipeline shows OFFERED.
EXTEND-OFFER-FLOW SECTION.
    MOVE "Enter the applicant's username:" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    PERFORM GET-REQUIRED-INPUT.
    IF WS-END-FILE = 'Y'
        PERFORM CLOSE-PROGRAM
    END-IF.
    MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-APPLICANT-USER.

    MOVE "Enter the job title they applied to:" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    PERFORM GET-REQUIRED-INPUT.
    IF WS-END-FILE = 'Y'
        PERFORM CLOSE-PROGRAM
    END-IF.
    MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-JOB-TITLE.

    MOVE "Offer terms (blank uses the posting's salary):" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE SPACES TO WS-OFFER-TERMS.
    PERFORM READ-FROM-INPUT-FILE.
    IF WS-END-FILE = 'N'
        MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-OFFER-TERMS
    END-IF.

    PERFORM PROMPT-FOR-START-DATE.

    MOVE "Response deadline (YYYYMMDD, or a number of days):"
        TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    PERFORM GET-REQUIRED-INPUT.
    IF WS-END-FILE = 'Y'
        PERFORM CLOSE-PROGRAM
    END-IF.
    MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-OFFER-DEADLINE.
    PERFORM UNTIL FUNCTION TRIM(WS-OFFER-DEADLINE) IS NUMERIC
              AND (FUNCTION LENGTH(FUNCTION TRIM(WS-OFFER-DEADLINE)) = 8
                   OR FUNCTION LENGTH(FUNCTION TRIM(WS-OFFER-DEADLINE))
                      <= 3)
        MOVE "That is not a YYYYMMDD date or a number of days. Response deadline:"
            TO WS-MESSAGE
        PERFORM DISPLAY-AND-LOG-ERROR
        PERFORM GET-REQUIRED-INPUT
        IF WS-END-FILE = 'Y'
            PERFORM CLOSE-PROGRAM
        END-IF
        MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-OFFER-DEADLINE
    END-PERFORM.

    MOVE "EXTEND" TO WS-JOB-ACTION.
    IF WS-DRYRUN-MODE = 'Y'
        MOVE "would extend the offer" TO WS-DRYRUN-TEXT
        PERFORM DRYRUN-NOTE
        MOVE 'S' TO WS-RETURN-CODE
    ELSE
        CALL "OFFERS" USING WS-USERNAME, WS-JOB-ACTION, WS-APPLICANT-USER,
                             WS-JOB-TITLE, WS-OFFER-TERMS,
                             WS-APP-START-DATE, WS-OFFER-DEADLINE,
                             WS-RETURN-CODE
    END-IF.

    EVALUATE WS-RETURN-CODE
        WHEN 'S'
            MOVE "Offer extended. The applicant has been notified."
                TO WS-MESSAGE
            PERFORM DISPLAY-AND-LOG
            PERFORM SHOW-OFFER-DEADLINE
        WHEN 'R'
            MOVE "Offer extended. The applicant has been notified."
                TO WS-MESSAGE
            PERFORM DISPLAY-AND-LOG
            MOVE "That deadline fell on a campus closure day, so it moved to the next open day."
                TO WS-MESSAGE
            PERFORM DISPLAY-AND-LOG
            PERFORM SHOW-OFFER-DEADLINE
        WHEN 'P'
            MOVE "You can only extend offers on your own postings."
                TO WS-MESSAGE
            PERFORM DISPLAY-AND-LOG-ERROR
        WHEN 'A'
            MOVE "That person has not applied to that posting." TO WS-MESSAGE
            PERFORM DISPLAY-AND-LOG-ERROR
        WHEN OTHER
            MOVE "Unable to extend the offer right now." TO WS-MESSAGE
            PERFORM DISPLAY-AND-LOG
    END-EVALUATE.
    INITIALIZE WS-RETURN-CODE.
    EXIT.

SHOW-OFFER-DEADLINE SECTION.
    MOVE SPACES TO WS-MESSAGE.
    STRING "Response deadline: " WS-OFFER-DEADLINE
        DELIMITED BY SIZE INTO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    EXIT.

*> Saved employer messages with {FIRST}/{TITLE}/{DATE} merge fields,
*> expanded at send time -- the cure for the wrong-name embarrassment.
MSG-TEMPLATES-FLOW SECTION.
    MOVE "--- Message Templates ---" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE "1. List My Templates" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE "2. Save a Template" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE "3. Send a Templated Message" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE "4. Go Back" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.

    MOVE 1 TO MIN-VALUE-CHOICE.
    MOVE 4 TO MAX-VALUE-CHOICE.
    PERFORM CHOICE.

    EVALUATE WS-CHOICE
        WHEN 1
            MOVE "LIST" TO WS-JOB-ACTION
            CALL "MSG-TEMPLATES" USING WS-USERNAME, WS-JOB-ACTION,
                                        WS-TPL-NAME, WS-TPL-BODY,
                                        WS-APPLICANT-USER, WS-JOB-TITLE,
                                        WS-RETURN-CODE
        WHEN 2
            PERFORM SAVE-TEMPLATE-FLOW
        WHEN 3
            PERFORM SEND-TEMPLATE-FLOW
        WHEN 4
            CONTINUE
    END-EVALUATE.
    INITIALIZE WS-RETURN-CODE.
    EXIT.

SAVE-TEMPLATE-FLOW SECTION.
    MOVE "Template name:" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    PERFORM GET-REQUIRED-INPUT.
    IF WS-END-FILE = 'Y'
        PERFORM CLOSE-PROGRAM
    END-IF.
    MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-TPL-NAME.

    MOVE "Template text -- {FIRST}, {TITLE}, and {DATE} expand at send time:"
        TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    PERFORM GET-REQUIRED-INPUT.
    IF WS-END-FILE = 'Y'
        PERFORM CLOSE-PROGRAM
    END-IF.
    MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-TPL-BODY.

    MOVE "SAVE" TO WS-JOB-ACTION.
    IF WS-DRYRUN-MODE = 'Y'
        MOVE "would save the template" TO WS-DRYRUN-TEXT
        PERFORM DRYRUN-NOTE
        MOVE 'S' TO WS-RETURN-CODE
    ELSE
        CALL "MSG-TEMPLATES" USING WS-USERNAME, WS-JOB-ACTION,
                                    WS-TPL-NAME, WS-TPL-BODY,
                                    WS-APPLICANT-USER, WS-JOB-TITLE,
                                    WS-RETURN-CODE
    END-IF.
    IF WS-RETURN-CODE = 'S'
        MOVE "Template saved." TO WS-MESSAGE
    ELSE
        MOVE "Unable to save the template right now." TO WS-MESSAGE
    END-IF.
    PERFORM DISPLAY-AND-LOG.
    EXIT.

SEND-TEMPLATE-FLOW SECTION.
    MOVE "Template name:" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    PERFORM GET-REQUIRED-INPUT.
    IF WS-END-FILE = 'Y'
        PERFORM CLOSE-PROGRAM
    END-IF.
    MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-TPL-NAME.

    MOVE "Candidate's username:" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    PERFORM GET-REQUIRED-INPUT.
    IF WS-END-FILE = 'Y'
        PERFORM CLOSE-PROGRAM
    END-IF.
    MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-APPLICANT-USER.

    MOVE "Posting title (for {TITLE} and {DATE}):" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    PERFORM GET-REQUIRED-INPUT.
    IF WS-END-FILE = 'Y'
        PERFORM CLOSE-PROGRAM
    END-IF.
    MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-JOB-TITLE.

    PERFORM PROMPT-FOR-DELIVER-AT.
    IF WS-DELIVER-AT > SPACES
        MOVE "SENDLATER" TO WS-JOB-ACTION
        MOVE WS-DELIVER-AT TO WS-TPL-BODY
    ELSE
        MOVE "SEND" TO WS-JOB-ACTION
    END-IF.
    IF WS-DRYRUN-MODE = 'Y'
        MOVE "would send the templated message" TO WS-DRYRUN-TEXT
        PERFORM DRYRUN-NOTE
        MOVE 'S' TO WS-RETURN-CODE
    ELSE
        CLOSE OUTPUT-FILE
        CALL "MSG-TEMPLATES" USING WS-USERNAME, WS-JOB-ACTION,
                                    WS-TPL-NAME, WS-TPL-BODY,
                                    WS-APPLICANT-USER, WS-JOB-TITLE,
                                    WS-RETURN-CODE
        OPEN EXTEND OUTPUT-FILE
    END-IF.
    EVALUATE TRUE
        WHEN WS-RETURN-CODE = 'S' AND WS-JOB-ACTION = "SENDLATER"
            MOVE "Message scheduled." TO WS-MESSAGE
            PERFORM DISPLAY-AND-LOG
        WHEN WS-RETURN-CODE = 'S'
            MOVE "Message sent." TO WS-MESSAGE
            PERFORM DISPLAY-AND-LOG
        WHEN WS-RETURN-CODE = 'D'
            MOVE "That delivery time isn't a future date and time (YYYYMMDD HHMM). Nothing was scheduled."
                TO WS-MESSAGE
            PERFORM DISPLAY-AND-LOG-ERROR
        WHEN OTHER
            MOVE "No template by that name, or the send failed." TO WS-MESSAGE
            PERFORM DISPLAY-AND-LOG-ERROR
    END-EVALUATE.
    INITIALIZE WS-RETURN-CODE.
    EXIT.

*> Saved candidates out of talent search: named pools the recruiter
*> can review, prune, and message as one batch.
CANDIDATE-POOLS-FLOW SECTION.
    MOVE "--- Candidate Pools ---" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE "1. View My Pools" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE "2. Save a Candidate" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE "3. Remove a Candidate" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE "4. Message a Whole Pool" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE "5. Go Back" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.

    MOVE 1 TO MIN-VALUE-CHOICE.
    MOVE 5 TO MAX-VALUE-CHOICE.
    PERFORM CHOICE.

    IF WS-CHOICE = 5
        EXIT SECTION
    END-IF.

    IF WS-CHOICE = 1
        MOVE "LIST" TO WS-JOB-ACTION
        CALL "CANDIDATE-POOLS" USING WS-USERNAME, WS-JOB-ACTION,
                                      WS-POOL-NAME, WS-POOL-STUDENT,
                                      WS-POOL-TEXT, WS-RETURN-CODE
        INITIALIZE WS-RETURN-CODE
        EXIT SECTION
    END-IF.

    MOVE "Pool name:" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    PERFORM GET-REQUIRED-INPUT.
    IF WS-END-FILE = 'Y'
        PERFORM CLOSE-PROGRAM
    END-IF.
    MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-POOL-NAME.

    EVALUATE WS-CHOICE
        WHEN 2
            MOVE "Candidate's username:" TO WS-MESSAGE
            PERFORM DISPLAY-AND-LOG
            PERFORM GET-REQUIRED-INPUT
            IF WS-END-FILE = 'Y'
                PERFORM CLOSE-PROGRAM
            END-IF
            MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-POOL-STUDENT
            MOVE "ADD" TO WS-JOB-ACTION
            IF WS-DRYRUN-MODE = 'Y'
                MOVE "would save the candidate" TO WS-DRYRUN-TEXT
                PERFORM DRYRUN-NOTE
                MOVE 'S' TO WS-RETURN-CODE
            ELSE
                CALL "CANDIDATE-POOLS" USING WS-USERNAME, WS-JOB-ACTION,
                                              WS-POOL-NAME, WS-POOL-STUDENT,
                                              WS-POOL-TEXT, WS-RETURN-CODE
            END-IF
            EVALUATE WS-RETURN-CODE
                WHEN 'S'
                    MOVE "Candidate saved to the pool." TO WS-MESSAGE
                    PERFORM DISPLAY-AND-LOG
                WHEN 'D'
                    MOVE "That candidate is already in the pool." TO WS-MESSAGE
                    PERFORM DISPLAY-AND-LOG-ERROR
                WHEN OTHER
                    MOVE "Unable to save the candidate right now." TO WS-MESSAGE
                    PERFORM DISPLAY-AND-LOG
            END-EVALUATE
        WHEN 3
            MOVE "Candidate's username:" TO WS-MESSAGE
            PERFORM DISPLAY-AND-LOG
            PERFORM GET-REQUIRED-INPUT
            IF WS-END-FILE = 'Y'
                PERFORM CLOSE-PROGRAM
            END-IF
            MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-POOL-STUDENT
            MOVE "REMOVE" TO WS-JOB-ACTION
            IF WS-DRYRUN-MODE = 'Y'
                MOVE "would remove the candidate" TO WS-DRYRUN-TEXT
                PERFORM DRYRUN-NOTE
                MOVE 'S' TO WS-RETURN-CODE
            ELSE
                CALL "CANDIDATE-POOLS" USING WS-USERNAME, WS-JOB-ACTION,
                                              WS-POOL-NAME, WS-POOL-STUDENT,
                                              WS-POOL-TEXT, WS-RETURN-CODE
            END-IF
            IF WS-RETURN-CODE = 'S'
                MOVE "Candidate removed from the pool." TO WS-MESSAGE
                PERFORM DISPLAY-AND-LOG
            ELSE
                MOVE "No such candidate in that pool." TO WS-MESSAGE
                PERFORM DISPLAY-AND-LOG-ERROR
            END-IF
        WHEN 4
            MOVE "Message to send the whole pool (max 200 characters):"
                TO WS-MESSAGE
            PERFORM DISPLAY-AND-LOG
            PERFORM GET-REQUIRED-INPUT
            IF WS-END-FILE = 'Y'
                PERFORM CLOSE-PROGRAM
            END-IF
            MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-POOL-TEXT
            MOVE "MESSAGE" TO WS-JOB-ACTION
            IF WS-DRYRUN-MODE = 'Y'
                MOVE "would message the pool" TO WS-DRYRUN-TEXT
                PERFORM DRYRUN-NOTE
                MOVE 'S' TO WS-RETURN-CODE
            ELSE
                CALL "CANDIDATE-POOLS" USING WS-USERNAME, WS-JOB-ACTION,
                                              WS-POOL-NAME, WS-POOL-STUDENT,
                                              WS-POOL-TEXT, WS-RETURN-CODE
            END-IF
            IF WS-RETURN-CODE = 'S'
                MOVE "Message sent to every member of the pool." TO WS-MESSAGE
                PERFORM DISPLAY-AND-LOG
            ELSE
                MOVE "That pool is empty or does not exist." TO WS-MESSAGE
                PERFORM DISPLAY-AND-LOG-ERROR
            END-IF
    END-EVALUATE.
    INITIALIZE WS-RETURN-CODE.
    EXIT.

*> Post-interview scorecard: rating, strengths, concerns, and an
*> advance/hold/reject call, filed against the interviews.txt row so
*> the funnel stops being blind between INTERVIEWING and OFFERED.
INTERVIEW-FEEDBACK-FLOW SECTION.
    MOVE "Enter the applicant's username:" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    PERFORM GET-REQUIRED-INPUT.
    IF WS-END-FILE = 'Y'
        PERFORM CLOSE-PROGRAM
    END-IF.
    MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-APPLICANT-USER.

    MOVE "Enter the job title:" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    PERFORM GET-REQUIRED-INPUT.
    IF WS-END-FILE = 'Y'
        PERFORM CLOSE-PROGRAM
    END-IF.
    MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-JOB-TITLE.

    MOVE "Enter the interview time slot exactly as listed:" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    PERFORM GET-REQUIRED-INPUT.
    IF WS-END-FILE = 'Y'
        PERFORM CLOSE-PROGRAM
    END-IF.
    MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-INTERVIEW-SLOT.

    MOVE "Overall rating (1-5):" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    PERFORM GET-REQUIRED-INPUT.
    IF WS-END-FILE = 'Y'
        PERFORM CLOSE-PROGRAM
    END-IF.
    MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-FB-RATING.

    MOVE "Strengths observed:" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    PERFORM GET-REQUIRED-INPUT.
    IF WS-END-FILE = 'Y'
        PERFORM CLOSE-PROGRAM
    END-IF.
    MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-FB-STRENGTHS.

    MOVE "Concerns (or blank):" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE SPACES TO WS-FB-CONCERNS.
    PERFORM READ-FROM-INPUT-FILE.
    IF WS-END-FILE = 'N'
        MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-FB-CONCERNS
    END-IF.

    MOVE "Recommendation: 1. ADVANCE  2. HOLD  3. REJECT" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE 1 TO MIN-VALUE-CHOICE.
    MOVE 3 TO MAX-VALUE-CHOICE.
    PERFORM CHOICE.
    EVALUATE WS-CHOICE
        WHEN 1
            MOVE "ADVANCE" TO WS-FB-RECOMMEND
        WHEN 2
            MOVE "HOLD" TO WS-FB-RECOMMEND
        WHEN 3
            MOVE "REJECT" TO WS-FB-RECOMMEND
    END-EVALUATE.

    MOVE "RECORD" TO WS-JOB-ACTION.
    IF WS-DRYRUN-MODE = 'Y'
        MOVE "would record the interview scorecard" TO WS-DRYRUN-TEXT
        PERFORM DRYRUN-NOTE
        MOVE 'S' TO WS-RETURN-CODE
    ELSE
        CALL "IV-FEEDBACK" USING WS-USERNAME, WS-JOB-ACTION,
                                  WS-APPLICANT-USER, WS-JOB-TITLE,
                                  WS-INTERVIEW-SLOT, WS-FB-RATING,
                                  WS-FB-RECOMMEND, WS-FB-STRENGTHS,
                                  WS-FB-CONCERNS, WS-RETURN-CODE
    END-IF.

    EVALUATE WS-RETURN-CODE
        WHEN 'S'
            MOVE "Scorecard recorded." TO WS-MESSAGE
            PERFORM DISPLAY-AND-LOG
        WHEN 'A'
            MOVE "No interview of yours matches that applicant, title, and slot."
                TO WS-MESSAGE
            PERFORM DISPLAY-AND-LOG-ERROR
        WHEN 'D'
            MOVE "Feedback for that interview is already on file." TO WS-MESSAGE
            PERFORM DISPLAY-AND-LOG-ERROR
        WHEN 'R'
            MOVE "The rating must be a digit from 1 to 5." TO WS-MESSAGE
            PERFORM DISPLAY-AND-LOG-ERROR
        WHEN OTHER
            MOVE "Unable to record the scorecard right now." TO WS-MESSAGE
            PERFORM DISPLAY-AND-LOG
    END-EVALUATE.
    INITIALIZE WS-RETURN-CODE.
    EXIT.

*> Student answers an extended offer from the My Applications view;
*> an acceptance closes the posting and tells the other applicants.
RESPOND-TO-OFFER-FLOW SECTION.
    MOVE "Respond to an offer? (Y/N):" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    PERFORM GET-REQUIRED-INPUT.
    IF WS-END-FILE = 'Y'
        PERFORM CLOSE-PROGRAM
    END-IF.
    MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-INPUT-BUFFER.
    IF WS-INPUT-BUFFER NOT = "Y" AND WS-INPUT-BUFFER NOT = "y"
        EXIT SECTION
    END-IF.

    MOVE "Enter the employer's username:" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    PERFORM GET-REQUIRED-INPUT.
    IF WS-END-FILE = 'Y'
        PERFORM CLOSE-PROGRAM
    END-IF.
    MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-APPLICANT-USER.

    MOVE "Enter the job title:" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    PERFORM GET-REQUIRED-INPUT.
    IF WS-END-FILE = 'Y'
        PERFORM CLOSE-PROGRAM
    END-IF.
    MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-JOB-TITLE.

    MOVE "Accept or decline? (A/D):" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    PERFORM GET-REQUIRED-INPUT.
    IF WS-END-FILE = 'Y'
        PERFORM CLOSE-PROGRAM
    END-IF.
    MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-TEMP.
    IF WS-TEMP = "A" OR WS-TEMP = "a"
        MOVE "ACCEPT" TO WS-JOB-ACTION
    ELSE
        MOVE "DECLINE" TO WS-JOB-ACTION
    END-IF.

    IF WS-DRYRUN-MODE = 'Y'
        MOVE "would record the offer response" TO WS-DRYRUN-TEXT
        PERFORM DRYRUN-NOTE
        MOVE 'S' TO WS-RETURN-CODE
    ELSE
        CALL "OFFERS" USING WS-USERNAME, WS-JOB-ACTION, WS-APPLICANT-USER,
                             WS-JOB-TITLE, WS-OFFER-TERMS,
                             WS-APP-START-DATE, WS-OFFER-DEADLINE,
                             WS-RETURN-CODE
    END-IF.

    EVALUATE WS-RETURN-CODE
        WHEN 'S'
            IF WS-JOB-ACTION = "ACCEPT"
                MOVE "Offer accepted. Congratulations -- the posting is now closed."
                    TO WS-MESSAGE
            ELSE
                MOVE "Offer declined." TO WS-MESSAGE
            END-IF
            PERFORM DISPLAY-AND-LOG
        WHEN 'E'
            MOVE "That offer's response deadline has passed; it is now expired."
                TO WS-MESSAGE
            PERFORM DISPLAY-AND-LOG
        WHEN 'B'
            MOVE "Another session is updating offers right now. Try again in a moment."
                TO WS-MESSAGE
            PERFORM DISPLAY-AND-LOG
        WHEN OTHER
            MOVE "No extended offer matches that employer and title."
                TO WS-MESSAGE
            PERFORM DISPLAY-AND-LOG-ERROR
    END-EVALUATE.
    INITIALIZE WS-RETURN-CODE.
    EXIT.

STUDENT-JOB-MENU SECTION.
    MOVE "--- Jobs/Internships ---" TO WS-MESSAGE.
    MOVE "JOBS-TITLE" TO WS-MSG-KEY.
    PERFORM CATALOG-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE "1. Browse Jobs" TO WS-MESSAGE.
    MOVE "SJ-01" TO WS-MSG-KEY.
    PERFORM CATALOG-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE "2. Apply to a Job" TO WS-MESSAGE.
    MOVE "SJ-02" TO WS-MSG-KEY.
    PERFORM CATALOG-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE "3. My Applications" TO WS-MESSAGE.
    MOVE "SJ-03" TO WS-MSG-KEY.
    PERFORM CATALOG-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE "4. Withdraw an Application" TO WS-MESSAGE.
    MOVE "SJ-04" TO WS-MSG-KEY.
    PERFORM CATALOG-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE "5. Save a Job for Later" TO WS-MESSAGE.
    MOVE "SJ-05" TO WS-MSG-KEY.
    PERFORM CATALOG-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE "6. My Saved Jobs" TO WS-MESSAGE.
    MOVE "SJ-06" TO WS-MSG-KEY.
    PERFORM CATALOG-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE "7. My Interviews" TO WS-MESSAGE.
    MOVE "SJ-07" TO WS-MSG-KEY.
    PERFORM CATALOG-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE "8. Saved Searches" TO WS-MESSAGE.
    MOVE "SJ-08" TO WS-MSG-KEY.
    PERFORM CATALOG-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE "9. Company Pages" TO WS-MESSAGE.
    MOVE "SJ-09" TO WS-MSG-KEY.
    PERFORM CATALOG-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE "10. View Job Details" TO WS-MESSAGE.
    MOVE "SJ-10" TO WS-MSG-KEY.
    PERFORM CATALOG-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE "11. Open to Opportunities (on/off)" TO WS-MESSAGE.
    MOVE "SJ-11" TO WS-MSG-KEY.
    PERFORM CATALOG-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE "12. Share a Job with a Connection" TO WS-MESSAGE.
    MOVE "SJ-12" TO WS-MSG-KEY.
    PERFORM CATALOG-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE "13. Log Internship Hours" TO WS-MESSAGE.
    MOVE "SJ-13" TO WS-MSG-KEY.
    PERFORM CATALOG-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE "14. Refer a Connection to a Job" TO WS-MESSAGE.
    MOVE "SJ-14" TO WS-MSG-KEY.
    PERFORM CATALOG-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE "15. Placement Evaluation" TO WS-MESSAGE.
    MOVE "SJ-15" TO WS-MSG-KEY.
    PERFORM CATALOG-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE "16. Go Back" TO WS-MESSAGE.
    MOVE "JM-BACK" TO WS-MSG-KEY.
    PERFORM CATALOG-MESSAGE.
    PERFORM DISPLAY-AND-LOG.

    MOVE 1 TO MIN-VALUE-CHOICE.
    MOVE 16 TO MAX-VALUE-CHOICE.
    PERFORM CHOICE.

    EVALUATE WS-CHOICE
        WHEN 1
            PERFORM BROWSE-JOB-FLOW
        WHEN 2
            PERFORM APPLY-TO-JOB-FLOW
        WHEN 3
            PERFORM MY-APPLICATIONS-FLOW
        WHEN 4
            PERFORM WITHDRAW-APPLICATION-FLOW
        WHEN 5
            PERFORM SAVE-JOB-FLOW
        WHEN 6
            PERFORM VIEW-SAVED-JOBS-FLOW
        WHEN 7
            PERFORM MY-INTERVIEWS-FLOW
        WHEN 8
            PERFORM SAVED-SEARCHES-FLOW
        WHEN 9
            PERFORM COMPANY-PAGES-FLOW
        WHEN 10
            PERFORM VIEW-JOB-DETAILS-FLOW
        WHEN 11
            PERFORM OPPORTUNITY-TOGGLE-FLOW
        WHEN 12
            PERFORM SHARE-JOB-FLOW
        WHEN 13
            PERFORM LOG-HOURS-FLOW
        WHEN 14
            PERFORM REFER-JOB-FLOW
        WHEN 15
            PERFORM STUDENT-PLACEMENT-EVAL-FLOW
        WHEN 16
            CONTINUE
    END-EVALUATE.
    INITIALIZE WS-RETURN-CODE.
    EXIT.

*> Prompts for the number a posting carried in the last Browse Jobs
*> listing and hands it to the requested BROWSE-JOB action. Shared by
*> the apply, withdraw, and save flows, which differ only in action.
PROMPT-FOR-JOB-NUMBER SECTION.
    MOVE "Enter the job number from the listing:" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    PERFORM GET-REQUIRED-INPUT.
    IF WS-END-FILE = 'Y'
        PERFORM CLOSE-PROGRAM
    END-IF.
    IF FUNCTION TRIM(INPUT-RECORD) IS NUMERIC
        MOVE FUNCTION NUMVAL(INPUT-RECORD) TO WS-JOB-NUM
    ELSE
        MOVE 0 TO WS-JOB-NUM
    END-IF.
    EXIT.

*> Weekly co-op hours against the student's HIRED placement; the
*> supervising employer signs each week off before the registrar
*> counts it.
LOG-HOURS-FLOW SECTION.
    MOVE "MINE" TO WS-JOB-ACTION.
    CALL "TIMESHEETS" USING WS-USERNAME, WS-JOB-ACTION, WS-TS-STUDENT,
                             WS-JOB-TITLE, WS-TS-WEEK, WS-TS-HOURS,
                             WS-RETURN-CODE.

    MOVE "Log a week now? (Y/N):" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    PERFORM GET-REQUIRED-INPUT.
    IF WS-END-FILE = 'Y'
        PERFORM CLOSE-PROGRAM
    END-IF.
    IF FUNCTION TRIM(INPUT-RECORD) NOT = "Y"
       AND FUNCTION TRIM(INPUT-RECORD) NOT = "y"
        INITIALIZE WS-RETURN-CODE
        EXIT SECTION
    END-IF.

    MOVE "Placement's job title:" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    PERFORM GET-REQUIRED-INPUT.
    IF WS-END-FILE = 'Y'
        PERFORM CLOSE-PROGRAM
    END-IF.
    MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-JOB-TITLE.

    MOVE "Week ending (YYYYMMDD):" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    PERFORM GET-REQUIRED-INPUT.
    IF WS-END-FILE = 'Y'
        PERFORM CLOSE-PROGRAM
    END-IF.
    MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-TS-WEEK.

    MOVE "Hours worked that week:" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    PERFORM GET-REQUIRED-INPUT.
    IF WS-END-FILE = 'Y'
        PERFORM CLOSE-PROGRAM
    END-IF.
    MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-TS-HOURS.

    MOVE "LOG" TO WS-JOB-ACTION.
    IF WS-DRYRUN-MODE = 'Y'
        MOVE "would log the hours" TO WS-DRYRUN-TEXT
        PERFORM DRYRUN-NOTE
        MOVE 'S' TO WS-RETURN-CODE
    ELSE
        CALL "TIMESHEETS" USING WS-USERNAME, WS-JOB-ACTION,
                                 WS-TS-STUDENT, WS-JOB-TITLE,
                                 WS-TS-WEEK, WS-TS-HOURS,
                                 WS-RETURN-CODE
    END-IF.
    EVALUATE WS-RETURN-CODE
        WHEN 'S'
            MOVE "Hours logged; your supervisor will sign them off."
                TO WS-MESSAGE
            PERFORM DISPLAY-AND-LOG
        WHEN 'P'
            MOVE "No hired placement of yours matches that title."
                TO WS-MESSAGE
            PERFORM DISPLAY-AND-LOG-ERROR
        WHEN 'D'
            MOVE "You already logged that week." TO WS-MESSAGE
            PERFORM DISPLAY-AND-LOG-ERROR
        WHEN OTHER
            MOVE "Unable to log hours right now." TO WS-MESSAGE
            PERFORM DISPLAY-AND-LOG
    END-EVALUATE.
    INITIALIZE WS-RETURN-CODE.
    EXIT.

TIMESHEET-SIGNOFF-FLOW SECTION.
    MOVE "REVIEW" TO WS-JOB-ACTION.
    CALL "TIMESHEETS" USING WS-USERNAME, WS-JOB-ACTION, WS-TS-STUDENT,
                             WS-JOB-TITLE, WS-TS-WEEK, WS-TS-HOURS,
                             WS-RETURN-CODE.

    MOVE "Sign one off now? (Y/N):" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    PERFORM GET-REQUIRED-INPUT.
    IF WS-END-FILE = 'Y'
        PERFORM CLOSE-PROGRAM
    END-IF.
    IF FUNCTION TRIM(INPUT-RECORD) NOT = "Y"
       AND FUNCTION TRIM(INPUT-RECORD) NOT = "y"
        INITIALIZE WS-RETURN-CODE
        EXIT SECTION
    END-IF.

    MOVE "Student's username:" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    PERFORM GET-REQUIRED-INPUT.
    IF WS-END-FILE = 'Y'
        PERFORM CLOSE-PROGRAM
    END-IF.
    MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-TS-STUDENT.

    MOVE "Placement's job title:" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    PERFORM GET-REQUIRED-INPUT.
    IF WS-END-FILE = 'Y'
        PERFORM CLOSE-PROGRAM
    END-IF.
    MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-JOB-TITLE.

    MOVE "Week ending (YYYYMMDD):" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    PERFORM GET-REQUIRED-INPUT.
    IF WS-END-FILE = 'Y'
        PERFORM CLOSE-PROGRAM
    END-IF.
    MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-TS-WEEK.

    MOVE "Approve or dispute? (A/D):" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    PERFORM GET-REQUIRED-INPUT.
    IF WS-END-FILE = 'Y'
        PERFORM CLOSE-PROGRAM
    END-IF.
    IF FUNCTION TRIM(INPUT-RECORD) = "A"
       OR FUNCTION TRIM(INPUT-RECORD) = "a"
        MOVE "APPROVE" TO WS-JOB-ACTION
    ELSE
        MOVE "DISPUTE" TO WS-JOB-ACTION
    END-IF.

    IF WS-DRYRUN-MODE = 'Y'
        MOVE "would sign off the timesheet" TO WS-DRYRUN-TEXT
        PERFORM DRYRUN-NOTE
        MOVE 'S' TO WS-RETURN-CODE
    ELSE
        CALL "TIMESHEETS" USING WS-USERNAME, WS-JOB-ACTION,
                                 WS-TS-STUDENT, WS-JOB-TITLE,
                                 WS-TS-WEEK, WS-TS-HOURS,
                                 WS-RETURN-CODE
    END-IF.
    EVALUATE WS-RETURN-CODE
        WHEN 'S'
            MOVE "Timesheet updated." TO WS-MESSAGE
            PERFORM DISPLAY-AND-LOG
        WHEN 'P'
            MOVE "You do not supervise that placement." TO WS-MESSAGE
            PERFORM DISPLAY-AND-LOG-ERROR
        WHEN OTHER
            MOVE "No logged week matches that student, title, and date."
                TO WS-MESSAGE
            PERFORM DISPLAY-AND-LOG-ERROR
    END-EVALUATE.
    INITIALIZE WS-RETURN-CODE.
    EXIT.

*> The student's side of the end-of-placement evaluation: what is
*> due, then the rating of the placement itself.
STUDENT-PLACEMENT-EVAL-FLOW SECTION.
    MOVE "PENDING" TO WS-JOB-ACTION.
    CALL "PLACEMENT-EVAL" USING WS-USERNAME, WS-JOB-ACTION,
                                 WS-TS-STUDENT, WS-JOB-TITLE,
                                 WS-PE-RATING, WS-PE-TEXT,
                                 WS-RETURN-CODE.

    MOVE "Evaluate a placement now? (Y/N):" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    PERFORM GET-REQUIRED-INPUT.
    IF WS-END-FILE = 'Y'
        PERFORM CLOSE-PROGRAM
    END-IF.
    IF FUNCTION TRIM(INPUT-RECORD) NOT = "Y"
       AND FUNCTION TRIM(INPUT-RECORD) NOT = "y"
        INITIALIZE WS-RETURN-CODE
        EXIT SECTION
    END-IF.

    MOVE "Placement's job title:" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    PERFORM GET-REQUIRED-INPUT.
    IF WS-END-FILE = 'Y'
        PERFORM CLOSE-PROGRAM
    END-IF.
    MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-JOB-TITLE.
    MOVE "STUDENT" TO WS-JOB-ACTION.
    PERFORM PLACEMENT-EVAL-SUBMIT.
    EXIT.

*> The supervisor's side: what is due, rating a student, and setting
*> the real end date when it differs from the offer's.
EMPLOYER-PLACEMENT-EVAL-FLOW SECTION.
    MOVE "PENDING" TO WS-JOB-ACTION.
    CALL "PLACEMENT-EVAL" USING WS-USERNAME, WS-JOB-ACTION,
                                 WS-TS-STUDENT, WS-JOB-TITLE,
                                 WS-PE-RATING, WS-PE-TEXT,
                                 WS-RETURN-CODE.
    MOVE "1. Evaluate a Student" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE "2. Set a Placement's End Date" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE "3. Go Back" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE 1 TO MIN-VALUE-CHOICE.
    MOVE 3 TO MAX-VALUE-CHOICE.
    PERFORM CHOICE.
    IF WS-CHOICE = 3
        INITIALIZE WS-RETURN-CODE
        EXIT SECTION
    END-IF.

    MOVE "Student's username:" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    PERFORM GET-REQUIRED-INPUT.
    IF WS-END-FILE = 'Y'
        PERFORM CLOSE-PROGRAM
    END-IF.
    MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-TS-STUDENT.
    MOVE "Placement's job title:" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    PERFORM GET-REQUIRED-INPUT.
    IF WS-END-FILE = 'Y'
        PERFORM CLOSE-PROGRAM
    END-IF.
    MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-JOB-TITLE.

    IF WS-CHOICE = 1
        MOVE "SUPERVISOR" TO WS-JOB-ACTION
        PERFORM PLACEMENT-EVAL-SUBMIT
        EXIT SECTION
    END-IF.

    MOVE "Last day of the placement (YYYYMMDD):" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    PERFORM GET-REQUIRED-INPUT.
    IF WS-END-FILE = 'Y'
        PERFORM CLOSE-PROGRAM
    END-IF.
    MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-PE-TEXT.
    IF WS-DRYRUN-MODE = 'Y'
        MOVE "would set the placement's end date" TO WS-DRYRUN-TEXT
        PERFORM DRYRUN-NOTE
        EXIT SECTION
    END-IF.
    MOVE "SETEND" TO WS-JOB-ACTION.
    CALL "PLACEMENT-EVAL" USING WS-USERNAME, WS-JOB-ACTION,
                                 WS-TS-STUDENT, WS-JOB-TITLE,
                                 WS-PE-RATING, WS-PE-TEXT,
                                 WS-RETURN-CODE.
    EVALUATE WS-RETURN-CODE
        WHEN 'S'
            MOVE "End date recorded; evaluations open once it passes."
                TO WS-MESSAGE
            PERFORM DISPLAY-AND-LOG
        WHEN 'D'
            MOVE "That is not a YYYYMMDD date." TO WS-MESSAGE
            PERFORM DISPLAY-AND-LOG-ERROR
        WHEN OTHER
            MOVE "You do not supervise a hired placement by that student and title."
                TO WS-MESSAGE
            PERFORM DISPLAY-AND-LOG-ERROR
    END-EVALUATE.
    INITIALIZE WS-RETURN-CODE.
    EXIT.

*> Rating and comment for the evaluation named in WS-JOB-ACTION
*> (STUDENT or SUPERVISOR), shared by both sides.
PLACEMENT-EVAL-SUBMIT SECTION.
    MOVE "Rating, 1 (poor) to 5 (excellent):" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    PERFORM GET-REQUIRED-INPUT.
    IF WS-END-FILE = 'Y'
        PERFORM CLOSE-PROGRAM
    END-IF.
    MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-PE-RATING.
    IF FUNCTION TRIM(INPUT-RECORD) NOT = WS-PE-RATING
        MOVE SPACES TO WS-PE-RATING
    END-IF.
    MOVE "Comments (max 100 characters, blank for none):" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    PERFORM READ-FROM-INPUT-FILE.
    IF WS-END-FILE = 'Y'
        PERFORM CLOSE-PROGRAM
    END-IF.
    MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-PE-TEXT.

    IF WS-DRYRUN-MODE = 'Y'
        MOVE "would submit the placement evaluation" TO WS-DRYRUN-TEXT
        PERFORM DRYRUN-NOTE
        EXIT SECTION
    END-IF.
    CALL "PLACEMENT-EVAL" USING WS-USERNAME, WS-JOB-ACTION,
                                 WS-TS-STUDENT, WS-JOB-TITLE,
                                 WS-PE-RATING, WS-PE-TEXT,
                                 WS-RETURN-CODE.
    EVALUATE WS-RETURN-CODE
        WHEN 'S'
            MOVE "Evaluation submitted. Thank you." TO WS-MESSAGE
            PERFORM DISPLAY-AND-LOG
        WHEN 'E'
            MOVE "That placement has not ended yet." TO WS-MESSAGE
            PERFORM DISPLAY-AND-LOG-ERROR
        WHEN 'D'
            MOVE "That evaluation was already submitted." TO WS-MESSAGE
            PERFORM DISPLAY-AND-LOG-ERROR
        WHEN 'R'
            MOVE "The rating must be a whole number from 1 to 5."
                TO WS-MESSAGE
            PERFORM DISPLAY-AND-LOG-ERROR
        WHEN OTHER
            MOVE "No hired placement of yours matches that title."
                TO WS-MESSAGE
            IF WS-JOB-ACTION = "SUPERVISOR"
                MOVE "You do not supervise a hired placement by that student and title."
                    TO WS-MESSAGE
            END-IF
            PERFORM DISPLAY-AND-LOG-ERROR
    END-EVALUATE.
    INITIALIZE WS-RETURN-CODE.
    EXIT.

*> Careers-office view of the evaluations: student satisfaction per
*> employer, or one student's supervisor ratings (own campus only).
STAFF-PLACEMENT-EVAL-FLOW SECTION.
    MOVE "1. Employer Satisfaction Summary" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE "2. A Student's Supervisor Ratings" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE "3. Go Back" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE 1 TO MIN-VALUE-CHOICE.
    MOVE 3 TO MAX-VALUE-CHOICE.
    PERFORM CHOICE.
    EVALUATE WS-CHOICE
        WHEN 1
            MOVE "EMPLOYERS" TO WS-JOB-ACTION
            CALL "PLACEMENT-EVAL" USING WS-USERNAME, WS-JOB-ACTION,
                                         WS-TS-STUDENT, WS-JOB-TITLE,
                                         WS-PE-RATING, WS-PE-TEXT,
                                         WS-RETURN-CODE
            MOVE "Summary written to InCollege-PlacementEvalReport.txt."
                TO WS-MESSAGE
            PERFORM DISPLAY-AND-LOG
        WHEN 2
            MOVE "Student's username:" TO WS-MESSAGE
            PERFORM DISPLAY-AND-LOG
            PERFORM GET-REQUIRED-INPUT
            IF WS-END-FILE = 'Y'
                PERFORM CLOSE-PROGRAM
            END-IF
            MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-TS-STUDENT
            MOVE "RECORD" TO WS-JOB-ACTION
            CALL "PLACEMENT-EVAL" USING WS-USERNAME, WS-JOB-ACTION,
                                         WS-TS-STUDENT, WS-JOB-TITLE,
                                         WS-PE-RATING, WS-PE-TEXT,
                                         WS-RETURN-CODE
            EVALUATE WS-RETURN-CODE
                WHEN 'S'
                    CONTINUE
                WHEN 'O'
                    MOVE "That student is not at your campus." TO WS-MESSAGE
                    PERFORM DISPLAY-AND-LOG-ERROR
                WHEN OTHER
                    MOVE "No campus is bound to your account, or the student has no profile."
                        TO WS-MESSAGE
                    PERFORM DISPLAY-AND-LOG-ERROR
            END-EVALUATE
        WHEN 3
            CONTINUE
    END-EVALUATE.
    INITIALIZE WS-RETURN-CODE.
    EXIT.

*> A student's verification codes: one per credential they want an
*> employer to be able to confirm, listed with who has looked each
*> one up, and revocable at any time.
CREDENTIAL-CODES-FLOW SECTION.
    INITIALIZE WS-CREDENTIAL.
    MOVE "--- Credential Verification Codes ---" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE "1. Code for Approved Co-op Hours" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE "2. Code for a Placement (HIRED)" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE "3. Code for a Passed Skill Module" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE "4. Code for My Co-Curricular Record" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE "5. My Codes and Who Checked Them" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE "6. Revoke a Code" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE "7. Go Back" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE 1 TO MIN-VALUE-CHOICE.
    MOVE 7 TO MAX-VALUE-CHOICE.
    PERFORM CHOICE.

    EVALUATE WS-CHOICE
        WHEN 1
            MOVE "HOURS" TO WS-CR-TYPE
            MOVE "Placement's job title:" TO WS-MESSAGE
            PERFORM ISSUE-CREDENTIAL-FLOW
        WHEN 2
            MOVE "PLACEMENT" TO WS-CR-TYPE
            MOVE "Placement's job title:" TO WS-MESSAGE
            PERFORM ISSUE-CREDENTIAL-FLOW
        WHEN 3
            MOVE "SKILL" TO WS-CR-TYPE
            MOVE "Skill module (e.g. Resume Writing Basics):" TO WS-MESSAGE
            PERFORM ISSUE-CREDENTIAL-FLOW
        WHEN 4
            MOVE "RECORD" TO WS-CR-TYPE
            MOVE SPACES TO WS-MESSAGE
            PERFORM ISSUE-CREDENTIAL-FLOW
        WHEN 5
            MOVE "MINE" TO WS-JOB-ACTION
            CALL "CREDENTIAL-VERIFY" USING WS-USERNAME, WS-JOB-ACTION,
                                            WS-CREDENTIAL, WS-RETURN-CODE
        WHEN 6
            PERFORM REVOKE-CREDENTIAL-FLOW
        WHEN 7
            CONTINUE
    END-EVALUATE.
    INITIALIZE WS-RETURN-CODE.
    EXIT.

*> WS-MESSAGE holds the prompt for the credential's subject (spaces
*> when the credential type has none).
ISSUE-CREDENTIAL-FLOW SECTION.
    IF WS-MESSAGE NOT = SPACES
        PERFORM DISPLAY-AND-LOG
        PERFORM GET-REQUIRED-INPUT
        IF WS-END-FILE = 'Y'
            PERFORM CLOSE-PROGRAM
        END-IF
        MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-CR-SUBJECT
    END-IF.

    MOVE "ISSUE" TO WS-JOB-ACTION.
    IF WS-DRYRUN-MODE = 'Y'
        MOVE "would issue a verification code for the credential"
            TO WS-DRYRUN-TEXT
        PERFORM DRYRUN-NOTE
        EXIT SECTION
    END-IF.
    CALL "CREDENTIAL-VERIFY" USING WS-USERNAME, WS-JOB-ACTION,
                                    WS-CREDENTIAL, WS-RETURN-CODE.

    EVALUATE WS-RETURN-CODE
        WHEN 'S'
            INITIALIZE WS-MESSAGE
            STRING "Your verification code: " WS-CR-CODE
                   DELIMITED BY SIZE INTO WS-MESSAGE
            PERFORM DISPLAY-AND-LOG
            INITIALIZE WS-MESSAGE
            STRING "It certifies: " FUNCTION TRIM(WS-CR-STATEMENT)
                   DELIMITED BY SIZE INTO WS-MESSAGE
            PERFORM DISPLAY-AND-LOG
            MOVE "Give the code to an employer; they can check it from their jobs menu."
                TO WS-MESSAGE
            PERFORM DISPLAY-AND-LOG
        WHEN 'N'
            EVALUATE WS-CR-TYPE
                WHEN "HOURS"
                    MOVE "No approved hours are on record for that placement."
                        TO WS-MESSAGE
                WHEN "PLACEMENT"
                    MOVE "You have no HIRED placement with that title."
                        TO WS-MESSAGE
                WHEN "SKILL"
                    MOVE "You have not passed that skill module." TO WS-MESSAGE
                WHEN OTHER
                    MOVE "Your co-curricular record could not be built."
                        TO WS-MESSAGE
            END-EVALUATE
            PERFORM DISPLAY-AND-LOG-ERROR
        WHEN OTHER
            MOVE "Unable to issue a code right now." TO WS-MESSAGE
            PERFORM DISPLAY-AND-LOG
    END-EVALUATE.
    EXIT.

REVOKE-CREDENTIAL-FLOW SECTION.
    MOVE "Code to revoke (IC-XXXX-XXXX):" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    PERFORM GET-REQUIRED-INPUT.
    IF WS-END-FILE = 'Y'
        PERFORM CLOSE-PROGRAM
    END-IF.
    MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-CR-CODE.

    MOVE "REVOKE" TO WS-JOB-ACTION.
    IF WS-DRYRUN-MODE = 'Y'
        MOVE "would revoke the verification code" TO WS-DRYRUN-TEXT
        PERFORM DRYRUN-NOTE
        EXIT SECTION
    END-IF.
    CALL "CREDENTIAL-VERIFY" USING WS-USERNAME, WS-JOB-ACTION,
                                    WS-CREDENTIAL, WS-RETURN-CODE.

    EVALUATE WS-RETURN-CODE
        WHEN 'S'
            MOVE "Code revoked. Employers who enter it will be told so."
                TO WS-MESSAGE
            PERFORM DISPLAY-AND-LOG
        WHEN 'R'
            MOVE "That code is already revoked." TO WS-MESSAGE
            PERFORM DISPLAY-AND-LOG-ERROR
        WHEN OTHER
            MOVE "You have no code by that name." TO WS-MESSAGE
            PERFORM DISPLAY-AND-LOG-ERROR
    END-EVALUATE.
    EXIT.

*> Employer side: CREDENTIAL-VERIFY shows what the code certifies and
*> logs the lookup against the employer's name.
VERIFY-CREDENTIAL-FLOW SECTION.
    INITIALIZE WS-CREDENTIAL.
    MOVE "Verification code from the student (IC-XXXX-XXXX):"
        TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    PERFORM GET-REQUIRED-INPUT.
    IF WS-END-FILE = 'Y'
        PERFORM CLOSE-PROGRAM
    END-IF.
    MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-CR-CODE.
    MOVE "LOOKUP" TO WS-JOB-ACTION.
    CALL "CREDENTIAL-VERIFY" USING WS-USERNAME, WS-JOB-ACTION,
                                    WS-CREDENTIAL, WS-RETURN-CODE.
    INITIALIZE WS-RETURN-CODE.
    EXIT.

*> Everything on the disclosure ledger, grouped by the employer that
*> received it -- or just the one employer a complaint is about.
DISCLOSURE-REPORT-FLOW SECTION.
    INITIALIZE WS-DISCLOSURE.
    MOVE "Employer username (blank for all employers):" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    PERFORM READ-FROM-INPUT-FILE.
    IF WS-END-FILE = 'Y'
        PERFORM CLOSE-PROGRAM
    END-IF.
    MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-DSC-RECIPIENT.

    MOVE "REPORT" TO WS-JOB-ACTION.
    CALL "DISCLOSURE-LOG" USING WS-USERNAME, WS-JOB-ACTION,
                                 WS-DISCLOSURE, WS-RETURN-CODE.
    IF WS-RETURN-CODE = 'N'
        MOVE "No disclosures are on the ledger." TO WS-MESSAGE
        PERFORM DISPLAY-AND-LOG
    END-IF.
    INITIALIZE WS-RETURN-CODE.
    EXIT.

*> The student's three data-sharing consents, each switched on or
*> off on its own; DATA-CONSENT dates whichever one changes.
CONSENT-FLOW SECTION.
    MOVE "SHOW" TO WS-JOB-ACTION.
    CALL "DATA-CONSENT" USING WS-USERNAME, WS-JOB-ACTION,
                               WS-CONSENT, WS-RETURN-CODE.
    MOVE "1. Change Employer Candidate Search" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE "2. Change Partner Applicant-System Transfer" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE "3. Change Research and Warehouse Use" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE "4. Change Company-Page Alumni Listing" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE "5. Go Back" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE 1 TO MIN-VALUE-CHOICE.
    MOVE 5 TO MAX-VALUE-CHOICE.
    PERFORM CHOICE.
    IF WS-CHOICE = 5
        INITIALIZE WS-RETURN-CODE
        EXIT SECTION
    END-IF.

    MOVE "GET" TO WS-JOB-ACTION.
    CALL "DATA-CONSENT" USING WS-USERNAME, WS-JOB-ACTION,
                               WS-CONSENT, WS-RETURN-CODE.
    EVALUATE WS-CHOICE
        WHEN 1
            IF WS-CN-SEARCH = 'N'
                MOVE 'Y' TO WS-CN-SEARCH
            ELSE
                MOVE 'N' TO WS-CN-SEARCH
            END-IF
            MOVE WS-CN-SEARCH TO WS-CONSENT-NOW
        WHEN 2
            IF WS-CN-TRANSFER = 'N'
                MOVE 'Y' TO WS-CN-TRANSFER
            ELSE
                MOVE 'N' TO WS-CN-TRANSFER
            END-IF
            MOVE WS-CN-TRANSFER TO WS-CONSENT-NOW
        WHEN 3
            IF WS-CN-RESEARCH = 'N'
                MOVE 'Y' TO WS-CN-RESEARCH
            ELSE
                MOVE 'N' TO WS-CN-RESEARCH
            END-IF
            MOVE WS-CN-RESEARCH TO WS-CONSENT-NOW
        WHEN 4
            IF WS-CN-LISTING = 'N'
                MOVE 'Y' TO WS-CN-LISTING
            ELSE
                MOVE 'N' TO WS-CN-LISTING
            END-IF
            MOVE WS-CN-LISTING TO WS-CONSENT-NOW
    END-EVALUATE.

    MOVE "SET" TO WS-JOB-ACTION.
    IF WS-DRYRUN-MODE = 'Y'
        MOVE "would change the data sharing consent" TO WS-DRYRUN-TEXT
        PERFORM DRYRUN-NOTE
        EXIT SECTION
    END-IF.
    CALL "DATA-CONSENT" USING WS-USERNAME, WS-JOB-ACTION,
                               WS-CONSENT, WS-RETURN-CODE.
    IF WS-RETURN-CODE NOT = 'S'
        MOVE "Unable to save your choice right now." TO WS-MESSAGE
        PERFORM DISPLAY-AND-LOG-ERROR
    ELSE
        EVALUATE TRUE
            WHEN WS-CONSENT-NOW = 'N' AND WS-CHOICE = 4
                MOVE "Consent withdrawn. Company pages will no longer list you."
                    TO WS-MESSAGE
            WHEN WS-CONSENT-NOW = 'N'
                MOVE "Consent withdrawn. Your records will stop going there from the next run."
                    TO WS-MESSAGE
            WHEN OTHER
                MOVE "Consent given." TO WS-MESSAGE
        END-EVALUATE
        PERFORM DISPLAY-AND-LOG
    END-IF.
    INITIALIZE WS-RETURN-CODE.
    EXIT.

*> Careers-office advising appointments from the student side: see
*> the open slots at their campus, book one (one active booking per
*> type), move or give one back before the cancellation cut-off.
ADVISING-FLOW SECTION.
    INITIALIZE WS-APPOINTMENT.
    MOVE "--- Career Advising Appointments ---" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE "1. Open Appointment Slots" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE "2. Book a Slot" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE "3. Reschedule a Booking" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE "4. Cancel a Booking" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE "5. My Appointments" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE "6. Go Back" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE 1 TO MIN-VALUE-CHOICE.
    MOVE 6 TO MAX-VALUE-CHOICE.
    PERFORM CHOICE.

    EVALUATE WS-CHOICE
        WHEN 1
            MOVE 4 TO MAX-VALUE-CHOICE
            PERFORM ADVISING-TYPE-CHOICE
            MOVE "OPEN" TO WS-JOB-ACTION
            CALL "ADVISING" USING WS-USERNAME, WS-JOB-ACTION,
                                   WS-APPOINTMENT, WS-RETURN-CODE
            IF WS-RETURN-CODE = 'F'
                MOVE "Add your university to your profile to see its advising slots."
                    TO WS-MESSAGE
                PERFORM DISPLAY-AND-LOG-ERROR
            END-IF
        WHEN 2
            PERFORM ADVISING-BOOK-FLOW
        WHEN 3
            PERFORM ADVISING-RESCHEDULE-FLOW
        WHEN 4
            PERFORM ADVISING-CANCEL-FLOW
        WHEN 5
            MOVE "MINE" TO WS-JOB-ACTION
            CALL "ADVISING" USING WS-USERNAME, WS-JOB-ACTION,
                                   WS-APPOINTMENT, WS-RETURN-CODE
        WHEN 6
            CONTINUE
    END-EVALUATE.
    INITIALIZE WS-RETURN-CODE.
    EXIT.

*> Caller sets MAX-VALUE-CHOICE: 3 for a type that must be given,
*> 4 to offer "any type" (WS-AP-TYPE left blank).
ADVISING-TYPE-CHOICE SECTION.
    MOVE "1. Resume Review" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE "2. Mock Interview" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE "3. General Advising" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    IF MAX-VALUE-CHOICE = 4
        MOVE "4. Any Type" TO WS-MESSAGE
        PERFORM DISPLAY-AND-LOG
    END-IF.
    MOVE 1 TO MIN-VALUE-CHOICE.
    PERFORM CHOICE.
    EVALUATE WS-CHOICE
        WHEN 1
            MOVE "RESUME" TO WS-AP-TYPE
        WHEN 2
            MOVE "MOCK" TO WS-AP-TYPE
        WHEN 3
            MOVE "GENERAL" TO WS-AP-TYPE
        WHEN OTHER
            MOVE SPACES TO WS-AP-TYPE
    END-EVALUATE.
    EXIT.

ADVISING-BOOK-FLOW SECTION.
    MOVE "Slot number to book:" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    PERFORM GET-REQUIRED-INPUT.
    IF WS-END-FILE = 'Y'
        PERFORM CLOSE-PROGRAM
    END-IF.
    MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-AP-ID.

    *> Flag a clash with the rest of the agenda before booking, the
    *> same way an RSVP is checked.
    MOVE "CHECK" TO WS-JOB-ACTION.
    CALL "ADVISING" USING WS-USERNAME, WS-JOB-ACTION,
                           WS-APPOINTMENT, WS-RETURN-CODE.
    IF WS-RETURN-CODE = 'S'
        MOVE "CHECK" TO WS-JOB-ACTION
        MOVE WS-AP-DATE TO WS-AGENDA-DATE
        CALL "MY-AGENDA" USING WS-USERNAME, WS-JOB-ACTION, WS-EVENT-HOST,
                                WS-EVENT-TITLE, WS-AGENDA-DATE,
                                WS-RETURN-CODE
        IF WS-RETURN-CODE = 'C'
            MOVE "Warning: that appointment overlaps a commitment already on your agenda."
                TO WS-MESSAGE
            PERFORM DISPLAY-AND-LOG
        END-IF
        MOVE "BOOK" TO WS-JOB-ACTION
        IF WS-DRYRUN-MODE = 'Y'
            MOVE "would book the advising slot" TO WS-DRYRUN-TEXT
            PERFORM DRYRUN-NOTE
            MOVE 'S' TO WS-RETURN-CODE
        ELSE
            CALL "ADVISING" USING WS-USERNAME, WS-JOB-ACTION,
                                   WS-APPOINTMENT, WS-RETURN-CODE
        END-IF
    END-IF.

    IF WS-RETURN-CODE = 'S'
        INITIALIZE WS-MESSAGE
        STRING "Booked: " WS-AP-DATE " " FUNCTION TRIM(WS-AP-TIME)
               " with " FUNCTION TRIM(WS-AP-STAFF) ", "
               FUNCTION TRIM(WS-AP-LOCATION) "."
            DELIMITED BY SIZE INTO WS-MESSAGE
        PERFORM DISPLAY-AND-LOG
    ELSE
        PERFORM ADVISING-BOOKING-ERROR
    END-IF.
    EXIT.

ADVISING-RESCHEDULE-FLOW SECTION.
    MOVE "Slot number of your current booking:" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    PERFORM GET-REQUIRED-INPUT.
    IF WS-END-FILE = 'Y'
        PERFORM CLOSE-PROGRAM
    END-IF.
    MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-AP-ID.
    MOVE "Slot number to move it to (same type):" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    PERFORM GET-REQUIRED-INPUT.
    IF WS-END-FILE = 'Y'
        PERFORM CLOSE-PROGRAM
    END-IF.
    MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-AP-NEW-ID.

    MOVE "RESCHEDULE" TO WS-JOB-ACTION.
    IF WS-DRYRUN-MODE = 'Y'
        MOVE "would move the advising booking" TO WS-DRYRUN-TEXT
        PERFORM DRYRUN-NOTE
        MOVE 'S' TO WS-RETURN-CODE
    ELSE
        CALL "ADVISING" USING WS-USERNAME, WS-JOB-ACTION,
                               WS-APPOINTMENT, WS-RETURN-CODE
    END-IF.

    IF WS-RETURN-CODE = 'S'
        INITIALIZE WS-MESSAGE
        STRING "Moved to " WS-AP-DATE " " FUNCTION TRIM(WS-AP-TIME)
               " with " FUNCTION TRIM(WS-AP-STAFF) ", "
               FUNCTION TRIM(WS-AP-LOCATION) "."
            DELIMITED BY SIZE INTO WS-MESSAGE
        PERFORM DISPLAY-AND-LOG
    ELSE
        PERFORM ADVISING-BOOKING-ERROR
    END-IF.
    EXIT.

ADVISING-CANCEL-FLOW SECTION.
    MOVE "Slot number of the booking to cancel:" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    PERFORM GET-REQUIRED-INPUT.
    IF WS-END-FILE = 'Y'
        PERFORM CLOSE-PROGRAM
    END-IF.
    MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-AP-ID.

    MOVE "CANCEL" TO WS-JOB-ACTION.
    IF WS-DRYRUN-MODE = 'Y'
        MOVE "would cancel the advising booking" TO WS-DRYRUN-TEXT
        PERFORM DRYRUN-NOTE
        MOVE 'S' TO WS-RETURN-CODE
    ELSE
        CALL "ADVISING" USING WS-USERNAME, WS-JOB-ACTION,
                               WS-APPOINTMENT, WS-RETURN-CODE
    END-IF.

    IF WS-RETURN-CODE = 'S'
        MOVE "Your booking has been cancelled and the slot reopened."
            TO WS-MESSAGE
        PERFORM DISPLAY-AND-LOG
    ELSE
        PERFORM ADVISING-BOOKING-ERROR
    END-IF.
    EXIT.

*> The student-side refusals shared by book, reschedule and cancel.
ADVISING-BOOKING-ERROR SECTION.
    EVALUATE WS-RETURN-CODE
        WHEN 'T'
            MOVE "That slot is no longer open." TO WS-MESSAGE
        WHEN 'O'
            MOVE "That slot is at another campus." TO WS-MESSAGE
        WHEN 'P'
            MOVE "That appointment has already started or passed."
                TO WS-MESSAGE
        WHEN 'D'
            MOVE "You already have an upcoming appointment of that type; reschedule it instead."
                TO WS-MESSAGE
        WHEN 'C'
            MOVE "That slot overlaps another advising appointment of yours."
                TO WS-MESSAGE
        WHEN 'L'
            MOVE "It is too close to the appointment to change it now; please attend or contact the careers office."
                TO WS-MESSAGE
        WHEN 'Y'
            MOVE "A booking can only move to a slot of the same type." TO WS-MESSAGE
        WHEN 'F'
            MOVE "Add your university to your profile to book advising slots."
                TO WS-MESSAGE
        WHEN OTHER
            MOVE "No such slot (or booking of yours) with that number."
                TO WS-MESSAGE
    END-EVALUATE.
    PERFORM DISPLAY-AND-LOG-ERROR.
    EXIT.

*> The advisor's side: publish blocks of slots, review and withdraw
*> them, record who attended, and the campus utilization report.
STAFF-ADVISING-FLOW SECTION.
    INITIALIZE WS-APPOINTMENT.
    MOVE "1. Publish an Appointment Block" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE "2. My Published Slots" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE "3. Withdraw a Slot" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE "4. Record Attended or No-Show" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE "5. Campus Utilization Report" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE "6. Go Back" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE 1 TO MIN-VALUE-CHOICE.
    MOVE 6 TO MAX-VALUE-CHOICE.
    PERFORM CHOICE.

    EVALUATE WS-CHOICE
        WHEN 1
            PERFORM ADVISING-PUBLISH-FLOW
        WHEN 2
            MOVE "MINE" TO WS-JOB-ACTION
            CALL "ADVISING" USING WS-USERNAME, WS-JOB-ACTION,
                                   WS-APPOINTMENT, WS-RETURN-CODE
        WHEN 3
            PERFORM ADVISING-WITHDRAW-FLOW
        WHEN 4
            PERFORM ADVISING-OUTCOME-FLOW
        WHEN 5
            MOVE "Month to report (YYYYMM, or blank for all):" TO WS-MESSAGE
            PERFORM DISPLAY-AND-LOG
            PERFORM READ-FROM-INPUT-FILE
            IF WS-END-FILE = 'Y'
                PERFORM CLOSE-PROGRAM
            END-IF
            MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-AP-DATE
            MOVE "REPORT" TO WS-JOB-ACTION
            CALL "ADVISING" USING WS-USERNAME, WS-JOB-ACTION,
                                   WS-APPOINTMENT, WS-RETURN-CODE
            IF WS-RETURN-CODE = 'S'
                MOVE "Report written to InCollege-AdvisingReport.txt."
                    TO WS-MESSAGE
                PERFORM DISPLAY-AND-LOG
            ELSE
                MOVE "No campus is bound to your account." TO WS-MESSAGE
                PERFORM DISPLAY-AND-LOG-ERROR
            END-IF
        WHEN 6
            CONTINUE
    END-EVALUATE.
    INITIALIZE WS-RETURN-CODE.
    EXIT.

ADVISING-PUBLISH-FLOW SECTION.
    MOVE 3 TO MAX-VALUE-CHOICE.
    PERFORM ADVISING-TYPE-CHOICE.
    MOVE "Date (YYYYMMDD):" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    PERFORM GET-REQUIRED-INPUT.
    IF WS-END-FILE = 'Y'
        PERFORM CLOSE-PROGRAM
    END-IF.
    MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-AP-DATE.
    MOVE "First slot starts at (HH:MM):" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    PERFORM GET-REQUIRED-INPUT.
    IF WS-END-FILE = 'Y'
        PERFORM CLOSE-PROGRAM
    END-IF.
    MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-AP-TIME.
    MOVE "Minutes per slot:" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    PERFORM GET-REQUIRED-INPUT.
    IF WS-END-FILE = 'Y'
        PERFORM CLOSE-PROGRAM
    END-IF.
    MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-AP-MINUTES.
    MOVE "Number of back-to-back slots (blank is one):" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    PERFORM READ-FROM-INPUT-FILE.
    IF WS-END-FILE = 'Y'
        PERFORM CLOSE-PROGRAM
    END-IF.
    MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-AP-COUNT.
    MOVE "Room, or the virtual meeting link:" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    PERFORM GET-REQUIRED-INPUT.
    IF WS-END-FILE = 'Y'
        PERFORM CLOSE-PROGRAM
    END-IF.
    MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-AP-LOCATION.

    MOVE "PUBLISH" TO WS-JOB-ACTION.
    IF WS-DRYRUN-MODE = 'Y'
        MOVE "would publish the advising slots" TO WS-DRYRUN-TEXT
        PERFORM DRYRUN-NOTE
        EXIT SECTION
    END-IF.
    CALL "ADVISING" USING WS-USERNAME, WS-JOB-ACTION,
                           WS-APPOINTMENT, WS-RETURN-CODE.
    EVALUATE WS-RETURN-CODE
        WHEN 'S'
            CONTINUE
        WHEN 'V'
            MOVE "Check the date, time (HH:MM), minutes (10-240), count (1-12) and location."
                TO WS-MESSAGE
            PERFORM DISPLAY-AND-LOG-ERROR
        WHEN 'P'
            MOVE "That time has already passed." TO WS-MESSAGE
            PERFORM DISPLAY-AND-LOG-ERROR
        WHEN 'C'
            MOVE "Those slots overlap ones you already published; nothing was added."
                TO WS-MESSAGE
            PERFORM DISPLAY-AND-LOG-ERROR
        WHEN OTHER
            MOVE "No campus is bound to your account, so slots cannot be published."
                TO WS-MESSAGE
            PERFORM DISPLAY-AND-LOG-ERROR
    END-EVALUATE.
    EXIT.

ADVISING-WITHDRAW-FLOW SECTION.
    MOVE "Slot number to withdraw:" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    PERFORM GET-REQUIRED-INPUT.
    IF WS-END-FILE = 'Y'
        PERFORM CLOSE-PROGRAM
    END-IF.
    MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-AP-ID.

    MOVE "WITHDRAW" TO WS-JOB-ACTION.
    IF WS-DRYRUN-MODE = 'Y'
        MOVE "would withdraw the advising slot" TO WS-DRYRUN-TEXT
        PERFORM DRYRUN-NOTE
        EXIT SECTION
    END-IF.
    CALL "ADVISING" USING WS-USERNAME, WS-JOB-ACTION,
                           WS-APPOINTMENT, WS-RETURN-CODE.
    EVALUATE WS-RETURN-CODE
        WHEN 'S'
            MOVE "Slot withdrawn. A booked student has been messaged."
                TO WS-MESSAGE
            PERFORM DISPLAY-AND-LOG
        WHEN 'P'
            MOVE "That slot has already started or passed." TO WS-MESSAGE
            PERFORM DISPLAY-AND-LOG-ERROR
        WHEN OTHER
            MOVE "You have no slot with that number." TO WS-MESSAGE
            PERFORM DISPLAY-AND-LOG-ERROR
    END-EVALUATE.
    EXIT.

ADVISING-OUTCOME-FLOW SECTION.
    MOVE "Slot number:" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    PERFORM GET-REQUIRED-INPUT.
    IF WS-END-FILE = 'Y'
        PERFORM CLOSE-PROGRAM
    END-IF.
    MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-AP-ID.
    MOVE "1. Attended" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE "2. No-Show" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE 1 TO MIN-VALUE-CHOICE.
    MOVE 2 TO MAX-VALUE-CHOICE.
    PERFORM CHOICE.
    IF WS-CHOICE = 1
        MOVE "ATTENDED" TO WS-AP-OUTCOME
    ELSE
        MOVE "NOSHOW" TO WS-AP-OUTCOME
    END-IF.

    MOVE "OUTCOME" TO WS-JOB-ACTION.
    IF WS-DRYRUN-MODE = 'Y'
        MOVE "would record the appointment outcome" TO WS-DRYRUN-TEXT
        PERFORM DRYRUN-NOTE
        EXIT SECTION
    END-IF.
    CALL "ADVISING" USING WS-USERNAME, WS-JOB-ACTION,
                           WS-APPOINTMENT, WS-RETURN-CODE.
    EVALUATE WS-RETURN-CODE
        WHEN 'S'
            MOVE "Outcome recorded." TO WS-MESSAGE
            PERFORM DISPLAY-AND-LOG
        WHEN 'E'
            MOVE "That appointment has not started yet." TO WS-MESSAGE
            PERFORM DISPLAY-AND-LOG-ERROR
        WHEN 'D'
            MOVE "An outcome is already recorded for that appointment."
                TO WS-MESSAGE
            PERFORM DISPLAY-AND-LOG-ERROR
        WHEN 'O'
            MOVE "That slot belongs to another campus." TO WS-MESSAGE
            PERFORM DISPLAY-AND-LOG-ERROR
        WHEN 'F'
            MOVE "No campus is bound to your account." TO WS-MESSAGE
            PERFORM DISPLAY-AND-LOG-ERROR
        WHEN OTHER
            MOVE "No booked slot with that number." TO WS-MESSAGE
            PERFORM DISPLAY-AND-LOG-ERROR
    END-EVALUATE.
    EXIT.

*> Confidential case notes on a student of the coordinator's own
*> campus, and the follow-ups that go with them. Every look and
*> every entry is audited by ADVISING-NOTES itself.
CASE-NOTES-FLOW SECTION.
    INITIALIZE WS-CASE-NOTE.
    MOVE "--- Student Case Notes ---" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE "1. Add a Case Note" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE "2. Add a Follow-up Task" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE "3. View a Student's Note History" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE "4. Open Follow-ups at My Campus" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE "5. Mark a Follow-up Done" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE "6. Go Back" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE 1 TO MIN-VALUE-CHOICE.
    MOVE 6 TO MAX-VALUE-CHOICE.
    PERFORM CHOICE.

    EVALUATE WS-CHOICE
        WHEN 1
            MOVE "ADD" TO WS-JOB-ACTION
            PERFORM CASE-NOTE-ENTRY-FLOW
        WHEN 2
            MOVE "TASK" TO WS-JOB-ACTION
            PERFORM CASE-NOTE-ENTRY-FLOW
        WHEN 3
            MOVE "Student's username:" TO WS-MESSAGE
            PERFORM DISPLAY-AND-LOG
            PERFORM GET-REQUIRED-INPUT
            IF WS-END-FILE = 'Y'
                PERFORM CLOSE-PROGRAM
            END-IF
            MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-NT-STUDENT
            MOVE "HISTORY" TO WS-JOB-ACTION
            CALL "ADVISING-NOTES" USING WS-USERNAME, WS-JOB-ACTION,
                                         WS-CASE-NOTE, WS-RETURN-CODE
            IF WS-RETURN-CODE NOT = 'S' AND WS-RETURN-CODE NOT = 'N'
                PERFORM CASE-NOTE-SCOPE-ERROR
            END-IF
        WHEN 4
            MOVE "TASKS" TO WS-JOB-ACTION
            CALL "ADVISING-NOTES" USING WS-USERNAME, WS-JOB-ACTION,
                                         WS-CASE-NOTE, WS-RETURN-CODE
            IF WS-RETURN-CODE = 'F'
                PERFORM CASE-NOTE-SCOPE-ERROR
            END-IF
        WHEN 5
            MOVE "Follow-up number:" TO WS-MESSAGE
            PERFORM DISPLAY-AND-LOG
            PERFORM GET-REQUIRED-INPUT
            IF WS-END-FILE = 'Y'
                PERFORM CLOSE-PROGRAM
            END-IF
            MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-NT-ID
            MOVE "DONE" TO WS-JOB-ACTION
            IF WS-DRYRUN-MODE = 'Y'
                MOVE "would mark the follow-up done" TO WS-DRYRUN-TEXT
                PERFORM DRYRUN-NOTE
                MOVE 'S' TO WS-RETURN-CODE
            ELSE
                CALL "ADVISING-NOTES" USING WS-USERNAME, WS-JOB-ACTION,
                                             WS-CASE-NOTE, WS-RETURN-CODE
            END-IF
            EVALUATE WS-RETURN-CODE
                WHEN 'S'
                    MOVE "Follow-up marked done." TO WS-MESSAGE
                    PERFORM DISPLAY-AND-LOG
                WHEN 'N'
                    MOVE "No open follow-up with that number." TO WS-MESSAGE
                    PERFORM DISPLAY-AND-LOG-ERROR
                WHEN OTHER
                    PERFORM CASE-NOTE-SCOPE-ERROR
            END-EVALUATE
        WHEN 6
            CONTINUE
    END-EVALUATE.
    INITIALIZE WS-RETURN-CODE.
    EXIT.

*> WS-JOB-ACTION is ADD or TASK; a task also asks for its due date.
CASE-NOTE-ENTRY-FLOW SECTION.
    MOVE "Student's username:" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    PERFORM GET-REQUIRED-INPUT.
    IF WS-END-FILE = 'Y'
        PERFORM CLOSE-PROGRAM
    END-IF.
    MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-NT-STUDENT.

    MOVE "1. Resume" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE "2. Interviewing" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE "3. Job Search" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE "4. Academic" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE "5. General" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE 1 TO MIN-VALUE-CHOICE.
    MOVE 5 TO MAX-VALUE-CHOICE.
    PERFORM CHOICE.
    EVALUATE WS-CHOICE
        WHEN 1
            MOVE "RESUME" TO WS-NT-CATEGORY
        WHEN 2
            MOVE "INTERVIEW" TO WS-NT-CATEGORY
        WHEN 3
            MOVE "JOBSEARCH" TO WS-NT-CATEGORY
        WHEN 4
            MOVE "ACADEMIC" TO WS-NT-CATEGORY
        WHEN OTHER
            MOVE "GENERAL" TO WS-NT-CATEGORY
    END-EVALUATE.

    IF WS-JOB-ACTION = "TASK"
        MOVE "Due date (YYYYMMDD):" TO WS-MESSAGE
        PERFORM DISPLAY-AND-LOG
        PERFORM GET-REQUIRED-INPUT
        IF WS-END-FILE = 'Y'
            PERFORM CLOSE-PROGRAM
        END-IF
        MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-NT-DUE
        MOVE "What needs following up:" TO WS-MESSAGE
    ELSE
        MOVE "Note:" TO WS-MESSAGE
    END-IF.
    PERFORM DISPLAY-AND-LOG.
    PERFORM GET-REQUIRED-INPUT.
    IF WS-END-FILE = 'Y'
        PERFORM CLOSE-PROGRAM
    END-IF.
    MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-NT-TEXT.

    IF WS-DRYRUN-MODE = 'Y'
        MOVE "would record the case note" TO WS-DRYRUN-TEXT
        PERFORM DRYRUN-NOTE
        EXIT SECTION
    END-IF.
    CALL "ADVISING-NOTES" USING WS-USERNAME, WS-JOB-ACTION,
                                 WS-CASE-NOTE, WS-RETURN-CODE.
    EVALUATE WS-RETURN-CODE
        WHEN 'S'
            INITIALIZE WS-MESSAGE
            STRING "Recorded as #" WS-NT-ID "." DELIMITED BY SIZE
                INTO WS-MESSAGE
            PERFORM DISPLAY-AND-LOG
        WHEN 'V'
            MOVE "The text is required, and a due date must be YYYYMMDD, today or later."
                TO WS-MESSAGE
            PERFORM DISPLAY-AND-LOG-ERROR
        WHEN OTHER
            PERFORM CASE-NOTE-SCOPE-ERROR
    END-EVALUATE.
    EXIT.

CASE-NOTE-SCOPE-ERROR SECTION.
    EVALUATE WS-RETURN-CODE
        WHEN 'O'
            MOVE "That student is not at your campus." TO WS-MESSAGE
        WHEN 'F'
            MOVE "No campus is bound to your account, or that student has no profile."
                TO WS-MESSAGE
        WHEN OTHER
            MOVE "The case notes could not be updated." TO WS-MESSAGE
    END-EVALUATE.
    PERFORM DISPLAY-AND-LOG-ERROR.
    EXIT.

*> Stops a company recruiting the coordinator's own campus: its
*> postings, talent search, messages and fair booths. CAMPUS-RESTRICT
*> notifies the company and audits every change.
CAMPUS-RESTRICT-FLOW SECTION.
    INITIALIZE WS-RESTRICTION.
    MOVE "--- Employer Restrictions ---" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE "1. Restrict a Company at My Campus" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE "2. Lift a Restriction" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE "3. Restrictions at My Campus" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE "4. Go Back" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE 1 TO MIN-VALUE-CHOICE.
    MOVE 4 TO MAX-VALUE-CHOICE.
    PERFORM CHOICE.

    IF WS-CHOICE = 4
        EXIT SECTION
    END-IF.
    IF WS-CHOICE = 3
        MOVE "LIST" TO WS-JOB-ACTION
        CALL "CAMPUS-RESTRICT" USING WS-USERNAME, WS-JOB-ACTION,
                                      WS-RESTRICTION, WS-RETURN-CODE
        IF WS-RETURN-CODE = 'F'
            MOVE "No campus is bound to your account." TO WS-MESSAGE
            PERFORM DISPLAY-AND-LOG-ERROR
        END-IF
        INITIALIZE WS-RETURN-CODE
        EXIT SECTION
    END-IF.

    MOVE "Company page name:" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    PERFORM GET-REQUIRED-INPUT.
    IF WS-END-FILE = 'Y'
        PERFORM CLOSE-PROGRAM
    END-IF.
    MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-CR-COMPANY.

    IF WS-CHOICE = 1
        MOVE "Reason (sent to the company):" TO WS-MESSAGE
        PERFORM DISPLAY-AND-LOG
        PERFORM GET-REQUIRED-INPUT
        IF WS-END-FILE = 'Y'
            PERFORM CLOSE-PROGRAM
        END-IF
        MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-CR-REASON
        MOVE "Review date (YYYYMMDD):" TO WS-MESSAGE
        PERFORM DISPLAY-AND-LOG
        PERFORM GET-REQUIRED-INPUT
        IF WS-END-FILE = 'Y'
            PERFORM CLOSE-PROGRAM
        END-IF
        MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-CR-REVIEW
        MOVE "RESTRICT" TO WS-JOB-ACTION
        MOVE "would restrict the company at your campus" TO WS-DRYRUN-TEXT
    ELSE
        MOVE "LIFT" TO WS-JOB-ACTION
        MOVE "would lift the restriction" TO WS-DRYRUN-TEXT
    END-IF.

    IF WS-DRYRUN-MODE = 'Y'
        PERFORM DRYRUN-NOTE
        EXIT SECTION
    END-IF.
    CALL "CAMPUS-RESTRICT" USING WS-USERNAME, WS-JOB-ACTION,
                                  WS-RESTRICTION, WS-RETURN-CODE.
    EVALUATE WS-RETURN-CODE
        WHEN 'S'
            INITIALIZE WS-MESSAGE
            IF WS-CHOICE = 1
                STRING FUNCTION TRIM(WS-CR-COMPANY)
                       " is now restricted at your campus; the company has been notified."
                    DELIMITED BY SIZE INTO WS-MESSAGE
            ELSE
                STRING "Restriction on " FUNCTION TRIM(WS-CR-COMPANY)
                       " lifted; the company has been notified."
                    DELIMITED BY SIZE INTO WS-MESSAGE
            END-IF
            PERFORM DISPLAY-AND-LOG
        WHEN 'U'
            INITIALIZE WS-MESSAGE
            STRING "Restriction on " FUNCTION TRIM(WS-CR-COMPANY)
                   " renewed; the company has been notified."
                DELIMITED BY SIZE INTO WS-MESSAGE
            PERFORM DISPLAY-AND-LOG
        WHEN 'N'
            IF WS-CHOICE = 1
                MOVE "No company page has that name." TO WS-MESSAGE
            ELSE
                MOVE "That company is not restricted at your campus."
                    TO WS-MESSAGE
            END-IF
            PERFORM DISPLAY-AND-LOG-ERROR
        WHEN 'V'
            MOVE "A reason is required, and the review date must be YYYYMMDD, after today."
                TO WS-MESSAGE
            PERFORM DISPLAY-AND-LOG-ERROR
        WHEN 'F'
            MOVE "No campus is bound to your account." TO WS-MESSAGE
            PERFORM DISPLAY-AND-LOG-ERROR
        WHEN OTHER
            MOVE "The restriction could not be saved." TO WS-MESSAGE
            PERFORM DISPLAY-AND-LOG-ERROR
    END-EVALUATE.
    INITIALIZE WS-RETURN-CODE.
    EXIT.

*> Scholarships, stipends and grants for the student: browse what
*> their profile makes them eligible for, apply, follow the outcome.
FUNDING-FLOW SECTION.
    INITIALIZE WS-FUNDING.
    MOVE "--- Scholarships & Funding ---" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE "1. Browse Opportunities for Me" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE "2. Apply for an Opportunity" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE "3. My Applications" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE "4. Go Back" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE 1 TO MIN-VALUE-CHOICE.
    MOVE 4 TO MAX-VALUE-CHOICE.
    PERFORM CHOICE.

    EVALUATE WS-CHOICE
        WHEN 1
            MOVE "BROWSE" TO WS-JOB-ACTION
            CALL "FUNDING" USING WS-USERNAME, WS-JOB-ACTION,
                                  WS-FUNDING, WS-RETURN-CODE
            IF WS-RETURN-CODE = 'F'
                MOVE "Create your profile first; eligibility is read from it."
                    TO WS-MESSAGE
                PERFORM DISPLAY-AND-LOG-ERROR
            END-IF
        WHEN 2
            PERFORM FUNDING-APPLY-FLOW
        WHEN 3
            MOVE "STATUS" TO WS-JOB-ACTION
            CALL "FUNDING" USING WS-USERNAME, WS-JOB-ACTION,
                                  WS-FUNDING, WS-RETURN-CODE
        WHEN 4
            CONTINUE
    END-EVALUATE.
    INITIALIZE WS-RETURN-CODE.
    EXIT.

FUNDING-APPLY-FLOW SECTION.
    MOVE "Opportunity number:" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    PERFORM GET-REQUIRED-INPUT.
    IF WS-END-FILE = 'Y'
        PERFORM CLOSE-PROGRAM
    END-IF.
    MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-FD-ID.
    MOVE "Your statement (why you are applying):" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    PERFORM GET-REQUIRED-INPUT.
    IF WS-END-FILE = 'Y'
        PERFORM CLOSE-PROGRAM
    END-IF.
    MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-FD-TEXT.

    IF WS-DRYRUN-MODE = 'Y'
        MOVE "would submit the funding application" TO WS-DRYRUN-TEXT
        PERFORM DRYRUN-NOTE
        EXIT SECTION
    END-IF.
    MOVE "APPLY" TO WS-JOB-ACTION.
    CALL "FUNDING" USING WS-USERNAME, WS-JOB-ACTION,
                          WS-FUNDING, WS-RETURN-CODE.
    EVALUATE WS-RETURN-CODE
        WHEN 'S'
            INITIALIZE WS-MESSAGE
            STRING "Application submitted for "
                   FUNCTION TRIM(WS-FD-TITLE) "." DELIMITED BY SIZE
                INTO WS-MESSAGE
            PERFORM DISPLAY-AND-LOG
            IF WS-FD-DOCS NOT = SPACES
                INITIALIZE WS-MESSAGE
                STRING "Send these to the careers office by "
                       WS-FD-DEADLINE ": " FUNCTION TRIM(WS-FD-DOCS)
                    DELIMITED BY SIZE INTO WS-MESSAGE
                PERFORM DISPLAY-AND-LOG
            END-IF
        WHEN 'N'
            MOVE "No opportunity with that number." TO WS-MESSAGE
            PERFORM DISPLAY-AND-LOG-ERROR
        WHEN 'P'
            MOVE "That opportunity is closed to applications." TO WS-MESSAGE
            PERFORM DISPLAY-AND-LOG-ERROR
        WHEN 'E'
            MOVE "Your profile does not meet that opportunity's eligibility rules."
                TO WS-MESSAGE
            PERFORM DISPLAY-AND-LOG-ERROR
        WHEN 'D'
            MOVE "You have already applied for that opportunity." TO WS-MESSAGE
            PERFORM DISPLAY-AND-LOG-ERROR
        WHEN 'F'
            MOVE "Create your profile first; eligibility is read from it."
                TO WS-MESSAGE
            PERFORM DISPLAY-AND-LOG-ERROR
        WHEN 'V'
            MOVE "A statement is required." TO WS-MESSAGE
            PERFORM DISPLAY-AND-LOG-ERROR
        WHEN OTHER
            MOVE "The application could not be saved." TO WS-MESSAGE
            PERFORM DISPLAY-AND-LOG-ERROR
    END-EVALUATE.
    EXIT.

*> Posting and deciding funding opportunities: STAFF for their campus
*> (WS-FUNDING-STAFF 'Y', who also get the campus awards report) and
*> employers the operations console has approved as sponsors.
FUNDING-POSTER-FLOW SECTION.
    INITIALIZE WS-FUNDING.
    MOVE "--- Funding Opportunities ---" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE "1. Post an Opportunity" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE "2. My Opportunities" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE "3. Review Applications" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE "4. Award an Application" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE "5. Decline an Application" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE "6. Close an Opportunity" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    IF WS-FUNDING-STAFF = 'Y'
        MOVE "7. Awards Report for My Campus" TO WS-MESSAGE
        PERFORM DISPLAY-AND-LOG
        MOVE "8. Go Back" TO WS-MESSAGE
        MOVE 8 TO MAX-VALUE-CHOICE
    ELSE
        MOVE "7. Go Back" TO WS-MESSAGE
        MOVE 7 TO MAX-VALUE-CHOICE
    END-IF.
    PERFORM DISPLAY-AND-LOG.
    MOVE 1 TO MIN-VALUE-CHOICE.
    PERFORM CHOICE.

    EVALUATE WS-CHOICE
        WHEN 1
            PERFORM FUNDING-POST-FLOW
        WHEN 2
            MOVE "MINE" TO WS-JOB-ACTION
            CALL "FUNDING" USING WS-USERNAME, WS-JOB-ACTION,
                                  WS-FUNDING, WS-RETURN-CODE
        WHEN 3
            MOVE "Opportunity number:" TO WS-MESSAGE
            PERFORM DISPLAY-AND-LOG
            PERFORM GET-REQUIRED-INPUT
            IF WS-END-FILE = 'Y'
                PERFORM CLOSE-PROGRAM
            END-IF
            MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-FD-ID
            MOVE "REVIEW" TO WS-JOB-ACTION
            CALL "FUNDING" USING WS-USERNAME, WS-JOB-ACTION,
                                  WS-FUNDING, WS-RETURN-CODE
            IF WS-RETURN-CODE = 'N'
                MOVE "None of your opportunities has that number." TO WS-MESSAGE
                PERFORM DISPLAY-AND-LOG-ERROR
            END-IF
        WHEN 4
            MOVE "AWARD" TO WS-JOB-ACTION
            PERFORM FUNDING-DECIDE-FLOW
        WHEN 5
            MOVE "DECLINE" TO WS-JOB-ACTION
            PERFORM FUNDING-DECIDE-FLOW
        WHEN 6
            MOVE "Opportunity number:" TO WS-MESSAGE
            PERFORM DISPLAY-AND-LOG
            PERFORM GET-REQUIRED-INPUT
            IF WS-END-FILE = 'Y'
                PERFORM CLOSE-PROGRAM
            END-IF
            MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-FD-ID
            MOVE "CLOSE" TO WS-JOB-ACTION
            IF WS-DRYRUN-MODE = 'Y'
                MOVE "would close the opportunity" TO WS-DRYRUN-TEXT
                PERFORM DRYRUN-NOTE
                MOVE 'S' TO WS-RETURN-CODE
            ELSE
                CALL "FUNDING" USING WS-USERNAME, WS-JOB-ACTION,
                                      WS-FUNDING, WS-RETURN-CODE
            END-IF
            EVALUATE WS-RETURN-CODE
                WHEN 'S'
                    MOVE "Opportunity closed to new applications." TO WS-MESSAGE
                    PERFORM DISPLAY-AND-LOG
                WHEN 'P'
                    MOVE "That opportunity is already closed." TO WS-MESSAGE
                    PERFORM DISPLAY-AND-LOG-ERROR
                WHEN OTHER
                    MOVE "None of your opportunities has that number." TO WS-MESSAGE
                    PERFORM DISPLAY-AND-LOG-ERROR
            END-EVALUATE
        WHEN 7
            IF WS-FUNDING-STAFF = 'Y'
                MOVE "REPORT" TO WS-JOB-ACTION
                CALL "FUNDING" USING WS-USERNAME, WS-JOB-ACTION,
                                      WS-FUNDING, WS-RETURN-CODE
                MOVE "Awards report written to InCollege-FundingReport.txt."
                    TO WS-MESSAGE
                PERFORM DISPLAY-AND-LOG
            END-IF
        WHEN OTHER
            CONTINUE
    END-EVALUATE.
    INITIALIZE WS-RETURN-CODE.
    EXIT.

FUNDING-POST-FLOW SECTION.
    MOVE "1. Scholarship" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE "2. Research Stipend" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE "3. Travel or Project Grant" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE 1 TO MIN-VALUE-CHOICE.
    MOVE 3 TO MAX-VALUE-CHOICE.
    PERFORM CHOICE.
    EVALUATE WS-CHOICE
        WHEN 1
            MOVE "SCHOLARSHIP" TO WS-FD-KIND
        WHEN 2
            MOVE "STIPEND" TO WS-FD-KIND
        WHEN OTHER
            MOVE "GRANT" TO WS-FD-KIND
    END-EVALUATE.

    MOVE "Title:" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    PERFORM GET-REQUIRED-INPUT.
    IF WS-END-FILE = 'Y'
        PERFORM CLOSE-PROGRAM
    END-IF.
    MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-FD-TITLE.
    MOVE "Award amount (dollars):" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    PERFORM GET-REQUIRED-INPUT.
    IF WS-END-FILE = 'Y'
        PERFORM CLOSE-PROGRAM
    END-IF.
    MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-FD-AMOUNT.
    MOVE "Application deadline (YYYYMMDD):" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    PERFORM GET-REQUIRED-INPUT.
    IF WS-END-FILE = 'Y'
        PERFORM CLOSE-PROGRAM
    END-IF.
    MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-FD-DEADLINE.

    *> A staff posting is always for the poster's own campus.
    IF WS-FUNDING-STAFF NOT = 'Y'
        MOVE "Universities, separated by ; (blank for any):" TO WS-MESSAGE
        PERFORM DISPLAY-AND-LOG
        PERFORM READ-FROM-INPUT-FILE
        IF WS-END-FILE = 'Y'
            PERFORM CLOSE-PROGRAM
        END-IF
        MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-FD-UNIVS
    END-IF.
    MOVE "Majors, separated by ; (blank for any):" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    PERFORM READ-FROM-INPUT-FILE.
    IF WS-END-FILE = 'Y'
        PERFORM CLOSE-PROGRAM
    END-IF.
    MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-FD-MAJORS.
    MOVE "Graduation years, separated by ; (blank for any):" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    PERFORM READ-FROM-INPUT-FILE.
    IF WS-END-FILE = 'Y'
        PERFORM CLOSE-PROGRAM
    END-IF.
    MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-FD-YEARS.
    MOVE "Required documents (blank for none):" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    PERFORM READ-FROM-INPUT-FILE.
    IF WS-END-FILE = 'Y'
        PERFORM CLOSE-PROGRAM
    END-IF.
    MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-FD-DOCS.

    IF WS-DRYRUN-MODE = 'Y'
        MOVE "would post the funding opportunity" TO WS-DRYRUN-TEXT
        PERFORM DRYRUN-NOTE
        EXIT SECTION
    END-IF.
    MOVE "POST" TO WS-JOB-ACTION.
    CALL "FUNDING" USING WS-USERNAME, WS-JOB-ACTION,
                          WS-FUNDING, WS-RETURN-CODE.
    EVALUATE WS-RETURN-CODE
        WHEN 'S'
            INITIALIZE WS-MESSAGE
            STRING "Posted as opportunity #" WS-FD-ID "." DELIMITED BY SIZE
                INTO WS-MESSAGE
            PERFORM DISPLAY-AND-LOG
        WHEN 'A'
            MOVE "Your account is not approved to post funding; ask the careers office."
                TO WS-MESSAGE
            PERFORM DISPLAY-AND-LOG-ERROR
        WHEN 'P'
            MOVE "The deadline has already passed." TO WS-MESSAGE
            PERFORM DISPLAY-AND-LOG-ERROR
        WHEN 'V'
            MOVE "A title, an amount over zero and a YYYYMMDD deadline are required."
                TO WS-MESSAGE
            PERFORM DISPLAY-AND-LOG-ERROR
        WHEN OTHER
            MOVE "The opportunity could not be posted." TO WS-MESSAGE
            PERFORM DISPLAY-AND-LOG-ERROR
    END-EVALUATE.
    EXIT.

*> WS-JOB-ACTION is AWARD or DECLINE; an award may differ from the
*> posted amount (a split or partial award).
FUNDING-DECIDE-FLOW SECTION.
    MOVE "Opportunity number:" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    PERFORM GET-REQUIRED-INPUT.
    IF WS-END-FILE = 'Y'
        PERFORM CLOSE-PROGRAM
    END-IF.
    MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-FD-ID.
    MOVE "Applicant's username:" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    PERFORM GET-REQUIRED-INPUT.
    IF WS-END-FILE = 'Y'
        PERFORM CLOSE-PROGRAM
    END-IF.
    MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-FD-USER.
    MOVE SPACES TO WS-FD-AMOUNT.
    IF WS-JOB-ACTION = "AWARD"
        MOVE "Amount to award (blank for the posted amount):" TO WS-MESSAGE
        PERFORM DISPLAY-AND-LOG
        PERFORM READ-FROM-INPUT-FILE
        IF WS-END-FILE = 'Y'
            PERFORM CLOSE-PROGRAM
        END-IF
        MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-FD-AMOUNT
    END-IF.

    IF WS-DRYRUN-MODE = 'Y'
        MOVE "would record the decision and notify the student"
            TO WS-DRYRUN-TEXT
        PERFORM DRYRUN-NOTE
        EXIT SECTION
    END-IF.
    CALL "FUNDING" USING WS-USERNAME, WS-JOB-ACTION,
                          WS-FUNDING, WS-RETURN-CODE.
    EVALUATE WS-RETURN-CODE
        WHEN 'S'
            IF WS-JOB-ACTION = "AWARD"
                INITIALIZE WS-MESSAGE
                STRING "Awarded $" FUNCTION TRIM(WS-FD-AMOUNT) " to "
                       FUNCTION TRIM(WS-FD-USER)
                       "; the student has been notified."
                    DELIMITED BY SIZE INTO WS-MESSAGE
            ELSE
                MOVE "Application declined; the student has been notified."
                    TO WS-MESSAGE
            END-IF
            PERFORM DISPLAY-AND-LOG
        WHEN 'D'
            MOVE "That application has already been decided." TO WS-MESSAGE
            PERFORM DISPLAY-AND-LOG-ERROR
        WHEN 'V'
            MOVE "The amount must be over zero." TO WS-MESSAGE
            PERFORM DISPLAY-AND-LOG-ERROR
        WHEN OTHER
            MOVE "No application from that student to one of your opportunities."
                TO WS-MESSAGE
            PERFORM DISPLAY-AND-LOG-ERROR
    END-EVALUATE.
    EXIT.

*> Which employer accounts may post funding, and the awards report
*> across every campus.
FUNDING-SPONSORS-FLOW SECTION.
    INITIALIZE WS-FUNDING.
    MOVE "--- Funding Sponsors ---" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE "1. Approve a Sponsor" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE "2. Revoke a Sponsor" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE "3. List Approved Sponsors" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE "4. Awards Report, All Campuses" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE "5. Go Back" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE 1 TO MIN-VALUE-CHOICE.
    MOVE 5 TO MAX-VALUE-CHOICE.
    PERFORM CHOICE.

    EVALUATE WS-CHOICE
        WHEN 1
            MOVE "SPONSOR" TO WS-JOB-ACTION
            PERFORM FUNDING-SPONSOR-CHANGE-FLOW
        WHEN 2
            MOVE "UNSPONSOR" TO WS-JOB-ACTION
            PERFORM FUNDING-SPONSOR-CHANGE-FLOW
        WHEN 3
            MOVE "SPONSORS" TO WS-JOB-ACTION
            CALL "FUNDING" USING WS-USERNAME, WS-JOB-ACTION,
                                  WS-FUNDING, WS-RETURN-CODE
        WHEN 4
            MOVE "REPORT" TO WS-JOB-ACTION
            CALL "FUNDING" USING WS-USERNAME, WS-JOB-ACTION,
                                  WS-FUNDING, WS-RETURN-CODE
            MOVE "Awards report written to InCollege-FundingReport.txt."
                TO WS-MESSAGE
            PERFORM DISPLAY-AND-LOG
        WHEN 5
            CONTINUE
    END-EVALUATE.
    INITIALIZE WS-RETURN-CODE.
    EXIT.

*> WS-JOB-ACTION is SPONSOR or UNSPONSOR.
FUNDING-SPONSOR-CHANGE-FLOW SECTION.
    MOVE "Employer's username:" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    PERFORM GET-REQUIRED-INPUT.
    IF WS-END-FILE = 'Y'
        PERFORM CLOSE-PROGRAM
    END-IF.
    MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-FD-USER.

    IF WS-DRYRUN-MODE = 'Y'
        MOVE "would change the sponsor approval" TO WS-DRYRUN-TEXT
        PERFORM DRYRUN-NOTE
        EXIT SECTION
    END-IF.
    CALL "FUNDING" USING WS-USERNAME, WS-JOB-ACTION,
                          WS-FUNDING, WS-RETURN-CODE.
    EVALUATE WS-RETURN-CODE
        WHEN 'S'
            IF WS-JOB-ACTION = "SPONSOR"
                MOVE "Sponsor approved; they may now post funding opportunities."
                    TO WS-MESSAGE
            ELSE
                MOVE "Sponsor approval revoked." TO WS-MESSAGE
            END-IF
            PERFORM DISPLAY-AND-LOG
        WHEN 'D'
            MOVE "That account is already an approved sponsor." TO WS-MESSAGE
            PERFORM DISPLAY-AND-LOG-ERROR
        WHEN 'N'
            MOVE "That account is not an approved sponsor." TO WS-MESSAGE
            PERFORM DISPLAY-AND-LOG-ERROR
        WHEN OTHER
            MOVE "A username is required." TO WS-MESSAGE
            PERFORM DISPLAY-AND-LOG-ERROR
    END-EVALUATE.
    EXIT.

*> If the mailer says their recovery address is dead, tell them at
    INITIALIZE WS-RETURN-CODE.
    EXIT.

*> Messages or posts the screening rules held are invisible to the
*> sender once the send screen is gone; remind them at login.
HELD-CONTENT-NOTICE SECTION.
    MOVE "MYHELD" TO WS-JOB-ACTION.
    CALL "MSG-HOLD" USING WS-USERNAME, WS-JOB-ACTION, WS-HOLD-KIND,
                           WS-HOLD-TARGET, WS-HOLD-TEXT, WS-HOLD-REASON,
                           WS-HOLD-ID, WS-RETURN-CODE.
    IF WS-RETURN-CODE = 'H'
        MOVE FUNCTION NUMVAL(WS-HOLD-ID) TO WS-HOLD-COUNT-TEXT
        INITIALIZE WS-MESSAGE
        STRING FUNCTION TRIM(WS-HOLD-COUNT-TEXT) DELIMITED BY SIZE
               " of your messages/posts await moderator review."
               DELIMITED BY SIZE INTO WS-MESSAGE
        PERFORM DISPLAY-AND-LOG
    END-IF.
    INITIALIZE WS-RETURN-CODE.
    EXIT.

TICKET-STATUS-NOTICE SECTION.
    MOVE "MYSTATUS" TO WS-JOB-ACTION.
    CALL "TICKETS" USING WS-USERNAME, WS-JOB-ACTION, WS-TKT-ID,
    INITIALIZE WS-RETURN-CODE.
    EXIT.

*> One labeled package of everything the system holds about a user,
*> for the day a user (or their lawyer) asks.
DATA-EXPORT-FLOW SECTION.
    MOVE "Whose data? Enter the username:" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    PERFORM GET-REQUIRED-INPUT.
    IF WS-END-FILE = 'Y'
        PERFORM CLOSE-PROGRAM
    END-IF.
    MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-TARGET-USER.

    IF WS-DRYRUN-MODE = 'Y'
        MOVE "would produce the data package" TO WS-DRYRUN-TEXT
        PERFORM DRYRUN-NOTE
        MOVE 'S' TO WS-RETURN-CODE
    ELSE
        CALL "DATA-EXPORT" USING WS-TARGET-USER, WS-RETURN-CODE
    END-IF.
    IF WS-RETURN-CODE = 'S'
        INITIALIZE WS-MESSAGE
        STRING "Package written to "
               FUNCTION TRIM(WS-TARGET-USER) "-datapackage.txt"
               DELIMITED BY SIZE INTO WS-MESSAGE
    ELSE
        MOVE "Unable to produce the package right now." TO WS-MESSAGE
    END-IF.
    PERFORM DISPLAY-AND-LOG.
    INITIALIZE WS-RETURN-CODE.
    EXIT.

*> Second-admin review of queued destructive operations: both the
*> requester and the approver end up on the audit trail.
PENDING-APPROVALS-FLOW SECTION.
    MOVE "LIST" TO WS-JOB-ACTION.
    CALL "DUAL-CONTROL" USING WS-USERNAME, WS-JOB-ACTION,
                               WS-DUAL-ACTION, WS-TARGET-USER,
                               WS-ADMIN-NEW-VALUE, WS-DUAL-OP-ID,
                               WS-RETURN-CODE.

    MOVE "Decide one now? (Y/N):" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    PERFORM GET-REQUIRED-INPUT.
    IF WS-END-FILE = 'Y'
        PERFORM CLOSE-PROGRAM
    END-IF.
    IF FUNCTION TRIM(INPUT-RECORD) NOT = "Y"
       AND FUNCTION TRIM(INPUT-RECORD) NOT = "y"
        INITIALIZE WS-RETURN-CODE
        EXIT SECTION
    END-IF.

    MOVE "Operation number:" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    PERFORM GET-REQUIRED-INPUT.
    IF WS-END-FILE = 'Y'
        PERFORM CLOSE-PROGRAM
    END-IF.
    MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-DUAL-OP-ID.

    MOVE "Approve or reject? (A/R):" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    PERFORM GET-REQUIRED-INPUT.
    IF WS-END-FILE = 'Y'
        PERFORM CLOSE-PROGRAM
    END-IF.
    IF FUNCTION TRIM(INPUT-RECORD) = "A"
       OR FUNCTION TRIM(INPUT-RECORD) = "a"
        MOVE "APPROVE" TO WS-JOB-ACTION
    ELSE
        MOVE "REJECT" TO WS-JOB-ACTION
    END-IF.

    IF WS-DRYRUN-MODE = 'Y'
        MOVE "would decide the pending operation" TO WS-DRYRUN-TEXT
        PERFORM DRYRUN-NOTE
        MOVE 'S' TO WS-RETURN-CODE
    ELSE
        CALL "DUAL-CONTROL" USING WS-USERNAME, WS-JOB-ACTION,
                                   WS-DUAL-ACTION, WS-TARGET-USER,
                                   WS-ADMIN-NEW-VALUE, WS-DUAL-OP-ID,
                                   WS-RETURN-CODE
    END-IF.
    EVALUATE WS-RETURN-CODE
        WHEN 'S'
            MOVE "Operation decided and (if approved) executed."
                TO WS-MESSAGE
            PERFORM DISPLAY-AND-LOG
        WHEN 'O'
            MOVE "You queued that operation yourself; a DIFFERENT admin must approve it."
                TO WS-MESSAGE
            PERFORM DISPLAY-AND-LOG-ERROR
        WHEN 'H'
            MOVE "Approved, but that account is under legal hold; nothing was closed."
                TO WS-MESSAGE
            PERFORM DISPLAY-AND-LOG-ERROR
        WHEN OTHER
            MOVE "No pending operation has that number." TO WS-MESSAGE
            PERFORM DISPLAY-AND-LOG-ERROR
    END-EVALUATE.
    INITIALIZE WS-RETURN-CODE.
    EXIT.

*> Counsel's preservation orders. Placing a hold takes effect at
*> once; releasing one is queued for a second administrator, the
*> same two-person rule as the destructive account actions.
LEGAL-HOLD-FLOW SECTION.
    INITIALIZE WS-LEGAL-HOLD.
    MOVE "--- Legal Holds ---" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE "1. Place a Hold" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE "2. List Active Holds" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE "3. Request Release of a Hold" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE "4. Go Back" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE 1 TO MIN-VALUE-CHOICE.
    MOVE 4 TO MAX-VALUE-CHOICE.
    PERFORM CHOICE.
    IF WS-CHOICE = 4
        INITIALIZE WS-RETURN-CODE
        EXIT SECTION
    END-IF.
    IF WS-CHOICE = 2
        MOVE "LIST" TO WS-JOB-ACTION
        CALL "LEGAL-HOLD" USING WS-USERNAME, WS-JOB-ACTION,
                                 WS-LEGAL-HOLD, WS-RETURN-CODE
        INITIALIZE WS-RETURN-CODE
        EXIT SECTION
    END-IF.

    MOVE "Username to hold:" TO WS-MESSAGE.
    IF WS-CHOICE = 3
        MOVE "Username under hold:" TO WS-MESSAGE
    END-IF.
    PERFORM DISPLAY-AND-LOG.
    PERFORM GET-REQUIRED-INPUT.
    IF WS-END-FILE = 'Y'
        PERFORM CLOSE-PROGRAM
    END-IF.
    MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-LH-USER.
    MOVE "Case reference:" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    PERFORM GET-REQUIRED-INPUT.
    IF WS-END-FILE = 'Y'
        PERFORM CLOSE-PROGRAM
    END-IF.
    MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-LH-CASE.

    IF WS-CHOICE = 3
        PERFORM LEGAL-HOLD-RELEASE-REQUEST
        INITIALIZE WS-RETURN-CODE
        EXIT SECTION
    END-IF.

    MOVE "Authorized by (name and title):" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    PERFORM GET-REQUIRED-INPUT.
    IF WS-END-FILE = 'Y'
        PERFORM CLOSE-PROGRAM
    END-IF.
    MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-LH-AUTHORIZED.
    MOVE "Hold starts (YYYYMMDD, blank for today):" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    PERFORM READ-FROM-INPUT-FILE.
    IF WS-END-FILE = 'Y'
        PERFORM CLOSE-PROGRAM
    END-IF.
    MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-LH-START.
    IF WS-LH-START NOT = SPACES
       AND WS-LH-START IS NOT NUMERIC
        MOVE "Start date must be YYYYMMDD." TO WS-MESSAGE
        PERFORM DISPLAY-AND-LOG-ERROR
        EXIT SECTION
    END-IF.

    IF WS-DRYRUN-MODE = 'Y'
        MOVE "would place the legal hold" TO WS-DRYRUN-TEXT
        PERFORM DRYRUN-NOTE
        EXIT SECTION
    END-IF.
    MOVE "PLACE" TO WS-JOB-ACTION.
    CALL "LEGAL-HOLD" USING WS-USERNAME, WS-JOB-ACTION,
                             WS-LEGAL-HOLD, WS-RETURN-CODE.
    EVALUATE WS-RETURN-CODE
        WHEN 'S'
            MOVE "Legal hold placed. Closure, anonymization, mail aging and dormancy will leave this account alone."
                TO WS-MESSAGE
            PERFORM DISPLAY-AND-LOG
        WHEN 'D'
            MOVE "That case already holds this account." TO WS-MESSAGE
            PERFORM DISPLAY-AND-LOG-ERROR
        WHEN OTHER
            MOVE "Username, case reference and authorizer are all required."
                TO WS-MESSAGE
            PERFORM DISPLAY-AND-LOG-ERROR
    END-EVALUATE.
    INITIALIZE WS-RETURN-CODE.
    EXIT.

*> The release is only asked for here; DUAL-CONTROL carries it out
*> when a different administrator approves.
LEGAL-HOLD-RELEASE-REQUEST SECTION.
    IF WS-DRYRUN-MODE = 'Y'
        MOVE "would queue the hold release for approval" TO WS-DRYRUN-TEXT
        PERFORM DRYRUN-NOTE
        EXIT SECTION
    END-IF.
    MOVE "REQUEST" TO WS-JOB-ACTION.
    CALL "LEGAL-HOLD" USING WS-USERNAME, WS-JOB-ACTION,
                             WS-LEGAL-HOLD, WS-RETURN-CODE.
    IF WS-RETURN-CODE NOT = 'S'
        MOVE "No active hold matches that username and case." TO WS-MESSAGE
        PERFORM DISPLAY-AND-LOG-ERROR
        EXIT SECTION
    END-IF.
    MOVE "UNHOLD" TO WS-DUAL-ACTION.
    MOVE "QUEUE" TO WS-JOB-ACTION.
    MOVE WS-LH-USER TO WS-TARGET-USER.
    MOVE WS-LH-CASE TO WS-ADMIN-NEW-VALUE.
    CALL "DUAL-CONTROL" USING WS-USERNAME, WS-JOB-ACTION,
                               WS-DUAL-ACTION, WS-TARGET-USER,
                               WS-ADMIN-NEW-VALUE, WS-DUAL-OP-ID,
                               WS-RETURN-CODE.
    MOVE "Release queued for a second administrator's approval." TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    EXIT.

*> Duplicate company pages and stray employer spellings on postings.
*> The unmatched-name report always runs first so the admin picks
*> the from and into names with the closest matches in front of them.
COMPANY-MERGE-FLOW SECTION.
    MOVE "--- Merge Company Pages ---" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE "1. Unmatched Employer Report" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE "2. Merge a Company Page" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE "3. Go Back" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE 1 TO MIN-VALUE-CHOICE.
    MOVE 3 TO MAX-VALUE-CHOICE.
    PERFORM CHOICE.
    IF WS-CHOICE = 3
        INITIALIZE WS-RETURN-CODE
        EXIT SECTION
    END-IF.
    MOVE SPACES TO WS-CM-FROM, WS-CM-INTO.
    MOVE "REPORT" TO WS-JOB-ACTION.
    CALL "COMPANY-MERGE" USING WS-USERNAME, WS-JOB-ACTION,
                                WS-CM-FROM, WS-CM-INTO, WS-RETURN-CODE.
    IF WS-CHOICE = 1
        INITIALIZE WS-RETURN-CODE
        EXIT SECTION
    END-IF.

    MOVE "Company or employer name to merge away:" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    PERFORM GET-REQUIRED-INPUT.
    IF WS-END-FILE = 'Y'
        PERFORM CLOSE-PROGRAM
    END-IF.
    MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-CM-FROM.
    MOVE "Company page to keep:" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    PERFORM GET-REQUIRED-INPUT.
    IF WS-END-FILE = 'Y'
        PERFORM CLOSE-PROGRAM
    END-IF.
    MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-CM-INTO.

    IF WS-DRYRUN-MODE = 'Y'
        MOVE "would merge the company page" TO WS-DRYRUN-TEXT
        PERFORM DRYRUN-NOTE
        EXIT SECTION
    END-IF.
    MOVE "MERGE" TO WS-JOB-ACTION.
    CALL "COMPANY-MERGE" USING WS-USERNAME, WS-JOB-ACTION,
                                WS-CM-FROM, WS-CM-INTO, WS-RETURN-CODE.
    EVALUATE WS-RETURN-CODE
        WHEN 'S'
            MOVE "Merge complete. Counts are in InCollege-CompanyMerge.txt."
                TO WS-MESSAGE
            PERFORM DISPLAY-AND-LOG
        WHEN 'N'
            MOVE "Nothing on file carries that name; no changes made."
                TO WS-MESSAGE
            PERFORM DISPLAY-AND-LOG-ERROR
        WHEN 'F'
            MOVE "There is no company page by the name to keep."
                TO WS-MESSAGE
            PERFORM DISPLAY-AND-LOG-ERROR
        WHEN OTHER
            MOVE "Both names are required and must differ." TO WS-MESSAGE
            PERFORM DISPLAY-AND-LOG-ERROR
    END-EVALUATE.
    INITIALIZE WS-RETURN-CODE.
    EXIT.

*> Dated notice with an effective window; acknowledgment-required
*> ones gate every user's next login until confirmed.
POST-NOTICE-FLOW SECTION.
    MOVE "Notice text (max 200 characters):" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    PERFORM GET-REQUIRED-INPUT.
    IF WS-END-FILE = 'Y'
        PERFORM CLOSE-PROGRAM
    END-IF.
    MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-NOTICE-TEXT.

    MOVE "Effective from (YYYYMMDD, blank for immediately):" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE SPACES TO WS-NOTICE-START.
    PERFORM READ-FROM-INPUT-FILE.
    IF WS-END-FILE = 'N'
       AND FUNCTION TRIM(INPUT-RECORD) IS NUMERIC
        MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-NOTICE-START
    END-IF.

    MOVE "Effective until (YYYYMMDD, blank for no end):" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE SPACES TO WS-NOTICE-END.
    PERFORM READ-FROM-INPUT-FILE.
    IF WS-END-FILE = 'N'
       AND FUNCTION TRIM(INPUT-RECORD) IS NUMERIC
        MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-NOTICE-END
    END-IF.

    MOVE "Require each user to acknowledge it? (Y/N):" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    PERFORM GET-REQUIRED-INPUT.
    IF WS-END-FILE = 'Y'
        PERFORM CLOSE-PROGRAM
    END-IF.
    MOVE 'N' TO WS-NOTICE-ACKREQ.
    IF FUNCTION TRIM(INPUT-RECORD) = "Y"
       OR FUNCTION TRIM(INPUT-RECORD) = "y"
        MOVE 'Y' TO WS-NOTICE-ACKREQ
    END-IF.

    MOVE "POST" TO WS-JOB-ACTION.
    IF WS-DRYRUN-MODE = 'Y'
        MOVE "would post the notice" TO WS-DRYRUN-TEXT
        PERFORM DRYRUN-NOTE
        MOVE 'S' TO WS-RETURN-CODE
    ELSE
        CALL "NOTICES" USING WS-USERNAME, WS-JOB-ACTION, WS-NOTICE-ID,
                              WS-NOTICE-START, WS-NOTICE-END,
                              WS-NOTICE-ACKREQ, WS-NOTICE-TEXT,
                              WS-RETURN-CODE
    END-IF.
    IF WS-RETURN-CODE = 'S'
        MOVE "Notice posted; users will see it at their next login."
            TO WS-MESSAGE
    ELSE
        MOVE "Unable to post the notice right now." TO WS-MESSAGE
    END-IF.
    PERFORM DISPLAY-AND-LOG.
    INITIALIZE WS-RETURN-CODE.
    EXIT.

*> Department-funded posting credits: grant them here, see the
*> ledger; POST-JOB draws them down one per published posting.
POSTING-CREDITS-FLOW SECTION.
    MOVE "1. Grant Credits  2. View a Ledger" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE 1 TO MIN-VALUE-CHOICE.
    MOVE 2 TO MAX-VALUE-CHOICE.
    PERFORM CHOICE.

    MOVE "Employer account's username:" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    PERFORM GET-REQUIRED-INPUT.
    IF WS-END-FILE = 'Y'
        PERFORM CLOSE-PROGRAM
    END-IF.
    MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-TARGET-USER.

    IF WS-CHOICE = 2
        MOVE "HISTORY" TO WS-JOB-ACTION
        CALL "POSTING-CREDITS" USING WS-USERNAME, WS-JOB-ACTION,
                                      WS-TARGET-USER, WS-CRED-AMOUNT,
                                      WS-RETURN-CODE
        INITIALIZE WS-RETURN-CODE
        EXIT SECTION
    END-IF.

    MOVE "How many credits to grant:" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    PERFORM GET-REQUIRED-INPUT.
    IF WS-END-FILE = 'Y'
        PERFORM CLOSE-PROGRAM
    END-IF.
    IF FUNCTION TRIM(INPUT-RECORD) IS NUMERIC
        MOVE FUNCTION NUMVAL(INPUT-RECORD) TO WS-CRED-AMOUNT
    ELSE
        MOVE 0 TO WS-CRED-AMOUNT
    END-IF.

    MOVE "GRANT" TO WS-JOB-ACTION.
    IF WS-DRYRUN-MODE = 'Y'
        MOVE "would grant the posting credits" TO WS-DRYRUN-TEXT
        PERFORM DRYRUN-NOTE
        MOVE 'S' TO WS-RETURN-CODE
    ELSE
        CALL "POSTING-CREDITS" USING WS-USERNAME, WS-JOB-ACTION,
                                      WS-TARGET-USER, WS-CRED-AMOUNT,
                                      WS-RETURN-CODE
    END-IF.
    EVALUATE WS-RETURN-CODE
        WHEN 'S'
            MOVE "Credits granted." TO WS-MESSAGE
            PERFORM DISPLAY-AND-LOG
        WHEN 'R'
            MOVE "The grant must be a positive number." TO WS-MESSAGE
            PERFORM DISPLAY-AND-LOG-ERROR
        WHEN OTHER
            MOVE "Unable to update the ledger right now." TO WS-MESSAGE
            PERFORM DISPLAY-AND-LOG
    END-EVALUATE.
    INITIALIZE WS-RETURN-CODE.
    EXIT.

*> Careers-office side: open a questionnaire, aim it at a population,
*> add its questions, and pull the tally when responses are in.
ADMIN-SURVEYS-FLOW SECTION.
    MOVE "--- Surveys ---" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE "1. Create a Survey" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE "2. Add a Question" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE "3. Close a Survey" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE "4. Tally Responses" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE "5. Go Back" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.

    MOVE 1 TO MIN-VALUE-CHOICE.
    MOVE 5 TO MAX-VALUE-CHOICE.
    PERFORM CHOICE.

    EVALUATE WS-CHOICE
        WHEN 1
            PERFORM CREATE-SURVEY-FLOW
        WHEN 2
            PERFORM ADD-SURVEY-QUESTION-FLOW
        WHEN 3
            PERFORM CLOSE-SURVEY-FLOW
        WHEN 4
            PERFORM TALLY-SURVEY-FLOW
        WHEN 5
            CONTINUE
    END-EVALUATE.
    INITIALIZE WS-RETURN-CODE.
    EXIT.

CREATE-SURVEY-FLOW SECTION.
    MOVE "Survey title:" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    PERFORM GET-REQUIRED-INPUT.
    IF WS-END-FILE = 'Y'
        PERFORM CLOSE-PROGRAM
    END-IF.
    MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-SURVEY-TEXT.

    MOVE "Target: 1. Everyone  2. A graduation year  3. Attendees of an event"
        TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE 1 TO MIN-VALUE-CHOICE.
    MOVE 3 TO MAX-VALUE-CHOICE.
    PERFORM CHOICE.

    MOVE SPACES TO WS-SURVEY-TGT-VAL.
    EVALUATE WS-CHOICE
        WHEN 1
            MOVE "ALL" TO WS-SURVEY-TGT-TYPE
        WHEN 2
            MOVE "GRADYEAR" TO WS-SURVEY-TGT-TYPE
            MOVE "Graduation year (YYYY):" TO WS-MESSAGE
            PERFORM DISPLAY-AND-LOG
            PERFORM GET-REQUIRED-INPUT
            IF WS-END-FILE = 'Y'
                PERFORM CLOSE-PROGRAM
            END-IF
            MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-SURVEY-TGT-VAL
        WHEN 3
            MOVE "EVENT" TO WS-SURVEY-TGT-TYPE
            MOVE "Event, as host:title (e.g. careers:Fall Fair):"
                TO WS-MESSAGE
            PERFORM DISPLAY-AND-LOG
            PERFORM GET-REQUIRED-INPUT
            IF WS-END-FILE = 'Y'
                PERFORM CLOSE-PROGRAM
            END-IF
            MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-SURVEY-TGT-VAL
    END-EVALUATE.

    MOVE "CREATE" TO WS-JOB-ACTION.
    IF WS-DRYRUN-MODE = 'Y'
        MOVE "would create the survey" TO WS-DRYRUN-TEXT
        PERFORM DRYRUN-NOTE
        MOVE 'S' TO WS-RETURN-CODE
    ELSE
        CALL "SURVEYS" USING WS-USERNAME, WS-JOB-ACTION, WS-SURVEY-ID,
                              WS-SURVEY-TEXT, WS-SURVEY-TGT-TYPE,
                              WS-SURVEY-TGT-VAL, WS-SURVEY-COUNT,
                              WS-RETURN-CODE
    END-IF.
    IF WS-RETURN-CODE = 'S'
        INITIALIZE WS-MESSAGE
        STRING "Survey created as number "
               FUNCTION TRIM(WS-SURVEY-ID)
               ". Now add its questions." DELIMITED BY SIZE
               INTO WS-MESSAGE
        PERFORM DISPLAY-AND-LOG
    ELSE
        MOVE "Unable to create the survey right now." TO WS-MESSAGE
        PERFORM DISPLAY-AND-LOG
    END-IF.
    EXIT.

ADD-SURVEY-QUESTION-FLOW SECTION.
    MOVE "Survey number:" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    PERFORM GET-REQUIRED-INPUT.
    IF WS-END-FILE = 'Y'
        PERFORM CLOSE-PROGRAM
    END-IF.
    MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-SURVEY-ID.

    MOVE "Question text:" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    PERFORM GET-REQUIRED-INPUT.
    IF WS-END-FILE = 'Y'
        PERFORM CLOSE-PROGRAM
    END-IF.
    MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-SURVEY-TEXT.

    MOVE "ADDQ" TO WS-JOB-ACTION.
    IF WS-DRYRUN-MODE = 'Y'
        MOVE "would add the survey question" TO WS-DRYRUN-TEXT
        PERFORM DRYRUN-NOTE
        MOVE 'S' TO WS-RETURN-CODE
    ELSE
        CALL "SURVEYS" USING WS-USERNAME, WS-JOB-ACTION, WS-SURVEY-ID,
                              WS-SURVEY-TEXT, WS-SURVEY-TGT-TYPE,
                              WS-SURVEY-TGT-VAL, WS-SURVEY-COUNT,
                              WS-RETURN-CODE
    END-IF.
    IF WS-RETURN-CODE = 'S'
        MOVE "Question added." TO WS-MESSAGE
    ELSE
        MOVE "Unable to add the question right now." TO WS-MESSAGE
    END-IF.
    PERFORM DISPLAY-AND-LOG.
    EXIT.

CLOSE-SURVEY-FLOW SECTION.
    MOVE "Survey number:" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    PERFORM GET-REQUIRED-INPUT.
    IF WS-END-FILE = 'Y'
        PERFORM CLOSE-PROGRAM
    END-IF.
    MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-SURVEY-ID.

    MOVE "CLOSE" TO WS-JOB-ACTION.
    IF WS-DRYRUN-MODE = 'Y'
        MOVE "would close the survey" TO WS-DRYRUN-TEXT
        PERFORM DRYRUN-NOTE
        MOVE 'S' TO WS-RETURN-CODE
    ELSE
        CALL "SURVEYS" USING WS-USERNAME, WS-JOB-ACTION, WS-SURVEY-ID,
                              WS-SURVEY-TEXT, WS-SURVEY-TGT-TYPE,
                              WS-SURVEY-TGT-VAL, WS-SURVEY-COUNT,
                              WS-RETURN-CODE
    END-IF.
    IF WS-RETURN-CODE = 'S'
        MOVE "Survey closed to new responses." TO WS-MESSAGE
    ELSE
        MOVE "No survey of yours has that number." TO WS-MESSAGE
    END-IF.
    PERFORM DISPLAY-AND-LOG.
    EXIT.

TALLY-SURVEY-FLOW SECTION.
    MOVE "Survey number:" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    PERFORM GET-REQUIRED-INPUT.
    IF WS-END-FILE = 'Y'
        PERFORM CLOSE-PROGRAM
    END-IF.
    MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-SURVEY-ID.

    MOVE "TALLY" TO WS-JOB-ACTION.
    CALL "SURVEYS" USING WS-USERNAME, WS-JOB-ACTION, WS-SURVEY-ID,
                          WS-SURVEY-TEXT, WS-SURVEY-TGT-TYPE,
                          WS-SURVEY-TGT-VAL, WS-SURVEY-COUNT,
                          WS-RETURN-CODE.
    INITIALIZE WS-RETURN-CODE.
    EXIT.

*> Everything the student has committed to -- interviews and event
*> RSVPs -- in one date-ordered view, so nothing gets double-booked
*> out of sight.
MY-AGENDA-FLOW SECTION.
    MOVE "LIST" TO WS-JOB-ACTION.
    MOVE SPACES TO WS-AGENDA-DATE.
    CALL "MY-AGENDA" USING WS-USERNAME, WS-JOB-ACTION, WS-EVENT-HOST,
                            WS-EVENT-TITLE, WS-AGENDA-DATE,
                            WS-RETURN-CODE.
    INITIALIZE WS-RETURN-CODE.
    EXIT.

*> The same commitments as an iCalendar file for a phone calendar --
*> a student's interviews, RSVPs and booth bookings, or an employer's
*> interviews and career-fair booth schedule.
EXPORT-AGENDA-FLOW SECTION.
    MOVE "EXPORT" TO WS-JOB-ACTION.
    MOVE SPACES TO WS-AGENDA-DATE.
    CALL "MY-AGENDA" USING WS-USERNAME, WS-JOB-ACTION, WS-EVENT-HOST,
                            WS-EVENT-TITLE, WS-AGENDA-DATE,
                            WS-RETURN-CODE.
    INITIALIZE WS-RETURN-CODE.
    EXIT.

*> Campus events and career fairs: list what's coming up (restricted
*> events only show to that school's students), RSVP, announce one, or
*> see who RSVP'd to yours. A weekly session is announced once as a
*> series; students can take every date in one go, and the host can
*> call off one date or the rest of the run.
CAMPUS-EVENTS-FLOW SECTION.
    MOVE "--- Campus Events ---" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE "1. List Upcoming Events" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE "2. RSVP to an Event" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE "3. Announce an Event" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE "4. My Event Attendees" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE "5. Cancel an RSVP" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE "6. Career Fair Booths" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE "7. Check In an Attendee (hosts)" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE "8. Attendance Summary (hosts)" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE "9. Announce a Recurring Series" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE "10. RSVP to a Whole Series" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE "11. Cancel an Event or the Rest of a Series (hosts)" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE "12. Go Back" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.

    MOVE 1 TO MIN-VALUE-CHOICE.
    MOVE 12 TO MAX-VALUE-CHOICE.
    PERFORM CHOICE.

    EVALUATE WS-CHOICE
        WHEN 1
            PERFORM LIST-EVENTS-FLOW
        WHEN 2
            PERFORM RSVP-EVENT-FLOW
        WHEN 3
            PERFORM CREATE-EVENT-FLOW
        WHEN 4
            PERFORM EVENT-ATTENDEES-FLOW
        WHEN 5
            PERFORM CANCEL-RSVP-FLOW
        WHEN 6
            PERFORM CAREER-FAIR-FLOW
        WHEN 7
            PERFORM EVENT-CHECKIN-FLOW
        WHEN 8
            PERFORM EVENT-ATTENDANCE-FLOW
        WHEN 9
            PERFORM CREATE-SERIES-FLOW
        WHEN 10
            PERFORM RSVP-SERIES-FLOW
        WHEN 11
            PERFORM CANCEL-EVENTS-FLOW
        WHEN 12
            CONTINUE
    END-EVALUATE.
    INITIALIZE WS-RETURN-CODE.
    EXIT.

LIST-EVENTS-FLOW SECTION.
    PERFORM LOAD-CURRENT-PROFILE.
    MOVE "LIST" TO WS-JOB-ACTION.
    CALL "EVENTS" USING WS-USERNAME, WS-JOB-ACTION, WS-EVENT-TITLE,
                         WS-EVENT-DATE, WS-EVENT-LOCATION, WS-UNIVERSITY,
                         WS-EVENT-HOST, WS-EVENT-CAPACITY, WS-RETURN-CODE.
    EXIT.

RSVP-EVENT-FLOW SECTION.
    MOVE "Enter the host's username:" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    PERFORM GET-REQUIRED-INPUT.
    IF WS-END-FILE = 'Y'
        PERFORM CLOSE-PROGRAM
    END-IF.
    MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-EVENT-HOST.

    MOVE "Enter the event title:" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    PERFORM GET-REQUIRED-INPUT.
    IF WS-END-FILE = 'Y'
        PERFORM CLOSE-PROGRAM
    END-IF.
    MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-EVENT-TITLE.

    *> Flag a double-booking before it happens -- the event may land on
    *> a day that already carries an interview or another RSVP.
    MOVE "EVCHECK" TO WS-JOB-ACTION.
    MOVE SPACES TO WS-AGENDA-DATE.
    CALL "MY-AGENDA" USING WS-USERNAME, WS-JOB-ACTION, WS-EVENT-HOST,
                            WS-EVENT-TITLE, WS-AGENDA-DATE,
                            WS-RETURN-CODE.
    IF WS-RETURN-CODE = 'C'
        MOVE "Warning: that event overlaps a commitment already on your agenda."
            TO WS-MESSAGE
        PERFORM DISPLAY-AND-LOG
    END-IF.
    INITIALIZE WS-RETURN-CODE.

    MOVE "RSVP" TO WS-JOB-ACTION.
    IF WS-DRYRUN-MODE = 'Y'
        MOVE "would record the RSVP" TO WS-DRYRUN-TEXT
        PERFORM DRYRUN-NOTE
        MOVE 'S' TO WS-RETURN-CODE
    ELSE
        CALL "EVENTS" USING WS-USERNAME, WS-JOB-ACTION, WS-EVENT-TITLE,
                             WS-EVENT-DATE, WS-EVENT-LOCATION, WS-UNIVERSITY,
                             WS-EVENT-HOST, WS-EVENT-CAPACITY, WS-RETURN-CODE
    END-IF.

    EVALUATE WS-RETURN-CODE
        WHEN 'S'
            MOVE "You are on the attendee list." TO WS-MESSAGE
            PERFORM DISPLAY-AND-LOG
        WHEN 'W'
            MOVE "That event is at capacity; you are on the waitlist and will be messaged if a seat opens."
                TO WS-MESSAGE
            PERFORM DISPLAY-AND-LOG
        WHEN 'D'
            MOVE "You already RSVP'd to that event." TO WS-MESSAGE
            PERFORM DISPLAY-AND-LOG
        WHEN OTHER
            MOVE "No event matches that host and title." TO WS-MESSAGE
            PERFORM DISPLAY-AND-LOG-ERROR
    END-EVALUATE.
    EXIT.

*> Booths at a career fair: employers register against the event,
*> students see who is attending and pre-book a short booth slot --
*> the paper clipboard, retired.
CAREER-FAIR-FLOW SECTION.
    MOVE "--- Career Fair Booths ---" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE "1. Companies at a Fair" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE "2. Book a Booth Time Slot" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE "3. Register a Booth (employers)" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE "4. My Booth Schedule (employers)" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE "5. Go Back" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE 5 TO MAX-VALUE-CHOICE.
    PERFORM CHOICE.

    IF WS-CHOICE = 5
        EXIT SECTION
    END-IF.

    MOVE "Enter the fair host's username:" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    PERFORM GET-REQUIRED-INPUT.
    IF WS-END-FILE = 'Y'
        PERFORM CLOSE-PROGRAM
    END-IF.
    MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-EVENT-HOST.

    MOVE "Enter the fair event title:" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    PERFORM GET-REQUIRED-INPUT.
    IF WS-END-FILE = 'Y'
        PERFORM CLOSE-PROGRAM
    END-IF.
    MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-EVENT-TITLE.

    EVALUATE WS-CHOICE
        WHEN 1
            PERFORM FAIR-COMPANIES-FLOW
        WHEN 2
            PERFORM FAIR-BOOK-SLOT-FLOW
        WHEN 3
            PERFORM FAIR-REGISTER-FLOW
        WHEN 4
            PERFORM FAIR-SCHEDULE-FLOW
    END-EVALUATE.
    INITIALIZE WS-RETURN-CODE.
    EXIT.

FAIR-COMPANIES-FLOW SECTION.
    MOVE "COMPANIES" TO WS-JOB-ACTION.
    CALL "CAREER-FAIR" USING WS-USERNAME, WS-JOB-ACTION, WS-EVENT-HOST,
                              WS-EVENT-TITLE, WS-FAIR-COMPANY,
                              WS-FAIR-SLOT, WS-RETURN-CODE.
    EXIT.

FAIR-BOOK-SLOT-FLOW SECTION.
    MOVE "Enter the company name:" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    PERFORM GET-REQUIRED-INPUT.
    IF WS-END-FILE = 'Y'
        PERFORM CLOSE-PROGRAM
    END-IF.
    MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-FAIR-COMPANY.

    MOVE "Enter the time slot you want (e.g. 10:20):" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    PERFORM GET-REQUIRED-INPUT.
    IF WS-END-FILE = 'Y'
        PERFORM CLOSE-PROGRAM
    END-IF.
    MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-FAIR-SLOT.

    MOVE "BOOK" TO WS-JOB-ACTION.
    IF WS-DRYRUN-MODE = 'Y'
        MOVE "would book the booth slot" TO WS-DRYRUN-TEXT
        PERFORM DRYRUN-NOTE
        MOVE 'S' TO WS-RETURN-CODE
    ELSE
        CALL "CAREER-FAIR" USING WS-USERNAME, WS-JOB-ACTION, WS-EVENT-HOST,
                                  WS-EVENT-TITLE, WS-FAIR-COMPANY,
                                  WS-FAIR-SLOT, WS-RETURN-CODE
    END-IF.

    EVALUATE WS-RETURN-CODE
        WHEN 'S'
            MOVE "Booth slot booked. See you at the fair." TO WS-MESSAGE
            PERFORM DISPLAY-AND-LOG
        WHEN 'T'
            MOVE "That slot is already taken at that booth." TO WS-MESSAGE
            PERFORM DISPLAY-AND-LOG-ERROR
        WHEN 'D'
            MOVE "You already have a slot at that booth." TO WS-MESSAGE
            PERFORM DISPLAY-AND-LOG-ERROR
        WHEN OTHER
            MOVE "No such booth at that fair." TO WS-MESSAGE
            PERFORM DISPLAY-AND-LOG-ERROR
    END-EVALUATE.
    EXIT.

FAIR-REGISTER-FLOW SECTION.
    MOVE "REGISTER" TO WS-JOB-ACTION.
    IF WS-DRYRUN-MODE = 'Y'
        MOVE "would register the booth" TO WS-DRYRUN-TEXT
        PERFORM DRYRUN-NOTE
        MOVE 'S' TO WS-RETURN-CODE
    ELSE
        CALL "CAREER-FAIR" USING WS-USERNAME, WS-JOB-ACTION, WS-EVENT-HOST,
                                  WS-EVENT-TITLE, WS-FAIR-COMPANY,
                                  WS-FAIR-SLOT, WS-RETURN-CODE
    END-IF.

    EVALUATE WS-RETURN-CODE
        WHEN 'S'
            MOVE "Booth registered under your company page." TO WS-MESSAGE
            PERFORM DISPLAY-AND-LOG
        WHEN 'U'
            MOVE "Your employer account is still awaiting verification."
                TO WS-MESSAGE
            PERFORM DISPLAY-AND-LOG-ERROR
        WHEN 'N'
            MOVE "Create your company page first (My Company Page)."
                TO WS-MESSAGE
            PERFORM DISPLAY-AND-LOG-ERROR
        WHEN 'D'
            MOVE "Your company already has a booth at that fair."
                TO WS-MESSAGE
            PERFORM DISPLAY-AND-LOG-ERROR
        WHEN 'R'
            MOVE "That campus's careers office has restricted your company; no booth can be registered."
                TO WS-MESSAGE
            PERFORM DISPLAY-AND-LOG-ERROR
        WHEN OTHER
            MOVE "No event matches that host and title." TO WS-MESSAGE
            PERFORM DISPLAY-AND-LOG-ERROR
    END-EVALUATE.
    EXIT.

FAIR-SCHEDULE-FLOW SECTION.
    MOVE "SCHEDULE" TO WS-JOB-ACTION.
    CALL "CAREER-FAIR" USING WS-USERNAME, WS-JOB-ACTION, WS-EVENT-HOST,
                              WS-EVENT-TITLE, WS-FAIR-COMPANY,
                              WS-FAIR-SLOT, WS-RETURN-CODE.
    IF WS-RETURN-CODE = 'N'
        MOVE "Create your company page first (My Company Page)."
            TO WS-MESSAGE
        PERFORM DISPLAY-AND-LOG-ERROR
    END-IF.
    EXIT.

*> Gives a seat back: the first waitlisted student (if any) is
*> confirmed in the cancelling student's place and messaged.
CANCEL-RSVP-FLOW SECTION.
    MOVE "Enter the host's username:" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    PERFORM GET-REQUIRED-INPUT.
    IF WS-END-FILE = 'Y'
        PERFORM CLOSE-PROGRAM
    END-IF.
    MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-EVENT-HOST.

    MOVE "Enter the event title:" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    PERFORM GET-REQUIRED-INPUT.
    IF WS-END-FILE = 'Y'
        PERFORM CLOSE-PROGRAM
    END-IF.
    MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-EVENT-TITLE.

    MOVE "CANCEL" TO WS-JOB-ACTION.
    IF WS-DRYRUN-MODE = 'Y'
        MOVE "would cancel the RSVP" TO WS-DRYRUN-TEXT
        PERFORM DRYRUN-NOTE
        MOVE 'S' TO WS-RETURN-CODE
    ELSE
        CALL "EVENTS" USING WS-USERNAME, WS-JOB-ACTION, WS-EVENT-TITLE,
                             WS-EVENT-DATE, WS-EVENT-LOCATION, WS-UNIVERSITY,
                             WS-EVENT-HOST, WS-EVENT-CAPACITY, WS-RETURN-CODE
    END-IF.

    IF WS-RETURN-CODE = 'S'
        MOVE "Your RSVP has been cancelled." TO WS-MESSAGE
        PERFORM DISPLAY-AND-LOG
    ELSE
        MOVE "You have no RSVP for that event." TO WS-MESSAGE
        PERFORM DISPLAY-AND-LOG-ERROR
    END-IF.
    INITIALIZE WS-RETURN-CODE.
    EXIT.

CREATE-EVENT-FLOW SECTION.
    MOVE "Event title:" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    PERFORM GET-REQUIRED-INPUT.
    IF WS-END-FILE = 'Y'
        PERFORM CLOSE-PROGRAM
    END-IF.
    MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-EVENT-TITLE.

    MOVE "Event date (YYYYMMDD):" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    PERFORM GET-REQUIRED-INPUT.
    IF WS-END-FILE = 'Y'
        PERFORM CLOSE-PROGRAM
    END-IF.
    MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-EVENT-DATE.
    PERFORM UNTIL WS-EVENT-DATE IS NUMERIC
              AND FUNCTION LENGTH(FUNCTION TRIM(WS-EVENT-DATE)) = 8
        MOVE "That is not a YYYYMMDD date. Event date:" TO WS-MESSAGE
        PERFORM DISPLAY-AND-LOG-ERROR
        PERFORM GET-REQUIRED-INPUT
        IF WS-END-FILE = 'Y'
            PERFORM CLOSE-PROGRAM
        END-IF
        MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-EVENT-DATE
    END-PERFORM.

    MOVE "Event location:" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    PERFORM GET-REQUIRED-INPUT.
    IF WS-END-FILE = 'Y'
        PERFORM CLOSE-PROGRAM
    END-IF.
    MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-EVENT-LOCATION.

    MOVE "Restrict to one university? Enter its name, or leave blank for everyone:"
        TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE SPACES TO WS-JOB-UNIVERSITY.
    PERFORM READ-FROM-INPUT-FILE.
    IF WS-END-FILE = 'N'
        MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-JOB-UNIVERSITY
    END-IF.

    MOVE "Room capacity (blank for unlimited):" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE SPACES TO WS-EVENT-CAPACITY.
    PERFORM READ-FROM-INPUT-FILE.
    IF WS-END-FILE = 'N'
       AND FUNCTION TRIM(INPUT-RECORD) IS NUMERIC
        MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-EVENT-CAPACITY
    END-IF.

    MOVE "CREATE" TO WS-JOB-ACTION.
    IF WS-DRYRUN-MODE = 'Y'
        MOVE "would announce the event" TO WS-DRYRUN-TEXT
        PERFORM DRYRUN-NOTE
        MOVE 'S' TO WS-RETURN-CODE
    ELSE
        CALL "EVENTS" USING WS-USERNAME, WS-JOB-ACTION, WS-EVENT-TITLE,
                             WS-EVENT-DATE, WS-EVENT-LOCATION,
                             WS-JOB-UNIVERSITY, WS-EVENT-HOST,
                             WS-EVENT-CAPACITY, WS-RETURN-CODE
    END-IF.

    EVALUATE WS-RETURN-CODE
        WHEN 'S'
            MOVE "Event announced." TO WS-MESSAGE
            PERFORM DISPLAY-AND-LOG
        WHEN 'D'
            MOVE "You already announced an event with that title."
                TO WS-MESSAGE
            PERFORM DISPLAY-AND-LOG-ERROR
        WHEN OTHER
            MOVE "Unable to announce the event right now." TO WS-MESSAGE
            PERFORM DISPLAY-AND-LOG
    END-EVALUATE.
    EXIT.

*> Every date of the series becomes an ordinary event titled
*> "<title> YYYY-MM-DD", each with the room capacity given here.
CREATE-SERIES-FLOW SECTION.
    INITIALIZE WS-SERIES.
    MOVE "Series title:" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    PERFORM GET-REQUIRED-INPUT.
    IF WS-END-FILE = 'Y'
        PERFORM CLOSE-PROGRAM
    END-IF.
    MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-SR-TITLE.

    MOVE "Date of the first session (YYYYMMDD):" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    PERFORM GET-REQUIRED-INPUT.
    IF WS-END-FILE = 'Y'
        PERFORM CLOSE-PROGRAM
    END-IF.
    MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-SR-START.
    PERFORM UNTIL WS-SR-START IS NUMERIC
              AND FUNCTION LENGTH(FUNCTION TRIM(WS-SR-START)) = 8
        MOVE "That is not a YYYYMMDD date. Date of the first session:"
            TO WS-MESSAGE
        PERFORM DISPLAY-AND-LOG-ERROR
        PERFORM GET-REQUIRED-INPUT
        IF WS-END-FILE = 'Y'
            PERFORM CLOSE-PROGRAM
        END-IF
        MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-SR-START
    END-PERFORM.

    MOVE "Repeat every how many weeks? (1 = weekly):" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    PERFORM GET-REQUIRED-INPUT.
    IF WS-END-FILE = 'Y'
        PERFORM CLOSE-PROGRAM
    END-IF.
    PERFORM UNTIL FUNCTION TRIM(INPUT-RECORD) IS NUMERIC
              AND FUNCTION LENGTH(FUNCTION TRIM(INPUT-RECORD)) <= 2
              AND FUNCTION NUMVAL(INPUT-RECORD) > 0
        MOVE "Enter a number of weeks from 1 to 99:" TO WS-MESSAGE
        PERFORM DISPLAY-AND-LOG-ERROR
        PERFORM GET-REQUIRED-INPUT
        IF WS-END-FILE = 'Y'
            PERFORM CLOSE-PROGRAM
        END-IF
    END-PERFORM.
    MOVE FUNCTION NUMVAL(INPUT-RECORD) TO WS-SR-EVERY.

    MOVE "Last date (YYYYMMDD), or leave blank to give a number of sessions:"
        TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE SPACES TO WS-SR-UNTIL.
    PERFORM READ-FROM-INPUT-FILE.
    IF WS-END-FILE = 'N'
        MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-SR-UNTIL
    END-IF.
    PERFORM UNTIL WS-SR-UNTIL = SPACES
              OR (WS-SR-UNTIL IS NUMERIC
                  AND FUNCTION LENGTH(FUNCTION TRIM(WS-SR-UNTIL)) = 8)
        MOVE "That is not a YYYYMMDD date. Last date, or blank:"
            TO WS-MESSAGE
        PERFORM DISPLAY-AND-LOG-ERROR
        MOVE SPACES TO WS-SR-UNTIL
        PERFORM READ-FROM-INPUT-FILE
        IF WS-END-FILE = 'N'
            MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-SR-UNTIL
        END-IF
    END-PERFORM.

    IF WS-SR-UNTIL = SPACES
        MOVE "Number of sessions (at most 52):" TO WS-MESSAGE
        PERFORM DISPLAY-AND-LOG
        PERFORM GET-REQUIRED-INPUT
        IF WS-END-FILE = 'Y'
            PERFORM CLOSE-PROGRAM
        END-IF
        PERFORM UNTIL FUNCTION TRIM(INPUT-RECORD) IS NUMERIC
                  AND FUNCTION LENGTH(FUNCTION TRIM(INPUT-RECORD)) <= 2
                  AND FUNCTION NUMVAL(INPUT-RECORD) > 0
                  AND FUNCTION NUMVAL(INPUT-RECORD) <= 52
            MOVE "Enter a number of sessions from 1 to 52:" TO WS-MESSAGE
            PERFORM DISPLAY-AND-LOG-ERROR
            PERFORM GET-REQUIRED-INPUT
            IF WS-END-FILE = 'Y'
                PERFORM CLOSE-PROGRAM
            END-IF
        END-PERFORM
        MOVE FUNCTION NUMVAL(INPUT-RECORD) TO WS-SR-OCCURRENCES
    END-IF.

    MOVE "Event location:" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    PERFORM GET-REQUIRED-INPUT.
    IF WS-END-FILE = 'Y'
        PERFORM CLOSE-PROGRAM
    END-IF.
    MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-SR-LOCATION.

    MOVE "Restrict to one university? Enter its name, or leave blank for everyone:"
        TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    PERFORM READ-FROM-INPUT-FILE.
    IF WS-END-FILE = 'N'
        MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-SR-UNIVERSITY
    END-IF.

    MOVE "Room capacity for each session (blank for unlimited):"
        TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    PERFORM READ-FROM-INPUT-FILE.
    IF WS-END-FILE = 'N'
       AND FUNCTION TRIM(INPUT-RECORD) IS NUMERIC
        MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-SR-CAPACITY
    END-IF.

    MOVE "CREATE" TO WS-JOB-ACTION.
    IF WS-DRYRUN-MODE = 'Y'
        MOVE "would announce the series" TO WS-DRYRUN-TEXT
        PERFORM DRYRUN-NOTE
        EXIT SECTION
    END-IF.
    CALL "EVENT-SERIES" USING WS-USERNAME, WS-JOB-ACTION,
                               WS-EVENT-HOST, WS-SERIES,
                               WS-RETURN-CODE.

    EVALUATE WS-RETURN-CODE
        WHEN 'S'
            MOVE WS-SR-DONE TO WS-SR-NUM-TEXT
            STRING "Series announced: " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-SR-NUM-TEXT) DELIMITED BY SIZE
                   " session(s) added to the events list."
                       DELIMITED BY SIZE
                   INTO WS-MESSAGE
            PERFORM DISPLAY-AND-LOG
        WHEN 'D'
            MOVE "You already announced a series (or every one of its dates) with that title."
                TO WS-MESSAGE
            PERFORM DISPLAY-AND-LOG-ERROR
        WHEN 'P'
            MOVE "The first date must be a real date, today or later."
                TO WS-MESSAGE
            PERFORM DISPLAY-AND-LOG-ERROR
        WHEN 'R'
            MOVE "The last date cannot come before the first one."
                TO WS-MESSAGE
            PERFORM DISPLAY-AND-LOG-ERROR
        WHEN OTHER
            MOVE "Unable to announce the series right now." TO WS-MESSAGE
            PERFORM DISPLAY-AND-LOG
    END-EVALUATE.
    INITIALIZE WS-RETURN-CODE.
    EXIT.

*> One RSVP per upcoming date; a full date waitlists the student on
*> that date alone, as a single RSVP would.
RSVP-SERIES-FLOW SECTION.
    INITIALIZE WS-SERIES.
    MOVE "Enter the host's username:" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    PERFORM GET-REQUIRED-INPUT.
    IF WS-END-FILE = 'Y'
        PERFORM CLOSE-PROGRAM
    END-IF.
    MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-EVENT-HOST.

    MOVE "Enter the series title:" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    PERFORM GET-REQUIRED-INPUT.
    IF WS-END-FILE = 'Y'
        PERFORM CLOSE-PROGRAM
    END-IF.
    MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-SR-TITLE.

    MOVE "RSVPALL" TO WS-JOB-ACTION.
    IF WS-DRYRUN-MODE = 'Y'
        MOVE "would RSVP to every upcoming date of the series"
            TO WS-DRYRUN-TEXT
        PERFORM DRYRUN-NOTE
        EXIT SECTION
    END-IF.
    CALL "EVENT-SERIES" USING WS-USERNAME, WS-JOB-ACTION,
                               WS-EVENT-HOST, WS-SERIES,
                               WS-RETURN-CODE.

    EVALUATE WS-RETURN-CODE
        WHEN 'S'
            MOVE WS-SR-DONE TO WS-SR-NUM-TEXT
            MOVE WS-SR-WAITLISTED TO WS-SR-NUM-TEXT2
            STRING "You are on the attendee list for "
                       DELIMITED BY SIZE
                   FUNCTION TRIM(WS-SR-NUM-TEXT) DELIMITED BY SIZE
                   " date(s) and on the waitlist for " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-SR-NUM-TEXT2) DELIMITED BY SIZE
                   "." DELIMITED BY SIZE
                   INTO WS-MESSAGE
            PERFORM DISPLAY-AND-LOG
            IF WS-SR-ALREADY > 0
                MOVE WS-SR-ALREADY TO WS-SR-NUM-TEXT
                STRING "You had already RSVP'd to "
                           DELIMITED BY SIZE
                       FUNCTION TRIM(WS-SR-NUM-TEXT) DELIMITED BY SIZE
                       " of them." DELIMITED BY SIZE
                       INTO WS-MESSAGE
                PERFORM DISPLAY-AND-LOG
            END-IF
        WHEN OTHER
            MOVE "No upcoming series matches that host and title."
                TO WS-MESSAGE
            PERFORM DISPLAY-AND-LOG-ERROR
    END-EVALUATE.
    INITIALIZE WS-RETURN-CODE.
    EXIT.

*> The host calls off one date (or a one-off event), or every date of
*> a series from a given day on. Everyone confirmed or waitlisted is
*> messaged.
CANCEL-EVENTS-FLOW SECTION.
    INITIALIZE WS-SERIES.
    MOVE "1. Cancel One Event or Session" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE "2. Cancel the Rest of a Series" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE "3. Go Back" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE 1 TO MIN-VALUE-CHOICE.
    MOVE 3 TO MAX-VALUE-CHOICE.
    PERFORM CHOICE.
    IF WS-CHOICE = 3
        EXIT SECTION
    END-IF.

    IF WS-CHOICE = 1
        MOVE "CANCELONE" TO WS-JOB-ACTION
        MOVE "Enter the title of your event (a session's title ends in its date):"
            TO WS-MESSAGE
    ELSE
        MOVE "CANCELREST" TO WS-JOB-ACTION
        MOVE "Enter the series title:" TO WS-MESSAGE
    END-IF.
    PERFORM DISPLAY-AND-LOG.
    PERFORM GET-REQUIRED-INPUT.
    IF WS-END-FILE = 'Y'
        PERFORM CLOSE-PROGRAM
    END-IF.
    MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-SR-TITLE.

    IF WS-JOB-ACTION = "CANCELREST"
        MOVE "Cancel from which date? (YYYYMMDD, blank for today):"
            TO WS-MESSAGE
        PERFORM DISPLAY-AND-LOG
        PERFORM READ-FROM-INPUT-FILE
        IF WS-END-FILE = 'N'
            MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-SR-START
        END-IF
    END-IF.

    IF WS-DRYRUN-MODE = 'Y'
        MOVE "would cancel and notify everyone who RSVP'd" TO WS-DRYRUN-TEXT
        PERFORM DRYRUN-NOTE
        EXIT SECTION
    END-IF.
    CALL "EVENT-SERIES" USING WS-USERNAME, WS-JOB-ACTION,
                               WS-EVENT-HOST, WS-SERIES,
                               WS-RETURN-CODE.

    EVALUATE WS-RETURN-CODE
        WHEN 'S'
            MOVE WS-SR-DONE TO WS-SR-NUM-TEXT
            MOVE WS-SR-NOTIFIED TO WS-SR-NUM-TEXT2
            STRING FUNCTION TRIM(WS-SR-NUM-TEXT) DELIMITED BY SIZE
                   " event(s) cancelled; " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-SR-NUM-TEXT2) DELIMITED BY SIZE
                   " attendee(s) notified." DELIMITED BY SIZE
                   INTO WS-MESSAGE
            PERFORM DISPLAY-AND-LOG
        WHEN 'F'
            MOVE "You host no upcoming event or series with that title."
                TO WS-MESSAGE
            PERFORM DISPLAY-AND-LOG-ERROR
        WHEN OTHER
            MOVE "Unable to cancel right now." TO WS-MESSAGE
            PERFORM DISPLAY-AND-LOG
    END-EVALUATE.
    INITIALIZE WS-RETURN-CODE.
    EXIT.

EVENT-ATTENDEES-FLOW SECTION.
    MOVE "Enter the title of your event:" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    PERFORM GET-REQUIRED-INPUT.
    IF WS-END-FILE = 'Y'
    END-IF.
    MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-EVENT-TITLE.

    MOVE "ATTENDEES" TO WS-JOB-ACTION.
    CALL "EVENTS" USING WS-USERNAME, WS-JOB-ACTION, WS-EVENT-TITLE,
                         WS-EVENT-DATE, WS-EVENT-LOCATION, WS-UNIVERSITY,
                         WS-EVENT-HOST, WS-EVENT-CAPACITY, WS-RETURN-CODE.
    EXIT.

*> The host's door list: one arrival at a time, RSVP'd or walk-in.
*> The arriving user's name rides in WS-EVENT-HOST.
EVENT-CHECKIN-FLOW SECTION.
    MOVE "Enter the title of your event:" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    PERFORM GET-REQUIRED-INPUT.
    IF WS-END-FILE = 'Y'
        PERFORM CLOSE-PROGRAM
    END-IF.
    MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-EVENT-TITLE.

    MOVE "Username of the person arriving:" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    PERFORM GET-REQUIRED-INPUT.
    IF WS-END-FILE = 'Y'
        PERFORM CLOSE-PROGRAM
    END-IF.
    MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-EVENT-HOST.

    MOVE "CHECKIN" TO WS-JOB-ACTION.
    IF WS-DRYRUN-MODE = 'Y'
        MOVE "would record the check-in" TO WS-DRYRUN-TEXT
        PERFORM DRYRUN-NOTE
        MOVE 'S' TO WS-RETURN-CODE
    ELSE
        CALL "EVENTS" USING WS-USERNAME, WS-JOB-ACTION, WS-EVENT-TITLE,
                             WS-EVENT-DATE, WS-EVENT-LOCATION, WS-UNIVERSITY,
                             WS-EVENT-HOST, WS-EVENT-CAPACITY, WS-RETURN-CODE
    END-IF.

    EVALUATE WS-RETURN-CODE
        WHEN 'S'
            MOVE "Checked in (RSVP on file)." TO WS-MESSAGE
            PERFORM DISPLAY-AND-LOG
        WHEN 'K'
            MOVE "Checked in as a walk-in (no RSVP on file)." TO WS-MESSAGE
            PERFORM DISPLAY-AND-LOG
        WHEN 'D'
            MOVE "That person is already checked in." TO WS-MESSAGE
            PERFORM DISPLAY-AND-LOG-ERROR
        WHEN 'E'
            MOVE "Check-in opens on the day of the event." TO WS-MESSAGE
            PERFORM DISPLAY-AND-LOG-ERROR
        WHEN 'F'
            MOVE "You have no event with that title." TO WS-MESSAGE
            PERFORM DISPLAY-AND-LOG-ERROR
        WHEN OTHER
            MOVE "The check-in could not be recorded." TO WS-MESSAGE
            PERFORM DISPLAY-AND-LOG-ERROR
    END-EVALUATE.
    INITIALIZE WS-RETURN-CODE.
    MOVE SPACES TO WS-EVENT-HOST.
    EXIT.

EVENT-ATTENDANCE-FLOW SECTION.
    MOVE "Enter the title of your event:" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    PERFORM GET-REQUIRED-INPUT.
    END-IF.
    MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-EVENT-TITLE.

    MOVE "ATTENDANCE" TO WS-JOB-ACTION.
    CALL "EVENTS" USING WS-USERNAME, WS-JOB-ACTION, WS-EVENT-TITLE,
                         WS-EVENT-DATE, WS-EVENT-LOCATION, WS-UNIVERSITY,
                         WS-EVENT-HOST, WS-EVENT-CAPACITY, WS-RETURN-CODE.
    INITIALIZE WS-RETURN-CODE.
    EXIT.

*> Recruiter-side candidate search over student profiles, honoring
    INITIALIZE WS-RETURN-CODE.
    EXIT.

*> Formal referral: vouches for a connection on one listed posting.
*> Unlike a shared tip, the referral is attached to the student's
*> application when they apply, the employer sees it, and the
*> referrer hears about every status change.
REFER-JOB-FLOW SECTION.
    PERFORM LOAD-CURRENT-PROFILE.
    PERFORM PROMPT-FOR-JOB-NUMBER.

    MOVE "Enter the username of the connection you are referring:"
        TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    PERFORM GET-REQUIRED-INPUT.
    IF WS-END-FILE = 'Y'
        PERFORM CLOSE-PROGRAM
    END-IF.
    MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-SHARE-TARGET.

    IF WS-DRYRUN-MODE = 'Y'
        INITIALIZE WS-DRYRUN-TEXT
        STRING "would refer '" FUNCTION TRIM(WS-SHARE-TARGET)
               "' to the selected job"
               DELIMITED BY SIZE INTO WS-DRYRUN-TEXT
        PERFORM DRYRUN-NOTE
        EXIT SECTION
    END-IF.

    MOVE "REFER" TO WS-JOB-ACTION.
    MOVE SPACES TO WS-JOB-IDENT.
    CALL "BROWSE-JOB" USING WS-USERNAME, WS-JOB-ACTION, WS-JOB-NUM,
                             WS-RETURN-CODE, WS-KEYWORD, WS-LOCATION-FILTER,
                             WS-UNIVERSITY, WS-MIN-SALARY, WS-SORT-ORDER,
                             WS-JOB-PAGE, WS-JOB-TOTAL, WS-SHARE-TARGET,
                             WS-JOB-IDENT.
    EVALUATE WS-RETURN-CODE
        WHEN 'S'
            INITIALIZE WS-MESSAGE
            STRING "Referral filed. " FUNCTION TRIM(WS-SHARE-TARGET)
                   " has been told, and you will hear about each"
                   " status change once they apply."
                   DELIMITED BY SIZE INTO WS-MESSAGE
            PERFORM DISPLAY-AND-LOG
        WHEN 'C'
            MOVE "You can only refer users you are connected with."
                TO WS-MESSAGE
            PERFORM DISPLAY-AND-LOG-ERROR
        WHEN 'M'
            MOVE "You cannot refer yourself." TO WS-MESSAGE
            PERFORM DISPLAY-AND-LOG-ERROR
        WHEN 'D'
            MOVE "That user already has a referral for this posting."
                TO WS-MESSAGE
            PERFORM DISPLAY-AND-LOG
        WHEN 'A'
            MOVE "That user has already applied to this posting; a referral can no longer be attached."
                TO WS-MESSAGE
            PERFORM DISPLAY-AND-LOG
        WHEN 'N'
            MOVE "Job not found; no referral filed." TO WS-MESSAGE
            PERFORM DISPLAY-AND-LOG-ERROR
        WHEN OTHER
            MOVE "The referral could not be recorded." TO WS-MESSAGE
            PERFORM DISPLAY-AND-LOG-ERROR
    END-EVALUATE.
    INITIALIZE WS-RETURN-CODE.
    EXIT.

*> Full detail view for one listed posting, followed by the skill-gap
*> readout BROWSE-JOB's detail action runs against the viewer's profile
*> and completed modules.
    IF WS-RETURN-CODE = 'S'
       AND FUNCTION TRIM(WS-JOB-IDENT) > SPACES
        PERFORM ASK-SCREENING-QUESTIONS
        PERFORM SELF-ID-FLOW
    END-IF.
    INITIALIZE WS-RETURN-CODE.
    EXIT.

*> Voluntary self-identification, offered once the application has
*> landed. Skipping records nothing; every question also takes
*> "prefer not to say". SELF-ID keeps the answers where no employer
*> can read them.
SELF-ID-FLOW SECTION.
    INITIALIZE WS-SELF-ID.
    MOVE WS-JOB-IDENT TO WS-SI-IDENT.
    MOVE "Optional: voluntary self-identification. Answers go to the careers office only, are never shown to employers, and are reported only as group totals."
        TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE "1. Answer the questions" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE "2. Skip" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE 1 TO MIN-VALUE-CHOICE.
    MOVE 2 TO MAX-VALUE-CHOICE.
    PERFORM CHOICE.
    IF WS-CHOICE NOT = 1
        EXIT SECTION
    END-IF.

    MOVE "Gender:" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE "1. Woman" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE "2. Man" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE "3. Non-binary" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE "4. Prefer not to say" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE 1 TO MIN-VALUE-CHOICE.
    MOVE 4 TO MAX-VALUE-CHOICE.
    PERFORM CHOICE.
    EVALUATE WS-CHOICE
        WHEN 1
            MOVE "WOMAN" TO WS-SI-GENDER
        WHEN 2
            MOVE "MAN" TO WS-SI-GENDER
        WHEN 3
            MOVE "NONBINARY" TO WS-SI-GENDER
        WHEN OTHER
            MOVE "DECLINED" TO WS-SI-GENDER
    END-EVALUATE.

    MOVE "Race/ethnicity:" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE "1. Hispanic or Latino" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE "2. White" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE "3. Black or African American" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE "4. Asian" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE "5. Native Hawaiian or Other Pacific Islander" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE "6. American Indian or Alaska Native" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE "7. Two or more races" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE "8. Prefer not to say" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE 1 TO MIN-VALUE-CHOICE.
    MOVE 8 TO MAX-VALUE-CHOICE.
    PERFORM CHOICE.
    EVALUATE WS-CHOICE
        WHEN 1
            MOVE "HISPANIC" TO WS-SI-ETHNICITY
        WHEN 2
            MOVE "WHITE" TO WS-SI-ETHNICITY
        WHEN 3
            MOVE "BLACK" TO WS-SI-ETHNICITY
        WHEN 4
            MOVE "ASIAN" TO WS-SI-ETHNICITY
        WHEN 5
            MOVE "PACIFIC" TO WS-SI-ETHNICITY
        WHEN 6
            MOVE "NATIVE" TO WS-SI-ETHNICITY
        WHEN 7
            MOVE "MULTI" TO WS-SI-ETHNICITY
        WHEN OTHER
            MOVE "DECLINED" TO WS-SI-ETHNICITY
    END-EVALUATE.

    MOVE "Protected veteran status:" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE "1. I am a protected veteran" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE "2. I am not a protected veteran" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE "3. Prefer not to say" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE 1 TO MIN-VALUE-CHOICE.
    MOVE 3 TO MAX-VALUE-CHOICE.
    PERFORM CHOICE.
    EVALUATE WS-CHOICE
        WHEN 1
            MOVE "VETERAN" TO WS-SI-VETERAN
        WHEN 2
            MOVE "NOTVETERAN" TO WS-SI-VETERAN
        WHEN OTHER
            MOVE "DECLINED" TO WS-SI-VETERAN
    END-EVALUATE.

    MOVE "Disability:" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE "1. Yes, I have a disability" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE "2. No, I do not have a disability" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE "3. Prefer not to say" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE 1 TO MIN-VALUE-CHOICE.
    MOVE 3 TO MAX-VALUE-CHOICE.
    PERFORM CHOICE.
    EVALUATE WS-CHOICE
        WHEN 1
            MOVE "YES" TO WS-SI-DISABILITY
        WHEN 2
            MOVE "NO" TO WS-SI-DISABILITY
        WHEN OTHER
            MOVE "DECLINED" TO WS-SI-DISABILITY
    END-EVALUATE.

    MOVE "RECORD" TO WS-JOB-ACTION.
    CALL "SELF-ID" USING WS-USERNAME, WS-JOB-ACTION, WS-SELF-ID,
                          WS-RETURN-CODE.
    IF WS-RETURN-CODE = 'S'
        MOVE "Thank you; your answers have been recorded." TO WS-MESSAGE
        PERFORM DISPLAY-AND-LOG
    ELSE
        MOVE "Your answers could not be recorded." TO WS-MESSAGE
        PERFORM DISPLAY-AND-LOG-ERROR
    END-IF.
    EXIT.

*> If the posting carries screening questions, ask them right after
*> the application lands; a missed knockout answer closes the
*> application immediately rather than months later.
        INITIALIZE WS-RETURN-CODE
        EXIT SECTION
    END-IF.
    IF FUNCTION TRIM(WS-COMPANY-DESC) IS NUMERIC
        IF FUNCTION NUMVAL(WS-COMPANY-DESC) > 0
            PERFORM CONNECT-FROM-COMPANY-PAGE
        END-IF
    END-IF.

    MOVE "Follow or unfollow this company? (F/U/N):" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
            END-IF
            PERFORM DISPLAY-AND-LOG
        WHEN OTHER
            CONTINUE
    END-EVALUATE.
    INITIALIZE WS-RETURN-CODE.
    EXIT.

*> One step from the company page's alumni list to a connection
*> request: the number picked is resolved back to its username by
*> COMPANY-PAGE, and the request goes with a note saying where the
*> sender found them.
CONNECT-FROM-COMPANY-PAGE SECTION.
    MOVE "Enter the number of a person listed above to send a connection request (0 to skip):"
        TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    PERFORM GET-REQUIRED-INPUT.
    IF WS-END-FILE = 'Y'
        PERFORM CLOSE-PROGRAM
    END-IF.
    MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-INPUT-BUFFER.
    IF FUNCTION TRIM(WS-INPUT-BUFFER) IS NOT NUMERIC
        EXIT SECTION
    END-IF.
    IF FUNCTION NUMVAL(WS-INPUT-BUFFER) = 0
        EXIT SECTION
    END-IF.

    MOVE "PICK" TO WS-JOB-ACTION.
    MOVE WS-INPUT-BUFFER TO WS-COMPANY-DESC.
    CALL "COMPANY-PAGE" USING WS-USERNAME, WS-JOB-ACTION, WS-COMPANY-NAME,
                               WS-COMPANY-DESC, WS-COMPANY-LOCATION,
                               WS-COMPANY-WEBSITE, WS-RETURN-CODE.
    IF WS-RETURN-CODE NOT = 'S'
        MOVE "That number is not on the list." TO WS-MESSAGE
        PERFORM DISPLAY-AND-LOG
        INITIALIZE WS-RETURN-CODE
        EXIT SECTION
    END-IF.
    MOVE WS-COMPANY-LOCATION TO WS-RETURN-USER.
    INITIALIZE WS-NOTE-INPUT.
    STRING "Saw you on the " FUNCTION TRIM(WS-COMPANY-NAME)
           " company page" DELIMITED BY SIZE INTO WS-NOTE-INPUT.

    IF WS-DRYRUN-MODE = 'Y'
        INITIALIZE WS-DRYRUN-TEXT
        STRING "would send a connection request to '"
               FUNCTION TRIM(WS-RETURN-USER) "'"
               DELIMITED BY SIZE INTO WS-DRYRUN-TEXT
        PERFORM DRYRUN-NOTE
        MOVE 'S' TO WS-RETURN-CODE
    ELSE
        MOVE "SEND" TO WS-CONN-ACTION
        CALL "CONNECTIONS" USING WS-CONN-ACTION, WS-USERNAME,
                                  WS-RETURN-USER,
                                  WS-RETURN-CODE, WS-NOTE-INPUT,
                                  WS-MUTUAL-DUMMY, WS-NETWORK-LIST,
                                  WS-NETWORK-COUNT
    END-IF.

    EVALUATE WS-RETURN-CODE
        WHEN 'S'
            MOVE "Connection request sent." TO WS-MESSAGE
        WHEN 'C'
            MOVE "You are already connected with this person." TO WS-MESSAGE
        WHEN 'A'
            MOVE "You already sent this person a request." TO WS-MESSAGE
        WHEN 'P'
            MOVE "This person already sent you a request -- check your pending requests."
                TO WS-MESSAGE
        WHEN OTHER
            MOVE "Unable to send connection request right now." TO WS-MESSAGE
    END-EVALUATE.
    PERFORM DISPLAY-AND-LOG.
    INITIALIZE WS-RETURN-CODE.
    EXIT.

    STRING "Location: " DELIMITED BY SIZE
           FUNCTION TRIM(WS-JOB-LOCATION) DELIMITED BY SIZE
           INTO WS-MESSAGE.
    IF WS-LOC-RC = 'S'
        STRING FUNCTION TRIM(WS-MESSAGE) " (" FUNCTION TRIM(WS-LOC-REGION)
               ", " FUNCTION LOWER-CASE(FUNCTION TRIM(WS-LOC-MODE)) ")"
               DELIMITED BY SIZE INTO WS-MESSAGE
    END-IF.
    PERFORM DISPLAY-AND-LOG.

    INITIALIZE WS-MESSAGE.
        MOVE "Restricted to: (open to every student)" TO WS-MESSAGE
    END-IF.
    PERFORM DISPLAY-AND-LOG.

    INITIALIZE WS-MESSAGE.
    IF WS-JOB-OPENINGS > SPACES
        STRING "Openings: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-JOB-OPENINGS) DELIMITED BY SIZE
               INTO WS-MESSAGE
    ELSE
        MOVE "Openings: 1" TO WS-MESSAGE
    END-IF.
    PERFORM DISPLAY-AND-LOG.
    EXIT.

*> WS-JOB-LOCATION in; on a match it comes back as the list's own
*> spelling with region and arrangement in WS-LOC-REGION/WS-LOC-MODE.
*> No locations.txt at all ('X') leaves the text as typed.
RESOLVE-JOB-LOCATION SECTION.
    MOVE "RESOLVE" TO WS-LOC-ACTION.
    MOVE WS-JOB-LOCATION TO WS-LOC-CANDIDATE.
    CALL "LOCATION-LOOKUP" USING WS-LOC-ACTION, WS-LOC-CANDIDATE,
                                  WS-LOC-CANONICAL, WS-LOC-CITY,
                                  WS-LOC-STATE, WS-LOC-REGION,
                                  WS-LOC-MODE, WS-LOC-RC.
    IF WS-LOC-RC = 'S'
        MOVE WS-LOC-CANONICAL TO WS-JOB-LOCATION
    END-IF.
    EXIT.

POST-JOB-FLOW SECTION.
        INITIALIZE WS-RETURN-CODE
    END-IF.

    *> The location has to be one locations.txt knows (by name or by
    *> one of its other spellings), so the posting carries the one
    *> canonical name browse and the reports group on.
    MOVE "Enter job location (city, or Remote):" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    PERFORM GET-REQUIRED-INPUT.
    IF WS-END-FILE = 'Y'
        PERFORM CLOSE-PROGRAM
    END-IF.
    MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-JOB-LOCATION.
    PERFORM RESOLVE-JOB-LOCATION.
    PERFORM UNTIL WS-LOC-RC NOT = 'F'
        MOVE "That location is not on the careers office's location list. Enter it as 'City, ST' (e.g. Austin, TX) or Remote, or ask the careers office to add it:"
            TO WS-MESSAGE
        PERFORM DISPLAY-AND-LOG-ERROR
        PERFORM GET-REQUIRED-INPUT
        IF WS-END-FILE = 'Y'
            PERFORM CLOSE-PROGRAM
        END-IF
        MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-JOB-LOCATION
        PERFORM RESOLVE-JOB-LOCATION
    END-PERFORM.

    *> Structured salary: a numeric range plus pay period stored as
    *> "min-max/PERIOD", so the job list can filter and sort by pay
        MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-JOB-SKILLS
    END-IF.

    *> A cohort of interns is one posting with several openings, not
    *> the same role posted ten times; it closes on the last hire.
    MOVE "How many openings does this posting have? (blank for 1):"
        TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE SPACES TO WS-JOB-OPENINGS.
    PERFORM READ-FROM-INPUT-FILE.
    IF WS-END-FILE = 'N'
        MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-JOB-OPENINGS
    END-IF.
    PERFORM UNTIL WS-JOB-OPENINGS = SPACES
              OR (FUNCTION TRIM(WS-JOB-OPENINGS) IS NUMERIC
                  AND FUNCTION NUMVAL(WS-JOB-OPENINGS) > 0)
        MOVE "Openings must be a whole number of at least 1. Enter the number of openings (blank for 1):"
            TO WS-MESSAGE
        PERFORM DISPLAY-AND-LOG-ERROR
        MOVE SPACES TO WS-JOB-OPENINGS
        PERFORM READ-FROM-INPUT-FILE
        IF WS-END-FILE = 'N'
            MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-JOB-OPENINGS
        END-IF
    END-PERFORM.

    *> Give the employer one last look before this goes live.
    PERFORM DISPLAY-JOB-REVIEW.
    MOVE "Post this job as shown above? (Y/N):" TO WS-MESSAGE.
                               WS-JOB-DESC, WS-JOB-EMPLOYER,
                               WS-JOB-LOCATION, WS-JOB-SALARY,
                               WS-JOB-TYPE, WS-JOB-UNIVERSITY,
                               WS-JOB-SKILLS, WS-RETURN-CODE,
                               WS-JOB-OPENINGS
    END-IF.

    EVALUATE WS-RETURN-CODE
            MOVE "Your posting was held for review by our screening rules; it will publish once a moderator clears it."
                TO WS-MESSAGE
            PERFORM DISPLAY-AND-LOG
        WHEN 'P'
            MOVE "Your posting is restricted to one school, so it will publish once that school's careers office approves it."
                TO WS-MESSAGE
            PERFORM DISPLAY-AND-LOG
        WHEN 'C'
            MOVE "Your posting credits are used up. Ask your department coordinator to add more."
                TO WS-MESSAGE
            PERFORM DISPLAY-AND-LOG
        WHEN 'L'
            MOVE "That location is not on the careers office's location list." TO WS-MESSAGE
            PERFORM DISPLAY-AND-LOG-ERROR
        WHEN OTHER
            MOVE "Unable to post job at this time." TO WS-MESSAGE
            PERFORM DISPLAY-AND-LOG-ERROR
    END-EVALUATE.
    IF WS-RETURN-CODE = 'S' OR WS-RETURN-CODE = 'H'
       OR WS-RETURN-CODE = 'P'
        PERFORM ADD-ELIGIBILITY-RULES-FLOW
        PERFORM ADD-SCREENING-QUESTIONS-FLOW
    END-IF.
    INITIALIZE WS-RETURN-CODE.
    EXIT.

*> Who may apply at all: graduation years, majors from majors.txt, and
*> whether the employer can sponsor work authorization. BROWSE-JOB
*> refuses an ineligible student at apply time and JOB-MATCH and the
*> candidate alerts stop suggesting the posting to them.
ADD-ELIGIBILITY-RULES-FLOW SECTION.
    MOVE "Limit who can apply by graduation year, major, or work sponsorship? (Y/N):"
        TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    PERFORM GET-REQUIRED-INPUT.
    IF WS-END-FILE = 'Y'
        PERFORM CLOSE-PROGRAM
    END-IF.
    IF FUNCTION TRIM(INPUT-RECORD) NOT = "Y"
       AND FUNCTION TRIM(INPUT-RECORD) NOT = "y"
        EXIT SECTION
    END-IF.

    MOVE "Allowed graduation years, ;-separated (e.g. 2026;2027), blank for any:"
        TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE SPACES TO WS-ELIG-GRAD-YEARS.
    PERFORM READ-FROM-INPUT-FILE.
    IF WS-END-FILE = 'N'
        MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-ELIG-GRAD-YEARS
    END-IF.
    PERFORM CHECK-ELIG-YEAR-LIST.
    PERFORM UNTIL WS-ELIG-BAD = 'N'
        MOVE "Each year must be four digits, e.g. 2026;2027. Enter the years, blank for any:"
            TO WS-MESSAGE
        PERFORM DISPLAY-AND-LOG-ERROR
        MOVE SPACES TO WS-ELIG-GRAD-YEARS
        PERFORM READ-FROM-INPUT-FILE
        IF WS-END-FILE = 'Y'
            PERFORM CLOSE-PROGRAM
        END-IF
        MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-ELIG-GRAD-YEARS
        PERFORM CHECK-ELIG-YEAR-LIST
    END-PERFORM.

    MOVE "Allowed majors, ;-separated as listed in the majors list, blank for any:"
        TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE SPACES TO WS-ELIG-MAJORS.
    PERFORM READ-FROM-INPUT-FILE.
    IF WS-END-FILE = 'N'
        MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-ELIG-MAJORS
    END-IF.
    PERFORM CHECK-ELIG-MAJOR-LIST.
    PERFORM UNTIL WS-ELIG-BAD = 'N'
        INITIALIZE WS-MESSAGE
        STRING "Not a recognized major: " FUNCTION TRIM(WS-ELIG-ITEM)
               ". Enter the majors again, blank for any:"
               DELIMITED BY SIZE INTO WS-MESSAGE
        PERFORM DISPLAY-AND-LOG-ERROR
        MOVE SPACES TO WS-ELIG-MAJORS
        PERFORM READ-FROM-INPUT-FILE
        IF WS-END-FILE = 'Y'
            PERFORM CLOSE-PROGRAM
        END-IF
        MOVE FUNCTION TRIM(INPUT-RECORD) TO WS-ELIG-MAJORS
        PERFORM CHECK-ELIG-MAJOR-LIST
    END-PERFORM.

    MOVE "Can you sponsor work authorization (e.g. a visa)? (Y/N, blank if it doesn't matter):"
        TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE SPACE TO WS-ELIG-SPONSOR.
    PERFORM READ-FROM-INPUT-FILE.
    IF WS-END-FILE = 'N'
        MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(INPUT-RECORD))
            TO WS-ELIG-SPONSOR
    END-IF.
    IF WS-ELIG-SPONSOR NOT = 'Y' AND WS-ELIG-SPONSOR NOT = 'N'
        MOVE SPACE TO WS-ELIG-SPONSOR
    END-IF.

    MOVE WS-USERNAME TO WS-JQ-POSTER.
    MOVE WS-JOB-TITLE TO WS-JQ-TITLE.
    MOVE "SET" TO WS-JOB-ACTION.
    IF WS-DRYRUN-MODE = 'Y'
        MOVE "would save the eligibility rules" TO WS-DRYRUN-TEXT
        PERFORM DRYRUN-NOTE
        MOVE 'S' TO WS-RETURN-CODE
    ELSE
        CALL "JOB-ELIGIBILITY" USING WS-USERNAME, WS-JOB-ACTION,
                                      WS-JQ-POSTER, WS-JQ-TITLE,
                                      WS-ELIG-GRAD-YEARS,
                                      WS-ELIG-MAJORS, WS-ELIG-SPONSOR,
                                      WS-ELIG-REASON, WS-RETURN-CODE
    END-IF.
    IF WS-RETURN-CODE = 'S'
        MOVE "Eligibility rules saved." TO WS-MESSAGE
        PERFORM DISPLAY-AND-LOG
    ELSE
        MOVE "Unable to save the eligibility rules right now." TO WS-MESSAGE
        PERFORM DISPLAY-AND-LOG-ERROR
    END-IF.
    INITIALIZE WS-RETURN-CODE.
    EXIT.

*> Every ;-separated entry in WS-ELIG-GRAD-YEARS must be a four-digit
*> year; WS-ELIG-BAD comes back 'Y' on the first one that isn't.
CHECK-ELIG-YEAR-LIST SECTION.
    MOVE 'N' TO WS-ELIG-BAD.
    MOVE 1 TO WS-ELIG-PTR.
    PERFORM UNTIL WS-ELIG-PTR > 40 OR WS-ELIG-BAD = 'Y'
        MOVE SPACES TO WS-ELIG-ITEM
        UNSTRING WS-ELIG-GRAD-YEARS DELIMITED BY ";"
            INTO WS-ELIG-ITEM
            WITH POINTER WS-ELIG-PTR
            ON OVERFLOW CONTINUE
            NOT ON OVERFLOW MOVE 41 TO WS-ELIG-PTR
        END-UNSTRING
        IF FUNCTION TRIM(WS-ELIG-ITEM) > SPACES
            IF FUNCTION LENGTH(FUNCTION TRIM(WS-ELIG-ITEM)) NOT = 4
               OR FUNCTION TRIM(WS-ELIG-ITEM) IS NOT NUMERIC
                MOVE 'Y' TO WS-ELIG-BAD
            END-IF
        END-IF
    END-PERFORM.
    EXIT.

*> Every ;-separated entry in WS-ELIG-MAJORS must be on majors.txt;
*> the first one that isn't is left in WS-ELIG-ITEM for the prompt.
CHECK-ELIG-MAJOR-LIST SECTION.
    MOVE 'N' TO WS-ELIG-BAD.
    MOVE 1 TO WS-ELIG-PTR.
    PERFORM UNTIL WS-ELIG-PTR > 200 OR WS-ELIG-BAD = 'Y'
        MOVE SPACES TO WS-ELIG-ITEM
        UNSTRING WS-ELIG-MAJORS DELIMITED BY ";"
            INTO WS-ELIG-ITEM
            WITH POINTER WS-ELIG-PTR
            ON OVERFLOW CONTINUE
            NOT ON OVERFLOW MOVE 201 TO WS-ELIG-PTR
        END-UNSTRING
        IF FUNCTION TRIM(WS-ELIG-ITEM) > SPACES
            MOVE FUNCTION TRIM(WS-ELIG-ITEM) TO WS-ELIG-ITEM
            CALL "LOOKUP-VALIDATE" USING "MAJR", WS-ELIG-ITEM,
                                          WS-LOOKUP-RETURN-CODE
            IF WS-LOOKUP-RETURN-CODE NOT = 'S'
                MOVE 'Y' TO WS-ELIG-BAD
            END-IF
        END-IF
    END-PERFORM.
    EXIT.

*> Up to three short screening questions on the fresh posting, each
*> optionally a knockout with a required answer.
ADD-SCREENING-QUESTIONS-FLOW SECTION.
    MOVE "Learn a New Skill:" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.

    MOVE "1. Resume Writing Basics" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE "2. Public Speaking" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE "3. Project Management" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE "4. Data Analysis" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE "5. Excel" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE "6. Go Back" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
            PERFORM RESUME-BASICS-SKILL
            PERFORM LEARN-SKILL
        WHEN 2
            PERFORM PUBLIC-SPEAKING-SKILL
            PERFORM LEARN-SKILL
        WHEN 3
            PERFORM PROJECT-MGMT-SKILL
            PERFORM LEARN-SKILL
        WHEN 4
            PERFORM DATA-ANALYSIS-SKILL
            PERFORM LEARN-SKILL
        WHEN 5
            PERFORM EXCEL-SKILL
            PERFORM LEARN-SKILL
        WHEN 6
            EXIT SECTION
    MOVE "listing job duties." TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.

    MOVE "Resume Writing Basics" TO WS-SKILL-NAME.
    PERFORM SKILL-ASSESSMENT-FLOW.
    EXIT.

PUBLIC-SPEAKING-SKILL SECTION.
    MOVE "Public Speaking" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE "---" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE "Open with why the topic matters to your audience, rehearse" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE "out loud against the clock, and look at the room rather than" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE "your slides. If you cannot answer a question, say you will" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE "find out and follow up." TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.

    MOVE "Public Speaking" TO WS-SKILL-NAME.
    PERFORM SKILL-ASSESSMENT-FLOW.
    EXIT.

PROJECT-MGMT-SKILL SECTION.
    MOVE "Project Management" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE "---" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE "Agree the scope and what counts as done before anything else," TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE "break the work into tasks small enough to estimate and own," TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE "mark the milestones, and raise a slipping task as soon as you" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE "know about it." TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.

    MOVE "Project Management" TO WS-SKILL-NAME.
    PERFORM SKILL-ASSESSMENT-FLOW.
    EXIT.

DATA-ANALYSIS-SKILL SECTION.
    MOVE "Data Analysis" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE "---" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE "Check a data set for missing and duplicate values first, use" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE "the median when a few extreme values would skew the mean," TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE "remember that correlation is not cause, and give every chart" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE "labeled axes and one clear message." TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.

    MOVE "Data Analysis" TO WS-SKILL-NAME.
    PERFORM SKILL-ASSESSMENT-FLOW.
    EXIT.

EXCEL-SKILL SECTION.
    MOVE "Excel" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE "---" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE "Every formula starts with =; SUM adds up a range, and a $ in" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE "a reference ($A$1) keeps it fixed when the formula is copied." TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE "A PivotTable summarizes a large table by category without" TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    MOVE "changing the data underneath." TO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.

    MOVE "Excel" TO WS-SKILL-NAME.
    PERFORM SKILL-ASSESSMENT-FLOW.
    EXIT.

*> A module only counts as finished once the student passes a graded
*> attempt at its question bank; SKILL-ASSESS records the completion
*> and holds a failed student out until the retry cooldown ends.
SKILL-ASSESSMENT-FLOW SECTION.
    INITIALIZE WS-ASSESSMENT.
    MOVE "START" TO WS-CONN-ACTION.
    CALL "SKILL-ASSESS" USING WS-USERNAME, WS-CONN-ACTION, WS-SKILL-NAME,
        WS-ASSESSMENT, WS-SKILL-RETURN-CODE.

    EVALUATE WS-SKILL-RETURN-CODE
        WHEN 'S'
            CONTINUE
        WHEN 'A'
            MOVE "You have already completed this skill." TO WS-MESSAGE
            PERFORM DISPLAY-AND-LOG
            EXIT SECTION
        WHEN 'C'
            PERFORM SHOW-SKILL-RETRY
            EXIT SECTION
        WHEN 'N'
            MOVE "The graded attempt for this skill is not ready yet."
                TO WS-MESSAGE
            PERFORM DISPLAY-AND-LOG
            MOVE "It cannot be marked complete until it is." TO WS-MESSAGE
            PERFORM DISPLAY-AND-LOG
            EXIT SECTION
        WHEN OTHER
            MOVE "Unable to start the graded attempt right now." TO WS-MESSAGE
            PERFORM DISPLAY-AND-LOG
            EXIT SECTION
    END-EVALUATE.

    MOVE WS-AS-QUESTION-COUNT TO WS-SR-NUM-TEXT.
    MOVE WS-AS-PASS-MARK TO WS-SR-NUM-TEXT2.
    INITIALIZE WS-MESSAGE.
    STRING "Graded attempt: " FUNCTION TRIM(WS-SR-NUM-TEXT)
           " questions, pass mark " FUNCTION TRIM(WS-SR-NUM-TEXT2)
           "%. Answer A, B or C." DELIMITED BY SIZE INTO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.

    PERFORM VARYING WS-AS-IDX FROM 1 BY 1
            UNTIL WS-AS-IDX > WS-AS-QUESTION-COUNT
        PERFORM ASK-SKILL-QUESTION
    END-PERFORM.

    MOVE "GRADE" TO WS-CONN-ACTION.
    IF WS-DRYRUN-MODE = 'Y'
        MOVE "would grade the attempt and record a passing result"
            TO WS-DRYRUN-TEXT
        PERFORM DRYRUN-NOTE
        EXIT SECTION
    END-IF.
    CALL "SKILL-ASSESS" USING WS-USERNAME, WS-CONN-ACTION, WS-SKILL-NAME,
        WS-ASSESSMENT, WS-SKILL-RETURN-CODE.

    MOVE WS-AS-SCORE TO WS-SR-NUM-TEXT.
    MOVE WS-AS-QUESTION-COUNT TO WS-SR-NUM-TEXT2.
    MOVE WS-AS-PERCENT TO WS-DIGEST-NUM-TEXT.
    EVALUATE WS-SKILL-RETURN-CODE
        WHEN 'P'
            INITIALIZE WS-MESSAGE
            STRING "Passed with " FUNCTION TRIM(WS-SR-NUM-TEXT) " of "
                   FUNCTION TRIM(WS-SR-NUM-TEXT2) " ("
                   FUNCTION TRIM(WS-DIGEST-NUM-TEXT) "%)."
                   DELIMITED BY SIZE INTO WS-MESSAGE
            PERFORM DISPLAY-AND-LOG
            MOVE "Skill completed and saved to your profile." TO WS-MESSAGE
            PERFORM DISPLAY-AND-LOG
        WHEN 'F'
            INITIALIZE WS-MESSAGE
            STRING "Not passed: " FUNCTION TRIM(WS-SR-NUM-TEXT) " of "
                   FUNCTION TRIM(WS-SR-NUM-TEXT2) " ("
                   FUNCTION TRIM(WS-DIGEST-NUM-TEXT) "%)."
                   DELIMITED BY SIZE INTO WS-MESSAGE
            PERFORM DISPLAY-AND-LOG
            PERFORM SHOW-SKILL-RETRY
        WHEN 'C'
            PERFORM SHOW-SKILL-RETRY
        WHEN 'A'
            MOVE "You have already completed this skill." TO WS-MESSAGE
            PERFORM DISPLAY-AND-LOG
        WHEN OTHER
            MOVE "Unable to grade the attempt right now." TO WS-MESSAGE
            PERFORM DISPLAY-AND-LOG
    END-EVALUATE.
    EXIT.

ASK-SKILL-QUESTION SECTION.
    MOVE WS-AS-IDX TO WS-SR-NUM-TEXT.
    INITIALIZE WS-MESSAGE.
    STRING FUNCTION TRIM(WS-SR-NUM-TEXT) ". "
           FUNCTION TRIM(WS-AS-Q-TEXT(WS-AS-IDX))
           DELIMITED BY SIZE INTO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    INITIALIZE WS-MESSAGE.
    STRING "   A. " FUNCTION TRIM(WS-AS-Q-CHOICE(WS-AS-IDX, 1))
           DELIMITED BY SIZE INTO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    INITIALIZE WS-MESSAGE.
    STRING "   B. " FUNCTION TRIM(WS-AS-Q-CHOICE(WS-AS-IDX, 2))
           DELIMITED BY SIZE INTO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    INITIALIZE WS-MESSAGE.
    STRING "   C. " FUNCTION TRIM(WS-AS-Q-CHOICE(WS-AS-IDX, 3))
           DELIMITED BY SIZE INTO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.

    PERFORM GET-REQUIRED-INPUT.
    IF WS-END-FILE = 'Y'
        PERFORM CLOSE-PROGRAM
    END-IF.
    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(INPUT-RECORD)) TO WS-SKILL-ANSWER.
    PERFORM UNTIL WS-SKILL-ANSWER = "A" OR "B" OR "C"
        MOVE "Answer A, B or C:" TO WS-MESSAGE
        PERFORM DISPLAY-AND-LOG-ERROR
        PERFORM GET-REQUIRED-INPUT
        IF WS-END-FILE = 'Y'
            PERFORM CLOSE-PROGRAM
        END-IF
        MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(INPUT-RECORD))
            TO WS-SKILL-ANSWER
    END-PERFORM.
    MOVE WS-SKILL-ANSWER(1:1) TO WS-AS-GIVEN(WS-AS-IDX).
    EXIT.

SHOW-SKILL-RETRY SECTION.
    INITIALIZE WS-MESSAGE.
    STRING "You can take the graded attempt again from "
           WS-AS-RETRY-DATE " " WS-AS-RETRY-TIME(1:2) ":"
           WS-AS-RETRY-TIME(3:2) "." DELIMITED BY SIZE INTO WS-MESSAGE.
    PERFORM DISPLAY-AND-LOG.
    EXIT.


