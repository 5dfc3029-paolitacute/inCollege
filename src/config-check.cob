       >>SOURCE FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONFIG-CHECK.
       AUTHOR. Paola
       DATE-WRITTEN. 10/15/2026

       *> Validates the hand-edited site files before the nightly
       *> window starts, so a typo is reported the night it is made
       *> instead of the day something quietly falls back to a
       *> default:
       *>   incollege-config.txt  every KEY=VALUE against the keys the
       *>                         programs actually read (type, range,
       *>                         allowed values); unknown and
       *>                         duplicate keys (SITE-CONFIG only
       *>                         ever sees the first), and keys
       *>                         longer than the 20 characters
       *>                         SITE-CONFIG reads -- in the file or
       *>                         in the key table below
       *>   batch_calendar.txt    STEP program names against the steps
       *>                         BATCH-NIGHTLY can run, and the
       *>                         NIGHTLY / WEEKLY 1-7 / MONTHLY 1-31 /
       *>                         DATE YYYYMMDD / SKIP YYYYMMDD syntax
       *>   screening_rules.txt   one phrase per line
       *>   skill_synonyms.txt    variant~canonical
       *>   capacity_limits.txt   file~limit~ROWS|KEY:n~programs
       *>   campus_calendar.txt   CLOSED~YYYYMMDD~reason and
       *>                         BREAK~first~last~reason, real dates,
       *>                         first not after last
       *>   skills.txt, majors.txt, universities.txt
       *>                         one entry per line, no "~", no
       *>                         case-insensitive duplicates, within
       *>                         the width of the field it lands in
       *>   locations.txt         name~city~state~region~arrangement
       *>                         [~aliases]: name (50) and region
       *>                         present, ONSITE/HYBRID/REMOTE, a city
       *>                         unless remote, no duplicate names
       *> Findings go to InCollege-ConfigCheck.txt as ERROR (the file
       *> will be misread) or WARNING (legal but probably not meant).
       *>
       *> Change history: the last accepted content of each file is
       *> kept in config_accepted.txt as
       *>   file|value|key
       *> (key = the config KEY or synonym variant, the whole row for
       *> the row-per-entry files; a "*" key marks the file as seen).
       *> When a file checks out with no errors, every difference
       *> from that copy is appended to config_history.txt as
       *>   YYYYMMDD|file|key|old value|new value
       *> ("(absent)" on the side where a key or row did not exist,
       *> "(present)" for a row-per-entry file's rows -- locations.txt
       *> keeps its name as the key and shows the rest of the row) and
       *> the copy is brought up to date. A file with errors keeps its
       *> previous accepted copy, so its change is recorded the night
       *> it is fixed. The first sighting of a file only records the
       *> copy.
       *> Return code: 'S' no errors, 'E' at least one error.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHECK-FILE ASSIGN TO WS-CHECK-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHECK-STATUS.
           SELECT ACCEPTED-FILE ASSIGN TO "config_accepted.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCEPTED-STATUS.
           SELECT HISTORY-FILE ASSIGN TO "config_history.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT REPORT-FILE ASSIGN TO "InCollege-ConfigCheck.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CHECK-FILE.
       01  CHECK-RECORD             PIC X(250).

       FD  ACCEPTED-FILE.
       01  ACCEPTED-RECORD          PIC X(250).

       FD  HISTORY-FILE.
       01  HISTORY-RECORD           PIC X(300).

       FD  REPORT-FILE.
       01  REPORT-RECORD            PIC X(200).

       WORKING-STORAGE SECTION.
       01  WS-CHECK-STATUS          PIC X(2).
       01  WS-ACCEPTED-STATUS       PIC X(2).
       01  WS-HISTORY-STATUS        PIC X(2).
       01  WS-CHECK-FILENAME        PIC X(30).
       01  WS-EOF-FLAG              PIC X VALUE 'N'.
       01  WS-TODAY                 PIC X(21).

      *> The files checked, in order, with their kind and (for the
      *> lookup lists) the width of the field an entry is stored in.
      *> skills.txt comes before skill_synonyms.txt so the synonyms
      *> can be checked against it.
       01  WS-WATCH-NAMES.
           05 FILLER PIC X(33) VALUE "incollege-config.txt    CONF000".
           05 FILLER PIC X(33) VALUE "batch_calendar.txt      CAL 000".
           05 FILLER PIC X(33) VALUE "screening_rules.txt     SCRN080".
           05 FILLER PIC X(33) VALUE "skills.txt              LKUP030".
           05 FILLER PIC X(33) VALUE "skill_synonyms.txt      SYN 040".
           05 FILLER PIC X(33) VALUE "majors.txt              LKUP050".
           05 FILLER PIC X(33) VALUE "universities.txt        LKUP100".
           05 FILLER PIC X(33) VALUE "capacity_limits.txt     CAP 000".
           05 FILLER PIC X(33) VALUE "campus_calendar.txt     CLSD040".
           05 FILLER PIC X(33) VALUE "locations.txt           LOCN050".
       01  WS-WATCH-TABLE REDEFINES WS-WATCH-NAMES.
           05 WS-WATCH-ENTRY OCCURS 10 TIMES.
              10 WS-WATCH-FILE      PIC X(24).
              10 WS-WATCH-KIND      PIC X(4).
              10 WS-WATCH-WIDTH     PIC 9(3).
              10 FILLER             PIC X(2).
       01  W                        PIC 9(2).

      *> Every key a program reads from incollege-config.txt:
      *> name, type, lowest and highest value. The highest is what
      *> the receiving field holds -- past it the value truncates.
      *>   INT  whole number      DEC  number with decimals
      *>   DATE YYYYMMDD          USER account name (no spaces, 20)
      *>   CODE text up to "max" characters
      *>   ACTS comma list of DUAL-CONTROL actions
      *>   POLS comma list of BUSINESS-DAYS deadline policies
       01  WS-KEY-RULE-DATA.
           05 FILLER PIC X(48) VALUE "ADVISING-CANCEL-HRS     INT +0000000 00000999  ".
           05 FILLER PIC X(48) VALUE "APP-AGE-DAYS            INT +0000001 00000999  ".
           05 FILLER PIC X(48) VALUE "BUSINESS-DAY-POLICY     POLS+0000000 00000000  ".
           05 FILLER PIC X(48) VALUE "CAPACITY-CRIT-PCT       INT +0000001 00000100  ".
           05 FILLER PIC X(48) VALUE "CAPACITY-WARN-PCT       INT +0000001 00000100  ".
           05 FILLER PIC X(48) VALUE "CAREERS-OFFICE-INBOX    USER+0000001 00000020  ".
           05 FILLER PIC X(48) VALUE "CONN-REQ-EXPIRE-DAYS    INT +0000001 00009999  ".
           05 FILLER PIC X(48) VALUE "COOP-COURSE-CODE        CODE+0000001 00000012  ".
           05 FILLER PIC X(48) VALUE "COOP-HOURS-PER-UNIT     INT +0000001 00000999  ".
           05 FILLER PIC X(48) VALUE "CREDIT-PRICE            DEC +0000000 00099999  ".
           05 FILLER PIC X(48) VALUE "CURRENT-DATE            DATE+0000000 00000000  ".
           05 FILLER PIC X(48) VALUE "DORMANT-MARK-DAYS       INT +0000001 00009999  ".
           05 FILLER PIC X(48) VALUE "DORMANT-WARN-DAYS       INT +0000001 00009999  ".
           05 FILLER PIC X(48) VALUE "DUAL-CONTROL-ACTIONS    ACTS+0000000 00000000  ".
           05 FILLER PIC X(48) VALUE "DUP-JOB-FLAG-SCORE      INT +0000001 00000100  ".
           05 FILLER PIC X(48) VALUE "DUP-JOB-SCORE           INT +0000001 00000100  ".
           05 FILLER PIC X(48) VALUE "EQUITY-MIN-CELL         INT +0000001 00009999  ".
           05 FILLER PIC X(48) VALUE "EVAL-REMIND-DAYS        INT +0000001 00000999  ".
           05 FILLER PIC X(48) VALUE "INBOUND-INBOX           USER+0000001 00000020  ".
           05 FILLER PIC X(48) VALUE "JOB-EXPIRE-DAYS         INT +0000001 00000999  ".
           05 FILLER PIC X(48) VALUE "JOB-HISTORY-DAYS        INT +0000001 00009999  ".
           05 FILLER PIC X(48) VALUE "LOCKOUT-MINUTES         INT +0000001 00099999  ".
           05 FILLER PIC X(48) VALUE "MENTOR-MIN-MEETINGS     INT +0000000 00000099  ".
           05 FILLER PIC X(48) VALUE "MSG-RETAIN-DAYS         INT +0000001 00009999  ".
           05 FILLER PIC X(48) VALUE "PLACEMENT-WEEKS         INT +0000001 00000999  ".
           05 FILLER PIC X(48) VALUE "PW-HISTORY-N            INT +0000000 00000099  ".
           05 FILLER PIC X(48) VALUE "PW-MAX-AGE-DAYS         INT +0000001 00000999  ".
           05 FILLER PIC X(48) VALUE "QUEUE-ALERT-COUNT       INT +0000001 00099999  ".
           05 FILLER PIC X(48) VALUE "QUEUE-ALERT-DAYS        INT +0000001 00099999  ".
           05 FILLER PIC X(48) VALUE "REFERENCE-DUE-DAYS      INT +0000001 00000999  ".
           05 FILLER PIC X(48) VALUE "RETAIN-ANON-DAYS        INT +0000000 00009999  ".
           05 FILLER PIC X(48) VALUE "ROLLOVER-QUIET-DAYS     INT +0000001 00009999  ".
           05 FILLER PIC X(48) VALUE "SALARY-MIN-GROUP        INT +0000001 00009999  ".
           05 FILLER PIC X(48) VALUE "SALARY-SANE-MAX         INT +0000001 99999999  ".
           05 FILLER PIC X(48) VALUE "SCREEN-REPEAT-MIN       INT +0000001 00000999  ".
           05 FILLER PIC X(48) VALUE "SCREEN-REPORT-DAYS      INT +0000001 00000999  ".
           05 FILLER PIC X(48) VALUE "SESSION-RETAIN-DAYS     INT +0000001 00009999  ".
           05 FILLER PIC X(48) VALUE "SKILL-RETRY-HOURS       INT +0000000 00000999  ".
           05 FILLER PIC X(48) VALUE "STEPUP-CODE-MINUTES     INT +0000001 00000999  ".
           05 FILLER PIC X(48) VALUE "TOS-VERSION             CODE+0000001 00000008  ".
           05 FILLER PIC X(48) VALUE "TZ-OFFSET               INT -0000012 00000014  ".
           05 FILLER PIC X(48) VALUE "WINDOW-SLOW-PCT         INT +0000000 00000999  ".
           05 FILLER PIC X(48) VALUE "WINDOW-SLOW-SECS        INT +0000000 00099999  ".
       01  WS-KEY-RULE-TABLE REDEFINES WS-KEY-RULE-DATA.
           05 WS-KEY-RULE OCCURS 43 TIMES.
              10 WS-RULE-KEY        PIC X(24).
              10 WS-RULE-TYPE       PIC X(4).
              10 WS-RULE-MIN        PIC S9(7) SIGN LEADING SEPARATE.
              10 FILLER             PIC X.
              10 WS-RULE-MAX        PIC 9(8).
              10 FILLER             PIC X(3).
       01  WS-KEY-RULE-COUNT        PIC 9(2) VALUE 43.
       01  K                        PIC 9(2).
       01  WS-RULE-FOUND            PIC 9(2).

      *> Actions DUAL-CONTROL can hold for a second admin.
       01  WS-DUAL-ACTION-LIST      PIC X(60)
               VALUE " DISABLE ENABLE RESETPW CLOSE UNHOLD ".
       01  WS-DUAL-ACTION-TEXT      PIC X(60)
               VALUE " is not an action (DISABLE, ENABLE, RESETPW, CLOSE, UNHOLD)".

      *> Deadline policies BUSINESS-DAYS is asked about.
       01  WS-DEADLINE-POLICY-LIST  PIC X(60)
               VALUE " OFFER APP-AGE CONN-EXPIRE REFERENCE DORMANT ".
       01  WS-DEADLINE-POLICY-TEXT  PIC X(60)
               VALUE " is not a deadline policy".

      *> The list and complaint CHECK-ACTION-LIST works against
       01  WS-ALLOWED-LIST          PIC X(60).
       01  WS-ALLOWED-TEXT          PIC X(60).

      *> Every step name BATCH-NIGHTLY's RUN-ONE-STEP knows how to
      *> run -- keep in step with that EVALUATE.
       01  WS-STEP-LIST-DATA.
           05 FILLER PIC X(20) VALUE "DAILY-REPORT".
           05 FILLER PIC X(20) VALUE "RECONCILE-ACCOUNTS".
           05 FILLER PIC X(20) VALUE "CONNECTION-EXPIRE".
           05 FILLER PIC X(20) VALUE "CONNECTION-INDEX".
           05 FILLER PIC X(20) VALUE "MESSAGE-ARCHIVE".
           05 FILLER PIC X(20) VALUE "MSG-SCHEDULE".
           05 FILLER PIC X(20) VALUE "PARTNER-RENEWAL".
           05 FILLER PIC X(20) VALUE "MENTOR-CLOSEOUT".
           05 FILLER PIC X(20) VALUE "LEGAL-HOLD-REPORT".
           05 FILLER PIC X(20) VALUE "ALUMNI-UPDATE".
           05 FILLER PIC X(20) VALUE "BALANCE-CHECK".
           05 FILLER PIC X(20) VALUE "ARCHIVE-DATA".
           05 FILLER PIC X(20) VALUE "CANDIDATE-ALERTS".
           05 FILLER PIC X(20) VALUE "APP-AGING".
           05 FILLER PIC X(20) VALUE "DORMANT-SCAN".
           05 FILLER PIC X(20) VALUE "RETENTION-SWEEP".
           05 FILLER PIC X(20) VALUE "AUDIT-VERIFY".
           05 FILLER PIC X(20) VALUE "MAIL-BOUNCE".
           05 FILLER PIC X(20) VALUE "MAIL-INBOUND".
           05 FILLER PIC X(20) VALUE "STANDBY-APPLY".
           05 FILLER PIC X(20) VALUE "ARCHIVE-VERIFY".
           05 FILLER PIC X(20) VALUE "WEEKLY-BULLETIN".
           05 FILLER PIC X(20) VALUE "PLACEMENT-REPORT".
           05 FILLER PIC X(20) VALUE "SALARY-OUTCOMES".
           05 FILLER PIC X(20) VALUE "DUPLICATE-SCAN".
           05 FILLER PIC X(20) VALUE "INTEGRITY-SWEEP".
           05 FILLER PIC X(20) VALUE "AUDIT-ANALYTICS".
           05 FILLER PIC X(20) VALUE "DELTA-EXTRACT".
           05 FILLER PIC X(20) VALUE "APP-INTERCHANGE".
           05 FILLER PIC X(20) VALUE "POSTING-INVOICE".
           05 FILLER PIC X(20) VALUE "COOP-CREDIT".
           05 FILLER PIC X(20) VALUE "EVENT-ATTENDANCE".
           05 FILLER PIC X(20) VALUE "QUEUE-AGING".
           05 FILLER PIC X(20) VALUE "JOB-DUP-SCAN".
           05 FILLER PIC X(20) VALUE "CAPACITY-CHECK".
           05 FILLER PIC X(20) VALUE "WINDOW-TREND".
           05 FILLER PIC X(20) VALUE "APPLICATION-MIGRATE".
           05 FILLER PIC X(20) VALUE "REPORT-DISTRIBUTE".
           05 FILLER PIC X(20) VALUE "LOCATION-MIGRATE".
           05 FILLER PIC X(20) VALUE "PLACEMENT-EVAL".
           05 FILLER PIC X(20) VALUE "ACADEMIC-ROLLOVER".
           05 FILLER PIC X(20) VALUE "SKILLS-DEMAND".
           05 FILLER PIC X(20) VALUE "SCREEN-OFFENDERS".
           05 FILLER PIC X(20) VALUE "PROFILE-INDEX".
           05 FILLER PIC X(20) VALUE "JOB-HISTORY".
           05 FILLER PIC X(20) VALUE "ADVISING-REMIND".
           05 FILLER PIC X(20) VALUE "ADVISING-REPORT".
           05 FILLER PIC X(20) VALUE "EQUITY-REPORT".
           05 FILLER PIC X(20) VALUE "KPI-CAPTURE".
           05 FILLER PIC X(20) VALUE "KPI-TREND".
       01  WS-STEP-LIST-TABLE REDEFINES WS-STEP-LIST-DATA.
           05 WS-KNOWN-STEP OCCURS 50 TIMES PIC X(20).
       01  WS-KNOWN-STEP-COUNT      PIC 9(2) VALUE 50.
       01  S                        PIC 9(2).
       01  WS-STEP-FOUND            PIC X.

      *> The file being checked: its entries as key + value
       01  WS-LINE-NO               PIC 9(4).
       01  WS-LINE-TEXT             PIC Z(3)9.
       01  WS-FILE-ERRORS           PIC 9(4).
       01  WS-FILE-WARNINGS         PIC 9(4).
       01  WS-FILE-PRESENT          PIC X.
       01  WS-CUR-COUNT             PIC 9(4) VALUE 0.
       01  WS-CUR-TABLE.
           05 WS-CUR-ENTRY OCCURS 500 TIMES.
              10 WS-CUR-KEY         PIC X(100).
              10 WS-CUR-VALUE       PIC X(100).
              10 WS-CUR-MATCHED     PIC X.
       01  C                        PIC 9(4).
       01  WS-CUR-FOUND             PIC 9(4).
       01  WS-ENTRY-KEY             PIC X(100).
       01  WS-ENTRY-VALUE           PIC X(100).
       01  WS-ENTRY-KEY-UC          PIC X(100).

      *> skills.txt entries, for the synonyms check
       01  WS-SKILL-COUNT           PIC 9(3) VALUE 0.
       01  WS-SKILL-UC OCCURS 500 TIMES PIC X(40).
       01  WS-SKILL-FOUND           PIC X.

      *> Last accepted content of every file
       01  WS-ACC-COUNT             PIC 9(4) VALUE 0.
       01  WS-ACC-TABLE.
           05 WS-ACC-ENTRY OCCURS 1000 TIMES.
              10 WS-ACC-FILE        PIC X(24).
              10 WS-ACC-KEY         PIC X(100).
              10 WS-ACC-VALUE       PIC X(100).
       01  A                        PIC 9(4).
       01  A2                       PIC 9(4).
       01  WS-ACC-SEEN              PIC X.
       01  WS-ACC-FULL              PIC X VALUE 'N'.
       01  WS-ACC-PTR               PIC 9(3).

      *> Parsing
       01  WS-FIELDS.
           05 WS-FIELD OCCURS 6 TIMES PIC X(100).
       01  WS-FIELD-COUNT           PIC 9(2).
       01  WS-TRIMMED               PIC X(250).
       01  WS-TEXT-LEN              PIC 9(3).
       01  WS-TALLY                 PIC 9(3).
       01  WS-KEY-PART              PIC X(40).
       01  WS-VALUE-PART            PIC X(160).
       01  WS-VALUE-LEN             PIC 9(3).
       01  WS-KEY-LEN               PIC 9(3).
       01  WS-NUM-VALUE             PIC S9(9)V99.
       01  WS-DIGIT-PART            PIC X(40).
       01  WS-ACTION-WORD           PIC X(42).
       01  WS-ACTION-PTR            PIC 9(3).
       01  WS-ACTION-BAD            PIC X(40).
       01  WS-DATE-TEXT             PIC X(8).
       01  WS-DATE-OK               PIC X.
       01  WS-CAL-ARG-NUM           PIC 9(2).
       01  WS-RANGE-MIN             PIC -(7)9.
       01  WS-RANGE-MAX             PIC Z(7)9.
       01  WS-WORD-LEN              PIC 9(2).

      *> The ordered key pairs, compared once the file is read
       01  WS-PAIR-LOW              PIC S9(9)V99.
       01  WS-PAIR-HIGH             PIC S9(9)V99.
       01  WS-PAIR-LOW-SET          PIC X.
       01  WS-PAIR-HIGH-SET         PIC X.
       01  WS-PAIR-LOW-KEY          PIC X(24).
       01  WS-PAIR-HIGH-KEY         PIC X(24).

      *> Findings
       01  WS-FINDING-LEVEL         PIC X(7).
       01  WS-FINDING-TEXT          PIC X(150).
       01  WS-TOTAL-ERRORS          PIC 9(5) VALUE 0.
       01  WS-TOTAL-WARNINGS        PIC 9(5) VALUE 0.
       01  WS-TOTAL-CHANGES         PIC 9(5) VALUE 0.
       01  WS-FILE-CHANGES          PIC 9(4).
       01  WS-COUNT-TEXT            PIC Z(4)9.
       01  WS-COUNT-TEXT2           PIC Z(4)9.
       01  WS-COUNT-TEXT3           PIC Z(4)9.
       01  WS-HIST-OLD              PIC X(100).
       01  WS-HIST-NEW              PIC X(100).
       01  WS-HIST-KEY              PIC X(100).

       LINKAGE SECTION.
       01  LS-RETURN-CODE           PIC X.

       PROCEDURE DIVISION USING LS-RETURN-CODE.

           MOVE FUNCTION CURRENT-DATE TO WS-TODAY.
           MOVE 'S' TO LS-RETURN-CODE.
           MOVE 0 TO WS-TOTAL-ERRORS, WS-TOTAL-WARNINGS,
                     WS-TOTAL-CHANGES, WS-SKILL-COUNT.
           PERFORM LOAD-ACCEPTED.

           OPEN OUTPUT REPORT-FILE.
           MOVE SPACES TO REPORT-RECORD.
           STRING "InCollege Site Configuration Check - "
               WS-TODAY(1:8) DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE "------------------------------------------------"
               TO REPORT-RECORD.
           WRITE REPORT-RECORD.

           PERFORM VARYING W FROM 1 BY 1 UNTIL W > 10
               PERFORM CHECK-ONE-FILE
           END-PERFORM.

           PERFORM REWRITE-ACCEPTED.

           MOVE WS-TOTAL-ERRORS TO WS-COUNT-TEXT.
           MOVE WS-TOTAL-WARNINGS TO WS-COUNT-TEXT2.
           MOVE WS-TOTAL-CHANGES TO WS-COUNT-TEXT3.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           STRING "CONFIG-CHECK: " FUNCTION TRIM(WS-COUNT-TEXT)
               " error(s), " FUNCTION TRIM(WS-COUNT-TEXT2)
               " warning(s), " FUNCTION TRIM(WS-COUNT-TEXT3)
               " accepted change(s) recorded in config_history.txt."
               DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           CLOSE REPORT-FILE.
           DISPLAY FUNCTION TRIM(REPORT-RECORD).

           IF WS-TOTAL-ERRORS > 0
               MOVE 'E' TO LS-RETURN-CODE
           END-IF.
           GOBACK.

      *> ----------------------------------------------------------
      *> One watched file: read and check every line, then record
      *> the changes if it came through clean.
      *> ----------------------------------------------------------
       CHECK-ONE-FILE SECTION.
           MOVE WS-WATCH-FILE(W) TO WS-CHECK-FILENAME.
           MOVE 0 TO WS-FILE-ERRORS, WS-FILE-WARNINGS, WS-CUR-COUNT,
                     WS-LINE-NO.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           STRING FUNCTION TRIM(WS-CHECK-FILENAME) ":"
               DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.

           MOVE 'N' TO WS-EOF-FLAG.
           MOVE 'Y' TO WS-FILE-PRESENT.
           OPEN INPUT CHECK-FILE.
           IF WS-CHECK-STATUS NOT = "00"
               MOVE 'N' TO WS-FILE-PRESENT
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF.
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ CHECK-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-LINE-NO
                       IF CHECK-RECORD(1:1) NOT = "#"
                           PERFORM CHECK-ONE-LINE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CHECK-FILE.

           IF WS-FILE-PRESENT = 'N'
               MOVE "  not present (the built-in defaults apply)"
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.
           IF WS-WATCH-KIND(W) = "CONF"
               PERFORM CHECK-CONFIG-PAIRS
               PERFORM CHECK-RULE-KEYS
           END-IF.

           IF WS-FILE-ERRORS > 0
               MOVE "  changes since the last accepted copy are not recorded until the errors are fixed"
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
           ELSE
               IF WS-FILE-WARNINGS = 0
                   MOVE "  ok" TO REPORT-RECORD
                   WRITE REPORT-RECORD
               END-IF
               PERFORM RECORD-CHANGES
           END-IF.
           EXIT SECTION.

       CHECK-ONE-LINE SECTION.
           MOVE FUNCTION TRIM(CHECK-RECORD) TO WS-TRIMMED.
           IF WS-TRIMMED = SPACES
               EXIT SECTION
           END-IF.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(CHECK-RECORD))
               TO WS-TEXT-LEN.
           MOVE SPACES TO WS-ENTRY-KEY, WS-ENTRY-VALUE.

           EVALUATE WS-WATCH-KIND(W)
               WHEN "CONF"
                   PERFORM CHECK-CONFIG-LINE
               WHEN "CAL "
                   PERFORM CHECK-CALENDAR-LINE
               WHEN "SCRN"
                   PERFORM CHECK-LIST-LINE
               WHEN "LKUP"
                   PERFORM CHECK-LIST-LINE
               WHEN "SYN "
                   PERFORM CHECK-SYNONYM-LINE
               WHEN "CAP "
                   PERFORM CHECK-CAPACITY-LINE
               WHEN "CLSD"
                   PERFORM CHECK-CLOSURE-LINE
               WHEN "LOCN"
                   PERFORM CHECK-LOCATION-LINE
           END-EVALUATE.
           EXIT SECTION.

      *> ----------------------------------------------------------
      *> incollege-config.txt
      *> ----------------------------------------------------------
       CHECK-CONFIG-LINE SECTION.
           MOVE SPACES TO WS-KEY-PART, WS-VALUE-PART.
           UNSTRING CHECK-RECORD DELIMITED BY "="
               INTO WS-KEY-PART, WS-VALUE-PART
           END-UNSTRING.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-KEY-PART))
               TO WS-ENTRY-KEY.
           MOVE FUNCTION TRIM(WS-VALUE-PART) TO WS-ENTRY-VALUE.

           MOVE 0 TO WS-TALLY.
           INSPECT CHECK-RECORD TALLYING WS-TALLY FOR ALL "=".
           IF WS-TALLY = 0
               MOVE "not a KEY=VALUE line" TO WS-FINDING-TEXT
               PERFORM REPORT-ERROR
               EXIT SECTION
           END-IF.

           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-KEY-PART))
               TO WS-KEY-LEN.
           IF WS-KEY-LEN > 20
               MOVE SPACES TO WS-FINDING-TEXT
               STRING FUNCTION TRIM(WS-ENTRY-KEY)
                   " key longer than SITE-CONFIG can read (20)"
                   DELIMITED BY SIZE INTO WS-FINDING-TEXT
               PERFORM REPORT-ERROR
               EXIT SECTION
           END-IF.

           MOVE 0 TO WS-RULE-FOUND.
           PERFORM VARYING K FROM 1 BY 1
                   UNTIL K > WS-KEY-RULE-COUNT OR WS-RULE-FOUND > 0
               IF WS-RULE-KEY(K) = WS-ENTRY-KEY
                   MOVE K TO WS-RULE-FOUND
               END-IF
           END-PERFORM.
           IF WS-RULE-FOUND = 0
               MOVE SPACES TO WS-FINDING-TEXT
               STRING FUNCTION TRIM(WS-ENTRY-KEY)
                   " is not a key any program reads (misspelled?)"
                   DELIMITED BY SIZE INTO WS-FINDING-TEXT
               PERFORM REPORT-ERROR
               EXIT SECTION
           END-IF.
           MOVE WS-RULE-FOUND TO K.

           MOVE 0 TO WS-CUR-FOUND.
           PERFORM VARYING C FROM 1 BY 1
                   UNTIL C > WS-CUR-COUNT OR WS-CUR-FOUND > 0
               IF WS-CUR-KEY(C) = WS-ENTRY-KEY
                   MOVE C TO WS-CUR-FOUND
               END-IF
           END-PERFORM.
           IF WS-CUR-FOUND > 0
               MOVE SPACES TO WS-FINDING-TEXT
               STRING FUNCTION TRIM(WS-ENTRY-KEY)
                   " appears twice; only the first one is read"
                   DELIMITED BY SIZE INTO WS-FINDING-TEXT
               PERFORM REPORT-ERROR
               EXIT SECTION
           END-IF.

           IF WS-ENTRY-VALUE = SPACES
               MOVE SPACES TO WS-FINDING-TEXT
               STRING FUNCTION TRIM(WS-ENTRY-KEY)
                   " has no value (the built-in default applies)"
                   DELIMITED BY SIZE INTO WS-FINDING-TEXT
               PERFORM REPORT-WARNING
               PERFORM ADD-CURRENT-ENTRY
               EXIT SECTION
           END-IF.

           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-VALUE-PART))
               TO WS-VALUE-LEN.
           IF WS-VALUE-LEN > 40
               MOVE SPACES TO WS-FINDING-TEXT
               STRING FUNCTION TRIM(WS-ENTRY-KEY)
                   " value is longer than the 40 characters read"
                   DELIMITED BY SIZE INTO WS-FINDING-TEXT
               PERFORM REPORT-ERROR
               EXIT SECTION
           END-IF.

           EVALUATE WS-RULE-TYPE(K)
               WHEN "INT "
                   PERFORM CHECK-INT-VALUE
               WHEN "DEC "
                   PERFORM CHECK-DEC-VALUE
               WHEN "DATE"
                   MOVE WS-ENTRY-VALUE(1:8) TO WS-DATE-TEXT
                   PERFORM CHECK-DATE-TEXT
                   IF WS-DATE-OK = 'N' OR WS-VALUE-LEN NOT = 8
                       MOVE SPACES TO WS-FINDING-TEXT
                       STRING FUNCTION TRIM(WS-ENTRY-KEY)
                           "=" FUNCTION TRIM(WS-ENTRY-VALUE)
                           " is not a valid YYYYMMDD date"
                           DELIMITED BY SIZE INTO WS-FINDING-TEXT
                       PERFORM REPORT-ERROR
                   END-IF
               WHEN "USER"
                   MOVE 0 TO WS-TALLY
                   INSPECT FUNCTION TRIM(WS-ENTRY-VALUE)
                       TALLYING WS-TALLY FOR ALL SPACE
                   IF WS-TALLY > 0 OR WS-VALUE-LEN > WS-RULE-MAX(K)
                       MOVE SPACES TO WS-FINDING-TEXT
                       STRING FUNCTION TRIM(WS-ENTRY-KEY)
                           "=" FUNCTION TRIM(WS-ENTRY-VALUE)
                           " is not a username (no spaces, up to 20)"
                           DELIMITED BY SIZE INTO WS-FINDING-TEXT
                       PERFORM REPORT-ERROR
                   END-IF
               WHEN "CODE"
                   IF WS-VALUE-LEN > WS-RULE-MAX(K)
                       MOVE WS-RULE-MAX(K) TO WS-COUNT-TEXT
                       MOVE SPACES TO WS-FINDING-TEXT
                       STRING FUNCTION TRIM(WS-ENTRY-KEY)
                           " is longer than "
                           FUNCTION TRIM(WS-COUNT-TEXT)
                           " characters"
                           DELIMITED BY SIZE INTO WS-FINDING-TEXT
                       PERFORM REPORT-ERROR
                   END-IF
               WHEN "ACTS"
                   MOVE WS-DUAL-ACTION-LIST TO WS-ALLOWED-LIST
                   MOVE WS-DUAL-ACTION-TEXT TO WS-ALLOWED-TEXT
                   PERFORM CHECK-ACTION-LIST
               WHEN "POLS"
                   MOVE WS-DEADLINE-POLICY-LIST TO WS-ALLOWED-LIST
                   MOVE WS-DEADLINE-POLICY-TEXT TO WS-ALLOWED-TEXT
                   PERFORM CHECK-ACTION-LIST
           END-EVALUATE.

           PERFORM ADD-CURRENT-ENTRY.
           EXIT SECTION.

      *> A key in the table above that is longer than SITE-CONFIG's
      *> 20-character key can never be read, whatever the file says.
       CHECK-RULE-KEYS SECTION.
           MOVE 0 TO WS-LINE-NO.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-KEY-RULE-COUNT
               IF WS-RULE-KEY(K)(21:4) NOT = SPACES
                   MOVE SPACES TO WS-FINDING-TEXT
                   STRING FUNCTION TRIM(WS-RULE-KEY(K))
                       " key longer than SITE-CONFIG can read (20)"
                       DELIMITED BY SIZE INTO WS-FINDING-TEXT
                   PERFORM REPORT-ERROR
               END-IF
           END-PERFORM.
           EXIT SECTION.

      *> Whole number within the rule's range. A value a program's
      *> NUMVAL would take as something else (1O, 15 min, 2.5) is an
      *> error, not a guess.
       CHECK-INT-VALUE SECTION.
           MOVE WS-ENTRY-VALUE TO WS-DIGIT-PART.
           IF WS-DIGIT-PART(1:1) = "-" OR WS-DIGIT-PART(1:1) = "+"
               MOVE WS-ENTRY-VALUE(2:) TO WS-DIGIT-PART
           END-IF.
           IF WS-DIGIT-PART = SPACES
              OR FUNCTION TRIM(WS-DIGIT-PART) IS NOT NUMERIC
               MOVE SPACES TO WS-FINDING-TEXT
               STRING FUNCTION TRIM(WS-ENTRY-KEY) "="
                   FUNCTION TRIM(WS-ENTRY-VALUE)
                   " is not a whole number"
                   DELIMITED BY SIZE INTO WS-FINDING-TEXT
               PERFORM REPORT-ERROR
               EXIT SECTION
           END-IF.
           MOVE FUNCTION NUMVAL(WS-ENTRY-VALUE) TO WS-NUM-VALUE.
           PERFORM CHECK-VALUE-RANGE.
           EXIT SECTION.

       CHECK-DEC-VALUE SECTION.
           IF FUNCTION TEST-NUMVAL(WS-ENTRY-VALUE) NOT = 0
               MOVE SPACES TO WS-FINDING-TEXT
               STRING FUNCTION TRIM(WS-ENTRY-KEY) "="
                   FUNCTION TRIM(WS-ENTRY-VALUE)
                   " is not a number"
                   DELIMITED BY SIZE INTO WS-FINDING-TEXT
               PERFORM REPORT-ERROR
               EXIT SECTION
           END-IF.
           MOVE FUNCTION NUMVAL(WS-ENTRY-VALUE) TO WS-NUM-VALUE.
           PERFORM CHECK-VALUE-RANGE.
           EXIT SECTION.

       CHECK-VALUE-RANGE SECTION.
           IF WS-NUM-VALUE < WS-RULE-MIN(K)
              OR WS-NUM-VALUE > WS-RULE-MAX(K)
               MOVE WS-RULE-MIN(K) TO WS-RANGE-MIN
               MOVE WS-RULE-MAX(K) TO WS-RANGE-MAX
               MOVE SPACES TO WS-FINDING-TEXT
               STRING FUNCTION TRIM(WS-ENTRY-KEY) "="
                   FUNCTION TRIM(WS-ENTRY-VALUE)
                   " is outside " FUNCTION TRIM(WS-RANGE-MIN)
                   " to " FUNCTION TRIM(WS-RANGE-MAX)
                   DELIMITED BY SIZE INTO WS-FINDING-TEXT
               PERFORM REPORT-ERROR
           END-IF.
           EXIT SECTION.

      *> Keys that only make sense in order: warn before mark, warn
      *> before critical, cluster before flag.
       CHECK-CONFIG-PAIRS SECTION.
           MOVE "DORMANT-WARN-DAYS" TO WS-PAIR-LOW-KEY.
           MOVE "DORMANT-MARK-DAYS" TO WS-PAIR-HIGH-KEY.
           PERFORM COMPARE-KEPT-PAIR.
           MOVE "CAPACITY-WARN-PCT" TO WS-PAIR-LOW-KEY.
           MOVE "CAPACITY-CRIT-PCT" TO WS-PAIR-HIGH-KEY.
           PERFORM COMPARE-KEPT-PAIR.
           MOVE "DUP-JOB-SCORE" TO WS-PAIR-LOW-KEY.
           MOVE "DUP-JOB-FLAG-SCORE" TO WS-PAIR-HIGH-KEY.
           PERFORM COMPARE-KEPT-PAIR.
           EXIT SECTION.

       COMPARE-KEPT-PAIR SECTION.
           MOVE 'N' TO WS-PAIR-LOW-SET, WS-PAIR-HIGH-SET.
           PERFORM VARYING C FROM 1 BY 1 UNTIL C > WS-CUR-COUNT
               IF WS-CUR-KEY(C) = WS-PAIR-LOW-KEY
                  AND FUNCTION TEST-NUMVAL(WS-CUR-VALUE(C)) = 0
                   MOVE FUNCTION NUMVAL(WS-CUR-VALUE(C))
                       TO WS-PAIR-LOW
                   MOVE 'Y' TO WS-PAIR-LOW-SET
               END-IF
               IF WS-CUR-KEY(C) = WS-PAIR-HIGH-KEY
                  AND FUNCTION TEST-NUMVAL(WS-CUR-VALUE(C)) = 0
                   MOVE FUNCTION NUMVAL(WS-CUR-VALUE(C))
                       TO WS-PAIR-HIGH
                   MOVE 'Y' TO WS-PAIR-HIGH-SET
               END-IF
           END-PERFORM.
           IF WS-PAIR-LOW-SET = 'Y' AND WS-PAIR-HIGH-SET = 'Y'
              AND WS-PAIR-HIGH < WS-PAIR-LOW
               MOVE 0 TO WS-LINE-NO
               MOVE SPACES TO WS-FINDING-TEXT
               STRING FUNCTION TRIM(WS-PAIR-HIGH-KEY)
                   " is below " FUNCTION TRIM(WS-PAIR-LOW-KEY)
                   DELIMITED BY SIZE INTO WS-FINDING-TEXT
               PERFORM REPORT-ERROR
           END-IF.
           EXIT SECTION.

      *> DUAL-CONTROL and BUSINESS-DAYS match each name they are
      *> asked about anywhere in the list, so a misspelled entry just
      *> silently does nothing. WS-ALLOWED-LIST holds the legal names.
       CHECK-ACTION-LIST SECTION.
           MOVE FUNCTION UPPER-CASE(WS-ENTRY-VALUE) TO WS-VALUE-PART.
           MOVE 1 TO WS-ACTION-PTR.
           PERFORM UNTIL WS-ACTION-PTR > WS-VALUE-LEN
               MOVE SPACES TO WS-ACTION-BAD
               UNSTRING WS-VALUE-PART DELIMITED BY ","
                   INTO WS-ACTION-BAD
                   WITH POINTER WS-ACTION-PTR
               END-UNSTRING
               MOVE FUNCTION TRIM(WS-ACTION-BAD) TO WS-ACTION-BAD
               IF WS-ACTION-BAD = SPACES
                   MOVE SPACES TO WS-FINDING-TEXT
                   STRING FUNCTION TRIM(WS-ENTRY-KEY)
                       " has an empty entry in its list"
                       DELIMITED BY SIZE INTO WS-FINDING-TEXT
                   PERFORM REPORT-ERROR
               ELSE
                   MOVE SPACES TO WS-ACTION-WORD
                   STRING " " FUNCTION TRIM(WS-ACTION-BAD) " "
                       DELIMITED BY SIZE INTO WS-ACTION-WORD
                   COMPUTE WS-WORD-LEN =
                       FUNCTION LENGTH(FUNCTION TRIM(WS-ACTION-BAD)) + 2
                   MOVE 0 TO WS-TALLY
                   INSPECT WS-ALLOWED-LIST TALLYING WS-TALLY
                       FOR ALL WS-ACTION-WORD(1:WS-WORD-LEN)
                   IF WS-TALLY = 0
                       MOVE SPACES TO WS-FINDING-TEXT
                       STRING FUNCTION TRIM(WS-ENTRY-KEY) ": "
                           FUNCTION TRIM(WS-ACTION-BAD)
                           WS-ALLOWED-TEXT
                           DELIMITED BY SIZE INTO WS-FINDING-TEXT
                       PERFORM REPORT-ERROR
                   END-IF
               END-IF
           END-PERFORM.
           EXIT SECTION.

      *> ----------------------------------------------------------
      *> batch_calendar.txt
      *> ----------------------------------------------------------
       CHECK-CALENDAR-LINE SECTION.
           PERFORM SPLIT-TILDE-FIELDS.
           MOVE WS-TRIMMED TO WS-ENTRY-KEY.

           EVALUATE FUNCTION TRIM(WS-FIELD(1))
               WHEN "SKIP"
                   MOVE FUNCTION TRIM(WS-FIELD(2)) TO WS-DATE-TEXT
                   PERFORM CHECK-DATE-TEXT
                   IF WS-FIELD-COUNT NOT = 2 OR WS-DATE-OK = 'N'
                      OR FUNCTION LENGTH(FUNCTION TRIM(WS-FIELD(2)))
                         NOT = 8
                       MOVE "SKIP row must be SKIP~YYYYMMDD with a real date"
                           TO WS-FINDING-TEXT
                       PERFORM REPORT-ERROR
                       EXIT SECTION
                   END-IF
               WHEN "STEP"
                   PERFORM CHECK-STEP-ROW
                   IF WS-FINDING-LEVEL = "ERROR"
                       EXIT SECTION
                   END-IF
               WHEN OTHER
                   MOVE "row is neither STEP nor SKIP"
                       TO WS-FINDING-TEXT
                   PERFORM REPORT-ERROR
                   EXIT SECTION
           END-EVALUATE.
           PERFORM ADD-CURRENT-ENTRY.
           EXIT SECTION.

       CHECK-STEP-ROW SECTION.
           MOVE SPACES TO WS-FINDING-LEVEL.
           MOVE 'N' TO WS-STEP-FOUND.
           PERFORM VARYING S FROM 1 BY 1
                   UNTIL S > WS-KNOWN-STEP-COUNT OR WS-STEP-FOUND = 'Y'
               IF WS-KNOWN-STEP(S) = FUNCTION TRIM(WS-FIELD(2))
                   MOVE 'Y' TO WS-STEP-FOUND
               END-IF
           END-PERFORM.
           IF WS-STEP-FOUND = 'N'
               MOVE SPACES TO WS-FINDING-TEXT
               STRING "STEP " FUNCTION TRIM(WS-FIELD(2))
                   " is not a step the nightly driver can run"
                   DELIMITED BY SIZE INTO WS-FINDING-TEXT
               PERFORM REPORT-ERROR
               EXIT SECTION
           END-IF.

           EVALUATE FUNCTION TRIM(WS-FIELD(3))
               WHEN "NIGHTLY"
                   IF WS-FIELD-COUNT NOT = 3
                       MOVE "NIGHTLY takes no day: STEP~<program>~NIGHTLY"
                           TO WS-FINDING-TEXT
                       PERFORM REPORT-ERROR
                   END-IF
               WHEN "WEEKLY"
                   IF WS-FIELD-COUNT NOT = 4
                      OR FUNCTION LENGTH(FUNCTION TRIM(WS-FIELD(4)))
                         NOT = 1
                      OR WS-FIELD(4)(1:1) < "1"
                      OR WS-FIELD(4)(1:1) > "7"
                       MOVE "WEEKLY day must be 1-7 (1 = Monday)"
                           TO WS-FINDING-TEXT
                       PERFORM REPORT-ERROR
                   END-IF
               WHEN "MONTHLY"
                   MOVE 0 TO WS-CAL-ARG-NUM
                   IF FUNCTION TRIM(WS-FIELD(4)) IS NUMERIC
                      AND FUNCTION LENGTH(FUNCTION TRIM(WS-FIELD(4)))
                          <= 2
                       MOVE FUNCTION NUMVAL(WS-FIELD(4))
                           TO WS-CAL-ARG-NUM
                   END-IF
                   IF WS-FIELD-COUNT NOT = 4
                      OR WS-CAL-ARG-NUM < 1 OR WS-CAL-ARG-NUM > 31
                       MOVE "MONTHLY day must be 1-31"
                           TO WS-FINDING-TEXT
                       PERFORM REPORT-ERROR
                   ELSE
                       IF WS-CAL-ARG-NUM > 28
                           MOVE "MONTHLY day past the 28th is skipped in shorter months"
                               TO WS-FINDING-TEXT
                           PERFORM REPORT-WARNING
                       END-IF
                   END-IF
               WHEN "DATE"
                   MOVE FUNCTION TRIM(WS-FIELD(4)) TO WS-DATE-TEXT
                   PERFORM CHECK-DATE-TEXT
                   IF WS-FIELD-COUNT NOT = 4 OR WS-DATE-OK = 'N'
                      OR FUNCTION LENGTH(FUNCTION TRIM(WS-FIELD(4)))
                         NOT = 8
                       MOVE "DATE must be a real YYYYMMDD date"
                           TO WS-FINDING-TEXT
                       PERFORM REPORT-ERROR
                   ELSE
                       IF WS-DATE-TEXT < WS-TODAY(1:8)
                           MOVE "DATE is in the past; the row will not run again"
                               TO WS-FINDING-TEXT
                           PERFORM REPORT-WARNING
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE SPACES TO WS-FINDING-TEXT
                   STRING "schedule " FUNCTION TRIM(WS-FIELD(3))
                       " is not NIGHTLY, WEEKLY, MONTHLY or DATE"
                       DELIMITED BY SIZE INTO WS-FINDING-TEXT
                   PERFORM REPORT-ERROR
           END-EVALUATE.
           EXIT SECTION.

      *> ----------------------------------------------------------
      *> screening_rules.txt and the lookup lists: one entry a line
      *> ----------------------------------------------------------
       CHECK-LIST-LINE SECTION.
           MOVE WS-TRIMMED TO WS-ENTRY-KEY.
           IF WS-TEXT-LEN > WS-WATCH-WIDTH(W)
               MOVE WS-WATCH-WIDTH(W) TO WS-COUNT-TEXT
               MOVE SPACES TO WS-FINDING-TEXT
               STRING "entry is longer than the "
                   FUNCTION TRIM(WS-COUNT-TEXT)
                   " characters it is stored in"
                   DELIMITED BY SIZE INTO WS-FINDING-TEXT
               PERFORM REPORT-ERROR
               EXIT SECTION
           END-IF.
           MOVE 0 TO WS-TALLY.
           INSPECT WS-TRIMMED TALLYING WS-TALLY FOR ALL "~".
           IF WS-TALLY > 0 AND WS-WATCH-KIND(W) = "LKUP"
               MOVE "entry contains ~, which would split the records it is stored in"
                   TO WS-FINDING-TEXT
               PERFORM REPORT-ERROR
               EXIT SECTION
           END-IF.
           IF WS-TEXT-LEN < 3 AND WS-WATCH-KIND(W) = "SCRN"
               MOVE "phrase this short would hold almost every posting"
                   TO WS-FINDING-TEXT
               PERFORM REPORT-WARNING
           END-IF.

           PERFORM FIND-CURRENT-KEY-UC.
           IF WS-CUR-FOUND > 0
               IF WS-WATCH-KIND(W) = "LKUP"
                   MOVE "duplicate entry (same name, any case)"
                       TO WS-FINDING-TEXT
                   PERFORM REPORT-ERROR
               ELSE
                   MOVE "duplicate phrase" TO WS-FINDING-TEXT
                   PERFORM REPORT-WARNING
               END-IF
               EXIT SECTION
           END-IF.

           IF WS-WATCH-FILE(W) = "skills.txt" AND WS-SKILL-COUNT < 500
               ADD 1 TO WS-SKILL-COUNT
               MOVE FUNCTION UPPER-CASE(WS-TRIMMED)
                   TO WS-SKILL-UC(WS-SKILL-COUNT)
           END-IF.
           PERFORM ADD-CURRENT-ENTRY.
           EXIT SECTION.

      *> ----------------------------------------------------------
      *> skill_synonyms.txt: variant~canonical
      *> ----------------------------------------------------------
       CHECK-SYNONYM-LINE SECTION.
           PERFORM SPLIT-TILDE-FIELDS.
           IF WS-FIELD-COUNT NOT = 2
              OR WS-FIELD(1) = SPACES OR WS-FIELD(2) = SPACES
               MOVE "row must be variant~canonical"
                   TO WS-FINDING-TEXT
               PERFORM REPORT-ERROR
               EXIT SECTION
           END-IF.
           IF FUNCTION LENGTH(FUNCTION TRIM(WS-FIELD(1)))
                  > WS-WATCH-WIDTH(W)
              OR FUNCTION LENGTH(FUNCTION TRIM(WS-FIELD(2)))
                  > WS-WATCH-WIDTH(W)
               MOVE "variant or canonical is longer than 40 characters"
                   TO WS-FINDING-TEXT
               PERFORM REPORT-ERROR
               EXIT SECTION
           END-IF.
           MOVE FUNCTION TRIM(WS-FIELD(1)) TO WS-ENTRY-KEY.
           MOVE FUNCTION TRIM(WS-FIELD(2)) TO WS-ENTRY-VALUE.

           PERFORM FIND-CURRENT-KEY-UC.
           IF WS-CUR-FOUND > 0
               IF FUNCTION UPPER-CASE(WS-CUR-VALUE(WS-CUR-FOUND))
                  = FUNCTION UPPER-CASE(WS-ENTRY-VALUE)
                   MOVE "duplicate variant" TO WS-FINDING-TEXT
                   PERFORM REPORT-WARNING
               ELSE
                   MOVE SPACES TO WS-FINDING-TEXT
                   STRING "variant " FUNCTION TRIM(WS-ENTRY-KEY)
                       " already maps to "
                       FUNCTION TRIM(WS-CUR-VALUE(WS-CUR-FOUND))
                       "; only the first row is used"
                       DELIMITED BY SIZE INTO WS-FINDING-TEXT
                   PERFORM REPORT-ERROR
               END-IF
               EXIT SECTION
           END-IF.

           MOVE 'N' TO WS-SKILL-FOUND.
           PERFORM VARYING C FROM 1 BY 1
                   UNTIL C > WS-SKILL-COUNT OR WS-SKILL-FOUND = 'Y'
               IF WS-SKILL-UC(C) = FUNCTION UPPER-CASE(WS-ENTRY-VALUE)
                   MOVE 'Y' TO WS-SKILL-FOUND
               END-IF
           END-PERFORM.
           IF WS-SKILL-FOUND = 'N'
               MOVE SPACES TO WS-FINDING-TEXT
               STRING "canonical " FUNCTION TRIM(WS-ENTRY-VALUE)
                   " is not in skills.txt"
                   DELIMITED BY SIZE INTO WS-FINDING-TEXT
               PERFORM REPORT-WARNING
           END-IF.
           PERFORM ADD-CURRENT-ENTRY.
           EXIT SECTION.

      *> ----------------------------------------------------------
      *> capacity_limits.txt: file~limit~ROWS|KEY:n~programs
      *> ----------------------------------------------------------
       CHECK-CAPACITY-LINE SECTION.
           PERFORM SPLIT-TILDE-FIELDS.
           MOVE WS-TRIMMED TO WS-ENTRY-KEY.
           IF WS-FIELD-COUNT NOT = 4 OR WS-FIELD(1) = SPACES
               MOVE "row must be file~limit~ROWS or KEY:n~programs"
                   TO WS-FINDING-TEXT
               PERFORM REPORT-ERROR
               EXIT SECTION
           END-IF.
           IF FUNCTION TRIM(WS-FIELD(2)) IS NOT NUMERIC
              OR FUNCTION NUMVAL(WS-FIELD(2)) = 0
               MOVE "limit must be a whole number above 0"
                   TO WS-FINDING-TEXT
               PERFORM REPORT-ERROR
               EXIT SECTION
           END-IF.
           IF FUNCTION TRIM(WS-FIELD(3)) NOT = "ROWS"
               IF WS-FIELD(3)(1:4) NOT = "KEY:"
                  OR FUNCTION TRIM(WS-FIELD(3)(5:)) IS NOT NUMERIC
                  OR FUNCTION NUMVAL(WS-FIELD(3)(5:)) < 1
                  OR FUNCTION NUMVAL(WS-FIELD(3)(5:)) > 12
                   MOVE "basis must be ROWS or KEY:1 to KEY:12"
                       TO WS-FINDING-TEXT
                   PERFORM REPORT-ERROR
                   EXIT SECTION
               END-IF
           END-IF.
           PERFORM ADD-CURRENT-ENTRY.
           EXIT SECTION.

      *> ----------------------------------------------------------
      *> locations.txt: name~city~state~region~arrangement~aliases
      *> ----------------------------------------------------------
       CHECK-LOCATION-LINE SECTION.
           PERFORM SPLIT-TILDE-FIELDS.
           IF WS-FIELD-COUNT < 5 OR WS-FIELD-COUNT > 6
               MOVE "row must be name~city~state~region~arrangement~aliases"
                   TO WS-FINDING-TEXT
               PERFORM REPORT-ERROR
               EXIT SECTION
           END-IF.
           IF WS-FIELD(1) = SPACES OR WS-FIELD(4) = SPACES
               MOVE "location has no name or no region"
                   TO WS-FINDING-TEXT
               PERFORM REPORT-ERROR
               EXIT SECTION
           END-IF.
           IF FUNCTION LENGTH(FUNCTION TRIM(WS-FIELD(1)))
              > WS-WATCH-WIDTH(W)
               MOVE "name is longer than the 50 characters a posting stores"
                   TO WS-FINDING-TEXT
               PERFORM REPORT-ERROR
               EXIT SECTION
           END-IF.
           IF FUNCTION LENGTH(FUNCTION TRIM(WS-FIELD(2))) > 30
              OR FUNCTION LENGTH(FUNCTION TRIM(WS-FIELD(3))) > 20
              OR FUNCTION LENGTH(FUNCTION TRIM(WS-FIELD(4))) > 30
               MOVE "city, state or region is longer than LOCATION-LOOKUP returns"
                   TO WS-FINDING-TEXT
               PERFORM REPORT-ERROR
               EXIT SECTION
           END-IF.
           EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-FIELD(5)))
               WHEN "ONSITE"
               WHEN "HYBRID"
                   IF WS-FIELD(2) = SPACES
                       MOVE "on-site or hybrid location has no city"
                           TO WS-FINDING-TEXT
                       PERFORM REPORT-WARNING
                   END-IF
               WHEN "REMOTE"
                   CONTINUE
               WHEN OTHER
                   MOVE "arrangement must be ONSITE, HYBRID or REMOTE"
                       TO WS-FINDING-TEXT
                   PERFORM REPORT-ERROR
                   EXIT SECTION
           END-EVALUATE.
           IF FUNCTION LENGTH(FUNCTION TRIM(WS-FIELD(6))) > 150
               MOVE "aliases past the first 150 characters are never matched"
                   TO WS-FINDING-TEXT
               PERFORM REPORT-WARNING
           END-IF.

           MOVE FUNCTION TRIM(WS-FIELD(1)) TO WS-ENTRY-KEY.
           MOVE SPACES TO WS-ENTRY-VALUE.
           STRING FUNCTION TRIM(WS-FIELD(2)) "~"
                  FUNCTION TRIM(WS-FIELD(3)) "~"
                  FUNCTION TRIM(WS-FIELD(4)) "~"
                  FUNCTION UPPER-CASE(FUNCTION TRIM(WS-FIELD(5))) "~"
                  FUNCTION TRIM(WS-FIELD(6))
                  DELIMITED BY SIZE INTO WS-ENTRY-VALUE
           END-STRING.
           PERFORM FIND-CURRENT-KEY-UC.
           IF WS-CUR-FOUND > 0
               MOVE "duplicate location name (same name, any case); only the first row is used"
                   TO WS-FINDING-TEXT
               PERFORM REPORT-ERROR
               EXIT SECTION
           END-IF.
           PERFORM ADD-CURRENT-ENTRY.
           EXIT SECTION.

      *> ----------------------------------------------------------
      *> campus_calendar.txt
      *> ----------------------------------------------------------
       CHECK-CLOSURE-LINE SECTION.
           PERFORM SPLIT-TILDE-FIELDS.
           MOVE WS-TRIMMED TO WS-ENTRY-KEY.

           EVALUATE FUNCTION TRIM(WS-FIELD(1))
               WHEN "CLOSED"
                   MOVE FUNCTION TRIM(WS-FIELD(2)) TO WS-DATE-TEXT
                   PERFORM CHECK-DATE-TEXT
                   IF WS-FIELD-COUNT NOT = 3 OR WS-DATE-OK = 'N'
                      OR FUNCTION LENGTH(FUNCTION TRIM(WS-FIELD(2)))
                         NOT = 8
                       MOVE "CLOSED row must be CLOSED~YYYYMMDD~reason with a real date"
                           TO WS-FINDING-TEXT
                       PERFORM REPORT-ERROR
                       EXIT SECTION
                   END-IF
                   MOVE WS-FIELD(3) TO WS-VALUE-PART
               WHEN "BREAK"
                   MOVE FUNCTION TRIM(WS-FIELD(2)) TO WS-DATE-TEXT
                   PERFORM CHECK-DATE-TEXT
                   IF WS-DATE-OK = 'Y'
                      AND FUNCTION LENGTH(FUNCTION TRIM(WS-FIELD(2)))
                          = 8
                       MOVE FUNCTION TRIM(WS-FIELD(3)) TO WS-DATE-TEXT
                       PERFORM CHECK-DATE-TEXT
                   END-IF
                   IF WS-FIELD-COUNT NOT = 4 OR WS-DATE-OK = 'N'
                      OR FUNCTION LENGTH(FUNCTION TRIM(WS-FIELD(2)))
                         NOT = 8
                      OR FUNCTION LENGTH(FUNCTION TRIM(WS-FIELD(3)))
                         NOT = 8
                       MOVE "BREAK row must be BREAK~first~last~reason with real dates"
                           TO WS-FINDING-TEXT
                       PERFORM REPORT-ERROR
                       EXIT SECTION
                   END-IF
                   IF FUNCTION TRIM(WS-FIELD(2)) > FUNCTION TRIM(WS-FIELD(3))
                       MOVE "BREAK row ends before it starts"
                           TO WS-FINDING-TEXT
                       PERFORM REPORT-ERROR
                       EXIT SECTION
                   END-IF
                   MOVE WS-FIELD(4) TO WS-VALUE-PART
               WHEN OTHER
                   MOVE "row is neither CLOSED nor BREAK"
                       TO WS-FINDING-TEXT
                   PERFORM REPORT-ERROR
                   EXIT SECTION
           END-EVALUATE.

      *> The reason is what users are told; BUSINESS-DAYS keeps 40.
           IF FUNCTION TRIM(WS-VALUE-PART) = SPACES
               MOVE "closure has no reason to tell users"
                   TO WS-FINDING-TEXT
               PERFORM REPORT-WARNING
           ELSE
               IF FUNCTION LENGTH(FUNCTION TRIM(WS-VALUE-PART))
                  > WS-WATCH-WIDTH(W)
                   MOVE "reason is longer than the 40 characters shown"
                       TO WS-FINDING-TEXT
                   PERFORM REPORT-WARNING
               END-IF
           END-IF.
           PERFORM ADD-CURRENT-ENTRY.
           EXIT SECTION.

      *> ----------------------------------------------------------
      *> Shared helpers
      *> ----------------------------------------------------------
       SPLIT-TILDE-FIELDS SECTION.
           MOVE SPACES TO WS-FIELDS.
           MOVE 0 TO WS-FIELD-COUNT.
           UNSTRING WS-TRIMMED DELIMITED BY "~"
               INTO WS-FIELD(1), WS-FIELD(2), WS-FIELD(3),
                    WS-FIELD(4), WS-FIELD(5), WS-FIELD(6)
               TALLYING IN WS-FIELD-COUNT
           END-UNSTRING.
           EXIT SECTION.

       CHECK-DATE-TEXT SECTION.
           MOVE 'N' TO WS-DATE-OK.
           IF WS-DATE-TEXT IS NUMERIC
               IF FUNCTION TEST-DATE-YYYYMMDD(
                      FUNCTION NUMVAL(WS-DATE-TEXT)) = 0
                   MOVE 'Y' TO WS-DATE-OK
               END-IF
           END-IF.
           EXIT SECTION.

       FIND-CURRENT-KEY-UC SECTION.
           MOVE FUNCTION UPPER-CASE(WS-ENTRY-KEY) TO WS-ENTRY-KEY-UC.
           MOVE 0 TO WS-CUR-FOUND.
           PERFORM VARYING C FROM 1 BY 1
                   UNTIL C > WS-CUR-COUNT OR WS-CUR-FOUND > 0
               IF FUNCTION UPPER-CASE(WS-CUR-KEY(C)) = WS-ENTRY-KEY-UC
                   MOVE C TO WS-CUR-FOUND
               END-IF
           END-PERFORM.
           EXIT SECTION.

       ADD-CURRENT-ENTRY SECTION.
           IF WS-CUR-COUNT < 500
               ADD 1 TO WS-CUR-COUNT
               MOVE WS-ENTRY-KEY TO WS-CUR-KEY(WS-CUR-COUNT)
               MOVE WS-ENTRY-VALUE TO WS-CUR-VALUE(WS-CUR-COUNT)
               MOVE 'N' TO WS-CUR-MATCHED(WS-CUR-COUNT)
           END-IF.
           EXIT SECTION.

       REPORT-ERROR SECTION.
           MOVE "ERROR" TO WS-FINDING-LEVEL.
           ADD 1 TO WS-FILE-ERRORS, WS-TOTAL-ERRORS.
           PERFORM WRITE-FINDING.
           EXIT SECTION.

       REPORT-WARNING SECTION.
           MOVE "WARNING" TO WS-FINDING-LEVEL.
           ADD 1 TO WS-FILE-WARNINGS, WS-TOTAL-WARNINGS.
           PERFORM WRITE-FINDING.
           EXIT SECTION.

       WRITE-FINDING SECTION.
           MOVE WS-LINE-NO TO WS-LINE-TEXT.
           MOVE SPACES TO REPORT-RECORD.
           IF WS-LINE-NO = 0
               STRING "  " WS-FINDING-LEVEL "           "
                   FUNCTION TRIM(WS-FINDING-TEXT)
                   DELIMITED BY SIZE INTO REPORT-RECORD
           ELSE
               STRING "  " WS-FINDING-LEVEL " line " WS-LINE-TEXT ": "
                   FUNCTION TRIM(WS-FINDING-TEXT)
                   DELIMITED BY SIZE INTO REPORT-RECORD
           END-IF.
           WRITE REPORT-RECORD.
           IF WS-FINDING-LEVEL = "ERROR"
               DISPLAY "CONFIG-CHECK: " FUNCTION TRIM(WS-CHECK-FILENAME)
                   " " FUNCTION TRIM(REPORT-RECORD)
           END-IF.
           EXIT SECTION.

      *> ----------------------------------------------------------
      *> Change history
      *> ----------------------------------------------------------
       LOAD-ACCEPTED SECTION.
           MOVE 0 TO WS-ACC-COUNT.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT ACCEPTED-FILE.
           IF WS-ACCEPTED-STATUS NOT = "00"
               CLOSE ACCEPTED-FILE
               EXIT SECTION
           END-IF.
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ ACCEPTED-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF ACCEPTED-RECORD NOT = SPACES
                          AND WS-ACC-COUNT < 1000
                           ADD 1 TO WS-ACC-COUNT
                           MOVE SPACES TO WS-ACC-FILE(WS-ACC-COUNT)
                                          WS-ACC-VALUE(WS-ACC-COUNT)
                                          WS-ACC-KEY(WS-ACC-COUNT)
                           MOVE 1 TO WS-ACC-PTR
                           UNSTRING ACCEPTED-RECORD DELIMITED BY "|"
                               INTO WS-ACC-FILE(WS-ACC-COUNT),
                                    WS-ACC-VALUE(WS-ACC-COUNT)
                               WITH POINTER WS-ACC-PTR
                           END-UNSTRING
                           IF WS-ACC-PTR <= 250
                               MOVE ACCEPTED-RECORD(WS-ACC-PTR:)
                                   TO WS-ACC-KEY(WS-ACC-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ACCEPTED-FILE.
           EXIT SECTION.

      *> The file checked clean: log what differs from its accepted
      *> copy, then make the current content the accepted copy.
       RECORD-CHANGES SECTION.
           MOVE 'N' TO WS-ACC-SEEN.
           MOVE 0 TO WS-FILE-CHANGES.
           PERFORM VARYING A FROM 1 BY 1 UNTIL A > WS-ACC-COUNT
               IF WS-ACC-FILE(A) = WS-WATCH-FILE(W)
                   IF WS-ACC-KEY(A) = "*"
                       MOVE 'Y' TO WS-ACC-SEEN
                   ELSE
                       PERFORM COMPARE-ACCEPTED-ENTRY
                   END-IF
               END-IF
           END-PERFORM.

           IF WS-ACC-SEEN = 'N'
               IF WS-FILE-PRESENT = 'Y'
                   MOVE "  first check of this file: current content recorded as accepted"
                       TO REPORT-RECORD
                   WRITE REPORT-RECORD
               END-IF
           ELSE
               PERFORM VARYING C FROM 1 BY 1 UNTIL C > WS-CUR-COUNT
                   IF WS-CUR-MATCHED(C) = 'N'
                       MOVE WS-CUR-KEY(C) TO WS-HIST-KEY
                       MOVE "(absent)" TO WS-HIST-OLD
                       PERFORM SET-NEW-FROM-CURRENT
                       PERFORM WRITE-HISTORY-ROW
                   END-IF
               END-PERFORM
               IF WS-FILE-CHANGES > 0
                   MOVE WS-FILE-CHANGES TO WS-COUNT-TEXT
                   MOVE SPACES TO REPORT-RECORD
                   STRING "  " FUNCTION TRIM(WS-COUNT-TEXT)
                       " change(s) accepted into config_history.txt"
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   WRITE REPORT-RECORD
               END-IF
           END-IF.

           IF WS-FILE-PRESENT = 'N' AND WS-ACC-SEEN = 'N'
               EXIT SECTION
           END-IF.
           PERFORM REPLACE-ACCEPTED-ROWS.
           EXIT SECTION.

       COMPARE-ACCEPTED-ENTRY SECTION.
           MOVE 0 TO WS-CUR-FOUND.
           PERFORM VARYING C FROM 1 BY 1
                   UNTIL C > WS-CUR-COUNT OR WS-CUR-FOUND > 0
               IF WS-CUR-KEY(C) = WS-ACC-KEY(A)
                  AND WS-CUR-MATCHED(C) = 'N'
                   MOVE C TO WS-CUR-FOUND
               END-IF
           END-PERFORM.
           MOVE WS-ACC-KEY(A) TO WS-HIST-KEY.
           IF WS-CUR-FOUND = 0
               PERFORM SET-OLD-FROM-ACCEPTED
               MOVE "(absent)" TO WS-HIST-NEW
               PERFORM WRITE-HISTORY-ROW
               EXIT SECTION
           END-IF.
           MOVE 'Y' TO WS-CUR-MATCHED(WS-CUR-FOUND).
           IF WS-CUR-VALUE(WS-CUR-FOUND) NOT = WS-ACC-VALUE(A)
               PERFORM SET-OLD-FROM-ACCEPTED
               MOVE WS-CUR-FOUND TO C
               PERFORM SET-NEW-FROM-CURRENT
               PERFORM WRITE-HISTORY-ROW
           END-IF.
           EXIT SECTION.

       SET-OLD-FROM-ACCEPTED SECTION.
           IF WS-WATCH-KIND(W) = "CONF" OR WS-WATCH-KIND(W) = "SYN "
              OR WS-WATCH-KIND(W) = "LOCN"
               MOVE WS-ACC-VALUE(A) TO WS-HIST-OLD
           ELSE
               MOVE "(present)" TO WS-HIST-OLD
           END-IF.
           EXIT SECTION.

       SET-NEW-FROM-CURRENT SECTION.
           IF WS-WATCH-KIND(W) = "CONF" OR WS-WATCH-KIND(W) = "SYN "
              OR WS-WATCH-KIND(W) = "LOCN"
               MOVE WS-CUR-VALUE(C) TO WS-HIST-NEW
           ELSE
               MOVE "(present)" TO WS-HIST-NEW
           END-IF.
           EXIT SECTION.

       WRITE-HISTORY-ROW SECTION.
           OPEN EXTEND HISTORY-FILE.
           IF WS-HISTORY-STATUS = "35"
               OPEN OUTPUT HISTORY-FILE
           END-IF.
           MOVE SPACES TO HISTORY-RECORD.
           STRING WS-TODAY(1:8) "|"
               FUNCTION TRIM(WS-WATCH-FILE(W)) "|"
               FUNCTION TRIM(WS-HIST-KEY) "|"
               FUNCTION TRIM(WS-HIST-OLD) "|"
               FUNCTION TRIM(WS-HIST-NEW)
               DELIMITED BY SIZE INTO HISTORY-RECORD.
           WRITE HISTORY-RECORD.
           CLOSE HISTORY-FILE.
           ADD 1 TO WS-FILE-CHANGES, WS-TOTAL-CHANGES.
           EXIT SECTION.

      *> Drop the file's old accepted rows and keep the current ones
      *> (with the "*" marker) in their place.
       REPLACE-ACCEPTED-ROWS SECTION.
           MOVE 0 TO A2.
           PERFORM VARYING A FROM 1 BY 1 UNTIL A > WS-ACC-COUNT
               IF WS-ACC-FILE(A) NOT = WS-WATCH-FILE(W)
                   ADD 1 TO A2
                   IF A2 NOT = A
                       MOVE WS-ACC-ENTRY(A) TO WS-ACC-ENTRY(A2)
                   END-IF
               END-IF
           END-PERFORM.
           MOVE A2 TO WS-ACC-COUNT.

           IF WS-ACC-COUNT >= 1000
               MOVE 'Y' TO WS-ACC-FULL
               EXIT SECTION
           END-IF.
           ADD 1 TO WS-ACC-COUNT.
           MOVE WS-WATCH-FILE(W) TO WS-ACC-FILE(WS-ACC-COUNT).
           MOVE "*" TO WS-ACC-KEY(WS-ACC-COUNT).
           MOVE SPACES TO WS-ACC-VALUE(WS-ACC-COUNT).
           PERFORM VARYING C FROM 1 BY 1 UNTIL C > WS-CUR-COUNT
               IF WS-ACC-COUNT < 1000
                   ADD 1 TO WS-ACC-COUNT
                   MOVE WS-WATCH-FILE(W) TO WS-ACC-FILE(WS-ACC-COUNT)
                   MOVE WS-CUR-KEY(C) TO WS-ACC-KEY(WS-ACC-COUNT)
                   MOVE WS-CUR-VALUE(C) TO WS-ACC-VALUE(WS-ACC-COUNT)
               ELSE
                   MOVE 'Y' TO WS-ACC-FULL
               END-IF
           END-PERFORM.
           EXIT SECTION.

       REWRITE-ACCEPTED SECTION.
           IF WS-ACC-FULL = 'Y'
               MOVE SPACES TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE "config_accepted.txt is full; it was left as it was and tonight's changes will be recorded again"
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
               EXIT SECTION
           END-IF.
           OPEN OUTPUT ACCEPTED-FILE.
           PERFORM VARYING A FROM 1 BY 1 UNTIL A > WS-ACC-COUNT
               MOVE SPACES TO ACCEPTED-RECORD
               STRING FUNCTION TRIM(WS-ACC-FILE(A)) "|"
                   FUNCTION TRIM(WS-ACC-VALUE(A)) "|"
                   FUNCTION TRIM(WS-ACC-KEY(A))
                   DELIMITED BY SIZE INTO ACCEPTED-RECORD
               WRITE ACCEPTED-RECORD
           END-PERFORM.
           CLOSE ACCEPTED-FILE.
           EXIT SECTION.
