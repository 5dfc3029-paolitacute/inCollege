       >>SOURCE FREE
       *> Nightly KPI snapshot, so the adoption numbers DAILY-REPORT
       *> prints survive the next night's overwrite and this October
       *> can be set against last October. One pass over the data
       *> files appends today's headline figures to kpi_history.txt --
       *> one system-wide row (campus blank) and one row for every
       *> campus named on a profile's UNIV line:
       *>   YYYYMMDD~campus~accounts~students~employers~staff~faculty~
       *>   admins~profiles~connections~pending~openPostings~
       *>   applications~interviews~offers~hires~messages~logins
       *> The figures are counted the way DAILY-REPORT counts them, a
       *> campus's row covering that campus's students the way its
       *> report_scope.txt slice does:
       *>   accounts      accounts.dat, split by account type (a
       *>                 campus row counts its students' accounts)
       *>   profiles      USER: blocks in profiles.txt
       *>   connections   CONNECTED relationships (rows halved, each
       *>                 pair being written from both sides); pending
       *>                 is the PENDING requests
       *>   openPostings  OPEN rows in jobs.txt -- for a campus, the
       *>                 open-to-all ones and its own restricted roles
       *>   applications  applications.dat rows; hires are the ones in
       *>                 HIRED, the PLACEMENT-REPORT definition
       *>   interviews    ACCEPTED slots in interviews.txt
       *>   offers        offers.txt rows, whatever their state
       *>   messages      messages.txt rows, counted for the sender
       *>   logins        successful LOGIN rows in audit_log.txt over
       *>                 the 24 hours before the snapshot
       *> A campus row's connections, interviews, offers and the rest
       *> follow the student on either side, as in DAILY-REPORT.
       *> The file is only ever appended to; a second capture the same
       *> day (a rerun) adds rows that KPI-TREND takes in place of the
       *> earlier ones. No usernames are kept, only counts.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. KPI-CAPTURE.
       AUTHOR. Paola
       DATE-WRITTEN. 10/15/2026

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNTS-FILE ASSIGN TO "accounts.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCOUNTS-USERNAME
               FILE STATUS IS WS-ACCOUNTS-STATUS.

           SELECT PROFILES-FILE ASSIGN TO "profiles.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROFILES-STATUS.

           SELECT CONNECTIONS-FILE ASSIGN TO "connections.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONNECTIONS-STATUS.

           SELECT JOBS-FILE ASSIGN TO "jobs.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBS-STATUS.

           SELECT APPLICATIONS-FILE ASSIGN TO "applications.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APPLICATION-KEY
               ALTERNATE RECORD KEY IS APPLICATION-JOB-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-APPLICATIONS-STATUS.

           SELECT INTERVIEWS-FILE ASSIGN TO "interviews.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INTERVIEWS-STATUS.

           SELECT OFFERS-FILE ASSIGN TO "offers.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OFFERS-STATUS.

           SELECT MESSAGES-FILE ASSIGN TO "messages.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MESSAGES-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "audit_log.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT HISTORY-FILE ASSIGN TO "kpi_history.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNTS-FILE.
       01  ACCOUNTS-RECORD-DATA.
           05  ACCOUNTS-USERNAME        PIC X(20).
           05  ACCOUNTS-PASSWORD        PIC X(20).
           05  ACCOUNTS-RECOVERY-EMAIL  PIC X(50).
           05  ACCOUNTS-ACCOUNT-TYPE    PIC X(8).
           05  ACCOUNTS-CREATED-DATE    PIC X(8).

       FD  PROFILES-FILE.
       01  PROFILES-RECORD          PIC X(350).

       FD  CONNECTIONS-FILE.
       01  CONNECTIONS-RECORD       PIC X(150).

       FD  JOBS-FILE.
       01  JOBS-RECORD              PIC X(500).

       FD  APPLICATIONS-FILE.
       01  APPLICATION-RECORD.
           05  APPLICATION-KEY.
               10  APPLICATION-USER    PIC X(20).
               10  APPLICATION-JOB-ID  PIC X(8).
           05  APPLICATION-JOB-KEY     PIC X(8).
           05  APPLICATION-ROW         PIC X(500).

       FD  INTERVIEWS-FILE.
       01  INTERVIEWS-RECORD        PIC X(200).

       FD  OFFERS-FILE.
       01  OFFERS-RECORD            PIC X(500).

       FD  MESSAGES-FILE.
       01  MESSAGES-RECORD          PIC X(500).

       FD  AUDIT-FILE.
       01  AUDIT-RECORD             PIC X(100).

       FD  HISTORY-FILE.
       01  HISTORY-RECORD           PIC X(300).

       WORKING-STORAGE SECTION.
       01  WS-ACCOUNTS-STATUS       PIC X(2).
       01  WS-PROFILES-STATUS       PIC X(2).
       01  WS-CONNECTIONS-STATUS    PIC X(2).
       01  WS-JOBS-STATUS           PIC X(2).
       01  WS-APPLICATIONS-STATUS   PIC X(2).
       01  WS-INTERVIEWS-STATUS     PIC X(2).
       01  WS-OFFERS-STATUS         PIC X(2).
       01  WS-MESSAGES-STATUS       PIC X(2).
       01  WS-AUDIT-STATUS          PIC X(2).
       01  WS-HISTORY-STATUS        PIC X(2).
       01  WS-EOF-FLAG              PIC X VALUE 'N'.

       01  WS-TODAY                 PIC X(21).
       01  WS-SNAP-DATE             PIC X(8).
      *> Audit stamps at or after this one fall in the last 24 hours
       01  WS-SINCE-STAMP           PIC X(14).
       01  WS-DATE-INT              PIC 9(8).
       01  WS-DATE-NUM              PIC 9(8).

      *> Every campus seen on a profile; bucket 1 is system-wide and
      *> campus C is bucket C + 1
       01  WS-CAMPUS-COUNT          PIC 9(3) VALUE 0.
       01  WS-CAMPUS-TABLE.
           05 WS-CAMPUS-NAME OCCURS 100 TIMES PIC X(100).
       01  WS-CUR-CAMPUS            PIC X(100).

      *> Each student with a campus, and that campus's number
       01  WS-STUDENT-COUNT         PIC 9(4) VALUE 0.
       01  WS-STUDENT-TABLE.
           05 WS-STUDENT-ENTRY OCCURS 2000 TIMES.
              10 WS-ST-USER         PIC X(20).
              10 WS-ST-CAMPUS       PIC 9(3).
       01  WS-CUR-USER              PIC X(20).

      *> The sixteen figures per bucket, in kpi_history.txt order
       01  WS-FIGURE-TABLE.
           05 WS-BUCKET OCCURS 101 TIMES.
              10 WS-FIG             PIC 9(7) OCCURS 16 TIMES.
       01  WS-FIG-ACCOUNTS          PIC 99 VALUE 1.
       01  WS-FIG-STUDENTS          PIC 99 VALUE 2.
       01  WS-FIG-EMPLOYERS         PIC 99 VALUE 3.
       01  WS-FIG-STAFF             PIC 99 VALUE 4.
       01  WS-FIG-FACULTY           PIC 99 VALUE 5.
       01  WS-FIG-ADMINS            PIC 99 VALUE 6.
       01  WS-FIG-PROFILES          PIC 99 VALUE 7.
       01  WS-FIG-CONNECTED         PIC 99 VALUE 8.
       01  WS-FIG-PENDING           PIC 99 VALUE 9.
       01  WS-FIG-OPEN-JOBS         PIC 99 VALUE 10.
       01  WS-FIG-APPLICATIONS      PIC 99 VALUE 11.
       01  WS-FIG-INTERVIEWS        PIC 99 VALUE 12.
       01  WS-FIG-OFFERS            PIC 99 VALUE 13.
       01  WS-FIG-HIRES             PIC 99 VALUE 14.
       01  WS-FIG-MESSAGES          PIC 99 VALUE 15.
       01  WS-FIG-LOGINS            PIC 99 VALUE 16.
       01  WS-FIG-NO                PIC 99.

      *> Campus number of the user(s) a row is counted for (0 = none)
       01  WS-CHECK-USER            PIC X(20).
       01  WS-USER-CAMPUS           PIC 9(3).
       01  WS-SIDE-CAMPUS           PIC 9(3).
       01  WS-OTHER-CAMPUS          PIC 9(3).
       01  B                        PIC 9(3).
       01  C                        PIC 9(3).
       01  K                        PIC 9(4).

       01  WS-FROM-USER             PIC X(20).
       01  WS-TO-USER               PIC X(20).
       01  WS-CONN-STATUS           PIC X(20).

       01  WS-JOB-FIELDS.
           05 WS-JOB-POSTER         PIC X(20).
           05 WS-JOB-TITLE          PIC X(50).
           05 WS-JOB-DESC           PIC X(200).
           05 WS-JOB-EMPLOYER       PIC X(50).
           05 WS-JOB-LOCATION       PIC X(50).
           05 WS-JOB-SALARY         PIC X(50).
           05 WS-JOB-POSTED-ON      PIC X(8).
           05 WS-JOB-STATUS         PIC X(10).
           05 WS-JOB-TYPE           PIC X(20).
           05 WS-JOB-UNIVERSITY     PIC X(100).

       01  WS-APP-FIELDS.
           05 WS-APP-USER           PIC X(20).
           05 WS-APP-JOBNUM         PIC X(8).
           05 WS-APP-TITLE          PIC X(50).
           05 WS-APP-EMPLOYER       PIC X(50).
           05 WS-APP-LOCATION       PIC X(50).
           05 WS-APP-STATE          PIC X(20).

       01  WS-IV-APPLICANT          PIC X(20).
       01  WS-IV-POSTER             PIC X(20).
       01  WS-IV-TITLE              PIC X(50).
       01  WS-IV-SLOT               PIC X(30).
       01  WS-IV-STATUS             PIC X(10).

       01  WS-OFR-EMPLOYER          PIC X(20).
       01  WS-OFR-APPLICANT         PIC X(20).

       01  WS-ROW-USER              PIC X(20).
       01  WS-ROW-EVENT             PIC X(20).
       01  WS-ROW-OUTCOME           PIC X(2).
       01  WS-ROW-STAMP             PIC X(14).

       01  WS-FIG-TEXT              PIC Z(6)9.
       01  WS-ROWS-WRITTEN          PIC 9(3) VALUE 0.
       01  WS-ROWS-TEXT             PIC ZZ9.

       PROCEDURE DIVISION.

           MOVE FUNCTION CURRENT-DATE TO WS-TODAY.
           MOVE WS-TODAY(1:8) TO WS-SNAP-DATE.
           MOVE WS-TODAY(1:8) TO WS-DATE-NUM.
           COMPUTE WS-DATE-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) - 1.
           MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INT) TO WS-DATE-NUM.
           MOVE SPACES TO WS-SINCE-STAMP.
           STRING WS-DATE-NUM WS-TODAY(9:6)
               DELIMITED BY SIZE INTO WS-SINCE-STAMP.

           INITIALIZE WS-FIGURE-TABLE.
           PERFORM LOAD-CAMPUS-STUDENTS.

           PERFORM COUNT-ACCOUNTS.
           PERFORM COUNT-CONNECTIONS.
           PERFORM COUNT-JOBS.
           PERFORM COUNT-APPLICATIONS.
           PERFORM COUNT-INTERVIEWS.
           PERFORM COUNT-OFFERS.
           PERFORM COUNT-MESSAGES.
           PERFORM COUNT-LOGINS.

           PERFORM WRITE-HISTORY-ROWS.
           MOVE WS-ROWS-WRITTEN TO WS-ROWS-TEXT.
           DISPLAY "KPI snapshot for " WS-SNAP-DATE ": "
                   FUNCTION TRIM(WS-ROWS-TEXT)
                   " row(s) added to kpi_history.txt.".
           GOBACK.

      *> One pass over profiles.txt: every USER: block is a profile
      *> for the system-wide count, and its UNIV: line files the
      *> student under a campus (a new campus gets the next number).
       LOAD-CAMPUS-STUDENTS SECTION.
           MOVE 0 TO WS-CAMPUS-COUNT.
           MOVE 0 TO WS-STUDENT-COUNT.
           MOVE SPACES TO WS-CUR-USER.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT PROFILES-FILE.
           IF WS-PROFILES-STATUS NOT = "00"
               CLOSE PROFILES-FILE
               EXIT SECTION
           END-IF.
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ PROFILES-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       EVALUATE TRUE
                           WHEN PROFILES-RECORD(1:5) = "USER:"
                               MOVE PROFILES-RECORD(6:20) TO WS-CUR-USER
                               ADD 1 TO WS-FIG(1, WS-FIG-PROFILES)
                           WHEN PROFILES-RECORD(1:5) = "UNIV:"
                               MOVE FUNCTION TRIM(PROFILES-RECORD(6:100))
                                   TO WS-CUR-CAMPUS
                               IF WS-CUR-CAMPUS > SPACES
                                  AND FUNCTION TRIM(WS-CUR-USER) > SPACES
                                   PERFORM FILE-STUDENT-CAMPUS
                               END-IF
                       END-EVALUATE
               END-READ
           END-PERFORM.
           CLOSE PROFILES-FILE.
           EXIT SECTION.

       FILE-STUDENT-CAMPUS SECTION.
           MOVE 0 TO C.
           PERFORM VARYING K FROM 1 BY 1
                   UNTIL K > WS-CAMPUS-COUNT OR C > 0
               IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CAMPUS-NAME(K)))
                  = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CUR-CAMPUS))
                   MOVE K TO C
               END-IF
           END-PERFORM.
           IF C = 0
               IF WS-CAMPUS-COUNT >= 100
                   EXIT SECTION
               END-IF
               ADD 1 TO WS-CAMPUS-COUNT
               MOVE WS-CUR-CAMPUS TO WS-CAMPUS-NAME(WS-CAMPUS-COUNT)
               MOVE WS-CAMPUS-COUNT TO C
           END-IF.
           IF WS-STUDENT-COUNT < 2000
               ADD 1 TO WS-STUDENT-COUNT
               MOVE FUNCTION TRIM(WS-CUR-USER)
                   TO WS-ST-USER(WS-STUDENT-COUNT)
               MOVE C TO WS-ST-CAMPUS(WS-STUDENT-COUNT)
               ADD 1 TO WS-FIG(C + 1, WS-FIG-PROFILES)
           END-IF.
           EXIT SECTION.

      *> WS-USER-CAMPUS = the campus number of WS-CHECK-USER, 0 when
      *> they are not a student on any campus.
       FIND-USER-CAMPUS SECTION.
           MOVE 0 TO WS-USER-CAMPUS.
           PERFORM VARYING K FROM 1 BY 1
                   UNTIL K > WS-STUDENT-COUNT OR WS-USER-CAMPUS > 0
               IF WS-ST-USER(K) = WS-CHECK-USER
                   MOVE WS-ST-CAMPUS(K) TO WS-USER-CAMPUS
               END-IF
           END-PERFORM.
           EXIT SECTION.

      *> Adds one to figure WS-FIG-NO system-wide and for the campus of
      *> WS-CHECK-USER.
       TALLY-FOR-USER SECTION.
           ADD 1 TO WS-FIG(1, WS-FIG-NO).
           PERFORM FIND-USER-CAMPUS.
           IF WS-USER-CAMPUS > 0
               ADD 1 TO WS-FIG(WS-USER-CAMPUS + 1, WS-FIG-NO)
           END-IF.
           EXIT SECTION.

      *> Walks accounts.dat's index from the beginning, as
      *> DAILY-REPORT does, splitting the count by account type.
       COUNT-ACCOUNTS SECTION.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT ACCOUNTS-FILE.
           IF WS-ACCOUNTS-STATUS NOT = "00" AND WS-ACCOUNTS-STATUS NOT = "05"
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
                       MOVE ACCOUNTS-USERNAME TO WS-CHECK-USER
                       MOVE WS-FIG-ACCOUNTS TO WS-FIG-NO
                       PERFORM TALLY-FOR-USER
                       EVALUATE FUNCTION TRIM(ACCOUNTS-ACCOUNT-TYPE)
                           WHEN "EMPLOYER"
                               MOVE WS-FIG-EMPLOYERS TO WS-FIG-NO
                           WHEN "STAFF"
                               MOVE WS-FIG-STAFF TO WS-FIG-NO
                           WHEN "FACULTY"
                               MOVE WS-FIG-FACULTY TO WS-FIG-NO
                           WHEN "ADMIN"
                               MOVE WS-FIG-ADMINS TO WS-FIG-NO
                           WHEN OTHER
                               MOVE WS-FIG-STUDENTS TO WS-FIG-NO
                       END-EVALUATE
                       PERFORM TALLY-FOR-USER
               END-READ
           END-PERFORM.
           CLOSE ACCOUNTS-FILE.
           EXIT SECTION.

      *> FROM_USER:TO_USER:STATUS. A row counts for each side's campus
      *> once (twice would double a same-campus pair's share).
       COUNT-CONNECTIONS SECTION.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT CONNECTIONS-FILE.
           IF WS-CONNECTIONS-STATUS NOT = "00"
               CLOSE CONNECTIONS-FILE
               EXIT SECTION
           END-IF.

           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ CONNECTIONS-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE SPACES TO WS-FROM-USER, WS-TO-USER,
                                      WS-CONN-STATUS
                       UNSTRING CONNECTIONS-RECORD DELIMITED BY ":"
                           INTO WS-FROM-USER, WS-TO-USER, WS-CONN-STATUS
                       END-UNSTRING
                       EVALUATE FUNCTION TRIM(WS-CONN-STATUS)
                           WHEN "PENDING"
                               MOVE WS-FIG-PENDING TO WS-FIG-NO
                               PERFORM TALLY-FOR-PAIR
                           WHEN "CONNECTED"
                               MOVE WS-FIG-CONNECTED TO WS-FIG-NO
                               PERFORM TALLY-FOR-PAIR
                       END-EVALUATE
               END-READ
           END-PERFORM.
           CLOSE CONNECTIONS-FILE.

      *> CONNECTED rows are written once per side; halve them to
      *> report relationships, as DAILY-REPORT does.
           PERFORM VARYING B FROM 1 BY 1 UNTIL B > WS-CAMPUS-COUNT + 1
               DIVIDE WS-FIG(B, WS-FIG-CONNECTED) BY 2
                   GIVING WS-FIG(B, WS-FIG-CONNECTED)
           END-PERFORM.
           EXIT SECTION.

      *> Adds one to figure WS-FIG-NO system-wide and for the campus of
      *> each of WS-FROM-USER and WS-TO-USER (once when they share one).
       TALLY-FOR-PAIR SECTION.
           ADD 1 TO WS-FIG(1, WS-FIG-NO).
           MOVE WS-FROM-USER TO WS-CHECK-USER.
           PERFORM FIND-USER-CAMPUS.
           MOVE WS-USER-CAMPUS TO WS-SIDE-CAMPUS.
           MOVE WS-TO-USER TO WS-CHECK-USER.
           PERFORM FIND-USER-CAMPUS.
           MOVE WS-USER-CAMPUS TO WS-OTHER-CAMPUS.
           IF WS-SIDE-CAMPUS > 0
               ADD 1 TO WS-FIG(WS-SIDE-CAMPUS + 1, WS-FIG-NO)
           END-IF.
           IF WS-OTHER-CAMPUS > 0 AND WS-OTHER-CAMPUS NOT = WS-SIDE-CAMPUS
               ADD 1 TO WS-FIG(WS-OTHER-CAMPUS + 1, WS-FIG-NO)
           END-IF.
           EXIT SECTION.

      *> An open posting with no university is open to every campus;
      *> a restricted one counts for its own campus only.
       COUNT-JOBS SECTION.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT JOBS-FILE.
           IF WS-JOBS-STATUS NOT = "00"
               CLOSE JOBS-FILE
               EXIT SECTION
           END-IF.

           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ JOBS-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE SPACES TO WS-JOB-FIELDS
                       UNSTRING JOBS-RECORD DELIMITED BY "~"
                           INTO WS-JOB-POSTER, WS-JOB-TITLE, WS-JOB-DESC,
                                WS-JOB-EMPLOYER, WS-JOB-LOCATION,
                                WS-JOB-SALARY, WS-JOB-POSTED-ON,
                                WS-JOB-STATUS, WS-JOB-TYPE,
                                WS-JOB-UNIVERSITY
                       END-UNSTRING
                       IF FUNCTION TRIM(WS-JOB-STATUS) = "OPEN"
                           PERFORM TALLY-OPEN-JOB
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE JOBS-FILE.
           EXIT SECTION.

       TALLY-OPEN-JOB SECTION.
           ADD 1 TO WS-FIG(1, WS-FIG-OPEN-JOBS).
           PERFORM VARYING C FROM 1 BY 1 UNTIL C > WS-CAMPUS-COUNT
               IF FUNCTION TRIM(WS-JOB-UNIVERSITY) = SPACES
                  OR FUNCTION UPPER-CASE(FUNCTION TRIM(WS-JOB-UNIVERSITY))
                     = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CAMPUS-NAME(C)))
                   ADD 1 TO WS-FIG(C + 1, WS-FIG-OPEN-JOBS)
               END-IF
           END-PERFORM.
           EXIT SECTION.

      *> user~jobnum~title~employer~location~state
       COUNT-APPLICATIONS SECTION.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT APPLICATIONS-FILE.
           IF WS-APPLICATIONS-STATUS NOT = "00"
               CLOSE APPLICATIONS-FILE
               EXIT SECTION
           END-IF.

           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ APPLICATIONS-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE SPACES TO WS-APP-FIELDS
                       UNSTRING APPLICATION-ROW DELIMITED BY "~"
                           INTO WS-APP-USER, WS-APP-JOBNUM, WS-APP-TITLE,
                                WS-APP-EMPLOYER, WS-APP-LOCATION,
                                WS-APP-STATE
                       END-UNSTRING
                       MOVE APPLICATION-USER TO WS-CHECK-USER
                       MOVE WS-FIG-APPLICATIONS TO WS-FIG-NO
                       PERFORM TALLY-FOR-USER
                       IF FUNCTION TRIM(WS-APP-STATE) = "HIRED"
                           MOVE WS-FIG-HIRES TO WS-FIG-NO
                           PERFORM TALLY-FOR-USER
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE APPLICATIONS-FILE.
           EXIT SECTION.

      *> applicant~poster~title~slot~status; an accepted slot is an
      *> interview that is going ahead (or has happened).
       COUNT-INTERVIEWS SECTION.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT INTERVIEWS-FILE.
           IF WS-INTERVIEWS-STATUS NOT = "00"
               CLOSE INTERVIEWS-FILE
               EXIT SECTION
           END-IF.

           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ INTERVIEWS-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE SPACES TO WS-IV-APPLICANT, WS-IV-POSTER,
                                      WS-IV-TITLE, WS-IV-SLOT,
                                      WS-IV-STATUS
                       UNSTRING INTERVIEWS-RECORD DELIMITED BY "~"
                           INTO WS-IV-APPLICANT, WS-IV-POSTER,
                                WS-IV-TITLE, WS-IV-SLOT, WS-IV-STATUS
                       END-UNSTRING
                       IF FUNCTION TRIM(WS-IV-STATUS) = "ACCEPTED"
                           MOVE WS-IV-APPLICANT TO WS-CHECK-USER
                           MOVE WS-FIG-INTERVIEWS TO WS-FIG-NO
                           PERFORM TALLY-FOR-USER
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE INTERVIEWS-FILE.
           EXIT SECTION.

      *> employer~applicant~title~company~terms~...; every offer made.
       COUNT-OFFERS SECTION.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT OFFERS-FILE.
           IF WS-OFFERS-STATUS NOT = "00"
               CLOSE OFFERS-FILE
               EXIT SECTION
           END-IF.

           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ OFFERS-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE SPACES TO WS-OFR-EMPLOYER, WS-OFR-APPLICANT
                       UNSTRING OFFERS-RECORD DELIMITED BY "~"
                           INTO WS-OFR-EMPLOYER, WS-OFR-APPLICANT
                       END-UNSTRING
                       IF FUNCTION TRIM(WS-OFR-APPLICANT) > SPACES
                           MOVE WS-OFR-APPLICANT TO WS-CHECK-USER
                           MOVE WS-FIG-OFFERS TO WS-FIG-NO
                           PERFORM TALLY-FOR-USER
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE OFFERS-FILE.
           EXIT SECTION.

      *> One row per message, counted for its sender.
       COUNT-MESSAGES SECTION.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT MESSAGES-FILE.
           IF WS-MESSAGES-STATUS NOT = "00"
               CLOSE MESSAGES-FILE
               EXIT SECTION
           END-IF.

           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ MESSAGES-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE SPACES TO WS-CHECK-USER
                       UNSTRING MESSAGES-RECORD DELIMITED BY ":"
                           INTO WS-CHECK-USER
                       END-UNSTRING
                       MOVE WS-FIG-MESSAGES TO WS-FIG-NO
                       PERFORM TALLY-FOR-USER
               END-READ
           END-PERFORM.
           CLOSE MESSAGES-FILE.
           EXIT SECTION.

      *> user:event:outcome:YYYYMMDDHHMMSS[:hash], as AUDIT-ANALYTICS
      *> reads it.
       COUNT-LOGINS SECTION.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT AUDIT-FILE.
           IF WS-AUDIT-STATUS NOT = "00"
               CLOSE AUDIT-FILE
               EXIT SECTION
           END-IF.

           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ AUDIT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE SPACES TO WS-ROW-USER, WS-ROW-EVENT,
                                      WS-ROW-OUTCOME, WS-ROW-STAMP
                       UNSTRING AUDIT-RECORD DELIMITED BY ":"
                           INTO WS-ROW-USER, WS-ROW-EVENT,
                                WS-ROW-OUTCOME, WS-ROW-STAMP
                       END-UNSTRING
                       IF FUNCTION TRIM(WS-ROW-EVENT) = "LOGIN"
                          AND FUNCTION TRIM(WS-ROW-OUTCOME) = "S"
                          AND WS-ROW-STAMP >= WS-SINCE-STAMP
                           MOVE WS-ROW-USER TO WS-CHECK-USER
                           MOVE WS-FIG-LOGINS TO WS-FIG-NO
                           PERFORM TALLY-FOR-USER
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE AUDIT-FILE.
           EXIT SECTION.

       WRITE-HISTORY-ROWS SECTION.
           OPEN EXTEND HISTORY-FILE.
           IF WS-HISTORY-STATUS = "35"
               OPEN OUTPUT HISTORY-FILE
           END-IF.
           IF WS-HISTORY-STATUS NOT = "00"
               DISPLAY "kpi_history.txt could not be opened; no snapshot kept."
               EXIT SECTION
           END-IF.
           PERFORM VARYING B FROM 1 BY 1 UNTIL B > WS-CAMPUS-COUNT + 1
               PERFORM WRITE-ONE-ROW
           END-PERFORM.
           CLOSE HISTORY-FILE.
           EXIT SECTION.

       WRITE-ONE-ROW SECTION.
           MOVE SPACES TO HISTORY-RECORD.
           IF B = 1
               STRING WS-SNAP-DATE "~" DELIMITED BY SIZE
                   INTO HISTORY-RECORD
           ELSE
               STRING WS-SNAP-DATE "~"
                      FUNCTION TRIM(WS-CAMPUS-NAME(B - 1))
                      DELIMITED BY SIZE INTO HISTORY-RECORD
           END-IF.
           PERFORM VARYING WS-FIG-NO FROM 1 BY 1 UNTIL WS-FIG-NO > 16
               MOVE WS-FIG(B, WS-FIG-NO) TO WS-FIG-TEXT
               STRING FUNCTION TRIM(HISTORY-RECORD) "~"
                      FUNCTION TRIM(WS-FIG-TEXT)
                      DELIMITED BY SIZE INTO HISTORY-RECORD
           END-PERFORM.
           WRITE HISTORY-RECORD.
           ADD 1 TO WS-ROWS-WRITTEN.
           EXIT SECTION.
