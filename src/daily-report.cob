       *> grepping accounts.dat/profiles.txt/etc. by hand. Not called from
       *> the interactive menu -- this is meant to be run on its own, the
       *> way a nightly cron/batch step would be.
       *> Follows the report_scope.txt convention: when that file names
       *> a campus (REPORT-DISTRIBUTE writes it for each coordinator's
       *> slice) the counts cover that campus's students only -- their
       *> accounts and profiles, connections with either side among
       *> them, their applications and the messages they sent, and the
       *> postings they can see (that campus's restricted roles and the
       *> open ones) -- and the header says so. Absent or blank scope =
       *> the system-wide report.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAILY-REPORT.
       AUTHOR. Paola
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBS-STATUS.

           SELECT APPLICATIONS-FILE ASSIGN TO "applications.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APPLICATION-KEY
               ALTERNATE RECORD KEY IS APPLICATION-JOB-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-APPLICATIONS-STATUS.

           SELECT MESSAGES-FILE ASSIGN TO "messages.txt"
           SELECT REPORT-FILE ASSIGN TO "InCollege-DailyReport.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SCOPE-FILE ASSIGN TO "report_scope.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCOPE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNTS-FILE.
       01  JOBS-RECORD              PIC X(500).

       FD  APPLICATIONS-FILE.
       01  APPLICATION-RECORD.
           05  APPLICATION-KEY.
               10  APPLICATION-USER    PIC X(20).
               10  APPLICATION-JOB-ID  PIC X(8).
           05  APPLICATION-JOB-KEY     PIC X(8).
           05  APPLICATION-ROW         PIC X(500).

       FD  MESSAGES-FILE.
       01  MESSAGES-RECORD          PIC X(500).
       FD  REPORT-FILE.
       01  REPORT-RECORD            PIC X(80).

       FD  SCOPE-FILE.
       01  SCOPE-RECORD             PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-SCOPE-STATUS          PIC X(2).
       01  WS-SCOPE-CAMPUS          PIC X(100) VALUE SPACES.

      *> The scoped campus's students, from profiles.txt
       01  WS-CAMPUS-COUNT          PIC 9(3) VALUE 0.
       01  WS-CAMPUS-TABLE.
           05 WS-CAMPUS-USER OCCURS 600 TIMES PIC X(20).
       01  WS-CUR-USER              PIC X(20).
       01  WS-CHECK-USER            PIC X(20).
       01  WS-IN-SCOPE              PIC X.
       01  K                        PIC 9(3).
       01  WS-ACCOUNTS-STATUS       PIC X(2).
       01  WS-PROFILES-STATUS       PIC X(2).
       01  WS-CONNECTIONS-STATUS    PIC X(2).
           05 WS-JOB-POSTED-ON      PIC X(8).
           05 WS-JOB-STATUS         PIC X(10).
           05 WS-JOB-TYPE           PIC X(20).
           05 WS-JOB-UNIVERSITY     PIC X(100).

       01  WS-REPORT-DATE           PIC X(21).
       01  WS-COUNT-TEXT            PIC Z(4)9.
           MOVE "----------------------------------------" TO REPORT-RECORD.
           WRITE REPORT-RECORD.

           PERFORM READ-REPORT-SCOPE.
           IF FUNCTION TRIM(WS-SCOPE-CAMPUS) > SPACES
               MOVE SPACES TO REPORT-RECORD
               STRING "Scoped to campus: " FUNCTION TRIM(WS-SCOPE-CAMPUS)
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
               PERFORM LOAD-CAMPUS-STUDENTS
           END-IF.

           PERFORM COUNT-ACCOUNTS.
           PERFORM COUNT-PROFILES.
           PERFORM COUNT-CONNECTIONS.
           CLOSE REPORT-FILE.
           GOBACK.

       READ-REPORT-SCOPE SECTION.
           MOVE SPACES TO WS-SCOPE-CAMPUS.
           OPEN INPUT SCOPE-FILE.
           IF WS-SCOPE-STATUS = "00"
               READ SCOPE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SCOPE-RECORD TO WS-SCOPE-CAMPUS
               END-READ
           END-IF.
           CLOSE SCOPE-FILE.
           EXIT SECTION.

      *> Every profiles.txt block whose UNIV line is the scoped campus.
       LOAD-CAMPUS-STUDENTS SECTION.
           MOVE 0 TO WS-CAMPUS-COUNT.
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
                           WHEN PROFILES-RECORD(1:5) = "UNIV:"
                               IF FUNCTION UPPER-CASE(
                                      FUNCTION TRIM(PROFILES-RECORD(6:100)))
                                  = FUNCTION UPPER-CASE(
                                      FUNCTION TRIM(WS-SCOPE-CAMPUS))
                                  AND WS-CAMPUS-COUNT < 600
                                  AND FUNCTION TRIM(WS-CUR-USER) > SPACES
                                   ADD 1 TO WS-CAMPUS-COUNT
                                   MOVE FUNCTION TRIM(WS-CUR-USER)
                                       TO WS-CAMPUS-USER(WS-CAMPUS-COUNT)
                               END-IF
                       END-EVALUATE
               END-READ
           END-PERFORM.
           CLOSE PROFILES-FILE.
           EXIT SECTION.

      *> WS-IN-SCOPE = 'Y' when WS-CHECK-USER is counted in this run.
       CHECK-USER-IN-SCOPE SECTION.
           MOVE 'Y' TO WS-IN-SCOPE.
           IF FUNCTION TRIM(WS-SCOPE-CAMPUS) = SPACES
               EXIT SECTION
           END-IF.
           MOVE 'N' TO WS-IN-SCOPE.
           PERFORM VARYING K FROM 1 BY 1
                   UNTIL K > WS-CAMPUS-COUNT OR WS-IN-SCOPE = 'Y'
               IF WS-CAMPUS-USER(K) = WS-CHECK-USER
                   MOVE 'Y' TO WS-IN-SCOPE
               END-IF
           END-PERFORM.
           EXIT SECTION.

      *> Walks accounts.dat's index from the beginning to get a total
      *> record count, the same way CREATE-ACCOUNT-FLOW enforces its
      *> enrollment cap.
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE ACCOUNTS-USERNAME TO WS-CHECK-USER
                       PERFORM CHECK-USER-IN-SCOPE
                       IF WS-IN-SCOPE = 'Y'
                           ADD 1 TO WS-ACCOUNT-COUNT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ACCOUNTS-FILE.
           MOVE 0 TO WS-PROFILE-COUNT.
           MOVE 'N' TO WS-EOF-FLAG.

      *> Scoped, the campus's students are exactly its profiles.
           IF FUNCTION TRIM(WS-SCOPE-CAMPUS) > SPACES
               MOVE WS-CAMPUS-COUNT TO WS-PROFILE-COUNT
               EXIT SECTION
           END-IF.

           OPEN INPUT PROFILES-FILE.
           IF WS-PROFILES-STATUS = "35"
               CLOSE PROFILES-FILE
                   NOT AT END
                       UNSTRING CONNECTIONS-RECORD DELIMITED BY ":"
                           INTO WS-FROM-USER, WS-TO-USER, WS-CONN-STATUS
                       MOVE WS-FROM-USER TO WS-CHECK-USER
                       PERFORM CHECK-USER-IN-SCOPE
                       IF WS-IN-SCOPE = 'N'
                           MOVE WS-TO-USER TO WS-CHECK-USER
                           PERFORM CHECK-USER-IN-SCOPE
                       END-IF
                       IF FUNCTION TRIM(WS-CONN-STATUS) = "PENDING"
                          AND WS-IN-SCOPE = 'Y'
                           ADD 1 TO WS-PENDING-COUNT
                       END-IF
                       IF FUNCTION TRIM(WS-CONN-STATUS) = "CONNECTED"
                          AND WS-IN-SCOPE = 'Y'
                           ADD 1 TO WS-CONNECTED-COUNT
                       END-IF
               END-READ
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM EXTRACT-JOB-STATUS
      *> Scoped, another school's restricted roles are not counted.
                       IF FUNCTION TRIM(WS-SCOPE-CAMPUS) = SPACES
                          OR FUNCTION TRIM(WS-JOB-UNIVERSITY) = SPACES
                          OR FUNCTION UPPER-CASE(
                                 FUNCTION TRIM(WS-JOB-UNIVERSITY))
                             = FUNCTION UPPER-CASE(
                                 FUNCTION TRIM(WS-SCOPE-CAMPUS))
                           ADD 1 TO WS-JOB-TOTAL-COUNT
                           IF FUNCTION TRIM(WS-JOB-STATUS) = "OPEN"
                               ADD 1 TO WS-OPEN-JOB-COUNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE JOBS-FILE.
           EXIT SECTION.

      *> Splits a job row out to get at its status and university
      *> fields; the others are unpacked too since UNSTRING has no way
      *> to skip positions.
       EXTRACT-JOB-STATUS SECTION.
           MOVE SPACES TO WS-JOB-FIELDS.
           UNSTRING JOBS-RECORD DELIMITED BY "~"
               INTO WS-JOB-POSTER, WS-JOB-TITLE, WS-JOB-DESC,
                    WS-JOB-EMPLOYER, WS-JOB-LOCATION, WS-JOB-SALARY,
                    WS-JOB-POSTED-ON, WS-JOB-STATUS, WS-JOB-TYPE,
                    WS-JOB-UNIVERSITY.
           EXIT SECTION.

      *> user~jobnum~title~employer~location -- one record per application,
      *> so a plain record count is all that's needed.
       COUNT-APPLICATIONS SECTION.
           MOVE 0 TO WS-APPLICATION-COUNT.
           MOVE 'N' TO WS-EOF-FLAG.
           END-IF.

           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ APPLICATIONS-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE APPLICATION-USER TO WS-CHECK-USER
                       PERFORM CHECK-USER-IN-SCOPE
                       IF WS-IN-SCOPE = 'Y'
                           ADD 1 TO WS-APPLICATION-COUNT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE APPLICATIONS-FILE.
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE SPACES TO WS-CHECK-USER
                       UNSTRING MESSAGES-RECORD DELIMITED BY ":"
                           INTO WS-CHECK-USER
                       END-UNSTRING
                       PERFORM CHECK-USER-IN-SCOPE
                       IF WS-IN-SCOPE = 'Y'
                           ADD 1 TO WS-MESSAGE-COUNT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE MESSAGES-FILE.
