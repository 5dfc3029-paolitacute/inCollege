       *> users, and the pending requests still sitting unanswered.
       *> Output: InCollege-NetworkStats.txt. Not called from the
       *> interactive menu, the same way DAILY-REPORT isn't.
       *> Follows the report_scope.txt convention: when that file names
       *> a campus (REPORT-DISTRIBUTE writes it for each coordinator's
       *> slice) only students whose profiles.txt UNIV is that campus
       *> are counted, a connection or request counts when either side
       *> is one of them, and the header says so. Absent or blank
       *> scope = everyone.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NETWORK-STATS.
       AUTHOR. Paola
               FILE STATUS IS WS-CONNECTIONS-STATUS.
           SELECT REPORT-FILE ASSIGN TO "InCollege-NetworkStats.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PROFILES-FILE ASSIGN TO "profiles.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROFILES-STATUS.
           SELECT SCOPE-FILE ASSIGN TO "report_scope.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCOPE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REPORT-FILE.
       01  REPORT-RECORD        PIC X(120).

       FD  PROFILES-FILE.
       01  PROFILES-RECORD      PIC X(350).

       FD  SCOPE-FILE.
       01  SCOPE-RECORD         PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-SCOPE-STATUS      PIC X(2).
       01  WS-SCOPE-CAMPUS      PIC X(100) VALUE SPACES.
       01  WS-PROFILES-STATUS   PIC X(2).

      *> The scoped campus's students, from profiles.txt
       01  WS-CAMPUS-COUNT      PIC 9(3) VALUE 0.
       01  WS-CAMPUS-TABLE.
           05 WS-CAMPUS-USER OCCURS 600 TIMES PIC X(20).
       01  WS-CUR-USER          PIC X(20).
       01  WS-CHECK-USER        PIC X(20).
       01  WS-IN-SCOPE          PIC X.
       01  WS-FROM-IN-SCOPE     PIC X.
       01  WS-DEGREE-SUM        PIC 9(6).
       01  WS-ACCOUNTS-STATUS   PIC X(2).
       01  WS-CONNECTIONS-STATUS PIC X(2).
       01  WS-EOF-FLAG          PIC X VALUE 'N'.

       PROCEDURE DIVISION.

           PERFORM READ-REPORT-SCOPE.
           IF FUNCTION TRIM(WS-SCOPE-CAMPUS) > SPACES
               PERFORM LOAD-CAMPUS-STUDENTS
           END-IF.
           PERFORM LOAD-USER-TABLE.
           PERFORM DIGEST-CONNECTIONS.

           OPEN OUTPUT REPORT-FILE.
           MOVE "InCollege network health report" TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           IF FUNCTION TRIM(WS-SCOPE-CAMPUS) > SPACES
               MOVE SPACES TO REPORT-RECORD
               STRING "Scoped to campus: " FUNCTION TRIM(WS-SCOPE-CAMPUS)
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.

           *> One CONNECTED row per pair (ACCEPT updates the pending row
           *> in place), so the row count IS the pair count.
                  DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.

      *> Scoped, a pair can reach off campus, so the average comes
      *> from the campus students' own tallies instead.
           IF WS-USER-COUNT > 0
               IF FUNCTION TRIM(WS-SCOPE-CAMPUS) > SPACES
                   MOVE 0 TO WS-DEGREE-SUM
                   PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-USER-COUNT
                       ADD WS-U-CONNS(I) TO WS-DEGREE-SUM
                   END-PERFORM
                   COMPUTE WS-AVG-X100 = WS-DEGREE-SUM / WS-USER-COUNT
               ELSE
                   COMPUTE WS-AVG-X100 =
                       (WS-CONNECTED-ROWS * 2.00) / WS-USER-COUNT
               END-IF
               MOVE WS-AVG-X100 TO WS-AVG-TEXT
               MOVE SPACES TO REPORT-RECORD
               STRING "Average connections per user: "

           CLOSE REPORT-FILE.
           DISPLAY "Network statistics written to InCollege-NetworkStats.txt.".
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
           MOVE 'N' TO WS-EOF-FLAG.
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

      *> A connection row counts when either side is in scope.
       CHECK-ROW-IN-SCOPE SECTION.
           MOVE FUNCTION TRIM(WS-FROM-USER) TO WS-CHECK-USER.
           PERFORM CHECK-USER-IN-SCOPE.
           MOVE WS-IN-SCOPE TO WS-FROM-IN-SCOPE.
           IF WS-FROM-IN-SCOPE = 'N'
               MOVE FUNCTION TRIM(WS-TO-USER) TO WS-CHECK-USER
               PERFORM CHECK-USER-IN-SCOPE
           END-IF.
           EXIT SECTION.

       LOAD-USER-TABLE SECTION.
           MOVE 0 TO WS-USER-COUNT.
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE ACCOUNTS-USERNAME TO WS-CHECK-USER
                       PERFORM CHECK-USER-IN-SCOPE
                       IF WS-USER-COUNT < 600 AND WS-IN-SCOPE = 'Y'
                           ADD 1 TO WS-USER-COUNT
                           MOVE ACCOUNTS-USERNAME
                               TO WS-U-NAME(WS-USER-COUNT)
                       UNSTRING CONNECTION-RECORD DELIMITED BY ":"
                           INTO WS-FROM-USER, WS-TO-USER, WS-CONN-STATUS
                       END-UNSTRING
                       PERFORM CHECK-ROW-IN-SCOPE
                       IF FUNCTION TRIM(WS-CONN-STATUS) = "CONNECTED"
                          AND WS-IN-SCOPE = 'Y'
                           ADD 1 TO WS-CONNECTED-ROWS
                           PERFORM BUMP-USER-TALLIES
                       END-IF
                       IF FUNCTION TRIM(WS-CONN-STATUS) = "PENDING"
                          AND WS-IN-SCOPE = 'Y'
                           ADD 1 TO WS-PENDING-COUNT
                       END-IF
               END-READ
                       UNSTRING CONNECTION-RECORD DELIMITED BY ":"
                           INTO WS-FROM-USER, WS-TO-USER, WS-CONN-STATUS
                       END-UNSTRING
                       PERFORM CHECK-ROW-IN-SCOPE
                       IF FUNCTION TRIM(WS-CONN-STATUS) = "PENDING"
                          AND WS-IN-SCOPE = 'Y'
                           MOVE SPACES TO REPORT-RECORD
                           STRING "  " FUNCTION TRIM(WS-FROM-USER)
                                  " -> " FUNCTION TRIM(WS-TO-USER)
