       >>SOURCE FREE
       *> Fall readiness outreach for the careers office. Where
       *> PLACEMENT-REPORT counts hires after the fact, this lists who
       *> in the upcoming graduating class has not applied to anything
       *> yet: every profiles.txt block whose GRAD year is the year the
       *> current academic year ends in (Aug 1 - Jul 31, as in
       *> PLACEMENT-REPORT) and whose owner has no row at all in
       *> applications.dat. Each student is shown with
       *>   profile completeness  the eight fields VIEW-PROFILE scores
       *>   connections           peers in connection_index.txt
       *>   onboarding            finished when onboarding_progress.txt
       *>                         has step 3
       *>   open to work          a "user~YES" row in
       *>                         opportunity_flags.txt (TALENT-SEARCH)
       *> and ranked least-ready first on a readiness score of
       *>   completeness % (0-100) + 5 per connection, up to 10 (0-50)
       *>   + 25 onboarding finished + 25 open to work      = 0-200
       *> so the students a coordinator should call first head each
       *> campus's list. Output: InCollege-OutreachList.txt, one section
       *> per campus. Follows the report_scope.txt convention: the
       *> careers-office console writes the coordinator's campus there
       *> first and only that campus's students are listed; absent or
       *> blank scope = every campus.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OUTREACH-LIST.
       AUTHOR. Paola
       DATE-WRITTEN. 10/15/2026

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APPLICATIONS-FILE ASSIGN TO "applications.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APPLICATION-KEY
               ALTERNATE RECORD KEY IS APPLICATION-JOB-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-APPLICATIONS-STATUS.

           SELECT PROFILES-FILE ASSIGN TO "profiles.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROFILES-STATUS.

           SELECT INDEX-FILE ASSIGN TO "connection_index.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INDEX-STATUS.

           SELECT PROGRESS-FILE ASSIGN TO "onboarding_progress.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROGRESS-STATUS.

           SELECT FLAGS-FILE ASSIGN TO "opportunity_flags.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FLAGS-STATUS.

           SELECT REPORT-FILE ASSIGN TO "InCollege-OutreachList.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SCOPE-FILE ASSIGN TO "report_scope.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCOPE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  APPLICATIONS-FILE.
       01  APPLICATION-RECORD.
           05  APPLICATION-KEY.
               10  APPLICATION-USER    PIC X(20).
               10  APPLICATION-JOB-ID  PIC X(8).
           05  APPLICATION-JOB-KEY     PIC X(8).
           05  APPLICATION-ROW         PIC X(500).

       FD  PROFILES-FILE.
       01  PROFILES-RECORD          PIC X(350).

       FD  INDEX-FILE.
       01  INDEX-RECORD             PIC X(6350).

       FD  PROGRESS-FILE.
       01  PROGRESS-RECORD          PIC X(30).

       FD  FLAGS-FILE.
       01  FLAG-RECORD              PIC X(30).

       FD  REPORT-FILE.
       01  REPORT-RECORD            PIC X(160).

       FD  SCOPE-FILE.
       01  SCOPE-RECORD             PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-SCOPE-STATUS          PIC X(2).
       01  WS-SCOPE-CAMPUS          PIC X(100) VALUE SPACES.
       01  WS-APPLICATIONS-STATUS   PIC X(2).
       01  WS-PROFILES-STATUS       PIC X(2).
       01  WS-INDEX-STATUS          PIC X(2).
       01  WS-PROGRESS-STATUS       PIC X(2).
       01  WS-FLAGS-STATUS          PIC X(2).
       01  WS-EOF-FLAG              PIC X VALUE 'N'.

      *> The profile block being read
       01  WS-CUR-USER              PIC X(20).
       01  WS-CUR-FNAME             PIC X(50).
       01  WS-CUR-LNAME             PIC X(50).
       01  WS-CUR-UNIV              PIC X(100).
       01  WS-CUR-MAJOR             PIC X(50).
       01  WS-CUR-GRAD              PIC X(4).
       01  WS-CUR-ABOUT             PIC X(1).
       01  WS-CUR-HAS-EXP           PIC X(1).
       01  WS-CUR-HAS-EDU           PIC X(1).
       01  WS-FIELD-COUNT           PIC 9.

      *> The upcoming graduating class, one row per student
       01  WS-CAND-COUNT            PIC 9(3) VALUE 0.
       01  WS-CAND-TABLE.
           05 WS-CAND-ENTRY OCCURS 600 TIMES.
              10 WS-CAND-SORT-KEY.
                 15 WS-CAND-CAMPUS  PIC X(100).
                 15 WS-CAND-SCORE   PIC 9(3).
                 15 WS-CAND-USER    PIC X(20).
              10 WS-CAND-NAME       PIC X(40).
              10 WS-CAND-MAJOR      PIC X(30).
              10 WS-CAND-PCT        PIC 9(3).
              10 WS-CAND-CONNS      PIC 9(3).
              10 WS-CAND-ONBOARDED  PIC X(1).
              10 WS-CAND-OPEN       PIC X(1).
              10 WS-CAND-APPLIED    PIC X(1).
       01  WS-CAND-SWAP             PIC X(202).

       01  WS-ROW-USER              PIC X(20).
       01  WS-ROW-PEERS             PIC X(6330).
       01  WS-ROW-VALUE             PIC X(5).
       01  WS-ROW-STEP              PIC 9(2).
       01  WS-PEER-COUNT            PIC 9(4).
       01  WS-LISTED                PIC 9(3) VALUE 0.
       01  WS-CAMPUS-RANK           PIC 9(3) VALUE 0.
       01  WS-LAST-CAMPUS           PIC X(100).
       01  WS-TRUNCATED             PIC X VALUE 'N'.
       01  K                        PIC 9(3).
       01  J                        PIC 9(3).

      *> Academic-year window (Aug 1 through Jul 31)
       01  WS-TODAY                 PIC X(21).
       01  WS-TODAY-YEAR            PIC 9(4).
       01  WS-TODAY-MONTH           PIC 9(2).
       01  WS-CLASS-YEAR            PIC 9(4).

       01  WS-RANK-TEXT             PIC ZZ9.
       01  WS-PCT-TEXT              PIC ZZ9.
       01  WS-CONN-TEXT             PIC ZZ9.
       01  WS-SCORE-TEXT            PIC ZZ9.
       01  WS-COUNT-TEXT            PIC Z(3)9.
       01  WS-ONB-TEXT              PIC X(3).
       01  WS-OPEN-TEXT             PIC X(3).

       PROCEDURE DIVISION.

           PERFORM COMPUTE-CLASS-YEAR.
           PERFORM READ-REPORT-SCOPE.
           PERFORM LOAD-GRADUATING-CLASS.
           PERFORM MARK-APPLICANTS.
           PERFORM COUNT-CONNECTIONS.
           PERFORM MARK-ONBOARDED.
           PERFORM MARK-OPEN-TO-WORK.
           PERFORM SCORE-CANDIDATES.
           PERFORM SORT-CANDIDATES.

           OPEN OUTPUT REPORT-FILE.

           MOVE SPACES TO REPORT-RECORD.
           STRING "InCollege Graduating-Class Outreach List - class of "
               WS-CLASS-YEAR
               DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           IF FUNCTION TRIM(WS-SCOPE-CAMPUS) > SPACES
               MOVE SPACES TO REPORT-RECORD
               STRING "Scoped to campus: " FUNCTION TRIM(WS-SCOPE-CAMPUS)
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.
           MOVE "Students with no applications, least ready first (readiness 0-200)"
               TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE "------------------------------------------------"
               TO REPORT-RECORD.
           WRITE REPORT-RECORD.

           MOVE 0 TO WS-LISTED.
           MOVE HIGH-VALUES TO WS-LAST-CAMPUS.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-CAND-COUNT
               IF WS-CAND-APPLIED(K) = 'N'
                   PERFORM WRITE-CANDIDATE-LINE
               END-IF
           END-PERFORM.

           IF WS-LISTED = 0
               MOVE "  (no students to contact)" TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE WS-LISTED TO WS-COUNT-TEXT.
           MOVE SPACES TO REPORT-RECORD.
           STRING "Students to contact: " FUNCTION TRIM(WS-COUNT-TEXT)
               DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           IF WS-TRUNCATED = 'Y'
               MOVE "Note: more than 600 graduating students -- list is incomplete."
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.

           CLOSE REPORT-FILE.
           GOBACK.

      *> The class graduating at the end of the current academic year:
      *> from August on that is next calendar year, before it this one.
       COMPUTE-CLASS-YEAR SECTION.
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY.
           MOVE WS-TODAY(1:4) TO WS-TODAY-YEAR.
           MOVE WS-TODAY(5:2) TO WS-TODAY-MONTH.
           IF WS-TODAY-MONTH >= 8
               COMPUTE WS-CLASS-YEAR = WS-TODAY-YEAR + 1
           ELSE
               MOVE WS-TODAY-YEAR TO WS-CLASS-YEAR
           END-IF.
           EXIT SECTION.

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

       LOAD-GRADUATING-CLASS SECTION.
           MOVE 0 TO WS-CAND-COUNT.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM CLEAR-CURRENT-BLOCK.

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
                               PERFORM JUDGE-CURRENT-BLOCK
                               PERFORM CLEAR-CURRENT-BLOCK
                               MOVE PROFILES-RECORD(6:20) TO WS-CUR-USER
                           WHEN PROFILES-RECORD(1:10) = "ENDPROFILE"
                               PERFORM JUDGE-CURRENT-BLOCK
                               PERFORM CLEAR-CURRENT-BLOCK
                           WHEN PROFILES-RECORD(1:5) = "FNAM:"
                               MOVE PROFILES-RECORD(6:50) TO WS-CUR-FNAME
                           WHEN PROFILES-RECORD(1:5) = "LNAM:"
                               MOVE PROFILES-RECORD(6:50) TO WS-CUR-LNAME
                           WHEN PROFILES-RECORD(1:5) = "UNIV:"
                               MOVE PROFILES-RECORD(6:100) TO WS-CUR-UNIV
                           WHEN PROFILES-RECORD(1:5) = "MAJR:"
                               MOVE PROFILES-RECORD(6:50) TO WS-CUR-MAJOR
                           WHEN PROFILES-RECORD(1:5) = "GRAD:"
                               MOVE PROFILES-RECORD(6:4) TO WS-CUR-GRAD
                           WHEN PROFILES-RECORD(1:5) = "ABOU:"
                               IF FUNCTION TRIM(PROFILES-RECORD(6:)) > SPACES
                                   MOVE 'Y' TO WS-CUR-ABOUT
                               END-IF
                           WHEN PROFILES-RECORD(1:3) = "EXP"
                               MOVE 'Y' TO WS-CUR-HAS-EXP
                           WHEN PROFILES-RECORD(1:3) = "EDU"
                               MOVE 'Y' TO WS-CUR-HAS-EDU
                       END-EVALUATE
               END-READ
           END-PERFORM.
           PERFORM JUDGE-CURRENT-BLOCK.
           CLOSE PROFILES-FILE.
           EXIT SECTION.

       CLEAR-CURRENT-BLOCK SECTION.
           MOVE SPACES TO WS-CUR-USER, WS-CUR-FNAME, WS-CUR-LNAME,
                          WS-CUR-UNIV, WS-CUR-MAJOR, WS-CUR-GRAD.
           MOVE 'N' TO WS-CUR-ABOUT, WS-CUR-HAS-EXP, WS-CUR-HAS-EDU.
           EXIT SECTION.

      *> Keep the block if it is in the graduating class (and on the
      *> scoped campus, when there is one).
       JUDGE-CURRENT-BLOCK SECTION.
           IF FUNCTION TRIM(WS-CUR-USER) = SPACES
               EXIT SECTION
           END-IF.
           IF WS-CUR-GRAD NOT = WS-CLASS-YEAR
               EXIT SECTION
           END-IF.
           IF FUNCTION TRIM(WS-SCOPE-CAMPUS) > SPACES
              AND FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CUR-UNIV))
                  NOT = FUNCTION UPPER-CASE(
                            FUNCTION TRIM(WS-SCOPE-CAMPUS))
               EXIT SECTION
           END-IF.
           IF WS-CAND-COUNT >= 600
               MOVE 'Y' TO WS-TRUNCATED
               EXIT SECTION
           END-IF.

      *> Completeness the way VIEW-PROFILE scores it for the owner.
           MOVE 0 TO WS-FIELD-COUNT.
           IF FUNCTION TRIM(WS-CUR-FNAME) > SPACES
               ADD 1 TO WS-FIELD-COUNT
           END-IF.
           IF FUNCTION TRIM(WS-CUR-LNAME) > SPACES
               ADD 1 TO WS-FIELD-COUNT
           END-IF.
           IF FUNCTION TRIM(WS-CUR-UNIV) > SPACES
               ADD 1 TO WS-FIELD-COUNT
           END-IF.
           IF FUNCTION TRIM(WS-CUR-MAJOR) > SPACES
               ADD 1 TO WS-FIELD-COUNT
           END-IF.
      *> GRAD is filled in -- that is what put the student here.
           ADD 1 TO WS-FIELD-COUNT.
           IF WS-CUR-ABOUT = 'Y'
               ADD 1 TO WS-FIELD-COUNT
           END-IF.
           IF WS-CUR-HAS-EXP = 'Y'
               ADD 1 TO WS-FIELD-COUNT
           END-IF.
           IF WS-CUR-HAS-EDU = 'Y'
               ADD 1 TO WS-FIELD-COUNT
           END-IF.

           ADD 1 TO WS-CAND-COUNT.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CUR-UNIV))
               TO WS-CAND-CAMPUS(WS-CAND-COUNT).
           IF WS-CAND-CAMPUS(WS-CAND-COUNT) = SPACES
               MOVE "(NO CAMPUS ON PROFILE)"
                   TO WS-CAND-CAMPUS(WS-CAND-COUNT)
           END-IF.
           MOVE 0 TO WS-CAND-SCORE(WS-CAND-COUNT).
           MOVE WS-CUR-USER TO WS-CAND-USER(WS-CAND-COUNT).
           MOVE SPACES TO WS-CAND-NAME(WS-CAND-COUNT).
           STRING FUNCTION TRIM(WS-CUR-FNAME) " "
                  FUNCTION TRIM(WS-CUR-LNAME)
               DELIMITED BY SIZE INTO WS-CAND-NAME(WS-CAND-COUNT).
           MOVE WS-CUR-MAJOR TO WS-CAND-MAJOR(WS-CAND-COUNT).
           COMPUTE WS-CAND-PCT(WS-CAND-COUNT) =
               (WS-FIELD-COUNT * 100) / 8.
           MOVE 0 TO WS-CAND-CONNS(WS-CAND-COUNT).
           MOVE 'N' TO WS-CAND-ONBOARDED(WS-CAND-COUNT).
           MOVE 'N' TO WS-CAND-OPEN(WS-CAND-COUNT).
           MOVE 'N' TO WS-CAND-APPLIED(WS-CAND-COUNT).
           EXIT SECTION.

      *> Any application at all, whatever its status, takes a student
      *> off the list.
       MARK-APPLICANTS SECTION.
           IF WS-CAND-COUNT = 0
               EXIT SECTION
           END-IF.
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
                       PERFORM VARYING K FROM 1 BY 1
                               UNTIL K > WS-CAND-COUNT
                           IF WS-CAND-USER(K) = APPLICATION-USER
                               MOVE 'Y' TO WS-CAND-APPLIED(K)
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM.
           CLOSE APPLICATIONS-FILE.
           EXIT SECTION.

      *> connection_index.txt: user~peer1;peer2;...
       COUNT-CONNECTIONS SECTION.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT INDEX-FILE.
           IF WS-INDEX-STATUS NOT = "00"
               CLOSE INDEX-FILE
               EXIT SECTION
           END-IF.

           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ INDEX-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE SPACES TO WS-ROW-USER, WS-ROW-PEERS
                       UNSTRING INDEX-RECORD DELIMITED BY "~"
                           INTO WS-ROW-USER, WS-ROW-PEERS
                       END-UNSTRING
                       MOVE 0 TO WS-PEER-COUNT
                       IF FUNCTION TRIM(WS-ROW-PEERS) > SPACES
                           INSPECT WS-ROW-PEERS TALLYING WS-PEER-COUNT
                               FOR ALL ";"
                           ADD 1 TO WS-PEER-COUNT
                       END-IF
                       IF WS-PEER-COUNT > 999
                           MOVE 999 TO WS-PEER-COUNT
                       END-IF
                       PERFORM VARYING K FROM 1 BY 1
                               UNTIL K > WS-CAND-COUNT
                           IF WS-CAND-USER(K) = WS-ROW-USER
                               MOVE WS-PEER-COUNT TO WS-CAND-CONNS(K)
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM.
           CLOSE INDEX-FILE.
           EXIT SECTION.

      *> onboarding_progress.txt: user~lastCompletedStep; the wizard
      *> has three steps.
       MARK-ONBOARDED SECTION.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT PROGRESS-FILE.
           IF WS-PROGRESS-STATUS NOT = "00"
               CLOSE PROGRESS-FILE
               EXIT SECTION
           END-IF.

           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ PROGRESS-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE SPACES TO WS-ROW-USER, WS-ROW-VALUE
                       UNSTRING PROGRESS-RECORD DELIMITED BY "~"
                           INTO WS-ROW-USER, WS-ROW-VALUE
                       END-UNSTRING
                       MOVE 0 TO WS-ROW-STEP
                       IF FUNCTION TRIM(WS-ROW-VALUE) IS NUMERIC
                           MOVE FUNCTION NUMVAL(WS-ROW-VALUE)
                               TO WS-ROW-STEP
                       END-IF
                       PERFORM VARYING K FROM 1 BY 1
                               UNTIL K > WS-CAND-COUNT
                           IF WS-CAND-USER(K) = WS-ROW-USER
                              AND WS-ROW-STEP >= 3
                               MOVE 'Y' TO WS-CAND-ONBOARDED(K)
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM.
           CLOSE PROGRESS-FILE.
           EXIT SECTION.

      *> opportunity_flags.txt: user~YES per opted-in student.
       MARK-OPEN-TO-WORK SECTION.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT FLAGS-FILE.
           IF WS-FLAGS-STATUS NOT = "00"
               CLOSE FLAGS-FILE
               EXIT SECTION
           END-IF.

           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ FLAGS-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE SPACES TO WS-ROW-USER, WS-ROW-VALUE
                       UNSTRING FLAG-RECORD DELIMITED BY "~"
                           INTO WS-ROW-USER, WS-ROW-VALUE
                       END-UNSTRING
                       PERFORM VARYING K FROM 1 BY 1
                               UNTIL K > WS-CAND-COUNT
                           IF WS-CAND-USER(K) = WS-ROW-USER
                              AND FUNCTION TRIM(WS-ROW-VALUE) = "YES"
                               MOVE 'Y' TO WS-CAND-OPEN(K)
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM.
           CLOSE FLAGS-FILE.
           EXIT SECTION.

       SCORE-CANDIDATES SECTION.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-CAND-COUNT
               MOVE WS-CAND-PCT(K) TO WS-CAND-SCORE(K)
               IF WS-CAND-CONNS(K) > 10
                   ADD 50 TO WS-CAND-SCORE(K)
               ELSE
                   COMPUTE WS-CAND-SCORE(K) =
                       WS-CAND-SCORE(K) + (WS-CAND-CONNS(K) * 5)
               END-IF
               IF WS-CAND-ONBOARDED(K) = 'Y'
                   ADD 25 TO WS-CAND-SCORE(K)
               END-IF
               IF WS-CAND-OPEN(K) = 'Y'
                   ADD 25 TO WS-CAND-SCORE(K)
               END-IF
           END-PERFORM.
           EXIT SECTION.

      *> Campus, then readiness (lowest first), then username -- all
      *> three sit together at the front of the row as one sort key.
       SORT-CANDIDATES SECTION.
           IF WS-CAND-COUNT < 2
               EXIT SECTION
           END-IF.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K >= WS-CAND-COUNT
               PERFORM VARYING J FROM 1 BY 1
                       UNTIL J > WS-CAND-COUNT - K
                   IF WS-CAND-SORT-KEY(J) > WS-CAND-SORT-KEY(J + 1)
                       MOVE WS-CAND-ENTRY(J) TO WS-CAND-SWAP
                       MOVE WS-CAND-ENTRY(J + 1) TO WS-CAND-ENTRY(J)
                       MOVE WS-CAND-SWAP TO WS-CAND-ENTRY(J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.
           EXIT SECTION.

       WRITE-CANDIDATE-LINE SECTION.
           IF WS-CAND-CAMPUS(K) NOT = WS-LAST-CAMPUS
               MOVE WS-CAND-CAMPUS(K) TO WS-LAST-CAMPUS
               MOVE 0 TO WS-CAMPUS-RANK
               MOVE SPACES TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE SPACES TO REPORT-RECORD
               STRING "Campus: " FUNCTION TRIM(WS-CAND-CAMPUS(K))
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.
           ADD 1 TO WS-CAMPUS-RANK.
           ADD 1 TO WS-LISTED.

           MOVE WS-CAMPUS-RANK TO WS-RANK-TEXT.
           MOVE WS-CAND-PCT(K) TO WS-PCT-TEXT.
           MOVE WS-CAND-CONNS(K) TO WS-CONN-TEXT.
           MOVE WS-CAND-SCORE(K) TO WS-SCORE-TEXT.
           IF WS-CAND-ONBOARDED(K) = 'Y'
               MOVE "YES" TO WS-ONB-TEXT
           ELSE
               MOVE "NO" TO WS-ONB-TEXT
           END-IF.
           IF WS-CAND-OPEN(K) = 'Y'
               MOVE "YES" TO WS-OPEN-TEXT
           ELSE
               MOVE "NO" TO WS-OPEN-TEXT
           END-IF.

           MOVE SPACES TO REPORT-RECORD.
           STRING "  " WS-RANK-TEXT ". " WS-CAND-USER(K) " "
                  WS-CAND-NAME(K)(1:25) " "
                  WS-CAND-MAJOR(K)(1:20)
                  " Profile " WS-PCT-TEXT "%"
                  "  Connections " WS-CONN-TEXT
                  "  Onboarded " WS-ONB-TEXT
                  "  Open to work " WS-OPEN-TEXT
                  "  Readiness " WS-SCORE-TEXT
               DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           EXIT SECTION.
