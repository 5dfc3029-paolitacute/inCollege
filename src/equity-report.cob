       >>SOURCE FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EQUITY-REPORT.
       AUTHOR. Paola
       DATE-WRITTEN. 10/15/2026

       *> Applicant equity report for the careers office: how the
       *> students who applied to each posting, and to each employer,
       *> break down by the voluntary self-identification SELF-ID
       *> keeps in self_id.txt, at every stage the application reached
       *> in app_status_log.txt (applicant~title~employer~status~date):
       *> APPLIED, REVIEWED, INTERVIEWING, OFFERED, HIRED, REJECTED,
       *> WITHDRAWN and CLOSED. An application reaches a stage once it
       *> has a row for it. Applications with no self_id.txt row (the
       *> student skipped the step) count as "Not given".
       *> Only counts are printed. A stage with fewer applicants than
       *> the EQUITY-MIN-CELL site setting (default 5) is not broken
       *> down at all; within a stage, a count from 1 up to that size
       *> prints as "<n", and when that leaves a single such cell in a
       *> row the next smallest count is hidden with it (printed "*"),
       *> so no one student's answer can be worked back from the total.
       *> Output: InCollege-EquityReport.txt. Follows the
       *> report_scope.txt convention: the careers-office console
       *> writes the coordinator's campus there first and only that
       *> campus's students are counted; absent or blank scope = the
       *> system-wide report the monthly window runs. Employers have no
       *> way to run it.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOG-FILE ASSIGN TO "app_status_log.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.

           SELECT SELF-ID-FILE ASSIGN TO "self_id.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SELF-ID-STATUS.

           SELECT PROFILES-FILE ASSIGN TO "profiles.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROFILES-STATUS.

           SELECT REPORT-FILE ASSIGN TO "InCollege-EquityReport.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SCOPE-FILE ASSIGN TO "report_scope.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCOPE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOG-FILE.
       01  LOG-RECORD               PIC X(160).

       FD  SELF-ID-FILE.
       01  SELF-ID-RECORD           PIC X(250).

       FD  PROFILES-FILE.
       01  PROFILES-RECORD          PIC X(350).

       FD  REPORT-FILE.
       01  REPORT-RECORD            PIC X(200).

       FD  SCOPE-FILE.
       01  SCOPE-RECORD             PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-SCOPE-STATUS          PIC X(2).
       01  WS-SCOPE-CAMPUS          PIC X(100) VALUE SPACES.
       01  WS-LOG-STATUS            PIC X(2).
       01  WS-SELF-ID-STATUS        PIC X(2).
       01  WS-PROFILES-STATUS       PIC X(2).
       01  WS-EOF-FLAG              PIC X VALUE 'N'.

       01  WS-CFG-KEY               PIC X(20).
       01  WS-CFG-VALUE             PIC X(40).
       01  WS-CFG-RC                PIC X.
       01  WS-MIN-CELL              PIC 9(4) VALUE 5.

       *> app_status_log.txt row
       01  WS-LOG-APPLICANT         PIC X(20).
       01  WS-LOG-TITLE             PIC X(50).
       01  WS-LOG-EMPLOYER          PIC X(50).
       01  WS-LOG-STATUS-TEXT       PIC X(15).
       01  WS-LOG-DATE              PIC X(8).

       *> self_id.txt row
       01  WS-SI-APPLICANT          PIC X(20).
       01  WS-SI-POSTER             PIC X(20).
       01  WS-SI-TITLE              PIC X(50).
       01  WS-SI-EMPLOYER           PIC X(50).
       01  WS-SI-DATE               PIC X(8).
       01  WS-SI-ANSWER             PIC X(12) OCCURS 4 TIMES.

       *> Answers by application; a later row for the same application
       *> replaces an earlier one. WS-AN-SLOT holds the report column
       *> each answer counts in (see WS-SLOT-LABELS).
       01  WS-ANSWER-COUNT          PIC 9(4) VALUE 0.
       01  WS-ANSWER-TABLE.
           05 WS-ANSWER-ENTRY OCCURS 2000 TIMES.
              10 WS-AN-APPLICANT    PIC X(20).
              10 WS-AN-TITLE        PIC X(50).
              10 WS-AN-EMPLOYER     PIC X(50).
              10 WS-AN-SLOT         PIC 9(2) OCCURS 4 TIMES.

       *> Student lookup table built from profiles.txt: username ->
       *> university, for the campus scope.
       01  WS-STUDENT-COUNT         PIC 9(3) VALUE 0.
       01  WS-STUDENT-TABLE.
           05 WS-STUDENT-ENTRY OCCURS 600 TIMES.
              10 WS-STUDENT-USER    PIC X(20).
              10 WS-STUDENT-UNIV    PIC X(100).

       *> Report columns: each category's answers, then its "Not
       *> given" column. WS-CAT-FIRST/LAST bound a category's columns.
       01  WS-SLOT-LABELS.
           05 FILLER PIC X(24) VALUE "01WOMAN       Woman".
           05 FILLER PIC X(24) VALUE "01MAN         Man".
           05 FILLER PIC X(24) VALUE "01NONBINARY   Non-binary".
           05 FILLER PIC X(24) VALUE "01DECLINED    Declined".
           05 FILLER PIC X(24) VALUE "01            Not given".
           05 FILLER PIC X(24) VALUE "02HISPANIC    Hispanic".
           05 FILLER PIC X(24) VALUE "02WHITE       White".
           05 FILLER PIC X(24) VALUE "02BLACK       Black".
           05 FILLER PIC X(24) VALUE "02ASIAN       Asian".
           05 FILLER PIC X(24) VALUE "02PACIFIC     Pacific".
           05 FILLER PIC X(24) VALUE "02NATIVE      Am Indian".
           05 FILLER PIC X(24) VALUE "02MULTI       Two+ races".
           05 FILLER PIC X(24) VALUE "02DECLINED    Declined".
           05 FILLER PIC X(24) VALUE "02            Not given".
           05 FILLER PIC X(24) VALUE "03VETERAN     Veteran".
           05 FILLER PIC X(24) VALUE "03NOTVETERAN  Not vet".
           05 FILLER PIC X(24) VALUE "03DECLINED    Declined".
           05 FILLER PIC X(24) VALUE "03            Not given".
           05 FILLER PIC X(24) VALUE "04YES         Disabled".
           05 FILLER PIC X(24) VALUE "04NO          Not dis.".
           05 FILLER PIC X(24) VALUE "04DECLINED    Declined".
           05 FILLER PIC X(24) VALUE "04            Not given".
       01  WS-SLOT-TABLE REDEFINES WS-SLOT-LABELS.
           05 WS-SLOT-ENTRY OCCURS 22 TIMES.
              10 WS-SLOT-CAT        PIC 9(2).
              10 WS-SLOT-CODE       PIC X(12).
              10 WS-SLOT-LABEL      PIC X(10).
       01  WS-CAT-BOUNDS.
           05 FILLER PIC X(4) VALUE "0105".
           05 FILLER PIC X(4) VALUE "0614".
           05 FILLER PIC X(4) VALUE "1518".
           05 FILLER PIC X(4) VALUE "1922".
       01  WS-CAT-TABLE REDEFINES WS-CAT-BOUNDS.
           05 WS-CAT-ENTRY OCCURS 4 TIMES.
              10 WS-CAT-FIRST       PIC 9(2).
              10 WS-CAT-LAST        PIC 9(2).
       01  WS-CAT-NAMES.
           05 FILLER PIC X(14) VALUE "Gender".
           05 FILLER PIC X(14) VALUE "Race/ethnicity".
           05 FILLER PIC X(14) VALUE "Veteran".
           05 FILLER PIC X(14) VALUE "Disability".
       01  WS-CAT-NAME-TABLE REDEFINES WS-CAT-NAMES.
           05 WS-CAT-NAME OCCURS 4 TIMES PIC X(14).

       01  WS-STAGE-NAMES.
           05 FILLER PIC X(12) VALUE "APPLIED".
           05 FILLER PIC X(12) VALUE "REVIEWED".
           05 FILLER PIC X(12) VALUE "INTERVIEWING".
           05 FILLER PIC X(12) VALUE "OFFERED".
           05 FILLER PIC X(12) VALUE "HIRED".
           05 FILLER PIC X(12) VALUE "REJECTED".
           05 FILLER PIC X(12) VALUE "WITHDRAWN".
           05 FILLER PIC X(12) VALUE "CLOSED".
       01  WS-STAGE-TABLE REDEFINES WS-STAGE-NAMES.
           05 WS-STAGE-NAME OCCURS 8 TIMES PIC X(12).

       *> One pass per dimension (1 employer, 2 posting): each group's
       *> applicants per stage, and per stage and report column.
       01  WS-DIMENSION             PIC 9.
       01  WS-GROUP-COUNT           PIC 9(3) VALUE 0.
       01  WS-GROUP-OVER            PIC X VALUE 'N'.
       01  WS-GROUP-TABLE.
           05 WS-GROUP-ENTRY OCCURS 200 TIMES.
              10 WS-GRP-NAME        PIC X(104).
              10 WS-GRP-STAGE OCCURS 8 TIMES.
                 15 WS-GRP-TOTAL    PIC 9(5).
                 15 WS-GRP-CELL     PIC 9(5) OCCURS 22 TIMES.
       01  WS-GROUP-KEY             PIC X(104).

       01  G                        PIC 9(3).
       01  A                        PIC 9(4).
       01  S                        PIC 9(2).
       01  C                        PIC 9.
       01  T                        PIC 9(2).
       01  K                        PIC 9(3).
       01  WS-STAGE                 PIC 9(2).
       01  WS-ROW-SLOT              PIC 9(2) OCCURS 4 TIMES.

       *> One printed row
       01  WS-CELL-HIDE             PIC X OCCURS 22 TIMES.
       01  WS-HIDDEN-COUNT          PIC 9(2).
       01  WS-SMALLEST-SLOT         PIC 9(2).
       01  WS-LINE-PTR              PIC 9(3).
       01  WS-CELL-TEXT             PIC X(10).
       01  WS-COUNT-TEXT            PIC Z(4)9.
       01  WS-MIN-TEXT              PIC Z(3)9.
       01  WS-LOG-ROWS              PIC 9(6) VALUE 0.
       01  WS-LOG-ROWS-TEXT         PIC Z(5)9.
       01  WS-TODAY                 PIC X(21).

       PROCEDURE DIVISION.

           MOVE FUNCTION CURRENT-DATE TO WS-TODAY.
           PERFORM READ-REPORT-SCOPE.
           PERFORM LOAD-MIN-CELL.
           PERFORM LOAD-STUDENT-TABLE.
           PERFORM LOAD-ANSWERS.

           OPEN OUTPUT REPORT-FILE.
           MOVE SPACES TO REPORT-RECORD.
           STRING "InCollege Applicant Equity Report - run " WS-TODAY(1:8)
               DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           IF FUNCTION TRIM(WS-SCOPE-CAMPUS) > SPACES
               MOVE SPACES TO REPORT-RECORD
               STRING "Scoped to campus: " FUNCTION TRIM(WS-SCOPE-CAMPUS)
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.
           MOVE WS-MIN-CELL TO WS-MIN-TEXT.
           MOVE SPACES TO REPORT-RECORD.
           STRING "Source: voluntary self-identification at apply time. "
               "Stages under " FUNCTION TRIM(WS-MIN-TEXT)
               " applicants are not broken down; smaller counts show as <"
               FUNCTION TRIM(WS-MIN-TEXT) ", and * marks a count"
               " withheld so those cannot be worked out."
               DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE "------------------------------------------------"
               TO REPORT-RECORD.
           WRITE REPORT-RECORD.

           MOVE 1 TO WS-DIMENSION.
           PERFORM TALLY-DIMENSION.
           MOVE "=== By employer ===" TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           PERFORM WRITE-DIMENSION.

           MOVE 2 TO WS-DIMENSION.
           PERFORM TALLY-DIMENSION.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE "=== By posting ===" TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           PERFORM WRITE-DIMENSION.

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

       *> Smallest stage the report will break down.
       LOAD-MIN-CELL SECTION.
           MOVE "EQUITY-MIN-CELL" TO WS-CFG-KEY.
           CALL "SITE-CONFIG" USING WS-CFG-KEY, WS-CFG-VALUE, WS-CFG-RC.
           IF WS-CFG-RC = 'S'
              AND FUNCTION TRIM(WS-CFG-VALUE) IS NUMERIC
               MOVE FUNCTION NUMVAL(WS-CFG-VALUE) TO WS-MIN-CELL
           END-IF.
           IF WS-MIN-CELL < 1
               MOVE 1 TO WS-MIN-CELL
           END-IF.
           EXIT SECTION.

       *> username -> university off each profiles.txt block.
       LOAD-STUDENT-TABLE SECTION.
           MOVE 0 TO WS-STUDENT-COUNT.
           MOVE 'N' TO WS-EOF-FLAG.
           IF FUNCTION TRIM(WS-SCOPE-CAMPUS) = SPACES
               EXIT SECTION
           END-IF.

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
                               IF WS-STUDENT-COUNT < 600
                                   ADD 1 TO WS-STUDENT-COUNT
                                   MOVE PROFILES-RECORD(6:20) TO
                                       WS-STUDENT-USER(WS-STUDENT-COUNT)
                                   MOVE SPACES TO
                                       WS-STUDENT-UNIV(WS-STUDENT-COUNT)
                               END-IF
                           WHEN PROFILES-RECORD(1:5) = "UNIV:"
                              AND WS-STUDENT-COUNT > 0
                               MOVE PROFILES-RECORD(6:100) TO
                                   WS-STUDENT-UNIV(WS-STUDENT-COUNT)
                       END-EVALUATE
               END-READ
           END-PERFORM.
           CLOSE PROFILES-FILE.
           EXIT SECTION.

       LOAD-ANSWERS SECTION.
           MOVE 0 TO WS-ANSWER-COUNT.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT SELF-ID-FILE.
           IF WS-SELF-ID-STATUS NOT = "00"
               CLOSE SELF-ID-FILE
               EXIT SECTION
           END-IF.
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ SELF-ID-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM TAKE-ANSWER-ROW
               END-READ
           END-PERFORM.
           CLOSE SELF-ID-FILE.
           EXIT SECTION.

       TAKE-ANSWER-ROW SECTION.
           MOVE SPACES TO WS-SI-APPLICANT, WS-SI-POSTER, WS-SI-TITLE,
                          WS-SI-EMPLOYER, WS-SI-DATE, WS-SI-ANSWER(1),
                          WS-SI-ANSWER(2), WS-SI-ANSWER(3),
                          WS-SI-ANSWER(4).
           UNSTRING SELF-ID-RECORD DELIMITED BY "~"
               INTO WS-SI-APPLICANT, WS-SI-POSTER, WS-SI-TITLE,
                    WS-SI-EMPLOYER, WS-SI-DATE, WS-SI-ANSWER(1),
                    WS-SI-ANSWER(2), WS-SI-ANSWER(3), WS-SI-ANSWER(4)
           END-UNSTRING.
           IF WS-SI-APPLICANT = SPACES
               EXIT SECTION
           END-IF.
           PERFORM FIND-ANSWER.
           IF A = 0
               IF WS-ANSWER-COUNT >= 2000
                   EXIT SECTION
               END-IF
               ADD 1 TO WS-ANSWER-COUNT
               MOVE WS-ANSWER-COUNT TO A
               MOVE WS-SI-APPLICANT TO WS-AN-APPLICANT(A)
               MOVE WS-SI-TITLE TO WS-AN-TITLE(A)
               MOVE WS-SI-EMPLOYER TO WS-AN-EMPLOYER(A)
           END-IF.
           PERFORM VARYING C FROM 1 BY 1 UNTIL C > 4
               *> An unknown answer is counted with "Not given".
               MOVE WS-CAT-LAST(C) TO WS-AN-SLOT(A, C)
               PERFORM VARYING T FROM WS-CAT-FIRST(C) BY 1
                       UNTIL T >= WS-CAT-LAST(C)
                   IF WS-SLOT-CODE(T) = WS-SI-ANSWER(C)
                       MOVE T TO WS-AN-SLOT(A, C)
                   END-IF
               END-PERFORM
           END-PERFORM.
           EXIT SECTION.

       *> A = the answers for WS-SI-APPLICANT/-TITLE/-EMPLOYER, or 0.
       FIND-ANSWER SECTION.
           PERFORM VARYING A FROM 1 BY 1 UNTIL A > WS-ANSWER-COUNT
               IF WS-AN-APPLICANT(A) = WS-SI-APPLICANT
                  AND WS-AN-TITLE(A) = WS-SI-TITLE
                  AND WS-AN-EMPLOYER(A) = WS-SI-EMPLOYER
                   EXIT SECTION
               END-IF
           END-PERFORM.
           MOVE 0 TO A.
           EXIT SECTION.

       *> One pass over app_status_log.txt into the group table.
       TALLY-DIMENSION SECTION.
           MOVE 0 TO WS-GROUP-COUNT, WS-LOG-ROWS.
           MOVE 'N' TO WS-GROUP-OVER.
           INITIALIZE WS-GROUP-TABLE.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT LOG-FILE.
           IF WS-LOG-STATUS NOT = "00"
               CLOSE LOG-FILE
               EXIT SECTION
           END-IF.
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ LOG-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM TAKE-LOG-ROW
               END-READ
           END-PERFORM.
           CLOSE LOG-FILE.
           EXIT SECTION.

       TAKE-LOG-ROW SECTION.
           MOVE SPACES TO WS-LOG-APPLICANT, WS-LOG-TITLE, WS-LOG-EMPLOYER,
                          WS-LOG-STATUS-TEXT, WS-LOG-DATE.
           UNSTRING LOG-RECORD DELIMITED BY "~"
               INTO WS-LOG-APPLICANT, WS-LOG-TITLE, WS-LOG-EMPLOYER,
                    WS-LOG-STATUS-TEXT, WS-LOG-DATE
           END-UNSTRING.
           MOVE 0 TO WS-STAGE.
           PERFORM VARYING S FROM 1 BY 1 UNTIL S > 8
               IF WS-STAGE-NAME(S) =
                  FUNCTION UPPER-CASE(FUNCTION TRIM(WS-LOG-STATUS-TEXT))
                   MOVE S TO WS-STAGE
               END-IF
           END-PERFORM.
           IF WS-STAGE = 0 OR WS-LOG-APPLICANT = SPACES
               EXIT SECTION
           END-IF.
           IF FUNCTION TRIM(WS-SCOPE-CAMPUS) > SPACES
               PERFORM CHECK-APPLICANT-CAMPUS
               IF K = 0
                   EXIT SECTION
               END-IF
           END-IF.

           MOVE WS-LOG-APPLICANT TO WS-SI-APPLICANT.
           MOVE WS-LOG-TITLE TO WS-SI-TITLE.
           MOVE WS-LOG-EMPLOYER TO WS-SI-EMPLOYER.
           PERFORM FIND-ANSWER.
           PERFORM VARYING C FROM 1 BY 1 UNTIL C > 4
               IF A = 0
                   MOVE WS-CAT-LAST(C) TO WS-ROW-SLOT(C)
               ELSE
                   MOVE WS-AN-SLOT(A, C) TO WS-ROW-SLOT(C)
               END-IF
           END-PERFORM.

           MOVE SPACES TO WS-GROUP-KEY.
           IF WS-DIMENSION = 1
               MOVE WS-LOG-EMPLOYER TO WS-GROUP-KEY
           ELSE
               STRING FUNCTION TRIM(WS-LOG-TITLE) " @ "
                      FUNCTION TRIM(WS-LOG-EMPLOYER)
                   DELIMITED BY SIZE INTO WS-GROUP-KEY
           END-IF.
           MOVE 0 TO G.
           PERFORM VARYING K FROM 1 BY 1
                   UNTIL K > WS-GROUP-COUNT OR G > 0
               IF WS-GRP-NAME(K) = WS-GROUP-KEY
                   MOVE K TO G
               END-IF
           END-PERFORM.
           IF G = 0
               IF WS-GROUP-COUNT >= 200
                   MOVE 'Y' TO WS-GROUP-OVER
                   EXIT SECTION
               END-IF
               ADD 1 TO WS-GROUP-COUNT
               MOVE WS-GROUP-COUNT TO G
               MOVE WS-GROUP-KEY TO WS-GRP-NAME(G)
           END-IF.
           ADD 1 TO WS-LOG-ROWS.
           ADD 1 TO WS-GRP-TOTAL(G, WS-STAGE).
           PERFORM VARYING C FROM 1 BY 1 UNTIL C > 4
               ADD 1 TO WS-GRP-CELL(G, WS-STAGE, WS-ROW-SLOT(C))
           END-PERFORM.
           EXIT SECTION.

       *> K > 0 when WS-LOG-APPLICANT's university is the scope campus.
       CHECK-APPLICANT-CAMPUS SECTION.
           MOVE 0 TO K.
           PERFORM VARYING A FROM 1 BY 1 UNTIL A > WS-STUDENT-COUNT
               IF WS-STUDENT-USER(A) = WS-LOG-APPLICANT
                  AND FUNCTION UPPER-CASE(FUNCTION TRIM(WS-STUDENT-UNIV(A)))
                    = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-SCOPE-CAMPUS))
                   MOVE 1 TO K
               END-IF
           END-PERFORM.
           EXIT SECTION.

       WRITE-DIMENSION SECTION.
           IF WS-GROUP-COUNT = 0
               MOVE "No applications on file." TO REPORT-RECORD
               WRITE REPORT-RECORD
               EXIT SECTION
           END-IF.
           PERFORM VARYING G FROM 1 BY 1 UNTIL G > WS-GROUP-COUNT
               MOVE SPACES TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE WS-GRP-NAME(G) TO REPORT-RECORD
               WRITE REPORT-RECORD
               PERFORM VARYING C FROM 1 BY 1 UNTIL C > 4
                   PERFORM WRITE-CATEGORY-HEADER
                   PERFORM VARYING S FROM 1 BY 1 UNTIL S > 8
                       IF WS-GRP-TOTAL(G, S) > 0
                           PERFORM WRITE-STAGE-ROW
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-PERFORM.
           IF WS-GROUP-OVER = 'Y'
               MOVE "(more groups than the report holds; the rest are not shown)"
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.
           EXIT SECTION.

       WRITE-CATEGORY-HEADER SECTION.
           MOVE SPACES TO REPORT-RECORD.
           MOVE 1 TO WS-LINE-PTR.
           STRING "  " WS-CAT-NAME(C) DELIMITED BY SIZE
               INTO REPORT-RECORD WITH POINTER WS-LINE-PTR.
           PERFORM VARYING T FROM WS-CAT-FIRST(C) BY 1
                   UNTIL T > WS-CAT-LAST(C)
               STRING " " WS-SLOT-LABEL(T) DELIMITED BY SIZE
                   INTO REPORT-RECORD WITH POINTER WS-LINE-PTR
           END-PERFORM.
           STRING " Total" DELIMITED BY SIZE
               INTO REPORT-RECORD WITH POINTER WS-LINE-PTR.
           WRITE REPORT-RECORD.
           EXIT SECTION.

       *> Stage S of group G for category C, with small cells hidden.
       WRITE-STAGE-ROW SECTION.
           MOVE SPACES TO REPORT-RECORD.
           MOVE 1 TO WS-LINE-PTR.
           STRING "    " WS-STAGE-NAME(S) DELIMITED BY SIZE
               INTO REPORT-RECORD WITH POINTER WS-LINE-PTR.
           IF WS-GRP-TOTAL(G, S) < WS-MIN-CELL
               STRING "fewer than " FUNCTION TRIM(WS-MIN-TEXT)
                      " applicants -- not broken down"
                   DELIMITED BY SIZE
                   INTO REPORT-RECORD WITH POINTER WS-LINE-PTR
               WRITE REPORT-RECORD
               EXIT SECTION
           END-IF.

           MOVE 0 TO WS-HIDDEN-COUNT.
           PERFORM VARYING T FROM WS-CAT-FIRST(C) BY 1
                   UNTIL T > WS-CAT-LAST(C)
               MOVE 'N' TO WS-CELL-HIDE(T)
               IF WS-GRP-CELL(G, S, T) > 0
                  AND WS-GRP-CELL(G, S, T) < WS-MIN-CELL
                   MOVE 'Y' TO WS-CELL-HIDE(T)
                   ADD 1 TO WS-HIDDEN-COUNT
               END-IF
           END-PERFORM.
           *> A lone hidden cell could be had back from the total.
           IF WS-HIDDEN-COUNT = 1
               MOVE 0 TO WS-SMALLEST-SLOT
               PERFORM VARYING T FROM WS-CAT-FIRST(C) BY 1
                       UNTIL T > WS-CAT-LAST(C)
                   IF WS-CELL-HIDE(T) = 'N' AND WS-GRP-CELL(G, S, T) > 0
                       IF WS-SMALLEST-SLOT = 0
                           MOVE T TO WS-SMALLEST-SLOT
                       ELSE
                           IF WS-GRP-CELL(G, S, T) <
                              WS-GRP-CELL(G, S, WS-SMALLEST-SLOT)
                               MOVE T TO WS-SMALLEST-SLOT
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-SMALLEST-SLOT > 0
                   MOVE 'C' TO WS-CELL-HIDE(WS-SMALLEST-SLOT)
               END-IF
           END-IF.

           PERFORM VARYING T FROM WS-CAT-FIRST(C) BY 1
                   UNTIL T > WS-CAT-LAST(C)
               MOVE SPACES TO WS-CELL-TEXT
               IF WS-CELL-HIDE(T) = 'Y'
                   STRING "<" FUNCTION TRIM(WS-MIN-TEXT) DELIMITED BY SIZE
                       INTO WS-CELL-TEXT
               END-IF
               IF WS-CELL-HIDE(T) = 'C'
                   MOVE "*" TO WS-CELL-TEXT
               END-IF
               IF WS-CELL-HIDE(T) = 'N'
                   MOVE WS-GRP-CELL(G, S, T) TO WS-COUNT-TEXT
                   MOVE FUNCTION TRIM(WS-COUNT-TEXT) TO WS-CELL-TEXT
               END-IF
               STRING " " WS-CELL-TEXT DELIMITED BY SIZE
                   INTO REPORT-RECORD WITH POINTER WS-LINE-PTR
           END-PERFORM.
           MOVE WS-GRP-TOTAL(G, S) TO WS-COUNT-TEXT.
           STRING " " FUNCTION TRIM(WS-COUNT-TEXT) DELIMITED BY SIZE
               INTO REPORT-RECORD WITH POINTER WS-LINE-PTR.
           WRITE REPORT-RECORD.
           EXIT SECTION.
