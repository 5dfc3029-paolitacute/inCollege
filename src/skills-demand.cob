       >>SOURCE FREE
       *> Skills demand versus supply, the population view of what
       *> JOB-SKILL-GAP tells one student about one posting. Written
       *> for the curriculum committees each quarter.
       *> Demand: every posting in jobs.txt that has been released to
       *> students (HELD and PENDING-CAMPUS rows are left out) counts
       *> once toward each skill in its required-skills list (the
       *> semicolon-separated eleventh field), each skill folded
       *> through SKILL-CANON so "JS" and "JavaScript" are one skill.
       *> Supply: a student with a profiles.txt block counts once
       *> toward a demanded skill when it is on their profile (SKLnn:
       *> lines) or they completed a matching module in
       *> skill_completions.txt (user~skill), folded the same way.
       *> Completions from users with no profile have no major or
       *> campus to count under and are left out.
       *> The report ranks every demanded skill by gap (postings
       *> asking for it less students offering it), then breaks the
       *> supply of the top-ranked skills out by major and by campus.
       *> Each run appends its figures to skills_demand_history.txt:
       *>   quarter~scope~skill~demand~supply
       *> (quarter as YYYYQn, scope ALL or the campus), and the ranking
       *> compares each skill with the latest earlier quarter on file
       *> for the same scope, so the trend column is like for like.
       *> Output: InCollege-SkillsDemand.txt. Follows the
       *> report_scope.txt convention: a campus-scoped run counts only
       *> that campus's students and the postings open to them (no
       *> school restriction, or restricted to that campus); absent or
       *> blank scope = the system-wide report the calendar runs at the
       *> start of each quarter.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SKILLS-DEMAND.
       AUTHOR. Paola
       DATE-WRITTEN. 10/15/2026

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOBS-FILE ASSIGN TO "jobs.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBS-STATUS.

           SELECT PROFILES-FILE ASSIGN TO "profiles.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROFILES-STATUS.

           SELECT COMPLETIONS-FILE ASSIGN TO "skill_completions.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMPLETIONS-STATUS.

           SELECT HISTORY-FILE ASSIGN TO "skills_demand_history.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT REPORT-FILE ASSIGN TO "InCollege-SkillsDemand.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SCOPE-FILE ASSIGN TO "report_scope.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCOPE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JOBS-FILE.
       01  JOBS-RECORD              PIC X(500).

       FD  PROFILES-FILE.
       01  PROFILES-RECORD          PIC X(350).

       FD  COMPLETIONS-FILE.
       01  COMPLETIONS-RECORD       PIC X(100).

       FD  HISTORY-FILE.
       01  HISTORY-RECORD           PIC X(200).

       FD  REPORT-FILE.
       01  REPORT-RECORD            PIC X(200).

       FD  SCOPE-FILE.
       01  SCOPE-RECORD             PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-SCOPE-STATUS          PIC X(2).
       01  WS-SCOPE-CAMPUS          PIC X(100) VALUE SPACES.
       01  WS-SCOPE-NAME            PIC X(100).
       01  WS-JOBS-STATUS           PIC X(2).
       01  WS-PROFILES-STATUS       PIC X(2).
       01  WS-COMPLETIONS-STATUS    PIC X(2).
       01  WS-HISTORY-STATUS        PIC X(2).
       01  WS-EOF-FLAG              PIC X VALUE 'N'.
       01  WS-LINE                  PIC X(500).

      *> jobs.txt row
       01  WS-JOB-POSTER            PIC X(20).
       01  WS-JOB-TITLE             PIC X(50).
       01  WS-JOB-DESC              PIC X(200).
       01  WS-JOB-EMPLOYER          PIC X(50).
       01  WS-JOB-LOCATION          PIC X(50).
       01  WS-JOB-SALARY            PIC X(50).
       01  WS-JOB-POSTED-ON         PIC X(8).
       01  WS-JOB-STATUS            PIC X(14).
       01  WS-JOB-TYPE              PIC X(20).
       01  WS-JOB-UNIVERSITY        PIC X(100).
       01  WS-JOB-REQ-SKILLS        PIC X(200).
       01  WS-POSTING-COUNT         PIC 9(5) VALUE 0.

      *> One posting's (or one student's) skills, folded and de-duplicated
       01  WS-ONE-SKILLS.
           05 WS-ONE-SKILL OCCURS 30 TIMES PIC X(30).
       01  WS-ONE-COUNT             PIC 9(2) VALUE 0.
       01  WS-SPLIT-SKILLS.
           05 WS-SPLIT-SKILL OCCURS 9 TIMES PIC X(30).
       01  WS-CANON-SKILL           PIC X(30).
       01  WS-CANON-RC              PIC X.

      *> Every demanded skill, with its supply and last quarter's figures
       01  WS-SKILL-COUNT           PIC 9(3) VALUE 0.
       01  WS-SKILL-CAP-WARNED      PIC X VALUE 'N'.
       01  WS-SKILL-TABLE.
           05 WS-SKILL-ENTRY OCCURS 200 TIMES.
              10 WS-SK-NAME         PIC X(30).
              10 WS-SK-DEMAND       PIC 9(5).
              10 WS-SK-SUPPLY       PIC 9(5).
              10 WS-SK-GAP          PIC S9(5).
              10 WS-SK-HAS-PRIOR    PIC X.
              10 WS-SK-PRIOR-DEMAND PIC 9(5).
              10 WS-SK-PRIOR-SUPPLY PIC 9(5).
              10 WS-SK-COL          PIC 9(3).
       01  WS-SWAP-ENTRY            PIC X(59).
       01  WS-SORT-SWAPPED          PIC X.

      *> Completed Learn-a-Skill modules, folded
       01  WS-DONE-COUNT            PIC 9(4) VALUE 0.
       01  WS-DONE-TABLE.
           05 WS-DONE-ENTRY OCCURS 2000 TIMES.
              10 WS-DONE-USER       PIC X(20).
              10 WS-DONE-SKILL      PIC X(30).
       01  WS-ROW-USERNAME          PIC X(20).
       01  WS-ROW-SKILL-NAME        PIC X(30).

      *> The profile block being read
       01  WS-CUR-USER              PIC X(20).
       01  WS-CUR-UNIV              PIC X(100).
       01  WS-CUR-MAJOR             PIC X(50).
       01  WS-IN-BLOCK              PIC X VALUE 'N'.
       01  WS-STUDENT-COUNT         PIC 9(5) VALUE 0.

      *> Majors and campuses met, with students per group and a supply
      *> count per group for each skill column (the skill's position in
      *> the table as loaded, which the ranking sort does not move).
       01  WS-MAJOR-COUNT           PIC 9(2) VALUE 0.
       01  WS-MAJOR-TABLE.
           05 WS-MAJOR-ENTRY OCCURS 50 TIMES.
              10 WS-MJ-NAME         PIC X(50).
              10 WS-MJ-STUDENTS     PIC 9(5).
              10 WS-MJ-SUPPLY OCCURS 200 TIMES PIC 9(5).
       01  WS-CAMPUS-COUNT          PIC 9(2) VALUE 0.
       01  WS-CAMPUS-TABLE.
           05 WS-CAMPUS-ENTRY OCCURS 50 TIMES.
              10 WS-CP-NAME         PIC X(100).
              10 WS-CP-STUDENTS     PIC 9(5).
              10 WS-CP-SUPPLY OCCURS 200 TIMES PIC 9(5).
       01  WS-CUR-MAJOR-IDX         PIC 9(2).
       01  WS-CUR-CAMPUS-IDX        PIC 9(2).

      *> Trend: this quarter, and the latest earlier one on file
       01  WS-TODAY                 PIC X(21).
       01  WS-TODAY-MONTH           PIC 9(2).
       01  WS-QUARTER-NUM           PIC 9.
       01  WS-QUARTER               PIC X(6).
       01  WS-PRIOR-QUARTER         PIC X(6) VALUE SPACES.
       01  WS-HIST-QUARTER          PIC X(6).
       01  WS-HIST-SCOPE            PIC X(100).
       01  WS-HIST-SKILL            PIC X(30).
       01  WS-HIST-DEMAND           PIC X(6).
       01  WS-HIST-SUPPLY           PIC X(6).

      *> How many of the top-ranked skills the breakdowns show
       01  WS-BREAKDOWN-TOP         PIC 9(2) VALUE 10.
       01  WS-SHOWN                 PIC 9(3).
       01  WS-FOUND-FLAG            PIC X.
       01  WS-FOUND-IDX             PIC 9(3).
       01  I                        PIC 9(4).
       01  J                        PIC 9(3).
       01  K                        PIC 9(3).
       01  G                        PIC 9(2).

       01  WS-NUM-TEXT              PIC Z(4)9.
       01  WS-NUM-TEXT-2            PIC Z(4)9.
       01  WS-NUM-TEXT-3            PIC Z(4)9.
       01  WS-RANK-TEXT             PIC ZZ9.
       01  WS-GAP-TEXT              PIC +(5)9.
       01  WS-CHANGE                PIC S9(5).
       01  WS-CHANGE-TEXT           PIC +(5)9.
       01  WS-PRIOR-GAP             PIC S9(5).
       01  WS-PRIOR-GAP-TEXT        PIC +(5)9.
       01  WS-PCT                   PIC 9(3).
       01  WS-PCT-TEXT              PIC ZZ9.
       01  WS-GRP-STUDENTS          PIC 9(5).
       01  WS-GRP-SUPPLY            PIC 9(5).
       01  WS-GRP-LABEL             PIC X(100).

       PROCEDURE DIVISION.

           PERFORM READ-REPORT-SCOPE.
           PERFORM COMPUTE-QUARTER.
           PERFORM LOAD-DEMAND.
           PERFORM LOAD-COMPLETIONS.
           PERFORM LOAD-SUPPLY.
           PERFORM LOAD-PRIOR-QUARTER.
           PERFORM RANK-SKILLS.

           OPEN OUTPUT REPORT-FILE.

           MOVE SPACES TO REPORT-RECORD.
           STRING "InCollege Skills Demand vs Supply - quarter "
               WS-QUARTER
               DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           IF FUNCTION TRIM(WS-SCOPE-CAMPUS) > SPACES
               MOVE SPACES TO REPORT-RECORD
               STRING "Scoped to campus: " FUNCTION TRIM(WS-SCOPE-CAMPUS)
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.
           MOVE WS-POSTING-COUNT TO WS-NUM-TEXT.
           MOVE WS-STUDENT-COUNT TO WS-NUM-TEXT-2.
           MOVE SPACES TO REPORT-RECORD.
           STRING "Postings counted: " FUNCTION TRIM(WS-NUM-TEXT)
               "   Students counted: " FUNCTION TRIM(WS-NUM-TEXT-2)
               DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           IF WS-PRIOR-QUARTER = SPACES
               MOVE "Trend: no earlier quarter on file for this scope."
                   TO REPORT-RECORD
           ELSE
               STRING "Trend: compared with quarter " WS-PRIOR-QUARTER
                   DELIMITED BY SIZE INTO REPORT-RECORD
           END-IF.
           WRITE REPORT-RECORD.
           MOVE "Gap = postings asking for the skill less students offering it."
               TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE "------------------------------------------------"
               TO REPORT-RECORD.
           WRITE REPORT-RECORD.

           MOVE "Skills ranked by gap:" TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           IF WS-SKILL-COUNT = 0
               MOVE "  (no required skills on any counted posting)"
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-SKILL-COUNT
               PERFORM WRITE-RANK-LINE
           END-PERFORM.

           MOVE "Supply of the top-ranked skills by major:" TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           IF WS-MAJOR-COUNT = 0
               MOVE "  (none)" TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.
           PERFORM VARYING G FROM 1 BY 1 UNTIL G > WS-MAJOR-COUNT
               MOVE WS-MJ-NAME(G) TO WS-GRP-LABEL
               MOVE WS-MJ-STUDENTS(G) TO WS-GRP-STUDENTS
               PERFORM WRITE-GROUP-HEADER
               PERFORM VARYING K FROM 1 BY 1
                       UNTIL K > WS-SKILL-COUNT OR K > WS-BREAKDOWN-TOP
                   MOVE WS-MJ-SUPPLY(G, WS-SK-COL(K)) TO WS-GRP-SUPPLY
                   PERFORM WRITE-GROUP-SKILL-LINE
               END-PERFORM
           END-PERFORM.

           MOVE "Supply of the top-ranked skills by campus:" TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           IF WS-CAMPUS-COUNT = 0
               MOVE "  (none)" TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.
           PERFORM VARYING G FROM 1 BY 1 UNTIL G > WS-CAMPUS-COUNT
               MOVE WS-CP-NAME(G) TO WS-GRP-LABEL
               MOVE WS-CP-STUDENTS(G) TO WS-GRP-STUDENTS
               PERFORM WRITE-GROUP-HEADER
               PERFORM VARYING K FROM 1 BY 1
                       UNTIL K > WS-SKILL-COUNT OR K > WS-BREAKDOWN-TOP
                   MOVE WS-CP-SUPPLY(G, WS-SK-COL(K)) TO WS-GRP-SUPPLY
                   PERFORM WRITE-GROUP-SKILL-LINE
               END-PERFORM
           END-PERFORM.

           CLOSE REPORT-FILE.

           PERFORM SAVE-QUARTER.
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
           IF FUNCTION TRIM(WS-SCOPE-CAMPUS) = SPACES
               MOVE "ALL" TO WS-SCOPE-NAME
           ELSE
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-SCOPE-CAMPUS))
                   TO WS-SCOPE-NAME
           END-IF.
           EXIT SECTION.

      *> Calendar quarter of the run date, as YYYYQn.
       COMPUTE-QUARTER SECTION.
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY.
           MOVE WS-TODAY(5:2) TO WS-TODAY-MONTH.
           COMPUTE WS-QUARTER-NUM = (WS-TODAY-MONTH - 1) / 3 + 1.
           MOVE SPACES TO WS-QUARTER.
           STRING WS-TODAY(1:4) "Q" WS-QUARTER-NUM
               DELIMITED BY SIZE INTO WS-QUARTER.
           EXIT SECTION.

      *> Every released posting's required skills, one count per skill
      *> per posting.
       LOAD-DEMAND SECTION.
           MOVE 0 TO WS-SKILL-COUNT.
           MOVE 0 TO WS-POSTING-COUNT.
           INITIALIZE WS-SKILL-TABLE.
           MOVE 'N' TO WS-EOF-FLAG.

           OPEN INPUT JOBS-FILE.
           IF WS-JOBS-STATUS NOT = "00"
               CLOSE JOBS-FILE
               EXIT SECTION
           END-IF.

           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ JOBS-FILE INTO WS-LINE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM TAKE-ONE-POSTING
               END-READ
           END-PERFORM.
           CLOSE JOBS-FILE.
           EXIT SECTION.

       TAKE-ONE-POSTING SECTION.
           IF FUNCTION TRIM(WS-LINE) = SPACES
               EXIT SECTION
           END-IF.
           MOVE SPACES TO WS-JOB-POSTER, WS-JOB-TITLE, WS-JOB-DESC,
                          WS-JOB-EMPLOYER, WS-JOB-LOCATION,
                          WS-JOB-SALARY, WS-JOB-POSTED-ON,
                          WS-JOB-STATUS, WS-JOB-TYPE,
                          WS-JOB-UNIVERSITY, WS-JOB-REQ-SKILLS.
           UNSTRING WS-LINE DELIMITED BY "~"
               INTO WS-JOB-POSTER, WS-JOB-TITLE, WS-JOB-DESC,
                    WS-JOB-EMPLOYER, WS-JOB-LOCATION, WS-JOB-SALARY,
                    WS-JOB-POSTED-ON, WS-JOB-STATUS, WS-JOB-TYPE,
                    WS-JOB-UNIVERSITY, WS-JOB-REQ-SKILLS
           END-UNSTRING.

           IF FUNCTION TRIM(WS-JOB-STATUS) = "HELD"
              OR FUNCTION TRIM(WS-JOB-STATUS) = "PENDING-CAMPUS"
               EXIT SECTION
           END-IF.
      *> A campus-scoped run counts only the postings its students see.
           IF FUNCTION TRIM(WS-SCOPE-CAMPUS) > SPACES
              AND FUNCTION TRIM(WS-JOB-UNIVERSITY) > SPACES
              AND FUNCTION UPPER-CASE(FUNCTION TRIM(WS-JOB-UNIVERSITY))
                  NOT = FUNCTION UPPER-CASE(
                            FUNCTION TRIM(WS-SCOPE-CAMPUS))
               EXIT SECTION
           END-IF.

           ADD 1 TO WS-POSTING-COUNT.
           MOVE 0 TO WS-ONE-COUNT.
           MOVE SPACES TO WS-ONE-SKILLS.
           IF FUNCTION TRIM(WS-JOB-REQ-SKILLS) = SPACES
               EXIT SECTION
           END-IF.
           MOVE SPACES TO WS-SPLIT-SKILLS.
           UNSTRING WS-JOB-REQ-SKILLS DELIMITED BY ";"
               INTO WS-SPLIT-SKILL(1), WS-SPLIT-SKILL(2),
                    WS-SPLIT-SKILL(3), WS-SPLIT-SKILL(4),
                    WS-SPLIT-SKILL(5), WS-SPLIT-SKILL(6),
                    WS-SPLIT-SKILL(7), WS-SPLIT-SKILL(8),
                    WS-SPLIT-SKILL(9)
           END-UNSTRING.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > 9
               MOVE WS-SPLIT-SKILL(J) TO WS-CANON-SKILL
               PERFORM ADD-ONE-SKILL
           END-PERFORM.

           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-ONE-COUNT
               MOVE WS-ONE-SKILL(J) TO WS-CANON-SKILL
               PERFORM FIND-SKILL
               IF WS-FOUND-FLAG = 'N'
                   IF WS-SKILL-COUNT < 200
                       ADD 1 TO WS-SKILL-COUNT
                       MOVE WS-SKILL-COUNT TO WS-FOUND-IDX
                       MOVE WS-CANON-SKILL TO WS-SK-NAME(WS-FOUND-IDX)
                       MOVE WS-SKILL-COUNT TO WS-SK-COL(WS-FOUND-IDX)
                       MOVE 'Y' TO WS-FOUND-FLAG
                   ELSE
                       IF WS-SKILL-CAP-WARNED = 'N'
                           DISPLAY "SKILLS-DEMAND: more than 200 distinct "
                                   "skills; the rest were not counted."
                           MOVE 'Y' TO WS-SKILL-CAP-WARNED
                       END-IF
                   END-IF
               END-IF
               IF WS-FOUND-FLAG = 'Y'
                   ADD 1 TO WS-SK-DEMAND(WS-FOUND-IDX)
               END-IF
           END-PERFORM.
           EXIT SECTION.

      *> Folds WS-CANON-SKILL and adds it to WS-ONE-SKILLS unless it is
      *> blank or already there.
       ADD-ONE-SKILL SECTION.
           IF FUNCTION TRIM(WS-CANON-SKILL) = SPACES
               EXIT SECTION
           END-IF.
           MOVE FUNCTION TRIM(WS-CANON-SKILL) TO WS-CANON-SKILL.
           CALL "SKILL-CANON" USING WS-CANON-SKILL, WS-CANON-RC.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-ONE-COUNT
               IF FUNCTION UPPER-CASE(WS-ONE-SKILL(K)) =
                  FUNCTION UPPER-CASE(WS-CANON-SKILL)
                   EXIT SECTION
               END-IF
           END-PERFORM.
           IF WS-ONE-COUNT < 30
               ADD 1 TO WS-ONE-COUNT
               MOVE WS-CANON-SKILL TO WS-ONE-SKILL(WS-ONE-COUNT)
           END-IF.
           EXIT SECTION.

      *> WS-CANON-SKILL -> WS-FOUND-IDX in the demand table.
       FIND-SKILL SECTION.
           MOVE 'N' TO WS-FOUND-FLAG.
           MOVE 0 TO WS-FOUND-IDX.
           PERFORM VARYING K FROM 1 BY 1
                   UNTIL K > WS-SKILL-COUNT OR WS-FOUND-FLAG = 'Y'
               IF FUNCTION UPPER-CASE(WS-SK-NAME(K)) =
                  FUNCTION UPPER-CASE(WS-CANON-SKILL)
                   MOVE 'Y' TO WS-FOUND-FLAG
                   MOVE K TO WS-FOUND-IDX
               END-IF
           END-PERFORM.
           EXIT SECTION.

       LOAD-COMPLETIONS SECTION.
           MOVE 0 TO WS-DONE-COUNT.
           MOVE 'N' TO WS-EOF-FLAG.

           OPEN INPUT COMPLETIONS-FILE.
           IF WS-COMPLETIONS-STATUS NOT = "00"
               CLOSE COMPLETIONS-FILE
               EXIT SECTION
           END-IF.

           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ COMPLETIONS-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE SPACES TO WS-ROW-USERNAME, WS-ROW-SKILL-NAME
                       UNSTRING COMPLETIONS-RECORD DELIMITED BY "~"
                           INTO WS-ROW-USERNAME, WS-ROW-SKILL-NAME
                       END-UNSTRING
                       IF FUNCTION TRIM(WS-ROW-SKILL-NAME) > SPACES
                          AND WS-DONE-COUNT < 2000
                           ADD 1 TO WS-DONE-COUNT
                           MOVE WS-ROW-USERNAME
                               TO WS-DONE-USER(WS-DONE-COUNT)
                           MOVE WS-ROW-SKILL-NAME
                               TO WS-DONE-SKILL(WS-DONE-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE COMPLETIONS-FILE.
           IF WS-DONE-COUNT >= 2000
               DISPLAY "SKILLS-DEMAND: more than 2000 completed modules; "
                       "the rest were not counted."
           END-IF.
           EXIT SECTION.

      *> One pass over the profile blocks; each student is tallied when
      *> the next block starts (or the file ends).
       LOAD-SUPPLY SECTION.
           MOVE 0 TO WS-STUDENT-COUNT.
           MOVE 0 TO WS-MAJOR-COUNT.
           MOVE 0 TO WS-CAMPUS-COUNT.
           INITIALIZE WS-MAJOR-TABLE.
           INITIALIZE WS-CAMPUS-TABLE.
           MOVE 'N' TO WS-IN-BLOCK.
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
                               IF WS-IN-BLOCK = 'Y'
                                   PERFORM TALLY-STUDENT
                               END-IF
                               MOVE 'Y' TO WS-IN-BLOCK
                               MOVE PROFILES-RECORD(6:20) TO WS-CUR-USER
                               MOVE SPACES TO WS-CUR-UNIV, WS-CUR-MAJOR
                               MOVE 0 TO WS-ONE-COUNT
                               MOVE SPACES TO WS-ONE-SKILLS
                           WHEN WS-IN-BLOCK = 'Y' AND
                                PROFILES-RECORD(1:5) = "UNIV:"
                               MOVE PROFILES-RECORD(6:100) TO WS-CUR-UNIV
                           WHEN WS-IN-BLOCK = 'Y' AND
                                PROFILES-RECORD(1:5) = "MAJR:"
                               MOVE PROFILES-RECORD(6:50) TO WS-CUR-MAJOR
                           WHEN WS-IN-BLOCK = 'Y' AND
                                PROFILES-RECORD(1:3) = "SKL"
                               MOVE PROFILES-RECORD(7:30) TO WS-CANON-SKILL
                               PERFORM ADD-ONE-SKILL
                       END-EVALUATE
               END-READ
           END-PERFORM.
           IF WS-IN-BLOCK = 'Y'
               PERFORM TALLY-STUDENT
           END-IF.
           CLOSE PROFILES-FILE.
           EXIT SECTION.

      *> Adds the current block's student to the supply counts: profile
      *> skills already in WS-ONE-SKILLS, plus their completed modules.
       TALLY-STUDENT SECTION.
           MOVE 'N' TO WS-IN-BLOCK.
           IF FUNCTION TRIM(WS-CUR-UNIV) = SPACES
               MOVE "(not given)" TO WS-CUR-UNIV
           END-IF.
           IF FUNCTION TRIM(WS-CUR-MAJOR) = SPACES
               MOVE "(not given)" TO WS-CUR-MAJOR
           END-IF.
           IF FUNCTION TRIM(WS-SCOPE-CAMPUS) > SPACES
              AND FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CUR-UNIV))
                  NOT = FUNCTION UPPER-CASE(
                            FUNCTION TRIM(WS-SCOPE-CAMPUS))
               EXIT SECTION
           END-IF.

           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-DONE-COUNT
               IF FUNCTION TRIM(WS-DONE-USER(I)) =
                  FUNCTION TRIM(WS-CUR-USER)
                   MOVE WS-DONE-SKILL(I) TO WS-CANON-SKILL
                   PERFORM ADD-ONE-SKILL
               END-IF
           END-PERFORM.

           ADD 1 TO WS-STUDENT-COUNT.
           PERFORM FIND-MAJOR-GROUP.
           PERFORM FIND-CAMPUS-GROUP.

           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-ONE-COUNT
               MOVE WS-ONE-SKILL(J) TO WS-CANON-SKILL
               PERFORM FIND-SKILL
               IF WS-FOUND-FLAG = 'Y'
                   ADD 1 TO WS-SK-SUPPLY(WS-FOUND-IDX)
                   IF WS-CUR-MAJOR-IDX > 0
                       ADD 1 TO WS-MJ-SUPPLY(WS-CUR-MAJOR-IDX,
                                             WS-FOUND-IDX)
                   END-IF
                   IF WS-CUR-CAMPUS-IDX > 0
                       ADD 1 TO WS-CP-SUPPLY(WS-CUR-CAMPUS-IDX,
                                             WS-FOUND-IDX)
                   END-IF
               END-IF
           END-PERFORM.
           EXIT SECTION.

      *> WS-CUR-MAJOR -> WS-CUR-MAJOR-IDX, adding the major when new
      *> (0 once the table is full).
       FIND-MAJOR-GROUP SECTION.
           MOVE 0 TO WS-CUR-MAJOR-IDX.
           PERFORM VARYING G FROM 1 BY 1
                   UNTIL G > WS-MAJOR-COUNT OR WS-CUR-MAJOR-IDX > 0
               IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-MJ-NAME(G))) =
                  FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CUR-MAJOR))
                   MOVE G TO WS-CUR-MAJOR-IDX
               END-IF
           END-PERFORM.
           IF WS-CUR-MAJOR-IDX = 0 AND WS-MAJOR-COUNT < 50
               ADD 1 TO WS-MAJOR-COUNT
               MOVE WS-MAJOR-COUNT TO WS-CUR-MAJOR-IDX
               MOVE WS-CUR-MAJOR TO WS-MJ-NAME(WS-CUR-MAJOR-IDX)
           END-IF.
           IF WS-CUR-MAJOR-IDX > 0
               ADD 1 TO WS-MJ-STUDENTS(WS-CUR-MAJOR-IDX)
           END-IF.
           EXIT SECTION.

       FIND-CAMPUS-GROUP SECTION.
           MOVE 0 TO WS-CUR-CAMPUS-IDX.
           PERFORM VARYING G FROM 1 BY 1
                   UNTIL G > WS-CAMPUS-COUNT OR WS-CUR-CAMPUS-IDX > 0
               IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CP-NAME(G))) =
                  FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CUR-UNIV))
                   MOVE G TO WS-CUR-CAMPUS-IDX
               END-IF
           END-PERFORM.
           IF WS-CUR-CAMPUS-IDX = 0 AND WS-CAMPUS-COUNT < 50
               ADD 1 TO WS-CAMPUS-COUNT
               MOVE WS-CAMPUS-COUNT TO WS-CUR-CAMPUS-IDX
               MOVE WS-CUR-UNIV TO WS-CP-NAME(WS-CUR-CAMPUS-IDX)
           END-IF.
           IF WS-CUR-CAMPUS-IDX > 0
               ADD 1 TO WS-CP-STUDENTS(WS-CUR-CAMPUS-IDX)
           END-IF.
           EXIT SECTION.

      *> Two passes over the history: find the latest quarter before
      *> this one for the same scope, then take its figures. A quarter
      *> that was run more than once keeps its last run's figures.
       LOAD-PRIOR-QUARTER SECTION.
           MOVE SPACES TO WS-PRIOR-QUARTER.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT HISTORY-FILE.
           IF WS-HISTORY-STATUS NOT = "00"
               CLOSE HISTORY-FILE
               EXIT SECTION
           END-IF.
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ HISTORY-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM UNPACK-HISTORY-ROW
                       IF WS-HIST-SCOPE = WS-SCOPE-NAME
                          AND WS-HIST-QUARTER < WS-QUARTER
                          AND WS-HIST-QUARTER > WS-PRIOR-QUARTER
                           MOVE WS-HIST-QUARTER TO WS-PRIOR-QUARTER
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE HISTORY-FILE.
           IF WS-PRIOR-QUARTER = SPACES
               EXIT SECTION
           END-IF.

           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT HISTORY-FILE.
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ HISTORY-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM UNPACK-HISTORY-ROW
                       IF WS-HIST-SCOPE = WS-SCOPE-NAME
                          AND WS-HIST-QUARTER = WS-PRIOR-QUARTER
                           MOVE WS-HIST-SKILL TO WS-CANON-SKILL
                           PERFORM FIND-SKILL
                           IF WS-FOUND-FLAG = 'Y'
                               MOVE 'Y' TO WS-SK-HAS-PRIOR(WS-FOUND-IDX)
                               IF FUNCTION TRIM(WS-HIST-DEMAND) IS NUMERIC
                                   MOVE FUNCTION NUMVAL(WS-HIST-DEMAND)
                                       TO WS-SK-PRIOR-DEMAND(WS-FOUND-IDX)
                               END-IF
                               IF FUNCTION TRIM(WS-HIST-SUPPLY) IS NUMERIC
                                   MOVE FUNCTION NUMVAL(WS-HIST-SUPPLY)
                                       TO WS-SK-PRIOR-SUPPLY(WS-FOUND-IDX)
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE HISTORY-FILE.
           EXIT SECTION.

       UNPACK-HISTORY-ROW SECTION.
           MOVE SPACES TO WS-HIST-QUARTER, WS-HIST-SCOPE, WS-HIST-SKILL,
                          WS-HIST-DEMAND, WS-HIST-SUPPLY.
           UNSTRING HISTORY-RECORD DELIMITED BY "~"
               INTO WS-HIST-QUARTER, WS-HIST-SCOPE, WS-HIST-SKILL,
                    WS-HIST-DEMAND, WS-HIST-SUPPLY
           END-UNSTRING.
           EXIT SECTION.

      *> Biggest gap first; a neighbor-swap pass repeated until nothing
      *> moves, as SALARY-OUTCOMES sorts its figures. Equal gaps keep
      *> the higher demand first.
       RANK-SKILLS SECTION.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-SKILL-COUNT
               COMPUTE WS-SK-GAP(K) = WS-SK-DEMAND(K) - WS-SK-SUPPLY(K)
           END-PERFORM.
           MOVE 'Y' TO WS-SORT-SWAPPED.
           PERFORM UNTIL WS-SORT-SWAPPED = 'N'
               MOVE 'N' TO WS-SORT-SWAPPED
               PERFORM VARYING K FROM 1 BY 1 UNTIL K >= WS-SKILL-COUNT
                   IF WS-SK-GAP(K) < WS-SK-GAP(K + 1)
                      OR (WS-SK-GAP(K) = WS-SK-GAP(K + 1)
                          AND WS-SK-DEMAND(K) < WS-SK-DEMAND(K + 1))
                       MOVE WS-SKILL-ENTRY(K) TO WS-SWAP-ENTRY
                       MOVE WS-SKILL-ENTRY(K + 1) TO WS-SKILL-ENTRY(K)
                       MOVE WS-SWAP-ENTRY TO WS-SKILL-ENTRY(K + 1)
                       MOVE 'Y' TO WS-SORT-SWAPPED
                   END-IF
               END-PERFORM
           END-PERFORM.
           EXIT SECTION.

       WRITE-RANK-LINE SECTION.
           MOVE K TO WS-RANK-TEXT.
           MOVE WS-SK-DEMAND(K) TO WS-NUM-TEXT.
           MOVE WS-SK-SUPPLY(K) TO WS-NUM-TEXT-2.
           MOVE WS-SK-GAP(K) TO WS-GAP-TEXT.
           MOVE SPACES TO REPORT-RECORD.
           STRING "  " FUNCTION TRIM(WS-RANK-TEXT) ". "
               FUNCTION TRIM(WS-SK-NAME(K))
               ": demand " FUNCTION TRIM(WS-NUM-TEXT)
               ", supply " FUNCTION TRIM(WS-NUM-TEXT-2)
               ", gap " FUNCTION TRIM(WS-GAP-TEXT)
               DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.

           IF WS-PRIOR-QUARTER = SPACES
               EXIT SECTION
           END-IF.
           MOVE SPACES TO REPORT-RECORD.
           IF WS-SK-HAS-PRIOR(K) NOT = 'Y'
               STRING "       " WS-PRIOR-QUARTER
                   ": not in demand (new this quarter)"
                   DELIMITED BY SIZE INTO REPORT-RECORD
           ELSE
               COMPUTE WS-PRIOR-GAP =
                   WS-SK-PRIOR-DEMAND(K) - WS-SK-PRIOR-SUPPLY(K)
               COMPUTE WS-CHANGE = WS-SK-GAP(K) - WS-PRIOR-GAP
               MOVE WS-SK-PRIOR-DEMAND(K) TO WS-NUM-TEXT
               MOVE WS-SK-PRIOR-SUPPLY(K) TO WS-NUM-TEXT-2
               MOVE WS-PRIOR-GAP TO WS-PRIOR-GAP-TEXT
               MOVE WS-CHANGE TO WS-CHANGE-TEXT
               STRING "       " WS-PRIOR-QUARTER
                   ": demand " FUNCTION TRIM(WS-NUM-TEXT)
                   ", supply " FUNCTION TRIM(WS-NUM-TEXT-2)
                   ", gap " FUNCTION TRIM(WS-PRIOR-GAP-TEXT)
                   " (gap change " FUNCTION TRIM(WS-CHANGE-TEXT) ")"
                   DELIMITED BY SIZE INTO REPORT-RECORD
           END-IF.
           WRITE REPORT-RECORD.
           EXIT SECTION.

       WRITE-GROUP-HEADER SECTION.
           MOVE WS-GRP-STUDENTS TO WS-NUM-TEXT.
           MOVE SPACES TO REPORT-RECORD.
           STRING "  " FUNCTION TRIM(WS-GRP-LABEL) " ("
               FUNCTION TRIM(WS-NUM-TEXT) " students)"
               DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           EXIT SECTION.

      *> One top-ranked skill (entry K) within the current group.
       WRITE-GROUP-SKILL-LINE SECTION.
           MOVE 0 TO WS-PCT.
           IF WS-GRP-STUDENTS > 0
               COMPUTE WS-PCT ROUNDED =
                   WS-GRP-SUPPLY * 100 / WS-GRP-STUDENTS
           END-IF.
           MOVE WS-SK-DEMAND(K) TO WS-NUM-TEXT.
           MOVE WS-GRP-SUPPLY TO WS-NUM-TEXT-2.
           MOVE WS-GRP-STUDENTS TO WS-NUM-TEXT-3.
           MOVE WS-PCT TO WS-PCT-TEXT.
           MOVE SPACES TO REPORT-RECORD.
           STRING "    " FUNCTION TRIM(WS-SK-NAME(K))
               " (demand " FUNCTION TRIM(WS-NUM-TEXT) "): "
               FUNCTION TRIM(WS-NUM-TEXT-2) " of "
               FUNCTION TRIM(WS-NUM-TEXT-3) " students ("
               FUNCTION TRIM(WS-PCT-TEXT) "%)"
               DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           EXIT SECTION.

      *> This run's figures, for next quarter's trend.
       SAVE-QUARTER SECTION.
           IF WS-SKILL-COUNT = 0
               EXIT SECTION
           END-IF.
           OPEN EXTEND HISTORY-FILE.
           IF WS-HISTORY-STATUS = "35"
               OPEN OUTPUT HISTORY-FILE
           END-IF.
           IF WS-HISTORY-STATUS NOT = "00"
               DISPLAY "SKILLS-DEMAND: could not open "
                       "skills_demand_history.txt; trend not saved."
               EXIT SECTION
           END-IF.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-SKILL-COUNT
               MOVE WS-SK-DEMAND(K) TO WS-NUM-TEXT
               MOVE WS-SK-SUPPLY(K) TO WS-NUM-TEXT-2
               MOVE SPACES TO HISTORY-RECORD
               STRING WS-QUARTER "~" FUNCTION TRIM(WS-SCOPE-NAME) "~"
                   FUNCTION TRIM(WS-SK-NAME(K)) "~"
                   FUNCTION TRIM(WS-NUM-TEXT) "~"
                   FUNCTION TRIM(WS-NUM-TEXT-2)
                   DELIMITED BY SIZE INTO HISTORY-RECORD
               WRITE HISTORY-RECORD
           END-PERFORM.
           CLOSE HISTORY-FILE.
           EXIT SECTION.
