       >>SOURCE FREE
       *> Graded attempts for the Learn a New Skill modules. Opening a
       *> module no longer counts as finishing it: the student takes a
       *> short multiple-choice attempt against the module's question
       *> bank, and only an attempt that reaches the module's pass mark
       *> is handed to SKILL-PROGRESS "RECORD". Every attempt, pass or
       *> fail, is kept in skill_attempts.txt, and a failed attempt
       *> locks the module for that student for SKILL-RETRY-HOURS
       *> (site setting, default 24) so the bank cannot simply be
       *> guessed through.
       *>
       *> skill_assessments.txt (kept by the careers office; "#" lines
       *> are comments):
       *>   MODULE~<skill name>~<pass mark, percent>
       *>   Q~<skill name>~<question>~<choice A>~<choice B>~<choice C>~
       *>     <correct letter>
       *> Up to 10 questions per module, in file order.
       *> skill_attempts.txt, one row per graded attempt:
       *>   user~skill~YYYYMMDD~HHMM~score~questions~percent~PASS|FAIL~
       *>   answers given (one letter per question, in order)
       *>
       *> Actions:
       *>   START  = hand back the module's questions and pass mark
       *>   GRADE  = mark LS-AS-GIVEN, log the attempt, record a pass
       *>   REPORT = pass rate per module, with the share of attempts
       *>            answering each question correctly, to
       *>            InCollege-SkillPassRate.txt. Follows the
       *>            report_scope.txt convention: a campus written
       *>            there first limits the report to that campus's
       *>            students; absent or blank = every student.
       *> Return codes:
       *>   'S' = START: questions returned / REPORT: report written
       *>   'P' = GRADE: passed, completion recorded
       *>   'F' = GRADE: failed; LS-AS-RETRY-DATE/TIME say when the
       *>         next attempt opens
       *>   'A' = the student has already completed this module
       *>   'C' = still inside the retry cooldown (retry date/time set)
       *>   'N' = the module has no question bank
       *>   'X' = file error
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SKILL-ASSESS.
       AUTHOR. Paola
       DATE-WRITTEN. 10/15/2026

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BANK-FILE ASSIGN TO "skill_assessments.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BANK-STATUS.

           SELECT ATTEMPTS-FILE ASSIGN TO "skill_attempts.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATTEMPTS-STATUS.

           SELECT PROFILES-FILE ASSIGN TO "profiles.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROFILES-STATUS.

           SELECT REPORT-FILE ASSIGN TO "InCollege-SkillPassRate.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SCOPE-FILE ASSIGN TO "report_scope.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCOPE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BANK-FILE.
       01  BANK-RECORD              PIC X(400).

       FD  ATTEMPTS-FILE.
       01  ATTEMPTS-RECORD          PIC X(150).

       FD  PROFILES-FILE.
       01  PROFILES-RECORD          PIC X(350).

       FD  REPORT-FILE.
       01  REPORT-RECORD            PIC X(200).

       FD  SCOPE-FILE.
       01  SCOPE-RECORD             PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-BANK-STATUS           PIC X(2).
       01  WS-ATTEMPTS-STATUS       PIC X(2).
       01  WS-PROFILES-STATUS       PIC X(2).
       01  WS-SCOPE-STATUS          PIC X(2).
       01  WS-SCOPE-CAMPUS          PIC X(100) VALUE SPACES.
       01  WS-EOF-FLAG              PIC X VALUE 'N'.

       01  WS-CFG-KEY               PIC X(20).
       01  WS-CFG-VALUE             PIC X(40).
       01  WS-CFG-RC                PIC X.
       01  WS-RETRY-HOURS           PIC 9(3) VALUE 24.

      *> skill_assessments.txt row
       01  WS-BK-TYPE               PIC X(10).
       01  WS-BK-SKILL              PIC X(30).
       01  WS-BK-FIELD3             PIC X(80).
       01  WS-BK-CHOICE-A           PIC X(50).
       01  WS-BK-CHOICE-B           PIC X(50).
       01  WS-BK-CHOICE-C           PIC X(50).
       01  WS-BK-ANSWER             PIC X(10).

      *> The requested module's bank, answer key kept here only
       01  WS-MODULE-FOUND          PIC X VALUE 'N'.
       01  WS-KEY-TABLE.
           05 WS-KEY-ANSWER         PIC X OCCURS 10 TIMES.

      *> skill_attempts.txt row
       01  WS-AT-USER               PIC X(20).
       01  WS-AT-SKILL              PIC X(30).
       01  WS-AT-DATE               PIC X(8).
       01  WS-AT-TIME               PIC X(4).
       01  WS-AT-SCORE              PIC X(2).
       01  WS-AT-TOTAL              PIC X(2).
       01  WS-AT-PERCENT            PIC X(3).
       01  WS-AT-RESULT             PIC X(4).
       01  WS-AT-ANSWERS            PIC X(10).

      *> Cooldown arithmetic, in minutes since the COBOL epoch
       01  WS-NOW                   PIC X(21).
       01  WS-NOW-MINUTES           PIC 9(10).
       01  WS-LAST-FAIL-MINUTES     PIC 9(10) VALUE 0.
       01  WS-OPEN-MINUTES          PIC 9(10).
       01  WS-DAY-NUMBER            PIC 9(8).
       01  WS-MINUTE-OF-DAY         PIC 9(4).
       01  WS-HOUR                  PIC 9(2).
       01  WS-MINUTE                PIC 9(2).
       01  WS-CALC-DATE             PIC 9(8).
       01  WS-ROW-MINUTES           PIC 9(10).

       01  WS-SKILL-ACTION          PIC X(10).
       01  WS-SKILL-LIST.
           05 WS-SKILL-LIST-ENTRY   PIC X(30) OCCURS 20 TIMES.
       01  WS-SKILL-COUNT           PIC 9(2).
       01  WS-SKILL-RC              PIC X.

       01  I                        PIC 9(3).
       01  J                        PIC 9(3).
       01  M                        PIC 9(3).

      *> Report tables
       01  WS-MOD-COUNT             PIC 9(3) VALUE 0.
       01  WS-MOD-TABLE.
           05 WS-MOD-ENTRY OCCURS 30 TIMES.
              10 WS-MOD-NAME        PIC X(30).
              10 WS-MOD-PASS-MARK   PIC 9(3).
              10 WS-MOD-QCOUNT      PIC 9(2).
              10 WS-MOD-KEY         PIC X OCCURS 10 TIMES.
              10 WS-MOD-QTEXT       PIC X(80) OCCURS 10 TIMES.
              10 WS-MOD-ATTEMPTS    PIC 9(5).
              10 WS-MOD-PASSES      PIC 9(5).
              10 WS-MOD-PCT-SUM     PIC 9(8).
              10 WS-MOD-RIGHT       PIC 9(5) OCCURS 10 TIMES.
       01  WS-STUDENT-COUNT         PIC 9(3) VALUE 0.
       01  WS-STUDENT-TABLE.
           05 WS-STUDENT-ENTRY OCCURS 600 TIMES.
              10 WS-STUDENT-USER    PIC X(20).
              10 WS-STUDENT-UNIV    PIC X(100).
       01  WS-IN-SCOPE              PIC X.
       01  WS-RATE                  PIC 9(3).
       01  WS-COUNT-TEXT            PIC Z(4)9.
       01  WS-COUNT-TEXT2           PIC Z(4)9.
       01  WS-RATE-TEXT             PIC ZZ9.
       01  WS-RATE-TEXT2            PIC ZZ9.
       01  WS-Q-TEXT                PIC Z9.

       LINKAGE SECTION.
       01  LS-USERNAME              PIC X(20).
       01  LS-ACTION                PIC X(10).
       01  LS-SKILL-NAME            PIC X(30).
       01  LS-ASSESSMENT.
           05 LS-AS-PASS-MARK       PIC 9(3).
           05 LS-AS-QUESTION-COUNT  PIC 9(2).
           05 LS-AS-QUESTION OCCURS 10 TIMES.
              10 LS-AS-Q-TEXT       PIC X(80).
              10 LS-AS-Q-CHOICE     PIC X(50) OCCURS 3 TIMES.
              10 LS-AS-GIVEN        PIC X.
           05 LS-AS-SCORE           PIC 9(2).
           05 LS-AS-PERCENT         PIC 9(3).
           05 LS-AS-RETRY-DATE      PIC X(8).
           05 LS-AS-RETRY-TIME      PIC X(4).
       01  LS-RETURN-CODE           PIC X.

       PROCEDURE DIVISION USING LS-USERNAME, LS-ACTION, LS-SKILL-NAME,
           LS-ASSESSMENT, LS-RETURN-CODE.

           MOVE 'S' TO LS-RETURN-CODE.
           MOVE FUNCTION CURRENT-DATE TO WS-NOW.
           MOVE WS-NOW(1:8) TO WS-CALC-DATE.
           MOVE WS-NOW(9:2) TO WS-HOUR.
           MOVE WS-NOW(11:2) TO WS-MINUTE.
           COMPUTE WS-NOW-MINUTES =
               FUNCTION INTEGER-OF-DATE(WS-CALC-DATE) * 1440
               + WS-HOUR * 60 + WS-MINUTE.

           EVALUATE FUNCTION TRIM(LS-ACTION)
               WHEN "START"
                   PERFORM START-ATTEMPT
               WHEN "GRADE"
                   PERFORM GRADE-ATTEMPT
               WHEN "REPORT"
                   PERFORM PASS-RATE-REPORT
               WHEN OTHER
                   MOVE 'X' TO LS-RETURN-CODE
           END-EVALUATE.
           GOBACK.

      *> Questions only -- the answer key never leaves this program.
       START-ATTEMPT SECTION.
           PERFORM CHECK-ELIGIBLE.
           IF LS-RETURN-CODE NOT = 'S'
               EXIT SECTION
           END-IF.
           PERFORM LOAD-MODULE.
           IF WS-MODULE-FOUND = 'N' OR LS-AS-QUESTION-COUNT = 0
               MOVE 'N' TO LS-RETURN-CODE
           END-IF.
           EXIT SECTION.

       GRADE-ATTEMPT SECTION.
           PERFORM CHECK-ELIGIBLE.
           IF LS-RETURN-CODE NOT = 'S'
               EXIT SECTION
           END-IF.
      *> Reloading the bank refreshes the question text as well; keep
      *> the letters the student gave across it.
           MOVE SPACES TO WS-AT-ANSWERS.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 10
               MOVE LS-AS-GIVEN(I) TO WS-AT-ANSWERS(I:1)
           END-PERFORM.
           PERFORM LOAD-MODULE.
           IF WS-MODULE-FOUND = 'N' OR LS-AS-QUESTION-COUNT = 0
               MOVE 'N' TO LS-RETURN-CODE
               EXIT SECTION
           END-IF.

           MOVE 0 TO LS-AS-SCORE.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > LS-AS-QUESTION-COUNT
               MOVE WS-AT-ANSWERS(I:1) TO LS-AS-GIVEN(I)
               IF FUNCTION UPPER-CASE(LS-AS-GIVEN(I)) = WS-KEY-ANSWER(I)
                   ADD 1 TO LS-AS-SCORE
               END-IF
           END-PERFORM.
           COMPUTE LS-AS-PERCENT =
               LS-AS-SCORE * 100 / LS-AS-QUESTION-COUNT.

           IF LS-AS-PERCENT >= LS-AS-PASS-MARK
               MOVE "PASS" TO WS-AT-RESULT
           ELSE
               MOVE "FAIL" TO WS-AT-RESULT
           END-IF.
           PERFORM APPEND-ATTEMPT.
           IF LS-RETURN-CODE = 'X'
               EXIT SECTION
           END-IF.

           IF WS-AT-RESULT = "PASS"
               MOVE "RECORD" TO WS-SKILL-ACTION
               CALL "SKILL-PROGRESS" USING LS-USERNAME, WS-SKILL-ACTION,
                   LS-SKILL-NAME, WS-SKILL-LIST, WS-SKILL-COUNT,
                   WS-SKILL-RC
               MOVE 'P' TO LS-RETURN-CODE
           ELSE
               MOVE WS-NOW-MINUTES TO WS-LAST-FAIL-MINUTES
               PERFORM SET-RETRY-OPENS
               MOVE 'F' TO LS-RETURN-CODE
           END-IF.
           EXIT SECTION.

      *> 'A' when already completed, 'C' inside the cooldown after the
      *> student's latest failed attempt, else 'S'.
       CHECK-ELIGIBLE SECTION.
           MOVE 'S' TO LS-RETURN-CODE.
           MOVE SPACES TO LS-AS-RETRY-DATE, LS-AS-RETRY-TIME.
           MOVE "CHECK" TO WS-SKILL-ACTION.
           CALL "SKILL-PROGRESS" USING LS-USERNAME, WS-SKILL-ACTION,
               LS-SKILL-NAME, WS-SKILL-LIST, WS-SKILL-COUNT, WS-SKILL-RC.
           IF WS-SKILL-RC = 'S'
               MOVE 'A' TO LS-RETURN-CODE
               EXIT SECTION
           END-IF.

           PERFORM LOAD-RETRY-HOURS.
           MOVE 0 TO WS-LAST-FAIL-MINUTES.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT ATTEMPTS-FILE.
           IF WS-ATTEMPTS-STATUS NOT = "00"
               CLOSE ATTEMPTS-FILE
               EXIT SECTION
           END-IF.
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ ATTEMPTS-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM PARSE-ATTEMPT-ROW
                       IF FUNCTION TRIM(WS-AT-USER) =
                              FUNCTION TRIM(LS-USERNAME)
                          AND FUNCTION TRIM(WS-AT-SKILL) =
                              FUNCTION TRIM(LS-SKILL-NAME)
                          AND WS-AT-RESULT = "FAIL"
                          AND WS-AT-DATE IS NUMERIC
                          AND WS-AT-TIME IS NUMERIC
                           MOVE WS-AT-DATE TO WS-CALC-DATE
                           MOVE WS-AT-TIME(1:2) TO WS-HOUR
                           MOVE WS-AT-TIME(3:2) TO WS-MINUTE
                           COMPUTE WS-ROW-MINUTES =
                               FUNCTION INTEGER-OF-DATE(WS-CALC-DATE)
                               * 1440 + WS-HOUR * 60 + WS-MINUTE
                           IF WS-ROW-MINUTES > WS-LAST-FAIL-MINUTES
                               MOVE WS-ROW-MINUTES TO
                                   WS-LAST-FAIL-MINUTES
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ATTEMPTS-FILE.

           IF WS-LAST-FAIL-MINUTES > 0
               PERFORM SET-RETRY-OPENS
               IF WS-NOW-MINUTES < WS-OPEN-MINUTES
                   MOVE 'C' TO LS-RETURN-CODE
               ELSE
                   MOVE SPACES TO LS-AS-RETRY-DATE, LS-AS-RETRY-TIME
               END-IF
           END-IF.
           EXIT SECTION.

      *> When the next attempt opens after a failure at
      *> WS-LAST-FAIL-MINUTES, as a date and HHMM for the caller.
       SET-RETRY-OPENS SECTION.
           COMPUTE WS-OPEN-MINUTES =
               WS-LAST-FAIL-MINUTES + WS-RETRY-HOURS * 60.
           DIVIDE WS-OPEN-MINUTES BY 1440 GIVING WS-DAY-NUMBER
               REMAINDER WS-MINUTE-OF-DAY.
           MOVE FUNCTION DATE-OF-INTEGER(WS-DAY-NUMBER)
               TO LS-AS-RETRY-DATE.
           DIVIDE WS-MINUTE-OF-DAY BY 60 GIVING WS-HOUR
               REMAINDER WS-MINUTE.
           MOVE SPACES TO LS-AS-RETRY-TIME.
           STRING WS-HOUR WS-MINUTE DELIMITED BY SIZE
               INTO LS-AS-RETRY-TIME.
           EXIT SECTION.

       LOAD-RETRY-HOURS SECTION.
           MOVE 24 TO WS-RETRY-HOURS.
           MOVE "SKILL-RETRY-HOURS" TO WS-CFG-KEY.
           CALL "SITE-CONFIG" USING WS-CFG-KEY, WS-CFG-VALUE, WS-CFG-RC.
           IF WS-CFG-RC = 'S'
              AND FUNCTION TRIM(WS-CFG-VALUE) IS NUMERIC
              AND FUNCTION LENGTH(FUNCTION TRIM(WS-CFG-VALUE)) <= 3
               MOVE FUNCTION NUMVAL(WS-CFG-VALUE) TO WS-RETRY-HOURS
           END-IF.
           EXIT SECTION.

      *> Fills LS-ASSESSMENT's questions and pass mark, and
      *> WS-KEY-TABLE, for LS-SKILL-NAME.
       LOAD-MODULE SECTION.
           MOVE 'N' TO WS-MODULE-FOUND.
           MOVE 0 TO LS-AS-PASS-MARK, LS-AS-QUESTION-COUNT,
               LS-AS-SCORE, LS-AS-PERCENT.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 10
               MOVE SPACES TO LS-AS-Q-TEXT(I), LS-AS-Q-CHOICE(I, 1),
                   LS-AS-Q-CHOICE(I, 2), LS-AS-Q-CHOICE(I, 3),
                   LS-AS-GIVEN(I), WS-KEY-ANSWER(I)
           END-PERFORM.
           MOVE 'N' TO WS-EOF-FLAG.

           OPEN INPUT BANK-FILE.
           IF WS-BANK-STATUS NOT = "00"
               CLOSE BANK-FILE
               EXIT SECTION
           END-IF.
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ BANK-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM PARSE-BANK-ROW
                       IF FUNCTION TRIM(WS-BK-SKILL) =
                          FUNCTION TRIM(LS-SKILL-NAME)
                           PERFORM TAKE-BANK-ROW
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE BANK-FILE.
           EXIT SECTION.

       TAKE-BANK-ROW SECTION.
           EVALUATE FUNCTION TRIM(WS-BK-TYPE)
               WHEN "MODULE"
                   MOVE 'Y' TO WS-MODULE-FOUND
                   IF FUNCTION TRIM(WS-BK-FIELD3) IS NUMERIC
                       MOVE FUNCTION NUMVAL(WS-BK-FIELD3)
                           TO LS-AS-PASS-MARK
                   END-IF
               WHEN "Q"
                   IF LS-AS-QUESTION-COUNT < 10
                       ADD 1 TO LS-AS-QUESTION-COUNT
                       MOVE LS-AS-QUESTION-COUNT TO I
                       MOVE WS-BK-FIELD3 TO LS-AS-Q-TEXT(I)
                       MOVE WS-BK-CHOICE-A TO LS-AS-Q-CHOICE(I, 1)
                       MOVE WS-BK-CHOICE-B TO LS-AS-Q-CHOICE(I, 2)
                       MOVE WS-BK-CHOICE-C TO LS-AS-Q-CHOICE(I, 3)
                       MOVE FUNCTION UPPER-CASE(WS-BK-ANSWER(1:1))
                           TO WS-KEY-ANSWER(I)
                   END-IF
           END-EVALUATE.
           EXIT SECTION.

       PARSE-BANK-ROW SECTION.
           MOVE SPACES TO WS-BK-TYPE, WS-BK-SKILL, WS-BK-FIELD3,
               WS-BK-CHOICE-A, WS-BK-CHOICE-B, WS-BK-CHOICE-C,
               WS-BK-ANSWER.
           IF BANK-RECORD(1:1) = "#"
               EXIT SECTION
           END-IF.
           UNSTRING BANK-RECORD DELIMITED BY "~"
               INTO WS-BK-TYPE, WS-BK-SKILL, WS-BK-FIELD3,
                    WS-BK-CHOICE-A, WS-BK-CHOICE-B, WS-BK-CHOICE-C,
                    WS-BK-ANSWER.
           EXIT SECTION.

       APPEND-ATTEMPT SECTION.
           OPEN EXTEND ATTEMPTS-FILE.
           IF WS-ATTEMPTS-STATUS = "35"
               CLOSE ATTEMPTS-FILE
               OPEN OUTPUT ATTEMPTS-FILE
           END-IF.
           IF WS-ATTEMPTS-STATUS NOT = "00"
               CLOSE ATTEMPTS-FILE
               MOVE 'X' TO LS-RETURN-CODE
               EXIT SECTION
           END-IF.

           MOVE SPACES TO ATTEMPTS-RECORD.
           STRING FUNCTION TRIM(LS-USERNAME) "~"
               FUNCTION TRIM(LS-SKILL-NAME) "~"
               WS-NOW(1:8) "~" WS-NOW(9:4) "~"
               LS-AS-SCORE "~" LS-AS-QUESTION-COUNT "~"
               LS-AS-PERCENT "~" WS-AT-RESULT "~"
               WS-AT-ANSWERS(1:LS-AS-QUESTION-COUNT)
               DELIMITED BY SIZE INTO ATTEMPTS-RECORD.
           WRITE ATTEMPTS-RECORD.
           CLOSE ATTEMPTS-FILE.
           EXIT SECTION.

       PARSE-ATTEMPT-ROW SECTION.
           MOVE SPACES TO WS-AT-USER, WS-AT-SKILL, WS-AT-DATE,
               WS-AT-TIME, WS-AT-SCORE, WS-AT-TOTAL, WS-AT-PERCENT,
               WS-AT-RESULT, WS-AT-ANSWERS.
           UNSTRING ATTEMPTS-RECORD DELIMITED BY "~"
               INTO WS-AT-USER, WS-AT-SKILL, WS-AT-DATE, WS-AT-TIME,
                    WS-AT-SCORE, WS-AT-TOTAL, WS-AT-PERCENT,
                    WS-AT-RESULT, WS-AT-ANSWERS.
           EXIT SECTION.

      *> Per module: attempts, passes, pass rate and average score,
      *> then how often each question was answered correctly -- the
      *> low ones are where the module's content needs work.
       PASS-RATE-REPORT SECTION.
           PERFORM READ-REPORT-SCOPE.
           IF FUNCTION TRIM(WS-SCOPE-CAMPUS) > SPACES
               PERFORM LOAD-STUDENT-TABLE
           END-IF.
           PERFORM LOAD-ALL-MODULES.
           PERFORM TALLY-ATTEMPTS.

           OPEN OUTPUT REPORT-FILE.
           MOVE "InCollege Learn a New Skill - Assessment Pass Rates"
               TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           IF FUNCTION TRIM(WS-SCOPE-CAMPUS) > SPACES
               MOVE SPACES TO REPORT-RECORD
               STRING "Scoped to campus: " FUNCTION TRIM(WS-SCOPE-CAMPUS)
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.
           MOVE SPACES TO REPORT-RECORD.
           STRING "As of " WS-NOW(1:8)
               ". Pass rate = passing attempts / all attempts."
               DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE "------------------------------------------------"
               TO REPORT-RECORD.
           WRITE REPORT-RECORD.

           IF WS-MOD-COUNT = 0
               MOVE "No modules have a question bank yet."
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.
           PERFORM VARYING M FROM 1 BY 1 UNTIL M > WS-MOD-COUNT
               PERFORM WRITE-MODULE-LINES
           END-PERFORM.
           CLOSE REPORT-FILE.
           MOVE 'S' TO LS-RETURN-CODE.
           EXIT SECTION.

       WRITE-MODULE-LINES SECTION.
           MOVE SPACES TO REPORT-RECORD.
           MOVE WS-MOD-PASS-MARK(M) TO WS-RATE-TEXT.
           STRING FUNCTION TRIM(WS-MOD-NAME(M)) " (pass mark "
               FUNCTION TRIM(WS-RATE-TEXT) "%)"
               DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.

           IF WS-MOD-ATTEMPTS(M) = 0
               MOVE "  No attempts yet." TO REPORT-RECORD
               WRITE REPORT-RECORD
               EXIT SECTION
           END-IF.

           MOVE WS-MOD-ATTEMPTS(M) TO WS-COUNT-TEXT.
           MOVE WS-MOD-PASSES(M) TO WS-COUNT-TEXT2.
           COMPUTE WS-RATE = WS-MOD-PASSES(M) * 100 / WS-MOD-ATTEMPTS(M).
           MOVE WS-RATE TO WS-RATE-TEXT.
           COMPUTE WS-RATE = WS-MOD-PCT-SUM(M) / WS-MOD-ATTEMPTS(M).
           MOVE WS-RATE TO WS-RATE-TEXT2.
           MOVE SPACES TO REPORT-RECORD.
           STRING "  Attempts: " FUNCTION TRIM(WS-COUNT-TEXT)
               "  Passed: " FUNCTION TRIM(WS-COUNT-TEXT2)
               "  Pass rate: " FUNCTION TRIM(WS-RATE-TEXT) "%"
               "  Average score: " FUNCTION TRIM(WS-RATE-TEXT2) "%"
               DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.

           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-MOD-QCOUNT(M)
               COMPUTE WS-RATE =
                   WS-MOD-RIGHT(M, J) * 100 / WS-MOD-ATTEMPTS(M)
               MOVE WS-RATE TO WS-RATE-TEXT
               MOVE J TO WS-Q-TEXT
               MOVE SPACES TO REPORT-RECORD
               STRING "    Q" FUNCTION TRIM(WS-Q-TEXT) "  "
                   WS-RATE-TEXT "% correct  "
                   FUNCTION TRIM(WS-MOD-QTEXT(M, J))
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-PERFORM.
           EXIT SECTION.

       LOAD-ALL-MODULES SECTION.
           MOVE 0 TO WS-MOD-COUNT.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT BANK-FILE.
           IF WS-BANK-STATUS NOT = "00"
               CLOSE BANK-FILE
               EXIT SECTION
           END-IF.
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ BANK-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM PARSE-BANK-ROW
                       PERFORM FIND-MODULE
                       EVALUATE TRUE
                           WHEN FUNCTION TRIM(WS-BK-TYPE) = "MODULE"
                              AND M = 0 AND WS-MOD-COUNT < 30
                               ADD 1 TO WS-MOD-COUNT
                               MOVE WS-MOD-COUNT TO M
                               INITIALIZE WS-MOD-ENTRY(M)
                               MOVE WS-BK-SKILL TO WS-MOD-NAME(M)
                               IF FUNCTION TRIM(WS-BK-FIELD3) IS NUMERIC
                                   MOVE FUNCTION NUMVAL(WS-BK-FIELD3)
                                       TO WS-MOD-PASS-MARK(M)
                               END-IF
                           WHEN FUNCTION TRIM(WS-BK-TYPE) = "Q"
                              AND M > 0
                               IF WS-MOD-QCOUNT(M) < 10
                                   ADD 1 TO WS-MOD-QCOUNT(M)
                                   MOVE WS-MOD-QCOUNT(M) TO J
                                   MOVE WS-BK-FIELD3 TO
                                       WS-MOD-QTEXT(M, J)
                                   MOVE FUNCTION UPPER-CASE(
                                       WS-BK-ANSWER(1:1))
                                       TO WS-MOD-KEY(M, J)
                               END-IF
                       END-EVALUATE
               END-READ
           END-PERFORM.
           CLOSE BANK-FILE.
           IF WS-MOD-COUNT = 30
               DISPLAY "SKILL-ASSESS: only the first 30 modules are "
                   "reported."
           END-IF.
           EXIT SECTION.

      *> M = the WS-MOD-TABLE slot named WS-BK-SKILL, or 0.
       FIND-MODULE SECTION.
           MOVE 0 TO M.
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > WS-MOD-COUNT OR M > 0
               IF FUNCTION TRIM(WS-MOD-NAME(I)) =
                  FUNCTION TRIM(WS-BK-SKILL)
                   MOVE I TO M
               END-IF
           END-PERFORM.
           EXIT SECTION.

      *> Per-question counts use the module's current key, so a
      *> question edited since an attempt is judged by today's answer.
       TALLY-ATTEMPTS SECTION.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT ATTEMPTS-FILE.
           IF WS-ATTEMPTS-STATUS NOT = "00"
               CLOSE ATTEMPTS-FILE
               EXIT SECTION
           END-IF.
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ ATTEMPTS-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM PARSE-ATTEMPT-ROW
                       MOVE WS-AT-SKILL TO WS-BK-SKILL
                       PERFORM FIND-MODULE
                       PERFORM CHECK-SCOPE
                       IF M > 0 AND WS-IN-SCOPE = 'Y'
                           PERFORM TALLY-ONE-ATTEMPT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ATTEMPTS-FILE.
           EXIT SECTION.

       TALLY-ONE-ATTEMPT SECTION.
           ADD 1 TO WS-MOD-ATTEMPTS(M).
           IF WS-AT-RESULT = "PASS"
               ADD 1 TO WS-MOD-PASSES(M)
           END-IF.
           IF FUNCTION TRIM(WS-AT-PERCENT) IS NUMERIC
               ADD FUNCTION NUMVAL(WS-AT-PERCENT) TO WS-MOD-PCT-SUM(M)
           END-IF.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-MOD-QCOUNT(M)
               IF FUNCTION UPPER-CASE(WS-AT-ANSWERS(J:1)) =
                  WS-MOD-KEY(M, J)
                   ADD 1 TO WS-MOD-RIGHT(M, J)
               END-IF
           END-PERFORM.
           EXIT SECTION.

       CHECK-SCOPE SECTION.
           MOVE 'Y' TO WS-IN-SCOPE.
           IF FUNCTION TRIM(WS-SCOPE-CAMPUS) = SPACES
               EXIT SECTION
           END-IF.
           MOVE 'N' TO WS-IN-SCOPE.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-STUDENT-COUNT
               IF FUNCTION TRIM(WS-STUDENT-USER(I)) =
                  FUNCTION TRIM(WS-AT-USER)
                  AND FUNCTION TRIM(WS-STUDENT-UNIV(I)) =
                      FUNCTION TRIM(WS-SCOPE-CAMPUS)
                   MOVE 'Y' TO WS-IN-SCOPE
               END-IF
           END-PERFORM.
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

      *> username -> university off each profiles.txt block.
       LOAD-STUDENT-TABLE SECTION.
           MOVE 0 TO WS-STUDENT-COUNT.
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
