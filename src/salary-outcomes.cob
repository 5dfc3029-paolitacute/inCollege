       >>SOURCE FREE
       *> Starting-salary outcomes for the careers office, built from the
       *> real terms of accepted offers instead of survey answers. Every
       *> ACCEPTED row in offers.txt whose start date (or, lacking one,
       *> the date it was extended) falls in the current academic year
       *> (Aug 1 - Jul 31, as in PLACEMENT-REPORT) is joined to
       *> profiles.txt for the student's major and university and to
       *> jobs.txt (poster + title) for the job type and the posting's
       *> structured salary range (jobs_history.txt as well, for
       *> postings JOB-HISTORY has moved there). offers.txt:
       *>   employer~applicant~title~company~terms~startDate~deadline~
       *>   status~dateExtended
       *> Each offer is reduced to one annual figure: the midpoint of
       *> its terms when those read as "min-max/PERIOD" or a single
       *> amount (OFFERS defaults blank terms to the posting's range),
       *> else the midpoint of the posting's range. HOUR figures are
       *> annualized at 2080 hours, WEEK at 52, MONTH at 12; YEAR or no
       *> period is taken as annual. Offers with no usable figure are
       *> counted but left out of the statistics.
       *> Count, median, low and high are reported by major, by job
       *> type and by campus. Any group with fewer offers than the
       *> SALARY-MIN-GROUP site setting (default 5) is shown as
       *> suppressed so no one student's salary can be read off it.
       *> Output: InCollege-SalaryReport.txt. Follows the
       *> report_scope.txt convention: the careers-office console
       *> writes the coordinator's campus there first and only that
       *> campus's students are counted; absent or blank scope = the
       *> system-wide report the monthly window runs.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SALARY-OUTCOMES.
       AUTHOR. Paola
       DATE-WRITTEN. 10/15/2026

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OFFERS-FILE ASSIGN TO "offers.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OFFERS-STATUS.

           SELECT PROFILES-FILE ASSIGN TO "profiles.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROFILES-STATUS.

           SELECT JOBS-FILE ASSIGN TO "jobs.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBS-STATUS.

           SELECT HISTORY-FILE ASSIGN TO "jobs_history.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT REPORT-FILE ASSIGN TO "InCollege-SalaryReport.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SCOPE-FILE ASSIGN TO "report_scope.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCOPE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OFFERS-FILE.
       01  OFFERS-RECORD            PIC X(300).

       FD  PROFILES-FILE.
       01  PROFILES-RECORD          PIC X(350).

       FD  JOBS-FILE.
       01  JOBS-RECORD              PIC X(500).

       FD  HISTORY-FILE.
       01  HISTORY-RECORD           PIC X(500).

       FD  REPORT-FILE.
       01  REPORT-RECORD            PIC X(200).

       FD  SCOPE-FILE.
       01  SCOPE-RECORD             PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-SCOPE-STATUS          PIC X(2).
       01  WS-SCOPE-CAMPUS          PIC X(100) VALUE SPACES.
       01  WS-OFFERS-STATUS         PIC X(2).
       01  WS-PROFILES-STATUS       PIC X(2).
       01  WS-JOBS-STATUS           PIC X(2).
       01  WS-HISTORY-STATUS        PIC X(2).
       01  WS-EOF-FLAG              PIC X VALUE 'N'.
       01  WS-LINE                  PIC X(500).

       01  WS-CFG-KEY               PIC X(20).
       01  WS-CFG-VALUE             PIC X(40).
       01  WS-CFG-RC                PIC X.
       01  WS-MIN-GROUP             PIC 9(4) VALUE 5.

      *> offers.txt row
       01  WS-OFR-EMPLOYER          PIC X(20).
       01  WS-OFR-APPLICANT         PIC X(20).
       01  WS-OFR-TITLE             PIC X(50).
       01  WS-OFR-COMPANY           PIC X(50).
       01  WS-OFR-TERMS             PIC X(50).
       01  WS-OFR-START             PIC X(8).
       01  WS-OFR-DEADLINE          PIC X(8).
       01  WS-OFR-STATE             PIC X(10).
       01  WS-OFR-EXTENDED          PIC X(8).
       01  WS-OFR-DATE              PIC X(8).

      *> Student lookup table built from profiles.txt: username ->
      *> university and major.
       01  WS-STUDENT-COUNT         PIC 9(3) VALUE 0.
       01  WS-STUDENT-TABLE.
           05 WS-STUDENT-ENTRY OCCURS 600 TIMES.
              10 WS-STUDENT-USER    PIC X(20).
              10 WS-STUDENT-UNIV    PIC X(100).
              10 WS-STUDENT-MAJOR   PIC X(50).

      *> Posting lookup from jobs.txt: poster+title -> type and salary.
       01  WS-JOBTYPE-COUNT         PIC 9(4) VALUE 0.
       01  WS-JOBTYPE-TABLE.
           05 WS-JOBTYPE-ENTRY OCCURS 2000 TIMES.
              10 WS-JT-POSTER       PIC X(20).
              10 WS-JT-TITLE        PIC X(50).
              10 WS-JT-TYPE         PIC X(20).
              10 WS-JT-SALARY       PIC X(50).
       01  WS-JOB-POSTER            PIC X(20).
       01  WS-JOB-TITLE             PIC X(50).
       01  WS-JOB-DESC              PIC X(200).
       01  WS-JOB-EMPLOYER          PIC X(50).
       01  WS-JOB-LOCATION          PIC X(50).
       01  WS-JOB-SALARY            PIC X(50).
       01  WS-JOB-POSTED-ON         PIC X(8).
       01  WS-JOB-STATUS            PIC X(10).
       01  WS-JOB-TYPE              PIC X(20).

      *> One row per counted offer, sorted by annual figure so each
      *> group's low, high and median fall out of a single ordered scan.
       01  WS-OUTCOME-COUNT         PIC 9(3) VALUE 0.
       01  WS-OUTCOME-TABLE.
           05 WS-OUTCOME-ENTRY OCCURS 500 TIMES.
              10 WS-OC-MAJOR        PIC X(50).
              10 WS-OC-TYPE         PIC X(20).
              10 WS-OC-CAMPUS       PIC X(100).
              10 WS-OC-AMOUNT       PIC 9(7).
       01  WS-SWAP-ENTRY            PIC X(177).
       01  WS-SORT-SWAPPED          PIC X.
       01  WS-NO-FIGURE-COUNT       PIC 9(4) VALUE 0.

       01  WS-PLACED-UNIV           PIC X(100).
       01  WS-PLACED-MAJOR          PIC X(50).
       01  WS-PLACED-TYPE           PIC X(20).
       01  WS-PLACED-SALARY         PIC X(50).
       01  K                        PIC 9(4).
       01  J                        PIC 9(3).

      *> Salary parsing: "min-max/PERIOD", "amount/PERIOD" or "amount";
      *> "$" and "," are ignored.
       01  WS-SAL-TEXT              PIC X(50).
       01  WS-SAL-RANGE             PIC X(50).
       01  WS-SAL-PERIOD            PIC X(10).
       01  WS-SAL-MIN-TXT           PIC X(20).
       01  WS-SAL-MAX-TXT           PIC X(20).
       01  WS-AMT-TEXT              PIC X(20).
       01  WS-AMT-CLEAN             PIC X(20).
       01  WS-AMT-LEN               PIC 9(2).
       01  WS-AMT-POS               PIC 9(2).
       01  WS-AMT-CHAR              PIC X.
       01  WS-AMT-OK                PIC X.
       01  WS-AMT-VALUE             PIC 9(7)V99.
       01  WS-SAL-MIN-NUM           PIC 9(7)V99.
       01  WS-SAL-MAX-NUM           PIC 9(7)V99.
       01  WS-SAL-FACTOR            PIC 9(4).
       01  WS-SAL-OK                PIC X.
       01  WS-ANNUAL                PIC 9(7).

      *> Group statistics
       01  WS-DIMENSION             PIC 9.
       01  WS-GROUP-COUNT           PIC 9(2) VALUE 0.
       01  WS-GROUP-TABLE.
           05 WS-GROUP-NAME OCCURS 50 TIMES PIC X(100).
       01  WS-ENTRY-NAME            PIC X(100).
       01  WS-FOUND-FLAG            PIC X.
       01  WS-GRP-N                 PIC 9(4).
       01  WS-GRP-SEEN              PIC 9(4).
       01  WS-GRP-LOW               PIC 9(7).
       01  WS-GRP-HIGH              PIC 9(7).
       01  WS-GRP-MID-1             PIC 9(4).
       01  WS-GRP-MID-2             PIC 9(4).
       01  WS-GRP-MID-SUM           PIC 9(8).
       01  WS-GRP-MEDIAN            PIC 9(7).
       01  WS-GRP-LABEL             PIC X(100).

      *> Academic-year window (Aug 1 through Jul 31)
       01  WS-TODAY                 PIC X(21).
       01  WS-TODAY-YEAR            PIC 9(4).
       01  WS-TODAY-MONTH           PIC 9(2).
       01  WS-AY-START              PIC X(8).
       01  WS-AY-END                PIC X(8).
       01  WS-AY-START-YEAR         PIC 9(4).
       01  WS-AY-END-YEAR           PIC 9(4).

       01  WS-COUNT-TEXT            PIC Z(3)9.
       01  WS-MONEY-MEDIAN          PIC $$,$$$,$$9.
       01  WS-MONEY-LOW             PIC $$,$$$,$$9.
       01  WS-MONEY-HIGH            PIC $$,$$$,$$9.

       PROCEDURE DIVISION.

           PERFORM COMPUTE-ACADEMIC-YEAR.
           PERFORM READ-REPORT-SCOPE.
           PERFORM LOAD-MIN-GROUP.
           PERFORM LOAD-STUDENT-TABLE.
           PERFORM LOAD-JOBTYPE-TABLE.
           PERFORM LOAD-OUTCOMES.
           PERFORM SORT-OUTCOMES.

           OPEN OUTPUT REPORT-FILE.

           MOVE SPACES TO REPORT-RECORD.
           STRING "InCollege Salary Outcomes - academic year "
               WS-AY-START " to " WS-AY-END
               DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           IF FUNCTION TRIM(WS-SCOPE-CAMPUS) > SPACES
               MOVE SPACES TO REPORT-RECORD
               STRING "Scoped to campus: " FUNCTION TRIM(WS-SCOPE-CAMPUS)
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.
           MOVE WS-MIN-GROUP TO WS-COUNT-TEXT.
           MOVE SPACES TO REPORT-RECORD.
           STRING "Source: accepted offers, annualized. Groups under "
               FUNCTION TRIM(WS-COUNT-TEXT) " offers are suppressed."
               DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE "------------------------------------------------"
               TO REPORT-RECORD.
           WRITE REPORT-RECORD.

           MOVE 0 TO WS-DIMENSION.
           MOVE "All accepted offers" TO WS-GRP-LABEL.
           MOVE SPACES TO WS-ENTRY-NAME.
           PERFORM WRITE-GROUP-LINE.

           MOVE WS-NO-FIGURE-COUNT TO WS-COUNT-TEXT.
           MOVE SPACES TO REPORT-RECORD.
           STRING "Accepted offers with no usable salary figure: "
               FUNCTION TRIM(WS-COUNT-TEXT)
               DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.

           MOVE "Salary outcomes by major:" TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE 1 TO WS-DIMENSION.
           PERFORM WRITE-DIMENSION.

           MOVE "Salary outcomes by job type:" TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE 2 TO WS-DIMENSION.
           PERFORM WRITE-DIMENSION.

           MOVE "Salary outcomes by campus:" TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE 3 TO WS-DIMENSION.
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

      *> The academic year containing today: from Aug 1 of the year
      *> that started it through Jul 31 of the year that ends it.
       COMPUTE-ACADEMIC-YEAR SECTION.
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY.
           MOVE WS-TODAY(1:4) TO WS-TODAY-YEAR.
           MOVE WS-TODAY(5:2) TO WS-TODAY-MONTH.
           IF WS-TODAY-MONTH >= 8
               MOVE WS-TODAY-YEAR TO WS-AY-START-YEAR
               COMPUTE WS-AY-END-YEAR = WS-TODAY-YEAR + 1
           ELSE
               COMPUTE WS-AY-START-YEAR = WS-TODAY-YEAR - 1
               MOVE WS-TODAY-YEAR TO WS-AY-END-YEAR
           END-IF.
           MOVE SPACES TO WS-AY-START.
           STRING WS-AY-START-YEAR "0801" DELIMITED BY SIZE
               INTO WS-AY-START.
           MOVE SPACES TO WS-AY-END.
           STRING WS-AY-END-YEAR "0731" DELIMITED BY SIZE
               INTO WS-AY-END.
           EXIT SECTION.

      *> Smallest group the report will show figures for.
       LOAD-MIN-GROUP SECTION.
           MOVE "SALARY-MIN-GROUP" TO WS-CFG-KEY.
           CALL "SITE-CONFIG" USING WS-CFG-KEY, WS-CFG-VALUE, WS-CFG-RC.
           IF WS-CFG-RC = 'S'
              AND FUNCTION TRIM(WS-CFG-VALUE) IS NUMERIC
               MOVE FUNCTION NUMVAL(WS-CFG-VALUE) TO WS-MIN-GROUP
           END-IF.
           IF WS-MIN-GROUP < 1
               MOVE 1 TO WS-MIN-GROUP
           END-IF.
           EXIT SECTION.

      *> username -> university/major off each profiles.txt block.
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
                                   MOVE SPACES TO
                                      WS-STUDENT-MAJOR(WS-STUDENT-COUNT)
                               END-IF
                           WHEN PROFILES-RECORD(1:5) = "UNIV:"
                              AND WS-STUDENT-COUNT > 0
                               MOVE PROFILES-RECORD(6:100) TO
                                   WS-STUDENT-UNIV(WS-STUDENT-COUNT)
                           WHEN PROFILES-RECORD(1:5) = "MAJR:"
                              AND WS-STUDENT-COUNT > 0
                               MOVE PROFILES-RECORD(6:50) TO
                                   WS-STUDENT-MAJOR(WS-STUDENT-COUNT)
                       END-EVALUATE
               END-READ
           END-PERFORM.
           CLOSE PROFILES-FILE.
           EXIT SECTION.

       LOAD-JOBTYPE-TABLE SECTION.
           MOVE 0 TO WS-JOBTYPE-COUNT.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT JOBS-FILE.
           IF WS-JOBS-STATUS = "00"
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ JOBS-FILE INTO WS-LINE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM TAKE-JOBTYPE-ROW
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE JOBS-FILE.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT HISTORY-FILE.
           IF WS-HISTORY-STATUS = "00"
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ HISTORY-FILE INTO WS-LINE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM TAKE-JOBTYPE-ROW
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE HISTORY-FILE.
           EXIT SECTION.

      *> jobs.txt / jobs_history.txt row in WS-LINE; the live row comes
      *> first, so it is the one a lookup finds.
       TAKE-JOBTYPE-ROW SECTION.
           MOVE SPACES TO WS-JOB-POSTER, WS-JOB-TITLE,
               WS-JOB-DESC, WS-JOB-EMPLOYER, WS-JOB-LOCATION,
               WS-JOB-SALARY, WS-JOB-POSTED-ON,
               WS-JOB-STATUS, WS-JOB-TYPE.
           UNSTRING WS-LINE DELIMITED BY "~"
               INTO WS-JOB-POSTER, WS-JOB-TITLE, WS-JOB-DESC,
                    WS-JOB-EMPLOYER, WS-JOB-LOCATION,
                    WS-JOB-SALARY, WS-JOB-POSTED-ON,
                    WS-JOB-STATUS, WS-JOB-TYPE
           END-UNSTRING.
           IF WS-JOBTYPE-COUNT < 2000
               ADD 1 TO WS-JOBTYPE-COUNT
               MOVE WS-JOB-POSTER
                   TO WS-JT-POSTER(WS-JOBTYPE-COUNT)
               MOVE WS-JOB-TITLE
                   TO WS-JT-TITLE(WS-JOBTYPE-COUNT)
               MOVE WS-JOB-TYPE
                   TO WS-JT-TYPE(WS-JOBTYPE-COUNT)
               MOVE WS-JOB-SALARY
                   TO WS-JT-SALARY(WS-JOBTYPE-COUNT)
           END-IF.
           EXIT SECTION.

       LOAD-OUTCOMES SECTION.
           MOVE 0 TO WS-OUTCOME-COUNT.
           MOVE 0 TO WS-NO-FIGURE-COUNT.
           MOVE 'N' TO WS-EOF-FLAG.

           OPEN INPUT OFFERS-FILE.
           IF WS-OFFERS-STATUS NOT = "00"
               CLOSE OFFERS-FILE
               EXIT SECTION
           END-IF.

           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ OFFERS-FILE INTO WS-LINE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM JUDGE-ONE-OFFER
               END-READ
           END-PERFORM.
           CLOSE OFFERS-FILE.
           IF WS-OUTCOME-COUNT >= 500
               DISPLAY "SALARY-OUTCOMES: more than 500 accepted offers; "
                       "the rest were not counted."
           END-IF.
           EXIT SECTION.

       JUDGE-ONE-OFFER SECTION.
           MOVE SPACES TO WS-OFR-EMPLOYER, WS-OFR-APPLICANT,
                          WS-OFR-TITLE, WS-OFR-COMPANY, WS-OFR-TERMS,
                          WS-OFR-START, WS-OFR-DEADLINE, WS-OFR-STATE,
                          WS-OFR-EXTENDED.
           UNSTRING WS-LINE DELIMITED BY "~"
               INTO WS-OFR-EMPLOYER, WS-OFR-APPLICANT, WS-OFR-TITLE,
                    WS-OFR-COMPANY, WS-OFR-TERMS, WS-OFR-START,
                    WS-OFR-DEADLINE, WS-OFR-STATE, WS-OFR-EXTENDED
           END-UNSTRING.

           IF FUNCTION TRIM(WS-OFR-STATE) NOT = "ACCEPTED"
               EXIT SECTION
           END-IF.

      *> The year an offer belongs to is the year the job starts; an
      *> offer with neither date is counted in the current year.
           MOVE WS-OFR-START TO WS-OFR-DATE.
           IF FUNCTION TRIM(WS-OFR-DATE) = SPACES
               MOVE WS-OFR-EXTENDED TO WS-OFR-DATE
           END-IF.
           IF FUNCTION TRIM(WS-OFR-DATE) > SPACES
               IF WS-OFR-DATE < WS-AY-START
                  OR WS-OFR-DATE > WS-AY-END
                   EXIT SECTION
               END-IF
           END-IF.

           MOVE "(no profile)" TO WS-PLACED-UNIV.
           MOVE "(no profile)" TO WS-PLACED-MAJOR.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-STUDENT-COUNT
               IF FUNCTION TRIM(WS-STUDENT-USER(K)) =
                  FUNCTION TRIM(WS-OFR-APPLICANT)
                   MOVE WS-STUDENT-UNIV(K) TO WS-PLACED-UNIV
                   MOVE WS-STUDENT-MAJOR(K) TO WS-PLACED-MAJOR
               END-IF
           END-PERFORM.
           IF FUNCTION TRIM(WS-PLACED-UNIV) = SPACES
               MOVE "(not given)" TO WS-PLACED-UNIV
           END-IF.
           IF FUNCTION TRIM(WS-PLACED-MAJOR) = SPACES
               MOVE "(not given)" TO WS-PLACED-MAJOR
           END-IF.

      *> A campus-scoped run counts only that campus's students.
           IF FUNCTION TRIM(WS-SCOPE-CAMPUS) > SPACES
              AND FUNCTION UPPER-CASE(FUNCTION TRIM(WS-PLACED-UNIV))
                  NOT = FUNCTION UPPER-CASE(
                            FUNCTION TRIM(WS-SCOPE-CAMPUS))
               EXIT SECTION
           END-IF.

           MOVE "(unknown)" TO WS-PLACED-TYPE.
           MOVE SPACES TO WS-PLACED-SALARY.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-JOBTYPE-COUNT
               IF FUNCTION TRIM(WS-JT-POSTER(K)) =
                  FUNCTION TRIM(WS-OFR-EMPLOYER)
                  AND FUNCTION TRIM(WS-JT-TITLE(K)) =
                      FUNCTION TRIM(WS-OFR-TITLE)
                   IF FUNCTION TRIM(WS-JT-TYPE(K)) > SPACES
                       MOVE WS-JT-TYPE(K) TO WS-PLACED-TYPE
                   END-IF
                   MOVE WS-JT-SALARY(K) TO WS-PLACED-SALARY
               END-IF
           END-PERFORM.

      *> The offer's own terms win; the posting's range is the fallback.
           MOVE WS-OFR-TERMS TO WS-SAL-TEXT.
           PERFORM ANNUALIZE-SALARY.
           IF WS-SAL-OK = 'N'
               MOVE WS-PLACED-SALARY TO WS-SAL-TEXT
               PERFORM ANNUALIZE-SALARY
           END-IF.
           IF WS-SAL-OK = 'N'
               ADD 1 TO WS-NO-FIGURE-COUNT
               EXIT SECTION
           END-IF.

           IF WS-OUTCOME-COUNT < 500
               ADD 1 TO WS-OUTCOME-COUNT
               MOVE WS-PLACED-MAJOR TO WS-OC-MAJOR(WS-OUTCOME-COUNT)
               MOVE WS-PLACED-TYPE TO WS-OC-TYPE(WS-OUTCOME-COUNT)
               MOVE WS-PLACED-UNIV TO WS-OC-CAMPUS(WS-OUTCOME-COUNT)
               MOVE WS-ANNUAL TO WS-OC-AMOUNT(WS-OUTCOME-COUNT)
           END-IF.
           EXIT SECTION.

      *> WS-SAL-TEXT -> WS-ANNUAL (midpoint of the range, per year);
      *> WS-SAL-OK = 'N' when it doesn't read as a salary.
       ANNUALIZE-SALARY SECTION.
           MOVE 'N' TO WS-SAL-OK.
           MOVE 0 TO WS-ANNUAL.
           IF FUNCTION TRIM(WS-SAL-TEXT) = SPACES
               EXIT SECTION
           END-IF.

           MOVE SPACES TO WS-SAL-RANGE, WS-SAL-PERIOD.
           UNSTRING WS-SAL-TEXT DELIMITED BY "/"
               INTO WS-SAL-RANGE, WS-SAL-PERIOD
           END-UNSTRING.
           MOVE SPACES TO WS-SAL-MIN-TXT, WS-SAL-MAX-TXT.
           UNSTRING WS-SAL-RANGE DELIMITED BY "-"
               INTO WS-SAL-MIN-TXT, WS-SAL-MAX-TXT
           END-UNSTRING.

           EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-SAL-PERIOD))
               WHEN SPACES
               WHEN "YEAR"
                   MOVE 1 TO WS-SAL-FACTOR
               WHEN "MONTH"
                   MOVE 12 TO WS-SAL-FACTOR
               WHEN "WEEK"
                   MOVE 52 TO WS-SAL-FACTOR
               WHEN "HOUR"
                   MOVE 2080 TO WS-SAL-FACTOR
               WHEN OTHER
                   EXIT SECTION
           END-EVALUATE.

           MOVE WS-SAL-MIN-TXT TO WS-AMT-TEXT.
           PERFORM READ-AMOUNT.
           IF WS-AMT-OK = 'N'
               EXIT SECTION
           END-IF.
           MOVE WS-AMT-VALUE TO WS-SAL-MIN-NUM.

           IF FUNCTION TRIM(WS-SAL-MAX-TXT) = SPACES
               MOVE WS-SAL-MIN-NUM TO WS-SAL-MAX-NUM
           ELSE
               MOVE WS-SAL-MAX-TXT TO WS-AMT-TEXT
               PERFORM READ-AMOUNT
               IF WS-AMT-OK = 'N'
                   EXIT SECTION
               END-IF
               MOVE WS-AMT-VALUE TO WS-SAL-MAX-NUM
           END-IF.

           IF WS-SAL-MIN-NUM = 0 AND WS-SAL-MAX-NUM = 0
               EXIT SECTION
           END-IF.
           COMPUTE WS-ANNUAL ROUNDED =
               (WS-SAL-MIN-NUM + WS-SAL-MAX-NUM) / 2 * WS-SAL-FACTOR
               ON SIZE ERROR
                   EXIT SECTION
           END-COMPUTE.
           MOVE 'Y' TO WS-SAL-OK.
           EXIT SECTION.

      *> WS-AMT-TEXT -> WS-AMT-VALUE, dropping "$" and ","; anything
      *> other than digits and one decimal point fails the amount.
       READ-AMOUNT SECTION.
           MOVE 'N' TO WS-AMT-OK.
           MOVE 0 TO WS-AMT-VALUE.
           MOVE SPACES TO WS-AMT-CLEAN.
           MOVE 0 TO WS-AMT-LEN.
           PERFORM VARYING WS-AMT-POS FROM 1 BY 1 UNTIL WS-AMT-POS > 20
               MOVE WS-AMT-TEXT(WS-AMT-POS:1) TO WS-AMT-CHAR
               EVALUATE TRUE
                   WHEN WS-AMT-CHAR = "$" OR WS-AMT-CHAR = ","
                      OR WS-AMT-CHAR = SPACE
                       CONTINUE
                   WHEN WS-AMT-CHAR IS NUMERIC OR WS-AMT-CHAR = "."
                       ADD 1 TO WS-AMT-LEN
                       MOVE WS-AMT-CHAR TO WS-AMT-CLEAN(WS-AMT-LEN:1)
                   WHEN OTHER
                       EXIT SECTION
               END-EVALUATE
           END-PERFORM.
           IF WS-AMT-LEN = 0
               EXIT SECTION
           END-IF.
           IF FUNCTION TEST-NUMVAL(WS-AMT-CLEAN) NOT = 0
               EXIT SECTION
           END-IF.
           IF FUNCTION NUMVAL(WS-AMT-CLEAN) > 9999999
               EXIT SECTION
           END-IF.
           MOVE FUNCTION NUMVAL(WS-AMT-CLEAN) TO WS-AMT-VALUE.
           MOVE 'Y' TO WS-AMT-OK.
           EXIT SECTION.

      *> Lowest figure first; a neighbor-swap pass repeated until
      *> nothing moves, as BROWSE-JOB sorts by salary.
       SORT-OUTCOMES SECTION.
           MOVE 'Y' TO WS-SORT-SWAPPED.
           PERFORM UNTIL WS-SORT-SWAPPED = 'N'
               MOVE 'N' TO WS-SORT-SWAPPED
               PERFORM VARYING K FROM 1 BY 1 UNTIL K >= WS-OUTCOME-COUNT
                   IF WS-OC-AMOUNT(K) > WS-OC-AMOUNT(K + 1)
                       MOVE WS-OUTCOME-ENTRY(K) TO WS-SWAP-ENTRY
                       MOVE WS-OUTCOME-ENTRY(K + 1)
                           TO WS-OUTCOME-ENTRY(K)
                       MOVE WS-SWAP-ENTRY TO WS-OUTCOME-ENTRY(K + 1)
                       MOVE 'Y' TO WS-SORT-SWAPPED
                   END-IF
               END-PERFORM
           END-PERFORM.
           EXIT SECTION.

      *> Group name of outcome J in the current dimension (0 = all).
       PICK-ENTRY-NAME SECTION.
           EVALUATE WS-DIMENSION
               WHEN 1
                   MOVE WS-OC-MAJOR(J) TO WS-ENTRY-NAME
               WHEN 2
                   MOVE WS-OC-TYPE(J) TO WS-ENTRY-NAME
               WHEN 3
                   MOVE WS-OC-CAMPUS(J) TO WS-ENTRY-NAME
               WHEN OTHER
                   MOVE SPACES TO WS-ENTRY-NAME
           END-EVALUATE.
           EXIT SECTION.

      *> Distinct groups of the current dimension, then one line each.
       WRITE-DIMENSION SECTION.
           MOVE 0 TO WS-GROUP-COUNT.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-OUTCOME-COUNT
               PERFORM PICK-ENTRY-NAME
               MOVE 'N' TO WS-FOUND-FLAG
               PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-GROUP-COUNT
                   IF WS-GROUP-NAME(K) = WS-ENTRY-NAME
                       MOVE 'Y' TO WS-FOUND-FLAG
                   END-IF
               END-PERFORM
               IF WS-FOUND-FLAG = 'N' AND WS-GROUP-COUNT < 50
                   ADD 1 TO WS-GROUP-COUNT
                   MOVE WS-ENTRY-NAME TO WS-GROUP-NAME(WS-GROUP-COUNT)
               END-IF
           END-PERFORM.

           IF WS-GROUP-COUNT = 0
               MOVE "  (none)" TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-GROUP-COUNT
               MOVE WS-GROUP-NAME(K) TO WS-GRP-LABEL
               PERFORM WRITE-GROUP-LINE
           END-PERFORM.
           EXIT SECTION.

      *> Count, low, high and median of the group named WS-GRP-LABEL
      *> (every outcome when WS-DIMENSION is 0). The table is already
      *> in ascending order, so the first match is the low, the last is
      *> the high, and the middle one (or the mean of the middle two)
      *> is the median.
       WRITE-GROUP-LINE SECTION.
           MOVE 0 TO WS-GRP-N.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-OUTCOME-COUNT
               PERFORM PICK-ENTRY-NAME
               IF WS-DIMENSION = 0 OR WS-ENTRY-NAME = WS-GRP-LABEL
                   ADD 1 TO WS-GRP-N
               END-IF
           END-PERFORM.

           MOVE SPACES TO REPORT-RECORD.
           IF WS-GRP-N < WS-MIN-GROUP
               MOVE WS-MIN-GROUP TO WS-COUNT-TEXT
               STRING "  " FUNCTION TRIM(WS-GRP-LABEL)
                   ": fewer than " FUNCTION TRIM(WS-COUNT-TEXT)
                   " offers - suppressed"
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
               EXIT SECTION
           END-IF.

           COMPUTE WS-GRP-MID-1 = (WS-GRP-N + 1) / 2.
           COMPUTE WS-GRP-MID-2 = (WS-GRP-N + 2) / 2.
           MOVE 0 TO WS-GRP-SEEN, WS-GRP-MID-SUM.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-OUTCOME-COUNT
               PERFORM PICK-ENTRY-NAME
               IF WS-DIMENSION = 0 OR WS-ENTRY-NAME = WS-GRP-LABEL
                   ADD 1 TO WS-GRP-SEEN
                   IF WS-GRP-SEEN = 1
                       MOVE WS-OC-AMOUNT(J) TO WS-GRP-LOW
                   END-IF
                   IF WS-GRP-SEEN = WS-GRP-MID-1
                       ADD WS-OC-AMOUNT(J) TO WS-GRP-MID-SUM
                   END-IF
                   IF WS-GRP-SEEN = WS-GRP-MID-2
                       ADD WS-OC-AMOUNT(J) TO WS-GRP-MID-SUM
                   END-IF
                   MOVE WS-OC-AMOUNT(J) TO WS-GRP-HIGH
               END-IF
           END-PERFORM.
           COMPUTE WS-GRP-MEDIAN ROUNDED = WS-GRP-MID-SUM / 2.

           MOVE WS-GRP-N TO WS-COUNT-TEXT.
           MOVE WS-GRP-MEDIAN TO WS-MONEY-MEDIAN.
           MOVE WS-GRP-LOW TO WS-MONEY-LOW.
           MOVE WS-GRP-HIGH TO WS-MONEY-HIGH.
           STRING "  " FUNCTION TRIM(WS-GRP-LABEL)
               ": " FUNCTION TRIM(WS-COUNT-TEXT) " offers, median "
               FUNCTION TRIM(WS-MONEY-MEDIAN) ", low "
               FUNCTION TRIM(WS-MONEY-LOW) ", high "
               FUNCTION TRIM(WS-MONEY-HIGH)
               DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           EXIT SECTION.
