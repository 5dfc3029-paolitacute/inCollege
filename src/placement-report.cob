       >>SOURCE FREE
       *> Standalone batch job in the spirit of DAILY-REPORT: rolls the
       *> HIRED rows in applications.dat up into the placement numbers
       *> the partner-school funding conversations run on. Each HIRED
       *> application is joined to profiles.txt for the student's
       *> university and major and to jobs.txt for the job type, then
       *> only placements of that campus's students are tallied, and
       *> the report header says so. Absent or blank scope = the
       *> system-wide report the nightly window runs.
       *> Placements are also totalled by region: the posting's
       *> location (or the application's, when the posting is gone) is
       *> resolved through LOCATION-LOOKUP; anything not on
       *> locations.txt is counted as "(unmapped)". A second
       *> report_scope.txt record "REGION:<name>" limits the whole
       *> report to placements in that region.
       *> Once ACADEMIC-ROLLOVER has run, the year reported is the one
       *> it set in placement_year.txt (the Aug 1 start year), so the
       *> report moves to a new year on the rollover, not on the clock.
       *> Postings JOB-HISTORY has moved out of jobs.txt are looked up
       *> in jobs_history.txt after the live file, so a hire into a
       *> long-closed posting keeps its job type and region.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLACEMENT-REPORT.
       AUTHOR. Paola
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
               FILE STATUS IS WS-JOBS-STATUS.

           SELECT HISTORY-FILE ASSIGN TO "jobs_history.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT REPORT-FILE ASSIGN TO "InCollege-PlacementReport.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCOPE-STATUS.

           SELECT YEAR-FILE ASSIGN TO "placement_year.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-YEAR-STATUS.

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
       FD  JOBS-FILE.
       01  JOBS-RECORD              PIC X(500).

       FD  HISTORY-FILE.
       01  HISTORY-RECORD           PIC X(500).

       FD  REPORT-FILE.
       01  REPORT-RECORD            PIC X(120).

       FD  SCOPE-FILE.
       01  SCOPE-RECORD             PIC X(100).

       FD  YEAR-FILE.
       01  YEAR-RECORD              PIC X(20).

       WORKING-STORAGE SECTION.
       01  WS-SCOPE-STATUS          PIC X(2).
       01  WS-YEAR-STATUS           PIC X(2).
       01  WS-SCOPE-CAMPUS          PIC X(100) VALUE SPACES.
       01  WS-SCOPE-REGION          PIC X(30) VALUE SPACES.
       01  WS-APPLICATIONS-STATUS   PIC X(2).
       01  WS-PROFILES-STATUS       PIC X(2).
       01  WS-JOBS-STATUS           PIC X(2).
       01  WS-HISTORY-STATUS        PIC X(2).
       01  WS-EOF-FLAG              PIC X VALUE 'N'.
       01  WS-LINE                  PIC X(500).

      *> applications.dat -- user~jobnum~title~employer~location~status~
      *> startdate
       01  WS-APP-USER              PIC X(20).
       01  WS-APP-JOBNUM            PIC X(10).
       01  WS-CUR-USER              PIC X(20).

      *> Job-type lookup from jobs.txt: title+employer -> type.
       01  WS-JOBTYPE-COUNT         PIC 9(4) VALUE 0.
       01  WS-JOBTYPE-TABLE.
           05 WS-JOBTYPE-ENTRY OCCURS 2000 TIMES.
              10 WS-JT-TITLE        PIC X(50).
              10 WS-JT-EMPLOYER     PIC X(50).
              10 WS-JT-TYPE         PIC X(20).
              10 WS-JT-LOCATION     PIC X(50).
       01  WS-JOB-POSTER            PIC X(20).
       01  WS-JOB-TITLE             PIC X(50).
       01  WS-JOB-DESC              PIC X(200).
           05 WS-TYPE-TALLY-ENTRY OCCURS 50 TIMES.
              10 WS-TYPE-TALLY-NAME  PIC X(20).
              10 WS-TYPE-TALLY-NUM   PIC 9(4).
       01  WS-REGION-TALLY-COUNT    PIC 9(2) VALUE 0.
       01  WS-REGION-TALLY.
           05 WS-REGION-TALLY-ENTRY OCCURS 50 TIMES.
              10 WS-REGION-TALLY-NAME PIC X(30).
              10 WS-REGION-TALLY-NUM  PIC 9(4).

       01  WS-PLACED-UNIV           PIC X(100).
       01  WS-PLACED-MAJOR          PIC X(50).
       01  WS-PLACED-TYPE           PIC X(20).
       01  WS-PLACED-LOCATION       PIC X(50).
       01  WS-PLACED-REGION         PIC X(30).

      *> LOCATION-LOOKUP interface
       01  WS-LOC-ACTION            PIC X(10).
       01  WS-LOC-CANDIDATE         PIC X(100).
       01  WS-LOC-CANONICAL         PIC X(50).
       01  WS-LOC-CITY              PIC X(30).
       01  WS-LOC-STATE             PIC X(20).
       01  WS-LOC-REGION            PIC X(30).
       01  WS-LOC-MODE              PIC X(6).
       01  WS-LOC-RC                PIC X.
       01  WS-PLACEMENT-COUNT       PIC 9(4) VALUE 0.
       01  WS-FOUND-FLAG            PIC X.
       01  K                        PIC 9(4).

      *> Academic-year window (Aug 1 through Jul 31)
       01  WS-TODAY                 PIC X(21).
               WS-AY-START " to " WS-AY-END
               DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           IF FUNCTION TRIM(WS-SCOPE-REGION) > SPACES
               MOVE SPACES TO REPORT-RECORD
               STRING "Limited to region: "
                   FUNCTION TRIM(WS-SCOPE-REGION)
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.
           MOVE "------------------------------------------------"
               TO REPORT-RECORD.
           WRITE REPORT-RECORD.
               WRITE REPORT-RECORD
           END-PERFORM.

           MOVE "Placements by region:" TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           IF WS-REGION-TALLY-COUNT = 0
               MOVE "  (none)" TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.
           PERFORM VARYING K FROM 1 BY 1
                   UNTIL K > WS-REGION-TALLY-COUNT
               MOVE WS-REGION-TALLY-NUM(K) TO WS-COUNT-TEXT
               MOVE SPACES TO REPORT-RECORD
               STRING "  " FUNCTION TRIM(WS-REGION-TALLY-NAME(K))
                   ": " FUNCTION TRIM(WS-COUNT-TEXT)
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-PERFORM.

           CLOSE REPORT-FILE.
           GOBACK.

      *> that started it through Jul 31 of the year that ends it.
       READ-REPORT-SCOPE SECTION.
           MOVE SPACES TO WS-SCOPE-CAMPUS.
           MOVE SPACES TO WS-SCOPE-REGION.
           OPEN INPUT SCOPE-FILE.
           IF WS-SCOPE-STATUS = "00"
               READ SCOPE-FILE
                       CONTINUE
                   NOT AT END
                       MOVE SCOPE-RECORD TO WS-SCOPE-CAMPUS
                       READ SCOPE-FILE
                           AT END
                               CONTINUE
                           NOT AT END
                               IF SCOPE-RECORD(1:7) = "REGION:"
                                   MOVE FUNCTION TRIM(SCOPE-RECORD(8:30))
                                       TO WS-SCOPE-REGION
                               END-IF
                       END-READ
               END-READ
           END-IF.
           CLOSE SCOPE-FILE.
               COMPUTE WS-AY-START-YEAR = WS-TODAY-YEAR - 1
               MOVE WS-TODAY-YEAR TO WS-AY-END-YEAR
           END-IF.
           OPEN INPUT YEAR-FILE.
           IF WS-YEAR-STATUS = "00"
               READ YEAR-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF YEAR-RECORD(1:4) IS NUMERIC
                           MOVE YEAR-RECORD(1:4) TO WS-AY-START-YEAR
                           COMPUTE WS-AY-END-YEAR = WS-AY-START-YEAR + 1
                       END-IF
               END-READ
           END-IF.
           CLOSE YEAR-FILE.
           MOVE SPACES TO WS-AY-START.
           STRING WS-AY-START-YEAR "0801" DELIMITED BY SIZE
               INTO WS-AY-START.
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
               MOVE WS-JOB-TITLE
                   TO WS-JT-TITLE(WS-JOBTYPE-COUNT)
               MOVE WS-JOB-EMPLOYER
                   TO WS-JT-EMPLOYER(WS-JOBTYPE-COUNT)
               MOVE WS-JOB-TYPE
                   TO WS-JT-TYPE(WS-JOBTYPE-COUNT)
               MOVE WS-JOB-LOCATION
                   TO WS-JT-LOCATION(WS-JOBTYPE-COUNT)
           END-IF.
           EXIT SECTION.

       TALLY-PLACEMENTS SECTION.
           END-IF.

           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ APPLICATIONS-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE APPLICATION-ROW TO WS-LINE
                       PERFORM JUDGE-ONE-APPLICATION
               END-READ
           END-PERFORM.
               EXIT SECTION
           END-IF.

           MOVE "(unknown)" TO WS-PLACED-TYPE.
           MOVE WS-APP-LOCATION TO WS-PLACED-LOCATION.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-JOBTYPE-COUNT
               IF FUNCTION TRIM(WS-JT-TITLE(K)) =
                  FUNCTION TRIM(WS-APP-TITLE)
                  AND FUNCTION TRIM(WS-JT-EMPLOYER(K)) =
                      FUNCTION TRIM(WS-APP-EMPLOYER)
                   MOVE WS-JT-TYPE(K) TO WS-PLACED-TYPE
                   IF FUNCTION TRIM(WS-JT-LOCATION(K)) > SPACES
                       MOVE WS-JT-LOCATION(K) TO WS-PLACED-LOCATION
                   END-IF
               END-IF
           END-PERFORM.

           MOVE "(unmapped)" TO WS-PLACED-REGION.
           MOVE "RESOLVE" TO WS-LOC-ACTION.
           MOVE WS-PLACED-LOCATION TO WS-LOC-CANDIDATE.
           CALL "LOCATION-LOOKUP" USING WS-LOC-ACTION, WS-LOC-CANDIDATE,
                                         WS-LOC-CANONICAL, WS-LOC-CITY,
                                         WS-LOC-STATE, WS-LOC-REGION,
                                         WS-LOC-MODE, WS-LOC-RC.
           IF WS-LOC-RC = 'S'
               MOVE WS-LOC-REGION TO WS-PLACED-REGION
           END-IF.

      *> A region-limited run counts only placements in that region.
           IF FUNCTION TRIM(WS-SCOPE-REGION) > SPACES
              AND FUNCTION UPPER-CASE(FUNCTION TRIM(WS-PLACED-REGION))
                  NOT = FUNCTION UPPER-CASE(
                            FUNCTION TRIM(WS-SCOPE-REGION))
               EXIT SECTION
           END-IF.

           ADD 1 TO WS-PLACEMENT-COUNT.

           PERFORM BUMP-UNIV-TALLY.
           PERFORM BUMP-MAJOR-TALLY.
           PERFORM BUMP-TYPE-TALLY.
           PERFORM BUMP-REGION-TALLY.
           EXIT SECTION.

       BUMP-UNIV-TALLY SECTION.
               MOVE 1 TO WS-TYPE-TALLY-NUM(WS-TYPE-TALLY-COUNT)
           END-IF.
           EXIT SECTION.

       BUMP-REGION-TALLY SECTION.
           MOVE 'N' TO WS-FOUND-FLAG.
           PERFORM VARYING K FROM 1 BY 1
                   UNTIL K > WS-REGION-TALLY-COUNT
               IF FUNCTION TRIM(WS-REGION-TALLY-NAME(K)) =
                  FUNCTION TRIM(WS-PLACED-REGION)
                   ADD 1 TO WS-REGION-TALLY-NUM(K)
                   MOVE 'Y' TO WS-FOUND-FLAG
               END-IF
           END-PERFORM.
           IF WS-FOUND-FLAG = 'N' AND WS-REGION-TALLY-COUNT < 50
               ADD 1 TO WS-REGION-TALLY-COUNT
               MOVE WS-PLACED-REGION
                   TO WS-REGION-TALLY-NAME(WS-REGION-TALLY-COUNT)
               MOVE 1 TO WS-REGION-TALLY-NUM(WS-REGION-TALLY-COUNT)
           END-IF.
           EXIT SECTION.
