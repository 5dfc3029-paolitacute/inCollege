       *> salary line. Output: InCollege-WeeklyBulletin.txt, formatted
       *> to forward straight to a mailing list. Not called from the
       *> interactive menu, the same way DAILY-REPORT isn't.
       *> Follows the report_scope.txt convention: when that file names
       *> a campus (REPORT-DISTRIBUTE writes it for each coordinator's
       *> slice) only the roles that campus's students can see are
       *> listed -- its own restricted roles and the open ones -- and
       *> the header says so. Absent or blank scope = every campus.
       *> A scoped bulletin also leaves out the postings of any company
       *> that campus's careers office has restricted (CAMPUS-RESTRICT).
       *> The all-campus bulletin applies the same restrictions: a role
       *> for one school whose careers office has restricted the
       *> company is left out, and an open role from a company some
       *> campuses have restricted says which ones it is not open to.
       *> Within each group the roles are listed under their region,
       *> resolved through LOCATION-LOOKUP the way the job board shows
       *> it (regions in name order, then any location not on the list
       *> under "Other locations"), with the arrangement beside the
       *> location.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WEEKLY-BULLETIN.
       AUTHOR. Paola
               FILE STATUS IS WS-JOBS-STATUS.
           SELECT REPORT-FILE ASSIGN TO "InCollege-WeeklyBulletin.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SCOPE-FILE ASSIGN TO "report_scope.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCOPE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REPORT-FILE.
       01  REPORT-RECORD        PIC X(200).

       FD  SCOPE-FILE.
       01  SCOPE-RECORD         PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-SCOPE-STATUS      PIC X(2).
       01  WS-SCOPE-CAMPUS      PIC X(100) VALUE SPACES.
       01  WS-JOBS-STATUS       PIC X(2).
       01  WS-EOF-FLAG          PIC X VALUE 'N'.
       01  WS-LINE              PIC X(500).
       01  WS-JOB-LOCATION      PIC X(50).
       01  WS-JOB-SALARY        PIC X(50).
       01  WS-JOB-POSTED-DATE   PIC X(8).
       01  WS-JOB-STATUS        PIC X(14).
       01  WS-JOB-TYPE          PIC X(20).
       01  WS-JOB-UNIVERSITY    PIC X(100).

       01  WS-POSTED-INT        PIC 9(8) COMP.
       01  WS-AGE-DAYS          PIC S9(8) COMP.

      *> Campus restriction lookup, sized to CAMPUS-RESTRICT's linkage
       01  WS-CR-USER           PIC X(20) VALUE SPACES.
       01  WS-CR-ACTION         PIC X(10).
       01  WS-RESTRICTION.
           05 WS-CR-COMPANY     PIC X(50).
           05 WS-CR-CAMPUS      PIC X(100).
           05 WS-CR-REVIEW      PIC X(8).
           05 WS-CR-REASON      PIC X(150).
           05 WS-CR-TARGET      PIC X(20).
       01  WS-CR-RC             PIC X.

      *> Canonical location, sized to LOCATION-LOOKUP's linkage
       01  WS-LOC-ACTION        PIC X(10).
       01  WS-LOC-CANDIDATE     PIC X(100).
       01  WS-LOC-CANONICAL     PIC X(50).
       01  WS-LOC-CITY          PIC X(30).
       01  WS-LOC-STATE         PIC X(20).
       01  WS-LOC-REGION        PIC X(30).
       01  WS-LOC-MODE          PIC X(6).
       01  WS-LOC-RC            PIC X.
       01  WS-OTHER-REGION      PIC X(30) VALUE "~Other locations".

      *> This week's postings, held for the grouped write-out. A
      *> location not on the list sorts under WS-OTHER-REGION, whose
      *> leading "~" puts it after every region name.
       01  WS-NEW-COUNT         PIC 9(3) VALUE 0.
       01  WS-NEW-TABLE.
           05 WS-NEW-ENTRY OCCURS 200 TIMES.
              10 WS-NEW-UNIV    PIC X(100).
              10 WS-NEW-REGION  PIC X(30).
              10 WS-NEW-TEXT    PIC X(200).
              10 WS-NEW-SHOWN   PIC X.

       01  WS-GROUP-UNIV        PIC X(100).
       01  WS-GROUP-REGION      PIC X(30).
       01  WS-GROUP-FOUND       PIC X.
       01  WS-REGION-TEXT       PIC X(30).
       01  WS-NOT-OPEN-TO       PIC X(150).
       01  WS-NUM-TEXT          PIC Z(3)9.
       01  I                    PIC 9(3).
       01  K                    PIC 9(3).
           END-IF.
           MOVE FUNCTION INTEGER-OF-DATE(WS-BASIS-NUM) TO WS-BASIS-INT.

           PERFORM READ-REPORT-SCOPE.
           PERFORM COLLECT-THIS-WEEKS-POSTINGS.

           OPEN OUTPUT REPORT-FILE.
           MOVE "=================================================="
               TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           IF FUNCTION TRIM(WS-SCOPE-CAMPUS) > SPACES
               MOVE SPACES TO REPORT-RECORD
               STRING "Scoped to campus: " FUNCTION TRIM(WS-SCOPE-CAMPUS)
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.

           IF WS-NEW-COUNT = 0
               MOVE "No new postings this week." TO REPORT-RECORD
               " posting(s). See InCollege-WeeklyBulletin.txt.".
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

       COLLECT-THIS-WEEKS-POSTINGS SECTION.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT JOBS-FILE.
           END-UNSTRING.

           IF FUNCTION TRIM(WS-JOB-STATUS) = "CLOSED"
              OR FUNCTION TRIM(WS-JOB-STATUS) = "PENDING-CAMPUS"
              OR FUNCTION TRIM(WS-JOB-POSTED-DATE) = SPACES
              OR NOT WS-JOB-POSTED-DATE(1:8) IS NUMERIC
               EXIT SECTION
               EXIT SECTION
           END-IF.

      *> A campus-scoped run leaves out other schools' restricted roles.
           IF FUNCTION TRIM(WS-SCOPE-CAMPUS) > SPACES
              AND FUNCTION TRIM(WS-JOB-UNIVERSITY) > SPACES
              AND FUNCTION UPPER-CASE(FUNCTION TRIM(WS-JOB-UNIVERSITY))
                  NOT = FUNCTION UPPER-CASE(
                            FUNCTION TRIM(WS-SCOPE-CAMPUS))
               EXIT SECTION
           END-IF.

      *> ... and the roles of a company restricted at that campus.
           IF FUNCTION TRIM(WS-SCOPE-CAMPUS) > SPACES
               INITIALIZE WS-RESTRICTION
               MOVE "CHECK" TO WS-CR-ACTION
               MOVE WS-JOB-EMPLOYER TO WS-CR-COMPANY
               MOVE WS-SCOPE-CAMPUS TO WS-CR-CAMPUS
               CALL "CAMPUS-RESTRICT" USING WS-CR-USER, WS-CR-ACTION,
                                             WS-RESTRICTION, WS-CR-RC
               IF WS-CR-RC = 'R'
                   EXIT SECTION
               END-IF
           END-IF.

      *> The all-campus bulletin: a role for one school that school has
      *> restricted reaches nobody; an open role names the campuses
      *> that cannot take it.
           MOVE SPACES TO WS-NOT-OPEN-TO.
           IF FUNCTION TRIM(WS-SCOPE-CAMPUS) = SPACES
              AND FUNCTION TRIM(WS-JOB-EMPLOYER) > SPACES
               INITIALIZE WS-RESTRICTION
               MOVE WS-JOB-EMPLOYER TO WS-CR-COMPANY
               IF FUNCTION TRIM(WS-JOB-UNIVERSITY) > SPACES
                   MOVE "CHECK" TO WS-CR-ACTION
                   MOVE WS-JOB-UNIVERSITY TO WS-CR-CAMPUS
                   CALL "CAMPUS-RESTRICT" USING WS-CR-USER, WS-CR-ACTION,
                                                 WS-RESTRICTION, WS-CR-RC
                   IF WS-CR-RC = 'R'
                       EXIT SECTION
                   END-IF
               ELSE
                   MOVE "CAMPUSES" TO WS-CR-ACTION
                   CALL "CAMPUS-RESTRICT" USING WS-CR-USER, WS-CR-ACTION,
                                                 WS-RESTRICTION, WS-CR-RC
                   IF WS-CR-RC = 'R'
                       MOVE WS-CR-REASON TO WS-NOT-OPEN-TO
                   END-IF
               END-IF
           END-IF.

           IF WS-NEW-COUNT < 200
               ADD 1 TO WS-NEW-COUNT
               MOVE WS-JOB-UNIVERSITY TO WS-NEW-UNIV(WS-NEW-COUNT)
               MOVE 'N' TO WS-NEW-SHOWN(WS-NEW-COUNT)
               MOVE "RESOLVE" TO WS-LOC-ACTION
               MOVE WS-JOB-LOCATION TO WS-LOC-CANDIDATE
               CALL "LOCATION-LOOKUP" USING WS-LOC-ACTION,
                   WS-LOC-CANDIDATE, WS-LOC-CANONICAL, WS-LOC-CITY,
                   WS-LOC-STATE, WS-LOC-REGION, WS-LOC-MODE, WS-LOC-RC
               IF WS-LOC-RC = 'S'
                  AND FUNCTION TRIM(WS-LOC-REGION) > SPACES
                   MOVE WS-LOC-REGION TO WS-NEW-REGION(WS-NEW-COUNT)
               ELSE
                   MOVE WS-OTHER-REGION TO WS-NEW-REGION(WS-NEW-COUNT)
               END-IF
               INITIALIZE WS-NEW-TEXT(WS-NEW-COUNT)
               IF WS-LOC-RC = 'S'
                   STRING FUNCTION TRIM(WS-JOB-TITLE)
                          " at " FUNCTION TRIM(WS-JOB-EMPLOYER)
                          " (" FUNCTION TRIM(WS-JOB-LOCATION) ", "
                          FUNCTION LOWER-CASE(FUNCTION TRIM(WS-LOC-MODE))
                          ") [" FUNCTION TRIM(WS-JOB-TYPE) "]"
                          DELIMITED BY SIZE
                          INTO WS-NEW-TEXT(WS-NEW-COUNT)
               ELSE
                   STRING FUNCTION TRIM(WS-JOB-TITLE)
                          " at " FUNCTION TRIM(WS-JOB-EMPLOYER)
                          " (" FUNCTION TRIM(WS-JOB-LOCATION)
                          ") [" FUNCTION TRIM(WS-JOB-TYPE) "]"
                          DELIMITED BY SIZE
                          INTO WS-NEW-TEXT(WS-NEW-COUNT)
               END-IF
               IF FUNCTION TRIM(WS-JOB-SALARY) > SPACES
                   STRING FUNCTION TRIM(WS-NEW-TEXT(WS-NEW-COUNT))
                          " Salary: " FUNCTION TRIM(WS-JOB-SALARY)
                          DELIMITED BY SIZE
                          INTO WS-NEW-TEXT(WS-NEW-COUNT)
               END-IF
               IF WS-NOT-OPEN-TO > SPACES
                   STRING FUNCTION TRIM(WS-NEW-TEXT(WS-NEW-COUNT))
                          " -- not open to students of "
                          FUNCTION TRIM(WS-NOT-OPEN-TO)
                          DELIMITED BY SIZE
                          INTO WS-NEW-TEXT(WS-NEW-COUNT)
               END-IF
           END-IF.
           EXIT SECTION.

                          FUNCTION TRIM(WS-GROUP-UNIV) ":"
                          DELIMITED BY SIZE INTO REPORT-RECORD
                   WRITE REPORT-RECORD
                   PERFORM WRITE-REGION-GROUPS
               END-IF
           END-PERFORM.
           EXIT SECTION.
           MOVE 0 TO K.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-NEW-COUNT
               IF WS-NEW-SHOWN(I) = 'N'
                   ADD 1 TO K
               END-IF
           END-PERFORM.
           IF K = 0
               MOVE "  (none this week)" TO REPORT-RECORD
               WRITE REPORT-RECORD
           ELSE
               MOVE SPACES TO WS-GROUP-UNIV
               PERFORM WRITE-REGION-GROUPS
           END-IF.
           EXIT SECTION.

      *> The unshown roles of WS-GROUP-UNIV (spaces = the open ones),
      *> one region at a time, lowest region name first.
       WRITE-REGION-GROUPS SECTION.
           MOVE 'Y' TO WS-GROUP-FOUND.
           PERFORM UNTIL WS-GROUP-FOUND = 'N'
               MOVE 'N' TO WS-GROUP-FOUND
               MOVE HIGH-VALUES TO WS-GROUP-REGION
               PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-NEW-COUNT
                   IF WS-NEW-SHOWN(K) = 'N'
                      AND WS-NEW-UNIV(K) = WS-GROUP-UNIV
                      AND WS-NEW-REGION(K) < WS-GROUP-REGION
                       MOVE WS-NEW-REGION(K) TO WS-GROUP-REGION
                       MOVE 'Y' TO WS-GROUP-FOUND
                   END-IF
               END-PERFORM
               IF WS-GROUP-FOUND = 'Y'
                   IF WS-GROUP-REGION = WS-OTHER-REGION
                       MOVE WS-OTHER-REGION(2:29) TO WS-REGION-TEXT
                   ELSE
                       MOVE WS-GROUP-REGION TO WS-REGION-TEXT
                   END-IF
                   MOVE SPACES TO REPORT-RECORD
                   STRING "  " FUNCTION TRIM(WS-REGION-TEXT) ":"
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   WRITE REPORT-RECORD
                   PERFORM VARYING K FROM 1 BY 1
                           UNTIL K > WS-NEW-COUNT
                       IF WS-NEW-SHOWN(K) = 'N'
                          AND WS-NEW-UNIV(K) = WS-GROUP-UNIV
                          AND WS-NEW-REGION(K) = WS-GROUP-REGION
                           MOVE SPACES TO REPORT-RECORD
                           STRING "    " FUNCTION TRIM(WS-NEW-TEXT(K))
                               DELIMITED BY SIZE INTO REPORT-RECORD
                           WRITE REPORT-RECORD
                           MOVE 'Y' TO WS-NEW-SHOWN(K)
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.
           EXIT SECTION.
