       >>SOURCE FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLACEMENT-EVAL.
       AUTHOR. Paola
       DATE-WRITTEN. 10/15/2026

       *> End-of-placement evaluations, replacing the paper forms. Every
       *> HIRED application in applications.dat is a placement; once its
       *> end date passes, the supervisor rates the student (for the
       *> department's grade) and the student rates the placement (for
       *> the careers office). One row per placement in
       *> placement_evals.txt:
       *>   student~title~employerName~supervisor~endDate~endFrom~
       *>   supRating~supComment~supDate~stuRating~stuComment~stuDate~
       *>   lastReminder
       *>     supervisor  the jobs.txt poster of the posting (or its
       *>                 jobs_history.txt row once JOB-HISTORY has
       *>                 moved it); a recruiter seat on the same
       *>                 company page may act too, the same rule
       *>                 TIMESHEETS signs weeks off by
       *>     endDate     YYYYMMDD. Taken from the accepted offer's start
       *>                 date plus PLACEMENT-WEEKS (incollege-config.txt,
       *>                 default 12) when the row is opened (endFrom
       *>                 OFFER); the supervisor can set the real date at
       *>                 any time (endFrom SET). Blank = not known yet,
       *>                 and nothing is due.
       *>     ratings     1-5; blank until that form is in
       *> Actions:
       *>   NIGHTLY     opens a row for every new HIRED placement, then
       *>               messages the supervisor and/or student of each
       *>               ended placement whose form is still missing --
       *>               the first night after the end date and every
       *>               EVAL-REMIND-DAYS (default 7) after that until it
       *>               is submitted
       *>   PENDING     the forms LS-USERNAME owes, and for a supervisor
       *>               the placements still without an end date
       *>   SETEND      supervisor sets LS-STUDENT's LS-TITLE end date
       *>               to LS-TEXT (YYYYMMDD)
       *>   SUPERVISOR  supervisor's evaluation of LS-STUDENT on
       *>               LS-TITLE: LS-RATING and comment LS-TEXT
       *>   STUDENT     LS-USERNAME's evaluation of their LS-TITLE
       *>               placement: LS-RATING and comment LS-TEXT
       *>   EMPLOYERS   student satisfaction per employer, written to
       *>               InCollege-PlacementEvalReport.txt
       *>   RECORD      LS-STUDENT's placements with approved hours
       *>               (timesheets.txt) and supervisor ratings, for a
       *>               STAFF coordinator of the student's campus
       *> Return codes: 'S' done, 'P' no such HIRED placement (or the
       *> caller does not supervise it), 'E' the placement has not
       *> ended, 'D' already submitted or a bad date, 'R' rating not
       *> 1-5, 'O' student not at the caller's campus, 'F' no campus on
       *> file or no profile, 'X' unknown action.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EVALS-FILE ASSIGN TO "placement_evals.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EVALS-STATUS.
           SELECT APPLICATIONS-FILE ASSIGN TO "applications.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APPLICATION-KEY
               ALTERNATE RECORD KEY IS APPLICATION-JOB-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-APP-STATUS.
           SELECT JOBS-FILE ASSIGN TO "jobs.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBS-STATUS.
           SELECT HISTORY-FILE ASSIGN TO "jobs_history.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT OFFERS-FILE ASSIGN TO "offers.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OFFERS-STATUS.
           SELECT SHEETS-FILE ASSIGN TO "timesheets.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SHEETS-STATUS.
           SELECT REPORT-FILE ASSIGN TO "InCollege-PlacementEvalReport.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT OUTPUT-FILE ASSIGN TO "InCollege-Output.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUTPUT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EVALS-FILE.
       01  EVAL-RECORD          PIC X(400).

       FD  APPLICATIONS-FILE.
       01  APPLICATION-RECORD.
           05  APPLICATION-KEY.
               10  APPLICATION-USER    PIC X(20).
               10  APPLICATION-JOB-ID  PIC X(8).
           05  APPLICATION-JOB-KEY     PIC X(8).
           05  APPLICATION-ROW         PIC X(500).

       FD  JOBS-FILE.
       01  JOB-RECORD           PIC X(500).

       FD  HISTORY-FILE.
       01  HISTORY-RECORD       PIC X(500).

       FD  OFFERS-FILE.
       01  OFFER-RECORD         PIC X(400).

       FD  SHEETS-FILE.
       01  SHEET-RECORD         PIC X(160).

       FD  REPORT-FILE.
       01  REPORT-RECORD        PIC X(200).

       FD  OUTPUT-FILE.
       01  OUTPUT-RECORD        PIC X(350).

       WORKING-STORAGE SECTION.
       01  WS-EVALS-STATUS      PIC X(2).
       01  WS-APP-STATUS        PIC X(2).
       01  WS-JOBS-STATUS       PIC X(2).
       01  WS-HISTORY-STATUS    PIC X(2).
       01  WS-OFFERS-STATUS     PIC X(2).
       01  WS-SHEETS-STATUS     PIC X(2).
       01  WS-REPORT-STATUS     PIC X(2).
       01  WS-OUTPUT-STATUS     PIC X(2).
       01  WS-EOF-FLAG          PIC X VALUE 'N'.
       01  WS-MESSAGE           PIC X(200).
       01  WS-LINE              PIC X(500).

      *> placement_evals.txt, held whole
       01  WS-EV-COUNT          PIC 9(3) VALUE 0.
       01  WS-EV-OVER           PIC X VALUE 'N'.
       01  WS-EV-DIRTY          PIC X VALUE 'N'.
       01  WS-EV-TABLE.
           05 WS-EV-TEMP OCCURS 500 TIMES PIC X(400).
       01  I                    PIC 9(3).
       01  WS-EV-ROW            PIC 9(3).

      *> One placement_evals.txt row
       01  WS-EV-STUDENT        PIC X(20).
       01  WS-EV-TITLE          PIC X(50).
       01  WS-EV-EMPLOYER       PIC X(50).
       01  WS-EV-SUPERVISOR     PIC X(20).
       01  WS-EV-END            PIC X(8).
       01  WS-EV-END-FROM       PIC X(5).
       01  WS-EV-SUP-RATING     PIC X.
       01  WS-EV-SUP-COMMENT    PIC X(100).
       01  WS-EV-SUP-DATE       PIC X(8).
       01  WS-EV-STU-RATING     PIC X.
       01  WS-EV-STU-COMMENT    PIC X(100).
       01  WS-EV-STU-DATE       PIC X(8).
       01  WS-EV-REMINDED       PIC X(8).

      *> applications.dat row fields
       01  WS-ROW-USER          PIC X(20).
       01  WS-ROW-JOBNUM        PIC X(10).
       01  WS-ROW-TITLE         PIC X(50).
       01  WS-ROW-EMPLOYER      PIC X(50).
       01  WS-ROW-LOCATION      PIC X(50).
       01  WS-ROW-STATE         PIC X(12).

      *> jobs.txt / jobs_history.txt fields + recruiter-seat lookup
       01  WS-JOB-LINE          PIC X(500).
       01  WS-JOB-POSTER        PIC X(20).
       01  WS-JOB-TITLE         PIC X(50).
       01  WS-JOB-DESC          PIC X(200).
       01  WS-JOB-EMPLOYER      PIC X(50).
       01  WS-OWNS-JOB          PIC X.
       01  WS-SEAT-ACTION       PIC X(10).
       01  WS-SEAT-TARGET       PIC X(20).
       01  WS-SEAT-COMPANY      PIC X(50).
       01  WS-SEAT-ROLE         PIC X(9).
       01  WS-SEAT-RC           PIC X.

      *> offers.txt fields
       01  WS-OFR-EMPLOYER      PIC X(20).
       01  WS-OFR-APPLICANT     PIC X(20).
       01  WS-OFR-TITLE         PIC X(50).
       01  WS-OFR-COMPANY       PIC X(50).
       01  WS-OFR-TERMS         PIC X(200).
       01  WS-OFR-START         PIC X(8).
       01  WS-OFR-DEADLINE      PIC X(8).
       01  WS-OFR-STATE         PIC X(10).

      *> timesheets.txt fields
       01  WS-TS-STUDENT        PIC X(20).
       01  WS-TS-TITLE          PIC X(50).
       01  WS-TS-EMPLOYER       PIC X(50).
       01  WS-TS-WEEK           PIC X(8).
       01  WS-TS-HOURS          PIC X(4).
       01  WS-TS-STATE          PIC X(10).
       01  WS-APPROVED-HOURS    PIC 9(5).

      *> Dates and settings
       01  WS-TODAY             PIC X(21).
       01  WS-TODAY-INT         PIC 9(8) COMP.
       01  WS-DATE-NUM          PIC 9(8).
       01  WS-DATE-INT          PIC 9(8) COMP.
       01  WS-CFG-KEY           PIC X(20).
       01  WS-CFG-VALUE         PIC X(40).
       01  WS-CFG-RC            PIC X.
       01  WS-PLACEMENT-WEEKS   PIC 9(3) VALUE 12.
       01  WS-REMIND-DAYS       PIC 9(3) VALUE 7.
       01  WS-OFFICE-INBOX      PIC X(20) VALUE "admin".

      *> Reminders
       01  WS-MSG-SENDER        PIC X(20).
       01  WS-MSG-RECIPIENT     PIC X(20).
       01  WS-SKIP-VERIFY       PIC X VALUE 'Q'.
       01  WS-MSG-RC            PIC X.
       01  WS-NOTIFY-TEXT       PIC X(200).
       01  WS-REMIND-DUE        PIC X.
       01  WS-OPENED-COUNT      PIC 9(3) VALUE 0.
       01  WS-REMIND-COUNT      PIC 9(3) VALUE 0.

      *> Staff campus check
       01  WS-SCOPE-ACTION      PIC X(10).
       01  WS-SCOPE-CAMPUS      PIC X(100).
       01  WS-SCOPE-RC          PIC X.

      *> Employer satisfaction roll-up
       01  WS-EMP-COUNT         PIC 9(3) VALUE 0.
       01  WS-EMP-TABLE.
           05 WS-EMP-ENTRY OCCURS 200 TIMES.
              10 WS-EMP-NAME        PIC X(50).
              10 WS-EMP-ENDED       PIC 9(4).
              10 WS-EMP-EVALS       PIC 9(4).
              10 WS-EMP-TOTAL       PIC 9(5).
              10 WS-EMP-HAPPY       PIC 9(4).
       01  E                    PIC 9(3).
       01  WS-AVERAGE           PIC 9V9.
       01  WS-AVERAGE-TEXT      PIC 9.9.
       01  WS-RATING-NUM        PIC 9.

       01  WS-COUNT             PIC 9(3) VALUE 0.
       01  WS-COUNT-TEXT        PIC Z(4)9.
       01  WS-COUNT-TEXT2       PIC Z(4)9.
       01  WS-COUNT-TEXT3       PIC Z(4)9.
       01  WS-FOUND             PIC X.

       LINKAGE SECTION.
       01  LS-USERNAME          PIC X(20).
      *> 'NIGHTLY', 'PENDING', 'SETEND', 'SUPERVISOR', 'STUDENT',
      *> 'EMPLOYERS' or 'RECORD'
       01  LS-ACTION            PIC X(10).
       01  LS-STUDENT           PIC X(20).
       01  LS-TITLE             PIC X(50).
       01  LS-RATING            PIC X.
      *> The comment, or the end date for SETEND
       01  LS-TEXT              PIC X(100).
       01  LS-RETURN-CODE       PIC X.

       PROCEDURE DIVISION USING LS-USERNAME, LS-ACTION, LS-STUDENT,
                                 LS-TITLE, LS-RATING, LS-TEXT,
                                 LS-RETURN-CODE.

           MOVE 'X' TO LS-RETURN-CODE.
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY.
           MOVE WS-TODAY(1:8) TO WS-DATE-NUM.
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM).
           OPEN EXTEND OUTPUT-FILE.
           IF WS-OUTPUT-STATUS = "35"
               OPEN OUTPUT OUTPUT-FILE
           END-IF.

           EVALUATE FUNCTION TRIM(LS-ACTION)
               WHEN "NIGHTLY"
                   PERFORM NIGHTLY-PASS
               WHEN "PENDING"
                   PERFORM LIST-PENDING
               WHEN "SETEND"
                   PERFORM SET-END-DATE
               WHEN "SUPERVISOR"
                   PERFORM SUBMIT-EVALUATION
               WHEN "STUDENT"
                   MOVE LS-USERNAME TO LS-STUDENT
                   PERFORM SUBMIT-EVALUATION
               WHEN "EMPLOYERS"
                   PERFORM EMPLOYER-SUMMARY
               WHEN "RECORD"
                   PERFORM STUDENT-RECORD
           END-EVALUATE.
           CLOSE OUTPUT-FILE.
           GOBACK.

      *> ----------------------------------------------------------
      *> NIGHTLY
      *> ----------------------------------------------------------
       NIGHTLY-PASS SECTION.
           PERFORM LOAD-SETTINGS.
           PERFORM LOAD-EVALS.
           IF WS-EV-OVER = 'Y'
               DISPLAY "placement_evals.txt is over 500 rows; "
                       "evaluations left unchanged."
               MOVE 'F' TO LS-RETURN-CODE
               EXIT SECTION
           END-IF.
           PERFORM OPEN-NEW-PLACEMENTS.

           MOVE 0 TO WS-REMIND-COUNT.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-EV-COUNT
               MOVE WS-EV-TEMP(I) TO WS-LINE
               PERFORM PARSE-EVAL-ROW
               PERFORM CHECK-REMINDER-DUE
               IF WS-REMIND-DUE = 'Y'
                   PERFORM SEND-REMINDERS
                   MOVE WS-TODAY(1:8) TO WS-EV-REMINDED
                   PERFORM BUILD-EVAL-ROW
                   MOVE WS-LINE TO WS-EV-TEMP(I)
                   MOVE 'Y' TO WS-EV-DIRTY
                   ADD 1 TO WS-REMIND-COUNT
               END-IF
           END-PERFORM.

           IF WS-EV-DIRTY = 'Y'
               PERFORM SAVE-EVALS
           END-IF.
           MOVE WS-OPENED-COUNT TO WS-COUNT-TEXT.
           MOVE WS-REMIND-COUNT TO WS-COUNT-TEXT2.
           DISPLAY "Placement evaluations: "
                   FUNCTION TRIM(WS-COUNT-TEXT) " placement(s) opened, "
                   FUNCTION TRIM(WS-COUNT-TEXT2) " reminder(s) sent".
           MOVE 'S' TO LS-RETURN-CODE.
           EXIT SECTION.

       LOAD-SETTINGS SECTION.
           MOVE "PLACEMENT-WEEKS" TO WS-CFG-KEY.
           CALL "SITE-CONFIG" USING WS-CFG-KEY, WS-CFG-VALUE, WS-CFG-RC.
           IF WS-CFG-RC = 'S'
              AND FUNCTION TRIM(WS-CFG-VALUE) IS NUMERIC
              AND FUNCTION NUMVAL(WS-CFG-VALUE) > 0
               MOVE FUNCTION NUMVAL(WS-CFG-VALUE) TO WS-PLACEMENT-WEEKS
           END-IF.
           MOVE "EVAL-REMIND-DAYS" TO WS-CFG-KEY.
           CALL "SITE-CONFIG" USING WS-CFG-KEY, WS-CFG-VALUE, WS-CFG-RC.
           IF WS-CFG-RC = 'S'
              AND FUNCTION TRIM(WS-CFG-VALUE) IS NUMERIC
              AND FUNCTION NUMVAL(WS-CFG-VALUE) > 0
               MOVE FUNCTION NUMVAL(WS-CFG-VALUE) TO WS-REMIND-DAYS
           END-IF.
           MOVE "CAREERS-OFFICE-INBOX" TO WS-CFG-KEY.
           CALL "SITE-CONFIG" USING WS-CFG-KEY, WS-CFG-VALUE, WS-CFG-RC.
           IF WS-CFG-RC = 'S' AND FUNCTION TRIM(WS-CFG-VALUE) > SPACES
               MOVE WS-CFG-VALUE TO WS-OFFICE-INBOX
           END-IF.
           EXIT SECTION.

      *> Every HIRED application without a row gets one.
       OPEN-NEW-PLACEMENTS SECTION.
           MOVE 0 TO WS-OPENED-COUNT.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT APPLICATIONS-FILE.
           IF WS-APP-STATUS NOT = "00"
               CLOSE APPLICATIONS-FILE
               EXIT SECTION
           END-IF.
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ APPLICATIONS-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE APPLICATION-ROW TO WS-LINE
                       PERFORM PARSE-APP-ROW
                       IF FUNCTION TRIM(WS-ROW-STATE) = "HIRED"
                           MOVE WS-ROW-USER TO LS-STUDENT
                           MOVE WS-ROW-TITLE TO LS-TITLE
                           PERFORM FIND-EVAL-ROW
                           IF WS-EV-ROW = 0 AND WS-EV-COUNT < 500
                               PERFORM OPEN-PLACEMENT-ROW
                               ADD 1 TO WS-OPENED-COUNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE APPLICATIONS-FILE.
           MOVE 'N' TO WS-EOF-FLAG.
           EXIT SECTION.

      *> A new row from the WS-ROW-* application fields: supervisor
      *> from the posting, end date from the accepted offer.
       OPEN-PLACEMENT-ROW SECTION.
           MOVE SPACES TO WS-EV-STUDENT, WS-EV-TITLE, WS-EV-EMPLOYER,
                          WS-EV-SUPERVISOR, WS-EV-END, WS-EV-END-FROM,
                          WS-EV-SUP-RATING, WS-EV-SUP-COMMENT,
                          WS-EV-SUP-DATE, WS-EV-STU-RATING,
                          WS-EV-STU-COMMENT, WS-EV-STU-DATE,
                          WS-EV-REMINDED.
           MOVE WS-ROW-USER TO WS-EV-STUDENT.
           MOVE WS-ROW-TITLE TO WS-EV-TITLE.
           MOVE WS-ROW-EMPLOYER TO WS-EV-EMPLOYER.

           OPEN INPUT JOBS-FILE.
           IF WS-JOBS-STATUS = "00"
               PERFORM UNTIL WS-JOBS-STATUS NOT = "00"
                          OR WS-EV-SUPERVISOR NOT = SPACES
                   READ JOBS-FILE INTO WS-JOB-LINE
                       AT END
                           MOVE "10" TO WS-JOBS-STATUS
                       NOT AT END
                           PERFORM PARSE-JOB-ROW
                           IF FUNCTION TRIM(WS-JOB-TITLE) =
                              FUNCTION TRIM(WS-EV-TITLE)
                              AND FUNCTION TRIM(WS-JOB-EMPLOYER) =
                                  FUNCTION TRIM(WS-EV-EMPLOYER)
                               MOVE WS-JOB-POSTER TO WS-EV-SUPERVISOR
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE JOBS-FILE.
      *> A posting JOB-HISTORY has already moved keeps its poster there.
           IF WS-EV-SUPERVISOR = SPACES
               OPEN INPUT HISTORY-FILE
               IF WS-HISTORY-STATUS = "00"
                   PERFORM UNTIL WS-HISTORY-STATUS NOT = "00"
                              OR WS-EV-SUPERVISOR NOT = SPACES
                       READ HISTORY-FILE INTO WS-JOB-LINE
                           AT END
                               MOVE "10" TO WS-HISTORY-STATUS
                           NOT AT END
                               PERFORM PARSE-JOB-ROW
                               IF FUNCTION TRIM(WS-JOB-TITLE) =
                                  FUNCTION TRIM(WS-EV-TITLE)
                                  AND FUNCTION TRIM(WS-JOB-EMPLOYER) =
                                      FUNCTION TRIM(WS-EV-EMPLOYER)
                                   MOVE WS-JOB-POSTER
                                       TO WS-EV-SUPERVISOR
                               END-IF
                       END-READ
                   END-PERFORM
               END-IF
               CLOSE HISTORY-FILE
           END-IF.

           MOVE 'N' TO WS-FOUND.
           OPEN INPUT OFFERS-FILE.
           IF WS-OFFERS-STATUS = "00"
               PERFORM UNTIL WS-OFFERS-STATUS NOT = "00"
                          OR WS-FOUND = 'Y'
                   READ OFFERS-FILE
                       AT END
                           MOVE "10" TO WS-OFFERS-STATUS
                       NOT AT END
                           PERFORM PARSE-OFFER-ROW
                           IF FUNCTION TRIM(WS-OFR-APPLICANT) =
                              FUNCTION TRIM(WS-EV-STUDENT)
                              AND FUNCTION TRIM(WS-OFR-TITLE) =
                                  FUNCTION TRIM(WS-EV-TITLE)
                              AND FUNCTION TRIM(WS-OFR-STATE) = "ACCEPTED"
                              AND WS-OFR-START IS NUMERIC
                               MOVE 'Y' TO WS-FOUND
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE OFFERS-FILE.
           IF WS-FOUND = 'Y'
               MOVE WS-OFR-START TO WS-DATE-NUM
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-NUM) = 0
                   COMPUTE WS-DATE-INT =
                       FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
                       + WS-PLACEMENT-WEEKS * 7
                   MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
                       TO WS-EV-END
                   MOVE "OFFER" TO WS-EV-END-FROM
               END-IF
           END-IF.

           PERFORM BUILD-EVAL-ROW.
           ADD 1 TO WS-EV-COUNT.
           MOVE WS-LINE TO WS-EV-TEMP(WS-EV-COUNT).
           MOVE WS-EV-COUNT TO WS-EV-ROW.
           MOVE 'Y' TO WS-EV-DIRTY.
           EXIT SECTION.

      *> Ended, a form still missing, and never reminded or reminded
      *> EVAL-REMIND-DAYS or more ago.
       CHECK-REMINDER-DUE SECTION.
           MOVE 'N' TO WS-REMIND-DUE.
           PERFORM CHECK-ENDED.
           IF WS-FOUND NOT = 'Y'
               EXIT SECTION
           END-IF.
           IF WS-EV-SUP-RATING NOT = SPACES
              AND WS-EV-STU-RATING NOT = SPACES
               EXIT SECTION
           END-IF.
           IF WS-EV-REMINDED IS NUMERIC
               MOVE WS-EV-REMINDED TO WS-DATE-NUM
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-NUM) = 0
                  AND WS-TODAY-INT - FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
                      < WS-REMIND-DAYS
                   EXIT SECTION
               END-IF
           END-IF.
           MOVE 'Y' TO WS-REMIND-DUE.
           EXIT SECTION.

      *> WS-FOUND = 'Y' when the row's end date is today or earlier.
       CHECK-ENDED SECTION.
           MOVE 'N' TO WS-FOUND.
           IF WS-EV-END IS NOT NUMERIC
               EXIT SECTION
           END-IF.
           IF WS-EV-END <= WS-TODAY(1:8)
               MOVE 'Y' TO WS-FOUND
           END-IF.
           EXIT SECTION.

       SEND-REMINDERS SECTION.
           MOVE WS-OFFICE-INBOX TO WS-MSG-SENDER.
           IF WS-EV-SUP-RATING = SPACES
               INITIALIZE WS-NOTIFY-TEXT
               STRING "Evaluation due: " FUNCTION TRIM(WS-EV-STUDENT)
                      "'s placement as " FUNCTION TRIM(WS-EV-TITLE)
                      " ended " WS-EV-END ". Please rate the student"
                      " under Jobs > Placement Evaluations."
                   DELIMITED BY SIZE INTO WS-NOTIFY-TEXT
               MOVE WS-EV-SUPERVISOR TO WS-MSG-RECIPIENT
               IF WS-MSG-RECIPIENT = SPACES
                   MOVE WS-OFFICE-INBOX TO WS-MSG-RECIPIENT
               END-IF
               CALL "SEND-MESSAGE" USING WS-MSG-SENDER, WS-MSG-RECIPIENT,
                                          WS-SKIP-VERIFY, WS-MSG-RC,
                                          WS-NOTIFY-TEXT
           END-IF.
           IF WS-EV-STU-RATING = SPACES
               INITIALIZE WS-NOTIFY-TEXT
               STRING "Evaluation due: your placement as "
                      FUNCTION TRIM(WS-EV-TITLE) " at "
                      FUNCTION TRIM(WS-EV-EMPLOYER) " ended " WS-EV-END
                      ". Please rate it under Jobs > Placement"
                      " Evaluation."
                   DELIMITED BY SIZE INTO WS-NOTIFY-TEXT
               MOVE WS-EV-STUDENT TO WS-MSG-RECIPIENT
               CALL "SEND-MESSAGE" USING WS-MSG-SENDER, WS-MSG-RECIPIENT,
                                          WS-SKIP-VERIFY, WS-MSG-RC,
                                          WS-NOTIFY-TEXT
           END-IF.
           EXIT SECTION.

      *> ----------------------------------------------------------
      *> PENDING
      *> ----------------------------------------------------------
       LIST-PENDING SECTION.
           PERFORM LOAD-EVALS.
           MOVE 0 TO WS-COUNT.
           MOVE "RESOLVE" TO WS-SEAT-ACTION.
           MOVE SPACES TO WS-SEAT-TARGET.
           CALL "COMPANY-SEATS" USING LS-USERNAME, WS-SEAT-ACTION,
                                       WS-SEAT-TARGET, WS-SEAT-COMPANY,
                                       WS-SEAT-ROLE, WS-SEAT-RC.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-EV-COUNT
               MOVE WS-EV-TEMP(I) TO WS-LINE
               PERFORM PARSE-EVAL-ROW
               PERFORM CHECK-ENDED
               INITIALIZE WS-MESSAGE
               IF FUNCTION TRIM(WS-EV-STUDENT) = FUNCTION TRIM(LS-USERNAME)
                  AND WS-FOUND = 'Y' AND WS-EV-STU-RATING = SPACES
                   STRING "  Your evaluation of " FUNCTION TRIM(WS-EV-TITLE)
                          " at " FUNCTION TRIM(WS-EV-EMPLOYER)
                          " (ended " WS-EV-END ")"
                       DELIMITED BY SIZE INTO WS-MESSAGE
               END-IF
               IF WS-MESSAGE = SPACES
                  AND (FUNCTION TRIM(WS-EV-SUPERVISOR) =
                           FUNCTION TRIM(LS-USERNAME)
                       OR (WS-SEAT-RC = 'S'
                           AND FUNCTION TRIM(WS-EV-EMPLOYER) =
                               FUNCTION TRIM(WS-SEAT-COMPANY)))
                   IF WS-FOUND = 'Y' AND WS-EV-SUP-RATING = SPACES
                       STRING "  Evaluate " FUNCTION TRIM(WS-EV-STUDENT)
                              " on " FUNCTION TRIM(WS-EV-TITLE)
                              " (ended " WS-EV-END ")"
                           DELIMITED BY SIZE INTO WS-MESSAGE
                   END-IF
                   IF WS-EV-END = SPACES
                       STRING "  Set the end date of "
                              FUNCTION TRIM(WS-EV-STUDENT) "'s placement"
                              " on " FUNCTION TRIM(WS-EV-TITLE)
                           DELIMITED BY SIZE INTO WS-MESSAGE
                   END-IF
               END-IF
               IF WS-MESSAGE NOT = SPACES
                   ADD 1 TO WS-COUNT
                   IF WS-COUNT = 1
                       MOVE WS-MESSAGE TO WS-NOTIFY-TEXT
                       MOVE "Placement evaluations waiting on you:"
                           TO WS-MESSAGE
                       PERFORM DISPLAY-AND-LOG
                       MOVE WS-NOTIFY-TEXT TO WS-MESSAGE
                   END-IF
                   PERFORM DISPLAY-AND-LOG
               END-IF
           END-PERFORM.
           IF WS-COUNT = 0
               MOVE "No placement evaluations are waiting on you."
                   TO WS-MESSAGE
               PERFORM DISPLAY-AND-LOG
           END-IF.
           MOVE 'S' TO LS-RETURN-CODE.
           EXIT SECTION.

      *> ----------------------------------------------------------
      *> SETEND / SUPERVISOR / STUDENT
      *> ----------------------------------------------------------
       SET-END-DATE SECTION.
           PERFORM LOCATE-PLACEMENT.
           IF WS-EV-ROW = 0
               MOVE 'P' TO LS-RETURN-CODE
               EXIT SECTION
           END-IF.
           PERFORM CHECK-SUPERVISES.
           IF WS-OWNS-JOB NOT = 'Y'
               MOVE 'P' TO LS-RETURN-CODE
               EXIT SECTION
           END-IF.
           IF LS-TEXT(1:8) IS NOT NUMERIC
              OR LS-TEXT(9:) NOT = SPACES
               MOVE 'D' TO LS-RETURN-CODE
               EXIT SECTION
           END-IF.
           MOVE LS-TEXT(1:8) TO WS-DATE-NUM.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-NUM) NOT = 0
               MOVE 'D' TO LS-RETURN-CODE
               EXIT SECTION
           END-IF.
           MOVE LS-TEXT(1:8) TO WS-EV-END.
           MOVE "SET" TO WS-EV-END-FROM.
      *> A new end date starts the reminder clock over.
           MOVE SPACES TO WS-EV-REMINDED.
           PERFORM BUILD-EVAL-ROW.
           MOVE WS-LINE TO WS-EV-TEMP(WS-EV-ROW).
           PERFORM SAVE-EVALS.
           MOVE 'S' TO LS-RETURN-CODE.
           EXIT SECTION.

       SUBMIT-EVALUATION SECTION.
           PERFORM LOCATE-PLACEMENT.
           IF WS-EV-ROW = 0
               MOVE 'P' TO LS-RETURN-CODE
               EXIT SECTION
           END-IF.
           IF FUNCTION TRIM(LS-ACTION) = "SUPERVISOR"
               PERFORM CHECK-SUPERVISES
               IF WS-OWNS-JOB NOT = 'Y'
                   MOVE 'P' TO LS-RETURN-CODE
                   EXIT SECTION
               END-IF
           END-IF.
           PERFORM CHECK-ENDED.
           IF WS-FOUND NOT = 'Y'
               MOVE 'E' TO LS-RETURN-CODE
               EXIT SECTION
           END-IF.
           IF (FUNCTION TRIM(LS-ACTION) = "SUPERVISOR"
               AND WS-EV-SUP-RATING NOT = SPACES)
              OR (FUNCTION TRIM(LS-ACTION) = "STUDENT"
               AND WS-EV-STU-RATING NOT = SPACES)
               MOVE 'D' TO LS-RETURN-CODE
               EXIT SECTION
           END-IF.
           IF LS-RATING < "1" OR LS-RATING > "5"
               MOVE 'R' TO LS-RETURN-CODE
               EXIT SECTION
           END-IF.

           INSPECT LS-TEXT REPLACING ALL "~" BY "-".
           IF FUNCTION TRIM(LS-ACTION) = "SUPERVISOR"
               MOVE LS-RATING TO WS-EV-SUP-RATING
               MOVE LS-TEXT TO WS-EV-SUP-COMMENT
               MOVE WS-TODAY(1:8) TO WS-EV-SUP-DATE
           ELSE
               MOVE LS-RATING TO WS-EV-STU-RATING
               MOVE LS-TEXT TO WS-EV-STU-COMMENT
               MOVE WS-TODAY(1:8) TO WS-EV-STU-DATE
           END-IF.
           PERFORM BUILD-EVAL-ROW.
           MOVE WS-LINE TO WS-EV-TEMP(WS-EV-ROW).
           PERFORM SAVE-EVALS.
           MOVE 'S' TO LS-RETURN-CODE.
           EXIT SECTION.

      *> LS-STUDENT's LS-TITLE placement into WS-EV-* / WS-EV-ROW,
      *> opening its row first if the placement is HIRED but the
      *> nightly pass has not reached it yet. WS-EV-ROW = 0: none.
       LOCATE-PLACEMENT SECTION.
           PERFORM LOAD-EVALS.
           PERFORM FIND-EVAL-ROW.
           IF WS-EV-ROW > 0 OR WS-EV-OVER = 'Y' OR WS-EV-COUNT >= 500
               EXIT SECTION
           END-IF.
           PERFORM LOAD-SETTINGS.
           MOVE 'N' TO WS-FOUND.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT APPLICATIONS-FILE.
           IF WS-APP-STATUS NOT = "00"
               CLOSE APPLICATIONS-FILE
               EXIT SECTION
           END-IF.
           MOVE LS-STUDENT TO APPLICATION-USER.
           MOVE LOW-VALUES TO APPLICATION-JOB-ID.
           START APPLICATIONS-FILE KEY IS NOT LESS THAN APPLICATION-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-FLAG
           END-START.
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ APPLICATIONS-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF APPLICATION-USER NOT = LS-STUDENT
                           MOVE 'Y' TO WS-EOF-FLAG
                       ELSE
                           MOVE APPLICATION-ROW TO WS-LINE
                           PERFORM PARSE-APP-ROW
                           IF FUNCTION TRIM(WS-ROW-TITLE) =
                              FUNCTION TRIM(LS-TITLE)
                              AND FUNCTION TRIM(WS-ROW-STATE) = "HIRED"
                               MOVE 'Y' TO WS-FOUND
                               MOVE 'Y' TO WS-EOF-FLAG
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE APPLICATIONS-FILE.
           MOVE 'N' TO WS-EOF-FLAG.
           IF WS-FOUND = 'Y'
               PERFORM OPEN-PLACEMENT-ROW
           END-IF.
           EXIT SECTION.

      *> WS-EV-ROW = the row for LS-STUDENT / LS-TITLE (parsed into
      *> WS-EV-*), or 0.
       FIND-EVAL-ROW SECTION.
           MOVE 0 TO WS-EV-ROW.
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > WS-EV-COUNT OR WS-EV-ROW > 0
               MOVE WS-EV-TEMP(I) TO WS-LINE
               PERFORM PARSE-EVAL-ROW
               IF FUNCTION TRIM(WS-EV-STUDENT) = FUNCTION TRIM(LS-STUDENT)
                  AND FUNCTION TRIM(WS-EV-TITLE) = FUNCTION TRIM(LS-TITLE)
                   MOVE I TO WS-EV-ROW
               END-IF
           END-PERFORM.
           EXIT SECTION.

      *> Does LS-USERNAME supervise the placement in WS-EV-*? Its
      *> recorded supervisor, the poster of the posting (live or moved
      *> to jobs_history.txt), or a recruiter seat on the same company
      *> page.
       CHECK-SUPERVISES SECTION.
           MOVE 'N' TO WS-OWNS-JOB.
           IF FUNCTION TRIM(WS-EV-SUPERVISOR) = FUNCTION TRIM(LS-USERNAME)
               MOVE 'Y' TO WS-OWNS-JOB
               EXIT SECTION
           END-IF.
           MOVE "RESOLVE" TO WS-SEAT-ACTION.
           MOVE SPACES TO WS-SEAT-TARGET.
           CALL "COMPANY-SEATS" USING LS-USERNAME, WS-SEAT-ACTION,
                                       WS-SEAT-TARGET, WS-SEAT-COMPANY,
                                       WS-SEAT-ROLE, WS-SEAT-RC.
           IF WS-SEAT-RC = 'S'
              AND FUNCTION TRIM(WS-SEAT-COMPANY) =
                  FUNCTION TRIM(WS-EV-EMPLOYER)
               MOVE 'Y' TO WS-OWNS-JOB
               EXIT SECTION
           END-IF.
           OPEN INPUT JOBS-FILE.
           IF WS-JOBS-STATUS = "00"
               PERFORM UNTIL WS-OWNS-JOB = 'Y'
                          OR WS-JOBS-STATUS NOT = "00"
                   READ JOBS-FILE INTO WS-JOB-LINE
                       AT END
                           MOVE "10" TO WS-JOBS-STATUS
                       NOT AT END
                           PERFORM CHECK-POSTER-ROW
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE JOBS-FILE.
           IF WS-OWNS-JOB = 'Y'
               EXIT SECTION
           END-IF.
           OPEN INPUT HISTORY-FILE.
           IF WS-HISTORY-STATUS = "00"
               PERFORM UNTIL WS-OWNS-JOB = 'Y'
                          OR WS-HISTORY-STATUS NOT = "00"
                   READ HISTORY-FILE INTO WS-JOB-LINE
                       AT END
                           MOVE "10" TO WS-HISTORY-STATUS
                       NOT AT END
                           PERFORM CHECK-POSTER-ROW
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE HISTORY-FILE.
           EXIT SECTION.

      *> WS-OWNS-JOB when WS-JOB-LINE is this placement's posting and
      *> LS-USERNAME posted it
       CHECK-POSTER-ROW SECTION.
           PERFORM PARSE-JOB-ROW.
           IF FUNCTION TRIM(WS-JOB-TITLE) = FUNCTION TRIM(WS-EV-TITLE)
              AND FUNCTION TRIM(WS-JOB-EMPLOYER) =
                  FUNCTION TRIM(WS-EV-EMPLOYER)
              AND FUNCTION TRIM(WS-JOB-POSTER) =
                  FUNCTION TRIM(LS-USERNAME)
               MOVE 'Y' TO WS-OWNS-JOB
           END-IF.
           EXIT SECTION.

      *> ----------------------------------------------------------
      *> EMPLOYERS
      *> ----------------------------------------------------------
       EMPLOYER-SUMMARY SECTION.
           PERFORM LOAD-EVALS.
           MOVE 0 TO WS-EMP-COUNT.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-EV-COUNT
               MOVE WS-EV-TEMP(I) TO WS-LINE
               PERFORM PARSE-EVAL-ROW
               PERFORM CHECK-ENDED
               IF WS-FOUND = 'Y'
                   PERFORM ADD-TO-EMPLOYER
               END-IF
           END-PERFORM.

           OPEN OUTPUT REPORT-FILE.
           MOVE "Student satisfaction by employer (ended placements)"
               TO WS-MESSAGE.
           PERFORM REPORT-AND-LOG.
           MOVE "---------------------------------------------------"
               TO WS-MESSAGE.
           PERFORM REPORT-AND-LOG.
           IF WS-EMP-COUNT = 0
               MOVE "No placement has ended yet." TO WS-MESSAGE
               PERFORM REPORT-AND-LOG
           END-IF.
           PERFORM VARYING E FROM 1 BY 1 UNTIL E > WS-EMP-COUNT
               PERFORM WRITE-EMPLOYER-LINES
           END-PERFORM.
           CLOSE REPORT-FILE.
           MOVE 'S' TO LS-RETURN-CODE.
           EXIT SECTION.

       ADD-TO-EMPLOYER SECTION.
           PERFORM VARYING E FROM 1 BY 1 UNTIL E > WS-EMP-COUNT
               IF WS-EMP-NAME(E) = WS-EV-EMPLOYER
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF E > WS-EMP-COUNT
               IF WS-EMP-COUNT >= 200
                   EXIT SECTION
               END-IF
               ADD 1 TO WS-EMP-COUNT
               MOVE WS-EV-EMPLOYER TO WS-EMP-NAME(E)
               MOVE 0 TO WS-EMP-ENDED(E), WS-EMP-EVALS(E),
                         WS-EMP-TOTAL(E), WS-EMP-HAPPY(E)
           END-IF.
           ADD 1 TO WS-EMP-ENDED(E).
           IF WS-EV-STU-RATING IS NUMERIC
               MOVE WS-EV-STU-RATING TO WS-RATING-NUM
               ADD 1 TO WS-EMP-EVALS(E)
               ADD WS-RATING-NUM TO WS-EMP-TOTAL(E)
               IF WS-RATING-NUM >= 4
                   ADD 1 TO WS-EMP-HAPPY(E)
               END-IF
           END-IF.
           EXIT SECTION.

      *> The employer's totals, then its students' comments (no names:
      *> the careers office needs the substance, not the source).
       WRITE-EMPLOYER-LINES SECTION.
           MOVE WS-EMP-ENDED(E) TO WS-COUNT-TEXT.
           MOVE WS-EMP-EVALS(E) TO WS-COUNT-TEXT2.
           INITIALIZE WS-MESSAGE.
           IF WS-EMP-EVALS(E) = 0
               STRING FUNCTION TRIM(WS-EMP-NAME(E)) ": "
                      FUNCTION TRIM(WS-COUNT-TEXT) " ended, "
                      "no student evaluations yet"
                   DELIMITED BY SIZE INTO WS-MESSAGE
           ELSE
               COMPUTE WS-AVERAGE ROUNDED =
                   WS-EMP-TOTAL(E) / WS-EMP-EVALS(E)
               MOVE WS-AVERAGE TO WS-AVERAGE-TEXT
               MOVE WS-EMP-HAPPY(E) TO WS-COUNT-TEXT3
               STRING FUNCTION TRIM(WS-EMP-NAME(E)) ": "
                      FUNCTION TRIM(WS-COUNT-TEXT) " ended, "
                      FUNCTION TRIM(WS-COUNT-TEXT2) " evaluated, "
                      "average " WS-AVERAGE-TEXT " / 5, "
                      FUNCTION TRIM(WS-COUNT-TEXT3) " rated 4 or 5"
                   DELIMITED BY SIZE INTO WS-MESSAGE
           END-IF.
           PERFORM REPORT-AND-LOG.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-EV-COUNT
               MOVE WS-EV-TEMP(I) TO WS-LINE
               PERFORM PARSE-EVAL-ROW
               IF WS-EV-EMPLOYER = WS-EMP-NAME(E)
                  AND WS-EV-STU-RATING IS NUMERIC
                  AND WS-EV-STU-COMMENT NOT = SPACES
                   INITIALIZE WS-MESSAGE
                   STRING "    " WS-EV-STU-RATING "/5 "
                          FUNCTION TRIM(WS-EV-STU-COMMENT)
                       DELIMITED BY SIZE INTO WS-MESSAGE
                   PERFORM REPORT-AND-LOG
               END-IF
           END-PERFORM.
           EXIT SECTION.

      *> ----------------------------------------------------------
      *> RECORD
      *> ----------------------------------------------------------
       STUDENT-RECORD SECTION.
           MOVE "CHECKUSER" TO WS-SCOPE-ACTION.
           CALL "STAFF-SCOPE" USING LS-USERNAME, WS-SCOPE-ACTION,
                                     LS-STUDENT, WS-SCOPE-CAMPUS,
                                     WS-SCOPE-RC.
           IF WS-SCOPE-RC NOT = 'S'
               MOVE WS-SCOPE-RC TO LS-RETURN-CODE
               IF WS-SCOPE-RC NOT = 'O'
                   MOVE 'F' TO LS-RETURN-CODE
               END-IF
               EXIT SECTION
           END-IF.

           PERFORM LOAD-EVALS.
           INITIALIZE WS-MESSAGE.
           STRING "Placement record for " FUNCTION TRIM(LS-STUDENT) ":"
               DELIMITED BY SIZE INTO WS-MESSAGE.
           PERFORM DISPLAY-AND-LOG.
           MOVE 0 TO WS-COUNT.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-EV-COUNT
               MOVE WS-EV-TEMP(I) TO WS-LINE
               PERFORM PARSE-EVAL-ROW
               IF FUNCTION TRIM(WS-EV-STUDENT) = FUNCTION TRIM(LS-STUDENT)
                   ADD 1 TO WS-COUNT
                   PERFORM SHOW-RECORD-LINES
               END-IF
           END-PERFORM.
           IF WS-COUNT = 0
               MOVE "  No placements on file." TO WS-MESSAGE
               PERFORM DISPLAY-AND-LOG
           END-IF.
           MOVE 'S' TO LS-RETURN-CODE.
           EXIT SECTION.

       SHOW-RECORD-LINES SECTION.
           PERFORM SUM-APPROVED-HOURS.
           MOVE WS-APPROVED-HOURS TO WS-COUNT-TEXT.
           INITIALIZE WS-MESSAGE.
           IF WS-EV-END = SPACES
               STRING "  " FUNCTION TRIM(WS-EV-TITLE) " at "
                      FUNCTION TRIM(WS-EV-EMPLOYER)
                      ", end date not set, "
                      FUNCTION TRIM(WS-COUNT-TEXT) " approved hours"
                   DELIMITED BY SIZE INTO WS-MESSAGE
           ELSE
               STRING "  " FUNCTION TRIM(WS-EV-TITLE) " at "
                      FUNCTION TRIM(WS-EV-EMPLOYER) ", ends "
                      WS-EV-END ", "
                      FUNCTION TRIM(WS-COUNT-TEXT) " approved hours"
                   DELIMITED BY SIZE INTO WS-MESSAGE
           END-IF.
           PERFORM DISPLAY-AND-LOG.
           INITIALIZE WS-MESSAGE.
           IF WS-EV-SUP-RATING = SPACES
               MOVE "    Supervisor evaluation: not yet submitted"
                   TO WS-MESSAGE
           ELSE
               STRING "    Supervisor rating: " WS-EV-SUP-RATING
                      " / 5 (" WS-EV-SUP-DATE ") "
                      FUNCTION TRIM(WS-EV-SUP-COMMENT)
                   DELIMITED BY SIZE INTO WS-MESSAGE
           END-IF.
           PERFORM DISPLAY-AND-LOG.
           EXIT SECTION.

       SUM-APPROVED-HOURS SECTION.
           MOVE 0 TO WS-APPROVED-HOURS.
           OPEN INPUT SHEETS-FILE.
           IF WS-SHEETS-STATUS = "00"
               PERFORM UNTIL WS-SHEETS-STATUS NOT = "00"
                   READ SHEETS-FILE
                       AT END
                           MOVE "10" TO WS-SHEETS-STATUS
                       NOT AT END
                           PERFORM PARSE-SHEET-ROW
                           IF FUNCTION TRIM(WS-TS-STUDENT) =
                              FUNCTION TRIM(WS-EV-STUDENT)
                              AND FUNCTION TRIM(WS-TS-TITLE) =
                                  FUNCTION TRIM(WS-EV-TITLE)
                              AND FUNCTION TRIM(WS-TS-STATE) = "APPROVED"
                              AND FUNCTION TRIM(WS-TS-HOURS) IS NUMERIC
                               ADD FUNCTION NUMVAL(WS-TS-HOURS)
                                   TO WS-APPROVED-HOURS
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE SHEETS-FILE.
           EXIT SECTION.

      *> ----------------------------------------------------------
      *> File handling
      *> ----------------------------------------------------------
       LOAD-EVALS SECTION.
           MOVE 0 TO WS-EV-COUNT.
           MOVE 'N' TO WS-EV-OVER.
           MOVE 'N' TO WS-EV-DIRTY.
           OPEN INPUT EVALS-FILE.
           IF WS-EVALS-STATUS NOT = "00"
               CLOSE EVALS-FILE
               EXIT SECTION
           END-IF.
           PERFORM UNTIL WS-EVALS-STATUS NOT = "00"
               READ EVALS-FILE
                   AT END
                       MOVE "10" TO WS-EVALS-STATUS
                   NOT AT END
                       IF FUNCTION TRIM(EVAL-RECORD) > SPACES
                           IF WS-EV-COUNT < 500
                               ADD 1 TO WS-EV-COUNT
                               MOVE EVAL-RECORD TO WS-EV-TEMP(WS-EV-COUNT)
                           ELSE
                               MOVE 'Y' TO WS-EV-OVER
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE EVALS-FILE.
           EXIT SECTION.

       SAVE-EVALS SECTION.
           IF WS-EV-OVER = 'Y'
               EXIT SECTION
           END-IF.
           OPEN OUTPUT EVALS-FILE.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-EV-COUNT
               WRITE EVAL-RECORD FROM WS-EV-TEMP(I)
           END-PERFORM.
           CLOSE EVALS-FILE.
           MOVE 'N' TO WS-EV-DIRTY.
           EXIT SECTION.

       PARSE-EVAL-ROW SECTION.
           MOVE SPACES TO WS-EV-STUDENT, WS-EV-TITLE, WS-EV-EMPLOYER,
                          WS-EV-SUPERVISOR, WS-EV-END, WS-EV-END-FROM,
                          WS-EV-SUP-RATING, WS-EV-SUP-COMMENT,
                          WS-EV-SUP-DATE, WS-EV-STU-RATING,
                          WS-EV-STU-COMMENT, WS-EV-STU-DATE,
                          WS-EV-REMINDED.
           UNSTRING WS-LINE DELIMITED BY "~"
               INTO WS-EV-STUDENT, WS-EV-TITLE, WS-EV-EMPLOYER,
                    WS-EV-SUPERVISOR, WS-EV-END, WS-EV-END-FROM,
                    WS-EV-SUP-RATING, WS-EV-SUP-COMMENT,
                    WS-EV-SUP-DATE, WS-EV-STU-RATING,
                    WS-EV-STU-COMMENT, WS-EV-STU-DATE,
                    WS-EV-REMINDED
           END-UNSTRING.
           EXIT SECTION.

       BUILD-EVAL-ROW SECTION.
           MOVE SPACES TO WS-LINE.
           STRING FUNCTION TRIM(WS-EV-STUDENT) "~"
                  FUNCTION TRIM(WS-EV-TITLE) "~"
                  FUNCTION TRIM(WS-EV-EMPLOYER) "~"
                  FUNCTION TRIM(WS-EV-SUPERVISOR) "~"
                  FUNCTION TRIM(WS-EV-END) "~"
                  FUNCTION TRIM(WS-EV-END-FROM) "~"
                  FUNCTION TRIM(WS-EV-SUP-RATING) "~"
                  FUNCTION TRIM(WS-EV-SUP-COMMENT) "~"
                  FUNCTION TRIM(WS-EV-SUP-DATE) "~"
                  FUNCTION TRIM(WS-EV-STU-RATING) "~"
                  FUNCTION TRIM(WS-EV-STU-COMMENT) "~"
                  FUNCTION TRIM(WS-EV-STU-DATE) "~"
                  FUNCTION TRIM(WS-EV-REMINDED)
               DELIMITED BY SIZE INTO WS-LINE.
           EXIT SECTION.

       PARSE-APP-ROW SECTION.
           MOVE SPACES TO WS-ROW-USER, WS-ROW-JOBNUM, WS-ROW-TITLE,
                          WS-ROW-EMPLOYER, WS-ROW-LOCATION,
                          WS-ROW-STATE.
           UNSTRING WS-LINE DELIMITED BY "~"
               INTO WS-ROW-USER, WS-ROW-JOBNUM, WS-ROW-TITLE,
                    WS-ROW-EMPLOYER, WS-ROW-LOCATION, WS-ROW-STATE
           END-UNSTRING.
           EXIT SECTION.

       PARSE-JOB-ROW SECTION.
           MOVE SPACES TO WS-JOB-POSTER, WS-JOB-TITLE, WS-JOB-DESC,
                          WS-JOB-EMPLOYER.
           UNSTRING WS-JOB-LINE DELIMITED BY "~"
               INTO WS-JOB-POSTER, WS-JOB-TITLE, WS-JOB-DESC,
                    WS-JOB-EMPLOYER
           END-UNSTRING.
           EXIT SECTION.

       PARSE-OFFER-ROW SECTION.
           MOVE SPACES TO WS-OFR-EMPLOYER, WS-OFR-APPLICANT,
                          WS-OFR-TITLE, WS-OFR-COMPANY, WS-OFR-TERMS,
                          WS-OFR-START, WS-OFR-DEADLINE, WS-OFR-STATE.
           UNSTRING OFFER-RECORD DELIMITED BY "~"
               INTO WS-OFR-EMPLOYER, WS-OFR-APPLICANT, WS-OFR-TITLE,
                    WS-OFR-COMPANY, WS-OFR-TERMS, WS-OFR-START,
                    WS-OFR-DEADLINE, WS-OFR-STATE
           END-UNSTRING.
           EXIT SECTION.

       PARSE-SHEET-ROW SECTION.
           MOVE SPACES TO WS-TS-STUDENT, WS-TS-TITLE, WS-TS-EMPLOYER,
                          WS-TS-WEEK, WS-TS-HOURS, WS-TS-STATE.
           UNSTRING SHEET-RECORD DELIMITED BY "~"
               INTO WS-TS-STUDENT, WS-TS-TITLE, WS-TS-EMPLOYER,
                    WS-TS-WEEK, WS-TS-HOURS, WS-TS-STATE
           END-UNSTRING.
           EXIT SECTION.

       REPORT-AND-LOG SECTION.
           MOVE WS-MESSAGE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           PERFORM DISPLAY-AND-LOG.
           EXIT SECTION.

       DISPLAY-AND-LOG SECTION.
           DISPLAY FUNCTION TRIM(WS-MESSAGE).
           MOVE WS-MESSAGE TO OUTPUT-RECORD.
           WRITE OUTPUT-RECORD.
           EXIT.
