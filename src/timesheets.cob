       *> week; the registrar's monthly report sums only APPROVED
       *> hours. One row per logged week in timesheets.txt:
       *>   student~title~employerName~weekEnding~hours~status
       *> LOG refuses without a HIRED applications.dat row ('P') and
       *> refuses a second entry for the same week ('D'). APPROVE and
       *> DISPUTE are guarded by the same jobs.txt ownership rule the
       *> rest of the employer actions use (recruiter seats count); a
       *> posting JOB-HISTORY has moved is checked in jobs_history.txt,
       *> so its supervisor can still sign off the remaining weeks.
       *> MONTHLY writes InCollege-HoursReport.txt: approved hours per
       *> student per month.

           SELECT SHEETS-FILE ASSIGN TO "timesheets.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SHEETS-STATUS.
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
           SELECT REPORT-FILE ASSIGN TO "InCollege-HoursReport.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OUTPUT-FILE ASSIGN TO "InCollege-Output.txt"
       01  SHEET-RECORD         PIC X(160).

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

       FD  REPORT-FILE.
       01  REPORT-RECORD        PIC X(120).

       01  WS-SHEETS-STATUS     PIC X(2).
       01  WS-APP-STATUS        PIC X(2).
       01  WS-JOBS-STATUS       PIC X(2).
       01  WS-HISTORY-STATUS    PIC X(2).
       01  WS-OUTPUT-STATUS     PIC X(2).
       01  WS-EOF-FLAG          PIC X VALUE 'N'.
       01  WS-MESSAGE           PIC X(200).
       01  WS-TS-HOURS          PIC X(4).
       01  WS-TS-STATE          PIC X(10).

      *> applications.dat fields for the placement check
       01  WS-ROW-USER          PIC X(20).
       01  WS-ROW-JOBNUM        PIC X(10).
       01  WS-ROW-TITLE         PIC X(50).
       01  WS-ROW-LOCATION      PIC X(50).
       01  WS-ROW-STATE         PIC X(12).

      *> jobs.txt / jobs_history.txt ownership fields + recruiter seat
       01  WS-JOB-LINE          PIC X(500).
       01  WS-JOB-POSTER        PIC X(20).
       01  WS-JOB-TITLE         PIC X(50).
       01  WS-JOB-DESC          PIC X(200).
               CLOSE APPLICATIONS-FILE
               EXIT SECTION
           END-IF.
           MOVE LS-USERNAME TO APPLICATION-USER.
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
                       IF APPLICATION-USER NOT = LS-USERNAME
                           MOVE 'Y' TO WS-EOF-FLAG
                       ELSE
                           MOVE APPLICATION-ROW TO WS-LINE
                           PERFORM PARSE-APP-ROW
                           IF FUNCTION TRIM(WS-ROW-USER) =
                              FUNCTION TRIM(LS-USERNAME)
                              AND FUNCTION TRIM(WS-ROW-TITLE) =
                                  FUNCTION TRIM(LS-TITLE)
                              AND FUNCTION TRIM(WS-ROW-STATE) = "HIRED"
                               MOVE 'Y' TO WS-PLACED
                               MOVE WS-ROW-EMPLOYER
                                   TO WS-PLACED-EMPLOYER
                               MOVE 'Y' TO WS-EOF-FLAG
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           EXIT SECTION.

      *> Does the caller supervise this placement? Poster of the
      *> posting, or a recruiter seat on the same company page; the
      *> live postings first, then the ones JOB-HISTORY has moved.
       CHECK-OWNS-PLACEMENT SECTION.
           MOVE 'N' TO WS-OWNS-JOB.
           MOVE "RESOLVE" TO WS-SEAT-ACTION.
                                       WS-SEAT-TARGET, WS-SEAT-COMPANY,
                                       WS-SEAT-ROLE, WS-SEAT-RC.
           OPEN INPUT JOBS-FILE.
           IF WS-JOBS-STATUS = "00"
               PERFORM UNTIL WS-OWNS-JOB = 'Y'
                          OR WS-JOBS-STATUS NOT = "00"
                   READ JOBS-FILE INTO WS-JOB-LINE
                       AT END
                           MOVE "10" TO WS-JOBS-STATUS
                       NOT AT END
                           PERFORM CHECK-OWNER-ROW
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
                           PERFORM CHECK-OWNER-ROW
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE HISTORY-FILE.
           EXIT SECTION.

      *> jobs.txt / jobs_history.txt row in WS-JOB-LINE
       CHECK-OWNER-ROW SECTION.
           MOVE SPACES TO WS-JOB-POSTER, WS-JOB-TITLE, WS-JOB-DESC,
                          WS-JOB-EMPLOYER.
           UNSTRING WS-JOB-LINE DELIMITED BY "~"
               INTO WS-JOB-POSTER, WS-JOB-TITLE, WS-JOB-DESC,
                    WS-JOB-EMPLOYER
           END-UNSTRING.
           IF FUNCTION TRIM(WS-JOB-TITLE) = FUNCTION TRIM(LS-TITLE)
              AND (FUNCTION TRIM(WS-JOB-POSTER) =
                       FUNCTION TRIM(LS-USERNAME)
                   OR (WS-SEAT-RC = 'S'
                       AND FUNCTION TRIM(WS-JOB-EMPLOYER) =
                           FUNCTION TRIM(WS-SEAT-COMPANY)))
               MOVE 'Y' TO WS-OWNS-JOB
           END-IF.
           EXIT SECTION.

       LIST-FOR-REVIEW SECTION.
