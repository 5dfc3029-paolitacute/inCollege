       *> On-demand funnel summary for the logged-in employer: one
       *> section per posting they own in jobs.txt showing how many
       *> students saved it (saved_jobs.txt), how many applied
       *> (applications.dat), and where those applications stand in the
       *> pipeline. Shown on screen and also written to a tidy
       *> "<username>-funnel.txt" the employer can take to their hiring
       *> manager, the same way EXPORT-PROFILE writes
       *> "<username>-profile.txt". Postings JOB-HISTORY has moved to
       *> jobs_history.txt are reported after the live ones, under the
       *> same stable job ids their applications are keyed on.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT JOBS-FILE ASSIGN TO "jobs.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBS-STATUS.
           SELECT HISTORY-FILE ASSIGN TO "jobs_history.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT APPLICATIONS-FILE ASSIGN TO "applications.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APPLICATION-KEY
               ALTERNATE RECORD KEY IS APPLICATION-JOB-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-APP-STATUS.
           SELECT SAVED-JOBS-FILE ASSIGN TO "saved_jobs.txt"
               ORGANIZATION IS LINE SEQUENTIAL
       FD  JOBS-FILE.
       01  JOB-RECORD           PIC X(500).

       FD  HISTORY-FILE.
       01  HISTORY-RECORD       PIC X(500).

       FD  APPLICATIONS-FILE.
       01  APPLICATION-RECORD.
           05  APPLICATION-KEY.
               10  APPLICATION-USER    PIC X(20).
               10  APPLICATION-JOB-ID  PIC X(8).
           05  APPLICATION-JOB-KEY     PIC X(8).
           05  APPLICATION-ROW         PIC X(500).

       FD  SAVED-JOBS-FILE.
       01  SAVED-JOB-RECORD     PIC X(500).

       WORKING-STORAGE SECTION.
       01  WS-JOBS-STATUS       PIC X(2).
       01  WS-HISTORY-STATUS    PIC X(2).
       01  WS-APP-STATUS        PIC X(2).
       01  WS-SAVED-STATUS      PIC X(2).
       01  WS-FUNNEL-STATUS     PIC X(2).
              10 WS-POSTING-TITLE    PIC X(50).
              10 WS-POSTING-EMPLOYER PIC X(50).
              10 WS-POSTING-STATUS   PIC X(10).
              10 WS-POSTING-JOB-ID   PIC X(8).

      *> jobs.txt row fields
       01  WS-JOB-POSTER        PIC X(20).
       01  WS-JOB-SALARY        PIC X(50).
       01  WS-JOB-POSTED-ON     PIC X(8).
       01  WS-JOB-STATUS        PIC X(10).
       01  WS-JOB-SKIP          PIC X(200).
       01  WS-JOB-ID            PIC X(8).

      *> applications.dat / saved_jobs.txt row fields
       01  WS-ROW-USER          PIC X(20).
       01  WS-ROW-JOBNUM        PIC X(10).
       01  WS-ROW-TITLE         PIC X(50).
       01  WS-REJECTED-COUNT    PIC 9(4).
       01  WS-HIRED-COUNT       PIC 9(4).
       01  WS-TOTAL-APPS        PIC 9(4).
      *> Applications a connection referred (JOB-REFERRAL), against the
      *> ones that came in directly
       01  WS-REFERRED-COUNT    PIC 9(4).
       01  WS-DIRECT-COUNT      PIC 9(4).
       01  WS-RFR-ACTION        PIC X(10).
       01  WS-RFR-IDENT         PIC X(130).
       01  WS-RFR-STATE         PIC X(12).
       01  WS-RFR-REFERRER      PIC X(20).
       01  WS-RFR-RC            PIC X.

      *> Interview-outcome split: scheduled interviews that have a
      *> scorecard on file versus those still silent
       LOAD-MY-POSTINGS SECTION.
           MOVE 0 TO WS-POSTING-COUNT.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT JOBS-FILE.
           IF WS-JOBS-STATUS = "00"
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ JOBS-FILE INTO WS-LINE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM TAKE-POSTING-ROW
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
                           PERFORM TAKE-POSTING-ROW
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE HISTORY-FILE.
           EXIT SECTION.

      *> jobs.txt / jobs_history.txt row in WS-LINE
       TAKE-POSTING-ROW SECTION.
           MOVE SPACES TO WS-JOB-POSTER, WS-JOB-TITLE,
               WS-JOB-DESC, WS-JOB-EMPLOYER, WS-JOB-LOCATION,
               WS-JOB-SALARY, WS-JOB-POSTED-ON, WS-JOB-STATUS,
               WS-JOB-ID.
           UNSTRING WS-LINE DELIMITED BY "~"
               INTO WS-JOB-POSTER, WS-JOB-TITLE, WS-JOB-DESC,
                    WS-JOB-EMPLOYER, WS-JOB-LOCATION,
                    WS-JOB-SALARY, WS-JOB-POSTED-ON,
                    WS-JOB-STATUS, WS-JOB-SKIP, WS-JOB-SKIP,
                    WS-JOB-SKIP, WS-JOB-ID
           END-UNSTRING.
           IF FUNCTION TRIM(WS-JOB-POSTER) =
              FUNCTION TRIM(LS-USERNAME)
              AND WS-POSTING-COUNT < 50
               ADD 1 TO WS-POSTING-COUNT
               MOVE WS-JOB-TITLE
                   TO WS-POSTING-TITLE(WS-POSTING-COUNT)
               MOVE WS-JOB-EMPLOYER
                   TO WS-POSTING-EMPLOYER(WS-POSTING-COUNT)
               MOVE WS-JOB-STATUS
                   TO WS-POSTING-STATUS(WS-POSTING-COUNT)
               MOVE WS-JOB-ID
                   TO WS-POSTING-JOB-ID(WS-POSTING-COUNT)
           END-IF.
           EXIT SECTION.

       REPORT-ONE-POSTING SECTION.
               DELIMITED BY SIZE INTO WS-MESSAGE.
           PERFORM DISPLAY-LOG-AND-FILE.

           COMPUTE WS-DIRECT-COUNT = WS-TOTAL-APPS - WS-REFERRED-COUNT.
           MOVE WS-REFERRED-COUNT TO WS-COUNT-TEXT.
           INITIALIZE WS-MESSAGE.
           STRING "  Referral-sourced: " FUNCTION TRIM(WS-COUNT-TEXT)
               DELIMITED BY SIZE INTO WS-MESSAGE.
           MOVE WS-DIRECT-COUNT TO WS-COUNT-TEXT.
           STRING FUNCTION TRIM(WS-MESSAGE)
                  "   Direct: " FUNCTION TRIM(WS-COUNT-TEXT)
               DELIMITED BY SIZE INTO WS-MESSAGE.
           PERFORM DISPLAY-LOG-AND-FILE.

           PERFORM COUNT-INTERVIEWS-FOR-POSTING.
           IF WS-IV-TOTAL > 0
               MOVE WS-IV-TOTAL TO WS-COUNT-TEXT
           MOVE 0 TO WS-REJECTED-COUNT.
           MOVE 0 TO WS-HIRED-COUNT.
           MOVE 0 TO WS-TOTAL-APPS.
           MOVE 0 TO WS-REFERRED-COUNT.
           MOVE 'N' TO WS-EOF-FLAG.

           OPEN INPUT APPLICATIONS-FILE.
               EXIT SECTION
           END-IF.

      *> A posting with a permanent id reads just its own run of the
      *> job-id key; an older posting without one walks the whole file
      *> and matches on title and employer as before.
           IF WS-POSTING-JOB-ID(K) > SPACES
               MOVE WS-POSTING-JOB-ID(K) TO APPLICATION-JOB-KEY
               START APPLICATIONS-FILE KEY IS = APPLICATION-JOB-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-EOF-FLAG
               END-START
           END-IF.

           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ APPLICATIONS-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF WS-POSTING-JOB-ID(K) > SPACES
                          AND APPLICATION-JOB-KEY NOT =
                              WS-POSTING-JOB-ID(K)
                           MOVE 'Y' TO WS-EOF-FLAG
                       ELSE
                           MOVE APPLICATION-ROW TO WS-LINE
                           PERFORM TALLY-ONE-APPLICATION
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE APPLICATIONS-FILE.
           EXIT SECTION.

       TALLY-ONE-APPLICATION SECTION.
           PERFORM PARSE-FLAT-ROW.
           IF FUNCTION TRIM(WS-ROW-TITLE) =
              FUNCTION TRIM(WS-POSTING-TITLE(K))
              AND FUNCTION TRIM(WS-ROW-EMPLOYER) =
                  FUNCTION TRIM(WS-POSTING-EMPLOYER(K))
               ADD 1 TO WS-TOTAL-APPS
               PERFORM CHECK-REFERRED
               EVALUATE FUNCTION TRIM(WS-ROW-STATUS)
                   WHEN "REVIEWED"
                       ADD 1 TO WS-REVIEWED-COUNT
                   WHEN "INTERVIEWING"
                       ADD 1 TO WS-INTERVIEW-COUNT
                   WHEN "OFFERED"
                       ADD 1 TO WS-OFFERED-COUNT
                   WHEN "REJECTED"
                       ADD 1 TO WS-REJECTED-COUNT
                   WHEN "HIRED"
                       ADD 1 TO WS-HIRED-COUNT
                   WHEN OTHER
                       ADD 1 TO WS-APPLIED-COUNT
               END-EVALUATE
           END-IF.
           EXIT SECTION.

       CHECK-REFERRED SECTION.
           INITIALIZE WS-RFR-IDENT.
           STRING "~" FUNCTION TRIM(WS-ROW-TITLE)
                  "~" FUNCTION TRIM(WS-ROW-EMPLOYER)
                  DELIMITED BY SIZE INTO WS-RFR-IDENT.
           MOVE "LOOKUP" TO WS-RFR-ACTION.
           MOVE SPACES TO WS-RFR-STATE.
           CALL "JOB-REFERRAL" USING LS-USERNAME, WS-RFR-ACTION,
                                      WS-ROW-USER, WS-RFR-IDENT,
                                      WS-ROW-JOBNUM, WS-RFR-STATE,
                                      WS-RFR-REFERRER, WS-RFR-RC.
           IF WS-RFR-RC = 'S'
               ADD 1 TO WS-REFERRED-COUNT
           END-IF.
           EXIT SECTION.

       PARSE-FLAT-ROW SECTION.
           MOVE SPACES TO WS-ROW-USER, WS-ROW-JOBNUM, WS-ROW-TITLE,
                          WS-ROW-EMPLOYER, WS-ROW-LOCATION, WS-ROW-STATUS.
