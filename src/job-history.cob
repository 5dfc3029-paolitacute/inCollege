       >>SOURCE FREE
       *> Keeps jobs.txt down to the postings that are still live. Every
       *> expired, rejected, taken-down or filled posting used to stay
       *> in jobs.txt for good, read by every browse, match, alert and
       *> bulletin pass and counted against the rewriters' row tables.
       *>   CLOSED  OFFERS (last opening filled), CAMPUS-APPROVAL
       *>           (rejected) and MODERATION (taken down) call this as
       *>           they set a posting CLOSED; the date goes to
       *>           job_closures.txt:
       *>             jobId~YYYYMMDD~closedBy
       *>           (the latest row for an id is the one that counts)
       *>   MOVE    the monthly BATCH-NIGHTLY step. A posting has been
       *>           closed since
       *>             CLOSED     its job_closures.txt date; a CLOSED
       *>                        posting with no date on file (closed
       *>                        before the file existed) is stamped
       *>                        today, which starts its clock
       *>             expired    posted date + JOB-EXPIRE-DAYS, the
       *>                        same expiry BROWSE-JOB applies
       *>           and HELD or PENDING-CAMPUS postings are never moved.
       *>           Those closed more than JOB-HISTORY-DAYS (site
       *>           setting, default 90) before the CURRENT-DATE basis
       *>           are copied to jobs_history.txt -- the same row,
       *>           stable job id and all, so applications.dat still
       *>           points at them -- and then taken out of jobs.txt.
       *>           A posting without a stable id stays where it is.
       *>           The copy skips ids already in the history file, so
       *>           a run interrupted between the copy and the rewrite
       *>           never copies a posting twice. A jobs.txt larger than
       *>           the rewrite table is left alone and reported.
       *>           Their job_closures.txt rows go with them. The run is
       *>           listed in InCollege-JobHistoryReport.txt.
       *>   VIEW    the employer's own postings (or their company's,
       *>           for a recruiter seat) in jobs_history.txt, with
       *>           applicant counts
       *>   SHOW    one of those postings by job id and its applicants,
       *>           read-only -- a moved posting is never edited; only
       *>           RENAME-USER and COMPANY-MERGE touch jobs_history.txt
       *>           again, to carry a renamed poster or employer
       *> EMPLOYER-FUNNEL, JOB-CONVERSION, PLACEMENT-REPORT,
       *> SALARY-OUTCOMES and the PARTNERSHIP statement read
       *> jobs_history.txt after jobs.txt, as do INTEGRITY-SWEEP's
       *> known postings and the PLACEMENT-EVAL and TIMESHEETS
       *> supervisor checks.
       *> Return codes: 'S' done, 'N' no such posting in the history
       *> (or no job id given), 'P' not the caller's posting, 'B'
       *> another session is rewriting jobs.txt, 'F' failed.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOB-HISTORY.
       AUTHOR. Paola
       DATE-WRITTEN. 10/15/2026

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOBS-FILE ASSIGN TO "jobs.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBS-STATUS.
           SELECT HISTORY-FILE ASSIGN TO "jobs_history.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT CLOSURES-FILE ASSIGN TO "job_closures.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLOSURES-STATUS.
           SELECT APPLICATIONS-FILE ASSIGN TO "applications.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APPLICATION-KEY
               ALTERNATE RECORD KEY IS APPLICATION-JOB-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-APP-STATUS.
           SELECT REPORT-FILE ASSIGN TO "InCollege-JobHistoryReport.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT OUTPUT-FILE ASSIGN TO "InCollege-Output.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUTPUT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JOBS-FILE.
       01  JOB-RECORD               PIC X(500).

       FD  HISTORY-FILE.
       01  HISTORY-RECORD           PIC X(500).

       FD  CLOSURES-FILE.
       01  CLOSURE-RECORD           PIC X(60).

       FD  APPLICATIONS-FILE.
       01  APPLICATION-RECORD.
           05  APPLICATION-KEY.
               10  APPLICATION-USER    PIC X(20).
               10  APPLICATION-JOB-ID  PIC X(8).
           05  APPLICATION-JOB-KEY     PIC X(8).
           05  APPLICATION-ROW         PIC X(500).

       FD  REPORT-FILE.
       01  REPORT-RECORD            PIC X(132).

       FD  OUTPUT-FILE.
       01  OUTPUT-RECORD            PIC X(350).

       WORKING-STORAGE SECTION.
       01  WS-JOBS-STATUS           PIC X(2).
       01  WS-HISTORY-STATUS        PIC X(2).
       01  WS-CLOSURES-STATUS       PIC X(2).
       01  WS-APP-STATUS            PIC X(2).
       01  WS-REPORT-STATUS         PIC X(2).
       01  WS-OUTPUT-STATUS         PIC X(2).
       01  WS-EOF-FLAG              PIC X VALUE 'N'.
       01  WS-APP-EOF               PIC X VALUE 'N'.
       01  WS-MESSAGE               PIC X(300).
       01  WS-LINE                  PIC X(500).
       01  WS-TODAY                 PIC X(21).
       01  WS-TODAY-DATE            PIC X(8).

      *> jobs.txt / jobs_history.txt row fields
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
       01  WS-JOB-STABLE-ID         PIC X(8).
       01  WS-JOB-OPENINGS          PIC X(4).
       01  WS-JOB-FILLED            PIC X(4).

      *> Site policy
       01  WS-HISTORY-DAYS          PIC 9(4) VALUE 90.
       01  WS-JOB-EXPIRE-DAYS       PIC 9(3) VALUE 60.
       01  WS-BASIS-DATE            PIC 9(8).
       01  WS-BASIS-INT             PIC 9(8).
       01  WS-CFG-KEY               PIC X(20).
       01  WS-CFG-VALUE             PIC X(40).
       01  WS-CFG-RC                PIC X.

      *> job_closures.txt, one entry per id (latest row wins)
       01  WS-CL-ID                 PIC X(8).
       01  WS-CL-DATE               PIC X(8).
       01  WS-CL-BY                 PIC X(20).
       01  WS-CL-COUNT              PIC 9(4) VALUE 0.
       01  WS-CL-TABLE.
           05 WS-CL-ENTRY OCCURS 2000 TIMES.
              10 WS-CLT-ID          PIC X(8).
              10 WS-CLT-DATE        PIC X(8).
              10 WS-CLT-ROW         PIC X(60).
       01  WS-CL-HIT                PIC 9(4).

      *> jobs.txt rewrite, the same 2000 rows CAMPUS-APPROVAL holds.
      *> WS-JOB-MOVE: 'Y' to be copied, 'A' already in the history
      *> file (left by an interrupted run), 'N' stays live.
       01  WS-TBL-COUNT             PIC 9(4) VALUE 0.
       01  WS-JOB-TABLE.
           05 WS-JOB-ENTRY OCCURS 2000 TIMES.
              10 WS-JOB-TEMP        PIC X(500).
              10 WS-JOB-MOVE        PIC X.
              10 WS-JOB-ID-OF       PIC X(8).
              10 WS-JOB-CLOSED-ON   PIC X(8).
       01  WS-TABLE-FULL            PIC X VALUE 'N'.
       01  WS-CLOSED-INT            PIC 9(8).
       01  WS-CLOSED-DATE           PIC 9(8).
       01  WS-POSTED-NUM            PIC 9(8).
       01  WS-MOVE-COUNT            PIC 9(4) VALUE 0.
       01  WS-STAMP-COUNT           PIC 9(4) VALUE 0.
       01  WS-LIVE-COUNT            PIC 9(4) VALUE 0.
       01  I                        PIC 9(4).
       01  J                        PIC 9(4).

      *> A recruiter seat sees its company's postings
       01  WS-SEAT-ACTION           PIC X(10).
       01  WS-SEAT-TARGET           PIC X(20).
       01  WS-SEAT-COMPANY          PIC X(50).
       01  WS-SEAT-ROLE             PIC X(9).
       01  WS-SEAT-RC               PIC X.
       01  WS-MINE                  PIC X.
      *> CLOSED, or EXPIRED for a posting that simply ran out
       01  WS-SHOW-STATUS           PIC X(14).

      *> applicants of one posting
       01  WS-APP-USER              PIC X(20).
       01  WS-APP-FIELD             PIC X(100).
       01  WS-APP-STAGE             PIC X(20).
       01  WS-APP-COUNT             PIC 9(4) VALUE 0.
       01  WS-SHOWN                 PIC 9(4) VALUE 0.
       01  WS-FOUND                 PIC X VALUE 'N'.

       01  WS-LOCK-ACTION           PIC X(10).
       01  WS-LOCK-RC               PIC X.
       01  WS-JRN-FILE              PIC X(30).
       01  WS-JRN-TEXT              PIC X(80).
       01  WS-JRN-RC                PIC X.
       01  WS-COUNT-TEXT            PIC Z(3)9.
       01  WS-COUNT-TEXT-2          PIC Z(3)9.

       LINKAGE SECTION.
       01  LS-USERNAME              PIC X(20).
      *> 'CLOSED', 'MOVE', 'VIEW' or 'SHOW'
       01  LS-ACTION                PIC X(10).
      *> The posting's permanent job id (CLOSED, SHOW)
       01  LS-JOB-REF               PIC X(8).
       01  LS-RETURN-CODE           PIC X.

       PROCEDURE DIVISION USING LS-USERNAME, LS-ACTION, LS-JOB-REF,
                                 LS-RETURN-CODE.

           MOVE 'F' TO LS-RETURN-CODE.
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY.
           MOVE WS-TODAY(1:8) TO WS-TODAY-DATE.

           EVALUATE FUNCTION TRIM(LS-ACTION)
               WHEN "CLOSED"
                   PERFORM STAMP-CLOSURE
               WHEN "MOVE"
                   PERFORM MOVE-CLOSED-POSTINGS
               WHEN "VIEW"
                   PERFORM VIEW-PAST-POSTINGS
               WHEN "SHOW"
                   PERFORM SHOW-PAST-POSTING
               WHEN OTHER
                   MOVE 'F' TO LS-RETURN-CODE
           END-EVALUATE.
           GOBACK.

      *> CLOSED: the day a posting went CLOSED, for MOVE's clock.
       STAMP-CLOSURE SECTION.
           IF FUNCTION TRIM(LS-JOB-REF) = SPACES
               MOVE 'N' TO LS-RETURN-CODE
               EXIT SECTION
           END-IF.
           MOVE LS-JOB-REF TO WS-CL-ID.
           MOVE LS-USERNAME TO WS-CL-BY.
           PERFORM APPEND-CLOSURE.
           IF WS-CLOSURES-STATUS = "00"
               MOVE 'S' TO LS-RETURN-CODE
           END-IF.
           EXIT SECTION.

      *> WS-CL-ID closed today by WS-CL-BY
       APPEND-CLOSURE SECTION.
           OPEN EXTEND CLOSURES-FILE.
           IF WS-CLOSURES-STATUS = "35"
               OPEN OUTPUT CLOSURES-FILE
           END-IF.
           IF WS-CLOSURES-STATUS NOT = "00"
               CLOSE CLOSURES-FILE
               EXIT SECTION
           END-IF.
           INITIALIZE CLOSURE-RECORD.
           STRING FUNCTION TRIM(WS-CL-ID) "~"
                  WS-TODAY-DATE "~"
                  FUNCTION TRIM(WS-CL-BY)
                  DELIMITED BY SIZE INTO CLOSURE-RECORD.
           WRITE CLOSURE-RECORD.
           CLOSE CLOSURES-FILE.
           EXIT SECTION.

      *> MOVE: the monthly pass. Rewrites jobs.txt, so it runs under
      *> the same interlock POST-JOB's EDIT and DELETE take.
       MOVE-CLOSED-POSTINGS SECTION.
           PERFORM LOAD-SETTINGS.
           OPEN OUTPUT REPORT-FILE.
           MOVE WS-HISTORY-DAYS TO WS-COUNT-TEXT.
           MOVE SPACES TO REPORT-RECORD.
           STRING "InCollege Closed-Posting History - run "
                  WS-TODAY-DATE " - postings closed more than "
                  FUNCTION TRIM(WS-COUNT-TEXT) " days before "
                  WS-BASIS-DATE
               DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE "------------------------------------------------"
               TO REPORT-RECORD.
           WRITE REPORT-RECORD.

           MOVE "ACQUIRE" TO WS-LOCK-ACTION.
           CALL "LOCK-GUARD" USING WS-LOCK-ACTION, WS-LOCK-RC.
           IF WS-LOCK-RC = 'B'
               MOVE "  jobs.txt is locked by another session; nothing moved."
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
               CLOSE REPORT-FILE
               DISPLAY "Job history: jobs.txt is locked; nothing moved."
               MOVE 'B' TO LS-RETURN-CODE
               EXIT SECTION
           END-IF.

           PERFORM LOAD-CLOSURES.
           PERFORM LOAD-LIVE-POSTINGS.
           IF WS-TABLE-FULL = 'Y'
               MOVE "  jobs.txt holds more than 2000 rows; left alone."
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
           ELSE
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-TBL-COUNT
                   PERFORM JUDGE-ONE-POSTING
               END-PERFORM
               IF WS-MOVE-COUNT > 0
                   PERFORM COPY-TO-HISTORY
                   PERFORM REWRITE-LIVE-POSTINGS
                   PERFORM REWRITE-CLOSURES
               END-IF
           END-IF.

           MOVE "RELEASE" TO WS-LOCK-ACTION.
           CALL "LOCK-GUARD" USING WS-LOCK-ACTION, WS-LOCK-RC.

           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE WS-MOVE-COUNT TO WS-COUNT-TEXT.
           COMPUTE WS-LIVE-COUNT = WS-TBL-COUNT - WS-MOVE-COUNT.
           MOVE WS-LIVE-COUNT TO WS-COUNT-TEXT-2.
           MOVE SPACES TO REPORT-RECORD.
           STRING "Postings moved to jobs_history.txt: "
                  FUNCTION TRIM(WS-COUNT-TEXT)
                  "   still in jobs.txt: " FUNCTION TRIM(WS-COUNT-TEXT-2)
               DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE WS-STAMP-COUNT TO WS-COUNT-TEXT.
           MOVE SPACES TO REPORT-RECORD.
           STRING "CLOSED postings with no closing date, stamped today: "
                  FUNCTION TRIM(WS-COUNT-TEXT)
               DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           CLOSE REPORT-FILE.
           MOVE WS-MOVE-COUNT TO WS-COUNT-TEXT.
           DISPLAY "Job history: " FUNCTION TRIM(WS-COUNT-TEXT)
                   " closed posting(s) moved; see"
                   " InCollege-JobHistoryReport.txt.".
           MOVE 'S' TO LS-RETURN-CODE.
           EXIT SECTION.

      *> History age and posting expiry come from the site
      *> configuration, the latter read the way BROWSE-JOB reads it so
      *> "expired" means the same thing to both.
       LOAD-SETTINGS SECTION.
           MOVE "JOB-HISTORY-DAYS" TO WS-CFG-KEY.
           MOVE SPACES TO WS-CFG-VALUE.
           CALL "SITE-CONFIG" USING WS-CFG-KEY, WS-CFG-VALUE, WS-CFG-RC.
           IF WS-CFG-RC = 'S'
              AND FUNCTION TRIM(WS-CFG-VALUE) IS NUMERIC
              AND FUNCTION TRIM(WS-CFG-VALUE) > SPACES
               MOVE FUNCTION NUMVAL(WS-CFG-VALUE) TO WS-HISTORY-DAYS
           END-IF.
           MOVE "JOB-EXPIRE-DAYS" TO WS-CFG-KEY.
           MOVE SPACES TO WS-CFG-VALUE.
           CALL "SITE-CONFIG" USING WS-CFG-KEY, WS-CFG-VALUE, WS-CFG-RC.
           IF WS-CFG-RC = 'S'
              AND FUNCTION TRIM(WS-CFG-VALUE) IS NUMERIC
              AND FUNCTION TRIM(WS-CFG-VALUE) > SPACES
               MOVE FUNCTION NUMVAL(WS-CFG-VALUE) TO WS-JOB-EXPIRE-DAYS
           END-IF.
           MOVE "CURRENT-DATE" TO WS-CFG-KEY.
           MOVE SPACES TO WS-CFG-VALUE.
           CALL "SITE-CONFIG" USING WS-CFG-KEY, WS-CFG-VALUE, WS-CFG-RC.
           IF WS-CFG-RC = 'S'
              AND FUNCTION TRIM(WS-CFG-VALUE) IS NUMERIC
              AND FUNCTION LENGTH(FUNCTION TRIM(WS-CFG-VALUE)) = 8
               MOVE FUNCTION NUMVAL(WS-CFG-VALUE) TO WS-BASIS-DATE
           ELSE
               MOVE WS-TODAY-DATE TO WS-BASIS-DATE
           END-IF.
           MOVE FUNCTION INTEGER-OF-DATE(WS-BASIS-DATE) TO WS-BASIS-INT.
           EXIT SECTION.

       LOAD-CLOSURES SECTION.
           MOVE 0 TO WS-CL-COUNT.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT CLOSURES-FILE.
           IF WS-CLOSURES-STATUS = "00"
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ CLOSURES-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM TAKE-CLOSURE-ROW
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE CLOSURES-FILE.
           EXIT SECTION.

      *> job_closures.txt: jobId~YYYYMMDD~closedBy
       TAKE-CLOSURE-ROW SECTION.
           MOVE SPACES TO WS-CL-ID, WS-CL-DATE, WS-CL-BY.
           UNSTRING CLOSURE-RECORD DELIMITED BY "~"
               INTO WS-CL-ID, WS-CL-DATE, WS-CL-BY
           END-UNSTRING.
           IF WS-CL-ID = SPACES OR WS-CL-DATE IS NOT NUMERIC
               EXIT SECTION
           END-IF.
           PERFORM FIND-CLOSURE.
           IF WS-CL-HIT = 0
               IF WS-CL-COUNT >= 2000
                   EXIT SECTION
               END-IF
               ADD 1 TO WS-CL-COUNT
               MOVE WS-CL-COUNT TO WS-CL-HIT
           END-IF.
           MOVE WS-CL-ID TO WS-CLT-ID(WS-CL-HIT).
           MOVE WS-CL-DATE TO WS-CLT-DATE(WS-CL-HIT).
           MOVE CLOSURE-RECORD TO WS-CLT-ROW(WS-CL-HIT).
           EXIT SECTION.

      *> WS-CL-ID -> its entry in WS-CL-HIT, 0 when not on file
       FIND-CLOSURE SECTION.
           MOVE 0 TO WS-CL-HIT.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-CL-COUNT
               IF WS-CLT-ID(J) = WS-CL-ID
                   MOVE J TO WS-CL-HIT
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           EXIT SECTION.

       LOAD-LIVE-POSTINGS SECTION.
           MOVE 0 TO WS-TBL-COUNT.
           MOVE 'N' TO WS-TABLE-FULL.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT JOBS-FILE.
           IF WS-JOBS-STATUS = "00"
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ JOBS-FILE INTO WS-LINE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           IF WS-LINE NOT = SPACES
                               IF WS-TBL-COUNT < 2000
                                   ADD 1 TO WS-TBL-COUNT
                                   MOVE WS-LINE TO WS-JOB-TEMP(WS-TBL-COUNT)
                                   MOVE 'N' TO WS-JOB-MOVE(WS-TBL-COUNT)
                               ELSE
                                   MOVE 'Y' TO WS-TABLE-FULL
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE JOBS-FILE.
           EXIT SECTION.

      *> Decides row I: when it closed, and whether that was long
      *> enough ago to move it.
       JUDGE-ONE-POSTING SECTION.
           MOVE WS-JOB-TEMP(I) TO WS-LINE.
           PERFORM PARSE-JOB-ROW.
           MOVE WS-JOB-STABLE-ID TO WS-JOB-ID-OF(I).
           MOVE SPACES TO WS-JOB-CLOSED-ON(I).
           IF WS-JOB-STABLE-ID = SPACES
               EXIT SECTION
           END-IF.
           EVALUATE FUNCTION TRIM(WS-JOB-STATUS)
               WHEN "CLOSED"
                   MOVE WS-JOB-STABLE-ID TO WS-CL-ID
                   PERFORM FIND-CLOSURE
                   IF WS-CL-HIT = 0
                       PERFORM STAMP-LEGACY-CLOSURE
                       EXIT SECTION
                   END-IF
                   MOVE WS-CLT-DATE(WS-CL-HIT) TO WS-CLOSED-DATE
                   MOVE FUNCTION INTEGER-OF-DATE(WS-CLOSED-DATE)
                       TO WS-CLOSED-INT
               WHEN "HELD"
               WHEN "PENDING-CAMPUS"
                   EXIT SECTION
               WHEN OTHER
                   IF WS-JOB-POSTED-ON IS NOT NUMERIC
                       EXIT SECTION
                   END-IF
                   MOVE WS-JOB-POSTED-ON TO WS-POSTED-NUM
                   COMPUTE WS-CLOSED-INT =
                       FUNCTION INTEGER-OF-DATE(WS-POSTED-NUM)
                       + WS-JOB-EXPIRE-DAYS
                   IF WS-CLOSED-INT >= WS-BASIS-INT
                       EXIT SECTION
                   END-IF
                   MOVE FUNCTION DATE-OF-INTEGER(WS-CLOSED-INT)
                       TO WS-CLOSED-DATE
           END-EVALUATE.
           IF WS-BASIS-INT - WS-CLOSED-INT > WS-HISTORY-DAYS
               MOVE 'Y' TO WS-JOB-MOVE(I)
               MOVE WS-CLOSED-DATE TO WS-JOB-CLOSED-ON(I)
               ADD 1 TO WS-MOVE-COUNT
           END-IF.
           EXIT SECTION.

      *> A CLOSED posting from before closing dates were kept: today
      *> becomes its closing date, so it moves JOB-HISTORY-DAYS from now.
       STAMP-LEGACY-CLOSURE SECTION.
           MOVE WS-JOB-STABLE-ID TO WS-CL-ID.
           MOVE "JOB-HISTORY" TO WS-CL-BY.
           PERFORM APPEND-CLOSURE.
           IF WS-CL-COUNT < 2000
               ADD 1 TO WS-CL-COUNT
               MOVE WS-JOB-STABLE-ID TO WS-CLT-ID(WS-CL-COUNT)
               MOVE WS-TODAY-DATE TO WS-CLT-DATE(WS-CL-COUNT)
               MOVE CLOSURE-RECORD TO WS-CLT-ROW(WS-CL-COUNT)
           END-IF.
           ADD 1 TO WS-STAMP-COUNT.
           EXIT SECTION.

      *> Copy before delete. A posting whose id is already in the
      *> history file was copied by a run that stopped short of the
      *> rewrite; it is only taken out of jobs.txt this time.
       COPY-TO-HISTORY SECTION.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT HISTORY-FILE.
           IF WS-HISTORY-STATUS = "00"
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ HISTORY-FILE INTO WS-LINE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM MARK-ALREADY-COPIED
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE HISTORY-FILE.

           OPEN EXTEND HISTORY-FILE.
           IF WS-HISTORY-STATUS = "35"
               OPEN OUTPUT HISTORY-FILE
           END-IF.
           IF WS-HISTORY-STATUS NOT = "00"
               CLOSE HISTORY-FILE
               MOVE "  jobs_history.txt could not be written; nothing moved."
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE 0 TO WS-MOVE-COUNT
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-TBL-COUNT
                   MOVE 'N' TO WS-JOB-MOVE(I)
               END-PERFORM
               EXIT SECTION
           END-IF.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-TBL-COUNT
               IF WS-JOB-MOVE(I) = 'Y'
                   WRITE HISTORY-RECORD FROM WS-JOB-TEMP(I)
               END-IF
           END-PERFORM.
           CLOSE HISTORY-FILE.
           EXIT SECTION.

       MARK-ALREADY-COPIED SECTION.
           PERFORM PARSE-JOB-ROW.
           IF WS-JOB-STABLE-ID = SPACES
               EXIT SECTION
           END-IF.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-TBL-COUNT
               IF WS-JOB-MOVE(I) = 'Y'
                  AND WS-JOB-ID-OF(I) = WS-JOB-STABLE-ID
                   MOVE 'A' TO WS-JOB-MOVE(I)
               END-IF
           END-PERFORM.
           EXIT SECTION.

       REWRITE-LIVE-POSTINGS SECTION.
           IF WS-MOVE-COUNT = 0
               EXIT SECTION
           END-IF.
           OPEN OUTPUT JOBS-FILE.
           IF WS-JOBS-STATUS NOT = "00"
               CLOSE JOBS-FILE
               MOVE "  jobs.txt could not be rewritten; the copies are skipped next run."
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE 0 TO WS-MOVE-COUNT
               EXIT SECTION
           END-IF.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-TBL-COUNT
               IF WS-JOB-MOVE(I) = 'N'
                   WRITE JOB-RECORD FROM WS-JOB-TEMP(I)
               ELSE
                   PERFORM REPORT-MOVED-POSTING
               END-IF
           END-PERFORM.
           CLOSE JOBS-FILE.

           MOVE WS-MOVE-COUNT TO WS-COUNT-TEXT.
           INITIALIZE WS-JRN-TEXT.
           STRING "jobs.txt~" FUNCTION TRIM(WS-COUNT-TEXT)
                  "~JOB-HISTORY"
               DELIMITED BY SIZE INTO WS-JRN-TEXT.
           MOVE "*DEL*" TO WS-JRN-FILE.
           CALL "DATA-JOURNAL" USING WS-JRN-FILE, WS-JRN-TEXT, WS-JRN-RC.
           EXIT SECTION.

       REPORT-MOVED-POSTING SECTION.
           MOVE WS-JOB-TEMP(I) TO WS-LINE.
           PERFORM PARSE-JOB-ROW.
           MOVE SPACES TO REPORT-RECORD.
           IF WS-JOB-MOVE(I) = 'A'
               STRING "  moved  " WS-JOB-STABLE-ID "  "
                      WS-JOB-STATUS(1:8) " closed " WS-JOB-CLOSED-ON(I)
                      "  " FUNCTION TRIM(WS-JOB-TITLE) " / "
                      FUNCTION TRIM(WS-JOB-EMPLOYER)
                      " (copied by an earlier run)"
                   DELIMITED BY SIZE INTO REPORT-RECORD
           ELSE
               STRING "  moved  " WS-JOB-STABLE-ID "  "
                      WS-JOB-STATUS(1:8) " closed " WS-JOB-CLOSED-ON(I)
                      "  " FUNCTION TRIM(WS-JOB-TITLE) " / "
                      FUNCTION TRIM(WS-JOB-EMPLOYER)
                   DELIMITED BY SIZE INTO REPORT-RECORD
           END-IF.
           WRITE REPORT-RECORD.
           EXIT SECTION.

      *> Moved postings' closing dates are no longer needed.
       REWRITE-CLOSURES SECTION.
           IF WS-MOVE-COUNT = 0
               EXIT SECTION
           END-IF.
           OPEN OUTPUT CLOSURES-FILE.
           IF WS-CLOSURES-STATUS NOT = "00"
               CLOSE CLOSURES-FILE
               EXIT SECTION
           END-IF.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-CL-COUNT
               MOVE 'N' TO WS-FOUND
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-TBL-COUNT
                   IF WS-JOB-MOVE(I) NOT = 'N'
                      AND WS-JOB-ID-OF(I) = WS-CLT-ID(J)
                       MOVE 'Y' TO WS-FOUND
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF WS-FOUND = 'N'
                   WRITE CLOSURE-RECORD FROM WS-CLT-ROW(J)
               END-IF
           END-PERFORM.
           CLOSE CLOSURES-FILE.
           EXIT SECTION.

      *> VIEW: the caller's postings in the history file.
       VIEW-PAST-POSTINGS SECTION.
           PERFORM RESOLVE-SEAT.
           MOVE 0 TO WS-SHOWN.
           OPEN EXTEND OUTPUT-FILE.
           MOVE "--- Your Closed Postings (history) ---" TO WS-MESSAGE.
           PERFORM DISPLAY-AND-LOG.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT HISTORY-FILE.
           IF WS-HISTORY-STATUS = "00"
               OPEN INPUT APPLICATIONS-FILE
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ HISTORY-FILE INTO WS-LINE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM PARSE-JOB-ROW
                           PERFORM CHECK-MINE
                           IF WS-MINE = 'Y'
                               PERFORM LIST-PAST-POSTING
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE APPLICATIONS-FILE
           END-IF.
           CLOSE HISTORY-FILE.
           IF WS-SHOWN = 0
               MOVE "You have no postings in the history file."
                   TO WS-MESSAGE
               PERFORM DISPLAY-AND-LOG
           END-IF.
           CLOSE OUTPUT-FILE.
           MOVE 'S' TO LS-RETURN-CODE.
           EXIT SECTION.

       LIST-PAST-POSTING SECTION.
           ADD 1 TO WS-SHOWN.
           PERFORM COUNT-APPLICANTS.
           PERFORM SET-SHOW-STATUS.
           MOVE WS-APP-COUNT TO WS-COUNT-TEXT.
           INITIALIZE WS-MESSAGE.
           STRING "[" FUNCTION TRIM(WS-JOB-STABLE-ID) "] "
                  FUNCTION TRIM(WS-JOB-TITLE) " at "
                  FUNCTION TRIM(WS-JOB-EMPLOYER)
                  " - posted " WS-JOB-POSTED-ON ", "
                  FUNCTION TRIM(WS-SHOW-STATUS) ", "
                  FUNCTION TRIM(WS-COUNT-TEXT) " applicant(s)"
               DELIMITED BY SIZE INTO WS-MESSAGE.
           PERFORM DISPLAY-AND-LOG.
           EXIT SECTION.

      *> SHOW: one history posting and its applicants, read-only.
       SHOW-PAST-POSTING SECTION.
           IF FUNCTION TRIM(LS-JOB-REF) = SPACES
               MOVE 'N' TO LS-RETURN-CODE
               EXIT SECTION
           END-IF.
           PERFORM RESOLVE-SEAT.
           MOVE 'N' TO WS-FOUND.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT HISTORY-FILE.
           IF WS-HISTORY-STATUS = "00"
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ HISTORY-FILE INTO WS-LINE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM PARSE-JOB-ROW
                           IF WS-JOB-STABLE-ID = LS-JOB-REF
                               MOVE 'Y' TO WS-FOUND
                               MOVE 'Y' TO WS-EOF-FLAG
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE HISTORY-FILE.
           IF WS-FOUND = 'N'
               MOVE 'N' TO LS-RETURN-CODE
               EXIT SECTION
           END-IF.
           PERFORM CHECK-MINE.
           IF WS-MINE = 'N'
               MOVE 'P' TO LS-RETURN-CODE
               EXIT SECTION
           END-IF.

           OPEN EXTEND OUTPUT-FILE.
           INITIALIZE WS-MESSAGE.
           STRING "--- " FUNCTION TRIM(WS-JOB-TITLE) " at "
                  FUNCTION TRIM(WS-JOB-EMPLOYER) " ["
                  FUNCTION TRIM(WS-JOB-STABLE-ID) "] (closed) ---"
               DELIMITED BY SIZE INTO WS-MESSAGE.
           PERFORM DISPLAY-AND-LOG.
           INITIALIZE WS-MESSAGE.
           STRING "Description: " FUNCTION TRIM(WS-JOB-DESC)
               DELIMITED BY SIZE INTO WS-MESSAGE.
           PERFORM DISPLAY-AND-LOG.
           INITIALIZE WS-MESSAGE.
           STRING "Location: " FUNCTION TRIM(WS-JOB-LOCATION)
                  "   Salary: " FUNCTION TRIM(WS-JOB-SALARY)
               DELIMITED BY SIZE INTO WS-MESSAGE.
           PERFORM DISPLAY-AND-LOG.
           INITIALIZE WS-MESSAGE.
           PERFORM SET-SHOW-STATUS.
           STRING "Posted: " WS-JOB-POSTED-ON
                  "   Status: " FUNCTION TRIM(WS-SHOW-STATUS)
               DELIMITED BY SIZE INTO WS-MESSAGE.
           IF FUNCTION TRIM(WS-JOB-OPENINGS) > SPACES
               STRING FUNCTION TRIM(WS-MESSAGE) "   Filled: "
                      FUNCTION TRIM(WS-JOB-FILLED) " of "
                      FUNCTION TRIM(WS-JOB-OPENINGS)
                   DELIMITED BY SIZE INTO WS-MESSAGE
           END-IF.
           PERFORM DISPLAY-AND-LOG.

           MOVE 0 TO WS-APP-COUNT.
           OPEN INPUT APPLICATIONS-FILE.
           IF WS-APP-STATUS = "00"
               PERFORM READ-APPLICANTS
           END-IF.
           CLOSE APPLICATIONS-FILE.
           IF WS-APP-COUNT = 0
               MOVE "No applicants." TO WS-MESSAGE
               PERFORM DISPLAY-AND-LOG
           END-IF.
           MOVE "This posting is closed; its applications can no longer be updated."
               TO WS-MESSAGE.
           PERFORM DISPLAY-AND-LOG.
           CLOSE OUTPUT-FILE.
           MOVE 'S' TO LS-RETURN-CODE.
           EXIT SECTION.

      *> The posting's run of the job-id key, listed
       READ-APPLICANTS SECTION.
           MOVE 'N' TO WS-APP-EOF.
           MOVE WS-JOB-STABLE-ID TO APPLICATION-JOB-KEY.
           START APPLICATIONS-FILE KEY IS = APPLICATION-JOB-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-APP-EOF
           END-START.
           PERFORM UNTIL WS-APP-EOF = 'Y'
               READ APPLICATIONS-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-APP-EOF
                   NOT AT END
                       IF APPLICATION-JOB-KEY NOT = WS-JOB-STABLE-ID
                           MOVE 'Y' TO WS-APP-EOF
                       ELSE
                           PERFORM LIST-ONE-APPLICANT
                       END-IF
               END-READ
           END-PERFORM.
           EXIT SECTION.

      *> applications.dat row: user~jobnum~title~employer~location~
      *> status~startdate
       LIST-ONE-APPLICANT SECTION.
           ADD 1 TO WS-APP-COUNT.
           MOVE SPACES TO WS-APP-USER, WS-APP-STAGE.
           UNSTRING APPLICATION-ROW DELIMITED BY "~"
               INTO WS-APP-USER, WS-APP-FIELD, WS-APP-FIELD,
                    WS-APP-FIELD, WS-APP-FIELD, WS-APP-STAGE
           END-UNSTRING.
           IF WS-APP-STAGE = SPACES
               MOVE "APPLIED" TO WS-APP-STAGE
           END-IF.
           INITIALIZE WS-MESSAGE.
           STRING "Applicant: " FUNCTION TRIM(WS-APP-USER)
                  " [" FUNCTION TRIM(WS-APP-STAGE) "]"
               DELIMITED BY SIZE INTO WS-MESSAGE.
           PERFORM DISPLAY-AND-LOG.
           EXIT SECTION.

       COUNT-APPLICANTS SECTION.
           MOVE 0 TO WS-APP-COUNT.
           IF WS-APP-STATUS NOT = "00"
               EXIT SECTION
           END-IF.
           MOVE 'N' TO WS-APP-EOF.
           MOVE WS-JOB-STABLE-ID TO APPLICATION-JOB-KEY.
           START APPLICATIONS-FILE KEY IS = APPLICATION-JOB-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-APP-EOF
           END-START.
           PERFORM UNTIL WS-APP-EOF = 'Y'
               READ APPLICATIONS-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-APP-EOF
                   NOT AT END
                       IF APPLICATION-JOB-KEY NOT = WS-JOB-STABLE-ID
                           MOVE 'Y' TO WS-APP-EOF
                       ELSE
                           ADD 1 TO WS-APP-COUNT
                       END-IF
               END-READ
           END-PERFORM.
           EXIT SECTION.

       SET-SHOW-STATUS SECTION.
           IF FUNCTION TRIM(WS-JOB-STATUS) = "CLOSED"
               MOVE "CLOSED" TO WS-SHOW-STATUS
           ELSE
               MOVE "EXPIRED" TO WS-SHOW-STATUS
           END-IF.
           EXIT SECTION.

       RESOLVE-SEAT SECTION.
           MOVE "RESOLVE" TO WS-SEAT-ACTION.
           MOVE SPACES TO WS-SEAT-TARGET, WS-SEAT-COMPANY.
           CALL "COMPANY-SEATS" USING LS-USERNAME, WS-SEAT-ACTION,
                                       WS-SEAT-TARGET, WS-SEAT-COMPANY,
                                       WS-SEAT-ROLE, WS-SEAT-RC.
           EXIT SECTION.

      *> The caller's posting: they posted it, or it was published
      *> under the company page their recruiter seat belongs to.
       CHECK-MINE SECTION.
           MOVE 'N' TO WS-MINE.
           IF FUNCTION TRIM(WS-JOB-POSTER) = FUNCTION TRIM(LS-USERNAME)
               MOVE 'Y' TO WS-MINE
           END-IF.
           IF WS-SEAT-RC = 'S'
              AND FUNCTION TRIM(WS-JOB-EMPLOYER) =
                  FUNCTION TRIM(WS-SEAT-COMPANY)
               MOVE 'Y' TO WS-MINE
           END-IF.
           EXIT SECTION.

       PARSE-JOB-ROW SECTION.
           MOVE SPACES TO WS-JOB-POSTER, WS-JOB-TITLE, WS-JOB-DESC,
                          WS-JOB-EMPLOYER, WS-JOB-LOCATION,
                          WS-JOB-SALARY, WS-JOB-POSTED-ON, WS-JOB-STATUS,
                          WS-JOB-TYPE, WS-JOB-UNIVERSITY,
                          WS-JOB-REQ-SKILLS, WS-JOB-STABLE-ID,
                          WS-JOB-OPENINGS, WS-JOB-FILLED.
           UNSTRING WS-LINE DELIMITED BY "~"
               INTO WS-JOB-POSTER, WS-JOB-TITLE, WS-JOB-DESC,
                    WS-JOB-EMPLOYER, WS-JOB-LOCATION, WS-JOB-SALARY,
                    WS-JOB-POSTED-ON, WS-JOB-STATUS, WS-JOB-TYPE,
                    WS-JOB-UNIVERSITY, WS-JOB-REQ-SKILLS,
                    WS-JOB-STABLE-ID, WS-JOB-OPENINGS, WS-JOB-FILLED
           END-UNSTRING.
           EXIT SECTION.

       DISPLAY-AND-LOG SECTION.
           DISPLAY WS-MESSAGE.
           MOVE WS-MESSAGE TO OUTPUT-RECORD.
           WRITE OUTPUT-RECORD.
           EXIT.
