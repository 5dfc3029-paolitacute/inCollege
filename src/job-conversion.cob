       *> everyone looks and walks away (views without applications) --
       *> opposite problems with opposite fixes. Reads the detail-view
       *> log BROWSE-JOB writes to job_views.txt, the saves in
       *> saved_jobs.txt, and applications.dat, and prints one line per
       *> posting the caller owns, the closed postings JOB-HISTORY has
       *> moved to jobs_history.txt included.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT JOBS-FILE ASSIGN TO "jobs.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBS-STATUS.
           SELECT HISTORY-FILE ASSIGN TO "jobs_history.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT JOB-VIEWS-FILE ASSIGN TO "job_views.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VIEWS-STATUS.
           SELECT SAVED-JOBS-FILE ASSIGN TO "saved_jobs.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SAVED-STATUS.
           SELECT APPLICATIONS-FILE ASSIGN TO "applications.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APPLICATION-KEY
               ALTERNATE RECORD KEY IS APPLICATION-JOB-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-APP-STATUS.
           SELECT OUTPUT-FILE ASSIGN TO "InCollege-Output.txt"
               ORGANIZATION IS LINE SEQUENTIAL
       FD  JOBS-FILE.
       01  JOB-RECORD           PIC X(500).

       FD  HISTORY-FILE.
       01  HISTORY-RECORD       PIC X(500).

       FD  JOB-VIEWS-FILE.
       01  JOB-VIEW-RECORD      PIC X(120).

       01  SAVED-JOB-RECORD     PIC X(500).

       FD  APPLICATIONS-FILE.
       01  APPLICATION-RECORD.
           05  APPLICATION-KEY.
               10  APPLICATION-USER    PIC X(20).
               10  APPLICATION-JOB-ID  PIC X(8).
           05  APPLICATION-JOB-KEY     PIC X(8).
           05  APPLICATION-ROW         PIC X(500).

       FD  OUTPUT-FILE.
       01  OUTPUT-RECORD        PIC X(350).

       WORKING-STORAGE SECTION.
       01  WS-JOBS-STATUS       PIC X(2).
       01  WS-HISTORY-STATUS    PIC X(2).
       01  WS-VIEWS-STATUS      PIC X(2).
       01  WS-SAVED-STATUS      PIC X(2).
       01  WS-APP-STATUS        PIC X(2).
           05 WS-POSTING-ENTRY OCCURS 50 TIMES.
              10 WS-POSTING-TITLE    PIC X(50).
              10 WS-POSTING-EMPLOYER PIC X(50).
              10 WS-POSTING-JOB-ID   PIC X(8).

      *> jobs.txt row fields
       01  WS-JOB-POSTER        PIC X(20).
       01  WS-JOB-TITLE         PIC X(50).
       01  WS-JOB-DESC          PIC X(200).
       01  WS-JOB-EMPLOYER      PIC X(50).
       01  WS-JOB-SKIP          PIC X(200).
       01  WS-JOB-ID            PIC X(8).

      *> job_views.txt -- viewer~poster~title~date
       01  WS-VW-VIEWER         PIC X(20).
       01  WS-VW-POSTER         PIC X(20).
       01  WS-VW-TITLE          PIC X(50).

      *> saved_jobs.txt / applications.dat rows
       01  WS-ROW-USER          PIC X(20).
       01  WS-ROW-JOBNUM        PIC X(10).
       01  WS-ROW-TITLE         PIC X(50).
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
                          WS-JOB-DESC, WS-JOB-EMPLOYER,
                          WS-JOB-ID.
           UNSTRING WS-LINE DELIMITED BY "~"
               INTO WS-JOB-POSTER, WS-JOB-TITLE,
                    WS-JOB-DESC, WS-JOB-EMPLOYER,
                    WS-JOB-SKIP, WS-JOB-SKIP, WS-JOB-SKIP,
                    WS-JOB-SKIP, WS-JOB-SKIP, WS-JOB-SKIP,
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
               MOVE WS-JOB-ID
                   TO WS-POSTING-JOB-ID(WS-POSTING-COUNT)
           END-IF.
           EXIT SECTION.

       REPORT-ONE-POSTING SECTION.
               CLOSE APPLICATIONS-FILE
               EXIT SECTION
           END-IF.
      *> Postings with a permanent id read only their own run of the
      *> job-id key; older ones walk the file and match on title.
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
                           PERFORM PARSE-FLAT-ROW
                           IF FUNCTION TRIM(WS-ROW-TITLE) =
                              FUNCTION TRIM(WS-POSTING-TITLE(K))
                              AND FUNCTION TRIM(WS-ROW-EMPLOYER) =
                                  FUNCTION TRIM(WS-POSTING-EMPLOYER(K))
                               ADD 1 TO WS-APPLY-COUNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
