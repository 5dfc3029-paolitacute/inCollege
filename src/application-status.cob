       AUTHOR. Paola
       DATE-WRITTEN. 08/23/2026

       *> Moves an application through the review pipeline. A record in
       *> applications.dat starts life as APPLIED (written by BROWSE-JOB's
       *> JOB-APPLY); the employer who owns the posting can move it to
       *> REVIEWED, INTERVIEWING, OFFERED, or REJECTED, and the student
       *> can list where each of their applications stands. Rows written
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APPLICATIONS-FILE ASSIGN TO "applications.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APPLICATION-KEY
               ALTERNATE RECORD KEY IS APPLICATION-JOB-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-APP-STATUS.
           SELECT JOBS-FILE ASSIGN TO "jobs.txt"
               ORGANIZATION IS LINE SEQUENTIAL
       DATA DIVISION.
       FILE SECTION.
       FD  APPLICATIONS-FILE.
       01  APPLICATION-RECORD.
           05  APPLICATION-KEY.
               10  APPLICATION-USER    PIC X(20).
               10  APPLICATION-JOB-ID  PIC X(8).
           05  APPLICATION-JOB-KEY     PIC X(8).
           05  APPLICATION-ROW         PIC X(500).

       FD  JOBS-FILE.
       01  JOB-RECORD           PIC X(500).
       01  WS-MESSAGE           PIC X(200).
       01  WS-LINE              PIC X(500).

      *> applications.dat row -- user~jobnum~title~employer~location~status
       01  WS-ROW-USER          PIC X(20).
       01  WS-ROW-JOBNUM        PIC X(10).
       01  WS-ROW-TITLE         PIC X(50).
       01  WS-COUNT             PIC 9(3) VALUE 0.
       01  WS-DISPLAY-NUMBER    PIC Z(3).

       01  WS-LOCK-ACTION       PIC X(10).
       01  WS-LOCK-RC           PIC X.
      *> Recruiter-seat lookup, so any seat on the company page may
       01  WS-STAT-TITLE        PIC X(50).
       01  WS-STAT-MEDIAN       PIC X(4).
       01  WS-STAT-FOUND        PIC X.
      *> JOB-REFERRAL "NOTIFY" call
       01  WS-RFR-ACTION        PIC X(10).
       01  WS-RFR-IDENT         PIC X(130).
       01  WS-RFR-JOBREF        PIC X(8).
       01  WS-RFR-REFERRER      PIC X(20).
       01  WS-RFR-RC            PIC X.

       LINKAGE SECTION.
       01  LS-USERNAME          PIC X(20).

      *> Only the employer who posted the job may move its applications,
      *> so first confirm jobs.txt shows LS-USERNAME as the poster of
      *> LS-JOB-TITLE before touching applications.dat at all.
      *> The status change rewrites a record BROWSE-JOB's withdraw may
      *> be deleting, so it still goes through the single-writer
      *> interlock; 'B' back means "try again".
       GUARDED-SET-STATUS SECTION.
           MOVE "ACQUIRE" TO WS-LOCK-ACTION.
           CALL "LOCK-GUARD" USING WS-LOCK-ACTION, WS-LOCK-RC.
               EXIT SECTION
           END-IF.

           MOVE 'N' TO WS-MATCH-FOUND.
           MOVE 'N' TO WS-EOF-FLAG.

           OPEN I-O APPLICATIONS-FILE.
           IF WS-APP-STATUS = "35"
               MOVE 'F' TO LS-RETURN-CODE
               CLOSE APPLICATIONS-FILE
               EXIT SECTION
           END-IF.

      *> Only the applicant's own run of the key is read; the row for
      *> this title at the caller's employer is rewritten in place.
           MOVE LS-APPLICANT TO APPLICATION-USER.
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
                       IF APPLICATION-USER NOT = LS-APPLICANT
                           MOVE 'Y' TO WS-EOF-FLAG
                       ELSE
                           MOVE APPLICATION-ROW TO WS-LINE
                           PERFORM UPDATE-IF-THIS-POSTING
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE APPLICATIONS-FILE.

           IF WS-MATCH-FOUND = 'X'
               MOVE 'X' TO LS-RETURN-CODE
               EXIT SECTION
           END-IF.
           IF WS-MATCH-FOUND NOT = 'Y'
               MOVE 'F' TO LS-RETURN-CODE
               EXIT SECTION
           END-IF.

           MOVE 'S' TO LS-RETURN-CODE.
           PERFORM LOG-STATUS-CHANGE.
           PERFORM NOTIFY-REFERRER.
           EXIT SECTION.

      *> The current record is the applicant's row for LS-JOB-TITLE at
      *> the caller's employer: swap in the new status and rewrite it.
       UPDATE-IF-THIS-POSTING SECTION.
           PERFORM PARSE-APPLICATION-ROW.
           IF FUNCTION TRIM(WS-ROW-TITLE) = FUNCTION TRIM(LS-JOB-TITLE)
              AND FUNCTION TRIM(WS-ROW-EMPLOYER) =
                  FUNCTION TRIM(WS-OWNED-EMPLOYER)
               PERFORM BUILD-UPDATED-ROW
               MOVE WS-LINE TO APPLICATION-ROW
               REWRITE APPLICATION-RECORD
                   INVALID KEY
                       MOVE 'X' TO WS-MATCH-FOUND
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-MATCH-FOUND
               END-REWRITE
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF.
           EXIT SECTION.

      *> A connection who referred the applicant hears about each move.
       NOTIFY-REFERRER SECTION.
           INITIALIZE WS-RFR-IDENT.
           STRING "~" FUNCTION TRIM(LS-JOB-TITLE)
                  "~" FUNCTION TRIM(WS-OWNED-EMPLOYER)
                  DELIMITED BY SIZE INTO WS-RFR-IDENT.
           MOVE "NOTIFY" TO WS-RFR-ACTION.
           MOVE SPACES TO WS-RFR-JOBREF.
           CALL "JOB-REFERRAL" USING LS-USERNAME, WS-RFR-ACTION,
                                      LS-APPLICANT, WS-RFR-IDENT,
                                      WS-RFR-JOBREF, LS-NEW-STATUS,
                                      WS-RFR-REFERRER, WS-RFR-RC.
           EXIT SECTION.

      *> Dated trail of every pipeline move, feeding the nightly aging
           MOVE "--- My Applications ---" TO WS-MESSAGE.
           PERFORM DISPLAY-AND-LOG.

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
                           PERFORM PARSE-APPLICATION-ROW
                           IF FUNCTION TRIM(WS-ROW-USER) =
                              FUNCTION TRIM(LS-USERNAME)
                               ADD 1 TO WS-COUNT
                               INITIALIZE WS-MESSAGE
                               STRING "Job " FUNCTION TRIM(WS-ROW-JOBNUM)
                                      ": " DELIMITED BY SIZE
                                      FUNCTION TRIM(WS-ROW-TITLE)
                                      " at " DELIMITED BY SIZE
                                      FUNCTION TRIM(WS-ROW-EMPLOYER)
                                      " (" DELIMITED BY SIZE
                                      FUNCTION TRIM(WS-ROW-LOCATION)
                                      ") - Status: " DELIMITED BY SIZE
                                      FUNCTION TRIM(WS-ROW-STATUS)
                                      INTO WS-MESSAGE
                               IF FUNCTION TRIM(WS-ROW-STARTDATE) > SPACES
                                   STRING FUNCTION TRIM(WS-MESSAGE)
                                          ", starting "
                                              DELIMITED BY SIZE
                                          FUNCTION TRIM(WS-ROW-STARTDATE)
                                          DELIMITED BY SIZE
                                          INTO WS-MESSAGE
                               END-IF
                               IF FUNCTION TRIM(WS-ROW-STATUS) = "APPLIED"
                                   PERFORM APPEND-MEDIAN-NOTE
                               END-IF
                               PERFORM DISPLAY-AND-LOG
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE OUTPUT-FILE.
           EXIT SECTION.

      *> Splits one application row into its fields; a row written
      *> before the status field existed comes back blank and defaults
      *> to APPLIED.
       PARSE-APPLICATION-ROW SECTION.
           MOVE WS-MESSAGE TO OUTPUT-RECORD.
           WRITE OUTPUT-RECORD.
           EXIT.
