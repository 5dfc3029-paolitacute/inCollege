       >>SOURCE FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAMPUS-APPROVAL.
       AUTHOR. Paola
       DATE-WRITTEN. 10/15/2026

       *> The careers-office say over postings restricted to their
       *> school. POST-JOB (manual and JOB-IMPORT alike) writes a
       *> posting whose university field names a school as
       *> PENDING-CAMPUS instead of OPEN, and no student list shows it
       *> until a STAFF coordinator bound to that campus in
       *> staff_campus.txt decides it here:
       *>   QUEUE    lists the caller's campus's PENDING-CAMPUS postings
       *>   APPROVE  flips one (by job id) to OPEN
       *>   REJECT   flips one to CLOSED (dated through JOB-HISTORY,
       *>            which later moves it to jobs_history.txt)
       *> Either decision is logged in campus_approvals.txt
       *>   jobId~poster~title~university~APPROVED|REJECTED~staff~
       *>   YYYYMMDD~reason
       *> and the reason goes back to the poster as a message.
       *> Open-to-all postings never pass through here.
       *> Return codes: 'S' done, 'N' no such job id, 'P' not awaiting
       *> campus approval, 'O' restricted to another campus, 'B'
       *> another session is rewriting jobs.txt, 'F' no campus bound
       *> to the caller or the file could not be written.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOBS-FILE ASSIGN TO "jobs.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBS-STATUS.
           SELECT DECISIONS-FILE ASSIGN TO "campus_approvals.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DECISIONS-STATUS.
           SELECT OUTPUT-FILE ASSIGN TO "InCollege-Output.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUTPUT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JOBS-FILE.
       01  JOB-RECORD           PIC X(500).

       FD  DECISIONS-FILE.
       01  DECISION-RECORD      PIC X(350).

       FD  OUTPUT-FILE.
       01  OUTPUT-RECORD        PIC X(350).

       WORKING-STORAGE SECTION.
       01  WS-JOBS-STATUS       PIC X(2).
       01  WS-DECISIONS-STATUS  PIC X(2).
       01  WS-OUTPUT-STATUS     PIC X(2).
       01  WS-EOF-FLAG          PIC X VALUE 'N'.
       01  WS-MESSAGE           PIC X(300).
       01  WS-LINE              PIC X(500).
       01  WS-TODAY             PIC X(21).

      *> jobs.txt row fields
       01  WS-JOB-POSTER        PIC X(20).
       01  WS-JOB-TITLE         PIC X(50).
       01  WS-JOB-DESC          PIC X(200).
       01  WS-JOB-EMPLOYER      PIC X(50).
       01  WS-JOB-LOCATION      PIC X(50).
       01  WS-JOB-SALARY        PIC X(50).
       01  WS-JOB-POSTED-ON     PIC X(8).
       01  WS-JOB-STATUS        PIC X(14).
       01  WS-JOB-TYPE          PIC X(20).
       01  WS-JOB-UNIVERSITY    PIC X(100).
       01  WS-JOB-REQ-SKILLS    PIC X(200).
       01  WS-JOB-STABLE-ID     PIC X(8).
       01  WS-JOB-OPENINGS      PIC X(4).
       01  WS-JOB-FILLED        PIC X(4).

      *> The coordinator's campus, through STAFF-SCOPE
       01  WS-SCOPE-ACTION      PIC X(10).
       01  WS-SCOPE-TARGET      PIC X(20).
       01  WS-MY-CAMPUS         PIC X(100).
       01  WS-SCOPE-RC          PIC X.
       01  WS-UC-CAMPUS         PIC X(100).
       01  WS-UC-JOB-UNIV       PIC X(100).

      *> The posting being decided, kept for the log and the message
       01  WS-HIT-POSTER        PIC X(20).
       01  WS-HIT-TITLE         PIC X(50).
       01  WS-HIT-UNIVERSITY    PIC X(100).
       01  WS-NEW-STATUS        PIC X(14).
       01  WS-DECISION          PIC X(8).
       01  WS-VERDICT           PIC X.

       01  WS-COUNT             PIC 9(3) VALUE 0.
       01  WS-COUNT-TEXT        PIC Z(2)9.
       01  WS-TBL-COUNT         PIC 9(4) VALUE 0.
       01  WS-JOB-TABLE.
           05 WS-JOB-TEMP OCCURS 2000 TIMES PIC X(500).
       01  I                    PIC 9(4).

       01  WS-LOCK-ACTION       PIC X(10).
       01  WS-LOCK-RC           PIC X.
       01  WS-JRN-FILE          PIC X(30).
       01  WS-JRN-RC            PIC X.
       01  WS-JH-ACTION         PIC X(10).
       01  WS-JH-RC             PIC X.
       01  WS-SKIP-VERIFY       PIC X VALUE 'Y'.
       01  WS-MSG-RC            PIC X.
       01  WS-NOTIFY-TEXT       PIC X(200).

       LINKAGE SECTION.
       01  LS-USERNAME          PIC X(20).
      *> 'QUEUE', 'APPROVE' or 'REJECT'
       01  LS-ACTION            PIC X(10).
      *> The posting's permanent job id (APPROVE/REJECT)
       01  LS-JOB-REF           PIC X(8).
      *> Sent back to the poster with the decision
       01  LS-REASON            PIC X(100).
       01  LS-RETURN-CODE       PIC X.

       PROCEDURE DIVISION USING LS-USERNAME, LS-ACTION, LS-JOB-REF,
                                 LS-REASON, LS-RETURN-CODE.

           MOVE 'F' TO LS-RETURN-CODE.
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY.

           MOVE "GETCAMPUS" TO WS-SCOPE-ACTION.
           MOVE SPACES TO WS-MY-CAMPUS, WS-SCOPE-TARGET.
           CALL "STAFF-SCOPE" USING LS-USERNAME, WS-SCOPE-ACTION,
                                     WS-SCOPE-TARGET, WS-MY-CAMPUS,
                                     WS-SCOPE-RC.
           IF WS-SCOPE-RC NOT = 'S'
               GOBACK
           END-IF.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-MY-CAMPUS))
               TO WS-UC-CAMPUS.

           EVALUATE FUNCTION TRIM(LS-ACTION)
               WHEN "QUEUE"
                   PERFORM SHOW-CAMPUS-QUEUE
               WHEN "APPROVE"
                   MOVE "OPEN" TO WS-NEW-STATUS
                   MOVE "APPROVED" TO WS-DECISION
                   PERFORM GUARDED-DECIDE
               WHEN "REJECT"
                   MOVE "CLOSED" TO WS-NEW-STATUS
                   MOVE "REJECTED" TO WS-DECISION
                   PERFORM GUARDED-DECIDE
               WHEN OTHER
                   MOVE 'X' TO LS-RETURN-CODE
           END-EVALUATE.
           GOBACK.

       SHOW-CAMPUS-QUEUE SECTION.
           MOVE 0 TO WS-COUNT.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN EXTEND OUTPUT-FILE.
           INITIALIZE WS-MESSAGE.
           STRING "--- Postings Awaiting Approval for "
                  FUNCTION TRIM(WS-MY-CAMPUS) " ---"
                  DELIMITED BY SIZE INTO WS-MESSAGE.
           PERFORM DISPLAY-AND-LOG.
           OPEN INPUT JOBS-FILE.
           IF WS-JOBS-STATUS = "00"
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ JOBS-FILE INTO WS-LINE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM PARSE-JOB-ROW
                           IF FUNCTION TRIM(WS-JOB-STATUS) =
                              "PENDING-CAMPUS"
                              AND WS-UC-JOB-UNIV = WS-UC-CAMPUS
                               ADD 1 TO WS-COUNT
                               INITIALIZE WS-MESSAGE
                               STRING "  [" FUNCTION TRIM(WS-JOB-STABLE-ID)
                                      "] " FUNCTION TRIM(WS-JOB-TITLE)
                                      " at " FUNCTION TRIM(WS-JOB-EMPLOYER)
                                      " (" FUNCTION TRIM(WS-JOB-LOCATION)
                                      ") posted " WS-JOB-POSTED-ON
                                      " by " FUNCTION TRIM(WS-JOB-POSTER)
                                      DELIMITED BY SIZE INTO WS-MESSAGE
                               PERFORM DISPLAY-AND-LOG
                               INITIALIZE WS-MESSAGE
                               STRING "      " FUNCTION TRIM(WS-JOB-DESC)
                                      DELIMITED BY SIZE INTO WS-MESSAGE
                               PERFORM DISPLAY-AND-LOG
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE JOBS-FILE.
           IF WS-COUNT = 0
               MOVE "No postings are waiting on your campus." TO WS-MESSAGE
           ELSE
               MOVE WS-COUNT TO WS-COUNT-TEXT
               INITIALIZE WS-MESSAGE
               STRING FUNCTION TRIM(WS-COUNT-TEXT)
                      " posting(s) awaiting your decision."
                      DELIMITED BY SIZE INTO WS-MESSAGE
           END-IF.
           PERFORM DISPLAY-AND-LOG.
           CLOSE OUTPUT-FILE.
           MOVE 'S' TO LS-RETURN-CODE.
           EXIT SECTION.

      *> The decision rewrites jobs.txt end to end, so it runs under
      *> the same interlock POST-JOB's EDIT and DELETE take.
       GUARDED-DECIDE SECTION.
           MOVE "ACQUIRE" TO WS-LOCK-ACTION.
           CALL "LOCK-GUARD" USING WS-LOCK-ACTION, WS-LOCK-RC.
           IF WS-LOCK-RC = 'B'
               MOVE 'B' TO LS-RETURN-CODE
               EXIT SECTION
           END-IF.
           PERFORM DECIDE-POSTING.
           MOVE "RELEASE" TO WS-LOCK-ACTION.
           CALL "LOCK-GUARD" USING WS-LOCK-ACTION, WS-LOCK-RC.
           IF LS-RETURN-CODE = 'S'
               PERFORM LOG-DECISION
               PERFORM NOTIFY-POSTER
           END-IF.
           EXIT SECTION.

       DECIDE-POSTING SECTION.
           MOVE 0 TO WS-TBL-COUNT.
           MOVE 'N' TO WS-VERDICT.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT JOBS-FILE.
           IF WS-JOBS-STATUS NOT = "00"
               CLOSE JOBS-FILE
               MOVE 'N' TO LS-RETURN-CODE
               EXIT SECTION
           END-IF.
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ JOBS-FILE INTO WS-LINE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM PARSE-JOB-ROW
                       IF FUNCTION TRIM(WS-JOB-STABLE-ID) > SPACES
                          AND FUNCTION TRIM(WS-JOB-STABLE-ID) =
                              FUNCTION TRIM(LS-JOB-REF)
                          AND WS-VERDICT = 'N'
                           PERFORM DECIDE-ONE-ROW
                       END-IF
                       IF WS-TBL-COUNT < 2000
                           ADD 1 TO WS-TBL-COUNT
                           MOVE WS-LINE TO WS-JOB-TEMP(WS-TBL-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE JOBS-FILE.

           EVALUATE WS-VERDICT
               WHEN 'N'
                   MOVE 'N' TO LS-RETURN-CODE
                   EXIT SECTION
               WHEN 'P'
                   MOVE 'P' TO LS-RETURN-CODE
                   EXIT SECTION
               WHEN 'O'
                   MOVE 'O' TO LS-RETURN-CODE
                   EXIT SECTION
           END-EVALUATE.

           OPEN OUTPUT JOBS-FILE.
           IF WS-JOBS-STATUS NOT = "00"
               CLOSE JOBS-FILE
               MOVE 'F' TO LS-RETURN-CODE
               EXIT SECTION
           END-IF.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-TBL-COUNT
               WRITE JOB-RECORD FROM WS-JOB-TEMP(I)
           END-PERFORM.
           CLOSE JOBS-FILE.
           MOVE 'S' TO LS-RETURN-CODE.
           EXIT SECTION.

      *> The matching row: only a PENDING-CAMPUS posting restricted to
      *> the caller's own campus may be decided. WS-VERDICT records
      *> what was found ('Y' decided, 'P' not pending, 'O' another
      *> campus's posting); a decided row is rebuilt in WS-LINE.
       DECIDE-ONE-ROW SECTION.
           IF FUNCTION TRIM(WS-JOB-STATUS) NOT = "PENDING-CAMPUS"
               MOVE 'P' TO WS-VERDICT
               EXIT SECTION
           END-IF.
           IF WS-UC-JOB-UNIV NOT = WS-UC-CAMPUS
               MOVE 'O' TO WS-VERDICT
               EXIT SECTION
           END-IF.
           MOVE 'Y' TO WS-VERDICT.
           MOVE WS-JOB-POSTER TO WS-HIT-POSTER.
           MOVE WS-JOB-TITLE TO WS-HIT-TITLE.
           MOVE WS-JOB-UNIVERSITY TO WS-HIT-UNIVERSITY.
           INITIALIZE WS-LINE.
           STRING FUNCTION TRIM(WS-JOB-POSTER) "~"
                  FUNCTION TRIM(WS-JOB-TITLE) "~"
                  FUNCTION TRIM(WS-JOB-DESC) "~"
                  FUNCTION TRIM(WS-JOB-EMPLOYER) "~"
                  FUNCTION TRIM(WS-JOB-LOCATION) "~"
                  FUNCTION TRIM(WS-JOB-SALARY) "~"
                  WS-JOB-POSTED-ON "~"
                  FUNCTION TRIM(WS-NEW-STATUS) "~"
                  FUNCTION TRIM(WS-JOB-TYPE) "~"
                  FUNCTION TRIM(WS-JOB-UNIVERSITY) "~"
                  FUNCTION TRIM(WS-JOB-REQ-SKILLS) "~"
                  FUNCTION TRIM(WS-JOB-STABLE-ID)
                  DELIMITED BY SIZE INTO WS-LINE.
           IF FUNCTION TRIM(WS-JOB-OPENINGS) > SPACES
               STRING FUNCTION TRIM(WS-LINE) "~"
                      FUNCTION TRIM(WS-JOB-OPENINGS) "~"
                      FUNCTION TRIM(WS-JOB-FILLED)
                      DELIMITED BY SIZE INTO WS-LINE
           END-IF.
           MOVE "jobs.txt" TO WS-JRN-FILE.
           CALL "DATA-JOURNAL" USING WS-JRN-FILE, WS-LINE, WS-JRN-RC.
           IF FUNCTION TRIM(WS-NEW-STATUS) = "CLOSED"
               MOVE "CLOSED" TO WS-JH-ACTION
               CALL "JOB-HISTORY" USING LS-USERNAME, WS-JH-ACTION,
                                         WS-JOB-STABLE-ID, WS-JH-RC
           END-IF.
           EXIT SECTION.

       LOG-DECISION SECTION.
           OPEN EXTEND DECISIONS-FILE.
           IF WS-DECISIONS-STATUS = "35"
               OPEN OUTPUT DECISIONS-FILE
           END-IF.
           IF WS-DECISIONS-STATUS NOT = "00"
               CLOSE DECISIONS-FILE
               EXIT SECTION
           END-IF.
           INITIALIZE DECISION-RECORD.
           STRING FUNCTION TRIM(LS-JOB-REF) "~"
                  FUNCTION TRIM(WS-HIT-POSTER) "~"
                  FUNCTION TRIM(WS-HIT-TITLE) "~"
                  FUNCTION TRIM(WS-HIT-UNIVERSITY) "~"
                  FUNCTION TRIM(WS-DECISION) "~"
                  FUNCTION TRIM(LS-USERNAME) "~"
                  WS-TODAY(1:8) "~"
                  FUNCTION TRIM(LS-REASON)
                  DELIMITED BY SIZE INTO DECISION-RECORD.
           WRITE DECISION-RECORD.
           CLOSE DECISIONS-FILE.
           EXIT SECTION.

      *> The poster hears the outcome and the careers office's reason
      *> in their inbox, whether or not the two are connected.
       NOTIFY-POSTER SECTION.
           INITIALIZE WS-NOTIFY-TEXT.
           IF WS-DECISION = "APPROVED"
               STRING "The " FUNCTION TRIM(WS-HIT-UNIVERSITY)
                      " careers office approved your posting '"
                      FUNCTION TRIM(WS-HIT-TITLE)
                      "'; it is now open to their students."
                      DELIMITED BY SIZE INTO WS-NOTIFY-TEXT
           ELSE
               STRING "The " FUNCTION TRIM(WS-HIT-UNIVERSITY)
                      " careers office declined your posting '"
                      FUNCTION TRIM(WS-HIT-TITLE) "'."
                      DELIMITED BY SIZE INTO WS-NOTIFY-TEXT
           END-IF.
           IF FUNCTION TRIM(LS-REASON) > SPACES
               MOVE WS-NOTIFY-TEXT TO WS-MESSAGE
               INITIALIZE WS-NOTIFY-TEXT
               STRING FUNCTION TRIM(WS-MESSAGE)
                      " Careers office note: " FUNCTION TRIM(LS-REASON)
                      DELIMITED BY SIZE INTO WS-NOTIFY-TEXT
           END-IF.
           CALL "SEND-MESSAGE" USING LS-USERNAME, WS-HIT-POSTER,
                                      WS-SKIP-VERIFY, WS-MSG-RC,
                                      WS-NOTIFY-TEXT.
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
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-JOB-UNIVERSITY))
               TO WS-UC-JOB-UNIV.
           EXIT SECTION.

       DISPLAY-AND-LOG SECTION.
           DISPLAY WS-MESSAGE.
           MOVE WS-MESSAGE TO OUTPUT-RECORD.
           WRITE OUTPUT-RECORD.
           EXIT.
