       >>SOURCE FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COOP-CREDIT.
       AUTHOR. Paola
       DATE-WRITTEN. 10/15/2026

       *> Academic credit for co-op placements. TIMESHEETS certifies the
       *> hours an employer approved; this is the faculty side of it and
       *> the outbound feed to the registrar, the partner of the
       *> roster_extract.txt feed ROSTER-RECONCILE reads.
       *> A FACULTY advisor (bound to one campus in staff_campus.txt,
       *> the same way a STAFF coordinator is) signs off each HIRED
       *> placement of their campus's students before its hours count
       *> toward credit. One row per decision in coop_signoffs.txt:
       *>   student~title~employerName~APPROVED|DECLINED~faculty~date~
       *>   courseCode
       *> PENDING   lists the campus's HIRED placements with no decision
       *> APPROVE   signs one off under LS-COURSE (blank = the
       *>           COOP-COURSE-CODE site setting)
       *> DECLINE   records that it does not qualify
       *> FEED      end-of-term run: for every APPROVED placement, the
       *>           APPROVED timesheet weeks ending inside the term are
       *>           summed and written to coop_credit_extract.txt
       *>             student~term~courseCode~approvedHours~creditUnits
       *>           credit units = hours / COOP-HOURS-PER-UNIT, whole
       *>           units only. LS-STUDENT may carry the term code
       *>           (YYYYSP Jan-May, YYYYSU Jun-Jul, YYYYFA Aug-Dec);
       *>           blank = the term containing today. Hours on
       *>           placements still awaiting sign-off are listed in
       *>           InCollege-CoopCreditReport.txt, not fed.
       *> Return codes: 'S' done, 'P' no HIRED placement, 'O' student
       *> not at the caller's campus, 'D' already decided, 'F' failed.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SIGNOFF-FILE ASSIGN TO "coop_signoffs.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIGNOFF-STATUS.
           SELECT APPLICATIONS-FILE ASSIGN TO "applications.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APPLICATION-KEY
               ALTERNATE RECORD KEY IS APPLICATION-JOB-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-APP-STATUS.
           SELECT SHEETS-FILE ASSIGN TO "timesheets.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SHEETS-STATUS.
           SELECT EXTRACT-FILE ASSIGN TO "coop_credit_extract.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-STATUS.
           SELECT REPORT-FILE ASSIGN TO "InCollege-CoopCreditReport.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OUTPUT-FILE ASSIGN TO "InCollege-Output.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUTPUT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SIGNOFF-FILE.
       01  SIGNOFF-RECORD       PIC X(200).

       FD  APPLICATIONS-FILE.
       01  APPLICATION-RECORD.
           05  APPLICATION-KEY.
               10  APPLICATION-USER    PIC X(20).
               10  APPLICATION-JOB-ID  PIC X(8).
           05  APPLICATION-JOB-KEY     PIC X(8).
           05  APPLICATION-ROW         PIC X(500).

       FD  SHEETS-FILE.
       01  SHEET-RECORD         PIC X(160).

       FD  EXTRACT-FILE.
       01  EXTRACT-RECORD       PIC X(100).

       FD  REPORT-FILE.
       01  REPORT-RECORD        PIC X(120).

       FD  OUTPUT-FILE.
       01  OUTPUT-RECORD        PIC X(350).

       WORKING-STORAGE SECTION.
       01  WS-SIGNOFF-STATUS    PIC X(2).
       01  WS-APP-STATUS        PIC X(2).
       01  WS-SHEETS-STATUS     PIC X(2).
       01  WS-EXTRACT-STATUS    PIC X(2).
       01  WS-OUTPUT-STATUS     PIC X(2).
       01  WS-EOF-FLAG          PIC X VALUE 'N'.
       01  WS-MESSAGE           PIC X(200).
       01  WS-LINE              PIC X(500).
       01  WS-TODAY             PIC X(21).

      *> coop_signoffs.txt row fields
       01  WS-SO-STUDENT        PIC X(20).
       01  WS-SO-TITLE          PIC X(50).
       01  WS-SO-EMPLOYER       PIC X(50).
       01  WS-SO-STATE          PIC X(10).
       01  WS-SO-FACULTY        PIC X(20).
       01  WS-SO-DATE           PIC X(8).
       01  WS-SO-COURSE         PIC X(12).

      *> applications.dat fields
       01  WS-ROW-USER          PIC X(20).
       01  WS-ROW-JOBNUM        PIC X(10).
       01  WS-ROW-TITLE         PIC X(50).
       01  WS-ROW-EMPLOYER      PIC X(50).
       01  WS-ROW-LOCATION      PIC X(50).
       01  WS-ROW-STATE         PIC X(12).

      *> timesheets.txt row fields
       01  WS-TS-STUDENT        PIC X(20).
       01  WS-TS-TITLE          PIC X(50).
       01  WS-TS-EMPLOYER       PIC X(50).
       01  WS-TS-WEEK           PIC X(8).
       01  WS-TS-HOURS          PIC X(4).
       01  WS-TS-STATE          PIC X(10).
       01  WS-HOURS-NUM         PIC 9(4).

      *> Campus check through STAFF-SCOPE
       01  WS-SCOPE-ACTION      PIC X(10).
       01  WS-SCOPE-CAMPUS      PIC X(100).
       01  WS-SCOPE-RC          PIC X.

       01  WS-PLACED            PIC X.
       01  WS-PLACED-EMPLOYER   PIC X(50).
       01  WS-DECIDED           PIC X.
       01  WS-COUNT             PIC 9(3) VALUE 0.

      *> Site settings
       01  WS-CFG-KEY           PIC X(20).
       01  WS-CFG-VALUE         PIC X(40).
       01  WS-CFG-RC            PIC X.
       01  WS-DEFAULT-COURSE    PIC X(12) VALUE "COOP1000".
       01  WS-HOURS-PER-CREDIT  PIC 9(3) VALUE 40.

      *> Term window for FEED
       01  WS-TERM              PIC X(6).
       01  WS-TERM-START        PIC X(8).
       01  WS-TERM-END          PIC X(8).
       01  WS-TODAY-MONTH       PIC 9(2).

      *> Decided placements, loaded once for FEED and PENDING
       01  WS-DEC-COUNT         PIC 9(3) VALUE 0.
       01  WS-DEC-TABLE.
           05 WS-DEC-ENTRY OCCURS 500 TIMES.
              10 WS-DEC-STUDENT PIC X(20).
              10 WS-DEC-TITLE   PIC X(50).
              10 WS-DEC-STATE   PIC X(10).
              10 WS-DEC-COURSE  PIC X(12).
              10 WS-DEC-HOURS   PIC 9(5).

      *> Term hours on placements nobody has signed off yet
       01  WS-OPEN-COUNT        PIC 9(3) VALUE 0.
       01  WS-OPEN-TABLE.
           05 WS-OPEN-ENTRY OCCURS 300 TIMES.
              10 WS-OPEN-STUDENT PIC X(20).
              10 WS-OPEN-TITLE   PIC X(50).
              10 WS-OPEN-HOURS   PIC 9(5).

      *> Feed roll-up: one row per student + course
       01  WS-FEED-COUNT        PIC 9(3) VALUE 0.
       01  WS-FEED-TABLE.
           05 WS-FEED-ENTRY OCCURS 300 TIMES.
              10 WS-FEED-STUDENT PIC X(20).
              10 WS-FEED-COURSE  PIC X(12).
              10 WS-FEED-HOURS   PIC 9(5).
       01  WS-UNITS             PIC 9(3).
       01  WS-TOTAL-HOURS       PIC 9(7) VALUE 0.
       01  WS-TOTAL-UNITS       PIC 9(5) VALUE 0.
       01  WS-HIT               PIC X.
       01  I                    PIC 9(3).
       01  J                    PIC 9(3).
       01  WS-HOURS-TEXT        PIC Z(4)9.
       01  WS-UNITS-TEXT        PIC Z(2)9.
       01  WS-COUNT-TEXT        PIC Z(6)9.
       01  WS-TOTAL-UNITS-TEXT  PIC Z(4)9.

       LINKAGE SECTION.
       01  LS-USERNAME          PIC X(20).
      *> 'PENDING' / 'APPROVE' / 'DECLINE' / 'FEED' (see above)
       01  LS-ACTION            PIC X(10).
       01  LS-STUDENT           PIC X(20).
       01  LS-TITLE             PIC X(50).
       01  LS-COURSE            PIC X(12).
       01  LS-RETURN-CODE       PIC X.

       PROCEDURE DIVISION USING LS-USERNAME, LS-ACTION, LS-STUDENT,
                                 LS-TITLE, LS-COURSE, LS-RETURN-CODE.

           MOVE 'F' TO LS-RETURN-CODE.
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY.
           PERFORM LOAD-CREDIT-SETTINGS.

           EVALUATE FUNCTION TRIM(LS-ACTION)
               WHEN "PENDING"
                   PERFORM LIST-PENDING
               WHEN "APPROVE"
                   PERFORM RECORD-DECISION
               WHEN "DECLINE"
                   PERFORM RECORD-DECISION
               WHEN "FEED"
                   PERFORM WRITE-CREDIT-FEED
               WHEN OTHER
                   MOVE 'X' TO LS-RETURN-CODE
           END-EVALUATE.
           GOBACK.

       LOAD-CREDIT-SETTINGS SECTION.
           MOVE "COOP-COURSE-CODE" TO WS-CFG-KEY.
           MOVE SPACES TO WS-CFG-VALUE.
           CALL "SITE-CONFIG" USING WS-CFG-KEY, WS-CFG-VALUE, WS-CFG-RC.
           IF WS-CFG-RC = 'S' AND FUNCTION TRIM(WS-CFG-VALUE) > SPACES
               MOVE FUNCTION TRIM(WS-CFG-VALUE) TO WS-DEFAULT-COURSE
           END-IF.

           MOVE "COOP-HOURS-PER-UNIT" TO WS-CFG-KEY.
           MOVE SPACES TO WS-CFG-VALUE.
           CALL "SITE-CONFIG" USING WS-CFG-KEY, WS-CFG-VALUE, WS-CFG-RC.
           IF WS-CFG-RC = 'S'
              AND FUNCTION TRIM(WS-CFG-VALUE) IS NUMERIC
              AND FUNCTION NUMVAL(WS-CFG-VALUE) > 0
               MOVE FUNCTION NUMVAL(WS-CFG-VALUE) TO WS-HOURS-PER-CREDIT
           END-IF.
           EXIT SECTION.

      *> HIRED placements at the advisor's campus with no decision yet.
       LIST-PENDING SECTION.
           PERFORM LOAD-DECISIONS.
           MOVE 0 TO WS-COUNT.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN EXTEND OUTPUT-FILE.
           OPEN INPUT APPLICATIONS-FILE.
           IF WS-APP-STATUS = "00"
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ APPLICATIONS-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           MOVE APPLICATION-ROW TO WS-LINE
                           PERFORM PARSE-APP-ROW
                           IF FUNCTION TRIM(WS-ROW-STATE) = "HIRED"
                               PERFORM SHOW-IF-PENDING
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE APPLICATIONS-FILE.
           IF WS-COUNT = 0
               MOVE "No placements await your sign-off." TO WS-MESSAGE
               PERFORM DISPLAY-AND-LOG
           END-IF.
           CLOSE OUTPUT-FILE.
           MOVE 'S' TO LS-RETURN-CODE.
           EXIT SECTION.

       SHOW-IF-PENDING SECTION.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-DEC-COUNT
               IF WS-DEC-STUDENT(I) = WS-ROW-USER
                  AND WS-DEC-TITLE(I) = WS-ROW-TITLE
                   EXIT SECTION
               END-IF
           END-PERFORM.
           MOVE "CHECKUSER" TO WS-SCOPE-ACTION.
           CALL "STAFF-SCOPE" USING LS-USERNAME, WS-SCOPE-ACTION,
                                     WS-ROW-USER, WS-SCOPE-CAMPUS,
                                     WS-SCOPE-RC.
           IF WS-SCOPE-RC NOT = 'S'
               EXIT SECTION
           END-IF.
           ADD 1 TO WS-COUNT.
           IF WS-COUNT = 1
               MOVE "Placements awaiting your sign-off:" TO WS-MESSAGE
               PERFORM DISPLAY-AND-LOG
           END-IF.
           INITIALIZE WS-MESSAGE.
           STRING "  " FUNCTION TRIM(WS-ROW-USER) ": "
                  FUNCTION TRIM(WS-ROW-TITLE) " at "
                  FUNCTION TRIM(WS-ROW-EMPLOYER)
                  DELIMITED BY SIZE INTO WS-MESSAGE.
           PERFORM DISPLAY-AND-LOG.
           EXIT SECTION.

       RECORD-DECISION SECTION.
           PERFORM CHECK-PLACEMENT.
           IF WS-PLACED NOT = 'Y'
               MOVE 'P' TO LS-RETURN-CODE
               EXIT SECTION
           END-IF.

           MOVE "CHECKUSER" TO WS-SCOPE-ACTION.
           CALL "STAFF-SCOPE" USING LS-USERNAME, WS-SCOPE-ACTION,
                                     LS-STUDENT, WS-SCOPE-CAMPUS,
                                     WS-SCOPE-RC.
           IF WS-SCOPE-RC NOT = 'S'
               MOVE 'O' TO LS-RETURN-CODE
               EXIT SECTION
           END-IF.

           PERFORM LOAD-DECISIONS.
           MOVE 'N' TO WS-DECIDED.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-DEC-COUNT
               IF WS-DEC-STUDENT(I) = LS-STUDENT
                  AND WS-DEC-TITLE(I) = LS-TITLE
                   MOVE 'Y' TO WS-DECIDED
               END-IF
           END-PERFORM.
           IF WS-DECIDED = 'Y'
               MOVE 'D' TO LS-RETURN-CODE
               EXIT SECTION
           END-IF.

           MOVE SPACES TO WS-SO-COURSE.
           IF FUNCTION TRIM(LS-ACTION) = "APPROVE"
               MOVE "APPROVED" TO WS-SO-STATE
               IF FUNCTION TRIM(LS-COURSE) = SPACES
                   MOVE WS-DEFAULT-COURSE TO WS-SO-COURSE
               ELSE
                   MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(LS-COURSE))
                       TO WS-SO-COURSE
               END-IF
           ELSE
               MOVE "DECLINED" TO WS-SO-STATE
           END-IF.

           OPEN EXTEND SIGNOFF-FILE.
           IF WS-SIGNOFF-STATUS = "35"
               OPEN OUTPUT SIGNOFF-FILE
           END-IF.
           IF WS-SIGNOFF-STATUS NOT = "00"
               CLOSE SIGNOFF-FILE
               EXIT SECTION
           END-IF.
           INITIALIZE SIGNOFF-RECORD.
           STRING FUNCTION TRIM(LS-STUDENT) "~"
                  FUNCTION TRIM(LS-TITLE) "~"
                  FUNCTION TRIM(WS-PLACED-EMPLOYER) "~"
                  FUNCTION TRIM(WS-SO-STATE) "~"
                  FUNCTION TRIM(LS-USERNAME) "~"
                  WS-TODAY(1:8) "~"
                  FUNCTION TRIM(WS-SO-COURSE)
                  DELIMITED BY SIZE INTO SIGNOFF-RECORD.
           WRITE SIGNOFF-RECORD.
           CLOSE SIGNOFF-FILE.
           MOVE 'S' TO LS-RETURN-CODE.
           EXIT SECTION.

       CHECK-PLACEMENT SECTION.
           MOVE 'N' TO WS-PLACED.
           MOVE SPACES TO WS-PLACED-EMPLOYER.
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
                           IF FUNCTION TRIM(WS-ROW-USER) =
                              FUNCTION TRIM(LS-STUDENT)
                              AND FUNCTION TRIM(WS-ROW-TITLE) =
                                  FUNCTION TRIM(LS-TITLE)
                              AND FUNCTION TRIM(WS-ROW-STATE) = "HIRED"
                               MOVE 'Y' TO WS-PLACED
                               MOVE WS-ROW-EMPLOYER TO WS-PLACED-EMPLOYER
                               MOVE 'Y' TO WS-EOF-FLAG
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE APPLICATIONS-FILE.
           MOVE 'N' TO WS-EOF-FLAG.
           EXIT SECTION.

       LOAD-DECISIONS SECTION.
           MOVE 0 TO WS-DEC-COUNT.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT SIGNOFF-FILE.
           IF WS-SIGNOFF-STATUS NOT = "00"
               CLOSE SIGNOFF-FILE
               EXIT SECTION
           END-IF.
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ SIGNOFF-FILE INTO WS-LINE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE SPACES TO WS-SO-STUDENT, WS-SO-TITLE,
                           WS-SO-EMPLOYER, WS-SO-STATE, WS-SO-FACULTY,
                           WS-SO-DATE, WS-SO-COURSE
                       UNSTRING WS-LINE DELIMITED BY "~"
                           INTO WS-SO-STUDENT, WS-SO-TITLE,
                                WS-SO-EMPLOYER, WS-SO-STATE,
                                WS-SO-FACULTY, WS-SO-DATE, WS-SO-COURSE
                       END-UNSTRING
                       IF WS-DEC-COUNT < 500
                           ADD 1 TO WS-DEC-COUNT
                           MOVE WS-SO-STUDENT
                               TO WS-DEC-STUDENT(WS-DEC-COUNT)
                           MOVE WS-SO-TITLE TO WS-DEC-TITLE(WS-DEC-COUNT)
                           MOVE WS-SO-STATE TO WS-DEC-STATE(WS-DEC-COUNT)
                           MOVE WS-SO-COURSE
                               TO WS-DEC-COURSE(WS-DEC-COUNT)
                           MOVE 0 TO WS-DEC-HOURS(WS-DEC-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SIGNOFF-FILE.
           MOVE 'N' TO WS-EOF-FLAG.
           EXIT SECTION.

      *> Term code and its date window, from LS-STUDENT or today.
       SET-FEED-TERM SECTION.
           MOVE SPACES TO WS-TERM.
           IF FUNCTION TRIM(LS-STUDENT) NOT = SPACES
              AND LS-STUDENT(1:4) IS NUMERIC
              AND (LS-STUDENT(5:2) = "SP" OR LS-STUDENT(5:2) = "SU"
                   OR LS-STUDENT(5:2) = "FA")
               MOVE LS-STUDENT(1:6) TO WS-TERM
           ELSE
               MOVE WS-TODAY(5:2) TO WS-TODAY-MONTH
               MOVE WS-TODAY(1:4) TO WS-TERM(1:4)
               EVALUATE TRUE
                   WHEN WS-TODAY-MONTH <= 5
                       MOVE "SP" TO WS-TERM(5:2)
                   WHEN WS-TODAY-MONTH <= 7
                       MOVE "SU" TO WS-TERM(5:2)
                   WHEN OTHER
                       MOVE "FA" TO WS-TERM(5:2)
               END-EVALUATE
           END-IF.
           MOVE SPACES TO WS-TERM-START, WS-TERM-END.
           EVALUATE WS-TERM(5:2)
               WHEN "SP"
                   STRING WS-TERM(1:4) "0101" DELIMITED BY SIZE
                       INTO WS-TERM-START
                   STRING WS-TERM(1:4) "0531" DELIMITED BY SIZE
                       INTO WS-TERM-END
               WHEN "SU"
                   STRING WS-TERM(1:4) "0601" DELIMITED BY SIZE
                       INTO WS-TERM-START
                   STRING WS-TERM(1:4) "0731" DELIMITED BY SIZE
                       INTO WS-TERM-END
               WHEN OTHER
                   STRING WS-TERM(1:4) "0801" DELIMITED BY SIZE
                       INTO WS-TERM-START
                   STRING WS-TERM(1:4) "1231" DELIMITED BY SIZE
                       INTO WS-TERM-END
           END-EVALUATE.
           EXIT SECTION.

      *> The registrar's end-of-term load: approved hours on
      *> signed-off placements only.
       WRITE-CREDIT-FEED SECTION.
           PERFORM SET-FEED-TERM.
           PERFORM LOAD-DECISIONS.
           MOVE 0 TO WS-OPEN-COUNT, WS-FEED-COUNT, WS-TOTAL-HOURS,
                     WS-TOTAL-UNITS.

           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT SHEETS-FILE.
           IF WS-SHEETS-STATUS = "00"
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ SHEETS-FILE INTO WS-LINE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM PARSE-SHEET-ROW
                           IF FUNCTION TRIM(WS-TS-STATE) = "APPROVED"
                              AND FUNCTION TRIM(WS-TS-HOURS) IS NUMERIC
                              AND WS-TS-WEEK >= WS-TERM-START
                              AND WS-TS-WEEK <= WS-TERM-END
                               PERFORM APPLY-TERM-WEEK
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE SHEETS-FILE.

           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-DEC-COUNT
               IF FUNCTION TRIM(WS-DEC-STATE(I)) = "APPROVED"
                  AND WS-DEC-HOURS(I) > 0
                   PERFORM ADD-TO-FEED
               END-IF
           END-PERFORM.

           OPEN OUTPUT EXTRACT-FILE.
           OPEN OUTPUT REPORT-FILE.
           MOVE SPACES TO REPORT-RECORD.
           MOVE WS-HOURS-PER-CREDIT TO WS-UNITS-TEXT.
           STRING "Co-op credit feed for term " WS-TERM
                  " (" WS-TERM-START " to " WS-TERM-END "), "
                  FUNCTION TRIM(WS-UNITS-TEXT) " hours per credit"
                  DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE "------------------------------------------------"
               TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           IF WS-FEED-COUNT = 0
               MOVE "  (no approved hours on signed-off placements)"
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-FEED-COUNT
               COMPUTE WS-UNITS =
                   WS-FEED-HOURS(I) / WS-HOURS-PER-CREDIT
               ADD WS-FEED-HOURS(I) TO WS-TOTAL-HOURS
               ADD WS-UNITS TO WS-TOTAL-UNITS
               MOVE WS-FEED-HOURS(I) TO WS-HOURS-TEXT
               MOVE WS-UNITS TO WS-UNITS-TEXT
               INITIALIZE EXTRACT-RECORD
               STRING FUNCTION TRIM(WS-FEED-STUDENT(I)) "~"
                      WS-TERM "~"
                      FUNCTION TRIM(WS-FEED-COURSE(I)) "~"
                      FUNCTION TRIM(WS-HOURS-TEXT) "~"
                      FUNCTION TRIM(WS-UNITS-TEXT)
                      DELIMITED BY SIZE INTO EXTRACT-RECORD
               WRITE EXTRACT-RECORD
               INITIALIZE REPORT-RECORD
               STRING "  " FUNCTION TRIM(WS-FEED-STUDENT(I)) "  "
                      FUNCTION TRIM(WS-FEED-COURSE(I)) "  "
                      FUNCTION TRIM(WS-HOURS-TEXT) " hours, "
                      FUNCTION TRIM(WS-UNITS-TEXT) " credit(s)"
                      DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-PERFORM.
           CLOSE EXTRACT-FILE.

           MOVE WS-TOTAL-HOURS TO WS-COUNT-TEXT.
           MOVE WS-TOTAL-UNITS TO WS-TOTAL-UNITS-TEXT.
           INITIALIZE REPORT-RECORD.
           STRING "Total fed: " FUNCTION TRIM(WS-COUNT-TEXT) " hours, "
                  FUNCTION TRIM(WS-TOTAL-UNITS-TEXT) " credit(s)"
                  DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.

           MOVE "Approved hours held back -- awaiting faculty sign-off:"
               TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           IF WS-OPEN-COUNT = 0
               MOVE "  (none)" TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-OPEN-COUNT
               MOVE WS-OPEN-HOURS(I) TO WS-HOURS-TEXT
               INITIALIZE REPORT-RECORD
               STRING "  " FUNCTION TRIM(WS-OPEN-STUDENT(I)) ": "
                      FUNCTION TRIM(WS-OPEN-TITLE(I)) ", "
                      FUNCTION TRIM(WS-HOURS-TEXT) " hours"
                      DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-PERFORM.
           CLOSE REPORT-FILE.

           OPEN EXTEND OUTPUT-FILE.
           MOVE "Co-op credit feed written to coop_credit_extract.txt"
               TO WS-MESSAGE.
           PERFORM DISPLAY-AND-LOG.
           CLOSE OUTPUT-FILE.
           MOVE 'S' TO LS-RETURN-CODE.
           EXIT SECTION.

      *> Credit the week to its decided placement, or hold it back.
       APPLY-TERM-WEEK SECTION.
           MOVE FUNCTION NUMVAL(WS-TS-HOURS) TO WS-HOURS-NUM.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-DEC-COUNT
               IF WS-DEC-STUDENT(I) = WS-TS-STUDENT
                  AND WS-DEC-TITLE(I) = WS-TS-TITLE
                   ADD WS-HOURS-NUM TO WS-DEC-HOURS(I)
                   EXIT SECTION
               END-IF
           END-PERFORM.

           MOVE 'N' TO WS-HIT.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-OPEN-COUNT
               IF WS-OPEN-STUDENT(J) = WS-TS-STUDENT
                  AND WS-OPEN-TITLE(J) = WS-TS-TITLE
                   ADD WS-HOURS-NUM TO WS-OPEN-HOURS(J)
                   MOVE 'Y' TO WS-HIT
               END-IF
           END-PERFORM.
           IF WS-HIT = 'N' AND WS-OPEN-COUNT < 300
               ADD 1 TO WS-OPEN-COUNT
               MOVE WS-TS-STUDENT TO WS-OPEN-STUDENT(WS-OPEN-COUNT)
               MOVE WS-TS-TITLE TO WS-OPEN-TITLE(WS-OPEN-COUNT)
               MOVE WS-HOURS-NUM TO WS-OPEN-HOURS(WS-OPEN-COUNT)
           END-IF.
           EXIT SECTION.

       ADD-TO-FEED SECTION.
           MOVE 'N' TO WS-HIT.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-FEED-COUNT
               IF WS-FEED-STUDENT(J) = WS-DEC-STUDENT(I)
                  AND WS-FEED-COURSE(J) = WS-DEC-COURSE(I)
                   ADD WS-DEC-HOURS(I) TO WS-FEED-HOURS(J)
                   MOVE 'Y' TO WS-HIT
               END-IF
           END-PERFORM.
           IF WS-HIT = 'N' AND WS-FEED-COUNT < 300
               ADD 1 TO WS-FEED-COUNT
               MOVE WS-DEC-STUDENT(I) TO WS-FEED-STUDENT(WS-FEED-COUNT)
               MOVE WS-DEC-COURSE(I) TO WS-FEED-COURSE(WS-FEED-COUNT)
               MOVE WS-DEC-HOURS(I) TO WS-FEED-HOURS(WS-FEED-COUNT)
           END-IF.
           EXIT SECTION.

       PARSE-SHEET-ROW SECTION.
           MOVE SPACES TO WS-TS-STUDENT, WS-TS-TITLE, WS-TS-EMPLOYER,
                          WS-TS-WEEK, WS-TS-HOURS, WS-TS-STATE.
           UNSTRING WS-LINE DELIMITED BY "~"
               INTO WS-TS-STUDENT, WS-TS-TITLE, WS-TS-EMPLOYER,
                    WS-TS-WEEK, WS-TS-HOURS, WS-TS-STATE
           END-UNSTRING.
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

       DISPLAY-AND-LOG SECTION.
           DISPLAY FUNCTION TRIM(WS-MESSAGE).
           MOVE WS-MESSAGE TO OUTPUT-RECORD.
           WRITE OUTPUT-RECORD.
           EXIT.
