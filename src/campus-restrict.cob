       >>SOURCE FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAMPUS-RESTRICT.
       AUTHOR. Paola
       DATE-WRITTEN. 10/15/2026

       *> Campus-level employer restrictions. BLOCK-LIST is one user
       *> blocking another; this is a careers office stopping a company
       *> from recruiting its students at all -- after a complaint, a
       *> contract dispute and the like. Only STAFF with a campus
       *> binding (STAFF-SCOPE) restrict or lift, and only for their
       *> own campus. One row per restriction in campus_restrictions.txt:
       *>   company~staff~campus~setDate~reviewDate~reason
       *> company is the companies.txt page name as spelled there. A
       *> review date is when the office means to look at it again; the
       *> restriction stays in force past it until lifted or renewed,
       *> and LIST flags it as due. Lifting removes the row.
       *> While a company is restricted at a campus:
       *>   BROWSE-JOB hides its postings from that campus's students
       *>   WEEKLY-BULLETIN leaves them out of that campus's bulletin
       *>     and, in the all-campus bulletin, names the campuses they
       *>     are not open to
       *>   JOB-MATCH does not recommend them to that campus's students
       *>   CANDIDATE-ALERTS does not offer that campus's students to
       *>     their postings
       *>   TALENT-SEARCH leaves that campus's students out of its
       *>     recruiters' results
       *>   SEND-MESSAGE refuses its recruiters' messages to them
       *>   CAREER-FAIR refuses its booth at that campus's events
       *> The page owner and every seat holder (COMPANY-SEATS) are sent
       *> a notice when a restriction is put on, renewed or lifted, and
       *> every RESTRICT and LIFT, refused or not, goes to AUDIT-LOG
       *> under the staff member. COMPANY-MERGE carries the company
       *> name and RENAME-USER the staff member.
       *> Actions:
       *>   RESTRICT   LS-CR-COMPANY at the caller's campus, with
       *>              LS-CR-REASON and LS-CR-REVIEW (YYYYMMDD); an
       *>              existing restriction is renewed in place
       *>   LIFT       removes LS-CR-COMPANY's restriction there
       *>   LIST       the caller's campus's restrictions
       *>   CHECK      is LS-CR-COMPANY restricted at LS-CR-CAMPUS
       *>   CHECKUSER  may the employer account LS-USERNAME reach the
       *>              student LS-CR-TARGET; on 'R' LS-CR-CAMPUS and
       *>              LS-CR-COMPANY say which restriction stands
       *>   CAMPUSES   every campus restricting LS-CR-COMPANY, in
       *>              LS-CR-REASON as "campus; campus; ..." ('R' when
       *>              there is at least one)
       *> Return codes: 'S' done, 'U' renewed, 'R' restricted (CHECK,
       *> CHECKUSER, CAMPUSES), 'N' no such company page, nothing restricted or
       *> nothing on file, 'V' blank reason or a review date that is
       *> not a date after today, 'F' the caller has no campus, 'X'
       *> unknown action or the file is full.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESTRICT-FILE ASSIGN TO "campus_restrictions.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESTRICT-STATUS.
           SELECT COMPANIES-FILE ASSIGN TO "companies.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMPANIES-STATUS.
           SELECT SEATS-FILE ASSIGN TO "company_seats.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEATS-STATUS.
           SELECT PROFILES-FILE ASSIGN TO "profiles.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROFILES-STATUS.
           SELECT OUTPUT-FILE ASSIGN TO "InCollege-Output.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUTPUT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RESTRICT-FILE.
       01  RESTRICT-RECORD      PIC X(400).

       FD  COMPANIES-FILE.
       01  COMPANY-RECORD       PIC X(500).

       FD  SEATS-FILE.
       01  SEAT-RECORD          PIC X(100).

       FD  PROFILES-FILE.
       01  PROFILES-RECORD      PIC X(350).

       FD  OUTPUT-FILE.
       01  OUTPUT-RECORD        PIC X(350).

       WORKING-STORAGE SECTION.
       01  WS-RESTRICT-STATUS   PIC X(2).
       01  WS-COMPANIES-STATUS  PIC X(2).
       01  WS-SEATS-STATUS      PIC X(2).
       01  WS-PROFILES-STATUS   PIC X(2).
       01  WS-OUTPUT-STATUS     PIC X(2).
       01  WS-EOF-FLAG          PIC X VALUE 'N'.
       01  WS-MESSAGE           PIC X(300).
       01  WS-LINE              PIC X(400).

      *> campus_restrictions.txt, held whole
       01  WS-CR-COUNT          PIC 9(3) VALUE 0.
       01  WS-CR-OVER           PIC X VALUE 'N'.
       01  WS-CR-TABLE.
           05 WS-CR-TEMP OCCURS 500 TIMES PIC X(400).
       01  I                    PIC 9(3).
       01  WS-ROW               PIC 9(3).

      *> One campus_restrictions.txt row
       01  WS-RS-COMPANY        PIC X(50).
       01  WS-RS-STAFF          PIC X(20).
       01  WS-RS-CAMPUS         PIC X(100).
       01  WS-RS-SET-DATE       PIC X(8).
       01  WS-RS-REVIEW         PIC X(8).
       01  WS-RS-REASON         PIC X(150).

       01  WS-TODAY             PIC X(21).
       01  WS-DATE-NUM          PIC 9(8).
       01  WS-COUNT             PIC 9(3) VALUE 0.
       01  WS-DUE-TEXT          PIC X(14).

      *> Upper-cased keys for the campus/company comparisons
       01  WS-KEY-CAMPUS        PIC X(100).
       01  WS-KEY-COMPANY       PIC X(50).
       01  WS-CAMPUS-LIST       PIC X(150) VALUE SPACES.

      *> Campus of the caller
       01  WS-SCOPE-ACTION      PIC X(10).
       01  WS-SCOPE-TARGET      PIC X(20).
       01  WS-SCOPE-CAMPUS      PIC X(100).
       01  WS-SCOPE-RC          PIC X.
       01  WS-MY-CAMPUS         PIC X(100).

      *> companies.txt / company_seats.txt lookups
       01  WS-CO-OWNER          PIC X(20).
       01  WS-CO-NAME           PIC X(50).
       01  WS-PAGE-FOUND        PIC X VALUE 'N'.
       01  WS-PAGE-OWNER        PIC X(20).
       01  WS-ST-COMPANY        PIC X(50).
       01  WS-ST-USER           PIC X(20).
       01  WS-ST-ROLE           PIC X(9).

      *> The employer side of CHECKUSER, sized to COMPANY-SEATS' linkage
       01  WS-SEAT-ACTION       PIC X(10).
       01  WS-SEAT-TARGET       PIC X(20).
       01  WS-SEAT-COMPANY      PIC X(50).
       01  WS-SEAT-ROLE         PIC X(9).
       01  WS-SEAT-RC           PIC X.
       01  WS-IN-BLOCK          PIC X.
       01  WS-TGT-UNIV          PIC X(100).

      *> Notice to the company, sized to SEND-MESSAGE's linkage
       01  WS-MSG-SENDER        PIC X(20).
       01  WS-MSG-RECIPIENT     PIC X(20).
       01  WS-SKIP-VERIFY       PIC X VALUE 'Q'.
       01  WS-MSG-RC            PIC X.
       01  WS-NOTIFY-TEXT       PIC X(200).

      *> Audit
       01  WS-AUDIT-EVENT       PIC X(20).
       01  WS-AUDIT-OUTCOME     PIC X.
       01  WS-AUDIT-RC          PIC X.

       LINKAGE SECTION.
       01  LS-USERNAME          PIC X(20).
      *> 'RESTRICT', 'LIFT', 'LIST', 'CHECK' or 'CHECKUSER'
       01  LS-ACTION            PIC X(10).
       01  LS-RESTRICTION.
           05 LS-CR-COMPANY     PIC X(50).
           05 LS-CR-CAMPUS      PIC X(100).
           05 LS-CR-REVIEW      PIC X(8).
           05 LS-CR-REASON      PIC X(150).
           05 LS-CR-TARGET      PIC X(20).
       01  LS-RETURN-CODE       PIC X.

       PROCEDURE DIVISION USING LS-USERNAME, LS-ACTION, LS-RESTRICTION,
                                 LS-RETURN-CODE.

           MOVE 'X' TO LS-RETURN-CODE.
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY.

           EVALUATE FUNCTION TRIM(LS-ACTION)
               WHEN "RESTRICT"
                   PERFORM RESTRICT-COMPANY
               WHEN "LIFT"
                   PERFORM LIFT-RESTRICTION
               WHEN "LIST"
                   PERFORM LIST-RESTRICTIONS
               WHEN "CHECK"
                   PERFORM CHECK-RESTRICTION
               WHEN "CHECKUSER"
                   PERFORM CHECK-USER-PAIR
               WHEN "CAMPUSES"
                   PERFORM LIST-COMPANY-CAMPUSES
           END-EVALUATE.
           GOBACK.

      *> ----------------------------------------------------------
      *> RESTRICT
      *> ----------------------------------------------------------
       RESTRICT-COMPANY SECTION.
           MOVE "CAMPUS-RESTRICT" TO WS-AUDIT-EVENT.
           PERFORM GET-MY-CAMPUS.
           IF WS-MY-CAMPUS = SPACES
               MOVE 'F' TO LS-RETURN-CODE
               PERFORM WRITE-AUDIT
               EXIT SECTION
           END-IF.
           PERFORM FIND-COMPANY-PAGE.
           IF WS-PAGE-FOUND NOT = 'Y'
               MOVE 'N' TO LS-RETURN-CODE
               PERFORM WRITE-AUDIT
               EXIT SECTION
           END-IF.
           IF FUNCTION TRIM(LS-CR-REASON) = SPACES
              OR LS-CR-REVIEW IS NOT NUMERIC
               MOVE 'V' TO LS-RETURN-CODE
               PERFORM WRITE-AUDIT
               EXIT SECTION
           END-IF.
           MOVE LS-CR-REVIEW TO WS-DATE-NUM.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-NUM) NOT = 0
              OR LS-CR-REVIEW NOT > WS-TODAY(1:8)
               MOVE 'V' TO LS-RETURN-CODE
               PERFORM WRITE-AUDIT
               EXIT SECTION
           END-IF.

           PERFORM LOAD-RESTRICTIONS.
           PERFORM FIND-MY-RESTRICTION.
           IF WS-ROW = 0
              AND (WS-CR-OVER = 'Y' OR WS-CR-COUNT >= 500)
               MOVE 'X' TO LS-RETURN-CODE
               PERFORM WRITE-AUDIT
               EXIT SECTION
           END-IF.

           MOVE LS-CR-COMPANY TO WS-RS-COMPANY.
           MOVE LS-USERNAME TO WS-RS-STAFF.
           MOVE WS-MY-CAMPUS TO WS-RS-CAMPUS.
           MOVE WS-TODAY(1:8) TO WS-RS-SET-DATE.
           MOVE LS-CR-REVIEW TO WS-RS-REVIEW.
      *> The reason is the last field, but a tilde in it would still
      *> read back as a field break.
           MOVE LS-CR-REASON TO WS-RS-REASON.
           INSPECT WS-RS-REASON REPLACING ALL "~" BY "-".
           PERFORM BUILD-RESTRICTION-ROW.
           IF WS-ROW = 0
               ADD 1 TO WS-CR-COUNT
               MOVE WS-LINE TO WS-CR-TEMP(WS-CR-COUNT)
               MOVE 'S' TO LS-RETURN-CODE
           ELSE
               MOVE WS-LINE TO WS-CR-TEMP(WS-ROW)
               MOVE 'U' TO LS-RETURN-CODE
           END-IF.
           PERFORM SAVE-RESTRICTIONS.
           MOVE WS-MY-CAMPUS TO LS-CR-CAMPUS.

           INITIALIZE WS-NOTIFY-TEXT.
           STRING "Careers office notice: " FUNCTION TRIM(LS-CR-COMPANY)
                  " may not recruit students of "
                  FUNCTION TRIM(WS-MY-CAMPUS)
                  " (review by " LS-CR-REVIEW "). Reason: "
                  FUNCTION TRIM(WS-RS-REASON)
               DELIMITED BY SIZE INTO WS-NOTIFY-TEXT.
           PERFORM NOTIFY-COMPANY.
           PERFORM WRITE-AUDIT.
           EXIT SECTION.

      *> ----------------------------------------------------------
      *> LIFT
      *> ----------------------------------------------------------
       LIFT-RESTRICTION SECTION.
           MOVE "CAMPUS-LIFT" TO WS-AUDIT-EVENT.
           PERFORM GET-MY-CAMPUS.
           IF WS-MY-CAMPUS = SPACES
               MOVE 'F' TO LS-RETURN-CODE
               PERFORM WRITE-AUDIT
               EXIT SECTION
           END-IF.
           PERFORM LOAD-RESTRICTIONS.
           PERFORM FIND-MY-RESTRICTION.
           IF WS-ROW = 0
               MOVE 'N' TO LS-RETURN-CODE
               PERFORM WRITE-AUDIT
               EXIT SECTION
           END-IF.
           MOVE WS-CR-TEMP(WS-ROW) TO WS-LINE.
           PERFORM PARSE-RESTRICTION-ROW.
           MOVE WS-RS-COMPANY TO LS-CR-COMPANY.
           PERFORM VARYING I FROM WS-ROW BY 1 UNTIL I >= WS-CR-COUNT
               MOVE WS-CR-TEMP(I + 1) TO WS-CR-TEMP(I)
           END-PERFORM.
           SUBTRACT 1 FROM WS-CR-COUNT.
           PERFORM SAVE-RESTRICTIONS.
           MOVE WS-MY-CAMPUS TO LS-CR-CAMPUS.
           MOVE 'S' TO LS-RETURN-CODE.

           PERFORM FIND-COMPANY-PAGE.
           INITIALIZE WS-NOTIFY-TEXT.
           STRING "Careers office notice: the restriction on "
                  FUNCTION TRIM(LS-CR-COMPANY)
                  " recruiting students of " FUNCTION TRIM(WS-MY-CAMPUS)
                  " has been lifted."
               DELIMITED BY SIZE INTO WS-NOTIFY-TEXT.
           PERFORM NOTIFY-COMPANY.
           PERFORM WRITE-AUDIT.
           EXIT SECTION.

      *> ----------------------------------------------------------
      *> LIST
      *> ----------------------------------------------------------
       LIST-RESTRICTIONS SECTION.
           PERFORM GET-MY-CAMPUS.
           IF WS-MY-CAMPUS = SPACES
               MOVE 'F' TO LS-RETURN-CODE
               EXIT SECTION
           END-IF.
           OPEN EXTEND OUTPUT-FILE.
           IF WS-OUTPUT-STATUS = "35"
               OPEN OUTPUT OUTPUT-FILE
           END-IF.
           INITIALIZE WS-MESSAGE.
           STRING "--- Employers restricted at "
                  FUNCTION TRIM(WS-MY-CAMPUS) " ---"
               DELIMITED BY SIZE INTO WS-MESSAGE.
           PERFORM DISPLAY-AND-LOG.
           PERFORM LOAD-RESTRICTIONS.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-MY-CAMPUS))
               TO WS-KEY-CAMPUS.
           MOVE 0 TO WS-COUNT.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-CR-COUNT
               MOVE WS-CR-TEMP(I) TO WS-LINE
               PERFORM PARSE-RESTRICTION-ROW
               IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-RS-CAMPUS)) =
                  WS-KEY-CAMPUS
                   ADD 1 TO WS-COUNT
                   PERFORM DESCRIBE-RESTRICTION
               END-IF
           END-PERFORM.
           IF WS-COUNT = 0
               MOVE "No employer is restricted at your campus."
                   TO WS-MESSAGE
               PERFORM DISPLAY-AND-LOG
               MOVE 'N' TO LS-RETURN-CODE
           ELSE
               MOVE 'S' TO LS-RETURN-CODE
           END-IF.
           CLOSE OUTPUT-FILE.
           EXIT SECTION.

      *> Two lines: who, since when and when to review, then why.
       DESCRIBE-RESTRICTION SECTION.
           MOVE SPACES TO WS-DUE-TEXT.
           IF WS-RS-REVIEW NOT > WS-TODAY(1:8)
               MOVE " [REVIEW DUE]" TO WS-DUE-TEXT
           END-IF.
           INITIALIZE WS-MESSAGE.
           STRING FUNCTION TRIM(WS-RS-COMPANY) " -- since "
                  WS-RS-SET-DATE " by " FUNCTION TRIM(WS-RS-STAFF)
                  ", review by " WS-RS-REVIEW WS-DUE-TEXT
               DELIMITED BY SIZE INTO WS-MESSAGE.
           PERFORM DISPLAY-AND-LOG.
           INITIALIZE WS-MESSAGE.
           STRING "   Reason: " FUNCTION TRIM(WS-RS-REASON)
               DELIMITED BY SIZE INTO WS-MESSAGE.
           PERFORM DISPLAY-AND-LOG.
           EXIT SECTION.

      *> ----------------------------------------------------------
      *> CHECK / CHECKUSER
      *> ----------------------------------------------------------
      *> Straight off the file, no table: BROWSE-JOB asks once per
      *> posting.
       CHECK-RESTRICTION SECTION.
           MOVE 'N' TO LS-RETURN-CODE.
           IF FUNCTION TRIM(LS-CR-CAMPUS) = SPACES
              OR FUNCTION TRIM(LS-CR-COMPANY) = SPACES
               EXIT SECTION
           END-IF.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(LS-CR-CAMPUS))
               TO WS-KEY-CAMPUS.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(LS-CR-COMPANY))
               TO WS-KEY-COMPANY.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT RESTRICT-FILE.
           IF WS-RESTRICT-STATUS NOT = "00"
               CLOSE RESTRICT-FILE
               EXIT SECTION
           END-IF.
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ RESTRICT-FILE INTO WS-LINE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM PARSE-RESTRICTION-ROW
                       IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-RS-CAMPUS))
                          = WS-KEY-CAMPUS
                          AND FUNCTION UPPER-CASE(
                              FUNCTION TRIM(WS-RS-COMPANY)) =
                              WS-KEY-COMPANY
                           MOVE 'R' TO LS-RETURN-CODE
                           MOVE 'Y' TO WS-EOF-FLAG
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RESTRICT-FILE.
           EXIT SECTION.

      *> Every campus holding a restriction on LS-CR-COMPANY (ignoring
      *> case), for a listing that goes to all campuses at once.
       LIST-COMPANY-CAMPUSES SECTION.
           MOVE 'N' TO LS-RETURN-CODE.
           MOVE SPACES TO LS-CR-REASON.
           IF FUNCTION TRIM(LS-CR-COMPANY) = SPACES
               EXIT SECTION
           END-IF.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(LS-CR-COMPANY))
               TO WS-KEY-COMPANY.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT RESTRICT-FILE.
           IF WS-RESTRICT-STATUS NOT = "00"
               CLOSE RESTRICT-FILE
               EXIT SECTION
           END-IF.
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ RESTRICT-FILE INTO WS-LINE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM PARSE-RESTRICTION-ROW
                       IF FUNCTION UPPER-CASE(
                              FUNCTION TRIM(WS-RS-COMPANY)) =
                              WS-KEY-COMPANY
                          AND FUNCTION TRIM(WS-RS-CAMPUS) > SPACES
                           IF LS-RETURN-CODE = 'R'
                               STRING FUNCTION TRIM(LS-CR-REASON) "; "
                                      FUNCTION TRIM(WS-RS-CAMPUS)
                                      DELIMITED BY SIZE
                                      INTO WS-CAMPUS-LIST
                               END-STRING
                           ELSE
                               MOVE WS-RS-CAMPUS TO WS-CAMPUS-LIST
                           END-IF
                           MOVE WS-CAMPUS-LIST TO LS-CR-REASON
                           MOVE SPACES TO WS-CAMPUS-LIST
                           MOVE 'R' TO LS-RETURN-CODE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RESTRICT-FILE.
           EXIT SECTION.

      *> The company the employer account acts for (COMPANY-SEATS
      *> RESOLVE: page owner or seat holder) against the student's
      *> school (profiles.txt UNIV line). Anyone without a company --
      *> students, staff, admins -- is never restricted.
       CHECK-USER-PAIR SECTION.
           MOVE 'N' TO LS-RETURN-CODE.
           MOVE "RESOLVE" TO WS-SEAT-ACTION.
           MOVE SPACES TO WS-SEAT-TARGET, WS-SEAT-COMPANY, WS-SEAT-ROLE.
           CALL "COMPANY-SEATS" USING LS-USERNAME, WS-SEAT-ACTION,
                                       WS-SEAT-TARGET, WS-SEAT-COMPANY,
                                       WS-SEAT-ROLE, WS-SEAT-RC.
           IF WS-SEAT-RC NOT = 'S'
              OR FUNCTION TRIM(WS-SEAT-COMPANY) = SPACES
               MOVE 'N' TO LS-RETURN-CODE
               EXIT SECTION
           END-IF.

           MOVE 'N' TO WS-IN-BLOCK.
           MOVE SPACES TO WS-TGT-UNIV.
           OPEN INPUT PROFILES-FILE.
           IF WS-PROFILES-STATUS NOT = "00"
               CLOSE PROFILES-FILE
               EXIT SECTION
           END-IF.
           PERFORM UNTIL WS-PROFILES-STATUS NOT = "00"
               READ PROFILES-FILE
                   AT END
                       MOVE "10" TO WS-PROFILES-STATUS
                   NOT AT END
                       IF PROFILES-RECORD(1:5) = "USER:"
                           IF FUNCTION TRIM(PROFILES-RECORD(6:20)) =
                              FUNCTION TRIM(LS-CR-TARGET)
                               MOVE 'Y' TO WS-IN-BLOCK
                           ELSE
                               MOVE 'N' TO WS-IN-BLOCK
                           END-IF
                       END-IF
                       IF WS-IN-BLOCK = 'Y'
                          AND PROFILES-RECORD(1:5) = "UNIV:"
                           MOVE PROFILES-RECORD(6:100) TO WS-TGT-UNIV
                           MOVE "10" TO WS-PROFILES-STATUS
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PROFILES-FILE.

           MOVE WS-SEAT-COMPANY TO LS-CR-COMPANY.
           MOVE WS-TGT-UNIV TO LS-CR-CAMPUS.
           PERFORM CHECK-RESTRICTION.
           EXIT SECTION.

      *> ----------------------------------------------------------
      *> Shared
      *> ----------------------------------------------------------
       GET-MY-CAMPUS SECTION.
           MOVE SPACES TO WS-MY-CAMPUS, WS-SCOPE-TARGET, WS-SCOPE-CAMPUS.
           MOVE "GETCAMPUS" TO WS-SCOPE-ACTION.
           CALL "STAFF-SCOPE" USING LS-USERNAME, WS-SCOPE-ACTION,
                                     WS-SCOPE-TARGET, WS-SCOPE-CAMPUS,
                                     WS-SCOPE-RC.
           IF WS-SCOPE-RC = 'S'
               MOVE WS-SCOPE-CAMPUS TO WS-MY-CAMPUS
           END-IF.
           EXIT SECTION.

      *> The page named LS-CR-COMPANY (ignoring case); on a match
      *> LS-CR-COMPANY takes the page's own spelling and WS-PAGE-OWNER
      *> its owner.
       FIND-COMPANY-PAGE SECTION.
           MOVE 'N' TO WS-PAGE-FOUND.
           MOVE SPACES TO WS-PAGE-OWNER.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(LS-CR-COMPANY))
               TO WS-KEY-COMPANY.
           IF WS-KEY-COMPANY = SPACES
               EXIT SECTION
           END-IF.
           OPEN INPUT COMPANIES-FILE.
           IF WS-COMPANIES-STATUS NOT = "00"
               CLOSE COMPANIES-FILE
               EXIT SECTION
           END-IF.
           PERFORM UNTIL WS-PAGE-FOUND = 'Y'
                      OR WS-COMPANIES-STATUS NOT = "00"
               READ COMPANIES-FILE
                   AT END
                       MOVE "10" TO WS-COMPANIES-STATUS
                   NOT AT END
                       MOVE SPACES TO WS-CO-OWNER, WS-CO-NAME
                       UNSTRING COMPANY-RECORD DELIMITED BY "~"
                           INTO WS-CO-OWNER, WS-CO-NAME
                       END-UNSTRING
                       IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CO-NAME))
                          = WS-KEY-COMPANY
                           MOVE 'Y' TO WS-PAGE-FOUND
                           MOVE WS-CO-NAME TO LS-CR-COMPANY
                           MOVE WS-CO-OWNER TO WS-PAGE-OWNER
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE COMPANIES-FILE.
           EXIT SECTION.

      *> WS-ROW = the caller's campus's row for LS-CR-COMPANY, or 0.
       FIND-MY-RESTRICTION SECTION.
           MOVE 0 TO WS-ROW.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-MY-CAMPUS))
               TO WS-KEY-CAMPUS.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(LS-CR-COMPANY))
               TO WS-KEY-COMPANY.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-CR-COUNT
               MOVE WS-CR-TEMP(I) TO WS-LINE
               PERFORM PARSE-RESTRICTION-ROW
               IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-RS-CAMPUS)) =
                  WS-KEY-CAMPUS
                  AND FUNCTION UPPER-CASE(FUNCTION TRIM(WS-RS-COMPANY)) =
                      WS-KEY-COMPANY
                   MOVE I TO WS-ROW
               END-IF
           END-PERFORM.
           EXIT SECTION.

      *> The page owner and every seat holder hear about it, once each.
       NOTIFY-COMPANY SECTION.
           MOVE LS-USERNAME TO WS-MSG-SENDER.
           IF WS-PAGE-OWNER NOT = SPACES
               MOVE WS-PAGE-OWNER TO WS-MSG-RECIPIENT
               CALL "SEND-MESSAGE" USING WS-MSG-SENDER, WS-MSG-RECIPIENT,
                                          WS-SKIP-VERIFY, WS-MSG-RC,
                                          WS-NOTIFY-TEXT
           END-IF.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(LS-CR-COMPANY))
               TO WS-KEY-COMPANY.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT SEATS-FILE.
           IF WS-SEATS-STATUS NOT = "00"
               CLOSE SEATS-FILE
               EXIT SECTION
           END-IF.
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ SEATS-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE SPACES TO WS-ST-COMPANY, WS-ST-USER,
                                      WS-ST-ROLE
                       UNSTRING SEAT-RECORD DELIMITED BY "~"
                           INTO WS-ST-COMPANY, WS-ST-USER, WS-ST-ROLE
                       END-UNSTRING
                       IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ST-COMPANY))
                          = WS-KEY-COMPANY
                          AND WS-ST-USER NOT = SPACES
                          AND FUNCTION TRIM(WS-ST-USER) NOT =
                              FUNCTION TRIM(WS-PAGE-OWNER)
                           MOVE WS-ST-USER TO WS-MSG-RECIPIENT
                           CALL "SEND-MESSAGE" USING WS-MSG-SENDER,
                                    WS-MSG-RECIPIENT, WS-SKIP-VERIFY,
                                    WS-MSG-RC, WS-NOTIFY-TEXT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SEATS-FILE.
           EXIT SECTION.

       LOAD-RESTRICTIONS SECTION.
           MOVE 0 TO WS-CR-COUNT.
           MOVE 'N' TO WS-CR-OVER.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT RESTRICT-FILE.
           IF WS-RESTRICT-STATUS NOT = "00"
               CLOSE RESTRICT-FILE
               EXIT SECTION
           END-IF.
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ RESTRICT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF WS-CR-COUNT < 500
                           ADD 1 TO WS-CR-COUNT
                           MOVE RESTRICT-RECORD TO WS-CR-TEMP(WS-CR-COUNT)
                       ELSE
                           MOVE 'Y' TO WS-CR-OVER
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RESTRICT-FILE.
           EXIT SECTION.

       SAVE-RESTRICTIONS SECTION.
           OPEN OUTPUT RESTRICT-FILE.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-CR-COUNT
               WRITE RESTRICT-RECORD FROM WS-CR-TEMP(I)
           END-PERFORM.
           CLOSE RESTRICT-FILE.
           EXIT SECTION.

       PARSE-RESTRICTION-ROW SECTION.
           MOVE SPACES TO WS-RS-COMPANY, WS-RS-STAFF, WS-RS-CAMPUS,
                          WS-RS-SET-DATE, WS-RS-REVIEW, WS-RS-REASON.
           UNSTRING WS-LINE DELIMITED BY "~"
               INTO WS-RS-COMPANY, WS-RS-STAFF, WS-RS-CAMPUS,
                    WS-RS-SET-DATE, WS-RS-REVIEW, WS-RS-REASON
           END-UNSTRING.
           EXIT SECTION.

       BUILD-RESTRICTION-ROW SECTION.
           INITIALIZE WS-LINE.
           STRING FUNCTION TRIM(WS-RS-COMPANY) "~"
                  FUNCTION TRIM(WS-RS-STAFF) "~"
                  FUNCTION TRIM(WS-RS-CAMPUS) "~"
                  WS-RS-SET-DATE "~"
                  WS-RS-REVIEW "~"
                  FUNCTION TRIM(WS-RS-REASON)
               DELIMITED BY SIZE INTO WS-LINE.
           EXIT SECTION.

      *> 'S' for a restriction put on, renewed or lifted, 'F' for any
      *> refusal.
       WRITE-AUDIT SECTION.
           IF LS-RETURN-CODE = 'S' OR LS-RETURN-CODE = 'U'
               MOVE 'S' TO WS-AUDIT-OUTCOME
           ELSE
               MOVE 'F' TO WS-AUDIT-OUTCOME
           END-IF.
           CALL "AUDIT-LOG" USING LS-USERNAME, WS-AUDIT-EVENT,
                                   WS-AUDIT-OUTCOME, WS-AUDIT-RC.
           EXIT SECTION.

       DISPLAY-AND-LOG SECTION.
           DISPLAY FUNCTION TRIM(WS-MESSAGE).
           MOVE WS-MESSAGE TO OUTPUT-RECORD.
           WRITE OUTPUT-RECORD.
           EXIT.
