       >>SOURCE FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FUNDING.
       AUTHOR. Paola
       DATE-WRITTEN. 10/15/2026

       *> Scholarships, research stipends and travel grants, kept out of
       *> jobs.txt so they stop showing up in the job list as postings
       *> that cannot say what they pay or who may apply. STAFF post
       *> them for their own campus; so may an EMPLOYER account an
       *> administrator has approved as a funding sponsor.
       *> funding_opps.txt, one row per opportunity:
       *>   id~poster~kind~title~amount~deadline~universities~majors~
       *>   gradYears~documents~state~campus~postedOn
       *>     kind        SCHOLARSHIP, STIPEND or GRANT
       *>     amount      the award in dollars and cents
       *>     deadline    YYYYMMDD, the last day to apply
       *>     universities, majors, gradYears
       *>                 ;-lists held against the student's profile
       *>                 UNIV/MAJR/GRAD lines; blank means anyone. A
       *>                 staff posting is always for the poster's campus
       *>     documents   what the applicant must send along, as text
       *>     state       OPEN or CLOSED (closed early by its poster; an
       *>                 opportunity past its deadline is shut anyway)
       *>     campus      the posting staff member's campus, blank for a
       *>                 sponsor; staff of that campus may review it
       *> funding_apps.txt, one row per application:
       *>   oppId~student~appliedOn~status~decidedOn~decidedBy~award~
       *>   statement
       *>     status      SUBMITTED, AWARDED or DECLINED
       *> funding_sponsors.txt, the approval history (latest row wins):
       *>   user~APPROVED|REVOKED~date~admin
       *> A sponsor reading an application is a release of the
       *> student's records to a third party, so it is entered on the
       *> DISCLOSURE-LOG ledger the same way applicant review is.
       *> Actions:
       *>   POST      new opportunity from LS-FUNDING; id back in
       *>             LS-FD-ID
       *>   MINE      the poster's opportunities with application counts
       *>   CLOSE     poster closes LS-FD-ID early
       *>   BROWSE    open opportunities the student is eligible for
       *>   APPLY     student applies to LS-FD-ID with LS-FD-TEXT
       *>   STATUS    the student's applications and their outcome
       *>   REVIEW    applications to LS-FD-ID with each statement
       *>   AWARD     awards LS-FD-USER's application to LS-FD-ID,
       *>             LS-FD-AMOUNT or the opportunity's own amount
       *>   DECLINE   declines LS-FD-USER's application to LS-FD-ID
       *>   SPONSOR   administrator approves LS-FD-USER as a sponsor
       *>   UNSPONSOR administrator revokes that approval
       *>   SPONSORS  lists the approved sponsors
       *>   REPORT    awards per campus (the student's university) to
       *>             InCollege-FundingReport.txt: a staff caller's
       *>             campus only, every campus otherwise
       *> Return codes: 'S' done, 'V' a field is missing or invalid,
       *> 'A' the caller may not post (not staff, not an approved
       *> sponsor), 'N' no such opportunity or application of the
       *> caller's, 'P' past the deadline or closed, 'E' the student is
       *> not eligible, 'D' already applied or already decided, 'F' no
       *> profile on file, 'X' unknown action or file full.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPPS-FILE ASSIGN TO "funding_opps.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPPS-STATUS.
           SELECT APPS-FILE ASSIGN TO "funding_apps.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPS-STATUS.
           SELECT SPONSOR-FILE ASSIGN TO "funding_sponsors.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SPONSOR-STATUS.
           SELECT PROFILE-FILE ASSIGN TO "profiles.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROFILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "InCollege-FundingReport.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT OUTPUT-FILE ASSIGN TO "InCollege-Output.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUTPUT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPPS-FILE.
       01  OPPS-RECORD          PIC X(600).

       FD  APPS-FILE.
       01  APPS-RECORD          PIC X(300).

       FD  SPONSOR-FILE.
       01  SPONSOR-RECORD       PIC X(80).

       FD  PROFILE-FILE.
       01  PROFILE-RECORD       PIC X(350).

       FD  REPORT-FILE.
       01  REPORT-RECORD        PIC X(200).

       FD  OUTPUT-FILE.
       01  OUTPUT-RECORD        PIC X(350).

       WORKING-STORAGE SECTION.
       01  WS-OPPS-STATUS       PIC X(2).
       01  WS-APPS-STATUS       PIC X(2).
       01  WS-SPONSOR-STATUS    PIC X(2).
       01  WS-PROFILE-STATUS    PIC X(2).
       01  WS-REPORT-STATUS     PIC X(2).
       01  WS-OUTPUT-STATUS     PIC X(2).
       01  WS-MESSAGE           PIC X(300).
       01  WS-LINE              PIC X(600).

       *> funding_opps.txt and funding_apps.txt, held whole
       01  WS-OP-COUNT          PIC 9(4) VALUE 0.
       01  WS-OP-OVER           PIC X VALUE 'N'.
       01  WS-OP-TABLE.
           05 WS-OP-TEMP OCCURS 500 TIMES PIC X(600).
       01  WS-AP-COUNT          PIC 9(4) VALUE 0.
       01  WS-AP-OVER           PIC X VALUE 'N'.
       01  WS-AP-TABLE.
           05 WS-AP-TEMP OCCURS 2000 TIMES PIC X(300).
       01  I                    PIC 9(4).
       01  J                    PIC 9(4).
       01  WS-OP-ROW            PIC 9(4).
       01  WS-AP-ROW            PIC 9(4).
       01  WS-HIGH-ID           PIC 9(6).
       01  WS-ID-NUM            PIC 9(6).
       01  WS-ID-TEXT           PIC X(6).

       *> One funding_opps.txt row
       01  WS-FO-ID             PIC X(6).
       01  WS-FO-POSTER         PIC X(20).
       01  WS-FO-KIND           PIC X(12).
       01  WS-FO-TITLE          PIC X(60).
       01  WS-FO-AMOUNT         PIC X(12).
       01  WS-FO-DEADLINE       PIC X(8).
       01  WS-FO-UNIVS          PIC X(100).
       01  WS-FO-MAJORS         PIC X(100).
       01  WS-FO-YEARS          PIC X(30).
       01  WS-FO-DOCS           PIC X(100).
       01  WS-FO-STATE          PIC X(8).
       01  WS-FO-CAMPUS         PIC X(100).
       01  WS-FO-POSTED-ON      PIC X(8).

       *> One funding_apps.txt row
       01  WS-FA-OPP            PIC X(6).
       01  WS-FA-STUDENT        PIC X(20).
       01  WS-FA-APPLIED-ON     PIC X(8).
       01  WS-FA-STATUS         PIC X(10).
       01  WS-FA-DECIDED-ON     PIC X(8).
       01  WS-FA-DECIDED-BY     PIC X(20).
       01  WS-FA-AWARD          PIC X(12).
       01  WS-FA-STATEMENT      PIC X(200).

       *> Money
       01  WS-AMOUNT-NUM        PIC 9(7)V99.
       01  WS-AMOUNT-EDIT       PIC Z(6)9.99.
       01  WS-AMOUNT-TEXT       PIC X(12).
       01  WS-TOTAL-EDIT        PIC Z(8)9.99.

       *> The caller
       01  WS-TODAY             PIC X(21).
       01  WS-DATE-NUM          PIC 9(8).
       01  WS-SCOPE-ACTION      PIC X(10).
       01  WS-SCOPE-TARGET      PIC X(20).
       01  WS-SCOPE-CAMPUS      PIC X(100).
       01  WS-SCOPE-RC          PIC X.
       01  WS-MY-CAMPUS         PIC X(100).
       01  WS-IS-SPONSOR        PIC X.
       01  WS-MAY-REVIEW        PIC X.

       *> A student's profile, for eligibility and the report
       01  WS-PROFILE-USER      PIC X(20).
       01  WS-ST-UNIV           PIC X(100).
       01  WS-ST-MAJOR          PIC X(100).
       01  WS-ST-GRAD           PIC X(10).
       01  WS-ST-FOUND          PIC X.
       01  WS-IN-BLOCK          PIC X.
       01  WS-ELIGIBLE          PIC X.

       *> ;-list matching
       01  WS-LIST              PIC X(100).
       01  WS-LIST-VALUE        PIC X(100).
       01  WS-LIST-ITEM         PIC X(100).
       01  WS-LIST-PTR          PIC 9(3).
       01  WS-LIST-HIT          PIC X.

       *> Sponsor approvals
       01  WS-SP-USER           PIC X(20).
       01  WS-SP-STATE          PIC X(10).
       01  WS-SP-DATE           PIC X(8).
       01  WS-SP-ADMIN          PIC X(20).
       01  WS-SP-COUNT          PIC 9(3) VALUE 0.
       01  WS-SP-TABLE.
           05 WS-SP-ENTRY OCCURS 300 TIMES.
              10 WS-SP-NAME     PIC X(20).
              10 WS-SP-LAST     PIC X(10).
              10 WS-SP-ON       PIC X(8).
       01  S                    PIC 9(3).

       *> Messages
       01  WS-MSG-SENDER        PIC X(20).
       01  WS-MSG-RECIPIENT     PIC X(20).
       01  WS-SKIP-VERIFY       PIC X VALUE 'Q'.
       01  WS-MSG-RC            PIC X.
       01  WS-NOTIFY-TEXT       PIC X(200).

       *> Disclosure ledger, sized to DISCLOSURE-LOG's linkage
       01  WS-DSC-ACTION        PIC X(10) VALUE "RECORD".
       01  WS-DISCLOSURE.
           05 WS-DSC-STUDENT    PIC X(20).
           05 WS-DSC-RECIPIENT  PIC X(20).
           05 WS-DSC-CATEGORY   PIC X(12).
           05 WS-DSC-SOURCE     PIC X(16).
           05 WS-DSC-PURPOSE    PIC X(80).
       01  WS-DSC-RC            PIC X.

       *> Awards report: one entry per campus, a column per kind
       *> (1 SCHOLARSHIP, 2 STIPEND, 3 GRANT)
       01  WS-CP-COUNT          PIC 9(2) VALUE 0.
       01  WS-CP-TABLE.
           05 WS-CP-ENTRY OCCURS 50 TIMES.
              10 WS-CP-NAME         PIC X(100).
              10 WS-CP-KIND OCCURS 3 TIMES.
                 15 WS-CP-APPLIED   PIC 9(5).
                 15 WS-CP-AWARDED   PIC 9(5).
                 15 WS-CP-TOTAL     PIC 9(9)V99.
       01  C                    PIC 9(2).
       01  K                    PIC 9.
       01  WS-KIND-LABEL        PIC X(12).
       01  WS-SUM-APPLIED       PIC 9(5).
       01  WS-SUM-AWARDED       PIC 9(5).
       01  WS-SUM-TOTAL         PIC 9(9)V99.

       01  WS-COUNT             PIC 9(4) VALUE 0.
       01  WS-COUNT-TEXT        PIC Z(4)9.
       01  WS-COUNT-TEXT2       PIC Z(4)9.
       01  WS-COUNT-TEXT3       PIC Z(4)9.
       01  WS-APPLIED-MARK      PIC X(20).

       LINKAGE SECTION.
       01  LS-USERNAME          PIC X(20).
       *> 'POST', 'MINE', 'CLOSE', 'BROWSE', 'APPLY', 'STATUS',
       *> 'REVIEW', 'AWARD', 'DECLINE', 'SPONSOR', 'UNSPONSOR',
       *> 'SPONSORS' or 'REPORT'
       01  LS-ACTION            PIC X(10).
       01  LS-FUNDING.
           05 LS-FD-ID          PIC X(6).
           05 LS-FD-KIND        PIC X(12).
           05 LS-FD-TITLE       PIC X(60).
           05 LS-FD-AMOUNT      PIC X(12).
           05 LS-FD-DEADLINE    PIC X(8).
           05 LS-FD-UNIVS       PIC X(100).
           05 LS-FD-MAJORS      PIC X(100).
           05 LS-FD-YEARS       PIC X(30).
           05 LS-FD-DOCS        PIC X(100).
           05 LS-FD-USER        PIC X(20).
           05 LS-FD-TEXT        PIC X(200).
       01  LS-RETURN-CODE       PIC X.

       PROCEDURE DIVISION USING LS-USERNAME, LS-ACTION, LS-FUNDING,
                                 LS-RETURN-CODE.

           MOVE 'X' TO LS-RETURN-CODE.
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(LS-FD-KIND))
               TO LS-FD-KIND.
           MOVE SPACES TO WS-ID-TEXT.
           IF FUNCTION TRIM(LS-FD-ID) IS NUMERIC
               MOVE FUNCTION NUMVAL(LS-FD-ID) TO WS-ID-NUM
               MOVE WS-ID-NUM TO WS-ID-TEXT
           END-IF.
           OPEN EXTEND OUTPUT-FILE.
           IF WS-OUTPUT-STATUS = "35"
               OPEN OUTPUT OUTPUT-FILE
           END-IF.

           EVALUATE FUNCTION TRIM(LS-ACTION)
               WHEN "POST"
                   PERFORM POST-OPPORTUNITY
               WHEN "MINE"
                   PERFORM LIST-MY-OPPORTUNITIES
               WHEN "CLOSE"
                   PERFORM CLOSE-OPPORTUNITY
               WHEN "BROWSE"
                   PERFORM BROWSE-OPPORTUNITIES
               WHEN "APPLY"
                   PERFORM APPLY-FOR-OPPORTUNITY
               WHEN "STATUS"
                   PERFORM LIST-MY-APPLICATIONS
               WHEN "REVIEW"
                   PERFORM REVIEW-APPLICATIONS
               WHEN "AWARD"
                   PERFORM DECIDE-APPLICATION
               WHEN "DECLINE"
                   PERFORM DECIDE-APPLICATION
               WHEN "SPONSOR"
                   PERFORM SET-SPONSOR
               WHEN "UNSPONSOR"
                   PERFORM SET-SPONSOR
               WHEN "SPONSORS"
                   PERFORM LIST-SPONSORS
               WHEN "REPORT"
                   PERFORM AWARDS-REPORT
           END-EVALUATE.
           CLOSE OUTPUT-FILE.
           GOBACK.

       *> ----------------------------------------------------------
       *> POST / MINE / CLOSE
       *> ----------------------------------------------------------
       POST-OPPORTUNITY SECTION.
           PERFORM GET-MY-CAMPUS.
           IF WS-MY-CAMPUS = SPACES
               MOVE LS-USERNAME TO WS-SP-USER
               PERFORM CHECK-SPONSOR
               IF WS-IS-SPONSOR NOT = 'Y'
                   MOVE 'A' TO LS-RETURN-CODE
                   EXIT SECTION
               END-IF
           END-IF.

           IF FUNCTION TRIM(LS-FD-TITLE) = SPACES
              OR (LS-FD-KIND NOT = "SCHOLARSHIP"
                  AND LS-FD-KIND NOT = "STIPEND"
                  AND LS-FD-KIND NOT = "GRANT")
               MOVE 'V' TO LS-RETURN-CODE
               EXIT SECTION
           END-IF.
           MOVE LS-FD-AMOUNT TO WS-AMOUNT-TEXT.
           PERFORM NORMALIZE-AMOUNT.
           IF WS-AMOUNT-TEXT = SPACES
               MOVE 'V' TO LS-RETURN-CODE
               EXIT SECTION
           END-IF.
           IF LS-FD-DEADLINE IS NOT NUMERIC
               MOVE 'V' TO LS-RETURN-CODE
               EXIT SECTION
           END-IF.
           MOVE LS-FD-DEADLINE TO WS-DATE-NUM.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-NUM) NOT = 0
               MOVE 'V' TO LS-RETURN-CODE
               EXIT SECTION
           END-IF.
           IF LS-FD-DEADLINE < WS-TODAY(1:8)
               MOVE 'P' TO LS-RETURN-CODE
               EXIT SECTION
           END-IF.

           PERFORM LOAD-OPPORTUNITIES.
           IF WS-OP-OVER = 'Y' OR WS-OP-COUNT >= 500
               MOVE 'X' TO LS-RETURN-CODE
               EXIT SECTION
           END-IF.
           ADD 1 TO WS-HIGH-ID GIVING WS-ID-NUM.
           MOVE WS-ID-NUM TO WS-FO-ID.
           MOVE LS-USERNAME TO WS-FO-POSTER.
           MOVE LS-FD-KIND TO WS-FO-KIND.
           MOVE LS-FD-TITLE TO WS-FO-TITLE.
           MOVE WS-AMOUNT-TEXT TO WS-FO-AMOUNT.
           MOVE LS-FD-DEADLINE TO WS-FO-DEADLINE.
       *> A staff member posts for their own campus only.
           IF WS-MY-CAMPUS NOT = SPACES
               MOVE WS-MY-CAMPUS TO WS-FO-UNIVS
           ELSE
               MOVE LS-FD-UNIVS TO WS-FO-UNIVS
           END-IF.
           MOVE LS-FD-MAJORS TO WS-FO-MAJORS.
           MOVE LS-FD-YEARS TO WS-FO-YEARS.
           MOVE LS-FD-DOCS TO WS-FO-DOCS.
           MOVE "OPEN" TO WS-FO-STATE.
           MOVE WS-MY-CAMPUS TO WS-FO-CAMPUS.
           MOVE WS-TODAY(1:8) TO WS-FO-POSTED-ON.
           INSPECT WS-FO-TITLE REPLACING ALL "~" BY "-".
           INSPECT WS-FO-UNIVS REPLACING ALL "~" BY "-".
           INSPECT WS-FO-MAJORS REPLACING ALL "~" BY "-".
           INSPECT WS-FO-YEARS REPLACING ALL "~" BY "-".
           INSPECT WS-FO-DOCS REPLACING ALL "~" BY "-".
           PERFORM BUILD-OPP-ROW.
           ADD 1 TO WS-OP-COUNT.
           MOVE WS-LINE TO WS-OP-TEMP(WS-OP-COUNT).
           PERFORM SAVE-OPPORTUNITIES.
           MOVE WS-FO-ID TO LS-FD-ID.
           MOVE WS-FO-UNIVS TO LS-FD-UNIVS.
           MOVE 'S' TO LS-RETURN-CODE.
           EXIT SECTION.

       LIST-MY-OPPORTUNITIES SECTION.
           PERFORM GET-MY-CAMPUS.
           PERFORM LOAD-OPPORTUNITIES.
           PERFORM LOAD-APPLICATIONS.
           MOVE "--- My Funding Opportunities ---" TO WS-MESSAGE.
           PERFORM DISPLAY-AND-LOG.
           MOVE 0 TO WS-COUNT.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-OP-COUNT
               MOVE WS-OP-TEMP(I) TO WS-LINE
               PERFORM PARSE-OPP-ROW
               PERFORM CHECK-MAY-REVIEW
               IF WS-MAY-REVIEW = 'Y'
                   ADD 1 TO WS-COUNT
                   PERFORM DESCRIBE-OPPORTUNITY
                   PERFORM COUNT-OPP-APPLICATIONS
                   INITIALIZE WS-MESSAGE
                   STRING "    " FUNCTION TRIM(WS-COUNT-TEXT)
                          " application(s), "
                          FUNCTION TRIM(WS-COUNT-TEXT2) " awarded, "
                          FUNCTION TRIM(WS-COUNT-TEXT3) " awaiting a decision"
                       DELIMITED BY SIZE INTO WS-MESSAGE
                   PERFORM DISPLAY-AND-LOG
               END-IF
           END-PERFORM.
           IF WS-COUNT = 0
               MOVE "You have not posted any funding opportunities."
                   TO WS-MESSAGE
               PERFORM DISPLAY-AND-LOG
           END-IF.
           MOVE 'S' TO LS-RETURN-CODE.
           EXIT SECTION.

       *> WS-COUNT-TEXT applications to the parsed opportunity,
       *> WS-COUNT-TEXT2 of them awarded, WS-COUNT-TEXT3 still open.
       COUNT-OPP-APPLICATIONS SECTION.
           MOVE 0 TO WS-SUM-APPLIED, WS-SUM-AWARDED, WS-ID-NUM.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-AP-COUNT
               MOVE WS-AP-TEMP(J) TO WS-LINE
               PERFORM PARSE-APP-ROW
               IF WS-FA-OPP = WS-FO-ID
                   ADD 1 TO WS-SUM-APPLIED
                   IF WS-FA-STATUS = "AWARDED"
                       ADD 1 TO WS-SUM-AWARDED
                   END-IF
                   IF WS-FA-STATUS = "SUBMITTED"
                       ADD 1 TO WS-ID-NUM
                   END-IF
               END-IF
           END-PERFORM.
           MOVE WS-SUM-APPLIED TO WS-COUNT-TEXT.
           MOVE WS-SUM-AWARDED TO WS-COUNT-TEXT2.
           MOVE WS-ID-NUM TO WS-COUNT-TEXT3.
           EXIT SECTION.

       CLOSE-OPPORTUNITY SECTION.
           PERFORM GET-MY-CAMPUS.
           PERFORM LOAD-OPPORTUNITIES.
           PERFORM FIND-OPPORTUNITY.
           IF WS-OP-ROW = 0
               MOVE 'N' TO LS-RETURN-CODE
               EXIT SECTION
           END-IF.
           PERFORM CHECK-MAY-REVIEW.
           IF WS-MAY-REVIEW NOT = 'Y'
               MOVE 'N' TO LS-RETURN-CODE
               EXIT SECTION
           END-IF.
           IF WS-FO-STATE = "CLOSED"
               MOVE 'P' TO LS-RETURN-CODE
               EXIT SECTION
           END-IF.
           MOVE "CLOSED" TO WS-FO-STATE.
           PERFORM BUILD-OPP-ROW.
           MOVE WS-LINE TO WS-OP-TEMP(WS-OP-ROW).
           PERFORM SAVE-OPPORTUNITIES.
           MOVE 'S' TO LS-RETURN-CODE.
           EXIT SECTION.

       *> ----------------------------------------------------------
       *> BROWSE / APPLY / STATUS
       *> ----------------------------------------------------------
       BROWSE-OPPORTUNITIES SECTION.
           MOVE LS-USERNAME TO WS-PROFILE-USER.
           PERFORM GET-STUDENT-PROFILE.
           IF WS-ST-FOUND NOT = 'Y'
               MOVE 'F' TO LS-RETURN-CODE
               EXIT SECTION
           END-IF.
           PERFORM LOAD-OPPORTUNITIES.
           PERFORM LOAD-APPLICATIONS.
           MOVE "--- Scholarships and Funding You Can Apply For ---"
               TO WS-MESSAGE.
           PERFORM DISPLAY-AND-LOG.
           MOVE 0 TO WS-COUNT.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-OP-COUNT
               MOVE WS-OP-TEMP(I) TO WS-LINE
               PERFORM PARSE-OPP-ROW
               IF WS-FO-STATE = "OPEN"
                  AND WS-FO-DEADLINE >= WS-TODAY(1:8)
                   PERFORM CHECK-ELIGIBLE
                   IF WS-ELIGIBLE = 'Y'
                       ADD 1 TO WS-COUNT
                       PERFORM DESCRIBE-OPPORTUNITY
                       PERFORM FIND-MY-APPLICATION
                       IF WS-AP-ROW > 0
                           MOVE "    (you have applied)" TO WS-MESSAGE
                           PERFORM DISPLAY-AND-LOG
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-COUNT = 0
               MOVE "No open opportunities match your profile right now."
                   TO WS-MESSAGE
               PERFORM DISPLAY-AND-LOG
           END-IF.
           MOVE 'S' TO LS-RETURN-CODE.
           EXIT SECTION.

       APPLY-FOR-OPPORTUNITY SECTION.
           MOVE LS-USERNAME TO WS-PROFILE-USER.
           PERFORM GET-STUDENT-PROFILE.
           IF WS-ST-FOUND NOT = 'Y'
               MOVE 'F' TO LS-RETURN-CODE
               EXIT SECTION
           END-IF.
           PERFORM LOAD-OPPORTUNITIES.
           PERFORM FIND-OPPORTUNITY.
           IF WS-OP-ROW = 0
               MOVE 'N' TO LS-RETURN-CODE
               EXIT SECTION
           END-IF.
           IF WS-FO-STATE NOT = "OPEN"
              OR WS-FO-DEADLINE < WS-TODAY(1:8)
               MOVE 'P' TO LS-RETURN-CODE
               EXIT SECTION
           END-IF.
           PERFORM CHECK-ELIGIBLE.
           IF WS-ELIGIBLE NOT = 'Y'
               MOVE 'E' TO LS-RETURN-CODE
               EXIT SECTION
           END-IF.
           PERFORM LOAD-APPLICATIONS.
           PERFORM FIND-MY-APPLICATION.
           IF WS-AP-ROW > 0
               MOVE 'D' TO LS-RETURN-CODE
               EXIT SECTION
           END-IF.
           IF FUNCTION TRIM(LS-FD-TEXT) = SPACES
               MOVE 'V' TO LS-RETURN-CODE
               EXIT SECTION
           END-IF.
           IF WS-AP-OVER = 'Y' OR WS-AP-COUNT >= 2000
               MOVE 'X' TO LS-RETURN-CODE
               EXIT SECTION
           END-IF.

           MOVE WS-FO-ID TO WS-FA-OPP.
           MOVE LS-USERNAME TO WS-FA-STUDENT.
           MOVE WS-TODAY(1:8) TO WS-FA-APPLIED-ON.
           MOVE "SUBMITTED" TO WS-FA-STATUS.
           MOVE SPACES TO WS-FA-DECIDED-ON, WS-FA-DECIDED-BY,
                          WS-FA-AWARD.
           MOVE LS-FD-TEXT TO WS-FA-STATEMENT.
           INSPECT WS-FA-STATEMENT REPLACING ALL "~" BY "-".
           PERFORM BUILD-APP-ROW.
           OPEN EXTEND APPS-FILE.
           IF WS-APPS-STATUS = "35"
               OPEN OUTPUT APPS-FILE
           END-IF.
           WRITE APPS-RECORD FROM WS-LINE.
           CLOSE APPS-FILE.
           MOVE WS-FO-TITLE TO LS-FD-TITLE.
           MOVE WS-FO-DOCS TO LS-FD-DOCS.
           MOVE WS-FO-DEADLINE TO LS-FD-DEADLINE.
           MOVE 'S' TO LS-RETURN-CODE.
           EXIT SECTION.

       LIST-MY-APPLICATIONS SECTION.
           PERFORM LOAD-OPPORTUNITIES.
           PERFORM LOAD-APPLICATIONS.
           MOVE "--- My Funding Applications ---" TO WS-MESSAGE.
           PERFORM DISPLAY-AND-LOG.
           MOVE 0 TO WS-COUNT.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-AP-COUNT
               MOVE WS-AP-TEMP(J) TO WS-LINE
               PERFORM PARSE-APP-ROW
               IF FUNCTION TRIM(WS-FA-STUDENT) = FUNCTION TRIM(LS-USERNAME)
                   ADD 1 TO WS-COUNT
                   MOVE WS-FA-OPP TO WS-ID-TEXT
                   PERFORM FIND-OPPORTUNITY
                   IF WS-OP-ROW = 0
                       MOVE "(withdrawn opportunity)" TO WS-FO-TITLE
                   END-IF
                   INITIALIZE WS-MESSAGE
                   EVALUATE WS-FA-STATUS
                       WHEN "AWARDED"
                           STRING "#" WS-FA-OPP " "
                                  FUNCTION TRIM(WS-FO-TITLE)
                                  ": AWARDED $" FUNCTION TRIM(WS-FA-AWARD)
                                  " on " WS-FA-DECIDED-ON
                               DELIMITED BY SIZE INTO WS-MESSAGE
                       WHEN "DECLINED"
                           STRING "#" WS-FA-OPP " "
                                  FUNCTION TRIM(WS-FO-TITLE)
                                  ": not awarded (" WS-FA-DECIDED-ON ")"
                               DELIMITED BY SIZE INTO WS-MESSAGE
                       WHEN OTHER
                           STRING "#" WS-FA-OPP " "
                                  FUNCTION TRIM(WS-FO-TITLE)
                                  ": submitted " WS-FA-APPLIED-ON
                                  ", awaiting a decision"
                               DELIMITED BY SIZE INTO WS-MESSAGE
                   END-EVALUATE
                   PERFORM DISPLAY-AND-LOG
               END-IF
           END-PERFORM.
           IF WS-COUNT = 0
               MOVE "You have not applied for any funding opportunities."
                   TO WS-MESSAGE
               PERFORM DISPLAY-AND-LOG
           END-IF.
           MOVE 'S' TO LS-RETURN-CODE.
           EXIT SECTION.

       *> ----------------------------------------------------------
       *> REVIEW / AWARD / DECLINE
       *> ----------------------------------------------------------
       REVIEW-APPLICATIONS SECTION.
           PERFORM GET-MY-CAMPUS.
           PERFORM LOAD-OPPORTUNITIES.
           PERFORM FIND-OPPORTUNITY.
           IF WS-OP-ROW = 0
               MOVE 'N' TO LS-RETURN-CODE
               EXIT SECTION
           END-IF.
           PERFORM CHECK-MAY-REVIEW.
           IF WS-MAY-REVIEW NOT = 'Y'
               MOVE 'N' TO LS-RETURN-CODE
               EXIT SECTION
           END-IF.
           PERFORM LOAD-APPLICATIONS.
           INITIALIZE WS-MESSAGE.
           STRING "--- Applications: #" WS-FO-ID " "
                  FUNCTION TRIM(WS-FO-TITLE) " ---"
               DELIMITED BY SIZE INTO WS-MESSAGE.
           PERFORM DISPLAY-AND-LOG.
           MOVE 0 TO WS-COUNT.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-AP-COUNT
               MOVE WS-AP-TEMP(J) TO WS-LINE
               PERFORM PARSE-APP-ROW
               IF WS-FA-OPP = WS-FO-ID
                   ADD 1 TO WS-COUNT
                   MOVE WS-FA-STUDENT TO WS-PROFILE-USER
                   PERFORM GET-STUDENT-PROFILE
                   INITIALIZE WS-MESSAGE
                   STRING FUNCTION TRIM(WS-FA-STUDENT) " -- "
                          FUNCTION TRIM(WS-ST-UNIV) ", "
                          FUNCTION TRIM(WS-ST-MAJOR) ", class of "
                          FUNCTION TRIM(WS-ST-GRAD) "; applied "
                          WS-FA-APPLIED-ON ", "
                          FUNCTION TRIM(WS-FA-STATUS)
                       DELIMITED BY SIZE INTO WS-MESSAGE
                   PERFORM DISPLAY-AND-LOG
                   INITIALIZE WS-MESSAGE
                   STRING "    " FUNCTION TRIM(WS-FA-STATEMENT)
                       DELIMITED BY SIZE INTO WS-MESSAGE
                   PERFORM DISPLAY-AND-LOG
       *> A sponsor is outside the university: the look is a release.
                   IF WS-FO-CAMPUS = SPACES
                       PERFORM RECORD-DISCLOSURE
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-COUNT = 0
               MOVE "No applications yet." TO WS-MESSAGE
               PERFORM DISPLAY-AND-LOG
           END-IF.
           MOVE 'S' TO LS-RETURN-CODE.
           EXIT SECTION.

       RECORD-DISCLOSURE SECTION.
           MOVE WS-FA-STUDENT TO WS-DSC-STUDENT.
           MOVE LS-USERNAME TO WS-DSC-RECIPIENT.
           MOVE "APPLICATION" TO WS-DSC-CATEGORY.
           MOVE "FUNDING" TO WS-DSC-SOURCE.
           INITIALIZE WS-DSC-PURPOSE.
           STRING "Funding review for " FUNCTION TRIM(WS-FO-TITLE)
               DELIMITED BY SIZE INTO WS-DSC-PURPOSE.
           CALL "DISCLOSURE-LOG" USING LS-USERNAME, WS-DSC-ACTION,
                                        WS-DISCLOSURE, WS-DSC-RC.
           EXIT SECTION.

       DECIDE-APPLICATION SECTION.
           PERFORM GET-MY-CAMPUS.
           PERFORM LOAD-OPPORTUNITIES.
           PERFORM FIND-OPPORTUNITY.
           IF WS-OP-ROW = 0
               MOVE 'N' TO LS-RETURN-CODE
               EXIT SECTION
           END-IF.
           PERFORM CHECK-MAY-REVIEW.
           IF WS-MAY-REVIEW NOT = 'Y'
               MOVE 'N' TO LS-RETURN-CODE
               EXIT SECTION
           END-IF.
           PERFORM LOAD-APPLICATIONS.
           MOVE 0 TO WS-AP-ROW.
           PERFORM VARYING J FROM 1 BY 1
                   UNTIL J > WS-AP-COUNT OR WS-AP-ROW > 0
               MOVE WS-AP-TEMP(J) TO WS-LINE
               PERFORM PARSE-APP-ROW
               IF WS-FA-OPP = WS-FO-ID
                  AND FUNCTION TRIM(WS-FA-STUDENT) =
                      FUNCTION TRIM(LS-FD-USER)
                   MOVE J TO WS-AP-ROW
               END-IF
           END-PERFORM.
           IF WS-AP-ROW = 0
               MOVE 'N' TO LS-RETURN-CODE
               EXIT SECTION
           END-IF.
           IF WS-FA-STATUS NOT = "SUBMITTED"
               MOVE 'D' TO LS-RETURN-CODE
               EXIT SECTION
           END-IF.

           IF FUNCTION TRIM(LS-ACTION) = "AWARD"
               IF FUNCTION TRIM(LS-FD-AMOUNT) = SPACES
                   MOVE WS-FO-AMOUNT TO WS-AMOUNT-TEXT
               ELSE
                   MOVE LS-FD-AMOUNT TO WS-AMOUNT-TEXT
               END-IF
               PERFORM NORMALIZE-AMOUNT
               IF WS-AMOUNT-TEXT = SPACES
                   MOVE 'V' TO LS-RETURN-CODE
                   EXIT SECTION
               END-IF
               MOVE "AWARDED" TO WS-FA-STATUS
               MOVE WS-AMOUNT-TEXT TO WS-FA-AWARD, LS-FD-AMOUNT
               INITIALIZE WS-NOTIFY-TEXT
               STRING "Congratulations: you have been awarded $"
                      FUNCTION TRIM(WS-AMOUNT-TEXT) " from "
                      FUNCTION TRIM(WS-FO-TITLE) "."
                   DELIMITED BY SIZE INTO WS-NOTIFY-TEXT
           ELSE
               MOVE "DECLINED" TO WS-FA-STATUS
               INITIALIZE WS-NOTIFY-TEXT
               STRING "Your application for "
                      FUNCTION TRIM(WS-FO-TITLE)
                      " was not successful this time. Thank you for applying."
                   DELIMITED BY SIZE INTO WS-NOTIFY-TEXT
           END-IF.
           MOVE WS-TODAY(1:8) TO WS-FA-DECIDED-ON.
           MOVE LS-USERNAME TO WS-FA-DECIDED-BY.
           PERFORM BUILD-APP-ROW.
           MOVE WS-LINE TO WS-AP-TEMP(WS-AP-ROW).
           PERFORM SAVE-APPLICATIONS.

           MOVE LS-USERNAME TO WS-MSG-SENDER.
           MOVE WS-FA-STUDENT TO WS-MSG-RECIPIENT.
           CALL "SEND-MESSAGE" USING WS-MSG-SENDER, WS-MSG-RECIPIENT,
                                      WS-SKIP-VERIFY, WS-MSG-RC,
                                      WS-NOTIFY-TEXT.
           MOVE 'S' TO LS-RETURN-CODE.
           EXIT SECTION.

       *> ----------------------------------------------------------
       *> SPONSOR / UNSPONSOR / SPONSORS
       *> ----------------------------------------------------------
       SET-SPONSOR SECTION.
           IF FUNCTION TRIM(LS-FD-USER) = SPACES
               MOVE 'V' TO LS-RETURN-CODE
               EXIT SECTION
           END-IF.
           MOVE LS-FD-USER TO WS-SP-USER.
           PERFORM CHECK-SPONSOR.
           IF FUNCTION TRIM(LS-ACTION) = "SPONSOR"
               IF WS-IS-SPONSOR = 'Y'
                   MOVE 'D' TO LS-RETURN-CODE
                   EXIT SECTION
               END-IF
               MOVE "APPROVED" TO WS-SP-STATE
           ELSE
               IF WS-IS-SPONSOR NOT = 'Y'
                   MOVE 'N' TO LS-RETURN-CODE
                   EXIT SECTION
               END-IF
               MOVE "REVOKED" TO WS-SP-STATE
           END-IF.
           OPEN EXTEND SPONSOR-FILE.
           IF WS-SPONSOR-STATUS = "35"
               OPEN OUTPUT SPONSOR-FILE
           END-IF.
           INITIALIZE SPONSOR-RECORD.
           STRING FUNCTION TRIM(LS-FD-USER) "~"
                  FUNCTION TRIM(WS-SP-STATE) "~"
                  WS-TODAY(1:8) "~"
                  FUNCTION TRIM(LS-USERNAME)
               DELIMITED BY SIZE INTO SPONSOR-RECORD.
           WRITE SPONSOR-RECORD.
           CLOSE SPONSOR-FILE.
           MOVE 'S' TO LS-RETURN-CODE.
           EXIT SECTION.

       *> WS-IS-SPONSOR 'Y' when WS-SP-USER's latest row is APPROVED.
       CHECK-SPONSOR SECTION.
           MOVE 'N' TO WS-IS-SPONSOR.
           OPEN INPUT SPONSOR-FILE.
           IF WS-SPONSOR-STATUS NOT = "00"
               CLOSE SPONSOR-FILE
               EXIT SECTION
           END-IF.
           PERFORM UNTIL WS-SPONSOR-STATUS NOT = "00"
               READ SPONSOR-FILE
                   AT END
                       MOVE "10" TO WS-SPONSOR-STATUS
                   NOT AT END
                       PERFORM PARSE-SPONSOR-ROW
                       IF FUNCTION TRIM(WS-LIST-ITEM) =
                          FUNCTION TRIM(WS-SP-USER)
                           IF WS-SP-STATE = "APPROVED"
                               MOVE 'Y' TO WS-IS-SPONSOR
                           ELSE
                               MOVE 'N' TO WS-IS-SPONSOR
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SPONSOR-FILE.
           EXIT SECTION.

       *> One funding_sponsors.txt row; the user lands in WS-LIST-ITEM so
       *> WS-SP-USER keeps the name being looked for.
       PARSE-SPONSOR-ROW SECTION.
           MOVE SPACES TO WS-SP-STATE, WS-SP-DATE, WS-SP-ADMIN,
                          WS-LIST-ITEM.
           UNSTRING SPONSOR-RECORD DELIMITED BY "~"
               INTO WS-LIST-ITEM, WS-SP-STATE, WS-SP-DATE, WS-SP-ADMIN
           END-UNSTRING.
           EXIT SECTION.

       LIST-SPONSORS SECTION.
           MOVE 0 TO WS-SP-COUNT.
           OPEN INPUT SPONSOR-FILE.
           IF WS-SPONSOR-STATUS = "00"
               PERFORM UNTIL WS-SPONSOR-STATUS NOT = "00"
                   READ SPONSOR-FILE
                       AT END
                           MOVE "10" TO WS-SPONSOR-STATUS
                       NOT AT END
                           PERFORM PARSE-SPONSOR-ROW
                           PERFORM NOTE-SPONSOR-ROW
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE SPONSOR-FILE.
           MOVE "--- Approved Funding Sponsors ---" TO WS-MESSAGE.
           PERFORM DISPLAY-AND-LOG.
           MOVE 0 TO WS-COUNT.
           PERFORM VARYING S FROM 1 BY 1 UNTIL S > WS-SP-COUNT
               IF WS-SP-LAST(S) = "APPROVED"
                   ADD 1 TO WS-COUNT
                   INITIALIZE WS-MESSAGE
                   STRING FUNCTION TRIM(WS-SP-NAME(S)) ", approved "
                          WS-SP-ON(S)
                       DELIMITED BY SIZE INTO WS-MESSAGE
                   PERFORM DISPLAY-AND-LOG
               END-IF
           END-PERFORM.
           IF WS-COUNT = 0
               MOVE "No sponsors are approved." TO WS-MESSAGE
               PERFORM DISPLAY-AND-LOG
           END-IF.
           MOVE 'S' TO LS-RETURN-CODE.
           EXIT SECTION.

       NOTE-SPONSOR-ROW SECTION.
           PERFORM VARYING S FROM 1 BY 1 UNTIL S > WS-SP-COUNT
               IF WS-SP-NAME(S) = WS-LIST-ITEM(1:20)
                   MOVE WS-SP-STATE TO WS-SP-LAST(S)
                   MOVE WS-SP-DATE TO WS-SP-ON(S)
                   EXIT SECTION
               END-IF
           END-PERFORM.
           IF WS-SP-COUNT < 300
               ADD 1 TO WS-SP-COUNT
               MOVE WS-LIST-ITEM(1:20) TO WS-SP-NAME(WS-SP-COUNT)
               MOVE WS-SP-STATE TO WS-SP-LAST(WS-SP-COUNT)
               MOVE WS-SP-DATE TO WS-SP-ON(WS-SP-COUNT)
           END-IF.
           EXIT SECTION.

       *> ----------------------------------------------------------
       *> REPORT
       *> ----------------------------------------------------------
       AWARDS-REPORT SECTION.
           MOVE SPACES TO WS-MY-CAMPUS.
           IF LS-USERNAME NOT = SPACES
               PERFORM GET-MY-CAMPUS
           END-IF.
           PERFORM LOAD-OPPORTUNITIES.
           PERFORM LOAD-APPLICATIONS.
           MOVE 0 TO WS-CP-COUNT.
           INITIALIZE WS-CP-TABLE.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-AP-COUNT
               MOVE WS-AP-TEMP(J) TO WS-LINE
               PERFORM PARSE-APP-ROW
               MOVE WS-FA-OPP TO WS-ID-TEXT
               PERFORM FIND-OPPORTUNITY
               IF WS-OP-ROW > 0
                   MOVE WS-FA-STUDENT TO WS-PROFILE-USER
                   PERFORM GET-STUDENT-PROFILE
                   IF WS-ST-UNIV = SPACES
                       MOVE "(no university on profile)" TO WS-ST-UNIV
                   END-IF
                   IF WS-MY-CAMPUS = SPACES
                      OR FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ST-UNIV)) =
                         FUNCTION UPPER-CASE(FUNCTION TRIM(WS-MY-CAMPUS))
                       PERFORM ADD-TO-CAMPUS
                   END-IF
               END-IF
           END-PERFORM.

           OPEN OUTPUT REPORT-FILE.
           MOVE "InCollege Scholarship and Funding Awards by Campus"
               TO WS-MESSAGE.
           PERFORM REPORT-AND-LOG.
           INITIALIZE WS-MESSAGE.
           STRING "Run " WS-TODAY(1:8) DELIMITED BY SIZE INTO WS-MESSAGE.
           PERFORM REPORT-AND-LOG.
           IF WS-CP-COUNT = 0
               MOVE "No funding applications on file." TO WS-MESSAGE
               PERFORM REPORT-AND-LOG
           END-IF.
           PERFORM VARYING C FROM 1 BY 1 UNTIL C > WS-CP-COUNT
               MOVE SPACES TO WS-MESSAGE
               PERFORM REPORT-AND-LOG
               INITIALIZE WS-MESSAGE
               STRING "Campus: " FUNCTION TRIM(WS-CP-NAME(C))
                   DELIMITED BY SIZE INTO WS-MESSAGE
               PERFORM REPORT-AND-LOG
               MOVE 0 TO WS-SUM-APPLIED, WS-SUM-AWARDED, WS-SUM-TOTAL
               PERFORM VARYING K FROM 1 BY 1 UNTIL K > 3
                   ADD WS-CP-APPLIED(C, K) TO WS-SUM-APPLIED
                   ADD WS-CP-AWARDED(C, K) TO WS-SUM-AWARDED
                   ADD WS-CP-TOTAL(C, K) TO WS-SUM-TOTAL
                   EVALUATE K
                       WHEN 1
                           MOVE "Scholarships" TO WS-KIND-LABEL
                       WHEN 2
                           MOVE "Stipends" TO WS-KIND-LABEL
                       WHEN OTHER
                           MOVE "Grants" TO WS-KIND-LABEL
                   END-EVALUATE
                   MOVE WS-CP-APPLIED(C, K) TO WS-COUNT-TEXT
                   MOVE WS-CP-AWARDED(C, K) TO WS-COUNT-TEXT2
                   MOVE WS-CP-TOTAL(C, K) TO WS-TOTAL-EDIT
                   PERFORM WRITE-AWARD-LINE
               END-PERFORM
               MOVE "All kinds" TO WS-KIND-LABEL
               MOVE WS-SUM-APPLIED TO WS-COUNT-TEXT
               MOVE WS-SUM-AWARDED TO WS-COUNT-TEXT2
               MOVE WS-SUM-TOTAL TO WS-TOTAL-EDIT
               PERFORM WRITE-AWARD-LINE
           END-PERFORM.
           CLOSE REPORT-FILE.
           MOVE 'S' TO LS-RETURN-CODE.
           EXIT SECTION.

       WRITE-AWARD-LINE SECTION.
           INITIALIZE WS-MESSAGE.
           STRING "  " WS-KIND-LABEL ": "
                  FUNCTION TRIM(WS-COUNT-TEXT) " application(s), "
                  FUNCTION TRIM(WS-COUNT-TEXT2) " award(s), $"
                  FUNCTION TRIM(WS-TOTAL-EDIT) " awarded"
               DELIMITED BY SIZE INTO WS-MESSAGE.
           PERFORM REPORT-AND-LOG.
           EXIT SECTION.

       *> The parsed application, under its student's campus.
       ADD-TO-CAMPUS SECTION.
           MOVE 0 TO C.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-CP-COUNT OR C > 0
               IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CP-NAME(I))) =
                  FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ST-UNIV))
                   MOVE I TO C
               END-IF
           END-PERFORM.
           IF C = 0
               IF WS-CP-COUNT >= 50
                   EXIT SECTION
               END-IF
               ADD 1 TO WS-CP-COUNT
               MOVE WS-CP-COUNT TO C
               MOVE WS-ST-UNIV TO WS-CP-NAME(C)
           END-IF.
           EVALUATE WS-FO-KIND
               WHEN "SCHOLARSHIP"
                   MOVE 1 TO K
               WHEN "STIPEND"
                   MOVE 2 TO K
               WHEN OTHER
                   MOVE 3 TO K
           END-EVALUATE.
           ADD 1 TO WS-CP-APPLIED(C, K).
           IF WS-FA-STATUS = "AWARDED"
               ADD 1 TO WS-CP-AWARDED(C, K)
               IF FUNCTION TRIM(WS-FA-AWARD) IS NOT = SPACES
                  AND FUNCTION TEST-NUMVAL(WS-FA-AWARD) = 0
                   ADD FUNCTION NUMVAL(WS-FA-AWARD) TO WS-CP-TOTAL(C, K)
               END-IF
           END-IF.
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

       *> The parsed opportunity's poster, or staff of the campus it
       *> was posted for, may review and decide it.
       CHECK-MAY-REVIEW SECTION.
           MOVE 'N' TO WS-MAY-REVIEW.
           IF FUNCTION TRIM(WS-FO-POSTER) = FUNCTION TRIM(LS-USERNAME)
               MOVE 'Y' TO WS-MAY-REVIEW
           END-IF.
           IF WS-FO-CAMPUS NOT = SPACES AND WS-MY-CAMPUS NOT = SPACES
              AND FUNCTION TRIM(WS-FO-CAMPUS) = FUNCTION TRIM(WS-MY-CAMPUS)
               MOVE 'Y' TO WS-MAY-REVIEW
           END-IF.
           EXIT SECTION.

       *> WS-ELIGIBLE 'Y' when the loaded profile meets every rule of
       *> the parsed opportunity.
       CHECK-ELIGIBLE SECTION.
           MOVE 'Y' TO WS-ELIGIBLE.
           MOVE WS-FO-UNIVS TO WS-LIST.
           MOVE WS-ST-UNIV TO WS-LIST-VALUE.
           PERFORM MATCH-LIST.
           IF WS-LIST-HIT NOT = 'Y'
               MOVE 'N' TO WS-ELIGIBLE
               EXIT SECTION
           END-IF.
           MOVE WS-FO-MAJORS TO WS-LIST.
           MOVE WS-ST-MAJOR TO WS-LIST-VALUE.
           PERFORM MATCH-LIST.
           IF WS-LIST-HIT NOT = 'Y'
               MOVE 'N' TO WS-ELIGIBLE
               EXIT SECTION
           END-IF.
           MOVE WS-FO-YEARS TO WS-LIST.
           MOVE WS-ST-GRAD TO WS-LIST-VALUE.
           PERFORM MATCH-LIST.
           IF WS-LIST-HIT NOT = 'Y'
               MOVE 'N' TO WS-ELIGIBLE
           END-IF.
           EXIT SECTION.

       *> WS-LIST-HIT 'Y' when WS-LIST is blank or one of its ;-items
       *> equals WS-LIST-VALUE, case aside.
       MATCH-LIST SECTION.
           IF WS-LIST = SPACES
               MOVE 'Y' TO WS-LIST-HIT
               EXIT SECTION
           END-IF.
           MOVE 'N' TO WS-LIST-HIT.
           MOVE 1 TO WS-LIST-PTR.
           PERFORM UNTIL WS-LIST-PTR > 100 OR WS-LIST-HIT = 'Y'
               MOVE SPACES TO WS-LIST-ITEM
               UNSTRING WS-LIST DELIMITED BY ";"
                   INTO WS-LIST-ITEM
                   WITH POINTER WS-LIST-PTR
               END-UNSTRING
               IF FUNCTION TRIM(WS-LIST-ITEM) NOT = SPACES
                  AND FUNCTION UPPER-CASE(FUNCTION TRIM(WS-LIST-ITEM)) =
                      FUNCTION UPPER-CASE(FUNCTION TRIM(WS-LIST-VALUE))
                   MOVE 'Y' TO WS-LIST-HIT
               END-IF
           END-PERFORM.
           EXIT SECTION.

       *> UNIV/MAJR/GRAD of WS-PROFILE-USER; WS-ST-FOUND 'Y' when the
       *> profile exists.
       GET-STUDENT-PROFILE SECTION.
           MOVE SPACES TO WS-ST-UNIV, WS-ST-MAJOR, WS-ST-GRAD.
           MOVE 'N' TO WS-ST-FOUND, WS-IN-BLOCK.
           OPEN INPUT PROFILE-FILE.
           IF WS-PROFILE-STATUS NOT = "00"
               CLOSE PROFILE-FILE
               EXIT SECTION
           END-IF.
           PERFORM UNTIL WS-PROFILE-STATUS NOT = "00"
               READ PROFILE-FILE
                   AT END
                       MOVE "10" TO WS-PROFILE-STATUS
                   NOT AT END
                       IF PROFILE-RECORD(1:5) = "USER:"
                           IF WS-IN-BLOCK = 'Y'
                               MOVE "10" TO WS-PROFILE-STATUS
                           END-IF
                           IF FUNCTION TRIM(PROFILE-RECORD(6:20)) =
                              FUNCTION TRIM(WS-PROFILE-USER)
                               MOVE 'Y' TO WS-IN-BLOCK, WS-ST-FOUND
                           END-IF
                       END-IF
                       IF WS-IN-BLOCK = 'Y'
                           EVALUATE PROFILE-RECORD(1:5)
                               WHEN "UNIV:"
                                   MOVE FUNCTION TRIM(PROFILE-RECORD(6:100))
                                       TO WS-ST-UNIV
                               WHEN "MAJR:"
                                   MOVE FUNCTION TRIM(PROFILE-RECORD(6:100))
                                       TO WS-ST-MAJOR
                               WHEN "GRAD:"
                                   MOVE FUNCTION TRIM(PROFILE-RECORD(6:10))
                                       TO WS-ST-GRAD
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PROFILE-FILE.
           EXIT SECTION.

       *> WS-AMOUNT-TEXT in ("$1,234.5" and the like), the same amount
       *> as 1234.50 out -- or spaces when it is not a positive amount.
       NORMALIZE-AMOUNT SECTION.
           MOVE WS-AMOUNT-TEXT TO WS-LIST-ITEM.
           MOVE SPACES TO WS-AMOUNT-TEXT.
           MOVE 0 TO J.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 12
               IF WS-LIST-ITEM(I:1) NOT = "$" AND NOT = ","
                  AND NOT = SPACE AND J < 12
                   ADD 1 TO J
                   MOVE WS-LIST-ITEM(I:1) TO WS-AMOUNT-TEXT(J:1)
               END-IF
           END-PERFORM.
           IF WS-AMOUNT-TEXT = SPACES
              OR FUNCTION TEST-NUMVAL(WS-AMOUNT-TEXT) NOT = 0
               MOVE SPACES TO WS-AMOUNT-TEXT
               EXIT SECTION
           END-IF.
           IF FUNCTION NUMVAL(WS-AMOUNT-TEXT) <= 0
              OR FUNCTION NUMVAL(WS-AMOUNT-TEXT) > 9999999
               MOVE SPACES TO WS-AMOUNT-TEXT
               EXIT SECTION
           END-IF.
           MOVE FUNCTION NUMVAL(WS-AMOUNT-TEXT) TO WS-AMOUNT-NUM.
           MOVE WS-AMOUNT-NUM TO WS-AMOUNT-EDIT.
           MOVE FUNCTION TRIM(WS-AMOUNT-EDIT) TO WS-AMOUNT-TEXT.
           EXIT SECTION.

       DESCRIBE-OPPORTUNITY SECTION.
           EVALUATE WS-FO-KIND
               WHEN "SCHOLARSHIP"
                   MOVE "Scholarship" TO WS-KIND-LABEL
               WHEN "STIPEND"
                   MOVE "Stipend" TO WS-KIND-LABEL
               WHEN OTHER
                   MOVE "Grant" TO WS-KIND-LABEL
           END-EVALUATE.
           IF WS-FO-STATE = "CLOSED" OR WS-FO-DEADLINE < WS-TODAY(1:8)
               MOVE " (closed)" TO WS-APPLIED-MARK
           ELSE
               MOVE SPACES TO WS-APPLIED-MARK
           END-IF.
           INITIALIZE WS-MESSAGE.
           STRING "#" WS-FO-ID " " FUNCTION TRIM(WS-KIND-LABEL) ": "
                  FUNCTION TRIM(WS-FO-TITLE) ", $"
                  FUNCTION TRIM(WS-FO-AMOUNT) ", apply by "
                  WS-FO-DEADLINE FUNCTION TRIM(WS-APPLIED-MARK TRAILING)
               DELIMITED BY SIZE INTO WS-MESSAGE.
           PERFORM DISPLAY-AND-LOG.
           INITIALIZE WS-MESSAGE.
           MOVE 1 TO WS-LIST-PTR.
           STRING "    Open to:" DELIMITED BY SIZE
               INTO WS-MESSAGE WITH POINTER WS-LIST-PTR.
           IF WS-FO-UNIVS = SPACES AND WS-FO-MAJORS = SPACES
              AND WS-FO-YEARS = SPACES
               STRING " any student" DELIMITED BY SIZE
                   INTO WS-MESSAGE WITH POINTER WS-LIST-PTR
           END-IF.
           IF WS-FO-UNIVS NOT = SPACES
               STRING " " FUNCTION TRIM(WS-FO-UNIVS) DELIMITED BY SIZE
                   INTO WS-MESSAGE WITH POINTER WS-LIST-PTR
           END-IF.
           IF WS-FO-MAJORS NOT = SPACES
               STRING " majoring in " FUNCTION TRIM(WS-FO-MAJORS)
                   DELIMITED BY SIZE
                   INTO WS-MESSAGE WITH POINTER WS-LIST-PTR
           END-IF.
           IF WS-FO-YEARS NOT = SPACES
               STRING " graduating " FUNCTION TRIM(WS-FO-YEARS)
                   DELIMITED BY SIZE
                   INTO WS-MESSAGE WITH POINTER WS-LIST-PTR
           END-IF.
           PERFORM DISPLAY-AND-LOG.
           IF WS-FO-DOCS NOT = SPACES
               INITIALIZE WS-MESSAGE
               STRING "    Send with your application: "
                      FUNCTION TRIM(WS-FO-DOCS)
                   DELIMITED BY SIZE INTO WS-MESSAGE
               PERFORM DISPLAY-AND-LOG
           END-IF.
           EXIT SECTION.

       *> WS-OP-ROW, parsed, for the opportunity numbered WS-ID-TEXT.
       FIND-OPPORTUNITY SECTION.
           MOVE 0 TO WS-OP-ROW.
           IF WS-ID-TEXT = SPACES
               EXIT SECTION
           END-IF.
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > WS-OP-COUNT OR WS-OP-ROW > 0
               IF WS-OP-TEMP(I)(1:6) = WS-ID-TEXT
                   MOVE I TO WS-OP-ROW
               END-IF
           END-PERFORM.
           IF WS-OP-ROW > 0
               MOVE WS-OP-TEMP(WS-OP-ROW) TO WS-LINE
               PERFORM PARSE-OPP-ROW
           END-IF.
           EXIT SECTION.

       *> WS-AP-ROW of the caller's application to the parsed
       *> opportunity, 0 when there is none.
       FIND-MY-APPLICATION SECTION.
           MOVE 0 TO WS-AP-ROW.
           PERFORM VARYING J FROM 1 BY 1
                   UNTIL J > WS-AP-COUNT OR WS-AP-ROW > 0
               IF WS-AP-TEMP(J)(1:6) = WS-FO-ID
                   MOVE WS-AP-TEMP(J) TO WS-LINE
                   PERFORM PARSE-APP-ROW
                   IF FUNCTION TRIM(WS-FA-STUDENT) =
                      FUNCTION TRIM(LS-USERNAME)
                       MOVE J TO WS-AP-ROW
                   END-IF
               END-IF
           END-PERFORM.
           EXIT SECTION.

       LOAD-OPPORTUNITIES SECTION.
           MOVE 0 TO WS-OP-COUNT, WS-HIGH-ID.
           MOVE 'N' TO WS-OP-OVER.
           OPEN INPUT OPPS-FILE.
           IF WS-OPPS-STATUS NOT = "00"
               CLOSE OPPS-FILE
               EXIT SECTION
           END-IF.
           PERFORM UNTIL WS-OPPS-STATUS NOT = "00"
               READ OPPS-FILE
                   AT END
                       MOVE "10" TO WS-OPPS-STATUS
                   NOT AT END
                       IF FUNCTION TRIM(OPPS-RECORD) > SPACES
                           IF WS-OP-COUNT < 500
                               ADD 1 TO WS-OP-COUNT
                               MOVE OPPS-RECORD TO WS-OP-TEMP(WS-OP-COUNT)
                               IF OPPS-RECORD(1:6) IS NUMERIC
                                  AND OPPS-RECORD(1:6) > WS-HIGH-ID
                                   MOVE OPPS-RECORD(1:6) TO WS-HIGH-ID
                               END-IF
                           ELSE
                               MOVE 'Y' TO WS-OP-OVER
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE OPPS-FILE.
           EXIT SECTION.

       SAVE-OPPORTUNITIES SECTION.
           IF WS-OP-OVER = 'Y'
               EXIT SECTION
           END-IF.
           OPEN OUTPUT OPPS-FILE.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-OP-COUNT
               WRITE OPPS-RECORD FROM WS-OP-TEMP(I)
           END-PERFORM.
           CLOSE OPPS-FILE.
           EXIT SECTION.

       LOAD-APPLICATIONS SECTION.
           MOVE 0 TO WS-AP-COUNT.
           MOVE 'N' TO WS-AP-OVER.
           OPEN INPUT APPS-FILE.
           IF WS-APPS-STATUS NOT = "00"
               CLOSE APPS-FILE
               EXIT SECTION
           END-IF.
           PERFORM UNTIL WS-APPS-STATUS NOT = "00"
               READ APPS-FILE
                   AT END
                       MOVE "10" TO WS-APPS-STATUS
                   NOT AT END
                       IF FUNCTION TRIM(APPS-RECORD) > SPACES
                           IF WS-AP-COUNT < 2000
                               ADD 1 TO WS-AP-COUNT
                               MOVE APPS-RECORD TO WS-AP-TEMP(WS-AP-COUNT)
                           ELSE
                               MOVE 'Y' TO WS-AP-OVER
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE APPS-FILE.
           EXIT SECTION.

       SAVE-APPLICATIONS SECTION.
           IF WS-AP-OVER = 'Y'
               EXIT SECTION
           END-IF.
           OPEN OUTPUT APPS-FILE.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-AP-COUNT
               WRITE APPS-RECORD FROM WS-AP-TEMP(J)
           END-PERFORM.
           CLOSE APPS-FILE.
           EXIT SECTION.

       PARSE-OPP-ROW SECTION.
           MOVE SPACES TO WS-FO-ID, WS-FO-POSTER, WS-FO-KIND, WS-FO-TITLE,
                          WS-FO-AMOUNT, WS-FO-DEADLINE, WS-FO-UNIVS,
                          WS-FO-MAJORS, WS-FO-YEARS, WS-FO-DOCS,
                          WS-FO-STATE, WS-FO-CAMPUS, WS-FO-POSTED-ON.
           UNSTRING WS-LINE DELIMITED BY "~"
               INTO WS-FO-ID, WS-FO-POSTER, WS-FO-KIND, WS-FO-TITLE,
                    WS-FO-AMOUNT, WS-FO-DEADLINE, WS-FO-UNIVS,
                    WS-FO-MAJORS, WS-FO-YEARS, WS-FO-DOCS,
                    WS-FO-STATE, WS-FO-CAMPUS, WS-FO-POSTED-ON
           END-UNSTRING.
           EXIT SECTION.

       BUILD-OPP-ROW SECTION.
           MOVE SPACES TO WS-LINE.
           STRING FUNCTION TRIM(WS-FO-ID) "~"
                  FUNCTION TRIM(WS-FO-POSTER) "~"
                  FUNCTION TRIM(WS-FO-KIND) "~"
                  FUNCTION TRIM(WS-FO-TITLE) "~"
                  FUNCTION TRIM(WS-FO-AMOUNT) "~"
                  FUNCTION TRIM(WS-FO-DEADLINE) "~"
                  FUNCTION TRIM(WS-FO-UNIVS) "~"
                  FUNCTION TRIM(WS-FO-MAJORS) "~"
                  FUNCTION TRIM(WS-FO-YEARS) "~"
                  FUNCTION TRIM(WS-FO-DOCS) "~"
                  FUNCTION TRIM(WS-FO-STATE) "~"
                  FUNCTION TRIM(WS-FO-CAMPUS) "~"
                  FUNCTION TRIM(WS-FO-POSTED-ON)
               DELIMITED BY SIZE INTO WS-LINE.
           EXIT SECTION.

       PARSE-APP-ROW SECTION.
           MOVE SPACES TO WS-FA-OPP, WS-FA-STUDENT, WS-FA-APPLIED-ON,
                          WS-FA-STATUS, WS-FA-DECIDED-ON, WS-FA-DECIDED-BY,
                          WS-FA-AWARD, WS-FA-STATEMENT.
           UNSTRING WS-LINE DELIMITED BY "~"
               INTO WS-FA-OPP, WS-FA-STUDENT, WS-FA-APPLIED-ON,
                    WS-FA-STATUS, WS-FA-DECIDED-ON, WS-FA-DECIDED-BY,
                    WS-FA-AWARD, WS-FA-STATEMENT
           END-UNSTRING.
           EXIT SECTION.

       BUILD-APP-ROW SECTION.
           MOVE SPACES TO WS-LINE.
           STRING FUNCTION TRIM(WS-FA-OPP) "~"
                  FUNCTION TRIM(WS-FA-STUDENT) "~"
                  FUNCTION TRIM(WS-FA-APPLIED-ON) "~"
                  FUNCTION TRIM(WS-FA-STATUS) "~"
                  FUNCTION TRIM(WS-FA-DECIDED-ON) "~"
                  FUNCTION TRIM(WS-FA-DECIDED-BY) "~"
                  FUNCTION TRIM(WS-FA-AWARD) "~"
                  FUNCTION TRIM(WS-FA-STATEMENT)
               DELIMITED BY SIZE INTO WS-LINE.
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
