       >>SOURCE FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARTNERSHIP.
       AUTHOR. Paola
       DATE-WRITTEN. 10/15/2026

       *> The yearly partner agreement behind a company page, replacing
       *> the paper folder kept next to companies.txt. One row per
       *> company (the current term) in partner_agreements.txt:
       *>   company~tier~startDate~endDate~credits~contact~contactEmail~
       *>   lastReminder~recordedBy~recordedDate
       *> tier is BRONZE, SILVER, GOLD or PLATINUM; credits is the
       *> posting-credit allowance the term includes, granted to the
       *> page owner's POSTING-CREDITS ledger when a new term is
       *> recorded (editing the current term grants nothing again).
       *> lastReminder is 60 or 30 once that renewal notice went out.
       *> SET records or amends the term (operations console); GET
       *> hands it back; VIEW shows it; REMIND is the nightly pass that
       *> messages the page owner and the careers-office inbox
       *> (CAREERS-OFFICE-INBOX in incollege-config.txt, default admin)
       *> 60 and again 30 days before the end date; STATEMENT sums the
       *> company's activity over the term from the existing files for
       *> the renewal conversation:
       *>   postings        jobs.txt rows under the company name,
       *>                   posted within the term (and
       *>                   jobs_history.txt once JOB-HISTORY has
       *>                   moved closed postings there)
       *>   credits spent   posting_credits.txt debits by the owner or a
       *>                   company_seats.txt seat, within the term
       *>   applicants      APPLIED rows in app_status_log.txt
       *>   interviews      ACCEPTED interviews.txt slots by the same
       *>                   accounts (a slot that opens with a YYYYMMDD
       *>                   date outside the term is left out)
       *>   offers          offers.txt rows extended within the term
       *>   hires           HIRED rows in app_status_log.txt
       *>   fair booths     fair_booths.txt rows for fairs dated in
       *>                   the term (events.txt, and
       *>                   events_history.txt once ACADEMIC-ROLLOVER
       *>                   has moved past fairs there)
       *> The statement prints and is kept in
       *> InCollege-PartnerStatement.txt. A company with no agreement
       *> on file is summed over the last 365 days.
       *> Return codes: S ok, N no such company page (SET/STATEMENT) or
       *> no agreement (GET/VIEW), T unknown tier, D bad or inverted
       *> dates, X file error.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AGREEMENTS-FILE ASSIGN TO "partner_agreements.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AGREEMENTS-STATUS.
           SELECT COMPANIES-FILE ASSIGN TO "companies.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMPANIES-STATUS.
           SELECT SEATS-FILE ASSIGN TO "company_seats.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEATS-STATUS.
           SELECT JOBS-FILE ASSIGN TO "jobs.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBS-STATUS.
           SELECT JOBS-HISTORY-FILE ASSIGN TO "jobs_history.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBS-HISTORY-STATUS.
           SELECT CREDITS-FILE ASSIGN TO "posting_credits.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CREDITS-STATUS.
           SELECT APP-LOG-FILE ASSIGN TO "app_status_log.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APP-LOG-STATUS.
           SELECT INTERVIEWS-FILE ASSIGN TO "interviews.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INTERVIEWS-STATUS.
           SELECT OFFERS-FILE ASSIGN TO "offers.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OFFERS-STATUS.
           SELECT BOOTHS-FILE ASSIGN TO "fair_booths.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BOOTHS-STATUS.
           SELECT EVENTS-FILE ASSIGN TO "events.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EVENTS-STATUS.
           SELECT HISTORY-FILE ASSIGN TO "events_history.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT STATEMENT-FILE ASSIGN TO "InCollege-PartnerStatement.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATEMENT-STATUS.
           SELECT OUTPUT-FILE ASSIGN TO "InCollege-Output.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUTPUT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AGREEMENTS-FILE.
       01  AGREEMENT-RECORD     PIC X(300).

       FD  COMPANIES-FILE.
       01  COMPANY-RECORD       PIC X(400).

       FD  SEATS-FILE.
       01  SEAT-RECORD          PIC X(100).

       FD  JOBS-FILE.
       01  JOB-RECORD           PIC X(500).

       FD  JOBS-HISTORY-FILE.
       01  JOBS-HISTORY-RECORD  PIC X(500).

       FD  CREDITS-FILE.
       01  CREDIT-RECORD        PIC X(150).

       FD  APP-LOG-FILE.
       01  APP-LOG-RECORD       PIC X(200).

       FD  INTERVIEWS-FILE.
       01  INTERVIEW-RECORD     PIC X(200).

       FD  OFFERS-FILE.
       01  OFFER-RECORD         PIC X(500).

       FD  BOOTHS-FILE.
       01  BOOTH-RECORD         PIC X(200).

       FD  EVENTS-FILE.
       01  EVENT-RECORD         PIC X(400).

       FD  HISTORY-FILE.
       01  HISTORY-RECORD       PIC X(400).

       FD  STATEMENT-FILE.
       01  STATEMENT-RECORD     PIC X(120).

       FD  OUTPUT-FILE.
       01  OUTPUT-RECORD        PIC X(350).

       WORKING-STORAGE SECTION.
       01  WS-AGREEMENTS-STATUS PIC X(2).
       01  WS-COMPANIES-STATUS  PIC X(2).
       01  WS-SEATS-STATUS      PIC X(2).
       01  WS-JOBS-STATUS       PIC X(2).
       01  WS-JOBS-HISTORY-STATUS PIC X(2).
       01  WS-CREDITS-STATUS    PIC X(2).
       01  WS-APP-LOG-STATUS    PIC X(2).
       01  WS-INTERVIEWS-STATUS PIC X(2).
       01  WS-OFFERS-STATUS     PIC X(2).
       01  WS-BOOTHS-STATUS     PIC X(2).
       01  WS-EVENTS-STATUS     PIC X(2).
       01  WS-HISTORY-STATUS    PIC X(2).
       01  WS-STATEMENT-STATUS  PIC X(2).
       01  WS-OUTPUT-STATUS     PIC X(2).
       01  WS-EOF-FLAG          PIC X VALUE 'N'.
       01  WS-MESSAGE           PIC X(250).
       01  WS-LINE              PIC X(500).
       01  WS-TODAY             PIC X(21).
       01  WS-TODAY-INT         PIC 9(8) COMP.

      *> partner_agreements.txt row fields
       01  WS-AG-COMPANY        PIC X(50).
       01  WS-AG-TIER           PIC X(10).
       01  WS-AG-START          PIC X(8).
       01  WS-AG-END            PIC X(8).
       01  WS-AG-CREDITS        PIC X(5).
       01  WS-AG-CONTACT        PIC X(40).
       01  WS-AG-EMAIL          PIC X(50).
       01  WS-AG-REMINDED       PIC X(2).
       01  WS-AG-BY             PIC X(20).
       01  WS-AG-ON             PIC X(8).

      *> Read-into-memory/rewrite table
       01  WS-AG-COUNT          PIC 9(3) VALUE 0.
       01  WS-AG-CAP-WARNED     PIC X VALUE 'N'.
       01  WS-AG-TABLE.
           05 WS-AG-TEMP OCCURS 200 TIMES PIC X(300).
       01  WS-AG-FOUND          PIC X VALUE 'N'.
       01  WS-AG-DIRTY          PIC X VALUE 'N'.
       01  WS-NEW-TERM          PIC X VALUE 'N'.
       01  I                    PIC 9(3).
       01  K                    PIC 9(3).

      *> companies.txt / company_seats.txt lookups
       01  WS-CO-OWNER          PIC X(20).
       01  WS-CO-NAME           PIC X(50).
       01  WS-CO-FOUND          PIC X VALUE 'N'.
       01  WS-SEAT-COMPANY      PIC X(50).
       01  WS-SEAT-USER         PIC X(20).
       01  WS-SEAT-ROLE         PIC X(10).
      *> The owner plus every seat: whose credits and interviews count
       01  WS-MEMBER-COUNT      PIC 9(3) VALUE 0.
       01  WS-MEMBER-TABLE.
           05 WS-MEMBER-USER OCCURS 50 TIMES PIC X(20).
       01  WS-IS-MEMBER         PIC X.
       01  WS-CHECK-USER        PIC X(20).

      *> Generic row fields for the statement passes
       01  WS-F1                PIC X(50).
       01  WS-F2                PIC X(50).
       01  WS-F3                PIC X(200).
       01  WS-F4                PIC X(50).
       01  WS-F5                PIC X(60).
       01  WS-F6                PIC X(50).
       01  WS-F7                PIC X(20).
       01  WS-F8                PIC X(14).
       01  WS-F9                PIC X(10).
       01  WS-ROW-DATE          PIC X(8).
       01  WS-IN-TERM           PIC X.
       01  WS-DELTA-NUM         PIC S9(5).

      *> Fairs in the term, for the booth count
       01  WS-FAIR-COUNT        PIC 9(3) VALUE 0.
       01  WS-FAIR-TABLE.
           05 WS-FAIR-ENTRY OCCURS 300 TIMES.
              10 WS-FAIR-HOST   PIC X(20).
              10 WS-FAIR-TITLE  PIC X(50).

      *> The statement period and its totals
       01  WS-PERIOD-START      PIC X(8).
       01  WS-PERIOD-END        PIC X(8).
       01  WS-DATE-NUM          PIC 9(8).
       01  WS-DATE-INT          PIC 9(8) COMP.
       01  WS-DAYS-LEFT         PIC S9(6) COMP.
       01  WS-TOT-POSTINGS      PIC 9(5) VALUE 0.
       01  WS-TOT-CREDITS       PIC 9(5) VALUE 0.
       01  WS-TOT-APPLICANTS    PIC 9(5) VALUE 0.
       01  WS-TOT-INTERVIEWS    PIC 9(5) VALUE 0.
       01  WS-TOT-OFFERS        PIC 9(5) VALUE 0.
       01  WS-TOT-HIRES         PIC 9(5) VALUE 0.
       01  WS-TOT-BOOTHS        PIC 9(5) VALUE 0.
       01  WS-COUNT-TEXT        PIC Z(4)9.
       01  WS-STMT-LABEL        PIC X(30).
       01  WS-STMT-VALUE        PIC 9(5).

      *> Renewal reminders
       01  WS-CFG-KEY           PIC X(20).
       01  WS-CFG-VALUE         PIC X(40).
       01  WS-CFG-RC            PIC X.
       01  WS-OFFICE-INBOX      PIC X(20) VALUE "admin".
       01  WS-NOTICE-DAYS       PIC X(2).
       01  WS-REMIND-COUNT      PIC 9(3) VALUE 0.
       01  WS-NOTIFY-TEXT       PIC X(200).
       01  WS-MSG-SENDER        PIC X(20).
       01  WS-MSG-RECIPIENT     PIC X(20).
       01  WS-SKIP-VERIFY       PIC X VALUE 'Q'.
       01  WS-MSG-RC            PIC X.
       01  WS-DAYS-TEXT         PIC ZZ9.

      *> Credit grant for a new term, sized to POSTING-CREDITS' linkage
       01  WS-CRED-ACTION       PIC X(10).
       01  WS-CRED-AMOUNT       PIC S9(5).
       01  WS-CRED-RC           PIC X.

       01  WS-AUDIT-EVENT       PIC X(20).
       01  WS-AUDIT-RC          PIC X.

       LINKAGE SECTION.
       01  LS-USERNAME          PIC X(20).
      *> 'SET'       = record or amend LS-COMPANY's agreement
      *> 'GET'       = LS-AGREEMENT comes back with the agreement
      *> 'VIEW'      = show the agreement and the days left on it
      *> 'STATEMENT' = print the annual partner statement
      *> 'REMIND'    = nightly 60/30-day renewal notices
       01  LS-ACTION            PIC X(10).
       01  LS-COMPANY           PIC X(50).
       01  LS-AGREEMENT.
           05 LS-AG-TIER        PIC X(10).
           05 LS-AG-START       PIC X(8).
           05 LS-AG-END         PIC X(8).
           05 LS-AG-CREDITS     PIC 9(5).
           05 LS-AG-CONTACT     PIC X(40).
           05 LS-AG-EMAIL       PIC X(50).
       01  LS-RETURN-CODE       PIC X.

       PROCEDURE DIVISION USING LS-USERNAME, LS-ACTION, LS-COMPANY,
                                 LS-AGREEMENT, LS-RETURN-CODE.

           MOVE 'X' TO LS-RETURN-CODE.
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY.
           MOVE WS-TODAY(1:8) TO WS-DATE-NUM.
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM).

           EVALUATE FUNCTION TRIM(LS-ACTION)
               WHEN "SET"
                   PERFORM SET-AGREEMENT
               WHEN "GET"
                   PERFORM GET-AGREEMENT
               WHEN "VIEW"
                   PERFORM VIEW-AGREEMENT
               WHEN "STATEMENT"
                   PERFORM PARTNER-STATEMENT
               WHEN "REMIND"
                   PERFORM RENEWAL-REMINDERS
           END-EVALUATE.
           GOBACK.

       SET-AGREEMENT SECTION.
           PERFORM FIND-COMPANY.
           IF WS-CO-FOUND NOT = 'Y'
               MOVE 'N' TO LS-RETURN-CODE
               EXIT SECTION
           END-IF.

           MOVE FUNCTION UPPER-CASE(LS-AG-TIER) TO LS-AG-TIER.
           IF FUNCTION TRIM(LS-AG-TIER) NOT = "BRONZE"
              AND FUNCTION TRIM(LS-AG-TIER) NOT = "SILVER"
              AND FUNCTION TRIM(LS-AG-TIER) NOT = "GOLD"
              AND FUNCTION TRIM(LS-AG-TIER) NOT = "PLATINUM"
               MOVE 'T' TO LS-RETURN-CODE
               EXIT SECTION
           END-IF.

           IF LS-AG-START IS NOT NUMERIC OR LS-AG-END IS NOT NUMERIC
               MOVE 'D' TO LS-RETURN-CODE
               EXIT SECTION
           END-IF.
           MOVE LS-AG-START TO WS-DATE-NUM.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-NUM) NOT = 0
               MOVE 'D' TO LS-RETURN-CODE
               EXIT SECTION
           END-IF.
           MOVE LS-AG-END TO WS-DATE-NUM.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-NUM) NOT = 0
              OR LS-AG-END NOT > LS-AG-START
               MOVE 'D' TO LS-RETURN-CODE
               EXIT SECTION
           END-IF.

           PERFORM LOAD-AGREEMENTS.
           IF WS-AGREEMENTS-STATUS NOT = "00"
               EXIT SECTION
           END-IF.

      *> Same start date = the current term being corrected; anything
      *> else is a new term (first agreement or a renewal).
           MOVE 'Y' TO WS-NEW-TERM.
           MOVE 'N' TO WS-AG-FOUND.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-AG-COUNT
               MOVE WS-AG-TEMP(I) TO WS-LINE
               PERFORM PARSE-AGREEMENT-ROW
               IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-AG-COMPANY)) =
                  FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CO-NAME))
                   MOVE 'Y' TO WS-AG-FOUND
                   MOVE I TO K
                   IF WS-AG-START = LS-AG-START
                       MOVE 'N' TO WS-NEW-TERM
                   END-IF
               END-IF
           END-PERFORM.
      *> A correction keeps the reminders already sent for the term.
           MOVE SPACES TO WS-AG-REMINDED.
           IF WS-AG-FOUND = 'Y' AND WS-NEW-TERM = 'N'
               MOVE WS-AG-TEMP(K) TO WS-LINE
               PERFORM PARSE-AGREEMENT-ROW
           END-IF.

           IF WS-AG-FOUND = 'N'
               IF WS-AG-COUNT >= 200
                   DISPLAY "Warning: partner_agreements.txt is full; agreement not recorded."
                   EXIT SECTION
               END-IF
               ADD 1 TO WS-AG-COUNT
               MOVE WS-AG-COUNT TO K
           END-IF.

           MOVE WS-CO-NAME TO WS-AG-COMPANY.
           MOVE LS-AG-TIER TO WS-AG-TIER.
           MOVE LS-AG-START TO WS-AG-START.
           MOVE LS-AG-END TO WS-AG-END.
           MOVE LS-AG-CREDITS TO WS-COUNT-TEXT.
           MOVE FUNCTION TRIM(WS-COUNT-TEXT) TO WS-AG-CREDITS.
           MOVE LS-AG-CONTACT TO WS-AG-CONTACT.
           MOVE LS-AG-EMAIL TO WS-AG-EMAIL.
           MOVE LS-USERNAME TO WS-AG-BY.
           MOVE WS-TODAY(1:8) TO WS-AG-ON.
           PERFORM BUILD-AGREEMENT-ROW.
           MOVE WS-LINE TO WS-AG-TEMP(K).

           PERFORM SAVE-AGREEMENTS.
           IF WS-AGREEMENTS-STATUS NOT = "00"
               EXIT SECTION
           END-IF.

           IF WS-NEW-TERM = 'Y' AND LS-AG-CREDITS > 0
               MOVE "GRANT" TO WS-CRED-ACTION
               MOVE LS-AG-CREDITS TO WS-CRED-AMOUNT
               CALL "POSTING-CREDITS" USING LS-USERNAME, WS-CRED-ACTION,
                                             WS-CO-OWNER, WS-CRED-AMOUNT,
                                             WS-CRED-RC
           END-IF.

           MOVE "PARTNER-AGREEMENT" TO WS-AUDIT-EVENT.
           CALL "AUDIT-LOG" USING LS-USERNAME, WS-AUDIT-EVENT, 'S',
                                   WS-AUDIT-RC.
           MOVE 'S' TO LS-RETURN-CODE.
           EXIT SECTION.

       GET-AGREEMENT SECTION.
           PERFORM FIND-AGREEMENT.
           IF WS-AG-FOUND NOT = 'Y'
               MOVE 'N' TO LS-RETURN-CODE
               EXIT SECTION
           END-IF.
           MOVE WS-AG-TIER TO LS-AG-TIER.
           MOVE WS-AG-START TO LS-AG-START.
           MOVE WS-AG-END TO LS-AG-END.
           IF FUNCTION TRIM(WS-AG-CREDITS) IS NUMERIC
               MOVE FUNCTION NUMVAL(WS-AG-CREDITS) TO LS-AG-CREDITS
           ELSE
               MOVE 0 TO LS-AG-CREDITS
           END-IF.
           MOVE WS-AG-CONTACT TO LS-AG-CONTACT.
           MOVE WS-AG-EMAIL TO LS-AG-EMAIL.
           MOVE 'S' TO LS-RETURN-CODE.
           EXIT SECTION.

       VIEW-AGREEMENT SECTION.
           PERFORM FIND-AGREEMENT.
           OPEN EXTEND OUTPUT-FILE.
           IF WS-AG-FOUND NOT = 'Y'
               MOVE "No partnership agreement is on file for that company."
                   TO WS-MESSAGE
               PERFORM DISPLAY-AND-LOG
               CLOSE OUTPUT-FILE
               MOVE 'N' TO LS-RETURN-CODE
               EXIT SECTION
           END-IF.

           INITIALIZE WS-MESSAGE.
           STRING "Partnership agreement: " FUNCTION TRIM(WS-AG-COMPANY)
                  " (" FUNCTION TRIM(WS-AG-TIER) ")"
               DELIMITED BY SIZE INTO WS-MESSAGE.
           PERFORM DISPLAY-AND-LOG.
           INITIALIZE WS-MESSAGE.
           STRING "  Term: " WS-AG-START " to " WS-AG-END
               DELIMITED BY SIZE INTO WS-MESSAGE.
           PERFORM DISPLAY-AND-LOG.
           INITIALIZE WS-MESSAGE.
           STRING "  Included posting credits: " FUNCTION TRIM(WS-AG-CREDITS)
               DELIMITED BY SIZE INTO WS-MESSAGE.
           PERFORM DISPLAY-AND-LOG.
           INITIALIZE WS-MESSAGE.
           STRING "  Contact: " FUNCTION TRIM(WS-AG-CONTACT)
                  " <" FUNCTION TRIM(WS-AG-EMAIL) ">"
               DELIMITED BY SIZE INTO WS-MESSAGE.
           PERFORM DISPLAY-AND-LOG.

           PERFORM COMPUTE-DAYS-LEFT.
           INITIALIZE WS-MESSAGE.
           IF WS-DAYS-LEFT < 0
               MOVE "  This agreement has lapsed." TO WS-MESSAGE
           ELSE
               MOVE WS-DAYS-LEFT TO WS-COUNT-TEXT
               STRING "  Days until renewal: " FUNCTION TRIM(WS-COUNT-TEXT)
                   DELIMITED BY SIZE INTO WS-MESSAGE
           END-IF.
           PERFORM DISPLAY-AND-LOG.
           CLOSE OUTPUT-FILE.
           MOVE 'S' TO LS-RETURN-CODE.
           EXIT SECTION.

      *> Nightly: one notice per threshold per term. A run that misses
      *> the exact day still sends on the next night inside the window.
       RENEWAL-REMINDERS SECTION.
           MOVE "CAREERS-OFFICE-INBOX" TO WS-CFG-KEY.
           CALL "SITE-CONFIG" USING WS-CFG-KEY, WS-CFG-VALUE, WS-CFG-RC.
           IF WS-CFG-RC = 'S' AND FUNCTION TRIM(WS-CFG-VALUE) > SPACES
               MOVE WS-CFG-VALUE TO WS-OFFICE-INBOX
           END-IF.

           PERFORM LOAD-AGREEMENTS.
           IF WS-AGREEMENTS-STATUS NOT = "00"
               EXIT SECTION
           END-IF.

           MOVE 0 TO WS-REMIND-COUNT.
           MOVE 'N' TO WS-AG-DIRTY.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-AG-COUNT
               MOVE WS-AG-TEMP(I) TO WS-LINE
               PERFORM PARSE-AGREEMENT-ROW
               PERFORM COMPUTE-DAYS-LEFT
               MOVE SPACES TO WS-NOTICE-DAYS
               IF WS-DAYS-LEFT >= 0
                   EVALUATE TRUE
                       WHEN WS-DAYS-LEFT <= 30
                            AND WS-AG-REMINDED NOT = "30"
                           MOVE "30" TO WS-NOTICE-DAYS
                       WHEN WS-DAYS-LEFT <= 60
                            AND WS-AG-REMINDED NOT = "30"
                            AND WS-AG-REMINDED NOT = "60"
                           MOVE "60" TO WS-NOTICE-DAYS
                   END-EVALUATE
               END-IF
               IF WS-NOTICE-DAYS NOT = SPACES
                   PERFORM SEND-RENEWAL-NOTICES
                   MOVE WS-NOTICE-DAYS TO WS-AG-REMINDED
                   PERFORM BUILD-AGREEMENT-ROW
                   MOVE WS-LINE TO WS-AG-TEMP(I)
                   MOVE 'Y' TO WS-AG-DIRTY
                   ADD 1 TO WS-REMIND-COUNT
               END-IF
           END-PERFORM.

           IF WS-AG-DIRTY = 'Y'
               PERFORM SAVE-AGREEMENTS
           END-IF.
           MOVE WS-REMIND-COUNT TO WS-DAYS-TEXT.
           DISPLAY "Partner renewal notices sent: "
                   FUNCTION TRIM(WS-DAYS-TEXT).
           MOVE 'S' TO LS-RETURN-CODE.
           EXIT SECTION.

       SEND-RENEWAL-NOTICES SECTION.
           MOVE WS-AG-COMPANY TO LS-COMPANY.
           PERFORM FIND-COMPANY.
           MOVE WS-DAYS-LEFT TO WS-DAYS-TEXT.

           IF WS-CO-FOUND = 'Y'
               INITIALIZE WS-NOTIFY-TEXT
               STRING "Your InCollege partner agreement for "
                      FUNCTION TRIM(WS-AG-COMPANY) " ("
                      FUNCTION TRIM(WS-AG-TIER) ") ends on " WS-AG-END
                      ", in " FUNCTION TRIM(WS-DAYS-TEXT)
                      " days. Contact the careers office to renew."
                   DELIMITED BY SIZE INTO WS-NOTIFY-TEXT
               MOVE WS-OFFICE-INBOX TO WS-MSG-SENDER
               MOVE WS-CO-OWNER TO WS-MSG-RECIPIENT
               CALL "SEND-MESSAGE" USING WS-MSG-SENDER, WS-MSG-RECIPIENT,
                                          WS-SKIP-VERIFY, WS-MSG-RC,
                                          WS-NOTIFY-TEXT
           END-IF.

           INITIALIZE WS-NOTIFY-TEXT.
           STRING "Partner renewal due: " FUNCTION TRIM(WS-AG-COMPANY)
                  " (" FUNCTION TRIM(WS-AG-TIER) ") ends " WS-AG-END
                  ", in " FUNCTION TRIM(WS-DAYS-TEXT) " days. Contact: "
                  FUNCTION TRIM(WS-AG-CONTACT) " "
                  FUNCTION TRIM(WS-AG-EMAIL)
               DELIMITED BY SIZE INTO WS-NOTIFY-TEXT.
           MOVE WS-OFFICE-INBOX TO WS-MSG-SENDER.
           MOVE WS-OFFICE-INBOX TO WS-MSG-RECIPIENT.
           CALL "SEND-MESSAGE" USING WS-MSG-SENDER, WS-MSG-RECIPIENT,
                                      WS-SKIP-VERIFY, WS-MSG-RC,
                                      WS-NOTIFY-TEXT.
           EXIT SECTION.

       PARTNER-STATEMENT SECTION.
           PERFORM FIND-COMPANY.
           IF WS-CO-FOUND NOT = 'Y'
               MOVE 'N' TO LS-RETURN-CODE
               EXIT SECTION
           END-IF.

           PERFORM FIND-AGREEMENT.
           IF WS-AG-FOUND = 'Y'
               MOVE WS-AG-START TO WS-PERIOD-START
               MOVE WS-AG-END TO WS-PERIOD-END
           ELSE
               MOVE WS-TODAY(1:8) TO WS-PERIOD-END
               COMPUTE WS-DATE-INT = WS-TODAY-INT - 365
               MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INT) TO WS-DATE-NUM
               MOVE WS-DATE-NUM TO WS-PERIOD-START
           END-IF.

           PERFORM LOAD-MEMBERS.
           PERFORM COUNT-POSTINGS.
           PERFORM COUNT-CREDITS-SPENT.
           PERFORM COUNT-APPLICANTS-AND-HIRES.
           PERFORM COUNT-INTERVIEWS.
           PERFORM COUNT-OFFERS.
           PERFORM COUNT-FAIR-BOOTHS.

           OPEN OUTPUT STATEMENT-FILE.
           OPEN EXTEND OUTPUT-FILE.
           INITIALIZE WS-MESSAGE.
           STRING "Annual Partner Statement: " FUNCTION TRIM(WS-CO-NAME)
               DELIMITED BY SIZE INTO WS-MESSAGE.
           PERFORM WRITE-STATEMENT-LINE.
           INITIALIZE WS-MESSAGE.
           IF WS-AG-FOUND = 'Y'
               STRING "Agreement term " WS-PERIOD-START " to "
                      WS-PERIOD-END ", tier "
                      FUNCTION TRIM(WS-AG-TIER)
                   DELIMITED BY SIZE INTO WS-MESSAGE
           ELSE
               STRING "No agreement on file; last 365 days, "
                      WS-PERIOD-START " to " WS-PERIOD-END
                   DELIMITED BY SIZE INTO WS-MESSAGE
           END-IF.
           PERFORM WRITE-STATEMENT-LINE.
           MOVE "------------------------------------------------"
               TO WS-MESSAGE.
           PERFORM WRITE-STATEMENT-LINE.

           MOVE "Postings" TO WS-STMT-LABEL.
           MOVE WS-TOT-POSTINGS TO WS-STMT-VALUE.
           PERFORM WRITE-STATEMENT-FIGURE.
           MOVE "Posting credits spent" TO WS-STMT-LABEL.
           MOVE WS-TOT-CREDITS TO WS-STMT-VALUE.
           PERFORM WRITE-STATEMENT-FIGURE.
           IF WS-AG-FOUND = 'Y'
               MOVE "Posting credits included" TO WS-STMT-LABEL
               IF FUNCTION TRIM(WS-AG-CREDITS) IS NUMERIC
                   MOVE FUNCTION NUMVAL(WS-AG-CREDITS) TO WS-STMT-VALUE
               ELSE
                   MOVE 0 TO WS-STMT-VALUE
               END-IF
               PERFORM WRITE-STATEMENT-FIGURE
           END-IF.
           MOVE "Applicants" TO WS-STMT-LABEL.
           MOVE WS-TOT-APPLICANTS TO WS-STMT-VALUE.
           PERFORM WRITE-STATEMENT-FIGURE.
           MOVE "Interviews" TO WS-STMT-LABEL.
           MOVE WS-TOT-INTERVIEWS TO WS-STMT-VALUE.
           PERFORM WRITE-STATEMENT-FIGURE.
           MOVE "Offers extended" TO WS-STMT-LABEL.
           MOVE WS-TOT-OFFERS TO WS-STMT-VALUE.
           PERFORM WRITE-STATEMENT-FIGURE.
           MOVE "Hires" TO WS-STMT-LABEL.
           MOVE WS-TOT-HIRES TO WS-STMT-VALUE.
           PERFORM WRITE-STATEMENT-FIGURE.
           MOVE "Career fair booths" TO WS-STMT-LABEL.
           MOVE WS-TOT-BOOTHS TO WS-STMT-VALUE.
           PERFORM WRITE-STATEMENT-FIGURE.

           CLOSE OUTPUT-FILE.
           CLOSE STATEMENT-FILE.
           MOVE 'S' TO LS-RETURN-CODE.
           EXIT SECTION.

       WRITE-STATEMENT-FIGURE SECTION.
           MOVE WS-STMT-VALUE TO WS-COUNT-TEXT.
           INITIALIZE WS-MESSAGE.
           STRING "  " WS-STMT-LABEL WS-COUNT-TEXT
               DELIMITED BY SIZE INTO WS-MESSAGE.
           PERFORM WRITE-STATEMENT-LINE.
           EXIT SECTION.

       WRITE-STATEMENT-LINE SECTION.
           MOVE WS-MESSAGE TO STATEMENT-RECORD.
           WRITE STATEMENT-RECORD.
           PERFORM DISPLAY-AND-LOG.
           EXIT SECTION.

      *> jobs.txt: poster~title~desc~employer~location~salary~posted~...
      *> and jobs_history.txt, the same row once moved there
       COUNT-POSTINGS SECTION.
           MOVE 0 TO WS-TOT-POSTINGS.
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
           OPEN INPUT JOBS-HISTORY-FILE.
           IF WS-JOBS-HISTORY-STATUS = "00"
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ JOBS-HISTORY-FILE INTO WS-LINE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM TAKE-POSTING-ROW
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE JOBS-HISTORY-FILE.
           EXIT SECTION.

       TAKE-POSTING-ROW SECTION.
           PERFORM SPLIT-LINE.
           MOVE WS-F7(1:8) TO WS-ROW-DATE.
           PERFORM CHECK-IN-TERM.
           IF WS-IN-TERM = 'Y'
              AND FUNCTION UPPER-CASE(FUNCTION TRIM(WS-F4))
                  = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CO-NAME))
               ADD 1 TO WS-TOT-POSTINGS
           END-IF.
           EXIT SECTION.

      *> posting_credits.txt: employer~delta~reason~date~recordedBy
       COUNT-CREDITS-SPENT SECTION.
           MOVE 0 TO WS-TOT-CREDITS.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT CREDITS-FILE.
           IF WS-CREDITS-STATUS NOT = "00"
               CLOSE CREDITS-FILE
               EXIT SECTION
           END-IF.
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ CREDITS-FILE INTO WS-LINE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM SPLIT-LINE
                       MOVE WS-F4(1:8) TO WS-ROW-DATE
                       PERFORM CHECK-IN-TERM
                       MOVE WS-F1 TO WS-CHECK-USER
                       PERFORM CHECK-MEMBER
                       IF WS-IN-TERM = 'Y' AND WS-IS-MEMBER = 'Y'
                           MOVE FUNCTION NUMVAL(WS-F2) TO WS-DELTA-NUM
                           IF WS-DELTA-NUM < 0
                               SUBTRACT WS-DELTA-NUM FROM WS-TOT-CREDITS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CREDITS-FILE.
           EXIT SECTION.

      *> app_status_log.txt: applicant~title~employer~status~date
       COUNT-APPLICANTS-AND-HIRES SECTION.
           MOVE 0 TO WS-TOT-APPLICANTS, WS-TOT-HIRES.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT APP-LOG-FILE.
           IF WS-APP-LOG-STATUS NOT = "00"
               CLOSE APP-LOG-FILE
               EXIT SECTION
           END-IF.
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ APP-LOG-FILE INTO WS-LINE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM SPLIT-LINE
                       MOVE WS-F5(1:8) TO WS-ROW-DATE
                       PERFORM CHECK-IN-TERM
                       IF WS-IN-TERM = 'Y'
                          AND FUNCTION UPPER-CASE(FUNCTION TRIM(WS-F3))
                              = FUNCTION UPPER-CASE(
                                    FUNCTION TRIM(WS-CO-NAME))
                           EVALUATE FUNCTION TRIM(WS-F4)
                               WHEN "APPLIED"
                                   ADD 1 TO WS-TOT-APPLICANTS
                               WHEN "HIRED"
                                   ADD 1 TO WS-TOT-HIRES
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE APP-LOG-FILE.
           EXIT SECTION.

      *> interviews.txt: applicant~poster~title~slot~status
       COUNT-INTERVIEWS SECTION.
           MOVE 0 TO WS-TOT-INTERVIEWS.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT INTERVIEWS-FILE.
           IF WS-INTERVIEWS-STATUS NOT = "00"
               CLOSE INTERVIEWS-FILE
               EXIT SECTION
           END-IF.
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ INTERVIEWS-FILE INTO WS-LINE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM SPLIT-LINE
                       MOVE WS-F2 TO WS-CHECK-USER
                       PERFORM CHECK-MEMBER
                       MOVE 'Y' TO WS-IN-TERM
                       IF WS-F4(1:8) IS NUMERIC
                           MOVE WS-F4(1:8) TO WS-ROW-DATE
                           PERFORM CHECK-IN-TERM
                       END-IF
                       IF WS-IS-MEMBER = 'Y' AND WS-IN-TERM = 'Y'
                          AND FUNCTION TRIM(WS-F5) = "ACCEPTED"
                           ADD 1 TO WS-TOT-INTERVIEWS
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE INTERVIEWS-FILE.
           EXIT SECTION.

      *> offers.txt: employer~applicant~title~company~terms~startDate~
      *> deadline~status~dateExtended
       COUNT-OFFERS SECTION.
           MOVE 0 TO WS-TOT-OFFERS.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT OFFERS-FILE.
           IF WS-OFFERS-STATUS NOT = "00"
               CLOSE OFFERS-FILE
               EXIT SECTION
           END-IF.
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ OFFERS-FILE INTO WS-LINE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM SPLIT-LINE
                       MOVE WS-F9(1:8) TO WS-ROW-DATE
                       PERFORM CHECK-IN-TERM
                       IF WS-IN-TERM = 'Y'
                          AND FUNCTION UPPER-CASE(FUNCTION TRIM(WS-F4))
                              = FUNCTION UPPER-CASE(
                                    FUNCTION TRIM(WS-CO-NAME))
                           ADD 1 TO WS-TOT-OFFERS
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE OFFERS-FILE.
           EXIT SECTION.

      *> events.txt: host~title~date~... gives each fair its date;
      *> fair_booths.txt: host~eventTitle~employerUser~company
       COUNT-FAIR-BOOTHS SECTION.
           MOVE 0 TO WS-TOT-BOOTHS.
           MOVE 0 TO WS-FAIR-COUNT.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT EVENTS-FILE.
           IF WS-EVENTS-STATUS = "00"
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ EVENTS-FILE INTO WS-LINE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM TAKE-FAIR-ROW
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE EVENTS-FILE.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT HISTORY-FILE.
           IF WS-HISTORY-STATUS = "00"
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ HISTORY-FILE INTO WS-LINE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM TAKE-FAIR-ROW
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE HISTORY-FILE.
           IF WS-FAIR-COUNT = 0
               EXIT SECTION
           END-IF.

           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT BOOTHS-FILE.
           IF WS-BOOTHS-STATUS NOT = "00"
               CLOSE BOOTHS-FILE
               EXIT SECTION
           END-IF.
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ BOOTHS-FILE INTO WS-LINE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM SPLIT-LINE
                       IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-F4))
                          = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CO-NAME))
                           PERFORM VARYING I FROM 1 BY 1
                                   UNTIL I > WS-FAIR-COUNT
                               IF WS-FAIR-HOST(I) = WS-F1(1:20)
                                  AND WS-FAIR-TITLE(I) = WS-F2
                                   ADD 1 TO WS-TOT-BOOTHS
                               END-IF
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE BOOTHS-FILE.
           EXIT SECTION.

       TAKE-FAIR-ROW SECTION.
           PERFORM SPLIT-LINE.
           MOVE WS-F3(1:8) TO WS-ROW-DATE.
           PERFORM CHECK-IN-TERM.
           IF WS-IN-TERM = 'Y' AND WS-FAIR-COUNT < 300
               ADD 1 TO WS-FAIR-COUNT
               MOVE WS-F1 TO WS-FAIR-HOST(WS-FAIR-COUNT)
               MOVE WS-F2 TO WS-FAIR-TITLE(WS-FAIR-COUNT)
           END-IF.
           EXIT SECTION.

       SPLIT-LINE SECTION.
           MOVE SPACES TO WS-F1, WS-F2, WS-F3, WS-F4, WS-F5, WS-F6,
                          WS-F7, WS-F8, WS-F9.
           UNSTRING WS-LINE DELIMITED BY "~"
               INTO WS-F1, WS-F2, WS-F3, WS-F4, WS-F5, WS-F6, WS-F7,
                    WS-F8, WS-F9
           END-UNSTRING.
           EXIT SECTION.

       CHECK-IN-TERM SECTION.
           MOVE 'N' TO WS-IN-TERM.
           IF WS-ROW-DATE >= WS-PERIOD-START
              AND WS-ROW-DATE <= WS-PERIOD-END
              AND WS-ROW-DATE IS NUMERIC
               MOVE 'Y' TO WS-IN-TERM
           END-IF.
           EXIT SECTION.

       CHECK-MEMBER SECTION.
           MOVE 'N' TO WS-IS-MEMBER.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-MEMBER-COUNT
               IF WS-MEMBER-USER(I) = WS-CHECK-USER
                   MOVE 'Y' TO WS-IS-MEMBER
               END-IF
           END-PERFORM.
           EXIT SECTION.

      *> The page owner, then every company_seats.txt seat on the page.
       LOAD-MEMBERS SECTION.
           MOVE 1 TO WS-MEMBER-COUNT.
           MOVE WS-CO-OWNER TO WS-MEMBER-USER(1).
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
                       MOVE SPACES TO WS-SEAT-COMPANY, WS-SEAT-USER,
                                      WS-SEAT-ROLE
                       UNSTRING SEAT-RECORD DELIMITED BY "~"
                           INTO WS-SEAT-COMPANY, WS-SEAT-USER,
                                WS-SEAT-ROLE
                       END-UNSTRING
                       IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-SEAT-COMPANY))
                          = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CO-NAME))
                          AND WS-MEMBER-COUNT < 50
                           ADD 1 TO WS-MEMBER-COUNT
                           MOVE WS-SEAT-USER
                               TO WS-MEMBER-USER(WS-MEMBER-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SEATS-FILE.
           EXIT SECTION.

      *> companies.txt: owner~name~description~location~website
       FIND-COMPANY SECTION.
           MOVE 'N' TO WS-CO-FOUND.
           MOVE SPACES TO WS-CO-OWNER, WS-CO-NAME.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT COMPANIES-FILE.
           IF WS-COMPANIES-STATUS NOT = "00"
               CLOSE COMPANIES-FILE
               EXIT SECTION
           END-IF.
           PERFORM UNTIL WS-EOF-FLAG = 'Y' OR WS-CO-FOUND = 'Y'
               READ COMPANIES-FILE INTO WS-LINE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM SPLIT-LINE
                       IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-F2)) =
                          FUNCTION UPPER-CASE(FUNCTION TRIM(LS-COMPANY))
                           MOVE 'Y' TO WS-CO-FOUND
                           MOVE WS-F1 TO WS-CO-OWNER
                           MOVE WS-F2 TO WS-CO-NAME
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE COMPANIES-FILE.
           EXIT SECTION.

       FIND-AGREEMENT SECTION.
           MOVE 'N' TO WS-AG-FOUND.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT AGREEMENTS-FILE.
           IF WS-AGREEMENTS-STATUS NOT = "00"
               CLOSE AGREEMENTS-FILE
               EXIT SECTION
           END-IF.
           PERFORM UNTIL WS-EOF-FLAG = 'Y' OR WS-AG-FOUND = 'Y'
               READ AGREEMENTS-FILE INTO WS-LINE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM PARSE-AGREEMENT-ROW
                       IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-AG-COMPANY))
                          = FUNCTION UPPER-CASE(FUNCTION TRIM(LS-COMPANY))
                           MOVE 'Y' TO WS-AG-FOUND
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE AGREEMENTS-FILE.
           EXIT SECTION.

       COMPUTE-DAYS-LEFT SECTION.
           MOVE 0 TO WS-DAYS-LEFT.
           IF WS-AG-END IS NUMERIC
               MOVE WS-AG-END TO WS-DATE-NUM
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-NUM) = 0
                   COMPUTE WS-DAYS-LEFT =
                       FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
                       - WS-TODAY-INT
               END-IF
           END-IF.
           EXIT SECTION.

      *> No file yet is simply no agreements; status "00" afterwards
      *> means the table is safe to rewrite.
       LOAD-AGREEMENTS SECTION.
           MOVE 0 TO WS-AG-COUNT.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT AGREEMENTS-FILE.
           IF WS-AGREEMENTS-STATUS = "35"
               MOVE "00" TO WS-AGREEMENTS-STATUS
               EXIT SECTION
           END-IF.
           IF WS-AGREEMENTS-STATUS NOT = "00"
               EXIT SECTION
           END-IF.
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ AGREEMENTS-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF AGREEMENT-RECORD NOT = SPACES
                           IF WS-AG-COUNT < 200
                               ADD 1 TO WS-AG-COUNT
                               MOVE AGREEMENT-RECORD
                                   TO WS-AG-TEMP(WS-AG-COUNT)
                           ELSE
                               IF WS-AG-CAP-WARNED = 'N'
                                   DISPLAY "Warning: partner_agreements.txt has more than 200 rows; extra rows ignored."
                                   MOVE 'Y' TO WS-AG-CAP-WARNED
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE AGREEMENTS-FILE.
           MOVE "00" TO WS-AGREEMENTS-STATUS.
           EXIT SECTION.

       SAVE-AGREEMENTS SECTION.
           OPEN OUTPUT AGREEMENTS-FILE.
           IF WS-AGREEMENTS-STATUS NOT = "00"
               CLOSE AGREEMENTS-FILE
               EXIT SECTION
           END-IF.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-AG-COUNT
               WRITE AGREEMENT-RECORD FROM WS-AG-TEMP(I)
           END-PERFORM.
           CLOSE AGREEMENTS-FILE.
           EXIT SECTION.

       PARSE-AGREEMENT-ROW SECTION.
           MOVE SPACES TO WS-AG-COMPANY, WS-AG-TIER, WS-AG-START,
                          WS-AG-END, WS-AG-CREDITS, WS-AG-CONTACT,
                          WS-AG-EMAIL, WS-AG-REMINDED, WS-AG-BY,
                          WS-AG-ON.
           UNSTRING WS-LINE DELIMITED BY "~"
               INTO WS-AG-COMPANY, WS-AG-TIER, WS-AG-START, WS-AG-END,
                    WS-AG-CREDITS, WS-AG-CONTACT, WS-AG-EMAIL,
                    WS-AG-REMINDED, WS-AG-BY, WS-AG-ON
           END-UNSTRING.
           EXIT SECTION.

       BUILD-AGREEMENT-ROW SECTION.
           MOVE SPACES TO WS-LINE.
           STRING FUNCTION TRIM(WS-AG-COMPANY) DELIMITED BY SIZE
                  "~" FUNCTION TRIM(WS-AG-TIER) DELIMITED BY SIZE
                  "~" WS-AG-START DELIMITED BY SIZE
                  "~" WS-AG-END DELIMITED BY SIZE
                  "~" FUNCTION TRIM(WS-AG-CREDITS) DELIMITED BY SIZE
                  "~" FUNCTION TRIM(WS-AG-CONTACT) DELIMITED BY SIZE
                  "~" FUNCTION TRIM(WS-AG-EMAIL) DELIMITED BY SIZE
                  "~" FUNCTION TRIM(WS-AG-REMINDED) DELIMITED BY SIZE
                  "~" FUNCTION TRIM(WS-AG-BY) DELIMITED BY SIZE
                  "~" WS-AG-ON DELIMITED BY SIZE
               INTO WS-LINE.
           EXIT SECTION.

       DISPLAY-AND-LOG SECTION.
           DISPLAY FUNCTION TRIM(WS-MESSAGE).
           MOVE WS-MESSAGE TO OUTPUT-RECORD.
           WRITE OUTPUT-RECORD.
           EXIT SECTION.
