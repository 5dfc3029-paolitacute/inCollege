       >>SOURCE FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DATA-CONSENT.
       AUTHOR. Paola
       DATE-WRITTEN. 10/15/2026

       *> A student's say in where their records go: four separate
       *> yes/no consents, each with the date it was last given or
       *> withdrawn --
       *>   SEARCH    employer candidate search (TALENT-SEARCH)
       *>   TRANSFER  partner applicant-system files (APP-INTERCHANGE)
       *>   RESEARCH  the warehouse feed and research datasets
       *>             (DELTA-EXTRACT, CSV-EXTRACT)
       *>   LISTING   being listed to students of one's own school on
       *>             a company page's alumni and interns (COMPANY-PAGE)
       *> consents.txt is a history, one row per change:
       *>   student~search~date~transfer~date~research~date~listing~date
       *> (rows written before LISTING existed end at the research
       *> date; their listing reads as the Y default, undated)
       *> and the student's LATEST row is the one in force, so the
       *> file replays from the journal like any other append-only
       *> file. A student with no row has never been asked and
       *> shares as before (all Y, no dates). Every change is
       *> journaled; DELTA-EXTRACT turns a withdrawal in the journal
       *> into a withdrawal row in the next warehouse feed.
       *> Actions and return codes:
       *>   GET    - fills LS-CONSENT for LS-USERNAME. S a row was
       *>            found, N none (the all-Y default is returned).
       *>   SET    - stores the four flags in LS-CONSENT; a flag that
       *>            changed is dated today, the others keep their
       *>            date. S stored, U nothing changed, X error.
       *>   SHOW   - lists the caller's four consents. S.
       *>   REPORT - consent coverage: opt-outs per category over all
       *>            STUDENT accounts, to InCollege-ConsentReport.txt.
       *>            S.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONSENT-FILE ASSIGN TO "consents.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONSENT-STATUS.
           SELECT ACCOUNTS-FILE ASSIGN TO "accounts.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCOUNTS-USERNAME
               FILE STATUS IS WS-ACCOUNTS-STATUS.
           SELECT REPORT-FILE ASSIGN TO "InCollege-ConsentReport.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT OUTPUT-FILE ASSIGN TO "InCollege-Output.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUTPUT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONSENT-FILE.
       01  CONSENT-RECORD       PIC X(80).

       FD  ACCOUNTS-FILE.
       01  ACCOUNTS-RECORD-DATA.
           05  ACCOUNTS-USERNAME       PIC X(20).
           05  ACCOUNTS-PASSWORD       PIC X(20).
           05  ACCOUNTS-RECOVERY-EMAIL PIC X(50).
           05  ACCOUNTS-ACCOUNT-TYPE   PIC X(8).
           05  ACCOUNTS-CREATED-DATE   PIC X(8).

       FD  REPORT-FILE.
       01  REPORT-RECORD        PIC X(100).

       FD  OUTPUT-FILE.
       01  OUTPUT-RECORD        PIC X(350).

       WORKING-STORAGE SECTION.
       01  WS-CONSENT-STATUS    PIC X(2).
       01  WS-ACCOUNTS-STATUS   PIC X(2).
       01  WS-REPORT-STATUS     PIC X(2).
       01  WS-OUTPUT-STATUS     PIC X(2).
       01  WS-EOF-FLAG          PIC X VALUE 'N'.
       01  WS-MESSAGE           PIC X(250).
       01  WS-LINE              PIC X(80).
       01  WS-TODAY             PIC X(21).
       01  WS-JRN-FILE          PIC X(30).
       01  WS-JRN-TEXT          PIC X(500).
       01  WS-JRN-RC            PIC X.

      *> consents.txt row fields
       01  WS-CN-ROW.
           05 WS-CN-USER            PIC X(20).
           05 WS-CN-SEARCH          PIC X.
           05 WS-CN-SEARCH-DATE     PIC X(8).
           05 WS-CN-TRANSFER        PIC X.
           05 WS-CN-TRANSFER-DATE   PIC X(8).
           05 WS-CN-RESEARCH        PIC X.
           05 WS-CN-RESEARCH-DATE   PIC X(8).
           05 WS-CN-LISTING         PIC X.
           05 WS-CN-LISTING-DATE    PIC X(8).

      *> SET: the caller's new choices, held while GET-CONSENT reads
      *> the row in force into LS-CONSENT
       01  WS-ASKED             PIC X(36).
       01  WS-FOUND             PIC X.

      *> SHOW: one line per consent
       01  WS-SHOW-LABEL        PIC X(40).
       01  WS-SHOW-FLAG         PIC X.
       01  WS-SHOW-DATE         PIC X(8).

      *> REPORT: each student's latest row, then the tallies
       01  WS-LATEST-COUNT      PIC 9(4) VALUE 0.
       01  WS-LATEST-TABLE.
           05 WS-LATEST-ENTRY OCCURS 2000 TIMES.
              10 WS-LT-USER     PIC X(20).
              10 WS-LT-SEARCH   PIC X.
              10 WS-LT-TRANSFER PIC X.
              10 WS-LT-RESEARCH PIC X.
              10 WS-LT-LISTING  PIC X.
       01  WS-CAP-WARNED        PIC X VALUE 'N'.
       01  WS-STUDENT-COUNT     PIC 9(5) VALUE 0.
       01  WS-RECORDED-COUNT    PIC 9(5) VALUE 0.
       01  WS-OUT-SEARCH        PIC 9(5) VALUE 0.
       01  WS-OUT-TRANSFER      PIC 9(5) VALUE 0.
       01  WS-OUT-RESEARCH      PIC 9(5) VALUE 0.
       01  WS-OUT-LISTING       PIC 9(5) VALUE 0.
       01  WS-TALLY             PIC 9(5).
       01  WS-TALLY-LABEL       PIC X(40).
       01  WS-PERCENT           PIC 9(3)V9.
       01  WS-PERCENT-TEXT      PIC ZZ9.9.
       01  WS-NUM-TEXT          PIC Z(4)9.
       01  WS-NUM-TEXT-2        PIC Z(4)9.
       01  I                    PIC 9(4).

       LINKAGE SECTION.
       01  LS-USERNAME          PIC X(20).
       01  LS-ACTION            PIC X(10).
       01  LS-CONSENT.
           05 LS-CN-SEARCH          PIC X.
           05 LS-CN-SEARCH-DATE     PIC X(8).
           05 LS-CN-TRANSFER        PIC X.
           05 LS-CN-TRANSFER-DATE   PIC X(8).
           05 LS-CN-RESEARCH        PIC X.
           05 LS-CN-RESEARCH-DATE   PIC X(8).
           05 LS-CN-LISTING         PIC X.
           05 LS-CN-LISTING-DATE    PIC X(8).
       01  LS-RETURN-CODE       PIC X.

       PROCEDURE DIVISION USING LS-USERNAME, LS-ACTION, LS-CONSENT,
                                 LS-RETURN-CODE.

           MOVE 'F' TO LS-RETURN-CODE.
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY.

           EVALUATE FUNCTION TRIM(LS-ACTION)
               WHEN "GET"
                   PERFORM GET-CONSENT
               WHEN "SET"
                   PERFORM SET-CONSENT
               WHEN "SHOW"
                   PERFORM SHOW-CONSENT
               WHEN "REPORT"
                   PERFORM COVERAGE-REPORT
               WHEN OTHER
                   MOVE 'X' TO LS-RETURN-CODE
           END-EVALUATE.
           GOBACK.

      *> Latest row for LS-USERNAME into LS-CONSENT; all Y when the
      *> student has never made a choice.
       GET-CONSENT SECTION.
           MOVE 'Y' TO LS-CN-SEARCH, LS-CN-TRANSFER, LS-CN-RESEARCH,
                       LS-CN-LISTING.
           MOVE SPACES TO LS-CN-SEARCH-DATE, LS-CN-TRANSFER-DATE,
                          LS-CN-RESEARCH-DATE, LS-CN-LISTING-DATE.
           MOVE 'N' TO WS-FOUND.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT CONSENT-FILE.
           IF WS-CONSENT-STATUS = "00"
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ CONSENT-FILE INTO WS-LINE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM PARSE-CONSENT-ROW
                           IF FUNCTION TRIM(WS-CN-USER) =
                              FUNCTION TRIM(LS-USERNAME)
                               MOVE 'Y' TO WS-FOUND
                               MOVE WS-CN-SEARCH TO LS-CN-SEARCH
                               MOVE WS-CN-SEARCH-DATE
                                   TO LS-CN-SEARCH-DATE
                               MOVE WS-CN-TRANSFER TO LS-CN-TRANSFER
                               MOVE WS-CN-TRANSFER-DATE
                                   TO LS-CN-TRANSFER-DATE
                               MOVE WS-CN-RESEARCH TO LS-CN-RESEARCH
                               MOVE WS-CN-RESEARCH-DATE
                                   TO LS-CN-RESEARCH-DATE
                               MOVE WS-CN-LISTING TO LS-CN-LISTING
                               MOVE WS-CN-LISTING-DATE
                                   TO LS-CN-LISTING-DATE
                               IF LS-CN-LISTING NOT = 'N'
                                   MOVE 'Y' TO LS-CN-LISTING
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE CONSENT-FILE.
           IF WS-FOUND = 'Y'
               MOVE 'S' TO LS-RETURN-CODE
           ELSE
               MOVE 'N' TO LS-RETURN-CODE
           END-IF.
           EXIT SECTION.

       SET-CONSENT SECTION.
           IF LS-USERNAME = SPACES
               MOVE 'X' TO LS-RETURN-CODE
               EXIT SECTION
           END-IF.
           IF LS-CN-SEARCH NOT = 'N'
               MOVE 'Y' TO LS-CN-SEARCH
           END-IF.
           IF LS-CN-TRANSFER NOT = 'N'
               MOVE 'Y' TO LS-CN-TRANSFER
           END-IF.
           IF LS-CN-RESEARCH NOT = 'N'
               MOVE 'Y' TO LS-CN-RESEARCH
           END-IF.
           IF LS-CN-LISTING NOT = 'N'
               MOVE 'Y' TO LS-CN-LISTING
           END-IF.
           MOVE LS-CONSENT TO WS-ASKED.
           PERFORM GET-CONSENT.
           MOVE LS-RETURN-CODE TO WS-FOUND.

      *> The row in force goes to WS-CN-*, the new choices back into
      *> LS-CONSENT.
           MOVE LS-CN-SEARCH TO WS-CN-SEARCH.
           MOVE LS-CN-SEARCH-DATE TO WS-CN-SEARCH-DATE.
           MOVE LS-CN-TRANSFER TO WS-CN-TRANSFER.
           MOVE LS-CN-TRANSFER-DATE TO WS-CN-TRANSFER-DATE.
           MOVE LS-CN-RESEARCH TO WS-CN-RESEARCH.
           MOVE LS-CN-RESEARCH-DATE TO WS-CN-RESEARCH-DATE.
           MOVE LS-CN-LISTING TO WS-CN-LISTING.
           MOVE LS-CN-LISTING-DATE TO WS-CN-LISTING-DATE.
           MOVE WS-ASKED TO LS-CONSENT.

           IF WS-FOUND = 'S'
              AND LS-CN-SEARCH = WS-CN-SEARCH
              AND LS-CN-TRANSFER = WS-CN-TRANSFER
              AND LS-CN-RESEARCH = WS-CN-RESEARCH
              AND LS-CN-LISTING = WS-CN-LISTING
               MOVE WS-CN-SEARCH-DATE TO LS-CN-SEARCH-DATE
               MOVE WS-CN-TRANSFER-DATE TO LS-CN-TRANSFER-DATE
               MOVE WS-CN-RESEARCH-DATE TO LS-CN-RESEARCH-DATE
               MOVE WS-CN-LISTING-DATE TO LS-CN-LISTING-DATE
               MOVE 'U' TO LS-RETURN-CODE
               EXIT SECTION
           END-IF.

      *> A first choice dates all four; after that only a change does.
           MOVE WS-TODAY(1:8) TO LS-CN-SEARCH-DATE, LS-CN-TRANSFER-DATE,
                                 LS-CN-RESEARCH-DATE, LS-CN-LISTING-DATE.
           IF WS-FOUND = 'S'
               IF LS-CN-SEARCH = WS-CN-SEARCH
                   MOVE WS-CN-SEARCH-DATE TO LS-CN-SEARCH-DATE
               END-IF
               IF LS-CN-TRANSFER = WS-CN-TRANSFER
                   MOVE WS-CN-TRANSFER-DATE TO LS-CN-TRANSFER-DATE
               END-IF
               IF LS-CN-RESEARCH = WS-CN-RESEARCH
                   MOVE WS-CN-RESEARCH-DATE TO LS-CN-RESEARCH-DATE
               END-IF
               IF LS-CN-LISTING = WS-CN-LISTING
                   MOVE WS-CN-LISTING-DATE TO LS-CN-LISTING-DATE
               END-IF
           END-IF.

           INITIALIZE WS-LINE.
           STRING FUNCTION TRIM(LS-USERNAME) "~"
                  LS-CN-SEARCH "~" LS-CN-SEARCH-DATE "~"
                  LS-CN-TRANSFER "~" LS-CN-TRANSFER-DATE "~"
                  LS-CN-RESEARCH "~" LS-CN-RESEARCH-DATE "~"
                  LS-CN-LISTING "~" LS-CN-LISTING-DATE
                  DELIMITED BY SIZE INTO WS-LINE.
           OPEN EXTEND CONSENT-FILE.
           IF WS-CONSENT-STATUS = "35"
               OPEN OUTPUT CONSENT-FILE
           END-IF.
           IF WS-CONSENT-STATUS NOT = "00"
               CLOSE CONSENT-FILE
               MOVE 'X' TO LS-RETURN-CODE
               EXIT SECTION
           END-IF.
           WRITE CONSENT-RECORD FROM WS-LINE.
           CLOSE CONSENT-FILE.
           MOVE "consents.txt" TO WS-JRN-FILE.
           MOVE WS-LINE TO WS-JRN-TEXT.
           CALL "DATA-JOURNAL" USING WS-JRN-FILE, WS-JRN-TEXT, WS-JRN-RC.
           MOVE 'S' TO LS-RETURN-CODE.
           EXIT SECTION.

       SHOW-CONSENT SECTION.
           PERFORM GET-CONSENT.
           OPEN EXTEND OUTPUT-FILE.
           MOVE "--- My Data Sharing Consents ---" TO WS-MESSAGE.
           PERFORM DISPLAY-AND-LOG.
           MOVE "Employer candidate search" TO WS-SHOW-LABEL.
           MOVE LS-CN-SEARCH TO WS-SHOW-FLAG.
           MOVE LS-CN-SEARCH-DATE TO WS-SHOW-DATE.
           PERFORM SHOW-ONE-CONSENT.
           MOVE "Partner applicant-system transfer" TO WS-SHOW-LABEL.
           MOVE LS-CN-TRANSFER TO WS-SHOW-FLAG.
           MOVE LS-CN-TRANSFER-DATE TO WS-SHOW-DATE.
           PERFORM SHOW-ONE-CONSENT.
           MOVE "Research and warehouse use" TO WS-SHOW-LABEL.
           MOVE LS-CN-RESEARCH TO WS-SHOW-FLAG.
           MOVE LS-CN-RESEARCH-DATE TO WS-SHOW-DATE.
           PERFORM SHOW-ONE-CONSENT.
           MOVE "Listed on company pages for my school" TO WS-SHOW-LABEL.
           MOVE LS-CN-LISTING TO WS-SHOW-FLAG.
           MOVE LS-CN-LISTING-DATE TO WS-SHOW-DATE.
           PERFORM SHOW-ONE-CONSENT.
           CLOSE OUTPUT-FILE.
           MOVE 'S' TO LS-RETURN-CODE.
           EXIT SECTION.

       SHOW-ONE-CONSENT SECTION.
           INITIALIZE WS-MESSAGE.
           IF WS-SHOW-FLAG = 'N'
               STRING FUNCTION TRIM(WS-SHOW-LABEL) ": NO"
                      DELIMITED BY SIZE INTO WS-MESSAGE
           ELSE
               STRING FUNCTION TRIM(WS-SHOW-LABEL) ": YES"
                      DELIMITED BY SIZE INTO WS-MESSAGE
           END-IF.
           IF WS-SHOW-DATE = SPACES
               STRING FUNCTION TRIM(WS-MESSAGE)
                      " (default; you have not chosen yet)"
                      DELIMITED BY SIZE INTO WS-MESSAGE
           ELSE
               IF WS-SHOW-FLAG = 'N'
                   STRING FUNCTION TRIM(WS-MESSAGE) " (withdrawn "
                          WS-SHOW-DATE(1:4) "-" WS-SHOW-DATE(5:2) "-"
                          WS-SHOW-DATE(7:2) ")"
                          DELIMITED BY SIZE INTO WS-MESSAGE
               ELSE
                   STRING FUNCTION TRIM(WS-MESSAGE) " (given "
                          WS-SHOW-DATE(1:4) "-" WS-SHOW-DATE(5:2) "-"
                          WS-SHOW-DATE(7:2) ")"
                          DELIMITED BY SIZE INTO WS-MESSAGE
               END-IF
           END-IF.
           PERFORM DISPLAY-AND-LOG.
           EXIT SECTION.

      *> Coverage over every STUDENT account: a student with no row
      *> counts as sharing, which is what the extracts do with them.
       COVERAGE-REPORT SECTION.
           PERFORM LOAD-LATEST-CONSENTS.
           MOVE 0 TO WS-STUDENT-COUNT, WS-RECORDED-COUNT,
                     WS-OUT-SEARCH, WS-OUT-TRANSFER, WS-OUT-RESEARCH,
                     WS-OUT-LISTING.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT ACCOUNTS-FILE.
           IF WS-ACCOUNTS-STATUS NOT = "00"
              AND WS-ACCOUNTS-STATUS NOT = "05"
               MOVE 'Y' TO WS-EOF-FLAG
           ELSE
               MOVE LOW-VALUES TO ACCOUNTS-USERNAME
               START ACCOUNTS-FILE KEY IS NOT LESS THAN ACCOUNTS-USERNAME
                   INVALID KEY
                       MOVE 'Y' TO WS-EOF-FLAG
               END-START
           END-IF.
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ ACCOUNTS-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF ACCOUNTS-ACCOUNT-TYPE = "STUDENT"
                           PERFORM TALLY-ONE-STUDENT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ACCOUNTS-FILE.

           OPEN OUTPUT REPORT-FILE.
           INITIALIZE REPORT-RECORD.
           STRING "InCollege data sharing consent coverage, run "
                  WS-TODAY(1:8)
                  DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE WS-STUDENT-COUNT TO WS-NUM-TEXT.
           MOVE WS-RECORDED-COUNT TO WS-NUM-TEXT-2.
           INITIALIZE REPORT-RECORD.
           STRING "Student accounts: " FUNCTION TRIM(WS-NUM-TEXT)
                  "   with a recorded choice: "
                  FUNCTION TRIM(WS-NUM-TEXT-2)
                  DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE "  Category                                 Count      %"
               TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE "Employer candidate search" TO WS-TALLY-LABEL.
           MOVE WS-OUT-SEARCH TO WS-TALLY.
           PERFORM WRITE-TALLY-LINE.
           MOVE "Partner applicant-system transfer" TO WS-TALLY-LABEL.
           MOVE WS-OUT-TRANSFER TO WS-TALLY.
           PERFORM WRITE-TALLY-LINE.
           MOVE "Research and warehouse use" TO WS-TALLY-LABEL.
           MOVE WS-OUT-RESEARCH TO WS-TALLY.
           PERFORM WRITE-TALLY-LINE.
           MOVE "Company-page alumni listing" TO WS-TALLY-LABEL.
           MOVE WS-OUT-LISTING TO WS-TALLY.
           PERFORM WRITE-TALLY-LINE.
           CLOSE REPORT-FILE.

           OPEN EXTEND OUTPUT-FILE.
           MOVE WS-STUDENT-COUNT TO WS-NUM-TEXT.
           INITIALIZE WS-MESSAGE.
           STRING "Consent coverage for " FUNCTION TRIM(WS-NUM-TEXT)
                  " student(s). See InCollege-ConsentReport.txt."
                  DELIMITED BY SIZE INTO WS-MESSAGE.
           PERFORM DISPLAY-AND-LOG.
           CLOSE OUTPUT-FILE.
           MOVE 'S' TO LS-RETURN-CODE.
           EXIT SECTION.

       TALLY-ONE-STUDENT SECTION.
           ADD 1 TO WS-STUDENT-COUNT.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-LATEST-COUNT
               IF WS-LT-USER(I) = ACCOUNTS-USERNAME
                   ADD 1 TO WS-RECORDED-COUNT
                   IF WS-LT-SEARCH(I) = 'N'
                       ADD 1 TO WS-OUT-SEARCH
                   END-IF
                   IF WS-LT-TRANSFER(I) = 'N'
                       ADD 1 TO WS-OUT-TRANSFER
                   END-IF
                   IF WS-LT-RESEARCH(I) = 'N'
                       ADD 1 TO WS-OUT-RESEARCH
                   END-IF
                   IF WS-LT-LISTING(I) = 'N'
                       ADD 1 TO WS-OUT-LISTING
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           EXIT SECTION.

       WRITE-TALLY-LINE SECTION.
           MOVE 0 TO WS-PERCENT.
           IF WS-STUDENT-COUNT > 0
               COMPUTE WS-PERCENT ROUNDED =
                   WS-TALLY * 100 / WS-STUDENT-COUNT
           END-IF.
           MOVE WS-PERCENT TO WS-PERCENT-TEXT.
           MOVE WS-TALLY TO WS-NUM-TEXT.
           INITIALIZE REPORT-RECORD.
           STRING "  " WS-TALLY-LABEL " " WS-NUM-TEXT "  "
                  WS-PERCENT-TEXT
                  DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           EXIT SECTION.

      *> Later rows overwrite earlier ones: the table ends up holding
      *> the choice in force for each student.
       LOAD-LATEST-CONSENTS SECTION.
           MOVE 0 TO WS-LATEST-COUNT.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT CONSENT-FILE.
           IF WS-CONSENT-STATUS NOT = "00"
               CLOSE CONSENT-FILE
               EXIT SECTION
           END-IF.
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ CONSENT-FILE INTO WS-LINE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM PARSE-CONSENT-ROW
                       IF WS-CN-USER NOT = SPACES
                           PERFORM KEEP-LATEST-ROW
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CONSENT-FILE.
           EXIT SECTION.

       KEEP-LATEST-ROW SECTION.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-LATEST-COUNT
               IF WS-LT-USER(I) = WS-CN-USER
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF I > WS-LATEST-COUNT
               IF WS-LATEST-COUNT >= 2000
                   IF WS-CAP-WARNED = 'N'
                       DISPLAY "DATA-CONSENT: more than 2000 students "
                           "in consents.txt; the rest are not counted."
                       MOVE 'Y' TO WS-CAP-WARNED
                   END-IF
                   EXIT SECTION
               END-IF
               ADD 1 TO WS-LATEST-COUNT
               MOVE WS-LATEST-COUNT TO I
               MOVE WS-CN-USER TO WS-LT-USER(I)
           END-IF.
           MOVE WS-CN-SEARCH TO WS-LT-SEARCH(I).
           MOVE WS-CN-TRANSFER TO WS-LT-TRANSFER(I).
           MOVE WS-CN-RESEARCH TO WS-LT-RESEARCH(I).
           MOVE WS-CN-LISTING TO WS-LT-LISTING(I).
           EXIT SECTION.

       PARSE-CONSENT-ROW SECTION.
           MOVE SPACES TO WS-CN-ROW.
           UNSTRING WS-LINE DELIMITED BY "~"
               INTO WS-CN-USER, WS-CN-SEARCH, WS-CN-SEARCH-DATE,
                    WS-CN-TRANSFER, WS-CN-TRANSFER-DATE,
                    WS-CN-RESEARCH, WS-CN-RESEARCH-DATE,
                    WS-CN-LISTING, WS-CN-LISTING-DATE
           END-UNSTRING.
           EXIT SECTION.

       DISPLAY-AND-LOG SECTION.
           DISPLAY FUNCTION TRIM(WS-MESSAGE).
           MOVE WS-MESSAGE TO OUTPUT-RECORD.
           WRITE OUTPUT-RECORD.
           EXIT.
