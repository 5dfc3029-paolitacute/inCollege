       >>SOURCE FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISCLOSURE-LOG.
       AUTHOR. Paola
       DATE-WRITTEN. 10/15/2026

       *> The disclosure ledger the education-records policy asks for:
       *> one row every time a student's records leave us for a third
       *> party, so a student can be told who received what, when and
       *> why. Written by the paths that release student data --
       *> APP-INTERCHANGE (applicant-system extracts), TALENT-SEARCH
       *> (candidate results), APP-SNAPSHOT (applicant review),
       *> REFERENCE-CHECK (answers sent to the employer) and
       *> CSV-EXTRACT (pulls addressed to an outside RECIPIENT) -- its
       *> own small CALLed unit for the same reason AUDIT-LOG is, so
       *> every path writes the same row. disclosures.txt:
       *>   student~recipient~category~source~date~purpose
       *> category is what was released (APPLICATION, PROFILE,
       *> REFERENCE, ACCOUNT); source is the program that released it.
       *> The ledger is append-only; the same release to the same
       *> recipient is written once a day, so a recruiter paging
       *> through the same search all afternoon is one row, not fifty.
       *> Actions and return codes:
       *>   RECORD - appends LS-DISCLOSURE. S written, D already on
       *>            the ledger today, X file error.
       *>   MINE   - lists every disclosure of the caller's records,
       *>            oldest first, with the recipient's company. S.
       *>   REPORT - compliance report by recipient, to
       *>            InCollege-DisclosureReport.txt; a non-blank
       *>            LS-DS-RECIPIENT limits it to that one employer.
       *>            S, N nothing on the ledger.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEDGER-FILE ASSIGN TO "disclosures.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.
           SELECT COMPANIES-FILE ASSIGN TO "companies.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMPANIES-STATUS.
           SELECT REPORT-FILE ASSIGN TO "InCollege-DisclosureReport.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT OUTPUT-FILE ASSIGN TO "InCollege-Output.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUTPUT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LEDGER-FILE.
       01  LEDGER-RECORD        PIC X(200).

       FD  COMPANIES-FILE.
       01  COMPANY-RECORD       PIC X(400).

       FD  REPORT-FILE.
       01  REPORT-RECORD        PIC X(150).

       FD  OUTPUT-FILE.
       01  OUTPUT-RECORD        PIC X(350).

       WORKING-STORAGE SECTION.
       01  WS-LEDGER-STATUS     PIC X(2).
       01  WS-COMPANIES-STATUS  PIC X(2).
       01  WS-REPORT-STATUS     PIC X(2).
       01  WS-OUTPUT-STATUS     PIC X(2).
       01  WS-EOF-FLAG          PIC X VALUE 'N'.
       01  WS-MESSAGE           PIC X(250).
       01  WS-LINE              PIC X(200).
       01  WS-NEW-LINE          PIC X(200).
       01  WS-TODAY             PIC X(21).
       01  WS-JRN-FILE          PIC X(30).
       01  WS-JRN-TEXT          PIC X(500).
       01  WS-JRN-RC            PIC X.

      *> disclosures.txt row fields
       01  WS-DL-STUDENT        PIC X(20).
       01  WS-DL-RECIPIENT      PIC X(20).
       01  WS-DL-CATEGORY       PIC X(12).
       01  WS-DL-SOURCE         PIC X(16).
       01  WS-DL-DATE           PIC X(8).
       01  WS-DL-PURPOSE        PIC X(80).

      *> companies.txt owner~name~description~location~website
       01  WS-CO-OWNER          PIC X(20).
       01  WS-CO-NAME           PIC X(50).
       01  WS-COMPANY-NAME      PIC X(50).
       01  WS-COMPANY-FOR       PIC X(20).

       01  WS-COUNT             PIC 9(5) VALUE 0.
       01  WS-NUM-TEXT          PIC Z(4)9.
       01  WS-NUM-TEXT-2        PIC Z(4)9.

      *> REPORT: the ledger rows, and the distinct recipients kept in
      *> name order
       01  WS-ROW-COUNT         PIC 9(4) VALUE 0.
       01  WS-ROW-TABLE.
           05 WS-ROW-TEXT OCCURS 2000 TIMES PIC X(200).
       01  WS-RCP-COUNT         PIC 9(3) VALUE 0.
       01  WS-RCP-TABLE.
           05 WS-RCP-NAME OCCURS 300 TIMES PIC X(20).
       01  WS-RCP-HIT           PIC X.
       01  WS-RCP-ROWS          PIC 9(5).
       01  I                    PIC 9(4).
       01  J                    PIC 9(4).

       LINKAGE SECTION.
       01  LS-USERNAME          PIC X(20).
       01  LS-ACTION            PIC X(10).
       01  LS-DISCLOSURE.
           05 LS-DS-STUDENT     PIC X(20).
           05 LS-DS-RECIPIENT   PIC X(20).
           05 LS-DS-CATEGORY    PIC X(12).
           05 LS-DS-SOURCE      PIC X(16).
           05 LS-DS-PURPOSE     PIC X(80).
       01  LS-RETURN-CODE       PIC X.

       PROCEDURE DIVISION USING LS-USERNAME, LS-ACTION, LS-DISCLOSURE,
                                 LS-RETURN-CODE.

           MOVE 'F' TO LS-RETURN-CODE.
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY.

           EVALUATE FUNCTION TRIM(LS-ACTION)
               WHEN "RECORD"
                   PERFORM RECORD-DISCLOSURE
               WHEN "MINE"
                   PERFORM LIST-MY-DISCLOSURES
               WHEN "REPORT"
                   PERFORM REPORT-BY-RECIPIENT
               WHEN OTHER
                   MOVE 'X' TO LS-RETURN-CODE
           END-EVALUATE.
           GOBACK.

       RECORD-DISCLOSURE SECTION.
           IF LS-DS-STUDENT = SPACES OR LS-DS-RECIPIENT = SPACES
               MOVE 'X' TO LS-RETURN-CODE
               EXIT SECTION
           END-IF.
           INITIALIZE WS-NEW-LINE.
           STRING FUNCTION TRIM(LS-DS-STUDENT) "~"
                  FUNCTION TRIM(LS-DS-RECIPIENT) "~"
                  FUNCTION TRIM(LS-DS-CATEGORY) "~"
                  FUNCTION TRIM(LS-DS-SOURCE) "~"
                  WS-TODAY(1:8) "~"
                  FUNCTION TRIM(LS-DS-PURPOSE)
                  DELIMITED BY SIZE INTO WS-NEW-LINE.

      *> Same row already written today: nothing new was released.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT LEDGER-FILE.
           IF WS-LEDGER-STATUS = "00"
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ LEDGER-FILE INTO WS-LINE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           IF WS-LINE = WS-NEW-LINE
                               MOVE 'D' TO LS-RETURN-CODE
                               MOVE 'Y' TO WS-EOF-FLAG
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE LEDGER-FILE.
           IF LS-RETURN-CODE = 'D'
               EXIT SECTION
           END-IF.

           OPEN EXTEND LEDGER-FILE.
           IF WS-LEDGER-STATUS = "35"
               OPEN OUTPUT LEDGER-FILE
           END-IF.
           IF WS-LEDGER-STATUS NOT = "00"
               CLOSE LEDGER-FILE
               MOVE 'X' TO LS-RETURN-CODE
               EXIT SECTION
           END-IF.
           WRITE LEDGER-RECORD FROM WS-NEW-LINE.
           CLOSE LEDGER-FILE.
           MOVE "disclosures.txt" TO WS-JRN-FILE.
           MOVE WS-NEW-LINE TO WS-JRN-TEXT.
           CALL "DATA-JOURNAL" USING WS-JRN-FILE, WS-JRN-TEXT, WS-JRN-RC.
           MOVE 'S' TO LS-RETURN-CODE.
           EXIT SECTION.

      *> The student's "who has received my information" view.
       LIST-MY-DISCLOSURES SECTION.
           MOVE 0 TO WS-COUNT.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN EXTEND OUTPUT-FILE.
           MOVE "--- Who Has Received My Information ---" TO WS-MESSAGE.
           PERFORM DISPLAY-AND-LOG.
           OPEN INPUT LEDGER-FILE.
           IF WS-LEDGER-STATUS = "00"
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ LEDGER-FILE INTO WS-LINE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM PARSE-LEDGER-ROW
                           IF FUNCTION TRIM(WS-DL-STUDENT) =
                              FUNCTION TRIM(LS-USERNAME)
                               ADD 1 TO WS-COUNT
                               PERFORM SHOW-MY-ROW
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE LEDGER-FILE.
           IF WS-COUNT = 0
               MOVE "No one outside InCollege has received your records."
                   TO WS-MESSAGE
           ELSE
               MOVE WS-COUNT TO WS-NUM-TEXT
               INITIALIZE WS-MESSAGE
               STRING "Disclosures on record: " FUNCTION TRIM(WS-NUM-TEXT)
                      DELIMITED BY SIZE INTO WS-MESSAGE
           END-IF.
           PERFORM DISPLAY-AND-LOG.
           CLOSE OUTPUT-FILE.
           MOVE 'S' TO LS-RETURN-CODE.
           EXIT SECTION.

       SHOW-MY-ROW SECTION.
           MOVE WS-DL-RECIPIENT TO WS-COMPANY-FOR.
           PERFORM FIND-COMPANY-NAME.
           INITIALIZE WS-MESSAGE.
           STRING WS-DL-DATE(1:4) "-" WS-DL-DATE(5:2) "-"
                  WS-DL-DATE(7:2) "  "
                  FUNCTION TRIM(WS-DL-RECIPIENT)
                  DELIMITED BY SIZE INTO WS-MESSAGE.
           IF WS-COMPANY-NAME NOT = SPACES
               STRING FUNCTION TRIM(WS-MESSAGE) " ("
                      FUNCTION TRIM(WS-COMPANY-NAME) ")"
                      DELIMITED BY SIZE INTO WS-MESSAGE
           END-IF.
           STRING FUNCTION TRIM(WS-MESSAGE) " received your "
                  FUNCTION LOWER-CASE(FUNCTION TRIM(WS-DL-CATEGORY))
                  " data"
                  DELIMITED BY SIZE INTO WS-MESSAGE.
           PERFORM DISPLAY-AND-LOG.
           INITIALIZE WS-MESSAGE.
           STRING "    Purpose: " FUNCTION TRIM(WS-DL-PURPOSE)
                  " (via " FUNCTION TRIM(WS-DL-SOURCE) ")"
                  DELIMITED BY SIZE INTO WS-MESSAGE.
           PERFORM DISPLAY-AND-LOG.
           EXIT SECTION.

      *> Compliance view: every recipient in name order with the
      *> disclosures made to them, then the totals.
       REPORT-BY-RECIPIENT SECTION.
           MOVE 0 TO WS-ROW-COUNT.
           MOVE 0 TO WS-RCP-COUNT.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT LEDGER-FILE.
           IF WS-LEDGER-STATUS = "00"
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ LEDGER-FILE INTO WS-LINE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM COLLECT-REPORT-ROW
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE LEDGER-FILE.

           OPEN OUTPUT REPORT-FILE.
           INITIALIZE REPORT-RECORD.
           STRING "InCollege disclosure ledger by recipient, run "
                  WS-TODAY(1:8)
                  DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           IF LS-DS-RECIPIENT NOT = SPACES
               INITIALIZE REPORT-RECORD
               STRING "Limited to recipient: "
                      FUNCTION TRIM(LS-DS-RECIPIENT)
                      DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-RCP-COUNT
               PERFORM REPORT-ONE-RECIPIENT
           END-PERFORM.

           MOVE WS-ROW-COUNT TO WS-NUM-TEXT.
           MOVE WS-RCP-COUNT TO WS-NUM-TEXT-2.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           INITIALIZE REPORT-RECORD.
           STRING "Total disclosures: " FUNCTION TRIM(WS-NUM-TEXT)
                  "   Recipients: " FUNCTION TRIM(WS-NUM-TEXT-2)
                  DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           CLOSE REPORT-FILE.

           OPEN EXTEND OUTPUT-FILE.
           INITIALIZE WS-MESSAGE.
           STRING "Disclosure report: " FUNCTION TRIM(WS-NUM-TEXT)
                  " disclosure(s) to " FUNCTION TRIM(WS-NUM-TEXT-2)
                  " recipient(s). See InCollege-DisclosureReport.txt."
                  DELIMITED BY SIZE INTO WS-MESSAGE.
           PERFORM DISPLAY-AND-LOG.
           CLOSE OUTPUT-FILE.
           IF WS-ROW-COUNT = 0
               MOVE 'N' TO LS-RETURN-CODE
           ELSE
               MOVE 'S' TO LS-RETURN-CODE
           END-IF.
           EXIT SECTION.

       COLLECT-REPORT-ROW SECTION.
           PERFORM PARSE-LEDGER-ROW.
           IF WS-DL-RECIPIENT = SPACES
               EXIT SECTION
           END-IF.
           IF LS-DS-RECIPIENT NOT = SPACES
              AND FUNCTION TRIM(WS-DL-RECIPIENT) NOT =
                  FUNCTION TRIM(LS-DS-RECIPIENT)
               EXIT SECTION
           END-IF.
           IF WS-ROW-COUNT >= 2000
               DISPLAY "DISCLOSURE-LOG: disclosures.txt is past 2000 "
                   "rows; the report stops there."
               MOVE 'Y' TO WS-EOF-FLAG
               EXIT SECTION
           END-IF.
           ADD 1 TO WS-ROW-COUNT.
           MOVE WS-LINE TO WS-ROW-TEXT(WS-ROW-COUNT).

      *> Keep the recipient list in name order as it fills.
           MOVE 'N' TO WS-RCP-HIT.
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > WS-RCP-COUNT OR WS-RCP-HIT = 'Y'
               IF WS-RCP-NAME(I) = WS-DL-RECIPIENT
                   MOVE 'Y' TO WS-RCP-HIT
               END-IF
           END-PERFORM.
           IF WS-RCP-HIT = 'Y' OR WS-RCP-COUNT >= 300
               EXIT SECTION
           END-IF.
           ADD 1 TO WS-RCP-COUNT.
           MOVE WS-RCP-COUNT TO I.
           PERFORM UNTIL I = 1
               IF WS-RCP-NAME(I - 1) > WS-DL-RECIPIENT
                   MOVE WS-RCP-NAME(I - 1) TO WS-RCP-NAME(I)
                   SUBTRACT 1 FROM I
               ELSE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           MOVE WS-DL-RECIPIENT TO WS-RCP-NAME(I).
           EXIT SECTION.

       REPORT-ONE-RECIPIENT SECTION.
           MOVE WS-RCP-NAME(J) TO WS-COMPANY-FOR.
           PERFORM FIND-COMPANY-NAME.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           INITIALIZE REPORT-RECORD.
           STRING "Recipient: " FUNCTION TRIM(WS-RCP-NAME(J))
                  DELIMITED BY SIZE INTO REPORT-RECORD.
           IF WS-COMPANY-NAME NOT = SPACES
               STRING FUNCTION TRIM(REPORT-RECORD) " ("
                      FUNCTION TRIM(WS-COMPANY-NAME) ")"
                      DELIMITED BY SIZE INTO REPORT-RECORD
           END-IF.
           WRITE REPORT-RECORD.
           MOVE "  Date      Student              Category     Source           Purpose"
               TO REPORT-RECORD.
           WRITE REPORT-RECORD.

           MOVE 0 TO WS-RCP-ROWS.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-ROW-COUNT
               MOVE WS-ROW-TEXT(I) TO WS-LINE
               PERFORM PARSE-LEDGER-ROW
               IF WS-DL-RECIPIENT = WS-RCP-NAME(J)
                   ADD 1 TO WS-RCP-ROWS
                   INITIALIZE REPORT-RECORD
                   STRING "  " WS-DL-DATE "  " WS-DL-STUDENT " "
                          WS-DL-CATEGORY " " WS-DL-SOURCE " "
                          FUNCTION TRIM(WS-DL-PURPOSE)
                          DELIMITED BY SIZE INTO REPORT-RECORD
                   WRITE REPORT-RECORD
               END-IF
           END-PERFORM.
           MOVE WS-RCP-ROWS TO WS-NUM-TEXT.
           INITIALIZE REPORT-RECORD.
           STRING "  Disclosures to this recipient: "
                  FUNCTION TRIM(WS-NUM-TEXT)
                  DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           EXIT SECTION.

      *> WS-COMPANY-FOR's company-page name, or spaces.
       FIND-COMPANY-NAME SECTION.
           MOVE SPACES TO WS-COMPANY-NAME.
           OPEN INPUT COMPANIES-FILE.
           IF WS-COMPANIES-STATUS NOT = "00"
               CLOSE COMPANIES-FILE
               EXIT SECTION
           END-IF.
           PERFORM UNTIL WS-COMPANY-NAME NOT = SPACES
               READ COMPANIES-FILE
                   AT END
                       EXIT PERFORM
                   NOT AT END
                       MOVE SPACES TO WS-CO-OWNER, WS-CO-NAME
                       UNSTRING COMPANY-RECORD DELIMITED BY "~"
                           INTO WS-CO-OWNER, WS-CO-NAME
                       END-UNSTRING
                       IF WS-CO-OWNER = WS-COMPANY-FOR
                           MOVE WS-CO-NAME TO WS-COMPANY-NAME
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE COMPANIES-FILE.
           EXIT SECTION.

       PARSE-LEDGER-ROW SECTION.
           MOVE SPACES TO WS-DL-STUDENT, WS-DL-RECIPIENT, WS-DL-CATEGORY,
                          WS-DL-SOURCE, WS-DL-DATE, WS-DL-PURPOSE.
           UNSTRING WS-LINE DELIMITED BY "~"
               INTO WS-DL-STUDENT, WS-DL-RECIPIENT, WS-DL-CATEGORY,
                    WS-DL-SOURCE, WS-DL-DATE, WS-DL-PURPOSE
           END-UNSTRING.
           EXIT SECTION.

       DISPLAY-AND-LOG SECTION.
           DISPLAY FUNCTION TRIM(WS-MESSAGE).
           MOVE WS-MESSAGE TO OUTPUT-RECORD.
           WRITE OUTPUT-RECORD.
           EXIT.
