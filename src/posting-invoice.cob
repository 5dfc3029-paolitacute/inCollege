       >>SOURCE FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSTING-INVOICE.
       AUTHOR. Paola
       DATE-WRITTEN. 10/15/2026

       *> Month-end billing off the POSTING-CREDITS ledger, so the
       *> bursar's office stops rebuilding its spreadsheet by hand.
       *> Every employer with a movement in the billing month gets one
       *> numbered statement in InCollege-Invoices.txt:
       *>   opening balance (credits on hand at the start of the month)
       *>   credits purchased, priced at the agreed rate
       *>   postings charged, with job id and title from jobs.txt
       *>   closing balance and the amount due
       *> The agreed rate is the employer's row in credit_prices.txt
       *> (employer~price), else the CREDIT-PRICE site setting.
       *> The billing month is the calendar month before the run date
       *> (the step runs MONTHLY~01); an operator re-billing an older
       *> month writes it as YYYYMM into invoice_request.txt first;
       *> once the run has billed that month the request is emptied
       *> and an INVOICE_REBILL audit row written, so next month's run
       *> goes back to the calendar.
       *> Invoice numbers come from the invoice_seq.txt counter and are
       *> remembered in invoice_register.txt
       *>   period~employer~invoiceNo~amount~issuedDate
       *> so a rerun of the same month reissues the same numbers
       *> instead of burning new ones.
       *> The ledger's SPEND rows carry no job id: the n-th SPEND row
       *> for an employer on a date is the n-th posting that employer
       *> published that day. Postings are looked for in jobs.txt and
       *> in jobs_history.txt, where JOB-HISTORY moves closed ones, and
       *> put in publish order by their job_seq.txt id, since one
       *> day's postings can sit in both files. A charge whose posting
       *> has since been deleted is still billed and shown as
       *> "(posting since removed)".
       *> Also written:
       *>   ar_feed.txt -- fixed-layout accounts-receivable feed for
       *>     the bursar's system: one H header, one D row per
       *>     invoice, one T trailer with the record count and totals
       *>     (layout in the AR-xxx records below)
       *>   invoice_control.txt -- one appended control row per run
       *>     period~ledgerRows~purchased~charged~net~invoices~billed~
       *>     IN BALANCE|OUT OF BALANCE~runDate
       *>     which ties the invoices back to the ledger: credits
       *>     invoiced must equal the positive movements in the month,
       *>     and every statement's opening + purchased - charged must
       *>     equal its closing balance.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CREDITS-FILE ASSIGN TO "posting_credits.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CREDITS-STATUS.
           SELECT JOBS-FILE ASSIGN TO "jobs.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBS-STATUS.
           SELECT HISTORY-FILE ASSIGN TO "jobs_history.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT PRICES-FILE ASSIGN TO "credit_prices.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRICES-STATUS.
           SELECT SEQ-FILE ASSIGN TO "invoice_seq.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEQ-STATUS.
           SELECT REGISTER-FILE ASSIGN TO "invoice_register.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.
           SELECT REQUEST-FILE ASSIGN TO "invoice_request.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQUEST-STATUS.
           SELECT REPORT-FILE ASSIGN TO "InCollege-Invoices.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AR-FILE ASSIGN TO "ar_feed.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AR-STATUS.
           SELECT CONTROL-FILE ASSIGN TO "invoice_control.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CREDITS-FILE.
       01  CREDIT-RECORD            PIC X(150).

       FD  JOBS-FILE.
       01  JOBS-RECORD              PIC X(500).

       FD  HISTORY-FILE.
       01  HISTORY-RECORD           PIC X(500).

       FD  PRICES-FILE.
       01  PRICES-RECORD            PIC X(80).

       FD  SEQ-FILE.
       01  SEQ-RECORD               PIC X(7).

       FD  REGISTER-FILE.
       01  REGISTER-RECORD          PIC X(100).

       FD  REQUEST-FILE.
       01  REQUEST-RECORD           PIC X(20).

       FD  REPORT-FILE.
       01  REPORT-RECORD            PIC X(120).

       FD  AR-FILE.
       01  AR-RECORD                PIC X(80).

       FD  CONTROL-FILE.
       01  CONTROL-RECORD           PIC X(150).

       WORKING-STORAGE SECTION.
       01  WS-CREDITS-STATUS        PIC X(2).
       01  WS-JOBS-STATUS           PIC X(2).
       01  WS-HISTORY-STATUS        PIC X(2).
       01  WS-PRICES-STATUS         PIC X(2).
       01  WS-SEQ-STATUS            PIC X(2).
       01  WS-REGISTER-STATUS       PIC X(2).
       01  WS-REQUEST-STATUS        PIC X(2).
       01  WS-REQUEST-USED          PIC X VALUE 'N'.
       01  WS-OPERATOR              PIC X(20) VALUE "operations".
       01  WS-AUDIT-EVENT           PIC X(20).
       01  WS-AUDIT-RC              PIC X.
       01  WS-AR-STATUS             PIC X(2).
       01  WS-CONTROL-STATUS        PIC X(2).
       01  WS-EOF-FLAG              PIC X VALUE 'N'.
       01  WS-LINE                  PIC X(500).
       01  WS-TODAY                 PIC X(21).

      *> Billing month
       01  WS-PERIOD                PIC X(6).
       01  WS-PERIOD-START          PIC X(8).
       01  WS-PERIOD-END            PIC X(8).
       01  WS-PERIOD-YEAR           PIC 9(4).
       01  WS-PERIOD-MONTH          PIC 9(2).

      *> Site default price per credit
       01  WS-CFG-KEY               PIC X(20).
       01  WS-CFG-VALUE             PIC X(40).
       01  WS-CFG-RC                PIC X.
       01  WS-DEFAULT-PRICE         PIC 9(5)V99 VALUE 25.00.

      *> posting_credits.txt row fields
       01  WS-CR-EMPLOYER           PIC X(20).
       01  WS-CR-DELTA              PIC X(6).
       01  WS-CR-REASON             PIC X(40).
       01  WS-CR-DATE               PIC X(8).
       01  WS-CR-BY                 PIC X(20).
       01  WS-DELTA-NUM             PIC S9(5).

      *> jobs.txt fields needed for the charge lines
       01  WS-JOB-POSTER            PIC X(20).
       01  WS-JOB-TITLE             PIC X(50).
       01  WS-JOB-DESC              PIC X(200).
       01  WS-JOB-EMPLOYER          PIC X(50).
       01  WS-JOB-LOCATION          PIC X(50).
       01  WS-JOB-SALARY            PIC X(50).
       01  WS-JOB-POSTED-ON         PIC X(8).
       01  WS-JOB-STATUS            PIC X(10).
       01  WS-JOB-TYPE              PIC X(20).
       01  WS-JOB-UNIV              PIC X(100).
       01  WS-JOB-SKILLS            PIC X(100).
       01  WS-JOB-ID                PIC X(8).

       01  WS-JOBREF-COUNT          PIC 9(4) VALUE 0.
       01  WS-JOBREF-TABLE.
           05 WS-JOBREF-ENTRY OCCURS 2000 TIMES.
              10 WS-JR-POSTER       PIC X(20).
              10 WS-JR-DATE         PIC X(8).
              10 WS-JR-ID           PIC X(8).
              10 WS-JR-SEQ          PIC 9(8).
              10 WS-JR-TITLE        PIC X(50).

      *> One row per employer seen in the ledger up to the month end.
       01  WS-EMP-COUNT             PIC 9(3) VALUE 0.
       01  WS-EMP-TABLE.
           05 WS-EMP-ENTRY OCCURS 300 TIMES.
              10 WS-EMP-NAME        PIC X(20).
              10 WS-EMP-OPENING     PIC S9(7).
              10 WS-EMP-BOUGHT      PIC S9(7).
              10 WS-EMP-CHARGED     PIC S9(7).
              10 WS-EMP-ROWS        PIC 9(5).
              10 WS-EMP-PRICE       PIC 9(5)V99.
              10 WS-EMP-INVOICE     PIC X(10).
              10 WS-EMP-AMOUNT      PIC 9(9)V99.

      *> The month's own movements, kept in ledger order for the
      *> statement detail.
       01  WS-MOVE-COUNT            PIC 9(4) VALUE 0.
       01  WS-MOVE-TABLE.
           05 WS-MOVE-ENTRY OCCURS 2000 TIMES.
              10 WS-MV-EMPLOYER     PIC X(20).
              10 WS-MV-DELTA        PIC S9(5).
              10 WS-MV-DATE         PIC X(8).
              10 WS-MV-BY           PIC X(20).

      *> invoice_register.txt rows already issued
       01  WS-REG-PERIOD            PIC X(6).
       01  WS-REG-EMPLOYER          PIC X(20).
       01  WS-REG-INVOICE           PIC X(10).
       01  WS-REG-AMOUNT            PIC X(15).
       01  WS-REG-DATE              PIC X(8).
       01  WS-REGISTER-COUNT        PIC 9(3) VALUE 0.
       01  WS-REGISTER-TABLE.
           05 WS-REGISTER-ENTRY OCCURS 300 TIMES.
              10 WS-RG-EMPLOYER     PIC X(20).
              10 WS-RG-INVOICE      PIC X(10).

       01  WS-NEXT-INVOICE          PIC 9(7) VALUE 0.
       01  WS-NEW-INVOICE-FLAG      PIC X VALUE 'N'.

      *> credit_prices.txt fields
       01  WS-PR-EMPLOYER           PIC X(20).
       01  WS-PR-PRICE              PIC X(12).

      *> Control totals
       01  WS-LEDGER-ROWS           PIC 9(7) VALUE 0.
       01  WS-PERIOD-ROWS           PIC 9(7) VALUE 0.
       01  WS-LEDGER-BOUGHT         PIC S9(7) VALUE 0.
       01  WS-LEDGER-CHARGED        PIC S9(7) VALUE 0.
       01  WS-LEDGER-NET            PIC S9(7) VALUE 0.
       01  WS-INVOICED-CREDITS      PIC S9(7) VALUE 0.
       01  WS-INVOICED-CHARGES      PIC S9(7) VALUE 0.
       01  WS-INVOICE-TOTAL         PIC 9(11)V99 VALUE 0.
       01  WS-INVOICE-COUNT         PIC 9(5) VALUE 0.
       01  WS-AR-COUNT              PIC 9(7) VALUE 0.
       01  WS-BALANCE-FLAG          PIC X VALUE 'Y'.
       01  WS-CLOSING               PIC S9(7).
       01  WS-LINE-AMOUNT           PIC 9(9)V99.

      *> Charge-to-posting matching
       01  WS-SAME-DAY-DATE         PIC X(8).
       01  WS-SAME-DAY-COUNT        PIC 9(3).
       01  WS-MATCH-COUNT           PIC 9(3).
       01  WS-MATCH-ID              PIC X(8).
       01  WS-MATCH-RANK            PIC 9(3).
       01  WS-MATCH-TITLE           PIC X(50).

       01  WS-FOUND-FLAG            PIC X.
       01  K                        PIC 9(4).
       01  E                        PIC 9(3).
       01  J                        PIC 9(4).
       01  J2                       PIC 9(4).

       01  WS-COUNT-TEXT            PIC -(6)9.
       01  WS-MONEY-TEXT            PIC $$$,$$$,$$$,$$9.99.
       01  WS-PRICE-TEXT            PIC $$$,$$9.99.
       01  WS-AMOUNT-TEXT           PIC Z(10)9.99.
       01  WS-NUM-TEXT              PIC Z(6)9.
       01  WS-BOUGHT-TEXT           PIC -(6)9.
       01  WS-CHARGED-TEXT          PIC -(6)9.
       01  WS-NET-TEXT              PIC -(6)9.
       01  WS-INVOICES-TEXT         PIC Z(4)9.
       01  WS-BALANCE-TEXT          PIC X(14).

      *> ar_feed.txt -- fixed 80-byte records, no delimiters
       01  AR-HEADER.
           05 AR-H-TYPE             PIC X(1) VALUE "H".
           05 AR-H-SOURCE           PIC X(10) VALUE "INCOLLEGE".
           05 AR-H-RUN-DATE         PIC X(8).
           05 AR-H-PERIOD           PIC X(6).
           05 FILLER                PIC X(55) VALUE SPACES.
       01  AR-DETAIL.
           05 AR-D-TYPE             PIC X(1) VALUE "D".
           05 AR-D-INVOICE          PIC X(10).
           05 AR-D-CUSTOMER         PIC X(20).
           05 AR-D-INVOICE-DATE     PIC X(8).
           05 AR-D-PERIOD           PIC X(6).
           05 AR-D-CREDITS          PIC 9(5).
           05 AR-D-UNIT-PRICE       PIC 9(5)V99.
           05 AR-D-AMOUNT           PIC 9(9)V99.
           05 AR-D-POSTINGS         PIC 9(5).
           05 AR-D-CLOSING          PIC S9(6) SIGN LEADING SEPARATE.
       01  AR-TRAILER.
           05 AR-T-TYPE             PIC X(1) VALUE "T".
           05 AR-T-RECORDS          PIC 9(7).
           05 AR-T-CREDITS          PIC 9(7).
           05 AR-T-AMOUNT           PIC 9(11)V99.
           05 FILLER                PIC X(52) VALUE SPACES.

       PROCEDURE DIVISION.

           MOVE FUNCTION CURRENT-DATE TO WS-TODAY.
           PERFORM SET-BILLING-PERIOD.
           PERFORM LOAD-DEFAULT-PRICE.
           PERFORM LOAD-JOB-REFERENCES.
           PERFORM LOAD-LEDGER.
           PERFORM LOAD-AGREED-PRICES.
           PERFORM LOAD-INVOICE-REGISTER.

           OPEN OUTPUT REPORT-FILE.
           OPEN OUTPUT AR-FILE.

           MOVE SPACES TO REPORT-RECORD.
           STRING "InCollege Posting Credit Invoices - billing month "
               WS-PERIOD(1:4) "-" WS-PERIOD(5:2)
               " (issued " WS-TODAY(1:8) ")"
               DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE "================================================"
               TO REPORT-RECORD.
           WRITE REPORT-RECORD.

           MOVE WS-TODAY(1:8) TO AR-H-RUN-DATE.
           MOVE WS-PERIOD TO AR-H-PERIOD.
           WRITE AR-RECORD FROM AR-HEADER.
           ADD 1 TO WS-AR-COUNT.

           PERFORM VARYING E FROM 1 BY 1 UNTIL E > WS-EMP-COUNT
               IF WS-EMP-ROWS(E) > 0
                   PERFORM ISSUE-ONE-INVOICE
               END-IF
           END-PERFORM.

           IF WS-INVOICE-COUNT = 0
               MOVE "No posting-credit movements in the billing month."
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.

           ADD 1 TO WS-AR-COUNT.
           MOVE WS-AR-COUNT TO AR-T-RECORDS.
           MOVE WS-INVOICED-CREDITS TO AR-T-CREDITS.
           MOVE WS-INVOICE-TOTAL TO AR-T-AMOUNT.
           WRITE AR-RECORD FROM AR-TRAILER.
           CLOSE AR-FILE.

           PERFORM WRITE-CONTROL-TOTALS.
           CLOSE REPORT-FILE.

           IF WS-REQUEST-USED = 'Y'
               PERFORM CLEAR-BILLING-REQUEST
           END-IF.

           IF WS-NEW-INVOICE-FLAG = 'Y'
               PERFORM SAVE-INVOICE-SEQ
           END-IF.
           GOBACK.

      *> The month before the run date, unless invoice_request.txt
      *> names one (YYYYMM).
       SET-BILLING-PERIOD SECTION.
           MOVE WS-TODAY(1:4) TO WS-PERIOD-YEAR.
           MOVE WS-TODAY(5:2) TO WS-PERIOD-MONTH.
           IF WS-PERIOD-MONTH = 1
               MOVE 12 TO WS-PERIOD-MONTH
               SUBTRACT 1 FROM WS-PERIOD-YEAR
           ELSE
               SUBTRACT 1 FROM WS-PERIOD-MONTH
           END-IF.
           MOVE SPACES TO WS-PERIOD.
           STRING WS-PERIOD-YEAR WS-PERIOD-MONTH
               DELIMITED BY SIZE INTO WS-PERIOD.

           OPEN INPUT REQUEST-FILE.
           IF WS-REQUEST-STATUS = "00"
               READ REQUEST-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF REQUEST-RECORD(1:6) IS NUMERIC
                          AND REQUEST-RECORD(5:2) >= "01"
                          AND REQUEST-RECORD(5:2) <= "12"
                           MOVE REQUEST-RECORD(1:6) TO WS-PERIOD
                           MOVE 'Y' TO WS-REQUEST-USED
                       END-IF
               END-READ
           END-IF.
           CLOSE REQUEST-FILE.

           MOVE SPACES TO WS-PERIOD-START, WS-PERIOD-END.
           STRING WS-PERIOD "01" DELIMITED BY SIZE INTO WS-PERIOD-START.
           STRING WS-PERIOD "31" DELIMITED BY SIZE INTO WS-PERIOD-END.
           EXIT SECTION.

      *> A re-bill request is good for one run: emptied once that
      *> month's invoices are out, with the re-bill on the audit trail.
       CLEAR-BILLING-REQUEST SECTION.
           OPEN OUTPUT REQUEST-FILE.
           CLOSE REQUEST-FILE.
           MOVE "INVOICE_REBILL" TO WS-AUDIT-EVENT.
           CALL "AUDIT-LOG" USING WS-OPERATOR, WS-AUDIT-EVENT, 'S',
                                   WS-AUDIT-RC.
           EXIT SECTION.

       LOAD-DEFAULT-PRICE SECTION.
           MOVE "CREDIT-PRICE" TO WS-CFG-KEY.
           MOVE SPACES TO WS-CFG-VALUE.
           CALL "SITE-CONFIG" USING WS-CFG-KEY, WS-CFG-VALUE,
                                     WS-CFG-RC.
           IF WS-CFG-RC = 'S'
              AND FUNCTION TRIM(WS-CFG-VALUE) > SPACES
              AND FUNCTION TEST-NUMVAL(WS-CFG-VALUE) = 0
               COMPUTE WS-DEFAULT-PRICE =
                   FUNCTION NUMVAL(WS-CFG-VALUE)
           END-IF.
           EXIT SECTION.

      *> poster + posted date + id + title for every posting on file,
      *> live ones first, then the ones moved to jobs_history.txt.
       LOAD-JOB-REFERENCES SECTION.
           MOVE 0 TO WS-JOBREF-COUNT.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT JOBS-FILE.
           IF WS-JOBS-STATUS = "00"
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ JOBS-FILE INTO WS-LINE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM TAKE-JOB-REFERENCE
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
                           PERFORM TAKE-JOB-REFERENCE
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE HISTORY-FILE.
           EXIT SECTION.

      *> jobs.txt / jobs_history.txt row in WS-LINE; an id-less row
      *> (posted before ids existed) sorts ahead of every numbered one.
       TAKE-JOB-REFERENCE SECTION.
           MOVE SPACES TO WS-JOB-POSTER, WS-JOB-TITLE,
               WS-JOB-DESC, WS-JOB-EMPLOYER, WS-JOB-LOCATION,
               WS-JOB-SALARY, WS-JOB-POSTED-ON,
               WS-JOB-STATUS, WS-JOB-TYPE, WS-JOB-UNIV,
               WS-JOB-SKILLS, WS-JOB-ID.
           UNSTRING WS-LINE DELIMITED BY "~"
               INTO WS-JOB-POSTER, WS-JOB-TITLE, WS-JOB-DESC,
                    WS-JOB-EMPLOYER, WS-JOB-LOCATION,
                    WS-JOB-SALARY, WS-JOB-POSTED-ON,
                    WS-JOB-STATUS, WS-JOB-TYPE, WS-JOB-UNIV,
                    WS-JOB-SKILLS, WS-JOB-ID
           END-UNSTRING.
           IF WS-JOBREF-COUNT < 2000
               ADD 1 TO WS-JOBREF-COUNT
               MOVE WS-JOB-POSTER
                   TO WS-JR-POSTER(WS-JOBREF-COUNT)
               MOVE WS-JOB-POSTED-ON
                   TO WS-JR-DATE(WS-JOBREF-COUNT)
               MOVE WS-JOB-ID TO WS-JR-ID(WS-JOBREF-COUNT)
               MOVE 0 TO WS-JR-SEQ(WS-JOBREF-COUNT)
               IF FUNCTION TRIM(WS-JOB-ID) IS NUMERIC
                   MOVE FUNCTION NUMVAL(WS-JOB-ID)
                       TO WS-JR-SEQ(WS-JOBREF-COUNT)
               END-IF
               MOVE WS-JOB-TITLE
                   TO WS-JR-TITLE(WS-JOBREF-COUNT)
           END-IF.
           EXIT SECTION.

      *> One pass over the ledger: rows before the month build the
      *> opening balance, rows inside it are tallied and kept for the
      *> detail, rows after it are ignored (so an older month can be
      *> re-billed exactly as it stood).
       LOAD-LEDGER SECTION.
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
                       PERFORM TAKE-LEDGER-ROW
               END-READ
           END-PERFORM.
           CLOSE CREDITS-FILE.
           EXIT SECTION.

       TAKE-LEDGER-ROW SECTION.
           MOVE SPACES TO WS-CR-EMPLOYER, WS-CR-DELTA, WS-CR-REASON,
                          WS-CR-DATE, WS-CR-BY.
           UNSTRING WS-LINE DELIMITED BY "~"
               INTO WS-CR-EMPLOYER, WS-CR-DELTA, WS-CR-REASON,
                    WS-CR-DATE, WS-CR-BY
           END-UNSTRING.
           IF FUNCTION TRIM(WS-CR-EMPLOYER) = SPACES
              OR WS-CR-DATE > WS-PERIOD-END
               EXIT SECTION
           END-IF.
           ADD 1 TO WS-LEDGER-ROWS.
           COMPUTE WS-DELTA-NUM = FUNCTION NUMVAL(WS-CR-DELTA).

           MOVE 'N' TO WS-FOUND-FLAG.
           PERFORM VARYING E FROM 1 BY 1
                   UNTIL E > WS-EMP-COUNT OR WS-FOUND-FLAG = 'Y'
               IF WS-EMP-NAME(E) = WS-CR-EMPLOYER
                   MOVE 'Y' TO WS-FOUND-FLAG
               END-IF
           END-PERFORM.
           IF WS-FOUND-FLAG = 'Y'
               SUBTRACT 1 FROM E
           ELSE
               IF WS-EMP-COUNT >= 300
                   EXIT SECTION
               END-IF
               ADD 1 TO WS-EMP-COUNT
               MOVE WS-EMP-COUNT TO E
               MOVE WS-CR-EMPLOYER TO WS-EMP-NAME(E)
               MOVE 0 TO WS-EMP-OPENING(E), WS-EMP-BOUGHT(E),
                         WS-EMP-CHARGED(E), WS-EMP-ROWS(E),
                         WS-EMP-AMOUNT(E)
               MOVE WS-DEFAULT-PRICE TO WS-EMP-PRICE(E)
               MOVE SPACES TO WS-EMP-INVOICE(E)
           END-IF.

           IF WS-CR-DATE < WS-PERIOD-START
               ADD WS-DELTA-NUM TO WS-EMP-OPENING(E)
               EXIT SECTION
           END-IF.

           ADD 1 TO WS-PERIOD-ROWS.
           ADD 1 TO WS-EMP-ROWS(E).
           ADD WS-DELTA-NUM TO WS-LEDGER-NET.
           IF WS-DELTA-NUM > 0
               ADD WS-DELTA-NUM TO WS-EMP-BOUGHT(E)
               ADD WS-DELTA-NUM TO WS-LEDGER-BOUGHT
           ELSE
               SUBTRACT WS-DELTA-NUM FROM WS-EMP-CHARGED(E)
               SUBTRACT WS-DELTA-NUM FROM WS-LEDGER-CHARGED
           END-IF.
           IF WS-MOVE-COUNT < 2000
               ADD 1 TO WS-MOVE-COUNT
               MOVE WS-CR-EMPLOYER TO WS-MV-EMPLOYER(WS-MOVE-COUNT)
               MOVE WS-DELTA-NUM TO WS-MV-DELTA(WS-MOVE-COUNT)
               MOVE WS-CR-DATE TO WS-MV-DATE(WS-MOVE-COUNT)
               MOVE WS-CR-BY TO WS-MV-BY(WS-MOVE-COUNT)
           END-IF.
           EXIT SECTION.

      *> employer~price rows override the site price for that account.
       LOAD-AGREED-PRICES SECTION.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT PRICES-FILE.
           IF WS-PRICES-STATUS NOT = "00"
               CLOSE PRICES-FILE
               EXIT SECTION
           END-IF.
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ PRICES-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE SPACES TO WS-PR-EMPLOYER, WS-PR-PRICE
                       UNSTRING PRICES-RECORD DELIMITED BY "~"
                           INTO WS-PR-EMPLOYER, WS-PR-PRICE
                       END-UNSTRING
                       IF FUNCTION TRIM(WS-PR-PRICE) > SPACES
                          AND FUNCTION TEST-NUMVAL(WS-PR-PRICE) = 0
                           PERFORM VARYING E FROM 1 BY 1
                                   UNTIL E > WS-EMP-COUNT
                               IF WS-EMP-NAME(E) = WS-PR-EMPLOYER
                                   COMPUTE WS-EMP-PRICE(E) =
                                       FUNCTION NUMVAL(WS-PR-PRICE)
                               END-IF
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PRICES-FILE.
           EXIT SECTION.

      *> Invoice numbers already issued for this month, so a rerun
      *> reuses them; the counter picks up from invoice_seq.txt.
       LOAD-INVOICE-REGISTER SECTION.
           MOVE 0 TO WS-NEXT-INVOICE.
           OPEN INPUT SEQ-FILE.
           IF WS-SEQ-STATUS = "00"
               READ SEQ-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SEQ-RECORD IS NUMERIC
                           MOVE SEQ-RECORD TO WS-NEXT-INVOICE
                       END-IF
               END-READ
           END-IF.
           CLOSE SEQ-FILE.

           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT REGISTER-FILE.
           IF WS-REGISTER-STATUS NOT = "00"
               CLOSE REGISTER-FILE
               EXIT SECTION
           END-IF.
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ REGISTER-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE SPACES TO WS-REG-PERIOD, WS-REG-EMPLOYER,
                           WS-REG-INVOICE, WS-REG-AMOUNT, WS-REG-DATE
                       UNSTRING REGISTER-RECORD DELIMITED BY "~"
                           INTO WS-REG-PERIOD, WS-REG-EMPLOYER,
                                WS-REG-INVOICE, WS-REG-AMOUNT,
                                WS-REG-DATE
                       END-UNSTRING
                       IF WS-REG-PERIOD = WS-PERIOD
                          AND WS-REGISTER-COUNT < 300
                           ADD 1 TO WS-REGISTER-COUNT
                           MOVE WS-REG-EMPLOYER
                               TO WS-RG-EMPLOYER(WS-REGISTER-COUNT)
                           MOVE WS-REG-INVOICE
                               TO WS-RG-INVOICE(WS-REGISTER-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE REGISTER-FILE.
           EXIT SECTION.

      *> One statement for WS-EMP-ENTRY(E), plus its AR feed row.
       ISSUE-ONE-INVOICE SECTION.
           PERFORM ASSIGN-INVOICE-NUMBER.
           ADD 1 TO WS-INVOICE-COUNT.
           COMPUTE WS-EMP-AMOUNT(E) ROUNDED =
               WS-EMP-BOUGHT(E) * WS-EMP-PRICE(E).
           COMPUTE WS-CLOSING = WS-EMP-OPENING(E) + WS-EMP-BOUGHT(E)
                                - WS-EMP-CHARGED(E).
           ADD WS-EMP-BOUGHT(E) TO WS-INVOICED-CREDITS.
           ADD WS-EMP-CHARGED(E) TO WS-INVOICED-CHARGES.
           ADD WS-EMP-AMOUNT(E) TO WS-INVOICE-TOTAL.

           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           STRING "Invoice " WS-EMP-INVOICE(E)
               "  Employer: " FUNCTION TRIM(WS-EMP-NAME(E))
               "  Period: " WS-PERIOD(1:4) "-" WS-PERIOD(5:2)
               DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE "------------------------------------------------"
               TO REPORT-RECORD.
           WRITE REPORT-RECORD.

           MOVE WS-EMP-OPENING(E) TO WS-COUNT-TEXT.
           MOVE SPACES TO REPORT-RECORD.
           STRING "  Opening balance:   " FUNCTION TRIM(WS-COUNT-TEXT)
               " credit(s)" DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.

           MOVE WS-EMP-PRICE(E) TO WS-PRICE-TEXT.
           MOVE SPACES TO REPORT-RECORD.
           STRING "  Credits purchased at " FUNCTION TRIM(WS-PRICE-TEXT)
               " per credit:" DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           IF WS-EMP-BOUGHT(E) = 0
               MOVE "    (none)" TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-MOVE-COUNT
               IF WS-MV-EMPLOYER(K) = WS-EMP-NAME(E)
                  AND WS-MV-DELTA(K) > 0
                   PERFORM WRITE-PURCHASE-LINE
               END-IF
           END-PERFORM.

           MOVE "  Postings charged:" TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           IF WS-EMP-CHARGED(E) = 0
               MOVE "    (none)" TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.
           MOVE SPACES TO WS-SAME-DAY-DATE.
           MOVE 0 TO WS-SAME-DAY-COUNT.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-MOVE-COUNT
               IF WS-MV-EMPLOYER(K) = WS-EMP-NAME(E)
                  AND WS-MV-DELTA(K) < 0
                   PERFORM WRITE-CHARGE-LINE
               END-IF
           END-PERFORM.

           MOVE WS-CLOSING TO WS-COUNT-TEXT.
           MOVE SPACES TO REPORT-RECORD.
           STRING "  Closing balance:   " FUNCTION TRIM(WS-COUNT-TEXT)
               " credit(s)" DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE WS-EMP-AMOUNT(E) TO WS-MONEY-TEXT.
           MOVE SPACES TO REPORT-RECORD.
           STRING "  Amount due:        " FUNCTION TRIM(WS-MONEY-TEXT)
               DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.

           MOVE WS-EMP-INVOICE(E) TO AR-D-INVOICE.
           MOVE WS-EMP-NAME(E) TO AR-D-CUSTOMER.
           MOVE WS-TODAY(1:8) TO AR-D-INVOICE-DATE.
           MOVE WS-PERIOD TO AR-D-PERIOD.
           MOVE WS-EMP-BOUGHT(E) TO AR-D-CREDITS.
           MOVE WS-EMP-PRICE(E) TO AR-D-UNIT-PRICE.
           MOVE WS-EMP-AMOUNT(E) TO AR-D-AMOUNT.
           MOVE WS-EMP-CHARGED(E) TO AR-D-POSTINGS.
           MOVE WS-CLOSING TO AR-D-CLOSING.
           WRITE AR-RECORD FROM AR-DETAIL.
           ADD 1 TO WS-AR-COUNT.
           EXIT SECTION.

       WRITE-PURCHASE-LINE SECTION.
           MOVE WS-MV-DELTA(K) TO WS-COUNT-TEXT.
           COMPUTE WS-LINE-AMOUNT ROUNDED =
               WS-MV-DELTA(K) * WS-EMP-PRICE(E).
           MOVE WS-LINE-AMOUNT TO WS-MONEY-TEXT.
           MOVE SPACES TO REPORT-RECORD.
           STRING "    " WS-MV-DATE(K) "  "
               FUNCTION TRIM(WS-COUNT-TEXT) " credit(s)  "
               FUNCTION TRIM(WS-MONEY-TEXT)
               "  (recorded by " FUNCTION TRIM(WS-MV-BY(K)) ")"
               DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           EXIT SECTION.

      *> The n-th charge on a date is the n-th posting that day, by
      *> id: the match whose place among the employer's postings that
      *> day (lower ids, or an equal id earlier in the table, before
      *> it) is n.
       WRITE-CHARGE-LINE SECTION.
           IF WS-MV-DATE(K) = WS-SAME-DAY-DATE
               ADD 1 TO WS-SAME-DAY-COUNT
           ELSE
               MOVE WS-MV-DATE(K) TO WS-SAME-DAY-DATE
               MOVE 1 TO WS-SAME-DAY-COUNT
           END-IF.
           MOVE 0 TO WS-MATCH-COUNT.
           MOVE SPACES TO WS-MATCH-ID, WS-MATCH-TITLE.
           PERFORM VARYING J FROM 1 BY 1
                   UNTIL J > WS-JOBREF-COUNT
                      OR WS-MATCH-COUNT > 0
               IF WS-JR-POSTER(J) = WS-EMP-NAME(E)
                  AND WS-JR-DATE(J) = WS-MV-DATE(K)
                   MOVE 1 TO WS-MATCH-RANK
                   PERFORM VARYING J2 FROM 1 BY 1
                           UNTIL J2 > WS-JOBREF-COUNT
                       IF WS-JR-POSTER(J2) = WS-EMP-NAME(E)
                          AND WS-JR-DATE(J2) = WS-MV-DATE(K)
                          AND (WS-JR-SEQ(J2) < WS-JR-SEQ(J)
                               OR (WS-JR-SEQ(J2) = WS-JR-SEQ(J)
                                   AND J2 < J))
                           ADD 1 TO WS-MATCH-RANK
                       END-IF
                   END-PERFORM
                   IF WS-MATCH-RANK = WS-SAME-DAY-COUNT
                       MOVE 1 TO WS-MATCH-COUNT
                       MOVE WS-JR-ID(J) TO WS-MATCH-ID
                       MOVE WS-JR-TITLE(J) TO WS-MATCH-TITLE
                   END-IF
               END-IF
           END-PERFORM.

           MOVE SPACES TO REPORT-RECORD.
           IF FUNCTION TRIM(WS-MATCH-TITLE) = SPACES
               STRING "    " WS-MV-DATE(K)
                   "  (posting since removed)"
                   DELIMITED BY SIZE INTO REPORT-RECORD
           ELSE
               STRING "    " WS-MV-DATE(K) "  job "
                   FUNCTION TRIM(WS-MATCH-ID) "  "
                   FUNCTION TRIM(WS-MATCH-TITLE)
                   DELIMITED BY SIZE INTO REPORT-RECORD
           END-IF.
           WRITE REPORT-RECORD.
           EXIT SECTION.

      *> Reuse this month's number for the employer, else take the
      *> next one and register it.
       ASSIGN-INVOICE-NUMBER SECTION.
           MOVE SPACES TO WS-EMP-INVOICE(E).
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-REGISTER-COUNT
               IF WS-RG-EMPLOYER(J) = WS-EMP-NAME(E)
                   MOVE WS-RG-INVOICE(J) TO WS-EMP-INVOICE(E)
               END-IF
           END-PERFORM.
           IF WS-EMP-INVOICE(E) NOT = SPACES
               EXIT SECTION
           END-IF.

           ADD 1 TO WS-NEXT-INVOICE.
           MOVE 'Y' TO WS-NEW-INVOICE-FLAG.
           STRING "INV" WS-NEXT-INVOICE
               DELIMITED BY SIZE INTO WS-EMP-INVOICE(E).

           COMPUTE WS-LINE-AMOUNT ROUNDED =
               WS-EMP-BOUGHT(E) * WS-EMP-PRICE(E).
           MOVE WS-LINE-AMOUNT TO WS-AMOUNT-TEXT.
           OPEN EXTEND REGISTER-FILE.
           IF WS-REGISTER-STATUS = "35"
               OPEN OUTPUT REGISTER-FILE
           END-IF.
           IF WS-REGISTER-STATUS = "00"
               MOVE SPACES TO REGISTER-RECORD
               STRING WS-PERIOD "~"
                   FUNCTION TRIM(WS-EMP-NAME(E)) "~"
                   WS-EMP-INVOICE(E) "~"
                   FUNCTION TRIM(WS-AMOUNT-TEXT) "~"
                   WS-TODAY(1:8)
                   DELIMITED BY SIZE INTO REGISTER-RECORD
               WRITE REGISTER-RECORD
           END-IF.
           CLOSE REGISTER-FILE.
           EXIT SECTION.

       SAVE-INVOICE-SEQ SECTION.
           OPEN OUTPUT SEQ-FILE.
           IF WS-SEQ-STATUS = "00"
               MOVE WS-NEXT-INVOICE TO SEQ-RECORD
               WRITE SEQ-RECORD
           END-IF.
           CLOSE SEQ-FILE.
           EXIT SECTION.

      *> Tie-out: invoiced purchases and charges against the ledger's
      *> own movements for the month.
       WRITE-CONTROL-TOTALS SECTION.
           IF WS-INVOICED-CREDITS NOT = WS-LEDGER-BOUGHT
              OR WS-INVOICED-CHARGES NOT = WS-LEDGER-CHARGED
              OR WS-LEDGER-BOUGHT - WS-LEDGER-CHARGED
                 NOT = WS-LEDGER-NET
               MOVE 'N' TO WS-BALANCE-FLAG
           END-IF.

           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE "================================================"
               TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE "Control totals" TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE WS-LEDGER-ROWS TO WS-NUM-TEXT.
           MOVE SPACES TO REPORT-RECORD.
           STRING "  Ledger rows through month end: "
               FUNCTION TRIM(WS-NUM-TEXT)
               DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE WS-PERIOD-ROWS TO WS-NUM-TEXT.
           MOVE SPACES TO REPORT-RECORD.
           STRING "  Ledger rows in billing month:  "
               FUNCTION TRIM(WS-NUM-TEXT)
               DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE WS-LEDGER-BOUGHT TO WS-COUNT-TEXT.
           MOVE SPACES TO REPORT-RECORD.
           STRING "  Credits purchased (ledger):    "
               FUNCTION TRIM(WS-COUNT-TEXT)
               DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE WS-INVOICED-CREDITS TO WS-COUNT-TEXT.
           MOVE SPACES TO REPORT-RECORD.
           STRING "  Credits purchased (invoiced):  "
               FUNCTION TRIM(WS-COUNT-TEXT)
               DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE WS-LEDGER-CHARGED TO WS-COUNT-TEXT.
           MOVE SPACES TO REPORT-RECORD.
           STRING "  Postings charged (ledger):     "
               FUNCTION TRIM(WS-COUNT-TEXT)
               DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE WS-LEDGER-NET TO WS-COUNT-TEXT.
           MOVE SPACES TO REPORT-RECORD.
           STRING "  Net ledger movement:           "
               FUNCTION TRIM(WS-COUNT-TEXT)
               DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE WS-INVOICE-COUNT TO WS-NUM-TEXT.
           MOVE SPACES TO REPORT-RECORD.
           STRING "  Invoices issued:               "
               FUNCTION TRIM(WS-NUM-TEXT)
               DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE WS-INVOICE-TOTAL TO WS-MONEY-TEXT.
           MOVE SPACES TO REPORT-RECORD.
           STRING "  Total billed:                  "
               FUNCTION TRIM(WS-MONEY-TEXT)
               DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           IF WS-BALANCE-FLAG = 'Y'
               MOVE "  Status: IN BALANCE with posting_credits.txt"
                   TO REPORT-RECORD
           ELSE
               MOVE "  Status: OUT OF BALANCE -- check the ledger"
                   TO REPORT-RECORD
           END-IF.
           WRITE REPORT-RECORD.

           OPEN EXTEND CONTROL-FILE.
           IF WS-CONTROL-STATUS = "35"
               OPEN OUTPUT CONTROL-FILE
           END-IF.
           IF WS-CONTROL-STATUS NOT = "00"
               CLOSE CONTROL-FILE
               EXIT SECTION
           END-IF.
           MOVE WS-LEDGER-ROWS TO WS-NUM-TEXT.
           MOVE WS-LEDGER-BOUGHT TO WS-BOUGHT-TEXT.
           MOVE WS-LEDGER-CHARGED TO WS-CHARGED-TEXT.
           MOVE WS-LEDGER-NET TO WS-NET-TEXT.
           MOVE WS-INVOICE-COUNT TO WS-INVOICES-TEXT.
           MOVE WS-INVOICE-TOTAL TO WS-AMOUNT-TEXT.
           IF WS-BALANCE-FLAG = 'Y'
               MOVE "IN BALANCE" TO WS-BALANCE-TEXT
           ELSE
               MOVE "OUT OF BALANCE" TO WS-BALANCE-TEXT
           END-IF.
           MOVE SPACES TO WS-LINE.
           STRING WS-PERIOD "~"
               FUNCTION TRIM(WS-NUM-TEXT) "~"
               FUNCTION TRIM(WS-BOUGHT-TEXT) "~"
               FUNCTION TRIM(WS-CHARGED-TEXT) "~"
               FUNCTION TRIM(WS-NET-TEXT) "~"
               FUNCTION TRIM(WS-INVOICES-TEXT) "~"
               FUNCTION TRIM(WS-AMOUNT-TEXT) "~"
               FUNCTION TRIM(WS-BALANCE-TEXT) "~"
               WS-TODAY(1:8)
               DELIMITED BY SIZE INTO WS-LINE.
           MOVE WS-LINE TO CONTROL-RECORD.
           WRITE CONTROL-RECORD.
           CLOSE CONTROL-FILE.
           EXIT SECTION.
