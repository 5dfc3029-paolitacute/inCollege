       *>   employer~applicant~title~REJECTED
       *> and are queued in appext_resend.txt to be re-sent (and
       *> named in InCollege-InterchangeReport.txt) rather than
       *> silently lost. Accepted acks are simply counted. Every row
       *> sent is a release of the student's application to the
       *> employer, and goes on DISCLOSURE-LOG's ledger. A student who
       *> has withdrawn the partner-transfer consent (DATA-CONSENT) is
       *> never written to a partner file: the row is held back and
       *> counted in the report as withheld.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-OUT-COUNT         PIC 9(5) VALUE 0.
       01  WS-RESENT-COUNT      PIC 9(4) VALUE 0.
       01  WS-REJECTED-COUNT    PIC 9(4) VALUE 0.
       01  WS-WITHHELD-COUNT    PIC 9(4) VALUE 0.

      *> The applicant's data-sharing consents
       01  WS-CONSENT-ACTION    PIC X(10) VALUE "GET".
       01  WS-CONSENT.
           05 WS-CN-SEARCH          PIC X.
           05 WS-CN-SEARCH-DATE     PIC X(8).
           05 WS-CN-TRANSFER        PIC X.
           05 WS-CN-TRANSFER-DATE   PIC X(8).
           05 WS-CN-RESEARCH        PIC X.
           05 WS-CN-RESEARCH-DATE   PIC X(8).
           05 WS-CN-LISTING         PIC X.
           05 WS-CN-LISTING-DATE    PIC X(8).
       01  WS-CONSENT-RC        PIC X.

      *> ack rows
       01  WS-AK-EMPLOYER       PIC X(20).
       01  WS-AK-TITLE          PIC X(50).
       01  WS-AK-STATE          PIC X(10).

      *> Disclosure ledger row for each applicant sent out
       01  WS-DSC-ACTION        PIC X(10).
       01  WS-DISCLOSURE.
           05 WS-DSC-STUDENT    PIC X(20).
           05 WS-DSC-RECIPIENT  PIC X(20).
           05 WS-DSC-CATEGORY   PIC X(12).
           05 WS-DSC-SOURCE     PIC X(16).
           05 WS-DSC-PURPOSE    PIC X(80).
       01  WS-DSC-RC            PIC X.

       PROCEDURE DIVISION.

           MOVE FUNCTION CURRENT-DATE TO WS-TODAY.
           STRING "rows extracted: " WS-OUT-COUNT
                  "  re-sent: " WS-RESENT-COUNT
                  "  newly rejected by partner: " WS-REJECTED-COUNT
                  "  withheld (no transfer consent): " WS-WITHHELD-COUNT
               DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           CLOSE REPORT-FILE.
           EXIT SECTION.

       EMIT-ONE-EXTRACT-ROW SECTION.
           CALL "DATA-CONSENT" USING WS-LG-USER, WS-CONSENT-ACTION,
                                      WS-CONSENT, WS-CONSENT-RC.
           IF WS-CN-TRANSFER = 'N'
               ADD 1 TO WS-WITHHELD-COUNT
               INITIALIZE REPORT-RECORD
               STRING "withheld: " FUNCTION TRIM(WS-LG-USER)
                      " for " FUNCTION TRIM(WS-LG-TITLE)
                      " (partner transfer consent withdrawn)"
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
               EXIT SECTION
           END-IF.
           PERFORM JOIN-SCREENING-ANSWERS.

           INITIALIZE WS-EXTRACT-NAME.
                      INTO EXTRACT-RECORD
               WRITE EXTRACT-RECORD
               ADD 1 TO WS-OUT-COUNT
               PERFORM RECORD-DISCLOSURE
           END-IF.
           CLOSE EXTRACT-FILE.
           EXIT SECTION.

      *> The row just cut left for the employer's own system: on the
      *> student's disclosure ledger it goes.
       RECORD-DISCLOSURE SECTION.
           MOVE "RECORD" TO WS-DSC-ACTION.
           MOVE WS-LG-USER TO WS-DSC-STUDENT.
           MOVE WS-OWNER-USER TO WS-DSC-RECIPIENT.
           MOVE "APPLICATION" TO WS-DSC-CATEGORY.
           MOVE "APP-INTERCHANGE" TO WS-DSC-SOURCE.
           INITIALIZE WS-DSC-PURPOSE.
           STRING "Applicant-system extract for "
                  FUNCTION TRIM(WS-LG-TITLE)
                  DELIMITED BY SIZE INTO WS-DSC-PURPOSE.
           CALL "DISCLOSURE-LOG" USING WS-OWNER-USER, WS-DSC-ACTION,
                                        WS-DISCLOSURE, WS-DSC-RC.
           EXIT SECTION.

      *> First row for an employer this run truncates last night's
      *> extract; later rows append.
       OPEN-EXTRACT-FOR-RUN SECTION.
