       *> range applies to whichever date the dataset carries: posted
       *> date for jobs, start date for applications, created date for
       *> accounts. Passwords and recovery emails are never extracted.
       *> A pull made for someone outside the careers office names
       *> them:
       *>   RECIPIENT=<their username>   PURPOSE=<why they need it>
       *> and then every student whose application, account or profile
       *> row went into the file is entered on DISCLOSURE-LOG's ledger
       *> (a jobs pull carries no student data). Without RECIPIENT the
       *> pull is the office's own working copy and nothing is logged.
       *> Either way these datasets are research use: a student who has
       *> withdrawn that consent (DATA-CONSENT) is left out of the
       *> applications, accounts and profiles files, and the count left
       *> out is shown at the end.
       *> Not called from the interactive menu, the same way
       *> DAILY-REPORT isn't.
       IDENTIFICATION DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCOUNTS-USERNAME
               FILE STATUS IS WS-ACCOUNTS-STATUS.
           SELECT APPLICATIONS-FILE ASSIGN TO "applications.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APPLICATION-KEY
               ALTERNATE RECORD KEY IS APPLICATION-JOB-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-APPLICATIONS-STATUS.
           SELECT CSV-FILE ASSIGN TO WS-CSV-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSV-STATUS.
           05  ACCOUNTS-ACCOUNT-TYPE   PIC X(8).
           05  ACCOUNTS-CREATED-DATE   PIC X(8).

       FD  APPLICATIONS-FILE.
       01  APPLICATION-RECORD.
           05  APPLICATION-KEY.
               10  APPLICATION-USER    PIC X(20).
               10  APPLICATION-JOB-ID  PIC X(8).
           05  APPLICATION-JOB-KEY     PIC X(8).
           05  APPLICATION-ROW         PIC X(500).

       FD  CSV-FILE.
       01  CSV-RECORD           PIC X(500).

       01  WS-REQUEST-STATUS    PIC X(2).
       01  WS-GEN-STATUS        PIC X(2).
       01  WS-ACCOUNTS-STATUS   PIC X(2).
       01  WS-APPLICATIONS-STATUS PIC X(2).
       01  WS-CSV-STATUS        PIC X(2).
       01  WS-GEN-FILENAME      PIC X(30).
       01  WS-CSV-FILENAME      PIC X(30).
       01  WS-LINE              PIC X(500).

       01  WS-KEY-PART          PIC X(20).
       01  WS-VALUE-PART        PIC X(70).
       01  WS-DATASET           PIC X(12).
       01  WS-FROM-DATE         PIC X(8) VALUE "00000000".
       01  WS-TO-DATE           PIC X(8) VALUE "99999999".
       01  WS-RECIPIENT         PIC X(20) VALUE SPACES.
       01  WS-PURPOSE           PIC X(80) VALUE SPACES.

      *> Disclosure ledger row per student released to WS-RECIPIENT
       01  WS-DSC-ACTION        PIC X(10).
       01  WS-DISCLOSURE.
           05 WS-DSC-STUDENT    PIC X(20).
           05 WS-DSC-RECIPIENT  PIC X(20).
           05 WS-DSC-CATEGORY   PIC X(12).
           05 WS-DSC-SOURCE     PIC X(16).
           05 WS-DSC-PURPOSE    PIC X(80).
       01  WS-DSC-RC            PIC X.
       01  WS-DSC-COUNT         PIC 9(5) VALUE 0.

      *> Research-use consent of the student on the row at hand
       01  WS-CONSENT-USER      PIC X(20).
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
       01  WS-WITHHELD-COUNT    PIC 9(5) VALUE 0.

       01  WS-ROW-COUNT         PIC 9(5) VALUE 0.
       01  WS-NUM-TEXT          PIC Z(4)9.
       01  WS-ROW-DATE          PIC X(8).

      *> jobs.txt / applications.dat row field split
       01  WS-FLD.
           05 WS-F OCCURS 12 TIMES PIC X(210).

           MOVE WS-ROW-COUNT TO WS-NUM-TEXT.
           DISPLAY "Extract complete: " FUNCTION TRIM(WS-NUM-TEXT)
               " row(s) written to " FUNCTION TRIM(WS-CSV-FILENAME) ".".
           IF WS-WITHHELD-COUNT > 0
               MOVE WS-WITHHELD-COUNT TO WS-NUM-TEXT
               DISPLAY FUNCTION TRIM(WS-NUM-TEXT)
                   " row(s) left out: research consent withdrawn."
           END-IF.
           IF WS-RECIPIENT NOT = SPACES
               MOVE WS-DSC-COUNT TO WS-NUM-TEXT
               DISPLAY FUNCTION TRIM(WS-NUM-TEXT)
                   " student disclosure(s) to "
                   FUNCTION TRIM(WS-RECIPIENT) " entered on the ledger."
           END-IF.
           STOP RUN.

       READ-REQUEST SECTION.
                                   MOVE FUNCTION TRIM(WS-VALUE-PART)
                                       TO WS-TO-DATE
                               END-IF
                           WHEN "RECIPIENT"
                               MOVE FUNCTION TRIM(WS-VALUE-PART)
                                   TO WS-RECIPIENT
                           WHEN "PURPOSE"
                               MOVE FUNCTION TRIM(WS-VALUE-PART)
                                   TO WS-PURPOSE
                       END-EVALUATE
               END-READ
           END-PERFORM.

       EXTRACT-APPLICATIONS SECTION.
           MOVE "applications-extract.csv" TO WS-CSV-FILENAME.
           OPEN OUTPUT CSV-FILE.
           MOVE '"applicant","jobnum","title","employer","location","status","startdate"'
               TO CSV-RECORD.
           WRITE CSV-RECORD.

           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT APPLICATIONS-FILE.
           IF WS-APPLICATIONS-STATUS = "00"
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ APPLICATIONS-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           MOVE APPLICATION-ROW TO WS-LINE
                           PERFORM SPLIT-TILDE-LINE
                           MOVE WS-F(7)(1:8) TO WS-ROW-DATE
                           MOVE WS-F(1) TO WS-CONSENT-USER
                           IF FUNCTION TRIM(WS-ROW-DATE) = SPACES
                              OR (WS-ROW-DATE >= WS-FROM-DATE
                                  AND WS-ROW-DATE <= WS-TO-DATE)
                               PERFORM CHECK-RESEARCH-CONSENT
                           ELSE
                               MOVE 'N' TO WS-CN-RESEARCH
                           END-IF
                           IF WS-CN-RESEARCH = 'Y'
                               ADD 1 TO WS-ROW-COUNT
                               INITIALIZE CSV-RECORD
                               STRING '"' FUNCTION TRIM(WS-F(1)) '","'
                                      FUNCTION TRIM(WS-F(7)) '"'
                                      DELIMITED BY SIZE INTO CSV-RECORD
                               WRITE CSV-RECORD
                               MOVE WS-F(1) TO WS-DSC-STUDENT
                               MOVE "APPLICATION" TO WS-DSC-CATEGORY
                               PERFORM RECORD-DISCLOSURE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE APPLICATIONS-FILE.
           CLOSE CSV-FILE.
           EXIT SECTION.

                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE 'N' TO WS-CN-RESEARCH
                       IF ACCOUNTS-CREATED-DATE >= WS-FROM-DATE
                          AND ACCOUNTS-CREATED-DATE <= WS-TO-DATE
                           MOVE 'Y' TO WS-CN-RESEARCH
                           IF ACCOUNTS-ACCOUNT-TYPE = "STUDENT"
                               MOVE ACCOUNTS-USERNAME TO WS-CONSENT-USER
                               PERFORM CHECK-RESEARCH-CONSENT
                           END-IF
                       END-IF
                       IF WS-CN-RESEARCH = 'Y'
                           ADD 1 TO WS-ROW-COUNT
                           INITIALIZE CSV-RECORD
                           STRING '"'
                                  '","' ACCOUNTS-CREATED-DATE '"'
                                  DELIMITED BY SIZE INTO CSV-RECORD
                           WRITE CSV-RECORD
                           IF ACCOUNTS-ACCOUNT-TYPE = "STUDENT"
                               MOVE ACCOUNTS-USERNAME TO WS-DSC-STUDENT
                               MOVE "ACCOUNT" TO WS-DSC-CATEGORY
                               PERFORM RECORD-DISCLOSURE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           EXIT SECTION.

       WRITE-PROFILE-CSV-ROW SECTION.
           IF WS-CUR-USER = SPACES
               EXIT SECTION
           END-IF.
           MOVE WS-CUR-USER TO WS-CONSENT-USER.
           PERFORM CHECK-RESEARCH-CONSENT.
           IF WS-CN-RESEARCH = 'Y'
               ADD 1 TO WS-ROW-COUNT
               INITIALIZE CSV-RECORD
               STRING '"' FUNCTION TRIM(WS-CUR-USER) '","'
                      FUNCTION TRIM(WS-CUR-GRAD) '"'
                      DELIMITED BY SIZE INTO CSV-RECORD
               WRITE CSV-RECORD
               MOVE WS-CUR-USER TO WS-DSC-STUDENT
               MOVE "PROFILE" TO WS-DSC-CATEGORY
               PERFORM RECORD-DISCLOSURE
           END-IF.
           EXIT SECTION.

      *> WS-CN-RESEARCH = 'N' when WS-CONSENT-USER has withdrawn
      *> research use; their row stays out of the file.
       CHECK-RESEARCH-CONSENT SECTION.
           CALL "DATA-CONSENT" USING WS-CONSENT-USER, WS-CONSENT-ACTION,
                                      WS-CONSENT, WS-CONSENT-RC.
           IF WS-CN-RESEARCH = 'N'
               ADD 1 TO WS-WITHHELD-COUNT
           END-IF.
           EXIT SECTION.

      *> WS-DSC-STUDENT / WS-DSC-CATEGORY were just written to the
      *> file; onto the ledger when the pull is for an outside party.
       RECORD-DISCLOSURE SECTION.
           IF WS-RECIPIENT = SPACES
               EXIT SECTION
           END-IF.
           MOVE "RECORD" TO WS-DSC-ACTION.
           MOVE WS-RECIPIENT TO WS-DSC-RECIPIENT.
           MOVE "CSV-EXTRACT" TO WS-DSC-SOURCE.
           IF WS-PURPOSE = SPACES
               INITIALIZE WS-DSC-PURPOSE
               STRING "CSV extract of "
                      FUNCTION LOWER-CASE(FUNCTION TRIM(WS-DATASET))
                      DELIMITED BY SIZE INTO WS-DSC-PURPOSE
           ELSE
               MOVE WS-PURPOSE TO WS-DSC-PURPOSE
           END-IF.
           CALL "DISCLOSURE-LOG" USING WS-RECIPIENT, WS-DSC-ACTION,
                                        WS-DISCLOSURE, WS-DSC-RC.
           IF WS-DSC-RC = 'S'
               ADD 1 TO WS-DSC-COUNT
           END-IF.
           EXIT SECTION.
