       >>SOURCE FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORT-DISTRIBUTE.
       AUTHOR. Paola
       DATE-WRITTEN. 10/15/2026

       *> Last step of the nightly window: bursts the system-wide
       *> reports into per-campus slices and delivers each slice to
       *> the campus coordinators who asked for it, so nobody has to
       *> log in and run the scoped version by hand. Subscriptions are
       *> kept by the careers office in report_subscriptions.txt:
       *>   coordinator~report~frequency~day~channel
       *>     report     DAILY-REPORT, WEEKLY-BULLETIN, NETWORK-STATS
       *>                or PLACEMENT-REPORT
       *>     frequency  NIGHTLY (day blank), WEEKLY (day 1-7,
       *>                1 = Monday) or MONTHLY (day of month) --
       *>                the batch_calendar.txt forms
       *>     channel    BOX  the coordinator's system mailbox
       *>                MAIL the mailbox and the MAIL-SPOOL outbound
       *>                     spool, to the account's recovery address
       *> Lines starting with "#" are comments. The coordinator's
       *> campus is their staff_campus.txt binding (STAFF-SCOPE).
       *> Each report due tonight is rerun once per campus through the
       *> report_scope.txt convention, the same way the careers-office
       *> console runs it, and every subscriber of that report and
       *> campus gets the slice. The slice's lines are packed into as
       *> few 200-character messages as they fill, sent from the
       *> CAREERS-OFFICE-INBOX account (default admin). Afterwards
       *> the scope is cleared and the report's system-wide file is
       *> put back as it stood (or rerun unscoped when there was
       *> none), so the slicing never leaves a campus's numbers where
       *> the system-wide report belongs.
       *> Every delivery, and every subscription that could not be
       *> served, is logged in report_distribution_log.txt:
       *>   YYYYMMDD~HHMMSS~coordinator~report~campus~channel~
       *>   SENT|SKIPPED~detail
       *> and the night's totals go to the console.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUBS-FILE ASSIGN TO "report_subscriptions.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUBS-STATUS.
           SELECT SCOPE-FILE ASSIGN TO "report_scope.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCOPE-STATUS.
           SELECT SLICE-FILE ASSIGN TO WS-SLICE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SLICE-STATUS.
           SELECT DIST-LOG-FILE ASSIGN TO "report_distribution_log.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
           SELECT ACCOUNTS-FILE ASSIGN TO "accounts.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCOUNTS-USERNAME
               FILE STATUS IS WS-ACCOUNTS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SUBS-FILE.
       01  SUBS-RECORD          PIC X(100).

       FD  SCOPE-FILE.
       01  SCOPE-RECORD         PIC X(100).

       FD  SLICE-FILE.
       01  SLICE-RECORD         PIC X(200).

       FD  DIST-LOG-FILE.
       01  DIST-LOG-RECORD      PIC X(250).

       FD  ACCOUNTS-FILE.
       01  ACCOUNTS-RECORD-DATA.
           05  ACCOUNTS-USERNAME       PIC X(20).
           05  ACCOUNTS-PASSWORD       PIC X(20).
           05  ACCOUNTS-RECOVERY-EMAIL PIC X(50).
           05  ACCOUNTS-ACCOUNT-TYPE   PIC X(8).
           05  ACCOUNTS-CREATED-DATE   PIC X(8).

       WORKING-STORAGE SECTION.
       01  WS-SUBS-STATUS       PIC X(2).
       01  WS-SCOPE-STATUS      PIC X(2).
       01  WS-SLICE-STATUS      PIC X(2).
       01  WS-LOG-STATUS        PIC X(2).
       01  WS-ACCOUNTS-STATUS   PIC X(2).
       01  WS-EOF-FLAG          PIC X VALUE 'N'.
       01  WS-TODAY             PIC X(21).
       01  WS-RUN-DATE          PIC X(8).
       01  WS-DATE-INT          PIC 9(8).
       01  WS-WEEKDAY           PIC 9.
       01  WS-MONTH-DAY         PIC 9(2).

       *> The reports that can be distributed: program, the file it
       *> writes, and the label the coordinator sees
       01  WS-REPORT-DATA.
           05 FILLER PIC X(70) VALUE
              "DAILY-REPORT        InCollege-DailyReport.txt     Daily report".
           05 FILLER PIC X(70) VALUE
              "WEEKLY-BULLETIN     InCollege-WeeklyBulletin.txt  Weekly bulletin".
           05 FILLER PIC X(70) VALUE
              "NETWORK-STATS       InCollege-NetworkStats.txt    Network stats".
           05 FILLER PIC X(70) VALUE
              "PLACEMENT-REPORT    InCollege-PlacementReport.txt Placement report".
       01  WS-REPORT-TABLE REDEFINES WS-REPORT-DATA.
           05 WS-REPORT-ENTRY OCCURS 4 TIMES.
              10 WS-RPT-PROGRAM     PIC X(20).
              10 WS-RPT-FILE        PIC X(30).
              10 WS-RPT-LABEL       PIC X(20).
       01  P                    PIC 9.

       *> Tonight's subscriptions, with the coordinator's campus
       01  WS-SUB-COUNT         PIC 9(3) VALUE 0.
       01  WS-SUB-TABLE.
           05 WS-SUB-ENTRY OCCURS 200 TIMES.
              10 WS-SUB-USER        PIC X(20).
              10 WS-SUB-REPORT      PIC X(20).
              10 WS-SUB-CHANNEL     PIC X(4).
              10 WS-SUB-CAMPUS      PIC X(100).
              10 WS-SUB-DONE        PIC X.
       01  I                    PIC 9(3).
       01  J                    PIC 9(3).

       *> One subscription row as read
       01  WS-ROW-USER          PIC X(20).
       01  WS-ROW-REPORT        PIC X(20).
       01  WS-ROW-FREQ          PIC X(10).
       01  WS-ROW-DAY           PIC X(4).
       01  WS-ROW-CHANNEL       PIC X(4).
       01  WS-ROW-DUE           PIC X.
       01  WS-ROW-PROBLEM       PIC X(60).

       *> STAFF-SCOPE's linkage
       01  WS-SS-ACTION         PIC X(10) VALUE "GETCAMPUS".
       01  WS-SS-TARGET         PIC X(20).
       01  WS-SS-CAMPUS         PIC X(100).
       01  WS-SS-RC             PIC X.

       *> The campus being sliced and the slice, packed into messages
       01  WS-SLICE-NAME        PIC X(30).
       01  WS-CUR-CAMPUS        PIC X(100).
       01  WS-LINE-COUNT        PIC 9(3) VALUE 0.
       01  WS-LINE-TABLE.
           05 WS-SLICE-LINE OCCURS 300 TIMES PIC X(200).
       01  WS-PACK-COUNT        PIC 9(2) VALUE 0.
       01  WS-PACK-TABLE.
           05 WS-PACK-TEXT OCCURS 60 TIMES PIC X(200).
       01  WS-PACK-PREFIX       PIC X(30).
       01  WS-PACK-USED         PIC 9(3).
       01  WS-PIECE-LEN         PIC 9(3).
       01  WS-PACK-NUM-TEXT     PIC Z9.
       01  L                    PIC 9(3).
       01  M                    PIC 9(2).

       *> The system-wide file as it stood before the slicing
       01  WS-SAVED-PRESENT     PIC X.
       01  WS-SAVED-COUNT       PIC 9(3) VALUE 0.
       01  WS-SAVED-TABLE.
           05 WS-SAVED-LINE OCCURS 300 TIMES PIC X(200).
       01  WS-SLICED-ANY        PIC X.

       *> Delivery
       01  WS-CFG-KEY           PIC X(20).
       01  WS-CFG-VALUE         PIC X(40).
       01  WS-CFG-RC            PIC X.
       01  WS-OFFICE-INBOX      PIC X(20) VALUE "admin".
       01  WS-MSG-SENDER        PIC X(20).
       01  WS-MSG-RECIPIENT     PIC X(20).
       01  WS-SKIP-VERIFY       PIC X VALUE 'Y'.
       01  WS-MSG-RC            PIC X.
       01  WS-MSG-TEXT          PIC X(200).
       01  WS-MAIL-EMAIL        PIC X(50).
       01  WS-MAIL-SUBJECT      PIC X(60).
       01  WS-MAIL-BODY         PIC X(200).
       01  WS-MAIL-RC           PIC X.
       01  WS-SENT-MSGS         PIC 9(3).
       01  WS-SENT-MAILS        PIC 9(3).

       01  WS-LOG-OUTCOME       PIC X(7).
       01  WS-LOG-DETAIL        PIC X(80).
       01  WS-LOG-USER          PIC X(20).
       01  WS-LOG-REPORT        PIC X(20).
       01  WS-LOG-CAMPUS        PIC X(100).
       01  WS-LOG-CHANNEL       PIC X(4).
       01  WS-NUM-TEXT          PIC Z(2)9.
       01  WS-NUM-TEXT2         PIC Z(2)9.

       01  WS-DELIVERED         PIC 9(4) VALUE 0.
       01  WS-SKIPPED           PIC 9(4) VALUE 0.
       01  WS-TOTAL-TEXT        PIC Z(3)9.

       PROCEDURE DIVISION.

           MOVE FUNCTION CURRENT-DATE TO WS-TODAY.
           MOVE WS-TODAY(1:8) TO WS-RUN-DATE.
           MOVE WS-RUN-DATE TO WS-DATE-INT.
           MOVE FUNCTION INTEGER-OF-DATE(WS-DATE-INT) TO WS-DATE-INT.
       *> 1 = Monday .. 7 = Sunday, as BATCH-NIGHTLY reckons it.
           COMPUTE WS-WEEKDAY = FUNCTION MOD(WS-DATE-INT - 1, 7) + 1.
           MOVE FUNCTION NUMVAL(WS-RUN-DATE(7:2)) TO WS-MONTH-DAY.

           MOVE "CAREERS-OFFICE-INBOX" TO WS-CFG-KEY.
           CALL "SITE-CONFIG" USING WS-CFG-KEY, WS-CFG-VALUE, WS-CFG-RC.
           IF WS-CFG-RC = 'S' AND FUNCTION TRIM(WS-CFG-VALUE) > SPACES
               MOVE WS-CFG-VALUE TO WS-OFFICE-INBOX
           END-IF.

           PERFORM LOAD-TONIGHTS-SUBSCRIPTIONS.

           PERFORM VARYING P FROM 1 BY 1 UNTIL P > 4
               PERFORM DISTRIBUTE-ONE-REPORT
           END-PERFORM.

           MOVE WS-DELIVERED TO WS-TOTAL-TEXT.
           DISPLAY "Report distribution: " FUNCTION TRIM(WS-TOTAL-TEXT)
               " slice(s) delivered" WITH NO ADVANCING.
           MOVE WS-SKIPPED TO WS-TOTAL-TEXT.
           DISPLAY ", " FUNCTION TRIM(WS-TOTAL-TEXT)
               " skipped. See report_distribution_log.txt.".
           GOBACK.

       *> ----------------------------------------------------------
       *> Subscriptions due tonight
       *> ----------------------------------------------------------
       LOAD-TONIGHTS-SUBSCRIPTIONS SECTION.
           MOVE 0 TO WS-SUB-COUNT.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT SUBS-FILE.
           IF WS-SUBS-STATUS NOT = "00"
               CLOSE SUBS-FILE
               EXIT SECTION
           END-IF.
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ SUBS-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF SUBS-RECORD(1:1) NOT = "#"
                          AND FUNCTION TRIM(SUBS-RECORD) > SPACES
                           PERFORM TAKE-SUBSCRIPTION-ROW
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SUBS-FILE.
           EXIT SECTION.

       TAKE-SUBSCRIPTION-ROW SECTION.
           MOVE SPACES TO WS-ROW-USER, WS-ROW-REPORT, WS-ROW-FREQ,
                          WS-ROW-DAY, WS-ROW-CHANNEL, WS-ROW-PROBLEM.
           UNSTRING SUBS-RECORD DELIMITED BY "~"
               INTO WS-ROW-USER, WS-ROW-REPORT, WS-ROW-FREQ,
                    WS-ROW-DAY, WS-ROW-CHANNEL
           END-UNSTRING.
           MOVE FUNCTION UPPER-CASE(WS-ROW-REPORT) TO WS-ROW-REPORT.
           MOVE FUNCTION UPPER-CASE(WS-ROW-FREQ) TO WS-ROW-FREQ.
           MOVE FUNCTION UPPER-CASE(WS-ROW-CHANNEL) TO WS-ROW-CHANNEL.

           MOVE 'N' TO WS-ROW-DUE.
           EVALUATE FUNCTION TRIM(WS-ROW-FREQ)
               WHEN "NIGHTLY"
                   MOVE 'Y' TO WS-ROW-DUE
               WHEN "WEEKLY"
                   IF FUNCTION TRIM(WS-ROW-DAY) IS NUMERIC
                       IF FUNCTION NUMVAL(WS-ROW-DAY) = WS-WEEKDAY
                           MOVE 'Y' TO WS-ROW-DUE
                       END-IF
                   ELSE
                       MOVE "WEEKLY needs a day 1-7" TO WS-ROW-PROBLEM
                   END-IF
               WHEN "MONTHLY"
                   IF FUNCTION TRIM(WS-ROW-DAY) IS NUMERIC
                       IF FUNCTION NUMVAL(WS-ROW-DAY) = WS-MONTH-DAY
                           MOVE 'Y' TO WS-ROW-DUE
                       END-IF
                   ELSE
                       MOVE "MONTHLY needs a day of the month"
                           TO WS-ROW-PROBLEM
                   END-IF
               WHEN OTHER
                   MOVE "frequency is not NIGHTLY, WEEKLY or MONTHLY"
                       TO WS-ROW-PROBLEM
           END-EVALUATE.

       *> A bad row is reported every night until it is fixed, not
       *> only on the nights it would have been due.
           IF WS-ROW-PROBLEM = SPACES
               MOVE 0 TO P
               PERFORM VARYING J FROM 1 BY 1 UNTIL J > 4
                   IF WS-RPT-PROGRAM(J) = WS-ROW-REPORT
                       MOVE J TO P
                   END-IF
               END-PERFORM
               IF P = 0
                   MOVE "not a report that can be distributed"
                       TO WS-ROW-PROBLEM
               END-IF
           END-IF.
           IF WS-ROW-PROBLEM = SPACES
              AND WS-ROW-CHANNEL NOT = "BOX"
              AND WS-ROW-CHANNEL NOT = "MAIL"
               MOVE "channel is not BOX or MAIL" TO WS-ROW-PROBLEM
           END-IF.
           IF WS-ROW-PROBLEM NOT = SPACES
               MOVE WS-ROW-USER TO WS-LOG-USER
               MOVE WS-ROW-REPORT TO WS-LOG-REPORT
               MOVE SPACES TO WS-LOG-CAMPUS
               MOVE WS-ROW-CHANNEL TO WS-LOG-CHANNEL
               MOVE "SKIPPED" TO WS-LOG-OUTCOME
               MOVE WS-ROW-PROBLEM TO WS-LOG-DETAIL
               PERFORM WRITE-DIST-LOG
               ADD 1 TO WS-SKIPPED
               EXIT SECTION
           END-IF.
           IF WS-ROW-DUE = 'N'
               EXIT SECTION
           END-IF.

           MOVE WS-ROW-USER TO WS-SS-TARGET.
           MOVE SPACES TO WS-SS-CAMPUS.
           CALL "STAFF-SCOPE" USING WS-ROW-USER, WS-SS-ACTION,
                                     WS-SS-TARGET, WS-SS-CAMPUS,
                                     WS-SS-RC.
           IF WS-SS-RC NOT = 'S'
               MOVE WS-ROW-USER TO WS-LOG-USER
               MOVE WS-ROW-REPORT TO WS-LOG-REPORT
               MOVE SPACES TO WS-LOG-CAMPUS
               MOVE WS-ROW-CHANNEL TO WS-LOG-CHANNEL
               MOVE "SKIPPED" TO WS-LOG-OUTCOME
               MOVE "no campus bound in staff_campus.txt"
                   TO WS-LOG-DETAIL
               PERFORM WRITE-DIST-LOG
               ADD 1 TO WS-SKIPPED
               EXIT SECTION
           END-IF.

           IF WS-SUB-COUNT < 200
               ADD 1 TO WS-SUB-COUNT
               MOVE WS-ROW-USER TO WS-SUB-USER(WS-SUB-COUNT)
               MOVE WS-ROW-REPORT TO WS-SUB-REPORT(WS-SUB-COUNT)
               MOVE WS-ROW-CHANNEL TO WS-SUB-CHANNEL(WS-SUB-COUNT)
               MOVE WS-SS-CAMPUS TO WS-SUB-CAMPUS(WS-SUB-COUNT)
               MOVE 'N' TO WS-SUB-DONE(WS-SUB-COUNT)
           END-IF.
           EXIT SECTION.

       *> ----------------------------------------------------------
       *> One report: a slice per campus, then the system-wide file
       *> put back
       *> ----------------------------------------------------------
       DISTRIBUTE-ONE-REPORT SECTION.
           MOVE 'N' TO WS-SLICED-ANY.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-SUB-COUNT
               IF WS-SUB-DONE(I) = 'N'
                  AND WS-SUB-REPORT(I) = WS-RPT-PROGRAM(P)
                   IF WS-SLICED-ANY = 'N'
                       PERFORM SAVE-SYSTEM-WIDE-FILE
                       MOVE 'Y' TO WS-SLICED-ANY
                   END-IF
                   MOVE WS-SUB-CAMPUS(I) TO WS-CUR-CAMPUS
                   PERFORM RUN-CAMPUS-SLICE
                   PERFORM DELIVER-TO-CAMPUS-SUBSCRIBERS
               END-IF
           END-PERFORM.
           IF WS-SLICED-ANY = 'Y'
               PERFORM RESTORE-SYSTEM-WIDE-FILE
           END-IF.
           EXIT SECTION.

       SAVE-SYSTEM-WIDE-FILE SECTION.
           MOVE WS-RPT-FILE(P) TO WS-SLICE-NAME.
           MOVE 0 TO WS-SAVED-COUNT.
           MOVE 'N' TO WS-SAVED-PRESENT.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT SLICE-FILE.
           IF WS-SLICE-STATUS NOT = "00"
               CLOSE SLICE-FILE
               EXIT SECTION
           END-IF.
           MOVE 'Y' TO WS-SAVED-PRESENT.
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ SLICE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF WS-SAVED-COUNT < 300
                           ADD 1 TO WS-SAVED-COUNT
                           MOVE SLICE-RECORD
                               TO WS-SAVED-LINE(WS-SAVED-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SLICE-FILE.
           EXIT SECTION.

       RESTORE-SYSTEM-WIDE-FILE SECTION.
           OPEN OUTPUT SCOPE-FILE.
           CLOSE SCOPE-FILE.
           IF WS-SAVED-PRESENT = 'N'
               PERFORM CALL-REPORT-PROGRAM
               EXIT SECTION
           END-IF.
           MOVE WS-RPT-FILE(P) TO WS-SLICE-NAME.
           OPEN OUTPUT SLICE-FILE.
           IF WS-SLICE-STATUS NOT = "00"
               CLOSE SLICE-FILE
               EXIT SECTION
           END-IF.
           PERFORM VARYING L FROM 1 BY 1 UNTIL L > WS-SAVED-COUNT
               MOVE WS-SAVED-LINE(L) TO SLICE-RECORD
               WRITE SLICE-RECORD
           END-PERFORM.
           CLOSE SLICE-FILE.
           EXIT SECTION.

       *> Rerun the report for WS-CUR-CAMPUS and read back what it
       *> wrote, packed for delivery.
       RUN-CAMPUS-SLICE SECTION.
           OPEN OUTPUT SCOPE-FILE.
           IF WS-SCOPE-STATUS = "00"
               MOVE WS-CUR-CAMPUS TO SCOPE-RECORD
               WRITE SCOPE-RECORD
           END-IF.
           CLOSE SCOPE-FILE.
           PERFORM CALL-REPORT-PROGRAM.

           MOVE 0 TO WS-LINE-COUNT.
           MOVE WS-RPT-FILE(P) TO WS-SLICE-NAME.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT SLICE-FILE.
           IF WS-SLICE-STATUS = "00"
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ SLICE-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           IF FUNCTION TRIM(SLICE-RECORD) > SPACES
                              AND WS-LINE-COUNT < 300
                               ADD 1 TO WS-LINE-COUNT
                               MOVE SLICE-RECORD
                                   TO WS-SLICE-LINE(WS-LINE-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE SLICE-FILE.
           PERFORM PACK-SLICE-MESSAGES.
           EXIT SECTION.

       *> Each report is CANCELed after its run so the next campus
       *> starts from fresh counters.
       CALL-REPORT-PROGRAM SECTION.
           EVALUATE P
               WHEN 1
                   CALL "DAILY-REPORT"
                   CANCEL "DAILY-REPORT"
               WHEN 2
                   CALL "WEEKLY-BULLETIN"
                   CANCEL "WEEKLY-BULLETIN"
               WHEN 3
                   CALL "NETWORK-STATS"
                   CANCEL "NETWORK-STATS"
               WHEN 4
                   CALL "PLACEMENT-REPORT"
                   CANCEL "PLACEMENT-REPORT"
           END-EVALUATE.
           EXIT SECTION.

       *> "[<label> n] line | line | ..." -- as many whole lines as fit
       *> in one message; a line too long for a message of its own is
       *> cut at the message width.
       PACK-SLICE-MESSAGES SECTION.
           MOVE 0 TO WS-PACK-COUNT.
           PERFORM VARYING L FROM 1 BY 1 UNTIL L > WS-LINE-COUNT
               COMPUTE WS-PIECE-LEN =
                   FUNCTION LENGTH(FUNCTION TRIM(WS-SLICE-LINE(L)))
               IF WS-PACK-COUNT = 0
                  OR WS-PACK-USED + 3 + WS-PIECE-LEN > 200
                   IF WS-PACK-COUNT < 60
                       PERFORM START-PACK-MESSAGE
                   ELSE
                       EXIT PERFORM
                   END-IF
               ELSE
                   MOVE " | " TO
                       WS-PACK-TEXT(WS-PACK-COUNT)(WS-PACK-USED + 1:3)
                   ADD 3 TO WS-PACK-USED
               END-IF
               IF WS-PACK-USED + WS-PIECE-LEN > 200
                   COMPUTE WS-PIECE-LEN = 200 - WS-PACK-USED
               END-IF
               IF WS-PIECE-LEN > 0
                   MOVE FUNCTION TRIM(WS-SLICE-LINE(L))
                       TO WS-PACK-TEXT(WS-PACK-COUNT)
                              (WS-PACK-USED + 1:WS-PIECE-LEN)
                   ADD WS-PIECE-LEN TO WS-PACK-USED
               END-IF
           END-PERFORM.
           EXIT SECTION.

       START-PACK-MESSAGE SECTION.
           ADD 1 TO WS-PACK-COUNT.
           MOVE WS-PACK-COUNT TO WS-PACK-NUM-TEXT.
           MOVE SPACES TO WS-PACK-PREFIX.
           STRING "[" FUNCTION TRIM(WS-RPT-LABEL(P)) " "
                  FUNCTION TRIM(WS-PACK-NUM-TEXT) "] "
                  DELIMITED BY SIZE INTO WS-PACK-PREFIX.
           MOVE WS-PACK-PREFIX TO WS-PACK-TEXT(WS-PACK-COUNT).
           COMPUTE WS-PACK-USED =
               FUNCTION LENGTH(FUNCTION TRIM(WS-PACK-PREFIX)) + 1.
           EXIT SECTION.

       *> Every subscriber to this report whose campus is the one just
       *> sliced gets the same slice.
       DELIVER-TO-CAMPUS-SUBSCRIBERS SECTION.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-SUB-COUNT
               IF WS-SUB-DONE(J) = 'N'
                  AND WS-SUB-REPORT(J) = WS-RPT-PROGRAM(P)
                  AND FUNCTION UPPER-CASE(FUNCTION TRIM(WS-SUB-CAMPUS(J)))
                      = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CUR-CAMPUS))
                   PERFORM DELIVER-ONE-SUBSCRIPTION
                   MOVE 'Y' TO WS-SUB-DONE(J)
               END-IF
           END-PERFORM.
           EXIT SECTION.

       DELIVER-ONE-SUBSCRIPTION SECTION.
           MOVE WS-SUB-USER(J) TO WS-LOG-USER.
           MOVE WS-SUB-REPORT(J) TO WS-LOG-REPORT.
           MOVE WS-SUB-CAMPUS(J) TO WS-LOG-CAMPUS.
           MOVE WS-SUB-CHANNEL(J) TO WS-LOG-CHANNEL.
           IF WS-PACK-COUNT = 0
               MOVE "SKIPPED" TO WS-LOG-OUTCOME
               MOVE "the report wrote nothing for this campus"
                   TO WS-LOG-DETAIL
               PERFORM WRITE-DIST-LOG
               ADD 1 TO WS-SKIPPED
               EXIT SECTION
           END-IF.

           MOVE 0 TO WS-SENT-MSGS, WS-SENT-MAILS.
           MOVE WS-OFFICE-INBOX TO WS-MSG-SENDER.
           MOVE WS-SUB-USER(J) TO WS-MSG-RECIPIENT.
           PERFORM VARYING M FROM 1 BY 1 UNTIL M > WS-PACK-COUNT
               MOVE WS-PACK-TEXT(M) TO WS-MSG-TEXT
               CALL "SEND-MESSAGE" USING WS-MSG-SENDER, WS-MSG-RECIPIENT,
                                          WS-SKIP-VERIFY, WS-MSG-RC,
                                          WS-MSG-TEXT
               IF WS-MSG-RC = 'S'
                   ADD 1 TO WS-SENT-MSGS
               END-IF
           END-PERFORM.

           IF WS-SUB-CHANNEL(J) = "MAIL"
               PERFORM SPOOL-SLICE-MAIL
           END-IF.

           MOVE WS-SENT-MSGS TO WS-NUM-TEXT.
           MOVE SPACES TO WS-LOG-DETAIL.
           STRING FUNCTION TRIM(WS-NUM-TEXT) " message(s)"
               DELIMITED BY SIZE INTO WS-LOG-DETAIL.
           IF WS-SUB-CHANNEL(J) = "MAIL"
               MOVE WS-SENT-MAILS TO WS-NUM-TEXT2
               STRING FUNCTION TRIM(WS-LOG-DETAIL) ", "
                      FUNCTION TRIM(WS-NUM-TEXT2) " mail(s) spooled"
                      DELIMITED BY SIZE INTO WS-LOG-DETAIL
               IF FUNCTION TRIM(WS-MAIL-EMAIL) = SPACES
                   STRING FUNCTION TRIM(WS-LOG-DETAIL)
                          " (no recovery address on file)"
                          DELIMITED BY SIZE INTO WS-LOG-DETAIL
               END-IF
           END-IF.
           MOVE "SENT" TO WS-LOG-OUTCOME.
           PERFORM WRITE-DIST-LOG.
           ADD 1 TO WS-DELIVERED.
           EXIT SECTION.

       *> The same packed pieces, one spool row each, to the account's
       *> recovery address.
       SPOOL-SLICE-MAIL SECTION.
           MOVE SPACES TO WS-MAIL-EMAIL.
           OPEN INPUT ACCOUNTS-FILE.
           IF WS-ACCOUNTS-STATUS = "00" OR WS-ACCOUNTS-STATUS = "05"
               MOVE WS-SUB-USER(J) TO ACCOUNTS-USERNAME
               READ ACCOUNTS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ACCOUNTS-RECOVERY-EMAIL TO WS-MAIL-EMAIL
               END-READ
           END-IF.
           CLOSE ACCOUNTS-FILE.
           IF FUNCTION TRIM(WS-MAIL-EMAIL) = SPACES
               EXIT SECTION
           END-IF.

           MOVE SPACES TO WS-MAIL-SUBJECT.
           STRING "InCollege " FUNCTION TRIM(WS-RPT-LABEL(P)) " - "
                  FUNCTION TRIM(WS-SUB-CAMPUS(J))
                  DELIMITED BY SIZE INTO WS-MAIL-SUBJECT.
           PERFORM VARYING M FROM 1 BY 1 UNTIL M > WS-PACK-COUNT
               MOVE WS-PACK-TEXT(M) TO WS-MAIL-BODY
               CALL "MAIL-SPOOL" USING WS-MAIL-EMAIL, WS-MAIL-SUBJECT,
                                        WS-MAIL-BODY, WS-MAIL-RC
               IF WS-MAIL-RC = 'S'
                   ADD 1 TO WS-SENT-MAILS
               END-IF
           END-PERFORM.
           EXIT SECTION.

       WRITE-DIST-LOG SECTION.
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY.
           OPEN EXTEND DIST-LOG-FILE.
           IF WS-LOG-STATUS = "35"
               OPEN OUTPUT DIST-LOG-FILE
           END-IF.
           IF WS-LOG-STATUS NOT = "00"
               CLOSE DIST-LOG-FILE
               EXIT SECTION
           END-IF.
           INITIALIZE DIST-LOG-RECORD.
           STRING WS-RUN-DATE "~" WS-TODAY(9:6) "~"
                  FUNCTION TRIM(WS-LOG-USER) "~"
                  FUNCTION TRIM(WS-LOG-REPORT) "~"
                  FUNCTION TRIM(WS-LOG-CAMPUS) "~"
                  FUNCTION TRIM(WS-LOG-CHANNEL) "~"
                  FUNCTION TRIM(WS-LOG-OUTCOME) "~"
                  FUNCTION TRIM(WS-LOG-DETAIL)
                  DELIMITED BY SIZE INTO DIST-LOG-RECORD.
           WRITE DIST-LOG-RECORD.
           CLOSE DIST-LOG-FILE.
           EXIT SECTION.
