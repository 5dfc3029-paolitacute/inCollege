       >>SOURCE FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MSG-SCHEDULE.
       AUTHOR. Paola
       DATE-WRITTEN. 10/15/2026

       *> Send-later for SEND-MESSAGE: a message, a broadcast, or a
       *> MSG-TEMPLATES merge send can carry a deliver-on date and time
       *> instead of going out the moment it is written. The held copy
       *> waits in scheduled_messages.txt, one row per recipient:
       *>   sender~recipient~id~deliverat~skipverify~state~queuedat~text
       *> where deliverat / queuedat are YYYYMMDDHHMM in site time (the
       *> same TZ-OFFSET clock SEND-MESSAGE stamps with), skipverify is
       *> the flag the original send would have passed SEND-MESSAGE,
       *> and state is PENDING, SENT, CANCELLED, or DROPPED-BLOCKED /
       *> DROPPED-CLOSED / DROPPED-FAILED, or HELD-REVIEW when the
       *> message screening caught it at release and it went to the
       *> moderation queue instead. The text is the last field,
       *> so a "~" inside it is harmless.
       *>
       *> QUEUE runs the same checks an immediate send would -- the
       *> recipient must exist and must not be blocked either way, and
       *> a direct message still has to pass SEND-MESSAGE's connection
       *> and length rules (its check-only mode) -- then holds the row.
       *> DELIVER releases every PENDING row that has come due, through
       *> SEND-MESSAGE's quiet release mode, after checking the block
       *> list and both accounts AGAIN: a block or a closed account
       *> between scheduling and delivery drops the message. It runs
       *> from the nightly window and at every session start, and also
       *> prunes settled rows older than a week. LIST shows the
       *> caller's scheduled sends; CANCEL withdraws one still pending.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCHEDULE-FILE ASSIGN TO "scheduled_messages.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCHEDULE-STATUS.
           SELECT ACCOUNTS-FILE ASSIGN TO "accounts.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCOUNTS-USERNAME
               FILE STATUS IS WS-ACCOUNTS-STATUS.
           SELECT BLOCKS-FILE ASSIGN TO "blocks.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BLOCKS-STATUS.
           SELECT OUTPUT-FILE ASSIGN TO "InCollege-Output.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUTPUT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SCHEDULE-FILE.
       01  SCHEDULE-RECORD      PIC X(320).

       FD  ACCOUNTS-FILE.
       01  ACCOUNTS-RECORD-DATA.
           05  ACCOUNTS-USERNAME       PIC X(20).
           05  ACCOUNTS-PASSWORD       PIC X(20).
           05  ACCOUNTS-RECOVERY-EMAIL PIC X(50).
           05  ACCOUNTS-ACCOUNT-TYPE   PIC X(8).
           05  ACCOUNTS-CREATED-DATE   PIC X(8).

       FD  BLOCKS-FILE.
       01  BLOCK-RECORD         PIC X(50).

       FD  OUTPUT-FILE.
       01  OUTPUT-RECORD        PIC X(350).

       WORKING-STORAGE SECTION.
       01  WS-SCHEDULE-STATUS   PIC X(2).
       01  WS-ACCOUNTS-STATUS   PIC X(2).
       01  WS-BLOCKS-STATUS     PIC X(2).
       01  WS-OUTPUT-STATUS     PIC X(2).
       01  WS-EOF-FLAG          PIC X VALUE 'N'.
       01  WS-MESSAGE           PIC X(200).
       01  WS-LINE              PIC X(320).

      *> scheduled_messages.txt row fields
       01  WS-SM-SENDER         PIC X(20).
       01  WS-SM-RECIPIENT      PIC X(20).
       01  WS-SM-ID             PIC X(6).
       01  WS-SM-DELIVER-AT     PIC X(12).
       01  WS-SM-SKIP           PIC X.
       01  WS-SM-STATE          PIC X(16).
       01  WS-SM-QUEUED-AT      PIC X(12).
       01  WS-SM-TEXT           PIC X(200).
       01  WS-PTR               PIC 9(3).

      *> Read-into-memory/rewrite table for CANCEL and DELIVER
       01  WS-SM-COUNT          PIC 9(3) VALUE 0.
       01  WS-SM-CAP-WARNED     PIC X VALUE 'N'.
       01  WS-SM-TABLE.
           05 WS-SM-ROW OCCURS 500 TIMES PIC X(320).
       01  I                    PIC 9(3).

       01  WS-NEXT-ID           PIC 9(6) VALUE 0.
       01  WS-ROW-ID            PIC 9(6).
       01  WS-CANCEL-ID         PIC 9(6).
       01  WS-MATCH-FOUND       PIC X VALUE 'N'.
       01  WS-CHANGED           PIC X VALUE 'N'.
       01  WS-COUNT             PIC 9(3) VALUE 0.
       01  WS-RELEASED          PIC 9(4) VALUE 0.
       01  WS-DROPPED           PIC 9(4) VALUE 0.
       01  WS-NUM-TEXT          PIC Z(3)9.
       01  WS-NUM-TEXT-2        PIC Z(3)9.

      *> Site-local clock, the same TZ-OFFSET adjustment SEND-MESSAGE
      *> stamps its messages with
       01  WS-CFG-KEY           PIC X(20).
       01  WS-CFG-VALUE         PIC X(40).
       01  WS-CFG-RC            PIC X.
       01  WS-TZ-OFFSET         PIC S9(3) VALUE -5.
       01  WS-CURR-DATE-TXT     PIC X(21).
       01  WS-NOW-DATE-NUM      PIC 9(8).
       01  WS-NOW-DAYS          PIC 9(8) COMP.
       01  WS-NOW-MINUTES       PIC S9(5) COMP.
       01  WS-NOW-HOUR          PIC 9(2).
       01  WS-NOW-MIN           PIC 9(2).
       01  WS-NOW-STAMP         PIC X(12).
       01  WS-PRUNE-DAYS        PIC 9(8) COMP.
       01  WS-ROW-DATE-NUM      PIC 9(8).

      *> deliver-at validation
       01  WS-AT-DATE           PIC 9(8).
       01  WS-AT-HOUR           PIC 9(2).
       01  WS-AT-MIN            PIC 9(2).
       01  WS-AT-SHOWN          PIC X(16).

       01  WS-ACCOUNT-USER      PIC X(20).
       01  WS-ACCOUNT-FOUND     PIC X.
       01  WS-BLK-BLOCKER       PIC X(20).
       01  WS-BLK-BLOCKED       PIC X(20).
       01  WS-BLOCKED-PAIR      PIC X.
       01  WS-PAIR-A            PIC X(20).
       01  WS-PAIR-B            PIC X(20).

       01  WS-SEND-MODE         PIC X.
       01  WS-SEND-RC           PIC X.
       01  WS-SEND-TEXT         PIC X(200).

       LINKAGE SECTION.
      *> 'QUEUE'   = hold LS-TEXT from LS-SENDER to LS-RECIPIENT until
      *>             LS-DELIVER-AT (YYYYMMDDHHMM); LS-SKIP-VERIFY is
      *>             what an immediate send would have passed
      *>             SEND-MESSAGE ('B' for broadcasts, 'T' for template
      *>             sends)
      *> 'LIST'    = LS-SENDER's scheduled sends
      *> 'CANCEL'  = withdraw LS-SENDER's pending send numbered LS-TEXT
      *> 'DELIVER' = release everything that has come due; LS-SENDER
      *>             is blank from the nightly window (which prints the
      *>             counts) and the user's name from a session start
      *>             (which stays quiet)
      *> Return: 'S' done, 'F' refused (SEND-MESSAGE's own reason is
      *> already on screen), 'D' deliver-at not a future date/time,
      *> 'N' nothing by that number, 'X' file error.
       01  LS-ACTION            PIC X(10).
       01  LS-SENDER            PIC X(20).
       01  LS-RECIPIENT         PIC X(20).
       01  LS-DELIVER-AT        PIC X(12).
       01  LS-SKIP-VERIFY       PIC X.
       01  LS-TEXT              PIC X(200).
       01  LS-RETURN-CODE       PIC X.

       PROCEDURE DIVISION USING LS-ACTION, LS-SENDER, LS-RECIPIENT,
                                 LS-DELIVER-AT, LS-SKIP-VERIFY, LS-TEXT,
                                 LS-RETURN-CODE.

           MOVE 'F' TO LS-RETURN-CODE.
           PERFORM COMPUTE-LOCAL-NOW.

           EVALUATE FUNCTION TRIM(LS-ACTION)
               WHEN "QUEUE"
                   PERFORM QUEUE-MESSAGE
               WHEN "LIST"
                   PERFORM LIST-SCHEDULED
               WHEN "CANCEL"
                   PERFORM CANCEL-SCHEDULED
               WHEN "DELIVER"
                   PERFORM DELIVER-DUE
               WHEN OTHER
                   MOVE 'X' TO LS-RETURN-CODE
           END-EVALUATE.
           GOBACK.

       QUEUE-MESSAGE SECTION.
           IF LS-DELIVER-AT NOT NUMERIC
               MOVE 'D' TO LS-RETURN-CODE
               EXIT SECTION
           END-IF.
           MOVE LS-DELIVER-AT(1:8) TO WS-AT-DATE.
           MOVE LS-DELIVER-AT(9:2) TO WS-AT-HOUR.
           MOVE LS-DELIVER-AT(11:2) TO WS-AT-MIN.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-AT-DATE) NOT = 0
              OR WS-AT-HOUR > 23 OR WS-AT-MIN > 59
              OR LS-DELIVER-AT <= WS-NOW-STAMP
               MOVE 'D' TO LS-RETURN-CODE
               EXIT SECTION
           END-IF.

      *> Closure and block rules, checked now and again at delivery.
           MOVE LS-RECIPIENT TO WS-ACCOUNT-USER.
           PERFORM CHECK-ACCOUNT-EXISTS.
           MOVE LS-SENDER TO WS-PAIR-A.
           MOVE LS-RECIPIENT TO WS-PAIR-B.
           PERFORM CHECK-BLOCKED-PAIR.
           IF WS-ACCOUNT-FOUND NOT = 'Y' OR WS-BLOCKED-PAIR = 'Y'
               OPEN EXTEND OUTPUT-FILE
               IF WS-ACCOUNT-FOUND NOT = 'Y'
                   MOVE "User does not exist." TO WS-MESSAGE
               ELSE
                   MOVE "You can only message users you are connected with."
                       TO WS-MESSAGE
               END-IF
               PERFORM DISPLAY-AND-LOG
               CLOSE OUTPUT-FILE
               MOVE 'F' TO LS-RETURN-CODE
               EXIT SECTION
           END-IF.

      *> A direct message also has to pass the connection and length
      *> rules; SEND-MESSAGE's check-only mode runs them without
      *> sending and hands back the text exactly as it would store it
      *> (sanitized, and labeled when it rides the employer-applicant
      *> exception).
           MOVE LS-TEXT TO WS-SEND-TEXT.
           IF LS-SKIP-VERIFY NOT = 'Y' AND LS-SKIP-VERIFY NOT = 'B'
              AND LS-SKIP-VERIFY NOT = 'T'
               MOVE 'C' TO WS-SEND-MODE
               CALL "SEND-MESSAGE" USING LS-SENDER, LS-RECIPIENT,
                                          WS-SEND-MODE, WS-SEND-RC,
                                          WS-SEND-TEXT
               IF WS-SEND-RC NOT = 'S'
                   MOVE 'F' TO LS-RETURN-CODE
                   EXIT SECTION
               END-IF
           END-IF.

           PERFORM FIND-NEXT-ID.

           OPEN EXTEND SCHEDULE-FILE.
           IF WS-SCHEDULE-STATUS = "35"
               OPEN OUTPUT SCHEDULE-FILE
           END-IF.
           IF WS-SCHEDULE-STATUS NOT = "00"
               CLOSE SCHEDULE-FILE
               MOVE 'X' TO LS-RETURN-CODE
               EXIT SECTION
           END-IF.
           MOVE WS-NEXT-ID TO WS-ROW-ID.
           INITIALIZE SCHEDULE-RECORD.
           STRING FUNCTION TRIM(LS-SENDER) DELIMITED BY SIZE
                  "~" DELIMITED BY SIZE
                  FUNCTION TRIM(LS-RECIPIENT) DELIMITED BY SIZE
                  "~" DELIMITED BY SIZE
                  WS-ROW-ID DELIMITED BY SIZE
                  "~" DELIMITED BY SIZE
                  LS-DELIVER-AT DELIMITED BY SIZE
                  "~" DELIMITED BY SIZE
                  LS-SKIP-VERIFY DELIMITED BY SIZE
                  "~PENDING~" DELIMITED BY SIZE
                  WS-NOW-STAMP DELIMITED BY SIZE
                  "~" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SEND-TEXT) DELIMITED BY SIZE
                  INTO SCHEDULE-RECORD.
           WRITE SCHEDULE-RECORD.
           CLOSE SCHEDULE-FILE.

           MOVE LS-DELIVER-AT TO WS-SM-DELIVER-AT.
           PERFORM FORMAT-DELIVER-AT.
           OPEN EXTEND OUTPUT-FILE.
           INITIALIZE WS-MESSAGE.
           STRING "Message to " FUNCTION TRIM(LS-RECIPIENT)
                  " scheduled for " WS-AT-SHOWN
                  " (#" WS-ROW-ID ")."
                  DELIMITED BY SIZE INTO WS-MESSAGE.
           PERFORM DISPLAY-AND-LOG.
           CLOSE OUTPUT-FILE.
           MOVE 'S' TO LS-RETURN-CODE.
           EXIT SECTION.

       LIST-SCHEDULED SECTION.
           MOVE 0 TO WS-COUNT.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN EXTEND OUTPUT-FILE.
           OPEN INPUT SCHEDULE-FILE.
           IF WS-SCHEDULE-STATUS = "00"
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ SCHEDULE-FILE INTO WS-LINE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM PARSE-SCHEDULE-ROW
                           IF FUNCTION TRIM(WS-SM-SENDER) =
                              FUNCTION TRIM(LS-SENDER)
                               IF WS-COUNT = 0
                                   MOVE "--- My Scheduled Messages ---"
                                       TO WS-MESSAGE
                                   PERFORM DISPLAY-AND-LOG
                               END-IF
                               ADD 1 TO WS-COUNT
                               PERFORM FORMAT-DELIVER-AT
                               INITIALIZE WS-MESSAGE
                               STRING "#" WS-SM-ID " to "
                                      FUNCTION TRIM(WS-SM-RECIPIENT)
                                      " at " WS-AT-SHOWN " ["
                                      FUNCTION TRIM(WS-SM-STATE) "] "
                                      WS-SM-TEXT(1:60)
                                      DELIMITED BY SIZE INTO WS-MESSAGE
                               PERFORM DISPLAY-AND-LOG
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE SCHEDULE-FILE.
           IF WS-COUNT = 0
               MOVE "You have no scheduled messages." TO WS-MESSAGE
               PERFORM DISPLAY-AND-LOG
           END-IF.
           CLOSE OUTPUT-FILE.
           MOVE 'S' TO LS-RETURN-CODE.
           EXIT SECTION.

       CANCEL-SCHEDULED SECTION.
           IF FUNCTION TRIM(LS-TEXT) NOT NUMERIC
               MOVE 'N' TO LS-RETURN-CODE
               EXIT SECTION
           END-IF.
           MOVE FUNCTION NUMVAL(LS-TEXT) TO WS-CANCEL-ID.
           PERFORM LOAD-SCHEDULE-TABLE.
           IF WS-SCHEDULE-STATUS NOT = "00"
               MOVE 'N' TO LS-RETURN-CODE
               EXIT SECTION
           END-IF.

           MOVE 'N' TO WS-MATCH-FOUND.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-SM-COUNT
               MOVE WS-SM-ROW(I) TO WS-LINE
               PERFORM PARSE-SCHEDULE-ROW
               IF WS-SM-ID IS NUMERIC
                   MOVE WS-SM-ID TO WS-ROW-ID
               ELSE
                   MOVE 0 TO WS-ROW-ID
               END-IF
               IF WS-ROW-ID = WS-CANCEL-ID
                  AND FUNCTION TRIM(WS-SM-SENDER) =
                      FUNCTION TRIM(LS-SENDER)
                  AND FUNCTION TRIM(WS-SM-STATE) = "PENDING"
                   MOVE "CANCELLED" TO WS-SM-STATE
                   PERFORM BUILD-SCHEDULE-ROW
                   MOVE WS-LINE TO WS-SM-ROW(I)
                   MOVE 'Y' TO WS-MATCH-FOUND
               END-IF
           END-PERFORM.

           IF WS-MATCH-FOUND NOT = 'Y'
               MOVE 'N' TO LS-RETURN-CODE
               EXIT SECTION
           END-IF.
           PERFORM REWRITE-SCHEDULE-TABLE.
           IF WS-SCHEDULE-STATUS NOT = "00"
               MOVE 'X' TO LS-RETURN-CODE
               EXIT SECTION
           END-IF.
           MOVE 'S' TO LS-RETURN-CODE.
           EXIT SECTION.

      *> Everything PENDING whose deliver-at has passed goes out now;
      *> settled rows a week past their deliver date are pruned.
       DELIVER-DUE SECTION.
           MOVE 0 TO WS-RELEASED.
           MOVE 0 TO WS-DROPPED.
           PERFORM LOAD-SCHEDULE-TABLE.
           IF WS-SCHEDULE-STATUS NOT = "00"
               MOVE 'S' TO LS-RETURN-CODE
               EXIT SECTION
           END-IF.

           MOVE 'N' TO WS-CHANGED.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-SM-COUNT
               MOVE WS-SM-ROW(I) TO WS-LINE
               PERFORM PARSE-SCHEDULE-ROW
               IF FUNCTION TRIM(WS-SM-STATE) = "PENDING"
                  AND WS-SM-DELIVER-AT <= WS-NOW-STAMP
                   PERFORM RELEASE-ONE-MESSAGE
                   PERFORM BUILD-SCHEDULE-ROW
                   MOVE WS-LINE TO WS-SM-ROW(I)
                   MOVE 'Y' TO WS-CHANGED
               ELSE
                   IF FUNCTION TRIM(WS-SM-STATE) NOT = "PENDING"
                       MOVE 0 TO WS-ROW-DATE-NUM
                       IF WS-SM-DELIVER-AT(1:8) IS NUMERIC
                           MOVE WS-SM-DELIVER-AT(1:8)
                               TO WS-ROW-DATE-NUM
                       END-IF
                       IF WS-ROW-DATE-NUM = 0
                          OR FUNCTION TEST-DATE-YYYYMMDD(
                                 WS-ROW-DATE-NUM) NOT = 0
                          OR FUNCTION INTEGER-OF-DATE(WS-ROW-DATE-NUM)
                             < WS-PRUNE-DAYS
                           MOVE SPACES TO WS-SM-ROW(I)
                           MOVE 'Y' TO WS-CHANGED
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

           IF WS-CHANGED = 'Y'
               PERFORM REWRITE-SCHEDULE-TABLE
           END-IF.

           IF LS-SENDER = SPACES
              AND (WS-RELEASED > 0 OR WS-DROPPED > 0)
               MOVE WS-RELEASED TO WS-NUM-TEXT
               MOVE WS-DROPPED TO WS-NUM-TEXT-2
               DISPLAY "MSG-SCHEDULE: " FUNCTION TRIM(WS-NUM-TEXT)
                   " scheduled message(s) delivered, "
                   FUNCTION TRIM(WS-NUM-TEXT-2) " dropped."
           END-IF.
           MOVE 'S' TO LS-RETURN-CODE.
           EXIT SECTION.

      *> Block and closure rules are applied again here: the sender or
      *> recipient may have blocked the other, or left, since the
      *> message was scheduled.
       RELEASE-ONE-MESSAGE SECTION.
           MOVE WS-SM-SENDER TO WS-ACCOUNT-USER.
           PERFORM CHECK-ACCOUNT-EXISTS.
           IF WS-ACCOUNT-FOUND = 'Y'
               MOVE WS-SM-RECIPIENT TO WS-ACCOUNT-USER
               PERFORM CHECK-ACCOUNT-EXISTS
           END-IF.
           IF WS-ACCOUNT-FOUND NOT = 'Y'
               MOVE "DROPPED-CLOSED" TO WS-SM-STATE
               ADD 1 TO WS-DROPPED
               EXIT SECTION
           END-IF.

           MOVE WS-SM-SENDER TO WS-PAIR-A.
           MOVE WS-SM-RECIPIENT TO WS-PAIR-B.
           PERFORM CHECK-BLOCKED-PAIR.
           IF WS-BLOCKED-PAIR = 'Y'
               MOVE "DROPPED-BLOCKED" TO WS-SM-STATE
               ADD 1 TO WS-DROPPED
               EXIT SECTION
           END-IF.

      *> A held broadcast or template send keeps its origin, so the
      *> recipient's filing rules see it the same as a live one.
           EVALUATE WS-SM-SKIP
               WHEN 'B'
                   MOVE 'b' TO WS-SEND-MODE
               WHEN 'T'
                   MOVE 't' TO WS-SEND-MODE
               WHEN OTHER
                   MOVE 'Q' TO WS-SEND-MODE
           END-EVALUATE.
           MOVE WS-SM-TEXT TO WS-SEND-TEXT.
           CALL "SEND-MESSAGE" USING WS-SM-SENDER, WS-SM-RECIPIENT,
                                      WS-SEND-MODE, WS-SEND-RC,
                                      WS-SEND-TEXT.
           EVALUATE WS-SEND-RC
               WHEN 'S'
                   MOVE "SENT" TO WS-SM-STATE
                   ADD 1 TO WS-RELEASED
               WHEN 'H'
                   MOVE "HELD-REVIEW" TO WS-SM-STATE
               WHEN OTHER
                   MOVE "DROPPED-FAILED" TO WS-SM-STATE
                   ADD 1 TO WS-DROPPED
           END-EVALUATE.
           EXIT SECTION.

       FIND-NEXT-ID SECTION.
           MOVE 0 TO WS-NEXT-ID.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT SCHEDULE-FILE.
           IF WS-SCHEDULE-STATUS = "00"
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ SCHEDULE-FILE INTO WS-LINE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM PARSE-SCHEDULE-ROW
                           IF WS-SM-ID IS NUMERIC
                               MOVE WS-SM-ID TO WS-ROW-ID
                               IF WS-ROW-ID > WS-NEXT-ID
                                   MOVE WS-ROW-ID TO WS-NEXT-ID
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE SCHEDULE-FILE.
           ADD 1 TO WS-NEXT-ID.
           EXIT SECTION.

       LOAD-SCHEDULE-TABLE SECTION.
           MOVE 0 TO WS-SM-COUNT.
           MOVE 'N' TO WS-SM-CAP-WARNED.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT SCHEDULE-FILE.
           IF WS-SCHEDULE-STATUS NOT = "00"
               CLOSE SCHEDULE-FILE
               EXIT SECTION
           END-IF.
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ SCHEDULE-FILE INTO WS-LINE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF WS-SM-COUNT < 500
                           ADD 1 TO WS-SM-COUNT
                           MOVE WS-LINE TO WS-SM-ROW(WS-SM-COUNT)
                       ELSE
                           IF WS-SM-CAP-WARNED = 'N'
                               DISPLAY "Scheduled-message table capped at 500 entries; some rows were not preserved."
                               MOVE 'Y' TO WS-SM-CAP-WARNED
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SCHEDULE-FILE.
           EXIT SECTION.

      *> Blanked table slots are pruned rows and are not written back.
       REWRITE-SCHEDULE-TABLE SECTION.
           OPEN OUTPUT SCHEDULE-FILE.
           IF WS-SCHEDULE-STATUS NOT = "00"
               CLOSE SCHEDULE-FILE
               EXIT SECTION
           END-IF.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-SM-COUNT
               IF WS-SM-ROW(I) NOT = SPACES
                   WRITE SCHEDULE-RECORD FROM WS-SM-ROW(I)
               END-IF
           END-PERFORM.
           CLOSE SCHEDULE-FILE.
           EXIT SECTION.

       PARSE-SCHEDULE-ROW SECTION.
           MOVE SPACES TO WS-SM-SENDER, WS-SM-RECIPIENT, WS-SM-ID,
                          WS-SM-DELIVER-AT, WS-SM-SKIP, WS-SM-STATE,
                          WS-SM-QUEUED-AT, WS-SM-TEXT.
           MOVE 1 TO WS-PTR.
           UNSTRING WS-LINE DELIMITED BY "~"
               INTO WS-SM-SENDER, WS-SM-RECIPIENT, WS-SM-ID,
                    WS-SM-DELIVER-AT, WS-SM-SKIP, WS-SM-STATE,
                    WS-SM-QUEUED-AT
               WITH POINTER WS-PTR
           END-UNSTRING.
           IF WS-PTR <= 320
               MOVE WS-LINE(WS-PTR:) TO WS-SM-TEXT
           END-IF.
           EXIT SECTION.

       BUILD-SCHEDULE-ROW SECTION.
           INITIALIZE WS-LINE.
           STRING FUNCTION TRIM(WS-SM-SENDER) DELIMITED BY SIZE
                  "~" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SM-RECIPIENT) DELIMITED BY SIZE
                  "~" DELIMITED BY SIZE
                  WS-SM-ID DELIMITED BY SIZE
                  "~" DELIMITED BY SIZE
                  WS-SM-DELIVER-AT DELIMITED BY SIZE
                  "~" DELIMITED BY SIZE
                  WS-SM-SKIP DELIMITED BY SIZE
                  "~" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SM-STATE) DELIMITED BY SIZE
                  "~" DELIMITED BY SIZE
                  WS-SM-QUEUED-AT DELIMITED BY SIZE
                  "~" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SM-TEXT) DELIMITED BY SIZE
                  INTO WS-LINE.
           EXIT SECTION.

      *> YYYYMMDDHHMM -> "YYYY-MM-DD HH:MM" for screens.
       FORMAT-DELIVER-AT SECTION.
           INITIALIZE WS-AT-SHOWN.
           STRING WS-SM-DELIVER-AT(1:4) "-" WS-SM-DELIVER-AT(5:2) "-"
                  WS-SM-DELIVER-AT(7:2) " " WS-SM-DELIVER-AT(9:2) ":"
                  WS-SM-DELIVER-AT(11:2)
                  DELIMITED BY SIZE INTO WS-AT-SHOWN.
           EXIT SECTION.

      *> Site-local "now" as YYYYMMDDHHMM, plus the prune horizon
      *> (seven days back) as an integer date.
       COMPUTE-LOCAL-NOW SECTION.
           MOVE "TZ-OFFSET" TO WS-CFG-KEY.
           CALL "SITE-CONFIG" USING WS-CFG-KEY, WS-CFG-VALUE, WS-CFG-RC.
           IF WS-CFG-RC = 'S'
              AND FUNCTION TRIM(WS-CFG-VALUE) > SPACES
               MOVE FUNCTION NUMVAL(WS-CFG-VALUE) TO WS-TZ-OFFSET
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO WS-CURR-DATE-TXT.
           MOVE WS-CURR-DATE-TXT(1:8) TO WS-NOW-DATE-NUM.
           MOVE FUNCTION INTEGER-OF-DATE(WS-NOW-DATE-NUM)
               TO WS-NOW-DAYS.
           COMPUTE WS-NOW-MINUTES =
               FUNCTION NUMVAL(WS-CURR-DATE-TXT(9:2)) * 60
               + FUNCTION NUMVAL(WS-CURR-DATE-TXT(11:2))
               + (WS-TZ-OFFSET * 60).
           IF WS-NOW-MINUTES < 0
               ADD 1440 TO WS-NOW-MINUTES
               SUBTRACT 1 FROM WS-NOW-DAYS
           END-IF.
           IF WS-NOW-MINUTES >= 1440
               SUBTRACT 1440 FROM WS-NOW-MINUTES
               ADD 1 TO WS-NOW-DAYS
           END-IF.
           MOVE FUNCTION DATE-OF-INTEGER(WS-NOW-DAYS)
               TO WS-NOW-DATE-NUM.
           DIVIDE WS-NOW-MINUTES BY 60
               GIVING WS-NOW-HOUR REMAINDER WS-NOW-MIN.
           INITIALIZE WS-NOW-STAMP.
           STRING WS-NOW-DATE-NUM WS-NOW-HOUR WS-NOW-MIN
               DELIMITED BY SIZE INTO WS-NOW-STAMP.
           COMPUTE WS-PRUNE-DAYS = WS-NOW-DAYS - 7.
           EXIT SECTION.

       CHECK-ACCOUNT-EXISTS SECTION.
           MOVE 'N' TO WS-ACCOUNT-FOUND.
           OPEN INPUT ACCOUNTS-FILE.
           IF WS-ACCOUNTS-STATUS = "00"
               MOVE WS-ACCOUNT-USER TO ACCOUNTS-USERNAME
               READ ACCOUNTS-FILE KEY IS ACCOUNTS-USERNAME
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-ACCOUNT-FOUND
               END-READ
           END-IF.
           CLOSE ACCOUNTS-FILE.
           EXIT SECTION.

      *> Sets WS-BLOCKED-PAIR when blocks.txt holds a row between
      *> WS-PAIR-A and WS-PAIR-B in either direction.
       CHECK-BLOCKED-PAIR SECTION.
           MOVE 'N' TO WS-BLOCKED-PAIR.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT BLOCKS-FILE.
           IF WS-BLOCKS-STATUS NOT = "00"
               CLOSE BLOCKS-FILE
               EXIT SECTION
           END-IF.
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ BLOCKS-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE SPACES TO WS-BLK-BLOCKER, WS-BLK-BLOCKED
                       UNSTRING BLOCK-RECORD DELIMITED BY "~"
                           INTO WS-BLK-BLOCKER, WS-BLK-BLOCKED
                       END-UNSTRING
                       IF (FUNCTION TRIM(WS-BLK-BLOCKER) =
                           FUNCTION TRIM(WS-PAIR-A)
                           AND FUNCTION TRIM(WS-BLK-BLOCKED) =
                               FUNCTION TRIM(WS-PAIR-B))
                          OR (FUNCTION TRIM(WS-BLK-BLOCKER) =
                              FUNCTION TRIM(WS-PAIR-B)
                              AND FUNCTION TRIM(WS-BLK-BLOCKED) =
                                  FUNCTION TRIM(WS-PAIR-A))
                           MOVE 'Y' TO WS-BLOCKED-PAIR
                           MOVE 'Y' TO WS-EOF-FLAG
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE BLOCKS-FILE.
           MOVE 'N' TO WS-EOF-FLAG.
           EXIT SECTION.

       DISPLAY-AND-LOG SECTION.
           DISPLAY WS-MESSAGE.
           MOVE WS-MESSAGE TO OUTPUT-RECORD.
           WRITE OUTPUT-RECORD.
           EXIT.
