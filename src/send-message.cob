               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBS-STATUS.

           SELECT APPLICATIONS-FILE ASSIGN TO "applications.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APPLICATION-KEY
               ALTERNATE RECORD KEY IS APPLICATION-JOB-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-APPFILE-STATUS.

           SELECT BLOCKS-FILE ASSIGN TO "blocks.txt"
       01  JOB-RECORD         PIC X(500).

       FD  APPLICATIONS-FILE.
       01  APPLICATION-RECORD.
           05  APPLICATION-KEY.
               10  APPLICATION-USER    PIC X(20).
               10  APPLICATION-JOB-ID  PIC X(8).
           05  APPLICATION-JOB-KEY     PIC X(8).
           05  APPLICATION-ROW         PIC X(500).

       FD  BLOCKS-FILE.
       01  BLOCK-RECORD       PIC X(50).
       01  WS-BLK-BLOCKER     PIC X(20).
       01  WS-BLK-BLOCKED     PIC X(20).
       01  WS-BLOCKED-PAIR    PIC X VALUE 'N'.

      *> Campus restriction: a company the recipient's careers office
      *> has restricted may not message its students, sized to
      *> CAMPUS-RESTRICT's linkage.
       01  WS-CR-ACTION       PIC X(10).
       01  WS-RESTRICTION.
           05 WS-CR-COMPANY   PIC X(50).
           05 WS-CR-CAMPUS    PIC X(100).
           05 WS-CR-REVIEW    PIC X(8).
           05 WS-CR-REASON    PIC X(150).
           05 WS-CR-TARGET    PIC X(20).
       01  WS-CR-RC           PIC X.
       01  WS-AUDIT-EVENT     PIC X(20).
       01  WS-AUDIT-RC        PIC X.
       01  WS-SANITIZE-BUFFER PIC X(350).
       01  WS-SANITIZE-RC     PIC X.
       01  WS-JRN-FILE        PIC X(30).
       01  WS-JRN-RC          PIC X.

      *> Filing rules run on the recipient's side as the mail lands
       01  WS-FILE-ACTION     PIC X(10) VALUE "FILE".
       01  WS-FILE-FOLDER     PIC X(20).
       01  WS-FILE-ORIGIN     PIC X(10).
       01  WS-FILE-RC         PIC X.

      *> Pre-delivery screen, sized to MSG-HOLD's and MODERATION's
      *> linkage
       01  WS-HOLD-ACTION     PIC X(10).
       01  WS-HOLD-KIND       PIC X(8) VALUE "MESSAGE".
       01  WS-HOLD-TARGET     PIC X(40).
       01  WS-HOLD-REASON     PIC X(100).
       01  WS-HOLD-ID         PIC X(8).
       01  WS-HOLD-RC         PIC X.
       01  WS-MOD-ACTION      PIC X(10) VALUE "REPORT".
       01  WS-MOD-TYPE        PIC X(8) VALUE "HELDMSG".
       01  WS-MOD-TARGET      PIC X(80).
       01  WS-MOD-NUM         PIC 9(3).
       01  WS-MOD-RC          PIC X.

       LINKAGE SECTION.
       01  LS-SENDER          PIC X(20).
       01  LS-RECIPIENT       PIC X(20).
      *> 'Y' skips the account-existence/connection checks below, for
      *> callers (like VIEW-MESSAGE's reply shortcut) that already know
      *> the two users exchanged a message and so are obviously connected.
      *> Two modes serve MSG-SCHEDULE's send-later: 'C' runs every check
      *> and the length rule but stores nothing, handing the final text
      *> (sanitized, labeled) back in LS-MESSAGE-TEXT; 'Q' releases a
      *> held message the way 'Y' sends, without the confirmation line.
      *> 'B' and 'T' send like 'Y' but mark the mail as coming from a
      *> broadcast (or pool message) and from a message template, for
      *> the recipient's filing rules; 'b' and 't' are their quiet
      *> release forms, as 'Q' is for 'Y'.
      *> Every storing mode screens the text through MSG-HOLD first; a
      *> match goes to the moderation queue instead of the mailbox and
      *> comes back 'H'. 'R' is MODERATION delivering a held message
      *> a moderator released: no checks, no screen, no confirmation.
       01  LS-SKIP-VERIFY     PIC X.
       01  LS-RETURN-CODE     PIC X.
      *> When non-blank, used directly as the message body instead of
       MOVE FUNCTION TRIM(LS-SENDER) TO LS-SENDER
       MOVE FUNCTION TRIM(LS-RECIPIENT) TO LS-RECIPIENT

       MOVE SPACES TO WS-FILE-ORIGIN
       IF LS-SKIP-VERIFY = 'B' OR LS-SKIP-VERIFY = 'b'
           MOVE "BROADCAST" TO WS-FILE-ORIGIN
       END-IF
       IF LS-SKIP-VERIFY = 'T' OR LS-SKIP-VERIFY = 't'
           MOVE "TEMPLATE" TO WS-FILE-ORIGIN
       END-IF

       IF LS-SKIP-VERIFY NOT = 'Y' AND LS-SKIP-VERIFY NOT = 'Q'
          AND LS-SKIP-VERIFY NOT = 'R' AND WS-FILE-ORIGIN = SPACES
      *> 1) Verify recipient exists in accounts.dat (keyed read, same as
      *> LOGIN does) instead of scanning a flat file for the username.
       MOVE 'N' TO WS-FOUND-FLAG
       END-IF
       END-IF

       *> Recruiters of a company the recipient's careers office has
       *> restricted are refused whatever the route -- reply, pool
       *> message or template -- except a held message being released
       *> ('Q', 'R', 'b', 't'), which was judged when it was written.
       IF LS-SKIP-VERIFY NOT = 'Q' AND LS-SKIP-VERIFY NOT = 'R'
          AND LS-SKIP-VERIFY NOT = 'b' AND LS-SKIP-VERIFY NOT = 't'
           INITIALIZE WS-RESTRICTION
           MOVE "CHECKUSER" TO WS-CR-ACTION
           MOVE LS-RECIPIENT TO WS-CR-TARGET
           CALL "CAMPUS-RESTRICT" USING LS-SENDER, WS-CR-ACTION,
                                         WS-RESTRICTION, WS-CR-RC
           IF WS-CR-RC = 'R'
               MOVE "That student's careers office has restricted your company." TO WS-MESSAGE
               PERFORM DISPLAY-AND-LOG
               MOVE "RESTRICTED-MESSAGE" TO WS-AUDIT-EVENT
               CALL "AUDIT-LOG" USING LS-SENDER, WS-AUDIT-EVENT, 'F',
                                       WS-AUDIT-RC
               MOVE 'F' TO LS-RETURN-CODE
               GOBACK
           END-IF
       END-IF

        *> 3) Get the message content -- either read directly from the
        *> input file (normal single-recipient send), or use the text
        *> the caller already supplied (LS-MESSAGE-TEXT non-blank, as a
            MOVE FUNCTION TRIM(WS-RAW-MESSAGE) TO WS-MESSAGE-TEXT
        END-IF

        *> Check-only: everything above passed, so the message could
        *> be sent; hand back the text as it would be stored.
        IF LS-SKIP-VERIFY = 'C'
            MOVE WS-MESSAGE-TEXT TO LS-MESSAGE-TEXT
            MOVE 'S' TO LS-RETURN-CODE
            GOBACK
        END-IF

        *> Screen before delivery. A match is held for a moderator and
        *> never reaches the recipient's mailbox; the sender is told.
        IF LS-SKIP-VERIFY NOT = 'R'
            MOVE "SCREEN" TO WS-HOLD-ACTION
            MOVE LS-RECIPIENT TO WS-HOLD-TARGET
            CALL "MSG-HOLD" USING LS-SENDER, WS-HOLD-ACTION,
                                   WS-HOLD-KIND, WS-HOLD-TARGET,
                                   WS-MESSAGE-TEXT, WS-HOLD-REASON,
                                   WS-HOLD-ID, WS-HOLD-RC
            IF WS-HOLD-RC = 'H'
                PERFORM HOLD-FOR-REVIEW
                GOBACK
            END-IF
        END-IF

       *> 4) Persist message to messages.txt as Sender:Recipient>>Message>>Timestamp
       *> Ensure messages file exists and append
       OPEN EXTEND MESSAGES-FILE
       END-IF
       CLOSE MBOX-FILE

      *> The recipient's filing rules may put it straight in a folder.
       MOVE SPACES TO WS-FILE-FOLDER
       CALL "MAIL-FOLDERS" USING LS-RECIPIENT, WS-FILE-ACTION,
                                 WS-FILE-FOLDER, LS-SENDER,
                                 WS-TIMESTAMP, WS-FILE-ORIGIN,
                                 WS-MESSAGE-TEXT, WS-FILE-RC

       MOVE SPACES TO WS-SENT-NAME
       STRING "sent_" FUNCTION TRIM(LS-SENDER) ".txt"
           DELIMITED BY SIZE INTO WS-SENT-NAME
       MOVE "messages.txt" TO WS-JRN-FILE
       CALL "DATA-JOURNAL" USING WS-JRN-FILE, WS-STORED-LINE, WS-JRN-RC

       *> 5) Confirm to user (a scheduled release has no one watching)
       IF LS-SKIP-VERIFY NOT = 'Q' AND LS-SKIP-VERIFY NOT = 'b'
          AND LS-SKIP-VERIFY NOT = 't' AND LS-SKIP-VERIFY NOT = 'R'
           INITIALIZE WS-MESSAGE
           STRING "Message sent to " FUNCTION TRIM(LS-RECIPIENT) " successfully!" DELIMITED BY SIZE
               INTO WS-MESSAGE
           PERFORM DISPLAY-AND-LOG
       END-IF

       MOVE 'S' TO LS-RETURN-CODE
       GOBACK.

       *> Files the screened-out message in held_messages.txt and puts
       *> a flag on the moderation queue pointing at the hold id.
       HOLD-FOR-REVIEW SECTION.
       MOVE "HOLD" TO WS-HOLD-ACTION
       CALL "MSG-HOLD" USING LS-SENDER, WS-HOLD-ACTION, WS-HOLD-KIND,
                              WS-HOLD-TARGET, WS-MESSAGE-TEXT,
                              WS-HOLD-REASON, WS-HOLD-ID, WS-HOLD-RC
       IF WS-HOLD-RC NOT = 'S'
           MOVE "Error accessing messages file." TO WS-MESSAGE
           PERFORM DISPLAY-AND-LOG
           MOVE 'X' TO LS-RETURN-CODE
           EXIT SECTION
       END-IF
       MOVE WS-HOLD-ID TO WS-MOD-TARGET
       CALL "MODERATION" USING LS-SENDER, WS-MOD-ACTION, WS-MOD-TYPE,
                                WS-MOD-TARGET, WS-HOLD-REASON,
                                WS-MOD-NUM, WS-MOD-RC
       IF LS-SKIP-VERIFY NOT = 'Q' AND LS-SKIP-VERIFY NOT = 'b'
          AND LS-SKIP-VERIFY NOT = 't'
           INITIALIZE WS-MESSAGE
           STRING "Your message to " FUNCTION TRIM(LS-RECIPIENT)
                  " is held for review by a moderator."
                  DELIMITED BY SIZE INTO WS-MESSAGE
           PERFORM DISPLAY-AND-LOG
       END-IF
       MOVE 'H' TO LS-RETURN-CODE
       EXIT SECTION.

       REGISTER-PARTITION SECTION.
       OPEN EXTEND REGISTRY-FILE
       IF WS-REGISTRY-STATUS = "35"

      *> Sets WS-EMPLOYER-LINK when LS-RECIPIENT applied to one of
      *> LS-SENDER's own postings: first the sender's title/employer
      *> pairs from jobs.txt, then a match against applications.dat.
       CHECK-EMPLOYER-APPLICANT-LINK SECTION.
           MOVE 'N' TO WS-EMPLOYER-LINK.
           MOVE 0 TO WS-POSTER-JOB-COUNT.
               EXIT SECTION
           END-IF.

           MOVE LS-RECIPIENT TO APPLICATION-USER.
           MOVE LOW-VALUES TO APPLICATION-JOB-ID.
           START APPLICATIONS-FILE KEY IS NOT LESS THAN APPLICATION-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-FLAG
           END-START.
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ APPLICATIONS-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF APPLICATION-USER NOT = LS-RECIPIENT
                           MOVE 'Y' TO WS-EOF-FLAG
                       ELSE
                           MOVE APPLICATION-ROW TO WS-SCAN-LINE
                           MOVE SPACES TO WS-APP-USER, WS-APP-JOBNUM,
                                          WS-APP-TITLE, WS-APP-EMPLOYER
                           UNSTRING WS-SCAN-LINE DELIMITED BY "~"
                               INTO WS-APP-USER, WS-APP-JOBNUM,
                                    WS-APP-TITLE, WS-APP-EMPLOYER
                           END-UNSTRING
                           IF FUNCTION TRIM(WS-APP-USER) =
                              FUNCTION TRIM(LS-RECIPIENT)
                               PERFORM VARYING K FROM 1 BY 1
                                       UNTIL K > WS-POSTER-JOB-COUNT
                                   IF FUNCTION TRIM(WS-APP-TITLE) =
                                      FUNCTION TRIM(WS-POSTER-JOB-TITLE(K))
                                      AND FUNCTION TRIM(WS-APP-EMPLOYER) =
                                          FUNCTION TRIM(
                                              WS-POSTER-JOB-EMPLOYER(K))
                                       MOVE 'Y' TO WS-EMPLOYER-LINK
                                       MOVE 'Y' TO WS-EOF-FLAG
                                   END-IF
                               END-PERFORM
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
