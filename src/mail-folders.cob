       >>SOURCE FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAIL-FOLDERS.
       AUTHOR. Paola
       DATE-WRITTEN. 10/15/2026

       *> Named folders for a user's mailbox partition, and the filing
       *> rules that sort incoming mail into them as SEND-MESSAGE
       *> delivers it. Everything lives in mail_folders.txt, keyed by
       *> the mailbox owner in the first field:
       *>   owner~FOLDER~name
       *>   owner~RULE~folder~type~value
       *>   owner~FILED~folder~stamp~sender~text
       *> A FILED row places one received message in a folder, matched
       *> on sender + timestamp + body: the timestamp only runs to the
       *> minute, and a broadcast and a direct message can share one.
       *> Mail with no FILED row is in the Inbox. The messages
       *> themselves never move, so the partition rebuild and the
       *> archive pass go on reading messages.txt exactly as before.
       *> Rule types: SENDER (value is a username), CONTAINS (value is
       *> text looked for in the body, any case), BROADCAST and
       *> TEMPLATE (mail that arrived through a broadcast / a pool
       *> message, or through an employer's message template; no
       *> value). Rules are tried in the order they were added; the
       *> first that matches files the message.
       *> Actions:
       *>   CREATE    new folder LS-FOLDER
       *>   DROP      remove folder LS-FOLDER with its rules; its mail
       *>             goes back to the Inbox
       *>   ADDRULE   rule LS-KIND / LS-VALUE filing into LS-FOLDER
       *>   DROPRULE  remove that rule
       *>   MOVE      file the message from LS-SENDER stamped LS-STAMP
       *>             in LS-FOLDER ("Inbox" takes it back out)
       *>   FILE      SEND-MESSAGE's delivery hook: LS-OWNER is the
       *>             recipient, LS-KIND the origin (BROADCAST,
       *>             TEMPLATE or blank), LS-VALUE the body; the folder
       *>             chosen comes back in LS-FOLDER
       *>   LIST      show the owner's folders and rules
       *>   ANY       does the owner have any folders at all
       *> Return codes: 'S' done, 'F' nothing to do (no rule matched,
       *> no such message or rule, no folders), 'D' already exists,
       *> 'N' no such folder, 'V' bad name, type or value, 'C' folder
       *> limit reached, 'X' file error or bad action.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FOLDERS-FILE ASSIGN TO "mail_folders.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FOLDERS-STATUS.
           SELECT WORK-FILE ASSIGN TO "mail_folders.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.
           SELECT MBOX-FILE ASSIGN TO WS-MBOX-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MBOX-STATUS.
           SELECT MESSAGES-FILE ASSIGN TO "messages.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MESSAGES-STATUS.
           SELECT OUTPUT-FILE ASSIGN TO "InCollege-Output.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUTPUT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FOLDERS-FILE.
       01  FOLDERS-RECORD       PIC X(400).

       FD  WORK-FILE.
       01  WORK-RECORD          PIC X(400).

       FD  MBOX-FILE.
       01  MBOX-RECORD          PIC X(500).

       FD  MESSAGES-FILE.
       01  MESSAGE-RECORD       PIC X(500).

       FD  OUTPUT-FILE.
       01  OUTPUT-RECORD        PIC X(350).

       WORKING-STORAGE SECTION.
       01  WS-FOLDERS-STATUS    PIC X(2).
       01  WS-WORK-STATUS       PIC X(2).
       01  WS-MBOX-STATUS       PIC X(2).
       01  WS-MESSAGES-STATUS   PIC X(2).
       01  WS-OUTPUT-STATUS     PIC X(2).
       01  WS-MBOX-NAME         PIC X(40).
       01  WS-EOF-FLAG          PIC X VALUE 'N'.
       01  WS-MESSAGE           PIC X(200).
       01  WS-LINE              PIC X(400).
       01  WS-NEW-LINE          PIC X(400).

      *> mail_folders.txt row fields
       01  WS-MF-OWNER          PIC X(20).
       01  WS-MF-KIND           PIC X(10).
       01  WS-MF-FOLDER         PIC X(20).
       01  WS-MF-F4             PIC X(30).
       01  WS-MF-F5             PIC X(200).
       01  WS-MF-TEXT           PIC X(200).
       01  WS-MF-PTR            PIC 9(3).

      *> Upper-cased copies for the any-case comparisons
       01  WS-WANTED-FOLDER-UC  PIC X(20).
       01  WS-ROW-FOLDER-UC     PIC X(20).
       01  WS-RULE-TYPE         PIC X(10).
       01  WS-RULE-VALUE        PIC X(200).
       01  WS-UC-BODY           PIC X(200).
       01  WS-UC-VALUE          PIC X(200).
       01  WS-TALLY             PIC 9(3).

       01  WS-FOLDER-COUNT      PIC 9(3) VALUE 0.
       01  WS-FOLDER-MAX        PIC 9(3) VALUE 20.
       01  WS-FOLDER-FOUND      PIC X VALUE 'N'.
       01  WS-FOLDER-SPELLING   PIC X(20).
       01  WS-RULE-FOUND        PIC X VALUE 'N'.
       01  WS-RULE-COUNT        PIC 9(3) VALUE 0.
       01  WS-ROW-DROPPED       PIC X.
       01  WS-DROPPED           PIC 9(4) VALUE 0.
       01  WS-FILED             PIC X VALUE 'N'.

      *> Message lookup for MOVE
       01  WS-MSG-LINE          PIC X(500).
       01  WS-MSG-SR            PIC X(41).
       01  WS-MSG-SENDER        PIC X(20).
       01  WS-MSG-RECIP         PIC X(20).
       01  WS-MSG-TEXT          PIC X(200).
       01  WS-MSG-TS            PIC X(30).
       01  WS-MSG-FOUND         PIC X VALUE 'N'.
       01  WS-FILED-TEXT        PIC X(200).

      *> LIST display
       01  WS-LIST-TABLE.
           05 WS-LIST-FOLDER OCCURS 20 TIMES PIC X(20).
       01  I                    PIC 9(3).

       LINKAGE SECTION.
       01  LS-OWNER             PIC X(20).
       01  LS-ACTION            PIC X(10).
       01  LS-FOLDER            PIC X(20).
       01  LS-SENDER            PIC X(20).
       01  LS-STAMP             PIC X(30).
      *> ADDRULE/DROPRULE: the rule type; FILE: the message's origin
       01  LS-KIND              PIC X(10).
      *> ADDRULE/DROPRULE: the rule value; FILE: the message body
       01  LS-VALUE             PIC X(200).
       01  LS-RETURN-CODE       PIC X.

       PROCEDURE DIVISION USING LS-OWNER, LS-ACTION, LS-FOLDER,
                                 LS-SENDER, LS-STAMP, LS-KIND,
                                 LS-VALUE, LS-RETURN-CODE.

           MOVE 'F' TO LS-RETURN-CODE.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(LS-FOLDER))
               TO WS-WANTED-FOLDER-UC.

           EVALUATE FUNCTION TRIM(LS-ACTION)
               WHEN "CREATE"
                   PERFORM CREATE-FOLDER
               WHEN "DROP"
                   PERFORM DROP-FOLDER
               WHEN "ADDRULE"
                   PERFORM ADD-RULE
               WHEN "DROPRULE"
                   PERFORM DROP-RULE
               WHEN "MOVE"
                   PERFORM MOVE-MESSAGE
               WHEN "FILE"
                   PERFORM FILE-INCOMING
               WHEN "LIST"
                   PERFORM LIST-FOLDERS
               WHEN "ANY"
                   PERFORM SCAN-OWNER-ROWS
                   IF WS-FOLDER-COUNT > 0
                       MOVE 'S' TO LS-RETURN-CODE
                   END-IF
               WHEN OTHER
                   MOVE 'X' TO LS-RETURN-CODE
           END-EVALUATE.
           GOBACK.

      *> "Inbox" and "All" are the names the search and the move
      *> prompt already use, and the delimiters would split a row.
       CREATE-FOLDER SECTION.
           IF WS-WANTED-FOLDER-UC = SPACES
              OR WS-WANTED-FOLDER-UC = "INBOX"
              OR WS-WANTED-FOLDER-UC = "ALL"
               MOVE 'V' TO LS-RETURN-CODE
               EXIT SECTION
           END-IF.
           MOVE 0 TO WS-TALLY.
           INSPECT LS-FOLDER TALLYING WS-TALLY FOR ALL "~" ALL ">"
                                                  ALL ":".
           IF WS-TALLY > 0
               MOVE 'V' TO LS-RETURN-CODE
               EXIT SECTION
           END-IF.

           PERFORM SCAN-OWNER-ROWS.
           IF WS-FOLDER-FOUND = 'Y'
               MOVE 'D' TO LS-RETURN-CODE
               EXIT SECTION
           END-IF.
           IF WS-FOLDER-COUNT >= WS-FOLDER-MAX
               MOVE 'C' TO LS-RETURN-CODE
               EXIT SECTION
           END-IF.

           INITIALIZE WS-NEW-LINE.
           STRING FUNCTION TRIM(LS-OWNER) "~FOLDER~"
                  FUNCTION TRIM(LS-FOLDER)
               DELIMITED BY SIZE INTO WS-NEW-LINE.
           PERFORM APPEND-NEW-LINE.
           EXIT SECTION.

       DROP-FOLDER SECTION.
           PERFORM SCAN-OWNER-ROWS.
           IF WS-FOLDER-FOUND NOT = 'Y'
               MOVE 'N' TO LS-RETURN-CODE
               EXIT SECTION
           END-IF.
           PERFORM REWRITE-WITHOUT-DROPPED.
           EXIT SECTION.

       ADD-RULE SECTION.
           PERFORM NORMALIZE-RULE.
           IF LS-RETURN-CODE = 'V'
               EXIT SECTION
           END-IF.
           PERFORM SCAN-OWNER-ROWS.
           IF WS-FOLDER-FOUND NOT = 'Y'
               MOVE 'N' TO LS-RETURN-CODE
               EXIT SECTION
           END-IF.
           IF WS-RULE-FOUND = 'Y'
               MOVE 'D' TO LS-RETURN-CODE
               EXIT SECTION
           END-IF.

           INITIALIZE WS-NEW-LINE.
           STRING FUNCTION TRIM(LS-OWNER) "~RULE~"
                  FUNCTION TRIM(WS-FOLDER-SPELLING) "~"
                  FUNCTION TRIM(WS-RULE-TYPE) "~"
                  FUNCTION TRIM(WS-RULE-VALUE)
               DELIMITED BY SIZE INTO WS-NEW-LINE.
           PERFORM APPEND-NEW-LINE.
           EXIT SECTION.

       DROP-RULE SECTION.
           PERFORM NORMALIZE-RULE.
           IF LS-RETURN-CODE = 'V'
               EXIT SECTION
           END-IF.
           PERFORM SCAN-OWNER-ROWS.
           IF WS-FOLDER-FOUND NOT = 'Y'
               MOVE 'N' TO LS-RETURN-CODE
               EXIT SECTION
           END-IF.
           IF WS-RULE-FOUND NOT = 'Y'
               MOVE 'F' TO LS-RETURN-CODE
               EXIT SECTION
           END-IF.
           PERFORM REWRITE-WITHOUT-DROPPED.
           EXIT SECTION.

      *> Rule type upper-cased; SENDER and CONTAINS need a value (no
      *> "~", which would split the row), the origin types take none.
       NORMALIZE-RULE SECTION.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(LS-KIND))
               TO WS-RULE-TYPE.
           MOVE FUNCTION TRIM(LS-VALUE) TO WS-RULE-VALUE.
           EVALUATE WS-RULE-TYPE
               WHEN "SENDER"
               WHEN "CONTAINS"
                   IF WS-RULE-VALUE = SPACES
                       MOVE 'V' TO LS-RETURN-CODE
                       EXIT SECTION
                   END-IF
                   MOVE 0 TO WS-TALLY
                   INSPECT WS-RULE-VALUE TALLYING WS-TALLY FOR ALL "~"
                   IF WS-TALLY > 0
                       MOVE 'V' TO LS-RETURN-CODE
                       EXIT SECTION
                   END-IF
               WHEN "BROADCAST"
               WHEN "TEMPLATE"
                   MOVE SPACES TO WS-RULE-VALUE
               WHEN OTHER
                   MOVE 'V' TO LS-RETURN-CODE
           END-EVALUATE.
           EXIT SECTION.

      *> The message must be one the owner received -- their mbox
      *> partition, or messages.txt for an account from before the
      *> split. Any earlier filing of it is replaced.
       MOVE-MESSAGE SECTION.
           IF WS-WANTED-FOLDER-UC NOT = "INBOX"
               PERFORM SCAN-OWNER-ROWS
               IF WS-FOLDER-FOUND NOT = 'Y'
                   MOVE 'N' TO LS-RETURN-CODE
                   EXIT SECTION
               END-IF
           END-IF.

           PERFORM FIND-RECEIVED-MESSAGE.
           IF WS-MSG-FOUND NOT = 'Y'
               MOVE 'F' TO LS-RETURN-CODE
               EXIT SECTION
           END-IF.

           PERFORM REWRITE-WITHOUT-DROPPED.
           IF LS-RETURN-CODE = 'X'
               EXIT SECTION
           END-IF.
           IF WS-WANTED-FOLDER-UC NOT = "INBOX"
               MOVE WS-MSG-SENDER TO LS-SENDER
               MOVE WS-MSG-TS TO LS-STAMP
               MOVE WS-FOLDER-SPELLING TO LS-FOLDER
               MOVE WS-MSG-TEXT TO WS-FILED-TEXT
               PERFORM WRITE-FILED-ROW
           END-IF.
           MOVE 'S' TO LS-RETURN-CODE.
           EXIT SECTION.

       FIND-RECEIVED-MESSAGE SECTION.
           MOVE 'N' TO WS-MSG-FOUND.
           MOVE SPACES TO WS-MBOX-NAME.
           STRING "mbox_" FUNCTION TRIM(LS-OWNER) ".txt"
               DELIMITED BY SIZE INTO WS-MBOX-NAME.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT MBOX-FILE.
           IF WS-MBOX-STATUS = "00"
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ MBOX-FILE INTO WS-MSG-LINE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM JUDGE-MESSAGE-LINE
                   END-READ
               END-PERFORM
               CLOSE MBOX-FILE
               EXIT SECTION
           END-IF.
           CLOSE MBOX-FILE.

           OPEN INPUT MESSAGES-FILE.
           IF WS-MESSAGES-STATUS = "00"
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ MESSAGES-FILE INTO WS-MSG-LINE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM JUDGE-MESSAGE-LINE
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE MESSAGES-FILE.
           EXIT SECTION.

       JUDGE-MESSAGE-LINE SECTION.
           MOVE SPACES TO WS-MSG-SR, WS-MSG-SENDER, WS-MSG-RECIP,
                          WS-MSG-TEXT, WS-MSG-TS.
           UNSTRING WS-MSG-LINE DELIMITED BY ">>"
               INTO WS-MSG-SR, WS-MSG-TEXT, WS-MSG-TS
           END-UNSTRING.
           UNSTRING WS-MSG-SR DELIMITED BY ":"
               INTO WS-MSG-SENDER, WS-MSG-RECIP
           END-UNSTRING.
           IF FUNCTION TRIM(WS-MSG-RECIP) = FUNCTION TRIM(LS-OWNER)
              AND FUNCTION TRIM(WS-MSG-SENDER) = FUNCTION TRIM(LS-SENDER)
              AND FUNCTION TRIM(WS-MSG-TS) = FUNCTION TRIM(LS-STAMP)
               MOVE 'Y' TO WS-MSG-FOUND
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF.
           EXIT SECTION.

      *> Delivery hook: the owner's rules in the order they were
      *> added, first match wins. No rules, no folders file, or no
      *> match all leave the message in the Inbox.
       FILE-INCOMING SECTION.
           MOVE 'N' TO WS-FILED.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(LS-VALUE))
               TO WS-UC-BODY.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT FOLDERS-FILE.
           IF WS-FOLDERS-STATUS NOT = "00"
               CLOSE FOLDERS-FILE
               EXIT SECTION
           END-IF.
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ FOLDERS-FILE INTO WS-LINE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM SPLIT-FOLDERS-ROW
                       IF FUNCTION TRIM(WS-MF-OWNER) =
                          FUNCTION TRIM(LS-OWNER)
                          AND WS-MF-KIND = "RULE"
                           PERFORM JUDGE-RULE-FOR-FILING
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FOLDERS-FILE.

           IF WS-FILED = 'Y'
               MOVE LS-VALUE TO WS-FILED-TEXT
               PERFORM WRITE-FILED-ROW
               MOVE 'S' TO LS-RETURN-CODE
           ELSE
               MOVE SPACES TO LS-FOLDER
           END-IF.
           EXIT SECTION.

       JUDGE-RULE-FOR-FILING SECTION.
           EVALUATE FUNCTION TRIM(WS-MF-F4)
               WHEN "SENDER"
                   IF FUNCTION TRIM(WS-MF-F5) = FUNCTION TRIM(LS-SENDER)
                       MOVE 'Y' TO WS-FILED
                   END-IF
               WHEN "CONTAINS"
                   MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-MF-F5))
                       TO WS-UC-VALUE
                   MOVE 0 TO WS-TALLY
                   INSPECT WS-UC-BODY TALLYING WS-TALLY
                       FOR ALL FUNCTION TRIM(WS-UC-VALUE)
                   IF WS-TALLY > 0
                       MOVE 'Y' TO WS-FILED
                   END-IF
               WHEN "BROADCAST"
               WHEN "TEMPLATE"
                   IF FUNCTION TRIM(WS-MF-F4) = FUNCTION TRIM(LS-KIND)
                       MOVE 'Y' TO WS-FILED
                   END-IF
           END-EVALUATE.
           IF WS-FILED = 'Y'
               MOVE WS-MF-FOLDER TO LS-FOLDER
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF.
           EXIT SECTION.

       WRITE-FILED-ROW SECTION.
           INITIALIZE WS-NEW-LINE.
           STRING FUNCTION TRIM(LS-OWNER) "~FILED~"
                  FUNCTION TRIM(LS-FOLDER) "~"
                  FUNCTION TRIM(LS-STAMP) "~"
                  FUNCTION TRIM(LS-SENDER) "~"
                  FUNCTION TRIM(WS-FILED-TEXT)
               DELIMITED BY SIZE INTO WS-NEW-LINE.
           PERFORM APPEND-NEW-LINE.
           EXIT SECTION.

       LIST-FOLDERS SECTION.
           OPEN EXTEND OUTPUT-FILE.
           PERFORM SCAN-OWNER-ROWS.
           IF WS-FOLDER-COUNT = 0
               MOVE "You have no folders yet; all your mail is in the Inbox."
                   TO WS-MESSAGE
               PERFORM DISPLAY-AND-LOG
               CLOSE OUTPUT-FILE
               EXIT SECTION
           END-IF.

           MOVE "--- Your Folders ---" TO WS-MESSAGE.
           PERFORM DISPLAY-AND-LOG.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-FOLDER-COUNT
               MOVE WS-LIST-FOLDER(I) TO WS-MESSAGE
               PERFORM DISPLAY-AND-LOG
               MOVE FUNCTION UPPER-CASE(WS-LIST-FOLDER(I))
                   TO WS-WANTED-FOLDER-UC
               PERFORM LIST-RULES-FOR-FOLDER
           END-PERFORM.
           MOVE 'S' TO LS-RETURN-CODE.
           CLOSE OUTPUT-FILE.
           EXIT SECTION.

       LIST-RULES-FOR-FOLDER SECTION.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT FOLDERS-FILE.
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ FOLDERS-FILE INTO WS-LINE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM SPLIT-FOLDERS-ROW
                       IF FUNCTION TRIM(WS-MF-OWNER) =
                          FUNCTION TRIM(LS-OWNER)
                          AND WS-MF-KIND = "RULE"
                          AND WS-ROW-FOLDER-UC = WS-WANTED-FOLDER-UC
                           INITIALIZE WS-MESSAGE
                           IF WS-MF-F5 = SPACES
                               STRING "   rule: " FUNCTION TRIM(WS-MF-F4)
                                   DELIMITED BY SIZE INTO WS-MESSAGE
                           ELSE
                               STRING "   rule: " FUNCTION TRIM(WS-MF-F4)
                                      " " FUNCTION TRIM(WS-MF-F5)
                                   DELIMITED BY SIZE INTO WS-MESSAGE
                           END-IF
                           PERFORM DISPLAY-AND-LOG
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FOLDERS-FILE.
           EXIT SECTION.

      *> One pass over the owner's rows: how many folders they have
      *> (and their names, for LIST), whether LS-FOLDER is one of
      *> them (and its stored spelling), and whether the normalized
      *> rule already exists for it.
       SCAN-OWNER-ROWS SECTION.
           MOVE 0 TO WS-FOLDER-COUNT.
           MOVE 0 TO WS-RULE-COUNT.
           MOVE 'N' TO WS-FOLDER-FOUND.
           MOVE 'N' TO WS-RULE-FOUND.
           MOVE SPACES TO WS-FOLDER-SPELLING.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT FOLDERS-FILE.
           IF WS-FOLDERS-STATUS NOT = "00"
               CLOSE FOLDERS-FILE
               EXIT SECTION
           END-IF.
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ FOLDERS-FILE INTO WS-LINE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM SPLIT-FOLDERS-ROW
                       IF FUNCTION TRIM(WS-MF-OWNER) =
                          FUNCTION TRIM(LS-OWNER)
                           PERFORM TALLY-OWNER-ROW
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FOLDERS-FILE.
           EXIT SECTION.

       TALLY-OWNER-ROW SECTION.
           IF WS-MF-KIND = "FOLDER"
               ADD 1 TO WS-FOLDER-COUNT
               IF WS-FOLDER-COUNT <= 20
                   MOVE WS-MF-FOLDER TO WS-LIST-FOLDER(WS-FOLDER-COUNT)
               END-IF
               IF WS-ROW-FOLDER-UC = WS-WANTED-FOLDER-UC
                   MOVE 'Y' TO WS-FOLDER-FOUND
                   MOVE WS-MF-FOLDER TO WS-FOLDER-SPELLING
               END-IF
           END-IF.
           IF WS-MF-KIND = "RULE"
              AND WS-ROW-FOLDER-UC = WS-WANTED-FOLDER-UC
              AND FUNCTION TRIM(WS-MF-F4) = FUNCTION TRIM(WS-RULE-TYPE)
              AND FUNCTION TRIM(WS-MF-F5) = FUNCTION TRIM(WS-RULE-VALUE)
               MOVE 'Y' TO WS-RULE-FOUND
           END-IF.
           EXIT SECTION.

      *> A FILED row's body is everything after the fifth "~", so a
      *> "~" inside the message cannot cut it short.
       SPLIT-FOLDERS-ROW SECTION.
           MOVE SPACES TO WS-MF-OWNER, WS-MF-KIND, WS-MF-FOLDER,
                          WS-MF-F4, WS-MF-F5, WS-MF-TEXT.
           MOVE 1 TO WS-MF-PTR.
           UNSTRING WS-LINE DELIMITED BY "~"
               INTO WS-MF-OWNER, WS-MF-KIND, WS-MF-FOLDER, WS-MF-F4,
                    WS-MF-F5
               WITH POINTER WS-MF-PTR
           END-UNSTRING.
           IF WS-MF-PTR <= 400
               MOVE WS-LINE(WS-MF-PTR:) TO WS-MF-TEXT
           END-IF.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-MF-FOLDER))
               TO WS-ROW-FOLDER-UC.
           EXIT SECTION.

      *> Streams mail_folders.txt through mail_folders.tmp, leaving out
      *> the rows the action removes, then copies it back -- no table
      *> between the file and its size, since FILED rows grow with
      *> the mail.
       REWRITE-WITHOUT-DROPPED SECTION.
           MOVE 0 TO WS-DROPPED.
           OPEN INPUT FOLDERS-FILE.
           IF WS-FOLDERS-STATUS NOT = "00"
               CLOSE FOLDERS-FILE
               MOVE 'S' TO LS-RETURN-CODE
               EXIT SECTION
           END-IF.
           OPEN OUTPUT WORK-FILE.
           IF WS-WORK-STATUS NOT = "00"
               CLOSE WORK-FILE
               CLOSE FOLDERS-FILE
               MOVE 'X' TO LS-RETURN-CODE
               EXIT SECTION
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ FOLDERS-FILE INTO WS-LINE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM JUDGE-ROW-FOR-DROP
                       IF WS-ROW-DROPPED = 'Y'
                           ADD 1 TO WS-DROPPED
                       ELSE
                           WRITE WORK-RECORD FROM WS-LINE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE WORK-FILE.
           CLOSE FOLDERS-FILE.

           OPEN INPUT WORK-FILE.
           OPEN OUTPUT FOLDERS-FILE.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ WORK-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       WRITE FOLDERS-RECORD FROM WORK-RECORD
               END-READ
           END-PERFORM.
           CLOSE FOLDERS-FILE.
           CLOSE WORK-FILE.
           MOVE 'S' TO LS-RETURN-CODE.
           EXIT SECTION.

      *> DROP takes the folder, its rules and its filings; DROPRULE the
      *> one rule; MOVE the message's earlier filing.
       JUDGE-ROW-FOR-DROP SECTION.
           MOVE 'N' TO WS-ROW-DROPPED.
           PERFORM SPLIT-FOLDERS-ROW.
           IF FUNCTION TRIM(WS-MF-OWNER) NOT = FUNCTION TRIM(LS-OWNER)
               EXIT SECTION
           END-IF.
           EVALUATE FUNCTION TRIM(LS-ACTION)
               WHEN "DROP"
                   IF WS-ROW-FOLDER-UC = WS-WANTED-FOLDER-UC
                       MOVE 'Y' TO WS-ROW-DROPPED
                   END-IF
               WHEN "DROPRULE"
                   IF WS-MF-KIND = "RULE"
                      AND WS-ROW-FOLDER-UC = WS-WANTED-FOLDER-UC
                      AND FUNCTION TRIM(WS-MF-F4) =
                          FUNCTION TRIM(WS-RULE-TYPE)
                      AND FUNCTION TRIM(WS-MF-F5) =
                          FUNCTION TRIM(WS-RULE-VALUE)
                       MOVE 'Y' TO WS-ROW-DROPPED
                   END-IF
               WHEN "MOVE"
                   IF WS-MF-KIND = "FILED"
                      AND FUNCTION TRIM(WS-MF-F4) =
                          FUNCTION TRIM(WS-MSG-TS)
                      AND FUNCTION TRIM(WS-MF-F5) =
                          FUNCTION TRIM(WS-MSG-SENDER)
                      AND FUNCTION TRIM(WS-MF-TEXT) =
                          FUNCTION TRIM(WS-MSG-TEXT)
                       MOVE 'Y' TO WS-ROW-DROPPED
                   END-IF
           END-EVALUATE.
           EXIT SECTION.

       APPEND-NEW-LINE SECTION.
           OPEN EXTEND FOLDERS-FILE.
           IF WS-FOLDERS-STATUS = "35"
               OPEN OUTPUT FOLDERS-FILE
           END-IF.
           IF WS-FOLDERS-STATUS NOT = "00"
               CLOSE FOLDERS-FILE
               MOVE 'X' TO LS-RETURN-CODE
               EXIT SECTION
           END-IF.
           WRITE FOLDERS-RECORD FROM WS-NEW-LINE.
           CLOSE FOLDERS-FILE.
           MOVE 'S' TO LS-RETURN-CODE.
           EXIT SECTION.

       DISPLAY-AND-LOG SECTION.
           DISPLAY WS-MESSAGE.
           MOVE WS-MESSAGE TO OUTPUT-RECORD.
           WRITE OUTPUT-RECORD.
           EXIT.
