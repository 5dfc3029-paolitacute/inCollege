           SELECT ARCHIVE-FILE ASSIGN TO "messages_archive.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.
           SELECT FOLDERS-FILE ASSIGN TO "mail_folders.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FOLDERS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVE-FILE.
       01  ARCHIVE-RECORD     PIC X(500).

       FD  FOLDERS-FILE.
       01  FOLDERS-RECORD     PIC X(400).

       WORKING-STORAGE SECTION.
       01  WS-MBOX-STATUS     PIC X(2).
       01  WS-SENT-STATUS     PIC X(2).
      *> and UNSAVE-JOB use for their own files.
       01  WS-DEL-COUNT       PIC 9(3) VALUE 0.
       01  WS-DEL-CAP-WARNED  PIC X VALUE 'N'.
       01  WS-DEL-MATCHED     PIC 9(3) VALUE 0.
       01  WS-JRN-FILE        PIC X(30).
       01  WS-JRN-TEXT        PIC X(500).
       01  WS-JRN-RC          PIC X.
       01  WS-JRN-COUNT       PIC ZZ9.
       01  WS-DEL-TEMP-TABLE.
           05 WS-DEL-TEMP-RECORD OCCURS 500 TIMES PIC X(500).

       01  WS-SEARCH-HITS     PIC 9(3) VALUE 0.
       01  WS-HITS-TEXT       PIC Z(3).

      *> The caller's folders and which received messages are filed
      *> in them (mail_folders.txt, kept by MAIL-FOLDERS); anything
      *> not filed is in the Inbox.
       01  WS-FOLDERS-STATUS  PIC X(2).
       01  WS-MF-LINE         PIC X(400).
       01  WS-MF-OWNER        PIC X(20).
       01  WS-MF-KIND         PIC X(10).
       01  WS-MF-FOLDER       PIC X(20).
       01  WS-MF-F4           PIC X(30).
       01  WS-MF-F5           PIC X(200).
       01  WS-MF-PTR          PIC 9(3).
       01  WS-FOLDER-COUNT    PIC 9(3) VALUE 0.
       01  WS-FOLDER-TABLE.
           05 WS-FOLDER-ENTRY OCCURS 20 TIMES.
              10 WS-FOLDER-NAME     PIC X(20).
              10 WS-FOLDER-UNREAD   PIC 9(3).
       01  WS-INBOX-UNREAD    PIC 9(3) VALUE 0.
       01  WS-FILED-COUNT     PIC 9(3) VALUE 0.
       01  WS-FILED-TABLE.
           05 WS-FILED-ENTRY OCCURS 500 TIMES.
              10 WS-FILED-FOLDER    PIC X(20).
              10 WS-FILED-STAMP     PIC X(30).
              10 WS-FILED-SENDER    PIC X(20).
              10 WS-FILED-TEXT      PIC X(200).
       01  WS-MSG-FOLDER      PIC X(20).
       01  WS-WANTED-FOLDER   PIC X(20).
       01  WS-UC-FOLDER-A     PIC X(20).
       01  K                  PIC 9(3).
       01  WS-UNREAD-TEXT     PIC Z(2)9.

       LINKAGE SECTION.
      *> The logged-in user, passed from the main program
       01  LS-CURRENT-USER    PIC X(20).
      *> 'S' = Success (messages found), 'F' = No messages, 'X' = Error
       01  LS-RETURN-CODE     PIC X.
      *> For SEARCH: word to look for in the message body (blank = any;
      *> LS-PARTNER doubles as the sender filter, blank = any, and
      *> LS-TIMESTAMP as the folder to look in -- blank for every
      *> folder, "Inbox" for mail not filed anywhere)
       01  LS-KEYWORD         PIC X(50).

       PROCEDURE DIVISION USING LS-CURRENT-USER, LS-ACTION, LS-PARTNER,
       MOVE "---" TO WS-DISPLAY-LINE
       PERFORM DISPLAY-AND-LOG.

      *> With folders set up, say where the unread mail is before
      *> showing the threads (which still carry every message).
       PERFORM LOAD-MY-FOLDERS.
       IF WS-FOLDER-COUNT > 0
           PERFORM SHOW-FOLDER-UNREAD-COUNTS
       END-IF.

      *> Order the table by the real timestamps first, so a thread
      *> that crosses the new year still reads oldest to newest.
       PERFORM SORT-MESSAGES-BY-TIME.
      *> path never serves a deleted row.
       DELETE-MESSAGE SECTION.
       MOVE 0 TO WS-DEL-COUNT
       MOVE 0 TO WS-DEL-MATCHED
       MOVE 'N' TO WS-DEL-CAP-WARNED
       MOVE 'N' TO WS-EOF-FLAG
       MOVE 'N' TO WS-MSG-FOUND-FLAG.
                      AND FUNCTION TRIM(WS-RECIPIENT) = FUNCTION TRIM(LS-PARTNER)
                      AND FUNCTION TRIM(WS-TIMESTAMP) = FUNCTION TRIM(LS-TIMESTAMP)
                       MOVE 'Y' TO WS-MSG-FOUND-FLAG
                       ADD 1 TO WS-DEL-MATCHED
                   ELSE
                       IF WS-DEL-COUNT < 500
                           ADD 1 TO WS-DEL-COUNT
       END-PERFORM.
       CLOSE MESSAGES-FILE.

      *> The delete journals only how many rows went ("*DEL*"), for
      *> the nightly balancing.
       MOVE WS-DEL-MATCHED TO WS-JRN-COUNT.
       INITIALIZE WS-JRN-TEXT.
       STRING "messages.txt~" FUNCTION TRIM(WS-JRN-COUNT)
              "~VIEW-MESSAGE"
           DELIMITED BY SIZE INTO WS-JRN-TEXT.
       MOVE "*DEL*" TO WS-JRN-FILE.
       CALL "DATA-JOURNAL" USING WS-JRN-FILE, WS-JRN-TEXT, WS-JRN-RC.

      *> Keep the per-user partitions in step with the trimmed store.
       CALL "MAILBOX-MIGRATE".

                              FUNCTION TRIM(WS-SENDER) DELIMITED BY SIZE
                              INTO WS-DISPLAY-LINE
                   END-IF
                   PERFORM FIND-MESSAGE-FOLDER
                   IF WS-MSG-FOLDER > SPACES
                       MOVE WS-DISPLAY-LINE TO WS-STORED-LINE
                       MOVE SPACES TO WS-DISPLAY-LINE
                       STRING FUNCTION TRIM(WS-STORED-LINE) " ["
                              FUNCTION TRIM(WS-MSG-FOLDER) "]"
                           DELIMITED BY SIZE INTO WS-DISPLAY-LINE
                   END-IF
               ELSE
                   STRING "To: " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-RECIPIENT) DELIMITED BY SIZE
      *> Search only what this user could read anyway: their own
      *> partitions when present, the legacy file otherwise.
       PERFORM LOAD-USER-MESSAGES.
       PERFORM LOAD-MY-FOLDERS.
       MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(LS-TIMESTAMP))
           TO WS-WANTED-FOLDER.
       IF WS-WANTED-FOLDER = "ALL"
           MOVE SPACES TO WS-WANTED-FOLDER
       END-IF.
       IF WS-MSG-COUNT = 0
           MOVE "You have no messages to search." TO WS-DISPLAY-LINE
           PERFORM DISPLAY-AND-LOG
               EXIT SECTION
           END-IF.

      *> A folder filter looks only at mail received into it; sent
      *> copies belong to no folder.
           MOVE SPACES TO WS-MSG-FOLDER.
           IF FUNCTION TRIM(WS-RECIPIENT) = FUNCTION TRIM(LS-CURRENT-USER)
               PERFORM FIND-MESSAGE-FOLDER
           END-IF.
           IF WS-WANTED-FOLDER > SPACES
               IF FUNCTION TRIM(WS-RECIPIENT) NOT =
                  FUNCTION TRIM(LS-CURRENT-USER)
                   EXIT SECTION
               END-IF
               IF WS-WANTED-FOLDER = "INBOX"
                   IF WS-MSG-FOLDER > SPACES
                       EXIT SECTION
                   END-IF
               ELSE
                   MOVE FUNCTION UPPER-CASE(WS-MSG-FOLDER)
                       TO WS-UC-FOLDER-A
                   IF WS-UC-FOLDER-A NOT = WS-WANTED-FOLDER
                       EXIT SECTION
                   END-IF
               END-IF
           END-IF.

           IF FUNCTION TRIM(LS-KEYWORD) > SPACES
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-MESSAGE-CONTENT))
                   TO WS-UC-CONTENT
                  "): " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-MESSAGE-CONTENT) DELIMITED BY SIZE
                  INTO WS-DISPLAY-LINE.
           IF WS-MSG-FOLDER > SPACES
               MOVE WS-DISPLAY-LINE TO WS-STORED-LINE
               MOVE SPACES TO WS-DISPLAY-LINE
               STRING "[" FUNCTION TRIM(WS-MSG-FOLDER) "] "
                      FUNCTION TRIM(WS-STORED-LINE)
                   DELIMITED BY SIZE INTO WS-DISPLAY-LINE
           END-IF.
           PERFORM DISPLAY-AND-LOG.
           EXIT SECTION.

      *> The caller's folder names and filed messages, from
      *> mail_folders.txt; no file or no rows leaves both tables empty.
       LOAD-MY-FOLDERS SECTION.
           MOVE 0 TO WS-FOLDER-COUNT.
           MOVE 0 TO WS-FILED-COUNT.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT FOLDERS-FILE.
           IF WS-FOLDERS-STATUS NOT = "00"
               CLOSE FOLDERS-FILE
               MOVE 'N' TO WS-EOF-FLAG
               EXIT SECTION
           END-IF.
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ FOLDERS-FILE INTO WS-MF-LINE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM TAKE-FOLDERS-ROW
               END-READ
           END-PERFORM.
           CLOSE FOLDERS-FILE.
           MOVE 'N' TO WS-EOF-FLAG.
           EXIT SECTION.

       TAKE-FOLDERS-ROW SECTION.
           MOVE SPACES TO WS-MF-OWNER, WS-MF-KIND, WS-MF-FOLDER,
                          WS-MF-F4, WS-MF-F5.
           MOVE 1 TO WS-MF-PTR.
           UNSTRING WS-MF-LINE DELIMITED BY "~"
               INTO WS-MF-OWNER, WS-MF-KIND, WS-MF-FOLDER, WS-MF-F4,
                    WS-MF-F5
               WITH POINTER WS-MF-PTR
           END-UNSTRING.
           IF FUNCTION TRIM(WS-MF-OWNER) NOT = FUNCTION TRIM(LS-CURRENT-USER)
               EXIT SECTION
           END-IF.
           IF WS-MF-KIND = "FOLDER" AND WS-FOLDER-COUNT < 20
               ADD 1 TO WS-FOLDER-COUNT
               MOVE WS-MF-FOLDER TO WS-FOLDER-NAME(WS-FOLDER-COUNT)
               MOVE 0 TO WS-FOLDER-UNREAD(WS-FOLDER-COUNT)
           END-IF.
           IF WS-MF-KIND = "FILED" AND WS-FILED-COUNT < 500
               ADD 1 TO WS-FILED-COUNT
               MOVE WS-MF-FOLDER TO WS-FILED-FOLDER(WS-FILED-COUNT)
               MOVE WS-MF-F4 TO WS-FILED-STAMP(WS-FILED-COUNT)
               MOVE WS-MF-F5 TO WS-FILED-SENDER(WS-FILED-COUNT)
               MOVE SPACES TO WS-FILED-TEXT(WS-FILED-COUNT)
      *> the body runs to the end of the row, "~" and all
               IF WS-MF-PTR <= 400
                   MOVE WS-MF-LINE(WS-MF-PTR:)
                       TO WS-FILED-TEXT(WS-FILED-COUNT)
               END-IF
           END-IF.
           EXIT SECTION.

      *> WS-MSG-FOLDER for the just-parsed received message: the folder
      *> it is filed in, or blank for the Inbox.
       FIND-MESSAGE-FOLDER SECTION.
           MOVE SPACES TO WS-MSG-FOLDER.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-FILED-COUNT
               IF FUNCTION TRIM(WS-FILED-STAMP(K)) =
                  FUNCTION TRIM(WS-TIMESTAMP)
                  AND FUNCTION TRIM(WS-FILED-SENDER(K)) =
                      FUNCTION TRIM(WS-SENDER)
                  AND FUNCTION TRIM(WS-FILED-TEXT(K)) =
                      FUNCTION TRIM(WS-MESSAGE-CONTENT)
                   MOVE WS-FILED-FOLDER(K) TO WS-MSG-FOLDER
               END-IF
           END-PERFORM.
           EXIT SECTION.

      *> Unread received mail counted by where it is filed, Inbox
      *> first, then each folder in the order it was made.
       SHOW-FOLDER-UNREAD-COUNTS SECTION.
           MOVE 0 TO WS-INBOX-UNREAD.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-MSG-COUNT
               PERFORM PARSE-MSG-RECORD
               IF FUNCTION TRIM(WS-RECIPIENT) =
                  FUNCTION TRIM(LS-CURRENT-USER)
                  AND FUNCTION TRIM(WS-READ-STATUS) = "UNREAD"
                   PERFORM FIND-MESSAGE-FOLDER
                   PERFORM COUNT-ONE-UNREAD
               END-IF
           END-PERFORM.

           MOVE WS-INBOX-UNREAD TO WS-UNREAD-TEXT.
           MOVE SPACES TO WS-DISPLAY-LINE.
           STRING "Inbox: " FUNCTION TRIM(WS-UNREAD-TEXT) " unread"
               DELIMITED BY SIZE INTO WS-DISPLAY-LINE.
           PERFORM DISPLAY-AND-LOG.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-FOLDER-COUNT
               MOVE WS-FOLDER-UNREAD(K) TO WS-UNREAD-TEXT
               MOVE SPACES TO WS-DISPLAY-LINE
               STRING FUNCTION TRIM(WS-FOLDER-NAME(K)) ": "
                      FUNCTION TRIM(WS-UNREAD-TEXT) " unread"
                   DELIMITED BY SIZE INTO WS-DISPLAY-LINE
               PERFORM DISPLAY-AND-LOG
           END-PERFORM.
           MOVE "---" TO WS-DISPLAY-LINE.
           PERFORM DISPLAY-AND-LOG.
           EXIT SECTION.

       COUNT-ONE-UNREAD SECTION.
           IF WS-MSG-FOLDER = SPACES
               ADD 1 TO WS-INBOX-UNREAD
               EXIT SECTION
           END-IF.
           MOVE FUNCTION UPPER-CASE(WS-MSG-FOLDER) TO WS-UC-FOLDER-A.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-FOLDER-COUNT
               IF FUNCTION UPPER-CASE(WS-FOLDER-NAME(K)) = WS-UC-FOLDER-A
                   ADD 1 TO WS-FOLDER-UNREAD(K)
                   MOVE WS-FOLDER-COUNT TO K
               END-IF
           END-PERFORM.
           EXIT SECTION.

      *> This needs its own log routine
      *> to write to both screen and file.
       DISPLAY-AND-LOG SECTION.
