       *> format are never moved. Archived mail stays reachable through
       *> MESSAGES-FLOW's "View Archived Mail". Not called from the
       *> interactive menu, the same way ARCHIVE-DATA isn't.
       *> Mail to or from a user under legal hold (LEGAL-HOLD) is not
       *> aged out; one PREVENTED event per held user records how many
       *> messages stayed behind for the nightly hold report.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MESSAGE-ARCHIVE.
       AUTHOR. Paola

       01  WS-ARCHIVED          PIC 9(3) VALUE 0.
       01  WS-COUNT-TEXT        PIC Z(3)9.
       01  WS-JRN-FILE          PIC X(30).
       01  WS-JRN-TEXT          PIC X(500).
       01  WS-JRN-RC            PIC X.

      *> Legal-hold check, sized to LEGAL-HOLD's linkage, and the
      *> held users whose mail stayed, with a count each
       01  WS-HOLD-CALLER       PIC X(20) VALUE "MESSAGE-ARCHIVE".
       01  WS-HOLD-ACTION       PIC X(10).
       01  WS-HOLD.
           05 WS-LH-USER            PIC X(20).
           05 WS-LH-CASE            PIC X(20).
           05 WS-LH-AUTHORIZED      PIC X(40).
           05 WS-LH-START           PIC X(8).
           05 WS-LH-OTHER           PIC X(20).
           05 WS-LH-DETAIL          PIC X(80).
       01  WS-HOLD-RC           PIC X.
       01  WS-MSG-SENDER        PIC X(20).
       01  WS-MSG-RECIPIENT     PIC X(20).
       01  WS-HELD-FLAG         PIC X.
       01  WS-HELD-COUNT        PIC 9(2) VALUE 0.
       01  WS-HELD-TABLE.
           05 WS-HELD-ENTRY OCCURS 50 TIMES.
              10 WS-HELD-USER    PIC X(20).
              10 WS-HELD-KEPT    PIC 9(3).
       01  H                    PIC 9(2).

       PROCEDURE DIVISION.

      *> partitions so archived rows leave the inbox view too.
           CALL "MAILBOX-MIGRATE".

      *> How many rows left messages.txt, for the nightly balancing.
           IF WS-ARCHIVED > 0
               MOVE WS-ARCHIVED TO WS-COUNT-TEXT
               INITIALIZE WS-JRN-TEXT
               STRING "messages.txt~" FUNCTION TRIM(WS-COUNT-TEXT)
                      "~MESSAGE-ARCHIVE"
                   DELIMITED BY SIZE INTO WS-JRN-TEXT
               MOVE "*DEL*" TO WS-JRN-FILE
               CALL "DATA-JOURNAL" USING WS-JRN-FILE, WS-JRN-TEXT,
                                          WS-JRN-RC
           END-IF.

           PERFORM VARYING H FROM 1 BY 1 UNTIL H > WS-HELD-COUNT
               PERFORM LOG-HELD-MAIL
           END-PERFORM.

           MOVE WS-ARCHIVED TO WS-COUNT-TEXT.
           DISPLAY "Inbox archive complete: "
               FUNCTION TRIM(WS-COUNT-TEXT)
                   TO WS-MSG-INT
               COMPUTE WS-AGE-DAYS = WS-TODAY-INT - WS-MSG-INT
               IF WS-AGE-DAYS > WS-RETAIN-DAYS
                   PERFORM CHECK-MESSAGE-HOLD
               END-IF
               IF WS-AGE-DAYS > WS-RETAIN-DAYS
                  AND WS-HELD-FLAG = 'N'
                   MOVE WS-STORED-LINE TO ARCHIVE-RECORD
                   WRITE ARCHIVE-RECORD
                   ADD 1 TO WS-ARCHIVED
           END-IF.
           EXIT SECTION.

      *> Either end of the message under legal hold keeps it in
      *> messages.txt; WS-HELD-FLAG says so.
       CHECK-MESSAGE-HOLD SECTION.
           MOVE 'N' TO WS-HELD-FLAG.
           MOVE SPACES TO WS-MSG-SENDER, WS-MSG-RECIPIENT.
           UNSTRING WS-SENDER-RECIPIENT DELIMITED BY ":"
               INTO WS-MSG-SENDER, WS-MSG-RECIPIENT
           END-UNSTRING.
           MOVE "CHECK" TO WS-HOLD-ACTION.
           INITIALIZE WS-HOLD.
           MOVE WS-MSG-SENDER TO WS-LH-USER.
           CALL "LEGAL-HOLD" USING WS-HOLD-CALLER, WS-HOLD-ACTION,
                                    WS-HOLD, WS-HOLD-RC.
           IF WS-HOLD-RC = 'H'
               MOVE 'Y' TO WS-HELD-FLAG
               PERFORM TALLY-HELD-USER
           END-IF.
           INITIALIZE WS-HOLD.
           MOVE WS-MSG-RECIPIENT TO WS-LH-USER.
           CALL "LEGAL-HOLD" USING WS-HOLD-CALLER, WS-HOLD-ACTION,
                                    WS-HOLD, WS-HOLD-RC.
           IF WS-HOLD-RC = 'H'
               MOVE 'Y' TO WS-HELD-FLAG
               PERFORM TALLY-HELD-USER
           END-IF.
           EXIT SECTION.

       TALLY-HELD-USER SECTION.
           PERFORM VARYING H FROM 1 BY 1 UNTIL H > WS-HELD-COUNT
               IF WS-HELD-USER(H) = WS-LH-USER
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF H > WS-HELD-COUNT
               IF WS-HELD-COUNT >= 50
                   EXIT SECTION
               END-IF
               ADD 1 TO WS-HELD-COUNT
               MOVE WS-HELD-COUNT TO H
               MOVE WS-LH-USER TO WS-HELD-USER(H)
               MOVE 0 TO WS-HELD-KEPT(H)
           END-IF.
           ADD 1 TO WS-HELD-KEPT(H).
           EXIT SECTION.

       LOG-HELD-MAIL SECTION.
           INITIALIZE WS-HOLD.
           MOVE WS-HELD-USER(H) TO WS-LH-USER.
           MOVE WS-HELD-KEPT(H) TO WS-COUNT-TEXT.
           STRING FUNCTION TRIM(WS-COUNT-TEXT)
                  " message(s) past retention not archived"
                  DELIMITED BY SIZE INTO WS-LH-DETAIL.
           MOVE "PREVENTED" TO WS-HOLD-ACTION.
           CALL "LEGAL-HOLD" USING WS-HOLD-CALLER, WS-HOLD-ACTION,
                                    WS-HOLD, WS-HOLD-RC.
           EXIT SECTION.

       COUNT-MESSAGE-ROWS SECTION.
           MOVE 0 TO WS-ROW-TOTAL.
           MOVE 'N' TO WS-EOF-FLAG.
