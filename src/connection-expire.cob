       *> Nightly-window pass that ages out pending connection requests:
       *> a PENDING row whose sent date (fifth field, stamped by
       *> CONNECTIONS' SEND action) is older than
       *> CONN-REQ-EXPIRE-DAYS from the site configuration (default
       *> 60) is removed, and the sender gets a message saying the
       *> request expired unanswered so they can re-send or move on.
       *> Requests from before the date field existed carry no date and
       *> are left alone. How many rows went journals as a "*DEL*"
       *> row for the nightly balancing. Runs from BATCH-NIGHTLY, and
       *> standalone. The window is counted by BUSINESS-DAYS under the
       *> CONN-EXPIRE policy; one ending on a campus closure runs on to
       *> the next open day, and the sender's notice says so.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONNECTION-EXPIRE.
       AUTHOR. Paola
       01  WS-EXPIRE-DAYS       PIC 9(4) VALUE 60.

       01  WS-TODAY             PIC X(21).

       01  WS-BD-ACTION         PIC X(10) VALUE "DUE".
       01  WS-BD-POLICY         PIC X(12) VALUE "CONN-EXPIRE".
       01  WS-BD-DUE            PIC X(8).
       01  WS-BD-REASON         PIC X(40).
       01  WS-BD-RC             PIC X.

       01  WS-KEEP-COUNT        PIC 9(3) VALUE 0.
       01  WS-ROW-TOTAL         PIC 9(5) VALUE 0.
       01  WS-SEND-SKIP         PIC X VALUE 'Y'.
       01  WS-SEND-RC           PIC X.

       01  WS-JRN-FILE          PIC X(30).
       01  WS-JRN-TEXT          PIC X(500).
       01  WS-JRN-RC            PIC X.

       PROCEDURE DIVISION.

           MOVE "CONN-REQ-EXPIRE-DAYS" TO WS-CFG-KEY.
           CALL "SITE-CONFIG" USING WS-CFG-KEY, WS-CFG-VALUE, WS-CFG-RC.
           IF WS-CFG-RC = 'S'
              AND FUNCTION TRIM(WS-CFG-VALUE) IS NUMERIC
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO WS-TODAY.

      *> The keep-table holds 500 rows. Aging is a destructive rewrite,
      *> so a file bigger than that is left alone entirely (with a
               END-PERFORM
               CLOSE CONNECTIONS-FILE
               CALL "CONNECTION-INDEX"
               MOVE WS-EXPIRED TO WS-NUM-TEXT
               INITIALIZE WS-JRN-TEXT
               STRING "connections.txt~" FUNCTION TRIM(WS-NUM-TEXT)
                      "~CONNECTION-EXPIRE"
                   DELIMITED BY SIZE INTO WS-JRN-TEXT
               MOVE "*DEL*" TO WS-JRN-FILE
               CALL "DATA-JOURNAL" USING WS-JRN-FILE, WS-JRN-TEXT,
                                          WS-JRN-RC
           END-IF.

           MOVE WS-EXPIRED TO WS-NUM-TEXT.
           IF FUNCTION TRIM(WS-STATUS) = "PENDING"
              AND WS-SENT-DATE(1:8) IS NUMERIC
              AND FUNCTION TRIM(WS-SENT-DATE) > SPACES
               CALL "BUSINESS-DAYS" USING WS-BD-ACTION, WS-BD-POLICY,
                                           WS-SENT-DATE, WS-EXPIRE-DAYS,
                                           WS-BD-DUE, WS-BD-REASON,
                                           WS-BD-RC
               IF WS-TODAY(1:8) > WS-BD-DUE
                   ADD 1 TO WS-EXPIRED
                   INITIALIZE WS-NOTICE-TEXT
                   IF WS-BD-RC = 'R'
                       STRING "Your connection request to "
                              DELIMITED BY SIZE
                              FUNCTION TRIM(WS-TO-USER) DELIMITED BY SIZE
                              " expired unanswered (its window was held "
                              "open past " DELIMITED BY SIZE
                              FUNCTION TRIM(WS-BD-REASON)
                              DELIMITED BY SIZE
                              "). Feel free to send it again."
                              DELIMITED BY SIZE
                              INTO WS-NOTICE-TEXT
                   ELSE
                       STRING "Your connection request to "
                              DELIMITED BY SIZE
                              FUNCTION TRIM(WS-TO-USER) DELIMITED BY SIZE
                              " expired unanswered. Feel free to send it again."
                              DELIMITED BY SIZE
                              INTO WS-NOTICE-TEXT
                   END-IF
                   CALL "SEND-MESSAGE" USING WS-FROM-USER, WS-FROM-USER,
                                              WS-SEND-SKIP, WS-SEND-RC,
                                              WS-NOTICE-TEXT
