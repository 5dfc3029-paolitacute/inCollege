       *> posting's median days from APPLIED to first response, which
       *> the student's My Applications view shows as "typical
       *> response" -- so applicants know what wait is normal.
       *> The window is counted by BUSINESS-DAYS under the APP-AGE
       *> policy (open days only when BUSINESS-DAY-POLICY names
       *> it), and a window ending on a campus closure runs on to the
       *> next open day; the report line says so.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-HAS-RESPONSE      PIC X.
       01  WS-NAG-DUE           PIC X.
       01  WS-NAG-LAST          PIC X(8).

       01  I                    PIC 9(4).
       01  J                    PIC 9(4).
       01  WS-MSG-RC            PIC X.
       01  WS-NOTIFY-TEXT       PIC X(200).

      *> End of the review window for one start date
       01  WS-BD-ACTION         PIC X(10) VALUE "DUE".
       01  WS-BD-POLICY         PIC X(12) VALUE "APP-AGE".
       01  WS-BD-START          PIC X(8).
       01  WS-BD-DAYS           PIC 9(4).
       01  WS-BD-DUE            PIC X(8).
       01  WS-BD-REASON         PIC X(40).
       01  WS-BD-RC             PIC X.

       PROCEDURE DIVISION.

           MOVE FUNCTION CURRENT-DATE TO WS-TODAY.

           IF WS-HAS-RESPONSE = 'N'
               COMPUTE WS-AGE = WS-TODAY-INT - WS-APPLIED-INT
               MOVE WS-LG-DATE(J) TO WS-BD-START
               PERFORM FIND-WINDOW-END
               IF WS-TODAY-DATE > WS-BD-DUE
                   ADD 1 TO WS-STALE-COUNT
                   INITIALIZE REPORT-RECORD
                   MOVE WS-AGE TO WS-COUNT-TEXT
                   IF WS-BD-RC = 'R'
                       STRING FUNCTION TRIM(WS-LG-EMPLOYER(J))
                              " / " DELIMITED BY SIZE
                              FUNCTION TRIM(WS-LG-TITLE(J))
                              ": " DELIMITED BY SIZE
                              FUNCTION TRIM(WS-LG-USER(J))
                              " waiting " DELIMITED BY SIZE
                              FUNCTION TRIM(WS-COUNT-TEXT)
                              " days (window ran to " WS-BD-DUE
                              ", past " FUNCTION TRIM(WS-BD-REASON)
                              ")" DELIMITED BY SIZE
                              INTO REPORT-RECORD
                   ELSE
                       STRING FUNCTION TRIM(WS-LG-EMPLOYER(J))
                              " / " DELIMITED BY SIZE
                              FUNCTION TRIM(WS-LG-TITLE(J))
                              ": " DELIMITED BY SIZE
                              FUNCTION TRIM(WS-LG-USER(J))
                              " waiting " DELIMITED BY SIZE
                              FUNCTION TRIM(WS-COUNT-TEXT)
                              " days" DELIMITED BY SIZE
                              INTO REPORT-RECORD
                   END-IF
                   WRITE REPORT-RECORD
               END-IF
           END-IF.

           IF WS-NAG-LAST IS NUMERIC
              AND FUNCTION TRIM(WS-NAG-LAST) > SPACES
               MOVE WS-NAG-LAST TO WS-BD-START
               PERFORM FIND-WINDOW-END
               IF WS-TODAY-DATE < WS-BD-DUE
                   MOVE 'N' TO WS-NAG-DUE
               END-IF
           END-IF.
           EXIT SECTION.

      *> WS-BD-START plus the threshold, as BUSINESS-DAYS counts it.
       FIND-WINDOW-END SECTION.
           MOVE WS-AGE-DAYS TO WS-BD-DAYS.
           CALL "BUSINESS-DAYS" USING WS-BD-ACTION, WS-BD-POLICY,
                                       WS-BD-START, WS-BD-DAYS,
                                       WS-BD-DUE, WS-BD-REASON,
                                       WS-BD-RC.
           EXIT SECTION.

       RECORD-NAG SECTION.
           OPEN EXTEND NAG-FILE.
           IF WS-NAG-STATUS = "35"
