       *> sends a request; the referee answers the four-field form;
       *> only the requesting employer reads the answers. The student
       *> sees THAT a check happened (MYREFS lists request statuses),
       *> never its content. An answer filed goes to the employer, so
       *> it is entered on DISCLOSURE-LOG's ledger against the student.
       *> A request is due REFERENCE-DUE-DAYS (site configuration,
       *> default 5) after it was sent, counted by BUSINESS-DAYS under
       *> the REFERENCE policy; the due date is worked out from the
       *> request date whenever it is shown, never stored, and one
       *> landing on a campus closure moves to the next open day.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-MSG-RC            PIC X.
       01  WS-NOTIFY-TEXT       PIC X(200).

      *> Answer-by date for a request, from its request date
       01  WS-CFG-KEY           PIC X(20).
       01  WS-CFG-VALUE         PIC X(40).
       01  WS-CFG-RC            PIC X.
       01  WS-BD-ACTION         PIC X(10) VALUE "DUE".
       01  WS-BD-POLICY         PIC X(12) VALUE "REFERENCE".
       01  WS-BD-DAYS           PIC 9(4) VALUE 5.
       01  WS-BD-DUE            PIC X(8).
       01  WS-BD-REASON         PIC X(40).
       01  WS-BD-RC             PIC X.
       01  WS-DUE-NOTE          PIC X(80).

      *> Rewrite table for marking a request answered
       01  WS-TBL-COUNT         PIC 9(3) VALUE 0.
       01  WS-REQ-TABLE.
           05 WS-REQ-TEMP OCCURS 500 TIMES PIC X(160).
       01  I                    PIC 9(3).
       01  WS-MATCH-TITLE       PIC X(50).

      *> Disclosure ledger row for an answer sent to the employer
       01  WS-DSC-ACTION        PIC X(10).
       01  WS-DISCLOSURE.
           05 WS-DSC-STUDENT    PIC X(20).
           05 WS-DSC-RECIPIENT  PIC X(20).
           05 WS-DSC-CATEGORY   PIC X(12).
           05 WS-DSC-SOURCE     PIC X(16).
           05 WS-DSC-PURPOSE    PIC X(80).
       01  WS-DSC-RC            PIC X.

       LINKAGE SECTION.
       01  LS-USERNAME          PIC X(20).

           MOVE 'F' TO LS-RETURN-CODE.
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY.
           MOVE "REFERENCE-DUE-DAYS" TO WS-CFG-KEY.
           CALL "SITE-CONFIG" USING WS-CFG-KEY, WS-CFG-VALUE, WS-CFG-RC.
           IF WS-CFG-RC = 'S'
              AND FUNCTION TRIM(WS-CFG-VALUE) IS NUMERIC
              AND FUNCTION NUMVAL(WS-CFG-VALUE) > 0
               MOVE FUNCTION NUMVAL(WS-CFG-VALUE) TO WS-BD-DAYS
           END-IF.

           EVALUATE FUNCTION TRIM(LS-ACTION)
               WHEN "DESIGNATE"
                                   PERFORM DISPLAY-AND-LOG
                               END-IF
                               INITIALIZE WS-MESSAGE
                               MOVE SPACES TO WS-DUE-NOTE
                               IF FUNCTION TRIM(WS-RQ-STATE) =
                                  "REQUESTED"
                                   PERFORM FIND-REFERENCE-DUE
                               END-IF
                               STRING "  " WS-RQ-DATE
                                      "  for " DELIMITED BY SIZE
                                      FUNCTION TRIM(WS-RQ-TITLE)
                                      " [" DELIMITED BY SIZE
                                      FUNCTION TRIM(WS-RQ-STATE)
                                      "]" DELIMITED BY SIZE
                                      WS-DUE-NOTE DELIMITED BY "  "
                                      INTO WS-MESSAGE
                               PERFORM DISPLAY-AND-LOG
                           END-IF
           WRITE REQUEST-RECORD.
           CLOSE REQUESTS-FILE.

           MOVE WS-TODAY(1:8) TO WS-RQ-DATE.
           PERFORM FIND-REFERENCE-DUE.
           INITIALIZE WS-NOTIFY-TEXT.
           STRING "You are listed as a reference for "
                      DELIMITED BY SIZE
                  ". An employer asks for a short reference -- see"
                      DELIMITED BY SIZE
                  " Reference Checks in your menu." DELIMITED BY SIZE
                  WS-DUE-NOTE DELIMITED BY "  "
                  INTO WS-NOTIFY-TEXT.
           MOVE 'Y' TO WS-SKIP-VERIFY.
           CALL "SEND-MESSAGE" USING LS-USERNAME, LS-TARGET,
                          FUNCTION TRIM(LS-USERNAME)
                          AND FUNCTION TRIM(WS-RQ-STATE) = "REQUESTED"
                           ADD 1 TO WS-COUNT
                           PERFORM FIND-REFERENCE-DUE
                           INITIALIZE WS-MESSAGE
                           STRING "  " DELIMITED BY SIZE
                                  FUNCTION TRIM(WS-RQ-EMPLOYER)
                                  FUNCTION TRIM(WS-RQ-STUDENT)
                                  " for " DELIMITED BY SIZE
                                  FUNCTION TRIM(WS-RQ-TITLE)
                                  DELIMITED BY SIZE
                                  WS-DUE-NOTE DELIMITED BY "  "
                                  INTO WS-MESSAGE
                           PERFORM DISPLAY-AND-LOG
                       END-IF
               END-READ
                              FUNCTION TRIM(LS-USERNAME)
                          AND FUNCTION TRIM(WS-RQ-STATE) = "REQUESTED"
                           MOVE 'Y' TO WS-MATCH-FOUND
                           MOVE WS-RQ-TITLE TO WS-MATCH-TITLE
                           INITIALIZE WS-LINE
                           STRING FUNCTION TRIM(WS-RQ-EMPLOYER) "~"
                                  FUNCTION TRIM(WS-RQ-STUDENT) "~"
                  INTO ANSWER-RECORD.
           WRITE ANSWER-RECORD.
           CLOSE ANSWERS-FILE.

           MOVE "RECORD" TO WS-DSC-ACTION.
           MOVE LS-STUDENT TO WS-DSC-STUDENT.
           MOVE LS-TARGET TO WS-DSC-RECIPIENT.
           MOVE "REFERENCE" TO WS-DSC-CATEGORY.
           MOVE "REFERENCE-CHECK" TO WS-DSC-SOURCE.
           INITIALIZE WS-DSC-PURPOSE.
           STRING "Reference check for " FUNCTION TRIM(WS-MATCH-TITLE)
                  ", answered by " FUNCTION TRIM(LS-USERNAME)
                  DELIMITED BY SIZE INTO WS-DSC-PURPOSE.
           CALL "DISCLOSURE-LOG" USING LS-USERNAME, WS-DSC-ACTION,
                                        WS-DISCLOSURE, WS-DSC-RC.
           MOVE 'S' TO LS-RETURN-CODE.
           EXIT SECTION.

           MOVE 'S' TO LS-RETURN-CODE.
           EXIT SECTION.

      *> " -- answer by YYYYMMDD" for the request in WS-RQ-DATE, with
      *> the closure named when the date had to move.
       FIND-REFERENCE-DUE SECTION.
           MOVE SPACES TO WS-DUE-NOTE.
           IF WS-RQ-DATE IS NOT NUMERIC
               EXIT SECTION
           END-IF.
           CALL "BUSINESS-DAYS" USING WS-BD-ACTION, WS-BD-POLICY,
                                       WS-RQ-DATE, WS-BD-DAYS,
                                       WS-BD-DUE, WS-BD-REASON,
                                       WS-BD-RC.
           EVALUATE WS-BD-RC
               WHEN 'S'
                   STRING " -- answer by " WS-BD-DUE
                       DELIMITED BY SIZE INTO WS-DUE-NOTE
               WHEN 'R'
                   STRING " -- answer by " WS-BD-DUE
                          " (moved past " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-BD-REASON)
                          ")" DELIMITED BY SIZE
                          INTO WS-DUE-NOTE
           END-EVALUATE.
           EXIT SECTION.

       PARSE-REF-ROW SECTION.
           MOVE SPACES TO WS-RF-STUDENT, WS-RF-REFEREE.
           UNSTRING WS-LINE DELIMITED BY "~"
