       *>             candidate for that title (interviews.txt)
       *> SAVE overwrites a template of the same name; SEND expands and
       *> delivers through the applicant-messaging path employers
       *> already hold. SENDLATER expands the same way but hands the
       *> result to MSG-SCHEDULE to hold until a deliver-on date.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-SKIP-VERIFY       PIC X.
       01  WS-MSG-RC            PIC X.
       01  WS-SEND-TEXT         PIC X(200).
       01  WS-SCHED-ACTION      PIC X(10).
       01  WS-DELIVER-AT        PIC X(12).

       LINKAGE SECTION.
       01  LS-USERNAME          PIC X(20).
      *> 'LIST' = the caller's templates with their bodies
      *> 'SEND' = expand LS-NAME's merge fields for LS-CANDIDATE and
      *>          LS-JOB-TITLE and deliver it
      *> 'SENDLATER' = as SEND, but scheduled for the YYYYMMDDHHMM
      *>          carried in LS-BODY (which SEND never reads); returns
      *>          MSG-SCHEDULE's code ('D' = not a future date/time)
       01  LS-ACTION            PIC X(10).
       01  LS-NAME              PIC X(30).
       01  LS-BODY              PIC X(200).
                   PERFORM LIST-TEMPLATES
               WHEN "SEND"
                   PERFORM SEND-TEMPLATE
               WHEN "SENDLATER"
                   PERFORM SEND-TEMPLATE
               WHEN OTHER
                   MOVE 'X' TO LS-RETURN-CODE
           END-EVALUATE.
           PERFORM EXPAND-ONE-TOKEN.

           MOVE WS-BODY-WORK TO WS-SEND-TEXT.
           MOVE 'T' TO WS-SKIP-VERIFY.
           IF FUNCTION TRIM(LS-ACTION) = "SENDLATER"
               MOVE "QUEUE" TO WS-SCHED-ACTION
               MOVE LS-BODY(1:12) TO WS-DELIVER-AT
               CALL "MSG-SCHEDULE" USING WS-SCHED-ACTION, LS-USERNAME,
                                          LS-CANDIDATE, WS-DELIVER-AT,
                                          WS-SKIP-VERIFY, WS-SEND-TEXT,
                                          LS-RETURN-CODE
               EXIT SECTION
           END-IF.
           CALL "SEND-MESSAGE" USING LS-USERNAME, LS-CANDIDATE,
                                      WS-SKIP-VERIFY, WS-MSG-RC,
                                      WS-SEND-TEXT.
