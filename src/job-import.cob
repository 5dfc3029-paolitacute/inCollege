       *> instead of keying them through POST-JOB-FLOW's prompts. Reads
       *> job_import_feed.txt, one tilde-delimited row per posting:
       *>   poster~title~description~employer~location~salary~type~
       *>   university~skills~openings
       *> (openings is optional; blank or missing means one position)
       *> Each row is validated the way a manual posting is -- required
       *> fields present, university restriction against
       *> universities.txt via LOOKUP-VALIDATE, location against
       *> locations.txt via LOCATION-LOOKUP -- and the good rows go
       *> through POST-JOB itself, which applies its own duplicate
       *> check, delimiter sanitization, posted date, and OPEN status.
       *> Every row's outcome lands in InCollege-ImportReport.txt. Not
       01  WS-ROW-TYPE          PIC X(20).
       01  WS-ROW-UNIVERSITY    PIC X(100).
       01  WS-ROW-SKILLS        PIC X(200).
       01  WS-ROW-OPENINGS      PIC X(4).

       01  WS-POST-ACTION       PIC X(10).
       01  WS-LOOKUP-TYPE       PIC X(4).
       01  WS-LOOKUP-RC         PIC X.
       01  WS-REJECT-REASON     PIC X(60).
       01  WS-HELD-FLAG         PIC X VALUE 'N'.
       01  WS-LOC-ACTION        PIC X(10) VALUE "RESOLVE".
       01  WS-LOC-CANDIDATE     PIC X(100).
       01  WS-LOC-CANONICAL     PIC X(50).
       01  WS-LOC-CITY          PIC X(30).
       01  WS-LOC-STATE         PIC X(20).
       01  WS-LOC-REGION        PIC X(30).
       01  WS-LOC-MODE          PIC X(6).
       01  WS-LOC-RC            PIC X.

       01  WS-ROW-NUM           PIC 9(4) VALUE 0.
       01  WS-ACCEPTED          PIC 9(4) VALUE 0.
       IMPORT-ONE-ROW SECTION.
           MOVE SPACES TO WS-ROW-POSTER, WS-ROW-TITLE, WS-ROW-DESC,
                          WS-ROW-EMPLOYER, WS-ROW-LOCATION, WS-ROW-SALARY,
                          WS-ROW-TYPE, WS-ROW-UNIVERSITY, WS-ROW-SKILLS,
                          WS-ROW-OPENINGS.
           UNSTRING WS-LINE DELIMITED BY "~"
               INTO WS-ROW-POSTER, WS-ROW-TITLE, WS-ROW-DESC,
                    WS-ROW-EMPLOYER, WS-ROW-LOCATION, WS-ROW-SALARY,
                    WS-ROW-TYPE, WS-ROW-UNIVERSITY, WS-ROW-SKILLS,
                    WS-ROW-OPENINGS
           END-UNSTRING.

           MOVE SPACES TO WS-REJECT-REASON.
               END-IF
           END-IF.

      *> So does the location; a feed's "NYC" is stored as the list
      *> spells it. No locations.txt means the text goes in as sent.
           IF WS-REJECT-REASON = SPACES
               IF FUNCTION TRIM(WS-ROW-LOCATION) = SPACES
                   MOVE "missing location" TO WS-REJECT-REASON
               ELSE
                   MOVE WS-ROW-LOCATION TO WS-LOC-CANDIDATE
                   CALL "LOCATION-LOOKUP" USING WS-LOC-ACTION,
                                                 WS-LOC-CANDIDATE,
                                                 WS-LOC-CANONICAL,
                                                 WS-LOC-CITY,
                                                 WS-LOC-STATE,
                                                 WS-LOC-REGION,
                                                 WS-LOC-MODE, WS-LOC-RC
                   EVALUATE WS-LOC-RC
                       WHEN 'S'
                           MOVE WS-LOC-CANONICAL TO WS-ROW-LOCATION
                       WHEN 'F'
                           MOVE "location not on locations.txt"
                               TO WS-REJECT-REASON
                   END-EVALUATE
               END-IF
           END-IF.

           IF WS-REJECT-REASON = SPACES
              AND FUNCTION TRIM(WS-ROW-OPENINGS) > SPACES
               IF FUNCTION TRIM(WS-ROW-OPENINGS) IS NOT NUMERIC
                   MOVE "openings is not a whole number"
                       TO WS-REJECT-REASON
               ELSE
                   IF FUNCTION NUMVAL(WS-ROW-OPENINGS) < 1
                       MOVE "openings must be at least 1"
                           TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF.

           IF WS-REJECT-REASON = SPACES
               MOVE "POST" TO WS-POST-ACTION
               CALL "POST-JOB" USING WS-ROW-POSTER, WS-POST-ACTION,
                                      WS-ROW-EMPLOYER, WS-ROW-LOCATION,
                                      WS-ROW-SALARY, WS-ROW-TYPE,
                                      WS-ROW-UNIVERSITY, WS-ROW-SKILLS,
                                      WS-POST-RC, WS-ROW-OPENINGS
               EVALUATE WS-POST-RC
                   WHEN 'S'
                       CONTINUE
      *> posting that exists.
                   WHEN 'H'
                       MOVE 'Y' TO WS-HELD-FLAG
      *> Likewise a school-restricted row waits on that campus.
                   WHEN 'P'
                       MOVE 'P' TO WS-HELD-FLAG
                   WHEN 'D'
                       MOVE "duplicate title for this poster"
                           TO WS-REJECT-REASON
                   WHEN 'U'
                       MOVE "poster's employer is not verified"
                           TO WS-REJECT-REASON
                   WHEN 'L'
                       MOVE "location not on locations.txt"
                           TO WS-REJECT-REASON
                   WHEN OTHER
                       MOVE "posting could not be written"
                           TO WS-REJECT-REASON
           MOVE SPACES TO REPORT-RECORD.
           IF WS-REJECT-REASON = SPACES
               ADD 1 TO WS-ACCEPTED
               EVALUATE WS-HELD-FLAG
                   WHEN 'Y'
                       STRING "Row " FUNCTION TRIM(WS-NUM-TEXT)
                              " ACCEPTED (held for screening review): "
                              FUNCTION TRIM(WS-ROW-TITLE)
                              " (" FUNCTION TRIM(WS-ROW-POSTER) ")"
                              DELIMITED BY SIZE INTO REPORT-RECORD
                   WHEN 'P'
                       STRING "Row " FUNCTION TRIM(WS-NUM-TEXT)
                              " ACCEPTED (awaiting campus approval): "
                              FUNCTION TRIM(WS-ROW-TITLE)
                              " (" FUNCTION TRIM(WS-ROW-POSTER) ")"
                              DELIMITED BY SIZE INTO REPORT-RECORD
                   WHEN OTHER
                       STRING "Row " FUNCTION TRIM(WS-NUM-TEXT)
                              " ACCEPTED: " FUNCTION TRIM(WS-ROW-TITLE)
                              " (" FUNCTION TRIM(WS-ROW-POSTER) ")"
                              DELIMITED BY SIZE INTO REPORT-RECORD
               END-EVALUATE
           ELSE
               ADD 1 TO WS-REJECTED
               STRING "Row " FUNCTION TRIM(WS-NUM-TEXT)
