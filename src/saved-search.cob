       *> '<name>' alert", then moves lastchecked forward to today.
       *> The same keyword/location matching rules as BROWSE-JOB's
       *> JOB-LIST apply: case-insensitive substring, blank matches all.
       *> A saved location that names a region or a place on
       *> locations.txt (LOCATION-LOOKUP) matches by region or by city
       *> and state instead, so "NYC" still finds "New York, NY (Hybrid)".

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-JOB-LOCATION      PIC X(50).
       01  WS-JOB-SALARY        PIC X(50).
       01  WS-JOB-POSTED-DATE   PIC X(8).
       01  WS-JOB-STATUS        PIC X(14).
       01  WS-JOB-TYPE          PIC X(20).
       01  WS-JOB-UNIVERSITY    PIC X(100).

       01  WS-TALLY             PIC 9(3).
       01  WS-JOB-MATCHES       PIC X VALUE 'N'.

      *> Saved location read against locations.txt, once per search:
      *> 'R' region, 'C' listed place, 'T' plain text
       01  WS-LOC-FILTER-MODE   PIC X VALUE 'T'.
       01  WS-FILTER-REGION     PIC X(30).
       01  WS-FILTER-CANONICAL  PIC X(50).
       01  WS-FILTER-CITY       PIC X(30).
       01  WS-FILTER-STATE      PIC X(20).
       01  WS-LOC-ACTION        PIC X(10).
       01  WS-LOC-CANDIDATE     PIC X(100).
       01  WS-LOC-CANONICAL     PIC X(50).
       01  WS-LOC-CITY          PIC X(30).
       01  WS-LOC-STATE         PIC X(20).
       01  WS-LOC-REGION        PIC X(30).
       01  WS-LOC-MODE          PIC X(6).
       01  WS-LOC-RC            PIC X.

       01  WS-TODAY             PIC X(21).
       01  WS-TODAY-DATE        PIC X(8).
       01  WS-NEW-COUNT         PIC 9(3) VALUE 0.
       COUNT-NEW-MATCHES SECTION.
           MOVE 0 TO WS-NEW-COUNT.
           MOVE 'N' TO WS-JOBS-EOF.
           PERFORM PREPARE-LOCATION-FILTER.

           OPEN INPUT JOBS-FILE.
           IF WS-JOBS-STATUS NOT = "00"
      *> neither belongs in a new-posting alert.
           IF FUNCTION TRIM(WS-JOB-STATUS) = "CLOSED"
              OR FUNCTION TRIM(WS-JOB-STATUS) = "HELD"
              OR FUNCTION TRIM(WS-JOB-STATUS) = "PENDING-CAMPUS"
               MOVE 'N' TO WS-JOB-MATCHES
           END-IF.


           IF WS-JOB-MATCHES = 'Y'
              AND FUNCTION TRIM(WS-ROW-LOCATION) > SPACES
              AND WS-LOC-FILTER-MODE NOT = 'T'
               PERFORM CHECK-LISTED-LOCATION
           END-IF.

           IF WS-JOB-MATCHES = 'Y'
              AND FUNCTION TRIM(WS-ROW-LOCATION) > SPACES
              AND WS-LOC-FILTER-MODE = 'T'
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-JOB-LOCATION))
                   TO WS-UC-LOCATION
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ROW-LOCATION))
           END-IF.
           EXIT SECTION.

      *> Works out what the saved location means before the jobs
      *> pass: a region, a place on locations.txt, or free text.
       PREPARE-LOCATION-FILTER SECTION.
           MOVE 'T' TO WS-LOC-FILTER-MODE.
           IF FUNCTION TRIM(WS-ROW-LOCATION) = SPACES
               EXIT SECTION
           END-IF.
           MOVE "REGION" TO WS-LOC-ACTION.
           MOVE WS-ROW-LOCATION TO WS-LOC-CANDIDATE.
           PERFORM CALL-LOCATION-LOOKUP.
           IF WS-LOC-RC = 'S'
               MOVE 'R' TO WS-LOC-FILTER-MODE
               MOVE WS-LOC-REGION TO WS-FILTER-REGION
               EXIT SECTION
           END-IF.
           MOVE "RESOLVE" TO WS-LOC-ACTION.
           PERFORM CALL-LOCATION-LOOKUP.
           IF WS-LOC-RC = 'S'
               MOVE 'C' TO WS-LOC-FILTER-MODE
               MOVE WS-LOC-CANONICAL TO WS-FILTER-CANONICAL
               MOVE WS-LOC-CITY TO WS-FILTER-CITY
               MOVE WS-LOC-STATE TO WS-FILTER-STATE
           END-IF.
           EXIT SECTION.

      *> Region or listed-place compare for one posting. A posting
      *> whose own location is not on the list falls back to the
      *> substring test on the text as typed.
       CHECK-LISTED-LOCATION SECTION.
           MOVE "RESOLVE" TO WS-LOC-ACTION.
           MOVE WS-JOB-LOCATION TO WS-LOC-CANDIDATE.
           PERFORM CALL-LOCATION-LOOKUP.
           IF WS-LOC-RC NOT = 'S'
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-JOB-LOCATION))
                   TO WS-UC-LOCATION
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ROW-LOCATION))
                   TO WS-UC-LOC-FILTER
               MOVE 0 TO WS-TALLY
               INSPECT WS-UC-LOCATION TALLYING WS-TALLY
                   FOR ALL FUNCTION TRIM(WS-UC-LOC-FILTER)
               IF WS-TALLY = 0
                   MOVE 'N' TO WS-JOB-MATCHES
               END-IF
               EXIT SECTION
           END-IF.
           IF WS-LOC-FILTER-MODE = 'R'
               IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-LOC-REGION)) NOT =
                  FUNCTION UPPER-CASE(FUNCTION TRIM(WS-FILTER-REGION))
                   MOVE 'N' TO WS-JOB-MATCHES
               END-IF
               EXIT SECTION
           END-IF.
           IF WS-FILTER-CITY = SPACES
               IF WS-LOC-CANONICAL NOT = WS-FILTER-CANONICAL
                   MOVE 'N' TO WS-JOB-MATCHES
               END-IF
           ELSE
               IF FUNCTION UPPER-CASE(WS-LOC-CITY) NOT =
                  FUNCTION UPPER-CASE(WS-FILTER-CITY)
                  OR FUNCTION UPPER-CASE(WS-LOC-STATE) NOT =
                  FUNCTION UPPER-CASE(WS-FILTER-STATE)
                   MOVE 'N' TO WS-JOB-MATCHES
               END-IF
           END-IF.
           EXIT SECTION.

       CALL-LOCATION-LOOKUP SECTION.
           CALL "LOCATION-LOOKUP" USING WS-LOC-ACTION, WS-LOC-CANDIDATE,
                                         WS-LOC-CANONICAL, WS-LOC-CITY,
                                         WS-LOC-STATE, WS-LOC-REGION,
                                         WS-LOC-MODE, WS-LOC-RC.
           EXIT SECTION.

       PARSE-SEARCH-ROW SECTION.
           MOVE SPACES TO WS-ROW-USER, WS-ROW-NAME, WS-ROW-KEYWORD,
                          WS-ROW-LOCATION, WS-ROW-JOBTYPE,
