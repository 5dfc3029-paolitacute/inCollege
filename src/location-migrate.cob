       >>SOURCE FREE
       *> One-time pass that maps the free-text locations already on
       *> jobs.txt (field 5) onto the canonical names in locations.txt,
       *> so "NYC", "New York" and "New York, NY" postings all carry the
       *> one spelling BROWSE-JOB, SAVED-SEARCH and PLACEMENT-REPORT
       *> resolve to a region. Each location is run through
       *> LOCATION-LOOKUP RESOLVE; a match by name or alias is rewritten
       *> to the row's name, and only that field of the posting is
       *> touched. Values the list does not know are left exactly as
       *> they were and listed, with how many postings carry each, in
       *> InCollege-LocationMigrate.txt -- the careers office adds them
       *> (or an alias for them) through LOOKUP-MAINT and the pass can
       *> simply be run again: a posting already on its canonical name
       *> is counted and left alone. jobs.txt is rewritten only when at
       *> least one posting changed. Scheduled once through
       *> batch_calendar.txt, right after APPLICATION-MIGRATE.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOCATION-MIGRATE.
       AUTHOR. Paola
       DATE-WRITTEN. 10/15/2026

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOBS-FILE ASSIGN TO "jobs.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBS-STATUS.
           SELECT REPORT-FILE ASSIGN TO "InCollege-LocationMigrate.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JOBS-FILE.
       01  JOB-RECORD           PIC X(500).

       FD  REPORT-FILE.
       01  REPORT-RECORD        PIC X(120).

       WORKING-STORAGE SECTION.
       01  WS-JOBS-STATUS       PIC X(2).
       01  WS-REPORT-STATUS     PIC X(2).
       01  WS-EOF-FLAG          PIC X VALUE 'N'.
       01  WS-LINE              PIC X(500).
       01  WS-NEW-LINE          PIC X(500).

      *> jobs.txt held in memory for the rewrite, the same 2000-row
      *> shape LOOKUP-MAINT's rename cascade uses
       01  WS-GEN-COUNT         PIC 9(4) VALUE 0.
       01  WS-GEN-TABLE.
           05 WS-GEN-RECORD OCCURS 2000 TIMES PIC X(500).
       01  I                    PIC 9(4).

      *> Where field 5 sits in the current row
       01  WS-PTR               PIC 9(3).
       01  WS-LOC-START         PIC 9(3).
       01  WS-LOC-END           PIC 9(3).
       01  WS-FIELD-SKIP        PIC X(500).
       01  WS-FIELD-NUM         PIC 9.
       01  WS-JOB-LOCATION      PIC X(100).

      *> LOCATION-LOOKUP interface
       01  WS-LOC-ACTION        PIC X(10).
       01  WS-LOC-CANDIDATE     PIC X(100).
       01  WS-LOC-CANONICAL     PIC X(50).
       01  WS-LOC-CITY          PIC X(30).
       01  WS-LOC-STATE         PIC X(20).
       01  WS-LOC-REGION        PIC X(30).
       01  WS-LOC-MODE          PIC X(6).
       01  WS-LOC-RC            PIC X.

      *> Distinct values the list does not know, with posting counts
       01  WS-UNMAPPED-COUNT    PIC 9(3) VALUE 0.
       01  WS-UNMAPPED-TABLE.
           05 WS-UNMAPPED-ENTRY OCCURS 200 TIMES.
              10 WS-UNMAPPED-TEXT  PIC X(100).
              10 WS-UNMAPPED-NUM   PIC 9(4).
       01  WS-UNMAPPED-DROPPED  PIC 9(4) VALUE 0.
       01  K                    PIC 9(3).
       01  WS-FOUND-FLAG        PIC X.

       01  WS-ROWS-READ         PIC 9(5) VALUE 0.
       01  WS-ROWS-MAPPED       PIC 9(5) VALUE 0.
       01  WS-ROWS-CANONICAL    PIC 9(5) VALUE 0.
       01  WS-ROWS-UNMAPPED     PIC 9(5) VALUE 0.
       01  WS-ROWS-BLANK        PIC 9(5) VALUE 0.
       01  WS-ROWS-KEPT-OVER    PIC 9(5) VALUE 0.
       01  WS-LIST-MISSING      PIC X VALUE 'N'.
       01  WS-COUNT-TEXT        PIC Z(4)9.
       01  WS-TODAY             PIC X(21).

       PROCEDURE DIVISION.

           MOVE FUNCTION CURRENT-DATE TO WS-TODAY.
           OPEN INPUT JOBS-FILE.
           IF WS-JOBS-STATUS NOT = "00"
               DISPLAY "LOCATION-MIGRATE: no jobs.txt to map."
               CLOSE JOBS-FILE
               GOBACK
           END-IF.

           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ JOBS-FILE INTO WS-LINE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF FUNCTION TRIM(WS-LINE) > SPACES
                           ADD 1 TO WS-ROWS-READ
                           PERFORM MAP-ONE-POSTING
                       END-IF
                       PERFORM KEEP-GEN-LINE
               END-READ
           END-PERFORM.
           CLOSE JOBS-FILE.

      *> Never rewrite a file the table could not hold whole.
           IF WS-ROWS-MAPPED > 0 AND WS-ROWS-KEPT-OVER = 0
               OPEN OUTPUT JOBS-FILE
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-GEN-COUNT
                   WRITE JOB-RECORD FROM WS-GEN-RECORD(I)
               END-PERFORM
               CLOSE JOBS-FILE
           END-IF.

           PERFORM WRITE-MIGRATE-REPORT.

           DISPLAY "LOCATION-MIGRATE: " WS-ROWS-READ " posting(s) read, "
               WS-ROWS-MAPPED " mapped, " WS-ROWS-CANONICAL
               " already canonical, " WS-ROWS-UNMAPPED " unmapped, "
               WS-ROWS-BLANK " blank.".
           GOBACK.

      *> Finds field 5 in WS-LINE, resolves it, and splices the
      *> canonical name in place of the old text when they differ.
       MAP-ONE-POSTING SECTION.
           MOVE 1 TO WS-PTR.
           PERFORM VARYING WS-FIELD-NUM FROM 1 BY 1
                   UNTIL WS-FIELD-NUM > 4 OR WS-PTR > 500
               UNSTRING WS-LINE DELIMITED BY "~"
                   INTO WS-FIELD-SKIP
                   WITH POINTER WS-PTR
               END-UNSTRING
           END-PERFORM.
           IF WS-PTR > 500
               ADD 1 TO WS-ROWS-BLANK
               EXIT SECTION
           END-IF.
           MOVE WS-PTR TO WS-LOC-START.
           MOVE SPACES TO WS-JOB-LOCATION.
           UNSTRING WS-LINE DELIMITED BY "~"
               INTO WS-JOB-LOCATION
               WITH POINTER WS-PTR
           END-UNSTRING.
      *> WS-PTR now sits past the "~" that closes field 5 (or past the
      *> end of the record when field 5 is the last one).
           MOVE WS-PTR TO WS-LOC-END.
           IF WS-LOC-END <= 500
               SUBTRACT 1 FROM WS-LOC-END
           END-IF.

           IF FUNCTION TRIM(WS-JOB-LOCATION) = SPACES
               ADD 1 TO WS-ROWS-BLANK
               EXIT SECTION
           END-IF.

           MOVE "RESOLVE" TO WS-LOC-ACTION.
           MOVE WS-JOB-LOCATION TO WS-LOC-CANDIDATE.
           CALL "LOCATION-LOOKUP" USING WS-LOC-ACTION, WS-LOC-CANDIDATE,
                                         WS-LOC-CANONICAL, WS-LOC-CITY,
                                         WS-LOC-STATE, WS-LOC-REGION,
                                         WS-LOC-MODE, WS-LOC-RC.
           IF WS-LOC-RC = 'X'
               MOVE 'Y' TO WS-LIST-MISSING
           END-IF.
           IF WS-LOC-RC NOT = 'S'
               ADD 1 TO WS-ROWS-UNMAPPED
               PERFORM NOTE-UNMAPPED-VALUE
               EXIT SECTION
           END-IF.

           IF FUNCTION TRIM(WS-LOC-CANONICAL) =
              FUNCTION TRIM(WS-JOB-LOCATION)
               ADD 1 TO WS-ROWS-CANONICAL
               EXIT SECTION
           END-IF.

           MOVE SPACES TO WS-NEW-LINE.
           IF WS-LOC-END > 500
               STRING WS-LINE(1:WS-LOC-START - 1)
                      FUNCTION TRIM(WS-LOC-CANONICAL)
                      DELIMITED BY SIZE INTO WS-NEW-LINE
               END-STRING
           ELSE
               STRING WS-LINE(1:WS-LOC-START - 1)
                      FUNCTION TRIM(WS-LOC-CANONICAL)
                      FUNCTION TRIM(WS-LINE(WS-LOC-END:) TRAILING)
                      DELIMITED BY SIZE INTO WS-NEW-LINE
               END-STRING
           END-IF.
           MOVE WS-NEW-LINE TO WS-LINE.
           ADD 1 TO WS-ROWS-MAPPED.
           EXIT SECTION.

       NOTE-UNMAPPED-VALUE SECTION.
           MOVE 'N' TO WS-FOUND-FLAG.
           PERFORM VARYING K FROM 1 BY 1
                   UNTIL K > WS-UNMAPPED-COUNT OR WS-FOUND-FLAG = 'Y'
               IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-UNMAPPED-TEXT(K)))
                  = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-JOB-LOCATION))
                   ADD 1 TO WS-UNMAPPED-NUM(K)
                   MOVE 'Y' TO WS-FOUND-FLAG
               END-IF
           END-PERFORM.
           IF WS-FOUND-FLAG = 'N'
               IF WS-UNMAPPED-COUNT < 200
                   ADD 1 TO WS-UNMAPPED-COUNT
                   MOVE FUNCTION TRIM(WS-JOB-LOCATION)
                       TO WS-UNMAPPED-TEXT(WS-UNMAPPED-COUNT)
                   MOVE 1 TO WS-UNMAPPED-NUM(WS-UNMAPPED-COUNT)
               ELSE
                   ADD 1 TO WS-UNMAPPED-DROPPED
               END-IF
           END-IF.
           EXIT SECTION.

       KEEP-GEN-LINE SECTION.
           IF WS-GEN-COUNT < 2000
               ADD 1 TO WS-GEN-COUNT
               MOVE WS-LINE TO WS-GEN-RECORD(WS-GEN-COUNT)
           ELSE
               ADD 1 TO WS-ROWS-KEPT-OVER
           END-IF.
           EXIT SECTION.

       WRITE-MIGRATE-REPORT SECTION.
           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-STATUS NOT = "00"
               EXIT SECTION
           END-IF.

           MOVE SPACES TO REPORT-RECORD.
           STRING "InCollege Location Mapping - run " WS-TODAY(1:8)
               DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE "------------------------------------------------"
               TO REPORT-RECORD.
           WRITE REPORT-RECORD.

           IF WS-LIST-MISSING = 'Y'
               MOVE "locations.txt not found; nothing could be mapped."
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.
           IF WS-ROWS-KEPT-OVER > 0
               MOVE WS-ROWS-KEPT-OVER TO WS-COUNT-TEXT
               MOVE SPACES TO REPORT-RECORD
               STRING "jobs.txt is over 2000 rows ("
                   FUNCTION TRIM(WS-COUNT-TEXT)
                   " past the limit); file left unchanged."
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.

           MOVE WS-ROWS-READ TO WS-COUNT-TEXT.
           MOVE SPACES TO REPORT-RECORD.
           STRING "Postings read: " FUNCTION TRIM(WS-COUNT-TEXT)
               DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE WS-ROWS-MAPPED TO WS-COUNT-TEXT.
           MOVE SPACES TO REPORT-RECORD.
           STRING "Mapped to a canonical name: "
               FUNCTION TRIM(WS-COUNT-TEXT)
               DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE WS-ROWS-CANONICAL TO WS-COUNT-TEXT.
           MOVE SPACES TO REPORT-RECORD.
           STRING "Already canonical: " FUNCTION TRIM(WS-COUNT-TEXT)
               DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE WS-ROWS-BLANK TO WS-COUNT-TEXT.
           MOVE SPACES TO REPORT-RECORD.
           STRING "No location given: " FUNCTION TRIM(WS-COUNT-TEXT)
               DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE WS-ROWS-UNMAPPED TO WS-COUNT-TEXT.
           MOVE SPACES TO REPORT-RECORD.
           STRING "Not on locations.txt: " FUNCTION TRIM(WS-COUNT-TEXT)
               DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.

           MOVE "Unmapped values (add them or an alias in LOOKUP-MAINT):"
               TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           IF WS-UNMAPPED-COUNT = 0
               MOVE "  (none)" TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-UNMAPPED-COUNT
               MOVE WS-UNMAPPED-NUM(K) TO WS-COUNT-TEXT
               MOVE SPACES TO REPORT-RECORD
               STRING "  " FUNCTION TRIM(WS-UNMAPPED-TEXT(K))
                   ": " FUNCTION TRIM(WS-COUNT-TEXT) " posting(s)"
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-PERFORM.
           IF WS-UNMAPPED-DROPPED > 0
               MOVE WS-UNMAPPED-DROPPED TO WS-COUNT-TEXT
               MOVE SPACES TO REPORT-RECORD
               STRING "  ...and " FUNCTION TRIM(WS-COUNT-TEXT)
                   " more posting(s) with values past the first 200"
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.
           CLOSE REPORT-FILE.
           EXIT SECTION.
