       >>SOURCE FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOCATION-LOOKUP.
       AUTHOR. Paola
       DATE-WRITTEN. 10/15/2026

       *> The canonical job-location list, so "NYC", "New York" and
       *> "New York, NY" are one place instead of three. locations.txt
       *> is maintained through LOOKUP-MAINT like universities.txt and
       *> majors.txt, one row per location:
       *>   name~city~state~region~arrangement~alias;alias;...
       *>     name         the spelling stored on jobs.txt postings
       *>     arrangement  ONSITE, HYBRID or REMOTE
       *>     aliases      other spellings that mean this location
       *>                  (optional; LOOKUP-MAINT adds the old name
       *>                  here when it renames an entry)
       *> A leading "#" marks a comment or a deprecated entry, which
       *> is never matched. Matching ignores case and outer spaces; a
       *> row whose name matches wins over one where only an alias
       *> does.
       *> Actions:
       *>   RESOLVE  LS-CANDIDATE is a name or alias; returns the row's
       *>            name, city, state, region and arrangement
       *>   REGION   LS-CANDIDATE is a region; returns its spelling as
       *>            the list has it in LS-REGION
       *> Return codes: 'S' found, 'F' not on the list, 'X' no
       *> locations.txt (callers then take the text as typed, the way
       *> the system ran before the list existed) or bad action.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOCATIONS-FILE ASSIGN TO "locations.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOCATIONS-FILE.
       01  LOCATIONS-RECORD     PIC X(250).

       WORKING-STORAGE SECTION.
       01  WS-LOC-STATUS        PIC X(2).
       01  WS-EOF-FLAG          PIC X VALUE 'N'.
       01  WS-WANTED-UC         PIC X(100).

       01  WS-ROW-NAME          PIC X(50).
       01  WS-ROW-CITY          PIC X(30).
       01  WS-ROW-STATE         PIC X(20).
       01  WS-ROW-REGION        PIC X(30).
       01  WS-ROW-MODE          PIC X(6).
       01  WS-ROW-ALIASES       PIC X(150).
       01  WS-ONE-ALIAS         PIC X(50).
       01  WS-ALIAS-PTR         PIC 9(3).
       01  WS-ALIAS-HIT         PIC X.
       01  WS-ALIAS-FOUND       PIC X.

       LINKAGE SECTION.
      *> 'RESOLVE' or 'REGION'
       01  LS-ACTION            PIC X(10).
       01  LS-CANDIDATE         PIC X(100).
       01  LS-CANONICAL         PIC X(50).
       01  LS-CITY              PIC X(30).
       01  LS-STATE             PIC X(20).
       01  LS-REGION            PIC X(30).
       01  LS-MODE              PIC X(6).
       01  LS-RETURN-CODE       PIC X.

       PROCEDURE DIVISION USING LS-ACTION, LS-CANDIDATE, LS-CANONICAL,
                                 LS-CITY, LS-STATE, LS-REGION, LS-MODE,
                                 LS-RETURN-CODE.

           MOVE 'F' TO LS-RETURN-CODE.
           MOVE 'N' TO WS-EOF-FLAG.
           MOVE 'N' TO WS-ALIAS-FOUND.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(LS-CANDIDATE))
               TO WS-WANTED-UC.
           IF WS-WANTED-UC = SPACES
               GOBACK
           END-IF.
           IF FUNCTION TRIM(LS-ACTION) NOT = "RESOLVE"
              AND FUNCTION TRIM(LS-ACTION) NOT = "REGION"
               MOVE 'X' TO LS-RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT LOCATIONS-FILE.
           IF WS-LOC-STATUS NOT = "00"
               MOVE 'X' TO LS-RETURN-CODE
               CLOSE LOCATIONS-FILE
               GOBACK
           END-IF.

           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ LOCATIONS-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF LOCATIONS-RECORD(1:1) NOT = "#"
                          AND FUNCTION TRIM(LOCATIONS-RECORD) > SPACES
                           PERFORM JUDGE-ONE-ROW
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE LOCATIONS-FILE.

           IF LS-RETURN-CODE NOT = 'S' AND WS-ALIAS-FOUND = 'Y'
               MOVE 'S' TO LS-RETURN-CODE
           END-IF.
           GOBACK.

       JUDGE-ONE-ROW SECTION.
           MOVE SPACES TO WS-ROW-NAME, WS-ROW-CITY, WS-ROW-STATE,
                          WS-ROW-REGION, WS-ROW-MODE, WS-ROW-ALIASES.
           UNSTRING LOCATIONS-RECORD DELIMITED BY "~"
               INTO WS-ROW-NAME, WS-ROW-CITY, WS-ROW-STATE,
                    WS-ROW-REGION, WS-ROW-MODE, WS-ROW-ALIASES
           END-UNSTRING.

           IF FUNCTION TRIM(LS-ACTION) = "REGION"
               IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ROW-REGION))
                  = WS-WANTED-UC
                   MOVE FUNCTION TRIM(WS-ROW-REGION) TO LS-REGION
                   MOVE 'S' TO LS-RETURN-CODE
                   MOVE 'Y' TO WS-EOF-FLAG
               END-IF
               EXIT SECTION
           END-IF.

           IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ROW-NAME))
              = WS-WANTED-UC
               PERFORM TAKE-ROW
               MOVE 'S' TO LS-RETURN-CODE
               MOVE 'Y' TO WS-EOF-FLAG
               EXIT SECTION
           END-IF.

      *> Only the first alias hit is kept; a later exact name still
      *> overrides it.
           IF WS-ALIAS-FOUND = 'Y'
              OR FUNCTION TRIM(WS-ROW-ALIASES) = SPACES
               EXIT SECTION
           END-IF.
           MOVE 'N' TO WS-ALIAS-HIT.
           MOVE 1 TO WS-ALIAS-PTR.
           PERFORM UNTIL WS-ALIAS-PTR > 150 OR WS-ALIAS-HIT = 'Y'
               MOVE SPACES TO WS-ONE-ALIAS
               UNSTRING WS-ROW-ALIASES DELIMITED BY ";"
                   INTO WS-ONE-ALIAS
                   WITH POINTER WS-ALIAS-PTR
                   ON OVERFLOW CONTINUE
                   NOT ON OVERFLOW MOVE 151 TO WS-ALIAS-PTR
               END-UNSTRING
               IF FUNCTION TRIM(WS-ONE-ALIAS) > SPACES
                  AND FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ONE-ALIAS))
                      = WS-WANTED-UC
                   MOVE 'Y' TO WS-ALIAS-HIT
               END-IF
           END-PERFORM.
           IF WS-ALIAS-HIT = 'Y'
               PERFORM TAKE-ROW
               MOVE 'Y' TO WS-ALIAS-FOUND
           END-IF.
           EXIT SECTION.

       TAKE-ROW SECTION.
           MOVE FUNCTION TRIM(WS-ROW-NAME) TO LS-CANONICAL.
           MOVE FUNCTION TRIM(WS-ROW-CITY) TO LS-CITY.
           MOVE FUNCTION TRIM(WS-ROW-STATE) TO LS-STATE.
           MOVE FUNCTION TRIM(WS-ROW-REGION) TO LS-REGION.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ROW-MODE))
               TO LS-MODE.
           EXIT SECTION.
