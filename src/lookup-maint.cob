       *> universities, the jobs.txt school-restriction field. The
       *> counts of records each change touched come back on screen,
       *> so a typo'd rename is visible immediately.
       *> locations.txt (LOCATION-LOOKUP) rows carry more than a name:
       *>   name~city~state~region~ONSITE|HYBRID|REMOTE~aliases
       *> so every action matches on the name field, ADD takes a whole
       *> row (checked for its five fields and arrangement, 'V' when
       *> not), RENAME keeps the old name as an alias and cascades to
       *> the jobs.txt location field, and ALIAS adds another
       *> spelling to an existing location ('D' when that spelling
       *> already means a location).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       DATA DIVISION.
       FILE SECTION.
       FD  LOOKUP-FILE.
       01  LOOKUP-RECORD        PIC X(250).

       FD  PROFILES-FILE.
       01  PROFILES-RECORD      PIC X(350).
      *> Keep-tables for the rewrites
       01  WS-LKP-COUNT         PIC 9(3) VALUE 0.
       01  WS-LKP-TABLE.
           05 WS-LKP-RECORD OCCURS 200 TIMES PIC X(250).
       01  WS-GEN-COUNT         PIC 9(4) VALUE 0.
       01  WS-GEN-CAP-WARNED    PIC X VALUE 'N'.
       01  WS-GEN-TABLE.

      *> jobs.txt field split for the university cascade
       01  WS-FLD.
           05 WS-F OCCURS 16 TIMES PIC X(210).
       01  WS-FLD-COUNT         PIC 9(2).
       01  K                    PIC 9(2).

      *> The name part of a list row (the whole row for the one-name
      *> lists) and the pieces of a locations.txt row
       01  WS-ENTRY-NAME        PIC X(100).
       01  WS-WANTED-NAME       PIC X(100).
       01  WS-LOC-FLD.
           05 WS-LOC-F OCCURS 6 TIMES PIC X(150).
       01  WS-LOC-FLD-COUNT     PIC 9(2).
       01  WS-TILDES            PIC 9(2).
       01  WS-JOB-FIELD         PIC 9(2).
       01  WS-ALIAS-ACTION      PIC X(10) VALUE "RESOLVE".
       01  WS-ALIAS-CANDIDATE   PIC X(100).
       01  WS-ALIAS-CANONICAL   PIC X(50).
       01  WS-ALIAS-CITY        PIC X(30).
       01  WS-ALIAS-STATE       PIC X(20).
       01  WS-ALIAS-REGION      PIC X(30).
       01  WS-ALIAS-MODE        PIC X(6).
       01  WS-ALIAS-RC          PIC X.

       01  WS-PROFILE-HITS      PIC 9(4) VALUE 0.
       01  WS-JOB-HITS          PIC 9(4) VALUE 0.
       01  WS-NUM-TEXT          PIC Z(4)9.

      *> PROFILE-INDEX call areas; a rename cascaded into
      *> profiles.txt re-keys every profile filed under the old value.
       01  WS-PX-ACTION         PIC X(10).
       01  WS-PX-USER           PIC X(20).
       01  WS-PX-KIND           PIC X(4).
       01  WS-PX-VALUE          PIC X(100).
       01  WS-PX-HIT-COUNT      PIC 9(3).
       01  WS-PX-HIT-LIST       PIC X(4000).
       01  WS-PX-CARD           PIC X(554).
       01  WS-PX-RC             PIC X.

       LINKAGE SECTION.
       01  LS-USERNAME          PIC X(20).
      *> 'ADD', 'DEPRECATE', 'RENAME', or 'ALIAS' (locations only)
       01  LS-ACTION            PIC X(10).
      *> "UNIV", "MAJR", "SKIL", or "LOCN"
       01  LS-LIST-TYPE         PIC X(4).
       01  LS-OLD-VALUE         PIC X(100).
       01  LS-NEW-VALUE         PIC X(100).
               WHEN "SKIL"
                   MOVE "skills.txt" TO WS-LOOKUP-FILENAME
                   MOVE "SKL" TO WS-TAG
               WHEN "LOCN"
                   MOVE "locations.txt" TO WS-LOOKUP-FILENAME
                   MOVE SPACES TO WS-TAG
               WHEN OTHER
                   MOVE 'X' TO LS-RETURN-CODE
                   GOBACK
                   PERFORM DEPRECATE-ENTRY
               WHEN "RENAME"
                   PERFORM RENAME-ENTRY
               WHEN "ALIAS"
                   IF FUNCTION TRIM(LS-LIST-TYPE) = "LOCN"
                       PERFORM ADD-LOCATION-ALIAS
                   ELSE
                       MOVE 'X' TO LS-RETURN-CODE
                   END-IF
               WHEN OTHER
                   MOVE 'X' TO LS-RETURN-CODE
           END-EVALUATE.
           EXIT SECTION.

       ADD-ENTRY SECTION.
           IF FUNCTION TRIM(LS-LIST-TYPE) = "LOCN"
               PERFORM CHECK-LOCATION-ROW
               IF LS-RETURN-CODE = 'V'
                   EXIT SECTION
               END-IF
           END-IF.
           PERFORM LOAD-LOOKUP-LIST.
           MOVE LS-NEW-VALUE TO WS-ENTRY-NAME.
           PERFORM TAKE-ENTRY-NAME.
           MOVE WS-ENTRY-NAME TO WS-WANTED-NAME.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-LKP-COUNT
               MOVE WS-LKP-RECORD(I) TO WS-ENTRY-NAME
               PERFORM TAKE-ENTRY-NAME
               IF WS-ENTRY-NAME = WS-WANTED-NAME
                   MOVE 'D' TO LS-RETURN-CODE
               END-IF
           END-PERFORM.
       DEPRECATE-ENTRY SECTION.
           PERFORM LOAD-LOOKUP-LIST.
           MOVE 'N' TO WS-MATCH-FOUND.
           MOVE LS-OLD-VALUE TO WS-ENTRY-NAME.
           PERFORM TAKE-ENTRY-NAME.
           MOVE WS-ENTRY-NAME TO WS-WANTED-NAME.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-LKP-COUNT
               MOVE WS-LKP-RECORD(I) TO WS-ENTRY-NAME
               PERFORM TAKE-ENTRY-NAME
               IF WS-ENTRY-NAME = WS-WANTED-NAME
                   MOVE SPACES TO WS-LINE
                   STRING "#" FUNCTION TRIM(WS-LKP-RECORD(I))
                       DELIMITED BY SIZE INTO WS-LINE
                   MOVE WS-LINE(1:250) TO WS-LKP-RECORD(I)
                   MOVE 'Y' TO WS-MATCH-FOUND
               END-IF
           END-PERFORM.
       RENAME-ENTRY SECTION.
           PERFORM LOAD-LOOKUP-LIST.
           MOVE 'N' TO WS-MATCH-FOUND.
           MOVE LS-OLD-VALUE TO WS-ENTRY-NAME.
           PERFORM TAKE-ENTRY-NAME.
           MOVE WS-ENTRY-NAME TO WS-WANTED-NAME.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-LKP-COUNT
               MOVE WS-LKP-RECORD(I) TO WS-ENTRY-NAME
               PERFORM TAKE-ENTRY-NAME
               IF WS-ENTRY-NAME = WS-WANTED-NAME
                   IF FUNCTION TRIM(LS-LIST-TYPE) = "LOCN"
                       PERFORM RENAME-LOCATION-ROW
                   ELSE
                       MOVE FUNCTION TRIM(LS-NEW-VALUE)
                           TO WS-LKP-RECORD(I)
                   END-IF
                   MOVE 'Y' TO WS-MATCH-FOUND
               END-IF
           END-PERFORM.
               EXIT SECTION
           END-IF.

           MOVE 0 TO WS-PROFILE-HITS, WS-JOB-HITS.
           IF FUNCTION TRIM(LS-LIST-TYPE) = "LOCN"
               MOVE 5 TO WS-JOB-FIELD
               PERFORM CASCADE-TO-JOBS
           ELSE
               PERFORM CASCADE-TO-PROFILES
           END-IF.
           IF FUNCTION TRIM(LS-LIST-TYPE) = "UNIV"
               MOVE 10 TO WS-JOB-FIELD
               PERFORM CASCADE-TO-JOBS
           END-IF.

           STRING "Rename cascaded to " FUNCTION TRIM(WS-NUM-TEXT)
                  " profile record(s)" DELIMITED BY SIZE
                  INTO WS-MESSAGE.
           IF FUNCTION TRIM(LS-LIST-TYPE) = "LOCN"
               MOVE WS-JOB-HITS TO WS-NUM-TEXT
               INITIALIZE WS-MESSAGE
               STRING "Rename cascaded to " FUNCTION TRIM(WS-NUM-TEXT)
                      " job posting location(s)" DELIMITED BY SIZE
                      INTO WS-MESSAGE
           END-IF.
           IF FUNCTION TRIM(LS-LIST-TYPE) = "UNIV"
               MOVE WS-JOB-HITS TO WS-NUM-TEXT
               STRING FUNCTION TRIM(WS-MESSAGE)
                   WRITE PROFILES-RECORD FROM WS-GEN-RECORD(I)
               END-PERFORM
               CLOSE PROFILES-FILE
               MOVE "REBUILD" TO WS-PX-ACTION
               MOVE SPACES TO WS-PX-USER
               CALL "PROFILE-INDEX" USING WS-PX-ACTION, WS-PX-USER,
                                           WS-PX-KIND, WS-PX-VALUE,
                                           WS-PX-HIT-COUNT, WS-PX-HIT-LIST,
                                           WS-PX-CARD, WS-PX-RC
           END-IF.
           EXIT SECTION.

                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM FIX-JOB-FIELD
                       PERFORM KEEP-GEN-LINE
               END-READ
           END-PERFORM.
           END-IF.
           EXIT SECTION.

      *> WS-JOB-FIELD says which jobs.txt field carries the renamed
      *> value: 10 the school restriction, 5 the location.
       FIX-JOB-FIELD SECTION.
           MOVE SPACES TO WS-FLD.
           MOVE 0 TO WS-FLD-COUNT.
           UNSTRING WS-LINE DELIMITED BY "~"
               INTO WS-F(1), WS-F(2), WS-F(3), WS-F(4), WS-F(5),
                    WS-F(6), WS-F(7), WS-F(8), WS-F(9), WS-F(10),
                    WS-F(11), WS-F(12), WS-F(13), WS-F(14),
                    WS-F(15), WS-F(16)
               TALLYING IN WS-FLD-COUNT
           END-UNSTRING.

           IF WS-FLD-COUNT >= WS-JOB-FIELD
              AND FUNCTION UPPER-CASE(FUNCTION TRIM(WS-F(WS-JOB-FIELD)))
                  = FUNCTION UPPER-CASE(FUNCTION TRIM(LS-OLD-VALUE))
               MOVE FUNCTION TRIM(LS-NEW-VALUE) TO WS-F(WS-JOB-FIELD)
               ADD 1 TO WS-JOB-HITS
               INITIALIZE WS-LINE
               PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-FLD-COUNT
           END-IF.
           EXIT SECTION.

      *> WS-ENTRY-NAME in, its name part (up to any "~") trimmed and
      *> upper-cased out.
       TAKE-ENTRY-NAME SECTION.
           MOVE WS-ENTRY-NAME TO WS-LINE.
           MOVE SPACES TO WS-ENTRY-NAME.
           UNSTRING WS-LINE DELIMITED BY "~" INTO WS-ENTRY-NAME
           END-UNSTRING.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ENTRY-NAME))
               TO WS-ENTRY-NAME.
           EXIT SECTION.

      *> name~city~state~region~arrangement: a name, a region, and an
      *> arrangement the lookups know; an on-site or hybrid location
      *> also needs its city.
       CHECK-LOCATION-ROW SECTION.
           MOVE SPACES TO WS-LOC-FLD.
           MOVE 0 TO WS-LOC-FLD-COUNT.
           UNSTRING LS-NEW-VALUE DELIMITED BY "~"
               INTO WS-LOC-F(1), WS-LOC-F(2), WS-LOC-F(3), WS-LOC-F(4),
                    WS-LOC-F(5), WS-LOC-F(6)
               TALLYING IN WS-LOC-FLD-COUNT
           END-UNSTRING.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-LOC-F(5)))
               TO WS-LOC-F(5).
           IF WS-LOC-FLD-COUNT < 5
              OR WS-LOC-F(1) = SPACES OR WS-LOC-F(4) = SPACES
              OR (WS-LOC-F(5) NOT = "ONSITE"
                  AND WS-LOC-F(5) NOT = "HYBRID"
                  AND WS-LOC-F(5) NOT = "REMOTE")
              OR (WS-LOC-F(5) NOT = "REMOTE" AND WS-LOC-F(2) = SPACES)
               MOVE 'V' TO LS-RETURN-CODE
           END-IF.
           EXIT SECTION.

      *> New name in front, the rest of the row kept, and the old name
      *> added to the aliases so anything still holding it resolves.
       RENAME-LOCATION-ROW SECTION.
           MOVE SPACES TO WS-LOC-FLD.
           MOVE 0 TO WS-LOC-FLD-COUNT.
           UNSTRING WS-LKP-RECORD(I) DELIMITED BY "~"
               INTO WS-LOC-F(1), WS-LOC-F(2), WS-LOC-F(3), WS-LOC-F(4),
                    WS-LOC-F(5), WS-LOC-F(6)
               TALLYING IN WS-LOC-FLD-COUNT
           END-UNSTRING.
           IF FUNCTION TRIM(WS-LOC-F(6)) = SPACES
               MOVE FUNCTION TRIM(WS-LOC-F(1)) TO WS-LOC-F(6)
           ELSE
               MOVE SPACES TO WS-LINE
               STRING FUNCTION TRIM(WS-LOC-F(6)) ";"
                      FUNCTION TRIM(WS-LOC-F(1))
                      DELIMITED BY SIZE INTO WS-LINE
               MOVE WS-LINE(1:150) TO WS-LOC-F(6)
           END-IF.
           MOVE FUNCTION TRIM(LS-NEW-VALUE) TO WS-LOC-F(1).
           PERFORM JOIN-LOCATION-ROW.
           EXIT SECTION.

       JOIN-LOCATION-ROW SECTION.
           MOVE SPACES TO WS-LINE.
           STRING FUNCTION TRIM(WS-LOC-F(1)) "~"
                  FUNCTION TRIM(WS-LOC-F(2)) "~"
                  FUNCTION TRIM(WS-LOC-F(3)) "~"
                  FUNCTION TRIM(WS-LOC-F(4)) "~"
                  FUNCTION TRIM(WS-LOC-F(5)) "~"
                  FUNCTION TRIM(WS-LOC-F(6))
                  DELIMITED BY SIZE INTO WS-LINE.
           MOVE WS-LINE(1:250) TO WS-LKP-RECORD(I).
           EXIT SECTION.

      *> LS-OLD-VALUE names the location, LS-NEW-VALUE is the extra
      *> spelling. A spelling that already resolves to any location
      *> is refused -- it would be ambiguous.
       ADD-LOCATION-ALIAS SECTION.
           MOVE LS-NEW-VALUE TO WS-ALIAS-CANDIDATE.
           CALL "LOCATION-LOOKUP" USING WS-ALIAS-ACTION,
                                         WS-ALIAS-CANDIDATE,
                                         WS-ALIAS-CANONICAL,
                                         WS-ALIAS-CITY, WS-ALIAS-STATE,
                                         WS-ALIAS-REGION, WS-ALIAS-MODE,
                                         WS-ALIAS-RC.
           IF WS-ALIAS-RC = 'S'
               MOVE 'D' TO LS-RETURN-CODE
               EXIT SECTION
           END-IF.
           MOVE 0 TO WS-TILDES.
           INSPECT LS-NEW-VALUE TALLYING WS-TILDES FOR ALL "~".
           INSPECT LS-NEW-VALUE TALLYING WS-TILDES FOR ALL ";".
           IF WS-TILDES > 0 OR FUNCTION TRIM(LS-NEW-VALUE) = SPACES
               MOVE 'V' TO LS-RETURN-CODE
               EXIT SECTION
           END-IF.

           PERFORM LOAD-LOOKUP-LIST.
           MOVE 'N' TO WS-MATCH-FOUND.
           MOVE LS-OLD-VALUE TO WS-ENTRY-NAME.
           PERFORM TAKE-ENTRY-NAME.
           MOVE WS-ENTRY-NAME TO WS-WANTED-NAME.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-LKP-COUNT
               MOVE WS-LKP-RECORD(I) TO WS-ENTRY-NAME
               PERFORM TAKE-ENTRY-NAME
               IF WS-ENTRY-NAME = WS-WANTED-NAME
                  AND WS-MATCH-FOUND = 'N'
                   MOVE SPACES TO WS-LOC-FLD
                   UNSTRING WS-LKP-RECORD(I) DELIMITED BY "~"
                       INTO WS-LOC-F(1), WS-LOC-F(2), WS-LOC-F(3),
                            WS-LOC-F(4), WS-LOC-F(5), WS-LOC-F(6)
                   END-UNSTRING
                   IF FUNCTION TRIM(WS-LOC-F(6)) = SPACES
                       MOVE FUNCTION TRIM(LS-NEW-VALUE) TO WS-LOC-F(6)
                   ELSE
                       MOVE SPACES TO WS-LINE
                       STRING FUNCTION TRIM(WS-LOC-F(6)) ";"
                              FUNCTION TRIM(LS-NEW-VALUE)
                              DELIMITED BY SIZE INTO WS-LINE
                       MOVE WS-LINE(1:150) TO WS-LOC-F(6)
                   END-IF
                   PERFORM JOIN-LOCATION-ROW
                   MOVE 'Y' TO WS-MATCH-FOUND
               END-IF
           END-PERFORM.
           IF WS-MATCH-FOUND NOT = 'Y'
               MOVE 'F' TO LS-RETURN-CODE
               EXIT SECTION
           END-IF.
           PERFORM REWRITE-LOOKUP-LIST.
           IF LS-RETURN-CODE NOT = 'X'
               MOVE 'S' TO LS-RETURN-CODE
           END-IF.
           EXIT SECTION.

       KEEP-GEN-LINE SECTION.
           IF WS-GEN-COUNT < 2000
               ADD 1 TO WS-GEN-COUNT
