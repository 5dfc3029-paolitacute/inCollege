       >>SOURCE FREE
       *> Keyed search index over profiles.txt, so SEARCH,
       *> SEARCH-BY-FIELD, TALENT-SEARCH and CONNECTIONS' "People You
       *> May Know" stop reading every profile block on every query.
       *> profile_index.dat holds one entry per searchable value, each
       *> keyed kind + normalized value + username:
       *>   NAME  every word of the first and last name, upper-cased
       *>   UNIV  university          MAJR  major
       *>   GRAD  graduation year     STND  standing (e.g. ALUMNI)
       *>   SKIL  each skill as stored, plus its canonical spelling
       *>         from SKILL-CANON when the dictionary folds it
       *> and one CARD entry per profile carrying the fields the
       *> searches judge and rank on (names, university, major, grad
       *> year, visibility, UPDT stamp, standing, skills), so a reader
       *> fetches only the cards of the users a key lookup returned.
       *> The alternate key is the owning username, which is how one
       *> user's entries are found again when they change.
       *> Actions:
       *>   REBUILD   the nightly pass: the whole index from profiles.txt
       *>   REFRESH   re-index one user after a save, takedown, rename
       *>             or purge -- a user with no block left simply
       *>             drops out -- so searches are never more than the
       *>             edit in flight behind the profile store
       *>   LOOKUP    users whose <kind> value equals LS-VALUE
       *>   CONTAINS  users whose <kind> value contains LS-VALUE
       *>   FETCH     LS-USERNAME's card
       *> Keys hold the first 50 characters of a value, so a reader
       *> still confirms the full field against the card. Return code
       *> 'S' found, 'F' nothing matched, 'X' no index on disk (or a
       *> blank value, which is never indexed), 'O' more users matched
       *> than the 200-entry hit list holds (the list stops at 200) --
       *> on 'X' or 'O' the caller falls back to scanning profiles.txt
       *> the way it always did, so no match is silently dropped.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROFILE-INDEX.
       AUTHOR. Paola
       DATE-WRITTEN. 10/15/2026

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROFILES-FILE ASSIGN TO "profiles.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROFILES-STATUS.
           SELECT INDEX-FILE ASSIGN TO "profile_index.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INDEX-KEY
               ALTERNATE RECORD KEY IS INDEX-OWNER
                   WITH DUPLICATES
               FILE STATUS IS WS-INDEX-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PROFILES-FILE.
       01  PROFILES-RECORD      PIC X(350).

       FD  INDEX-FILE.
       01  INDEX-RECORD.
           05  INDEX-KEY.
               10  INDEX-KIND          PIC X(4).
               10  INDEX-VALUE         PIC X(50).
               10  INDEX-USER          PIC X(20).
           05  INDEX-OWNER             PIC X(20).
           05  INDEX-CARD              PIC X(554).

       WORKING-STORAGE SECTION.
       01  WS-PROFILES-STATUS   PIC X(2).
       01  WS-INDEX-STATUS      PIC X(2).
       01  WS-EOF-FLAG          PIC X VALUE 'N'.

      *> The profile block being assembled, in card layout
       01  WS-BLK-USER          PIC X(20).
       01  WS-CARD.
           05 WS-CD-FIRST-NAME  PIC X(50).
           05 WS-CD-LAST-NAME   PIC X(50).
           05 WS-CD-UNIVERSITY  PIC X(100).
           05 WS-CD-MAJOR       PIC X(50).
           05 WS-CD-GRAD-YEAR   PIC X(4).
           05 WS-CD-VISIBILITY  PIC X(11).
           05 WS-CD-UPDATED     PIC X(8).
           05 WS-CD-STANDING    PIC X(10).
           05 WS-CD-SKILL-COUNT PIC 9.
           05 WS-CD-SKILLS.
              10 WS-CD-SKILL    PIC X(30) OCCURS 9 TIMES.

      *> REFRESH: whose entries are being replaced
       01  WS-WANT-USER         PIC X(20).
       01  WS-DROP-COUNT        PIC 9(3) VALUE 0.
       01  WS-DROP-TABLE.
           05 WS-DROP-KEY       PIC X(74) OCCURS 100 TIMES.

       01  WS-ENTRY-KIND        PIC X(4).
       01  WS-ENTRY-VALUE       PIC X(50).
       01  WS-NAME-TEXT         PIC X(50).
       01  WS-NAME-WORD         PIC X(50).
       01  WS-PTR               PIC 9(3).
       01  WS-CANON-SKILL       PIC X(30).
       01  WS-CANON-RC          PIC X.
       01  WS-WANTED            PIC X(50).
       01  WS-WANTED-LEN        PIC 9(3).
       01  WS-TALLY             PIC 9(3).
       01  WS-SEEN              PIC X.
       01  WS-HITS-FULL         PIC X VALUE 'N'.
       01  WS-PROFILE-COUNT     PIC 9(5) VALUE 0.
       01  WS-DISPLAY-COUNT     PIC Z(4)9.
       01  I                    PIC 9(3).
       01  K                    PIC 9.

       LINKAGE SECTION.
       01  LS-ACTION            PIC X(10).
       01  LS-USERNAME          PIC X(20).
      *> NAME, UNIV, MAJR, GRAD, STND or SKIL
       01  LS-KIND              PIC X(4).
       01  LS-VALUE             PIC X(100).
       01  LS-HIT-COUNT         PIC 9(3).
       01  LS-HIT-LIST.
           05 LS-HIT-USER       PIC X(20) OCCURS 200 TIMES.
       01  LS-PROFILE-CARD.
           05 LS-PC-FIRST-NAME  PIC X(50).
           05 LS-PC-LAST-NAME   PIC X(50).
           05 LS-PC-UNIVERSITY  PIC X(100).
           05 LS-PC-MAJOR       PIC X(50).
           05 LS-PC-GRAD-YEAR   PIC X(4).
           05 LS-PC-VISIBILITY  PIC X(11).
           05 LS-PC-UPDATED     PIC X(8).
           05 LS-PC-STANDING    PIC X(10).
           05 LS-PC-SKILL-COUNT PIC 9.
           05 LS-PC-SKILLS.
              10 LS-PC-SKILL    PIC X(30) OCCURS 9 TIMES.
       01  LS-RETURN-CODE       PIC X.

       PROCEDURE DIVISION USING LS-ACTION, LS-USERNAME, LS-KIND,
                                 LS-VALUE, LS-HIT-COUNT, LS-HIT-LIST,
                                 LS-PROFILE-CARD, LS-RETURN-CODE.

           MOVE 'F' TO LS-RETURN-CODE.

           EVALUATE FUNCTION TRIM(LS-ACTION)
               WHEN "REBUILD"
                   PERFORM REBUILD-INDEX
               WHEN "REFRESH"
                   PERFORM REFRESH-ONE-USER
               WHEN "LOOKUP"
                   PERFORM LOOKUP-EXACT
               WHEN "CONTAINS"
                   PERFORM LOOKUP-CONTAINS
               WHEN "FETCH"
                   PERFORM FETCH-CARD
           END-EVALUATE.
           GOBACK.

      *> Nightly: a fresh index from every block in profiles.txt.
       REBUILD-INDEX SECTION.
           MOVE 0 TO WS-PROFILE-COUNT.
           MOVE SPACES TO WS-WANT-USER.

           OPEN OUTPUT INDEX-FILE.
           IF WS-INDEX-STATUS NOT = "00"
               DISPLAY "Unable to create the profile search index."
               MOVE 'X' TO LS-RETURN-CODE
               CLOSE INDEX-FILE
               EXIT SECTION
           END-IF.

           PERFORM SCAN-PROFILE-BLOCKS.
           CLOSE INDEX-FILE.

           MOVE WS-PROFILE-COUNT TO WS-DISPLAY-COUNT.
           DISPLAY "Profile search index rebuilt: "
               FUNCTION TRIM(WS-DISPLAY-COUNT) " profiles.".
           MOVE 'S' TO LS-RETURN-CODE.
           EXIT SECTION.

      *> One user's entries out, then back in from their current
      *> block. No index on disk yet means nothing to keep current --
      *> the next nightly build will include the change.
       REFRESH-ONE-USER SECTION.
           IF FUNCTION TRIM(LS-USERNAME) = SPACES
               EXIT SECTION
           END-IF.
           MOVE FUNCTION TRIM(LS-USERNAME) TO WS-WANT-USER.

           OPEN I-O INDEX-FILE.
           IF WS-INDEX-STATUS NOT = "00"
               MOVE 'X' TO LS-RETURN-CODE
               CLOSE INDEX-FILE
               EXIT SECTION
           END-IF.

           PERFORM DROP-OWNER-ENTRIES.
           PERFORM SCAN-PROFILE-BLOCKS.
           CLOSE INDEX-FILE.
           MOVE 'S' TO LS-RETURN-CODE.
           EXIT SECTION.

      *> Primary keys are gathered first and deleted afterwards, so
      *> the deletes never disturb the owner-key browse.
       DROP-OWNER-ENTRIES SECTION.
           MOVE 0 TO WS-DROP-COUNT.
           MOVE 'N' TO WS-EOF-FLAG.
           MOVE WS-WANT-USER TO INDEX-OWNER.
           START INDEX-FILE KEY IS EQUAL TO INDEX-OWNER
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-FLAG
           END-START.
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ INDEX-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF INDEX-OWNER NOT = WS-WANT-USER
                           MOVE 'Y' TO WS-EOF-FLAG
                       ELSE
                           IF WS-DROP-COUNT < 100
                               ADD 1 TO WS-DROP-COUNT
                               MOVE INDEX-KEY
                                   TO WS-DROP-KEY(WS-DROP-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-DROP-COUNT
               MOVE WS-DROP-KEY(I) TO INDEX-KEY
               DELETE INDEX-FILE RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
           END-PERFORM.
           EXIT SECTION.

      *> Walks profiles.txt block by block; every finished block is
      *> indexed (REBUILD) or only WS-WANT-USER's (REFRESH).
       SCAN-PROFILE-BLOCKS SECTION.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM CLEAR-CURRENT-BLOCK.
           OPEN INPUT PROFILES-FILE.
           IF WS-PROFILES-STATUS NOT = "00"
               CLOSE PROFILES-FILE
               EXIT SECTION
           END-IF.
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ PROFILES-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM COLLECT-PROFILE-LINE
               END-READ
           END-PERFORM.
           CLOSE PROFILES-FILE.
           EXIT SECTION.

       CLEAR-CURRENT-BLOCK SECTION.
           MOVE SPACES TO WS-BLK-USER.
           INITIALIZE WS-CARD.
           MOVE 0 TO WS-CD-SKILL-COUNT.
           EXIT SECTION.

       COLLECT-PROFILE-LINE SECTION.
           EVALUATE TRUE
               WHEN PROFILES-RECORD(1:5) = "USER:"
                   PERFORM CLEAR-CURRENT-BLOCK
                   MOVE FUNCTION TRIM(PROFILES-RECORD(6:20))
                       TO WS-BLK-USER
               WHEN PROFILES-RECORD(1:5) = "FNAM:"
                   MOVE PROFILES-RECORD(6:50) TO WS-CD-FIRST-NAME
               WHEN PROFILES-RECORD(1:5) = "LNAM:"
                   MOVE PROFILES-RECORD(6:50) TO WS-CD-LAST-NAME
               WHEN PROFILES-RECORD(1:5) = "UNIV:"
                   MOVE PROFILES-RECORD(6:100) TO WS-CD-UNIVERSITY
               WHEN PROFILES-RECORD(1:5) = "MAJR:"
                   MOVE PROFILES-RECORD(6:50) TO WS-CD-MAJOR
               WHEN PROFILES-RECORD(1:5) = "GRAD:"
                   MOVE PROFILES-RECORD(6:4) TO WS-CD-GRAD-YEAR
               WHEN PROFILES-RECORD(1:5) = "PRIV:"
                   MOVE PROFILES-RECORD(6:11) TO WS-CD-VISIBILITY
               WHEN PROFILES-RECORD(1:5) = "UPDT:"
                   MOVE PROFILES-RECORD(6:8) TO WS-CD-UPDATED
               WHEN PROFILES-RECORD(1:5) = "STND:"
                   MOVE PROFILES-RECORD(6:10) TO WS-CD-STANDING
               WHEN PROFILES-RECORD(1:3) = "SKL"
                   IF WS-CD-SKILL-COUNT < 9
                       ADD 1 TO WS-CD-SKILL-COUNT
                       MOVE PROFILES-RECORD(7:30)
                           TO WS-CD-SKILL(WS-CD-SKILL-COUNT)
                   END-IF
               WHEN PROFILES-RECORD(1:10) = "ENDPROFILE"
                   IF WS-BLK-USER > SPACES
                      AND (WS-WANT-USER = SPACES
                           OR WS-BLK-USER = WS-WANT-USER)
                       PERFORM INDEX-CURRENT-BLOCK
                   END-IF
           END-EVALUATE.
           EXIT SECTION.

       INDEX-CURRENT-BLOCK SECTION.
           ADD 1 TO WS-PROFILE-COUNT.

           INITIALIZE INDEX-RECORD.
           MOVE "CARD" TO INDEX-KIND.
           MOVE SPACES TO INDEX-VALUE.
           MOVE WS-BLK-USER TO INDEX-USER.
           MOVE WS-BLK-USER TO INDEX-OWNER.
           MOVE WS-CARD TO INDEX-CARD.
           WRITE INDEX-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.

           MOVE WS-CD-FIRST-NAME TO WS-NAME-TEXT.
           PERFORM INDEX-NAME-WORDS.
           MOVE WS-CD-LAST-NAME TO WS-NAME-TEXT.
           PERFORM INDEX-NAME-WORDS.

           MOVE "UNIV" TO WS-ENTRY-KIND.
           MOVE WS-CD-UNIVERSITY TO WS-ENTRY-VALUE.
           PERFORM WRITE-VALUE-ENTRY.
           MOVE "MAJR" TO WS-ENTRY-KIND.
           MOVE WS-CD-MAJOR TO WS-ENTRY-VALUE.
           PERFORM WRITE-VALUE-ENTRY.
           MOVE "GRAD" TO WS-ENTRY-KIND.
           MOVE WS-CD-GRAD-YEAR TO WS-ENTRY-VALUE.
           PERFORM WRITE-VALUE-ENTRY.
           MOVE "STND" TO WS-ENTRY-KIND.
           MOVE WS-CD-STANDING TO WS-ENTRY-VALUE.
           PERFORM WRITE-VALUE-ENTRY.

      *> The skill as stored, and its canonical form when an older
      *> block predates the dictionary fold at save time.
           MOVE "SKIL" TO WS-ENTRY-KIND.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-CD-SKILL-COUNT
               MOVE WS-CD-SKILL(K) TO WS-ENTRY-VALUE
               PERFORM WRITE-VALUE-ENTRY
               MOVE WS-CD-SKILL(K) TO WS-CANON-SKILL
               CALL "SKILL-CANON" USING WS-CANON-SKILL, WS-CANON-RC
               IF WS-CANON-RC = 'S'
                   MOVE WS-CANON-SKILL TO WS-ENTRY-VALUE
                   PERFORM WRITE-VALUE-ENTRY
               END-IF
           END-PERFORM.
           EXIT SECTION.

      *> "Mary Ann" is findable by MARY and by ANN.
       INDEX-NAME-WORDS SECTION.
           MOVE "NAME" TO WS-ENTRY-KIND.
           MOVE FUNCTION TRIM(WS-NAME-TEXT) TO WS-NAME-TEXT.
           MOVE 1 TO WS-PTR.
           PERFORM UNTIL WS-PTR > 50
               MOVE SPACES TO WS-NAME-WORD
               UNSTRING WS-NAME-TEXT DELIMITED BY ALL SPACE
                   INTO WS-NAME-WORD
                   WITH POINTER WS-PTR
               END-UNSTRING
               IF WS-NAME-WORD = SPACES
                   MOVE 51 TO WS-PTR
               ELSE
                   MOVE WS-NAME-WORD TO WS-ENTRY-VALUE
                   PERFORM WRITE-VALUE-ENTRY
               END-IF
           END-PERFORM.
           EXIT SECTION.

       WRITE-VALUE-ENTRY SECTION.
           IF FUNCTION TRIM(WS-ENTRY-VALUE) = SPACES
               EXIT SECTION
           END-IF.
           INITIALIZE INDEX-RECORD.
           MOVE WS-ENTRY-KIND TO INDEX-KIND.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ENTRY-VALUE))
               TO INDEX-VALUE.
           MOVE WS-BLK-USER TO INDEX-USER.
           MOVE WS-BLK-USER TO INDEX-OWNER.
           WRITE INDEX-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.
           EXIT SECTION.

      *> Every user filed under exactly this value, in username order.
       LOOKUP-EXACT SECTION.
           PERFORM OPEN-FOR-LOOKUP.
           IF LS-RETURN-CODE = 'X'
               EXIT SECTION
           END-IF.

           MOVE FUNCTION UPPER-CASE(LS-KIND) TO INDEX-KIND.
           MOVE WS-WANTED TO INDEX-VALUE.
           MOVE LOW-VALUES TO INDEX-USER.
           START INDEX-FILE KEY IS NOT LESS THAN INDEX-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-FLAG
           END-START.
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ INDEX-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF INDEX-KIND NOT = FUNCTION UPPER-CASE(LS-KIND)
                          OR INDEX-VALUE NOT = WS-WANTED
                           MOVE 'Y' TO WS-EOF-FLAG
                       ELSE
                           PERFORM ADD-HIT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE INDEX-FILE.
           IF WS-HITS-FULL = 'Y'
               MOVE 'O' TO LS-RETURN-CODE
           ELSE
               IF LS-HIT-COUNT > 0
                   MOVE 'S' TO LS-RETURN-CODE
               END-IF
           END-IF.
           EXIT SECTION.

      *> Every value of the kind is tried, so a partial skill search
      *> still costs one pass over the skill keys, not the profiles.
       LOOKUP-CONTAINS SECTION.
           PERFORM OPEN-FOR-LOOKUP.
           IF LS-RETURN-CODE = 'X'
               EXIT SECTION
           END-IF.

           MOVE FUNCTION UPPER-CASE(LS-KIND) TO INDEX-KIND.
           MOVE LOW-VALUES TO INDEX-VALUE.
           MOVE LOW-VALUES TO INDEX-USER.
           START INDEX-FILE KEY IS NOT LESS THAN INDEX-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-FLAG
           END-START.
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ INDEX-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF INDEX-KIND NOT = FUNCTION UPPER-CASE(LS-KIND)
                           MOVE 'Y' TO WS-EOF-FLAG
                       ELSE
                           MOVE 0 TO WS-TALLY
                           INSPECT INDEX-VALUE TALLYING WS-TALLY
                               FOR ALL WS-WANTED(1:WS-WANTED-LEN)
                           IF WS-TALLY > 0
                               PERFORM ADD-HIT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE INDEX-FILE.
           IF WS-HITS-FULL = 'Y'
               MOVE 'O' TO LS-RETURN-CODE
           ELSE
               IF LS-HIT-COUNT > 0
                   MOVE 'S' TO LS-RETURN-CODE
               END-IF
           END-IF.
           EXIT SECTION.

       OPEN-FOR-LOOKUP SECTION.
           MOVE 0 TO LS-HIT-COUNT.
           MOVE 'N' TO WS-EOF-FLAG.
           MOVE 'N' TO WS-HITS-FULL.
           IF FUNCTION TRIM(LS-VALUE) = SPACES
               MOVE 'X' TO LS-RETURN-CODE
               EXIT SECTION
           END-IF.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(LS-VALUE))
               TO WS-WANTED.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-WANTED))
               TO WS-WANTED-LEN.

           OPEN INPUT INDEX-FILE.
           IF WS-INDEX-STATUS NOT = "00"
               MOVE 'X' TO LS-RETURN-CODE
               CLOSE INDEX-FILE
           END-IF.
           EXIT SECTION.

      *> A user matching on several values (two partial skills) is
      *> returned once. One more user than the list holds ends the
      *> read: the caller has to scan instead.
       ADD-HIT SECTION.
           MOVE 'N' TO WS-SEEN.
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > LS-HIT-COUNT OR WS-SEEN = 'Y'
               IF LS-HIT-USER(I) = INDEX-USER
                   MOVE 'Y' TO WS-SEEN
               END-IF
           END-PERFORM.
           IF WS-SEEN = 'N'
               IF LS-HIT-COUNT < 200
                   ADD 1 TO LS-HIT-COUNT
                   MOVE INDEX-USER TO LS-HIT-USER(LS-HIT-COUNT)
               ELSE
                   MOVE 'Y' TO WS-HITS-FULL
                   MOVE 'Y' TO WS-EOF-FLAG
               END-IF
           END-IF.
           EXIT SECTION.

       FETCH-CARD SECTION.
           INITIALIZE LS-PROFILE-CARD.
           MOVE 0 TO LS-PC-SKILL-COUNT.
           OPEN INPUT INDEX-FILE.
           IF WS-INDEX-STATUS NOT = "00"
               MOVE 'X' TO LS-RETURN-CODE
               CLOSE INDEX-FILE
               EXIT SECTION
           END-IF.

           MOVE "CARD" TO INDEX-KIND.
           MOVE SPACES TO INDEX-VALUE.
           MOVE FUNCTION TRIM(LS-USERNAME) TO INDEX-USER.
           READ INDEX-FILE KEY IS INDEX-KEY
               INVALID KEY
                   MOVE 'F' TO LS-RETURN-CODE
               NOT INVALID KEY
                   MOVE INDEX-CARD TO LS-PROFILE-CARD
                   MOVE 'S' TO LS-RETURN-CODE
           END-READ.
           CLOSE INDEX-FILE.
           EXIT SECTION.
