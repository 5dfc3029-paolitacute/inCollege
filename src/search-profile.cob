01 WS-CURRENT-FIRST     PIC X(50).           *> Current profile's first name being examined
01 WS-CURRENT-LAST      PIC X(50).           *> Current profile's last name being examined

*> Profile search index (PROFILE-INDEX) call areas -- a name lookup
*> returns candidate usernames, and each candidate's card carries the
*> exact first and last name to confirm against
01 WS-PX-ACTION         PIC X(10).           *> LOOKUP or FETCH
01 WS-PX-USER           PIC X(20).           *> Candidate whose card is fetched
01 WS-PX-KIND           PIC X(4) VALUE "NAME".
01 WS-PX-VALUE          PIC X(100).          *> First word of the searched name
01 WS-PX-HIT-COUNT      PIC 9(3).            *> Number of candidates returned
01 WS-PX-HIT-LIST.
   05 WS-PX-HIT-USER    PIC X(20) OCCURS 200 TIMES.
01 WS-PX-CARD.
   05 WS-PC-FIRST-NAME  PIC X(50).
   05 WS-PC-LAST-NAME   PIC X(50).
   05 WS-PC-UNIVERSITY  PIC X(100).
   05 WS-PC-MAJOR       PIC X(50).
   05 WS-PC-GRAD-YEAR   PIC X(4).
   05 WS-PC-VISIBILITY  PIC X(11).
   05 WS-PC-UPDATED     PIC X(8).
   05 WS-PC-STANDING    PIC X(10).
   05 WS-PC-SKILL-COUNT PIC 9.
   05 WS-PC-SKILLS.
      10 WS-PC-SKILL    PIC X(30) OCCURS 9 TIMES.
01 WS-PX-RC             PIC X.               *> 'X' = scan the file instead
01 WS-PX-FETCH-RC       PIC X.               *> Result of one card fetch
01 WS-PX-I              PIC 9(3).            *> Candidate subscript

*> Parameters passed from calling program
LINKAGE SECTION.
*> Search criteria - first and last names to find
    MOVE FUNCTION TRIM(LS-FIRST) TO LS-FIRST
    MOVE FUNCTION TRIM(LS-LAST) TO LS-LAST

    *> The nightly-built profile index answers the search from the
    *> matching profiles alone; the full file scan below only runs
    *> when there is no index on disk to ask, or the name is shared
    *> by more profiles than one lookup returns.
    PERFORM SEARCH-NAME-INDEX
    IF WS-PX-RC NOT = 'X'
       GOBACK
    END-IF

    *> Open the profiles file for reading
    OPEN INPUT PROFILE-FILE

            END-IF
        END-IF
    END-IF.

    *> Looks up the first word of the searched name in the profile
    *> index and checks each candidate's exact name from its card.
    SEARCH-NAME-INDEX.
    MOVE SPACES TO WS-PX-VALUE
    IF LS-FIRST NOT = SPACES
        UNSTRING LS-FIRST DELIMITED BY ALL SPACE INTO WS-PX-VALUE
    ELSE
        UNSTRING LS-LAST DELIMITED BY ALL SPACE INTO WS-PX-VALUE
    END-IF
    MOVE "LOOKUP" TO WS-PX-ACTION
    MOVE SPACES TO WS-PX-USER
    CALL "PROFILE-INDEX" USING WS-PX-ACTION, WS-PX-USER, WS-PX-KIND,
                                WS-PX-VALUE, WS-PX-HIT-COUNT,
                                WS-PX-HIT-LIST, WS-PX-CARD, WS-PX-RC
    *> More people share the name word than one lookup returns, so
    *> the file scan has to answer instead.
    IF WS-PX-RC = 'O'
        MOVE 'X' TO WS-PX-RC
    END-IF
    IF WS-PX-RC = 'S'
        PERFORM VARYING WS-PX-I FROM 1 BY 1
                UNTIL WS-PX-I > WS-PX-HIT-COUNT
            PERFORM CHECK-INDEXED-CANDIDATE
        END-PERFORM
    END-IF.

    *> Fetches one candidate's card and runs the same name check the
    *> file scan uses.
    CHECK-INDEXED-CANDIDATE.
    MOVE "FETCH" TO WS-PX-ACTION
    MOVE WS-PX-HIT-USER(WS-PX-I) TO WS-PX-USER
    CALL "PROFILE-INDEX" USING WS-PX-ACTION, WS-PX-USER, WS-PX-KIND,
                                WS-PX-VALUE, WS-PX-HIT-COUNT,
                                WS-PX-HIT-LIST, WS-PX-CARD,
                                WS-PX-FETCH-RC
    IF WS-PX-FETCH-RC = 'S'
        MOVE WS-PX-USER TO WS-TEMP-ONE
        MOVE WS-PC-FIRST-NAME TO WS-CURRENT-FIRST
        MOVE WS-PC-LAST-NAME TO WS-CURRENT-LAST
        PERFORM CHECK-FOR-NAME-MATCH
    END-IF.
