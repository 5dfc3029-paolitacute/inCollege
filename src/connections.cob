       01  WS-JRN-FILE              PIC X(30).
       01  WS-JRN-TEXT              PIC X(500).
       01  WS-JRN-RC                PIC X.
       01  WS-JRN-COUNT             PIC ZZ9.

      *> Per-user connection index (connection_index.txt), rebuilt in
      *> the nightly window and after every graph mutation, so NETWORK
       01  WS-SUGGEST-CAP-WARNED PIC X VALUE 'N'.
       01  WS-SUGGEST-LIST.
           05 WS-SUGGEST-USER   OCCURS 50 TIMES PIC X(20).
      *> Profile search index call areas: the requester's card, then
      *> the users filed under the same University or Major
       01  WS-PX-ACTION         PIC X(10).
       01  WS-PX-USER           PIC X(20).
       01  WS-PX-KIND           PIC X(4).
       01  WS-PX-VALUE          PIC X(100).
       01  WS-PX-HIT-COUNT      PIC 9(3).
       01  WS-PX-HIT-LIST.
           05 WS-PX-HIT-USER    PIC X(20) OCCURS 200 TIMES.
       01  WS-PX-CARD.
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
       01  WS-PX-RC             PIC X.
       01  WS-PX-LOOKUP-RC      PIC X.
       01  WS-PX-FETCH-RC       PIC X.
       01  WS-PX-I              PIC 9(3).
       01  WS-PX-J              PIC 9(3).

       LINKAGE SECTION.
       01  LS-ACTION            PIC X(10).  *> Action: SEND, VIEW, ACCEPT
            CLOSE CONNECTIONS-FILE

            *> Journal the appended request for point-in-time recovery
            *> (the request row is the append; accept rewrites the
            *> file and is carried by the nightly snapshot, and
            *> reject/remove journal only how many rows went).
            IF LS-RETURN-CODE = 'S'
                INITIALIZE WS-JRN-TEXT
                STRING FUNCTION TRIM(LS-USERNAME) ":"
                   END-IF
               END-PERFORM
               CLOSE CONNECTIONS-FILE
               PERFORM JOURNAL-REMOVED-ROWS
           END-IF

           EXIT SECTION.
                   END-IF
               END-PERFORM
               CLOSE CONNECTIONS-FILE
               PERFORM JOURNAL-REMOVED-ROWS
               *> Keep the connection index tracking the live graph.
               CALL "CONNECTION-INDEX"
           END-IF

           EXIT SECTION.

       *> Reject and remove take rows out rather than append them, so
       *> they journal only the count (as "*DEL*") for the nightly
       *> balancing -- the rows that went are the loaded rows the
       *> rewrite did not carry forward.
       JOURNAL-REMOVED-ROWS SECTION.
           COMPUTE WS-JRN-COUNT = WS-PENDING-COUNT - J.
           INITIALIZE WS-JRN-TEXT.
           STRING "connections.txt~" FUNCTION TRIM(WS-JRN-COUNT)
                  "~CONNECTIONS"
               DELIMITED BY SIZE INTO WS-JRN-TEXT.
           MOVE "*DEL*" TO WS-JRN-FILE.
           CALL "DATA-JOURNAL" USING WS-JRN-FILE, WS-JRN-TEXT,
                                      WS-JRN-RC.
           EXIT SECTION.

       VIEW-MY-NETWORK SECTION.
           MOVE 0 TO WS-NET-COUNT.
           MOVE 'N' TO WS-NET-CAP-WARNED.
           END-IF.
           CLOSE CONNECTIONS-FILE.

           *> Look up the requester's own University/Major -- from
           *> their card in the profile index, or from profiles.txt
           *> when there is no index on disk.
           MOVE "FETCH" TO WS-PX-ACTION.
           MOVE FUNCTION TRIM(LS-USERNAME) TO WS-PX-USER.
           CALL "PROFILE-INDEX" USING WS-PX-ACTION, WS-PX-USER,
                                       WS-PX-KIND, WS-PX-VALUE,
                                       WS-PX-HIT-COUNT, WS-PX-HIT-LIST,
                                       WS-PX-CARD, WS-PX-RC.
           IF WS-PX-RC = 'S'
               MOVE FUNCTION TRIM(WS-PC-UNIVERSITY) TO WS-REQ-UNIV
               MOVE FUNCTION TRIM(WS-PC-MAJOR) TO WS-REQ-MAJOR
           END-IF.
           IF WS-PX-RC = 'X'
               OPEN INPUT PROFILES-FILE
               IF WS-PROFILES-STATUS NOT = "00"
                   MOVE "Error accessing profiles file." TO WS-MESSAGE
                   PERFORM DISPLAY-AND-LOG
                   MOVE 'X' TO LS-RETURN-CODE
                   CLOSE PROFILES-FILE
                   EXIT SECTION
               END-IF

               MOVE 'N' TO WS-EOF-FLAG
               MOVE 'N' TO WS-IN-PROFILE-BLOCK
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ PROFILES-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           IF PROFILES-RECORD(1:5) = "USER:"
                              AND FUNCTION TRIM(PROFILES-RECORD(6:20)) = FUNCTION TRIM(LS-USERNAME)
                               MOVE 'Y' TO WS-IN-PROFILE-BLOCK
                           END-IF
                           IF WS-IN-PROFILE-BLOCK = 'Y'
                               IF PROFILES-RECORD(1:5) = "UNIV:"
                                   MOVE FUNCTION TRIM(PROFILES-RECORD(6:100)) TO WS-REQ-UNIV
                               END-IF
                               IF PROFILES-RECORD(1:5) = "MAJR:"
                                   MOVE FUNCTION TRIM(PROFILES-RECORD(6:50)) TO WS-REQ-MAJOR
                               END-IF
                               IF PROFILES-RECORD(1:10) = "ENDPROFILE"
                                   MOVE 'Y' TO WS-EOF-FLAG
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PROFILES-FILE
           END-IF.

           IF WS-REQ-UNIV = SPACES AND WS-REQ-MAJOR = SPACES
               MOVE "Fill out your University and Major to get suggestions."
               EXIT SECTION
           END-IF.

           *> Collect candidates that share the
           *> requester's University or Major and aren't already excluded.
           *> With the index on disk only the profiles filed under
           *> those two values are read; otherwise scan every profile,
           *> as also when a value has more profiles than one lookup
           *> returns (SUGGEST-FROM-INDEX sets WS-PX-RC to 'X' then).
           IF WS-PX-RC NOT = 'X'
               PERFORM SUGGEST-FROM-INDEX
           END-IF.
           IF WS-PX-RC = 'X'
               OPEN INPUT PROFILES-FILE
               MOVE 'N' TO WS-EOF-FLAG
               MOVE 'N' TO WS-IN-PROFILE-BLOCK
               MOVE SPACES TO WS-U
               MOVE SPACES TO WS-CAND-UNIV
               MOVE SPACES TO WS-CAND-MAJOR
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ PROFILES-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                           PERFORM EVALUATE-SUGGESTION-CANDIDATE
                       NOT AT END
                           IF PROFILES-RECORD(1:5) = "USER:"
                               PERFORM EVALUATE-SUGGESTION-CANDIDATE
                               MOVE FUNCTION TRIM(PROFILES-RECORD(6:20)) TO WS-U
                               MOVE SPACES TO WS-CAND-UNIV
                               MOVE SPACES TO WS-CAND-MAJOR
                           END-IF
                           IF PROFILES-RECORD(1:5) = "UNIV:"
                               MOVE FUNCTION TRIM(PROFILES-RECORD(6:100)) TO WS-CAND-UNIV
                           END-IF
                           IF PROFILES-RECORD(1:5) = "MAJR:"
                               MOVE FUNCTION TRIM(PROFILES-RECORD(6:50)) TO WS-CAND-MAJOR
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PROFILES-FILE
           END-IF.

           IF WS-SUGGEST-COUNT = 0
               MOVE "No suggestions right now -- check back once more classmates join."
           MOVE 'S' TO LS-RETURN-CODE.
           EXIT SECTION.

       *> Candidates from the profile index: everyone filed under the
       *> requester's University, then under their Major, each checked
       *> from its card the same way a scanned block is.
       SUGGEST-FROM-INDEX SECTION.
           MOVE "UNIV" TO WS-PX-KIND.
           MOVE WS-REQ-UNIV TO WS-PX-VALUE.
           PERFORM SUGGEST-FROM-ONE-LOOKUP.
           IF WS-PX-RC = 'X'
               EXIT SECTION
           END-IF.
           MOVE "MAJR" TO WS-PX-KIND.
           MOVE WS-REQ-MAJOR TO WS-PX-VALUE.
           PERFORM SUGGEST-FROM-ONE-LOOKUP.
           EXIT SECTION.

       SUGGEST-FROM-ONE-LOOKUP SECTION.
           IF WS-PX-VALUE = SPACES
               EXIT SECTION
           END-IF.
           MOVE "LOOKUP" TO WS-PX-ACTION.
           MOVE SPACES TO WS-PX-USER.
           CALL "PROFILE-INDEX" USING WS-PX-ACTION, WS-PX-USER,
                                       WS-PX-KIND, WS-PX-VALUE,
                                       WS-PX-HIT-COUNT, WS-PX-HIT-LIST,
                                       WS-PX-CARD, WS-PX-LOOKUP-RC.
      *> Too many filed under the value for one lookup: drop what the
      *> index gave so far and let the caller scan every profile.
           IF WS-PX-LOOKUP-RC = 'O'
               MOVE 'X' TO WS-PX-RC
               MOVE 0 TO WS-SUGGEST-COUNT
               EXIT SECTION
           END-IF.
           IF WS-PX-LOOKUP-RC NOT = 'S'
               EXIT SECTION
           END-IF.

           MOVE "FETCH" TO WS-PX-ACTION.
           PERFORM VARYING WS-PX-I FROM 1 BY 1
                   UNTIL WS-PX-I > WS-PX-HIT-COUNT
      *> Someone sharing both fields is already on the list from the
      *> University pass.
               MOVE 'N' TO WS-FOUND-FLAG
               PERFORM VARYING WS-PX-J FROM 1 BY 1
                       UNTIL WS-PX-J > WS-SUGGEST-COUNT
                   IF WS-SUGGEST-USER(WS-PX-J) = WS-PX-HIT-USER(WS-PX-I)
                       MOVE 'Y' TO WS-FOUND-FLAG
                   END-IF
               END-PERFORM
               IF WS-FOUND-FLAG = 'N'
                   MOVE WS-PX-HIT-USER(WS-PX-I) TO WS-PX-USER
                   CALL "PROFILE-INDEX" USING WS-PX-ACTION, WS-PX-USER,
                                               WS-PX-KIND, WS-PX-VALUE,
                                               WS-PX-HIT-COUNT,
                                               WS-PX-HIT-LIST,
                                               WS-PX-CARD, WS-PX-FETCH-RC
                   IF WS-PX-FETCH-RC = 'S'
                       MOVE FUNCTION TRIM(WS-PX-USER) TO WS-U
                       MOVE FUNCTION TRIM(WS-PC-UNIVERSITY)
                           TO WS-CAND-UNIV
                       MOVE FUNCTION TRIM(WS-PC-MAJOR) TO WS-CAND-MAJOR
                       PERFORM EVALUATE-SUGGESTION-CANDIDATE
                   END-IF
               END-IF
           END-PERFORM.
           EXIT SECTION.

       *> Sets WS-BLOCKED-PAIR when blocks.txt holds a row between
       *> LS-USERNAME and LS-TARGET-USERNAME in either direction.
       CHECK-BLOCKED-PAIR SECTION.
