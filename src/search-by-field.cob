       *> accounts. A fuller profile (skills + major + grad year on
       *> file) and a fresher UPDT stamp rise; the picker list the
       *> caller shows is therefore best-first.
       *> The nightly profile index (PROFILE-INDEX) answers the field
       *> lookup and supplies each candidate's card, so only matching
       *> profiles are read; profiles.txt is scanned only when there
       *> is no index on disk.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  I                    PIC 9(3).
       01  J                    PIC 9(3).

      *> Profile search index call areas
       01  WS-PX-ACTION         PIC X(10).
       01  WS-PX-USER           PIC X(20).
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
       01  WS-PX-FETCH-RC       PIC X.
       01  WS-PX-I              PIC 9(3).

       LINKAGE SECTION.
       01  LS-FIELD-TYPE        PIC X(4).            *> "UNIV" or "MAJR"
       01  LS-FIELD-VALUE       PIC X(100).
           MOVE FUNCTION TRIM(LS-FIELD-VALUE) TO LS-FIELD-VALUE.
           PERFORM CLEAR-CURRENT-BLOCK.

           PERFORM COLLECT-FROM-INDEX.
           IF WS-PX-RC = 'X'
               OPEN INPUT PROFILE-FILE
               IF WS-FILE-STATUS NOT = "00"
                   MOVE 'X' TO LS-RETURN-CODE
                   CLOSE PROFILE-FILE
                   GOBACK
               END-IF

               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                  READ PROFILE-FILE
                      AT END
                          MOVE 'Y' TO WS-EOF-FLAG
                      NOT AT END
                          PERFORM COLLECT-ONE-LINE
                  END-READ
               END-PERFORM

               CLOSE PROFILE-FILE
           END-IF.

           PERFORM SORT-CANDIDATES.
           PERFORM VARYING I FROM 1 BY 1
           END-IF.
           GOBACK.

      *> Candidates filed under the value in the profile index, each
      *> judged from its card exactly as a scanned block would be.
       COLLECT-FROM-INDEX SECTION.
           MOVE "LOOKUP" TO WS-PX-ACTION.
           MOVE SPACES TO WS-PX-USER.
           CALL "PROFILE-INDEX" USING WS-PX-ACTION, WS-PX-USER,
                                       LS-FIELD-TYPE, LS-FIELD-VALUE,
                                       WS-PX-HIT-COUNT, WS-PX-HIT-LIST,
                                       WS-PX-CARD, WS-PX-RC.
      *> More candidates than one lookup returns: scan the file.
           IF WS-PX-RC = 'O'
               MOVE 'X' TO WS-PX-RC
           END-IF.
           IF WS-PX-RC NOT = 'S'
               EXIT SECTION
           END-IF.

           MOVE "FETCH" TO WS-PX-ACTION.
           PERFORM VARYING WS-PX-I FROM 1 BY 1
                   UNTIL WS-PX-I > WS-PX-HIT-COUNT
               MOVE WS-PX-HIT-USER(WS-PX-I) TO WS-PX-USER
               CALL "PROFILE-INDEX" USING WS-PX-ACTION, WS-PX-USER,
                                           LS-FIELD-TYPE, LS-FIELD-VALUE,
                                           WS-PX-HIT-COUNT,
                                           WS-PX-HIT-LIST, WS-PX-CARD,
                                           WS-PX-FETCH-RC
               IF WS-PX-FETCH-RC = 'S'
                   PERFORM LOAD-BLOCK-FROM-CARD
                   PERFORM JUDGE-CURRENT-BLOCK
               END-IF
           END-PERFORM.
           EXIT SECTION.

       LOAD-BLOCK-FROM-CARD SECTION.
           PERFORM CLEAR-CURRENT-BLOCK.
           MOVE WS-PX-USER TO WS-CUR-USER.
           MOVE WS-PC-UPDATED TO WS-CUR-UPDT.
           MOVE WS-PC-SKILL-COUNT TO WS-CUR-SKILLS.
           IF FUNCTION TRIM(WS-PC-MAJOR) > SPACES
               MOVE 'Y' TO WS-CUR-MAJOR
           END-IF.
           IF FUNCTION TRIM(WS-PC-GRAD-YEAR) > SPACES
               MOVE 'Y' TO WS-CUR-GRAD
           END-IF.
           EVALUATE FUNCTION TRIM(LS-FIELD-TYPE)
               WHEN "UNIV"
                   IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-PC-UNIVERSITY))
                      = FUNCTION UPPER-CASE(FUNCTION TRIM(LS-FIELD-VALUE))
                       MOVE 'Y' TO WS-CUR-MATCH
                   END-IF
               WHEN "MAJR"
                   IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-PC-MAJOR))
                      = FUNCTION UPPER-CASE(FUNCTION TRIM(LS-FIELD-VALUE))
                       MOVE 'Y' TO WS-CUR-MATCH
                   END-IF
               WHEN "STND"
                   IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-PC-STANDING))
                      = FUNCTION UPPER-CASE(FUNCTION TRIM(LS-FIELD-VALUE))
                       MOVE 'Y' TO WS-CUR-MATCH
                   END-IF
           END-EVALUATE.
           EXIT SECTION.

       COLLECT-ONE-LINE SECTION.
           EVALUATE TRUE
               WHEN PROFILE-RECORD(1:5) = "USER:"
