       *> its visibility is PUBLIC (the same PRIV: setting VIEW-PROFILE
       *> honors) AND its owner has turned on the open-to-opportunities
       *> flag (opportunity_flags.txt, one "user~YES" row per opted-in
       *> student). A student who has withdrawn the employer-search
       *> consent (DATA-CONSENT) is left out whatever the flag says.
       *> Every candidate listed to the recruiter is entered on
       *> DISCLOSURE-LOG's ledger. Students of a campus whose careers
       *> office has restricted the recruiter's company (CAMPUS-RESTRICT)
       *> are left out altogether.
       *> Candidates come from the nightly profile index (PROFILE-INDEX):
       *> a key lookup for major, university and year, a pass over the
       *> skill keys for a skill (so partial hits still surface), then
       *> each hit's card is judged like a scanned block. profiles.txt
       *> is walked only when there is no index on disk.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-RESULT-TABLE.
           05 WS-RESULT-ENTRY OCCURS 200 TIMES.
              10 WS-RES-SCORE   PIC 9(2).
              10 WS-RES-USER    PIC X(20).
              10 WS-RES-LINE    PIC X(250).
       01  WS-RES-SWAP.
           05 WS-SWAP-SCORE     PIC 9(2).
           05 WS-SWAP-USER      PIC X(20).
           05 WS-SWAP-LINE      PIC X(250).

      *> Disclosure ledger row per candidate shown
       01  WS-DSC-ACTION        PIC X(10).
       01  WS-DISCLOSURE.
           05 WS-DSC-STUDENT    PIC X(20).
           05 WS-DSC-RECIPIENT  PIC X(20).
           05 WS-DSC-CATEGORY   PIC X(12).
           05 WS-DSC-SOURCE     PIC X(16).
           05 WS-DSC-PURPOSE    PIC X(80).
       01  WS-DSC-RC            PIC X.
       01  WS-TODAY-TS          PIC X(21).

      *> The candidate's data-sharing consents
       01  WS-CONSENT-ACTION    PIC X(10) VALUE "GET".
       01  WS-CONSENT.
           05 WS-CN-SEARCH          PIC X.
           05 WS-CN-SEARCH-DATE     PIC X(8).
           05 WS-CN-TRANSFER        PIC X.
           05 WS-CN-TRANSFER-DATE   PIC X(8).
           05 WS-CN-RESEARCH        PIC X.
           05 WS-CN-RESEARCH-DATE   PIC X(8).
           05 WS-CN-LISTING         PIC X.
           05 WS-CN-LISTING-DATE    PIC X(8).
       01  WS-CONSENT-RC        PIC X.
       01  K                    PIC 9.

       01  WS-PREFS-STATUS      PIC X(2).
       01  WS-PF-SEEKING        PIC X(1).
       01  WS-IS-ACTIVE         PIC X.

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

      *> The recruiter's company (COMPANY-SEATS RESOLVE), resolved once
      *> per search, and the campus restriction check against it.
       01  WS-SEAT-ACTION       PIC X(10).
       01  WS-SEAT-TARGET       PIC X(20).
       01  WS-SEAT-COMPANY      PIC X(50).
       01  WS-SEAT-ROLE         PIC X(9).
       01  WS-SEAT-RC           PIC X.
       01  WS-CR-ACTION         PIC X(10).
       01  WS-RESTRICTION.
           05 WS-CR-COMPANY     PIC X(50).
           05 WS-CR-CAMPUS      PIC X(100).
           05 WS-CR-REVIEW      PIC X(8).
           05 WS-CR-REASON      PIC X(150).
           05 WS-CR-TARGET      PIC X(20).
       01  WS-CR-RC             PIC X.

       LINKAGE SECTION.
       01  LS-USERNAME          PIC X(20).
      *> "MAJR", "UNIV", "GRAD", or "SKIL"

           PERFORM LOAD-OPEN-FLAGS.

           MOVE "RESOLVE" TO WS-SEAT-ACTION.
           MOVE SPACES TO WS-SEAT-TARGET, WS-SEAT-COMPANY, WS-SEAT-ROLE.
           CALL "COMPANY-SEATS" USING LS-USERNAME, WS-SEAT-ACTION,
                                       WS-SEAT-TARGET, WS-SEAT-COMPANY,
                                       WS-SEAT-ROLE, WS-SEAT-RC.
           IF WS-SEAT-RC NOT = 'S'
               MOVE SPACES TO WS-SEAT-COMPANY
           END-IF.

           MOVE 0 TO WS-COUNT.
           MOVE 0 TO WS-RES-COUNT.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM CLEAR-CURRENT-BLOCK.

           OPEN EXTEND OUTPUT-FILE.
           PERFORM LOOKUP-CANDIDATES-IN-INDEX.
           IF WS-PX-RC = 'X'
               OPEN INPUT PROFILES-FILE
               IF WS-PROFILES-STATUS NOT = "00"
                   MOVE "No candidate profiles on file yet."
                       TO WS-MESSAGE
                   PERFORM DISPLAY-AND-LOG
                   MOVE 'S' TO LS-RETURN-CODE
                   CLOSE PROFILES-FILE
                   CLOSE OUTPUT-FILE
                   GOBACK
               END-IF
           END-IF.

           MOVE "--- Candidate Search Results ---" TO WS-MESSAGE.
           PERFORM DISPLAY-AND-LOG.

           IF WS-PX-RC = 'X'
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ PROFILES-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM COLLECT-PROFILE-LINE
                   END-READ
               END-PERFORM
               CLOSE PROFILES-FILE
           ELSE
               PERFORM JUDGE-INDEXED-CANDIDATES
           END-IF.

           PERFORM SORT-RESULTS-BY-SCORE.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-RES-COUNT
               MOVE WS-RES-LINE(I) TO WS-MESSAGE
               PERFORM DISPLAY-AND-LOG
               PERFORM RECORD-DISCLOSURE
           END-PERFORM.

           IF WS-COUNT = 0
           CLOSE OUTPUT-FILE.
           GOBACK.

      *> Result I was just shown to the recruiter.
       RECORD-DISCLOSURE SECTION.
           MOVE "RECORD" TO WS-DSC-ACTION.
           MOVE WS-RES-USER(I) TO WS-DSC-STUDENT.
           MOVE LS-USERNAME TO WS-DSC-RECIPIENT.
           MOVE "PROFILE" TO WS-DSC-CATEGORY.
           MOVE "TALENT-SEARCH" TO WS-DSC-SOURCE.
           INITIALIZE WS-DSC-PURPOSE.
           STRING "Candidate search on " FUNCTION TRIM(LS-FIELD-TYPE)
                  " = " FUNCTION TRIM(LS-FIELD-VALUE)
                  DELIMITED BY SIZE INTO WS-DSC-PURPOSE.
           CALL "DISCLOSURE-LOG" USING LS-USERNAME, WS-DSC-ACTION,
                                        WS-DISCLOSURE, WS-DSC-RC.
           EXIT SECTION.

       SORT-RESULTS-BY-SCORE SECTION.
           IF WS-RES-COUNT < 2
               EXIT SECTION
           END-PERFORM.
           EXIT SECTION.

      *> Exact key lookup for a field; for a skill, every skill key
      *> containing the searched text, which covers exact and partial
      *> hits alike. 'X' back means no index: walk the file instead;
      *> so does 'O', more candidates than one lookup returns.
       LOOKUP-CANDIDATES-IN-INDEX SECTION.
           IF FUNCTION TRIM(LS-FIELD-TYPE) = "SKIL"
               MOVE "CONTAINS" TO WS-PX-ACTION
           ELSE
               MOVE "LOOKUP" TO WS-PX-ACTION
           END-IF.
           MOVE SPACES TO WS-PX-USER.
           CALL "PROFILE-INDEX" USING WS-PX-ACTION, WS-PX-USER,
                                       LS-FIELD-TYPE, LS-FIELD-VALUE,
                                       WS-PX-HIT-COUNT, WS-PX-HIT-LIST,
                                       WS-PX-CARD, WS-PX-RC.
           IF WS-PX-RC = 'O'
               MOVE 'X' TO WS-PX-RC
           END-IF.
           EXIT SECTION.

      *> Each hit's card stands in for its profile block.
       JUDGE-INDEXED-CANDIDATES SECTION.
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
                   PERFORM CLEAR-CURRENT-BLOCK
                   MOVE WS-PX-USER TO WS-CUR-USER
                   MOVE WS-PC-FIRST-NAME TO WS-CUR-FNAME
                   MOVE WS-PC-LAST-NAME TO WS-CUR-LNAME
                   MOVE WS-PC-UNIVERSITY TO WS-CUR-UNIV
                   MOVE WS-PC-MAJOR TO WS-CUR-MAJOR
                   MOVE WS-PC-GRAD-YEAR TO WS-CUR-GRAD
                   MOVE WS-PC-VISIBILITY TO WS-CUR-PRIV
                   MOVE WS-PC-UPDATED TO WS-CUR-UPDT
                   MOVE WS-PC-SKILL-COUNT TO WS-CUR-SKILL-COUNT
                   MOVE WS-PC-SKILLS TO WS-CUR-SKILLS
                   PERFORM JUDGE-CURRENT-BLOCK
               END-IF
           END-PERFORM.
           EXIT SECTION.

       CLEAR-CURRENT-BLOCK SECTION.
           MOVE SPACES TO WS-CUR-UPDT.
           MOVE SPACES TO WS-CUR-USER, WS-CUR-FNAME, WS-CUR-LNAME,
               EXIT SECTION
           END-IF.

      *> Withdrawn from employer search: out, open flag or not.
           CALL "DATA-CONSENT" USING WS-CUR-USER, WS-CONSENT-ACTION,
                                      WS-CONSENT, WS-CONSENT-RC.
           IF WS-CN-SEARCH = 'N'
               EXIT SECTION
           END-IF.

      *> The student's careers office has restricted this company.
           IF FUNCTION TRIM(WS-SEAT-COMPANY) > SPACES
               INITIALIZE WS-RESTRICTION
               MOVE "CHECK" TO WS-CR-ACTION
               MOVE WS-SEAT-COMPANY TO WS-CR-COMPANY
               MOVE WS-CUR-UNIV TO WS-CR-CAMPUS
               CALL "CAMPUS-RESTRICT" USING LS-USERNAME, WS-CR-ACTION,
                                             WS-RESTRICTION, WS-CR-RC
               IF WS-CR-RC = 'R'
                   EXIT SECTION
               END-IF
           END-IF.

      *> Recruiter asked for actively-looking students only: the
      *> profile must carry a job_prefs.txt row with seeking = Y.
           IF LS-ACTIVE-ONLY = 'Y'
           IF WS-RES-COUNT < 200
               ADD 1 TO WS-RES-COUNT
               MOVE WS-SCORE TO WS-RES-SCORE(WS-RES-COUNT)
               MOVE WS-CUR-USER TO WS-RES-USER(WS-RES-COUNT)
               INITIALIZE WS-RES-LINE(WS-RES-COUNT)
               STRING FUNCTION TRIM(WS-CUR-USER)
                      " - " DELIMITED BY SIZE
