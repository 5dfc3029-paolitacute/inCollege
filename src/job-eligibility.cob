       >>SOURCE FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOB-ELIGIBILITY.
       AUTHOR. Paola
       DATE-WRITTEN. 10/15/2026

       *> Eligibility rules a posting can declare up front, in the same
       *> spirit as the jobs.txt university restriction, so "seniors
       *> only" or "we can't sponsor visas" is enforced before the
       *> application lands instead of explained after it. One row per
       *> posting in job_eligibility.txt:
       *>   poster~title~gradYears~majors~sponsor
       *> gradYears is a ;-list of graduation years (2026;2027), majors
       *> a ;-list of majors.txt names, and sponsor is Y (work
       *> sponsorship available) or N (none); any blank part means no
       *> rule on that point. The student side is the work-authorization
       *> answer kept with the profile in work_authorization.txt:
       *>   user~needsSponsorship~YYYYMMDD
       *> SET/GET/SHOW maintain and print a posting's rules; CHECK holds
       *> the caller (a student) against them, reading GRAD:/MAJR: from
       *> their profiles.txt block, and comes back 'S' eligible or 'N'
       *> with the reason in LS-REASON. SETAUTH/GETAUTH store and fetch
       *> the student's own answer. BROWSE-JOB's apply path, JOB-MATCH
       *> and the nightly CANDIDATE-ALERTS all ask CHECK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RULES-FILE ASSIGN TO "job_eligibility.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULES-STATUS.
           SELECT AUTH-FILE ASSIGN TO "work_authorization.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTH-STATUS.
           SELECT PROFILES-FILE ASSIGN TO "profiles.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROFILES-STATUS.
           SELECT OUTPUT-FILE ASSIGN TO "InCollege-Output.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUTPUT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RULES-FILE.
       01  RULE-RECORD          PIC X(350).

       FD  AUTH-FILE.
       01  AUTH-RECORD          PIC X(40).

       FD  PROFILES-FILE.
       01  PROFILES-RECORD      PIC X(350).

       FD  OUTPUT-FILE.
       01  OUTPUT-RECORD        PIC X(350).

       WORKING-STORAGE SECTION.
       01  WS-RULES-STATUS      PIC X(2).
       01  WS-AUTH-STATUS       PIC X(2).
       01  WS-PROFILES-STATUS   PIC X(2).
       01  WS-OUTPUT-STATUS     PIC X(2).
       01  WS-EOF-FLAG          PIC X VALUE 'N'.
       01  WS-IN-MY-BLOCK       PIC X VALUE 'N'.
       01  WS-MESSAGE           PIC X(300).
       01  WS-LINE              PIC X(350).
       01  WS-TODAY             PIC X(21).

      *> job_eligibility.txt row fields
       01  WS-EL-POSTER         PIC X(20).
       01  WS-EL-TITLE          PIC X(50).
       01  WS-EL-GRAD-YEARS     PIC X(40).
       01  WS-EL-MAJORS         PIC X(200).
       01  WS-EL-SPONSOR        PIC X(1).

      *> work_authorization.txt row fields
       01  WS-WA-USER           PIC X(20).
       01  WS-WA-NEEDS          PIC X(1).
       01  WS-WA-DATE           PIC X(8).

      *> The slice of the student's profile the rules look at
       01  WS-MY-GRAD           PIC X(4).
       01  WS-MY-MAJOR          PIC X(50).
       01  WS-MY-NEEDS          PIC X(1).

       01  WS-FOUND             PIC X.
       01  WS-HIT               PIC X.
       01  WS-LIST-WORK         PIC X(200).
       01  WS-LIST-PTR          PIC 9(3).
       01  WS-ONE-ITEM          PIC X(50).
       01  WS-UC-ITEM           PIC X(50).
       01  WS-UC-MINE           PIC X(50).

       01  WS-TBL-COUNT         PIC 9(3) VALUE 0.
       01  WS-RULE-TABLE.
           05 WS-RULE-TEMP OCCURS 500 TIMES PIC X(350).
       01  I                    PIC 9(3).

       LINKAGE SECTION.
      *> The poster for SET/GET/SHOW, the student for CHECK/SETAUTH/
      *> GETAUTH
       01  LS-USERNAME          PIC X(20).
      *> 'SET'     = store (overwrite) a posting's rules; all blank
      *>             removes them
      *> 'GET'     = fill the rule fields ('F' = posting has none)
      *> 'SHOW'    = print the posting's rules, if it has any
      *> 'CHECK'   = is LS-USERNAME eligible? 'S' yes, 'N' no + reason
      *> 'SETAUTH' = store LS-SPONSOR as the student's own answer
      *> 'GETAUTH' = fetch that answer into LS-SPONSOR ('F' = none)
       01  LS-ACTION            PIC X(10).
       01  LS-POSTER            PIC X(20).
       01  LS-TITLE             PIC X(50).
       01  LS-GRAD-YEARS        PIC X(40).
       01  LS-MAJORS            PIC X(200).
      *> On a posting: Y sponsorship available, N none, space unstated.
      *> On a student: Y needs sponsorship, N does not.
       01  LS-SPONSOR           PIC X(1).
       01  LS-REASON            PIC X(150).
       01  LS-RETURN-CODE       PIC X.

       PROCEDURE DIVISION USING LS-USERNAME, LS-ACTION, LS-POSTER,
                                 LS-TITLE, LS-GRAD-YEARS, LS-MAJORS,
                                 LS-SPONSOR, LS-REASON, LS-RETURN-CODE.

           MOVE 'F' TO LS-RETURN-CODE.
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY.

           EVALUATE FUNCTION TRIM(LS-ACTION)
               WHEN "SET"
                   PERFORM SET-RULES
               WHEN "GET"
                   PERFORM GET-RULES
               WHEN "SHOW"
                   PERFORM SHOW-RULES
               WHEN "CHECK"
                   PERFORM CHECK-ELIGIBLE
               WHEN "SETAUTH"
                   PERFORM SET-WORK-AUTH
               WHEN "GETAUTH"
                   PERFORM GET-WORK-AUTH
               WHEN OTHER
                   MOVE 'X' TO LS-RETURN-CODE
           END-EVALUATE.
           GOBACK.

       SET-RULES SECTION.
           MOVE 0 TO WS-TBL-COUNT.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT RULES-FILE.
           IF WS-RULES-STATUS = "00"
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ RULES-FILE INTO WS-LINE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM PARSE-RULE-ROW
                           IF (FUNCTION TRIM(WS-EL-POSTER) NOT =
                               FUNCTION TRIM(LS-POSTER)
                               OR FUNCTION TRIM(WS-EL-TITLE) NOT =
                                  FUNCTION TRIM(LS-TITLE))
                              AND WS-TBL-COUNT < 500
                               ADD 1 TO WS-TBL-COUNT
                               MOVE WS-LINE
                                   TO WS-RULE-TEMP(WS-TBL-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE RULES-FILE.

           OPEN OUTPUT RULES-FILE.
           IF WS-RULES-STATUS NOT = "00"
               MOVE 'X' TO LS-RETURN-CODE
               CLOSE RULES-FILE
               EXIT SECTION
           END-IF.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-TBL-COUNT
               WRITE RULE-RECORD FROM WS-RULE-TEMP(I)
           END-PERFORM.
           IF FUNCTION TRIM(LS-GRAD-YEARS) > SPACES
              OR FUNCTION TRIM(LS-MAJORS) > SPACES
              OR LS-SPONSOR = 'Y' OR LS-SPONSOR = 'N'
               INITIALIZE RULE-RECORD
               STRING FUNCTION TRIM(LS-POSTER) DELIMITED BY SIZE
                      "~" DELIMITED BY SIZE
                      FUNCTION TRIM(LS-TITLE) DELIMITED BY SIZE
                      "~" DELIMITED BY SIZE
                      FUNCTION TRIM(LS-GRAD-YEARS) DELIMITED BY SIZE
                      "~" DELIMITED BY SIZE
                      FUNCTION TRIM(LS-MAJORS) DELIMITED BY SIZE
                      "~" DELIMITED BY SIZE
                      LS-SPONSOR DELIMITED BY SIZE
                      INTO RULE-RECORD
               WRITE RULE-RECORD
           END-IF.
           CLOSE RULES-FILE.
           MOVE 'S' TO LS-RETURN-CODE.
           EXIT SECTION.

       GET-RULES SECTION.
           PERFORM FIND-POSTING-RULES.
           IF WS-FOUND = 'Y'
               MOVE WS-EL-GRAD-YEARS TO LS-GRAD-YEARS
               MOVE WS-EL-MAJORS TO LS-MAJORS
               MOVE WS-EL-SPONSOR TO LS-SPONSOR
               MOVE 'S' TO LS-RETURN-CODE
           END-IF.
           EXIT SECTION.

      *> Silent when the posting carries no rules -- the detail screen
      *> only grows an eligibility block for postings that need one.
       SHOW-RULES SECTION.
           PERFORM FIND-POSTING-RULES.
           IF WS-FOUND NOT = 'Y'
               EXIT SECTION
           END-IF.
           OPEN EXTEND OUTPUT-FILE.
           MOVE "Eligibility:" TO WS-MESSAGE.
           PERFORM DISPLAY-AND-LOG.
           IF FUNCTION TRIM(WS-EL-GRAD-YEARS) > SPACES
               INITIALIZE WS-MESSAGE
               STRING "  Graduation year(s): " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-EL-GRAD-YEARS) DELIMITED BY SIZE
                      INTO WS-MESSAGE
               PERFORM DISPLAY-AND-LOG
           END-IF.
           IF FUNCTION TRIM(WS-EL-MAJORS) > SPACES
               INITIALIZE WS-MESSAGE
               STRING "  Major(s): " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-EL-MAJORS) DELIMITED BY SIZE
                      INTO WS-MESSAGE
               PERFORM DISPLAY-AND-LOG
           END-IF.
           EVALUATE WS-EL-SPONSOR
               WHEN 'Y'
                   MOVE "  Work sponsorship: available" TO WS-MESSAGE
                   PERFORM DISPLAY-AND-LOG
               WHEN 'N'
                   MOVE "  Work sponsorship: not available" TO WS-MESSAGE
                   PERFORM DISPLAY-AND-LOG
           END-EVALUATE.
           CLOSE OUTPUT-FILE.
           MOVE 'S' TO LS-RETURN-CODE.
           EXIT SECTION.

      *> No rules means open to everyone. Otherwise each declared rule
      *> is tested in turn and the first one the student misses becomes
      *> the reason; a blank profile field fails a rule that needs it,
      *> with a reason that says what to fill in.
       CHECK-ELIGIBLE SECTION.
           MOVE SPACES TO LS-REASON.
           MOVE 'S' TO LS-RETURN-CODE.
           PERFORM FIND-POSTING-RULES.
           IF WS-FOUND NOT = 'Y'
               EXIT SECTION
           END-IF.

           PERFORM LOAD-STUDENT-FACTS.

           IF FUNCTION TRIM(WS-EL-GRAD-YEARS) > SPACES
               IF FUNCTION TRIM(WS-MY-GRAD) = SPACES
                   STRING "This posting is limited to graduation year(s) "
                          DELIMITED BY SIZE
                          FUNCTION TRIM(WS-EL-GRAD-YEARS)
                              DELIMITED BY SIZE
                          "; add your graduation year to your profile."
                              DELIMITED BY SIZE
                          INTO LS-REASON
                   MOVE 'N' TO LS-RETURN-CODE
                   EXIT SECTION
               END-IF
               MOVE WS-EL-GRAD-YEARS TO WS-LIST-WORK
               MOVE WS-MY-GRAD TO WS-UC-MINE
               PERFORM FIND-IN-LIST
               IF WS-HIT NOT = 'Y'
                   STRING "This posting is limited to graduation year(s) "
                          DELIMITED BY SIZE
                          FUNCTION TRIM(WS-EL-GRAD-YEARS)
                              DELIMITED BY SIZE
                          "; your profile says " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-MY-GRAD) DELIMITED BY SIZE
                          "." DELIMITED BY SIZE
                          INTO LS-REASON
                   MOVE 'N' TO LS-RETURN-CODE
                   EXIT SECTION
               END-IF
           END-IF.

           IF FUNCTION TRIM(WS-EL-MAJORS) > SPACES
               MOVE WS-EL-MAJORS TO WS-LIST-WORK
               MOVE WS-MY-MAJOR TO WS-UC-MINE
               PERFORM FIND-IN-LIST
               IF WS-HIT NOT = 'Y'
                   STRING "This posting is open only to these majors: "
                          DELIMITED BY SIZE
                          FUNCTION TRIM(WS-EL-MAJORS) DELIMITED BY SIZE
                          "." DELIMITED BY SIZE
                          INTO LS-REASON
                   MOVE 'N' TO LS-RETURN-CODE
                   EXIT SECTION
               END-IF
           END-IF.

           IF WS-EL-SPONSOR = 'N'
               EVALUATE WS-MY-NEEDS
                   WHEN 'N'
                       CONTINUE
                   WHEN 'Y'
                       MOVE "This employer cannot sponsor work authorization, and your profile says you need sponsorship."
                           TO LS-REASON
                       MOVE 'N' TO LS-RETURN-CODE
                   WHEN OTHER
                       MOVE "This employer cannot sponsor work authorization; answer the work-authorization question on your profile first."
                           TO LS-REASON
                       MOVE 'N' TO LS-RETURN-CODE
               END-EVALUATE
           END-IF.
           EXIT SECTION.

       SET-WORK-AUTH SECTION.
           MOVE 0 TO WS-TBL-COUNT.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT AUTH-FILE.
           IF WS-AUTH-STATUS = "00"
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ AUTH-FILE INTO WS-LINE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM PARSE-AUTH-ROW
                           IF FUNCTION TRIM(WS-WA-USER) NOT =
                              FUNCTION TRIM(LS-USERNAME)
                              AND WS-TBL-COUNT < 500
                               ADD 1 TO WS-TBL-COUNT
                               MOVE WS-LINE
                                   TO WS-RULE-TEMP(WS-TBL-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE AUTH-FILE.

           OPEN OUTPUT AUTH-FILE.
           IF WS-AUTH-STATUS NOT = "00"
               MOVE 'X' TO LS-RETURN-CODE
               CLOSE AUTH-FILE
               EXIT SECTION
           END-IF.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-TBL-COUNT
               WRITE AUTH-RECORD FROM WS-RULE-TEMP(I)
           END-PERFORM.
           INITIALIZE AUTH-RECORD.
           STRING FUNCTION TRIM(LS-USERNAME) DELIMITED BY SIZE
                  "~" DELIMITED BY SIZE
                  LS-SPONSOR DELIMITED BY SIZE
                  "~" DELIMITED BY SIZE
                  WS-TODAY(1:8) DELIMITED BY SIZE
                  INTO AUTH-RECORD.
           WRITE AUTH-RECORD.
           CLOSE AUTH-FILE.
           MOVE 'S' TO LS-RETURN-CODE.
           EXIT SECTION.

       GET-WORK-AUTH SECTION.
           PERFORM FIND-WORK-AUTH.
           IF WS-MY-NEEDS = 'Y' OR WS-MY-NEEDS = 'N'
               MOVE WS-MY-NEEDS TO LS-SPONSOR
               MOVE 'S' TO LS-RETURN-CODE
           END-IF.
           EXIT SECTION.

       FIND-POSTING-RULES SECTION.
           MOVE 'N' TO WS-FOUND.
           OPEN INPUT RULES-FILE.
           IF WS-RULES-STATUS NOT = "00"
               CLOSE RULES-FILE
               EXIT SECTION
           END-IF.
           PERFORM UNTIL WS-FOUND = 'Y'
                      OR WS-RULES-STATUS NOT = "00"
               READ RULES-FILE
                   AT END
                       MOVE "10" TO WS-RULES-STATUS
                   NOT AT END
                       MOVE RULE-RECORD TO WS-LINE
                       PERFORM PARSE-RULE-ROW
                       IF FUNCTION TRIM(WS-EL-POSTER) =
                          FUNCTION TRIM(LS-POSTER)
                          AND FUNCTION TRIM(WS-EL-TITLE) =
                              FUNCTION TRIM(LS-TITLE)
                           MOVE 'Y' TO WS-FOUND
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RULES-FILE.
           EXIT SECTION.

      *> Graduation year and major from the caller's profiles.txt
      *> block, plus the work-authorization answer kept beside it.
       LOAD-STUDENT-FACTS SECTION.
           MOVE SPACES TO WS-MY-GRAD, WS-MY-MAJOR.
           MOVE 'N' TO WS-IN-MY-BLOCK.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT PROFILES-FILE.
           IF WS-PROFILES-STATUS = "00"
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ PROFILES-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           EVALUATE TRUE
                               WHEN PROFILES-RECORD(1:5) = "USER:"
                                   IF FUNCTION TRIM(PROFILES-RECORD(6:20))
                                      = FUNCTION TRIM(LS-USERNAME)
                                       MOVE 'Y' TO WS-IN-MY-BLOCK
                                   ELSE
                                       MOVE 'N' TO WS-IN-MY-BLOCK
                                   END-IF
                               WHEN WS-IN-MY-BLOCK = 'Y' AND
                                    PROFILES-RECORD(1:5) = "GRAD:"
                                   MOVE FUNCTION TRIM(PROFILES-RECORD(6:10))
                                       TO WS-MY-GRAD
                               WHEN WS-IN-MY-BLOCK = 'Y' AND
                                    PROFILES-RECORD(1:5) = "MAJR:"
                                   MOVE PROFILES-RECORD(6:50)
                                       TO WS-MY-MAJOR
                               WHEN WS-IN-MY-BLOCK = 'Y' AND
                                    PROFILES-RECORD(1:10) = "ENDPROFILE"
                                   MOVE 'Y' TO WS-EOF-FLAG
                           END-EVALUATE
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE PROFILES-FILE.
           PERFORM FIND-WORK-AUTH.
           EXIT SECTION.

       FIND-WORK-AUTH SECTION.
           MOVE SPACE TO WS-MY-NEEDS.
           OPEN INPUT AUTH-FILE.
           IF WS-AUTH-STATUS NOT = "00"
               CLOSE AUTH-FILE
               EXIT SECTION
           END-IF.
           PERFORM UNTIL WS-AUTH-STATUS NOT = "00"
               READ AUTH-FILE
                   AT END
                       MOVE "10" TO WS-AUTH-STATUS
                   NOT AT END
                       MOVE AUTH-RECORD TO WS-LINE
                       PERFORM PARSE-AUTH-ROW
                       IF FUNCTION TRIM(WS-WA-USER) =
                          FUNCTION TRIM(LS-USERNAME)
                           MOVE WS-WA-NEEDS TO WS-MY-NEEDS
                           MOVE "10" TO WS-AUTH-STATUS
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE AUTH-FILE.
           EXIT SECTION.

      *> Case-insensitive exact match of WS-UC-MINE against one entry
      *> of the ;-list in WS-LIST-WORK; answers in WS-HIT.
       FIND-IN-LIST SECTION.
           MOVE 'N' TO WS-HIT.
           IF FUNCTION TRIM(WS-UC-MINE) = SPACES
               EXIT SECTION
           END-IF.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-UC-MINE))
               TO WS-UC-MINE.
           MOVE 1 TO WS-LIST-PTR.
           PERFORM UNTIL WS-LIST-PTR > 200 OR WS-HIT = 'Y'
               MOVE SPACES TO WS-ONE-ITEM
               UNSTRING WS-LIST-WORK DELIMITED BY ";"
                   INTO WS-ONE-ITEM
                   WITH POINTER WS-LIST-PTR
                   ON OVERFLOW CONTINUE
                   NOT ON OVERFLOW MOVE 201 TO WS-LIST-PTR
               END-UNSTRING
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ONE-ITEM))
                   TO WS-UC-ITEM
               IF WS-UC-ITEM > SPACES AND WS-UC-ITEM = WS-UC-MINE
                   MOVE 'Y' TO WS-HIT
               END-IF
           END-PERFORM.
           EXIT SECTION.

       PARSE-RULE-ROW SECTION.
           MOVE SPACES TO WS-EL-POSTER, WS-EL-TITLE, WS-EL-GRAD-YEARS,
                          WS-EL-MAJORS, WS-EL-SPONSOR.
           UNSTRING WS-LINE DELIMITED BY "~"
               INTO WS-EL-POSTER, WS-EL-TITLE, WS-EL-GRAD-YEARS,
                    WS-EL-MAJORS, WS-EL-SPONSOR
           END-UNSTRING.
           EXIT SECTION.

       PARSE-AUTH-ROW SECTION.
           MOVE SPACES TO WS-WA-USER, WS-WA-NEEDS, WS-WA-DATE.
           UNSTRING WS-LINE DELIMITED BY "~"
               INTO WS-WA-USER, WS-WA-NEEDS, WS-WA-DATE
           END-UNSTRING.
           EXIT SECTION.

       DISPLAY-AND-LOG SECTION.
           DISPLAY WS-MESSAGE.
           MOVE WS-MESSAGE TO OUTPUT-RECORD.
           WRITE OUTPUT-RECORD.
           EXIT.
