       >>SOURCE FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMPANY-MERGE.
       AUTHOR. Paola
       DATE-WRITTEN. 10/15/2026

       *> Cleans up what companies.txt alone could not: postings whose
       *> employer text matches no page, and companies that ended up
       *> with two pages because two recruiters each created one.
       *> REPORT  lists every employer name on jobs.txt that matches no
       *>         page (ignoring case), how many postings carry it, and
       *>         the closest page, scored out of 100 the way
       *>         JOB-DUP-SCAN compares employers: names upper-cased,
       *>         punctuation and the INC/LLC/CORP-style words dropped;
       *>         100 = same name once those are ignored, 90 = one name
       *>         contains the other, otherwise 80 x shared words /
       *>         longer name. Written to InCollege-EmployerMatch.txt
       *>         and shown on screen, so the admin sees it before
       *>         merging anything.
       *> MERGE   folds LS-FROM-NAME into the page LS-INTO-NAME, which
       *>         must exist. LS-FROM-NAME may be a second page or just
       *>         an employer spelling with no page at all; every
       *>         occurrence (ignoring case) becomes the surviving
       *>         page's spelling in
       *>           companies.txt          the from page is removed
       *>           company_followers.txt  user~company; a user
       *>                                  already following the
       *>                                  survivor keeps one row
       *>           company_seats.txt      company~username~role; a
       *>                                  seat held on both keeps one
       *>                                  row, ADMIN if either was;
       *>                                  the removed page's owner
       *>                                  becomes an ADMIN seat
       *>           company_ratings.txt    company~rating~comment~date
       *>           jobs.txt               employer (field 4)
       *>           jobs_history.txt       employer (field 4), so a
       *>                                  closed posting still counts
       *>                                  under the surviving page
       *>           offers.txt             company (field 4)
       *>           campus_restrictions.txt company (field 1)
       *>         Only the company field of a row is rewritten; every
       *>         other field is left byte for byte. A file too big for
       *>         the 2000-row table is left alone and said so. Counts
       *>         per file go to InCollege-CompanyMerge.txt and the
       *>         merge is written to the audit trail.
       *> Return codes: 'S' done, 'N' nothing carried the from name,
       *> 'F' no page named LS-INTO-NAME, 'X' blank or identical names
       *> or an unknown action.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMPANIES-FILE ASSIGN TO "companies.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMPANIES-STATUS.
           SELECT JOBS-FILE ASSIGN TO "jobs.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBS-STATUS.
           SELECT GEN-FILE ASSIGN TO WS-GEN-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GEN-STATUS.
           SELECT REPORT-FILE ASSIGN TO WS-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT OUTPUT-FILE ASSIGN TO "InCollege-Output.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUTPUT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  COMPANIES-FILE.
       01  COMPANY-RECORD       PIC X(400).

       FD  JOBS-FILE.
       01  JOB-RECORD           PIC X(500).

       FD  GEN-FILE.
       01  GEN-RECORD           PIC X(500).

       FD  REPORT-FILE.
       01  REPORT-RECORD        PIC X(150).

       FD  OUTPUT-FILE.
       01  OUTPUT-RECORD        PIC X(350).

       WORKING-STORAGE SECTION.
       01  WS-COMPANIES-STATUS  PIC X(2).
       01  WS-JOBS-STATUS       PIC X(2).
       01  WS-GEN-STATUS        PIC X(2).
       01  WS-REPORT-STATUS     PIC X(2).
       01  WS-OUTPUT-STATUS     PIC X(2).
       01  WS-GEN-FILENAME      PIC X(40).
       01  WS-REPORT-FILENAME   PIC X(40).
       01  WS-EOF-FLAG          PIC X VALUE 'N'.
       01  WS-MESSAGE           PIC X(250).
       01  WS-LINE              PIC X(500).
       01  WS-NEW-LINE          PIC X(500).

      *> companies.txt row fields
       01  WS-ROW-OWNER         PIC X(20).
       01  WS-ROW-NAME          PIC X(50).

      *> Every page, with its comparison words
       01  WS-PAGE-COUNT        PIC 9(3) VALUE 0.
       01  WS-PAGE-TABLE.
           05 WS-PAGE-ENTRY OCCURS 500 TIMES.
              10 WS-PG-NAME         PIC X(50).
              10 WS-PG-OWNER        PIC X(20).
              10 WS-PG-KEY          PIC X(50).
              10 WS-PG-WORDS        PIC 9(2).
              10 WS-PG-WORD OCCURS 8 TIMES PIC X(12).
       01  P                    PIC 9(3).

      *> Employer names on postings that match no page
       01  WS-UM-COUNT          PIC 9(3) VALUE 0.
       01  WS-UM-DROPPED        PIC 9(4) VALUE 0.
       01  WS-UM-TABLE.
           05 WS-UM-ENTRY OCCURS 300 TIMES.
              10 WS-UM-NAME         PIC X(50).
              10 WS-UM-POSTINGS     PIC 9(4).
       01  U                    PIC 9(3).
       01  WS-JOB-EMPLOYER      PIC X(50).
       01  WS-POSTINGS-READ     PIC 9(5) VALUE 0.
       01  WS-POSTINGS-MATCHED  PIC 9(5) VALUE 0.

      *> Name comparison work: the significant words of a name and
      *> the same words run together as a key
       01  WS-TEXT              PIC X(50).
       01  WS-WORD              PIC X(50).
       01  WS-PTR               PIC 9(3).
       01  WS-KEY               PIC X(50).
       01  WS-KEY-PTR           PIC 9(3).
       01  WS-SPLIT-COUNT       PIC 9(2).
       01  WS-SPLIT-TABLE.
           05 WS-SPLIT-WORD OCCURS 8 TIMES PIC X(12).
       01  WS-U-KEY             PIC X(50).
       01  WS-U-WORDS           PIC 9(2).
       01  WS-U-WORD-TABLE.
           05 WS-U-WORD OCCURS 8 TIMES PIC X(12).
       01  WS-SHARED            PIC 9(2).
       01  WS-LONGER            PIC 9(2).
       01  WS-TALLY             PIC 9(3).
       01  WS-SCORE             PIC 9(3).
       01  WS-BEST-SCORE        PIC 9(3).
       01  WS-BEST-PAGE         PIC 9(3).
       01  K                    PIC 9(2).
       01  M                    PIC 9(2).

      *> The two sides of a merge
       01  WS-FROM-UC           PIC X(50).
       01  WS-INTO-NAME         PIC X(50).
       01  WS-INTO-UC           PIC X(50).
       01  WS-INTO-OWNER        PIC X(20).
       01  WS-FROM-OWNER        PIC X(20).
       01  WS-FROM-IS-PAGE      PIC X VALUE 'N'.

      *> One file at a time, held whole for the rewrite
       01  WS-KEEP-COUNT        PIC 9(4) VALUE 0.
       01  WS-KEEP-OVER         PIC X VALUE 'N'.
       01  WS-KEEP-TABLE.
           05 WS-KEEP-ENTRY OCCURS 2000 TIMES.
              10 WS-KEEP-RECORD     PIC X(500).
              10 WS-KEEP-DROP       PIC X.
       01  I                    PIC 9(4).
       01  J                    PIC 9(4).
      *> C companies.txt, F followers, S seats, P plain rename
       01  WS-FILE-KIND         PIC X.
       01  WS-NAME-FIELD        PIC 9.
       01  WS-CHANGED           PIC 9(5).
       01  WS-DROPPED           PIC 9(5).
       01  WS-TOTAL-CHANGED     PIC 9(6) VALUE 0.
       01  WS-SEAT-FOUND        PIC X.
       01  WS-ROW-USER          PIC X(20).
       01  WS-ROW-ROLE          PIC X(10).
       01  WS-OTHER-USER        PIC X(20).

      *> Field n of WS-LINE: its text and where it sits
       01  WS-FIELD-NO          PIC 9.
       01  WS-FIELD-VALUE       PIC X(100).
       01  WS-FIELD-START       PIC 9(3).
       01  WS-FIELD-END         PIC 9(3).
       01  WS-FIELD-SKIP        PIC X(500).
       01  WS-FIELD-IDX         PIC 9.
       01  WS-NEW-VALUE         PIC X(100).
       01  WS-SAVE-VALUE        PIC X(100).
       01  WS-COMPANY-FIELD     PIC 9.

       01  WS-COUNT-TEXT        PIC Z(4)9.
       01  WS-COUNT-TEXT2       PIC Z(4)9.
       01  WS-SCORE-TEXT        PIC ZZ9.
       01  WS-AUDIT-EVENT       PIC X(20).
       01  WS-AUDIT-RC          PIC X.

       LINKAGE SECTION.
       01  LS-USERNAME          PIC X(20).
      *> 'REPORT' or 'MERGE'
       01  LS-ACTION            PIC X(10).
       01  LS-FROM-NAME         PIC X(50).
       01  LS-INTO-NAME         PIC X(50).
       01  LS-RETURN-CODE       PIC X.

       PROCEDURE DIVISION USING LS-USERNAME, LS-ACTION, LS-FROM-NAME,
                                 LS-INTO-NAME, LS-RETURN-CODE.

           MOVE 'X' TO LS-RETURN-CODE.
           OPEN EXTEND OUTPUT-FILE.
           IF WS-OUTPUT-STATUS = "35"
               OPEN OUTPUT OUTPUT-FILE
           END-IF.
           PERFORM LOAD-PAGES.

           EVALUATE FUNCTION TRIM(LS-ACTION)
               WHEN "REPORT"
                   PERFORM REPORT-UNMATCHED-EMPLOYERS
               WHEN "MERGE"
                   PERFORM MERGE-COMPANY
           END-EVALUATE.
           CLOSE OUTPUT-FILE.
           GOBACK.

      *> ----------------------------------------------------------
      *> companies.txt into memory, each name broken into its words
      *> ----------------------------------------------------------
       LOAD-PAGES SECTION.
           MOVE 0 TO WS-PAGE-COUNT.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT COMPANIES-FILE.
           IF WS-COMPANIES-STATUS NOT = "00"
               CLOSE COMPANIES-FILE
               EXIT SECTION
           END-IF.
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ COMPANIES-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE SPACES TO WS-ROW-OWNER, WS-ROW-NAME
                       UNSTRING COMPANY-RECORD DELIMITED BY "~"
                           INTO WS-ROW-OWNER, WS-ROW-NAME
                       END-UNSTRING
                       IF FUNCTION TRIM(WS-ROW-NAME) > SPACES
                          AND WS-PAGE-COUNT < 500
                           ADD 1 TO WS-PAGE-COUNT
                           MOVE WS-PAGE-COUNT TO P
                           MOVE FUNCTION TRIM(WS-ROW-NAME)
                               TO WS-PG-NAME(P)
                           MOVE FUNCTION TRIM(WS-ROW-OWNER)
                               TO WS-PG-OWNER(P)
                           MOVE WS-ROW-NAME TO WS-TEXT
                           PERFORM NAME-TO-WORDS
                           MOVE WS-KEY TO WS-PG-KEY(P)
                           MOVE WS-SPLIT-COUNT TO WS-PG-WORDS(P)
                           PERFORM VARYING K FROM 1 BY 1
                                   UNTIL K > WS-SPLIT-COUNT
                               MOVE WS-SPLIT-WORD(K) TO WS-PG-WORD(P, K)
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE COMPANIES-FILE.
           EXIT SECTION.

      *> WS-TEXT -> up to eight significant words (upper case, no
      *> punctuation, legal-form and filler words skipped) and WS-KEY,
      *> the same words run together.
       NAME-TO-WORDS SECTION.
           MOVE FUNCTION UPPER-CASE(WS-TEXT) TO WS-TEXT.
           INSPECT WS-TEXT CONVERTING ",.;:!?/\-()'&|*+"
                                   TO "                ".
           MOVE 0 TO WS-SPLIT-COUNT.
           MOVE SPACES TO WS-KEY.
           MOVE 1 TO WS-KEY-PTR.
           MOVE 1 TO WS-PTR.
           PERFORM UNTIL WS-PTR > 50 OR WS-SPLIT-COUNT >= 8
               MOVE SPACES TO WS-WORD
               UNSTRING WS-TEXT DELIMITED BY ALL SPACES
                   INTO WS-WORD
                   WITH POINTER WS-PTR
               END-UNSTRING
               IF WS-WORD NOT = SPACES
                  AND WS-WORD NOT = "INC"
                  AND WS-WORD NOT = "LLC"
                  AND WS-WORD NOT = "LTD"
                  AND WS-WORD NOT = "CO"
                  AND WS-WORD NOT = "CORP"
                  AND WS-WORD NOT = "CORPORATION"
                  AND WS-WORD NOT = "COMPANY"
                  AND WS-WORD NOT = "INCORPORATED"
                  AND WS-WORD NOT = "THE"
                  AND WS-WORD NOT = "AND"
                   ADD 1 TO WS-SPLIT-COUNT
                   MOVE WS-WORD TO WS-SPLIT-WORD(WS-SPLIT-COUNT)
                   STRING FUNCTION TRIM(WS-WORD) DELIMITED BY SIZE
                       INTO WS-KEY WITH POINTER WS-KEY-PTR
                       ON OVERFLOW CONTINUE
                   END-STRING
               END-IF
           END-PERFORM.
           EXIT SECTION.

      *> ----------------------------------------------------------
      *> REPORT
      *> ----------------------------------------------------------
       REPORT-UNMATCHED-EMPLOYERS SECTION.
           MOVE 0 TO WS-UM-COUNT, WS-UM-DROPPED, WS-POSTINGS-READ,
                     WS-POSTINGS-MATCHED.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT JOBS-FILE.
           IF WS-JOBS-STATUS = "00"
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ JOBS-FILE INTO WS-LINE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           IF FUNCTION TRIM(WS-LINE) > SPACES
                               PERFORM NOTE-POSTING-EMPLOYER
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE JOBS-FILE.

           MOVE "InCollege-EmployerMatch.txt" TO WS-REPORT-FILENAME.
           OPEN OUTPUT REPORT-FILE.
           MOVE "Employer names on postings with no company page"
               TO WS-MESSAGE.
           PERFORM REPORT-AND-LOG.
           MOVE "------------------------------------------------"
               TO WS-MESSAGE.
           PERFORM REPORT-AND-LOG.
           MOVE WS-POSTINGS-READ TO WS-COUNT-TEXT.
           MOVE WS-POSTINGS-MATCHED TO WS-COUNT-TEXT2.
           MOVE SPACES TO WS-MESSAGE.
           STRING FUNCTION TRIM(WS-COUNT-TEXT) " posting(s), "
               FUNCTION TRIM(WS-COUNT-TEXT2) " on a company page."
               DELIMITED BY SIZE INTO WS-MESSAGE.
           PERFORM REPORT-AND-LOG.
           IF WS-UM-COUNT = 0
               MOVE "Every employer name on a posting matches a page."
                   TO WS-MESSAGE
               PERFORM REPORT-AND-LOG
           END-IF.
           PERFORM VARYING U FROM 1 BY 1 UNTIL U > WS-UM-COUNT
               PERFORM WRITE-UNMATCHED-LINE
           END-PERFORM.
           IF WS-UM-DROPPED > 0
               MOVE WS-UM-DROPPED TO WS-COUNT-TEXT
               MOVE SPACES TO WS-MESSAGE
               STRING "...and " FUNCTION TRIM(WS-COUNT-TEXT)
                   " more posting(s) under names past the first 300"
                   DELIMITED BY SIZE INTO WS-MESSAGE
               PERFORM REPORT-AND-LOG
           END-IF.
           CLOSE REPORT-FILE.
           MOVE 'S' TO LS-RETURN-CODE.
           EXIT SECTION.

       NOTE-POSTING-EMPLOYER SECTION.
           ADD 1 TO WS-POSTINGS-READ.
           MOVE 4 TO WS-FIELD-NO.
           PERFORM FIND-FIELD.
           MOVE WS-FIELD-VALUE TO WS-JOB-EMPLOYER.
           IF FUNCTION TRIM(WS-JOB-EMPLOYER) = SPACES
               MOVE "(none given)" TO WS-JOB-EMPLOYER
           END-IF.
           PERFORM VARYING P FROM 1 BY 1 UNTIL P > WS-PAGE-COUNT
               IF FUNCTION UPPER-CASE(WS-PG-NAME(P)) =
                  FUNCTION UPPER-CASE(FUNCTION TRIM(WS-JOB-EMPLOYER))
                   ADD 1 TO WS-POSTINGS-MATCHED
                   EXIT SECTION
               END-IF
           END-PERFORM.
           PERFORM VARYING U FROM 1 BY 1 UNTIL U > WS-UM-COUNT
               IF FUNCTION UPPER-CASE(WS-UM-NAME(U)) =
                  FUNCTION UPPER-CASE(FUNCTION TRIM(WS-JOB-EMPLOYER))
                   ADD 1 TO WS-UM-POSTINGS(U)
                   EXIT SECTION
               END-IF
           END-PERFORM.
           IF WS-UM-COUNT < 300
               ADD 1 TO WS-UM-COUNT
               MOVE FUNCTION TRIM(WS-JOB-EMPLOYER)
                   TO WS-UM-NAME(WS-UM-COUNT)
               MOVE 1 TO WS-UM-POSTINGS(WS-UM-COUNT)
           ELSE
               ADD 1 TO WS-UM-DROPPED
           END-IF.
           EXIT SECTION.

       WRITE-UNMATCHED-LINE SECTION.
           MOVE WS-UM-NAME(U) TO WS-TEXT.
           PERFORM NAME-TO-WORDS.
           MOVE WS-KEY TO WS-U-KEY.
           MOVE WS-SPLIT-COUNT TO WS-U-WORDS.
           MOVE WS-SPLIT-TABLE TO WS-U-WORD-TABLE.
           MOVE 0 TO WS-BEST-SCORE, WS-BEST-PAGE.
           PERFORM VARYING P FROM 1 BY 1 UNTIL P > WS-PAGE-COUNT
               PERFORM SCORE-AGAINST-PAGE
               IF WS-SCORE > WS-BEST-SCORE
                   MOVE WS-SCORE TO WS-BEST-SCORE
                   MOVE P TO WS-BEST-PAGE
               END-IF
           END-PERFORM.

           MOVE WS-UM-POSTINGS(U) TO WS-COUNT-TEXT.
           MOVE SPACES TO WS-MESSAGE.
           IF WS-BEST-PAGE = 0
               STRING "  " FUNCTION TRIM(WS-UM-NAME(U)) " ("
                   FUNCTION TRIM(WS-COUNT-TEXT) " posting(s)) -> "
                   "no close page"
                   DELIMITED BY SIZE INTO WS-MESSAGE
           ELSE
               MOVE WS-BEST-SCORE TO WS-SCORE-TEXT
               STRING "  " FUNCTION TRIM(WS-UM-NAME(U)) " ("
                   FUNCTION TRIM(WS-COUNT-TEXT) " posting(s)) -> "
                   "closest page: " FUNCTION TRIM(WS-PG-NAME(WS-BEST-PAGE))
                   " (score " FUNCTION TRIM(WS-SCORE-TEXT) ")"
                   DELIMITED BY SIZE INTO WS-MESSAGE
           END-IF.
           PERFORM REPORT-AND-LOG.
           EXIT SECTION.

      *> The unmatched name (WS-U-*) against page P into WS-SCORE.
       SCORE-AGAINST-PAGE SECTION.
           MOVE 0 TO WS-SCORE.
           IF WS-U-KEY = SPACES OR WS-PG-KEY(P) = SPACES
               EXIT SECTION
           END-IF.
           IF WS-U-KEY = WS-PG-KEY(P)
               MOVE 100 TO WS-SCORE
               EXIT SECTION
           END-IF.
           MOVE 0 TO WS-TALLY.
           IF FUNCTION LENGTH(FUNCTION TRIM(WS-U-KEY)) >= 3
               INSPECT WS-PG-KEY(P) TALLYING WS-TALLY
                   FOR ALL FUNCTION TRIM(WS-U-KEY)
           END-IF.
           IF WS-TALLY = 0
              AND FUNCTION LENGTH(FUNCTION TRIM(WS-PG-KEY(P))) >= 3
               INSPECT WS-U-KEY TALLYING WS-TALLY
                   FOR ALL FUNCTION TRIM(WS-PG-KEY(P))
           END-IF.
           IF WS-TALLY > 0
               MOVE 90 TO WS-SCORE
               EXIT SECTION
           END-IF.

           MOVE 0 TO WS-SHARED.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-U-WORDS
               PERFORM VARYING M FROM 1 BY 1 UNTIL M > WS-PG-WORDS(P)
                   IF WS-U-WORD(K) = WS-PG-WORD(P, M)
                       ADD 1 TO WS-SHARED
                   END-IF
               END-PERFORM
           END-PERFORM.
           MOVE WS-U-WORDS TO WS-LONGER.
           IF WS-PG-WORDS(P) > WS-LONGER
               MOVE WS-PG-WORDS(P) TO WS-LONGER
           END-IF.
           IF WS-LONGER > 0
               COMPUTE WS-SCORE = 80 * WS-SHARED / WS-LONGER
           END-IF.
           EXIT SECTION.

      *> ----------------------------------------------------------
      *> MERGE
      *> ----------------------------------------------------------
       MERGE-COMPANY SECTION.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(LS-FROM-NAME))
               TO WS-FROM-UC.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(LS-INTO-NAME))
               TO WS-INTO-UC.
           IF WS-FROM-UC = SPACES OR WS-INTO-UC = SPACES
              OR WS-FROM-UC = WS-INTO-UC
               EXIT SECTION
           END-IF.

           MOVE 'N' TO WS-FROM-IS-PAGE.
           MOVE SPACES TO WS-INTO-NAME, WS-INTO-OWNER, WS-FROM-OWNER.
           PERFORM VARYING P FROM 1 BY 1 UNTIL P > WS-PAGE-COUNT
               IF FUNCTION UPPER-CASE(WS-PG-NAME(P)) = WS-INTO-UC
                  AND WS-INTO-NAME = SPACES
                   MOVE WS-PG-NAME(P) TO WS-INTO-NAME
                   MOVE WS-PG-OWNER(P) TO WS-INTO-OWNER
               END-IF
               IF FUNCTION UPPER-CASE(WS-PG-NAME(P)) = WS-FROM-UC
                   MOVE 'Y' TO WS-FROM-IS-PAGE
                   MOVE WS-PG-OWNER(P) TO WS-FROM-OWNER
               END-IF
           END-PERFORM.
           IF WS-INTO-NAME = SPACES
               MOVE 'F' TO LS-RETURN-CODE
               EXIT SECTION
           END-IF.
           MOVE WS-INTO-NAME TO WS-NEW-VALUE.

           MOVE "InCollege-CompanyMerge.txt" TO WS-REPORT-FILENAME.
           OPEN OUTPUT REPORT-FILE.
           MOVE SPACES TO WS-MESSAGE.
           STRING "Merging " FUNCTION TRIM(LS-FROM-NAME) " into "
               FUNCTION TRIM(WS-INTO-NAME)
               DELIMITED BY SIZE INTO WS-MESSAGE.
           PERFORM REPORT-AND-LOG.

           MOVE 0 TO WS-TOTAL-CHANGED.
           MOVE "companies.txt" TO WS-GEN-FILENAME.
           MOVE 'C' TO WS-FILE-KIND.
           MOVE 2 TO WS-NAME-FIELD.
           PERFORM MERGE-ONE-FILE.
           MOVE "company_followers.txt" TO WS-GEN-FILENAME.
           MOVE 'F' TO WS-FILE-KIND.
           MOVE 2 TO WS-NAME-FIELD.
           PERFORM MERGE-ONE-FILE.
           MOVE "company_seats.txt" TO WS-GEN-FILENAME.
           MOVE 'S' TO WS-FILE-KIND.
           MOVE 1 TO WS-NAME-FIELD.
           PERFORM MERGE-ONE-FILE.
           MOVE "company_ratings.txt" TO WS-GEN-FILENAME.
           MOVE 'P' TO WS-FILE-KIND.
           MOVE 1 TO WS-NAME-FIELD.
           PERFORM MERGE-ONE-FILE.
           MOVE "jobs.txt" TO WS-GEN-FILENAME.
           MOVE 'P' TO WS-FILE-KIND.
           MOVE 4 TO WS-NAME-FIELD.
           PERFORM MERGE-ONE-FILE.
           MOVE "jobs_history.txt" TO WS-GEN-FILENAME.
           MOVE 'P' TO WS-FILE-KIND.
           MOVE 4 TO WS-NAME-FIELD.
           PERFORM MERGE-ONE-FILE.
           MOVE "offers.txt" TO WS-GEN-FILENAME.
           MOVE 'P' TO WS-FILE-KIND.
           MOVE 4 TO WS-NAME-FIELD.
           PERFORM MERGE-ONE-FILE.
           MOVE "campus_restrictions.txt" TO WS-GEN-FILENAME.
           MOVE 'P' TO WS-FILE-KIND.
           MOVE 1 TO WS-NAME-FIELD.
           PERFORM MERGE-ONE-FILE.

           IF WS-TOTAL-CHANGED = 0
               MOVE "Nothing carried that name; no file was changed."
                   TO WS-MESSAGE
               PERFORM REPORT-AND-LOG
               MOVE 'N' TO LS-RETURN-CODE
           ELSE
               MOVE "COMPANY-MERGE" TO WS-AUDIT-EVENT
               CALL "AUDIT-LOG" USING LS-USERNAME, WS-AUDIT-EVENT, 'S',
                                       WS-AUDIT-RC
               MOVE 'S' TO LS-RETURN-CODE
           END-IF.
           CLOSE REPORT-FILE.
           EXIT SECTION.

      *> WS-GEN-FILENAME whole into the keep table, every row whose
      *> company field (WS-NAME-FIELD) is the from name renamed or
      *> dropped per WS-FILE-KIND, and the file written back if
      *> anything changed.
       MERGE-ONE-FILE SECTION.
           MOVE 0 TO WS-KEEP-COUNT, WS-CHANGED, WS-DROPPED.
           MOVE 'N' TO WS-KEEP-OVER.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT GEN-FILE.
           IF WS-GEN-STATUS NOT = "00"
               CLOSE GEN-FILE
               MOVE SPACES TO WS-MESSAGE
               STRING FUNCTION TRIM(WS-GEN-FILENAME) ": not present"
                   DELIMITED BY SIZE INTO WS-MESSAGE
               PERFORM REPORT-AND-LOG
               EXIT SECTION
           END-IF.
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ GEN-FILE INTO WS-LINE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF WS-KEEP-COUNT < 2000
                           ADD 1 TO WS-KEEP-COUNT
                           MOVE WS-LINE TO WS-KEEP-RECORD(WS-KEEP-COUNT)
                           MOVE 'N' TO WS-KEEP-DROP(WS-KEEP-COUNT)
                       ELSE
                           MOVE 'Y' TO WS-KEEP-OVER
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE GEN-FILE.

           IF WS-KEEP-OVER = 'Y'
               MOVE SPACES TO WS-MESSAGE
               STRING FUNCTION TRIM(WS-GEN-FILENAME)
                   ": over 2000 rows, left unchanged -- fix by hand"
                   DELIMITED BY SIZE INTO WS-MESSAGE
               PERFORM REPORT-AND-LOG
               EXIT SECTION
           END-IF.

           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-KEEP-COUNT
               MOVE WS-KEEP-RECORD(I) TO WS-LINE
               MOVE WS-NAME-FIELD TO WS-FIELD-NO
               PERFORM FIND-FIELD
               IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-FIELD-VALUE))
                  = WS-FROM-UC
                   PERFORM MERGE-ONE-ROW
               END-IF
           END-PERFORM.

           IF WS-FILE-KIND = 'S'
               PERFORM SEAT-FOR-FROM-OWNER
           END-IF.

           IF WS-CHANGED > 0 OR WS-DROPPED > 0
               OPEN OUTPUT GEN-FILE
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-KEEP-COUNT
                   IF WS-KEEP-DROP(I) = 'N'
                       WRITE GEN-RECORD FROM WS-KEEP-RECORD(I)
                   END-IF
               END-PERFORM
               CLOSE GEN-FILE
           END-IF.
           ADD WS-CHANGED TO WS-TOTAL-CHANGED.
           ADD WS-DROPPED TO WS-TOTAL-CHANGED.

           MOVE WS-CHANGED TO WS-COUNT-TEXT.
           MOVE WS-DROPPED TO WS-COUNT-TEXT2.
           MOVE SPACES TO WS-MESSAGE.
           STRING FUNCTION TRIM(WS-GEN-FILENAME) ": "
               FUNCTION TRIM(WS-COUNT-TEXT) " row(s) renamed, "
               FUNCTION TRIM(WS-COUNT-TEXT2) " removed"
               DELIMITED BY SIZE INTO WS-MESSAGE.
           PERFORM REPORT-AND-LOG.
           EXIT SECTION.

      *> Row I carries the from name (WS-LINE, field located).
       MERGE-ONE-ROW SECTION.
           EVALUATE WS-FILE-KIND
               WHEN 'C'
                   MOVE 'Y' TO WS-KEEP-DROP(I)
                   ADD 1 TO WS-DROPPED
                   EXIT SECTION
               WHEN 'F'
                   MOVE 1 TO WS-FIELD-NO
                   PERFORM FIND-FIELD
                   MOVE WS-FIELD-VALUE TO WS-ROW-USER
                   MOVE 2 TO WS-FIELD-NO
                   PERFORM FIND-SAME-USER-ON-INTO
                   IF J > 0
                       MOVE 'Y' TO WS-KEEP-DROP(I)
                       ADD 1 TO WS-DROPPED
                       EXIT SECTION
                   END-IF
               WHEN 'S'
                   MOVE 2 TO WS-FIELD-NO
                   PERFORM FIND-FIELD
                   MOVE WS-FIELD-VALUE TO WS-ROW-USER
                   MOVE 3 TO WS-FIELD-NO
                   PERFORM FIND-FIELD
                   MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-FIELD-VALUE))
                       TO WS-ROW-ROLE
                   MOVE 1 TO WS-FIELD-NO
                   PERFORM FIND-SAME-USER-ON-INTO
                   IF J > 0
                       IF WS-ROW-ROLE = "ADMIN"
                           PERFORM RAISE-SEAT-TO-ADMIN
                       END-IF
                       MOVE 'Y' TO WS-KEEP-DROP(I)
                       ADD 1 TO WS-DROPPED
                       EXIT SECTION
                   END-IF
           END-EVALUATE.

           MOVE WS-KEEP-RECORD(I) TO WS-LINE.
           MOVE WS-NAME-FIELD TO WS-FIELD-NO.
           PERFORM FIND-FIELD.
           PERFORM SPLICE-FIELD.
           MOVE WS-LINE TO WS-KEEP-RECORD(I).
           ADD 1 TO WS-CHANGED.
           EXIT SECTION.

      *> J = a kept row, other than I, whose company field
      *> (WS-FIELD-NO) is already the surviving page and whose user is
      *> WS-ROW-USER; 0 when there is none. The user sits in the other
      *> of the first two fields for followers, field 2 for seats.
       FIND-SAME-USER-ON-INTO SECTION.
           MOVE WS-FIELD-NO TO WS-COMPANY-FIELD.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-KEEP-COUNT
               IF J NOT = I AND WS-KEEP-DROP(J) = 'N'
                   MOVE WS-KEEP-RECORD(J) TO WS-LINE
                   MOVE WS-COMPANY-FIELD TO WS-FIELD-NO
                   PERFORM FIND-FIELD
                   IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-FIELD-VALUE))
                      = WS-INTO-UC
                       IF WS-FILE-KIND = 'F'
                           MOVE 1 TO WS-FIELD-NO
                       ELSE
                           MOVE 2 TO WS-FIELD-NO
                       END-IF
                       PERFORM FIND-FIELD
                       MOVE WS-FIELD-VALUE TO WS-OTHER-USER
                       IF FUNCTION TRIM(WS-OTHER-USER) =
                          FUNCTION TRIM(WS-ROW-USER)
                           EXIT SECTION
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           MOVE 0 TO J.
           EXIT SECTION.

       RAISE-SEAT-TO-ADMIN SECTION.
           MOVE WS-KEEP-RECORD(J) TO WS-LINE.
           MOVE 3 TO WS-FIELD-NO.
           PERFORM FIND-FIELD.
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-FIELD-VALUE))
              NOT = "ADMIN"
               MOVE WS-NEW-VALUE TO WS-SAVE-VALUE
               MOVE "ADMIN" TO WS-NEW-VALUE
               PERFORM SPLICE-FIELD
               MOVE WS-SAVE-VALUE TO WS-NEW-VALUE
               MOVE WS-LINE TO WS-KEEP-RECORD(J)
               ADD 1 TO WS-CHANGED
           END-IF.
           EXIT SECTION.

      *> The removed page's owner keeps a say over the company they
      *> ran: an ADMIN seat on the survivor, unless they own it or
      *> already hold a seat there.
       SEAT-FOR-FROM-OWNER SECTION.
           IF WS-FROM-IS-PAGE = 'N' OR WS-FROM-OWNER = SPACES
              OR FUNCTION TRIM(WS-FROM-OWNER) =
                 FUNCTION TRIM(WS-INTO-OWNER)
               EXIT SECTION
           END-IF.
           MOVE 'N' TO WS-SEAT-FOUND.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-KEEP-COUNT
               IF WS-KEEP-DROP(I) = 'N'
                   MOVE WS-KEEP-RECORD(I) TO WS-LINE
                   MOVE 1 TO WS-FIELD-NO
                   PERFORM FIND-FIELD
                   IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-FIELD-VALUE))
                      = WS-INTO-UC
                       MOVE 2 TO WS-FIELD-NO
                       PERFORM FIND-FIELD
                       IF FUNCTION TRIM(WS-FIELD-VALUE) =
                          FUNCTION TRIM(WS-FROM-OWNER)
                           MOVE 'Y' TO WS-SEAT-FOUND
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-SEAT-FOUND = 'Y' OR WS-KEEP-COUNT >= 2000
               EXIT SECTION
           END-IF.
           ADD 1 TO WS-KEEP-COUNT.
           MOVE SPACES TO WS-KEEP-RECORD(WS-KEEP-COUNT).
           STRING FUNCTION TRIM(WS-INTO-NAME) "~"
               FUNCTION TRIM(WS-FROM-OWNER) "~ADMIN"
               DELIMITED BY SIZE INTO WS-KEEP-RECORD(WS-KEEP-COUNT).
           MOVE 'N' TO WS-KEEP-DROP(WS-KEEP-COUNT).
           ADD 1 TO WS-CHANGED.
           EXIT SECTION.

      *> Field WS-FIELD-NO of WS-LINE into WS-FIELD-VALUE, with
      *> WS-FIELD-START at its first byte and WS-FIELD-END at the "~"
      *> that closes it (501 when it runs to the end of the row). A
      *> row with fewer fields gives spaces and a start past 500.
       FIND-FIELD SECTION.
           MOVE SPACES TO WS-FIELD-VALUE.
           MOVE 1 TO WS-PTR.
           PERFORM VARYING WS-FIELD-IDX FROM 1 BY 1
                   UNTIL WS-FIELD-IDX >= WS-FIELD-NO OR WS-PTR > 500
               UNSTRING WS-LINE DELIMITED BY "~"
                   INTO WS-FIELD-SKIP
                   WITH POINTER WS-PTR
               END-UNSTRING
           END-PERFORM.
           MOVE WS-PTR TO WS-FIELD-START.
           IF WS-PTR > 500
               MOVE 501 TO WS-FIELD-END
               EXIT SECTION
           END-IF.
           UNSTRING WS-LINE DELIMITED BY "~"
               INTO WS-FIELD-VALUE
               WITH POINTER WS-PTR
           END-UNSTRING.
           MOVE WS-PTR TO WS-FIELD-END.
           IF WS-FIELD-END <= 500
               SUBTRACT 1 FROM WS-FIELD-END
           END-IF.
           EXIT SECTION.

      *> WS-NEW-VALUE in place of the field FIND-FIELD located.
       SPLICE-FIELD SECTION.
           IF WS-FIELD-START > 500
               EXIT SECTION
           END-IF.
           MOVE SPACES TO WS-NEW-LINE.
           IF WS-FIELD-START = 1
               IF WS-FIELD-END > 500
                   MOVE FUNCTION TRIM(WS-NEW-VALUE) TO WS-NEW-LINE
               ELSE
                   STRING FUNCTION TRIM(WS-NEW-VALUE)
                          FUNCTION TRIM(WS-LINE(WS-FIELD-END:) TRAILING)
                          DELIMITED BY SIZE INTO WS-NEW-LINE
                   END-STRING
               END-IF
           ELSE
               IF WS-FIELD-END > 500
                   STRING WS-LINE(1:WS-FIELD-START - 1)
                          FUNCTION TRIM(WS-NEW-VALUE)
                          DELIMITED BY SIZE INTO WS-NEW-LINE
                   END-STRING
               ELSE
                   STRING WS-LINE(1:WS-FIELD-START - 1)
                          FUNCTION TRIM(WS-NEW-VALUE)
                          FUNCTION TRIM(WS-LINE(WS-FIELD-END:) TRAILING)
                          DELIMITED BY SIZE INTO WS-NEW-LINE
                   END-STRING
               END-IF
           END-IF.
           MOVE WS-NEW-LINE TO WS-LINE.
           EXIT SECTION.

       REPORT-AND-LOG SECTION.
           MOVE WS-MESSAGE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           PERFORM DISPLAY-AND-LOG.
           EXIT SECTION.

       DISPLAY-AND-LOG SECTION.
           DISPLAY WS-MESSAGE.
           MOVE WS-MESSAGE TO OUTPUT-RECORD.
           WRITE OUTPUT-RECORD.
           EXIT.
