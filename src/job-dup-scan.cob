       >>SOURCE FREE
       *> Weekly near-duplicate scan of jobs.txt. POST-JOB only refuses
       *> an exact repeat by the same poster, so the same role posted by
       *> two recruiter seats, re-keyed under a slightly different
       *> title, or re-sent through JOB-IMPORT a few days later all get
       *> through. Live postings (anything not CLOSED) are compared
       *> pairwise within the same company page (employer name,
       *> ignoring case, spacing and punctuation) and scored out of 100:
       *>   title        40 x shared title words / longer title
       *>   location     20 when the locations match
       *>   description  40 x shared description words / shorter one
       *> Words are upper-cased, stripped of punctuation and cut to six
       *> letters, so ENGINEER and ENGINEERING count as one word; short
       *> filler words are skipped. Pairs at or above DUP-JOB-SCORE
       *> (default 60) join the same cluster. Output:
       *> InCollege-JobDuplicates.txt, one block per cluster with each
       *> posting's job id, title, location, date and poster.
       *> A cluster whose best pair reaches DUP-JOB-FLAG-SCORE (default
       *> 80) is also filed with MODERATION as a JOB flag against every
       *> posting in it except the earliest, so a moderator can merge
       *> or close them. A posting already flagged as a duplicate is
       *> not flagged again, whatever became of the first flag.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOB-DUP-SCAN.
       AUTHOR. Paola
       DATE-WRITTEN. 10/15/2026

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOBS-FILE ASSIGN TO "jobs.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBS-STATUS.

           SELECT FLAGS-FILE ASSIGN TO "flags.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FLAGS-STATUS.

           SELECT REPORT-FILE ASSIGN TO "InCollege-JobDuplicates.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  JOBS-FILE.
       01  JOBS-RECORD              PIC X(900).

       FD  FLAGS-FILE.
       01  FLAGS-RECORD             PIC X(500).

       FD  REPORT-FILE.
       01  REPORT-RECORD            PIC X(130).

       WORKING-STORAGE SECTION.
       01  WS-JOBS-STATUS           PIC X(2).
       01  WS-FLAGS-STATUS          PIC X(2).
       01  WS-EOF-FLAG              PIC X VALUE 'N'.
       01  WS-LINE                  PIC X(900).

      *> jobs.txt row fields
       01  WS-JOB-POSTER            PIC X(20).
       01  WS-JOB-TITLE             PIC X(50).
       01  WS-JOB-DESC              PIC X(200).
       01  WS-JOB-EMPLOYER          PIC X(50).
       01  WS-JOB-LOCATION          PIC X(50).
       01  WS-JOB-SALARY            PIC X(50).
       01  WS-JOB-POSTED-ON         PIC X(8).
       01  WS-JOB-STATUS            PIC X(10).
       01  WS-JOB-TYPE              PIC X(20).
       01  WS-JOB-UNIVERSITY        PIC X(100).
       01  WS-JOB-REQ-SKILLS        PIC X(200).
       01  WS-JOB-ID                PIC X(8).

      *> Live postings and their word lists
       01  WS-POST-COUNT            PIC 9(3) VALUE 0.
       01  WS-POST-TABLE.
           05 WS-POST-ENTRY OCCURS 500 TIMES.
              10 WS-P-POSTER        PIC X(20).
              10 WS-P-TITLE         PIC X(50).
              10 WS-P-EMPLOYER      PIC X(50).
              10 WS-P-COMPANY-KEY   PIC X(50).
              10 WS-P-LOCATION      PIC X(50).
              10 WS-P-LOCATION-KEY  PIC X(50).
              10 WS-P-POSTED-ON     PIC X(8).
              10 WS-P-STATUS        PIC X(10).
              10 WS-P-ID            PIC X(8).
              10 WS-P-PARENT        PIC 9(3).
              10 WS-P-BEST          PIC 9(3).
              10 WS-P-TITLE-WORDS   PIC 9(2).
              10 WS-P-TITLE-WORD OCCURS 10 TIMES PIC X(6).
              10 WS-P-DESC-WORDS    PIC 9(2).
              10 WS-P-DESC-WORD OCCURS 40 TIMES PIC X(6).

      *> Word splitting
       01  WS-TEXT                  PIC X(200).
       01  WS-WORD                  PIC X(50).
       01  WS-WORD-KEY              PIC X(6).
       01  WS-WORD-LEN              PIC 9(3).
       01  WS-MIN-LEN               PIC 9.
       01  WS-PTR                   PIC 9(3).
       01  WS-WORDS-MAX             PIC 9(2).
       01  WS-SPLIT-COUNT           PIC 9(2).
       01  WS-SPLIT-TABLE.
           05 WS-SPLIT-WORD OCCURS 40 TIMES PIC X(6).
       01  WS-DUP-WORD              PIC X.
       01  WS-KEY                   PIC X(50).
       01  WS-KEY-LEN               PIC 9(2).

      *> Pair scoring
       01  WS-SHARED                PIC 9(2).
       01  WS-LONGER                PIC 9(2).
       01  WS-SHORTER               PIC 9(2).
       01  WS-SCORE                 PIC 9(3).
       01  WS-PART                  PIC 9(3)V99.
       01  WS-ROOT-A                PIC 9(3).
       01  WS-ROOT-B                PIC 9(3).
       01  WS-ROOT                  PIC 9(3).

      *> Thresholds
       01  WS-CFG-KEY               PIC X(20).
       01  WS-CFG-VALUE             PIC X(40).
       01  WS-CFG-RC                PIC X.
       01  WS-CLUSTER-SCORE         PIC 9(3) VALUE 60.
       01  WS-FLAG-SCORE            PIC 9(3) VALUE 80.

      *> Targets ("poster|title") already flagged as duplicates
       01  WS-FLAGGED-COUNT         PIC 9(3) VALUE 0.
       01  WS-FLAGGED-TABLE.
           05 WS-FLAGGED-TARGET OCCURS 500 TIMES PIC X(80).
       01  WS-FL-REPORTER           PIC X(20).
       01  WS-FL-TYPE               PIC X(8).
       01  WS-FL-TARGET             PIC X(80).
       01  WS-FL-REASON             PIC X(100).

      *> MODERATION call
       01  WS-MOD-USER              PIC X(20) VALUE "JOB-DUP-SCAN".
       01  WS-MOD-ACTION            PIC X(10).
       01  WS-MOD-TYPE              PIC X(8).
       01  WS-MOD-TARGET            PIC X(80).
       01  WS-MOD-REASON            PIC X(100).
       01  WS-MOD-NUM               PIC 9(3).
       01  WS-MOD-RC                PIC X.

       01  WS-CLUSTERS              PIC 9(3) VALUE 0.
       01  WS-FLAGS-FILED           PIC 9(3) VALUE 0.
       01  WS-ORIGINAL              PIC 9(3).
       01  WS-CLUSTER-BEST          PIC 9(3).
       01  WS-ALREADY               PIC X.
       01  WS-MARK                  PIC X(11).
       01  I                        PIC 9(3).
       01  J                        PIC 9(3).
       01  K                        PIC 9(3).
       01  M                        PIC 9(3).
       01  WS-SCORE-TEXT            PIC ZZ9.
       01  WS-COUNT-TEXT            PIC ZZ9.
       01  WS-TODAY                 PIC X(21).

       PROCEDURE DIVISION.

           MOVE FUNCTION CURRENT-DATE TO WS-TODAY.
           PERFORM LOAD-THRESHOLDS.
           PERFORM LOAD-POSTINGS.
           PERFORM LOAD-FLAGGED-TARGETS.

           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-POST-COUNT
               MOVE I TO WS-P-PARENT(I)
               MOVE 0 TO WS-P-BEST(I)
           END-PERFORM.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-POST-COUNT
               COMPUTE K = I + 1
               PERFORM VARYING J FROM K BY 1 UNTIL J > WS-POST-COUNT
                   IF WS-P-COMPANY-KEY(I) = WS-P-COMPANY-KEY(J)
                      AND WS-P-COMPANY-KEY(I) NOT = SPACES
                       PERFORM SCORE-PAIR
                       IF WS-SCORE >= WS-CLUSTER-SCORE
                           PERFORM JOIN-PAIR
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM.

           OPEN OUTPUT REPORT-FILE.
           MOVE SPACES TO REPORT-RECORD.
           STRING "InCollege Duplicate Posting Scan - " WS-TODAY(1:8)
               DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE "------------------------------------------------"
               TO REPORT-RECORD.
           WRITE REPORT-RECORD.

           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-POST-COUNT
               MOVE I TO WS-ROOT
               PERFORM FIND-ROOT
               IF WS-ROOT = I
                   PERFORM WRITE-CLUSTER-IF-ANY
               END-IF
           END-PERFORM.

           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE WS-CLUSTERS TO WS-COUNT-TEXT.
           MOVE SPACES TO REPORT-RECORD.
           STRING "Clusters found: " WS-COUNT-TEXT
               DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE WS-FLAGS-FILED TO WS-COUNT-TEXT.
           MOVE SPACES TO REPORT-RECORD.
           STRING "Postings sent to moderation: " WS-COUNT-TEXT
               DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           CLOSE REPORT-FILE.

           MOVE WS-CLUSTERS TO WS-COUNT-TEXT.
           MOVE WS-FLAGS-FILED TO WS-SCORE-TEXT.
           DISPLAY "JOB-DUP-SCAN: " FUNCTION TRIM(WS-COUNT-TEXT)
               " cluster(s), " FUNCTION TRIM(WS-SCORE-TEXT)
               " posting(s) flagged.".
           GOBACK.

       LOAD-THRESHOLDS SECTION.
           MOVE "DUP-JOB-SCORE" TO WS-CFG-KEY.
           MOVE SPACES TO WS-CFG-VALUE.
           CALL "SITE-CONFIG" USING WS-CFG-KEY, WS-CFG-VALUE,
                                     WS-CFG-RC.
           IF WS-CFG-RC = 'S'
              AND FUNCTION TRIM(WS-CFG-VALUE) IS NUMERIC
               MOVE FUNCTION NUMVAL(WS-CFG-VALUE) TO WS-CLUSTER-SCORE
           END-IF.
           MOVE "DUP-JOB-FLAG-SCORE" TO WS-CFG-KEY.
           MOVE SPACES TO WS-CFG-VALUE.
           CALL "SITE-CONFIG" USING WS-CFG-KEY, WS-CFG-VALUE,
                                     WS-CFG-RC.
           IF WS-CFG-RC = 'S'
              AND FUNCTION TRIM(WS-CFG-VALUE) IS NUMERIC
               MOVE FUNCTION NUMVAL(WS-CFG-VALUE) TO WS-FLAG-SCORE
           END-IF.
           EXIT SECTION.

       LOAD-POSTINGS SECTION.
           MOVE 0 TO WS-POST-COUNT.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT JOBS-FILE.
           IF WS-JOBS-STATUS NOT = "00"
               CLOSE JOBS-FILE
               EXIT SECTION
           END-IF.
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ JOBS-FILE INTO WS-LINE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM TAKE-POSTING
               END-READ
           END-PERFORM.
           CLOSE JOBS-FILE.
           EXIT SECTION.

       TAKE-POSTING SECTION.
           MOVE SPACES TO WS-JOB-POSTER, WS-JOB-TITLE, WS-JOB-DESC,
                          WS-JOB-EMPLOYER, WS-JOB-LOCATION,
                          WS-JOB-SALARY, WS-JOB-POSTED-ON,
                          WS-JOB-STATUS, WS-JOB-TYPE,
                          WS-JOB-UNIVERSITY, WS-JOB-REQ-SKILLS,
                          WS-JOB-ID.
           UNSTRING WS-LINE DELIMITED BY "~"
               INTO WS-JOB-POSTER, WS-JOB-TITLE, WS-JOB-DESC,
                    WS-JOB-EMPLOYER, WS-JOB-LOCATION, WS-JOB-SALARY,
                    WS-JOB-POSTED-ON, WS-JOB-STATUS, WS-JOB-TYPE,
                    WS-JOB-UNIVERSITY, WS-JOB-REQ-SKILLS, WS-JOB-ID
           END-UNSTRING.
           IF FUNCTION TRIM(WS-JOB-STATUS) = "CLOSED"
              OR WS-POST-COUNT >= 500
               EXIT SECTION
           END-IF.

           ADD 1 TO WS-POST-COUNT.
           MOVE WS-POST-COUNT TO M.
           MOVE WS-JOB-POSTER TO WS-P-POSTER(M).
           MOVE WS-JOB-TITLE TO WS-P-TITLE(M).
           MOVE WS-JOB-EMPLOYER TO WS-P-EMPLOYER(M).
           MOVE WS-JOB-LOCATION TO WS-P-LOCATION(M).
           MOVE WS-JOB-POSTED-ON TO WS-P-POSTED-ON(M).
           MOVE WS-JOB-STATUS TO WS-P-STATUS(M).
           MOVE WS-JOB-ID TO WS-P-ID(M).

           MOVE WS-JOB-EMPLOYER TO WS-TEXT.
           PERFORM SQUEEZE-TEXT.
           MOVE WS-KEY TO WS-P-COMPANY-KEY(M).
           MOVE WS-JOB-LOCATION TO WS-TEXT.
           PERFORM SQUEEZE-TEXT.
           MOVE WS-KEY TO WS-P-LOCATION-KEY(M).

           MOVE WS-JOB-TITLE TO WS-TEXT.
           MOVE 2 TO WS-MIN-LEN.
           MOVE 10 TO WS-WORDS-MAX.
           PERFORM SPLIT-WORDS.
           MOVE WS-SPLIT-COUNT TO WS-P-TITLE-WORDS(M).
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-SPLIT-COUNT
               MOVE WS-SPLIT-WORD(K) TO WS-P-TITLE-WORD(M, K)
           END-PERFORM.

           MOVE WS-JOB-DESC TO WS-TEXT.
           MOVE 4 TO WS-MIN-LEN.
           MOVE 40 TO WS-WORDS-MAX.
           PERFORM SPLIT-WORDS.
           MOVE WS-SPLIT-COUNT TO WS-P-DESC-WORDS(M).
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-SPLIT-COUNT
               MOVE WS-SPLIT-WORD(K) TO WS-P-DESC-WORD(M, K)
           END-PERFORM.
           EXIT SECTION.

      *> Upper case, punctuation to blanks.
       NORMALIZE-TEXT SECTION.
           MOVE FUNCTION UPPER-CASE(WS-TEXT) TO WS-TEXT.
           INSPECT WS-TEXT CONVERTING ",.;:!?/\-()'&|*+"
                                   TO "                ".
           EXIT SECTION.

      *> Comparison key: normalized with every blank dropped, so
      *> "Tampa, FL" and "TAMPA FL" agree.
       SQUEEZE-TEXT SECTION.
           PERFORM NORMALIZE-TEXT.
           MOVE SPACES TO WS-KEY.
           MOVE 0 TO WS-KEY-LEN.
           PERFORM VARYING WS-PTR FROM 1 BY 1 UNTIL WS-PTR > 50
               IF WS-TEXT(WS-PTR:1) NOT = SPACE
                   ADD 1 TO WS-KEY-LEN
                   MOVE WS-TEXT(WS-PTR:1) TO WS-KEY(WS-KEY-LEN:1)
               END-IF
           END-PERFORM.
           EXIT SECTION.

      *> WS-TEXT -> distinct six-letter word keys in WS-SPLIT-TABLE,
      *> skipping words shorter than WS-MIN-LEN.
       SPLIT-WORDS SECTION.
           PERFORM NORMALIZE-TEXT.
           MOVE 0 TO WS-SPLIT-COUNT.
           MOVE 1 TO WS-PTR.
           PERFORM UNTIL WS-PTR > 200
                      OR WS-SPLIT-COUNT >= WS-WORDS-MAX
               MOVE SPACES TO WS-WORD
               UNSTRING WS-TEXT DELIMITED BY ALL SPACES
                   INTO WS-WORD
                   WITH POINTER WS-PTR
               END-UNSTRING
               IF WS-WORD NOT = SPACES
                   PERFORM KEEP-WORD
               END-IF
           END-PERFORM.
           EXIT SECTION.

       KEEP-WORD SECTION.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-WORD)) TO WS-WORD-LEN.
           IF WS-WORD-LEN < WS-MIN-LEN
               EXIT SECTION
           END-IF.
           MOVE WS-WORD(1:6) TO WS-WORD-KEY.
           MOVE 'N' TO WS-DUP-WORD.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-SPLIT-COUNT
               IF WS-SPLIT-WORD(K) = WS-WORD-KEY
                   MOVE 'Y' TO WS-DUP-WORD
               END-IF
           END-PERFORM.
           IF WS-DUP-WORD = 'N'
               ADD 1 TO WS-SPLIT-COUNT
               MOVE WS-WORD-KEY TO WS-SPLIT-WORD(WS-SPLIT-COUNT)
           END-IF.
           EXIT SECTION.

      *> Scores postings I and J into WS-SCORE.
       SCORE-PAIR SECTION.
           MOVE 0 TO WS-PART.

           MOVE 0 TO WS-SHARED.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-P-TITLE-WORDS(I)
               PERFORM VARYING M FROM 1 BY 1
                       UNTIL M > WS-P-TITLE-WORDS(J)
                   IF WS-P-TITLE-WORD(I, K) = WS-P-TITLE-WORD(J, M)
                       ADD 1 TO WS-SHARED
                   END-IF
               END-PERFORM
           END-PERFORM.
           MOVE WS-P-TITLE-WORDS(I) TO WS-LONGER.
           IF WS-P-TITLE-WORDS(J) > WS-LONGER
               MOVE WS-P-TITLE-WORDS(J) TO WS-LONGER
           END-IF.
           IF WS-LONGER > 0
               COMPUTE WS-PART = WS-PART + (40 * WS-SHARED / WS-LONGER)
           END-IF.

           IF WS-P-LOCATION-KEY(I) = WS-P-LOCATION-KEY(J)
               ADD 20 TO WS-PART
           END-IF.

           MOVE 0 TO WS-SHARED.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-P-DESC-WORDS(I)
               PERFORM VARYING M FROM 1 BY 1
                       UNTIL M > WS-P-DESC-WORDS(J)
                   IF WS-P-DESC-WORD(I, K) = WS-P-DESC-WORD(J, M)
                       ADD 1 TO WS-SHARED
                   END-IF
               END-PERFORM
           END-PERFORM.
           MOVE WS-P-DESC-WORDS(I) TO WS-SHORTER.
           IF WS-P-DESC-WORDS(J) < WS-SHORTER
               MOVE WS-P-DESC-WORDS(J) TO WS-SHORTER
           END-IF.
           IF WS-SHORTER > 0
               COMPUTE WS-PART = WS-PART + (40 * WS-SHARED / WS-SHORTER)
           END-IF.

           COMPUTE WS-SCORE ROUNDED = WS-PART.
           EXIT SECTION.

      *> Union of I's and J's clusters; the root keeps the best score.
       JOIN-PAIR SECTION.
           MOVE I TO WS-ROOT.
           PERFORM FIND-ROOT.
           MOVE WS-ROOT TO WS-ROOT-A.
           MOVE J TO WS-ROOT.
           PERFORM FIND-ROOT.
           MOVE WS-ROOT TO WS-ROOT-B.
           IF WS-ROOT-A NOT = WS-ROOT-B
               IF WS-ROOT-A < WS-ROOT-B
                   MOVE WS-ROOT-A TO WS-P-PARENT(WS-ROOT-B)
                   IF WS-P-BEST(WS-ROOT-B) > WS-P-BEST(WS-ROOT-A)
                       MOVE WS-P-BEST(WS-ROOT-B) TO WS-P-BEST(WS-ROOT-A)
                   END-IF
               ELSE
                   MOVE WS-ROOT-B TO WS-P-PARENT(WS-ROOT-A)
                   IF WS-P-BEST(WS-ROOT-A) > WS-P-BEST(WS-ROOT-B)
                       MOVE WS-P-BEST(WS-ROOT-A) TO WS-P-BEST(WS-ROOT-B)
                   END-IF
               END-IF
           END-IF.
           IF WS-ROOT-A < WS-ROOT-B
               MOVE WS-ROOT-A TO WS-ROOT
           ELSE
               MOVE WS-ROOT-B TO WS-ROOT
           END-IF.
           IF WS-SCORE > WS-P-BEST(WS-ROOT)
               MOVE WS-SCORE TO WS-P-BEST(WS-ROOT)
           END-IF.
           EXIT SECTION.

       FIND-ROOT SECTION.
           PERFORM UNTIL WS-P-PARENT(WS-ROOT) = WS-ROOT
               MOVE WS-P-PARENT(WS-ROOT) TO WS-ROOT
           END-PERFORM.
           EXIT SECTION.

      *> Root I heads a cluster when anything else points at it.
       WRITE-CLUSTER-IF-ANY SECTION.
           MOVE 0 TO WS-ORIGINAL.
           MOVE 0 TO M.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-POST-COUNT
               MOVE J TO WS-ROOT
               PERFORM FIND-ROOT
               IF WS-ROOT = I
                   ADD 1 TO M
                   IF WS-ORIGINAL = 0
                      OR WS-P-POSTED-ON(J) < WS-P-POSTED-ON(WS-ORIGINAL)
                       MOVE J TO WS-ORIGINAL
                   END-IF
               END-IF
           END-PERFORM.
           IF M < 2
               EXIT SECTION
           END-IF.

           ADD 1 TO WS-CLUSTERS.
           MOVE WS-P-BEST(I) TO WS-CLUSTER-BEST.
           MOVE WS-CLUSTERS TO WS-COUNT-TEXT.
           MOVE WS-CLUSTER-BEST TO WS-SCORE-TEXT.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           STRING "Cluster " FUNCTION TRIM(WS-COUNT-TEXT) " - "
               FUNCTION TRIM(WS-P-EMPLOYER(I)) " (best match "
               FUNCTION TRIM(WS-SCORE-TEXT) "%)"
               DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.

           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-POST-COUNT
               MOVE J TO WS-ROOT
               PERFORM FIND-ROOT
               IF WS-ROOT = I
                   PERFORM WRITE-CLUSTER-MEMBER
               END-IF
           END-PERFORM.
           EXIT SECTION.

       WRITE-CLUSTER-MEMBER SECTION.
           MOVE SPACES TO WS-MARK.
           IF J = WS-ORIGINAL
               MOVE " (earliest)" TO WS-MARK
           END-IF.
           MOVE SPACES TO REPORT-RECORD.
           STRING "  job " WS-P-ID(J) "  "
               FUNCTION TRIM(WS-P-TITLE(J)) " | "
               FUNCTION TRIM(WS-P-LOCATION(J)) " | "
               WS-P-POSTED-ON(J) " | "
               FUNCTION TRIM(WS-P-POSTER(J)) " ["
               FUNCTION TRIM(WS-P-STATUS(J)) "]" WS-MARK
               DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.

           IF J NOT = WS-ORIGINAL
              AND WS-CLUSTER-BEST >= WS-FLAG-SCORE
               PERFORM FLAG-DUPLICATE
           END-IF.
           EXIT SECTION.

      *> Sends posting J to the moderation queue against the earliest.
       FLAG-DUPLICATE SECTION.
           MOVE SPACES TO WS-MOD-TARGET.
           STRING FUNCTION TRIM(WS-P-POSTER(J)) "|"
               FUNCTION TRIM(WS-P-TITLE(J))
               DELIMITED BY SIZE INTO WS-MOD-TARGET.
           MOVE 'N' TO WS-ALREADY.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-FLAGGED-COUNT
               IF WS-FLAGGED-TARGET(K) = WS-MOD-TARGET
                   MOVE 'Y' TO WS-ALREADY
               END-IF
           END-PERFORM.
           IF WS-ALREADY = 'Y'
               EXIT SECTION
           END-IF.

           MOVE "REPORT" TO WS-MOD-ACTION.
           MOVE "JOB" TO WS-MOD-TYPE.
           MOVE SPACES TO WS-MOD-REASON.
           STRING "Possible duplicate of job " WS-P-ID(WS-ORIGINAL)
               " (" FUNCTION TRIM(WS-SCORE-TEXT) "% match)"
               DELIMITED BY SIZE INTO WS-MOD-REASON.
           CALL "MODERATION" USING WS-MOD-USER, WS-MOD-ACTION,
                                    WS-MOD-TYPE, WS-MOD-TARGET,
                                    WS-MOD-REASON, WS-MOD-NUM,
                                    WS-MOD-RC.
           IF WS-MOD-RC = 'S'
               ADD 1 TO WS-FLAGS-FILED
               IF WS-FLAGGED-COUNT < 500
                   ADD 1 TO WS-FLAGGED-COUNT
                   MOVE WS-MOD-TARGET
                       TO WS-FLAGGED-TARGET(WS-FLAGGED-COUNT)
               END-IF
           END-IF.
           EXIT SECTION.

      *> Earlier duplicate flags, whatever their status now.
       LOAD-FLAGGED-TARGETS SECTION.
           MOVE 0 TO WS-FLAGGED-COUNT.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT FLAGS-FILE.
           IF WS-FLAGS-STATUS NOT = "00"
               CLOSE FLAGS-FILE
               EXIT SECTION
           END-IF.
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ FLAGS-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE SPACES TO WS-FL-REPORTER, WS-FL-TYPE,
                                      WS-FL-TARGET, WS-FL-REASON
                       UNSTRING FLAGS-RECORD DELIMITED BY "~"
                           INTO WS-FL-REPORTER, WS-FL-TYPE,
                                WS-FL-TARGET, WS-FL-REASON
                       END-UNSTRING
                       IF FUNCTION TRIM(WS-FL-TYPE) = "JOB"
                          AND WS-FL-REASON(1:19) = "Possible duplicate "
                          AND WS-FLAGGED-COUNT < 500
                           ADD 1 TO WS-FLAGGED-COUNT
                           MOVE WS-FL-TARGET
                               TO WS-FLAGGED-TARGET(WS-FLAGGED-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FLAGS-FILE.
           EXIT SECTION.
