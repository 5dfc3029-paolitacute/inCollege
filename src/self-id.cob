       >>SOURCE FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SELF-ID.
       AUTHOR. Paola
       DATE-WRITTEN. 10/15/2026

       *> Voluntary self-identification, offered right after a student
       *> applies so the careers office can show federal-contractor
       *> partners -- and itself -- whether postings reach every group
       *> of students alike. Answers go to self_id.txt, one row per
       *> application the student chose to answer for:
       *>   applicant~poster~title~employer~date~gender~ethnicity~
       *>   veteran~disability
       *>     gender      WOMAN, MAN, NONBINARY or DECLINED
       *>     ethnicity   HISPANIC, WHITE, BLACK, ASIAN, PACIFIC,
       *>                 NATIVE, MULTI or DECLINED
       *>     veteran     VETERAN, NOTVETERAN or DECLINED
       *>     disability  YES, NO or DECLINED
       *> A student who skips the step leaves no row; EQUITY-REPORT
       *> counts them as "not provided". The file is restricted: no
       *> employer-facing program reads it (applicant review,
       *> APP-SNAPSHOT and APP-INTERCHANGE included), and the only
       *> reader is EQUITY-REPORT, which prints group counts with small
       *> cells suppressed. DATA-EXPORT gives the student their own
       *> rows back; CLOSE-ACCOUNT and RENAME-USER follow the applicant.
       *> Actions:
       *>   RECORD    appends the answers in LS-SELF-ID for the posting
       *>             named in LS-SI-IDENT (poster~title~employer, as
       *>             BROWSE-JOB hands back after an APPLY)
       *> Return codes: 'S' recorded, 'V' an answer is not one of the
       *> codes above or the posting is blank, 'X' unknown action.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SELF-ID-FILE ASSIGN TO "self_id.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SELF-ID-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SELF-ID-FILE.
       01  SELF-ID-RECORD       PIC X(250).

       WORKING-STORAGE SECTION.
       01  WS-SELF-ID-STATUS    PIC X(2).
       01  WS-TODAY             PIC X(21).
       01  WS-ANSWER            PIC X(12).
       01  WS-ANSWER-OK         PIC X.

       LINKAGE SECTION.
       01  LS-USERNAME          PIC X(20).
       *> 'RECORD'
       01  LS-ACTION            PIC X(10).
       01  LS-SELF-ID.
           05 LS-SI-IDENT       PIC X(130).
           05 LS-SI-GENDER      PIC X(12).
           05 LS-SI-ETHNICITY   PIC X(12).
           05 LS-SI-VETERAN     PIC X(12).
           05 LS-SI-DISABILITY  PIC X(12).
       01  LS-RETURN-CODE       PIC X.

       PROCEDURE DIVISION USING LS-USERNAME, LS-ACTION, LS-SELF-ID,
                                 LS-RETURN-CODE.

           MOVE 'X' TO LS-RETURN-CODE.
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY.
           EVALUATE FUNCTION TRIM(LS-ACTION)
               WHEN "RECORD"
                   PERFORM RECORD-ANSWERS
           END-EVALUATE.
           GOBACK.

       RECORD-ANSWERS SECTION.
           IF FUNCTION TRIM(LS-SI-IDENT) = SPACES
               MOVE 'V' TO LS-RETURN-CODE
               EXIT SECTION
           END-IF.
           MOVE 'Y' TO WS-ANSWER-OK.
           MOVE LS-SI-GENDER TO WS-ANSWER.
           IF WS-ANSWER NOT = "WOMAN" AND NOT = "MAN"
              AND NOT = "NONBINARY" AND NOT = "DECLINED"
               MOVE 'N' TO WS-ANSWER-OK
           END-IF.
           MOVE LS-SI-ETHNICITY TO WS-ANSWER.
           IF WS-ANSWER NOT = "HISPANIC" AND NOT = "WHITE"
              AND NOT = "BLACK" AND NOT = "ASIAN" AND NOT = "PACIFIC"
              AND NOT = "NATIVE" AND NOT = "MULTI" AND NOT = "DECLINED"
               MOVE 'N' TO WS-ANSWER-OK
           END-IF.
           MOVE LS-SI-VETERAN TO WS-ANSWER.
           IF WS-ANSWER NOT = "VETERAN" AND NOT = "NOTVETERAN"
              AND NOT = "DECLINED"
               MOVE 'N' TO WS-ANSWER-OK
           END-IF.
           MOVE LS-SI-DISABILITY TO WS-ANSWER.
           IF WS-ANSWER NOT = "YES" AND NOT = "NO"
              AND NOT = "DECLINED"
               MOVE 'N' TO WS-ANSWER-OK
           END-IF.
           IF WS-ANSWER-OK NOT = 'Y'
               MOVE 'V' TO LS-RETURN-CODE
               EXIT SECTION
           END-IF.

           OPEN EXTEND SELF-ID-FILE.
           IF WS-SELF-ID-STATUS = "35"
               OPEN OUTPUT SELF-ID-FILE
           END-IF.
           INITIALIZE SELF-ID-RECORD.
           STRING FUNCTION TRIM(LS-USERNAME) "~"
                  FUNCTION TRIM(LS-SI-IDENT) "~"
                  WS-TODAY(1:8) "~"
                  FUNCTION TRIM(LS-SI-GENDER) "~"
                  FUNCTION TRIM(LS-SI-ETHNICITY) "~"
                  FUNCTION TRIM(LS-SI-VETERAN) "~"
                  FUNCTION TRIM(LS-SI-DISABILITY)
               DELIMITED BY SIZE INTO SELF-ID-RECORD.
           WRITE SELF-ID-RECORD.
           CLOSE SELF-ID-FILE.
           MOVE 'S' TO LS-RETURN-CODE.
           EXIT SECTION.
