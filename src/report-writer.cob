       >>SOURCE FREE
       *> Ad-hoc report writer for the careers office, so a one-off
       *> question ("employers in Ohio with open internships and no
       *> applicants", "Nursing students with no profile skills") is a
       *> request file instead of a new program or a hand-grep. The
       *> request is KEY=VALUE lines, the csv_extract_request.txt way
       *> (lines starting with "#" are comments):
       *>   DATASET=JOBS | APPLICATIONS | INTERVIEWS | OFFERS |
       *>           ACCOUNTS | PROFILES
       *>   JOIN=PROFILE | JOB | ACCOUNT      (optional, repeatable)
       *>   WHERE=<field> <op> <value>        (optional, up to 10;
       *>                                      every one must hold)
       *>   COLUMNS=<field>,<field>,...       (up to 10)
       *>   SORT=<field> [DESC]               (optional)
       *>   SUBTOTAL=<field>                  (optional)
       *>   SUM=<field>                       (optional)
       *>   FORMAT=REPORT | CSV               (REPORT by default)
       *>   TITLE=<heading for the report>    (optional)
       *> Fields are named from the dataset's own layout:
       *>   JOBS          POSTER TITLE DESCRIPTION EMPLOYER LOCATION
       *>                 SALARY POSTED STATUS TYPE UNIVERSITY SKILLS
       *>                 JOBID OPENINGS FILLED, and APPLICANTS (the
       *>                 applications.dat rows against the posting)
       *>   APPLICATIONS  APPLICANT JOBNUM TITLE EMPLOYER LOCATION
       *>                 STATE STARTDATE
       *>   INTERVIEWS    APPLICANT POSTER TITLE SLOT STATUS
       *>   OFFERS        EMPLOYER APPLICANT TITLE COMPANY TERMS
       *>                 STARTDATE DEADLINE STATUS EXTENDED
       *>   ACCOUNTS      USERNAME TYPE CREATED
       *>   PROFILES      USERNAME FIRSTNAME LASTNAME UNIVERSITY MAJOR
       *>                 GRADYEAR STANDING SKILLS (how many) SKILLLIST
       *> and a joined file's fields carry its prefix: PROFILE.MAJOR,
       *> JOB.LOCATION, ACCOUNT.TYPE. PROFILE and ACCOUNT join on the
       *> row's user (the poster for JOBS, the applicant for the
       *> others); JOB joins an application's JOBNUM to the posting's
       *> JOBID. Naming a joined field brings the join in on its own.
       *> Operators: EQ NE GT GE LT LE (numbers compare as numbers,
       *> text without regard to case), CONTAINS, EMPTY, NOTEMPTY.
       *> Passwords and recovery emails are never reported, as in
       *> CSV-EXTRACT: a request naming PASSWORD or RECOVERY-EMAIL
       *> anywhere is refused outright.
       *> Rows are sorted by the SUBTOTAL field first, then the SORT
       *> field; a REPORT prints a count (and the SUM field's total)
       *> at each change of the subtotal field and at the end. CSV
       *> output is the rows alone with a header, every field quoted.
       *> Output: InCollege-AdhocReport.txt or adhoc-report.csv; at
       *> most 1000 rows are kept.
       *> ADMIN runs see everything. A STAFF run is held to the
       *> coordinator's own campus (STAFF-SCOPE): profiles there,
       *> postings open to it, and for the other datasets the rows
       *> whose user is one of its students. Anyone else is refused.
       *> These are research use, as in CSV-EXTRACT: a row whose user
       *> has withdrawn research consent (DATA-CONSENT) is left out on
       *> every dataset but JOBS, and the count left out is given in
       *> LS-DETAIL and at the foot of a REPORT (a CSV stays rows alone).
       *> Every run is written to AUDIT-LOG as ADHOC-REPORT.
       *> Return codes: 'S' written (LS-DETAIL says where), 'V' the
       *> request is missing or wrong (LS-DETAIL says what), 'E' it
       *> names a password or recovery email, 'F' not permitted.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORT-WRITER.
       AUTHOR. Paola
       DATE-WRITTEN. 10/15/2026

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQUEST-FILE ASSIGN TO WS-REQUEST-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQUEST-STATUS.
           SELECT GEN-FILE ASSIGN TO WS-GEN-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GEN-STATUS.
           SELECT ACCOUNTS-FILE ASSIGN TO "accounts.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCOUNTS-USERNAME
               FILE STATUS IS WS-ACCOUNTS-STATUS.
           SELECT APPLICATIONS-FILE ASSIGN TO "applications.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APPLICATION-KEY
               ALTERNATE RECORD KEY IS APPLICATION-JOB-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-APPLICATIONS-STATUS.
           SELECT OUT-FILE ASSIGN TO WS-OUT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REQUEST-FILE.
       01  REQUEST-RECORD       PIC X(200).

       FD  GEN-FILE.
       01  GEN-RECORD           PIC X(500).

       FD  ACCOUNTS-FILE.
       01  ACCOUNTS-RECORD-DATA.
           05  ACCOUNTS-USERNAME       PIC X(20).
           05  ACCOUNTS-PASSWORD       PIC X(20).
           05  ACCOUNTS-RECOVERY-EMAIL PIC X(50).
           05  ACCOUNTS-ACCOUNT-TYPE   PIC X(8).
           05  ACCOUNTS-CREATED-DATE   PIC X(8).

       FD  APPLICATIONS-FILE.
       01  APPLICATION-RECORD.
           05  APPLICATION-KEY.
               10  APPLICATION-USER    PIC X(20).
               10  APPLICATION-JOB-ID  PIC X(8).
           05  APPLICATION-JOB-KEY     PIC X(8).
           05  APPLICATION-ROW         PIC X(500).

       FD  OUT-FILE.
       01  OUT-RECORD           PIC X(450).

       WORKING-STORAGE SECTION.
       01  WS-REQUEST-STATUS    PIC X(2).
       01  WS-GEN-STATUS        PIC X(2).
       01  WS-ACCOUNTS-STATUS   PIC X(2).
       01  WS-APPLICATIONS-STATUS PIC X(2).
       01  WS-OUT-STATUS        PIC X(2).
       01  WS-REQUEST-NAME      PIC X(30).
       01  WS-GEN-FILENAME      PIC X(30).
       01  WS-OUT-FILENAME      PIC X(30).
       01  WS-EOF-FLAG          PIC X VALUE 'N'.
       01  WS-LINE              PIC X(500).
       01  WS-TODAY             PIC X(21).
       01  WS-ACCOUNTS-OPEN     PIC X VALUE 'N'.

      *> Who is running it, and the campus a STAFF run is held to
       01  WS-RUNNER-TYPE       PIC X(8).
       01  WS-SCOPE-ACTION      PIC X(10).
       01  WS-SCOPE-TARGET      PIC X(20).
       01  WS-SCOPE-CAMPUS      PIC X(100).
       01  WS-SCOPE-RC          PIC X.
       01  WS-MY-CAMPUS         PIC X(100) VALUE SPACES.

       01  WS-AUDIT-EVENT       PIC X(20) VALUE "ADHOC-REPORT".
       01  WS-AUDIT-OUTCOME     PIC X.
       01  WS-AUDIT-RC          PIC X.

      *> The request as read
       01  WS-KEY-PART          PIC X(20).
       01  WS-VALUE-PART        PIC X(180).
       01  WS-DATASET           PIC X(12).
       01  WS-FORMAT            PIC X(6).
       01  WS-TITLE             PIC X(100).
       01  WS-COLUMNS-TEXT      PIC X(180).
       01  WS-SORT-TEXT         PIC X(60).
       01  WS-SUBTOTAL-TEXT     PIC X(30).
       01  WS-SUM-TEXT          PIC X(30).
       01  WS-WHERE-COUNT       PIC 99 VALUE 0.
       01  WS-WHERE-TABLE.
           05 WS-WHERE-TEXT OCCURS 10 TIMES PIC X(180).

      *> Field layouts: dataset, field name, position on the row
       01  WS-LAYOUT-DATA.
           05 FILLER PIC X(28) VALUE "JOBS        POSTER        01".
           05 FILLER PIC X(28) VALUE "JOBS        TITLE         02".
           05 FILLER PIC X(28) VALUE "JOBS        DESCRIPTION   03".
           05 FILLER PIC X(28) VALUE "JOBS        EMPLOYER      04".
           05 FILLER PIC X(28) VALUE "JOBS        LOCATION      05".
           05 FILLER PIC X(28) VALUE "JOBS        SALARY        06".
           05 FILLER PIC X(28) VALUE "JOBS        POSTED        07".
           05 FILLER PIC X(28) VALUE "JOBS        STATUS        08".
           05 FILLER PIC X(28) VALUE "JOBS        TYPE          09".
           05 FILLER PIC X(28) VALUE "JOBS        UNIVERSITY    10".
           05 FILLER PIC X(28) VALUE "JOBS        SKILLS        11".
           05 FILLER PIC X(28) VALUE "JOBS        JOBID         12".
           05 FILLER PIC X(28) VALUE "JOBS        OPENINGS      13".
           05 FILLER PIC X(28) VALUE "JOBS        FILLED        14".
           05 FILLER PIC X(28) VALUE "JOBS        APPLICANTS    15".
           05 FILLER PIC X(28) VALUE "APPLICATIONSAPPLICANT     01".
           05 FILLER PIC X(28) VALUE "APPLICATIONSJOBNUM        02".
           05 FILLER PIC X(28) VALUE "APPLICATIONSTITLE         03".
           05 FILLER PIC X(28) VALUE "APPLICATIONSEMPLOYER      04".
           05 FILLER PIC X(28) VALUE "APPLICATIONSLOCATION      05".
           05 FILLER PIC X(28) VALUE "APPLICATIONSSTATE         06".
           05 FILLER PIC X(28) VALUE "APPLICATIONSSTARTDATE     07".
           05 FILLER PIC X(28) VALUE "INTERVIEWS  APPLICANT     01".
           05 FILLER PIC X(28) VALUE "INTERVIEWS  POSTER        02".
           05 FILLER PIC X(28) VALUE "INTERVIEWS  TITLE         03".
           05 FILLER PIC X(28) VALUE "INTERVIEWS  SLOT          04".
           05 FILLER PIC X(28) VALUE "INTERVIEWS  STATUS        05".
           05 FILLER PIC X(28) VALUE "OFFERS      EMPLOYER      01".
           05 FILLER PIC X(28) VALUE "OFFERS      APPLICANT     02".
           05 FILLER PIC X(28) VALUE "OFFERS      TITLE         03".
           05 FILLER PIC X(28) VALUE "OFFERS      COMPANY       04".
           05 FILLER PIC X(28) VALUE "OFFERS      TERMS         05".
           05 FILLER PIC X(28) VALUE "OFFERS      STARTDATE     06".
           05 FILLER PIC X(28) VALUE "OFFERS      DEADLINE      07".
           05 FILLER PIC X(28) VALUE "OFFERS      STATUS        08".
           05 FILLER PIC X(28) VALUE "OFFERS      EXTENDED      09".
           05 FILLER PIC X(28) VALUE "ACCOUNTS    USERNAME      01".
           05 FILLER PIC X(28) VALUE "ACCOUNTS    TYPE          02".
           05 FILLER PIC X(28) VALUE "ACCOUNTS    CREATED       03".
           05 FILLER PIC X(28) VALUE "PROFILES    USERNAME      01".
           05 FILLER PIC X(28) VALUE "PROFILES    FIRSTNAME     02".
           05 FILLER PIC X(28) VALUE "PROFILES    LASTNAME      03".
           05 FILLER PIC X(28) VALUE "PROFILES    UNIVERSITY    04".
           05 FILLER PIC X(28) VALUE "PROFILES    MAJOR         05".
           05 FILLER PIC X(28) VALUE "PROFILES    GRADYEAR      06".
           05 FILLER PIC X(28) VALUE "PROFILES    STANDING      07".
           05 FILLER PIC X(28) VALUE "PROFILES    SKILLS        08".
           05 FILLER PIC X(28) VALUE "PROFILES    SKILLLIST     09".
       01  WS-LAYOUT-TABLE REDEFINES WS-LAYOUT-DATA.
           05 WS-LAYOUT-ENTRY OCCURS 48 TIMES.
              10 WS-LY-DATASET     PIC X(12).
              10 WS-LY-FIELD       PIC X(14).
              10 WS-LY-POS         PIC 99.
       01  WS-LAYOUT-COUNT      PIC 99 VALUE 48.

      *> Position of the row's user on each dataset's row
       01  WS-USER-POS          PIC 99.

      *> A field reference resolved: source 1 the dataset's row,
      *> 2 the joined profile, 3 the joined posting, 4 the joined
      *> account; and the position in that source
       01  WS-REF-NAME          PIC X(40).
       01  WS-REF-PREFIX        PIC X(12).
       01  WS-REF-FIELD         PIC X(30).
       01  WS-REF-DATASET       PIC X(12).
       01  WS-REF-SRC           PIC 9.
       01  WS-REF-POS           PIC 99.
       01  WS-REF-OK            PIC X.

       01  WS-COL-COUNT         PIC 99 VALUE 0.
       01  WS-COL-TABLE.
           05 WS-COL OCCURS 10 TIMES.
              10 WS-COL-NAME       PIC X(40).
              10 WS-COL-SRC        PIC 9.
              10 WS-COL-POS        PIC 99.
              10 WS-COL-WIDTH      PIC 99.
       01  WS-COND-TABLE.
           05 WS-COND OCCURS 10 TIMES.
              10 WS-COND-FIELD     PIC X(40).
              10 WS-COND-SRC       PIC 9.
              10 WS-COND-POS       PIC 99.
              10 WS-COND-OP        PIC X(10).
              10 WS-COND-VALUE     PIC X(100).
       01  WS-SORT-SRC          PIC 9 VALUE 0.
       01  WS-SORT-POS          PIC 99.
       01  WS-SORT-DESC         PIC X VALUE 'N'.
       01  WS-SORT-FIELD        PIC X(40).
       01  WS-SORT-DIR          PIC X(10).
       01  WS-SUB-SRC           PIC 9 VALUE 0.
       01  WS-SUB-POS           PIC 99.
       01  WS-SUB-FIELD         PIC X(40).
       01  WS-SUM-SRC           PIC 9 VALUE 0.
       01  WS-SUM-POS           PIC 99.
       01  WS-SUM-FIELD         PIC X(40).
       01  WS-NEED-PROFILE      PIC X VALUE 'N'.
       01  WS-NEED-JOB          PIC X VALUE 'N'.
       01  WS-NEED-ACCOUNT      PIC X VALUE 'N'.
       01  WS-NEED-APPCOUNT     PIC X VALUE 'N'.
       01  WS-PTR               PIC 9(3).
       01  WS-PIECE             PIC X(60).

      *> The current row: WS-VAL(source, position)
       01  WS-ROW-VALUES.
           05 WS-SRC OCCURS 4 TIMES.
              10 WS-VAL            PIC X(200) OCCURS 15 TIMES.
       01  WS-ROW-USER          PIC X(20).
       01  WS-ROW-PASSES        PIC X.

      *> Every profile: the PROFILES rows, the PROFILE join and a
      *> STAFF run's campus test
       01  WS-PROFILE-COUNT     PIC 9(4) VALUE 0.
       01  WS-PROFILE-TABLE.
           05 WS-PF-ENTRY OCCURS 2000 TIMES.
              10 WS-PF-USER        PIC X(20).
              10 WS-PF-FIRST       PIC X(50).
              10 WS-PF-LAST        PIC X(50).
              10 WS-PF-UNIV        PIC X(100).
              10 WS-PF-MAJOR       PIC X(50).
              10 WS-PF-GRAD        PIC X(4).
              10 WS-PF-STANDING    PIC X(10).
              10 WS-PF-SKILLS      PIC 99.
              10 WS-PF-SKILL-LIST  PIC X(200).
       01  WS-PROFILES-LOADED   PIC X VALUE 'N'.
       01  WS-PF-HIT            PIC 9(4).

      *> Every posting: the JOBS rows and the JOB join
       01  WS-JOB-COUNT         PIC 9(4) VALUE 0.
       01  WS-JOB-TABLE.
           05 WS-JB-ENTRY OCCURS 1000 TIMES.
              10 WS-JB-ROW         PIC X(500).
              10 WS-JB-ID          PIC X(8).
              10 WS-JB-APPLICANTS  PIC 9(5).
       01  WS-JB-HIT            PIC 9(4).
       01  WS-SPLIT.
           05 WS-SPLIT-F OCCURS 15 TIMES PIC X(200).

      *> Rows that passed, ready to sort and print
       01  WS-RES-COUNT         PIC 9(4) VALUE 0.
       01  WS-RES-DROPPED       PIC 9(5) VALUE 0.

      *> Research-use consent of the user on the row at hand
       01  WS-CONSENT-USER      PIC X(20).
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
       01  WS-WITHHELD-COUNT    PIC 9(5) VALUE 0.
       01  WS-RES-TABLE.
           05 WS-RES-ENTRY OCCURS 1000 TIMES.
              10 WS-RES-KEY1       PIC X(60).
              10 WS-RES-KEY2       PIC X(60).
              10 WS-RES-GROUP      PIC X(60).
              10 WS-RES-SUM        PIC S9(11)V99.
              10 WS-RES-COL        PIC X(60) OCCURS 10 TIMES.
       01  WS-SWAP-ENTRY        PIC X(793).
       01  WS-SORT-SWAPPED      PIC X.
       01  WS-OUT-OF-ORDER      PIC X.

       01  WS-CMP-VALUE         PIC X(200).
       01  WS-CMP-CRIT          PIC X(100).
       01  WS-CMP-LEN           PIC 9(3).
       01  WS-CMP-HITS          PIC 9(3).
       01  WS-CMP-RESULT        PIC S9.
       01  WS-NUM-A             PIC S9(11)V99.
       01  WS-NUM-B             PIC S9(11)V99.
       01  WS-SORT-KEY          PIC X(60).
       01  WS-KEY-SOURCE        PIC X(200).
       01  WS-KEY-NUMBER        PIC 9(15).

       01  WS-GROUP-ROWS        PIC 9(5).
       01  WS-GROUP-SUM         PIC S9(11)V99.
       01  WS-TOTAL-SUM         PIC S9(11)V99 VALUE 0.
       01  WS-SUM-TEXT-OUT      PIC -(11)9.99.
       01  WS-COUNT-TEXT        PIC Z(4)9.
       01  WS-CELL              PIC X(60).
       01  WS-CELL-LEN          PIC 99.

       01  C                    PIC 99.
       01  I                    PIC 9(4).
       01  J                    PIC 9(4).
       01  K                    PIC 9(4).
       01  N                    PIC 9(4).
       01  W                    PIC 99.

       LINKAGE SECTION.
       01  LS-USERNAME          PIC X(20).
       01  LS-REQUEST-FILE      PIC X(30).
       01  LS-DETAIL            PIC X(80).
       01  LS-RETURN-CODE       PIC X.

       PROCEDURE DIVISION USING LS-USERNAME, LS-REQUEST-FILE, LS-DETAIL,
                                 LS-RETURN-CODE.

           MOVE 'V' TO LS-RETURN-CODE.
           MOVE SPACES TO LS-DETAIL.
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY.
           INITIALIZE WS-COL-TABLE, WS-COND-TABLE, WS-WHERE-TABLE.
           MOVE 0 TO WS-COL-COUNT, WS-WHERE-COUNT, WS-RES-COUNT,
                     WS-RES-DROPPED, WS-TOTAL-SUM, WS-WITHHELD-COUNT.
           MOVE 0 TO WS-SORT-SRC, WS-SUB-SRC, WS-SUM-SRC.
           MOVE 'N' TO WS-NEED-PROFILE, WS-NEED-JOB, WS-NEED-ACCOUNT,
                       WS-NEED-APPCOUNT, WS-PROFILES-LOADED, WS-SORT-DESC.

           PERFORM CHECK-RUNNER.
           IF LS-RETURN-CODE = 'F'
               PERFORM AUDIT-RUN
               GOBACK
           END-IF.

           PERFORM READ-REQUEST.
           IF LS-DETAIL = SPACES
               PERFORM CHECK-REQUEST
           END-IF.
           IF LS-DETAIL NOT = SPACES
               PERFORM AUDIT-RUN
               GOBACK
           END-IF.

           IF WS-NEED-PROFILE = 'Y' OR WS-DATASET = "PROFILES"
              OR WS-MY-CAMPUS NOT = SPACES
               PERFORM LOAD-PROFILES
           END-IF.
           IF WS-NEED-JOB = 'Y' OR WS-DATASET = "JOBS"
               PERFORM LOAD-JOBS
           END-IF.
           IF WS-NEED-APPCOUNT = 'Y'
               PERFORM COUNT-APPLICANTS
           END-IF.
           IF WS-NEED-ACCOUNT = 'Y' OR WS-DATASET = "ACCOUNTS"
               OPEN INPUT ACCOUNTS-FILE
               IF WS-ACCOUNTS-STATUS = "00" OR WS-ACCOUNTS-STATUS = "05"
                   MOVE 'Y' TO WS-ACCOUNTS-OPEN
               END-IF
           END-IF.

           EVALUATE WS-DATASET
               WHEN "JOBS"
                   PERFORM SCAN-JOBS
               WHEN "APPLICATIONS"
                   PERFORM SCAN-APPLICATIONS
               WHEN "INTERVIEWS"
                   MOVE "interviews.txt" TO WS-GEN-FILENAME
                   PERFORM SCAN-TILDE-FILE
               WHEN "OFFERS"
                   MOVE "offers.txt" TO WS-GEN-FILENAME
                   PERFORM SCAN-TILDE-FILE
               WHEN "ACCOUNTS"
                   PERFORM SCAN-ACCOUNTS
               WHEN "PROFILES"
                   PERFORM SCAN-PROFILES
           END-EVALUATE.
           IF WS-ACCOUNTS-OPEN = 'Y'
               CLOSE ACCOUNTS-FILE
               MOVE 'N' TO WS-ACCOUNTS-OPEN
           END-IF.

           PERFORM SORT-RESULTS.
           IF WS-FORMAT = "CSV"
               MOVE "adhoc-report.csv" TO WS-OUT-FILENAME
               PERFORM WRITE-CSV
           ELSE
               MOVE "InCollege-AdhocReport.txt" TO WS-OUT-FILENAME
               PERFORM WRITE-REPORT
           END-IF.

           MOVE WS-RES-COUNT TO WS-COUNT-TEXT.
           STRING FUNCTION TRIM(WS-COUNT-TEXT) " row(s) written to "
                  FUNCTION TRIM(WS-OUT-FILENAME)
                  DELIMITED BY SIZE INTO LS-DETAIL.
           IF WS-WITHHELD-COUNT > 0
               MOVE WS-WITHHELD-COUNT TO WS-COUNT-TEXT
               STRING FUNCTION TRIM(LS-DETAIL) " ("
                      FUNCTION TRIM(WS-COUNT-TEXT)
                      " left out: research consent)"
                      DELIMITED BY SIZE INTO LS-DETAIL
           END-IF.
           IF WS-RES-DROPPED > 0
               STRING FUNCTION TRIM(LS-DETAIL)
                      " (more matched; first 1000 kept)"
                      DELIMITED BY SIZE INTO LS-DETAIL
           END-IF.
           STRING FUNCTION TRIM(LS-DETAIL) "." DELIMITED BY SIZE
               INTO LS-DETAIL.
           MOVE 'S' TO LS-RETURN-CODE.
           PERFORM AUDIT-RUN.
           GOBACK.

       AUDIT-RUN SECTION.
           IF LS-RETURN-CODE = 'S'
               MOVE 'S' TO WS-AUDIT-OUTCOME
           ELSE
               MOVE 'F' TO WS-AUDIT-OUTCOME
           END-IF.
           CALL "AUDIT-LOG" USING LS-USERNAME, WS-AUDIT-EVENT,
                                   WS-AUDIT-OUTCOME, WS-AUDIT-RC.
           EXIT SECTION.

      *> ----------------------------------------------------------
      *> ADMIN runs see all; STAFF are held to their bound campus.
      *> ----------------------------------------------------------
       CHECK-RUNNER SECTION.
           MOVE SPACES TO WS-RUNNER-TYPE, WS-MY-CAMPUS.
           OPEN INPUT ACCOUNTS-FILE.
           IF WS-ACCOUNTS-STATUS = "00" OR WS-ACCOUNTS-STATUS = "05"
               MOVE LS-USERNAME TO ACCOUNTS-USERNAME
               READ ACCOUNTS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ACCOUNTS-ACCOUNT-TYPE TO WS-RUNNER-TYPE
               END-READ
           END-IF.
           CLOSE ACCOUNTS-FILE.

           EVALUATE FUNCTION TRIM(WS-RUNNER-TYPE)
               WHEN "ADMIN"
                   CONTINUE
               WHEN "STAFF"
                   MOVE SPACES TO WS-SCOPE-TARGET, WS-SCOPE-CAMPUS
                   MOVE "GETCAMPUS" TO WS-SCOPE-ACTION
                   CALL "STAFF-SCOPE" USING LS-USERNAME, WS-SCOPE-ACTION,
                                             WS-SCOPE-TARGET,
                                             WS-SCOPE-CAMPUS, WS-SCOPE-RC
                   IF WS-SCOPE-RC = 'S'
                      AND FUNCTION TRIM(WS-SCOPE-CAMPUS) > SPACES
                       MOVE WS-SCOPE-CAMPUS TO WS-MY-CAMPUS
                   ELSE
                       MOVE 'F' TO LS-RETURN-CODE
                       MOVE "No campus is bound to your account."
                           TO LS-DETAIL
                   END-IF
               WHEN OTHER
                   MOVE 'F' TO LS-RETURN-CODE
                   MOVE "Ad-hoc reports are run by careers-office staff and admins only."
                       TO LS-DETAIL
           END-EVALUATE.
           EXIT SECTION.

      *> ----------------------------------------------------------
      *> Request file: KEY=VALUE lines
      *> ----------------------------------------------------------
       READ-REQUEST SECTION.
           MOVE SPACES TO WS-DATASET, WS-FORMAT, WS-TITLE,
                          WS-COLUMNS-TEXT, WS-SORT-TEXT,
                          WS-SUBTOTAL-TEXT, WS-SUM-TEXT.
           MOVE LS-REQUEST-FILE TO WS-REQUEST-NAME.
           IF WS-REQUEST-NAME = SPACES
               MOVE "report_request.txt" TO WS-REQUEST-NAME
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT REQUEST-FILE.
           IF WS-REQUEST-STATUS NOT = "00"
               CLOSE REQUEST-FILE
               STRING "Request file " FUNCTION TRIM(WS-REQUEST-NAME)
                      " was not found." DELIMITED BY SIZE INTO LS-DETAIL
               EXIT SECTION
           END-IF.
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ REQUEST-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF REQUEST-RECORD(1:1) NOT = "#"
                          AND REQUEST-RECORD NOT = SPACES
                           PERFORM TAKE-REQUEST-LINE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE REQUEST-FILE.
           EXIT SECTION.

       TAKE-REQUEST-LINE SECTION.
           MOVE SPACES TO WS-KEY-PART, WS-VALUE-PART.
           UNSTRING REQUEST-RECORD DELIMITED BY "="
               INTO WS-KEY-PART, WS-VALUE-PART
           END-UNSTRING.
           MOVE FUNCTION TRIM(WS-VALUE-PART) TO WS-VALUE-PART.
           EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-KEY-PART))
               WHEN "DATASET"
                   MOVE FUNCTION UPPER-CASE(WS-VALUE-PART) TO WS-DATASET
               WHEN "JOIN"
                   EVALUATE FUNCTION UPPER-CASE(WS-VALUE-PART)
                       WHEN "PROFILE"
                           MOVE 'Y' TO WS-NEED-PROFILE
                       WHEN "JOB"
                           MOVE 'Y' TO WS-NEED-JOB
                       WHEN "ACCOUNT"
                           MOVE 'Y' TO WS-NEED-ACCOUNT
                       WHEN OTHER
                           STRING "JOIN must be PROFILE, JOB or ACCOUNT, not "
                                  FUNCTION TRIM(WS-VALUE-PART) "."
                                  DELIMITED BY SIZE INTO LS-DETAIL
                   END-EVALUATE
               WHEN "WHERE"
                   IF WS-WHERE-COUNT < 10
                       ADD 1 TO WS-WHERE-COUNT
                       MOVE WS-VALUE-PART TO WS-WHERE-TEXT(WS-WHERE-COUNT)
                   ELSE
                       MOVE "At most 10 WHERE lines are allowed."
                           TO LS-DETAIL
                   END-IF
               WHEN "COLUMNS"
                   MOVE FUNCTION UPPER-CASE(WS-VALUE-PART)
                       TO WS-COLUMNS-TEXT
               WHEN "SORT"
                   MOVE FUNCTION UPPER-CASE(WS-VALUE-PART) TO WS-SORT-TEXT
               WHEN "SUBTOTAL"
                   MOVE FUNCTION UPPER-CASE(WS-VALUE-PART)
                       TO WS-SUBTOTAL-TEXT
               WHEN "SUM"
                   MOVE FUNCTION UPPER-CASE(WS-VALUE-PART) TO WS-SUM-TEXT
               WHEN "FORMAT"
                   MOVE FUNCTION UPPER-CASE(WS-VALUE-PART) TO WS-FORMAT
               WHEN "TITLE"
                   MOVE WS-VALUE-PART TO WS-TITLE
               WHEN OTHER
                   STRING "Unknown request line: "
                          FUNCTION TRIM(WS-KEY-PART)
                          DELIMITED BY SIZE INTO LS-DETAIL
           END-EVALUATE.
           EXIT SECTION.

      *> Every field named is resolved against the layouts up front,
      *> so a misspelt name stops the run before any file is read.
       CHECK-REQUEST SECTION.
           EVALUATE WS-DATASET
               WHEN "JOBS"
               WHEN "APPLICATIONS"
               WHEN "INTERVIEWS"
               WHEN "ACCOUNTS"
               WHEN "PROFILES"
                   MOVE 1 TO WS-USER-POS
               WHEN "OFFERS"
                   MOVE 2 TO WS-USER-POS
               WHEN SPACES
                   MOVE "The request names no DATASET." TO LS-DETAIL
                   EXIT SECTION
               WHEN OTHER
                   STRING "Unknown DATASET " FUNCTION TRIM(WS-DATASET)
                          "." DELIMITED BY SIZE INTO LS-DETAIL
                   EXIT SECTION
           END-EVALUATE.
           IF WS-FORMAT = SPACES
               MOVE "REPORT" TO WS-FORMAT
           END-IF.
           IF WS-FORMAT NOT = "REPORT" AND WS-FORMAT NOT = "CSV"
               MOVE "FORMAT must be REPORT or CSV." TO LS-DETAIL
               EXIT SECTION
           END-IF.
           IF WS-NEED-JOB = 'Y' AND WS-DATASET NOT = "APPLICATIONS"
              AND WS-DATASET NOT = "JOBS"
               MOVE "Only APPLICATIONS rows join to a posting (JOBNUM)."
                   TO LS-DETAIL
               EXIT SECTION
           END-IF.

      *> COLUMNS=a,b,c
           IF WS-COLUMNS-TEXT = SPACES
               MOVE "The request names no COLUMNS." TO LS-DETAIL
               EXIT SECTION
           END-IF.
           MOVE 1 TO WS-PTR.
           PERFORM UNTIL WS-PTR > 180 OR LS-DETAIL NOT = SPACES
               MOVE SPACES TO WS-PIECE
               UNSTRING WS-COLUMNS-TEXT DELIMITED BY ","
                   INTO WS-PIECE WITH POINTER WS-PTR
               END-UNSTRING
               IF FUNCTION TRIM(WS-PIECE) > SPACES
                   IF WS-COL-COUNT >= 10
                       MOVE "At most 10 COLUMNS are allowed." TO LS-DETAIL
                   ELSE
                       MOVE FUNCTION TRIM(WS-PIECE) TO WS-REF-NAME
                       PERFORM RESOLVE-FIELD
                       IF WS-REF-OK = 'Y'
                           ADD 1 TO WS-COL-COUNT
                           MOVE WS-REF-NAME TO WS-COL-NAME(WS-COL-COUNT)
                           MOVE WS-REF-SRC TO WS-COL-SRC(WS-COL-COUNT)
                           MOVE WS-REF-POS TO WS-COL-POS(WS-COL-COUNT)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF LS-DETAIL NOT = SPACES
               EXIT SECTION
           END-IF.

      *> WHERE=field op value
           PERFORM VARYING C FROM 1 BY 1
                   UNTIL C > WS-WHERE-COUNT OR LS-DETAIL NOT = SPACES
               PERFORM CHECK-ONE-CONDITION
           END-PERFORM.
           IF LS-DETAIL NOT = SPACES
               EXIT SECTION
           END-IF.

      *> SORT=field [DESC]
           IF WS-SORT-TEXT NOT = SPACES
               MOVE SPACES TO WS-SORT-FIELD, WS-SORT-DIR
               UNSTRING WS-SORT-TEXT DELIMITED BY ALL SPACE
                   INTO WS-SORT-FIELD, WS-SORT-DIR
               END-UNSTRING
               MOVE WS-SORT-FIELD TO WS-REF-NAME
               PERFORM RESOLVE-FIELD
               IF WS-REF-OK NOT = 'Y'
                   EXIT SECTION
               END-IF
               MOVE WS-REF-SRC TO WS-SORT-SRC
               MOVE WS-REF-POS TO WS-SORT-POS
               EVALUATE WS-SORT-DIR
                   WHEN SPACES
                   WHEN "ASC"
                       MOVE 'N' TO WS-SORT-DESC
                   WHEN "DESC"
                       MOVE 'Y' TO WS-SORT-DESC
                   WHEN OTHER
                       MOVE "SORT takes a field and, optionally, ASC or DESC."
                           TO LS-DETAIL
                       EXIT SECTION
               END-EVALUATE
           END-IF.

           IF WS-SUBTOTAL-TEXT NOT = SPACES
               MOVE WS-SUBTOTAL-TEXT TO WS-REF-NAME
               PERFORM RESOLVE-FIELD
               IF WS-REF-OK NOT = 'Y'
                   EXIT SECTION
               END-IF
               MOVE WS-REF-NAME TO WS-SUB-FIELD
               MOVE WS-REF-SRC TO WS-SUB-SRC
               MOVE WS-REF-POS TO WS-SUB-POS
           END-IF.

           IF WS-SUM-TEXT NOT = SPACES
               MOVE WS-SUM-TEXT TO WS-REF-NAME
               PERFORM RESOLVE-FIELD
               IF WS-REF-OK NOT = 'Y'
                   EXIT SECTION
               END-IF
               MOVE WS-REF-NAME TO WS-SUM-FIELD
               MOVE WS-REF-SRC TO WS-SUM-SRC
               MOVE WS-REF-POS TO WS-SUM-POS
           END-IF.
           EXIT SECTION.

       CHECK-ONE-CONDITION SECTION.
           MOVE SPACES TO WS-REF-NAME, WS-COND-OP(C), WS-COND-VALUE(C).
           MOVE 1 TO WS-PTR.
           UNSTRING WS-WHERE-TEXT(C) DELIMITED BY ALL SPACE
               INTO WS-REF-NAME, WS-COND-OP(C) WITH POINTER WS-PTR
           END-UNSTRING.
           IF WS-PTR <= 180
               MOVE FUNCTION TRIM(WS-WHERE-TEXT(C)(WS-PTR:))
                   TO WS-COND-VALUE(C)
           END-IF.
           MOVE FUNCTION UPPER-CASE(WS-REF-NAME) TO WS-REF-NAME.
           MOVE FUNCTION UPPER-CASE(WS-COND-OP(C)) TO WS-COND-OP(C).
           PERFORM RESOLVE-FIELD.
           IF WS-REF-OK NOT = 'Y'
               EXIT SECTION
           END-IF.
           MOVE WS-REF-NAME TO WS-COND-FIELD(C).
           MOVE WS-REF-SRC TO WS-COND-SRC(C).
           MOVE WS-REF-POS TO WS-COND-POS(C).
           EVALUATE WS-COND-OP(C)
               WHEN "EQ"
               WHEN "NE"
               WHEN "GT"
               WHEN "GE"
               WHEN "LT"
               WHEN "LE"
               WHEN "CONTAINS"
                   IF WS-COND-VALUE(C) = SPACES
                       STRING "WHERE " FUNCTION TRIM(WS-REF-NAME) " "
                              FUNCTION TRIM(WS-COND-OP(C))
                              " needs a value." DELIMITED BY SIZE
                              INTO LS-DETAIL
                   END-IF
               WHEN "EMPTY"
               WHEN "NOTEMPTY"
                   CONTINUE
               WHEN OTHER
                   STRING "Unknown WHERE operator "
                          FUNCTION TRIM(WS-COND-OP(C)) "."
                          DELIMITED BY SIZE INTO LS-DETAIL
           END-EVALUATE.
           EXIT SECTION.

      *> WS-REF-NAME (upper case) -> WS-REF-SRC / WS-REF-POS; on a bad
      *> name LS-DETAIL and the return code say why.
       RESOLVE-FIELD SECTION.
           MOVE 'N' TO WS-REF-OK.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-REF-NAME))
               TO WS-REF-NAME.
           MOVE SPACES TO WS-REF-PREFIX, WS-REF-FIELD.
           UNSTRING WS-REF-NAME DELIMITED BY "."
               INTO WS-REF-PREFIX, WS-REF-FIELD
           END-UNSTRING.
           IF WS-REF-FIELD = SPACES
               MOVE WS-REF-PREFIX TO WS-REF-FIELD
               MOVE SPACES TO WS-REF-PREFIX
           END-IF.

           IF WS-REF-FIELD = "PASSWORD" OR WS-REF-FIELD = "RECOVERY-EMAIL"
              OR WS-REF-FIELD = "RECOVERYEMAIL" OR WS-REF-FIELD = "EMAIL"
               MOVE 'E' TO LS-RETURN-CODE
               MOVE "Passwords and recovery emails are never reported."
                   TO LS-DETAIL
               EXIT SECTION
           END-IF.

           EVALUATE WS-REF-PREFIX
               WHEN SPACES
                   MOVE 1 TO WS-REF-SRC
                   MOVE WS-DATASET TO WS-REF-DATASET
               WHEN "PROFILE"
                   MOVE 2 TO WS-REF-SRC
                   MOVE "PROFILES" TO WS-REF-DATASET
                   MOVE 'Y' TO WS-NEED-PROFILE
               WHEN "JOB"
                   MOVE 3 TO WS-REF-SRC
                   MOVE "JOBS" TO WS-REF-DATASET
                   MOVE 'Y' TO WS-NEED-JOB
                   IF WS-DATASET NOT = "APPLICATIONS"
                      AND WS-DATASET NOT = "JOBS"
                       MOVE "Only APPLICATIONS rows join to a posting (JOBNUM)."
                           TO LS-DETAIL
                       EXIT SECTION
                   END-IF
               WHEN "ACCOUNT"
                   MOVE 4 TO WS-REF-SRC
                   MOVE "ACCOUNTS" TO WS-REF-DATASET
                   MOVE 'Y' TO WS-NEED-ACCOUNT
               WHEN OTHER
                   STRING "Unknown join prefix in " FUNCTION TRIM(WS-REF-NAME)
                          "." DELIMITED BY SIZE INTO LS-DETAIL
                   EXIT SECTION
           END-EVALUATE.
      *> A join back onto the dataset itself is just its own row.
           IF WS-REF-DATASET = WS-DATASET
               MOVE 1 TO WS-REF-SRC
           END-IF.

           MOVE 0 TO WS-REF-POS.
           PERFORM VARYING K FROM 1 BY 1
                   UNTIL K > WS-LAYOUT-COUNT OR WS-REF-POS > 0
               IF WS-LY-DATASET(K) = WS-REF-DATASET
                  AND WS-LY-FIELD(K) = WS-REF-FIELD
                   MOVE WS-LY-POS(K) TO WS-REF-POS
               END-IF
           END-PERFORM.
           IF WS-REF-POS = 0
               STRING "No field " FUNCTION TRIM(WS-REF-FIELD) " on "
                      FUNCTION TRIM(WS-REF-DATASET) "."
                      DELIMITED BY SIZE INTO LS-DETAIL
               EXIT SECTION
           END-IF.
           IF WS-REF-DATASET = "JOBS" AND WS-REF-POS = 15
               MOVE 'Y' TO WS-NEED-APPCOUNT
           END-IF.
           MOVE 'Y' TO WS-REF-OK.
           EXIT SECTION.

      *> ----------------------------------------------------------
      *> Lookup tables
      *> ----------------------------------------------------------
       LOAD-PROFILES SECTION.
           MOVE 0 TO WS-PROFILE-COUNT.
           MOVE "profiles.txt" TO WS-GEN-FILENAME.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT GEN-FILE.
           IF WS-GEN-STATUS NOT = "00"
               CLOSE GEN-FILE
               EXIT SECTION
           END-IF.
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ GEN-FILE INTO WS-LINE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM TAKE-PROFILE-LINE
               END-READ
           END-PERFORM.
           CLOSE GEN-FILE.
           MOVE 'Y' TO WS-PROFILES-LOADED.
           EXIT SECTION.

       TAKE-PROFILE-LINE SECTION.
           IF WS-LINE(1:5) = "USER:"
               IF WS-PROFILE-COUNT < 2000
                   ADD 1 TO WS-PROFILE-COUNT
                   INITIALIZE WS-PF-ENTRY(WS-PROFILE-COUNT)
                   MOVE FUNCTION TRIM(WS-LINE(6:20))
                       TO WS-PF-USER(WS-PROFILE-COUNT)
               END-IF
               EXIT SECTION
           END-IF.
           IF WS-PROFILE-COUNT = 0
               EXIT SECTION
           END-IF.
           MOVE WS-PROFILE-COUNT TO I.
           EVALUATE TRUE
               WHEN WS-LINE(1:5) = "FNAM:"
                   MOVE WS-LINE(6:50) TO WS-PF-FIRST(I)
               WHEN WS-LINE(1:5) = "LNAM:"
                   MOVE WS-LINE(6:50) TO WS-PF-LAST(I)
               WHEN WS-LINE(1:5) = "UNIV:"
                   MOVE WS-LINE(6:100) TO WS-PF-UNIV(I)
               WHEN WS-LINE(1:5) = "MAJR:"
                   MOVE WS-LINE(6:50) TO WS-PF-MAJOR(I)
               WHEN WS-LINE(1:5) = "GRAD:"
                   MOVE WS-LINE(6:4) TO WS-PF-GRAD(I)
               WHEN WS-LINE(1:5) = "STND:"
                   MOVE WS-LINE(6:10) TO WS-PF-STANDING(I)
               WHEN WS-LINE(1:3) = "SKL"
                   IF WS-PF-SKILLS(I) < 99
                      AND FUNCTION TRIM(WS-LINE(7:30)) > SPACES
                       ADD 1 TO WS-PF-SKILLS(I)
                       IF WS-PF-SKILL-LIST(I) = SPACES
                           MOVE FUNCTION TRIM(WS-LINE(7:30))
                               TO WS-PF-SKILL-LIST(I)
                       ELSE
                           STRING FUNCTION TRIM(WS-PF-SKILL-LIST(I)) "; "
                                  FUNCTION TRIM(WS-LINE(7:30))
                                  DELIMITED BY SIZE
                                  INTO WS-PF-SKILL-LIST(I)
                       END-IF
                   END-IF
           END-EVALUATE.
           EXIT SECTION.

      *> WS-PF-HIT = the profile of WS-ROW-USER, 0 when none
       FIND-PROFILE SECTION.
           MOVE 0 TO WS-PF-HIT.
           IF WS-ROW-USER = SPACES
               EXIT SECTION
           END-IF.
           PERFORM VARYING J FROM 1 BY 1
                   UNTIL J > WS-PROFILE-COUNT OR WS-PF-HIT > 0
               IF WS-PF-USER(J) = WS-ROW-USER
                   MOVE J TO WS-PF-HIT
               END-IF
           END-PERFORM.
           EXIT SECTION.

       LOAD-JOBS SECTION.
           MOVE 0 TO WS-JOB-COUNT.
           MOVE "jobs.txt" TO WS-GEN-FILENAME.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT GEN-FILE.
           IF WS-GEN-STATUS NOT = "00"
               CLOSE GEN-FILE
               EXIT SECTION
           END-IF.
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ GEN-FILE INTO WS-LINE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF WS-LINE NOT = SPACES AND WS-JOB-COUNT < 1000
                           ADD 1 TO WS-JOB-COUNT
                           MOVE WS-LINE TO WS-JB-ROW(WS-JOB-COUNT)
                           MOVE 0 TO WS-JB-APPLICANTS(WS-JOB-COUNT)
                           PERFORM SPLIT-LINE
                           MOVE WS-SPLIT-F(12) TO WS-JB-ID(WS-JOB-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE GEN-FILE.
           EXIT SECTION.

       SPLIT-LINE SECTION.
           MOVE SPACES TO WS-SPLIT.
           UNSTRING WS-LINE DELIMITED BY "~"
               INTO WS-SPLIT-F(1), WS-SPLIT-F(2), WS-SPLIT-F(3),
                    WS-SPLIT-F(4), WS-SPLIT-F(5), WS-SPLIT-F(6),
                    WS-SPLIT-F(7), WS-SPLIT-F(8), WS-SPLIT-F(9),
                    WS-SPLIT-F(10), WS-SPLIT-F(11), WS-SPLIT-F(12),
                    WS-SPLIT-F(13), WS-SPLIT-F(14), WS-SPLIT-F(15)
           END-UNSTRING.
           EXIT SECTION.

      *> WS-JB-HIT = the posting whose JOBID is WS-KEY-SOURCE(1:8)
       FIND-JOB SECTION.
           MOVE 0 TO WS-JB-HIT.
           IF WS-KEY-SOURCE(1:8) = SPACES
               EXIT SECTION
           END-IF.
           PERFORM VARYING J FROM 1 BY 1
                   UNTIL J > WS-JOB-COUNT OR WS-JB-HIT > 0
               IF WS-JB-ID(J) = WS-KEY-SOURCE(1:8)
                   MOVE J TO WS-JB-HIT
               END-IF
           END-PERFORM.
           EXIT SECTION.

       COUNT-APPLICANTS SECTION.
           IF WS-JOB-COUNT = 0
               EXIT SECTION
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT APPLICATIONS-FILE.
           IF WS-APPLICATIONS-STATUS NOT = "00"
               CLOSE APPLICATIONS-FILE
               EXIT SECTION
           END-IF.
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ APPLICATIONS-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE SPACES TO WS-KEY-SOURCE
                       MOVE APPLICATION-JOB-ID TO WS-KEY-SOURCE
                       PERFORM FIND-JOB
                       IF WS-JB-HIT > 0
                           ADD 1 TO WS-JB-APPLICANTS(WS-JB-HIT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE APPLICATIONS-FILE.
           EXIT SECTION.

      *> ----------------------------------------------------------
      *> One pass over the dataset, one PROCESS-ROW per row
      *> ----------------------------------------------------------
       SCAN-JOBS SECTION.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-JOB-COUNT
               MOVE SPACES TO WS-ROW-VALUES
               MOVE I TO WS-JB-HIT
               PERFORM FILL-JOB-SOURCE
               PERFORM VARYING K FROM 1 BY 1 UNTIL K > 15
                   MOVE WS-VAL(3, K) TO WS-VAL(1, K)
               END-PERFORM
               PERFORM PROCESS-ROW
           END-PERFORM.
           EXIT SECTION.

      *> Posting WS-JB-HIT into source 3
       FILL-JOB-SOURCE SECTION.
           MOVE WS-JB-ROW(WS-JB-HIT) TO WS-LINE.
           PERFORM SPLIT-LINE.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > 14
               MOVE WS-SPLIT-F(K) TO WS-VAL(3, K)
           END-PERFORM.
           MOVE WS-JB-APPLICANTS(WS-JB-HIT) TO WS-COUNT-TEXT.
           MOVE FUNCTION TRIM(WS-COUNT-TEXT) TO WS-VAL(3, 15).
           EXIT SECTION.

       SCAN-APPLICATIONS SECTION.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT APPLICATIONS-FILE.
           IF WS-APPLICATIONS-STATUS NOT = "00"
               CLOSE APPLICATIONS-FILE
               EXIT SECTION
           END-IF.
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ APPLICATIONS-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE SPACES TO WS-ROW-VALUES
                       MOVE APPLICATION-ROW TO WS-LINE
                       PERFORM SPLIT-LINE
                       PERFORM VARYING K FROM 1 BY 1 UNTIL K > 7
                           MOVE WS-SPLIT-F(K) TO WS-VAL(1, K)
                       END-PERFORM
                       PERFORM PROCESS-ROW
               END-READ
           END-PERFORM.
           CLOSE APPLICATIONS-FILE.
           EXIT SECTION.

       SCAN-TILDE-FILE SECTION.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT GEN-FILE.
           IF WS-GEN-STATUS NOT = "00"
               CLOSE GEN-FILE
               EXIT SECTION
           END-IF.
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ GEN-FILE INTO WS-LINE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF WS-LINE NOT = SPACES
                           MOVE SPACES TO WS-ROW-VALUES
                           PERFORM SPLIT-LINE
                           PERFORM VARYING K FROM 1 BY 1 UNTIL K > 15
                               MOVE WS-SPLIT-F(K) TO WS-VAL(1, K)
                           END-PERFORM
                           PERFORM PROCESS-ROW
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE GEN-FILE.
           EXIT SECTION.

      *> The password and recovery email never leave the record.
       SCAN-ACCOUNTS SECTION.
           IF WS-ACCOUNTS-OPEN NOT = 'Y'
               EXIT SECTION
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.
           MOVE LOW-VALUES TO ACCOUNTS-USERNAME.
           START ACCOUNTS-FILE KEY IS NOT LESS THAN ACCOUNTS-USERNAME
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-FLAG
           END-START.
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ ACCOUNTS-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE SPACES TO WS-ROW-VALUES
                       MOVE ACCOUNTS-USERNAME TO WS-VAL(1, 1)
                       MOVE ACCOUNTS-ACCOUNT-TYPE TO WS-VAL(1, 2)
                       MOVE ACCOUNTS-CREATED-DATE TO WS-VAL(1, 3)
                       PERFORM PROCESS-ROW
               END-READ
           END-PERFORM.
           EXIT SECTION.

       SCAN-PROFILES SECTION.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-PROFILE-COUNT
               MOVE SPACES TO WS-ROW-VALUES
               MOVE I TO WS-PF-HIT
               PERFORM FILL-PROFILE-SOURCE
               PERFORM VARYING K FROM 1 BY 1 UNTIL K > 9
                   MOVE WS-VAL(2, K) TO WS-VAL(1, K)
               END-PERFORM
               PERFORM PROCESS-ROW
           END-PERFORM.
           EXIT SECTION.

      *> Profile WS-PF-HIT into source 2
       FILL-PROFILE-SOURCE SECTION.
           MOVE WS-PF-USER(WS-PF-HIT) TO WS-VAL(2, 1).
           MOVE WS-PF-FIRST(WS-PF-HIT) TO WS-VAL(2, 2).
           MOVE WS-PF-LAST(WS-PF-HIT) TO WS-VAL(2, 3).
           MOVE WS-PF-UNIV(WS-PF-HIT) TO WS-VAL(2, 4).
           MOVE WS-PF-MAJOR(WS-PF-HIT) TO WS-VAL(2, 5).
           MOVE WS-PF-GRAD(WS-PF-HIT) TO WS-VAL(2, 6).
           MOVE WS-PF-STANDING(WS-PF-HIT) TO WS-VAL(2, 7).
           MOVE WS-PF-SKILLS(WS-PF-HIT) TO WS-COUNT-TEXT.
           MOVE FUNCTION TRIM(WS-COUNT-TEXT) TO WS-VAL(2, 8).
           MOVE WS-PF-SKILL-LIST(WS-PF-HIT) TO WS-VAL(2, 9).
           EXIT SECTION.

      *> Campus scope, joins, then the WHERE conditions
       PROCESS-ROW SECTION.
           MOVE WS-VAL(1, WS-USER-POS) TO WS-ROW-USER.
           MOVE FUNCTION TRIM(WS-ROW-USER) TO WS-ROW-USER.

           IF WS-MY-CAMPUS NOT = SPACES
               PERFORM CHECK-ROW-CAMPUS
               IF WS-ROW-PASSES NOT = 'Y'
                   EXIT SECTION
               END-IF
           END-IF.

           IF WS-DATASET NOT = "JOBS" AND WS-ROW-USER NOT = SPACES
               PERFORM CHECK-RESEARCH-CONSENT
               IF WS-CN-RESEARCH = 'N'
                   EXIT SECTION
               END-IF
           END-IF.

           IF WS-NEED-PROFILE = 'Y' AND WS-DATASET NOT = "PROFILES"
               PERFORM FIND-PROFILE
               IF WS-PF-HIT > 0
                   PERFORM FILL-PROFILE-SOURCE
               END-IF
           END-IF.
           IF WS-NEED-JOB = 'Y' AND WS-DATASET = "APPLICATIONS"
               MOVE SPACES TO WS-KEY-SOURCE
               MOVE FUNCTION TRIM(WS-VAL(1, 2)) TO WS-KEY-SOURCE
               PERFORM FIND-JOB
               IF WS-JB-HIT > 0
                   PERFORM FILL-JOB-SOURCE
               END-IF
           END-IF.
           IF WS-NEED-ACCOUNT = 'Y' AND WS-DATASET NOT = "ACCOUNTS"
              AND WS-ACCOUNTS-OPEN = 'Y' AND WS-ROW-USER NOT = SPACES
               MOVE WS-ROW-USER TO ACCOUNTS-USERNAME
               READ ACCOUNTS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ACCOUNTS-USERNAME TO WS-VAL(4, 1)
                       MOVE ACCOUNTS-ACCOUNT-TYPE TO WS-VAL(4, 2)
                       MOVE ACCOUNTS-CREATED-DATE TO WS-VAL(4, 3)
               END-READ
           END-IF.

           MOVE 'Y' TO WS-ROW-PASSES.
           PERFORM VARYING C FROM 1 BY 1
                   UNTIL C > WS-WHERE-COUNT OR WS-ROW-PASSES = 'N'
               PERFORM TEST-CONDITION
           END-PERFORM.
           IF WS-ROW-PASSES = 'Y'
               PERFORM KEEP-RESULT
           END-IF.
           EXIT SECTION.

      *> WS-CN-RESEARCH = 'N' when the row's user has withdrawn
      *> research use; their row stays out of the report.
       CHECK-RESEARCH-CONSENT SECTION.
           MOVE WS-ROW-USER TO WS-CONSENT-USER.
           CALL "DATA-CONSENT" USING WS-CONSENT-USER, WS-CONSENT-ACTION,
                                      WS-CONSENT, WS-CONSENT-RC.
           IF WS-CN-RESEARCH = 'N'
               ADD 1 TO WS-WITHHELD-COUNT
           END-IF.
           EXIT SECTION.

      *> A STAFF run: profiles at the campus, postings open to it, and
      *> otherwise rows whose user is one of its students.
       CHECK-ROW-CAMPUS SECTION.
           MOVE 'N' TO WS-ROW-PASSES.
           EVALUATE WS-DATASET
               WHEN "JOBS"
                   IF FUNCTION TRIM(WS-VAL(1, 10)) = SPACES
                      OR FUNCTION UPPER-CASE(FUNCTION TRIM(WS-VAL(1, 10)))
                         = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-MY-CAMPUS))
                       MOVE 'Y' TO WS-ROW-PASSES
                   END-IF
               WHEN "PROFILES"
                   IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-VAL(1, 4)))
                      = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-MY-CAMPUS))
                       MOVE 'Y' TO WS-ROW-PASSES
                   END-IF
               WHEN OTHER
                   PERFORM FIND-PROFILE
                   IF WS-PF-HIT > 0
                       IF FUNCTION UPPER-CASE(
                              FUNCTION TRIM(WS-PF-UNIV(WS-PF-HIT)))
                          = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-MY-CAMPUS))
                           MOVE 'Y' TO WS-ROW-PASSES
                       END-IF
                   END-IF
           END-EVALUATE.
           EXIT SECTION.

      *> Condition C against the row; WS-ROW-PASSES = 'N' when it fails
       TEST-CONDITION SECTION.
           MOVE FUNCTION UPPER-CASE(
                    FUNCTION TRIM(WS-VAL(WS-COND-SRC(C), WS-COND-POS(C))))
               TO WS-CMP-VALUE.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-COND-VALUE(C)))
               TO WS-CMP-CRIT.
           EVALUATE WS-COND-OP(C)
               WHEN "EMPTY"
                   IF WS-CMP-VALUE NOT = SPACES
                       MOVE 'N' TO WS-ROW-PASSES
                   END-IF
               WHEN "NOTEMPTY"
                   IF WS-CMP-VALUE = SPACES
                       MOVE 'N' TO WS-ROW-PASSES
                   END-IF
               WHEN "CONTAINS"
                   MOVE 0 TO WS-CMP-HITS
                   MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-CMP-CRIT))
                       TO WS-CMP-LEN
                   INSPECT WS-CMP-VALUE TALLYING WS-CMP-HITS
                       FOR ALL WS-CMP-CRIT(1:WS-CMP-LEN)
                   IF WS-CMP-HITS = 0
                       MOVE 'N' TO WS-ROW-PASSES
                   END-IF
               WHEN OTHER
                   PERFORM COMPARE-VALUES
                   EVALUATE WS-COND-OP(C)
                       WHEN "EQ"
                           IF WS-CMP-RESULT NOT = 0
                               MOVE 'N' TO WS-ROW-PASSES
                           END-IF
                       WHEN "NE"
                           IF WS-CMP-RESULT = 0
                               MOVE 'N' TO WS-ROW-PASSES
                           END-IF
                       WHEN "GT"
                           IF WS-CMP-RESULT NOT > 0
                               MOVE 'N' TO WS-ROW-PASSES
                           END-IF
                       WHEN "GE"
                           IF WS-CMP-RESULT < 0
                               MOVE 'N' TO WS-ROW-PASSES
                           END-IF
                       WHEN "LT"
                           IF WS-CMP-RESULT NOT < 0
                               MOVE 'N' TO WS-ROW-PASSES
                           END-IF
                       WHEN "LE"
                           IF WS-CMP-RESULT > 0
                               MOVE 'N' TO WS-ROW-PASSES
                           END-IF
                   END-EVALUATE
           END-EVALUATE.
           EXIT SECTION.

      *> WS-CMP-RESULT = -1, 0 or 1 for value against criterion: as
      *> numbers when both are numbers, as text otherwise.
       COMPARE-VALUES SECTION.
           IF WS-CMP-VALUE NOT = SPACES AND WS-CMP-CRIT NOT = SPACES
              AND FUNCTION TEST-NUMVAL(WS-CMP-VALUE) = 0
              AND FUNCTION TEST-NUMVAL(WS-CMP-CRIT) = 0
               COMPUTE WS-NUM-A = FUNCTION NUMVAL(WS-CMP-VALUE)
               COMPUTE WS-NUM-B = FUNCTION NUMVAL(WS-CMP-CRIT)
               EVALUATE TRUE
                   WHEN WS-NUM-A < WS-NUM-B
                       MOVE -1 TO WS-CMP-RESULT
                   WHEN WS-NUM-A > WS-NUM-B
                       MOVE 1 TO WS-CMP-RESULT
                   WHEN OTHER
                       MOVE 0 TO WS-CMP-RESULT
               END-EVALUATE
               EXIT SECTION
           END-IF.
           EVALUATE TRUE
               WHEN WS-CMP-VALUE < WS-CMP-CRIT
                   MOVE -1 TO WS-CMP-RESULT
               WHEN WS-CMP-VALUE > WS-CMP-CRIT
                   MOVE 1 TO WS-CMP-RESULT
               WHEN OTHER
                   MOVE 0 TO WS-CMP-RESULT
           END-EVALUATE.
           EXIT SECTION.

       KEEP-RESULT SECTION.
           IF WS-RES-COUNT >= 1000
               ADD 1 TO WS-RES-DROPPED
               EXIT SECTION
           END-IF.
           ADD 1 TO WS-RES-COUNT.
           MOVE WS-RES-COUNT TO N.
           INITIALIZE WS-RES-ENTRY(N).
           PERFORM VARYING C FROM 1 BY 1 UNTIL C > WS-COL-COUNT
               MOVE FUNCTION TRIM(WS-VAL(WS-COL-SRC(C), WS-COL-POS(C)))
                   TO WS-RES-COL(N, C)
           END-PERFORM.
           IF WS-SUB-SRC > 0
               MOVE FUNCTION TRIM(WS-VAL(WS-SUB-SRC, WS-SUB-POS))
                   TO WS-RES-GROUP(N)
               MOVE WS-VAL(WS-SUB-SRC, WS-SUB-POS) TO WS-KEY-SOURCE
               PERFORM BUILD-SORT-KEY
               MOVE WS-SORT-KEY TO WS-RES-KEY1(N)
           END-IF.
           IF WS-SORT-SRC > 0
               MOVE WS-VAL(WS-SORT-SRC, WS-SORT-POS) TO WS-KEY-SOURCE
               PERFORM BUILD-SORT-KEY
               MOVE WS-SORT-KEY TO WS-RES-KEY2(N)
           END-IF.
           IF WS-SUM-SRC > 0
               MOVE FUNCTION TRIM(WS-VAL(WS-SUM-SRC, WS-SUM-POS))
                   TO WS-CMP-VALUE
               IF WS-CMP-VALUE NOT = SPACES
                  AND FUNCTION TEST-NUMVAL(WS-CMP-VALUE) = 0
                   COMPUTE WS-RES-SUM(N) = FUNCTION NUMVAL(WS-CMP-VALUE)
               END-IF
           END-IF.
           EXIT SECTION.

      *> Whole numbers sort as numbers (zero-padded); anything else
      *> as upper-case text.
       BUILD-SORT-KEY SECTION.
           MOVE SPACES TO WS-SORT-KEY.
           MOVE FUNCTION TRIM(WS-KEY-SOURCE) TO WS-KEY-SOURCE.
           IF WS-KEY-SOURCE NOT = SPACES
              AND FUNCTION TRIM(WS-KEY-SOURCE) IS NUMERIC
              AND FUNCTION LENGTH(FUNCTION TRIM(WS-KEY-SOURCE)) <= 15
               MOVE FUNCTION NUMVAL(WS-KEY-SOURCE) TO WS-KEY-NUMBER
               MOVE WS-KEY-NUMBER TO WS-SORT-KEY
           ELSE
               MOVE FUNCTION UPPER-CASE(WS-KEY-SOURCE) TO WS-SORT-KEY
           END-IF.
           EXIT SECTION.

      *> ----------------------------------------------------------
      *> Bubble sort: subtotal field ascending, then the SORT field
      *> ----------------------------------------------------------
       SORT-RESULTS SECTION.
           IF WS-RES-COUNT < 2
               EXIT SECTION
           END-IF.
           IF WS-SUB-SRC = 0 AND WS-SORT-SRC = 0
               EXIT SECTION
           END-IF.
           MOVE 'Y' TO WS-SORT-SWAPPED.
           PERFORM UNTIL WS-SORT-SWAPPED = 'N'
               MOVE 'N' TO WS-SORT-SWAPPED
               PERFORM VARYING K FROM 1 BY 1 UNTIL K >= WS-RES-COUNT
                   PERFORM CHECK-PAIR-ORDER
                   IF WS-OUT-OF-ORDER = 'Y'
                       MOVE WS-RES-ENTRY(K) TO WS-SWAP-ENTRY
                       MOVE WS-RES-ENTRY(K + 1) TO WS-RES-ENTRY(K)
                       MOVE WS-SWAP-ENTRY TO WS-RES-ENTRY(K + 1)
                       MOVE 'Y' TO WS-SORT-SWAPPED
                   END-IF
               END-PERFORM
           END-PERFORM.
           EXIT SECTION.

       CHECK-PAIR-ORDER SECTION.
           MOVE 'N' TO WS-OUT-OF-ORDER.
           IF WS-RES-KEY1(K) > WS-RES-KEY1(K + 1)
               MOVE 'Y' TO WS-OUT-OF-ORDER
               EXIT SECTION
           END-IF.
           IF WS-RES-KEY1(K) < WS-RES-KEY1(K + 1)
               EXIT SECTION
           END-IF.
           IF WS-SORT-DESC = 'Y'
               IF WS-RES-KEY2(K) < WS-RES-KEY2(K + 1)
                   MOVE 'Y' TO WS-OUT-OF-ORDER
               END-IF
           ELSE
               IF WS-RES-KEY2(K) > WS-RES-KEY2(K + 1)
                   MOVE 'Y' TO WS-OUT-OF-ORDER
               END-IF
           END-IF.
           EXIT SECTION.

      *> ----------------------------------------------------------
      *> Output
      *> ----------------------------------------------------------
       WRITE-CSV SECTION.
           OPEN OUTPUT OUT-FILE.
           MOVE SPACES TO OUT-RECORD.
           MOVE 1 TO WS-PTR.
           PERFORM VARYING C FROM 1 BY 1 UNTIL C > WS-COL-COUNT
               IF C > 1
                   STRING "," DELIMITED BY SIZE
                       INTO OUT-RECORD WITH POINTER WS-PTR
               END-IF
               STRING '"' FUNCTION TRIM(WS-COL-NAME(C)) '"'
                   DELIMITED BY SIZE INTO OUT-RECORD WITH POINTER WS-PTR
           END-PERFORM.
           WRITE OUT-RECORD.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-RES-COUNT
               MOVE SPACES TO OUT-RECORD
               MOVE 1 TO WS-PTR
               PERFORM VARYING C FROM 1 BY 1 UNTIL C > WS-COL-COUNT
                   IF C > 1
                       STRING "," DELIMITED BY SIZE
                           INTO OUT-RECORD WITH POINTER WS-PTR
                   END-IF
                   STRING '"' FUNCTION TRIM(WS-RES-COL(I, C)) '"'
                       DELIMITED BY SIZE INTO OUT-RECORD
                       WITH POINTER WS-PTR
               END-PERFORM
               WRITE OUT-RECORD
           END-PERFORM.
           CLOSE OUT-FILE.
           EXIT SECTION.

       WRITE-REPORT SECTION.
           PERFORM SET-COLUMN-WIDTHS.
           OPEN OUTPUT OUT-FILE.
           MOVE SPACES TO OUT-RECORD.
           IF WS-TITLE NOT = SPACES
               MOVE WS-TITLE TO OUT-RECORD
           ELSE
               STRING "Ad-hoc report: " FUNCTION TRIM(WS-DATASET)
                   DELIMITED BY SIZE INTO OUT-RECORD
           END-IF.
           WRITE OUT-RECORD.
           MOVE SPACES TO OUT-RECORD.
           STRING "Run by " FUNCTION TRIM(LS-USERNAME) " on "
                  WS-TODAY(1:8) " from " FUNCTION TRIM(WS-REQUEST-NAME)
                  DELIMITED BY SIZE INTO OUT-RECORD.
           WRITE OUT-RECORD.
           IF WS-MY-CAMPUS NOT = SPACES
               MOVE SPACES TO OUT-RECORD
               STRING "Scoped to campus: " FUNCTION TRIM(WS-MY-CAMPUS)
                   DELIMITED BY SIZE INTO OUT-RECORD
               WRITE OUT-RECORD
           END-IF.
           PERFORM VARYING C FROM 1 BY 1 UNTIL C > WS-WHERE-COUNT
               MOVE SPACES TO OUT-RECORD
               STRING "Where " FUNCTION TRIM(WS-COND-FIELD(C)) " "
                      FUNCTION TRIM(WS-COND-OP(C)) " "
                      FUNCTION TRIM(WS-COND-VALUE(C))
                      DELIMITED BY SIZE INTO OUT-RECORD
               WRITE OUT-RECORD
           END-PERFORM.
           MOVE SPACES TO OUT-RECORD.
           WRITE OUT-RECORD.

           MOVE SPACES TO OUT-RECORD.
           MOVE 1 TO WS-PTR.
           PERFORM VARYING C FROM 1 BY 1 UNTIL C > WS-COL-COUNT
               MOVE WS-COL-NAME(C) TO WS-CELL
               PERFORM PUT-CELL
           END-PERFORM.
           WRITE OUT-RECORD.
           MOVE SPACES TO OUT-RECORD.
           MOVE 1 TO WS-PTR.
           PERFORM VARYING C FROM 1 BY 1 UNTIL C > WS-COL-COUNT
               MOVE ALL "-" TO WS-CELL
               PERFORM PUT-CELL
           END-PERFORM.
           WRITE OUT-RECORD.

           MOVE 0 TO WS-GROUP-ROWS, WS-GROUP-SUM, WS-TOTAL-SUM.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-RES-COUNT
               IF WS-SUB-SRC > 0 AND I > 1
                  AND WS-RES-KEY1(I) NOT = WS-RES-KEY1(I - 1)
                   MOVE I TO J
                   SUBTRACT 1 FROM J
                   PERFORM WRITE-SUBTOTAL
               END-IF
               MOVE SPACES TO OUT-RECORD
               MOVE 1 TO WS-PTR
               PERFORM VARYING C FROM 1 BY 1 UNTIL C > WS-COL-COUNT
                   MOVE WS-RES-COL(I, C) TO WS-CELL
                   PERFORM PUT-CELL
               END-PERFORM
               WRITE OUT-RECORD
               ADD 1 TO WS-GROUP-ROWS
               ADD WS-RES-SUM(I) TO WS-GROUP-SUM, WS-TOTAL-SUM
           END-PERFORM.
           IF WS-SUB-SRC > 0 AND WS-RES-COUNT > 0
               MOVE WS-RES-COUNT TO J
               PERFORM WRITE-SUBTOTAL
           END-IF.

      *> A subtotal has already left a blank line behind it
           IF WS-SUB-SRC = 0
               MOVE SPACES TO OUT-RECORD
               WRITE OUT-RECORD
           END-IF.
           MOVE WS-RES-COUNT TO WS-COUNT-TEXT.
           MOVE SPACES TO OUT-RECORD.
           STRING "Total: " FUNCTION TRIM(WS-COUNT-TEXT) " row(s)"
               DELIMITED BY SIZE INTO OUT-RECORD.
           IF WS-SUM-SRC > 0
               MOVE WS-TOTAL-SUM TO WS-SUM-TEXT-OUT
               STRING FUNCTION TRIM(OUT-RECORD TRAILING) ", "
                      FUNCTION TRIM(WS-SUM-FIELD) " "
                      FUNCTION TRIM(WS-SUM-TEXT-OUT)
                      DELIMITED BY SIZE INTO OUT-RECORD
           END-IF.
           WRITE OUT-RECORD.
           IF WS-RES-DROPPED > 0
               MOVE WS-RES-DROPPED TO WS-COUNT-TEXT
               MOVE SPACES TO OUT-RECORD
               STRING FUNCTION TRIM(WS-COUNT-TEXT)
                      " more row(s) matched past the 1000 kept."
                      DELIMITED BY SIZE INTO OUT-RECORD
               WRITE OUT-RECORD
           END-IF.
           IF WS-WITHHELD-COUNT > 0
               MOVE WS-WITHHELD-COUNT TO WS-COUNT-TEXT
               MOVE SPACES TO OUT-RECORD
               STRING FUNCTION TRIM(WS-COUNT-TEXT)
                      " row(s) left out: research consent withdrawn."
                      DELIMITED BY SIZE INTO OUT-RECORD
               WRITE OUT-RECORD
           END-IF.
           CLOSE OUT-FILE.
           EXIT SECTION.

      *> The group ending at result J
       WRITE-SUBTOTAL SECTION.
           MOVE WS-GROUP-ROWS TO WS-COUNT-TEXT.
           MOVE SPACES TO OUT-RECORD.
           STRING "  Subtotal " FUNCTION TRIM(WS-SUB-FIELD) " "
                  FUNCTION TRIM(WS-RES-GROUP(J)) ": "
                  FUNCTION TRIM(WS-COUNT-TEXT) " row(s)"
                  DELIMITED BY SIZE INTO OUT-RECORD.
           IF WS-SUM-SRC > 0
               MOVE WS-GROUP-SUM TO WS-SUM-TEXT-OUT
               STRING FUNCTION TRIM(OUT-RECORD TRAILING) ", "
                      FUNCTION TRIM(WS-SUM-FIELD) " "
                      FUNCTION TRIM(WS-SUM-TEXT-OUT)
                      DELIMITED BY SIZE INTO OUT-RECORD
           END-IF.
           WRITE OUT-RECORD.
           MOVE SPACES TO OUT-RECORD.
           WRITE OUT-RECORD.
           MOVE 0 TO WS-GROUP-ROWS, WS-GROUP-SUM.
           EXIT SECTION.

      *> Each column as wide as its longest value or heading, to 40
       SET-COLUMN-WIDTHS SECTION.
           PERFORM VARYING C FROM 1 BY 1 UNTIL C > WS-COL-COUNT
               MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-COL-NAME(C)))
                   TO WS-COL-WIDTH(C)
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-RES-COUNT
                   IF WS-RES-COL(I, C) NOT = SPACES
                       MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-RES-COL(I, C)))
                           TO W
                       IF W > WS-COL-WIDTH(C)
                           MOVE W TO WS-COL-WIDTH(C)
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-COL-WIDTH(C) > 40
                   MOVE 40 TO WS-COL-WIDTH(C)
               END-IF
           END-PERFORM.
           EXIT SECTION.

      *> WS-CELL into OUT-RECORD at WS-PTR, padded to column C's width
       PUT-CELL SECTION.
           MOVE WS-COL-WIDTH(C) TO WS-CELL-LEN.
           STRING WS-CELL(1:WS-CELL-LEN) "  " DELIMITED BY SIZE
               INTO OUT-RECORD WITH POINTER WS-PTR.
           EXIT SECTION.
