           SELECT ANSWERS-FILE ASSIGN TO "application_answers.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ANSWERS-STATUS.
           SELECT APPLICATIONS-FILE ASSIGN TO "applications.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APPLICATION-KEY
               ALTERNATE RECORD KEY IS APPLICATION-JOB-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-APP-STATUS.
           SELECT OUTPUT-FILE ASSIGN TO "InCollege-Output.txt"
               ORGANIZATION IS LINE SEQUENTIAL
       01  ANSWER-RECORD        PIC X(450).

       FD  APPLICATIONS-FILE.
       01  APPLICATION-RECORD.
           05  APPLICATION-KEY.
               10  APPLICATION-USER    PIC X(20).
               10  APPLICATION-JOB-ID  PIC X(8).
           05  APPLICATION-JOB-KEY     PIC X(8).
           05  APPLICATION-ROW         PIC X(500).

       FD  OUTPUT-FILE.
       01  OUTPUT-RECORD        PIC X(350).
       01  WS-A-QTEXT           PIC X(200).
       01  WS-A-ANSWER          PIC X(100).

      *> applications.dat row fields for the knockout rewrite
       01  WS-ROW-USER          PIC X(20).
       01  WS-ROW-JOBNUM        PIC X(10).
       01  WS-ROW-TITLE         PIC X(50).
       01  WS-SEQ-NUM           PIC 9(2).
       01  WS-COUNT             PIC 9(3) VALUE 0.
       01  WS-MATCH-FOUND       PIC X VALUE 'N'.
       01  WS-LOCK-ACTION       PIC X(10).
       01  WS-LOCK-RC           PIC X.
       01  WS-SKIP-VERIFY       PIC X.
                                      WS-NOTIFY-TEXT.
           EXIT SECTION.

      *> Reads only the applicant's own run of the key and rewrites
      *> their row for this posting in place as REJECTED.
       REJECT-APPLICATION-ROW SECTION.
           MOVE 'N' TO WS-MATCH-FOUND.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN I-O APPLICATIONS-FILE.
           IF WS-APP-STATUS NOT = "00"
               CLOSE APPLICATIONS-FILE
               EXIT SECTION
           END-IF.
           MOVE LS-USERNAME TO APPLICATION-USER.
           MOVE LOW-VALUES TO APPLICATION-JOB-ID.
           START APPLICATIONS-FILE KEY IS NOT LESS THAN APPLICATION-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-FLAG
           END-START.
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ APPLICATIONS-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF APPLICATION-USER NOT = LS-USERNAME
                           MOVE 'Y' TO WS-EOF-FLAG
                       ELSE
                           MOVE APPLICATION-ROW TO WS-LINE
                           PERFORM REJECT-IF-THIS-POSTING
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE APPLICATIONS-FILE.
           EXIT SECTION.

       REJECT-IF-THIS-POSTING SECTION.
           MOVE SPACES TO WS-ROW-USER, WS-ROW-JOBNUM,
                          WS-ROW-TITLE, WS-ROW-EMPLOYER,
                          WS-ROW-LOCATION, WS-ROW-STATE.
           UNSTRING WS-LINE DELIMITED BY "~"
               INTO WS-ROW-USER, WS-ROW-JOBNUM,
                    WS-ROW-TITLE, WS-ROW-EMPLOYER,
                    WS-ROW-LOCATION, WS-ROW-STATE
           END-UNSTRING.
           IF FUNCTION TRIM(WS-ROW-TITLE) = FUNCTION TRIM(LS-JOB-TITLE)
              AND FUNCTION TRIM(WS-ROW-EMPLOYER) =
                  FUNCTION TRIM(LS-EMPLOYER)
               MOVE 'Y' TO WS-MATCH-FOUND
               INITIALIZE WS-LINE
               STRING FUNCTION TRIM(WS-ROW-USER) "~"
                      FUNCTION TRIM(WS-ROW-JOBNUM) "~"
                      FUNCTION TRIM(WS-ROW-TITLE) "~"
                      FUNCTION TRIM(WS-ROW-EMPLOYER) "~"
                      FUNCTION TRIM(WS-ROW-LOCATION) "~"
                      "REJECTED" DELIMITED BY SIZE
                      INTO WS-LINE
               MOVE WS-LINE TO APPLICATION-ROW
               REWRITE APPLICATION-RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF.
           EXIT SECTION.

       SHOW-APPLICANT-ANSWERS SECTION.
