       *> losing them to email the moment an employer likes an applicant.
       *> One row per proposed time slot in interviews.txt, keyed by
       *> applicant, poster, and job title -- the same keys
       *> applications.dat already uses:
       *>   applicant~poster~title~slot~status
       *> A slot starts PROPOSED; the applicant moves it to ACCEPTED or
       *> DECLINED. Both sides list their own rows with LIST.
           SELECT INTERVIEWS-FILE ASSIGN TO "interviews.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INTERVIEWS-STATUS.
           SELECT APPLICATIONS-FILE ASSIGN TO "applications.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APPLICATION-KEY
               ALTERNATE RECORD KEY IS APPLICATION-JOB-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-APP-STATUS.
           SELECT JOBS-FILE ASSIGN TO "jobs.txt"
               ORGANIZATION IS LINE SEQUENTIAL
       01  INTERVIEW-RECORD     PIC X(250).

       FD  APPLICATIONS-FILE.
       01  APPLICATION-RECORD.
           05  APPLICATION-KEY.
               10  APPLICATION-USER    PIC X(20).
               10  APPLICATION-JOB-ID  PIC X(8).
           05  APPLICATION-JOB-KEY     PIC X(8).
           05  APPLICATION-ROW         PIC X(500).

       FD  JOBS-FILE.
       01  JOB-RECORD           PIC X(500).
       01  WS-ROW-STATUS        PIC X(10).
       01  WS-ROW-JOBID         PIC X(8).

      *> applications.dat row fields (only user and title matter here)
       01  WS-APP-USER          PIC X(20).
       01  WS-APP-JOBNUM        PIC X(10).
       01  WS-APP-TITLE         PIC X(50).
       01  WS-MATCH-FOUND       PIC X VALUE 'N'.
       01  WS-COUNT             PIC 9(3) VALUE 0.

      *> Read-into-memory/rewrite table for RESPOND.
       01  WS-IV-COUNT          PIC 9(3) VALUE 0.
       01  WS-IV-CAP-WARNED     PIC X VALUE 'N'.
       01  WS-IV-TEMP-TABLE.
           GOBACK.

      *> An interview proposal only makes sense against a real
      *> application, so require an applications.dat row for this
      *> applicant and title before appending the slot.
       PROPOSE-INTERVIEW SECTION.
           PERFORM SANITIZE-PROPOSAL-FIELDS.
               EXIT SECTION
           END-IF.

           MOVE LS-OTHER-PARTY TO APPLICATION-USER.
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
                       IF APPLICATION-USER NOT = LS-OTHER-PARTY
                           MOVE 'Y' TO WS-EOF-FLAG
                       ELSE
                           MOVE APPLICATION-ROW TO WS-LINE
                           MOVE SPACES TO WS-APP-USER, WS-APP-JOBNUM,
                                          WS-APP-TITLE
                           UNSTRING WS-LINE DELIMITED BY "~"
                               INTO WS-APP-USER, WS-APP-JOBNUM, WS-APP-TITLE
                           END-UNSTRING
                           IF FUNCTION TRIM(WS-APP-USER) =
                              FUNCTION TRIM(LS-OTHER-PARTY)
                              AND FUNCTION TRIM(WS-APP-TITLE) =
                                  FUNCTION TRIM(LS-JOB-TITLE)
                               MOVE 'Y' TO WS-APPLICANT-APPLIED
                               MOVE 'Y' TO WS-EOF-FLAG
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
