       *>   UPTO=HHMMSS       (optional; stop at this time of day)
       *> Each journal line is HHMMSS|filename|record; replay appends
       *> the record to its file in journal order. Records destined for
       *> accounts.dat and applications.dat are written through their
       *> indexes (an older journal's applications.txt rows too, since
       *> that file has been retired in favour of the index). Entries the
       *> journal carries only as information (profile saves, which are
       *> whole-file rewrites, and the "*DEL*" removed-row counts) are
       *> counted and reported, not applied.
       *> Multi-file operations journal as a GROUP: a "*TXN*" row with
       *> "BEGIN <name>" opens one and "COMMIT <name>" closes it.
       *> Rows inside a group are held back and applied only when its
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCOUNTS-USERNAME
               FILE STATUS IS WS-ACCOUNTS-STATUS.
           SELECT APPLICATIONS-FILE ASSIGN TO "applications.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APPLICATION-KEY
               ALTERNATE RECORD KEY IS APPLICATION-JOB-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-APPLICATIONS-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05  ACCOUNTS-ACCOUNT-TYPE   PIC X(8).
           05  ACCOUNTS-CREATED-DATE   PIC X(8).

       FD  APPLICATIONS-FILE.
       01  APPLICATION-RECORD.
           05  APPLICATION-KEY.
               10  APPLICATION-USER    PIC X(20).
               10  APPLICATION-JOB-ID  PIC X(8).
           05  APPLICATION-JOB-KEY     PIC X(8).
           05  APPLICATION-ROW         PIC X(500).

       WORKING-STORAGE SECTION.
       01  WS-REQUEST-STATUS    PIC X(2).
       01  WS-JOURNAL-STATUS    PIC X(2).
       01  WS-TARGET-STATUS     PIC X(2).
       01  WS-ACCOUNTS-STATUS   PIC X(2).
       01  WS-APPLICATIONS-STATUS PIC X(2).
       01  WS-JOURNAL-NAME      PIC X(30).
       01  WS-TARGET-NAME       PIC X(30).
       01  WS-EOF-FLAG          PIC X VALUE 'N'.
           05 WS-A-TYPE         PIC X(8).
           05 WS-A-CREATED      PIC X(8).

       01  WS-APP-USER          PIC X(20).
       01  WS-APP-JOB-ID        PIC X(8).

       01  WS-APPLIED           PIC 9(5) VALUE 0.
       01  WS-SKIPPED           PIC 9(5) VALUE 0.
       01  WS-INFO-ONLY         PIC 9(5) VALUE 0.
           MOVE WS-INFO-ONLY TO WS-NUM-TEXT.
           DISPLAY "Informational entries not replayable: "
               FUNCTION TRIM(WS-NUM-TEXT)
               " (whole-file rewrites such as profile saves,"
               " removed-row counts).".
           STOP RUN.

       READ-REQUEST SECTION.
           EVALUATE FUNCTION TRIM(WS-ENTRY-FILE)
               WHEN "accounts.dat"
                   PERFORM REPLAY-ACCOUNT-ENTRY
               WHEN "applications.dat"
               WHEN "applications.txt"
                   PERFORM REPLAY-APPLICATION-ENTRY
               WHEN "profiles.txt"
               WHEN "*DEL*"
                   ADD 1 TO WS-INFO-ONLY
               WHEN OTHER
                   MOVE FUNCTION TRIM(WS-ENTRY-FILE) TO WS-TARGET-NAME
           END-IF.
           CLOSE ACCOUNTS-FILE.
           EXIT SECTION.

      *> applications.dat entries are the tilde row itself; the key is
      *> its applicant and job id (fields 1 and 2). A row already on
      *> file -- a status change journaled after the apply -- replaces
      *> the stored one.
       REPLAY-APPLICATION-ENTRY SECTION.
           MOVE SPACES TO WS-APP-USER, WS-APP-JOB-ID.
           UNSTRING WS-ENTRY-RECORD DELIMITED BY "~"
               INTO WS-APP-USER, WS-APP-JOB-ID
           END-UNSTRING.

           OPEN I-O APPLICATIONS-FILE.
           IF WS-APPLICATIONS-STATUS = "35"
               OPEN OUTPUT APPLICATIONS-FILE
               CLOSE APPLICATIONS-FILE
               OPEN I-O APPLICATIONS-FILE
           END-IF.
           IF WS-APPLICATIONS-STATUS = "00"
               MOVE WS-APP-USER TO APPLICATION-USER
               MOVE WS-APP-JOB-ID TO APPLICATION-JOB-ID
               MOVE WS-APP-JOB-ID TO APPLICATION-JOB-KEY
               MOVE WS-ENTRY-RECORD TO APPLICATION-ROW
               WRITE APPLICATION-RECORD
                   INVALID KEY
                       REWRITE APPLICATION-RECORD
                           INVALID KEY
                               CONTINUE
                       END-REWRITE
               END-WRITE
               ADD 1 TO WS-APPLIED
           END-IF.
           CLOSE APPLICATIONS-FILE.
           EXIT SECTION.
