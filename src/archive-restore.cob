       *> the live file and writes a RESTORE_ entry per file to
       *> audit_log.txt. The accounts snapshot is indexed like its
       *> live file and is copied record by record the same way
       *> ARCHIVE-DATA wrote it. The applications snapshot is the
       *> plain tilde rows; a restore loads them back into the indexed
       *> applications.dat under their applicant and job id. Not called from the interactive menu,
       *> the same way ARCHIVE-DATA isn't.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARCHIVE-RESTORE.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SNAP-ACCOUNTS-USERNAME
               FILE STATUS IS WS-SNAP-STATUS.
           SELECT APPLICATIONS-FILE ASSIGN TO "applications.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APPLICATION-KEY
               ALTERNATE RECORD KEY IS APPLICATION-JOB-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-APPLICATIONS-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05  SNAP-ACCOUNTS-ACCOUNT-TYPE    PIC X(8).
           05  SNAP-ACCOUNTS-CREATED-DATE    PIC X(8).

       FD  APPLICATIONS-FILE.
       01  APPLICATION-RECORD.
           05  APPLICATION-KEY.
               10  APPLICATION-USER    PIC X(20).
               10  APPLICATION-JOB-ID  PIC X(8).
           05  APPLICATION-JOB-KEY     PIC X(8).
           05  APPLICATION-ROW         PIC X(500).

       WORKING-STORAGE SECTION.
       01  WS-REQUEST-STATUS    PIC X(2).
       01  WS-SNAP-STATUS       PIC X(2).
       01  WS-LIVE-STATUS       PIC X(2).
       01  WS-ACCOUNTS-STATUS   PIC X(2).
       01  WS-APPLICATIONS-STATUS PIC X(2).
       01  WS-SNAP-NAME         PIC X(40).
       01  WS-LIVE-NAME         PIC X(30).
       01  WS-EOF-FLAG          PIC X VALUE 'N'.
           05 FILLER PIC X(33) VALUE "profiles     profiles.txt".
           05 FILLER PIC X(33) VALUE "connections  connections.txt".
           05 FILLER PIC X(33) VALUE "jobs         jobs.txt".
           05 FILLER PIC X(33) VALUE "applications applications.dat".
           05 FILLER PIC X(33) VALUE "messages     messages.txt".
       01  WS-SET-ROSTER REDEFINES WS-SET-ROSTER-DATA.
           05 WS-SET-ENTRY OCCURS 5 TIMES.
       01  WS-SNAP-COUNT        PIC 9(5).
       01  WS-LIVE-COUNT        PIC 9(5).
       01  WS-COPIED            PIC 9(5).
       01  WS-APP-USER          PIC X(20).
       01  WS-APP-JOB-ID        PIC X(8).
       01  WS-NUM-TEXT          PIC Z(4)9.
       01  WS-NUM-TEXT-2        PIC Z(4)9.
       01  WS-AUDIT-RC          PIC X.

           MOVE 0 TO WS-LIVE-COUNT.
           MOVE 'N' TO WS-EOF-FLAG.
           IF WS-LIVE-NAME = "applications.dat"
               OPEN INPUT APPLICATIONS-FILE
               IF WS-APPLICATIONS-STATUS = "00"
                   PERFORM UNTIL WS-EOF-FLAG = 'Y'
                       READ APPLICATIONS-FILE NEXT RECORD
                           AT END
                               MOVE 'Y' TO WS-EOF-FLAG
                           NOT AT END
                               ADD 1 TO WS-LIVE-COUNT
                       END-READ
                   END-PERFORM
               END-IF
               CLOSE APPLICATIONS-FILE
           ELSE
               OPEN INPUT LIVE-FILE
               IF WS-LIVE-STATUS = "00"
                   PERFORM UNTIL WS-EOF-FLAG = 'Y'
                       READ LIVE-FILE
                           AT END
                               MOVE 'Y' TO WS-EOF-FLAG
                           NOT AT END
                               ADD 1 TO WS-LIVE-COUNT
                       END-READ
                   END-PERFORM
               END-IF
               CLOSE LIVE-FILE
           END-IF.

           MOVE WS-SNAP-COUNT TO WS-NUM-TEXT.
           MOVE WS-LIVE-COUNT TO WS-NUM-TEXT-2.
           EXIT SECTION.

       COPY-SNAP-TO-LIVE SECTION.
           IF WS-LIVE-NAME = "applications.dat"
               PERFORM LOAD-SNAP-TO-APPLICATIONS
               EXIT SECTION
           END-IF.
           MOVE 0 TO WS-COPIED.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT SNAP-FILE.
           CLOSE LIVE-FILE.
           EXIT SECTION.

      *> The applications snapshot replaces applications.dat whole:
      *> each tilde row is filed again under its applicant (field 1)
      *> and job id (field 2), the same key BROWSE-JOB writes.
       LOAD-SNAP-TO-APPLICATIONS SECTION.
           MOVE 0 TO WS-COPIED.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT SNAP-FILE.
           OPEN OUTPUT APPLICATIONS-FILE.
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ SNAP-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE SPACES TO WS-APP-USER, WS-APP-JOB-ID
                       UNSTRING SNAP-RECORD DELIMITED BY "~"
                           INTO WS-APP-USER, WS-APP-JOB-ID
                       END-UNSTRING
                       MOVE WS-APP-USER TO APPLICATION-USER
                       MOVE WS-APP-JOB-ID TO APPLICATION-JOB-ID
                       MOVE WS-APP-JOB-ID TO APPLICATION-JOB-KEY
                       MOVE SNAP-RECORD TO APPLICATION-ROW
                       WRITE APPLICATION-RECORD
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               ADD 1 TO WS-COPIED
                       END-WRITE
               END-READ
           END-PERFORM.
           CLOSE SNAP-FILE.
           CLOSE APPLICATIONS-FILE.
           EXIT SECTION.

      *> accounts.dat and its snapshot are indexed; counted and copied
      *> the same record-by-record way ARCHIVE-DATA wrote the snapshot.
       HANDLE-ACCOUNTS-FILE SECTION.
