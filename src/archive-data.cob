               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEST-STATUS.

           SELECT APPLICATIONS-FILE ASSIGN TO "applications.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APPLICATION-KEY
               ALTERNATE RECORD KEY IS APPLICATION-JOB-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-SRC-STATUS.
           SELECT APPLICATIONS-SNAPSHOT ASSIGN TO WS-APPLICATIONS-SNAPSHOT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
       01  JOBS-SNAPSHOT-RECORD PIC X(500).

       FD  APPLICATIONS-FILE.
       01  APPLICATION-RECORD.
           05  APPLICATION-KEY.
               10  APPLICATION-USER    PIC X(20).
               10  APPLICATION-JOB-ID  PIC X(8).
           05  APPLICATION-JOB-KEY     PIC X(8).
           05  APPLICATION-ROW         PIC X(500).
       FD  APPLICATIONS-SNAPSHOT.
       01  APPLICATIONS-SNAPSHOT-RECORD PIC X(500).


           OPEN OUTPUT APPLICATIONS-SNAPSHOT.
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ APPLICATIONS-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE APPLICATION-ROW TO APPLICATIONS-SNAPSHOT-RECORD
                       WRITE APPLICATIONS-SNAPSHOT-RECORD
               END-READ
           END-PERFORM.
