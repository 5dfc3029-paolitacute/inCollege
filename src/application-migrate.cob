       >>SOURCE FREE
       *> One-time cut-over of the applications store from the flat
       *> applications.txt (read top to bottom by every program that
       *> wanted one applicant's row, and rewritten whole through a
       *> 500-row table on every status move or withdrawal) into the
       *> indexed applications.dat:
       *>   key            applicant (X20) + stable job id (X8)
       *>   alternate key  stable job id, WITH DUPLICATES, for the
       *>                  employer-side views
       *>   data           the same user~jobnum~title~employer~location~
       *>                  status~startdate row as before, so every
       *>                  reader keeps its UNSTRING and the journal
       *>                  keeps its tilde rows
       *> Rows written before postings had permanent ids carry a listing
       *> position instead; those are matched back to jobs.txt by title
       *> and employer and re-pointed at the posting's id where it has
       *> one. A row with no reference at all gets an "L" key made from
       *> its line number, so it still lands. A row whose key is already
       *> on file (the applicant applied twice to the same posting, or
       *> the pass is being repeated) is counted and skipped, so the run
       *> is safe to repeat. applications.txt itself is left in place as the
       *> fallback copy. Scheduled once on the cut-over night, ahead of
       *> every other step, through batch_calendar.txt.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APPLICATION-MIGRATE.
       AUTHOR. Paola
       DATE-WRITTEN. 10/15/2026

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-APPS-FILE ASSIGN TO "applications.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OLD-APPS-STATUS.
           SELECT APPLICATIONS-FILE ASSIGN TO "applications.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APPLICATION-KEY
               ALTERNATE RECORD KEY IS APPLICATION-JOB-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-APPLICATIONS-STATUS.
           SELECT JOBS-FILE ASSIGN TO "jobs.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OLD-APPS-FILE.
       01  OLD-APPS-RECORD      PIC X(500).

       FD  APPLICATIONS-FILE.
       01  APPLICATION-RECORD.
           05  APPLICATION-KEY.
               10  APPLICATION-USER    PIC X(20).
               10  APPLICATION-JOB-ID  PIC X(8).
           05  APPLICATION-JOB-KEY     PIC X(8).
           05  APPLICATION-ROW         PIC X(500).

       FD  JOBS-FILE.
       01  JOB-RECORD           PIC X(500).

       WORKING-STORAGE SECTION.
       01  WS-OLD-APPS-STATUS   PIC X(2).
       01  WS-APPLICATIONS-STATUS PIC X(2).
       01  WS-JOBS-STATUS       PIC X(2).
       01  WS-EOF-FLAG          PIC X VALUE 'N'.
       01  WS-LINE              PIC X(500).
       01  WS-NEW-LINE          PIC X(500).

      *> applications.txt row fields
       01  WS-APP-USER          PIC X(20).
       01  WS-APP-JOBNUM        PIC X(10).
       01  WS-APP-TITLE         PIC X(50).
       01  WS-APP-EMPLOYER      PIC X(50).
       01  WS-APP-LOCATION      PIC X(50).
       01  WS-APP-STAGE         PIC X(12).
       01  WS-APP-STARTDATE     PIC X(10).

      *> jobs.txt row fields (only title, employer and id matter here)
       01  WS-JOB-POSTER        PIC X(50).
       01  WS-JOB-TITLE         PIC X(50).
       01  WS-JOB-DESC          PIC X(200).
       01  WS-JOB-EMPLOYER      PIC X(50).
       01  WS-JOB-SKIP          PIC X(100).
       01  WS-JOB-ID            PIC X(8).

      *> Every posting that carries a permanent id, for re-pointing the
      *> old listing-position rows
       01  WS-JOB-COUNT         PIC 9(4) VALUE 0.
       01  WS-JOB-TABLE.
           05 WS-JOB-ENTRY OCCURS 1000 TIMES.
               10 WS-JT-TITLE    PIC X(50).
               10 WS-JT-EMPLOYER PIC X(50).
               10 WS-JT-ID       PIC X(8).
       01  J                    PIC 9(4).
       01  WS-ID-KNOWN          PIC X.
       01  WS-RESOLVED-ID       PIC X(8).

       01  WS-ROWS-READ         PIC 9(6) VALUE 0.
       01  WS-ROWS-LOADED       PIC 9(6) VALUE 0.
       01  WS-ROWS-REPOINTED    PIC 9(6) VALUE 0.
       01  WS-ROWS-SKIPPED      PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.

           OPEN INPUT OLD-APPS-FILE.
           IF WS-OLD-APPS-STATUS NOT = "00"
               DISPLAY "APPLICATION-MIGRATE: no applications.txt to convert."
               CLOSE OLD-APPS-FILE
               GOBACK
           END-IF.

           OPEN I-O APPLICATIONS-FILE.
           IF WS-APPLICATIONS-STATUS = "35"
               OPEN OUTPUT APPLICATIONS-FILE
               CLOSE APPLICATIONS-FILE
               OPEN I-O APPLICATIONS-FILE
           END-IF.
           IF WS-APPLICATIONS-STATUS NOT = "00"
               DISPLAY "APPLICATION-MIGRATE: unable to open applications.dat; nothing converted."
               CLOSE OLD-APPS-FILE
               GOBACK
           END-IF.

           PERFORM LOAD-JOB-IDS.

           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ OLD-APPS-FILE INTO WS-LINE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF FUNCTION TRIM(WS-LINE) > SPACES
                           ADD 1 TO WS-ROWS-READ
                           PERFORM CONVERT-ONE-ROW
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE OLD-APPS-FILE.
           CLOSE APPLICATIONS-FILE.

           DISPLAY "APPLICATION-MIGRATE: " WS-ROWS-READ " row(s) read, "
               WS-ROWS-LOADED " loaded, " WS-ROWS-REPOINTED
               " re-pointed to a posting id, " WS-ROWS-SKIPPED
               " already on file.".
           GOBACK.

      *> Postings with a permanent id (jobs.txt field 12).
       LOAD-JOB-IDS SECTION.
           MOVE 0 TO WS-JOB-COUNT.
           OPEN INPUT JOBS-FILE.
           IF WS-JOBS-STATUS NOT = "00"
               CLOSE JOBS-FILE
               EXIT SECTION
           END-IF.
           PERFORM UNTIL WS-JOBS-STATUS NOT = "00"
               READ JOBS-FILE
                   AT END
                       MOVE "10" TO WS-JOBS-STATUS
                   NOT AT END
                       MOVE SPACES TO WS-JOB-ID
                       UNSTRING JOB-RECORD DELIMITED BY "~"
                           INTO WS-JOB-POSTER WS-JOB-TITLE WS-JOB-DESC
                                WS-JOB-EMPLOYER WS-JOB-SKIP WS-JOB-SKIP
                                WS-JOB-SKIP WS-JOB-SKIP WS-JOB-SKIP
                                WS-JOB-SKIP WS-JOB-SKIP WS-JOB-ID
                       END-UNSTRING
                       IF FUNCTION TRIM(WS-JOB-ID) > SPACES
                          AND WS-JOB-COUNT < 1000
                           ADD 1 TO WS-JOB-COUNT
                           MOVE WS-JOB-TITLE TO WS-JT-TITLE(WS-JOB-COUNT)
                           MOVE WS-JOB-EMPLOYER
                               TO WS-JT-EMPLOYER(WS-JOB-COUNT)
                           MOVE FUNCTION TRIM(WS-JOB-ID)
                               TO WS-JT-ID(WS-JOB-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE JOBS-FILE.
           EXIT SECTION.

      *> Resolves the row's posting id, rebuilds the row around it when
      *> it changed, and writes it under applicant + id.
       CONVERT-ONE-ROW SECTION.
           MOVE SPACES TO WS-APP-USER WS-APP-JOBNUM WS-APP-TITLE
                          WS-APP-EMPLOYER WS-APP-LOCATION WS-APP-STAGE
                          WS-APP-STARTDATE.
           UNSTRING WS-LINE DELIMITED BY "~"
               INTO WS-APP-USER WS-APP-JOBNUM WS-APP-TITLE
                    WS-APP-EMPLOYER WS-APP-LOCATION WS-APP-STAGE
                    WS-APP-STARTDATE
           END-UNSTRING.

           MOVE 'N' TO WS-ID-KNOWN.
           MOVE FUNCTION TRIM(WS-APP-JOBNUM) TO WS-RESOLVED-ID.
           PERFORM VARYING J FROM 1 BY 1
                   UNTIL J > WS-JOB-COUNT OR WS-ID-KNOWN = 'Y'
               IF WS-JT-ID(J) = WS-RESOLVED-ID
                   MOVE 'Y' TO WS-ID-KNOWN
               END-IF
           END-PERFORM.

      *> Not a permanent id: the old listing position. The posting
      *> behind it is found by title and employer instead.
           IF WS-ID-KNOWN = 'N'
               PERFORM VARYING J FROM 1 BY 1
                       UNTIL J > WS-JOB-COUNT OR WS-ID-KNOWN = 'Y'
                   IF FUNCTION TRIM(WS-JT-TITLE(J)) =
                          FUNCTION TRIM(WS-APP-TITLE)
                      AND FUNCTION TRIM(WS-JT-EMPLOYER(J)) =
                          FUNCTION TRIM(WS-APP-EMPLOYER)
                       MOVE WS-JT-ID(J) TO WS-RESOLVED-ID
                       MOVE 'Y' TO WS-ID-KNOWN
                       ADD 1 TO WS-ROWS-REPOINTED
                   END-IF
               END-PERFORM
           END-IF.

           IF WS-RESOLVED-ID = SPACES
               STRING "L" WS-ROWS-READ DELIMITED BY SIZE
                   INTO WS-RESOLVED-ID
           END-IF.

           MOVE WS-LINE TO WS-NEW-LINE.
           IF WS-RESOLVED-ID NOT = FUNCTION TRIM(WS-APP-JOBNUM)
               MOVE SPACES TO WS-NEW-LINE
               STRING FUNCTION TRIM(WS-APP-USER)      DELIMITED BY SIZE
                      "~"                             DELIMITED BY SIZE
                      FUNCTION TRIM(WS-RESOLVED-ID)   DELIMITED BY SIZE
                      "~"                             DELIMITED BY SIZE
                      FUNCTION TRIM(WS-APP-TITLE)     DELIMITED BY SIZE
                      "~"                             DELIMITED BY SIZE
                      FUNCTION TRIM(WS-APP-EMPLOYER)  DELIMITED BY SIZE
                      "~"                             DELIMITED BY SIZE
                      FUNCTION TRIM(WS-APP-LOCATION)  DELIMITED BY SIZE
                      "~"                             DELIMITED BY SIZE
                      FUNCTION TRIM(WS-APP-STAGE)     DELIMITED BY SIZE
                      "~"                             DELIMITED BY SIZE
                      FUNCTION TRIM(WS-APP-STARTDATE) DELIMITED BY SIZE
                      INTO WS-NEW-LINE
               END-STRING
           END-IF.

           MOVE WS-APP-USER TO APPLICATION-USER.
           MOVE WS-RESOLVED-ID TO APPLICATION-JOB-ID.
           MOVE WS-RESOLVED-ID TO APPLICATION-JOB-KEY.
           MOVE WS-NEW-LINE TO APPLICATION-ROW.
           WRITE APPLICATION-RECORD
               INVALID KEY
                   ADD 1 TO WS-ROWS-SKIPPED
               NOT INVALID KEY
                   ADD 1 TO WS-ROWS-LOADED
           END-WRITE.
           EXIT SECTION.
