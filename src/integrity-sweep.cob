       >>SOURCE FREE
       *> Referential-integrity sweep over the relationship files
       *> RECONCILE-ACCOUNTS doesn't audit: connections.txt rows naming
       *> users who no longer exist, applications.dat records and
       *> saved_jobs.txt rows pointing at postings that were deleted
       *> (a posting JOB-HISTORY moved to jobs_history.txt still counts),
       *> messages between vanished parties, and recommendations
       *> involving removed users. Every dangling row goes to
       *> InCollege-Integrity.txt; with INCOLLEGE-REPAIR=Y in the
       *> environment the dangling rows are also moved to
       *> integrity_quarantine.txt (prefixed with their source file)
       *> rather than deleted outright, and the source files are
       *> rewritten without them (applications.dat records are deleted
       *> by key instead of rewriting the file). Not called from the interactive menu,
       *> the same way RECONCILE-ACCOUNTS isn't.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTEGRITY-SWEEP.
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
           SELECT GEN-FILE ASSIGN TO WS-GEN-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GEN-STATUS.
           05  ACCOUNTS-ACCOUNT-TYPE   PIC X(8).
           05  ACCOUNTS-CREATED-DATE   PIC X(8).

       FD  APPLICATIONS-FILE.
       01  APPLICATION-RECORD.
           05  APPLICATION-KEY.
               10  APPLICATION-USER    PIC X(20).
               10  APPLICATION-JOB-ID  PIC X(8).
           05  APPLICATION-JOB-KEY     PIC X(8).
           05  APPLICATION-ROW         PIC X(500).

       FD  GEN-FILE.
       01  GEN-RECORD           PIC X(500).


       WORKING-STORAGE SECTION.
       01  WS-ACCOUNTS-STATUS   PIC X(2).
       01  WS-APPLICATIONS-STATUS PIC X(2).
       01  WS-GEN-STATUS        PIC X(2).
       01  WS-QUAR-STATUS       PIC X(2).
       01  WS-GEN-FILENAME      PIC X(30).
       01  WS-USER-TABLE.
           05 WS-KNOWN-USER OCCURS 600 TIMES PIC X(20).

      *> Known postings (title + employer), live and moved
       01  WS-JOB-COUNT         PIC 9(4) VALUE 0.
       01  WS-JOB-TABLE.
           05 WS-JOB-ENTRY OCCURS 2000 TIMES.
              10 WS-JOB-T       PIC X(50).
              10 WS-JOB-E       PIC X(50).
      *> More postings than the table holds: no row can be judged
      *> dangling for its posting, only for its user.
       01  WS-JOBS-FULL         PIC X VALUE 'N'.

      *> Keep-table for a repair rewrite
       01  WS-KEEP-COUNT        PIC 9(4) VALUE 0.
       01  WS-FILE-BAD          PIC 9(4).
       01  WS-TOTAL-BAD         PIC 9(4) VALUE 0.
       01  WS-NUM-TEXT          PIC Z(4)9.
       01  WS-JRN-FILE          PIC X(30).
       01  WS-JRN-TEXT          PIC X(500).
       01  WS-JRN-RC            PIC X.
       01  I                    PIC 9(4).
       01  K                    PIC 9(4).
       01  WS-CHECK-KIND        PIC X.

       PROCEDURE DIVISION.
               MOVE "Mode: report only" TO REPORT-RECORD
           END-IF.
           WRITE REPORT-RECORD.
           IF WS-JOBS-FULL = 'Y'
               MOVE "Over 2000 postings on file: posting checks skipped"
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.

           MOVE "connections.txt" TO WS-GEN-FILENAME.
           MOVE 'C' TO WS-CHECK-KIND.
           PERFORM SWEEP-ONE-FILE.

           MOVE "applications.dat" TO WS-GEN-FILENAME.
           MOVE 'A' TO WS-CHECK-KIND.
           PERFORM SWEEP-APPLICATIONS.

           MOVE "saved_jobs.txt" TO WS-GEN-FILENAME.
           MOVE 'A' TO WS-CHECK-KIND.

       LOAD-KNOWN-JOBS SECTION.
           MOVE 0 TO WS-JOB-COUNT.
           MOVE 'N' TO WS-JOBS-FULL.
           MOVE "jobs.txt" TO WS-GEN-FILENAME.
           PERFORM LOAD-JOB-FILE.
           MOVE "jobs_history.txt" TO WS-GEN-FILENAME.
           PERFORM LOAD-JOB-FILE.
           EXIT SECTION.

      *> jobs.txt and jobs_history.txt share the row layout
       LOAD-JOB-FILE SECTION.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT GEN-FILE.
           IF WS-GEN-STATUS NOT = "00"
               CLOSE GEN-FILE
                       UNSTRING WS-LINE DELIMITED BY "~"
                           INTO WS-F1, WS-F2, WS-F3, WS-F4
                       END-UNSTRING
                       IF WS-JOB-COUNT < 2000
                           ADD 1 TO WS-JOB-COUNT
                           MOVE WS-F2 TO WS-JOB-T(WS-JOB-COUNT)
                           MOVE WS-F4 TO WS-JOB-E(WS-JOB-COUNT)
                       ELSE
                           MOVE 'Y' TO WS-JOBS-FULL
                       END-IF
               END-READ
           END-PERFORM.
                   WRITE GEN-RECORD FROM WS-KEEP-RECORD(I)
               END-PERFORM
               CLOSE GEN-FILE
               PERFORM JOURNAL-REPAIRED-ROWS
           END-IF.

           MOVE WS-FILE-BAD TO WS-NUM-TEXT.
           WRITE REPORT-RECORD.
           EXIT SECTION.

      *> Same judgement as SWEEP-ONE-FILE, but applications.dat is
      *> keyed, so a dangling record is deleted where it sits rather
      *> than the whole file being rewritten from a keep-table.
       SWEEP-APPLICATIONS SECTION.
           MOVE 0 TO WS-FILE-BAD.
           MOVE 'N' TO WS-EOF-FLAG.

           IF WS-REPAIR-MODE = 'Y'
               OPEN I-O APPLICATIONS-FILE
           ELSE
               OPEN INPUT APPLICATIONS-FILE
           END-IF.
           IF WS-APPLICATIONS-STATUS NOT = "00"
               CLOSE APPLICATIONS-FILE
               EXIT SECTION
           END-IF.

           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ APPLICATIONS-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE APPLICATION-ROW TO WS-LINE
                       PERFORM JUDGE-ONE-ROW
                       IF WS-ROW-OK = 'N'
                           ADD 1 TO WS-FILE-BAD
                           ADD 1 TO WS-TOTAL-BAD
                           MOVE SPACES TO REPORT-RECORD
                           STRING "  " FUNCTION TRIM(WS-GEN-FILENAME)
                                  ": " WS-LINE(1:80)
                                  DELIMITED BY SIZE INTO REPORT-RECORD
                           WRITE REPORT-RECORD
                           IF WS-REPAIR-MODE = 'Y'
                               PERFORM QUARANTINE-ROW
                               DELETE APPLICATIONS-FILE RECORD
                                   INVALID KEY CONTINUE
                               END-DELETE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE APPLICATIONS-FILE.
           IF WS-REPAIR-MODE = 'Y' AND WS-FILE-BAD > 0
               PERFORM JOURNAL-REPAIRED-ROWS
           END-IF.

           MOVE WS-FILE-BAD TO WS-NUM-TEXT.
           MOVE SPACES TO REPORT-RECORD.
           STRING FUNCTION TRIM(WS-GEN-FILENAME) ": "
                  FUNCTION TRIM(WS-NUM-TEXT) " dangling row(s)"
                  DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           EXIT SECTION.

      *> A repair takes the dangling rows out of the source file; the
      *> count journals as "*DEL*" so the nightly balancing expects
      *> the smaller file.
       JOURNAL-REPAIRED-ROWS SECTION.
           MOVE WS-FILE-BAD TO WS-NUM-TEXT.
           INITIALIZE WS-JRN-TEXT.
           STRING FUNCTION TRIM(WS-GEN-FILENAME) "~"
                  FUNCTION TRIM(WS-NUM-TEXT) "~INTEGRITY-SWEEP"
               DELIMITED BY SIZE INTO WS-JRN-TEXT.
           MOVE "*DEL*" TO WS-JRN-FILE.
           CALL "DATA-JOURNAL" USING WS-JRN-FILE, WS-JRN-TEXT,
                                      WS-JRN-RC.
           EXIT SECTION.

       JUDGE-ONE-ROW SECTION.
           MOVE 'Y' TO WS-ROW-OK.
           EVALUATE WS-CHECK-KIND
                           MOVE 'Y' TO WS-FOUND
                       END-IF
                   END-PERFORM
                   IF WS-FOUND = 'N' AND WS-JOBS-FULL = 'N'
                       MOVE 'N' TO WS-ROW-OK
                   END-IF
               WHEN 'M'
