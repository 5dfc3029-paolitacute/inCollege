       *> before INPUT-SANITIZE existed. Report only; nothing is
       *> repaired here. Output: InCollege-DataScan.txt. Not called from
       *> the interactive menu, the same way DAILY-REPORT isn't.
       *> applications.dat is keyed, so its rows are read through the
       *> key in a step of their own, the row text checked the same way
       *> as a flat file's line.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DATA-SCAN.
       AUTHOR. Paola
           SELECT GEN-FILE ASSIGN TO WS-GEN-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GEN-STATUS.
           SELECT APPLICATIONS-FILE ASSIGN TO "applications.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APPLICATION-KEY
               ALTERNATE RECORD KEY IS APPLICATION-JOB-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-APPLICATIONS-STATUS.
           SELECT REPORT-FILE ASSIGN TO "InCollege-DataScan.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       FD  GEN-FILE.
       01  GEN-RECORD           PIC X(500).

       FD  APPLICATIONS-FILE.
       01  APPLICATION-RECORD.
           05  APPLICATION-KEY.
               10  APPLICATION-USER    PIC X(20).
               10  APPLICATION-JOB-ID  PIC X(8).
           05  APPLICATION-JOB-KEY     PIC X(8).
           05  APPLICATION-ROW         PIC X(500).

       FD  REPORT-FILE.
       01  REPORT-RECORD        PIC X(120).

       WORKING-STORAGE SECTION.
       01  WS-GEN-STATUS        PIC X(2).
       01  WS-GEN-FILENAME      PIC X(30).
       01  WS-APPLICATIONS-STATUS PIC X(2).
       01  WS-EOF-FLAG          PIC X VALUE 'N'.
       01  WS-LINE              PIC X(500).

           05 FILLER PIC X(34) VALUE "connections.txt               :05".
           05 FILLER PIC X(34) VALUE "login_attempts.txt            :03".
           05 FILLER PIC X(34) VALUE "audit_log.txt                 :04".
           05 FILLER PIC X(34) VALUE "jobs.txt                      ~14".
           05 FILLER PIC X(34) VALUE "saved_jobs.txt                ~05".
           05 FILLER PIC X(34) VALUE "recommendations.txt           ~03".
           05 FILLER PIC X(34) VALUE "skill_completions.txt         ~03".
       01  WS-SCAN-ROSTER REDEFINES WS-SCAN-ROSTER-DATA.
           05 WS-ROSTER-ENTRY OCCURS 7 TIMES.
              10 WS-ROSTER-NAME   PIC X(30).
              10 WS-ROSTER-DELIM  PIC X.
              10 WS-ROSTER-FIELDS PIC 9(2).
              10 FILLER           PIC X.
       01  R                    PIC 9(2).

      *> The file being scanned: its delimiter and layout field count
       01  WS-CUR-DELIM         PIC X.
       01  WS-CUR-FIELDS        PIC 9(2).

       01  WS-DELIM-COUNT       PIC 9(3).
       01  WS-ROW-NUM           PIC 9(5).
       01  WS-BAD-COUNT         PIC 9(4).
               TO REPORT-RECORD.
           WRITE REPORT-RECORD.

           PERFORM VARYING R FROM 1 BY 1 UNTIL R > 7
               PERFORM SCAN-ONE-FILE
           END-PERFORM.
           PERFORM SCAN-APPLICATIONS.

           MOVE WS-TOTAL-BAD TO WS-NUM-TEXT.
           MOVE SPACES TO REPORT-RECORD.

       SCAN-ONE-FILE SECTION.
           MOVE WS-ROSTER-NAME(R) TO WS-GEN-FILENAME.
           MOVE WS-ROSTER-DELIM(R) TO WS-CUR-DELIM.
           MOVE WS-ROSTER-FIELDS(R) TO WS-CUR-FIELDS.
           MOVE 0 TO WS-BAD-COUNT.
           MOVE 0 TO WS-ROW-NUM.
           MOVE 'N' TO WS-EOF-FLAG.
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM CHECK-SCAN-ROW
               END-READ
           END-PERFORM.
           CLOSE GEN-FILE.
           PERFORM REPORT-FILE-COUNT.
           EXIT SECTION.

      *> applications.dat rows in key order; the row text is the
      *> seven-field user~jobnum~title~employer~location~state~date.
       SCAN-APPLICATIONS SECTION.
           MOVE "applications.dat" TO WS-GEN-FILENAME.
           MOVE "~" TO WS-CUR-DELIM.
           MOVE 7 TO WS-CUR-FIELDS.
           MOVE 0 TO WS-BAD-COUNT.
           MOVE 0 TO WS-ROW-NUM.
           MOVE 'N' TO WS-EOF-FLAG.

           OPEN INPUT APPLICATIONS-FILE.
           IF WS-APPLICATIONS-STATUS NOT = "00"
              AND WS-APPLICATIONS-STATUS NOT = "05"
               CLOSE APPLICATIONS-FILE
               EXIT SECTION
           END-IF.

           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ APPLICATIONS-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE APPLICATION-ROW TO WS-LINE
                       PERFORM CHECK-SCAN-ROW
               END-READ
           END-PERFORM.
           CLOSE APPLICATIONS-FILE.
           PERFORM REPORT-FILE-COUNT.
           EXIT SECTION.

       CHECK-SCAN-ROW SECTION.
           ADD 1 TO WS-ROW-NUM.
           MOVE 0 TO WS-DELIM-COUNT.
           INSPECT WS-LINE
               TALLYING WS-DELIM-COUNT
               FOR ALL WS-CUR-DELIM.
           IF WS-DELIM-COUNT >= WS-CUR-FIELDS
               ADD 1 TO WS-BAD-COUNT
               ADD 1 TO WS-TOTAL-BAD
               MOVE WS-ROW-NUM TO WS-NUM-TEXT
               MOVE SPACES TO REPORT-RECORD
               STRING "  " FUNCTION TRIM(WS-GEN-FILENAME)
                      " line " FUNCTION TRIM(WS-NUM-TEXT)
                      ": " WS-LINE(1:60)
                      DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.
           EXIT SECTION.

       REPORT-FILE-COUNT SECTION.
           MOVE WS-BAD-COUNT TO WS-NUM-TEXT.
           MOVE SPACES TO REPORT-RECORD.
           STRING FUNCTION TRIM(WS-GEN-FILENAME) ": "
                  FUNCTION TRIM(WS-NUM-TEXT) " suspect row(s)"
                  DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
