       >>SOURCE FREE
       *> Nightly table-capacity headroom check. Most of the programs
       *> that rewrite a file whole load it into a fixed in-memory
       *> table first, and past that table's size they quietly leave
       *> the file alone (or drop what did not fit) -- the user just
       *> sees their change "didn't save". capacity_limits.txt lists
       *> each such file with the smallest table among the programs
       *> that load it:
       *>   file~limit~ROWS~programs       every non-blank line
       *>   file~limit~KEY:n~programs      largest group of lines
       *>                                  sharing "~" field n
       *> and this pass counts the live rows in each, reports the
       *> percentage used, and calls out anything at or above
       *> CAPACITY-WARN-PCT (default 80) as WARNING and at or above
       *> CAPACITY-CRIT-PCT (default 95) as CRITICAL, weeks before a
       *> rewrite starts refusing. A file that does not exist yet is
       *> reported as empty.
       *> Output: InCollege-CapacityReport.txt.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAPACITY-CHECK.
       AUTHOR. Paola
       DATE-WRITTEN. 10/15/2026

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIMITS-FILE ASSIGN TO "capacity_limits.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIMITS-STATUS.

           SELECT DATA-FILE ASSIGN TO WS-DATA-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DATA-STATUS.

           SELECT REPORT-FILE ASSIGN TO "InCollege-CapacityReport.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  LIMITS-FILE.
       01  LIMITS-RECORD            PIC X(200).

       FD  DATA-FILE.
       01  DATA-RECORD              PIC X(2000).

       FD  REPORT-FILE.
       01  REPORT-RECORD            PIC X(150).

       WORKING-STORAGE SECTION.
       01  WS-LIMITS-STATUS         PIC X(2).
       01  WS-DATA-STATUS           PIC X(2).
       01  WS-DATA-FILENAME         PIC X(50).
       01  WS-EOF-FLAG              PIC X VALUE 'N'.
       01  WS-DATA-EOF              PIC X VALUE 'N'.
       01  WS-TODAY                 PIC X(21).

      *> One checked file, as listed in capacity_limits.txt
       01  WS-CHECK-COUNT           PIC 9(3) VALUE 0.
       01  WS-CHECK-TABLE.
           05 WS-CHECK-ENTRY OCCURS 200 TIMES.
              10 WS-CHK-FILE        PIC X(50).
              10 WS-CHK-LIMIT       PIC 9(6).
              10 WS-CHK-BASIS       PIC X(8).
              10 WS-CHK-KEY-FIELD   PIC 9(2).
              10 WS-CHK-PROGRAMS    PIC X(80).
              10 WS-CHK-USED        PIC 9(6).
              10 WS-CHK-MAX-KEY     PIC X(50).
              10 WS-CHK-PCT         PIC 9(4).
              10 WS-CHK-LEVEL       PIC X(8).
       01  C                        PIC 9(3).

       01  WS-ROW-FILE              PIC X(50).
       01  WS-ROW-LIMIT             PIC X(10).
       01  WS-ROW-BASIS             PIC X(10).
       01  WS-ROW-PROGRAMS          PIC X(80).

      *> KEY:n counting -- one entry per distinct key value
       01  WS-KEY-COUNT             PIC 9(5) VALUE 0.
       01  WS-KEY-TABLE.
           05 WS-KEY-ENTRY OCCURS 5000 TIMES.
              10 WS-KEY-VALUE       PIC X(50).
              10 WS-KEY-ROWS        PIC 9(6).
       01  K                        PIC 9(5).
       01  WS-KEY-FOUND             PIC 9(5).
       01  WS-THIS-KEY              PIC X(50).
       01  WS-FIELDS.
           05 WS-FIELD OCCURS 12 TIMES PIC X(200).

      *> Warning levels
       01  WS-CFG-KEY               PIC X(20).
       01  WS-CFG-VALUE             PIC X(40).
       01  WS-CFG-RC                PIC X.
       01  WS-WARN-PCT              PIC 9(3) VALUE 80.
       01  WS-CRIT-PCT              PIC 9(3) VALUE 95.
       01  WS-WARN-COUNT            PIC 9(3) VALUE 0.
       01  WS-CRIT-COUNT            PIC 9(3) VALUE 0.

       01  WS-USED-TEXT             PIC Z(5)9.
       01  WS-LIMIT-TEXT            PIC Z(5)9.
       01  WS-PCT-TEXT              PIC Z(3)9.
       01  WS-CRIT-TEXT             PIC Z(3)9.

       PROCEDURE DIVISION.

           MOVE FUNCTION CURRENT-DATE TO WS-TODAY.
           PERFORM LOAD-THRESHOLDS.
           PERFORM LOAD-LIMITS.

           PERFORM VARYING C FROM 1 BY 1 UNTIL C > WS-CHECK-COUNT
               PERFORM MEASURE-ONE-FILE
           END-PERFORM.

           OPEN OUTPUT REPORT-FILE.
           MOVE SPACES TO REPORT-RECORD.
           STRING "InCollege Table-Capacity Headroom Report - "
               WS-TODAY(1:8) DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE "------------------------------------------------"
               TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           IF WS-CHECK-COUNT = 0
               MOVE "capacity_limits.txt is missing or lists no files."
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
           ELSE
               PERFORM WRITE-CALL-OUTS
               PERFORM WRITE-DETAIL
           END-IF.
           CLOSE REPORT-FILE.

           DISPLAY "CAPACITY-CHECK: " WS-CRIT-COUNT " critical, "
               WS-WARN-COUNT " warning.".
           GOBACK.

       LOAD-THRESHOLDS SECTION.
           MOVE "CAPACITY-WARN-PCT" TO WS-CFG-KEY.
           MOVE SPACES TO WS-CFG-VALUE.
           CALL "SITE-CONFIG" USING WS-CFG-KEY, WS-CFG-VALUE,
                                     WS-CFG-RC.
           IF WS-CFG-RC = 'S'
              AND FUNCTION TRIM(WS-CFG-VALUE) IS NUMERIC
               MOVE FUNCTION NUMVAL(WS-CFG-VALUE) TO WS-WARN-PCT
           END-IF.

           MOVE "CAPACITY-CRIT-PCT" TO WS-CFG-KEY.
           MOVE SPACES TO WS-CFG-VALUE.
           CALL "SITE-CONFIG" USING WS-CFG-KEY, WS-CFG-VALUE,
                                     WS-CFG-RC.
           IF WS-CFG-RC = 'S'
              AND FUNCTION TRIM(WS-CFG-VALUE) IS NUMERIC
               MOVE FUNCTION NUMVAL(WS-CFG-VALUE) TO WS-CRIT-PCT
           END-IF.
           EXIT SECTION.

       LOAD-LIMITS SECTION.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT LIMITS-FILE.
           IF WS-LIMITS-STATUS NOT = "00"
               CLOSE LIMITS-FILE
               EXIT SECTION
           END-IF.
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ LIMITS-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF LIMITS-RECORD(1:1) NOT = "#"
                          AND LIMITS-RECORD NOT = SPACES
                           PERFORM TAKE-LIMIT-ROW
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE LIMITS-FILE.
           EXIT SECTION.

       TAKE-LIMIT-ROW SECTION.
           MOVE SPACES TO WS-ROW-FILE, WS-ROW-LIMIT, WS-ROW-BASIS,
                          WS-ROW-PROGRAMS.
           UNSTRING LIMITS-RECORD DELIMITED BY "~"
               INTO WS-ROW-FILE, WS-ROW-LIMIT, WS-ROW-BASIS,
                    WS-ROW-PROGRAMS
           END-UNSTRING.
           IF FUNCTION TRIM(WS-ROW-LIMIT) IS NOT NUMERIC
              OR FUNCTION NUMVAL(WS-ROW-LIMIT) = 0
              OR WS-CHECK-COUNT >= 200
               EXIT SECTION
           END-IF.
           ADD 1 TO WS-CHECK-COUNT.
           MOVE FUNCTION TRIM(WS-ROW-FILE) TO WS-CHK-FILE(WS-CHECK-COUNT).
           MOVE FUNCTION NUMVAL(WS-ROW-LIMIT)
               TO WS-CHK-LIMIT(WS-CHECK-COUNT).
           MOVE WS-ROW-PROGRAMS TO WS-CHK-PROGRAMS(WS-CHECK-COUNT).
           MOVE 0 TO WS-CHK-KEY-FIELD(WS-CHECK-COUNT).
           MOVE "ROWS" TO WS-CHK-BASIS(WS-CHECK-COUNT).
           IF WS-ROW-BASIS(1:4) = "KEY:"
              AND FUNCTION TRIM(WS-ROW-BASIS(5:2)) IS NUMERIC
              AND FUNCTION NUMVAL(WS-ROW-BASIS(5:2)) >= 1
              AND FUNCTION NUMVAL(WS-ROW-BASIS(5:2)) <= 12
               MOVE FUNCTION TRIM(WS-ROW-BASIS)
                   TO WS-CHK-BASIS(WS-CHECK-COUNT)
               MOVE FUNCTION NUMVAL(WS-ROW-BASIS(5:2))
                   TO WS-CHK-KEY-FIELD(WS-CHECK-COUNT)
           END-IF.
           EXIT SECTION.

      *> Entry C: count its live rows (or its biggest key group) and
      *> grade the percentage used.
       MEASURE-ONE-FILE SECTION.
           MOVE 0 TO WS-CHK-USED(C), WS-KEY-COUNT.
           MOVE SPACES TO WS-CHK-MAX-KEY(C).
           MOVE WS-CHK-FILE(C) TO WS-DATA-FILENAME.
           MOVE 'N' TO WS-DATA-EOF.
           OPEN INPUT DATA-FILE.
           IF WS-DATA-STATUS = "00"
               PERFORM UNTIL WS-DATA-EOF = 'Y'
                   READ DATA-FILE
                       AT END
                           MOVE 'Y' TO WS-DATA-EOF
                       NOT AT END
                           IF DATA-RECORD NOT = SPACES
                               IF WS-CHK-KEY-FIELD(C) = 0
                                   ADD 1 TO WS-CHK-USED(C)
                               ELSE
                                   PERFORM COUNT-KEYED-ROW
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE DATA-FILE.

           COMPUTE WS-CHK-PCT(C) =
               WS-CHK-USED(C) * 100 / WS-CHK-LIMIT(C).
           EVALUATE TRUE
               WHEN WS-CHK-PCT(C) >= WS-CRIT-PCT
                   MOVE "CRITICAL" TO WS-CHK-LEVEL(C)
                   ADD 1 TO WS-CRIT-COUNT
               WHEN WS-CHK-PCT(C) >= WS-WARN-PCT
                   MOVE "WARNING" TO WS-CHK-LEVEL(C)
                   ADD 1 TO WS-WARN-COUNT
               WHEN OTHER
                   MOVE "ok" TO WS-CHK-LEVEL(C)
           END-EVALUATE.
           EXIT SECTION.

       COUNT-KEYED-ROW SECTION.
           MOVE SPACES TO WS-FIELDS.
           UNSTRING DATA-RECORD DELIMITED BY "~"
               INTO WS-FIELD(1), WS-FIELD(2), WS-FIELD(3), WS-FIELD(4),
                    WS-FIELD(5), WS-FIELD(6), WS-FIELD(7), WS-FIELD(8),
                    WS-FIELD(9), WS-FIELD(10), WS-FIELD(11),
                    WS-FIELD(12)
           END-UNSTRING.
           MOVE FUNCTION TRIM(WS-FIELD(WS-CHK-KEY-FIELD(C)))
               TO WS-THIS-KEY.
           MOVE 0 TO WS-KEY-FOUND.
           PERFORM VARYING K FROM 1 BY 1
                   UNTIL K > WS-KEY-COUNT OR WS-KEY-FOUND > 0
               IF WS-KEY-VALUE(K) = WS-THIS-KEY
                   MOVE K TO WS-KEY-FOUND
               END-IF
           END-PERFORM.
           IF WS-KEY-FOUND = 0
               IF WS-KEY-COUNT >= 5000
                   EXIT SECTION
               END-IF
               ADD 1 TO WS-KEY-COUNT
               MOVE WS-KEY-COUNT TO WS-KEY-FOUND
               MOVE WS-THIS-KEY TO WS-KEY-VALUE(WS-KEY-FOUND)
               MOVE 0 TO WS-KEY-ROWS(WS-KEY-FOUND)
           END-IF.
           ADD 1 TO WS-KEY-ROWS(WS-KEY-FOUND).
           IF WS-KEY-ROWS(WS-KEY-FOUND) > WS-CHK-USED(C)
               MOVE WS-KEY-ROWS(WS-KEY-FOUND) TO WS-CHK-USED(C)
               MOVE WS-THIS-KEY TO WS-CHK-MAX-KEY(C)
           END-IF.
           EXIT SECTION.

      *> The files that need attention first, worst level first.
       WRITE-CALL-OUTS SECTION.
           MOVE "Over threshold:" TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           PERFORM VARYING C FROM 1 BY 1 UNTIL C > WS-CHECK-COUNT
               IF WS-CHK-LEVEL(C) = "CRITICAL"
                   PERFORM WRITE-CALL-OUT-LINE
               END-IF
           END-PERFORM.
           PERFORM VARYING C FROM 1 BY 1 UNTIL C > WS-CHECK-COUNT
               IF WS-CHK-LEVEL(C) = "WARNING"
                   PERFORM WRITE-CALL-OUT-LINE
               END-IF
           END-PERFORM.
           IF WS-CRIT-COUNT = 0 AND WS-WARN-COUNT = 0
               MOVE "  (none -- every file has headroom)"
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.
           MOVE WS-WARN-PCT TO WS-PCT-TEXT.
           MOVE WS-CRIT-PCT TO WS-CRIT-TEXT.
           MOVE SPACES TO REPORT-RECORD.
           STRING "  (WARNING at " FUNCTION TRIM(WS-PCT-TEXT)
               "% of the table, CRITICAL at "
               FUNCTION TRIM(WS-CRIT-TEXT) "%)"
               DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           EXIT SECTION.

       WRITE-CALL-OUT-LINE SECTION.
           MOVE WS-CHK-USED(C) TO WS-USED-TEXT.
           MOVE WS-CHK-LIMIT(C) TO WS-LIMIT-TEXT.
           MOVE WS-CHK-PCT(C) TO WS-PCT-TEXT.
           MOVE SPACES TO REPORT-RECORD.
           IF WS-CHK-KEY-FIELD(C) = 0
               STRING "  ** " FUNCTION TRIM(WS-CHK-LEVEL(C)) " "
                   FUNCTION TRIM(WS-CHK-FILE(C)) " "
                   FUNCTION TRIM(WS-USED-TEXT) " of "
                   FUNCTION TRIM(WS-LIMIT-TEXT) " rows ("
                   FUNCTION TRIM(WS-PCT-TEXT) "%) -- "
                   FUNCTION TRIM(WS-CHK-PROGRAMS(C))
                   DELIMITED BY SIZE INTO REPORT-RECORD
           ELSE
               STRING "  ** " FUNCTION TRIM(WS-CHK-LEVEL(C)) " "
                   FUNCTION TRIM(WS-CHK-FILE(C)) " "
                   FUNCTION TRIM(WS-USED-TEXT) " of "
                   FUNCTION TRIM(WS-LIMIT-TEXT) " rows for '"
                   FUNCTION TRIM(WS-CHK-MAX-KEY(C)) "' ("
                   FUNCTION TRIM(WS-PCT-TEXT) "%) -- "
                   FUNCTION TRIM(WS-CHK-PROGRAMS(C))
                   DELIMITED BY SIZE INTO REPORT-RECORD
           END-IF.
           WRITE REPORT-RECORD.
           EXIT SECTION.

       WRITE-DETAIL SECTION.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE "File                        Basis     Used   Limit   Pct  Level     Programs"
               TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           PERFORM VARYING C FROM 1 BY 1 UNTIL C > WS-CHECK-COUNT
               MOVE WS-CHK-USED(C) TO WS-USED-TEXT
               MOVE WS-CHK-LIMIT(C) TO WS-LIMIT-TEXT
               MOVE WS-CHK-PCT(C) TO WS-PCT-TEXT
               MOVE SPACES TO REPORT-RECORD
               STRING WS-CHK-FILE(C)(1:28) WS-CHK-BASIS(C) "  "
                   WS-USED-TEXT "  " WS-LIMIT-TEXT "  " WS-PCT-TEXT
                   "% " WS-CHK-LEVEL(C) "  "
                   FUNCTION TRIM(WS-CHK-PROGRAMS(C))
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-PERFORM.
           EXIT SECTION.
