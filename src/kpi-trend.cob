       >>SOURCE FREE
       *> KPI trend report, read back out of the nightly snapshots
       *> KPI-CAPTURE appends to kpi_history.txt:
       *>   YYYYMMDD~campus~accounts~students~employers~staff~faculty~
       *>   admins~profiles~connections~pending~openPostings~
       *>   applications~interviews~offers~hires~messages~logins
       *> The latest snapshot in the history is set against the one a
       *> week, a month and a year before it -- week over week, month
       *> over month, year over year -- figure by figure, with the
       *> change and the change as a percent of the earlier figure.
       *> When no snapshot falls on the exact day (a skipped night, a
       *> window that did not run) the nearest one up to six days
       *> earlier stands in, and the dates actually compared are
       *> printed above the table; "n/a" means the history has no
       *> snapshot in that week. Where a day was captured twice the
       *> later row is the one used.
       *> Follows the report_scope.txt convention: when that file
       *> names a campus the campus's own rows are compared, and the
       *> header says so. Absent or blank scope = the system-wide rows.
       *> Output: InCollege-KPITrendReport.txt.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. KPI-TREND.
       AUTHOR. Paola
       DATE-WRITTEN. 10/15/2026

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORY-FILE ASSIGN TO "kpi_history.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT SCOPE-FILE ASSIGN TO "report_scope.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCOPE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "InCollege-KPITrendReport.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  HISTORY-FILE.
       01  HISTORY-RECORD           PIC X(300).

       FD  SCOPE-FILE.
       01  SCOPE-RECORD             PIC X(100).

       FD  REPORT-FILE.
       01  REPORT-RECORD            PIC X(120).

       WORKING-STORAGE SECTION.
       01  WS-HISTORY-STATUS        PIC X(2).
       01  WS-SCOPE-STATUS          PIC X(2).
       01  WS-SCOPE-CAMPUS          PIC X(100) VALUE SPACES.
       01  WS-EOF-FLAG              PIC X VALUE 'N'.
       01  WS-TODAY                 PIC X(21).

       01  WS-ROW-DATE              PIC X(8).
       01  WS-ROW-CAMPUS            PIC X(100).
       01  WS-ROW-FIGURES.
           05 WS-ROW-FIG            PIC X(9) OCCURS 16 TIMES.
       01  WS-IN-SCOPE              PIC X.

      *> Snapshot 1 is the latest; 2, 3 and 4 the week, month and
      *> year before it
       01  WS-LATEST-DATE           PIC X(8) VALUE SPACES.
       01  WS-SNAP-TABLE.
           05 WS-SNAP OCCURS 4 TIMES.
              10 WS-SNAP-TARGET     PIC X(8).
              10 WS-SNAP-FLOOR      PIC X(8).
              10 WS-SNAP-DATE       PIC X(8).
              10 WS-SNAP-FIG        PIC 9(7) OCCURS 16 TIMES.
       01  P                        PIC 9.
       01  F                        PIC 99.

       01  WS-DATE-NUM              PIC 9(8).
       01  WS-DATE-INT              PIC 9(8).
       01  WS-TARGET-YEAR           PIC 9(4).
       01  WS-TARGET-MONTH          PIC 99.
       01  WS-TARGET-DAY            PIC 99.

       01  WS-FIGURE-LABELS.
           05 FILLER PIC X(22) VALUE "Accounts".
           05 FILLER PIC X(22) VALUE "  Students".
           05 FILLER PIC X(22) VALUE "  Employers".
           05 FILLER PIC X(22) VALUE "  Staff".
           05 FILLER PIC X(22) VALUE "  Faculty".
           05 FILLER PIC X(22) VALUE "  Admins".
           05 FILLER PIC X(22) VALUE "Profiles".
           05 FILLER PIC X(22) VALUE "Connections".
           05 FILLER PIC X(22) VALUE "Pending requests".
           05 FILLER PIC X(22) VALUE "Open postings".
           05 FILLER PIC X(22) VALUE "Applications".
           05 FILLER PIC X(22) VALUE "Interviews".
           05 FILLER PIC X(22) VALUE "Offers".
           05 FILLER PIC X(22) VALUE "Hires".
           05 FILLER PIC X(22) VALUE "Messages".
           05 FILLER PIC X(22) VALUE "Logins (24 hours)".
       01  WS-LABEL-TABLE REDEFINES WS-FIGURE-LABELS.
           05 WS-FIG-LABEL PIC X(22) OCCURS 16 TIMES.

       01  WS-REPORT-LINE.
           05 WS-RL-LABEL           PIC X(22).
           05 WS-RL-NOW             PIC X(8) JUSTIFIED RIGHT.
           05 WS-RL-COMPARE OCCURS 3 TIMES.
              10 FILLER             PIC X(3).
              10 WS-RL-PRIOR        PIC X(9) JUSTIFIED RIGHT.
              10 WS-RL-CHANGE       PIC X(8) JUSTIFIED RIGHT.
              10 WS-RL-PCT          PIC X(7) JUSTIFIED RIGHT.

       01  WS-COUNT-TEXT            PIC Z(6)9.
       01  WS-CHANGE                PIC S9(7).
       01  WS-CHANGE-TEXT           PIC +(7)9.
       01  WS-PCT                   PIC S9(5).
       01  WS-PCT-TEXT              PIC +(4)9.

       PROCEDURE DIVISION.

           MOVE FUNCTION CURRENT-DATE TO WS-TODAY.
           INITIALIZE WS-SNAP-TABLE.
           OPEN OUTPUT REPORT-FILE.

           MOVE SPACES TO REPORT-RECORD.
           STRING "InCollege KPI Trend Report - " WS-TODAY(1:8)
               DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE ALL "-" TO REPORT-RECORD(1:111).
           WRITE REPORT-RECORD.

           PERFORM READ-REPORT-SCOPE.
           MOVE SPACES TO REPORT-RECORD.
           IF FUNCTION TRIM(WS-SCOPE-CAMPUS) > SPACES
               STRING "Scoped to campus: " FUNCTION TRIM(WS-SCOPE-CAMPUS)
                   DELIMITED BY SIZE INTO REPORT-RECORD
           ELSE
               MOVE "System-wide" TO REPORT-RECORD
           END-IF.
           WRITE REPORT-RECORD.

           PERFORM FIND-LATEST-SNAPSHOT.
           IF WS-LATEST-DATE = SPACES
               MOVE "No KPI snapshots have been captured for this scope yet."
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
               CLOSE REPORT-FILE
               GOBACK
           END-IF.

           PERFORM SET-COMPARISON-TARGETS.
           PERFORM PICK-SNAPSHOTS.
           PERFORM WRITE-COMPARISON-DATES.
           PERFORM WRITE-TREND-TABLE.

           CLOSE REPORT-FILE.
           GOBACK.

       READ-REPORT-SCOPE SECTION.
           MOVE SPACES TO WS-SCOPE-CAMPUS.
           OPEN INPUT SCOPE-FILE.
           IF WS-SCOPE-STATUS = "00"
               READ SCOPE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SCOPE-RECORD TO WS-SCOPE-CAMPUS
               END-READ
           END-IF.
           CLOSE SCOPE-FILE.
           EXIT SECTION.

       PARSE-HISTORY-ROW SECTION.
           MOVE SPACES TO WS-ROW-DATE, WS-ROW-CAMPUS, WS-ROW-FIGURES.
           UNSTRING HISTORY-RECORD DELIMITED BY "~"
               INTO WS-ROW-DATE, WS-ROW-CAMPUS,
                    WS-ROW-FIG(1), WS-ROW-FIG(2), WS-ROW-FIG(3),
                    WS-ROW-FIG(4), WS-ROW-FIG(5), WS-ROW-FIG(6),
                    WS-ROW-FIG(7), WS-ROW-FIG(8), WS-ROW-FIG(9),
                    WS-ROW-FIG(10), WS-ROW-FIG(11), WS-ROW-FIG(12),
                    WS-ROW-FIG(13), WS-ROW-FIG(14), WS-ROW-FIG(15),
                    WS-ROW-FIG(16)
           END-UNSTRING.
           MOVE 'N' TO WS-IN-SCOPE.
           IF WS-ROW-DATE IS NOT NUMERIC
               EXIT SECTION
           END-IF.
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ROW-CAMPUS)) =
              FUNCTION UPPER-CASE(FUNCTION TRIM(WS-SCOPE-CAMPUS))
               MOVE 'Y' TO WS-IN-SCOPE
           END-IF.
           EXIT SECTION.

       FIND-LATEST-SNAPSHOT SECTION.
           MOVE SPACES TO WS-LATEST-DATE.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT HISTORY-FILE.
           IF WS-HISTORY-STATUS NOT = "00"
               CLOSE HISTORY-FILE
               EXIT SECTION
           END-IF.
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ HISTORY-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM PARSE-HISTORY-ROW
                       IF WS-IN-SCOPE = 'Y'
                          AND (WS-LATEST-DATE = SPACES
                               OR WS-ROW-DATE > WS-LATEST-DATE)
                           MOVE WS-ROW-DATE TO WS-LATEST-DATE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE HISTORY-FILE.
           EXIT SECTION.

      *> A week back is seven days; a month and a year back keep the
      *> day of the month, pulled in to the month's last day when the
      *> earlier month is shorter (Mar 31 -> Feb 28).
       SET-COMPARISON-TARGETS SECTION.
           MOVE WS-LATEST-DATE TO WS-SNAP-TARGET(1).

           MOVE WS-LATEST-DATE TO WS-DATE-NUM.
           COMPUTE WS-DATE-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) - 7.
           MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INT) TO WS-DATE-NUM.
           MOVE WS-DATE-NUM TO WS-SNAP-TARGET(2).

           MOVE WS-LATEST-DATE(1:4) TO WS-TARGET-YEAR.
           MOVE WS-LATEST-DATE(5:2) TO WS-TARGET-MONTH.
           MOVE WS-LATEST-DATE(7:2) TO WS-TARGET-DAY.
           IF WS-TARGET-MONTH = 1
               MOVE 12 TO WS-TARGET-MONTH
               SUBTRACT 1 FROM WS-TARGET-YEAR
           ELSE
               SUBTRACT 1 FROM WS-TARGET-MONTH
           END-IF.
           PERFORM BUILD-TARGET-DATE.
           MOVE WS-DATE-NUM TO WS-SNAP-TARGET(3).

           MOVE WS-LATEST-DATE(1:4) TO WS-TARGET-YEAR.
           MOVE WS-LATEST-DATE(5:2) TO WS-TARGET-MONTH.
           MOVE WS-LATEST-DATE(7:2) TO WS-TARGET-DAY.
           SUBTRACT 1 FROM WS-TARGET-YEAR.
           PERFORM BUILD-TARGET-DATE.
           MOVE WS-DATE-NUM TO WS-SNAP-TARGET(4).

      *> The earliest stand-in each comparison will take
           MOVE "00000000" TO WS-SNAP-FLOOR(1).
           PERFORM VARYING P FROM 2 BY 1 UNTIL P > 4
               MOVE WS-SNAP-TARGET(P) TO WS-DATE-NUM
               COMPUTE WS-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) - 6
               MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INT) TO WS-DATE-NUM
               MOVE WS-DATE-NUM TO WS-SNAP-FLOOR(P)
           END-PERFORM.
           EXIT SECTION.

       BUILD-TARGET-DATE SECTION.
           COMPUTE WS-DATE-NUM = WS-TARGET-YEAR * 10000
                               + WS-TARGET-MONTH * 100 + WS-TARGET-DAY.
           PERFORM UNTIL FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-NUM) = 0
                      OR WS-TARGET-DAY < 29
               SUBTRACT 1 FROM WS-TARGET-DAY
               COMPUTE WS-DATE-NUM = WS-TARGET-YEAR * 10000
                                   + WS-TARGET-MONTH * 100 + WS-TARGET-DAY
           END-PERFORM.
           EXIT SECTION.

      *> For each target, the in-scope row with the latest date on or
      *> before it (and not before its floor); rows for the same day replace one another in file
      *> order, so a rerun's figures win.
       PICK-SNAPSHOTS SECTION.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT HISTORY-FILE.
           IF WS-HISTORY-STATUS NOT = "00"
               CLOSE HISTORY-FILE
               EXIT SECTION
           END-IF.
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ HISTORY-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM PARSE-HISTORY-ROW
                       IF WS-IN-SCOPE = 'Y'
                           PERFORM VARYING P FROM 1 BY 1 UNTIL P > 4
                               IF WS-ROW-DATE <= WS-SNAP-TARGET(P)
                                  AND WS-ROW-DATE >= WS-SNAP-FLOOR(P)
                                  AND (WS-SNAP-DATE(P) = SPACES
                                       OR WS-ROW-DATE >= WS-SNAP-DATE(P))
                                   PERFORM TAKE-SNAPSHOT
                               END-IF
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE HISTORY-FILE.
           EXIT SECTION.

       TAKE-SNAPSHOT SECTION.
           MOVE WS-ROW-DATE TO WS-SNAP-DATE(P).
           PERFORM VARYING F FROM 1 BY 1 UNTIL F > 16
               IF FUNCTION TRIM(WS-ROW-FIG(F)) IS NUMERIC
                   MOVE FUNCTION NUMVAL(WS-ROW-FIG(F))
                       TO WS-SNAP-FIG(P, F)
               ELSE
                   MOVE 0 TO WS-SNAP-FIG(P, F)
               END-IF
           END-PERFORM.
           EXIT SECTION.

       WRITE-COMPARISON-DATES SECTION.
           MOVE SPACES TO REPORT-RECORD.
           STRING "Latest snapshot: " WS-SNAP-DATE(1)
               DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           STRING "Compared with:   week " DELIMITED BY SIZE
               INTO REPORT-RECORD.
           PERFORM VARYING P FROM 2 BY 1 UNTIL P > 4
               EVALUATE P
                   WHEN 3
                       STRING FUNCTION TRIM(REPORT-RECORD) ", month "
                           DELIMITED BY SIZE INTO REPORT-RECORD
                   WHEN 4
                       STRING FUNCTION TRIM(REPORT-RECORD) ", year "
                           DELIMITED BY SIZE INTO REPORT-RECORD
               END-EVALUATE
               IF WS-SNAP-DATE(P) = SPACES
                   STRING FUNCTION TRIM(REPORT-RECORD) " n/a"
                       DELIMITED BY SIZE INTO REPORT-RECORD
               ELSE
                   STRING FUNCTION TRIM(REPORT-RECORD) " "
                          WS-SNAP-DATE(P)
                       DELIMITED BY SIZE INTO REPORT-RECORD
               END-IF
           END-PERFORM.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           EXIT SECTION.

       WRITE-TREND-TABLE SECTION.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE "Figure" TO WS-RL-LABEL.
           MOVE "Latest" TO WS-RL-NOW.
           MOVE "Week ago" TO WS-RL-PRIOR(1).
           MOVE "Month ago" TO WS-RL-PRIOR(2).
           MOVE "Year ago" TO WS-RL-PRIOR(3).
           PERFORM VARYING P FROM 1 BY 1 UNTIL P > 3
               MOVE "Change" TO WS-RL-CHANGE(P)
               MOVE "Pct" TO WS-RL-PCT(P)
           END-PERFORM.
           MOVE WS-REPORT-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.

           PERFORM VARYING F FROM 1 BY 1 UNTIL F > 16
               PERFORM WRITE-FIGURE-LINE
           END-PERFORM.
           EXIT SECTION.

       WRITE-FIGURE-LINE SECTION.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE WS-FIG-LABEL(F) TO WS-RL-LABEL.
           MOVE WS-SNAP-FIG(1, F) TO WS-COUNT-TEXT.
           MOVE FUNCTION TRIM(WS-COUNT-TEXT) TO WS-RL-NOW.
           PERFORM VARYING P FROM 2 BY 1 UNTIL P > 4
               IF WS-SNAP-DATE(P) = SPACES
                   MOVE "n/a" TO WS-RL-PRIOR(P - 1)
               ELSE
                   PERFORM FILL-COMPARISON
               END-IF
           END-PERFORM.
           MOVE WS-REPORT-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           EXIT SECTION.

       FILL-COMPARISON SECTION.
           MOVE WS-SNAP-FIG(P, F) TO WS-COUNT-TEXT.
           MOVE FUNCTION TRIM(WS-COUNT-TEXT) TO WS-RL-PRIOR(P - 1).
           COMPUTE WS-CHANGE = WS-SNAP-FIG(1, F) - WS-SNAP-FIG(P, F).
           MOVE WS-CHANGE TO WS-CHANGE-TEXT.
           MOVE FUNCTION TRIM(WS-CHANGE-TEXT) TO WS-RL-CHANGE(P - 1).
           IF WS-SNAP-FIG(P, F) = 0
               MOVE "n/a" TO WS-RL-PCT(P - 1)
           ELSE
               COMPUTE WS-PCT ROUNDED =
                   WS-CHANGE * 100 / WS-SNAP-FIG(P, F)
               MOVE WS-PCT TO WS-PCT-TEXT
               MOVE SPACES TO WS-RL-PCT(P - 1)
               STRING FUNCTION TRIM(WS-PCT-TEXT) "%"
                   DELIMITED BY SIZE INTO WS-RL-PCT(P - 1)
               MOVE FUNCTION TRIM(WS-RL-PCT(P - 1)) TO WS-RL-PCT(P - 1)
           END-IF.
           EXIT SECTION.
