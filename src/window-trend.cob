       >>SOURCE FREE
       *> Nightly window performance trend, read back out of the
       *> run-control history BATCH-NIGHTLY leaves in
       *> batch_runcontrol.txt:
       *>   YYYYMMDD~step~STARTED|COMPLETED~HHMMSS
       *> Each STARTED row is paired with the next COMPLETED row for the
       *> same night and step (a step that crossed midnight is allowed
       *> for). For every step that ran on the latest night in the
       *> history, the report shows tonight's elapsed time against the
       *> average and the worst of that step's previous 30 runs, and
       *> calls the step out when it ran more than WINDOW-SLOW-PCT
       *> (default 25) percent over its average -- as long as the
       *> overrun itself is at least WINDOW-SLOW-SECS (default 30)
       *> seconds, so a two-second step taking three does not cry wolf.
       *> Below that, the total window (first step started to last step
       *> completed) by week, Monday to Sunday, for the last eight
       *> weeks: nights run, average window and longest window.
       *> A STARTED row with no COMPLETED row (a crash, or this step
       *> still running) is left out of every figure.
       *> Output: InCollege-WindowTrendReport.txt.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WINDOW-TREND.
       AUTHOR. Paola
       DATE-WRITTEN. 10/15/2026

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUNCTL-FILE ASSIGN TO "batch_runcontrol.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT REPORT-FILE ASSIGN TO "InCollege-WindowTrendReport.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RUNCTL-FILE.
       01  RUNCTL-RECORD            PIC X(80).

       FD  REPORT-FILE.
       01  REPORT-RECORD            PIC X(120).

       WORKING-STORAGE SECTION.
       01  WS-RUNCTL-STATUS         PIC X(2).
       01  WS-EOF-FLAG              PIC X VALUE 'N'.

       01  WS-ROW-DATE              PIC X(8).
       01  WS-ROW-STEP              PIC X(20).
       01  WS-ROW-STATE             PIC X(10).
       01  WS-ROW-TIME              PIC X(6).
       01  WS-ROW-SECS              PIC 9(5).
       01  WS-ROW-INT               PIC 9(8).

      *> STARTED rows still waiting for their COMPLETED row
       01  WS-OPEN-COUNT            PIC 9(3) VALUE 0.
       01  WS-OPEN-TABLE.
           05 WS-OPEN-ENTRY OCCURS 100 TIMES.
              10 WS-OPEN-DATE       PIC X(8).
              10 WS-OPEN-STEP       PIC X(20).
              10 WS-OPEN-START      PIC 9(5).

      *> Every completed step run, in history order
       01  WS-RUN-COUNT             PIC 9(5) VALUE 0.
       01  WS-RUN-TABLE.
           05 WS-RUN-ENTRY OCCURS 6000 TIMES.
              10 WS-RUN-DATE        PIC X(8).
              10 WS-RUN-DAY         PIC 9(8).
              10 WS-RUN-STEP        PIC X(20).
              10 WS-RUN-SECS        PIC 9(6).

      *> One entry per night: the first step's start anchors the
      *> window, and the window runs to the latest completion after it
       01  WS-NIGHT-COUNT           PIC 9(4) VALUE 0.
       01  WS-NIGHT-TABLE.
           05 WS-NIGHT-ENTRY OCCURS 1000 TIMES.
              10 WS-NIGHT-DATE      PIC X(8).
              10 WS-NIGHT-DAY       PIC 9(8).
              10 WS-NIGHT-ANCHOR    PIC 9(5).
              10 WS-NIGHT-LENGTH    PIC 9(6).

       01  I                        PIC 9(5).
       01  J                        PIC 9(5).
       01  N                        PIC 9(4).
       01  WS-FOUND                 PIC 9(5).
       01  WS-START-SECS            PIC 9(5).
       01  WS-ELAPSED               PIC S9(6).
       01  WS-REL-END               PIC S9(6).

      *> Tonight against the step's norm
       01  WS-TONIGHT-DAY           PIC 9(8) VALUE 0.
       01  WS-TONIGHT-DATE          PIC X(8) VALUE SPACES.
       01  WS-HIST-COUNT            PIC 9(3).
       01  WS-HIST-SUM              PIC 9(9).
       01  WS-HIST-AVG              PIC 9(6).
       01  WS-HIST-WORST            PIC 9(6).
       01  WS-HIST-WORST-DATE       PIC X(8).
       01  WS-OVER-PCT              PIC S9(5).
       01  WS-OVER-SECS             PIC S9(6).
       01  WS-SLOW-FLAG             PIC X.
       01  WS-SLOW-COUNT            PIC 9(3) VALUE 0.

      *> Weekly window trend
       01  WS-THIS-WEEK             PIC 9(7).
       01  WS-WEEK                  PIC 9(7).
       01  WS-NIGHT-WEEK            PIC 9(7).
       01  WS-WEEK-NIGHTS           PIC 9(3).
       01  WS-WEEK-SUM              PIC 9(9).
       01  WS-WEEK-AVG              PIC 9(6).
       01  WS-WEEK-LONGEST          PIC 9(6).
       01  WS-WEEK-START            PIC 9(8).
       01  W                        PIC 9(2).

      *> Thresholds
       01  WS-CFG-KEY               PIC X(20).
       01  WS-CFG-VALUE             PIC X(40).
       01  WS-CFG-RC                PIC X.
       01  WS-SLOW-PCT              PIC 9(3) VALUE 25.
       01  WS-SLOW-SECS             PIC 9(5) VALUE 30.

      *> HH:MM:SS rendering
       01  WS-FMT-SECS              PIC 9(6).
       01  WS-FMT-HH                PIC 9(2).
       01  WS-FMT-MM                PIC 9(2).
       01  WS-FMT-SS                PIC 9(2).
       01  WS-FMT-TEXT              PIC X(8).
       01  WS-TONIGHT-TEXT          PIC X(8).
       01  WS-AVG-TEXT              PIC X(8).
       01  WS-WORST-TEXT            PIC X(8).
       01  WS-COUNT-TEXT            PIC Z(4)9.
       01  WS-PCT-TEXT              PIC -(4)9.

       PROCEDURE DIVISION.

           PERFORM LOAD-THRESHOLDS.
           PERFORM LOAD-HISTORY.

           OPEN OUTPUT REPORT-FILE.
           MOVE SPACES TO REPORT-RECORD.
           STRING "InCollege Nightly Window Trend Report - night of "
               WS-TONIGHT-DATE DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE "------------------------------------------------"
               TO REPORT-RECORD.
           WRITE REPORT-RECORD.

           IF WS-RUN-COUNT = 0
               MOVE "No completed steps in batch_runcontrol.txt yet."
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
               CLOSE REPORT-FILE
               DISPLAY "WINDOW-TREND: no run-control history."
               GOBACK
           END-IF.

           PERFORM WRITE-STEP-TABLE.
           PERFORM WRITE-WEEKLY-TREND.
           CLOSE REPORT-FILE.

           DISPLAY "WINDOW-TREND: " WS-SLOW-COUNT
               " step(s) running over their norm.".
           GOBACK.

       LOAD-THRESHOLDS SECTION.
           MOVE "WINDOW-SLOW-PCT" TO WS-CFG-KEY.
           MOVE SPACES TO WS-CFG-VALUE.
           CALL "SITE-CONFIG" USING WS-CFG-KEY, WS-CFG-VALUE,
                                     WS-CFG-RC.
           IF WS-CFG-RC = 'S'
              AND FUNCTION TRIM(WS-CFG-VALUE) IS NUMERIC
               MOVE FUNCTION NUMVAL(WS-CFG-VALUE) TO WS-SLOW-PCT
           END-IF.

           MOVE "WINDOW-SLOW-SECS" TO WS-CFG-KEY.
           MOVE SPACES TO WS-CFG-VALUE.
           CALL "SITE-CONFIG" USING WS-CFG-KEY, WS-CFG-VALUE,
                                     WS-CFG-RC.
           IF WS-CFG-RC = 'S'
              AND FUNCTION TRIM(WS-CFG-VALUE) IS NUMERIC
               MOVE FUNCTION NUMVAL(WS-CFG-VALUE) TO WS-SLOW-SECS
           END-IF.
           EXIT SECTION.

      *> One pass over the history: pair STARTED with COMPLETED into
      *> the run table and grow each night's window as runs land.
       LOAD-HISTORY SECTION.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT RUNCTL-FILE.
           IF WS-RUNCTL-STATUS NOT = "00"
               CLOSE RUNCTL-FILE
               EXIT SECTION
           END-IF.
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ RUNCTL-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM TAKE-RUNCTL-ROW
               END-READ
           END-PERFORM.
           CLOSE RUNCTL-FILE.
           EXIT SECTION.

       TAKE-RUNCTL-ROW SECTION.
           MOVE SPACES TO WS-ROW-DATE, WS-ROW-STEP, WS-ROW-STATE,
                          WS-ROW-TIME.
           UNSTRING RUNCTL-RECORD DELIMITED BY "~"
               INTO WS-ROW-DATE, WS-ROW-STEP, WS-ROW-STATE, WS-ROW-TIME
           END-UNSTRING.
           IF WS-ROW-DATE IS NOT NUMERIC
              OR WS-ROW-TIME IS NOT NUMERIC
               EXIT SECTION
           END-IF.
           MOVE WS-ROW-DATE TO WS-ROW-INT.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-ROW-INT) NOT = 0
               EXIT SECTION
           END-IF.
           COMPUTE WS-ROW-SECS =
               FUNCTION NUMVAL(WS-ROW-TIME(1:2)) * 3600
             + FUNCTION NUMVAL(WS-ROW-TIME(3:2)) * 60
             + FUNCTION NUMVAL(WS-ROW-TIME(5:2)).

           MOVE 0 TO WS-FOUND.
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > WS-OPEN-COUNT OR WS-FOUND > 0
               IF WS-OPEN-DATE(I) = WS-ROW-DATE
                  AND WS-OPEN-STEP(I) = WS-ROW-STEP
                   MOVE I TO WS-FOUND
               END-IF
           END-PERFORM.

           EVALUATE FUNCTION TRIM(WS-ROW-STATE)
               WHEN "STARTED"
      *> A rerun after a crash simply restarts the clock
                   IF WS-FOUND = 0
                       IF WS-OPEN-COUNT >= 100
                           EXIT SECTION
                       END-IF
                       ADD 1 TO WS-OPEN-COUNT
                       MOVE WS-OPEN-COUNT TO WS-FOUND
                   END-IF
                   MOVE WS-ROW-DATE TO WS-OPEN-DATE(WS-FOUND)
                   MOVE WS-ROW-STEP TO WS-OPEN-STEP(WS-FOUND)
                   MOVE WS-ROW-SECS TO WS-OPEN-START(WS-FOUND)
               WHEN "COMPLETED"
                   IF WS-FOUND > 0
                       MOVE WS-OPEN-START(WS-FOUND) TO WS-START-SECS
                       PERFORM CLOSE-OPEN-ENTRY
                       PERFORM ADD-RUN
                   END-IF
           END-EVALUATE.
           EXIT SECTION.

      *> Drops the paired STARTED entry by moving the last one into
      *> its slot.
       CLOSE-OPEN-ENTRY SECTION.
           IF WS-FOUND < WS-OPEN-COUNT
               MOVE WS-OPEN-ENTRY(WS-OPEN-COUNT)
                   TO WS-OPEN-ENTRY(WS-FOUND)
           END-IF.
           SUBTRACT 1 FROM WS-OPEN-COUNT.
           EXIT SECTION.

       ADD-RUN SECTION.
           COMPUTE WS-ELAPSED = WS-ROW-SECS - WS-START-SECS.
           IF WS-ELAPSED < 0
               ADD 86400 TO WS-ELAPSED
           END-IF.
           IF WS-RUN-COUNT >= 6000
               EXIT SECTION
           END-IF.
           ADD 1 TO WS-RUN-COUNT.
           MOVE WS-ROW-DATE TO WS-RUN-DATE(WS-RUN-COUNT).
           MOVE FUNCTION INTEGER-OF-DATE(WS-ROW-INT)
               TO WS-RUN-DAY(WS-RUN-COUNT).
           MOVE WS-ROW-STEP TO WS-RUN-STEP(WS-RUN-COUNT).
           MOVE WS-ELAPSED TO WS-RUN-SECS(WS-RUN-COUNT).
           IF WS-RUN-DAY(WS-RUN-COUNT) > WS-TONIGHT-DAY
               MOVE WS-RUN-DAY(WS-RUN-COUNT) TO WS-TONIGHT-DAY
               MOVE WS-ROW-DATE TO WS-TONIGHT-DATE
           END-IF.

           MOVE 0 TO N.
           PERFORM VARYING J FROM WS-NIGHT-COUNT BY -1
                   UNTIL J < 1 OR N > 0
               IF WS-NIGHT-DATE(J) = WS-ROW-DATE
                   MOVE J TO N
               END-IF
           END-PERFORM.
           IF N = 0
               IF WS-NIGHT-COUNT >= 1000
                   EXIT SECTION
               END-IF
               ADD 1 TO WS-NIGHT-COUNT
               MOVE WS-NIGHT-COUNT TO N
               MOVE WS-ROW-DATE TO WS-NIGHT-DATE(N)
               MOVE WS-RUN-DAY(WS-RUN-COUNT) TO WS-NIGHT-DAY(N)
               MOVE WS-START-SECS TO WS-NIGHT-ANCHOR(N)
               MOVE 0 TO WS-NIGHT-LENGTH(N)
           END-IF.
           COMPUTE WS-REL-END = WS-START-SECS - WS-NIGHT-ANCHOR(N).
           IF WS-REL-END < 0
               ADD 86400 TO WS-REL-END
           END-IF.
           ADD WS-ELAPSED TO WS-REL-END.
           IF WS-REL-END > WS-NIGHT-LENGTH(N)
               MOVE WS-REL-END TO WS-NIGHT-LENGTH(N)
           END-IF.
           EXIT SECTION.

      *> Tonight's steps, each against its own previous 30 runs.
       WRITE-STEP-TABLE SECTION.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE "   Step                Tonight   30-run avg  Worst     (night)     vs avg"
               TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-RUN-COUNT
               IF WS-RUN-DAY(I) = WS-TONIGHT-DAY
                   PERFORM WRITE-ONE-STEP
               END-IF
           END-PERFORM.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE WS-SLOW-PCT TO WS-PCT-TEXT.
           MOVE WS-SLOW-SECS TO WS-COUNT-TEXT.
           IF WS-SLOW-COUNT = 0
               MOVE SPACES TO REPORT-RECORD
               STRING "No step ran more than " FUNCTION TRIM(WS-PCT-TEXT)
                   "% over its average (overruns under "
                   FUNCTION TRIM(WS-COUNT-TEXT) " seconds ignored)."
                   DELIMITED BY SIZE INTO REPORT-RECORD
           ELSE
               MOVE SPACES TO REPORT-RECORD
               STRING "** marks a step more than "
                   FUNCTION TRIM(WS-PCT-TEXT)
                   "% over its average (overruns under "
                   FUNCTION TRIM(WS-COUNT-TEXT) " seconds ignored)."
                   DELIMITED BY SIZE INTO REPORT-RECORD
           END-IF.
           WRITE REPORT-RECORD.
           EXIT SECTION.

       WRITE-ONE-STEP SECTION.
           MOVE 0 TO WS-HIST-COUNT, WS-HIST-SUM, WS-HIST-WORST.
           MOVE SPACES TO WS-HIST-WORST-DATE.
           PERFORM VARYING J FROM WS-RUN-COUNT BY -1
                   UNTIL J < 1 OR WS-HIST-COUNT >= 30
               IF WS-RUN-STEP(J) = WS-RUN-STEP(I)
                  AND WS-RUN-DAY(J) < WS-TONIGHT-DAY
                   ADD 1 TO WS-HIST-COUNT
                   ADD WS-RUN-SECS(J) TO WS-HIST-SUM
                   IF WS-RUN-SECS(J) > WS-HIST-WORST
                      OR WS-HIST-WORST-DATE = SPACES
                       MOVE WS-RUN-SECS(J) TO WS-HIST-WORST
                       MOVE WS-RUN-DATE(J) TO WS-HIST-WORST-DATE
                   END-IF
               END-IF
           END-PERFORM.

           MOVE WS-RUN-SECS(I) TO WS-FMT-SECS.
           PERFORM FORMAT-ELAPSED.
           MOVE WS-FMT-TEXT TO WS-TONIGHT-TEXT.

           MOVE SPACES TO REPORT-RECORD.
           IF WS-HIST-COUNT = 0
               STRING "   " WS-RUN-STEP(I) WS-TONIGHT-TEXT
                   "  (first run -- no history yet)"
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
               EXIT SECTION
           END-IF.

           COMPUTE WS-HIST-AVG ROUNDED = WS-HIST-SUM / WS-HIST-COUNT.
           MOVE WS-HIST-AVG TO WS-FMT-SECS.
           PERFORM FORMAT-ELAPSED.
           MOVE WS-FMT-TEXT TO WS-AVG-TEXT.
           MOVE WS-HIST-WORST TO WS-FMT-SECS.
           PERFORM FORMAT-ELAPSED.
           MOVE WS-FMT-TEXT TO WS-WORST-TEXT.

           COMPUTE WS-OVER-SECS = WS-RUN-SECS(I) - WS-HIST-AVG.
           IF WS-HIST-AVG > 0
               COMPUTE WS-OVER-PCT ROUNDED =
                   WS-OVER-SECS * 100 / WS-HIST-AVG
           ELSE
               MOVE 0 TO WS-OVER-PCT
           END-IF.
           MOVE WS-OVER-PCT TO WS-PCT-TEXT.

           MOVE 'N' TO WS-SLOW-FLAG.
           IF WS-OVER-SECS >= WS-SLOW-SECS
              AND WS-RUN-SECS(I) * 100 >
                  WS-HIST-AVG * (100 + WS-SLOW-PCT)
               MOVE 'Y' TO WS-SLOW-FLAG
               ADD 1 TO WS-SLOW-COUNT
           END-IF.

           IF WS-SLOW-FLAG = 'Y'
               STRING "** " WS-RUN-STEP(I) WS-TONIGHT-TEXT "  "
                   WS-AVG-TEXT "    " WS-WORST-TEXT "  ("
                   WS-HIST-WORST-DATE ")  " WS-PCT-TEXT "%"
                   DELIMITED BY SIZE INTO REPORT-RECORD
           ELSE
               STRING "   " WS-RUN-STEP(I) WS-TONIGHT-TEXT "  "
                   WS-AVG-TEXT "    " WS-WORST-TEXT "  ("
                   WS-HIST-WORST-DATE ")  " WS-PCT-TEXT "%"
                   DELIMITED BY SIZE INTO REPORT-RECORD
           END-IF.
           WRITE REPORT-RECORD.
           EXIT SECTION.

      *> Whole-window length by week (Monday to Sunday), oldest first.
      *> Day 1 of the integer calendar was a Monday, so a week is
      *> (day - 1) / 7.
       WRITE-WEEKLY-TREND SECTION.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE "Window length by week (first step started to last step completed)"
               TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE "Week of    Nights  Average   Longest"
               TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           COMPUTE WS-THIS-WEEK = (WS-TONIGHT-DAY - 1) / 7.
           PERFORM VARYING W FROM 1 BY 1 UNTIL W > 8
               IF WS-THIS-WEEK + W >= 8
                   COMPUTE WS-WEEK = WS-THIS-WEEK + W - 8
                   PERFORM WRITE-ONE-WEEK
               END-IF
           END-PERFORM.
           EXIT SECTION.

       WRITE-ONE-WEEK SECTION.
           MOVE 0 TO WS-WEEK-NIGHTS, WS-WEEK-SUM, WS-WEEK-LONGEST.
           PERFORM VARYING N FROM 1 BY 1 UNTIL N > WS-NIGHT-COUNT
               COMPUTE WS-NIGHT-WEEK = (WS-NIGHT-DAY(N) - 1) / 7
               IF WS-NIGHT-WEEK = WS-WEEK
                   ADD 1 TO WS-WEEK-NIGHTS
                   ADD WS-NIGHT-LENGTH(N) TO WS-WEEK-SUM
                   IF WS-NIGHT-LENGTH(N) > WS-WEEK-LONGEST
                       MOVE WS-NIGHT-LENGTH(N) TO WS-WEEK-LONGEST
                   END-IF
               END-IF
           END-PERFORM.
           COMPUTE WS-WEEK-START = WS-WEEK * 7 + 1.
           MOVE FUNCTION DATE-OF-INTEGER(WS-WEEK-START)
               TO WS-WEEK-START.
           MOVE WS-WEEK-NIGHTS TO WS-COUNT-TEXT.
           MOVE SPACES TO REPORT-RECORD.
           IF WS-WEEK-NIGHTS = 0
               STRING WS-WEEK-START "  " WS-COUNT-TEXT "   (no window)"
                   DELIMITED BY SIZE INTO REPORT-RECORD
           ELSE
               COMPUTE WS-WEEK-AVG ROUNDED =
                   WS-WEEK-SUM / WS-WEEK-NIGHTS
               MOVE WS-WEEK-AVG TO WS-FMT-SECS
               PERFORM FORMAT-ELAPSED
               MOVE WS-FMT-TEXT TO WS-AVG-TEXT
               MOVE WS-WEEK-LONGEST TO WS-FMT-SECS
               PERFORM FORMAT-ELAPSED
               MOVE WS-FMT-TEXT TO WS-WORST-TEXT
               STRING WS-WEEK-START "  " WS-COUNT-TEXT "   "
                   WS-AVG-TEXT "  " WS-WORST-TEXT
                   DELIMITED BY SIZE INTO REPORT-RECORD
           END-IF.
           WRITE REPORT-RECORD.
           EXIT SECTION.

      *> WS-FMT-SECS -> WS-FMT-TEXT as HH:MM:SS
       FORMAT-ELAPSED SECTION.
           IF WS-FMT-SECS > 359999
               MOVE 359999 TO WS-FMT-SECS
           END-IF.
           COMPUTE WS-FMT-HH = WS-FMT-SECS / 3600.
           COMPUTE WS-FMT-MM =
               FUNCTION MOD(WS-FMT-SECS, 3600) / 60.
           COMPUTE WS-FMT-SS = FUNCTION MOD(WS-FMT-SECS, 60).
           MOVE SPACES TO WS-FMT-TEXT.
           STRING WS-FMT-HH ":" WS-FMT-MM ":" WS-FMT-SS
               DELIMITED BY SIZE INTO WS-FMT-TEXT.
           EXIT SECTION.
