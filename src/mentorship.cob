       *> both sides an introduction message.
       *>   mentorship.txt: user~role~area~status~partner
       *> status is OPEN until the pass matches the row, then MATCHED
       *> with the partner's username in the fifth field.
       *> Matched pairs log each meeting they hold, so the funders can
       *> be told whether the introductions turned into mentoring:
       *>   mentorship_meetings.txt: mentor~mentee~date~minutes~topic~
       *>                            loggedBy~loggedOn
       *> one row per pair per day, whichever side logs it. The program
       *> runs in cycles, defined by the careers office:
       *>   mentorship_cycles.txt: name~startDate~endDate~minMeetings~
       *>                          state~closedOn
       *> at most one OPEN at a time; a cycle starts the day it is set
       *> up, or the day after the previous cycle ended. Once its end
       *> date arrives the nightly close-out (CLOSEOUT) marks every
       *> MATCHED pair COMPLETED when it logged at least minMeetings
       *> meetings inside the cycle, INACTIVE otherwise, stamps the
       *> cycle name on both rows as a sixth field
       *>   mentorship.txt: user~role~area~status~partner~cycle
       *> closes the cycle, and writes InCollege-MentorCloseout.txt:
       *> meetings per pair, the inactive pairs, and completion rates by
       *> the mentee's campus and major. REPORT rewrites that file for
       *> the latest cycle -- progress to date while it is still open.
       *> A user whose pairing was closed out may register again for
       *> the next cycle.
       *> Return codes: S ok, D already registered / meeting already
       *> logged that day, N not in a matched pair, P bad or future
       *> date, T meeting length outside 1-480 minutes, O another cycle
       *> is open, E the cycle has not ended yet, F nothing found,
       *> X file error.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT PROFILES-FILE ASSIGN TO "profiles.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROFILES-STATUS.
           SELECT MEETINGS-FILE ASSIGN TO "mentorship_meetings.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MEETINGS-STATUS.
           SELECT CYCLES-FILE ASSIGN TO "mentorship_cycles.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CYCLES-STATUS.
           SELECT REPORT-FILE ASSIGN TO "InCollege-MentorCloseout.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT SCOPE-FILE ASSIGN TO "report_scope.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCOPE-STATUS.
       FD  PROFILES-FILE.
       01  PROFILES-RECORD      PIC X(350).

       FD  MEETINGS-FILE.
       01  MEETING-RECORD       PIC X(150).

       FD  CYCLES-FILE.
       01  CYCLE-RECORD         PIC X(100).

       FD  REPORT-FILE.
       01  REPORT-RECORD        PIC X(132).

       FD  SCOPE-FILE.
       01  SCOPE-RECORD         PIC X(100).

              10 WS-REG-AREA    PIC X(50).
              10 WS-REG-STATE   PIC X(8).
              10 WS-REG-PARTNER PIC X(20).
              10 WS-REG-CYCLE   PIC X(20).

      *> username -> university/major, for the pairing rule
       01  WS-STUDENT-COUNT     PIC 9(3) VALUE 0.
       01  WS-SANITIZE-BUFFER   PIC X(350).
       01  WS-SANITIZE-RC       PIC X.

       01  WS-MEETINGS-STATUS   PIC X(2).
       01  WS-CYCLES-STATUS     PIC X(2).
       01  WS-REPORT-STATUS     PIC X(2).
       01  WS-TODAY             PIC X(21).
       01  WS-TODAY-DATE        PIC X(8).
       01  WS-DATE-NUM          PIC 9(8).

      *> The caller's own pairing, for the meeting log
       01  WS-PAIR-MENTOR       PIC X(20).
       01  WS-PAIR-MENTEE       PIC X(20).

      *> mentorship_meetings.txt row fields
       01  WS-MT-MENTOR         PIC X(20).
       01  WS-MT-MENTEE         PIC X(20).
       01  WS-MT-DATE           PIC X(8).
       01  WS-MT-MINUTES        PIC X(3).
       01  WS-MT-TOPIC          PIC X(50).
       01  WS-MT-LOGGED-BY      PIC X(20).
       01  WS-MINUTES-NUM       PIC 9(3).
       01  WS-MINUTES-TEXT      PIC ZZ9.
       01  WS-MEETING-COUNT     PIC 9(3) VALUE 0.
       01  WS-MINUTES-TOTAL     PIC 9(5) VALUE 0.
       01  WS-TOTAL-TEXT        PIC Z(4)9.

      *> mentorship_cycles.txt rows; the rewrite table for SETCYCLE
      *> and CLOSEOUT
       01  WS-CY-COUNT          PIC 9(2) VALUE 0.
       01  WS-CY-TABLE.
           05 WS-CY-ENTRY OCCURS 50 TIMES.
              10 WS-CY-NAME      PIC X(20).
              10 WS-CY-START     PIC X(8).
              10 WS-CY-END       PIC X(8).
              10 WS-CY-MIN       PIC X(2).
              10 WS-CY-STATE     PIC X(6).
              10 WS-CY-CLOSED-ON PIC X(8).
       01  WS-CY-CAP-WARNED     PIC X VALUE 'N'.
       01  WS-CY-IDX            PIC 9(2) VALUE 0.
       01  WS-CY-MIN-NUM        PIC 9(2) VALUE 0.
       01  WS-MIN-TEXT          PIC Z9.

      *> One line per pair in the cycle being closed or reported
       01  WS-PAIR-COUNT        PIC 9(3) VALUE 0.
       01  WS-PAIR-TABLE.
           05 WS-PAIR-ENTRY OCCURS 100 TIMES.
              10 WS-PR-MENTEE    PIC X(20).
              10 WS-PR-MENTOR    PIC X(20).
              10 WS-PR-MEETINGS  PIC 9(3).
              10 WS-PR-MINUTES   PIC 9(5).
              10 WS-PR-OUTCOME   PIC X(9).
              10 WS-PR-CAMPUS    PIC X(100).
              10 WS-PR-MAJOR     PIC X(50).

      *> Completion-rate groups (campus, then major)
       01  WS-DIMENSION         PIC 9 VALUE 0.
       01  WS-GROUP-COUNT       PIC 9(3) VALUE 0.
       01  WS-GROUP-TABLE.
           05 WS-GROUP-NAME OCCURS 100 TIMES PIC X(100).
       01  WS-ENTRY-NAME        PIC X(100).
       01  WS-RATE-LABEL        PIC X(100).
       01  WS-GRP-PAIRS         PIC 9(3).
       01  WS-GRP-DONE          PIC 9(3).
       01  WS-GRP-RATE          PIC 9(3).
       01  WS-RATE-TEXT         PIC ZZ9.
       01  WS-COUNT-TEXT        PIC ZZ9.
       01  WS-COUNT-TEXT2       PIC ZZ9.
       01  WS-FOUND-FLAG        PIC X.

       01  WS-CFG-KEY           PIC X(20).
       01  WS-CFG-VALUE         PIC X(40).
       01  WS-CFG-RC            PIC X.

       LINKAGE SECTION.
       01  LS-USERNAME          PIC X(20).
      *> 'REGISTER' = opt in with LS-ROLE (MENTOR/MENTEE) and LS-AREA
      *> 'STATUS'   = show the caller's own registration
      *> 'MATCH'    = run the pairing pass over every OPEN row
      *> 'LOGMEET'  = a matched user logs a meeting (LS-MENTOR-DETAIL
      *>              date, minutes, topic)
      *> 'MEETINGS' = list the meetings logged for the caller's pairs
      *> 'SETCYCLE' = open a cycle (name, end date, minimum meetings),
      *>              or move the end date of the open one
      *> 'CLOSEOUT' = close the open cycle once its end date arrives
      *> 'REPORT'   = rewrite the close-out report for the latest cycle
       01  LS-ACTION            PIC X(10).
       01  LS-ROLE              PIC X(6).
       01  LS-AREA              PIC X(50).
       01  LS-RETURN-CODE       PIC X.
       01  LS-MENTOR-DETAIL.
           05 LS-MD-DATE         PIC X(8).
           05 LS-MD-MINUTES      PIC 9(3).
           05 LS-MD-TOPIC        PIC X(50).
           05 LS-MD-CYCLE        PIC X(20).
           05 LS-MD-CYCLE-END    PIC X(8).
      *> Zero takes MENTOR-MIN-MEETINGS from incollege-config.txt
           05 LS-MD-MIN-MEETINGS PIC 9(2).

       PROCEDURE DIVISION USING LS-USERNAME, LS-ACTION, LS-ROLE,
                                 LS-AREA, LS-RETURN-CODE,
                                 LS-MENTOR-DETAIL.

           MOVE 'F' TO LS-RETURN-CODE.
           MOVE FUNCTION TRIM(LS-USERNAME) TO LS-USERNAME.
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY.
           MOVE WS-TODAY(1:8) TO WS-TODAY-DATE.

           EVALUATE FUNCTION TRIM(LS-ACTION)
               WHEN "REGISTER"
                   PERFORM SHOW-MY-STATUS
               WHEN "MATCH"
                   PERFORM RUN-MATCHING-PASS
               WHEN "LOGMEET"
                   PERFORM LOG-MEETING
               WHEN "MEETINGS"
                   PERFORM LIST-MY-MEETINGS
               WHEN "SETCYCLE"
                   PERFORM SET-CYCLE
               WHEN "CLOSEOUT"
                   PERFORM CLOSE-OUT-CYCLE
               WHEN "REPORT"
                   PERFORM REPORT-LATEST-CYCLE
               WHEN OTHER
                   MOVE 'X' TO LS-RETURN-CODE
           END-EVALUATE.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-REG-COUNT
               IF FUNCTION TRIM(WS-REG-USER(I)) =
                  FUNCTION TRIM(LS-USERNAME)
                  AND (FUNCTION TRIM(WS-REG-STATE(I)) = "OPEN"
                       OR FUNCTION TRIM(WS-REG-STATE(I)) = "MATCHED")
                   MOVE 'D' TO LS-RETURN-CODE
               END-IF
           END-PERFORM.
                              DELIMITED BY SIZE
                              INTO WS-MESSAGE
                   END-IF
                   IF FUNCTION TRIM(WS-REG-CYCLE(I)) > SPACES
                       STRING FUNCTION TRIM(WS-MESSAGE)
                              ", cycle " DELIMITED BY SIZE
                              FUNCTION TRIM(WS-REG-CYCLE(I))
                              DELIMITED BY SIZE
                              INTO WS-MESSAGE
                   END-IF
                   PERFORM DISPLAY-AND-LOG
               END-IF
           END-PERFORM.
                                    WS-REG-ROLE(WS-REG-COUNT),
                                    WS-REG-AREA(WS-REG-COUNT),
                                    WS-REG-STATE(WS-REG-COUNT),
                                    WS-REG-PARTNER(WS-REG-COUNT),
                                    WS-REG-CYCLE(WS-REG-COUNT)
                           END-UNSTRING
                       END-IF
               END-READ
                      "~" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-REG-PARTNER(I)) DELIMITED BY SIZE
                      INTO MENTOR-RECORD
               IF FUNCTION TRIM(WS-REG-CYCLE(I)) > SPACES
                   INITIALIZE WS-LINE
                   STRING FUNCTION TRIM(MENTOR-RECORD) DELIMITED BY SIZE
                          "~" DELIMITED BY SIZE
                          FUNCTION TRIM(WS-REG-CYCLE(I))
                              DELIMITED BY SIZE
                          INTO WS-LINE
                   MOVE WS-LINE TO MENTOR-RECORD
               END-IF
               WRITE MENTOR-RECORD
           END-PERFORM.
           CLOSE MENTOR-FILE.
           CLOSE PROFILES-FILE.
           EXIT SECTION.

      *> The caller's live pairing, mentor first; both blank when the
      *> caller is not in a MATCHED pair.
       FIND-MY-PAIR SECTION.
           MOVE SPACES TO WS-PAIR-MENTOR, WS-PAIR-MENTEE.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-REG-COUNT
               IF FUNCTION TRIM(WS-REG-USER(I)) =
                  FUNCTION TRIM(LS-USERNAME)
                  AND FUNCTION TRIM(WS-REG-STATE(I)) = "MATCHED"
                   IF FUNCTION TRIM(WS-REG-ROLE(I)) = "MENTOR"
                       MOVE WS-REG-USER(I) TO WS-PAIR-MENTOR
                       MOVE WS-REG-PARTNER(I) TO WS-PAIR-MENTEE
                   ELSE
                       MOVE WS-REG-PARTNER(I) TO WS-PAIR-MENTOR
                       MOVE WS-REG-USER(I) TO WS-PAIR-MENTEE
                   END-IF
               END-IF
           END-PERFORM.
           EXIT SECTION.

      *> Either side of a matched pair may log a meeting; the second
      *> side logging the same day is told it is already there.
       LOG-MEETING SECTION.
           PERFORM LOAD-REGISTER.
           PERFORM FIND-MY-PAIR.
           IF WS-PAIR-MENTOR = SPACES
               MOVE 'N' TO LS-RETURN-CODE
               EXIT SECTION
           END-IF.

           IF LS-MD-DATE IS NOT NUMERIC
               MOVE 'P' TO LS-RETURN-CODE
               EXIT SECTION
           END-IF.
           MOVE LS-MD-DATE TO WS-DATE-NUM.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-NUM) NOT = 0
              OR LS-MD-DATE > WS-TODAY-DATE
               MOVE 'P' TO LS-RETURN-CODE
               EXIT SECTION
           END-IF.
           IF LS-MD-MINUTES IS NOT NUMERIC
              OR LS-MD-MINUTES < 1 OR LS-MD-MINUTES > 480
               MOVE 'T' TO LS-RETURN-CODE
               EXIT SECTION
           END-IF.

           MOVE LS-MD-TOPIC TO WS-SANITIZE-BUFFER.
           CALL "INPUT-SANITIZE" USING WS-SANITIZE-BUFFER, "T",
                                        WS-SANITIZE-RC.
           MOVE WS-SANITIZE-BUFFER(1:50) TO LS-MD-TOPIC.

           MOVE 'N' TO WS-MATCH-FOUND.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT MEETINGS-FILE.
           IF WS-MEETINGS-STATUS = "00"
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ MEETINGS-FILE INTO WS-LINE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM PARSE-MEETING-ROW
                           IF WS-MT-MENTOR = WS-PAIR-MENTOR
                              AND WS-MT-MENTEE = WS-PAIR-MENTEE
                              AND WS-MT-DATE = LS-MD-DATE
                               MOVE 'Y' TO WS-MATCH-FOUND
                               MOVE 'Y' TO WS-EOF-FLAG
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE MEETINGS-FILE.
           IF WS-MATCH-FOUND = 'Y'
               MOVE 'D' TO LS-RETURN-CODE
               EXIT SECTION
           END-IF.

           OPEN EXTEND MEETINGS-FILE.
           IF WS-MEETINGS-STATUS = "35"
               OPEN OUTPUT MEETINGS-FILE
           END-IF.
           IF WS-MEETINGS-STATUS NOT = "00"
               MOVE 'X' TO LS-RETURN-CODE
               CLOSE MEETINGS-FILE
               EXIT SECTION
           END-IF.
           MOVE LS-MD-MINUTES TO WS-MINUTES-TEXT.
           INITIALIZE MEETING-RECORD.
           STRING FUNCTION TRIM(WS-PAIR-MENTOR) DELIMITED BY SIZE
                  "~" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PAIR-MENTEE) DELIMITED BY SIZE
                  "~" DELIMITED BY SIZE
                  LS-MD-DATE DELIMITED BY SIZE
                  "~" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-MINUTES-TEXT) DELIMITED BY SIZE
                  "~" DELIMITED BY SIZE
                  FUNCTION TRIM(LS-MD-TOPIC) DELIMITED BY SIZE
                  "~" DELIMITED BY SIZE
                  FUNCTION TRIM(LS-USERNAME) DELIMITED BY SIZE
                  "~" DELIMITED BY SIZE
                  WS-TODAY-DATE DELIMITED BY SIZE
                  INTO MEETING-RECORD.
           WRITE MEETING-RECORD.
           CLOSE MEETINGS-FILE.
           MOVE 'S' TO LS-RETURN-CODE.
           EXIT SECTION.

      *> Every meeting logged for any pairing the caller has been in.
       LIST-MY-MEETINGS SECTION.
           MOVE 0 TO WS-MEETING-COUNT, WS-MINUTES-TOTAL.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN EXTEND OUTPUT-FILE.
           MOVE "--- Mentorship Meetings ---" TO WS-MESSAGE.
           PERFORM DISPLAY-AND-LOG.
           OPEN INPUT MEETINGS-FILE.
           IF WS-MEETINGS-STATUS = "00"
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ MEETINGS-FILE INTO WS-LINE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM PARSE-MEETING-ROW
                           IF WS-MT-MENTOR = LS-USERNAME
                              OR WS-MT-MENTEE = LS-USERNAME
                               PERFORM SHOW-ONE-MEETING
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE MEETINGS-FILE.

           IF WS-MEETING-COUNT = 0
               MOVE "No meetings logged yet." TO WS-MESSAGE
           ELSE
               MOVE WS-MEETING-COUNT TO WS-COUNT-TEXT
               MOVE WS-MINUTES-TOTAL TO WS-TOTAL-TEXT
               INITIALIZE WS-MESSAGE
               STRING FUNCTION TRIM(WS-COUNT-TEXT)
                      " meeting(s), " FUNCTION TRIM(WS-TOTAL-TEXT)
                      " minutes in all."
                      DELIMITED BY SIZE INTO WS-MESSAGE
           END-IF.
           PERFORM DISPLAY-AND-LOG.
           CLOSE OUTPUT-FILE.
           MOVE 'S' TO LS-RETURN-CODE.
           EXIT SECTION.

       SHOW-ONE-MEETING SECTION.
           ADD 1 TO WS-MEETING-COUNT.
           MOVE 0 TO WS-MINUTES-NUM.
           IF FUNCTION TRIM(WS-MT-MINUTES) IS NUMERIC
               MOVE FUNCTION NUMVAL(WS-MT-MINUTES) TO WS-MINUTES-NUM
           END-IF.
           ADD WS-MINUTES-NUM TO WS-MINUTES-TOTAL.
           MOVE WS-MINUTES-NUM TO WS-MINUTES-TEXT.
           INITIALIZE WS-MESSAGE.
           STRING WS-MT-DATE(1:4) "-" WS-MT-DATE(5:2) "-"
                  WS-MT-DATE(7:2) "  " WS-MINUTES-TEXT " min  "
                  DELIMITED BY SIZE INTO WS-MESSAGE.
           IF WS-MT-MENTOR = LS-USERNAME
               STRING FUNCTION TRIM(WS-MESSAGE) "  with mentee "
                      FUNCTION TRIM(WS-MT-MENTEE)
                      DELIMITED BY SIZE INTO WS-MESSAGE
           ELSE
               STRING FUNCTION TRIM(WS-MESSAGE) "  with mentor "
                      FUNCTION TRIM(WS-MT-MENTOR)
                      DELIMITED BY SIZE INTO WS-MESSAGE
           END-IF.
           IF FUNCTION TRIM(WS-MT-TOPIC) > SPACES
               STRING FUNCTION TRIM(WS-MESSAGE) ": "
                      FUNCTION TRIM(WS-MT-TOPIC)
                      DELIMITED BY SIZE INTO WS-MESSAGE
           END-IF.
           STRING FUNCTION TRIM(WS-MESSAGE) " (logged by "
                  FUNCTION TRIM(WS-MT-LOGGED-BY) ")"
                  DELIMITED BY SIZE INTO WS-MESSAGE.
           PERFORM DISPLAY-AND-LOG.
           EXIT SECTION.

      *> Opens a cycle running from today to LS-MD-CYCLE-END, or, when
      *> the open cycle is named again, moves its end date and
      *> completion bar. The bar actually used comes back in
      *> LS-MD-MIN-MEETINGS.
       SET-CYCLE SECTION.
           MOVE LS-MD-CYCLE TO WS-SANITIZE-BUFFER.
           CALL "INPUT-SANITIZE" USING WS-SANITIZE-BUFFER, "T",
                                        WS-SANITIZE-RC.
           MOVE WS-SANITIZE-BUFFER(1:20) TO LS-MD-CYCLE.
           IF LS-MD-CYCLE = SPACES
               MOVE 'F' TO LS-RETURN-CODE
               EXIT SECTION
           END-IF.
           IF LS-MD-CYCLE-END IS NOT NUMERIC
               MOVE 'P' TO LS-RETURN-CODE
               EXIT SECTION
           END-IF.
           MOVE LS-MD-CYCLE-END TO WS-DATE-NUM.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-NUM) NOT = 0
              OR LS-MD-CYCLE-END < WS-TODAY-DATE
               MOVE 'P' TO LS-RETURN-CODE
               EXIT SECTION
           END-IF.
           IF LS-MD-MIN-MEETINGS IS NOT NUMERIC
              OR LS-MD-MIN-MEETINGS = 0
               PERFORM LOAD-MIN-MEETINGS
               MOVE WS-CY-MIN-NUM TO LS-MD-MIN-MEETINGS
           END-IF.

           PERFORM LOAD-CYCLES.
           IF WS-CYCLES-STATUS NOT = "00"
               MOVE 'X' TO LS-RETURN-CODE
               EXIT SECTION
           END-IF.
           PERFORM FIND-OPEN-CYCLE.
           IF WS-CY-IDX > 0
               IF FUNCTION TRIM(WS-CY-NAME(WS-CY-IDX)) NOT =
                  FUNCTION TRIM(LS-MD-CYCLE)
                   MOVE WS-CY-NAME(WS-CY-IDX) TO LS-MD-CYCLE
                   MOVE WS-CY-END(WS-CY-IDX) TO LS-MD-CYCLE-END
                   MOVE 'O' TO LS-RETURN-CODE
                   EXIT SECTION
               END-IF
           ELSE
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-CY-COUNT
                   IF FUNCTION TRIM(WS-CY-NAME(I)) =
                      FUNCTION TRIM(LS-MD-CYCLE)
                       MOVE 'D' TO LS-RETURN-CODE
                   END-IF
               END-PERFORM
               IF LS-RETURN-CODE = 'D'
                   EXIT SECTION
               END-IF
               IF WS-CY-COUNT >= 50
                   DISPLAY "MENTORSHIP: mentorship_cycles.txt is full; no new cycle opened."
                   MOVE 'X' TO LS-RETURN-CODE
                   EXIT SECTION
               END-IF
               ADD 1 TO WS-CY-COUNT
               MOVE WS-CY-COUNT TO WS-CY-IDX
               INITIALIZE WS-CY-ENTRY(WS-CY-IDX)
               MOVE LS-MD-CYCLE TO WS-CY-NAME(WS-CY-IDX)
               MOVE WS-TODAY-DATE TO WS-CY-START(WS-CY-IDX)
      *> A follow-on cycle picks up the day after the last one ended,
      *> so meetings held in between still count somewhere.
               IF WS-CY-IDX > 1
                  AND WS-CY-END(WS-CY-IDX - 1) IS NUMERIC
                   MOVE WS-CY-END(WS-CY-IDX - 1) TO WS-DATE-NUM
                   IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-NUM) = 0
                       COMPUTE WS-DATE-NUM = FUNCTION DATE-OF-INTEGER(
                           FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) + 1)
                       IF WS-DATE-NUM < WS-TODAY-DATE
                           MOVE WS-DATE-NUM TO WS-CY-START(WS-CY-IDX)
                       END-IF
                   END-IF
               END-IF
               MOVE "OPEN" TO WS-CY-STATE(WS-CY-IDX)
           END-IF.
           MOVE LS-MD-CYCLE-END TO WS-CY-END(WS-CY-IDX).
           MOVE LS-MD-MIN-MEETINGS TO WS-CY-MIN(WS-CY-IDX).
           PERFORM SAVE-CYCLES.
           IF WS-CYCLES-STATUS NOT = "00"
               MOVE 'X' TO LS-RETURN-CODE
               EXIT SECTION
           END-IF.
           MOVE 'S' TO LS-RETURN-CODE.
           EXIT SECTION.

      *> The nightly step: nothing happens until the open cycle's end
      *> date arrives. Then every MATCHED pair is judged on the
      *> meetings it logged between the cycle's start and end dates.
       CLOSE-OUT-CYCLE SECTION.
           PERFORM LOAD-CYCLES.
           PERFORM FIND-OPEN-CYCLE.
           IF WS-CY-IDX = 0
               MOVE 'F' TO LS-RETURN-CODE
               EXIT SECTION
           END-IF.
           MOVE WS-CY-NAME(WS-CY-IDX) TO LS-MD-CYCLE.
           MOVE WS-CY-END(WS-CY-IDX) TO LS-MD-CYCLE-END.
           IF WS-CY-END(WS-CY-IDX) > WS-TODAY-DATE
               MOVE 'E' TO LS-RETURN-CODE
               EXIT SECTION
           END-IF.

      *> The close-out is always campus-wide, whoever starts it.
           MOVE SPACES TO WS-SCOPE-CAMPUS.
           PERFORM LOAD-REGISTER.
           PERFORM LOAD-STUDENT-TABLE.
           PERFORM BUILD-PAIR-TABLE.
           PERFORM COUNT-PAIR-MEETINGS.

           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-PAIR-COUNT
               IF WS-PR-MEETINGS(K) >= WS-CY-MIN-NUM
                   MOVE "COMPLETED" TO WS-PR-OUTCOME(K)
               ELSE
                   MOVE "INACTIVE" TO WS-PR-OUTCOME(K)
               END-IF
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-REG-COUNT
                   IF FUNCTION TRIM(WS-REG-STATE(I)) = "MATCHED"
                      AND (WS-REG-USER(I) = WS-PR-MENTEE(K)
                           OR WS-REG-USER(I) = WS-PR-MENTOR(K))
                      AND (WS-REG-PARTNER(I) = WS-PR-MENTEE(K)
                           OR WS-REG-PARTNER(I) = WS-PR-MENTOR(K))
                       MOVE WS-PR-OUTCOME(K) TO WS-REG-STATE(I)
                       MOVE WS-CY-NAME(WS-CY-IDX) TO WS-REG-CYCLE(I)
                   END-IF
               END-PERFORM
           END-PERFORM.
           IF WS-PAIR-COUNT > 0
               PERFORM REWRITE-REGISTER
               IF LS-RETURN-CODE = 'X'
                   EXIT SECTION
               END-IF
           END-IF.

           MOVE "CLOSED" TO WS-CY-STATE(WS-CY-IDX).
           MOVE WS-TODAY-DATE TO WS-CY-CLOSED-ON(WS-CY-IDX).
           PERFORM SAVE-CYCLES.
           PERFORM WRITE-CLOSEOUT-REPORT.

           MOVE 0 TO WS-GRP-DONE.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-PAIR-COUNT
               IF WS-PR-OUTCOME(K) = "COMPLETED"
                   ADD 1 TO WS-GRP-DONE
               END-IF
           END-PERFORM.
           OPEN EXTEND OUTPUT-FILE.
           MOVE WS-PAIR-COUNT TO WS-COUNT-TEXT.
           MOVE WS-GRP-DONE TO WS-COUNT-TEXT2.
           INITIALIZE WS-MESSAGE.
           STRING "Mentorship cycle " FUNCTION TRIM(LS-MD-CYCLE)
                  " closed: " FUNCTION TRIM(WS-COUNT-TEXT)
                  " pair(s), " FUNCTION TRIM(WS-COUNT-TEXT2)
                  " completed. Report: InCollege-MentorCloseout.txt"
                  DELIMITED BY SIZE INTO WS-MESSAGE.
           PERFORM DISPLAY-AND-LOG.
           CLOSE OUTPUT-FILE.
           MOVE 'S' TO LS-RETURN-CODE.
           EXIT SECTION.

      *> The open cycle's progress so far, or the latest closed
      *> cycle's outcome. A coordinator's run (report_scope.txt) shows
      *> only pairs whose mentee studies on that campus.
       REPORT-LATEST-CYCLE SECTION.
           PERFORM LOAD-CYCLES.
           PERFORM FIND-OPEN-CYCLE.
           IF WS-CY-IDX = 0
               MOVE WS-CY-COUNT TO WS-CY-IDX
           END-IF.
           IF WS-CY-IDX = 0
               MOVE 'F' TO LS-RETURN-CODE
               EXIT SECTION
           END-IF.
           MOVE WS-CY-NAME(WS-CY-IDX) TO LS-MD-CYCLE.
           MOVE WS-CY-END(WS-CY-IDX) TO LS-MD-CYCLE-END.
           PERFORM READ-MATCH-SCOPE.
           PERFORM LOAD-REGISTER.
           PERFORM LOAD-STUDENT-TABLE.
           PERFORM BUILD-PAIR-TABLE.
           PERFORM COUNT-PAIR-MEETINGS.
           IF FUNCTION TRIM(WS-CY-STATE(WS-CY-IDX)) = "OPEN"
               PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-PAIR-COUNT
                   IF WS-PR-MEETINGS(K) >= WS-CY-MIN-NUM
                       MOVE "ON TRACK" TO WS-PR-OUTCOME(K)
                   ELSE
                       MOVE "BEHIND" TO WS-PR-OUTCOME(K)
                   END-IF
               END-PERFORM
           END-IF.
           PERFORM WRITE-CLOSEOUT-REPORT.
           MOVE 'S' TO LS-RETURN-CODE.
           EXIT SECTION.

      *> One entry per mentee row: MATCHED rows while the cycle is
      *> open, the rows stamped with its name once it is closed.
       BUILD-PAIR-TABLE SECTION.
           MOVE 0 TO WS-PAIR-COUNT.
           IF WS-CY-MIN(WS-CY-IDX) IS NUMERIC
               MOVE WS-CY-MIN(WS-CY-IDX) TO WS-CY-MIN-NUM
           ELSE
               PERFORM LOAD-MIN-MEETINGS
           END-IF.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-REG-COUNT
               IF FUNCTION TRIM(WS-REG-ROLE(I)) = "MENTEE"
                  AND WS-PAIR-COUNT < 100
                  AND ((FUNCTION TRIM(WS-CY-STATE(WS-CY-IDX)) = "OPEN"
                        AND FUNCTION TRIM(WS-REG-STATE(I)) = "MATCHED")
                       OR (FUNCTION TRIM(WS-CY-STATE(WS-CY-IDX))
                               NOT = "OPEN"
                           AND WS-REG-CYCLE(I) = WS-CY-NAME(WS-CY-IDX)))
                   MOVE SPACES TO WS-MENTEE-UNIV, WS-MENTEE-MAJOR
                   PERFORM VARYING K FROM 1 BY 1
                           UNTIL K > WS-STUDENT-COUNT
                       IF FUNCTION TRIM(WS-STUDENT-USER(K)) =
                          FUNCTION TRIM(WS-REG-USER(I))
                           MOVE WS-STUDENT-UNIV(K) TO WS-MENTEE-UNIV
                           MOVE WS-STUDENT-MAJOR(K) TO WS-MENTEE-MAJOR
                       END-IF
                   END-PERFORM
                   IF FUNCTION TRIM(WS-SCOPE-CAMPUS) = SPACES
                      OR FUNCTION UPPER-CASE(
                             FUNCTION TRIM(WS-MENTEE-UNIV)) =
                         FUNCTION UPPER-CASE(
                             FUNCTION TRIM(WS-SCOPE-CAMPUS))
                       ADD 1 TO WS-PAIR-COUNT
                       INITIALIZE WS-PAIR-ENTRY(WS-PAIR-COUNT)
                       MOVE WS-REG-USER(I) TO WS-PR-MENTEE(WS-PAIR-COUNT)
                       MOVE WS-REG-PARTNER(I)
                           TO WS-PR-MENTOR(WS-PAIR-COUNT)
                       MOVE WS-REG-STATE(I)
                           TO WS-PR-OUTCOME(WS-PAIR-COUNT)
                       MOVE WS-MENTEE-UNIV
                           TO WS-PR-CAMPUS(WS-PAIR-COUNT)
                       MOVE WS-MENTEE-MAJOR
                           TO WS-PR-MAJOR(WS-PAIR-COUNT)
                   END-IF
               END-IF
           END-PERFORM.
           EXIT SECTION.

       COUNT-PAIR-MEETINGS SECTION.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT MEETINGS-FILE.
           IF WS-MEETINGS-STATUS NOT = "00"
               CLOSE MEETINGS-FILE
               EXIT SECTION
           END-IF.
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ MEETINGS-FILE INTO WS-LINE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM PARSE-MEETING-ROW
                       IF WS-MT-DATE >= WS-CY-START(WS-CY-IDX)
                          AND WS-MT-DATE <= WS-CY-END(WS-CY-IDX)
                           PERFORM VARYING K FROM 1 BY 1
                                   UNTIL K > WS-PAIR-COUNT
                               IF WS-MT-MENTOR = WS-PR-MENTOR(K)
                                  AND WS-MT-MENTEE = WS-PR-MENTEE(K)
                                   ADD 1 TO WS-PR-MEETINGS(K)
                                   IF FUNCTION TRIM(WS-MT-MINUTES)
                                      IS NUMERIC
                                       ADD FUNCTION NUMVAL(WS-MT-MINUTES)
                                           TO WS-PR-MINUTES(K)
                                   END-IF
                               END-IF
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE MEETINGS-FILE.
           EXIT SECTION.

       WRITE-CLOSEOUT-REPORT SECTION.
           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-STATUS NOT = "00"
               CLOSE REPORT-FILE
               EXIT SECTION
           END-IF.
           MOVE SPACES TO REPORT-RECORD.
           STRING "InCollege Mentorship Cycle "
                  FUNCTION TRIM(WS-CY-NAME(WS-CY-IDX)) " - "
                  WS-CY-START(WS-CY-IDX) " to " WS-CY-END(WS-CY-IDX)
                  DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           IF FUNCTION TRIM(WS-CY-STATE(WS-CY-IDX)) = "OPEN"
               STRING "Cycle still open - progress as of " WS-TODAY-DATE
                      DELIMITED BY SIZE INTO REPORT-RECORD
           ELSE
               STRING "Closed out on " WS-CY-CLOSED-ON(WS-CY-IDX)
                      DELIMITED BY SIZE INTO REPORT-RECORD
           END-IF.
           WRITE REPORT-RECORD.
           IF FUNCTION TRIM(WS-SCOPE-CAMPUS) > SPACES
               MOVE SPACES TO REPORT-RECORD
               STRING "Scoped to campus: " FUNCTION TRIM(WS-SCOPE-CAMPUS)
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.
           MOVE WS-CY-MIN-NUM TO WS-MIN-TEXT.
           MOVE SPACES TO REPORT-RECORD.
           STRING "A pair completes with " FUNCTION TRIM(WS-MIN-TEXT)
                  " or more meetings logged inside the cycle."
                  DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE "------------------------------------------------"
               TO REPORT-RECORD.
           WRITE REPORT-RECORD.

           MOVE "Meetings per pair (mentor / mentee):" TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           IF WS-PAIR-COUNT = 0
               MOVE "  (none)" TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-PAIR-COUNT
               MOVE WS-PR-MEETINGS(K) TO WS-COUNT-TEXT
               MOVE WS-PR-MINUTES(K) TO WS-TOTAL-TEXT
               MOVE SPACES TO REPORT-RECORD
               STRING "  " FUNCTION TRIM(WS-PR-MENTOR(K)) " / "
                      FUNCTION TRIM(WS-PR-MENTEE(K)) ": "
                      FUNCTION TRIM(WS-COUNT-TEXT) " meeting(s), "
                      FUNCTION TRIM(WS-TOTAL-TEXT) " min - "
                      FUNCTION TRIM(WS-PR-OUTCOME(K))
                      DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-PERFORM.

           IF FUNCTION TRIM(WS-CY-STATE(WS-CY-IDX)) = "OPEN"
               MOVE "Pairs behind (below the bar so far):"
                   TO REPORT-RECORD
           ELSE
               MOVE "Inactive pairs:" TO REPORT-RECORD
           END-IF.
           WRITE REPORT-RECORD.
           MOVE 'N' TO WS-FOUND-FLAG.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-PAIR-COUNT
               IF WS-PR-OUTCOME(K) = "INACTIVE"
                  OR WS-PR-OUTCOME(K) = "BEHIND"
                   MOVE 'Y' TO WS-FOUND-FLAG
                   MOVE WS-PR-MEETINGS(K) TO WS-COUNT-TEXT
                   MOVE SPACES TO REPORT-RECORD
                   STRING "  " FUNCTION TRIM(WS-PR-MENTOR(K)) " / "
                          FUNCTION TRIM(WS-PR-MENTEE(K)) " ("
                          FUNCTION TRIM(WS-COUNT-TEXT) " meeting(s))"
                          DELIMITED BY SIZE INTO REPORT-RECORD
                   WRITE REPORT-RECORD
               END-IF
           END-PERFORM.
           IF WS-FOUND-FLAG = 'N'
               MOVE "  (none)" TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.

           MOVE "Completion overall:" TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE 0 TO WS-DIMENSION.
           MOVE "All pairs" TO WS-ENTRY-NAME.
           PERFORM WRITE-RATE-LINE.
           MOVE "Completion by campus:" TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE 1 TO WS-DIMENSION.
           PERFORM WRITE-RATE-DIMENSION.
           MOVE "Completion by major:" TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE 2 TO WS-DIMENSION.
           PERFORM WRITE-RATE-DIMENSION.
           CLOSE REPORT-FILE.
           EXIT SECTION.

       WRITE-RATE-DIMENSION SECTION.
           MOVE 0 TO WS-GROUP-COUNT.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-PAIR-COUNT
               PERFORM PICK-PAIR-GROUP
               MOVE 'N' TO WS-FOUND-FLAG
               PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-GROUP-COUNT
                   IF WS-GROUP-NAME(K) = WS-ENTRY-NAME
                       MOVE 'Y' TO WS-FOUND-FLAG
                   END-IF
               END-PERFORM
               IF WS-FOUND-FLAG = 'N' AND WS-GROUP-COUNT < 100
                   ADD 1 TO WS-GROUP-COUNT
                   MOVE WS-ENTRY-NAME TO WS-GROUP-NAME(WS-GROUP-COUNT)
               END-IF
           END-PERFORM.
           IF WS-GROUP-COUNT = 0
               MOVE "  (none)" TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-GROUP-COUNT
               MOVE WS-GROUP-NAME(K) TO WS-ENTRY-NAME
               PERFORM WRITE-RATE-LINE
           END-PERFORM.
           EXIT SECTION.

      *> Pairs and completions in the group named WS-ENTRY-NAME (all
      *> pairs when WS-DIMENSION is 0); an open cycle counts the pairs
      *> on track.
       WRITE-RATE-LINE SECTION.
           MOVE WS-ENTRY-NAME TO WS-RATE-LABEL.
           MOVE 0 TO WS-GRP-PAIRS, WS-GRP-DONE.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-PAIR-COUNT
               IF WS-DIMENSION > 0
                   PERFORM PICK-PAIR-GROUP
               END-IF
               IF WS-DIMENSION = 0
                  OR WS-ENTRY-NAME = WS-RATE-LABEL
                   ADD 1 TO WS-GRP-PAIRS
                   IF WS-PR-OUTCOME(J) = "COMPLETED"
                      OR WS-PR-OUTCOME(J) = "ON TRACK"
                       ADD 1 TO WS-GRP-DONE
                   END-IF
               END-IF
           END-PERFORM.
           MOVE 0 TO WS-GRP-RATE.
           IF WS-GRP-PAIRS > 0
               COMPUTE WS-GRP-RATE ROUNDED =
                   WS-GRP-DONE * 100 / WS-GRP-PAIRS
           END-IF.
           MOVE WS-GRP-PAIRS TO WS-COUNT-TEXT.
           MOVE WS-GRP-DONE TO WS-COUNT-TEXT2.
           MOVE WS-GRP-RATE TO WS-RATE-TEXT.
           MOVE SPACES TO REPORT-RECORD.
           STRING "  " FUNCTION TRIM(WS-RATE-LABEL) ": "
                  FUNCTION TRIM(WS-COUNT-TEXT) " pair(s), "
                  FUNCTION TRIM(WS-COUNT-TEXT2) " completed ("
                  FUNCTION TRIM(WS-RATE-TEXT) "%)"
                  DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           EXIT SECTION.

       PICK-PAIR-GROUP SECTION.
           IF WS-DIMENSION = 1
               MOVE WS-PR-CAMPUS(J) TO WS-ENTRY-NAME
           ELSE
               MOVE WS-PR-MAJOR(J) TO WS-ENTRY-NAME
           END-IF.
           IF WS-ENTRY-NAME = SPACES
               MOVE "(not given)" TO WS-ENTRY-NAME
           END-IF.
           EXIT SECTION.

      *> Completion bar when the cycle row does not carry one.
       LOAD-MIN-MEETINGS SECTION.
           MOVE 2 TO WS-CY-MIN-NUM.
           MOVE "MENTOR-MIN-MEETINGS" TO WS-CFG-KEY.
           CALL "SITE-CONFIG" USING WS-CFG-KEY, WS-CFG-VALUE, WS-CFG-RC.
           IF WS-CFG-RC = 'S'
              AND FUNCTION TRIM(WS-CFG-VALUE) IS NUMERIC
               MOVE FUNCTION NUMVAL(WS-CFG-VALUE) TO WS-CY-MIN-NUM
           END-IF.
           IF WS-CY-MIN-NUM < 1
               MOVE 1 TO WS-CY-MIN-NUM
           END-IF.
           EXIT SECTION.

       FIND-OPEN-CYCLE SECTION.
           MOVE 0 TO WS-CY-IDX.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-CY-COUNT
               IF FUNCTION TRIM(WS-CY-STATE(I)) = "OPEN"
                   MOVE I TO WS-CY-IDX
               END-IF
           END-PERFORM.
           EXIT SECTION.

      *> No file yet is simply no cycles; status "00" afterwards means
      *> the table is safe to rewrite.
       LOAD-CYCLES SECTION.
           MOVE 0 TO WS-CY-COUNT.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT CYCLES-FILE.
           IF WS-CYCLES-STATUS = "35"
               MOVE "00" TO WS-CYCLES-STATUS
               EXIT SECTION
           END-IF.
           IF WS-CYCLES-STATUS NOT = "00"
               EXIT SECTION
           END-IF.
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ CYCLES-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF CYCLE-RECORD NOT = SPACES
                           IF WS-CY-COUNT < 50
                               ADD 1 TO WS-CY-COUNT
                               INITIALIZE WS-CY-ENTRY(WS-CY-COUNT)
                               UNSTRING CYCLE-RECORD DELIMITED BY "~"
                                   INTO WS-CY-NAME(WS-CY-COUNT),
                                        WS-CY-START(WS-CY-COUNT),
                                        WS-CY-END(WS-CY-COUNT),
                                        WS-CY-MIN(WS-CY-COUNT),
                                        WS-CY-STATE(WS-CY-COUNT),
                                        WS-CY-CLOSED-ON(WS-CY-COUNT)
                               END-UNSTRING
                           ELSE
                               IF WS-CY-CAP-WARNED = 'N'
                                   DISPLAY "Warning: mentorship_cycles.txt has more than 50 rows; extra rows ignored."
                                   MOVE 'Y' TO WS-CY-CAP-WARNED
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CYCLES-FILE.
           MOVE "00" TO WS-CYCLES-STATUS.
           EXIT SECTION.

       SAVE-CYCLES SECTION.
           OPEN OUTPUT CYCLES-FILE.
           IF WS-CYCLES-STATUS NOT = "00"
               CLOSE CYCLES-FILE
               EXIT SECTION
           END-IF.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-CY-COUNT
               INITIALIZE CYCLE-RECORD
               STRING FUNCTION TRIM(WS-CY-NAME(I)) DELIMITED BY SIZE
                      "~" DELIMITED BY SIZE
                      WS-CY-START(I) DELIMITED BY SIZE
                      "~" DELIMITED BY SIZE
                      WS-CY-END(I) DELIMITED BY SIZE
                      "~" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-CY-MIN(I)) DELIMITED BY SIZE
                      "~" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-CY-STATE(I)) DELIMITED BY SIZE
                      "~" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-CY-CLOSED-ON(I))
                          DELIMITED BY SIZE
                      INTO CYCLE-RECORD
               WRITE CYCLE-RECORD
           END-PERFORM.
           CLOSE CYCLES-FILE.
           EXIT SECTION.

       PARSE-MEETING-ROW SECTION.
           MOVE SPACES TO WS-MT-MENTOR, WS-MT-MENTEE, WS-MT-DATE,
                          WS-MT-MINUTES, WS-MT-TOPIC, WS-MT-LOGGED-BY.
           UNSTRING WS-LINE DELIMITED BY "~"
               INTO WS-MT-MENTOR, WS-MT-MENTEE, WS-MT-DATE,
                    WS-MT-MINUTES, WS-MT-TOPIC, WS-MT-LOGGED-BY
           END-UNSTRING.
           EXIT SECTION.

       DISPLAY-AND-LOG SECTION.
           DISPLAY WS-MESSAGE.
           MOVE WS-MESSAGE TO OUTPUT-RECORD.
