       >>SOURCE FREE
       *> End-of-year housekeeping in one controlled run, in place of
       *> the August checklist that was worked down by hand. Scheduled
       *> as a DATE row in batch_calendar.txt (after spring term, by the
       *> end of August); the academic year it opens is the one that
       *> starts on Aug 1 of the run date's calendar year, and the year
       *> it closes is the one before that. In order, it:
       *>   SURVEYS   closes every OPEN survey in surveys.txt
       *>   MENTORING closes out the mentorship cycle through MENTORSHIP
       *>             (the open cycle is ended today; MATCHED pairs with
       *>             no cycle get one named for the closing year)
       *>   EVENTS    moves events dated before today out of events.txt
       *>             into events_history.txt (same row layout; their
       *>             RSVPs and door lists stay where they are, and
       *>             CO-CURRICULAR and PARTNERSHIP read both files)
       *>   PLACEMENT sets placement_year.txt to the new year, which
       *>             PLACEMENT-REPORT reports on from then on
       *>   GRADUATES lists open-to-work students (opportunity_flags.txt)
       *>             whose profile GRAD year has passed and sends each a
       *>             notice from CAREERS-OFFICE-INBOX to review it
       *>   BOARDS    moves the posts of every group whose newest post is
       *>             more than ROLLOVER-QUIET-DAYS old (default 180) out
       *>             of group_posts.txt into group_posts_archive.txt
       *> Everything it changed goes to InCollege-RolloverReport.txt.
       *> Each finished task is written to rollover_checkpoint.txt
       *>   year~task~DONE~count~date[~cutoff]
       *> and a rerun for the same year skips what is already DONE, so
       *> an interrupted run is restarted from the task that failed.
       *> The two moves copy before they delete and checkpoint the copy
       *> (EVENTS-COPY, BOARDS-COPY) with the cutoff date it used, so a
       *> restart between the two halves never copies a row twice and,
       *> even on a later day, deletes only what that copy archived. A
       *> file larger than the rewrite table is left alone and
       *> reported, not truncated.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACADEMIC-ROLLOVER.
       AUTHOR. Paola
       DATE-WRITTEN. 10/15/2026

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CKPT-FILE ASSIGN TO "rollover_checkpoint.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CKPT-STATUS.
           SELECT SURVEYS-FILE ASSIGN TO "surveys.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SURVEYS-STATUS.
           SELECT MENTOR-FILE ASSIGN TO "mentorship.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MENTOR-STATUS.
           SELECT EVENTS-FILE ASSIGN TO "events.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EVENTS-STATUS.
           SELECT HISTORY-FILE ASSIGN TO "events_history.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT YEAR-FILE ASSIGN TO "placement_year.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-YEAR-STATUS.
           SELECT PROFILES-FILE ASSIGN TO "profiles.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROFILES-STATUS.
           SELECT FLAGS-FILE ASSIGN TO "opportunity_flags.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FLAGS-STATUS.
           SELECT POSTS-FILE ASSIGN TO "group_posts.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSTS-STATUS.
           SELECT POSTS-ARCHIVE-FILE ASSIGN TO "group_posts_archive.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "InCollege-RolloverReport.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CKPT-FILE.
       01  CKPT-RECORD              PIC X(80).

       FD  SURVEYS-FILE.
       01  SURVEY-RECORD            PIC X(250).

       FD  MENTOR-FILE.
       01  MENTOR-RECORD            PIC X(150).

       FD  EVENTS-FILE.
       01  EVENTS-RECORD            PIC X(300).

       FD  HISTORY-FILE.
       01  HISTORY-RECORD           PIC X(300).

       FD  YEAR-FILE.
       01  YEAR-RECORD              PIC X(20).

       FD  PROFILES-FILE.
       01  PROFILES-RECORD          PIC X(350).

       FD  FLAGS-FILE.
       01  FLAG-RECORD              PIC X(60).

       FD  POSTS-FILE.
       01  POST-RECORD              PIC X(300).

       FD  POSTS-ARCHIVE-FILE.
       01  POST-ARCHIVE-RECORD      PIC X(300).

       FD  REPORT-FILE.
       01  REPORT-RECORD            PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-CKPT-STATUS           PIC X(2).
       01  WS-SURVEYS-STATUS        PIC X(2).
       01  WS-MENTOR-STATUS         PIC X(2).
       01  WS-EVENTS-STATUS         PIC X(2).
       01  WS-HISTORY-STATUS        PIC X(2).
       01  WS-YEAR-STATUS           PIC X(2).
       01  WS-PROFILES-STATUS       PIC X(2).
       01  WS-FLAGS-STATUS          PIC X(2).
       01  WS-POSTS-STATUS          PIC X(2).
       01  WS-ARCHIVE-STATUS        PIC X(2).
       01  WS-REPORT-STATUS         PIC X(2).
       01  WS-EOF-FLAG              PIC X VALUE 'N'.
       01  WS-LINE                  PIC X(300).

       01  WS-TODAY                 PIC X(21).
       01  WS-TODAY-DATE            PIC X(8).
       01  WS-TODAY-INT             PIC 9(8).
       01  WS-NEW-YEAR              PIC 9(4).
       01  WS-OLD-YEAR              PIC 9(4).
      *> "2026-2027": the academic year being closed, the run's key
       01  WS-ROLL-KEY              PIC X(9).
       01  WS-NEW-KEY               PIC X(9).

      *> rollover_checkpoint.txt row
       01  WS-CK-YEAR               PIC X(9).
       01  WS-CK-TASK               PIC X(12).
       01  WS-CK-STATE              PIC X(4).
       01  WS-CK-COUNT              PIC X(6).
       01  WS-CK-DATE               PIC X(8).
       01  WS-CK-CUTOFF             PIC X(8).
       01  WS-ANY-CHECKPOINT        PIC X VALUE 'N'.
       01  WS-TASK-NAME             PIC X(12).
       01  WS-TASK-DONE             PIC X.
       01  WS-TASK-DONE-ON          PIC X(8).
      *> cutoff a -COPY step used (read back) or is using (written)
       01  WS-TASK-CUTOFF           PIC X(8).
       01  WS-TASK-COUNT            PIC 9(6).
       01  WS-TASK-TITLE            PIC X(50).

      *> surveys.txt row: id~owner~title~targetType~targetValue~status
       01  WS-SV-ID                 PIC X(4).
       01  WS-SV-OWNER              PIC X(20).
       01  WS-SV-TITLE              PIC X(60).
       01  WS-SV-TGT-TYPE           PIC X(8).
       01  WS-SV-TGT-VALUE          PIC X(60).
       01  WS-SV-STATE              PIC X(8).
      *> Same hundred-row limit SURVEYS' own CLOSE works in
       01  WS-SURVEY-COUNT          PIC 9(3) VALUE 0.
       01  WS-SURVEY-TABLE.
           05 WS-SURVEY-TEMP OCCURS 100 TIMES PIC X(250).

      *> MENTORSHIP's linkage
       01  WS-MT-USER               PIC X(20).
       01  WS-MT-ACTION             PIC X(10).
       01  WS-MT-ROLE               PIC X(6).
       01  WS-MT-AREA               PIC X(50).
       01  WS-MT-RC                 PIC X.
       01  WS-MT-DETAIL.
           05 WS-MD-DATE            PIC X(8).
           05 WS-MD-MINUTES         PIC 9(3).
           05 WS-MD-TOPIC           PIC X(50).
           05 WS-MD-CYCLE           PIC X(20).
           05 WS-MD-CYCLE-END       PIC X(8).
           05 WS-MD-MIN-MEETINGS    PIC 9(2).
       01  WS-MR-STATE              PIC X(10).
       01  WS-MR-FIELD              PIC X(50).
       01  WS-MATCHED-ROWS          PIC 9(4) VALUE 0.

      *> events.txt rewrite: the same 500 rows EVENT-SERIES holds
       01  WS-EV-DATE               PIC X(8).
       01  WS-EV-FIELD              PIC X(100).
       01  WS-EVENT-COUNT           PIC 9(3) VALUE 0.
       01  WS-EVENT-TABLE.
           05 WS-EVENT-TEMP OCCURS 500 TIMES PIC X(300).
       01  WS-TASK-HELD             PIC X VALUE 'N'.
      *> events dated before this are "past": today, or on a restart
      *> the date the EVENTS-COPY step used
       01  WS-EVENT-CUTOFF          PIC X(8).

      *> profile block in hand
       01  WS-CUR-USER              PIC X(20).
       01  WS-CUR-FNAME             PIC X(50).
       01  WS-CUR-LNAME             PIC X(50).
       01  WS-CUR-GRAD              PIC X(4).
       01  WS-CUR-UNIV              PIC X(100).
      *> open-to-work students
       01  WS-OPEN-COUNT            PIC 9(4) VALUE 0.
       01  WS-OPEN-TABLE.
           05 WS-OPEN-USER OCCURS 1000 TIMES PIC X(20).
       01  WS-FLAG-USER             PIC X(20).
       01  WS-FLAG-VALUE            PIC X(10).
       01  WS-IS-OPEN               PIC X.

      *> group_posts.txt rewrite: group~user~text~date, 500 rows as in
      *> GROUPS
       01  WS-PG-GROUP              PIC X(40).
       01  WS-PG-USER               PIC X(20).
       01  WS-PG-TEXT               PIC X(200).
       01  WS-PG-DATE               PIC X(8).
       01  WS-POST-COUNT            PIC 9(3) VALUE 0.
       01  WS-POST-TABLE.
           05 WS-POST-TEMP OCCURS 500 TIMES PIC X(300).
      *> newest post per group
       01  WS-GROUP-COUNT           PIC 9(3) VALUE 0.
       01  WS-GROUP-TABLE.
           05 WS-GROUP-ENTRY OCCURS 300 TIMES.
              10 WS-GR-NAME         PIC X(40).
              10 WS-GR-LATEST       PIC X(8).
              10 WS-GR-POSTS        PIC 9(4).
              10 WS-GR-QUIET        PIC X.
       01  WS-QUIET-DAYS            PIC 9(4) VALUE 180.
       01  WS-QUIET-CUTOFF          PIC X(8).
      *> WS-QUIET-CUTOFF, or on a restart the one BOARDS-COPY used
       01  WS-BOARD-CUTOFF          PIC X(8).
       01  WS-CUTOFF-INT            PIC 9(8).
       01  WS-QUIET-GROUPS          PIC 9(3) VALUE 0.
       01  WS-POST-QUIET            PIC X.
       01  G                        PIC 9(3).

      *> notices
       01  WS-OFFICE-INBOX          PIC X(20) VALUE "admin".
       01  WS-MSG-SENDER            PIC X(20).
       01  WS-MSG-RECIPIENT         PIC X(20).
       01  WS-SKIP-VERIFY           PIC X VALUE 'Y'.
       01  WS-MSG-RC                PIC X.
       01  WS-NOTIFY-TEXT           PIC X(200).

       01  WS-CFG-KEY               PIC X(20).
       01  WS-CFG-VALUE             PIC X(40).
       01  WS-CFG-RC                PIC X.

       01  WS-FOUND-FLAG            PIC X.
       01  I                        PIC 9(4).
       01  J                        PIC 9(4).
       01  WS-COUNT-TEXT            PIC Z(5)9.

       PROCEDURE DIVISION.

           MOVE FUNCTION CURRENT-DATE TO WS-TODAY.
           MOVE WS-TODAY(1:8) TO WS-TODAY-DATE.
           MOVE WS-TODAY-DATE(1:4) TO WS-NEW-YEAR.
           COMPUTE WS-OLD-YEAR = WS-NEW-YEAR - 1.
           MOVE SPACES TO WS-ROLL-KEY, WS-NEW-KEY.
           STRING WS-OLD-YEAR "-" WS-NEW-YEAR DELIMITED BY SIZE
               INTO WS-ROLL-KEY.
           COMPUTE I = WS-NEW-YEAR + 1.
           STRING WS-NEW-YEAR "-" I DELIMITED BY SIZE
               INTO WS-NEW-KEY.

           PERFORM LOAD-SETTINGS.
           PERFORM CHECK-ANY-CHECKPOINT.
           PERFORM OPEN-REPORT.

           MOVE "SURVEYS" TO WS-TASK-NAME.
           MOVE "Close the year's surveys" TO WS-TASK-TITLE.
           PERFORM RUN-TASK.
           MOVE "MENTORING" TO WS-TASK-NAME.
           MOVE "Close out mentorship pairings" TO WS-TASK-TITLE.
           PERFORM RUN-TASK.
           MOVE "EVENTS" TO WS-TASK-NAME.
           MOVE "Move past events to events_history.txt"
               TO WS-TASK-TITLE.
           PERFORM RUN-TASK.
           MOVE "PLACEMENT" TO WS-TASK-NAME.
           MOVE "Reset the placement-report year" TO WS-TASK-TITLE.
           PERFORM RUN-TASK.
           MOVE "GRADUATES" TO WS-TASK-NAME.
           MOVE "Flag graduated open-to-work students"
               TO WS-TASK-TITLE.
           PERFORM RUN-TASK.
           MOVE "BOARDS" TO WS-TASK-NAME.
           MOVE "Archive quiet group boards" TO WS-TASK-TITLE.
           PERFORM RUN-TASK.

           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           STRING "Rollover to " WS-NEW-KEY " complete on "
                  WS-TODAY-DATE "."
               DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           CLOSE REPORT-FILE.
           DISPLAY "Academic-year rollover " WS-ROLL-KEY " -> "
                   WS-NEW-KEY " complete; see InCollege-RolloverReport.txt.".
           GOBACK.

       LOAD-SETTINGS SECTION.
           MOVE "ROLLOVER-QUIET-DAYS" TO WS-CFG-KEY.
           MOVE SPACES TO WS-CFG-VALUE.
           CALL "SITE-CONFIG" USING WS-CFG-KEY, WS-CFG-VALUE, WS-CFG-RC.
           IF WS-CFG-RC = 'S'
              AND FUNCTION TRIM(WS-CFG-VALUE) IS NUMERIC
               MOVE FUNCTION NUMVAL(WS-CFG-VALUE) TO WS-QUIET-DAYS
           END-IF.
           MOVE "CAREERS-OFFICE-INBOX" TO WS-CFG-KEY.
           MOVE SPACES TO WS-CFG-VALUE.
           CALL "SITE-CONFIG" USING WS-CFG-KEY, WS-CFG-VALUE, WS-CFG-RC.
           IF WS-CFG-RC = 'S' AND FUNCTION TRIM(WS-CFG-VALUE) > SPACES
               MOVE WS-CFG-VALUE TO WS-OFFICE-INBOX
           END-IF.

           MOVE WS-TODAY-DATE TO WS-TODAY-INT.
           COMPUTE WS-CUTOFF-INT = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-TODAY-INT) - WS-QUIET-DAYS).
           MOVE WS-CUTOFF-INT TO WS-QUIET-CUTOFF.
           EXIT SECTION.

      *> A first run for the year starts the report afresh; a restart
      *> adds to what the interrupted run already wrote.
       CHECK-ANY-CHECKPOINT SECTION.
           MOVE 'N' TO WS-ANY-CHECKPOINT.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT CKPT-FILE.
           IF WS-CKPT-STATUS = "00"
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ CKPT-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM PARSE-CHECKPOINT-ROW
                           IF WS-CK-YEAR = WS-ROLL-KEY
                               MOVE 'Y' TO WS-ANY-CHECKPOINT
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE CKPT-FILE.
           EXIT SECTION.

       OPEN-REPORT SECTION.
           IF WS-ANY-CHECKPOINT = 'Y'
               OPEN EXTEND REPORT-FILE
               IF WS-REPORT-STATUS = "35"
                   OPEN OUTPUT REPORT-FILE
               END-IF
               MOVE SPACES TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE SPACES TO REPORT-RECORD
               STRING "Restarted " WS-TODAY-DATE " " WS-TODAY(9:6)
                      " -- finished tasks are skipped."
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
           ELSE
               OPEN OUTPUT REPORT-FILE
               MOVE SPACES TO REPORT-RECORD
               STRING "InCollege Academic-Year Rollover - closing "
                      WS-ROLL-KEY ", opening " WS-NEW-KEY
                      " - run " WS-TODAY-DATE
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE "------------------------------------------------"
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.
           EXIT SECTION.

      *> One checklist item: skipped when the checkpoint already shows
      *> it DONE for this year, otherwise run and checkpointed.
       RUN-TASK SECTION.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           STRING FUNCTION TRIM(WS-TASK-TITLE) ":"
               DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.

           PERFORM FIND-CHECKPOINT.
           IF WS-TASK-DONE = 'Y'
               MOVE SPACES TO REPORT-RECORD
               STRING "  already done on " WS-TASK-DONE-ON
                      "; skipped."
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
               EXIT SECTION
           END-IF.

           MOVE 0 TO WS-TASK-COUNT.
           MOVE 'N' TO WS-TASK-HELD.
           EVALUATE WS-TASK-NAME
               WHEN "SURVEYS"
                   PERFORM CLOSE-SURVEYS
               WHEN "MENTORING"
                   PERFORM CLOSE-MENTORING
               WHEN "EVENTS"
                   PERFORM MOVE-PAST-EVENTS
               WHEN "PLACEMENT"
                   PERFORM SET-PLACEMENT-YEAR
               WHEN "GRADUATES"
                   PERFORM FLAG-GRADUATES
               WHEN "BOARDS"
                   PERFORM ARCHIVE-QUIET-BOARDS
           END-EVALUATE.

      *> An oversize file was left untouched; the task stays open so
      *> the next run tries it again once the file is trimmed.
           IF WS-TASK-HELD = 'Y'
               EXIT SECTION
           END-IF.
           MOVE SPACES TO WS-TASK-CUTOFF.
           PERFORM WRITE-CHECKPOINT.
           MOVE WS-TASK-COUNT TO WS-COUNT-TEXT.
           MOVE SPACES TO REPORT-RECORD.
           STRING "  done: " FUNCTION TRIM(WS-COUNT-TEXT) " change(s)."
               DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           EXIT SECTION.

       FIND-CHECKPOINT SECTION.
           MOVE 'N' TO WS-TASK-DONE.
           MOVE SPACES TO WS-TASK-DONE-ON, WS-TASK-CUTOFF.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT CKPT-FILE.
           IF WS-CKPT-STATUS = "00"
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ CKPT-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM PARSE-CHECKPOINT-ROW
                           IF WS-CK-YEAR = WS-ROLL-KEY
                              AND WS-CK-TASK = WS-TASK-NAME
                              AND WS-CK-STATE = "DONE"
                               MOVE 'Y' TO WS-TASK-DONE
                               MOVE WS-CK-DATE TO WS-TASK-DONE-ON
                               MOVE WS-CK-CUTOFF TO WS-TASK-CUTOFF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE CKPT-FILE.
           EXIT SECTION.

       WRITE-CHECKPOINT SECTION.
           OPEN EXTEND CKPT-FILE.
           IF WS-CKPT-STATUS = "35"
               OPEN OUTPUT CKPT-FILE
           END-IF.
           MOVE WS-TASK-COUNT TO WS-CK-COUNT.
           MOVE SPACES TO CKPT-RECORD.
           IF WS-TASK-CUTOFF = SPACES
               STRING WS-ROLL-KEY "~" FUNCTION TRIM(WS-TASK-NAME)
                      "~DONE~" WS-CK-COUNT "~" WS-TODAY-DATE
                   DELIMITED BY SIZE INTO CKPT-RECORD
           ELSE
               STRING WS-ROLL-KEY "~" FUNCTION TRIM(WS-TASK-NAME)
                      "~DONE~" WS-CK-COUNT "~" WS-TODAY-DATE
                      "~" WS-TASK-CUTOFF
                   DELIMITED BY SIZE INTO CKPT-RECORD
           END-IF.
           WRITE CKPT-RECORD.
           CLOSE CKPT-FILE.
           MOVE SPACES TO WS-TASK-CUTOFF.
           EXIT SECTION.

       PARSE-CHECKPOINT-ROW SECTION.
           MOVE SPACES TO WS-CK-YEAR, WS-CK-TASK, WS-CK-STATE,
                          WS-CK-COUNT, WS-CK-DATE, WS-CK-CUTOFF.
           UNSTRING CKPT-RECORD DELIMITED BY "~"
               INTO WS-CK-YEAR, WS-CK-TASK, WS-CK-STATE, WS-CK-COUNT,
                    WS-CK-DATE, WS-CK-CUTOFF
           END-UNSTRING.
           EXIT SECTION.

      *> SURVEYS: every OPEN survey is CLOSED, whoever owns it.
       CLOSE-SURVEYS SECTION.
           MOVE 0 TO WS-SURVEY-COUNT.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT SURVEYS-FILE.
           IF WS-SURVEYS-STATUS NOT = "00"
               CLOSE SURVEYS-FILE
               MOVE "  (no surveys on file)" TO REPORT-RECORD
               WRITE REPORT-RECORD
               EXIT SECTION
           END-IF.
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ SURVEYS-FILE INTO WS-LINE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF WS-SURVEY-COUNT < 100
                           ADD 1 TO WS-SURVEY-COUNT
                           MOVE WS-LINE TO WS-SURVEY-TEMP(WS-SURVEY-COUNT)
                       ELSE
                           MOVE 'Y' TO WS-TASK-HELD
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SURVEYS-FILE.
           IF WS-TASK-HELD = 'Y'
               MOVE "  surveys.txt holds more than 100 rows; left alone."
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
               EXIT SECTION
           END-IF.

           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-SURVEY-COUNT
               MOVE WS-SURVEY-TEMP(I) TO WS-LINE
               MOVE SPACES TO WS-SV-ID, WS-SV-OWNER, WS-SV-TITLE,
                              WS-SV-TGT-TYPE, WS-SV-TGT-VALUE,
                              WS-SV-STATE
               UNSTRING WS-LINE DELIMITED BY "~"
                   INTO WS-SV-ID, WS-SV-OWNER, WS-SV-TITLE,
                        WS-SV-TGT-TYPE, WS-SV-TGT-VALUE, WS-SV-STATE
               END-UNSTRING
               IF FUNCTION TRIM(WS-SV-STATE) = "OPEN"
                   MOVE SPACES TO WS-SURVEY-TEMP(I)
                   STRING FUNCTION TRIM(WS-SV-ID) "~"
                          FUNCTION TRIM(WS-SV-OWNER) "~"
                          FUNCTION TRIM(WS-SV-TITLE) "~"
                          FUNCTION TRIM(WS-SV-TGT-TYPE) "~"
                          FUNCTION TRIM(WS-SV-TGT-VALUE)
                          "~CLOSED" DELIMITED BY SIZE
                          INTO WS-SURVEY-TEMP(I)
                   ADD 1 TO WS-TASK-COUNT
                   MOVE SPACES TO REPORT-RECORD
                   STRING "  closed survey " FUNCTION TRIM(WS-SV-ID)
                          " '" FUNCTION TRIM(WS-SV-TITLE) "' (owner "
                          FUNCTION TRIM(WS-SV-OWNER) ")"
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   WRITE REPORT-RECORD
               END-IF
           END-PERFORM.

           IF WS-TASK-COUNT > 0
               OPEN OUTPUT SURVEYS-FILE
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-SURVEY-COUNT
                   WRITE SURVEY-RECORD FROM WS-SURVEY-TEMP(I)
               END-PERFORM
               CLOSE SURVEYS-FILE
           END-IF.
           EXIT SECTION.

      *> MENTORING: the open cycle is ended today and closed out. With
      *> no open cycle, pairs still MATCHED are put in one named for
      *> the closing year first, so none carry over unjudged.
       CLOSE-MENTORING SECTION.
           INITIALIZE WS-MT-DETAIL.
           MOVE SPACES TO WS-MT-USER, WS-MT-ROLE, WS-MT-AREA.
           MOVE "CLOSEOUT" TO WS-MT-ACTION.
           CALL "MENTORSHIP" USING WS-MT-USER, WS-MT-ACTION, WS-MT-ROLE,
                                    WS-MT-AREA, WS-MT-RC, WS-MT-DETAIL.

           IF WS-MT-RC = 'E'
      *> Still running: pull its end date in to today.
               MOVE WS-TODAY-DATE TO WS-MD-CYCLE-END
               MOVE 0 TO WS-MD-MIN-MEETINGS
               MOVE "SETCYCLE" TO WS-MT-ACTION
               CALL "MENTORSHIP" USING WS-MT-USER, WS-MT-ACTION,
                                        WS-MT-ROLE, WS-MT-AREA,
                                        WS-MT-RC, WS-MT-DETAIL
               IF WS-MT-RC = 'S'
                   MOVE "CLOSEOUT" TO WS-MT-ACTION
                   CALL "MENTORSHIP" USING WS-MT-USER, WS-MT-ACTION,
                                            WS-MT-ROLE, WS-MT-AREA,
                                            WS-MT-RC, WS-MT-DETAIL
               END-IF
           END-IF.

           IF WS-MT-RC = 'F'
               PERFORM COUNT-MATCHED-PAIRS
               IF WS-MATCHED-ROWS = 0
                   MOVE "  no open cycle and no matched pairs."
                       TO REPORT-RECORD
                   WRITE REPORT-RECORD
                   EXIT SECTION
               END-IF
               INITIALIZE WS-MT-DETAIL
               STRING "AY " WS-ROLL-KEY DELIMITED BY SIZE
                   INTO WS-MD-CYCLE
               MOVE WS-TODAY-DATE TO WS-MD-CYCLE-END
               MOVE "SETCYCLE" TO WS-MT-ACTION
               CALL "MENTORSHIP" USING WS-MT-USER, WS-MT-ACTION,
                                        WS-MT-ROLE, WS-MT-AREA,
                                        WS-MT-RC, WS-MT-DETAIL
               IF WS-MT-RC = 'S'
                   MOVE "CLOSEOUT" TO WS-MT-ACTION
                   CALL "MENTORSHIP" USING WS-MT-USER, WS-MT-ACTION,
                                            WS-MT-ROLE, WS-MT-AREA,
                                            WS-MT-RC, WS-MT-DETAIL
               END-IF
           END-IF.

           IF WS-MT-RC = 'S'
               ADD 1 TO WS-TASK-COUNT
               MOVE SPACES TO REPORT-RECORD
               STRING "  closed mentorship cycle '"
                      FUNCTION TRIM(WS-MD-CYCLE) "' (end "
                      WS-MD-CYCLE-END
                      "); pairs and outcomes in "
                      "InCollege-MentorCloseout.txt"
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
           ELSE
               MOVE SPACES TO REPORT-RECORD
               STRING "  MENTORSHIP close-out failed (code " WS-MT-RC
                      "); rerun to retry."
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE 'Y' TO WS-TASK-HELD
           END-IF.
           EXIT SECTION.

      *> mentorship.txt: user~role~area~status~partner[~cycle]
       COUNT-MATCHED-PAIRS SECTION.
           MOVE 0 TO WS-MATCHED-ROWS.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT MENTOR-FILE.
           IF WS-MENTOR-STATUS = "00"
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ MENTOR-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           MOVE SPACES TO WS-MR-STATE
                           UNSTRING MENTOR-RECORD DELIMITED BY "~"
                               INTO WS-MR-FIELD, WS-MR-FIELD,
                                    WS-MR-FIELD, WS-MR-STATE
                           END-UNSTRING
                           IF FUNCTION TRIM(WS-MR-STATE) = "MATCHED"
                               ADD 1 TO WS-MATCHED-ROWS
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE MENTOR-FILE.
           EXIT SECTION.

      *> EVENTS: rows dated before today go to events_history.txt.
      *> A restart after the copy deletes against the copy's cutoff,
      *> not today, so nothing is dropped that was never archived.
       MOVE-PAST-EVENTS SECTION.
           MOVE 0 TO WS-EVENT-COUNT.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT EVENTS-FILE.
           IF WS-EVENTS-STATUS NOT = "00"
               CLOSE EVENTS-FILE
               MOVE "  (no events on file)" TO REPORT-RECORD
               WRITE REPORT-RECORD
               EXIT SECTION
           END-IF.
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ EVENTS-FILE INTO WS-LINE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF WS-LINE NOT = SPACES
                           IF WS-EVENT-COUNT < 500
                               ADD 1 TO WS-EVENT-COUNT
                               MOVE WS-LINE
                                   TO WS-EVENT-TEMP(WS-EVENT-COUNT)
                           ELSE
                               MOVE 'Y' TO WS-TASK-HELD
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE EVENTS-FILE.
           IF WS-TASK-HELD = 'Y'
               MOVE "  events.txt holds more than 500 rows; left alone."
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
               EXIT SECTION
           END-IF.

      *> Copy first, checkpointed, so a restart never copies twice.
           MOVE WS-TODAY-DATE TO WS-EVENT-CUTOFF.
           MOVE "EVENTS-COPY" TO WS-TASK-NAME.
           PERFORM FIND-CHECKPOINT.
           IF WS-TASK-DONE = 'Y'
               IF WS-TASK-CUTOFF IS NUMERIC
                   MOVE WS-TASK-CUTOFF TO WS-EVENT-CUTOFF
               ELSE
                   MOVE WS-TASK-DONE-ON TO WS-EVENT-CUTOFF
               END-IF
           ELSE
               OPEN EXTEND HISTORY-FILE
               IF WS-HISTORY-STATUS = "35"
                   OPEN OUTPUT HISTORY-FILE
               END-IF
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-EVENT-COUNT
                   PERFORM SPLIT-EVENT-DATE
                   IF WS-EV-DATE < WS-EVENT-CUTOFF
                       WRITE HISTORY-RECORD FROM WS-EVENT-TEMP(I)
                   END-IF
               END-PERFORM
               CLOSE HISTORY-FILE
               MOVE WS-EVENT-CUTOFF TO WS-TASK-CUTOFF
               PERFORM WRITE-CHECKPOINT
           END-IF.
           MOVE "EVENTS" TO WS-TASK-NAME.

           OPEN OUTPUT EVENTS-FILE.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-EVENT-COUNT
               PERFORM SPLIT-EVENT-DATE
               IF WS-EV-DATE < WS-EVENT-CUTOFF
                   ADD 1 TO WS-TASK-COUNT
                   MOVE SPACES TO REPORT-RECORD
                   STRING "  moved " WS-EV-DATE "  "
                          WS-EVENT-TEMP(I)(1:100)
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   WRITE REPORT-RECORD
               ELSE
                   WRITE EVENTS-RECORD FROM WS-EVENT-TEMP(I)
               END-IF
           END-PERFORM.
           CLOSE EVENTS-FILE.
           EXIT SECTION.

      *> events.txt: host~title~date~location~university~capacity[~series]
       SPLIT-EVENT-DATE SECTION.
           MOVE SPACES TO WS-EV-DATE.
           UNSTRING WS-EVENT-TEMP(I) DELIMITED BY "~"
               INTO WS-EV-FIELD, WS-EV-FIELD, WS-EV-DATE
           END-UNSTRING.
      *> An undated row is not "past"; it stays live.
           IF WS-EV-DATE IS NOT NUMERIC
               MOVE HIGH-VALUES TO WS-EV-DATE
           END-IF.
           EXIT SECTION.

      *> PLACEMENT: PLACEMENT-REPORT reports on the academic year named
      *> here (its Aug 1 start year) once the file exists.
       SET-PLACEMENT-YEAR SECTION.
           MOVE SPACES TO YEAR-RECORD.
           OPEN INPUT YEAR-FILE.
           IF WS-YEAR-STATUS = "00"
               READ YEAR-FILE
                   AT END
                       MOVE SPACES TO YEAR-RECORD
               END-READ
           END-IF.
           CLOSE YEAR-FILE.
           MOVE SPACES TO REPORT-RECORD.
           IF YEAR-RECORD(1:4) IS NUMERIC
               STRING "  placement year was " YEAR-RECORD(1:4)
                      "-08-01; now " WS-NEW-YEAR "-08-01 (" WS-NEW-KEY ")"
                   DELIMITED BY SIZE INTO REPORT-RECORD
           ELSE
               STRING "  placement year was taken from the clock; now "
                      WS-NEW-YEAR "-08-01 (" WS-NEW-KEY ")"
                   DELIMITED BY SIZE INTO REPORT-RECORD
           END-IF.
           WRITE REPORT-RECORD.

           OPEN OUTPUT YEAR-FILE.
           MOVE SPACES TO YEAR-RECORD.
           MOVE WS-NEW-YEAR TO YEAR-RECORD(1:4).
           WRITE YEAR-RECORD.
           CLOSE YEAR-FILE.
           MOVE 1 TO WS-TASK-COUNT.
           EXIT SECTION.

      *> GRADUATES: open-to-work students whose GRAD year is this
      *> calendar year or earlier have finished; each is listed and
      *> asked to review the setting. The flag itself is theirs to
      *> change.
       FLAG-GRADUATES SECTION.
           PERFORM LOAD-OPEN-TO-WORK.
           IF WS-OPEN-COUNT = 0
               MOVE "  (nobody is marked open to work)" TO REPORT-RECORD
               WRITE REPORT-RECORD
               EXIT SECTION
           END-IF.

           MOVE 'N' TO WS-EOF-FLAG.
           MOVE SPACES TO WS-CUR-USER.
           OPEN INPUT PROFILES-FILE.
           IF WS-PROFILES-STATUS NOT = "00"
               CLOSE PROFILES-FILE
               EXIT SECTION
           END-IF.
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ PROFILES-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       EVALUATE TRUE
                           WHEN PROFILES-RECORD(1:5) = "USER:"
                               PERFORM JUDGE-GRADUATE
                               MOVE SPACES TO WS-CUR-FNAME,
                                   WS-CUR-LNAME, WS-CUR-GRAD,
                                   WS-CUR-UNIV
                               MOVE PROFILES-RECORD(6:20) TO WS-CUR-USER
                           WHEN PROFILES-RECORD(1:10) = "ENDPROFILE"
                               PERFORM JUDGE-GRADUATE
                               MOVE SPACES TO WS-CUR-USER
                           WHEN PROFILES-RECORD(1:5) = "FNAM:"
                               MOVE PROFILES-RECORD(6:50) TO WS-CUR-FNAME
                           WHEN PROFILES-RECORD(1:5) = "LNAM:"
                               MOVE PROFILES-RECORD(6:50) TO WS-CUR-LNAME
                           WHEN PROFILES-RECORD(1:5) = "UNIV:"
                               MOVE PROFILES-RECORD(6:100) TO WS-CUR-UNIV
                           WHEN PROFILES-RECORD(1:5) = "GRAD:"
                               MOVE PROFILES-RECORD(6:4) TO WS-CUR-GRAD
                       END-EVALUATE
               END-READ
           END-PERFORM.
           PERFORM JUDGE-GRADUATE.
           CLOSE PROFILES-FILE.
           IF WS-TASK-COUNT = 0
               MOVE "  (no graduated students are marked open to work)"
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.
           EXIT SECTION.

      *> opportunity_flags.txt: user~YES per opted-in student
       LOAD-OPEN-TO-WORK SECTION.
           MOVE 0 TO WS-OPEN-COUNT.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT FLAGS-FILE.
           IF WS-FLAGS-STATUS = "00"
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ FLAGS-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           MOVE SPACES TO WS-FLAG-USER, WS-FLAG-VALUE
                           UNSTRING FLAG-RECORD DELIMITED BY "~"
                               INTO WS-FLAG-USER, WS-FLAG-VALUE
                           END-UNSTRING
                           IF FUNCTION TRIM(WS-FLAG-VALUE) = "YES"
                              AND WS-OPEN-COUNT < 1000
                               ADD 1 TO WS-OPEN-COUNT
                               MOVE WS-FLAG-USER
                                   TO WS-OPEN-USER(WS-OPEN-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FLAGS-FILE.
           EXIT SECTION.

       JUDGE-GRADUATE SECTION.
           IF WS-CUR-USER = SPACES
              OR WS-CUR-GRAD IS NOT NUMERIC
               EXIT SECTION
           END-IF.
           IF WS-CUR-GRAD > WS-TODAY-DATE(1:4)
               EXIT SECTION
           END-IF.
           MOVE 'N' TO WS-IS-OPEN.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-OPEN-COUNT
               IF WS-OPEN-USER(J) = WS-CUR-USER
                   MOVE 'Y' TO WS-IS-OPEN
               END-IF
           END-PERFORM.
           IF WS-IS-OPEN = 'N'
               EXIT SECTION
           END-IF.

           ADD 1 TO WS-TASK-COUNT.
           MOVE SPACES TO REPORT-RECORD.
           STRING "  " WS-CUR-USER " " FUNCTION TRIM(WS-CUR-FNAME) " "
                  FUNCTION TRIM(WS-CUR-LNAME) ", class of " WS-CUR-GRAD
                  ", " FUNCTION TRIM(WS-CUR-UNIV)
               DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.

           INITIALIZE WS-NOTIFY-TEXT.
           STRING "Congratulations, class of " WS-CUR-GRAD
                  "! You are still marked open to opportunities. If "
                  "that is no longer right, turn it off from the main "
                  "menu; otherwise please bring your profile up to "
                  "date for recruiters."
               DELIMITED BY SIZE INTO WS-NOTIFY-TEXT.
           MOVE WS-OFFICE-INBOX TO WS-MSG-SENDER.
           MOVE WS-CUR-USER TO WS-MSG-RECIPIENT.
           CALL "SEND-MESSAGE" USING WS-MSG-SENDER, WS-MSG-RECIPIENT,
                                      WS-SKIP-VERIFY, WS-MSG-RC,
                                      WS-NOTIFY-TEXT.
           EXIT SECTION.

      *> BOARDS: a group whose newest post is older than the quiet
      *> cutoff has its whole board moved to group_posts_archive.txt.
      *> As with EVENTS, a restart after the copy judges quiet boards
      *> by the cutoff the copy used.
       ARCHIVE-QUIET-BOARDS SECTION.
           MOVE 0 TO WS-POST-COUNT, WS-GROUP-COUNT, WS-QUIET-GROUPS.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT POSTS-FILE.
           IF WS-POSTS-STATUS NOT = "00"
               CLOSE POSTS-FILE
               MOVE "  (no group posts on file)" TO REPORT-RECORD
               WRITE REPORT-RECORD
               EXIT SECTION
           END-IF.
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ POSTS-FILE INTO WS-LINE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF WS-LINE NOT = SPACES
                           IF WS-POST-COUNT < 500
                               ADD 1 TO WS-POST-COUNT
                               MOVE WS-LINE TO WS-POST-TEMP(WS-POST-COUNT)
                           ELSE
                               MOVE 'Y' TO WS-TASK-HELD
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE POSTS-FILE.
           IF WS-TASK-HELD = 'Y'
               MOVE "  group_posts.txt holds more than 500 rows; left alone."
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
               EXIT SECTION
           END-IF.

           MOVE WS-QUIET-CUTOFF TO WS-BOARD-CUTOFF.
           MOVE "BOARDS-COPY" TO WS-TASK-NAME.
           PERFORM FIND-CHECKPOINT.
           MOVE "BOARDS" TO WS-TASK-NAME.
           IF WS-TASK-DONE = 'Y' AND WS-TASK-CUTOFF IS NUMERIC
               MOVE WS-TASK-CUTOFF TO WS-BOARD-CUTOFF
           END-IF.

           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-POST-COUNT
               PERFORM SPLIT-POST-ROW
               PERFORM TALLY-GROUP-POST
           END-PERFORM.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-GROUP-COUNT
               IF WS-GR-LATEST(J) < WS-BOARD-CUTOFF
                   MOVE 'Y' TO WS-GR-QUIET(J)
                   ADD 1 TO WS-QUIET-GROUPS
                   MOVE WS-GR-POSTS(J) TO WS-COUNT-TEXT
                   MOVE SPACES TO REPORT-RECORD
                   STRING "  archived '" FUNCTION TRIM(WS-GR-NAME(J))
                          "': " FUNCTION TRIM(WS-COUNT-TEXT)
                          " post(s), newest " WS-GR-LATEST(J)
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   WRITE REPORT-RECORD
               END-IF
           END-PERFORM.
           IF WS-QUIET-GROUPS = 0
               MOVE SPACES TO REPORT-RECORD
               STRING "  (no group quiet since before " WS-BOARD-CUTOFF
                      ")"
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
               EXIT SECTION
           END-IF.

           MOVE "BOARDS-COPY" TO WS-TASK-NAME.
           PERFORM FIND-CHECKPOINT.
           IF WS-TASK-DONE = 'N'
               OPEN EXTEND POSTS-ARCHIVE-FILE
               IF WS-ARCHIVE-STATUS = "35"
                   OPEN OUTPUT POSTS-ARCHIVE-FILE
               END-IF
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-POST-COUNT
                   PERFORM SPLIT-POST-ROW
                   PERFORM FIND-POST-GROUP
                   IF WS-POST-QUIET = 'Y'
                       WRITE POST-ARCHIVE-RECORD FROM WS-POST-TEMP(I)
                   END-IF
               END-PERFORM
               CLOSE POSTS-ARCHIVE-FILE
               MOVE WS-BOARD-CUTOFF TO WS-TASK-CUTOFF
               PERFORM WRITE-CHECKPOINT
           END-IF.
           MOVE "BOARDS" TO WS-TASK-NAME.

           OPEN OUTPUT POSTS-FILE.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-POST-COUNT
               PERFORM SPLIT-POST-ROW
               PERFORM FIND-POST-GROUP
               IF WS-POST-QUIET = 'Y'
                   ADD 1 TO WS-TASK-COUNT
               ELSE
                   WRITE POST-RECORD FROM WS-POST-TEMP(I)
               END-IF
           END-PERFORM.
           CLOSE POSTS-FILE.
           EXIT SECTION.

       SPLIT-POST-ROW SECTION.
           MOVE SPACES TO WS-PG-GROUP, WS-PG-USER, WS-PG-TEXT,
                          WS-PG-DATE.
           UNSTRING WS-POST-TEMP(I) DELIMITED BY "~"
               INTO WS-PG-GROUP, WS-PG-USER, WS-PG-TEXT, WS-PG-DATE
           END-UNSTRING.
      *> A post without a readable date never makes a board quiet.
           IF WS-PG-DATE IS NOT NUMERIC
               MOVE "99999999" TO WS-PG-DATE
           END-IF.
           EXIT SECTION.

       TALLY-GROUP-POST SECTION.
           PERFORM FIND-POST-GROUP.
           IF J = 0
               IF WS-GROUP-COUNT >= 300
                   EXIT SECTION
               END-IF
               ADD 1 TO WS-GROUP-COUNT
               MOVE WS-GROUP-COUNT TO J
               MOVE WS-PG-GROUP TO WS-GR-NAME(J)
               MOVE LOW-VALUES TO WS-GR-LATEST(J)
               MOVE 0 TO WS-GR-POSTS(J)
               MOVE 'N' TO WS-GR-QUIET(J)
           END-IF.
           ADD 1 TO WS-GR-POSTS(J).
           IF WS-PG-DATE > WS-GR-LATEST(J)
               MOVE WS-PG-DATE TO WS-GR-LATEST(J)
           END-IF.
           EXIT SECTION.

      *> J comes back as the group's entry, or 0, with WS-POST-QUIET
      *> set from it. A group past the table limit is never found, so
      *> its posts stay on the board.
       FIND-POST-GROUP SECTION.
           MOVE 0 TO J.
           MOVE 'N' TO WS-POST-QUIET.
           PERFORM VARYING G FROM 1 BY 1
                   UNTIL G > WS-GROUP-COUNT OR J > 0
               IF WS-GR-NAME(G) = WS-PG-GROUP
                   MOVE G TO J
                   MOVE WS-GR-QUIET(G) TO WS-POST-QUIET
               END-IF
           END-PERFORM.
           EXIT SECTION.
