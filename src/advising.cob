       >>SOURCE FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADVISING.
       AUTHOR. Paola
       DATE-WRITTEN. 10/15/2026

       *> Careers-office advising appointments, replacing the shared
       *> sign-up sheet. STAFF advisors publish blocks of slots by type
       *> at a room or a virtual link; students of the same campus book
       *> them. One row per slot in advising_slots.txt:
       *>   id~staff~campus~type~date~time~minutes~location~state~
       *>   student~bookedOn~reminded~outcome~cancels
       *>     id        six digits, one past the highest on file
       *>     campus    the advisor's staff_campus.txt binding when the
       *>               slot was published; only students whose profile
       *>               UNIV matches may book it
       *>     type      RESUME (resume review), MOCK (mock interview) or
       *>               GENERAL (general advising)
       *>     date      YYYYMMDD; time HH:MM, site-local; minutes long
       *>     state     OPEN, BOOKED or WITHDRAWN
       *>     reminded  YYYYMMDD the day-before reminder went out
       *>     outcome   ATTENDED or NOSHOW once the advisor records it
       *>     cancels   times a booking on the slot was given back
       *> Booking rules: one active (upcoming, no outcome) booking per
       *> type per student; no two of a student's bookings may overlap;
       *> a booking can be cancelled or moved to another slot of the
       *> same type only until ADVISING-CANCEL-HRS (incollege-
       *> config.txt, default 24) before it starts -- after that the
       *> student attends or is recorded a no-show. A cancelled slot
       *> goes straight back to OPEN.
       *> Actions:
       *>   PUBLISH     advisor publishes LS-AP-COUNT (default 1) back-
       *>               to-back slots of LS-AP-TYPE from LS-AP-DATE
       *>               LS-AP-TIME, LS-AP-MINUTES each, at
       *>               LS-AP-LOCATION; the first id comes back in
       *>               LS-AP-ID
       *>   WITHDRAW    advisor takes down their slot LS-AP-ID; a
       *>               booked student is messaged
       *>   OPEN        upcoming open slots at the student's campus,
       *>               LS-AP-TYPE narrowing them when given
       *>   MINE        a student's upcoming bookings, or an advisor's
       *>               upcoming slots and any outcomes still unrecorded
       *>   CHECK       could the student book slot LS-AP-ID? Same
       *>               answers as BOOK, with the slot's details filled
       *>               in, but nothing is written
       *>   BOOK        student books slot LS-AP-ID
       *>   CANCEL      student gives back booking LS-AP-ID
       *>   RESCHEDULE  student moves booking LS-AP-ID to LS-AP-NEW-ID
       *>   OUTCOME     an advisor of the slot's campus records
       *>               LS-AP-OUTCOME (ATTENDED or NOSHOW) once it starts
       *>   REMIND      nightly: messages each student booked for
       *>               tomorrow, from CAREERS-OFFICE-INBOX
       *>   REPORT      utilization per campus and type to
       *>               InCollege-AdvisingReport.txt -- the caller's
       *>               campus only for an advisor, every campus for the
       *>               batch (blank user); LS-AP-DATE(1:6) = YYYYMM
       *>               limits it to one month's slots
       *> Return codes: 'S' done, 'V' bad type, date, time, length,
       *> count, location or outcome, 'P' in the past or already
       *> started, 'C' overlaps another slot or booking, 'N' no such
       *> slot of the caller's, 'T' slot not open, 'D' already booked
       *> for that type (or outcome already recorded), 'O' other
       *> campus, 'L' inside the cancellation window, 'E' has not
       *> started yet, 'Y' reschedule to a different type, 'F' no
       *> campus on file or the slot file is full, 'X' unknown action.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SLOTS-FILE ASSIGN TO "advising_slots.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SLOTS-STATUS.
           SELECT PROFILE-FILE ASSIGN TO "profiles.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROFILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO "InCollege-AdvisingReport.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT OUTPUT-FILE ASSIGN TO "InCollege-Output.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUTPUT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SLOTS-FILE.
       01  SLOT-RECORD          PIC X(400).

       FD  PROFILE-FILE.
       01  PROFILE-RECORD       PIC X(350).

       FD  REPORT-FILE.
       01  REPORT-RECORD        PIC X(200).

       FD  OUTPUT-FILE.
       01  OUTPUT-RECORD        PIC X(350).

       WORKING-STORAGE SECTION.
       01  WS-SLOTS-STATUS      PIC X(2).
       01  WS-PROFILE-STATUS    PIC X(2).
       01  WS-REPORT-STATUS     PIC X(2).
       01  WS-OUTPUT-STATUS     PIC X(2).
       01  WS-MESSAGE           PIC X(200).
       01  WS-LINE              PIC X(400).

      *> advising_slots.txt, held whole
       01  WS-SL-COUNT          PIC 9(4) VALUE 0.
       01  WS-SL-OVER           PIC X VALUE 'N'.
       01  WS-SL-TABLE.
           05 WS-SL-TEMP OCCURS 1000 TIMES PIC X(400).
       01  I                    PIC 9(4).
       01  K                    PIC 9(4).
       01  WS-ROW               PIC 9(4).
       01  WS-OLD-ROW           PIC 9(4).
       01  WS-SKIP-ROW          PIC 9(4).
       01  WS-HIGH-ID           PIC 9(6).
       01  WS-ID-NUM            PIC 9(6).
       01  WS-ID-TEXT           PIC X(6).

      *> One advising_slots.txt row
       01  WS-AD-ID             PIC X(6).
       01  WS-AD-STAFF          PIC X(20).
       01  WS-AD-CAMPUS         PIC X(100).
       01  WS-AD-TYPE           PIC X(10).
       01  WS-AD-DATE           PIC X(8).
       01  WS-AD-TIME           PIC X(5).
       01  WS-AD-MINUTES        PIC X(3).
       01  WS-AD-LOCATION       PIC X(100).
       01  WS-AD-STATE          PIC X(10).
       01  WS-AD-STUDENT        PIC X(20).
       01  WS-AD-BOOKED-ON      PIC X(8).
       01  WS-AD-REMINDED       PIC X(8).
       01  WS-AD-OUTCOME        PIC X(10).
       01  WS-AD-CANCELS        PIC X(3).
       01  WS-CANCEL-NUM        PIC 9(3).

      *> Dates, times and settings. A slot's start and end are kept as
      *> minutes since the calendar's day one so the cut-off and
      *> "already started" tests are plain comparisons.
       01  WS-TODAY             PIC X(21).
       01  WS-TODAY-INT         PIC 9(8) COMP.
       01  WS-DATE-NUM          PIC 9(8).
       01  WS-TOMORROW          PIC X(8).
       01  WS-NOW-ABS           PIC 9(12).
       01  WS-START-ABS         PIC 9(12).
       01  WS-CUTOFF-ABS        PIC 9(12).
       01  WS-PARSED-MIN        PIC 9(4).
       01  WS-DAY-MIN           PIC 9(4).
       01  WS-END-MIN           PIC 9(4).
       01  WS-ROW-START-MIN     PIC 9(4).
       01  WS-ROW-END-MIN       PIC 9(4).
       01  WS-LENGTH-NUM        PIC 9(3).
       01  WS-BLOCK-COUNT       PIC 9(2).
       01  WS-TIME-TEXT         PIC X(5).
       01  WS-TIME-HH           PIC X(2).
       01  WS-TIME-MM           PIC X(2).
       01  WS-TIME-OK           PIC X.
       01  WS-HH-NUM            PIC 9(2).
       01  WS-MM-NUM            PIC 9(2).
       01  WS-CFG-KEY           PIC X(20).
       01  WS-CFG-VALUE         PIC X(40).
       01  WS-CFG-RC            PIC X.
       01  WS-CANCEL-HOURS      PIC 9(3) VALUE 24.
       01  WS-OFFICE-INBOX      PIC X(20) VALUE "admin".

      *> Campus of the caller: an advisor's binding or a student's
      *> profile UNIV line
       01  WS-SCOPE-ACTION      PIC X(10).
       01  WS-SCOPE-TARGET      PIC X(20).
       01  WS-SCOPE-CAMPUS      PIC X(100).
       01  WS-SCOPE-RC          PIC X.
       01  WS-MY-CAMPUS         PIC X(100).
       01  WS-IN-BLOCK          PIC X.

      *> Messages
       01  WS-MSG-SENDER        PIC X(20).
       01  WS-MSG-RECIPIENT     PIC X(20).
       01  WS-SKIP-VERIFY       PIC X VALUE 'Q'.
       01  WS-MSG-RC            PIC X.
       01  WS-NOTIFY-TEXT       PIC X(200).

      *> Listing: matching rows, ordered by date and time
       01  WS-PICK-COUNT        PIC 9(3) VALUE 0.
       01  WS-PICK-TABLE.
           05 WS-PICK OCCURS 200 TIMES.
              10 WS-PICK-KEY    PIC X(13).
              10 WS-PICK-ROW    PIC 9(4).
       01  WS-PICK-SWAP         PIC X(17).
       01  P                    PIC 9(3).
       01  Q                    PIC 9(3).
       01  WS-TYPE-LABEL        PIC X(20).
       01  WS-SLOT-TEXT         PIC X(200).
       01  WS-FOUND             PIC X.

      *> Utilization roll-up, one entry per campus with a column per
      *> type (1 RESUME, 2 MOCK, 3 GENERAL)
       01  WS-CP-COUNT          PIC 9(2) VALUE 0.
       01  WS-CP-TABLE.
           05 WS-CP-ENTRY OCCURS 50 TIMES.
              10 WS-CP-NAME         PIC X(100).
              10 WS-CP-TYPE OCCURS 3 TIMES.
                 15 WS-CP-PUBLISHED PIC 9(5).
                 15 WS-CP-BOOKED    PIC 9(5).
                 15 WS-CP-ATTENDED  PIC 9(5).
                 15 WS-CP-NOSHOW    PIC 9(5).
                 15 WS-CP-CANCELS   PIC 9(5).
                 15 WS-CP-WITHDRAWN PIC 9(5).
       01  C                    PIC 9(2).
       01  T                    PIC 9.
       01  WS-REPORT-MONTH      PIC X(6).
       01  WS-SUM-PUBLISHED     PIC 9(5).
       01  WS-SUM-BOOKED        PIC 9(5).
       01  WS-SUM-ATTENDED      PIC 9(5).
       01  WS-SUM-NOSHOW        PIC 9(5).
       01  WS-SUM-CANCELS       PIC 9(5).
       01  WS-SUM-WITHDRAWN     PIC 9(5).
      *> The line being written: one type, or the campus total
       01  WS-LN-PUBLISHED      PIC 9(5).
       01  WS-LN-BOOKED         PIC 9(5).
       01  WS-LN-ATTENDED       PIC 9(5).
       01  WS-LN-NOSHOW         PIC 9(5).
       01  WS-LN-CANCELS        PIC 9(5).
       01  WS-LN-WITHDRAWN      PIC 9(5).
       01  WS-PCT               PIC 9(3).
       01  WS-PCT-TEXT          PIC ZZ9.

       01  WS-COUNT             PIC 9(4) VALUE 0.
       01  WS-COUNT-TEXT        PIC Z(4)9.
       01  WS-COUNT-TEXT2       PIC Z(4)9.
       01  WS-COUNT-TEXT3       PIC Z(4)9.
       01  WS-COUNT-TEXT4       PIC Z(4)9.
       01  WS-COUNT-TEXT5       PIC Z(4)9.
       01  WS-COUNT-TEXT6       PIC Z(4)9.

       LINKAGE SECTION.
       01  LS-USERNAME          PIC X(20).
      *> 'PUBLISH', 'WITHDRAW', 'OPEN', 'MINE', 'CHECK', 'BOOK',
      *> 'CANCEL', 'RESCHEDULE', 'OUTCOME', 'REMIND' or 'REPORT'
       01  LS-ACTION            PIC X(10).
       01  LS-APPOINTMENT.
           05 LS-AP-ID          PIC X(6).
           05 LS-AP-NEW-ID      PIC X(6).
           05 LS-AP-TYPE        PIC X(10).
           05 LS-AP-DATE        PIC X(8).
           05 LS-AP-TIME        PIC X(5).
           05 LS-AP-MINUTES     PIC X(3).
           05 LS-AP-COUNT       PIC X(2).
           05 LS-AP-LOCATION    PIC X(100).
           05 LS-AP-OUTCOME     PIC X(10).
           05 LS-AP-STAFF       PIC X(20).
       01  LS-RETURN-CODE       PIC X.

       PROCEDURE DIVISION USING LS-USERNAME, LS-ACTION, LS-APPOINTMENT,
                                 LS-RETURN-CODE.

           MOVE 'X' TO LS-RETURN-CODE.
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY.
           MOVE WS-TODAY(1:8) TO WS-DATE-NUM.
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM).
           COMPUTE WS-NOW-ABS = WS-TODAY-INT * 1440
               + FUNCTION NUMVAL(WS-TODAY(9:2)) * 60
               + FUNCTION NUMVAL(WS-TODAY(11:2)).
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(LS-AP-TYPE))
               TO LS-AP-TYPE.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(LS-AP-OUTCOME))
               TO LS-AP-OUTCOME.
           OPEN EXTEND OUTPUT-FILE.
           IF WS-OUTPUT-STATUS = "35"
               OPEN OUTPUT OUTPUT-FILE
           END-IF.

           EVALUATE FUNCTION TRIM(LS-ACTION)
               WHEN "PUBLISH"
                   PERFORM PUBLISH-BLOCK
               WHEN "WITHDRAW"
                   PERFORM WITHDRAW-SLOT
               WHEN "OPEN"
                   PERFORM LIST-OPEN-SLOTS
               WHEN "MINE"
                   PERFORM LIST-MINE
               WHEN "CHECK"
                   PERFORM BOOK-SLOT
               WHEN "BOOK"
                   PERFORM BOOK-SLOT
               WHEN "CANCEL"
                   PERFORM CANCEL-BOOKING
               WHEN "RESCHEDULE"
                   PERFORM RESCHEDULE-BOOKING
               WHEN "OUTCOME"
                   PERFORM RECORD-OUTCOME
               WHEN "REMIND"
                   PERFORM SEND-DAY-BEFORE-REMINDERS
               WHEN "REPORT"
                   PERFORM UTILIZATION-REPORT
           END-EVALUATE.
           CLOSE OUTPUT-FILE.
           GOBACK.

      *> ----------------------------------------------------------
      *> PUBLISH
      *> ----------------------------------------------------------
      *> Every slot of the block is checked against the advisor's
      *> other slots that day before any is written, so a block is
      *> published whole or not at all.
       PUBLISH-BLOCK SECTION.
           PERFORM GET-ADVISOR-CAMPUS.
           IF WS-SCOPE-RC NOT = 'S'
               MOVE 'F' TO LS-RETURN-CODE
               EXIT SECTION
           END-IF.

           MOVE LS-AP-TYPE TO WS-AD-TYPE.
           PERFORM SET-TYPE-LABEL.
           IF WS-TYPE-LABEL = SPACES
               MOVE 'V' TO LS-RETURN-CODE
               EXIT SECTION
           END-IF.
           IF LS-AP-DATE IS NOT NUMERIC
               MOVE 'V' TO LS-RETURN-CODE
               EXIT SECTION
           END-IF.
           MOVE LS-AP-DATE TO WS-DATE-NUM.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-NUM) NOT = 0
               MOVE 'V' TO LS-RETURN-CODE
               EXIT SECTION
           END-IF.
           MOVE LS-AP-TIME TO WS-TIME-TEXT.
           PERFORM PARSE-TIME-TEXT.
           IF WS-TIME-OK NOT = 'Y'
               MOVE 'V' TO LS-RETURN-CODE
               EXIT SECTION
           END-IF.
           MOVE WS-PARSED-MIN TO WS-DAY-MIN.
           IF FUNCTION TRIM(LS-AP-MINUTES) IS NOT NUMERIC
               MOVE 'V' TO LS-RETURN-CODE
               EXIT SECTION
           END-IF.
           MOVE FUNCTION NUMVAL(LS-AP-MINUTES) TO WS-LENGTH-NUM.
           IF WS-LENGTH-NUM < 10 OR WS-LENGTH-NUM > 240
               MOVE 'V' TO LS-RETURN-CODE
               EXIT SECTION
           END-IF.
           IF LS-AP-COUNT = SPACES
               MOVE 1 TO WS-BLOCK-COUNT
           ELSE
               IF FUNCTION TRIM(LS-AP-COUNT) IS NOT NUMERIC
                   MOVE 'V' TO LS-RETURN-CODE
                   EXIT SECTION
               END-IF
               MOVE FUNCTION NUMVAL(LS-AP-COUNT) TO WS-BLOCK-COUNT
           END-IF.
           IF WS-BLOCK-COUNT < 1 OR WS-BLOCK-COUNT > 12
               MOVE 'V' TO LS-RETURN-CODE
               EXIT SECTION
           END-IF.
           IF FUNCTION TRIM(LS-AP-LOCATION) = SPACES
               MOVE 'V' TO LS-RETURN-CODE
               EXIT SECTION
           END-IF.
           IF WS-DAY-MIN + WS-LENGTH-NUM * WS-BLOCK-COUNT > 1440
               MOVE 'V' TO LS-RETURN-CODE
               EXIT SECTION
           END-IF.
           MOVE LS-AP-DATE TO WS-AD-DATE.
           MOVE LS-AP-TIME TO WS-AD-TIME.
           PERFORM COMPUTE-START-ABS.
           IF WS-START-ABS <= WS-NOW-ABS
               MOVE 'P' TO LS-RETURN-CODE
               EXIT SECTION
           END-IF.

           PERFORM LOAD-SLOTS.
           IF WS-SL-OVER = 'Y'
              OR WS-SL-COUNT + WS-BLOCK-COUNT > 1000
               DISPLAY "advising_slots.txt is full; nothing published."
               MOVE 'F' TO LS-RETURN-CODE
               EXIT SECTION
           END-IF.

           MOVE 0 TO WS-COUNT.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-SL-COUNT
               MOVE WS-SL-TEMP(I) TO WS-LINE
               PERFORM PARSE-SLOT-ROW
               IF FUNCTION TRIM(WS-AD-STAFF) = FUNCTION TRIM(LS-USERNAME)
                  AND WS-AD-DATE = LS-AP-DATE
                  AND FUNCTION TRIM(WS-AD-STATE) NOT = "WITHDRAWN"
                   PERFORM ROW-MINUTES
                   IF WS-ROW-START-MIN <
                          WS-DAY-MIN + WS-LENGTH-NUM * WS-BLOCK-COUNT
                      AND WS-DAY-MIN < WS-ROW-END-MIN
                       ADD 1 TO WS-COUNT
                       PERFORM DESCRIBE-SLOT
                       INITIALIZE WS-MESSAGE
                       STRING "  Overlaps your slot "
                              FUNCTION TRIM(WS-SLOT-TEXT)
                           DELIMITED BY SIZE INTO WS-MESSAGE
                       PERFORM DISPLAY-AND-LOG
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-COUNT > 0
               MOVE 'C' TO LS-RETURN-CODE
               EXIT SECTION
           END-IF.

           MOVE WS-DAY-MIN TO WS-END-MIN.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-BLOCK-COUNT
               ADD 1 TO WS-HIGH-ID
               MOVE WS-HIGH-ID TO WS-AD-ID
               IF K = 1
                   MOVE WS-AD-ID TO LS-AP-ID
               END-IF
               MOVE LS-USERNAME TO WS-AD-STAFF
               MOVE WS-MY-CAMPUS TO WS-AD-CAMPUS
               MOVE LS-AP-TYPE TO WS-AD-TYPE
               MOVE LS-AP-DATE TO WS-AD-DATE
               DIVIDE WS-END-MIN BY 60 GIVING WS-HH-NUM
                   REMAINDER WS-MM-NUM
               MOVE SPACES TO WS-AD-TIME
               STRING WS-HH-NUM ":" WS-MM-NUM
                   DELIMITED BY SIZE INTO WS-AD-TIME
               MOVE WS-LENGTH-NUM TO WS-AD-MINUTES
               MOVE LS-AP-LOCATION TO WS-AD-LOCATION
               MOVE "OPEN" TO WS-AD-STATE
               MOVE SPACES TO WS-AD-STUDENT, WS-AD-BOOKED-ON,
                              WS-AD-REMINDED, WS-AD-OUTCOME
               MOVE "0" TO WS-AD-CANCELS
               PERFORM BUILD-SLOT-ROW
               ADD 1 TO WS-SL-COUNT
               MOVE WS-LINE TO WS-SL-TEMP(WS-SL-COUNT)
               ADD WS-LENGTH-NUM TO WS-END-MIN
           END-PERFORM.
           PERFORM SAVE-SLOTS.

           MOVE WS-BLOCK-COUNT TO WS-COUNT-TEXT.
           INITIALIZE WS-MESSAGE.
           STRING FUNCTION TRIM(WS-COUNT-TEXT) " "
                  FUNCTION TRIM(WS-TYPE-LABEL) " slot(s) published, "
                  "numbers " LS-AP-ID " to " WS-AD-ID "."
               DELIMITED BY SIZE INTO WS-MESSAGE.
           PERFORM DISPLAY-AND-LOG.
           MOVE 'S' TO LS-RETURN-CODE.
           EXIT SECTION.

      *> ----------------------------------------------------------
      *> WITHDRAW
      *> ----------------------------------------------------------
       WITHDRAW-SLOT SECTION.
           PERFORM LOAD-SLOTS.
           MOVE LS-AP-ID TO WS-ID-TEXT.
           PERFORM FIND-SLOT.
           IF WS-ROW = 0
               MOVE 'N' TO LS-RETURN-CODE
               EXIT SECTION
           END-IF.
           IF FUNCTION TRIM(WS-AD-STAFF) NOT = FUNCTION TRIM(LS-USERNAME)
              OR FUNCTION TRIM(WS-AD-STATE) = "WITHDRAWN"
               MOVE 'N' TO LS-RETURN-CODE
               EXIT SECTION
           END-IF.
           PERFORM COMPUTE-START-ABS.
           IF WS-START-ABS <= WS-NOW-ABS
               MOVE 'P' TO LS-RETURN-CODE
               EXIT SECTION
           END-IF.
           IF FUNCTION TRIM(WS-AD-STATE) = "BOOKED"
               PERFORM DESCRIBE-SLOT
               INITIALIZE WS-NOTIFY-TEXT
               STRING "Your advising appointment "
                      FUNCTION TRIM(WS-SLOT-TEXT)
                      " has been cancelled by the careers office."
                      " Please book another slot under Career Advising"
                      " Appointments."
                   DELIMITED BY SIZE INTO WS-NOTIFY-TEXT
               PERFORM LOAD-SETTINGS
               MOVE WS-OFFICE-INBOX TO WS-MSG-SENDER
               MOVE WS-AD-STUDENT TO WS-MSG-RECIPIENT
               CALL "SEND-MESSAGE" USING WS-MSG-SENDER, WS-MSG-RECIPIENT,
                                          WS-SKIP-VERIFY, WS-MSG-RC,
                                          WS-NOTIFY-TEXT
           END-IF.
           MOVE "WITHDRAWN" TO WS-AD-STATE.
           PERFORM BUILD-SLOT-ROW.
           MOVE WS-LINE TO WS-SL-TEMP(WS-ROW).
           PERFORM SAVE-SLOTS.
           MOVE 'S' TO LS-RETURN-CODE.
           EXIT SECTION.

      *> ----------------------------------------------------------
      *> OPEN
      *> ----------------------------------------------------------
       LIST-OPEN-SLOTS SECTION.
           PERFORM GET-STUDENT-CAMPUS.
           IF WS-MY-CAMPUS = SPACES
               MOVE 'F' TO LS-RETURN-CODE
               EXIT SECTION
           END-IF.
           PERFORM LOAD-SLOTS.
           MOVE 0 TO WS-PICK-COUNT.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-SL-COUNT
               MOVE WS-SL-TEMP(I) TO WS-LINE
               PERFORM PARSE-SLOT-ROW
               PERFORM COMPUTE-START-ABS
               IF FUNCTION TRIM(WS-AD-STATE) = "OPEN"
                  AND WS-START-ABS > WS-NOW-ABS
                  AND FUNCTION UPPER-CASE(FUNCTION TRIM(WS-AD-CAMPUS)) =
                      FUNCTION UPPER-CASE(FUNCTION TRIM(WS-MY-CAMPUS))
                  AND (LS-AP-TYPE = SPACES
                       OR FUNCTION TRIM(WS-AD-TYPE) = LS-AP-TYPE)
                   PERFORM ADD-PICK
               END-IF
           END-PERFORM.
           PERFORM SORT-PICKS.

           MOVE "--- Open Advising Slots ---" TO WS-MESSAGE.
           PERFORM DISPLAY-AND-LOG.
           IF WS-PICK-COUNT = 0
               MOVE "No open slots at your campus right now." TO WS-MESSAGE
               PERFORM DISPLAY-AND-LOG
           END-IF.
           PERFORM VARYING P FROM 1 BY 1 UNTIL P > WS-PICK-COUNT
               MOVE WS-SL-TEMP(WS-PICK-ROW(P)) TO WS-LINE
               PERFORM PARSE-SLOT-ROW
               PERFORM DESCRIBE-SLOT
               INITIALIZE WS-MESSAGE
               STRING "  " FUNCTION TRIM(WS-SLOT-TEXT)
                      ", advisor " FUNCTION TRIM(WS-AD-STAFF)
                   DELIMITED BY SIZE INTO WS-MESSAGE
               PERFORM DISPLAY-AND-LOG
           END-PERFORM.
           MOVE 'S' TO LS-RETURN-CODE.
           EXIT SECTION.

      *> ----------------------------------------------------------
      *> MINE
      *> ----------------------------------------------------------
      *> An advisor (a campus binding on file) sees the slots they
      *> published; anyone else sees what they have booked.
       LIST-MINE SECTION.
           PERFORM LOAD-SLOTS.
           PERFORM GET-ADVISOR-CAMPUS.
           MOVE 0 TO WS-PICK-COUNT.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-SL-COUNT
               MOVE WS-SL-TEMP(I) TO WS-LINE
               PERFORM PARSE-SLOT-ROW
               PERFORM COMPUTE-START-ABS
               IF WS-SCOPE-RC = 'S'
                   IF FUNCTION TRIM(WS-AD-STAFF) =
                      FUNCTION TRIM(LS-USERNAME)
                      AND FUNCTION TRIM(WS-AD-STATE) NOT = "WITHDRAWN"
                      AND (WS-START-ABS > WS-NOW-ABS
                           OR (FUNCTION TRIM(WS-AD-STATE) = "BOOKED"
                               AND WS-AD-OUTCOME = SPACES))
                       PERFORM ADD-PICK
                   END-IF
               ELSE
                   IF FUNCTION TRIM(WS-AD-STUDENT) =
                      FUNCTION TRIM(LS-USERNAME)
                      AND FUNCTION TRIM(WS-AD-STATE) = "BOOKED"
                      AND WS-AD-OUTCOME = SPACES
                      AND WS-START-ABS > WS-NOW-ABS
                       PERFORM ADD-PICK
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM SORT-PICKS.

           IF WS-SCOPE-RC = 'S'
               MOVE "--- My Advising Slots ---" TO WS-MESSAGE
           ELSE
               MOVE "--- My Advising Appointments ---" TO WS-MESSAGE
           END-IF.
           PERFORM DISPLAY-AND-LOG.
           IF WS-PICK-COUNT = 0
               MOVE "Nothing booked." TO WS-MESSAGE
               IF WS-SCOPE-RC = 'S'
                   MOVE "No upcoming slots." TO WS-MESSAGE
               END-IF
               PERFORM DISPLAY-AND-LOG
           END-IF.
           PERFORM VARYING P FROM 1 BY 1 UNTIL P > WS-PICK-COUNT
               MOVE WS-SL-TEMP(WS-PICK-ROW(P)) TO WS-LINE
               PERFORM PARSE-SLOT-ROW
               PERFORM COMPUTE-START-ABS
               PERFORM DESCRIBE-SLOT
               INITIALIZE WS-MESSAGE
               EVALUATE TRUE
                   WHEN WS-SCOPE-RC NOT = 'S'
                       STRING "  " FUNCTION TRIM(WS-SLOT-TEXT)
                              ", advisor " FUNCTION TRIM(WS-AD-STAFF)
                           DELIMITED BY SIZE INTO WS-MESSAGE
                   WHEN FUNCTION TRIM(WS-AD-STATE) = "OPEN"
                       STRING "  " FUNCTION TRIM(WS-SLOT-TEXT)
                              " -- open"
                           DELIMITED BY SIZE INTO WS-MESSAGE
                   WHEN WS-START-ABS > WS-NOW-ABS
                       STRING "  " FUNCTION TRIM(WS-SLOT-TEXT)
                              " -- booked by "
                              FUNCTION TRIM(WS-AD-STUDENT)
                           DELIMITED BY SIZE INTO WS-MESSAGE
                   WHEN OTHER
                       STRING "  " FUNCTION TRIM(WS-SLOT-TEXT)
                              " -- " FUNCTION TRIM(WS-AD-STUDENT)
                              ": record attended or no-show"
                           DELIMITED BY SIZE INTO WS-MESSAGE
               END-EVALUATE
               PERFORM DISPLAY-AND-LOG
           END-PERFORM.
           MOVE 'S' TO LS-RETURN-CODE.
           EXIT SECTION.

      *> ----------------------------------------------------------
      *> BOOK
      *> ----------------------------------------------------------
       BOOK-SLOT SECTION.
           PERFORM GET-STUDENT-CAMPUS.
           IF WS-MY-CAMPUS = SPACES
               MOVE 'F' TO LS-RETURN-CODE
               EXIT SECTION
           END-IF.
           PERFORM LOAD-SLOTS.
           MOVE 0 TO WS-SKIP-ROW.
           MOVE LS-AP-ID TO WS-ID-TEXT.
           PERFORM CHECK-BOOKABLE.
           IF LS-RETURN-CODE NOT = 'S'
              OR FUNCTION TRIM(LS-ACTION) = "CHECK"
               EXIT SECTION
           END-IF.
           PERFORM TAKE-SLOT.
           PERFORM SAVE-SLOTS.
           MOVE 'S' TO LS-RETURN-CODE.
           EXIT SECTION.

      *> Is slot WS-ID-TEXT open to LS-USERNAME? Leaves the row parsed
      *> and WS-ROW set; row WS-SKIP-ROW (a booking being moved) is
      *> left out of the one-per-type and overlap tests.
       CHECK-BOOKABLE SECTION.
           MOVE 'S' TO LS-RETURN-CODE.
           PERFORM FIND-SLOT.
           IF WS-ROW = 0
               MOVE 'N' TO LS-RETURN-CODE
               EXIT SECTION
           END-IF.
           IF FUNCTION TRIM(WS-AD-STATE) NOT = "OPEN"
               MOVE 'T' TO LS-RETURN-CODE
               EXIT SECTION
           END-IF.
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-AD-CAMPUS)) NOT =
              FUNCTION UPPER-CASE(FUNCTION TRIM(WS-MY-CAMPUS))
               MOVE 'O' TO LS-RETURN-CODE
               EXIT SECTION
           END-IF.
           PERFORM COMPUTE-START-ABS.
           IF WS-START-ABS <= WS-NOW-ABS
               MOVE 'P' TO LS-RETURN-CODE
               EXIT SECTION
           END-IF.

           MOVE WS-AD-TYPE TO LS-AP-TYPE.
           MOVE WS-AD-DATE TO LS-AP-DATE.
           MOVE WS-AD-TIME TO LS-AP-TIME.
           MOVE WS-AD-MINUTES TO LS-AP-MINUTES.
           MOVE WS-AD-LOCATION TO LS-AP-LOCATION.
           MOVE WS-AD-STAFF TO LS-AP-STAFF.
           PERFORM ROW-MINUTES.
           MOVE WS-ROW-START-MIN TO WS-DAY-MIN.
           MOVE WS-ROW-END-MIN TO WS-END-MIN.

           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-SL-COUNT
                   OR LS-RETURN-CODE NOT = 'S'
               IF I NOT = WS-ROW AND I NOT = WS-SKIP-ROW
                   MOVE WS-SL-TEMP(I) TO WS-LINE
                   PERFORM PARSE-SLOT-ROW
                   PERFORM COMPUTE-START-ABS
                   IF FUNCTION TRIM(WS-AD-STUDENT) =
                      FUNCTION TRIM(LS-USERNAME)
                      AND FUNCTION TRIM(WS-AD-STATE) = "BOOKED"
                      AND WS-AD-OUTCOME = SPACES
                       IF FUNCTION TRIM(WS-AD-TYPE) = LS-AP-TYPE
                          AND WS-START-ABS > WS-NOW-ABS
                           MOVE 'D' TO LS-RETURN-CODE
                       END-IF
                       PERFORM ROW-MINUTES
                       IF WS-AD-DATE = LS-AP-DATE
                          AND WS-ROW-START-MIN < WS-END-MIN
                          AND WS-DAY-MIN < WS-ROW-END-MIN
                           MOVE 'C' TO LS-RETURN-CODE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF LS-RETURN-CODE NOT = 'S'
               EXIT SECTION
           END-IF.
           MOVE WS-SL-TEMP(WS-ROW) TO WS-LINE.
           PERFORM PARSE-SLOT-ROW.
           EXIT SECTION.

      *> Row WS-ROW (parsed) becomes LS-USERNAME's booking.
       TAKE-SLOT SECTION.
           MOVE "BOOKED" TO WS-AD-STATE.
           MOVE LS-USERNAME TO WS-AD-STUDENT.
           MOVE WS-TODAY(1:8) TO WS-AD-BOOKED-ON.
           MOVE SPACES TO WS-AD-REMINDED, WS-AD-OUTCOME.
           PERFORM BUILD-SLOT-ROW.
           MOVE WS-LINE TO WS-SL-TEMP(WS-ROW).
           EXIT SECTION.

      *> ----------------------------------------------------------
      *> CANCEL / RESCHEDULE
      *> ----------------------------------------------------------
       CANCEL-BOOKING SECTION.
           PERFORM LOAD-SETTINGS.
           PERFORM LOAD-SLOTS.
           MOVE LS-AP-ID TO WS-ID-TEXT.
           PERFORM CHECK-RELEASABLE.
           IF LS-RETURN-CODE NOT = 'S'
               EXIT SECTION
           END-IF.
           PERFORM RELEASE-SLOT.
           PERFORM SAVE-SLOTS.
           MOVE 'S' TO LS-RETURN-CODE.
           EXIT SECTION.

      *> The booking moves only if the new slot is one the student
      *> could book outright, setting the old booking aside.
       RESCHEDULE-BOOKING SECTION.
           PERFORM LOAD-SETTINGS.
           PERFORM GET-STUDENT-CAMPUS.
           IF WS-MY-CAMPUS = SPACES
               MOVE 'F' TO LS-RETURN-CODE
               EXIT SECTION
           END-IF.
           PERFORM LOAD-SLOTS.
           MOVE LS-AP-ID TO WS-ID-TEXT.
           PERFORM CHECK-RELEASABLE.
           IF LS-RETURN-CODE NOT = 'S'
               EXIT SECTION
           END-IF.
           MOVE WS-ROW TO WS-OLD-ROW.
           MOVE WS-ROW TO WS-SKIP-ROW.
           MOVE WS-AD-TYPE TO LS-AP-TYPE.

           MOVE LS-AP-NEW-ID TO WS-ID-TEXT.
           PERFORM FIND-SLOT.
           IF WS-ROW = 0
               MOVE 'N' TO LS-RETURN-CODE
               EXIT SECTION
           END-IF.
           IF FUNCTION TRIM(WS-AD-TYPE) NOT = LS-AP-TYPE
               MOVE 'Y' TO LS-RETURN-CODE
               EXIT SECTION
           END-IF.
           PERFORM CHECK-BOOKABLE.
           IF LS-RETURN-CODE NOT = 'S'
               EXIT SECTION
           END-IF.
           PERFORM TAKE-SLOT.

           MOVE WS-OLD-ROW TO WS-ROW.
           MOVE WS-SL-TEMP(WS-ROW) TO WS-LINE.
           PERFORM PARSE-SLOT-ROW.
           PERFORM RELEASE-SLOT.
           PERFORM SAVE-SLOTS.
           MOVE LS-AP-NEW-ID TO LS-AP-ID.
           MOVE 'S' TO LS-RETURN-CODE.
           EXIT SECTION.

      *> Is WS-ID-TEXT LS-USERNAME's booking, not yet started and
      *> outside the cancellation window? Leaves the row parsed.
       CHECK-RELEASABLE SECTION.
           MOVE 'S' TO LS-RETURN-CODE.
           PERFORM FIND-SLOT.
           IF WS-ROW = 0
               MOVE 'N' TO LS-RETURN-CODE
               EXIT SECTION
           END-IF.
           IF FUNCTION TRIM(WS-AD-STUDENT) NOT = FUNCTION TRIM(LS-USERNAME)
              OR FUNCTION TRIM(WS-AD-STATE) NOT = "BOOKED"
              OR WS-AD-OUTCOME NOT = SPACES
               MOVE 'N' TO LS-RETURN-CODE
               EXIT SECTION
           END-IF.
           PERFORM COMPUTE-START-ABS.
           IF WS-START-ABS <= WS-NOW-ABS
               MOVE 'P' TO LS-RETURN-CODE
               EXIT SECTION
           END-IF.
           COMPUTE WS-CUTOFF-ABS = WS-START-ABS - WS-CANCEL-HOURS * 60.
           IF WS-NOW-ABS > WS-CUTOFF-ABS
               MOVE 'L' TO LS-RETURN-CODE
               EXIT SECTION
           END-IF.
           EXIT SECTION.

      *> Row WS-ROW (parsed) goes back to OPEN, one more cancel on it.
       RELEASE-SLOT SECTION.
           MOVE "OPEN" TO WS-AD-STATE.
           MOVE SPACES TO WS-AD-STUDENT, WS-AD-BOOKED-ON, WS-AD-REMINDED,
                          WS-AD-OUTCOME.
           MOVE 0 TO WS-CANCEL-NUM.
           IF FUNCTION TRIM(WS-AD-CANCELS) IS NUMERIC
               MOVE FUNCTION NUMVAL(WS-AD-CANCELS) TO WS-CANCEL-NUM
           END-IF.
           ADD 1 TO WS-CANCEL-NUM.
           MOVE WS-CANCEL-NUM TO WS-COUNT-TEXT.
           MOVE FUNCTION TRIM(WS-COUNT-TEXT) TO WS-AD-CANCELS.
           PERFORM BUILD-SLOT-ROW.
           MOVE WS-LINE TO WS-SL-TEMP(WS-ROW).
           EXIT SECTION.

      *> ----------------------------------------------------------
      *> OUTCOME
      *> ----------------------------------------------------------
      *> Any advisor of the slot's campus may record it, so a colleague
      *> covering the appointment can close it out.
       RECORD-OUTCOME SECTION.
           IF LS-AP-OUTCOME NOT = "ATTENDED" AND LS-AP-OUTCOME NOT = "NOSHOW"
               MOVE 'V' TO LS-RETURN-CODE
               EXIT SECTION
           END-IF.
           PERFORM GET-ADVISOR-CAMPUS.
           IF WS-SCOPE-RC NOT = 'S'
               MOVE 'F' TO LS-RETURN-CODE
               EXIT SECTION
           END-IF.
           PERFORM LOAD-SLOTS.
           MOVE LS-AP-ID TO WS-ID-TEXT.
           PERFORM FIND-SLOT.
           IF WS-ROW = 0
               MOVE 'N' TO LS-RETURN-CODE
               EXIT SECTION
           END-IF.
           IF FUNCTION TRIM(WS-AD-STATE) NOT = "BOOKED"
               MOVE 'N' TO LS-RETURN-CODE
               EXIT SECTION
           END-IF.
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-AD-CAMPUS)) NOT =
              FUNCTION UPPER-CASE(FUNCTION TRIM(WS-MY-CAMPUS))
               MOVE 'O' TO LS-RETURN-CODE
               EXIT SECTION
           END-IF.
           IF WS-AD-OUTCOME NOT = SPACES
               MOVE 'D' TO LS-RETURN-CODE
               EXIT SECTION
           END-IF.
           PERFORM COMPUTE-START-ABS.
           IF WS-START-ABS > WS-NOW-ABS
               MOVE 'E' TO LS-RETURN-CODE
               EXIT SECTION
           END-IF.
           MOVE LS-AP-OUTCOME TO WS-AD-OUTCOME.
           PERFORM BUILD-SLOT-ROW.
           MOVE WS-LINE TO WS-SL-TEMP(WS-ROW).
           PERFORM SAVE-SLOTS.
           MOVE 'S' TO LS-RETURN-CODE.
           EXIT SECTION.

      *> ----------------------------------------------------------
      *> REMIND
      *> ----------------------------------------------------------
       SEND-DAY-BEFORE-REMINDERS SECTION.
           PERFORM LOAD-SETTINGS.
           PERFORM LOAD-SLOTS.
           IF WS-SL-OVER = 'Y'
               DISPLAY "advising_slots.txt is over 1000 rows; "
                       "reminders not sent."
               MOVE 'F' TO LS-RETURN-CODE
               EXIT SECTION
           END-IF.
           MOVE FUNCTION DATE-OF-INTEGER(WS-TODAY-INT + 1) TO WS-DATE-NUM.
           MOVE WS-DATE-NUM TO WS-TOMORROW.
           MOVE WS-OFFICE-INBOX TO WS-MSG-SENDER.
           MOVE 0 TO WS-COUNT.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-SL-COUNT
               MOVE WS-SL-TEMP(I) TO WS-LINE
               PERFORM PARSE-SLOT-ROW
               IF FUNCTION TRIM(WS-AD-STATE) = "BOOKED"
                  AND WS-AD-DATE = WS-TOMORROW
                  AND WS-AD-REMINDED = SPACES
                   PERFORM DESCRIBE-SLOT
                   INITIALIZE WS-NOTIFY-TEXT
                   STRING "Reminder: your advising appointment is "
                          "tomorrow -- " FUNCTION TRIM(WS-SLOT-TEXT)
                          ", with " FUNCTION TRIM(WS-AD-STAFF) "."
                       DELIMITED BY SIZE INTO WS-NOTIFY-TEXT
                   MOVE WS-AD-STUDENT TO WS-MSG-RECIPIENT
                   CALL "SEND-MESSAGE" USING WS-MSG-SENDER,
                                              WS-MSG-RECIPIENT,
                                              WS-SKIP-VERIFY, WS-MSG-RC,
                                              WS-NOTIFY-TEXT
                   MOVE WS-TODAY(1:8) TO WS-AD-REMINDED
                   PERFORM BUILD-SLOT-ROW
                   MOVE WS-LINE TO WS-SL-TEMP(I)
                   ADD 1 TO WS-COUNT
               END-IF
           END-PERFORM.
           IF WS-COUNT > 0
               PERFORM SAVE-SLOTS
           END-IF.
           MOVE WS-COUNT TO WS-COUNT-TEXT.
           DISPLAY "Advising appointments: "
                   FUNCTION TRIM(WS-COUNT-TEXT) " reminder(s) sent".
           MOVE 'S' TO LS-RETURN-CODE.
           EXIT SECTION.

      *> ----------------------------------------------------------
      *> REPORT
      *> ----------------------------------------------------------
      *> Booked counts every slot a student held when the period
      *> closed; a cancelled-and-rebooked slot counts once, with the
      *> cancellation shown beside it.
       UTILIZATION-REPORT SECTION.
           MOVE SPACES TO WS-MY-CAMPUS.
           IF LS-USERNAME NOT = SPACES
               PERFORM GET-ADVISOR-CAMPUS
               IF WS-SCOPE-RC NOT = 'S'
                   MOVE 'F' TO LS-RETURN-CODE
                   EXIT SECTION
               END-IF
           END-IF.
           MOVE SPACES TO WS-REPORT-MONTH.
           IF LS-AP-DATE(1:6) IS NUMERIC
               MOVE LS-AP-DATE(1:6) TO WS-REPORT-MONTH
           END-IF.
           PERFORM LOAD-SLOTS.

           MOVE 0 TO WS-CP-COUNT.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-SL-COUNT
               MOVE WS-SL-TEMP(I) TO WS-LINE
               PERFORM PARSE-SLOT-ROW
               IF (WS-MY-CAMPUS = SPACES
                   OR FUNCTION UPPER-CASE(FUNCTION TRIM(WS-AD-CAMPUS)) =
                      FUNCTION UPPER-CASE(FUNCTION TRIM(WS-MY-CAMPUS)))
                  AND (WS-REPORT-MONTH = SPACES
                       OR WS-AD-DATE(1:6) = WS-REPORT-MONTH)
                   PERFORM ADD-TO-CAMPUS
               END-IF
           END-PERFORM.

           OPEN OUTPUT REPORT-FILE.
           MOVE "InCollege Advising Appointment Utilization" TO WS-MESSAGE.
           PERFORM REPORT-AND-LOG.
           INITIALIZE WS-MESSAGE.
           IF WS-REPORT-MONTH = SPACES
               STRING "Run " WS-TODAY(1:8) ", all slots on file"
                   DELIMITED BY SIZE INTO WS-MESSAGE
           ELSE
               STRING "Run " WS-TODAY(1:8) ", slots dated "
                      WS-REPORT-MONTH(1:4) "-" WS-REPORT-MONTH(5:2)
                   DELIMITED BY SIZE INTO WS-MESSAGE
           END-IF.
           PERFORM REPORT-AND-LOG.
           IF WS-CP-COUNT = 0
               MOVE "No advising slots in the period." TO WS-MESSAGE
               PERFORM REPORT-AND-LOG
           END-IF.
           PERFORM VARYING C FROM 1 BY 1 UNTIL C > WS-CP-COUNT
               MOVE SPACES TO WS-MESSAGE
               PERFORM REPORT-AND-LOG
               INITIALIZE WS-MESSAGE
               STRING "Campus: " FUNCTION TRIM(WS-CP-NAME(C))
                   DELIMITED BY SIZE INTO WS-MESSAGE
               PERFORM REPORT-AND-LOG
               MOVE 0 TO WS-SUM-PUBLISHED, WS-SUM-BOOKED,
                         WS-SUM-ATTENDED, WS-SUM-NOSHOW,
                         WS-SUM-CANCELS, WS-SUM-WITHDRAWN
               PERFORM VARYING T FROM 1 BY 1 UNTIL T > 3
                   PERFORM WRITE-TYPE-LINE
                   ADD WS-CP-PUBLISHED(C, T) TO WS-SUM-PUBLISHED
                   ADD WS-CP-BOOKED(C, T) TO WS-SUM-BOOKED
                   ADD WS-CP-ATTENDED(C, T) TO WS-SUM-ATTENDED
                   ADD WS-CP-NOSHOW(C, T) TO WS-SUM-NOSHOW
                   ADD WS-CP-CANCELS(C, T) TO WS-SUM-CANCELS
                   ADD WS-CP-WITHDRAWN(C, T) TO WS-SUM-WITHDRAWN
               END-PERFORM
               MOVE "All types" TO WS-TYPE-LABEL
               MOVE WS-SUM-PUBLISHED TO WS-LN-PUBLISHED
               MOVE WS-SUM-BOOKED TO WS-LN-BOOKED
               MOVE WS-SUM-ATTENDED TO WS-LN-ATTENDED
               MOVE WS-SUM-NOSHOW TO WS-LN-NOSHOW
               MOVE WS-SUM-CANCELS TO WS-LN-CANCELS
               MOVE WS-SUM-WITHDRAWN TO WS-LN-WITHDRAWN
               PERFORM WRITE-UTILIZATION-LINE
           END-PERFORM.
           CLOSE REPORT-FILE.
           MOVE 'S' TO LS-RETURN-CODE.
           EXIT SECTION.

       ADD-TO-CAMPUS SECTION.
           MOVE 0 TO C.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-CP-COUNT
               IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CP-NAME(K))) =
                  FUNCTION UPPER-CASE(FUNCTION TRIM(WS-AD-CAMPUS))
                   MOVE K TO C
               END-IF
           END-PERFORM.
           IF C = 0
               IF WS-CP-COUNT >= 50
                   EXIT SECTION
               END-IF
               ADD 1 TO WS-CP-COUNT
               MOVE WS-CP-COUNT TO C
               INITIALIZE WS-CP-ENTRY(C)
               MOVE WS-AD-CAMPUS TO WS-CP-NAME(C)
           END-IF.
           EVALUATE FUNCTION TRIM(WS-AD-TYPE)
               WHEN "RESUME"
                   MOVE 1 TO T
               WHEN "MOCK"
                   MOVE 2 TO T
               WHEN OTHER
                   MOVE 3 TO T
           END-EVALUATE.
           IF FUNCTION TRIM(WS-AD-CANCELS) IS NUMERIC
               ADD FUNCTION NUMVAL(WS-AD-CANCELS) TO WS-CP-CANCELS(C, T)
           END-IF.
           IF FUNCTION TRIM(WS-AD-STATE) = "WITHDRAWN"
               ADD 1 TO WS-CP-WITHDRAWN(C, T)
               EXIT SECTION
           END-IF.
           ADD 1 TO WS-CP-PUBLISHED(C, T).
           IF FUNCTION TRIM(WS-AD-STATE) = "BOOKED"
               ADD 1 TO WS-CP-BOOKED(C, T)
               EVALUATE FUNCTION TRIM(WS-AD-OUTCOME)
                   WHEN "ATTENDED"
                       ADD 1 TO WS-CP-ATTENDED(C, T)
                   WHEN "NOSHOW"
                       ADD 1 TO WS-CP-NOSHOW(C, T)
               END-EVALUATE
           END-IF.
           EXIT SECTION.

       WRITE-TYPE-LINE SECTION.
           EVALUATE T
               WHEN 1
                   MOVE "RESUME" TO WS-AD-TYPE
               WHEN 2
                   MOVE "MOCK" TO WS-AD-TYPE
               WHEN OTHER
                   MOVE "GENERAL" TO WS-AD-TYPE
           END-EVALUATE.
           PERFORM SET-TYPE-LABEL.
           MOVE WS-CP-PUBLISHED(C, T) TO WS-LN-PUBLISHED.
           MOVE WS-CP-BOOKED(C, T) TO WS-LN-BOOKED.
           MOVE WS-CP-ATTENDED(C, T) TO WS-LN-ATTENDED.
           MOVE WS-CP-NOSHOW(C, T) TO WS-LN-NOSHOW.
           MOVE WS-CP-CANCELS(C, T) TO WS-LN-CANCELS.
           MOVE WS-CP-WITHDRAWN(C, T) TO WS-LN-WITHDRAWN.
           IF WS-LN-PUBLISHED + WS-LN-WITHDRAWN > 0
               PERFORM WRITE-UTILIZATION-LINE
           END-IF.
           EXIT SECTION.

      *> One line from the WS-LN-* counters under WS-TYPE-LABEL.
       WRITE-UTILIZATION-LINE SECTION.
           MOVE 0 TO WS-PCT.
           IF WS-LN-PUBLISHED > 0
               COMPUTE WS-PCT ROUNDED =
                   WS-LN-BOOKED * 100 / WS-LN-PUBLISHED
           END-IF.
           MOVE WS-PCT TO WS-PCT-TEXT.
           MOVE WS-LN-PUBLISHED TO WS-COUNT-TEXT.
           MOVE WS-LN-BOOKED TO WS-COUNT-TEXT2.
           MOVE WS-LN-ATTENDED TO WS-COUNT-TEXT3.
           MOVE WS-LN-NOSHOW TO WS-COUNT-TEXT4.
           MOVE WS-LN-CANCELS TO WS-COUNT-TEXT5.
           MOVE WS-LN-WITHDRAWN TO WS-COUNT-TEXT6.
           INITIALIZE WS-MESSAGE.
           STRING "  " WS-TYPE-LABEL ": "
                  FUNCTION TRIM(WS-COUNT-TEXT) " published, "
                  FUNCTION TRIM(WS-COUNT-TEXT2) " booked ("
                  FUNCTION TRIM(WS-PCT-TEXT) "%), "
                  FUNCTION TRIM(WS-COUNT-TEXT3) " attended, "
                  FUNCTION TRIM(WS-COUNT-TEXT4) " no-show, "
                  FUNCTION TRIM(WS-COUNT-TEXT5) " cancelled, "
                  FUNCTION TRIM(WS-COUNT-TEXT6) " withdrawn"
               DELIMITED BY SIZE INTO WS-MESSAGE.
           PERFORM REPORT-AND-LOG.
           EXIT SECTION.

      *> ----------------------------------------------------------
      *> Shared
      *> ----------------------------------------------------------
       LOAD-SETTINGS SECTION.
           MOVE "ADVISING-CANCEL-HRS" TO WS-CFG-KEY.
           CALL "SITE-CONFIG" USING WS-CFG-KEY, WS-CFG-VALUE, WS-CFG-RC.
           IF WS-CFG-RC = 'S'
              AND FUNCTION TRIM(WS-CFG-VALUE) IS NUMERIC
               MOVE FUNCTION NUMVAL(WS-CFG-VALUE) TO WS-CANCEL-HOURS
           END-IF.
           MOVE "CAREERS-OFFICE-INBOX" TO WS-CFG-KEY.
           CALL "SITE-CONFIG" USING WS-CFG-KEY, WS-CFG-VALUE, WS-CFG-RC.
           IF WS-CFG-RC = 'S' AND FUNCTION TRIM(WS-CFG-VALUE) > SPACES
               MOVE WS-CFG-VALUE TO WS-OFFICE-INBOX
           END-IF.
           EXIT SECTION.

      *> WS-SCOPE-RC 'S' and WS-MY-CAMPUS set for an advisor with a
      *> campus binding.
       GET-ADVISOR-CAMPUS SECTION.
           MOVE SPACES TO WS-MY-CAMPUS, WS-SCOPE-TARGET, WS-SCOPE-CAMPUS.
           MOVE "GETCAMPUS" TO WS-SCOPE-ACTION.
           CALL "STAFF-SCOPE" USING LS-USERNAME, WS-SCOPE-ACTION,
                                     WS-SCOPE-TARGET, WS-SCOPE-CAMPUS,
                                     WS-SCOPE-RC.
           IF WS-SCOPE-RC = 'S'
               MOVE WS-SCOPE-CAMPUS TO WS-MY-CAMPUS
           END-IF.
           EXIT SECTION.

      *> The UNIV line of LS-USERNAME's profiles.txt block, or spaces.
       GET-STUDENT-CAMPUS SECTION.
           MOVE SPACES TO WS-MY-CAMPUS.
           MOVE 'N' TO WS-IN-BLOCK.
           OPEN INPUT PROFILE-FILE.
           IF WS-PROFILE-STATUS NOT = "00"
               CLOSE PROFILE-FILE
               EXIT SECTION
           END-IF.
           PERFORM UNTIL WS-PROFILE-STATUS NOT = "00"
               READ PROFILE-FILE
                   AT END
                       MOVE "10" TO WS-PROFILE-STATUS
                   NOT AT END
                       IF PROFILE-RECORD(1:5) = "USER:"
                           IF FUNCTION TRIM(PROFILE-RECORD(6:20)) =
                              FUNCTION TRIM(LS-USERNAME)
                               MOVE 'Y' TO WS-IN-BLOCK
                           ELSE
                               MOVE 'N' TO WS-IN-BLOCK
                           END-IF
                       END-IF
                       IF WS-IN-BLOCK = 'Y'
                          AND PROFILE-RECORD(1:5) = "UNIV:"
                           MOVE PROFILE-RECORD(6:100) TO WS-MY-CAMPUS
                           MOVE "10" TO WS-PROFILE-STATUS
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PROFILE-FILE.
           MOVE FUNCTION TRIM(WS-MY-CAMPUS) TO WS-MY-CAMPUS.
           EXIT SECTION.

      *> "9:30" or "09:30" -> WS-PARSED-MIN minutes after midnight,
      *> WS-TIME-OK 'Y' when it is a real time of day (0 otherwise).
       PARSE-TIME-TEXT SECTION.
           MOVE 'N' TO WS-TIME-OK.
           MOVE 0 TO WS-PARSED-MIN.
           MOVE SPACES TO WS-TIME-HH, WS-TIME-MM.
           UNSTRING WS-TIME-TEXT DELIMITED BY ":"
               INTO WS-TIME-HH, WS-TIME-MM
           END-UNSTRING.
           IF WS-TIME-HH(2:1) = SPACE AND WS-TIME-HH(1:1) IS NUMERIC
               MOVE WS-TIME-HH(1:1) TO WS-TIME-HH(2:1)
               MOVE "0" TO WS-TIME-HH(1:1)
           END-IF.
           IF WS-TIME-HH IS NUMERIC AND WS-TIME-MM IS NUMERIC
              AND WS-TIME-HH < "24" AND WS-TIME-MM < "60"
               MOVE WS-TIME-HH TO WS-HH-NUM
               MOVE WS-TIME-MM TO WS-MM-NUM
               COMPUTE WS-PARSED-MIN = WS-HH-NUM * 60 + WS-MM-NUM
               MOVE 'Y' TO WS-TIME-OK
           END-IF.
           EXIT SECTION.

      *> WS-START-ABS from the parsed row's date and time; 0 when the
      *> date is unreadable, midnight when the time is.
       COMPUTE-START-ABS SECTION.
           MOVE 0 TO WS-START-ABS.
           IF WS-AD-DATE IS NOT NUMERIC
               EXIT SECTION
           END-IF.
           MOVE WS-AD-DATE TO WS-DATE-NUM.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-NUM) NOT = 0
               EXIT SECTION
           END-IF.
           MOVE WS-AD-TIME TO WS-TIME-TEXT.
           PERFORM PARSE-TIME-TEXT.
           COMPUTE WS-START-ABS =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) * 1440
               + WS-PARSED-MIN.
           EXIT SECTION.

      *> The parsed row's start and end as minutes after midnight.
       ROW-MINUTES SECTION.
           MOVE WS-AD-TIME TO WS-TIME-TEXT.
           PERFORM PARSE-TIME-TEXT.
           MOVE WS-PARSED-MIN TO WS-ROW-START-MIN, WS-ROW-END-MIN.
           IF FUNCTION TRIM(WS-AD-MINUTES) IS NUMERIC
               ADD FUNCTION NUMVAL(WS-AD-MINUTES) TO WS-ROW-END-MIN
           END-IF.
           EXIT SECTION.

      *> WS-ROW / parsed row for slot number WS-ID-TEXT ("12" or
      *> "000012"); WS-ROW 0 when there is none.
       FIND-SLOT SECTION.
           MOVE 0 TO WS-ROW.
           IF FUNCTION TRIM(WS-ID-TEXT) IS NOT NUMERIC
               EXIT SECTION
           END-IF.
           MOVE FUNCTION NUMVAL(WS-ID-TEXT) TO WS-ID-NUM.
           MOVE WS-ID-NUM TO WS-ID-TEXT.
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > WS-SL-COUNT OR WS-ROW > 0
               MOVE WS-SL-TEMP(I) TO WS-LINE
               PERFORM PARSE-SLOT-ROW
               IF WS-AD-ID = WS-ID-TEXT
                   MOVE I TO WS-ROW
               END-IF
           END-PERFORM.
           IF WS-ROW > 0
               MOVE WS-SL-TEMP(WS-ROW) TO WS-LINE
               PERFORM PARSE-SLOT-ROW
           END-IF.
           EXIT SECTION.

       SET-TYPE-LABEL SECTION.
           EVALUATE FUNCTION TRIM(WS-AD-TYPE)
               WHEN "RESUME"
                   MOVE "Resume review" TO WS-TYPE-LABEL
               WHEN "MOCK"
                   MOVE "Mock interview" TO WS-TYPE-LABEL
               WHEN "GENERAL"
                   MOVE "General advising" TO WS-TYPE-LABEL
               WHEN OTHER
                   MOVE SPACES TO WS-TYPE-LABEL
           END-EVALUATE.
           EXIT SECTION.

      *> "#000012 Resume review, 20261020 10:00 (30 min), Room 204"
       DESCRIBE-SLOT SECTION.
           PERFORM SET-TYPE-LABEL.
           INITIALIZE WS-SLOT-TEXT.
           STRING "#" WS-AD-ID " " FUNCTION TRIM(WS-TYPE-LABEL) ", "
                  WS-AD-DATE " " FUNCTION TRIM(WS-AD-TIME) " ("
                  FUNCTION TRIM(WS-AD-MINUTES) " min), "
                  FUNCTION TRIM(WS-AD-LOCATION)
               DELIMITED BY SIZE INTO WS-SLOT-TEXT.
           EXIT SECTION.

      *> Row I onto the listing, keyed date+time+id for the sort.
       ADD-PICK SECTION.
           IF WS-PICK-COUNT >= 200
               EXIT SECTION
           END-IF.
           ADD 1 TO WS-PICK-COUNT.
           INITIALIZE WS-PICK-KEY(WS-PICK-COUNT).
           STRING WS-AD-DATE WS-AD-TIME(1:2) WS-AD-TIME(4:2)
               DELIMITED BY SIZE INTO WS-PICK-KEY(WS-PICK-COUNT).
           MOVE I TO WS-PICK-ROW(WS-PICK-COUNT).
           EXIT SECTION.

       SORT-PICKS SECTION.
           IF WS-PICK-COUNT < 2
               EXIT SECTION
           END-IF.
           PERFORM VARYING P FROM 1 BY 1 UNTIL P >= WS-PICK-COUNT
               PERFORM VARYING Q FROM 1 BY 1
                       UNTIL Q > WS-PICK-COUNT - P
                   IF WS-PICK-KEY(Q) > WS-PICK-KEY(Q + 1)
                       MOVE WS-PICK(Q) TO WS-PICK-SWAP
                       MOVE WS-PICK(Q + 1) TO WS-PICK(Q)
                       MOVE WS-PICK-SWAP TO WS-PICK(Q + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.
           EXIT SECTION.

      *> ----------------------------------------------------------
      *> File handling
      *> ----------------------------------------------------------
       LOAD-SLOTS SECTION.
           MOVE 0 TO WS-SL-COUNT, WS-HIGH-ID.
           MOVE 'N' TO WS-SL-OVER.
           OPEN INPUT SLOTS-FILE.
           IF WS-SLOTS-STATUS NOT = "00"
               CLOSE SLOTS-FILE
               EXIT SECTION
           END-IF.
           PERFORM UNTIL WS-SLOTS-STATUS NOT = "00"
               READ SLOTS-FILE
                   AT END
                       MOVE "10" TO WS-SLOTS-STATUS
                   NOT AT END
                       IF FUNCTION TRIM(SLOT-RECORD) > SPACES
                           IF WS-SL-COUNT < 1000
                               ADD 1 TO WS-SL-COUNT
                               MOVE SLOT-RECORD TO WS-SL-TEMP(WS-SL-COUNT)
                               IF SLOT-RECORD(1:6) IS NUMERIC
                                  AND SLOT-RECORD(1:6) > WS-HIGH-ID
                                   MOVE SLOT-RECORD(1:6) TO WS-HIGH-ID
                               END-IF
                           ELSE
                               MOVE 'Y' TO WS-SL-OVER
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SLOTS-FILE.
           EXIT SECTION.

       SAVE-SLOTS SECTION.
           IF WS-SL-OVER = 'Y'
               EXIT SECTION
           END-IF.
           OPEN OUTPUT SLOTS-FILE.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-SL-COUNT
               WRITE SLOT-RECORD FROM WS-SL-TEMP(I)
           END-PERFORM.
           CLOSE SLOTS-FILE.
           EXIT SECTION.

       PARSE-SLOT-ROW SECTION.
           MOVE SPACES TO WS-AD-ID, WS-AD-STAFF, WS-AD-CAMPUS, WS-AD-TYPE,
                          WS-AD-DATE, WS-AD-TIME, WS-AD-MINUTES,
                          WS-AD-LOCATION, WS-AD-STATE, WS-AD-STUDENT,
                          WS-AD-BOOKED-ON, WS-AD-REMINDED, WS-AD-OUTCOME,
                          WS-AD-CANCELS.
           UNSTRING WS-LINE DELIMITED BY "~"
               INTO WS-AD-ID, WS-AD-STAFF, WS-AD-CAMPUS, WS-AD-TYPE,
                    WS-AD-DATE, WS-AD-TIME, WS-AD-MINUTES,
                    WS-AD-LOCATION, WS-AD-STATE, WS-AD-STUDENT,
                    WS-AD-BOOKED-ON, WS-AD-REMINDED, WS-AD-OUTCOME,
                    WS-AD-CANCELS
           END-UNSTRING.
           EXIT SECTION.

       BUILD-SLOT-ROW SECTION.
           MOVE SPACES TO WS-LINE.
           STRING FUNCTION TRIM(WS-AD-ID) "~"
                  FUNCTION TRIM(WS-AD-STAFF) "~"
                  FUNCTION TRIM(WS-AD-CAMPUS) "~"
                  FUNCTION TRIM(WS-AD-TYPE) "~"
                  FUNCTION TRIM(WS-AD-DATE) "~"
                  FUNCTION TRIM(WS-AD-TIME) "~"
                  FUNCTION TRIM(WS-AD-MINUTES) "~"
                  FUNCTION TRIM(WS-AD-LOCATION) "~"
                  FUNCTION TRIM(WS-AD-STATE) "~"
                  FUNCTION TRIM(WS-AD-STUDENT) "~"
                  FUNCTION TRIM(WS-AD-BOOKED-ON) "~"
                  FUNCTION TRIM(WS-AD-REMINDED) "~"
                  FUNCTION TRIM(WS-AD-OUTCOME) "~"
                  FUNCTION TRIM(WS-AD-CANCELS)
               DELIMITED BY SIZE INTO WS-LINE.
           EXIT SECTION.

       REPORT-AND-LOG SECTION.
           MOVE WS-MESSAGE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           PERFORM DISPLAY-AND-LOG.
           EXIT SECTION.

       DISPLAY-AND-LOG SECTION.
           DISPLAY FUNCTION TRIM(WS-MESSAGE).
           MOVE WS-MESSAGE TO OUTPUT-RECORD.
           WRITE OUTPUT-RECORD.
           EXIT.
