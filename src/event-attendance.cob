       >>SOURCE FREE
       *> Nightly attendance roll-up for events that have already taken
       *> place. Joins event_rsvps.txt to the door list hosts keep in
       *> event_attendance.txt (EVENTS CHECKIN) and, per past event,
       *> counts the CONFIRMED RSVPs, how many of them walked in, the
       *> no-shows, and the walk-ins who never RSVP'd. Waitlisted rows
       *> are not seats and are not counted against anyone.
       *>   events.txt:           host~title~date~location~univ~capacity
       *>   event_rsvps.txt:      user~host~title~status
       *>   event_attendance.txt: host~title~user~date~time~RSVP|WALKIN
       *> Output: InCollege-AttendanceReport.txt, plus a per-student
       *> no-show list. A system-wide run also rewrites
       *>   event_noshows.txt:    user~noShowCount~lastNoShowDate
       *> which EVENTS ATTENDEES shows beside each name. Like
       *> PLACEMENT-REPORT, the careers-office console first writes the
       *> coordinator's campus into report_scope.txt: a scoped run
       *> reports only that campus's events and students and leaves
       *> event_noshows.txt alone.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EVENT-ATTENDANCE.
       AUTHOR. Paola
       DATE-WRITTEN. 10/15/2026

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EVENTS-FILE ASSIGN TO "events.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EVENTS-STATUS.

           SELECT RSVPS-FILE ASSIGN TO "event_rsvps.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RSVPS-STATUS.

           SELECT ATTEND-FILE ASSIGN TO "event_attendance.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATTEND-STATUS.

           SELECT NOSHOW-FILE ASSIGN TO "event_noshows.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOSHOW-STATUS.

           SELECT PROFILES-FILE ASSIGN TO "profiles.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROFILES-STATUS.

           SELECT REPORT-FILE ASSIGN TO "InCollege-AttendanceReport.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SCOPE-FILE ASSIGN TO "report_scope.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCOPE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EVENTS-FILE.
       01  EVENTS-RECORD            PIC X(300).

       FD  RSVPS-FILE.
       01  RSVPS-RECORD             PIC X(200).

       FD  ATTEND-FILE.
       01  ATTEND-RECORD            PIC X(120).

       FD  NOSHOW-FILE.
       01  NOSHOW-RECORD            PIC X(60).

       FD  PROFILES-FILE.
       01  PROFILES-RECORD          PIC X(350).

       FD  REPORT-FILE.
       01  REPORT-RECORD            PIC X(120).

       FD  SCOPE-FILE.
       01  SCOPE-RECORD             PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-SCOPE-STATUS          PIC X(2).
       01  WS-SCOPE-CAMPUS          PIC X(100) VALUE SPACES.
       01  WS-EVENTS-STATUS         PIC X(2).
       01  WS-RSVPS-STATUS          PIC X(2).
       01  WS-ATTEND-STATUS         PIC X(2).
       01  WS-NOSHOW-STATUS         PIC X(2).
       01  WS-PROFILES-STATUS       PIC X(2).
       01  WS-EOF-FLAG              PIC X VALUE 'N'.
       01  WS-LINE                  PIC X(300).

      *> events.txt row
       01  WS-ROW-HOST              PIC X(20).
       01  WS-ROW-TITLE             PIC X(50).
       01  WS-ROW-DATE              PIC X(8).
       01  WS-ROW-LOCATION          PIC X(50).
       01  WS-ROW-UNIVERSITY        PIC X(100).
       01  WS-ROW-CAPACITY          PIC X(4).

      *> event_rsvps.txt row
       01  WS-RSVP-USER             PIC X(20).
       01  WS-RSVP-HOST             PIC X(20).
       01  WS-RSVP-TITLE            PIC X(50).
       01  WS-RSVP-STATE            PIC X(10).

      *> event_attendance.txt row
       01  WS-AT-HOST               PIC X(20).
       01  WS-AT-TITLE              PIC X(50).
       01  WS-AT-USER               PIC X(20).
       01  WS-AT-DATE               PIC X(8).
       01  WS-AT-TIME               PIC X(4).
       01  WS-AT-SOURCE             PIC X(6).

      *> Past events in the run, with their counts
       01  WS-EVENT-COUNT           PIC 9(3) VALUE 0.
       01  WS-EVENT-TABLE.
           05 WS-EVENT-ENTRY OCCURS 300 TIMES.
              10 WS-EV-HOST         PIC X(20).
              10 WS-EV-TITLE        PIC X(50).
              10 WS-EV-DATE         PIC X(8).
              10 WS-EV-UNIV         PIC X(100).
              10 WS-EV-RSVPD        PIC 9(4).
              10 WS-EV-ATTENDED     PIC 9(4).
              10 WS-EV-NOSHOW       PIC 9(4).
              10 WS-EV-WALKIN       PIC 9(4).

      *> The whole door list
       01  WS-ARRIVAL-COUNT         PIC 9(4) VALUE 0.
       01  WS-ARRIVAL-TABLE.
           05 WS-ARRIVAL-ENTRY OCCURS 2000 TIMES.
              10 WS-AR-HOST         PIC X(20).
              10 WS-AR-TITLE        PIC X(50).
              10 WS-AR-USER         PIC X(20).

      *> Student -> university off profiles.txt
       01  WS-STUDENT-COUNT         PIC 9(3) VALUE 0.
       01  WS-STUDENT-TABLE.
           05 WS-STUDENT-ENTRY OCCURS 600 TIMES.
              10 WS-STUDENT-USER    PIC X(20).
              10 WS-STUDENT-UNIV    PIC X(100).

      *> Per-student no-show tally
       01  WS-NS-COUNT              PIC 9(3) VALUE 0.
       01  WS-NS-TABLE.
           05 WS-NS-ENTRY OCCURS 600 TIMES.
              10 WS-NS-USER         PIC X(20).
              10 WS-NS-TIMES        PIC 9(4).
              10 WS-NS-LAST         PIC X(8).

       01  WS-CUR-EVENT             PIC 9(3).
       01  WS-CUR-UNIV              PIC X(100).
       01  WS-ARRIVED               PIC X.
       01  WS-IN-SCOPE              PIC X.
       01  WS-FOUND-FLAG            PIC X.
       01  K                        PIC 9(4).
       01  N                        PIC 9(3).

       01  WS-TOTAL-RSVPD           PIC 9(5) VALUE 0.
       01  WS-TOTAL-ATTENDED        PIC 9(5) VALUE 0.
       01  WS-TOTAL-NOSHOW          PIC 9(5) VALUE 0.
       01  WS-TOTAL-WALKIN          PIC 9(5) VALUE 0.
       01  WS-EVENTS-REPORTED       PIC 9(4) VALUE 0.

       01  WS-TODAY                 PIC X(21).
       01  WS-TODAY-DATE            PIC X(8).

       01  WS-RSVPD-TEXT            PIC Z(3)9.
       01  WS-ATTENDED-TEXT         PIC Z(3)9.
       01  WS-NOSHOW-TEXT           PIC Z(3)9.
       01  WS-WALKIN-TEXT           PIC Z(3)9.
       01  WS-COUNT-TEXT            PIC Z(4)9.

       PROCEDURE DIVISION.

           MOVE FUNCTION CURRENT-DATE TO WS-TODAY.
           MOVE WS-TODAY(1:8) TO WS-TODAY-DATE.
           PERFORM READ-REPORT-SCOPE.
           PERFORM LOAD-STUDENT-TABLE.
           PERFORM LOAD-PAST-EVENTS.
           PERFORM LOAD-ARRIVALS.
           PERFORM TALLY-RSVPS.
           PERFORM TALLY-WALKINS.

           OPEN OUTPUT REPORT-FILE.

           MOVE SPACES TO REPORT-RECORD.
           IF FUNCTION TRIM(WS-SCOPE-CAMPUS) > SPACES
               STRING "InCollege Event Attendance Report - "
                   FUNCTION TRIM(WS-SCOPE-CAMPUS)
                   " - events before " WS-TODAY-DATE
                   DELIMITED BY SIZE INTO REPORT-RECORD
           ELSE
               STRING "InCollege Event Attendance Report - "
                   "events before " WS-TODAY-DATE
                   DELIMITED BY SIZE INTO REPORT-RECORD
           END-IF.
           WRITE REPORT-RECORD.
           MOVE "------------------------------------------------"
               TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE "Date     RSVP'd Attended No-show Walk-in  Event (host)"
               TO REPORT-RECORD.
           WRITE REPORT-RECORD.

           PERFORM VARYING N FROM 1 BY 1 UNTIL N > WS-EVENT-COUNT
               PERFORM WRITE-EVENT-LINE
           END-PERFORM.
           IF WS-EVENTS-REPORTED = 0
               MOVE "  (no past events)" TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.

           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE WS-TOTAL-RSVPD TO WS-COUNT-TEXT.
           MOVE SPACES TO REPORT-RECORD.
           STRING "Total RSVP'd:   " WS-COUNT-TEXT
               DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE WS-TOTAL-ATTENDED TO WS-COUNT-TEXT.
           MOVE SPACES TO REPORT-RECORD.
           STRING "Total attended: " WS-COUNT-TEXT
               DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE WS-TOTAL-NOSHOW TO WS-COUNT-TEXT.
           MOVE SPACES TO REPORT-RECORD.
           STRING "Total no-shows: " WS-COUNT-TEXT
               DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE WS-TOTAL-WALKIN TO WS-COUNT-TEXT.
           MOVE SPACES TO REPORT-RECORD.
           STRING "Total walk-ins: " WS-COUNT-TEXT
               DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.

           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE "No-shows by student (count, most recent):"
               TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE 'N' TO WS-FOUND-FLAG.
           PERFORM VARYING N FROM 1 BY 1 UNTIL N > WS-NS-COUNT
               PERFORM WRITE-STUDENT-LINE
           END-PERFORM.
           IF WS-FOUND-FLAG = 'N'
               MOVE "  (none)" TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.

           CLOSE REPORT-FILE.

           IF FUNCTION TRIM(WS-SCOPE-CAMPUS) = SPACES
               PERFORM WRITE-NOSHOW-FILE
           END-IF.
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

       LOAD-STUDENT-TABLE SECTION.
           MOVE 0 TO WS-STUDENT-COUNT.
           MOVE 'N' TO WS-EOF-FLAG.
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
                               IF WS-STUDENT-COUNT < 600
                                   ADD 1 TO WS-STUDENT-COUNT
                                   MOVE PROFILES-RECORD(6:20) TO
                                       WS-STUDENT-USER(WS-STUDENT-COUNT)
                                   MOVE SPACES TO
                                       WS-STUDENT-UNIV(WS-STUDENT-COUNT)
                               END-IF
                           WHEN PROFILES-RECORD(1:5) = "UNIV:"
                              AND WS-STUDENT-COUNT > 0
                               MOVE PROFILES-RECORD(6:100) TO
                                   WS-STUDENT-UNIV(WS-STUDENT-COUNT)
                       END-EVALUATE
               END-READ
           END-PERFORM.
           CLOSE PROFILES-FILE.
           EXIT SECTION.

      *> Only events dated before today have a final head count.
       LOAD-PAST-EVENTS SECTION.
           MOVE 0 TO WS-EVENT-COUNT.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT EVENTS-FILE.
           IF WS-EVENTS-STATUS NOT = "00"
               CLOSE EVENTS-FILE
               EXIT SECTION
           END-IF.
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ EVENTS-FILE INTO WS-LINE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE SPACES TO WS-ROW-HOST, WS-ROW-TITLE,
                           WS-ROW-DATE, WS-ROW-LOCATION,
                           WS-ROW-UNIVERSITY, WS-ROW-CAPACITY
                       UNSTRING WS-LINE DELIMITED BY "~"
                           INTO WS-ROW-HOST, WS-ROW-TITLE, WS-ROW-DATE,
                                WS-ROW-LOCATION, WS-ROW-UNIVERSITY,
                                WS-ROW-CAPACITY
                       END-UNSTRING
                       IF WS-ROW-DATE < WS-TODAY-DATE
                          AND WS-EVENT-COUNT < 300
                           ADD 1 TO WS-EVENT-COUNT
                           MOVE WS-ROW-HOST
                               TO WS-EV-HOST(WS-EVENT-COUNT)
                           MOVE WS-ROW-TITLE
                               TO WS-EV-TITLE(WS-EVENT-COUNT)
                           MOVE WS-ROW-DATE
                               TO WS-EV-DATE(WS-EVENT-COUNT)
                           MOVE WS-ROW-UNIVERSITY
                               TO WS-EV-UNIV(WS-EVENT-COUNT)
                           MOVE 0 TO WS-EV-RSVPD(WS-EVENT-COUNT),
                                     WS-EV-ATTENDED(WS-EVENT-COUNT),
                                     WS-EV-NOSHOW(WS-EVENT-COUNT),
                                     WS-EV-WALKIN(WS-EVENT-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE EVENTS-FILE.
           EXIT SECTION.

       LOAD-ARRIVALS SECTION.
           MOVE 0 TO WS-ARRIVAL-COUNT.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT ATTEND-FILE.
           IF WS-ATTEND-STATUS NOT = "00"
               CLOSE ATTEND-FILE
               EXIT SECTION
           END-IF.
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ ATTEND-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM PARSE-ATTEND-ROW
                       IF WS-ARRIVAL-COUNT < 2000
                           ADD 1 TO WS-ARRIVAL-COUNT
                           MOVE WS-AT-HOST TO WS-AR-HOST(WS-ARRIVAL-COUNT)
                           MOVE WS-AT-TITLE
                               TO WS-AR-TITLE(WS-ARRIVAL-COUNT)
                           MOVE WS-AT-USER TO WS-AR-USER(WS-ARRIVAL-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ATTEND-FILE.
           EXIT SECTION.

      *> Each CONFIRMED seat at a past event either showed or didn't.
       TALLY-RSVPS SECTION.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT RSVPS-FILE.
           IF WS-RSVPS-STATUS NOT = "00"
               CLOSE RSVPS-FILE
               EXIT SECTION
           END-IF.
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ RSVPS-FILE INTO WS-LINE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM JUDGE-ONE-RSVP
               END-READ
           END-PERFORM.
           CLOSE RSVPS-FILE.
           EXIT SECTION.

       JUDGE-ONE-RSVP SECTION.
           MOVE SPACES TO WS-RSVP-USER, WS-RSVP-HOST, WS-RSVP-TITLE,
                          WS-RSVP-STATE.
           UNSTRING WS-LINE DELIMITED BY "~"
               INTO WS-RSVP-USER, WS-RSVP-HOST, WS-RSVP-TITLE,
                    WS-RSVP-STATE
           END-UNSTRING.
           IF FUNCTION TRIM(WS-RSVP-STATE) = "WAITLIST"
               EXIT SECTION
           END-IF.

           MOVE 0 TO WS-CUR-EVENT.
           PERFORM VARYING N FROM 1 BY 1 UNTIL N > WS-EVENT-COUNT
               IF WS-EV-HOST(N) = WS-RSVP-HOST
                  AND WS-EV-TITLE(N) = WS-RSVP-TITLE
                   MOVE N TO WS-CUR-EVENT
               END-IF
           END-PERFORM.
           IF WS-CUR-EVENT = 0
               EXIT SECTION
           END-IF.

           ADD 1 TO WS-EV-RSVPD(WS-CUR-EVENT).
           MOVE 'N' TO WS-ARRIVED.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-ARRIVAL-COUNT
               IF WS-AR-HOST(K) = WS-RSVP-HOST
                  AND WS-AR-TITLE(K) = WS-RSVP-TITLE
                  AND WS-AR-USER(K) = WS-RSVP-USER
                   MOVE 'Y' TO WS-ARRIVED
               END-IF
           END-PERFORM.
           IF WS-ARRIVED = 'Y'
               ADD 1 TO WS-EV-ATTENDED(WS-CUR-EVENT)
           ELSE
               ADD 1 TO WS-EV-NOSHOW(WS-CUR-EVENT)
               PERFORM BUMP-NOSHOW-TALLY
           END-IF.
           EXIT SECTION.

       BUMP-NOSHOW-TALLY SECTION.
           MOVE 'N' TO WS-FOUND-FLAG.
           PERFORM VARYING N FROM 1 BY 1 UNTIL N > WS-NS-COUNT
               IF WS-NS-USER(N) = WS-RSVP-USER
                   ADD 1 TO WS-NS-TIMES(N)
                   IF WS-EV-DATE(WS-CUR-EVENT) > WS-NS-LAST(N)
                       MOVE WS-EV-DATE(WS-CUR-EVENT) TO WS-NS-LAST(N)
                   END-IF
                   MOVE 'Y' TO WS-FOUND-FLAG
               END-IF
           END-PERFORM.
           IF WS-FOUND-FLAG = 'N' AND WS-NS-COUNT < 600
               ADD 1 TO WS-NS-COUNT
               MOVE WS-RSVP-USER TO WS-NS-USER(WS-NS-COUNT)
               MOVE 1 TO WS-NS-TIMES(WS-NS-COUNT)
               MOVE WS-EV-DATE(WS-CUR-EVENT) TO WS-NS-LAST(WS-NS-COUNT)
           END-IF.
           EXIT SECTION.

      *> Door-list rows the host marked WALKIN, per past event.
       TALLY-WALKINS SECTION.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT ATTEND-FILE.
           IF WS-ATTEND-STATUS NOT = "00"
               CLOSE ATTEND-FILE
               EXIT SECTION
           END-IF.
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ ATTEND-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM PARSE-ATTEND-ROW
                       IF FUNCTION TRIM(WS-AT-SOURCE) = "WALKIN"
                           PERFORM VARYING N FROM 1 BY 1
                                   UNTIL N > WS-EVENT-COUNT
                               IF WS-EV-HOST(N) = WS-AT-HOST
                                  AND WS-EV-TITLE(N) = WS-AT-TITLE
                                   ADD 1 TO WS-EV-WALKIN(N)
                               END-IF
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ATTEND-FILE.
           EXIT SECTION.

       PARSE-ATTEND-ROW SECTION.
           MOVE SPACES TO WS-AT-HOST, WS-AT-TITLE, WS-AT-USER,
                          WS-AT-DATE, WS-AT-TIME, WS-AT-SOURCE.
           UNSTRING ATTEND-RECORD DELIMITED BY "~"
               INTO WS-AT-HOST, WS-AT-TITLE, WS-AT-USER, WS-AT-DATE,
                    WS-AT-TIME, WS-AT-SOURCE
           END-UNSTRING.
           EXIT SECTION.

      *> One line per past event; a scoped run keeps its own campus's.
       WRITE-EVENT-LINE SECTION.
           IF FUNCTION TRIM(WS-SCOPE-CAMPUS) > SPACES
              AND FUNCTION UPPER-CASE(FUNCTION TRIM(WS-EV-UNIV(N)))
                  NOT = FUNCTION UPPER-CASE(
                            FUNCTION TRIM(WS-SCOPE-CAMPUS))
               EXIT SECTION
           END-IF.
           ADD 1 TO WS-EVENTS-REPORTED.
           ADD WS-EV-RSVPD(N) TO WS-TOTAL-RSVPD.
           ADD WS-EV-ATTENDED(N) TO WS-TOTAL-ATTENDED.
           ADD WS-EV-NOSHOW(N) TO WS-TOTAL-NOSHOW.
           ADD WS-EV-WALKIN(N) TO WS-TOTAL-WALKIN.
           MOVE WS-EV-RSVPD(N) TO WS-RSVPD-TEXT.
           MOVE WS-EV-ATTENDED(N) TO WS-ATTENDED-TEXT.
           MOVE WS-EV-NOSHOW(N) TO WS-NOSHOW-TEXT.
           MOVE WS-EV-WALKIN(N) TO WS-WALKIN-TEXT.
           MOVE SPACES TO REPORT-RECORD.
           STRING WS-EV-DATE(N) "   " WS-RSVPD-TEXT "     "
               WS-ATTENDED-TEXT "    " WS-NOSHOW-TEXT "    "
               WS-WALKIN-TEXT "  "
               FUNCTION TRIM(WS-EV-TITLE(N)) " ("
               FUNCTION TRIM(WS-EV-HOST(N)) ")"
               DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           EXIT SECTION.

       WRITE-STUDENT-LINE SECTION.
           IF FUNCTION TRIM(WS-SCOPE-CAMPUS) > SPACES
               MOVE SPACES TO WS-CUR-UNIV
               PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-STUDENT-COUNT
                   IF WS-STUDENT-USER(K) = WS-NS-USER(N)
                       MOVE WS-STUDENT-UNIV(K) TO WS-CUR-UNIV
                   END-IF
               END-PERFORM
               IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CUR-UNIV))
                  NOT = FUNCTION UPPER-CASE(
                            FUNCTION TRIM(WS-SCOPE-CAMPUS))
                   EXIT SECTION
               END-IF
           END-IF.
           MOVE 'Y' TO WS-FOUND-FLAG.
           MOVE WS-NS-TIMES(N) TO WS-NOSHOW-TEXT.
           MOVE SPACES TO REPORT-RECORD.
           STRING "  " WS-NS-USER(N) " " WS-NOSHOW-TEXT "  "
               WS-NS-LAST(N)
               DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           EXIT SECTION.

      *> Rebuilt from scratch each system-wide run, so a cancelled
      *> RSVP or a late check-in corrects the count the next night.
       WRITE-NOSHOW-FILE SECTION.
           OPEN OUTPUT NOSHOW-FILE.
           IF WS-NOSHOW-STATUS NOT = "00"
               CLOSE NOSHOW-FILE
               EXIT SECTION
           END-IF.
           PERFORM VARYING N FROM 1 BY 1 UNTIL N > WS-NS-COUNT
               MOVE WS-NS-TIMES(N) TO WS-NOSHOW-TEXT
               MOVE SPACES TO NOSHOW-RECORD
               STRING FUNCTION TRIM(WS-NS-USER(N)) "~"
                   FUNCTION TRIM(WS-NOSHOW-TEXT) "~"
                   WS-NS-LAST(N)
                   DELIMITED BY SIZE INTO NOSHOW-RECORD
               WRITE NOSHOW-RECORD
           END-PERFORM.
           CLOSE NOSHOW-FILE.
           EXIT SECTION.
