       >>SOURCE FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CO-CURRICULAR.
       AUTHOR. Paola
       DATE-WRITTEN. 10/15/2026

       *> One student's co-curricular record, assembled from the six
       *> files that each hold a piece of it, so nobody has to pull it
       *> together by hand when a student asks for proof:
       *>   events attended    event_rsvps.txt + event_attendance.txt
       *>                      (dates from events.txt, and from
       *>                      events_history.txt for the years
       *>                      ACADEMIC-ROLLOVER has moved out)
       *>   groups and roles   group_members.txt  group~user~role
       *>   mentorship         mentorship.txt     user~role~area~
       *>                                         status~partner
       *>   completed modules  skill_completions.txt user~skill~date
       *>   internship hours   timesheets.txt     APPROVED weeks only
       *>   recommendations    recommendations.txt recipient~author~text
       *> An event counts when the host's door list shows the student
       *> checked in. For an event whose host kept no door list, a
       *> CONFIRMED RSVP to a date already past stands in for it.
       *> Dated items are grouped by academic year (Aug 1 - Jul 31).
       *> Group roles, mentorship pairings and recommendations carry no
       *> date in their files and are listed after the years as
       *> current standing.
       *> The record is shown on screen and written whole to
       *> InCollege-CoCurricular.txt for printing.
       *> 'MINE'    = the caller's own record
       *> 'STUDENT' = LS-STUDENT's record for a STAFF coordinator;
       *>             STAFF-SCOPE must place the student at the
       *>             coordinator's campus
       *> Return codes: 'S' shown, 'O' student not at the caller's
       *> campus, 'F' no campus bound / no such student.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EVENTS-FILE ASSIGN TO "events.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EVENTS-STATUS.
           SELECT HISTORY-FILE ASSIGN TO "events_history.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT RSVPS-FILE ASSIGN TO "event_rsvps.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RSVPS-STATUS.
           SELECT ATTEND-FILE ASSIGN TO "event_attendance.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATTEND-STATUS.
           SELECT MEMBERS-FILE ASSIGN TO "group_members.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MEMBERS-STATUS.
           SELECT MENTOR-FILE ASSIGN TO "mentorship.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MENTOR-STATUS.
           SELECT COMPLETIONS-FILE ASSIGN TO "skill_completions.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMPLETIONS-STATUS.
           SELECT SHEETS-FILE ASSIGN TO "timesheets.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SHEETS-STATUS.
           SELECT RECO-FILE ASSIGN TO "recommendations.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECO-STATUS.
           SELECT RECORD-FILE ASSIGN TO "InCollege-CoCurricular.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECORD-STATUS.
           SELECT OUTPUT-FILE ASSIGN TO "InCollege-Output.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUTPUT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EVENTS-FILE.
       01  EVENT-RECORD         PIC X(300).

       FD  HISTORY-FILE.
       01  HISTORY-RECORD       PIC X(300).

       FD  RSVPS-FILE.
       01  RSVP-RECORD          PIC X(200).

       FD  ATTEND-FILE.
       01  ATTEND-RECORD        PIC X(120).

       FD  MEMBERS-FILE.
       01  MEMBER-RECORD        PIC X(200).

       FD  MENTOR-FILE.
       01  MENTOR-RECORD        PIC X(200).

       FD  COMPLETIONS-FILE.
       01  COMPLETIONS-RECORD   PIC X(100).

       FD  SHEETS-FILE.
       01  SHEET-RECORD         PIC X(160).

       FD  RECO-FILE.
       01  RECO-RECORD          PIC X(300).

       FD  RECORD-FILE.
       01  TRANSCRIPT-RECORD    PIC X(150).

       FD  OUTPUT-FILE.
       01  OUTPUT-RECORD        PIC X(350).

       WORKING-STORAGE SECTION.
       01  WS-EVENTS-STATUS     PIC X(2).
       01  WS-HISTORY-STATUS    PIC X(2).
       01  WS-RSVPS-STATUS      PIC X(2).
       01  WS-ATTEND-STATUS     PIC X(2).
       01  WS-MEMBERS-STATUS    PIC X(2).
       01  WS-MENTOR-STATUS     PIC X(2).
       01  WS-COMPLETIONS-STATUS PIC X(2).
       01  WS-SHEETS-STATUS     PIC X(2).
       01  WS-RECO-STATUS       PIC X(2).
       01  WS-RECORD-STATUS     PIC X(2).
       01  WS-OUTPUT-STATUS     PIC X(2).
       01  WS-EOF-FLAG          PIC X VALUE 'N'.
       01  WS-MESSAGE           PIC X(200).
       01  WS-LINE              PIC X(300).
       01  WS-TODAY             PIC X(21).
       01  WS-TODAY-DATE        PIC X(8).
       01  WS-STUDENT           PIC X(20).

      *> events.txt rows, kept for dates and titles
       01  WS-EV-COUNT          PIC 9(3) VALUE 0.
       01  WS-EV-TABLE.
           05 WS-EV-ENTRY OCCURS 300 TIMES.
              10 WS-EV-HOST     PIC X(20).
              10 WS-EV-TITLE    PIC X(50).
              10 WS-EV-DATE     PIC X(8).
              10 WS-EV-DOORLIST PIC X.
       01  WS-ROW-HOST          PIC X(20).
       01  WS-ROW-TITLE         PIC X(50).
       01  WS-ROW-DATE          PIC X(8).
       01  WS-ROW-USER          PIC X(20).
       01  WS-ROW-STATE         PIC X(20).
       01  WS-ROW-FIELD4        PIC X(50).
       01  WS-ROW-FIELD5        PIC X(50).
       01  WS-ROW-FIELD6        PIC X(10).

      *> Events the student was checked in to
       01  WS-IN-COUNT          PIC 9(3) VALUE 0.
       01  WS-IN-TABLE.
           05 WS-IN-ENTRY OCCURS 300 TIMES.
              10 WS-IN-HOST     PIC X(20).
              10 WS-IN-TITLE    PIC X(50).

      *> Record lines. WS-ENT-YEAR is the academic year's starting
      *> calendar year; 9999 marks the undated standing items.
      *> WS-ENT-KIND orders the headings inside a year.
       01  WS-ENT-COUNT         PIC 9(3) VALUE 0.
       01  WS-ENT-TABLE.
           05 WS-ENT-ENTRY OCCURS 600 TIMES.
              10 WS-ENT-YEAR    PIC 9(4).
              10 WS-ENT-KIND    PIC 9.
              10 WS-ENT-TEXT    PIC X(120).
       01  WS-NEW-YEAR          PIC 9(4).
       01  WS-NEW-KIND          PIC 9.
       01  WS-NEW-TEXT          PIC X(120).

      *> Approved internship hours per placement per academic year
       01  WS-HRS-COUNT         PIC 9(3) VALUE 0.
       01  WS-HRS-TABLE.
           05 WS-HRS-ENTRY OCCURS 100 TIMES.
              10 WS-HRS-YEAR    PIC 9(4).
              10 WS-HRS-TITLE   PIC X(50).
              10 WS-HRS-EMPLOYER PIC X(50).
              10 WS-HRS-TOTAL   PIC 9(5).
       01  WS-HOURS-NUM         PIC 9(4).
       01  WS-HOURS-TEXT        PIC Z(4)9.

      *> Distinct academic years, ascending
       01  WS-YEAR-COUNT        PIC 9(2) VALUE 0.
       01  WS-YEAR-TABLE.
           05 WS-YEAR-VALUE OCCURS 40 TIMES PIC 9(4).
       01  WS-YEAR-SWAP         PIC 9(4).
       01  WS-YEAR-NEXT         PIC 9(4).
       01  WS-DATE-YEAR         PIC 9(4).
       01  WS-DATE-MONTH        PIC 9(2).

       01  WS-KIND-HEADINGS.
           05 FILLER PIC X(30) VALUE "Events attended".
           05 FILLER PIC X(30) VALUE "Groups and roles".
           05 FILLER PIC X(30) VALUE "Mentorship".
           05 FILLER PIC X(30) VALUE "Completed learning modules".
           05 FILLER PIC X(30) VALUE "Internship hours (approved)".
           05 FILLER PIC X(30) VALUE "Recommendations received".
       01  WS-KIND-HEADING-TABLE REDEFINES WS-KIND-HEADINGS.
           05 WS-KIND-HEADING OCCURS 6 TIMES PIC X(30).

       01  WS-SCOPE-ACTION      PIC X(10).
       01  WS-SCOPE-CAMPUS      PIC X(100).
       01  WS-SCOPE-RC          PIC X.

       01  WS-FOUND             PIC X.
       01  WS-KIND-SHOWN        PIC X.
       01  I                    PIC 9(3).
       01  J                    PIC 9(3).
       01  K                    PIC 9.
       01  Y                    PIC 9(2).

       LINKAGE SECTION.
       01  LS-USERNAME          PIC X(20).
      *> 'MINE' / 'STUDENT' (see above)
       01  LS-ACTION            PIC X(10).
       01  LS-STUDENT           PIC X(20).
       01  LS-RETURN-CODE       PIC X.

       PROCEDURE DIVISION USING LS-USERNAME, LS-ACTION, LS-STUDENT,
                                 LS-RETURN-CODE.

           MOVE 'F' TO LS-RETURN-CODE.
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY.
           MOVE WS-TODAY(1:8) TO WS-TODAY-DATE.

           EVALUATE FUNCTION TRIM(LS-ACTION)
               WHEN "MINE"
                   MOVE LS-USERNAME TO WS-STUDENT
               WHEN "STUDENT"
                   MOVE "CHECKUSER" TO WS-SCOPE-ACTION
                   CALL "STAFF-SCOPE" USING LS-USERNAME, WS-SCOPE-ACTION,
                                             LS-STUDENT, WS-SCOPE-CAMPUS,
                                             WS-SCOPE-RC
                   IF WS-SCOPE-RC NOT = 'S'
                       MOVE WS-SCOPE-RC TO LS-RETURN-CODE
                       GOBACK
                   END-IF
                   MOVE LS-STUDENT TO WS-STUDENT
               WHEN OTHER
                   MOVE 'X' TO LS-RETURN-CODE
                   GOBACK
           END-EVALUATE.

           MOVE 0 TO WS-ENT-COUNT, WS-HRS-COUNT, WS-YEAR-COUNT.
           PERFORM COLLECT-EVENTS.
           PERFORM COLLECT-GROUPS.
           PERFORM COLLECT-MENTORSHIP.
           PERFORM COLLECT-MODULES.
           PERFORM COLLECT-HOURS.
           PERFORM COLLECT-RECOMMENDATIONS.
           PERFORM PRINT-RECORD.
           MOVE 'S' TO LS-RETURN-CODE.
           GOBACK.

      *> Academic year a yyyymmdd date falls in, by its starting year.
       DATE-TO-YEAR SECTION.
           IF WS-ROW-DATE(1:4) IS NOT NUMERIC
              OR WS-ROW-DATE(5:2) IS NOT NUMERIC
               MOVE 9999 TO WS-NEW-YEAR
               EXIT SECTION
           END-IF.
           MOVE WS-ROW-DATE(1:4) TO WS-DATE-YEAR.
           MOVE WS-ROW-DATE(5:2) TO WS-DATE-MONTH.
           IF WS-DATE-MONTH >= 8
               MOVE WS-DATE-YEAR TO WS-NEW-YEAR
           ELSE
               COMPUTE WS-NEW-YEAR = WS-DATE-YEAR - 1
           END-IF.
           EXIT SECTION.

       ADD-ENTRY SECTION.
           IF WS-ENT-COUNT < 600
               ADD 1 TO WS-ENT-COUNT
               MOVE WS-NEW-YEAR TO WS-ENT-YEAR(WS-ENT-COUNT)
               MOVE WS-NEW-KIND TO WS-ENT-KIND(WS-ENT-COUNT)
               MOVE WS-NEW-TEXT TO WS-ENT-TEXT(WS-ENT-COUNT)
           END-IF.
           EXIT SECTION.

      *> Checked-in events first, then CONFIRMED RSVPs to past events
      *> that never had a door list.
       COLLECT-EVENTS SECTION.
           MOVE 0 TO WS-EV-COUNT.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT EVENTS-FILE.
           IF WS-EVENTS-STATUS = "00"
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ EVENTS-FILE INTO WS-LINE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM TAKE-EVENT-ROW
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE EVENTS-FILE.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT HISTORY-FILE.
           IF WS-HISTORY-STATUS = "00"
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ HISTORY-FILE INTO WS-LINE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM TAKE-EVENT-ROW
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE HISTORY-FILE.

           MOVE 0 TO WS-IN-COUNT.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT ATTEND-FILE.
           IF WS-ATTEND-STATUS = "00"
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ ATTEND-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM TAKE-ATTEND-ROW
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE ATTEND-FILE.

           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT RSVPS-FILE.
           IF WS-RSVPS-STATUS = "00"
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ RSVPS-FILE INTO WS-LINE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM TAKE-RSVP-ROW
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE RSVPS-FILE.
           EXIT SECTION.

      *> events.txt / events_history.txt: host~title~date~...
       TAKE-EVENT-ROW SECTION.
           MOVE SPACES TO WS-ROW-HOST, WS-ROW-TITLE, WS-ROW-DATE.
           UNSTRING WS-LINE DELIMITED BY "~"
               INTO WS-ROW-HOST, WS-ROW-TITLE, WS-ROW-DATE
           END-UNSTRING.
           IF WS-EV-COUNT < 300
               ADD 1 TO WS-EV-COUNT
               MOVE WS-ROW-HOST TO WS-EV-HOST(WS-EV-COUNT)
               MOVE WS-ROW-TITLE TO WS-EV-TITLE(WS-EV-COUNT)
               MOVE WS-ROW-DATE TO WS-EV-DATE(WS-EV-COUNT)
               MOVE 'N' TO WS-EV-DOORLIST(WS-EV-COUNT)
           END-IF.
           EXIT SECTION.

       TAKE-ATTEND-ROW SECTION.
           MOVE SPACES TO WS-ROW-HOST, WS-ROW-TITLE, WS-ROW-USER,
                          WS-ROW-DATE.
           UNSTRING ATTEND-RECORD DELIMITED BY "~"
               INTO WS-ROW-HOST, WS-ROW-TITLE, WS-ROW-USER, WS-ROW-DATE
           END-UNSTRING.
      *> Any door-list row means the host took attendance there.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-EV-COUNT
               IF WS-EV-HOST(I) = WS-ROW-HOST
                  AND WS-EV-TITLE(I) = WS-ROW-TITLE
                   MOVE 'Y' TO WS-EV-DOORLIST(I)
                   MOVE WS-EV-DATE(I) TO WS-ROW-DATE
               END-IF
           END-PERFORM.
           IF FUNCTION TRIM(WS-ROW-USER) NOT = FUNCTION TRIM(WS-STUDENT)
               EXIT SECTION
           END-IF.
           IF WS-IN-COUNT < 300
               ADD 1 TO WS-IN-COUNT
               MOVE WS-ROW-HOST TO WS-IN-HOST(WS-IN-COUNT)
               MOVE WS-ROW-TITLE TO WS-IN-TITLE(WS-IN-COUNT)
           END-IF.
           PERFORM DATE-TO-YEAR.
           MOVE 1 TO WS-NEW-KIND.
           MOVE SPACES TO WS-NEW-TEXT.
           STRING FUNCTION TRIM(WS-ROW-TITLE) " (" WS-ROW-DATE ")"
               DELIMITED BY SIZE INTO WS-NEW-TEXT.
           PERFORM ADD-ENTRY.
           EXIT SECTION.

       TAKE-RSVP-ROW SECTION.
           MOVE SPACES TO WS-ROW-USER, WS-ROW-HOST, WS-ROW-TITLE,
                          WS-ROW-STATE.
           UNSTRING WS-LINE DELIMITED BY "~"
               INTO WS-ROW-USER, WS-ROW-HOST, WS-ROW-TITLE, WS-ROW-STATE
           END-UNSTRING.
           IF FUNCTION TRIM(WS-ROW-USER) NOT = FUNCTION TRIM(WS-STUDENT)
              OR FUNCTION TRIM(WS-ROW-STATE) = "WAITLIST"
               EXIT SECTION
           END-IF.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-EV-COUNT
               IF WS-EV-HOST(I) = WS-ROW-HOST
                  AND WS-EV-TITLE(I) = WS-ROW-TITLE
                  AND WS-EV-DOORLIST(I) = 'N'
                  AND WS-EV-DATE(I) < WS-TODAY-DATE
                   MOVE WS-EV-DATE(I) TO WS-ROW-DATE
                   PERFORM DATE-TO-YEAR
                   MOVE 1 TO WS-NEW-KIND
                   MOVE SPACES TO WS-NEW-TEXT
                   STRING FUNCTION TRIM(WS-ROW-TITLE) " ("
                       WS-ROW-DATE ")"
                       DELIMITED BY SIZE INTO WS-NEW-TEXT
                   PERFORM ADD-ENTRY
               END-IF
           END-PERFORM.
           EXIT SECTION.

      *> Pending joins are not memberships yet.
       COLLECT-GROUPS SECTION.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT MEMBERS-FILE.
           IF WS-MEMBERS-STATUS NOT = "00"
               CLOSE MEMBERS-FILE
               EXIT SECTION
           END-IF.
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ MEMBERS-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE SPACES TO WS-ROW-TITLE, WS-ROW-USER,
                                      WS-ROW-STATE
                       UNSTRING MEMBER-RECORD DELIMITED BY "~"
                           INTO WS-ROW-TITLE, WS-ROW-USER, WS-ROW-STATE
                       END-UNSTRING
                       IF FUNCTION TRIM(WS-ROW-USER) =
                          FUNCTION TRIM(WS-STUDENT)
                          AND FUNCTION TRIM(WS-ROW-STATE) NOT = "PENDING"
                           IF WS-ROW-STATE = SPACES
                               MOVE "MEMBER" TO WS-ROW-STATE
                           END-IF
                           MOVE 9999 TO WS-NEW-YEAR
                           MOVE 2 TO WS-NEW-KIND
                           MOVE SPACES TO WS-NEW-TEXT
                           STRING FUNCTION TRIM(WS-ROW-TITLE) " - "
                               FUNCTION TRIM(WS-ROW-STATE)
                               DELIMITED BY SIZE INTO WS-NEW-TEXT
                           PERFORM ADD-ENTRY
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE MEMBERS-FILE.
           EXIT SECTION.

      *> Only pairings the MATCH pass actually made.
       COLLECT-MENTORSHIP SECTION.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT MENTOR-FILE.
           IF WS-MENTOR-STATUS NOT = "00"
               CLOSE MENTOR-FILE
               EXIT SECTION
           END-IF.
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ MENTOR-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE SPACES TO WS-ROW-USER, WS-ROW-STATE,
                                      WS-ROW-FIELD4, WS-ROW-FIELD6,
                                      WS-ROW-HOST
                       UNSTRING MENTOR-RECORD DELIMITED BY "~"
                           INTO WS-ROW-USER, WS-ROW-STATE, WS-ROW-FIELD4,
                                WS-ROW-FIELD6, WS-ROW-HOST
                       END-UNSTRING
                       IF FUNCTION TRIM(WS-ROW-USER) =
                          FUNCTION TRIM(WS-STUDENT)
                          AND FUNCTION TRIM(WS-ROW-FIELD6) = "MATCHED"
                           MOVE 9999 TO WS-NEW-YEAR
                           MOVE 3 TO WS-NEW-KIND
                           MOVE SPACES TO WS-NEW-TEXT
                           STRING FUNCTION TRIM(WS-ROW-STATE) " paired with "
                               FUNCTION TRIM(WS-ROW-HOST) " ("
                               FUNCTION TRIM(WS-ROW-FIELD4) ")"
                               DELIMITED BY SIZE INTO WS-NEW-TEXT
                           PERFORM ADD-ENTRY
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE MENTOR-FILE.
           EXIT SECTION.

       COLLECT-MODULES SECTION.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT COMPLETIONS-FILE.
           IF WS-COMPLETIONS-STATUS NOT = "00"
               CLOSE COMPLETIONS-FILE
               EXIT SECTION
           END-IF.
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ COMPLETIONS-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE SPACES TO WS-ROW-USER, WS-ROW-TITLE,
                                      WS-ROW-FIELD6
                       UNSTRING COMPLETIONS-RECORD DELIMITED BY "~"
                           INTO WS-ROW-USER, WS-ROW-TITLE, WS-ROW-FIELD6
                       END-UNSTRING
                       IF FUNCTION TRIM(WS-ROW-USER) =
                          FUNCTION TRIM(WS-STUDENT)
                           MOVE WS-ROW-FIELD6(1:8) TO WS-ROW-DATE
                           PERFORM DATE-TO-YEAR
                           MOVE 4 TO WS-NEW-KIND
                           MOVE SPACES TO WS-NEW-TEXT
                           STRING FUNCTION TRIM(WS-ROW-TITLE) " ("
                               WS-ROW-DATE ")"
                               DELIMITED BY SIZE INTO WS-NEW-TEXT
                           PERFORM ADD-ENTRY
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE COMPLETIONS-FILE.
           EXIT SECTION.

      *> APPROVED weeks summed per placement within each year.
       COLLECT-HOURS SECTION.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT SHEETS-FILE.
           IF WS-SHEETS-STATUS NOT = "00"
               CLOSE SHEETS-FILE
               EXIT SECTION
           END-IF.
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ SHEETS-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM TAKE-SHEET-ROW
               END-READ
           END-PERFORM.
           CLOSE SHEETS-FILE.

           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-HRS-COUNT
               MOVE WS-HRS-YEAR(I) TO WS-NEW-YEAR
               MOVE 5 TO WS-NEW-KIND
               MOVE WS-HRS-TOTAL(I) TO WS-HOURS-TEXT
               MOVE SPACES TO WS-NEW-TEXT
               STRING FUNCTION TRIM(WS-HRS-TITLE(I)) ", "
                   FUNCTION TRIM(WS-HRS-EMPLOYER(I)) " - "
                   FUNCTION TRIM(WS-HOURS-TEXT) " hours"
                   DELIMITED BY SIZE INTO WS-NEW-TEXT
               PERFORM ADD-ENTRY
           END-PERFORM.
           EXIT SECTION.

       TAKE-SHEET-ROW SECTION.
           MOVE SPACES TO WS-ROW-USER, WS-ROW-TITLE, WS-ROW-FIELD5,
                          WS-ROW-DATE, WS-ROW-FIELD4, WS-ROW-STATE.
           UNSTRING SHEET-RECORD DELIMITED BY "~"
               INTO WS-ROW-USER, WS-ROW-TITLE, WS-ROW-FIELD5,
                    WS-ROW-DATE, WS-ROW-FIELD4, WS-ROW-STATE
           END-UNSTRING.
           IF FUNCTION TRIM(WS-ROW-USER) NOT = FUNCTION TRIM(WS-STUDENT)
              OR FUNCTION TRIM(WS-ROW-STATE) NOT = "APPROVED"
               EXIT SECTION
           END-IF.
           IF FUNCTION TRIM(WS-ROW-FIELD4) IS NUMERIC
               MOVE FUNCTION NUMVAL(WS-ROW-FIELD4) TO WS-HOURS-NUM
           ELSE
               MOVE 0 TO WS-HOURS-NUM
           END-IF.
           PERFORM DATE-TO-YEAR.
           MOVE 'N' TO WS-FOUND.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-HRS-COUNT
               IF WS-HRS-YEAR(I) = WS-NEW-YEAR
                  AND WS-HRS-TITLE(I) = WS-ROW-TITLE
                  AND WS-HRS-EMPLOYER(I) = WS-ROW-FIELD5
                   ADD WS-HOURS-NUM TO WS-HRS-TOTAL(I)
                   MOVE 'Y' TO WS-FOUND
               END-IF
           END-PERFORM.
           IF WS-FOUND = 'N' AND WS-HRS-COUNT < 100
               ADD 1 TO WS-HRS-COUNT
               MOVE WS-NEW-YEAR TO WS-HRS-YEAR(WS-HRS-COUNT)
               MOVE WS-ROW-TITLE TO WS-HRS-TITLE(WS-HRS-COUNT)
               MOVE WS-ROW-FIELD5 TO WS-HRS-EMPLOYER(WS-HRS-COUNT)
               MOVE WS-HOURS-NUM TO WS-HRS-TOTAL(WS-HRS-COUNT)
           END-IF.
           EXIT SECTION.

      *> The text is everything after the second "~", as
      *> RECOMMENDATIONS reads it.
       COLLECT-RECOMMENDATIONS SECTION.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT RECO-FILE.
           IF WS-RECO-STATUS NOT = "00"
               CLOSE RECO-FILE
               EXIT SECTION
           END-IF.
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ RECO-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE SPACES TO WS-ROW-USER, WS-ROW-HOST
                       MOVE 1 TO J
                       UNSTRING RECO-RECORD DELIMITED BY "~"
                           INTO WS-ROW-USER, WS-ROW-HOST
                           WITH POINTER J
                       END-UNSTRING
                       IF FUNCTION TRIM(WS-ROW-USER) =
                          FUNCTION TRIM(WS-STUDENT)
                          AND J <= FUNCTION LENGTH(RECO-RECORD)
                           MOVE 9999 TO WS-NEW-YEAR
                           MOVE 6 TO WS-NEW-KIND
                           MOVE SPACES TO WS-NEW-TEXT
                           STRING "From " FUNCTION TRIM(WS-ROW-HOST) ": "
                               FUNCTION TRIM(RECO-RECORD(J:))
                               DELIMITED BY SIZE INTO WS-NEW-TEXT
                           PERFORM ADD-ENTRY
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RECO-FILE.
           EXIT SECTION.

      *> Years in ascending order, each with its headings in kind
      *> order, then the undated standing items.
       PRINT-RECORD SECTION.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-ENT-COUNT
               IF WS-ENT-YEAR(I) NOT = 9999
                   MOVE 'N' TO WS-FOUND
                   PERFORM VARYING Y FROM 1 BY 1 UNTIL Y > WS-YEAR-COUNT
                       IF WS-YEAR-VALUE(Y) = WS-ENT-YEAR(I)
                           MOVE 'Y' TO WS-FOUND
                       END-IF
                   END-PERFORM
                   IF WS-FOUND = 'N' AND WS-YEAR-COUNT < 40
                       ADD 1 TO WS-YEAR-COUNT
                       MOVE WS-ENT-YEAR(I) TO WS-YEAR-VALUE(WS-YEAR-COUNT)
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM VARYING Y FROM 1 BY 1 UNTIL Y >= WS-YEAR-COUNT
               PERFORM VARYING J FROM 1 BY 1
                       UNTIL J > WS-YEAR-COUNT - Y
                   IF WS-YEAR-VALUE(J) > WS-YEAR-VALUE(J + 1)
                       MOVE WS-YEAR-VALUE(J) TO WS-YEAR-SWAP
                       MOVE WS-YEAR-VALUE(J + 1) TO WS-YEAR-VALUE(J)
                       MOVE WS-YEAR-SWAP TO WS-YEAR-VALUE(J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

           OPEN OUTPUT RECORD-FILE.
           OPEN EXTEND OUTPUT-FILE.

           MOVE SPACES TO WS-MESSAGE.
           STRING "--- Co-Curricular Record: " FUNCTION TRIM(WS-STUDENT)
               " ---" DELIMITED BY SIZE INTO WS-MESSAGE.
           PERFORM DISPLAY-AND-LOG.
           MOVE SPACES TO WS-MESSAGE.
           STRING "Issued " WS-TODAY-DATE
               DELIMITED BY SIZE INTO WS-MESSAGE.
           PERFORM DISPLAY-AND-LOG.

           IF WS-ENT-COUNT = 0
               MOVE "No co-curricular activity on record yet."
                   TO WS-MESSAGE
               PERFORM DISPLAY-AND-LOG
           END-IF.

           PERFORM VARYING Y FROM 1 BY 1 UNTIL Y > WS-YEAR-COUNT
               COMPUTE WS-YEAR-NEXT = WS-YEAR-VALUE(Y) + 1
               MOVE SPACES TO WS-MESSAGE
               STRING "Academic Year " WS-YEAR-VALUE(Y) "-" WS-YEAR-NEXT
                   DELIMITED BY SIZE INTO WS-MESSAGE
               PERFORM DISPLAY-AND-LOG
               MOVE WS-YEAR-VALUE(Y) TO WS-NEW-YEAR
               PERFORM PRINT-ONE-BLOCK
           END-PERFORM.

           MOVE 'N' TO WS-FOUND.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-ENT-COUNT
               IF WS-ENT-YEAR(I) = 9999
                   MOVE 'Y' TO WS-FOUND
               END-IF
           END-PERFORM.
           IF WS-FOUND = 'Y'
               MOVE "Current standing" TO WS-MESSAGE
               PERFORM DISPLAY-AND-LOG
               MOVE 9999 TO WS-NEW-YEAR
               PERFORM PRINT-ONE-BLOCK
           END-IF.

           CLOSE OUTPUT-FILE.
           CLOSE RECORD-FILE.
           EXIT SECTION.

       PRINT-ONE-BLOCK SECTION.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > 6
               MOVE 'N' TO WS-KIND-SHOWN
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-ENT-COUNT
                   IF WS-ENT-YEAR(I) = WS-NEW-YEAR
                      AND WS-ENT-KIND(I) = K
                       IF WS-KIND-SHOWN = 'N'
                           MOVE SPACES TO WS-MESSAGE
                           STRING "  " FUNCTION TRIM(WS-KIND-HEADING(K))
                               ":" DELIMITED BY SIZE INTO WS-MESSAGE
                           PERFORM DISPLAY-AND-LOG
                           MOVE 'Y' TO WS-KIND-SHOWN
                       END-IF
                       MOVE SPACES TO WS-MESSAGE
                       STRING "    " WS-ENT-TEXT(I)
                           DELIMITED BY SIZE INTO WS-MESSAGE
                       PERFORM DISPLAY-AND-LOG
                   END-IF
               END-PERFORM
           END-PERFORM.
           EXIT SECTION.

       DISPLAY-AND-LOG SECTION.
           DISPLAY FUNCTION TRIM(WS-MESSAGE TRAILING).
           MOVE WS-MESSAGE TO OUTPUT-RECORD.
           WRITE OUTPUT-RECORD.
           MOVE WS-MESSAGE TO TRANSCRIPT-RECORD.
           WRITE TRANSCRIPT-RECORD.
           EXIT.
