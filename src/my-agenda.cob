       *> deliberate -- the career-fair misses that prompted this were
       *> same-day bookings, and event rows carry no start time to
       *> compare against anyway.
       *> EXPORT writes every upcoming commitment (today onward) to an
       *> iCalendar file, InCollege-Agenda-<user>.ics, for a phone or
       *> desktop calendar to import: accepted or proposed interviews
       *> on either side of the table, CONFIRMED event RSVPs, booked
       *> career-fair booth slots (fair_slots.txt) and, for an
       *> employer, their booth days and the students booked into them.
       *> Each entry carries the title, date (and time where the slot
       *> gives one), location and the other party. Proposed interviews
       *> go out TENTATIVE. Times are site-local with no time zone.
       *> Booked careers-office advising appointments
       *> (advising_slots.txt) join both views -- for the student who
       *> booked them and for the advisor who holds them -- with their
       *> time, length and room or virtual link.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT OUTPUT-FILE ASSIGN TO "InCollege-Output.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUTPUT-STATUS.
           SELECT JOBS-FILE ASSIGN TO "jobs.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBS-STATUS.
           SELECT BOOTHS-FILE ASSIGN TO "fair_booths.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BOOTHS-STATUS.
           SELECT SLOTS-FILE ASSIGN TO "fair_slots.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SLOTS-STATUS.
           SELECT ADVISING-FILE ASSIGN TO "advising_slots.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADVISING-STATUS.
           SELECT ICS-FILE ASSIGN TO WS-ICS-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ICS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OUTPUT-FILE.
       01  OUTPUT-RECORD        PIC X(350).

       FD  JOBS-FILE.
       01  JOB-RECORD           PIC X(500).

       FD  BOOTHS-FILE.
       01  BOOTH-RECORD         PIC X(200).

       FD  SLOTS-FILE.
       01  SLOT-RECORD          PIC X(250).

       FD  ADVISING-FILE.
       01  ADVISING-RECORD      PIC X(400).

       FD  ICS-FILE.
       01  ICS-RECORD           PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-INTERVIEWS-STATUS PIC X(2).
       01  WS-EVENTS-STATUS     PIC X(2).
       01  I                    PIC 9(3).
       01  J                    PIC 9(3).

      *> EXPORT: the upcoming commitments, richer than the agenda rows
      *> because a calendar entry wants its fields apart.
       01  WS-BOOTHS-STATUS     PIC X(2).
       01  WS-SLOTS-STATUS      PIC X(2).
       01  WS-ICS-STATUS        PIC X(2).
       01  WS-ICS-NAME          PIC X(60).
       01  WS-TODAY-TXT         PIC X(21).
       01  WS-TODAY-DATE        PIC X(8).
       01  WS-STAMP             PIC X(16).
       01  WS-EX-COUNT          PIC 9(3) VALUE 0.
       01  WS-EX-TABLE.
           05 WS-EX-ITEM OCCURS 100 TIMES.
              10 WS-EX-DATE     PIC X(8).
              10 WS-EX-TIME     PIC X(4).
              10 WS-EX-MINUTES  PIC 9(3).
              10 WS-EX-STATUS   PIC X(10).
              10 WS-EX-SUMMARY  PIC X(120).
              10 WS-EX-LOCATION PIC X(110).
              10 WS-EX-PARTY    PIC X(80).
       01  WS-EX-SWAP           PIC X(335).
       01  WS-EX-NEW            PIC X(335).
       01  WS-EX-NEW-ITEM REDEFINES WS-EX-NEW.
           05 WS-NEW-DATE       PIC X(8).
           05 WS-NEW-TIME       PIC X(4).
           05 WS-NEW-MINUTES    PIC 9(3).
           05 WS-NEW-STATUS     PIC X(10).
           05 WS-NEW-SUMMARY    PIC X(120).
           05 WS-NEW-LOCATION   PIC X(110).
           05 WS-NEW-PARTY      PIC X(80).
       01  WS-EX-CAP-WARNED     PIC X VALUE 'N'.
       01  WS-TIME-TEXT         PIC X(10).
       01  WS-TIME-HH           PIC X(2).
       01  WS-TIME-MM           PIC X(2).
       01  WS-TIME-OUT          PIC X(4).

      *> fair_booths.txt -- host~eventTitle~employerUser~company
       01  WS-BT-HOST           PIC X(20).
       01  WS-BT-TITLE          PIC X(50).
       01  WS-BT-EMPLOYER       PIC X(20).
       01  WS-BT-COMPANY        PIC X(50).
      *> fair_slots.txt -- host~eventTitle~company~student~slot
       01  WS-SL-HOST           PIC X(20).
       01  WS-SL-TITLE          PIC X(50).
       01  WS-SL-COMPANY        PIC X(50).
       01  WS-SL-STUDENT        PIC X(20).
       01  WS-SL-SLOT           PIC X(30).
      *> Booths this user staffs, so their booked slots can be found.
       01  WS-MY-BOOTH-COUNT    PIC 9(2) VALUE 0.
       01  WS-MY-BOOTH-TABLE.
           05 WS-MY-BOOTH OCCURS 20 TIMES.
              10 WS-MB-HOST     PIC X(20).
              10 WS-MB-TITLE    PIC X(50).
              10 WS-MB-COMPANY  PIC X(50).
       01  WS-RSVP-STATE        PIC X(10).
      *> jobs.txt -- poster~title~desc~employer~location~...
       01  WS-JOBS-STATUS       PIC X(2).
       01  WS-JB-FOUND          PIC X.
       01  WS-JB-POSTER         PIC X(20).
       01  WS-JB-TITLE          PIC X(50).
       01  WS-JB-DESC           PIC X(200).
       01  WS-JB-EMPLOYER       PIC X(50).
       01  WS-JB-LOCATION       PIC X(50).

      *> advising_slots.txt -- id~staff~campus~type~date~time~minutes~
      *> location~state~student~bookedOn~reminded~outcome~cancels
       01  WS-ADVISING-STATUS   PIC X(2).
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
       01  WS-AD-LABEL          PIC X(20).

      *> iCalendar text: escaped value, then folded at 75 characters.
       01  WS-ICS-PROP          PIC X(20).
       01  WS-ICS-VALUE         PIC X(200).
       01  WS-ICS-ESCAPED       PIC X(400).
       01  WS-ICS-LINE          PIC X(420).
       01  WS-ICS-LEN           PIC 9(3).
       01  WS-ICS-POS           PIC 9(3).
       01  WS-ICS-OUT           PIC 9(3).
       01  WS-ICS-CHUNK         PIC 9(3).
       01  WS-ICS-CHAR          PIC X.
       01  WS-UID-SUM           PIC 9(9).
       01  WS-UID-TEXT          PIC 9(6).
       01  WS-DUR-TEXT          PIC ZZ9.

       LINKAGE SECTION.
       01  LS-USERNAME          PIC X(20).
      *> 'LIST'    = merged date-ordered agenda
      *> 'CHECK'   = does LS-DATE already carry a commitment?
      *> 'EVCHECK' = same, resolving the date from LS-HOST+LS-TITLE
      *> 'EXPORT'  = upcoming commitments to InCollege-Agenda-<user>.ics
       01  LS-ACTION            PIC X(10).
       01  LS-HOST              PIC X(20).
       01  LS-TITLE             PIC X(50).
                       MOVE WS-EV-DATE TO LS-DATE
                       PERFORM CHECK-DATE-FOR-CONFLICT
                   END-IF
               WHEN "EXPORT"
                   PERFORM EXPORT-AGENDA
               WHEN OTHER
                   MOVE 'X' TO LS-RETURN-CODE
           END-EVALUATE.
           MOVE 0 TO WS-ITEM-COUNT.
           PERFORM COLLECT-INTERVIEWS.
           PERFORM COLLECT-RSVPS.
           PERFORM COLLECT-ADVISING.
           PERFORM SORT-AGENDA-BY-DATE.
           EXIT SECTION.

           CLOSE RSVPS-FILE.
           EXIT SECTION.

      *> Advising appointments still to be held on either side of the
      *> desk; a withdrawn slot or one with its outcome recorded is no
      *> longer a commitment.
       COLLECT-ADVISING SECTION.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT ADVISING-FILE.
           IF WS-ADVISING-STATUS NOT = "00"
               CLOSE ADVISING-FILE
               EXIT SECTION
           END-IF.
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ ADVISING-FILE INTO WS-LINE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM PARSE-ADVISING-ROW
                       IF FUNCTION TRIM(WS-AD-STATE) = "BOOKED"
                          AND WS-AD-OUTCOME = SPACES
                          AND (FUNCTION TRIM(WS-AD-STUDENT) =
                               FUNCTION TRIM(LS-USERNAME)
                               OR FUNCTION TRIM(WS-AD-STAFF) =
                                  FUNCTION TRIM(LS-USERNAME))
                          AND WS-ITEM-COUNT < 100
                           ADD 1 TO WS-ITEM-COUNT
                           MOVE WS-AD-DATE TO WS-ITEM-DATE(WS-ITEM-COUNT)
                           INITIALIZE WS-ITEM-DESC(WS-ITEM-COUNT)
                           IF FUNCTION TRIM(WS-AD-STUDENT) =
                              FUNCTION TRIM(LS-USERNAME)
                               STRING "Advising: " DELIMITED BY SIZE
                                      FUNCTION TRIM(WS-AD-LABEL)
                                          DELIMITED BY SIZE
                                      " with " DELIMITED BY SIZE
                                      FUNCTION TRIM(WS-AD-STAFF)
                                          DELIMITED BY SIZE
                                      " at " DELIMITED BY SIZE
                                      FUNCTION TRIM(WS-AD-TIME)
                                          DELIMITED BY SIZE
                                      " (" DELIMITED BY SIZE
                                      FUNCTION TRIM(WS-AD-LOCATION)
                                          DELIMITED BY SIZE
                                      ")" DELIMITED BY SIZE
                                      INTO WS-ITEM-DESC(WS-ITEM-COUNT)
                           ELSE
                               STRING "Advising: " DELIMITED BY SIZE
                                      FUNCTION TRIM(WS-AD-LABEL)
                                          DELIMITED BY SIZE
                                      " for " DELIMITED BY SIZE
                                      FUNCTION TRIM(WS-AD-STUDENT)
                                          DELIMITED BY SIZE
                                      " at " DELIMITED BY SIZE
                                      FUNCTION TRIM(WS-AD-TIME)
                                          DELIMITED BY SIZE
                                      " (" DELIMITED BY SIZE
                                      FUNCTION TRIM(WS-AD-LOCATION)
                                          DELIMITED BY SIZE
                                      ")" DELIMITED BY SIZE
                                      INTO WS-ITEM-DESC(WS-ITEM-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ADVISING-FILE.
           EXIT SECTION.

       PARSE-ADVISING-ROW SECTION.
           MOVE SPACES TO WS-AD-ID, WS-AD-STAFF, WS-AD-CAMPUS, WS-AD-TYPE,
                          WS-AD-DATE, WS-AD-TIME, WS-AD-MINUTES,
                          WS-AD-LOCATION, WS-AD-STATE, WS-AD-STUDENT,
                          WS-AD-BOOKED-ON, WS-AD-REMINDED, WS-AD-OUTCOME.
           UNSTRING WS-LINE DELIMITED BY "~"
               INTO WS-AD-ID, WS-AD-STAFF, WS-AD-CAMPUS, WS-AD-TYPE,
                    WS-AD-DATE, WS-AD-TIME, WS-AD-MINUTES,
                    WS-AD-LOCATION, WS-AD-STATE, WS-AD-STUDENT,
                    WS-AD-BOOKED-ON, WS-AD-REMINDED, WS-AD-OUTCOME
           END-UNSTRING.
           EVALUATE FUNCTION TRIM(WS-AD-TYPE)
               WHEN "RESUME"
                   MOVE "resume review" TO WS-AD-LABEL
               WHEN "MOCK"
                   MOVE "mock interview" TO WS-AD-LABEL
               WHEN OTHER
                   MOVE "general advising" TO WS-AD-LABEL
           END-EVALUATE.
           EXIT SECTION.

       RESOLVE-EVENT-DATE SECTION.
           MOVE 'N' TO WS-FOUND-EVENT.
           MOVE SPACES TO WS-EV-DATE, WS-EV-LOCATION.
           END-IF.
           EXIT SECTION.

      *> Upcoming commitments out to an .ics file, one VEVENT apiece.
       EXPORT-AGENDA SECTION.
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY-TXT.
           MOVE WS-TODAY-TXT(1:8) TO WS-TODAY-DATE.
           INITIALIZE WS-STAMP.
           STRING WS-TODAY-TXT(1:8) "T" WS-TODAY-TXT(9:6) "Z"
               DELIMITED BY SIZE INTO WS-STAMP.
           INITIALIZE WS-ICS-NAME.
           STRING "InCollege-Agenda-" FUNCTION TRIM(LS-USERNAME) ".ics"
               DELIMITED BY SIZE INTO WS-ICS-NAME.

           MOVE 0 TO WS-EX-COUNT.
           MOVE 'N' TO WS-EX-CAP-WARNED.
           PERFORM EXPORT-INTERVIEWS.
           PERFORM EXPORT-RSVPS.
           PERFORM EXPORT-FAIR-BOOTHS.
           PERFORM EXPORT-ADVISING.
           PERFORM SORT-EXPORT-BY-DATE.

           OPEN EXTEND OUTPUT-FILE.
           OPEN OUTPUT ICS-FILE.
           IF WS-ICS-STATUS NOT = "00"
               MOVE "Unable to write the calendar file right now."
                   TO WS-MESSAGE
               PERFORM DISPLAY-AND-LOG
               CLOSE OUTPUT-FILE
               MOVE 'X' TO LS-RETURN-CODE
               EXIT SECTION
           END-IF.

           MOVE "BEGIN:VCALENDAR" TO ICS-RECORD.
           WRITE ICS-RECORD.
           MOVE "VERSION:2.0" TO ICS-RECORD.
           WRITE ICS-RECORD.
           MOVE "PRODID:-//InCollege//My Agenda//EN" TO ICS-RECORD.
           WRITE ICS-RECORD.
           MOVE "CALSCALE:GREGORIAN" TO ICS-RECORD.
           WRITE ICS-RECORD.
           MOVE "METHOD:PUBLISH" TO ICS-RECORD.
           WRITE ICS-RECORD.
           MOVE "X-WR-CALNAME" TO WS-ICS-PROP.
           INITIALIZE WS-ICS-VALUE.
           STRING "InCollege - " FUNCTION TRIM(LS-USERNAME)
               DELIMITED BY SIZE INTO WS-ICS-VALUE.
           PERFORM WRITE-ICS-PROPERTY.

           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-EX-COUNT
               PERFORM WRITE-ICS-EVENT
           END-PERFORM.

           MOVE "END:VCALENDAR" TO ICS-RECORD.
           WRITE ICS-RECORD.
           CLOSE ICS-FILE.

           MOVE WS-EX-COUNT TO WS-DUR-TEXT.
           INITIALIZE WS-MESSAGE.
           STRING FUNCTION TRIM(WS-DUR-TEXT)
                  " upcoming commitment(s) exported to "
                  FUNCTION TRIM(WS-ICS-NAME) "."
                  DELIMITED BY SIZE INTO WS-MESSAGE.
           PERFORM DISPLAY-AND-LOG.
           CLOSE OUTPUT-FILE.
           MOVE 'S' TO LS-RETURN-CODE.
           EXIT SECTION.

      *> Interviews on either side: as the applicant (the employer is
      *> the other party) or as the poster (the candidate is). The
      *> posting supplies the location and the company name.
       EXPORT-INTERVIEWS SECTION.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT INTERVIEWS-FILE.
           IF WS-INTERVIEWS-STATUS NOT = "00"
               CLOSE INTERVIEWS-FILE
               EXIT SECTION
           END-IF.
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ INTERVIEWS-FILE INTO WS-LINE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE SPACES TO WS-IV-APPLICANT, WS-IV-POSTER,
                                      WS-IV-TITLE, WS-IV-SLOT,
                                      WS-IV-STATE
                       UNSTRING WS-LINE DELIMITED BY "~"
                           INTO WS-IV-APPLICANT, WS-IV-POSTER,
                                WS-IV-TITLE, WS-IV-SLOT, WS-IV-STATE
                       END-UNSTRING
                       IF (FUNCTION TRIM(WS-IV-APPLICANT) =
                           FUNCTION TRIM(LS-USERNAME)
                           OR FUNCTION TRIM(WS-IV-POSTER) =
                              FUNCTION TRIM(LS-USERNAME))
                          AND (FUNCTION TRIM(WS-IV-STATE) = "ACCEPTED"
                               OR FUNCTION TRIM(WS-IV-STATE) = "PROPOSED")
                           PERFORM EXPORT-ONE-INTERVIEW
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE INTERVIEWS-FILE.
           EXIT SECTION.

       EXPORT-ONE-INTERVIEW SECTION.
           INITIALIZE WS-EX-NEW.
           PERFORM SLOT-TO-DATE.
           MOVE WS-SLOT-DATE TO WS-NEW-DATE.
           MOVE WS-IV-SLOT(12:10) TO WS-TIME-TEXT.
           PERFORM PARSE-SLOT-TIME.
           MOVE WS-TIME-OUT TO WS-NEW-TIME.
           MOVE 60 TO WS-NEW-MINUTES.
           IF FUNCTION TRIM(WS-IV-STATE) = "PROPOSED"
               MOVE "TENTATIVE" TO WS-NEW-STATUS
           ELSE
               MOVE "CONFIRMED" TO WS-NEW-STATUS
           END-IF.
           PERFORM RESOLVE-JOB-DETAILS.
           MOVE WS-JB-LOCATION TO WS-NEW-LOCATION.
           IF FUNCTION TRIM(WS-IV-APPLICANT) = FUNCTION TRIM(LS-USERNAME)
               STRING "Interview: " FUNCTION TRIM(WS-IV-TITLE)
                   DELIMITED BY SIZE INTO WS-NEW-SUMMARY
               IF FUNCTION TRIM(WS-JB-EMPLOYER) > SPACES
                   STRING "Employer: " FUNCTION TRIM(WS-JB-EMPLOYER)
                          " (" FUNCTION TRIM(WS-IV-POSTER) ")"
                       DELIMITED BY SIZE INTO WS-NEW-PARTY
               ELSE
                   STRING "Employer: " FUNCTION TRIM(WS-IV-POSTER)
                       DELIMITED BY SIZE INTO WS-NEW-PARTY
               END-IF
           ELSE
               STRING "Interview: " FUNCTION TRIM(WS-IV-TITLE) " - "
                      FUNCTION TRIM(WS-IV-APPLICANT)
                   DELIMITED BY SIZE INTO WS-NEW-SUMMARY
               STRING "Candidate: " FUNCTION TRIM(WS-IV-APPLICANT)
                   DELIMITED BY SIZE INTO WS-NEW-PARTY
           END-IF.
           PERFORM ADD-EXPORT-ITEM.
           EXIT SECTION.

      *> Only a CONFIRMED seat is a commitment; a waitlisted RSVP is
      *> not. Rows from before the waitlist carry no state at all and
      *> were all seats.
       EXPORT-RSVPS SECTION.
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
                       MOVE SPACES TO WS-RSVP-USER, WS-RSVP-HOST,
                                      WS-RSVP-TITLE, WS-RSVP-STATE
                       UNSTRING WS-LINE DELIMITED BY "~"
                           INTO WS-RSVP-USER, WS-RSVP-HOST,
                                WS-RSVP-TITLE, WS-RSVP-STATE
                       END-UNSTRING
                       IF FUNCTION TRIM(WS-RSVP-USER) =
                          FUNCTION TRIM(LS-USERNAME)
                          AND (FUNCTION TRIM(WS-RSVP-STATE) = "CONFIRMED"
                               OR WS-RSVP-STATE = SPACES)
                           MOVE WS-RSVP-HOST TO WS-LOOK-HOST
                           MOVE WS-RSVP-TITLE TO WS-LOOK-TITLE
                           PERFORM RESOLVE-EVENT-DATE
                           IF WS-FOUND-EVENT = 'Y'
                               INITIALIZE WS-EX-NEW
                               MOVE WS-EV-DATE TO WS-NEW-DATE
                               MOVE "CONFIRMED" TO WS-NEW-STATUS
                               MOVE WS-EV-LOCATION TO WS-NEW-LOCATION
                               STRING "Event: "
                                      FUNCTION TRIM(WS-RSVP-TITLE)
                                   DELIMITED BY SIZE
                                   INTO WS-NEW-SUMMARY
                               STRING "Host: "
                                      FUNCTION TRIM(WS-RSVP-HOST)
                                   DELIMITED BY SIZE
                                   INTO WS-NEW-PARTY
                               PERFORM ADD-EXPORT-ITEM
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RSVPS-FILE.
           EXIT SECTION.

      *> Career fairs: the booths this user staffs (a day-long entry
      *> each), then the booked slots -- the ones this user booked as a
      *> student and the ones booked into this user's booths.
       EXPORT-FAIR-BOOTHS SECTION.
           MOVE 0 TO WS-MY-BOOTH-COUNT.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT BOOTHS-FILE.
           IF WS-BOOTHS-STATUS = "00"
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ BOOTHS-FILE INTO WS-LINE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           MOVE SPACES TO WS-BT-HOST, WS-BT-TITLE,
                                          WS-BT-EMPLOYER, WS-BT-COMPANY
                           UNSTRING WS-LINE DELIMITED BY "~"
                               INTO WS-BT-HOST, WS-BT-TITLE,
                                    WS-BT-EMPLOYER, WS-BT-COMPANY
                           END-UNSTRING
                           IF FUNCTION TRIM(WS-BT-EMPLOYER) =
                              FUNCTION TRIM(LS-USERNAME)
                               PERFORM EXPORT-ONE-BOOTH
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE BOOTHS-FILE.

           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT SLOTS-FILE.
           IF WS-SLOTS-STATUS NOT = "00"
               CLOSE SLOTS-FILE
               EXIT SECTION
           END-IF.
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ SLOTS-FILE INTO WS-LINE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE SPACES TO WS-SL-HOST, WS-SL-TITLE,
                                      WS-SL-COMPANY, WS-SL-STUDENT,
                                      WS-SL-SLOT
                       UNSTRING WS-LINE DELIMITED BY "~"
                           INTO WS-SL-HOST, WS-SL-TITLE, WS-SL-COMPANY,
                                WS-SL-STUDENT, WS-SL-SLOT
                       END-UNSTRING
                       PERFORM EXPORT-ONE-SLOT
               END-READ
           END-PERFORM.
           CLOSE SLOTS-FILE.
           EXIT SECTION.

       EXPORT-ONE-BOOTH SECTION.
           IF WS-MY-BOOTH-COUNT < 20
               ADD 1 TO WS-MY-BOOTH-COUNT
               MOVE WS-BT-HOST TO WS-MB-HOST(WS-MY-BOOTH-COUNT)
               MOVE WS-BT-TITLE TO WS-MB-TITLE(WS-MY-BOOTH-COUNT)
               MOVE WS-BT-COMPANY TO WS-MB-COMPANY(WS-MY-BOOTH-COUNT)
           END-IF.
           MOVE WS-BT-HOST TO WS-LOOK-HOST.
           MOVE WS-BT-TITLE TO WS-LOOK-TITLE.
           PERFORM RESOLVE-EVENT-DATE.
           IF WS-FOUND-EVENT NOT = 'Y'
               EXIT SECTION
           END-IF.
           INITIALIZE WS-EX-NEW.
           MOVE WS-EV-DATE TO WS-NEW-DATE.
           MOVE "CONFIRMED" TO WS-NEW-STATUS.
           MOVE WS-EV-LOCATION TO WS-NEW-LOCATION.
           STRING "Career fair booth: " FUNCTION TRIM(WS-BT-COMPANY)
                  " at " FUNCTION TRIM(WS-BT-TITLE)
               DELIMITED BY SIZE INTO WS-NEW-SUMMARY.
           STRING "Host: " FUNCTION TRIM(WS-BT-HOST)
               DELIMITED BY SIZE INTO WS-NEW-PARTY.
           PERFORM ADD-EXPORT-ITEM.
           EXIT SECTION.

       EXPORT-ONE-SLOT SECTION.
           INITIALIZE WS-EX-NEW.
           IF FUNCTION TRIM(WS-SL-STUDENT) = FUNCTION TRIM(LS-USERNAME)
               STRING "Booth visit: " FUNCTION TRIM(WS-SL-COMPANY)
                      " at " FUNCTION TRIM(WS-SL-TITLE)
                   DELIMITED BY SIZE INTO WS-NEW-SUMMARY
               STRING "Employer: " FUNCTION TRIM(WS-SL-COMPANY)
                   DELIMITED BY SIZE INTO WS-NEW-PARTY
           ELSE
               PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-MY-BOOTH-COUNT
                   IF FUNCTION TRIM(WS-MB-HOST(J)) =
                      FUNCTION TRIM(WS-SL-HOST)
                      AND FUNCTION TRIM(WS-MB-TITLE(J)) =
                          FUNCTION TRIM(WS-SL-TITLE)
                      AND FUNCTION TRIM(WS-MB-COMPANY(J)) =
                          FUNCTION TRIM(WS-SL-COMPANY)
                      AND WS-NEW-SUMMARY = SPACES
                       STRING "Booth slot: " FUNCTION TRIM(WS-SL-STUDENT)
                              " (" FUNCTION TRIM(WS-SL-TITLE) ")"
                           DELIMITED BY SIZE INTO WS-NEW-SUMMARY
                       STRING "Student: " FUNCTION TRIM(WS-SL-STUDENT)
                           DELIMITED BY SIZE INTO WS-NEW-PARTY
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-NEW-SUMMARY = SPACES
               EXIT SECTION
           END-IF.

           MOVE WS-SL-HOST TO WS-LOOK-HOST.
           MOVE WS-SL-TITLE TO WS-LOOK-TITLE.
           PERFORM RESOLVE-EVENT-DATE.
           IF WS-FOUND-EVENT NOT = 'Y'
               EXIT SECTION
           END-IF.
           MOVE WS-EV-DATE TO WS-NEW-DATE.
           MOVE WS-SL-SLOT TO WS-TIME-TEXT.
           PERFORM PARSE-SLOT-TIME.
           MOVE WS-TIME-OUT TO WS-NEW-TIME.
           MOVE 15 TO WS-NEW-MINUTES.
           MOVE "CONFIRMED" TO WS-NEW-STATUS.
           IF FUNCTION TRIM(WS-EV-LOCATION) > SPACES
               STRING FUNCTION TRIM(WS-EV-LOCATION) " - "
                      FUNCTION TRIM(WS-SL-COMPANY) " booth"
                   DELIMITED BY SIZE INTO WS-NEW-LOCATION
           ELSE
               STRING FUNCTION TRIM(WS-SL-COMPANY) " booth"
                   DELIMITED BY SIZE INTO WS-NEW-LOCATION
           END-IF.
           PERFORM ADD-EXPORT-ITEM.
           EXIT SECTION.

      *> Booked advising appointments, timed, with the room or link.
       EXPORT-ADVISING SECTION.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT ADVISING-FILE.
           IF WS-ADVISING-STATUS NOT = "00"
               CLOSE ADVISING-FILE
               EXIT SECTION
           END-IF.
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ ADVISING-FILE INTO WS-LINE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM PARSE-ADVISING-ROW
                       IF FUNCTION TRIM(WS-AD-STATE) = "BOOKED"
                          AND WS-AD-OUTCOME = SPACES
                          AND (FUNCTION TRIM(WS-AD-STUDENT) =
                               FUNCTION TRIM(LS-USERNAME)
                               OR FUNCTION TRIM(WS-AD-STAFF) =
                                  FUNCTION TRIM(LS-USERNAME))
                           PERFORM EXPORT-ONE-ADVISING
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ADVISING-FILE.
           EXIT SECTION.

       EXPORT-ONE-ADVISING SECTION.
           INITIALIZE WS-EX-NEW.
           MOVE WS-AD-DATE TO WS-NEW-DATE.
           MOVE WS-AD-TIME TO WS-TIME-TEXT.
           PERFORM PARSE-SLOT-TIME.
           MOVE WS-TIME-OUT TO WS-NEW-TIME.
           MOVE 30 TO WS-NEW-MINUTES.
           IF FUNCTION TRIM(WS-AD-MINUTES) IS NUMERIC
               MOVE FUNCTION NUMVAL(WS-AD-MINUTES) TO WS-NEW-MINUTES
           END-IF.
           MOVE "CONFIRMED" TO WS-NEW-STATUS.
           MOVE WS-AD-LOCATION TO WS-NEW-LOCATION.
           IF FUNCTION TRIM(WS-AD-STUDENT) = FUNCTION TRIM(LS-USERNAME)
               STRING "Career advising: " FUNCTION TRIM(WS-AD-LABEL)
                   DELIMITED BY SIZE INTO WS-NEW-SUMMARY
               STRING "Advisor: " FUNCTION TRIM(WS-AD-STAFF)
                   DELIMITED BY SIZE INTO WS-NEW-PARTY
           ELSE
               STRING "Advising: " FUNCTION TRIM(WS-AD-LABEL) " with "
                      FUNCTION TRIM(WS-AD-STUDENT)
                   DELIMITED BY SIZE INTO WS-NEW-SUMMARY
               STRING "Student: " FUNCTION TRIM(WS-AD-STUDENT)
                   DELIMITED BY SIZE INTO WS-NEW-PARTY
           END-IF.
           PERFORM ADD-EXPORT-ITEM.
           EXIT SECTION.

      *> "10:20" or "9:05" -> HHMM; anything else leaves the entry
      *> without a time (a day-long entry) rather than guessing.
       PARSE-SLOT-TIME SECTION.
           MOVE SPACES TO WS-TIME-OUT, WS-TIME-HH, WS-TIME-MM.
           UNSTRING WS-TIME-TEXT DELIMITED BY ":"
               INTO WS-TIME-HH, WS-TIME-MM
           END-UNSTRING.
           IF WS-TIME-HH(2:1) = SPACE AND WS-TIME-HH(1:1) IS NUMERIC
               MOVE WS-TIME-HH(1:1) TO WS-TIME-HH(2:1)
               MOVE "0" TO WS-TIME-HH(1:1)
           END-IF.
           IF WS-TIME-HH IS NUMERIC AND WS-TIME-MM IS NUMERIC
              AND WS-TIME-HH < "24" AND WS-TIME-MM < "60"
               STRING WS-TIME-HH WS-TIME-MM DELIMITED BY SIZE
                   INTO WS-TIME-OUT
           END-IF.
           EXIT SECTION.

      *> jobs.txt -- poster~title~desc~employer~location~...
       RESOLVE-JOB-DETAILS SECTION.
           MOVE SPACES TO WS-JB-EMPLOYER, WS-JB-LOCATION.
           MOVE 'N' TO WS-JB-FOUND.
           OPEN INPUT JOBS-FILE.
           IF WS-JOBS-STATUS NOT = "00"
               CLOSE JOBS-FILE
               EXIT SECTION
           END-IF.
           PERFORM UNTIL WS-JB-FOUND = 'Y'
                      OR WS-JOBS-STATUS NOT = "00"
               READ JOBS-FILE
                   AT END
                       MOVE "10" TO WS-JOBS-STATUS
                   NOT AT END
                       MOVE SPACES TO WS-JB-POSTER, WS-JB-TITLE,
                                      WS-JB-DESC, WS-JB-EMPLOYER,
                                      WS-JB-LOCATION
                       UNSTRING JOB-RECORD DELIMITED BY "~"
                           INTO WS-JB-POSTER, WS-JB-TITLE, WS-JB-DESC,
                                WS-JB-EMPLOYER, WS-JB-LOCATION
                       END-UNSTRING
                       IF FUNCTION TRIM(WS-JB-POSTER) =
                          FUNCTION TRIM(WS-IV-POSTER)
                          AND FUNCTION TRIM(WS-JB-TITLE) =
                              FUNCTION TRIM(WS-IV-TITLE)
                           MOVE 'Y' TO WS-JB-FOUND
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE JOBS-FILE.
           IF WS-JB-FOUND NOT = 'Y'
               MOVE SPACES TO WS-JB-EMPLOYER, WS-JB-LOCATION
           END-IF.
           EXIT SECTION.

      *> Past and undated commitments stay off the calendar file.
       ADD-EXPORT-ITEM SECTION.
           IF WS-NEW-DATE = SPACES OR WS-NEW-DATE < WS-TODAY-DATE
               EXIT SECTION
           END-IF.
           IF WS-EX-COUNT >= 100
               IF WS-EX-CAP-WARNED = 'N'
                   DISPLAY "MY-AGENDA: more than 100 upcoming "
                           "commitments; the rest were left out."
                   MOVE 'Y' TO WS-EX-CAP-WARNED
               END-IF
               EXIT SECTION
           END-IF.
           ADD 1 TO WS-EX-COUNT.
           MOVE WS-EX-NEW TO WS-EX-ITEM(WS-EX-COUNT).
           EXIT SECTION.

      *> Date then time; a day-long entry (no time) leads its day.
       SORT-EXPORT-BY-DATE SECTION.
           IF WS-EX-COUNT < 2
               EXIT SECTION
           END-IF.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I >= WS-EX-COUNT
               PERFORM VARYING J FROM 1 BY 1
                       UNTIL J > WS-EX-COUNT - I
                   IF WS-EX-ITEM(J)(1:12) > WS-EX-ITEM(J + 1)(1:12)
                       MOVE WS-EX-ITEM(J) TO WS-EX-SWAP
                       MOVE WS-EX-ITEM(J + 1) TO WS-EX-ITEM(J)
                       MOVE WS-EX-SWAP TO WS-EX-ITEM(J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.
           EXIT SECTION.

      *> One VEVENT for export row I. The UID is built from the date,
      *> time and a checksum of the entry so a re-import updates the
      *> same calendar entry instead of duplicating it.
       WRITE-ICS-EVENT SECTION.
           MOVE WS-EX-ITEM(I) TO WS-EX-NEW.
           MOVE 0 TO WS-UID-SUM.
           PERFORM VARYING WS-ICS-POS FROM 1 BY 1
                   UNTIL WS-ICS-POS > 120
               ADD FUNCTION ORD(WS-NEW-SUMMARY(WS-ICS-POS:1))
                   TO WS-UID-SUM
               COMPUTE WS-UID-SUM = FUNCTION MOD(WS-UID-SUM * 31,
                                                 999983)
           END-PERFORM.
           PERFORM VARYING WS-ICS-POS FROM 1 BY 1
                   UNTIL WS-ICS-POS > 80
               ADD FUNCTION ORD(WS-NEW-PARTY(WS-ICS-POS:1))
                   TO WS-UID-SUM
               COMPUTE WS-UID-SUM = FUNCTION MOD(WS-UID-SUM * 31,
                                                 999983)
           END-PERFORM.
           MOVE WS-UID-SUM TO WS-UID-TEXT.

           MOVE "BEGIN:VEVENT" TO ICS-RECORD.
           WRITE ICS-RECORD.
           MOVE "UID" TO WS-ICS-PROP.
           INITIALIZE WS-ICS-VALUE.
           IF WS-NEW-TIME = SPACES
               STRING WS-NEW-DATE "-" WS-UID-TEXT "-"
                      FUNCTION TRIM(LS-USERNAME) "@incollege"
                   DELIMITED BY SIZE INTO WS-ICS-VALUE
           ELSE
               STRING WS-NEW-DATE "T" WS-NEW-TIME "-" WS-UID-TEXT "-"
                      FUNCTION TRIM(LS-USERNAME) "@incollege"
                   DELIMITED BY SIZE INTO WS-ICS-VALUE
           END-IF.
           PERFORM WRITE-ICS-PROPERTY.
           INITIALIZE ICS-RECORD.
           STRING "DTSTAMP:" WS-STAMP DELIMITED BY SIZE INTO ICS-RECORD.
           WRITE ICS-RECORD.
           INITIALIZE ICS-RECORD.
           IF WS-NEW-TIME = SPACES
               STRING "DTSTART;VALUE=DATE:" WS-NEW-DATE
                   DELIMITED BY SIZE INTO ICS-RECORD
               WRITE ICS-RECORD
               MOVE "DURATION:P1D" TO ICS-RECORD
               WRITE ICS-RECORD
           ELSE
               STRING "DTSTART:" WS-NEW-DATE "T" WS-NEW-TIME "00"
                   DELIMITED BY SIZE INTO ICS-RECORD
               WRITE ICS-RECORD
               MOVE WS-NEW-MINUTES TO WS-DUR-TEXT
               INITIALIZE ICS-RECORD
               STRING "DURATION:PT" FUNCTION TRIM(WS-DUR-TEXT) "M"
                   DELIMITED BY SIZE INTO ICS-RECORD
               WRITE ICS-RECORD
           END-IF.
           MOVE "SUMMARY" TO WS-ICS-PROP.
           MOVE WS-NEW-SUMMARY TO WS-ICS-VALUE.
           PERFORM WRITE-ICS-PROPERTY.
           IF WS-NEW-LOCATION > SPACES
               MOVE "LOCATION" TO WS-ICS-PROP
               MOVE WS-NEW-LOCATION TO WS-ICS-VALUE
               PERFORM WRITE-ICS-PROPERTY
           END-IF.
           IF WS-NEW-PARTY > SPACES
               MOVE "DESCRIPTION" TO WS-ICS-PROP
               MOVE WS-NEW-PARTY TO WS-ICS-VALUE
               PERFORM WRITE-ICS-PROPERTY
           END-IF.
           INITIALIZE ICS-RECORD.
           STRING "STATUS:" FUNCTION TRIM(WS-NEW-STATUS)
               DELIMITED BY SIZE INTO ICS-RECORD.
           WRITE ICS-RECORD.
           MOVE "END:VEVENT" TO ICS-RECORD.
           WRITE ICS-RECORD.
           EXIT SECTION.

      *> PROP:VALUE with the value's backslashes, commas and semicolons
      *> escaped, folded onto continuation lines (leading space) at 75
      *> characters. A fold never lands just after a space, since the
      *> record would lose it as trailing blanks.
       WRITE-ICS-PROPERTY SECTION.
           INITIALIZE WS-ICS-ESCAPED.
           MOVE 0 TO WS-ICS-OUT.
           IF WS-ICS-VALUE > SPACES
               COMPUTE WS-ICS-LEN = FUNCTION LENGTH(
                   FUNCTION TRIM(WS-ICS-VALUE TRAILING))
               PERFORM VARYING WS-ICS-POS FROM 1 BY 1
                       UNTIL WS-ICS-POS > WS-ICS-LEN
                   MOVE WS-ICS-VALUE(WS-ICS-POS:1) TO WS-ICS-CHAR
                   IF WS-ICS-CHAR = "\" OR WS-ICS-CHAR = ","
                      OR WS-ICS-CHAR = ";"
                       ADD 1 TO WS-ICS-OUT
                       MOVE "\" TO WS-ICS-ESCAPED(WS-ICS-OUT:1)
                   END-IF
                   ADD 1 TO WS-ICS-OUT
                   MOVE WS-ICS-CHAR TO WS-ICS-ESCAPED(WS-ICS-OUT:1)
               END-PERFORM
           END-IF.

           INITIALIZE WS-ICS-LINE.
           STRING FUNCTION TRIM(WS-ICS-PROP) ":" DELIMITED BY SIZE
               INTO WS-ICS-LINE.
           COMPUTE WS-ICS-LEN = FUNCTION LENGTH(
               FUNCTION TRIM(WS-ICS-PROP)) + 1.
           IF WS-ICS-OUT > 0
               MOVE WS-ICS-ESCAPED(1:WS-ICS-OUT)
                   TO WS-ICS-LINE(WS-ICS-LEN + 1:WS-ICS-OUT)
               ADD WS-ICS-OUT TO WS-ICS-LEN
           END-IF.

           MOVE 1 TO WS-ICS-POS.
           MOVE 75 TO WS-ICS-CHUNK.
           PERFORM UNTIL WS-ICS-POS > WS-ICS-LEN
               IF WS-ICS-POS + WS-ICS-CHUNK - 1 > WS-ICS-LEN
                   COMPUTE WS-ICS-CHUNK = WS-ICS-LEN - WS-ICS-POS + 1
               END-IF
               PERFORM UNTIL WS-ICS-CHUNK <= 1
                   OR WS-ICS-POS + WS-ICS-CHUNK - 1 = WS-ICS-LEN
                   OR WS-ICS-LINE(WS-ICS-POS + WS-ICS-CHUNK - 1:1)
                      NOT = SPACE
                   SUBTRACT 1 FROM WS-ICS-CHUNK
               END-PERFORM
               INITIALIZE ICS-RECORD
               IF WS-ICS-POS = 1
                   MOVE WS-ICS-LINE(1:WS-ICS-CHUNK) TO ICS-RECORD
               ELSE
                   MOVE WS-ICS-LINE(WS-ICS-POS:WS-ICS-CHUNK)
                       TO ICS-RECORD(2:WS-ICS-CHUNK)
               END-IF
               WRITE ICS-RECORD
               ADD WS-ICS-CHUNK TO WS-ICS-POS
               MOVE 74 TO WS-ICS-CHUNK
           END-PERFORM.
           EXIT SECTION.

       DISPLAY-AND-LOG SECTION.
           DISPLAY FUNCTION TRIM(WS-MESSAGE).
           MOVE WS-MESSAGE TO OUTPUT-RECORD.
