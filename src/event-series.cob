       >>SOURCE FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EVENT-SERIES.
       AUTHOR. Paola
       DATE-WRITTEN. 10/15/2026

       *> Recurring events: a weekly info session or office hour is
       *> set up once as a series instead of being typed in week after
       *> week. The series itself is kept in
       *>   event_series.txt: host~title~startDate~everyWeeks~untilDate~
       *>                     occurrences~capacity~location~university~
       *>                     createdOn
       *> and every occurrence is generated as an ordinary events.txt
       *> row, so LIST, RSVP, ATTENDEES, CHECKIN and the waitlist all
       *> work on it unchanged. An occurrence is titled
       *> "<series title> YYYY-MM-DD" and carries the series title in
       *> a seventh field,
       *>   events.txt: host~title~date~location~university~capacity~
       *>               seriesTitle
       *> which the six-field readers of events.txt never look at.
       *> Actions:
       *>   CREATE     the caller hosts a new series: start date (today
       *>              or later), repeat every N weeks (1 = weekly), and
       *>              an end date or an occurrence count, at most 52
       *>              occurrences; the capacity applies to each one.
       *>              An occurrence whose title the host already uses
       *>              is skipped.
       *>   RSVPALL    the caller RSVPs to every upcoming occurrence of
       *>              LS-HOST's series LS-SR-TITLE through EVENTS, so
       *>              each one fills or waitlists on its own.
       *>   CANCELONE  the host cancels one upcoming event they host
       *>              (an occurrence or a stand-alone event), titled
       *>              LS-SR-TITLE.
       *>   CANCELREST the host cancels every occurrence of series
       *>              LS-SR-TITLE dated on or after LS-SR-START (blank
       *>              means today).
       *> Cancelling drops the events.txt rows and their RSVPs, and
       *> everyone who was confirmed or waitlisted gets one message
       *> through SEND-MESSAGE from the host.
       *> Counts handed back in LS-SERIES: CREATE occurrences created;
       *> RSVPALL confirmed / waitlisted / already RSVP'd; CANCEL*
       *> events cancelled / people notified.
       *> Return codes: S ok, D series already exists, P bad date or a
       *> start date in the past, R bad repeat rule, F no such series
       *> or no upcoming event, X file error.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SERIES-FILE ASSIGN TO "event_series.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SERIES-STATUS.
           SELECT EVENTS-FILE ASSIGN TO "events.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EVENTS-STATUS.
           SELECT RSVPS-FILE ASSIGN TO "event_rsvps.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RSVPS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SERIES-FILE.
       01  SERIES-RECORD        PIC X(300).

       FD  EVENTS-FILE.
       01  EVENT-RECORD         PIC X(300).

       FD  RSVPS-FILE.
       01  RSVP-RECORD          PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-SERIES-STATUS     PIC X(2).
       01  WS-EVENTS-STATUS     PIC X(2).
       01  WS-RSVPS-STATUS      PIC X(2).
       01  WS-EOF-FLAG          PIC X VALUE 'N'.
       01  WS-LINE              PIC X(300).
       01  WS-MATCH-FOUND       PIC X VALUE 'N'.
       01  I                    PIC 9(3).
       01  J                    PIC 9(3).

       01  WS-TODAY             PIC X(21).
       01  WS-TODAY-DATE        PIC X(8).

      *> events.txt row fields
       01  WS-ROW-HOST          PIC X(20).
       01  WS-ROW-TITLE         PIC X(50).
       01  WS-ROW-DATE          PIC X(8).
       01  WS-ROW-LOCATION      PIC X(50).
       01  WS-ROW-UNIVERSITY    PIC X(100).
       01  WS-ROW-CAPACITY      PIC X(4).
       01  WS-ROW-SERIES        PIC X(50).

      *> event_series.txt row fields (only the key is needed here)
       01  WS-SR-ROW-HOST       PIC X(20).
       01  WS-SR-ROW-TITLE      PIC X(50).

      *> event_rsvps.txt row fields
       01  WS-RSVP-USER         PIC X(20).
       01  WS-RSVP-HOST         PIC X(20).
       01  WS-RSVP-TITLE        PIC X(50).
       01  WS-RSVP-STATE        PIC X(10).

      *> Occurrence dates worked out by CREATE
       01  WS-MAX-OCCURRENCES   PIC 9(3) VALUE 52.
       01  WS-DATE-NUM          PIC 9(8).
       01  WS-START-INT         PIC 9(8).
       01  WS-OCC-INT           PIC 9(8).
       01  WS-OCC-DATE          PIC X(8).
       01  WS-UNTIL-DATE        PIC X(8).
       01  WS-OCC-NUMBER        PIC 9(3).
       01  WS-OCC-TITLE         PIC X(50).
       01  WS-DISPLAY-DATE      PIC X(10).
       01  WS-EVERY-TEXT        PIC Z9.
       01  WS-COUNT-TEXT        PIC ZZ9.

      *> Titles the host already uses, so no occurrence clashes
       01  WS-HOSTED-COUNT      PIC 9(3) VALUE 0.
       01  WS-HOSTED-TABLE.
           05 WS-HOSTED-TITLE OCCURS 500 TIMES PIC X(50).

      *> The occurrences one action works through
       01  WS-OCC-COUNT         PIC 9(3) VALUE 0.
       01  WS-OCC-TABLE.
           05 WS-OCC-ENTRY OCCURS 60 TIMES.
              10 WS-OCC-TBL-TITLE    PIC X(50).
              10 WS-OCC-TBL-DATE     PIC X(8).
              10 WS-OCC-TBL-LOCATION PIC X(50).
              10 WS-OCC-TBL-UNIV     PIC X(100).
              10 WS-OCC-TBL-CAPACITY PIC X(4).

      *> Read-into-memory/rewrite tables, the usual 500-row shape
       01  WS-EVENT-TBL-COUNT   PIC 9(3) VALUE 0.
       01  WS-EVENT-TABLE.
           05 WS-EVENT-TEMP OCCURS 500 TIMES PIC X(300).
       01  WS-RSVP-TBL-COUNT    PIC 9(3) VALUE 0.
       01  WS-RSVP-TABLE.
           05 WS-RSVP-TEMP OCCURS 500 TIMES PIC X(100).
       01  WS-TABLE-FULL        PIC X VALUE 'N'.
       01  WS-DROP-ROW          PIC X.

      *> People to tell about a cancellation, one message each
       01  WS-AFFECTED-COUNT    PIC 9(3) VALUE 0.
       01  WS-AFFECTED-TABLE.
           05 WS-AFFECTED-ENTRY OCCURS 500 TIMES.
              10 WS-AFF-USER     PIC X(20).
              10 WS-AFF-RSVPS    PIC 9(3).

       01  WS-SKIP-VERIFY       PIC X.
       01  WS-MSG-RC            PIC X.
       01  WS-NOTIFY-TEXT       PIC X(200).
       01  WS-NOTIFY-USER       PIC X(20).

      *> Arguments handed to EVENTS for each RSVP
       01  WS-EV-ACTION         PIC X(10).
       01  WS-EV-TITLE          PIC X(50).
       01  WS-EV-DATE           PIC X(8).
       01  WS-EV-LOCATION       PIC X(50).
       01  WS-EV-UNIVERSITY     PIC X(100).
       01  WS-EV-HOST           PIC X(20).
       01  WS-EV-CAPACITY       PIC X(4).
       01  WS-EV-RC             PIC X.

       01  WS-SANITIZE-BUFFER   PIC X(350).
       01  WS-SANITIZE-RC       PIC X.

       LINKAGE SECTION.
       01  LS-USERNAME          PIC X(20).
       01  LS-ACTION            PIC X(10).
      *> Series host, for RSVPALL
       01  LS-HOST              PIC X(20).
       01  LS-SERIES.
      *> Series title (CANCELONE: the event's own title)
           05 LS-SR-TITLE       PIC X(50).
      *> First date on CREATE, cancel-from date on CANCELREST
           05 LS-SR-START       PIC X(8).
           05 LS-SR-EVERY       PIC 9(2).
           05 LS-SR-UNTIL       PIC X(8).
           05 LS-SR-OCCURRENCES PIC 9(3).
           05 LS-SR-CAPACITY    PIC X(4).
           05 LS-SR-LOCATION    PIC X(50).
           05 LS-SR-UNIVERSITY  PIC X(100).
      *> Counts handed back
           05 LS-SR-DONE        PIC 9(3).
           05 LS-SR-WAITLISTED  PIC 9(3).
           05 LS-SR-ALREADY     PIC 9(3).
           05 LS-SR-NOTIFIED    PIC 9(3).
       01  LS-RETURN-CODE       PIC X.

       PROCEDURE DIVISION USING LS-USERNAME, LS-ACTION, LS-HOST,
                                 LS-SERIES, LS-RETURN-CODE.

           MOVE 'F' TO LS-RETURN-CODE.
           MOVE 0 TO LS-SR-DONE, LS-SR-WAITLISTED, LS-SR-ALREADY,
                     LS-SR-NOTIFIED.
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY.
           MOVE WS-TODAY(1:8) TO WS-TODAY-DATE.

           EVALUATE FUNCTION TRIM(LS-ACTION)
               WHEN "CREATE"
                   PERFORM CREATE-SERIES
               WHEN "RSVPALL"
                   PERFORM RSVP-WHOLE-SERIES
               WHEN "CANCELONE"
                   PERFORM CANCEL-EVENTS
               WHEN "CANCELREST"
                   PERFORM CANCEL-EVENTS
               WHEN OTHER
                   MOVE 'X' TO LS-RETURN-CODE
           END-EVALUATE.
           GOBACK.

      *> One series per host and title. Dates are checked first, then
      *> the repeat rule; the occurrences are appended in date order
      *> and the series row last.
       CREATE-SERIES SECTION.
           PERFORM SANITIZE-SERIES-FIELDS.

           IF LS-SR-START IS NOT NUMERIC
               MOVE 'P' TO LS-RETURN-CODE
               EXIT SECTION
           END-IF.
           MOVE LS-SR-START TO WS-DATE-NUM.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-NUM) NOT = 0
              OR LS-SR-START < WS-TODAY-DATE
               MOVE 'P' TO LS-RETURN-CODE
               EXIT SECTION
           END-IF.
           MOVE FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) TO WS-START-INT.

           MOVE SPACES TO WS-UNTIL-DATE.
           IF LS-SR-UNTIL > SPACES
               IF LS-SR-UNTIL IS NOT NUMERIC
                   MOVE 'P' TO LS-RETURN-CODE
                   EXIT SECTION
               END-IF
               MOVE LS-SR-UNTIL TO WS-DATE-NUM
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-NUM) NOT = 0
                   MOVE 'P' TO LS-RETURN-CODE
                   EXIT SECTION
               END-IF
               IF LS-SR-UNTIL < LS-SR-START
                   MOVE 'R' TO LS-RETURN-CODE
                   EXIT SECTION
               END-IF
               MOVE LS-SR-UNTIL TO WS-UNTIL-DATE
           END-IF.

           IF LS-SR-EVERY IS NOT NUMERIC
              OR LS-SR-OCCURRENCES IS NOT NUMERIC
               MOVE 'R' TO LS-RETURN-CODE
               EXIT SECTION
           END-IF.
           IF LS-SR-EVERY < 1
               MOVE 'R' TO LS-RETURN-CODE
               EXIT SECTION
           END-IF.
           IF WS-UNTIL-DATE = SPACES AND LS-SR-OCCURRENCES = 0
               MOVE 'R' TO LS-RETURN-CODE
               EXIT SECTION
           END-IF.

           PERFORM LOAD-HOSTED-TITLES.
           IF WS-EVENTS-STATUS NOT = "00"
               MOVE 'X' TO LS-RETURN-CODE
               EXIT SECTION
           END-IF.

           PERFORM FIND-SERIES-ROW.
           IF WS-MATCH-FOUND = 'Y'
               MOVE 'D' TO LS-RETURN-CODE
               EXIT SECTION
           END-IF.

           OPEN EXTEND EVENTS-FILE.
           IF WS-EVENTS-STATUS = "35"
               OPEN OUTPUT EVENTS-FILE
           END-IF.
           IF WS-EVENTS-STATUS NOT = "00"
               MOVE 'X' TO LS-RETURN-CODE
               CLOSE EVENTS-FILE
               EXIT SECTION
           END-IF.

           MOVE 0 TO WS-OCC-NUMBER.
           MOVE WS-START-INT TO WS-OCC-INT.
           MOVE LS-SR-START TO WS-OCC-DATE.
           PERFORM UNTIL WS-OCC-NUMBER >= WS-MAX-OCCURRENCES
                   OR (LS-SR-OCCURRENCES > 0
                       AND WS-OCC-NUMBER >= LS-SR-OCCURRENCES)
                   OR (WS-UNTIL-DATE > SPACES
                       AND WS-OCC-DATE > WS-UNTIL-DATE)
               ADD 1 TO WS-OCC-NUMBER
               PERFORM BUILD-OCCURRENCE-TITLE
               PERFORM WRITE-OCCURRENCE
               COMPUTE WS-OCC-INT = WS-OCC-INT + 7 * LS-SR-EVERY
               MOVE FUNCTION DATE-OF-INTEGER(WS-OCC-INT) TO WS-DATE-NUM
               MOVE WS-DATE-NUM TO WS-OCC-DATE
           END-PERFORM.
           CLOSE EVENTS-FILE.

           IF LS-SR-DONE = 0
               MOVE 'D' TO LS-RETURN-CODE
               EXIT SECTION
           END-IF.

           OPEN EXTEND SERIES-FILE.
           IF WS-SERIES-STATUS = "35"
               OPEN OUTPUT SERIES-FILE
           END-IF.
           IF WS-SERIES-STATUS NOT = "00"
               MOVE 'X' TO LS-RETURN-CODE
               CLOSE SERIES-FILE
               EXIT SECTION
           END-IF.
           MOVE LS-SR-EVERY TO WS-EVERY-TEXT.
           MOVE LS-SR-OCCURRENCES TO WS-COUNT-TEXT.
           INITIALIZE SERIES-RECORD.
           STRING FUNCTION TRIM(LS-USERNAME) DELIMITED BY SIZE
                  "~" DELIMITED BY SIZE
                  FUNCTION TRIM(LS-SR-TITLE) DELIMITED BY SIZE
                  "~" DELIMITED BY SIZE
                  LS-SR-START DELIMITED BY SIZE
                  "~" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EVERY-TEXT) DELIMITED BY SIZE
                  "~" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-UNTIL-DATE) DELIMITED BY SIZE
                  "~" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-TEXT) DELIMITED BY SIZE
                  "~" DELIMITED BY SIZE
                  FUNCTION TRIM(LS-SR-CAPACITY) DELIMITED BY SIZE
                  "~" DELIMITED BY SIZE
                  FUNCTION TRIM(LS-SR-LOCATION) DELIMITED BY SIZE
                  "~" DELIMITED BY SIZE
                  FUNCTION TRIM(LS-SR-UNIVERSITY) DELIMITED BY SIZE
                  "~" DELIMITED BY SIZE
                  WS-TODAY-DATE DELIMITED BY SIZE
                  INTO SERIES-RECORD.
           WRITE SERIES-RECORD.
           CLOSE SERIES-FILE.

           MOVE 'S' TO LS-RETURN-CODE.
           EXIT SECTION.

      *> "<title> YYYY-MM-DD"; the title is cut to leave room for the
      *> date inside the 50-byte events.txt title.
       BUILD-OCCURRENCE-TITLE SECTION.
           STRING WS-OCC-DATE(1:4) "-" WS-OCC-DATE(5:2) "-"
                  WS-OCC-DATE(7:2) DELIMITED BY SIZE
                  INTO WS-DISPLAY-DATE.
           MOVE SPACES TO WS-OCC-TITLE.
           STRING FUNCTION TRIM(LS-SR-TITLE(1:39)) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-DISPLAY-DATE DELIMITED BY SIZE
                  INTO WS-OCC-TITLE.
           EXIT SECTION.

       WRITE-OCCURRENCE SECTION.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-HOSTED-COUNT
               IF FUNCTION TRIM(WS-HOSTED-TITLE(I)) =
                  FUNCTION TRIM(WS-OCC-TITLE)
                   EXIT SECTION
               END-IF
           END-PERFORM.

           INITIALIZE EVENT-RECORD.
           STRING FUNCTION TRIM(LS-USERNAME) DELIMITED BY SIZE
                  "~" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-OCC-TITLE) DELIMITED BY SIZE
                  "~" DELIMITED BY SIZE
                  WS-OCC-DATE DELIMITED BY SIZE
                  "~" DELIMITED BY SIZE
                  FUNCTION TRIM(LS-SR-LOCATION) DELIMITED BY SIZE
                  "~" DELIMITED BY SIZE
                  FUNCTION TRIM(LS-SR-UNIVERSITY) DELIMITED BY SIZE
                  "~" DELIMITED BY SIZE
                  FUNCTION TRIM(LS-SR-CAPACITY) DELIMITED BY SIZE
                  "~" DELIMITED BY SIZE
                  FUNCTION TRIM(LS-SR-TITLE) DELIMITED BY SIZE
                  INTO EVENT-RECORD.
           WRITE EVENT-RECORD.
           ADD 1 TO LS-SR-DONE.
           EXIT SECTION.

      *> Each upcoming occurrence goes through EVENTS' own RSVP, so a
      *> full one waitlists the caller exactly as a single RSVP would.
       RSVP-WHOLE-SERIES SECTION.
           MOVE 0 TO WS-OCC-COUNT.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT EVENTS-FILE.
           IF WS-EVENTS-STATUS NOT = "00"
               CLOSE EVENTS-FILE
               MOVE 'F' TO LS-RETURN-CODE
               EXIT SECTION
           END-IF.
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ EVENTS-FILE INTO WS-LINE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM PARSE-EVENT-ROW
                       IF FUNCTION TRIM(WS-ROW-HOST) =
                          FUNCTION TRIM(LS-HOST)
                          AND FUNCTION TRIM(WS-ROW-SERIES) =
                              FUNCTION TRIM(LS-SR-TITLE)
                          AND WS-ROW-DATE >= WS-TODAY-DATE
                          AND WS-OCC-COUNT < 60
                           ADD 1 TO WS-OCC-COUNT
                           PERFORM KEEP-OCCURRENCE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE EVENTS-FILE.

           IF WS-OCC-COUNT = 0
               MOVE 'F' TO LS-RETURN-CODE
               EXIT SECTION
           END-IF.

           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-OCC-COUNT
               MOVE "RSVP" TO WS-EV-ACTION
               MOVE WS-OCC-TBL-TITLE(I) TO WS-EV-TITLE
               MOVE WS-OCC-TBL-DATE(I) TO WS-EV-DATE
               MOVE WS-OCC-TBL-LOCATION(I) TO WS-EV-LOCATION
               MOVE WS-OCC-TBL-UNIV(I) TO WS-EV-UNIVERSITY
               MOVE LS-HOST TO WS-EV-HOST
               MOVE WS-OCC-TBL-CAPACITY(I) TO WS-EV-CAPACITY
               CALL "EVENTS" USING LS-USERNAME, WS-EV-ACTION,
                                    WS-EV-TITLE, WS-EV-DATE,
                                    WS-EV-LOCATION, WS-EV-UNIVERSITY,
                                    WS-EV-HOST, WS-EV-CAPACITY, WS-EV-RC
               EVALUATE WS-EV-RC
                   WHEN 'S'
                       ADD 1 TO LS-SR-DONE
                   WHEN 'W'
                       ADD 1 TO LS-SR-WAITLISTED
                   WHEN 'D'
                       ADD 1 TO LS-SR-ALREADY
               END-EVALUATE
           END-PERFORM.

           MOVE 'S' TO LS-RETURN-CODE.
           EXIT SECTION.

       KEEP-OCCURRENCE SECTION.
           MOVE WS-ROW-TITLE TO WS-OCC-TBL-TITLE(WS-OCC-COUNT).
           MOVE WS-ROW-DATE TO WS-OCC-TBL-DATE(WS-OCC-COUNT).
           MOVE WS-ROW-LOCATION TO WS-OCC-TBL-LOCATION(WS-OCC-COUNT).
           MOVE WS-ROW-UNIVERSITY TO WS-OCC-TBL-UNIV(WS-OCC-COUNT).
           MOVE WS-ROW-CAPACITY TO WS-OCC-TBL-CAPACITY(WS-OCC-COUNT).
           EXIT SECTION.

      *> Both cancels: pick the host's upcoming rows to drop, rewrite
      *> events.txt and event_rsvps.txt without them, then message
      *> everyone who held a seat or a waitlist place. Neither file is
      *> touched when it is larger than the table holds.
       CANCEL-EVENTS SECTION.
           MOVE 0 TO WS-EVENT-TBL-COUNT, WS-OCC-COUNT.
           MOVE 'N' TO WS-TABLE-FULL.
           MOVE 'N' TO WS-MATCH-FOUND.
           MOVE 'N' TO WS-EOF-FLAG.

           IF FUNCTION TRIM(LS-ACTION) = "CANCELREST"
               IF LS-SR-START IS NOT NUMERIC
                  OR LS-SR-START < WS-TODAY-DATE
                   MOVE WS-TODAY-DATE TO LS-SR-START
               END-IF
           ELSE
               MOVE WS-TODAY-DATE TO LS-SR-START
           END-IF.

           OPEN INPUT EVENTS-FILE.
           IF WS-EVENTS-STATUS NOT = "00"
               CLOSE EVENTS-FILE
               MOVE 'F' TO LS-RETURN-CODE
               EXIT SECTION
           END-IF.
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ EVENTS-FILE INTO WS-LINE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM PARSE-EVENT-ROW
                       PERFORM CHECK-CANCEL-ROW
                       IF WS-DROP-ROW = 'Y'
                           IF WS-OCC-COUNT < 60
                               ADD 1 TO WS-OCC-COUNT
                               PERFORM KEEP-OCCURRENCE
                           ELSE
                               MOVE 'N' TO WS-DROP-ROW
                           END-IF
                       END-IF
                       IF WS-DROP-ROW NOT = 'Y' AND WS-LINE NOT = SPACES
                           IF WS-EVENT-TBL-COUNT < 500
                               ADD 1 TO WS-EVENT-TBL-COUNT
                               MOVE WS-LINE
                                   TO WS-EVENT-TEMP(WS-EVENT-TBL-COUNT)
                           ELSE
                               MOVE 'Y' TO WS-TABLE-FULL
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE EVENTS-FILE.

           IF WS-OCC-COUNT = 0
               MOVE 'F' TO LS-RETURN-CODE
               EXIT SECTION
           END-IF.
           IF WS-TABLE-FULL = 'Y'
               DISPLAY "EVENT-SERIES: events.txt has more than 500 rows; nothing cancelled."
               MOVE 'X' TO LS-RETURN-CODE
               EXIT SECTION
           END-IF.

           PERFORM LOAD-REMAINING-RSVPS.
           IF WS-TABLE-FULL = 'Y'
               DISPLAY "EVENT-SERIES: event_rsvps.txt has more than 500 rows; nothing cancelled."
               MOVE 'X' TO LS-RETURN-CODE
               EXIT SECTION
           END-IF.

           OPEN OUTPUT EVENTS-FILE.
           IF WS-EVENTS-STATUS NOT = "00"
               CLOSE EVENTS-FILE
               MOVE 'X' TO LS-RETURN-CODE
               EXIT SECTION
           END-IF.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-EVENT-TBL-COUNT
               WRITE EVENT-RECORD FROM WS-EVENT-TEMP(I)
           END-PERFORM.
           CLOSE EVENTS-FILE.

           IF WS-RSVPS-STATUS = "00"
               OPEN OUTPUT RSVPS-FILE
               PERFORM VARYING I FROM 1 BY 1
                       UNTIL I > WS-RSVP-TBL-COUNT
                   WRITE RSVP-RECORD FROM WS-RSVP-TEMP(I)
               END-PERFORM
               CLOSE RSVPS-FILE
           END-IF.

           MOVE WS-OCC-COUNT TO LS-SR-DONE.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-AFFECTED-COUNT
               PERFORM NOTIFY-CANCELLATION
           END-PERFORM.
           MOVE WS-AFFECTED-COUNT TO LS-SR-NOTIFIED.

           MOVE 'S' TO LS-RETURN-CODE.
           EXIT SECTION.

       CHECK-CANCEL-ROW SECTION.
           MOVE 'N' TO WS-DROP-ROW.
           IF FUNCTION TRIM(WS-ROW-HOST) NOT = FUNCTION TRIM(LS-USERNAME)
              OR WS-ROW-DATE < LS-SR-START
               EXIT SECTION
           END-IF.
           IF FUNCTION TRIM(LS-ACTION) = "CANCELREST"
               IF FUNCTION TRIM(WS-ROW-SERIES) =
                  FUNCTION TRIM(LS-SR-TITLE)
                   MOVE 'Y' TO WS-DROP-ROW
               END-IF
           ELSE
               IF FUNCTION TRIM(WS-ROW-TITLE) =
                  FUNCTION TRIM(LS-SR-TITLE)
                   MOVE 'Y' TO WS-DROP-ROW
               END-IF
           END-IF.
           EXIT SECTION.

      *> Keeps every RSVP except those to a cancelled event, and
      *> notes whose they were. No RSVP file yet is simply no RSVPs.
       LOAD-REMAINING-RSVPS SECTION.
           MOVE 0 TO WS-RSVP-TBL-COUNT, WS-AFFECTED-COUNT.
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
                       PERFORM PARSE-RSVP-ROW
                       MOVE 'N' TO WS-DROP-ROW
                       IF FUNCTION TRIM(WS-RSVP-HOST) =
                          FUNCTION TRIM(LS-USERNAME)
                           PERFORM VARYING I FROM 1 BY 1
                                   UNTIL I > WS-OCC-COUNT
                               IF FUNCTION TRIM(WS-RSVP-TITLE) =
                                  FUNCTION TRIM(WS-OCC-TBL-TITLE(I))
                                   MOVE 'Y' TO WS-DROP-ROW
                               END-IF
                           END-PERFORM
                       END-IF
                       IF WS-DROP-ROW = 'Y'
                           PERFORM NOTE-AFFECTED-USER
                       ELSE
                           IF WS-LINE NOT = SPACES
                               IF WS-RSVP-TBL-COUNT < 500
                                   ADD 1 TO WS-RSVP-TBL-COUNT
                                   MOVE WS-LINE
                                       TO WS-RSVP-TEMP(WS-RSVP-TBL-COUNT)
                               ELSE
                                   MOVE 'Y' TO WS-TABLE-FULL
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RSVPS-FILE.
           MOVE "00" TO WS-RSVPS-STATUS.
           EXIT SECTION.

       NOTE-AFFECTED-USER SECTION.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-AFFECTED-COUNT
               IF WS-AFF-USER(I) = WS-RSVP-USER
                   ADD 1 TO WS-AFF-RSVPS(I)
                   EXIT SECTION
               END-IF
           END-PERFORM.
           IF WS-AFFECTED-COUNT < 500
               ADD 1 TO WS-AFFECTED-COUNT
               MOVE WS-RSVP-USER TO WS-AFF-USER(WS-AFFECTED-COUNT)
               MOVE 1 TO WS-AFF-RSVPS(WS-AFFECTED-COUNT)
           END-IF.
           EXIT SECTION.

       NOTIFY-CANCELLATION SECTION.
           INITIALIZE WS-NOTIFY-TEXT.
           IF FUNCTION TRIM(LS-ACTION) = "CANCELREST"
               STRING LS-SR-START(1:4) "-" LS-SR-START(5:2) "-"
                      LS-SR-START(7:2) DELIMITED BY SIZE
                      INTO WS-DISPLAY-DATE
               MOVE WS-AFF-RSVPS(J) TO WS-COUNT-TEXT
               STRING "The rest of the " DELIMITED BY SIZE
                      FUNCTION TRIM(LS-SR-TITLE) DELIMITED BY SIZE
                      " series hosted by " DELIMITED BY SIZE
                      FUNCTION TRIM(LS-USERNAME) DELIMITED BY SIZE
                      ", from " DELIMITED BY SIZE
                      WS-DISPLAY-DATE DELIMITED BY SIZE
                      ", has been cancelled. Your " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-COUNT-TEXT) DELIMITED BY SIZE
                      " RSVP(s) to it were removed." DELIMITED BY SIZE
                      INTO WS-NOTIFY-TEXT
           ELSE
               STRING WS-OCC-TBL-DATE(1)(1:4) "-"
                      WS-OCC-TBL-DATE(1)(5:2) "-"
                      WS-OCC-TBL-DATE(1)(7:2) DELIMITED BY SIZE
                      INTO WS-DISPLAY-DATE
               STRING FUNCTION TRIM(LS-SR-TITLE) DELIMITED BY SIZE
                      " hosted by " DELIMITED BY SIZE
                      FUNCTION TRIM(LS-USERNAME) DELIMITED BY SIZE
                      " on " DELIMITED BY SIZE
                      WS-DISPLAY-DATE DELIMITED BY SIZE
                      " has been cancelled. Your RSVP was removed."
                          DELIMITED BY SIZE
                      INTO WS-NOTIFY-TEXT
           END-IF.
           MOVE WS-AFF-USER(J) TO WS-NOTIFY-USER.
           MOVE 'Y' TO WS-SKIP-VERIFY.
           CALL "SEND-MESSAGE" USING LS-USERNAME, WS-NOTIFY-USER,
                                      WS-SKIP-VERIFY, WS-MSG-RC,
                                      WS-NOTIFY-TEXT.
           EXIT SECTION.

      *> Titles the caller already hosts; status "00" afterwards means
      *> events.txt was read (or does not exist yet).
       LOAD-HOSTED-TITLES SECTION.
           MOVE 0 TO WS-HOSTED-COUNT.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT EVENTS-FILE.
           IF WS-EVENTS-STATUS = "35"
               MOVE "00" TO WS-EVENTS-STATUS
               EXIT SECTION
           END-IF.
           IF WS-EVENTS-STATUS NOT = "00"
               EXIT SECTION
           END-IF.
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ EVENTS-FILE INTO WS-LINE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM PARSE-EVENT-ROW
                       IF FUNCTION TRIM(WS-ROW-HOST) =
                          FUNCTION TRIM(LS-USERNAME)
                          AND WS-HOSTED-COUNT < 500
                           ADD 1 TO WS-HOSTED-COUNT
                           MOVE WS-ROW-TITLE
                               TO WS-HOSTED-TITLE(WS-HOSTED-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE EVENTS-FILE.
           MOVE "00" TO WS-EVENTS-STATUS.
           EXIT SECTION.

       FIND-SERIES-ROW SECTION.
           MOVE 'N' TO WS-MATCH-FOUND.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT SERIES-FILE.
           IF WS-SERIES-STATUS NOT = "00"
               CLOSE SERIES-FILE
               EXIT SECTION
           END-IF.
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ SERIES-FILE INTO WS-LINE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE SPACES TO WS-SR-ROW-HOST, WS-SR-ROW-TITLE
                       UNSTRING WS-LINE DELIMITED BY "~"
                           INTO WS-SR-ROW-HOST, WS-SR-ROW-TITLE
                       END-UNSTRING
                       IF FUNCTION TRIM(WS-SR-ROW-HOST) =
                          FUNCTION TRIM(LS-USERNAME)
                          AND FUNCTION TRIM(WS-SR-ROW-TITLE) =
                              FUNCTION TRIM(LS-SR-TITLE)
                           MOVE 'Y' TO WS-MATCH-FOUND
                           MOVE 'Y' TO WS-EOF-FLAG
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SERIES-FILE.
           EXIT SECTION.

       PARSE-EVENT-ROW SECTION.
           MOVE SPACES TO WS-ROW-HOST, WS-ROW-TITLE, WS-ROW-DATE,
                          WS-ROW-LOCATION, WS-ROW-UNIVERSITY,
                          WS-ROW-CAPACITY, WS-ROW-SERIES.
           UNSTRING WS-LINE DELIMITED BY "~"
               INTO WS-ROW-HOST, WS-ROW-TITLE, WS-ROW-DATE,
                    WS-ROW-LOCATION, WS-ROW-UNIVERSITY,
                    WS-ROW-CAPACITY, WS-ROW-SERIES
           END-UNSTRING.
           EXIT SECTION.

       PARSE-RSVP-ROW SECTION.
           MOVE SPACES TO WS-RSVP-USER, WS-RSVP-HOST, WS-RSVP-TITLE,
                          WS-RSVP-STATE.
           UNSTRING WS-LINE DELIMITED BY "~"
               INTO WS-RSVP-USER, WS-RSVP-HOST, WS-RSVP-TITLE,
                    WS-RSVP-STATE
           END-UNSTRING.
           EXIT SECTION.

      *> Delimiter-strips the caller-typed fields before they land in
      *> a tilde-delimited row, as EVENTS does for a single event.
       SANITIZE-SERIES-FIELDS SECTION.
           MOVE LS-SR-TITLE TO WS-SANITIZE-BUFFER.
           CALL "INPUT-SANITIZE" USING WS-SANITIZE-BUFFER, "T",
                                        WS-SANITIZE-RC.
           MOVE WS-SANITIZE-BUFFER(1:50) TO LS-SR-TITLE.
           MOVE LS-SR-LOCATION TO WS-SANITIZE-BUFFER.
           CALL "INPUT-SANITIZE" USING WS-SANITIZE-BUFFER, "T",
                                        WS-SANITIZE-RC.
           MOVE WS-SANITIZE-BUFFER(1:50) TO LS-SR-LOCATION.
           EXIT SECTION.
