       *> told through SEND-MESSAGE that they now have a seat. An RSVP
       *> row without the status field predates the waitlist and counts
       *> as CONFIRMED.
       *> The door list: the host checks people in as they arrive,
       *> RSVP'd or walk-in, one row per arrival in
       *>   event_attendance.txt: host~title~user~date~time~RSVP|WALKIN
       *> ATTENDANCE sums one event (RSVP'd, attended, walk-ins,
       *> no-shows); the nightly EVENT-ATTENDANCE pass keeps the
       *> per-student no-show counts in event_noshows.txt, which
       *> ATTENDEES shows beside each name so the careers office can
       *> weigh them when it works a waitlist.
       *> A row may carry a seventh field, the title of the recurring
       *> series it belongs to (see EVENT-SERIES); it is not read here.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT RSVPS-FILE ASSIGN TO "event_rsvps.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RSVPS-STATUS.
           SELECT ATTEND-FILE ASSIGN TO "event_attendance.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATTEND-STATUS.
           SELECT NOSHOW-FILE ASSIGN TO "event_noshows.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOSHOW-STATUS.
           SELECT OUTPUT-FILE ASSIGN TO "InCollege-Output.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUTPUT-STATUS.
       FD  RSVPS-FILE.
       01  RSVP-RECORD          PIC X(100).

       FD  ATTEND-FILE.
       01  ATTEND-RECORD        PIC X(120).

       FD  NOSHOW-FILE.
       01  NOSHOW-RECORD        PIC X(60).

       FD  OUTPUT-FILE.
       01  OUTPUT-RECORD        PIC X(350).

       01  WS-COUNT             PIC 9(3) VALUE 0.
       01  WS-DISPLAY-NUMBER    PIC Z(3).

      *> event_attendance.txt row fields
       01  WS-ATTEND-STATUS     PIC X(2).
       01  WS-AT-HOST           PIC X(20).
       01  WS-AT-TITLE          PIC X(50).
       01  WS-AT-USER           PIC X(20).
       01  WS-AT-DATE           PIC X(8).
       01  WS-AT-TIME           PIC X(4).
       01  WS-AT-SOURCE         PIC X(6).
       01  WS-EVENT-ON          PIC X(8).

      *> Arrivals at the event being summarised
       01  WS-ARRIVED-COUNT     PIC 9(3) VALUE 0.
       01  WS-ARRIVED-TABLE.
           05 WS-ARRIVED-USER OCCURS 500 TIMES PIC X(20).
       01  WS-WALKIN-COUNT      PIC 9(3) VALUE 0.
       01  WS-ATTENDED-COUNT    PIC 9(3) VALUE 0.
       01  WS-NOSHOW-COUNT      PIC 9(3) VALUE 0.
       01  WS-ARRIVED           PIC X.
       01  WS-NOSHOW-NAMES.
           05 WS-NOSHOW-NAME OCCURS 500 TIMES PIC X(20).
       01  WS-NOTE-BUFFER       PIC X(250).

      *> event_noshows.txt: user~noShowCount~lastNoShowDate
       01  WS-NOSHOW-STATUS     PIC X(2).
       01  WS-NS-USER           PIC X(20).
       01  WS-NS-COUNT          PIC X(4).
       01  WS-NS-LAST           PIC X(8).
       01  WS-NS-TBL-COUNT      PIC 9(3) VALUE 0.
       01  WS-NS-TABLE.
           05 WS-NS-ENTRY OCCURS 500 TIMES.
              10 WS-NS-TBL-USER  PIC X(20).
              10 WS-NS-TBL-COUNT-TXT PIC X(4).

       01  WS-SANITIZE-BUFFER   PIC X(350).
       01  WS-SANITIZE-RC       PIC X.

      *>              (LS-EVENT-UNIVERSITY holds the caller's school)
      *> 'RSVP'     = caller RSVPs to LS-HOST's event LS-EVENT-TITLE
      *> 'ATTENDEES'= host lists who RSVP'd to their LS-EVENT-TITLE
      *> 'CHECKIN'  = host checks LS-HOST (the arriving user) in at
      *>              their LS-EVENT-TITLE: 'S' RSVP'd, 'K' walk-in,
      *>              'D' already in, 'E' event not yet begun
      *> 'ATTENDANCE' = host's RSVP'd / attended / no-show summary
       01  LS-ACTION            PIC X(10).
       01  LS-EVENT-TITLE       PIC X(50).
       01  LS-EVENT-DATE        PIC X(8).
                   PERFORM LIST-ATTENDEES
               WHEN "CANCEL"
                   PERFORM CANCEL-RSVP
               WHEN "CHECKIN"
                   PERFORM CHECK-IN-ATTENDEE
               WHEN "ATTENDANCE"
                   PERFORM SUMMARISE-ATTENDANCE
               WHEN OTHER
                   MOVE 'X' TO LS-RETURN-CODE
           END-EVALUATE.
           EXIT SECTION.

       LIST-ATTENDEES SECTION.
           PERFORM LOAD-NOSHOW-COUNTS.
           MOVE 0 TO WS-COUNT.
           MOVE 0 TO WS-WAIT-COUNT.
           MOVE 'N' TO WS-EOF-FLAG.
                                      DELIMITED BY SIZE
                                  "]" DELIMITED BY SIZE
                                  INTO WS-MESSAGE
                           PERFORM APPEND-NOSHOW-NOTE
                           PERFORM DISPLAY-AND-LOG
                       END-IF
               END-READ
           CLOSE OUTPUT-FILE.
           EXIT SECTION.

      *> Past no-shows beside a name, so a waitlist can be worked with
      *> them in view.
       APPEND-NOSHOW-NOTE SECTION.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-NS-TBL-COUNT
               IF WS-NS-TBL-USER(I) = WS-RSVP-USER
                   MOVE WS-MESSAGE TO WS-NOTE-BUFFER
                   INITIALIZE WS-MESSAGE
                   STRING FUNCTION TRIM(WS-NOTE-BUFFER TRAILING)
                          " (no-shows: "
                          FUNCTION TRIM(WS-NS-TBL-COUNT-TXT(I))
                          ")" DELIMITED BY SIZE INTO WS-MESSAGE
               END-IF
           END-PERFORM.
           EXIT SECTION.

       LOAD-NOSHOW-COUNTS SECTION.
           MOVE 0 TO WS-NS-TBL-COUNT.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT NOSHOW-FILE.
           IF WS-NOSHOW-STATUS NOT = "00"
               CLOSE NOSHOW-FILE
               EXIT SECTION
           END-IF.
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ NOSHOW-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE SPACES TO WS-NS-USER, WS-NS-COUNT, WS-NS-LAST
                       UNSTRING NOSHOW-RECORD DELIMITED BY "~"
                           INTO WS-NS-USER, WS-NS-COUNT, WS-NS-LAST
                       END-UNSTRING
                       IF WS-NS-TBL-COUNT < 500
                           ADD 1 TO WS-NS-TBL-COUNT
                           MOVE WS-NS-USER
                               TO WS-NS-TBL-USER(WS-NS-TBL-COUNT)
                           MOVE WS-NS-COUNT
                               TO WS-NS-TBL-COUNT-TXT(WS-NS-TBL-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE NOSHOW-FILE.
           MOVE 'N' TO WS-EOF-FLAG.
           EXIT SECTION.

      *> The caller must be the host of LS-EVENT-TITLE; leaves the
      *> event's date in WS-EVENT-ON and WS-MATCH-FOUND = 'Y'.
       FIND-HOSTED-EVENT SECTION.
           MOVE 'N' TO WS-MATCH-FOUND.
           MOVE SPACES TO WS-EVENT-ON.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT EVENTS-FILE.
           IF WS-EVENTS-STATUS = "00"
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ EVENTS-FILE INTO WS-LINE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM PARSE-EVENT-ROW
                           IF FUNCTION TRIM(WS-ROW-HOST) =
                              FUNCTION TRIM(LS-USERNAME)
                              AND FUNCTION TRIM(WS-ROW-TITLE) =
                                  FUNCTION TRIM(LS-EVENT-TITLE)
                               MOVE 'Y' TO WS-MATCH-FOUND
                               MOVE WS-ROW-DATE TO WS-EVENT-ON
                               MOVE 'Y' TO WS-EOF-FLAG
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE EVENTS-FILE.
           MOVE 'N' TO WS-EOF-FLAG.
           EXIT SECTION.

      *> Everyone already checked in to the caller's LS-EVENT-TITLE.
       LOAD-ARRIVALS SECTION.
           MOVE 0 TO WS-ARRIVED-COUNT.
           MOVE 0 TO WS-WALKIN-COUNT.
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
                       IF FUNCTION TRIM(WS-AT-HOST) =
                          FUNCTION TRIM(LS-USERNAME)
                          AND FUNCTION TRIM(WS-AT-TITLE) =
                              FUNCTION TRIM(LS-EVENT-TITLE)
                          AND WS-ARRIVED-COUNT < 500
                           ADD 1 TO WS-ARRIVED-COUNT
                           MOVE WS-AT-USER
                               TO WS-ARRIVED-USER(WS-ARRIVED-COUNT)
                           IF FUNCTION TRIM(WS-AT-SOURCE) = "WALKIN"
                               ADD 1 TO WS-WALKIN-COUNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ATTEND-FILE.
           MOVE 'N' TO WS-EOF-FLAG.
           EXIT SECTION.

       CHECK-IN-ATTENDEE SECTION.
           PERFORM FIND-HOSTED-EVENT.
           IF WS-MATCH-FOUND NOT = 'Y'
               MOVE 'F' TO LS-RETURN-CODE
               EXIT SECTION
           END-IF.
           IF WS-EVENT-ON > WS-TODAY-DATE
               MOVE 'E' TO LS-RETURN-CODE
               EXIT SECTION
           END-IF.

           PERFORM LOAD-ARRIVALS.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-ARRIVED-COUNT
               IF FUNCTION TRIM(WS-ARRIVED-USER(I)) =
                  FUNCTION TRIM(LS-HOST)
                   MOVE 'D' TO LS-RETURN-CODE
                   EXIT SECTION
               END-IF
           END-PERFORM.

      *> RSVP'd (confirmed or waitlisted) or a walk-in?
           MOVE "WALKIN" TO WS-AT-SOURCE.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT RSVPS-FILE.
           IF WS-RSVPS-STATUS = "00"
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ RSVPS-FILE INTO WS-LINE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM PARSE-RSVP-ROW
                           IF FUNCTION TRIM(WS-RSVP-USER) =
                              FUNCTION TRIM(LS-HOST)
                              AND FUNCTION TRIM(WS-RSVP-HOST) =
                                  FUNCTION TRIM(LS-USERNAME)
                              AND FUNCTION TRIM(WS-RSVP-TITLE) =
                                  FUNCTION TRIM(LS-EVENT-TITLE)
                               MOVE "RSVP" TO WS-AT-SOURCE
                               MOVE 'Y' TO WS-EOF-FLAG
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE RSVPS-FILE.

           OPEN EXTEND ATTEND-FILE.
           IF WS-ATTEND-STATUS = "35"
               OPEN OUTPUT ATTEND-FILE
           END-IF.
           IF WS-ATTEND-STATUS NOT = "00"
               MOVE 'X' TO LS-RETURN-CODE
               CLOSE ATTEND-FILE
               EXIT SECTION
           END-IF.
           INITIALIZE ATTEND-RECORD.
           STRING FUNCTION TRIM(LS-USERNAME) "~"
                  FUNCTION TRIM(LS-EVENT-TITLE) "~"
                  FUNCTION TRIM(LS-HOST) "~"
                  WS-TODAY-DATE "~"
                  WS-TODAY(9:4) "~"
                  FUNCTION TRIM(WS-AT-SOURCE)
                  DELIMITED BY SIZE INTO ATTEND-RECORD.
           WRITE ATTEND-RECORD.
           CLOSE ATTEND-FILE.

           IF WS-AT-SOURCE = "WALKIN"
               MOVE 'K' TO LS-RETURN-CODE
           ELSE
               MOVE 'S' TO LS-RETURN-CODE
           END-IF.
           EXIT SECTION.

      *> RSVP'd vs. attended vs. no-show for one of the caller's events.
       SUMMARISE-ATTENDANCE SECTION.
           OPEN EXTEND OUTPUT-FILE.
           PERFORM FIND-HOSTED-EVENT.
           IF WS-MATCH-FOUND NOT = 'Y'
               MOVE "You have no event with that title." TO WS-MESSAGE
               PERFORM DISPLAY-AND-LOG
               CLOSE OUTPUT-FILE
               EXIT SECTION
           END-IF.
           PERFORM LOAD-ARRIVALS.

           INITIALIZE WS-MESSAGE.
           STRING "Attendance for " FUNCTION TRIM(LS-EVENT-TITLE)
                  " (" WS-EVENT-ON "):" DELIMITED BY SIZE
                  INTO WS-MESSAGE.
           PERFORM DISPLAY-AND-LOG.

           MOVE 0 TO WS-CONFIRMED-COUNT, WS-WAIT-COUNT,
                     WS-ATTENDED-COUNT, WS-NOSHOW-COUNT.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT RSVPS-FILE.
           IF WS-RSVPS-STATUS = "00"
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ RSVPS-FILE INTO WS-LINE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM PARSE-RSVP-ROW
                           IF FUNCTION TRIM(WS-RSVP-HOST) =
                              FUNCTION TRIM(LS-USERNAME)
                              AND FUNCTION TRIM(WS-RSVP-TITLE) =
                                  FUNCTION TRIM(LS-EVENT-TITLE)
                               PERFORM TALLY-ONE-RSVP
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE RSVPS-FILE.

           MOVE WS-CONFIRMED-COUNT TO WS-DISPLAY-NUMBER.
           INITIALIZE WS-MESSAGE.
           STRING "  RSVP'd (confirmed): " FUNCTION TRIM(WS-DISPLAY-NUMBER)
                  DELIMITED BY SIZE INTO WS-MESSAGE.
           PERFORM DISPLAY-AND-LOG.
           MOVE WS-WAIT-COUNT TO WS-DISPLAY-NUMBER.
           INITIALIZE WS-MESSAGE.
           STRING "  Waitlisted:         " FUNCTION TRIM(WS-DISPLAY-NUMBER)
                  DELIMITED BY SIZE INTO WS-MESSAGE.
           PERFORM DISPLAY-AND-LOG.
           MOVE WS-ARRIVED-COUNT TO WS-DISPLAY-NUMBER.
           INITIALIZE WS-MESSAGE.
           STRING "  Checked in:         " FUNCTION TRIM(WS-DISPLAY-NUMBER)
                  DELIMITED BY SIZE INTO WS-MESSAGE.
           PERFORM DISPLAY-AND-LOG.
           MOVE WS-WALKIN-COUNT TO WS-DISPLAY-NUMBER.
           INITIALIZE WS-MESSAGE.
           STRING "    of which walk-ins: " FUNCTION TRIM(WS-DISPLAY-NUMBER)
                  DELIMITED BY SIZE INTO WS-MESSAGE.
           PERFORM DISPLAY-AND-LOG.
           MOVE WS-NOSHOW-COUNT TO WS-DISPLAY-NUMBER.
           INITIALIZE WS-MESSAGE.
           STRING "  No-shows:           " FUNCTION TRIM(WS-DISPLAY-NUMBER)
                  DELIMITED BY SIZE INTO WS-MESSAGE.
           PERFORM DISPLAY-AND-LOG.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-NOSHOW-COUNT
               INITIALIZE WS-MESSAGE
               STRING "    " FUNCTION TRIM(WS-NOSHOW-NAME(I))
                      DELIMITED BY SIZE INTO WS-MESSAGE
               PERFORM DISPLAY-AND-LOG
           END-PERFORM.
           IF WS-EVENT-ON >= WS-TODAY-DATE
               MOVE "  (the event is today or later; no-shows are provisional)"
                   TO WS-MESSAGE
               PERFORM DISPLAY-AND-LOG
           END-IF.
           CLOSE OUTPUT-FILE.
           MOVE 'S' TO LS-RETURN-CODE.
           EXIT SECTION.

      *> A confirmed seat with no check-in is a no-show.
       TALLY-ONE-RSVP SECTION.
           IF FUNCTION TRIM(WS-RSVP-STATE) = "WAITLIST"
               ADD 1 TO WS-WAIT-COUNT
               EXIT SECTION
           END-IF.
           ADD 1 TO WS-CONFIRMED-COUNT.
           MOVE 'N' TO WS-ARRIVED.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-ARRIVED-COUNT
               IF WS-ARRIVED-USER(I) = WS-RSVP-USER
                   MOVE 'Y' TO WS-ARRIVED
               END-IF
           END-PERFORM.
           IF WS-ARRIVED = 'Y'
               ADD 1 TO WS-ATTENDED-COUNT
           ELSE
               IF WS-NOSHOW-COUNT < 500
                   ADD 1 TO WS-NOSHOW-COUNT
                   MOVE WS-RSVP-USER TO WS-NOSHOW-NAME(WS-NOSHOW-COUNT)
               END-IF
           END-IF.
           EXIT SECTION.

       PARSE-ATTEND-ROW SECTION.
           MOVE SPACES TO WS-AT-HOST, WS-AT-TITLE, WS-AT-USER,
                          WS-AT-DATE, WS-AT-TIME, WS-AT-SOURCE.
           UNSTRING ATTEND-RECORD DELIMITED BY "~"
               INTO WS-AT-HOST, WS-AT-TITLE, WS-AT-USER, WS-AT-DATE,
                    WS-AT-TIME, WS-AT-SOURCE
           END-UNSTRING.
           EXIT SECTION.

       PARSE-EVENT-ROW SECTION.
           MOVE SPACES TO WS-ROW-HOST, WS-ROW-TITLE, WS-ROW-DATE,
                          WS-ROW-LOCATION, WS-ROW-UNIVERSITY,
