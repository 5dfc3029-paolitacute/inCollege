       *> the way INTERVIEWS enforces a meeting row.
       *>   fair_booths.txt: host~eventTitle~employerUser~company
       *>   fair_slots.txt:  host~eventTitle~company~student~slot
       *> REGISTER refuses an unverified employer ('U'), one with no
       *> company page ('N') and a company the fair's campus has
       *> restricted ('R', CAMPUS-RESTRICT; the campus is the event's
       *> university, or the host's own campus binding when the event
       *> is open to everyone); BOOK refuses a slot already taken ('T')
       *> and a second booking by the same student at the same booth
       *> ('D'). The event itself must exist in events.txt ('F' if not).

      *> events.txt / companies.txt lookups
       01  WS-EV-HOST           PIC X(20).
       01  WS-EV-TITLE          PIC X(50).
       01  WS-EV-DATE           PIC X(8).
       01  WS-EV-LOCATION       PIC X(50).
       01  WS-EV-UNIV           PIC X(100).
       01  WS-FAIR-CAMPUS       PIC X(100).
       01  WS-CO-OWNER          PIC X(20).
       01  WS-CO-NAME           PIC X(50).

       01  WS-VERIFY-ACTION     PIC X(10).
       01  WS-VERIFY-RC         PIC X.

      *> The fair's campus and its restrictions, sized to STAFF-SCOPE's
      *> and CAMPUS-RESTRICT's linkage
       01  WS-SCOPE-ACTION      PIC X(10).
       01  WS-SCOPE-TARGET      PIC X(20).
       01  WS-SCOPE-CAMPUS      PIC X(100).
       01  WS-SCOPE-RC          PIC X.
       01  WS-CR-ACTION         PIC X(10).
       01  WS-RESTRICTION.
           05 WS-CR-COMPANY     PIC X(50).
           05 WS-CR-CAMPUS      PIC X(100).
           05 WS-CR-REVIEW      PIC X(8).
           05 WS-CR-REASON      PIC X(150).
           05 WS-CR-TARGET      PIC X(20).
       01  WS-CR-RC             PIC X.
       01  WS-AUDIT-EVENT       PIC X(20).
       01  WS-AUDIT-RC          PIC X.

       LINKAGE SECTION.
       01  LS-USERNAME          PIC X(20).
      *> 'REGISTER'  = verified employer books a booth at the fair
               EXIT SECTION
           END-IF.

      *> A company the fair's campus has restricted gets no booth.
           MOVE WS-EV-UNIV TO WS-FAIR-CAMPUS.
           IF FUNCTION TRIM(WS-FAIR-CAMPUS) = SPACES
               MOVE "GETCAMPUS" TO WS-SCOPE-ACTION
               MOVE SPACES TO WS-SCOPE-TARGET, WS-SCOPE-CAMPUS
               CALL "STAFF-SCOPE" USING LS-HOST, WS-SCOPE-ACTION,
                                         WS-SCOPE-TARGET, WS-SCOPE-CAMPUS,
                                         WS-SCOPE-RC
               IF WS-SCOPE-RC = 'S'
                   MOVE WS-SCOPE-CAMPUS TO WS-FAIR-CAMPUS
               END-IF
           END-IF.
           INITIALIZE WS-RESTRICTION.
           MOVE "CHECK" TO WS-CR-ACTION.
           MOVE WS-MY-COMPANY TO WS-CR-COMPANY.
           MOVE WS-FAIR-CAMPUS TO WS-CR-CAMPUS.
           CALL "CAMPUS-RESTRICT" USING LS-USERNAME, WS-CR-ACTION,
                                         WS-RESTRICTION, WS-CR-RC.
           IF WS-CR-RC = 'R'
               MOVE "RESTRICTED-BOOTH" TO WS-AUDIT-EVENT
               CALL "AUDIT-LOG" USING LS-USERNAME, WS-AUDIT-EVENT, 'F',
                                       WS-AUDIT-RC
               MOVE 'R' TO LS-RETURN-CODE
               EXIT SECTION
           END-IF.

      *> One booth per company per fair.
           MOVE 'N' TO WS-MATCH-FOUND.
           MOVE 'N' TO WS-EOF-FLAG.
                   AT END
                       MOVE "10" TO WS-EVENTS-STATUS
                   NOT AT END
                       MOVE SPACES TO WS-EV-HOST, WS-EV-TITLE, WS-EV-DATE,
                                      WS-EV-LOCATION, WS-EV-UNIV
                       UNSTRING EVENT-RECORD DELIMITED BY "~"
                           INTO WS-EV-HOST, WS-EV-TITLE, WS-EV-DATE,
                                WS-EV-LOCATION, WS-EV-UNIV
                       END-UNSTRING
                       IF FUNCTION TRIM(WS-EV-HOST) =
                          FUNCTION TRIM(LS-HOST)
