
       *> Report-content flags and the moderation queue they land in.
       *> flags.txt: reporter~type~target~reason~date~status
       *>   type:   MESSAGE, PROFILE, JOB, HELDMSG, or HELDPOST
       *>   target: MESSAGE -> "sender|timestamp", PROFILE -> username,
       *>           JOB -> "poster|title"
       *>   status: OPEN, DISMISSED, or ACTIONED
       *> message's status becomes SUPPRESSED (VIEW-MESSAGE skips it).
       *> The flag rows themselves are never deleted: they ARE the audit
       *> trail.
       *> HELDMSG and HELDPOST flags are filed by SEND-MESSAGE and GROUPS
       *> when MSG-HOLD's screening rules catch a message or board post
       *> (target = the hold id in held_messages.txt). For those, DISMISS
       *> releases the item -- delivers the message or posts it -- and
       *> TAKEDOWN rejects it; either way MSG-HOLD records the decision
       *> and audits it.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-JOB-LOCATION      PIC X(50).
       01  WS-JOB-SALARY        PIC X(50).
       01  WS-JOB-POSTED-ON     PIC X(8).
       01  WS-JOB-STATUS        PIC X(14).
       01  WS-JOB-TYPE          PIC X(20).
       01  WS-JOB-UNIVERSITY    PIC X(100).
       01  WS-JOB-REQ-SKILLS    PIC X(200).
       01  WS-JOB-STABLE-ID     PIC X(8).
       01  WS-JOB-OPENINGS      PIC X(4).
       01  WS-JOB-FILLED        PIC X(4).
       01  WS-SENDER-RECIPIENT  PIC X(41).
       01  WS-MSG-SENDER        PIC X(20).
       01  WS-MSG-RECIPIENT     PIC X(20).
       01  WS-RATE-COMMENT      PIC X(100).
       01  WS-RATE-RC           PIC X.

      *> Held-item fields, sized to MSG-HOLD's, SEND-MESSAGE's and
      *> GROUPS' linkage
       01  WS-HOLD-ACTION       PIC X(10).
       01  WS-HOLD-SENDER       PIC X(20).
       01  WS-HOLD-KIND         PIC X(8).
       01  WS-HOLD-TARGET       PIC X(40).
       01  WS-HOLD-TEXT         PIC X(200).
       01  WS-HOLD-REASON       PIC X(100).
       01  WS-HOLD-ID           PIC X(8).
       01  WS-HOLD-RC           PIC X.
       01  WS-HOLD-RECIPIENT    PIC X(20).
       01  WS-HOLD-MODE         PIC X VALUE 'R'.
       01  WS-HOLD-SEND-RC      PIC X.
       01  WS-HOLD-GROUP-DESC   PIC X(200).
       01  WS-HOLD-GROUP-TARGET PIC X(20).

      *> PROFILE-INDEX call areas; a takedown re-indexes the
      *> profile so its HIDDEN visibility reaches the searches.
       01  WS-PX-ACTION         PIC X(10).
       01  WS-PX-USER           PIC X(20).
       01  WS-PX-KIND           PIC X(4).
       01  WS-PX-VALUE          PIC X(100).
       01  WS-PX-HIT-COUNT      PIC 9(3).
       01  WS-PX-HIT-LIST       PIC X(4000).
       01  WS-PX-CARD           PIC X(554).
       01  WS-PX-RC             PIC X.
      *> JOB-HISTORY dates a takedown's closing
       01  WS-JH-ACTION         PIC X(10).
       01  WS-JH-RC             PIC X.

       LINKAGE SECTION.
       01  LS-USERNAME          PIC X(20).
      *> 'REPORT' = file a flag; 'QUEUE' = list all flags numbered;
                      "]" DELIMITED BY SIZE
                      INTO WS-MESSAGE
               PERFORM DISPLAY-AND-LOG
               IF FUNCTION TRIM(WS-ROW-TYPE) = "HELDMSG"
                  OR FUNCTION TRIM(WS-ROW-TYPE) = "HELDPOST"
                   PERFORM SHOW-HELD-ITEM
               END-IF
           END-PERFORM.

           MOVE 'S' TO LS-RETURN-CODE.
               IF FUNCTION TRIM(WS-ROW-TYPE) = "JOB"
                   PERFORM RELEASE-HELD-JOB
               END-IF
      *> Dismissing a held message or post delivers it; if that fails
      *> the flag stays open so it can be tried again.
               IF FUNCTION TRIM(WS-ROW-TYPE) = "HELDMSG"
                  OR FUNCTION TRIM(WS-ROW-TYPE) = "HELDPOST"
                   PERFORM RELEASE-HELD-ITEM
                   IF WS-ACTED NOT = 'Y'
                       MOVE 'T' TO LS-RETURN-CODE
                       EXIT SECTION
                   END-IF
               END-IF
           END-IF.

           INITIALIZE WS-LINE.
                   PERFORM TAKEDOWN-MESSAGE
               WHEN "RATING"
                   PERFORM TAKEDOWN-RATING
               WHEN "HELDMSG"
                   PERFORM REJECT-HELD-ITEM
               WHEN "HELDPOST"
                   PERFORM REJECT-HELD-ITEM
           END-EVALUATE.
           EXIT SECTION.

           END-IF.
           EXIT SECTION.

      *> Closes the flagged posting (poster|title) in jobs.txt; the
      *> closing date goes to JOB-HISTORY.
       TAKEDOWN-JOB SECTION.
           MOVE SPACES TO WS-TGT-PART-1, WS-TGT-PART-2.
           UNSTRING WS-ROW-TARGET DELIMITED BY "|"
                           WS-JOB-DESC, WS-JOB-EMPLOYER, WS-JOB-LOCATION,
                           WS-JOB-SALARY, WS-JOB-POSTED-ON, WS-JOB-STATUS,
                           WS-JOB-TYPE, WS-JOB-UNIVERSITY,
                           WS-JOB-REQ-SKILLS, WS-JOB-STABLE-ID,
                           WS-JOB-OPENINGS, WS-JOB-FILLED
                       UNSTRING WS-LINE DELIMITED BY "~"
                           INTO WS-JOB-POSTER, WS-JOB-TITLE, WS-JOB-DESC,
                                WS-JOB-EMPLOYER, WS-JOB-LOCATION,
                                WS-JOB-SALARY, WS-JOB-POSTED-ON,
                                WS-JOB-STATUS, WS-JOB-TYPE,
                                WS-JOB-UNIVERSITY, WS-JOB-REQ-SKILLS,
                                WS-JOB-STABLE-ID, WS-JOB-OPENINGS,
                                WS-JOB-FILLED
                       END-UNSTRING
                       IF FUNCTION TRIM(WS-JOB-POSTER) =
                          FUNCTION TRIM(WS-TGT-PART-1)
                                  FUNCTION TRIM(WS-JOB-REQ-SKILLS) "~"
                                  FUNCTION TRIM(WS-JOB-STABLE-ID)
                                  DELIMITED BY SIZE INTO WS-LINE
                           IF FUNCTION TRIM(WS-JOB-OPENINGS) > SPACES
                               STRING FUNCTION TRIM(WS-LINE) "~"
                                      FUNCTION TRIM(WS-JOB-OPENINGS) "~"
                                      FUNCTION TRIM(WS-JOB-FILLED)
                                      DELIMITED BY SIZE INTO WS-LINE
                           END-IF
                           MOVE 'Y' TO WS-ACTED
                           MOVE "CLOSED" TO WS-JH-ACTION
                           CALL "JOB-HISTORY" USING LS-USERNAME,
                                                     WS-JH-ACTION,
                                                     WS-JOB-STABLE-ID,
                                                     WS-JH-RC
                       END-IF
                       IF WS-GEN-COUNT < 2000
                           ADD 1 TO WS-GEN-COUNT

      *> The reverse of a takedown for the screening hold: a dismissed
      *> JOB flag whose posting still sits at HELD flips it to OPEN so
      *> the reviewed posting finally publishes -- or, for a posting
      *> restricted to one school, on to PENDING-CAMPUS, since that
      *> school's careers office still has to approve it.
       RELEASE-HELD-JOB SECTION.
           MOVE SPACES TO WS-TGT-PART-1, WS-TGT-PART-2.
           UNSTRING WS-ROW-TARGET DELIMITED BY "|"
                           WS-JOB-DESC, WS-JOB-EMPLOYER, WS-JOB-LOCATION,
                           WS-JOB-SALARY, WS-JOB-POSTED-ON, WS-JOB-STATUS,
                           WS-JOB-TYPE, WS-JOB-UNIVERSITY,
                           WS-JOB-REQ-SKILLS, WS-JOB-STABLE-ID,
                           WS-JOB-OPENINGS, WS-JOB-FILLED
                       UNSTRING WS-LINE DELIMITED BY "~"
                           INTO WS-JOB-POSTER, WS-JOB-TITLE, WS-JOB-DESC,
                                WS-JOB-EMPLOYER, WS-JOB-LOCATION,
                                WS-JOB-SALARY, WS-JOB-POSTED-ON,
                                WS-JOB-STATUS, WS-JOB-TYPE,
                                WS-JOB-UNIVERSITY, WS-JOB-REQ-SKILLS,
                                WS-JOB-STABLE-ID, WS-JOB-OPENINGS,
                                WS-JOB-FILLED
                       END-UNSTRING
                       IF FUNCTION TRIM(WS-JOB-POSTER) =
                          FUNCTION TRIM(WS-TGT-PART-1)
                          AND FUNCTION TRIM(WS-JOB-TITLE) =
                              FUNCTION TRIM(WS-TGT-PART-2)
                          AND FUNCTION TRIM(WS-JOB-STATUS) = "HELD"
                           IF FUNCTION TRIM(WS-JOB-UNIVERSITY) > SPACES
                               MOVE "PENDING-CAMPUS" TO WS-JOB-STATUS
                           ELSE
                               MOVE "OPEN" TO WS-JOB-STATUS
                           END-IF
                           INITIALIZE WS-LINE
                           STRING FUNCTION TRIM(WS-JOB-POSTER) "~"
                                  FUNCTION TRIM(WS-JOB-TITLE) "~"
                                  FUNCTION TRIM(WS-JOB-LOCATION) "~"
                                  FUNCTION TRIM(WS-JOB-SALARY) "~"
                                  WS-JOB-POSTED-ON "~"
                                  FUNCTION TRIM(WS-JOB-STATUS) "~"
                                  FUNCTION TRIM(WS-JOB-TYPE) "~"
                                  FUNCTION TRIM(WS-JOB-UNIVERSITY) "~"
                                  FUNCTION TRIM(WS-JOB-REQ-SKILLS) "~"
                                  FUNCTION TRIM(WS-JOB-STABLE-ID)
                                  DELIMITED BY SIZE INTO WS-LINE
                           IF FUNCTION TRIM(WS-JOB-OPENINGS) > SPACES
                               STRING FUNCTION TRIM(WS-LINE) "~"
                                      FUNCTION TRIM(WS-JOB-OPENINGS) "~"
                                      FUNCTION TRIM(WS-JOB-FILLED)
                                      DELIMITED BY SIZE INTO WS-LINE
                           END-IF
                           MOVE 'Y' TO WS-ACTED
                       END-IF
                       IF WS-GEN-COUNT < 2000
           MOVE 'N' TO WS-ACTED.
           EXIT SECTION.

      *> Indented under its queue line: who it was for, and the text
      *> the rule caught, so the moderator can judge it there.
       SHOW-HELD-ITEM SECTION.
           MOVE "GET" TO WS-HOLD-ACTION.
           MOVE WS-ROW-TARGET TO WS-HOLD-ID.
           CALL "MSG-HOLD" USING WS-HOLD-SENDER, WS-HOLD-ACTION,
                                  WS-HOLD-KIND, WS-HOLD-TARGET,
                                  WS-HOLD-TEXT, WS-HOLD-REASON,
                                  WS-HOLD-ID, WS-HOLD-RC.
           IF WS-HOLD-RC NOT = 'S' AND WS-HOLD-RC NOT = 'D'
               EXIT SECTION
           END-IF.
           INITIALIZE WS-MESSAGE.
           IF FUNCTION TRIM(WS-HOLD-KIND) = "POST"
               STRING "     Post to group " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-HOLD-TARGET)
                      ": " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-HOLD-TEXT)
                      INTO WS-MESSAGE
           ELSE
               STRING "     Message to " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-HOLD-TARGET)
                      ": " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-HOLD-TEXT)
                      INTO WS-MESSAGE
           END-IF.
           PERFORM DISPLAY-AND-LOG.
           EXIT SECTION.

      *> Delivers a held item the moderator cleared: the message goes
      *> out through SEND-MESSAGE's release mode, the post through
      *> GROUPS' RELEASE, then MSG-HOLD records the release. An item
      *> MSG-HOLD already shows as decided just lets the flag close.
       RELEASE-HELD-ITEM SECTION.
           MOVE 'N' TO WS-ACTED.
           MOVE "GET" TO WS-HOLD-ACTION.
           MOVE WS-ROW-TARGET TO WS-HOLD-ID.
           CALL "MSG-HOLD" USING WS-HOLD-SENDER, WS-HOLD-ACTION,
                                  WS-HOLD-KIND, WS-HOLD-TARGET,
                                  WS-HOLD-TEXT, WS-HOLD-REASON,
                                  WS-HOLD-ID, WS-HOLD-RC.
           IF WS-HOLD-RC = 'D'
               MOVE 'Y' TO WS-ACTED
               EXIT SECTION
           END-IF.
           IF WS-HOLD-RC NOT = 'S'
               EXIT SECTION
           END-IF.

           MOVE 'F' TO WS-HOLD-SEND-RC.
           IF FUNCTION TRIM(WS-HOLD-KIND) = "POST"
               MOVE "RELEASE" TO WS-HOLD-ACTION
               MOVE SPACES TO WS-HOLD-GROUP-DESC, WS-HOLD-GROUP-TARGET
               CALL "GROUPS" USING WS-HOLD-SENDER, WS-HOLD-ACTION,
                                    WS-HOLD-TARGET, WS-HOLD-GROUP-DESC,
                                    WS-HOLD-TEXT, WS-HOLD-GROUP-TARGET,
                                    WS-HOLD-SEND-RC
           ELSE
               MOVE WS-HOLD-TARGET TO WS-HOLD-RECIPIENT
               CALL "SEND-MESSAGE" USING WS-HOLD-SENDER,
                                          WS-HOLD-RECIPIENT,
                                          WS-HOLD-MODE, WS-HOLD-SEND-RC,
                                          WS-HOLD-TEXT
           END-IF.
           IF WS-HOLD-SEND-RC NOT = 'S'
               EXIT SECTION
           END-IF.

           MOVE "RELEASE" TO WS-HOLD-ACTION.
           CALL "MSG-HOLD" USING LS-USERNAME, WS-HOLD-ACTION,
                                  WS-HOLD-KIND, WS-HOLD-TARGET,
                                  WS-HOLD-TEXT, WS-HOLD-REASON,
                                  WS-HOLD-ID, WS-HOLD-RC.
           MOVE 'Y' TO WS-ACTED.
           EXIT SECTION.

      *> Rejects a held item: it is never delivered, and MSG-HOLD
      *> records who turned it down. One already gone (its sender's
      *> account was closed) leaves nothing to reject.
       REJECT-HELD-ITEM SECTION.
           MOVE "REJECT" TO WS-HOLD-ACTION.
           MOVE WS-ROW-TARGET TO WS-HOLD-ID.
           CALL "MSG-HOLD" USING LS-USERNAME, WS-HOLD-ACTION,
                                  WS-HOLD-KIND, WS-HOLD-TARGET,
                                  WS-HOLD-TEXT, WS-HOLD-REASON,
                                  WS-HOLD-ID, WS-HOLD-RC.
           IF WS-HOLD-RC = 'S' OR WS-HOLD-RC = 'D'
              OR WS-HOLD-RC = 'F'
               MOVE 'Y' TO WS-ACTED
           END-IF.
           EXIT SECTION.

      *> Rewrites the flagged user's PRIV: line to HIDDEN, which
      *> VIEW-PROFILE refuses to show to anyone but the owner.
       TAKEDOWN-PROFILE SECTION.
                   WRITE PROFILES-RECORD FROM WS-GEN-RECORD(K)
               END-PERFORM
               CLOSE PROFILES-FILE
               MOVE "REFRESH" TO WS-PX-ACTION
               MOVE WS-ROW-TARGET TO WS-PX-USER
               CALL "PROFILE-INDEX" USING WS-PX-ACTION, WS-PX-USER,
                                           WS-PX-KIND, WS-PX-VALUE,
                                           WS-PX-HIT-COUNT, WS-PX-HIT-LIST,
                                           WS-PX-CARD, WS-PX-RC
           END-IF.
           EXIT SECTION.

