       *> post -- the cleanup the Accounting Society spam week had to
       *> do by hand-editing group_posts.txt. A member row without the
       *> role field predates roles and reads as MEMBER.
       *> A post is screened by MSG-HOLD before it reaches the board; a
       *> match is held for moderator review (return 'H', flag type
       *> HELDPOST) and only lands through RELEASE once a moderator
       *> dismisses the flag.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-SANITIZE-BUFFER   PIC X(350).
       01  WS-SANITIZE-RC       PIC X.

      *> Pre-posting screen, sized to MSG-HOLD's and MODERATION's linkage
       01  WS-HOLD-ACTION       PIC X(10).
       01  WS-HOLD-KIND         PIC X(8) VALUE "POST".
       01  WS-HOLD-TARGET       PIC X(40).
       01  WS-HOLD-REASON       PIC X(100).
       01  WS-HOLD-ID           PIC X(8).
       01  WS-HOLD-RC           PIC X.
       01  WS-MOD-ACTION        PIC X(10) VALUE "REPORT".
       01  WS-MOD-TYPE          PIC X(8) VALUE "HELDPOST".
       01  WS-MOD-TARGET        PIC X(80).
       01  WS-MOD-NUM           PIC 9(3).
       01  WS-MOD-RC            PIC X.

       LINKAGE SECTION.
       01  LS-USERNAME          PIC X(20).
      *> 'CREATE' = start a named group (creator joins as OWNER;
      *> 'REMOVE'  = owner/moderator drops member LS-TARGET
      *> 'DELPOST' = owner/moderator deletes LS-TARGET's board post
      *>             whose text is LS-POST-TEXT
      *> 'RELEASE' = MODERATION puts LS-USERNAME's held post on the
      *>             board of LS-GROUP-NAME, unscreened
       01  LS-ACTION            PIC X(10).
       01  LS-GROUP-NAME        PIC X(40).
       01  LS-GROUP-DESC        PIC X(200).
                   PERFORM REMOVE-MEMBER
               WHEN "DELPOST"
                   PERFORM DELETE-BOARD-POST
               WHEN "RELEASE"
                   PERFORM SANITIZE-GROUP-FIELDS
                   PERFORM APPEND-BOARD-POST
               WHEN OTHER
                   MOVE 'X' TO LS-RETURN-CODE
           END-EVALUATE.
               EXIT SECTION
           END-IF.

           MOVE "SCREEN" TO WS-HOLD-ACTION.
           MOVE LS-GROUP-NAME TO WS-HOLD-TARGET.
           CALL "MSG-HOLD" USING LS-USERNAME, WS-HOLD-ACTION,
                                  WS-HOLD-KIND, WS-HOLD-TARGET,
                                  LS-POST-TEXT, WS-HOLD-REASON,
                                  WS-HOLD-ID, WS-HOLD-RC.
           IF WS-HOLD-RC = 'H'
               PERFORM HOLD-BOARD-POST
               EXIT SECTION
           END-IF.

           PERFORM APPEND-BOARD-POST.
           EXIT SECTION.

      *> Writes LS-USERNAME's post to the board -- the tail of POST, and
      *> all of RELEASE.
       APPEND-BOARD-POST SECTION.
           OPEN EXTEND POSTS-FILE.
           IF WS-POSTS-STATUS = "35"
               OPEN OUTPUT POSTS-FILE
           MOVE 'S' TO LS-RETURN-CODE.
           EXIT SECTION.

      *> A screened-out post waits in held_messages.txt, with a
      *> moderation flag pointing at the hold id.
       HOLD-BOARD-POST SECTION.
           MOVE "HOLD" TO WS-HOLD-ACTION.
           CALL "MSG-HOLD" USING LS-USERNAME, WS-HOLD-ACTION,
                                  WS-HOLD-KIND, WS-HOLD-TARGET,
                                  LS-POST-TEXT, WS-HOLD-REASON,
                                  WS-HOLD-ID, WS-HOLD-RC.
           IF WS-HOLD-RC NOT = 'S'
               MOVE 'X' TO LS-RETURN-CODE
               EXIT SECTION
           END-IF.
           MOVE WS-HOLD-ID TO WS-MOD-TARGET.
           CALL "MODERATION" USING LS-USERNAME, WS-MOD-ACTION,
                                    WS-MOD-TYPE, WS-MOD-TARGET,
                                    WS-HOLD-REASON, WS-MOD-NUM,
                                    WS-MOD-RC.
           MOVE 'H' TO LS-RETURN-CODE.
           EXIT SECTION.

       READ-BOARD SECTION.
           PERFORM CHECK-IS-MEMBER.
           IF WS-IS-MEMBER NOT = 'Y'
