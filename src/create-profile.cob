       01  WS-LOCK-RC           PIC X.
       01  WS-CANON-SKILL       PIC X(30).
       01  WS-CANON-RC          PIC X.
       01  WS-JRN-FILE          PIC X(30).
       01  WS-JRN-TEXT          PIC X(500).
       01  WS-JRN-RC            PIC X.

      *> PROFILE-INDEX call areas; a save re-indexes the
      *> owner's search entries straight away.
       01  WS-PX-ACTION         PIC X(10).
       01  WS-PX-USER           PIC X(20).
       01  WS-PX-KIND           PIC X(4).
       01  WS-PX-VALUE          PIC X(100).
       01  WS-PX-HIT-COUNT      PIC 9(3).
       01  WS-PX-HIT-LIST       PIC X(4000).
       01  WS-PX-CARD           PIC X(554).
       01  WS-PX-RC             PIC X.

       LINKAGE SECTION.
       01  LS-USERNAME          PIC X(20).

           PERFORM COPY-TEMP-BACK-TO-PROFILES.

      *> A save is a whole-block rewrite, so the journal carries it as
      *> information only: whose block was written.
           IF LS-RETURN-CODE = 'S'
               INITIALIZE WS-JRN-TEXT
               STRING "USER:" FUNCTION TRIM(LS-USERNAME)
                   DELIMITED BY SIZE INTO WS-JRN-TEXT
               MOVE "profiles.txt" TO WS-JRN-FILE
               CALL "DATA-JOURNAL" USING WS-JRN-FILE, WS-JRN-TEXT,
                                          WS-JRN-RC
           END-IF.

      *> Searches see the new block now, not after the nightly build.
           IF LS-RETURN-CODE = 'S'
               MOVE "REFRESH" TO WS-PX-ACTION
               MOVE LS-USERNAME TO WS-PX-USER
               CALL "PROFILE-INDEX" USING WS-PX-ACTION, WS-PX-USER,
                                           WS-PX-KIND, WS-PX-VALUE,
                                           WS-PX-HIT-COUNT, WS-PX-HIT-LIST,
                                           WS-PX-CARD, WS-PX-RC
           END-IF.

           MOVE "RELEASE" TO WS-LOCK-ACTION.
           CALL "LOCK-GUARD" USING WS-LOCK-ACTION, WS-LOCK-RC.
           GOBACK.
