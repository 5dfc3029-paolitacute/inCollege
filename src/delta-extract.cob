       *> (delta_highwater.txt, date~time) and emits one file per
       *> entity -- delta_accounts.txt, delta_profiles.txt,
       *> delta_jobs.txt, delta_applications.txt,
       *> delta_connections.txt, delta_consents.txt -- each row as
       *>   action~date~time~record
       *> where action is A (row appended), U (whole-block rewrite,
       *> which is how profile saves journal), or D (an account
       *> closure group's target). A consent change (consents.txt,
       *> DATA-CONSENT) becomes one delta_consents.txt row per
       *> category changed that day, record student~category, action
       *> W (withdrawn) or G (given), so the warehouse can purge or
       *> resume. A student whose research consent is withdrawn has no
       *> account, profile, application or connection rows in the
       *> feed at all; those are counted, not sent. delta_control.txt
       *> carries the per-entity row counts the warehouse loader
       *> verifies against.
       *> Each run REPLACES the delta files: they are that night's
       *> hand-off, not history.

       01  WS-TXN-TARGET        PIC X(20).

      *> Per-entity counters: 1 accounts, 2 profiles, 3 jobs,
      *> 4 applications, 5 connections, 6 consents
       01  WS-ENTITY-IDX        PIC 9.
       01  WS-COUNTS.
           05 WS-ENTITY-COUNT OCCURS 6 TIMES PIC 9(6) VALUE 0.
       01  WS-ENTITY-LABELS.
           05 FILLER PIC X(22) VALUE "delta_accounts.txt".
           05 FILLER PIC X(22) VALUE "delta_profiles.txt".
           05 FILLER PIC X(22) VALUE "delta_jobs.txt".
           05 FILLER PIC X(22) VALUE "delta_applications.txt".
           05 FILLER PIC X(22) VALUE "delta_connections.txt".
           05 FILLER PIC X(22) VALUE "delta_consents.txt".
       01  WS-LABEL-TABLE REDEFINES WS-ENTITY-LABELS.
           05 WS-ENTITY-NAME OCCURS 6 TIMES PIC X(22).
       01  E                    PIC 9.

      *> consents.txt rows: student~search~date~transfer~date~
      *> research~date~listing~date
       01  WS-CS-USER           PIC X(20).
       01  WS-CS-FLAG           PIC X OCCURS 4 TIMES.
       01  WS-CS-DATE           PIC X(8) OCCURS 4 TIMES.
       01  WS-CS-CATEGORIES.
           05 FILLER PIC X(8) VALUE "SEARCH".
           05 FILLER PIC X(8) VALUE "TRANSFER".
           05 FILLER PIC X(8) VALUE "RESEARCH".
           05 FILLER PIC X(8) VALUE "LISTING".
       01  WS-CS-CAT-TABLE REDEFINES WS-CS-CATEGORIES.
           05 WS-CS-CATEGORY OCCURS 4 TIMES PIC X(8).
       01  C                    PIC 9.

      *> Research-use consent of the users a row names
       01  WS-SUBJECT-1         PIC X(20).
       01  WS-SUBJECT-2         PIC X(20).
       01  WS-SUBJECT-REST      PIC X(20).
       01  WS-CONSENT-USER      PIC X(20).
       01  WS-CONSENT-ACTION    PIC X(10) VALUE "GET".
       01  WS-CONSENT.
           05 WS-CN-SEARCH          PIC X.
           05 WS-CN-SEARCH-DATE     PIC X(8).
           05 WS-CN-TRANSFER        PIC X.
           05 WS-CN-TRANSFER-DATE   PIC X(8).
           05 WS-CN-RESEARCH        PIC X.
           05 WS-CN-RESEARCH-DATE   PIC X(8).
           05 WS-CN-LISTING         PIC X.
           05 WS-CN-LISTING-DATE    PIC X(8).
       01  WS-CONSENT-RC        PIC X.
       01  WS-WITHHELD          PIC X.
       01  WS-WITHHELD-COUNT    PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.

           MOVE FUNCTION CURRENT-DATE TO WS-TODAY.
           MOVE WS-HW-TIME TO WS-NEW-HW-TIME.

      *> Fresh hand-off files each run.
           PERFORM VARYING E FROM 1 BY 1 UNTIL E > 6
               MOVE WS-ENTITY-NAME(E) TO WS-DELTA-NAME
               OPEN OUTPUT DELTA-FILE
               CLOSE DELTA-FILE
           PERFORM WRITE-CONTROL.
           PERFORM WRITE-HIGHWATER.
           DISPLAY "DELTA-EXTRACT: hand-off written.".
           IF WS-WITHHELD-COUNT > 0
               DISPLAY "DELTA-EXTRACT: " WS-WITHHELD-COUNT
                   " row(s) held back, research consent withdrawn."
           END-IF.
           GOBACK.

       READ-HIGHWATER SECTION.
               EXIT SECTION
           END-IF.

           IF FUNCTION TRIM(WS-ENTRY-FILE) = "consents.txt"
               PERFORM EMIT-CONSENT-CHANGES
               EXIT SECTION
           END-IF.

           MOVE 0 TO WS-ENTITY-IDX.
           MOVE 'A' TO WS-ACTION.
           EVALUATE FUNCTION TRIM(WS-ENTRY-FILE)
                   MOVE 'U' TO WS-ACTION
               WHEN "jobs.txt"
                   MOVE 3 TO WS-ENTITY-IDX
               WHEN "applications.dat"
               WHEN "applications.txt"
                   MOVE 4 TO WS-ENTITY-IDX
               WHEN "connections.txt"
                   MOVE 5 TO WS-ENTITY-IDX
           END-EVALUATE.
           IF WS-ENTITY-IDX = 0
               EXIT SECTION
           END-IF.
           PERFORM CHECK-SUBJECT-CONSENT.
           IF WS-WITHHELD = 'Y'
               ADD 1 TO WS-WITHHELD-COUNT
               EXIT SECTION
           END-IF.
           PERFORM EMIT-DELTA-ROW.
           EXIT SECTION.

      *> Who the row is about: the first tilde field of an account or
      *> application row, the USER: header of a profile block, both
      *> ends of a connection. Jobs name no student.
       CHECK-SUBJECT-CONSENT SECTION.
           MOVE 'N' TO WS-WITHHELD.
           MOVE SPACES TO WS-SUBJECT-1, WS-SUBJECT-2.
           EVALUATE WS-ENTITY-IDX
               WHEN 1
               WHEN 4
                   UNSTRING WS-ENTRY-RECORD DELIMITED BY "~"
                       INTO WS-SUBJECT-1
                   END-UNSTRING
               WHEN 2
                   IF WS-ENTRY-RECORD(1:5) = "USER:"
                       MOVE WS-ENTRY-RECORD(6:20) TO WS-SUBJECT-1
                   END-IF
               WHEN 5
                   UNSTRING WS-ENTRY-RECORD DELIMITED BY ":"
                       INTO WS-SUBJECT-1, WS-SUBJECT-2, WS-SUBJECT-REST
                   END-UNSTRING
           END-EVALUATE.
           IF WS-SUBJECT-1 NOT = SPACES
               MOVE WS-SUBJECT-1 TO WS-CONSENT-USER
               CALL "DATA-CONSENT" USING WS-CONSENT-USER,
                                          WS-CONSENT-ACTION,
                                          WS-CONSENT, WS-CONSENT-RC
               IF WS-CN-RESEARCH = 'N'
                   MOVE 'Y' TO WS-WITHHELD
               END-IF
           END-IF.
           IF WS-SUBJECT-2 NOT = SPACES AND WS-WITHHELD = 'N'
               MOVE WS-SUBJECT-2 TO WS-CONSENT-USER
               CALL "DATA-CONSENT" USING WS-CONSENT-USER,
                                          WS-CONSENT-ACTION,
                                          WS-CONSENT, WS-CONSENT-RC
               IF WS-CN-RESEARCH = 'N'
                   MOVE 'Y' TO WS-WITHHELD
               END-IF
           END-IF.
           EXIT SECTION.

      *> A consents.txt row dates each category when it last changed;
      *> the categories dated on this journal's day changed today.
       EMIT-CONSENT-CHANGES SECTION.
           MOVE SPACES TO WS-CS-USER.
           PERFORM VARYING C FROM 1 BY 1 UNTIL C > 4
               MOVE SPACES TO WS-CS-FLAG(C), WS-CS-DATE(C)
           END-PERFORM.
           UNSTRING WS-ENTRY-RECORD DELIMITED BY "~"
               INTO WS-CS-USER, WS-CS-FLAG(1), WS-CS-DATE(1),
                    WS-CS-FLAG(2), WS-CS-DATE(2),
                    WS-CS-FLAG(3), WS-CS-DATE(3),
                    WS-CS-FLAG(4), WS-CS-DATE(4)
           END-UNSTRING.
           MOVE 6 TO WS-ENTITY-IDX.
           PERFORM VARYING C FROM 1 BY 1 UNTIL C > 4
               IF WS-CS-DATE(C) = WS-WALK-TEXT
                   IF WS-CS-FLAG(C) = 'N'
                       MOVE 'W' TO WS-ACTION
                   ELSE
                       MOVE 'G' TO WS-ACTION
                   END-IF
                   INITIALIZE WS-ENTRY-RECORD
                   STRING FUNCTION TRIM(WS-CS-USER) "~"
                          FUNCTION TRIM(WS-CS-CATEGORY(C))
                          DELIMITED BY SIZE INTO WS-ENTRY-RECORD
                   PERFORM EMIT-DELTA-ROW
               END-IF
           END-PERFORM.
           EXIT SECTION.

       EMIT-DELTA-ROW SECTION.
               CLOSE CONTROL-FILE
               EXIT SECTION
           END-IF.
           PERFORM VARYING E FROM 1 BY 1 UNTIL E > 6
               INITIALIZE CONTROL-RECORD
               STRING FUNCTION TRIM(WS-ENTITY-NAME(E))
                      "~" DELIMITED BY SIZE
