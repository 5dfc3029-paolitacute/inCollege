       >>SOURCE FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MSG-HOLD.
       AUTHOR. Paola
       DATE-WRITTEN. 10/15/2026

       *> Pre-delivery screening for direct messages, broadcasts and
       *> group board posts -- the same idea SCREEN-RULES applies to
       *> postings, for the harassment and scam-link traffic that until
       *> now only surfaced when somebody reported it afterwards.
       *> The ruleset lives in message_screening_rules.txt, one suspect
       *> phrase per line (case-insensitive substring of the text, "#"
       *> lines are comments), kept by the moderation team.
       *> A held item waits in held_messages.txt instead of the
       *> recipient's mailbox or the board:
       *>   sender~id~kind~target~held~state~moderator~decided~reason~text
       *> sender leads, as in the other per-user files, so the account
       *> close and rename passes find it. kind is MESSAGE (target =
       *> recipient) or POST (target = group), held/decided are
       *> YYYYMMDD, state is HELD, RELEASED or REJECTED. The text
       *> arrives delimiter-stripped by SEND-MESSAGE or GROUPS and is
       *> kept last. The CALLER files the moderation flag (type HELDMSG
       *> or HELDPOST, target = the hold id), as POST-JOB does for a
       *> held posting; MODERATION's DISMISS releases and TAKEDOWN
       *> rejects, each leaving an audit_log.txt row.
       *>
       *> Actions and return codes:
       *>   SCREEN    - LS-HOLD-TEXT against the ruleset. H with the
       *>               rule in LS-HOLD-REASON, S clean.
       *>   HOLD      - files LS-USERNAME's item; the new id comes back
       *>               in LS-HOLD-ID. S, X file error.
       *>   GET       - the row for LS-HOLD-ID into the linkage (sender
       *>               in LS-USERNAME). S still held, D decided, F none.
       *>   RELEASE / REJECT
       *>             - moderator LS-USERNAME settles LS-HOLD-ID. S, D
       *>               already decided, F none, X file error.
       *>   MYHELD    - LS-USERNAME's items still awaiting review; the
       *>               count comes back in LS-HOLD-ID. H some, S none.
       *>   OFFENDERS - weekly repeat-offender report over the last
       *>               SCREEN-REPORT-DAYS days (default 7): senders
       *>               with at least SCREEN-REPEAT-MIN holds (default
       *>               2), to InCollege-ScreeningOffenders.txt. S.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RULES-FILE ASSIGN TO "message_screening_rules.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULES-STATUS.
           SELECT HOLD-FILE ASSIGN TO "held_messages.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS.
           SELECT REPORT-FILE ASSIGN TO "InCollege-ScreeningOffenders.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RULES-FILE.
       01  RULE-RECORD          PIC X(80).

       FD  HOLD-FILE.
       01  HOLD-RECORD          PIC X(450).

       FD  REPORT-FILE.
       01  REPORT-RECORD        PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-RULES-STATUS      PIC X(2).
       01  WS-HOLD-STATUS       PIC X(2).
       01  WS-REPORT-STATUS     PIC X(2).
       01  WS-EOF-FLAG          PIC X VALUE 'N'.
       01  WS-LINE              PIC X(450).
       01  WS-TODAY             PIC X(21).

       *> SCREEN
       01  WS-RULE-TEXT         PIC X(80).
       01  WS-RULE-LEN          PIC 9(2) VALUE 0.
       01  WS-TALLY             PIC 9(4) VALUE 0.
       01  WS-HAYSTACK          PIC X(200).
       01  WS-HIT               PIC X VALUE 'N'.

       *> held_messages.txt row fields
       01  WS-HM-ROW.
           05 WS-HM-SENDER          PIC X(20).
           05 WS-HM-ID              PIC X(8).
           05 WS-HM-KIND            PIC X(8).
           05 WS-HM-TARGET          PIC X(40).
           05 WS-HM-HELD            PIC X(8).
           05 WS-HM-STATE           PIC X(10).
           05 WS-HM-MODERATOR       PIC X(20).
           05 WS-HM-DECIDED         PIC X(8).
           05 WS-HM-REASON          PIC X(100).
           05 WS-HM-TEXT            PIC X(200).
       01  WS-NEXT-ID           PIC 9(8) VALUE 0.
       01  WS-ROW-ID            PIC 9(8) VALUE 0.
       01  WS-FOUND             PIC X VALUE 'N'.

       *> Rewrite table for RELEASE / REJECT
       01  WS-HM-COUNT          PIC 9(4) VALUE 0.
       01  WS-HM-CAP-WARNED     PIC X VALUE 'N'.
       01  WS-HM-TABLE.
           05 WS-HM-RECORD OCCURS 2000 TIMES PIC X(450).
       01  K                    PIC 9(4).

       *> OFFENDERS: per-sender tallies inside the report window
       01  WS-WINDOW-DAYS       PIC 9(3) VALUE 7.
       01  WS-REPEAT-MIN        PIC 9(3) VALUE 2.
       01  WS-TODAY-NUM         PIC 9(8).
       01  WS-TODAY-INT         PIC 9(8) COMP.
       01  WS-FROM-INT          PIC 9(8) COMP.
       01  WS-FROM-NUM          PIC 9(8).
       01  WS-HELD-NUM          PIC 9(8).
       01  WS-HELD-INT          PIC 9(8) COMP.
       01  WS-OF-COUNT          PIC 9(4) VALUE 0.
       01  WS-OF-TABLE.
           05 WS-OF-ENTRY OCCURS 500 TIMES.
              10 WS-OF-SENDER   PIC X(20).
              10 WS-OF-HELD     PIC 9(4).
              10 WS-OF-REJECTED PIC 9(4).
              10 WS-OF-PENDING  PIC 9(4).
              10 WS-OF-ALLTIME  PIC 9(5).
       01  WS-OF-SWAP           PIC X(37).
       01  WS-OF-CAP-WARNED     PIC X VALUE 'N'.
       01  I                    PIC 9(4).
       01  J                    PIC 9(4).
       01  WS-IN-WINDOW         PIC X.
       01  WS-TOTAL-HELD        PIC 9(5) VALUE 0.
       01  WS-TOTAL-RELEASED    PIC 9(5) VALUE 0.
       01  WS-TOTAL-REJECTED    PIC 9(5) VALUE 0.
       01  WS-TOTAL-PENDING     PIC 9(5) VALUE 0.
       01  WS-REPEAT-COUNT      PIC 9(4) VALUE 0.
       01  WS-NUM-TEXT          PIC Z(4)9.
       01  WS-NUM-TEXT-2        PIC Z(4)9.
       01  WS-NUM-TEXT-3        PIC Z(4)9.
       01  WS-NUM-TEXT-4        PIC Z(4)9.
       01  WS-MY-COUNT          PIC 9(8) VALUE 0.

       01  WS-CFG-KEY           PIC X(20).
       01  WS-CFG-VALUE         PIC X(40).
       01  WS-CFG-RC            PIC X.

       01  WS-AUDIT-EVENT       PIC X(20).
       01  WS-AUDIT-OUTCOME     PIC X VALUE 'S'.
       01  WS-AUDIT-RC          PIC X.

       LINKAGE SECTION.
       01  LS-USERNAME          PIC X(20).
       01  LS-ACTION            PIC X(10).
       01  LS-HOLD-KIND         PIC X(8).
       01  LS-HOLD-TARGET       PIC X(40).
       01  LS-HOLD-TEXT         PIC X(200).
       01  LS-HOLD-REASON       PIC X(100).
       01  LS-HOLD-ID           PIC X(8).
       01  LS-RETURN-CODE       PIC X.

       PROCEDURE DIVISION USING LS-USERNAME, LS-ACTION, LS-HOLD-KIND,
                                 LS-HOLD-TARGET, LS-HOLD-TEXT,
                                 LS-HOLD-REASON, LS-HOLD-ID,
                                 LS-RETURN-CODE.

           MOVE 'F' TO LS-RETURN-CODE.
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY.

           EVALUATE FUNCTION TRIM(LS-ACTION)
               WHEN "SCREEN"
                   PERFORM SCREEN-TEXT
               WHEN "HOLD"
                   PERFORM HOLD-ITEM
               WHEN "GET"
                   PERFORM GET-HOLD
               WHEN "RELEASE"
                   PERFORM DECIDE-HOLD
               WHEN "REJECT"
                   PERFORM DECIDE-HOLD
               WHEN "MYHELD"
                   PERFORM COUNT-MY-HELD
               WHEN "OFFENDERS"
                   PERFORM OFFENDERS-REPORT
               WHEN OTHER
                   MOVE 'X' TO LS-RETURN-CODE
           END-EVALUATE.
           GOBACK.

       SCREEN-TEXT SECTION.
           MOVE 'S' TO LS-RETURN-CODE.
           MOVE SPACES TO LS-HOLD-REASON.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(LS-HOLD-TEXT))
               TO WS-HAYSTACK.

           MOVE 'N' TO WS-HIT.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT RULES-FILE.
           IF WS-RULES-STATUS NOT = "00"
               CLOSE RULES-FILE
               EXIT SECTION
           END-IF.
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ RULES-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF RULE-RECORD(1:1) NOT = "#"
                          AND FUNCTION TRIM(RULE-RECORD) > SPACES
                           MOVE FUNCTION UPPER-CASE(
                               FUNCTION TRIM(RULE-RECORD))
                               TO WS-RULE-TEXT
                           PERFORM TEST-ONE-RULE
                           IF WS-HIT = 'Y'
                               MOVE 'Y' TO WS-EOF-FLAG
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RULES-FILE.
           MOVE 'N' TO WS-EOF-FLAG.
           IF WS-HIT = 'Y'
               MOVE 'H' TO LS-RETURN-CODE
           END-IF.
           EXIT SECTION.

       *> INSPECT counts occurrences of the phrase at its trimmed
       *> length; one is enough to hold the text.
       TEST-ONE-RULE SECTION.
           MOVE 0 TO WS-TALLY.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-RULE-TEXT))
               TO WS-RULE-LEN.
           IF WS-RULE-LEN = 0
               EXIT SECTION
           END-IF.
           INSPECT WS-HAYSTACK TALLYING WS-TALLY
               FOR ALL WS-RULE-TEXT(1:WS-RULE-LEN).
           IF WS-TALLY > 0
               MOVE 'Y' TO WS-HIT
               INITIALIZE LS-HOLD-REASON
               STRING "screening rule matched: "
                      FUNCTION TRIM(WS-RULE-TEXT)
                      DELIMITED BY SIZE INTO LS-HOLD-REASON
           END-IF.
           EXIT SECTION.

       HOLD-ITEM SECTION.
           PERFORM FIND-NEXT-ID.
           MOVE WS-NEXT-ID TO LS-HOLD-ID.

           MOVE SPACES TO WS-HM-ROW.
           MOVE LS-HOLD-ID TO WS-HM-ID.
           MOVE LS-HOLD-KIND TO WS-HM-KIND.
           MOVE FUNCTION TRIM(LS-USERNAME) TO WS-HM-SENDER.
           MOVE LS-HOLD-TARGET TO WS-HM-TARGET.
           MOVE WS-TODAY(1:8) TO WS-HM-HELD.
           MOVE "HELD" TO WS-HM-STATE.
           MOVE LS-HOLD-REASON TO WS-HM-REASON.
           MOVE LS-HOLD-TEXT TO WS-HM-TEXT.
           PERFORM BUILD-HOLD-LINE.

           OPEN EXTEND HOLD-FILE.
           IF WS-HOLD-STATUS = "35"
               OPEN OUTPUT HOLD-FILE
           END-IF.
           IF WS-HOLD-STATUS NOT = "00"
               MOVE 'X' TO LS-RETURN-CODE
               CLOSE HOLD-FILE
               EXIT SECTION
           END-IF.
           WRITE HOLD-RECORD FROM WS-LINE.
           CLOSE HOLD-FILE.
           MOVE 'S' TO LS-RETURN-CODE.
           EXIT SECTION.

       GET-HOLD SECTION.
           MOVE 'N' TO WS-FOUND.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT HOLD-FILE.
           IF WS-HOLD-STATUS NOT = "00"
               CLOSE HOLD-FILE
               EXIT SECTION
           END-IF.
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ HOLD-FILE INTO WS-LINE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM PARSE-HOLD-ROW
                       IF FUNCTION TRIM(WS-HM-ID) =
                          FUNCTION TRIM(LS-HOLD-ID)
                           MOVE 'Y' TO WS-FOUND
                           MOVE 'Y' TO WS-EOF-FLAG
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE HOLD-FILE.
           MOVE 'N' TO WS-EOF-FLAG.
           IF WS-FOUND NOT = 'Y'
               EXIT SECTION
           END-IF.

           MOVE WS-HM-SENDER TO LS-USERNAME.
           MOVE WS-HM-KIND TO LS-HOLD-KIND.
           MOVE WS-HM-TARGET TO LS-HOLD-TARGET.
           MOVE WS-HM-TEXT TO LS-HOLD-TEXT.
           MOVE WS-HM-REASON TO LS-HOLD-REASON.
           IF FUNCTION TRIM(WS-HM-STATE) = "HELD"
               MOVE 'S' TO LS-RETURN-CODE
           ELSE
               MOVE 'D' TO LS-RETURN-CODE
           END-IF.
           EXIT SECTION.

       *> RELEASE and REJECT only record the decision; delivering a
       *> released item is MODERATION's job, done before it calls here.
       DECIDE-HOLD SECTION.
           PERFORM LOAD-HOLD-TABLE.
           MOVE 'N' TO WS-FOUND.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-HM-COUNT
               MOVE WS-HM-RECORD(K) TO WS-LINE
               PERFORM PARSE-HOLD-ROW
               IF FUNCTION TRIM(WS-HM-ID) = FUNCTION TRIM(LS-HOLD-ID)
                   MOVE 'Y' TO WS-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-FOUND NOT = 'Y'
               EXIT SECTION
           END-IF.
           IF FUNCTION TRIM(WS-HM-STATE) NOT = "HELD"
               MOVE 'D' TO LS-RETURN-CODE
               EXIT SECTION
           END-IF.

           IF FUNCTION TRIM(LS-ACTION) = "RELEASE"
               MOVE "RELEASED" TO WS-HM-STATE
               MOVE "HELD-RELEASE" TO WS-AUDIT-EVENT
           ELSE
               MOVE "REJECTED" TO WS-HM-STATE
               MOVE "HELD-REJECT" TO WS-AUDIT-EVENT
           END-IF.
           MOVE FUNCTION TRIM(LS-USERNAME) TO WS-HM-MODERATOR.
           MOVE WS-TODAY(1:8) TO WS-HM-DECIDED.
           PERFORM BUILD-HOLD-LINE.
           MOVE WS-LINE TO WS-HM-RECORD(K).

           OPEN OUTPUT HOLD-FILE.
           IF WS-HOLD-STATUS NOT = "00"
               MOVE 'X' TO LS-RETURN-CODE
               CLOSE HOLD-FILE
               EXIT SECTION
           END-IF.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-HM-COUNT
               WRITE HOLD-RECORD FROM WS-HM-RECORD(K)
           END-PERFORM.
           CLOSE HOLD-FILE.

           CALL "AUDIT-LOG" USING LS-USERNAME, WS-AUDIT-EVENT,
                                   WS-AUDIT-OUTCOME, WS-AUDIT-RC.
           MOVE 'S' TO LS-RETURN-CODE.
           EXIT SECTION.

       COUNT-MY-HELD SECTION.
           MOVE 0 TO WS-MY-COUNT.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT HOLD-FILE.
           IF WS-HOLD-STATUS = "00"
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ HOLD-FILE INTO WS-LINE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM PARSE-HOLD-ROW
                           IF FUNCTION TRIM(WS-HM-SENDER) =
                              FUNCTION TRIM(LS-USERNAME)
                              AND FUNCTION TRIM(WS-HM-STATE) = "HELD"
                               ADD 1 TO WS-MY-COUNT
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE HOLD-FILE.
           MOVE 'N' TO WS-EOF-FLAG.
           MOVE WS-MY-COUNT TO LS-HOLD-ID.
           IF WS-MY-COUNT > 0
               MOVE 'H' TO LS-RETURN-CODE
           ELSE
               MOVE 'S' TO LS-RETURN-CODE
           END-IF.
           EXIT SECTION.

       *> Repeat offenders: a sender held SCREEN-REPEAT-MIN or more times
       *> inside the window, most holds first, with what the moderators
       *> made of them and the sender's all-time hold count.
       OFFENDERS-REPORT SECTION.
           MOVE "SCREEN-REPORT-DAYS" TO WS-CFG-KEY.
           CALL "SITE-CONFIG" USING WS-CFG-KEY, WS-CFG-VALUE, WS-CFG-RC.
           IF WS-CFG-RC = 'S'
              AND FUNCTION TRIM(WS-CFG-VALUE) IS NUMERIC
               MOVE FUNCTION NUMVAL(WS-CFG-VALUE) TO WS-WINDOW-DAYS
           END-IF.
           MOVE "SCREEN-REPEAT-MIN" TO WS-CFG-KEY.
           CALL "SITE-CONFIG" USING WS-CFG-KEY, WS-CFG-VALUE, WS-CFG-RC.
           IF WS-CFG-RC = 'S'
              AND FUNCTION TRIM(WS-CFG-VALUE) IS NUMERIC
               MOVE FUNCTION NUMVAL(WS-CFG-VALUE) TO WS-REPEAT-MIN
           END-IF.

           MOVE WS-TODAY(1:8) TO WS-TODAY-NUM.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM).
           COMPUTE WS-FROM-INT = WS-TODAY-INT - WS-WINDOW-DAYS + 1.
           COMPUTE WS-FROM-NUM = FUNCTION DATE-OF-INTEGER(WS-FROM-INT).

           MOVE 0 TO WS-OF-COUNT, WS-TOTAL-HELD, WS-TOTAL-RELEASED,
                     WS-TOTAL-REJECTED, WS-TOTAL-PENDING,
                     WS-REPEAT-COUNT.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT HOLD-FILE.
           IF WS-HOLD-STATUS = "00"
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ HOLD-FILE INTO WS-LINE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM PARSE-HOLD-ROW
                           PERFORM TALLY-HOLD-ROW
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE HOLD-FILE.
           MOVE 'N' TO WS-EOF-FLAG.

           PERFORM VARYING I FROM 1 BY 1 UNTIL I >= WS-OF-COUNT
               PERFORM VARYING J FROM 1 BY 1
                       UNTIL J > WS-OF-COUNT - I
                   IF WS-OF-HELD(J) < WS-OF-HELD(J + 1)
                       MOVE WS-OF-ENTRY(J) TO WS-OF-SWAP
                       MOVE WS-OF-ENTRY(J + 1) TO WS-OF-ENTRY(J)
                       MOVE WS-OF-SWAP TO WS-OF-ENTRY(J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-STATUS NOT = "00"
               MOVE 'X' TO LS-RETURN-CODE
               CLOSE REPORT-FILE
               EXIT SECTION
           END-IF.
           MOVE "InCollege Message Screening -- Repeat Offenders"
               TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           INITIALIZE REPORT-RECORD.
           STRING "Window: " WS-FROM-NUM " to " WS-TODAY-NUM
                  DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE WS-REPEAT-MIN TO WS-NUM-TEXT.
           INITIALIZE REPORT-RECORD.
           STRING "Listed: senders held " FUNCTION TRIM(WS-NUM-TEXT)
                  " or more times in the window"
                  DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.

           MOVE WS-TOTAL-HELD TO WS-NUM-TEXT.
           MOVE WS-TOTAL-RELEASED TO WS-NUM-TEXT-2.
           MOVE WS-TOTAL-REJECTED TO WS-NUM-TEXT-3.
           MOVE WS-TOTAL-PENDING TO WS-NUM-TEXT-4.
           INITIALIZE REPORT-RECORD.
           STRING "Held in window: " FUNCTION TRIM(WS-NUM-TEXT)
                  "   released: " FUNCTION TRIM(WS-NUM-TEXT-2)
                  "   rejected: " FUNCTION TRIM(WS-NUM-TEXT-3)
                  "   awaiting review: " FUNCTION TRIM(WS-NUM-TEXT-4)
                  DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.

           MOVE "Sender                Held  Rejected  Pending  All-time"
               TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-OF-COUNT
               IF WS-OF-HELD(I) >= WS-REPEAT-MIN
                   ADD 1 TO WS-REPEAT-COUNT
                   MOVE WS-OF-HELD(I) TO WS-NUM-TEXT
                   MOVE WS-OF-REJECTED(I) TO WS-NUM-TEXT-2
                   MOVE WS-OF-PENDING(I) TO WS-NUM-TEXT-3
                   MOVE WS-OF-ALLTIME(I) TO WS-NUM-TEXT-4
                   INITIALIZE REPORT-RECORD
                   STRING WS-OF-SENDER(I) " " WS-NUM-TEXT "     "
                          WS-NUM-TEXT-2 "    " WS-NUM-TEXT-3 "     "
                          WS-NUM-TEXT-4
                          DELIMITED BY SIZE INTO REPORT-RECORD
                   WRITE REPORT-RECORD
               END-IF
           END-PERFORM.
           IF WS-REPEAT-COUNT = 0
               MOVE "(no repeat offenders this week)" TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE WS-REPEAT-COUNT TO WS-NUM-TEXT.
           INITIALIZE REPORT-RECORD.
           STRING "Repeat offenders: " FUNCTION TRIM(WS-NUM-TEXT)
                  DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           CLOSE REPORT-FILE.
           MOVE 'S' TO LS-RETURN-CODE.
           EXIT SECTION.

       TALLY-HOLD-ROW SECTION.
           MOVE 'N' TO WS-IN-WINDOW.
           IF WS-HM-HELD IS NUMERIC
               MOVE WS-HM-HELD TO WS-HELD-NUM
               IF WS-HELD-NUM >= WS-FROM-NUM
                  AND WS-HELD-NUM <= WS-TODAY-NUM
                   MOVE 'Y' TO WS-IN-WINDOW
               END-IF
           END-IF.
           IF WS-IN-WINDOW = 'Y'
               ADD 1 TO WS-TOTAL-HELD
               EVALUATE FUNCTION TRIM(WS-HM-STATE)
                   WHEN "RELEASED"
                       ADD 1 TO WS-TOTAL-RELEASED
                   WHEN "REJECTED"
                       ADD 1 TO WS-TOTAL-REJECTED
                   WHEN OTHER
                       ADD 1 TO WS-TOTAL-PENDING
               END-EVALUATE
           END-IF.

           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-OF-COUNT
               IF WS-OF-SENDER(I) = WS-HM-SENDER
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF I > WS-OF-COUNT
               IF WS-OF-COUNT >= 500
                   IF WS-OF-CAP-WARNED = 'N'
                       DISPLAY "Offender table capped at 500 senders; the rest were not counted."
                       MOVE 'Y' TO WS-OF-CAP-WARNED
                   END-IF
                   EXIT SECTION
               END-IF
               ADD 1 TO WS-OF-COUNT
               MOVE WS-OF-COUNT TO I
               MOVE WS-HM-SENDER TO WS-OF-SENDER(I)
               MOVE 0 TO WS-OF-HELD(I), WS-OF-REJECTED(I),
                         WS-OF-PENDING(I), WS-OF-ALLTIME(I)
           END-IF.
           ADD 1 TO WS-OF-ALLTIME(I).
           IF WS-IN-WINDOW = 'Y'
               ADD 1 TO WS-OF-HELD(I)
               IF FUNCTION TRIM(WS-HM-STATE) = "REJECTED"
                   ADD 1 TO WS-OF-REJECTED(I)
               END-IF
               IF FUNCTION TRIM(WS-HM-STATE) = "HELD"
                   ADD 1 TO WS-OF-PENDING(I)
               END-IF
           END-IF.
           EXIT SECTION.

       FIND-NEXT-ID SECTION.
           MOVE 0 TO WS-NEXT-ID.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT HOLD-FILE.
           IF WS-HOLD-STATUS = "00"
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ HOLD-FILE INTO WS-LINE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM PARSE-HOLD-ROW
                           IF WS-HM-ID IS NUMERIC
                               MOVE WS-HM-ID TO WS-ROW-ID
                               IF WS-ROW-ID > WS-NEXT-ID
                                   MOVE WS-ROW-ID TO WS-NEXT-ID
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE HOLD-FILE.
           MOVE 'N' TO WS-EOF-FLAG.
           ADD 1 TO WS-NEXT-ID.
           EXIT SECTION.

       LOAD-HOLD-TABLE SECTION.
           MOVE 0 TO WS-HM-COUNT.
           MOVE 'N' TO WS-HM-CAP-WARNED.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT HOLD-FILE.
           IF WS-HOLD-STATUS NOT = "00"
               CLOSE HOLD-FILE
               EXIT SECTION
           END-IF.
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ HOLD-FILE INTO WS-LINE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF WS-HM-COUNT < 2000
                           ADD 1 TO WS-HM-COUNT
                           MOVE WS-LINE TO WS-HM-RECORD(WS-HM-COUNT)
                       ELSE
                           IF WS-HM-CAP-WARNED = 'N'
                               DISPLAY "Held-message table capped at 2000 entries; some rows were not loaded."
                               MOVE 'Y' TO WS-HM-CAP-WARNED
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE HOLD-FILE.
           MOVE 'N' TO WS-EOF-FLAG.
           EXIT SECTION.

       PARSE-HOLD-ROW SECTION.
           MOVE SPACES TO WS-HM-ROW.
           UNSTRING WS-LINE DELIMITED BY "~"
               INTO WS-HM-SENDER, WS-HM-ID, WS-HM-KIND, WS-HM-TARGET,
                    WS-HM-HELD, WS-HM-STATE, WS-HM-MODERATOR,
                    WS-HM-DECIDED, WS-HM-REASON, WS-HM-TEXT
           END-UNSTRING.
           EXIT SECTION.

       BUILD-HOLD-LINE SECTION.
           INITIALIZE WS-LINE.
           STRING FUNCTION TRIM(WS-HM-SENDER) "~"
                  FUNCTION TRIM(WS-HM-ID) "~"
                  FUNCTION TRIM(WS-HM-KIND) "~"
                  FUNCTION TRIM(WS-HM-TARGET) "~"
                  WS-HM-HELD "~"
                  FUNCTION TRIM(WS-HM-STATE) "~"
                  FUNCTION TRIM(WS-HM-MODERATOR) "~"
                  FUNCTION TRIM(WS-HM-DECIDED) "~"
                  FUNCTION TRIM(WS-HM-REASON) "~"
                  FUNCTION TRIM(WS-HM-TEXT)
                  DELIMITED BY SIZE INTO WS-LINE.
           EXIT SECTION.
