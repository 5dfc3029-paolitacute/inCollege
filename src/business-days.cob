       >>SOURCE FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUSINESS-DAYS.
       AUTHOR. Paola
       DATE-WRITTEN. 10/15/2026

       *> One place that knows when the institution is closed, so a
       *> deadline the system computes stops landing on Christmas Day
       *> or in the middle of spring break. Closures come from
       *> campus_calendar.txt, kept by the registrar's office:
       *>   CLOSED~YYYYMMDD~reason
       *>   BREAK~YYYYMMDD~YYYYMMDD~reason     (first and last day)
       *> Lines starting with "#" are comments. An open day is a
       *> Monday-Friday that no row closes.
       *> Each deadline belongs to a policy -- OFFER (offer response),
       *> APP-AGE (review-window nudges), CONN-EXPIRE (pending
       *> connection requests), REFERENCE (reference answers), DORMANT
       *> (inactivity warning and marking). A policy named in
       *> BUSINESS-DAY-POLICY (incollege-config.txt, comma list)
       *> counts open days only; any other counts calendar days.
       *>   DUE  = LS-START-DATE plus LS-DAYS days of the policy's kind
       *>   ROLL = LS-START-DATE itself (a date somebody typed in)
       *> Either way a result that falls on a closure rolls forward to
       *> the next open day; calendar-day counting leaves an ordinary
       *> weekend alone. Return codes: 'S' due date as computed, 'R'
       *> rolled (LS-ROLL-REASON says what it rolled off, for the
       *> caller to show the user), 'X' start date not a real date.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLOSURE-FILE ASSIGN TO "campus_calendar.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLOSURE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CLOSURE-FILE.
       01  CLOSURE-RECORD       PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-CLOSURE-STATUS    PIC X(2).
       01  WS-EOF-FLAG          PIC X VALUE 'N'.

      *> Closed ranges, as integer dates
       01  WS-CLS-COUNT         PIC 9(3) VALUE 0.
       01  WS-CLS-TABLE.
           05 WS-CLS-ENTRY OCCURS 200 TIMES.
              10 WS-CLS-FROM       PIC 9(8).
              10 WS-CLS-TO         PIC 9(8).
              10 WS-CLS-REASON     PIC X(40).
       01  C                    PIC 9(3).

       01  WS-ROW-KIND          PIC X(8).
       01  WS-ROW-FROM          PIC X(8).
       01  WS-ROW-TO            PIC X(8).
       01  WS-ROW-REASON        PIC X(40).
       01  WS-ROW-DATE          PIC 9(8).

       01  WS-CFG-KEY           PIC X(20).
       01  WS-CFG-VALUE         PIC X(40).
       01  WS-CFG-RC            PIC X.
       01  WS-POLICY-LIST       PIC X(42).
       01  WS-POLICY-WORD       PIC X(14).
       01  WS-WORD-LEN          PIC 9(2).
       01  WS-TALLY             PIC 9(3).
       01  WS-BUSINESS          PIC X VALUE 'N'.

       01  WS-DAY-INT           PIC 9(8).
       01  WS-COUNTED           PIC 9(4).
       01  WS-STEPS             PIC 9(4).
       01  WS-WEEKDAY           PIC 9.
       01  WS-DAY-OPEN          PIC X.
       01  WS-DAY-LISTED        PIC X.
       01  WS-LISTED-REASON     PIC X(40).

       LINKAGE SECTION.
       01  LS-ACTION            PIC X(10).
       01  LS-POLICY            PIC X(12).
       01  LS-START-DATE        PIC X(8).
       01  LS-DAYS              PIC 9(4).
       01  LS-DUE-DATE          PIC X(8).
       01  LS-ROLL-REASON       PIC X(40).
       01  LS-RETURN-CODE       PIC X.

       PROCEDURE DIVISION USING LS-ACTION, LS-POLICY, LS-START-DATE,
                                 LS-DAYS, LS-DUE-DATE, LS-ROLL-REASON,
                                 LS-RETURN-CODE.

           MOVE 'S' TO LS-RETURN-CODE.
           MOVE SPACES TO LS-ROLL-REASON.
           MOVE LS-START-DATE TO LS-DUE-DATE.
           IF LS-START-DATE IS NOT NUMERIC
               MOVE 'X' TO LS-RETURN-CODE
               GOBACK
           END-IF.
           MOVE LS-START-DATE TO WS-ROW-DATE.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-ROW-DATE) NOT = 0
               MOVE 'X' TO LS-RETURN-CODE
               GOBACK
           END-IF.
           MOVE FUNCTION INTEGER-OF-DATE(WS-ROW-DATE) TO WS-DAY-INT.

           PERFORM LOAD-CLOSURES.
           PERFORM LOAD-POLICY-BASIS.

           IF FUNCTION TRIM(LS-ACTION) = "DUE"
               PERFORM COUNT-FORWARD
           END-IF.
           PERFORM ROLL-OFF-CLOSURE.

           MOVE FUNCTION DATE-OF-INTEGER(WS-DAY-INT) TO WS-ROW-DATE.
           MOVE WS-ROW-DATE TO LS-DUE-DATE.
           GOBACK.

       LOAD-CLOSURES SECTION.
           MOVE 0 TO WS-CLS-COUNT.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT CLOSURE-FILE.
           IF WS-CLOSURE-STATUS NOT = "00"
               CLOSE CLOSURE-FILE
               EXIT SECTION
           END-IF.
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ CLOSURE-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF CLOSURE-RECORD(1:1) NOT = "#"
                          AND CLOSURE-RECORD NOT = SPACES
                           PERFORM TAKE-CLOSURE-ROW
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CLOSURE-FILE.
           EXIT SECTION.

      *> A row with a date that is not a real date is passed over
      *> here; CONFIG-CHECK reports it.
       TAKE-CLOSURE-ROW SECTION.
           MOVE SPACES TO WS-ROW-KIND, WS-ROW-FROM, WS-ROW-TO,
                          WS-ROW-REASON.
           IF CLOSURE-RECORD(1:6) = "BREAK~"
               UNSTRING CLOSURE-RECORD DELIMITED BY "~"
                   INTO WS-ROW-KIND, WS-ROW-FROM, WS-ROW-TO,
                        WS-ROW-REASON
               END-UNSTRING
           ELSE
               UNSTRING CLOSURE-RECORD DELIMITED BY "~"
                   INTO WS-ROW-KIND, WS-ROW-FROM, WS-ROW-REASON
               END-UNSTRING
               MOVE WS-ROW-FROM TO WS-ROW-TO
           END-IF.
           IF WS-ROW-FROM IS NOT NUMERIC OR WS-ROW-TO IS NOT NUMERIC
              OR WS-CLS-COUNT >= 200
               EXIT SECTION
           END-IF.
           MOVE WS-ROW-FROM TO WS-ROW-DATE.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-ROW-DATE) NOT = 0
               EXIT SECTION
           END-IF.
           MOVE WS-ROW-TO TO WS-ROW-DATE.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-ROW-DATE) NOT = 0
               EXIT SECTION
           END-IF.
           ADD 1 TO WS-CLS-COUNT.
           MOVE WS-ROW-FROM TO WS-ROW-DATE.
           MOVE FUNCTION INTEGER-OF-DATE(WS-ROW-DATE)
               TO WS-CLS-FROM(WS-CLS-COUNT).
           MOVE WS-ROW-TO TO WS-ROW-DATE.
           MOVE FUNCTION INTEGER-OF-DATE(WS-ROW-DATE)
               TO WS-CLS-TO(WS-CLS-COUNT).
           IF FUNCTION TRIM(WS-ROW-REASON) = SPACES
               MOVE "a campus closure" TO WS-ROW-REASON
           END-IF.
           MOVE WS-ROW-REASON TO WS-CLS-REASON(WS-CLS-COUNT).
           EXIT SECTION.

      *> The list is matched whole-word, so APP-AGE does not also
      *> switch on some longer name that happens to contain it.
       LOAD-POLICY-BASIS SECTION.
           MOVE 'N' TO WS-BUSINESS.
           MOVE "BUSINESS-DAY-POLICY" TO WS-CFG-KEY.
           MOVE SPACES TO WS-CFG-VALUE.
           CALL "SITE-CONFIG" USING WS-CFG-KEY, WS-CFG-VALUE,
                                     WS-CFG-RC.
           IF WS-CFG-RC NOT = 'S' OR WS-CFG-VALUE = SPACES
               EXIT SECTION
           END-IF.
           MOVE SPACES TO WS-POLICY-LIST, WS-POLICY-WORD.
           STRING "," FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CFG-VALUE))
               "," DELIMITED BY SIZE INTO WS-POLICY-LIST.
           INSPECT WS-POLICY-LIST REPLACING ALL " " BY ",".
           STRING "," FUNCTION UPPER-CASE(FUNCTION TRIM(LS-POLICY))
               "," DELIMITED BY SIZE INTO WS-POLICY-WORD.
           COMPUTE WS-WORD-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(LS-POLICY)) + 2.
           MOVE 0 TO WS-TALLY.
           INSPECT WS-POLICY-LIST TALLYING WS-TALLY
               FOR ALL WS-POLICY-WORD(1:WS-WORD-LEN).
           IF WS-TALLY > 0
               MOVE 'Y' TO WS-BUSINESS
           END-IF.
           EXIT SECTION.

       COUNT-FORWARD SECTION.
           IF WS-BUSINESS = 'N'
               ADD LS-DAYS TO WS-DAY-INT
               EXIT SECTION
           END-IF.
           MOVE 0 TO WS-COUNTED.
           PERFORM UNTIL WS-COUNTED >= LS-DAYS
               ADD 1 TO WS-DAY-INT
               PERFORM CHECK-DAY-OPEN
               IF WS-DAY-OPEN = 'Y'
                   ADD 1 TO WS-COUNTED
               END-IF
           END-PERFORM.
           EXIT SECTION.

      *> Calendar-day counting rolls only off a listed closure; open-
      *> day counting (or a typed date under it) off a weekend too.
      *> A year of closed days in a row would be a calendar typo, so
      *> the walk gives up there and keeps the date it has.
       ROLL-OFF-CLOSURE SECTION.
           PERFORM CHECK-DAY-OPEN.
           IF WS-DAY-OPEN = 'Y'
               EXIT SECTION
           END-IF.
           IF WS-DAY-LISTED = 'N' AND WS-BUSINESS = 'N'
               EXIT SECTION
           END-IF.
           IF WS-DAY-LISTED = 'Y'
               MOVE WS-LISTED-REASON TO LS-ROLL-REASON
           ELSE
               MOVE "a weekend" TO LS-ROLL-REASON
           END-IF.
           MOVE 'R' TO LS-RETURN-CODE.
           MOVE 0 TO WS-STEPS.
           PERFORM UNTIL WS-DAY-OPEN = 'Y' OR WS-STEPS > 366
               ADD 1 TO WS-DAY-INT
               ADD 1 TO WS-STEPS
               PERFORM CHECK-DAY-OPEN
           END-PERFORM.
           EXIT SECTION.

      *> Day 1 of the integer calendar was a Monday, so this lands
      *> 1 = Monday .. 7 = Sunday.
       CHECK-DAY-OPEN SECTION.
           MOVE 'Y' TO WS-DAY-OPEN.
           MOVE 'N' TO WS-DAY-LISTED.
           COMPUTE WS-WEEKDAY = FUNCTION MOD(WS-DAY-INT - 1, 7) + 1.
           IF WS-WEEKDAY > 5
               MOVE 'N' TO WS-DAY-OPEN
           END-IF.
           PERFORM VARYING C FROM 1 BY 1
                   UNTIL C > WS-CLS-COUNT OR WS-DAY-LISTED = 'Y'
               IF WS-DAY-INT >= WS-CLS-FROM(C)
                  AND WS-DAY-INT <= WS-CLS-TO(C)
                   MOVE 'Y' TO WS-DAY-LISTED
                   MOVE 'N' TO WS-DAY-OPEN
                   MOVE WS-CLS-REASON(C) TO WS-LISTED-REASON
               END-IF
           END-PERFORM.
           EXIT SECTION.
