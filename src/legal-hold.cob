       >>SOURCE FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEGAL-HOLD.
       AUTHOR. Paola
       DATE-WRITTEN. 10/15/2026

       *> Preservation orders from the university's counsel. A hold
       *> names one username, the counsel's case reference, the date
       *> it starts and who authorized it; while any hold on a user is
       *> ACTIVE, the programs that destroy data leave that user's
       *> records alone --
       *>   CLOSE-ACCOUNT    refuses to close the account
       *>   RETENTION-SWEEP  does not anonymize the closed user
       *>   MESSAGE-ARCHIVE  does not age out the user's mail
       *>   DORMANT-SCAN     does not suspend the account
       *> and each one logs what it did NOT do as a PREVENTED event.
       *> legal_holds.txt is a history, one row per change:
       *>   user~case~status~date~authorizedBy~by~releaseRequestedBy
       *> (status ACTIVE with the start date and the admin who placed
       *> it, or RELEASED with the release date and the approving
       *> admin); the latest row for a user and case is the one in
       *> force, so the file replays from the journal like any other
       *> append-only file. legal_hold_log.txt is the trail:
       *>   date~time~event~user~case~actor~detail
       *> with PLACED, RELEASE-REQUESTED, RELEASE-DECLINED, RELEASED
       *> and PREVENTED events. Releasing goes through DUAL-CONTROL
       *> (action UNHOLD): REQUEST logs the ask, and only a DIFFERENT
       *> admin's approval calls RELEASE.
       *> Actions and return codes:
       *>   PLACE     - S placed, D that case is already active for
       *>               the user, X missing fields or file error.
       *>   CHECK     - H held (case, start and authorizer of the
       *>               first active hold come back), N not held.
       *>   LIST      - prints the active holds. S, N none.
       *>   REQUEST   - S the release is logged as asked for, F no
       *>               such active hold.
       *>   RELEASE   - LS-USERNAME approved, LS-LH-OTHER asked.
       *>               S released, F no such active hold.
       *>   DECLINED  - the release was rejected. S.
       *>   PREVENTED - LS-USERNAME is the program that stood down,
       *>               LS-LH-DETAIL what it did not do. S.
       *>   REPORT    - nightly: every PREVENTED event logged since
       *>               the last report, then the active holds, to
       *>               InCollege-HoldReport.txt. S.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLD-FILE ASSIGN TO "legal_holds.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS.
           SELECT HOLD-LOG-FILE ASSIGN TO "legal_hold_log.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-LOG-STATUS.
           SELECT HIGHWATER-FILE ASSIGN TO "legal_hold_highwater.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIGHWATER-STATUS.
           SELECT REPORT-FILE ASSIGN TO "InCollege-HoldReport.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT OUTPUT-FILE ASSIGN TO "InCollege-Output.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUTPUT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HOLD-FILE.
       01  HOLD-RECORD          PIC X(200).

       FD  HOLD-LOG-FILE.
       01  HOLD-LOG-RECORD      PIC X(250).

       FD  HIGHWATER-FILE.
       01  HIGHWATER-RECORD     PIC X(6).

       FD  REPORT-FILE.
       01  REPORT-RECORD        PIC X(250).

       FD  OUTPUT-FILE.
       01  OUTPUT-RECORD        PIC X(350).

       WORKING-STORAGE SECTION.
       01  WS-HOLD-STATUS       PIC X(2).
       01  WS-HOLD-LOG-STATUS   PIC X(2).
       01  WS-HIGHWATER-STATUS  PIC X(2).
       01  WS-REPORT-STATUS     PIC X(2).
       01  WS-OUTPUT-STATUS     PIC X(2).
       01  WS-EOF-FLAG          PIC X VALUE 'N'.
       01  WS-MESSAGE           PIC X(250).
       01  WS-LINE              PIC X(250).
       01  WS-TODAY             PIC X(21).
       01  WS-JRN-FILE          PIC X(30).
       01  WS-JRN-TEXT          PIC X(500).
       01  WS-JRN-RC            PIC X.
       01  WS-AUDIT-EVENT       PIC X(20).
       01  WS-AUDIT-RC          PIC X.

      *> legal_holds.txt row fields
       01  WS-LH-ROW.
           05 WS-LH-USER            PIC X(20).
           05 WS-LH-CASE            PIC X(20).
           05 WS-LH-STATE           PIC X(10).
           05 WS-LH-DATE            PIC X(8).
           05 WS-LH-AUTHORIZED      PIC X(40).
           05 WS-LH-BY              PIC X(20).
           05 WS-LH-ASKED-BY        PIC X(20).

      *> legal_hold_log.txt row fields
       01  WS-LG-ROW.
           05 WS-LG-DATE            PIC X(8).
           05 WS-LG-TIME            PIC X(6).
           05 WS-LG-EVENT           PIC X(20).
           05 WS-LG-USER            PIC X(20).
           05 WS-LG-CASE            PIC X(20).
           05 WS-LG-ACTOR           PIC X(20).
           05 WS-LG-DETAIL          PIC X(80).

      *> Every user and case with the row in force for it; later rows
      *> overwrite earlier ones as the file is read.
       01  WS-CASE-COUNT        PIC 9(3) VALUE 0.
       01  WS-CASE-TABLE.
           05 WS-CASE-ENTRY OCCURS 500 TIMES.
              10 WS-CT-USER       PIC X(20).
              10 WS-CT-CASE       PIC X(20).
              10 WS-CT-STATE      PIC X(10).
              10 WS-CT-DATE       PIC X(8).
              10 WS-CT-AUTHORIZED PIC X(40).
              10 WS-CT-BY         PIC X(20).
       01  WS-CAP-WARNED        PIC X VALUE 'N'.
       01  WS-FOUND-AT          PIC 9(3).
       01  WS-ACTIVE-COUNT      PIC 9(3).
       01  I                    PIC 9(3).

      *> REPORT: log lines already reported, and tonight's tallies
       01  WS-HIGHWATER         PIC 9(6) VALUE 0.
       01  WS-LOG-LINE-NO       PIC 9(6) VALUE 0.
       01  WS-PREVENTED-COUNT   PIC 9(5) VALUE 0.
       01  WS-NUM-TEXT          PIC Z(4)9.

       LINKAGE SECTION.
       01  LS-USERNAME          PIC X(20).
       01  LS-ACTION            PIC X(10).
       01  LS-HOLD.
           05 LS-LH-USER            PIC X(20).
           05 LS-LH-CASE            PIC X(20).
           05 LS-LH-AUTHORIZED      PIC X(40).
           05 LS-LH-START           PIC X(8).
           05 LS-LH-OTHER           PIC X(20).
           05 LS-LH-DETAIL          PIC X(80).
       01  LS-RETURN-CODE       PIC X.

       PROCEDURE DIVISION USING LS-USERNAME, LS-ACTION, LS-HOLD,
                                 LS-RETURN-CODE.

           MOVE 'F' TO LS-RETURN-CODE.
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY.

           EVALUATE FUNCTION TRIM(LS-ACTION)
               WHEN "PLACE"
                   PERFORM PLACE-HOLD
               WHEN "CHECK"
                   PERFORM CHECK-HOLD
               WHEN "LIST"
                   PERFORM LIST-HOLDS
               WHEN "REQUEST"
                   PERFORM REQUEST-RELEASE
               WHEN "RELEASE"
                   PERFORM RELEASE-HOLD
               WHEN "DECLINED"
                   PERFORM DECLINE-RELEASE
               WHEN "PREVENTED"
                   PERFORM LOG-PREVENTED
               WHEN "REPORT"
                   PERFORM NIGHTLY-REPORT
               WHEN OTHER
                   MOVE 'X' TO LS-RETURN-CODE
           END-EVALUATE.
           GOBACK.

       PLACE-HOLD SECTION.
           IF LS-LH-USER = SPACES
              OR LS-LH-CASE = SPACES
              OR LS-LH-AUTHORIZED = SPACES
               MOVE 'X' TO LS-RETURN-CODE
               EXIT SECTION
           END-IF.
           IF LS-LH-START = SPACES
               MOVE WS-TODAY(1:8) TO LS-LH-START
           END-IF.
           PERFORM LOAD-HOLDS.
           PERFORM FIND-USER-CASE.
           IF WS-FOUND-AT > 0
               IF FUNCTION TRIM(WS-CT-STATE(WS-FOUND-AT)) = "ACTIVE"
                   MOVE 'D' TO LS-RETURN-CODE
                   EXIT SECTION
               END-IF
           END-IF.

           MOVE LS-LH-USER TO WS-LH-USER.
           MOVE LS-LH-CASE TO WS-LH-CASE.
           MOVE "ACTIVE" TO WS-LH-STATE.
           MOVE LS-LH-START TO WS-LH-DATE.
           MOVE LS-LH-AUTHORIZED TO WS-LH-AUTHORIZED.
           MOVE LS-USERNAME TO WS-LH-BY.
           MOVE SPACES TO WS-LH-ASKED-BY.
           PERFORM APPEND-HOLD-ROW.
           IF LS-RETURN-CODE = 'X'
               EXIT SECTION
           END-IF.

           MOVE "PLACED" TO WS-LG-EVENT.
           INITIALIZE WS-LG-DETAIL.
           STRING "from " LS-LH-START " authorized by "
                  FUNCTION TRIM(LS-LH-AUTHORIZED)
                  DELIMITED BY SIZE INTO WS-LG-DETAIL.
           PERFORM APPEND-LOG-ROW.
           MOVE "LEGAL_HOLD_PLACED" TO WS-AUDIT-EVENT.
           CALL "AUDIT-LOG" USING LS-LH-USER, WS-AUDIT-EVENT, 'S',
                                   WS-AUDIT-RC.
           MOVE 'S' TO LS-RETURN-CODE.
           EXIT SECTION.

      *> H when any case on the user is active; the first one found
      *> is handed back so the caller can name it.
       CHECK-HOLD SECTION.
           MOVE 'N' TO LS-RETURN-CODE.
           MOVE FUNCTION TRIM(LS-LH-USER) TO LS-LH-USER.
           IF LS-LH-USER = SPACES
               EXIT SECTION
           END-IF.
           PERFORM LOAD-HOLDS.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-CASE-COUNT
               IF WS-CT-USER(I) = LS-LH-USER
                  AND FUNCTION TRIM(WS-CT-STATE(I)) = "ACTIVE"
                   MOVE WS-CT-CASE(I) TO LS-LH-CASE
                   MOVE WS-CT-DATE(I) TO LS-LH-START
                   MOVE WS-CT-AUTHORIZED(I) TO LS-LH-AUTHORIZED
                   MOVE 'H' TO LS-RETURN-CODE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           EXIT SECTION.

       LIST-HOLDS SECTION.
           PERFORM LOAD-HOLDS.
           MOVE 0 TO WS-ACTIVE-COUNT.
           OPEN EXTEND OUTPUT-FILE.
           MOVE "--- Active Legal Holds ---" TO WS-MESSAGE.
           PERFORM DISPLAY-AND-LOG.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-CASE-COUNT
               IF FUNCTION TRIM(WS-CT-STATE(I)) = "ACTIVE"
                   ADD 1 TO WS-ACTIVE-COUNT
                   PERFORM FORMAT-ACTIVE-HOLD
                   PERFORM DISPLAY-AND-LOG
               END-IF
           END-PERFORM.
           IF WS-ACTIVE-COUNT = 0
               MOVE "No legal holds are active." TO WS-MESSAGE
               PERFORM DISPLAY-AND-LOG
               MOVE 'N' TO LS-RETURN-CODE
           ELSE
               MOVE 'S' TO LS-RETURN-CODE
           END-IF.
           CLOSE OUTPUT-FILE.
           EXIT SECTION.

      *> One active hold, table entry I, into WS-MESSAGE.
       FORMAT-ACTIVE-HOLD SECTION.
           INITIALIZE WS-MESSAGE.
           STRING "  " FUNCTION TRIM(WS-CT-USER(I))
                  "  case " FUNCTION TRIM(WS-CT-CASE(I))
                  "  since " WS-CT-DATE(I)(1:4) "-"
                  WS-CT-DATE(I)(5:2) "-" WS-CT-DATE(I)(7:2)
                  "  authorized by " FUNCTION TRIM(WS-CT-AUTHORIZED(I))
                  "  placed by " FUNCTION TRIM(WS-CT-BY(I))
                  DELIMITED BY SIZE INTO WS-MESSAGE.
           EXIT SECTION.

      *> The first half of a release: the hold must exist and be
      *> active; the caller then queues it with DUAL-CONTROL.
       REQUEST-RELEASE SECTION.
           PERFORM LOAD-HOLDS.
           PERFORM FIND-USER-CASE.
           IF WS-FOUND-AT = 0
               EXIT SECTION
           END-IF.
           IF FUNCTION TRIM(WS-CT-STATE(WS-FOUND-AT)) NOT = "ACTIVE"
               EXIT SECTION
           END-IF.
           MOVE "RELEASE-REQUESTED" TO WS-LG-EVENT.
           MOVE "awaiting a second administrator" TO WS-LG-DETAIL.
           PERFORM APPEND-LOG-ROW.
           MOVE "LEGAL_HOLD_REQUESTED" TO WS-AUDIT-EVENT.
           CALL "AUDIT-LOG" USING LS-LH-USER, WS-AUDIT-EVENT, 'S',
                                   WS-AUDIT-RC.
           MOVE 'S' TO LS-RETURN-CODE.
           EXIT SECTION.

      *> Called by DUAL-CONTROL once a different admin approves.
       RELEASE-HOLD SECTION.
           PERFORM LOAD-HOLDS.
           PERFORM FIND-USER-CASE.
           IF WS-FOUND-AT = 0
               EXIT SECTION
           END-IF.
           IF FUNCTION TRIM(WS-CT-STATE(WS-FOUND-AT)) NOT = "ACTIVE"
               EXIT SECTION
           END-IF.

           MOVE LS-LH-USER TO WS-LH-USER.
           MOVE LS-LH-CASE TO WS-LH-CASE.
           MOVE "RELEASED" TO WS-LH-STATE.
           MOVE WS-TODAY(1:8) TO WS-LH-DATE.
           MOVE WS-CT-AUTHORIZED(WS-FOUND-AT) TO WS-LH-AUTHORIZED.
           MOVE LS-USERNAME TO WS-LH-BY.
           MOVE LS-LH-OTHER TO WS-LH-ASKED-BY.
           PERFORM APPEND-HOLD-ROW.
           IF LS-RETURN-CODE = 'X'
               EXIT SECTION
           END-IF.

           MOVE "RELEASED" TO WS-LG-EVENT.
           INITIALIZE WS-LG-DETAIL.
           STRING "asked by " FUNCTION TRIM(LS-LH-OTHER)
                  ", approved by " FUNCTION TRIM(LS-USERNAME)
                  DELIMITED BY SIZE INTO WS-LG-DETAIL.
           PERFORM APPEND-LOG-ROW.
           MOVE "LEGAL_HOLD_RELEASED" TO WS-AUDIT-EVENT.
           CALL "AUDIT-LOG" USING LS-LH-USER, WS-AUDIT-EVENT, 'S',
                                   WS-AUDIT-RC.
           MOVE 'S' TO LS-RETURN-CODE.
           EXIT SECTION.

       DECLINE-RELEASE SECTION.
           MOVE "RELEASE-DECLINED" TO WS-LG-EVENT.
           INITIALIZE WS-LG-DETAIL.
           STRING "asked by " FUNCTION TRIM(LS-LH-OTHER)
                  ", rejected by " FUNCTION TRIM(LS-USERNAME)
                  DELIMITED BY SIZE INTO WS-LG-DETAIL.
           PERFORM APPEND-LOG-ROW.
           MOVE "LEGAL_HOLD_DECLINED" TO WS-AUDIT-EVENT.
           CALL "AUDIT-LOG" USING LS-LH-USER, WS-AUDIT-EVENT, 'S',
                                   WS-AUDIT-RC.
           MOVE 'S' TO LS-RETURN-CODE.
           EXIT SECTION.

       LOG-PREVENTED SECTION.
           IF LS-LH-CASE = SPACES
               PERFORM CHECK-HOLD
           END-IF.
           MOVE "PREVENTED" TO WS-LG-EVENT.
           MOVE LS-LH-DETAIL TO WS-LG-DETAIL.
           PERFORM APPEND-LOG-ROW.
           MOVE 'S' TO LS-RETURN-CODE.
           EXIT SECTION.

      *> Only the log lines past the high-water count are new; the
      *> count moves up to the end of the log once the report is out.
       NIGHTLY-REPORT SECTION.
           MOVE 0 TO WS-HIGHWATER.
           OPEN INPUT HIGHWATER-FILE.
           IF WS-HIGHWATER-STATUS = "00"
               READ HIGHWATER-FILE
                   NOT AT END
                       IF HIGHWATER-RECORD IS NUMERIC
                           MOVE HIGHWATER-RECORD TO WS-HIGHWATER
                       END-IF
               END-READ
           END-IF.
           CLOSE HIGHWATER-FILE.

           OPEN OUTPUT REPORT-FILE.
           INITIALIZE REPORT-RECORD.
           STRING "InCollege legal hold report, run " WS-TODAY(1:8)
                  DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE "Actions a hold prevented since the last report:"
               TO REPORT-RECORD.
           WRITE REPORT-RECORD.

           MOVE 0 TO WS-LOG-LINE-NO, WS-PREVENTED-COUNT.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT HOLD-LOG-FILE.
           IF WS-HOLD-LOG-STATUS NOT = "00"
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF.
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ HOLD-LOG-FILE INTO WS-LINE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-LOG-LINE-NO
                       IF WS-LOG-LINE-NO > WS-HIGHWATER
                           PERFORM PARSE-LOG-ROW
                           IF FUNCTION TRIM(WS-LG-EVENT) = "PREVENTED"
                               PERFORM REPORT-PREVENTED-ROW
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE HOLD-LOG-FILE.
           IF WS-PREVENTED-COUNT = 0
               MOVE "  (none)" TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.

           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE "Active holds:" TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           PERFORM LOAD-HOLDS.
           MOVE 0 TO WS-ACTIVE-COUNT.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-CASE-COUNT
               IF FUNCTION TRIM(WS-CT-STATE(I)) = "ACTIVE"
                   ADD 1 TO WS-ACTIVE-COUNT
                   PERFORM FORMAT-ACTIVE-HOLD
                   MOVE WS-MESSAGE TO REPORT-RECORD
                   WRITE REPORT-RECORD
               END-IF
           END-PERFORM.
           IF WS-ACTIVE-COUNT = 0
               MOVE "  (none)" TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.
           CLOSE REPORT-FILE.

           OPEN OUTPUT HIGHWATER-FILE.
           IF WS-HIGHWATER-STATUS = "00"
               MOVE WS-LOG-LINE-NO TO HIGHWATER-RECORD
               WRITE HIGHWATER-RECORD
           END-IF.
           CLOSE HIGHWATER-FILE.

           MOVE WS-PREVENTED-COUNT TO WS-NUM-TEXT.
           DISPLAY "LEGAL-HOLD: " FUNCTION TRIM(WS-NUM-TEXT)
               " prevented action(s) reported; see"
               " InCollege-HoldReport.txt.".
           MOVE 'S' TO LS-RETURN-CODE.
           EXIT SECTION.

       REPORT-PREVENTED-ROW SECTION.
           ADD 1 TO WS-PREVENTED-COUNT.
           INITIALIZE REPORT-RECORD.
           STRING "  " WS-LG-DATE(1:4) "-" WS-LG-DATE(5:2) "-"
                  WS-LG-DATE(7:2) " " WS-LG-TIME(1:2) ":"
                  WS-LG-TIME(3:2) "  "
                  WS-LG-ACTOR " " WS-LG-USER " case "
                  FUNCTION TRIM(WS-LG-CASE) ": "
                  FUNCTION TRIM(WS-LG-DETAIL)
                  DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           EXIT SECTION.

       LOAD-HOLDS SECTION.
           MOVE 0 TO WS-CASE-COUNT.
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
                       IF WS-LH-USER NOT = SPACES
                           PERFORM KEEP-LATEST-ROW
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE HOLD-FILE.
           EXIT SECTION.

       KEEP-LATEST-ROW SECTION.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-CASE-COUNT
               IF WS-CT-USER(I) = WS-LH-USER
                  AND WS-CT-CASE(I) = WS-LH-CASE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF I > WS-CASE-COUNT
               IF WS-CASE-COUNT >= 500
                   IF WS-CAP-WARNED = 'N'
                       DISPLAY "LEGAL-HOLD: more than 500 holds in "
                           "legal_holds.txt; the rest are not read."
                       MOVE 'Y' TO WS-CAP-WARNED
                   END-IF
                   EXIT SECTION
               END-IF
               ADD 1 TO WS-CASE-COUNT
               MOVE WS-CASE-COUNT TO I
               MOVE WS-LH-USER TO WS-CT-USER(I)
               MOVE WS-LH-CASE TO WS-CT-CASE(I)
           END-IF.
           MOVE WS-LH-STATE TO WS-CT-STATE(I).
           MOVE WS-LH-DATE TO WS-CT-DATE(I).
           MOVE WS-LH-AUTHORIZED TO WS-CT-AUTHORIZED(I).
           MOVE WS-LH-BY TO WS-CT-BY(I).
           EXIT SECTION.

       FIND-USER-CASE SECTION.
           MOVE 0 TO WS-FOUND-AT.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-CASE-COUNT
               IF WS-CT-USER(I) = LS-LH-USER
                  AND WS-CT-CASE(I) = LS-LH-CASE
                   MOVE I TO WS-FOUND-AT
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           EXIT SECTION.

       APPEND-HOLD-ROW SECTION.
           INITIALIZE WS-LINE.
           STRING FUNCTION TRIM(WS-LH-USER) "~"
                  FUNCTION TRIM(WS-LH-CASE) "~"
                  FUNCTION TRIM(WS-LH-STATE) "~"
                  WS-LH-DATE "~"
                  FUNCTION TRIM(WS-LH-AUTHORIZED) "~"
                  FUNCTION TRIM(WS-LH-BY) "~"
                  FUNCTION TRIM(WS-LH-ASKED-BY)
                  DELIMITED BY SIZE INTO WS-LINE.
           OPEN EXTEND HOLD-FILE.
           IF WS-HOLD-STATUS = "35"
               OPEN OUTPUT HOLD-FILE
           END-IF.
           IF WS-HOLD-STATUS NOT = "00"
               CLOSE HOLD-FILE
               MOVE 'X' TO LS-RETURN-CODE
               EXIT SECTION
           END-IF.
           WRITE HOLD-RECORD FROM WS-LINE.
           CLOSE HOLD-FILE.
           MOVE "legal_holds.txt" TO WS-JRN-FILE.
           MOVE WS-LINE TO WS-JRN-TEXT.
           CALL "DATA-JOURNAL" USING WS-JRN-FILE, WS-JRN-TEXT, WS-JRN-RC.
           EXIT SECTION.

      *> WS-LG-EVENT and WS-LG-DETAIL are set by the caller; user and
      *> case come from LS-HOLD, the actor is LS-USERNAME.
       APPEND-LOG-ROW SECTION.
           INITIALIZE WS-LINE.
           STRING WS-TODAY(1:8) "~" WS-TODAY(9:6) "~"
                  FUNCTION TRIM(WS-LG-EVENT) "~"
                  FUNCTION TRIM(LS-LH-USER) "~"
                  FUNCTION TRIM(LS-LH-CASE) "~"
                  FUNCTION TRIM(LS-USERNAME) "~"
                  FUNCTION TRIM(WS-LG-DETAIL)
                  DELIMITED BY SIZE INTO WS-LINE.
           OPEN EXTEND HOLD-LOG-FILE.
           IF WS-HOLD-LOG-STATUS = "35"
               OPEN OUTPUT HOLD-LOG-FILE
           END-IF.
           IF WS-HOLD-LOG-STATUS NOT = "00"
               CLOSE HOLD-LOG-FILE
               EXIT SECTION
           END-IF.
           WRITE HOLD-LOG-RECORD FROM WS-LINE.
           CLOSE HOLD-LOG-FILE.
           MOVE "legal_hold_log.txt" TO WS-JRN-FILE.
           MOVE WS-LINE TO WS-JRN-TEXT.
           CALL "DATA-JOURNAL" USING WS-JRN-FILE, WS-JRN-TEXT, WS-JRN-RC.
           EXIT SECTION.

       PARSE-HOLD-ROW SECTION.
           MOVE SPACES TO WS-LH-ROW.
           UNSTRING WS-LINE DELIMITED BY "~"
               INTO WS-LH-USER, WS-LH-CASE, WS-LH-STATE, WS-LH-DATE,
                    WS-LH-AUTHORIZED, WS-LH-BY, WS-LH-ASKED-BY
           END-UNSTRING.
           EXIT SECTION.

       PARSE-LOG-ROW SECTION.
           MOVE SPACES TO WS-LG-ROW.
           UNSTRING WS-LINE DELIMITED BY "~"
               INTO WS-LG-DATE, WS-LG-TIME, WS-LG-EVENT, WS-LG-USER,
                    WS-LG-CASE, WS-LG-ACTOR, WS-LG-DETAIL
           END-UNSTRING.
           EXIT SECTION.

       DISPLAY-AND-LOG SECTION.
           DISPLAY FUNCTION TRIM(WS-MESSAGE).
           MOVE WS-MESSAGE TO OUTPUT-RECORD.
           WRITE OUTPUT-RECORD.
           EXIT.
