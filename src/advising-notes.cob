       >>SOURCE FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADVISING-NOTES.
       AUTHOR. Paola
       DATE-WRITTEN. 10/15/2026

       *> Confidential case notes the careers office keeps on a
       *> student, so the next advisor starts from the last one's
       *> notes instead of a personal document. Only STAFF with a
       *> campus binding use it, and only on students of that campus
       *> (STAFF-SCOPE CHECKUSER); a note is seen by the staff of the
       *> campus it was written at and by no one else -- never the
       *> student, an employer or another campus. One row per note or
       *> follow-up task in advising_notes.txt:
       *>   student~id~date~category~staff~campus~kind~due~status~
       *>   doneOn~doneBy~text
       *>     id        six digits, one past the highest on file
       *>     category  RESUME, INTERVIEW, JOBSEARCH, ACADEMIC or
       *>               GENERAL
       *>     kind      NOTE, or TASK for a follow-up with a due date
       *>     status    OPEN or DONE (tasks only)
       *> Notes are never edited or deleted here. CLOSE-ACCOUNT purges
       *> a student's rows with the rest of their records (and does
       *> not close an account under legal hold), RENAME-USER follows
       *> the student, the author and whoever closed a task, and
       *> DATA-EXPORT includes them in the student's personal data
       *> package.
       *> Every read and write, and every refused attempt, is audited
       *> twice: an AUDIT-LOG row under the staff member, and a row in
       *> advising_notes_access.txt naming whose notes were touched:
       *>   student~staff~date~time~event~id
       *> Actions:
       *>   ADD      note on LS-NT-STUDENT in LS-NT-CATEGORY
       *>   TASK     follow-up on LS-NT-STUDENT due LS-NT-DUE
       *>   HISTORY  the student's notes and tasks from this campus
       *>   TASKS    this campus's open follow-ups, soonest due first
       *>   DONE     closes follow-up LS-NT-ID
       *> Return codes: 'S' done, 'V' blank text, unknown category or
       *> a due date that is not a date from today on, 'O' the student
       *> (or the task) belongs to another campus, 'F' the caller has
       *> no campus or the student no profile, 'N' nothing on file (no
       *> such open task for DONE), 'X' unknown action or file full.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NOTES-FILE ASSIGN TO "advising_notes.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTES-STATUS.
           SELECT ACCESS-FILE ASSIGN TO "advising_notes_access.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCESS-STATUS.
           SELECT OUTPUT-FILE ASSIGN TO "InCollege-Output.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUTPUT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  NOTES-FILE.
       01  NOTES-RECORD         PIC X(400).

       FD  ACCESS-FILE.
       01  ACCESS-RECORD        PIC X(100).

       FD  OUTPUT-FILE.
       01  OUTPUT-RECORD        PIC X(350).

       WORKING-STORAGE SECTION.
       01  WS-NOTES-STATUS      PIC X(2).
       01  WS-ACCESS-STATUS     PIC X(2).
       01  WS-OUTPUT-STATUS     PIC X(2).
       01  WS-MESSAGE           PIC X(300).
       01  WS-LINE              PIC X(400).

      *> advising_notes.txt, held whole
       01  WS-NT-COUNT          PIC 9(4) VALUE 0.
       01  WS-NT-OVER           PIC X VALUE 'N'.
       01  WS-NT-TABLE.
           05 WS-NT-TEMP OCCURS 2000 TIMES PIC X(400).
       01  I                    PIC 9(4).
       01  WS-ROW               PIC 9(4).
       01  WS-HIGH-ID           PIC 9(6).
       01  WS-ID-NUM            PIC 9(6).
       01  WS-ID-TEXT           PIC X(6).

      *> One advising_notes.txt row
       01  WS-AN-STUDENT        PIC X(20).
       01  WS-AN-ID             PIC X(6).
       01  WS-AN-DATE           PIC X(8).
       01  WS-AN-CATEGORY       PIC X(10).
       01  WS-AN-STAFF          PIC X(20).
       01  WS-AN-CAMPUS         PIC X(100).
       01  WS-AN-KIND           PIC X(4).
       01  WS-AN-DUE            PIC X(8).
       01  WS-AN-STATUS         PIC X(4).
       01  WS-AN-DONE-ON        PIC X(8).
       01  WS-AN-DONE-BY        PIC X(20).
       01  WS-AN-TEXT           PIC X(200).

       01  WS-TODAY             PIC X(21).
       01  WS-DATE-NUM          PIC 9(8).
       01  WS-CATEGORY-LIST     PIC X(50)
               VALUE " RESUME INTERVIEW JOBSEARCH ACADEMIC GENERAL ".
       01  WS-CATEGORY-PROBE    PIC X(12).
       01  WS-TALLY             PIC 9(2).

      *> Campus of the caller, and whether the student is in it
       01  WS-SCOPE-ACTION      PIC X(10).
       01  WS-SCOPE-TARGET      PIC X(20).
       01  WS-SCOPE-CAMPUS      PIC X(100).
       01  WS-SCOPE-RC          PIC X.
       01  WS-MY-CAMPUS         PIC X(100).

      *> Audit
       01  WS-AUDIT-EVENT       PIC X(20).
       01  WS-AUDIT-OUTCOME     PIC X.
       01  WS-AUDIT-RC          PIC X.
       01  WS-ACCESS-STUDENT    PIC X(20).
       01  WS-ACCESS-ID         PIC X(6).
       01  WS-REFUSED-TEXT      PIC X(8).

      *> Open follow-ups, ordered by due date
       01  WS-PICK-COUNT        PIC 9(3) VALUE 0.
       01  WS-PICK-TABLE.
           05 WS-PICK OCCURS 500 TIMES.
              10 WS-PICK-KEY    PIC X(14).
              10 WS-PICK-ROW    PIC 9(4).
       01  WS-PICK-SWAP         PIC X(18).
       01  P                    PIC 9(3).
       01  Q                    PIC 9(3).

       01  WS-COUNT             PIC 9(4) VALUE 0.
       01  WS-LATE-TEXT         PIC X(10).

       LINKAGE SECTION.
       01  LS-USERNAME          PIC X(20).
      *> 'ADD', 'TASK', 'HISTORY', 'TASKS' or 'DONE'
       01  LS-ACTION            PIC X(10).
       01  LS-NOTE.
           05 LS-NT-STUDENT     PIC X(20).
           05 LS-NT-ID          PIC X(6).
           05 LS-NT-CATEGORY    PIC X(10).
           05 LS-NT-DUE         PIC X(8).
           05 LS-NT-TEXT        PIC X(200).
       01  LS-RETURN-CODE       PIC X.

       PROCEDURE DIVISION USING LS-USERNAME, LS-ACTION, LS-NOTE,
                                 LS-RETURN-CODE.

           MOVE 'X' TO LS-RETURN-CODE.
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(LS-NT-CATEGORY))
               TO LS-NT-CATEGORY.
           OPEN EXTEND OUTPUT-FILE.
           IF WS-OUTPUT-STATUS = "35"
               OPEN OUTPUT OUTPUT-FILE
           END-IF.

           EVALUATE FUNCTION TRIM(LS-ACTION)
               WHEN "ADD"
                   PERFORM ADD-NOTE
               WHEN "TASK"
                   PERFORM ADD-NOTE
               WHEN "HISTORY"
                   PERFORM SHOW-HISTORY
               WHEN "TASKS"
                   PERFORM LIST-OPEN-TASKS
               WHEN "DONE"
                   PERFORM CLOSE-TASK
           END-EVALUATE.
           CLOSE OUTPUT-FILE.
           GOBACK.

      *> ----------------------------------------------------------
      *> ADD / TASK
      *> ----------------------------------------------------------
       ADD-NOTE SECTION.
           IF FUNCTION TRIM(LS-ACTION) = "TASK"
               MOVE "ADVNOTE-TASK" TO WS-AUDIT-EVENT
           ELSE
               MOVE "ADVNOTE-ADD" TO WS-AUDIT-EVENT
           END-IF.
           MOVE LS-NT-STUDENT TO WS-ACCESS-STUDENT.
           MOVE SPACES TO WS-ACCESS-ID.
           PERFORM CHECK-STUDENT-SCOPE.
           IF LS-RETURN-CODE NOT = 'S'
               PERFORM WRITE-AUDIT
               EXIT SECTION
           END-IF.

           IF FUNCTION TRIM(LS-NT-TEXT) = SPACES
               MOVE 'V' TO LS-RETURN-CODE
               PERFORM WRITE-AUDIT
               EXIT SECTION
           END-IF.
           MOVE 0 TO WS-TALLY.
           IF LS-NT-CATEGORY NOT = SPACES
               MOVE SPACES TO WS-CATEGORY-PROBE
               STRING " " FUNCTION TRIM(LS-NT-CATEGORY) " "
                   DELIMITED BY SIZE INTO WS-CATEGORY-PROBE
               INSPECT WS-CATEGORY-LIST TALLYING WS-TALLY
                   FOR ALL WS-CATEGORY-PROBE(1:
                       FUNCTION LENGTH(FUNCTION TRIM(LS-NT-CATEGORY)) + 2)
           END-IF.
           IF WS-TALLY = 0
               MOVE 'V' TO LS-RETURN-CODE
               PERFORM WRITE-AUDIT
               EXIT SECTION
           END-IF.
      *> Loaded first: reading the file reuses the row fields below.
           PERFORM LOAD-NOTES.
           IF WS-NT-OVER = 'Y' OR WS-NT-COUNT >= 2000
               MOVE 'X' TO LS-RETURN-CODE
               PERFORM WRITE-AUDIT
               EXIT SECTION
           END-IF.
           MOVE SPACES TO WS-AN-DUE, WS-AN-STATUS.
           IF FUNCTION TRIM(LS-ACTION) = "TASK"
               IF LS-NT-DUE IS NOT NUMERIC
                   MOVE 'V' TO LS-RETURN-CODE
                   PERFORM WRITE-AUDIT
                   EXIT SECTION
               END-IF
               MOVE LS-NT-DUE TO WS-DATE-NUM
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-NUM) NOT = 0
                  OR LS-NT-DUE < WS-TODAY(1:8)
                   MOVE 'V' TO LS-RETURN-CODE
                   PERFORM WRITE-AUDIT
                   EXIT SECTION
               END-IF
               MOVE LS-NT-DUE TO WS-AN-DUE
               MOVE "OPEN" TO WS-AN-STATUS
               MOVE "TASK" TO WS-AN-KIND
           ELSE
               MOVE "NOTE" TO WS-AN-KIND
           END-IF.

           ADD 1 TO WS-HIGH-ID GIVING WS-ID-NUM.
           MOVE WS-ID-NUM TO WS-AN-ID.
           MOVE LS-NT-STUDENT TO WS-AN-STUDENT.
           MOVE WS-TODAY(1:8) TO WS-AN-DATE.
           MOVE LS-NT-CATEGORY TO WS-AN-CATEGORY.
           MOVE LS-USERNAME TO WS-AN-STAFF.
           MOVE WS-MY-CAMPUS TO WS-AN-CAMPUS.
           MOVE SPACES TO WS-AN-DONE-ON, WS-AN-DONE-BY.
      *> The text is the last field, but a tilde in it would still
      *> read back as a field break.
           MOVE LS-NT-TEXT TO WS-AN-TEXT.
           INSPECT WS-AN-TEXT REPLACING ALL "~" BY "-".
           PERFORM BUILD-NOTE-ROW.

           OPEN EXTEND NOTES-FILE.
           IF WS-NOTES-STATUS = "35"
               OPEN OUTPUT NOTES-FILE
           END-IF.
           WRITE NOTES-RECORD FROM WS-LINE.
           CLOSE NOTES-FILE.

           MOVE WS-AN-ID TO LS-NT-ID, WS-ACCESS-ID.
           MOVE 'S' TO LS-RETURN-CODE.
           PERFORM WRITE-AUDIT.
           EXIT SECTION.

      *> ----------------------------------------------------------
      *> HISTORY
      *> ----------------------------------------------------------
       SHOW-HISTORY SECTION.
           MOVE "ADVNOTE-READ" TO WS-AUDIT-EVENT.
           MOVE LS-NT-STUDENT TO WS-ACCESS-STUDENT.
           MOVE SPACES TO WS-ACCESS-ID.
           PERFORM CHECK-STUDENT-SCOPE.
           IF LS-RETURN-CODE NOT = 'S'
               PERFORM WRITE-AUDIT
               EXIT SECTION
           END-IF.

           PERFORM LOAD-NOTES.
           INITIALIZE WS-MESSAGE.
           STRING "--- Case Notes: " FUNCTION TRIM(LS-NT-STUDENT) " ---"
               DELIMITED BY SIZE INTO WS-MESSAGE.
           PERFORM DISPLAY-AND-LOG.
           MOVE 0 TO WS-COUNT.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-NT-COUNT
               MOVE WS-NT-TEMP(I) TO WS-LINE
               PERFORM PARSE-NOTE-ROW
               IF FUNCTION TRIM(WS-AN-STUDENT) =
                  FUNCTION TRIM(LS-NT-STUDENT)
                  AND FUNCTION TRIM(WS-AN-CAMPUS) =
                      FUNCTION TRIM(WS-MY-CAMPUS)
                   ADD 1 TO WS-COUNT
                   PERFORM DESCRIBE-NOTE
               END-IF
           END-PERFORM.
           IF WS-COUNT = 0
               MOVE "No notes on file for this student at your campus."
                   TO WS-MESSAGE
               PERFORM DISPLAY-AND-LOG
               MOVE 'N' TO LS-RETURN-CODE
           ELSE
               MOVE 'S' TO LS-RETURN-CODE
           END-IF.
      *> A look that finds nothing is still a look.
           MOVE 'S' TO WS-AUDIT-OUTCOME.
           PERFORM WRITE-ACCESS-ROW.
           CALL "AUDIT-LOG" USING LS-USERNAME, WS-AUDIT-EVENT,
                                   WS-AUDIT-OUTCOME, WS-AUDIT-RC.
           EXIT SECTION.

      *> Two lines: what and when, then the text itself.
       DESCRIBE-NOTE SECTION.
           INITIALIZE WS-MESSAGE.
           IF WS-AN-KIND = "TASK"
               IF WS-AN-STATUS = "DONE"
                   STRING "#" WS-AN-ID " " WS-AN-DATE " "
                          FUNCTION TRIM(WS-AN-CATEGORY)
                          " follow-up by " FUNCTION TRIM(WS-AN-STAFF)
                          ", due " WS-AN-DUE ", done " WS-AN-DONE-ON
                          " by " FUNCTION TRIM(WS-AN-DONE-BY)
                       DELIMITED BY SIZE INTO WS-MESSAGE
               ELSE
                   STRING "#" WS-AN-ID " " WS-AN-DATE " "
                          FUNCTION TRIM(WS-AN-CATEGORY)
                          " follow-up by " FUNCTION TRIM(WS-AN-STAFF)
                          ", due " WS-AN-DUE ", open"
                       DELIMITED BY SIZE INTO WS-MESSAGE
               END-IF
           ELSE
               STRING "#" WS-AN-ID " " WS-AN-DATE " "
                      FUNCTION TRIM(WS-AN-CATEGORY)
                      " note by " FUNCTION TRIM(WS-AN-STAFF)
                   DELIMITED BY SIZE INTO WS-MESSAGE
           END-IF.
           PERFORM DISPLAY-AND-LOG.
           INITIALIZE WS-MESSAGE.
           STRING "    " FUNCTION TRIM(WS-AN-TEXT)
               DELIMITED BY SIZE INTO WS-MESSAGE.
           PERFORM DISPLAY-AND-LOG.
           EXIT SECTION.

      *> ----------------------------------------------------------
      *> TASKS
      *> ----------------------------------------------------------
       LIST-OPEN-TASKS SECTION.
           MOVE "ADVNOTE-TASKLIST" TO WS-AUDIT-EVENT.
           PERFORM GET-MY-CAMPUS.
           IF WS-MY-CAMPUS = SPACES
               MOVE 'F' TO LS-RETURN-CODE
               MOVE SPACES TO WS-ACCESS-STUDENT, WS-ACCESS-ID
               PERFORM WRITE-AUDIT
               EXIT SECTION
           END-IF.

           PERFORM LOAD-NOTES.
           MOVE 0 TO WS-PICK-COUNT.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-NT-COUNT
               MOVE WS-NT-TEMP(I) TO WS-LINE
               PERFORM PARSE-NOTE-ROW
               IF WS-AN-KIND = "TASK" AND WS-AN-STATUS = "OPEN"
                  AND FUNCTION TRIM(WS-AN-CAMPUS) =
                      FUNCTION TRIM(WS-MY-CAMPUS)
                  AND WS-PICK-COUNT < 500
                   ADD 1 TO WS-PICK-COUNT
                   STRING WS-AN-DUE WS-AN-ID DELIMITED BY SIZE
                       INTO WS-PICK-KEY(WS-PICK-COUNT)
                   MOVE I TO WS-PICK-ROW(WS-PICK-COUNT)
               END-IF
           END-PERFORM.
           PERFORM SORT-PICKS.

           MOVE "--- Open Follow-ups at Your Campus ---" TO WS-MESSAGE.
           PERFORM DISPLAY-AND-LOG.
           IF WS-PICK-COUNT = 0
               MOVE "No open follow-ups." TO WS-MESSAGE
               PERFORM DISPLAY-AND-LOG
               MOVE 'N' TO LS-RETURN-CODE
               MOVE SPACES TO WS-ACCESS-STUDENT, WS-ACCESS-ID
               MOVE 'S' TO WS-AUDIT-OUTCOME
               CALL "AUDIT-LOG" USING LS-USERNAME, WS-AUDIT-EVENT,
                                       WS-AUDIT-OUTCOME, WS-AUDIT-RC
               EXIT SECTION
           END-IF.
           MOVE 'S' TO WS-AUDIT-OUTCOME.
           PERFORM VARYING P FROM 1 BY 1 UNTIL P > WS-PICK-COUNT
               MOVE WS-NT-TEMP(WS-PICK-ROW(P)) TO WS-LINE
               PERFORM PARSE-NOTE-ROW
               IF WS-AN-DUE < WS-TODAY(1:8)
                   MOVE " OVERDUE" TO WS-LATE-TEXT
               ELSE
                   MOVE SPACES TO WS-LATE-TEXT
               END-IF
               INITIALIZE WS-MESSAGE
               STRING "#" WS-AN-ID " due " WS-AN-DUE
                      FUNCTION TRIM(WS-LATE-TEXT TRAILING) " -- "
                      FUNCTION TRIM(WS-AN-STUDENT) ", "
                      FUNCTION TRIM(WS-AN-CATEGORY) ", set by "
                      FUNCTION TRIM(WS-AN-STAFF) ": "
                      FUNCTION TRIM(WS-AN-TEXT)
                   DELIMITED BY SIZE INTO WS-MESSAGE
               PERFORM DISPLAY-AND-LOG
      *> Each student whose follow-up was shown was read about.
               MOVE WS-AN-STUDENT TO WS-ACCESS-STUDENT
               MOVE WS-AN-ID TO WS-ACCESS-ID
               PERFORM WRITE-ACCESS-ROW
           END-PERFORM.
           MOVE 'S' TO LS-RETURN-CODE.
           CALL "AUDIT-LOG" USING LS-USERNAME, WS-AUDIT-EVENT,
                                   WS-AUDIT-OUTCOME, WS-AUDIT-RC.
           EXIT SECTION.

       SORT-PICKS SECTION.
           PERFORM VARYING P FROM 1 BY 1 UNTIL P >= WS-PICK-COUNT
               PERFORM VARYING Q FROM 1 BY 1
                       UNTIL Q > WS-PICK-COUNT - P
                   IF WS-PICK-KEY(Q) > WS-PICK-KEY(Q + 1)
                       MOVE WS-PICK(Q) TO WS-PICK-SWAP
                       MOVE WS-PICK(Q + 1) TO WS-PICK(Q)
                       MOVE WS-PICK-SWAP TO WS-PICK(Q + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.
           EXIT SECTION.

      *> ----------------------------------------------------------
      *> DONE
      *> ----------------------------------------------------------
       CLOSE-TASK SECTION.
           MOVE "ADVNOTE-DONE" TO WS-AUDIT-EVENT.
           MOVE SPACES TO WS-ACCESS-STUDENT.
           MOVE SPACES TO WS-ID-TEXT.
           IF FUNCTION TRIM(LS-NT-ID) IS NUMERIC
               MOVE FUNCTION NUMVAL(LS-NT-ID) TO WS-ID-NUM
               MOVE WS-ID-NUM TO WS-ID-TEXT
           END-IF.
           MOVE WS-ID-TEXT TO WS-ACCESS-ID.
           PERFORM GET-MY-CAMPUS.
           IF WS-MY-CAMPUS = SPACES
               MOVE 'F' TO LS-RETURN-CODE
               PERFORM WRITE-AUDIT
               EXIT SECTION
           END-IF.

           PERFORM LOAD-NOTES.
           MOVE 0 TO WS-ROW.
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > WS-NT-COUNT OR WS-ROW > 0
               MOVE WS-NT-TEMP(I) TO WS-LINE
               PERFORM PARSE-NOTE-ROW
               IF WS-AN-ID = WS-ID-TEXT AND WS-ID-TEXT NOT = SPACES
                   MOVE I TO WS-ROW
               END-IF
           END-PERFORM.
           IF WS-ROW = 0 OR WS-AN-KIND NOT = "TASK"
              OR WS-AN-STATUS NOT = "OPEN"
               MOVE 'N' TO LS-RETURN-CODE
               PERFORM WRITE-AUDIT
               EXIT SECTION
           END-IF.
           MOVE WS-AN-STUDENT TO WS-ACCESS-STUDENT.
           IF FUNCTION TRIM(WS-AN-CAMPUS) NOT = FUNCTION TRIM(WS-MY-CAMPUS)
               MOVE 'O' TO LS-RETURN-CODE
               PERFORM WRITE-AUDIT
               EXIT SECTION
           END-IF.

           MOVE "DONE" TO WS-AN-STATUS.
           MOVE WS-TODAY(1:8) TO WS-AN-DONE-ON.
           MOVE LS-USERNAME TO WS-AN-DONE-BY.
           PERFORM BUILD-NOTE-ROW.
           MOVE WS-LINE TO WS-NT-TEMP(WS-ROW).
           PERFORM SAVE-NOTES.
           MOVE WS-AN-STUDENT TO LS-NT-STUDENT.
           MOVE 'S' TO LS-RETURN-CODE.
           PERFORM WRITE-AUDIT.
           EXIT SECTION.

      *> ----------------------------------------------------------
      *> Shared
      *> ----------------------------------------------------------
      *> LS-RETURN-CODE 'S' with WS-MY-CAMPUS set when the caller is
      *> bound to a campus and the student studies there.
       CHECK-STUDENT-SCOPE SECTION.
           PERFORM GET-MY-CAMPUS.
           IF WS-MY-CAMPUS = SPACES
               MOVE 'F' TO LS-RETURN-CODE
               EXIT SECTION
           END-IF.
           MOVE "CHECKUSER" TO WS-SCOPE-ACTION.
           MOVE LS-NT-STUDENT TO WS-SCOPE-TARGET.
           MOVE SPACES TO WS-SCOPE-CAMPUS.
           CALL "STAFF-SCOPE" USING LS-USERNAME, WS-SCOPE-ACTION,
                                     WS-SCOPE-TARGET, WS-SCOPE-CAMPUS,
                                     WS-SCOPE-RC.
           MOVE WS-SCOPE-RC TO LS-RETURN-CODE.
           EXIT SECTION.

       GET-MY-CAMPUS SECTION.
           MOVE SPACES TO WS-MY-CAMPUS, WS-SCOPE-TARGET, WS-SCOPE-CAMPUS.
           MOVE "GETCAMPUS" TO WS-SCOPE-ACTION.
           CALL "STAFF-SCOPE" USING LS-USERNAME, WS-SCOPE-ACTION,
                                     WS-SCOPE-TARGET, WS-SCOPE-CAMPUS,
                                     WS-SCOPE-RC.
           IF WS-SCOPE-RC = 'S'
               MOVE WS-SCOPE-CAMPUS TO WS-MY-CAMPUS
           END-IF.
           EXIT SECTION.

      *> Both trails for one access: AUDIT-LOG under the staff member,
      *> 'S' for a completed read or write and 'F' for a refusal, and
      *> the access row naming WS-ACCESS-STUDENT.
       WRITE-AUDIT SECTION.
           IF LS-RETURN-CODE = 'S'
               MOVE 'S' TO WS-AUDIT-OUTCOME
           ELSE
               MOVE 'F' TO WS-AUDIT-OUTCOME
           END-IF.
           CALL "AUDIT-LOG" USING LS-USERNAME, WS-AUDIT-EVENT,
                                   WS-AUDIT-OUTCOME, WS-AUDIT-RC.
           PERFORM WRITE-ACCESS-ROW.
           EXIT SECTION.

       WRITE-ACCESS-ROW SECTION.
           IF WS-ACCESS-STUDENT = SPACES
               EXIT SECTION
           END-IF.
           OPEN EXTEND ACCESS-FILE.
           IF WS-ACCESS-STATUS = "35"
               OPEN OUTPUT ACCESS-FILE
           END-IF.
           IF WS-AUDIT-OUTCOME = 'S'
               MOVE SPACES TO WS-REFUSED-TEXT
           ELSE
               MOVE "~REFUSED" TO WS-REFUSED-TEXT
           END-IF.
           INITIALIZE ACCESS-RECORD.
           STRING FUNCTION TRIM(WS-ACCESS-STUDENT) "~"
                  FUNCTION TRIM(LS-USERNAME) "~"
                  WS-TODAY(1:8) "~"
                  WS-TODAY(9:2) ":" WS-TODAY(11:2) "~"
                  FUNCTION TRIM(WS-AUDIT-EVENT) "~"
                  FUNCTION TRIM(WS-ACCESS-ID)
                  FUNCTION TRIM(WS-REFUSED-TEXT)
               DELIMITED BY SIZE INTO ACCESS-RECORD.
           WRITE ACCESS-RECORD.
           CLOSE ACCESS-FILE.
           EXIT SECTION.

       LOAD-NOTES SECTION.
           MOVE 0 TO WS-NT-COUNT, WS-HIGH-ID.
           MOVE 'N' TO WS-NT-OVER.
           OPEN INPUT NOTES-FILE.
           IF WS-NOTES-STATUS NOT = "00"
               CLOSE NOTES-FILE
               EXIT SECTION
           END-IF.
           PERFORM UNTIL WS-NOTES-STATUS NOT = "00"
               READ NOTES-FILE
                   AT END
                       MOVE "10" TO WS-NOTES-STATUS
                   NOT AT END
                       IF FUNCTION TRIM(NOTES-RECORD) > SPACES
                           IF WS-NT-COUNT < 2000
                               ADD 1 TO WS-NT-COUNT
                               MOVE NOTES-RECORD TO WS-NT-TEMP(WS-NT-COUNT)
                               MOVE NOTES-RECORD TO WS-LINE
                               PERFORM PARSE-NOTE-ROW
                               IF WS-AN-ID IS NUMERIC
                                  AND WS-AN-ID > WS-HIGH-ID
                                   MOVE WS-AN-ID TO WS-HIGH-ID
                               END-IF
                           ELSE
                               MOVE 'Y' TO WS-NT-OVER
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE NOTES-FILE.
           EXIT SECTION.

       SAVE-NOTES SECTION.
           IF WS-NT-OVER = 'Y'
               EXIT SECTION
           END-IF.
           OPEN OUTPUT NOTES-FILE.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-NT-COUNT
               WRITE NOTES-RECORD FROM WS-NT-TEMP(I)
           END-PERFORM.
           CLOSE NOTES-FILE.
           EXIT SECTION.

       PARSE-NOTE-ROW SECTION.
           MOVE SPACES TO WS-AN-STUDENT, WS-AN-ID, WS-AN-DATE,
                          WS-AN-CATEGORY, WS-AN-STAFF, WS-AN-CAMPUS,
                          WS-AN-KIND, WS-AN-DUE, WS-AN-STATUS,
                          WS-AN-DONE-ON, WS-AN-DONE-BY, WS-AN-TEXT.
           UNSTRING WS-LINE DELIMITED BY "~"
               INTO WS-AN-STUDENT, WS-AN-ID, WS-AN-DATE,
                    WS-AN-CATEGORY, WS-AN-STAFF, WS-AN-CAMPUS,
                    WS-AN-KIND, WS-AN-DUE, WS-AN-STATUS,
                    WS-AN-DONE-ON, WS-AN-DONE-BY, WS-AN-TEXT
           END-UNSTRING.
           EXIT SECTION.

       BUILD-NOTE-ROW SECTION.
           MOVE SPACES TO WS-LINE.
           STRING FUNCTION TRIM(WS-AN-STUDENT) "~"
                  FUNCTION TRIM(WS-AN-ID) "~"
                  FUNCTION TRIM(WS-AN-DATE) "~"
                  FUNCTION TRIM(WS-AN-CATEGORY) "~"
                  FUNCTION TRIM(WS-AN-STAFF) "~"
                  FUNCTION TRIM(WS-AN-CAMPUS) "~"
                  FUNCTION TRIM(WS-AN-KIND) "~"
                  FUNCTION TRIM(WS-AN-DUE) "~"
                  FUNCTION TRIM(WS-AN-STATUS) "~"
                  FUNCTION TRIM(WS-AN-DONE-ON) "~"
                  FUNCTION TRIM(WS-AN-DONE-BY) "~"
                  FUNCTION TRIM(WS-AN-TEXT)
               DELIMITED BY SIZE INTO WS-LINE.
           EXIT SECTION.

       DISPLAY-AND-LOG SECTION.
           DISPLAY FUNCTION TRIM(WS-MESSAGE).
           MOVE WS-MESSAGE TO OUTPUT-RECORD.
           WRITE OUTPUT-RECORD.
           EXIT.
