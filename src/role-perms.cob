       >>SOURCE FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROLE-PERMS.
       AUTHOR. Paola
       DATE-WRITTEN. 10/15/2026

       *> The role permission matrix behind every menu in incollege.cob:
       *> which menu actions each account type may see and run. One row
       *> per grant in role_permissions.txt, in the order the actions
       *> should be listed:
       *>   ROLE~ACTION        e.g.  STAFF~AD-19
       *> Lines starting with "#" are comments. The action codes are the
       *> message-catalog keys of the menu lines they stand for (AD-nn
       *> operations console, SF-nn careers office, FC-nn faculty,
       *> MM-nn main menu, EJ-nn employer jobs menu, AD-PERM this
       *> matrix's own maintenance screen). An EMPLOYER's EJ- actions
       *> make up the jobs menu reached from MM-03 and the rest its home
       *> menu; for every other role all of its actions are home menu,
       *> so an EJ- action granted to STAFF shows on the staff console.
       *> With no file on disk the built-in matrix below applies -- the
       *> same menus the system always had.
       *> Changes are audited two ways: GRANT and REVOKE from the
       *> console write an audit_log.txt row under the admin's name
       *> (PERM+ROLE/ACTION or PERM-ROLE/ACTION), and every LOAD
       *> fingerprints the file through CHAIN-HASH against the last one
       *> seen (perm_fingerprint.txt), so an edit made outside the
       *> console is logged as PERM-FILE-CHANGED under SYSTEM.
       *> Actions and return codes:
       *>   LOAD   - LS-ROLE, LS-MENU (HOME/JOBS) -> LS-PERM-LIST. S.
       *>   CHECK  - LS-ROLE, LS-CODE. S allowed, N not.
       *>   GRANT  - S done, A already granted, V unknown role/action,
       *>            X file error.
       *>   REVOKE - S done, N not granted, L refused (ADMIN must keep
       *>            AD-PERM or nobody could maintain the matrix).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERM-FILE ASSIGN TO "role_permissions.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERM-STATUS.
           SELECT PRINT-FILE ASSIGN TO "perm_fingerprint.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PERM-FILE.
       01  PERM-RECORD          PIC X(80).

       FD  PRINT-FILE.
       01  PRINT-RECORD         PIC X(40).

       WORKING-STORAGE SECTION.
       01  WS-PERM-STATUS       PIC X(2).
       01  WS-PRINT-STATUS      PIC X(2).
       01  WS-HAVE-FILE         PIC X VALUE 'N'.

      *> Built-in matrix: ROLE, prefix and the range of action numbers
      *> granted, in menu order. ADMIN also gets AD-PERM.
       01  WS-DEFAULT-RANGES.
           05 FILLER PIC X(14) VALUE "ADMIN   AD0130".
           05 FILLER PIC X(14) VALUE "STAFF   SF0123".
           05 FILLER PIC X(14) VALUE "FACULTY FC0103".
           05 FILLER PIC X(14) VALUE "STUDENT MM0131".
           05 FILLER PIC X(14) VALUE "EMPLOYERMM0126".
           05 FILLER PIC X(14) VALUE "EMPLOYEREJ0117".
       01  WS-DEFAULT-TABLE REDEFINES WS-DEFAULT-RANGES.
           05 WS-DEFAULT-RANGE OCCURS 6 TIMES.
              10 WS-DEF-ROLE     PIC X(8).
              10 WS-DEF-PREFIX   PIC X(2).
              10 WS-DEF-FROM     PIC 9(2).
              10 WS-DEF-TO       PIC 9(2).

      *> Highest action number each prefix has; anything past it (or
      *> an unknown prefix) is refused on GRANT.
       01  WS-PREFIX-LIMITS.
           05 FILLER PIC X(4) VALUE "AD30".
           05 FILLER PIC X(4) VALUE "SF23".
           05 FILLER PIC X(4) VALUE "FC03".
           05 FILLER PIC X(4) VALUE "MM31".
           05 FILLER PIC X(4) VALUE "EJ17".
       01  WS-PREFIX-TABLE REDEFINES WS-PREFIX-LIMITS.
           05 WS-PREFIX-ENTRY OCCURS 5 TIMES.
              10 WS-PFX-CODE     PIC X(2).
              10 WS-PFX-MAX      PIC 9(2).

       01  WS-PM-COUNT          PIC 9(3) VALUE 0.
       01  WS-PM-CAP-WARNED     PIC X VALUE 'N'.
       01  WS-PM-TABLE.
           05 WS-PM-ROW OCCURS 300 TIMES.
              10 WS-PM-ROLE      PIC X(8).
              10 WS-PM-CODE      PIC X(8).
       01  WS-PM-IDX            PIC 9(3).
      *> Comment lines at the head of the file, kept across a rewrite.
       01  WS-CMT-COUNT         PIC 9(2) VALUE 0.
       01  WS-CMT-TABLE.
           05 WS-CMT-LINE OCCURS 20 TIMES PIC X(80).
       01  WS-CMT-IDX           PIC 9(2).
       01  WS-PM-FOUND          PIC 9(3).
       01  D                    PIC 9(2).
       01  N                    PIC 9(2).
       01  WS-NUM-TEXT          PIC 9(2).

       01  WS-ROW-ROLE          PIC X(20).
       01  WS-ROW-CODE          PIC X(20).
       01  WS-CODE-NUM          PIC 9(2).
       01  WS-VALID             PIC X.

       01  WS-HASH-TEXT         PIC X(100).
       01  WS-NEW-PRINT         PIC X(20).
       01  WS-NEXT-PRINT        PIC X(20).
       01  WS-OLD-PRINT         PIC X(20).

       01  WS-AUDIT-USER        PIC X(20).
       01  WS-AUDIT-EVENT       PIC X(20).
       01  WS-AUDIT-OUTCOME     PIC X.
       01  WS-AUDIT-RC          PIC X.

       LINKAGE SECTION.
       01  LS-ACTION            PIC X(10).
       01  LS-ACTOR             PIC X(20).
       01  LS-ROLE              PIC X(8).
       01  LS-MENU              PIC X(8).
       01  LS-CODE              PIC X(8).
       01  LS-PERM-LIST.
           05 LS-PERM-COUNT     PIC 9(3).
           05 LS-PERM-CODE      OCCURS 60 TIMES PIC X(8).
       01  LS-RETURN-CODE       PIC X.

       PROCEDURE DIVISION USING LS-ACTION, LS-ACTOR, LS-ROLE, LS-MENU,
                                 LS-CODE, LS-PERM-LIST, LS-RETURN-CODE.

           MOVE 'X' TO LS-RETURN-CODE.
           MOVE FUNCTION UPPER-CASE(LS-ROLE) TO LS-ROLE.
           MOVE FUNCTION UPPER-CASE(LS-CODE) TO LS-CODE.
           PERFORM LOAD-MATRIX.

           EVALUATE FUNCTION TRIM(LS-ACTION)
               WHEN "LOAD"
                   PERFORM CHECK-FINGERPRINT
                   PERFORM BUILD-LIST
               WHEN "CHECK"
                   PERFORM FIND-GRANT
                   IF WS-PM-FOUND > 0
                       MOVE 'S' TO LS-RETURN-CODE
                   ELSE
                       MOVE 'N' TO LS-RETURN-CODE
                   END-IF
               WHEN "GRANT"
                   PERFORM GRANT-ACTION
               WHEN "REVOKE"
                   PERFORM REVOKE-ACTION
           END-EVALUATE.

           GOBACK.

       *> The role's actions for one menu, in file order.
       BUILD-LIST SECTION.
           MOVE 0 TO LS-PERM-COUNT.
           PERFORM VARYING WS-PM-IDX FROM 1 BY 1
                   UNTIL WS-PM-IDX > WS-PM-COUNT
               IF WS-PM-ROLE(WS-PM-IDX) = LS-ROLE
                  AND LS-PERM-COUNT < 60
                   IF LS-ROLE NOT = "EMPLOYER"
                      OR (LS-MENU = "JOBS"
                          AND WS-PM-CODE(WS-PM-IDX)(1:3) = "EJ-")
                      OR (LS-MENU NOT = "JOBS"
                          AND WS-PM-CODE(WS-PM-IDX)(1:3) NOT = "EJ-")
                       ADD 1 TO LS-PERM-COUNT
                       MOVE WS-PM-CODE(WS-PM-IDX)
                           TO LS-PERM-CODE(LS-PERM-COUNT)
                   END-IF
               END-IF
           END-PERFORM.
           MOVE 'S' TO LS-RETURN-CODE.
           EXIT SECTION.

       FIND-GRANT SECTION.
           MOVE 0 TO WS-PM-FOUND.
           PERFORM VARYING WS-PM-IDX FROM 1 BY 1
                   UNTIL WS-PM-IDX > WS-PM-COUNT OR WS-PM-FOUND > 0
               IF WS-PM-ROLE(WS-PM-IDX) = LS-ROLE
                  AND WS-PM-CODE(WS-PM-IDX) = LS-CODE
                   MOVE WS-PM-IDX TO WS-PM-FOUND
               END-IF
           END-PERFORM.
           EXIT SECTION.

       GRANT-ACTION SECTION.
           PERFORM VALIDATE-GRANT.
           IF WS-VALID = 'N'
               MOVE 'V' TO LS-RETURN-CODE
               EXIT SECTION
           END-IF.
           PERFORM FIND-GRANT.
           IF WS-PM-FOUND > 0
               MOVE 'A' TO LS-RETURN-CODE
               EXIT SECTION
           END-IF.
           IF WS-PM-COUNT >= 300
               DISPLAY "Permission table capped at 300 entries; grant not recorded."
               MOVE 'X' TO LS-RETURN-CODE
               EXIT SECTION
           END-IF.
           ADD 1 TO WS-PM-COUNT.
           MOVE LS-ROLE TO WS-PM-ROLE(WS-PM-COUNT).
           MOVE LS-CODE TO WS-PM-CODE(WS-PM-COUNT).
           PERFORM SAVE-MATRIX.
           IF WS-PERM-STATUS NOT = "00"
               MOVE 'X' TO LS-RETURN-CODE
               EXIT SECTION
           END-IF.
           MOVE "PERM+" TO WS-AUDIT-EVENT.
           PERFORM AUDIT-CHANGE.
           MOVE 'S' TO LS-RETURN-CODE.
           EXIT SECTION.

       REVOKE-ACTION SECTION.
           IF LS-ROLE = "ADMIN" AND LS-CODE = "AD-PERM"
               MOVE 'L' TO LS-RETURN-CODE
               EXIT SECTION
           END-IF.
           PERFORM FIND-GRANT.
           IF WS-PM-FOUND = 0
               MOVE 'N' TO LS-RETURN-CODE
               EXIT SECTION
           END-IF.
           PERFORM VARYING WS-PM-IDX FROM WS-PM-FOUND BY 1
                   UNTIL WS-PM-IDX >= WS-PM-COUNT
               MOVE WS-PM-ROW(WS-PM-IDX + 1) TO WS-PM-ROW(WS-PM-IDX)
           END-PERFORM.
           SUBTRACT 1 FROM WS-PM-COUNT.
           PERFORM SAVE-MATRIX.
           IF WS-PERM-STATUS NOT = "00"
               MOVE 'X' TO LS-RETURN-CODE
               EXIT SECTION
           END-IF.
           MOVE "PERM-" TO WS-AUDIT-EVENT.
           PERFORM AUDIT-CHANGE.
           MOVE 'S' TO LS-RETURN-CODE.
           EXIT SECTION.

       *> Known role, and an action code some menu actually has.
       VALIDATE-GRANT SECTION.
           MOVE 'N' TO WS-VALID.
           IF LS-ROLE NOT = "ADMIN" AND LS-ROLE NOT = "STAFF"
              AND LS-ROLE NOT = "FACULTY" AND LS-ROLE NOT = "STUDENT"
              AND LS-ROLE NOT = "EMPLOYER"
               EXIT SECTION
           END-IF.
           IF LS-CODE = "AD-PERM"
               MOVE 'Y' TO WS-VALID
               EXIT SECTION
           END-IF.
           IF LS-CODE(3:1) NOT = "-" OR LS-CODE(4:2) IS NOT NUMERIC
              OR LS-CODE(6:3) NOT = SPACES
               EXIT SECTION
           END-IF.
           MOVE LS-CODE(4:2) TO WS-CODE-NUM.
           PERFORM VARYING D FROM 1 BY 1 UNTIL D > 5
               IF WS-PFX-CODE(D) = LS-CODE(1:2)
                  AND WS-CODE-NUM >= 1
                  AND WS-CODE-NUM <= WS-PFX-MAX(D)
                   MOVE 'Y' TO WS-VALID
               END-IF
           END-PERFORM.
           EXIT SECTION.

       AUDIT-CHANGE SECTION.
           MOVE LS-ACTOR TO WS-AUDIT-USER.
           STRING FUNCTION TRIM(LS-ROLE) "/" FUNCTION TRIM(LS-CODE)
               DELIMITED BY SIZE INTO WS-AUDIT-EVENT(6:15).
           MOVE 'S' TO WS-AUDIT-OUTCOME.
           CALL "AUDIT-LOG" USING WS-AUDIT-USER, WS-AUDIT-EVENT,
                                   WS-AUDIT-OUTCOME, WS-AUDIT-RC.
           EXIT SECTION.

       *> From the file when there is one, else the built-in matrix.
       LOAD-MATRIX SECTION.
           MOVE 0 TO WS-PM-COUNT.
           MOVE 0 TO WS-CMT-COUNT.
           MOVE 'N' TO WS-HAVE-FILE.
           MOVE 'N' TO WS-PM-CAP-WARNED.
           OPEN INPUT PERM-FILE.
           IF WS-PERM-STATUS = "00"
               MOVE 'Y' TO WS-HAVE-FILE
               PERFORM UNTIL WS-PERM-STATUS NOT = "00"
                   READ PERM-FILE
                       AT END
                           MOVE "10" TO WS-PERM-STATUS
                       NOT AT END
                           PERFORM TAKE-PERM-ROW
                   END-READ
               END-PERFORM
               CLOSE PERM-FILE
           ELSE
               PERFORM VARYING D FROM 1 BY 1 UNTIL D > 6
                   PERFORM VARYING N FROM WS-DEF-FROM(D) BY 1
                           UNTIL N > WS-DEF-TO(D)
                       ADD 1 TO WS-PM-COUNT
                       MOVE WS-DEF-ROLE(D) TO WS-PM-ROLE(WS-PM-COUNT)
                       MOVE N TO WS-NUM-TEXT
                       MOVE SPACES TO WS-PM-CODE(WS-PM-COUNT)
                       STRING WS-DEF-PREFIX(D) "-" WS-NUM-TEXT
                           DELIMITED BY SIZE
                           INTO WS-PM-CODE(WS-PM-COUNT)
                   END-PERFORM
                   IF WS-DEF-ROLE(D) = "ADMIN"
                       ADD 1 TO WS-PM-COUNT
                       MOVE "ADMIN" TO WS-PM-ROLE(WS-PM-COUNT)
                       MOVE "AD-PERM" TO WS-PM-CODE(WS-PM-COUNT)
                   END-IF
               END-PERFORM
           END-IF.
           MOVE "00" TO WS-PERM-STATUS.
           EXIT SECTION.

       TAKE-PERM-ROW SECTION.
           IF PERM-RECORD(1:1) = "#"
               IF WS-CMT-COUNT < 20
                   ADD 1 TO WS-CMT-COUNT
                   MOVE PERM-RECORD TO WS-CMT-LINE(WS-CMT-COUNT)
               END-IF
               EXIT SECTION
           END-IF.
           IF PERM-RECORD = SPACES
               EXIT SECTION
           END-IF.
           MOVE SPACES TO WS-ROW-ROLE, WS-ROW-CODE.
           UNSTRING PERM-RECORD DELIMITED BY "~"
               INTO WS-ROW-ROLE, WS-ROW-CODE
           END-UNSTRING.
           IF FUNCTION TRIM(WS-ROW-ROLE) = SPACES
              OR FUNCTION TRIM(WS-ROW-CODE) = SPACES
               EXIT SECTION
           END-IF.
           IF WS-PM-COUNT < 300
               ADD 1 TO WS-PM-COUNT
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ROW-ROLE))
                   TO WS-PM-ROLE(WS-PM-COUNT)
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ROW-CODE))
                   TO WS-PM-CODE(WS-PM-COUNT)
           ELSE
               IF WS-PM-CAP-WARNED = 'N'
                   DISPLAY "Permission table capped at 300 entries; some entries were not loaded."
                   MOVE 'Y' TO WS-PM-CAP-WARNED
               END-IF
           END-IF.
           EXIT SECTION.

      *> Rewrites the whole matrix; a console change on a system still
      *> running on the built-in matrix writes it out in full first.
       SAVE-MATRIX SECTION.
           OPEN OUTPUT PERM-FILE.
           IF WS-PERM-STATUS NOT = "00"
               EXIT SECTION
           END-IF.
           IF WS-CMT-COUNT = 0
               ADD 1 TO WS-CMT-COUNT
               MOVE "# Role permission matrix -- ROLE~ACTION, in menu order."
                   TO WS-CMT-LINE(1)
           END-IF.
           PERFORM VARYING WS-CMT-IDX FROM 1 BY 1
                   UNTIL WS-CMT-IDX > WS-CMT-COUNT
               WRITE PERM-RECORD FROM WS-CMT-LINE(WS-CMT-IDX)
           END-PERFORM.
           PERFORM VARYING WS-PM-IDX FROM 1 BY 1
                   UNTIL WS-PM-IDX > WS-PM-COUNT
               MOVE SPACES TO PERM-RECORD
               STRING FUNCTION TRIM(WS-PM-ROLE(WS-PM-IDX)) "~"
                      FUNCTION TRIM(WS-PM-CODE(WS-PM-IDX))
                   DELIMITED BY SIZE INTO PERM-RECORD
               WRITE PERM-RECORD
           END-PERFORM.
           CLOSE PERM-FILE.
           MOVE 'Y' TO WS-HAVE-FILE.
           *> The console's own change is already audited; move the
           *> fingerprint along so the next LOAD does not log it again.
           PERFORM COMPUTE-FINGERPRINT.
           PERFORM STORE-FINGERPRINT.
           MOVE "00" TO WS-PERM-STATUS.
           EXIT SECTION.

      *> A file that no longer matches the last fingerprint was edited
      *> outside the console: log it once and remember the new state.
       CHECK-FINGERPRINT SECTION.
           PERFORM COMPUTE-FINGERPRINT.
           MOVE SPACES TO WS-OLD-PRINT.
           OPEN INPUT PRINT-FILE.
           IF WS-PRINT-STATUS = "00"
               READ PRINT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PRINT-RECORD TO WS-OLD-PRINT
               END-READ
               CLOSE PRINT-FILE
           END-IF.
           IF WS-OLD-PRINT = WS-NEW-PRINT
               EXIT SECTION
           END-IF.
           IF WS-OLD-PRINT NOT = SPACES
               MOVE "SYSTEM" TO WS-AUDIT-USER
               MOVE "PERM-FILE-CHANGED" TO WS-AUDIT-EVENT
               MOVE 'S' TO WS-AUDIT-OUTCOME
               CALL "AUDIT-LOG" USING WS-AUDIT-USER, WS-AUDIT-EVENT,
                                       WS-AUDIT-OUTCOME, WS-AUDIT-RC
           END-IF.
           PERFORM STORE-FINGERPRINT.
           EXIT SECTION.

       COMPUTE-FINGERPRINT SECTION.
           IF WS-HAVE-FILE = 'N'
               MOVE "BUILT-IN" TO WS-NEW-PRINT
               EXIT SECTION
           END-IF.
           MOVE SPACES TO WS-NEW-PRINT.
           OPEN INPUT PERM-FILE.
           PERFORM UNTIL WS-PERM-STATUS NOT = "00"
               READ PERM-FILE
                   AT END
                       MOVE "10" TO WS-PERM-STATUS
                   NOT AT END
                       MOVE PERM-RECORD TO WS-HASH-TEXT
                       CALL "CHAIN-HASH" USING WS-NEW-PRINT,
                                                WS-HASH-TEXT,
                                                WS-NEXT-PRINT
                       MOVE WS-NEXT-PRINT TO WS-NEW-PRINT
               END-READ
           END-PERFORM.
           CLOSE PERM-FILE.
           MOVE "00" TO WS-PERM-STATUS.
           EXIT SECTION.

       STORE-FINGERPRINT SECTION.
           OPEN OUTPUT PRINT-FILE.
           IF WS-PRINT-STATUS = "00"
               MOVE WS-NEW-PRINT TO PRINT-RECORD
               WRITE PRINT-RECORD
           END-IF.
           CLOSE PRINT-FILE.
           EXIT SECTION.
