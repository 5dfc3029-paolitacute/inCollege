       *> closed_accounts.txt
       *> (user~dateClosed~state), written by CLOSE-ACCOUNT; a swept
       *> row flips to ANONYMIZED so the work happens once.
       *> A closed user placed under legal hold (LEGAL-HOLD) after the
       *> closure is not swept: the row stays PENDING, is retried
       *> every night, and each night's refusal is logged for the
       *> hold report until the hold is released.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-WALK-TEXT         PIC X(8).

       01  WS-SWEPT-COUNT       PIC 9(4) VALUE 0.
       01  WS-HELD-COUNT        PIC 9(4) VALUE 0.

      *> Legal-hold check, sized to LEGAL-HOLD's linkage
       01  WS-HOLD-CALLER       PIC X(20) VALUE "RETENTION-SWEEP".
       01  WS-HOLD-ACTION       PIC X(10).
       01  WS-HOLD.
           05 WS-LH-USER            PIC X(20).
           05 WS-LH-CASE            PIC X(20).
           05 WS-LH-AUTHORIZED      PIC X(40).
           05 WS-LH-START           PIC X(8).
           05 WS-LH-OTHER           PIC X(20).
           05 WS-LH-DETAIL          PIC X(80).
       01  WS-HOLD-RC           PIC X.

      *> Chain-aware audit rewrite: the five colon fields and the
      *> re-derived link

           DISPLAY "RETENTION-SWEEP: anonymized " WS-SWEPT-COUNT
               " closed account(s).".
           IF WS-HELD-COUNT > 0
               DISPLAY "RETENTION-SWEEP: " WS-HELD-COUNT
                   " closed account(s) left alone under legal hold."
           END-IF.
           GOBACK.

       JUDGE-ONE-CLOSURE SECTION.
               EXIT SECTION
           END-IF.

           INITIALIZE WS-HOLD.
           MOVE WS-CL-USER TO WS-LH-USER.
           MOVE "CHECK" TO WS-HOLD-ACTION.
           CALL "LEGAL-HOLD" USING WS-HOLD-CALLER, WS-HOLD-ACTION,
                                    WS-HOLD, WS-HOLD-RC.
           IF WS-HOLD-RC = 'H'
               STRING "anonymization of account closed " WS-CL-DATE
                      " deferred"
                      DELIMITED BY SIZE INTO WS-LH-DETAIL
               MOVE "PREVENTED" TO WS-HOLD-ACTION
               CALL "LEGAL-HOLD" USING WS-HOLD-CALLER, WS-HOLD-ACTION,
                                        WS-HOLD, WS-HOLD-RC
               ADD 1 TO WS-HELD-COUNT
               EXIT SECTION
           END-IF.

           PERFORM BUILD-ANON-TOKEN.
           PERFORM SWEEP-ALL-STORES.
           ADD 1 TO WS-SWEPT-COUNT.
