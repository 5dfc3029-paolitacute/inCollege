       *> APPROVE runs the real operation (ADMIN-OPS for account
       *> actions, CLOSE-ACCOUNT for a close) and writes BOTH admin
       *> identities to audit_log.txt. REJECT just closes the row.
       *> Releasing a legal hold always goes this way (action UNHOLD,
       *> target the held user, value the case reference) whatever
       *> the configured list says: APPROVE calls LEGAL-HOLD's
       *> RELEASE, REJECT its DECLINED, so the hold log shows both
       *> admins either way. An approved CLOSE of a held account
       *> comes back H from CLOSE-ACCOUNT and is handed back as H.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-AUDIT-EVENT       PIC X(20).
       01  WS-AUDIT-RC          PIC X.

      *> Hold release plumbing, sized to LEGAL-HOLD's linkage
       01  WS-HOLD-ACTION       PIC X(10).
       01  WS-HOLD.
           05 WS-LH-USER            PIC X(20).
           05 WS-LH-CASE            PIC X(20).
           05 WS-LH-AUTHORIZED      PIC X(40).
           05 WS-LH-START           PIC X(8).
           05 WS-LH-OTHER           PIC X(20).
           05 WS-LH-DETAIL          PIC X(80).

       LINKAGE SECTION.
       01  LS-USERNAME          PIC X(20).
      *> 'NEEDED'  = does LS-OP-ACTION require dual control? 'Y'/'N'
           CLOSE PENDING-FILE.

           IF FUNCTION TRIM(LS-ACTION) = "REJECT"
               IF FUNCTION TRIM(WS-EXEC-ACTION) = "UNHOLD"
                   INITIALIZE WS-HOLD
                   MOVE LS-OP-TARGET TO WS-LH-USER
                   MOVE WS-EXEC-VALUE TO WS-LH-CASE
                   MOVE WS-MATCH-BY TO WS-LH-OTHER
                   MOVE "DECLINED" TO WS-HOLD-ACTION
                   CALL "LEGAL-HOLD" USING LS-USERNAME, WS-HOLD-ACTION,
                                            WS-HOLD, WS-EXEC-RC
               END-IF
               MOVE "DUAL-REJECT" TO WS-AUDIT-EVENT
               CALL "AUDIT-LOG" USING LS-USERNAME, WS-AUDIT-EVENT,
                                       'S', WS-AUDIT-RC
           EXIT SECTION.

       EXECUTE-APPROVED-OP SECTION.
           EVALUATE FUNCTION TRIM(WS-EXEC-ACTION)
               WHEN "CLOSE"
                   CALL "CLOSE-ACCOUNT" USING LS-OP-TARGET, WS-EXEC-RC
               WHEN "UNHOLD"
                   INITIALIZE WS-HOLD
                   MOVE LS-OP-TARGET TO WS-LH-USER
                   MOVE WS-EXEC-VALUE TO WS-LH-CASE
                   MOVE WS-MATCH-BY TO WS-LH-OTHER
                   MOVE "RELEASE" TO WS-HOLD-ACTION
                   CALL "LEGAL-HOLD" USING LS-USERNAME, WS-HOLD-ACTION,
                                            WS-HOLD, WS-EXEC-RC
               WHEN OTHER
                   CALL "ADMIN-OPS" USING LS-USERNAME, WS-EXEC-ACTION,
                                           LS-OP-TARGET, WS-EXEC-VALUE,
                                           WS-EXEC-RC
           END-EVALUATE.

      *> Both identities on the trail: who asked, who approved.
           MOVE "DUAL-APPROVE" TO WS-AUDIT-EVENT.
           CALL "AUDIT-LOG" USING WS-MATCH-BY, WS-AUDIT-EVENT, 'S',
                                   WS-AUDIT-RC.

           EVALUATE WS-EXEC-RC
               WHEN 'S'
                   MOVE 'S' TO LS-RETURN-CODE
               WHEN 'H'
                   MOVE 'H' TO LS-RETURN-CODE
               WHEN OTHER
                   MOVE 'X' TO LS-RETURN-CODE
           END-EVALUATE.
           EXIT SECTION.

       PARSE-OP-ROW SECTION.
