               EXIT SECTION
           END-IF.

           MOVE 'B' TO WS-SKIP-VERIFY.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-MEMBER-COUNT
               MOVE WS-MEMBER-NAME(I) TO WS-SEND-USER
               CALL "SEND-MESSAGE" USING LS-USERNAME, WS-SEND-USER,
