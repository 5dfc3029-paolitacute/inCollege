
      *> A hard-bouncing address gets no more routine traffic; only
      *> password mail (subject starting "Your InCollege password")
      *> and sign-in codes still go out, because losing THOSE is what
      *> strands users.
           PERFORM CHECK-SUPPRESSION.
           IF WS-SUPPRESSED = 'Y'
              AND LS-SUBJECT(1:22) NOT = "Your InCollege passwor"
              AND LS-SUBJECT(1:27) NOT = "Your InCollege sign-in code"
               MOVE 'P' TO LS-RETURN-CODE
               GOBACK
           END-IF.
