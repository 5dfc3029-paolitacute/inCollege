      *> Appends under standby/<file>. accounts.dat entries land as
      *> their tilde-joined text in standby/accounts-journal.txt for
      *> the failover load step -- the standby side has no index to
      *> write through. "*DEL*" rows are removed-row counts, not
      *> records, and have nothing to apply.
       APPLY-TO-STANDBY SECTION.
           IF FUNCTION TRIM(WS-ENTRY-FILE) = "*DEL*"
               EXIT SECTION
           END-IF.
           INITIALIZE WS-TARGET-NAME.
           IF FUNCTION TRIM(WS-ENTRY-FILE) = "accounts.dat"
               MOVE "standby/accounts-journal.txt" TO WS-TARGET-NAME
