       *> file-name "*TXN*" and records "BEGIN <name>" / "COMMIT
       *> <name>"; JOURNAL-REPLAY applies such a group only when its
       *> COMMIT made it to disk.
       *> Writers that take rows OUT of a data file say how many under
       *> the reserved file-name "*DEL*", record
       *>   <file>~<rows removed>~<program>
       *> -- a count for BALANCE-CHECK to reconcile against, not a
       *> mutation anything can replay.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
