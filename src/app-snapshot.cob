       *> SHOW prints the block(s) for one applicant+title back to the
       *> employer, after confirming jobs.txt shows the caller as the
       *> poster of that title -- the same ownership rule
       *> APPLICATION-STATUS applies before a status change. A SHOW
       *> that printed a block is entered on DISCLOSURE-LOG's ledger.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-SEAT-RC           PIC X.
       01  WS-SHOWN-COUNT       PIC 9(3) VALUE 0.

      *> Disclosure ledger row for a snapshot shown
       01  WS-DSC-ACTION        PIC X(10).
       01  WS-DISCLOSURE.
           05 WS-DSC-STUDENT    PIC X(20).
           05 WS-DSC-RECIPIENT  PIC X(20).
           05 WS-DSC-CATEGORY   PIC X(12).
           05 WS-DSC-SOURCE     PIC X(16).
           05 WS-DSC-PURPOSE    PIC X(80).
       01  WS-DSC-RC            PIC X.

       LINKAGE SECTION.
       01  LS-USERNAME          PIC X(20).
      *> 'CAPTURE' = freeze LS-APPLICANT's current profile block
               MOVE "No profile snapshot is on file for that application."
                   TO WS-MESSAGE
               PERFORM DISPLAY-AND-LOG
           ELSE
               PERFORM RECORD-DISCLOSURE
           END-IF.
           CLOSE OUTPUT-FILE.
           MOVE 'S' TO LS-RETURN-CODE.
           EXIT SECTION.

       RECORD-DISCLOSURE SECTION.
           MOVE "RECORD" TO WS-DSC-ACTION.
           MOVE LS-APPLICANT TO WS-DSC-STUDENT.
           MOVE LS-USERNAME TO WS-DSC-RECIPIENT.
           MOVE "PROFILE" TO WS-DSC-CATEGORY.
           MOVE "APP-SNAPSHOT" TO WS-DSC-SOURCE.
           INITIALIZE WS-DSC-PURPOSE.
           STRING "Applicant review for " FUNCTION TRIM(LS-JOB-TITLE)
                  " at " FUNCTION TRIM(WS-OWNED-EMPLOYER)
                  DELIMITED BY SIZE INTO WS-DSC-PURPOSE.
           CALL "DISCLOSURE-LOG" USING LS-USERNAME, WS-DSC-ACTION,
                                        WS-DISCLOSURE, WS-DSC-RC.
           EXIT SECTION.

       SHOW-ONE-SNAPSHOT-LINE SECTION.
           IF WS-LINE(1:9) = "SNAPSHOT~"
               MOVE SPACES TO WS-HDR-TAG, WS-HDR-USER, WS-HDR-TITLE,
