       *> +1 when the major appears there too, +1 when the posting is
       *> restricted to the student's own school. School-restricted
       *> postings for OTHER schools are skipped outright, same as
       *> BROWSE-JOB hides them, and so are postings whose eligibility
       *> rules (JOB-ELIGIBILITY) the student doesn't meet and those of
       *> a company the student's careers office has restricted at
       *> their campus (CAMPUS-RESTRICT), which BROWSE-JOB hides too.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-JOB-LOCATION      PIC X(50).
       01  WS-JOB-SALARY        PIC X(50).
       01  WS-JOB-POSTED-DATE   PIC X(8).
       01  WS-JOB-STATUS        PIC X(14).
       01  WS-JOB-TYPE          PIC X(20).
       01  WS-JOB-UNIVERSITY    PIC X(100).

       01  WS-TYPE-LEN          PIC 9(2).
       01  WS-UC-JOBTYPE        PIC X(20).

      *> Posting eligibility rules, asked of JOB-ELIGIBILITY per posting
       01  WS-ELIG-ACTION       PIC X(10).
       01  WS-ELIG-GRAD-YEARS   PIC X(40).
       01  WS-ELIG-MAJORS       PIC X(200).
       01  WS-ELIG-SPONSOR      PIC X(1).
       01  WS-ELIG-REASON       PIC X(150).
       01  WS-ELIG-RC           PIC X.

      *> A company restricted at the student's campus, sized to
      *> CAMPUS-RESTRICT's linkage
       01  WS-CR-ACTION         PIC X(10).
       01  WS-RESTRICTION.
           05 WS-CR-COMPANY     PIC X(50).
           05 WS-CR-CAMPUS      PIC X(100).
           05 WS-CR-REVIEW      PIC X(8).
           05 WS-CR-REASON      PIC X(150).
           05 WS-CR-TARGET      PIC X(20).
       01  WS-CR-RC             PIC X.

       LINKAGE SECTION.
       01  LS-USERNAME          PIC X(20).
       01  LS-RETURN-CODE       PIC X.
      *> browse list treats it: never recommended.
           IF FUNCTION TRIM(WS-JOB-STATUS) = "CLOSED"
              OR FUNCTION TRIM(WS-JOB-STATUS) = "HELD"
              OR FUNCTION TRIM(WS-JOB-STATUS) = "PENDING-CAMPUS"
               EXIT SECTION
           END-IF.

               EXIT SECTION
           END-IF.

      *> Nor can one whose eligibility rules (graduation year, major,
      *> work sponsorship) the student doesn't meet -- the apply path
      *> would only turn them away.
           MOVE "CHECK" TO WS-ELIG-ACTION.
           CALL "JOB-ELIGIBILITY" USING LS-USERNAME, WS-ELIG-ACTION,
                                         WS-JOB-POSTER, WS-JOB-TITLE,
                                         WS-ELIG-GRAD-YEARS,
                                         WS-ELIG-MAJORS, WS-ELIG-SPONSOR,
                                         WS-ELIG-REASON, WS-ELIG-RC.
           IF WS-ELIG-RC = 'N'
               EXIT SECTION
           END-IF.

      *> Nor one from a company restricted at the student's campus:
      *> the job board would not show it to them.
           IF FUNCTION TRIM(WS-MY-UNIVERSITY) > SPACES
              AND FUNCTION TRIM(WS-JOB-EMPLOYER) > SPACES
               INITIALIZE WS-RESTRICTION
               MOVE "CHECK" TO WS-CR-ACTION
               MOVE WS-JOB-EMPLOYER TO WS-CR-COMPANY
               MOVE WS-MY-UNIVERSITY TO WS-CR-CAMPUS
               CALL "CAMPUS-RESTRICT" USING LS-USERNAME, WS-CR-ACTION,
                                             WS-RESTRICTION, WS-CR-RC
               IF WS-CR-RC = 'R'
                   EXIT SECTION
               END-IF
           END-IF.

           MOVE 0 TO WS-SCORE.
           MOVE SPACES TO WS-REASON.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-JOB-TITLE))
