       *> EXTEND writes the row (only against an existing application to
       *> the caller's own posting; blank terms default to the structured
       *> salary on the jobs.txt row). MINE lists a student's offers.
       *> ACCEPT marks the row ACCEPTED and counts one opening filled on
       *> the jobs.txt row (field 14, against the openings in field 13;
       *> a row without them has one). Only the acceptance that fills
       *> the last opening flips the posting to CLOSED and messages the
       *> other applicants that the position is filled -- the students
       *> already hired on it are left out of that notice (and the
       *> closing date goes to JOB-HISTORY for its monthly move). A
       *> same-titled posting of the company's that is already CLOSED
       *> or full is left as it is, and the acceptance is counted on
       *> the first one still open only. DECLINE just
       *> marks the row, and neither it nor an expiry uses up an
       *> opening. An ACCEPT past
       *> the response deadline comes back 'E' and the row is marked
       *> EXPIRED -- the terms lapsed, the employer must re-extend.
       *> The deadline on EXTEND is either a YYYYMMDD date or a number
       *> of days from today, counted by BUSINESS-DAYS under the OFFER
       *> policy; a deadline that falls on a campus closure moves to
       *> the next open day, comes back in LS-DEADLINE, and EXTEND
       *> returns 'R' instead of 'S' so the employer is told.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT OFFERS-FILE ASSIGN TO "offers.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OFFERS-STATUS.
           SELECT APPLICATIONS-FILE ASSIGN TO "applications.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APPLICATION-KEY
               ALTERNATE RECORD KEY IS APPLICATION-JOB-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-APP-STATUS.
           SELECT JOBS-FILE ASSIGN TO "jobs.txt"
               ORGANIZATION IS LINE SEQUENTIAL
       01  OFFER-RECORD         PIC X(400).

       FD  APPLICATIONS-FILE.
       01  APPLICATION-RECORD.
           05  APPLICATION-KEY.
               10  APPLICATION-USER    PIC X(20).
               10  APPLICATION-JOB-ID  PIC X(8).
           05  APPLICATION-JOB-KEY     PIC X(8).
           05  APPLICATION-ROW         PIC X(500).

       FD  JOBS-FILE.
       01  JOB-RECORD           PIC X(500).
       01  WS-JOB-LOCATION      PIC X(50).
       01  WS-JOB-SALARY        PIC X(50).
       01  WS-JOB-POSTED-ON     PIC X(8).
       01  WS-JOB-STATE         PIC X(14).
       01  WS-JOB-TYPE          PIC X(20).
       01  WS-JOB-UNIVERSITY    PIC X(100).
       01  WS-JOB-REQ-SKILLS    PIC X(200).
       01  WS-JOB-STABLE-ID     PIC X(8).
       01  WS-JOB-OPENINGS      PIC X(4).
       01  WS-JOB-FILLED        PIC X(4).
       01  WS-POSTER-OWNS-JOB   PIC X VALUE 'N'.
       01  WS-OWNED-EMPLOYER    PIC X(50).
       01  WS-OWNED-SALARY      PIC X(50).

      *> applications.dat fields for the has-applied check and the
      *> other-applicant notifications
       01  WS-ROW-USER          PIC X(20).
       01  WS-ROW-JOBNUM        PIC X(10).
       01  WS-LOCK-RC           PIC X.
       01  WS-JRN-FILE          PIC X(30).
       01  WS-JRN-RC            PIC X.
       01  WS-JH-ACTION         PIC X(10).
       01  WS-JH-RC             PIC X.
       01  WS-SKIP-VERIFY       PIC X.
       01  WS-MSG-RC            PIC X.
       01  WS-NOTIFY-TEXT       PIC X(200).
       01  WS-NOTIFY-USER       PIC X(20).
       01  WS-BD-ACTION         PIC X(10).
       01  WS-BD-POLICY         PIC X(12) VALUE "OFFER".
       01  WS-BD-START          PIC X(8).
       01  WS-BD-DAYS           PIC 9(4).
       01  WS-BD-DUE            PIC X(8).
       01  WS-BD-REASON         PIC X(40).
       01  WS-BD-RC             PIC X.
       01  WS-ROLL-NOTE         PIC X(80).
      *> Applicants to the filled posting collected before the message
      *> loop, so SEND-MESSAGE's own file opens don't collide with an
      *> applications.dat read still in flight.
       01  WS-NOTIFY-COUNT      PIC 9(3) VALUE 0.
       01  WS-NOTIFY-LIST.
           05 WS-NOTIFY-NAME OCCURS 200 TIMES PIC X(20).
      *> Openings arithmetic for the accepted posting; WS-POSTING-FULL
      *> goes 'Y' only when this acceptance took the last one.
       01  WS-OPEN-COUNT        PIC 9(4).
       01  WS-FILL-COUNT        PIC 9(4).
       01  WS-COUNT-TEXT        PIC Z(3)9.
       01  WS-POSTING-FULL      PIC X VALUE 'N'.
       01  WS-HIRE-COUNTED      PIC X VALUE 'N'.
      *> Students holding an accepted offer on the posting, who are
      *> not told it is filled.
       01  WS-HIRED-COUNT       PIC 9(3) VALUE 0.
       01  WS-HIRED-LIST.
           05 WS-HIRED-NAME OCCURS 200 TIMES PIC X(20).
       01  WS-HIRED-SEEN        PIC X.
       01  J                    PIC 9(3).

      *> Recruiter-seat lookup, so any seat on the company page may
      *> extend offers on the company's postings
               MOVE WS-OWNED-SALARY TO LS-TERMS
           END-IF.

           PERFORM RESOLVE-DEADLINE.
           IF WS-BD-RC = 'X'
               MOVE 'X' TO LS-RETURN-CODE
               EXIT SECTION
           END-IF.

           OPEN EXTEND OFFERS-FILE.
           IF WS-OFFERS-STATUS = "35"
               OPEN OUTPUT OFFERS-FILE
                  ". Respond from My Applications by " DELIMITED BY SIZE
                  FUNCTION TRIM(LS-DEADLINE) DELIMITED BY SIZE
                  "." DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ROLL-NOTE) DELIMITED BY SIZE
                  INTO WS-NOTIFY-TEXT.
           MOVE 'Y' TO WS-SKIP-VERIFY.
           MOVE LS-OTHER-PARTY TO WS-NOTIFY-USER.
                                      WS-SKIP-VERIFY, WS-MSG-RC,
                                      WS-NOTIFY-TEXT.

           IF WS-BD-RC = 'R'
               MOVE 'R' TO LS-RETURN-CODE
           ELSE
               MOVE 'S' TO LS-RETURN-CODE
           END-IF.
           EXIT SECTION.

      *> Days from today, or a typed date, made into the deadline that
      *> goes on the row.
       RESOLVE-DEADLINE SECTION.
           MOVE SPACES TO WS-ROLL-NOTE.
           MOVE 0 TO WS-BD-DAYS.
           IF FUNCTION LENGTH(FUNCTION TRIM(LS-DEADLINE)) = 8
               MOVE "ROLL" TO WS-BD-ACTION
               MOVE LS-DEADLINE TO WS-BD-START
           ELSE
               MOVE "DUE" TO WS-BD-ACTION
               MOVE WS-TODAY-DATE TO WS-BD-START
               IF FUNCTION TRIM(LS-DEADLINE) IS NUMERIC
                   MOVE FUNCTION NUMVAL(LS-DEADLINE) TO WS-BD-DAYS
               ELSE
                   MOVE 'X' TO WS-BD-RC
                   EXIT SECTION
               END-IF
           END-IF.
           CALL "BUSINESS-DAYS" USING WS-BD-ACTION, WS-BD-POLICY,
                                       WS-BD-START, WS-BD-DAYS,
                                       WS-BD-DUE, WS-BD-REASON,
                                       WS-BD-RC.
           IF WS-BD-RC = 'X'
               EXIT SECTION
           END-IF.
           MOVE WS-BD-DUE TO LS-DEADLINE.
           IF WS-BD-RC = 'R'
               STRING " (It would have fallen on "
                   FUNCTION TRIM(WS-BD-REASON)
                   "; moved to the next open day.)"
                   DELIMITED BY SIZE INTO WS-ROLL-NOTE
           END-IF.
           EXIT SECTION.

       LIST-MY-OFFERS SECTION.
           END-IF.

           IF FUNCTION TRIM(LS-ACTION) = "ACCEPT"
               PERFORM FILL-ONE-OPENING
               IF WS-POSTING-FULL = 'Y'
                   PERFORM NOTIFY-OTHER-APPLICANTS
               END-IF
           END-IF.
           MOVE 'S' TO LS-RETURN-CODE.
           EXIT SECTION.
                  INTO WS-LINE.
           EXIT SECTION.

      *> An accepted offer fills one opening on the posting; the one
      *> that fills the last flips the jobs.txt status column to CLOSED
      *> so the browse list stops showing a position nobody can get.
       FILL-ONE-OPENING SECTION.
           MOVE 'N' TO WS-POSTING-FULL, WS-HIRE-COUNTED.
      *> The rewrite runs through a 500-row table; a bigger file is
      *> left alone entirely rather than truncated to the table size
      *> (same guard APPLICATION-STATUS applies to its rewrite).
                          FUNCTION TRIM(WS-MATCH-COMPANY)
                          AND FUNCTION TRIM(WS-JOB-TITLE) =
                              FUNCTION TRIM(LS-JOB-TITLE)
                           PERFORM COUNT-THE-HIRE
                           PERFORM REBUILD-JOB-ROW
                       END-IF
                       IF WS-TBL-COUNT < 500
           CLOSE JOBS-FILE.
           EXIT SECTION.

       COUNT-THE-HIRE SECTION.
           MOVE 1 TO WS-OPEN-COUNT.
           IF FUNCTION TRIM(WS-JOB-OPENINGS) IS NUMERIC
               IF FUNCTION NUMVAL(WS-JOB-OPENINGS) > 0
                   MOVE FUNCTION NUMVAL(WS-JOB-OPENINGS) TO WS-OPEN-COUNT
               END-IF
           END-IF.
           MOVE 0 TO WS-FILL-COUNT.
           IF FUNCTION TRIM(WS-JOB-FILLED) IS NUMERIC
               MOVE FUNCTION NUMVAL(WS-JOB-FILLED) TO WS-FILL-COUNT
           END-IF.
      *> An older posting under the same title that is already
      *> closed or full keeps its counts and its closing date, and
      *> one acceptance fills one opening on one posting only.
           IF FUNCTION TRIM(WS-JOB-STATE) = "CLOSED"
              OR WS-FILL-COUNT >= WS-OPEN-COUNT
              OR WS-HIRE-COUNTED = 'Y'
               EXIT SECTION
           END-IF.
           MOVE 'Y' TO WS-HIRE-COUNTED.
           ADD 1 TO WS-FILL-COUNT.
           IF WS-FILL-COUNT >= WS-OPEN-COUNT
               MOVE "CLOSED" TO WS-JOB-STATE
               MOVE 'Y' TO WS-POSTING-FULL
               MOVE "CLOSED" TO WS-JH-ACTION
               CALL "JOB-HISTORY" USING LS-USERNAME, WS-JH-ACTION,
                                         WS-JOB-STABLE-ID, WS-JH-RC
           END-IF.
           MOVE WS-OPEN-COUNT TO WS-COUNT-TEXT.
           MOVE FUNCTION TRIM(WS-COUNT-TEXT) TO WS-JOB-OPENINGS.
           MOVE WS-FILL-COUNT TO WS-COUNT-TEXT.
           MOVE FUNCTION TRIM(WS-COUNT-TEXT) TO WS-JOB-FILLED.
           EXIT SECTION.

       PARSE-JOB-ROW SECTION.
           MOVE SPACES TO WS-JOB-POSTER, WS-JOB-TITLE, WS-JOB-DESC,
                          WS-JOB-EMPLOYER, WS-JOB-LOCATION,
                          WS-JOB-SALARY, WS-JOB-POSTED-ON, WS-JOB-STATE,
                          WS-JOB-TYPE, WS-JOB-UNIVERSITY,
                          WS-JOB-REQ-SKILLS, WS-JOB-STABLE-ID,
                          WS-JOB-OPENINGS, WS-JOB-FILLED.
           UNSTRING WS-LINE DELIMITED BY "~"
               INTO WS-JOB-POSTER, WS-JOB-TITLE, WS-JOB-DESC,
                    WS-JOB-EMPLOYER, WS-JOB-LOCATION, WS-JOB-SALARY,
                    WS-JOB-POSTED-ON, WS-JOB-STATE, WS-JOB-TYPE,
                    WS-JOB-UNIVERSITY, WS-JOB-REQ-SKILLS,
                    WS-JOB-STABLE-ID, WS-JOB-OPENINGS, WS-JOB-FILLED
           END-UNSTRING.
           EXIT SECTION.

                  FUNCTION TRIM(WS-JOB-REQ-SKILLS) DELIMITED BY SIZE
                  "~" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-JOB-STABLE-ID) DELIMITED BY SIZE
                  "~" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-JOB-OPENINGS) DELIMITED BY SIZE
                  "~" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-JOB-FILLED) DELIMITED BY SIZE
                  INTO WS-LINE.
           EXIT SECTION.

      *> Everyone else who applied to the now-filled posting hears it
      *> from the system instead of from silence.
       NOTIFY-OTHER-APPLICANTS SECTION.
           PERFORM LOAD-HIRED-NAMES.
           MOVE 0 TO WS-NOTIFY-COUNT.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT APPLICATIONS-FILE.
               EXIT SECTION
           END-IF.
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ APPLICATIONS-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE APPLICATION-ROW TO WS-LINE
                       PERFORM PARSE-APPLICATION-ROW
                       IF FUNCTION TRIM(WS-ROW-TITLE) =
                          FUNCTION TRIM(LS-JOB-TITLE)
                          AND FUNCTION TRIM(WS-ROW-USER) NOT =
                              FUNCTION TRIM(LS-USERNAME)
                          AND WS-NOTIFY-COUNT < 200
                           PERFORM CHECK-HIRED-NAME
                           IF WS-HIRED-SEEN = 'N'
                               ADD 1 TO WS-NOTIFY-COUNT
                               MOVE WS-ROW-USER
                                   TO WS-NOTIFY-NAME(WS-NOTIFY-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           END-PERFORM.
           EXIT SECTION.

      *> The applicants already holding an accepted offer on this
      *> posting -- the earlier hires on a multi-opening posting.
       LOAD-HIRED-NAMES SECTION.
           MOVE 0 TO WS-HIRED-COUNT.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT OFFERS-FILE.
           IF WS-OFFERS-STATUS NOT = "00"
               CLOSE OFFERS-FILE
               EXIT SECTION
           END-IF.
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ OFFERS-FILE INTO WS-LINE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM PARSE-OFFER-ROW
                       IF FUNCTION TRIM(WS-OFR-STATE) = "ACCEPTED"
                          AND FUNCTION TRIM(WS-OFR-TITLE) =
                              FUNCTION TRIM(LS-JOB-TITLE)
                          AND FUNCTION TRIM(WS-OFR-COMPANY) =
                              FUNCTION TRIM(WS-MATCH-COMPANY)
                          AND WS-HIRED-COUNT < 200
                           ADD 1 TO WS-HIRED-COUNT
                           MOVE WS-OFR-APPLICANT
                               TO WS-HIRED-NAME(WS-HIRED-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE OFFERS-FILE.
           MOVE 'N' TO WS-EOF-FLAG.
           EXIT SECTION.

       CHECK-HIRED-NAME SECTION.
           MOVE 'N' TO WS-HIRED-SEEN.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > WS-HIRED-COUNT
               IF FUNCTION TRIM(WS-HIRED-NAME(J)) =
                  FUNCTION TRIM(WS-ROW-USER)
                   MOVE 'Y' TO WS-HIRED-SEEN
               END-IF
           END-PERFORM.
           EXIT SECTION.

       PARSE-OFFER-ROW SECTION.
           MOVE SPACES TO WS-OFR-EMPLOYER, WS-OFR-APPLICANT,
                          WS-OFR-TITLE, WS-OFR-COMPANY, WS-OFR-TERMS,
               CLOSE APPLICATIONS-FILE
               EXIT SECTION
           END-IF.
           MOVE LS-OTHER-PARTY TO APPLICATION-USER.
           MOVE LOW-VALUES TO APPLICATION-JOB-ID.
           START APPLICATIONS-FILE KEY IS NOT LESS THAN APPLICATION-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-FLAG
           END-START.
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ APPLICATIONS-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF APPLICATION-USER NOT = LS-OTHER-PARTY
                           MOVE 'Y' TO WS-EOF-FLAG
                       ELSE
                           MOVE APPLICATION-ROW TO WS-LINE
                           PERFORM PARSE-APPLICATION-ROW
                           IF FUNCTION TRIM(WS-ROW-USER) =
                              FUNCTION TRIM(LS-OTHER-PARTY)
                              AND FUNCTION TRIM(WS-ROW-TITLE) =
                                  FUNCTION TRIM(LS-JOB-TITLE)
                              AND FUNCTION TRIM(WS-ROW-EMPLOYER) =
                                  FUNCTION TRIM(WS-OWNED-EMPLOYER)
                               MOVE 'Y' TO WS-APPLIED-FOUND
                               MOVE 'Y' TO WS-EOF-FLAG
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
