           SELECT JOBS-FILE ASSIGN TO "jobs.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBS-STATUS.
           SELECT APPLICATIONS-FILE ASSIGN TO "applications.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APPLICATION-KEY
               ALTERNATE RECORD KEY IS APPLICATION-JOB-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-APP-STATUS.
           SELECT SAVED-JOBS-FILE ASSIGN TO "saved_jobs.txt"
               ORGANIZATION IS LINE SEQUENTIAL
       FD  JOBS-FILE.
       01  JOB-RECORD        PIC X(500).
       FD  APPLICATIONS-FILE.
       01  APPLICATION-RECORD.
           05  APPLICATION-KEY.
               10  APPLICATION-USER    PIC X(20).
               10  APPLICATION-JOB-ID  PIC X(8).
           05  APPLICATION-JOB-KEY     PIC X(8).
           05  APPLICATION-ROW         PIC X(500).
       FD  SAVED-JOBS-FILE.
       01  SAVED-JOB-RECORD  PIC X(500).

       01  WS-JOB-SALARY     PIC X(50).
       01  WS-JOB-POSTER     PIC X(50).
       01  WS-JOB-POSTED-DATE PIC X(8).
       01  WS-JOB-STATUS     PIC X(14).
       01  WS-JOB-TYPE       PIC X(20).
       01  WS-JOB-UNIVERSITY PIC X(100).
       *> Semicolon-separated required-skills list (eleventh field),
      *> Permanent posting id assigned by POST-JOB (jobs.txt field 12);
      *> blank on rows from before ids existed
       01  WS-JOB-STABLE-ID  PIC X(8).
      *> Openings the posting hires for and how many are filled
      *> (fields 13 and 14); blank on single-opening rows from before
      *> the counts existed
       01  WS-JOB-OPENINGS   PIC X(4).
       01  WS-JOB-FILLED     PIC X(4).
       01  WS-FILL-TEXT      PIC X(30).
      *> The reference a saved/applied row carries: the stable id when
      *> the posting has one, else the listing position
       01  WS-REF-NUMBER     PIC X(8).
           05 WS-CHECK-LOCATION  PIC X(50).
       *> --- END OF NEW VARIABLES ---

       *> Titles (and permanent ids) posted by the caller, used by
       *> VIEW-APPLICANTS to pick out which applications belong to their
       *> own postings.
       01  WS-POSTER-JOB-COUNT  PIC 9(3) VALUE 0.
       01  WS-POSTER-TITLES.
           05 WS-POSTER-TITLE OCCURS 50 TIMES PIC X(50).
       01  WS-POSTER-JOB-IDS.
           05 WS-POSTER-JOB-ID OCCURS 50 TIMES PIC X(8).
       01  WS-POSTER-FILLS.
           05 WS-POSTER-FILL OCCURS 50 TIMES PIC X(30).
       01  K                    PIC 9(3).

       *> JOB-LIST's optional keyword/location filtering
       01  WS-UC-KEYWORD        PIC X(50).
       01  WS-UC-LOC-FILTER     PIC X(50).
       01  WS-TALLY             PIC 9(3).
      *> How the location filter reads against locations.txt:
      *> 'R' it names a region, 'C' it is a listed place (matched by
      *> city and state, so every arrangement of that city counts),
      *> 'T' plain text as before
       01  WS-LOC-FILTER-MODE   PIC X VALUE 'T'.
       01  WS-FILTER-REGION     PIC X(30).
       01  WS-FILTER-CANONICAL  PIC X(50).
       01  WS-FILTER-CITY       PIC X(30).
       01  WS-FILTER-STATE      PIC X(20).
       01  WS-LOC-ACTION        PIC X(10).
       01  WS-LOC-CANDIDATE     PIC X(100).
       01  WS-LOC-CANONICAL     PIC X(50).
       01  WS-LOC-CITY          PIC X(30).
       01  WS-LOC-STATE         PIC X(20).
       01  WS-LOC-REGION        PIC X(30).
       01  WS-LOC-MODE          PIC X(6).
       01  WS-LOC-RC            PIC X.

       *> JOB-LIST's university filter/flag -- a posting tied to a
       *> specific school (an on-campus or work-study role) is hidden
       01  WS-UC-JOB-UNIV       PIC X(100).
       01  WS-UC-USER-UNIV      PIC X(100).

       *> A company the viewer's careers office has restricted at
       *> their campus, sized to CAMPUS-RESTRICT's linkage.
       01  WS-CAMPUS-OPEN       PIC X VALUE 'Y'.
       01  WS-CR-ACTION         PIC X(10).
       01  WS-RESTRICTION.
           05 WS-CR-COMPANY     PIC X(50).
           05 WS-CR-CAMPUS      PIC X(100).
           05 WS-CR-REVIEW      PIC X(8).
           05 WS-CR-REASON      PIC X(150).
           05 WS-CR-TARGET      PIC X(20).
       01  WS-CR-RC             PIC X.

       *> Read-into-memory/rewrite table for UNSAVE-JOB, same shape as
       *> CONNECTIONS' WS-TEMP-RECORD.
       01  WS-SAVED-COUNT       PIC 9(3) VALUE 0.
           05 WS-SAVED-TEMP-RECORD OCCURS 500 TIMES PIC X(500).
       01  I                    PIC 9(3).

       *> WITHDRAW-APPLICATION's typed job number in the zero-padded
       *> form POST-JOB gives permanent ids ("00001001")
       01  WS-REF-PADDED        PIC 9(8).

       *> Pipeline stage of an application row (sixth field) --
       *> APPLIED when first written here, moved along by the employer
       *> through APPLICATION-STATUS. Rows from before the field existed
       *> come back blank and display as APPLIED.
       01  WS-SHARE-SKIP        PIC X VALUE ' '.
       01  WS-SEND-RC           PIC X.

       *> Formal referrals held by JOB-REFERRAL: filed by REFER, attached
       *> when the student applies, shown against the application on the
       *> poster's applicant list.
       01  WS-RFR-ACTION        PIC X(10).
       01  WS-RFR-STUDENT       PIC X(20).
       01  WS-RFR-IDENT         PIC X(130).
       01  WS-RFR-STATE         PIC X(12).
       01  WS-RFR-REFERRER      PIC X(20).
       01  WS-RFR-RC            PIC X.

       *> Posting eligibility rules (graduation year, major, work
       *> sponsorship) held by JOB-ELIGIBILITY and checked before an
       *> application is written
       01  WS-ELIG-ACTION       PIC X(10).
       01  WS-ELIG-POSTER       PIC X(20).
       01  WS-ELIG-GRAD-YEARS   PIC X(40).
       01  WS-ELIG-MAJORS       PIC X(200).
       01  WS-ELIG-SPONSOR      PIC X(1).
       01  WS-ELIG-REASON       PIC X(150).
       01  WS-ELIG-RC           PIC X.

       *> Paging: screens of ten with next/previous driven by the caller
       01  WS-PAGE-SIZE         PIC 9(2) VALUE 10.
       01  WS-PAGE-FIRST        PIC 9(4).
      *> count handed back so the caller can drive next/previous
       01  LS-PAGE           PIC 9(4).
       01  LS-TOTAL-COUNT    PIC 9(4).
      *> Recipient for the SHARE action, and the student being referred
      *> for REFER; unused by every other action
       01  LS-SHARE-TARGET   PIC X(20).
      *> After a successful APPLY: poster~title~employer of the posting
      *> just applied to, so the caller can run its follow-ups (the
               PERFORM GUARDED-WITHDRAW
           WHEN LS-ACTION = "SHARE"
               PERFORM JOB-SHARE
           WHEN LS-ACTION = "REFER"
               PERFORM JOB-REFER
           WHEN OTHER
               MOVE 'X' TO LS-RETURN-CODE
       END-EVALUATE
           MOVE WS-SEND-RC TO LS-RETURN-CODE
           GOBACK.

       *> Files a formal referral of LS-SHARE-TARGET to the picked
       *> posting through JOB-REFERRAL, which holds the connection rule.
       *> A student who has already applied is past the point where a
       *> referral can travel with the application ('A').
       JOB-REFER.
           PERFORM LOAD-MATCHING-JOBS
           IF LS-RETURN-CODE = 'X'
               GOBACK
           END-IF
           IF LS-SORT-ORDER = 'S'
               PERFORM SORT-MATCHES-BY-SALARY
           END-IF

           PERFORM RESOLVE-JOB-REFERENCE
           IF LS-JOB-NUM < 1 OR LS-JOB-NUM > WS-COUNT
               MOVE 'N' TO LS-RETURN-CODE
               GOBACK
           END-IF

           PERFORM UNPACK-SELECTED-JOB
           IF FUNCTION TRIM(WS-JOB-STABLE-ID) > SPACES
               MOVE FUNCTION TRIM(WS-JOB-STABLE-ID)
                   TO WS-REF-NUMBER
           ELSE
               MOVE LS-JOB-NUM TO WS-DISLPAY-NUMBER
               MOVE FUNCTION TRIM(WS-DISLPAY-NUMBER)
                   TO WS-REF-NUMBER
           END-IF

           OPEN INPUT APPLICATIONS-FILE
           IF WS-APP-STATUS = "00"
               MOVE LS-SHARE-TARGET TO APPLICATION-USER
               MOVE WS-REF-NUMBER TO APPLICATION-JOB-ID
               READ APPLICATIONS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       CLOSE APPLICATIONS-FILE
                       MOVE 'A' TO LS-RETURN-CODE
                       GOBACK
               END-READ
           END-IF
           CLOSE APPLICATIONS-FILE

           INITIALIZE LS-JOB-IDENT
           STRING FUNCTION TRIM(WS-JOB-POSTER) DELIMITED BY SIZE
                  "~" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-JOB-TITLE) DELIMITED BY SIZE
                  "~" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-JOB-EMPLOYER) DELIMITED BY SIZE
                  INTO LS-JOB-IDENT
           MOVE "REFER" TO WS-RFR-ACTION
           MOVE SPACES TO WS-RFR-STATE
           CALL "JOB-REFERRAL" USING LS-USERNAME, WS-RFR-ACTION,
                                      LS-SHARE-TARGET, LS-JOB-IDENT,
                                      WS-REF-NUMBER, WS-RFR-STATE,
                                      WS-RFR-REFERRER, WS-RFR-RC
           MOVE WS-RFR-RC TO LS-RETURN-CODE
           GOBACK.

       *> One collect pass over jobs.txt shared by every numbered
       *> action: a posting lands in WS-MATCH-TABLE only if it survives
       *> the same active/keyword/location/university/salary checks (and
       *> the campus restriction), so list numbers stay stable across
       *> LIST, DETAIL, APPLY, and SAVE.
       LOAD-MATCHING-JOBS.
           PERFORM LOAD-VIEWER-STANDING
           PERFORM PREPARE-LOCATION-FILTER
           MOVE 'N' TO WS-EOF
           MOVE 0 TO WS-COUNT
           MOVE 'N' TO WS-MATCH-CAP-WARNED
                       PERFORM CHECK-LOCATION-MATCH
                       PERFORM CHECK-UNIVERSITY-MATCH
                       PERFORM CHECK-SALARY-MATCH
                       PERFORM CHECK-CAMPUS-RESTRICTION
                       IF WS-JOB-STILL-ACTIVE = 'Y'
                          AND WS-KEYWORD-MATCH = 'Y'
                          AND WS-LOCATION-MATCH = 'Y'
                          AND WS-UNIVERSITY-MATCH = 'Y'
                          AND WS-SALARY-MATCH = 'Y'
                          AND WS-CAMPUS-OPEN = 'Y'
                           IF WS-COUNT < 500
                               ADD 1 TO WS-COUNT
                               MOVE WS-LINE
           MOVE SPACES TO WS-JOB-UNIVERSITY
           MOVE SPACES TO WS-JOB-REQ-SKILLS
           MOVE SPACES TO WS-JOB-STABLE-ID
           MOVE SPACES TO WS-JOB-OPENINGS
           MOVE SPACES TO WS-JOB-FILLED
           UNSTRING WS-LINE DELIMITED BY "~"
               INTO WS-JOB-POSTER WS-JOB-TITLE WS-JOB-DESC
                    WS-JOB-EMPLOYER WS-JOB-LOCATION WS-JOB-SALARY
                    WS-JOB-POSTED-DATE WS-JOB-STATUS WS-JOB-TYPE
                    WS-JOB-UNIVERSITY WS-JOB-REQ-SKILLS
                    WS-JOB-STABLE-ID WS-JOB-OPENINGS WS-JOB-FILLED
           END-UNSTRING
           PERFORM BUILD-FILL-TEXT
           MOVE WS-JOB-STABLE-ID TO WS-REF-NUMBER
           IF FUNCTION TRIM(WS-REF-NUMBER) = SPACES
               MOVE SPACES TO WS-REF-NUMBER
               END-IF
           END-PERFORM.

       *> "3 of 10 filled" for a posting hiring more than one person;
       *> blank for a single opening, where the status says it all.
       BUILD-FILL-TEXT.
           MOVE SPACES TO WS-FILL-TEXT
           IF FUNCTION TRIM(WS-JOB-OPENINGS) IS NUMERIC
               IF FUNCTION NUMVAL(WS-JOB-OPENINGS) > 1
                   IF FUNCTION TRIM(WS-JOB-FILLED) IS NUMERIC
                       STRING FUNCTION TRIM(WS-JOB-FILLED) " of "
                              FUNCTION TRIM(WS-JOB-OPENINGS) " filled"
                              DELIMITED BY SIZE INTO WS-FILL-TEXT
                   ELSE
                       STRING "0 of " FUNCTION TRIM(WS-JOB-OPENINGS)
                              " filled"
                              DELIMITED BY SIZE INTO WS-FILL-TEXT
                   END-IF
               END-IF
           END-IF.

       *> Re-unpacks the chosen table entry into the WS-JOB- fields.
       UNPACK-SELECTED-JOB.
           MOVE WS-MATCH-RECORD(LS-JOB-NUM) TO WS-LINE
                      ")" DELIMITED BY SIZE
                      INTO WS-MESSAGE
           END-IF
           IF WS-FILL-TEXT > SPACES
               STRING FUNCTION TRIM(WS-MESSAGE)
                      " [" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-FILL-TEXT)
                      "]" DELIMITED BY SIZE
                      INTO WS-MESSAGE
           END-IF
           DISPLAY WS-MESSAGE
           MOVE WS-MESSAGE TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD.
           END-IF
           CLOSE JOB-VIEWS-FILE.

       *> A posting is active unless it is CLOSED, HELD, awaiting campus
       *> approval, or older than WS-JOB-EXPIRE-DAYS -- reads WS-JOB-POSTED-DATE/
       *> WS-JOB-STATUS set by the caller and sets WS-JOB-STILL-ACTIVE.
       CHECK-JOB-STILL-ACTIVE.
           MOVE 'Y' TO WS-JOB-STILL-ACTIVE.

           IF FUNCTION TRIM(WS-JOB-STATUS) = "CLOSED"
              OR FUNCTION TRIM(WS-JOB-STATUS) = "HELD"
              OR FUNCTION TRIM(WS-JOB-STATUS) = "PENDING-CAMPUS"
               MOVE 'N' TO WS-JOB-STILL-ACTIVE
           END-IF

               END-IF
           END-IF.

       *> Decide once per collect pass what the location filter means:
       *> a region ("Northeast"), a listed place or one of its other
       *> spellings ("NYC"), or free text.
       PREPARE-LOCATION-FILTER.
           MOVE 'T' TO WS-LOC-FILTER-MODE
           IF FUNCTION TRIM(LS-LOCATION-FILTER) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE "REGION" TO WS-LOC-ACTION
           MOVE LS-LOCATION-FILTER TO WS-LOC-CANDIDATE
           PERFORM CALL-LOCATION-LOOKUP
           IF WS-LOC-RC = 'S'
               MOVE 'R' TO WS-LOC-FILTER-MODE
               MOVE WS-LOC-REGION TO WS-FILTER-REGION
               EXIT PARAGRAPH
           END-IF
           MOVE "RESOLVE" TO WS-LOC-ACTION
           PERFORM CALL-LOCATION-LOOKUP
           IF WS-LOC-RC = 'S'
               MOVE 'C' TO WS-LOC-FILTER-MODE
               MOVE WS-LOC-CANONICAL TO WS-FILTER-CANONICAL
               MOVE WS-LOC-CITY TO WS-FILTER-CITY
               MOVE WS-LOC-STATE TO WS-FILTER-STATE
           END-IF.

       CALL-LOCATION-LOOKUP.
           CALL "LOCATION-LOOKUP" USING WS-LOC-ACTION, WS-LOC-CANDIDATE,
                                         WS-LOC-CANONICAL, WS-LOC-CITY,
                                         WS-LOC-STATE, WS-LOC-REGION,
                                         WS-LOC-MODE, WS-LOC-RC.

       *> Same no-filter-means-everything-matches rule, applied to location.
       *> A region or listed-place filter compares the posting's own
       *> listed region or city; a posting whose location is not on the
       *> list (or a free-text filter) falls back to the substring test.
       CHECK-LOCATION-MATCH.
           MOVE 'Y' TO WS-LOCATION-MATCH.
           IF FUNCTION TRIM(LS-LOCATION-FILTER) = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-LOC-FILTER-MODE NOT = 'T'
               MOVE "RESOLVE" TO WS-LOC-ACTION
               MOVE WS-JOB-LOCATION TO WS-LOC-CANDIDATE
               PERFORM CALL-LOCATION-LOOKUP
               IF WS-LOC-RC = 'S'
                   IF WS-LOC-FILTER-MODE = 'R'
                       IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-LOC-REGION))
                          NOT = FUNCTION UPPER-CASE(
                                    FUNCTION TRIM(WS-FILTER-REGION))
                           MOVE 'N' TO WS-LOCATION-MATCH
                       END-IF
                   ELSE
                       IF WS-FILTER-CITY = SPACES
                           IF WS-LOC-CANONICAL NOT = WS-FILTER-CANONICAL
                               MOVE 'N' TO WS-LOCATION-MATCH
                           END-IF
                       ELSE
                           IF FUNCTION UPPER-CASE(WS-LOC-CITY)
                              NOT = FUNCTION UPPER-CASE(WS-FILTER-CITY)
                              OR FUNCTION UPPER-CASE(WS-LOC-STATE)
                              NOT = FUNCTION UPPER-CASE(WS-FILTER-STATE)
                               MOVE 'N' TO WS-LOCATION-MATCH
                           END-IF
                       END-IF
                   END-IF
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-JOB-LOCATION)) TO WS-UC-LOCATION
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(LS-LOCATION-FILTER)) TO WS-UC-LOC-FILTER
           MOVE 0 TO WS-TALLY
           INSPECT WS-UC-LOCATION TALLYING WS-TALLY FOR ALL FUNCTION TRIM(WS-UC-LOC-FILTER)
           IF WS-TALLY = 0
               MOVE 'N' TO WS-LOCATION-MATCH
           END-IF.

       *> A posting left open to everyone (no WS-JOB-UNIVERSITY) always
               END-IF
           END-IF.

       *> A company the careers office has restricted at the viewer's
       *> campus (CAMPUS-RESTRICT) stays off that campus's list, so
       *> its postings can be neither seen nor applied to from here.
       *> Asked only of postings that survived everything else.
       CHECK-CAMPUS-RESTRICTION.
           MOVE 'Y' TO WS-CAMPUS-OPEN
           IF FUNCTION TRIM(LS-USER-UNIVERSITY) = SPACES
              OR FUNCTION TRIM(WS-JOB-EMPLOYER) = SPACES
              OR WS-JOB-STILL-ACTIVE NOT = 'Y'
              OR WS-KEYWORD-MATCH NOT = 'Y'
              OR WS-LOCATION-MATCH NOT = 'Y'
              OR WS-UNIVERSITY-MATCH NOT = 'Y'
              OR WS-SALARY-MATCH NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           INITIALIZE WS-RESTRICTION
           MOVE "CHECK" TO WS-CR-ACTION
           MOVE WS-JOB-EMPLOYER TO WS-CR-COMPANY
           MOVE LS-USER-UNIVERSITY TO WS-CR-CAMPUS
           CALL "CAMPUS-RESTRICT" USING LS-USERNAME, WS-CR-ACTION,
                                         WS-RESTRICTION, WS-CR-RC
           IF WS-CR-RC = 'R'
               MOVE 'N' TO WS-CAMPUS-OPEN
           END-IF.

       *> Reads the viewer's STND: line (stamped by the nightly alumni
       *> pass) once per call, for the restriction above.
       LOAD-VIEWER-STANDING.
           INITIALIZE WS-MESSAGE
           STRING "Location: " FUNCTION TRIM(WS-JOB-LOCATION)
                  INTO WS-MESSAGE
           MOVE "RESOLVE" TO WS-LOC-ACTION
           MOVE WS-JOB-LOCATION TO WS-LOC-CANDIDATE
           PERFORM CALL-LOCATION-LOOKUP
           IF WS-LOC-RC = 'S'
               STRING FUNCTION TRIM(WS-MESSAGE) " ("
                      FUNCTION TRIM(WS-LOC-REGION) ", "
                      FUNCTION LOWER-CASE(FUNCTION TRIM(WS-LOC-MODE)) ")"
                      DELIMITED BY SIZE INTO WS-MESSAGE
           END-IF
           DISPLAY WS-MESSAGE
           MOVE WS-MESSAGE TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
               WRITE OUTPUT-RECORD
           END-IF

           IF WS-FILL-TEXT > SPACES
               INITIALIZE WS-MESSAGE
               STRING "Openings: " FUNCTION TRIM(WS-FILL-TEXT)
                      DELIMITED BY SIZE INTO WS-MESSAGE
               DISPLAY WS-MESSAGE
               MOVE WS-MESSAGE TO OUTPUT-RECORD
               WRITE OUTPUT-RECORD
           END-IF

           IF FUNCTION TRIM(WS-JOB-REQ-SKILLS) > SPACES
               INITIALIZE WS-MESSAGE
               STRING "Required skills: "
           MOVE 'S' TO LS-RETURN-CODE
           CLOSE OUTPUT-FILE

           *> Any eligibility rules the poster declared, so a student
           *> knows before applying.
           MOVE "SHOW" TO WS-ELIG-ACTION
           MOVE WS-JOB-POSTER TO WS-ELIG-POSTER
           CALL "JOB-ELIGIBILITY" USING LS-USERNAME, WS-ELIG-ACTION,
                                         WS-ELIG-POSTER, WS-JOB-TITLE,
                                         WS-ELIG-GRAD-YEARS,
                                         WS-ELIG-MAJORS, WS-ELIG-SPONSOR,
                                         WS-ELIG-REASON, WS-ELIG-RC

           *> With the posting open, show the viewer where they stand on
           *> each required skill -- profile, completed module, or gap.
           IF FUNCTION TRIM(WS-JOB-REQ-SKILLS) > SPACES

           PERFORM UNPACK-SELECTED-JOB

      *> A posting's declared eligibility rules are enforced here, the
      *> same way the university restriction keeps the posting off the
      *> list -- the student hears why instead of the employer saying
      *> so after the application lands.
           MOVE "CHECK" TO WS-ELIG-ACTION
           MOVE WS-JOB-POSTER TO WS-ELIG-POSTER
           CALL "JOB-ELIGIBILITY" USING LS-USERNAME, WS-ELIG-ACTION,
                                         WS-ELIG-POSTER, WS-JOB-TITLE,
                                         WS-ELIG-GRAD-YEARS,
                                         WS-ELIG-MAJORS, WS-ELIG-SPONSOR,
                                         WS-ELIG-REASON, WS-ELIG-RC
           IF WS-ELIG-RC = 'N'
               MOVE 'E' TO LS-RETURN-CODE
               OPEN EXTEND OUTPUT-FILE
               MOVE "You are not eligible to apply for this posting."
                   TO WS-MESSAGE
               DISPLAY WS-MESSAGE
               MOVE WS-MESSAGE TO OUTPUT-RECORD
               WRITE OUTPUT-RECORD
               MOVE WS-ELIG-REASON TO WS-MESSAGE
               DISPLAY WS-MESSAGE
               MOVE WS-MESSAGE TO OUTPUT-RECORD
               WRITE OUTPUT-RECORD
               CLOSE OUTPUT-FILE
               GOBACK
           END-IF

      *> The stored reference is the permanent id when the posting has
      *> one -- "job 1007" in a conversation stays valid after deletes
      *> shuffle every position.
                  INTO LS-JOB-IDENT

           *> Append application record
           *> Check if the user already applied to this job -- one keyed
           *> read, since applicant plus the stored reference (already in
           *> WS-REF-NUMBER) is the record key
           OPEN I-O APPLICATIONS-FILE
           IF WS-APP-STATUS = "35"
               OPEN OUTPUT APPLICATIONS-FILE
               CLOSE APPLICATIONS-FILE
               OPEN I-O APPLICATIONS-FILE
           END-IF
           IF WS-APP-STATUS = "00"
               MOVE LS-USERNAME TO APPLICATION-USER
               MOVE WS-REF-NUMBER TO APPLICATION-JOB-ID
               READ APPLICATIONS-FILE
                   INVALID KEY
                       *> Not on file yet; clear the not-found status
                       *> so the write below goes ahead
                       MOVE "00" TO WS-APP-STATUS
                   NOT INVALID KEY
                       *> Already applied â€” inform user and exit
                       CLOSE APPLICATIONS-FILE
                       OPEN EXTEND OUTPUT-FILE
                       MOVE "You have already applied to this job." TO WS-MESSAGE
                       DISPLAY WS-MESSAGE
                       MOVE WS-MESSAGE TO OUTPUT-RECORD
                       WRITE OUTPUT-RECORD
                       CLOSE OUTPUT-FILE
                       MOVE 'F' TO LS-RETURN-CODE
                       GOBACK
               END-READ
           END-IF

           *> --- BEGINNING OF COMBINED FIX ---
           INITIALIZE WS-LINE
                  "APPLIED" DELIMITED BY SIZE
                  INTO WS-LINE

           *> Write the new application record ONCE (the file is still
           *> open from the check above), filed under the applicant and,
           *> on the job-id key, under the posting. A failed write
           *> leaves its status behind and falls to the error branch.
           IF WS-APP-STATUS = "00"
               MOVE LS-USERNAME TO APPLICATION-USER
               MOVE WS-REF-NUMBER TO APPLICATION-JOB-ID
               MOVE WS-REF-NUMBER TO APPLICATION-JOB-KEY
               MOVE WS-LINE TO APPLICATION-ROW
               WRITE APPLICATION-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-IF

           IF WS-APP-STATUS = "00"
               *> Set success code ONLY if write is successful
               MOVE 'S' TO LS-RETURN-CODE
               *> Journal the mutation for point-in-time recovery.
               MOVE "applications.dat" TO WS-JRN-FILE
               CALL "DATA-JOURNAL" USING WS-JRN-FILE, WS-LINE, WS-JRN-RC
               *> Freeze the applicant's profile as it stands right now;
               *> the employer's review screen shows this copy, not the
               *> median-response figure students see.
               PERFORM LOG-APP-STATUS
           ELSE
               *> Set error code if file couldn't be opened or written
               MOVE 'X' TO LS-RETURN-CODE
           END-IF

           END-IF
           *> --- END OF COMBINED FIX ---

           *> A referral waiting on this posting now travels with the
           *> application.
           IF LS-RETURN-CODE = 'S'
               MOVE "ATTACH" TO WS-RFR-ACTION
               MOVE SPACES TO WS-RFR-STATE
               MOVE LS-USERNAME TO WS-RFR-STUDENT
               CALL "JOB-REFERRAL" USING LS-USERNAME, WS-RFR-ACTION,
                                          WS-RFR-STUDENT, LS-JOB-IDENT,
                                          WS-REF-NUMBER, WS-RFR-STATE,
                                          WS-RFR-REFERRER, WS-RFR-RC
               IF WS-RFR-RC = 'S'
                   OPEN EXTEND OUTPUT-FILE
                   INITIALIZE WS-MESSAGE
                   STRING "Your referral from "
                          FUNCTION TRIM(WS-RFR-REFERRER)
                          " is attached to this application."
                          DELIMITED BY SIZE INTO WS-MESSAGE
                   DISPLAY WS-MESSAGE
                   MOVE WS-MESSAGE TO OUTPUT-RECORD
                   WRITE OUTPUT-RECORD
                   CLOSE OUTPUT-FILE
               END-IF
           END-IF

           GOBACK.
       VIEW-APPLICATIONS.
           MOVE 0 TO WS-COUNT
           MOVE WS-MESSAGE TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD

           *> Only the caller's own run of the applicant key is read
           MOVE 'N' TO WS-EOF
           MOVE LS-USERNAME TO APPLICATION-USER
           MOVE LOW-VALUES TO APPLICATION-JOB-ID
           START APPLICATIONS-FILE KEY IS NOT LESS THAN APPLICATION-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'Y'
               READ APPLICATIONS-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF APPLICATION-USER NOT = LS-USERNAME
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           MOVE 'N' TO WS-EOF
                       END-IF
               END-READ
               IF WS-EOF = 'N'
                   MOVE APPLICATION-ROW TO WS-LINE
                   MOVE SPACES TO WS-APP-STAGE
                   UNSTRING WS-LINE DELIMITED BY "~"
                       INTO WS-USER WS-TEMP WS-JOB-TITLE WS-JOB-EMPLOYER

       *> Poster-facing view: lists who applied to jobs LS-USERNAME
       *> themselves posted, instead of VIEW-APPLICATIONS' applicant-facing
       *> view of their own applications. An application carries no poster
       *> field, so this first collects the caller's own postings from
       *> jobs.txt, then reads each one's applicants off the job-id key
       *> (or by title, for postings from before ids existed).
       VIEW-APPLICANTS.
           *> A recruiter seat sees every posting published under the
           *> shared company page, not just their own rows.
               END-READ
               IF WS-EOF = 'N'
                   MOVE JOB-RECORD TO WS-LINE
                   MOVE SPACES TO WS-JOB-STABLE-ID
                   MOVE SPACES TO WS-JOB-OPENINGS
                   MOVE SPACES TO WS-JOB-FILLED
                   UNSTRING WS-LINE DELIMITED BY "~"
                       INTO WS-JOB-POSTER WS-JOB-TITLE WS-JOB-DESC
                            WS-JOB-EMPLOYER WS-JOB-LOCATION WS-JOB-SALARY
                            WS-JOB-POSTED-DATE WS-JOB-STATUS WS-JOB-TYPE
                            WS-JOB-UNIVERSITY WS-JOB-REQ-SKILLS
                            WS-JOB-STABLE-ID WS-JOB-OPENINGS
                            WS-JOB-FILLED
                   END-UNSTRING
                   PERFORM BUILD-FILL-TEXT
                   IF (FUNCTION TRIM(WS-JOB-POSTER) =
                           FUNCTION TRIM(LS-USERNAME)
                       OR (WS-SEAT-RC = 'S'
                      AND WS-POSTER-JOB-COUNT < 50
                       ADD 1 TO WS-POSTER-JOB-COUNT
                       MOVE WS-JOB-TITLE TO WS-POSTER-TITLE(WS-POSTER-JOB-COUNT)
                       MOVE WS-JOB-STABLE-ID
                           TO WS-POSTER-JOB-ID(WS-POSTER-JOB-COUNT)
                       MOVE WS-FILL-TEXT
                           TO WS-POSTER-FILL(WS-POSTER-JOB-COUNT)
                   END-IF
               END-IF
           END-PERFORM
           MOVE 0 TO WS-COUNT
           OPEN INPUT APPLICATIONS-FILE
           IF WS-APP-STATUS = "00"
               PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-POSTER-JOB-COUNT
                   PERFORM LIST-APPLICANTS-FOR-POSTING
               END-PERFORM
           END-IF
           CLOSE APPLICATIONS-FILE
           CLOSE OUTPUT-FILE
           GOBACK.

       *> Applicants to poster job K. A posting with a permanent id reads
       *> just its own run of the job-id key; an older posting without
       *> one walks the whole file and matches on title, as this view
       *> always did before the file was keyed.
       LIST-APPLICANTS-FOR-POSTING.
           IF WS-POSTER-FILL(K) > SPACES
               INITIALIZE WS-MESSAGE
               STRING FUNCTION TRIM(WS-POSTER-TITLE(K)) ": "
                      FUNCTION TRIM(WS-POSTER-FILL(K))
                      DELIMITED BY SIZE INTO WS-MESSAGE
               DISPLAY WS-MESSAGE
               MOVE WS-MESSAGE TO OUTPUT-RECORD
               WRITE OUTPUT-RECORD
           END-IF
           MOVE 'N' TO WS-EOF
           IF WS-POSTER-JOB-ID(K) > SPACES
               MOVE WS-POSTER-JOB-ID(K) TO APPLICATION-JOB-KEY
               START APPLICATIONS-FILE KEY IS = APPLICATION-JOB-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-EOF
               END-START
           ELSE
               MOVE LOW-VALUES TO APPLICATION-KEY
               START APPLICATIONS-FILE KEY IS NOT LESS THAN APPLICATION-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-EOF
               END-START
           END-IF
           PERFORM UNTIL WS-EOF = 'Y'
               READ APPLICATIONS-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-POSTER-JOB-ID(K) > SPACES
                          AND APPLICATION-JOB-KEY NOT = WS-POSTER-JOB-ID(K)
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           MOVE 'N' TO WS-EOF
                       END-IF
               END-READ
               IF WS-EOF = 'N'
                   MOVE APPLICATION-ROW TO WS-LINE
                   MOVE SPACES TO WS-APP-STAGE
                   UNSTRING WS-LINE DELIMITED BY "~"
                       INTO WS-USER WS-TEMP WS-JOB-TITLE WS-JOB-EMPLOYER
                            WS-JOB-LOCATION WS-APP-STAGE
                   END-UNSTRING
                   IF FUNCTION TRIM(WS-APP-STAGE) = SPACES
                       MOVE "APPLIED" TO WS-APP-STAGE
                   END-IF

                   IF FUNCTION TRIM(WS-JOB-TITLE) =
                      FUNCTION TRIM(WS-POSTER-TITLE(K))
                       ADD 1 TO WS-COUNT
                       INITIALIZE WS-MESSAGE
                       STRING "Applicant: " FUNCTION TRIM(WS-USER)
                              " - " FUNCTION TRIM(WS-JOB-TITLE)
                              " at " FUNCTION TRIM(WS-JOB-EMPLOYER)
                              " [" FUNCTION TRIM(WS-APP-STAGE) "]"
                              INTO WS-MESSAGE
                       PERFORM MARK-IF-REFERRED
                       DISPLAY WS-MESSAGE
                       MOVE WS-MESSAGE TO OUTPUT-RECORD
                       WRITE OUTPUT-RECORD
                   END-IF
               END-IF
           END-PERFORM.

       *> Tags the applicant line in WS-MESSAGE when a connection
       *> referred this application.
       MARK-IF-REFERRED.
           INITIALIZE WS-RFR-IDENT
           STRING "~" FUNCTION TRIM(WS-JOB-TITLE)
                  "~" FUNCTION TRIM(WS-JOB-EMPLOYER)
                  DELIMITED BY SIZE INTO WS-RFR-IDENT
           MOVE "LOOKUP" TO WS-RFR-ACTION
           MOVE SPACES TO WS-RFR-STATE
           CALL "JOB-REFERRAL" USING LS-USERNAME, WS-RFR-ACTION,
                                      WS-USER, WS-RFR-IDENT,
                                      WS-TEMP, WS-RFR-STATE,
                                      WS-RFR-REFERRER, WS-RFR-RC
           IF WS-RFR-RC = 'S'
               STRING FUNCTION TRIM(WS-MESSAGE)
                      " [REFERRED by "
                      FUNCTION TRIM(WS-RFR-REFERRER) "]"
                      DELIMITED BY SIZE INTO WS-MESSAGE
           END-IF.

       *> The unsave/withdraw rewrites go through the single-writer
       *> interlock; 'B' back to the caller means "try again".
       GUARDED-UNSAVE.

       *> Bookmarks LS-JOB-NUM for later without submitting an application
       *> -- same job lookup as JOB-APPLY, same duplicate-check-then-append
       *> shape, but writing to saved_jobs.txt instead of applications.dat.
       SAVE-JOB.
           *> Resolve the picked number against the same collect pass
           *> (and sort order) JOB-LIST numbered by.
           GOBACK.

       *> Lets the caller pull their own application to LS-JOB-NUM back out
       *> of applications.dat -- a keyed delete on applicant + reference.
       WITHDRAW-APPLICATION.
           OPEN I-O APPLICATIONS-FILE
           IF WS-APP-STATUS = "35"
               MOVE 'F' TO LS-RETURN-CODE
               CLOSE APPLICATIONS-FILE
               GO TO WITHDRAW-APP-EXIT
           END-IF

      *> Stored references are the permanent id exactly as POST-JOB
      *> pads it ("00001001"), so the typed number is tried in that
      *> form first; the bare digits still find legacy position-stored
      *> rows.
           MOVE 'F' TO LS-RETURN-CODE
           MOVE LS-USERNAME TO APPLICATION-USER
           MOVE LS-JOB-NUM TO WS-REF-PADDED
           MOVE WS-REF-PADDED TO APPLICATION-JOB-ID
           READ APPLICATIONS-FILE
               INVALID KEY
                   MOVE LS-JOB-NUM TO WS-REF-DIGITS
                   MOVE FUNCTION TRIM(WS-REF-DIGITS) TO APPLICATION-JOB-ID
                   READ APPLICATIONS-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'S' TO LS-RETURN-CODE
                   END-READ
               NOT INVALID KEY
                   MOVE 'S' TO LS-RETURN-CODE
           END-READ

           IF LS-RETURN-CODE = 'S'
               DELETE APPLICATIONS-FILE RECORD
                   INVALID KEY
                       MOVE 'X' TO LS-RETURN-CODE
               END-DELETE
           END-IF
           CLOSE APPLICATIONS-FILE

      *> A withdrawal journals only the count ("*DEL*") for the
      *> nightly balancing.
           IF LS-RETURN-CODE = 'S'
               MOVE "applications.dat~1~BROWSE-JOB" TO WS-LINE
               MOVE "*DEL*" TO WS-JRN-FILE
               CALL "DATA-JOURNAL" USING WS-JRN-FILE, WS-LINE, WS-JRN-RC
           END-IF.

       WITHDRAW-APP-EXIT.
           EXIT.
