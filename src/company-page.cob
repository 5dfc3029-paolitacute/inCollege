       *> VIEW shows the page plus every OPEN jobs.txt posting whose
       *> employer field matches the page name; ALERTS (run at login)
       *> flags recent postings from companies the caller follows.
       *> VIEW also lists the alumni and interns there who come from
       *> the viewer's own university: students with an ACCEPTED offer
       *> (offers.txt) or a HIRED application (applications.dat) at the
       *> company, or a profile experience entry naming it. A person is
       *> listed only where their profile is visible to the viewer
       *> (PRIV: setting, as VIEW-PROFILE enforces), neither side has
       *> blocked the other (blocks.txt), and they have not withdrawn
       *> the company-page listing consent (DATA-CONSENT).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT OUTPUT-FILE ASSIGN TO "InCollege-Output.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUTPUT-STATUS.
           SELECT PROFILES-FILE ASSIGN TO "profiles.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROFILES-STATUS.
           SELECT OFFERS-FILE ASSIGN TO "offers.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OFFERS-STATUS.
           SELECT BLOCKS-FILE ASSIGN TO "blocks.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BLOCKS-STATUS.
           SELECT APPLICATIONS-FILE ASSIGN TO "applications.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APPLICATION-KEY
               ALTERNATE RECORD KEY IS APPLICATION-JOB-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-APP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OUTPUT-FILE.
       01  OUTPUT-RECORD        PIC X(350).

       FD  PROFILES-FILE.
       01  PROFILES-RECORD      PIC X(350).

       FD  OFFERS-FILE.
       01  OFFER-RECORD         PIC X(500).

       FD  BLOCKS-FILE.
       01  BLOCK-RECORD         PIC X(50).

       FD  APPLICATIONS-FILE.
       01  APPLICATION-RECORD.
           05  APPLICATION-KEY.
               10  APPLICATION-USER    PIC X(20).
               10  APPLICATION-JOB-ID  PIC X(8).
           05  APPLICATION-JOB-KEY     PIC X(8).
           05  APPLICATION-ROW         PIC X(500).

       WORKING-STORAGE SECTION.
       01  WS-COMPANIES-STATUS  PIC X(2).
       01  WS-FOLLOWERS-STATUS  PIC X(2).
       01  WS-JOBS-STATUS       PIC X(2).
       01  WS-OUTPUT-STATUS     PIC X(2).
       01  WS-PROFILES-STATUS   PIC X(2).
       01  WS-OFFERS-STATUS     PIC X(2).
       01  WS-BLOCKS-STATUS     PIC X(2).
       01  WS-APP-STATUS        PIC X(2).
       01  WS-EOF-FLAG          PIC X VALUE 'N'.
       01  WS-MESSAGE           PIC X(250).
       01  WS-LINE              PIC X(500).
       01  WS-JOB-LOCATION      PIC X(50).
       01  WS-JOB-SALARY        PIC X(50).
       01  WS-JOB-POSTED-DATE   PIC X(8).
       01  WS-JOB-STATUS        PIC X(14).
       01  WS-JOB-TYPE          PIC X(20).
       01  WS-JOB-UNIVERSITY    PIC X(100).

       01  WS-RATE-COMMENT      PIC X(100).
       01  WS-RATE-RC           PIC X.

      *> Alumni and interns at the company from the viewer's school.
      *> Placed students first (accepted offer or hired application,
      *> with the title they were placed in), then one candidate per
      *> profile that is placed or names the company in an EXPnn: line.
       01  WS-VIEWER-UNIV       PIC X(100).
       01  WS-PLACED-COUNT      PIC 9(3) VALUE 0.
       01  WS-PLACED-TABLE.
           05 WS-PLACED-ENTRY OCCURS 200 TIMES.
              10 WS-PL-USER     PIC X(20).
              10 WS-PL-TITLE    PIC X(50).
       01  WS-CAND-COUNT        PIC 9(3) VALUE 0.
       01  WS-CAND-TABLE.
           05 WS-CAND-ENTRY OCCURS 200 TIMES.
              10 WS-CD-USER     PIC X(20).
              10 WS-CD-NAME     PIC X(60).
              10 WS-CD-UNIV     PIC X(100).
              10 WS-CD-GRAD     PIC X(4).
              10 WS-CD-PRIV     PIC X(11).
              10 WS-CD-STND     PIC X(10).
              10 WS-CD-TITLE    PIC X(50).
       01  WS-ALUM-COUNT        PIC 9(3) VALUE 0.
       01  WS-ALUM-TABLE.
           05 WS-ALUM-USER OCCURS 200 TIMES PIC X(20).
       01  WS-ALUM-PICK         PIC 9(3) VALUE 0.
       01  WS-SHOW-ALUMNI       PIC X VALUE 'Y'.
       01  WS-LISTABLE          PIC X.
       01  C                    PIC 9(3).

      *> The profile block being read
       01  WS-CUR-USER          PIC X(20).
       01  WS-CUR-FNAME         PIC X(50).
       01  WS-CUR-LNAME         PIC X(50).
       01  WS-CUR-UNIV          PIC X(100).
       01  WS-CUR-GRAD          PIC X(4).
       01  WS-CUR-PRIV          PIC X(11).
       01  WS-CUR-STND          PIC X(10).
       01  WS-CUR-TITLE         PIC X(50).
       01  WS-CUR-NAMES-CO      PIC X.
       01  WS-EXP-TITLE         PIC X(50).
       01  WS-EXP-COMPANY       PIC X(50).

      *> offers.txt and applications.dat row fields
       01  WS-OFR-EMPLOYER      PIC X(20).
       01  WS-OFR-APPLICANT     PIC X(20).
       01  WS-OFR-TITLE         PIC X(50).
       01  WS-OFR-COMPANY       PIC X(50).
       01  WS-OFR-TERMS         PIC X(100).
       01  WS-OFR-START         PIC X(8).
       01  WS-OFR-DEADLINE      PIC X(8).
       01  WS-OFR-STATE         PIC X(10).
       01  WS-APP-USER          PIC X(20).
       01  WS-APP-JOBNUM        PIC X(8).
       01  WS-APP-TITLE         PIC X(50).
       01  WS-APP-EMPLOYER      PIC X(50).
       01  WS-APP-LOCATION      PIC X(50).
       01  WS-APP-STATE         PIC X(20).

      *> Anyone sharing a blocks.txt row with the viewer
       01  WS-BLK-A             PIC X(20).
       01  WS-BLK-B             PIC X(20).
       01  WS-BAR-COUNT         PIC 9(3) VALUE 0.
       01  WS-BAR-TABLE.
           05 WS-BAR-USER OCCURS 200 TIMES PIC X(20).

      *> Connection check, sized to CONNECTIONS' linkage
       01  WS-CONN-ACTION       PIC X(10).
       01  WS-CONN-RC           PIC X.
       01  WS-CONN-NOTE         PIC X(80).
       01  WS-MUTUAL-DUMMY      PIC 9(3).
       01  WS-NETWORK-LIST.
           05 WS-NETWORK-USER OCCURS 300 TIMES PIC X(20).
       01  WS-NETWORK-COUNT     PIC 9(3).

      *> Listing consent, sized to DATA-CONSENT's linkage
       01  WS-CONSENT-ACTION    PIC X(10).
       01  WS-CONSENT.
           05 WS-CN-SEARCH          PIC X.
           05 WS-CN-SEARCH-DATE     PIC X(8).
           05 WS-CN-TRANSFER        PIC X.
           05 WS-CN-TRANSFER-DATE   PIC X(8).
           05 WS-CN-RESEARCH        PIC X.
           05 WS-CN-RESEARCH-DATE   PIC X(8).
           05 WS-CN-LISTING         PIC X.
           05 WS-CN-LISTING-DATE    PIC X(8).
       01  WS-CONSENT-RC        PIC X.

       LINKAGE SECTION.
       01  LS-USERNAME          PIC X(20).
      *> 'CREATE'  = employer records their company page (one per owner)
      *> 'OWNED'   = hand back the caller's own page name in
      *>             LS-COMPANY-NAME ('F' when they have none)
      *> 'VIEW'    = show the page named LS-COMPANY-NAME, its open roles
      *>             and the alumni/interns from the viewer's school,
      *>             numbered; the count listed comes back in
      *>             LS-COMPANY-DESC
      *> 'PICK'    = the person numbered LS-COMPANY-DESC in that list,
      *>             handed back in LS-COMPANY-LOCATION ('F' when the
      *>             number is not on the list)
      *> 'FOLLOW'/'UNFOLLOW' = maintain the caller's follow list
      *> 'ALERTS'  = flag recent postings from followed companies
       01  LS-ACTION            PIC X(10).
                   PERFORM FIND-OWNED-COMPANY
               WHEN "VIEW"
                   PERFORM VIEW-COMPANY-PAGE
               WHEN "PICK"
                   PERFORM PICK-LISTED-PERSON
               WHEN "FOLLOW"
                   PERFORM FOLLOW-COMPANY
               WHEN "UNFOLLOW"
                                  FUNCTION TRIM(WS-ROW-NAME))
                              AND FUNCTION TRIM(WS-JOB-STATUS) NOT =
                                  "CLOSED"
                              AND FUNCTION TRIM(WS-JOB-STATUS) NOT =
                                  "PENDING-CAMPUS"
                               ADD 1 TO WS-COUNT
                               INITIALIZE WS-MESSAGE
                               STRING FUNCTION TRIM(WS-JOB-TITLE)
               PERFORM DISPLAY-AND-LOG
           END-IF.

           MOVE 'Y' TO WS-SHOW-ALUMNI.
           PERFORM BUILD-ALUMNI-LIST.
           MOVE SPACES TO LS-COMPANY-DESC.
           MOVE WS-ALUM-COUNT TO LS-COMPANY-DESC(1:3).

           MOVE 'S' TO LS-RETURN-CODE.
           CLOSE OUTPUT-FILE.
           EXIT SECTION.

      *> Resolves a number from the VIEW list to its username, building
      *> the list again (unshown) so it matches what was displayed.
       PICK-LISTED-PERSON SECTION.
           MOVE SPACES TO LS-COMPANY-LOCATION.
           IF FUNCTION TRIM(LS-COMPANY-DESC) IS NOT NUMERIC
               EXIT SECTION
           END-IF.
           MOVE FUNCTION NUMVAL(LS-COMPANY-DESC) TO WS-ALUM-PICK.
           MOVE FUNCTION TRIM(LS-COMPANY-NAME) TO WS-ROW-NAME.
           MOVE 'N' TO WS-SHOW-ALUMNI.
           PERFORM BUILD-ALUMNI-LIST.
           IF WS-ALUM-PICK < 1 OR WS-ALUM-PICK > WS-ALUM-COUNT
               EXIT SECTION
           END-IF.
           MOVE WS-ALUM-USER(WS-ALUM-PICK) TO LS-COMPANY-LOCATION.
           MOVE 'S' TO LS-RETURN-CODE.
           EXIT SECTION.

      *> Alumni and interns at WS-ROW-NAME from the viewer's school,
      *> into WS-ALUM-USER in the order they are shown. Shown (the
      *> output file already open) when WS-SHOW-ALUMNI is 'Y'. A viewer
      *> with no university on their profile has no school to match,
      *> so gets no list.
       BUILD-ALUMNI-LIST SECTION.
           MOVE 0 TO WS-ALUM-COUNT, WS-CAND-COUNT.
           MOVE SPACES TO WS-VIEWER-UNIV.
           PERFORM LOAD-PLACED-STUDENTS.
           PERFORM LOAD-VIEWER-BLOCKS.
           PERFORM LOAD-ALUMNI-CANDIDATES.
           IF WS-VIEWER-UNIV = SPACES
               EXIT SECTION
           END-IF.

           IF WS-SHOW-ALUMNI = 'Y'
               INITIALIZE WS-MESSAGE
               STRING "Alumni and interns here from "
                      FUNCTION TRIM(WS-VIEWER-UNIV) ":"
                      DELIMITED BY SIZE INTO WS-MESSAGE
               PERFORM DISPLAY-AND-LOG
           END-IF.
           PERFORM VARYING C FROM 1 BY 1 UNTIL C > WS-CAND-COUNT
               PERFORM JUDGE-ALUMNI-CANDIDATE
               IF WS-LISTABLE = 'Y'
                   ADD 1 TO WS-ALUM-COUNT
                   MOVE WS-CD-USER(C) TO WS-ALUM-USER(WS-ALUM-COUNT)
                   IF WS-SHOW-ALUMNI = 'Y'
                       PERFORM SHOW-ALUMNI-LINE
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-SHOW-ALUMNI = 'Y' AND WS-ALUM-COUNT = 0
               MOVE "(none listed)" TO WS-MESSAGE
               PERFORM DISPLAY-AND-LOG
           END-IF.
           EXIT SECTION.

      *> Same school, not the viewer, profile visible to the viewer,
      *> no block either way, and still consenting to be listed.
       JUDGE-ALUMNI-CANDIDATE SECTION.
           MOVE 'N' TO WS-LISTABLE.
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CD-UNIV(C))) NOT =
              FUNCTION UPPER-CASE(FUNCTION TRIM(WS-VIEWER-UNIV))
               EXIT SECTION
           END-IF.
           IF FUNCTION TRIM(WS-CD-USER(C)) = FUNCTION TRIM(LS-USERNAME)
               EXIT SECTION
           END-IF.
           IF FUNCTION TRIM(WS-CD-PRIV(C)) = "HIDDEN"
               EXIT SECTION
           END-IF.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-BAR-COUNT
               IF WS-BAR-USER(I) = WS-CD-USER(C)
                   EXIT SECTION
               END-IF
           END-PERFORM.
           MOVE WS-CD-USER(C) TO WS-CUR-USER.
           IF FUNCTION TRIM(WS-CD-PRIV(C)) = "CONNECTIONS"
               MOVE "STATUS" TO WS-CONN-ACTION
               MOVE SPACES TO WS-CONN-NOTE
               CALL "CONNECTIONS" USING WS-CONN-ACTION, LS-USERNAME,
                                         WS-CUR-USER, WS-CONN-RC,
                                         WS-CONN-NOTE, WS-MUTUAL-DUMMY,
                                         WS-NETWORK-LIST,
                                         WS-NETWORK-COUNT
               IF WS-CONN-RC NOT = 'S'
                   EXIT SECTION
               END-IF
           END-IF.
           MOVE "GET" TO WS-CONSENT-ACTION.
           CALL "DATA-CONSENT" USING WS-CUR-USER, WS-CONSENT-ACTION,
                                      WS-CONSENT, WS-CONSENT-RC.
           IF WS-CN-LISTING = 'N'
               EXIT SECTION
           END-IF.
           MOVE 'Y' TO WS-LISTABLE.
           EXIT SECTION.

       SHOW-ALUMNI-LINE SECTION.
           MOVE WS-ALUM-COUNT TO WS-DISPLAY-NUMBER.
           INITIALIZE WS-MESSAGE.
           STRING FUNCTION TRIM(WS-DISPLAY-NUMBER) ". "
                  FUNCTION TRIM(WS-CD-NAME(C))
                  DELIMITED BY SIZE INTO WS-MESSAGE.
           IF WS-CD-TITLE(C) NOT = SPACES
               STRING FUNCTION TRIM(WS-MESSAGE) " -- "
                      FUNCTION TRIM(WS-CD-TITLE(C))
                      DELIMITED BY SIZE INTO WS-MESSAGE
           END-IF.
           IF FUNCTION TRIM(WS-CD-STND(C)) = "ALUMNI"
               STRING FUNCTION TRIM(WS-MESSAGE) " (Alumni"
                      DELIMITED BY SIZE INTO WS-MESSAGE
           ELSE
               STRING FUNCTION TRIM(WS-MESSAGE) " (Intern"
                      DELIMITED BY SIZE INTO WS-MESSAGE
           END-IF.
           IF WS-CD-GRAD(C) IS NUMERIC
               STRING FUNCTION TRIM(WS-MESSAGE) ", class of "
                      WS-CD-GRAD(C)
                      DELIMITED BY SIZE INTO WS-MESSAGE
           END-IF.
           STRING FUNCTION TRIM(WS-MESSAGE) ")"
                  DELIMITED BY SIZE INTO WS-MESSAGE.
           PERFORM DISPLAY-AND-LOG.
           EXIT SECTION.

      *> Students placed at the company: ACCEPTED offers naming it and
      *> HIRED applications to its postings.
       LOAD-PLACED-STUDENTS SECTION.
           MOVE 0 TO WS-PLACED-COUNT.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT OFFERS-FILE.
           IF WS-OFFERS-STATUS = "00"
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ OFFERS-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM PARSE-OFFER-ROW
                           IF FUNCTION TRIM(WS-OFR-STATE) = "ACCEPTED"
                              AND FUNCTION UPPER-CASE(
                                      FUNCTION TRIM(WS-OFR-COMPANY)) =
                                  FUNCTION UPPER-CASE(
                                      FUNCTION TRIM(WS-ROW-NAME))
                               MOVE WS-OFR-APPLICANT TO WS-CUR-USER
                               MOVE WS-OFR-TITLE TO WS-CUR-TITLE
                               PERFORM NOTE-PLACED-STUDENT
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE OFFERS-FILE.

           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT APPLICATIONS-FILE.
           IF WS-APP-STATUS = "00"
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ APPLICATIONS-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM PARSE-APP-ROW
                           IF FUNCTION TRIM(WS-APP-STATE) = "HIRED"
                              AND FUNCTION UPPER-CASE(
                                      FUNCTION TRIM(WS-APP-EMPLOYER)) =
                                  FUNCTION UPPER-CASE(
                                      FUNCTION TRIM(WS-ROW-NAME))
                               MOVE WS-APP-USER TO WS-CUR-USER
                               MOVE WS-APP-TITLE TO WS-CUR-TITLE
                               PERFORM NOTE-PLACED-STUDENT
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE APPLICATIONS-FILE.
           MOVE 'N' TO WS-EOF-FLAG.
           EXIT SECTION.

       NOTE-PLACED-STUDENT SECTION.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-PLACED-COUNT
               IF WS-PL-USER(I) = WS-CUR-USER
                   EXIT SECTION
               END-IF
           END-PERFORM.
           IF WS-PLACED-COUNT < 200
               ADD 1 TO WS-PLACED-COUNT
               MOVE WS-CUR-USER TO WS-PL-USER(WS-PLACED-COUNT)
               MOVE WS-CUR-TITLE TO WS-PL-TITLE(WS-PLACED-COUNT)
           END-IF.
           EXIT SECTION.

       LOAD-VIEWER-BLOCKS SECTION.
           MOVE 0 TO WS-BAR-COUNT.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT BLOCKS-FILE.
           IF WS-BLOCKS-STATUS = "00"
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ BLOCKS-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           MOVE SPACES TO WS-BLK-A, WS-BLK-B
                           UNSTRING BLOCK-RECORD DELIMITED BY "~"
                               INTO WS-BLK-A, WS-BLK-B
                           END-UNSTRING
                           IF FUNCTION TRIM(WS-BLK-A) =
                              FUNCTION TRIM(LS-USERNAME)
                              AND WS-BAR-COUNT < 200
                               ADD 1 TO WS-BAR-COUNT
                               MOVE WS-BLK-B TO WS-BAR-USER(WS-BAR-COUNT)
                           END-IF
                           IF FUNCTION TRIM(WS-BLK-B) =
                              FUNCTION TRIM(LS-USERNAME)
                              AND WS-BAR-COUNT < 200
                               ADD 1 TO WS-BAR-COUNT
                               MOVE WS-BLK-A TO WS-BAR-USER(WS-BAR-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE BLOCKS-FILE.
           MOVE 'N' TO WS-EOF-FLAG.
           EXIT SECTION.

      *> One pass over profiles.txt: the viewer's own university, and a
      *> candidate for every placed student or profile naming the
      *> company among its experience entries.
       LOAD-ALUMNI-CANDIDATES SECTION.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT PROFILES-FILE.
           IF WS-PROFILES-STATUS NOT = "00"
               CLOSE PROFILES-FILE
               MOVE 'N' TO WS-EOF-FLAG
               EXIT SECTION
           END-IF.
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ PROFILES-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM COLLECT-PROFILE-LINE
               END-READ
           END-PERFORM.
           CLOSE PROFILES-FILE.
           MOVE 'N' TO WS-EOF-FLAG.
           EXIT SECTION.

       COLLECT-PROFILE-LINE SECTION.
           EVALUATE TRUE
               WHEN PROFILES-RECORD(1:5) = "USER:"
                   MOVE SPACES TO WS-CUR-FNAME, WS-CUR-LNAME,
                                  WS-CUR-UNIV, WS-CUR-GRAD, WS-CUR-PRIV,
                                  WS-CUR-STND, WS-CUR-TITLE
                   MOVE 'N' TO WS-CUR-NAMES-CO
                   MOVE PROFILES-RECORD(6:20) TO WS-CUR-USER
               WHEN PROFILES-RECORD(1:5) = "FNAM:"
                   MOVE PROFILES-RECORD(6:50) TO WS-CUR-FNAME
               WHEN PROFILES-RECORD(1:5) = "LNAM:"
                   MOVE PROFILES-RECORD(6:50) TO WS-CUR-LNAME
               WHEN PROFILES-RECORD(1:5) = "UNIV:"
                   MOVE PROFILES-RECORD(6:100) TO WS-CUR-UNIV
               WHEN PROFILES-RECORD(1:5) = "GRAD:"
                   MOVE PROFILES-RECORD(6:4) TO WS-CUR-GRAD
               WHEN PROFILES-RECORD(1:5) = "PRIV:"
                   MOVE PROFILES-RECORD(6:11) TO WS-CUR-PRIV
               WHEN PROFILES-RECORD(1:5) = "STND:"
                   MOVE PROFILES-RECORD(6:10) TO WS-CUR-STND
               WHEN PROFILES-RECORD(1:3) = "EXP"
                    AND PROFILES-RECORD(6:1) = ":"
                   MOVE SPACES TO WS-EXP-TITLE, WS-EXP-COMPANY
                   UNSTRING PROFILES-RECORD(7:) DELIMITED BY "~"
                       INTO WS-EXP-TITLE, WS-EXP-COMPANY
                   END-UNSTRING
                   IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-EXP-COMPANY))
                      = FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ROW-NAME))
                      AND WS-CUR-NAMES-CO = 'N'
                       MOVE 'Y' TO WS-CUR-NAMES-CO
                       MOVE WS-EXP-TITLE TO WS-CUR-TITLE
                   END-IF
               WHEN PROFILES-RECORD(1:10) = "ENDPROFILE"
                   PERFORM NOTE-ALUMNI-CANDIDATE
           END-EVALUATE.
           EXIT SECTION.

      *> A placement's own title wins over the experience entry's.
       NOTE-ALUMNI-CANDIDATE SECTION.
           IF FUNCTION TRIM(WS-CUR-USER) = FUNCTION TRIM(LS-USERNAME)
               MOVE WS-CUR-UNIV TO WS-VIEWER-UNIV
               EXIT SECTION
           END-IF.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-PLACED-COUNT
               IF WS-PL-USER(I) = WS-CUR-USER
                   MOVE 'Y' TO WS-CUR-NAMES-CO
                   MOVE WS-PL-TITLE(I) TO WS-CUR-TITLE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-CUR-NAMES-CO NOT = 'Y' OR WS-CAND-COUNT NOT < 200
               EXIT SECTION
           END-IF.
           ADD 1 TO WS-CAND-COUNT.
           MOVE WS-CUR-USER TO WS-CD-USER(WS-CAND-COUNT).
           INITIALIZE WS-CD-NAME(WS-CAND-COUNT).
           STRING FUNCTION TRIM(WS-CUR-FNAME) " "
                  FUNCTION TRIM(WS-CUR-LNAME)
                  DELIMITED BY SIZE INTO WS-CD-NAME(WS-CAND-COUNT).
           MOVE WS-CUR-UNIV TO WS-CD-UNIV(WS-CAND-COUNT).
           MOVE WS-CUR-GRAD TO WS-CD-GRAD(WS-CAND-COUNT).
           MOVE WS-CUR-PRIV TO WS-CD-PRIV(WS-CAND-COUNT).
           MOVE WS-CUR-STND TO WS-CD-STND(WS-CAND-COUNT).
           MOVE WS-CUR-TITLE TO WS-CD-TITLE(WS-CAND-COUNT).
           EXIT SECTION.

       FOLLOW-COMPANY SECTION.
      *> The page has to exist before it can be followed.
           MOVE 'N' TO WS-MATCH-FOUND.
       CHECK-FOLLOWED-JOB SECTION.
           PERFORM PARSE-JOB-ROW.
           IF FUNCTION TRIM(WS-JOB-STATUS) = "CLOSED"
              OR FUNCTION TRIM(WS-JOB-STATUS) = "PENDING-CAMPUS"
              OR FUNCTION TRIM(WS-JOB-POSTED-DATE) = SPACES
               EXIT SECTION
           END-IF.
           END-UNSTRING.
           EXIT SECTION.

       PARSE-OFFER-ROW SECTION.
           MOVE SPACES TO WS-OFR-EMPLOYER, WS-OFR-APPLICANT,
                          WS-OFR-TITLE, WS-OFR-COMPANY, WS-OFR-STATE.
           UNSTRING OFFER-RECORD DELIMITED BY "~"
               INTO WS-OFR-EMPLOYER, WS-OFR-APPLICANT, WS-OFR-TITLE,
                    WS-OFR-COMPANY, WS-OFR-TERMS, WS-OFR-START,
                    WS-OFR-DEADLINE, WS-OFR-STATE
           END-UNSTRING.
           EXIT SECTION.

       PARSE-APP-ROW SECTION.
           MOVE SPACES TO WS-APP-USER, WS-APP-JOBNUM, WS-APP-TITLE,
                          WS-APP-EMPLOYER, WS-APP-LOCATION,
                          WS-APP-STATE.
           UNSTRING APPLICATION-ROW DELIMITED BY "~"
               INTO WS-APP-USER, WS-APP-JOBNUM, WS-APP-TITLE,
                    WS-APP-EMPLOYER, WS-APP-LOCATION, WS-APP-STATE
           END-UNSTRING.
           EXIT SECTION.

       PARSE-JOB-ROW SECTION.
           MOVE SPACES TO WS-JOB-POSTER, WS-JOB-TITLE, WS-JOB-DESC,
                          WS-JOB-EMPLOYER, WS-JOB-LOCATION, WS-JOB-SALARY,
