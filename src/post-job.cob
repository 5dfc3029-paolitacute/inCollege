        *> updates the description on one already posted, and DELETE pulls
        *> it entirely -- both EDIT and DELETE only act on a posting whose
        *> WS-JOB-POSTER matches the calling LS-USERNAME.
        *> POST stores the location as locations.txt spells it (any of
        *> its other spellings is accepted); a location not on that
        *> list returns 'L' and nothing is written.
        *> A posting may hire more than one person: LS-JOB-OPENINGS (blank
        *> means 1) goes on the row as field 13 with a filled count of 0
        *> as field 14. OFFERS counts each accepted offer against it and
        *> closes the posting on the last one; EDIT carries both through.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            05 WS-JOB-LOCATION    PIC X(50).
            05 WS-JOB-SALARY      PIC X(50).
            05 WS-JOB-POSTED-ON   PIC X(8).
            05 WS-JOB-STATUS      PIC X(14).
            05 WS-JOB-TYPE        PIC X(20).
            05 WS-JOB-UNIVERSITY  PIC X(100). *> blank means open to all schools
            05 WS-JOB-REQ-SKILLS  PIC X(200). *> semicolon-separated, may be blank
            05 WS-JOB-ID          PIC X(8).   *> permanent id, survives deletes
            05 WS-JOB-OPENINGS    PIC X(4).   *> how many hires; blank is 1
            05 WS-JOB-FILLED      PIC X(4).   *> accepted offers so far
            05 WS-FILLER          PIC X(100). *> Handle extra data/line variations

        01  I                    PIC 9(3).
        01  WS-SANITIZE-RC       PIC X.
        01  WS-JRN-FILE          PIC X(30).
        01  WS-JRN-RC            PIC X.
        01  WS-JRN-COUNT         PIC ZZ9.
        01  WS-LOCK-ACTION       PIC X(10).
        01  WS-LOCK-RC           PIC X.
        01  WS-VERIFY-ACTION     PIC X(10).
        01  WS-CRED-AMOUNT       PIC S9(5).
        01  WS-CRED-RC           PIC X.
        01  WS-SCREEN-REASON     PIC X(100).
        01  WS-PUBLISH-STATUS    PIC X(14) VALUE "OPEN".
        01  WS-NEW-OPENINGS      PIC 9(4).
        01  WS-OPENINGS-TEXT     PIC Z(3)9.
        01  WS-MOD-ACTION        PIC X(10).
        01  WS-MOD-TYPE          PIC X(8).
        01  WS-MOD-TARGET        PIC X(80).
        01  WS-MOD-RC            PIC X.
        01  WS-TEMP-TABLE.
            05 WS-TEMP-RECORD OCCURS 500 TIMES PIC X(500).
        *> LOCATION-LOOKUP's linkage
        01  WS-LOC-ACTION        PIC X(10) VALUE "RESOLVE".
        01  WS-LOC-CANDIDATE     PIC X(100).
        01  WS-LOC-CANONICAL     PIC X(50).
        01  WS-LOC-CITY          PIC X(30).
        01  WS-LOC-STATE         PIC X(20).
        01  WS-LOC-REGION        PIC X(30).
        01  WS-LOC-MODE          PIC X(6).
        01  WS-LOC-RC            PIC X.

        LINKAGE SECTION.
        01  LS-USERNAME          PIC X(20).
        01  LS-JOB-UNIVERSITY    PIC X(100). *> blank means open to all schools
        01  LS-JOB-SKILLS        PIC X(200). *> semicolon-separated, may be blank
        01  LS-RETURN-CODE       PIC X.
        01  LS-JOB-OPENINGS      PIC X(4).  *> positions to fill; blank is 1

        PROCEDURE DIVISION USING LS-USERNAME, LS-ACTION, LS-JOB-TITLE,
                                LS-JOB-DESC, LS-JOB-EMPLOYER, LS-JOB-LOCATION,
                                LS-JOB-SALARY, LS-JOB-TYPE, LS-JOB-UNIVERSITY,
                                LS-JOB-SKILLS, LS-RETURN-CODE,
                                LS-JOB-OPENINGS.

            MOVE SPACES TO LS-RETURN-CODE.

                EXIT SECTION
            END-IF.

            *> One canonical spelling per place, so browse and the
            *> reports can group postings by region. With no
            *> locations.txt at all ('X') the text is kept as given.
            MOVE LS-JOB-LOCATION TO WS-LOC-CANDIDATE.
            CALL "LOCATION-LOOKUP" USING WS-LOC-ACTION, WS-LOC-CANDIDATE,
                                          WS-LOC-CANONICAL, WS-LOC-CITY,
                                          WS-LOC-STATE, WS-LOC-REGION,
                                          WS-LOC-MODE, WS-LOC-RC.
            EVALUATE WS-LOC-RC
                WHEN 'S'
                    MOVE WS-LOC-CANONICAL TO LS-JOB-LOCATION
                WHEN 'F'
                    MOVE 'L' TO LS-RETURN-CODE
                    EXIT SECTION
            END-EVALUATE.

            *> jobs.txt is tilde-delimited; scrub the delimiters out of
            *> every free-text field before the row is built.
            PERFORM SANITIZE-POSTING-FIELDS.
                MOVE "HELD" TO WS-PUBLISH-STATUS
            END-IF.

            *> A posting restricted to one school waits for that school's
            *> careers office (CAMPUS-APPROVAL) before its students see it.
            IF WS-PUBLISH-STATUS = "OPEN"
               AND FUNCTION TRIM(LS-JOB-UNIVERSITY) > SPACES
                MOVE "PENDING-CAMPUS" TO WS-PUBLISH-STATUS
            END-IF.

            *> --- 1. CHECK FOR DUPLICATES ---
            OPEN INPUT JOBS-FILE.

            IF WS-JOBS-STATUS = "35"
                CLOSE JOBS-FILE
                PERFORM WRITE-NEW-JOB
                EVALUATE WS-PUBLISH-STATUS
                    WHEN "HELD"
                        MOVE 'H' TO LS-RETURN-CODE
                    WHEN "PENDING-CAMPUS"
                        MOVE 'P' TO LS-RETURN-CODE
                    WHEN OTHER
                        MOVE 'S' TO LS-RETURN-CODE
                END-EVALUATE
                EXIT SECTION
            END-IF.

            ELSE
                PERFORM WRITE-NEW-JOB
                IF LS-RETURN-CODE NOT = 'F'
                    EVALUATE WS-PUBLISH-STATUS
                        WHEN "HELD"
                            MOVE 'H' TO LS-RETURN-CODE
                        WHEN "PENDING-CAMPUS"
                            MOVE 'P' TO LS-RETURN-CODE
                        WHEN OTHER
                            MOVE 'S' TO LS-RETURN-CODE
                    END-EVALUATE
                END-IF
            END-IF.

                MOVE "UNSPECIFIED" TO WS-JOB-TYPE
            END-IF.

            *> Anything but a positive count is one opening, the way
            *> every posting worked before counts existed.
            MOVE 1 TO WS-NEW-OPENINGS
            IF FUNCTION TRIM(LS-JOB-OPENINGS) IS NUMERIC
                IF FUNCTION NUMVAL(LS-JOB-OPENINGS) > 0
                    MOVE FUNCTION NUMVAL(LS-JOB-OPENINGS)
                        TO WS-NEW-OPENINGS
                END-IF
            END-IF.
            MOVE WS-NEW-OPENINGS TO WS-OPENINGS-TEXT.

            *> Create a single line record, separated by ~
            INITIALIZE WS-JOB-LINE
            STRING FUNCTION TRIM(LS-USERNAME)     DELIMITED BY SIZE
                FUNCTION TRIM(LS-JOB-SKILLS)  DELIMITED BY SIZE
                "~"                           DELIMITED BY SIZE
                WS-NEXT-ID                    DELIMITED BY SIZE
                "~"                           DELIMITED BY SIZE
                FUNCTION TRIM(WS-OPENINGS-TEXT) DELIMITED BY SIZE
                "~0"                          DELIMITED BY SIZE
                INTO WS-JOB-LINE.

            *> Write the new job posting to the file
                         WS-JOB-EMPLOYER WS-JOB-LOCATION WS-JOB-SALARY
                         WS-JOB-POSTED-ON WS-JOB-STATUS WS-JOB-TYPE
                         WS-JOB-UNIVERSITY WS-JOB-REQ-SKILLS WS-JOB-ID
                         WS-JOB-OPENINGS WS-JOB-FILLED
                END-UNSTRING

                IF FUNCTION TRIM(WS-JOB-POSTER) = FUNCTION TRIM(LS-USERNAME) AND
                        "~"                            DELIMITED BY SIZE
                        FUNCTION TRIM(WS-JOB-ID)          DELIMITED BY SIZE
                        INTO WS-JOB-LINE
                    IF FUNCTION TRIM(WS-JOB-OPENINGS) > SPACES
                        STRING FUNCTION TRIM(WS-JOB-LINE) "~"
                               FUNCTION TRIM(WS-JOB-OPENINGS) "~"
                               FUNCTION TRIM(WS-JOB-FILLED)
                               DELIMITED BY SIZE INTO WS-JOB-LINE
                    END-IF
                    MOVE WS-JOB-LINE TO WS-TEMP-RECORD(I)
                    MOVE 'Y' TO WS-MATCH-FOUND
                END-IF
            IF LS-RETURN-CODE = 'X'
                EXIT SECTION
            END-IF.

            *> A delete takes a row out rather than appending one, so
            *> it journals only the count, as "*DEL*", for the nightly
            *> balancing.
            COMPUTE WS-JRN-COUNT = WS-JOB-COUNT - J.
            INITIALIZE WS-JOB-LINE.
            STRING "jobs.txt~" FUNCTION TRIM(WS-JRN-COUNT) "~POST-JOB"
                DELIMITED BY SIZE INTO WS-JOB-LINE.
            MOVE "*DEL*" TO WS-JRN-FILE.
            CALL "DATA-JOURNAL" USING WS-JRN-FILE, WS-JOB-LINE,
                                       WS-JRN-RC.
            MOVE 'S' TO LS-RETURN-CODE.
            EXIT SECTION.
