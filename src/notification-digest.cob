        *> since a student's last visit, so they don't have to separately
        *> run VIEW-MESSAGE, CONNECTIONS' pending-requests action, and a
        *> job search just to find out. Scans messages.txt, connections.txt
        *> and applications.dat read-only -- nothing here is ever rewritten.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT CONNECTIONS-FILE ASSIGN TO "connections.txt"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CONNECTIONS-STATUS.
            SELECT APPLICATIONS-FILE ASSIGN TO "applications.dat"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS APPLICATION-KEY
                ALTERNATE RECORD KEY IS APPLICATION-JOB-KEY
                    WITH DUPLICATES
                FILE STATUS IS WS-APPLICATIONS-STATUS.
            SELECT JOBS-FILE ASSIGN TO "jobs.txt"
                ORGANIZATION IS LINE SEQUENTIAL
        01  CONNECTION-RECORD     PIC X(150).

        FD  APPLICATIONS-FILE.
        01  APPLICATION-RECORD.
            05  APPLICATION-KEY.
                10  APPLICATION-USER    PIC X(20).
                10  APPLICATION-JOB-ID  PIC X(8).
            05  APPLICATION-JOB-KEY     PIC X(8).
            05  APPLICATION-ROW         PIC X(500).

        FD  JOBS-FILE.
        01  JOB-RECORD            PIC X(500).
                EXIT SECTION
            END-IF.

            MOVE LS-USERNAME TO APPLICATION-USER.
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
                        IF APPLICATION-USER NOT = LS-USERNAME
                            MOVE 'Y' TO WS-EOF-FLAG
                        ELSE
                            MOVE APPLICATION-ROW TO WS-STORED-LINE
                            MOVE SPACES TO WS-APP-STATE
                            UNSTRING WS-STORED-LINE DELIMITED BY "~"
                                INTO WS-APP-USER, WS-APP-JOBNUM, WS-APP-TITLE,
                                     WS-APP-EMPLOYER, WS-APP-LOCATION,
                                     WS-APP-STATE
                            END-UNSTRING
                            IF FUNCTION TRIM(WS-APP-USER) =
                               FUNCTION TRIM(LS-USERNAME)
                                EVALUATE FUNCTION TRIM(WS-APP-STATE)
                                    WHEN SPACES
                                        PERFORM CHECK-JOB-STILL-ACTIVE
                                        IF WS-JOB-STILL-ACTIVE = 'N'
                                            ADD 1 TO LS-APPLICATION-COUNT
                                        END-IF
                                    WHEN "APPLIED"
                                        CONTINUE
                                    WHEN OTHER
                                        ADD 1 TO LS-APPLICATION-COUNT
                                END-EVALUATE
                            END-IF
                        END-IF
                END-READ
            END-PERFORM.
