       >>SOURCE FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOB-REFERRAL.
       AUTHOR. Paola
       DATE-WRITTEN. 10/15/2026

       *> Formal referrals. Sharing a posting only sends a message; a
       *> referral is a connection (a current employee, an alum, anyone
       *> in the student's network) vouching for the student on one
       *> specific posting. It waits as OPEN until the student applies,
       *> then BROWSE-JOB attaches it to the application, the employer's
       *> Review Applicants screen and funnel show it, and every status
       *> move on that application is passed back to the referrer.
       *> referrals.txt, one row per referral:
       *>   referrer~student~poster~title~employer~jobRef~referredOn~
       *>   state~appliedOn                    (state OPEN / APPLIED)
       *> Actions and return codes (LS-JOB-IDENT is poster~title~
       *> employer, as BROWSE-JOB hands it out):
       *>   REFER  - caller refers LS-STUDENT to the posting. S filed
       *>            (the student is told), C not connected, M the
       *>            caller named themselves, D the student already
       *>            has a referral for that posting, X file error.
       *>   ATTACH - LS-USERNAME has just applied; an OPEN referral for
       *>            the posting moves to APPLIED and LS-REFERRER comes
       *>            back. S attached, N none waiting.
       *>   LOOKUP - LS-REFERRER for LS-STUDENT's application to the
       *>            posting (poster may be blank). S referred, N not.
       *>   NOTIFY - the application moved to LS-STATE; its referrer
       *>            is sent a message from LS-USERNAME (the
       *>            employer). S sent, N not a referred application.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REFERRALS-FILE ASSIGN TO "referrals.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REFERRALS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REFERRALS-FILE.
       01  REFERRALS-RECORD     PIC X(300).

       WORKING-STORAGE SECTION.
       01  WS-REFERRALS-STATUS  PIC X(2).
       01  WS-EOF-FLAG          PIC X VALUE 'N'.
       01  WS-LINE              PIC X(300).
       01  WS-TODAY             PIC X(21).
       01  WS-FOUND             PIC X.

      *> The posting named in LS-JOB-IDENT
       01  WS-ID-POSTER         PIC X(20).
       01  WS-ID-TITLE          PIC X(50).
       01  WS-ID-EMPLOYER       PIC X(50).

      *> referrals.txt row
       01  WS-RF-REFERRER       PIC X(20).
       01  WS-RF-STUDENT        PIC X(20).
       01  WS-RF-POSTER         PIC X(20).
       01  WS-RF-TITLE          PIC X(50).
       01  WS-RF-EMPLOYER       PIC X(50).
       01  WS-RF-JOBREF         PIC X(8).
       01  WS-RF-REFERRED       PIC X(8).
       01  WS-RF-STATE          PIC X(10).
       01  WS-RF-APPLIED        PIC X(8).

      *> Rewrite table for ATTACH
       01  WS-TBL-COUNT         PIC 9(3) VALUE 0.
       01  WS-REFERRAL-TABLE.
           05 WS-REFERRAL-TEMP OCCURS 500 TIMES PIC X(300).
       01  I                    PIC 9(3).
       01  J                    PIC 9(3).

      *> CONNECTIONS "STATUS" call
       01  WS-CONN-ACTION       PIC X(10).
       01  WS-CONN-RC           PIC X.
       01  WS-CONN-NOTE         PIC X(200).
       01  WS-MUTUAL-DUMMY      PIC 9(3).
       01  WS-NETWORK-DUMMY-LIST.
           05 WS-NETWORK-DUMMY  PIC X(20) OCCURS 300 TIMES.
       01  WS-NETWORK-DUMMY-COUNT PIC 9(3).

       01  WS-NOTIFY-USER       PIC X(20).
       01  WS-NOTIFY-TEXT       PIC X(200).
       01  WS-SKIP-VERIFY       PIC X.
       01  WS-MSG-RC            PIC X.
       01  WS-JRN-FILE          PIC X(30).
       01  WS-JRN-RC            PIC X.

       LINKAGE SECTION.
       01  LS-USERNAME          PIC X(20).
       01  LS-ACTION            PIC X(10).
       01  LS-STUDENT           PIC X(20).
       01  LS-JOB-IDENT         PIC X(130).
      *> Permanent posting id (or listing position) the referral names
       01  LS-JOB-REF           PIC X(8).
      *> New application status, for NOTIFY
       01  LS-STATE             PIC X(12).
       01  LS-REFERRER          PIC X(20).
       01  LS-RETURN-CODE       PIC X.

       PROCEDURE DIVISION USING LS-USERNAME, LS-ACTION, LS-STUDENT,
                                 LS-JOB-IDENT, LS-JOB-REF, LS-STATE,
                                 LS-REFERRER, LS-RETURN-CODE.

           MOVE 'F' TO LS-RETURN-CODE.
           MOVE FUNCTION CURRENT-DATE TO WS-TODAY.
           MOVE SPACES TO WS-ID-POSTER, WS-ID-TITLE, WS-ID-EMPLOYER.
           UNSTRING LS-JOB-IDENT DELIMITED BY "~"
               INTO WS-ID-POSTER, WS-ID-TITLE, WS-ID-EMPLOYER
           END-UNSTRING.

           EVALUATE FUNCTION TRIM(LS-ACTION)
               WHEN "REFER"
                   PERFORM FILE-REFERRAL
               WHEN "ATTACH"
                   PERFORM ATTACH-REFERRAL
               WHEN "LOOKUP"
                   PERFORM LOOKUP-REFERRAL
               WHEN "NOTIFY"
                   PERFORM NOTIFY-REFERRER
               WHEN OTHER
                   MOVE 'X' TO LS-RETURN-CODE
           END-EVALUATE.
           GOBACK.

      *> Only a connection may vouch for the student, and a posting
      *> carries at most one referral per student.
       FILE-REFERRAL SECTION.
           IF FUNCTION TRIM(LS-STUDENT) = FUNCTION TRIM(LS-USERNAME)
               MOVE 'M' TO LS-RETURN-CODE
               EXIT SECTION
           END-IF.

           MOVE "STATUS" TO WS-CONN-ACTION.
           MOVE SPACES TO WS-CONN-NOTE.
           CALL "CONNECTIONS" USING WS-CONN-ACTION, LS-USERNAME,
                                     LS-STUDENT, WS-CONN-RC,
                                     WS-CONN-NOTE, WS-MUTUAL-DUMMY,
                                     WS-NETWORK-DUMMY-LIST,
                                     WS-NETWORK-DUMMY-COUNT.
           IF WS-CONN-RC NOT = 'S'
               MOVE 'C' TO LS-RETURN-CODE
               EXIT SECTION
           END-IF.

           MOVE 'N' TO WS-FOUND.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT REFERRALS-FILE.
           IF WS-REFERRALS-STATUS = "00"
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ REFERRALS-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM PARSE-REFERRAL-ROW
                           IF FUNCTION TRIM(WS-RF-STUDENT) =
                                  FUNCTION TRIM(LS-STUDENT)
                              AND FUNCTION TRIM(WS-RF-POSTER) =
                                  FUNCTION TRIM(WS-ID-POSTER)
                              AND FUNCTION TRIM(WS-RF-TITLE) =
                                  FUNCTION TRIM(WS-ID-TITLE)
                               MOVE 'Y' TO WS-FOUND
                               MOVE 'Y' TO WS-EOF-FLAG
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE REFERRALS-FILE.
           IF WS-FOUND = 'Y'
               MOVE 'D' TO LS-RETURN-CODE
               EXIT SECTION
           END-IF.

           INITIALIZE WS-LINE.
           STRING FUNCTION TRIM(LS-USERNAME) "~"
                  FUNCTION TRIM(LS-STUDENT) "~"
                  FUNCTION TRIM(WS-ID-POSTER) "~"
                  FUNCTION TRIM(WS-ID-TITLE) "~"
                  FUNCTION TRIM(WS-ID-EMPLOYER) "~"
                  FUNCTION TRIM(LS-JOB-REF) "~"
                  WS-TODAY(1:8) "~OPEN~"
                  DELIMITED BY SIZE INTO WS-LINE.
           OPEN EXTEND REFERRALS-FILE.
           IF WS-REFERRALS-STATUS = "35"
               OPEN OUTPUT REFERRALS-FILE
           END-IF.
           IF WS-REFERRALS-STATUS NOT = "00"
               CLOSE REFERRALS-FILE
               MOVE 'X' TO LS-RETURN-CODE
               EXIT SECTION
           END-IF.
           WRITE REFERRALS-RECORD FROM WS-LINE.
           CLOSE REFERRALS-FILE.
           MOVE "referrals.txt" TO WS-JRN-FILE.
           CALL "DATA-JOURNAL" USING WS-JRN-FILE, WS-LINE, WS-JRN-RC.

      *> Tell the student, so they apply knowing the referral is there.
           INITIALIZE WS-NOTIFY-TEXT.
           STRING FUNCTION TRIM(LS-USERNAME) DELIMITED BY SIZE
                  " referred you for " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ID-TITLE) DELIMITED BY SIZE
                  " at " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ID-EMPLOYER) DELIMITED BY SIZE
                  " (job " DELIMITED BY SIZE
                  FUNCTION TRIM(LS-JOB-REF) DELIMITED BY SIZE
                  "). Apply from Jobs/Internships and the referral"
                      DELIMITED BY SIZE
                  " goes with your application." DELIMITED BY SIZE
                  INTO WS-NOTIFY-TEXT.
           MOVE LS-STUDENT TO WS-NOTIFY-USER.
           MOVE 'Y' TO WS-SKIP-VERIFY.
           CALL "SEND-MESSAGE" USING LS-USERNAME, WS-NOTIFY-USER,
                                      WS-SKIP-VERIFY, WS-MSG-RC,
                                      WS-NOTIFY-TEXT.
           MOVE 'S' TO LS-RETURN-CODE.
           EXIT SECTION.

      *> The student's OPEN referral for the posting just applied to
      *> moves to APPLIED, dated today.
       ATTACH-REFERRAL SECTION.
           MOVE SPACES TO LS-REFERRER.
           MOVE 0 TO WS-TBL-COUNT.
           MOVE 0 TO J.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT REFERRALS-FILE.
           IF WS-REFERRALS-STATUS NOT = "00"
               CLOSE REFERRALS-FILE
               MOVE 'N' TO LS-RETURN-CODE
               EXIT SECTION
           END-IF.
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ REFERRALS-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF WS-TBL-COUNT < 500
                           ADD 1 TO WS-TBL-COUNT
                           MOVE REFERRALS-RECORD
                               TO WS-REFERRAL-TEMP(WS-TBL-COUNT)
                           PERFORM PARSE-REFERRAL-ROW
                           IF J = 0
                              AND FUNCTION TRIM(WS-RF-STATE) = "OPEN"
                              AND FUNCTION TRIM(WS-RF-STUDENT) =
                                  FUNCTION TRIM(LS-USERNAME)
                              AND FUNCTION TRIM(WS-RF-TITLE) =
                                  FUNCTION TRIM(WS-ID-TITLE)
                              AND FUNCTION TRIM(WS-RF-EMPLOYER) =
                                  FUNCTION TRIM(WS-ID-EMPLOYER)
                               MOVE WS-TBL-COUNT TO J
                           END-IF
                       ELSE
                           DISPLAY "JOB-REFERRAL: referrals.txt is past "
                               "500 rows; not rewritten."
                           MOVE 0 TO J
                           MOVE 'Y' TO WS-EOF-FLAG
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE REFERRALS-FILE.
           IF J = 0
               MOVE 'N' TO LS-RETURN-CODE
               EXIT SECTION
           END-IF.

           MOVE WS-REFERRAL-TEMP(J) TO REFERRALS-RECORD.
           PERFORM PARSE-REFERRAL-ROW.
           MOVE SPACES TO WS-REFERRAL-TEMP(J).
           STRING FUNCTION TRIM(WS-RF-REFERRER) "~"
                  FUNCTION TRIM(WS-RF-STUDENT) "~"
                  FUNCTION TRIM(WS-RF-POSTER) "~"
                  FUNCTION TRIM(WS-RF-TITLE) "~"
                  FUNCTION TRIM(WS-RF-EMPLOYER) "~"
                  FUNCTION TRIM(WS-RF-JOBREF) "~"
                  WS-RF-REFERRED "~APPLIED~" WS-TODAY(1:8)
                  DELIMITED BY SIZE INTO WS-REFERRAL-TEMP(J).

           OPEN OUTPUT REFERRALS-FILE.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-TBL-COUNT
               WRITE REFERRALS-RECORD FROM WS-REFERRAL-TEMP(I)
           END-PERFORM.
           CLOSE REFERRALS-FILE.
           MOVE "referrals.txt" TO WS-JRN-FILE.
           CALL "DATA-JOURNAL" USING WS-JRN-FILE, WS-REFERRAL-TEMP(J),
                                      WS-JRN-RC.
           MOVE WS-RF-REFERRER TO LS-REFERRER.
           MOVE 'S' TO LS-RETURN-CODE.
           EXIT SECTION.

      *> Who, if anyone, referred this application.
       LOOKUP-REFERRAL SECTION.
           MOVE SPACES TO LS-REFERRER.
           MOVE 'N' TO LS-RETURN-CODE.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT REFERRALS-FILE.
           IF WS-REFERRALS-STATUS NOT = "00"
               CLOSE REFERRALS-FILE
               EXIT SECTION
           END-IF.
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ REFERRALS-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM PARSE-REFERRAL-ROW
                       IF FUNCTION TRIM(WS-RF-STATE) = "APPLIED"
                          AND FUNCTION TRIM(WS-RF-STUDENT) =
                              FUNCTION TRIM(LS-STUDENT)
                          AND FUNCTION TRIM(WS-RF-TITLE) =
                              FUNCTION TRIM(WS-ID-TITLE)
                          AND FUNCTION TRIM(WS-RF-EMPLOYER) =
                              FUNCTION TRIM(WS-ID-EMPLOYER)
                           MOVE WS-RF-REFERRER TO LS-REFERRER
                           MOVE 'S' TO LS-RETURN-CODE
                           MOVE 'Y' TO WS-EOF-FLAG
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE REFERRALS-FILE.
           EXIT SECTION.

      *> Passes a status move on a referred application back to whoever
      *> vouched for the student.
       NOTIFY-REFERRER SECTION.
           PERFORM LOOKUP-REFERRAL.
           IF LS-RETURN-CODE NOT = 'S'
               EXIT SECTION
           END-IF.
           INITIALIZE WS-NOTIFY-TEXT.
           STRING "Referral update: " DELIMITED BY SIZE
                  FUNCTION TRIM(LS-STUDENT) DELIMITED BY SIZE
                  "'s application for " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ID-TITLE) DELIMITED BY SIZE
                  " at " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ID-EMPLOYER) DELIMITED BY SIZE
                  " is now " DELIMITED BY SIZE
                  FUNCTION TRIM(LS-STATE) DELIMITED BY SIZE
                  "." DELIMITED BY SIZE
                  INTO WS-NOTIFY-TEXT.
           MOVE LS-REFERRER TO WS-NOTIFY-USER.
           MOVE 'Y' TO WS-SKIP-VERIFY.
           CALL "SEND-MESSAGE" USING LS-USERNAME, WS-NOTIFY-USER,
                                      WS-SKIP-VERIFY, WS-MSG-RC,
                                      WS-NOTIFY-TEXT.
           MOVE 'S' TO LS-RETURN-CODE.
           EXIT SECTION.

       PARSE-REFERRAL-ROW SECTION.
           MOVE SPACES TO WS-RF-REFERRER, WS-RF-STUDENT, WS-RF-POSTER,
                          WS-RF-TITLE, WS-RF-EMPLOYER, WS-RF-JOBREF,
                          WS-RF-REFERRED, WS-RF-STATE, WS-RF-APPLIED.
           UNSTRING REFERRALS-RECORD DELIMITED BY "~"
               INTO WS-RF-REFERRER, WS-RF-STUDENT, WS-RF-POSTER,
                    WS-RF-TITLE, WS-RF-EMPLOYER, WS-RF-JOBREF,
                    WS-RF-REFERRED, WS-RF-STATE, WS-RF-APPLIED
           END-UNSTRING.
           EXIT SECTION.
