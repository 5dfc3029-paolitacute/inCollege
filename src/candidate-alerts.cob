       *> skills against every profiles.txt block whose UPDT stamp is
       *> on or after the last run's high-water date
       *> (candidate_alerts_highwater.txt), and queues one row per new
       *> fit in candidate_alerts.txt (a student the posting's
       *> eligibility rules would refuse is never a fit, nor one whose
       *> careers office has restricted the posting's company at their
       *> campus -- CAMPUS-RESTRICT, as BROWSE-JOB applies it):
       *>   employer~title~student~date~UNREAD
       *> LOGIN (run from the post-login alert block) shows the
       *> caller's UNREAD alerts grouped as "new candidates match your
           05 WS-POSTING-ENTRY OCCURS 50 TIMES.
              10 WS-PST-POSTER    PIC X(20).
              10 WS-PST-TITLE     PIC X(50).
              10 WS-PST-EMPLOYER  PIC X(50).
              10 WS-PST-SKILLS    PIC X(200).

      *> jobs.txt row fields
      *> One profile block as it streams past
       01  WS-PRO-USER          PIC X(20).
       01  WS-PRO-UPDT          PIC X(8).
       01  WS-PRO-UNIV          PIC X(100).
       01  WS-PRO-SKILLS        PIC X(280).

      *> candidate_alerts.txt row fields
       01  WS-DISPLAY-NUMBER    PIC Z(3)9.
       01  K                    PIC 9(2).

      *> Posting eligibility rules, asked of JOB-ELIGIBILITY per fit
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

      *> Rewrite table for LOGIN's mark-read pass
       01  WS-TBL-COUNT         PIC 9(3) VALUE 0.
       01  WS-ALERT-TABLE.
                               TO WS-PST-POSTER(WS-POSTING-COUNT)
                           MOVE WS-JOB-TITLE
                               TO WS-PST-TITLE(WS-POSTING-COUNT)
                           MOVE WS-JOB-EMPLOYER
                               TO WS-PST-EMPLOYER(WS-POSTING-COUNT)
                           MOVE WS-JOB-REQ-SKILLS
                               TO WS-PST-SKILLS(WS-POSTING-COUNT)
                       END-IF
      *> stamp is on or after the high-water date gets held up against
      *> every loaded posting.
       SCAN-PROFILES SECTION.
           MOVE SPACES TO WS-PRO-USER, WS-PRO-UPDT, WS-PRO-SKILLS,
                          WS-PRO-UNIV.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT PROFILE-FILE.
           IF WS-PROFILE-STATUS NOT = "00"
       TAKE-PROFILE-LINE SECTION.
           IF PROFILE-RECORD(1:5) = "USER:"
               MOVE PROFILE-RECORD(6:20) TO WS-PRO-USER
               MOVE SPACES TO WS-PRO-UPDT, WS-PRO-SKILLS, WS-PRO-UNIV
               EXIT SECTION
           END-IF.
           IF PROFILE-RECORD(1:5) = "UNIV:"
               MOVE PROFILE-RECORD(6:100) TO WS-PRO-UNIV
               EXIT SECTION
           END-IF.
           IF PROFILE-RECORD(1:5) = "UPDT:"
           END-IF.
           IF PROFILE-RECORD(1:10) = "ENDPROFILE"
               PERFORM EVALUATE-ONE-PROFILE
               MOVE SPACES TO WS-PRO-USER, WS-PRO-UPDT, WS-PRO-SKILLS,
                              WS-PRO-UNIV
           END-IF.
           EXIT SECTION.

                   PERFORM TEST-ONE-SKILL
               END-IF
           END-PERFORM.
      *> A student the posting's eligibility rules would turn away at
      *> apply time is no candidate for it.
           IF WS-SKILL-HIT = 'Y'
               MOVE "CHECK" TO WS-ELIG-ACTION
               CALL "JOB-ELIGIBILITY" USING WS-PRO-USER, WS-ELIG-ACTION,
                                             WS-PST-POSTER(K),
                                             WS-PST-TITLE(K),
                                             WS-ELIG-GRAD-YEARS,
                                             WS-ELIG-MAJORS,
                                             WS-ELIG-SPONSOR,
                                             WS-ELIG-REASON, WS-ELIG-RC
               IF WS-ELIG-RC = 'N'
                   MOVE 'N' TO WS-SKILL-HIT
               END-IF
           END-IF.
      *> Nor is a student whose campus has restricted the company:
      *> the job board hides the posting from them.
           IF WS-SKILL-HIT = 'Y'
              AND FUNCTION TRIM(WS-PRO-UNIV) > SPACES
              AND FUNCTION TRIM(WS-PST-EMPLOYER(K)) > SPACES
               INITIALIZE WS-RESTRICTION
               MOVE "CHECK" TO WS-CR-ACTION
               MOVE WS-PST-EMPLOYER(K) TO WS-CR-COMPANY
               MOVE WS-PRO-UNIV TO WS-CR-CAMPUS
               CALL "CAMPUS-RESTRICT" USING WS-PRO-USER, WS-CR-ACTION,
                                             WS-RESTRICTION, WS-CR-RC
               IF WS-CR-RC = 'R'
                   MOVE 'N' TO WS-SKILL-HIT
               END-IF
           END-IF.
           IF WS-SKILL-HIT = 'Y'
               PERFORM QUEUE-ALERT-IF-NEW
           END-IF.
