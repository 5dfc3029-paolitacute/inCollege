       *> orphans forever:
       *>   profiles.txt (the USER: block), connections.txt (both
       *>   directions), messages.txt (both directions), jobs.txt
       *>   (their postings), applications.dat, saved_jobs.txt,
       *>   recommendations.txt (written by or about them), and
       *>   skill_completions.txt.
       *> The newer per-user files go through one generic roster pass
       *> Each of the original files touched gets its own audit row,
       *> the roster pass gets a summary row, plus a final
       *> ACCOUNT_CLOSED entry -- the audit trail IS the closure record.
       *> A booked advising slot (advising_slots.txt) is given back
       *> to the advisor as OPEN rather than dropped.
       *> An account under legal hold (LEGAL-HOLD) is not closed at
       *> all: return code H, and the refusal is logged for the
       *> nightly hold report. Closing someone else keeps any row they
       *> share with a held user -- a connection, a message, a
       *> recommendation, a side-file row naming the held user -- for
       *> the same reason.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT JOBS-FILE ASSIGN TO "jobs.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FLAT-STATUS.
           SELECT APPLICATIONS-FILE ASSIGN TO "applications.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APPLICATION-KEY
               ALTERNATE RECORD KEY IS APPLICATION-JOB-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-FLAT-STATUS.
           SELECT SAVED-JOBS-FILE ASSIGN TO "saved_jobs.txt"
               ORGANIZATION IS LINE SEQUENTIAL
       01  JOB-RECORD           PIC X(500).

       FD  APPLICATIONS-FILE.
       01  APPLICATION-RECORD.
           05  APPLICATION-KEY.
               10  APPLICATION-USER    PIC X(20).
               10  APPLICATION-JOB-ID  PIC X(8).
           05  APPLICATION-JOB-KEY     PIC X(8).
           05  APPLICATION-ROW         PIC X(500).

       FD  SAVED-JOBS-FILE.
       01  SAVED-JOB-RECORD     PIC X(500).
           05 WS-KEEP-RECORD OCCURS 2000 TIMES PIC X(500).
       01  I                    PIC 9(4).
       01  WS-DROPPED           PIC 9(4) VALUE 0.
      *> "*DEL*" journal row for a purge: file and rows taken out
       01  WS-DEL-FILE          PIC X(30).
       01  WS-DEL-TEXT          PIC Z(3)9.
       01  WS-KEEP-THIS         PIC X.
       01  WS-IN-TARGET-BLOCK   PIC X VALUE 'N'.

       01  WS-F2                PIC X(50).
       01  WS-SENDER-RECIPIENT  PIC X(41).

      *> Legal-hold check, sized to LEGAL-HOLD's linkage
       01  WS-HOLD-CALLER       PIC X(20) VALUE "CLOSE-ACCOUNT".
       01  WS-HOLD-ACTION       PIC X(10).
       01  WS-HOLD.
           05 WS-LH-USER            PIC X(20).
           05 WS-LH-CASE            PIC X(20).
           05 WS-LH-AUTHORIZED      PIC X(40).
           05 WS-LH-START           PIC X(8).
           05 WS-LH-OTHER           PIC X(20).
           05 WS-LH-DETAIL          PIC X(80).
       01  WS-HOLD-RC           PIC X.
      *> Another user named on a row about to go: checked against the
      *> holds once, and remembered when they turn out not to be held.
       01  WS-HOLD-CANDIDATE    PIC X(20).
       01  WS-HOLD-WHAT         PIC X(40).
       01  WS-CLEAR-COUNT       PIC 9(3) VALUE 0.
       01  WS-CLEAR-TABLE.
           05 WS-CLEAR-USER OCCURS 500 TIMES PIC X(20).
       01  WS-CLEAR-HIT         PIC X.

      *> advising_slots.txt row, for giving a booked slot back
       01  WS-SLOT-ROW.
           05 WS-SL-F OCCURS 14 TIMES PIC X(100).
       01  WS-SLOT-FIELDS       PIC 9(2).
       01  WS-SLOTS-FREED       PIC 9(4) VALUE 0.

      *> Roster of the per-user side files; one flag per tilde field,
      *> 1-12: '1' the field is a username and the row goes when it
      *> names the closing user, '2' the field is a username that only
      *> counts toward the legal-hold check (the row is not theirs).
       01  WS-GEN-STATUS        PIC X(2).
       01  WS-GEN-FILENAME      PIC X(30).
       01  WS-FILE-ROSTER-DATA.
           05 FILLER PIC X(43) VALUE "blocks.txt                    T110000000000".
           05 FILLER PIC X(43) VALUE "companies.txt                 T100000000000".
           05 FILLER PIC X(43) VALUE "company_followers.txt         T100000000000".
           05 FILLER PIC X(43) VALUE "events.txt                    T100000000000".
           05 FILLER PIC X(43) VALUE "events_history.txt            T100000000000".
           05 FILLER PIC X(43) VALUE "event_rsvps.txt               T110000000000".
           05 FILLER PIC X(43) VALUE "group_members.txt             T010000000000".
           05 FILLER PIC X(43) VALUE "group_posts.txt               T010000000000".
           05 FILLER PIC X(43) VALUE "group_posts_archive.txt       T010000000000".
           05 FILLER PIC X(43) VALUE "credential_codes.txt          T010000000000".
           05 FILLER PIC X(43) VALUE "credential_lookups.txt        T010000000000".
           05 FILLER PIC X(43) VALUE "interviews.txt                T110000000000".
           05 FILLER PIC X(43) VALUE "mentorship.txt                T100010000000".
           05 FILLER PIC X(43) VALUE "mentorship_meetings.txt       T110000000000".
           05 FILLER PIC X(43) VALUE "notify_prefs.txt              T100000000000".
           05 FILLER PIC X(43) VALUE "opportunity_flags.txt         T100000000000".
           05 FILLER PIC X(43) VALUE "profile_views.txt             T110000000000".
           05 FILLER PIC X(43) VALUE "referrals.txt                 T110000000000".
           05 FILLER PIC X(43) VALUE "saved_searches.txt            T100000000000".
           05 FILLER PIC X(43) VALUE "skill_attempts.txt            T100000000000".
           05 FILLER PIC X(43) VALUE "status_updates.txt            T100000000000".
           05 FILLER PIC X(43) VALUE "employer_verifications.txt    T100000000000".
           05 FILLER PIC X(43) VALUE "mail_folders.txt              T100010000000".
           05 FILLER PIC X(43) VALUE "held_messages.txt             T100000000000".
           05 FILLER PIC X(43) VALUE "advising_notes.txt            T100020000000".
           05 FILLER PIC X(43) VALUE "funding_apps.txt              T010000000000".
           05 FILLER PIC X(43) VALUE "funding_sponsors.txt          T100000000000".
           05 FILLER PIC X(43) VALUE "self_id.txt                   T100000000000".
           05 FILLER PIC X(43) VALUE "scheduled_messages.txt        T110000000000".
           05 FILLER PIC X(43) VALUE "consents.txt                  T100000000000".
           05 FILLER PIC X(43) VALUE "stepup_codes.txt              T100000000000".
           05 FILLER PIC X(43) VALUE "work_authorization.txt        T100000000000".
           05 FILLER PIC X(43) VALUE "coop_signoffs.txt             T100020000000".
           05 FILLER PIC X(43) VALUE "event_attendance.txt          T101000000000".
           05 FILLER PIC X(43) VALUE "event_noshows.txt             T100000000000".
           05 FILLER PIC X(43) VALUE "placement_evals.txt           T100200000000".
       01  WS-FILE-ROSTER REDEFINES WS-FILE-ROSTER-DATA.
           05 WS-ROSTER-ENTRY OCCURS 36 TIMES.
              10 WS-ROSTER-NAME  PIC X(30).
              10 WS-ROSTER-MODE  PIC X.
              10 WS-ROSTER-FIX   PIC X OCCURS 12 TIMES.
       01  WS-ROSTER-COUNT      PIC 9(2) VALUE 36.
       01  R                    PIC 9(2).
       01  K                    PIC 9(2).
       01  WS-GFLD.
           05 WS-G OCCURS 14 TIMES PIC X(100).
       01  WS-SIDE-FILES-HIT    PIC 9(2) VALUE 0.

      *> PROFILE-INDEX call areas; a purged profile drops out
      *> of the search index with its block.
       01  WS-PX-ACTION         PIC X(10).
       01  WS-PX-USER           PIC X(20).
       01  WS-PX-KIND           PIC X(4).
       01  WS-PX-VALUE          PIC X(100).
       01  WS-PX-HIT-COUNT      PIC 9(3).
       01  WS-PX-HIT-LIST       PIC X(4000).
       01  WS-PX-CARD           PIC X(554).
       01  WS-PX-RC             PIC X.

       LINKAGE SECTION.
       01  LS-USERNAME          PIC X(20).
       01  LS-RETURN-CODE       PIC X.
           MOVE 'F' TO LS-RETURN-CODE.
           MOVE FUNCTION TRIM(LS-USERNAME) TO LS-USERNAME.

      *> Counsel's preservation order outranks the closure request.
           INITIALIZE WS-HOLD.
           MOVE LS-USERNAME TO WS-LH-USER.
           MOVE "CHECK" TO WS-HOLD-ACTION.
           CALL "LEGAL-HOLD" USING WS-HOLD-CALLER, WS-HOLD-ACTION,
                                    WS-HOLD, WS-HOLD-RC.
           IF WS-HOLD-RC = 'H'
               MOVE "account closure refused" TO WS-LH-DETAIL
               MOVE "PREVENTED" TO WS-HOLD-ACTION
               CALL "LEGAL-HOLD" USING WS-HOLD-CALLER, WS-HOLD-ACTION,
                                        WS-HOLD, WS-HOLD-RC
               MOVE 'H' TO LS-RETURN-CODE
               GOBACK
           END-IF.

           PERFORM DELETE-ACCOUNT-RECORD.
           IF LS-RETURN-CODE NOT = 'S'
               GOBACK

      *> The whole cascade journals as one group: a replay cut short
      *> mid-closure rolls past it instead of applying half of it.
      *> Inside it each purge of a balanced data file journals its
      *> removed-row count ("*DEL*"); the group itself is the closure
      *> of the accounts.dat record.
           MOVE "*TXN*" TO WS-TXN-FILE.
           INITIALIZE WS-TXN-TEXT.
           STRING "BEGIN CLOSE-ACCOUNT " FUNCTION TRIM(LS-USERNAME)
           PERFORM PURGE-RECOMMENDATIONS.
           PERFORM PURGE-COMPLETIONS.
           PERFORM PURGE-SIDE-FILES.
           PERFORM FREE-ADVISING-SLOTS.

      *> The closed user's mail is gone from messages.txt; the resync
      *> empties their mbox_/sent_ partitions (the registry remembers
           PERFORM RECORD-CLOSURE.
           GOBACK.

      *> Inside the closure group: how many rows a purge took out of
      *> a balanced data file (a profile counts as its one block).
       JOURNAL-DROPPED-ROWS SECTION.
           MOVE WS-DROPPED TO WS-DEL-TEXT.
           MOVE "*DEL*" TO WS-TXN-FILE.
           INITIALIZE WS-TXN-TEXT.
           STRING FUNCTION TRIM(WS-DEL-FILE) "~"
                  FUNCTION TRIM(WS-DEL-TEXT) "~CLOSE-ACCOUNT"
               DELIMITED BY SIZE INTO WS-TXN-TEXT.
           CALL "DATA-JOURNAL" USING WS-TXN-FILE, WS-TXN-TEXT,
                                      WS-TXN-RC.
           EXIT SECTION.

       RECORD-CLOSURE SECTION.
           OPEN EXTEND CLOSED-FILE.
           IF WS-CLOSED-STATUS = "35"
                   WRITE PROFILES-RECORD FROM WS-KEEP-RECORD(I)
               END-PERFORM
               CLOSE PROFILES-FILE
               MOVE "profiles.txt" TO WS-DEL-FILE
               MOVE 1 TO WS-DROPPED
               PERFORM JOURNAL-DROPPED-ROWS
               MOVE "PURGE_PROFILE" TO WS-AUDIT-EVENT
               CALL "AUDIT-LOG" USING LS-USERNAME, WS-AUDIT-EVENT,
                                       LS-RETURN-CODE, WS-AUDIT-RC
               MOVE "REFRESH" TO WS-PX-ACTION
               MOVE LS-USERNAME TO WS-PX-USER
               CALL "PROFILE-INDEX" USING WS-PX-ACTION, WS-PX-USER,
                                           WS-PX-KIND, WS-PX-VALUE,
                                           WS-PX-HIT-COUNT, WS-PX-HIT-LIST,
                                           WS-PX-CARD, WS-PX-RC
           END-IF.
           EXIT SECTION.

                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE SPACES TO WS-F1, WS-F2
                       MOVE 'Y' TO WS-KEEP-THIS
                       UNSTRING WS-LINE DELIMITED BY ":"
                           INTO WS-F1, WS-F2
                       END-UNSTRING
                          FUNCTION TRIM(LS-USERNAME)
                          OR FUNCTION TRIM(WS-F2) =
                             FUNCTION TRIM(LS-USERNAME)
                           MOVE "connection" TO WS-HOLD-WHAT
                           PERFORM CHECK-COUNTERPART-HOLD
                       END-IF
                       IF WS-KEEP-THIS = 'N'
                           ADD 1 TO WS-DROPPED
                       ELSE
                           PERFORM KEEP-CURRENT-LINE
                   WRITE CONNECTION-RECORD FROM WS-KEEP-RECORD(I)
               END-PERFORM
               CLOSE CONNECTIONS-FILE
               MOVE "connections.txt" TO WS-DEL-FILE
               PERFORM JOURNAL-DROPPED-ROWS
               MOVE "PURGE_CONNECTIONS" TO WS-AUDIT-EVENT
               CALL "AUDIT-LOG" USING LS-USERNAME, WS-AUDIT-EVENT,
                                       LS-RETURN-CODE, WS-AUDIT-RC
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       INITIALIZE WS-SENDER-RECIPIENT, WS-F1, WS-F2
                       MOVE 'Y' TO WS-KEEP-THIS
                       UNSTRING WS-LINE DELIMITED BY ">>"
                           INTO WS-SENDER-RECIPIENT
                       END-UNSTRING
                          FUNCTION TRIM(LS-USERNAME)
                          OR FUNCTION TRIM(WS-F2) =
                             FUNCTION TRIM(LS-USERNAME)
                           MOVE "message" TO WS-HOLD-WHAT
                           PERFORM CHECK-COUNTERPART-HOLD
                       END-IF
                       IF WS-KEEP-THIS = 'N'
                           ADD 1 TO WS-DROPPED
                       ELSE
                           PERFORM KEEP-CURRENT-LINE
                   WRITE MESSAGE-RECORD FROM WS-KEEP-RECORD(I)
               END-PERFORM
               CLOSE MESSAGES-FILE
               MOVE "messages.txt" TO WS-DEL-FILE
               PERFORM JOURNAL-DROPPED-ROWS
               MOVE "PURGE_MESSAGES" TO WS-AUDIT-EVENT
               CALL "AUDIT-LOG" USING LS-USERNAME, WS-AUDIT-EVENT,
                                       LS-RETURN-CODE, WS-AUDIT-RC
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       INITIALIZE WS-SENDER-RECIPIENT, WS-F1, WS-F2
                       MOVE 'Y' TO WS-KEEP-THIS
                       UNSTRING WS-LINE DELIMITED BY ">>"
                           INTO WS-SENDER-RECIPIENT
                       END-UNSTRING
                          FUNCTION TRIM(LS-USERNAME)
                          OR FUNCTION TRIM(WS-F2) =
                             FUNCTION TRIM(LS-USERNAME)
                           MOVE "archived message" TO WS-HOLD-WHAT
                           PERFORM CHECK-COUNTERPART-HOLD
                       END-IF
                       IF WS-KEEP-THIS = 'N'
                           ADD 1 TO WS-DROPPED
                       ELSE
                           PERFORM KEEP-CURRENT-LINE
                   WRITE JOB-RECORD FROM WS-KEEP-RECORD(I)
               END-PERFORM
               CLOSE JOBS-FILE
               MOVE "jobs.txt" TO WS-DEL-FILE
               PERFORM JOURNAL-DROPPED-ROWS
               MOVE "PURGE_JOBS" TO WS-AUDIT-EVENT
               CALL "AUDIT-LOG" USING LS-USERNAME, WS-AUDIT-EVENT,
                                       LS-RETURN-CODE, WS-AUDIT-RC
           END-IF.
           EXIT SECTION.

      *> The applicant's records sit together on the key, so the
      *> purge deletes just that run instead of rewriting the file.
       PURGE-APPLICATIONS SECTION.
           MOVE 0 TO WS-DROPPED.
           MOVE 'N' TO WS-EOF-FLAG.

           OPEN I-O APPLICATIONS-FILE.
           IF WS-FLAT-STATUS NOT = "00"
               CLOSE APPLICATIONS-FILE
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
                           DELETE APPLICATIONS-FILE RECORD
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   ADD 1 TO WS-DROPPED
                           END-DELETE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE APPLICATIONS-FILE.

           IF WS-DROPPED > 0
               MOVE "applications.dat" TO WS-DEL-FILE
               PERFORM JOURNAL-DROPPED-ROWS
               MOVE "PURGE_APPLICATIONS" TO WS-AUDIT-EVENT
               CALL "AUDIT-LOG" USING LS-USERNAME, WS-AUDIT-EVENT,
                                       LS-RETURN-CODE, WS-AUDIT-RC
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE SPACES TO WS-F1, WS-F2
                       MOVE 'Y' TO WS-KEEP-THIS
                       UNSTRING WS-LINE DELIMITED BY "~"
                           INTO WS-F1, WS-F2
                       END-UNSTRING
                          FUNCTION TRIM(LS-USERNAME)
                          OR FUNCTION TRIM(WS-F2) =
                             FUNCTION TRIM(LS-USERNAME)
                           MOVE "recommendation" TO WS-HOLD-WHAT
                           PERFORM CHECK-COUNTERPART-HOLD
                       END-IF
                       IF WS-KEEP-THIS = 'N'
                           ADD 1 TO WS-DROPPED
                       ELSE
                           PERFORM KEEP-CURRENT-LINE
      *> dropped.
       PURGE-SIDE-FILES SECTION.
           MOVE 0 TO WS-SIDE-FILES-HIT.
           PERFORM VARYING R FROM 1 BY 1 UNTIL R > WS-ROSTER-COUNT
               PERFORM PURGE-ONE-SIDE-FILE
           END-PERFORM.
           IF WS-SIDE-FILES-HIT > 0
           END-IF.
           EXIT SECTION.

      *> A row naming the closing user in a '1' field goes -- unless
      *> another username on it ('1' or '2') is under legal hold.
       JUDGE-SIDE-FILE-ROW SECTION.
           MOVE SPACES TO WS-GFLD.
           UNSTRING WS-LINE DELIMITED BY "~"
               INTO WS-G(1), WS-G(2), WS-G(3), WS-G(4), WS-G(5),
                    WS-G(6), WS-G(7), WS-G(8), WS-G(9), WS-G(10),
                    WS-G(11), WS-G(12), WS-G(13), WS-G(14)
           END-UNSTRING.
           MOVE 'Y' TO WS-KEEP-THIS.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > 12
               IF WS-ROSTER-FIX(R, K) = '1'
                  AND FUNCTION TRIM(WS-G(K)) = FUNCTION TRIM(LS-USERNAME)
                   MOVE 'N' TO WS-KEEP-THIS
               END-IF
           END-PERFORM.
           IF WS-KEEP-THIS = 'N'
               MOVE SPACES TO WS-HOLD-WHAT
               STRING "row in " FUNCTION TRIM(WS-ROSTER-NAME(R))
                   DELIMITED BY SIZE INTO WS-HOLD-WHAT
               PERFORM VARYING K FROM 1 BY 1
                       UNTIL K > 12 OR WS-KEEP-THIS = 'Y'
                   IF WS-ROSTER-FIX(R, K) NOT = '0'
                      AND WS-G(K) NOT = SPACES
                      AND FUNCTION TRIM(WS-G(K)) NOT =
                          FUNCTION TRIM(LS-USERNAME)
                       MOVE FUNCTION TRIM(WS-G(K)) TO WS-HOLD-CANDIDATE
                       PERFORM CHECK-OTHER-USER-HOLD
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-KEEP-THIS = 'N'
               ADD 1 TO WS-DROPPED
           ELSE
               PERFORM KEEP-CURRENT-LINE
           END-IF.
           EXIT SECTION.

      *> A row the closing user shares with someone under legal hold
      *> stays: it is the held user's record as much as theirs.
      *> WS-F1/WS-F2 are the two parties; WS-KEEP-THIS comes back Y to
      *> keep the row, N to drop it.
       CHECK-COUNTERPART-HOLD SECTION.
           MOVE 'N' TO WS-KEEP-THIS.
           IF FUNCTION TRIM(WS-F1) = FUNCTION TRIM(LS-USERNAME)
               MOVE WS-F2 TO WS-HOLD-CANDIDATE
           ELSE
               MOVE WS-F1 TO WS-HOLD-CANDIDATE
           END-IF.
           IF FUNCTION TRIM(WS-HOLD-CANDIDATE) = FUNCTION TRIM(LS-USERNAME)
              OR WS-HOLD-CANDIDATE = SPACES
               EXIT SECTION
           END-IF.
           PERFORM CHECK-OTHER-USER-HOLD.
           EXIT SECTION.

      *> WS-HOLD-CANDIDATE under an active hold: WS-KEEP-THIS = Y and
      *> the kept WS-HOLD-WHAT is logged as PREVENTED against them.
       CHECK-OTHER-USER-HOLD SECTION.
           MOVE 'N' TO WS-CLEAR-HIT.
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > WS-CLEAR-COUNT OR WS-CLEAR-HIT = 'Y'
               IF WS-CLEAR-USER(I) = WS-HOLD-CANDIDATE
                   MOVE 'Y' TO WS-CLEAR-HIT
               END-IF
           END-PERFORM.
           IF WS-CLEAR-HIT = 'Y'
               EXIT SECTION
           END-IF.
           INITIALIZE WS-HOLD.
           MOVE WS-HOLD-CANDIDATE TO WS-LH-USER.
           MOVE "CHECK" TO WS-HOLD-ACTION.
           CALL "LEGAL-HOLD" USING WS-HOLD-CALLER, WS-HOLD-ACTION,
                                    WS-HOLD, WS-HOLD-RC.
           IF WS-HOLD-RC NOT = 'H'
               IF WS-CLEAR-COUNT < 500
                   ADD 1 TO WS-CLEAR-COUNT
                   MOVE WS-HOLD-CANDIDATE TO WS-CLEAR-USER(WS-CLEAR-COUNT)
               END-IF
               EXIT SECTION
           END-IF.
           MOVE 'Y' TO WS-KEEP-THIS.
           MOVE SPACES TO WS-LH-DETAIL.
           STRING FUNCTION TRIM(WS-HOLD-WHAT) " with closed account "
                  FUNCTION TRIM(LS-USERNAME) " kept"
                  DELIMITED BY SIZE INTO WS-LH-DETAIL.
           MOVE "PREVENTED" TO WS-HOLD-ACTION.
           CALL "LEGAL-HOLD" USING WS-HOLD-CALLER, WS-HOLD-ACTION,
                                    WS-HOLD, WS-HOLD-RC.
           EXIT SECTION.

      *> advising_slots.txt rows are the advisor's, not the student's:
      *>   id~staff~campus~type~date~time~minutes~location~state~
      *>   student~bookedOn~reminded~outcome~cancels
      *> A live booking (BOOKED, no outcome yet) goes back to OPEN for
      *> the next student; a settled one keeps its outcome for the
      *> advisor's counts but no longer names the student. Left alone
      *> when the advisor is under legal hold.
       FREE-ADVISING-SLOTS SECTION.
           MOVE 0 TO WS-KEEP-COUNT.
           MOVE 0 TO WS-SLOTS-FREED.
           MOVE 'N' TO WS-EOF-FLAG.
           MOVE "advising_slots.txt" TO WS-GEN-FILENAME.
           OPEN INPUT GEN-FILE.
           IF WS-GEN-STATUS NOT = "00"
               CLOSE GEN-FILE
               EXIT SECTION
           END-IF.
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ GEN-FILE INTO WS-LINE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM FREE-ONE-SLOT
                       PERFORM KEEP-CURRENT-LINE
               END-READ
           END-PERFORM.
           CLOSE GEN-FILE.

           IF WS-SLOTS-FREED > 0
               OPEN OUTPUT GEN-FILE
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-KEEP-COUNT
                   WRITE GEN-RECORD FROM WS-KEEP-RECORD(I)
               END-PERFORM
               CLOSE GEN-FILE
               MOVE "PURGE_ADVISING_SLOTS" TO WS-AUDIT-EVENT
               CALL "AUDIT-LOG" USING LS-USERNAME, WS-AUDIT-EVENT,
                                       LS-RETURN-CODE, WS-AUDIT-RC
           END-IF.
           EXIT SECTION.

       FREE-ONE-SLOT SECTION.
           MOVE SPACES TO WS-SLOT-ROW.
           MOVE 0 TO WS-SLOT-FIELDS.
           UNSTRING WS-LINE DELIMITED BY "~"
               INTO WS-SL-F(1), WS-SL-F(2), WS-SL-F(3), WS-SL-F(4),
                    WS-SL-F(5), WS-SL-F(6), WS-SL-F(7), WS-SL-F(8),
                    WS-SL-F(9), WS-SL-F(10), WS-SL-F(11), WS-SL-F(12),
                    WS-SL-F(13), WS-SL-F(14)
               TALLYING IN WS-SLOT-FIELDS
           END-UNSTRING.
           IF FUNCTION TRIM(WS-SL-F(10)) NOT = FUNCTION TRIM(LS-USERNAME)
               EXIT SECTION
           END-IF.
           MOVE 'N' TO WS-KEEP-THIS.
           MOVE "advising slot" TO WS-HOLD-WHAT.
           MOVE FUNCTION TRIM(WS-SL-F(2)) TO WS-HOLD-CANDIDATE.
           IF WS-HOLD-CANDIDATE NOT = SPACES
               PERFORM CHECK-OTHER-USER-HOLD
           END-IF.
           IF WS-KEEP-THIS = 'Y'
               EXIT SECTION
           END-IF.

           IF FUNCTION TRIM(WS-SL-F(9)) = "BOOKED"
              AND WS-SL-F(13) = SPACES
               MOVE "OPEN" TO WS-SL-F(9)
           END-IF.
           MOVE SPACES TO WS-SL-F(10), WS-SL-F(11), WS-SL-F(12).
           IF WS-SLOT-FIELDS < 14
               MOVE 14 TO WS-SLOT-FIELDS
           END-IF.
           INITIALIZE WS-LINE.
           MOVE FUNCTION TRIM(WS-SL-F(1)) TO WS-LINE.
           PERFORM VARYING K FROM 2 BY 1 UNTIL K > WS-SLOT-FIELDS
               STRING FUNCTION TRIM(WS-LINE) "~"
                      FUNCTION TRIM(WS-SL-F(K))
                      DELIMITED BY SIZE INTO WS-LINE
           END-PERFORM.
           ADD 1 TO WS-SLOTS-FREED.
           EXIT SECTION.

       KEEP-CURRENT-LINE SECTION.
           IF WS-KEEP-COUNT < 2000
               ADD 1 TO WS-KEEP-COUNT
