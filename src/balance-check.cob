       >>SOURCE FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BALANCE-CHECK.
       AUTHOR. Paola
       DATE-WRITTEN. 10/15/2026

       *> Day-over-day record balancing of the six data files
       *> ARCHIVE-DATA snapshots against the mutation journal. For each
       *> file:
       *>   snapshot rows + journaled appends - journaled removals
       *> must equal the rows on disk tonight, or a rewrite dropped (or
       *> duplicated) rows without saying so.
       *> The snapshot is the last ARCHIVE-DATA run on record in
       *> batch_runcontrol.txt (its COMPLETED row's date and time); the
       *> journal is walked from that moment through today.
       *>   appends   every journaled row for the file, except that a
       *>             jobs.txt row whose poster, title and id are
       *>             already on file is a status change (campus
       *>             approval), and a profiles.txt save for a user
       *>             who already has a block is a rewrite of it
       *>   removals  "*DEL*" rows (<file>~<rows>~<program>), and one
       *>             accounts.dat record per committed CLOSE-ACCOUNT
       *>             group
       *> Rows inside a "*TXN*" group count only once its COMMIT is on
       *> the journal, the same all-or-nothing rule JOURNAL-REPLAY
       *> applies. Profiles count by USER: block, the other flat files
       *> by non-blank line, the two indexed files by record.
       *> One BALANCED / OUT OF BALANCE line per file goes to
       *> InCollege-BalanceReport.txt (replaced each run); the
       *> out-of-balance lines are echoed to the console. Runs as the
       *> BATCH-NIGHTLY step just before ARCHIVE-DATA, so tonight's
       *> snapshot is taken from files that balanced -- and
       *> standalone.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUNCTL-FILE ASSIGN TO "batch_runcontrol.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO WS-JOURNAL-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT FLAT-FILE ASSIGN TO WS-FLAT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FLAT-STATUS.
           SELECT ACCOUNTS-FILE ASSIGN TO WS-ACCOUNTS-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACCOUNTS-USERNAME
               FILE STATUS IS WS-INDEXED-STATUS.
           SELECT APPLICATIONS-FILE ASSIGN TO "applications.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS APPLICATION-KEY
               ALTERNATE RECORD KEY IS APPLICATION-JOB-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-INDEXED-STATUS.
           SELECT REPORT-FILE ASSIGN TO "InCollege-BalanceReport.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RUNCTL-FILE.
       01  RUNCTL-RECORD        PIC X(80).

       FD  JOURNAL-FILE.
       01  JOURNAL-RECORD       PIC X(560).

       FD  FLAT-FILE.
       01  FLAT-RECORD          PIC X(500).

       FD  ACCOUNTS-FILE.
       01  ACCOUNTS-RECORD-DATA.
           05  ACCOUNTS-USERNAME        PIC X(20).
           05  ACCOUNTS-PASSWORD        PIC X(20).
           05  ACCOUNTS-RECOVERY-EMAIL  PIC X(50).
           05  ACCOUNTS-ACCOUNT-TYPE    PIC X(8).
           05  ACCOUNTS-CREATED-DATE    PIC X(8).

       FD  APPLICATIONS-FILE.
       01  APPLICATION-RECORD.
           05  APPLICATION-KEY.
               10  APPLICATION-USER    PIC X(20).
               10  APPLICATION-JOB-ID  PIC X(8).
           05  APPLICATION-JOB-KEY     PIC X(8).
           05  APPLICATION-ROW         PIC X(500).

       FD  REPORT-FILE.
       01  REPORT-RECORD        PIC X(130).

       WORKING-STORAGE SECTION.
       01  WS-RUNCTL-STATUS     PIC X(2).
       01  WS-JOURNAL-STATUS    PIC X(2).
       01  WS-FLAT-STATUS       PIC X(2).
       01  WS-INDEXED-STATUS    PIC X(2).
       01  WS-EOF-FLAG          PIC X VALUE 'N'.
       01  WS-JOURNAL-NAME      PIC X(30).
       01  WS-FLAT-NAME         PIC X(40).
       01  WS-ACCOUNTS-NAME     PIC X(40).
       01  WS-TODAY             PIC X(21).

      *> batch_runcontrol.txt row: date~step~state~HHMMSS
       01  WS-ROW-DATE          PIC X(8).
       01  WS-ROW-STEP          PIC X(20).
       01  WS-ROW-STATE         PIC X(10).
       01  WS-ROW-TIME          PIC X(6).

      *> the snapshot balanced against, and where the journal walk
      *> picks up
       01  WS-BASE-DATE         PIC X(8) VALUE SPACES.
       01  WS-BASE-TIME         PIC X(6) VALUE SPACES.
       01  WS-SNAP-DATE         PIC X(8).
       01  WS-BASE-NUM          PIC 9(8).
       01  WS-BASE-INT          PIC 9(8).

       01  WS-WALK-INT          PIC 9(8).
       01  WS-WALK-END          PIC 9(8).
       01  WS-WALK-DATE         PIC 9(8).
       01  WS-WALK-TEXT         PIC X(8).

       01  WS-ENTRY-TIME        PIC X(6).
       01  WS-ENTRY-FILE        PIC X(30).
       01  WS-ENTRY-RECORD      PIC X(500).
       01  WS-PTR               PIC 9(4).

      *> The six balanced files: 1 accounts, 2 profiles,
      *> 3 connections, 4 jobs, 5 applications, 6 messages
       01  WS-FILE-NAMES.
           05 FILLER PIC X(32) VALUE "accounts.dat      accounts-".
           05 FILLER PIC X(32) VALUE "profiles.txt      profiles-".
           05 FILLER PIC X(32) VALUE "connections.txt   connections-".
           05 FILLER PIC X(32) VALUE "jobs.txt          jobs-".
           05 FILLER PIC X(32) VALUE "applications.dat  applications-".
           05 FILLER PIC X(32) VALUE "messages.txt      messages-".
       01  WS-FILE-TABLE REDEFINES WS-FILE-NAMES.
           05 WS-FILE-ENTRY OCCURS 6 TIMES.
              10 WS-FILE-NAME      PIC X(18).
              10 WS-FILE-PREFIX    PIC X(14).
       01  WS-BALANCE-TABLE.
           05 WS-BAL-ENTRY OCCURS 6 TIMES.
              10 WS-BAL-SNAP       PIC 9(7).
              10 WS-BAL-ADDS       PIC 9(7).
              10 WS-BAL-DELS       PIC 9(7).
              10 WS-BAL-ACTUAL     PIC 9(7).
              10 WS-BAL-EXPECT     PIC S9(7).
      *> a "*TXN*" group's counts, held until its COMMIT
              10 WS-GRP-ADDS       PIC 9(7).
              10 WS-GRP-DELS       PIC 9(7).
       01  F                    PIC 9.
       01  WS-FILE-IDX          PIC 9.

       01  WS-IN-GROUP          PIC X VALUE 'N'.
       01  WS-GROUP-CLOSURE     PIC X VALUE 'N'.
       01  WS-DROPPED-GROUPS    PIC 9(5) VALUE 0.

      *> "*DEL*" row: file~rows~program
       01  WS-DEL-FILE          PIC X(30).
       01  WS-DEL-ROWS          PIC X(10).
       01  WS-DEL-COUNT         PIC 9(7).

      *> Postings and profile owners already on file, so a journaled
      *> status change or profile re-save is not taken for an append
       01  WS-JOB-FIELDS.
           05 WS-JF OCCURS 12 TIMES PIC X(60).
       01  WS-JOB-KEY           PIC X(90).
       01  WS-JOB-KEY-COUNT     PIC 9(4) VALUE 0.
       01  WS-JOB-KEY-TABLE.
           05 WS-JOB-KEY-ENTRY OCCURS 2000 TIMES PIC X(90).
       01  WS-PROF-USER         PIC X(20).
       01  WS-PROF-COUNT        PIC 9(4) VALUE 0.
       01  WS-PROF-TABLE.
           05 WS-PROF-ENTRY OCCURS 2000 TIMES PIC X(20).
       01  WS-KEY-FOUND         PIC X.
       01  WS-KEY-CAP-HIT       PIC X VALUE 'N'.
       01  K                    PIC 9(4).
       01  WS-LOADING-SNAPSHOT  PIC X VALUE 'N'.
       01  WS-ROWS              PIC 9(7).

       01  WS-OUT-COUNT         PIC 9 VALUE 0.
       01  WS-OK-COUNT          PIC 9 VALUE 0.
       01  WS-DIFF              PIC S9(7).
       01  WS-VERDICT           PIC X(15).
       01  WS-N1                PIC Z(6)9.
       01  WS-N2                PIC Z(6)9.
       01  WS-N3                PIC Z(6)9.
       01  WS-N4                PIC Z(6)9.
       01  WS-N5                PIC Z(6)9.
       01  WS-N6                PIC Z(6)9.

       PROCEDURE DIVISION.

           MOVE FUNCTION CURRENT-DATE TO WS-TODAY.
           INITIALIZE WS-BALANCE-TABLE.

           OPEN OUTPUT REPORT-FILE.
           PERFORM FIND-BASELINE.
           IF WS-BASE-DATE = SPACES
               MOVE "No ARCHIVE-DATA run on record; nothing to balance against."
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
               DISPLAY REPORT-RECORD
               CLOSE REPORT-FILE
               GOBACK
           END-IF.

           PERFORM PICK-SNAPSHOT-DATE.
           IF WS-SNAP-DATE = SPACES
               INITIALIZE REPORT-RECORD
               STRING "No snapshot found for the ARCHIVE-DATA run of "
                      WS-BASE-DATE "; nothing to balance against."
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
               DISPLAY REPORT-RECORD
               CLOSE REPORT-FILE
               GOBACK
           END-IF.

           INITIALIZE REPORT-RECORD.
           STRING "Record balancing against the snapshot of "
                  WS-SNAP-DATE " " WS-BASE-TIME
                  ", journal through " WS-TODAY(1:8) " "
                  WS-TODAY(9:6)
               DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.

           PERFORM COUNT-SNAPSHOTS.
           PERFORM WALK-JOURNALS.
           PERFORM COUNT-LIVE-FILES.

           PERFORM VARYING F FROM 1 BY 1 UNTIL F > 6
               PERFORM REPORT-ONE-FILE
           END-PERFORM.

           IF WS-DROPPED-GROUPS > 0
               MOVE WS-DROPPED-GROUPS TO WS-N1
               INITIALIZE REPORT-RECORD
               STRING "NOTE: " FUNCTION TRIM(WS-N1)
                      " journal group(s) with no COMMIT were not"
                      " counted"
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.
           IF WS-KEY-CAP-HIT = 'Y'
               MOVE "NOTE: more postings or profiles than the key table holds (2000); later ones counted as appends"
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.

           INITIALIZE REPORT-RECORD.
           MOVE WS-OK-COUNT TO WS-N1.
           MOVE WS-OUT-COUNT TO WS-N2.
           STRING "BALANCE-CHECK: " FUNCTION TRIM(WS-N1)
                  " file(s) balanced, " FUNCTION TRIM(WS-N2)
                  " out of balance."
               DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           DISPLAY REPORT-RECORD.
           CLOSE REPORT-FILE.
           GOBACK.

      *> The last ARCHIVE-DATA run that finished: its COMPLETED row.
       FIND-BASELINE SECTION.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT RUNCTL-FILE.
           IF WS-RUNCTL-STATUS NOT = "00"
               CLOSE RUNCTL-FILE
               EXIT SECTION
           END-IF.
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ RUNCTL-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE SPACES TO WS-ROW-DATE, WS-ROW-STEP,
                                      WS-ROW-STATE, WS-ROW-TIME
                       UNSTRING RUNCTL-RECORD DELIMITED BY "~"
                           INTO WS-ROW-DATE, WS-ROW-STEP,
                                WS-ROW-STATE, WS-ROW-TIME
                       END-UNSTRING
                       IF FUNCTION TRIM(WS-ROW-STEP) = "ARCHIVE-DATA"
                          AND FUNCTION TRIM(WS-ROW-STATE) = "COMPLETED"
                          AND WS-ROW-DATE IS NUMERIC
                           MOVE WS-ROW-DATE TO WS-BASE-DATE
                           MOVE WS-ROW-TIME TO WS-BASE-TIME
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RUNCTL-FILE.
           MOVE 'N' TO WS-EOF-FLAG.
           EXIT SECTION.

      *> The run-control date is the night's run date; a window that
      *> crossed midnight before ARCHIVE-DATA ran stamped its
      *> snapshots (and its journal lines) with the next day.
       PICK-SNAPSHOT-DATE SECTION.
           MOVE SPACES TO WS-SNAP-DATE.
           MOVE WS-BASE-DATE TO WS-BASE-NUM.
           MOVE FUNCTION INTEGER-OF-DATE(WS-BASE-NUM) TO WS-BASE-INT.

           MOVE WS-BASE-DATE TO WS-WALK-TEXT.
           PERFORM PROBE-SNAPSHOT.
           IF WS-SNAP-DATE = SPACES
               ADD 1 TO WS-BASE-INT
               MOVE FUNCTION DATE-OF-INTEGER(WS-BASE-INT)
                   TO WS-WALK-DATE
               MOVE WS-WALK-DATE TO WS-WALK-TEXT
               PERFORM PROBE-SNAPSHOT
           END-IF.
           EXIT SECTION.

       PROBE-SNAPSHOT SECTION.
           INITIALIZE WS-ACCOUNTS-NAME.
           STRING "accounts-" WS-WALK-TEXT ".dat"
               DELIMITED BY SIZE INTO WS-ACCOUNTS-NAME.
           OPEN INPUT ACCOUNTS-FILE.
           IF WS-INDEXED-STATUS = "00" OR WS-INDEXED-STATUS = "05"
               MOVE WS-WALK-TEXT TO WS-SNAP-DATE
           END-IF.
           CLOSE ACCOUNTS-FILE.
           EXIT SECTION.

       COUNT-SNAPSHOTS SECTION.
           MOVE 'Y' TO WS-LOADING-SNAPSHOT.
           INITIALIZE WS-ACCOUNTS-NAME.
           STRING "accounts-" WS-SNAP-DATE ".dat"
               DELIMITED BY SIZE INTO WS-ACCOUNTS-NAME.
           PERFORM COUNT-ACCOUNTS.
           MOVE WS-ROWS TO WS-BAL-SNAP(1).
           PERFORM VARYING F FROM 2 BY 1 UNTIL F > 6
               INITIALIZE WS-FLAT-NAME
               STRING FUNCTION TRIM(WS-FILE-PREFIX(F))
                      WS-SNAP-DATE ".txt"
                   DELIMITED BY SIZE INTO WS-FLAT-NAME
               PERFORM COUNT-FLAT-FILE
               MOVE WS-ROWS TO WS-BAL-SNAP(F)
           END-PERFORM.
           MOVE 'N' TO WS-LOADING-SNAPSHOT.
           EXIT SECTION.

       COUNT-LIVE-FILES SECTION.
           MOVE "accounts.dat" TO WS-ACCOUNTS-NAME.
           PERFORM COUNT-ACCOUNTS.
           MOVE WS-ROWS TO WS-BAL-ACTUAL(1).
           PERFORM COUNT-APPLICATIONS.
           MOVE WS-ROWS TO WS-BAL-ACTUAL(5).
           PERFORM VARYING F FROM 2 BY 1 UNTIL F > 6
               IF F NOT = 5
                   MOVE WS-FILE-NAME(F) TO WS-FLAT-NAME
                   PERFORM COUNT-FLAT-FILE
                   MOVE WS-ROWS TO WS-BAL-ACTUAL(F)
               END-IF
           END-PERFORM.
           EXIT SECTION.

       COUNT-ACCOUNTS SECTION.
           MOVE 0 TO WS-ROWS.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT ACCOUNTS-FILE.
           IF WS-INDEXED-STATUS NOT = "00"
               CLOSE ACCOUNTS-FILE
               EXIT SECTION
           END-IF.
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ ACCOUNTS-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-ROWS
               END-READ
           END-PERFORM.
           CLOSE ACCOUNTS-FILE.
           MOVE 'N' TO WS-EOF-FLAG.
           EXIT SECTION.

       COUNT-APPLICATIONS SECTION.
           MOVE 0 TO WS-ROWS.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT APPLICATIONS-FILE.
           IF WS-INDEXED-STATUS NOT = "00"
               CLOSE APPLICATIONS-FILE
               EXIT SECTION
           END-IF.
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ APPLICATIONS-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-ROWS
               END-READ
           END-PERFORM.
           CLOSE APPLICATIONS-FILE.
           MOVE 'N' TO WS-EOF-FLAG.
           EXIT SECTION.

      *> Non-blank lines, or USER: blocks for the profile store. A
      *> snapshot's postings and profile owners are remembered as the
      *> rows already on file.
       COUNT-FLAT-FILE SECTION.
           MOVE 0 TO WS-ROWS.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT FLAT-FILE.
           IF WS-FLAT-STATUS NOT = "00"
               CLOSE FLAT-FILE
               EXIT SECTION
           END-IF.
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ FLAT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM COUNT-ONE-LINE
               END-READ
           END-PERFORM.
           CLOSE FLAT-FILE.
           MOVE 'N' TO WS-EOF-FLAG.
           EXIT SECTION.

       COUNT-ONE-LINE SECTION.
           IF FLAT-RECORD = SPACES
               EXIT SECTION
           END-IF.
           IF F = 2
               IF FLAT-RECORD(1:5) = "USER:"
                   ADD 1 TO WS-ROWS
                   IF WS-LOADING-SNAPSHOT = 'Y'
                       MOVE FLAT-RECORD(6:20) TO WS-PROF-USER
                       PERFORM REMEMBER-PROFILE
                   END-IF
               END-IF
               EXIT SECTION
           END-IF.
           ADD 1 TO WS-ROWS.
           IF F = 4 AND WS-LOADING-SNAPSHOT = 'Y'
               MOVE FLAT-RECORD TO WS-ENTRY-RECORD
               PERFORM BUILD-JOB-KEY
               PERFORM REMEMBER-JOB
           END-IF.
           EXIT SECTION.

      *> One journal file per day from the snapshot's date to today;
      *> on the snapshot's own day only what came after it counts.
       WALK-JOURNALS SECTION.
           MOVE WS-SNAP-DATE TO WS-WALK-INT.
           MOVE FUNCTION INTEGER-OF-DATE(WS-WALK-INT) TO WS-WALK-INT.
           MOVE WS-TODAY(1:8) TO WS-WALK-END.
           MOVE FUNCTION INTEGER-OF-DATE(WS-WALK-END) TO WS-WALK-END.
           PERFORM UNTIL WS-WALK-INT > WS-WALK-END
               MOVE FUNCTION DATE-OF-INTEGER(WS-WALK-INT)
                   TO WS-WALK-DATE
               MOVE WS-WALK-DATE TO WS-WALK-TEXT
               PERFORM READ-ONE-JOURNAL
               ADD 1 TO WS-WALK-INT
           END-PERFORM.
           PERFORM DROP-OPEN-GROUP.
           EXIT SECTION.

       READ-ONE-JOURNAL SECTION.
           INITIALIZE WS-JOURNAL-NAME.
           STRING "journal-" WS-WALK-TEXT ".txt"
               DELIMITED BY SIZE INTO WS-JOURNAL-NAME.
           OPEN INPUT JOURNAL-FILE.
           IF WS-JOURNAL-STATUS NOT = "00"
               CLOSE JOURNAL-FILE
               EXIT SECTION
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ JOURNAL-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM TAKE-JOURNAL-ENTRY
               END-READ
           END-PERFORM.
           CLOSE JOURNAL-FILE.
           MOVE 'N' TO WS-EOF-FLAG.
           EXIT SECTION.

       TAKE-JOURNAL-ENTRY SECTION.
           MOVE SPACES TO WS-ENTRY-TIME, WS-ENTRY-FILE,
                          WS-ENTRY-RECORD.
           MOVE 1 TO WS-PTR.
           UNSTRING JOURNAL-RECORD DELIMITED BY "|"
               INTO WS-ENTRY-TIME, WS-ENTRY-FILE
               WITH POINTER WS-PTR
           END-UNSTRING.
           MOVE JOURNAL-RECORD(WS-PTR:) TO WS-ENTRY-RECORD.

           IF WS-WALK-TEXT = WS-SNAP-DATE
              AND WS-ENTRY-TIME <= WS-BASE-TIME
               EXIT SECTION
           END-IF.

           IF FUNCTION TRIM(WS-ENTRY-FILE) = "*TXN*"
               IF WS-ENTRY-RECORD(1:6) = "BEGIN "
                   PERFORM DROP-OPEN-GROUP
                   MOVE 'Y' TO WS-IN-GROUP
                   MOVE 'N' TO WS-GROUP-CLOSURE
                   IF WS-ENTRY-RECORD(7:14) = "CLOSE-ACCOUNT "
                       MOVE 'Y' TO WS-GROUP-CLOSURE
                   END-IF
               END-IF
               IF WS-ENTRY-RECORD(1:7) = "COMMIT "
                  AND WS-IN-GROUP = 'Y'
                   PERFORM COMMIT-GROUP
               END-IF
               EXIT SECTION
           END-IF.

           IF FUNCTION TRIM(WS-ENTRY-FILE) = "*DEL*"
               PERFORM TAKE-REMOVAL
               EXIT SECTION
           END-IF.

           MOVE 0 TO WS-FILE-IDX.
           PERFORM VARYING F FROM 1 BY 1 UNTIL F > 6
               IF FUNCTION TRIM(WS-ENTRY-FILE) =
                      FUNCTION TRIM(WS-FILE-NAME(F))
                   MOVE F TO WS-FILE-IDX
               END-IF
           END-PERFORM.
           IF FUNCTION TRIM(WS-ENTRY-FILE) = "applications.txt"
               MOVE 5 TO WS-FILE-IDX
           END-IF.
           IF WS-FILE-IDX = 0
               EXIT SECTION
           END-IF.

           MOVE 'N' TO WS-KEY-FOUND.
           IF WS-FILE-IDX = 2
               MOVE WS-ENTRY-RECORD(6:20) TO WS-PROF-USER
               PERFORM REMEMBER-PROFILE
           END-IF.
           IF WS-FILE-IDX = 4
               PERFORM BUILD-JOB-KEY
               PERFORM REMEMBER-JOB
           END-IF.
           IF WS-KEY-FOUND = 'Y'
               EXIT SECTION
           END-IF.

           IF WS-IN-GROUP = 'Y'
               ADD 1 TO WS-GRP-ADDS(WS-FILE-IDX)
           ELSE
               ADD 1 TO WS-BAL-ADDS(WS-FILE-IDX)
           END-IF.
           EXIT SECTION.

       TAKE-REMOVAL SECTION.
           MOVE SPACES TO WS-DEL-FILE, WS-DEL-ROWS.
           UNSTRING WS-ENTRY-RECORD DELIMITED BY "~"
               INTO WS-DEL-FILE, WS-DEL-ROWS
           END-UNSTRING.
           IF FUNCTION TRIM(WS-DEL-ROWS) IS NOT NUMERIC
               EXIT SECTION
           END-IF.
           MOVE FUNCTION NUMVAL(WS-DEL-ROWS) TO WS-DEL-COUNT.
           MOVE 0 TO WS-FILE-IDX.
           PERFORM VARYING F FROM 1 BY 1 UNTIL F > 6
               IF FUNCTION TRIM(WS-DEL-FILE) =
                      FUNCTION TRIM(WS-FILE-NAME(F))
                   MOVE F TO WS-FILE-IDX
               END-IF
           END-PERFORM.
           IF WS-FILE-IDX = 0
               EXIT SECTION
           END-IF.
           IF WS-IN-GROUP = 'Y'
               ADD WS-DEL-COUNT TO WS-GRP-DELS(WS-FILE-IDX)
           ELSE
               ADD WS-DEL-COUNT TO WS-BAL-DELS(WS-FILE-IDX)
           END-IF.
           EXIT SECTION.

      *> The group made it to disk whole: its counts stand, and a
      *> closure took its accounts.dat record with it.
       COMMIT-GROUP SECTION.
           PERFORM VARYING F FROM 1 BY 1 UNTIL F > 6
               ADD WS-GRP-ADDS(F) TO WS-BAL-ADDS(F)
               ADD WS-GRP-DELS(F) TO WS-BAL-DELS(F)
               MOVE 0 TO WS-GRP-ADDS(F), WS-GRP-DELS(F)
           END-PERFORM.
           IF WS-GROUP-CLOSURE = 'Y'
               ADD 1 TO WS-BAL-DELS(1)
           END-IF.
           MOVE 'N' TO WS-IN-GROUP.
           MOVE 'N' TO WS-GROUP-CLOSURE.
           EXIT SECTION.

       DROP-OPEN-GROUP SECTION.
           IF WS-IN-GROUP = 'Y'
               ADD 1 TO WS-DROPPED-GROUPS
               PERFORM VARYING F FROM 1 BY 1 UNTIL F > 6
                   MOVE 0 TO WS-GRP-ADDS(F), WS-GRP-DELS(F)
               END-PERFORM
               MOVE 'N' TO WS-IN-GROUP
               MOVE 'N' TO WS-GROUP-CLOSURE
           END-IF.
           EXIT SECTION.

      *> A posting is poster, title and permanent id (fields 1, 2 and
      *> 12 of the jobs.txt row); rows from before the id existed
      *> still key on the first two.
       BUILD-JOB-KEY SECTION.
           MOVE SPACES TO WS-JOB-FIELDS.
           UNSTRING WS-ENTRY-RECORD DELIMITED BY "~"
               INTO WS-JF(1), WS-JF(2), WS-JF(3), WS-JF(4),
                    WS-JF(5), WS-JF(6), WS-JF(7), WS-JF(8),
                    WS-JF(9), WS-JF(10), WS-JF(11), WS-JF(12)
           END-UNSTRING.
           INITIALIZE WS-JOB-KEY.
           STRING WS-JF(1)(1:20) WS-JF(2)(1:50) WS-JF(12)(1:20)
               DELIMITED BY SIZE INTO WS-JOB-KEY.
           EXIT SECTION.

       REMEMBER-JOB SECTION.
           MOVE 'N' TO WS-KEY-FOUND.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-JOB-KEY-COUNT
               IF WS-JOB-KEY-ENTRY(K) = WS-JOB-KEY
                   MOVE 'Y' TO WS-KEY-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-KEY-FOUND = 'N'
               IF WS-JOB-KEY-COUNT < 2000
                   ADD 1 TO WS-JOB-KEY-COUNT
                   MOVE WS-JOB-KEY TO WS-JOB-KEY-ENTRY(WS-JOB-KEY-COUNT)
               ELSE
                   MOVE 'Y' TO WS-KEY-CAP-HIT
               END-IF
           END-IF.
           EXIT SECTION.

       REMEMBER-PROFILE SECTION.
           MOVE 'N' TO WS-KEY-FOUND.
           MOVE FUNCTION TRIM(WS-PROF-USER) TO WS-PROF-USER.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > WS-PROF-COUNT
               IF WS-PROF-ENTRY(K) = WS-PROF-USER
                   MOVE 'Y' TO WS-KEY-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WS-KEY-FOUND = 'N'
               IF WS-PROF-COUNT < 2000
                   ADD 1 TO WS-PROF-COUNT
                   MOVE WS-PROF-USER TO WS-PROF-ENTRY(WS-PROF-COUNT)
               ELSE
                   MOVE 'Y' TO WS-KEY-CAP-HIT
               END-IF
           END-IF.
           EXIT SECTION.

       REPORT-ONE-FILE SECTION.
           COMPUTE WS-BAL-EXPECT(F) = WS-BAL-SNAP(F) + WS-BAL-ADDS(F)
                                    - WS-BAL-DELS(F).
           COMPUTE WS-DIFF = WS-BAL-ACTUAL(F) - WS-BAL-EXPECT(F).
           IF WS-DIFF = 0
               MOVE "BALANCED" TO WS-VERDICT
               ADD 1 TO WS-OK-COUNT
           ELSE
               MOVE "OUT OF BALANCE" TO WS-VERDICT
               ADD 1 TO WS-OUT-COUNT
           END-IF.
           MOVE WS-BAL-SNAP(F) TO WS-N1.
           MOVE WS-BAL-ADDS(F) TO WS-N2.
           MOVE WS-BAL-DELS(F) TO WS-N3.
           MOVE WS-BAL-EXPECT(F) TO WS-N4.
           MOVE WS-BAL-ACTUAL(F) TO WS-N5.
           INITIALIZE REPORT-RECORD.
           STRING WS-FILE-NAME(F) WS-VERDICT
                  "snapshot " FUNCTION TRIM(WS-N1)
                  " + " FUNCTION TRIM(WS-N2)
                  " - " FUNCTION TRIM(WS-N3)
                  " = " FUNCTION TRIM(WS-N4)
                  ", on file " FUNCTION TRIM(WS-N5)
               DELIMITED BY SIZE INTO REPORT-RECORD.
           IF WS-DIFF < 0
               COMPUTE WS-N6 = 0 - WS-DIFF
               STRING FUNCTION TRIM(REPORT-RECORD)
                      " (" FUNCTION TRIM(WS-N6) " row(s) missing)"
                   DELIMITED BY SIZE INTO REPORT-RECORD
           END-IF.
           IF WS-DIFF > 0
               MOVE WS-DIFF TO WS-N6
               STRING FUNCTION TRIM(REPORT-RECORD)
                      " (" FUNCTION TRIM(WS-N6) " row(s) unaccounted for)"
                   DELIMITED BY SIZE INTO REPORT-RECORD
           END-IF.
           WRITE REPORT-RECORD.
           IF WS-DIFF NOT = 0
               DISPLAY REPORT-RECORD
           END-IF.
           EXIT SECTION.
