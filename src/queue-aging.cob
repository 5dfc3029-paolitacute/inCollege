       >>SOURCE FREE
       *> Nightly aging report across every operations work queue, so
       *> the morning shift sees in one place how far behind each one
       *> is instead of paging through seven consoles:
       *>   Content flags       flags.txt                  status OPEN
       *>   Support tickets     tickets.txt                OPEN or
       *>                                                  IN-PROGRESS
       *>   Employer checks     employer_verifications.txt UNVERIFIED
       *>   Dual-control ops    pending_admin_ops.txt      PENDING
       *>   Reference requests  reference_requests.txt     REQUESTED
       *>   Held postings       jobs.txt                   HELD
       *>   Campus approvals    jobs.txt                   PENDING-CAMPUS
       *> Each item is aged from the date on its own row (flag date,
       *> ticket date, signup date, request date, posted date). Per
       *> queue: open items, oldest age, and the age buckets 0-2, 3-7,
       *> 8-30 and over 30 days. A row whose date cannot be read is
       *> counted as open and shown as undated.
       *> A queue is called out at the top of the report when its open
       *> count passes QUEUE-ALERT-COUNT (default 20) or its oldest item
       *> passes QUEUE-ALERT-DAYS (default 7), both from
       *> incollege-config.txt.
       *> Output: InCollege-QueueAgingReport.txt.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. QUEUE-AGING.
       AUTHOR. Paola
       DATE-WRITTEN. 10/15/2026

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FLAGS-FILE ASSIGN TO "flags.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FLAGS-STATUS.

           SELECT TICKETS-FILE ASSIGN TO "tickets.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TICKETS-STATUS.

           SELECT VERIFY-FILE ASSIGN TO "employer_verifications.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VERIFY-STATUS.

           SELECT PENDING-FILE ASSIGN TO "pending_admin_ops.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDING-STATUS.

           SELECT REQUESTS-FILE ASSIGN TO "reference_requests.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQUESTS-STATUS.

           SELECT JOBS-FILE ASSIGN TO "jobs.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBS-STATUS.

           SELECT REPORT-FILE ASSIGN TO "InCollege-QueueAgingReport.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FLAGS-FILE.
       01  FLAGS-RECORD             PIC X(500).

       FD  TICKETS-FILE.
       01  TICKETS-RECORD           PIC X(500).

       FD  VERIFY-FILE.
       01  VERIFY-RECORD            PIC X(100).

       FD  PENDING-FILE.
       01  PENDING-RECORD           PIC X(300).

       FD  REQUESTS-FILE.
       01  REQUESTS-RECORD          PIC X(300).

       FD  JOBS-FILE.
       01  JOBS-RECORD              PIC X(500).

       FD  REPORT-FILE.
       01  REPORT-RECORD            PIC X(120).

       WORKING-STORAGE SECTION.
       01  WS-FLAGS-STATUS          PIC X(2).
       01  WS-TICKETS-STATUS        PIC X(2).
       01  WS-VERIFY-STATUS         PIC X(2).
       01  WS-PENDING-STATUS        PIC X(2).
       01  WS-REQUESTS-STATUS       PIC X(2).
       01  WS-JOBS-STATUS           PIC X(2).
       01  WS-EOF-FLAG              PIC X VALUE 'N'.
       01  WS-LINE                  PIC X(500).

      *> Up to eight "~" fields off whichever row is being read
       01  WS-FIELDS.
           05 WS-FIELD OCCURS 8 TIMES PIC X(200).

      *> One entry per queue, in report order
       01  WS-QUEUE-NAMES.
           05 FILLER PIC X(30) VALUE "Content flags (MODERATION)".
           05 FILLER PIC X(30) VALUE "Support tickets (TICKETS)".
           05 FILLER PIC X(30) VALUE "Employer verifications".
           05 FILLER PIC X(30) VALUE "Dual-control approvals".
           05 FILLER PIC X(30) VALUE "Reference requests".
           05 FILLER PIC X(30) VALUE "Held postings (SCREEN-RULES)".
           05 FILLER PIC X(30) VALUE "Campus approvals (STAFF)".
       01  WS-QUEUE-NAME-TABLE REDEFINES WS-QUEUE-NAMES.
           05 WS-QUEUE-NAME OCCURS 7 TIMES PIC X(30).
       01  WS-QUEUE-TABLE.
           05 WS-QUEUE-ENTRY OCCURS 7 TIMES.
              10 WS-Q-OPEN          PIC 9(5).
              10 WS-Q-OLDEST        PIC 9(5).
              10 WS-Q-OLDEST-DATE   PIC X(8).
              10 WS-Q-UNDATED       PIC 9(5).
              10 WS-Q-BUCKET OCCURS 4 TIMES PIC 9(5).
       01  Q                        PIC 9.
       01  B                        PIC 9.

      *> Aging one item
       01  WS-ITEM-DATE             PIC X(8).
       01  WS-ITEM-INT              PIC 9(8).
       01  WS-AGE                   PIC S9(5).
       01  WS-TODAY                 PIC X(21).
       01  WS-TODAY-DATE            PIC X(8).
       01  WS-TODAY-INT             PIC 9(8).

      *> Call-out thresholds
       01  WS-CFG-KEY               PIC X(20).
       01  WS-CFG-VALUE             PIC X(40).
       01  WS-CFG-RC                PIC X.
       01  WS-ALERT-COUNT           PIC 9(5) VALUE 20.
       01  WS-ALERT-DAYS            PIC 9(5) VALUE 7.
       01  WS-ALERTS                PIC 9 VALUE 0.

       01  WS-OPEN-TEXT             PIC Z(4)9.
       01  WS-DAYS-TEXT             PIC Z(4)9.
       01  WS-BUCKET-TEXT           PIC Z(4)9.
       01  WS-BUCKET-LABELS.
           05 FILLER PIC X(12) VALUE "0-2 days".
           05 FILLER PIC X(12) VALUE "3-7 days".
           05 FILLER PIC X(12) VALUE "8-30 days".
           05 FILLER PIC X(12) VALUE "over 30 days".
       01  WS-BUCKET-LABEL-TABLE REDEFINES WS-BUCKET-LABELS.
           05 WS-BUCKET-LABEL OCCURS 4 TIMES PIC X(12).

       PROCEDURE DIVISION.

           MOVE FUNCTION CURRENT-DATE TO WS-TODAY.
           MOVE WS-TODAY(1:8) TO WS-TODAY-DATE.
           MOVE WS-TODAY-DATE TO WS-TODAY-INT.
           MOVE FUNCTION INTEGER-OF-DATE(WS-TODAY-INT)
               TO WS-TODAY-INT.
           PERFORM LOAD-THRESHOLDS.
           INITIALIZE WS-QUEUE-TABLE.

           PERFORM AGE-FLAGS.
           PERFORM AGE-TICKETS.
           PERFORM AGE-VERIFICATIONS.
           PERFORM AGE-PENDING-OPS.
           PERFORM AGE-REFERENCE-REQUESTS.
           PERFORM AGE-HELD-POSTINGS.

           OPEN OUTPUT REPORT-FILE.
           MOVE SPACES TO REPORT-RECORD.
           STRING "InCollege Work-Queue Aging Report - " WS-TODAY-DATE
               DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE "------------------------------------------------"
               TO REPORT-RECORD.
           WRITE REPORT-RECORD.

           PERFORM WRITE-CALL-OUTS.

           PERFORM VARYING Q FROM 1 BY 1 UNTIL Q > 7
               PERFORM WRITE-QUEUE-SECTION
           END-PERFORM.
           CLOSE REPORT-FILE.

           DISPLAY "QUEUE-AGING: " WS-ALERTS
               " queue(s) over threshold.".
           GOBACK.

       LOAD-THRESHOLDS SECTION.
           MOVE "QUEUE-ALERT-COUNT" TO WS-CFG-KEY.
           MOVE SPACES TO WS-CFG-VALUE.
           CALL "SITE-CONFIG" USING WS-CFG-KEY, WS-CFG-VALUE,
                                     WS-CFG-RC.
           IF WS-CFG-RC = 'S'
              AND FUNCTION TRIM(WS-CFG-VALUE) IS NUMERIC
               MOVE FUNCTION NUMVAL(WS-CFG-VALUE) TO WS-ALERT-COUNT
           END-IF.

           MOVE "QUEUE-ALERT-DAYS" TO WS-CFG-KEY.
           MOVE SPACES TO WS-CFG-VALUE.
           CALL "SITE-CONFIG" USING WS-CFG-KEY, WS-CFG-VALUE,
                                     WS-CFG-RC.
           IF WS-CFG-RC = 'S'
              AND FUNCTION TRIM(WS-CFG-VALUE) IS NUMERIC
               MOVE FUNCTION NUMVAL(WS-CFG-VALUE) TO WS-ALERT-DAYS
           END-IF.
           EXIT SECTION.

       SPLIT-LINE SECTION.
           MOVE SPACES TO WS-FIELDS.
           UNSTRING WS-LINE DELIMITED BY "~"
               INTO WS-FIELD(1), WS-FIELD(2), WS-FIELD(3), WS-FIELD(4),
                    WS-FIELD(5), WS-FIELD(6), WS-FIELD(7), WS-FIELD(8)
           END-UNSTRING.
           EXIT SECTION.

      *> Counts one open item of queue Q dated WS-ITEM-DATE.
       AGE-ONE-ITEM SECTION.
           ADD 1 TO WS-Q-OPEN(Q).
           IF WS-ITEM-DATE IS NOT NUMERIC
               ADD 1 TO WS-Q-UNDATED(Q)
               EXIT SECTION
           END-IF.
           MOVE WS-ITEM-DATE TO WS-ITEM-INT.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-ITEM-INT) NOT = 0
               ADD 1 TO WS-Q-UNDATED(Q)
               EXIT SECTION
           END-IF.
           MOVE FUNCTION INTEGER-OF-DATE(WS-ITEM-INT) TO WS-ITEM-INT.
           COMPUTE WS-AGE = WS-TODAY-INT - WS-ITEM-INT.
           IF WS-AGE < 0
               MOVE 0 TO WS-AGE
           END-IF.
           EVALUATE TRUE
               WHEN WS-AGE <= 2
                   MOVE 1 TO B
               WHEN WS-AGE <= 7
                   MOVE 2 TO B
               WHEN WS-AGE <= 30
                   MOVE 3 TO B
               WHEN OTHER
                   MOVE 4 TO B
           END-EVALUATE.
           ADD 1 TO WS-Q-BUCKET(Q, B).
           IF WS-AGE > WS-Q-OLDEST(Q)
              OR WS-Q-OLDEST-DATE(Q) = SPACES
               MOVE WS-AGE TO WS-Q-OLDEST(Q)
               MOVE WS-ITEM-DATE TO WS-Q-OLDEST-DATE(Q)
           END-IF.
           EXIT SECTION.

      *> flags.txt: reporter~type~target~reason~date~status
       AGE-FLAGS SECTION.
           MOVE 1 TO Q.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT FLAGS-FILE.
           IF WS-FLAGS-STATUS NOT = "00"
               CLOSE FLAGS-FILE
               EXIT SECTION
           END-IF.
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ FLAGS-FILE INTO WS-LINE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM SPLIT-LINE
                       IF FUNCTION TRIM(WS-FIELD(6)) = "OPEN"
                           MOVE WS-FIELD(5) TO WS-ITEM-DATE
                           PERFORM AGE-ONE-ITEM
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FLAGS-FILE.
           EXIT SECTION.

      *> tickets.txt: id~user~category~description~status~assignee~date
       AGE-TICKETS SECTION.
           MOVE 2 TO Q.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT TICKETS-FILE.
           IF WS-TICKETS-STATUS NOT = "00"
               CLOSE TICKETS-FILE
               EXIT SECTION
           END-IF.
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ TICKETS-FILE INTO WS-LINE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM SPLIT-LINE
                       IF FUNCTION TRIM(WS-FIELD(5)) = "OPEN"
                          OR FUNCTION TRIM(WS-FIELD(5)) = "IN-PROGRESS"
                           MOVE WS-FIELD(7) TO WS-ITEM-DATE
                           PERFORM AGE-ONE-ITEM
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE TICKETS-FILE.
           EXIT SECTION.

      *> employer_verifications.txt: user~UNVERIFIED|VERIFIED~date
       AGE-VERIFICATIONS SECTION.
           MOVE 3 TO Q.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT VERIFY-FILE.
           IF WS-VERIFY-STATUS NOT = "00"
               CLOSE VERIFY-FILE
               EXIT SECTION
           END-IF.
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ VERIFY-FILE INTO WS-LINE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM SPLIT-LINE
                       IF FUNCTION TRIM(WS-FIELD(2)) = "UNVERIFIED"
                           MOVE WS-FIELD(3) TO WS-ITEM-DATE
                           PERFORM AGE-ONE-ITEM
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE VERIFY-FILE.
           EXIT SECTION.

      *> pending_admin_ops.txt: id~action~target~newValue~requestedBy~
      *> date~status~decidedBy
       AGE-PENDING-OPS SECTION.
           MOVE 4 TO Q.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT PENDING-FILE.
           IF WS-PENDING-STATUS NOT = "00"
               CLOSE PENDING-FILE
               EXIT SECTION
           END-IF.
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ PENDING-FILE INTO WS-LINE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM SPLIT-LINE
                       IF FUNCTION TRIM(WS-FIELD(7)) = "PENDING"
                           MOVE WS-FIELD(6) TO WS-ITEM-DATE
                           PERFORM AGE-ONE-ITEM
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PENDING-FILE.
           EXIT SECTION.

      *> reference_requests.txt: employer~student~reference~title~
      *> status~date; REQUESTED = the referee has not answered yet
       AGE-REFERENCE-REQUESTS SECTION.
           MOVE 5 TO Q.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT REQUESTS-FILE.
           IF WS-REQUESTS-STATUS NOT = "00"
               CLOSE REQUESTS-FILE
               EXIT SECTION
           END-IF.
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ REQUESTS-FILE INTO WS-LINE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM SPLIT-LINE
                       IF FUNCTION TRIM(WS-FIELD(5)) = "REQUESTED"
                           MOVE WS-FIELD(6) TO WS-ITEM-DATE
                           PERFORM AGE-ONE-ITEM
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE REQUESTS-FILE.
           EXIT SECTION.

      *> jobs.txt: poster~title~desc~employer~location~salary~
      *> postedOn~status~...; HELD = stopped by the screening rules,
      *> PENDING-CAMPUS = school-restricted and waiting on that
      *> school's careers office. One pass fills both queues.
       AGE-HELD-POSTINGS SECTION.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT JOBS-FILE.
           IF WS-JOBS-STATUS NOT = "00"
               CLOSE JOBS-FILE
               EXIT SECTION
           END-IF.
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ JOBS-FILE INTO WS-LINE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM SPLIT-LINE
                       IF FUNCTION TRIM(WS-FIELD(8)) = "HELD"
                           MOVE 6 TO Q
                           MOVE WS-FIELD(7) TO WS-ITEM-DATE
                           PERFORM AGE-ONE-ITEM
                       END-IF
                       IF FUNCTION TRIM(WS-FIELD(8)) = "PENDING-CAMPUS"
                           MOVE 7 TO Q
                           MOVE WS-FIELD(7) TO WS-ITEM-DATE
                           PERFORM AGE-ONE-ITEM
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE JOBS-FILE.
           EXIT SECTION.

      *> The queues that need the morning shift first.
       WRITE-CALL-OUTS SECTION.
           MOVE 0 TO WS-ALERTS.
           MOVE "Over threshold:" TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           PERFORM VARYING Q FROM 1 BY 1 UNTIL Q > 7
               IF WS-Q-OPEN(Q) > WS-ALERT-COUNT
                  OR WS-Q-OLDEST(Q) > WS-ALERT-DAYS
                   ADD 1 TO WS-ALERTS
                   MOVE WS-Q-OPEN(Q) TO WS-OPEN-TEXT
                   MOVE WS-Q-OLDEST(Q) TO WS-DAYS-TEXT
                   MOVE SPACES TO REPORT-RECORD
                   STRING "  ** " WS-QUEUE-NAME(Q) " "
                       FUNCTION TRIM(WS-OPEN-TEXT) " open, oldest "
                       FUNCTION TRIM(WS-DAYS-TEXT) " days"
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   WRITE REPORT-RECORD
               END-IF
           END-PERFORM.
           IF WS-ALERTS = 0
               MOVE "  (none -- every queue is within its thresholds)"
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.
           MOVE WS-ALERT-COUNT TO WS-OPEN-TEXT.
           MOVE WS-ALERT-DAYS TO WS-DAYS-TEXT.
           MOVE SPACES TO REPORT-RECORD.
           STRING "  (thresholds: more than " FUNCTION TRIM(WS-OPEN-TEXT)
               " open, or oldest over " FUNCTION TRIM(WS-DAYS-TEXT)
               " days)" DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           EXIT SECTION.

       WRITE-QUEUE-SECTION SECTION.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE WS-QUEUE-NAME(Q) TO REPORT-RECORD.
           WRITE REPORT-RECORD.

           MOVE WS-Q-OPEN(Q) TO WS-OPEN-TEXT.
           MOVE SPACES TO REPORT-RECORD.
           STRING "  Open items:   " WS-OPEN-TEXT
               DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.
           IF WS-Q-OPEN(Q) = 0
               EXIT SECTION
           END-IF.

           MOVE SPACES TO REPORT-RECORD.
           IF WS-Q-OLDEST-DATE(Q) = SPACES
               MOVE "  Oldest item:  (undated)" TO REPORT-RECORD
           ELSE
               MOVE WS-Q-OLDEST(Q) TO WS-DAYS-TEXT
               STRING "  Oldest item:  " WS-DAYS-TEXT " days (since "
                   WS-Q-OLDEST-DATE(Q) ")"
                   DELIMITED BY SIZE INTO REPORT-RECORD
           END-IF.
           WRITE REPORT-RECORD.

           PERFORM VARYING B FROM 1 BY 1 UNTIL B > 4
               MOVE WS-Q-BUCKET(Q, B) TO WS-BUCKET-TEXT
               MOVE SPACES TO REPORT-RECORD
               STRING "    " WS-BUCKET-LABEL(B) "  " WS-BUCKET-TEXT
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-PERFORM.
           IF WS-Q-UNDATED(Q) > 0
               MOVE WS-Q-UNDATED(Q) TO WS-BUCKET-TEXT
               MOVE SPACES TO REPORT-RECORD
               STRING "    undated       " WS-BUCKET-TEXT
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.
           EXIT SECTION.
