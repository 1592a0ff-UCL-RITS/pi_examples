       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PiQueueAging.
       AUTHOR.  Ian Kirker.

      * Daily pass over the PIREQKSD request queue, so nobody has to
      * remember to key PIIQ to find out what became of a request.
      * Three parts:
      *   1. every PENDING request is aged from its request stamp
      *      against the SLA for its RQ-PRIORITY band (the band
      *      table below, hours overridable from the control card,
      *      see piqage.cpy); each one past its SLA is listed and
      *      raises an "E" QUEUESLA alert on PIALERT.DAT, so a drain
      *      that keeps reaching higher-priority work first pages
      *      someone before the requester does;
      *   2. FAILED and CANCELLED volumes by requester, so a user
      *      whose requests keep failing (or who keeps taking them
      *      back) shows up;
      *   3. one outcome notice per requester on PINOTICE.DAT for
      *      the mail/print distribution interface, covering every
      *      FULFILLED or FAILED request not yet noticed -- steps,
      *      method, value and fulfil date -- after which each
      *      request is stamped with the notice date (RQ-NOTICE-DATE,
      *      see pireqq.cpy) so it is told exactly once, however
      *      many days the job misses.
      * Notice feed lines are "|"-delimited and start with their
      * record type:
      *   NOT|user|notice date|item count
      *       opens one requester's notice; the interface addresses
      *       it by the user id
      *   OUT|user|request date|request time|status|steps|method|
      *       value|fulfil date
      *       one request's outcome under its requester's NOT line;
      *       the value is zero on a FAILED request
      *   TRL|notice count|item count
      *       closes the file, the same control trailer convention
      *       PiResultExtract and PiChargeback use.
      * RETURN-CODE 8 when any request is past its SLA, 4 when a
      * table filled (the outcomes left over are noticed next run;
      * users left over are missing from the volume listing), 12
      * when the queue could not be opened.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PI-REQUEST-FILE
               ASSIGN TO "PIREQKSD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RQ-REQUEST-KEY
               FILE STATUS IS WS-PIREQQ-STATUS.
           SELECT PI-NOTICE-FILE
               ASSIGN TO "PINOTICE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PINOTICE-STATUS.
           SELECT PI-ALERT-FILE
               ASSIGN TO "PIALERT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PIALERT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PI-REQUEST-FILE.
       COPY pireqq.

       FD  PI-NOTICE-FILE.
       01 NOTICE-LINE             PIC X(120).

       FD  PI-ALERT-FILE.
       COPY pialert.

       WORKING-STORAGE SECTION.
       01 WS-PIREQQ-STATUS    PIC XX VALUE "00".
       01 WS-PINOTICE-STATUS  PIC XX VALUE "00".
       01 WS-PIALERT-STATUS   PIC XX VALUE "00".
       01 WS-EOF-FLAG         PIC X VALUE "N".
           88 WS-EOF                VALUE "Y".

       01 WS-TODAY-DATE       PIC 9(8) VALUE 0.
       01 WS-NOW-TIME         PIC 9(8) VALUE 0.
       01 WS-TODAY-INTEGER    PIC 9(8) VALUE 0.
       01 WS-REQUEST-INTEGER  PIC 9(8) VALUE 0.
       01 WS-AGE-DAYS         PIC S9(8) VALUE 0.
       01 WS-AGE-HOURS        PIC S9(8) VALUE 0.
       01 WS-NOW-HOUR         PIC 9(2) VALUE 0.
       01 WS-REQUEST-HOUR     PIC 9(2) VALUE 0.
       01 WS-NOTICE-FLOOR     PIC 9(8) VALUE 0.

      * SLA by priority band: lowest and highest RQ-PRIORITY in the
      * band, the band name, and the hours a PENDING request may
      * wait.  The hours are the defaults the card can override.
       01 WS-BAND-VALUES.
           05 FILLER              PIC X(14) VALUE "13URGENT  0024".
           05 FILLER              PIC X(14) VALUE "46NORMAL  0072".
           05 FILLER              PIC X(14) VALUE "79LOW     0168".
       01 WS-BAND-TABLE REDEFINES WS-BAND-VALUES.
           05 WS-BAND-ENTRY OCCURS 3 TIMES.
               10 WS-BAND-LOW        PIC 9(1).
               10 WS-BAND-HIGH       PIC 9(1).
               10 WS-BAND-NAME       PIC X(08).
               10 WS-BAND-SLA-HOURS  PIC 9(4).
       01 WS-BAND-INDEX       PIC 9(1) VALUE 0.
       01 WS-BAND-PENDING-TABLE.
           05 WS-BAND-COUNTS OCCURS 3 TIMES.
               10 WS-BAND-PENDING    PIC 9(8).
               10 WS-BAND-BREACHES   PIC 9(8).
               10 WS-BAND-OLDEST     PIC S9(8).
       01 WS-EFFECTIVE-PRIORITY PIC 9(1) VALUE 5.

      * FAILED and CANCELLED volumes per requester.
       01 WS-USER-TABLE-MAX   PIC 9(4) VALUE 500.
       01 WS-USER-COUNT       PIC 9(4) VALUE 0.
       01 WS-USER-INDEX       PIC 9(4) VALUE 0.
       01 WS-USER-TABLE.
           05 WS-USER-ENTRY OCCURS 500 TIMES.
               10 WS-USER-ID         PIC X(08).
               10 WS-USER-FAILED     PIC 9(8).
               10 WS-USER-CANCELLED  PIC 9(8).
       01 WS-USER-FOUND-FLAG  PIC X VALUE "N".
           88 WS-USER-FOUND        VALUE "Y".

      * Outcomes to notice this run, in queue-key order; the notice
      * feed is written requester by requester out of this table,
      * and each entry's request is stamped once the feed is closed.
       01 WS-NOTICE-TABLE-MAX PIC 9(4) VALUE 2000.
       01 WS-NOTICE-COUNT     PIC 9(4) VALUE 0.
       01 WS-NOTICE-INDEX     PIC 9(4) VALUE 0.
       01 WS-SCAN-INDEX       PIC 9(4) VALUE 0.
       01 WS-NOTICE-TABLE.
           05 WS-NOTICE-ENTRY OCCURS 2000 TIMES.
               10 WS-NT-REQUEST-KEY.
                   15 WS-NT-REQUEST-DATE PIC 9(8).
                   15 WS-NT-REQUEST-TIME PIC 9(6).
                   15 WS-NT-USER-ID      PIC X(08).
               10 WS-NT-STATUS       PIC X(09).
               10 WS-NT-STEPS        PIC 9(10).
               10 WS-NT-METHOD       PIC X(01).
               10 WS-NT-PI-VALUE     PIC 9(1)V9(15).
               10 WS-NT-FULFIL-DATE  PIC 9(8).
               10 WS-NT-WRITTEN      PIC X(01).
       01 WS-NOTICE-USER      PIC X(08) VALUE SPACES.
       01 WS-NOTICE-ITEMS     PIC 9(8) VALUE 0.

       01 WS-QUEUE-COUNT      PIC 9(8) VALUE 0.
       01 WS-PENDING-COUNT    PIC 9(8) VALUE 0.
       01 WS-BREACH-COUNT     PIC 9(8) VALUE 0.
       01 WS-FAILED-COUNT     PIC 9(8) VALUE 0.
       01 WS-CANCELLED-COUNT  PIC 9(8) VALUE 0.
       01 WS-FLOOR-SKIP-COUNT PIC 9(8) VALUE 0.
       01 WS-NOTICES-WRITTEN  PIC 9(8) VALUE 0.
       01 WS-ITEMS-WRITTEN    PIC 9(8) VALUE 0.
       01 WS-STAMPED-COUNT    PIC 9(8) VALUE 0.
       01 WS-STAMP-FAILED-COUNT PIC 9(8) VALUE 0.
       01 WS-OVERFLOW-COUNT   PIC 9(8) VALUE 0.

      * The feed line is STRINGed from these display images so every
      * field keeps a fixed, predictable shape for the interface.
       01 WS-PI-DISPLAY       PIC 9(1).9(15).
       01 WS-COUNT-DISPLAY    PIC 9(8).
       01 WS-ITEMS-DISPLAY    PIC 9(8).

       COPY piqage.

       PROCEDURE DIVISION.
       Begin.
           PERFORM Read-Queue-Aging-Control-Card
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           ACCEPT WS-NOW-TIME FROM TIME
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
           INITIALIZE WS-BAND-PENDING-TABLE

           DISPLAY " "
           DISPLAY "================================================"
           DISPLAY "  REQUEST QUEUE AGING AND OUTCOMES -- "
               WS-TODAY-DATE
           DISPLAY "================================================"

      * I-O, not INPUT: the noticed outcomes are stamped back.
           OPEN I-O PI-REQUEST-FILE
           IF WS-PIREQQ-STATUS NOT = "00"
               DISPLAY "*** PIREQKSD OPEN FAILED, status "
                   WS-PIREQQ-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           DISPLAY " "
           DISPLAY "-- PENDING requests past their SLA --"
           PERFORM Scan-Request-Queue
           IF WS-BREACH-COUNT = 0
               DISPLAY "  (none)"
           END-IF

           PERFORM Write-Notice-File
           PERFORM Stamp-Noticed-Requests
           CLOSE PI-REQUEST-FILE

           PERFORM Print-Aging-Summary
           PERFORM Print-User-Volumes

           EVALUATE TRUE
               WHEN WS-BREACH-COUNT > 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-OVERFLOW-COUNT > 0
               WHEN WS-STAMP-FAILED-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE

           STOP RUN.

       Read-Queue-Aging-Control-Card.
           MOVE SPACES TO PI-QUEUE-AGING-CONTROL-CARD
           ACCEPT PI-QUEUE-AGING-CONTROL-CARD FROM SYSIN
           IF QA-URGENT-HOURS IS NUMERIC AND QA-URGENT-HOURS > 0
               MOVE QA-URGENT-HOURS TO WS-BAND-SLA-HOURS(1)
           END-IF
           IF QA-NORMAL-HOURS IS NUMERIC AND QA-NORMAL-HOURS > 0
               MOVE QA-NORMAL-HOURS TO WS-BAND-SLA-HOURS(2)
           END-IF
           IF QA-LOW-HOURS IS NUMERIC AND QA-LOW-HOURS > 0
               MOVE QA-LOW-HOURS TO WS-BAND-SLA-HOURS(3)
           END-IF
           IF QA-NOTICE-FLOOR IS NUMERIC
               MOVE QA-NOTICE-FLOOR TO WS-NOTICE-FLOOR
           END-IF.

       Scan-Request-Queue.
           MOVE LOW-VALUES TO RQ-REQUEST-KEY
           START PI-REQUEST-FILE KEY >= RQ-REQUEST-KEY
           IF WS-PIREQQ-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF
               READ PI-REQUEST-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-QUEUE-COUNT
                       EVALUATE RQ-STATUS
                           WHEN "PENDING"
                               PERFORM Age-Pending-Request
                           WHEN "FULFILLED"
                               PERFORM Collect-Outcome
                           WHEN "FAILED"
                               ADD 1 TO WS-FAILED-COUNT
                               PERFORM Find-User-Entry
                               IF WS-USER-FOUND
                                   ADD 1 TO
                                       WS-USER-FAILED(WS-USER-INDEX)
                               END-IF
                               PERFORM Collect-Outcome
                           WHEN "CANCELLED"
                               ADD 1 TO WS-CANCELLED-COUNT
                               PERFORM Find-User-Entry
                               IF WS-USER-FOUND
                                   ADD 1 TO
                                       WS-USER-CANCELLED(WS-USER-INDEX)
                               END-IF
                       END-EVALUATE
               END-READ
           END-PERFORM.

       Age-Pending-Request.
      * Records filed before RQ-PRIORITY existed, or with zero
      * there, are the default priority 5 -- the drain's own fold.
           ADD 1 TO WS-PENDING-COUNT
           IF RQ-PRIORITY IS NUMERIC AND RQ-PRIORITY > 0
               MOVE RQ-PRIORITY TO WS-EFFECTIVE-PRIORITY
           ELSE
               MOVE 5 TO WS-EFFECTIVE-PRIORITY
           END-IF
           PERFORM VARYING WS-BAND-INDEX FROM 1 BY 1
             UNTIL WS-BAND-INDEX > 3
               OR WS-EFFECTIVE-PRIORITY <= WS-BAND-HIGH(WS-BAND-INDEX)
               CONTINUE
           END-PERFORM
      * Age in whole hours from the request stamp to now -- the
      * same hour arithmetic PiExceptionReport ages RUNNING audit
      * records with; minutes don't matter at SLA scale.
           COMPUTE WS-REQUEST-INTEGER =
               FUNCTION INTEGER-OF-DATE(RQ-REQUEST-DATE)
           COMPUTE WS-AGE-DAYS = WS-TODAY-INTEGER - WS-REQUEST-INTEGER
           MOVE WS-NOW-TIME(1:2) TO WS-NOW-HOUR
           MOVE RQ-REQUEST-TIME(1:2) TO WS-REQUEST-HOUR
           COMPUTE WS-AGE-HOURS = (WS-AGE-DAYS * 24)
           ADD WS-NOW-HOUR TO WS-AGE-HOURS
           SUBTRACT WS-REQUEST-HOUR FROM WS-AGE-HOURS

           ADD 1 TO WS-BAND-PENDING(WS-BAND-INDEX)
           IF WS-AGE-HOURS > WS-BAND-OLDEST(WS-BAND-INDEX)
               MOVE WS-AGE-HOURS TO WS-BAND-OLDEST(WS-BAND-INDEX)
           END-IF
           IF WS-AGE-HOURS > WS-BAND-SLA-HOURS(WS-BAND-INDEX)
               PERFORM Report-Sla-Breach
           END-IF.

       Report-Sla-Breach.
           ADD 1 TO WS-BREACH-COUNT
           ADD 1 TO WS-BAND-BREACHES(WS-BAND-INDEX)
           DISPLAY "  " WS-BAND-NAME(WS-BAND-INDEX) " priority "
               WS-EFFECTIVE-PRIORITY " request " RQ-REQUEST-DATE " "
               RQ-REQUEST-TIME " user " RQ-REQ-USER-ID
           DISPLAY "    " RQ-NUMBER-OF-STEPS " steps method "
               RQ-METHOD " -- waiting " WS-AGE-HOURS " hour(s), SLA "
               WS-BAND-SLA-HOURS(WS-BAND-INDEX)

           MOVE "E" TO AL-SEVERITY
           MOVE RQ-REQ-USER-ID TO AL-JOB-ID
           MOVE RQ-REQUEST-DATE TO AL-RUN-DATE
           COMPUTE AL-RUN-TIME = RQ-REQUEST-TIME * 100
           MOVE 0 TO AL-RANGE-START
           MOVE "QUEUESLA" TO AL-REASON-CODE
           MOVE SPACES TO AL-ALERT-TEXT
           STRING "PENDING request past its "
               DELIMITED BY SIZE
               WS-BAND-NAME(WS-BAND-INDEX) DELIMITED BY SPACE
               " SLA of " DELIMITED BY SIZE
               WS-BAND-SLA-HOURS(WS-BAND-INDEX) DELIMITED BY SIZE
               " hours" DELIMITED BY SIZE
               INTO AL-ALERT-TEXT
           PERFORM Write-Alert-Record.

       Collect-Outcome.
      * An outcome already noticed is done with.  One posted before
      * the card's floor is stamped without a notice; anything
      * else goes into this run's notices.
           IF RQ-NOTICE-DATE IS NUMERIC AND RQ-NOTICE-DATE > 0
               EXIT PARAGRAPH
           END-IF
           IF WS-NOTICE-COUNT >= WS-NOTICE-TABLE-MAX
               ADD 1 TO WS-OVERFLOW-COUNT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-NOTICE-COUNT
           MOVE RQ-REQUEST-KEY TO WS-NT-REQUEST-KEY(WS-NOTICE-COUNT)
           MOVE RQ-STATUS TO WS-NT-STATUS(WS-NOTICE-COUNT)
           MOVE RQ-NUMBER-OF-STEPS TO WS-NT-STEPS(WS-NOTICE-COUNT)
           MOVE RQ-METHOD TO WS-NT-METHOD(WS-NOTICE-COUNT)
           IF RQ-STATUS = "FULFILLED"
               MOVE RQ-PI-VALUE TO WS-NT-PI-VALUE(WS-NOTICE-COUNT)
           ELSE
               MOVE 0 TO WS-NT-PI-VALUE(WS-NOTICE-COUNT)
           END-IF
           MOVE RQ-FULFIL-DATE TO WS-NT-FULFIL-DATE(WS-NOTICE-COUNT)
           IF RQ-FULFIL-DATE < WS-NOTICE-FLOOR
               MOVE "S" TO WS-NT-WRITTEN(WS-NOTICE-COUNT)
               ADD 1 TO WS-FLOOR-SKIP-COUNT
           ELSE
               MOVE "N" TO WS-NT-WRITTEN(WS-NOTICE-COUNT)
           END-IF.

       Find-User-Entry.
      * Leaves WS-USER-INDEX on the requester's entry, adding one
      * if there's room.
           MOVE "N" TO WS-USER-FOUND-FLAG
           PERFORM VARYING WS-USER-INDEX FROM 1 BY 1
             UNTIL WS-USER-INDEX > WS-USER-COUNT
               IF WS-USER-ID(WS-USER-INDEX) = RQ-REQ-USER-ID
                   MOVE "Y" TO WS-USER-FOUND-FLAG
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF WS-USER-COUNT >= WS-USER-TABLE-MAX
               ADD 1 TO WS-OVERFLOW-COUNT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-USER-COUNT
           MOVE WS-USER-COUNT TO WS-USER-INDEX
           MOVE RQ-REQ-USER-ID TO WS-USER-ID(WS-USER-INDEX)
           MOVE 0 TO WS-USER-FAILED(WS-USER-INDEX)
           MOVE 0 TO WS-USER-CANCELLED(WS-USER-INDEX)
           MOVE "Y" TO WS-USER-FOUND-FLAG.

       Write-Notice-File.
      * Requester by requester: the first unwritten entry names the
      * next requester, and every entry of theirs follows under one
      * NOT line.  The file is written (trailer only) even on a
      * quiet night, so the interface always has a feed to prove.
           OPEN OUTPUT PI-NOTICE-FILE
           IF WS-PINOTICE-STATUS NOT = "00"
               DISPLAY "*** PINOTICE.DAT OPEN FAILED, status "
                   WS-PINOTICE-STATUS " -- no notices written"
               PERFORM VARYING WS-NOTICE-INDEX FROM 1 BY 1
                 UNTIL WS-NOTICE-INDEX > WS-NOTICE-COUNT
                   IF WS-NT-WRITTEN(WS-NOTICE-INDEX) = "N"
                       MOVE "X" TO WS-NT-WRITTEN(WS-NOTICE-INDEX)
                       ADD 1 TO WS-OVERFLOW-COUNT
                   END-IF
               END-PERFORM
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-NOTICE-INDEX FROM 1 BY 1
             UNTIL WS-NOTICE-INDEX > WS-NOTICE-COUNT
               IF WS-NT-WRITTEN(WS-NOTICE-INDEX) = "N"
                   PERFORM Write-One-Notice
               END-IF
           END-PERFORM
           PERFORM Write-Notice-Trailer
           CLOSE PI-NOTICE-FILE.

       Write-One-Notice.
           MOVE WS-NT-USER-ID(WS-NOTICE-INDEX) TO WS-NOTICE-USER
           MOVE 0 TO WS-NOTICE-ITEMS
           PERFORM VARYING WS-SCAN-INDEX FROM WS-NOTICE-INDEX BY 1
             UNTIL WS-SCAN-INDEX > WS-NOTICE-COUNT
               IF WS-NT-WRITTEN(WS-SCAN-INDEX) = "N"
                   AND WS-NT-USER-ID(WS-SCAN-INDEX) = WS-NOTICE-USER
                   ADD 1 TO WS-NOTICE-ITEMS
               END-IF
           END-PERFORM
           MOVE WS-NOTICE-ITEMS TO WS-ITEMS-DISPLAY
           MOVE SPACES TO NOTICE-LINE
           STRING "NOT|" DELIMITED BY SIZE
               WS-NOTICE-USER DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-TODAY-DATE DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-ITEMS-DISPLAY DELIMITED BY SIZE
               INTO NOTICE-LINE
           WRITE NOTICE-LINE
           ADD 1 TO WS-NOTICES-WRITTEN
           PERFORM VARYING WS-SCAN-INDEX FROM WS-NOTICE-INDEX BY 1
             UNTIL WS-SCAN-INDEX > WS-NOTICE-COUNT
               IF WS-NT-WRITTEN(WS-SCAN-INDEX) = "N"
                   AND WS-NT-USER-ID(WS-SCAN-INDEX) = WS-NOTICE-USER
                   PERFORM Write-Outcome-Line
                   MOVE "Y" TO WS-NT-WRITTEN(WS-SCAN-INDEX)
               END-IF
           END-PERFORM.

       Write-Outcome-Line.
           MOVE WS-NT-PI-VALUE(WS-SCAN-INDEX) TO WS-PI-DISPLAY
           MOVE SPACES TO NOTICE-LINE
           STRING "OUT|" DELIMITED BY SIZE
               WS-NT-USER-ID(WS-SCAN-INDEX) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-NT-REQUEST-DATE(WS-SCAN-INDEX) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-NT-REQUEST-TIME(WS-SCAN-INDEX) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-NT-STATUS(WS-SCAN-INDEX) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-NT-STEPS(WS-SCAN-INDEX) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-NT-METHOD(WS-SCAN-INDEX) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-PI-DISPLAY DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-NT-FULFIL-DATE(WS-SCAN-INDEX) DELIMITED BY SIZE
               INTO NOTICE-LINE
           WRITE NOTICE-LINE
           ADD 1 TO WS-ITEMS-WRITTEN.

       Write-Notice-Trailer.
      * "TRL" can't collide with a notice line -- those start NOT
      * or OUT.
           MOVE WS-NOTICES-WRITTEN TO WS-COUNT-DISPLAY
           MOVE WS-ITEMS-WRITTEN TO WS-ITEMS-DISPLAY
           MOVE SPACES TO NOTICE-LINE
           STRING "TRL|" DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-ITEMS-DISPLAY DELIMITED BY SIZE
               INTO NOTICE-LINE
           WRITE NOTICE-LINE.

       Stamp-Noticed-Requests.
      * Only after the feed is closed: a request is stamped once its
      * outcome is really on PINOTICE.DAT (or was skipped under the
      * floor).  One the feed never got ("X") stays unstamped and
      * is noticed next run.
           PERFORM VARYING WS-NOTICE-INDEX FROM 1 BY 1
             UNTIL WS-NOTICE-INDEX > WS-NOTICE-COUNT
               IF WS-NT-WRITTEN(WS-NOTICE-INDEX) = "Y"
                   OR WS-NT-WRITTEN(WS-NOTICE-INDEX) = "S"
                   PERFORM Stamp-One-Request
               END-IF
           END-PERFORM.

       Stamp-One-Request.
           MOVE WS-NT-REQUEST-KEY(WS-NOTICE-INDEX) TO RQ-REQUEST-KEY
           READ PI-REQUEST-FILE
               INVALID KEY
                   ADD 1 TO WS-STAMP-FAILED-COUNT
                   DISPLAY "  *** REQUEST " RQ-REQUEST-DATE " "
                       RQ-REQUEST-TIME " " RQ-REQ-USER-ID
                       " gone before it could be stamped"
                   EXIT PARAGRAPH
           END-READ
           MOVE WS-TODAY-DATE TO RQ-NOTICE-DATE
           REWRITE PI-REQUEST-RECORD
           IF WS-PIREQQ-STATUS NOT = "00"
               ADD 1 TO WS-STAMP-FAILED-COUNT
               DISPLAY "  *** QUEUE REWRITE FAILED, status "
                   WS-PIREQQ-STATUS " for request " RQ-REQUEST-DATE
                   " " RQ-REQUEST-TIME " " RQ-REQ-USER-ID
           ELSE
               ADD 1 TO WS-STAMPED-COUNT
           END-IF.

       Write-Alert-Record.
      * One standardized record on the common PIALERT.DAT feed (see
      * pialert.cpy) -- same shape as CalculatePi's
      * Write-Alert-Record; the caller set everything but the stamp
      * and the issuing program name.
           MOVE 0 TO AL-ALERT-DATE
           ACCEPT AL-ALERT-DATE FROM DATE YYYYMMDD
           MOVE 0 TO AL-ALERT-TIME
           ACCEPT AL-ALERT-TIME FROM TIME
           MOVE "PiQueueAging" TO AL-PROGRAM
           OPEN EXTEND PI-ALERT-FILE
           IF WS-PIALERT-STATUS = "35"
               OPEN OUTPUT PI-ALERT-FILE
           END-IF
           WRITE PI-ALERT-RECORD
           CLOSE PI-ALERT-FILE.

       Print-Aging-Summary.
           DISPLAY " "
           DISPLAY "-- PENDING by priority band --"
           PERFORM VARYING WS-BAND-INDEX FROM 1 BY 1
             UNTIL WS-BAND-INDEX > 3
               DISPLAY "  " WS-BAND-NAME(WS-BAND-INDEX) " ("
                   WS-BAND-LOW(WS-BAND-INDEX) "-"
                   WS-BAND-HIGH(WS-BAND-INDEX) ") SLA "
                   WS-BAND-SLA-HOURS(WS-BAND-INDEX) "h  pending "
                   WS-BAND-PENDING(WS-BAND-INDEX) "  breaches "
                   WS-BAND-BREACHES(WS-BAND-INDEX) "  oldest "
                   WS-BAND-OLDEST(WS-BAND-INDEX) "h"
           END-PERFORM
           DISPLAY " "
           DISPLAY "-- Outcome notices --"
           DISPLAY "  Outcomes noticed        : " WS-ITEMS-WRITTEN
           DISPLAY "  Notices (requesters)    : " WS-NOTICES-WRITTEN
           DISPLAY "  Stamped under the floor : " WS-FLOOR-SKIP-COUNT
           DISPLAY "  Requests stamped        : " WS-STAMPED-COUNT
           IF WS-STAMP-FAILED-COUNT > 0
               DISPLAY "  *** stamps failed, noticed again next run: "
                   WS-STAMP-FAILED-COUNT
           END-IF.

       Print-User-Volumes.
           DISPLAY " "
           DISPLAY "-- FAILED and CANCELLED requests by user --"
           IF WS-USER-COUNT = 0
               DISPLAY "  (none)"
           END-IF
           PERFORM VARYING WS-USER-INDEX FROM 1 BY 1
             UNTIL WS-USER-INDEX > WS-USER-COUNT
               DISPLAY "  " WS-USER-ID(WS-USER-INDEX) " failed "
                   WS-USER-FAILED(WS-USER-INDEX) " cancelled "
                   WS-USER-CANCELLED(WS-USER-INDEX)
           END-PERFORM
           DISPLAY " "
           DISPLAY "------------------------------------------------"
           DISPLAY "  Queue records read      : " WS-QUEUE-COUNT
           DISPLAY "  PENDING                 : " WS-PENDING-COUNT
           DISPLAY "  PENDING past SLA        : " WS-BREACH-COUNT
           DISPLAY "  FAILED                  : " WS-FAILED-COUNT
           DISPLAY "  CANCELLED               : " WS-CANCELLED-COUNT
           IF WS-OVERFLOW-COUNT > 0
               DISPLAY "  *** TABLE OVERFLOW, entries left over: "
                   WS-OVERFLOW-COUNT
           END-IF
           DISPLAY "================================================".
