       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PiScheduleSync.
       AUTHOR.  Ian Kirker.

      * Keeps the schedule calendar PiScheduleDriver reads
      * (PISCHED.DAT, pisched.cpy) in step with the keyed copy the
      * PISM transaction maintains (PISCHKSD, pischks.cpy).  Control
      * card: copybooks/pischsy.cpy.
      *   unload -- the daily run, first step of the overnight
      *           cycle (cobol_pi_cycle.cbl), ahead of
      *           PiScheduleDriver: every entry on the KSDS, past
      *           ones included (the driver checks those against the
      *           audit trail), is written to PISCHED.DAT in date
      *           order, replacing it.  An
      *           empty KSDS leaves PISCHED.DAT as it was and ends
      *           RC=8 -- more likely a KSDS never loaded than a
      *           calendar with nothing on it at all;
      *   load   -- once, when PISM goes in: every PISCHED.DAT entry
      *           is carried onto an empty KSDS, numbered 01 upward
      *           within its date, stamped and logged on PISCHLOG.DAT
      *           (pischlg.cpy) as loaded by the operator on the card.
      *           A record whose date or NumberOfSteps isn't numeric
      *           can't be keyed; it is listed and left behind (RC=4)
      *           for the operator to re-key on PISM.
      * RC 8 when a load left entries without their PISCHLOG.DAT
      * line; RC 12 when a file won't open (the log included -- a
      * load nobody can trace is not started), a PISCHED.DAT write
      * fails or a PISCHKSD write fails other than on a taken entry
      * number; 16 for a load card without an operator id.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PI-SCHEDULE-FILE
               ASSIGN TO "PISCHED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PISCHED-STATUS.
           SELECT PI-SCHEDULE-KSDS-FILE
               ASSIGN TO "PISCHKSD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SK-ENTRY-KEY
               FILE STATUS IS WS-PISCHKSD-STATUS.
           SELECT PI-SCHEDULE-LOG-FILE
               ASSIGN TO "PISCHLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PISCHLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PI-SCHEDULE-FILE.
       COPY pisched.

       FD  PI-SCHEDULE-KSDS-FILE.
       COPY pischks.

       FD  PI-SCHEDULE-LOG-FILE.
       COPY pischlg.

       WORKING-STORAGE SECTION.
       01 WS-PISCHED-STATUS   PIC XX VALUE "00".
       01 WS-PISCHKSD-STATUS  PIC XX VALUE "00".
       01 WS-PISCHLOG-STATUS  PIC XX VALUE "00".
       01 WS-EOF-FLAG         PIC X VALUE "N".
           88 WS-EOF                VALUE "Y".
       01 WS-KEYED-FLAG       PIC X VALUE "N".
           88 WS-KEYED              VALUE "Y".
       01 WS-LOAD-STOP-FLAG   PIC X VALUE "N".
           88 WS-LOAD-STOPPED       VALUE "Y".

       01 WS-TODAY-DATE       PIC 9(8) VALUE 0.
       01 WS-NOW-TIME         PIC 9(8) VALUE 0.
       01 WS-MAX-ENTRY-SEQ    PIC 9(2) VALUE 99.
       01 WS-FUNCTION-NAME    PIC X(06) VALUE SPACES.

       01 WS-READ-COUNT       PIC 9(6) VALUE 0.
       01 WS-WRITTEN-COUNT    PIC 9(6) VALUE 0.
       01 WS-SKIPPED-COUNT    PIC 9(6) VALUE 0.
       01 WS-LOG-FAILED-COUNT PIC 9(6) VALUE 0.

       COPY pischsy.

       PROCEDURE DIVISION.
       Begin.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           ACCEPT WS-NOW-TIME FROM TIME
           MOVE SPACES TO PI-SCHEDULE-SYNC-CARD
           ACCEPT PI-SCHEDULE-SYNC-CARD FROM SYSIN

           IF SY-FUNCTION = "L"
               MOVE "LOAD" TO WS-FUNCTION-NAME
           ELSE
               MOVE "UNLOAD" TO WS-FUNCTION-NAME
           END-IF
           DISPLAY " "
           DISPLAY "================================================"
           DISPLAY "  SCHEDULE CALENDAR " WS-FUNCTION-NAME " -- "
               WS-TODAY-DATE
           DISPLAY "================================================"
           IF SY-FUNCTION = "L"
               PERFORM Load-Calendar-Ksds
           ELSE
               PERFORM Unload-Calendar-Ksds
           END-IF

           DISPLAY " "
           DISPLAY "------------------------------------------------"
           DISPLAY "  Entries read           : " WS-READ-COUNT
           DISPLAY "  Entries written        : " WS-WRITTEN-COUNT
           DISPLAY "  Entries left behind    : " WS-SKIPPED-COUNT
           DISPLAY "================================================"

           IF WS-SKIPPED-COUNT > 0 AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF

           STOP RUN.

       Unload-Calendar-Ksds.
           OPEN INPUT PI-SCHEDULE-KSDS-FILE
           IF WS-PISCHKSD-STATUS NOT = "00"
               DISPLAY "*** PISCHKSD OPEN FAILED, status "
                   WS-PISCHKSD-STATUS " -- PISCHED.DAT left as it was"
               MOVE 12 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE LOW-VALUES TO SK-ENTRY-KEY
           START PI-SCHEDULE-KSDS-FILE KEY >= SK-ENTRY-KEY
           IF WS-PISCHKSD-STATUS = "00"
               READ PI-SCHEDULE-KSDS-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
               END-READ
           ELSE
               MOVE "Y" TO WS-EOF-FLAG
           END-IF
           IF WS-EOF
               DISPLAY "  PISCHKSD holds no entries -- PISCHED.DAT "
                   "left as it was; load the KSDS first"
               CLOSE PI-SCHEDULE-KSDS-FILE
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT PI-SCHEDULE-FILE
           IF WS-PISCHED-STATUS NOT = "00"
               DISPLAY "*** PISCHED.DAT OPEN FAILED, status "
                   WS-PISCHED-STATUS
               CLOSE PI-SCHEDULE-KSDS-FILE
               MOVE 12 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF
               ADD 1 TO WS-READ-COUNT
               MOVE SK-RUN-DATE TO SH-RUN-DATE
               MOVE SK-NUMBER-OF-STEPS TO SH-NUMBER-OF-STEPS
               MOVE SK-METHOD TO SH-METHOD
               MOVE SK-TOLERANCE TO SH-TOLERANCE
               MOVE SK-MAX-RUN-SECONDS TO SH-MAX-RUN-SECONDS
               MOVE SK-CONSTANT TO SH-CONSTANT
               WRITE PI-SCHEDULE-RECORD
               IF WS-PISCHED-STATUS NOT = "00"
                   DISPLAY "*** PISCHED.DAT WRITE FAILED, status "
                       WS-PISCHED-STATUS " at entry " SK-ENTRY-KEY
                   DISPLAY "    PISCHED.DAT is incomplete -- rerun "
                       "the unload before PiScheduleDriver"
                   CLOSE PI-SCHEDULE-FILE
                   CLOSE PI-SCHEDULE-KSDS-FILE
                   MOVE 12 TO RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-WRITTEN-COUNT
               READ PI-SCHEDULE-KSDS-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
               END-READ
           END-PERFORM
           CLOSE PI-SCHEDULE-FILE
           CLOSE PI-SCHEDULE-KSDS-FILE.

       Load-Calendar-Ksds.
           IF SY-OPERATOR-ID = SPACES
               DISPLAY "*** INVALID load card: SY-OPERATOR-ID is "
                   "required"
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT PI-SCHEDULE-FILE
           IF WS-PISCHED-STATUS NOT = "00"
               DISPLAY "*** PISCHED.DAT OPEN FAILED, status "
                   WS-PISCHED-STATUS
               MOVE 12 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           OPEN I-O PI-SCHEDULE-KSDS-FILE
           IF WS-PISCHKSD-STATUS = "35"
               OPEN OUTPUT PI-SCHEDULE-KSDS-FILE
               CLOSE PI-SCHEDULE-KSDS-FILE
               OPEN I-O PI-SCHEDULE-KSDS-FILE
           END-IF
           IF WS-PISCHKSD-STATUS NOT = "00"
               DISPLAY "*** PISCHKSD OPEN FAILED, status "
                   WS-PISCHKSD-STATUS
               CLOSE PI-SCHEDULE-FILE
               MOVE 12 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

      * Once PISM is in use the KSDS is the master; a second load
      * would double every entry and bring back deleted ones.
           MOVE LOW-VALUES TO SK-ENTRY-KEY
           START PI-SCHEDULE-KSDS-FILE KEY >= SK-ENTRY-KEY
           IF WS-PISCHKSD-STATUS = "00"
               DISPLAY "*** PISCHKSD already holds entries -- load "
                   "refused; maintain the calendar on PISM"
               CLOSE PI-SCHEDULE-KSDS-FILE
               CLOSE PI-SCHEDULE-FILE
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           OPEN EXTEND PI-SCHEDULE-LOG-FILE
           IF WS-PISCHLOG-STATUS = "35"
               OPEN OUTPUT PI-SCHEDULE-LOG-FILE
           END-IF
           IF WS-PISCHLOG-STATUS NOT = "00"
               DISPLAY "*** PISCHLOG.DAT OPEN FAILED, status "
                   WS-PISCHLOG-STATUS " -- load refused"
               CLOSE PI-SCHEDULE-KSDS-FILE
               CLOSE PI-SCHEDULE-FILE
               MOVE 12 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-LOAD-STOP-FLAG
           PERFORM UNTIL WS-EOF OR WS-LOAD-STOPPED
               READ PI-SCHEDULE-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM Load-Calendar-Entry
               END-READ
           END-PERFORM

           CLOSE PI-SCHEDULE-LOG-FILE
           CLOSE PI-SCHEDULE-KSDS-FILE
           CLOSE PI-SCHEDULE-FILE

           IF WS-LOAD-STOPPED
               DISPLAY "    PISCHKSD holds part of the calendar -- "
                   "empty it before the load is rerun"
               MOVE 12 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-LOG-FAILED-COUNT > 0
               DISPLAY "  *** " WS-LOG-FAILED-COUNT " entries loaded "
                   "without a PISCHLOG.DAT line"
               MOVE 8 TO RETURN-CODE
           END-IF.

       Load-Calendar-Entry.
           IF SH-RUN-DATE IS NOT NUMERIC
               OR SH-NUMBER-OF-STEPS IS NOT NUMERIC
               ADD 1 TO WS-SKIPPED-COUNT
               DISPLAY "  *** calendar record " WS-READ-COUNT
                   " not loaded -- date or NumberOfSteps not numeric"
               EXIT PARAGRAPH
           END-IF

           MOVE SH-RUN-DATE TO SK-RUN-DATE
           MOVE SH-NUMBER-OF-STEPS TO SK-NUMBER-OF-STEPS
           MOVE SH-METHOD TO SK-METHOD
           MOVE SH-TOLERANCE TO SK-TOLERANCE
           MOVE SH-MAX-RUN-SECONDS TO SK-MAX-RUN-SECONDS
           MOVE SH-CONSTANT TO SK-CONSTANT
           MOVE SY-OPERATOR-ID TO SK-CHANGED-BY
           MOVE WS-TODAY-DATE TO SK-CHANGED-DATE
           MOVE WS-NOW-TIME(1:6) TO SK-CHANGED-TIME

      * The hand-kept file is in no particular order, so each entry
      * takes the first free number on its date.
           MOVE "N" TO WS-KEYED-FLAG
           MOVE 0 TO SK-ENTRY-SEQ
           PERFORM UNTIL WS-KEYED OR WS-LOAD-STOPPED
             OR SK-ENTRY-SEQ >= WS-MAX-ENTRY-SEQ
               ADD 1 TO SK-ENTRY-SEQ
               WRITE PI-SCHEDULE-KSDS-RECORD
               EVALUATE WS-PISCHKSD-STATUS
                   WHEN "00"
                       MOVE "Y" TO WS-KEYED-FLAG
                   WHEN "22"
                       CONTINUE
                   WHEN OTHER
                       MOVE "Y" TO WS-LOAD-STOP-FLAG
               END-EVALUATE
           END-PERFORM
           IF WS-LOAD-STOPPED
               DISPLAY "*** PISCHKSD WRITE FAILED, status "
                   WS-PISCHKSD-STATUS " at calendar record "
                   WS-READ-COUNT " -- load stopped"
               EXIT PARAGRAPH
           END-IF
           IF NOT WS-KEYED
               ADD 1 TO WS-SKIPPED-COUNT
               DISPLAY "  *** calendar record " WS-READ-COUNT
                   " not loaded -- no free entry number on "
                   SH-RUN-DATE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-WRITTEN-COUNT

           INITIALIZE PI-SCHEDULE-LOG-RECORD
           MOVE WS-TODAY-DATE TO SL-LOG-DATE
           MOVE WS-NOW-TIME(1:6) TO SL-LOG-TIME
           MOVE SY-OPERATOR-ID TO SL-USER-ID
           MOVE "BTCH" TO SL-TERMINAL-ID
           MOVE "L" TO SL-ACTION
           MOVE SK-RUN-DATE TO SL-AFTER-RUN-DATE
           MOVE SK-ENTRY-SEQ TO SL-AFTER-ENTRY-SEQ
           MOVE SK-NUMBER-OF-STEPS TO SL-AFTER-STEPS
           MOVE SK-METHOD TO SL-AFTER-METHOD
           MOVE SK-TOLERANCE TO SL-AFTER-TOLERANCE
           MOVE SK-MAX-RUN-SECONDS TO SL-AFTER-MAX-SECONDS
           MOVE SK-CONSTANT TO SL-AFTER-CONSTANT
           MOVE "loaded from PISCHED.DAT" TO SL-REASON
           WRITE PI-SCHEDULE-LOG-RECORD
           IF WS-PISCHLOG-STATUS NOT = "00"
               ADD 1 TO WS-LOG-FAILED-COUNT
               DISPLAY "  *** PISCHLOG.DAT WRITE FAILED, status "
                   WS-PISCHLOG-STATUS " -- entry " SK-RUN-DATE "/"
                   SK-ENTRY-SEQ " loaded unlogged"
           END-IF.
