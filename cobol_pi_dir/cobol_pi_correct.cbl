      * A transaction with no reason code or operator id, an
      * unknown action or status, or a run key not on file is
      * rejected and reported; any rejection ends the step RC=8.
      * The signing operator must hold correct/annul authority on the
      * user authority master (PIUSRKSD, copybooks/piauth.cpy): a
      * card signed by anyone else is rejected the same way and is
      * also written to PIALERT.DAT as AUTHREFU, so who tried to
      * change a filed figure without the right to is on record.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ASSIGN TO "PIADJTRL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PIADJTRL-STATUS.
           SELECT PI-AUTHORITY-FILE
               ASSIGN TO "PIUSRKSD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UA-USER-ID
               FILE STATUS IS WS-PIUSRKSD-STATUS.
           SELECT PI-ALERT-FILE
               ASSIGN TO "PIALERT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PIALERT-STATUS.
           SELECT PI-JOURNAL-FILE
               ASSIGN TO "PIJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PIJRNL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ADJUST-TRAIL-FILE.
       01 ADJUST-TRAIL-IMAGE      PIC X(100).

       FD  PI-AUTHORITY-FILE.
       COPY piauth.

       FD  PI-ALERT-FILE.
       COPY pialert.

       FD  PI-JOURNAL-FILE.
       COPY pijrnl.

       WORKING-STORAGE SECTION.
       01 WS-PICORR-STATUS    PIC XX VALUE "00".
       01 WS-PIRESULT-STATUS  PIC XX VALUE "00".
       01 WS-PIKSDS-STATUS    PIC XX VALUE "00".
       01 WS-PIADJTRL-STATUS  PIC XX VALUE "00".
       01 WS-PIUSRKSD-STATUS  PIC XX VALUE "00".
       01 WS-PIALERT-STATUS   PIC XX VALUE "00".
       01 WS-PIJRNL-STATUS    PIC XX VALUE "00".
       01 WS-EOF-FLAG         PIC X VALUE "N".
           88 WS-EOF                VALUE "Y".

           88 WS-CARD-REJECTED     VALUE "Y".
       01 WS-MIRROR-PRESENT   PIC X VALUE "N".
           88 WS-MIRROR-ON-FILE    VALUE "Y".
      * Held apart from the rolling file status for the same reason
      * as WS-MIRROR-PRESENT.  No master means no operator can be
      * shown to hold the authority, so every card is refused.
       01 WS-AUTH-PRESENT     PIC X VALUE "N".
           88 WS-AUTH-ON-FILE      VALUE "Y".
       01 WS-AUTH-REFUSED-COUNT PIC 9(6) VALUE 0.
       01 WS-TODAY-DATE       PIC 9(8) VALUE 0.
       01 WS-NOW-TIME         PIC 9(8) VALUE 0.

               MOVE "Y" TO WS-MIRROR-PRESENT
           END-IF

           OPEN INPUT PI-AUTHORITY-FILE
           IF WS-PIUSRKSD-STATUS = "00"
               MOVE "Y" TO WS-AUTH-PRESENT
           ELSE
               DISPLAY "*** PIUSRKSD OPEN FAILED, status "
                   WS-PIUSRKSD-STATUS " -- no operator can be "
                   "authorized, every card will be refused"
           END-IF

           PERFORM UNTIL WS-EOF
               READ CORRECTION-FILE
                   AT END
           IF WS-MIRROR-ON-FILE
               CLOSE PI-KSDS-FILE
           END-IF
           IF WS-AUTH-ON-FILE
               CLOSE PI-AUTHORITY-FILE
           END-IF
           CLOSE PI-RESULTS-FILE
           CLOSE CORRECTION-FILE

      * Before-image into the trail record before anything moves.
           MOVE PR-STATUS TO AJ-OLD-STATUS
           MOVE PR-PI-VALUE TO AJ-OLD-PI-VALUE
           MOVE PI-RESULT-RECORD TO JR-BEFORE-IMAGE

           IF CO-ACTION = "A"
               MOVE "ANNULLED" TO PR-STATUS
                   "rewrite failed, status " WS-PIRESULT-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE "PIRESULT" TO JR-FILE-ID
           MOVE "R" TO JR-ACTION
           MOVE PI-RESULT-RECORD TO JR-AFTER-IMAGE
           PERFORM Write-Journal-Record

           MOVE PR-STATUS TO AJ-NEW-STATUS
           MOVE PR-PI-VALUE TO AJ-NEW-PI-VALUE
                   "and operator id are both required"
               EXIT PARAGRAPH
           END-IF
           PERFORM Check-Operator-Authority
           IF WS-CARD-REJECTED
               EXIT PARAGRAPH
           END-IF
           IF CO-ACTION = "S"
               AND CO-NEW-STATUS NOT = SPACES
               AND CO-NEW-STATUS NOT = "COMPLETE"
               AND CO-NEW-STATUS NOT = "REJECTED"
               AND CO-NEW-STATUS NOT = "MERGED"
               AND CO-NEW-STATUS NOT = "ONLINE"
               AND CO-NEW-STATUS NOT = "EXTRAPOL"
               MOVE "Y" TO WS-CARD-REJECT-FLAG
               DISPLAY "  *** card " WS-CARD-COUNT ": new status "
                   CO-NEW-STATUS " is not a status the suite files"
           END-IF.

       Check-Operator-Authority.
      * A signature only counts if the signer may correct: the
      * operator must be on the authority master with the correct/
      * annul function granted.
           MOVE SPACES TO PI-AUTHORITY-RECORD
           IF WS-AUTH-ON-FILE
               MOVE CO-OPERATOR-ID TO UA-USER-ID
               READ PI-AUTHORITY-FILE
               IF WS-PIUSRKSD-STATUS NOT = "00"
                   MOVE SPACES TO PI-AUTHORITY-RECORD
               END-IF
           END-IF
           IF NOT UA-MAY-CORRECT
               MOVE "Y" TO WS-CARD-REJECT-FLAG
               ADD 1 TO WS-AUTH-REFUSED-COUNT
               DISPLAY "  *** card " WS-CARD-COUNT ": operator "
                   CO-OPERATOR-ID " is not authorized to correct "
                   "the history"
               MOVE "E" TO AL-SEVERITY
               MOVE CO-OPERATOR-ID TO AL-JOB-ID
               MOVE CO-RUN-DATE TO AL-RUN-DATE
               MOVE CO-RUN-TIME TO AL-RUN-TIME
               MOVE 0 TO AL-RANGE-START
               MOVE "AUTHREFU" TO AL-REASON-CODE
               MOVE SPACES TO AL-ALERT-TEXT
               STRING "operator not authorized to correct -- "
                   "action " CO-ACTION " reason " CO-REASON-CODE
                   DELIMITED BY SIZE INTO AL-ALERT-TEXT
               END-STRING
               PERFORM Write-Alert-Record
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
           MOVE "PiCorrection" TO AL-PROGRAM
           OPEN EXTEND PI-ALERT-FILE
           IF WS-PIALERT-STATUS = "35"
               OPEN OUTPUT PI-ALERT-FILE
           END-IF
           WRITE PI-ALERT-RECORD
           CLOSE PI-ALERT-FILE.

       Write-Journal-Record.
      * One before/after image on the recovery journal (PIJRNL.DAT,
      * see pijrnl.cpy) for a PIRESULT.DAT or PIAUDIT.DAT change that
      * has just succeeded; the caller set the file id, action and
      * images.  Append-or-create, the same as the alert feed.  A
      * change the journal never heard of can't be rolled forward,
      * so a failed append is raised as "C".
           MOVE 0 TO JR-JOURNAL-DATE
           ACCEPT JR-JOURNAL-DATE FROM DATE YYYYMMDD
           MOVE 0 TO JR-JOURNAL-TIME
           ACCEPT JR-JOURNAL-TIME FROM TIME
           MOVE "PiCorrection" TO JR-PROGRAM
           OPEN EXTEND PI-JOURNAL-FILE
           IF WS-PIJRNL-STATUS = "35"
               OPEN OUTPUT PI-JOURNAL-FILE
           END-IF
           WRITE PI-JOURNAL-RECORD
           IF WS-PIJRNL-STATUS NOT = "00"
               DISPLAY "*** JOURNAL WRITE FAILED, status "
                   WS-PIJRNL-STATUS " for " JR-FILE-ID " " JR-ACTION
               MOVE "C" TO AL-SEVERITY
               MOVE JR-FILE-ID TO AL-JOB-ID
               MOVE JR-JOURNAL-DATE TO AL-RUN-DATE
               MOVE JR-JOURNAL-TIME TO AL-RUN-TIME
               MOVE 0 TO AL-RANGE-START
               MOVE "JRNWRTFL" TO AL-REASON-CODE
               MOVE "change filed but not journaled -- not recoverable"
                   TO AL-ALERT-TEXT
               PERFORM Write-Alert-Record
           END-IF
           CLOSE PI-JOURNAL-FILE.

       Write-Adjustment-Trail.
      * Permanent record of the change -- append-or-create, and
      * never rewritten: the trail is the history of the history.
           DISPLAY "  Transactions read     : " WS-CARD-COUNT
           DISPLAY "  Corrections applied   : " WS-APPLIED-COUNT
           DISPLAY "  Transactions rejected : " WS-REJECT-COUNT
           DISPLAY "    of which authority  : " WS-AUTH-REFUSED-COUNT
           DISPLAY "  Mirror rows not fixed : " WS-MIRROR-MISS-COUNT
           DISPLAY "================================================".
