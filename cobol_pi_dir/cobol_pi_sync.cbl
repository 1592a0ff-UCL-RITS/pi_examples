               ASSIGN TO "PIALERT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PIALERT-STATUS.
           SELECT PI-JOURNAL-FILE
               ASSIGN TO "PIJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PIJRNL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PI-ALERT-FILE.
       COPY pialert.

       FD  PI-JOURNAL-FILE.
       COPY pijrnl.

       WORKING-STORAGE SECTION.
       01 WS-PIALERT-STATUS   PIC XX VALUE "00".
       01 WS-PIJRNL-STATUS    PIC XX VALUE "00".
       01 WS-PIRESULT-STATUS  PIC XX VALUE "00".
       01 WS-PIKSDS-STATUS    PIC XX VALUE "00".
       01 WS-EOF-FLAG         PIC X VALUE "N".
           ELSE
               MOVE 0 TO PK-RANDOM-SEED
           END-IF
      * A batch row's requester lives on the audit trail or the
      * request queue; only PIIQ's own ad-hoc rows carry one here.
           MOVE SPACES TO PK-REQ-USER-ID

           WRITE PI-KSDS-RECORD
           EVALUATE WS-PIKSDS-STATUS
           ELSE
               MOVE 0 TO PR-RANDOM-SEED
           END-IF
           MOVE ZEROS TO PR-SOURCE-KEYS
           MOVE 0 TO PR-TARGET-ACCURACY
           MOVE SPACE TO PR-TARGET-MET

           WRITE PI-RESULT-RECORD
           EVALUATE WS-PIRESULT-STATUS
               WHEN "00"
               WHEN "02"
                   ADD 1 TO WS-PULLED-COUNT
                   MOVE "PIRESULT" TO JR-FILE-ID
                   MOVE "W" TO JR-ACTION
                   MOVE SPACES TO JR-BEFORE-IMAGE
                   MOVE PI-RESULT-RECORD TO JR-AFTER-IMAGE
                   PERFORM Write-Journal-Record
               WHEN "22"
      * The probe said absent but the key is taken -- a batch row
      * in the same second with non-zero hundredths was filed since
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
           MOVE "PiResultSync" TO JR-PROGRAM
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

       Print-Sync-Summary.
           DISPLAY " "
           DISPLAY "========================================"
