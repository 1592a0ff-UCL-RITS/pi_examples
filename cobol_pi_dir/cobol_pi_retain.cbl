               ASSIGN TO "PIALERT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PIALERT-STATUS.
           SELECT PI-JOURNAL-FILE
               ASSIGN TO "PIJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PIJRNL-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * off every archived record, and the hash total (over the
      * NumberOfSteps field only) would never notice.
       FD  PI-RES-ARCHIVE-FILE.
       01 RES-ARCHIVE-IMAGE       PIC X(200).

       FD  PI-AUDIT-FILE.
       COPY piaudit.

       FD  PI-AUD-ARCHIVE-FILE.
       01 AUD-ARCHIVE-IMAGE       PIC X(200).

       FD  PI-ALERT-FILE.
       COPY pialert.

       FD  PI-JOURNAL-FILE.
       COPY pijrnl.

       WORKING-STORAGE SECTION.
       01 WS-PIALERT-STATUS   PIC XX VALUE "00".
       01 WS-PIJRNL-STATUS    PIC XX VALUE "00".
       01 WS-PIRESULT-STATUS  PIC XX VALUE "00".
       01 WS-PIRESARC-STATUS  PIC XX VALUE "00".
       01 WS-PIAUDIT-STATUS   PIC XX VALUE "00".
      * record rather than either archive FD's record area, so the
      * shared Verify-One-Archive-Record never touches the record
      * area of a file that's closed at the time.
       01 WS-ARCHIVE-IMAGE    PIC X(200) VALUE SPACES.
       01 WS-VERIFY-HASH      PIC 9(16) VALUE 0.
       01 WS-VERIFY-STEPS     PIC 9(10) VALUE 0.
       01 WS-VERIFY-FAILED-FLAG PIC X VALUE "N".
                           MOVE PR-RUN-DATE(1:6)
                               TO WS-RECORD-YYYYMM
                           IF WS-RECORD-YYYYMM < WS-CUTOFF-YYYYMM
                               MOVE PI-RESULT-RECORD
                                   TO JR-BEFORE-IMAGE
                               DELETE PI-RESULTS-FILE RECORD
                               ADD 1 TO WS-RES-DELETE-COUNT
                               IF WS-PIRESULT-STATUS = "00"
                                   MOVE "PIRESULT" TO JR-FILE-ID
                                   MOVE "D" TO JR-ACTION
                                   MOVE SPACES TO JR-AFTER-IMAGE
                                   PERFORM Write-Journal-Record
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
                           MOVE AU-START-DATE(1:6)
                               TO WS-RECORD-YYYYMM
                           IF WS-RECORD-YYYYMM < WS-CUTOFF-YYYYMM
                               MOVE PI-AUDIT-RECORD
                                   TO JR-BEFORE-IMAGE
                               DELETE PI-AUDIT-FILE RECORD
                               ADD 1 TO WS-AUD-DELETE-COUNT
                               IF WS-PIAUDIT-STATUS = "00"
                                   MOVE "PIAUDIT" TO JR-FILE-ID
                                   MOVE "D" TO JR-ACTION
                                   MOVE SPACES TO JR-AFTER-IMAGE
                                   PERFORM Write-Journal-Record
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
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
           MOVE "PiRetention" TO JR-PROGRAM
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

       Print-Disposition-Summary.
           DISPLAY " "
           DISPLAY "================================================"
