       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PiRecovery.
       AUTHOR.  Ian Kirker.

      * Forward recovery of the two keyed files, PIRESULT.DAT (see
      * piresult.cpy) and PIAUDIT.DAT (see piaudit.cpy).  Before the
      * recovery journal existed a damaged file could only be put
      * back from its last image copy, and every run filed since was
      * lost.  Now every program that writes, rewrites or deletes a
      * record in either file appends its before and after images to
      * PIJRNL.DAT (see pijrnl.cpy), and this job rebuilds a file
      * from the image copy and rolls it forward through the
      * journal, entry by entry in the order they were appended, to
      * the date and time on the control card (see pirecov.cpy).
      * The image copies are flat unloads of the keyed files, one
      * record image per line -- PIRESIMG.DAT for the history,
      * PIAUDIMG.DAT for the audit trail.  A copy cut in the
      * PiRetention archive shape (see piarch.cpy) is read just the
      * same: the ARCHDR record is passed over and the ARCTRL
      * trailer proves the copy loaded whole.
      * THE KEYED FILE BEING REBUILT IS OPENED OUTPUT AND REPLACED.
      * Run it against a fresh (or the damaged) PIRESULT.DAT or
      * PIAUDIT.DAT only, with the online region and the batch
      * cycle stopped.
      * Applying the journal:
      *     W  the after image is written; a key already on file
      *        (the copy was cut after the entry) is rewritten with
      *        it and counted as an exception
      *     R  the record on file is checked against the before
      *        image -- a mismatch means the file and the journal
      *        have parted company, and is counted -- then rewritten
      *        with the after image; a record that isn't there is
      *        written
      *     D  the record is deleted; one that isn't there is counted
      * Control counts: the file is read back once the roll-forward
      * is done and its record count and NumberOfSteps hash total
      * (the same hash PiRetention's archives carry) are held
      * against what the image copy plus the applied journal say
      * they must be.  The job prints REBUILT FILE MATCHES JOURNAL
      * or OUT OF BALANCE for each file rebuilt.
      * RETURN-CODE 0 clean, 4 rebuilt in balance but with journal
      * exceptions, 8 out of balance (with a RECOVBAL alert on
      * PIALERT.DAT), 12 a file would not open, 16 a bad card.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PI-RESULTS-FILE
               ASSIGN TO "PIRESULT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PR-RUN-KEY
               FILE STATUS IS WS-PIRESULT-STATUS.
           SELECT PI-RES-IMAGE-FILE
               ASSIGN TO "PIRESIMG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PIRESIMG-STATUS.
           SELECT PI-AUDIT-FILE
               ASSIGN TO "PIAUDIT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AU-RUN-KEY
               FILE STATUS IS WS-PIAUDIT-STATUS.
           SELECT PI-AUD-IMAGE-FILE
               ASSIGN TO "PIAUDIMG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PIAUDIMG-STATUS.
           SELECT PI-JOURNAL-FILE
               ASSIGN TO "PIJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PIJRNL-STATUS.
           SELECT PI-ALERT-FILE
               ASSIGN TO "PIALERT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PIALERT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PI-RESULTS-FILE.
       COPY piresult.

      * Padded images, the same as PiRetention's archives -- rows
      * cut before the appended fields existed read back short and
      * the pad supplies the spaces every reader expects.
       FD  PI-RES-IMAGE-FILE.
       01 RES-IMAGE-RECORD        PIC X(200).

       FD  PI-AUDIT-FILE.
       COPY piaudit.

       FD  PI-AUD-IMAGE-FILE.
       01 AUD-IMAGE-RECORD        PIC X(200).

       FD  PI-JOURNAL-FILE.
       COPY pijrnl.

       FD  PI-ALERT-FILE.
       COPY pialert.

       WORKING-STORAGE SECTION.
       01 WS-PIRESULT-STATUS  PIC XX VALUE "00".
       01 WS-PIRESIMG-STATUS  PIC XX VALUE "00".
       01 WS-PIAUDIT-STATUS   PIC XX VALUE "00".
       01 WS-PIAUDIMG-STATUS  PIC XX VALUE "00".
       01 WS-PIJRNL-STATUS    PIC XX VALUE "00".
       01 WS-PIALERT-STATUS   PIC XX VALUE "00".
       01 WS-EOF-FLAG         PIC X VALUE "N".
           88 WS-EOF                VALUE "Y".

       01 WS-DO-RESULTS-FLAG  PIC X VALUE "Y".
           88 WS-DO-RESULTS         VALUE "Y".
       01 WS-DO-AUDIT-FLAG    PIC X VALUE "Y".
           88 WS-DO-AUDIT           VALUE "Y".
       01 WS-JOURNAL-PRESENT  PIC X VALUE "Y".
           88 WS-JOURNAL-ON-FILE    VALUE "Y".

      * Date+time stamps held as one 16-digit group so the journal
      * window is a single comparison each way.
       01 WS-COPY-STAMP.
           05 WS-COPY-DATE        PIC 9(8) VALUE 0.
           05 WS-COPY-TIME        PIC 9(8) VALUE 0.
       01 WS-TARGET-STAMP.
           05 WS-TARGET-DATE      PIC 9(8) VALUE 99999999.
           05 WS-TARGET-TIME      PIC 9(8) VALUE 99999999.
       01 WS-ENTRY-STAMP.
           05 WS-ENTRY-DATE       PIC 9(8) VALUE 0.
           05 WS-ENTRY-TIME       PIC 9(8) VALUE 0.
       01 WS-TODAY-DATE       PIC 9(8) VALUE 0.

      * Journal pass counts, both files together.
       01 WS-JRNL-READ-COUNT  PIC 9(8) VALUE 0.
       01 WS-JRNL-BEFORE-COUNT PIC 9(8) VALUE 0.
       01 WS-JRNL-AFTER-COUNT PIC 9(8) VALUE 0.
       01 WS-JRNL-OTHER-COUNT PIC 9(8) VALUE 0.

      * Per-file counts: what the image copy gave, what the journal
      * did to it, what the file must therefore hold, and what it
      * was found to hold when read back.
       01 WS-RES-LOADED-COUNT PIC 9(8) VALUE 0.
       01 WS-RES-LOADED-HASH  PIC 9(16) VALUE 0.
       01 WS-RES-APPLIED-COUNT PIC 9(8) VALUE 0.
       01 WS-RES-WRITE-COUNT  PIC 9(8) VALUE 0.
       01 WS-RES-REWRITE-COUNT PIC 9(8) VALUE 0.
       01 WS-RES-DELETE-COUNT PIC 9(8) VALUE 0.
       01 WS-RES-MISMATCH-COUNT PIC 9(8) VALUE 0.
       01 WS-RES-EXCEPT-COUNT PIC 9(8) VALUE 0.
       01 WS-RES-EXPECT-COUNT PIC 9(8) VALUE 0.
       01 WS-RES-EXPECT-HASH  PIC 9(16) VALUE 0.
       01 WS-RES-ACTUAL-COUNT PIC 9(8) VALUE 0.
       01 WS-RES-ACTUAL-HASH  PIC 9(16) VALUE 0.
       01 WS-RES-BALANCE-FLAG PIC X VALUE "Y".
           88 WS-RES-IN-BALANCE     VALUE "Y".

       01 WS-AUD-LOADED-COUNT PIC 9(8) VALUE 0.
       01 WS-AUD-LOADED-HASH  PIC 9(16) VALUE 0.
       01 WS-AUD-APPLIED-COUNT PIC 9(8) VALUE 0.
       01 WS-AUD-WRITE-COUNT  PIC 9(8) VALUE 0.
       01 WS-AUD-REWRITE-COUNT PIC 9(8) VALUE 0.
       01 WS-AUD-DELETE-COUNT PIC 9(8) VALUE 0.
       01 WS-AUD-MISMATCH-COUNT PIC 9(8) VALUE 0.
       01 WS-AUD-EXCEPT-COUNT PIC 9(8) VALUE 0.
       01 WS-AUD-EXPECT-COUNT PIC 9(8) VALUE 0.
       01 WS-AUD-EXPECT-HASH  PIC 9(16) VALUE 0.
       01 WS-AUD-ACTUAL-COUNT PIC 9(8) VALUE 0.
       01 WS-AUD-ACTUAL-HASH  PIC 9(16) VALUE 0.
       01 WS-AUD-BALANCE-FLAG PIC X VALUE "Y".
           88 WS-AUD-IN-BALANCE     VALUE "Y".

      * Image copy trailer, when the copy carries one.
       01 WS-TRAILER-FLAG     PIC X VALUE "N".
           88 WS-TRAILER-SEEN       VALUE "Y".

       COPY pirecov.
       COPY piarch.

       PROCEDURE DIVISION.
       Begin.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           PERFORM Read-Recovery-Control-Card

           DISPLAY "Forward recovery: image copy point " WS-COPY-DATE
               " " WS-COPY-TIME ", target " WS-TARGET-DATE " "
               WS-TARGET-TIME

           IF WS-DO-RESULTS
               PERFORM Load-Results-Image-Copy
           END-IF
           IF WS-DO-AUDIT
               PERFORM Load-Audit-Image-Copy
           END-IF

           PERFORM Roll-Forward-Journal

           IF WS-DO-RESULTS
               CLOSE PI-RESULTS-FILE
               PERFORM Prove-Results-File
           END-IF
           IF WS-DO-AUDIT
               CLOSE PI-AUDIT-FILE
               PERFORM Prove-Audit-File
           END-IF

           PERFORM Print-Recovery-Summary

           EVALUATE TRUE
               WHEN NOT WS-RES-IN-BALANCE
               WHEN NOT WS-AUD-IN-BALANCE
                   MOVE 8 TO RETURN-CODE
               WHEN WS-RES-EXCEPT-COUNT > 0
               WHEN WS-AUD-EXCEPT-COUNT > 0
               WHEN WS-RES-MISMATCH-COUNT > 0
               WHEN WS-AUD-MISMATCH-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE

           STOP RUN.

       Read-Recovery-Control-Card.
           MOVE SPACES TO PI-RECOVERY-CONTROL-CARD
           ACCEPT PI-RECOVERY-CONTROL-CARD FROM SYSIN
           EVALUATE RV-FILE-ID
               WHEN SPACES
                   CONTINUE
               WHEN "PIRESULT"
                   MOVE "N" TO WS-DO-AUDIT-FLAG
               WHEN "PIAUDIT"
                   MOVE "N" TO WS-DO-RESULTS-FLAG
               WHEN OTHER
                   DISPLAY "*** control card file id " RV-FILE-ID
                       " is neither PIRESULT nor PIAUDIT"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           IF RV-COPY-DATE IS NUMERIC AND RV-COPY-DATE > 0
               MOVE RV-COPY-DATE TO WS-COPY-DATE
               IF RV-COPY-TIME IS NUMERIC
                   MOVE RV-COPY-TIME TO WS-COPY-TIME
               END-IF
           END-IF
           IF RV-TARGET-DATE IS NUMERIC AND RV-TARGET-DATE > 0
               MOVE RV-TARGET-DATE TO WS-TARGET-DATE
               IF RV-TARGET-TIME IS NUMERIC
                   MOVE RV-TARGET-TIME TO WS-TARGET-TIME
               END-IF
           END-IF
           IF WS-TARGET-STAMP < WS-COPY-STAMP
               DISPLAY "*** target " WS-TARGET-DATE " "
                   WS-TARGET-TIME " is before the image copy point "
                   WS-COPY-DATE " " WS-COPY-TIME
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       Load-Results-Image-Copy.
           OPEN INPUT PI-RES-IMAGE-FILE
           IF WS-PIRESIMG-STATUS NOT = "00"
               DISPLAY "*** PIRESIMG.DAT OPEN FAILED, status "
                   WS-PIRESIMG-STATUS " -- no image copy to rebuild "
                   "the history from"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT PI-RESULTS-FILE
           CLOSE PI-RESULTS-FILE
           OPEN I-O PI-RESULTS-FILE
           IF WS-PIRESULT-STATUS NOT = "00"
               DISPLAY "*** PIRESULT.DAT OPEN FAILED, status "
                   WS-PIRESULT-STATUS
               CLOSE PI-RES-IMAGE-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE "N" TO WS-TRAILER-FLAG
           MOVE "N" TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF
               READ PI-RES-IMAGE-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM Load-One-Result-Image
               END-READ
           END-PERFORM
           CLOSE PI-RES-IMAGE-FILE

           IF WS-TRAILER-SEEN
               IF AT-RECORD-COUNT NOT = WS-RES-LOADED-COUNT
                   OR AT-STEPS-HASH-TOTAL NOT = WS-RES-LOADED-HASH
                   DISPLAY "  *** PIRESIMG.DAT trailer count "
                       AT-RECORD-COUNT " hash " AT-STEPS-HASH-TOTAL
                       " but loaded " WS-RES-LOADED-COUNT " hash "
                       WS-RES-LOADED-HASH
                   ADD 1 TO WS-RES-EXCEPT-COUNT
               END-IF
           END-IF
           MOVE WS-RES-LOADED-COUNT TO WS-RES-EXPECT-COUNT
           MOVE WS-RES-LOADED-HASH TO WS-RES-EXPECT-HASH.

       Load-One-Result-Image.
           EVALUATE RES-IMAGE-RECORD(1:6)
               WHEN "ARCHDR"
                   EXIT PARAGRAPH
               WHEN "ARCTRL"
                   MOVE RES-IMAGE-RECORD TO PI-ARCHIVE-TRAILER
                   MOVE "Y" TO WS-TRAILER-FLAG
                   EXIT PARAGRAPH
           END-EVALUATE
           MOVE RES-IMAGE-RECORD(1:LENGTH OF PI-RESULT-RECORD)
               TO PI-RESULT-RECORD
           WRITE PI-RESULT-RECORD
           IF WS-PIRESULT-STATUS = "00"
               OR WS-PIRESULT-STATUS = "02"
               ADD 1 TO WS-RES-LOADED-COUNT
               ADD PR-NUMBER-OF-STEPS TO WS-RES-LOADED-HASH
           ELSE
               ADD 1 TO WS-RES-EXCEPT-COUNT
               DISPLAY "  *** image copy row " PR-RUN-DATE " "
                   PR-RUN-TIME " not loaded, status "
                   WS-PIRESULT-STATUS
           END-IF.

       Load-Audit-Image-Copy.
           OPEN INPUT PI-AUD-IMAGE-FILE
           IF WS-PIAUDIMG-STATUS NOT = "00"
               DISPLAY "*** PIAUDIMG.DAT OPEN FAILED, status "
                   WS-PIAUDIMG-STATUS " -- no image copy to rebuild "
                   "the audit trail from"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT PI-AUDIT-FILE
           CLOSE PI-AUDIT-FILE
           OPEN I-O PI-AUDIT-FILE
           IF WS-PIAUDIT-STATUS NOT = "00"
               DISPLAY "*** PIAUDIT.DAT OPEN FAILED, status "
                   WS-PIAUDIT-STATUS
               CLOSE PI-AUD-IMAGE-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE "N" TO WS-TRAILER-FLAG
           MOVE "N" TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF
               READ PI-AUD-IMAGE-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM Load-One-Audit-Image
               END-READ
           END-PERFORM
           CLOSE PI-AUD-IMAGE-FILE

           IF WS-TRAILER-SEEN
               IF AT-RECORD-COUNT NOT = WS-AUD-LOADED-COUNT
                   OR AT-STEPS-HASH-TOTAL NOT = WS-AUD-LOADED-HASH
                   DISPLAY "  *** PIAUDIMG.DAT trailer count "
                       AT-RECORD-COUNT " hash " AT-STEPS-HASH-TOTAL
                       " but loaded " WS-AUD-LOADED-COUNT " hash "
                       WS-AUD-LOADED-HASH
                   ADD 1 TO WS-AUD-EXCEPT-COUNT
               END-IF
           END-IF
           MOVE WS-AUD-LOADED-COUNT TO WS-AUD-EXPECT-COUNT
           MOVE WS-AUD-LOADED-HASH TO WS-AUD-EXPECT-HASH.

       Load-One-Audit-Image.
           EVALUATE AUD-IMAGE-RECORD(1:6)
               WHEN "ARCHDR"
                   EXIT PARAGRAPH
               WHEN "ARCTRL"
                   MOVE AUD-IMAGE-RECORD TO PI-ARCHIVE-TRAILER
                   MOVE "Y" TO WS-TRAILER-FLAG
                   EXIT PARAGRAPH
           END-EVALUATE
           MOVE AUD-IMAGE-RECORD(1:LENGTH OF PI-AUDIT-RECORD)
               TO PI-AUDIT-RECORD
           WRITE PI-AUDIT-RECORD
           IF WS-PIAUDIT-STATUS = "00"
               ADD 1 TO WS-AUD-LOADED-COUNT
               ADD AU-NUMBER-OF-STEPS TO WS-AUD-LOADED-HASH
           ELSE
               ADD 1 TO WS-AUD-EXCEPT-COUNT
               DISPLAY "  *** image copy audit record " AU-JOB-ID " "
                   AU-START-DATE " " AU-START-TIME " not loaded, "
                   "status " WS-PIAUDIT-STATUS
           END-IF.

       Roll-Forward-Journal.
      * No journal at all is not an error -- nothing has changed
      * since the copy was cut, and the copy alone is the answer.
           OPEN INPUT PI-JOURNAL-FILE
           IF WS-PIJRNL-STATUS = "35"
               MOVE "N" TO WS-JOURNAL-PRESENT
               DISPLAY "No PIJRNL.DAT on file -- image copy only"
               EXIT PARAGRAPH
           END-IF
           IF WS-PIJRNL-STATUS NOT = "00"
               DISPLAY "*** PIJRNL.DAT OPEN FAILED, status "
                   WS-PIJRNL-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF
               READ PI-JOURNAL-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-JRNL-READ-COUNT
                       PERFORM Apply-One-Journal-Entry
               END-READ
           END-PERFORM
           CLOSE PI-JOURNAL-FILE.

       Apply-One-Journal-Entry.
           MOVE JR-JOURNAL-DATE TO WS-ENTRY-DATE
           MOVE JR-JOURNAL-TIME TO WS-ENTRY-TIME
           IF WS-ENTRY-STAMP NOT > WS-COPY-STAMP
               ADD 1 TO WS-JRNL-BEFORE-COUNT
               EXIT PARAGRAPH
           END-IF
           IF WS-ENTRY-STAMP > WS-TARGET-STAMP
               ADD 1 TO WS-JRNL-AFTER-COUNT
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN JR-FOR-RESULTS AND WS-DO-RESULTS
                   ADD 1 TO WS-RES-APPLIED-COUNT
                   PERFORM Apply-Result-Entry
               WHEN JR-FOR-AUDIT AND WS-DO-AUDIT
                   ADD 1 TO WS-AUD-APPLIED-COUNT
                   PERFORM Apply-Audit-Entry
               WHEN OTHER
                   ADD 1 TO WS-JRNL-OTHER-COUNT
           END-EVALUATE.

       Apply-Result-Entry.
      * The expected count and hash move with each change actually
      * made, so whatever the exceptions the read-back has a firm
      * figure to be held against.
           EVALUATE TRUE
               WHEN JR-WRITE
                   MOVE JR-AFTER-IMAGE(1:LENGTH OF PI-RESULT-RECORD)
                       TO PI-RESULT-RECORD
                   WRITE PI-RESULT-RECORD
                   EVALUATE WS-PIRESULT-STATUS
                       WHEN "00"
                       WHEN "02"
                           ADD 1 TO WS-RES-WRITE-COUNT
                           ADD 1 TO WS-RES-EXPECT-COUNT
                           ADD PR-NUMBER-OF-STEPS
                               TO WS-RES-EXPECT-HASH
                       WHEN "22"
                           ADD 1 TO WS-RES-EXCEPT-COUNT
                           DISPLAY "  *** journal W for run "
                               PR-RUN-DATE " " PR-RUN-TIME
                               " -- already on file, replaced"
                           PERFORM Replace-Result-Record
                       WHEN OTHER
                           ADD 1 TO WS-RES-EXCEPT-COUNT
                           DISPLAY "  *** journal W for run "
                               PR-RUN-DATE " " PR-RUN-TIME
                               " failed, status " WS-PIRESULT-STATUS
                   END-EVALUATE
               WHEN JR-REWRITE
                   MOVE JR-AFTER-IMAGE(1:LENGTH OF PI-RESULT-RECORD)
                       TO PI-RESULT-RECORD
                   READ PI-RESULTS-FILE
                   IF WS-PIRESULT-STATUS = "00"
                       IF PI-RESULT-RECORD NOT =
                           JR-BEFORE-IMAGE(1:LENGTH OF
                               PI-RESULT-RECORD)
                           ADD 1 TO WS-RES-MISMATCH-COUNT
                           DISPLAY "  *** journal R for run "
                               PR-RUN-DATE " " PR-RUN-TIME
                               " -- record on file is not the "
                               "before image"
                       END-IF
                       PERFORM Replace-Result-Record
                   ELSE
                       ADD 1 TO WS-RES-EXCEPT-COUNT
                       DISPLAY "  *** journal R for run "
                           PR-RUN-DATE " " PR-RUN-TIME
                           " -- not on file, written"
                       MOVE JR-AFTER-IMAGE
                           (1:LENGTH OF PI-RESULT-RECORD)
                           TO PI-RESULT-RECORD
                       WRITE PI-RESULT-RECORD
                       IF WS-PIRESULT-STATUS = "00"
                           ADD 1 TO WS-RES-WRITE-COUNT
                           ADD 1 TO WS-RES-EXPECT-COUNT
                           ADD PR-NUMBER-OF-STEPS
                               TO WS-RES-EXPECT-HASH
                       END-IF
                   END-IF
               WHEN JR-DELETE
                   MOVE JR-BEFORE-IMAGE(1:LENGTH OF PI-RESULT-RECORD)
                       TO PI-RESULT-RECORD
                   READ PI-RESULTS-FILE
                   IF WS-PIRESULT-STATUS NOT = "00"
                       ADD 1 TO WS-RES-EXCEPT-COUNT
                       DISPLAY "  *** journal D for run "
                           PR-RUN-DATE " " PR-RUN-TIME
                           " -- not on file"
                       EXIT PARAGRAPH
                   END-IF
                   SUBTRACT PR-NUMBER-OF-STEPS
                       FROM WS-RES-EXPECT-HASH
                   DELETE PI-RESULTS-FILE RECORD
                   IF WS-PIRESULT-STATUS = "00"
                       ADD 1 TO WS-RES-DELETE-COUNT
                       SUBTRACT 1 FROM WS-RES-EXPECT-COUNT
                   ELSE
                       ADD PR-NUMBER-OF-STEPS TO WS-RES-EXPECT-HASH
                       ADD 1 TO WS-RES-EXCEPT-COUNT
                       DISPLAY "  *** journal D for run "
                           PR-RUN-DATE " " PR-RUN-TIME
                           " failed, status " WS-PIRESULT-STATUS
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-RES-EXCEPT-COUNT
                   DISPLAY "  *** journal action " JR-ACTION
                       " not recognized -- entry passed over"
           END-EVALUATE.

       Replace-Result-Record.
      * Puts the journal's after image over the record on file --
      * the key is the same, so the count stands and only the hash
      * moves.
           READ PI-RESULTS-FILE
           IF WS-PIRESULT-STATUS NOT = "00"
               ADD 1 TO WS-RES-EXCEPT-COUNT
               EXIT PARAGRAPH
           END-IF
           SUBTRACT PR-NUMBER-OF-STEPS FROM WS-RES-EXPECT-HASH
           MOVE JR-AFTER-IMAGE(1:LENGTH OF PI-RESULT-RECORD)
               TO PI-RESULT-RECORD
           REWRITE PI-RESULT-RECORD
           IF WS-PIRESULT-STATUS = "00"
               ADD 1 TO WS-RES-REWRITE-COUNT
               ADD PR-NUMBER-OF-STEPS TO WS-RES-EXPECT-HASH
           ELSE
               ADD 1 TO WS-RES-EXCEPT-COUNT
               DISPLAY "  *** rewrite of run " PR-RUN-DATE " "
                   PR-RUN-TIME " failed, status " WS-PIRESULT-STATUS
               READ PI-RESULTS-FILE
               IF WS-PIRESULT-STATUS = "00"
                   ADD PR-NUMBER-OF-STEPS TO WS-RES-EXPECT-HASH
               END-IF
           END-IF.

       Apply-Audit-Entry.
           EVALUATE TRUE
               WHEN JR-WRITE
                   MOVE JR-AFTER-IMAGE(1:LENGTH OF PI-AUDIT-RECORD)
                       TO PI-AUDIT-RECORD
                   WRITE PI-AUDIT-RECORD
                   EVALUATE WS-PIAUDIT-STATUS
                       WHEN "00"
                           ADD 1 TO WS-AUD-WRITE-COUNT
                           ADD 1 TO WS-AUD-EXPECT-COUNT
                           ADD AU-NUMBER-OF-STEPS
                               TO WS-AUD-EXPECT-HASH
                       WHEN "22"
                           ADD 1 TO WS-AUD-EXCEPT-COUNT
                           DISPLAY "  *** journal W for audit "
                               AU-JOB-ID " " AU-START-DATE " "
                               AU-START-TIME
                               " -- already on file, replaced"
                           PERFORM Replace-Audit-Record
                       WHEN OTHER
                           ADD 1 TO WS-AUD-EXCEPT-COUNT
                           DISPLAY "  *** journal W for audit "
                               AU-JOB-ID " " AU-START-DATE " "
                               AU-START-TIME " failed, status "
                               WS-PIAUDIT-STATUS
                   END-EVALUATE
               WHEN JR-REWRITE
                   MOVE JR-AFTER-IMAGE(1:LENGTH OF PI-AUDIT-RECORD)
                       TO PI-AUDIT-RECORD
                   READ PI-AUDIT-FILE
                   IF WS-PIAUDIT-STATUS = "00"
                       IF PI-AUDIT-RECORD NOT =
                           JR-BEFORE-IMAGE(1:LENGTH OF
                               PI-AUDIT-RECORD)
                           ADD 1 TO WS-AUD-MISMATCH-COUNT
                           DISPLAY "  *** journal R for audit "
                               AU-JOB-ID " " AU-START-DATE " "
                               AU-START-TIME " -- record on file "
                               "is not the before image"
                       END-IF
                       PERFORM Replace-Audit-Record
                   ELSE
                       ADD 1 TO WS-AUD-EXCEPT-COUNT
                       DISPLAY "  *** journal R for audit "
                           AU-JOB-ID " " AU-START-DATE " "
                           AU-START-TIME " -- not on file, written"
                       MOVE JR-AFTER-IMAGE
                           (1:LENGTH OF PI-AUDIT-RECORD)
                           TO PI-AUDIT-RECORD
                       WRITE PI-AUDIT-RECORD
                       IF WS-PIAUDIT-STATUS = "00"
                           ADD 1 TO WS-AUD-WRITE-COUNT
                           ADD 1 TO WS-AUD-EXPECT-COUNT
                           ADD AU-NUMBER-OF-STEPS
                               TO WS-AUD-EXPECT-HASH
                       END-IF
                   END-IF
               WHEN JR-DELETE
                   MOVE JR-BEFORE-IMAGE(1:LENGTH OF PI-AUDIT-RECORD)
                       TO PI-AUDIT-RECORD
                   READ PI-AUDIT-FILE
                   IF WS-PIAUDIT-STATUS NOT = "00"
                       ADD 1 TO WS-AUD-EXCEPT-COUNT
                       DISPLAY "  *** journal D for audit "
                           AU-JOB-ID " " AU-START-DATE " "
                           AU-START-TIME " -- not on file"
                       EXIT PARAGRAPH
                   END-IF
                   SUBTRACT AU-NUMBER-OF-STEPS
                       FROM WS-AUD-EXPECT-HASH
                   DELETE PI-AUDIT-FILE RECORD
                   IF WS-PIAUDIT-STATUS = "00"
                       ADD 1 TO WS-AUD-DELETE-COUNT
                       SUBTRACT 1 FROM WS-AUD-EXPECT-COUNT
                   ELSE
                       ADD AU-NUMBER-OF-STEPS TO WS-AUD-EXPECT-HASH
                       ADD 1 TO WS-AUD-EXCEPT-COUNT
                       DISPLAY "  *** journal D for audit "
                           AU-JOB-ID " " AU-START-DATE " "
                           AU-START-TIME " failed, status "
                           WS-PIAUDIT-STATUS
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-AUD-EXCEPT-COUNT
                   DISPLAY "  *** journal action " JR-ACTION
                       " not recognized -- entry passed over"
           END-EVALUATE.

       Replace-Audit-Record.
           READ PI-AUDIT-FILE
           IF WS-PIAUDIT-STATUS NOT = "00"
               ADD 1 TO WS-AUD-EXCEPT-COUNT
               EXIT PARAGRAPH
           END-IF
           SUBTRACT AU-NUMBER-OF-STEPS FROM WS-AUD-EXPECT-HASH
           MOVE JR-AFTER-IMAGE(1:LENGTH OF PI-AUDIT-RECORD)
               TO PI-AUDIT-RECORD
           REWRITE PI-AUDIT-RECORD
           IF WS-PIAUDIT-STATUS = "00"
               ADD 1 TO WS-AUD-REWRITE-COUNT
               ADD AU-NUMBER-OF-STEPS TO WS-AUD-EXPECT-HASH
           ELSE
               ADD 1 TO WS-AUD-EXCEPT-COUNT
               DISPLAY "  *** rewrite of audit " AU-JOB-ID " "
                   AU-START-DATE " " AU-START-TIME " failed, status "
                   WS-PIAUDIT-STATUS
               READ PI-AUDIT-FILE
               IF WS-PIAUDIT-STATUS = "00"
                   ADD AU-NUMBER-OF-STEPS TO WS-AUD-EXPECT-HASH
               END-IF
           END-IF.

       Prove-Results-File.
      * Read the rebuilt file back from the top, independent of
      * everything counted on the way in.
           OPEN INPUT PI-RESULTS-FILE
           MOVE LOW-VALUES TO PR-RUN-KEY
           START PI-RESULTS-FILE KEY >= PR-RUN-KEY
           IF WS-PIRESULT-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF
                   READ PI-RESULTS-FILE NEXT
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           ADD 1 TO WS-RES-ACTUAL-COUNT
                           ADD PR-NUMBER-OF-STEPS
                               TO WS-RES-ACTUAL-HASH
                   END-READ
               END-PERFORM
           END-IF
           CLOSE PI-RESULTS-FILE
           IF WS-RES-ACTUAL-COUNT NOT = WS-RES-EXPECT-COUNT
               OR WS-RES-ACTUAL-HASH NOT = WS-RES-EXPECT-HASH
               MOVE "N" TO WS-RES-BALANCE-FLAG
               MOVE "PIRESULT" TO AL-JOB-ID
               MOVE "history rebuilt out of balance with the journal"
                   TO AL-ALERT-TEXT
               PERFORM Write-Balance-Alert
           END-IF.

       Prove-Audit-File.
           OPEN INPUT PI-AUDIT-FILE
           MOVE LOW-VALUES TO AU-RUN-KEY
           START PI-AUDIT-FILE KEY >= AU-RUN-KEY
           IF WS-PIAUDIT-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF
                   READ PI-AUDIT-FILE NEXT
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           ADD 1 TO WS-AUD-ACTUAL-COUNT
                           ADD AU-NUMBER-OF-STEPS
                               TO WS-AUD-ACTUAL-HASH
                   END-READ
               END-PERFORM
           END-IF
           CLOSE PI-AUDIT-FILE
           IF WS-AUD-ACTUAL-COUNT NOT = WS-AUD-EXPECT-COUNT
               OR WS-AUD-ACTUAL-HASH NOT = WS-AUD-EXPECT-HASH
               MOVE "N" TO WS-AUD-BALANCE-FLAG
               MOVE "PIAUDIT" TO AL-JOB-ID
               MOVE "audit trail rebuilt out of balance with journal"
                   TO AL-ALERT-TEXT
               PERFORM Write-Balance-Alert
           END-IF.

       Write-Balance-Alert.
           MOVE "C" TO AL-SEVERITY
           MOVE WS-TARGET-DATE TO AL-RUN-DATE
           MOVE WS-TARGET-TIME TO AL-RUN-TIME
           MOVE 0 TO AL-RANGE-START
           MOVE "RECOVBAL" TO AL-REASON-CODE
           PERFORM Write-Alert-Record.

       Print-Recovery-Summary.
           DISPLAY " "
           DISPLAY "================================================"
           DISPLAY "  FORWARD RECOVERY CONTROL COUNTS -- "
               WS-TODAY-DATE
           DISPLAY "================================================"
           DISPLAY "  Image copy point     : " WS-COPY-DATE " "
               WS-COPY-TIME
           DISPLAY "  Rolled forward to    : " WS-TARGET-DATE " "
               WS-TARGET-TIME
           IF WS-JOURNAL-ON-FILE
               DISPLAY "  Journal entries read : " WS-JRNL-READ-COUNT
               DISPLAY "    in the image copy  : "
                   WS-JRNL-BEFORE-COUNT
               DISPLAY "    after the target   : "
                   WS-JRNL-AFTER-COUNT
               DISPLAY "    other file         : "
                   WS-JRNL-OTHER-COUNT
           ELSE
               DISPLAY "  Journal entries read : none (no journal)"
           END-IF
           IF WS-DO-RESULTS
               DISPLAY "  ------------------------------------------"
               DISPLAY "  PIRESULT.DAT"
               DISPLAY "  Loaded from copy     : " WS-RES-LOADED-COUNT
                   "  hash " WS-RES-LOADED-HASH
               DISPLAY "  Journal entries      : " WS-RES-APPLIED-COUNT
               DISPLAY "    written            : " WS-RES-WRITE-COUNT
               DISPLAY "    rewritten          : "
                   WS-RES-REWRITE-COUNT
               DISPLAY "    deleted            : " WS-RES-DELETE-COUNT
               DISPLAY "    before image differed "
                   WS-RES-MISMATCH-COUNT
               DISPLAY "    exceptions         : " WS-RES-EXCEPT-COUNT
               DISPLAY "  Expected on file     : " WS-RES-EXPECT-COUNT
                   "  hash " WS-RES-EXPECT-HASH
               DISPLAY "  Found on file        : " WS-RES-ACTUAL-COUNT
                   "  hash " WS-RES-ACTUAL-HASH
               IF WS-RES-IN-BALANCE
                   DISPLAY "  REBUILT FILE MATCHES JOURNAL"
               ELSE
                   DISPLAY "  *** OUT OF BALANCE ***"
               END-IF
           END-IF
           IF WS-DO-AUDIT
               DISPLAY "  ------------------------------------------"
               DISPLAY "  PIAUDIT.DAT"
               DISPLAY "  Loaded from copy     : " WS-AUD-LOADED-COUNT
                   "  hash " WS-AUD-LOADED-HASH
               DISPLAY "  Journal entries      : " WS-AUD-APPLIED-COUNT
               DISPLAY "    written            : " WS-AUD-WRITE-COUNT
               DISPLAY "    rewritten          : "
                   WS-AUD-REWRITE-COUNT
               DISPLAY "    deleted            : " WS-AUD-DELETE-COUNT
               DISPLAY "    before image differed "
                   WS-AUD-MISMATCH-COUNT
               DISPLAY "    exceptions         : " WS-AUD-EXCEPT-COUNT
               DISPLAY "  Expected on file     : " WS-AUD-EXPECT-COUNT
                   "  hash " WS-AUD-EXPECT-HASH
               DISPLAY "  Found on file        : " WS-AUD-ACTUAL-COUNT
                   "  hash " WS-AUD-ACTUAL-HASH
               IF WS-AUD-IN-BALANCE
                   DISPLAY "  REBUILT FILE MATCHES JOURNAL"
               ELSE
                   DISPLAY "  *** OUT OF BALANCE ***"
               END-IF
           END-IF
           DISPLAY "================================================".

       Write-Alert-Record.
      * One standardized record on the common PIALERT.DAT feed (see
      * pialert.cpy) -- same shape as CalculatePi's
      * Write-Alert-Record; the caller set everything but the stamp
      * and the issuing program name.
           MOVE 0 TO AL-ALERT-DATE
           ACCEPT AL-ALERT-DATE FROM DATE YYYYMMDD
           MOVE 0 TO AL-ALERT-TIME
           ACCEPT AL-ALERT-TIME FROM TIME
           MOVE "PiRecovery" TO AL-PROGRAM
           OPEN EXTEND PI-ALERT-FILE
           IF WS-PIALERT-STATUS = "35"
               OPEN OUTPUT PI-ALERT-FILE
           END-IF
           WRITE PI-ALERT-RECORD
           CLOSE PI-ALERT-FILE.
