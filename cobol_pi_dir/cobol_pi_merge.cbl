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
      * First missing partition range seen by the plan check, for
      * the MRGREFUS alert text -- monitoring sees which job step
      * to rerun without spool digging.
      * A merge draws no samples of its own -- the seeds live on
      * the job steps' audit records.
           MOVE 0 TO AU-RANDOM-SEED
           MOVE 0 TO AU-TARGET-ACCURACY
           MOVE 0 TO AU-STEPS-REACHED
           MOVE SPACE TO AU-TARGET-MET
           MOVE 0 TO AU-RANGE-END
           MOVE 0 TO AU-END-DATE
           MOVE 0 TO AU-END-TIME
               MOVE "audit start record could not be written"
                   TO AL-ALERT-TEXT
               PERFORM Write-Alert-Record
           ELSE
               MOVE "PIAUDIT" TO JR-FILE-ID
               MOVE "W" TO JR-ACTION
               MOVE SPACES TO JR-BEFORE-IMAGE
               MOVE PI-AUDIT-RECORD TO JR-AFTER-IMAGE
               PERFORM Write-Journal-Record
           END-IF
           CLOSE PI-AUDIT-FILE.

       Write-Audit-Finish.
      * AU-FINAL-STATUS was set by the caller; stamp the end time
      * and fill in what was actually merged.  A rejected merge
      * keeps zero steps: the partials it folded together were
      * billed on their own audit records, and PiChargeback bills
      * the slices of any REJECTED record it finds.  The history
      * row still carries the run's step count.
           IF AU-FINAL-STATUS = "REJECTED"
               MOVE 0 TO AU-NUMBER-OF-STEPS
           ELSE
               MOVE NumberOfSteps TO AU-NUMBER-OF-STEPS
           END-IF
           MOVE WS-METHOD TO AU-METHOD
           MOVE WS-CONSTANT-CODE TO AU-CONSTANT
           MOVE 0 TO AU-END-DATE
           ACCEPT AU-END-TIME FROM TIME

           OPEN I-O PI-AUDIT-FILE
           PERFORM Rewrite-Audit-Record
           CLOSE PI-AUDIT-FILE.

       Rewrite-Audit-Record.
      * REWRITE of the audit record in the record area, journaled:
      * the record as it stands on file is read back first for the
      * before image, the updated one put back over it.  The file is
      * open I-O.
           MOVE PI-AUDIT-RECORD TO JR-AFTER-IMAGE
           MOVE SPACES TO JR-BEFORE-IMAGE
           READ PI-AUDIT-FILE
           IF WS-PIAUDIT-STATUS = "00"
               MOVE PI-AUDIT-RECORD TO JR-BEFORE-IMAGE
           END-IF
           MOVE JR-AFTER-IMAGE TO PI-AUDIT-RECORD
           REWRITE PI-AUDIT-RECORD
           IF WS-PIAUDIT-STATUS = "00"
               MOVE "PIAUDIT" TO JR-FILE-ID
               MOVE "R" TO JR-ACTION
               PERFORM Write-Journal-Record
           END-IF.

       Load-Partition-Plan.
      * A plan file is optional -- a run split by hand-typed cards
      * has no plan to check against, and the merge then proceeds
      * job step drew its own; zero, same as the deterministic
      * methods.
           MOVE 0 TO PR-RANDOM-SEED
           MOVE ZEROS TO PR-SOURCE-KEYS
           MOVE 0 TO PR-TARGET-ACCURACY
           MOVE SPACE TO PR-TARGET-MET

           WRITE PI-RESULT-RECORD
      * A second merge in the same hundredth of a second can't
               MOVE "merged figures did not reach the history"
                   TO AL-ALERT-TEXT
               PERFORM Write-Alert-Record
           ELSE
               MOVE "PIRESULT" TO JR-FILE-ID
               MOVE "W" TO JR-ACTION
               MOVE SPACES TO JR-BEFORE-IMAGE
               MOVE PI-RESULT-RECORD TO JR-AFTER-IMAGE
               PERFORM Write-Journal-Record
           END-IF

           CLOSE PI-RESULTS-FILE.
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
           MOVE "MergePi" TO JR-PROGRAM
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

       Clear-Partial-File.
      * The partial sums have been folded into a final result, so
      * empty the file out ready for the next set of parallel job
