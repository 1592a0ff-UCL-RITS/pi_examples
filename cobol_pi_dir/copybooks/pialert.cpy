      * Reason codes in use:
      *   RECONFL   reconciliation failed -- computed value outside
      *             the accepted band (CalculatePi, MergePi,
      *             PiRequestFulfil, PiExtrapolate)
      *   MRGREFUS  merge refused -- partial set does not match the
      *             partition plan; the text carries the missing
      *             range (MergePi)
      *   STALELCK  stale run lock taken over (CalculatePi, MergePi)
      *   AUDWRTFL  audit record write failed (CalculatePi, MergePi)
      *   RESWRTFL  history row write failed (CalculatePi, MergePi,
      *             PiExtrapolate)
      *   SYNCPUSH  batch-to-KSDS push error (PiResultSync)
      *   SYNCPULL  KSDS-to-batch pull error (PiResultSync)
      *   MISSDRUN  planned run never submitted (PiScheduleDriver)
      *             (PiIntegrityAudit)
      *   ARCHVRFY  archive failed verification against its own
      *             trailer (PiRetention)
      *   AUTHREFU  action refused by the user authority master --
      *             user not on file, function not granted, steps
      *             over the user's ceiling or priority above the
      *             user's band; see piauth.cpy (PiInquiry,
      *             PiRequestLoad, PiCorrection, PiRequestFulfil,
      *             PiScheduleMaint)
      *   JRNWRTFL  recovery journal append failed -- the change is
      *             filed but can't be rolled forward; see pijrnl.cpy
      *             (CalculatePi, MergePi, PiRequestFulfil,
      *             PiResultSync, PiCorrection, PiRetention,
      *             PiExtrapolate)
      *   RECOVBAL  file rebuilt by forward recovery does not agree
      *             with the image copy plus the journal applied to
      *             it; AL-JOB-ID names the file (PiRecovery)
      *   CYCLEND   nightly cycle closed with every step ended OK;
      *             advisory, so the monitor sees the night finish
      *             (PiCycleDriver)
      *   CYCLINCM  nightly cycle closed with a step unfinished;
      *             AL-JOB-ID names the step it resumes at
      *             (PiCycleDriver)
      *   DETREGR   a deterministic run's value differs from the
      *             earliest filed run of the same constant, method
      *             and step count; AL-RUN-DATE/TIME carry the new
      *             row's key (PiDeterminismCheck)
      *   QUEUESLA  a PENDING request has waited longer than its
      *             priority band's SLA; AL-JOB-ID carries the
      *             requester, AL-RUN-DATE/TIME the request stamp
      *             (PiQueueAging)
      * The online region can't append to the batch file directly;
      * PiInquiry and PiScheduleMaint write the same record to the
      * extrapartition transient data queue PIAL, whose DD is
      * PIALERT.DAT (DISP=MOD), so their alerts land on the one feed
      * as well.
       01 PI-ALERT-RECORD.
           05 AL-ALERT-DATE         PIC 9(8).
           05 AL-ALERT-TIME         PIC 9(8).
