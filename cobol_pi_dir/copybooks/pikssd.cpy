      * Mirrors PR-RANDOM-SEED (see piresult.cpy); same short-row
      * rule as every appended field.
           05 PK-RANDOM-SEED            PIC 9(8).
      * Who keyed an ONLINE row's ad-hoc run on PIIQ (the CICS
      * signed-on user id), so PiChargeback can bill it.  Appended by
      * the same short-row rule; rows pushed from the batch history
      * carry spaces -- their user is on the audit trail or the
      * request queue, not here.
           05 PK-REQ-USER-ID            PIC X(08).
