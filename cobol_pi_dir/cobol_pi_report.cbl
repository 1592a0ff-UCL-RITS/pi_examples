      * back shorter and the pad spaces mean the defaults, as
      * everywhere else.
       FD  PI-ARCHIVE-FILE.
       01 ARCHIVE-RECORD-IMAGE    PIC X(200).

       WORKING-STORAGE SECTION.
       01 WS-PIRESULT-STATUS  PIC XX VALUE "00".
           END-IF
      * ANNULLED rows were taken out of service by PiCorrection --
      * they stay on file for the record but count toward nothing.
      * EXTRAPOL rows are PiExtrapolate's figures derived from two
      * runs already counted here, not runs of their own.
           IF WS-RECORD-YYYYMM = WS-SELECTED-YYYYMM
               AND WS-RECORD-CONSTANT = WS-CONSTANT-FILTER
               AND PR-STATUS NOT = "REJECTED"
               AND PR-STATUS NOT = "ANNULLED"
               AND PR-STATUS NOT = "EXTRAPOL"
               ADD 1 TO WS-RUN-COUNT
               ADD PR-NUMBER-OF-STEPS TO WS-STEPS-TOTAL
               IF PR-NUMBER-OF-STEPS < WS-STEPS-MIN
