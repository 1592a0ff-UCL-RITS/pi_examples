      * and the spaces the pad leaves behind are exactly the
      * space-means-default convention every reader applies.
       FD  OLD-RESULTS-FILE.
       01 OLD-RESULT-IMAGE        PIC X(200).

       FD  PI-RESULTS-FILE.
       COPY piresult.
