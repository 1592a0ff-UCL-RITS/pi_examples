      * PIQAGE - PiQueueAging control card layout.
      * QA-URGENT-HOURS, QA-NORMAL-HOURS, QA-LOW-HOURS: the SLA, in
      *   hours from the request stamp, a PENDING request of each
      *   RQ-PRIORITY band may wait before it is a breach --
      *     URGENT  priorities 1-3   blank/zero takes 24
      *     NORMAL  priorities 4-6   blank/zero takes 72
      *     LOW     priorities 7-9   blank/zero takes 168
      *   (a request with no usable priority is band NORMAL, the
      *   same default-5 fold pireqq.cpy describes).
      * QA-NOTICE-FLOOR: a FULFILLED or FAILED request whose outcome
      *   was posted before this date is marked noticed WITHOUT a
      *   notice being written -- for the first run against a queue
      *   whose old outcomes were never noticed, so requesters aren't
      *   sent years of history.  Blank or zero: no floor.
       01 PI-QUEUE-AGING-CONTROL-CARD.
           05 QA-URGENT-HOURS       PIC 9(4).
           05 QA-NORMAL-HOURS       PIC 9(4).
           05 QA-LOW-HOURS          PIC 9(4).
           05 QA-NOTICE-FLOOR       PIC 9(8).
           05 FILLER                PIC X(60).
