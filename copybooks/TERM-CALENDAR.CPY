      * instead of trusting the code's spelling to collate.
      *
      * TL-OPEN-FLAG: O = open for postings, C = closed.
      * TL-EXAM-START/TL-EXAM-END: the term's exam window, the first
      * and last days EXAM-SCHEDULE-RUN may set papers on; spaces
      * until the office files it.
      * TL-RESULTS-DATE: the day the term's results went out; a
      * re-evaluation request is taken only from then until
      * TL-REEVAL-DAYS days later, for the TL-REEVAL-FEE charge.
      * Spaces/zero until the office files them.
      *****************************************************************
       01  TERM-CALENDAR-RECORD.
           05 TL-TERM-CODE        PIC X(5).
           05 TL-START-DATE       PIC X(8).
           05 TL-END-DATE         PIC X(8).
           05 TL-OPEN-FLAG        PIC X(1).
           05 TL-EXAM-START       PIC X(8).
           05 TL-EXAM-END         PIC X(8).
           05 TL-RESULTS-DATE     PIC X(8).
           05 TL-REEVAL-DAYS      PIC 9(3).
           05 TL-REEVAL-FEE       PIC 9(5)V9(2).
