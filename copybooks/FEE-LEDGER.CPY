      * cash book, finally on file. Same COPY-into-FD convention as
      * SALES-LOG.CPY.
      *
      * FL-TYPE: C = charge (balance up), P = payment (balance down),
      * R = refund of a charge (balance down, the charge reversed -
      * REEVAL-DESK's re-evaluation fee when the mark goes up),
      * D = concession credited against the charge row just before
      * it (balance down; FL-DESCRIPTION repeats the charge's and
      * FL-CONCESSION-TYPE carries the CONCESSION.CPY CN-TYPE).
      *
      * FL-GL-DATE is the date of the GL-EXPORT journal the row was
      * posted in - spaces until it has been exported.
      *****************************************************************
       01  FEE-LEDGER-RECORD.
           05 FL-STUDENT-ID       PIC X(8).
           05 FL-AMOUNT           PIC 9(5)V9(2).
           05 FL-DATE             PIC X(8).
           05 FL-ENTERED-BY       PIC X(8).
           05 FL-GL-DATE          PIC X(8).
           05 FL-CONCESSION-TYPE  PIC X(1).
