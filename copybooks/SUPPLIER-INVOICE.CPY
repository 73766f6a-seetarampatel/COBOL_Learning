      * SI-MATCH-STATUS: M = matched, cleared to pay; H = held, the
      * figures disagree (SUPPLIER-INVOICE-REPORT lists these);
      * P = paid.
      *
      * A line paid by SUPPLIER-PAYMENT-RUN carries the run's number
      * in SI-PAY-RUN-NO and any early-payment discount taken in
      * SI-DISCOUNT-TAKEN; one marked paid by hand at
      * SUPPLIER-INVOICE-ENTRY has run number zero. SI-PAID-DATE is
      * the day it was marked paid either way.
      *
      * SI-QTY-INVOICED and SI-UNIT-COST are per selling unit,
      * converted at entry from the supplier's cases and case price;
      * SI-PACK-SIZE is the PO line's pack size at the time, so the
      * line can be printed back in the supplier's units.
      *
      * GL-EXPORT posts a line twice - the purchase when it is cleared
      * to pay, the payment once it is paid - and stamps each with
      * the date of the journal it went into: SI-GL-DATE for the
      * purchase, SI-GL-PAID-DATE for the payment. Spaces until then.
      *****************************************************************
       01  SUPPLIER-INVOICE-RECORD.
           05 SI-KEY.
           05 SI-INVOICE-DATE     PIC X(8).
           05 SI-MATCH-STATUS     PIC X(1).
           05 SI-ENTERED-BY       PIC X(8).
           05 SI-PAY-RUN-NO       PIC 9(6).
           05 SI-PAID-DATE        PIC X(8).
           05 SI-DISCOUNT-TAKEN   PIC 9(5)V9(2).
           05 SI-PACK-SIZE        PIC 9(4).
           05 SI-GL-DATE          PIC X(8).
           05 SI-GL-PAID-DATE     PIC X(8).
