      * capture is saved instead of thrown away at STOP RUN, and the
      * next call to the same customer looks their email back up
      * instead of asking for it again.
      * A CM-PHONE of 9900000000 or above is not a phone at all but
      * the anonymous token CUSTOMER-ERASURE-DESK put in its place
      * when the customer asked for their details to be erased - the
      * same token replaces the phone on every file that carried it.
      *****************************************************************
       01  CONTACT-MASTER-RECORD.
           05 CM-PHONE             PIC 9(10).
