      *
      * RV-STATUS: O = shipped back, credit outstanding; C = credit
      * received.
      *
      * RV-GL-DATE is the date of the GL-EXPORT journal the received
      * credit was posted in - spaces until it has been exported.
      *****************************************************************
       01  RTV-RECORD.
           05 RV-KEY.
           05 RV-DATE-SHIPPED     PIC X(8).
           05 RV-DATE-CREDITED    PIC X(8).
           05 RV-ENTERED-BY       PIC X(8).
           05 RV-GL-DATE          PIC X(8).
