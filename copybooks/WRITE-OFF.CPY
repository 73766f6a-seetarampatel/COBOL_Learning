      *
      * WO-REASON-CODE: DM = damage/breakage, EX = expired,
      * TH = theft, SA = sampling/tasting.
      *
      * WO-GL-DATE is the date of the GL-EXPORT journal the row was
      * posted in - spaces until it has been exported.
      *****************************************************************
       01  WRITE-OFF-RECORD.
           05 WO-DATE             PIC X(8).
           05 WO-VALUE            PIC 9(7)V9(2).
           05 WO-REASON-CODE      PIC X(2).
           05 WO-USER-ID          PIC X(8).
           05 WO-GL-DATE          PIC X(8).
