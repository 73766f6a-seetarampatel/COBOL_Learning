      * - the open-transfers report exists so a box that left Monday
      * and never arrived gets noticed instead of vanishing.
      *
      * XF-STATUS: D = draft, proposed by head office's
      * STOCK-BALANCE-RUN and not yet dispatched - the sending store
      * books it out with STOCK-TRANSFER-OUT, which turns it to T
      * (XF-DATE-SENT and XF-SENT-BY stay blank until then);
      * T = in transit, R = received.
      *****************************************************************
       01  STOCK-TRANSFER-RECORD.
           05 XF-KEY.
