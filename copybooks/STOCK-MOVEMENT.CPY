      *****************************************************************
      * STOCK-MOVEMENT record layout - one row per change to an item's
      * IM-QTY-ON-HAND, from whichever program made it (STOCKMOVE.DAT,
      * appended to through the shared WRITE-STOCK-MOVEMENT paragraph
      * in STOCK-MOVEMENT-LOGIC.CPY). AUDIT-LOG only ever said "old
      * value, new value"; this says what kind of movement it was and
      * what document moved it, so STOCK-CARD-REPORT can print an
      * item's history and STOCK-ROLL-FORWARD can prove last night's
      * closing quantity plus the day's movements is tonight's.
      *
      * MV-TYPE:
      *   SA = sold at the register       RT = customer return
      *   KT = kit component moved by a kit sale or return
      *   RB = register reversal (refused line, crashed basket)
      *   VD = receipt voided, stock put back
      *   GR = goods received against a PO
      *   TI = transfer in                TO = transfer out
      *   WO = write-off                  CC = cycle-count adjustment
      *   VR = returned to vendor (RTV)   LY = layaway set aside/back
      *   RQ = recall quarantine / release
      *   NI = opening stock on a new item
      * MV-REFERENCE is the document behind the movement - receipt,
      * PO, transfer, RTV, layaway or recall number, the reason code
      * for a write-off, or the count date for a cycle count.
      * MV-QUANTITY is signed: positive into stock, negative out;
      * MV-QTY-BEFORE/AFTER are IM-QTY-ON-HAND either side of it.
      *****************************************************************
       01  STOCK-MOVEMENT-RECORD.
           05 MV-TIMESTAMP        PIC X(26).
           05 MV-ITEM-CODE        PIC X(6).
           05 MV-TYPE             PIC X(2).
           05 MV-QUANTITY         PIC S9(5).
           05 MV-QTY-BEFORE       PIC S9(5).
           05 MV-QTY-AFTER        PIC S9(5).
           05 MV-REFERENCE        PIC X(10).
           05 MV-USER-ID          PIC X(8).
