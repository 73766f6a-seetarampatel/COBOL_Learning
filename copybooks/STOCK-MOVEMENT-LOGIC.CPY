      *****************************************************************
      * WRITE-STOCK-MOVEMENT - shared stock-movement routine. COPY
      * this into the PROCEDURE DIVISION of any program that changes
      * IM-QTY-ON-HAND, alongside a SELECT/FD for STOCK-MOVEMENT-FILE
      * (COPY "STOCK-MOVEMENT.CPY") opened EXTEND (or OUTPUT the
      * first time, the same fallback AUDIT-LOG uses).
      *
      * Caller MOVEs MV-ITEM-CODE/MV-TYPE/MV-QTY-BEFORE/MV-QTY-AFTER/
      * MV-REFERENCE/MV-USER-ID into STOCK-MOVEMENT-RECORD and
      * PERFORMs WRITE-STOCK-MOVEMENT; the signed quantity and the
      * timestamp are worked out here, and a "change" that left the
      * quantity where it was writes nothing.
      *****************************************************************
       WRITE-STOCK-MOVEMENT.
           IF MV-QTY-AFTER NOT = MV-QTY-BEFORE
               COMPUTE MV-QUANTITY = MV-QTY-AFTER - MV-QTY-BEFORE
               MOVE FUNCTION CURRENT-DATE TO MV-TIMESTAMP
               WRITE STOCK-MOVEMENT-RECORD
           END-IF.
