      * stocked out) and only falls back to the master's single code
      * for items not yet cataloged. Keyed item-first so the pick is
      * one START and a short walk.
      *
      * CI-ORDER-UNIT / CI-PACK-SIZE are how this supplier sells the
      * item - "CASE" of 24 for cola sold by the can. CI-UNIT-COST
      * stays per selling unit (keyed as the case price and divided
      * down) so every costing and comparison is like for like.
      *****************************************************************
       01  SUPPLIER-ITEM-RECORD.
           05 CI-KEY.
              10 CI-SUPPLIER-CODE PIC X(4).
           05 CI-UNIT-COST        PIC 9(3)V9(2).
           05 CI-LEAD-DAYS        PIC 9(3).
           05 CI-ORDER-UNIT       PIC X(4).
           05 CI-PACK-SIZE        PIC 9(4).
