      *> Rounding of the per-line discount proration can drift a few
      *> cents across a big basket, so up to five cents is accepted.
      *> Receipts settled by points or gift balance carry no tender
      *> amount and are skipped. A house-account (ACCT) receipt
      *> carries the charge as its tendered amount, as a staff
      *> payroll-deduction (PAYR) receipt carries the deduction, and
      *> a SPLT receipt its money legs added together - all foot the
      *> same way.
       400-CHECK-RECEIPT-FOOTING.
           PERFORM VARYING RT-IDX FROM 1 BY 1
                   UNTIL RT-IDX > RECEIPT-TOTAL-COUNT
               IF RT-TENDER-TYPE (RT-IDX) = "CASH"
                   OR RT-TENDER-TYPE (RT-IDX) = "CARD"
                   OR RT-TENDER-TYPE (RT-IDX) = "SPLT"
                   OR RT-TENDER-TYPE (RT-IDX) = "ACCT"
                   OR RT-TENDER-TYPE (RT-IDX) = "PAYR"
                   COMPUTE WS-SETTLED =
                       RT-TENDERED (RT-IDX) - RT-CHANGE (RT-IDX)
                       + RT-REDEEMED (RT-IDX)
