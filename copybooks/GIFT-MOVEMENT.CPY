      * GIFT-MOVEMENT record layout - one row per stored-value
      * movement at the register (GIFTMOVE.DAT): a card issued or
      * topped up, or value redeemed as tender. Each store ships its
      * movement file up to head office under the name its
      * STOREMST.DAT row gives it (STORE1-GIFT.DAT and siblings)
      * so GIFT-CARD-CLEARING can net card liability
      * between stores - a card sold at store 1 and spent at store 3
      * used to inflate one shop's takings and punish the other's.
      *
