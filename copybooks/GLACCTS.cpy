           value "101000".
       77 ws-gl-desc-clearing          pic x(20)
           value "BANK CLEARING".
      *the clearing line of a store's cancellation and chargeback
      *set, kept apart from the day's takings
       77 ws-gl-desc-clr-adjust        pic x(20)
           value "BANK CLEARING ADJ".
       77 ws-gl-acct-sales             pic x(6)
           value "401000".
       77 ws-gl-desc-sales             pic x(20)
           value "230000".
       77 ws-gl-desc-giftcard          pic x(20)
           value "GIFT CARD LIABILITY".
       77 ws-gl-acct-unclaimed         pic x(6)
           value "240000".
       77 ws-gl-desc-unclaimed         pic x(20)
           value "UNCLAIMED PROPERTY".
      *the liability leg of a dormant card's balance turned over
       77 ws-gl-desc-escheat           pic x(20)
           value "GIFT CARD ESCHEATED".
       77 ws-gl-desc-lay-cancel        pic x(20)
           value "LAYAWAY CANCELLED".
       77 ws-gl-acct-lay-fee           pic x(6)
           value "406000".
       77 ws-gl-desc-lay-fee           pic x(20)
           value "LAYAWAY RESTOCK FEES".
       77 ws-gl-acct-chargeback        pic x(6)
           value "650000".
       77 ws-gl-desc-chargeback        pic x(20)
           value "CHARGEBACK LOSSES".
       77 ws-gl-acct-loyalty           pic x(6)
           value "250000".
       77 ws-gl-desc-loyalty           pic x(20)
           value "LOYALTY LIABILITY".
       77 ws-gl-acct-loy-expense       pic x(6)
           value "660000".
       77 ws-gl-desc-loy-expense       pic x(20)
           value "LOYALTY PTS EXPENSE".
      *the ledger's store code for postings that belong to the
      *chain as a whole rather than to any one store
       77 ws-gl-store-head-office      pic xx
           value "00".
