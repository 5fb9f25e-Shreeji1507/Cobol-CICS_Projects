      *               ('RF' meaning refunded), so a store that
      *               refunds a cash return no longer reads SHORT
      *               on the bank reconciliation every day.
      *  -            Count 'LP' (loyalty points) tender in the payment
      *               percentages. Points spent never reach the bank, so
      *               they join none of the per-store payment buckets.
       environment division.
       configuration section.
       input-output section.
               value "Payments Gift Card:              %".
           05 ws-rpt-pmt-gc                pic 99.99
               value 0.
      *
       01 ws-rpt-ln13b.
           05 filler                       pic x(35)
               value "Payments Loyalty Points:         %".
           05 ws-rpt-pmt-lp                pic 99.99
               value 0.
      *
       01 ws-rpt-ln14.
           05 filler                       pic x(38)
           value 0.
       01 ws-gc-perc                       pic 99v999
           value 0.
       01 ws-cnt-lp                        pic 99
           value 0.
       01 ws-lp-perc                       pic 99v999
           value 0.
       01 ws-cnt-cr                        pic 99
           value 0.
       01 ws-cnt-db                        pic 99
                       perform 1000-prc-deb
                   when 'GC'
                       perform 1100-prc-gift
                   when 'LP'
                       perform 1200-prc-points
               end-evaluate
           end-if.

           add 1                           to ws-cnt-ca.
       1100-prc-gift.
           add 1                           to ws-cnt-gc.
      *points spent settle against the loyalty liability - no
      *bank bucket, the same as a gift card's
       1200-prc-points.
           add 1                           to ws-cnt-lp.
       900-prc-cred.
           add 1                           to ws-cnt-cr.
       1000-prc-deb.
           end-if.
           move ws-rpt-ln13a               to output-cline.
           write output-cline.
      *
           if ws-cnt-lp not equal 0 then
               compute ws-lp-perc rounded =
                 (ws-cnt-lp / ws-cnt-all) *
                                   ws-rate-multiplier
               move ws-lp-perc             to ws-rpt-pmt-lp
           end-if.
           move ws-rpt-ln13b               to output-cline.
           write output-cline.
      *
           move ws-cnt-r                   to ws-rpt-cnt-ret.
           move ws-rpt-ln14                to output-cline.
