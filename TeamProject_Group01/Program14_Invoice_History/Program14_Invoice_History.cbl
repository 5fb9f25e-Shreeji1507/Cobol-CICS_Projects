      *  -            Carry the customer number added to the
      *               record layout onto each history entry, for
      *               the serial-returner report.
      *  -            Declare the customer-number alternate key the
      *               invoice history master now carries, so every
      *               program opens the master with the same key
      *               structure.
      *  -            Carry each entry's original invoice number on
      *               the history, and post voids under their own
      *               invoice as well, so a refund or void can be
      *               traced back to the sale it reversed and the
      *               cashier who rang it.
      *  -            Carry each entry's SKU code on the history, so
      *               commission can be rated by the SKU's class.
      *  -            Honour the store-day backout: a master whose
      *               last-posted day was backed out takes the
      *               corrected day instead of skipping it as already
      *               posted, and a day posted behind the master no
      *               longer moves its posted date back.

       environment division.

               organization is indexed
               access is dynamic
               record key is hl-invoice-num
               alternate record key is hl-customer-num
                   with duplicates
               file status is ws-hist-file-status.

      *common operations log shared by all the programs - file
      *master was last posted, in place of the old header
       fd history-file
           data record is history-line
               record contains 82 characters.
       01 history-line.
           05 hl-invoice-num               pic x(9).
           05 hl-trans-code                pic x.
      *on the control record, set by the store-day backout when
      *the day it took off is the day last posted
               88 hl-ctl-backed-out     value 'B'.
           05 hl-store-num                 pic xx.
           05 hl-trans-amount              pic 9(5)v99.
           05 hl-trans-date                pic 9(8).
           05 hl-posted-date               pic 9(8).
           05 hl-customer-num              pic x(8).
           05 hl-cashier-id                pic x(8).
           05 hl-orig-invoice-num          pic x(9).
           05 hl-sku-code                  pic x(15).

      *common operations log record
       fd audit-file
           05 ws-ne-posted-date            pic 9(8).
           05 ws-ne-customer-num           pic x(8).
           05 ws-ne-cashier-id             pic x(8).
           05 ws-ne-orig-invoice-num       pic x(9).
           05 ws-ne-sku-code               pic x(15).

      *counts for the audit log - in = records read, out = entries
      *posted, rejected = entries purged plus posts skipped
                   if hl-posted-date is numeric
                       move hl-posted-date to ws-posted-date
                       if ws-posted-date = ws-run-date
                           and not hl-ctl-backed-out
                           move 'y'        to ws-already-posted-sw
                       end-if
                   end-if
           end-if.

      *posts each of the day's accepted records - sales, layaways,
      *exchanges, returns and voids go on under their own invoice
      *with the invoice they reference, and a return also rolls
      *into its original sale's refunded amount. A void never
      *rolls in: the void-matching step has already cancelled it
      *against the day's own sales
       200-post-valid-records.
           open input valid-file
           if ws-valid-file-status = '00'
                   add il-trans-amount     to ws-ctl-in-hash
               end-if
               add 1                       to ws-total-records
               perform 300-post-one-record
           end-if.

      *posts one record under its own invoice number; a duplicate
           move ws-run-date                to ws-ne-posted-date.
           move il-customer-num            to ws-ne-customer-num.
           move il-cashier-id              to ws-ne-cashier-id.
           move il-orig-invoice-num        to ws-ne-orig-invoice-num.
           move il-sku-code                to ws-ne-sku-code.
           if il-invoice-num not = ws-hist-control-key
               move il-invoice-num         to hl-invoice-num
               read history-file
           move ws-run-date                to hl-trans-date.
           move 0                          to hl-refunded-amount.
           move ws-run-date                to hl-posted-date.
           if ws-posted-date > ws-run-date
               move ws-posted-date         to hl-posted-date
           end-if.
           move spaces                     to hl-customer-num.
           move spaces                     to hl-cashier-id.
           write history-line
