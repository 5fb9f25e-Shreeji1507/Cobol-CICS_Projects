      *               operations advances - so a chain that
      *               crosses midnight stamps and posts under the
      *               day it belongs to.
      *  -            Declare the customer-number alternate key the
      *               invoice history master now carries, so every
      *               program opens the master with the same key
      *               structure.
      *  -            Widen the customer master record to the 51-byte
      *               layout carrying the tax-exemption certificate
      *               number, type and expiry date.
      *  -            Widen the invoice history record to 67 bytes for
      *               the original invoice number each entry now
      *               carries.
      *  -            Widen the invoice history record to 82 bytes for
      *               the SKU code each entry now carries.
      *  -            Widen the SKU master record to 61 bytes for the
      *               vendor number each entry now carries.
      *  -            Accept 'LP' (loyalty points) as a valid payment
      *               type - the customer spends points off the
      *               loyalty master. An LP ring has to carry the
      *               customer number the points come off.
      *  -            Keep the active-customer condition on the
      *               active flag - widening the customer master
      *               had left it under the exemption expiry date,
      *               so no customer loaded as active.

       environment division.

               organization is indexed
               access is random
               record key is hl-invoice-num
               alternate record key is hl-customer-num
                   with duplicates
               file status is ws-hist-file-status.

           select valid-file assign        to
           05 il-trans-amount              pic 9(5)v99.
           05 il-pay-type                  pic xx.
               88 il-valid-type        value 'CA', 'CR', 'DB',
                                       'GC', 'LP'.
           05 il-store-num                 pic xx.
           05 il-invoice-num.
               10 il-invoice-alpha-1       pic x.
      *a long-list flag and an active flag
       fd sku-master-file
           data record is sku-master-line
               record contains 61 characters.
       01 sku-master-line.
           05 km-sku-code                  pic x(30).
           05 km-long-flag                 pic x.
           05 km-unit-price                pic 9(5)v99.
           05 km-eff-date                  pic x(8).
           05 km-end-date                  pic x(8).
           05 km-vendor-num                pic x(6).

      *customer master record - number, name, an active flag a
      *deactivated customer keeps on file, and the customer's
      *sales-tax exemption certificate when they hold one
       fd cust-master-file
           data record is cust-master-line
               record contains 51 characters.
       01 cust-master-line.
           05 cm-cust-num                  pic x(8).
           05 cm-cust-name                 pic x(20).
           05 cm-active-flag               pic x.
               88 cm-is-active          value 'A'.
           05 cm-exempt-cert               pic x(12).
           05 cm-exempt-type               pic xx.
           05 cm-exempt-expiry             pic x(8).

      *promotional price calendar record - SKU, window, price and
      *an active flag a closed promotion keeps on file
      *no part in the edits here
       fd history-file
           data record is history-line
               record contains 82 characters.
       01 history-line.
           05 hl-invoice-num               pic x(9).
           05 hl-trans-code                pic x.
           05 hl-posted-date               pic 9(8).
           05 hl-customer-num              pic x(8).
           05 hl-cashier-id                pic x(8).
           05 hl-orig-invoice-num          pic x(9).
           05 hl-sku-code                  pic x(15).

       working-storage section.

           value "CU".
       77 ws-code-cashier                   pic xx
           value "CI".
       77 ws-code-points-cust               pic xx
           value "PC".

      *the believable band around a SKU's unit price - half to
      *double covers markdowns and small multi-quantity rings
           value "CUSTOMER NOT FOUND".
       77 ws-in-cashier-msg                 pic x(18)
           value "CASHIER NOT FOUND".
       77 ws-in-points-cust-msg             pic x(18)
           value "NO POINTS ACCOUNT".

       procedure division.
           perform 004-settle-run-date.
                       perform 060-append-err-code
                   end-if
               end-if
      *points are spent off a customer's loyalty account - a
      *redemption with no customer keyed has nothing to come off
               if il-pay-type = 'LP' and il-customer-num = spaces
                   add 1                   to ws-cnt-errors
                   move ws-in-points-cust-msg
                                           to ws-in-cust-num
                   move ws-code-points-cust
                                           to ws-cur-err-code
                   perform 060-append-err-code
               end-if
      *a keyed cashier has to be on the cashier master - blank
      *just means a feed with no till signed on
               if il-cashier-id not = spaces
