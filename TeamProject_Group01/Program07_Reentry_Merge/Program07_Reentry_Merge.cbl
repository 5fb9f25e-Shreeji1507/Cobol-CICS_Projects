      *               Program01_Edit - the header, the queue date
      *               stamps and the as-of fallback carry the day
      *               the batch belongs to.
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
      *  -            List every correction merged or queued again on
      *               project1ReentryList.out with the user who keyed
      *               it on the RKY1 screen, carried after the wide
      *               layout's last byte.
      *  -            Widen the SKU master record to 61 bytes for the
      *               vendor number each entry now carries.
      *  -            Accept 'LP' (loyalty points) as a valid payment
      *               type, and require the customer number on an LP
      *               ring, matching Program01_Edit.
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

      *the main run's accepted records - read first to seed the
               organization is line sequential
               file status is ws-alert-file-status.

      *the re-entry listing - every correction, where it went and
      *who keyed it
           select report-file assign       to
                               "../../../data/project1ReentryList.out"
               organization is line sequential.

       data division.
       file section.
      *the business date the consolidation step leaves
           05 il-trans-amount              pic 9(5)v99.
           05 il-pay-type                  pic xx.
               88 il-valid-type        value 'CA', 'CR', 'DB',
                                       'GC', 'LP'.
           05 il-store-num                 pic xx.
           05 il-invoice-num.
               10 il-invoice-alpha-1       pic x.
           05 il-exchange-sku              pic x(15).
           05 il-customer-num              pic x(8).
           05 il-cashier-id                pic x(8).
      *the user who keyed the correction on the RKY1 screen, after
      *the wide layout's last byte whichever layout the record is
      *in - blank for a correction delivered by file
           05 filler                       pic x(30).
           05 il-keyed-by                  pic x(8).

      *wide-SKU record variant for stores on the newer POS vendor -
      *same common prefix through the invoice number, then 30-
       01 alert-line                       pic x(96)
           value spaces.

       fd report-file
           data record is report-line
               record contains 100 characters.
       01 report-line                      pic x(100)
           value spaces.

      *store master record - code, tax rate, long-SKU flag and an
      *active flag a deactivated store keeps on file
       fd store-master-file
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

       01 ws-total-invalid-records         pic 9(5)
           value 0.

      *re-entry listing header
       01 ws-report-header.
           05 filler                       pic x(2)
               value spaces.
           05 ws-date                      pic 99/99/99
               value 0.
           05 filler                       pic x(4)
               value spaces.
           05 ws-time                      pic 99b99b99b99
               value 0.
           05 filler                       pic x(8)
               value spaces.
           05 filler                       pic x(22)
               value "RE-ENTRY MERGE LISTING".

       01 ws-no-corrections-line           pic x(40)
           value "  NO CORRECTIONS TODAY".

      *column headings
       01 ws-list-headings.
           05 filler                       pic x(2)
               value spaces.
           05 filler                       pic x(11)
               value "INVOICE".
           05 filler                       pic x(6)
               value "CODE".
           05 filler                       pic x(7)
               value "STORE".
           05 filler                       pic x(9)
               value "   AMOUNT".
           05 filler                       pic x(4)
               value spaces.
           05 filler                       pic x(10)
               value "KEYED BY".
           05 filler                       pic x(16)
               value "OUTCOME".
           05 filler                       pic x(10)
               value "EDIT CODES".

      *one listing line per correction
       01 ws-list-line.
           05 filler                       pic x(2)
               value spaces.
           05 ws-ll-invoice                pic x(9)
               value spaces.
           05 filler                       pic x(2)
               value spaces.
           05 ws-ll-code                   pic x
               value spaces.
           05 filler                       pic x(5)
               value spaces.
           05 ws-ll-store                  pic xx
               value spaces.
           05 filler                       pic x(5)
               value spaces.
           05 ws-ll-amount                 pic zz,zz9.99
               value 0.
           05 ws-ll-amount-x redefines ws-ll-amount
                                           pic x(9).
           05 filler                       pic x(4)
               value spaces.
           05 ws-ll-keyed-by               pic x(8)
               value spaces.
           05 filler                       pic x(2)
               value spaces.
           05 ws-ll-outcome                pic x(14)
               value spaces.
           05 filler                       pic x(2)
               value spaces.
           05 ws-ll-codes                  pic x(21)
               value spaces.

      *listing footer
       01 ws-list-footer.
           05 filler                       pic x(2)
               value spaces.
           05 filler                       pic x(14)
               value "CORRECTIONS =".
           05 ws-lf-records                pic zz,zz9
               value 0.
           05 filler                       pic x(4)
               value spaces.
           05 filler                       pic x(9)
               value "MERGED =".
           05 ws-lf-valid                  pic zz,zz9
               value 0.
           05 filler                       pic x(4)
               value spaces.
           05 filler                       pic x(11)
               value "REQUEUED =".
           05 ws-lf-invalid                pic zz,zz9
               value 0.

      *listing wording
       77 ws-merged-text                   pic x(14)
           value "MERGED".
       77 ws-rekey-text                    pic x(14)
           value "REKEY QUEUE".
       77 ws-review-text                   pic x(14)
           value "MANAGER REVIEW".
       77 ws-by-file                       pic x(8)
           value "(FILE)".

      *the balance count read back from Program01's run, rewritten
      *with the survivors added in
       01 ws-balance-count                 pic 9(5)
           value "CU".
       77 ws-code-cashier                   pic xx
           value "CI".
       77 ws-code-points-cust               pic xx
           value "PC".

      *the believable band around a SKU's unit price - half to
      *double covers markdowns and small multi-quantity rings
           perform 006d-load-cashier-master.
           perform 007-open-invoice-history.

           open output report-file.
           accept ws-date                  from date.
           accept ws-time                  from time.
           write report-line               from spaces.
           write report-line               from ws-report-header.
           write report-line               from spaces.

      *no corrected-records file just means nothing was rekeyed
      *today - log a zero run and end cleanly
           open input correct-file.
           if ws-corr-file-status not = '00'
               write report-line           from ws-no-corrections-line
               close report-file
               perform 400-write-audit-line
               goback
           end-if.
           write report-line               from ws-list-headings.

      *verify the valid file's control records and hold it whole -
      *its invoices seed the duplicate table, its records go back
                       perform 060-append-err-code
                   end-if
               end-if
      *points are spent off a customer's loyalty account - a
      *redemption with no customer keyed has nothing to come off
               if il-pay-type = 'LP' and il-customer-num = spaces
                   add 1                   to ws-cnt-errors
                   move ws-code-points-cust
                                           to ws-cur-err-code
                   perform 060-append-err-code
               end-if
      *a keyed cashier has to be on the cashier master - blank
      *just means a feed with no till signed on
               if il-cashier-id not = spaces
                                       to ws-id-rejected-date
                   if ws-needs-manager-review
                       write review-line  from ws-invalid-details
                       move ws-review-text
                                       to ws-ll-outcome
                   else
                       write rekey-line   from ws-invalid-details
                       move ws-rekey-text
                                       to ws-ll-outcome
                   end-if
                   move ws-err-code-list
                                       to ws-ll-codes
                   perform 220-list-correction
               else
                   add 1 to ws-total-valid-records
                   perform 210-buffer-survivor
                   move ws-merged-text to ws-ll-outcome
                   move spaces         to ws-ll-codes
                   perform 220-list-correction
      *an accepted return uses up the original's unrefunded value
      *right away, matching Program01_Edit
                   if il-trans-code = 'R' and ws-orig-found

           perform 400-write-audit-line.

           move ws-total-records           to ws-lf-records.
           move ws-total-valid-records     to ws-lf-valid.
           move ws-total-invalid-records   to ws-lf-invalid.
           write report-line               from spaces.
           write report-line               from ws-list-footer.
           close report-file.

           if ws-hist-is-open
               close history-file
           end-if.
               add il-trans-amount         to ws-valid-hash
           end-if.

      *one listing line for the correction just routed - the
      *outcome and edit codes are set by the caller
       220-list-correction.
           move il-invoice-num             to ws-ll-invoice.
           move il-trans-code              to ws-ll-code.
           move il-store-num               to ws-ll-store.
           if il-trans-amount is numeric
               move il-trans-amount        to ws-ll-amount
           else
               move spaces                 to ws-ll-amount-x
           end-if.
           if il-keyed-by = spaces
               move ws-by-file             to ws-ll-keyed-by
           else
               move il-keyed-by            to ws-ll-keyed-by
           end-if.
           write report-line               from ws-list-line.

      *writes the whole valid file back out with a fresh header
      *and a trailer covering the merged records
       310-rewrite-valid-file.
