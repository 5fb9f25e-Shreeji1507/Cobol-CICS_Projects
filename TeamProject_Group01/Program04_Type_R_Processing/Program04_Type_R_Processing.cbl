      *  -            Load the store master from its maintained
      *               data file at startup instead of a compiled-in
      *               copybook table.
      *  -            Refund no tax on a return to a customer holding
      *               a current exemption certificate, and drop every
      *               return to an exempt customer into
      *               project1ExemptRet.out for the exempt-sales
      *               audit.
      *  -            Judge the exemption certificate against the
      *               original sale's date off the invoice history
      *               master rather than the return's, falling back
      *               to the return's date only when the original
      *               sale isn't on history.

       environment division.

                              "../../../data/project1TaxRet.out"
               organization is line sequential.

      *every return rung to a customer holding an exemption, read
      *back by the tax remittance report for its exempt-sales audit
           select exempt-file assign       to
                              "../../../data/project1ExemptRet.out"
               organization is line sequential.

      *the customer master, for the customers holding a sales-tax
      *exemption certificate
           select cust-master-file assign  to
                               "../../../data/project1CustMaster.dat"
               organization is line sequential
               file status is ws-ctm-file-status.

      *the invoice history master, for the date of the original
      *sale an exempt customer's return goes back to - indexed on
      *the invoice number, so each lookup is one keyed read
           select history-file assign      to
                               "../../../data/project1InvHistory.dat"
               organization is indexed
               access is random
               record key is hl-invoice-num
               alternate record key is hl-customer-num
                   with duplicates
               file status is ws-hist-file-status.

      *plain comma-delimited extract of the same detail lines, for
      *pulling this run's data into a spreadsheet without having to
      *strip dollar signs and thousands commas back out
           05 tx-store-num                 pic xx.
           05 tx-tax-amount                pic 9(7)v99.

      *one return to a customer holding an exemption - the tax not
      *refunded on an exempt return, or the tax refunded when the
      *certificate had expired or was never given (E, X or M)
       fd exempt-file
           data record is exempt-line
               record contains 65 characters.
       01 exempt-line.
           05 ex-trans-code                pic x.
           05 ex-store-num                 pic xx.
           05 ex-invoice-num               pic x(9).
           05 ex-trans-date                pic x(8).
           05 ex-customer-num              pic x(8).
           05 ex-cert-num                  pic x(12).
           05 ex-exempt-type               pic xx.
           05 ex-cert-expiry               pic x(8).
           05 ex-trans-amount              pic 9(5)v99.
           05 ex-tax-amount                pic 9(5)v99.
           05 ex-cert-status               pic x.

      *customer master record - number, name, active flag and the
      *exemption certificate
       fd cust-master-file
           data record is cust-master-line
               record contains 51 characters.
       01 cust-master-line.
           05 cm-cust-num                  pic x(8).
           05 cm-cust-name                 pic x(20).
           05 cm-active-flag               pic x.
           05 cm-exempt-cert               pic x(12).
           05 cm-exempt-type               pic xx.
           05 cm-exempt-expiry             pic x(8).

      *invoice history master record
       fd history-file
           data record is history-line
               record contains 82 characters.
       01 history-line.
           05 hl-invoice-num               pic x(9).
           05 hl-trans-code                pic x.
           05 hl-store-num                 pic xx.
           05 hl-trans-amount              pic 9(5)v99.
           05 hl-trans-date                pic 9(8).
           05 hl-refunded-amount           pic 9(5)v99.
           05 hl-posted-date               pic 9(8).
           05 hl-customer-num              pic x(8).
           05 hl-cashier-id                pic x(8).
           05 hl-orig-invoice-num          pic x(9).
           05 hl-sku-code                  pic x(15).

       fd csv-file
           data record is csv-line
               record contains 110 characters.
       01 ws-cur-store-idx                 pic 99
           value 0.

      *the customers on the master holding an exemption, with
      *their certificates - everyone else is refunded tax as always
       01 ws-exempt-cust-table.
           05 ws-exc-entry                 occurs 2000 times
               indexed by ws-exc-idx.
               10 ws-exc-cust              pic x(8).
               10 ws-exc-cert              pic x(12).
               10 ws-exc-type              pic xx.
               10 ws-exc-expiry            pic x(8).
       01 ws-exc-count                     pic 9(4)
           value 0.
       01 ws-cur-exc-idx                   pic 9(4)
           value 0.
       01 ws-ctm-file-status                pic xx
           value spaces.
       01 ws-ctm-eof                        pic x
           value 'n'.
       01 ws-hist-file-status               pic xx
           value spaces.
       01 ws-hist-open-sw                   pic x
           value 'n'.
           88 ws-hist-open              value 'y'.

      *the day the certificate is judged on - the original sale's,
      *or the return's own when the sale can't be found
       01 ws-exempt-date                   pic x(8)
           value spaces.

      *how the current return's customer stands - not an exempt
      *customer, exempt on a current certificate, or an exempt
      *customer whose certificate had expired or is missing
       01 ws-exempt-status                 pic x
           value space.
           88 ws-not-exempt-cust        value space.
           88 ws-exempt-current         value 'E'.
           88 ws-exempt-expired         value 'X'.
           88 ws-exempt-no-cert         value 'M'.

      *the store's rate the exempt return would have carried, and
      *that tax - kept for the audit listing
       01 ws-exempt-rate                   pic 9v99
           value 0.
       01 ws-exempt-tax                    pic 9(5)v99
           value 0.

      *per-store running totals for returns, one entry per store in
      *the table
       01 ws-store-ret-totals.

       procedure division.
           perform 005-load-store-master.
           perform 006-load-exempt-customers.
      *no history master just leaves every certificate judged on
      *the return's own date
           open input history-file.
           if ws-hist-file-status = '00'
               move 'y'                    to ws-hist-open-sw
           end-if.
           open input input-file
                output output-file, recon-file, csv-file,
                       taxret-file, exempt-file.
           open extend audit-file.
           if ws-audit-file-status not = '00'
               open output audit-file
           write audit-line                from ws-audit-line.

           close input-file output-file, recon-file, csv-file,
                 taxret-file, exempt-file, audit-file.
           if ws-hist-open
               close history-file
           end-if.
           goback.
           

               close store-master-file
           end-if.

      *loads every customer carrying an exemption type - a
      *deactivated customer's certificate still governs the
      *returns of what was sold to them
       006-load-exempt-customers.
           open input cust-master-file
           if ws-ctm-file-status = '00'
               read cust-master-file
                   at end move 'y'         to ws-ctm-eof
               end-read
               perform until ws-ctm-eof = 'y'
                   if cm-exempt-type not = spaces
                       and ws-exc-count < 2000
                       add 1               to ws-exc-count
                       move cm-cust-num    to
                           ws-exc-cust (ws-exc-count)
                       move cm-exempt-cert to
                           ws-exc-cert (ws-exc-count)
                       move cm-exempt-type to
                           ws-exc-type (ws-exc-count)
                       move cm-exempt-expiry
                                           to
                           ws-exc-expiry (ws-exc-count)
                   end-if
                   read cust-master-file
                       at end move 'y'     to ws-ctm-eof
                   end-read
               end-perform
               close cust-master-file
           end-if.

      *main loop - a control record is stepped over (the trailer
      *verified as it goes by), a detail record is processed as
      *always
                                           to ws-cur-tax-rate
           end-if.

      *an exempt customer paid no tax, so none is refunded
           perform 085-check-exemption.
           move ws-cur-tax-rate            to ws-exempt-rate.
           if ws-exempt-current
               move 0                      to ws-cur-tax-rate
           end-if.

           compute ws-tax-owed rounded =
               il-trans-amount * ws-cur-tax-rate.
           add ws-tax-owed                 to ws-total-tax-owed.
                   ws-store-ret-tax (ws-cur-store-idx)
           end-if.

           if not ws-not-exempt-cust
               perform 090-write-exempt-ring
           end-if.

           write output-line               from ws-output-detail-line.

      *same detail line, plain comma-delimited for the CSV extract
               end-if
           end-perform.

      *looks the return's customer up among the exempt customers
      *and judges the certificate against the date of the sale
      *being returned - the tax was charged or not when it was
      *sold, so a certificate that lapsed since still covers it.
      *The return's own date stands in when the original invoice
      *isn't on the history master. A blank certificate or an
      *unusable expiry counts as missing
       085-check-exemption.
           move space                      to ws-exempt-status.
           move 0                          to ws-cur-exc-idx.
           if il-customer-num not = spaces
               perform varying ws-exc-idx from 1 by 1
                   until ws-exc-idx > ws-exc-count
                   if ws-exc-cust (ws-exc-idx) = il-customer-num
                       set ws-cur-exc-idx  to ws-exc-idx
                   end-if
               end-perform
           end-if.
           if ws-cur-exc-idx > 0
               perform 086-find-sale-date
               evaluate true
                   when ws-exc-cert (ws-cur-exc-idx) = spaces
                       move 'M'            to ws-exempt-status
                   when ws-exc-expiry (ws-cur-exc-idx)
                       is not numeric
                       move 'M'            to ws-exempt-status
                   when ws-exc-expiry (ws-cur-exc-idx)
                       < ws-exempt-date
                       move 'X'            to ws-exempt-status
                   when other
                       move 'E'            to ws-exempt-status
               end-evaluate
           end-if.

      *the original sale's date off the invoice history master
       086-find-sale-date.
           move il-trans-date              to ws-exempt-date.
           if ws-hist-open and il-orig-invoice-num not = spaces
               move il-orig-invoice-num    to hl-invoice-num
               read history-file
                   invalid key
                       continue
                   not invalid key
                       if hl-trans-date is numeric
                           and hl-trans-date > 0
                           move hl-trans-date
                                           to ws-exempt-date
                       end-if
               end-read
           end-if.

      *one exempt-customer return onto the audit handoff - the tax
      *not refunded when exempt, the tax refunded when not
       090-write-exempt-ring.
           compute ws-exempt-tax rounded =
               il-trans-amount * ws-exempt-rate.
           move il-trans-code              to ex-trans-code.
           move il-store-num               to ex-store-num.
           move il-invoice-num             to ex-invoice-num.
           move il-trans-date              to ex-trans-date.
           move il-customer-num            to ex-customer-num.
           move ws-exc-cert (ws-cur-exc-idx)
                                           to ex-cert-num.
           move ws-exc-type (ws-cur-exc-idx)
                                           to ex-exempt-type.
           move ws-exc-expiry (ws-cur-exc-idx)
                                           to ex-cert-expiry.
           move il-trans-amount            to ex-trans-amount.
           move ws-exempt-tax              to ex-tax-amount.
           move ws-exempt-status           to ex-cert-status.
           write exempt-line.

      *report heading
       100-report-heading.
           accept ws-date                  from date.
