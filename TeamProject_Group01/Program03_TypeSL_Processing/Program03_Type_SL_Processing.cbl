      *  -            Load the store master from its maintained
      *               data file at startup instead of a compiled-in
      *               copybook table.
      *  -            Tax a sale to a customer holding a current
      *               exemption certificate at zero, and drop every
      *               ring to an exempt customer - exempt, or taxed on
      *               an expired or missing certificate - into
      *               project1ExemptSL.out for the exempt-sales audit.

       environment division.

               file status is ws-stm-file-status.


      *the customer master, for the customers holding a sales-tax
      *exemption certificate
           select cust-master-file assign  to
                               "../../../data/project1CustMaster.dat"
               organization is line sequential
               file status is ws-ctm-file-status.

       select output-file assign           to
                               "../../../data/project1S&L-Report.out"
           organization is line sequential.
                              "../../../data/project1TaxSL.out"
           organization is line sequential.

      *every S&L ring to a customer holding an exemption, read back
      *by the tax remittance report for its exempt-sales audit
       select exempt-file assign           to
                              "../../../data/project1ExemptSL.out"
           organization is line sequential.

      *plain comma-delimited extract of the same detail lines, for
      *pulling this run's data into a spreadsheet without having to
      *strip dollar signs and thousands commas back out
           05 tx-store-num                 pic xx.
           05 tx-tax-amount                pic 9(7)v99.

      *one ring to a customer holding an exemption - the tax
      *forgone on an exempt sale, or the tax charged when the
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

       fd csv-file
           data record is csv-line
               record contains 90 characters.
           05 sm-district-code             pic xx.


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

      *operations alert record
       fd alert-file
           data record is alert-line
       01 ws-cur-store-idx                 pic 99
           value 0.

      *the customers on the master holding an exemption, with
      *their certificates - everyone else is taxed as always
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

      *how the current ring's customer stands - not an exempt
      *customer, exempt on a current certificate, or an exempt
      *customer whose certificate had expired or is missing
       01 ws-exempt-status                 pic x
           value space.
           88 ws-not-exempt-cust        value space.
           88 ws-exempt-current         value 'E'.
           88 ws-exempt-expired         value 'X'.
           88 ws-exempt-no-cert         value 'M'.

      *the store's rate the exempt ring would have paid, and that
      *tax - kept for the audit listing
       01 ws-exempt-rate                   pic 9v99
           value 0.
       01 ws-exempt-tax                    pic 9(5)v99
           value 0.

      *tax rate that applies to the current record - the current
      *store's rate, or the fallback constant if the store isn't
      *in the table

       procedure division.
           perform 005-load-store-master.
           perform 006-load-exempt-customers.
           open input input-file
                output output-file, recon-file, csv-file,
                       taxsl-file, exempt-file.
           open extend audit-file.
           if ws-audit-file-status not = '00'
               open output audit-file
           write audit-line                from ws-audit-line.

           close input-file output-file, recon-file, csv-file,
                 taxsl-file, exempt-file, audit-file.
           goback.


               close store-master-file
           end-if.

      *loads every customer carrying an exemption type - a
      *deactivated customer's certificate still governs the rings
      *already made to them
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

      *main processing records - a control record is stepped
      *over (the trailer verified as it goes by), a detail record
      *is processed as always
                                           to ws-cur-tax-rate
           end-if.

      *a customer exempt on a certificate current at the sale
      *date pays no tax
           perform 085-check-exemption.
           move ws-cur-tax-rate            to ws-exempt-rate.
           if ws-exempt-current
               move 0                      to ws-cur-tax-rate
           end-if.

      *if the code is "S" then add to the add specifics
           if (il-trans-code = 'S') then
               add 1                       to ws-total-s-records
                   ws-store-sl-tax (ws-cur-store-idx)
           end-if.

           if not ws-not-exempt-cust
               perform 090-write-exempt-ring
           end-if.

      *calculate total values        
           compute ws-total-tax-owing =
               ws-total-l-tax-owing + ws-total-s-tax-owing.
               end-if
           end-perform.

      *looks the ring's customer up among the exempt customers and
      *judges the certificate against the sale date - a blank
      *certificate or an unusable expiry counts as missing
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
               evaluate true
                   when ws-exc-cert (ws-cur-exc-idx) = spaces
                       move 'M'            to ws-exempt-status
                   when ws-exc-expiry (ws-cur-exc-idx)
                       is not numeric
                       move 'M'            to ws-exempt-status
                   when ws-exc-expiry (ws-cur-exc-idx)
                       < il-trans-date
                       move 'X'            to ws-exempt-status
                   when other
                       move 'E'            to ws-exempt-status
               end-evaluate
           end-if.

      *one exempt-customer ring onto the audit handoff - the tax
      *forgone when exempt, the tax charged when not
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

      *different pay type
       200-pay-type-calc.
           if (il-pay-type = 'CA')
