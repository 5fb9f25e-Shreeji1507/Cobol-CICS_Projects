       identification division.
       program-id. Program44_Collusion.
       author. Shreeji Patel, Ryan Beckett, Mathew Kosterzewa.
       Date-Written. 15-Oct-2026.
      *Purpose     : This file is created for the purpose of the group
      *              project in MAFD-4202.
      *Description : This program runs after the nightly history
      *              post and reads the invoice history master's
      *              returns and voids across the whole retention
      *              window, totalling them per cashier and customer
      *              pair - the sweethearting pattern of one cashier
      *              refunding or voiding again and again for the
      *              same customer, which neither the cashier
      *              exception report nor the serial-returner
      *              report can see on its own. A pair past the
      *              agreed count or dollar threshold is flagged
      *              for loss prevention. Each return is also
      *              traced back to the sale it refunded, and a
      *              cashier refunding a sale they rang themselves
      *              is listed ring by ring. Walk-in rings (no
      *              customer keyed) and rings with no cashier are
      *              left out - there is no pair to judge.
      *Modifications:
      *  15-Oct-2026  Original.
      *  -            Widen the invoice history record to 82 bytes for
      *               the SKU code each entry now carries.

       environment division.

       input-output section.
       file-control.
      *the invoice history master kept by the nightly history
      *post - walked once front to back, then read by key for
      *each reversal's original sale. File status lets us tell
      *"no master yet" apart from a real open error
           select history-file assign      to
                               "../../../data/project1InvHistory.dat"
               organization is indexed
               access is dynamic
               record key is hl-invoice-num
               alternate record key is hl-customer-num
                   with duplicates
               file status is ws-hist-file-status.

      *the customer master kept by the maintenance program, for
      *the customer's name on the report
           select cust-master-file assign  to
                               "../../../data/project1CustMaster.dat"
               organization is line sequential
               file status is ws-ctm-file-status.

      *the collusion report
           select report-file assign       to
                               "../../../data/project1Collusion.out"
               organization is line sequential.

      *common operations log shared by all the programs - file
      *status lets us tell "first run, nothing to extend" apart
      *from a real open error
           select audit-file assign        to
                                   "../../../data/audit.log"
               organization is line sequential
               file status is ws-audit-file-status.

       data division.
       file section.

      *invoice history record, as the nightly post keeps it - the
      *"*CONTROL*" record is stepped over
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

      *customer master record
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

       fd report-file
           data record is report-line
               record contains 110 characters.
       01 report-line                      pic x(110)
           value spaces.

      *common operations log record
       fd audit-file
           data record is audit-line
               record contains 84 characters.
       01 audit-line                       pic x(84)
           value spaces.

       working-storage section.

      *common operations log line, shared layout with the other
      *programs
       copy "AUDITLOG.cpy".

      *file statuses and switches
       01 ws-audit-file-status              pic xx
           value spaces.
       01 ws-hist-file-status               pic xx
           value spaces.
       01 ws-ctm-file-status                pic xx
           value spaces.
       01 ws-hist-eof                      pic x
           value 'n'.
       01 ws-ctm-eof                       pic x
           value 'n'.

      *the key of the master's own control record
       77 ws-hist-control-key               pic x(9)
           value "*CONTROL*".

      *every return and void with both a cashier and a customer,
      *held off the walk so each one's original sale can be read
      *by key afterwards
       01 ws-rev-table.
           05 ws-rv-entry                  occurs 5000 times
               indexed by ws-rv-idx.
               10 ws-rv-invoice            pic x(9).
               10 ws-rv-trans-code         pic x.
               10 ws-rv-store              pic xx.
               10 ws-rv-date               pic 9(8).
               10 ws-rv-amount             pic 9(5)v99.
               10 ws-rv-customer           pic x(8).
               10 ws-rv-cashier            pic x(8).
               10 ws-rv-orig-invoice       pic x(9).
       01 ws-rv-count                      pic 9(4)
           value 0.

      *per cashier-customer pair totals, grown in the order the
      *pairs are met on the history
       01 ws-pair-table.
           05 ws-pr-entry                  occurs 5000 times
               indexed by ws-pr-idx.
               10 ws-pr-cashier            pic x(8).
               10 ws-pr-customer           pic x(8).
               10 ws-pr-ret-count          pic 9(5).
               10 ws-pr-ret-amount         pic 9(7)v99.
               10 ws-pr-void-count         pic 9(5).
               10 ws-pr-void-amount        pic 9(7)v99.
               10 ws-pr-own-count          pic 9(5).
       01 ws-pr-count                      pic 9(4)
           value 0.
       01 ws-cur-pr-idx                    pic 9(4)
           value 0.

      *customer names off the master, for the report
       01 ws-name-table.
           05 ws-nm-entry                  occurs 5000 times
               indexed by ws-nm-idx.
               10 ws-nm-cust-num           pic x(8).
               10 ws-nm-cust-name          pic x(20).
       01 ws-nm-count                      pic 9(4)
           value 0.
       01 ws-look-cust                     pic x(8)
           value spaces.
       01 ws-look-name                     pic x(20)
           value spaces.

      *a pair's rings and dollars, both kinds together
       01 ws-pair-rings                    pic 9(5)
           value 0.
       01 ws-pair-amount                   pic 9(7)v99
           value 0.

      *counts for the footer and the audit log
       01 ws-total-reversals               pic 9(5)
           value 0.
       01 ws-total-excluded                pic 9(5)
           value 0.
       01 ws-total-flagged                 pic 9(4)
           value 0.
       01 ws-total-own                     pic 9(5)
           value 0.

      *a pair past either threshold across the retention window
      *goes to loss prevention
       77 ws-flag-count-threshold           pic 99
           value 3.
       77 ws-flag-amount-threshold          pic 9(5)v99
           value 500.00.

      *report header
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
           05 filler                       pic x(40)
               value "CASHIER-CUSTOMER COLLUSION REPORT".

      *pair section
       01 ws-pair-title                    pic x(50)
           value "  RETURNS AND VOIDS BY CASHIER AND CUSTOMER".
       01 ws-pair-headings.
           05 filler                       pic x(1)
               value spaces.
           05 filler                       pic x(10)
               value "CASHIER".
           05 filler                       pic x(10)
               value "CUSTOMER".
           05 filler                       pic x(22)
               value "NAME".
           05 filler                       pic x(8)
               value "RETURNS".
           05 filler                       pic x(13)
               value "DOLLARS".
           05 filler                       pic x(7)
               value "VOIDS".
           05 filler                       pic x(13)
               value "DOLLARS".
           05 filler                       pic x(5)
               value "OWN".
           05 filler                       pic x(20)
               value "DISPOSITION".
       01 ws-pair-underlines.
           05 filler                       pic x(1)
               value spaces.
           05 filler                       pic x(10)
               value "-------".
           05 filler                       pic x(10)
               value "--------".
           05 filler                       pic x(22)
               value "----".
           05 filler                       pic x(8)
               value "-------".
           05 filler                       pic x(13)
               value "-------".
           05 filler                       pic x(7)
               value "-----".
           05 filler                       pic x(13)
               value "-------".
           05 filler                       pic x(5)
               value "---".
           05 filler                       pic x(20)
               value "-----------".
       01 ws-pair-detail-line.
           05 filler                       pic x(1)
               value spaces.
           05 ws-pd-cashier                pic x(8)
               value spaces.
           05 filler                       pic x(2)
               value spaces.
           05 ws-pd-customer               pic x(8)
               value spaces.
           05 filler                       pic x(2)
               value spaces.
           05 ws-pd-name                   pic x(20)
               value spaces.
           05 filler                       pic x(2)
               value spaces.
           05 ws-pd-ret-count              pic zz,zz9
               value 0.
           05 filler                       pic x(1)
               value spaces.
           05 ws-pd-ret-amount             pic $$$$,$$9.99
               value 0.
           05 filler                       pic x(1)
               value spaces.
           05 ws-pd-void-count             pic zz,zz9
               value 0.
           05 filler                       pic x(1)
               value spaces.
           05 ws-pd-void-amount            pic $$$$,$$9.99
               value 0.
           05 filler                       pic x(1)
               value spaces.
           05 ws-pd-own-count              pic zzz9
               value 0.
           05 filler                       pic x(1)
               value spaces.
           05 ws-pd-flag                   pic x(20)
               value spaces.

      *own-sale section - one line per return of a sale the same
      *cashier rang
       01 ws-own-title                     pic x(50)
           value "  RETURNS AGAINST THE CASHIER'S OWN SALE".
       01 ws-own-headings.
           05 filler                       pic x(1)
               value spaces.
           05 filler                       pic x(10)
               value "CASHIER".
           05 filler                       pic x(10)
               value "CUSTOMER".
           05 filler                       pic x(7)
               value "STORE".
           05 filler                       pic x(11)
               value "INVOICE".
           05 filler                       pic x(5)
               value "CODE".
           05 filler                       pic x(10)
               value "DATE".
           05 filler                       pic x(13)
               value "AMOUNT".
           05 filler                       pic x(11)
               value "ORIGINAL".
           05 filler                       pic x(10)
               value "SALE DATE".
       01 ws-own-underlines.
           05 filler                       pic x(1)
               value spaces.
           05 filler                       pic x(10)
               value "-------".
           05 filler                       pic x(10)
               value "--------".
           05 filler                       pic x(7)
               value "-----".
           05 filler                       pic x(11)
               value "-------".
           05 filler                       pic x(5)
               value "----".
           05 filler                       pic x(10)
               value "--------".
           05 filler                       pic x(13)
               value "------".
           05 filler                       pic x(11)
               value "--------".
           05 filler                       pic x(10)
               value "---------".
       01 ws-own-detail-line.
           05 filler                       pic x(1)
               value spaces.
           05 ws-od-cashier                pic x(8)
               value spaces.
           05 filler                       pic x(2)
               value spaces.
           05 ws-od-customer               pic x(8)
               value spaces.
           05 filler                       pic x(2)
               value spaces.
           05 ws-od-store                  pic xx
               value spaces.
           05 filler                       pic x(5)
               value spaces.
           05 ws-od-invoice                pic x(9)
               value spaces.
           05 filler                       pic x(2)
               value spaces.
           05 ws-od-code                   pic x
               value spaces.
           05 filler                       pic x(4)
               value spaces.
           05 ws-od-date                   pic 9(8)
               value 0.
           05 filler                       pic x(1)
               value spaces.
           05 ws-od-amount                 pic $$$,$$9.99
               value 0.
           05 filler                       pic x(3)
               value spaces.
           05 ws-od-orig-invoice           pic x(9)
               value spaces.
           05 filler                       pic x(2)
               value spaces.
           05 ws-od-orig-date              pic 9(8)
               value 0.

       01 ws-none-line                     pic x(20)
           value "    NONE".

      *footer
       01 ws-footer-line.
           05 filler                       pic x
               value spaces.
           05 filler                       pic x(25)
               value "RETURNS AND VOIDS READ =".
           05 ws-fl-reversals              pic zz,zz9
               value 0.
           05 filler                       pic x(4)
               value spaces.
           05 filler                       pic x(20)
               value "WALK-IN/NO CASHIER =".
           05 ws-fl-excluded               pic zz,zz9
               value 0.
           05 filler                       pic x(4)
               value spaces.
           05 filler                       pic x(16)
               value "PAIRS FLAGGED =".
           05 ws-fl-flagged                pic z,zz9
               value 0.
           05 filler                       pic x(4)
               value spaces.
           05 filler                       pic x(11)
               value "OWN SALE =".
           05 ws-fl-own                    pic zz,zz9
               value 0.

      *line printed when there is no history to report from yet
       01 ws-no-master-line                pic x(46)
           value "  NO INVOICE HISTORY ON FILE - NOTHING TO SHOW".

      *wording
       77 ws-flag-msg                      pic x(20)
           value "** LOSS PREVENTION".

       procedure division.
           open output report-file.

           accept ws-date                  from date.
           accept ws-time                  from time.

           write report-line               from spaces.
           write report-line               from ws-report-header.
           write report-line               from spaces.

           perform 050-load-cust-names.
           perform 100-collect-reversals.

           if ws-hist-file-status not = '00' and ws-rv-count = 0
               write report-line           from ws-no-master-line
           else
               perform 200-total-pairs
               perform 300-print-pair-lines
               perform 400-print-own-sales
               perform 500-report-footer
           end-if.

           perform 600-write-audit-line.

           close report-file.
           goback.

      *customer names off the master, inactive too - a flagged
      *customer who has since been deactivated still needs naming
       050-load-cust-names.
           open input cust-master-file
           if ws-ctm-file-status = '00'
               read cust-master-file
                   at end move 'y'         to ws-ctm-eof
               end-read
               perform until ws-ctm-eof = 'y'
                   if ws-nm-count < 5000
                       add 1               to ws-nm-count
                       move cm-cust-num    to
                           ws-nm-cust-num (ws-nm-count)
                       move cm-cust-name   to
                           ws-nm-cust-name (ws-nm-count)
                   end-if
                   read cust-master-file
                       at end move 'y'     to ws-ctm-eof
                   end-read
               end-perform
               close cust-master-file
           end-if.

      *every return and void on the history master with both a
      *cashier and a customer - the retention purge has already
      *bounded the window. The master is left open for the keyed
      *reads that follow
       100-collect-reversals.
           open input history-file
           if ws-hist-file-status = '00'
               read history-file next record
                   at end move 'y'         to ws-hist-eof
               end-read
               perform until ws-hist-eof = 'y'
                   if hl-invoice-num not = ws-hist-control-key
                       and (hl-trans-code = 'R'
                           or hl-trans-code = 'V')
                       perform 150-hold-one-reversal
                   end-if
                   read history-file next record
                       at end move 'y'     to ws-hist-eof
                   end-read
               end-perform
           end-if.

       150-hold-one-reversal.
           add 1                           to ws-total-reversals.
           if hl-customer-num = spaces or hl-cashier-id = spaces
               add 1                       to ws-total-excluded
           else
               if ws-rv-count < 5000
                   add 1                   to ws-rv-count
                   move hl-invoice-num     to
                       ws-rv-invoice (ws-rv-count)
                   move hl-trans-code      to
                       ws-rv-trans-code (ws-rv-count)
                   move hl-store-num       to
                       ws-rv-store (ws-rv-count)
                   move hl-trans-date      to
                       ws-rv-date (ws-rv-count)
                   move 0                  to
                       ws-rv-amount (ws-rv-count)
                   if hl-trans-amount is numeric
                       move hl-trans-amount
                                           to
                           ws-rv-amount (ws-rv-count)
                   end-if
                   move hl-customer-num    to
                       ws-rv-customer (ws-rv-count)
                   move hl-cashier-id      to
                       ws-rv-cashier (ws-rv-count)
                   move hl-orig-invoice-num
                                           to
                       ws-rv-orig-invoice (ws-rv-count)
               end-if
           end-if.

      *each held reversal into its pair's bucket
       200-total-pairs.
           perform varying ws-rv-idx from 1 by 1
               until ws-rv-idx > ws-rv-count
               perform 250-find-or-add-pair
               if ws-cur-pr-idx > 0
                   if ws-rv-trans-code (ws-rv-idx) = 'R'
                       add 1               to
                           ws-pr-ret-count (ws-cur-pr-idx)
                       add ws-rv-amount (ws-rv-idx)
                                           to
                           ws-pr-ret-amount (ws-cur-pr-idx)
                   else
                       add 1               to
                           ws-pr-void-count (ws-cur-pr-idx)
                       add ws-rv-amount (ws-rv-idx)
                                           to
                           ws-pr-void-amount (ws-cur-pr-idx)
                   end-if
               end-if
           end-perform.

      *looks the pair up in the totals table, adding a new zeroed
      *entry when it hasn't been seen; 0 only when the table is
      *already full and the pair new
       250-find-or-add-pair.
           move 0                          to ws-cur-pr-idx
           perform varying ws-pr-idx from 1 by 1
               until ws-pr-idx > ws-pr-count
               if ws-pr-cashier (ws-pr-idx) = ws-rv-cashier (ws-rv-idx)
                   and ws-pr-customer (ws-pr-idx)
                       = ws-rv-customer (ws-rv-idx)
                   set ws-cur-pr-idx       to ws-pr-idx
               end-if
           end-perform.
           if ws-cur-pr-idx = 0 and ws-pr-count < 5000
               add 1                       to ws-pr-count
               move ws-rv-cashier (ws-rv-idx)
                                           to
                   ws-pr-cashier (ws-pr-count)
               move ws-rv-customer (ws-rv-idx)
                                           to
                   ws-pr-customer (ws-pr-count)
               move 0                      to
                   ws-pr-ret-count (ws-pr-count)
               move 0                      to
                   ws-pr-ret-amount (ws-pr-count)
               move 0                      to
                   ws-pr-void-count (ws-pr-count)
               move 0                      to
                   ws-pr-void-amount (ws-pr-count)
               move 0                      to
                   ws-pr-own-count (ws-pr-count)
               move ws-pr-count            to ws-cur-pr-idx
           end-if.

      *one line per pair, flagged past either threshold. The
      *own-sale count is filled in from the keyed reads, so the
      *pair lines are built first and printed after it
       300-print-pair-lines.
           if ws-hist-file-status = '00'
               perform varying ws-rv-idx from 1 by 1
                   until ws-rv-idx > ws-rv-count
                   if ws-rv-trans-code (ws-rv-idx) = 'R'
                       and ws-rv-orig-invoice (ws-rv-idx) not = spaces
                       perform 350-count-own-sale
                   end-if
               end-perform
           end-if.

           write report-line               from ws-pair-title.
           write report-line               from ws-pair-headings.
           write report-line               from ws-pair-underlines.
           perform varying ws-pr-idx from 1 by 1
               until ws-pr-idx > ws-pr-count
               move ws-pr-cashier (ws-pr-idx)
                                           to ws-pd-cashier
               move ws-pr-customer (ws-pr-idx)
                                           to ws-pd-customer
               move ws-pr-customer (ws-pr-idx)
                                           to ws-look-cust
               perform 380-name-this-customer
               move ws-look-name           to ws-pd-name
               move ws-pr-ret-count (ws-pr-idx)
                                           to ws-pd-ret-count
               move ws-pr-ret-amount (ws-pr-idx)
                                           to ws-pd-ret-amount
               move ws-pr-void-count (ws-pr-idx)
                                           to ws-pd-void-count
               move ws-pr-void-amount (ws-pr-idx)
                                           to ws-pd-void-amount
               move ws-pr-own-count (ws-pr-idx)
                                           to ws-pd-own-count
               compute ws-pair-rings =
                   ws-pr-ret-count (ws-pr-idx)
                   + ws-pr-void-count (ws-pr-idx)
               compute ws-pair-amount =
                   ws-pr-ret-amount (ws-pr-idx)
                   + ws-pr-void-amount (ws-pr-idx)
               if ws-pair-rings >= ws-flag-count-threshold
                   or ws-pair-amount >= ws-flag-amount-threshold
                   move ws-flag-msg        to ws-pd-flag
                   add 1                   to ws-total-flagged
               else
                   move spaces             to ws-pd-flag
               end-if
               write report-line           from ws-pair-detail-line
           end-perform.
           if ws-pr-count = 0
               write report-line           from ws-none-line
           end-if.

      *adds one to the pair's own-sale count when the return's
      *original sale was rung by the same cashier
       350-count-own-sale.
           move ws-rv-orig-invoice (ws-rv-idx)
                                           to hl-invoice-num.
           read history-file
               invalid key continue
               not invalid key
                   if hl-cashier-id = ws-rv-cashier (ws-rv-idx)
                       perform 250-find-or-add-pair
                       if ws-cur-pr-idx > 0
                           add 1           to
                               ws-pr-own-count (ws-cur-pr-idx)
                       end-if
                   end-if
           end-read.

      *the customer's name off the master, or a note that the
      *number isn't on it
       380-name-this-customer.
           move "(NOT ON MASTER)"          to ws-look-name.
           perform varying ws-nm-idx from 1 by 1
               until ws-nm-idx > ws-nm-count
               if ws-nm-cust-num (ws-nm-idx) = ws-look-cust
                   move ws-nm-cust-name (ws-nm-idx)
                                           to ws-look-name
               end-if
           end-perform.

      *every return whose original sale the same cashier rang,
      *one line each - the sale is read by key off the master
      *still open from the walk
       400-print-own-sales.
           write report-line               from spaces.
           write report-line               from ws-own-title.
           write report-line               from ws-own-headings.
           write report-line               from ws-own-underlines.
           if ws-hist-file-status = '00'
               perform varying ws-rv-idx from 1 by 1
                   until ws-rv-idx > ws-rv-count
                   if ws-rv-trans-code (ws-rv-idx) = 'R'
                       and ws-rv-orig-invoice (ws-rv-idx) not = spaces
                       perform 450-check-own-sale
                   end-if
               end-perform
               close history-file
           end-if.
           if ws-total-own = 0
               write report-line           from ws-none-line
           end-if.

       450-check-own-sale.
           move ws-rv-orig-invoice (ws-rv-idx)
                                           to hl-invoice-num.
           read history-file
               invalid key continue
               not invalid key
                   if hl-cashier-id = ws-rv-cashier (ws-rv-idx)
                       add 1               to ws-total-own
                       move ws-rv-cashier (ws-rv-idx)
                                           to ws-od-cashier
                       move ws-rv-customer (ws-rv-idx)
                                           to ws-od-customer
                       move ws-rv-store (ws-rv-idx)
                                           to ws-od-store
                       move ws-rv-invoice (ws-rv-idx)
                                           to ws-od-invoice
                       move ws-rv-trans-code (ws-rv-idx)
                                           to ws-od-code
                       move ws-rv-date (ws-rv-idx)
                                           to ws-od-date
                       move ws-rv-amount (ws-rv-idx)
                                           to ws-od-amount
                       move hl-invoice-num to ws-od-orig-invoice
                       move hl-trans-date  to ws-od-orig-date
                       write report-line   from ws-own-detail-line
                   end-if
           end-read.

       500-report-footer.
           move ws-total-reversals         to ws-fl-reversals.
           move ws-total-excluded          to ws-fl-excluded.
           move ws-total-flagged           to ws-fl-flagged.
           move ws-total-own               to ws-fl-own.
           write report-line               from spaces.
           write report-line               from ws-footer-line.

      *drops this run's summary onto the common operations log
       600-write-audit-line.
           accept ws-aud-date              from date.
           accept ws-aud-time              from time.
           move "Program44_Collusion"      to ws-aud-program.
           move ws-total-reversals         to ws-aud-in.
           move ws-pr-count                to ws-aud-out.
           move ws-total-flagged           to ws-aud-rejected.
           open extend audit-file.
           if ws-audit-file-status not = '00'
               open output audit-file
           end-if.
           write audit-line                from ws-audit-line.
           close audit-file.

       end program Program44_Collusion.
