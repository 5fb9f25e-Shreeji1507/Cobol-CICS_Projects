       identification division.
       program-id. Program54_RTV_Claims.
       author. Shreeji Patel, Ryan Beckett, Mathew Kosterzewa.
       Date-Written. 15-Oct-2026.
      *Purpose     : This file is created for the purpose of the group
      *              project in MAFD-4202.
      *Description : This program bills our suppliers for the
      *              defective and damaged goods customers brought
      *              back. Every return waiting on the return-to-
      *              vendor pending file (gathered nightly by
      *              Program53_RTV_Accumulate) is charged to the
      *              vendor the SKU master names for its SKU, and
      *              one claim is raised per vendor, its lines
      *              grouped by SKU - one unit per return line, at
      *              the SKU's unit price (the refund stands in for
      *              a SKU with no price on file). Each claim prints
      *              as a document to send the vendor, with the
      *              vendor's claim address, return terms and the
      *              date of the last claim raised against it, and
      *              goes onto the claims interface file for
      *              accounts payable between the usual header and
      *              trailer. Every return claimed goes on the
      *              claimed ledger with its claim number and comes
      *              off the pending file, so no return is ever
      *              billed twice. A return whose SKU is not on the
      *              master, carries no vendor, or names a vendor
      *              not on the vendor master stays pending and is
      *              listed for merchandising to put right. Run on
      *              demand, outside the daily chain, like the
      *              master maintenance program.
      *Modifications:
      *  15-Oct-2026  Original.

       environment division.

       input-output section.
       file-control.
      *the SKU master kept by the maintenance program, for each
      *SKU's vendor and unit price
           select sku-master-file assign   to
                               "../../../data/project1SkuMaster.dat"
               organization is line sequential
               file status is ws-skm-file-status.

      *the vendor master kept by the maintenance program
           select vendor-master-file assign to
                               "../../../data/project1VendorMaster.dat"
               organization is line sequential
               file status is ws-vnm-file-status.

      *the returns waiting for a claim - read in whole, then
      *written back without the ones claimed
           select pending-file assign      to
                               "../../../data/project1RtvPending.dat"
               organization is line sequential
               file status is ws-pnd-file-status.

      *every return already claimed, one line each
           select claimed-file assign      to
                               "../../../data/project1RtvClaimed.dat"
               organization is line sequential
               file status is ws-clm-file-status.

      *the claims interface file for accounts payable
           select claims-file assign       to
                               "../../../data/project1RtvClaims.dat"
               organization is line sequential.

      *the claim documents
           select report-file assign       to
                               "../../../data/project1RtvClaim.out"
               organization is line sequential.

      *the chain run lock run_all.sh holds while a pass runs, and
      *the override operations keys to run in spite of it
           select run-lock-file assign     to
                               "../../../data/project1RunLock.dat"
               organization is line sequential
               file status is ws-rlk-file-status.

           select lock-override-file assign to
                               "../../../data/project1LockOverride.dat"
               organization is line sequential
               file status is ws-lov-file-status.

      *operations alert file - a refused or overridden run is
      *flagged there
           select alert-file assign        to
                                   "../../../data/opsalert.log"
               organization is line sequential
               file status is ws-alert-file-status.

      *common operations log shared by all the programs - file
      *status lets us tell "first run, nothing to extend" apart
      *from a real open error
           select audit-file assign        to
                                   "../../../data/audit.log"
               organization is line sequential
               file status is ws-audit-file-status.

       data division.
       file section.

      *SKU master record
       fd sku-master-file
           data record is sku-master-line
               record contains 61 characters.
       01 sku-master-line.
           05 km-sku-code                  pic x(30).
           05 km-long-flag                 pic x.
           05 km-active-flag               pic x.
           05 km-unit-price                pic 9(5)v99.
           05 km-eff-date                  pic x(8).
           05 km-end-date                  pic x(8).
           05 km-vendor-num                pic x(6).

      *vendor master record
       fd vendor-master-file
           data record is vendor-master-line
               record contains 59 characters.
       01 vendor-master-line.
           05 vm-vendor-num                pic x(6).
           05 vm-vendor-name               pic x(20).
           05 vm-claim-addr                pic x(30).
           05 vm-rtv-terms                 pic xx.
           05 vm-active-flag               pic x.

      *one return waiting to be claimed, as the accumulation
      *step leaves it
       fd pending-file
           data record is pending-line
               record contains 60 characters.
       01 pending-line.
           05 rp-ret-invoice               pic x(9).
           05 rp-orig-invoice              pic x(9).
           05 rp-store-num                 pic xx.
           05 rp-sku-code                  pic x(15).
           05 rp-reason                    pic xx.
           05 rp-amount                    pic 9(5)v99.
           05 rp-trans-date                pic x(8).
           05 rp-taken-date                pic 9(8).

      *one return claimed - the return, the claim it went on,
      *the vendor and the claim date
       fd claimed-file
           data record is claimed-line
               record contains 56 characters.
       01 claimed-line.
           05 rc-ret-invoice               pic x(9).
           05 rc-store-num                 pic xx.
           05 rc-sku-code                  pic x(15).
           05 rc-trans-date                pic x(8).
           05 rc-claim-num                 pic 9(6).
           05 rc-vendor-num                pic x(6).
           05 rc-claim-date                pic 9(8).
           05 filler                       pic xx.

      *one claim line - a vendor's SKU, the units coming back,
      *what we charge for each and for the lot
       fd claims-file
           data record is claims-line
               record contains 70 characters.
       01 claims-line.
           05 cf-claim-num                 pic 9(6).
           05 cf-vendor-num                pic x(6).
           05 cf-sku-code                  pic x(30).
           05 cf-qty                       pic 9(4).
           05 cf-unit-cost                 pic 9(5)v99.
           05 cf-amount                    pic 9(7)v99.
           05 cf-claim-date                pic 9(8).

       fd report-file
           data record is report-line
               record contains 100 characters.
       01 report-line                      pic x(100)
           value spaces.

       fd run-lock-file
           data record is run-lock-line
               record contains 43 characters.
       01 run-lock-line                    pic x(43).

       fd lock-override-file
           data record is lock-override-line
               record contains 73 characters.
       01 lock-override-line               pic x(73).

      *operations alert record
       fd alert-file
           data record is alert-line
               record contains 96 characters.
       01 alert-line                       pic x(96)
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

      *operations alert line, shared layout with the other
      *programs
       copy "OPSALERT.cpy".

      *the chain run lock and its override
       copy "RUNLOCK.cpy".

      *header/trailer control records bracketing every handoff
      *file
       copy "CTLREC.cpy".

       01 ws-rlk-file-status               pic xx
           value spaces.
       01 ws-lov-file-status               pic xx
           value spaces.
       01 ws-alert-file-status             pic xx
           value spaces.
       01 ws-audit-file-status             pic xx
           value spaces.
       01 ws-skm-file-status               pic xx
           value spaces.
       01 ws-vnm-file-status               pic xx
           value spaces.
       01 ws-pnd-file-status               pic xx
           value spaces.
       01 ws-clm-file-status               pic xx
           value spaces.
       01 ws-lock-held-sw                  pic x
           value 'n'.
           88 ws-lock-held              value 'y'.
       01 ws-lock-overridden-sw            pic x
           value 'n'.
           88 ws-lock-overridden        value 'y'.
       01 ws-lock-today                    pic x(8)
           value spaces.
       01 ws-eof                           pic x
           value 'n'.

      *the claim date
       01 ws-run-date                      pic 9(8)
           value 0.

      *every SKU on the master, active or not - goods bought
      *under a SKU since retired can still come back faulty
       01 ws-sku-table.
           05 ws-sk-entry                  occurs 700 times
               indexed by ws-sk-idx.
               10 ws-sk-code               pic x(30).
               10 ws-sk-price              pic 9(5)v99.
               10 ws-sk-vendor             pic x(6).
       01 ws-sk-count                      pic 999
           value 0.

      *every vendor on the master, with the last claim raised
      *against it and what this run raises. A vendor since
      *deactivated still owes us for goods it sold us
       01 ws-vendor-table.
           05 ws-vn-entry                  occurs 500 times
               indexed by ws-vn-idx.
               10 ws-vn-num                pic x(6).
               10 ws-vn-name               pic x(20).
               10 ws-vn-addr               pic x(30).
               10 ws-vn-terms              pic xx.
               10 ws-vn-last-claim         pic 9(8).
               10 ws-vn-ready              pic 9(5).
               10 ws-vn-claim-num          pic 9(6).
       01 ws-vn-count                      pic 999
           value 0.

      *the pending file held in storage, each return judged
      *claimable or left for merchandising
       01 ws-pending-table.
           05 ws-pn-entry                  occurs 5000 times
               indexed by ws-pn-idx.
               10 ws-pn-ret-invoice        pic x(9).
               10 ws-pn-orig-invoice       pic x(9).
               10 ws-pn-store              pic xx.
               10 ws-pn-sku                pic x(15).
               10 ws-pn-reason             pic xx.
               10 ws-pn-amount             pic 9(5)v99.
               10 ws-pn-trans-date         pic x(8).
               10 ws-pn-taken-date         pic 9(8).
               10 ws-pn-vendor             pic x(6).
               10 ws-pn-vn-sub             pic 999.
               10 ws-pn-price              pic 9(5)v99.
               10 ws-pn-claim-num          pic 9(6).
               10 ws-pn-state              pic x.
                   88 ws-pn-claimable   value 'c'.
                   88 ws-pn-claimed     value 'b'.
                   88 ws-pn-dropped     value 'd'.
                   88 ws-pn-no-sku      value 's'.
                   88 ws-pn-no-vendor   value 'n'.
                   88 ws-pn-bad-vendor  value 'v'.
                   88 ws-pn-no-room     value 'r'.
       01 ws-pn-count                      pic 9(4)
           value 0.
       77 ws-max-pending                   pic 9(4)
           value 5000.

      *the returns claimed inside the look-back window, to catch
      *one billed by a claim run that stopped before the pending
      *file was written back
       01 ws-claimed-table.
           05 ws-cl-entry                  occurs 5000 times
               indexed by ws-cl-idx.
               10 ws-cl-ret-invoice        pic x(9).
               10 ws-cl-store              pic xx.
               10 ws-cl-sku                pic x(15).
       01 ws-cl-count                      pic 9(4)
           value 0.
       77 ws-claimed-window-days           pic 999
           value 120.
       01 ws-last-claim-num                pic 9(6)
           value 0.

      *one claim's lines, one per SKU, built for each vendor in
      *turn
       01 ws-line-table.
           05 ws-ln-entry                  occurs 300 times
               indexed by ws-ln-idx.
               10 ws-ln-sku                pic x(15).
               10 ws-ln-qty                pic 9(4).
               10 ws-ln-amount             pic 9(7)v99.
       01 ws-ln-count                      pic 999
           value 0.
       77 ws-max-lines                     pic 999
           value 300.
       01 ws-ln-found-sw                   pic x
           value 'n'.
           88 ws-ln-found               value 'y'.
       01 ws-unit-cost                     pic 9(5)v99
           value 0.
       01 ws-claim-qty                     pic 9(5)
           value 0.
       01 ws-claim-amount                  pic 9(7)v99
           value 0.

      *date arithmetic for the look-back window
       01 ws-calc-date                     pic 9(8)
           value 0.
       01 ws-calc-date-r redefines ws-calc-date.
           05 ws-calc-yyyy                 pic 9(4).
           05 ws-calc-mm                   pic 99.
           05 ws-calc-dd                   pic 99.
       01 ws-serial-day                    pic 9(7)
           value 0.
       01 ws-run-serial                    pic 9(7)
           value 0.
       01 ws-item-age                      pic s9(7)
           value 0.
       01 ws-ser-yyyy                      pic 9(5)
           value 0.
       01 ws-ser-mm                        pic 99
           value 0.
       01 ws-ser-t1                        pic 9(5)
           value 0.
       01 ws-ser-t2                        pic 9(5)
           value 0.
       01 ws-ser-t3                        pic 9(5)
           value 0.
       01 ws-ser-t4                        pic 9(5)
           value 0.
       01 ws-ser-m2                        pic 9(5)
           value 0.

      *run totals
       01 ws-total-pending                 pic 9(5)
           value 0.
       01 ws-total-claims                  pic 9(5)
           value 0.
       01 ws-total-lines                   pic 9(7)
           value 0.
       01 ws-total-claimed                 pic 9(5)
           value 0.
       01 ws-total-left                    pic 9(5)
           value 0.
       01 ws-total-dropped                 pic 9(5)
           value 0.
       01 ws-total-amount                  pic 9(9)v99
           value 0.
       01 ws-amount-hash                   pic 9(11)v99
           value 0.

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
           05 filler                       pic x(26)
               value "RETURN-TO-VENDOR CLAIMS".
           05 filler                       pic x(11)
               value "CLAIM DATE ".
           05 ws-rh-claim-date             pic 9(8)
               value 0.

      *one claim document's heading
       01 ws-claim-rule                    pic x(90)
           value all "-".
       01 ws-claim-head-1.
           05 filler                       pic x(2)
               value spaces.
           05 filler                       pic x(16)
               value "CLAIM NUMBER".
           05 ws-ch-claim-num              pic 9(6)
               value 0.
           05 filler                       pic x(8)
               value spaces.
           05 filler                       pic x(12)
               value "CLAIM DATE".
           05 ws-ch-claim-date             pic 9(8)
               value 0.
       01 ws-claim-head-2.
           05 filler                       pic x(2)
               value spaces.
           05 filler                       pic x(16)
               value "VENDOR".
           05 ws-ch-vendor                 pic x(6)
               value spaces.
           05 filler                       pic x(2)
               value spaces.
           05 ws-ch-vendor-name            pic x(20)
               value spaces.
       01 ws-claim-head-3.
           05 filler                       pic x(2)
               value spaces.
           05 filler                       pic x(16)
               value "CLAIM TO".
           05 ws-ch-addr                   pic x(30)
               value spaces.
       01 ws-claim-head-4.
           05 filler                       pic x(2)
               value spaces.
           05 filler                       pic x(16)
               value "TERMS".
           05 ws-ch-terms                  pic x(44)
               value spaces.
       01 ws-claim-head-5.
           05 filler                       pic x(2)
               value spaces.
           05 filler                       pic x(16)
               value "PREVIOUS CLAIM".
           05 ws-ch-previous               pic x(11)
               value spaces.
       01 ws-claim-cols.
           05 filler                       pic x(4)
               value spaces.
           05 filler                       pic x(32)
               value "SKU".
           05 filler                       pic x(8)
               value "   UNITS".
           05 filler                       pic x(14)
               value "     UNIT COST".
           05 filler                       pic x(16)
               value "          AMOUNT".

      *one claim line, and the claim's total
       01 ws-claim-line.
           05 filler                       pic x(4)
               value spaces.
           05 ws-cl-sku-out                pic x(30)
               value spaces.
           05 filler                       pic x(4)
               value spaces.
           05 ws-cl-qty-out                pic zz,zz9
               value 0.
           05 filler                       pic x(4)
               value spaces.
           05 ws-cl-cost-out               pic $$$,$$9.99
               value 0.
           05 filler                       pic x(4)
               value spaces.
           05 ws-cl-amount-out             pic $,$$$,$$9.99
               value 0.
       01 ws-claim-total-line.
           05 filler                       pic x(4)
               value spaces.
           05 filler                       pic x(34)
               value "CLAIM TOTAL".
           05 ws-ct-qty                    pic zz,zz9
               value 0.
           05 filler                       pic x(17)
               value spaces.
           05 ws-ct-amount                 pic $$,$$$,$$9.99
               value 0.

      *return terms wording
       77 ws-terms-cr                      pic x(44)
           value "CR - CREDIT OUR ACCOUNT".
       77 ws-terms-rp                      pic x(44)
           value "RP - REPLACE THE GOODS".
       77 ws-terms-fd                      pic x(44)
           value "FD - FIELD DESTROY, CREDIT OUR ACCOUNT".
       77 ws-terms-none                    pic x(44)
           value "(NO TERMS ON FILE - CALL THE VENDOR)".
       77 ws-first-claim                   pic x(11)
           value "FIRST CLAIM".

      *the returns left pending, and why
       01 ws-left-heading                  pic x(60)
           value "  RETURNS LEFT PENDING - NOT CLAIMED THIS RUN".
       01 ws-left-cols.
           05 filler                       pic x(4)
               value spaces.
           05 filler                       pic x(7)
               value "STORE".
           05 filler                       pic x(11)
               value "INVOICE".
           05 filler                       pic x(17)
               value "SKU".
           05 filler                       pic x(9)
               value "VENDOR".
           05 filler                       pic x(30)
               value "WHY".
       01 ws-left-line.
           05 filler                       pic x(4)
               value spaces.
           05 ws-ll-store                  pic xx
               value spaces.
           05 filler                       pic x(5)
               value spaces.
           05 ws-ll-invoice                pic x(9)
               value spaces.
           05 filler                       pic x(2)
               value spaces.
           05 ws-ll-sku                    pic x(15)
               value spaces.
           05 filler                       pic x(2)
               value spaces.
           05 ws-ll-vendor                 pic x(6)
               value spaces.
           05 filler                       pic x(3)
               value spaces.
           05 ws-ll-why                    pic x(30)
               value spaces.
       77 ws-no-sku-msg                    pic x(30)
           value "SKU NOT ON MASTER".
       77 ws-no-vendor-msg                 pic x(30)
           value "NO VENDOR ON THE SKU".
       77 ws-bad-vendor-msg                pic x(30)
           value "VENDOR NOT ON VENDOR MASTER".
       77 ws-no-room-msg                   pic x(30)
           value "CLAIM FULL - NEXT RUN".

       01 ws-none-pending-line             pic x(60)
           value "  NO RETURNS PENDING - NO CLAIMS RAISED".

      *run footer
       01 ws-footer-line-1.
           05 filler                       pic x(2)
               value spaces.
           05 filler                       pic x(31)
               value "RETURNS PENDING              = ".
           05 ws-fl-pending                pic zz,zz9
               value 0.
       01 ws-footer-line-2.
           05 filler                       pic x(2)
               value spaces.
           05 filler                       pic x(31)
               value "CLAIMS RAISED                = ".
           05 ws-fl-claims                 pic zz,zz9
               value 0.
           05 filler                       pic x(4)
               value spaces.
           05 ws-fl-amount                 pic $$$,$$$,$$9.99
               value 0.
       01 ws-footer-line-3.
           05 filler                       pic x(2)
               value spaces.
           05 filler                       pic x(31)
               value "RETURNS CLAIMED              = ".
           05 ws-fl-claimed                pic zz,zz9
               value 0.
       01 ws-footer-line-4.
           05 filler                       pic x(2)
               value spaces.
           05 filler                       pic x(31)
               value "ALREADY CLAIMED - DROPPED    = ".
           05 ws-fl-dropped                pic zz,zz9
               value 0.
       01 ws-footer-line-5.
           05 filler                       pic x(2)
               value spaces.
           05 filler                       pic x(31)
               value "LEFT PENDING                 = ".
           05 ws-fl-left                   pic zz,zz9
               value 0.

       procedure division.
      *nothing is touched while the nightly chain holds its run
      *lock, unless operations has keyed an override for this
      *program
           perform 010-check-run-lock.
           if ws-lock-held and not ws-lock-overridden
               perform 030-refuse-run
               goback
           end-if.

           accept ws-run-date              from date yyyymmdd.
           move ws-run-date                to ws-calc-date.
           perform 800-compute-day-serial.
           move ws-serial-day              to ws-run-serial.

           open output report-file.
           accept ws-date                  from date.
           accept ws-time                  from time.
           move ws-run-date                to ws-rh-claim-date.
           write report-line               from spaces.
           write report-line               from ws-report-header.
           write report-line               from spaces.

           perform 100-load-sku-master.
           perform 110-load-vendor-master.
           perform 120-load-claimed.
           perform 130-load-pending.

           if ws-pn-count = 0
               write report-line           from ws-none-pending-line
           else
               perform 200-judge-pending
               perform 300-raise-claims
               perform 400-list-left-pending
               perform 500-write-ledger
               perform 550-rewrite-pending
           end-if.

           perform 450-report-footer.
           perform 600-write-audit-line.
           close report-file.
           goback.

      *every SKU's vendor and unit price
       100-load-sku-master.
           move 'n'                        to ws-eof.
           open input sku-master-file
           if ws-skm-file-status = '00'
               read sku-master-file
                   at end move 'y'         to ws-eof
               end-read
               perform until ws-eof = 'y'
                   if ws-sk-count < 700
                       add 1               to ws-sk-count
                       move km-sku-code    to
                           ws-sk-code (ws-sk-count)
                       move km-vendor-num  to
                           ws-sk-vendor (ws-sk-count)
                       if km-unit-price is numeric
                           move km-unit-price
                                           to
                               ws-sk-price (ws-sk-count)
                       else
                           move 0          to
                               ws-sk-price (ws-sk-count)
                       end-if
                   end-if
                   read sku-master-file
                       at end move 'y'     to ws-eof
                   end-read
               end-perform
               close sku-master-file
           end-if.

      *every vendor, with its claim address and terms
       110-load-vendor-master.
           move 'n'                        to ws-eof.
           open input vendor-master-file
           if ws-vnm-file-status = '00'
               read vendor-master-file
                   at end move 'y'         to ws-eof
               end-read
               perform until ws-eof = 'y'
                   if ws-vn-count < 500
                       and vm-vendor-num not = spaces
                       add 1               to ws-vn-count
                       move vm-vendor-num  to
                           ws-vn-num (ws-vn-count)
                       move vm-vendor-name to
                           ws-vn-name (ws-vn-count)
                       move vm-claim-addr  to
                           ws-vn-addr (ws-vn-count)
                       move vm-rtv-terms   to
                           ws-vn-terms (ws-vn-count)
                       move 0              to
                           ws-vn-last-claim (ws-vn-count)
                       move 0              to
                           ws-vn-ready (ws-vn-count)
                       move 0              to
                           ws-vn-claim-num (ws-vn-count)
                   end-if
                   read vendor-master-file
                       at end move 'y'     to ws-eof
                   end-read
               end-perform
               close vendor-master-file
           end-if.

      *the claimed ledger gives the last claim number used, each
      *vendor's last claim date, and the returns claimed inside
      *the look-back window
       120-load-claimed.
           move 'n'                        to ws-eof.
           open input claimed-file
           if ws-clm-file-status = '00'
               read claimed-file
                   at end move 'y'         to ws-eof
               end-read
               perform until ws-eof = 'y'
                   perform 125-take-one-claimed
                   read claimed-file
                       at end move 'y'     to ws-eof
                   end-read
               end-perform
               close claimed-file
           end-if.

       125-take-one-claimed.
           if rc-claim-num is numeric
               and rc-claim-num > ws-last-claim-num
               move rc-claim-num           to ws-last-claim-num
           end-if.
           if rc-claim-date is numeric
               perform varying ws-vn-idx from 1 by 1
                   until ws-vn-idx > ws-vn-count
                   if ws-vn-num (ws-vn-idx) = rc-vendor-num
                       and rc-claim-date > ws-vn-last-claim (ws-vn-idx)
                       move rc-claim-date  to
                           ws-vn-last-claim (ws-vn-idx)
                   end-if
               end-perform
           end-if.
           if rc-trans-date is numeric
               move rc-trans-date          to ws-calc-date
               perform 800-compute-day-serial
               compute ws-item-age = ws-run-serial - ws-serial-day
               if ws-item-age < ws-claimed-window-days
                   and ws-cl-count < 5000
                   add 1                   to ws-cl-count
                   move rc-ret-invoice     to
                       ws-cl-ret-invoice (ws-cl-count)
                   move rc-store-num       to
                       ws-cl-store (ws-cl-count)
                   move rc-sku-code        to
                       ws-cl-sku (ws-cl-count)
               end-if
           end-if.

      *everything waiting for a claim
       130-load-pending.
           move 'n'                        to ws-eof.
           open input pending-file
           if ws-pnd-file-status = '00'
               read pending-file
                   at end move 'y'         to ws-eof
               end-read
               perform until ws-eof = 'y'
                   if ws-pn-count < ws-max-pending
                       add 1               to ws-pn-count
                       move rp-ret-invoice to
                           ws-pn-ret-invoice (ws-pn-count)
                       move rp-orig-invoice
                                           to
                           ws-pn-orig-invoice (ws-pn-count)
                       move rp-store-num   to
                           ws-pn-store (ws-pn-count)
                       move rp-sku-code    to
                           ws-pn-sku (ws-pn-count)
                       move rp-reason      to
                           ws-pn-reason (ws-pn-count)
                       move rp-amount      to
                           ws-pn-amount (ws-pn-count)
                       move rp-trans-date  to
                           ws-pn-trans-date (ws-pn-count)
                       move rp-taken-date  to
                           ws-pn-taken-date (ws-pn-count)
                   end-if
                   read pending-file
                       at end move 'y'     to ws-eof
                   end-read
               end-perform
               close pending-file
           end-if.
           move ws-pn-count                to ws-total-pending.

      *each pending return is dropped if already claimed, made
      *ready against its vendor, or left for merchandising
       200-judge-pending.
           perform varying ws-pn-idx from 1 by 1
               until ws-pn-idx > ws-pn-count
               perform 210-judge-one-pending
           end-perform.

       210-judge-one-pending.
           move spaces                     to ws-pn-vendor (ws-pn-idx).
           move 0                          to ws-pn-vn-sub (ws-pn-idx).
           move 0                          to ws-pn-price (ws-pn-idx).
           move 0                          to
               ws-pn-claim-num (ws-pn-idx).
           move 's'                        to ws-pn-state (ws-pn-idx).
           perform varying ws-cl-idx from 1 by 1
               until ws-cl-idx > ws-cl-count
               if ws-cl-ret-invoice (ws-cl-idx) =
                   ws-pn-ret-invoice (ws-pn-idx)
                   and ws-cl-store (ws-cl-idx) = ws-pn-store (ws-pn-idx)
                   and ws-cl-sku (ws-cl-idx) = ws-pn-sku (ws-pn-idx)
                   move 'd'                to ws-pn-state (ws-pn-idx)
               end-if
           end-perform.
           if ws-pn-dropped (ws-pn-idx)
               add 1                       to ws-total-dropped
           else
               perform varying ws-sk-idx from 1 by 1
                   until ws-sk-idx > ws-sk-count
                   if ws-sk-code (ws-sk-idx) (1:15) =
                       ws-pn-sku (ws-pn-idx)
                       move ws-sk-vendor (ws-sk-idx)
                                           to ws-pn-vendor (ws-pn-idx)
                       move ws-sk-price (ws-sk-idx)
                                           to ws-pn-price (ws-pn-idx)
                       move 'n'            to ws-pn-state (ws-pn-idx)
                   end-if
               end-perform
               if ws-pn-no-vendor (ws-pn-idx)
                   and ws-pn-vendor (ws-pn-idx) not = spaces
                   move 'v'                to ws-pn-state (ws-pn-idx)
                   perform varying ws-vn-idx from 1 by 1
                       until ws-vn-idx > ws-vn-count
                       if ws-vn-num (ws-vn-idx) =
                           ws-pn-vendor (ws-pn-idx)
                           set ws-pn-vn-sub (ws-pn-idx)
                                           to ws-vn-idx
                           add 1           to ws-vn-ready (ws-vn-idx)
                           move 'c'        to
                               ws-pn-state (ws-pn-idx)
                       end-if
                   end-perform
               end-if
           end-if.

      *one claim per vendor with anything ready, its lines onto
      *the claims interface file between header and trailer
       300-raise-claims.
           open output claims-file.
           move spaces                     to ws-ctl-record.
           move 'HDR'                      to ws-ctl-tag.
           move ws-run-date                to ws-ctl-run-date.
           move "Program54_RTV_Claims"     to ws-ctl-program.
           write claims-line               from ws-ctl-record.
           perform varying ws-vn-idx from 1 by 1
               until ws-vn-idx > ws-vn-count
               if ws-vn-ready (ws-vn-idx) > 0
                   perform 310-raise-one-claim
               end-if
           end-perform.
           move spaces                     to ws-ctl-record.
           move 'TRL'                      to ws-ctl-tag.
           move ws-total-lines             to ws-ctl-count.
           move ws-amount-hash             to ws-ctl-hash.
           write claims-line               from ws-ctl-record.
           close claims-file.

      *the vendor's ready returns grouped by SKU, printed as the
      *claim document and written as claim lines
       310-raise-one-claim.
           add 1                           to ws-last-claim-num.
           add 1                           to ws-total-claims.
           move ws-last-claim-num          to
               ws-vn-claim-num (ws-vn-idx).
           move 0                          to ws-ln-count.
           perform varying ws-pn-idx from 1 by 1
               until ws-pn-idx > ws-pn-count
               if ws-pn-claimable (ws-pn-idx)
                   and ws-pn-vn-sub (ws-pn-idx) = ws-vn-idx
                   perform 320-gather-one-return
               end-if
           end-perform.

           perform 330-print-claim-head.
           move 0                          to ws-claim-qty.
           move 0                          to ws-claim-amount.
           perform varying ws-ln-idx from 1 by 1
               until ws-ln-idx > ws-ln-count
               perform 340-write-claim-line
           end-perform.
           move ws-claim-qty               to ws-ct-qty.
           move ws-claim-amount            to ws-ct-amount.
           write report-line               from spaces.
           write report-line               from ws-claim-total-line.
           add ws-claim-amount             to ws-total-amount.

      *one return onto its SKU's claim line - one unit at the
      *SKU's unit price, or at the refund when no price is on
      *file
       320-gather-one-return.
           move 'n'                        to ws-ln-found-sw.
           perform varying ws-ln-idx from 1 by 1
               until ws-ln-idx > ws-ln-count or ws-ln-found
               if ws-ln-sku (ws-ln-idx) = ws-pn-sku (ws-pn-idx)
                   move 'y'                to ws-ln-found-sw
               end-if
           end-perform.
           if ws-ln-found
               set ws-ln-idx down by 1
           else
               if ws-ln-count < ws-max-lines
                   add 1                   to ws-ln-count
                   set ws-ln-idx           to ws-ln-count
                   move ws-pn-sku (ws-pn-idx)
                                           to ws-ln-sku (ws-ln-idx)
                   move 0                  to ws-ln-qty (ws-ln-idx)
                   move 0                  to ws-ln-amount (ws-ln-idx)
                   move 'y'                to ws-ln-found-sw
               end-if
           end-if.
           if ws-ln-found
               add 1                       to ws-ln-qty (ws-ln-idx)
               if ws-pn-price (ws-pn-idx) > 0
                   add ws-pn-price (ws-pn-idx)
                                           to ws-ln-amount (ws-ln-idx)
               else
                   add ws-pn-amount (ws-pn-idx)
                                           to ws-ln-amount (ws-ln-idx)
               end-if
               move 'b'                    to ws-pn-state (ws-pn-idx)
               move ws-vn-claim-num (ws-vn-idx)
                                           to
                   ws-pn-claim-num (ws-pn-idx)
               add 1                       to ws-total-claimed
           else
               move 'r'                    to ws-pn-state (ws-pn-idx)
           end-if.

      *the claim document's heading - who, where to send it,
      *on what terms, and when we last claimed from them
       330-print-claim-head.
           move ws-vn-claim-num (ws-vn-idx)
                                           to ws-ch-claim-num.
           move ws-run-date                to ws-ch-claim-date.
           move ws-vn-num (ws-vn-idx)      to ws-ch-vendor.
           move ws-vn-name (ws-vn-idx)     to ws-ch-vendor-name.
           move ws-vn-addr (ws-vn-idx)     to ws-ch-addr.
           evaluate ws-vn-terms (ws-vn-idx)
               when 'CR'
                   move ws-terms-cr        to ws-ch-terms
               when 'RP'
                   move ws-terms-rp        to ws-ch-terms
               when 'FD'
                   move ws-terms-fd        to ws-ch-terms
               when other
                   move ws-terms-none      to ws-ch-terms
           end-evaluate.
           if ws-vn-last-claim (ws-vn-idx) = 0
               move ws-first-claim         to ws-ch-previous
           else
               move ws-vn-last-claim (ws-vn-idx)
                                           to ws-ch-previous
           end-if.
           write report-line               from ws-claim-rule.
           write report-line               from ws-claim-head-1.
           write report-line               from spaces.
           write report-line               from ws-claim-head-2.
           write report-line               from ws-claim-head-3.
           write report-line               from ws-claim-head-4.
           write report-line               from ws-claim-head-5.
           write report-line               from spaces.
           write report-line               from ws-claim-cols.

      *one SKU's line, printed and written to the interface file
       340-write-claim-line.
           divide ws-ln-amount (ws-ln-idx) by ws-ln-qty (ws-ln-idx)
               giving ws-unit-cost rounded.
           move ws-ln-sku (ws-ln-idx)      to ws-cl-sku-out.
           move ws-ln-qty (ws-ln-idx)      to ws-cl-qty-out.
           move ws-unit-cost               to ws-cl-cost-out.
           move ws-ln-amount (ws-ln-idx)   to ws-cl-amount-out.
           write report-line               from ws-claim-line.

           move spaces                     to claims-line.
           move ws-vn-claim-num (ws-vn-idx)
                                           to cf-claim-num.
           move ws-vn-num (ws-vn-idx)      to cf-vendor-num.
           move ws-ln-sku (ws-ln-idx)      to cf-sku-code.
           move ws-ln-qty (ws-ln-idx)      to cf-qty.
           move ws-unit-cost               to cf-unit-cost.
           move ws-ln-amount (ws-ln-idx)   to cf-amount.
           move ws-run-date                to cf-claim-date.
           write claims-line.
           add 1                           to ws-total-lines.
           add ws-ln-amount (ws-ln-idx)    to ws-amount-hash.
           add ws-ln-qty (ws-ln-idx)       to ws-claim-qty.
           add ws-ln-amount (ws-ln-idx)    to ws-claim-amount.

      *every return left pending, and why, for merchandising to
      *put right on the masters
       400-list-left-pending.
           if ws-total-pending > ws-total-claimed + ws-total-dropped
               write report-line           from ws-claim-rule
               write report-line           from ws-left-heading
               write report-line           from spaces
               write report-line           from ws-left-cols
               perform varying ws-pn-idx from 1 by 1
                   until ws-pn-idx > ws-pn-count
                   if not ws-pn-claimed (ws-pn-idx)
                       and not ws-pn-dropped (ws-pn-idx)
                       perform 410-list-one-left
                   end-if
               end-perform
           end-if.

       410-list-one-left.
           add 1                           to ws-total-left.
           move ws-pn-store (ws-pn-idx)    to ws-ll-store.
           move ws-pn-ret-invoice (ws-pn-idx)
                                           to ws-ll-invoice.
           move ws-pn-sku (ws-pn-idx)      to ws-ll-sku.
           move ws-pn-vendor (ws-pn-idx)   to ws-ll-vendor.
           evaluate true
               when ws-pn-no-sku (ws-pn-idx)
                   move ws-no-sku-msg      to ws-ll-why
               when ws-pn-no-vendor (ws-pn-idx)
                   move ws-no-vendor-msg   to ws-ll-why
               when ws-pn-bad-vendor (ws-pn-idx)
                   move ws-bad-vendor-msg  to ws-ll-why
               when other
                   move ws-no-room-msg     to ws-ll-why
           end-evaluate.
           write report-line               from ws-left-line.

      *run totals
       450-report-footer.
           move ws-total-pending           to ws-fl-pending.
           move ws-total-claims            to ws-fl-claims.
           move ws-total-amount            to ws-fl-amount.
           move ws-total-claimed           to ws-fl-claimed.
           move ws-total-dropped           to ws-fl-dropped.
           move ws-total-left              to ws-fl-left.
           write report-line               from ws-claim-rule.
           write report-line               from ws-footer-line-1.
           write report-line               from ws-footer-line-2.
           write report-line               from ws-footer-line-3.
           write report-line               from ws-footer-line-4.
           write report-line               from ws-footer-line-5.

      *every return claimed onto the ledger - written before the
      *pending file, so a run stopped in between drops the
      *return next time instead of billing it again
       500-write-ledger.
           if ws-total-claimed > 0
               open extend claimed-file
               if ws-clm-file-status not = '00'
                   open output claimed-file
               end-if
               perform varying ws-pn-idx from 1 by 1
                   until ws-pn-idx > ws-pn-count
                   if ws-pn-claimed (ws-pn-idx)
                       move spaces         to claimed-line
                       move ws-pn-ret-invoice (ws-pn-idx)
                                           to rc-ret-invoice
                       move ws-pn-store (ws-pn-idx)
                                           to rc-store-num
                       move ws-pn-sku (ws-pn-idx)
                                           to rc-sku-code
                       move ws-pn-trans-date (ws-pn-idx)
                                           to rc-trans-date
                       move ws-pn-claim-num (ws-pn-idx)
                                           to rc-claim-num
                       move ws-pn-vendor (ws-pn-idx)
                                           to rc-vendor-num
                       move ws-run-date    to rc-claim-date
                       write claimed-line
                   end-if
               end-perform
               close claimed-file
           end-if.

      *the pending file written back with only what is still
      *waiting
       550-rewrite-pending.
           open output pending-file.
           perform varying ws-pn-idx from 1 by 1
               until ws-pn-idx > ws-pn-count
               if not ws-pn-claimed (ws-pn-idx)
                   and not ws-pn-dropped (ws-pn-idx)
                   move ws-pn-ret-invoice (ws-pn-idx)
                                           to rp-ret-invoice
                   move ws-pn-orig-invoice (ws-pn-idx)
                                           to rp-orig-invoice
                   move ws-pn-store (ws-pn-idx)
                                           to rp-store-num
                   move ws-pn-sku (ws-pn-idx)
                                           to rp-sku-code
                   move ws-pn-reason (ws-pn-idx)
                                           to rp-reason
                   move ws-pn-amount (ws-pn-idx)
                                           to rp-amount
                   move ws-pn-trans-date (ws-pn-idx)
                                           to rp-trans-date
                   move ws-pn-taken-date (ws-pn-idx)
                                           to rp-taken-date
                   write pending-line
               end-if
           end-perform.
           close pending-file.

      *drops this run's summary onto the common operations log
       600-write-audit-line.
           accept ws-aud-date              from date.
           accept ws-aud-time              from time.
           move "Program54_RTV_Claims"     to ws-aud-program.
           move ws-total-pending           to ws-aud-in.
           move ws-total-claimed           to ws-aud-out.
           move ws-total-left              to ws-aud-rejected.
           open extend audit-file.
           if ws-audit-file-status not = '00'
               open output audit-file
           end-if.
           write audit-line                from ws-audit-line.
           close audit-file.

      *turns the date in ws-calc-date into a running serial day
      *number, same arithmetic as the period-accumulation step
       800-compute-day-serial.
           move ws-calc-yyyy               to ws-ser-yyyy.
           move ws-calc-mm                 to ws-ser-mm.
           if ws-ser-mm < 3
               add 12                      to ws-ser-mm
               subtract 1                  from ws-ser-yyyy
           end-if.
           divide ws-ser-yyyy by 4 giving ws-ser-t1.
           divide ws-ser-yyyy by 100 giving ws-ser-t2.
           divide ws-ser-yyyy by 400 giving ws-ser-t3.
           compute ws-ser-m2 = 153 * ws-ser-mm + 8.
           divide ws-ser-m2 by 5 giving ws-ser-t4.
           compute ws-serial-day =
               365 * ws-ser-yyyy + ws-ser-t1 - ws-ser-t2
               + ws-ser-t3 + ws-ser-t4 + ws-calc-dd.

      *reads the chain run lock - a lock record in either state
      *holds this program off - and, when one is held, whether an
      *override names this program
       010-check-run-lock.
           accept ws-lock-today            from date yyyymmdd.
           open input run-lock-file.
           if ws-rlk-file-status = '00'
               read run-lock-file          into ws-run-lock
                   at end continue
                   not at end
                       if ws-rlk-running or ws-rlk-halted
                           move 'y'        to ws-lock-held-sw
                       end-if
               end-read
               close run-lock-file
           end-if.
           if ws-lock-held
               perform 020-check-override
           end-if.

      *an override has to name this program and the user taking
      *responsibility for it; it is spent by the run it lets
      *through, and flagged on the alert file
       020-check-override.
           open input lock-override-file.
           if ws-lov-file-status = '00'
               read lock-override-file     into ws-lock-override
                   at end continue
                   not at end
                       if ws-lov-program = "Program54_RTV_Claims"
                           and ws-lov-user not = spaces
                           move 'y'        to ws-lock-overridden-sw
                       end-if
               end-read
               close lock-override-file
           end-if.
           if ws-lock-overridden
               open output lock-override-file
               close lock-override-file
               display "CHAIN RUN LOCK OVERRIDDEN BY " ws-lov-user
               display "REASON: " ws-lov-reason
               move "WARN"                 to ws-alr-severity
               move spaces                 to ws-alr-message
               string "RUN LOCK OVERRIDDEN BY " ws-lov-user
                   delimited by size into ws-alr-message
               perform 040-write-alert-line
           end-if.

      *says why nothing was run - who holds the lock, since when,
      *for which business date, and whether it looks left behind
      *by a chain that died - and flags it on the alert file
       030-refuse-run.
           display "CHAIN RUN LOCK HELD BY " ws-rlk-owner
                   " (PROCESS " ws-rlk-pid ")".
           display "STARTED " ws-rlk-start-date " " ws-rlk-start-time
                   " FOR BUSINESS DATE " ws-rlk-bus-date.
           move "WARN"                     to ws-alr-severity.
           move "REFUSED - CHAIN RUN LOCK HELD"
                                           to ws-alr-message.
           if ws-rlk-halted
               display "THE CHAIN HALTED ON A FAILED STEP - "
                       "RESUME IT BEFORE RUNNING THIS"
           end-if.
           if ws-rlk-running and ws-rlk-start-date < ws-lock-today
               display "THE LOCK PREDATES TODAY - CHECK FOR A "
                       "CHAIN THAT DIED"
               move "CRIT"                 to ws-alr-severity
               move "REFUSED - RUN LOCK MAY BE STALE"
                                           to ws-alr-message
           end-if.
           display "NOT RUN - KEY project1LockOverride.dat "
                   "TO OVERRIDE".
           perform 040-write-alert-line.
           move 8                          to return-code.

      *drops one line onto the operations alert file
       040-write-alert-line.
           accept ws-alr-date              from date.
           accept ws-alr-time              from time.
           move "Program54_RTV_Claims"     to ws-alr-program.
           open extend alert-file.
           if ws-alert-file-status not = '00'
               open output alert-file
           end-if.
           write alert-line                from ws-alert-line.
           close alert-file.

       end program Program54_RTV_Claims.
