       identification division.
       program-id. Program43_On_Hand.
       author. Shreeji Patel, Ryan Beckett, Mathew Kosterzewa.
       Date-Written. 15-Oct-2026.
      *Purpose     : This file is created for the purpose of the group
      *              project in MAFD-4202.
      *Description : This program keeps the chain's perpetual
      *              on-hand inventory master - units held per
      *              store and SKU. Each business day it adds the
      *              shipments stores key on the receiving file,
      *              then takes out or puts back the day's unit
      *              movement exactly as Program28_Stock_Extract
      *              worked it out for the stock system (the
      *              posting file's trailer verified first). When
      *              stores send a periodic physical count, the
      *              counted units replace the book figure and the
      *              difference is listed as count variance, with
      *              each store's shrink totalled in units and at
      *              the SKU master's unit price. Every SKU sitting
      *              below zero on hand is listed - a sale with no
      *              receipt, or a receipt never keyed - and a SKU
      *              that went negative today raises a warning on
      *              the operations alert log. The receiving and
      *              count files are left empty once taken, and a
      *              business date already posted is not posted
      *              again. Runs right after the stock extract.
      *Modifications:
      *  15-Oct-2026  Original.
      *  -            Widen the SKU master record to 61 bytes for the
      *               vendor number each entry now carries.
      *  -            List a movement line the on-hand master has no
      *               room for with the rejected receipts and counts,
      *               and flag it on the alert file, instead of
      *               passing over it.

       environment division.

       input-output section.
       file-control.
      *the day's unit movement, as the stock extract leaves it
           select stock-file assign        to
                               "../../../data/project1StockMove.dat"
               organization is line sequential
               file status is ws-stock-file-status.

      *shipments received, as the stores key them - file status
      *lets us tell "nothing received" apart from a real error
           select recv-file assign         to
                               "../../../data/project1Receiving.dat"
               organization is line sequential
               file status is ws-recv-file-status.

      *physical counts, sent only when a store has counted
           select count-file assign        to
                               "../../../data/project1PhysCount.dat"
               organization is line sequential
               file status is ws-count-file-status.

      *the on-hand master - read whole at startup and rewritten
      *whole at the end, the period-master pattern
           select onhand-file assign       to
                               "../../../data/project1OnHand.dat"
               organization is line sequential
               file status is ws-onh-file-status.

      *the store master, to tell a real store from a miskey
           select store-master-file assign to
                               "../../../data/project1StoreMaster.dat"
               organization is line sequential
               file status is ws-stm-file-status.

      *the SKU master, for the unit price shrink is valued at
           select sku-master-file assign   to
                               "../../../data/project1SkuMaster.dat"
               organization is line sequential
               file status is ws-skm-file-status.

      *the business date of the batch being posted
           select busdate-file assign      to
                                   "../../../data/project1BusDate.dat"
               organization is line sequential
               file status is ws-busd-file-status.

      *the on-hand report
           select report-file assign       to
                               "../../../data/project1OnHand.out"
               organization is line sequential.

      *common operations log shared by all the programs - file
      *status lets us tell "first run, nothing to extend" apart
      *from a real open error
           select audit-file assign        to
                                   "../../../data/audit.log"
               organization is line sequential
               file status is ws-audit-file-status.

      *operations alert file - a failed posting file or a SKU
      *gone negative lands here
           select alert-file assign        to
                                   "../../../data/opsalert.log"
               organization is line sequential
               file status is ws-alert-file-status.

       data division.
       file section.

      *one unit-movement posting record, as the stock extract
      *writes it
       fd stock-file
           data record is stock-line
               record contains 70 characters.
       01 stock-line.
           05 tk-store-num                 pic xx.
           05 tk-sku-code                  pic x(15).
           05 tk-units-out                 pic 9(5).
           05 tk-units-in                  pic 9(5).
           05 tk-post-date                 pic 9(8).
           05 filler                       pic x(35).

      *one shipment received - store, SKU, units and the date the
      *store took it in
       fd recv-file
           data record is recv-line
               record contains 30 characters.
       01 recv-line.
           05 rc-store-num                 pic xx.
           05 rc-sku-code                  pic x(15).
           05 rc-qty                       pic x(5).
           05 rc-qty-n redefines rc-qty    pic 9(5).
           05 rc-recv-date                 pic x(8).

      *one SKU's physical count - store, SKU, units counted and
      *the date of the count
       fd count-file
           data record is count-line
               record contains 30 characters.
       01 count-line.
           05 pc-store-num                 pic xx.
           05 pc-sku-code                  pic x(15).
           05 pc-counted                   pic x(5).
           05 pc-counted-n redefines pc-counted
                                           pic 9(5).
           05 pc-count-date                pic x(8).

      *on-hand master record - the first record on the file is
      *the header carrying the business date last posted, the
      *rest one per store and SKU
       fd onhand-file
           data record is onhand-line
               record contains 50 characters.
       01 onhand-line.
           05 oh-store-num                 pic xx.
           05 oh-sku-code                  pic x(15).
           05 oh-on-hand                   pic s9(7)
               sign leading separate.
           05 oh-last-recv-date            pic 9(8).
           05 oh-last-count-date           pic 9(8).
           05 filler                       pic x(9).
       01 onhand-header-line.
           05 ohh-header-tag               pic xxx.
               88 ohh-is-header         value 'HDR'.
           05 ohh-posted-date              pic 9(8).
           05 filler                       pic x(39).

      *store master record
       fd store-master-file
           data record is store-master-line
               record contains 29 characters.
       01 store-master-line.
           05 sm-store-code                pic xx.
           05 sm-tax-rate                  pic 9v99.
           05 sm-long-sku-flag             pic x.
           05 sm-active-flag               pic x.
               88 sm-is-active          value 'A'.
           05 sm-juris-code                pic x(4).
           05 sm-eff-date                  pic x(8).
           05 sm-end-date                  pic x(8).
           05 sm-district-code             pic xx.

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

      *the business date the consolidation step leaves
       fd busdate-file
           data record is busdate-line
               record contains 8 characters.
       01 busdate-line                     pic x(8).

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

      *operations alert record
       fd alert-file
           data record is alert-line
               record contains 96 characters.
       01 alert-line                       pic x(96)
           value spaces.

       working-storage section.

      *common operations log line, shared layout with the other
      *programs
       copy "AUDITLOG.cpy".

      *operations alert line, shared layout with the other
      *programs that raise control failures
       copy "OPSALERT.cpy".

      *header/trailer control records bracketing every handoff
      *file, with the running count/hash the trailer is verified
      *against
       copy "CTLREC.cpy".

      *table of valid store numbers, loaded from the store master
       copy "STOREMF.cpy".

      *file statuses and switches
       01 ws-audit-file-status              pic xx
           value spaces.
       01 ws-alert-file-status              pic xx
           value spaces.
       01 ws-stock-file-status              pic xx
           value spaces.
       01 ws-recv-file-status               pic xx
           value spaces.
       01 ws-count-file-status              pic xx
           value spaces.
       01 ws-onh-file-status                pic xx
           value spaces.
       01 ws-stm-file-status                pic xx
           value spaces.
       01 ws-skm-file-status                pic xx
           value spaces.
       01 ws-busd-file-status               pic xx
           value spaces.
       01 ws-eof                           pic x
           value 'n'.

      *control verification for the posting file
       01 ws-ctl-record-sw                  pic x
           value 'n'.
           88 ws-is-ctl-record          value 'y'.
       01 ws-ctl-in-cnt                     pic 9(7)
           value 0.
       01 ws-ctl-in-hash                    pic 9(11)v99
           value 0.
       01 ws-trl-seen-sw                    pic x
           value 'n'.
           88 ws-trl-seen               value 'y'.

      *the business date this run posts under
       01 ws-run-date                      pic 9(8)
           value 0.

      *the date the master was last posted, off its header - a
      *business date already posted stays posted once
       01 ws-posted-date                   pic 9(8)
           value 0.
       01 ws-already-posted-sw             pic x
           value 'n'.
           88 ws-already-posted         value 'y'.

      *the on-hand master held in storage - one entry per store
      *and SKU, with whether it already stood negative coming in
       01 ws-onhand-table.
           05 ws-oh-entry                  occurs 10000 times
               indexed by ws-oh-idx.
               10 ws-oh-store              pic xx.
               10 ws-oh-sku                pic x(15).
               10 ws-oh-units              pic s9(7).
               10 ws-oh-last-recv          pic 9(8).
               10 ws-oh-last-count         pic 9(8).
               10 ws-oh-was-negative       pic x.
       01 ws-oh-count                      pic 9(5)
           value 0.
       01 ws-cur-oh-idx                    pic 9(5)
           value 0.

      *each SKU's unit price off the SKU master, by its 15-byte
      *code
       01 ws-price-table.
           05 ws-pr-entry                  occurs 700 times
               indexed by ws-pr-idx.
               10 ws-pr-sku                pic x(15).
               10 ws-pr-price              pic 9(5)v99.
       01 ws-pr-count                      pic 999
           value 0.
       01 ws-cur-price                     pic 9(5)v99
           value 0.

      *each store's count variance - the shrink figure
       01 ws-shrink-table.
           05 ws-sh-entry                  occurs 50 times
               indexed by ws-sh-idx.
               10 ws-sh-store              pic xx.
               10 ws-sh-skus               pic 9(5).
               10 ws-sh-units              pic s9(7).
               10 ws-sh-value              pic s9(9)v99.
       01 ws-sh-count                      pic 99
           value 0.
       01 ws-cur-sh-idx                    pic 99
           value 0.

      *count variance lines, held until the rejects are listed
       01 ws-count-lines.
           05 ws-cl-line                   pic x(110)
               occurs 2000 times
               indexed by ws-cl-idx.
       01 ws-cl-count                      pic 9(4)
           value 0.

      *the store and SKU being posted
       01 ws-work-store                    pic xx
           value spaces.
       01 ws-work-sku                      pic x(15)
           value spaces.
       01 ws-store-ok-sw                   pic x
           value 'n'.
           88 ws-store-on-file          value 'y'.

      *one count's figures
       01 ws-book-units                    pic s9(7)
           value 0.
       01 ws-var-units                     pic s9(7)
           value 0.
       01 ws-var-value                     pic s9(9)v99
           value 0.

      *why a receipt or count could not be taken
       01 ws-reject-reason                 pic x(24)
           value spaces.

      *counts and totals for the footer and the audit log
       01 ws-total-recv-read               pic 9(5)
           value 0.
       01 ws-total-recv-units              pic 9(7)
           value 0.
       01 ws-total-move-lines              pic 9(5)
           value 0.
       01 ws-total-units-out               pic 9(7)
           value 0.
       01 ws-total-units-in                pic 9(7)
           value 0.
       01 ws-total-counts                  pic 9(5)
           value 0.
       01 ws-total-rejected                pic 9(5)
           value 0.
       01 ws-total-move-rejected           pic 9(5)
           value 0.
       01 ws-total-negative                pic 9(5)
           value 0.
       01 ws-total-new-negative            pic 9(5)
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
           05 filler                       pic x(30)
               value "ON-HAND INVENTORY POSTING".
           05 filler                       pic x(15)
               value "BUSINESS DATE ".
           05 ws-hd-bus-date               pic 9(8)
               value 0.

      *a business date already posted
       01 ws-posted-line                   pic x(60)
           value "  DATE ALREADY POSTED - MOVEMENT NOT RE-APPLIED".

      *posting summary lines
       01 ws-recv-summary-line.
           05 filler                       pic x(2)
               value spaces.
           05 filler                       pic x(30)
               value "RECEIPTS TAKEN ON HAND      =".
           05 ws-rs-count                  pic zz,zz9
               value 0.
           05 filler                       pic x(4)
               value spaces.
           05 filler                       pic x(8)
               value "UNITS =".
           05 ws-rs-units                  pic z,zzz,zz9
               value 0.
       01 ws-move-summary-line.
           05 filler                       pic x(2)
               value spaces.
           05 filler                       pic x(30)
               value "STOCK MOVEMENT LINES POSTED =".
           05 ws-ms-lines                  pic zz,zz9
               value 0.
           05 filler                       pic x(4)
               value spaces.
           05 filler                       pic x(12)
               value "UNITS OUT =".
           05 ws-ms-out                    pic z,zzz,zz9
               value 0.
           05 filler                       pic x(4)
               value spaces.
           05 filler                       pic x(11)
               value "UNITS IN =".
           05 ws-ms-in                     pic z,zzz,zz9
               value 0.

      *rejected receipts and counts
       01 ws-rej-title                     pic x(50)
           value "  MOVEMENT, RECEIPTS AND COUNTS NOT TAKEN".
       01 ws-rej-headings.
           05 filler                       pic x(1)
               value spaces.
           05 filler                       pic x(9)
               value "FILE".
           05 filler                       pic x(7)
               value "STORE".
           05 filler                       pic x(17)
               value "SKU".
           05 filler                       pic x(8)
               value "UNITS".
           05 filler                       pic x(10)
               value "DATE".
           05 filler                       pic x(24)
               value "REASON".
       01 ws-rej-underlines.
           05 filler                       pic x(1)
               value spaces.
           05 filler                       pic x(9)
               value "-------".
           05 filler                       pic x(7)
               value "-----".
           05 filler                       pic x(17)
               value "---".
           05 filler                       pic x(8)
               value "-----".
           05 filler                       pic x(10)
               value "--------".
           05 filler                       pic x(24)
               value "------".
       01 ws-rej-detail-line.
           05 filler                       pic x(1)
               value spaces.
           05 ws-rj-file                   pic x(7)
               value spaces.
           05 filler                       pic x(2)
               value spaces.
           05 ws-rj-store                  pic xx
               value spaces.
           05 filler                       pic x(5)
               value spaces.
           05 ws-rj-sku                    pic x(15)
               value spaces.
           05 filler                       pic x(2)
               value spaces.
           05 ws-rj-units                  pic x(5)
               value spaces.
           05 filler                       pic x(3)
               value spaces.
           05 ws-rj-date                   pic x(8)
               value spaces.
           05 filler                       pic x(2)
               value spaces.
           05 ws-rj-reason                 pic x(24)
               value spaces.

      *count variance section
       01 ws-cnt-title                     pic x(50)
           value "  PHYSICAL COUNT VARIANCE".
       01 ws-cnt-headings.
           05 filler                       pic x(2)
               value spaces.
           05 filler                       pic x(6)
               value "STORE".
           05 filler                       pic x(17)
               value "SKU".
           05 filler                       pic x(9)
               value "DATE".
           05 filler                       pic x(11)
               value "      BOOK".
           05 filler                       pic x(10)
               value "  COUNTED".
           05 filler                       pic x(12)
               value "  VARIANCE".
           05 filler                       pic x(11)
               value "UNIT PRICE".
           05 filler                       pic x(14)
               value "         VALUE".
       01 ws-cnt-underlines.
           05 filler                       pic x(2)
               value spaces.
           05 filler                       pic x(6)
               value "-----".
           05 filler                       pic x(17)
               value "---".
           05 filler                       pic x(9)
               value "--------".
           05 filler                       pic x(11)
               value "      ----".
           05 filler                       pic x(10)
               value "  -------".
           05 filler                       pic x(12)
               value "  --------".
           05 filler                       pic x(11)
               value "----------".
           05 filler                       pic x(14)
               value "         -----".
       01 ws-cnt-detail-line.
           05 filler                       pic x(2)
               value spaces.
           05 ws-cd-store                  pic xx
               value spaces.
           05 filler                       pic x(4)
               value spaces.
           05 ws-cd-sku                    pic x(15)
               value spaces.
           05 filler                       pic x(2)
               value spaces.
           05 ws-cd-date                   pic x(8)
               value spaces.
           05 filler                       pic x
               value spaces.
           05 ws-cd-book                   pic z,zzz,zz9-
               value 0.
           05 filler                       pic x
               value spaces.
           05 ws-cd-counted                pic z,zzz,zz9
               value 0.
           05 filler                       pic x
               value spaces.
           05 ws-cd-variance               pic z,zzz,zz9-
               value 0.
           05 filler                       pic x(2)
               value spaces.
           05 ws-cd-price                  pic $$$,$$9.99
               value 0.
           05 filler                       pic x(1)
               value spaces.
           05 ws-cd-value                  pic $$,$$$,$$9.99-
               value 0.

      *per-store shrink summary
       01 ws-shr-title                     pic x(50)
           value "  COUNT VARIANCE (SHRINK) BY STORE".
       01 ws-shr-headings.
           05 filler                       pic x(1)
               value spaces.
           05 filler                       pic x(7)
               value "STORE".
           05 filler                       pic x(14)
               value "SKUS COUNTED".
           05 filler                       pic x(15)
               value "VARIANCE UNITS".
           05 filler                       pic x(16)
               value "VARIANCE VALUE".
       01 ws-shr-underlines.
           05 filler                       pic x(1)
               value spaces.
           05 filler                       pic x(7)
               value "-----".
           05 filler                       pic x(14)
               value "------------".
           05 filler                       pic x(15)
               value "--------------".
           05 filler                       pic x(16)
               value "--------------".
       01 ws-shr-detail-line.
           05 filler                       pic x(2)
               value spaces.
           05 ws-sd-store                  pic xx
               value spaces.
           05 filler                       pic x(8)
               value spaces.
           05 ws-sd-skus                   pic zz,zz9
               value 0.
           05 filler                       pic x(5)
               value spaces.
           05 ws-sd-units                  pic z,zzz,zz9-
               value 0.
           05 filler                       pic x(2)
               value spaces.
           05 ws-sd-value                  pic $$,$$$,$$9.99-
               value 0.

      *negative on-hand section
       01 ws-neg-title                     pic x(50)
           value "  SKUS NEGATIVE ON HAND".
       01 ws-neg-headings.
           05 filler                       pic x(1)
               value spaces.
           05 filler                       pic x(7)
               value "STORE".
           05 filler                       pic x(17)
               value "SKU".
           05 filler                       pic x(12)
               value "ON HAND".
           05 filler                       pic x(14)
               value "LAST RECEIPT".
           05 filler                       pic x(12)
               value "LAST COUNT".
           05 filler                       pic x(20)
               value "STATUS".
       01 ws-neg-underlines.
           05 filler                       pic x(1)
               value spaces.
           05 filler                       pic x(7)
               value "-----".
           05 filler                       pic x(17)
               value "---".
           05 filler                       pic x(12)
               value "-------".
           05 filler                       pic x(14)
               value "------------".
           05 filler                       pic x(12)
               value "----------".
           05 filler                       pic x(20)
               value "------".
       01 ws-neg-detail-line.
           05 filler                       pic x(2)
               value spaces.
           05 ws-nd-store                  pic xx
               value spaces.
           05 filler                       pic x(4)
               value spaces.
           05 ws-nd-sku                    pic x(15)
               value spaces.
           05 filler                       pic x(1)
               value spaces.
           05 ws-nd-units                  pic z,zzz,zz9-
               value 0.
           05 filler                       pic x(3)
               value spaces.
           05 ws-nd-last-recv              pic x(8)
               value spaces.
           05 filler                       pic x(6)
               value spaces.
           05 ws-nd-last-count             pic x(8)
               value spaces.
           05 filler                       pic x(4)
               value spaces.
           05 ws-nd-status                 pic x(20)
               value spaces.

       01 ws-none-line                     pic x(20)
           value "    NONE".

      *footer line
       01 ws-footer-line.
           05 filler                       pic x(2)
               value spaces.
           05 filler                       pic x(16)
               value "STORE/SKUS HELD".
           05 ws-fo-entries                pic zz,zz9
               value 0.
           05 filler                       pic x(4)
               value spaces.
           05 filler                       pic x(11)
               value "NEGATIVE =".
           05 ws-fo-negative               pic zz,zz9
               value 0.
           05 filler                       pic x(4)
               value spaces.
           05 filler                       pic x(15)
               value "NEW NEGATIVE =".
           05 ws-fo-new-negative           pic zz,zz9
               value 0.
           05 filler                       pic x(4)
               value spaces.
           05 filler                       pic x(11)
               value "REJECTED =".
           05 ws-fo-rejected               pic zz,zz9
               value 0.

      *wording for the report
       77 ws-move-file-name                pic x(7)
           value "MOVE".
       77 ws-recv-file-name                pic x(7)
           value "RECEIPT".
       77 ws-count-file-name               pic x(7)
           value "COUNT".
       77 ws-bad-store-msg                 pic x(24)
           value "STORE NOT ON MASTER".
       77 ws-blank-sku-msg                 pic x(24)
           value "SKU BLANK".
       77 ws-bad-qty-msg                   pic x(24)
           value "UNITS NOT NUMERIC".
       77 ws-zero-qty-msg                  pic x(24)
           value "ZERO UNITS RECEIVED".
       77 ws-bad-date-msg                  pic x(24)
           value "DATE NOT YYYYMMDD".
       77 ws-table-full-msg                pic x(24)
           value "ON-HAND MASTER FULL".
       77 ws-new-negative-msg              pic x(20)
           value "WENT NEGATIVE TODAY".
       77 ws-still-negative-msg            pic x(20)
           value "STILL NEGATIVE".

       procedure division.
           perform 050-settle-run-date.
           perform 100-load-store-master.
           perform 110-load-sku-prices.
           perform 120-load-on-hand.

           open output report-file.
           accept ws-date                  from date.
           accept ws-time                  from time.
           move ws-run-date                to ws-hd-bus-date.
           write report-line               from spaces.
           write report-line               from ws-report-header.
           write report-line               from spaces.

      *a business date already posted stays posted once - the
      *receiving and count files are left for the next date.
      *The movement goes first so a posting file that fails its
      *trailer stops the run before anything is taken
           if ws-already-posted
               write report-line           from ws-posted-line
           else
               write report-line           from ws-rej-title
               write report-line           from ws-rej-headings
               write report-line           from ws-rej-underlines
               perform 300-apply-movement
               perform 200-apply-receipts
               perform 400-apply-counts
               if ws-total-rejected = 0
                   write report-line       from ws-none-line
               end-if
               move ws-total-recv-read     to ws-rs-count
               move ws-total-recv-units    to ws-rs-units
               move ws-total-move-lines    to ws-ms-lines
               move ws-total-units-out     to ws-ms-out
               move ws-total-units-in      to ws-ms-in
               write report-line           from spaces
               write report-line           from ws-recv-summary-line
               write report-line           from ws-move-summary-line
               perform 450-print-counts
               perform 700-rewrite-on-hand
           end-if.

           perform 500-print-negatives.

           move ws-oh-count                to ws-fo-entries.
           move ws-total-negative          to ws-fo-negative.
           move ws-total-new-negative      to ws-fo-new-negative.
           move ws-total-rejected          to ws-fo-rejected.
           write report-line               from spaces.
           write report-line               from ws-footer-line.

           if ws-total-new-negative > 0
               perform 650-raise-negative-alert
           end-if.
           if ws-total-move-rejected > 0
               perform 655-raise-move-alert
           end-if.

           perform 600-write-audit-line.
           close report-file.
           goback.

      *the run posts under the business date the consolidation
      *step left, falling back to the machine date
       050-settle-run-date.
           accept ws-run-date              from date yyyymmdd.
           open input busdate-file
           if ws-busd-file-status = '00'
               read busdate-file
                   at end continue
                   not at end
                       if busdate-line is numeric
                           move busdate-line
                                           to ws-run-date
                       end-if
               end-read
               close busdate-file
           end-if.

      *the active stores - a receipt or count for any other store
      *is a miskey
       100-load-store-master.
           open input store-master-file
           if ws-stm-file-status = '00'
               read store-master-file
                   at end move 'y'         to ws-eof
               end-read
               perform until ws-eof = 'y'
                   if sm-is-active and ws-store-list-count < 50
                       add 1               to ws-store-list-count
                       move sm-store-code  to
                           ws-store-code (ws-store-list-count)
                   end-if
                   read store-master-file
                       at end move 'y'     to ws-eof
                   end-read
               end-perform
               close store-master-file
           end-if.

      *every SKU's unit price, active or not - a count can still
      *turn up a discontinued SKU on the shelf
       110-load-sku-prices.
           move 'n'                        to ws-eof.
           open input sku-master-file
           if ws-skm-file-status = '00'
               read sku-master-file
                   at end move 'y'         to ws-eof
               end-read
               perform until ws-eof = 'y'
                   if ws-pr-count < 700
                       add 1               to ws-pr-count
                       move km-sku-code (1:15)
                                           to
                           ws-pr-sku (ws-pr-count)
                       move 0              to
                           ws-pr-price (ws-pr-count)
                       if km-unit-price is numeric
                           move km-unit-price
                                           to
                               ws-pr-price (ws-pr-count)
                       end-if
                   end-if
                   read sku-master-file
                       at end move 'y'     to ws-eof
                   end-read
               end-perform
               close sku-master-file
           end-if.

      *the on-hand master back into storage - header first. A
      *missing master just means the first run ever
       120-load-on-hand.
           move 'n'                        to ws-eof.
           open input onhand-file
           if ws-onh-file-status = '00'
               read onhand-file
                   at end move 'y'         to ws-eof
               end-read
               if ws-eof not = 'y' and ohh-is-header
                   move ohh-posted-date    to ws-posted-date
                   if ws-posted-date >= ws-run-date
                       move 'y'            to ws-already-posted-sw
                   end-if
                   read onhand-file
                       at end move 'y'     to ws-eof
                   end-read
               end-if
               perform until ws-eof = 'y'
                   if ws-oh-count < 10000
                       add 1               to ws-oh-count
                       move oh-store-num   to
                           ws-oh-store (ws-oh-count)
                       move oh-sku-code    to
                           ws-oh-sku (ws-oh-count)
                       move oh-on-hand     to
                           ws-oh-units (ws-oh-count)
                       move oh-last-recv-date
                                           to
                           ws-oh-last-recv (ws-oh-count)
                       move oh-last-count-date
                                           to
                           ws-oh-last-count (ws-oh-count)
                       if oh-on-hand < 0
                           move 'y'        to
                               ws-oh-was-negative (ws-oh-count)
                       else
                           move 'n'        to
                               ws-oh-was-negative (ws-oh-count)
                       end-if
                   end-if
                   read onhand-file
                       at end move 'y'     to ws-eof
                   end-read
               end-perform
               close onhand-file
           end-if.

      *the stores' receiving file - each good receipt adds to
      *on hand, each bad one is listed for the store to rekey.
      *The file is left empty once taken
       200-apply-receipts.
           move 'n'                        to ws-eof.
           open input recv-file.
           if ws-recv-file-status = '00'
               read recv-file
                   at end move 'y'         to ws-eof
               end-read
               perform until ws-eof = 'y'
                   perform 210-apply-one-receipt
                   read recv-file
                       at end move 'y'     to ws-eof
                   end-read
               end-perform
               close recv-file
               open output recv-file
               close recv-file
           end-if.

       210-apply-one-receipt.
           move rc-store-num               to ws-work-store.
           move rc-sku-code                to ws-work-sku.
           perform 560-check-store.
           move spaces                     to ws-reject-reason.
           evaluate true
               when not ws-store-on-file
                   move ws-bad-store-msg   to ws-reject-reason
               when rc-sku-code = spaces
                   move ws-blank-sku-msg   to ws-reject-reason
               when rc-qty is not numeric
                   move ws-bad-qty-msg     to ws-reject-reason
               when rc-qty-n = 0
                   move ws-zero-qty-msg    to ws-reject-reason
               when rc-recv-date is not numeric
                   move ws-bad-date-msg    to ws-reject-reason
           end-evaluate.
           if ws-reject-reason = spaces
               perform 550-find-or-add-entry
               if ws-cur-oh-idx = 0
                   move ws-table-full-msg  to ws-reject-reason
               end-if
           end-if.
           if ws-reject-reason = spaces
               add rc-qty-n                to
                   ws-oh-units (ws-cur-oh-idx)
               move rc-recv-date           to
                   ws-oh-last-recv (ws-cur-oh-idx)
               add 1                       to ws-total-recv-read
               add rc-qty-n                to ws-total-recv-units
           else
               add 1                       to ws-total-rejected
               move ws-recv-file-name      to ws-rj-file
               move rc-store-num           to ws-rj-store
               move rc-sku-code            to ws-rj-sku
               move rc-qty                 to ws-rj-units
               move rc-recv-date           to ws-rj-date
               move ws-reject-reason       to ws-rj-reason
               write report-line           from ws-rej-detail-line
           end-if.

      *the day's unit movement off the stock extract's posting
      *file - units out come off on hand, units in go back on.
      *A file that doesn't tie to its trailer is refused whole
       300-apply-movement.
           move 'n'                        to ws-eof.
           move 'n'                        to ws-trl-seen-sw.
           move 0                          to ws-ctl-in-cnt.
           move 0                          to ws-ctl-in-hash.
           open input stock-file.
           if ws-stock-file-status = '00'
               read stock-file
                   at end move 'y'         to ws-eof
               end-read
               perform until ws-eof = 'y'
                   move stock-line         to ws-ctl-record
                   perform 310-classify-ctl-record
                   if not ws-is-ctl-record
                       add 1               to ws-ctl-in-cnt
                       if tk-units-out is numeric
                           and tk-units-in is numeric
                           add tk-units-out
                                           to ws-ctl-in-hash
                           add tk-units-in to ws-ctl-in-hash
                           perform 320-apply-one-movement
                       end-if
                   end-if
                   read stock-file
                       at end move 'y'     to ws-eof
                   end-read
               end-perform
               close stock-file
               if not ws-trl-seen
                   perform 920-refuse-input-file
               end-if
           end-if.

      *tells a control record apart from a detail record, and
      *verifies the trailer the moment it goes by
       310-classify-ctl-record.
           move 'n'                        to ws-ctl-record-sw.
           evaluate true
               when ws-ctl-is-header
                   move 'y'                to ws-ctl-record-sw
               when ws-ctl-is-trailer
                   move 'y'                to ws-ctl-record-sw
                   move 'y'                to ws-trl-seen-sw
                   if ws-ctl-count not = ws-ctl-in-cnt
                       or ws-ctl-hash not = ws-ctl-in-hash
                       perform 920-refuse-input-file
                   end-if
           end-evaluate.

      *a store/SKU the master has no room for is listed with the
      *rejected receipts and counts, for the stock system to key
       320-apply-one-movement.
           move tk-store-num               to ws-work-store.
           move tk-sku-code                to ws-work-sku.
           perform 550-find-or-add-entry.
           if ws-cur-oh-idx > 0
               subtract tk-units-out       from
                   ws-oh-units (ws-cur-oh-idx)
               add tk-units-in             to
                   ws-oh-units (ws-cur-oh-idx)
               add 1                       to ws-total-move-lines
               add tk-units-out            to ws-total-units-out
               add tk-units-in             to ws-total-units-in
           else
               add 1                       to ws-total-rejected
               add 1                       to ws-total-move-rejected
               move ws-move-file-name      to ws-rj-file
               move tk-store-num           to ws-rj-store
               move tk-sku-code            to ws-rj-sku
               if tk-units-out > 0
                   move tk-units-out       to ws-rj-units
               else
                   move tk-units-in        to ws-rj-units
               end-if
               move tk-post-date           to ws-rj-date
               move ws-table-full-msg      to ws-rj-reason
               write report-line           from ws-rej-detail-line
           end-if.

      *the stores' physical counts - taken after the day's
      *movement, the counted units replace the book figure and
      *the difference is that store's variance. The file is left
      *empty once taken
       400-apply-counts.
           move 'n'                        to ws-eof.
           open input count-file.
           if ws-count-file-status = '00'
               read count-file
                   at end move 'y'         to ws-eof
               end-read
               perform until ws-eof = 'y'
                   perform 410-apply-one-count
                   read count-file
                       at end move 'y'     to ws-eof
                   end-read
               end-perform
               close count-file
               open output count-file
               close count-file
           end-if.

      *a good count is held on the shrink table for printing once
      *the rejects are all listed; the master is set now
       410-apply-one-count.
           move pc-store-num               to ws-work-store.
           move pc-sku-code                to ws-work-sku.
           perform 560-check-store.
           move spaces                     to ws-reject-reason.
           evaluate true
               when not ws-store-on-file
                   move ws-bad-store-msg   to ws-reject-reason
               when pc-sku-code = spaces
                   move ws-blank-sku-msg   to ws-reject-reason
               when pc-counted is not numeric
                   move ws-bad-qty-msg     to ws-reject-reason
               when pc-count-date is not numeric
                   move ws-bad-date-msg    to ws-reject-reason
           end-evaluate.
           if ws-reject-reason = spaces
               perform 550-find-or-add-entry
               if ws-cur-oh-idx = 0
                   move ws-table-full-msg  to ws-reject-reason
               end-if
           end-if.
           if ws-reject-reason = spaces
               add 1                       to ws-total-counts
               perform 420-hold-count
           else
               add 1                       to ws-total-rejected
               move ws-count-file-name     to ws-rj-file
               move pc-store-num           to ws-rj-store
               move pc-sku-code            to ws-rj-sku
               move pc-counted             to ws-rj-units
               move pc-count-date          to ws-rj-date
               move ws-reject-reason       to ws-rj-reason
               write report-line           from ws-rej-detail-line
           end-if.

      *the variance against book, valued at the SKU's unit price,
      *added to the store's shrink, and the count made the book
       420-hold-count.
           move ws-oh-units (ws-cur-oh-idx)
                                           to ws-book-units.
           compute ws-var-units =
               pc-counted-n - ws-book-units.
           perform 570-find-price.
           compute ws-var-value =
               ws-var-units * ws-cur-price.
           move pc-counted-n               to
               ws-oh-units (ws-cur-oh-idx).
           move pc-count-date              to
               ws-oh-last-count (ws-cur-oh-idx).

           move 0                          to ws-cur-sh-idx.
           perform varying ws-sh-idx from 1 by 1
               until ws-sh-idx > ws-sh-count
               if ws-sh-store (ws-sh-idx) = ws-work-store
                   set ws-cur-sh-idx       to ws-sh-idx
               end-if
           end-perform.
           if ws-cur-sh-idx = 0 and ws-sh-count < 50
               add 1                       to ws-sh-count
               move ws-work-store          to
                   ws-sh-store (ws-sh-count)
               move 0                      to
                   ws-sh-skus (ws-sh-count)
               move 0                      to
                   ws-sh-units (ws-sh-count)
               move 0                      to
                   ws-sh-value (ws-sh-count)
               move ws-sh-count            to ws-cur-sh-idx
           end-if.
           if ws-cur-sh-idx > 0
               add 1                       to
                   ws-sh-skus (ws-cur-sh-idx)
               add ws-var-units            to
                   ws-sh-units (ws-cur-sh-idx)
               add ws-var-value            to
                   ws-sh-value (ws-cur-sh-idx)
           end-if.

           move ws-work-store              to ws-cd-store.
           move ws-work-sku                to ws-cd-sku.
           move pc-count-date              to ws-cd-date.
           move ws-book-units              to ws-cd-book.
           move pc-counted-n               to ws-cd-counted.
           move ws-var-units               to ws-cd-variance.
           move ws-cur-price               to ws-cd-price.
           move ws-var-value               to ws-cd-value.
           perform 430-hold-count-line.

      *count lines are written to the report after the rejects,
      *so they are spooled into the count table first
       430-hold-count-line.
           if ws-cl-count < 2000
               add 1                       to ws-cl-count
               move ws-cnt-detail-line     to
                   ws-cl-line (ws-cl-count)
           end-if.

      *the count variance detail, then each store's shrink
       450-print-counts.
           write report-line               from spaces.
           write report-line               from ws-cnt-title.
           write report-line               from ws-cnt-headings.
           write report-line               from ws-cnt-underlines.
           perform varying ws-cl-idx from 1 by 1
               until ws-cl-idx > ws-cl-count
               write report-line           from ws-cl-line (ws-cl-idx)
           end-perform.
           if ws-cl-count = 0
               write report-line           from ws-none-line
           end-if.

           write report-line               from spaces.
           write report-line               from ws-shr-title.
           write report-line               from ws-shr-headings.
           write report-line               from ws-shr-underlines.
           perform varying ws-sh-idx from 1 by 1
               until ws-sh-idx > ws-sh-count
               move ws-sh-store (ws-sh-idx)
                                           to ws-sd-store
               move ws-sh-skus (ws-sh-idx) to ws-sd-skus
               move ws-sh-units (ws-sh-idx)
                                           to ws-sd-units
               move ws-sh-value (ws-sh-idx)
                                           to ws-sd-value
               write report-line           from ws-shr-detail-line
           end-perform.
           if ws-sh-count = 0
               write report-line           from ws-none-line
           end-if.

      *every store/SKU below zero on hand - the ones that crossed
      *below zero today are called out
       500-print-negatives.
           write report-line               from spaces.
           write report-line               from ws-neg-title.
           write report-line               from ws-neg-headings.
           write report-line               from ws-neg-underlines.
           perform varying ws-oh-idx from 1 by 1
               until ws-oh-idx > ws-oh-count
               if ws-oh-units (ws-oh-idx) < 0
                   add 1                   to ws-total-negative
                   move ws-oh-store (ws-oh-idx)
                                           to ws-nd-store
                   move ws-oh-sku (ws-oh-idx)
                                           to ws-nd-sku
                   move ws-oh-units (ws-oh-idx)
                                           to ws-nd-units
                   move spaces             to ws-nd-last-recv
                   if ws-oh-last-recv (ws-oh-idx) > 0
                       move ws-oh-last-recv (ws-oh-idx)
                                           to ws-nd-last-recv
                   end-if
                   move spaces             to ws-nd-last-count
                   if ws-oh-last-count (ws-oh-idx) > 0
                       move ws-oh-last-count (ws-oh-idx)
                                           to ws-nd-last-count
                   end-if
                   if ws-oh-was-negative (ws-oh-idx) = 'y'
                       or ws-already-posted
                       move ws-still-negative-msg
                                           to ws-nd-status
                   else
                       move ws-new-negative-msg
                                           to ws-nd-status
                       add 1               to ws-total-new-negative
                   end-if
                   write report-line       from ws-neg-detail-line
               end-if
           end-perform.
           if ws-total-negative = 0
               write report-line           from ws-none-line
           end-if.

      *looks the store/SKU up on the on-hand table, adding a new
      *zeroed entry when it hasn't been held before; 0 only when
      *the table is already full and the combination new
       550-find-or-add-entry.
           move 0                          to ws-cur-oh-idx.
           perform varying ws-oh-idx from 1 by 1
               until ws-oh-idx > ws-oh-count
               if ws-oh-store (ws-oh-idx) = ws-work-store
                   and ws-oh-sku (ws-oh-idx) = ws-work-sku
                   set ws-cur-oh-idx       to ws-oh-idx
               end-if
           end-perform.
           if ws-cur-oh-idx = 0 and ws-oh-count < 10000
               add 1                       to ws-oh-count
               move ws-work-store          to
                   ws-oh-store (ws-oh-count)
               move ws-work-sku            to
                   ws-oh-sku (ws-oh-count)
               move 0                      to
                   ws-oh-units (ws-oh-count)
               move 0                      to
                   ws-oh-last-recv (ws-oh-count)
               move 0                      to
                   ws-oh-last-count (ws-oh-count)
               move 'n'                    to
                   ws-oh-was-negative (ws-oh-count)
               move ws-oh-count            to ws-cur-oh-idx
           end-if.

      *whether the store in ws-work-store is an active store
       560-check-store.
           move 'n'                        to ws-store-ok-sw.
           perform varying ws-store-idx from 1 by 1
               until ws-store-idx > ws-store-list-count
               if ws-store-code (ws-store-idx) = ws-work-store
                   move 'y'                to ws-store-ok-sw
               end-if
           end-perform.

      *the unit price of the SKU in ws-work-sku - zero when the
      *SKU master has none
       570-find-price.
           move 0                          to ws-cur-price.
           perform varying ws-pr-idx from 1 by 1
               until ws-pr-idx > ws-pr-count
               if ws-pr-sku (ws-pr-idx) = ws-work-sku
                   move ws-pr-price (ws-pr-idx)
                                           to ws-cur-price
               end-if
           end-perform.

      *drops this run's summary onto the common operations log
       600-write-audit-line.
           accept ws-aud-date              from date.
           accept ws-aud-time              from time.
           move "Program43_On_Hand"        to ws-aud-program.
           compute ws-aud-in =
               ws-total-recv-read + ws-total-move-lines
               + ws-total-counts + ws-total-rejected.
           move ws-oh-count                to ws-aud-out.
           move ws-total-rejected          to ws-aud-rejected.
           open extend audit-file.
           if ws-audit-file-status not = '00'
               open output audit-file
           end-if.
           write audit-line                from ws-audit-line.
           close audit-file.

      *WARN - the chain continues, but loss prevention or the
      *store has a missing receipt to chase
       650-raise-negative-alert.
           accept ws-alr-date              from date.
           accept ws-alr-time              from time.
           move "WARN"                     to ws-alr-severity.
           move "Program43_On_Hand"        to ws-alr-program.
           move "SKUS WENT NEGATIVE ON HAND - SEE REPORT"
                                           to ws-alr-message.
           perform 660-write-alert-line.

      *WARN - the book is short the movement listed, for the stock
      *system to key by hand
       655-raise-move-alert.
           accept ws-alr-date              from date.
           accept ws-alr-time              from time.
           move "WARN"                     to ws-alr-severity.
           move "Program43_On_Hand"        to ws-alr-program.
           move "STOCK MOVEMENT NOT TAKEN - MASTER FULL"
                                           to ws-alr-message.
           perform 660-write-alert-line.

       660-write-alert-line.
           open extend alert-file.
           if ws-alert-file-status not = '00'
               open output alert-file
           end-if.
           write alert-line                from ws-alert-line.
           close alert-file.

      *the whole on-hand master back out - header with this
      *business date first, then every store and SKU
       700-rewrite-on-hand.
           open output onhand-file.
           move spaces                     to onhand-header-line.
           move 'HDR'                      to ohh-header-tag.
           move ws-run-date                to ohh-posted-date.
           write onhand-header-line.
           perform varying ws-oh-idx from 1 by 1
               until ws-oh-idx > ws-oh-count
               move spaces                 to onhand-line
               move ws-oh-store (ws-oh-idx)
                                           to oh-store-num
               move ws-oh-sku (ws-oh-idx)  to oh-sku-code
               move ws-oh-units (ws-oh-idx)
                                           to oh-on-hand
               move ws-oh-last-recv (ws-oh-idx)
                                           to oh-last-recv-date
               move ws-oh-last-count (ws-oh-idx)
                                           to oh-last-count-date
               write onhand-line
           end-perform.
           close onhand-file.

      *the stock extract's posting file doesn't tie to its
      *trailer - raise the alert and end the step nonzero so the
      *chain halts here, the master untouched
       920-refuse-input-file.
           accept ws-alr-date              from date.
           accept ws-alr-time              from time.
           move "CRIT"                     to ws-alr-severity.
           move "Program43_On_Hand"        to ws-alr-program.
           move "STOCK MOVE FILE FAILS TRAILER CHECK"
                                           to ws-alr-message.
           perform 660-write-alert-line.
           move 8                          to return-code.
           stop run.

       end program Program43_On_Hand.
