       identification division.
       program-id. Program50_Price_Labels.
       author. Shreeji Patel, Ryan Beckett, Mathew Kosterzewa.
       Date-Written. 15-Oct-2026.
      *Purpose     : This file is created for the purpose of the group
      *              project in MAFD-4202.
      *Description : This program writes the nightly shelf-label
      *              extract the stores print from before opening -
      *              one record per store for every SKU whose
      *              selling price changes on the next business
      *              date, with the price on the shelf today, the
      *              price tomorrow and why: a permanent change
      *              keyed through the master maintenance program,
      *              a promotion on the price calendar starting, or
      *              one ending. The price on the shelf today is the
      *              unit price last sent to the stores, or the
      *              promotion covering today; tomorrow's is the SKU
      *              master's unit price now, or the promotion
      *              covering tomorrow. The prices sent are kept on
      *              the shelf-price file so the next run knows
      *              what the shelf shows, and a business date
      *              already extracted compares against the same
      *              prices again rather than against its own. A
      *              long-SKU store gets the long SKUs, every other
      *              store the standard ones. The extract carries
      *              the control header and trailer like the other
      *              handoffs, and a summary page counts each
      *              store's label changes by reason.
      *Modifications:
      *  15-Oct-2026  Original.
      *  -            Widen the SKU master record to 61 bytes for the
      *               vendor number each entry now carries.

       environment division.

       input-output section.
       file-control.
      *the store master kept by the maintenance program
           select store-master-file assign to
                               "../../../data/project1StoreMaster.dat"
               organization is line sequential
               file status is ws-stm-file-status.

      *the SKU master kept by the maintenance program - the unit
      *price the stores sell at tomorrow
           select sku-master-file assign   to
                               "../../../data/project1SkuMaster.dat"
               organization is line sequential
               file status is ws-skm-file-status.

      *the promotional price calendar kept by the maintenance
      *program
           select promo-cal-file assign    to
                               "../../../data/project1PromoCal.dat"
               organization is line sequential
               file status is ws-pmc-file-status.

      *the unit prices last sent to the stores - read whole and
      *rewritten whole, the period-master pattern
           select shelf-price-file assign  to
                               "../../../data/project1ShelfPrice.dat"
               organization is line sequential
               file status is ws-shp-file-status.

      *the business date of the batch, as the consolidation step
      *leaves it - labels are for the day after
           select busdate-file assign      to
                                   "../../../data/project1BusDate.dat"
               organization is line sequential
               file status is ws-busd-file-status.

      *the shelf-label extract sent to the stores
           select label-file assign        to
                               "../../../data/project1PriceLabel.dat"
               organization is line sequential.

      *the summary page
           select report-file assign       to
                               "../../../data/project1PriceLabel.out"
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
               88 km-is-active          value 'A'.
           05 km-unit-price                pic x(7).
           05 km-unit-price-n redefines km-unit-price
                                           pic 9(5)v99.
           05 km-eff-date                  pic x(8).
           05 km-eff-date-n redefines km-eff-date
                                           pic 9(8).
           05 km-end-date                  pic x(8).
           05 km-end-date-n redefines km-end-date
                                           pic 9(8).
           05 km-vendor-num                pic x(6).

      *promotional price calendar record
       fd promo-cal-file
           data record is promo-cal-line
               record contains 54 characters.
       01 promo-cal-line.
           05 pc-sku-code                  pic x(30).
           05 pc-start-date                pic x(8).
           05 pc-end-date                  pic x(8).
           05 pc-promo-price               pic x(7).
           05 pc-active-flag               pic x.
               88 pc-is-active          value 'A'.

      *shelf-price record - the first record is the header
      *carrying the business date last extracted; each SKU
      *carries the price sent then and the one sent the run
      *before, so a rerun of the same date compares against the
      *same shelf
       fd shelf-price-file
           data record is shelf-price-line
               record contains 50 characters.
       01 shelf-price-line.
           05 sp-sku-code                  pic x(30).
           05 sp-sent-price                pic 9(5)v99.
           05 sp-prior-price               pic 9(5)v99.
           05 filler                       pic x(6).
       01 shelf-price-header-line.
           05 sph-header-tag               pic xxx.
               88 sph-is-header         value 'HDR'.
           05 sph-extract-date             pic 9(8).
           05 filler                       pic x(39).

      *the business date the consolidation step leaves
       fd busdate-file
           data record is busdate-line
               record contains 8 characters.
       01 busdate-line                     pic x(8).

      *one label change for one store - 70 bytes so the shared
      *control-record layout brackets it like the other handoffs
       fd label-file
           data record is label-line
               record contains 70 characters.
       01 label-line.
           05 lb-store-num                 pic xx.
           05 lb-sku-code                  pic x(30).
           05 lb-reason-code               pic x.
           05 lb-old-price                 pic 9(5)v99.
           05 lb-new-price                 pic 9(5)v99.
           05 lb-eff-date                  pic 9(8).
           05 lb-reason-text               pic x(15).

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

      *header/trailer control records bracketing every handoff
      *file
       copy "CTLREC.cpy".

      *store master held in storage
       copy "STOREMF.cpy".

      *file statuses and switches
       01 ws-audit-file-status              pic xx
           value spaces.
       01 ws-stm-file-status                pic xx
           value spaces.
       01 ws-skm-file-status                pic xx
           value spaces.
       01 ws-pmc-file-status                pic xx
           value spaces.
       01 ws-shp-file-status                pic xx
           value spaces.
       01 ws-busd-file-status               pic xx
           value spaces.
       01 ws-eof                           pic x
           value 'n'.

      *the business date of the batch and the date the labels
      *take effect - the day after
       01 ws-run-date                      pic 9(8)
           value 0.
       01 ws-label-date                    pic 9(8)
           value 0.
       01 ws-label-date-r redefines ws-label-date.
           05 ws-label-yyyy                pic 9(4).
           05 ws-label-mm                  pic 99.
           05 ws-label-dd                  pic 99.

      *days in each month, for stepping the business date on a
      *day - February is judged for leap years when it comes up
       01 ws-month-days-init               pic x(24)
           value "312831303130313130313031".
       01 ws-month-days-r redefines ws-month-days-init.
           05 ws-month-days                pic 99
               occurs 12 times.
       01 ws-days-this-month               pic 99
           value 0.
       01 ws-leap-quot                     pic 9(4)
           value 0.
       01 ws-leap-rem-4                    pic 9(3)
           value 0.
       01 ws-leap-rem-100                  pic 9(3)
           value 0.
       01 ws-leap-rem-400                  pic 9(3)
           value 0.

      *the date the shelf-price file was last extracted for -
      *this date again means a rerun
       01 ws-extract-date                  pic 9(8)
           value 0.
       01 ws-rerun-sw                      pic x
           value 'n'.
           88 ws-rerun                  value 'y'.

      *the SKU master held in storage - every active SKU with a
      *good price
       01 ws-sku-table.
           05 ws-sk-entry                  occurs 700 times
               indexed by ws-sk-idx.
               10 ws-sk-sku                pic x(30).
               10 ws-sk-long               pic x.
               10 ws-sk-price              pic 9(5)v99.
               10 ws-sk-eff                pic 9(8).
               10 ws-sk-end                pic 9(8).
               10 ws-sk-old-regular        pic 9(5)v99.
               10 ws-sk-prior              pic 9(5)v99.
       01 ws-sk-count                      pic 999
           value 0.

      *the active promotions with clean dates and prices
       01 ws-promo-table.
           05 ws-pm-entry                  occurs 500 times
               indexed by ws-pm-idx.
               10 ws-pm-sku                pic x(30).
               10 ws-pm-start              pic 9(8).
               10 ws-pm-end                pic 9(8).
               10 ws-pm-price              pic 9(5)v99.
       01 ws-promo-count                   pic 999
           value 0.

      *the prices last sent, off the shelf-price file
       01 ws-shelf-table.
           05 ws-sp-entry                  occurs 700 times
               indexed by ws-sp-idx.
               10 ws-sp-sku                pic x(30).
               10 ws-sp-sent               pic 9(5)v99.
               10 ws-sp-prior              pic 9(5)v99.
       01 ws-sp-count                      pic 999
           value 0.

      *the price changes, worked out once and then sent to every
      *store that sells the SKU
       01 ws-change-table.
           05 ws-ch-entry                  occurs 700 times
               indexed by ws-ch-idx.
               10 ws-ch-sku                pic x(30).
               10 ws-ch-long               pic x.
               10 ws-ch-reason             pic x.
               10 ws-ch-old                pic 9(5)v99.
               10 ws-ch-new                pic 9(5)v99.
       01 ws-ch-count                      pic 999
           value 0.

      *the selling price of one SKU on one date, worked out by
      *200-price-on-date
       01 ws-work-date                     pic 9(8)
           value 0.
       01 ws-work-regular                  pic 9(5)v99
           value 0.
       01 ws-work-price                    pic 9(5)v99
           value 0.
       01 ws-work-promo-idx                pic 999
           value 0.
       01 ws-old-price                     pic 9(5)v99
           value 0.
       01 ws-old-promo-idx                 pic 999
           value 0.
       01 ws-new-price                     pic 9(5)v99
           value 0.
       01 ws-new-promo-idx                 pic 999
           value 0.

      *reason codes carried on the extract
       77 ws-reason-permanent              pic x
           value 'P'.
       77 ws-reason-promo-start            pic x
           value 'S'.
       77 ws-reason-promo-end              pic x
           value 'E'.

      *each store's label changes by reason, for the summary page
       01 ws-store-counts.
           05 ws-sc-entry                  occurs 50 times.
               10 ws-sc-permanent          pic 9(5).
               10 ws-sc-promo-start        pic 9(5).
               10 ws-sc-promo-end          pic 9(5).
       01 ws-cur-store-idx                 pic 99
           value 0.
       01 ws-store-long-sw                 pic x
           value 'n'.
           88 ws-store-long             value 'y'.

      *counts for the trailer, the footer and the audit log
       01 ws-total-lines                   pic 9(7)
           value 0.
       01 ws-price-hash                    pic 9(11)v99
           value 0.
       01 ws-total-permanent               pic 9(5)
           value 0.
       01 ws-total-promo-start             pic 9(5)
           value 0.
       01 ws-total-promo-end               pic 9(5)
           value 0.

      *summary page header
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
               value "SHELF-LABEL CHANGES".
           05 filler                       pic x(17)
               value "EFFECTIVE DATE ".
           05 ws-hd-label-date             pic 9(8)
               value 0.

      *a business date already extracted
       01 ws-rerun-line                    pic x(60)
           value "  DATE EXTRACTED BEFORE - SAME SHELF PRICES USED".

      *column headings
       01 ws-report-headings.
           05 filler                       pic x(4)
               value spaces.
           05 filler                       pic x(10)
               value "STORE".
           05 filler                       pic x(14)
               value "PERMANENT".
           05 filler                       pic x(14)
               value "PROMO START".
           05 filler                       pic x(14)
               value "PROMO END".
           05 filler                       pic x(10)
               value "TOTAL".
       01 ws-underlines.
           05 filler                       pic x(4)
               value spaces.
           05 filler                       pic x(10)
               value "-----".
           05 filler                       pic x(14)
               value "---------".
           05 filler                       pic x(14)
               value "-----------".
           05 filler                       pic x(14)
               value "---------".
           05 filler                       pic x(10)
               value "-----".

      *one line per store
       01 ws-store-line.
           05 filler                       pic x(4)
               value spaces.
           05 ws-sl-store                  pic xx
               value spaces.
           05 filler                       pic x(5)
               value spaces.
           05 ws-sl-permanent              pic zz,zz9
               value 0.
           05 filler                       pic x(8)
               value spaces.
           05 ws-sl-promo-start            pic zz,zz9
               value 0.
           05 filler                       pic x(8)
               value spaces.
           05 ws-sl-promo-end              pic zz,zz9
               value 0.
           05 filler                       pic x(5)
               value spaces.
           05 ws-sl-total                  pic zzz,zz9
               value 0.

      *footer
       01 ws-total-line.
           05 filler                       pic x(4)
               value spaces.
           05 filler                       pic x(7)
               value "TOTAL".
           05 ws-tl-permanent              pic zz,zz9
               value 0.
           05 filler                       pic x(8)
               value spaces.
           05 ws-tl-promo-start            pic zz,zz9
               value 0.
           05 filler                       pic x(8)
               value spaces.
           05 ws-tl-promo-end              pic zz,zz9
               value 0.
           05 filler                       pic x(5)
               value spaces.
           05 ws-tl-total                  pic zzz,zz9
               value 0.
       01 ws-sku-count-line.
           05 filler                       pic x(4)
               value spaces.
           05 filler                       pic x(30)
               value "SKUS CHANGING PRICE        =".
           05 ws-scl-count                 pic zz9
               value 0.

       procedure division.
           perform 050-settle-run-date.
           perform 060-settle-label-date.
           perform 100-load-store-master.
           perform 110-load-sku-master.
           perform 120-load-promo-cal.
           perform 130-load-shelf-prices.

           perform 300-find-price-changes.

           open output label-file.
           perform 400-write-label-file.
           close label-file.

           perform 500-print-summary.
           perform 700-rewrite-shelf-prices.
           perform 600-write-audit-line.
           goback.

      *the run works from the business date the consolidation
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

      *the day after the business date, stepped across month and
      *year ends
       060-settle-label-date.
           move ws-run-date                to ws-label-date.
           move ws-month-days (ws-label-mm)
                                           to ws-days-this-month.
           if ws-label-mm = 2
               divide ws-label-yyyy by 4 giving ws-leap-quot
                   remainder ws-leap-rem-4
               divide ws-label-yyyy by 100 giving ws-leap-quot
                   remainder ws-leap-rem-100
               divide ws-label-yyyy by 400 giving ws-leap-quot
                   remainder ws-leap-rem-400
               if ws-leap-rem-4 = 0
                   and (ws-leap-rem-100 not = 0
                        or ws-leap-rem-400 = 0)
                   move 29                 to ws-days-this-month
               end-if
           end-if.
           if ws-label-dd < ws-days-this-month
               add 1                       to ws-label-dd
           else
               move 1                      to ws-label-dd
               if ws-label-mm < 12
                   add 1                   to ws-label-mm
               else
                   move 1                  to ws-label-mm
                   add 1                   to ws-label-yyyy
               end-if
           end-if.

      *the active stores and their long-SKU flags
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
                       move sm-long-sku-flag
                                           to
                           ws-store-long-sku-flag
                               (ws-store-list-count)
                   end-if
                   read store-master-file
                       at end move 'y'     to ws-eof
                   end-read
               end-perform
               close store-master-file
           end-if.

      *every active SKU with a good price - a SKU with no price on
      *file has nothing to put on a label
       110-load-sku-master.
           move 'n'                        to ws-eof.
           open input sku-master-file
           if ws-skm-file-status = '00'
               read sku-master-file
                   at end move 'y'         to ws-eof
               end-read
               perform until ws-eof = 'y'
                   if km-is-active
                       and km-unit-price is numeric
                       and km-unit-price-n > 0
                       and ws-sk-count < 700
                       add 1               to ws-sk-count
                       move km-sku-code    to
                           ws-sk-sku (ws-sk-count)
                       move km-long-flag   to
                           ws-sk-long (ws-sk-count)
                       move km-unit-price-n
                                           to
                           ws-sk-price (ws-sk-count)
                       move 0              to
                           ws-sk-eff (ws-sk-count)
                       move 0              to
                           ws-sk-end (ws-sk-count)
                       if km-eff-date is numeric
                           move km-eff-date-n
                                           to
                               ws-sk-eff (ws-sk-count)
                       end-if
                       if km-end-date is numeric
                           move km-end-date-n
                                           to
                               ws-sk-end (ws-sk-count)
                       end-if
                   end-if
                   read sku-master-file
                       at end move 'y'     to ws-eof
                   end-read
               end-perform
               close sku-master-file
           end-if.

      *the active promotions with clean dates and prices - a bad
      *row is simply not a promotion, matching the edit step
       120-load-promo-cal.
           move 'n'                        to ws-eof.
           open input promo-cal-file
           if ws-pmc-file-status = '00'
               read promo-cal-file
                   at end move 'y'         to ws-eof
               end-read
               perform until ws-eof = 'y'
                   if pc-is-active
                       and pc-start-date is numeric
                       and pc-end-date is numeric
                       and pc-promo-price is numeric
                       and ws-promo-count < 500
                       add 1               to ws-promo-count
                       move pc-sku-code    to
                           ws-pm-sku (ws-promo-count)
                       move pc-start-date  to
                           ws-pm-start (ws-promo-count)
                       move pc-end-date    to
                           ws-pm-end (ws-promo-count)
                       move pc-promo-price to
                           ws-pm-price (ws-promo-count)
                   end-if
                   read promo-cal-file
                       at end move 'y'     to ws-eof
                   end-read
               end-perform
               close promo-cal-file
           end-if.

      *the prices last sent - header first. A missing file means
      *the first run ever, and the shelf is taken to show the
      *master's price already
       130-load-shelf-prices.
           move 'n'                        to ws-eof.
           open input shelf-price-file
           if ws-shp-file-status = '00'
               read shelf-price-file
                   at end move 'y'         to ws-eof
               end-read
               if ws-eof not = 'y' and sph-is-header
                   if sph-extract-date is numeric
                       move sph-extract-date
                                           to ws-extract-date
                   end-if
                   read shelf-price-file
                       at end move 'y'     to ws-eof
                   end-read
               end-if
               perform until ws-eof = 'y'
                   if ws-sp-count < 700
                       add 1               to ws-sp-count
                       move sp-sku-code    to
                           ws-sp-sku (ws-sp-count)
                       move sp-sent-price  to
                           ws-sp-sent (ws-sp-count)
                       move sp-prior-price to
                           ws-sp-prior (ws-sp-count)
                   end-if
                   read shelf-price-file
                       at end move 'y'     to ws-eof
                   end-read
               end-perform
               close shelf-price-file
           end-if.
           if ws-extract-date = ws-run-date
               move 'y'                    to ws-rerun-sw
           end-if.

      *the selling price of the ws-sk-idx SKU on ws-work-date -
      *the promotion covering the date if there is one, else the
      *regular price given; zero when the SKU isn't sold that day
       200-price-on-date.
           move 0                          to ws-work-price.
           move 0                          to ws-work-promo-idx.
           if (ws-sk-eff (ws-sk-idx) = 0
                   or ws-sk-eff (ws-sk-idx) <= ws-work-date)
               and (ws-sk-end (ws-sk-idx) = 0
                   or ws-sk-end (ws-sk-idx) >= ws-work-date)
               move ws-work-regular        to ws-work-price
               perform varying ws-pm-idx from 1 by 1
                   until ws-pm-idx > ws-promo-count
                   if ws-pm-sku (ws-pm-idx) = ws-sk-sku (ws-sk-idx)
                       and ws-work-date >= ws-pm-start (ws-pm-idx)
                       and ws-work-date <= ws-pm-end (ws-pm-idx)
                       set ws-work-promo-idx
                                           to ws-pm-idx
                   end-if
               end-perform
               if ws-work-promo-idx > 0
                   move ws-pm-price (ws-work-promo-idx)
                                           to ws-work-price
               end-if
           end-if.

      *each SKU's price on the shelf today against its price
      *tomorrow - a SKU not sold tomorrow gets no label
       300-find-price-changes.
           perform varying ws-sk-idx from 1 by 1
               until ws-sk-idx > ws-sk-count
               perform 310-settle-old-regular
               move ws-run-date            to ws-work-date
               move ws-sk-old-regular (ws-sk-idx)
                                           to ws-work-regular
               perform 200-price-on-date
               move ws-work-price          to ws-old-price
               move ws-work-promo-idx      to ws-old-promo-idx
               move ws-label-date          to ws-work-date
               move ws-sk-price (ws-sk-idx)
                                           to ws-work-regular
               perform 200-price-on-date
               move ws-work-price          to ws-new-price
               move ws-work-promo-idx      to ws-new-promo-idx
               if ws-new-price > 0
                   and ws-new-price not = ws-old-price
                   perform 320-note-change
               end-if
           end-perform.

      *the regular price on the shelf today - the one last sent,
      *or on a rerun the one sent before that. A SKU never sent
      *is taken to show the master's price
       310-settle-old-regular.
           move ws-sk-price (ws-sk-idx)    to
               ws-sk-old-regular (ws-sk-idx).
           move ws-sk-price (ws-sk-idx)    to
               ws-sk-prior (ws-sk-idx).
           perform varying ws-sp-idx from 1 by 1
               until ws-sp-idx > ws-sp-count
               if ws-sp-sku (ws-sp-idx) = ws-sk-sku (ws-sk-idx)
                   if ws-rerun
                       move ws-sp-prior (ws-sp-idx)
                                           to
                           ws-sk-old-regular (ws-sk-idx)
                   else
                       move ws-sp-sent (ws-sp-idx)
                                           to
                           ws-sk-old-regular (ws-sk-idx)
                   end-if
                   move ws-sk-old-regular (ws-sk-idx)
                                           to
                       ws-sk-prior (ws-sk-idx)
               end-if
           end-perform.

      *why the price moves - a promotion starting tomorrow, one
      *that covered today and covers nothing tomorrow, and
      *otherwise the regular price itself
       320-note-change.
           if ws-ch-count < 700
               add 1                       to ws-ch-count
               move ws-sk-sku (ws-sk-idx)  to ws-ch-sku (ws-ch-count)
               move ws-sk-long (ws-sk-idx) to
                   ws-ch-long (ws-ch-count)
               move ws-old-price           to ws-ch-old (ws-ch-count)
               move ws-new-price           to ws-ch-new (ws-ch-count)
               evaluate true
                   when ws-new-promo-idx > 0
                       and ws-pm-start (ws-new-promo-idx)
                           = ws-label-date
                       move ws-reason-promo-start
                                           to
                           ws-ch-reason (ws-ch-count)
                   when ws-old-promo-idx > 0
                       and ws-new-promo-idx = 0
                       move ws-reason-promo-end
                                           to
                           ws-ch-reason (ws-ch-count)
                   when other
                       move ws-reason-permanent
                                           to
                           ws-ch-reason (ws-ch-count)
               end-evaluate
           end-if.

      *the extract - header, every store's changes grouped under
      *the store, trailer counting the records and hashing the
      *new prices
       400-write-label-file.
           move spaces                     to ws-ctl-record.
           move 'HDR'                      to ws-ctl-tag.
           move ws-run-date                to ws-ctl-run-date.
           move "Program50_Price_Labels"   to ws-ctl-program.
           write label-line                from ws-ctl-record.
           perform varying ws-cur-store-idx from 1 by 1
               until ws-cur-store-idx > ws-store-list-count
               move 0                      to
                   ws-sc-permanent (ws-cur-store-idx)
               move 0                      to
                   ws-sc-promo-start (ws-cur-store-idx)
               move 0                      to
                   ws-sc-promo-end (ws-cur-store-idx)
               move 'n'                    to ws-store-long-sw
               if ws-store-is-long-sku (ws-cur-store-idx)
                   move 'y'                to ws-store-long-sw
               end-if
               perform varying ws-ch-idx from 1 by 1
                   until ws-ch-idx > ws-ch-count
                   if (ws-store-long and ws-ch-long (ws-ch-idx) = 'Y')
                       or (not ws-store-long
                           and ws-ch-long (ws-ch-idx) not = 'Y')
                       perform 410-write-one-label
                   end-if
               end-perform
           end-perform.
           move spaces                     to ws-ctl-record.
           move 'TRL'                      to ws-ctl-tag.
           move ws-total-lines             to ws-ctl-count.
           move ws-price-hash              to ws-ctl-hash.
           write label-line                from ws-ctl-record.

       410-write-one-label.
           move spaces                     to label-line.
           move ws-store-code (ws-cur-store-idx)
                                           to lb-store-num.
           move ws-ch-sku (ws-ch-idx)      to lb-sku-code.
           move ws-ch-reason (ws-ch-idx)   to lb-reason-code.
           move ws-ch-old (ws-ch-idx)      to lb-old-price.
           move ws-ch-new (ws-ch-idx)      to lb-new-price.
           move ws-label-date              to lb-eff-date.
           evaluate ws-ch-reason (ws-ch-idx)
               when ws-reason-promo-start
                   move "PROMO START"      to lb-reason-text
                   add 1                   to
                       ws-sc-promo-start (ws-cur-store-idx)
                   add 1                   to ws-total-promo-start
               when ws-reason-promo-end
                   move "PROMO END"        to lb-reason-text
                   add 1                   to
                       ws-sc-promo-end (ws-cur-store-idx)
                   add 1                   to ws-total-promo-end
               when other
                   move "PERMANENT"        to lb-reason-text
                   add 1                   to
                       ws-sc-permanent (ws-cur-store-idx)
                   add 1                   to ws-total-permanent
           end-evaluate.
           write label-line.
           add 1                           to ws-total-lines.
           add ws-ch-new (ws-ch-idx)       to ws-price-hash.

      *the summary page - each store's label changes by reason
       500-print-summary.
           open output report-file.
           accept ws-date                  from date.
           accept ws-time                  from time.
           move ws-label-date              to ws-hd-label-date.
           write report-line               from spaces.
           write report-line               from ws-report-header.
           write report-line               from spaces.
           if ws-rerun
               write report-line           from ws-rerun-line
               write report-line           from spaces
           end-if.
           write report-line               from ws-report-headings.
           write report-line               from ws-underlines.
           perform varying ws-cur-store-idx from 1 by 1
               until ws-cur-store-idx > ws-store-list-count
               move ws-store-code (ws-cur-store-idx)
                                           to ws-sl-store
               move ws-sc-permanent (ws-cur-store-idx)
                                           to ws-sl-permanent
               move ws-sc-promo-start (ws-cur-store-idx)
                                           to ws-sl-promo-start
               move ws-sc-promo-end (ws-cur-store-idx)
                                           to ws-sl-promo-end
               compute ws-sl-total =
                   ws-sc-permanent (ws-cur-store-idx)
                   + ws-sc-promo-start (ws-cur-store-idx)
                   + ws-sc-promo-end (ws-cur-store-idx)
               write report-line           from ws-store-line
           end-perform.
           move ws-total-permanent         to ws-tl-permanent.
           move ws-total-promo-start       to ws-tl-promo-start.
           move ws-total-promo-end         to ws-tl-promo-end.
           move ws-total-lines             to ws-tl-total.
           write report-line               from ws-underlines.
           write report-line               from ws-total-line.
           move ws-ch-count                to ws-scl-count.
           write report-line               from spaces.
           write report-line               from ws-sku-count-line.
           close report-file.

      *the prices sent tonight go back out as what the shelf
      *shows - on a rerun the price sent before stays as it was
       700-rewrite-shelf-prices.
           open output shelf-price-file.
           move spaces                     to shelf-price-header-line.
           move 'HDR'                      to sph-header-tag.
           move ws-run-date                to sph-extract-date.
           write shelf-price-header-line.
           perform varying ws-sk-idx from 1 by 1
               until ws-sk-idx > ws-sk-count
               move spaces                 to shelf-price-line
               move ws-sk-sku (ws-sk-idx)  to sp-sku-code
               move ws-sk-price (ws-sk-idx)
                                           to sp-sent-price
               move ws-sk-prior (ws-sk-idx)
                                           to sp-prior-price
               write shelf-price-line
           end-perform.
           close shelf-price-file.

      *drops this run's summary onto the common operations log
       600-write-audit-line.
           accept ws-aud-date              from date.
           accept ws-aud-time              from time.
           move "Program50_Price_Labels"   to ws-aud-program.
           move ws-sk-count                to ws-aud-in.
           move ws-total-lines             to ws-aud-out.
           move 0                          to ws-aud-rejected.
           open extend audit-file.
           if ws-audit-file-status not = '00'
               open output audit-file
           end-if.
           write audit-line                from ws-audit-line.
           close audit-file.

       end program Program50_Price_Labels.
