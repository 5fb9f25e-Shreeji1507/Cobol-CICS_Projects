      *              cash-deposit file, reporting matched, short and
      *              over amounts per store per type. A deposit
      *              shortage shows up the next morning instead of
      *              weeks later on the bank statement. Whatever
      *              does not match is carried forward on the
      *              open-items master until a later day's
      *              difference for the same store and type
      *              clears it, so a deposit banked a day late
      *              nets out instead of reading short then over.
      *Modifications:
      *  22-Aug-2026  Original.
      *  -            Carry the signed payment totals the split
      *               empty copy when it holds or misses a
      *               transmission, and reconciling that as zeros
      *               read every store short.
      *  -            Carry every unmatched short or over forward on
      *               the open-items master (project1BankOpen.dat) by
      *               store, payment type and business date, a later
      *               day's opposite difference clearing the oldest
      *               open item for the same store and type first,
      *               with an aged open-items section on the report
      *               and a WARN alert for any item outstanding past
      *               the agreed age.

       environment division.

                               "../../../data/project1BankRecon.out"
               organization is line sequential.

      *the unmatched differences carried from day to day - read
      *in whole, then written back. File status lets us tell
      *"first run, nothing carried" apart from a real open error
           select open-file assign         to
                                   "../../../data/project1BankOpen.dat"
               organization is line sequential
               file status is ws-open-file-status.

      *the business date the differences are carried under
           select busdate-file assign      to
                                   "../../../data/project1BusDate.dat"
               organization is line sequential
               file status is ws-busd-file-status.

      *operations alert file - open items past the agreed age
      *land here
           select alert-file assign        to
                                   "../../../data/opsalert.log"
               organization is line sequential
               file status is ws-alert-file-status.

      *common operations log shared by all the programs - file
      *status lets us tell "first run, nothing to extend" apart
      *from a real open error
       01 report-line                      pic x(110)
           value spaces.

      *one open item - a short (negative) or over (positive) still
      *unexplained for a store and payment type since the business
      *date it arose. The first record on the file is the header
      *carrying the date the master was last posted
       fd open-file
           data record is open-line
               record contains 30 characters.
       01 open-line.
           05 oi-store-num                 pic xx.
           05 oi-pay-type                  pic x(6).
           05 oi-bus-date                  pic 9(8).
           05 oi-amount                    pic s9(7)v99.
           05 filler                       pic x(5).
       01 open-header-line.
           05 oh-header-tag                pic xxx.
               88 oh-is-header          value 'HDR'.
           05 oh-posted-date               pic 9(8).
           05 filler                       pic x(19).

      *the business date the consolidation step leaves
       fd busdate-file
           data record is busdate-line
               record contains 8 characters.
       01 busdate-line                     pic x(8).

      *operations alert record
       fd alert-file
           data record is alert-line
               record contains 96 characters.
       01 alert-line                       pic x(96)
           value spaces.

      *common operations log record
       fd audit-file
           data record is audit-line

       working-storage section.

      *operations alert line, shared layout with the other
      *programs that raise control failures
       copy "OPSALERT.cpy".

      *common operations log line, shared layout with the other
      *programs
       copy "AUDITLOG.cpy".
      *file statuses and switches
       01 ws-audit-file-status              pic xx
           value spaces.
       01 ws-alert-file-status              pic xx
           value spaces.
       01 ws-open-file-status               pic xx
           value spaces.
       01 ws-busd-file-status               pic xx
           value spaces.
       01 ws-open-eof                      pic x
           value 'n'.
       01 ws-pmt-file-status                pic xx
           value spaces.
       01 ws-set-file-status                pic xx
               value "DIFFERENCE".
           05 filler                       pic x(12)
               value "STATUS".
           05 filler                       pic x(12)
               value "CLEARED OLD".

      *underlines
       01 ws-underlines.
               value "----------".
           05 filler                       pic x(12)
               value "------".
           05 filler                       pic x(12)
               value "-----------".

      *one line per store per payment type
       01 ws-detail-line.
               value spaces.
           05 ws-dl-status                 pic x(8)
               value spaces.
           05 filler                       pic x(4)
               value spaces.
           05 ws-dl-cleared                pic $$,$$$,$$9.99
               blank when zero.

      *missing-file warnings at the top of the report
       01 ws-no-settle-line                pic x(50)
       01 ws-cmp-banked                    pic 9(7)v99
           value 0.

      *the business date the differences are carried under, and
      *the date the open-items master was last posted - a rerun
      *of a date already posted reports but does not re-apply
       01 ws-run-date                      pic 9(8)
           value 0.
       01 ws-posted-date                   pic 9(8)
           value 0.
       01 ws-already-posted-sw             pic x
           value 'n'.
           88 ws-already-posted         value 'y'.

      *the open items carried from earlier days, oldest first as
      *they sit on the file, with today's new ones added behind
       01 ws-open-table.
           05 ws-oi-entry                  occurs 500 times.
               10 ws-oi-store              pic xx.
               10 ws-oi-type               pic x(6).
               10 ws-oi-date               pic 9(8).
               10 ws-oi-amount             pic s9(7)v99.
       01 ws-oi-count                      pic 999
           value 0.
       01 ws-oi-idx                        pic 999
           value 0.
       77 ws-max-open-items                pic 999
           value 500.
       01 ws-open-full-sw                  pic x
           value 'n'.
           88 ws-open-full              value 'y'.

      *the part of today's difference still to be matched against
      *the open items, what it cleared, and one item's remainder
       01 ws-carry-amt                     pic s9(8)v99
           value 0.
       01 ws-cleared-amt                   pic s9(8)v99
           value 0.
       01 ws-offset-amt                    pic s9(8)v99
           value 0.

      *age past which an open item is raised on the alert log
       77 ws-open-alert-days               pic 99
           value 7.

      *counts and totals for the open-items section
       01 ws-total-open                    pic 999
           value 0.
       01 ws-total-past-age                pic 999
           value 0.
       01 ws-total-open-net                pic s9(8)v99
           value 0.
       01 ws-item-age                      pic s9(7)
           value 0.

      *date arithmetic, same serial trick as the period step
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

      *open-items section of the report
       01 ws-open-title.
           05 filler                       pic x(37)
               value "  OPEN ITEMS CARRIED FORWARD - AS AT ".
           05 ws-ot-date                   pic 9(8)
               value 0.
       01 ws-open-headings.
           05 filler                       pic x(1)
               value spaces.
           05 filler                       pic x(8)
               value "STORE".
           05 filler                       pic x(8)
               value "TYPE".
           05 filler                       pic x(10)
               value "SINCE".
           05 filler                       pic x(10)
               value "AGE DAYS".
           05 filler                       pic x(15)
               value "OPEN AMOUNT".
           05 filler                       pic x(12)
               value "STATUS".
       01 ws-open-underlines.
           05 filler                       pic x(1)
               value spaces.
           05 filler                       pic x(8)
               value "-----".
           05 filler                       pic x(8)
               value "----".
           05 filler                       pic x(10)
               value "-----".
           05 filler                       pic x(10)
               value "--------".
           05 filler                       pic x(15)
               value "-----------".
           05 filler                       pic x(12)
               value "------".
       01 ws-open-detail-line.
           05 filler                       pic x(2)
               value spaces.
           05 ws-od-store-num              pic xx
               value spaces.
           05 filler                       pic x(4)
               value spaces.
           05 ws-od-type                   pic x(6)
               value spaces.
           05 filler                       pic x(3)
               value spaces.
           05 ws-od-since                  pic 9(8)
               value 0.
           05 filler                       pic x(4)
               value spaces.
           05 ws-od-age                    pic zzz9
               value 0.
           05 filler                       pic x(2)
               value spaces.
           05 ws-od-amount                 pic $$,$$$,$$9.99-
               value 0.
           05 filler                       pic x(2)
               value spaces.
           05 ws-od-status                 pic x(8)
               value spaces.
           05 filler                       pic x(1)
               value spaces.
           05 ws-od-flag                   pic x(8)
               value spaces.
       01 ws-open-footer-line.
           05 filler                       pic x(2)
               value spaces.
           05 filler                       pic x(13)
               value "OPEN ITEMS = ".
           05 ws-of-count                  pic zz9
               value 0.
           05 filler                       pic x(4)
               value spaces.
           05 filler                       pic x(11)
               value "PAST AGE = ".
           05 ws-of-past-age               pic zz9
               value 0.
           05 filler                       pic x(4)
               value spaces.
           05 filler                       pic x(18)
               value "NET UNEXPLAINED = ".
           05 ws-of-net                    pic $$,$$$,$$9.99-
               value 0.
       01 ws-no-open-line                  pic x(50)
           value "  NO OPEN ITEMS - EVERY DIFFERENCE HAS CLEARED".
       01 ws-reposted-line                 pic x(50)
           value "  DATE ALREADY POSTED - OPEN ITEMS NOT RE-APPLIED".
       01 ws-open-full-line                pic x(50)
           value "  OPEN-ITEMS MASTER FULL - NOT ALL ITEMS CARRIED".
       77 ws-past-age-msg                  pic x(8)
           value "PAST AGE".

       procedure division.
           perform 050-settle-run-date.
           move ws-run-date                to ws-calc-date.
           perform 800-compute-day-serial.
           move ws-serial-day              to ws-run-serial.

           open output report-file.

           accept ws-date                  from date.
           perform 100-load-batch-totals.
           perform 200-load-settlement.
           perform 300-load-deposits.
           perform 350-load-open-items.

           if ws-already-posted
               write report-line           from ws-reposted-line
           end-if.
           if not ws-settle-there
               write report-line           from ws-no-settle-line
           end-if.

           perform 400-print-recon-lines.
           perform 500-report-footer.
           perform 700-print-open-items.
           if not ws-already-posted
               perform 750-rewrite-open-items
           end-if.
           perform 600-write-audit-line.

           close report-file.
           goback.

      *the differences are carried under the business date the
      *consolidation step left, falling back to the machine date
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

      *the batch's own takings per store off Program02's handoff
       100-load-batch-totals.
           open input pmt-file
               end-if
           end-if.

      *the open items carried from earlier days into storage -
      *header first. A master already posted for this business
      *date (or a later one) is reported but not re-applied, so a
      *rerun can't clear or carry the same difference twice
       350-load-open-items.
           open input open-file
           if ws-open-file-status = '00'
               read open-file
                   at end move 'y'         to ws-open-eof
               end-read
               if ws-open-eof not = 'y'
                   if oh-is-header
                       move oh-posted-date to ws-posted-date
                       if ws-posted-date >= ws-run-date
                           move 'y'        to ws-already-posted-sw
                       end-if
                   else
                       perform 360-take-one-open-item
                   end-if
               end-if
               perform until ws-open-eof = 'y'
                   read open-file
                       at end move 'y'     to ws-open-eof
                   end-read
                   if ws-open-eof not = 'y'
                       perform 360-take-one-open-item
                   end-if
               end-perform
               close open-file
           end-if.

       360-take-one-open-item.
           if ws-oi-count < ws-max-open-items
               and oi-amount is numeric
               add 1                       to ws-oi-count
               move oi-store-num           to
                   ws-oi-store (ws-oi-count)
               move oi-pay-type            to
                   ws-oi-type (ws-oi-count)
               move oi-bus-date            to
                   ws-oi-date (ws-oi-count)
               move oi-amount              to
                   ws-oi-amount (ws-oi-count)
           end-if.

      *looks a store up in the reconciliation table
       080-find-recon-idx.
           move 0                          to ws-cur-rc-idx
                   move ws-over-msg        to ws-dl-status
                   add 1                   to ws-total-over
           end-evaluate.
           move 0                          to ws-cleared-amt.
           if ws-diff not = 0
               and not ws-already-posted
               perform 460-carry-difference
           end-if.
           move ws-cleared-amt             to ws-dl-cleared.
           write report-line               from ws-detail-line.

      *today's difference first clears the oldest open items of
      *the opposite sign for the same store and type - a surplus
      *against an earlier short, a shortfall against an earlier
      *over - and whatever is left is carried as a new item
       460-carry-difference.
           move ws-diff                    to ws-carry-amt.
           perform varying ws-oi-idx from 1 by 1
               until ws-oi-idx > ws-oi-count
                   or ws-carry-amt = 0
               if ws-oi-store (ws-oi-idx) = ws-rc-store (ws-rc-idx)
                   and ws-oi-type (ws-oi-idx) = ws-dl-type
                   if (ws-oi-amount (ws-oi-idx) < 0
                           and ws-carry-amt > 0)
                       or (ws-oi-amount (ws-oi-idx) > 0
                           and ws-carry-amt < 0)
                       perform 465-clear-one-item
                   end-if
               end-if
           end-perform.
           if ws-carry-amt not = 0
               if ws-oi-count < ws-max-open-items
                   add 1                   to ws-oi-count
                   move ws-rc-store (ws-rc-idx)
                                           to
                       ws-oi-store (ws-oi-count)
                   move ws-dl-type         to
                       ws-oi-type (ws-oi-count)
                   move ws-run-date        to
                       ws-oi-date (ws-oi-count)
                   move ws-carry-amt       to
                       ws-oi-amount (ws-oi-count)
               else
                   move 'y'                to ws-open-full-sw
               end-if
           end-if.

      *one open item against what is left of today's difference -
      *cleared outright when today's covers it (dropped from the
      *master on the rewrite), otherwise left open for the rest
       465-clear-one-item.
           compute ws-offset-amt =
               ws-oi-amount (ws-oi-idx) + ws-carry-amt.
           if (ws-oi-amount (ws-oi-idx) < 0
                   and ws-offset-amt >= 0)
               or (ws-oi-amount (ws-oi-idx) > 0
                   and ws-offset-amt <= 0)
               if ws-oi-amount (ws-oi-idx) < 0
                   subtract ws-oi-amount (ws-oi-idx)
                                           from ws-cleared-amt
               else
                   add ws-oi-amount (ws-oi-idx)
                                           to ws-cleared-amt
               end-if
               move ws-offset-amt          to ws-carry-amt
               move 0                      to
                   ws-oi-amount (ws-oi-idx)
           else
               if ws-carry-amt < 0
                   subtract ws-carry-amt   from ws-cleared-amt
               else
                   add ws-carry-amt        to ws-cleared-amt
               end-if
               move ws-offset-amt          to
                   ws-oi-amount (ws-oi-idx)
               move 0                      to ws-carry-amt
           end-if.

      *matched/short/over counts
       500-report-footer.
           move ws-total-matched           to ws-fl-matched.
           write report-line               from spaces.
           write report-line               from ws-footer-line.

      *everything still open after today, aged in days from the
      *business date it arose - anything past the agreed age is
      *flagged here and raised on the alert log
       700-print-open-items.
           move ws-run-date                to ws-ot-date.
           write report-line               from spaces.
           write report-line               from ws-open-title.
           if ws-open-full
               write report-line           from ws-open-full-line
               perform 720-raise-full-alert
           end-if.
           write report-line               from ws-open-headings.
           write report-line               from ws-open-underlines.
           perform varying ws-oi-idx from 1 by 1
               until ws-oi-idx > ws-oi-count
               if ws-oi-amount (ws-oi-idx) not = 0
                   perform 710-print-one-open-item
               end-if
           end-perform.
           if ws-total-open = 0
               write report-line           from ws-no-open-line
           end-if.
           move ws-total-open              to ws-of-count.
           move ws-total-past-age          to ws-of-past-age.
           move ws-total-open-net          to ws-of-net.
           write report-line               from spaces.
           write report-line               from ws-open-footer-line.

       710-print-one-open-item.
           add 1                           to ws-total-open.
           add ws-oi-amount (ws-oi-idx)    to ws-total-open-net.
           move ws-oi-date (ws-oi-idx)     to ws-calc-date.
           perform 800-compute-day-serial.
           compute ws-item-age =
               ws-run-serial - ws-serial-day.
           if ws-item-age < 0
               move 0                      to ws-item-age
           end-if.
           move ws-oi-store (ws-oi-idx)    to ws-od-store-num.
           move ws-oi-type (ws-oi-idx)     to ws-od-type.
           move ws-oi-date (ws-oi-idx)     to ws-od-since.
           move ws-item-age                to ws-od-age.
           move ws-oi-amount (ws-oi-idx)   to ws-od-amount.
           if ws-oi-amount (ws-oi-idx) < 0
               move ws-short-msg           to ws-od-status
           else
               move ws-over-msg            to ws-od-status
           end-if.
           move spaces                     to ws-od-flag.
           if ws-item-age > ws-open-alert-days
               add 1                       to ws-total-past-age
               move ws-past-age-msg        to ws-od-flag
               perform 730-raise-aging-alert
           end-if.
           write report-line               from ws-open-detail-line.

      *differences the master had no room for - the operator
      *needs to widen it before the next day's run
       720-raise-full-alert.
           accept ws-alr-date              from date.
           accept ws-alr-time              from time.
           move "WARN"                     to ws-alr-severity.
           move "Program18_Bank_Recon"     to ws-alr-program.
           move spaces                     to ws-alr-message.
           string "BANK OPEN-ITEMS MASTER FULL"
                                           delimited by size
               into ws-alr-message.
           perform 740-write-alert-line.

      *one open item outstanding past the agreed age
       730-raise-aging-alert.
           accept ws-alr-date              from date.
           accept ws-alr-time              from time.
           move "WARN"                     to ws-alr-severity.
           move "Program18_Bank_Recon"     to ws-alr-program.
           move spaces                     to ws-alr-message.
           string "BANK OPEN ITEM PAST AGE - "
                                           delimited by size
                  ws-oi-store (ws-oi-idx)  delimited by size
                  " "                      delimited by size
                  ws-oi-type (ws-oi-idx)   delimited by space
               into ws-alr-message.
           perform 740-write-alert-line.

       740-write-alert-line.
           open extend alert-file.
           if ws-alert-file-status not = '00'
               open output alert-file
           end-if.
           write alert-line                from ws-alert-line.
           close alert-file.

      *writes the open-items master back out - header with the
      *business date first, then every item still open, oldest
      *first so the next day clears them in the same order
       750-rewrite-open-items.
           open output open-file.
           move spaces                     to open-header-line.
           move 'HDR'                      to oh-header-tag.
           move ws-run-date                to oh-posted-date.
           write open-header-line.
           perform varying ws-oi-idx from 1 by 1
               until ws-oi-idx > ws-oi-count
               if ws-oi-amount (ws-oi-idx) not = 0
                   move spaces             to open-line
                   move ws-oi-store (ws-oi-idx)
                                           to oi-store-num
                   move ws-oi-type (ws-oi-idx)
                                           to oi-pay-type
                   move ws-oi-date (ws-oi-idx)
                                           to oi-bus-date
                   move ws-oi-amount (ws-oi-idx)
                                           to oi-amount
                   write open-line
               end-if
           end-perform.
           close open-file.

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

      *drops this run's summary onto the common operations log
       600-write-audit-line.
           accept ws-aud-date              from date.
