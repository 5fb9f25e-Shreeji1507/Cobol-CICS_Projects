      *              over - so a quarterly filer's form figure is
      *              on the last report of the quarter, not summed
      *              by hand from ninety daily pages.
      *              Sales to customers exempt on a current
      *              certificate are carried by jurisdiction beside
      *              the tax figures, and every ring to an exempt
      *              customer is listed on the exempt-sales audit
      *              listing with the certificate it was rung
      *              against.
      *Modifications:
      *  22-Aug-2026  Original.
      *  -            Roll up and file by jurisdiction with
      *               period-to-date accumulation, in place of the
      *               per-store daily page - stores without a
      *               jurisdiction report under UNASSIGNED.
      *  -            Report exempt sales and exempt returns by
      *               jurisdiction, today and period to date, carried
      *               on the widened remittance master, and print the
      *               exempt-sales audit listing
      *               (project1ExemptAudit.out) flagging any ring
      *               taxed on an expired or missing certificate.
      *  -            Turn monthly and quarterly filers over on the
      *               periods and quarters of the 4-5-4 fiscal
      *               calendar, and show the business date's fiscal
      *               year, period and week under the heading.

       environment division.

               organization is line sequential
               file status is ws-taxret-file-status.

      *every ring to a customer holding a tax exemption, as the
      *Sales and Returns report steps drop them
           select exemptsl-file assign     to
                               "../../../data/project1ExemptSL.out"
               organization is line sequential
               file status is ws-exsl-file-status.
           select exemptret-file assign    to
                               "../../../data/project1ExemptRet.out"
               organization is line sequential
               file status is ws-exret-file-status.

      *the store master kept by the maintenance program - maps
      *each store to its jurisdiction
           select store-master-file assign to
               organization is line sequential
               file status is ws-ptd-file-status.

      *the 4-5-4 fiscal calendar master kept by the calendar step
           select fiscal-cal-file assign   to
                               "../../../data/project1FiscalCal.dat"
               organization is line sequential
               file status is ws-fcl-file-status.

      *the business date of the batch being posted, as the
      *consolidation step leaves it
           select busdate-file assign      to
                               "../../../data/project1TaxRemit.out"
               organization is line sequential.

      *the exempt-sales audit listing - every ring to an exempt
      *customer with its certificate, the ones taxed on an expired
      *or missing certificate flagged
           select exaudit-file assign      to
                               "../../../data/project1ExemptAudit.out"
               organization is line sequential.

      *common operations log shared by all the programs - file
      *status lets us tell "first run, nothing to extend" apart
      *from a real open error
           05 tr-store-num                 pic xx.
           05 tr-tax-amount                pic 9(7)v99.

      *one ring to an exempt customer - status E exempt, X taxed
      *on an expired certificate, M taxed with no certificate; the
      *tax is the tax forgone when exempt, charged when not
       fd exemptsl-file
           data record is exemptsl-line
               record contains 65 characters.
       01 exemptsl-line                    pic x(65).

       fd exemptret-file
           data record is exemptret-line
               record contains 65 characters.
       01 exemptret-line                   pic x(65).

      *store master record - code, tax rate, long-SKU flag, an
      *active flag and the jurisdiction the store files under
       fd store-master-file
      *entry per jurisdiction
       fd ptd-file
           data record is ptd-line
               record contains 56 characters.
       01 ptd-line.
           05 pt-juris-code                pic x(4).
           05 pt-period-start              pic 9(8).
           05 pt-collected                 pic 9(9)v99.
           05 pt-refunded                  pic 9(9)v99.
           05 pt-exempt-sales              pic 9(9)v99.
           05 pt-exempt-rets               pic 9(9)v99.
       01 ptd-header-line.
           05 ph-header-tag                pic xxx.
               88 ph-is-header          value 'HDR'.
           05 ph-posted-date               pic 9(8).
           05 filler                       pic x(45).

      *one fiscal week
       fd fiscal-cal-file
           data record is fiscal-cal-line
               record contains 30 characters.
       01 fiscal-cal-line.
           05 fc-fiscal-year               pic 9(4).
           05 fc-fiscal-week               pic 99.
           05 fc-period                    pic 99.
           05 fc-quarter                   pic 9.
           05 fc-week-start                pic 9(8).
           05 fc-week-end                  pic 9(8).
           05 fc-year-weeks                pic 99.
           05 filler                       pic x(3).

      *the business date the consolidation step leaves
       fd busdate-file
       01 report-line                      pic x(132)
           value spaces.

       fd exaudit-file
           data record is exaudit-line
               record contains 132 characters.
       01 exaudit-line                     pic x(132)
           value spaces.

      *common operations log record
       fd audit-file
           data record is audit-line
           value spaces.
       01 ws-busd-file-status               pic xx
           value spaces.
       01 ws-exsl-file-status               pic xx
           value spaces.
       01 ws-exret-file-status              pic xx
           value spaces.
       01 ws-stm-eof                        pic x
           value 'n'.
       01 ws-jrm-eof                        pic x
           value 'n'.
       01 ws-eof                           pic x
           value 'n'.
       01 ws-fcl-file-status                pic xx
           value spaces.
       01 ws-fcl-eof                        pic x
           value 'n'.

      *the 4-5-4 fiscal calendar held in storage
       copy "FISCALCAL.cpy".

      *the business date this run posts under
       01 ws-run-date                      pic 9(8)
               10 ws-jr-period-start       pic 9(8).
               10 ws-jr-ptd-coll           pic 9(9)v99.
               10 ws-jr-ptd-refd           pic 9(9)v99.
               10 ws-jr-today-exs          pic 9(9)v99.
               10 ws-jr-today-exr          pic 9(9)v99.
               10 ws-jr-ptd-exs            pic 9(9)v99.
               10 ws-jr-ptd-exr            pic 9(9)v99.
       01 ws-jr-count                      pic 99
           value 0.
       01 ws-cur-jr-idx                    pic 99
           value spaces.

      *period keys for the filing-calendar turnover - yyyymmdd
      *daily, fiscal yyyypp monthly, fiscal yyyy plus quarter
      *quarterly (calendar month and quarter for a date the
      *fiscal calendar doesn't reach)
       01 ws-period-key-run                pic 9(8)
           value 0.
       01 ws-period-key-start              pic 9(8)
       01 ws-total-juris                   pic 99
           value 0.

      *chain exempt-sales totals, period to date
       01 ws-total-exs                     pic 9(9)v99
           value 0.
       01 ws-total-exr                     pic 9(9)v99
           value 0.
       01 ws-total-ex-net                  pic s9(9)v99
           value 0.

      *one exempt ring off either handoff, laid out the way the
      *Sales and Returns steps write it
       01 ws-exempt-ring.
           05 ws-ex-trans-code             pic x.
           05 ws-ex-store-num              pic xx.
           05 ws-ex-invoice-num            pic x(9).
           05 ws-ex-trans-date             pic x(8).
           05 ws-ex-customer-num           pic x(8).
           05 ws-ex-cert-num               pic x(12).
           05 ws-ex-exempt-type            pic xx.
           05 ws-ex-cert-expiry            pic x(8).
           05 ws-ex-trans-amount           pic 9(5)v99.
           05 ws-ex-tax-amount             pic 9(5)v99.
           05 ws-ex-cert-status            pic x.
               88 ws-ex-is-exempt       value 'E'.
               88 ws-ex-is-expired      value 'X'.
               88 ws-ex-is-no-cert      value 'M'.

      *which handoff the ring came from - S&L or returns
       01 ws-ex-source-sw                  pic x
           value 'S'.
           88 ws-ex-from-sales          value 'S'.
           88 ws-ex-from-returns        value 'R'.

      *exempt-sales audit counts for its footer
       01 ws-exa-rings                     pic 9(5)
           value 0.
       01 ws-exa-exempt-count              pic 9(5)
           value 0.
       01 ws-exa-flagged-count             pic 9(5)
           value 0.
       01 ws-exa-exempt-amt                pic s9(9)v99
           value 0.
       01 ws-exa-forgone-tax               pic s9(9)v99
           value 0.

      *report header
       01 ws-report-header.
           05 filler                       pic x(2)
           05 filler                       pic x(40)
               value "TAX REMITTANCE BY FILING AUTHORITY".

      *the business date's fiscal year, period and week
       01 ws-fiscal-line.
           05 filler                       pic x(2)
               value spaces.
           05 filler                       pic x(12)
               value "FISCAL YEAR ".
           05 ws-fl-year                   pic 9(4)
               value 0.
           05 filler                       pic x(10)
               value "   PERIOD ".
           05 ws-fl-period                 pic 99
               value 0.
           05 filler                       pic x(8)
               value "   WEEK ".
           05 ws-fl-week                   pic 99
               value 0.

      *column headings
       01 ws-report-headings-1.
           05 filler                       pic x(1)
           05 ws-dl-period-start           pic 9(8)
               value 0.

      *exempt-sales section heading and columns
       01 ws-exempt-title.
           05 filler                       pic x(1)
               value spaces.
           05 filler                       pic x(40)
               value "EXEMPT SALES BY FILING AUTHORITY".

       01 ws-exempt-headings.
           05 filler                       pic x(1)
               value spaces.
           05 filler                       pic x(27)
               value "JURISDICTION".
           05 filler                       pic x(15)
               value "TODAY EXEMPT".
           05 filler                       pic x(15)
               value "TODAY EX RETN".
           05 filler                       pic x(15)
               value "PTD EXEMPT".
           05 filler                       pic x(15)
               value "PTD EX RETN".
           05 filler                       pic x(16)
               value "PTD NET EXEMPT".

       01 ws-exempt-underlines.
           05 filler                       pic x(1)
               value spaces.
           05 filler                       pic x(27)
               value "------------".
           05 filler                       pic x(15)
               value "------------".
           05 filler                       pic x(15)
               value "-------------".
           05 filler                       pic x(15)
               value "----------".
           05 filler                       pic x(15)
               value "-----------".
           05 filler                       pic x(16)
               value "--------------".

      *one exempt-sales line per jurisdiction
       01 ws-exempt-detail-line.
           05 filler                       pic x(1)
               value spaces.
           05 ws-xl-code                   pic x(4)
               value spaces.
           05 filler                       pic x
               value spaces.
           05 ws-xl-name                   pic x(20)
               value spaces.
           05 filler                       pic x(2)
               value spaces.
           05 ws-xl-today-exs              pic $$,$$$,$$9.99
               value 0.
           05 filler                       pic x(2)
               value spaces.
           05 ws-xl-today-exr              pic $$,$$$,$$9.99
               value 0.
           05 filler                       pic x(2)
               value spaces.
           05 ws-xl-ptd-exs                pic $$,$$$,$$9.99
               value 0.
           05 filler                       pic x(2)
               value spaces.
           05 ws-xl-ptd-exr                pic $$,$$$,$$9.99
               value 0.
           05 filler                       pic x(2)
               value spaces.
           05 ws-xl-ptd-net                pic $$,$$$,$$9.99-
               value 0.

      *chain exempt-sales total line
       01 ws-exempt-total-line.
           05 filler                       pic x(2)
               value spaces.
           05 filler                       pic x(11)
               value "CHAIN PTD".
           05 filler                       pic x(2)
               value spaces.
           05 ws-xt-exempt                 pic $$$,$$$,$$9.99
               value 0.
           05 filler                       pic x(2)
               value spaces.
           05 ws-xt-returned               pic $$$,$$$,$$9.99
               value 0.
           05 filler                       pic x(2)
               value spaces.
           05 ws-xt-net                    pic $$$,$$$,$$9.99-
               value 0.

      *exempt-sales audit listing heading
       01 ws-exa-header.
           05 filler                       pic x(2)
               value spaces.
           05 ws-exa-date                  pic 99/99/99
               value 0.
           05 filler                       pic x(4)
               value spaces.
           05 ws-exa-time                  pic 99b99b99b99
               value 0.
           05 filler                       pic x(8)
               value spaces.
           05 filler                       pic x(30)
               value "EXEMPT SALES AUDIT LISTING".
           05 filler                       pic x(15)
               value "BUSINESS DATE ".
           05 ws-exa-bus-date              pic 9(8)
               value 0.

       01 ws-exa-headings.
           05 filler                       pic x(1)
               value spaces.
           05 filler                       pic x(4)
               value "CD".
           05 filler                       pic x(5)
               value "STR".
           05 filler                       pic x(11)
               value "INVOICE".
           05 filler                       pic x(10)
               value "DATE".
           05 filler                       pic x(10)
               value "CUSTOMER".
           05 filler                       pic x(14)
               value "CERTIFICATE".
           05 filler                       pic x(5)
               value "TYP".
           05 filler                       pic x(10)
               value "EXPIRY".
           05 filler                       pic x(12)
               value "    AMOUNT".
           05 filler                       pic x(12)
               value "       TAX".
           05 filler                       pic x(26)
               value "STATUS".

       01 ws-exa-underlines.
           05 filler                       pic x(1)
               value spaces.
           05 filler                       pic x(4)
               value "--".
           05 filler                       pic x(5)
               value "---".
           05 filler                       pic x(11)
               value "---------".
           05 filler                       pic x(10)
               value "--------".
           05 filler                       pic x(10)
               value "--------".
           05 filler                       pic x(14)
               value "------------".
           05 filler                       pic x(5)
               value "---".
           05 filler                       pic x(10)
               value "--------".
           05 filler                       pic x(12)
               value "----------".
           05 filler                       pic x(12)
               value "----------".
           05 filler                       pic x(26)
               value "------".

      *one audit line per ring to an exempt customer
       01 ws-exa-detail-line.
           05 filler                       pic x(1)
               value spaces.
           05 ws-ea-trans-code             pic x
               value spaces.
           05 filler                       pic x(3)
               value spaces.
           05 ws-ea-store-num              pic xx
               value spaces.
           05 filler                       pic x(3)
               value spaces.
           05 ws-ea-invoice-num            pic x(9)
               value spaces.
           05 filler                       pic x(2)
               value spaces.
           05 ws-ea-trans-date             pic x(8)
               value spaces.
           05 filler                       pic x(2)
               value spaces.
           05 ws-ea-customer-num           pic x(8)
               value spaces.
           05 filler                       pic x(2)
               value spaces.
           05 ws-ea-cert-num               pic x(12)
               value spaces.
           05 filler                       pic x(2)
               value spaces.
           05 ws-ea-exempt-type            pic xx
               value spaces.
           05 filler                       pic x(3)
               value spaces.
           05 ws-ea-cert-expiry            pic x(8)
               value spaces.
           05 filler                       pic x(2)
               value spaces.
           05 ws-ea-trans-amount           pic $$$,$$9.99
               value 0.
           05 filler                       pic x(2)
               value spaces.
           05 ws-ea-tax-amount             pic $$$,$$9.99
               value 0.
           05 filler                       pic x(2)
               value spaces.
           05 ws-ea-status                 pic x(26)
               value spaces.

      *exempt-sales audit footer
       01 ws-exa-footer-1.
           05 filler                       pic x(2)
               value spaces.
           05 filler                       pic x(28)
               value "RINGS TO EXEMPT CUSTOMERS =".
           05 ws-ef-rings                  pic zz,zz9
               value 0.
       01 ws-exa-footer-2.
           05 filler                       pic x(2)
               value spaces.
           05 filler                       pic x(28)
               value "EXEMPT ON A CURRENT CERT  =".
           05 ws-ef-exempt-count           pic zz,zz9
               value 0.
           05 filler                       pic x(4)
               value spaces.
           05 filler                       pic x(9)
               value "AMOUNT =".
           05 ws-ef-exempt-amt             pic $$$,$$$,$$9.99-
               value 0.
           05 filler                       pic x(4)
               value spaces.
           05 filler                       pic x(14)
               value "TAX FORGONE =".
           05 ws-ef-forgone-tax            pic $$$,$$$,$$9.99-
               value 0.
       01 ws-exa-footer-3.
           05 filler                       pic x(2)
               value spaces.
           05 filler                       pic x(28)
               value "FLAGGED - EXPIRED/NO CERT =".
           05 ws-ef-flagged-count          pic zz,zz9
               value 0.

      *status wording for the audit listing
       77 ws-exa-exempt-msg                pic x(26)
           value "EXEMPT - NO TAX".
       77 ws-exa-expired-msg               pic x(26)
           value "** CERT EXPIRED - TAXED".
       77 ws-exa-no-cert-msg               pic x(26)
           value "** NO CERTIFICATE - TAXED".

      *chain total line
       01 ws-total-line.
           05 filler                       pic x(2)

       procedure division.
           perform 010-settle-run-date.
           perform 015-load-fiscal-cal.
           perform 020-load-juris-master.
           perform 005-load-store-master.
           perform 030-load-ptd-master.
           if not ws-already-posted
               perform 100-roll-periods-over
               perform 200-post-today
               perform 250-post-exempt-today
               perform 500-rewrite-ptd-master
           end-if.

           accept ws-time                  from time.
           write report-line               from spaces.
           write report-line               from ws-report-header.
           move ws-run-date                to ws-fis-date.
           perform 095-place-fiscal-date.
           if ws-fis-found
               move ws-fis-year            to ws-fl-year
               move ws-fis-period          to ws-fl-period
               move ws-fis-week            to ws-fl-week
               write report-line           from ws-fiscal-line
           end-if.
           write report-line               from spaces.
           write report-line               from ws-report-headings-1.
           write report-line               from ws-underlines.
           perform 300-print-juris-lines.
           perform 400-print-chain-total.
           perform 450-print-exempt-section.
           perform 600-write-audit-line.
           close report-file.
           perform 700-print-exempt-audit.
           goback.

      *the run posts under the business date the consolidation
               close busdate-file
           end-if.

      *the fiscal calendar into storage, from three years before
      *the business date - far enough back for any filing period
      *still open
       015-load-fiscal-cal.
           compute ws-fc-keep-from =
               (ws-run-yyyy - 3) * 10000 + 101.
           open input fiscal-cal-file
           if ws-fcl-file-status = '00'
               read fiscal-cal-file
                   at end move 'y'         to ws-fcl-eof
               end-read
               perform until ws-fcl-eof = 'y'
                   if fc-fiscal-year is numeric
                       and fc-fiscal-week is numeric
                       and fc-period is numeric
                       and fc-quarter is numeric
                       and fc-week-start is numeric
                       and fc-week-end is numeric
                       and fc-week-end >= ws-fc-keep-from
                       and ws-fc-count < 400
                       add 1               to ws-fc-count
                       move fc-fiscal-year to
                           ws-fc-year (ws-fc-count)
                       move fc-fiscal-week to
                           ws-fc-week (ws-fc-count)
                       move fc-period      to
                           ws-fc-period (ws-fc-count)
                       move fc-quarter     to
                           ws-fc-quarter (ws-fc-count)
                       move fc-week-start  to
                           ws-fc-week-start (ws-fc-count)
                       move fc-week-end    to
                           ws-fc-week-end (ws-fc-count)
                       move fc-year-weeks  to
                           ws-fc-year-weeks (ws-fc-count)
                   end-if
                   read fiscal-cal-file
                       at end move 'y'     to ws-fcl-eof
                   end-read
               end-perform
               close fiscal-cal-file
           end-if.

      *the active jurisdictions into the table, plus the
      *UNASSIGNED bucket for stores that haven't been mapped yet
       020-load-juris-master.
           move ws-run-date                to ws-jr-period-start (1).
           move 0                          to ws-jr-ptd-coll (1).
           move 0                          to ws-jr-ptd-refd (1).
           move 0                          to ws-jr-today-exs (1).
           move 0                          to ws-jr-today-exr (1).
           move 0                          to ws-jr-ptd-exs (1).
           move 0                          to ws-jr-ptd-exr (1).

           open input juris-master-file
           if ws-jrm-file-status = '00'
                           ws-jr-ptd-coll (ws-jr-count)
                       move 0              to
                           ws-jr-ptd-refd (ws-jr-count)
                       move 0              to
                           ws-jr-today-exs (ws-jr-count)
                       move 0              to
                           ws-jr-today-exr (ws-jr-count)
                       move 0              to
                           ws-jr-ptd-exs (ws-jr-count)
                       move 0              to
                           ws-jr-ptd-exr (ws-jr-count)
                   end-if
                   read juris-master-file
                       at end move 'y'     to ws-jrm-eof
                   ws-jr-ptd-coll (ws-cur-jr-idx)
               move pt-refunded            to
                   ws-jr-ptd-refd (ws-cur-jr-idx)
      *a master written before exempt sales were carried has no
      *exempt figures yet - they start from zero
               if pt-exempt-sales is numeric
                   move pt-exempt-sales    to
                       ws-jr-ptd-exs (ws-cur-jr-idx)
               end-if
               if pt-exempt-rets is numeric
                   move pt-exempt-rets     to
                       ws-jr-ptd-exr (ws-cur-jr-idx)
               end-if
           end-if.

      *a jurisdiction whose filing period has turned over since
                       ws-jr-ptd-coll (ws-jr-idx)
                   move 0                  to
                       ws-jr-ptd-refd (ws-jr-idx)
                   move 0                  to
                       ws-jr-ptd-exs (ws-jr-idx)
                   move 0                  to
                       ws-jr-ptd-exr (ws-jr-idx)
               end-if
           end-perform.

      *the filing period the date in ws-period-work-date falls in,
      *under the frequency in ws-work-freq - months and quarters
      *are the fiscal calendar's where it reaches the date
       090-compute-period-key.
           move ws-period-work-date        to ws-fis-date.
           perform 095-place-fiscal-date.
           evaluate true
               when ws-work-freq = 'M' and ws-fis-found
                   move ws-fis-period-key  to ws-period-key-out
               when ws-work-freq = 'Q' and ws-fis-found
                   compute ws-period-key-out =
                       ws-fis-year * 10 + ws-fis-quarter
               when ws-work-freq = 'M'
                   compute ws-period-key-out =
                       ws-pw-yyyy * 100 + ws-pw-mm
               when ws-work-freq = 'Q'
                   compute ws-quarter =
                       (ws-pw-mm + 2) / 3
                   compute ws-period-key-out =
                                           to ws-period-key-out
           end-evaluate.

      *the fiscal week the date in ws-fis-date falls in, and its
      *year, period and quarter
       095-place-fiscal-date.
           move 'n'                        to ws-fis-found-sw.
           perform varying ws-fc-idx from 1 by 1
               until ws-fc-idx > ws-fc-count or ws-fis-found
               if ws-fis-date >= ws-fc-week-start (ws-fc-idx)
                   and ws-fis-date <= ws-fc-week-end (ws-fc-idx)
                   move 'y'                to ws-fis-found-sw
                   move ws-fc-year (ws-fc-idx)
                                           to ws-fis-year
                   move ws-fc-week (ws-fc-idx)
                                           to ws-fis-week
                   move ws-fc-period (ws-fc-idx)
                                           to ws-fis-period
                   move ws-fc-quarter (ws-fc-idx)
                                           to ws-fis-quarter
                   compute ws-fis-week-key =
                       ws-fis-year * 100 + ws-fis-week
                   compute ws-fis-period-key =
                       ws-fis-year * 100 + ws-fis-period
               end-if
           end-perform.

      *today's two tax handoffs into each store's jurisdiction
       200-post-today.
           open input taxsl-file
               close taxret-file
           end-if.

      *today's exempt sales and exempt returns into each store's
      *jurisdiction - only rings exempt on a current certificate;
      *a flagged ring was taxed and is in the collected figure
       250-post-exempt-today.
           move 'n'                        to ws-eof.
           open input exemptsl-file
           if ws-exsl-file-status = '00'
               read exemptsl-file          into ws-exempt-ring
                   at end move 'y'         to ws-eof
               end-read
               perform until ws-eof = 'y'
                   if ws-ex-is-exempt
                       and ws-ex-trans-amount is numeric
                       move ws-ex-store-num
                                           to ws-lookup-store
                       perform 070-juris-of-store
                       add ws-ex-trans-amount
                                           to
                           ws-jr-today-exs (ws-cur-jr-idx)
                       add ws-ex-trans-amount
                                           to
                           ws-jr-ptd-exs (ws-cur-jr-idx)
                   end-if
                   read exemptsl-file      into ws-exempt-ring
                       at end move 'y'     to ws-eof
                   end-read
               end-perform
               close exemptsl-file
           end-if.

           move 'n'                        to ws-eof.
           open input exemptret-file
           if ws-exret-file-status = '00'
               read exemptret-file         into ws-exempt-ring
                   at end move 'y'         to ws-eof
               end-read
               perform until ws-eof = 'y'
                   if ws-ex-is-exempt
                       and ws-ex-trans-amount is numeric
                       move ws-ex-store-num
                                           to ws-lookup-store
                       perform 070-juris-of-store
                       add ws-ex-trans-amount
                                           to
                           ws-jr-today-exr (ws-cur-jr-idx)
                       add ws-ex-trans-amount
                                           to
                           ws-jr-ptd-exr (ws-cur-jr-idx)
                   end-if
                   read exemptret-file     into ws-exempt-ring
                       at end move 'y'     to ws-eof
                   end-read
               end-perform
               close exemptret-file
           end-if.

      *the jurisdiction the store in ws-lookup-store files under -
      *unmapped, unknown and unrecognized stores land in UNASSIGNED
       070-juris-of-store.
           write report-line               from spaces.
           write report-line               from ws-total-line.

      *exempt sales and exempt returns by jurisdiction - today's
      *movement and the period to date, for the exempt-sales line
      *of each authority's return
       450-print-exempt-section.
           write report-line               from spaces.
           write report-line               from ws-exempt-title.
           write report-line               from spaces.
           write report-line               from ws-exempt-headings.
           write report-line               from ws-exempt-underlines.
           perform varying ws-jr-idx from 1 by 1
               until ws-jr-idx > ws-jr-count
               move ws-jr-code (ws-jr-idx) to ws-xl-code
               move ws-jr-name (ws-jr-idx) to ws-xl-name
               move ws-jr-today-exs (ws-jr-idx)
                                           to ws-xl-today-exs
               move ws-jr-today-exr (ws-jr-idx)
                                           to ws-xl-today-exr
               move ws-jr-ptd-exs (ws-jr-idx)
                                           to ws-xl-ptd-exs
               move ws-jr-ptd-exr (ws-jr-idx)
                                           to ws-xl-ptd-exr
               compute ws-juris-net =
                   ws-jr-ptd-exs (ws-jr-idx)
                   - ws-jr-ptd-exr (ws-jr-idx)
               move ws-juris-net           to ws-xl-ptd-net
               add ws-jr-ptd-exs (ws-jr-idx)
                                           to ws-total-exs
               add ws-jr-ptd-exr (ws-jr-idx)
                                           to ws-total-exr
               write report-line           from ws-exempt-detail-line
           end-perform.
           compute ws-total-ex-net =
               ws-total-exs - ws-total-exr.
           move ws-total-exs               to ws-xt-exempt.
           move ws-total-exr               to ws-xt-returned.
           move ws-total-ex-net            to ws-xt-net.
           write report-line               from spaces.
           write report-line               from ws-exempt-total-line.

      *the whole remittance master back out - header with this
      *business date first, then every jurisdiction
       500-rewrite-ptd-master.
                                           to pt-collected
               move ws-jr-ptd-refd (ws-jr-idx)
                                           to pt-refunded
               move ws-jr-ptd-exs (ws-jr-idx)
                                           to pt-exempt-sales
               move ws-jr-ptd-exr (ws-jr-idx)
                                           to pt-exempt-rets
               write ptd-line
           end-perform.
           close ptd-file.
           write audit-line                from ws-audit-line.
           close audit-file.

      *the exempt-sales audit listing - every ring the day's
      *Sales and Returns steps made to a customer holding an
      *exemption, with the certificate it was rung against. A ring
      *taxed because the certificate had expired or was never
      *given is flagged for the auditors
       700-print-exempt-audit.
           open output exaudit-file.
           accept ws-exa-date              from date.
           accept ws-exa-time              from time.
           move ws-run-date                to ws-exa-bus-date.
           write exaudit-line              from spaces.
           write exaudit-line              from ws-exa-header.
           write exaudit-line              from spaces.
           write exaudit-line              from ws-exa-headings.
           write exaudit-line              from ws-exa-underlines.

           move 'S'                        to ws-ex-source-sw.
           move 'n'                        to ws-eof.
           open input exemptsl-file
           if ws-exsl-file-status = '00'
               read exemptsl-file          into ws-exempt-ring
                   at end move 'y'         to ws-eof
               end-read
               perform until ws-eof = 'y'
                   perform 710-print-exempt-ring
                   read exemptsl-file      into ws-exempt-ring
                       at end move 'y'     to ws-eof
                   end-read
               end-perform
               close exemptsl-file
           end-if.

           move 'R'                        to ws-ex-source-sw.
           move 'n'                        to ws-eof.
           open input exemptret-file
           if ws-exret-file-status = '00'
               read exemptret-file         into ws-exempt-ring
                   at end move 'y'         to ws-eof
               end-read
               perform until ws-eof = 'y'
                   perform 710-print-exempt-ring
                   read exemptret-file     into ws-exempt-ring
                       at end move 'y'     to ws-eof
                   end-read
               end-perform
               close exemptret-file
           end-if.

           move ws-exa-rings               to ws-ef-rings.
           move ws-exa-exempt-count        to ws-ef-exempt-count.
           move ws-exa-exempt-amt          to ws-ef-exempt-amt.
           move ws-exa-forgone-tax         to ws-ef-forgone-tax.
           move ws-exa-flagged-count       to ws-ef-flagged-count.
           write exaudit-line              from spaces.
           write exaudit-line              from ws-exa-footer-1.
           write exaudit-line              from ws-exa-footer-2.
           write exaudit-line              from ws-exa-footer-3.
           close exaudit-file.

      *one audit line - exempt sales add to the footer's exempt
      *figures, exempt returns take them back off
       710-print-exempt-ring.
           add 1                           to ws-exa-rings.
           move ws-ex-trans-code           to ws-ea-trans-code.
           move ws-ex-store-num            to ws-ea-store-num.
           move ws-ex-invoice-num          to ws-ea-invoice-num.
           move ws-ex-trans-date           to ws-ea-trans-date.
           move ws-ex-customer-num         to ws-ea-customer-num.
           move ws-ex-cert-num             to ws-ea-cert-num.
           move ws-ex-exempt-type          to ws-ea-exempt-type.
           move ws-ex-cert-expiry          to ws-ea-cert-expiry.
           move 0                          to ws-ea-trans-amount.
           move 0                          to ws-ea-tax-amount.
           if ws-ex-trans-amount is numeric
               move ws-ex-trans-amount     to ws-ea-trans-amount
           end-if.
           if ws-ex-tax-amount is numeric
               move ws-ex-tax-amount       to ws-ea-tax-amount
           end-if.
           evaluate true
               when ws-ex-is-exempt
                   move ws-exa-exempt-msg  to ws-ea-status
                   add 1                   to ws-exa-exempt-count
                   if ws-ex-trans-amount is numeric
                       and ws-ex-tax-amount is numeric
                       if ws-ex-from-sales
                           add ws-ex-trans-amount
                                           to ws-exa-exempt-amt
                           add ws-ex-tax-amount
                                           to ws-exa-forgone-tax
                       else
                           subtract ws-ex-trans-amount
                                           from ws-exa-exempt-amt
                           subtract ws-ex-tax-amount
                                           from ws-exa-forgone-tax
                       end-if
                   end-if
               when ws-ex-is-expired
                   move ws-exa-expired-msg to ws-ea-status
                   add 1                   to ws-exa-flagged-count
               when other
                   move ws-exa-no-cert-msg to ws-ea-status
                   add 1                   to ws-exa-flagged-count
           end-evaluate.
           write exaudit-line              from ws-exa-detail-line.

       end program Program17_Tax_Remittance.
