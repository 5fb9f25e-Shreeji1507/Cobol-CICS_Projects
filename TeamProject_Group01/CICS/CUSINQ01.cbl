       identification division.
       program-id. CUSINQ01.
       author. Shreeji Patel, Ryan Beckett, Mathew Kosterzewa.
       Date-Written. 15-Oct-2026.
      *Purpose     : This file is created for the purpose of the group
      *              project in MAFD-4202.
      *Description : Customer history inquiry screen (transaction
      *              CIQ1). A customer-service user keys the
      *              customer number a caller gives and sees the
      *              customer's name off the customer master, then
      *              every invoice history entry for that customer
      *              - store, date, S/L/R/V/X code, amount and
      *              refunded-to-date - twelve to a page, PF8 for
      *              the next page. The history master is browsed
      *              through its customer-number alternate index,
      *              so no invoice number is needed. PF5 logs the
      *              call against the customer on the screen - the
      *              operator taking it, the invoice the caller is
      *              calling about and a contact reason - on the
      *              contact file, which the nightly extract turns
      *              into the contact log the weekly contact-to-
      *              return report reads.
      *
      *              Files (defined to CICS; INVHCUST is the path
      *              over the batch invoice history master's
      *              customer-number alternate index - CUSTMST is
      *              loaded from the batch flat file by the nightly
      *              online-load job, Program32):
      *                INVHCUST PATH key customer-num (8)     len 82
      *                  (non-unique - one customer, many invoices)
      *                CUSTMST  KSDS key customer-num (8)     len 51
      *                USERAUTH KSDS key user-id      (8)     len 55
      *                OPERMST  KSDS key operator-num (3)     len 32
      *                INVHIST  KSDS key invoice-num  (9)     len 82
      *                CONTACTF KSDS key date+time+term (18)  len 62
      *                  (the 44-byte batch contact record behind
      *                   its online key; the extract writes
      *                   project1Contacts.dat from it)
      *Modifications:
      *  15-Oct-2026  Original.
      *  -            Edit the contact reason against the shared
      *               contact-reason table rather than a list of
      *               its own, so the screen and the contact-to-
      *               return report accept the same codes.
      *  -            Read the customer master at its widened 51-byte
      *               length, now that it carries the tax-exemption
      *               certificate.
      *  -            Widen the invoice history record to 67 bytes for
      *               the original invoice number each entry now
      *               carries.
      *  -            Widen the invoice history record to 82 bytes for
      *               the SKU code each entry now carries.
      *  -            Refuse a user who is not active on the user
      *               authority master or not allowed CIQ1.
      *  -            PF5 logs a customer contact - operator, invoice
      *               and contact reason - to CONTACTF, the operator
      *               checked active on OPERMST and the invoice
      *               checked on INVHIST as the customer's own.

       environment division.

       data division.
       working-storage section.

      *commarea - the customer on the screen and how many of their
      *history entries the pages so far have shown, so PF8 picks
      *the browse back up where the last page left off
       01 ws-commarea.
           05 ws-ca-cust                pic x(8).
           05 ws-ca-shown               pic 9(4).

       01 ws-resp                       pic s9(8) comp
           value 0.

      *invoice history record, as the nightly history post lays
      *it out
       01 ws-hist-rec.
           05 wh-invoice-num            pic x(9).
           05 wh-trans-code             pic x.
           05 wh-store-num              pic xx.
           05 wh-trans-amount           pic 9(5)v99.
           05 wh-trans-date             pic 9(8).
           05 wh-refunded-amount        pic 9(5)v99.
           05 wh-posted-date            pic 9(8).
           05 wh-customer-num           pic x(8).
           05 wh-cashier-id             pic x(8).
           05 wh-orig-invoice-num       pic x(9).
           05 wh-sku-code               pic x(15).

      *customer master record, as the maintenance program lays it
      *out
       01 ws-cust-rec.
           05 wc-cust-num               pic x(8).
           05 wc-cust-name              pic x(20).
           05 wc-active-flag            pic x.
               88 wc-is-active          value 'A'.
           05 wc-exempt-cert            pic x(12).
           05 wc-exempt-type            pic xx.
           05 wc-exempt-expiry          pic x(8).

      *the browse key - the customer number the alternate index
      *is keyed on
       01 ws-browse-key                 pic x(8)
           value spaces.

      *set when the browse walks past this customer's entries
       01 ws-hist-end-sw                pic x
           value 'n'.
           88 ws-hist-end               value 'y'.

      *set when there is at least one more entry past this page
       01 ws-more-sw                    pic x
           value 'n'.
           88 ws-more                   value 'y'.

      *entries passed over to reach this page, and lines on it
       01 ws-skipped                    pic 9(4)
           value 0.
       01 ws-line-count                 pic 99
           value 0.

      *the page being built, moved out to the map at the end
       01 ws-page-lines.
           05 ws-page-line              pic x(75)
               occurs 12 times.

      *one history line being built
       01 ws-hist-line.
           05 ws-hl-invoice             pic x(9)
               value spaces.
           05 filler                    pic x(2)
               value spaces.
           05 ws-hl-store               pic xx
               value spaces.
           05 filler                    pic x(4)
               value spaces.
           05 ws-hl-date                pic 9(8)
               value 0.
           05 filler                    pic x(2)
               value spaces.
           05 ws-hl-code                pic x
               value spaces.
           05 filler                    pic x
               value spaces.
           05 ws-hl-code-word           pic x(8)
               value spaces.
           05 filler                    pic x(2)
               value spaces.
           05 ws-hl-amount              pic zz,zz9.99
               value 0.
           05 filler                    pic x(3)
               value spaces.
           05 ws-hl-refunded            pic zz,zz9.99
               value 0.
           05 filler                    pic x(15)
               value spaces.

      *closing line for the last page
       01 ws-end-msg.
           05 filler                    pic x(17)
               value "END OF HISTORY - ".
           05 ws-em-count               pic zzz9
               value 0.
           05 filler                    pic x(14)
               value " ENTRIES SHOWN".

       01 ws-abstime                    pic s9(15) comp-3
           value 0.
       01 ws-work-date                  pic x(8)
           value spaces.

       77 ws-goodbye-msg                pic x(13)
           value "INQUIRY ENDED".

      *the signed-on user's entry on the user authority master -
      *a Y per screen they may run and, for RKY1, the stores whose
      *rekeyed records they may correct ("**" for every store)
       01 ws-user-rec.
           05 wu-user-id                pic x(8).
           05 wu-user-name              pic x(20).
           05 wu-user-trans.
               10 wu-inq1               pic x.
               10 wu-rky1               pic x.
               10 wu-mnt1               pic x.
               10 wu-ops1               pic x.
               10 wu-rvw1               pic x.
               10 wu-ciq1               pic x.
           05 wu-user-stores            pic x(20).
           05 wu-active-flag            pic x.
               88 wu-is-active          value 'A'.

       01 ws-user-id                    pic x(8)
           value spaces.

       77 ws-no-auth-msg                pic x(40)
           value "NOT AUTHORIZED TO RUN CIQ1".

      *the contact being logged, pulled off the map - the customer
      *is the one keyed, or failing that the one on the screen
       01 ws-contact-fields.
           05 ws-ct-cust                pic x(8).
           05 ws-ct-opnum               pic x(3).
           05 ws-ct-invoice             pic x(9).
           05 ws-ct-reason              pic xx.

      *the contact reasons the call centre logs under - the same
      *table the contact-to-return report buckets by
       copy "CNTRSN.cpy".

      *call-centre operator master record, as the call centre
      *keeps it
       01 ws-oper-rec.
           05 wo-opnum                  pic x(3).
           05 wo-opname                 pic x(12).
           05 wo-team                   pic x(8).
           05 wo-status                 pic x.
               88 wo-is-active          value 'A'.
           05 wo-start-date             pic x(8).

      *a contact as it is filed online - the key keeps two calls
      *logged from the same terminal apart, then the batch contact
      *record
       01 ws-contact-rec.
           05 wt-key.
               10 wt-key-date           pic x(8).
               10 wt-key-time           pic x(6).
               10 wt-key-term           pic x(4).
           05 wt-contact-date           pic x(8).
           05 wt-contact-time           pic x(6).
           05 wt-opnum                  pic x(3).
           05 wt-customer-num           pic x(8).
           05 wt-invoice-num            pic x(9).
           05 wt-reason                 pic xx.
           05 wt-keyed-by               pic x(8).

       01 ws-work-time                  pic x(6)
           value spaces.

      *confirmation once a contact is filed
       01 ws-logged-msg.
           05 filler                    pic x(27)
               value "CONTACT LOGGED - CUSTOMER ".
           05 ws-lm-cust                pic x(8)
               value spaces.

      *symbolic map for the inquiry screen
       copy "CUSINQ1M.cpy".

      *attention identifiers and standard attributes
       copy DFHAID.
       copy DFHBMSCA.

       linkage section.
       01 dfhcommarea.
           05 lk-ca-cust                pic x(8).
           05 lk-ca-shown               pic 9(4).

       procedure division.
       000-mainline.
      *first time in, put up an empty screen and come back here
      *with a commarea next time
           if eibcalen = 0
               perform 050-check-authority
               perform 100-send-fresh-map
           end-if.

           move lk-ca-cust              to ws-ca-cust.
           move lk-ca-shown             to ws-ca-shown.

           evaluate eibaid
               when dfhpf3
                   perform 900-return-to-cics
               when dfhclear
                   perform 100-send-fresh-map
               when dfhenter
                   perform 200-new-inquiry
               when dfhpf8
                   perform 300-next-page
               when dfhpf5
                   perform 500-log-contact
               when other
                   move low-values      to cusmapo
                   move "USE ENTER, PF5, PF8, PF3 OR CLEAR"
                                        to cmsgo
                   perform 150-send-dataonly
           end-evaluate.

           perform 800-return-with-commarea.

      *the signed-on user has to be on the user authority master,
      *active, and allowed this screen - anyone else is turned
      *away before anything is shown
       050-check-authority.
           exec cics assign
               userid(ws-user-id)
           end-exec.
           exec cics read
               file('USERAUTH')
               into(ws-user-rec)
               ridfld(ws-user-id)
               resp(ws-resp)
           end-exec.
           if ws-resp not = dfhresp(normal)
               or not wu-is-active
               or wu-ciq1 not = 'Y'
               perform 950-refuse-user
           end-if.

      *fresh screen - everything cleared, cursor in the customer
      *field
       100-send-fresh-map.
           move low-values              to cusmapo.
           move spaces                  to ws-ca-cust.
           move 0                       to ws-ca-shown.
           perform 160-stamp-date.
           exec cics send
               map('CUSMAP')
               mapset('CUSINQ1M')
               from(cusmapo)
               erase
           end-exec.
           perform 800-return-with-commarea.

      *redisplay with whatever the inquiry filled in
       150-send-dataonly.
           exec cics send
               map('CUSMAP')
               mapset('CUSINQ1M')
               from(cusmapo)
               dataonly
           end-exec.

      *today's date in the screen heading
       160-stamp-date.
           exec cics asktime
               abstime(ws-abstime)
           end-exec.
           exec cics formattime
               abstime(ws-abstime)
               yyyymmdd(ws-work-date)
           end-exec.
           move ws-work-date            to cdateo.

      *a customer number keyed - start their history from the top
       200-new-inquiry.
           exec cics receive
               map('CUSMAP')
               mapset('CUSINQ1M')
               into(cusmapi)
               resp(ws-resp)
           end-exec.
           if ws-resp not = dfhresp(normal)
               or ccustnol = 0
               or ccustnoi = spaces
               move low-values          to cusmapo
               move "KEY A CUSTOMER NUMBER FIRST" to cmsgo
               perform 150-send-dataonly
               perform 800-return-with-commarea
           end-if.

           move ccustnoi                to ws-ca-cust.
           move 0                       to ws-ca-shown.
           perform 400-show-page.

      *PF8 - the next page of the customer already on the screen
       300-next-page.
           if ws-ca-cust = spaces or ws-ca-cust = low-values
               move low-values          to cusmapo
               move "KEY A CUSTOMER NUMBER FIRST" to cmsgo
               perform 150-send-dataonly
               perform 800-return-with-commarea
           end-if.
           perform 400-show-page.

      *one page - the customer's name, then the next twelve
      *history entries past the ones already shown
       400-show-page.
           move low-values              to cusmapo.
           move spaces                  to ws-page-lines.
           perform 160-stamp-date.
           move ws-ca-cust              to ccustnoo.
           perform 410-read-customer.
           perform 420-browse-history.
           perform 460-fill-page-lines.

           evaluate true
               when ws-line-count = 0 and ws-ca-shown = 0
                   and wc-cust-num not = ws-ca-cust
                   move "CUSTOMER NOT ON FILE AND NO INVOICE HISTORY"
                                        to cmsgo
               when ws-line-count = 0 and ws-ca-shown = 0
                   move "NO INVOICE HISTORY FOR THIS CUSTOMER"
                                        to cmsgo
               when ws-line-count = 0
                   move "NO MORE HISTORY FOR THIS CUSTOMER"
                                        to cmsgo
               when ws-more
                   move "PF8 FOR MORE"  to cmsgo
               when other
                   move ws-end-msg      to cmsgo
           end-evaluate.

           exec cics send
               map('CUSMAP')
               mapset('CUSINQ1M')
               from(cusmapo)
               erase
           end-exec.

      *the customer's name and status off the customer master -
      *history can outlive a customer's master entry, so a missing
      *entry still lets the history show
       410-read-customer.
           move spaces                  to ws-cust-rec.
           exec cics read
               file('CUSTMST')
               into(ws-cust-rec)
               ridfld(ws-ca-cust)
               resp(ws-resp)
           end-exec.
           if ws-resp = dfhresp(normal)
               move wc-cust-name        to cnameo
               if wc-is-active
                   move "ACTIVE"        to cstato
               else
                   move "INACTIVE"      to cstato
               end-if
           else
               move spaces              to cnameo
               move "NOT ON FILE"       to cstato
           end-if.

      *browses the history through the customer-number path -
      *steps over the entries earlier pages showed, takes up to
      *twelve, then peeks one further to know whether to offer
      *PF8
       420-browse-history.
           move 'n'                     to ws-hist-end-sw.
           move 'n'                     to ws-more-sw.
           move 0                       to ws-skipped.
           move 0                       to ws-line-count.
           move ws-ca-cust              to ws-browse-key.
           exec cics startbr
               file('INVHCUST')
               ridfld(ws-browse-key)
               keylength(8)
               gteq
               resp(ws-resp)
           end-exec.
           if ws-resp not = dfhresp(normal)
               move 'y'                 to ws-hist-end-sw
           else
               perform until ws-hist-end
                   or ws-skipped >= ws-ca-shown
                   perform 430-read-next-history
                   if not ws-hist-end
                       add 1            to ws-skipped
                   end-if
               end-perform
               perform until ws-hist-end or ws-line-count >= 12
                   perform 430-read-next-history
                   if not ws-hist-end
                       add 1            to ws-line-count
                       perform 440-build-history-line
                   end-if
               end-perform
               if not ws-hist-end
                   perform 430-read-next-history
                   if not ws-hist-end
                       move 'y'         to ws-more-sw
                   end-if
               end-if
               exec cics endbr
                   file('INVHCUST')
               end-exec
           end-if.
           add ws-line-count            to ws-ca-shown.
           move ws-ca-shown             to ws-em-count.

      *one entry off the path - a duplicate-key response is the
      *normal case here, since every invoice but the customer's
      *last shares the key; the browse ends once it walks past
      *this customer
       430-read-next-history.
           exec cics readnext
               file('INVHCUST')
               into(ws-hist-rec)
               ridfld(ws-browse-key)
               keylength(8)
               resp(ws-resp)
           end-exec.
           if (ws-resp = dfhresp(normal)
               or ws-resp = dfhresp(dupkey))
               and wh-customer-num = ws-ca-cust
               continue
           else
               move 'y'                 to ws-hist-end-sw
           end-if.

      *lays one history entry out on the page
       440-build-history-line.
           move wh-invoice-num          to ws-hl-invoice.
           move wh-store-num            to ws-hl-store.
           move wh-trans-date           to ws-hl-date.
           move wh-trans-code           to ws-hl-code.
           evaluate wh-trans-code
               when 'S'   move "SALE"     to ws-hl-code-word
               when 'L'   move "LAYAWAY"  to ws-hl-code-word
               when 'R'   move "RETURN"   to ws-hl-code-word
               when 'V'   move "VOID"     to ws-hl-code-word
               when 'X'   move "EXCHANGE" to ws-hl-code-word
               when other move spaces     to ws-hl-code-word
           end-evaluate.
           move wh-trans-amount         to ws-hl-amount.
           move wh-refunded-amount      to ws-hl-refunded.
           move ws-hist-line            to
               ws-page-line (ws-line-count).

      *the page out to the map's twelve history rows
       460-fill-page-lines.
           move ws-page-line (1)        to clin01o.
           move ws-page-line (2)        to clin02o.
           move ws-page-line (3)        to clin03o.
           move ws-page-line (4)        to clin04o.
           move ws-page-line (5)        to clin05o.
           move ws-page-line (6)        to clin06o.
           move ws-page-line (7)        to clin07o.
           move ws-page-line (8)        to clin08o.
           move ws-page-line (9)        to clin09o.
           move ws-page-line (10)       to clin10o.
           move ws-page-line (11)       to clin11o.
           move ws-page-line (12)       to clin12o.

      *PF5 - logs the call against the customer. Every check is
      *made before anything is written: the operator has to be
      *active on the operator master, the reason one of the listed
      *codes, and an invoice, when one is keyed, on the history as
      *this customer's own
       500-log-contact.
           exec cics receive
               map('CUSMAP')
               mapset('CUSINQ1M')
               into(cusmapi)
               resp(ws-resp)
           end-exec.
           move spaces                  to ws-contact-fields.
           if ws-resp = dfhresp(normal)
               if ccustnol > 0
                   move ccustnoi        to ws-ct-cust
               end-if
               if copnol > 0
                   move copnoi          to ws-ct-opnum
               end-if
               if cinvnol > 0
                   move cinvnoi         to ws-ct-invoice
               end-if
               if crsnl > 0
                   move crsni           to ws-ct-reason
               end-if
           end-if.
           if ws-ct-cust = spaces or ws-ct-cust = low-values
               move ws-ca-cust          to ws-ct-cust
           end-if.
           move low-values              to cusmapo.

           if ws-ct-cust = spaces or ws-ct-cust = low-values
               move "KEY A CUSTOMER NUMBER FIRST" to cmsgo
               perform 150-send-dataonly
               perform 800-return-with-commarea
           end-if.

           if ws-ct-opnum = spaces or ws-ct-opnum = low-values
               move "KEY THE OPERATOR NUMBER TAKING THE CALL"
                                        to cmsgo
               perform 150-send-dataonly
               perform 800-return-with-commarea
           end-if.
           exec cics read
               file('OPERMST')
               into(ws-oper-rec)
               ridfld(ws-ct-opnum)
               resp(ws-resp)
           end-exec.
           if ws-resp not = dfhresp(normal)
               or not wo-is-active
               move "OPERATOR NOT ACTIVE ON THE OPERATOR MASTER"
                                        to cmsgo
               perform 150-send-dataonly
               perform 800-return-with-commarea
           end-if.

           set ws-contact-rsn-idx       to 1.
           search ws-contact-rsn-entry
               at end
                   move "REASON NOT A CONTACT REASON CODE"
                                        to cmsgo
                   perform 150-send-dataonly
                   perform 800-return-with-commarea
               when ws-contact-rsn-code (ws-contact-rsn-idx)
                       = ws-ct-reason
                   continue
           end-search.

           if ws-ct-invoice not = spaces
               and ws-ct-invoice not = low-values
               exec cics read
                   file('INVHIST')
                   into(ws-hist-rec)
                   ridfld(ws-ct-invoice)
                   resp(ws-resp)
               end-exec
               if ws-resp not = dfhresp(normal)
                   move "INVOICE NOT ON THE INVOICE HISTORY"
                                        to cmsgo
                   perform 150-send-dataonly
                   perform 800-return-with-commarea
               end-if
               if wh-customer-num not = spaces
                   and wh-customer-num not = ws-ct-cust
                   move "INVOICE BELONGS TO ANOTHER CUSTOMER"
                                        to cmsgo
                   perform 150-send-dataonly
                   perform 800-return-with-commarea
               end-if
           else
               move spaces              to ws-ct-invoice
           end-if.

           perform 510-file-contact.

      *files the checked contact under today's date, the time and
      *the terminal - two calls can't share a terminal in the same
      *second, so a duplicate key only means the file is busy
       510-file-contact.
           exec cics asktime
               abstime(ws-abstime)
           end-exec.
           exec cics formattime
               abstime(ws-abstime)
               yyyymmdd(ws-work-date)
               time(ws-work-time)
           end-exec.
           exec cics assign
               userid(ws-user-id)
           end-exec.
           move spaces                  to ws-contact-rec.
           move ws-work-date            to wt-key-date.
           move ws-work-time            to wt-key-time.
           move eibtrmid                to wt-key-term.
           move ws-work-date            to wt-contact-date.
           move ws-work-time            to wt-contact-time.
           move ws-ct-opnum             to wt-opnum.
           move ws-ct-cust              to wt-customer-num.
           move ws-ct-invoice           to wt-invoice-num.
           move ws-ct-reason            to wt-reason.
           move ws-user-id              to wt-keyed-by.
           exec cics write
               file('CONTACTF')
               from(ws-contact-rec)
               ridfld(wt-key)
               resp(ws-resp)
           end-exec.
           evaluate true
               when ws-resp = dfhresp(normal)
                   move ws-ct-cust      to ws-lm-cust
                   move ws-logged-msg   to cmsgo
                   move spaces          to copnoo
                   move spaces          to cinvnoo
                   move spaces          to crsno
               when ws-resp = dfhresp(duprec)
                   move "CONTACT FILE BUSY - PRESS PF5 AGAIN"
                                        to cmsgo
               when other
                   move "CONTACT FILE WRITE FAILED - NOT LOGGED"
                                        to cmsgo
           end-evaluate.
           perform 150-send-dataonly.

      *pseudo-conversational return carrying the customer and how
      *far the pages have got
       800-return-with-commarea.
           exec cics return
               transid('CIQ1')
               commarea(ws-commarea)
               length(12)
           end-exec.

      *PF3 - drop out of the transaction altogether
       900-return-to-cics.
           exec cics send text
               from(ws-goodbye-msg)
               length(13)
               erase
           end-exec.
           exec cics return
           end-exec.

      *a user not authorized for the screen is told so and the
      *task ends
       950-refuse-user.
           exec cics send text
               from(ws-no-auth-msg)
               length(40)
               erase
           end-exec.
           exec cics return
           end-exec.

       end program CUSINQ01.
