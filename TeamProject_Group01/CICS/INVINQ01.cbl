      *              invoice history master itself, now a KSDS -
      *              the rest are loaded from the batch flat files
      *              by the nightly online-load job, Program32):
      *                INVHIST  KSDS key invoice-num (9)      len 82
      *                STOREMST KSDS key store-code  (2)      len 29
      *                VALIDF   KSDS key invoice-num+seq (11) len 97
      *                REKEYQ   KSDS key invoice-num+seq (11) len 159
      *                REVIEWQ  KSDS key invoice-num+seq (11) len 159
      *                RELATED  KSDS key orig-invoice+seq (11) len 97
      *                USERAUTH KSDS key user-id     (8)      len 55
      *                  (returns and voids re-keyed on the invoice
      *                   they reference, for the related browse)
      *              The queue and valid copies carry the batch
      *               widths - the customer number on the valid,
      *               queue and history records, and the history
      *               master read as the batch KSDS directly.
      *  -            Widen the invoice history record to 67 bytes for
      *               the original invoice number each entry now
      *               carries.
      *  -            Widen the invoice history record to 82 bytes for
      *               the SKU code each entry now carries.
      *  -            Refuse a user who is not active on the user
      *               authority master or not allowed INQ1.

       environment division.

           05 wh-posted-date            pic 9(8).
           05 wh-customer-num           pic x(8).
           05 wh-cashier-id             pic x(8).
           05 wh-orig-invoice-num       pic x(9).
           05 wh-sku-code               pic x(15).

      *online copy of a batch record - the 11-byte key then the
      *86-byte record the batch files carry
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
           value "NOT AUTHORIZED TO RUN INQ1".

      *symbolic map for the inquiry screen
       copy "INVINQ1M.cpy".

      *first time in, put up an empty screen and come back here
      *with a commarea next time
           if eibcalen = 0
               perform 050-check-authority
               perform 100-send-fresh-map
           end-if.

               length(1)
           end-exec.

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
               or wu-inq1 not = 'Y'
               perform 950-refuse-user
           end-if.

      *fresh screen - everything cleared, cursor in the invoice
      *field
       100-send-fresh-map.
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

       end program INVINQ01.
