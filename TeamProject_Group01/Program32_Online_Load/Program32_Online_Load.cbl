      *Description : The nightly online-load job the CICS screens
      *              have assumed all along. Runs at the end of the
      *              batch chain and rebuilds the keyed online
      *              copies from the batch flat files: STOREMST,
      *              SKUMST, CASHMST, CUSTMST, USERAUTH, VENDMST and
      *              OPERMST from the masters, VALIDF from the day's
      *              valid file (verified against its CTLREC
      *              trailer and balanced to it), REKEYQ and
      *              REVIEWQ from the two work queues, RELATED by
      *              the way the screens' browses expect.
      *Modifications:
      *  02-Sep-2026  Original.
      *  -            Copy the cashier master to CASHMST so the
      *               manager-review decision screen can find the
      *               signed-on manager's home store, and through
      *               it their district.
      *  -            Copy the customer master to CUSTMST for the
      *               customer history inquiry screen's name
      *               lookup.
      *  -            Copy the customer master at its widened 51-byte
      *               length, exemption certificate fields included.
      *  -            Copy the user authority master to USERAUTH so
      *               every screen can check the signed-on user may
      *               run it.
      *  -            Copy the SKU master at its widened 61-byte
      *               length, vendor number included, and copy the
      *               vendor master to VENDMST for the maintenance
      *               screen's vendor check.
      *  -            Copy the call-centre operator master to OPERMST
      *               so the customer history screen can check the
      *               operator logging a customer contact.

       environment division.

               organization is line sequential
               file status is ws-in-file-status.

           select cash-master-file assign  to
                               "../../../data/project1CashierMaster.dat"
               organization is line sequential
               file status is ws-in-file-status.

           select cust-master-file assign  to
                               "../../../data/project1CustMaster.dat"
               organization is line sequential
               file status is ws-in-file-status.

           select user-auth-file assign    to
                               "../../../data/project1UserAuth.dat"
               organization is line sequential
               file status is ws-in-file-status.

           select vendor-master-file assign to
                               "../../../data/project1VendorMaster.dat"
               organization is line sequential
               file status is ws-in-file-status.

      *the call-centre operator master, kept by the call-centre
      *side alongside the batch files
           select oper-master-file assign  to
                               "../../../data/lab9opmaster.data"
               organization is line sequential
               file status is ws-in-file-status.

           select valid-file assign        to
                                   "../../../data/project1Valid.out"
               organization is line sequential
               record key is ok-sku-code
               file status is ws-onl-file-status.

           select onl-cash-file assign     to
                                   "../../../data/CASHMST.ksds"
               organization is indexed
               access is random
               record key is oc-cashier-id
               file status is ws-onl-file-status.

           select onl-cust-file assign     to
                                   "../../../data/CUSTMST.ksds"
               organization is indexed
               access is random
               record key is ou-cust-num
               file status is ws-onl-file-status.

           select onl-user-file assign     to
                                   "../../../data/USERAUTH.ksds"
               organization is indexed
               access is random
               record key is oa-user-id
               file status is ws-onl-file-status.

           select onl-vend-file assign     to
                                   "../../../data/VENDMST.ksds"
               organization is indexed
               access is random
               record key is ow-vendor-num
               file status is ws-onl-file-status.

           select onl-oper-file assign     to
                                   "../../../data/OPERMST.ksds"
               organization is indexed
               access is random
               record key is oo-opnum
               file status is ws-onl-file-status.

           select onl-valid-file assign    to
                                   "../../../data/VALIDF.ksds"
               organization is indexed
      *batch SKU master record
       fd sku-master-file
           data record is sku-master-line
               record contains 61 characters.
       01 sku-master-line                  pic x(61).

      *batch cashier master record
       fd cash-master-file
           data record is cash-master-line
               record contains 31 characters.
       01 cash-master-line                 pic x(31).

      *batch customer master record
       fd cust-master-file
           data record is cust-master-line
               record contains 51 characters.
       01 cust-master-line                 pic x(51).

      *batch user authority master record
       fd user-auth-file
           data record is user-auth-line
               record contains 55 characters.
       01 user-auth-line                   pic x(55).

      *batch vendor master record
       fd vendor-master-file
           data record is vendor-master-line
               record contains 59 characters.
       01 vendor-master-line               pic x(59).

      *call-centre operator master record
       fd oper-master-file
           data record is oper-master-line
               record contains 32 characters.
       01 oper-master-line                 pic x(32).

      *the day's accepted records
       fd valid-file

       fd onl-sku-file
           data record is onl-sku-rec
               record contains 61 characters.
       01 onl-sku-rec.
           05 ok-sku-code                  pic x(30).
           05 filler                       pic x(31).

       fd onl-cash-file
           data record is onl-cash-rec
               record contains 31 characters.
       01 onl-cash-rec.
           05 oc-cashier-id                pic x(8).
           05 filler                       pic x(23).

       fd onl-cust-file
           data record is onl-cust-rec
               record contains 51 characters.
       01 onl-cust-rec.
           05 ou-cust-num                  pic x(8).
           05 filler                       pic x(43).

       fd onl-user-file
           data record is onl-user-rec
               record contains 55 characters.
       01 onl-user-rec.
           05 oa-user-id                   pic x(8).
           05 filler                       pic x(47).

       fd onl-vend-file
           data record is onl-vend-rec
               record contains 59 characters.
       01 onl-vend-rec.
           05 ow-vendor-num                pic x(6).
           05 filler                       pic x(53).

       fd onl-oper-file
           data record is onl-oper-rec
               record contains 32 characters.
       01 onl-oper-rec.
           05 oo-opnum                     pic x(3).
           05 filler                       pic x(29).

       fd onl-valid-file
           data record is onl-valid-rec

           perform 100-load-store-copy.
           perform 110-load-sku-copy.
           perform 120-load-cash-copy.
           perform 130-load-cust-copy.
           perform 140-load-user-copy.
           perform 150-load-vend-copy.
           perform 160-load-oper-copy.
           perform 200-load-valid-copies.
           perform 300-load-rekey-copy.
           perform 310-load-review-copy.
           close onl-sku-file.
           perform 500-report-one-load.

      *the cashier master, copied record for record
       120-load-cash-copy.
           move "CASHMST"                  to ws-dl-file.
           move 0                          to ws-src-count.
           move 0                          to ws-load-count.
           open output onl-cash-file.
           move 'n'                        to ws-eof.
           open input cash-master-file.
           if ws-in-file-status = '00'
               read cash-master-file
                   at end move 'y'         to ws-eof
               end-read
               perform until ws-eof = 'y'
                   add 1                   to ws-src-count
                   move cash-master-line   to onl-cash-rec
                   write onl-cash-rec
                       invalid key continue
                       not invalid key add 1
                                           to ws-load-count
                   end-write
                   read cash-master-file
                       at end move 'y'     to ws-eof
                   end-read
               end-perform
               close cash-master-file
           end-if.
           close onl-cash-file.
           perform 500-report-one-load.

      *the customer master, copied record for record
       130-load-cust-copy.
           move "CUSTMST"                  to ws-dl-file.
           move 0                          to ws-src-count.
           move 0                          to ws-load-count.
           open output onl-cust-file.
           move 'n'                        to ws-eof.
           open input cust-master-file.
           if ws-in-file-status = '00'
               read cust-master-file
                   at end move 'y'         to ws-eof
               end-read
               perform until ws-eof = 'y'
                   add 1                   to ws-src-count
                   move cust-master-line   to onl-cust-rec
                   write onl-cust-rec
                       invalid key continue
                       not invalid key add 1
                                           to ws-load-count
                   end-write
                   read cust-master-file
                       at end move 'y'     to ws-eof
                   end-read
               end-perform
               close cust-master-file
           end-if.
           close onl-cust-file.
           perform 500-report-one-load.

      *the user authority master, copied record for record - the
      *screens refuse anyone not on it
       140-load-user-copy.
           move "USERAUTH"                 to ws-dl-file.
           move 0                          to ws-src-count.
           move 0                          to ws-load-count.
           open output onl-user-file.
           move 'n'                        to ws-eof.
           open input user-auth-file.
           if ws-in-file-status = '00'
               read user-auth-file
                   at end move 'y'         to ws-eof
               end-read
               perform until ws-eof = 'y'
                   add 1                   to ws-src-count
                   move user-auth-line     to onl-user-rec
                   write onl-user-rec
                       invalid key continue
                       not invalid key add 1
                                           to ws-load-count
                   end-write
                   read user-auth-file
                       at end move 'y'     to ws-eof
                   end-read
               end-perform
               close user-auth-file
           end-if.
           close onl-user-file.
           perform 500-report-one-load.

      *the vendor master, copied record for record - the
      *maintenance screen reads it to check a SKU's vendor
       150-load-vend-copy.
           move "VENDMST"                  to ws-dl-file.
           move 0                          to ws-src-count.
           move 0                          to ws-load-count.
           open output onl-vend-file.
           move 'n'                        to ws-eof.
           open input vendor-master-file.
           if ws-in-file-status = '00'
               read vendor-master-file
                   at end move 'y'         to ws-eof
               end-read
               perform until ws-eof = 'y'
                   add 1                   to ws-src-count
                   move vendor-master-line to onl-vend-rec
                   write onl-vend-rec
                       invalid key continue
                       not invalid key add 1
                                           to ws-load-count
                   end-write
                   read vendor-master-file
                       at end move 'y'     to ws-eof
                   end-read
               end-perform
               close vendor-master-file
           end-if.
           close onl-vend-file.
           perform 500-report-one-load.

      *the call-centre operator master, copied record for record -
      *the customer history screen reads it to check the operator
      *logging a contact
       160-load-oper-copy.
           move "OPERMST"                  to ws-dl-file.
           move 0                          to ws-src-count.
           move 0                          to ws-load-count.
           open output onl-oper-file.
           move 'n'                        to ws-eof.
           open input oper-master-file.
           if ws-in-file-status = '00'
               read oper-master-file
                   at end move 'y'         to ws-eof
               end-read
               perform until ws-eof = 'y'
                   add 1                   to ws-src-count
                   move oper-master-line   to onl-oper-rec
                   write onl-oper-rec
                       invalid key continue
                       not invalid key add 1
                                           to ws-load-count
                   end-write
                   read oper-master-file
                       at end move 'y'     to ws-eof
                   end-read
               end-perform
               close oper-master-file
           end-if.
           close onl-oper-file.
           perform 500-report-one-load.

      *the day's valid file into VALIDF, and its returns and
      *voids re-keyed into RELATED on the invoice they reference -
      *verified against the valid file's own trailer, and the
