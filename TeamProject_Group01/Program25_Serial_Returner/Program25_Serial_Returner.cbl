      *              one anonymous line and are never flagged.
      *Modifications:
      *  02-Sep-2026  Original.
      *  -            Declare the customer-number alternate key the
      *               invoice history master now carries, so every
      *               program opens the master with the same key
      *               structure.
      *  -            Widen the customer master record to the 51-byte
      *               layout carrying the tax-exemption certificate
      *               number, type and expiry date.
      *  -            Widen the invoice history record to 67 bytes for
      *               the original invoice number each entry now
      *               carries.
      *  -            Widen the invoice history record to 82 bytes for
      *               the SKU code each entry now carries.

       environment division.

               organization is indexed
               access is sequential
               record key is hl-invoice-num
               alternate record key is hl-customer-num
                   with duplicates
               file status is ws-hist-file-status.

      *the customer master kept by the maintenance program, for
      *"*CONTROL*" record is stepped over
       fd history-file
           data record is history-line
               record contains 82 characters.
       01 history-line.
           05 hl-invoice-num               pic x(9).
           05 hl-trans-code                pic x.
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
