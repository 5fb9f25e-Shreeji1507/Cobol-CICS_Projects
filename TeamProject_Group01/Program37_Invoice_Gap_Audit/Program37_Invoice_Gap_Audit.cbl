      *              before the history post takes today's numbers.
      *Modifications:
      *  02-Sep-2026  Original.
      *  -            Declare the customer-number alternate key the
      *               invoice history master now carries, so every
      *               program opens the master with the same key
      *               structure.
      *  -            Widen the invoice history record to 67 bytes for
      *               the original invoice number each entry now
      *               carries.
      *  -            Widen the invoice history record to 82 bytes for
      *               the SKU code each entry now carries.

       environment division.

               organization is indexed
               access is random
               record key is hl-invoice-num
               alternate record key is hl-customer-num
                   with duplicates
               file status is ws-hist-file-status.

      *the gap-tracking file - per store and prefix, the highest
      *invoice history record, keyed on the invoice number
       fd history-file
           data record is history-line
               record contains 82 characters.
       01 history-line.
           05 hl-invoice-num               pic x(9).
           05 filler                       pic x(33).
           05 hl-customer-num              pic x(8).
           05 filler                       pic x(32).

      *one tracking record - an 'H' record carries a store-and-
      *prefix high-water mark, a 'G' record one open gap
