      *              not posted twice.
      *Modifications:
      *  02-Sep-2026  Original.
      *  -            Honour the store-day backout: a master whose
      *               last-posted day was backed out takes the
      *               corrected day instead of skipping it as already
      *               posted, and a day posted behind the master no
      *               longer moves its posted date back.
      *  -            Widen the SKU master record to 61 bytes for the
      *               vendor number each entry now carries.

       environment division.

      *SKU master record, as the maintenance program keeps it
       fd sku-master-file
           data record is sku-master-line
               record contains 61 characters.
       01 sku-master-line.
           05 km-sku-code                  pic x(30).
           05 km-long-flag                 pic x.
           05 km-unit-price                pic x(7).
           05 km-eff-date                  pic x(8).
           05 km-end-date                  pic x(8).
           05 km-vendor-num                pic x(6).

      *SKU history record - the first record on the file is the
      *header carrying the date last posted
           05 mh-header-tag                pic xxx.
               88 mh-is-header          value 'HDR'.
           05 mh-posted-date               pic 9(8).
      *set by the store-day backout when the day it took off is
      *the day the master was last posted for
           05 mh-backout-flag              pic x.
               88 mh-backed-out         value 'B'.
           05 filler                       pic x(47).

      *the business date the consolidation step leaves
       fd busdate-file
               if ws-master-eof not = 'y' and mh-is-header
                   move mh-posted-date     to ws-posted-date
                   if ws-posted-date = ws-run-date
                       and not mh-backed-out
                       move 'y'            to ws-already-posted-sw
                   end-if
               end-if
           move spaces                     to master-line.
           move 'HDR'                      to mh-header-tag.
           move ws-run-date                to mh-posted-date.
           if ws-posted-date > ws-run-date
               move ws-posted-date         to mh-posted-date
           end-if.
           write master-line.
           perform varying ws-sh-idx from 1 by 1
               until ws-sh-idx > ws-sh-count
