      *-----------------------------------------------------------
      *FISCALCAL   : the retail 4-5-4 fiscal calendar held in
      *              storage - one entry per fiscal week off
      *              project1FiscalCal.dat, giving the week's
      *              fiscal year, week of the year, period (fiscal
      *              month), quarter, first and last day, and how
      *              many weeks its year runs (52, or 53 in the
      *              long year, whose extra week closes the last
      *              period). A date is placed by finding the week
      *              whose first and last day bracket it; the
      *              period and week keys are yyyypp and yyyyww so
      *              they sort and compare like the calendar month
      *              keys they replace. A date not on the calendar
      *              leaves ws-fis-found off and the caller falls
      *              back to the calendar month and week.
      *-----------------------------------------------------------
       01 ws-fiscal-table.
           05 ws-fc-entry               occurs 400 times
               indexed by ws-fc-idx.
               10 ws-fc-year            pic 9(4).
               10 ws-fc-week            pic 99.
               10 ws-fc-period          pic 99.
               10 ws-fc-quarter         pic 9.
               10 ws-fc-week-start      pic 9(8).
               10 ws-fc-week-end        pic 9(8).
               10 ws-fc-year-weeks      pic 99.
       77 ws-fc-count                   pic 999
           value 0.

      *weeks ending before this date aren't loaded - three years
      *back from the business date reaches any period still open
      *to a late adjustment
       01 ws-fc-keep-from               pic 9(8)
           value 0.

      *the date to be placed and where it falls
       01 ws-fis-date                   pic 9(8)
           value 0.
       01 ws-fis-found-sw               pic x
           value 'n'.
           88 ws-fis-found              value 'y'.
       01 ws-fis-year                   pic 9(4)
           value 0.
       01 ws-fis-week                   pic 99
           value 0.
       01 ws-fis-period                 pic 99
           value 0.
       01 ws-fis-quarter                pic 9
           value 0.
       01 ws-fis-period-key             pic 9(6)
           value 0.
       01 ws-fis-week-key               pic 9(6)
           value 0.
