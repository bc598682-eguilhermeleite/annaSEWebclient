      *================================================================
      *lotexpry.cbl
      *daily expiry warning report off the product-lot file.  lists
      *every lot still holding stock whose expiry date falls within
      *the warning window - EXPIRY_DAYS in the environment, 30 when
      *unset - or has already passed, earliest expiry first, with
      *its location, quantity, and value at the product's
      *weighted-average cost (its last cost while no average has
      *been established), so the store can mark it down or send it
      *back before it has to be thrown away and turn up on the
      *shrinkage report as an expiry loss.  the lot file is keyed
      *product first, so the lots in the window are turned through
      *an indexed work file keyed expiry first, the same way the
      *valuation report turns its rows by location.  lots already
      *past their date are flagged on their lines and totalled
      *separately at the foot.  a lot is never reported with more
      *than the location's live product-stock quantity, since
      *movements that did not name a lot can leave the lot file
      *ahead of the shelf.
      *================================================================
       identification division.
       program-id. lotexpry.
       author. edval.
       environment division.
       configuration section.
       special-names.
           decimal-point is comma.
       input-output section.
       file-control.
           copy "product.sl".
           copy "prodlot.sl".
           copy "prodstk.sl".
           copy "runctl.sl".
           select expiry-work assign to "lotxwork"
               organization is indexed
               access mode is dynamic
               record key is xw-key
               file status is xw-file-status.
           select report-out assign to "lotexpry.rpt"
               organization is line sequential
               file status is rpt-file-status.
       data division.
       file section.
           copy "product.fd".
           copy "prodlot.fd".
           copy "prodstk.fd".
           copy "runctl.fd".
       fd  expiry-work
           label record is standard.
       01  xw-record.
           05  xw-key.
               10  xw-expiry-date          pic 9(08).
               10  xw-location             pic x(04).
               10  xw-code                 pic x(14).
               10  xw-lot-number           pic x(12).
           05  xw-qty-on-hand              pic s9(07)     comp.
       fd  report-out
           label record is standard.
       01  rpt-line                       pic x(132).
       working-storage section.
       01  prd-file-status                pic x(02).
       01  lt-file-status                 pic x(02).
       01  pst-file-status                pic x(02).
       01  xw-file-status                 pic x(02).
       01  rpt-file-status                pic x(02).
       copy "runctl.wrk".
       01  ws-eof-sw                      pic x(01).
           88  ws-eof                     value "Y".
       01  ws-today                       pic 9(08).
       01  ws-cutoff-date                 pic 9(08).
       01  ws-window-text                 pic x(05).
       01  ws-window-days                 pic 9(05)      comp.
       01  ws-days-left                   pic s9(05)     comp.
       01  ws-unit-cost                   pic 9(07)v99.
       01  ws-line-value                  pic 9(09)v99.
       01  ws-total-value                 pic 9(11)v99.
       01  ws-expired-value               pic 9(11)v99.
       01  ws-lot-count                   pic 9(07)      comp.
       01  ws-expired-count               pic 9(07)      comp.
       01  ws-heading-1.
           05  filler                     pic x(31)
               value "lots expiring on or before".
           05  ws-h-cutoff                pic 9(08).
           05  filler                     pic x(10)
               value "   run on ".
           05  ws-h-date                  pic 9(08).
       01  ws-column-heading.
           05  filler                     pic x(10)      value "expiry".
           05  filler                     pic x(07)      value " days".
           05  filler                     pic x(06)      value "loc".
           05  filler                     pic x(16)      value "code".
           05  filler                     pic x(32)
               value "description".
           05  filler                     pic x(14)      value "lot".
           05  filler                     pic x(09)
               value "    qty  ".
           05  filler                     pic x(12)
               value " unit cost  ".
           05  filler                     pic x(12)
               value "       value".
       01  ws-detail-line.
           05  ws-d-expiry-date           pic 9(08).
           05  filler                     pic x(02)      value spaces.
           05  ws-d-days-left             pic -(04)9.
           05  filler                     pic x(02)      value spaces.
           05  ws-d-location              pic x(04).
           05  filler                     pic x(02)      value spaces.
           05  ws-d-code                  pic x(14).
           05  filler                     pic x(02)      value spaces.
           05  ws-d-description           pic x(30).
           05  filler                     pic x(02)      value spaces.
           05  ws-d-lot-number            pic x(12).
           05  filler                     pic x(02)      value spaces.
           05  ws-d-qty                   pic -(06)9.
           05  filler                     pic x(02)      value spaces.
           05  ws-d-unit-cost             pic z(06)9,99.
           05  filler                     pic x(02)      value spaces.
           05  ws-d-value                 pic z(08)9,99.
           05  filler                     pic x(02)      value spaces.
           05  ws-d-note                  pic x(08).
       01  ws-total-line.
           05  ws-t-label                 pic x(25).
           05  ws-t-count                 pic z(06)9.
           05  filler                     pic x(04)      value spaces.
           05  ws-t-value                 pic z(10)9,99.
       procedure division.
       0000-mainline section.
           perform 1000-initialize
           perform 2000-collect-lots until ws-eof
           perform 4000-print-lots
           perform 5000-terminate
           stop run
           .
       0000-mainline-exit.
           exit.

       1000-initialize section.
           move zero to ws-total-value
           move zero to ws-expired-value
           move zero to ws-lot-count
           move zero to ws-expired-count
           move "N" to ws-eof-sw
           accept ws-today from date yyyymmdd
           accept ws-window-text from environment "EXPIRY_DAYS"
           if ws-window-text = spaces
               move 30 to ws-window-days
           else
               compute ws-window-days
                   = function numval(ws-window-text)
           end-if
           compute ws-cutoff-date = function date-of-integer(
               function integer-of-date(ws-today) + ws-window-days)
           move "LOTEXPRY" to ws-rc-job-name
           perform 9500-runctl-start
           open input product
      *    the product-lot file is created by the first receipt that
      *    carries a lot; until then an empty one makes an empty
      *    report instead of failing the open.
           open input product-lot
           if lt-file-status = "35"
               open output product-lot
               close product-lot
               open input product-lot
           end-if
           open input product-stock
           open output expiry-work
           open output report-out
           move ws-cutoff-date to ws-h-cutoff
           move ws-today       to ws-h-date
           write rpt-line from ws-heading-1
           move spaces to rpt-line
           write rpt-line
           write rpt-line from ws-column-heading
           move low-values to lt-key
           start product-lot key is not less than lt-key
               invalid key
                   set ws-eof to true
           end-start
           if not ws-eof
               perform 1100-read-next-lot
           end-if
           .
       1000-initialize-exit.
           exit.

       1100-read-next-lot section.
           read product-lot next record
               at end
                   set ws-eof to true
               not at end
                   add 1 to ws-rc-records-read
           end-read
           .
       1100-read-next-lot-exit.
           exit.

      *----------------------------------------------------------------
      *2000-collect-lots - files every lot still holding stock whose
      *expiry falls on or before the cutoff, expiry first.  the lot
      *quantity is capped at the quantity product-stock holds for
      *the lot's location (none when there is no row), and a lot
      *capped to nothing is left off.
      *----------------------------------------------------------------
       2000-collect-lots section.
           if lt-qty-on-hand > zero
               and lt-expiry-date <= ws-cutoff-date
               move lt-expiry-date to xw-expiry-date
               move lt-location    to xw-location
               move lt-code        to xw-code
               move lt-lot-number  to xw-lot-number
               move lt-qty-on-hand to xw-qty-on-hand
               move lt-code        to pst-code
               move lt-location    to pst-location
               read product-stock
                   invalid key
                       move zero to pst-qty-on-hand
               end-read
               if xw-qty-on-hand > pst-qty-on-hand
                   move pst-qty-on-hand to xw-qty-on-hand
               end-if
               if xw-qty-on-hand > zero
                   write xw-record
                       invalid key
                           continue
                   end-write
               end-if
           end-if
           perform 1100-read-next-lot
           .
       2000-collect-lots-exit.
           exit.

      *----------------------------------------------------------------
      *4000-print-lots - walks the work file back in expiry order.
      *the work file was opened output for the collect pass, so it
      *is reopened for input before reading it back.
      *----------------------------------------------------------------
       4000-print-lots section.
           close expiry-work
           open input expiry-work
           move "N" to ws-eof-sw
           move low-values to xw-key
           start expiry-work key is not less than xw-key
               invalid key
                   set ws-eof to true
           end-start
           if not ws-eof
               perform 4100-read-next-work
           end-if
           perform 4200-print-one-lot until ws-eof
           .
       4000-print-lots-exit.
           exit.

       4100-read-next-work section.
           read expiry-work next record
               at end
                   set ws-eof to true
           end-read
           .
       4100-read-next-work-exit.
           exit.

      *----------------------------------------------------------------
      *4200-print-one-lot - one line per lot, valued at the average
      *cost with the last cost as the fallback.  a negative day
      *count is a lot already past its date.
      *----------------------------------------------------------------
       4200-print-one-lot section.
           move spaces to ws-d-note
           move xw-code to prd-code
           read product
               invalid key
                   move spaces to prd-description
                   move zero   to prd-cost
                   move zero   to prd-avg-cost
                   move "no prod" to ws-d-note
           end-read
           if prd-avg-cost numeric and prd-avg-cost > zero
               move prd-avg-cost to ws-unit-cost
           else
               move prd-cost     to ws-unit-cost
           end-if
           compute ws-line-value = xw-qty-on-hand * ws-unit-cost
           compute ws-days-left
               = function integer-of-date(xw-expiry-date)
               - function integer-of-date(ws-today)
           if xw-expiry-date < ws-today
               move "expired" to ws-d-note
               add ws-line-value to ws-expired-value
               add 1 to ws-expired-count
           end-if
           move xw-expiry-date  to ws-d-expiry-date
           move ws-days-left    to ws-d-days-left
           move xw-location     to ws-d-location
           move xw-code         to ws-d-code
           move prd-description to ws-d-description
           move xw-lot-number   to ws-d-lot-number
           move xw-qty-on-hand  to ws-d-qty
           move ws-unit-cost    to ws-d-unit-cost
           move ws-line-value   to ws-d-value
           write rpt-line from ws-detail-line
           add ws-line-value to ws-total-value
           add 1 to ws-lot-count
           perform 4100-read-next-work
           .
       4200-print-one-lot-exit.
           exit.

       5000-terminate section.
           move spaces to rpt-line
           write rpt-line
           move "lots in window           " to ws-t-label
           move ws-lot-count   to ws-t-count
           move ws-total-value to ws-t-value
           write rpt-line from ws-total-line
           move "of which already expired " to ws-t-label
           move ws-expired-count to ws-t-count
           move ws-expired-value to ws-t-value
           write rpt-line from ws-total-line
           close product
           close product-lot
           close product-stock
           close expiry-work
           close report-out
           move ws-lot-count to ws-rc-records-updated
           perform 9600-runctl-end
           .
       5000-terminate-exit.
           exit.
       copy "runctl.cpy".
