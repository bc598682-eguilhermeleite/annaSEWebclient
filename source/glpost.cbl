      *================================================================
      *glpost.cbl
      *monthly general-ledger journal from the stock-movement file,
      *so accounting books the inventory entries from a file instead
      *of rebuilding them by hand from the printed reports.  the
      *period is GL_PERIOD (yyyymm) in the environment, the month
      *before the run when unset.  every movement dated in the period
      *is valued at the product's weighted-average cost (its last
      *cost while no average has been established) and booked through
      *the account mapping file - movement type plus reason code,
      *else type plus the reason's category, else the type alone -
      *to its inventory and offset accounts.  the journal lines are
      *summarised by account, location and debit/credit through an
      *indexed work file and written to the fixed-width journal file
      *"gljrnl" for the ledger to load.  balance-forward lines from
      *the period close are not movements and are skipped.
      *the control report shows the period's movements by kind, the
      *journal lines with their debit and credit totals, and the
      *stock value at the start and end of the period: the closing
      *value is today's stock at today's costs - the company total
      *stkvalue prints - less the movements dated after the period,
      *and the opening value is the closing value recorded when the
      *previous period was posted, so opening plus movements ties to
      *closing and any difference is the cost changes in between.
      *the posted period is recorded on the period file and a period
      *already on it is refused, so nothing reaches the ledger twice.
      *a period not yet ended, a period the close has already
      *archived detail from, and a period with any movement the
      *mapping does not cover are refused as well, with the reason
      *on the report, and no journal is written; the run is all or
      *nothing, so a refused or failed run is simply rerun.  runs
      *under run-control job GLPOST.
      *================================================================
       identification division.
       program-id. glpost.
       author. edval.
       environment division.
       configuration section.
       special-names.
           decimal-point is comma.
       input-output section.
       file-control.
           copy "product.sl".
           copy "prodstk.sl".
           copy "stkmove.sl".
           copy "reasncd.sl".
           copy "glmap.sl".
           copy "glperiod.sl".
           copy "runctl.sl".
           select gl-work assign to "glwork"
               organization is indexed
               access mode is dynamic
               record key is gw-key
               file status is gw-file-status.
           select gl-journal assign to "gljrnl"
               organization is line sequential
               file status is gj-file-status.
           select report-out assign to "glpost.rpt"
               organization is line sequential
               file status is rpt-file-status.
       data division.
       file section.
           copy "product.fd".
           copy "prodstk.fd".
           copy "stkmove.fd".
           copy "reasncd.fd".
           copy "glmap.fd".
           copy "glperiod.fd".
           copy "runctl.fd".
       fd  gl-work
           label record is standard.
       01  gw-record.
           05  gw-key.
               10  gw-account              pic x(10).
               10  gw-location             pic x(04).
               10  gw-dc                   pic x(01).
           05  gw-amount                   pic 9(13)v99.
       fd  gl-journal
           label record is standard.
       01  gj-record.
           05  gj-period                   pic 9(06).
           05  gj-account                  pic x(10).
           05  gj-location                 pic x(04).
           05  gj-dc                       pic x(01).
           05  gj-amount                   pic 9(11)v99.
           05  gj-description              pic x(30).
           05  filler                      pic x(16).
       fd  report-out
           label record is standard.
       01  rpt-line                       pic x(100).
       working-storage section.
       01  prd-file-status                pic x(02).
       01  pst-file-status                pic x(02).
       01  sm-file-status                 pic x(02).
       01  rsn-file-status                pic x(02).
       01  gm-file-status                 pic x(02).
       01  gp-file-status                 pic x(02).
       01  gw-file-status                 pic x(02).
       01  gj-file-status                 pic x(02).
       01  rpt-file-status                pic x(02).
       copy "runctl.wrk".
       01  ws-eof-sw                      pic x(01).
           88  ws-eof                     value "Y".
       01  ws-refused-sw                  pic x(01).
           88  ws-refused                 value "Y".
       01  ws-map-found-sw                pic x(01).
           88  ws-map-found               value "Y".
       01  ws-first-period-sw             pic x(01).
           88  ws-first-period            value "Y".
       01  ws-refuse-reason               pic x(60).
       01  ws-today                       pic 9(08).
       01  ws-current-time                pic 9(08).
       01  ws-period-text                 pic x(06).
       01  ws-period                      pic 9(06).
       01  ws-period-parts redefines ws-period.
           05  ws-period-yyyy             pic 9(04).
           05  ws-period-mm               pic 9(02).
       01  ws-prior-period                pic 9(06).
       01  ws-period-start                pic 9(08).
       01  ws-next-period-start           pic 9(08).
       01  ws-period-end                  pic 9(08).
       01  ws-category-key.
           05  filler                     pic x(01)      value "*".
           05  ws-category-key-cat        pic x(01).
       01  ws-unit-cost                   pic 9(07)v99.
       01  ws-move-value                  pic s9(11)v99.
       01  ws-abs-value                   pic 9(11)v99.
       01  ws-post-account                pic x(10).
       01  ws-post-dc                     pic x(01).
       01  ws-movement-value              pic s9(13)v99.
       01  ws-later-value                 pic s9(13)v99.
       01  ws-stock-value-now             pic s9(13)v99.
       01  ws-opening-value               pic s9(13)v99.
       01  ws-closing-value               pic s9(13)v99.
       01  ws-expected-closing            pic s9(13)v99.
       01  ws-difference                  pic s9(13)v99.
       01  ws-debit-total                 pic 9(13)v99.
       01  ws-credit-total                pic 9(13)v99.
       01  ws-receipt-value               pic s9(13)v99.
       01  ws-sale-value                  pic s9(13)v99.
       01  ws-issue-value                 pic s9(13)v99.
       01  ws-count-value                 pic s9(13)v99.
       01  ws-shrink-value                pic s9(13)v99.
       01  ws-transfer-value              pic s9(13)v99.
       01  ws-return-value                pic s9(13)v99.
       01  ws-period-count                pic 9(07)      comp.
       01  ws-unmapped-count              pic 9(07)      comp.
       01  ws-no-product-count            pic 9(07)      comp.
       01  ws-journal-count               pic 9(07)      comp.
       01  ws-heading-1.
           05  filler                     pic x(28)
               value "gl stock journal for period".
           05  ws-h-period                pic 9(06).
           05  filler                     pic x(09)
               value "  run on ".
           05  ws-h-date                  pic 9(08).
       01  ws-refused-line.
           05  filler                     pic x(22)
               value "period not posted -   ".
           05  ws-r-reason                pic x(60).
       01  ws-unmapped-line.
           05  filler                     pic x(20)
               value "no account mapping  ".
           05  ws-u-type                  pic x(01).
           05  filler                     pic x(01)      value space.
           05  ws-u-reason                pic x(02).
           05  filler                     pic x(02)      value spaces.
           05  ws-u-code                  pic x(14).
           05  filler                     pic x(02)      value spaces.
           05  ws-u-date                  pic 9(08).
           05  filler                     pic x(02)      value spaces.
           05  ws-u-location              pic x(04).
           05  filler                     pic x(02)      value spaces.
           05  ws-u-qty                   pic -(06)9.
       01  ws-section-heading             pic x(40).
       01  ws-value-line.
           05  ws-v-label                 pic x(30).
           05  ws-v-value                 pic -(12)9,99.
       01  ws-count-line.
           05  ws-c-label                 pic x(30).
           05  ws-c-count                 pic z(06)9.
       01  ws-journal-heading.
           05  filler                     pic x(12)
               value "account".
           05  filler                     pic x(06)      value "loc".
           05  filler                     pic x(18)
               value "             debit".
           05  filler                     pic x(18)
               value "            credit".
       01  ws-journal-line.
           05  ws-j-account               pic x(10).
           05  filler                     pic x(02)      value spaces.
           05  ws-j-location              pic x(04).
           05  filler                     pic x(02)      value spaces.
           05  ws-j-debit                 pic z(14)9,99.
           05  ws-j-debit-x redefines ws-j-debit
                                          pic x(18).
           05  ws-j-credit                pic z(14)9,99.
           05  ws-j-credit-x redefines ws-j-credit
                                          pic x(18).
       01  ws-journal-total-line.
           05  filler                     pic x(18)
               value "journal totals    ".
           05  ws-jt-debit                pic z(14)9,99.
           05  ws-jt-credit               pic z(14)9,99.
       procedure division.
       0000-mainline section.
           perform 1000-initialize
           perform 2000-process until ws-eof
           perform 3000-value-stock
           perform 4000-report
           perform 5000-terminate
           stop run
           .
       0000-mainline-exit.
           exit.

      *----------------------------------------------------------------
      *1000-initialize - settles the period and its dates and checks
      *it may be posted before anything is read.  a refusal leaves
      *ws-eof set, so the passes that follow do nothing and only the
      *report says why.
      *----------------------------------------------------------------
       1000-initialize section.
           move zero to ws-movement-value
           move zero to ws-later-value
           move zero to ws-stock-value-now
           move zero to ws-receipt-value
           move zero to ws-sale-value
           move zero to ws-issue-value
           move zero to ws-count-value
           move zero to ws-shrink-value
           move zero to ws-transfer-value
           move zero to ws-return-value
           move zero to ws-debit-total
           move zero to ws-credit-total
           move zero to ws-period-count
           move zero to ws-unmapped-count
           move zero to ws-no-product-count
           move zero to ws-journal-count
           move "N" to ws-eof-sw
           move "N" to ws-refused-sw
           move "N" to ws-first-period-sw
           move spaces to ws-refuse-reason
           accept ws-today from date yyyymmdd
           accept ws-current-time from time
           move "GLPOST" to ws-rc-job-name
           perform 9500-runctl-start
           open input product
           open input product-stock
           open output report-out
      *    the reason-code master, the mapping file and the period
      *    file are each created by their own first use; empty ones
      *    built here keep every lookup failing closed instead of
      *    failing the open.
           open input reason-code
           if rsn-file-status = "35"
               open output reason-code
               close reason-code
               open input reason-code
           end-if
           open input gl-map
           if gm-file-status = "35"
               open output gl-map
               close gl-map
               open input gl-map
           end-if
           open i-o gl-period
           if gp-file-status = "35"
               open output gl-period
               close gl-period
               open i-o gl-period
           end-if
           open input stock-movement
           if sm-file-status = "35"
               open output stock-movement
               close stock-movement
               open input stock-movement
           end-if
           open output gl-work
           close gl-work
           open i-o gl-work
           perform 1100-settle-period
           move ws-period to ws-h-period
           move ws-today  to ws-h-date
           write rpt-line from ws-heading-1
           move spaces to rpt-line
           write rpt-line
           if not ws-refused
               perform 1200-check-period
           end-if
           if ws-refused
               set ws-eof to true
               go to 1000-initialize-exit
           end-if
           move low-values to sm-key
           start stock-movement key is not less than sm-key
               invalid key
                   set ws-eof to true
           end-start
           if not ws-eof
               perform 1300-read-next-movement
           end-if
           .
       1000-initialize-exit.
           exit.

      *----------------------------------------------------------------
      *1100-settle-period - GL_PERIOD when given, else last month;
      *then the period's first and last days and the period before
      *it, whose recorded closing value is this period's opening.
      *----------------------------------------------------------------
       1100-settle-period section.
           accept ws-period-text from environment "GL_PERIOD"
           if ws-period-text = spaces
               compute ws-period = ws-today / 100
               if ws-period-mm = 1
                   compute ws-period = (ws-period-yyyy - 1) * 100 + 12
               else
                   subtract 1 from ws-period
               end-if
           else
               if ws-period-text not numeric
                   move zero to ws-period
               else
                   move ws-period-text to ws-period
               end-if
           end-if
           if ws-period-mm < 1 or ws-period-mm > 12
               or ws-period-yyyy < 1900
               move "GL_PERIOD must be a month as yyyymm"
                   to ws-refuse-reason
               set ws-refused to true
               go to 1100-settle-period-exit
           end-if
           compute ws-period-start = ws-period * 100 + 1
           if ws-period-mm = 12
               compute ws-next-period-start
                   = (ws-period-yyyy + 1) * 10000 + 101
           else
               compute ws-next-period-start = ws-period-start + 100
           end-if
           compute ws-period-end = function date-of-integer(
               function integer-of-date(ws-next-period-start) - 1)
           if ws-period-mm = 1
               compute ws-prior-period
                   = (ws-period-yyyy - 1) * 100 + 12
           else
               compute ws-prior-period = ws-period - 1
           end-if
           .
       1100-settle-period-exit.
           exit.

       1200-check-period section.
           if ws-period-end not < ws-today
               move "period has not ended yet" to ws-refuse-reason
               set ws-refused to true
               go to 1200-check-period-exit
           end-if
           move ws-period to gp-period
           read gl-period
               invalid key
                   continue
               not invalid key
                   move "period already posted" to ws-refuse-reason
                   set ws-refused to true
           end-read
           .
       1200-check-period-exit.
           exit.

       1300-read-next-movement section.
           read stock-movement next record
               at end
                   set ws-eof to true
               not at end
                   add 1 to ws-rc-records-read
           end-read
           .
       1300-read-next-movement-exit.
           exit.

      *----------------------------------------------------------------
      *2000-process - one movement.  a balance-forward line dated
      *after the period's first day means the close has already
      *moved some of the period's detail to the archive, so the
      *period can no longer be valued from the journal and is
      *refused.  movements after the period only count towards
      *rolling today's stock value back to the period end.
      *----------------------------------------------------------------
       2000-process section.
           if sm-type-balance-fwd
               if sm-date > ws-period-start
                   move "period detail already archived by the close"
                       to ws-refuse-reason
                   set ws-refused to true
               end-if
               go to 2000-process-next
           end-if
           if sm-date < ws-period-start
               go to 2000-process-next
           end-if
           perform 2100-value-movement
           if sm-date > ws-period-end
               add ws-move-value to ws-later-value
               go to 2000-process-next
           end-if
           add 1 to ws-period-count
           add ws-move-value to ws-movement-value
           perform 2200-total-by-kind
           perform 2300-find-mapping
           if ws-map-found
               perform 2400-book-movement
           else
               perform 2900-write-unmapped
           end-if
           .
       2000-process-next.
           perform 1300-read-next-movement
           .
       2000-process-exit.
           exit.

      *----------------------------------------------------------------
      *2100-value-movement - the signed quantity at the product's
      *average cost, or its last cost while it has no average.  a
      *code no longer on the product file is valued at zero and
      *counted for the report.
      *----------------------------------------------------------------
       2100-value-movement section.
           move sm-code to prd-code
           read product
               invalid key
                   move zero to prd-cost
                   move zero to prd-avg-cost
                   add 1 to ws-no-product-count
           end-read
           if prd-avg-cost numeric and prd-avg-cost > zero
               move prd-avg-cost to ws-unit-cost
           else
               move prd-cost     to ws-unit-cost
           end-if
           compute ws-move-value = sm-qty * ws-unit-cost
           .
       2100-value-movement-exit.
           exit.

       2200-total-by-kind section.
           evaluate true
               when sm-type-receipt
                   add ws-move-value to ws-receipt-value
               when sm-type-issue and sm-reason = "PS"
                   add ws-move-value to ws-sale-value
               when sm-type-issue
                   add ws-move-value to ws-issue-value
               when sm-type-adjustment and sm-reason = "CC"
                   add ws-move-value to ws-count-value
               when sm-type-adjustment
                   add ws-move-value to ws-shrink-value
               when sm-type-transfer
                   add ws-move-value to ws-transfer-value
               when sm-type-vendor-return
                   add ws-move-value to ws-return-value
           end-evaluate
           .
       2200-total-by-kind-exit.
           exit.

      *----------------------------------------------------------------
      *2300-find-mapping - the most particular mapping wins: the
      *reason code itself, then "*" and the reason's category off
      *the reason-code master, then "**" for the whole type.
      *----------------------------------------------------------------
       2300-find-mapping section.
           move "N" to ws-map-found-sw
           move sm-type   to gm-move-type
           move sm-reason to gm-reason-key
           read gl-map
               invalid key
                   continue
               not invalid key
                   set ws-map-found to true
                   go to 2300-find-mapping-exit
           end-read
           move sm-reason to rsn-code
           read reason-code
               invalid key
                   continue
               not invalid key
                   move rsn-category    to ws-category-key-cat
                   move sm-type         to gm-move-type
                   move ws-category-key to gm-reason-key
                   read gl-map
                       invalid key
                           continue
                       not invalid key
                           set ws-map-found to true
                           go to 2300-find-mapping-exit
                   end-read
           end-read
           move sm-type to gm-move-type
           move "**"    to gm-reason-key
           read gl-map
               invalid key
                   continue
               not invalid key
                   set ws-map-found to true
           end-read
           .
       2300-find-mapping-exit.
           exit.

      *----------------------------------------------------------------
      *2400-book-movement - stock coming in debits the inventory
      *account and credits the offset; stock going out credits the
      *inventory account and debits the offset.
      *----------------------------------------------------------------
       2400-book-movement section.
           if ws-move-value = zero
               go to 2400-book-movement-exit
           end-if
           if ws-move-value > zero
               move ws-move-value to ws-abs-value
               move gm-inventory-account to ws-post-account
               move "D" to ws-post-dc
               perform 2500-add-to-work
               move gm-offset-account to ws-post-account
               move "C" to ws-post-dc
               perform 2500-add-to-work
           else
               compute ws-abs-value = zero - ws-move-value
               move gm-inventory-account to ws-post-account
               move "C" to ws-post-dc
               perform 2500-add-to-work
               move gm-offset-account to ws-post-account
               move "D" to ws-post-dc
               perform 2500-add-to-work
           end-if
           .
       2400-book-movement-exit.
           exit.

       2500-add-to-work section.
           move ws-post-account to gw-account
           move sm-location     to gw-location
           move ws-post-dc      to gw-dc
           read gl-work
               invalid key
                   move ws-abs-value to gw-amount
                   write gw-record
               not invalid key
                   add ws-abs-value to gw-amount
                   rewrite gw-record
           end-read
           .
       2500-add-to-work-exit.
           exit.

       2900-write-unmapped section.
           move sm-type     to ws-u-type
           move sm-reason   to ws-u-reason
           move sm-code     to ws-u-code
           move sm-date     to ws-u-date
           move sm-location to ws-u-location
           move sm-qty      to ws-u-qty
           write rpt-line from ws-unmapped-line
           add 1 to ws-unmapped-count
           .
       2900-write-unmapped-exit.
           exit.

      *----------------------------------------------------------------
      *3000-value-stock - today's stock at today's costs, row by row,
      *the same figure as the company total on stkvalue.
      *----------------------------------------------------------------
       3000-value-stock section.
           if ws-refused
               go to 3000-value-stock-exit
           end-if
           move "N" to ws-eof-sw
           move low-values to pst-key
           start product-stock key is not less than pst-key
               invalid key
                   set ws-eof to true
           end-start
           if not ws-eof
               perform 3100-read-next-stock
           end-if
           perform 3200-value-one-row until ws-eof
           .
       3000-value-stock-exit.
           exit.

       3100-read-next-stock section.
           read product-stock next record
               at end
                   set ws-eof to true
           end-read
           .
       3100-read-next-stock-exit.
           exit.

       3200-value-one-row section.
           move pst-code to prd-code
           read product
               invalid key
                   move zero to prd-cost
                   move zero to prd-avg-cost
           end-read
           if prd-avg-cost numeric and prd-avg-cost > zero
               move prd-avg-cost to ws-unit-cost
           else
               move prd-cost     to ws-unit-cost
           end-if
           compute ws-stock-value-now = ws-stock-value-now
               + pst-qty-on-hand * ws-unit-cost
           perform 3100-read-next-stock
           .
       3200-value-one-row-exit.
           exit.

      *----------------------------------------------------------------
      *4000-report - a period with unmapped movements is refused
      *here, after they have all been listed; otherwise the journal
      *is written, the period recorded, and the control figures
      *printed.
      *----------------------------------------------------------------
       4000-report section.
           if not ws-refused and ws-unmapped-count > zero
               move "movements listed above have no account mapping"
                   to ws-refuse-reason
               set ws-refused to true
           end-if
           if ws-refused
               move ws-refuse-reason to ws-r-reason
               write rpt-line from ws-refused-line
               add 1 to ws-rc-exceptions
               go to 4000-report-exit
           end-if
           perform 4100-print-movement-summary
           perform 4200-write-journal
           perform 4500-print-control
           perform 4600-record-period
           .
       4000-report-exit.
           exit.

       4100-print-movement-summary section.
           move "movements in period by kind" to ws-section-heading
           write rpt-line from ws-section-heading
           move "receipts" to ws-v-label
           move ws-receipt-value to ws-v-value
           write rpt-line from ws-value-line
           move "till sales (PS)" to ws-v-label
           move ws-sale-value to ws-v-value
           write rpt-line from ws-value-line
           move "other issues" to ws-v-label
           move ws-issue-value to ws-v-value
           write rpt-line from ws-value-line
           move "count corrections (CC)" to ws-v-label
           move ws-count-value to ws-v-value
           write rpt-line from ws-value-line
           move "shrinkage and adjustments" to ws-v-label
           move ws-shrink-value to ws-v-value
           write rpt-line from ws-value-line
           move "transfers" to ws-v-label
           move ws-transfer-value to ws-v-value
           write rpt-line from ws-value-line
           move "returns to vendor" to ws-v-label
           move ws-return-value to ws-v-value
           write rpt-line from ws-value-line
           move "net movement value" to ws-v-label
           move ws-movement-value to ws-v-value
           write rpt-line from ws-value-line
           move "movements in period" to ws-c-label
           move ws-period-count to ws-c-count
           write rpt-line from ws-count-line
           move "of which product not on file" to ws-c-label
           move ws-no-product-count to ws-c-count
           write rpt-line from ws-count-line
           move spaces to rpt-line
           write rpt-line
           .
       4100-print-movement-summary-exit.
           exit.

      *----------------------------------------------------------------
      *4200-write-journal - walks the work file in account order and
      *writes one journal line per account, location and side,
      *printing each on the report as it goes.
      *----------------------------------------------------------------
       4200-write-journal section.
           open output gl-journal
           move "journal lines" to ws-section-heading
           write rpt-line from ws-section-heading
           write rpt-line from ws-journal-heading
           move "N" to ws-eof-sw
           move low-values to gw-key
           start gl-work key is not less than gw-key
               invalid key
                   set ws-eof to true
           end-start
           if not ws-eof
               perform 4300-read-next-work
           end-if
           perform 4400-write-journal-line until ws-eof
           move ws-debit-total  to ws-jt-debit
           move ws-credit-total to ws-jt-credit
           write rpt-line from ws-journal-total-line
           move spaces to rpt-line
           write rpt-line
           close gl-journal
           .
       4200-write-journal-exit.
           exit.

       4300-read-next-work section.
           read gl-work next record
               at end
                   set ws-eof to true
           end-read
           .
       4300-read-next-work-exit.
           exit.

       4400-write-journal-line section.
           move spaces        to gj-record
           move ws-period     to gj-period
           move gw-account    to gj-account
           move gw-location   to gj-location
           move gw-dc         to gj-dc
           move gw-amount     to gj-amount
           move "stock movement journal" to gj-description
           write gj-record
           add 1 to ws-journal-count
           move gw-account  to ws-j-account
           move gw-location to ws-j-location
           if gw-dc = "D"
               move gw-amount to ws-j-debit
               move spaces    to ws-j-credit-x
               add gw-amount  to ws-debit-total
           else
               move spaces    to ws-j-debit-x
               move gw-amount to ws-j-credit
               add gw-amount  to ws-credit-total
           end-if
           write rpt-line from ws-journal-line
           perform 4300-read-next-work
           .
       4400-write-journal-line-exit.
           exit.

      *----------------------------------------------------------------
      *4500-print-control - the stock value either side of the
      *period.  with no earlier period on file there is no recorded
      *opening value, so the first posting derives it from the
      *closing value and says so.
      *----------------------------------------------------------------
       4500-print-control section.
           compute ws-closing-value
               = ws-stock-value-now - ws-later-value
           move ws-prior-period to gp-period
           read gl-period
               invalid key
                   set ws-first-period to true
                   compute ws-opening-value
                       = ws-closing-value - ws-movement-value
               not invalid key
                   move gp-closing-value to ws-opening-value
           end-read
           compute ws-expected-closing
               = ws-opening-value + ws-movement-value
           compute ws-difference
               = ws-closing-value - ws-expected-closing
           move "control" to ws-section-heading
           write rpt-line from ws-section-heading
           move "opening stock value" to ws-v-label
           move ws-opening-value to ws-v-value
           write rpt-line from ws-value-line
           move "net movement value" to ws-v-label
           move ws-movement-value to ws-v-value
           write rpt-line from ws-value-line
           move "expected closing value" to ws-v-label
           move ws-expected-closing to ws-v-value
           write rpt-line from ws-value-line
           move "stock value today" to ws-v-label
           move ws-stock-value-now to ws-v-value
           write rpt-line from ws-value-line
           move "less movements after period" to ws-v-label
           move ws-later-value to ws-v-value
           write rpt-line from ws-value-line
           move "closing stock value" to ws-v-label
           move ws-closing-value to ws-v-value
           write rpt-line from ws-value-line
           move "difference (cost changes)" to ws-v-label
           move ws-difference to ws-v-value
           write rpt-line from ws-value-line
           if ws-first-period
               move "no earlier period posted - opening derived"
                   to rpt-line
               write rpt-line
           end-if
           .
       4500-print-control-exit.
           exit.

       4600-record-period section.
           move ws-period           to gp-period
           move ws-today            to gp-posted-date
           move ws-current-time     to gp-posted-time
           move ws-opening-value    to gp-opening-value
           move ws-movement-value   to gp-movement-value
           move ws-closing-value    to gp-closing-value
           move ws-journal-count    to gp-journal-lines
           write gp-record
           .
       4600-record-period-exit.
           exit.

       5000-terminate section.
           move spaces to rpt-line
           write rpt-line
           move "journal lines written" to ws-c-label
           move ws-journal-count to ws-c-count
           write rpt-line from ws-count-line
           close product
           close product-stock
           close stock-movement
           close reason-code
           close gl-map
           close gl-period
           close gl-work
           close report-out
           move ws-journal-count to ws-rc-records-updated
           perform 9600-runctl-end
           .
       5000-terminate-exit.
           exit.
       copy "runctl.cpy".
