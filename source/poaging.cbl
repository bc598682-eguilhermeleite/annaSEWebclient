      *================================================================
      *poaging.cbl
      *open purchase-order aging and supplier delivery scorecard.
      *the first pass walks the purchase-order file in its supplier-
      *plus-product key order and ages every confirmed ("C") line not
      *yet received against the supplier's promised lead time - due
      *date is the created date plus sup-lead-time-days - printing
      *the days each line is late and its aging bucket, so purchasing
      *chases late orders from a list instead of from memory.  the
      *second pass walks the file again and scores each supplier on
      *the lines received inside the period: on-time rate (received
      *no later than the due date), fill rate (units received, capped
      *at the units ordered, over the units ordered), and the actual
      *lead time averaged against the promised one, alongside the
      *supplier's open late lines today - real numbers to hold the
      *lead times reordcal works from up against.  the period comes
      *from POAGE_FROM_DATE and POAGE_TO_DATE in the environment as
      *yyyymmdd, the trailing 90 days to today when unset; a period
      *that is not two dates, from no later than to, is refused on
      *the report and neither pass is run.  a line with no usable
      *created date cannot be aged and is listed as undated.  runs
      *under run-control job POAGING.
      *================================================================
       identification division.
       program-id. poaging.
       author. edval.
       environment division.
       configuration section.
       special-names.
           decimal-point is comma.
       input-output section.
       file-control.
           copy "supplier.sl".
           copy "purchord.sl".
           copy "runctl.sl".
           select report-out assign to "poaging.rpt"
               organization is line sequential
               file status is rpt-file-status.
       data division.
       file section.
           copy "supplier.fd".
           copy "purchord.fd".
           copy "runctl.fd".
       fd  report-out
           label record is standard.
       01  rpt-line                       pic x(100).
       working-storage section.
       01  sup-file-status                pic x(02).
       01  po-file-status                 pic x(02).
       01  rpt-file-status                pic x(02).
       copy "runctl.wrk".
       01  ws-eof-sw                      pic x(01).
           88  ws-eof                     value "Y".
       01  ws-refused-sw                  pic x(01).
           88  ws-refused                 value "Y".
       01  ws-today                       pic 9(08).
       01  ws-today-int                   pic 9(07)      comp.
       01  ws-from-text                   pic x(08).
       01  ws-to-text                     pic x(08).
       01  ws-from-date                   pic 9(08).
       01  ws-to-date                     pic 9(08).
       01  ws-check-date                  pic 9(08).
       01  ws-check-date-r redefines ws-check-date.
           05  ws-check-yyyy              pic 9(04).
           05  ws-check-mm                pic 9(02).
           05  ws-check-dd                pic 9(02).
       01  ws-check-month-days            pic 9(02).
       01  ws-check-quotient              pic 9(04)      comp.
       01  ws-check-remainder             pic 9(04)      comp.
       01  ws-date-ok-sw                  pic x(01).
           88  ws-date-ok                 value "Y".
       01  ws-last-supplier               pic x(06).
       01  ws-printed-supplier            pic x(06).
       01  ws-supplier-name               pic x(40).
       01  ws-lead-days                   pic 9(03).
       01  ws-due-int                     pic 9(07)      comp.
       01  ws-due-date                    pic 9(08).
       01  ws-days-late                   pic s9(05)     comp.
       01  ws-actual-days                 pic s9(05)     comp.
       01  ws-filled-qty                  pic s9(07)     comp.
       01  ws-open-count                  pic 9(07)      comp.
       01  ws-late-count                  pic 9(07)      comp.
       01  ws-late-7-count                pic 9(07)      comp.
       01  ws-late-30-count               pic 9(07)      comp.
       01  ws-late-over-count             pic 9(07)      comp.
       01  ws-undated-count               pic 9(07)      comp.
       01  ws-scored-count                pic 9(05)      comp.
       01  ws-supplier-score.
           05  ws-sc-received-lines        pic 9(07)      comp.
           05  ws-sc-on-time-lines         pic 9(07)      comp.
           05  ws-sc-ordered-qty           pic s9(09)     comp.
           05  ws-sc-filled-qty            pic s9(09)     comp.
           05  ws-sc-lead-days             pic s9(09)     comp.
           05  ws-sc-open-late             pic 9(07)      comp.
       01  ws-pct                         pic 9(03)v9.
       01  ws-avg-lead                    pic s9(05)v9.
       01  ws-lead-gap                    pic s9(05)v9.
       01  ws-heading-1.
           05  filler                     pic x(36)
               value "open purchase-order aging as of".
           05  ws-h-date                  pic 9(08).
       01  ws-refused-line.
           05  filler                     pic x(23)
               value "period not reported -  ".
           05  ws-r-reason                pic x(50).
       01  ws-supplier-heading.
           05  filler                     pic x(09)
               value "supplier ".
           05  ws-h-supplier              pic x(06).
           05  filler                     pic x(02)      value spaces.
           05  ws-h-supplier-name         pic x(40).
           05  filler                     pic x(11)
               value " lead time ".
           05  ws-h-lead-days             pic zz9.
           05  filler                     pic x(05)      value " days".
       01  ws-aging-column-heading.
           05  filler                     pic x(16)      value "code".
           05  filler                     pic x(22)
               value "supplier part no".
           05  filler                     pic x(09)
               value "  ordered".
           05  filler                     pic x(10)
               value "   created".
           05  filler                     pic x(10)
               value "       due".
           05  filler                     pic x(07)
               value "   late".
           05  filler                     pic x(10)
               value "  bucket".
       01  ws-aging-detail-line.
           05  ws-d-code                  pic x(14).
           05  filler                     pic x(02)      value spaces.
           05  ws-d-part-no               pic x(20).
           05  filler                     pic x(02)      value spaces.
           05  ws-d-order-qty             pic z(06)9.
           05  filler                     pic x(02)      value spaces.
           05  ws-d-created               pic 9(08).
           05  filler                     pic x(02)      value spaces.
           05  ws-d-due                   pic 9(08).
           05  filler                     pic x(02)      value spaces.
           05  ws-d-days-late             pic -(04)9.
           05  filler                     pic x(02)      value spaces.
           05  ws-d-bucket                pic x(10).
       01  ws-aging-total-line.
           05  ws-t-label                 pic x(25).
           05  ws-t-count                 pic z(06)9.
       01  ws-none-open-line.
           05  filler                     pic x(30)
               value "no confirmed lines outstanding".
       01  ws-score-heading-1.
           05  filler                     pic x(27)
               value "supplier scorecard received".
           05  filler                     pic x(06)      value " from ".
           05  ws-h-from                  pic 9(08).
           05  filler                     pic x(04)      value " to ".
           05  ws-h-to                    pic 9(08).
       01  ws-score-column-1.
           05  filler                     pic x(34)      value spaces.
           05  filler                     pic x(05)      value "lines".
           05  filler                     pic x(07)
               value "    on-".
           05  filler                     pic x(07)
               value "   fill".
           05  filler                     pic x(07)
               value " actual".
           05  filler                     pic x(05)      value " prom".
           05  filler                     pic x(08)
               value "    lead".
           05  filler                     pic x(06)      value "  open".
       01  ws-score-column-2.
           05  filler                     pic x(08)
               value "supplier".
           05  filler                     pic x(26)      value "  name".
           05  filler                     pic x(05)      value " recv".
           05  filler                     pic x(07)
               value "  time%".
           05  filler                     pic x(07)
               value "  rate%".
           05  filler                     pic x(07)
               value "   lead".
           05  filler                     pic x(05)      value " lead".
           05  filler                     pic x(08)
               value "     gap".
           05  filler                     pic x(06)      value "  late".
       01  ws-score-line.
           05  ws-s-supplier              pic x(06).
           05  filler                     pic x(02)      value spaces.
           05  ws-s-name                  pic x(24).
           05  filler                     pic x(02)      value spaces.
           05  ws-s-lines                 pic z(04)9.
           05  filler                     pic x(02)      value spaces.
           05  ws-s-on-time               pic zz9,9.
           05  filler                     pic x(02)      value spaces.
           05  ws-s-fill                  pic zz9,9.
           05  filler                     pic x(02)      value spaces.
           05  ws-s-avg-lead              pic zz9,9.
           05  filler                     pic x(02)      value spaces.
           05  ws-s-promised              pic zz9.
           05  filler                     pic x(02)      value spaces.
           05  ws-s-gap                   pic -(03)9,9.
           05  filler                     pic x(02)      value spaces.
           05  ws-s-open-late             pic z(03)9.
       01  ws-score-total-line.
           05  filler                     pic x(25)
               value "suppliers scored         ".
           05  ws-t-scored                pic z(06)9.
       procedure division.
       0000-mainline section.
           perform 1000-initialize
           perform 2000-age-line until ws-eof
           perform 2900-aging-totals
           perform 3000-start-scorecard
           perform 4000-score-line until ws-eof
           perform 4800-close-score-supplier
           perform 5000-terminate
           stop run
           .
       0000-mainline-exit.
           exit.

       1000-initialize section.
           move zero to ws-open-count
           move zero to ws-late-count
           move zero to ws-late-7-count
           move zero to ws-late-30-count
           move zero to ws-late-over-count
           move zero to ws-undated-count
           move zero to ws-scored-count
           move spaces to ws-last-supplier
           move spaces to ws-printed-supplier
           move "N" to ws-eof-sw
           move "N" to ws-refused-sw
           accept ws-today from date yyyymmdd
           compute ws-today-int = function integer-of-date(ws-today)
           move "POAGING" to ws-rc-job-name
           perform 9500-runctl-start
           open input supplier
           open input purchase-order
           open output report-out
           move ws-today to ws-h-date
           write rpt-line from ws-heading-1
           perform 1300-settle-period
           if ws-refused
               move spaces to rpt-line
               write rpt-line
               write rpt-line from ws-refused-line
               set ws-eof to true
               go to 1000-initialize-exit
           end-if
           perform 1200-position-file
           .
       1000-initialize-exit.
           exit.

      *----------------------------------------------------------------
      *1200-position-file - starts the purchase-order file at its
      *first line; both passes begin here.
      *----------------------------------------------------------------
       1200-position-file section.
           move "N" to ws-eof-sw
           move low-values to po-key
           start purchase-order key is not less than po-key
               invalid key
                   set ws-eof to true
           end-start
           if not ws-eof
               perform 1100-read-next
           end-if
           .
       1200-position-file-exit.
           exit.

       1100-read-next section.
           read purchase-order next record
               at end
                   set ws-eof to true
               not at end
                   add 1 to ws-rc-records-read
           end-read
           .
       1100-read-next-exit.
           exit.

      *----------------------------------------------------------------
      *1300-settle-period - POAGE_TO_DATE when given, else today, and
      *POAGE_FROM_DATE when given, else 90 days before the to date.
      *a date that is not a date, or a from date after the to date,
      *is refused on the report and neither pass is run.
      *----------------------------------------------------------------
       1300-settle-period section.
           accept ws-from-text from environment "POAGE_FROM_DATE"
           accept ws-to-text from environment "POAGE_TO_DATE"
           if ws-to-text = spaces
               move ws-today to ws-to-date
           else
               if ws-to-text not numeric
                   move zero to ws-to-date
               else
                   move ws-to-text to ws-to-date
               end-if
           end-if
           move ws-to-date to ws-check-date
           perform 1310-check-date
           if not ws-date-ok
               move "POAGE_TO_DATE must be a date as yyyymmdd"
                   to ws-r-reason
               set ws-refused to true
               go to 1300-settle-period-exit
           end-if
           if ws-from-text = spaces
               compute ws-from-date = function date-of-integer(
                   function integer-of-date(ws-to-date) - 90)
           else
               if ws-from-text not numeric
                   move zero to ws-from-date
               else
                   move ws-from-text to ws-from-date
               end-if
           end-if
           move ws-from-date to ws-check-date
           perform 1310-check-date
           if not ws-date-ok
               move "POAGE_FROM_DATE must be a date as yyyymmdd"
                   to ws-r-reason
               set ws-refused to true
               go to 1300-settle-period-exit
           end-if
           if ws-from-date > ws-to-date
               move "POAGE_FROM_DATE is after POAGE_TO_DATE"
                   to ws-r-reason
               set ws-refused to true
           end-if
           .
       1300-settle-period-exit.
           exit.

      *----------------------------------------------------------------
      *1310-check-date - sets ws-date-ok when ws-check-date is a real
      *calendar date as yyyymmdd, so the day counts taken from it
      *mean something.
      *----------------------------------------------------------------
       1310-check-date section.
           move "N" to ws-date-ok-sw
           if ws-check-date < 19000101
               or ws-check-mm < 1 or ws-check-mm > 12
               or ws-check-dd < 1
               go to 1310-check-date-exit
           end-if
           evaluate true
               when ws-check-mm = 4 or ws-check-mm = 6
                   or ws-check-mm = 9 or ws-check-mm = 11
                   move 30 to ws-check-month-days
               when ws-check-mm = 2
                   perform 1320-february-days
               when other
                   move 31 to ws-check-month-days
           end-evaluate
           if ws-check-dd > ws-check-month-days
               go to 1310-check-date-exit
           end-if
           set ws-date-ok to true
           .
       1310-check-date-exit.
           exit.

      *----------------------------------------------------------------
      *1320-february-days - a year divisible by 4 is a leap year,
      *except a century year, which is one only when divisible by
      *400.
      *----------------------------------------------------------------
       1320-february-days section.
           move 28 to ws-check-month-days
           divide ws-check-yyyy by 4 giving ws-check-quotient
               remainder ws-check-remainder
           if ws-check-remainder not = zero
               go to 1320-february-days-exit
           end-if
           move 29 to ws-check-month-days
           divide ws-check-yyyy by 100 giving ws-check-quotient
               remainder ws-check-remainder
           if ws-check-remainder not = zero
               go to 1320-february-days-exit
           end-if
           divide ws-check-yyyy by 400 giving ws-check-quotient
               remainder ws-check-remainder
           if ws-check-remainder not = zero
               move 28 to ws-check-month-days
           end-if
           .
       1320-february-days-exit.
           exit.

      *----------------------------------------------------------------
      *2000-age-line - only a confirmed line is out with the
      *supplier; suggested lines were never sent and received lines
      *are finished.
      *----------------------------------------------------------------
       2000-age-line section.
           if po-confirmed
               perform 2100-age-open-line
           end-if
           perform 1100-read-next
           .
       2000-age-line-exit.
           exit.

      *----------------------------------------------------------------
      *2100-age-open-line - works out the due date and the days past
      *it, and buckets the line.  a line not yet due shows the days
      *left as a negative lateness.
      *----------------------------------------------------------------
       2100-age-open-line section.
           if po-supplier-code not = ws-last-supplier
               perform 7000-supplier-break
           end-if
           if po-supplier-code not = ws-printed-supplier
               perform 2300-aging-supplier-heading
           end-if
           add 1 to ws-open-count
           move po-code             to ws-d-code
           move po-supplier-part-no to ws-d-part-no
           move po-order-qty        to ws-d-order-qty
           perform 7100-compute-due-date
           if ws-due-date = zero
               move zero      to ws-d-created
               move zero      to ws-d-due
               move zero      to ws-d-days-late
               move "undated" to ws-d-bucket
               add 1 to ws-undated-count
               write rpt-line from ws-aging-detail-line
               go to 2100-age-open-line-exit
           end-if
           compute ws-days-late = ws-today-int - ws-due-int
           move po-created-date to ws-d-created
           move ws-due-date     to ws-d-due
           move ws-days-late    to ws-d-days-late
           evaluate true
               when ws-days-late not > zero
                   move "not due"   to ws-d-bucket
               when ws-days-late not > 7
                   move "1-7 days"  to ws-d-bucket
                   add 1 to ws-late-count
                   add 1 to ws-late-7-count
               when ws-days-late not > 30
                   move "8-30 days" to ws-d-bucket
                   add 1 to ws-late-count
                   add 1 to ws-late-30-count
               when other
                   move "over 30"   to ws-d-bucket
                   add 1 to ws-late-count
                   add 1 to ws-late-over-count
           end-evaluate
           write rpt-line from ws-aging-detail-line
           .
       2100-age-open-line-exit.
           exit.

      *----------------------------------------------------------------
      *2300-aging-supplier-heading - heads each supplier's group with
      *its name and promised lead time, but only once its first open
      *line turns up, so a supplier with nothing outstanding prints
      *nothing.
      *----------------------------------------------------------------
       2300-aging-supplier-heading section.
           move po-supplier-code to ws-printed-supplier
           move spaces to rpt-line
           write rpt-line
           move po-supplier-code to ws-h-supplier
           move ws-supplier-name to ws-h-supplier-name
           move ws-lead-days     to ws-h-lead-days
           write rpt-line from ws-supplier-heading
           write rpt-line from ws-aging-column-heading
           .
       2300-aging-supplier-heading-exit.
           exit.

       2900-aging-totals section.
           if ws-refused
               go to 2900-aging-totals-exit
           end-if
           move spaces to rpt-line
           write rpt-line
           if ws-open-count = zero
               write rpt-line from ws-none-open-line
           end-if
           move "open confirmed lines     " to ws-t-label
           move ws-open-count to ws-t-count
           write rpt-line from ws-aging-total-line
           move "of which late            " to ws-t-label
           move ws-late-count to ws-t-count
           write rpt-line from ws-aging-total-line
           move "  late 1-7 days          " to ws-t-label
           move ws-late-7-count to ws-t-count
           write rpt-line from ws-aging-total-line
           move "  late 8-30 days         " to ws-t-label
           move ws-late-30-count to ws-t-count
           write rpt-line from ws-aging-total-line
           move "  late over 30 days      " to ws-t-label
           move ws-late-over-count to ws-t-count
           write rpt-line from ws-aging-total-line
           move "undated                  " to ws-t-label
           move ws-undated-count to ws-t-count
           write rpt-line from ws-aging-total-line
           .
       2900-aging-totals-exit.
           exit.

      *----------------------------------------------------------------
      *3000-start-scorecard - heads the scorecard section and puts
      *the purchase-order file back at its first line for the second
      *pass.
      *----------------------------------------------------------------
       3000-start-scorecard section.
           if ws-refused
               go to 3000-start-scorecard-exit
           end-if
           move spaces to rpt-line
           write rpt-line
           write rpt-line
           move ws-from-date to ws-h-from
           move ws-to-date   to ws-h-to
           write rpt-line from ws-score-heading-1
           move spaces to rpt-line
           write rpt-line
           write rpt-line from ws-score-column-1
           write rpt-line from ws-score-column-2
           move spaces to ws-last-supplier
           perform 4900-clear-score
           perform 1200-position-file
           .
       3000-start-scorecard-exit.
           exit.

      *----------------------------------------------------------------
      *4000-score-line - the file is in supplier order, so each
      *supplier's lines arrive together and the scorecard line is
      *written on the break.  received lines inside the period are
      *scored; confirmed lines overdue today count as open late
      *whatever the period.
      *----------------------------------------------------------------
       4000-score-line section.
           if po-supplier-code not = ws-last-supplier
               perform 4800-close-score-supplier
               perform 7000-supplier-break
           end-if
           evaluate true
               when po-received
                   perform 4100-score-received-line
               when po-confirmed
                   perform 7100-compute-due-date
                   if ws-due-date not = zero
                       and ws-today-int > ws-due-int
                       add 1 to ws-sc-open-late
                   end-if
           end-evaluate
           perform 1100-read-next
           .
       4000-score-line-exit.
           exit.

      *----------------------------------------------------------------
      *4100-score-received-line - a received line counts toward the
      *period it arrived in.  on time means received no later than
      *the due date; the fill is capped at the quantity ordered so
      *an over-delivery on one line cannot hide a short one on the
      *next.
      *----------------------------------------------------------------
       4100-score-received-line section.
           if po-received-date not numeric
               or po-received-date < ws-from-date
               or po-received-date > ws-to-date
               go to 4100-score-received-line-exit
           end-if
           perform 7100-compute-due-date
           if ws-due-date = zero
               go to 4100-score-received-line-exit
           end-if
           add 1 to ws-sc-received-lines
           compute ws-actual-days
               = function integer-of-date(po-received-date)
               - function integer-of-date(po-created-date)
           add ws-actual-days to ws-sc-lead-days
           if po-received-date not > ws-due-date
               add 1 to ws-sc-on-time-lines
           end-if
           if po-received-qty > po-order-qty
               move po-order-qty    to ws-filled-qty
           else
               move po-received-qty to ws-filled-qty
           end-if
           add po-order-qty  to ws-sc-ordered-qty
           add ws-filled-qty to ws-sc-filled-qty
           .
       4100-score-received-line-exit.
           exit.

      *----------------------------------------------------------------
      *4800-close-score-supplier - writes the scorecard line for the
      *supplier just finished, if it had anything to score, and
      *clears the accumulators for the next one.
      *----------------------------------------------------------------
       4800-close-score-supplier section.
           if ws-last-supplier = spaces
               go to 4800-close-score-supplier-exit
           end-if
           if ws-sc-received-lines = zero and ws-sc-open-late = zero
               perform 4900-clear-score
               go to 4800-close-score-supplier-exit
           end-if
           move ws-last-supplier     to ws-s-supplier
           move ws-supplier-name     to ws-s-name
           move ws-sc-received-lines to ws-s-lines
           move ws-lead-days         to ws-s-promised
           move ws-sc-open-late      to ws-s-open-late
           if ws-sc-received-lines > zero
               compute ws-pct rounded
                   = ws-sc-on-time-lines * 100 / ws-sc-received-lines
               move ws-pct to ws-s-on-time
               compute ws-avg-lead rounded
                   = ws-sc-lead-days / ws-sc-received-lines
               move ws-avg-lead to ws-s-avg-lead
               compute ws-lead-gap = ws-avg-lead - ws-lead-days
               move ws-lead-gap to ws-s-gap
           else
               move zero to ws-s-on-time
               move zero to ws-s-avg-lead
               move zero to ws-s-gap
           end-if
           if ws-sc-ordered-qty > zero
               compute ws-pct rounded
                   = ws-sc-filled-qty * 100 / ws-sc-ordered-qty
               move ws-pct to ws-s-fill
           else
               move zero to ws-s-fill
           end-if
           write rpt-line from ws-score-line
           add 1 to ws-scored-count
           perform 4900-clear-score
           .
       4800-close-score-supplier-exit.
           exit.

       4900-clear-score section.
           move zero to ws-sc-received-lines
           move zero to ws-sc-on-time-lines
           move zero to ws-sc-ordered-qty
           move zero to ws-sc-filled-qty
           move zero to ws-sc-lead-days
           move zero to ws-sc-open-late
           .
       4900-clear-score-exit.
           exit.

       5000-terminate section.
           if not ws-refused
               move spaces to rpt-line
               write rpt-line
               move ws-scored-count to ws-t-scored
               write rpt-line from ws-score-total-line
           end-if
           close supplier
           close purchase-order
           close report-out
           move ws-open-count to ws-rc-records-updated
           perform 9600-runctl-end
           .
       5000-terminate-exit.
           exit.

      *----------------------------------------------------------------
      *7000-supplier-break - picks up the supplier's name and
      *promised lead time once per supplier.  an order line for a
      *supplier no longer on the master is still aged, against a
      *lead time of zero.
      *----------------------------------------------------------------
       7000-supplier-break section.
           move po-supplier-code to ws-last-supplier
           move po-supplier-code to sup-code
           read supplier
               invalid key
                   move "not on supplier master" to ws-supplier-name
                   move zero to ws-lead-days
               not invalid key
                   move sup-name           to ws-supplier-name
                   move sup-lead-time-days to ws-lead-days
           end-read
           .
       7000-supplier-break-exit.
           exit.

      *----------------------------------------------------------------
      *7100-compute-due-date - the date the supplier promised the
      *line for: created date plus the lead time.  a created date
      *that is missing or not a date leaves ws-due-date zero.
      *----------------------------------------------------------------
       7100-compute-due-date section.
           move zero to ws-due-date
           move zero to ws-due-int
           if po-created-date not numeric
               or po-created-date < 19000101
               go to 7100-compute-due-date-exit
           end-if
           compute ws-due-int
               = function integer-of-date(po-created-date)
               + ws-lead-days
           compute ws-due-date = function date-of-integer(ws-due-int)
           .
       7100-compute-due-date-exit.
           exit.
       copy "runctl.cpy".
