      *================================================================
      *prmrpt.cbl
      *promotion results report.  for every promotion prmapply has
      *ended and this report has not yet covered, sums the product's
      *sales-history units and value over the promotion's own days
      *and over the same number of days immediately before it
      *started, and prints the two side by side with the change in
      *units, so whether the promotion earned its markdown is read
      *from the files.  each promotion is marked reported once it is
      *printed, so the nightly run reports each one exactly once.  a
      *promotion that ended without ever starting (its window passed
      *or its product was deleted) has no regular price saved and
      *nothing to compare; it is marked reported without a line.
      *================================================================
       identification division.
       program-id. prmrpt.
       author. edval.
       environment division.
       configuration section.
       special-names.
           decimal-point is comma.
       input-output section.
       file-control.
           copy "product.sl".
           copy "promo.sl".
           copy "saleshst.sl".
           copy "runctl.sl".
           select report-out assign to "prmrpt.rpt"
               organization is line sequential
               file status is rpt-file-status.
       data division.
       file section.
           copy "product.fd".
           copy "promo.fd".
           copy "saleshst.fd".
           copy "runctl.fd".
       fd  report-out
           label record is standard.
       01  rpt-line                       pic x(110).
       working-storage section.
       01  prd-file-status                pic x(02).
       01  pm-file-status                 pic x(02).
       01  sh-file-status                 pic x(02).
       01  rpt-file-status                pic x(02).
       copy "runctl.wrk".
       01  ws-eof-sw                      pic x(01).
           88  ws-eof                     value "Y".
       01  ws-sales-more-sw               pic x(01).
           88  ws-more-sales              value "Y".
       01  ws-today                       pic 9(08).
       01  ws-promo-days                  pic 9(05)      comp.
       01  ws-before-from                 pic 9(08).
       01  ws-before-to                   pic 9(08).
       01  ws-sum-from                    pic 9(08).
       01  ws-sum-to                      pic 9(08).
       01  ws-sum-units                   pic 9(07)      comp.
       01  ws-sum-value                   pic 9(09)v99.
       01  ws-promo-units                 pic 9(07)      comp.
       01  ws-promo-value                 pic 9(09)v99.
       01  ws-before-units                pic 9(07)      comp.
       01  ws-before-value                pic 9(09)v99.
       01  ws-change-pct                  pic s9(05)v9.
       01  ws-reported-count              pic 9(07)      comp.
       01  ws-total-promo-units           pic 9(09)      comp.
       01  ws-total-promo-value           pic 9(11)v99.
       01  ws-total-before-units          pic 9(09)      comp.
       01  ws-total-before-value          pic 9(11)v99.
       01  ws-heading-1.
           05  filler                     pic x(30)
               value "promotion results as of".
           05  ws-h-date                  pic 9(08).
       01  ws-column-heading-1.
           05  filler                     pic x(55)      value spaces.
           05  filler                     pic x(21)
               value "------ during -------".
           05  filler                     pic x(02)      value spaces.
           05  filler                     pic x(21)
               value "--- days before -----".
       01  ws-column-heading-2.
           05  filler                     pic x(16)      value "code".
           05  filler                     pic x(10)      value "promo".
           05  filler                     pic x(10)      value "start".
           05  filler                     pic x(10)      value "end".
           05  filler                     pic x(09)
               value " days    ".
           05  filler                     pic x(09)
               value "    units".
           05  filler                     pic x(12)
               value "       value".
           05  filler                     pic x(02)      value spaces.
           05  filler                     pic x(09)
               value "    units".
           05  filler                     pic x(12)
               value "       value".
           05  filler                     pic x(10)
               value "   units %".
       01  ws-detail-line.
           05  ws-d-code                  pic x(14).
           05  filler                     pic x(02)      value spaces.
           05  ws-d-promo-code            pic x(08).
           05  filler                     pic x(02)      value spaces.
           05  ws-d-start-date            pic 9(08).
           05  filler                     pic x(02)      value spaces.
           05  ws-d-end-date              pic 9(08).
           05  filler                     pic x(02)      value spaces.
           05  ws-d-days                  pic z(04)9.
           05  filler                     pic x(04)      value spaces.
           05  ws-d-promo-units           pic z(08)9.
           05  ws-d-promo-value           pic z(08)9,99.
           05  filler                     pic x(02)      value spaces.
           05  ws-d-before-units          pic z(08)9.
           05  ws-d-before-value          pic z(08)9,99.
           05  filler                     pic x(02)      value spaces.
           05  ws-d-change                pic -(05)9,9.
           05  ws-d-change-x redefines ws-d-change
                                          pic x(08).
       01  ws-description-line.
           05  filler                     pic x(16)      value spaces.
           05  ws-d-description           pic x(40).
       01  ws-total-line.
           05  filler                     pic x(55)
               value "total".
           05  ws-t-promo-units           pic z(08)9.
           05  ws-t-promo-value           pic z(08)9,99.
           05  filler                     pic x(02)      value spaces.
           05  ws-t-before-units          pic z(08)9.
           05  ws-t-before-value          pic z(08)9,99.
       01  ws-count-line.
           05  ws-t-label                 pic x(25).
           05  ws-t-count                 pic z(06)9.
       procedure division.
       0000-mainline section.
           perform 1000-initialize
           perform 2000-process until ws-eof
           perform 5000-terminate
           stop run
           .
       0000-mainline-exit.
           exit.

       1000-initialize section.
           move zero to ws-reported-count
           move zero to ws-total-promo-units
           move zero to ws-total-promo-value
           move zero to ws-total-before-units
           move zero to ws-total-before-value
           move "N" to ws-eof-sw
           accept ws-today from date yyyymmdd
           move "PRMRPT" to ws-rc-job-name
           perform 9500-runctl-start
      *    until the first promotion has been loaded the promotion
      *    file does not exist; building an empty one prints an
      *    empty report instead of failing the open.
           open i-o promotion
           if pm-file-status = "35"
               open output promotion
               close promotion
               open i-o promotion
           end-if
           open input product
           open input sales-history
           open output report-out
           move ws-today to ws-h-date
           write rpt-line from ws-heading-1
           move spaces to rpt-line
           write rpt-line
           write rpt-line from ws-column-heading-1
           write rpt-line from ws-column-heading-2
           perform 1100-read-next
           .
       1000-initialize-exit.
           exit.

       1100-read-next section.
           read promotion next record
               at end
                   set ws-eof to true
               not at end
                   add 1 to ws-rc-records-read
           end-read
           .
       1100-read-next-exit.
           exit.

       2000-process section.
           if not pm-ended or pm-reported
               go to 2000-process-next
           end-if
           if pm-regular-price not = zero
               perform 2100-compare-sales
               perform 2900-write-detail
               add 1 to ws-reported-count
           end-if
           set pm-reported to true
           rewrite pm-record
           .
       2000-process-next.
           perform 1100-read-next
           .
       2000-process-exit.
           exit.

      *----------------------------------------------------------------
      *2100-compare-sales - the comparison window is the same number
      *of days as the promotion ran, ending the day before it
      *started.
      *----------------------------------------------------------------
       2100-compare-sales section.
           compute ws-promo-days
               = function integer-of-date(pm-end-date)
               - function integer-of-date(pm-start-date) + 1
           compute ws-before-to = function date-of-integer(
               function integer-of-date(pm-start-date) - 1)
           compute ws-before-from = function date-of-integer(
               function integer-of-date(pm-start-date)
               - ws-promo-days)
           move pm-start-date to ws-sum-from
           move pm-end-date   to ws-sum-to
           perform 2200-sum-sales
           move ws-sum-units  to ws-promo-units
           move ws-sum-value  to ws-promo-value
           move ws-before-from to ws-sum-from
           move ws-before-to   to ws-sum-to
           perform 2200-sum-sales
           move ws-sum-units  to ws-before-units
           move ws-sum-value  to ws-before-value
           add ws-promo-units  to ws-total-promo-units
           add ws-promo-value  to ws-total-promo-value
           add ws-before-units to ws-total-before-units
           add ws-before-value to ws-total-before-value
           .
       2100-compare-sales-exit.
           exit.

      *----------------------------------------------------------------
      *2200-sum-sales - adds up the promotion product's
      *sales-history records from ws-sum-from to ws-sum-to.  the
      *history file has never been written on a shop that has not run
      *the POS import, which is zero sales, not a reason to spin.
      *----------------------------------------------------------------
       2200-sum-sales section.
           move zero to ws-sum-units
           move zero to ws-sum-value
           move "N" to ws-sales-more-sw
           if sh-file-status = "35" or sh-file-status = "30"
               go to 2200-sum-sales-exit
           end-if
           move pm-code     to sh-code
           move ws-sum-from to sh-date
           start sales-history key is not less than sh-key
               invalid key
                   move "N" to ws-sales-more-sw
               not invalid key
                   move "Y" to ws-sales-more-sw
           end-start
           perform 2210-sum-next-day until not ws-more-sales
           .
       2200-sum-sales-exit.
           exit.

       2210-sum-next-day section.
           read sales-history next record
               at end
                   move "N" to ws-sales-more-sw
               not at end
                   if sh-code = pm-code and sh-date <= ws-sum-to
                       add sh-units to ws-sum-units
                       add sh-value to ws-sum-value
                   else
                       move "N" to ws-sales-more-sw
                   end-if
           end-read
           .
       2210-sum-next-day-exit.
           exit.

      *----------------------------------------------------------------
      *2900-write-detail - the units change is against the days
      *before; a product that sold nothing before the promotion has
      *no base to measure against and the column is left blank.
      *----------------------------------------------------------------
       2900-write-detail section.
           move pm-code         to ws-d-code
           move pm-promo-code   to ws-d-promo-code
           move pm-start-date   to ws-d-start-date
           move pm-end-date     to ws-d-end-date
           move ws-promo-days   to ws-d-days
           move ws-promo-units  to ws-d-promo-units
           move ws-promo-value  to ws-d-promo-value
           move ws-before-units to ws-d-before-units
           move ws-before-value to ws-d-before-value
           if ws-before-units = zero
               move spaces to ws-d-change-x
           else
               compute ws-change-pct rounded
                   = (ws-promo-units - ws-before-units) * 100
                   / ws-before-units
               move ws-change-pct to ws-d-change
           end-if
           write rpt-line from ws-detail-line
           move pm-code to prd-code
           read product
               invalid key
                   move "not on product master" to prd-description
           end-read
           move prd-description to ws-d-description
           write rpt-line from ws-description-line
           .
       2900-write-detail-exit.
           exit.

       5000-terminate section.
           move spaces to rpt-line
           write rpt-line
           move ws-total-promo-units  to ws-t-promo-units
           move ws-total-promo-value  to ws-t-promo-value
           move ws-total-before-units to ws-t-before-units
           move ws-total-before-value to ws-t-before-value
           write rpt-line from ws-total-line
           move "promotions reported      " to ws-t-label
           move ws-reported-count to ws-t-count
           write rpt-line from ws-count-line
           close promotion
           close product
           close sales-history
           close report-out
           move ws-reported-count to ws-rc-records-updated
           perform 9600-runctl-end
           .
       5000-terminate-exit.
           exit.
       copy "runctl.cpy".
