      *================================================================
      *prmapply.cbl
      *nightly job that starts and ends promotions on their own dates,
      *so nobody has to remember to key the regular price back after
      *a two-week promotion.  a pending promotion whose start date
      *has arrived saves the live price as its regular price, puts
      *the promotion price on the product record and turns active; an
      *active promotion whose end date has passed puts the regular
      *price back and turns ended.  both changes are logged to the
      *price-history file under operator "PRMAPPLY", so the shelf
      *label extract and the till export pick them up the same way
      *they pick up futapply's changes - which is also why this job
      *runs after futapply and before either extract.
      *a price keyed on the products screen while the promotion ran
      *is not overwritten at the end: the promotion price is only
      *taken back off when it is still the price on the record, and
      *the report names every promotion whose price had moved.  a
      *pending promotion whose whole window has passed without it
      *starting is ended without touching the price.  every start
      *and end is listed on the report.
      *================================================================
       identification division.
       program-id. prmapply.
       author. edval.
       environment division.
       configuration section.
       special-names.
           decimal-point is comma.
       input-output section.
       file-control.
           copy "product.sl".
           copy "promo.sl".
           copy "pricehist.sl".
           copy "runctl.sl".
           select report-out assign to "prmapply.rpt"
               organization is line sequential
               file status is rpt-file-status.
       data division.
       file section.
           copy "product.fd".
           copy "promo.fd".
           copy "pricehist.fd".
           copy "runctl.fd".
       fd  report-out
           label record is standard.
       01  rpt-line                       pic x(100).
       working-storage section.
       01  prd-file-status                pic x(02).
       01  pm-file-status                 pic x(02).
       01  ph-file-status                 pic x(02).
       01  rpt-file-status                pic x(02).
       01  ws-current-time                pic 9(08).
       01  ws-price-before                pic 9(07)v99.
       01  ws-price-after                 pic 9(07)v99.
       01  ws-eof-sw                      pic x(01).
           88  ws-eof                     value "Y".
       01  ws-today                       pic 9(08).
       01  ws-started-count               pic 9(07)      comp.
       01  ws-ended-count                 pic 9(07)      comp.
       01  ws-exception-count             pic 9(07)      comp.
       01  ws-heading-1.
           05  filler                     pic x(30)
               value "promotions started and ended".
           05  ws-h-date                  pic 9(08).
       01  ws-column-heading.
           05  filler                     pic x(16)      value "code".
           05  filler                     pic x(10)      value "promo".
           05  filler                     pic x(10)      value "start".
           05  filler                     pic x(10)      value "end".
           05  filler                     pic x(10)
               value "price from".
           05  filler                     pic x(02)      value spaces.
           05  filler                     pic x(10)
               value "  price to".
           05  filler                     pic x(02)      value spaces.
           05  filler                     pic x(06)      value "action".
       01  ws-detail-line.
           05  ws-d-code                  pic x(14).
           05  filler                     pic x(02)      value spaces.
           05  ws-d-promo-code            pic x(08).
           05  filler                     pic x(02)      value spaces.
           05  ws-d-start-date            pic 9(08).
           05  filler                     pic x(02)      value spaces.
           05  ws-d-end-date              pic 9(08).
           05  filler                     pic x(02)      value spaces.
           05  ws-d-price-before          pic z(06)9,99.
           05  filler                     pic x(02)      value spaces.
           05  ws-d-price-after           pic z(06)9,99.
           05  filler                     pic x(02)      value spaces.
           05  ws-d-action                pic x(40).
       01  ws-count-line.
           05  ws-t-label                 pic x(25).
           05  ws-t-count                 pic z(06)9.
       copy "runctl.wrk".
       procedure division.
       0000-mainline section.
           perform 1000-initialize
           perform 2000-process until ws-eof
           perform 3000-terminate
           stop run
           .
       0000-mainline-exit.
           exit.

       1000-initialize section.
           move zero to ws-started-count
           move zero to ws-ended-count
           move zero to ws-exception-count
           move "N" to ws-eof-sw
           accept ws-today from date yyyymmdd
           move "PRMAPPLY" to ws-rc-job-name
           perform 9500-runctl-start
      *    until the first promotion has been loaded the promotion
      *    file does not exist; building an empty one lets the
      *    nightly chain run through with nothing to do.
           open i-o promotion
           if pm-file-status = "35"
               open output promotion
               close promotion
               open i-o promotion
           end-if
           open i-o product
           open extend price-history
           open output report-out
           move ws-today to ws-h-date
           write rpt-line from ws-heading-1
           write rpt-line from ws-column-heading
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

      *----------------------------------------------------------------
      *2000-process - the file reads in product and start-date order,
      *so a promotion ending tonight is always dealt with before the
      *next one for the same product starts, and the next one saves
      *the restored price as its own regular price.
      *----------------------------------------------------------------
       2000-process section.
           evaluate true
               when pm-pending and pm-end-date < ws-today
                   perform 2300-expire-unstarted
               when pm-pending and pm-start-date <= ws-today
                   perform 2100-start-promotion
               when pm-active and pm-end-date < ws-today
                   perform 2200-end-promotion
               when other
                   continue
           end-evaluate
           perform 1100-read-next
           .
       2000-process-exit.
           exit.

       2100-start-promotion section.
           move pm-code to prd-code
           read product
               invalid key
                   perform 2800-product-missing
                   go to 2100-start-promotion-exit
           end-read
           move prd-price      to ws-price-before
           move pm-promo-price to ws-price-after
           move prd-price      to pm-regular-price
           move pm-promo-price to prd-price
           rewrite prd-record
           set pm-active to true
           rewrite pm-record
           if ws-price-after not = ws-price-before
               perform 2700-log-price-change
           end-if
           move "started" to ws-d-action
           perform 2900-write-detail
           add 1 to ws-started-count
           .
       2100-start-promotion-exit.
           exit.

       2200-end-promotion section.
           move pm-code to prd-code
           read product
               invalid key
                   perform 2800-product-missing
                   go to 2200-end-promotion-exit
           end-read
           move prd-price to ws-price-before
           if prd-price = pm-promo-price
               move pm-regular-price to ws-price-after
               move pm-regular-price to prd-price
               rewrite prd-record
               if ws-price-after not = ws-price-before
                   perform 2700-log-price-change
               end-if
               move "ended, regular price restored" to ws-d-action
           else
               move prd-price to ws-price-after
               move "ended, price changed during promotion"
                   to ws-d-action
               add 1 to ws-exception-count
           end-if
           set pm-ended to true
           rewrite pm-record
           perform 2900-write-detail
           add 1 to ws-ended-count
           .
       2200-end-promotion-exit.
           exit.

       2300-expire-unstarted section.
           set pm-ended to true
           rewrite pm-record
           move zero to ws-price-before
           move zero to ws-price-after
           move "ended, window passed before it started"
               to ws-d-action
           perform 2900-write-detail
           add 1 to ws-exception-count
           .
       2300-expire-unstarted-exit.
           exit.

      *----------------------------------------------------------------
      *2700-log-price-change - appends the before/after audit record
      *for one start or end, the same shape the products screen
      *writes, under the job's own operator id.
      *----------------------------------------------------------------
       2700-log-price-change section.
           accept ws-current-time from time
           move prd-code        to ph-code
           move ws-today        to ph-change-date
           move ws-current-time to ph-change-time
           move "PRMAPPLY"      to ph-operator-id
           move ws-price-before to ph-price-before
           move ws-price-after  to ph-price-after
           write ph-record
           .
       2700-log-price-change-exit.
           exit.

      *----------------------------------------------------------------
      *2800-product-missing - a product deleted since the promotion
      *was loaded has no price to change; the promotion is ended so
      *it is not retried every night.
      *----------------------------------------------------------------
       2800-product-missing section.
           set pm-ended to true
           rewrite pm-record
           move zero to ws-price-before
           move zero to ws-price-after
           move "ended, product not on master" to ws-d-action
           perform 2900-write-detail
           add 1 to ws-exception-count
           .
       2800-product-missing-exit.
           exit.

       2900-write-detail section.
           move pm-code           to ws-d-code
           move pm-promo-code     to ws-d-promo-code
           move pm-start-date     to ws-d-start-date
           move pm-end-date       to ws-d-end-date
           move ws-price-before   to ws-d-price-before
           move ws-price-after    to ws-d-price-after
           write rpt-line from ws-detail-line
           .
       2900-write-detail-exit.
           exit.

       3000-terminate section.
           move spaces to rpt-line
           write rpt-line
           move "promotions started       " to ws-t-label
           move ws-started-count to ws-t-count
           write rpt-line from ws-count-line
           move "promotions ended         " to ws-t-label
           move ws-ended-count to ws-t-count
           write rpt-line from ws-count-line
           move "exceptions               " to ws-t-label
           move ws-exception-count to ws-t-count
           write rpt-line from ws-count-line
           close promotion
           close product
           close price-history
           close report-out
           compute ws-rc-records-updated
               = ws-started-count + ws-ended-count
           move ws-exception-count to ws-rc-exceptions
           perform 9600-runctl-end
           .
       3000-terminate-exit.
           exit.
       copy "runctl.cpy".
