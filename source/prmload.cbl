      *================================================================
      *prmload.cbl
      *load of the promotion file from a fixed-width entry file -
      *product code, promotion code, start date, end date, promotion
      *price - written a row at a time as pending promotions for the
      *nightly prmapply to start and end.  a row for a product and
      *start date already on file replaces that promotion while it
      *is still pending, so a keyed mistake is corrected by keying
      *the row again.  rows for an unknown product, with dates out of
      *order or already past, with no price, or overlapping another
      *promotion for the same product that has not ended go to an
      *exception file instead of being silently dropped, the same
      *way the supplier feed import handles bad rows - two
      *promotions on one product at once would leave no single
      *regular price to put back.
      *================================================================
       identification division.
       program-id. prmload.
       author. edval.
       environment division.
       configuration section.
       special-names.
           decimal-point is comma.
       input-output section.
       file-control.
           copy "product.sl".
           copy "promo.sl".
           select promo-entry assign to "prmin"
               organization is line sequential
               file status is pi-file-status.
           select exception-out assign to "prmload.rpt"
               organization is line sequential
               file status is exc-file-status.
       data division.
       file section.
           copy "product.fd".
           copy "promo.fd".
       fd  promo-entry
           label record is standard.
       01  pi-record.
           05  pi-code                     pic x(14).
           05  pi-promo-code               pic x(08).
           05  pi-start-date               pic 9(08).
           05  pi-end-date                 pic 9(08).
           05  pi-promo-price              pic 9(07)v99.
           05  filler                      pic x(13).
       fd  exception-out
           label record is standard.
       01  exc-line                        pic x(80).
       working-storage section.
       01  prd-file-status                 pic x(02).
       01  pm-file-status                  pic x(02).
       01  pi-file-status                  pic x(02).
       01  exc-file-status                 pic x(02).
       01  ws-eof-sw                       pic x(01).
           88  ws-eof                      value "Y".
       01  ws-more-promo-sw                pic x(01).
           88  ws-more-promos              value "Y".
       01  ws-today                        pic 9(08).
       01  ws-loaded-count                 pic 9(05)      comp.
       01  ws-exception-count              pic 9(05)      comp.
       01  ws-check-date                   pic 9(08).
       01  ws-check-date-r redefines ws-check-date.
           05  ws-check-yyyy               pic 9(04).
           05  ws-check-mm                 pic 9(02).
           05  ws-check-dd                 pic 9(02).
       01  ws-check-month-days             pic 9(02).
       01  ws-check-quotient               pic 9(04)      comp.
       01  ws-check-remainder              pic 9(04)      comp.
       01  ws-date-ok-sw                   pic x(01).
           88  ws-date-ok                  value "Y".
       01  ws-exception-line.
           05  ws-x-code                   pic x(14).
           05  filler                      pic x(02)      value spaces.
           05  ws-x-promo-code             pic x(08).
           05  filler                      pic x(02)      value spaces.
           05  ws-x-start-date             pic x(08).
           05  filler                      pic x(02)      value spaces.
           05  ws-x-reason                 pic x(40).
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
           move zero to ws-loaded-count
           move zero to ws-exception-count
           move "N" to ws-eof-sw
           accept ws-today from date yyyymmdd
           open input promo-entry
           open input product
           open output exception-out
      *    the promotion file is created by this load's first ever
      *    run, so an open failing with file status 35 (not on file)
      *    builds an empty one before reopening for update.
           open i-o promotion
           if pm-file-status = "35"
               open output promotion
               close promotion
               open i-o promotion
           end-if
           perform 1100-read-entry
           .
       1000-initialize-exit.
           exit.

       1100-read-entry section.
           read promo-entry
               at end
                   move "Y" to ws-eof-sw
           end-read
           .
       1100-read-entry-exit.
           exit.

       2000-process section.
           perform 2100-edit-entry-row
           if ws-x-reason = spaces
               perform 2200-apply-entry-row
           else
               perform 2900-write-exception
           end-if
           perform 1100-read-entry
           .
       2000-process-exit.
           exit.

       2100-edit-entry-row section.
           move spaces to ws-x-reason
           if pi-code = spaces
               move "product code is blank" to ws-x-reason
               go to 2100-edit-entry-row-exit
           end-if
           move pi-code to prd-code
           read product
               invalid key
                   move "product not on master" to ws-x-reason
           end-read
           if ws-x-reason not = spaces
               go to 2100-edit-entry-row-exit
           end-if
           if pi-promo-code = spaces
               move "promotion code is blank" to ws-x-reason
               go to 2100-edit-entry-row-exit
           end-if
           if pi-start-date not numeric or pi-end-date not numeric
               move "start and end dates must be yyyymmdd"
                   to ws-x-reason
               go to 2100-edit-entry-row-exit
           end-if
           move pi-start-date to ws-check-date
           perform 2110-check-date
           if ws-date-ok
               move pi-end-date to ws-check-date
               perform 2110-check-date
           end-if
           if not ws-date-ok
               move "start and end dates must be yyyymmdd"
                   to ws-x-reason
               go to 2100-edit-entry-row-exit
           end-if
           if pi-end-date < pi-start-date
               move "end date is before start date" to ws-x-reason
               go to 2100-edit-entry-row-exit
           end-if
           if pi-end-date < ws-today
               move "promotion has already ended" to ws-x-reason
               go to 2100-edit-entry-row-exit
           end-if
           if pi-promo-price not numeric or pi-promo-price = zero
               move "promotion price must be above zero"
                   to ws-x-reason
               go to 2100-edit-entry-row-exit
           end-if
           perform 2150-check-overlap
           .
       2100-edit-entry-row-exit.
           exit.

      *----------------------------------------------------------------
      *2110-check-date - sets ws-date-ok when ws-check-date, already
      *known to be numeric, is a real calendar date as yyyymmdd, so
      *the promotion report can count days from it.
      *----------------------------------------------------------------
       2110-check-date section.
           move "N" to ws-date-ok-sw
           if ws-check-date < 19000101
               or ws-check-mm < 1 or ws-check-mm > 12
               or ws-check-dd < 1
               go to 2110-check-date-exit
           end-if
           evaluate true
               when ws-check-mm = 4 or ws-check-mm = 6
                   or ws-check-mm = 9 or ws-check-mm = 11
                   move 30 to ws-check-month-days
               when ws-check-mm = 2
                   perform 2120-february-days
               when other
                   move 31 to ws-check-month-days
           end-evaluate
           if ws-check-dd > ws-check-month-days
               go to 2110-check-date-exit
           end-if
           set ws-date-ok to true
           .
       2110-check-date-exit.
           exit.

      *----------------------------------------------------------------
      *2120-february-days - a year divisible by 4 is a leap year,
      *except a century year, which is one only when divisible by
      *400.
      *----------------------------------------------------------------
       2120-february-days section.
           move 28 to ws-check-month-days
           divide ws-check-yyyy by 4 giving ws-check-quotient
               remainder ws-check-remainder
           if ws-check-remainder not = zero
               go to 2120-february-days-exit
           end-if
           move 29 to ws-check-month-days
           divide ws-check-yyyy by 100 giving ws-check-quotient
               remainder ws-check-remainder
           if ws-check-remainder not = zero
               go to 2120-february-days-exit
           end-if
           divide ws-check-yyyy by 400 giving ws-check-quotient
               remainder ws-check-remainder
           if ws-check-remainder not = zero
               move 28 to ws-check-month-days
           end-if
           .
       2120-february-days-exit.
           exit.

      *----------------------------------------------------------------
      *2150-check-overlap - reads every promotion already on file for
      *the product.  the row's own key may only be replaced while it
      *is still pending; any other promotion not yet ended whose
      *dates touch the row's dates is an overlap.
      *----------------------------------------------------------------
       2150-check-overlap section.
           move pi-code to pm-code
           move zero    to pm-start-date
           start promotion key is not less than pm-key
               invalid key
                   move "N" to ws-more-promo-sw
               not invalid key
                   move "Y" to ws-more-promo-sw
           end-start
           perform 2160-check-next-promo
               until not ws-more-promos or ws-x-reason not = spaces
           .
       2150-check-overlap-exit.
           exit.

       2160-check-next-promo section.
           read promotion next record
               at end
                   move "N" to ws-more-promo-sw
                   go to 2160-check-next-promo-exit
           end-read
           if pm-code not = pi-code
               move "N" to ws-more-promo-sw
               go to 2160-check-next-promo-exit
           end-if
           if pm-start-date = pi-start-date
               if not pm-pending
                   move "promotion has already started"
                       to ws-x-reason
               end-if
               go to 2160-check-next-promo-exit
           end-if
           if not pm-ended
               and pm-start-date <= pi-end-date
               and pm-end-date >= pi-start-date
               move "overlaps another promotion for product"
                   to ws-x-reason
           end-if
           .
       2160-check-next-promo-exit.
           exit.

       2200-apply-entry-row section.
           move pi-code       to pm-code
           move pi-start-date to pm-start-date
           read promotion
               invalid key
                   perform 2250-move-entry-to-promo
                   write pm-record
               not invalid key
                   perform 2250-move-entry-to-promo
                   rewrite pm-record
           end-read
           add 1 to ws-loaded-count
           .
       2200-apply-entry-row-exit.
           exit.

       2250-move-entry-to-promo section.
           move spaces         to pm-record
           move pi-code        to pm-code
           move pi-start-date  to pm-start-date
           move pi-promo-code  to pm-promo-code
           move pi-end-date    to pm-end-date
           move pi-promo-price to pm-promo-price
           move zero           to pm-regular-price
           set pm-pending      to true
           move "N"            to pm-reported-sw
           .
       2250-move-entry-to-promo-exit.
           exit.

       2900-write-exception section.
           move pi-code       to ws-x-code
           move pi-promo-code to ws-x-promo-code
           move pi-start-date to ws-x-start-date
           write exc-line from ws-exception-line
           add 1 to ws-exception-count
           .
       2900-write-exception-exit.
           exit.

       3000-terminate section.
           close promo-entry
           close product
           close promotion
           close exception-out
           .
       3000-terminate-exit.
           exit.
