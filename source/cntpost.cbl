      *journalled on the stock-movement file as an adjustment with
      *reason "CC" so the correction stays traceable, the rolled-up
      *prd-qty-on-hand is recomputed across locations, and
      *prd-last-phys-count is set to the new rollup.  a count that
      *comes in below the book quantity uses up the shortfall from
      *the location's lots, earliest expiry first.  each sheet line
      *is flagged posted so the run can be repeated after an abend
      *without applying a correction twice.
      *================================================================
       identification division.
       program-id. cntpost.
           copy "prodstk.sl".
           copy "stkmove.sl".
           copy "cntsheet.sl".
           copy "prodlot.sl".
       data division.
       file section.
           copy "product.fd".
           copy "prodstk.fd".
           copy "stkmove.fd".
           copy "cntsheet.fd".
           copy "prodlot.fd".
       working-storage section.
       01  prd-file-status                pic x(02).
       01  pst-file-status                pic x(02).
       01  sm-file-status                 pic x(02).
       01  cs-file-status                 pic x(02).
       01  lt-file-status                 pic x(02).
       01  ws-eof-sw                      pic x(01).
           88  ws-eof                     value "Y".
       01  ws-stock-more-sw               pic x(01).
       01  ws-stock-total                 pic s9(07)     comp.
       01  ws-move-seq                    pic 9(04).
       01  ws-posted-count                pic 9(07)      comp.
       01  ws-lot-more-sw                 pic x(01).
           88  ws-more-lots               value "Y".
       01  ws-lot-remaining               pic s9(07)     comp.
       01  ws-lot-take                    pic s9(07)     comp.
       procedure division.
       0000-mainline section.
           perform 1000-initialize
               close stock-movement
               open i-o stock-movement
           end-if
      *    the product-lot file is created by the first receipt
      *    that carries a lot; an empty one built here just means
      *    there are no lots to use up.
           open i-o product-lot
           if lt-file-status = "35"
               open output product-lot
               close product-lot
               open i-o product-lot
           end-if
           move low-values to cs-key
           start count-sheet key is not less than cs-key
               invalid key
           if ws-adjust-qty not = zero
               perform 2200-write-movement
           end-if
           if ws-adjust-qty < zero
               perform 2600-use-lots
           end-if
           perform 2400-reroll-product
           set cs-posted to true
           rewrite cs-record
       2500-sum-next-location-exit.
           exit.

      *----------------------------------------------------------------
      *2600-use-lots - takes a count shortfall off the location's
      *lots, earliest expiry first, the same way a sale uses them.
      *a lot left at zero is deleted; a shortfall bigger than the
      *lots on file just leaves the rest unassigned to any lot.
      *----------------------------------------------------------------
       2600-use-lots section.
           compute ws-lot-remaining = zero - ws-adjust-qty
           move cs-code           to lt-code
           move cs-location       to lt-location
           move zero              to lt-expiry-date
           move low-values        to lt-lot-number
           start product-lot key is not less than lt-key
               invalid key
                   move "N" to ws-lot-more-sw
               not invalid key
                   move "Y" to ws-lot-more-sw
           end-start
           perform 2610-use-next-lot
               until not ws-more-lots or ws-lot-remaining = zero
           .
       2600-use-lots-exit.
           exit.

       2610-use-next-lot section.
           read product-lot next record
               at end
                   move "N" to ws-lot-more-sw
                   go to 2610-use-next-lot-exit
           end-read
           if lt-code not = cs-code
               or lt-location not = cs-location
               move "N" to ws-lot-more-sw
               go to 2610-use-next-lot-exit
           end-if
           if lt-qty-on-hand not > zero
               delete product-lot record
               go to 2610-use-next-lot-exit
           end-if
           if lt-qty-on-hand > ws-lot-remaining
               move ws-lot-remaining to ws-lot-take
           else
               move lt-qty-on-hand   to ws-lot-take
           end-if
           subtract ws-lot-take from ws-lot-remaining
           subtract ws-lot-take from lt-qty-on-hand
           if lt-qty-on-hand > zero
               rewrite lt-record
           else
               delete product-lot record
           end-if
           .
       2610-use-next-lot-exit.
           exit.

       3000-terminate section.
           close count-sheet
           close product
           close product-stock
           close stock-movement
           close product-lot
           .
       3000-terminate-exit.
           exit.
