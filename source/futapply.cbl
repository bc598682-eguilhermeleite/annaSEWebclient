      *apply is also logged to the price-history file under operator
      *"FUTAPPLY", so the audit trail and the shelf-label extract see
      *the night's changes the same way they see screen changes.
      *a price falling due on a product that is on an active
      *promotion does not overwrite the promotion price: it replaces
      *the regular price held on the promotion record instead, so
      *prmapply puts the new price on the product when the promotion
      *ends.  that is why this job runs before prmapply.
      *================================================================
       identification division.
       program-id. futapply.
           copy "product.sl".
           copy "futprice.sl".
           copy "pricehist.sl".
           copy "promo.sl".
           copy "runctl.sl".
       data division.
       file section.
           copy "product.fd".
           copy "futprice.fd".
           copy "pricehist.fd".
           copy "promo.fd".
           copy "runctl.fd".
       working-storage section.
       01  prd-file-status                pic x(02).
       01  fp-file-status                 pic x(02).
       01  ph-file-status                 pic x(02).
       01  pm-file-status                 pic x(02).
       01  ws-current-time                pic 9(08).
       01  ws-price-before                pic 9(07)v99.
       01  ws-eof-sw                      pic x(01).
           88  ws-eof                     value "Y".
       01  ws-more-promo-sw               pic x(01).
           88  ws-more-promos             value "Y".
       01  ws-promo-found-sw              pic x(01).
           88  ws-promo-found             value "Y".
       01  ws-today                       pic 9(08).
       01  ws-applied-count               pic 9(07)      comp.
       copy "runctl.wrk".
           open i-o future-price
           open i-o product
           open extend price-history
      *    until the first promotion has been loaded the promotion
      *    file does not exist; building an empty one simply means
      *    no product is on promotion.
           open i-o promotion
           if pm-file-status = "35"
               open output promotion
               close promotion
               open i-o promotion
           end-if
           perform 1100-read-next
           .
       1000-initialize-exit.
               invalid key
                   continue
               not invalid key
                   perform 2150-find-active-promo
                   if ws-promo-found
                       move fp-new-price to pm-regular-price
                       rewrite pm-record
                   else
                       move prd-price to ws-price-before
                       move fp-new-price to prd-price
                       rewrite prd-record
                       if fp-new-price not = ws-price-before
                           perform 2200-log-price-change
                       end-if
                   end-if
                   set fp-applied to true
                   rewrite fp-record
                   add 1 to ws-applied-count
           end-read
           .
       2100-apply-price-exit.
           exit.

      *----------------------------------------------------------------
      *2150-find-active-promo - reads the product's promotions in
      *start-date order looking for the one currently active; the
      *promotion load never lets two overlap, so there is at most
      *one.  a found promotion is left as the current record.
      *----------------------------------------------------------------
       2150-find-active-promo section.
           move "N" to ws-promo-found-sw
           move prd-code to pm-code
           move zero     to pm-start-date
           start promotion key is not less than pm-key
               invalid key
                   move "N" to ws-more-promo-sw
               not invalid key
                   move "Y" to ws-more-promo-sw
           end-start
           perform 2160-check-next-promo
               until not ws-more-promos or ws-promo-found
           .
       2150-find-active-promo-exit.
           exit.

       2160-check-next-promo section.
           read promotion next record
               at end
                   move "N" to ws-more-promo-sw
               not at end
                   if pm-code not = prd-code
                       move "N" to ws-more-promo-sw
                   else
                       if pm-active
                           set ws-promo-found to true
                       end-if
                   end-if
           end-read
           .
       2160-check-next-promo-exit.
           exit.

      *----------------------------------------------------------------
      *2200-log-price-change - appends the before/after audit record
      *for one applied price, the same shape the products screen
           close future-price
           close product
           close price-history
           close promotion
           move ws-applied-count to ws-rc-records-updated
           perform 9600-runctl-end
           .
