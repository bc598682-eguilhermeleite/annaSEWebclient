      *================================================================
      *rtvpost.cbl
      *return-to-vendor posting.  reads the return file keyed in at the
      *dock - supplier code, product code, location, quantity, reason
      *code - and for each row checks the supplier against the supplier
      *master, the product against the product master and the
      *product-supplier cross-reference (or the primary vendor on the
      *product record), the location against the location master (goods
      *on a transfer still in transit cannot be returned until they are
      *received), the reason against the reason-code master, and the
      *stock at the location.  a good row comes off the location's
      *product-stock row, is journalled on the stock-movement file as a
      *vendor return (type "V") with the keyed reason, re-rolls
      *prd-qty-on-hand, and is filed on the vendor-return file as an
      *open return priced at the cross-reference's last cost - so goods
      *going back are neither shrinkage on the shrinkage report nor
      *forgotten credits.  bad rows go to the exception report and
      *nothing is posted for them.  a second pass prints one debit note
      *per supplier and return date for every open return line not yet
      *printed.  returns stay open until rtvcred confirms the
      *supplier's credit.  runs under run-control job RTVPOST with a
      *per-row checkpoint, so a rerun after a failure does not take the
      *same goods off stock twice; lines the failed run posted but
      *never printed go out on the rerun's notes, added to the notes
      *it did print.  the units returned use up the product's lots at
      *the location first-expiry-first-out, so expired goods sent
      *back leave the expiry warning report with them.
      *================================================================
       identification division.
       program-id. rtvpost.
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
           copy "supplier.sl".
           copy "prodsup.sl".
           copy "reasncd.sl".
           copy "location.sl".
           copy "vendret.sl".
           copy "prodlot.sl".
           copy "runctl.sl".
           select return-entry assign to "rtvin"
               organization is line sequential
               file status is ri-file-status.
           select exception-out assign to "rtvpost.rpt"
               organization is line sequential
               file status is exc-file-status.
           select note-print assign to "rtvnote.rpt"
               organization is line sequential
               file status is np-file-status.
       data division.
       file section.
           copy "product.fd".
           copy "prodstk.fd".
           copy "stkmove.fd".
           copy "supplier.fd".
           copy "prodsup.fd".
           copy "reasncd.fd".
           copy "location.fd".
           copy "vendret.fd".
           copy "prodlot.fd".
           copy "runctl.fd".
       fd  return-entry
           label record is standard.
       01  ri-record.
           05  ri-supplier-code            pic x(06).
           05  ri-code                     pic x(14).
           05  ri-location                 pic x(04).
           05  ri-qty                      pic 9(07).
           05  ri-reason                   pic x(02).
           05  filler                      pic x(27).
       fd  exception-out
           label record is standard.
       01  exc-line                        pic x(80).
       fd  note-print
           label record is standard.
       01  np-line                         pic x(100).
       working-storage section.
       01  prd-file-status                 pic x(02).
       01  pst-file-status                 pic x(02).
       01  sm-file-status                  pic x(02).
       01  sup-file-status                 pic x(02).
       01  psx-file-status                 pic x(02).
       01  rsn-file-status                 pic x(02).
       01  loc-file-status                 pic x(02).
       01  rv-file-status                  pic x(02).
       01  lt-file-status                  pic x(02).
       01  ri-file-status                  pic x(02).
       01  exc-file-status                 pic x(02).
       01  np-file-status                  pic x(02).
       copy "runctl.wrk".
       01  ws-eof-sw                       pic x(01).
           88  ws-eof                      value "Y".
       01  ws-stock-more-sw                pic x(01).
           88  ws-more-locations           value "Y".
       01  ws-move-written-sw              pic x(01).
           88  ws-move-written             value "Y".
       01  ws-return-written-sw            pic x(01).
           88  ws-return-written           value "Y".
       01  ws-lot-more-sw                  pic x(01).
           88  ws-more-lots                value "Y".
       01  ws-lot-remaining                pic s9(07)     comp.
       01  ws-lot-take                     pic s9(07)     comp.
       01  ws-current-date                 pic 9(08).
       01  ws-current-time                 pic 9(08).
       01  ws-posted-count                 pic 9(07)      comp.
       01  ws-exception-count              pic 9(07)      comp.
       01  ws-skip-count                   pic 9(07)      comp.
       01  ws-note-count                   pic 9(05)      comp.
       01  ws-move-seq                     pic 9(04).
       01  ws-return-seq                   pic 9(04).
       01  ws-stock-total                  pic s9(07)     comp.
       01  ws-unit-cost                    pic 9(07)v99.
       01  ws-part-no                      pic x(20).
       01  ws-last-note-key.
           05  ws-last-note-supplier       pic x(06).
           05  ws-last-note-date           pic 9(08).
       01  ws-line-value                   pic 9(09)v99.
       01  ws-note-value                   pic 9(11)v99.
       01  ws-exception-line.
           05  ws-x-supplier               pic x(06).
           05  filler                      pic x(02)      value spaces.
           05  ws-x-code                   pic x(14).
           05  filler                      pic x(02)      value spaces.
           05  ws-x-location               pic x(04).
           05  filler                      pic x(02)      value spaces.
           05  ws-x-qty                    pic z(06)9.
           05  filler                      pic x(02)      value spaces.
           05  ws-x-reason                 pic x(30).
       01  ws-note-heading-1.
           05  filler                      pic x(11)
               value "debit note ".
           05  ws-h-note-supplier          pic x(06).
           05  filler                      pic x(01)      value "-".
           05  ws-h-note-date              pic 9(08).
       01  ws-note-heading-2.
           05  filler                      pic x(09)
               value "supplier ".
           05  ws-h-supplier               pic x(06).
           05  filler                      pic x(02)      value spaces.
           05  ws-h-supplier-name          pic x(40).
       01  ws-note-heading-3.
           05  filler                      pic x(08)
               value "contact ".
           05  ws-h-contact                pic x(40).
       01  ws-note-column-heading.
           05  filler                      pic x(16)      value "code".
           05  filler                      pic x(22)
               value "supplier part no".
           05  filler                      pic x(06)      value "loc".
           05  filler                      pic x(09)
               value "      qty".
           05  filler                      pic x(12)
               value "   unit cost".
           05  filler                      pic x(14)
               value "         value".
           05  filler                      pic x(20)
               value "  reason".
       01  ws-note-detail-line.
           05  ws-d-code                   pic x(14).
           05  filler                      pic x(02)      value spaces.
           05  ws-d-part-no                pic x(20).
           05  filler                      pic x(02)      value spaces.
           05  ws-d-location               pic x(04).
           05  filler                      pic x(02)      value spaces.
           05  ws-d-qty                    pic z(06)9.
           05  filler                      pic x(02)      value spaces.
           05  ws-d-unit-cost              pic z(06)9,99.
           05  filler                      pic x(02)      value spaces.
           05  ws-d-value                  pic z(08)9,99.
           05  filler                      pic x(02)      value spaces.
           05  ws-d-reason                 pic x(20).
       01  ws-note-total-line.
           05  filler                      pic x(25)
               value "debit note total         ".
           05  ws-t-note-value             pic z(10)9,99.
       01  ws-summary-line.
           05  filler                      pic x(25)
               value "debit notes printed      ".
           05  ws-t-note-count             pic z(04)9.
       procedure division.
       0000-mainline section.
           perform 1000-initialize
           perform 2000-process until ws-eof
           perform 4000-print-debit-notes
           perform 5000-terminate
           stop run
           .
       0000-mainline-exit.
           exit.

       1000-initialize section.
           move zero to ws-posted-count
           move zero to ws-exception-count
           move zero to ws-skip-count
           move zero to ws-note-count
           move zero to ws-move-seq
           move zero to ws-return-seq
           move "N" to ws-eof-sw
           accept ws-current-date from date yyyymmdd
           accept ws-current-time from time
           move "RTVPOST" to ws-rc-job-name
           perform 9500-runctl-start
           open input return-entry
           open input supplier
           open i-o product
           open i-o product-stock
      *    the cross-reference, the reason-code master and the
      *    location master are each created by their own first use;
      *    building an empty one here keeps the checks against them
      *    failing closed instead of failing the open.
           open input product-supplier
           if psx-file-status = "35"
               open output product-supplier
               close product-supplier
               open input product-supplier
           end-if
           open input reason-code
           if rsn-file-status = "35"
               open output reason-code
               close reason-code
               open input reason-code
           end-if
           open input location-master
           if loc-file-status = "35"
               open output location-master
               close location-master
               open input location-master
           end-if
      *    the movement journal and the vendor-return file are
      *    created by the first run that needs them, so an open
      *    failing with file status 35 (not on file) builds an empty
      *    one before reopening for update.
           open i-o stock-movement
           if sm-file-status = "35"
               open output stock-movement
               close stock-movement
               open i-o stock-movement
           end-if
           open i-o vendor-return
           if rv-file-status = "35"
               open output vendor-return
               close vendor-return
               open i-o vendor-return
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
      *    a restart keeps the exceptions the failed run already
      *    wrote - they are the only record of the bad rows - and
      *    carries its posted and exception counts forward, so the
      *    completed run reports the whole return file.
           if ws-rc-restarting
               open extend exception-out
               move ws-rc-records-updated to ws-posted-count
               move ws-rc-exceptions      to ws-exception-count
           else
               open output exception-out
           end-if
           perform 1100-read-return
           if not ws-eof and ws-rc-restarting
               perform 1300-skip-to-checkpoint
           end-if
           .
       1000-initialize-exit.
           exit.

       1100-read-return section.
           read return-entry
               at end
                   move "Y" to ws-eof-sw
               not at end
                   add 1 to ws-rc-records-read
           end-read
           .
       1100-read-return-exit.
           exit.

      *----------------------------------------------------------------
      *1300-skip-to-checkpoint - a restart after a failed run walks
      *past the rows the failed run already posted, so the same
      *goods do not come off stock a second time.
      *----------------------------------------------------------------
       1300-skip-to-checkpoint section.
           perform 1310-skip-one-row
               until ws-skip-count = ws-rc-checkpoint-start
               or ws-eof
           .
       1300-skip-to-checkpoint-exit.
           exit.

       1310-skip-one-row section.
           add 1 to ws-skip-count
           perform 1100-read-return
           .
       1310-skip-one-row-exit.
           exit.

       2000-process section.
           move spaces to ws-x-reason
           perform 2100-edit-return
           if ws-x-reason = spaces
               perform 2200-post-return
           else
               perform 2900-write-exception
           end-if
           add 1 to ws-rc-checkpoint
           move ws-posted-count    to ws-rc-records-updated
           move ws-exception-count to ws-rc-exceptions
           perform 9550-runctl-checkpoint
           perform 1100-read-return
           .
       2000-process-exit.
           exit.

      *----------------------------------------------------------------
      *2100-edit-return - every check a return row must pass before
      *anything is posted; the first one to fail names the row's
      *exception in ws-x-reason.  the unit cost the supplier is
      *debited at comes from the cross-reference row for the product
      *and supplier; a supplier that is the primary vendor on the
      *product record but has no cross-reference row is debited at
      *the product's last cost.  product-stock is left positioned on
      *the row the return comes off.
      *----------------------------------------------------------------
       2100-edit-return section.
           move ri-supplier-code to sup-code
           read supplier
               invalid key
                   move "supplier not on master" to ws-x-reason
                   go to 2100-edit-return-exit
           end-read
           move ri-code to prd-code
           read product
               invalid key
                   move "product not on file" to ws-x-reason
                   go to 2100-edit-return-exit
           end-read
           move ri-code          to psx-code
           move ri-supplier-code to psx-supplier-code
           read product-supplier
               invalid key
                   if prd-supplier-code = ri-supplier-code
                       move prd-cost             to ws-unit-cost
                       move prd-supplier-part-no to ws-part-no
                   else
                       move "product not supplied by supplier"
                           to ws-x-reason
                       go to 2100-edit-return-exit
                   end-if
               not invalid key
                   move psx-last-cost      to ws-unit-cost
                   move psx-vendor-part-no to ws-part-no
           end-read
           if ri-qty = zero
               move "zero quantity on return row" to ws-x-reason
               go to 2100-edit-return-exit
           end-if
           move ri-location to loc-code
           read location-master
               invalid key
                   move "location not on master" to ws-x-reason
                   go to 2100-edit-return-exit
           end-read
           if not loc-active
               move "location is inactive" to ws-x-reason
               go to 2100-edit-return-exit
           end-if
           if loc-type-transit
               move "location is a transit location" to ws-x-reason
               go to 2100-edit-return-exit
           end-if
           move ri-reason to rsn-code
           read reason-code
               invalid key
                   move "reason not on reason master" to ws-x-reason
                   go to 2100-edit-return-exit
           end-read
           move ri-code     to pst-code
           move ri-location to pst-location
           read product-stock
               invalid key
                   move "no stock row at location" to ws-x-reason
                   go to 2100-edit-return-exit
           end-read
           if pst-qty-on-hand < ri-qty
               move "return drives stock below zero" to ws-x-reason
           end-if
           .
       2100-edit-return-exit.
           exit.

      *----------------------------------------------------------------
      *2200-post-return - takes the units off the location's row and
      *its lots, journals the return, re-rolls the product total, and
      *files the open return for the debit note.
      *----------------------------------------------------------------
       2200-post-return section.
           subtract ri-qty from pst-qty-on-hand
           rewrite pst-record
           perform 2250-use-lots
           perform 2300-write-movement
           perform 2500-reroll-product
           perform 2700-write-return
           add 1 to ws-posted-count
           .
       2200-post-return-exit.
           exit.

      *----------------------------------------------------------------
      *2250-use-lots - takes the units returned off the product's
      *lots at the location in key order, which is earliest expiry
      *first, deleting each lot as it is used up.  units beyond the
      *lots on file were received without a lot and come off
      *product-stock alone.
      *----------------------------------------------------------------
       2250-use-lots section.
           move ri-qty            to ws-lot-remaining
           move ri-code           to lt-code
           move ri-location       to lt-location
           move zero              to lt-expiry-date
           move low-values        to lt-lot-number
           start product-lot key is not less than lt-key
               invalid key
                   move "N" to ws-lot-more-sw
               not invalid key
                   move "Y" to ws-lot-more-sw
           end-start
           perform 2260-use-next-lot
               until not ws-more-lots or ws-lot-remaining = zero
           .
       2250-use-lots-exit.
           exit.

       2260-use-next-lot section.
           read product-lot next record
               at end
                   move "N" to ws-lot-more-sw
                   go to 2260-use-next-lot-exit
           end-read
           if lt-code not = ri-code
               or lt-location not = ri-location
               move "N" to ws-lot-more-sw
               go to 2260-use-next-lot-exit
           end-if
           if lt-qty-on-hand not > zero
               delete product-lot record
               go to 2260-use-next-lot-exit
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
       2260-use-next-lot-exit.
           exit.

      *----------------------------------------------------------------
      *2300-write-movement - journals the return as a vendor return
      *at the location, with the keyed reason.  the sequence number
      *is bumped and the write retried when two movements of one
      *product land in the same second.
      *----------------------------------------------------------------
       2300-write-movement section.
           move ri-code            to sm-code
           move ws-current-date    to sm-date
           move ws-current-time    to sm-time
           move "V"                to sm-type
           move ri-location        to sm-location
           compute sm-qty = zero - ri-qty
           move ri-reason          to sm-reason
           move "RTVPOST"          to sm-operator-id
           move "N" to ws-move-written-sw
           perform 2400-write-movement-record until ws-move-written
           .
       2300-write-movement-exit.
           exit.

       2400-write-movement-record section.
           add 1 to ws-move-seq
           move ws-move-seq to sm-seq
           write sm-record
               invalid key
                   continue
               not invalid key
                   set ws-move-written to true
           end-write
      *    only a duplicate sequence number (22) is worth another
      *    try with the next number; any other failure will fail
      *    the same way forever, so give up and say so instead of
      *    looping.
           if sm-file-status not = "00" and sm-file-status not = "22"
               set ws-move-written to true
               display "stock movement write failed, status "
                   sm-file-status upon console
           end-if
           .
       2400-write-movement-record-exit.
           exit.

      *----------------------------------------------------------------
      *2500-reroll-product - recomputes the rolled-up quantity across
      *every location for the product just returned, the same way
      *the stock tab and the count posting do, so prd-qty-on-hand
      *keeps agreeing with the rows underneath it.  summing disturbs
      *the product-stock position, which is safe here because every
      *product-stock access in this program is by key.
      *----------------------------------------------------------------
       2500-reroll-product section.
           move zero to ws-stock-total
           move "N" to ws-stock-more-sw
           move ri-code    to pst-code
           move low-values to pst-location
           start product-stock key is not less than pst-key
               invalid key
                   move "N" to ws-stock-more-sw
               not invalid key
                   move "Y" to ws-stock-more-sw
           end-start
           perform 2600-sum-next-location until not ws-more-locations
           move ws-stock-total to prd-qty-on-hand
           rewrite prd-record
           .
       2500-reroll-product-exit.
           exit.

       2600-sum-next-location section.
           read product-stock next record
               at end
                   move "N" to ws-stock-more-sw
               not at end
                   if pst-code = ri-code
                       add pst-qty-on-hand to ws-stock-total
                   else
                       move "N" to ws-stock-more-sw
                   end-if
           end-read
           .
       2600-sum-next-location-exit.
           exit.

      *----------------------------------------------------------------
      *2700-write-return - files the open return line.  the sequence
      *number is bumped and the write retried when the supplier
      *already has a line under that number today, from an earlier
      *run or an earlier row of this one.
      *----------------------------------------------------------------
       2700-write-return section.
           move ri-supplier-code to rv-supplier-code
           move ws-current-date  to rv-return-date
           move ri-code          to rv-code
           move ws-part-no       to rv-supplier-part-no
           move ri-location      to rv-location
           move ri-qty           to rv-qty
           move ri-reason        to rv-reason
           move ws-unit-cost     to rv-unit-cost
           set rv-open to true
           move "N"              to rv-note-printed-sw
           move zero             to rv-credit-date
           move spaces           to rv-credit-ref
           move "N" to ws-return-written-sw
           perform 2800-write-return-record until ws-return-written
           .
       2700-write-return-exit.
           exit.

       2800-write-return-record section.
           add 1 to ws-return-seq
           move ws-return-seq to rv-seq
           write rv-record
               invalid key
                   continue
               not invalid key
                   set ws-return-written to true
           end-write
           if rv-file-status not = "00" and rv-file-status not = "22"
               set ws-return-written to true
               display "vendor return write failed, status "
                   rv-file-status upon console
           end-if
           .
       2800-write-return-record-exit.
           exit.

       2900-write-exception section.
           move ri-supplier-code to ws-x-supplier
           move ri-code          to ws-x-code
           move ri-location      to ws-x-location
           move ri-qty           to ws-x-qty
           write exc-line from ws-exception-line
           add 1 to ws-exception-count
           .
       2900-write-exception-exit.
           exit.

      *----------------------------------------------------------------
      *4000-print-debit-notes - walks the vendor-return file in its
      *supplier-plus-date key order and prints every open line not
      *yet on a note, one debit note per supplier and return date,
      *marking each line printed as it goes.
      *----------------------------------------------------------------
       4000-print-debit-notes section.
      *    a restart adds to the notes the failed run already printed
      *    - their lines are marked printed and will not come round
      *    again - instead of starting the file afresh.
           if ws-rc-restarting
               open extend note-print
               if np-file-status = "35"
                   open output note-print
               end-if
           else
               open output note-print
           end-if
           move spaces to ws-last-note-supplier
           move zero   to ws-last-note-date
           move zero   to ws-note-value
           move "N" to ws-eof-sw
           move low-values to rv-key
           start vendor-return key is not less than rv-key
               invalid key
                   set ws-eof to true
           end-start
           if not ws-eof
               perform 4100-read-next-return
           end-if
           perform 4200-print-note-line until ws-eof
           perform 4400-close-note
           move spaces to np-line
           write np-line
           move ws-note-count to ws-t-note-count
           write np-line from ws-summary-line
           close note-print
           .
       4000-print-debit-notes-exit.
           exit.

       4100-read-next-return section.
           read vendor-return next record
               at end
                   set ws-eof to true
           end-read
           .
       4100-read-next-return-exit.
           exit.

       4200-print-note-line section.
           if not rv-open or rv-note-printed
               go to 4200-print-note-line-next
           end-if
           if rv-supplier-code not = ws-last-note-supplier
               or rv-return-date not = ws-last-note-date
               perform 4400-close-note
               perform 4500-open-note
           end-if
           move rv-reason to rsn-code
           read reason-code
               invalid key
                   move spaces to rsn-description
           end-read
           compute ws-line-value = rv-qty * rv-unit-cost
           move rv-code             to ws-d-code
           move rv-supplier-part-no to ws-d-part-no
           move rv-location         to ws-d-location
           move rv-qty              to ws-d-qty
           move rv-unit-cost        to ws-d-unit-cost
           move ws-line-value       to ws-d-value
           move rsn-description     to ws-d-reason
           write np-line from ws-note-detail-line
           add ws-line-value to ws-note-value
           set rv-note-printed to true
           rewrite rv-record
           .
       4200-print-note-line-next.
           perform 4100-read-next-return
           .
       4200-print-note-line-exit.
           exit.

      *----------------------------------------------------------------
      *4400-close-note - foots the note just finished, if any lines
      *were printed on one.
      *----------------------------------------------------------------
       4400-close-note section.
           if ws-last-note-supplier not = spaces
               move spaces to np-line
               write np-line
               move ws-note-value to ws-t-note-value
               write np-line from ws-note-total-line
           end-if
           move zero to ws-note-value
           .
       4400-close-note-exit.
           exit.

      *----------------------------------------------------------------
      *4500-open-note - heads the next note with its reference -
      *supplier code and return date - and the supplier's name and
      *contact off the supplier master.
      *----------------------------------------------------------------
       4500-open-note section.
           move rv-supplier-code to ws-last-note-supplier
           move rv-return-date   to ws-last-note-date
           move rv-supplier-code to sup-code
           read supplier
               invalid key
                   move spaces to sup-name
                   move spaces to sup-contact
           end-read
           move spaces to np-line
           write np-line
           move rv-supplier-code to ws-h-note-supplier
           move rv-return-date   to ws-h-note-date
           write np-line from ws-note-heading-1
           move rv-supplier-code to ws-h-supplier
           move sup-name         to ws-h-supplier-name
           write np-line from ws-note-heading-2
           move sup-contact      to ws-h-contact
           write np-line from ws-note-heading-3
           write np-line from ws-note-column-heading
           add 1 to ws-note-count
           .
       4500-open-note-exit.
           exit.

       5000-terminate section.
           close return-entry
           close supplier
           close product
           close product-stock
           close product-supplier
           close reason-code
           close location-master
           close stock-movement
           close vendor-return
           close product-lot
           close exception-out
           move ws-posted-count    to ws-rc-records-updated
           move ws-exception-count to ws-rc-exceptions
           perform 9600-runctl-end
           .
       5000-terminate-exit.
           exit.
       copy "runctl.cpy".
