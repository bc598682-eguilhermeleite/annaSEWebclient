      *================================================================
      *invmatch.cbl
      *three-way match of supplier invoices against the purchase
      *order and the goods receipt, so an overcharge is caught before
      *it is paid instead of slipping past a paper check.  reads the
      *fixed-width invoice file keyed from the suppliers' invoices -
      *supplier, invoice number and date, the supplier's part number,
      *the quantity billed and the unit cost billed - and finds the
      *order line through the supplier-plus-part key the same way the
      *supplier feed import does: the product master's own vendor
      *first, then the product-supplier cross-reference.  the billed
      *quantity is compared with what the goods-receipt posting
      *recorded as received and the billed cost with the order's
      *cost, within INV_QTY_TOL units and INV_COST_TOL percent from
      *the environment (zero, an exact match, when unset).  a line
      *inside both is approved for payment on the order line; one
      *outside either is marked disputed and goes on the variance
      *report, as does an invoice line with no order line, no
      *receipt yet, or a line already approved by an earlier invoice.
      *the variance report lists the lines supplier by supplier, with
      *the billed value against the received value at the order's
      *cost, so each supplier's disputes go back to them as one list.
      *rows that cannot be read as an invoice line at all - unknown
      *supplier, blank invoice number, an invoice date that is not a
      *date, a quantity or cost that is not a number - go to the
      *exception file instead, the same way the supplier feed import
      *handles bad rows.  runs under run-control job INVMATCH with a
      *per-row checkpoint, so a rerun after a failure does not match
      *the same lines twice.
      *================================================================
       identification division.
       program-id. invmatch.
       author. edval.
       environment division.
       configuration section.
       special-names.
           decimal-point is comma.
       input-output section.
       file-control.
           copy "product.sl".
           copy "prodsup.sl".
           copy "supplier.sl".
           copy "purchord.sl".
           copy "runctl.sl".
           select invoice-in assign to "invin"
               organization is line sequential
               file status is in-file-status.
           select variance-work assign to "invwork"
               organization is indexed
               access mode is dynamic
               record key is vw-key
               file status is vw-file-status.
           select exception-out assign to "invmatch.rpt"
               organization is line sequential
               file status is exc-file-status.
           select report-out assign to "invvar.rpt"
               organization is line sequential
               file status is rpt-file-status.
       data division.
       file section.
           copy "product.fd".
           copy "prodsup.fd".
           copy "supplier.fd".
           copy "purchord.fd".
           copy "runctl.fd".
       fd  invoice-in
           label record is standard.
       01  in-record.
           05  in-supplier-code            pic x(06).
           05  in-invoice-number           pic x(12).
           05  in-invoice-date             pic 9(08).
           05  in-part-no                  pic x(20).
           05  in-qty                      pic 9(07).
           05  in-unit-cost                pic 9(07)v99.
           05  filler                      pic x(18).
      *    vw-seq is the row's position in the invoice file, so the
      *    variance lines read back in file order within a supplier
      *    and a restarted run rewrites rather than repeats the lines
      *    it had already filed.
       fd  variance-work
           label record is standard.
       01  vw-record.
           05  vw-key.
               10  vw-supplier-code        pic x(06).
               10  vw-seq                  pic 9(07).
           05  vw-invoice-number           pic x(12).
           05  vw-part-no                  pic x(20).
           05  vw-billed-qty               pic s9(07)     comp.
           05  vw-received-qty             pic s9(07)     comp.
           05  vw-billed-cost              pic 9(07)v99.
           05  vw-order-cost               pic 9(07)v99.
           05  vw-difference               pic s9(11)v99.
           05  vw-reason                   pic x(30).
       fd  exception-out
           label record is standard.
       01  exc-line                        pic x(80).
       fd  report-out
           label record is standard.
       01  rpt-line                        pic x(130).
       working-storage section.
       01  prd-file-status                 pic x(02).
       01  psx-file-status                 pic x(02).
       01  sup-file-status                 pic x(02).
       01  po-file-status                  pic x(02).
       01  in-file-status                  pic x(02).
       01  vw-file-status                  pic x(02).
       01  exc-file-status                 pic x(02).
       01  rpt-file-status                 pic x(02).
       copy "runctl.wrk".
       01  ws-eof-sw                       pic x(01).
           88  ws-eof                      value "Y".
       01  ws-line-found-sw                pic x(01).
           88  ws-line-found               value "Y".
       01  ws-qty-off-sw                   pic x(01).
           88  ws-qty-off                  value "Y".
       01  ws-cost-off-sw                  pic x(01).
           88  ws-cost-off                 value "Y".
       01  ws-today                        pic 9(08).
       01  ws-tolerance-text               pic x(08).
       01  ws-qty-tolerance                pic 9(05)      comp.
       01  ws-cost-tolerance               pic 9(03)v99.
       01  ws-qty-gap                      pic s9(07)     comp.
       01  ws-cost-gap                     pic s9(07)v99.
       01  ws-cost-allowed                 pic 9(09)v9999.
       01  ws-billed-value                 pic 9(11)v99.
       01  ws-received-value               pic 9(11)v99.
       01  ws-last-supplier                pic x(06).
       01  ws-supplier-difference          pic s9(11)v99.
       01  ws-total-difference             pic s9(11)v99.
       01  ws-approved-value               pic 9(11)v99.
       01  ws-approved-count               pic 9(07)      comp.
       01  ws-variance-count               pic 9(07)      comp.
       01  ws-exception-count              pic 9(07)      comp.
       01  ws-skip-count                   pic 9(07)      comp.
       01  ws-exception-line.
           05  ws-x-supplier               pic x(06).
           05  filler                      pic x(02)      value spaces.
           05  ws-x-invoice-number         pic x(12).
           05  filler                      pic x(02)      value spaces.
           05  ws-x-part-no                pic x(20).
           05  filler                      pic x(02)      value spaces.
           05  ws-x-reason                 pic x(30).
       01  ws-heading-1.
           05  filler                      pic x(30)
               value "invoice variances, run on".
           05  ws-h-date                   pic 9(08).
           05  filler                      pic x(18)
               value "  qty tolerance ".
           05  ws-h-qty-tolerance          pic z(04)9.
           05  filler                      pic x(18)
               value "  cost tolerance ".
           05  ws-h-cost-tolerance         pic zz9,99.
           05  filler                      pic x(02)      value " %".
       01  ws-supplier-heading.
           05  filler                      pic x(09)
               value "supplier ".
           05  ws-h-supplier               pic x(06).
           05  filler                      pic x(02)      value spaces.
           05  ws-h-supplier-name          pic x(40).
       01  ws-column-heading.
           05  filler                      pic x(14)
               value "invoice".
           05  filler                      pic x(22)      value "part".
           05  filler                      pic x(07)
               value " billed".
           05  filler                      pic x(09)
               value " received".
           05  filler                      pic x(12)
               value " billed cost".
           05  filler                      pic x(12)
               value "  order cost".
           05  filler                      pic x(15)
               value "     difference".
           05  filler                      pic x(08)
               value "  reason".
       01  ws-detail-line.
           05  ws-d-invoice-number         pic x(12).
           05  filler                      pic x(02)      value spaces.
           05  ws-d-part-no                pic x(20).
           05  filler                      pic x(02)      value spaces.
           05  ws-d-billed-qty             pic -(06)9.
           05  filler                      pic x(02)      value spaces.
           05  ws-d-received-qty           pic -(06)9.
           05  filler                      pic x(02)      value spaces.
           05  ws-d-billed-cost            pic z(06)9,99.
           05  filler                      pic x(02)      value spaces.
           05  ws-d-order-cost             pic z(06)9,99.
           05  filler                      pic x(02)      value spaces.
           05  ws-d-difference             pic -(09)9,99.
           05  filler                      pic x(02)      value spaces.
           05  ws-d-reason                 pic x(30).
       01  ws-supplier-total-line.
           05  filler                      pic x(25)
               value "supplier difference      ".
           05  ws-t-supplier-difference    pic -(12)9,99.
       01  ws-value-line.
           05  ws-v-label                  pic x(25).
           05  ws-v-value                  pic -(12)9,99.
       01  ws-count-line.
           05  ws-c-label                  pic x(25).
           05  ws-c-count                  pic z(06)9.
       procedure division.
       0000-mainline section.
           perform 1000-initialize
           perform 2000-process until ws-eof
           perform 4000-print-variances
           perform 5000-terminate
           stop run
           .
       0000-mainline-exit.
           exit.

       1000-initialize section.
           move zero to ws-approved-count
           move zero to ws-approved-value
           move zero to ws-variance-count
           move zero to ws-exception-count
           move zero to ws-skip-count
           move "N" to ws-eof-sw
           accept ws-today from date yyyymmdd
           accept ws-tolerance-text from environment "INV_QTY_TOL"
           if ws-tolerance-text = spaces
               move zero to ws-qty-tolerance
           else
               compute ws-qty-tolerance
                   = function numval(ws-tolerance-text)
           end-if
           accept ws-tolerance-text from environment "INV_COST_TOL"
           if ws-tolerance-text = spaces
               move zero to ws-cost-tolerance
           else
               compute ws-cost-tolerance
                   = function numval(ws-tolerance-text)
           end-if
           move "INVMATCH" to ws-rc-job-name
           perform 9500-runctl-start
           open input invoice-in
           open input product
           open input supplier
           open i-o purchase-order
      *    the cross-reference is created by its first maintenance;
      *    an empty one built here keeps the alternate-vendor lookup
      *    failing closed instead of failing the open.
           open input product-supplier
           if psx-file-status = "35"
               open output product-supplier
               close product-supplier
               open input product-supplier
           end-if
      *    a restart keeps the exceptions and the variance lines the
      *    failed run already filed and carries its counts forward,
      *    so the completed run reports the whole invoice file.  the
      *    value approved is not held by run control, so the skip
      *    past the checkpoint totals it again from the order lines.
           if ws-rc-restarting
               open extend exception-out
               open i-o variance-work
               move ws-rc-records-updated to ws-approved-count
               move ws-rc-exceptions      to ws-exception-count
           else
               open output exception-out
               open output variance-work
               close variance-work
               open i-o variance-work
           end-if
           perform 1100-read-invoice
           if not ws-eof and ws-rc-restarting
               perform 1300-skip-to-checkpoint
           end-if
           .
       1000-initialize-exit.
           exit.

       1100-read-invoice section.
           read invoice-in
               at end
                   move "Y" to ws-eof-sw
               not at end
                   add 1 to ws-rc-records-read
           end-read
           .
       1100-read-invoice-exit.
           exit.

      *----------------------------------------------------------------
      *1300-skip-to-checkpoint - a restart after a failed run walks
      *past the rows the failed run already matched, so the same
      *invoice lines are not approved or disputed a second time.
      *each row skipped adds back its billed value when its order
      *line carries the approval the failed run gave it.
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
           perform 1320-retotal-approved
           perform 1100-read-invoice
           .
       1310-skip-one-row-exit.
           exit.

      *----------------------------------------------------------------
      *1320-retotal-approved - finds the skipped row's order line the
      *same way 2200-find-order-line does, without filing anything,
      *and counts its billed value when the line is approved on this
      *very invoice row.
      *----------------------------------------------------------------
       1320-retotal-approved section.
           if in-qty not numeric or in-unit-cost not numeric
               go to 1320-retotal-approved-exit
           end-if
           move in-supplier-code to prd-supplier-code
           move in-part-no       to prd-supplier-part-no
           read product key is prd-supplier-key
               invalid key
                   move in-supplier-code to psx-vendor-code
                   move in-part-no       to psx-vendor-part-no
                   read product-supplier key is psx-vendor-key
                       invalid key
                           go to 1320-retotal-approved-exit
                       not invalid key
                           move psx-code to prd-code
                   end-read
           end-read
           move in-supplier-code to po-supplier-code
           move prd-code         to po-code
           read purchase-order
               invalid key
                   go to 1320-retotal-approved-exit
           end-read
           if po-invoice-approved
               and po-invoice-number = in-invoice-number
               and po-invoice-date   = in-invoice-date
               and po-invoice-qty    = in-qty
               and po-invoice-cost   = in-unit-cost
               compute ws-billed-value = in-qty * in-unit-cost
               add ws-billed-value to ws-approved-value
           end-if
           .
       1320-retotal-approved-exit.
           exit.

       2000-process section.
           perform 2100-edit-invoice-row
           if ws-x-reason not = spaces
               perform 2900-write-exception
               go to 2000-process-next
           end-if
           perform 2200-find-order-line
           if ws-line-found
               perform 2300-match-order-line
           end-if
           .
       2000-process-next.
           add 1 to ws-rc-checkpoint
           move ws-approved-count  to ws-rc-records-updated
           move ws-exception-count to ws-rc-exceptions
           perform 9550-runctl-checkpoint
           perform 1100-read-invoice
           .
       2000-process-exit.
           exit.

       2100-edit-invoice-row section.
           move spaces to ws-x-reason
           if in-invoice-number = spaces
               move "invoice number is blank" to ws-x-reason
               go to 2100-edit-invoice-row-exit
           end-if
           if in-part-no = spaces
               move "part number is blank" to ws-x-reason
               go to 2100-edit-invoice-row-exit
           end-if
           if in-qty not numeric or in-unit-cost not numeric
               move "quantity or cost not numeric" to ws-x-reason
               go to 2100-edit-invoice-row-exit
           end-if
           if in-qty = zero
               move "zero quantity on invoice row" to ws-x-reason
               go to 2100-edit-invoice-row-exit
           end-if
           if in-invoice-date not numeric
               or in-invoice-date < 19000101
               move "invoice date not a date" to ws-x-reason
               go to 2100-edit-invoice-row-exit
           end-if
           move in-supplier-code to sup-code
           read supplier
               invalid key
                   move "supplier not on file" to ws-x-reason
           end-read
           .
       2100-edit-invoice-row-exit.
           exit.

      *----------------------------------------------------------------
      *2200-find-order-line - the part number names the product
      *through the product master's own vendor, else through the
      *cross-reference, and supplier plus product is the order line.
      *an invoice line that cannot be placed on an order line, or
      *whose goods have not been received yet, is a variance to put
      *to the supplier.
      *----------------------------------------------------------------
       2200-find-order-line section.
           move "N" to ws-line-found-sw
           compute ws-billed-value = in-qty * in-unit-cost
           move in-supplier-code to prd-supplier-code
           move in-part-no       to prd-supplier-part-no
           read product key is prd-supplier-key
               invalid key
                   move in-supplier-code to psx-vendor-code
                   move in-part-no       to psx-vendor-part-no
                   read product-supplier key is psx-vendor-key
                       invalid key
                           move "part not supplied by supplier"
                               to ws-x-reason
                           perform 2800-file-unplaced-line
                           go to 2200-find-order-line-exit
                       not invalid key
                           move psx-code to prd-code
                   end-read
           end-read
           move in-supplier-code to po-supplier-code
           move prd-code         to po-code
           read purchase-order
               invalid key
                   move "no order line for part" to ws-x-reason
                   perform 2800-file-unplaced-line
                   go to 2200-find-order-line-exit
           end-read
           if not po-received
               move "goods not received" to ws-x-reason
               perform 2800-file-unplaced-line
               go to 2200-find-order-line-exit
           end-if
           if po-invoice-approved
               move "line already approved" to ws-x-reason
               perform 2800-file-unplaced-line
               go to 2200-find-order-line-exit
           end-if
           set ws-line-found to true
           .
       2200-find-order-line-exit.
           exit.

      *----------------------------------------------------------------
      *2300-match-order-line - the quantity may differ from what was
      *received by the unit tolerance and the cost from the order's
      *cost by the percentage tolerance.  the billed figures go on
      *the order line either way, with the line approved or disputed.
      *----------------------------------------------------------------
       2300-match-order-line section.
           move "N" to ws-qty-off-sw
           move "N" to ws-cost-off-sw
           compute ws-qty-gap = in-qty - po-received-qty
           if ws-qty-gap < zero
               compute ws-qty-gap = zero - ws-qty-gap
           end-if
           if ws-qty-gap > ws-qty-tolerance
               set ws-qty-off to true
           end-if
           compute ws-cost-gap = in-unit-cost - po-last-cost
           if ws-cost-gap < zero
               compute ws-cost-gap = zero - ws-cost-gap
           end-if
           compute ws-cost-allowed
               = po-last-cost * ws-cost-tolerance / 100
           if ws-cost-gap > ws-cost-allowed
               set ws-cost-off to true
           end-if
           move in-invoice-number to po-invoice-number
           move in-invoice-date   to po-invoice-date
           move in-qty            to po-invoice-qty
           move in-unit-cost      to po-invoice-cost
           if not ws-qty-off and not ws-cost-off
               set po-invoice-approved to true
               rewrite po-record
               add 1 to ws-approved-count
               add ws-billed-value to ws-approved-value
               go to 2300-match-order-line-exit
           end-if
           set po-invoice-disputed to true
           rewrite po-record
           evaluate true
               when ws-qty-off and ws-cost-off
                   move "qty and price out of tolerance"
                       to ws-x-reason
               when ws-qty-off
                   move "quantity out of tolerance" to ws-x-reason
               when other
                   move "price out of tolerance" to ws-x-reason
           end-evaluate
           compute ws-received-value = po-received-qty * po-last-cost
           move po-received-qty to vw-received-qty
           move po-last-cost    to vw-order-cost
           perform 2700-file-variance
           .
       2300-match-order-line-exit.
           exit.

      *----------------------------------------------------------------
      *2700-file-variance - files the line under its supplier for the
      *variance report.  the caller leaves the reason, the received
      *quantity and value, and the order cost ready.
      *----------------------------------------------------------------
       2700-file-variance section.
           move in-supplier-code  to vw-supplier-code
           compute vw-seq = ws-rc-checkpoint + 1
           move in-invoice-number to vw-invoice-number
           move in-part-no        to vw-part-no
           move in-qty            to vw-billed-qty
           move in-unit-cost      to vw-billed-cost
           compute vw-difference = ws-billed-value - ws-received-value
           move ws-x-reason       to vw-reason
           write vw-record
               invalid key
                   rewrite vw-record
           end-write
           add 1 to ws-variance-count
           .
       2700-file-variance-exit.
           exit.

      *----------------------------------------------------------------
      *2800-file-unplaced-line - a line with no received order line
      *to match against has nothing received to set against the
      *billed value, so the whole of it is the difference.
      *----------------------------------------------------------------
       2800-file-unplaced-line section.
           move zero to ws-received-value
           move zero to vw-received-qty
           move zero to vw-order-cost
           perform 2700-file-variance
           .
       2800-file-unplaced-line-exit.
           exit.

       2900-write-exception section.
           move in-supplier-code  to ws-x-supplier
           move in-invoice-number to ws-x-invoice-number
           move in-part-no        to ws-x-part-no
           write exc-line from ws-exception-line
           add 1 to ws-exception-count
           .
       2900-write-exception-exit.
           exit.

      *----------------------------------------------------------------
      *4000-print-variances - walks the work file in supplier order
      *and lists each supplier's variance lines under its name, with
      *the supplier's total difference.
      *----------------------------------------------------------------
       4000-print-variances section.
           open output report-out
           move ws-today           to ws-h-date
           move ws-qty-tolerance   to ws-h-qty-tolerance
           move ws-cost-tolerance  to ws-h-cost-tolerance
           write rpt-line from ws-heading-1
           move spaces to ws-last-supplier
           move zero to ws-supplier-difference
           move zero to ws-total-difference
           move zero to ws-variance-count
           move "N" to ws-eof-sw
           move low-values to vw-key
           start variance-work key is not less than vw-key
               invalid key
                   set ws-eof to true
           end-start
           if not ws-eof
               perform 4100-read-next-variance
           end-if
           perform 4200-print-one-variance until ws-eof
           perform 4400-close-supplier
           .
       4000-print-variances-exit.
           exit.

       4100-read-next-variance section.
           read variance-work next record
               at end
                   set ws-eof to true
           end-read
           .
       4100-read-next-variance-exit.
           exit.

       4200-print-one-variance section.
           if vw-supplier-code not = ws-last-supplier
               perform 4400-close-supplier
               perform 4500-open-supplier
           end-if
           move vw-invoice-number to ws-d-invoice-number
           move vw-part-no        to ws-d-part-no
           move vw-billed-qty     to ws-d-billed-qty
           move vw-received-qty   to ws-d-received-qty
           move vw-billed-cost    to ws-d-billed-cost
           move vw-order-cost     to ws-d-order-cost
           move vw-difference     to ws-d-difference
           move vw-reason         to ws-d-reason
           write rpt-line from ws-detail-line
           add vw-difference to ws-supplier-difference
           add vw-difference to ws-total-difference
           add 1 to ws-variance-count
           perform 4100-read-next-variance
           .
       4200-print-one-variance-exit.
           exit.

       4400-close-supplier section.
           if ws-last-supplier not = spaces
               move ws-supplier-difference
                   to ws-t-supplier-difference
               write rpt-line from ws-supplier-total-line
           end-if
           move zero to ws-supplier-difference
           .
       4400-close-supplier-exit.
           exit.

       4500-open-supplier section.
           move vw-supplier-code to ws-last-supplier
           move vw-supplier-code to sup-code
           read supplier
               invalid key
                   move spaces to sup-name
           end-read
           move spaces to rpt-line
           write rpt-line
           move vw-supplier-code to ws-h-supplier
           move sup-name         to ws-h-supplier-name
           write rpt-line from ws-supplier-heading
           write rpt-line from ws-column-heading
           .
       4500-open-supplier-exit.
           exit.

       5000-terminate section.
           move spaces to rpt-line
           write rpt-line
           move "total difference         " to ws-v-label
           move ws-total-difference to ws-v-value
           write rpt-line from ws-value-line
           move "value approved this run  " to ws-v-label
           move ws-approved-value to ws-v-value
           write rpt-line from ws-value-line
           move "lines approved           " to ws-c-label
           move ws-approved-count to ws-c-count
           write rpt-line from ws-count-line
           move "lines with variances     " to ws-c-label
           move ws-variance-count to ws-c-count
           write rpt-line from ws-count-line
           move "rows rejected            " to ws-c-label
           move ws-exception-count to ws-c-count
           write rpt-line from ws-count-line
           close invoice-in
           close product
           close product-supplier
           close supplier
           close purchase-order
           close variance-work
           close exception-out
           close report-out
           move ws-approved-count  to ws-rc-records-updated
           move ws-exception-count to ws-rc-exceptions
           perform 9600-runctl-end
           .
       5000-terminate-exit.
           exit.
       copy "runctl.cpy".
