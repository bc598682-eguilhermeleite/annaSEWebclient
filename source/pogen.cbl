      *with a suggested quantity that brings stock back up to the
      *reorder point.  lines still at status "S" from an earlier run
      *are re-suggested at tonight's shortfall; lines already
      *confirmed in review are left alone, and so are received lines
      *whose invoice has not been approved for payment yet, so the
      *invoice match still finds the receipt and the aging scorecard
      *still sees it.  when the product's own
      *supplier is blank, missing from the supplier master, or
      *inactive, the product-supplier cross-reference is tried for
      *the next active vendor - with that vendor's part number and
       01  ws-generated-count             pic 9(07)      comp.
       01  ws-skipped-count               pic 9(07)      comp.
       01  ws-confirmed-left-count        pic 9(07)      comp.
       01  ws-received-left-count         pic 9(07)      comp.
       01  ws-heading-1.
           05  filler                     pic x(26)
               value "suggested purchase orders ".
           05  filler                     pic x(25)
               value "confirmed lines left     ".
           05  ws-t-confirmed             pic z(06)9.
       01  ws-total-line-4.
           05  filler                     pic x(25)
               value "received lines unapproved".
           05  ws-t-received              pic z(06)9.
       copy "runctl.wrk".
       procedure division.
       0000-mainline section.
           move zero to ws-generated-count
           move zero to ws-skipped-count
           move zero to ws-confirmed-left-count
           move zero to ws-received-left-count
           move "N" to ws-eof-sw
           accept ws-today from date yyyymmdd
           move "POGEN" to ws-rc-job-name
      *----------------------------------------------------------------
      *2200-write-po-line - writes the suggested line, or refreshes
      *it when an earlier run already suggested this product and
      *review has not confirmed it yet.  a received line is only
      *reused once its invoice is approved; until then it still
      *holds the receipt the invoice match needs.
      *----------------------------------------------------------------
       2200-write-po-line section.
           move ws-order-supplier to po-supplier-code
               not invalid key
                   if po-confirmed
                       add 1 to ws-confirmed-left-count
                       go to 2200-write-po-line-exit
                   end-if
                   if po-received and not po-invoice-approved
                       add 1 to ws-received-left-count
                       go to 2200-write-po-line-exit
                   end-if
                   perform 2210-build-po-line
                   rewrite po-record
                   perform 2400-report-suggestion
           end-read
           .
       2200-write-po-line-exit.
           set po-suggested          to true
           move zero                 to po-received-qty
           move zero                 to po-received-date
           move space                to po-invoice-status
           move spaces               to po-invoice-number
           move zero                 to po-invoice-date
           move zero                 to po-invoice-qty
           move zero                 to po-invoice-cost
           .
       2210-build-po-line-exit.
           exit.
           write rpt-line from ws-total-line-2
           move ws-confirmed-left-count to ws-t-confirmed
           write rpt-line from ws-total-line-3
           move ws-received-left-count to ws-t-received
           write rpt-line from ws-total-line-4
           close product
           close supplier
           close product-supplier
