      *================================================================
      *rtvcred.cbl
      *credit confirmation for return-to-vendor debit notes.  reads
      *the fixed-width confirmation file keyed in from the supplier's
      *credit notes - supplier code, the return date on our debit
      *note, and the supplier's credit reference - and closes every
      *open return line on that note to credited ("C"), stamping the
      *date and the credit reference on it.  a row matching no open
      *line goes to the exception file instead of being silently
      *dropped, the same way the supplier feed import handles bad
      *rows.  it then lists every return still open, oldest first
      *within each supplier, with its age and value and a total per
      *supplier, so what suppliers still owe us is chased from a
      *list.
      *================================================================
       identification division.
       program-id. rtvcred.
       author. edval.
       environment division.
       configuration section.
       special-names.
           decimal-point is comma.
       input-output section.
       file-control.
           copy "supplier.sl".
           copy "vendret.sl".
           select credit-entry assign to "rtvcrd"
               organization is line sequential
               file status is cc-file-status.
           select exception-out assign to "rtvcred.rpt"
               organization is line sequential
               file status is exc-file-status.
           select report-out assign to "rtvopen.rpt"
               organization is line sequential
               file status is rpt-file-status.
       data division.
       file section.
           copy "supplier.fd".
           copy "vendret.fd".
       fd  credit-entry
           label record is standard.
       01  cc-record.
           05  cc-supplier-code            pic x(06).
           05  cc-return-date              pic 9(08).
           05  cc-credit-ref               pic x(12).
           05  filler                      pic x(34).
       fd  exception-out
           label record is standard.
       01  exc-line                        pic x(80).
       fd  report-out
           label record is standard.
       01  rpt-line                        pic x(100).
       working-storage section.
       01  sup-file-status                 pic x(02).
       01  rv-file-status                  pic x(02).
       01  cc-file-status                  pic x(02).
       01  exc-file-status                 pic x(02).
       01  rpt-file-status                 pic x(02).
       01  ws-eof-sw                       pic x(01).
           88  ws-eof                      value "Y".
       01  ws-note-more-sw                 pic x(01).
           88  ws-more-note-lines          value "Y".
       01  ws-today                        pic 9(08).
       01  ws-credited-lines               pic 9(05)      comp.
       01  ws-credited-count               pic 9(07)      comp.
       01  ws-exception-count              pic 9(07)      comp.
       01  ws-open-count                   pic 9(07)      comp.
       01  ws-last-supplier                pic x(06).
       01  ws-age-days                     pic s9(05)     comp.
       01  ws-line-value                   pic 9(09)v99.
       01  ws-supplier-value               pic 9(11)v99.
       01  ws-total-value                  pic 9(11)v99.
       01  ws-exception-line.
           05  ws-x-supplier               pic x(06).
           05  filler                      pic x(02)      value spaces.
           05  ws-x-return-date            pic 9(08).
           05  filler                      pic x(02)      value spaces.
           05  ws-x-credit-ref             pic x(12).
           05  filler                      pic x(02)      value spaces.
           05  ws-x-reason                 pic x(30).
       01  ws-heading-1.
           05  filler                      pic x(30)
               value "open vendor returns as of".
           05  ws-h-date                   pic 9(08).
       01  ws-supplier-heading.
           05  filler                      pic x(09)
               value "supplier ".
           05  ws-h-supplier               pic x(06).
           05  filler                      pic x(02)      value spaces.
           05  ws-h-supplier-name          pic x(40).
       01  ws-column-heading.
           05  filler                      pic x(10)
               value "returned".
           05  filler                      pic x(16)      value "code".
           05  filler                      pic x(06)      value "loc".
           05  filler                      pic x(09)
               value "      qty".
           05  filler                      pic x(12)
               value "   unit cost".
           05  filler                      pic x(14)
               value "         value".
           05  filler                      pic x(07)
               value "   days".
           05  filler                      pic x(08)
               value "  reason".
       01  ws-detail-line.
           05  ws-d-return-date            pic 9(08).
           05  filler                      pic x(02)      value spaces.
           05  ws-d-code                   pic x(14).
           05  filler                      pic x(02)      value spaces.
           05  ws-d-location               pic x(04).
           05  filler                      pic x(02)      value spaces.
           05  ws-d-qty                    pic z(06)9.
           05  filler                      pic x(02)      value spaces.
           05  ws-d-unit-cost              pic z(06)9,99.
           05  filler                      pic x(02)      value spaces.
           05  ws-d-value                  pic z(08)9,99.
           05  filler                      pic x(02)      value spaces.
           05  ws-d-age                    pic z(04)9.
           05  filler                      pic x(04)      value spaces.
           05  ws-d-reason                 pic x(02).
       01  ws-supplier-total-line.
           05  filler                      pic x(25)
               value "owed by supplier         ".
           05  ws-t-supplier-value         pic z(10)9,99.
       01  ws-grand-total-line.
           05  filler                      pic x(25)
               value "total owed               ".
           05  ws-t-total-value            pic z(10)9,99.
       01  ws-count-line.
           05  ws-t-label                  pic x(25).
           05  ws-t-count                  pic z(06)9.
       procedure division.
       0000-mainline section.
           perform 1000-initialize
           perform 2000-process until ws-eof
           perform 4000-list-open-returns
           perform 5000-terminate
           stop run
           .
       0000-mainline-exit.
           exit.

       1000-initialize section.
           move zero to ws-credited-count
           move zero to ws-exception-count
           move zero to ws-open-count
           move zero to ws-total-value
           move "N" to ws-eof-sw
           accept ws-today from date yyyymmdd
           open input credit-entry
           open input supplier
      *    until the first return has been posted the vendor-return
      *    file does not exist; building an empty one turns every
      *    confirmation into an exception and the open list into
      *    nothing, instead of failing the open.
           open i-o vendor-return
           if rv-file-status = "35"
               open output vendor-return
               close vendor-return
               open i-o vendor-return
           end-if
           open output exception-out
           perform 1100-read-credit
           .
       1000-initialize-exit.
           exit.

       1100-read-credit section.
           read credit-entry
               at end
                   move "Y" to ws-eof-sw
           end-read
           .
       1100-read-credit-exit.
           exit.

      *----------------------------------------------------------------
      *2000-process - one debit note is every return line for the
      *supplier on the return date, so the file is started at the
      *note's first possible sequence number and read forward while
      *the supplier and date still match.
      *----------------------------------------------------------------
       2000-process section.
           move zero to ws-credited-lines
           move "N" to ws-note-more-sw
           if cc-credit-ref = spaces
               move "credit reference is required" to ws-x-reason
               perform 2900-write-exception
               go to 2000-process-next
           end-if
           move cc-supplier-code to rv-supplier-code
           move cc-return-date   to rv-return-date
           move zero             to rv-seq
           start vendor-return key is not less than rv-key
               invalid key
                   move "N" to ws-note-more-sw
               not invalid key
                   move "Y" to ws-note-more-sw
           end-start
           perform 2100-credit-next-line until not ws-more-note-lines
           if ws-credited-lines = zero
               move "no open returns on that note" to ws-x-reason
               perform 2900-write-exception
           else
               add ws-credited-lines to ws-credited-count
           end-if
           .
       2000-process-next.
           perform 1100-read-credit
           .
       2000-process-exit.
           exit.

       2100-credit-next-line section.
           read vendor-return next record
               at end
                   move "N" to ws-note-more-sw
               not at end
                   if rv-supplier-code = cc-supplier-code
                       and rv-return-date = cc-return-date
                       perform 2200-credit-line
                   else
                       move "N" to ws-note-more-sw
                   end-if
           end-read
           .
       2100-credit-next-line-exit.
           exit.

       2200-credit-line section.
           if rv-open
               set rv-credited to true
               move ws-today      to rv-credit-date
               move cc-credit-ref to rv-credit-ref
               rewrite rv-record
               add 1 to ws-credited-lines
           end-if
           .
       2200-credit-line-exit.
           exit.

       2900-write-exception section.
           move cc-supplier-code to ws-x-supplier
           move cc-return-date   to ws-x-return-date
           move cc-credit-ref    to ws-x-credit-ref
           write exc-line from ws-exception-line
           add 1 to ws-exception-count
           .
       2900-write-exception-exit.
           exit.

      *----------------------------------------------------------------
      *4000-list-open-returns - walks the vendor-return file in its
      *supplier-plus-date key order and lists every line still open,
      *with a total per supplier and for the whole file.
      *----------------------------------------------------------------
       4000-list-open-returns section.
           open output report-out
           move ws-today to ws-h-date
           write rpt-line from ws-heading-1
           move spaces to ws-last-supplier
           move zero to ws-supplier-value
           move "N" to ws-eof-sw
           move low-values to rv-key
           start vendor-return key is not less than rv-key
               invalid key
                   set ws-eof to true
           end-start
           if not ws-eof
               perform 4100-read-next-return
           end-if
           perform 4200-list-one-return until ws-eof
           perform 4400-close-supplier
           .
       4000-list-open-returns-exit.
           exit.

       4100-read-next-return section.
           read vendor-return next record
               at end
                   set ws-eof to true
           end-read
           .
       4100-read-next-return-exit.
           exit.

       4200-list-one-return section.
           if not rv-open
               go to 4200-list-one-return-next
           end-if
           if rv-supplier-code not = ws-last-supplier
               perform 4400-close-supplier
               perform 4500-open-supplier
           end-if
           compute ws-age-days
               = function integer-of-date(ws-today)
               - function integer-of-date(rv-return-date)
           compute ws-line-value = rv-qty * rv-unit-cost
           move rv-return-date to ws-d-return-date
           move rv-code        to ws-d-code
           move rv-location    to ws-d-location
           move rv-qty         to ws-d-qty
           move rv-unit-cost   to ws-d-unit-cost
           move ws-line-value  to ws-d-value
           move ws-age-days    to ws-d-age
           move rv-reason      to ws-d-reason
           write rpt-line from ws-detail-line
           add ws-line-value to ws-supplier-value
           add ws-line-value to ws-total-value
           add 1 to ws-open-count
           .
       4200-list-one-return-next.
           perform 4100-read-next-return
           .
       4200-list-one-return-exit.
           exit.

       4400-close-supplier section.
           if ws-last-supplier not = spaces
               move ws-supplier-value to ws-t-supplier-value
               write rpt-line from ws-supplier-total-line
           end-if
           move zero to ws-supplier-value
           .
       4400-close-supplier-exit.
           exit.

       4500-open-supplier section.
           move rv-supplier-code to ws-last-supplier
           move rv-supplier-code to sup-code
           read supplier
               invalid key
                   move spaces to sup-name
           end-read
           move spaces to rpt-line
           write rpt-line
           move rv-supplier-code to ws-h-supplier
           move sup-name         to ws-h-supplier-name
           write rpt-line from ws-supplier-heading
           write rpt-line from ws-column-heading
           .
       4500-open-supplier-exit.
           exit.

       5000-terminate section.
           move spaces to rpt-line
           write rpt-line
           move ws-total-value to ws-t-total-value
           write rpt-line from ws-grand-total-line
           move "open return lines        " to ws-t-label
           move ws-open-count to ws-t-count
           write rpt-line from ws-count-line
           move "lines credited this run  " to ws-t-label
           move ws-credited-count to ws-t-count
           write rpt-line from ws-count-line
           move "confirmations rejected   " to ws-t-label
           move ws-exception-count to ws-t-count
           write rpt-line from ws-count-line
           close credit-entry
           close supplier
           close vendor-return
           close exception-out
           close report-out
           .
       5000-terminate-exit.
           exit.
