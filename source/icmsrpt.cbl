      *================================================================
      *icmsrpt.cbl
      *monthly ICMS output-tax summary for the state return, off the
      *sales history the POS import accumulates.  the month is
      *ICMS_MONTH (yyyymm) in the environment, the month before the
      *run when unset.  every sales-history day in the month is taxed
      *at the ICMS rate stamped on it when the sale was posted - the
      *rate in force that day - and totalled by the product's NCM code
      *(and by rate within each NCM) and again by rate alone, with the
      *sales value and the ICMS it carries.  the NCM comes from the
      *product master, or from the product archive for an item
      *archived since it sold.  sales of a product with no NCM code,
      *at a zero rate, or of a code on neither file are listed in an
      *exception section at the end for the fiscal department to
      *resolve; they stay in the totals, under NCM 00000000 or rate
      *0,00, so the report still adds up to the month's sales.  the
      *totals are gathered through an indexed work file so each
      *section reads back in NCM and rate order.  runs under
      *run-control job ICMSRPT.
      *================================================================
       identification division.
       program-id. icmsrpt.
       author. edval.
       environment division.
       configuration section.
       special-names.
           decimal-point is comma.
       input-output section.
       file-control.
           copy "product.sl".
           copy "arcprod.sl".
           copy "saleshst.sl".
           copy "runctl.sl".
           select icms-work assign to "icmswork"
               organization is indexed
               access mode is dynamic
               record key is iw-key
               file status is iw-file-status.
           select report-out assign to "icmsrpt.rpt"
               organization is line sequential
               file status is rpt-file-status.
       data division.
       file section.
           copy "product.fd".
           copy "arcprod.fd".
           copy "saleshst.fd".
           copy "runctl.fd".
      *    iw-section is "1" for the NCM-and-rate totals, "2" for the
      *    rate totals (NCM zero) and "3" for the exception lines, one
      *    per product and rate.
       fd  icms-work
           label record is standard.
       01  iw-record.
           05  iw-key.
               10  iw-section              pic x(01).
               10  iw-ncm-code             pic 9(08).
               10  iw-icms-rate            pic 9(03)v99.
               10  iw-code                 pic x(14).
           05  iw-units                    pic 9(09)      comp.
           05  iw-value                    pic 9(11)v99.
           05  iw-icms                     pic 9(11)v99.
           05  iw-reason                   pic x(30).
       fd  report-out
           label record is standard.
       01  rpt-line                       pic x(100).
       working-storage section.
       01  prd-file-status                pic x(02).
       01  ap-file-status                 pic x(02).
       01  sh-file-status                 pic x(02).
       01  iw-file-status                 pic x(02).
       01  rpt-file-status                pic x(02).
       copy "runctl.wrk".
       01  ws-eof-sw                      pic x(01).
           88  ws-eof                     value "Y".
       01  ws-refused-sw                  pic x(01).
           88  ws-refused                 value "Y".
       01  ws-history-open-sw             pic x(01).
           88  ws-history-open            value "Y".
       01  ws-exception-heading-sw        pic x(01).
           88  ws-exception-heading-done  value "Y".
       01  ws-today                       pic 9(08).
       01  ws-month-text                  pic x(06).
       01  ws-month                       pic 9(06).
       01  ws-month-parts redefines ws-month.
           05  ws-month-yyyy              pic 9(04).
           05  ws-month-mm                pic 9(02).
       01  ws-month-start                 pic 9(08).
       01  ws-month-end                   pic 9(08).
       01  ws-last-code                   pic x(14).
       01  ws-last-section                pic x(01).
       01  ws-ncm-code                    pic 9(08).
       01  ws-product-reason              pic x(30).
       01  ws-line-reason                 pic x(30).
       01  ws-icms-rate                   pic 9(03)v99.
       01  ws-day-icms                    pic 9(09)v99.
       01  ws-last-ncm                    pic 9(08).
       01  ws-ncm-units                   pic 9(09)      comp.
       01  ws-ncm-value                   pic 9(11)v99.
       01  ws-ncm-icms                    pic 9(11)v99.
       01  ws-total-units                 pic 9(09)      comp.
       01  ws-total-value                 pic 9(11)v99.
       01  ws-total-icms                  pic 9(11)v99.
       01  ws-day-count                   pic 9(07)      comp.
       01  ws-exception-count             pic 9(07)      comp.
       01  ws-heading-1.
           05  filler                     pic x(32)
               value "ICMS output-tax summary, month".
           05  ws-h-month                 pic 9(06).
           05  filler                     pic x(09)
               value "  run on ".
           05  ws-h-date                  pic 9(08).
       01  ws-section-heading             pic x(40).
       01  ws-refused-line.
           05  filler                     pic x(22)
               value "month not reported -  ".
           05  ws-r-reason                pic x(40).
       01  ws-ncm-heading.
           05  filler                     pic x(10)      value "ncm".
           05  filler                     pic x(06)
               value "  rate".
           05  filler                     pic x(12)
               value "       units".
           05  filler                     pic x(18)
               value "       sales value".
           05  filler                     pic x(18)
               value "              icms".
       01  ws-detail-line.
           05  ws-d-ncm-code              pic 9(08).
           05  ws-d-ncm-code-x redefines ws-d-ncm-code
                                          pic x(08).
           05  filler                     pic x(02)      value spaces.
           05  ws-d-rate                  pic zz9,99.
           05  ws-d-rate-x redefines ws-d-rate
                                          pic x(06).
           05  filler                     pic x(01)      value spaces.
           05  ws-d-units                 pic z(10)9.
           05  filler                     pic x(01)      value spaces.
           05  ws-d-value                 pic z(13)9,99.
           05  filler                     pic x(01)      value spaces.
           05  ws-d-icms                  pic z(13)9,99.
       01  ws-exception-column-heading.
           05  filler                     pic x(16)      value "code".
           05  filler                     pic x(10)      value "ncm".
           05  filler                     pic x(06)
               value "  rate".
           05  filler                     pic x(18)
               value "       sales value".
           05  filler                     pic x(02)      value spaces.
           05  filler                     pic x(30)      value "reason".
       01  ws-exception-line.
           05  ws-x-code                  pic x(14).
           05  filler                     pic x(02)      value spaces.
           05  ws-x-ncm-code              pic 9(08).
           05  filler                     pic x(02)      value spaces.
           05  ws-x-rate                  pic zz9,99.
           05  filler                     pic x(01)      value spaces.
           05  ws-x-value                 pic z(13)9,99.
           05  filler                     pic x(02)      value spaces.
           05  ws-x-reason                pic x(30).
       01  ws-count-line.
           05  ws-c-label                 pic x(30).
           05  ws-c-count                 pic z(06)9.
       procedure division.
       0000-mainline section.
           perform 1000-initialize
           perform 2000-process until ws-eof
           perform 4000-print-report
           perform 5000-terminate
           stop run
           .
       0000-mainline-exit.
           exit.

       1000-initialize section.
           move zero to ws-total-units
           move zero to ws-total-value
           move zero to ws-total-icms
           move zero to ws-day-count
           move zero to ws-exception-count
           move "N" to ws-eof-sw
           move "N" to ws-exception-heading-sw
           move "N" to ws-history-open-sw
           move "N" to ws-refused-sw
           move high-values to ws-last-code
           accept ws-today from date yyyymmdd
           move "ICMSRPT" to ws-rc-job-name
           perform 9500-runctl-start
           open input product
      *    the archive exists only once prdarchv has run; an empty
      *    one built here just means no archived product is found.
           open input archive-product
           if ap-file-status = "35"
               open output archive-product
               close archive-product
               open input archive-product
           end-if
           open output icms-work
           close icms-work
           open i-o icms-work
           open output report-out
           perform 1100-settle-month
           move ws-month to ws-h-month
           move ws-today to ws-h-date
           write rpt-line from ws-heading-1
           move spaces to rpt-line
           write rpt-line
           if ws-refused
               write rpt-line from ws-refused-line
               add 1 to ws-exception-count
               set ws-eof to true
               go to 1000-initialize-exit
           end-if
      *    the history file has never been written on a shop that has
      *    not run the POS import since it shipped, which is a month
      *    with no sales, not a reason to fail the open.
           open input sales-history
           if sh-file-status = "35"
               set ws-eof to true
               go to 1000-initialize-exit
           end-if
           set ws-history-open to true
           move low-values to sh-key
           start sales-history key is not less than sh-key
               invalid key
                   set ws-eof to true
           end-start
           if not ws-eof
               perform 1200-read-next-history
           end-if
           .
       1000-initialize-exit.
           exit.

      *----------------------------------------------------------------
      *1100-settle-month - ICMS_MONTH when given, else last month,
      *and the month's first and last days.  a month that is not a
      *month is refused on the report and nothing is read.
      *----------------------------------------------------------------
       1100-settle-month section.
           accept ws-month-text from environment "ICMS_MONTH"
           if ws-month-text = spaces
               compute ws-month = ws-today / 100
               if ws-month-mm = 1
                   compute ws-month = (ws-month-yyyy - 1) * 100 + 12
               else
                   subtract 1 from ws-month
               end-if
           else
               if ws-month-text not numeric
                   move zero to ws-month
               else
                   move ws-month-text to ws-month
               end-if
           end-if
           if ws-month-mm < 1 or ws-month-mm > 12
               or ws-month-yyyy < 1900
               move "ICMS_MONTH must be a month as yyyymm"
                   to ws-r-reason
               set ws-refused to true
               go to 1100-settle-month-exit
           end-if
           compute ws-month-start = ws-month * 100 + 1
           if ws-month-mm = 12
               compute ws-month-end
                   = (ws-month-yyyy + 1) * 10000 + 101
           else
               compute ws-month-end = ws-month-start + 100
           end-if
           compute ws-month-end = function date-of-integer(
               function integer-of-date(ws-month-end) - 1)
           .
       1100-settle-month-exit.
           exit.

       1200-read-next-history section.
           read sales-history next record
               at end
                   set ws-eof to true
               not at end
                   add 1 to ws-rc-records-read
           end-read
           .
       1200-read-next-history-exit.
           exit.

      *----------------------------------------------------------------
      *2000-process - one product's sales for one day.  the file is
      *in product order, so the product's NCM is looked up once when
      *the code changes.  a record written before the rate was kept
      *on the history has no rate and counts as a zero rate.
      *----------------------------------------------------------------
       2000-process section.
           if sh-date < ws-month-start or sh-date > ws-month-end
               go to 2000-process-next
           end-if
           if sh-code not = ws-last-code
               perform 2100-find-ncm
           end-if
           if sh-icms-rate numeric
               move sh-icms-rate to ws-icms-rate
           else
               move zero to ws-icms-rate
           end-if
           compute ws-day-icms rounded
               = sh-value * ws-icms-rate / 100,00
           add 1 to ws-day-count
           add sh-units    to ws-total-units
           add sh-value    to ws-total-value
           add ws-day-icms to ws-total-icms
           move "1"          to iw-section
           move ws-ncm-code  to iw-ncm-code
           move ws-icms-rate to iw-icms-rate
           move spaces       to iw-code
           perform 2200-add-to-work
           move "2"          to iw-section
           move zero         to iw-ncm-code
           move ws-icms-rate to iw-icms-rate
           move spaces       to iw-code
           perform 2200-add-to-work
           move ws-product-reason to ws-line-reason
           if ws-line-reason = spaces and ws-icms-rate = zero
               move "zero ICMS rate" to ws-line-reason
           end-if
           if ws-line-reason not = spaces
               perform 2300-add-exception
           end-if
           .
       2000-process-next.
           perform 1200-read-next-history
           .
       2000-process-exit.
           exit.

      *----------------------------------------------------------------
      *2100-find-ncm - the product's NCM code off the master, else
      *off the archive; ws-product-reason is left holding why the
      *product's sales are exceptions, or spaces when they are not.
      *----------------------------------------------------------------
       2100-find-ncm section.
           move sh-code to ws-last-code
           move spaces  to ws-product-reason
           move sh-code to prd-code
           read product
               invalid key
                   continue
               not invalid key
                   move prd-ncm-code to ws-ncm-code
                   go to 2100-find-ncm-check
           end-read
           move sh-code to ap-code
           read archive-product
               invalid key
                   move zero to ws-ncm-code
                   move "product not on file" to ws-product-reason
                   go to 2100-find-ncm-exit
               not invalid key
                   move ap-ncm-code to ws-ncm-code
           end-read
           .
       2100-find-ncm-check.
           if ws-ncm-code not numeric
               move zero to ws-ncm-code
           end-if
           if ws-ncm-code = zero
               move "no NCM code" to ws-product-reason
           end-if
           .
       2100-find-ncm-exit.
           exit.

       2200-add-to-work section.
           read icms-work
               invalid key
                   move sh-units    to iw-units
                   move sh-value    to iw-value
                   move ws-day-icms to iw-icms
                   move spaces      to iw-reason
                   write iw-record
               not invalid key
                   add sh-units    to iw-units
                   add sh-value    to iw-value
                   add ws-day-icms to iw-icms
                   rewrite iw-record
           end-read
           .
       2200-add-to-work-exit.
           exit.

       2300-add-exception section.
           move "3"          to iw-section
           move ws-ncm-code  to iw-ncm-code
           move ws-icms-rate to iw-icms-rate
           move sh-code      to iw-code
           read icms-work
               invalid key
                   move sh-units    to iw-units
                   move sh-value    to iw-value
                   move ws-day-icms to iw-icms
                   move ws-line-reason to iw-reason
                   write iw-record
                   add 1 to ws-exception-count
               not invalid key
                   add sh-units    to iw-units
                   add sh-value    to iw-value
                   add ws-day-icms to iw-icms
                   rewrite iw-record
           end-read
           .
       2300-add-exception-exit.
           exit.

      *----------------------------------------------------------------
      *4000-print-report - reads the work file back in key order:
      *the NCM section with a subtotal at each change of NCM, then
      *the rate section, then the exceptions.
      *----------------------------------------------------------------
       4000-print-report section.
           move "by NCM code and ICMS rate" to ws-section-heading
           write rpt-line from ws-section-heading
           write rpt-line from ws-ncm-heading
           move space to ws-last-section
           move zero to ws-last-ncm
           move zero to ws-ncm-units
           move zero to ws-ncm-value
           move zero to ws-ncm-icms
           move "N" to ws-eof-sw
           move low-values to iw-key
           start icms-work key is not less than iw-key
               invalid key
                   set ws-eof to true
           end-start
           if not ws-eof
               perform 4100-read-next-work
           end-if
           perform 4200-print-one-line until ws-eof
           if ws-last-section = "1"
               perform 4400-close-ncm
           end-if
           .
       4000-print-report-exit.
           exit.

       4100-read-next-work section.
           read icms-work next record
               at end
                   set ws-eof to true
           end-read
           .
       4100-read-next-work-exit.
           exit.

      *----------------------------------------------------------------
      *4200-print-one-line - ws-last-section carries the section last
      *printed, so the change into the rate section closes the last
      *NCM and the change into the exceptions prints their heading.
      *----------------------------------------------------------------
       4200-print-one-line section.
           evaluate iw-section
               when "1"
                   perform 4300-print-ncm-line
               when "2"
                   if ws-last-section = "1"
                       perform 4400-close-ncm
                   end-if
                   if ws-last-section not = "2"
                       perform 4500-open-rate-section
                   end-if
                   perform 4600-print-rate-line
               when "3"
                   if ws-last-section = "1"
                       perform 4400-close-ncm
                   end-if
                   if not ws-exception-heading-done
                       perform 4700-open-exception-section
                   end-if
                   perform 4800-print-exception-line
           end-evaluate
           move iw-section to ws-last-section
           perform 4100-read-next-work
           .
       4200-print-one-line-exit.
           exit.

       4300-print-ncm-line section.
           if ws-last-section = "1" and iw-ncm-code not = ws-last-ncm
               perform 4400-close-ncm
           end-if
           move iw-ncm-code  to ws-last-ncm
           move iw-ncm-code  to ws-d-ncm-code
           move iw-icms-rate to ws-d-rate
           move iw-units     to ws-d-units
           move iw-value     to ws-d-value
           move iw-icms      to ws-d-icms
           write rpt-line from ws-detail-line
           add iw-units to ws-ncm-units
           add iw-value to ws-ncm-value
           add iw-icms  to ws-ncm-icms
           .
       4300-print-ncm-line-exit.
           exit.

       4400-close-ncm section.
           move "total"      to ws-d-ncm-code-x
           move spaces       to ws-d-rate-x
           move ws-ncm-units to ws-d-units
           move ws-ncm-value to ws-d-value
           move ws-ncm-icms  to ws-d-icms
           write rpt-line from ws-detail-line
           move spaces to rpt-line
           write rpt-line
           move zero to ws-ncm-units
           move zero to ws-ncm-value
           move zero to ws-ncm-icms
           .
       4400-close-ncm-exit.
           exit.

       4500-open-rate-section section.
           move "by ICMS rate" to ws-section-heading
           write rpt-line from ws-section-heading
           write rpt-line from ws-ncm-heading
           .
       4500-open-rate-section-exit.
           exit.

       4600-print-rate-line section.
           move spaces       to ws-d-ncm-code-x
           move iw-icms-rate to ws-d-rate
           move iw-units     to ws-d-units
           move iw-value     to ws-d-value
           move iw-icms      to ws-d-icms
           write rpt-line from ws-detail-line
           .
       4600-print-rate-line-exit.
           exit.

       4700-open-exception-section section.
           set ws-exception-heading-done to true
           perform 4900-print-month-total
           move spaces to rpt-line
           write rpt-line
           move "exceptions - included in the totals above"
               to ws-section-heading
           write rpt-line from ws-section-heading
           write rpt-line from ws-exception-column-heading
           .
       4700-open-exception-section-exit.
           exit.

       4800-print-exception-line section.
           move iw-code      to ws-x-code
           move iw-ncm-code  to ws-x-ncm-code
           move iw-icms-rate to ws-x-rate
           move iw-value     to ws-x-value
           move iw-reason    to ws-x-reason
           write rpt-line from ws-exception-line
           .
       4800-print-exception-line-exit.
           exit.

       4900-print-month-total section.
           move "month"        to ws-d-ncm-code-x
           move spaces         to ws-d-rate-x
           move ws-total-units to ws-d-units
           move ws-total-value to ws-d-value
           move ws-total-icms  to ws-d-icms
           write rpt-line from ws-detail-line
           .
       4900-print-month-total-exit.
           exit.

       5000-terminate section.
           if not ws-exception-heading-done
               perform 4900-print-month-total
           end-if
           move spaces to rpt-line
           write rpt-line
           move "sales-history days in month" to ws-c-label
           move ws-day-count to ws-c-count
           write rpt-line from ws-count-line
           move "exception lines" to ws-c-label
           move ws-exception-count to ws-c-count
           write rpt-line from ws-count-line
           close product
           close archive-product
           if ws-history-open
               close sales-history
           end-if
           close icms-work
           close report-out
           move ws-day-count       to ws-rc-records-updated
           move ws-exception-count to ws-rc-exceptions
           perform 9600-runctl-end
           .
       5000-terminate-exit.
           exit.
       copy "runctl.cpy".
