      *================================================================
      *kitload.cbl
      *maintenance of the kit bill-of-materials file from a
      *fixed-width entry file - kit code, component code, units of
      *the component per kit - written or rewritten a row at a time,
      *so what goes into each gift basket and multipack is keyed once
      *here instead of worked out at the till.  a row with zero units
      *takes the component off the kit.  both codes must be on the
      *product master, a new component must be active, a kit cannot
      *go into itself, and kits do not nest: a component that is
      *itself a kit, or a kit that is already a component of another
      *kit, is refused.  rows failing any of these go to an
      *exception file instead of being silently dropped, the same
      *way the supplier feed import handles bad rows.
      *================================================================
       identification division.
       program-id. kitload.
       author. edval.
       environment division.
       configuration section.
       special-names.
           decimal-point is comma.
       input-output section.
       file-control.
           copy "product.sl".
           copy "kitbom.sl".
           select kit-entry assign to "kitin"
               organization is line sequential
               file status is ke-file-status.
           select exception-out assign to "kitload.rpt"
               organization is line sequential
               file status is exc-file-status.
       data division.
       file section.
           copy "product.fd".
           copy "kitbom.fd".
       fd  kit-entry
           label record is standard.
       01  ke-record.
           05  ke-kit-code                 pic x(14).
           05  ke-component-code           pic x(14).
           05  ke-qty-per-kit              pic 9(05).
           05  filler                      pic x(27).
       fd  exception-out
           label record is standard.
       01  exc-line                        pic x(80).
       working-storage section.
       01  prd-file-status                 pic x(02).
       01  kb-file-status                  pic x(02).
       01  ke-file-status                  pic x(02).
       01  exc-file-status                 pic x(02).
       01  ws-eof-sw                       pic x(01).
           88  ws-eof                      value "Y".
       01  ws-loaded-count                 pic 9(05)      comp.
       01  ws-removed-count                pic 9(05)      comp.
       01  ws-exception-count              pic 9(05)      comp.
       01  ws-exception-line.
           05  ws-x-kit-code               pic x(14).
           05  filler                      pic x(02)      value spaces.
           05  ws-x-component-code         pic x(14).
           05  filler                      pic x(02)      value spaces.
           05  ws-x-qty                    pic z(04)9.
           05  filler                      pic x(02)      value spaces.
           05  ws-x-reason                 pic x(35).
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
           move zero to ws-removed-count
           move zero to ws-exception-count
           move "N" to ws-eof-sw
           open input kit-entry
           open input product
           open output exception-out
      *    the bill-of-materials file is created by this load's
      *    first ever run, so an open failing with file status 35
      *    (not on file) builds an empty one before reopening for
      *    update.
           open i-o kit-bom
           if kb-file-status = "35"
               open output kit-bom
               close kit-bom
               open i-o kit-bom
           end-if
           perform 1100-read-entry
           .
       1000-initialize-exit.
           exit.

       1100-read-entry section.
           read kit-entry
               at end
                   move "Y" to ws-eof-sw
           end-read
           .
       1100-read-entry-exit.
           exit.

       2000-process section.
           perform 2100-edit-entry-row
           if ws-x-reason = spaces
               if ke-qty-per-kit = zero
                   perform 2300-remove-component
               else
                   perform 2200-apply-entry-row
               end-if
           end-if
           if ws-x-reason not = spaces
               perform 2900-write-exception
           end-if
           perform 1100-read-entry
           .
       2000-process-exit.
           exit.

      *----------------------------------------------------------------
      *2100-edit-entry-row - the checks a removal needs stop at the
      *codes being present and numeric units; everything after that
      *guards what a new or changed component may be.
      *----------------------------------------------------------------
       2100-edit-entry-row section.
           move spaces to ws-x-reason
           if ke-kit-code = spaces
               move "kit code is blank" to ws-x-reason
               go to 2100-edit-entry-row-exit
           end-if
           if ke-component-code = spaces
               move "component code is blank" to ws-x-reason
               go to 2100-edit-entry-row-exit
           end-if
           if ke-qty-per-kit not numeric
               move "units per kit must be numeric" to ws-x-reason
               go to 2100-edit-entry-row-exit
           end-if
           if ke-qty-per-kit = zero
               go to 2100-edit-entry-row-exit
           end-if
           if ke-component-code = ke-kit-code
               move "kit cannot be its own component" to ws-x-reason
               go to 2100-edit-entry-row-exit
           end-if
           move ke-kit-code to prd-code
           read product
               invalid key
                   move "kit code not on product file" to ws-x-reason
                   go to 2100-edit-entry-row-exit
           end-read
           move ke-component-code to prd-code
           read product
               invalid key
                   move "component not on product file"
                       to ws-x-reason
                   go to 2100-edit-entry-row-exit
           end-read
           if not prd-active
               move "component is discontinued" to ws-x-reason
               go to 2100-edit-entry-row-exit
           end-if
           perform 2150-check-component-not-kit
           if ws-x-reason not = spaces
               go to 2100-edit-entry-row-exit
           end-if
           perform 2160-check-kit-not-component
           .
       2100-edit-entry-row-exit.
           exit.

      *----------------------------------------------------------------
      *2150-check-component-not-kit - the component has records of
      *its own under the primary key when it is itself a kit.
      *----------------------------------------------------------------
       2150-check-component-not-kit section.
           move ke-component-code to kb-kit-code
           move low-values        to kb-component-code
           start kit-bom key is not less than kb-key
               invalid key
                   go to 2150-check-component-not-kit-exit
           end-start
           read kit-bom next record
               at end
                   go to 2150-check-component-not-kit-exit
           end-read
           if kb-kit-code = ke-component-code
               move "component is itself a kit" to ws-x-reason
           end-if
           .
       2150-check-component-not-kit-exit.
           exit.

      *----------------------------------------------------------------
      *2160-check-kit-not-component - the kit turns up under the
      *alternate key when another kit already takes it as a
      *component.
      *----------------------------------------------------------------
       2160-check-kit-not-component section.
           move ke-kit-code to kb-component-code
           read kit-bom key is kb-component-code
               invalid key
                   continue
               not invalid key
                   move "kit is a component of another kit"
                       to ws-x-reason
           end-read
           .
       2160-check-kit-not-component-exit.
           exit.

       2200-apply-entry-row section.
           move ke-kit-code       to kb-kit-code
           move ke-component-code to kb-component-code
           read kit-bom
               invalid key
                   move spaces            to kb-record
                   move ke-kit-code       to kb-kit-code
                   move ke-component-code to kb-component-code
                   move ke-qty-per-kit    to kb-qty-per-kit
                   write kb-record
               not invalid key
                   move ke-qty-per-kit    to kb-qty-per-kit
                   rewrite kb-record
           end-read
           add 1 to ws-loaded-count
           .
       2200-apply-entry-row-exit.
           exit.

       2300-remove-component section.
           move ke-kit-code       to kb-kit-code
           move ke-component-code to kb-component-code
           read kit-bom
               invalid key
                   move "component is not on that kit" to ws-x-reason
               not invalid key
                   delete kit-bom record
                   add 1 to ws-removed-count
           end-read
           .
       2300-remove-component-exit.
           exit.

       2900-write-exception section.
           move ke-kit-code       to ws-x-kit-code
           move ke-component-code to ws-x-component-code
           if ke-qty-per-kit numeric
               move ke-qty-per-kit to ws-x-qty
           else
               move zero           to ws-x-qty
           end-if
           write exc-line from ws-exception-line
           add 1 to ws-exception-count
           .
       2900-write-exception-exit.
           exit.

       3000-terminate section.
           close kit-entry
           close product
           close kit-bom
           close exception-out
           .
       3000-terminate-exit.
           exit.
