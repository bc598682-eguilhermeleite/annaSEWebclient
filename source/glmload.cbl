      *================================================================
      *glmload.cbl
      *load of the general-ledger account mapping file from a
      *fixed-width entry file - movement type, reason key, inventory
      *account, offset account, description - written or rewritten a
      *row at a time, so the accounts the GL posting books each kind
      *of movement to are keyed once here by accounting instead of
      *being built into the posting.  rows with a movement type the
      *journal does not write, a blank reason key, a category key
      *naming no reason-code category, or a blank account go to an
      *exception file instead of being silently dropped, the same way
      *the supplier feed import handles bad rows.
      *================================================================
       identification division.
       program-id. glmload.
       author. edval.
       environment division.
       configuration section.
       special-names.
           decimal-point is comma.
       input-output section.
       file-control.
           copy "glmap.sl".
           select map-entry assign to "glmfeed"
               organization is line sequential
               file status is me-file-status.
           select exception-out assign to "glmload.rpt"
               organization is line sequential
               file status is exc-file-status.
       data division.
       file section.
           copy "glmap.fd".
       fd  map-entry
           label record is standard.
       01  me-record.
           05  me-move-type                pic x(01).
           05  me-reason-key.
               10  me-reason-key-1         pic x(01).
               10  me-reason-key-2         pic x(01).
           05  me-inventory-account        pic x(10).
           05  me-offset-account           pic x(10).
           05  me-description              pic x(30).
           05  filler                      pic x(07).
       fd  exception-out
           label record is standard.
       01  exc-line                        pic x(80).
       working-storage section.
       01  gm-file-status                  pic x(02).
       01  me-file-status                  pic x(02).
       01  exc-file-status                 pic x(02).
       01  ws-eof-sw                       pic x(01).
           88  ws-eof                      value "Y".
       01  ws-loaded-count                 pic 9(05)      comp.
       01  ws-exception-count              pic 9(05)      comp.
       01  ws-exception-line.
           05  ws-x-move-type              pic x(01).
           05  filler                      pic x(01)      value space.
           05  ws-x-reason-key             pic x(02).
           05  filler                      pic x(02)      value spaces.
           05  ws-x-description            pic x(30).
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
           move zero to ws-exception-count
           move "N" to ws-eof-sw
           open input map-entry
           open output exception-out
      *    the mapping file is created by this load's first ever
      *    run, so an open failing with file status 35 (not on file)
      *    builds an empty one before reopening for update.
           open i-o gl-map
           if gm-file-status = "35"
               open output gl-map
               close gl-map
               open i-o gl-map
           end-if
           perform 1100-read-entry
           .
       1000-initialize-exit.
           exit.

       1100-read-entry section.
           read map-entry
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

      *----------------------------------------------------------------
      *2100-edit-entry-row - the balance-forward type "B" is left out
      *on purpose: a period close's balance line is not a movement
      *and never reaches the ledger.
      *----------------------------------------------------------------
       2100-edit-entry-row section.
           move spaces to ws-x-reason
           if me-move-type not = "R" and me-move-type not = "I"
               and me-move-type not = "A" and me-move-type not = "T"
               and me-move-type not = "V"
               move "movement type must be R, I, A, T or V"
                   to ws-x-reason
               go to 2100-edit-entry-row-exit
           end-if
           if me-reason-key-1 = space or me-reason-key-2 = space
               move "reason key must be two characters"
                   to ws-x-reason
               go to 2100-edit-entry-row-exit
           end-if
           if me-reason-key-1 = "*" and me-reason-key-2 not = "*"
               and me-reason-key-2 not = "D"
               and me-reason-key-2 not = "T"
               and me-reason-key-2 not = "C"
               and me-reason-key-2 not = "E"
               and me-reason-key-2 not = "O"
               move "category must be D, T, C, E or O"
                   to ws-x-reason
               go to 2100-edit-entry-row-exit
           end-if
           if me-inventory-account = spaces
               move "inventory account is blank" to ws-x-reason
               go to 2100-edit-entry-row-exit
           end-if
           if me-offset-account = spaces
               move "offset account is blank" to ws-x-reason
           end-if
           .
       2100-edit-entry-row-exit.
           exit.

       2200-apply-entry-row section.
           move me-move-type  to gm-move-type
           move me-reason-key to gm-reason-key
           read gl-map
               invalid key
                   move me-move-type         to gm-move-type
                   move me-reason-key        to gm-reason-key
                   move me-inventory-account to gm-inventory-account
                   move me-offset-account    to gm-offset-account
                   move me-description       to gm-description
                   write gm-record
               not invalid key
                   move me-inventory-account to gm-inventory-account
                   move me-offset-account    to gm-offset-account
                   move me-description       to gm-description
                   rewrite gm-record
           end-read
           add 1 to ws-loaded-count
           .
       2200-apply-entry-row-exit.
           exit.

       2900-write-exception section.
           move me-move-type   to ws-x-move-type
           move me-reason-key  to ws-x-reason-key
           move me-description to ws-x-description
           write exc-line from ws-exception-line
           add 1 to ws-exception-count
           .
       2900-write-exception-exit.
           exit.

       3000-terminate section.
           close map-entry
           close gl-map
           close exception-out
           .
       3000-terminate-exit.
           exit.
