      *             no longer has to be keyed at exactly the right
      *             moment.  the audit separates applied from
      *             pending.
      * 2026-10-15  every applied add, change, and delete that
      *             moves on-hand is appended to the STKMOVE
      *             stock-movement ledger, location by location.
      * 2026-10-15  accounting period lock: an applied transaction
      *             effective in a period Finance has closed
      *             (PERIODCTL, through the common A0PERCHK
      *             routine) posts its stock movements on the first
      *             day of the open period, flagged as a period
      *             adjustment with the original date, with an
      *             EXCFILE entry and a count on the audit.
      * 2026-10-15  user authority: the user who keyed each
      *             transaction must hold the add (PRDA), change
      *             (PRDC), or delete (PRDD) authority on the
      *             USERAUTH master (through the common A0USRCHK
      *             routine), or the transaction is rejected on the
      *             audit -- a held future-dated one is judged
      *             again the night it comes due.
      *
       environment division.
       configuration section.
                assign to PENDOUT
                organization is sequential.
      *
      * stock-movement ledger -- appended to, one record per
      * location whose quantity an applied transaction moved
           select optional stkmove-file
                assign to STKMOVE
                organization is sequential.
      *
      * audit report declaration
           select audit-file
                assign to AUDFILE
                organization is sequential.
      *
      * common exception file, shared across the suite -- appended
      * to, so one daily file collects every program's exceptions
           select optional exception-file
                assign to EXCFILE
                organization is sequential.
      *
       data division.
       file section.
           data record is pend-out-line
           record contains 99 characters.
       01 pend-out-line                 pic x(99).
      *
       fd stkmove-file
           recording mode is F
           data record is stkmove-line
           record contains 80 characters.
      *
       01 stkmove-line.
           copy STKMOVE replacing ==:TAG:== by ==sm==.
      *
       fd audit-file
           recording mode is F
           record contains 120 characters.
      *
       01 audit-line                    pic x(120).
      *
       fd exception-file
           recording mode is F
           data record is exception-line
           record contains 80 characters.
      *
       01 exception-line.
           05 ex-program                pic x(8).
           05 ex-run-date               pic 9(8).
           05 ex-severity               pic x.
           05 ex-key                    pic x(20).
           05 ex-reason                 pic x(43).
      *
       working-storage section.
      *
           05 dl-pnd-eff-date           pic 9(8).
           05 filler                    pic x(4)
                value " ***".
      *
       01 ws-period-adj-summary-line.
           05 filler                    pic x(24)
                value "Closed-period redates:".
           05 dl-padj-count             pic zzz9.
      *
       01 ws-totals.
           05 ws-applied-count          pic 9(4) value 0.
           05 ws-rejected-count         pic 9(4) value 0.
           05 ws-pending-count          pic 9(4) value 0.
      *
      *-----------------------------------------------
      *  CLOSED-PERIOD ADJUSTMENTS (PERIODCTL VIA A0PERCHK)
      *-----------------------------------------------
       01 ws-period-work.
           05 ws-per-closed             pic x value "N".
                88 ws-per-date-closed   value "Y".
           05 ws-per-chk-date           pic 9(8).
           05 ws-per-post-date          pic 9(8).
           05 ws-per-adj-count          pic 9(4) value 0.
      *
       01 ws-period-adj-reason.
           05 filler                    pic x(14)
                value "CLOSED PERIOD ".
           05 ws-par-orig-date          pic 9(8).
           05 filler                    pic x(11)
                value " POSTED TO ".
           05 ws-par-post-date          pic 9(8).
      *
       01 ws-today                      pic 9(8).
      *
      *-----------------------------------------------
      *  USER AUTHORITY (USERAUTH VIA A0USRCHK)
      *-----------------------------------------------
       01 ws-auth-work.
           05 ws-auth-tran-type         pic x(4).
           05 ws-auth-amount            pic 9(7)v99 value 0.
           05 ws-auth-result            pic x.
                88 ws-auth-refused      value "N".
           05 ws-auth-reason            pic x(34).
           05 ws-auth-emp-no            pic x(3).
           05 ws-auth-rej-count         pic 9(4) value 0.
      *
       01 ws-auth-summary-line.
           05 filler                    pic x(24)
                value "Refused for authority:".
           05 dl-auth-rej-count         pic zzz9.
      *
       01 ws-master-work.
           05 ws-mst-found-switch       pic x value "N".
           05 ws-old-quantity           pic 9(6).
           05 ws-old-cost               pic 9(5)v99.
           05 ws-loc-idx                pic 9.
           05 ws-old-loc-qty  occurs 3 times
                                        pic 9(6).
           05 ws-new-loc-qty            pic 9(6).
           05 ws-new-quantity           pic 9(6).
           05 ws-move-qty               pic s9(7).
           05 ws-loc-move-total         pic s9(7).
      *
       01 ws-file.
           05 ws-eof-y                  pic x value "Y".
           open i-o product-master-file.
           open input tran-file.
           open output audit-file, pend-out-file.
           open extend stkmove-file, exception-file.
           move ws-eof-n                to ws-tran-eof-flag.
      *
       150-audit-header.
      * applied -- it goes back on the pending file with its own
      * audit line
       420-judge-effective-date.
           perform 415-check-authority.
           if ws-auth-refused
                add 1                   to ws-auth-rej-count
                move ws-auth-reason     to dl-rej-reason
                perform 600-write-reject
           else
           if tr-effective-date > ws-today
                add 1                   to ws-pending-count
                write pend-out-line     from tran-line
                write audit-line        from ws-pending-line
           else
                perform 430-apply-one-tran
           end-if
           end-if.
      *
       400-process-trans.
      * product is not on file
       410-find-master-entry.
           move "N"                     to ws-mst-found-switch.
           move 0                       to ws-old-quantity.
           move 0                       to ws-old-cost.
           perform varying ws-loc-idx from 1 by 1
                until ws-loc-idx > 3
                move 0                  to ws-old-loc-qty(ws-loc-idx)
           end-perform.
           move tr-product-name         to pm-product-name.
           read product-master-file
                invalid key
                     set ws-mst-found   to true
                     move pm-product-quantity to ws-old-quantity
                     move pm-unit-cost  to ws-old-cost
                     perform varying ws-loc-idx from 1 by 1
                          until ws-loc-idx > 3
                          move pm-loc-quantity(ws-loc-idx)
                               to ws-old-loc-qty(ws-loc-idx)
                     end-perform
           end-read.
      *
      * the user who keyed the transaction must hold the authority
      * for its action -- a bad action code is left for the apply
      * to reject
       415-check-authority.
           move spaces                  to ws-auth-result.
           if tr-action-valid
                if tr-action-add
                     move "PRDA"        to ws-auth-tran-type
                else if tr-action-change
                     move "PRDC"        to ws-auth-tran-type
                else
                     move "PRDD"        to ws-auth-tran-type
                end-if
                end-if
                call "A0USRCHK" using tr-user-id, ws-auth-tran-type,
                     ws-auth-amount, ws-auth-result, ws-auth-reason,
                     ws-auth-emp-no
           end-if.
      *
       500-apply-add.
           if ws-mst-found
                          move 0        to dl-old-quantity
                          move 0        to dl-old-cost
                          perform 610-write-applied
                          perform 620-write-stock-movement
                end-write
           end-if.
      *
                          perform 600-write-reject
                     not invalid key
                          perform 610-write-applied
                          perform 620-write-stock-movement
                end-rewrite
           end-if.
      *
                          perform 600-write-reject
                     not invalid key
                          perform 610-write-applied
                          perform 620-write-stock-movement
                end-delete
           end-if.
      *
                move tr-unit-cost       to dl-new-cost
           end-if.
           write audit-line             from ws-audit-detail.
      *
      * the transaction posts as of its effective date (the run
      * date when it has none) -- a date in a closed accounting
      * period posts on the first day of the open period instead
       615-check-closed-period.
           if tr-effective-date is numeric
                and tr-effective-date > 0
                move tr-effective-date  to ws-per-chk-date
           else
                move ws-today           to ws-per-chk-date
           end-if.
           call "A0PERCHK" using ws-per-chk-date, ws-per-post-date,
                ws-per-closed.
           if ws-per-date-closed
      *         a backdated change lands on the run date when that
      *         is already past the start of the open period
                if ws-per-post-date < ws-today
                     move ws-today      to ws-per-post-date
                end-if
                add 1                   to ws-per-adj-count
                move ws-per-chk-date    to ws-par-orig-date
                move ws-per-post-date   to ws-par-post-date
                move "A1PRDMNT"         to ex-program
                move ws-today           to ex-run-date
                move "2"                to ex-severity
                move tr-product-name    to ex-key
                move ws-period-adj-reason
                                        to ex-reason
                write exception-line
           else
                move ws-today           to ws-per-post-date
           end-if.
      *
      * each location's change from old to new is a movement in or
      * out; whatever the company-wide on-hand moved beyond the
      * locations rides location 0.  a delete moves everything out
       620-write-stock-movement.
           perform 615-check-closed-period.
           move spaces                  to stkmove-line.
           move ws-per-post-date        to sm-move-date.
           if ws-per-date-closed
                move "A"                to sm-period-adj
                move ws-per-chk-date    to sm-orig-date
           end-if.
           move "A1PRDMNT"              to sm-program.
           move "MA"                    to sm-move-type.
           move tr-product-name         to sm-product-name.
           move tr-user-id              to sm-reference.
           if tr-action-delete
                move ws-old-cost        to sm-unit-cost
                move 0                  to ws-new-quantity
           else
                move pm-unit-cost       to sm-unit-cost
                move pm-product-quantity to ws-new-quantity
           end-if.

           move 0                       to ws-loc-move-total.
           perform varying ws-loc-idx from 1 by 1
                until ws-loc-idx > 3
                if tr-action-delete
                     move 0             to ws-new-loc-qty
                else
                     move pm-loc-quantity(ws-loc-idx)
                                        to ws-new-loc-qty
                end-if
                compute ws-move-qty =
                     ws-new-loc-qty - ws-old-loc-qty(ws-loc-idx)
                add ws-move-qty         to ws-loc-move-total
                move ws-loc-idx         to sm-location
                perform 625-write-one-movement
           end-perform.

           compute ws-move-qty =
                ws-new-quantity - ws-old-quantity - ws-loc-move-total.
           move 0                       to sm-location.
           perform 625-write-one-movement.
      *
       625-write-one-movement.
           if ws-move-qty > 0
                move ws-move-qty        to sm-qty-in
                move 0                  to sm-qty-out
                write stkmove-line
           end-if.
           if ws-move-qty < 0
                move 0                  to sm-qty-in
                compute sm-qty-out = 0 - ws-move-qty
                write stkmove-line
           end-if.
      *
       800-print-trailer.
           move spaces                  to audit-line.
           move ws-rejected-count       to dl-rejected-count.
           move ws-pending-count        to dl-pending-count.
           write audit-line             from ws-trailer-line.
           move ws-per-adj-count        to dl-padj-count.
           write audit-line             from ws-period-adj-summary-line.
           move ws-auth-rej-count       to dl-auth-rej-count.
           write audit-line             from ws-auth-summary-line.
      *
       900-close-files.
           close product-master-file.
           close tran-file.
           close pend-out-file.
           close audit-file.
           close stkmove-file.
           close exception-file.
      *
       end program A1PRDMNT.
