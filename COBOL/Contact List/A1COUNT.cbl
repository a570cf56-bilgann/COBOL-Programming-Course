      *  MODIFICATION HISTORY
      *-----------------------------------------------
      * 2026-09-02  new program.
      * 2026-10-15  every applied variance is appended to the
      *             STKMOVE stock-movement ledger.
      * 2026-10-15  user authority and segregation of duties: the
      *             count record now names the approver (39
      *             bytes).  the counter must hold count authority
      *             (CNTK) on the USERAUTH master and the approver
      *             count-approval authority (CNTA) with a limit
      *             covering the variance value, through the common
      *             A0USRCHK routine; an approver who is the counter
      *             -- same user id or same employee -- is refused.
      *             a refused count is not applied and prints its
      *             reason on the report.
      * 2026-10-15  every applied variance is appended to the
      *             SHRKHIST shrinkage history (date, product,
      *             location, units short or over, value at the
      *             master's unit cost, counter, and approver) for
      *             the A1SHRINK shrink report.
      *
       environment division.
       configuration section.
                access is random
                record key is pm-product-name.
      *
      * stock-movement ledger -- appended to, one record per
      * variance applied to the master
           select optional stkmove-file
                assign to STKMOVE
                organization is sequential.
      *
      * shrinkage history -- appended to, one record per variance
      * applied to the master
           select optional shrink-hist-file
                assign to SHRKHIST
                organization is sequential.
      *
      * variance report and audit
           select report-file
                assign to RPTFILE
       fd count-file
           recording mode is F
           data record is count-line
           record contains 39 characters.
      *
       01 count-line.
           05 cn-product-name           pic x(15).
           05 cn-user-id                pic x(8).
           05 cn-approved-flag          pic x.
                88 cn-approved          value "Y".
           05 cn-approver-id            pic x(8).
      *
       fd product-master-file
           data record is product-master-line
           05 pm-max-stock-level        pic 9(6).
           05 pm-loc-quantity  occurs 3 times
                                        pic 9(6).
      *
       fd stkmove-file
           recording mode is F
           data record is stkmove-line
           record contains 80 characters.
      *
       01 stkmove-line.
           copy STKMOVE replacing ==:TAG:== by ==sm==.
      *
       fd shrink-hist-file
           recording mode is F
           data record is shrink-hist-line
           record contains 80 characters.
      *
       01 shrink-hist-line.
           copy SHRKHIST replacing ==:TAG:== by ==sk==.
      *
       fd report-file
           recording mode is F
           05 filler                    pic x(12)
                value "  No Master:".
           05 dl-no-mst-count           pic zzz9.
      *
      * a count refused for the counter's or the approver's
      * authority, with the reason
       01 ws-refused-line.
           05 filler                    pic x(4)
                value spaces.
           05 filler                    pic x(12)
                value "*** REFUSED:".
           05 filler                    pic x(1)
                value spaces.
           05 dl-ref-product            pic x(15).
           05 filler                    pic x(1)
                value spaces.
           05 dl-ref-user               pic x(8).
           05 filler                    pic x(1)
                value spaces.
           05 dl-ref-reason             pic x(34).
           05 filler                    pic x(4)
                value " ***".
      *
       01 ws-trailer-line2.
           05 filler                    pic x(22)
           05 ws-applied-count          pic 9(4) value 0.
           05 ws-pending-count          pic 9(4) value 0.
           05 ws-no-mst-count           pic 9(4) value 0.
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
           05 ws-auth-counter-emp-no    pic x(3).
           05 ws-auth-rej-count         pic 9(4) value 0.
      *
       01 ws-auth-summary-line.
           05 filler                    pic x(24)
                value "Refused for authority:".
           05 dl-auth-rej-count         pic zzz9.
      *
       01 ws-file.
           05 ws-eof-flag               pic x value "N".
           open input count-file.
           open i-o product-master-file.
           open output report-file.
           open extend stkmove-file, shrink-hist-file.
           move function current-date   to ws-current-date.
      *
       150-report-header.
           move cn-location             to dl-location.
           move cn-counted-qty          to dl-counted-qty.

      *    the counter must hold count authority before the count
      *    is looked at at all
           move "CNTK"                  to ws-auth-tran-type.
           move 0                       to ws-auth-amount.
           call "A0USRCHK" using cn-user-id, ws-auth-tran-type,
                ws-auth-amount, ws-auth-result, ws-auth-reason,
                ws-auth-emp-no.
           move ws-auth-emp-no          to ws-auth-counter-emp-no.
           if ws-auth-refused
                move 0                  to dl-book-qty
                move 0                  to dl-var-units
                move 0                  to dl-var-value
                move "REFUSED"          to dl-disposition
                write report-line       from ws-detail-line
                move cn-user-id         to dl-ref-user
                perform 420-write-refused
                perform 200-read-count
                go to 400-exit
           end-if.

           if cn-location < 1 or cn-location > 3
                add 1                   to ws-no-mst-count
                move 0                  to dl-book-qty
           if ws-var-units = 0
                move "NO VARIANCE"      to dl-disposition
           else if cn-approved
                perform 415-check-approver thru 415-exit
                if ws-auth-refused
                     add 1              to ws-pending-count
                     move "APPROVAL REFUSED"
                                        to dl-disposition
                     write report-line  from ws-detail-line
                     move cn-approver-id
                                        to dl-ref-user
                     perform 420-write-refused
                     perform 200-read-count
                     go to 400-exit
                end-if
                move "APPLIED"          to dl-disposition
                perform 500-apply-count
           else
                     set ws-mst-found   to true
           end-read.
      *
      * the approver may not be the counter, and must hold count-
      * approval authority up to the variance value
       415-check-approver.
           move "N"                     to ws-auth-result.
           if cn-approver-id = cn-user-id
                move "COUNTED AND APPROVED BY SAME USER"
                                        to ws-auth-reason
                go to 415-exit
           end-if.
           move "CNTA"                  to ws-auth-tran-type.
           if ws-var-value < 0
                compute ws-auth-amount = 0 - ws-var-value
           else
                move ws-var-value       to ws-auth-amount
           end-if.
           call "A0USRCHK" using cn-approver-id, ws-auth-tran-type,
                ws-auth-amount, ws-auth-result, ws-auth-reason,
                ws-auth-emp-no.
           if not ws-auth-refused
                and ws-auth-emp-no not = spaces
                and ws-auth-emp-no = ws-auth-counter-emp-no
                move "N"                to ws-auth-result
                move "COUNTED AND APPROVED BY SAME USER"
                                        to ws-auth-reason
           end-if.
       415-exit.
           exit.
      *
       420-write-refused.
           add 1                        to ws-auth-rej-count.
           move cn-product-name         to dl-ref-product.
           move ws-auth-reason          to dl-ref-reason.
           write report-line            from ws-refused-line.
      *
      * an approved count becomes the book: the location takes the
      * counted figure and the company-wide on-hand moves by the
      * same variance, so the total keeps reconciling to the
           compute pm-product-quantity =
                pm-product-quantity + ws-var-units.
           rewrite product-master-line.
           perform 510-write-stock-movement.
           perform 520-write-shrink-history.

           move cn-product-name         to dl-aud-product.
           move cn-location             to dl-aud-location.
           move cn-counted-qty          to dl-aud-new-qty.
           move cn-user-id              to dl-aud-user.
           write report-line            from ws-audit-line.
      *
      * the variance as units in or out of the counted location,
      * referenced to the counter
       510-write-stock-movement.
           move spaces                  to stkmove-line.
           move ws-date                 to sm-move-date.
           move "A1COUNT"               to sm-program.
           move "CT"                    to sm-move-type.
           move cn-product-name         to sm-product-name.
           move cn-location             to sm-location.
           if ws-var-units > 0
                move ws-var-units       to sm-qty-in
                move 0                  to sm-qty-out
           else
                move 0                  to sm-qty-in
                compute sm-qty-out = 0 - ws-var-units
           end-if.
           move pm-unit-cost            to sm-unit-cost.
           move cn-user-id              to sm-reference.
           write stkmove-line.
      *
      * the variance kept for the shrink report -- a loss as units
      * short, an overage as units over, valued at the unit cost
       520-write-shrink-history.
           move spaces                  to shrink-hist-line.
           move ws-date                 to sk-count-date.
           move cn-product-name         to sk-product-name.
           move cn-location             to sk-location.
           if ws-var-units < 0
                compute sk-units-short = 0 - ws-var-units
                move 0                  to sk-units-over
                compute sk-value = 0 - ws-var-value
           else
                move 0                  to sk-units-short
                move ws-var-units       to sk-units-over
                move ws-var-value       to sk-value
           end-if.
           move pm-unit-cost            to sk-unit-cost.
           move cn-user-id              to sk-counter-id.
           move cn-approver-id          to sk-approver-id.
           write shrink-hist-line.
      *
       800-report-summary.
           move spaces                  to report-line.
           write report-line            from ws-trailer-line.
           move ws-net-var-value        to dl-net-var-value.
           write report-line            from ws-trailer-line2.
           move ws-auth-rej-count       to dl-auth-rej-count.
           write report-line            from ws-auth-summary-line.
      *
       900-close-files.
           close count-file.
           close product-master-file.
           close report-file.
           close stkmove-file.
           close shrink-hist-file.
      *
       end program A1COUNT.
