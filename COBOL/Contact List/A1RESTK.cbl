      *             table capacity like the load paragraph does;
      *             an overflowing SKU still reports but stays
      *             out of the bucket.
      * 2026-10-15  every unit put back on the master is appended
      *             to the STKMOVE stock-movement ledger with the
      *             invoice it was returned against.
      * 2026-10-15  every return is appended to the COGSTRAN
      *             cost-of-sales file: a restocked unit takes its
      *             refund and its unit cost back out of the
      *             store's margin, a defect takes out the refund
      *             only.
      * 2026-10-15  the POS transaction record is now 77 bytes --
      *             it carries the register and cashier id.
      * 2026-10-15  the POS transaction record is now 93 bytes --
      *             it carries the gift-card number.
      * 2026-10-15  accounting period lock: a return dated into a
      *             period Finance has closed (PERIODCTL, through
      *             the common A0PERCHK routine) posts on the first
      *             day of the open period, its COGSTRAN and STKMOVE
      *             records flagged as period adjustments, with an
      *             EXCFILE entry and a count on the report.
      *
       environment division.
       configuration section.
                assign to DMGMASTO
                organization is sequential.
      *
      * stock-movement ledger -- appended to, one record per
      * unit put back on the master
           select optional stkmove-file
                assign to STKMOVE
                organization is sequential.
      *
      * cost-of-sales file -- appended to, one record per return
           select optional cogs-file
                assign to COGSTRAN
                organization is sequential.
      *
      * restock report
           select report-file
                assign to RPTFILE
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
       fd r-tran-file
           recording mode is F
           data record is r-tran-line
           record contains 93 characters.
      *
       01 r-tran-line.
           copy POSTRAN replacing ==:TAG:== by ==rf==.
           05 do-sku-code               pic x(15).
           05 do-units                  pic 9(6).
           05 do-value                  pic 9(9)v99.
      *
       fd stkmove-file
           recording mode is F
           data record is stkmove-line
           record contains 80 characters.
      *
       01 stkmove-line.
           copy STKMOVE replacing ==:TAG:== by ==sm==.
      *
       fd cogs-file
           recording mode is F
           data record is cogs-line
           record contains 60 characters.
      *
       01 cogs-line.
           copy COGSTRAN replacing ==:TAG:== by ==cg==.
      *
       fd report-file
           recording mode is F
           data record is report-line
           record contains 95 characters.
       01 report-line                   pic x(95).
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
           05 ws-restock-count          pic 9(4) value 0.
           05 ws-damaged-count          pic 9(4) value 0.
           05 ws-no-mst-count           pic 9(4) value 0.
           05 ws-cogs-code              pic x.
           05 ws-cogs-cost              pic 9(5)v99.
      *
      *-----------------------------------------------
      *  CLOSED-PERIOD ADJUSTMENTS (PERIODCTL VIA A0PERCHK)
      *-----------------------------------------------
       01 ws-period-work.
           05 ws-per-closed             pic x value "N".
                88 ws-per-date-closed   value "Y".
           05 ws-per-post-date          pic 9(8).
           05 ws-per-orig-date          pic 9(8).
           05 ws-per-move-date          pic 9(8).
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
       01 ws-period-adj-summary-line.
           05 filler                    pic x(24)
                value "Closed-period redates:".
           05 dl-padj-count             pic zzz9.
      *
       01 ws-file.
           05 ws-eof-flag               pic x value "N".
           open input r-tran-file.
           open i-o product-master-file.
           open output dmgmast-out-file, report-file.
           open extend stkmove-file, cogs-file, exception-file.
           move function current-date   to ws-current-date.
      *
       110-load-damaged-master.
                go to 400-exit
           end-if.
           add 1                        to ws-read-count.
           perform 405-check-closed-period.

           if rf-reason-wrongsize or rf-reason-changemind
                perform 500-restock-one-return
       400-exit.
           exit.
      *
      * a return dated into a closed accounting period posts on the
      * first day of the open period -- the unit still goes back on
      * the ledger tonight, unless tonight is itself closed
       405-check-closed-period.
           move ws-date                 to ws-per-move-date.
           call "A0PERCHK" using rf-business-date, ws-per-post-date,
                ws-per-closed.
           if ws-per-date-closed
                add 1                   to ws-per-adj-count
                move rf-business-date   to ws-per-orig-date
                move rf-business-date   to ws-par-orig-date
                move ws-per-post-date   to ws-par-post-date
                move "A1RESTK"          to ex-program
                move ws-date            to ex-run-date
                move "2"                to ex-severity
                move rf-inv-num         to ex-key
                move ws-period-adj-reason
                                        to ex-reason
                write exception-line
                move ws-per-post-date   to rf-business-date
                if ws-per-post-date > ws-date
                     move ws-per-post-date
                                        to ws-per-move-date
                end-if
           end-if.
      *
      * resaleable goods rejoin the company-wide on-hand and the
      * returns-intake location
       500-restock-one-return.
                add 1                   to pm-product-quantity
                add 1 to pm-loc-quantity(ws-restock-location)
                rewrite product-master-line
                perform 520-write-stock-movement
                move "R"                to ws-cogs-code
                move pm-unit-cost       to ws-cogs-cost
                perform 530-write-cost-of-return
                add 1                   to ws-restock-count
                move "RESTOCKED"        to dl-disposition
                move pm-product-quantity to dl-on-hand
           else
                add 1                   to ws-no-mst-count
                move "R"                to ws-cogs-code
                move 0                  to ws-cogs-cost
                perform 530-write-cost-of-return
                move "SKU NOT ON MAST"  to dl-disposition
                move 0                  to dl-on-hand
           end-if.
                add pm-unit-cost
                     to ws-dmg-value(ws-dmg-found-idx)
           end-if.
           move "D"                     to ws-cogs-code.
           move 0                       to ws-cogs-cost.
           perform 530-write-cost-of-return.

           move rf-sku-code             to dl-sku-code.
           move rf-return-reason        to dl-reason.
           move "DAMAGED GOODS"         to dl-disposition.
           move 0                       to dl-on-hand.
           write report-line            from ws-detail-line.
      *
      * the unit back in at the returns-intake location
       520-write-stock-movement.
           move spaces                  to stkmove-line.
           move ws-per-move-date        to sm-move-date.
           if ws-per-date-closed
                move "A"                to sm-period-adj
                move ws-per-orig-date   to sm-orig-date
           end-if.
           move "A1RESTK"               to sm-program.
           move "RS"                    to sm-move-type.
           move rf-sku-code             to sm-product-name.
           move ws-restock-location     to sm-location.
           move 1                       to sm-qty-in.
           move 0                       to sm-qty-out.
           move pm-unit-cost            to sm-unit-cost.
           move rf-inv-num              to sm-reference.
           write stkmove-line.
      *
      * the refund, and the cost of a unit back on the shelf, come
      * off the store that took the return; the caller sets the
      * code and the cost
       530-write-cost-of-return.
           move spaces                  to cogs-line.
           move ws-cogs-code            to cg-tran-code.
           move ws-cogs-cost            to cg-unit-cost.
           move rf-store-num            to cg-store-num.
           move rf-business-date        to cg-business-date.
           if cg-business-date = 0
                move ws-date            to cg-business-date
           end-if.
           move rf-inv-num              to cg-inv-num.
           move rf-sku-code             to cg-product-name.
           move rf-tran-amt             to cg-sale-amt.
           if ws-per-date-closed
                move "A"                to cg-period-adj
           end-if.
           move "A1RESTK"               to cg-program.
           write cogs-line.
      *
       700-write-damaged-master.
           perform varying ws-dmg-idx from 1 by 1
           move ws-damaged-count        to dl-damaged-count.
           move ws-no-mst-count         to dl-no-mst-count.
           write report-line            from ws-trailer-line.
           move ws-per-adj-count        to dl-padj-count.
           write report-line            from ws-period-adj-summary-line.
      *
       900-close-files.
           close r-tran-file.
           close product-master-file.
           close dmgmast-out-file.
           close report-file.
           close stkmove-file.
           close cogs-file.
           close exception-file.
      *
       end program A1RESTK.
