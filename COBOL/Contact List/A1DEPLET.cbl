      *             the load paragraphs do -- a full table skips
      *             the tracking instead of running off its end;
      *             the master still depletes either way.
      * 2026-10-15  every unit taken off the master is appended to
      *             the STKMOVE stock-movement ledger with the
      *             invoice it sold on.
      * 2026-10-15  each product's units sold tonight are appended
      *             to the SALEDLY dated daily-sales history, so
      *             reorder points can work from a rate of sale.
      * 2026-10-15  every S and L line is appended to the COGSTRAN
      *             cost-of-sales file with its store, sale amount,
      *             and the master's unit cost, for the gross
      *             margin report.
      * 2026-10-15  a post-void (V) puts its sale's unit back: on-
      *             hand and the returns-intake location go up by
      *             one, tonight's units sold and the sales history
      *             come down by one, a VD record goes on the
      *             STKMOVE ledger, and the COGSTRAN line carries
      *             code V so the margin report takes the sale and
      *             its cost back out.
      * 2026-10-15  the POS transaction record is now 77 bytes --
      *             it carries the register and cashier id.
      * 2026-10-15  the POS transaction record is now 93 bytes with
      *             the gift-card number.  a gift-card load (G), and
      *             the post-void of one (a V carrying a card number
      *             but not paid with the GC tender), move no stock
      *             and are skipped.
      * 2026-10-15  accounting period lock: a sale dated into a
      *             period Finance has closed (PERIODCTL, through
      *             the common A0PERCHK routine) posts its cost of
      *             sale on the first day of the open period, its
      *             COGSTRAN and STKMOVE records flagged as period
      *             adjustments, with an EXCFILE entry and a count
      *             on the report.
      *
       environment division.
       configuration section.
                assign to SALEHSTO
                organization is sequential.
      *
      * dated daily-sales history -- appended to, one record per
      * product sold in the run
           select optional saledly-file
                assign to SALEDLY
                organization is sequential.
      *
      * stock-movement ledger -- appended to, one record per unit
      * taken off the master
           select optional stkmove-file
                assign to STKMOVE
                organization is sequential.
      *
      * cost-of-sales file -- appended to, one record per S or L
      * line, costed or not
           select optional cogs-file
                assign to COGSTRAN
                organization is sequential.
      *
      * common exception file, shared across the suite -- appended
      * to, so one daily file collects every program's exceptions
           select optional exception-file
                assign to EXCFILE
                organization is sequential.
      *
      * sell-through report declaration
           select report-file
                assign to RPTFILE
       fd sl-tran-file
           recording mode is F
           data record is sl-tran-line
           record contains 93 characters.
      *
       01 sl-tran-line.
           copy POSTRAN replacing ==:TAG:== by ==sl==.
           05 ho-product-name           pic x(15).
           05 ho-last-sale-date         pic 9(8).
           05 ho-units-sold             pic 9(8).
      *
       fd saledly-file
           recording mode is F
           data record is saledly-line
           record contains 29 characters.
      *
       01 saledly-line.
           05 sd-product-name           pic x(15).
           05 sd-sale-date              pic 9(8).
           05 sd-units-sold             pic 9(6).
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
           record contains 95 characters.
      *
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
           05 filler                    pic x(9)
                value "Skipped:".
           05 dl-skipped-count          pic zzz9.
           05 filler                    pic x(4)
                value spaces.
           05 filler                    pic x(8)
                value "Voided:".
           05 dl-void-count             pic zzz9.
      *
       01 ws-totals.
           05 ws-read-count             pic 9(4) value 0.
           05 ws-matched-count          pic 9(4) value 0.
           05 ws-unmatched-total        pic 9(4) value 0.
           05 ws-skipped-count          pic 9(4) value 0.
           05 ws-void-count             pic 9(4) value 0.
      *
      * a voided sale's unit rejoins stock where A1RESTK puts a
      * resaleable return, the returns-intake warehouse
       77 ws-void-location              pic 9 value 1.
      *
      *-----------------------------------------------
      *  PRODUCTS TOUCHED TONIGHT (FOR THE REPORT)
           05 ws-loc-idx                pic 9.
           05 ws-loc-found-switch       pic x value "N".
                88 ws-loc-found         value "Y".
           05 ws-loc-moved-idx          pic 9.
           05 ws-total-moved            pic 9.
      *
      *-----------------------------------------------
      *  ROLLING SALES-HISTORY TABLE (FROM SALEHSTI)
           05 ws-hst-found-switch       pic x value "N".
                88 ws-hst-found         value "Y".
           05 ws-salehst-eof-flag       pic x value "N".
           05 ws-sale-date              pic 9(8) value 0.
      *
      *-----------------------------------------------
      *  UNMATCHED-SKU TABLE (DISTINCT SKUS SEEN)
           05 ws-unm-found-idx          pic 9(3).
           05 ws-unm-found-switch       pic x value "N".
                88 ws-unm-found         value "Y".
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
           05 ws-eof-y                  pic x value "Y".
                until ws-tran-eof-flag is equal to ws-eof-y.
      *
           perform 700-write-sales-history.
           perform 710-write-daily-sales.
           perform 800-report-summary.
           perform 900-close-files.
      *
           open input sl-tran-file.
           open i-o product-master-file.
           open output report-file.
           open extend stkmove-file, saledly-file, cogs-file.
           open extend exception-file.
           move ws-eof-n                to ws-tran-eof-flag.
      *
       110-load-sales-history.
      *
       400-process-trans.
      *    a layaway payment carries no item; anything that is not
      *    an S or L sale, or the post-void of one, has no stock to
      *    move -- nor has a void of a gift-card load
           if (sl-tran-code not = "S" and sl-tran-code not = "L"
                and sl-tran-code not = "V")
                or (sl-code-V and sl-gift-card-num not = spaces
                     and not sl-pay-GC)
                add 1                   to ws-skipped-count
                perform 200-read-tran
                go to 400-exit
           end-if.

           perform 405-check-closed-period.
           perform 410-find-master-entry.
      *
           if sl-tran-code = "V"
                add 1                   to ws-void-count
           end-if.
           if ws-mst-found
                add 1                   to ws-matched-count
                if sl-tran-code = "V"
                     perform 502-restore-on-hand
                else
                     perform 500-deplete-on-hand
                end-if
           else
                add 1                   to ws-unmatched-total
                if sl-tran-code not = "V"
                     perform 510-tally-unmatched-sku
                end-if
           end-if.
           perform 530-write-cost-of-sale.
      *
           perform 200-read-tran.
       400-exit.
           exit.
      *
      * a sale dated into a closed accounting period posts on the
      * first day of the open period -- the ledger still moves the
      * unit tonight, unless tonight is itself in a closed period
       405-check-closed-period.
           move ws-date                 to ws-per-move-date.
           call "A0PERCHK" using sl-business-date, ws-per-post-date,
                ws-per-closed.
           if ws-per-date-closed
                add 1                   to ws-per-adj-count
                move sl-business-date   to ws-per-orig-date
                move sl-business-date   to ws-par-orig-date
                move ws-per-post-date   to ws-par-post-date
                move "A1DEPLET"         to ex-program
                move ws-date            to ex-run-date
                move "2"                to ex-severity
                move sl-inv-num         to ex-key
                move ws-period-adj-reason
                                        to ex-reason
                write exception-line
                move ws-per-post-date   to sl-business-date
                if ws-per-post-date > ws-date
                     move ws-per-post-date
                                        to ws-per-move-date
                end-if
           end-if.
      *
      * keyed read against the master -- an invalid key means the
      * SKU is not on file
       410-find-master-entry.
           end-if.
           perform 507-roll-sales-history.
      *
           move 0                       to ws-total-moved.
           if pm-product-quantity > 0
                subtract 1 from pm-product-quantity
                move 1                  to ws-total-moved
           end-if.
      *
           move "N"                     to ws-loc-found-switch.
           move 0                       to ws-loc-moved-idx.
           perform varying ws-loc-idx from 1 by 1
                until ws-loc-idx > 3
                    or ws-loc-found
                if pm-loc-quantity(ws-loc-idx) > 0
                     subtract 1 from pm-loc-quantity(ws-loc-idx)
                     move ws-loc-idx    to ws-loc-moved-idx
                     set ws-loc-found   to true
                end-if
           end-perform.
                     to ws-sold-qty-out(ws-sold-found-idx)
           end-if.
           rewrite product-master-line.
           perform 520-write-stock-movement.
      *
      * a post-void puts the unit its sale took back on the shelf,
      * the way A1RESTK takes back a resaleable return, and takes
      * it back off tonight's units sold and the sales history
       502-restore-on-hand.
           perform 505-find-or-add-sold.
           if ws-sold-found
                and ws-sold-units(ws-sold-found-idx) > 0
                subtract 1 from ws-sold-units(ws-sold-found-idx)
           end-if.
           perform 508-unroll-sales-history.
      *
           add 1                        to pm-product-quantity.
           add 1 to pm-loc-quantity(ws-void-location).
      *
           if ws-sold-found
                move pm-product-quantity
                     to ws-sold-qty-out(ws-sold-found-idx)
           end-if.
           rewrite product-master-line.
           perform 522-write-void-movement.
      *
      * first touch captures the opening on-hand for the report --
      * a full table drops the report tracking, not the depletion
                          to ws-hst-last-sale(ws-hst-found-idx)
                end-if
           end-if.
           if sl-business-date > ws-sale-date
                move sl-business-date   to ws-sale-date
           end-if.
      *
      * the voided unit comes off the product's cumulative units;
      * the last sale date stands
       508-unroll-sales-history.
           move "N"                     to ws-hst-found-switch.
           perform varying ws-hst-idx from 1 by 1
                until ws-hst-idx > ws-hst-count
                    or ws-hst-found
                if ws-hst-product(ws-hst-idx) = pm-product-name
                     and ws-hst-units(ws-hst-idx) > 0
                     subtract 1 from ws-hst-units(ws-hst-idx)
                     set ws-hst-found   to true
                end-if
           end-perform.
      *
       510-tally-unmatched-sku.
           move "N"                     to ws-unm-found-switch.
           end-if.
      *
           add 1 to ws-unm-count(ws-unm-found-idx).
      *
      * the unit out of the location it came from; when the
      * company-wide on-hand and the locations did not move
      * together, location 0 carries the difference so the
      * ledger still rolls both forward
       520-write-stock-movement.
           move spaces                  to stkmove-line.
           move ws-per-move-date        to sm-move-date.
           if ws-per-date-closed
                move "A"                to sm-period-adj
                move ws-per-orig-date   to sm-orig-date
           end-if.
           move "A1DEPLET"              to sm-program.
           move "SL"                    to sm-move-type.
           move pm-product-name         to sm-product-name.
           move pm-unit-cost            to sm-unit-cost.
           move sl-inv-num              to sm-reference.
           if ws-loc-moved-idx > 0
                move ws-loc-moved-idx   to sm-location
                move 0                  to sm-qty-in
                move 1                  to sm-qty-out
                write stkmove-line
                if ws-total-moved = 0
                     move 0             to sm-location
                     move 1             to sm-qty-in
                     move 0             to sm-qty-out
                     write stkmove-line
                end-if
           else
                if ws-total-moved = 1
                     move 0             to sm-location
                     move 0             to sm-qty-in
                     move 1             to sm-qty-out
                     write stkmove-line
                end-if
           end-if.
      *
      * the voided unit back in at the returns-intake location
       522-write-void-movement.
           move spaces                  to stkmove-line.
           move ws-per-move-date        to sm-move-date.
           if ws-per-date-closed
                move "A"                to sm-period-adj
                move ws-per-orig-date   to sm-orig-date
           end-if.
           move "A1DEPLET"              to sm-program.
           move "VD"                    to sm-move-type.
           move pm-product-name         to sm-product-name.
           move ws-void-location        to sm-location.
           move 1                       to sm-qty-in.
           move 0                       to sm-qty-out.
           move pm-unit-cost            to sm-unit-cost.
           move sl-inv-num              to sm-reference.
           write stkmove-line.
      *
      * the sale and what the unit cost us -- a SKU not on the
      * master still carries its sale, at no cost, so the store's
      * sales on the margin report agree with A8SL's
       530-write-cost-of-sale.
           move spaces                  to cogs-line.
           move sl-store-num            to cg-store-num.
           move sl-business-date        to cg-business-date.
           if cg-business-date = 0
                move ws-date            to cg-business-date
           end-if.
           move sl-tran-code            to cg-tran-code.
           move sl-inv-num              to cg-inv-num.
           move sl-sku-code             to cg-product-name.
           move sl-tran-amt             to cg-sale-amt.
           if ws-mst-found
                move pm-unit-cost       to cg-unit-cost
           else
                move 0                  to cg-unit-cost
           end-if.
           if ws-per-date-closed
                move "A"                to cg-period-adj
           end-if.
           move "A1DEPLET"              to cg-program.
           write cogs-line.
      *
       700-write-sales-history.
           open output salehst-out-file.
                write salehst-out-line
           end-perform.
           close salehst-out-file.
      *
      * tonight's units per product under the business date they
      * sold on -- the run date if the file carried none
       710-write-daily-sales.
           if ws-sale-date = 0
                move ws-date            to ws-sale-date
           end-if.
           perform varying ws-sold-idx from 1 by 1
                until ws-sold-idx > ws-sold-count
                move ws-sold-name(ws-sold-idx)  to sd-product-name
                move ws-sale-date               to sd-sale-date
                move ws-sold-units(ws-sold-idx) to sd-units-sold
                write saledly-line
           end-perform.
      *
       800-report-summary.
      * sell-through detail -- one line per product that sold
           move ws-matched-count        to dl-matched-count.
           move ws-unmatched-total      to dl-unmatched-total.
           move ws-skipped-count        to dl-skipped-count.
           move ws-void-count           to dl-void-count.
           write report-line            from ws-trailer-line.
           move ws-per-adj-count        to dl-padj-count.
           write report-line            from ws-period-adj-summary-line.
      *
       900-close-files.
           close sl-tran-file.
           close product-master-file.
           close report-file.
           close stkmove-file.
           close saledly-file.
           close cogs-file.
           close exception-file.
      *
       end program A1DEPLET.
