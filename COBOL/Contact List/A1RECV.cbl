      *             instead of being silently put into location 1
      *             -- the per-location quantities A1XFER and
      *             A1COUNT audit must not be quietly misstated.
      * 2026-10-15  every receipt posted to the master is now
      *             appended to the RCVHIST dated receipts history
      *             (PO, vendor, product, quantity, receipt and PO
      *             cost, order date, match result), so invoice
      *             matching can see what actually arrived.
      * 2026-10-15  every receipt posted to the master is appended
      *             to the STKMOVE stock-movement ledger.
      *
       environment division.
       configuration section.
                assign to OPENPOO
                organization is sequential.
      *
      * dated receipts history -- appended to, one record per
      * receipt posted to the master
           select optional rcvhist-file
                assign to RCVHIST
                organization is sequential.
      *
      * stock-movement ledger -- appended to, one record per
      * receipt posted to the master
           select optional stkmove-file
                assign to STKMOVE
                organization is sequential.
      *
      * receiving report
           select report-file
                assign to RPTFILE
           05 oo-unit-cost              pic 9(5)v99.
           05 oo-order-date             pic 9(8).
           05 oo-status                 pic x.
      *
      * receipts-history record -- the PO fields are zero/blank
      * when the receipt matched no open PO
       fd rcvhist-file
           recording mode is F
           data record is rcvhist-line
           record contains 80 characters.
      *
       01 rcvhist-line.
           05 rh-receipt-date           pic 9(8).
           05 rh-po-number              pic 9(6).
           05 rh-vendor-code            pic x(5).
           05 rh-product-name           pic x(15).
           05 rh-location               pic 9.
           05 rh-quantity               pic 9(6).
           05 rh-unit-cost              pic 9(5)v99.
           05 rh-po-unit-cost           pic 9(5)v99.
           05 rh-po-qty-due             pic 9(6).
           05 rh-order-date             pic 9(8).
           05 rh-match-flag             pic x.
                88 rh-match-received    value "R".
                88 rh-match-short       value "S".
                88 rh-match-over        value "O".
                88 rh-match-no-po       value "N".
           05 filler                    pic x(10).
      *
       fd report-file
           recording mode is F
           data record is report-line
           record contains 107 characters.
       01 report-line                   pic x(107).
      *
       fd stkmove-file
           recording mode is F
           data record is stkmove-line
           record contains 80 characters.
      *
       01 stkmove-line.
           copy STKMOVE replacing ==:TAG:== by ==sm==.
      *
       fd exception-file
           recording mode is F
           05 ws-po-found-idx           pic 9(4).
           05 ws-po-found-sw            pic x value "N".
                88 ws-po-found          value "Y".
           05 ws-po-qty-due             pic 9(6).
           05 ws-match-code             pic x.
           05 ws-mst-found-sw           pic x value "N".
                88 ws-mst-found         value "Y".
           05 ws-old-cost               pic 9(5)v99.
           open input receipts-file.
           open i-o product-master-file.
           open output openpo-out-file, report-file.
           open extend exception-file, rcvhist-file, stkmove-file.
           move function current-date   to ws-current-date.
      *
       110-load-open-pos.
       410-match-open-po.
           move "N"                     to ws-po-found-sw.
           move 0                       to ws-po-found-idx.
           move 0                       to ws-po-qty-due.
           perform varying ws-po-idx from 1 by 1
                until ws-po-idx > ws-po-count
                    or ws-po-found

           if not ws-po-found
                add 1                   to ws-no-po-count
                move "N"                to ws-match-code
                move "NO OPEN PO"       to dl-match-flag
                move "A1RECV"           to ex-program
                move ws-date            to ex-run-date
                move "RECEIPT WITHOUT OPEN PO" to ex-reason
                write exception-line
           else
                move ws-po-qty(ws-po-found-idx) to ws-po-qty-due
                if rc-quantity = ws-po-qty(ws-po-found-idx)
                     move "R"           to ws-match-code
                     move "RECEIVED"    to dl-match-flag
                     move "R" to ws-po-status(ws-po-found-idx)
                else if rc-quantity < ws-po-qty(ws-po-found-idx)
                     move "S"           to ws-match-code
                     move "SHORT DELIVERY" to dl-match-flag
                     subtract rc-quantity
                          from ws-po-qty(ws-po-found-idx)
                else
                     move "O"           to ws-match-code
                     move "OVER DELIVERY" to dl-match-flag
                     move "R" to ws-po-status(ws-po-found-idx)
                end-if
           add 1                        to ws-posted-count.
           move ws-old-cost             to dl-old-cost.
           move ws-new-cost             to dl-new-cost.
           perform 430-write-receipt-history.
           perform 440-write-stock-movement.
       420-exit.
           exit.
      *
      * what arrived, against which PO line, at what cost -- the
      * history invoice matching and vendor scoring work from
       430-write-receipt-history.
           move spaces                  to rcvhist-line.
           move ws-date                 to rh-receipt-date.
           move rc-po-number            to rh-po-number.
           move rc-product-name         to rh-product-name.
           move rc-location             to rh-location.
           move rc-quantity             to rh-quantity.
           move rc-unit-cost            to rh-unit-cost.
           move ws-match-code           to rh-match-flag.
           if ws-po-found
                move ws-po-vendor(ws-po-found-idx)
                                        to rh-vendor-code
                move ws-po-cost(ws-po-found-idx)
                                        to rh-po-unit-cost
                move ws-po-qty-due      to rh-po-qty-due
                move ws-po-date(ws-po-found-idx)
                                        to rh-order-date
           else
                move pm-vendor-code     to rh-vendor-code
                move 0                  to rh-po-unit-cost
                move 0                  to rh-po-qty-due
                move 0                  to rh-order-date
           end-if.
           write rcvhist-line.
      *
      * the units in, at the receipt's cost, against the PO
       440-write-stock-movement.
           move spaces                  to stkmove-line.
           move ws-date                 to sm-move-date.
           move "A1RECV"                to sm-program.
           move "RC"                    to sm-move-type.
           move rc-product-name         to sm-product-name.
           move rc-location             to sm-location.
           move rc-quantity             to sm-qty-in.
           move 0                       to sm-qty-out.
           move rc-unit-cost            to sm-unit-cost.
           move rc-po-number            to sm-reference.
           write stkmove-line.
      *
      * fully received lines drop off; short-delivered lines carry
      * forward with the outstanding balance
       700-write-open-pos.
           close openpo-out-file.
           close report-file.
           close exception-file.
           close rcvhist-file.
           close stkmove-file.
      *
       end program A1RECV.
