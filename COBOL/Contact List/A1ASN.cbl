       identification division.
       program-id. A1ASN.
       date-written. October 15, 2026.
       author. Bilgan Kiris.
      *Description: advance ship notice intake.  each line of a
      *vendor's ASN (ASNFILE: vendor, PO, product, quantity
      *shipped, expected date) is checked against the open-PO
      *master A1PURCH maintains, and a good line pre-builds the
      *RECEIPTS record A1RECV posts -- PO, product, receiving
      *location, quantity shipped, PO unit cost -- so receiving
      *checks the delivery against it instead of keying the
      *packing slip.  a line quoting a PO that is not open, a
      *product not on that PO, or a PO belonging to another
      *vendor is flagged on the report and EXCFILE and builds
      *nothing; a quantity over what is still on order builds
      *with a warning.
      *
      *-----------------------------------------------
      *  MODIFICATION HISTORY
      *-----------------------------------------------
      * 2026-10-15  new program.
      *
       environment division.
       configuration section.
      *
       input-output section.
       file-control.
      * vendors' advance ship notices
           select optional asn-file
                assign to ASNFILE
                organization is sequential.
      *
      * open-PO master, current state -- read only
           select optional openpo-file
                assign to OPENPOI
                organization is sequential.
      *
      * pre-built receipts, A1RECV's RECEIPTS layout
           select receipts-file
                assign to RECEIPTS
                organization is sequential.
      *
      * ASN intake report
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
      *
       fd asn-file
           recording mode is F
           data record is asn-line
           record contains 50 characters.
      *
       01 asn-line.
           05 an-vendor-code            pic x(5).
           05 an-po-number              pic 9(6).
           05 an-product-name           pic x(15).
           05 an-qty-shipped            pic 9(6).
           05 an-expected-date          pic 9(8).
           05 an-asn-id                 pic x(10).
      *
       fd openpo-file
           recording mode is F
           data record is openpo-line
           record contains 48 characters.
      *
       01 openpo-line.
           05 oi-po-number              pic 9(6).
           05 oi-vendor-code            pic x(5).
           05 oi-product-name           pic x(15).
           05 oi-qty-ordered            pic 9(6).
           05 oi-unit-cost              pic 9(5)v99.
           05 oi-order-date             pic 9(8).
           05 oi-status                 pic x.
                88 oi-po-open           value "O".
                88 oi-po-received       value "R".
      *
       fd receipts-file
           recording mode is F
           data record is receipts-line
           record contains 35 characters.
      *
       01 receipts-line.
           05 rc-po-number              pic 9(6).
           05 rc-product-name           pic x(15).
           05 rc-location               pic 9.
           05 rc-quantity               pic 9(6).
           05 rc-unit-cost              pic 9(5)v99.
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
       01 ws-title.
           05 filler                    pic x(15)
                value spaces.
           05 ws-title-name             pic x(30)
                value "Advance Ship Notice Intake".
           05 filler                    pic x(2)
                value spaces.
           05 ws-title-date             pic 9(8).
      *
       01 ws-column-header.
           05 filler                    pic x(12)
                value "ASN".
           05 filler                    pic x(7)
                value "VENDOR".
           05 filler                    pic x(8)
                value "PO".
           05 filler                    pic x(16)
                value "PRODUCT".
           05 filler                    pic x(9)
                value "SHIPPED".
           05 filler                    pic x(10)
                value "EXPECTED".
           05 filler                    pic x(9)
                value "ON ORDER".
           05 filler                    pic x(20)
                value "RESULT".
      *
       01 ws-detail-line.
           05 dl-asn-id                 pic x(10).
           05 filler                    pic x(2)
                value spaces.
           05 dl-vendor-code            pic x(5).
           05 filler                    pic x(2)
                value spaces.
           05 dl-po-number              pic 9(6).
           05 filler                    pic x(2)
                value spaces.
           05 dl-product-name           pic x(15).
           05 filler                    pic x(1)
                value spaces.
           05 dl-qty-shipped            pic zzzzz9.
           05 filler                    pic x(3)
                value spaces.
           05 dl-expected-date          pic 9(8).
           05 filler                    pic x(2)
                value spaces.
           05 dl-qty-on-order           pic zzzzz9.
           05 filler                    pic x(3)
                value spaces.
           05 dl-result                 pic x(22).
      *
       01 ws-trailer-line.
           05 filler                    pic x(14)
                value "ASN LINES:".
           05 dl-read-count             pic zzzz9.
           05 filler                    pic x(18)
                value "  RECEIPTS BUILT:".
           05 dl-built-count            pic zzzz9.
           05 filler                    pic x(12)
                value "  FLAGGED:".
           05 dl-flag-count             pic zzzz9.
           05 filler                    pic x(12)
                value "  OVER QTY:".
           05 dl-over-count             pic zzzz9.
      *
      * goods inward arrive at the receiving dock warehouse
       77 ws-receiving-location         pic 9 value 1.
      *
      *-----------------------------------------------
      *  OPEN-PO LINE TABLE (FROM OPENPOI)
      *-----------------------------------------------
       01 ws-po-table.
           05 ws-po-count               pic 9(4) value 0.
           05 ws-po-entry occurs 2000 times.
                10 ws-po-number         pic 9(6).
                10 ws-po-vendor         pic x(5).
                10 ws-po-product        pic x(15).
                10 ws-po-qty            pic 9(6).
                10 ws-po-cost           pic 9(5)v99.
                10 ws-po-shipped        pic 9(6).
      *
       01 ws-work.
           05 ws-po-idx                 pic 9(4).
           05 ws-line-found-idx         pic 9(4).
           05 ws-line-found-sw          pic x value "N".
                88 ws-line-found        value "Y".
           05 ws-po-found-sw            pic x value "N".
                88 ws-po-found          value "Y".
           05 ws-po-vendor-found        pic x(5).
           05 ws-key-po-number          pic 9(6).
           05 ws-key-product            pic x(15).
           05 ws-qty-still-due          pic 9(6).
           05 ws-reject-reason          pic x(43).
           05 ws-read-count             pic 9(5) value 0.
           05 ws-built-count            pic 9(5) value 0.
           05 ws-flag-count             pic 9(5) value 0.
           05 ws-over-count             pic 9(5) value 0.
      *
       01 ws-file.
           05 ws-eof-flag               pic x value "N".
           05 ws-eof-y                  pic x value "Y".
           05 ws-openpo-eof-flag        pic x value "N".
      *
      *-----------------------------------------------
      *  CURRENT DATETIME CODE FROM IBM DOCUMENTATION
      *-----------------------------------------------
       01 ws-current-date.
           05 ws-date.
                10 ws-year              pic 9(4).
                10 ws-month             pic 9(2).
                10 ws-day               pic 9(2).
           05 ws-time                   pic 9(8).
           05 ws-GMT-offset             pic s9(4).
      *
       procedure division.
       000-main.
      *
           perform 100-open-files.
           perform 110-load-open-pos.
           perform 150-report-header.
           perform 200-read-asn.
           perform 400-process-asn thru 400-exit
                until ws-eof-flag is equal to ws-eof-y.
           perform 800-print-trailer.
           perform 900-close-files.
           goback.
      *
       100-open-files.
           open input asn-file.
           open output receipts-file, report-file.
           open extend exception-file.
           move function current-date   to ws-current-date.
      *
      * only lines still open can be shipped against
       110-load-open-pos.
           open input openpo-file.
           perform 112-read-open-po.
           perform 114-store-open-po
                until ws-openpo-eof-flag is equal to ws-eof-y.
           close openpo-file.
      *
       112-read-open-po.
           read openpo-file
                at end move ws-eof-y    to ws-openpo-eof-flag.
      *
       114-store-open-po.
           if oi-po-open and ws-po-count < 2000
                add 1                   to ws-po-count
                move oi-po-number       to ws-po-number(ws-po-count)
                move oi-vendor-code     to ws-po-vendor(ws-po-count)
                move oi-product-name    to ws-po-product(ws-po-count)
                move oi-qty-ordered     to ws-po-qty(ws-po-count)
                move oi-unit-cost       to ws-po-cost(ws-po-count)
                move 0                  to ws-po-shipped(ws-po-count)
           end-if.
           perform 112-read-open-po.
      *
       150-report-header.
           move ws-date                 to ws-title-date.
           write report-line            from ws-title.
           move spaces                  to report-line.
           write report-line.
           write report-line            from ws-column-header.
      *
       200-read-asn.
           read asn-file
                at end move ws-eof-y    to ws-eof-flag
                not at end add 1        to ws-read-count
           end-read.
      *
       400-process-asn.
           move an-asn-id               to dl-asn-id.
           move an-vendor-code          to dl-vendor-code.
           move an-po-number            to dl-po-number.
           move an-product-name         to dl-product-name.
           move an-qty-shipped          to dl-qty-shipped.
           move an-expected-date        to dl-expected-date.
           move 0                       to dl-qty-on-order.

           move an-po-number            to ws-key-po-number.
           move an-product-name         to ws-key-product.
           perform 410-find-po-line.

           if not ws-po-found
                move "PO NOT OPEN"      to dl-result
                move "ASN QUOTES A PO NOT ON THE OPEN-PO MASTER"
                                        to ws-reject-reason
                perform 420-flag-asn-line
                perform 200-read-asn
                go to 400-exit
           end-if.

           if ws-po-vendor-found not = an-vendor-code
                move "PO OF OTHER VENDOR" to dl-result
                move "ASN VENDOR DOES NOT MATCH THE PO VENDOR"
                                        to ws-reject-reason
                perform 420-flag-asn-line
                perform 200-read-asn
                go to 400-exit
           end-if.

           if not ws-line-found
                move "PRODUCT NOT ON PO" to dl-result
                move "ASN PRODUCT IS NOT ON THE QUOTED PO"
                                        to ws-reject-reason
                perform 420-flag-asn-line
                perform 200-read-asn
                go to 400-exit
           end-if.

           perform 430-build-receipt.
           perform 200-read-asn.
       400-exit.
           exit.
      *
      * the PO is known when any open line carries its number; the
      * line is known when one of them also carries the product
       410-find-po-line.
           move "N"                     to ws-po-found-sw.
           move "N"                     to ws-line-found-sw.
           move 0                       to ws-line-found-idx.
           move spaces                  to ws-po-vendor-found.
           perform varying ws-po-idx from 1 by 1
                until ws-po-idx > ws-po-count
                    or ws-line-found
                if ws-po-number(ws-po-idx) = ws-key-po-number
                     set ws-po-found    to true
                     move ws-po-vendor(ws-po-idx)
                                        to ws-po-vendor-found
                     if ws-po-product(ws-po-idx) = ws-key-product
                          move ws-po-idx to ws-line-found-idx
                          set ws-line-found to true
                     end-if
                end-if
           end-perform.
      *
       420-flag-asn-line.
           add 1                        to ws-flag-count.
           write report-line            from ws-detail-line.
           move "A1ASN"                 to ex-program.
           move ws-date                 to ex-run-date.
           move "2"                     to ex-severity.
           move spaces                  to ex-key.
           string an-po-number delimited by size
                  "/" delimited by size
                  an-product-name delimited by size
                  into ex-key
           end-string.
           move ws-reject-reason        to ex-reason.
           write exception-line.
      *
      * the receipt is built at the PO's cost for the quantity
      * shipped; shipments against the same line across ASNs add
      * up, and anything past the ordered quantity is warned
       430-build-receipt.
           move ws-po-qty(ws-line-found-idx) to dl-qty-on-order.
           if ws-po-shipped(ws-line-found-idx)
                < ws-po-qty(ws-line-found-idx)
                compute ws-qty-still-due =
                     ws-po-qty(ws-line-found-idx)
                     - ws-po-shipped(ws-line-found-idx)
           else
                move 0                  to ws-qty-still-due
           end-if.
           add an-qty-shipped
                to ws-po-shipped(ws-line-found-idx).

           if an-qty-shipped > ws-qty-still-due
                add 1                   to ws-over-count
                move "BUILT - OVER PO QTY" to dl-result
           else
                move "RECEIPT BUILT"    to dl-result
           end-if.
           write report-line            from ws-detail-line.

           move an-po-number            to rc-po-number.
           move an-product-name         to rc-product-name.
           move ws-receiving-location   to rc-location.
           move an-qty-shipped          to rc-quantity.
           move ws-po-cost(ws-line-found-idx) to rc-unit-cost.
           write receipts-line.
           add 1                        to ws-built-count.
      *
       800-print-trailer.
           move spaces                  to report-line.
           write report-line.
           move ws-read-count           to dl-read-count.
           move ws-built-count          to dl-built-count.
           move ws-flag-count           to dl-flag-count.
           move ws-over-count           to dl-over-count.
           write report-line            from ws-trailer-line.
      *
       900-close-files.
           close asn-file.
           close receipts-file.
           close report-file.
           close exception-file.
      *
       end program A1ASN.
