       identification division.
       program-id. A1MATCH.
       date-written. October 15, 2026.
       author. Bilgan Kiris.
      *Description: three-way match of vendor invoices.  each line
      *of the vendor invoice file (vendor, invoice, PO number,
      *product, quantity billed, unit price) is matched against the
      *open-PO master A1PURCH writes and A1RECV relieves, and
      *against the RCVHIST receipts history A1RECV appends -- what
      *actually arrived.  a line whose quantity is covered by
      *received-but-not-yet-invoiced goods and whose price is
      *within the MATCHCTL tolerance of the PO price goes to the
      *VOUCHER approved-to-pay file; billed-but-not-received,
      *price-over-PO, vendor-not-on-PO and invoice-for-closed-PO
      *lines go to the match-exception report and the common
      *EXCFILE.  quantities already vouchered are remembered on
      *the MATCHI/MATCHO invoiced-to-date master, so a receipt is
      *paid once.
      *
      *-----------------------------------------------
      *  MODIFICATION HISTORY
      *-----------------------------------------------
      * 2026-10-15  new program -- vendor invoices were paid off
      *             the printed PO with nobody checking what
      *             arrived.
      *
       environment division.
       configuration section.
      *
       input-output section.
       file-control.
      * vendor invoice lines
           select optional invoice-file
                assign to VENDINV
                organization is sequential.
      *
      * open-PO master, current state -- read only
           select optional openpo-file
                assign to OPENPOI
                organization is sequential.
      *
      * dated receipts history from A1RECV
           select optional rcvhist-file
                assign to RCVHIST
                organization is sequential.
      *
      * invoiced-to-date master, prior state -- optional on the
      * first run
           select optional match-in-file
                assign to MATCHI
                organization is sequential.
      *
      * invoiced-to-date master, updated by this run
           select match-out-file
                assign to MATCHO
                organization is sequential.
      *
      * match tolerance control record -- optional; a missing file
      * keeps the built-in defaults
           select optional match-ctl-file
                assign to MATCHCTL
                organization is sequential.
      *
      * approved-to-pay vouchers
           select voucher-file
                assign to VOUCHER
                organization is sequential.
      *
      * match-exception report
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
       fd invoice-file
           recording mode is F
           data record is invoice-line
           record contains 57 characters.
      *
       01 invoice-line.
           05 iv-vendor-code            pic x(5).
           05 iv-invoice-number         pic x(10).
           05 iv-invoice-date           pic 9(8).
           05 iv-po-number              pic 9(6).
           05 iv-product-name           pic x(15).
           05 iv-qty-billed             pic 9(6).
           05 iv-unit-price             pic 9(5)v99.
      *
       fd openpo-file
           recording mode is F
           data record is openpo-line
           record contains 48 characters.
      *
       01 openpo-line.
           05 op-po-number              pic 9(6).
           05 op-vendor-code            pic x(5).
           05 op-product-name           pic x(15).
           05 op-qty-ordered            pic 9(6).
           05 op-unit-cost              pic 9(5)v99.
           05 op-order-date             pic 9(8).
           05 op-status                 pic x.
                88 op-po-open           value "O".
      *
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
                88 rh-match-no-po       value "N".
           05 filler                    pic x(10).
      *
      * invoiced-to-date record -- one per PO line ever vouchered
       fd match-in-file
           recording mode is F
           data record is match-in-line
           record contains 35 characters.
      *
       01 match-in-line.
           05 mi-po-number              pic 9(6).
           05 mi-product-name           pic x(15).
           05 mi-qty-invoiced           pic 9(6).
           05 mi-last-date              pic 9(8).
      *
       fd match-out-file
           recording mode is F
           data record is match-out-line
           record contains 35 characters.
      *
       01 match-out-line.
           05 mo-po-number              pic 9(6).
           05 mo-product-name           pic x(15).
           05 mo-qty-invoiced           pic 9(6).
           05 mo-last-date              pic 9(8).
      *
       fd match-ctl-file
           recording mode is F
           data record is match-ctl-line
           record contains 8 characters.
      *
       01 match-ctl-line.
           05 mc-price-tol-pct          pic 99v99.
           05 mc-qty-tol-units          pic 9(4).
      *
       fd voucher-file
           recording mode is F
           data record is voucher-line
           record contains 74 characters.
      *
       01 voucher-line.
           05 vo-vendor-code            pic x(5).
           05 vo-invoice-number         pic x(10).
           05 vo-invoice-date           pic 9(8).
           05 vo-po-number              pic 9(6).
           05 vo-product-name           pic x(15).
           05 vo-quantity               pic 9(6).
           05 vo-unit-price             pic 9(5)v99.
           05 vo-amount                 pic 9(7)v99.
           05 vo-approve-date           pic 9(8).
      *
       fd report-file
           recording mode is F
           data record is report-line
           record contains 120 characters.
       01 report-line                   pic x(120).
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
           05 ws-title-name             pic x(34)
                value "Vendor Invoice Three-Way Match".
           05 filler                    pic x(2)
                value spaces.
           05 ws-title-date             pic 9(8).
      *
       01 ws-column-header.
           05 filler                    pic x(7)
                value "VENDOR".
           05 filler                    pic x(12)
                value "INVOICE".
           05 filler                    pic x(8)
                value "PO NUM".
           05 filler                    pic x(17)
                value "PRODUCT".
           05 filler                    pic x(8)
                value "BILLED".
           05 filler                    pic x(8)
                value "AVAIL".
           05 filler                    pic x(10)
                value "INV PRICE".
           05 filler                    pic x(10)
                value "PO PRICE".
           05 filler                    pic x(22)
                value "DISPOSITION".
      *
       01 ws-detail-line.
           05 dl-vendor-code            pic x(5).
           05 filler                    pic x(2)
                value spaces.
           05 dl-invoice-number         pic x(10).
           05 filler                    pic x(2)
                value spaces.
           05 dl-po-number              pic 9(6).
           05 filler                    pic x(2)
                value spaces.
           05 dl-product-name           pic x(15).
           05 filler                    pic x(2)
                value spaces.
           05 dl-qty-billed             pic zzzzz9.
           05 filler                    pic x(2)
                value spaces.
           05 dl-qty-avail              pic zzzzz9.
           05 filler                    pic x(2)
                value spaces.
           05 dl-inv-price              pic z(4)9.99.
           05 filler                    pic x(2)
                value spaces.
           05 dl-po-price               pic z(4)9.99.
           05 filler                    pic x(2)
                value spaces.
           05 dl-disposition            pic x(26).
      *
       01 ws-trailer-line.
           05 filler                    pic x(16)
                value "Lines Read:".
           05 dl-read-count             pic zzz9.
           05 filler                    pic x(12)
                value "  Approved:".
           05 dl-approved-count         pic zzz9.
           05 filler                    pic x(14)
                value "  Exceptions:".
           05 dl-exception-count        pic zzz9.
      *
       01 ws-trailer-line2.
           05 filler                    pic x(20)
                value "Approved to Pay:".
           05 dl-approved-amount        pic $$$,$$$,$$9.99.
           05 filler                    pic x(21)
                value "   Held on Exception:".
           05 dl-held-amount            pic $$$,$$$,$$9.99.
      *
      * price tolerance percent over the PO price, and quantity
      * tolerance in units over the received balance -- MATCHCTL
      * overrides both
       77 ws-price-tol-pct              pic 99v99 value 2.00.
       77 ws-qty-tol-units              pic 9(4) value 0.
      *
      *-----------------------------------------------
      *  OPEN-PO TABLE (FROM OPENPOI)
      *-----------------------------------------------
       01 ws-po-table.
           05 ws-po-count               pic 9(4) value 0.
           05 ws-po-entry occurs 1000 times.
                10 ws-po-number         pic 9(6).
                10 ws-po-vendor         pic x(5).
                10 ws-po-product        pic x(15).
                10 ws-po-cost           pic 9(5)v99.
      *
      *-----------------------------------------------
      *  RECEIVED-BY-PO-LINE TABLE (FROM RCVHIST)
      *-----------------------------------------------
       01 ws-rcv-table.
           05 ws-rcv-count              pic 9(4) value 0.
           05 ws-rcv-entry occurs 2000 times.
                10 ws-rcv-po-number     pic 9(6).
                10 ws-rcv-product       pic x(15).
                10 ws-rcv-vendor        pic x(5).
                10 ws-rcv-po-cost       pic 9(5)v99.
                10 ws-rcv-qty           pic 9(8).
      *
      *-----------------------------------------------
      *  INVOICED-TO-DATE TABLE (FROM MATCHI)
      *-----------------------------------------------
       01 ws-inv-table.
           05 ws-inv-count              pic 9(4) value 0.
           05 ws-inv-entry occurs 2000 times.
                10 ws-inv-po-number     pic 9(6).
                10 ws-inv-product       pic x(15).
                10 ws-inv-qty           pic 9(6).
                10 ws-inv-last-date     pic 9(8).
      *
       01 ws-work.
           05 ws-po-idx                 pic 9(4).
           05 ws-po-found-idx           pic 9(4).
           05 ws-po-found-sw            pic x value "N".
                88 ws-po-found          value "Y".
           05 ws-rcv-idx                pic 9(4).
           05 ws-rcv-found-idx          pic 9(4).
           05 ws-rcv-found-sw           pic x value "N".
                88 ws-rcv-found         value "Y".
           05 ws-inv-idx                pic 9(4).
           05 ws-inv-found-idx          pic 9(4).
           05 ws-inv-found-sw           pic x value "N".
                88 ws-inv-found         value "Y".
           05 ws-key-po-number          pic 9(6).
           05 ws-key-product            pic x(15).
           05 ws-line-vendor            pic x(5).
           05 ws-po-price               pic 9(5)v99.
           05 ws-price-limit            pic 9(6)v99.
           05 ws-qty-received           pic 9(8).
           05 ws-qty-invoiced           pic 9(8).
           05 ws-qty-avail              pic s9(8).
           05 ws-line-amount            pic 9(7)v99.
           05 ws-exc-reason             pic x(43).
           05 ws-read-count             pic 9(4) value 0.
           05 ws-approved-count         pic 9(4) value 0.
           05 ws-exception-count        pic 9(4) value 0.
           05 ws-approved-amount        pic 9(9)v99 value 0.
           05 ws-held-amount            pic 9(9)v99 value 0.
      *
       01 ws-exc-key-build.
           05 ws-xk-invoice             pic x(10).
           05 ws-xk-po                  pic 9(6).
           05 filler                    pic x(4) value spaces.
      *
       01 ws-file.
           05 ws-eof-flag               pic x value "N".
           05 ws-eof-y                  pic x value "Y".
           05 ws-openpo-eof-flag        pic x value "N".
           05 ws-rcvhist-eof-flag       pic x value "N".
           05 ws-match-eof-flag         pic x value "N".
           05 ws-matchctl-eof-flag      pic x value "N".
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
           perform 105-load-tolerances.
           perform 110-load-open-pos.
           perform 120-load-receipts.
           perform 130-load-invoiced.
           perform 150-report-header.
           perform 200-read-invoice.
           perform 400-match-one-line thru 400-exit
                until ws-eof-flag is equal to ws-eof-y.
           perform 700-write-invoiced.
           perform 800-print-trailer.
           perform 900-close-files.
           goback.
      *
       100-open-files.
           open input invoice-file.
           open output voucher-file, report-file.
           open extend exception-file.
           move function current-date   to ws-current-date.
      *
      * MATCHCTL absent or empty -- keep the built-in tolerances
       105-load-tolerances.
           open input match-ctl-file.
           read match-ctl-file
                at end move ws-eof-y    to ws-matchctl-eof-flag.
           if ws-matchctl-eof-flag not = ws-eof-y
                move mc-price-tol-pct   to ws-price-tol-pct
                move mc-qty-tol-units   to ws-qty-tol-units
           end-if.
           close match-ctl-file.
      *
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
           if op-po-open and ws-po-count < 1000
                add 1                   to ws-po-count
                move op-po-number       to ws-po-number(ws-po-count)
                move op-vendor-code     to ws-po-vendor(ws-po-count)
                move op-product-name    to ws-po-product(ws-po-count)
                move op-unit-cost       to ws-po-cost(ws-po-count)
           end-if.
           perform 112-read-open-po.
      *
      * receipts are summed per PO line; a receipt that matched no
      * PO cannot support an invoice and is left out
       120-load-receipts.
           open input rcvhist-file.
           perform 122-read-receipt.
           perform 124-store-receipt
                until ws-rcvhist-eof-flag is equal to ws-eof-y.
           close rcvhist-file.
      *
       122-read-receipt.
           read rcvhist-file
                at end move ws-eof-y    to ws-rcvhist-eof-flag.
      *
       124-store-receipt.
           if not rh-match-no-po
                move rh-po-number       to ws-key-po-number
                move rh-product-name    to ws-key-product
                perform 310-find-receipt-entry
                if not ws-rcv-found
                     and ws-rcv-count < 2000
                     add 1              to ws-rcv-count
                     move ws-rcv-count  to ws-rcv-found-idx
                     move rh-po-number
                          to ws-rcv-po-number(ws-rcv-found-idx)
                     move rh-product-name
                          to ws-rcv-product(ws-rcv-found-idx)
                     move rh-vendor-code
                          to ws-rcv-vendor(ws-rcv-found-idx)
                     move rh-po-unit-cost
                          to ws-rcv-po-cost(ws-rcv-found-idx)
                     move 0 to ws-rcv-qty(ws-rcv-found-idx)
                     set ws-rcv-found   to true
                end-if
                if ws-rcv-found
                     add rh-quantity
                          to ws-rcv-qty(ws-rcv-found-idx)
                end-if
           end-if.
           perform 122-read-receipt.
      *
       130-load-invoiced.
           open input match-in-file.
           perform 132-read-invoiced.
           perform 134-store-invoiced
                until ws-match-eof-flag is equal to ws-eof-y.
           close match-in-file.
      *
       132-read-invoiced.
           read match-in-file
                at end move ws-eof-y    to ws-match-eof-flag.
      *
       134-store-invoiced.
           if ws-inv-count < 2000
                add 1                   to ws-inv-count
                move mi-po-number    to ws-inv-po-number(ws-inv-count)
                move mi-product-name to ws-inv-product(ws-inv-count)
                move mi-qty-invoiced to ws-inv-qty(ws-inv-count)
                move mi-last-date    to ws-inv-last-date(ws-inv-count)
           end-if.
           perform 132-read-invoiced.
      *
       150-report-header.
           move ws-date                 to ws-title-date.
           write report-line            from ws-title.
           move spaces                  to report-line.
           write report-line.
           write report-line            from ws-column-header.
      *
       200-read-invoice.
           read invoice-file
                at end move ws-eof-y    to ws-eof-flag
                not at end add 1        to ws-read-count
           end-read.
      *
      * the three-way match: the PO line says what was ordered and
      * at what price, the receipts say what arrived, and the
      * invoiced-to-date master says how much of that has already
      * been paid for
       400-match-one-line.
           move iv-vendor-code          to dl-vendor-code.
           move iv-invoice-number       to dl-invoice-number.
           move iv-po-number            to dl-po-number.
           move iv-product-name         to dl-product-name.
           move iv-qty-billed           to dl-qty-billed.
           move iv-unit-price           to dl-inv-price.
           compute ws-line-amount rounded =
                iv-qty-billed * iv-unit-price.
           move iv-po-number            to ws-key-po-number.
           move iv-product-name         to ws-key-product.

           perform 300-find-open-po.
           perform 310-find-receipt-entry.
           perform 320-find-invoiced-entry.

           move 0                       to ws-qty-received.
           move 0                       to ws-qty-invoiced.
           if ws-rcv-found
                move ws-rcv-qty(ws-rcv-found-idx) to ws-qty-received
           end-if.
           if ws-inv-found
                move ws-inv-qty(ws-inv-found-idx) to ws-qty-invoiced
           end-if.
           compute ws-qty-avail =
                ws-qty-received - ws-qty-invoiced.
           if ws-qty-avail < 0
                move 0                  to ws-qty-avail
           end-if.
           move ws-qty-avail            to dl-qty-avail.

      *    the PO price and vendor come from the open line, or from
      *    the receipts when the line has closed on full delivery
           if ws-po-found
                move ws-po-cost(ws-po-found-idx) to ws-po-price
                move ws-po-vendor(ws-po-found-idx)
                                        to ws-line-vendor
           else if ws-rcv-found
                move ws-rcv-po-cost(ws-rcv-found-idx) to ws-po-price
                move ws-rcv-vendor(ws-rcv-found-idx)
                                        to ws-line-vendor
           else
                move 0                  to ws-po-price
                move spaces             to ws-line-vendor
           end-if.
           move ws-po-price             to dl-po-price.

      *    a line no longer open with nothing left to invoice
      *    against is a bill for a closed (or unknown) PO
           if not ws-po-found
                and ws-qty-avail = 0
                move "INVOICE FOR CLOSED PO" to dl-disposition
                move "INVOICE FOR CLOSED OR UNKNOWN PO"
                                        to ws-exc-reason
                perform 600-write-exception
                perform 200-read-invoice
                go to 400-exit
           end-if.

           if iv-vendor-code not = ws-line-vendor
                move "VENDOR NOT ON PO"  to dl-disposition
                move "INVOICE VENDOR DOES NOT MATCH PO"
                                        to ws-exc-reason
                perform 600-write-exception
                perform 200-read-invoice
                go to 400-exit
           end-if.

           if iv-qty-billed > ws-qty-avail + ws-qty-tol-units
                move "BILLED NOT RECEIVED" to dl-disposition
                move "QUANTITY BILLED EXCEEDS QUANTITY RECEIVED"
                                        to ws-exc-reason
                perform 600-write-exception
                perform 200-read-invoice
                go to 400-exit
           end-if.

           compute ws-price-limit rounded =
                ws-po-price * (1 + (ws-price-tol-pct / 100)).
           if iv-unit-price > ws-price-limit
                move "PRICE OVER PO"    to dl-disposition
                move "INVOICE PRICE OVER PO PRICE TOLERANCE"
                                        to ws-exc-reason
                perform 600-write-exception
                perform 200-read-invoice
                go to 400-exit
           end-if.

           perform 500-approve-line.
           perform 200-read-invoice.
       400-exit.
           exit.
      *
       300-find-open-po.
           move "N"                     to ws-po-found-sw.
           move 0                       to ws-po-found-idx.
           perform varying ws-po-idx from 1 by 1
                until ws-po-idx > ws-po-count
                    or ws-po-found
                if ws-po-number(ws-po-idx) = ws-key-po-number
                     and ws-po-product(ws-po-idx) = ws-key-product
                     move ws-po-idx     to ws-po-found-idx
                     set ws-po-found    to true
                end-if
           end-perform.
      *
       310-find-receipt-entry.
           move "N"                     to ws-rcv-found-sw.
           move 0                       to ws-rcv-found-idx.
           perform varying ws-rcv-idx from 1 by 1
                until ws-rcv-idx > ws-rcv-count
                    or ws-rcv-found
                if ws-rcv-po-number(ws-rcv-idx) = ws-key-po-number
                     and ws-rcv-product(ws-rcv-idx) = ws-key-product
                     move ws-rcv-idx    to ws-rcv-found-idx
                     set ws-rcv-found   to true
                end-if
           end-perform.
      *
       320-find-invoiced-entry.
           move "N"                     to ws-inv-found-sw.
           move 0                       to ws-inv-found-idx.
           perform varying ws-inv-idx from 1 by 1
                until ws-inv-idx > ws-inv-count
                    or ws-inv-found
                if ws-inv-po-number(ws-inv-idx) = ws-key-po-number
                     and ws-inv-product(ws-inv-idx) = ws-key-product
                     move ws-inv-idx    to ws-inv-found-idx
                     set ws-inv-found   to true
                end-if
           end-perform.
      *
      * an approved line is vouchered at the invoice price and its
      * quantity is charged against the received balance
       500-approve-line.
           move "APPROVED TO PAY"       to dl-disposition.
           write report-line            from ws-detail-line.
           add 1                        to ws-approved-count.
           add ws-line-amount           to ws-approved-amount.

           move iv-vendor-code          to vo-vendor-code.
           move iv-invoice-number       to vo-invoice-number.
           move iv-invoice-date         to vo-invoice-date.
           move iv-po-number            to vo-po-number.
           move iv-product-name         to vo-product-name.
           move iv-qty-billed           to vo-quantity.
           move iv-unit-price           to vo-unit-price.
           move ws-line-amount          to vo-amount.
           move ws-date                 to vo-approve-date.
           write voucher-line.

           if not ws-inv-found
                and ws-inv-count < 2000
                add 1                   to ws-inv-count
                move ws-inv-count       to ws-inv-found-idx
                move iv-po-number
                     to ws-inv-po-number(ws-inv-found-idx)
                move iv-product-name
                     to ws-inv-product(ws-inv-found-idx)
                move 0                  to ws-inv-qty(ws-inv-found-idx)
                set ws-inv-found        to true
           end-if.
           if ws-inv-found
                add iv-qty-billed       to ws-inv-qty(ws-inv-found-idx)
                move ws-date
                     to ws-inv-last-date(ws-inv-found-idx)
           end-if.
      *
      * a held line prints with its reason and goes on the common
      * exception file keyed by invoice and PO
       600-write-exception.
           write report-line            from ws-detail-line.
           add 1                        to ws-exception-count.
           add ws-line-amount           to ws-held-amount.
           move iv-invoice-number       to ws-xk-invoice.
           move iv-po-number            to ws-xk-po.
           move "A1MATCH"               to ex-program.
           move ws-date                 to ex-run-date.
           move "2"                     to ex-severity.
           move ws-exc-key-build        to ex-key.
           move ws-exc-reason           to ex-reason.
           write exception-line.
      *
       700-write-invoiced.
           open output match-out-file.
           perform varying ws-inv-idx from 1 by 1
                until ws-inv-idx > ws-inv-count
                move ws-inv-po-number(ws-inv-idx) to mo-po-number
                move ws-inv-product(ws-inv-idx)   to mo-product-name
                move ws-inv-qty(ws-inv-idx)       to mo-qty-invoiced
                move ws-inv-last-date(ws-inv-idx) to mo-last-date
                write match-out-line
           end-perform.
           close match-out-file.
      *
       800-print-trailer.
           move spaces                  to report-line.
           write report-line.
           move ws-read-count           to dl-read-count.
           move ws-approved-count       to dl-approved-count.
           move ws-exception-count      to dl-exception-count.
           write report-line            from ws-trailer-line.
           move ws-approved-amount      to dl-approved-amount.
           move ws-held-amount          to dl-held-amount.
           write report-line            from ws-trailer-line2.
      *
       900-close-files.
           close invoice-file.
           close voucher-file.
           close report-file.
           close exception-file.
      *
       end program A1MATCH.
