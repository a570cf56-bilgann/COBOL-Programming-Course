       identification division.
       program-id. A2SHIP.
       date-written. October 15, 2026.
       author. Bilgan Kiris.
      *Description: ship confirmation and customer invoicing for
      *trade orders.  the warehouse returns A2PICK's pick tickets
      *as SHIPCONF with the quantity that actually went out of
      *each location.  a good confirmation relieves PRODMAST
      *on-hand and the location's quantity (keyed read and
      *rewrite, with a stock-movement ledger record), moves the
      *quantity from allocated to shipped on the order line, and
      *invoices it on the spot -- one invoice per order per run,
      *printed for the customer and registered on INVOICES.
      *lines price the way A2ILIST's 465-price-one-line does: the
      *order's quoted unit price (the tier multiplier already
      *applied when it was quoted), the DISCFILE class/threshold
      *discount, and FRTFILE freight by shipping weight with the
      *percent-of-extended fallback, all rated on the quantity
      *shipped.  since shipping and invoicing are one step, a
      *confirmation that cannot be posted is refused whole and
      *flagged severity 1, and the run ends by proving every
      *order line's shipped quantity equals its invoiced
      *quantity.
      *
      *-----------------------------------------------
      *  MODIFICATION HISTORY
      *-----------------------------------------------
      * 2026-10-15  new program.
      * 2026-10-15  CUSTMST record now 36 bytes, with the credit
      *             limit.
      *
       environment division.
       configuration section.
      *
       input-output section.
       file-control.
      * ship confirmations -- A2PICK's pick tickets as shipped
           select optional ship-conf-file
               assign to SHIPCONF
               organization is sequential.
      *
      * customer order master, old and new
           select optional order-in-file
               assign to CUSTORDI
               organization is sequential.
      *
           select order-out-file
               assign to CUSTORDO
               organization is sequential.
      *
      * product master -- keyed read and rewrite of on-hand
           select product-master-file
               assign to PRODMAST
               organization is indexed
               access is random
               record key is pm-product-name.
      *
      * shared item master -- class and weight for pricing
           select optional item-master-file
               assign to ITEMMST
               organization is sequential.
      *
      * customer master -- bill-to name
           select optional cust-master-file
               assign to CUSTMST
               organization is sequential.
      *
      * discount schedule -- a missing file falls back to the
      * original A/B/F schedule, as in A2ILIST
           select optional discount-file
               assign to DISCFILE
               organization is sequential.
      *
      * carrier freight rate schedule -- a missing file, or an
      * item no step covers, falls back to the percent charge
           select optional freight-file
               assign to FRTFILE
               organization is sequential.
      *
      * stock movement ledger -- appended to
           select optional stkmove-file
               assign to STKMOVE
               organization is sequential.
      *
      * invoice register, for receivables
           select invoice-file
               assign to INVOICES
               organization is sequential.
      *
      * printed customer invoices
           select invoice-print-file
               assign to INVPRINT
               organization is sequential.
      *
      * ship confirmation and reconciliation report
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
       fd ship-conf-file
           recording mode is F
           data record is ship-conf-line
           record contains 40 characters.
      *
       01 ship-conf-line.
           05 sc-order-number               pic 9(6).
           05 sc-line-number                pic 9(3).
           05 sc-location                   pic 9.
           05 sc-sku-code                   pic x(15).
           05 sc-quantity                   pic 9(5).
           05 sc-ship-ref                   pic x(10).
      *
       fd order-in-file
           recording mode is F
           data record is order-in-line
           record contains 120 characters.
      *
       01 order-in-line.
           copy CUSTORD replacing ==:TAG:== by ==oi==.
      *
       fd order-out-file
           recording mode is F
           data record is order-out-line
           record contains 120 characters.
      *
       01 order-out-line.
           copy CUSTORD replacing ==:TAG:== by ==oo==.
      *
       fd product-master-file
           data record is product-master-line
           record contains 82 characters.
      *
       01 product-master-line.
           05 pm-product-name               pic x(15).
           05 pm-product-description        pic x(25).
           05 pm-product-quantity           pic 9(6).
           05 pm-unit-cost                  pic 9(5)v99.
           05 pm-vendor-code                pic x(5).
           05 pm-max-stock-level            pic 9(6).
           05 pm-loc-quantity  occurs 3 times
                                            pic 9(6).
      *
       fd item-master-file
           recording mode is F
           data record is item-master-line
           record contains 50 characters.
      *
       01 item-master-line.
           05 im-item-no                    pic x(4).
           05 im-sku-code                   pic x(15).
           05 im-class                      pic x.
           05 im-description                pic x(13).
           05 im-price                      pic 9(4)v99.
           05 im-weight                     pic 9(3)v99.
           05 im-unit-cost                  pic 9(4)v99.
      *
       fd cust-master-file
           recording mode is F
           data record is cust-master-line
           record contains 36 characters.
      *
       01 cust-master-line.
           05 cm-customer-id                pic x(6).
           05 cm-customer-name              pic x(20).
           05 cm-tier-code                  pic x(1).
           05 cm-credit-limit               pic 9(7)v99.
      *
       fd discount-file
           recording mode is F
           data record is discount-line
           record contains 10 characters.
      *
       01 discount-line.
           05 df-class                      pic x(1).
           05 df-threshold                  pic 9(6).
           05 df-rate                       pic 9(2)v99.
      *
       fd freight-file
           recording mode is F
           data record is freight-line
           record contains 14 characters.
      *
       01 freight-line.
           05 fr-class                      pic x(1).
           05 fr-step-num                   pic 9.
           05 fr-weight-limit               pic 9(5)v99.
           05 fr-rate                       pic 9(3)v99.
      *
       fd stkmove-file
           recording mode is F
           data record is stkmove-line
           record contains 80 characters.
      *
       01 stkmove-line.
           copy STKMOVE replacing ==:TAG:== by ==sm==.
      *
       fd invoice-file
           recording mode is F
           data record is invoice-line
           record contains 80 characters.
      *
       01 invoice-line.
           copy INVOICE replacing ==:TAG:== by ==iv==.
      *
       fd invoice-print-file
           recording mode is F
           data record is invoice-print-line
           record contains 110 characters.
       01 invoice-print-line                pic x(110).
      *
       fd report-file
           recording mode is F
           data record is report-line
           record contains 110 characters.
       01 report-line                       pic x(110).
      *
       fd exception-file
           recording mode is F
           data record is exception-line
           record contains 80 characters.
      *
       01 exception-line.
           05 ex-program                    pic x(8).
           05 ex-run-date                   pic 9(8).
           05 ex-severity                   pic x.
           05 ex-key                        pic x(20).
           05 ex-reason                     pic x(43).
      *
       working-storage section.
      *
      *-----------------------------------------------
      *  SHIP CONFIRMATION REPORT LINES
      *-----------------------------------------------
       01 ws-title.
           05 filler                        pic x(15)
                value spaces.
           05 ws-title-name                 pic x(30)
                value "Ship Confirmation & Invoicing".
           05 filler                        pic x(2)
                value spaces.
           05 ws-title-date                 pic 9(8).
      *
       01 ws-invoice-summary-line.
           05 filler                        pic x(8)
                value "INVOICE".
           05 dl-sum-invoice                pic 9(6).
           05 filler                        pic x(8)
                value "  ORDER".
           05 dl-sum-order                  pic 9(6).
           05 filler                        pic x(7)
                value "  CUST".
           05 dl-sum-customer               pic x(6).
           05 filler                        pic x(8)
                value "  LINES".
           05 dl-sum-lines                  pic zz9.
           05 filler                        pic x(8)
                value "  TOTAL".
           05 dl-sum-total                  pic $$$,$$$,$$9.99.
      *
       01 ws-reject-line.
           05 filler                        pic x(4)
                value spaces.
           05 filler                        pic x(20)
                value "*** NOT POSTED ORDER".
           05 filler                        pic x(1)
                value spaces.
           05 dl-rej-order                  pic 9(6).
           05 filler                        pic x(1)
                value "/".
           05 dl-rej-line                   pic 999.
           05 filler                        pic x(5)
                value " LOC ".
           05 dl-rej-location               pic 9.
           05 filler                        pic x(5)
                value " QTY ".
           05 dl-rej-qty                    pic zzzz9.
           05 filler                        pic x(2)
                value spaces.
           05 dl-rej-reason                 pic x(43).
      *
       01 ws-recon-title                    pic x(110)
           value "SHIPPED VS INVOICED BY ORDER LINE".
      *
       01 ws-recon-line.
           05 filler                        pic x(4)
                value spaces.
           05 dl-rcn-order                  pic 9(6).
           05 filler                        pic x(1)
                value "/".
           05 dl-rcn-line                   pic 999.
           05 filler                        pic x(10)
                value "  SHIPPED".
           05 dl-rcn-shipped                pic zzzz9.
           05 filler                        pic x(11)
                value "  INVOICED".
           05 dl-rcn-invoiced               pic zzzz9.
           05 filler                        pic x(2)
                value spaces.
           05 dl-rcn-status                 pic x(22).
      *
       01 ws-recon-result-line.
           05 filler                        pic x(26)
                value "SHIPPED VS INVOICED:".
           05 dl-recon-status               pic x(14).
      *
       01 ws-trailer-line1.
           05 filler                        pic x(16)
                value "CONFIRMATIONS:".
           05 dl-conf-count                 pic zzzz9.
           05 filler                        pic x(10)
                value "  POSTED:".
           05 dl-posted-count               pic zzzz9.
           05 filler                        pic x(12)
                value "  REFUSED:".
           05 dl-refused-count              pic zzzz9.
           05 filler                        pic x(16)
                value "  UNITS SHIPPED:".
           05 dl-units-shipped              pic zzzzzz9.
      *
       01 ws-trailer-line2.
           05 filler                        pic x(16)
                value "INVOICES:".
           05 dl-invoice-count              pic zzzz9.
           05 filler                        pic x(18)
                value "  INVOICED TOTAL:".
           05 dl-invoiced-total             pic $$$,$$$,$$9.99.
      *
      *-----------------------------------------------
      *  CUSTOMER INVOICE DOCUMENT LINES
      *-----------------------------------------------
       01 ws-inv-header1.
           05 filler                        pic x(12)
                value "INVOICE NO.".
           05 dl-inv-number                 pic 9(6).
           05 filler                        pic x(8)
                value "  DATE ".
           05 dl-inv-date                   pic 9(8).
      *
       01 ws-inv-header2.
           05 filler                        pic x(9)
                value "BILL TO".
           05 dl-inv-customer               pic x(6).
           05 filler                        pic x(2)
                value spaces.
           05 dl-inv-cust-name              pic x(20).
           05 filler                        pic x(8)
                value "  ORDER".
           05 dl-inv-order                  pic 9(6).
           05 filler                        pic x(11)
                value "  YOUR PO ".
           05 dl-inv-cust-po                pic x(10).
      *
       01 ws-inv-column-header.
           05 filler                        pic x(8)
                value "  ITEM".
           05 filler                        pic x(15)
                value "DESCRIPTION".
           05 filler                        pic x(7)
                value "  QTY".
           05 filler                        pic x(11)
                value "UNIT PRICE".
           05 filler                        pic x(13)
                value "   EXTENDED".
           05 filler                        pic x(11)
                value "  DISCOUNT".
           05 filler                        pic x(13)
                value "        NET".
           05 filler                        pic x(11)
                value "   FREIGHT".
      *
       01 ws-inv-detail.
           05 filler                        pic x(2)
                value spaces.
           05 dl-ln-item                    pic x(4).
           05 filler                        pic x(2)
                value spaces.
           05 dl-ln-desc                    pic x(13).
           05 filler                        pic x(2)
                value spaces.
           05 dl-ln-qty                     pic zzzz9.
           05 filler                        pic x(2)
                value spaces.
           05 dl-ln-unit                    pic zz,zz9.99.
           05 filler                        pic x(2)
                value spaces.
           05 dl-ln-extended                pic $$,$$$,$$9.99.
           05 filler                        pic x(2)
                value spaces.
           05 dl-ln-discount                pic zz,zz9.99.
           05 filler                        pic x(2)
                value spaces.
           05 dl-ln-net                     pic $$,$$$,$$9.99.
           05 filler                        pic x(2)
                value spaces.
           05 dl-ln-freight                 pic $$,$$9.99.
           05 filler                        pic x(2)
                value spaces.
           05 dl-ln-flag                    pic x(9).
      *
       01 ws-inv-total-line1.
           05 filler                        pic x(20)
                value "  MERCHANDISE:".
           05 dl-inv-merch                  pic $$$,$$$,$$9.99.
      *
       01 ws-inv-total-line2.
           05 filler                        pic x(20)
                value "  FREIGHT:".
           05 dl-inv-freight                pic $$$,$$$,$$9.99.
      *
       01 ws-inv-total-line3.
           05 filler                        pic x(20)
                value "  INVOICE TOTAL:".
           05 dl-inv-total                  pic $$$,$$$,$$9.99.
      *
       77 ws-bad-class-text                 pic x(9)
           value "BAD CLASS".
      *
      *-----------------------------------------------
      *  REFERENCE TABLES
      *-----------------------------------------------
       01 ws-item-table.
           05 ws-item-count                 pic 9(3) value 0.
           05 ws-item-entry  occurs 500 times.
                10 ws-itm-no                pic x(4).
                10 ws-itm-class             pic x.
                10 ws-itm-desc              pic x(13).
                10 ws-itm-weight            pic 9(3)v99.
      *
       01 ws-cust-table.
           05 ws-cust-count                 pic 9(3) value 0.
           05 ws-cust-entry  occurs 200 times.
                10 ws-cst-id                pic x(6).
                10 ws-cst-name              pic x(20).
      *
       01 ws-discount-schedule.
           05 ws-disc-entry  occurs 20 times.
                10 ws-disc-class            pic x(1).
                10 ws-disc-threshold        pic 9(6).
                10 ws-disc-rate             pic 9(2)v99.
       01 ws-disc-entry-count               pic 9(2) value 0.
      *
       01 ws-freight-schedule.
           05 ws-frt-entry  occurs 50 times.
                10 ws-frt-class             pic x(1).
                10 ws-frt-step-num          pic 9.
                10 ws-frt-weight-limit      pic 9(5)v99.
                10 ws-frt-rate              pic 9(3)v99.
       01 ws-frt-entry-count                pic 9(2) value 0.
      *
      *-----------------------------------------------
      *  CUSTOMER ORDER TABLE (FROM CUSTORDI)
      *-----------------------------------------------
       01 ws-order-table.
           05 ws-order-count                pic 9(4) value 0.
           05 ws-order-entry  occurs 3000 times.
                10 ws-or-order-number       pic 9(6).
                10 ws-or-line-number        pic 9(3).
                10 ws-or-customer-id        pic x(6).
                10 ws-or-cust-po-ref        pic x(10).
                10 ws-or-quote-number       pic 9(6).
                10 ws-or-order-date         pic 9(8).
                10 ws-or-item-no            pic x(4).
                10 ws-or-sku-code           pic x(15).
                10 ws-or-tier-code          pic x.
                10 ws-or-qty-ordered        pic 9(5).
                10 ws-or-qty-allocated      pic 9(5).
                10 ws-or-qty-backordered    pic 9(5).
                10 ws-or-unit-price         pic 9(5)v99.
                10 ws-or-discount           pic 9(8)v99.
                10 ws-or-freight            pic 9(8)v99.
                10 ws-or-status             pic x.
                10 ws-or-qty-shipped        pic 9(5).
                10 ws-or-qty-invoiced       pic 9(5).
                10 ws-or-last-invoice       pic 9(6).
      *
      *-----------------------------------------------
      *  SHIP CONFIRMATIONS (FROM SHIPCONF)
      *-----------------------------------------------
       01 ws-conf-table.
           05 ws-conf-count                 pic 9(4) value 0.
           05 ws-conf-entry  occurs 3000 times.
                10 ws-cf-order-number       pic 9(6).
                10 ws-cf-line-number        pic 9(3).
                10 ws-cf-location           pic 9.
                10 ws-cf-quantity           pic 9(5).
                10 ws-cf-ship-ref           pic x(10).
                10 ws-cf-done               pic x.
      *
      *-----------------------------------------------
      *  LINE PRICING -- AS A2ILIST 465-PRICE-ONE-LINE
      *-----------------------------------------------
       01 ws-line-price.
           05 ws-ln-class                   pic x.
           05 ws-ln-desc                    pic x(13).
           05 ws-ln-weight                  pic 9(3)v99.
           05 ws-ln-qty                     pic 9(5).
           05 ws-ln-unit-price              pic 9(5)v99.
           05 ws-ln-extended                pic 9(9)v99.
           05 ws-ln-discount                pic 9(9)v99.
           05 ws-ln-net                     pic 9(9)v99.
           05 ws-ln-freight                 pic 9(7)v99.
           05 ws-ln-total-weight            pic 9(8)v99.
      *
       01 ws-disc-lookup.
           05 ws-disc-lookup-idx            pic 9(2).
           05 ws-disc-found-threshold       pic 9(6).
           05 ws-disc-found-rate            pic 9(2)v99.
           05 ws-disc-found-switch          pic x value "N".
                88 ws-disc-found            value "Y".
      *
       01 ws-frt-lookup.
           05 ws-frt-lookup-idx             pic 9(2).
           05 ws-frt-found-rate             pic 9(3)v99.
           05 ws-frt-found-switch           pic x value "N".
                88 ws-frt-found             value "Y".
      *
       01 ws-work.
           05 ws-itm-idx                    pic 9(3).
           05 ws-itm-found-sw               pic x value "N".
                88 ws-itm-found             value "Y".
           05 ws-cst-idx                    pic 9(3).
           05 ws-cst-found-sw               pic x value "N".
                88 ws-cst-found             value "Y".
           05 ws-or-idx                     pic 9(4).
           05 ws-or-found-sw                pic x value "N".
                88 ws-or-found              value "Y".
           05 ws-cf-idx                     pic 9(4).
           05 ws-grp-idx                    pic 9(4).
           05 ws-mst-found-switch           pic x value "N".
                88 ws-mst-found             value "Y".
           05 ws-invoice-open-sw            pic x value "N".
                88 ws-invoice-open          value "Y".
           05 ws-recon-bad-sw               pic x value "N".
                88 ws-recon-bad             value "Y".
           05 ws-cur-order                  pic 9(6).
           05 ws-cur-found-sw               pic x value "N".
                88 ws-cur-found             value "Y".
           05 ws-ship-loc                   pic 9.
           05 ws-conf-remaining             pic 9(4).
           05 ws-invoice-number             pic 9(6) value 0.
           05 ws-max-invoice-number         pic 9(6) value 0.
           05 ws-inv-lines                  pic 9(3).
           05 ws-inv-merch                  pic 9(8)v99.
           05 ws-inv-freight                pic 9(8)v99.
           05 ws-inv-total                  pic 9(8)v99.
           05 ws-reject-reason              pic x(43).
      *
       01 ws-totals.
           05 ws-conf-read-count            pic 9(5) value 0.
           05 ws-posted-count               pic 9(5) value 0.
           05 ws-refused-count              pic 9(5) value 0.
           05 ws-units-shipped              pic 9(7) value 0.
           05 ws-invoice-count              pic 9(5) value 0.
           05 ws-invoiced-total             pic 9(9)v99 value 0.
      *
       01 ws-file.
           05 ws-eof-y                      pic x value "Y".
           05 ws-conf-eof-flag              pic x value "N".
           05 ws-order-eof-flag             pic x value "N".
           05 ws-itemmst-eof-flag           pic x value "N".
           05 ws-custmst-eof-flag           pic x value "N".
           05 ws-disc-eof-flag              pic x value "N".
           05 ws-frt-eof-flag               pic x value "N".
      *
      *-----------------------------------------------
      *  CURRENT DATETIME CODE FROM IBM DOCUMENTATION
      *-----------------------------------------------
       01 ws-current-date.
           05 ws-date                       pic 9(8).
           05 ws-time                       pic 9(8).
           05 ws-GMT-offset                 pic s9(4).
      *
       procedure division.
       000-main.
      *
           perform 100-open-files.
           perform 110-load-item-master.
           perform 115-load-customer-master.
           perform 120-load-discount-schedule.
           perform 130-load-freight-schedule.
           perform 140-load-orders.
           perform 145-load-ship-confirms.
           perform 150-report-header.
           move ws-conf-count               to ws-conf-remaining.
           perform 400-invoice-next-order
                until ws-conf-remaining = 0.
           perform 500-reconcile-orders.
           perform 710-write-orders.
           perform 800-print-trailer.
           perform 900-close-files.
           goback.
      *
       100-open-files.
           open i-o product-master-file.
           open output order-out-file, invoice-file,
                invoice-print-file, report-file.
           open extend stkmove-file, exception-file.
           move function current-date       to ws-current-date.
      *
       110-load-item-master.
           open input item-master-file.
           perform 112-read-item-master.
           perform 114-store-item-master
                until ws-itemmst-eof-flag is equal to ws-eof-y.
           close item-master-file.
      *
       112-read-item-master.
           read item-master-file
                at end move ws-eof-y        to ws-itemmst-eof-flag.
      *
       114-store-item-master.
           if ws-item-count < 500
                add 1                       to ws-item-count
                move im-item-no       to ws-itm-no(ws-item-count)
                move im-class         to ws-itm-class(ws-item-count)
                move im-description   to ws-itm-desc(ws-item-count)
                move im-weight        to ws-itm-weight(ws-item-count)
           end-if.
           perform 112-read-item-master.
      *
       115-load-customer-master.
           open input cust-master-file.
           perform 116-read-customer.
           perform 117-store-customer
                until ws-custmst-eof-flag is equal to ws-eof-y.
           close cust-master-file.
      *
       116-read-customer.
           read cust-master-file
                at end move ws-eof-y        to ws-custmst-eof-flag.
      *
       117-store-customer.
           if ws-cust-count < 200
                add 1                       to ws-cust-count
                move cm-customer-id   to ws-cst-id(ws-cust-count)
                move cm-customer-name to ws-cst-name(ws-cust-count)
           end-if.
           perform 116-read-customer.
      *
       120-load-discount-schedule.
           open input discount-file.
           perform 122-read-discount-rec.
           perform 124-store-discount-rec
                until ws-disc-eof-flag is equal to ws-eof-y.
           close discount-file.
           if ws-disc-entry-count = 0
                perform 126-default-discount-schedule
           end-if.
      *
       122-read-discount-rec.
           read discount-file
                at end move ws-eof-y        to ws-disc-eof-flag.
      *
       124-store-discount-rec.
           if ws-disc-entry-count < 20
                add 1 to ws-disc-entry-count
                move df-class
                     to ws-disc-class(ws-disc-entry-count)
                move df-threshold
                     to ws-disc-threshold(ws-disc-entry-count)
                move df-rate
                     to ws-disc-rate(ws-disc-entry-count)
           end-if.
           perform 122-read-discount-rec.
      *
      * DISCFILE absent or empty -- A2ILIST's original schedule
       126-default-discount-schedule.
           move 3                           to ws-disc-entry-count.
           move "A"                         to ws-disc-class(1).
           move 200                         to ws-disc-threshold(1).
           move 7.50                        to ws-disc-rate(1).
           move "B"                         to ws-disc-class(2).
           move 100                         to ws-disc-threshold(2).
           move 7.50                        to ws-disc-rate(2).
           move "F"                         to ws-disc-class(3).
           move 1000                        to ws-disc-threshold(3).
           move 7.50                        to ws-disc-rate(3).
      *
       130-load-freight-schedule.
           open input freight-file.
           perform 132-read-freight-rec.
           perform 134-store-freight-rec
                until ws-frt-eof-flag is equal to ws-eof-y.
           close freight-file.
      *
       132-read-freight-rec.
           read freight-file
                at end move ws-eof-y        to ws-frt-eof-flag.
      *
       134-store-freight-rec.
           if ws-frt-entry-count < 50
                add 1 to ws-frt-entry-count
                move fr-class
                     to ws-frt-class(ws-frt-entry-count)
                move fr-step-num
                     to ws-frt-step-num(ws-frt-entry-count)
                move fr-weight-limit
                     to ws-frt-weight-limit(ws-frt-entry-count)
                move fr-rate
                     to ws-frt-rate(ws-frt-entry-count)
           end-if.
           perform 132-read-freight-rec.
      *
      * the invoice numbering runs on from the highest invoice
      * number any order line has been billed under
       140-load-orders.
           open input order-in-file.
           perform 142-read-order.
           perform 144-store-order-line
                until ws-order-eof-flag is equal to ws-eof-y.
           close order-in-file.
      *
       142-read-order.
           read order-in-file
                at end move ws-eof-y        to ws-order-eof-flag.
      *
       144-store-order-line.
           if ws-order-count < 3000
                add 1                       to ws-order-count
                move ws-order-count         to ws-or-idx
                move oi-order-number  to ws-or-order-number(ws-or-idx)
                move oi-line-number   to ws-or-line-number(ws-or-idx)
                move oi-customer-id   to ws-or-customer-id(ws-or-idx)
                move oi-cust-po-ref   to ws-or-cust-po-ref(ws-or-idx)
                move oi-quote-number  to ws-or-quote-number(ws-or-idx)
                move oi-order-date    to ws-or-order-date(ws-or-idx)
                move oi-item-no       to ws-or-item-no(ws-or-idx)
                move oi-sku-code      to ws-or-sku-code(ws-or-idx)
                move oi-tier-code     to ws-or-tier-code(ws-or-idx)
                move oi-qty-ordered   to ws-or-qty-ordered(ws-or-idx)
                move oi-qty-allocated
                     to ws-or-qty-allocated(ws-or-idx)
                move oi-qty-backordered
                     to ws-or-qty-backordered(ws-or-idx)
                move oi-unit-price    to ws-or-unit-price(ws-or-idx)
                move oi-discount      to ws-or-discount(ws-or-idx)
                move oi-freight       to ws-or-freight(ws-or-idx)
                move oi-status        to ws-or-status(ws-or-idx)
                move oi-qty-shipped   to ws-or-qty-shipped(ws-or-idx)
                move oi-qty-invoiced
                     to ws-or-qty-invoiced(ws-or-idx)
                move oi-last-invoice-number
                     to ws-or-last-invoice(ws-or-idx)
           end-if.
           if oi-last-invoice-number > ws-max-invoice-number
                move oi-last-invoice-number to ws-max-invoice-number
           end-if.
           perform 142-read-order.
      *
       145-load-ship-confirms.
           open input ship-conf-file.
           perform 146-read-ship-confirm.
           perform 147-store-ship-confirm
                until ws-conf-eof-flag is equal to ws-eof-y.
           close ship-conf-file.
      *
       146-read-ship-confirm.
           read ship-conf-file
                at end move ws-eof-y        to ws-conf-eof-flag
                not at end add 1            to ws-conf-read-count
           end-read.
      *
       147-store-ship-confirm.
           if ws-conf-count < 3000
                add 1                       to ws-conf-count
                move ws-conf-count          to ws-cf-idx
                move sc-order-number  to ws-cf-order-number(ws-cf-idx)
                move sc-line-number   to ws-cf-line-number(ws-cf-idx)
                move sc-location      to ws-cf-location(ws-cf-idx)
                move sc-quantity      to ws-cf-quantity(ws-cf-idx)
                move sc-ship-ref      to ws-cf-ship-ref(ws-cf-idx)
                move "N"              to ws-cf-done(ws-cf-idx)
           end-if.
           perform 146-read-ship-confirm.
      *
       150-report-header.
           move ws-date                     to ws-title-date.
           write report-line                from ws-title.
           move spaces                      to report-line.
           write report-line.
      *
      *-----------------------------------------------
      *  SHIP AND INVOICE, ONE ORDER AT A TIME
      *-----------------------------------------------
      * peel off one order's worth of confirmations per pass --
      * the same grouping A2ILIST uses for customer quotes
       400-invoice-next-order.
           move "N"                         to ws-cur-found-sw.
           perform varying ws-cf-idx from 1 by 1
                until ws-cf-idx > ws-conf-count
                    or ws-cur-found
                if ws-cf-done(ws-cf-idx) not = "Y"
                     move ws-cf-order-number(ws-cf-idx)
                                            to ws-cur-order
                     set ws-cur-found       to true
                end-if
           end-perform.

           if not ws-cur-found
                move 0                      to ws-conf-remaining
           else
                perform 410-ship-one-order
           end-if.
      *
       410-ship-one-order.
           move "N"                         to ws-invoice-open-sw.
           move 0                           to ws-inv-lines.
           move 0                           to ws-inv-merch.
           move 0                           to ws-inv-freight.
           perform varying ws-grp-idx from 1 by 1
                until ws-grp-idx > ws-conf-count
                if ws-cf-done(ws-grp-idx) not = "Y"
                     and ws-cf-order-number(ws-grp-idx)
                          = ws-cur-order
                     perform 420-confirm-one-line thru 420-exit
                end-if
           end-perform.
           if ws-invoice-open
                perform 470-close-invoice
           end-if.
      *
      * a confirmation is posted whole or not at all: the order
      * line must exist and hold that much allocated stock, and
      * PRODMAST must show it on hand at the location it left
       420-confirm-one-line.
           move "Y"                         to ws-cf-done(ws-grp-idx).
           perform 425-find-order-line.

           if not ws-or-found
                move "SHIPPED LINE IS NOT ON THE ORDER MASTER"
                                            to ws-reject-reason
                perform 430-refuse-confirm
                go to 420-exit
           end-if.

           if ws-cf-quantity(ws-grp-idx) = 0
                or ws-cf-location(ws-grp-idx) < 1
                or ws-cf-location(ws-grp-idx) > 3
                move "CONFIRMATION QUANTITY OR LOCATION INVALID"
                                            to ws-reject-reason
                perform 430-refuse-confirm
                go to 420-exit
           end-if.

           if ws-cf-quantity(ws-grp-idx)
                > ws-or-qty-allocated(ws-or-idx)
                move "SHIPPED MORE THAN IS ALLOCATED TO THE LINE"
                                            to ws-reject-reason
                perform 430-refuse-confirm
                go to 420-exit
           end-if.

           move "N"                         to ws-mst-found-switch.
           move ws-or-sku-code(ws-or-idx)   to pm-product-name.
           read product-master-file
                invalid key
                     move "N"               to ws-mst-found-switch
                not invalid key
                     set ws-mst-found       to true
           end-read.
           if not ws-mst-found
                move "SKU IS NOT ON THE PRODUCT MASTER"
                                            to ws-reject-reason
                perform 430-refuse-confirm
                go to 420-exit
           end-if.

           move ws-cf-location(ws-grp-idx)  to ws-ship-loc.
           if pm-loc-quantity(ws-ship-loc) < ws-cf-quantity(ws-grp-idx)
                or pm-product-quantity < ws-cf-quantity(ws-grp-idx)
                move "LOCATION SHOWS LESS STOCK THAN WAS SHIPPED"
                                            to ws-reject-reason
                perform 430-refuse-confirm
                go to 420-exit
           end-if.

           perform 440-relieve-stock.
           perform 445-update-order-line.
           if not ws-invoice-open
                perform 460-open-invoice
           end-if.
           perform 450-price-ship-line.
           perform 465-print-invoice-line.
       420-exit.
           exit.
      *
       425-find-order-line.
           move "N"                         to ws-or-found-sw.
           perform varying ws-or-idx from 1 by 1
                until ws-or-idx > ws-order-count
                    or ws-or-found
                if ws-or-order-number(ws-or-idx)
                     = ws-cf-order-number(ws-grp-idx)
                     and ws-or-line-number(ws-or-idx)
                          = ws-cf-line-number(ws-grp-idx)
                     set ws-or-found        to true
                end-if
           end-perform.
           subtract 1                       from ws-or-idx.
      *
      * goods the warehouse says went out but that cannot be
      * invoiced are the worst kind of exception -- severity 1
       430-refuse-confirm.
           add 1                            to ws-refused-count.
           move ws-cf-order-number(ws-grp-idx) to dl-rej-order.
           move ws-cf-line-number(ws-grp-idx)  to dl-rej-line.
           move ws-cf-location(ws-grp-idx)     to dl-rej-location.
           move ws-cf-quantity(ws-grp-idx)     to dl-rej-qty.
           move ws-reject-reason               to dl-rej-reason.
           write report-line                   from ws-reject-line.
           move "A2SHIP"                    to ex-program.
           move ws-date                     to ex-run-date.
           move "1"                         to ex-severity.
           move spaces                      to ex-key.
           string "ORDER " delimited by size
                  ws-cf-order-number(ws-grp-idx) delimited by size
                  "/" delimited by size
                  ws-cf-line-number(ws-grp-idx) delimited by size
                  into ex-key
           end-string.
           move ws-reject-reason            to ex-reason.
           write exception-line.
      *
      * on-hand and the location come down together, and the
      * ledger records the unit leaving that location
       440-relieve-stock.
           subtract ws-cf-quantity(ws-grp-idx)
                from pm-product-quantity.
           subtract ws-cf-quantity(ws-grp-idx)
                from pm-loc-quantity(ws-ship-loc).
           rewrite product-master-line.

           move spaces                      to stkmove-line.
           move ws-date                     to sm-move-date.
           move "A2SHIP"                    to sm-program.
           set sm-type-shipment             to true.
           move pm-product-name             to sm-product-name.
           move ws-ship-loc                 to sm-location.
           move 0                           to sm-qty-in.
           move ws-cf-quantity(ws-grp-idx)  to sm-qty-out.
           move pm-unit-cost                to sm-unit-cost.
           move spaces                      to sm-reference.
           string "ORD " delimited by size
                  ws-cf-order-number(ws-grp-idx) delimited by size
                  "/" delimited by size
                  ws-cf-line-number(ws-grp-idx) delimited by size
                  into sm-reference
           end-string.
           write stkmove-line.
           add 1                            to ws-posted-count.
           add ws-cf-quantity(ws-grp-idx)   to ws-units-shipped.
      *
      * allocated moves to shipped and, in the same step, to
      * invoiced; a line with nothing left allocated or on
      * backorder is closed
       445-update-order-line.
           subtract ws-cf-quantity(ws-grp-idx)
                from ws-or-qty-allocated(ws-or-idx).
           add ws-cf-quantity(ws-grp-idx)
                to ws-or-qty-shipped(ws-or-idx).
           add ws-cf-quantity(ws-grp-idx)
                to ws-or-qty-invoiced(ws-or-idx).
           if ws-or-qty-allocated(ws-or-idx) = 0
                and ws-or-qty-backordered(ws-or-idx) = 0
                move "S"                    to ws-or-status(ws-or-idx)
           else
                if ws-or-qty-allocated(ws-or-idx) = 0
                     move "B"               to ws-or-status(ws-or-idx)
                else
                     move "A"               to ws-or-status(ws-or-idx)
                end-if
           end-if.
      *
      *-----------------------------------------------
      *  INVOICE LINE PRICING
      *-----------------------------------------------
      * the money for one shipped line, computed the way A2ILIST's
      * 465-price-one-line computes a list or quote line: the unit
      * price is the order's quoted price, which already carries
      * the customer's tier multiplier
       450-price-ship-line.
           move ws-cf-quantity(ws-grp-idx)  to ws-ln-qty.
           move ws-or-unit-price(ws-or-idx) to ws-ln-unit-price.
           perform 452-item-data.
           multiply ws-ln-qty by ws-ln-unit-price
                giving ws-ln-extended.

           move spaces                      to dl-ln-flag.
           perform 454-lookup-discount-rate.
           if not ws-disc-found
      *         class D has never carried a quantity/price discount
                move 0.00                   to ws-ln-discount
                if ws-ln-class not = "D"
                     move ws-bad-class-text to dl-ln-flag
                end-if
           else if ws-ln-class = "B"
                if ws-ln-qty > ws-disc-found-threshold
                     multiply ws-ln-extended by ws-disc-found-rate
                          giving ws-ln-discount
                     divide ws-ln-discount by 100
                          giving ws-ln-discount
                else
                     move 0.00              to ws-ln-discount
                end-if
           else
                if ws-ln-extended > ws-disc-found-threshold
                     multiply ws-ln-extended by ws-disc-found-rate
                          giving ws-ln-discount
                     divide ws-ln-discount by 100
                          giving ws-ln-discount
                else
                     move 0.00              to ws-ln-discount
                end-if
           end-if.

           subtract ws-ln-discount from ws-ln-extended
                giving ws-ln-net.

           perform 456-rate-freight.

           add ws-ln-net                    to ws-inv-merch.
           add ws-ln-freight                to ws-inv-freight.
           add 1                            to ws-inv-lines.
      *
      * class, description, and weight from the item master; an
      * item no longer on it prices with no class and no weight
       452-item-data.
           move spaces                      to ws-ln-class.
           move spaces                      to ws-ln-desc.
           move 0                           to ws-ln-weight.
           move "N"                         to ws-itm-found-sw.
           perform varying ws-itm-idx from 1 by 1
                until ws-itm-idx > ws-item-count
                    or ws-itm-found
                if ws-itm-no(ws-itm-idx) = ws-or-item-no(ws-or-idx)
                     set ws-itm-found       to true
                     move ws-itm-class(ws-itm-idx) to ws-ln-class
                     move ws-itm-desc(ws-itm-idx)  to ws-ln-desc
                     move ws-itm-weight(ws-itm-idx) to ws-ln-weight
                end-if
           end-perform.
      *
       454-lookup-discount-rate.
           move 0                           to ws-disc-found-threshold.
           move 0                           to ws-disc-found-rate.
           move "N"                         to ws-disc-found-switch.
           perform varying ws-disc-lookup-idx from 1 by 1
                until ws-disc-lookup-idx > ws-disc-entry-count
                    or ws-disc-found
                if ws-disc-class(ws-disc-lookup-idx) = ws-ln-class
                     move ws-disc-threshold(ws-disc-lookup-idx)
                          to ws-disc-found-threshold
                     move ws-disc-rate(ws-disc-lookup-idx)
                          to ws-disc-found-rate
                     set ws-disc-found      to true
                end-if
           end-perform.
      *
      * carrier zone/weight schedule first, the original percent
      * of extended price only as the fallback
       456-rate-freight.
           compute ws-ln-total-weight = ws-ln-weight * ws-ln-qty.
           move "N"                         to ws-frt-found-switch.
           perform varying ws-frt-lookup-idx from 1 by 1
                until ws-frt-lookup-idx > ws-frt-entry-count
                    or ws-frt-found
                if ws-frt-class(ws-frt-lookup-idx) = ws-ln-class
                     and ws-ln-total-weight <=
                          ws-frt-weight-limit(ws-frt-lookup-idx)
                     move ws-frt-rate(ws-frt-lookup-idx)
                          to ws-frt-found-rate
                     set ws-frt-found       to true
                end-if
           end-perform.

           if ws-frt-found
                compute ws-ln-freight rounded =
                     (ws-ln-total-weight * ws-frt-found-rate) / 100
           else
                perform 458-fallback-freight
           end-if.
      *
       458-fallback-freight.
           if ws-ln-class = "A"
                multiply ws-ln-extended by 15.5 giving ws-ln-freight
                divide ws-ln-freight by 100 giving ws-ln-freight
           else if ws-ln-class = "D"
                multiply ws-ln-extended by 11.5 giving ws-ln-freight
                divide ws-ln-freight by 100 giving ws-ln-freight
           else if ws-ln-class = "F"
                multiply ws-ln-extended by 6.5 giving ws-ln-freight
                divide ws-ln-freight by 100 giving ws-ln-freight
           else if ws-ln-qty <= 200
                multiply ws-ln-extended by 4.5 giving ws-ln-freight
                divide ws-ln-freight by 100 giving ws-ln-freight
           else
                move 75.00                  to ws-ln-freight
           end-if.
      *
      *-----------------------------------------------
      *  THE PRINTED INVOICE
      *-----------------------------------------------
      * the invoice is numbered when its first line posts, so an
      * order whose confirmations are all refused gets none
       460-open-invoice.
           set ws-invoice-open              to true.
           add 1                            to ws-max-invoice-number.
           move ws-max-invoice-number       to ws-invoice-number.

           move spaces                      to invoice-print-line.
           write invoice-print-line after advancing page.
           move ws-invoice-number           to dl-inv-number.
           move ws-date                     to dl-inv-date.
           write invoice-print-line         from ws-inv-header1.

           move ws-or-customer-id(ws-or-idx) to dl-inv-customer.
           move "NO CUST MASTER"            to dl-inv-cust-name.
           move "N"                         to ws-cst-found-sw.
           perform varying ws-cst-idx from 1 by 1
                until ws-cst-idx > ws-cust-count
                    or ws-cst-found
                if ws-cst-id(ws-cst-idx) = ws-or-customer-id(ws-or-idx)
                     set ws-cst-found       to true
                     move ws-cst-name(ws-cst-idx) to dl-inv-cust-name
                end-if
           end-perform.
           move ws-cur-order                to dl-inv-order.
           move ws-or-cust-po-ref(ws-or-idx) to dl-inv-cust-po.
           write invoice-print-line         from ws-inv-header2.
           move spaces                      to invoice-print-line.
           write invoice-print-line.
           write invoice-print-line         from ws-inv-column-header.

           move spaces                      to invoice-line.
           move ws-invoice-number           to iv-invoice-number.
           move ws-or-customer-id(ws-or-idx) to iv-customer-id.
           move ws-cur-order                to iv-order-number.
           move ws-or-cust-po-ref(ws-or-idx) to iv-cust-po-ref.
           move ws-date                     to iv-invoice-date.
      *
       465-print-invoice-line.
           move ws-invoice-number     to ws-or-last-invoice(ws-or-idx).
           move ws-or-item-no(ws-or-idx)    to dl-ln-item.
           move ws-ln-desc                  to dl-ln-desc.
           move ws-ln-qty                   to dl-ln-qty.
           move ws-ln-unit-price            to dl-ln-unit.
           move ws-ln-extended              to dl-ln-extended.
           move ws-ln-discount              to dl-ln-discount.
           move ws-ln-net                   to dl-ln-net.
           move ws-ln-freight               to dl-ln-freight.
           write invoice-print-line         from ws-inv-detail.
      *
       470-close-invoice.
           compute ws-inv-total = ws-inv-merch + ws-inv-freight.
           move spaces                      to invoice-print-line.
           write invoice-print-line.
           move ws-inv-merch                to dl-inv-merch.
           write invoice-print-line         from ws-inv-total-line1.
           move ws-inv-freight              to dl-inv-freight.
           write invoice-print-line         from ws-inv-total-line2.
           move ws-inv-total                to dl-inv-total.
           write invoice-print-line         from ws-inv-total-line3.

           move ws-inv-merch                to iv-merchandise-amt.
           move ws-inv-freight              to iv-freight-amt.
           move ws-inv-total                to iv-total-amt.
           move ws-inv-lines                to iv-line-count.
           write invoice-line.

           add 1                            to ws-invoice-count.
           add ws-inv-total                 to ws-invoiced-total.
           move ws-invoice-number           to dl-sum-invoice.
           move ws-cur-order                to dl-sum-order.
           move iv-customer-id              to dl-sum-customer.
           move ws-inv-lines                to dl-sum-lines.
           move ws-inv-total                to dl-sum-total.
           write report-line          from ws-invoice-summary-line.
      *
      *-----------------------------------------------
      *  SHIPPED VS INVOICED
      *-----------------------------------------------
      * every order line's shipped quantity must equal its
      * invoiced quantity; any line where they differ is listed
      * and flagged, whichever side is ahead
       500-reconcile-orders.
           move spaces                      to report-line.
           write report-line.
           write report-line                from ws-recon-title.
           move "N"                         to ws-recon-bad-sw.
           perform varying ws-or-idx from 1 by 1
                until ws-or-idx > ws-order-count
                if ws-or-qty-shipped(ws-or-idx)
                     not = ws-or-qty-invoiced(ws-or-idx)
                     perform 510-report-recon-break
                end-if
           end-perform.
           if ws-recon-bad
                move "OUT OF BALANCE"       to dl-recon-status
           else
                move "BALANCED"             to dl-recon-status
           end-if.
           write report-line                from ws-recon-result-line.
      *
       510-report-recon-break.
           set ws-recon-bad                 to true.
           move ws-or-order-number(ws-or-idx)  to dl-rcn-order.
           move ws-or-line-number(ws-or-idx)   to dl-rcn-line.
           move ws-or-qty-shipped(ws-or-idx)   to dl-rcn-shipped.
           move ws-or-qty-invoiced(ws-or-idx)  to dl-rcn-invoiced.
           if ws-or-qty-shipped(ws-or-idx)
                > ws-or-qty-invoiced(ws-or-idx)
                move "SHIPPED NOT INVOICED" to dl-rcn-status
                move "SHIPPED QUANTITY NOT INVOICED"
                                            to ex-reason
           else
                move "INVOICED NOT SHIPPED" to dl-rcn-status
                move "INVOICED QUANTITY NOT SHIPPED"
                                            to ex-reason
           end-if.
           write report-line                from ws-recon-line.
           move "A2SHIP"                    to ex-program.
           move ws-date                     to ex-run-date.
           move "1"                         to ex-severity.
           move spaces                      to ex-key.
           string "ORDER " delimited by size
                  ws-or-order-number(ws-or-idx) delimited by size
                  "/" delimited by size
                  ws-or-line-number(ws-or-idx) delimited by size
                  into ex-key
           end-string.
           write exception-line.
      *
      *-----------------------------------------------
      *  NEW ORDER MASTER
      *-----------------------------------------------
       710-write-orders.
           perform varying ws-or-idx from 1 by 1
                until ws-or-idx > ws-order-count
                move spaces                 to order-out-line
                move ws-or-order-number(ws-or-idx)  to oo-order-number
                move ws-or-line-number(ws-or-idx)   to oo-line-number
                move ws-or-customer-id(ws-or-idx)   to oo-customer-id
                move ws-or-cust-po-ref(ws-or-idx)   to oo-cust-po-ref
                move ws-or-quote-number(ws-or-idx)  to oo-quote-number
                move ws-or-order-date(ws-or-idx)    to oo-order-date
                move ws-or-item-no(ws-or-idx)       to oo-item-no
                move ws-or-sku-code(ws-or-idx)      to oo-sku-code
                move ws-or-tier-code(ws-or-idx)     to oo-tier-code
                move ws-or-qty-ordered(ws-or-idx)   to oo-qty-ordered
                move ws-or-qty-allocated(ws-or-idx)
                                            to oo-qty-allocated
                move ws-or-qty-backordered(ws-or-idx)
                                            to oo-qty-backordered
                move ws-or-unit-price(ws-or-idx)    to oo-unit-price
                move ws-or-discount(ws-or-idx)      to oo-discount
                move ws-or-freight(ws-or-idx)       to oo-freight
                move ws-or-status(ws-or-idx)        to oo-status
                move ws-or-qty-shipped(ws-or-idx)   to oo-qty-shipped
                move ws-or-qty-invoiced(ws-or-idx)  to oo-qty-invoiced
                move ws-or-last-invoice(ws-or-idx)
                                            to oo-last-invoice-number
                write order-out-line
           end-perform.
      *
       800-print-trailer.
           move spaces                      to report-line.
           write report-line.
           move ws-conf-read-count          to dl-conf-count.
           move ws-posted-count             to dl-posted-count.
           move ws-refused-count            to dl-refused-count.
           move ws-units-shipped            to dl-units-shipped.
           write report-line                from ws-trailer-line1.
           move ws-invoice-count            to dl-invoice-count.
           move ws-invoiced-total           to dl-invoiced-total.
           write report-line                from ws-trailer-line2.
      *
       900-close-files.
           close product-master-file.
           close order-out-file.
           close invoice-file.
           close invoice-print-file.
           close report-file.
           close stkmove-file.
           close exception-file.
      *
       end program A2SHIP.
