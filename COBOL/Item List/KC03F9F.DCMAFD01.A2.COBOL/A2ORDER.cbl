       identification division.
       program-id. A2ORDER.
       date-written. October 15, 2026.
       author. Bilgan Kiris.
      *Description: quote-to-order conversion.  each acceptance on
      *QUOTEACC (quote number, customer, the customer's own PO
      *reference) finds its quote on the register A2ILIST keeps and
      *turns every line of it into a customer order line at the
      *quoted unit price, discount, and freight.  stock is
      *allocated against PRODMAST through the item's ITEMMST SKU:
      *what is free is on-hand less what earlier order lines
      *already hold, and whatever that does not cover is
      *backordered rather than promised.  backorders carried on
      *the order master are filled first, oldest order first, as
      *stock frees up.  a customer whose receivables balance,
      *open orders, and the new order together run past the
      *CUSTMST credit limit, or who has an open invoice 90 days
      *old or more on the AR master, has the new order put on
      *credit hold -- every line backordered, nothing allocated --
      *and held orders are reviewed each run and released for
      *allocation once the account is back in order.  an
      *acceptance for a quote that is not on the register, belongs
      *to another customer, is already an order, or has run past
      *its valid-through date is flagged on the report and EXCFILE
      *and converts nothing.
      *
      *-----------------------------------------------
      *  MODIFICATION HISTORY
      *-----------------------------------------------
      * 2026-10-15  new program.
      * 2026-10-15  carries the shipped and invoiced quantities
      *             and last invoice number A2SHIP keeps on the
      *             order master.
      * 2026-10-15  credit hold for customers over their credit
      *             limit or with 90-day-old open invoices; held
      *             orders released when the account clears.
      *
       environment division.
       configuration section.
      *
       input-output section.
       file-control.
      * customer acceptances of quotes
           select optional quote-acc-file
               assign to QUOTEACC
               organization is sequential.
      *
      * quote register, old and new
           select optional quote-reg-in-file
               assign to QUOTREGI
               organization is sequential.
      *
           select quote-reg-out-file
               assign to QUOTREGO
               organization is sequential.
      *
      * shared item master -- item number to PRODMAST SKU
           select optional item-master-file
               assign to ITEMMST
               organization is sequential.
      *
      * product master -- read only, for on-hand
           select product-master-file
               assign to PRODMAST
               organization is indexed
               access is random
               record key is pm-product-name.
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
      * customer master -- credit limits
           select optional cust-master-file
               assign to CUSTMST
               organization is sequential.
      *
      * accounts receivable open-item master, from A2ARPOST
           select optional ar-in-file
               assign to ARMSTI
               organization is sequential.
      *
      * order entry report
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
       fd quote-acc-file
           recording mode is F
           data record is quote-acc-line
           record contains 22 characters.
      *
       01 quote-acc-line.
           05 qa-quote-number               pic 9(6).
           05 qa-customer-id                pic x(6).
           05 qa-cust-po-ref                pic x(10).
      *
       fd quote-reg-in-file
           recording mode is F
           data record is quote-reg-in-line
           record contains 100 characters.
      *
       01 quote-reg-in-line.
           copy QUOTREG replacing ==:TAG:== by ==qi==.
      *
       fd quote-reg-out-file
           recording mode is F
           data record is quote-reg-out-line
           record contains 100 characters.
      *
       01 quote-reg-out-line.
           copy QUOTREG replacing ==:TAG:== by ==qo==.
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
       fd ar-in-file
           recording mode is F
           data record is ar-in-line
           record contains 80 characters.
      *
       01 ar-in-line.
           copy ARITEM replacing ==:TAG:== by ==ai==.
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
      * an open invoice this many days old puts new orders on hold
       77 ws-hold-age-days                  pic s9(5) value 90.
      *
       01 ws-title.
           05 filler                        pic x(15)
                value spaces.
           05 ws-title-name                 pic x(30)
                value "Quote to Order Conversion".
           05 filler                        pic x(2)
                value spaces.
           05 ws-title-date                 pic 9(8).
      *
       01 ws-section-backorders             pic x(110)
           value "BACKORDERS FILLED FROM FREED STOCK".
      *
       01 ws-section-holds                  pic x(110)
           value "ORDERS ON CREDIT HOLD REVIEWED".
      *
       01 ws-section-orders                 pic x(110)
           value "ACCEPTED QUOTES CONVERTED".
      *
       01 ws-column-header.
           05 filler                        pic x(8)
                value "ORDER".
           05 filler                        pic x(5)
                value "LINE".
           05 filler                        pic x(8)
                value "QUOTE".
           05 filler                        pic x(8)
                value "CUST".
           05 filler                        pic x(6)
                value "ITEM".
           05 filler                        pic x(16)
                value "SKU".
           05 filler                        pic x(7)
                value "ORDER".
           05 filler                        pic x(7)
                value "ALLOC".
           05 filler                        pic x(7)
                value "B/O".
           05 filler                        pic x(11)
                value "UNIT PRICE".
           05 filler                        pic x(20)
                value "NOTE".
      *
       01 ws-detail-line.
           05 dl-order-number               pic 9(6).
           05 filler                        pic x(2)
                value spaces.
           05 dl-line-number                pic zz9.
           05 filler                        pic x(2)
                value spaces.
           05 dl-quote-number               pic 9(6).
           05 filler                        pic x(2)
                value spaces.
           05 dl-customer-id                pic x(6).
           05 filler                        pic x(2)
                value spaces.
           05 dl-item-no                    pic x(4).
           05 filler                        pic x(2)
                value spaces.
           05 dl-sku-code                   pic x(15).
           05 filler                        pic x(1)
                value spaces.
           05 dl-qty-ordered                pic zzzz9.
           05 filler                        pic x(2)
                value spaces.
           05 dl-qty-allocated              pic zzzz9.
           05 filler                        pic x(2)
                value spaces.
           05 dl-qty-backordered            pic zzzz9.
           05 filler                        pic x(2)
                value spaces.
           05 dl-unit-price                 pic zz,zz9.99.
           05 filler                        pic x(2)
                value spaces.
           05 dl-note                       pic x(20).
      *
       01 ws-reject-line.
           05 filler                        pic x(4)
                value spaces.
           05 filler                        pic x(18)
                value "*** REJECTED QUOTE".
           05 filler                        pic x(1)
                value spaces.
           05 dl-rej-quote-number           pic 9(6).
           05 filler                        pic x(6)
                value " CUST ".
           05 dl-rej-customer-id            pic x(6).
           05 filler                        pic x(2)
                value spaces.
           05 dl-rej-reason                 pic x(43).
      *
       01 ws-credit-line.
           05 filler                        pic x(4)
                value spaces.
           05 dl-cr-action                  pic x(18).
           05 filler                        pic x(7)
                value " ORDER ".
           05 dl-cr-order-number            pic 9(6).
           05 filler                        pic x(6)
                value " CUST ".
           05 dl-cr-customer-id             pic x(6).
           05 filler                        pic x(2)
                value spaces.
           05 dl-cr-reason                  pic x(43).
      *
       01 ws-trailer-line1.
           05 filler                        pic x(14)
                value "ACCEPTANCES:".
           05 dl-acc-count                  pic zzzz9.
           05 filler                        pic x(18)
                value "  ORDERS CREATED:".
           05 dl-order-count                pic zzzz9.
           05 filler                        pic x(16)
                value "  ORDER LINES:".
           05 dl-line-count                 pic zzzz9.
           05 filler                        pic x(12)
                value "  REJECTED:".
           05 dl-reject-count               pic zzzz9.
      *
       01 ws-trailer-line2.
           05 filler                        pic x(18)
                value "UNITS ALLOCATED:".
           05 dl-units-allocated            pic zzzzzz9.
           05 filler                        pic x(20)
                value "  UNITS BACKORDERED:".
           05 dl-units-backordered          pic zzzzzz9.
           05 filler                        pic x(22)
                value "  BACKORDERS FILLED:".
           05 dl-units-filled               pic zzzzzz9.
      *
       01 ws-trailer-line3.
           05 filler                        pic x(18)
                value "ORDERS HELD:".
           05 dl-orders-held                pic zzzz9.
           05 filler                        pic x(20)
                value "  ORDERS RELEASED:".
           05 dl-orders-released            pic zzzz9.
      *
      *-----------------------------------------------
      *  ITEM MASTER TABLE (FROM ITEMMST)
      *-----------------------------------------------
       01 ws-item-table.
           05 ws-item-count                 pic 9(3) value 0.
           05 ws-item-entry  occurs 500 times.
                10 ws-itm-no                pic x(4).
                10 ws-itm-sku               pic x(15).
      *
      *-----------------------------------------------
      *  CUSTOMER CREDIT TABLE (FROM CUSTMST AND THE
      *  AR MASTER)
      *-----------------------------------------------
       01 ws-cust-table.
           05 ws-cust-count                 pic 9(3) value 0.
           05 ws-cust-entry  occurs 200 times.
                10 ws-cst-id                pic x(6).
                10 ws-cst-credit-limit      pic 9(7)v99.
                10 ws-cst-ar-balance        pic s9(9)v99.
                10 ws-cst-oldest-days       pic s9(5).
      *
      *-----------------------------------------------
      *  QUOTE REGISTER TABLE (FROM QUOTREGI)
      *-----------------------------------------------
       01 ws-quote-table.
           05 ws-quote-count                pic 9(4) value 0.
           05 ws-quote-entry  occurs 2000 times.
                10 ws-qg-quote-number       pic 9(6).
                10 ws-qg-line-number        pic 9(3).
                10 ws-qg-customer-id        pic x(6).
                10 ws-qg-item-no            pic x(4).
                10 ws-qg-quantity           pic 9(3).
                10 ws-qg-tier-code          pic x.
                10 ws-qg-unit-price         pic 9(5)v99.
                10 ws-qg-extended-price     pic 9(8)v99.
                10 ws-qg-discount           pic 9(8)v99.
                10 ws-qg-net-price          pic 9(8)v99.
                10 ws-qg-freight            pic 9(8)v99.
                10 ws-qg-quote-date         pic 9(8).
                10 ws-qg-expiry-date        pic 9(8).
                10 ws-qg-status             pic x.
                10 ws-qg-order-number       pic 9(6).
      *
      *-----------------------------------------------
      *  CUSTOMER ORDER TABLE (FROM CUSTORDI, PLUS NEW)
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
       01 ws-work.
           05 ws-itm-idx                    pic 9(3).
           05 ws-itm-found-sw               pic x value "N".
                88 ws-itm-found             value "Y".
           05 ws-qg-idx                     pic 9(4).
           05 ws-or-idx                     pic 9(4).
           05 ws-alloc-idx                  pic 9(4).
           05 ws-quote-found-sw             pic x value "N".
                88 ws-quote-found           value "Y".
           05 ws-quote-line-count           pic 9(4).
           05 ws-quote-cust-found           pic x(6).
           05 ws-quote-converted-sw         pic x value "N".
                88 ws-quote-converted       value "Y".
           05 ws-quote-expired-sw           pic x value "N".
                88 ws-quote-expired         value "Y".
           05 ws-mst-found-switch           pic x value "N".
                88 ws-mst-found             value "Y".
           05 ws-key-quote-number           pic 9(6).
           05 ws-key-item-no                pic x(4).
           05 ws-key-sku                    pic x(15).
           05 ws-committed-qty              pic 9(7).
           05 ws-available-qty              pic 9(7).
           05 ws-alloc-qty                  pic 9(5).
           05 ws-order-number               pic 9(6) value 0.
           05 ws-max-order-number           pic 9(6) value 0.
           05 ws-order-line-num             pic 9(3).
           05 ws-reject-reason              pic x(43).
           05 ws-cst-idx                    pic 9(3).
           05 ws-cst-found-sw               pic x value "N".
                88 ws-cst-found             value "Y".
           05 ws-rel-idx                    pic 9(4).
           05 ws-key-customer               pic x(6).
           05 ws-age-from-date              pic 9(8).
           05 ws-age-days                   pic s9(5).
           05 ws-new-order-value            pic 9(9)v99.
           05 ws-open-order-value           pic 9(9)v99.
           05 ws-credit-exposure            pic s9(10)v99.
           05 ws-reviewed-order             pic 9(6).
           05 ws-credit-hold-sw             pic x value "N".
                88 ws-credit-hold           value "Y".
           05 ws-hold-reason                pic x(43).
      *
       01 ws-totals.
           05 ws-acc-count                  pic 9(5) value 0.
           05 ws-orders-created             pic 9(5) value 0.
           05 ws-lines-created              pic 9(5) value 0.
           05 ws-reject-count               pic 9(5) value 0.
           05 ws-units-allocated            pic 9(7) value 0.
           05 ws-units-backordered          pic 9(7) value 0.
           05 ws-units-filled               pic 9(7) value 0.
           05 ws-orders-held                pic 9(5) value 0.
           05 ws-orders-released            pic 9(5) value 0.
      *
       01 ws-file.
           05 ws-eof-flag                   pic x value "N".
           05 ws-eof-y                      pic x value "Y".
           05 ws-itemmst-eof-flag           pic x value "N".
           05 ws-quotereg-eof-flag          pic x value "N".
           05 ws-order-eof-flag             pic x value "N".
           05 ws-custmst-eof-flag           pic x value "N".
           05 ws-ar-eof-flag                pic x value "N".
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
           perform 120-load-quote-register.
           perform 130-load-orders.
           perform 140-load-customer-master.
           perform 145-load-receivables.
           perform 150-report-header.
           perform 320-review-credit-holds.
           perform 300-fill-backorders.
           write report-line                from ws-section-orders.
           write report-line                from ws-column-header.
           perform 200-read-acceptance.
           perform 400-process-acceptance thru 400-exit
                until ws-eof-flag is equal to ws-eof-y.
           perform 700-write-quote-register.
           perform 710-write-orders.
           perform 800-print-trailer.
           perform 900-close-files.
           goback.
      *
       100-open-files.
           open input quote-acc-file.
           open input product-master-file.
           open output quote-reg-out-file, order-out-file,
                report-file.
           open extend exception-file.
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
                move im-sku-code      to ws-itm-sku(ws-item-count)
           end-if.
           perform 112-read-item-master.
      *
       120-load-quote-register.
           open input quote-reg-in-file.
           perform 122-read-quote-register.
           perform 124-store-quote-line
                until ws-quotereg-eof-flag is equal to ws-eof-y.
           close quote-reg-in-file.
      *
       122-read-quote-register.
           read quote-reg-in-file
                at end move ws-eof-y        to ws-quotereg-eof-flag.
      *
       124-store-quote-line.
           if ws-quote-count < 2000
                add 1                       to ws-quote-count
                move ws-quote-count         to ws-qg-idx
                move qi-quote-number  to ws-qg-quote-number(ws-qg-idx)
                move qi-line-number   to ws-qg-line-number(ws-qg-idx)
                move qi-customer-id   to ws-qg-customer-id(ws-qg-idx)
                move qi-item-no       to ws-qg-item-no(ws-qg-idx)
                move qi-quantity      to ws-qg-quantity(ws-qg-idx)
                move qi-tier-code     to ws-qg-tier-code(ws-qg-idx)
                move qi-unit-price    to ws-qg-unit-price(ws-qg-idx)
                move qi-extended-price
                     to ws-qg-extended-price(ws-qg-idx)
                move qi-discount      to ws-qg-discount(ws-qg-idx)
                move qi-net-price     to ws-qg-net-price(ws-qg-idx)
                move qi-freight       to ws-qg-freight(ws-qg-idx)
                move qi-quote-date    to ws-qg-quote-date(ws-qg-idx)
                move qi-expiry-date   to ws-qg-expiry-date(ws-qg-idx)
                move qi-status        to ws-qg-status(ws-qg-idx)
                move qi-order-number
                     to ws-qg-order-number(ws-qg-idx)
           end-if.
           perform 122-read-quote-register.
      *
      * the order master is kept in order-number sequence, so the
      * table is too -- backorders fill oldest order first
       130-load-orders.
           open input order-in-file.
           perform 132-read-order.
           perform 134-store-order-line
                until ws-order-eof-flag is equal to ws-eof-y.
           close order-in-file.
      *
       132-read-order.
           read order-in-file
                at end move ws-eof-y        to ws-order-eof-flag.
      *
       134-store-order-line.
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
           if oi-order-number > ws-max-order-number
                move oi-order-number        to ws-max-order-number
           end-if.
           perform 132-read-order.
      *
       140-load-customer-master.
           open input cust-master-file.
           perform 142-read-customer.
           perform 144-store-customer
                until ws-custmst-eof-flag is equal to ws-eof-y.
           close cust-master-file.
      *
       142-read-customer.
           read cust-master-file
                at end move ws-eof-y        to ws-custmst-eof-flag.
      *
       144-store-customer.
           if ws-cust-count < 200
                add 1                       to ws-cust-count
                move ws-cust-count          to ws-cst-idx
                move cm-customer-id   to ws-cst-id(ws-cst-idx)
                move cm-credit-limit
                               to ws-cst-credit-limit(ws-cst-idx)
                move 0         to ws-cst-ar-balance(ws-cst-idx)
                move 0         to ws-cst-oldest-days(ws-cst-idx)
           end-if.
           perform 142-read-customer.
      *
      * the balance is open invoices less cash on account; the
      * oldest invoice is aged from its invoice date
       145-load-receivables.
           open input ar-in-file.
           perform 146-read-open-item.
           perform 147-store-open-item
                until ws-ar-eof-flag is equal to ws-eof-y.
           close ar-in-file.
      *
       146-read-open-item.
           read ar-in-file
                at end move ws-eof-y        to ws-ar-eof-flag.
      *
       147-store-open-item.
           move ai-customer-id              to ws-key-customer.
           perform 610-find-customer.
           if not ws-cst-found
                and ws-cust-count < 200
                add 1                       to ws-cust-count
                move ws-cust-count          to ws-cst-idx
                move ai-customer-id   to ws-cst-id(ws-cst-idx)
                move 0         to ws-cst-credit-limit(ws-cst-idx)
                move 0         to ws-cst-ar-balance(ws-cst-idx)
                move 0         to ws-cst-oldest-days(ws-cst-idx)
                set ws-cst-found            to true
           end-if.
           if ws-cst-found
                if ai-type-cash
                     subtract ai-open-amt
                          from ws-cst-ar-balance(ws-cst-idx)
                else
                     add ai-open-amt to ws-cst-ar-balance(ws-cst-idx)
                     move ai-doc-date       to ws-age-from-date
                     call "A0DAYDIF" using ws-age-from-date, ws-date,
                          ws-age-days
                     if ws-age-days > ws-cst-oldest-days(ws-cst-idx)
                          move ws-age-days
                               to ws-cst-oldest-days(ws-cst-idx)
                     end-if
                end-if
           end-if.
           perform 146-read-open-item.
      *
       150-report-header.
           move ws-date                     to ws-title-date.
           write report-line                from ws-title.
           move spaces                      to report-line.
           write report-line.
      *
       200-read-acceptance.
           read quote-acc-file
                at end move ws-eof-y        to ws-eof-flag
                not at end add 1            to ws-acc-count
           end-read.
      *
      *-----------------------------------------------
      *  BACKORDER FILL
      *-----------------------------------------------
      * carried lines still short get first call on stock that has
      * come in since they were entered, oldest order first
       300-fill-backorders.
           write report-line                from ws-section-backorders.
           write report-line                from ws-column-header.
           perform varying ws-or-idx from 1 by 1
                until ws-or-idx > ws-order-count
                if ws-or-qty-backordered(ws-or-idx) > 0
                     and ws-or-sku-code(ws-or-idx) not = spaces
                     and ws-or-status(ws-or-idx) not = "H"
                     perform 310-fill-one-backorder
                end-if
           end-perform.
           move spaces                      to report-line.
           write report-line.
      *
       310-fill-one-backorder.
           move ws-or-sku-code(ws-or-idx)   to ws-key-sku.
           perform 500-find-available.
           if ws-available-qty > 0
                if ws-available-qty < ws-or-qty-backordered(ws-or-idx)
                     move ws-available-qty  to ws-alloc-qty
                else
                     move ws-or-qty-backordered(ws-or-idx)
                                            to ws-alloc-qty
                end-if
                add ws-alloc-qty   to ws-or-qty-allocated(ws-or-idx)
                subtract ws-alloc-qty
                     from ws-or-qty-backordered(ws-or-idx)
                add ws-alloc-qty            to ws-units-filled
                if ws-or-qty-backordered(ws-or-idx) = 0
                     move "A"               to ws-or-status(ws-or-idx)
                     move "BACKORDER FILLED" to dl-note
                else
                     move "PART FILLED"     to dl-note
                end-if
                perform 520-print-order-line
           end-if.
      *
      *-----------------------------------------------
      *  CREDIT HOLD REVIEW
      *-----------------------------------------------
      * each held order is tested again as it stands -- its own
      * lines are already part of the customer's open orders --
      * and released to backorder, ahead of the backorder fill,
      * once the customer is back within terms
       320-review-credit-holds.
           write report-line                from ws-section-holds.
           move 0                           to ws-reviewed-order.
           perform varying ws-or-idx from 1 by 1
                until ws-or-idx > ws-order-count
                if ws-or-status(ws-or-idx) = "H"
                     and ws-or-order-number(ws-or-idx)
                          not = ws-reviewed-order
                     perform 325-review-held-order
                end-if
           end-perform.
           move spaces                      to report-line.
           write report-line.
      *
       325-review-held-order.
           move ws-or-order-number(ws-or-idx) to ws-reviewed-order.
           move ws-or-customer-id(ws-or-idx) to ws-key-customer.
           move 0                           to ws-new-order-value.
           perform 600-check-credit thru 600-exit.
           if ws-credit-hold
                move "*** STILL ON HOLD"    to dl-cr-action
                move ws-hold-reason         to dl-cr-reason
           else
                move "*** CREDIT RELEASE"   to dl-cr-action
                move "ACCOUNT WITHIN TERMS - RELEASED TO BACKORDER"
                                            to dl-cr-reason
                add 1                       to ws-orders-released
                perform varying ws-rel-idx from 1 by 1
                     until ws-rel-idx > ws-order-count
                     if ws-or-order-number(ws-rel-idx)
                               = ws-reviewed-order
                          and ws-or-status(ws-rel-idx) = "H"
                          move "B"          to ws-or-status(ws-rel-idx)
                     end-if
                end-perform
           end-if.
           move ws-reviewed-order           to dl-cr-order-number.
           move ws-key-customer             to dl-cr-customer-id.
           write report-line                from ws-credit-line.
      *
      *-----------------------------------------------
      *  ACCEPTANCES
      *-----------------------------------------------
       400-process-acceptance.
           move qa-quote-number             to ws-key-quote-number.
           perform 410-find-quote.

           if not ws-quote-found
                move "QUOTE NUMBER IS NOT ON THE QUOTE REGISTER"
                                            to ws-reject-reason
                perform 420-reject-acceptance
                perform 200-read-acceptance
                go to 400-exit
           end-if.

           if ws-quote-cust-found not = qa-customer-id
                move "ACCEPTING CUSTOMER IS NOT THE QUOTED ONE"
                                            to ws-reject-reason
                perform 420-reject-acceptance
                perform 200-read-acceptance
                go to 400-exit
           end-if.

           if ws-quote-converted
                move "QUOTE HAS ALREADY BEEN CONVERTED TO AN ORDER"
                                            to ws-reject-reason
                perform 420-reject-acceptance
                perform 200-read-acceptance
                go to 400-exit
           end-if.

           if ws-quote-expired
                perform 415-expire-quote
                move "QUOTE PASSED ITS VALID-THROUGH DATE"
                                            to ws-reject-reason
                perform 420-reject-acceptance
                perform 200-read-acceptance
                go to 400-exit
           end-if.

           if ws-order-count + ws-quote-line-count > 3000
                move "ORDER TABLE FULL -- QUOTE NOT CONVERTED"
                                            to ws-reject-reason
                perform 420-reject-acceptance
                perform 200-read-acceptance
                go to 400-exit
           end-if.

           move 0                           to ws-new-order-value.
           perform varying ws-qg-idx from 1 by 1
                until ws-qg-idx > ws-quote-count
                if ws-qg-quote-number(ws-qg-idx) = ws-key-quote-number
                     compute ws-new-order-value = ws-new-order-value
                          + ws-qg-quantity(ws-qg-idx)
                          * ws-qg-unit-price(ws-qg-idx)
                end-if
           end-perform.
           move qa-customer-id              to ws-key-customer.
           perform 600-check-credit thru 600-exit.

           add 1                            to ws-max-order-number.
           move ws-max-order-number         to ws-order-number.
           move 0                           to ws-order-line-num.
           add 1                            to ws-orders-created.
           perform varying ws-qg-idx from 1 by 1
                until ws-qg-idx > ws-quote-count
                if ws-qg-quote-number(ws-qg-idx) = ws-key-quote-number
                     perform 430-convert-quote-line
                end-if
           end-perform.
           if ws-credit-hold
                perform 460-hold-order
           end-if.
           perform 200-read-acceptance.
       400-exit.
           exit.
      *
      * a quote is every register line carrying its number; it is
      * converted if any line already names an order, and expired
      * if any line is marked so or its date has gone by
       410-find-quote.
           move "N"                         to ws-quote-found-sw.
           move "N"                         to ws-quote-converted-sw.
           move "N"                         to ws-quote-expired-sw.
           move spaces                      to ws-quote-cust-found.
           move 0                           to ws-quote-line-count.
           perform varying ws-qg-idx from 1 by 1
                until ws-qg-idx > ws-quote-count
                if ws-qg-quote-number(ws-qg-idx) = ws-key-quote-number
                     set ws-quote-found     to true
                     add 1                  to ws-quote-line-count
                     move ws-qg-customer-id(ws-qg-idx)
                                            to ws-quote-cust-found
                     if ws-qg-status(ws-qg-idx) = "C"
                          set ws-quote-converted to true
                     end-if
                     if ws-qg-status(ws-qg-idx) = "X"
                          or ws-qg-expiry-date(ws-qg-idx) < ws-date
                          set ws-quote-expired to true
                     end-if
                end-if
           end-perform.
      *
       415-expire-quote.
           perform varying ws-qg-idx from 1 by 1
                until ws-qg-idx > ws-quote-count
                if ws-qg-quote-number(ws-qg-idx) = ws-key-quote-number
                     move "X"               to ws-qg-status(ws-qg-idx)
                end-if
           end-perform.
      *
       420-reject-acceptance.
           add 1                            to ws-reject-count.
           move qa-quote-number             to dl-rej-quote-number.
           move qa-customer-id              to dl-rej-customer-id.
           move ws-reject-reason            to dl-rej-reason.
           write report-line                from ws-reject-line.
           move "A2ORDER"                   to ex-program.
           move ws-date                     to ex-run-date.
           move "2"                         to ex-severity.
           move spaces                      to ex-key.
           string "QUOTE " delimited by size
                  qa-quote-number delimited by size
                  into ex-key
           end-string.
           move ws-reject-reason            to ex-reason.
           write exception-line.
      *
      * one quote line becomes one order line at the quoted money;
      * the SKU comes from the item master and the allocation from
      * what PRODMAST has free
       430-convert-quote-line.
           add 1                            to ws-order-line-num.
           add 1                            to ws-order-count.
           add 1                            to ws-lines-created.
           move ws-order-count              to ws-or-idx.
           move ws-order-number       to ws-or-order-number(ws-or-idx).
           move ws-order-line-num     to ws-or-line-number(ws-or-idx).
           move qa-customer-id        to ws-or-customer-id(ws-or-idx).
           move qa-cust-po-ref        to ws-or-cust-po-ref(ws-or-idx).
           move ws-key-quote-number   to ws-or-quote-number(ws-or-idx).
           move ws-date               to ws-or-order-date(ws-or-idx).
           move ws-qg-item-no(ws-qg-idx)
                                      to ws-or-item-no(ws-or-idx).
           move ws-qg-tier-code(ws-qg-idx)
                                      to ws-or-tier-code(ws-or-idx).
           move ws-qg-quantity(ws-qg-idx)
                                      to ws-or-qty-ordered(ws-or-idx).
           move ws-qg-unit-price(ws-qg-idx)
                                      to ws-or-unit-price(ws-or-idx).
           move ws-qg-discount(ws-qg-idx)
                                      to ws-or-discount(ws-or-idx).
           move ws-qg-freight(ws-qg-idx)
                                      to ws-or-freight(ws-or-idx).
           move 0                     to ws-or-qty-allocated(ws-or-idx).
           move ws-qg-quantity(ws-qg-idx)
                                to ws-or-qty-backordered(ws-or-idx).
           move "B"                   to ws-or-status(ws-or-idx).
           move 0                     to ws-or-qty-shipped(ws-or-idx).
           move 0                     to ws-or-qty-invoiced(ws-or-idx).
           move 0                     to ws-or-last-invoice(ws-or-idx).
           move spaces                to ws-or-sku-code(ws-or-idx).

           move "C"                   to ws-qg-status(ws-qg-idx).
           move ws-order-number       to ws-qg-order-number(ws-qg-idx).

           if ws-credit-hold
                move "H"              to ws-or-status(ws-or-idx)
           end-if.

           move ws-qg-item-no(ws-qg-idx)    to ws-key-item-no.
           perform 440-find-item-sku.
           if not ws-itm-found
                move "NO SKU - BACKORDERED" to dl-note
           else
                move ws-itm-sku(ws-itm-idx) to ws-or-sku-code(ws-or-idx)
                if ws-credit-hold
                     move "CREDIT HOLD"     to dl-note
                else
                     move ws-itm-sku(ws-itm-idx) to ws-key-sku
                     perform 500-find-available
                     perform 450-allocate-new-line
                end-if
           end-if.
           add ws-or-qty-allocated(ws-or-idx)   to ws-units-allocated.
           add ws-or-qty-backordered(ws-or-idx) to ws-units-backordered.
           perform 520-print-order-line.
      *
       440-find-item-sku.
           move "N"                         to ws-itm-found-sw.
           perform varying ws-itm-idx from 1 by 1
                until ws-itm-idx > ws-item-count
                    or ws-itm-found
                if ws-itm-no(ws-itm-idx) = ws-key-item-no
                     and ws-itm-sku(ws-itm-idx) not = spaces
                     set ws-itm-found       to true
                end-if
           end-perform.
           subtract 1                       from ws-itm-idx.
      *
       450-allocate-new-line.
           if not ws-mst-found
                move "NOT ON PRODMAST - B/O" to dl-note
           else
                if ws-available-qty < ws-or-qty-ordered(ws-or-idx)
                     move ws-available-qty  to ws-alloc-qty
                else
                     move ws-or-qty-ordered(ws-or-idx)
                                            to ws-alloc-qty
                end-if
                move ws-alloc-qty  to ws-or-qty-allocated(ws-or-idx)
                subtract ws-alloc-qty
                     from ws-or-qty-backordered(ws-or-idx)
                if ws-or-qty-backordered(ws-or-idx) = 0
                     move "A"               to ws-or-status(ws-or-idx)
                     move "ALLOCATED"       to dl-note
                else
                     move "SHORT - BACKORDERED" to dl-note
                end-if
           end-if.
      *
       460-hold-order.
           add 1                            to ws-orders-held.
           move "*** CREDIT HOLD"           to dl-cr-action.
           move ws-order-number             to dl-cr-order-number.
           move qa-customer-id              to dl-cr-customer-id.
           move ws-hold-reason              to dl-cr-reason.
           write report-line                from ws-credit-line.
           move "A2ORDER"                   to ex-program.
           move ws-date                     to ex-run-date.
           move "2"                         to ex-severity.
           move spaces                      to ex-key.
           string "ORDER " delimited by size
                  ws-order-number delimited by size
                  into ex-key
           end-string.
           move ws-hold-reason              to ex-reason.
           write exception-line.
      *
      * free stock for ws-key-sku: PRODMAST on-hand less what every
      * order line already holds against the same SKU
       500-find-available.
           move 0                           to ws-available-qty.
           move 0                           to ws-committed-qty.
           move "N"                         to ws-mst-found-switch.
           move ws-key-sku                  to pm-product-name.
           read product-master-file
                invalid key
                     move "N"               to ws-mst-found-switch
                not invalid key
                     set ws-mst-found       to true
           end-read.
           if ws-mst-found
                perform varying ws-alloc-idx from 1 by 1
                     until ws-alloc-idx > ws-order-count
                     if ws-or-sku-code(ws-alloc-idx) = ws-key-sku
                          add ws-or-qty-allocated(ws-alloc-idx)
                                            to ws-committed-qty
                     end-if
                end-perform
                if pm-product-quantity > ws-committed-qty
                     compute ws-available-qty =
                          pm-product-quantity - ws-committed-qty
                end-if
           end-if.
      *
       520-print-order-line.
           move ws-or-order-number(ws-or-idx)    to dl-order-number.
           move ws-or-line-number(ws-or-idx)     to dl-line-number.
           move ws-or-quote-number(ws-or-idx)    to dl-quote-number.
           move ws-or-customer-id(ws-or-idx)     to dl-customer-id.
           move ws-or-item-no(ws-or-idx)         to dl-item-no.
           move ws-or-sku-code(ws-or-idx)        to dl-sku-code.
           move ws-or-qty-ordered(ws-or-idx)     to dl-qty-ordered.
           move ws-or-qty-allocated(ws-or-idx)   to dl-qty-allocated.
           move ws-or-qty-backordered(ws-or-idx) to dl-qty-backordered.
           move ws-or-unit-price(ws-or-idx)      to dl-unit-price.
           write report-line                from ws-detail-line.
      *
      *-----------------------------------------------
      *  CREDIT CHECK
      *-----------------------------------------------
      * exposure for ws-key-customer is the receivables balance,
      * plus every open order line not yet shipped at its unit
      * price, plus ws-new-order-value.  a zero credit limit
      * means none is set and only the age test applies
       600-check-credit.
           move "N"                         to ws-credit-hold-sw.
           move spaces                      to ws-hold-reason.
           perform 610-find-customer.
           if not ws-cst-found
                go to 600-exit
           end-if.

           if ws-cst-oldest-days(ws-cst-idx) not < ws-hold-age-days
                set ws-credit-hold          to true
                move "OPEN INVOICE 90 DAYS OR MORE - CREDIT HOLD"
                                            to ws-hold-reason
                go to 600-exit
           end-if.

           move 0                           to ws-open-order-value.
           perform varying ws-alloc-idx from 1 by 1
                until ws-alloc-idx > ws-order-count
                if ws-or-customer-id(ws-alloc-idx) = ws-key-customer
                     and ws-or-status(ws-alloc-idx) not = "S"
                     compute ws-open-order-value = ws-open-order-value
                          + (ws-or-qty-allocated(ws-alloc-idx)
                          + ws-or-qty-backordered(ws-alloc-idx))
                          * ws-or-unit-price(ws-alloc-idx)
                end-if
           end-perform.
           compute ws-credit-exposure =
                ws-cst-ar-balance(ws-cst-idx)
                + ws-open-order-value + ws-new-order-value.
           if ws-cst-credit-limit(ws-cst-idx) > 0
                and ws-credit-exposure
                     > ws-cst-credit-limit(ws-cst-idx)
                set ws-credit-hold          to true
                move "ORDER TAKES CUSTOMER OVER CREDIT LIMIT"
                                            to ws-hold-reason
           end-if.
       600-exit.
           exit.
      *
       610-find-customer.
           move "N"                         to ws-cst-found-sw.
           perform varying ws-cst-idx from 1 by 1
                until ws-cst-idx > ws-cust-count
                    or ws-cst-found
                if ws-cst-id(ws-cst-idx) = ws-key-customer
                     set ws-cst-found       to true
                end-if
           end-perform.
           subtract 1                       from ws-cst-idx.
      *
      *-----------------------------------------------
      *  NEW MASTERS
      *-----------------------------------------------
       700-write-quote-register.
           perform varying ws-qg-idx from 1 by 1
                until ws-qg-idx > ws-quote-count
                move spaces                 to quote-reg-out-line
                move ws-qg-quote-number(ws-qg-idx)  to qo-quote-number
                move ws-qg-line-number(ws-qg-idx)   to qo-line-number
                move ws-qg-customer-id(ws-qg-idx)   to qo-customer-id
                move ws-qg-item-no(ws-qg-idx)       to qo-item-no
                move ws-qg-quantity(ws-qg-idx)      to qo-quantity
                move ws-qg-tier-code(ws-qg-idx)     to qo-tier-code
                move ws-qg-unit-price(ws-qg-idx)    to qo-unit-price
                move ws-qg-extended-price(ws-qg-idx)
                                            to qo-extended-price
                move ws-qg-discount(ws-qg-idx)      to qo-discount
                move ws-qg-net-price(ws-qg-idx)     to qo-net-price
                move ws-qg-freight(ws-qg-idx)       to qo-freight
                move ws-qg-quote-date(ws-qg-idx)    to qo-quote-date
                move ws-qg-expiry-date(ws-qg-idx)   to qo-expiry-date
                move ws-qg-status(ws-qg-idx)        to qo-status
                move ws-qg-order-number(ws-qg-idx)  to qo-order-number
                write quote-reg-out-line
           end-perform.
      *
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
           move ws-acc-count                to dl-acc-count.
           move ws-orders-created           to dl-order-count.
           move ws-lines-created            to dl-line-count.
           move ws-reject-count             to dl-reject-count.
           write report-line                from ws-trailer-line1.
           move ws-units-allocated          to dl-units-allocated.
           move ws-units-backordered        to dl-units-backordered.
           move ws-units-filled             to dl-units-filled.
           write report-line                from ws-trailer-line2.
           move ws-orders-held              to dl-orders-held.
           move ws-orders-released          to dl-orders-released.
           write report-line                from ws-trailer-line3.
      *
       900-close-files.
           close quote-acc-file.
           close product-master-file.
           close quote-reg-out-file.
           close order-out-file.
           close report-file.
           close exception-file.
      *
       end program A2ORDER.
