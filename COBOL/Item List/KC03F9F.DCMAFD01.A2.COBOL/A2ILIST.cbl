      *             exception line instead of pricing garbage.
      *             quote mode draws its items from the same
      *             master table.
      * 2026-10-15  quote register: each customer's quote document
      *             now gets a quote number (one past the highest on
      *             the register) and a valid-through date
      *             ws-quote-valid-days out, and every priced line
      *             is registered on QUOTREGO with its quoted
      *             money for A2ORDER to convert on acceptance.
      *             the old register (QUOTREGI) carries forward,
      *             open quotes past their expiry marked expired.
      * 2026-10-15  CUSTMST record carries the customer's credit
      *             limit (36 bytes); quote mode does not use it.
      * 2026-10-15  promotional price calendar: quote mode loads
      *             the PROMOS file and a quote line takes the
      *             lowest promotion (by SKU or by item class)
      *             active on the quote date whenever it beats the
      *             customer's tier price; the line is flagged with
      *             the promotion id and the promotional price is
      *             what goes on the quote register.
      *
       environment division.
       configuration section.
           select optional cust-master-file
               assign to CUSTMST
               organization is sequential.
      *
      * quote register, old and new -- quote mode only.  a missing
      * old register starts the numbering at 1
           select optional quote-reg-in-file
               assign to QUOTREGI
               organization is sequential.
      *
           select quote-reg-out-file
               assign to QUOTREGO
               organization is sequential.
      *
      * promotional price calendar -- optional; quote mode only.
      * a missing file quotes at tier prices throughout
           select optional promo-file
               assign to PROMOS
               organization is sequential.
      *
       data division.
       file section.
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
       fd promo-file
           recording mode is F
           data record is promo-line
           record contains 64 characters.
      *
       01 promo-line.
           copy PROMO replacing ==:TAG:== by ==pr==.
      *
       fd output-file
           recording mode is F
           05 ws-item-count                 pic 9(3) value 0.
           05 ws-item-entry  occurs 500 times.
                10 ws-itm-no                pic x(4).
                10 ws-itm-sku               pic x(15).
                10 ws-itm-class             pic x.
                10 ws-itm-desc              pic x(13).
                10 ws-itm-price             pic 9(4)v99.
           05 ws-quote-cust-total           pic 9(9)v99.
           05 ws-quotereq-eof-flag          pic x value "N".
           05 ws-custmst-eof-flag           pic x value "N".
           05 ws-quotereg-eof-flag          pic x value "N".
      *
      * quote register numbering and validity
       77 ws-quote-valid-days               pic s9(5) value 30.
      *
       01 ws-quote-register.
           05 ws-quote-number               pic 9(6) value 0.
           05 ws-max-quote-number           pic 9(6) value 0.
           05 ws-quote-line-num             pic 9(3) value 0.
           05 ws-quote-expiry-date          pic 9(8) value 0.
           05 ws-reg-carried-count          pic 9(5) value 0.
           05 ws-reg-expired-count          pic 9(5) value 0.
           05 ws-reg-new-count              pic 9(5) value 0.
      *
       01 ws-quote-number-line.
           05 filler                        pic x(10)
                value "QUOTE NO.".
           05 dl-quote-number               pic 9(6).
           05 filler                        pic x(9)
                value "  DATED ".
           05 dl-quote-date                 pic 9(8).
           05 filler                        pic x(17)
                value "  VALID THROUGH ".
           05 dl-quote-expiry               pic 9(8).
      *
       01 ws-register-summary.
           05 filler                        pic x(20)
                value "QUOTES CARRIED:".
           05 dl-reg-carried                pic zzzz9.
           05 filler                        pic x(12)
                value "  EXPIRED:".
           05 dl-reg-expired                pic zzzz9.
           05 filler                        pic x(18)
                value "  NEW QUOTE LINES:".
           05 dl-reg-new                    pic zzzz9.
      *
      *-----------------------------------------------
      *  PROMOTIONAL PRICE CALENDAR (FROM PROMOS)
      *-----------------------------------------------
      * a trade quote is not rung in any one store, so the store
      * list on the promotion does not limit it here
       01 ws-promo-table.
           05 ws-promo-count                pic 9(3) value 0.
           05 ws-promo-entry  occurs 300 times.
                10 ws-prm-id                pic x(6).
                10 ws-prm-match             pic x.
                10 ws-prm-sku               pic x(15).
                10 ws-prm-class             pic x.
                10 ws-prm-type              pic x.
                10 ws-prm-price             pic 9(5)v99.
                10 ws-prm-pct               pic 9(2)v99.
                10 ws-prm-start             pic 9(8).
                10 ws-prm-end               pic 9(8).
      *
       01 ws-promo-work.
           05 ws-prm-idx                    pic 9(3).
           05 ws-promo-found-sw             pic x value "N".
                88 ws-promo-found           value "Y".
           05 ws-promo-unit-price           pic 9(10)v99.
           05 ws-promo-try-price            pic 9(10)v99.
           05 ws-promo-id                   pic x(6).
           05 ws-promo-line-count           pic 9(5) value 0.
           05 ws-promos-eof-flag            pic x value "N".
      *
       01 ws-promo-flag.
           05 filler                        pic x(6)
                value "PROMO ".
           05 dl-promo-id                   pic x(6).
      *
       01 ws-promo-summary.
           05 filler                        pic x(20)
                value "PROMOTIONAL LINES:".
           05 dl-promo-lines                pic zzzz9.
      *
      *-----------------------------------------------
      *  CURRENT DATETIME CODE FROM IBM DOCUMENTATION
      *-----------------------------------------------
       01 ws-current-date.
           05 ws-date                       pic 9(8).
           05 ws-time                       pic 9(8).
           05 ws-GMT-offset                 pic s9(4).
      *
       01 ws-quote-header.
           05 filler                        pic x(10)
           if ws-item-count < 500
                add 1                       to ws-item-count
                move im-item-no       to ws-itm-no(ws-item-count)
                move im-sku-code      to ws-itm-sku(ws-item-count)
                move im-class         to ws-itm-class(ws-item-count)
                move im-description   to ws-itm-desc(ws-item-count)
                move im-price         to ws-itm-price(ws-item-count)
      * and by quote mode so both price identically
       465-price-one-line.
           compute unit-price rounded = il-price * ws-tier-multiplier.
      *    a promotion found for the line (quote mode only) prices
      *    it when it beats the tier price
           if ws-promo-found
                if ws-promo-unit-price < unit-price
                     move ws-promo-unit-price to unit-price
                else
                     move "N"               to ws-promo-found-sw
                end-if
           end-if.
           multiply il-qty by unit-price giving extended-price.

           move "N"                         to ws-class-switch.
      *-----------------------------------------------
       600-quote-mode.
           perform 620-load-customer-master.
           perform 680-load-promotions.
           perform 610-carry-quote-register.
           perform 630-produce-quotes
                until ws-quote-count = 0.
           close quote-reg-out-file.
           move ws-reg-carried-count        to dl-reg-carried.
           move ws-reg-expired-count        to dl-reg-expired.
           move ws-reg-new-count            to dl-reg-new.
           write output-line                from ws-register-summary.
           move ws-promo-line-count         to dl-promo-lines.
           write output-line                from ws-promo-summary.

      * the old register carries forward as it stands, except that
      * an open quote whose valid-through date has passed is
      * marked expired; new quotes number on from the highest
      * quote number seen and run ws-quote-valid-days from today
       610-carry-quote-register.
           move function current-date       to ws-current-date.
           call "A0DATADD" using ws-date, ws-quote-valid-days,
                ws-quote-expiry-date.
           open input quote-reg-in-file.
           open output quote-reg-out-file.
           perform 612-read-quote-register.
           perform 614-carry-quote-line
                until ws-quotereg-eof-flag is equal to ws-eof-y.
           close quote-reg-in-file.

       612-read-quote-register.
           read quote-reg-in-file
                at end move ws-eof-y        to ws-quotereg-eof-flag.

       614-carry-quote-line.
           move quote-reg-in-line           to quote-reg-out-line.
           if qo-quote-open and qo-expiry-date < ws-date
                set qo-quote-expired        to true
                add 1                       to ws-reg-expired-count
           end-if.
           if qo-quote-number > ws-max-quote-number
                move qo-quote-number        to ws-max-quote-number
           end-if.
           write quote-reg-out-line.
           add 1                            to ws-reg-carried-count.
           perform 612-read-quote-register.

       620-load-customer-master.
           open input cust-master-file.
           perform 650-look-up-customer.
           perform 655-set-customer-tier.

           add 1                            to ws-max-quote-number.
           move ws-max-quote-number         to ws-quote-number.
           move 0                           to ws-quote-line-num.

           move ws-cur-customer             to dl-quote-customer.
           move ws-tier-name                to dl-quote-tier.
           write output-line                from ws-quote-header.
           move ws-quote-number             to dl-quote-number.
           move ws-date                     to dl-quote-date.
           move ws-quote-expiry-date        to dl-quote-expiry.
           write output-line                from ws-quote-number-line.

           move 0                           to ws-quote-cust-total.
           perform varying ws-grp-idx from 1 by 1
                move ws-itm-weight(ws-itm-idx) to il-weight
                move ws-itm-cost(ws-itm-idx)   to il-unit-cost
                move ws-qt-qty(ws-grp-idx)     to il-qty
                perform 685-find-promotion
                perform 465-price-one-line
                move ws-itm-desc(ws-itm-idx)   to dl-qd-desc
                move unit-price             to dl-qd-unit
                move net-price              to dl-qd-net
                move trans-charge           to dl-qd-freight
                move dl-class-flag          to dl-qd-flag
                if ws-promo-found
                     and dl-class-flag = spaces
                     move ws-promo-id       to dl-promo-id
                     move ws-promo-flag     to dl-qd-flag
                end-if
                if ws-promo-found
                     add 1                  to ws-promo-line-count
                end-if
                move "N"                    to ws-promo-found-sw
                write output-line           from ws-quote-detail
                compute ws-quote-cust-total =
                     ws-quote-cust-total + net-price + trans-charge
                perform 670-register-quote-line
           end-if.

      * the priced line goes on the register exactly as quoted
       670-register-quote-line.
           add 1                            to ws-quote-line-num.
           move spaces                      to quote-reg-out-line.
           move ws-quote-number             to qo-quote-number.
           move ws-quote-line-num           to qo-line-number.
           move ws-cur-customer             to qo-customer-id.
           move il-itemNo                   to qo-item-no.
           move il-qty                      to qo-quantity.
           move ws-tier-code                to qo-tier-code.
           move unit-price                  to qo-unit-price.
           move extended-price              to qo-extended-price.
           move discount                    to qo-discount.
           move net-price                   to qo-net-price.
           move trans-charge                to qo-freight.
           move ws-date                     to qo-quote-date.
           move ws-quote-expiry-date        to qo-expiry-date.
           set qo-quote-open                to true.
           move 0                           to qo-order-number.
           write quote-reg-out-line.
           add 1                            to ws-reg-new-count.

      * PROMOS absent or empty -- no line is promotional
       680-load-promotions.
           open input promo-file.
           perform 682-read-promotion.
           perform 684-store-promotion
                until ws-promos-eof-flag is equal to ws-eof-y.
           close promo-file.

       682-read-promotion.
           read promo-file
                at end move ws-eof-y        to ws-promos-eof-flag.

       684-store-promotion.
           if ws-promo-count < 300
                add 1                       to ws-promo-count
                move ws-promo-count         to ws-prm-idx
                move pr-promo-id      to ws-prm-id(ws-prm-idx)
                move pr-match-type    to ws-prm-match(ws-prm-idx)
                move pr-sku-code      to ws-prm-sku(ws-prm-idx)
                move pr-item-class    to ws-prm-class(ws-prm-idx)
                move pr-price-type    to ws-prm-type(ws-prm-idx)
                move pr-promo-price   to ws-prm-price(ws-prm-idx)
                move pr-promo-pct     to ws-prm-pct(ws-prm-idx)
                move pr-start-date    to ws-prm-start(ws-prm-idx)
                move pr-end-date      to ws-prm-end(ws-prm-idx)
           end-if.
           perform 682-read-promotion.

      * the lowest-priced promotion active on the quote date for
      * the line's SKU or for its item class; the item's regular
      * price is in il-price and its table entry in ws-itm-idx
       685-find-promotion.
           move "N"                         to ws-promo-found-sw.
           perform varying ws-prm-idx from 1 by 1
                until ws-prm-idx > ws-promo-count
                if ws-date not < ws-prm-start(ws-prm-idx)
                     and ws-date not > ws-prm-end(ws-prm-idx)
                     and ((ws-prm-match(ws-prm-idx) = "S"
                          and ws-prm-sku(ws-prm-idx) not = spaces
                          and ws-prm-sku(ws-prm-idx)
                               = ws-itm-sku(ws-itm-idx))
                       or (ws-prm-match(ws-prm-idx) = "C"
                          and ws-prm-class(ws-prm-idx) = il-class))
                     perform 687-price-promotion
                end-if
           end-perform.

       687-price-promotion.
           if ws-prm-type(ws-prm-idx) = "%"
                compute ws-promo-try-price rounded =
                     il-price * (100 - ws-prm-pct(ws-prm-idx)) / 100
           else
                move ws-prm-price(ws-prm-idx) to ws-promo-try-price
           end-if.
           if not ws-promo-found
                or ws-promo-try-price < ws-promo-unit-price
                set ws-promo-found          to true
                move ws-promo-try-price     to ws-promo-unit-price
                move ws-prm-id(ws-prm-idx)  to ws-promo-id
           end-if.

       900-close-files.
