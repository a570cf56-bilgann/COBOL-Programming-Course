       identification division.
       program-id. A8PRCAUD.
       date-written. October 15, 2026.
       author. Bilgan Kiris.
      *Description: price audit of the night's sales.  every S and
      *L line on SLFILE (the S&L split A8SL prices) is set against
      *the price the register should have rung: the ITEMMST
      *regular price, or the lowest promotional price where a
      *PROMOS promotion is running for the SKU or its item class at
      *the store on the business date -- the same rule A8SL's
      *promotion section applies.  a line rung under that price by
      *more than the PRCTOL tolerance is a price override: the
      *overrides list by store and salesperson with the dollars
      *given away, and a summary page per store sets them against
      *the sales audited for the district managers.
      *    a post-void (V) takes its sale back out of the audit,
      *    override and all.  a SKU not on ITEMMST cannot be priced
      *    and is counted as not audited.
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
      * sale and layaway split from A7SPLIT
           select optional sl-file
                assign to SLFILE
                organization is sequential.
      *
      * item master -- the regular price by SKU
           select optional item-master-file
                assign to ITEMMST
                organization is sequential.
      *
      * promotional price calendar -- optional; the same file
      * A8SL prices its promotions from
           select optional promo-file
                assign to PROMOS
                organization is sequential.
      *
      * override tolerance -- optional
           select optional prc-tol-file
                assign to PRCTOL
                organization is sequential.
      *
           select report-file
                assign to RPTFILE
                organization is sequential.
      *
       data division.
       file section.
      *
       fd sl-file
           recording mode is F
           data record is sl-line
           record contains 93 characters.
      *
       01 sl-line.
           copy POSTRAN replacing ==:TAG:== by ==il==.
      *
       fd item-master-file
           recording mode is F
           data record is item-master-line
           record contains 50 characters.
      *
       01 item-master-line.
           05 im-item-no                pic x(4).
           05 im-sku-code               pic x(15).
           05 im-class                  pic x.
           05 im-description            pic x(13).
           05 im-price                  pic 9(4)v99.
           05 im-weight                 pic 9(3)v99.
           05 im-unit-cost              pic 9(4)v99.
      *
       fd promo-file
           recording mode is F
           data record is promo-line
           record contains 64 characters.
      *
       01 promo-line.
           copy PROMO replacing ==:TAG:== by ==pr==.
      *
      * price-override tolerance -- a line may fall short of its
      * price by this percent of the price, or by this many
      * dollars, whichever is more, before it is an override
       fd prc-tol-file
           recording mode is F
           data record is prc-tol-line
           record contains 10 characters.
      *
       01 prc-tol-line.
           05 pt-tol-pct                pic 9(3)v99.
           05 pt-tol-amt                pic 9(3)v99.
      *
       fd report-file
           recording mode is F
           data record is report-line
           record contains 107 characters.
       01 report-line                   pic x(107).
      *
       working-storage section.
      *
       01 ws-title.
           05 filler                    pic x(10)
                value spaces.
           05 filler                    pic x(32)
                value "POS PRICE AUDIT".
           05 ws-title-date             pic 9(8).
      *
       01 ws-tol-line.
           05 filler                    pic x(22)
                value "Override Tolerance:".
           05 dl-tol-pct                pic zz9.99.
           05 filler                    pic x(8)
                value "%  OR  ".
           05 dl-tol-amt                pic $$$9.99.
      *
       01 ws-override-header            pic x(50)
                value "----- PRICE OVERRIDES BY STORE AND SALESPERSON".
      *
       01 ws-ovr-store-line.
           05 filler                    pic x(8)
                value "STORE".
           05 dl-ovr-store              pic 99.
      *
       01 ws-ovr-column-line.
           05 filler                    pic x(4)
                value spaces.
           05 filler                    pic x(8)
                value "SLSPRSN".
           05 filler                    pic x(11)
                value "INVOICE".
           05 filler                    pic x(17)
                value "SKU".
           05 filler                    pic x(4)
                value "C".
           05 filler                    pic x(12)
                value " REG PRICE".
           05 filler                    pic x(12)
                value " SHOULD BE".
           05 filler                    pic x(12)
                value "      RUNG".
           05 filler                    pic x(12)
                value "GIVEN AWAY".
           05 filler                    pic x(6)
                value " PROMO".
      *
       01 ws-ovr-detail-line.
           05 filler                    pic x(4)
                value spaces.
           05 dl-ovr-salesperson        pic x(3).
           05 filler                    pic x(5)
                value spaces.
           05 dl-ovr-inv                pic x(9).
           05 filler                    pic x(2)
                value spaces.
           05 dl-ovr-sku                pic x(15).
           05 filler                    pic x(2)
                value spaces.
           05 dl-ovr-class              pic x.
           05 filler                    pic x(3)
                value spaces.
           05 dl-ovr-regular            pic $$$,$$9.99.
           05 filler                    pic x(2)
                value spaces.
           05 dl-ovr-expected           pic $$$,$$9.99.
           05 filler                    pic x(2)
                value spaces.
           05 dl-ovr-rung               pic $$$,$$9.99.
           05 filler                    pic x(2)
                value spaces.
           05 dl-ovr-given              pic $$$,$$9.99.
           05 filler                    pic x(3)
                value spaces.
           05 dl-ovr-promo              pic x(6).
      *
       01 ws-ovr-sp-total-line.
           05 filler                    pic x(8)
                value spaces.
           05 filler                    pic x(14)
                value "SALESPERSON".
           05 dl-sp-total-id            pic x(3).
           05 filler                    pic x(12)
                value "  OVERRIDES:".
           05 dl-sp-total-count         pic zzz9.
           05 filler                    pic x(15)
                value "  GIVEN AWAY:".
           05 dl-sp-total-given         pic $$$,$$$,$$9.99.
      *
       01 ws-summary-header             pic x(50)
                value "----- PRICE AUDIT SUMMARY BY STORE".
      *
       01 ws-summary-column-line.
           05 filler                    pic x(8)
                value "STORE".
           05 filler                    pic x(6)
                value " LINES".
           05 filler                    pic x(17)
                value "    AUDITED SALES".
           05 filler                    pic x(11)
                value "  OVERRIDES".
           05 filler                    pic x(17)
                value "       GIVEN AWAY".
           05 filler                    pic x(11)
                value " % OF SALES".
      *
       01 ws-summary-line.
           05 dl-sum-store              pic x(5).
           05 filler                    pic x(3)
                value spaces.
           05 dl-sum-audited            pic zzzzz9.
           05 filler                    pic x(3)
                value spaces.
           05 dl-sum-sales              pic $$$,$$$,$$9.99.
           05 filler                    pic x(5)
                value spaces.
           05 dl-sum-overrides          pic zzzzz9.
           05 filler                    pic x(3)
                value spaces.
           05 dl-sum-given              pic $$$,$$$,$$9.99.
           05 filler                    pic x(5)
                value spaces.
           05 dl-sum-pct                pic zz9.99.
      *
       01 ws-trailer-line.
           05 filler                    pic x(16)
                value "Lines Read:".
           05 dl-read-count             pic zzzzz9.
           05 filler                    pic x(16)
                value "  Not Audited:".
           05 dl-not-audited            pic zzzzz9.
           05 filler                    pic x(12)
                value "  Voided:".
           05 dl-void-count             pic zzzzz9.
           05 filler                    pic x(22)
                value "  Overrides Dropped:".
           05 dl-dropped-count          pic zzzzz9.
      *
       01 ws-blank-line                 pic x(107) value spaces.
      *
      *-----------------------------------------------
      *  OVERRIDE TOLERANCE -- PRCTOL OVERRIDES THESE
      *-----------------------------------------------
       77 ws-tol-pct                    pic 9(3)v99 value 5.00.
       77 ws-tol-amt                    pic 9(3)v99 value 0.50.
      *
      *-----------------------------------------------
      *  ITEM MASTER -- REGULAR PRICE AND CLASS BY SKU
      *-----------------------------------------------
       01 ws-item-table.
           05 ws-pit-count              pic 9(4) value 0.
           05 ws-pit-entry occurs 2000 times.
                10 ws-pit-sku           pic x(15).
                10 ws-pit-class         pic x.
                10 ws-pit-price         pic 9(4)v99.
       77 ws-pit-max                    pic 9(4) value 2000.
      *
      *-----------------------------------------------
      *  PROMOTIONAL PRICE CALENDAR (FROM PROMOS)
      *-----------------------------------------------
       01 ws-promo-table.
           05 ws-prm-count              pic 9(3) value 0.
           05 ws-prm-entry occurs 300 times.
                10 ws-prm-id            pic x(6).
                10 ws-prm-match         pic x.
                10 ws-prm-sku           pic x(15).
                10 ws-prm-class         pic x.
                10 ws-prm-type          pic x.
                10 ws-prm-price         pic 9(5)v99.
                10 ws-prm-pct           pic 9(2)v99.
                10 ws-prm-start         pic 9(8).
                10 ws-prm-end           pic 9(8).
                10 ws-prm-store occurs 5 times
                                        pic 99.
      *
      *-----------------------------------------------
      *  PRICE OVERRIDES FOUND TONIGHT
      *-----------------------------------------------
       01 ws-override-table.
           05 ws-ovr-count              pic 9(4) value 0.
           05 ws-ovr-entry occurs 2000 times.
                10 ws-ovr-store         pic 99.
                10 ws-ovr-salesperson   pic x(3).
                10 ws-ovr-inv           pic x(9).
                10 ws-ovr-sku           pic x(15).
                10 ws-ovr-class         pic x.
                10 ws-ovr-regular       pic 9(4)v99.
                10 ws-ovr-expected      pic 9(5)v99.
                10 ws-ovr-rung          pic 9(5)v99.
                10 ws-ovr-given         pic 9(5)v99.
                10 ws-ovr-promo-sw      pic x.
                10 ws-ovr-voided-sw     pic x.
                10 ws-ovr-printed-sw    pic x.
       77 ws-ovr-max                    pic 9(4) value 2000.
      *
      *-----------------------------------------------
      *  PER-STORE AUDIT FIGURES
      *-----------------------------------------------
       01 ws-store-table.
           05 ws-sto-entry occurs 99 times.
                10 ws-sto-audited       pic s9(6) value 0.
                10 ws-sto-sales         pic s9(9)v99 value 0.
                10 ws-sto-overrides     pic s9(6) value 0.
                10 ws-sto-given         pic s9(9)v99 value 0.
      *
       01 ws-work.
           05 ws-sto-idx                pic 999.
           05 ws-sto-edit               pic z9.
           05 ws-pit-idx                pic 9(4).
           05 ws-pit-found-sw           pic x value "N".
                88 ws-pit-found         value "Y".
           05 ws-prm-idx                pic 9(3).
           05 ws-prm-st-idx             pic 9.
           05 ws-prm-store-sw           pic x value "N".
                88 ws-prm-store-ok      value "Y".
           05 ws-promo-found-sw         pic x value "N".
                88 ws-promo-found       value "Y".
           05 ws-promo-price            pic 9(5)v99.
           05 ws-promo-try-price        pic 9(5)v99.
           05 ws-expected-price         pic 9(5)v99.
           05 ws-tolerance              pic 9(5)v99.
           05 ws-shortfall              pic 9(5)v99.
           05 ws-ovr-idx                pic 9(4).
           05 ws-sp-idx                 pic 9(4).
           05 ws-cur-salesperson        pic x(3).
           05 ws-sp-count               pic 9(4).
           05 ws-sp-given               pic 9(9)v99.
           05 ws-store-has-ovr-sw       pic x.
                88 ws-store-has-ovr     value "Y".
           05 ws-pct-work               pic 9(3)v99.
           05 ws-read-count             pic 9(6) value 0.
           05 ws-not-audited            pic 9(6) value 0.
           05 ws-void-count             pic 9(6) value 0.
           05 ws-dropped-count          pic 9(6) value 0.
           05 ws-co-audited             pic 9(7) value 0.
           05 ws-co-sales               pic 9(10)v99 value 0.
           05 ws-co-overrides           pic 9(7) value 0.
           05 ws-co-given               pic 9(10)v99 value 0.
      *
       01 ws-file.
           05 ws-eof-flag               pic x value "N".
           05 ws-eof-y                  pic x value "Y".
           05 ws-itemmst-eof-flag       pic x value "N".
           05 ws-promos-eof-flag        pic x value "N".
           05 ws-prctol-eof-flag        pic x value "N".
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
           perform 110-load-tolerance.
           perform 120-load-item-master.
           perform 130-load-promotions.
           perform 150-report-header.
           perform 200-read-sl-file.
           perform 400-audit-one-line thru 400-exit
                until ws-eof-flag is equal to ws-eof-y.
           perform 800-override-listing.
           perform 850-store-summary.
           perform 900-close-files.

           if ws-read-count = 0
                move 4                  to return-code
           end-if.
           goback.
      *
       100-open-files.
           open input sl-file.
           open output report-file.
           move function current-date   to ws-current-date.
      *
      * PRCTOL absent or empty -- keep the built-in defaults
       110-load-tolerance.
           open input prc-tol-file.
           read prc-tol-file
                at end move ws-eof-y    to ws-prctol-eof-flag.
           if ws-prctol-eof-flag not equal to ws-eof-y
                move pt-tol-pct         to ws-tol-pct
                move pt-tol-amt         to ws-tol-amt
           end-if.
           close prc-tol-file.
      *
      * ITEMMST absent or empty -- nothing can be priced
       120-load-item-master.
           open input item-master-file.
           perform 122-read-item-master.
           perform 124-store-item
                until ws-itemmst-eof-flag is equal to ws-eof-y.
           close item-master-file.
      *
       122-read-item-master.
           read item-master-file
                at end move ws-eof-y    to ws-itemmst-eof-flag.
      *
       124-store-item.
           if ws-pit-count < ws-pit-max
                and im-sku-code not = spaces
                add 1                   to ws-pit-count
                move im-sku-code        to ws-pit-sku(ws-pit-count)
                move im-class           to ws-pit-class(ws-pit-count)
                move im-price           to ws-pit-price(ws-pit-count)
           end-if.
           perform 122-read-item-master.
      *
      * PROMOS absent or empty -- no promotion is running
       130-load-promotions.
           open input promo-file.
           perform 132-read-promotion.
           perform 134-store-promotion
                until ws-promos-eof-flag is equal to ws-eof-y.
           close promo-file.
      *
       132-read-promotion.
           read promo-file
                at end move ws-eof-y    to ws-promos-eof-flag.
      *
       134-store-promotion.
           if ws-prm-count < 300
                add 1                   to ws-prm-count
                move ws-prm-count       to ws-prm-idx
                move pr-promo-id       to ws-prm-id(ws-prm-idx)
                move pr-match-type     to ws-prm-match(ws-prm-idx)
                move pr-sku-code       to ws-prm-sku(ws-prm-idx)
                move pr-item-class     to ws-prm-class(ws-prm-idx)
                move pr-price-type     to ws-prm-type(ws-prm-idx)
                move pr-promo-price    to ws-prm-price(ws-prm-idx)
                move pr-promo-pct      to ws-prm-pct(ws-prm-idx)
                move pr-start-date     to ws-prm-start(ws-prm-idx)
                move pr-end-date       to ws-prm-end(ws-prm-idx)
                perform varying ws-prm-st-idx from 1 by 1
                     until ws-prm-st-idx > 5
                     move pr-store-num(ws-prm-st-idx)
                          to ws-prm-store(ws-prm-idx, ws-prm-st-idx)
                end-perform
           end-if.
           perform 132-read-promotion.
      *
       150-report-header.
           move ws-date                 to ws-title-date.
           write report-line            from ws-title.
           write report-line            from ws-blank-line.
           move ws-tol-pct              to dl-tol-pct.
           move ws-tol-amt              to dl-tol-amt.
           write report-line            from ws-tol-line.
      *
       200-read-sl-file.
           read sl-file
                at end move ws-eof-y    to ws-eof-flag
                not at end add 1        to ws-read-count
           end-read.
      *
      * a sale or layaway is priced and audited; a post-void comes
      * back out of the audit.  a gift-card load (G, or the void
      * of one) sells no item and is passed over, as are payments
      * and cancellations
       400-audit-one-line.
           if not (il-code-S or il-code-L or il-code-V)
                perform 200-read-sl-file
                go to 400-exit
           end-if.
           if il-code-V
                and il-gift-card-num not = spaces
                and not il-pay-GC
                perform 200-read-sl-file
                go to 400-exit
           end-if.
           if il-store-num not numeric
                or il-store-num = 0
                add 1                   to ws-not-audited
                perform 200-read-sl-file
                go to 400-exit
           end-if.

           perform 410-find-item.
           if not ws-pit-found
                add 1                   to ws-not-audited
                perform 200-read-sl-file
                go to 400-exit
           end-if.

           if il-code-V
                perform 450-void-audited-line
           else
                perform 420-expected-price
                add 1              to ws-sto-audited(il-store-num)
                add il-tran-amt    to ws-sto-sales(il-store-num)
                perform 430-check-override
           end-if.

           perform 200-read-sl-file.
       400-exit.
           exit.
      *
       410-find-item.
           move "N"                     to ws-pit-found-sw.
           perform varying ws-pit-idx from 1 by 1
                until ws-pit-idx > ws-pit-count
                    or ws-pit-found
                if ws-pit-sku(ws-pit-idx) = il-sku-code
                     set ws-pit-found   to true
                end-if
           end-perform.
           subtract 1                   from ws-pit-idx.
      *
      * the regular price, or the lowest promotional price running
      * for the SKU or its class at the store on the business date
       420-expected-price.
           move "N"                     to ws-promo-found-sw.
           perform varying ws-prm-idx from 1 by 1
                until ws-prm-idx > ws-prm-count
                perform 422-match-promotion
           end-perform.
           if ws-promo-found
                and ws-promo-price < ws-pit-price(ws-pit-idx)
                move ws-promo-price     to ws-expected-price
           else
                move "N"                to ws-promo-found-sw
                move ws-pit-price(ws-pit-idx) to ws-expected-price
           end-if.
      *
       422-match-promotion.
           if il-business-date not < ws-prm-start(ws-prm-idx)
                and il-business-date not > ws-prm-end(ws-prm-idx)
                and ((ws-prm-match(ws-prm-idx) = "S"
                     and ws-prm-sku(ws-prm-idx) = il-sku-code)
                  or (ws-prm-match(ws-prm-idx) = "C"
                     and ws-prm-class(ws-prm-idx)
                          = ws-pit-class(ws-pit-idx)))
                perform 424-check-promo-store
                if ws-prm-store-ok
                     perform 426-price-promotion
                end-if
           end-if.
      *
      * no store listed means every store
       424-check-promo-store.
           move "Y"                     to ws-prm-store-sw.
           if ws-prm-store(ws-prm-idx, 1) not = 0
                or ws-prm-store(ws-prm-idx, 2) not = 0
                or ws-prm-store(ws-prm-idx, 3) not = 0
                or ws-prm-store(ws-prm-idx, 4) not = 0
                or ws-prm-store(ws-prm-idx, 5) not = 0
                move "N"                to ws-prm-store-sw
                perform varying ws-prm-st-idx from 1 by 1
                     until ws-prm-st-idx > 5
                     if ws-prm-store(ws-prm-idx, ws-prm-st-idx)
                          = il-store-num
                          set ws-prm-store-ok to true
                     end-if
                end-perform
           end-if.
      *
       426-price-promotion.
           if ws-prm-type(ws-prm-idx) = "%"
                compute ws-promo-try-price rounded =
                     ws-pit-price(ws-pit-idx)
                     * (100 - ws-prm-pct(ws-prm-idx)) / 100
           else
                move ws-prm-price(ws-prm-idx) to ws-promo-try-price
           end-if.
           if not ws-promo-found
                or ws-promo-try-price < ws-promo-price
                set ws-promo-found      to true
                move ws-promo-try-price to ws-promo-price
           end-if.
      *
      * short of the expected price by more than the tolerance --
      * the percent of the price or the flat dollars, the larger
       430-check-override.
           compute ws-tolerance rounded =
                ws-expected-price * ws-tol-pct / 100.
           if ws-tol-amt > ws-tolerance
                move ws-tol-amt         to ws-tolerance
           end-if.
           if il-tran-amt < ws-expected-price
                compute ws-shortfall = ws-expected-price - il-tran-amt
                if ws-shortfall > ws-tolerance
                     perform 440-record-override
                end-if
           end-if.
      *
       440-record-override.
           add 1                   to ws-sto-overrides(il-store-num).
           add ws-shortfall        to ws-sto-given(il-store-num).
           if ws-ovr-count not < ws-ovr-max
                add 1                   to ws-dropped-count
           else
                add 1                   to ws-ovr-count
                move ws-ovr-count       to ws-ovr-idx
                move il-store-num   to ws-ovr-store(ws-ovr-idx)
                move il-salesperson-id
                                    to ws-ovr-salesperson(ws-ovr-idx)
                move il-inv-num     to ws-ovr-inv(ws-ovr-idx)
                move il-sku-code    to ws-ovr-sku(ws-ovr-idx)
                move ws-pit-class(ws-pit-idx)
                                    to ws-ovr-class(ws-ovr-idx)
                move ws-pit-price(ws-pit-idx)
                                    to ws-ovr-regular(ws-ovr-idx)
                move ws-expected-price
                                    to ws-ovr-expected(ws-ovr-idx)
                move il-tran-amt    to ws-ovr-rung(ws-ovr-idx)
                move ws-shortfall   to ws-ovr-given(ws-ovr-idx)
                move ws-promo-found-sw
                                    to ws-ovr-promo-sw(ws-ovr-idx)
                move "N"            to ws-ovr-voided-sw(ws-ovr-idx)
                move "N"            to ws-ovr-printed-sw(ws-ovr-idx)
           end-if.
      *
      * the voided sale leaves the audit; were it an override, the
      * override goes with it
       450-void-audited-line.
           add 1                        to ws-void-count.
           subtract 1              from ws-sto-audited(il-store-num).
           subtract il-tran-amt    from ws-sto-sales(il-store-num).
           perform varying ws-ovr-idx from 1 by 1
                until ws-ovr-idx > ws-ovr-count
                if ws-ovr-store(ws-ovr-idx) = il-store-num
                     and ws-ovr-inv(ws-ovr-idx) = il-inv-num
                     and ws-ovr-sku(ws-ovr-idx) = il-sku-code
                     and ws-ovr-voided-sw(ws-ovr-idx) = "N"
                     move "Y"      to ws-ovr-voided-sw(ws-ovr-idx)
                     subtract 1
                          from ws-sto-overrides(il-store-num)
                     subtract ws-ovr-given(ws-ovr-idx)
                          from ws-sto-given(il-store-num)
                     move ws-ovr-count  to ws-ovr-idx
                end-if
           end-perform.
      *
      * each store's overrides, grouped by the salesperson who
      * rang them
       800-override-listing.
           write report-line            from ws-blank-line.
           write report-line            from ws-override-header.
           perform varying ws-sto-idx from 1 by 1
                until ws-sto-idx > 99
                move "N"                to ws-store-has-ovr-sw
                perform varying ws-ovr-idx from 1 by 1
                     until ws-ovr-idx > ws-ovr-count
                     if ws-ovr-store(ws-ovr-idx) = ws-sto-idx
                          and ws-ovr-voided-sw(ws-ovr-idx) = "N"
                          set ws-store-has-ovr to true
                     end-if
                end-perform
                if ws-store-has-ovr
                     perform 810-store-overrides
                end-if
           end-perform.
      *
       810-store-overrides.
           write report-line            from ws-blank-line.
           move ws-sto-idx              to dl-ovr-store.
           write report-line            from ws-ovr-store-line.
           write report-line            from ws-ovr-column-line.
           perform varying ws-ovr-idx from 1 by 1
                until ws-ovr-idx > ws-ovr-count
                if ws-ovr-store(ws-ovr-idx) = ws-sto-idx
                     and ws-ovr-voided-sw(ws-ovr-idx) = "N"
                     and ws-ovr-printed-sw(ws-ovr-idx) = "N"
                     perform 820-salesperson-overrides
                end-if
           end-perform.
      *
      * every unprinted override of this store rung by the same
      * salesperson as the entry found, then their subtotal
       820-salesperson-overrides.
           move ws-ovr-salesperson(ws-ovr-idx) to ws-cur-salesperson.
           move 0                       to ws-sp-count.
           move 0                       to ws-sp-given.
           perform varying ws-sp-idx from ws-ovr-idx by 1
                until ws-sp-idx > ws-ovr-count
                if ws-ovr-store(ws-sp-idx) = ws-sto-idx
                     and ws-ovr-voided-sw(ws-sp-idx) = "N"
                     and ws-ovr-salesperson(ws-sp-idx)
                          = ws-cur-salesperson
                     perform 830-override-detail
                end-if
           end-perform.
           move ws-cur-salesperson      to dl-sp-total-id.
           move ws-sp-count             to dl-sp-total-count.
           move ws-sp-given             to dl-sp-total-given.
           write report-line            from ws-ovr-sp-total-line.
      *
       830-override-detail.
           move "Y"              to ws-ovr-printed-sw(ws-sp-idx).
           move ws-ovr-salesperson(ws-sp-idx) to dl-ovr-salesperson.
           move ws-ovr-inv(ws-sp-idx)         to dl-ovr-inv.
           move ws-ovr-sku(ws-sp-idx)         to dl-ovr-sku.
           move ws-ovr-class(ws-sp-idx)       to dl-ovr-class.
           move ws-ovr-regular(ws-sp-idx)     to dl-ovr-regular.
           move ws-ovr-expected(ws-sp-idx)    to dl-ovr-expected.
           move ws-ovr-rung(ws-sp-idx)        to dl-ovr-rung.
           move ws-ovr-given(ws-sp-idx)       to dl-ovr-given.
           if ws-ovr-promo-sw(ws-sp-idx) = "Y"
                move "PROMO"            to dl-ovr-promo
           else
                move spaces             to dl-ovr-promo
           end-if.
           write report-line            from ws-ovr-detail-line.
           add 1                        to ws-sp-count.
           add ws-ovr-given(ws-sp-idx)  to ws-sp-given.
      *
      * the district managers' page: per store, what was audited
      * and what the overrides gave away
       850-store-summary.
           write report-line            from ws-blank-line
                after advancing page.
           write report-line            from ws-summary-header.
           write report-line            from ws-blank-line.
           write report-line            from ws-summary-column-line.
           perform varying ws-sto-idx from 1 by 1
                until ws-sto-idx > 99
                if ws-sto-audited(ws-sto-idx) not = 0
                     or ws-sto-overrides(ws-sto-idx) not = 0
                     perform 860-store-summary-line
                end-if
           end-perform.

           write report-line            from ws-blank-line.
           move "ALL"                   to dl-sum-store.
           move ws-co-audited           to dl-sum-audited.
           move ws-co-sales             to dl-sum-sales.
           move ws-co-overrides         to dl-sum-overrides.
           move ws-co-given             to dl-sum-given.
           move 0                       to ws-pct-work.
           if ws-co-sales > 0
                compute ws-pct-work rounded =
                     ws-co-given * 100 / ws-co-sales
           end-if.
           move ws-pct-work             to dl-sum-pct.
           write report-line            from ws-summary-line.

           write report-line            from ws-blank-line.
           move ws-read-count           to dl-read-count.
           move ws-not-audited          to dl-not-audited.
           move ws-void-count           to dl-void-count.
           move ws-dropped-count        to dl-dropped-count.
           write report-line            from ws-trailer-line.
      *
       860-store-summary-line.
           move ws-sto-idx              to ws-sto-edit.
           move ws-sto-edit             to dl-sum-store.
           move ws-sto-audited(ws-sto-idx)   to dl-sum-audited.
           move ws-sto-sales(ws-sto-idx)     to dl-sum-sales.
           move ws-sto-overrides(ws-sto-idx) to dl-sum-overrides.
           move ws-sto-given(ws-sto-idx)     to dl-sum-given.
           move 0                       to ws-pct-work.
           if ws-sto-sales(ws-sto-idx) > 0
                compute ws-pct-work rounded =
                     ws-sto-given(ws-sto-idx) * 100
                          / ws-sto-sales(ws-sto-idx)
           end-if.
           move ws-pct-work             to dl-sum-pct.
           write report-line            from ws-summary-line.

           add ws-sto-audited(ws-sto-idx)   to ws-co-audited.
           add ws-sto-sales(ws-sto-idx)     to ws-co-sales.
           add ws-sto-overrides(ws-sto-idx) to ws-co-overrides.
           add ws-sto-given(ws-sto-idx)     to ws-co-given.
      *
       900-close-files.
           close sl-file.
           close report-file.
      *
       end program A8PRCAUD.
