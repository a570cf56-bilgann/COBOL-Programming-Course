       identification division.
       program-id. A1ABC.
       date-written. October 15, 2026.
       author. Bilgan Kiris.
      *Description: ABC classification of the product master.
      *every product on the indexed product master is valued at
      *its annual units sold times pm-unit-cost and ranked, highest
      *value first.  products inside the first ABCCTL cut-off of
      *cumulative value (default 80%) are class A, the next band
      *(default 15%) class B, the rest class C.  annual units come
      *from the last 365 days of the SALEDLY daily-sales history;
      *until that history exists the SALEHST units to date stand
      *in.  the class goes to ABCFILE, one record per product, for
      *the other inventory programs; the report is the Pareto list
      *with cumulative percentages and the stock value tied up in
      *each class.
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
      * indexed product master, read in key sequence
           select product-master-file
                assign to PRODMAST
                organization is indexed
                access is sequential
                record key is pm-product-name.
      *
      * dated daily-sales history from A1DEPLET
           select optional saledly-file
                assign to SALEDLY
                organization is sequential.
      *
      * rolling sales-history master from A1DEPLET
           select optional salehst-file
                assign to SALEHST
                organization is sequential.
      *
      * class cut-off percents control record -- optional
           select optional abc-ctl-file
                assign to ABCCTL
                organization is sequential.
      *
      * product class file, one record per product
           select abc-file
                assign to ABCFILE
                organization is sequential.
      *
           select report-file
                assign to RPTFILE
                organization is sequential.
      *
       data division.
       file section.
      *
       fd product-master-file
           data record is product-master-line
           record contains 82 characters.
      *
       01 product-master-line.
           05 pm-product-name           pic x(15).
           05 pm-product-description    pic x(25).
           05 pm-product-quantity       pic 9(6).
           05 pm-unit-cost              pic 9(5)v99.
           05 pm-vendor-code            pic x(5).
           05 pm-max-stock-level        pic 9(6).
           05 pm-loc-quantity  occurs 3 times
                                        pic 9(6).
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
       fd salehst-file
           recording mode is F
           data record is salehst-line
           record contains 31 characters.
      *
       01 salehst-line.
           05 sh-product-name           pic x(15).
           05 sh-last-sale-date         pic 9(8).
           05 sh-units-sold             pic 9(8).
      *
       fd abc-ctl-file
           recording mode is F
           data record is abc-ctl-line
           record contains 8 characters.
      *
       01 abc-ctl-line.
           05 ac-a-cutoff-pct           pic 99v99.
           05 ac-b-band-pct             pic 99v99.
      *
       fd abc-file
           recording mode is F
           data record is abc-line
           record contains 55 characters.
      *
       01 abc-line.
           05 ab-product-name           pic x(15).
           05 ab-class                  pic x.
                88 ab-class-a           value "A".
                88 ab-class-b           value "B".
                88 ab-class-c           value "C".
           05 ab-annual-units           pic 9(8).
           05 ab-annual-value           pic 9(11)v99.
           05 ab-rank                   pic 9(5).
           05 ab-cum-pct                pic 999v99.
           05 ab-calc-date              pic 9(8).
      *
       fd report-file
           recording mode is F
           data record is report-line
           record contains 110 characters.
       01 report-line                   pic x(110).
      *
       working-storage section.
      *
       01 ws-title.
           05 filler                    pic x(15)
                value spaces.
           05 ws-title-name             pic x(30)
                value "ABC Classification".
           05 filler                    pic x(2)
                value spaces.
           05 ws-title-date             pic 9(8).
      *
       01 ws-parm-line.
           05 filler                    pic x(14)
                value "CLASS A TO:".
           05 dl-a-cutoff               pic z9.99.
           05 filler                    pic x(17)
                value "%   CLASS B TO:".
           05 dl-b-cutoff               pic zz9.99.
           05 filler                    pic x(12)
                value "%   BASIS:".
           05 dl-basis                  pic x(25).
      *
       01 ws-column-header.
           05 filler                    pic x(7)
                value "RANK".
           05 filler                    pic x(16)
                value "PRODUCT NAME".
           05 filler                    pic x(10)
                value "ANN UNITS".
           05 filler                    pic x(10)
                value "UNIT COST".
           05 filler                    pic x(16)
                value "ANNUAL VALUE".
           05 filler                    pic x(8)
                value "PCT".
           05 filler                    pic x(9)
                value "CUM PCT".
           05 filler                    pic x(6)
                value "CLASS".
           05 filler                    pic x(14)
                value "STOCK VALUE".
      *
       01 ws-detail-line.
           05 dl-rank                   pic zzzz9.
           05 filler                    pic x(2)
                value spaces.
           05 dl-product-name           pic x(15).
           05 filler                    pic x(1)
                value spaces.
           05 dl-annual-units           pic zzzzzzz9.
           05 filler                    pic x(2)
                value spaces.
           05 dl-unit-cost              pic zzzz9.99.
           05 filler                    pic x(2)
                value spaces.
           05 dl-annual-value           pic z(10)9.99.
           05 filler                    pic x(2)
                value spaces.
           05 dl-pct                    pic zz9.99.
           05 filler                    pic x(2)
                value spaces.
           05 dl-cum-pct                pic zz9.99.
           05 filler                    pic x(5)
                value spaces.
           05 dl-class                  pic x.
           05 filler                    pic x(3)
                value spaces.
           05 dl-stock-value            pic z(10)9.99.
      *
       01 ws-summary-header.
           05 filler                    pic x(8)
                value "CLASS".
           05 filler                    pic x(10)
                value "PRODUCTS".
           05 filler                    pic x(18)
                value "ANNUAL VALUE".
           05 filler                    pic x(10)
                value "PCT VAL".
           05 filler                    pic x(10)
                value "PCT PROD".
           05 filler                    pic x(16)
                value "STOCK VALUE".
      *
       01 ws-summary-line.
           05 filler                    pic x(2)
                value spaces.
           05 dl-sum-class              pic x.
           05 filler                    pic x(5)
                value spaces.
           05 dl-sum-count              pic zzzzz9.
           05 filler                    pic x(2)
                value spaces.
           05 dl-sum-value              pic z(12)9.99.
           05 filler                    pic x(3)
                value spaces.
           05 dl-sum-value-pct          pic zz9.99.
           05 filler                    pic x(4)
                value spaces.
           05 dl-sum-count-pct          pic zz9.99.
           05 filler                    pic x(2)
                value spaces.
           05 dl-sum-stock-value        pic z(12)9.99.
      *
       01 ws-trailer-line.
           05 filler                    pic x(18)
                value "Products Ranked:".
           05 dl-read-count             pic zzzzz9.
           05 filler                    pic x(18)
                value "  Total Value:".
           05 dl-total-value            pic z(12)9.99.
      *
      * cumulative percent of annual value that closes class A, and
      * the width of the class B band after it -- ABCCTL overrides
       77 ws-a-cutoff-pct               pic 99v99 value 80.00.
       77 ws-b-band-pct                 pic 99v99 value 15.00.
      *
      * days of SALEDLY history that make up a year's sales
       77 ws-year-days                  pic 999 value 365.
      *
      *-----------------------------------------------
      *  PRODUCT VALUE TABLE (FROM PRODMAST)
      *-----------------------------------------------
       01 ws-product-table.
           05 ws-prod-count             pic 9(4) value 0.
           05 ws-prod-entry occurs 2000 times.
                10 ws-prod-name         pic x(15).
                10 ws-prod-qty          pic 9(6).
                10 ws-prod-cost         pic 9(5)v99.
                10 ws-prod-units        pic 9(8).
                10 ws-prod-value        pic 9(11)v99.
                10 ws-prod-used         pic x.
      *
      *-----------------------------------------------
      *  CLASS TOTALS -- 1 = A, 2 = B, 3 = C
      *-----------------------------------------------
       01 ws-class-table.
           05 ws-class-entry occurs 3 times.
                10 ws-cls-count         pic 9(6).
                10 ws-cls-value         pic 9(13)v99.
                10 ws-cls-stock-value   pic 9(13)v99.
      *
       01 ws-class-codes                pic x(3) value "ABC".
       01 ws-class-code-table redefines ws-class-codes.
           05 ws-class-code  occurs 3 times
                                        pic x.
      *
       01 ws-work.
           05 ws-key-product            pic x(15).
           05 ws-prod-idx               pic 9(4).
           05 ws-prod-found-idx         pic 9(4).
           05 ws-prod-found-sw          pic x value "N".
                88 ws-prod-found        value "Y".
           05 ws-best-idx               pic 9(4).
           05 ws-best-value             pic 9(11)v99.
           05 ws-rank                   pic 9(5).
           05 ws-cls-idx                pic 9.
           05 ws-age-days               pic s9(5).
           05 ws-b-cutoff-pct           pic 999v99.
           05 ws-total-value            pic 9(13)v99 value 0.
           05 ws-cum-value              pic 9(13)v99 value 0.
           05 ws-cum-pct-before         pic 999v99.
           05 ws-cum-pct                pic 999v99.
           05 ws-item-pct               pic 999v99.
           05 ws-stock-value            pic 9(11)v99.
           05 ws-saledly-count          pic 9(8) value 0.
           05 ws-read-count             pic 9(6) value 0.
      *
       01 ws-file.
           05 ws-eof-flag               pic x value "N".
           05 ws-eof-y                  pic x value "Y".
           05 ws-saledly-eof-flag       pic x value "N".
           05 ws-salehst-eof-flag       pic x value "N".
           05 ws-abcctl-eof-flag        pic x value "N".
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
           perform 110-load-abc-control.
           perform 120-load-products.
           perform 130-load-daily-sales.
           if ws-saledly-count = 0
                perform 140-load-sales-history
           end-if.
           perform 160-value-products.
           perform 150-report-header.
           perform 400-rank-one-product
                varying ws-rank from 1 by 1
                    until ws-rank > ws-prod-count.
           perform 800-print-trailer.
           perform 900-close-files.
           goback.
      *
       100-open-files.
           open input product-master-file.
           open output abc-file, report-file.
           move function current-date   to ws-current-date.
           initialize ws-class-table.
      *
      * ABCCTL absent or empty -- keep the built-in percents
       110-load-abc-control.
           open input abc-ctl-file.
           read abc-ctl-file
                at end move ws-eof-y    to ws-abcctl-eof-flag.
           if ws-abcctl-eof-flag not = ws-eof-y
                move ac-a-cutoff-pct    to ws-a-cutoff-pct
                move ac-b-band-pct      to ws-b-band-pct
           end-if.
           close abc-ctl-file.
           compute ws-b-cutoff-pct = ws-a-cutoff-pct + ws-b-band-pct.
      *
       120-load-products.
           perform 200-read-master.
           perform 125-store-product
                until ws-eof-flag is equal to ws-eof-y.
      *
       125-store-product.
           if ws-prod-count < 2000
                add 1                   to ws-prod-count
                move pm-product-name    to ws-prod-name(ws-prod-count)
                move pm-product-quantity
                                        to ws-prod-qty(ws-prod-count)
                move pm-unit-cost       to ws-prod-cost(ws-prod-count)
                move 0                  to ws-prod-units(ws-prod-count)
                move 0                  to ws-prod-value(ws-prod-count)
                move "N"                to ws-prod-used(ws-prod-count)
           end-if.
           perform 200-read-master.
      *
      * a year's units per product from the dated history
       130-load-daily-sales.
           open input saledly-file.
           perform 132-read-daily-sales.
           perform 134-store-daily-sales
                until ws-saledly-eof-flag is equal to ws-eof-y.
           close saledly-file.
      *
       132-read-daily-sales.
           read saledly-file
                at end move ws-eof-y    to ws-saledly-eof-flag.
      *
       134-store-daily-sales.
           add 1                        to ws-saledly-count.
           call "A0DAYDIF" using sd-sale-date, ws-date,
                ws-age-days.
           if ws-age-days >= 0 and ws-age-days < ws-year-days
                move sd-product-name    to ws-key-product
                perform 300-find-product
                if ws-prod-found
                     add sd-units-sold
                          to ws-prod-units(ws-prod-found-idx)
                end-if
           end-if.
           perform 132-read-daily-sales.
      *
      * no dated history yet -- SALEHST units to date stand in for
      * the year
       140-load-sales-history.
           open input salehst-file.
           perform 142-read-sales-history.
           perform 144-store-sales-history
                until ws-salehst-eof-flag is equal to ws-eof-y.
           close salehst-file.
      *
       142-read-sales-history.
           read salehst-file
                at end move ws-eof-y    to ws-salehst-eof-flag.
      *
       144-store-sales-history.
           move sh-product-name         to ws-key-product.
           perform 300-find-product.
           if ws-prod-found
                move sh-units-sold
                     to ws-prod-units(ws-prod-found-idx)
           end-if.
           perform 142-read-sales-history.
      *
       150-report-header.
           move ws-date                 to ws-title-date.
           write report-line            from ws-title.
           move spaces                  to report-line.
           write report-line.
           move ws-a-cutoff-pct         to dl-a-cutoff.
           move ws-b-cutoff-pct         to dl-b-cutoff.
           if ws-saledly-count = 0
                move "SALEHST UNITS TO DATE" to dl-basis
           else
                move "SALEDLY LAST 365 DAYS" to dl-basis
           end-if.
           write report-line            from ws-parm-line.
           move spaces                  to report-line.
           write report-line.
           write report-line            from ws-column-header.
      *
       160-value-products.
           perform varying ws-prod-idx from 1 by 1
                until ws-prod-idx > ws-prod-count
                compute ws-prod-value(ws-prod-idx) =
                     ws-prod-units(ws-prod-idx)
                          * ws-prod-cost(ws-prod-idx)
                add ws-prod-value(ws-prod-idx) to ws-total-value
           end-perform.
      *
       200-read-master.
           read product-master-file
                at end move ws-eof-y    to ws-eof-flag.
      *
       300-find-product.
           move "N"                     to ws-prod-found-sw.
           move 0                       to ws-prod-found-idx.
           perform varying ws-prod-idx from 1 by 1
                until ws-prod-idx > ws-prod-count
                    or ws-prod-found
                if ws-prod-name(ws-prod-idx) = ws-key-product
                     move ws-prod-idx   to ws-prod-found-idx
                     set ws-prod-found  to true
                end-if
           end-perform.
      *
      * next-highest value not yet ranked; ties keep key order
       310-find-next-highest.
           move 0                       to ws-best-idx.
           move 0                       to ws-best-value.
           perform varying ws-prod-idx from 1 by 1
                until ws-prod-idx > ws-prod-count
                if ws-prod-used(ws-prod-idx) not = "Y"
                     and (ws-best-idx = 0
                          or ws-prod-value(ws-prod-idx)
                               > ws-best-value)
                     move ws-prod-idx   to ws-best-idx
                     move ws-prod-value(ws-prod-idx)
                                        to ws-best-value
                end-if
           end-perform.
      *
      * a product is classed by where the cumulative value stood
      * before it, so the single biggest product is always A; a
      * product with no sales value is always C
       400-rank-one-product.
           perform 310-find-next-highest.
           move "Y"                     to ws-prod-used(ws-best-idx).
           add 1                        to ws-read-count.

           if ws-total-value > 0
                compute ws-cum-pct-before rounded =
                     ws-cum-value * 100 / ws-total-value
                add ws-best-value       to ws-cum-value
                compute ws-cum-pct rounded =
                     ws-cum-value * 100 / ws-total-value
                compute ws-item-pct rounded =
                     ws-best-value * 100 / ws-total-value
           else
                move 0                  to ws-cum-pct-before
                move 0                  to ws-cum-pct
                move 0                  to ws-item-pct
           end-if.

           if ws-best-value = 0
                move 3                  to ws-cls-idx
           else if ws-cum-pct-before < ws-a-cutoff-pct
                move 1                  to ws-cls-idx
           else if ws-cum-pct-before < ws-b-cutoff-pct
                move 2                  to ws-cls-idx
           else
                move 3                  to ws-cls-idx
           end-if.

           compute ws-stock-value =
                ws-prod-qty(ws-best-idx) * ws-prod-cost(ws-best-idx).
           add 1                        to ws-cls-count(ws-cls-idx).
           add ws-best-value            to ws-cls-value(ws-cls-idx).
           add ws-stock-value
                to ws-cls-stock-value(ws-cls-idx).

           move ws-prod-name(ws-best-idx) to ab-product-name.
           move ws-class-code(ws-cls-idx) to ab-class.
           move ws-prod-units(ws-best-idx) to ab-annual-units.
           move ws-best-value           to ab-annual-value.
           move ws-rank                 to ab-rank.
           move ws-cum-pct              to ab-cum-pct.
           move ws-date                 to ab-calc-date.
           write abc-line.

           move ws-rank                 to dl-rank.
           move ws-prod-name(ws-best-idx) to dl-product-name.
           move ws-prod-units(ws-best-idx) to dl-annual-units.
           move ws-prod-cost(ws-best-idx) to dl-unit-cost.
           move ws-best-value           to dl-annual-value.
           move ws-item-pct             to dl-pct.
           move ws-cum-pct              to dl-cum-pct.
           move ws-class-code(ws-cls-idx) to dl-class.
           move ws-stock-value          to dl-stock-value.
           write report-line            from ws-detail-line.
      *
       800-print-trailer.
           move spaces                  to report-line.
           write report-line.
           write report-line            from ws-summary-header.
           perform varying ws-cls-idx from 1 by 1
                until ws-cls-idx > 3
                move ws-class-code(ws-cls-idx) to dl-sum-class
                move ws-cls-count(ws-cls-idx) to dl-sum-count
                move ws-cls-value(ws-cls-idx) to dl-sum-value
                move ws-cls-stock-value(ws-cls-idx)
                                        to dl-sum-stock-value
                if ws-total-value > 0
                     compute ws-item-pct rounded =
                          ws-cls-value(ws-cls-idx) * 100
                               / ws-total-value
                else
                     move 0             to ws-item-pct
                end-if
                move ws-item-pct        to dl-sum-value-pct
                if ws-prod-count > 0
                     compute ws-item-pct rounded =
                          ws-cls-count(ws-cls-idx) * 100
                               / ws-prod-count
                else
                     move 0             to ws-item-pct
                end-if
                move ws-item-pct        to dl-sum-count-pct
                write report-line       from ws-summary-line
           end-perform.
           move spaces                  to report-line.
           write report-line.
           move ws-read-count           to dl-read-count.
           move ws-total-value          to dl-total-value.
           write report-line            from ws-trailer-line.
      *
       900-close-files.
           close product-master-file.
           close abc-file.
           close report-file.
      *
       end program A1ABC.
