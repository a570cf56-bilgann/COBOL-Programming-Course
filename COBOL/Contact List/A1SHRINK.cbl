       identification division.
       program-id. A1SHRINK.
       date-written. October 15, 2026.
       author. Bilgan Kiris.
      *Description: inventory shrinkage report.  reads the SHRKHIST
      *shrinkage history A1COUNT appends every applied count
      *variance to, and the COGSTRAN cost-of-sales file for the
      *sales the shrink is measured against, and reports for the
      *period (SHRKCTL from and to dates, default the month to
      *date) against the prior period of the same length just
      *before it:
      *    by warehouse location -- net units and dollars lost at
      *    the unit cost when counted, percent of the company's
      *    sales, and the prior period's figures with the trend;
      *    by product -- the same, against the product's own
      *    sales, worst loss first;
      *    repeat offenders -- every product with losses on at
      *    least SHRKCTL's count of separate counts (default 3) in
      *    the history up to the period end, with the units and
      *    value lost and the last loss date.
      *    shrink is net: an overage found on a count offsets a
      *    loss.  sales are net of returns, defects, and post-voids.
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
      * shrinkage history from A1COUNT
           select optional shrink-hist-file
                assign to SHRKHIST
                organization is sequential.
      *
      * cost-of-sales file -- the sales shrink is measured against
           select optional cogs-file
                assign to COGSTRAN
                organization is sequential.
      *
      * report period and repeat-offender count -- optional
           select optional shrink-ctl-file
                assign to SHRKCTL
                organization is sequential.
      *
           select report-file
                assign to RPTFILE
                organization is sequential.
      *
       data division.
       file section.
      *
       fd shrink-hist-file
           recording mode is F
           data record is shrink-hist-line
           record contains 80 characters.
      *
       01 shrink-hist-line.
           copy SHRKHIST replacing ==:TAG:== by ==sk==.
      *
       fd cogs-file
           recording mode is F
           data record is cogs-line
           record contains 60 characters.
      *
       01 cogs-line.
           copy COGSTRAN replacing ==:TAG:== by ==cg==.
      *
      * shrink control record -- zero dates keep the month to
      * date, a zero count keeps the default
       fd shrink-ctl-file
           recording mode is F
           data record is shrink-ctl-line
           record contains 18 characters.
      *
       01 shrink-ctl-line.
           05 sc-period-from            pic 9(8).
           05 sc-period-to              pic 9(8).
           05 sc-repeat-min             pic 99.
      *
       fd report-file
           recording mode is F
           data record is report-line
           record contains 120 characters.
       01 report-line                   pic x(120).
      *
       working-storage section.
      *
       01 ws-title.
           05 filler                    pic x(15)
                value spaces.
           05 ws-title-name             pic x(34)
                value "Inventory Shrinkage Report".
           05 filler                    pic x(2)
                value spaces.
           05 ws-title-date             pic 9(8).
      *
       01 ws-period-line.
           05 filler                    pic x(8)
                value "Period:".
           05 dl-per-from               pic 9(8).
           05 filler                    pic x(4)
                value " TO ".
           05 dl-per-to                 pic 9(8).
           05 filler                    pic x(17)
                value "   Prior Period:".
           05 dl-prior-from             pic 9(8).
           05 filler                    pic x(4)
                value " TO ".
           05 dl-prior-to               pic 9(8).
      *
       01 ws-section-line.
           05 filler                    pic x(4)
                value "*** ".
           05 dl-section-name           pic x(40).
      *
      *-----------------------------------------------
      *  BY LOCATION
      *-----------------------------------------------
       01 ws-loc-header.
           05 filler                    pic x(10)
                value "LOCATION".
           05 filler                    pic x(10)
                value "UNITS".
           05 filler                    pic x(15)
                value "SHRINK $".
           05 filler                    pic x(10)
                value "% SALES".
           05 filler                    pic x(15)
                value "PRIOR SHRINK $".
           05 filler                    pic x(10)
                value "PRIOR %".
           05 filler                    pic x(6)
                value "TREND".
      *
       01 ws-loc-line.
           05 filler                    pic x(4)
                value spaces.
           05 dl-loc-num                pic 9.
           05 filler                    pic x(2)
                value spaces.
           05 dl-loc-units              pic -(6)9.
           05 filler                    pic x(2)
                value spaces.
           05 dl-loc-shrink             pic -(8)9.99.
           05 filler                    pic x(2)
                value spaces.
           05 dl-loc-pct                pic -(4)9.99.
           05 filler                    pic x(3)
                value spaces.
           05 dl-loc-prior              pic -(8)9.99.
           05 filler                    pic x(2)
                value spaces.
           05 dl-loc-prior-pct          pic -(4)9.99.
           05 filler                    pic x(3)
                value spaces.
           05 dl-loc-trend              pic x(4).
      *
      *-----------------------------------------------
      *  BY PRODUCT
      *-----------------------------------------------
       01 ws-prd-header.
           05 filler                    pic x(17)
                value "PRODUCT NAME".
           05 filler                    pic x(9)
                value "UNITS".
           05 filler                    pic x(14)
                value "SHRINK $".
           05 filler                    pic x(14)
                value "SALES $".
           05 filler                    pic x(10)
                value "% SALES".
           05 filler                    pic x(15)
                value "PRIOR SHRINK $".
           05 filler                    pic x(6)
                value "TREND".
      *
       01 ws-prd-line.
           05 dl-prd-name               pic x(15).
           05 filler                    pic x(1)
                value spaces.
           05 dl-prd-units              pic -(6)9.
           05 filler                    pic x(2)
                value spaces.
           05 dl-prd-shrink             pic -(8)9.99.
           05 filler                    pic x(2)
                value spaces.
           05 dl-prd-sales              pic -(8)9.99.
           05 filler                    pic x(2)
                value spaces.
           05 dl-prd-pct                pic -(4)9.99.
           05 filler                    pic x(3)
                value spaces.
           05 dl-prd-prior              pic -(8)9.99.
           05 filler                    pic x(2)
                value spaces.
           05 dl-prd-trend              pic x(4).
      *
      *-----------------------------------------------
      *  REPEAT OFFENDERS
      *-----------------------------------------------
       01 ws-rpt-header.
           05 filler                    pic x(17)
                value "PRODUCT NAME".
           05 filler                    pic x(8)
                value "LOSSES".
           05 filler                    pic x(12)
                value "UNITS LOST".
           05 filler                    pic x(14)
                value "VALUE LOST".
           05 filler                    pic x(10)
                value "LAST LOSS".
      *
       01 ws-rpt-line.
           05 dl-rpt-name               pic x(15).
           05 filler                    pic x(3)
                value spaces.
           05 dl-rpt-losses             pic zzz9.
           05 filler                    pic x(3)
                value spaces.
           05 dl-rpt-units              pic z(6)9.
           05 filler                    pic x(3)
                value spaces.
           05 dl-rpt-value              pic z(8)9.99.
           05 filler                    pic x(3)
                value spaces.
           05 dl-rpt-last-loss          pic 9(8).
      *
      *-----------------------------------------------
      *  TOTALS
      *-----------------------------------------------
       01 ws-total-line.
           05 filler                    pic x(15)
                value "Total Shrink:".
           05 dl-tot-shrink             pic -(8)9.99.
           05 filler                    pic x(10)
                value "  Sales:".
           05 dl-tot-sales              pic -(9)9.99.
           05 filler                    pic x(11)
                value "  Percent:".
           05 dl-tot-pct                pic -(4)9.99.
      *
       01 ws-prior-total-line.
           05 filler                    pic x(15)
                value "Prior Shrink:".
           05 dl-ptot-shrink            pic -(8)9.99.
           05 filler                    pic x(10)
                value "  Sales:".
           05 dl-ptot-sales             pic -(9)9.99.
           05 filler                    pic x(11)
                value "  Percent:".
           05 dl-ptot-pct               pic -(4)9.99.
           05 filler                    pic x(9)
                value "  Trend:".
           05 dl-tot-trend              pic x(4).
      *
       01 ws-count-line.
           05 filler                    pic x(22)
                value "History Records Read:".
           05 dl-hist-count             pic zzzzz9.
           05 filler                    pic x(18)
                value "  Bad Location:".
           05 dl-bad-loc-count          pic zzzzz9.
           05 filler                    pic x(20)
                value "  Repeat Offenders:".
           05 dl-offender-count         pic zzz9.
      *
       01 ws-dropped-line.
           05 filler                    pic x(44)
                value "Counts Over Product Table (Not By Product):".
           05 dl-prd-dropped            pic zzzzz9.
      *
       01 ws-blank-line                 pic x(120) value spaces.
      *
      * separate counts with a loss before a product is a repeat
      * offender -- SHRKCTL overrides
       77 ws-repeat-min                 pic 99 value 3.
      *
      *-----------------------------------------------
      *  REPORT AND PRIOR PERIOD
      *-----------------------------------------------
       01 ws-period-work.
           05 ws-per-from               pic 9(8).
           05 ws-per-to                 pic 9(8).
           05 ws-prior-from             pic 9(8).
           05 ws-prior-to               pic 9(8).
           05 ws-per-days               pic s9(5).
           05 ws-step-days              pic s9(5).
      *
      *-----------------------------------------------
      *  SHRINK BY PRODUCT -- POSITIVE IS A NET LOSS
      *-----------------------------------------------
       01 ws-product-table.
           05 ws-prd-count              pic 9(4) value 0.
           05 ws-prd-entry occurs 2000 times.
                10 ws-prd-name          pic x(15).
                10 ws-prd-units         pic s9(7).
                10 ws-prd-shrink        pic s9(9)v99.
                10 ws-prd-prior         pic s9(9)v99.
                10 ws-prd-sales         pic s9(9)v99.
                10 ws-prd-loss-events   pic 9(4).
                10 ws-prd-units-lost    pic 9(7).
                10 ws-prd-value-lost    pic 9(9)v99.
                10 ws-prd-last-loss     pic 9(8).
                10 ws-prd-printed       pic x.
      *
       01 ws-location-table.
           05 ws-loc-entry occurs 3 times.
                10 ws-loc-units         pic s9(7).
                10 ws-loc-shrink        pic s9(9)v99.
                10 ws-loc-prior         pic s9(9)v99.
      *
       01 ws-work.
           05 ws-prd-idx                pic 9(4).
           05 ws-prd-found-idx          pic 9(4).
           05 ws-worst-idx              pic 9(4).
           05 ws-loc-idx                pic 9.
           05 ws-key-product            pic x(15).
           05 ws-net-units              pic s9(7).
           05 ws-net-value              pic s9(9)v99.
           05 ws-net-sale               pic s9(7)v99.
           05 ws-tot-shrink             pic s9(9)v99 value 0.
           05 ws-tot-prior              pic s9(9)v99 value 0.
           05 ws-tot-sales              pic s9(9)v99 value 0.
           05 ws-tot-prior-sales        pic s9(9)v99 value 0.
           05 ws-pct-shrink             pic s9(9)v99.
           05 ws-pct-sales              pic s9(9)v99.
           05 ws-pct                    pic s9(5)v99.
           05 ws-trend-cur              pic s9(9)v99.
           05 ws-trend-prior            pic s9(9)v99.
           05 ws-trend                  pic x(4).
           05 ws-hist-count             pic 9(6) value 0.
           05 ws-bad-loc-count          pic 9(6) value 0.
           05 ws-prd-dropped            pic 9(6) value 0.
           05 ws-offender-count         pic 9(4) value 0.
      *
       01 ws-file.
           05 ws-eof-y                  pic x value "Y".
           05 ws-shrkhist-eof-flag      pic x value "N".
           05 ws-cogs-eof-flag          pic x value "N".
           05 ws-shrkctl-eof-flag       pic x value "N".
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
           perform 110-load-control.
           perform 200-load-history.
           perform 300-load-sales.
           perform 150-report-header.
           perform 500-location-section.
           perform 600-product-section.
           perform 700-offender-section.
           perform 800-print-totals.
           perform 900-close-files.

           if ws-hist-count = 0
                move 4                  to return-code
           end-if.
           goback.
      *
       100-open-files.
           open input shrink-hist-file, cogs-file.
           open output report-file.
           move function current-date   to ws-current-date.
           perform varying ws-loc-idx from 1 by 1
                until ws-loc-idx > 3
                move 0                  to ws-loc-units(ws-loc-idx)
                move 0                  to ws-loc-shrink(ws-loc-idx)
                move 0                  to ws-loc-prior(ws-loc-idx)
           end-perform.
      *
      * SHRKCTL absent or empty -- the month to date, three losses
      * to a repeat offender.  the prior period is the same number
      * of days ending the day before the period starts
       110-load-control.
           move ws-date                 to ws-per-from.
           move "01"                    to ws-per-from(7:2).
           move ws-date                 to ws-per-to.
           open input shrink-ctl-file.
           read shrink-ctl-file
                at end move ws-eof-y    to ws-shrkctl-eof-flag.
           if ws-shrkctl-eof-flag not = ws-eof-y
                if sc-period-from is numeric
                     and sc-period-from > 0
                     move sc-period-from
                                        to ws-per-from
                end-if
                if sc-period-to is numeric
                     and sc-period-to > 0
                     move sc-period-to  to ws-per-to
                end-if
                if sc-repeat-min is numeric
                     and sc-repeat-min > 0
                     move sc-repeat-min to ws-repeat-min
                end-if
           end-if.
           close shrink-ctl-file.

           call "A0DAYDIF" using ws-per-from, ws-per-to,
                ws-per-days.
           add 1                        to ws-per-days.
           move -1                      to ws-step-days.
           call "A0DATADD" using ws-per-from, ws-step-days,
                ws-prior-to.
           compute ws-step-days = 0 - ws-per-days.
           call "A0DATADD" using ws-per-from, ws-step-days,
                ws-prior-from.
      *
       150-report-header.
           move ws-date                 to ws-title-date.
           write report-line            from ws-title.
           write report-line            from ws-blank-line.
           move ws-per-from             to dl-per-from.
           move ws-per-to               to dl-per-to.
           move ws-prior-from           to dl-prior-from.
           move ws-prior-to             to dl-prior-to.
           write report-line            from ws-period-line.
      *
      *-----------------------------------------------
      *  SHRINKAGE HISTORY
      *-----------------------------------------------
       200-load-history.
           perform 210-read-history.
           perform 220-accum-history
                until ws-shrkhist-eof-flag is equal to ws-eof-y.
      *
       210-read-history.
           read shrink-hist-file
                at end move ws-eof-y    to ws-shrkhist-eof-flag.
      *
      * a count after the period end is not part of this report;
      * everything up to it counts toward repeat offenders, and
      * the current and prior periods toward the shrink figures.
      * a count at no warehouse location cannot be placed and is
      * counted apart
       220-accum-history.
           if sk-count-date > ws-per-to
                perform 210-read-history
           else
           if sk-location < 1 or sk-location > 3
                add 1                   to ws-bad-loc-count
                perform 210-read-history
           else
                add 1                   to ws-hist-count
                perform 230-accum-one-count thru 230-exit
                perform 210-read-history
           end-if
           end-if.
      *
      * the location and company figures take every count; a
      * product the table has no room for is left out of the
      * product figures only, and counted
       230-accum-one-count.
           if sk-units-short > 0
                move sk-units-short     to ws-net-units
                move sk-value           to ws-net-value
           else
                compute ws-net-units = 0 - sk-units-over
                compute ws-net-value = 0 - sk-value
           end-if.

           if sk-count-date not < ws-per-from
                add ws-net-units to ws-loc-units(sk-location)
                add ws-net-value to ws-loc-shrink(sk-location)
                add ws-net-value        to ws-tot-shrink
           else
           if sk-count-date not < ws-prior-from
                add ws-net-value to ws-loc-prior(sk-location)
                add ws-net-value        to ws-tot-prior
           end-if
           end-if.

           move sk-product-name         to ws-key-product.
           perform 240-find-or-add-product.
           if ws-prd-found-idx = 0
                add 1                   to ws-prd-dropped
                go to 230-exit
           end-if.

           if sk-units-short > 0
                add 1 to ws-prd-loss-events(ws-prd-found-idx)
                add sk-units-short
                     to ws-prd-units-lost(ws-prd-found-idx)
                add sk-value  to ws-prd-value-lost(ws-prd-found-idx)
                if sk-count-date > ws-prd-last-loss(ws-prd-found-idx)
                     move sk-count-date
                          to ws-prd-last-loss(ws-prd-found-idx)
                end-if
           end-if.

           if sk-count-date not < ws-per-from
                add ws-net-units to ws-prd-units(ws-prd-found-idx)
                add ws-net-value to ws-prd-shrink(ws-prd-found-idx)
           else
           if sk-count-date not < ws-prior-from
                add ws-net-value to ws-prd-prior(ws-prd-found-idx)
           end-if
           end-if.
       230-exit.
           exit.
      *
       240-find-or-add-product.
           perform 250-find-product.
           if ws-prd-found-idx = 0
                and ws-prd-count < 2000
                add 1                   to ws-prd-count
                move ws-prd-count       to ws-prd-found-idx
                move ws-key-product     to ws-prd-name(ws-prd-count)
                move 0                  to ws-prd-units(ws-prd-count)
                move 0                  to ws-prd-shrink(ws-prd-count)
                move 0                  to ws-prd-prior(ws-prd-count)
                move 0                  to ws-prd-sales(ws-prd-count)
                move 0    to ws-prd-loss-events(ws-prd-count)
                move 0    to ws-prd-units-lost(ws-prd-count)
                move 0    to ws-prd-value-lost(ws-prd-count)
                move 0    to ws-prd-last-loss(ws-prd-count)
                move "N"                to ws-prd-printed(ws-prd-count)
           end-if.
      *
       250-find-product.
           move 0                       to ws-prd-found-idx.
           perform varying ws-prd-idx from 1 by 1
                until ws-prd-idx > ws-prd-count
                   or ws-prd-found-idx > 0
                if ws-prd-name(ws-prd-idx) = ws-key-product
                     move ws-prd-idx    to ws-prd-found-idx
                end-if
           end-perform.
      *
      *-----------------------------------------------
      *  SALES FROM COGSTRAN
      *-----------------------------------------------
       300-load-sales.
           perform 310-read-cogs.
           perform 320-accum-sale
                until ws-cogs-eof-flag is equal to ws-eof-y.
      *
       310-read-cogs.
           read cogs-file
                at end move ws-eof-y    to ws-cogs-eof-flag.
      *
      * a sale or layaway adds; a return, a defect, or a post-void
      * takes its sale back out.  only the products with shrink on
      * file need their own sales
       320-accum-sale.
           if cg-code-sale or cg-code-layaway
                move cg-sale-amt        to ws-net-sale
           else
                compute ws-net-sale = 0 - cg-sale-amt
           end-if.
           move cg-product-name         to ws-key-product.
           perform 250-find-product.

           if cg-business-date not < ws-per-from
                and cg-business-date not > ws-per-to
                add ws-net-sale         to ws-tot-sales
                if ws-prd-found-idx > 0
                     add ws-net-sale
                          to ws-prd-sales(ws-prd-found-idx)
                end-if
           end-if.
           if cg-business-date not < ws-prior-from
                and cg-business-date not > ws-prior-to
                add ws-net-sale         to ws-tot-prior-sales
           end-if.
           perform 310-read-cogs.
      *
      *-----------------------------------------------
      *  BY LOCATION -- PERCENT OF THE COMPANY'S SALES
      *-----------------------------------------------
       500-location-section.
           write report-line            from ws-blank-line.
           move "SHRINK BY LOCATION"    to dl-section-name.
           write report-line            from ws-section-line.
           write report-line            from ws-loc-header.
           perform varying ws-loc-idx from 1 by 1
                until ws-loc-idx > 3
                move ws-loc-idx         to dl-loc-num
                move ws-loc-units(ws-loc-idx)  to dl-loc-units
                move ws-loc-shrink(ws-loc-idx) to dl-loc-shrink
                move ws-loc-prior(ws-loc-idx)  to dl-loc-prior
                move ws-loc-shrink(ws-loc-idx) to ws-pct-shrink
                move ws-tot-sales              to ws-pct-sales
                perform 950-calc-pct
                move ws-pct             to dl-loc-pct
                move ws-loc-prior(ws-loc-idx)  to ws-pct-shrink
                move ws-tot-prior-sales        to ws-pct-sales
                perform 950-calc-pct
                move ws-pct             to dl-loc-prior-pct
                move ws-loc-shrink(ws-loc-idx) to ws-trend-cur
                move ws-loc-prior(ws-loc-idx)  to ws-trend-prior
                perform 960-judge-trend
                move ws-trend           to dl-loc-trend
                write report-line       from ws-loc-line
           end-perform.
      *
      *-----------------------------------------------
      *  BY PRODUCT -- WORST LOSS FIRST
      *-----------------------------------------------
       600-product-section.
           write report-line            from ws-blank-line.
           move "SHRINK BY PRODUCT"     to dl-section-name.
           write report-line            from ws-section-line.
           write report-line            from ws-prd-header.
           perform 610-find-next-worst.
           perform 620-print-product
                until ws-worst-idx = 0.
      *
      * the unprinted product with the largest shrink this period
      * that had any count activity in this period or the prior
       610-find-next-worst.
           move 0                       to ws-worst-idx.
           perform varying ws-prd-idx from 1 by 1
                until ws-prd-idx > ws-prd-count
                if ws-prd-printed(ws-prd-idx) = "N"
                     and (ws-prd-units(ws-prd-idx) not = 0
                          or ws-prd-shrink(ws-prd-idx) not = 0
                          or ws-prd-prior(ws-prd-idx) not = 0)
                     if ws-worst-idx = 0
                          move ws-prd-idx to ws-worst-idx
                     else
                          if ws-prd-shrink(ws-prd-idx) >
                               ws-prd-shrink(ws-worst-idx)
                               move ws-prd-idx to ws-worst-idx
                          end-if
                     end-if
                end-if
           end-perform.
      *
       620-print-product.
           move "Y"              to ws-prd-printed(ws-worst-idx).
           move ws-prd-name(ws-worst-idx)   to dl-prd-name.
           move ws-prd-units(ws-worst-idx)  to dl-prd-units.
           move ws-prd-shrink(ws-worst-idx) to dl-prd-shrink.
           move ws-prd-sales(ws-worst-idx)  to dl-prd-sales.
           move ws-prd-prior(ws-worst-idx)  to dl-prd-prior.
           move ws-prd-shrink(ws-worst-idx) to ws-pct-shrink.
           move ws-prd-sales(ws-worst-idx)  to ws-pct-sales.
           perform 950-calc-pct.
           move ws-pct                      to dl-prd-pct.
           move ws-prd-shrink(ws-worst-idx) to ws-trend-cur.
           move ws-prd-prior(ws-worst-idx)  to ws-trend-prior.
           perform 960-judge-trend.
           move ws-trend                    to dl-prd-trend.
           write report-line                from ws-prd-line.
           perform 610-find-next-worst.
      *
      *-----------------------------------------------
      *  REPEAT OFFENDERS
      *-----------------------------------------------
       700-offender-section.
           write report-line            from ws-blank-line.
           move "REPEAT OFFENDERS"      to dl-section-name.
           write report-line            from ws-section-line.
           write report-line            from ws-rpt-header.
           perform varying ws-prd-idx from 1 by 1
                until ws-prd-idx > ws-prd-count
                if ws-prd-loss-events(ws-prd-idx) not < ws-repeat-min
                     add 1              to ws-offender-count
                     move ws-prd-name(ws-prd-idx)  to dl-rpt-name
                     move ws-prd-loss-events(ws-prd-idx)
                                        to dl-rpt-losses
                     move ws-prd-units-lost(ws-prd-idx)
                                        to dl-rpt-units
                     move ws-prd-value-lost(ws-prd-idx)
                                        to dl-rpt-value
                     move ws-prd-last-loss(ws-prd-idx)
                                        to dl-rpt-last-loss
                     write report-line  from ws-rpt-line
                end-if
           end-perform.
      *
       800-print-totals.
           write report-line            from ws-blank-line.
           move ws-tot-shrink           to dl-tot-shrink.
           move ws-tot-sales            to dl-tot-sales.
           move ws-tot-shrink           to ws-pct-shrink.
           move ws-tot-sales            to ws-pct-sales.
           perform 950-calc-pct.
           move ws-pct                  to dl-tot-pct.
           write report-line            from ws-total-line.

           move ws-tot-prior            to dl-ptot-shrink.
           move ws-tot-prior-sales      to dl-ptot-sales.
           move ws-tot-prior            to ws-pct-shrink.
           move ws-tot-prior-sales      to ws-pct-sales.
           perform 950-calc-pct.
           move ws-pct                  to dl-ptot-pct.
           move ws-tot-shrink           to ws-trend-cur.
           move ws-tot-prior            to ws-trend-prior.
           perform 960-judge-trend.
           move ws-trend                to dl-tot-trend.
           write report-line            from ws-prior-total-line.

           write report-line            from ws-blank-line.
           move ws-hist-count           to dl-hist-count.
           move ws-bad-loc-count        to dl-bad-loc-count.
           move ws-offender-count       to dl-offender-count.
           write report-line            from ws-count-line.
           if ws-prd-dropped > 0
                move ws-prd-dropped     to dl-prd-dropped
                write report-line       from ws-dropped-line
           end-if.
      *
       900-close-files.
           close shrink-hist-file, cogs-file.
           close report-file.
      *
      * shrink as a percent of sales -- no sales, no percent
       950-calc-pct.
           move 0                       to ws-pct.
           if ws-pct-sales > 0
                compute ws-pct rounded =
                     ws-pct-shrink * 100 / ws-pct-sales
                     on size error
                          move 99999.99 to ws-pct
                end-compute
           end-if.
      *
       960-judge-trend.
           if ws-trend-cur > ws-trend-prior
                move "UP"               to ws-trend
           else
           if ws-trend-cur < ws-trend-prior
                move "DOWN"             to ws-trend
           else
                move "SAME"             to ws-trend
           end-if
           end-if.
      *
       end program A1SHRINK.
