       identification division.
       program-id. A8MARGIN.
       date-written. October 15, 2026.
       author. Bilgan Kiris.
      *Description: gross margin by store, for the business date
      *and month to date.  reads the COGSTRAN cost-of-sales file
      *A1DEPLET and A1RESTK append to -- one record per unit sold,
      *laid away, or returned, with the sale or refund amount and
      *the product master's weighted-average unit cost (the cost
      *A1RECV maintains) -- and reports per store: sales, returns,
      *net sales, cost of goods sold, margin dollars, and margin
      *percent.
      *    a layaway (L) is a sale the day it is laid away, the
      *    same day A8SL counts it and A1DEPLET takes it out of
      *    stock; its payments (P) are money on account and never
      *    appear here.  a cancelled layaway comes back through
      *    A1RESTK as a resaleable return and reverses out.
      *    a resaleable return takes its refund and its unit cost
      *    back out; a defect return takes out the refund only,
      *    the goods are lost to damage.
      *    a post-void takes the sale and its cost back out as if
      *    it had never been rung -- it is not a return.
      *month to date rolls on the MRGMSTI/MRGMSTO margin master,
      *cleared at month end from the business date on the feed
      *the way A8SL rolls its ACCMAST.
      *COGSTRAN is never emptied -- A1DEPLET and A1RESTK only ever
      *append -- so the margin master carries a store 00 control
      *record with the number of COGSTRAN records already rolled
      *into month to date.  the next run skips that many and takes
      *only the records appended since as the day.
      *
      *-----------------------------------------------
      *  MODIFICATION HISTORY
      *-----------------------------------------------
      * 2026-10-15  new program.
      * 2026-10-15  COGSTRAN code V (post-void) takes its sale and
      *             unit cost back out of the store's sales and
      *             cost of goods sold; day sales are now signed.
      * 2026-10-15  skips the COGSTRAN records already rolled into
      *             month to date, counted on the margin master's
      *             store 00 control record.
      *
       environment division.
       configuration section.
      *
       input-output section.
       file-control.
      * cost-of-sales file from A1DEPLET and A1RESTK
           select optional cogs-file
                assign to COGSTRAN
                organization is sequential.
      *
      * margin master (MTD per store), prior state -- optional
           select optional mrgmast-in-file
                assign to MRGMSTI
                organization is sequential.
      *
      * margin master, updated by this run
           select mrgmast-out-file
                assign to MRGMSTO
                organization is sequential.
      *
           select report-file
                assign to RPTFILE
                organization is sequential.
      *
       data division.
       file section.
      *
       fd cogs-file
           recording mode is F
           data record is cogs-line
           record contains 60 characters.
      *
       01 cogs-line.
           copy COGSTRAN replacing ==:TAG:== by ==cg==.
      *
       fd mrgmast-in-file
           recording mode is F
           data record is mrgmast-in-line
           record contains 38 characters.
      *
       01 mrgmast-in-line.
           05 mi-store-num              pic 99.
           05 mi-last-date              pic 9(8).
           05 mi-mtd-sales              pic s9(9)v99.
           05 mi-mtd-cogs               pic s9(9)v99.
           05 mi-mtd-uncosted           pic 9(6).
      *
      * store 00 -- COGSTRAN records already rolled into the MTD
       01 mrgmast-in-ctl-line.
           05 mic-store-num             pic 99.
           05 mic-rolled-count          pic 9(9).
           05 filler                    pic x(27).
      *
       fd mrgmast-out-file
           recording mode is F
           data record is mrgmast-out-line
           record contains 38 characters.
      *
       01 mrgmast-out-line.
           05 mo-store-num              pic 99.
           05 mo-last-date              pic 9(8).
           05 mo-mtd-sales              pic s9(9)v99.
           05 mo-mtd-cogs               pic s9(9)v99.
           05 mo-mtd-uncosted           pic 9(6).
      *
       01 mrgmast-out-ctl-line.
           05 moc-store-num             pic 99.
           05 moc-rolled-count          pic 9(9).
           05 filler                    pic x(27).
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
           05 ws-title-name             pic x(30)
                value "Gross Margin by Store".
           05 filler                    pic x(2)
                value spaces.
           05 filler                    pic x(15)
                value "BUSINESS DATE:".
           05 ws-title-date             pic 9(8).
      *
       01 ws-day-header                 pic x(30)
           value "----- BUSINESS DATE -----".
      *
       01 ws-mtd-header                 pic x(30)
           value "----- MONTH TO DATE -----".
      *
       01 ws-column-header.
           05 filler                    pic x(7)
                value "STORE".
           05 filler                    pic x(15)
                value "SALES".
           05 filler                    pic x(15)
                value "(LAYAWAY)".
           05 filler                    pic x(14)
                value "RETURNS".
           05 filler                    pic x(15)
                value "NET SALES".
           05 filler                    pic x(15)
                value "COST OF GOODS".
           05 filler                    pic x(15)
                value "MARGIN".
           05 filler                    pic x(9)
                value "MARGIN %".
           05 filler                    pic x(9)
                value "UNCOSTED".
      *
       01 ws-detail-line.
           05 filler                    pic x(2)
                value spaces.
           05 dl-store-num              pic 99.
           05 filler                    pic x(2)
                value spaces.
           05 dl-sales                  pic z(8)9.99.
           05 filler                    pic x(2)
                value spaces.
           05 dl-layaway                pic z(8)9.99.
           05 filler                    pic x(2)
                value spaces.
           05 dl-returns                pic z(8)9.99.
           05 filler                    pic x(1)
                value spaces.
           05 dl-net-sales              pic -z(8)9.99.
           05 filler                    pic x(1)
                value spaces.
           05 dl-cogs                   pic -z(8)9.99.
           05 filler                    pic x(1)
                value spaces.
           05 dl-margin                 pic -z(8)9.99.
           05 filler                    pic x(2)
                value spaces.
           05 dl-margin-pct             pic -zz9.9.
           05 filler                    pic x(3)
                value spaces.
           05 dl-uncosted               pic zzzzz9.
      *
       01 ws-mtd-line.
           05 filler                    pic x(2)
                value spaces.
           05 dl-mtd-store-num          pic 99.
           05 filler                    pic x(45)
                value spaces.
           05 dl-mtd-net-sales          pic -z(8)9.99.
           05 filler                    pic x(1)
                value spaces.
           05 dl-mtd-cogs               pic -z(8)9.99.
           05 filler                    pic x(1)
                value spaces.
           05 dl-mtd-margin             pic -z(8)9.99.
           05 filler                    pic x(2)
                value spaces.
           05 dl-mtd-margin-pct         pic -zz9.9.
           05 filler                    pic x(3)
                value spaces.
           05 dl-mtd-uncosted           pic zzzzz9.
      *
       01 ws-uncosted-note.
           05 filler                    pic x(40)
                value "UNCOSTED = UNITS SOLD WITH NO PRODUCT ".
           05 filler                    pic x(40)
                value "MASTER COST -- MARGIN OVERSTATED BY THEM".
      *
       01 ws-trailer-line.
           05 filler                    pic x(16)
                value "Records Read:".
           05 dl-read-count             pic z(8)9.
           05 filler                    pic x(18)
                value "  Already Rolled:".
           05 dl-rolled-count           pic z(8)9.
           05 filler                    pic x(16)
                value "  Bad Store:".
           05 dl-bad-store-count        pic zzzzz9.
      *
      *-----------------------------------------------
      *  PER-STORE ACCUMULATORS -- SUBSCRIPTED BY STORE
      *-----------------------------------------------
       01 ws-store-table.
           05 ws-sto-entry occurs 99 times.
                10 ws-sto-day-sales     pic s9(9)v99.
                10 ws-sto-day-layaway   pic 9(9)v99.
                10 ws-sto-day-returns   pic 9(9)v99.
                10 ws-sto-day-cogs      pic s9(9)v99.
                10 ws-sto-day-uncosted  pic 9(6).
                10 ws-sto-day-seen      pic x.
                10 ws-sto-mtd-sales     pic s9(9)v99.
                10 ws-sto-mtd-cogs      pic s9(9)v99.
                10 ws-sto-mtd-uncosted  pic 9(6).
                10 ws-sto-mtd-seen      pic x.
      *
       01 ws-total-entry.
           05 ws-tot-day-sales          pic 9(9)v99 value 0.
           05 ws-tot-day-layaway        pic 9(9)v99 value 0.
           05 ws-tot-day-returns        pic 9(9)v99 value 0.
           05 ws-tot-day-cogs           pic s9(9)v99 value 0.
           05 ws-tot-day-uncosted       pic 9(6) value 0.
           05 ws-tot-mtd-sales          pic s9(9)v99 value 0.
           05 ws-tot-mtd-cogs           pic s9(9)v99 value 0.
           05 ws-tot-mtd-uncosted       pic 9(6) value 0.
      *
       01 ws-work.
           05 ws-sto-idx                pic 999.
           05 ws-net-sales              pic s9(9)v99.
           05 ws-margin                 pic s9(9)v99.
           05 ws-margin-pct             pic s9(3)v9.
           05 ws-read-count             pic 9(9) value 0.
           05 ws-rolled-count           pic 9(9) value 0.
           05 ws-bad-store-count        pic 9(6) value 0.
      *
      * business date of the run -- the latest on the feed, the
      * run date when the feed is empty
       01 ws-run-bizdate.
           05 ws-run-biz-year           pic 9(4).
           05 ws-run-biz-month          pic 99.
           05 ws-run-biz-day            pic 99.
      *
       01 ws-mst-last-date.
           05 ws-mst-last-year          pic 9(4).
           05 ws-mst-last-month         pic 99.
           05 ws-mst-last-day           pic 99.
      *
       01 ws-file.
           05 ws-eof-flag               pic x value "N".
           05 ws-eof-y                  pic x value "Y".
           05 ws-mrgmast-eof-flag       pic x value "N".
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
           perform 110-load-margin-master.
           perform 200-read-cogs.
           perform 400-accum-one-record
                until ws-eof-flag is equal to ws-eof-y.
           if ws-run-bizdate = 0
                move ws-date            to ws-run-bizdate
           end-if.
           perform 150-report-header.
           perform 700-roll-mtd.
           perform 800-print-report.
           perform 900-close-files.
           goback.
      *
       100-open-files.
           open input cogs-file.
           open output report-file.
           move function current-date   to ws-current-date.
           initialize ws-store-table.
           move 0                       to ws-run-bizdate.
           move 0                       to ws-mst-last-date.
      *
       110-load-margin-master.
           open input mrgmast-in-file.
           perform 112-read-margin-master.
           perform 114-store-margin-master
                until ws-mrgmast-eof-flag is equal to ws-eof-y.
           close mrgmast-in-file.
      *
       112-read-margin-master.
           read mrgmast-in-file
                at end move ws-eof-y    to ws-mrgmast-eof-flag.
      *
       114-store-margin-master.
           if mi-store-num = 0
                if mic-rolled-count is numeric
                     move mic-rolled-count
                                        to ws-rolled-count
                end-if
           else
                move mi-mtd-sales
                     to ws-sto-mtd-sales(mi-store-num)
                move mi-mtd-cogs
                     to ws-sto-mtd-cogs(mi-store-num)
                move mi-mtd-uncosted
                     to ws-sto-mtd-uncosted(mi-store-num)
                move "Y"     to ws-sto-mtd-seen(mi-store-num)
                if mi-last-date > ws-mst-last-date
                     move mi-last-date  to ws-mst-last-date
                end-if
           end-if.
           perform 112-read-margin-master.
      *
       150-report-header.
           move ws-run-bizdate          to ws-title-date.
           write report-line            from ws-title.
           move spaces                  to report-line.
           write report-line.
      *
       200-read-cogs.
           read cogs-file
                at end move ws-eof-y    to ws-eof-flag
                not at end add 1        to ws-read-count
           end-read.
      *
      * a record already rolled on an earlier run is passed over
       400-accum-one-record.
           if ws-read-count > ws-rolled-count
                perform 405-accum-new-record
           end-if.
           perform 200-read-cogs.
      *
      * store 00 cannot be subscripted -- counted and skipped
       405-accum-new-record.
           if cg-store-num = 0
                add 1                   to ws-bad-store-count
           else
                move cg-store-num       to ws-sto-idx
                move "Y"                to ws-sto-day-seen(ws-sto-idx)
                perform 410-accum-store
                if cg-business-date > ws-run-bizdate
                     move cg-business-date to ws-run-bizdate
                end-if
           end-if.
      *
       410-accum-store.
           evaluate true
                when cg-code-sale or cg-code-layaway
                     add cg-sale-amt
                          to ws-sto-day-sales(ws-sto-idx)
                     add cg-unit-cost
                          to ws-sto-day-cogs(ws-sto-idx)
                     if cg-code-layaway
                          add cg-sale-amt
                               to ws-sto-day-layaway(ws-sto-idx)
                     end-if
                     if cg-unit-cost = 0
                          add 1
                               to ws-sto-day-uncosted(ws-sto-idx)
                     end-if
                when cg-code-return
                     add cg-sale-amt
                          to ws-sto-day-returns(ws-sto-idx)
                     subtract cg-unit-cost
                          from ws-sto-day-cogs(ws-sto-idx)
                when cg-code-defect
                     add cg-sale-amt
                          to ws-sto-day-returns(ws-sto-idx)
                when cg-code-void
                     subtract cg-sale-amt
                          from ws-sto-day-sales(ws-sto-idx)
                     subtract cg-unit-cost
                          from ws-sto-day-cogs(ws-sto-idx)
           end-evaluate.
      *
      * a new month on the feed starts the month-to-date over
      * before the day is added in
       700-roll-mtd.
           if ws-mst-last-date not = 0
                and (ws-run-biz-year not = ws-mst-last-year
                     or ws-run-biz-month not = ws-mst-last-month)
                perform varying ws-sto-idx from 1 by 1
                     until ws-sto-idx > 99
                     move 0 to ws-sto-mtd-sales(ws-sto-idx)
                     move 0 to ws-sto-mtd-cogs(ws-sto-idx)
                     move 0 to ws-sto-mtd-uncosted(ws-sto-idx)
                end-perform
           end-if.

           open output mrgmast-out-file.
           move spaces                  to mrgmast-out-ctl-line.
           move 0                       to moc-store-num.
           move ws-read-count           to moc-rolled-count.
           write mrgmast-out-ctl-line.
           perform 710-roll-one-store
                varying ws-sto-idx from 1 by 1
                    until ws-sto-idx > 99.
           close mrgmast-out-file.
      *
       710-roll-one-store.
           compute ws-sto-mtd-sales(ws-sto-idx) =
                ws-sto-mtd-sales(ws-sto-idx)
                + ws-sto-day-sales(ws-sto-idx)
                - ws-sto-day-returns(ws-sto-idx).
           add ws-sto-day-cogs(ws-sto-idx)
                to ws-sto-mtd-cogs(ws-sto-idx).
           add ws-sto-day-uncosted(ws-sto-idx)
                to ws-sto-mtd-uncosted(ws-sto-idx).
           if ws-sto-day-seen(ws-sto-idx) = "Y"
                move "Y"                to ws-sto-mtd-seen(ws-sto-idx)
           end-if.
           if ws-sto-mtd-seen(ws-sto-idx) = "Y"
                move ws-sto-idx         to mo-store-num
                move ws-run-bizdate     to mo-last-date
                move ws-sto-mtd-sales(ws-sto-idx) to mo-mtd-sales
                move ws-sto-mtd-cogs(ws-sto-idx)  to mo-mtd-cogs
                move ws-sto-mtd-uncosted(ws-sto-idx)
                                        to mo-mtd-uncosted
                write mrgmast-out-line
           end-if.
      *
       800-print-report.
           write report-line            from ws-day-header.
           write report-line            from ws-column-header.
           perform varying ws-sto-idx from 1 by 1
                until ws-sto-idx > 99
                if ws-sto-day-seen(ws-sto-idx) = "Y"
                     perform 810-print-day-line
                end-if
           end-perform.
           perform 815-print-day-total.

           move spaces                  to report-line.
           write report-line.
           write report-line            from ws-mtd-header.
           write report-line            from ws-column-header.
           perform varying ws-sto-idx from 1 by 1
                until ws-sto-idx > 99
                if ws-sto-mtd-seen(ws-sto-idx) = "Y"
                     perform 820-print-mtd-line
                end-if
           end-perform.
           perform 825-print-mtd-total.

           move spaces                  to report-line.
           write report-line.
           write report-line            from ws-uncosted-note.
           move ws-read-count           to dl-read-count.
           move ws-rolled-count         to dl-rolled-count.
           move ws-bad-store-count      to dl-bad-store-count.
           write report-line            from ws-trailer-line.
      *
       810-print-day-line.
           move ws-sto-idx              to dl-store-num.
           move ws-sto-day-sales(ws-sto-idx)    to dl-sales.
           move ws-sto-day-layaway(ws-sto-idx)  to dl-layaway.
           move ws-sto-day-returns(ws-sto-idx)  to dl-returns.
           compute ws-net-sales = ws-sto-day-sales(ws-sto-idx)
                - ws-sto-day-returns(ws-sto-idx).
           move ws-sto-day-cogs(ws-sto-idx)     to dl-cogs.
           compute ws-margin =
                ws-net-sales - ws-sto-day-cogs(ws-sto-idx).
           move ws-sto-day-uncosted(ws-sto-idx) to dl-uncosted.
           perform 850-edit-margin.
           write report-line            from ws-detail-line.

           add ws-sto-day-sales(ws-sto-idx)    to ws-tot-day-sales.
           add ws-sto-day-layaway(ws-sto-idx)  to ws-tot-day-layaway.
           add ws-sto-day-returns(ws-sto-idx)  to ws-tot-day-returns.
           add ws-sto-day-cogs(ws-sto-idx)     to ws-tot-day-cogs.
           add ws-sto-day-uncosted(ws-sto-idx)
                                        to ws-tot-day-uncosted.
      *
       815-print-day-total.
           move 0                       to dl-store-num.
           move ws-tot-day-sales        to dl-sales.
           move ws-tot-day-layaway      to dl-layaway.
           move ws-tot-day-returns      to dl-returns.
           compute ws-net-sales =
                ws-tot-day-sales - ws-tot-day-returns.
           move ws-tot-day-cogs         to dl-cogs.
           compute ws-margin = ws-net-sales - ws-tot-day-cogs.
           move ws-tot-day-uncosted     to dl-uncosted.
           perform 850-edit-margin.
           move spaces                  to report-line.
           write report-line.
           write report-line            from ws-detail-line.
      *
       820-print-mtd-line.
           move ws-sto-idx              to dl-mtd-store-num.
           move ws-sto-mtd-sales(ws-sto-idx) to ws-net-sales.
           move ws-sto-mtd-cogs(ws-sto-idx)  to dl-mtd-cogs.
           compute ws-margin =
                ws-net-sales - ws-sto-mtd-cogs(ws-sto-idx).
           move ws-sto-mtd-uncosted(ws-sto-idx) to dl-mtd-uncosted.
           perform 860-edit-mtd-margin.
           write report-line            from ws-mtd-line.

           add ws-sto-mtd-sales(ws-sto-idx)    to ws-tot-mtd-sales.
           add ws-sto-mtd-cogs(ws-sto-idx)     to ws-tot-mtd-cogs.
           add ws-sto-mtd-uncosted(ws-sto-idx)
                                        to ws-tot-mtd-uncosted.
      *
       825-print-mtd-total.
           move 0                       to dl-mtd-store-num.
           move ws-tot-mtd-sales        to ws-net-sales.
           move ws-tot-mtd-cogs         to dl-mtd-cogs.
           compute ws-margin = ws-net-sales - ws-tot-mtd-cogs.
           move ws-tot-mtd-uncosted     to dl-mtd-uncosted.
           perform 860-edit-mtd-margin.
           move spaces                  to report-line.
           write report-line.
           write report-line            from ws-mtd-line.
      *
      * margin percent of net sales; no net sales, no percent
       850-edit-margin.
           move ws-net-sales            to dl-net-sales.
           move ws-margin               to dl-margin.
           perform 870-compute-margin-pct.
           move ws-margin-pct           to dl-margin-pct.
      *
       860-edit-mtd-margin.
           move ws-net-sales            to dl-mtd-net-sales.
           move ws-margin               to dl-mtd-margin.
           perform 870-compute-margin-pct.
           move ws-margin-pct           to dl-mtd-margin-pct.
      *
       870-compute-margin-pct.
           if ws-net-sales > 0
                compute ws-margin-pct rounded =
                     ws-margin * 100 / ws-net-sales
                     on size error move 0 to ws-margin-pct
                end-compute
           else
                move 0                  to ws-margin-pct
           end-if.
      *
       900-close-files.
           close cogs-file.
           close report-file.
      *
       end program A8MARGIN.
