       identification division.
       program-id. A1ROP.
       date-written. October 15, 2026.
       author. Bilgan Kiris.
      *Description: velocity-based reorder points.  for every
      *product on the indexed product master that has ever sold
      *(SALEHST), averages the daily units sold over the window
      *(ROPCTL, default 28 days) from the SALEDLY daily-sales
      *history A1DEPLET appends to, and sets
      *    reorder point = average x (vendor lead time + safety)
      *    order-up-to   = average x (lead time + safety + cover)
      *rounded up to whole units, with the lead time from VENDMST.
      *the points go to ROPFILE, which A1START reads to flag
      *REORDER and size the SUGGFILE suggestion; a product that
      *has never sold, or has sold nothing inside the window, gets
      *no point and A1START keeps its fixed minimum for it.
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
      * vendor master -- code, name, lead time, minimum order
      * value
           select optional vendor-master-file
                assign to VENDMST
                organization is sequential.
      *
      * window / safety / cover days control record -- optional
           select optional rop-ctl-file
                assign to ROPCTL
                organization is sequential.
      *
      * reorder points, one per product that has sold
           select rop-file
                assign to ROPFILE
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
       fd vendor-master-file
           recording mode is F
           data record is vendor-master-line
           record contains 42 characters.
      *
       01 vendor-master-line.
           05 vm-vendor-code            pic x(5).
           05 vm-vendor-name            pic x(25).
           05 vm-lead-time-days         pic 9(3).
           05 vm-min-order-value        pic 9(7)v99.
      *
       fd rop-ctl-file
           recording mode is F
           data record is rop-ctl-line
           record contains 9 characters.
      *
       01 rop-ctl-line.
           05 rc-window-days            pic 999.
           05 rc-safety-days            pic 999.
           05 rc-cover-days             pic 999.
      *
       fd rop-file
           recording mode is F
           data record is rop-line
           record contains 50 characters.
      *
       01 rop-line.
           05 rp-product-name           pic x(15).
           05 rp-avg-daily-units        pic 9(5)v99.
           05 rp-reorder-point          pic 9(6).
           05 rp-order-up-to            pic 9(6).
           05 rp-window-units           pic 9(8).
           05 rp-calc-date              pic 9(8).
      *
       fd report-file
           recording mode is F
           data record is report-line
           record contains 95 characters.
       01 report-line                   pic x(95).
      *
       working-storage section.
      *
       01 ws-title.
           05 filler                    pic x(15)
                value spaces.
           05 ws-title-name             pic x(30)
                value "Reorder Point Calculation".
           05 filler                    pic x(2)
                value spaces.
           05 ws-title-date             pic 9(8).
      *
       01 ws-parm-line.
           05 filler                    pic x(15)
                value "WINDOW DAYS:".
           05 dl-window-days            pic zz9.
           05 filler                    pic x(17)
                value "   SAFETY DAYS:".
           05 dl-safety-days            pic zz9.
           05 filler                    pic x(16)
                value "   COVER DAYS:".
           05 dl-cover-days             pic zz9.
      *
       01 ws-column-header.
           05 filler                    pic x(16)
                value "PRODUCT NAME".
           05 filler                    pic x(7)
                value "VENDOR".
           05 filler                    pic x(10)
                value "WIN UNITS".
           05 filler                    pic x(11)
                value "AVG/DAY".
           05 filler                    pic x(6)
                value "LEAD".
           05 filler                    pic x(9)
                value "ON HAND".
           05 filler                    pic x(10)
                value "REORDER@".
           05 filler                    pic x(10)
                value "UP TO".
      *
       01 ws-detail-line.
           05 dl-product-name           pic x(15).
           05 filler                    pic x(1)
                value spaces.
           05 dl-vendor-code            pic x(5).
           05 filler                    pic x(2)
                value spaces.
           05 dl-window-units           pic zzzzzzz9.
           05 filler                    pic x(2)
                value spaces.
           05 dl-avg-daily              pic zzzz9.99.
           05 filler                    pic x(3)
                value spaces.
           05 dl-lead-time              pic zz9.
           05 filler                    pic x(3)
                value spaces.
           05 dl-on-hand                pic zzzzz9.
           05 filler                    pic x(3)
                value spaces.
           05 dl-reorder-point          pic zzzzz9.
           05 filler                    pic x(4)
                value spaces.
           05 dl-order-up-to            pic zzzzz9.
           05 filler                    pic x(2)
                value spaces.
           05 dl-note                   pic x(12).
      *
       01 ws-trailer-line.
           05 filler                    pic x(18)
                value "Products Read:".
           05 dl-read-count             pic zzzzz9.
           05 filler                    pic x(18)
                value "  Points Written:".
           05 dl-rop-count              pic zzzzz9.
           05 filler                    pic x(16)
                value "  Never Sold:".
           05 dl-never-count            pic zzzzz9.
           05 filler                    pic x(19)
                value "  No Recent Sales:".
           05 dl-idle-count             pic zzzzz9.
      *
      * days of sales averaged, days of safety stock on top of
      * the lead time, and days of cover an order buys -- ROPCTL
      * overrides all three
       77 ws-window-days                pic 999 value 28.
       77 ws-safety-days                pic 999 value 7.
       77 ws-cover-days                 pic 999 value 14.
      *
      *-----------------------------------------------
      *  UNITS SOLD IN THE WINDOW (FROM SALEDLY)
      *-----------------------------------------------
       01 ws-window-table.
           05 ws-win-count              pic 9(4) value 0.
           05 ws-win-entry occurs 2000 times.
                10 ws-win-product       pic x(15).
                10 ws-win-units         pic 9(8).
      *
      *-----------------------------------------------
      *  PRODUCTS THAT HAVE EVER SOLD (FROM SALEHST)
      *-----------------------------------------------
       01 ws-salehst-table.
           05 ws-hst-count              pic 9(4) value 0.
           05 ws-hst-entry occurs 2000 times.
                10 ws-hst-product       pic x(15).
      *
      *-----------------------------------------------
      *  VENDOR MASTER TABLE
      *-----------------------------------------------
       01 ws-vendor-table.
           05 ws-ven-count              pic 9(3) value 0.
           05 ws-ven-entry occurs 100 times.
                10 ws-ven-code          pic x(5).
                10 ws-ven-lead-time     pic 9(3).
      *
       01 ws-work.
           05 ws-key-product            pic x(15).
           05 ws-win-idx                pic 9(4).
           05 ws-win-found-idx          pic 9(4).
           05 ws-win-found-sw           pic x value "N".
                88 ws-win-found         value "Y".
           05 ws-hst-idx                pic 9(4).
           05 ws-hst-found-sw           pic x value "N".
                88 ws-hst-found         value "Y".
           05 ws-ven-idx                pic 9(3).
           05 ws-ven-found-sw           pic x value "N".
                88 ws-ven-found         value "Y".
           05 ws-lead-time              pic 9(3).
           05 ws-age-days               pic s9(5).
           05 ws-window-units           pic 9(8).
           05 ws-avg-daily              pic 9(5)v9(4).
           05 ws-point-work             pic 9(8)v9(4).
           05 ws-reorder-point          pic 9(6).
           05 ws-order-up-to            pic 9(6).
           05 ws-read-count             pic 9(6) value 0.
           05 ws-rop-count              pic 9(6) value 0.
           05 ws-never-count            pic 9(6) value 0.
           05 ws-idle-count             pic 9(6) value 0.
      *
       01 ws-file.
           05 ws-eof-flag               pic x value "N".
           05 ws-eof-y                  pic x value "Y".
           05 ws-saledly-eof-flag       pic x value "N".
           05 ws-salehst-eof-flag       pic x value "N".
           05 ws-vendmst-eof-flag       pic x value "N".
           05 ws-ropctl-eof-flag        pic x value "N".
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
           perform 110-load-rop-control.
           perform 120-load-window-sales.
           perform 130-load-sales-history.
           perform 140-load-vendor-master.
           perform 150-report-header.
           perform 200-read-master.
           perform 400-compute-one-product
                until ws-eof-flag is equal to ws-eof-y.
           perform 800-print-trailer.
           perform 900-close-files.
           goback.
      *
       100-open-files.
           open input product-master-file.
           open output rop-file, report-file.
           move function current-date   to ws-current-date.
      *
      * ROPCTL absent or empty -- keep the built-in defaults; a
      * zero window would divide by nothing, so it keeps its
      * default too
       110-load-rop-control.
           open input rop-ctl-file.
           read rop-ctl-file
                at end move ws-eof-y    to ws-ropctl-eof-flag.
           if ws-ropctl-eof-flag not = ws-eof-y
                if rc-window-days > 0
                     move rc-window-days to ws-window-days
                end-if
                move rc-safety-days     to ws-safety-days
                move rc-cover-days      to ws-cover-days
           end-if.
           close rop-ctl-file.
      *
      * a sale counts when it falls inside the window ending today
       120-load-window-sales.
           open input saledly-file.
           perform 122-read-daily-sales.
           perform 124-store-daily-sales
                until ws-saledly-eof-flag is equal to ws-eof-y.
           close saledly-file.
      *
       122-read-daily-sales.
           read saledly-file
                at end move ws-eof-y    to ws-saledly-eof-flag.
      *
       124-store-daily-sales.
           call "A0DAYDIF" using sd-sale-date, ws-date,
                ws-age-days.
           if ws-age-days >= 0 and ws-age-days < ws-window-days
                move sd-product-name    to ws-key-product
                perform 300-find-window-entry
                if not ws-win-found
                     and ws-win-count < 2000
                     add 1              to ws-win-count
                     move ws-win-count  to ws-win-found-idx
                     move sd-product-name
                          to ws-win-product(ws-win-found-idx)
                     move 0   to ws-win-units(ws-win-found-idx)
                     set ws-win-found   to true
                end-if
                if ws-win-found
                     add sd-units-sold
                          to ws-win-units(ws-win-found-idx)
                end-if
           end-if.
           perform 122-read-daily-sales.
      *
       130-load-sales-history.
           open input salehst-file.
           perform 132-read-sales-history.
           perform 134-store-sales-history
                until ws-salehst-eof-flag is equal to ws-eof-y.
           close salehst-file.
      *
       132-read-sales-history.
           read salehst-file
                at end move ws-eof-y    to ws-salehst-eof-flag.
      *
       134-store-sales-history.
           if ws-hst-count < 2000
                add 1                   to ws-hst-count
                move sh-product-name    to ws-hst-product(ws-hst-count)
           end-if.
           perform 132-read-sales-history.
      *
       140-load-vendor-master.
           open input vendor-master-file.
           perform 142-read-vendor.
           perform 144-store-vendor
                until ws-vendmst-eof-flag is equal to ws-eof-y.
           close vendor-master-file.
      *
       142-read-vendor.
           read vendor-master-file
                at end move ws-eof-y    to ws-vendmst-eof-flag.
      *
       144-store-vendor.
           if ws-ven-count < 100
                add 1                   to ws-ven-count
                move vm-vendor-code     to ws-ven-code(ws-ven-count)
                move vm-lead-time-days
                     to ws-ven-lead-time(ws-ven-count)
           end-if.
           perform 142-read-vendor.
      *
       150-report-header.
           move ws-date                 to ws-title-date.
           write report-line            from ws-title.
           move spaces                  to report-line.
           write report-line.
           move ws-window-days          to dl-window-days.
           move ws-safety-days          to dl-safety-days.
           move ws-cover-days           to dl-cover-days.
           write report-line            from ws-parm-line.
           move spaces                  to report-line.
           write report-line.
           write report-line            from ws-column-header.
      *
       200-read-master.
           read product-master-file
                at end move ws-eof-y    to ws-eof-flag.
      *
       300-find-window-entry.
           move "N"                     to ws-win-found-sw.
           move 0                       to ws-win-found-idx.
           perform varying ws-win-idx from 1 by 1
                until ws-win-idx > ws-win-count
                    or ws-win-found
                if ws-win-product(ws-win-idx) = ws-key-product
                     move ws-win-idx    to ws-win-found-idx
                     set ws-win-found   to true
                end-if
           end-perform.
      *
       310-find-history-entry.
           move "N"                     to ws-hst-found-sw.
           perform varying ws-hst-idx from 1 by 1
                until ws-hst-idx > ws-hst-count
                    or ws-hst-found
                if ws-hst-product(ws-hst-idx) = ws-key-product
                     set ws-hst-found   to true
                end-if
           end-perform.
      *
       320-find-lead-time.
           move "N"                     to ws-ven-found-sw.
           move 0                       to ws-lead-time.
           perform varying ws-ven-idx from 1 by 1
                until ws-ven-idx > ws-ven-count
                    or ws-ven-found
                if ws-ven-code(ws-ven-idx) = pm-vendor-code
                     move ws-ven-lead-time(ws-ven-idx)
                                        to ws-lead-time
                     set ws-ven-found   to true
                end-if
           end-perform.
      *
      * a product that has never sold has no rate to work from --
      * it is counted and left to A1START's fixed minimum
       400-compute-one-product.
           add 1                        to ws-read-count.
           move pm-product-name         to ws-key-product.
           perform 300-find-window-entry.
           perform 310-find-history-entry.
           if ws-win-found or ws-hst-found
                perform 410-set-points
           else
                add 1                   to ws-never-count
           end-if.
           perform 200-read-master.
      *
      * both points round up: part of a unit short is still short.
      * a product with nothing sold inside the window works out to
      * a zero point, which would never flag it -- it is reported
      * but gets no ROPFILE record, so A1START's fixed minimum
      * still covers it
       410-set-points.
           if ws-win-found
                move ws-win-units(ws-win-found-idx)
                                        to ws-window-units
           else
                move 0                  to ws-window-units
           end-if.
           compute ws-avg-daily =
                ws-window-units / ws-window-days.
           perform 320-find-lead-time.

           compute ws-point-work =
                ws-avg-daily * (ws-lead-time + ws-safety-days).
           move ws-point-work           to ws-reorder-point.
           if ws-reorder-point < ws-point-work
                add 1                   to ws-reorder-point
           end-if.

           compute ws-point-work = ws-avg-daily *
                (ws-lead-time + ws-safety-days + ws-cover-days).
           move ws-point-work           to ws-order-up-to.
           if ws-order-up-to < ws-point-work
                add 1                   to ws-order-up-to
           end-if.

           move pm-product-name         to rp-product-name.
           compute rp-avg-daily-units rounded = ws-avg-daily.
           move ws-reorder-point        to rp-reorder-point.
           move ws-order-up-to          to rp-order-up-to.
           move ws-window-units         to rp-window-units.
           move ws-date                 to rp-calc-date.
           if ws-reorder-point > 0
                write rop-line
                add 1                   to ws-rop-count
           else
                add 1                   to ws-idle-count
           end-if.

           move pm-product-name         to dl-product-name.
           move pm-vendor-code          to dl-vendor-code.
           move ws-window-units         to dl-window-units.
           move rp-avg-daily-units      to dl-avg-daily.
           move ws-lead-time            to dl-lead-time.
           move pm-product-quantity     to dl-on-hand.
           move ws-reorder-point        to dl-reorder-point.
           move ws-order-up-to          to dl-order-up-to.
           if ws-reorder-point = 0
                move "USE MINIMUM"      to dl-note
           else if not ws-ven-found
                move "NO VENDOR"        to dl-note
           else if pm-product-quantity <= ws-reorder-point
                move "REORDER"          to dl-note
           else
                move spaces             to dl-note
           end-if.
           write report-line            from ws-detail-line.
      *
       800-print-trailer.
           move spaces                  to report-line.
           write report-line.
           move ws-read-count           to dl-read-count.
           move ws-rop-count            to dl-rop-count.
           move ws-never-count          to dl-never-count.
           move ws-idle-count           to dl-idle-count.
           write report-line            from ws-trailer-line.
      *
       900-close-files.
           close product-master-file.
           close rop-file.
           close report-file.
      *
       end program A1ROP.
