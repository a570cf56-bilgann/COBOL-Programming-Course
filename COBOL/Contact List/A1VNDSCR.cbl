       identification division.
       program-id. A1VNDSCR.
       date-written. October 15, 2026.
       author. Bilgan Kiris.
      *Description: monthly vendor performance scorecard.  reads
      *the RCVHIST dated receipts history A1RECV appends to and,
      *for the scorecard month (VSCRCTL yyyymm, default the
      *current month), scores every vendor that delivered:
      *actual days from PO order date to receipt against the
      *VENDMST promised lead time, late receipts, unit fill rate
      *(units received up to what was due over units due), short
      *and over shipment counts, and the cost variance between
      *what the PO priced and what receiving was charged.
      *receipts against no PO count in their own column only.
      *    a PO line's units due count once for the month -- the
      *    balance due at its first receipt of the month, which is
      *    the quantity ordered when that is its first delivery --
      *    and each later partial fills against what is left of
      *    it, never the balance again.
      *    a receipt that will not fit the vendor or PO-line table
      *    is not scored; it goes to EXCFILE and is counted on the
      *    trailer.
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
      * dated receipts history from A1RECV
           select optional rcvhist-file
                assign to RCVHIST
                organization is sequential.
      *
      * vendor master -- code, name, lead time, minimum order
      * value
           select optional vendor-master-file
                assign to VENDMST
                organization is sequential.
      *
      * scorecard-month control record -- optional
           select optional score-ctl-file
                assign to VSCRCTL
                organization is sequential.
      *
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
       fd rcvhist-file
           recording mode is F
           data record is rcvhist-line
           record contains 80 characters.
      *
       01 rcvhist-line.
           05 rh-receipt-date.
                10 rh-receipt-month     pic 9(6).
                10 rh-receipt-day       pic 99.
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
                88 rh-match-received    value "R".
                88 rh-match-short       value "S".
                88 rh-match-over        value "O".
                88 rh-match-no-po       value "N".
           05 filler                    pic x(10).
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
       fd score-ctl-file
           recording mode is F
           data record is score-ctl-line
           record contains 6 characters.
      *
       01 score-ctl-line.
           05 vc-score-month            pic 9(6).
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
                value "Vendor Performance Scorecard".
           05 filler                    pic x(8)
                value "  MONTH".
           05 ws-title-month            pic 9(6).
           05 filler                    pic x(8)
                value "  RUN".
           05 ws-title-date             pic 9(8).
      *
       01 ws-column-header.
           05 filler                    pic x(7)
                value "VENDOR".
           05 filler                    pic x(22)
                value "NAME".
           05 filler                    pic x(6)
                value "RCPTS".
           05 filler                    pic x(7)
                value "LEAD".
           05 filler                    pic x(8)
                value "AVG DAY".
           05 filler                    pic x(6)
                value "LATE".
           05 filler                    pic x(8)
                value "FILL %".
           05 filler                    pic x(7)
                value "SHORT".
           05 filler                    pic x(6)
                value "OVER".
           05 filler                    pic x(6)
                value "NOPO".
           05 filler                    pic x(15)
                value "COST VARIANCE".
      *
       01 ws-detail-line.
           05 dl-vendor-code            pic x(5).
           05 filler                    pic x(2)
                value spaces.
           05 dl-vendor-name            pic x(20).
           05 filler                    pic x(2)
                value spaces.
           05 dl-receipts               pic zzz9.
           05 filler                    pic x(2)
                value spaces.
           05 dl-lead-time              pic zz9.
           05 filler                    pic x(3)
                value spaces.
           05 dl-avg-days               pic zz9.9.
           05 filler                    pic x(3)
                value spaces.
           05 dl-late                   pic zzz9.
           05 filler                    pic x(2)
                value spaces.
           05 dl-fill-pct               pic zz9.9.
           05 filler                    pic x(3)
                value spaces.
           05 dl-short                  pic zzz9.
           05 filler                    pic x(3)
                value spaces.
           05 dl-over                   pic zzz9.
           05 filler                    pic x(2)
                value spaces.
           05 dl-no-po                  pic zzz9.
           05 filler                    pic x(2)
                value spaces.
           05 dl-cost-variance          pic -(8)9.99.
      *
       01 ws-trailer-line.
           05 filler                    pic x(18)
                value "Vendors Scored:".
           05 dl-vendor-count           pic zzz9.
           05 filler                    pic x(18)
                value "  Receipts Read:".
           05 dl-read-count             pic zzzzz9.
           05 filler                    pic x(20)
                value "  Total Variance:".
           05 dl-total-variance         pic -(8)9.99.
           05 filler                    pic x(11)
                value "  Skipped:".
           05 dl-skip-count             pic zzz9.
      *
      *-----------------------------------------------
      *  VENDOR MASTER TABLE
      *-----------------------------------------------
       01 ws-vendor-table.
           05 ws-ven-count              pic 9(3) value 0.
           05 ws-ven-entry occurs 100 times.
                10 ws-ven-code          pic x(5).
                10 ws-ven-name          pic x(25).
                10 ws-ven-lead-time     pic 9(3).
      *
      *-----------------------------------------------
      *  SCORECARD ACCUMULATORS -- ONE ROW PER VENDOR
      *-----------------------------------------------
       01 ws-score-table.
           05 ws-scr-count              pic 9(3) value 0.
           05 ws-scr-entry occurs 100 times.
                10 ws-scr-vendor        pic x(5).
                10 ws-scr-receipts      pic 9(5).
                10 ws-scr-po-receipts   pic 9(5).
                10 ws-scr-total-days    pic 9(7).
                10 ws-scr-late          pic 9(5).
                10 ws-scr-units-due     pic 9(9).
                10 ws-scr-units-filled  pic 9(9).
                10 ws-scr-short         pic 9(5).
                10 ws-scr-over          pic 9(5).
                10 ws-scr-no-po         pic 9(5).
                10 ws-scr-variance      pic s9(9)v99.
      *
      *-----------------------------------------------
      *  PO LINES RECEIVED THIS MONTH -- WHAT IS LEFT DUE
      *-----------------------------------------------
       01 ws-po-line-table.
           05 ws-pol-count              pic 9(4) value 0.
           05 ws-pol-entry occurs 1000 times.
                10 ws-pol-po-number     pic 9(6).
                10 ws-pol-product       pic x(15).
                10 ws-pol-remaining     pic 9(6).
      *
       01 ws-work.
           05 ws-score-month            pic 9(6).
           05 ws-vendor-key             pic x(5).
           05 ws-ven-idx                pic 9(3).
           05 ws-ven-found-idx          pic 9(3).
           05 ws-ven-found-sw           pic x value "N".
                88 ws-ven-found         value "Y".
           05 ws-scr-idx                pic 9(3).
           05 ws-scr-found-sw           pic x value "N".
                88 ws-scr-found         value "Y".
           05 ws-pol-idx                pic 9(4).
           05 ws-pol-found-idx          pic 9(4).
           05 ws-pol-new-sw             pic x value "N".
                88 ws-pol-new-line      value "Y".
           05 ws-lead-time              pic 9(3).
           05 ws-actual-days            pic s9(5).
           05 ws-receipt-date-work      pic 9(8).
           05 ws-avg-days               pic 9(3)v9.
           05 ws-fill-pct               pic 9(3)v9.
           05 ws-line-variance          pic s9(9)v99.
           05 ws-total-variance         pic s9(9)v99 value 0.
           05 ws-read-count             pic 9(6) value 0.
           05 ws-skip-count             pic 9(4) value 0.
      *
       01 ws-skip-reason                pic x(43).
      *
       01 ws-file.
           05 ws-eof-y                  pic x value "Y".
           05 ws-rcvhist-eof-flag       pic x value "N".
           05 ws-vendmst-eof-flag       pic x value "N".
           05 ws-scorectl-eof-flag      pic x value "N".
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
           perform 110-load-score-month.
           perform 120-load-vendor-master.
           perform 150-report-header.
           perform 200-read-history.
           perform 400-score-one-receipt thru 400-exit
                until ws-rcvhist-eof-flag is equal to ws-eof-y.
           perform 600-print-scorecard.
           perform 800-print-trailer.
           perform 900-close-files.
           goback.
      *
       100-open-files.
           open input rcvhist-file.
           open output report-file.
           open extend exception-file.
           move function current-date   to ws-current-date.
      *
      * VSCRCTL absent or empty -- score the current month
       110-load-score-month.
           move ws-date(1:6)            to ws-score-month.
           open input score-ctl-file.
           read score-ctl-file
                at end move ws-eof-y    to ws-scorectl-eof-flag.
           if ws-scorectl-eof-flag not = ws-eof-y
                move vc-score-month     to ws-score-month
           end-if.
           close score-ctl-file.
      *
       120-load-vendor-master.
           open input vendor-master-file.
           perform 122-read-vendor.
           perform 124-store-vendor
                until ws-vendmst-eof-flag is equal to ws-eof-y.
           close vendor-master-file.
      *
       122-read-vendor.
           read vendor-master-file
                at end move ws-eof-y    to ws-vendmst-eof-flag.
      *
       124-store-vendor.
           if ws-ven-count < 100
                add 1                   to ws-ven-count
                move vm-vendor-code     to ws-ven-code(ws-ven-count)
                move vm-vendor-name     to ws-ven-name(ws-ven-count)
                move vm-lead-time-days
                     to ws-ven-lead-time(ws-ven-count)
           end-if.
           perform 122-read-vendor.
      *
       150-report-header.
           move ws-score-month          to ws-title-month.
           move ws-date                 to ws-title-date.
           write report-line            from ws-title.
           move spaces                  to report-line.
           write report-line.
           write report-line            from ws-column-header.
      *
       200-read-history.
           read rcvhist-file
                at end move ws-eof-y    to ws-rcvhist-eof-flag.
      *
      * receipts outside the scorecard month are skipped; a receipt
      * against no PO has no order date or PO price to score
       400-score-one-receipt.
           if rh-receipt-month not = ws-score-month
                go to 400-exit
           end-if.
           add 1                        to ws-read-count.
           if not rh-match-no-po
                perform 440-find-po-line
                if ws-pol-found-idx = 0
                     move "PO LINE TABLE FULL - RECEIPT NOT SCORED"
                                        to ws-skip-reason
                     perform 470-skip-receipt
                     go to 400-exit
                end-if
           end-if.
           perform 410-find-score-row.
           if ws-scr-idx = 0
                move "VENDOR TABLE FULL - RECEIPT NOT SCORED"
                                        to ws-skip-reason
                perform 470-skip-receipt
                go to 400-exit
           end-if.
           add 1                   to ws-scr-receipts(ws-scr-idx).
           if rh-match-no-po
                add 1              to ws-scr-no-po(ws-scr-idx)
                go to 400-exit
           end-if.

           add 1                   to ws-scr-po-receipts(ws-scr-idx).
           move rh-receipt-date         to ws-receipt-date-work.
           call "A0DAYDIF" using rh-order-date,
                ws-receipt-date-work, ws-actual-days.
           if ws-actual-days > 0
                add ws-actual-days to ws-scr-total-days(ws-scr-idx)
           end-if.
           perform 420-find-lead-time.
           if ws-actual-days > ws-lead-time
                add 1              to ws-scr-late(ws-scr-idx)
           end-if.

      *    the line's balance is due once; every receipt fills
      *    against what is left of it
           if ws-pol-new-line
                add rh-po-qty-due  to ws-scr-units-due(ws-scr-idx)
           end-if.
           if rh-quantity > ws-pol-remaining(ws-pol-found-idx)
                add ws-pol-remaining(ws-pol-found-idx)
                                   to ws-scr-units-filled(ws-scr-idx)
                move 0        to ws-pol-remaining(ws-pol-found-idx)
           else
                add rh-quantity    to ws-scr-units-filled(ws-scr-idx)
                subtract rh-quantity
                              from ws-pol-remaining(ws-pol-found-idx)
           end-if.
           if rh-match-short
                add 1              to ws-scr-short(ws-scr-idx)
           end-if.
           if rh-match-over
                add 1              to ws-scr-over(ws-scr-idx)
           end-if.

      *    positive variance -- we were charged more than the PO
           compute ws-line-variance =
                (rh-unit-cost - rh-po-unit-cost) * rh-quantity.
           add ws-line-variance    to ws-scr-variance(ws-scr-idx).
           add ws-line-variance         to ws-total-variance.
       400-exit.
           perform 200-read-history.
      *
       410-find-score-row.
           move "N"                     to ws-scr-found-sw.
           perform varying ws-scr-idx from 1 by 1
                until ws-scr-idx > ws-scr-count
                    or ws-scr-found
                if ws-scr-vendor(ws-scr-idx) = rh-vendor-code
                     set ws-scr-found   to true
                end-if
           end-perform.
           if ws-scr-found
                subtract 1              from ws-scr-idx
           else
                if ws-scr-count < 100
                     add 1              to ws-scr-count
                     move ws-scr-count  to ws-scr-idx
                     initialize ws-scr-entry(ws-scr-idx)
                     move rh-vendor-code
                                   to ws-scr-vendor(ws-scr-idx)
                else
                     move 0             to ws-scr-idx
                end-if
           end-if.
      *
      * a vendor off the vendor master has no promised lead time,
      * so every PO receipt of theirs counts late
       420-find-lead-time.
           move rh-vendor-code          to ws-vendor-key.
           perform 430-find-vendor.
           if ws-ven-found
                move ws-ven-lead-time(ws-ven-found-idx)
                                        to ws-lead-time
           else
                move 0                  to ws-lead-time
           end-if.
      *
       430-find-vendor.
           move "N"                     to ws-ven-found-sw.
           move 0                       to ws-ven-found-idx.
           perform varying ws-ven-idx from 1 by 1
                until ws-ven-idx > ws-ven-count
                    or ws-ven-found
                if ws-ven-code(ws-ven-idx) = ws-vendor-key
                     move ws-ven-idx    to ws-ven-found-idx
                     set ws-ven-found   to true
                end-if
           end-perform.
      *
      * the PO line this receipt is against; its first receipt of
      * the month adds it with the balance then due
       440-find-po-line.
           move "N"                     to ws-pol-new-sw.
           move 0                       to ws-pol-found-idx.
           perform varying ws-pol-idx from 1 by 1
                until ws-pol-idx > ws-pol-count
                    or ws-pol-found-idx > 0
                if ws-pol-po-number(ws-pol-idx) = rh-po-number
                     and ws-pol-product(ws-pol-idx) = rh-product-name
                     move ws-pol-idx    to ws-pol-found-idx
                end-if
           end-perform.
           if ws-pol-found-idx = 0
                and ws-pol-count < 1000
                add 1                   to ws-pol-count
                move ws-pol-count       to ws-pol-found-idx
                move rh-po-number  to ws-pol-po-number(ws-pol-count)
                move rh-product-name
                                   to ws-pol-product(ws-pol-count)
                move rh-po-qty-due to ws-pol-remaining(ws-pol-count)
                set ws-pol-new-line     to true
           end-if.
      *
      * a table is full -- the receipt is not scored, and says so
       470-skip-receipt.
           add 1                        to ws-skip-count.
           move "A1VNDSCR"              to ex-program.
           move ws-date                 to ex-run-date.
           move "2"                     to ex-severity.
           move rh-vendor-code          to ex-key.
           move ws-skip-reason          to ex-reason.
           write exception-line.
      *
       600-print-scorecard.
           perform varying ws-scr-idx from 1 by 1
                until ws-scr-idx > ws-scr-count
                perform 610-print-one-vendor
           end-perform.
      *
       610-print-one-vendor.
           move ws-scr-vendor(ws-scr-idx) to ws-vendor-key.
           perform 430-find-vendor.
           move ws-scr-vendor(ws-scr-idx) to dl-vendor-code.
           if ws-ven-found
                move ws-ven-name(ws-ven-found-idx) to dl-vendor-name
                move ws-ven-lead-time(ws-ven-found-idx)
                                        to dl-lead-time
           else
                move "NOT ON VENDOR MASTER" to dl-vendor-name
                move 0                  to dl-lead-time
           end-if.
           move ws-scr-receipts(ws-scr-idx) to dl-receipts.

           if ws-scr-po-receipts(ws-scr-idx) > 0
                compute ws-avg-days rounded =
                     ws-scr-total-days(ws-scr-idx)
                     / ws-scr-po-receipts(ws-scr-idx)
           else
                move 0                  to ws-avg-days
           end-if.
           move ws-avg-days             to dl-avg-days.

           if ws-scr-units-due(ws-scr-idx) > 0
                compute ws-fill-pct rounded =
                     ws-scr-units-filled(ws-scr-idx) * 100
                     / ws-scr-units-due(ws-scr-idx)
           else
                move 0                  to ws-fill-pct
           end-if.
           move ws-fill-pct             to dl-fill-pct.

           move ws-scr-late(ws-scr-idx)     to dl-late.
           move ws-scr-short(ws-scr-idx)    to dl-short.
           move ws-scr-over(ws-scr-idx)     to dl-over.
           move ws-scr-no-po(ws-scr-idx)    to dl-no-po.
           move ws-scr-variance(ws-scr-idx) to dl-cost-variance.
           write report-line            from ws-detail-line.
      *
       800-print-trailer.
           move spaces                  to report-line.
           write report-line.
           move ws-scr-count            to dl-vendor-count.
           move ws-read-count           to dl-read-count.
           move ws-total-variance       to dl-total-variance.
           move ws-skip-count           to dl-skip-count.
           write report-line            from ws-trailer-line.
      *
       900-close-files.
           close rcvhist-file.
           close report-file.
           close exception-file.
      *
       end program A1VNDSCR.
