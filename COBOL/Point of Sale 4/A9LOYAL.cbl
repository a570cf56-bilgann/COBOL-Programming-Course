       identification division.
       program-id. A9LOYAL.
       date-written. October 15, 2026.
       author. Bilgan Kiris.
      *Description: customer loyalty points.  maintains the
      *LOYMSTI/LOYMSTO loyalty master -- points balance plus
      *earned, removed, redeemed, and expired points, lifetime and
      *month to date, per customer id -- from the night's
      *validated transaction file (VALFILE), the same feed A9CUST
      *builds purchase history from.
      *    an S sale earns points per dollar at the LOYCTL earning
      *    rate, times the LOYCTL bonus multiplier when the
      *    business date falls in the bonus window (double-points
      *    weeks).  an exchange (E) earns on the price difference
      *    it collected, so the return and the new sale net out.
      *    a return (R) takes back the points its sale earned, at
      *    the multiplier in force on the original sale date from
      *    the SALESLOG original-sale log; a post-void (V) takes
      *    back the points of the sale it voids.
      *    LP is the points-redemption tender: a sale or exchange
      *    paid LP spends points at the LOYCTL redemption rate and
      *    is validated against the customer's balance -- one the
      *    balance does not cover is reported and lands on the
      *    common EXCFILE, the way A9RET treats store credit.  a
      *    refund or post-void paid LP puts the points back.
      *    points are spent and put back on the tender amount the
      *    sales and returns journals post to the loyalty
      *    liability -- the amount with its tax, and a refund net
      *    of its restocking fee -- worked out the way A8SL (sale,
      *    post-void: TAXFILE store rate, TAXEXMPT SKUs untaxed)
      *    and A9RET (refund, exchange: flat rate, FEESCHED fee)
      *    work it out, so LOYMAST ties to LOYLIAB.
      *    layaways, layaway payments and cancellations, and gift-
      *    card loads earn nothing.
      *expiry: a balance with no activity for the LOYCTL expiry
      *days is expired and listed.
      *statements: the first run in a new month writes each
      *member's statement for the month just closed to the
      *LOYSTMT member statement extract -- opening balance,
      *earned, removed, redeemed, expired, closing balance -- and
      *starts the month-to-date figures over.
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
      * the night's validated transactions from A6EDIT
           select optional val-file
                assign to VALFILE
                organization is sequential.
      *
      * earning and redemption rates, bonus window, expiry --
      * optional
           select optional loy-ctl-file
                assign to LOYCTL
                organization is sequential.
      *
      * original-sale log from A8SL -- the sale date a return's
      * points were earned on
           select optional sales-log-file
                assign to SALESLOG
                organization is sequential.
      *
      * store sales-tax rates and tax-exempt SKUs, as A8SL reads
      * them -- optional
           select optional tax-rate-file
                assign to TAXFILE
                organization is sequential.
      *
           select optional tax-exempt-file
                assign to TAXEXMPT
                organization is sequential.
      *
      * restocking-fee schedule, as A9RET reads it -- optional
           select optional fee-sched-file
                assign to FEESCHED
                organization is sequential.
      *
      * loyalty master, prior state -- optional on the first run
           select optional loymast-in-file
                assign to LOYMSTI
                organization is sequential.
      *
      * loyalty master, updated by this run
           select loymast-out-file
                assign to LOYMSTO
                organization is sequential.
      *
      * member statement extract, written at month end
           select loy-stmt-file
                assign to LOYSTMT
                organization is sequential.
      *
      * common exception file, shared across the suite -- appended
      * to, so one daily file collects every program's exceptions
           select optional exception-file
                assign to EXCFILE
                organization is sequential.
      *
           select report-file
                assign to RPTFILE
                organization is sequential.
      *
       data division.
       file section.
      *
       fd val-file
           recording mode is F
           data record is val-line
           record contains 93 characters.
      *
       01 val-line.
           copy POSTRAN replacing ==:TAG:== by ==il==.
      *
      * loyalty control record -- points earned per dollar, points
      * spent per dollar redeemed, the bonus multiplier and the
      * business dates it runs between, and the idle days after
      * which a balance expires
       fd loy-ctl-file
           recording mode is F
           data record is loy-ctl-line
           record contains 32 characters.
      *
       01 loy-ctl-line.
           05 lc-earn-rate              pic 9(3)v99.
           05 lc-redeem-rate            pic 9(5).
           05 lc-bonus-mult             pic 99.
           05 lc-bonus-from             pic 9(8).
           05 lc-bonus-to               pic 9(8).
           05 lc-expiry-days            pic 9(4).
      *
       fd sales-log-file
           recording mode is F
           data record is sales-log-line
           record contains 19 characters.
      *
       01 sales-log-line.
           05 sl-inv-number             pic 9(6).
           05 sl-sale-date              pic 9(8).
           05 sl-orig-pay-type          pic xx.
           05 sl-salesperson-id         pic x(3).
      *
       fd tax-rate-file
           recording mode is F
           data record is tax-rate-line
           record contains 5 characters.
      *
       01 tax-rate-line.
           05 tr-store-num              pic 99.
           05 tr-tax-rate               pic 9v99.
      *
       fd tax-exempt-file
           recording mode is F
           data record is tax-exempt-line
           record contains 15 characters.
      *
       01 tax-exempt-line               pic x(15).
      *
       fd fee-sched-file
           recording mode is F
           data record is fee-sched-line
           record contains 12 characters.
      *
       01 fee-sched-line.
           05 fs-reason-code            pic xx.
           05 fs-fee-pct                pic 99v99.
           05 fs-fee-min                pic 9(4)v99.
      *
      * loyalty master record -- one per member
       fd loymast-in-file
           recording mode is F
           data record is loymast-in-line
           record contains 110 characters.
      *
       01 loymast-in-line.
           05 li-customer-id            pic x(6).
           05 li-enrolled               pic 9(8).
           05 li-last-activity          pic 9(8).
           05 li-balance                pic s9(9).
           05 li-earned                 pic s9(9).
           05 li-removed                pic s9(9).
           05 li-redeemed               pic s9(9).
           05 li-expired                pic 9(9).
           05 li-mtd-month              pic 9(6).
           05 li-mtd-earned             pic s9(9).
           05 li-mtd-removed            pic s9(9).
           05 li-mtd-redeemed           pic s9(9).
           05 li-mtd-expired            pic 9(9).
           05 filler                    pic x.
      *
       fd loymast-out-file
           recording mode is F
           data record is loymast-out-line
           record contains 110 characters.
      *
       01 loymast-out-line.
           05 lo-customer-id            pic x(6).
           05 lo-enrolled               pic 9(8).
           05 lo-last-activity          pic 9(8).
           05 lo-balance                pic s9(9).
           05 lo-earned                 pic s9(9).
           05 lo-removed                pic s9(9).
           05 lo-redeemed               pic s9(9).
           05 lo-expired                pic 9(9).
           05 lo-mtd-month              pic 9(6).
           05 lo-mtd-earned             pic s9(9).
           05 lo-mtd-removed            pic s9(9).
           05 lo-mtd-redeemed           pic s9(9).
           05 lo-mtd-expired            pic 9(9).
           05 filler                    pic x.
      *
      * member statement record -- one per member per month
       fd loy-stmt-file
           recording mode is F
           data record is loy-stmt-line
           record contains 80 characters.
      *
       01 loy-stmt-line.
           05 ls-customer-id            pic x(6).
           05 ls-month                  pic 9(6).
           05 ls-opening                pic s9(9).
           05 ls-earned                 pic s9(9).
           05 ls-removed                pic s9(9).
           05 ls-redeemed               pic s9(9).
           05 ls-expired                pic 9(9).
           05 ls-closing                pic s9(9).
           05 ls-last-activity          pic 9(8).
           05 filler                    pic x(6).
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
       fd report-file
           recording mode is F
           data record is report-line
           record contains 95 characters.
       01 report-line                   pic x(95).
      *
       working-storage section.
      *
       01 ws-title.
           05 filler                    pic x(10)
                value spaces.
           05 filler                    pic x(34)
                value "CUSTOMER LOYALTY POINTS UPDATE".
           05 ws-title-date             pic 9(8).
      *
       01 ws-rate-line.
           05 filler                    pic x(14)
                value "Earn Rate:".
           05 dl-earn-rate              pic zz9.99.
           05 filler                    pic x(16)
                value "  Redeem Rate:".
           05 dl-redeem-rate            pic zzzz9.
           05 filler                    pic x(10)
                value "  Bonus:".
           05 dl-bonus-mult             pic z9.
           05 filler                    pic x(4)
                value "X  ".
           05 dl-bonus-from             pic 9(8).
           05 filler                    pic x(4)
                value " TO ".
           05 dl-bonus-to               pic 9(8).
      *
       01 ws-reject-header              pic x(40)
                value "REDEMPTIONS REFUSED".
      *
       01 ws-reject-line.
           05 filler                    pic x(4)
                value spaces.
           05 dl-rej-customer           pic x(6).
           05 filler                    pic x(2)
                value spaces.
           05 dl-rej-inv                pic x(9).
           05 filler                    pic x(2)
                value spaces.
           05 dl-rej-amt                pic $$$,$$9.99.
           05 filler                    pic x(10)
                value "  Points:".
           05 dl-rej-points             pic zzz,zzz,zz9.
           05 filler                    pic x(11)
                value "  Balance:".
           05 dl-rej-balance            pic -zzz,zzz,zz9.
           05 filler                    pic x(2)
                value spaces.
           05 dl-rej-reason             pic x(12).
      *
       01 ws-expire-header              pic x(40)
                value "POINTS EXPIRED".
      *
       01 ws-expire-line.
           05 filler                    pic x(4)
                value spaces.
           05 dl-exp-customer           pic x(6).
           05 filler                    pic x(2)
                value spaces.
           05 dl-exp-points             pic zzz,zzz,zz9.
           05 filler                    pic x(17)
                value "  Last Activity:".
           05 dl-exp-last-date          pic 9(8).
           05 filler                    pic x(13)
                value "  Idle Days:".
           05 dl-exp-idle               pic zzzz9.
      *
       01 ws-points-line.
           05 filler                    pic x(15)
                value "Points Earned:".
           05 dl-pts-earned             pic zzz,zzz,zz9.
           05 filler                    pic x(11)
                value "  Removed:".
           05 dl-pts-removed            pic zzz,zzz,zz9.
           05 filler                    pic x(12)
                value "  Redeemed:".
           05 dl-pts-redeemed           pic -zzz,zzz,zz9.
           05 filler                    pic x(11)
                value "  Expired:".
           05 dl-pts-expired            pic zzz,zzz,zz9.
      *
       01 ws-trailer-line.
           05 filler                    pic x(16)
                value "Trans Read:".
           05 dl-read-count             pic zzzz9.
           05 filler                    pic x(12)
                value "  Members:".
           05 dl-member-count           pic zzzz9.
           05 filler                    pic x(13)
                value "  No Cust Id:".
           05 dl-no-id-count            pic zzzz9.
           05 filler                    pic x(13)
                value "  Refused:".
           05 dl-refused-count          pic zzzz9.
           05 filler                    pic x(14)
                value "  Statements:".
           05 dl-stmt-count             pic zzzz9.
      *
       01 ws-overflow-line.
           05 filler                    pic x(40)
                value "Members Not Added, Master Table Full:".
           05 dl-overflow-count         pic zzzz9.
      *
       01 ws-blank-line                 pic x(95) value spaces.
      *
      *-----------------------------------------------
      *  LOYALTY RATES -- LOYCTL OVERRIDES THESE
      *-----------------------------------------------
       77 ws-earn-rate                  pic 9(3)v99 value 1.00.
       77 ws-redeem-rate                pic 9(5) value 100.
       77 ws-bonus-mult                 pic 99 value 1.
       77 ws-bonus-from                 pic 9(8) value 0.
       77 ws-bonus-to                   pic 9(8) value 0.
       77 ws-expiry-days                pic 9(4) value 365.
      *
      *-----------------------------------------------
      *  TENDER AMOUNT -- TAX AND RESTOCKING FEE AS THE SALES AND
      *  RETURNS JOURNALS TAKE THEM
      *-----------------------------------------------
      * the flat sales-tax rate A8SL and A9RET both carry
       77 ws-tax-amount                 pic 9v99 value 0.13.
      *
       01 ws-tax-rate-table.
           05 ws-tax-rate occurs 99 times pic 9v99.
      *
       01 ws-exempt-table.
           05 ws-exm-count              pic 9(3) value 0.
           05 ws-exm-sku occurs 200 times pic x(15).
      *
       01 ws-fee-sched-table.
           05 ws-fee-count              pic 99 value 0.
           05 ws-fee-entry occurs 20 times.
                10 ws-fee-reason        pic xx.
                10 ws-fee-pct           pic 99v99.
                10 ws-fee-min           pic 9(4)v99.
      *
       01 ws-tender-work.
           05 ws-tax-idx                pic 999.
           05 ws-exm-idx                pic 9(3).
           05 ws-sku-exempt-sw          pic x value "N".
                88 ws-sku-exempt        value "Y".
           05 ws-fee-idx                pic 99.
           05 ws-fee-found-sw           pic x value "N".
                88 ws-fee-found         value "Y".
           05 ws-tax-owing              pic 999v99.
           05 ws-restock-fee            pic 9(5)v99.
           05 ws-tender-amt             pic 9(7)v99.
      *
      *-----------------------------------------------
      *  LOYALTY MASTER TABLE
      *-----------------------------------------------
       01 ws-member-table.
           05 ws-mbr-count              pic 9(4) value 0.
           05 ws-mbr-entry occurs 5000 times.
                10 ws-mbr-customer      pic x(6).
                10 ws-mbr-enrolled      pic 9(8).
                10 ws-mbr-last-activity pic 9(8).
                10 ws-mbr-balance       pic s9(9).
                10 ws-mbr-earned        pic s9(9).
                10 ws-mbr-removed       pic s9(9).
                10 ws-mbr-redeemed      pic s9(9).
                10 ws-mbr-expired       pic 9(9).
                10 ws-mbr-mtd-month     pic 9(6).
                10 ws-mbr-mtd-earned    pic s9(9).
                10 ws-mbr-mtd-removed   pic s9(9).
                10 ws-mbr-mtd-redeemed  pic s9(9).
                10 ws-mbr-mtd-expired   pic 9(9).
       77 ws-mbr-max                    pic 9(4) value 5000.
      *
      *-----------------------------------------------
      *  ORIGINAL-SALE LOG (FROM SALESLOG)
      *-----------------------------------------------
       01 ws-sales-log-table.
           05 ws-slg-count              pic 9(4) value 0.
           05 ws-slg-entry occurs 5000 times.
                10 ws-slg-inv-num       pic 9(6).
                10 ws-slg-sale-date     pic 9(8).
       77 ws-slg-max                    pic 9(4) value 5000.
      *
       01 ws-work.
           05 ws-mbr-idx                pic 9(4).
           05 ws-mbr-found-idx          pic 9(4).
           05 ws-mbr-found-sw           pic x value "N".
                88 ws-mbr-found         value "Y".
           05 ws-slg-idx                pic 9(4).
           05 ws-earn-date              pic 9(8).
           05 ws-points                 pic 9(9).
           05 ws-tran-month             pic 9(6).
           05 ws-opening                pic s9(9).
           05 ws-idle-days              pic s9(5).
           05 ws-reject-printed-sw      pic x value "N".
                88 ws-reject-printed    value "Y".
           05 ws-expire-printed-sw      pic x value "N".
                88 ws-expire-printed    value "Y".
           05 ws-read-count             pic 9(5) value 0.
           05 ws-no-id-count            pic 9(5) value 0.
           05 ws-overflow-count         pic 9(5) value 0.
           05 ws-refused-count          pic 9(5) value 0.
           05 ws-stmt-count             pic 9(5) value 0.
           05 ws-tot-earned             pic 9(9) value 0.
           05 ws-tot-removed            pic 9(9) value 0.
           05 ws-tot-redeemed           pic s9(9) value 0.
           05 ws-tot-expired            pic 9(9) value 0.
      *
      * business date of the run -- the latest on the feed, the
      * run date when the feed is empty
       01 ws-run-dates.
           05 ws-run-bizdate            pic 9(8) value 0.
           05 ws-run-bizdate-r redefines ws-run-bizdate.
                10 ws-run-month         pic 9(6).
                10 filler               pic 99.
      *
       01 ws-file.
           05 ws-eof-flag               pic x value "N".
           05 ws-eof-y                  pic x value "Y".
           05 ws-loyctl-eof-flag        pic x value "N".
           05 ws-saleslog-eof-flag      pic x value "N".
           05 ws-loymast-eof-flag       pic x value "N".
           05 ws-taxrate-eof-flag       pic x value "N".
           05 ws-taxexmpt-eof-flag      pic x value "N".
           05 ws-fee-sched-eof-flag     pic x value "N".
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
           perform 110-load-loyalty-ctl.
           perform 120-load-sales-log.
           perform 130-load-loyalty-master.
           perform 140-load-tax-rates.
           perform 145-load-tax-exempt.
           perform 160-load-fee-schedule.
           perform 150-report-header.
           perform 200-read-val-file.
           perform 400-process-trans thru 400-exit
                until ws-eof-flag is equal to ws-eof-y.
           if ws-run-bizdate = 0
                move ws-date            to ws-run-bizdate
           end-if.
           perform 600-month-end-statements.
           perform 650-expire-points.
           perform 700-write-loyalty-master.
           perform 800-write-report.
           perform 900-close-files.
           goback.
      *
       100-open-files.
           open input val-file.
           open output report-file, loy-stmt-file.
           open extend exception-file.
           move function current-date   to ws-current-date.
           move 0                       to ws-run-bizdate.
      *
      * LOYCTL absent or empty -- keep the built-in defaults
       110-load-loyalty-ctl.
           open input loy-ctl-file.
           read loy-ctl-file
                at end move ws-eof-y    to ws-loyctl-eof-flag.
           if ws-loyctl-eof-flag not equal to ws-eof-y
                move lc-earn-rate       to ws-earn-rate
                move lc-redeem-rate     to ws-redeem-rate
                move lc-bonus-mult      to ws-bonus-mult
                move lc-bonus-from      to ws-bonus-from
                move lc-bonus-to        to ws-bonus-to
                move lc-expiry-days     to ws-expiry-days
           end-if.
           close loy-ctl-file.
           if ws-bonus-mult = 0
                move 1                  to ws-bonus-mult
           end-if.
      *
       120-load-sales-log.
           open input sales-log-file.
           perform 122-read-sales-log.
           perform 124-store-sales-log
                until ws-saleslog-eof-flag is equal to ws-eof-y.
           close sales-log-file.
      *
       122-read-sales-log.
           read sales-log-file
                at end move ws-eof-y    to ws-saleslog-eof-flag.
      *
       124-store-sales-log.
           if ws-slg-count < ws-slg-max
                add 1                   to ws-slg-count
                move sl-inv-number to ws-slg-inv-num(ws-slg-count)
                move sl-sale-date  to ws-slg-sale-date(ws-slg-count)
           end-if.
           perform 122-read-sales-log.
      *
       130-load-loyalty-master.
           open input loymast-in-file.
           perform 132-read-loymast.
           perform 134-store-loymast
                until ws-loymast-eof-flag is equal to ws-eof-y.
           close loymast-in-file.
      *
       132-read-loymast.
           read loymast-in-file
                at end move ws-eof-y    to ws-loymast-eof-flag.
      *
       134-store-loymast.
           if ws-mbr-count < ws-mbr-max
                add 1                   to ws-mbr-count
                move li-customer-id
                     to ws-mbr-customer(ws-mbr-count)
                move li-enrolled
                     to ws-mbr-enrolled(ws-mbr-count)
                move li-last-activity
                     to ws-mbr-last-activity(ws-mbr-count)
                move li-balance    to ws-mbr-balance(ws-mbr-count)
                move li-earned     to ws-mbr-earned(ws-mbr-count)
                move li-removed    to ws-mbr-removed(ws-mbr-count)
                move li-redeemed   to ws-mbr-redeemed(ws-mbr-count)
                move li-expired    to ws-mbr-expired(ws-mbr-count)
                move li-mtd-month
                     to ws-mbr-mtd-month(ws-mbr-count)
                move li-mtd-earned
                     to ws-mbr-mtd-earned(ws-mbr-count)
                move li-mtd-removed
                     to ws-mbr-mtd-removed(ws-mbr-count)
                move li-mtd-redeemed
                     to ws-mbr-mtd-redeemed(ws-mbr-count)
                move li-mtd-expired
                     to ws-mbr-mtd-expired(ws-mbr-count)
           end-if.
           perform 132-read-loymast.
      *
      * TAXFILE absent or empty -- every store at the flat rate
       140-load-tax-rates.
           perform varying ws-tax-idx from 1 by 1
                until ws-tax-idx > 99
                move ws-tax-amount      to ws-tax-rate(ws-tax-idx)
           end-perform.
           open input tax-rate-file.
           perform 142-read-tax-rate.
           perform 144-store-tax-rate
                until ws-taxrate-eof-flag is equal to ws-eof-y.
           close tax-rate-file.
      *
       142-read-tax-rate.
           read tax-rate-file
                at end move ws-eof-y    to ws-taxrate-eof-flag.
      *
       144-store-tax-rate.
           if tr-store-num > 0
                move tr-tax-rate        to ws-tax-rate(tr-store-num)
           end-if.
           perform 142-read-tax-rate.
      *
       145-load-tax-exempt.
           open input tax-exempt-file.
           perform 146-read-exempt.
           perform 147-store-exempt
                until ws-taxexmpt-eof-flag is equal to ws-eof-y.
           close tax-exempt-file.
      *
       146-read-exempt.
           read tax-exempt-file
                at end move ws-eof-y    to ws-taxexmpt-eof-flag.
      *
       147-store-exempt.
           if ws-exm-count < 200
                add 1                   to ws-exm-count
                move tax-exempt-line    to ws-exm-sku(ws-exm-count)
           end-if.
           perform 146-read-exempt.
      *
       150-report-header.
           move ws-date                 to ws-title-date.
           write report-line            from ws-title.
           write report-line            from ws-blank-line.
           move ws-earn-rate            to dl-earn-rate.
           move ws-redeem-rate          to dl-redeem-rate.
           move ws-bonus-mult           to dl-bonus-mult.
           move ws-bonus-from           to dl-bonus-from.
           move ws-bonus-to             to dl-bonus-to.
           write report-line            from ws-rate-line.
      *
      * FEESCHED absent or empty -- A9RET's built-in change-of-mind
      * policy (10 percent, 5.00 minimum)
       160-load-fee-schedule.
           open input fee-sched-file.
           perform 162-read-fee-sched.
           perform 164-store-fee-sched
                until ws-fee-sched-eof-flag is equal to ws-eof-y.
           close fee-sched-file.
           if ws-fee-count = 0
                move 1                  to ws-fee-count
                move "CM"               to ws-fee-reason(1)
                move 10.00              to ws-fee-pct(1)
                move 5.00               to ws-fee-min(1)
           end-if.
      *
       162-read-fee-sched.
           read fee-sched-file
                at end move ws-eof-y    to ws-fee-sched-eof-flag.
      *
       164-store-fee-sched.
           if ws-fee-count < 20
                add 1                   to ws-fee-count
                move fs-reason-code to ws-fee-reason(ws-fee-count)
                move fs-fee-pct     to ws-fee-pct(ws-fee-count)
                move fs-fee-min     to ws-fee-min(ws-fee-count)
           end-if.
           perform 162-read-fee-sched.
      *
       200-read-val-file.
           read val-file
                at end move ws-eof-y    to ws-eof-flag
                not at end add 1        to ws-read-count
           end-read.
      *
      * one customer-carrying transaction against its member.  a
      * redemption is checked before anything is posted; a member
      * is enrolled by the first transaction that earns
       400-process-trans.
           if il-batch-header or il-batch-trailer
                perform 200-read-val-file
                go to 400-exit
           end-if.
           if not (il-code-S or il-code-E or il-code-R
                   or il-code-V)
                perform 200-read-val-file
                go to 400-exit
           end-if.
           if il-code-V
                and il-gift-card-num not = spaces
                and not il-pay-GC
                perform 200-read-val-file
                go to 400-exit
           end-if.
           if il-customer-id = spaces
                add 1                   to ws-no-id-count
                perform 200-read-val-file
                go to 400-exit
           end-if.

           if il-business-date is numeric
                and il-business-date > ws-run-bizdate
                move il-business-date   to ws-run-bizdate
           end-if.

           perform 410-find-member.
           if (il-code-S or il-code-E) and il-pay-type = "LP"
                perform 430-redeem-points thru 430-exit
                perform 200-read-val-file
                go to 400-exit
           end-if.

           if not ws-mbr-found
                perform 412-enroll-member
           end-if.
           if not ws-mbr-found
                add 1                   to ws-overflow-count
                perform 200-read-val-file
                go to 400-exit
           end-if.

           perform 420-roll-member-month.
           evaluate true
                when (il-code-R or il-code-V) and il-pay-type = "LP"
                     perform 440-restore-points
                when il-code-S or il-code-E
                     move il-business-date  to ws-earn-date
                     perform 450-earn-points
                when il-code-R
                     perform 460-sale-date-of-return
                     perform 470-remove-points
                when il-code-V
                     move il-business-date  to ws-earn-date
                     perform 470-remove-points
           end-evaluate.
           if il-business-date is numeric
                and il-business-date >
                     ws-mbr-last-activity(ws-mbr-found-idx)
                move il-business-date
                     to ws-mbr-last-activity(ws-mbr-found-idx)
           end-if.

           perform 200-read-val-file.
       400-exit.
           exit.
      *
       410-find-member.
           move "N"                     to ws-mbr-found-sw.
           move 0                       to ws-mbr-found-idx.
           perform varying ws-mbr-idx from 1 by 1
                until ws-mbr-idx > ws-mbr-count
                    or ws-mbr-found
                if ws-mbr-customer(ws-mbr-idx) = il-customer-id
                     move ws-mbr-idx    to ws-mbr-found-idx
                     set ws-mbr-found   to true
                end-if
           end-perform.
      *
       412-enroll-member.
           if ws-mbr-count < ws-mbr-max
                add 1                   to ws-mbr-count
                move ws-mbr-count       to ws-mbr-found-idx
                initialize ws-mbr-entry(ws-mbr-found-idx)
                move il-customer-id
                     to ws-mbr-customer(ws-mbr-found-idx)
                move il-business-date
                     to ws-mbr-enrolled(ws-mbr-found-idx)
                move il-business-date
                     to ws-mbr-last-activity(ws-mbr-found-idx)
                move il-business-date(1:6)
                     to ws-mbr-mtd-month(ws-mbr-found-idx)
                set ws-mbr-found        to true
           end-if.
      *
      * a transaction in a later month than the member's month-to-
      * date figures closes that month out first
       420-roll-member-month.
           if il-business-date is numeric
                move il-business-date(1:6) to ws-tran-month
                if ws-mbr-mtd-month(ws-mbr-found-idx) not = 0
                     and ws-mbr-mtd-month(ws-mbr-found-idx)
                          < ws-tran-month
                     move ws-mbr-found-idx to ws-mbr-idx
                     perform 610-close-member-month
                end-if
                move ws-tran-month
                     to ws-mbr-mtd-month(ws-mbr-found-idx)
           end-if.
      *
      * the amount the journal posts against the points tender: a
      * sale or its post-void with A8SL's tax (none on an exempt
      * SKU), an exchange with A9RET's, and a refund net of the
      * restocking fee A9RET keeps, with its tax
       425-tender-amount.
           move 0                       to ws-restock-fee.
           if il-code-S or il-code-V
                perform 426-check-tax-exempt
                if ws-sku-exempt
                     move 0             to ws-tax-owing
                else
                     if il-store-num > 0
                          compute ws-tax-owing =
                               il-tran-amt * ws-tax-rate(il-store-num)
                     else
                          compute ws-tax-owing =
                               il-tran-amt * ws-tax-amount
                     end-if
                end-if
           else
                compute ws-tax-owing = il-tran-amt * ws-tax-amount
                if il-code-R
                     perform 427-restocking-fee
                end-if
           end-if.
           compute ws-tender-amt =
                il-tran-amt - ws-restock-fee + ws-tax-owing.
      *
       426-check-tax-exempt.
           move "N"                     to ws-sku-exempt-sw.
           perform varying ws-exm-idx from 1 by 1
                until ws-exm-idx > ws-exm-count
                    or ws-sku-exempt
                if ws-exm-sku(ws-exm-idx) = il-sku-code
                     set ws-sku-exempt  to true
                end-if
           end-perform.
      *
       427-restocking-fee.
           move "N"                     to ws-fee-found-sw.
           perform varying ws-fee-idx from 1 by 1
                until ws-fee-idx > ws-fee-count
                    or ws-fee-found
                if ws-fee-reason(ws-fee-idx) = il-return-reason
                     set ws-fee-found   to true
                     compute ws-restock-fee rounded =
                          il-tran-amt *
                          (ws-fee-pct(ws-fee-idx) / 100)
                     if ws-restock-fee < ws-fee-min(ws-fee-idx)
                          move ws-fee-min(ws-fee-idx)
                               to ws-restock-fee
                     end-if
                end-if
           end-perform.
           if ws-restock-fee > il-tran-amt
                move il-tran-amt        to ws-restock-fee
           end-if.
      *
      * a sale or exchange paid with points -- refused, and posted
      * nowhere, when the member is unknown or short of points
       430-redeem-points.
           perform 425-tender-amount.
           compute ws-points = ws-tender-amt * ws-redeem-rate.
           if not ws-mbr-found
                move "NOT A MEMBER"     to dl-rej-reason
                move "POINTS REDEMPTION BY A NON-MEMBER"
                     to ex-reason
                move 0                  to dl-rej-balance
                perform 435-refuse-redemption
                go to 430-exit
           end-if.
           if ws-points > ws-mbr-balance(ws-mbr-found-idx)
                move "SHORT POINTS"     to dl-rej-reason
                move "POINTS REDEMPTION EXCEEDS BALANCE"
                     to ex-reason
                move ws-mbr-balance(ws-mbr-found-idx)
                     to dl-rej-balance
                perform 435-refuse-redemption
                go to 430-exit
           end-if.

           perform 420-roll-member-month.
           subtract ws-points from ws-mbr-balance(ws-mbr-found-idx).
           add ws-points      to ws-mbr-redeemed(ws-mbr-found-idx).
           add ws-points      to ws-mbr-mtd-redeemed(ws-mbr-found-idx).
           add ws-points                to ws-tot-redeemed.
           if il-business-date is numeric
                move il-business-date
                     to ws-mbr-last-activity(ws-mbr-found-idx)
           end-if.
       430-exit.
           exit.
      *
       435-refuse-redemption.
           if not ws-reject-printed
                write report-line       from ws-blank-line
                write report-line       from ws-reject-header
                set ws-reject-printed   to true
           end-if.
           move il-customer-id          to dl-rej-customer.
           move il-inv-num              to dl-rej-inv.
           move ws-tender-amt           to dl-rej-amt.
           move ws-points               to dl-rej-points.
           write report-line            from ws-reject-line.
           add 1                        to ws-refused-count.

           move "A9LOYAL"               to ex-program.
           move ws-date                 to ex-run-date.
           move "1"                     to ex-severity.
           move il-customer-id          to ex-key.
           write exception-line.
      *
      * a refund or post-void of a points-paid sale gives back the
      * points for what the journal returns to the loyalty liability
       440-restore-points.
           perform 425-tender-amount.
           compute ws-points = ws-tender-amt * ws-redeem-rate.
           add ws-points           to ws-mbr-balance(ws-mbr-found-idx).
           subtract ws-points    from ws-mbr-redeemed(ws-mbr-found-idx).
           subtract ws-points
                from ws-mbr-mtd-redeemed(ws-mbr-found-idx).
           subtract ws-points           from ws-tot-redeemed.
      *
      * the bonus multiplier applies when the date the points are
      * earned on falls inside the LOYCTL bonus window
       450-earn-points.
           perform 455-points-at-rate.
           add ws-points           to ws-mbr-balance(ws-mbr-found-idx).
           add ws-points           to ws-mbr-earned(ws-mbr-found-idx).
           add ws-points      to ws-mbr-mtd-earned(ws-mbr-found-idx).
           add ws-points                to ws-tot-earned.
      *
       455-points-at-rate.
           if ws-bonus-from not = 0
                and ws-earn-date not < ws-bonus-from
                and ws-earn-date not > ws-bonus-to
                compute ws-points =
                     il-tran-amt * ws-earn-rate * ws-bonus-mult
           else
                compute ws-points = il-tran-amt * ws-earn-rate
           end-if.
      *
      * the date the returned sale earned its points on -- the
      * return's own business date when the sale has aged off
      * the log
       460-sale-date-of-return.
           move il-business-date        to ws-earn-date.
           perform varying ws-slg-idx from 1 by 1
                until ws-slg-idx > ws-slg-count
                if ws-slg-inv-num(ws-slg-idx) = il-inv-number
                     move ws-slg-sale-date(ws-slg-idx)
                          to ws-earn-date
                     move ws-slg-count  to ws-slg-idx
                end-if
           end-perform.
      *
      * a return or post-void takes back what the sale earned; the
      * balance may go below zero when the points are already spent
       470-remove-points.
           perform 455-points-at-rate.
           subtract ws-points    from ws-mbr-balance(ws-mbr-found-idx).
           add ws-points           to ws-mbr-removed(ws-mbr-found-idx).
           add ws-points     to ws-mbr-mtd-removed(ws-mbr-found-idx).
           add ws-points                to ws-tot-removed.
      *
      * members whose month-to-date figures are for a month before
      * the run's get that month's statement now
       600-month-end-statements.
           perform varying ws-mbr-idx from 1 by 1
                until ws-mbr-idx > ws-mbr-count
                if ws-mbr-mtd-month(ws-mbr-idx) not = 0
                     and ws-mbr-mtd-month(ws-mbr-idx) < ws-run-month
                     perform 610-close-member-month
                     move ws-run-month
                          to ws-mbr-mtd-month(ws-mbr-idx)
                end-if
           end-perform.
      *
      * one member's statement for the month on its MTD figures --
      * skipped for a member with no activity and nothing held
       610-close-member-month.
           compute ws-opening = ws-mbr-balance(ws-mbr-idx)
                - ws-mbr-mtd-earned(ws-mbr-idx)
                + ws-mbr-mtd-removed(ws-mbr-idx)
                + ws-mbr-mtd-redeemed(ws-mbr-idx)
                + ws-mbr-mtd-expired(ws-mbr-idx).
           if ws-opening not = 0
                or ws-mbr-balance(ws-mbr-idx) not = 0
                or ws-mbr-mtd-earned(ws-mbr-idx) not = 0
                or ws-mbr-mtd-removed(ws-mbr-idx) not = 0
                or ws-mbr-mtd-redeemed(ws-mbr-idx) not = 0
                or ws-mbr-mtd-expired(ws-mbr-idx) not = 0
                move ws-mbr-customer(ws-mbr-idx)  to ls-customer-id
                move ws-mbr-mtd-month(ws-mbr-idx) to ls-month
                move ws-opening                   to ls-opening
                move ws-mbr-mtd-earned(ws-mbr-idx)  to ls-earned
                move ws-mbr-mtd-removed(ws-mbr-idx) to ls-removed
                move ws-mbr-mtd-redeemed(ws-mbr-idx)
                     to ls-redeemed
                move ws-mbr-mtd-expired(ws-mbr-idx) to ls-expired
                move ws-mbr-balance(ws-mbr-idx)   to ls-closing
                move ws-mbr-last-activity(ws-mbr-idx)
                     to ls-last-activity
                move spaces             to loy-stmt-line(75:6)
                write loy-stmt-line
                add 1                   to ws-stmt-count
           end-if.
           move 0                  to ws-mbr-mtd-earned(ws-mbr-idx).
           move 0                  to ws-mbr-mtd-removed(ws-mbr-idx).
           move 0                  to ws-mbr-mtd-redeemed(ws-mbr-idx).
           move 0                  to ws-mbr-mtd-expired(ws-mbr-idx).
      *
      * a balance left idle longer than the expiry days is gone
       650-expire-points.
           perform varying ws-mbr-idx from 1 by 1
                until ws-mbr-idx > ws-mbr-count
                if ws-mbr-balance(ws-mbr-idx) > 0
                     call "A0DAYDIF" using
                          ws-mbr-last-activity(ws-mbr-idx),
                          ws-run-bizdate, ws-idle-days
                     if ws-idle-days > ws-expiry-days
                          perform 660-expire-member
                     end-if
                end-if
           end-perform.
      *
       660-expire-member.
           if not ws-expire-printed
                write report-line       from ws-blank-line
                write report-line       from ws-expire-header
                set ws-expire-printed   to true
           end-if.
           move ws-mbr-customer(ws-mbr-idx)      to dl-exp-customer.
           move ws-mbr-balance(ws-mbr-idx)       to dl-exp-points.
           move ws-mbr-last-activity(ws-mbr-idx) to dl-exp-last-date.
           move ws-idle-days                     to dl-exp-idle.
           write report-line            from ws-expire-line.

           add ws-mbr-balance(ws-mbr-idx) to ws-tot-expired.
           add ws-mbr-balance(ws-mbr-idx)
                to ws-mbr-expired(ws-mbr-idx).
           add ws-mbr-balance(ws-mbr-idx)
                to ws-mbr-mtd-expired(ws-mbr-idx).
           move 0                       to ws-mbr-balance(ws-mbr-idx).
      *
       700-write-loyalty-master.
           open output loymast-out-file.
           perform varying ws-mbr-idx from 1 by 1
                until ws-mbr-idx > ws-mbr-count
                move ws-mbr-customer(ws-mbr-idx)  to lo-customer-id
                move ws-mbr-enrolled(ws-mbr-idx)  to lo-enrolled
                move ws-mbr-last-activity(ws-mbr-idx)
                     to lo-last-activity
                move ws-mbr-balance(ws-mbr-idx)   to lo-balance
                move ws-mbr-earned(ws-mbr-idx)    to lo-earned
                move ws-mbr-removed(ws-mbr-idx)   to lo-removed
                move ws-mbr-redeemed(ws-mbr-idx)  to lo-redeemed
                move ws-mbr-expired(ws-mbr-idx)   to lo-expired
                move ws-mbr-mtd-month(ws-mbr-idx) to lo-mtd-month
                move ws-mbr-mtd-earned(ws-mbr-idx)
                     to lo-mtd-earned
                move ws-mbr-mtd-removed(ws-mbr-idx)
                     to lo-mtd-removed
                move ws-mbr-mtd-redeemed(ws-mbr-idx)
                     to lo-mtd-redeemed
                move ws-mbr-mtd-expired(ws-mbr-idx)
                     to lo-mtd-expired
                move space              to loymast-out-line(110:1)
                write loymast-out-line
           end-perform.
           close loymast-out-file.
      *
       800-write-report.
           write report-line            from ws-blank-line.
           move ws-tot-earned           to dl-pts-earned.
           move ws-tot-removed          to dl-pts-removed.
           move ws-tot-redeemed         to dl-pts-redeemed.
           move ws-tot-expired          to dl-pts-expired.
           write report-line            from ws-points-line.
           move ws-read-count           to dl-read-count.
           move ws-mbr-count            to dl-member-count.
           move ws-no-id-count          to dl-no-id-count.
           move ws-refused-count        to dl-refused-count.
           move ws-stmt-count           to dl-stmt-count.
           write report-line            from ws-trailer-line.
           if ws-overflow-count > 0
                move ws-overflow-count  to dl-overflow-count
                write report-line       from ws-overflow-line
           end-if.
      *
       900-close-files.
           close val-file.
           close loy-stmt-file.
           close exception-file.
           close report-file.
      *
       end program A9LOYAL.
