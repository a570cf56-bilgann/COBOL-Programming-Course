      *             SLDETAIL quoting a terminated id gets an
      *             exception line instead of looking like a
      *             perfectly normal sale.
      * 2026-10-15  quota plan: the QUOTAMST quota master carries
      *             each rep's monthly quota and the COMMPLAN plan
      *             file the attainment tiers (upper attainment
      *             percent and rate points over the rep's own
      *             rate).  a rep with a quota for the run month is
      *             paid through the tiers instead of the flat rate
      *             and CTLFILE bonus; the detail line and statement
      *             show quota, attainment, and earned per tier, and
      *             the region subtotals show region attainment.
      * 2026-10-15  SPIFF bonuses: the SPIFFS schedule (SKU, bonus
      *             per sale, start and end dates) pays a flat bonus
      *             on every S record in SLDETAIL for a SKU under an
      *             active SPIFF and charges it back on R records in
      *             RDETAIL; the net SPIFF gets its own statement
      *             line and posts to the GL extract under the
      *             incentive-expense account.
      * 2026-10-15  split credit: the SPLITCR file names two or
      *             three reps and their percentages for an invoice;
      *             that invoice's S&L sales and any later return
      *             chargeback are apportioned across them instead
      *             of all landing on the rep who rang it.  each
      *             rep's statement lists their split invoices; a
      *             split whose percentages do not total 100 is
      *             rejected to EXCFILE and not applied.
      * 2026-10-15  added the CPAYEXP commission payroll export --
      *             employee number, pay period, earnings code
      *             (commission, manager override, draw, SPIFF,
      *             final settlement), and amount, with a control
      *             trailer (record count, total).  the total must
      *             tie to the payroll total now on the statement
      *             totals, and the export is not released when
      *             the GL extract is out of balance.
      * 2026-10-15  post-voids: a V record in SLDETAIL takes the
      *             voided sale back off the rep who rang it (or off
      *             each rep on a split invoice, in proportion), and
      *             a SPIFF it earned with it, so no commission is
      *             paid on it.  a sale not in this run's detail --
      *             already paid in an earlier month -- is charged
      *             back at the rep's rate the way a return is.
      * 2026-10-15  the POS transaction record is now 77 bytes --
      *             it carries the register and cashier id.
      * 2026-10-15  the POS transaction record is now 93 bytes with
      *             the gift-card number.  the post-void of a
      *             gift-card load (a V carrying a card number but
      *             not paid with the GC tender) earned no
      *             commission, so it takes none back.
      * 2026-10-15  accounting period lock (PERIODCTL, through the
      *             common A0PERCHK routine): a run whose month
      *             Finance has closed pays commission in the first
      *             open period (the payroll export's pay period),
      *             and S&L or returns detail dated into a closed
      *             period counts in the open one -- each with an
      *             EXCFILE entry and a count on the report.
      * 2026-10-15  a redated detail record keeps its own business
      *             date for the SPIFF window.  a return takes a
      *             SPIFF back only when the sale it returns earned
      *             one in this run's detail, tested on that sale's
      *             date; a post-void is tested on its sale's date
      *             when the sale is in this run.
      *
       environment division.
       configuration section.
               assign to GLFILE
               organization is sequential.
      *
      * commission payroll earnings export -- what payroll pays
      * each rep and manager, released with the GL extract
           select comm-payroll-file
               assign to CPAYEXP
               organization is sequential.
      *
      * return transaction detail from A7SPLIT -- optional; returns
      * charge back against the rep's commission at the rep's rate
           select optional r-detail-file
           select optional manager-master
               assign to MGRMAST
               organization is sequential.
      *
      * quota master -- optional; rep number, period (yyyymm), and
      * that month's sales quota
           select optional quota-master
               assign to QUOTAMST
               organization is sequential.
      *
      * split-credit file -- optional; an invoice number and up to
      * three rep ids with their percentage of the credit
           select optional split-credit-file
               assign to SPLITCR
               organization is sequential.
      *
      * SPIFF schedule -- optional; a flat bonus per unit sold of a
      * SKU between the start and end dates
           select optional spiff-file
               assign to SPIFFS
               organization is sequential.
      *
      * commission plan tiers -- optional; one record per tier in
      * ascending order, a missing file keeps the built-in plan
           select optional comm-plan-file
               assign to COMMPLAN
               organization is sequential.
      *
       data division.
       file section.
           05 filler                        pic x.
           05 gl-trl-rec-count              pic 9(6).
           05 gl-trl-hash-total             pic 9(14)v99.
      *
       fd comm-payroll-file
           recording mode is F
           data record is comm-payroll-line
           record contains 30 characters.
      *
       01 comm-payroll-line.
           05 cx-rec-type                   pic x.
                88 cx-detail-rec            value "D".
                88 cx-trailer-rec           value "T".
           05 cx-emp-no                     pic x(3).
           05 cx-pay-period                 pic 9(6).
           05 cx-earn-code                  pic xx.
                88 cx-earn-commission       value "CM".
                88 cx-earn-override         value "MO".
                88 cx-earn-draw             value "DR".
                88 cx-earn-spiff            value "SP".
                88 cx-earn-final            value "FS".
           05 cx-amount                     pic 9(7)v99.
           05 filler                        pic x(9).
      *
       01 cx-trailer-redef redefines comm-payroll-line.
           05 filler                        pic x.
           05 cx-trl-rec-count              pic 9(6).
           05 cx-trl-amount-total           pic 9(12)v99.
           05 filler                        pic x(9).
      *
       fd r-detail-file
           recording mode is F
           data record is r-detail-line
           record contains 93 characters.
      *
       01 r-detail-line.
           copy POSTRAN replacing ==:TAG:== by ==rd==.
       fd sl-detail-file
           recording mode is F
           data record is sl-detail-line
           record contains 93 characters.
      *
       01 sl-detail-line.
           copy POSTRAN replacing ==:TAG:== by ==sd==.
           05 mg-manager-name               pic x(8).
           05 mg-region                     pic x(2).
           05 mg-override-pct               pic 99v9.
      *
       fd quota-master
           recording mode is F
           data record is quota-master-line
           record contains 16 characters.
      *
       01 quota-master-line.
           05 qm-no                         pic x(3).
           05 qm-period                     pic 9(6).
           05 qm-quota                      pic 9(7).
      *
       fd split-credit-file
           recording mode is F
           data record is split-credit-line
           record contains 33 characters.
      *
       01 split-credit-line.
           05 sc-inv-num                    pic x(9).
           05 sc-rep-group  occurs 3 times.
                10 sc-rep-id                pic x(3).
                10 sc-rep-pct               pic 9(3)v99.
      *
       fd spiff-file
           recording mode is F
           data record is spiff-line
           record contains 36 characters.
      *
       01 spiff-line.
           05 sf-sku-code                   pic x(15).
           05 sf-bonus-amt                  pic 9(3)v99.
           05 sf-start-date                 pic 9(8).
           05 sf-end-date                   pic 9(8).
      *
      * cp-upper-pct is the top of the tier as a percent of quota;
      * 0 (or the last tier) means open-ended.  cp-rate-add is the
      * points added to the rep's own rate inside the tier
       fd comm-plan-file
           recording mode is F
           data record is comm-plan-line
           record contains 8 characters.
      *
       01 comm-plan-line.
           05 cp-tier-no                    pic 9.
           05 cp-upper-pct                  pic 9(3)v9.
           05 cp-rate-add                   pic 99v9.
      *
       working-storage section.
      *
           05 filler                        pic x(3)
                value spaces.
           05 dl-bonus-flag                 pic x(16).
      *
      * second detail line for a rep on a quota
       01 ws-quota-detail-line.
           05 filler                        pic x(6)
                value spaces.
           05 filler                        pic x(7)
                value "QUOTA:".
           05 dl-quota                      pic $z,zzz,zz9.
           05 filler                        pic x(10)
                value "  ATTAIN:".
           05 dl-attain-pct                 pic zzz9.9.
           05 filler                        pic x
                value "%".
           05 dl-tier-group  occurs 4 times.
                10 filler                   pic x(3)
                     value "  T".
                10 dl-tier-no               pic 9.
                10 filler                   pic x
                     value ":".
                10 dl-tier-earned           pic $zzz,zz9.99.


      *--------------------------------------------------------
           05 ws-min-comm                   pic 9(6).
           05 ws-max-comm                   pic 9(6).
           05 ws-bonus-flag                 pic x(15).
      *
      *--------------------------------------------------------
      *  QUOTA MASTER AND TIERED COMMISSION PLAN
      *--------------------------------------------------------
       01 ws-quota-table.
           05 ws-qta-entry  occurs 500 times.
                10 ws-qta-no                pic x(3).
                10 ws-qta-quota             pic 9(7).
       01 ws-qta-count                      pic 9(4) value 0.
      *
       01 ws-plan-table.
           05 ws-pln-entry  occurs 4 times.
                10 ws-pln-upper-pct         pic 9(3)v9.
                10 ws-pln-rate-add          pic 99v9.
       01 ws-pln-count                      pic 9 value 0.
      *
       01 ws-quota-work.
           05 ws-qta-idx                    pic 9(4).
           05 ws-quota-rep-sw               pic x value "N".
                88 ws-quota-rep             value "Y".
           05 ws-quota-amount               pic 9(7).
           05 ws-attain-pct                 pic 9(4)v9.
           05 ws-run-period                 pic 9(6).
           05 ws-pay-period                 pic 9(6).
           05 ws-pln-idx                    pic 9.
           05 ws-tier-lower-amt             pic 9(9)v99.
           05 ws-tier-upper-amt             pic 9(9)v99.
           05 ws-tier-sales                 pic 9(9)v99.
           05 ws-tier-rate                  pic 9(3)v9.
           05 ws-tier-earned  occurs 4 times
                                            pic 9(7)v99.
           05 ws-quotamst-eof-flag          pic x value "N".
           05 ws-commplan-eof-flag          pic x value "N".

      *--------------------------------------------------------
      *  SALESPERSON MASTER TABLE (LOADED FROM SPMASTER)
                10 ws-region-paid          pic 9(8)v99.
                10 ws-region-chgbk         pic 9(8)v99.
                10 ws-region-ovrd          pic 9(8)v99.
                10 ws-region-spiff         pic 9(8)v99.
                10 ws-region-bonus-cnt     pic 9(5).
                10 ws-region-people-cnt    pic 9(5).
                10 ws-region-qta-sales     pic 9(9)v99.
                10 ws-region-quota         pic 9(9).
       01 ws-region-count                   pic 9(3) value 0.

       01 ws-region-work.
           05 filler                        pic x(7)
                value "CHGBK:".
           05 dl-region-chgbk               pic $zzz,zz9.
           05 filler                        pic x(9)
                value "  ATTAIN:".
           05 dl-region-attain              pic zzz9.9.
           05 filler                        pic x
                value "%".
      *
       01 ws-region-attain                  pic 9(4)v9.

      *--------------------------------------------------------
      *  MANAGER OVERRIDE COMMISSION
           05 filler                        pic x(13)
                value "OUTSTANDING:".
           05 st-outstanding                pic $zz,zz9.99.
      *
       01 ws-stmt-quota-line.
           05 filler                        pic x(18)
                value "  QUOTA:".
           05 st-quota                      pic $z,zzz,zz9.
           05 filler                        pic x(6)
                value spaces.
           05 filler                        pic x(12)
                value "ATTAINMENT:".
           05 st-attain-pct                 pic zzz9.9.
           05 filler                        pic x
                value "%".
      *
       01 ws-stmt-tier-line.
           05 filler                        pic x(8)
                value "  TIER".
           05 st-tier-no                    pic 9.
           05 filler                        pic x(4)
                value spaces.
           05 st-tier-range                 pic x(14).
           05 filler                        pic x(6)
                value "RATE:".
           05 st-tier-rate                  pic zz9.9.
           05 filler                        pic x
                value "%".
           05 filler                        pic x(4)
                value spaces.
           05 filler                        pic x(8)
                value "EARNED:".
           05 st-tier-earned                pic $z,zzz,zz9.99.
      *
       01 ws-tier-range-work.
           05 filler                        pic x(6)
                value "UP TO ".
           05 ws-tier-range-pct             pic zz9.9.
           05 filler                        pic x
                value "%".
           05 filler                        pic x(2)
                value spaces.
      *
       01 ws-stmt-spiff-line.
           05 filler                        pic x(18)
                value "  SPIFF:".
           05 st-spiff-earned               pic $zz,zz9.99.
           05 filler                        pic x(2)
                value spaces.
           05 filler                        pic x(12)
                value "CHARGEBACK:".
           05 st-spiff-chgbk                pic $zz,zz9.99.
           05 filler                        pic x(2)
                value spaces.
           05 filler                        pic x(5)
                value "NET:".
           05 st-spiff-net                  pic $zz,zz9.99.
      *
       01 ws-stmt-payroll-line1.
           05 filler                        pic x(18)
                value spaces.
           05 filler                        pic x(11)
                value "OVERRIDES:".
           05 st-total-override             pic $z,zzz,zz9.99.
           05 filler                        pic x(2)
                value spaces.
           05 filler                        pic x(7)
                value "DRAWS:".
           05 st-total-draw                 pic $z,zzz,zz9.99.
      *
       01 ws-stmt-payroll-line2.
           05 filler                        pic x(18)
                value spaces.
           05 filler                        pic x(15)
                value "PAYROLL TOTAL:".
           05 st-payroll-total              pic $zzz,zzz,zz9.99.
      *
       01 ws-stmt-spiff-total-line.
           05 filler                        pic x(18)
                value spaces.
           05 filler                        pic x(8)
                value "SPIFF:".
           05 st-total-spiff                pic $z,zzz,zz9.99.
      *
       01 ws-stmt-totals-line.
           05 filler                        pic x(18)
           05 ws-rsl-entry  occurs 500 times.
                10 ws-rsl-id                pic x(3).
                10 ws-rsl-amount            pic 9(8)v99.
                10 ws-rsl-spiff             pic 9(7)v99.
                10 ws-rsl-used              pic x.
       01 ws-rsl-count                      pic 9(4) value 0.
      *
           05 ws-rsl-found-switch           pic x value "N".
                88 ws-rsl-found             value "Y".
           05 ws-rsl-whole-sales            pic 9(6).
           05 ws-rsl-key-id                 pic x(3).
       01 ws-sldetail-eof-flag              pic x value "N".
      *
       01 ws-unknown-id-line.
           05 ws-rrt-entry  occurs 500 times.
                10 ws-rrt-id                pic x(3).
                10 ws-rrt-amount            pic 9(8)v99.
                10 ws-rrt-spiff             pic 9(7)v99.
                10 ws-rrt-used              pic x.
       01 ws-rrt-count                      pic 9(4) value 0.
      *
           05 ws-rrt-found-idx              pic 9(4).
           05 ws-rrt-found-switch           pic x value "N".
                88 ws-rrt-found             value "Y".
           05 ws-rrt-key-id                 pic x(3).
       01 ws-rdetail-eof-flag               pic x value "N".
      *
      *--------------------------------------------------------
      *  SPIFF SCHEDULE AND THE REP'S SPIFF FOR THE MONTH
      *--------------------------------------------------------
       01 ws-spiff-table.
           05 ws-spf-entry  occurs 200 times.
                10 ws-spf-sku               pic x(15).
                10 ws-spf-bonus             pic 9(3)v99.
                10 ws-spf-start             pic 9(8).
                10 ws-spf-end               pic 9(8).
       01 ws-spf-count                      pic 9(3) value 0.
      *
      *  this run's sales that earned a SPIFF, with the date each
      *  was rung -- a return or void of one is tested on that date
       01 ws-spiff-sale-table.
           05 ws-sps-count                  pic 9(4) value 0.
           05 ws-sps-entry  occurs 1000 times.
                10 ws-sps-inv               pic x(9).
                10 ws-sps-sku               pic x(15).
                10 ws-sps-date              pic 9(8).
       01 ws-sps-work.
           05 ws-sps-idx                    pic 9(4).
           05 ws-sps-key-inv                pic x(9).
           05 ws-sps-found-switch           pic x value "N".
                88 ws-sps-found             value "Y".
      *
      *--------------------------------------------------------
      *  SPLIT-CREDIT INVOICES (FROM SPLITCR)
      *--------------------------------------------------------
       01 ws-split-table.
           05 ws-spl-entry  occurs 300 times.
                10 ws-spl-inv               pic x(9).
                10 ws-spl-valid             pic x.
                10 ws-spl-total-pct         pic 9(4)v99.
                10 ws-spl-last-rep          pic 9.
                10 ws-spl-rep  occurs 3 times.
                     15 ws-spl-rep-id       pic x(3).
                     15 ws-spl-pct          pic 9(3)v99.
                     15 ws-spl-sales        pic 9(7)v99.
                     15 ws-spl-returns      pic 9(7)v99.
       01 ws-spl-count                      pic 9(3) value 0.
      *
       01 ws-spl-work.
           05 ws-spl-idx                    pic 9(3).
           05 ws-spl-rep-idx                pic 9.
           05 ws-spl-found-switch           pic x value "N".
                88 ws-spl-found             value "Y".
           05 ws-spl-key-inv                pic x(9).
           05 ws-spl-amount                 pic 9(7)v99.
           05 ws-spl-remaining              pic 9(7)v99.
           05 ws-spl-share                  pic 9(7)v99.
           05 ws-spl-reject-count           pic 9(3) value 0.
           05 ws-spl-reps                   pic 9.
           05 ws-splitcr-eof-flag           pic x value "N".
      *
       01 ws-split-reject-line.
           05 filler                        pic x(4)
                value spaces.
           05 filler                        pic x(31)
                value "*** SPLIT CREDIT REJECTED, INV:".
           05 dl-split-inv                  pic x(9).
           05 filler                        pic x(12)
                value "  TOTAL PCT:".
           05 dl-split-pct                  pic zzz9.99.
           05 filler                        pic x(4)
                value " ***".
      *
       01 ws-stmt-split-line.
           05 filler                        pic x(18)
                value "  SPLIT INVOICE:".
           05 st-split-inv                  pic x(9).
           05 filler                        pic x(8)
                value "  SHARE:".
           05 st-split-pct                  pic zz9.99.
           05 filler                        pic x
                value "%".
           05 filler                        pic x(8)
                value "  SALES:".
           05 st-split-sales                pic $zz,zz9.99.
           05 filler                        pic x(8)
                value "  RETS:".
           05 st-split-returns              pic $zz,zz9.99.
      *
       01 ws-spf-work.
           05 ws-spf-idx                    pic 9(3).
           05 ws-spf-found-switch           pic x value "N".
                88 ws-spf-found             value "Y".
           05 ws-spf-key-sku                pic x(15).
           05 ws-spf-key-date               pic 9(8).
           05 ws-spf-bonus-due              pic 9(3)v99.
           05 ws-spiffs-eof-flag            pic x value "N".
      *
       01 ws-spiff-calc.
           05 ws-spiff-earned               pic 9(7)v99.
           05 ws-spiff-chgbk                pic 9(7)v99.
           05 ws-spiff-net                  pic 9(7)v99.
       01 ws-total-spiff                    pic 9(8)v99 value 0.
      *
      *--------------------------------------------------------
      *  GL POSTING EXTRACT WORK FIELDS
      *--------------------------------------------------------
       01 ws-gl-work.
           value "COMMEXP".
       77 ws-gl-payable-acct                pic x(8)
           value "COMMPAY".
       77 ws-gl-incentive-acct              pic x(8)
           value "INCENTEX".
      *
       01 ws-gl-balanced-sw                 pic x value "N".
           88 ws-gl-balanced                value "Y".
      *
      *--------------------------------------------------------
      *  COMMISSION PAYROLL EXPORT -- STAGED UNTIL THE GL AND
      *  STATEMENT TOTALS ARE PROVEN
      *--------------------------------------------------------
       01 ws-payroll-table.
           05 ws-pay-entry  occurs 2000 times.
                10 ws-pay-emp-no            pic x(3).
                10 ws-pay-code              pic xx.
                10 ws-pay-amount            pic 9(7)v99.
       01 ws-pay-count                      pic 9(4) value 0.
      *
       01 ws-payroll-work.
           05 ws-pay-idx                    pic 9(4).
           05 ws-pay-key-emp                pic x(3).
           05 ws-pay-key-code               pic xx.
           05 ws-pay-key-amount             pic 9(7)v99.
           05 ws-pay-staged-total           pic 9(12)v99 value 0.
           05 ws-pay-stmt-total             pic 9(12)v99 value 0.
           05 ws-pay-rec-count              pic 9(6) value 0.
           05 ws-total-override             pic 9(8)v99 value 0.
           05 ws-total-draw                 pic 9(8)v99 value 0.
      *
       01 ws-payroll-status-line.
           05 filler                        pic x(16)
                value "PAYROLL EXPORT:".
           05 dl-pay-rec-count              pic zzz9.
           05 filler                        pic x(9)
                value " RECORDS".
           05 filler                        pic x(2)
                value spaces.
           05 dl-pay-status                 pic x(40).
      *
       01 ws-gl-status-line.
           05 filler                        pic x(12)
           05 dl-gl-status                  pic x(30).
      *
      *-----------------------------------------
      *  CLOSED-PERIOD ADJUSTMENTS (PERIODCTL VIA A0PERCHK)
      *-----------------------------------------
       01 ws-period-work.
           05 ws-per-closed                 pic x value "N".
                88 ws-per-date-closed       value "Y".
           05 ws-per-chk-date               pic 9(8).
           05 ws-per-post-date              pic 9(8).
           05 ws-per-chk-inv                pic x(9).
           05 ws-per-adj-count              pic 9(6) value 0.
      *
       01 ws-period-adj-reason.
           05 filler                        pic x(14)
                value "CLOSED PERIOD ".
           05 ws-par-orig-date              pic 9(8).
           05 filler                        pic x(11)
                value " POSTED TO ".
           05 ws-par-post-date              pic 9(8).
      *
       01 ws-period-adj-summary-line.
           05 filler                        pic x(24)
                value "Closed-period redates:".
           05 dl-padj-count                 pic zzzzz9.
      *
       01 ws-pay-period-line.
           05 filler                        pic x(4)
                value spaces.
           05 filler                        pic x(26)
                value "*** COMMISSION FOR PERIOD ".
           05 dl-run-period                 pic 9(6).
           05 filler                        pic x(25)
                value " (CLOSED) PAID IN PERIOD ".
           05 dl-pay-period                 pic 9(6).
           05 filler                        pic x(4)
                value " ***".
      *
      *-----------------------------------------
      *  CONSTANTS (77 LEVEL - NAMED CONSTANTS)
      *-----------------------------------------
       01 sales-comm                        pic 9(6).
           perform 110-load-control.
           perform 115-load-salesperson-master.
           perform 118-load-manager-master.
           perform 150-load-spiff-schedule.
           perform 153-load-quota-master.
           perform 156-load-comm-plan.
           perform 160-load-split-credits.
           perform 120-load-ytd-master.
           perform 130-load-sl-detail.
           perform 140-load-r-detail.
           perform 810-top-n-report.

           perform 820-report-unknown-ids thru 820-exit.
           perform 825-report-rejected-splits.
           perform 826-report-period-adjustments.

           perform 830-statement-totals.
           perform 840-write-ytd-master.
           perform 850-gl-posting-extract.
           perform 870-payroll-export.

           perform 900-close-files.
           goback.
           open output output-file, statement-file, ytd-out-file.
           open extend exception-file.
           move function current-date       to ws-exc-now.
           move ws-exc-date(1:6)            to ws-run-period.
           move ws-eof-n                    to    ws-eof-flag.
           perform 105-check-pay-period.
      *
      * commission is paid in the run's month unless Finance has
      * closed it -- then in the first open period after it
       105-check-pay-period.
           move ws-run-period               to ws-pay-period.
           call "A0PERCHK" using ws-exc-date, ws-per-post-date,
                ws-per-closed.
           if ws-per-date-closed
                move ws-per-post-date(1:6)  to ws-pay-period
                move ws-exc-date            to ws-par-orig-date
                move ws-per-post-date       to ws-par-post-date
                move "A3SCOMM"              to ex-program
                move ws-exc-date            to ex-run-date
                move "2"                    to ex-severity
                move "PAY PERIOD"           to ex-key
                move ws-period-adj-reason   to ex-reason
                write exception-line
           end-if.
       115-load-salesperson-master.
           open input salesperson-master.
           perform 116-read-spmaster-rec.
           if ws-rsl-count > 0
                set ws-detail-mode          to true
           end-if.
      *
      * a detail record dated into a closed accounting period
      * counts on the first day of the open period instead
       131-check-closed-period.
           call "A0PERCHK" using ws-per-chk-date, ws-per-post-date,
                ws-per-closed.
           if ws-per-date-closed
                add 1                       to ws-per-adj-count
                move ws-per-chk-date        to ws-par-orig-date
                move ws-per-post-date       to ws-par-post-date
                move "A3SCOMM"              to ex-program
                move ws-exc-date            to ex-run-date
                move "2"                    to ex-severity
                move ws-per-chk-inv         to ex-key
                move ws-period-adj-reason   to ex-reason
                write exception-line
                move ws-per-post-date       to ws-per-chk-date
           end-if.
      *
       132-read-sl-detail.
           read sl-detail-file
                at end move ws-eof-y        to ws-sldetail-eof-flag.
      *
       134-accum-sl-detail.
           move sd-business-date            to ws-per-chk-date.
           move sd-inv-num                  to ws-per-chk-inv.
           perform 131-check-closed-period.
      * only sales and layaway sales are commissionable -- layaway
      * payments (P) ride the same file but are account money
      * a split invoice's sale is apportioned across its reps
           if sd-tran-code = "S" or sd-tran-code = "L"
                move sd-inv-num             to ws-spl-key-inv
                perform 165-find-split
                if ws-spl-found
                     move sd-tran-amt       to ws-spl-amount
                     perform 137-apportion-split-sale
                end-if
                move sd-salesperson-id      to ws-rsl-key-id
                perform 136-find-or-add-rep-sales
                if not ws-spl-found
                     add sd-tran-amt
                          to ws-rsl-amount(ws-rsl-found-idx)
                end-if
           end-if.
      * a SPIFF is earned on straight sales of the SKU only
           if sd-tran-code = "S"
                and ws-spf-count > 0
                move sd-sku-code            to ws-spf-key-sku
                move sd-business-date       to ws-spf-key-date
                perform 148-find-spiff
                if ws-spf-found
                     add ws-spf-bonus-due
                          to ws-rsl-spiff(ws-rsl-found-idx)
                     if ws-sps-count < 1000
                          add 1             to ws-sps-count
                          move sd-inv-num   to ws-sps-inv(ws-sps-count)
                          move sd-sku-code  to ws-sps-sku(ws-sps-count)
                          move sd-business-date
                                            to ws-sps-date(ws-sps-count)
                     end-if
                end-if
           end-if.
      * a post-void drops the commission on the sale it quotes --
      * a voided gift-card load was never commissionable
           if sd-tran-code = "V"
                and not (sd-gift-card-num not = spaces
                     and not sd-pay-GC)
                perform 135-void-sale
           end-if.
           perform 132-read-sl-detail.
      *
      * the voided sale comes back off the rep's detail sales; a
      * sale that is not there to come off was paid on in an
      * earlier run and is charged back like a return instead
       135-void-sale.
           move sd-inv-num                  to ws-spl-key-inv.
           perform 165-find-split.
           if ws-spl-found
                move sd-tran-amt            to ws-spl-amount
                perform 138-unapportion-split-sale
           else
                move sd-salesperson-id      to ws-rsl-key-id
                perform 136-find-or-add-rep-sales
                if ws-rsl-amount(ws-rsl-found-idx) not < sd-tran-amt
                     subtract sd-tran-amt
                          from ws-rsl-amount(ws-rsl-found-idx)
                else
                     move sd-salesperson-id to ws-rrt-key-id
                     perform 146-find-or-add-rep-return
                     add sd-tran-amt
                          to ws-rrt-amount(ws-rrt-found-idx)
                end-if
           end-if.
      *    the SPIFF the sale earned goes with it -- tested on the
      *    sale's own date when the sale is in this run
           if ws-spf-count > 0
                move sd-sku-code            to ws-spf-key-sku
                move sd-business-date       to ws-spf-key-date
                move sd-inv-num             to ws-sps-key-inv
                perform 149-find-spiff-sale
                if ws-sps-found
                     move ws-sps-date(ws-sps-idx)
                                            to ws-spf-key-date
                end-if
                perform 148-find-spiff
                if ws-spf-found
                     move sd-salesperson-id to ws-rsl-key-id
                     perform 136-find-or-add-rep-sales
                     if ws-rsl-spiff(ws-rsl-found-idx)
                          not < ws-spf-bonus-due
                          subtract ws-spf-bonus-due
                               from ws-rsl-spiff(ws-rsl-found-idx)
                     else
                          move sd-salesperson-id
                                            to ws-rrt-key-id
                          perform 146-find-or-add-rep-return
                          add ws-spf-bonus-due
                               to ws-rrt-spiff(ws-rrt-found-idx)
                     end-if
                end-if
           end-if.
      *
       136-find-or-add-rep-sales.
           move "N"                         to ws-rsl-found-switch.
           perform varying ws-rsl-idx from 1 by 1
                until ws-rsl-idx > ws-rsl-count
                    or ws-rsl-found
                if ws-rsl-id(ws-rsl-idx) = ws-rsl-key-id
                     move ws-rsl-idx        to ws-rsl-found-idx
                     set ws-rsl-found       to true
                end-if
           if not ws-rsl-found
                add 1                       to ws-rsl-count
                move ws-rsl-count           to ws-rsl-found-idx
                move ws-rsl-key-id
                     to ws-rsl-id(ws-rsl-found-idx)
                move 0       to ws-rsl-amount(ws-rsl-found-idx)
                move 0       to ws-rsl-spiff(ws-rsl-found-idx)
                move "N"     to ws-rsl-used(ws-rsl-found-idx)
           end-if.
      *
      * each rep on the split takes their percentage of the sale;
      * the last rep takes what is left so the shares add up to
      * the amount rung
       137-apportion-split-sale.
           move ws-spl-amount               to ws-spl-remaining.
           perform varying ws-spl-rep-idx from 1 by 1
                until ws-spl-rep-idx > ws-spl-last-rep(ws-spl-idx)
                if ws-spl-rep-id(ws-spl-idx, ws-spl-rep-idx)
                     not = spaces
                     perform 166-calc-split-share
                     move ws-spl-rep-id(ws-spl-idx, ws-spl-rep-idx)
                                            to ws-rsl-key-id
                     perform 136-find-or-add-rep-sales
                     add ws-spl-share
                          to ws-rsl-amount(ws-rsl-found-idx)
                     add ws-spl-share
                          to ws-spl-sales(ws-spl-idx, ws-spl-rep-idx)
                end-if
           end-perform.
      *
      * a void against a split invoice comes back off the same reps
      * in the same proportions as the sale went on
       138-unapportion-split-sale.
           move ws-spl-amount               to ws-spl-remaining.
           perform varying ws-spl-rep-idx from 1 by 1
                until ws-spl-rep-idx > ws-spl-last-rep(ws-spl-idx)
                if ws-spl-rep-id(ws-spl-idx, ws-spl-rep-idx)
                     not = spaces
                     perform 166-calc-split-share
                     move ws-spl-rep-id(ws-spl-idx, ws-spl-rep-idx)
                                            to ws-rsl-key-id
                     perform 136-find-or-add-rep-sales
                     if ws-rsl-amount(ws-rsl-found-idx)
                          not < ws-spl-share
                          and ws-spl-sales(ws-spl-idx, ws-spl-rep-idx)
                               not < ws-spl-share
                          subtract ws-spl-share
                               from ws-rsl-amount(ws-rsl-found-idx)
                          subtract ws-spl-share
                               from ws-spl-sales(ws-spl-idx,
                                    ws-spl-rep-idx)
                     else
                          move ws-rsl-key-id to ws-rrt-key-id
                          perform 146-find-or-add-rep-return
                          add ws-spl-share
                               to ws-rrt-amount(ws-rrt-found-idx)
                          add ws-spl-share
                               to ws-spl-returns(ws-spl-idx,
                                    ws-spl-rep-idx)
                     end-if
                end-if
           end-perform.
      *
      * sum the POS return detail by salesperson id for chargebacks
       140-load-r-detail.
           open input r-detail-file.
                at end move ws-eof-y        to ws-rdetail-eof-flag.
      *
       144-accum-r-detail.
           move rd-business-date            to ws-per-chk-date.
           move rd-inv-num                  to ws-per-chk-inv.
           perform 131-check-closed-period.
      * only true returns charge back -- exchanges (E) ride the
      * same file but are not returned sales
           if rd-tran-code = "R"
                move rd-inv-num             to ws-spl-key-inv
                perform 165-find-split
                if ws-spl-found
                     move rd-tran-amt       to ws-spl-amount
                     perform 147-apportion-split-return
                end-if
                move rd-salesperson-id      to ws-rrt-key-id
                perform 146-find-or-add-rep-return
                if not ws-spl-found
                     add rd-tran-amt
                          to ws-rrt-amount(ws-rrt-found-idx)
                end-if
      *         a return takes back the bonus its sale earned -- a
      *         sale not in this run's detail has no known date to
      *         test the SPIFF window on, and takes nothing back
                if ws-spf-count > 0
                     move rd-sku-code       to ws-spf-key-sku
                     move rd-inv-num        to ws-sps-key-inv
                     perform 149-find-spiff-sale
                     move "N"               to ws-spf-found-switch
                     if ws-sps-found
                          move ws-sps-date(ws-sps-idx)
                                            to ws-spf-key-date
                          perform 148-find-spiff
                     end-if
                     if ws-spf-found
                          add ws-spf-bonus-due
                               to ws-rrt-spiff(ws-rrt-found-idx)
                     end-if
                end-if
           end-if.
           perform 142-read-r-detail.
      *
           perform varying ws-rrt-idx from 1 by 1
                until ws-rrt-idx > ws-rrt-count
                    or ws-rrt-found
                if ws-rrt-id(ws-rrt-idx) = ws-rrt-key-id
                     move ws-rrt-idx        to ws-rrt-found-idx
                     set ws-rrt-found       to true
                end-if
           if not ws-rrt-found
                add 1                       to ws-rrt-count
                move ws-rrt-count           to ws-rrt-found-idx
                move ws-rrt-key-id
                     to ws-rrt-id(ws-rrt-found-idx)
                move 0       to ws-rrt-amount(ws-rrt-found-idx)
                move 0       to ws-rrt-spiff(ws-rrt-found-idx)
                move "N"     to ws-rrt-used(ws-rrt-found-idx)
           end-if.
      *
      *
      * a return against a split invoice charges back across the
      * same reps in the same proportions as the sale
       147-apportion-split-return.
           move ws-spl-amount               to ws-spl-remaining.
           perform varying ws-spl-rep-idx from 1 by 1
                until ws-spl-rep-idx > ws-spl-last-rep(ws-spl-idx)
                if ws-spl-rep-id(ws-spl-idx, ws-spl-rep-idx)
                     not = spaces
                     perform 166-calc-split-share
                     move ws-spl-rep-id(ws-spl-idx, ws-spl-rep-idx)
                                            to ws-rrt-key-id
                     perform 146-find-or-add-rep-return
                     add ws-spl-share
                          to ws-rrt-amount(ws-rrt-found-idx)
                     add ws-spl-share
                          to ws-spl-returns(ws-spl-idx, ws-spl-rep-idx)
                end-if
           end-perform.
      *
      * the SPIFF, if any, on ws-spf-key-sku on ws-spf-key-date
       148-find-spiff.
           move "N"                         to ws-spf-found-switch.
           move 0                           to ws-spf-bonus-due.
           perform varying ws-spf-idx from 1 by 1
                until ws-spf-idx > ws-spf-count
                    or ws-spf-found
                if ws-spf-sku(ws-spf-idx) = ws-spf-key-sku
                     and ws-spf-start(ws-spf-idx) not > ws-spf-key-date
                     and ws-spf-end(ws-spf-idx) not < ws-spf-key-date
                     set ws-spf-found       to true
                     move ws-spf-bonus(ws-spf-idx) to ws-spf-bonus-due
                end-if
           end-perform.
      *
      * the sale of ws-spf-key-sku on invoice ws-sps-key-inv that
      * earned a SPIFF in this run -- ws-sps-idx points at it
       149-find-spiff-sale.
           move "N"                         to ws-sps-found-switch.
           perform varying ws-sps-idx from 1 by 1
                until ws-sps-idx > ws-sps-count
                    or ws-sps-found
                if ws-sps-inv(ws-sps-idx) = ws-sps-key-inv
                     and ws-sps-sku(ws-sps-idx) = ws-spf-key-sku
                     set ws-sps-found       to true
                end-if
           end-perform.
           if ws-sps-found
                subtract 1                  from ws-sps-idx
           end-if.
      *
       150-load-spiff-schedule.
           open input spiff-file.
           perform 151-read-spiff-rec.
           perform 152-store-spiff-rec
                until ws-spiffs-eof-flag is equal to ws-eof-y.
           close spiff-file.
      *
       151-read-spiff-rec.
           read spiff-file
                at end move ws-eof-y        to ws-spiffs-eof-flag.
      *
       152-store-spiff-rec.
           if ws-spf-count < 200
                add 1                       to ws-spf-count
                move sf-sku-code      to ws-spf-sku(ws-spf-count)
                move sf-bonus-amt     to ws-spf-bonus(ws-spf-count)
                move sf-start-date    to ws-spf-start(ws-spf-count)
                move sf-end-date      to ws-spf-end(ws-spf-count)
           end-if.
           perform 151-read-spiff-rec.
      *
      * this month's quotas only -- other periods on the file are
      * ignored, a later record for the same rep replaces an earlier
       153-load-quota-master.
           open input quota-master.
           perform 154-read-quota-rec.
           perform 155-store-quota-rec
                until ws-quotamst-eof-flag is equal to ws-eof-y.
           close quota-master.
      *
       154-read-quota-rec.
           read quota-master
                at end move ws-eof-y        to ws-quotamst-eof-flag.
      *
       155-store-quota-rec.
           if qm-period = ws-run-period
                and qm-quota > 0
                move "N"                    to ws-quota-rep-sw
                perform varying ws-qta-idx from 1 by 1
                     until ws-qta-idx > ws-qta-count
                         or ws-quota-rep
                     if ws-qta-no(ws-qta-idx) = qm-no
                          set ws-quota-rep  to true
                     end-if
                end-perform
                if ws-quota-rep
                     subtract 1             from ws-qta-idx
                     move qm-quota          to ws-qta-quota(ws-qta-idx)
                else
                     if ws-qta-count < 500
                          add 1             to ws-qta-count
                          move qm-no    to ws-qta-no(ws-qta-count)
                          move qm-quota to ws-qta-quota(ws-qta-count)
                     end-if
                end-if
           end-if.
           perform 154-read-quota-rec.
      *
      * plan tiers in ascending order; a missing or empty file
      * keeps the standard plan -- the rep's rate to 100% of
      * quota, 2 points more to 125%, 4 points more beyond
       156-load-comm-plan.
           open input comm-plan-file.
           perform 157-read-plan-rec.
           perform 158-store-plan-rec
                until ws-commplan-eof-flag is equal to ws-eof-y.
           close comm-plan-file.
           if ws-pln-count = 0
                move 3                      to ws-pln-count
                move 100.0                  to ws-pln-upper-pct(1)
                move 0                      to ws-pln-rate-add(1)
                move 125.0                  to ws-pln-upper-pct(2)
                move 2.0                    to ws-pln-rate-add(2)
                move 0                      to ws-pln-upper-pct(3)
                move 4.0                    to ws-pln-rate-add(3)
           end-if.
      *
       157-read-plan-rec.
           read comm-plan-file
                at end move ws-eof-y        to ws-commplan-eof-flag.
      *
       158-store-plan-rec.
           if ws-pln-count < 4
                add 1                       to ws-pln-count
                move cp-upper-pct  to ws-pln-upper-pct(ws-pln-count)
                move cp-rate-add   to ws-pln-rate-add(ws-pln-count)
           end-if.
           perform 157-read-plan-rec.
      *
      * an invoice's split must total exactly 100 percent, or it is
      * rejected and the sale stays with the rep who rang it
       160-load-split-credits.
           open input split-credit-file.
           perform 161-read-split-rec.
           perform 162-store-split-rec
                until ws-splitcr-eof-flag is equal to ws-eof-y.
           close split-credit-file.
      *
       161-read-split-rec.
           read split-credit-file
                at end move ws-eof-y        to ws-splitcr-eof-flag.
      *
       162-store-split-rec.
           if ws-spl-count < 300
                add 1                       to ws-spl-count
                move ws-spl-count           to ws-spl-idx
                move sc-inv-num             to ws-spl-inv(ws-spl-idx)
                move "Y"                    to ws-spl-valid(ws-spl-idx)
                move 0                  to ws-spl-total-pct(ws-spl-idx)
                move 0                  to ws-spl-last-rep(ws-spl-idx)
                move 0                      to ws-spl-reps
                perform varying ws-spl-rep-idx from 1 by 1
                     until ws-spl-rep-idx > 3
                     perform 163-store-split-rep
                end-perform
                if ws-spl-total-pct(ws-spl-idx) not = 100
                     or ws-spl-reps < 2
                     or ws-spl-valid(ws-spl-idx) not = "Y"
                     perform 164-reject-split
                end-if
           end-if.
           perform 161-read-split-rec.
      *
       163-store-split-rep.
           move sc-rep-id(ws-spl-rep-idx)
                to ws-spl-rep-id(ws-spl-idx, ws-spl-rep-idx).
           move sc-rep-pct(ws-spl-rep-idx)
                to ws-spl-pct(ws-spl-idx, ws-spl-rep-idx).
           move 0     to ws-spl-sales(ws-spl-idx, ws-spl-rep-idx).
           move 0     to ws-spl-returns(ws-spl-idx, ws-spl-rep-idx).
           if sc-rep-id(ws-spl-rep-idx) not = spaces
                add sc-rep-pct(ws-spl-rep-idx)
                     to ws-spl-total-pct(ws-spl-idx)
                move ws-spl-rep-idx
                     to ws-spl-last-rep(ws-spl-idx)
                add 1                       to ws-spl-reps
           else
                if sc-rep-pct(ws-spl-rep-idx) not = 0
                     move "N"          to ws-spl-valid(ws-spl-idx)
                end-if
           end-if.
      *
       164-reject-split.
           move "N"                         to ws-spl-valid(ws-spl-idx).
           add 1                            to ws-spl-reject-count.
           move "A3SCOMM"                   to ex-program.
           move ws-exc-date                 to ex-run-date.
           move "2"                         to ex-severity.
           move sc-inv-num                  to ex-key.
           move "SPLIT CREDIT PCTS/REPS INVALID - REJECTED"
                                            to ex-reason.
           write exception-line.
      *
       165-find-split.
           move "N"                         to ws-spl-found-switch.
           perform varying ws-spl-idx from 1 by 1
                until ws-spl-idx > ws-spl-count
                    or ws-spl-found
                if ws-spl-inv(ws-spl-idx) = ws-spl-key-inv
                     and ws-spl-valid(ws-spl-idx) = "Y"
                     set ws-spl-found       to true
                end-if
           end-perform.
           if ws-spl-found
                subtract 1                  from ws-spl-idx
           end-if.
      *
       166-calc-split-share.
           if ws-spl-rep-idx = ws-spl-last-rep(ws-spl-idx)
                move ws-spl-remaining       to ws-spl-share
           else
                compute ws-spl-share rounded =
                     ws-spl-amount
                     * ws-spl-pct(ws-spl-idx, ws-spl-rep-idx) / hundred
                subtract ws-spl-share       from ws-spl-remaining
           end-if.
      *
       200-read-file.
           read input-file
           end-if.
           move il-sales                    to ws-sales-amount.
           move ws-sp-rate                  to ws-comm-rate.
           perform 508-lookup-quota.
           move ws-sp-min-comm              to ws-min-comm.
           move ws-sp-max-comm              to ws-max-comm.

                perform 550-write-detail-line
                perform 560-update-ytd-entry
                perform 570-write-statement
                perform 580-stage-rep-earnings
           end-if.
       502-exit.
           exit.
                end-if
           end-perform.

      *
      * the quota for the rep in il-no this month, if any
       508-lookup-quota.
           move "N"                         to ws-quota-rep-sw.
           move 0                           to ws-quota-amount.
           perform varying ws-qta-idx from 1 by 1
                until ws-qta-idx > ws-qta-count
                    or ws-quota-rep
                if ws-qta-no(ws-qta-idx) = il-no
                     set ws-quota-rep       to true
                     move ws-qta-quota(ws-qta-idx) to ws-quota-amount
                end-if
           end-perform.
           if ws-quota-rep
                subtract 1                  from ws-qta-idx
           end-if.

      * detail mode covers the whole master: reps with POS detail
      * (or none at all) but no monthly record are processed here
      * from the master table, so the monthly file can be retired
                                            sales-comm) * (bonus-rate
                                            / hundred)).

      *------------------------------------------------------
      *  A REP ON A QUOTA IS PAID THROUGH THE PLAN TIERS
      *  INSTEAD OF THE FLAT RATE AND BONUS
      *------------------------------------------------------
           if ws-quota-rep
                perform 512-calc-tier-commission
           end-if.

      *------------------------------------------------------
      *  PAID COMMISSION CALCULATION
      *------------------------------------------------------
      *------------------------------------------------------
           perform 518-recover-draw.

      *------------------------------------------------------
      *  SPIFF BONUS, NET OF RETURN CHARGEBACKS -- PAID ON TOP
      *  OF COMMISSION, OUTSIDE THE CAP, FLOOR, AND DRAW
      *------------------------------------------------------
           perform 517-calc-spiff.

      *------------------------------------------------------
      *  EARNED-VS-PAID VARIANCE
      *------------------------------------------------------
           subtract ws-paid-comm from ws-earned-comm
                giving ws-variance.

      *
      * each tier pays the rep's rate plus the tier's points on the
      * slice of sales falling between the previous tier's top and
      * this tier's top; the last tier, or an upper percent of 0,
      * is open-ended
       512-calc-tier-commission.
           compute ws-attain-pct rounded =
                (ws-sales-amount * hundred) / ws-quota-amount
                on size error move 9999.9   to ws-attain-pct
           end-compute.
           move 0                           to ws-earned-comm.
           move 0                           to ws-tier-lower-amt.
           perform varying ws-pln-idx from 1 by 1
                until ws-pln-idx > 4
                move 0              to ws-tier-earned(ws-pln-idx)
           end-perform.
           perform varying ws-pln-idx from 1 by 1
                until ws-pln-idx > ws-pln-count
                if ws-pln-idx = ws-pln-count
                     or ws-pln-upper-pct(ws-pln-idx) = 0
                     move ws-sales-amount   to ws-tier-upper-amt
                else
                     compute ws-tier-upper-amt rounded =
                          ws-quota-amount
                          * ws-pln-upper-pct(ws-pln-idx) / hundred
                end-if
                if ws-sales-amount > ws-tier-lower-amt
                     and ws-tier-upper-amt > ws-tier-lower-amt
                     if ws-sales-amount < ws-tier-upper-amt
                          compute ws-tier-sales =
                               ws-sales-amount - ws-tier-lower-amt
                     else
                          compute ws-tier-sales =
                               ws-tier-upper-amt - ws-tier-lower-amt
                     end-if
                     compute ws-tier-rate =
                          ws-comm-rate + ws-pln-rate-add(ws-pln-idx)
                     compute ws-tier-earned(ws-pln-idx) rounded =
                          ws-tier-sales * (ws-tier-rate / hundred)
                     add ws-tier-earned(ws-pln-idx) to ws-earned-comm
                end-if
                if ws-tier-upper-amt > ws-tier-lower-amt
                     move ws-tier-upper-amt to ws-tier-lower-amt
                end-if
           end-perform.
      *
       515-apply-chargeback.
           move 0                           to ws-chargeback.
           move "N"                         to ws-rrt-found-switch.
                     move 0                 to ws-paid-comm
                end-if
           end-if.
      *
       517-calc-spiff.
           move 0                           to ws-spiff-earned.
           move 0                           to ws-spiff-chgbk.
           perform varying ws-rsl-idx from 1 by 1
                until ws-rsl-idx > ws-rsl-count
                if ws-rsl-id(ws-rsl-idx) = il-no
                     move ws-rsl-spiff(ws-rsl-idx) to ws-spiff-earned
                end-if
           end-perform.
           perform varying ws-rrt-idx from 1 by 1
                until ws-rrt-idx > ws-rrt-count
                if ws-rrt-id(ws-rrt-idx) = il-no
                     move ws-rrt-spiff(ws-rrt-idx) to ws-spiff-chgbk
                end-if
           end-perform.
           if ws-spiff-chgbk < ws-spiff-earned
                compute ws-spiff-net =
                     ws-spiff-earned - ws-spiff-chgbk
           else
                move 0                      to ws-spiff-net
           end-if.
      *
       518-recover-draw.
           perform 519-find-prior-draw-balance.
      *------------------------------------------------------
           add ws-earned-comm               to ws-total-earned.
           add ws-paid-comm                 to ws-total-paid.
           add ws-spiff-net                 to ws-total-spiff.


      *------------------------------------------------------
                move 0  to ws-region-paid(ws-region-found-idx)
                move 0  to ws-region-chgbk(ws-region-found-idx)
                move 0  to ws-region-ovrd(ws-region-found-idx)
                move 0  to ws-region-spiff(ws-region-found-idx)
                move 0  to ws-region-bonus-cnt(ws-region-found-idx)
                move 0  to ws-region-people-cnt(ws-region-found-idx)
                move 0  to ws-region-qta-sales(ws-region-found-idx)
                move 0  to ws-region-quota(ws-region-found-idx)
           end-if.

           add ws-earned-comm
                to ws-region-paid(ws-region-found-idx).
           add ws-chargeback
                to ws-region-chgbk(ws-region-found-idx).
           add ws-spiff-net
                to ws-region-spiff(ws-region-found-idx).
           add 1 to ws-region-people-cnt(ws-region-found-idx).
           if ws-quota-rep
                add ws-sales-amount
                     to ws-region-qta-sales(ws-region-found-idx)
                add ws-quota-amount
                     to ws-region-quota(ws-region-found-idx)
           end-if.
           if ws-sales-amount > sales-comm
                add 1 to ws-region-bonus-cnt(ws-region-found-idx)
           end-if.

           write output-line                from ws-detail-line.

           if ws-quota-rep
                move ws-quota-amount        to dl-quota
                move ws-attain-pct          to dl-attain-pct
                perform varying ws-pln-idx from 1 by 1
                     until ws-pln-idx > 4
                     move ws-pln-idx     to dl-tier-no(ws-pln-idx)
                     move ws-tier-earned(ws-pln-idx)
                                         to dl-tier-earned(ws-pln-idx)
                end-perform
                write output-line           from ws-quota-detail-line
           end-if.

      *------------------------------------------------------
      *  ROLL THIS MONTH INTO THE REP'S YEAR-TO-DATE ENTRY
      *------------------------------------------------------
           move ws-sp-rate                  to st-rate.
           write statement-line             from ws-stmt-line1.

           if ws-quota-rep
                perform 575-write-quota-statement
           end-if.

           if ws-spl-count > 0
                perform 577-write-split-statement
           end-if.

           move ws-earned-comm              to st-earned.
           move ws-cap-floor-flag           to st-cap-floor.
           write statement-line             from ws-stmt-line2.
           move ws-new-draw-balance         to st-outstanding.
           write statement-line             from ws-stmt-line5.

           if ws-spf-count > 0
                move ws-spiff-earned        to st-spiff-earned
                move ws-spiff-chgbk         to st-spiff-chgbk
                move ws-spiff-net           to st-spiff-net
                write statement-line        from ws-stmt-spiff-line
           end-if.

      *
      * quota, attainment, and what each plan tier earned
       575-write-quota-statement.
           move ws-quota-amount             to st-quota.
           move ws-attain-pct               to st-attain-pct.
           write statement-line             from ws-stmt-quota-line.
           perform varying ws-pln-idx from 1 by 1
                until ws-pln-idx > ws-pln-count
                move ws-pln-idx             to st-tier-no
                if ws-pln-idx = ws-pln-count
                     or ws-pln-upper-pct(ws-pln-idx) = 0
                     move "AND ABOVE"       to st-tier-range
                else
                     move ws-pln-upper-pct(ws-pln-idx)
                                            to ws-tier-range-pct
                     move ws-tier-range-work to st-tier-range
                end-if
                compute ws-tier-rate =
                     ws-comm-rate + ws-pln-rate-add(ws-pln-idx)
                move ws-tier-rate           to st-tier-rate
                move ws-tier-earned(ws-pln-idx) to st-tier-earned
                write statement-line        from ws-stmt-tier-line
           end-perform.

      *
      * the rep's share of every split invoice that moved this month
       577-write-split-statement.
           perform varying ws-spl-idx from 1 by 1
                until ws-spl-idx > ws-spl-count
                perform varying ws-spl-rep-idx from 1 by 1
                     until ws-spl-rep-idx > 3
                     if ws-spl-rep-id(ws-spl-idx, ws-spl-rep-idx)
                          = il-no
                          and (ws-spl-sales(ws-spl-idx, ws-spl-rep-idx)
                                 > 0
                           or ws-spl-returns(ws-spl-idx,
                                 ws-spl-rep-idx) > 0)
                          perform 578-write-split-line
                     end-if
                end-perform
           end-perform.
      *
       578-write-split-line.
           move ws-spl-inv(ws-spl-idx)      to st-split-inv.
           move ws-spl-pct(ws-spl-idx, ws-spl-rep-idx)
                                            to st-split-pct.
           move ws-spl-sales(ws-spl-idx, ws-spl-rep-idx)
                                            to st-split-sales.
           move ws-spl-returns(ws-spl-idx, ws-spl-rep-idx)
                                            to st-split-returns.
           write statement-line             from ws-stmt-split-line.

      *
      *------------------------------------------------------
      *  WHAT PAYROLL PAYS THIS REP: COMMISSION (OR FINAL
      *  SETTLEMENT FOR A REP WHO LEFT), THE DRAW, AND SPIFF
      *------------------------------------------------------
       580-stage-rep-earnings.
           move il-no                       to ws-pay-key-emp.
           if ws-rep-terminated
                move "FS"                   to ws-pay-key-code
           else
                move "CM"                   to ws-pay-key-code
           end-if.
           move ws-paid-comm                to ws-pay-key-amount.
           perform 585-stage-earning.

           move "DR"                        to ws-pay-key-code.
           move ws-sp-draw                  to ws-pay-key-amount.
           add ws-sp-draw                   to ws-total-draw.
           perform 585-stage-earning.

           move "SP"                        to ws-pay-key-code.
           move ws-spiff-net                to ws-pay-key-amount.
           perform 585-stage-earning.
      *
       585-stage-earning.
           if ws-pay-key-amount > 0
                and ws-pay-count < 2000
                add 1                       to ws-pay-count
                move ws-pay-key-emp     to ws-pay-emp-no(ws-pay-count)
                move ws-pay-key-code    to ws-pay-code(ws-pay-count)
                move ws-pay-key-amount  to ws-pay-amount(ws-pay-count)
                add ws-pay-key-amount       to ws-pay-staged-total
           end-if.

      *------------------------------------------------------
      *  STATEMENT TOTALS -- MUST TIE TO dl-total-amounts
      *------------------------------------------------------
           end-perform.
       820-exit.
           exit.
      *
      *------------------------------------------------------
      *  SPLIT-CREDIT INVOICES REJECTED AT LOAD
      *------------------------------------------------------
       825-report-rejected-splits.
           perform varying ws-spl-idx from 1 by 1
                until ws-spl-idx > ws-spl-count
                if ws-spl-valid(ws-spl-idx) not = "Y"
                     move ws-spl-inv(ws-spl-idx) to dl-split-inv
                     move ws-spl-total-pct(ws-spl-idx) to dl-split-pct
                     write output-line      from ws-split-reject-line
                end-if
           end-perform.
      *
       826-report-period-adjustments.
           move ws-per-adj-count            to dl-padj-count.
           write output-line           from ws-period-adj-summary-line.
           if ws-pay-period not = ws-run-period
                move ws-run-period          to dl-run-period
                move ws-pay-period          to dl-pay-period
                write output-line           from ws-pay-period-line
           end-if.
      *
       830-statement-totals.
           write statement-line             from ws-stmt-blank
           move ws-total-earned             to st-total-earned.
           move ws-total-paid               to st-total-paid.
           write statement-line             from ws-stmt-totals-line.
           if ws-spf-count > 0
                move ws-total-spiff         to st-total-spiff
                write statement-line
                     from ws-stmt-spiff-total-line
           end-if.
      *    what payroll pays in all -- the payroll export must
      *    carry exactly this
           compute ws-pay-stmt-total =
                ws-total-paid + ws-total-override
                + ws-total-draw + ws-total-spiff.
           move ws-total-override           to st-total-override.
           move ws-total-draw               to st-total-draw.
           write statement-line             from ws-stmt-payroll-line1.
           move ws-pay-stmt-total           to st-payroll-total.
           write statement-line             from ws-stmt-payroll-line2.

      *------------------------------------------------------
      *  REWRITE THE YEAR-TO-DATE MASTER FOR NEXT MONTH'S RUN
                     to ws-gl-credit-total
                add ws-region-ovrd(ws-region-idx)
                     to ws-gl-credit-total
                add ws-region-spiff(ws-region-idx)
                     to ws-gl-debit-total
                add ws-region-spiff(ws-region-idx)
                     to ws-gl-credit-total
           end-perform.

           if ws-gl-debit-total = ws-gl-credit-total
                set ws-gl-balanced          to true
                perform 860-release-gl-extract
                move "RELEASED"             to dl-gl-status
           else
                                            to ws-gl-hash-total
                add ws-region-ovrd(ws-region-idx)
                                            to ws-gl-hash-total

      *         SPIFFs post as incentive expense, not commission
                if ws-region-spiff(ws-region-idx) > 0
                     perform 865-write-spiff-pair
                end-if
           end-perform.

      *    trailer the GL intake job verifies against
           write gl-extract-line.
           close gl-extract-file.

      *
       865-write-spiff-pair.
           move "D"                         to gl-rec-type.
           move ws-gl-incentive-acct        to gl-account.
           move "D"                         to gl-dr-cr.
           move ws-region-code(ws-region-idx) to gl-region.
           move ws-region-spiff(ws-region-idx) to gl-amount.
           write gl-extract-line.
           add 1                            to ws-gl-rec-count.
           add ws-region-spiff(ws-region-idx) to ws-gl-hash-total.

           move "D"                         to gl-rec-type.
           move ws-gl-payable-acct          to gl-account.
           move "C"                         to gl-dr-cr.
           move ws-region-code(ws-region-idx) to gl-region.
           move ws-region-spiff(ws-region-idx) to gl-amount.
           write gl-extract-line.
           add 1                            to ws-gl-rec-count.
           add ws-region-spiff(ws-region-idx) to ws-gl-hash-total.

      *
      *------------------------------------------------------
      *  COMMISSION PAYROLL EXPORT -- RELEASED ONLY WITH A
      *  BALANCED GL EXTRACT AND A TOTAL THAT TIES TO THE
      *  STATEMENT TOTALS
      *------------------------------------------------------
       870-payroll-export.
           if not ws-gl-balanced
                move "GL OUT OF BALANCE - NOT RELEASED"
                                            to dl-pay-status
           else
                if ws-pay-staged-total not = ws-pay-stmt-total
                     move "NOT TIED TO STATEMENTS - NOT RELEASED"
                                            to dl-pay-status
                else
                     perform 875-release-payroll-export
                     move "RELEASED"        to dl-pay-status
                end-if
           end-if.
           if dl-pay-status not = "RELEASED"
                move "A3SCOMM"              to ex-program
                move ws-exc-date            to ex-run-date
                move "3"                    to ex-severity
                move "CPAYEXP"              to ex-key
                move dl-pay-status          to ex-reason
                write exception-line
           end-if.
           move ws-pay-rec-count            to dl-pay-rec-count.
           write output-line                from ws-payroll-status-line.
      *
       875-release-payroll-export.
           open output comm-payroll-file.
           perform varying ws-pay-idx from 1 by 1
                until ws-pay-idx > ws-pay-count
                move spaces                 to comm-payroll-line
                move "D"                    to cx-rec-type
                move ws-pay-emp-no(ws-pay-idx) to cx-emp-no
                move ws-pay-period          to cx-pay-period
                move ws-pay-code(ws-pay-idx)   to cx-earn-code
                move ws-pay-amount(ws-pay-idx) to cx-amount
                write comm-payroll-line
                add 1                       to ws-pay-rec-count
           end-perform.

      *    control trailer the payroll intake verifies
           move spaces                      to comm-payroll-line.
           move "T"                         to cx-rec-type.
           move ws-pay-rec-count            to cx-trl-rec-count.
           move ws-pay-staged-total         to cx-trl-amount-total.
           write comm-payroll-line.
           close comm-payroll-file.
      *
       800-region-subtotals.
           write output-line                from ws-blank-line.
           write output-line                from ws-region-title.
                     to dl-region-people-cnt
                move ws-region-chgbk(ws-region-idx)
                     to dl-region-chgbk
                move 0                      to ws-region-attain
                if ws-region-quota(ws-region-idx) > 0
                     compute ws-region-attain rounded =
                          (ws-region-qta-sales(ws-region-idx)
                               * hundred)
                          / ws-region-quota(ws-region-idx)
                          on size error
                               move 9999.9  to ws-region-attain
                     end-compute
                end-if
                move ws-region-attain       to dl-region-attain
                write output-line           from ws-region-line
           end-perform.

           move ws-mgr-override(ws-mgr-idx) to dl-ovr-amount.
           write output-line                from ws-override-line.

           move ws-mgr-id(ws-mgr-idx)       to ws-pay-key-emp.
           move "MO"                        to ws-pay-key-code.
           move ws-mgr-override(ws-mgr-idx) to ws-pay-key-amount.
           add ws-mgr-override(ws-mgr-idx)  to ws-total-override.
           perform 585-stage-earning.

      *    the manager's statement page
           write statement-line             from ws-stmt-blank
                after advancing page.
