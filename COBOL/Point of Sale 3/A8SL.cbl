      *             master, to validate against the customer's
      *             balance.  SC rides TENDMST like any other
      *             tender.
      * 2026-10-15  promotional sales: an S or L line for a SKU
      *             under a promotion active at its store on the
      *             business date (PROMOS calendar, by SKU or by
      *             ITEMMST item class) counts as a promotional
      *             sale.  the markdown given away is the ITEMMST
      *             regular price less the amount rung, and a line
      *             not rung at the promotional price is counted
      *             as a price exception -- a per-store section
      *             sets promotional sales against markdown.
      * 2026-10-15  post-voids: a V record quoting a sale's invoice
      *             takes that sale back out of the S&L and sale
      *             totals, the store, tender, settlement, tax, and
      *             promotion figures, the cash take, the day's MTD/YTD
      *             accumulation, and the sales log A9RET matches
      *             returns against.  each void is listed and the
      *             night's voids are summarised.  the affected
      *             accumulators are now signed, since a void of
      *             an earlier night's sale can outweigh what its
      *             store or tender took tonight.
      * 2026-10-15  the POS transaction record is now 77 bytes --
      *             it carries the register and cashier id.
      * 2026-10-15  drawer balancing: tonight's takings are kept by
      *             store, register, cashier, and tender and matched
      *             against the DRWCNT drawer-count file; an
      *             expected / counted / over-short line prints per
      *             drawer with the DEPTOL tolerance, and a cashier
      *             short beyond tolerance three nights running
      *             (CSHSHRTI/CSHSHRTO cashier short-streak master)
      *             lands on the common EXCFILE the way a store's
      *             deposit shorts do.
      * 2026-10-15  the SALESLOG original-sale log now carries the
      *             salesperson who rang the sale (19 bytes), so
      *             A9RET can spot a refund on the clerk's own sale.
      * 2026-10-15  gift cards: the POS record is now 93 bytes with
      *             the gift-card number.  a G record activates or
      *             reloads the card on the GCMASTI/GCMASTO gift-
      *             card master; it is cash or card money in the
      *             drawer, deposit, and settlement, but not a
      *             merchandise sale -- no tax, no store totals, no
      *             tender tally, no SALESTOT.  a sale, layaway, or
      *             payment tendered GC redeems against the card's
      *             balance, with an overdrawn or unknown card
      *             flagged like an A9RET store-credit redemption;
      *             a post-void gives a GC sale back to its card and
      *             takes a voided load back off.  an outstanding
      *             liability and dormancy section follows the
      *             layaway aging.
      * 2026-10-15  sales journal GL extract (GLSALES): every
      *             line the run applies is journaled by store --
      *             tender money against revenue and sales tax
      *             payable, layaway payments to layaway deposits,
      *             cancellations back out of them with the fee to
      *             fee income, gift-card loads to gift-card
      *             liability, store-credit and gift-card tenders
      *             against their liabilities, and a post-void in
      *             reverse.  the pairs are netted per store and
      *             account into the A3SCOMM GLFILE D/T layout and
      *             released only when debits equal credits.
      * 2026-10-15  LP, the loyalty-points redemption tender, is
      *             journaled to its own loyalty liability account
      *             (LOYLIAB) instead of card receivable.
      * 2026-10-15  checkpoint/restart: progress through SLFILE and
      *             each end-of-job master or extract written is
      *             checkpointed on SLCHKPT.  a restart re-reads
      *             SLFILE against the unchanged ...I masters to
      *             rebuild the night, holds back the EXCFILE
      *             entries the failed run already wrote, and does
      *             not rewrite any master or extract the failed
      *             run finished -- no layaway payment applied or
      *             MTD/YTD rolled twice, no SETTLEXT or REMITEXT
      *             written twice.  a checkpoint for another date
      *             or SLFILE refuses the run (condition code 8).
      *             the restart prints on the report and goes to
      *             A0RUNCTL's run history on the SLRSTRT note.
      * 2026-10-15  accounting period lock: a transaction dated
      *             into a period Finance has closed (PERIODCTL,
      *             through the common A0PERCHK routine -- one
      *             that closed after A6EDIT passed it) posts on
      *             the first day of the open period, with an
      *             EXCFILE entry carrying its original date and
      *             a count on the report.
      * 2026-10-15  GLSALES is written every night, balanced or
      *             not, so last night's extract is never left for
      *             A0GLINTF to release again; an out-of-balance
      *             extract is held there on its debit/credit check.
      * 2026-10-15  a gift-card tender redeems, and its post-void
      *             recredits, the tax-inclusive amount -- what the
      *             GLSALES journal posts to GCLIAB -- so GCMAST ties
      *             to the gift-card liability account.
      *
       environment division.
       configuration section.
               assign to SETTLEXT
               organization is sequential.
      *
      * sales journal GL posting extract, same D/T layout as the
      * A3SCOMM GLFILE -- store number in the region column
           select gl-extract-file
               assign to GLSALES
               organization is sequential.
      *
      * layaway master, updated by this run
           select laymast-out-file
               assign to LAYMASTO
               assign to DEPSHRTO
               organization is sequential.
      *
      * drawer-count file -- optional; store, register, cashier,
      * business date, and the counted money for one tender
           select optional drawer-count-file
               assign to DRWCNT
               organization is sequential.
      *
      * cashier short-streak master, prior state -- optional
           select optional cshshort-in-file
               assign to CSHSHRTI
               organization is sequential.
      *
      * cashier short-streak master, updated by this run
           select cshshort-out-file
               assign to CSHSHRTO
               organization is sequential.
      *
      * gift-card master, prior state -- optional on the very
      * first run
           select optional giftcard-in-file
               assign to GCMASTI
               organization is sequential.
      *
      * gift-card master, updated by this run
           select giftcard-out-file
               assign to GCMASTO
               organization is sequential.
      *
      * common exception file, shared across the suite -- appended
      * to, so one daily file collects every program's exceptions
           select optional exception-file
               assign to FORFNOT
               organization is sequential.
      *
      * shared item master -- regular price and item class by SKU,
      * for the promotional markdown.  optional; absent, no line
      * is promotional
           select optional item-master-file
               assign to ITEMMST
               organization is sequential.
      *
      * promotional price calendar -- optional; the same file
      * A2ILIST prices quotes from
           select optional promo-file
               assign to PROMOS
               organization is sequential.
      *
      * original-sale log, prior state -- optional on the very
      * first run
           select optional saleslog-in-file
           select saleslog-out-file
               assign to SALESLGO
               organization is sequential.
      *
      * checkpoint file -- optional, may not exist yet.  SLFILE
      * progress every ws-checkpoint-interval records, then one
      * record per end-of-job master or extract written
           select optional checkpoint-file
               assign to SLCHKPT
               organization is sequential.
      *
      * restart note -- one record when this run resumed a failed
      * one, for A0RUNCTL to record on the run history; empty
      * otherwise
           select restart-note-file
               assign to SLRSTRT
               organization is sequential.
      *
       data division.
       file section.
       fd input-file
           recording mode is F
           data record is input-line
           record contains 93 characters.
      *
       01 input-line.
           copy POSTRAN replacing ==:TAG:== by ==il==.
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
       fd promo-file
           recording mode is F
           data record is promo-line
           record contains 64 characters.
      *
       01 promo-line.
           copy PROMO replacing ==:TAG:== by ==pr==.
      *
       fd store-master
           recording mode is F
       01 depshort-out-line.
           05 dso-store-num                 pic 99.
           05 dso-short-streak              pic 99.
      *
       fd drawer-count-file
           recording mode is F
           data record is drawer-count-line
           record contains 30 characters.
      *
       01 drawer-count-line.
           05 dc-store-num                  pic 99.
           05 dc-register-id                pic x(3).
           05 dc-cashier-id                 pic x(3).
           05 dc-business-date              pic 9(8).
           05 dc-tender                     pic xx.
           05 dc-counted-amt                pic 9(7)v99.
           05 filler                        pic x(3).
      *
       fd cshshort-in-file
           recording mode is F
           data record is cshshort-in-line
           record contains 5 characters.
      *
       01 cshshort-in-line.
           05 csi-cashier-id                pic x(3).
           05 csi-short-streak              pic 99.
      *
       fd cshshort-out-file
           recording mode is F
           data record is cshshort-out-line
           record contains 5 characters.
      *
       01 cshshort-out-line.
           05 cso-cashier-id                pic x(3).
           05 cso-short-streak              pic 99.
      *
      * gift-card master record -- one per card: where and when it
      * was activated, its balance, and what has gone on and off it
       fd giftcard-in-file
           recording mode is F
           data record is giftcard-in-line
           record contains 64 characters.
      *
       01 giftcard-in-line.
           05 gci-card-num                  pic x(16).
           05 gci-store-num                 pic 99.
           05 gci-activated-date            pic 9(8).
           05 gci-last-date                 pic 9(8).
           05 gci-balance                   pic 9(7)v99.
           05 gci-loaded                    pic 9(7)v99.
           05 gci-redeemed                  pic 9(7)v99.
           05 filler                        pic x(3).
      *
       fd giftcard-out-file
           recording mode is F
           data record is giftcard-out-line
           record contains 64 characters.
      *
       01 giftcard-out-line.
           05 gco-card-num                  pic x(16).
           05 gco-store-num                 pic 99.
           05 gco-activated-date            pic 9(8).
           05 gco-last-date                 pic 9(8).
           05 gco-balance                   pic 9(7)v99.
           05 gco-loaded                    pic 9(7)v99.
           05 gco-redeemed                  pic 9(7)v99.
           05 filler                        pic x(3).
      *
       fd exception-file
           recording mode is F
       fd restock-feed-file
           recording mode is F
           data record is restock-feed-line
           record contains 93 characters.
      *
       01 restock-feed-line                 pic x(93).
      *
       fd credit-redeem-file
           recording mode is F
           data record is credit-redeem-line
           record contains 93 characters.
      *
       01 credit-redeem-line                pic x(93).
      *
      * layaway statement record -- one per open account
       fd lay-stmt-file
           05 se-trl-gross                  pic 9(11)v99.
           05 se-trl-tax                    pic 9(9)v99.
           05 filler                        pic x(9).
      *
       fd gl-extract-file
           recording mode is F
           data record is gl-extract-line
           record contains 23 characters.
      *
       01 gl-extract-line.
           05 gl-rec-type                   pic x.
           05 gl-account                    pic x(8).
           05 gl-dr-cr                      pic x.
           05 gl-region                     pic x(2).
           05 gl-amount                     pic 9(9)v99.
      *
       01 gl-trailer-redef redefines gl-extract-line.
           05 filler                        pic x.
           05 gl-trl-rec-count              pic 9(6).
           05 gl-trl-hash-total             pic 9(14)v99.
      *
      * original-sale log record -- the layout A9RET reads
       fd saleslog-in-file
           recording mode is F
           data record is saleslog-in-line
           record contains 19 characters.
      *
       01 saleslog-in-line.
           05 si-inv-number                 pic 9(6).
           05 si-sale-date                  pic 9(8).
           05 si-orig-pay-type              pic xx.
           05 si-salesperson-id             pic x(3).
      *
       fd saleslog-out-file
           recording mode is F
           data record is saleslog-out-line
           record contains 19 characters.
      *
       01 saleslog-out-line.
           05 so-inv-number                 pic 9(6).
           05 so-sale-date                  pic 9(8).
           05 so-orig-pay-type              pic xx.
           05 so-salesperson-id             pic x(3).
      *
      * checkpoint record -- the business date, the SLFILE records
      * fully processed, and the last end-of-job step written (00
      * while SLFILE is still being read)
       fd checkpoint-file
           recording mode is F
           data record is checkpoint-line
           record contains 24 characters.
      *
       01 checkpoint-line.
           05 ck-business-date              pic 9(8).
           05 ck-records-read               pic 9(6).
           05 ck-step                       pic 99.
           05 ck-step-name                  pic x(8).
      *
       fd restart-note-file
           recording mode is F
           data record is restart-note-line
           record contains 24 characters.
      *
       01 restart-note-line.
           05 rn-business-date              pic 9(8).
           05 rn-records-read               pic 9(6).
           05 rn-step                       pic 99.
           05 rn-step-name                  pic x(8).
      *
       fd report-file
           recording mode is F
           05 ws-tax-amount                 pic 9v99
                value 0.13.
           05 ws-tax-owing                  pic 999v99 value 0.
           05 ws-sl-tax                     pic s9(8)v99 value 0.
           05 ws-s-tax                      pic s9(8)v99 value 0.
           05 ws-lay-tax                    pic 9(8)v99 value 0.
           05 ws-index                      pic 999 value 1.
           05 ws-line-limit                 pic 99 value 20.
           05 ws-SL-total                   pic s9(6) value 0.
           05 ws-s-counter                  pic s9(6) value 0.
           05 ws-lay-counter                pic 9(6) value 0.
           05 ws-s-total                    pic s9(6) value 0.
           05 ws-s-total-amt                pic s9(9)v99 value 0.
           05 ws-l-total                    pic 9(6) value 0.
           05 ws-lay-total-amt              pic 9(9)v99 value 0.
           05 ws-SL-total-amt               pic s9(9)v99 value 0.
           05 ws-page-amt-total             pic 9(9)v99 value 0.
           05 ws-page-tax-total             pic 9(8)v99 value 0.
           05 ws-highest-amount             pic 9(8)v99 value 0.
                10 ws-tnd-desc              pic x(12).
                10 ws-tnd-settle            pic x.
                     88 ws-tnd-settles      value "Y".
                10 ws-tnd-cnt               pic s9(6).
                10 ws-tnd-amt               pic s9(9)v99.
                10 ws-tnd-tax               pic s9(8)v99.
                10 ws-tnd-pct               pic 999v99.
       01 ws-tender-lookup.
           05 ws-tnd-idx                    pic 99.
      *
       01 ws-store-accum-table.
           05 ws-sta-entry occurs 99 times.
                10 ws-sta-sl-cnt            pic s9(6) value 0.
                10 ws-sta-sl-amt            pic s9(9)v99 value 0.
                10 ws-sta-s-amt             pic s9(9)v99 value 0.
                10 ws-sta-lay-amt           pic 9(9)v99 value 0.
                10 ws-sta-s-tax             pic s9(8)v99 value 0.
                10 ws-sta-lay-tax           pic 9(8)v99 value 0.
                10 ws-sta-lay-bal           pic 9(8)v99 value 0.
                10 ws-sta-taxable-amt       pic s9(9)v99 value 0.
                10 ws-sta-exempt-amt        pic s9(9)v99 value 0.
                10 ws-sta-promo-cnt         pic s9(6) value 0.
                10 ws-sta-promo-amt         pic s9(9)v99 value 0.
                10 ws-sta-markdown          pic s9(9)v99 value 0.
                10 ws-sta-promo-exc         pic s9(5) value 0.
      *
       01 ws-page.
           05 ws-lines-per-page             pic 99 value 19.
       01 ws-settle-table.
           05 ws-set-store occurs 99 times.
                10 ws-set-tnd occurs 10 times.
                     15 ws-set-cnt          pic s9(6) value 0.
                     15 ws-set-amt          pic s9(9)v99 value 0.
                     15 ws-set-tax          pic s9(8)v99 value 0.
      *
       01 ws-settle-work.
           05 ws-set-idx                    pic 999.
      *-----------------------------------------------
       01 ws-acc-day-table.
           05 ws-acd-entry occurs 99 times.
                10 ws-acd-s-cnt             pic s9(6) value 0.
                10 ws-acd-s-amt             pic s9(9)v99 value 0.
                10 ws-acd-l-cnt             pic 9(6) value 0.
                10 ws-acd-l-amt             pic 9(9)v99 value 0.
                10 ws-acd-tax               pic s9(8)v99 value 0.
      *
       01 ws-acc-mtd-table.
           05 ws-acm-entry occurs 99 times.
       77 ws-short-streak-limit             pic 99 value 3.
      *
       01 ws-cash-take-table.
           05 ws-cash-take occurs 99 times  pic s9(8)v99 value 0.
      *
       01 ws-deposit-table.
           05 ws-dep-amount occurs 99 times pic 9(8)v99 value 0.
           05 dl-dep-flag                   pic x(14).
      *
      *-----------------------------------------------
      *  DRAWER BALANCING BY REGISTER AND CASHIER
      *-----------------------------------------------
      * one entry per store / register / cashier / tender -- the
      * money rung tonight against what the drawer count found
       01 ws-drawer-table.
           05 ws-drw-count                  pic 9(4) value 0.
           05 ws-drw-entry occurs 1000 times.
                10 ws-drw-store             pic 99.
                10 ws-drw-register          pic x(3).
                10 ws-drw-cashier           pic x(3).
                10 ws-drw-tender            pic xx.
                10 ws-drw-expected          pic s9(8)v99.
                10 ws-drw-counted           pic 9(8)v99.
                10 ws-drw-counted-sw        pic x.
      *
       01 ws-drawer-work.
           05 ws-drw-idx                    pic 9(4).
           05 ws-drw-found-idx              pic 9(4).
           05 ws-drw-found-sw               pic x value "N".
                88 ws-drw-found             value "Y".
           05 ws-drw-key-store              pic 99.
           05 ws-drw-key-register           pic x(3).
           05 ws-drw-key-cashier            pic x(3).
           05 ws-drw-key-tender             pic xx.
           05 ws-drw-over-short             pic s9(8)v99.
           05 ws-drwcnt-eof-flag            pic x value "N".
           05 ws-cshshort-eof-flag          pic x value "N".
      *
      * each cashier's run of short nights, carried on the master;
      * a cashier who did not work tonight keeps their streak
       01 ws-cashier-short-table.
           05 ws-csh-count                  pic 9(3) value 0.
           05 ws-csh-entry occurs 500 times.
                10 ws-csh-id                pic x(3).
                10 ws-csh-streak            pic 99.
                10 ws-csh-worked-sw         pic x.
                10 ws-csh-short-sw          pic x.
      *
       01 ws-cashier-work.
           05 ws-csh-idx                    pic 9(3).
           05 ws-csh-found-idx              pic 9(3).
           05 ws-csh-found-sw               pic x value "N".
                88 ws-csh-found             value "Y".
           05 ws-csh-key-id                 pic x(3).
      *
       01 ws-drawer-header                  pic x(40)
           value "----- DRAWER BALANCING BY CASHIER -----".
      *
       01 ws-drawer-line.
           05 filler                        pic x(2)
                value spaces.
           05 filler                        pic x(7)
                value "Store:".
           05 dl-drw-store                  pic z9.
           05 filler                        pic x(6)
                value "  Reg:".
           05 dl-drw-register               pic x(3).
           05 filler                        pic x(7)
                value "  Cshr:".
           05 dl-drw-cashier                pic x(3).
           05 filler                        pic x(6)
                value "  Tnd:".
           05 dl-drw-tender                 pic xx.
           05 filler                        pic x(9)
                value "  Expect:".
           05 dl-drw-expected               pic -(6)9.99.
           05 filler                        pic x(8)
                value "  Count:".
           05 dl-drw-counted                pic $$$,$$9.99.
           05 filler                        pic x(6)
                value "  O/S:".
           05 dl-drw-over-short             pic -(6)9.99.
           05 filler                        pic x(2)
                value spaces.
           05 dl-drw-flag                   pic x(11).
      *
       01 ws-cashier-streak-line.
           05 filler                        pic x(2)
                value spaces.
           05 filler                        pic x(9)
                value "Cashier:".
           05 dl-csh-id                     pic x(3).
           05 filler                        pic x(8)
                value "  Short".
           05 dl-csh-streak                 pic z9.
           05 filler                        pic x(16)
                value " nights running".
      *
      *-----------------------------------------------
      *  LAYAWAY CANCELLATION
      *-----------------------------------------------
      * fee withheld from the refund -- LAYCANC overrides it
           05 dl-cancel-fee-total           pic $$$,$$9.99.
      *
      *-----------------------------------------------
      *  POST-VOIDS
      *-----------------------------------------------
       01 ws-void-work.
           05 ws-void-count                 pic 9(4) value 0.
           05 ws-void-amt-total             pic 9(8)v99 value 0.
           05 ws-void-tax-total             pic 9(7)v99 value 0.
           05 ws-slg-found-sw               pic x value "N".
                88 ws-slg-found             value "Y".
      *
       01 ws-void-line.
           05 filler                        pic x(2)
                value spaces.
           05 filler                        pic x(20)
                value "POST-VOID:".
           05 dl-void-inv                   pic x(9).
           05 filler                        pic x(9)
                value "  AMOUNT:".
           05 dl-void-amt                   pic $$$,$$9.99.
           05 filler                        pic x(6)
                value "  TAX:".
           05 dl-void-tax                   pic $$,$$9.99.
           05 filler                        pic x(2)
                value spaces.
           05 dl-void-note                  pic x(18).
      *
       01 ws-void-summary-line.
           05 filler                        pic x(16)
                value "Post-voids:".
           05 dl-void-count                 pic zzz9.
           05 filler                        pic x(10)
                value "  Amount:".
           05 dl-void-amt-total             pic $$$,$$$,$$9.99.
           05 filler                        pic x(7)
                value "  Tax:".
           05 dl-void-tax-total             pic $$$,$$9.99.
      *
      *-----------------------------------------------
      *  CLOSED-PERIOD ADJUSTMENTS (PERIODCTL VIA A0PERCHK)
      *-----------------------------------------------
       01 ws-period-work.
           05 ws-per-closed                 pic x value "N".
                88 ws-per-date-closed       value "Y".
           05 ws-per-post-date              pic 9(8).
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
      *-----------------------------------------------
      *  SALES JOURNAL -- NET DEBIT (+) OR CREDIT (-) BY
      *  STORE AND ACCOUNT, RELEASED TO GLSALES AT END OF JOB
      *-----------------------------------------------
      * the accounts, in subscript order:
      *   1 CASH      cash on hand (tender CA)
      *   2 CARDRCV   card receivable (CR, DB, any other tender)
      *   3 STCRLIAB  store-credit liability (tender SC)
      *   4 GCLIAB    gift-card liability (loads; tender GC)
      *   5 SALESREV  merchandise sales revenue
      *   6 SALESTAX  sales tax payable
      *   7 LAYDEP    layaway deposits held
      *   8 LAYFEE    layaway cancellation fee income
      *   9 LOYLIAB   loyalty-points liability (tender LP)
       01 ws-gl-account-names.
           05 filler                        pic x(8) value "CASH".
           05 filler                        pic x(8) value "CARDRCV".
           05 filler                        pic x(8) value "STCRLIAB".
           05 filler                        pic x(8) value "GCLIAB".
           05 filler                        pic x(8) value "SALESREV".
           05 filler                        pic x(8) value "SALESTAX".
           05 filler                        pic x(8) value "LAYDEP".
           05 filler                        pic x(8) value "LAYFEE".
           05 filler                        pic x(8) value "LOYLIAB".
       01 ws-gl-account-redef redefines ws-gl-account-names.
           05 ws-gl-acct-name occurs 9 times pic x(8).
      *
       01 ws-gl-table.
           05 ws-gl-store occurs 99 times.
                10 ws-gl-net occurs 9 times pic s9(9)v99 value 0.
      *
       01 ws-gl-work.
           05 ws-gl-tender-idx              pic 9.
           05 ws-gl-acct-idx                pic 99.
           05 ws-gl-store-idx               pic 999.
           05 ws-gl-store-edit              pic 99.
           05 ws-gl-post-amt                pic s9(9)v99.
           05 ws-gl-debit-total             pic 9(10)v99 value 0.
           05 ws-gl-credit-total            pic 9(10)v99 value 0.
           05 ws-gl-hash-total              pic 9(14)v99 value 0.
           05 ws-gl-rec-count               pic 9(6) value 0.
      *
       01 ws-gl-status-line.
           05 filler                        pic x(12)
                value "GL EXTRACT:".
           05 dl-gl-rec-count               pic zzzz9.
           05 filler                        pic x(10)
                value " RECORDS  ".
           05 dl-gl-debit-total             pic $$$,$$$,$$9.99.
           05 filler                        pic x(5)
                value " DR  ".
           05 dl-gl-credit-total            pic $$$,$$$,$$9.99.
           05 filler                        pic x(5)
                value " CR  ".
           05 dl-gl-status                  pic x(30).
      *
      *-----------------------------------------------
      *  GIFT-CARD MASTER, LIABILITY, AND DORMANCY
      *-----------------------------------------------
      * a card with a balance and no activity for longer than
      * this is reported dormant
       77 ws-gc-dormant-days                pic 999 value 365.
      *
       01 ws-giftcard-table.
           05 ws-gc-count                   pic 9(4) value 0.
           05 ws-gc-entry occurs 5000 times.
                10 ws-gc-card               pic x(16).
                10 ws-gc-store              pic 99.
                10 ws-gc-activated          pic 9(8).
                10 ws-gc-last-date          pic 9(8).
                10 ws-gc-balance            pic 9(7)v99.
                10 ws-gc-loaded             pic 9(7)v99.
                10 ws-gc-redeemed           pic 9(7)v99.
      *
       01 ws-giftcard-work.
           05 ws-gc-idx                     pic 9(4).
           05 ws-gc-found-idx               pic 9(4).
           05 ws-gc-found-sw                pic x value "N".
                88 ws-gc-found              value "Y".
           05 ws-gc-load-sw                 pic x value "N".
                88 ws-gc-load               value "Y".
           05 ws-gc-dormant-sw              pic x value "N".
                88 ws-gc-dormant            value "Y".
           05 ws-gc-eof-flag                pic x value "N".
           05 ws-gc-taken                   pic 9(7)v99.
           05 ws-gc-tender-amt              pic 9(7)v99.
           05 ws-gc-idle-days               pic s9(5).
           05 ws-gc-act-count               pic 9(5) value 0.
           05 ws-gc-act-amt                 pic 9(8)v99 value 0.
           05 ws-gc-rel-count               pic 9(5) value 0.
           05 ws-gc-rel-amt                 pic 9(8)v99 value 0.
           05 ws-gc-red-count               pic 9(5) value 0.
           05 ws-gc-red-amt                 pic 9(8)v99 value 0.
           05 ws-gc-over-count              pic 9(5) value 0.
           05 ws-gc-liab-cards              pic 9(5) value 0.
           05 ws-gc-liab-amt                pic 9(9)v99 value 0.
           05 ws-gc-dorm-cards              pic 9(5) value 0.
           05 ws-gc-dorm-amt                pic 9(9)v99 value 0.
      *
       01 ws-gc-load-line.
           05 filler                        pic x(4)
                value spaces.
           05 dl-gc-load-label              pic x(22).
           05 dl-gc-load-card               pic x(16).
           05 filler                        pic x(9)
                value "  AMOUNT:".
           05 dl-gc-load-amt                pic $$$,$$9.99.
           05 filler                        pic x(10)
                value "  BALANCE:".
           05 dl-gc-load-bal                pic $$$,$$9.99.
      *
       01 ws-gc-over-line.
           05 filler                        pic x(2)
                value spaces.
           05 filler                        pic x(28)
                value "*** GIFT CARD OVER BALANCE:".
           05 dl-gc-over-card               pic x(16).
           05 filler                        pic x(9)
                value "  AMOUNT:".
           05 dl-gc-over-amt                pic $$$,$$9.99.
           05 filler                        pic x(4)
                value " ***".
      *
       01 ws-gc-header                      pic x(40)
           value "----- GIFT CARD LIABILITY -----".
      *
       01 ws-gc-card-line.
           05 filler                        pic x(2)
                value spaces.
           05 filler                        pic x(5)
                value "Card:".
           05 dl-gc-card                    pic x(16).
           05 filler                        pic x(8)
                value "  Store:".
           05 dl-gc-store                   pic z9.
           05 filler                        pic x(10)
                value "  Balance:".
           05 dl-gc-balance                 pic $$$,$$9.99.
           05 filler                        pic x(7)
                value "  Last:".
           05 dl-gc-last-date               pic 9(8).
           05 filler                        pic x(7)
                value "  Idle:".
           05 dl-gc-idle                    pic zzzz9.
           05 filler                        pic x(2)
                value spaces.
           05 dl-gc-flag                    pic x(7).
      *
       01 ws-gc-activity-line.
           05 filler                        pic x(2)
                value spaces.
           05 dl-gc-act-label               pic x(13).
           05 dl-gc-act-count               pic zzzz9.
           05 filler                        pic x(9)
                value "  Amount:".
           05 dl-gc-act-amt                 pic $$$,$$$,$$9.99.
      *
       01 ws-gc-liability-line.
           05 filler                        pic x(2)
                value spaces.
           05 filler                        pic x(23)
                value "Outstanding Liability:".
           05 dl-gc-liab-amt                pic $$$,$$$,$$9.99.
           05 filler                        pic x(8)
                value "  Cards:".
           05 dl-gc-liab-cards              pic zzzz9.
           05 filler                        pic x(10)
                value "  Dormant:".
           05 dl-gc-dorm-cards              pic zzzz9.
           05 filler                        pic x(9)
                value "  Amount:".
           05 dl-gc-dorm-amt                pic $$$,$$$,$$9.99.
      *
       01 ws-gc-over-summary-line.
           05 filler                        pic x(2)
                value spaces.
           05 filler                        pic x(13)
                value "Overdrawn:".
           05 dl-gc-over-count              pic zzzz9.
      *
      *-----------------------------------------------
      *  ROLLING ORIGINAL-SALE LOG (FOR A9RET'S MATCHING)
      *-----------------------------------------------
      * sales older than this fall off the log at load time --
                10 ws-slg-inv               pic 9(6).
                10 ws-slg-date              pic 9(8).
                10 ws-slg-pay               pic xx.
                10 ws-slg-salesperson       pic x(3).
      *
       01 ws-saleslog-work.
           05 ws-slg-idx                    pic 9(4).
           05 ws-saleslog-eof-flag          pic x value "N".
      *
      *-----------------------------------------------
      *  PROMOTIONAL SALES AND MARKDOWN
      *-----------------------------------------------
       01 ws-promo-item-table.
           05 ws-pit-count                  pic 9(3) value 0.
           05 ws-pit-entry occurs 500 times.
                10 ws-pit-sku               pic x(15).
                10 ws-pit-class             pic x.
                10 ws-pit-price             pic 9(4)v99.
      *
       01 ws-promo-table.
           05 ws-prm-count                  pic 9(3) value 0.
           05 ws-prm-entry occurs 300 times.
                10 ws-prm-id                pic x(6).
                10 ws-prm-match             pic x.
                10 ws-prm-sku               pic x(15).
                10 ws-prm-class             pic x.
                10 ws-prm-type              pic x.
                10 ws-prm-price             pic 9(5)v99.
                10 ws-prm-pct               pic 9(2)v99.
                10 ws-prm-start             pic 9(8).
                10 ws-prm-end               pic 9(8).
                10 ws-prm-store occurs 5 times
                                            pic 99.
      *
       01 ws-promo-work.
           05 ws-pit-idx                    pic 9(3).
           05 ws-pit-found-sw               pic x value "N".
                88 ws-pit-found             value "Y".
           05 ws-prm-idx                    pic 9(3).
           05 ws-prm-st-idx                 pic 9.
           05 ws-prm-store-sw               pic x value "N".
                88 ws-prm-store-ok          value "Y".
           05 ws-promo-found-sw             pic x value "N".
                88 ws-promo-found           value "Y".
           05 ws-promo-price                pic 9(5)v99.
           05 ws-promo-try-price            pic 9(5)v99.
           05 ws-promo-markdown             pic 9(5)v99.
           05 ws-itemmst-eof-flag           pic x value "N".
           05 ws-promos-eof-flag            pic x value "N".
      *
       01 ws-promo-totals.
           05 ws-tot-promo-cnt              pic 9(6) value 0.
           05 ws-tot-promo-amt              pic 9(9)v99 value 0.
           05 ws-tot-markdown               pic 9(9)v99 value 0.
           05 ws-tot-promo-exc              pic 9(5) value 0.
      *
       01 ws-promo-header                   pic x(40)
           value "----- PROMOTIONAL SALES & MARKDOWN -----".
      *
       01 ws-promo-line.
           05 filler                        pic x(2)
                value spaces.
           05 filler                        pic x(7)
                value "Store:".
           05 dl-promo-store                pic z9.
           05 filler                        pic x(8)
                value "  Lines:".
           05 dl-promo-cnt                  pic zzzzz9.
           05 filler                        pic x(8)
                value "  Sold:".
           05 dl-promo-amt                  pic $$$,$$$,$$9.99.
           05 filler                        pic x(12)
                value "  Markdown:".
           05 dl-promo-markdown             pic $$$,$$$,$$9.99.
           05 filler                        pic x(13)
                value "  Price Exc:".
           05 dl-promo-exc                  pic zzzz9.
      *
       01 ws-promo-total-line.
           05 filler                        pic x(11)
                value "  Total".
           05 filler                        pic x(8)
                value "  Lines:".
           05 dl-promo-tot-cnt              pic zzzzz9.
           05 filler                        pic x(8)
                value "  Sold:".
           05 dl-promo-tot-amt              pic $$$,$$$,$$9.99.
           05 filler                        pic x(12)
                value "  Markdown:".
           05 dl-promo-tot-markdown         pic $$$,$$$,$$9.99.
           05 filler                        pic x(13)
                value "  Price Exc:".
           05 dl-promo-tot-exc              pic zzzz9.
      *
      *-----------------------------------------------
      *  CHECKPOINT / RESTART
      *-----------------------------------------------
       01 ws-checkpoint-interval            pic 999 value 25.
      *
      * the end-of-job steps in the order they run, named by the
      * master or extract each one writes (TAXMASTO carries
      * REMITEXT with it)
       01 ws-ckp-step-names.
           05 filler                        pic x(8) value "SALESTOT".
           05 filler                        pic x(8) value "ACCMASTO".
           05 filler                        pic x(8) value "TAXMASTO".
           05 filler                        pic x(8) value "SETTLEXT".
           05 filler                        pic x(8) value "GLSALES".
           05 filler                        pic x(8) value "CSHSHRTO".
           05 filler                        pic x(8) value "DEPSHRTO".
           05 filler                        pic x(8) value "FORFNOT".
           05 filler                        pic x(8) value "LAYSTMT".
           05 filler                        pic x(8) value "LAYMASTO".
           05 filler                        pic x(8) value "SALESLGO".
           05 filler                        pic x(8) value "GCMASTO".
       01 ws-ckp-step-table redefines ws-ckp-step-names.
           05 ws-ckp-step-name occurs 12 times pic x(8).
      *
       01 ws-restart-work.
           05 ws-restart-sw                 pic x value "N".
                88 ws-restart-run           value "Y".
           05 ws-restart-refused-sw         pic x value "N".
                88 ws-restart-refused       value "Y".
           05 ws-input-done-sw              pic x value "N".
                88 ws-input-pass-done       value "Y".
           05 ws-step-skipped-sw            pic x value "N".
                88 ws-step-skipped          value "Y".
           05 ws-restart-date               pic 9(8) value 0.
           05 ws-restart-records            pic 9(6) value 0.
           05 ws-restart-step               pic 99 value 0.
           05 ws-restart-step-name          pic x(8) value spaces.
           05 ws-ckp-step                   pic 99 value 0.
           05 ws-checkpoint-eof-flag        pic x value "N".
      *
       01 ws-restart-line.
           05 filler                        pic x(35)
                value "RESTART OF A FAILED RUN -- RESUMED ".
           05 filler                        pic x(6)
                value "AFTER ".
           05 dl-rst-step-name              pic x(8).
           05 filler                        pic x(17)
                value ", SLFILE RECORD".
           05 dl-rst-records                pic zzzzz9.
           05 filler                        pic x(16)
                value ", BUSINESS DATE ".
           05 dl-rst-date                   pic 9(8).
      *
       01 ws-step-skip-line.
           05 filler                        pic x(2)
                value spaces.
           05 dl-skip-step-name             pic x(8).
           05 filler                        pic x(50)
                value " WRITTEN BY THE FAILED RUN -- NOT REWRITTEN".
      *
       01 ws-restart-refused-line.
           05 filler                        pic x(37)
                value "*** RESTART REFUSED -- SLCHKPT IS FOR".
           05 filler                        pic x(15)
                value " BUSINESS DATE ".
           05 dl-rfs-date                   pic 9(8).
           05 filler                        pic x(9)
                value ", RECORD ".
           05 dl-rfs-records                pic zzzzz9.
           05 filler                        pic x(31)
                value " -- NOTHING WRITTEN ***".
      *
      *-----------------------------------------------
      *  REGION-BASED TAX RATE TABLE
      *-----------------------------------------------
       01 ws-tax-rate-table.
           perform 115-load-tax-master.
           perform 120-load-layaway-master.
           perform 125-load-sales-log.
           perform 129-load-gift-cards.
           perform 131-load-tax-exempt.
           perform 135-load-deposit-controls.
           perform 133-load-cashier-shorts.
           perform 139-load-drawer-counts.
           perform 140-load-promo-items.
           perform 145-load-promotions.
           perform 160-load-checkpoint.
           perform 150-report-header.
           perform 200-read-file.
           perform 400-process-recs
                until ws-eof-flag is equal to ws-eof-y.
           perform 170-verify-restart thru 170-exit.
           if not ws-restart-refused
                perform 800-summary-files
                perform 805-roll-mtd-ytd
                perform 810-tax-remittance
                perform 812-settlement-extract thru 812-exit
                perform 813-gl-posting-extract
                perform 816-promotion-summary
                perform 817-drawer-balancing
                perform 818-deposit-reconciliation
                perform 820-layaway-aging
                perform 822-gift-card-liability
                perform 825-write-layaway-statements thru 825-exit
                perform 830-write-layaway-master thru 830-exit
                perform 835-write-sales-log thru 835-exit
                perform 824-write-gift-card-master thru 824-exit
                perform 190-clear-checkpoint
                perform 195-write-restart-note
           end-if.
           perform 900-close-files.

           if ws-records-read = 0
                move 4                      to return-code
           end-if.
           if ws-restart-refused
                move 8                      to return-code
           end-if.
           goback.
      *
       100-open-files.
           open input input-file.
           open output report-file, restock-feed-file,
                credit-redeem-file, restart-note-file.
           open extend exception-file.
           move ws-eof-n                    to ws-eof-flag.
           move function current-date       to ws-current-date.
           move si-inv-number     to ws-slg-inv(ws-slg-count).
           move si-sale-date      to ws-slg-date(ws-slg-count).
           move si-orig-pay-type  to ws-slg-pay(ws-slg-count).
           move si-salesperson-id to ws-slg-salesperson(ws-slg-count).
       127-exit.
           perform 126-read-sales-log.
      *
                move il-inv-number     to ws-slg-inv(ws-slg-count)
                move il-business-date  to ws-slg-date(ws-slg-count)
                move il-pay-type       to ws-slg-pay(ws-slg-count)
                move il-salesperson-id
                     to ws-slg-salesperson(ws-slg-count)
           end-if.
      *
      * the gift-card master -- absent on the very first run
       129-load-gift-cards.
           open input giftcard-in-file.
           perform 129-read-gift-card.
           perform 129-store-gift-card
                until ws-gc-eof-flag is equal to ws-eof-y.
           close giftcard-in-file.
      *
       129-read-gift-card.
           read giftcard-in-file
                at end move ws-eof-y        to ws-gc-eof-flag.
      *
       129-store-gift-card.
           if ws-gc-count < 5000
                add 1                       to ws-gc-count
                move gci-card-num      to ws-gc-card(ws-gc-count)
                move gci-store-num     to ws-gc-store(ws-gc-count)
                move gci-activated-date
                     to ws-gc-activated(ws-gc-count)
                move gci-last-date     to ws-gc-last-date(ws-gc-count)
                move gci-balance       to ws-gc-balance(ws-gc-count)
                move gci-loaded        to ws-gc-loaded(ws-gc-count)
                move gci-redeemed      to ws-gc-redeemed(ws-gc-count)
           end-if.
           perform 129-read-gift-card.
      *
      * TAXEXMPT absent or empty -- no line is exempt
       131-load-tax-exempt.
           open input tax-exempt-file.
           end-if.
           perform 131-read-exempt.
      *
      * the cashier short-streak master -- absent on the first run
       133-load-cashier-shorts.
           open input cshshort-in-file.
           perform 133-read-cashier-short.
           perform 134-store-cashier-short
                until ws-cshshort-eof-flag is equal to ws-eof-y.
           close cshshort-in-file.
      *
       133-read-cashier-short.
           read cshshort-in-file
                at end move ws-eof-y        to ws-cshshort-eof-flag.
      *
       134-store-cashier-short.
           if ws-csh-count < 500
                add 1                       to ws-csh-count
                move csi-cashier-id    to ws-csh-id(ws-csh-count)
                move csi-short-streak  to ws-csh-streak(ws-csh-count)
                move "N"        to ws-csh-worked-sw(ws-csh-count)
                move "N"        to ws-csh-short-sw(ws-csh-count)
           end-if.
           perform 133-read-cashier-short.
      *
      * deposits, tolerance, and the short-streak master
       135-load-deposit-controls.
           open input bank-deposit-file.
                     to ws-short-streak(dsi-store-num)
           end-if.
           perform 137-read-depshort.
      *
      * the night's drawer counts, one record per drawer and tender
       139-load-drawer-counts.
           open input drawer-count-file.
           perform 139-read-drawer-count.
           perform 139-store-drawer-count
                until ws-drwcnt-eof-flag is equal to ws-eof-y.
           close drawer-count-file.
      *
       139-read-drawer-count.
           read drawer-count-file
                at end move ws-eof-y        to ws-drwcnt-eof-flag.
      *
       139-store-drawer-count.
           move dc-store-num                to ws-drw-key-store.
           move dc-register-id              to ws-drw-key-register.
           move dc-cashier-id               to ws-drw-key-cashier.
           move dc-tender                   to ws-drw-key-tender.
           perform 416-find-drawer.
           if ws-drw-found
                add dc-counted-amt
                     to ws-drw-counted(ws-drw-found-idx)
                move "Y" to ws-drw-counted-sw(ws-drw-found-idx)
           end-if.
           perform 139-read-drawer-count.
      *
       132-check-tax-exempt.
           move "N"                         to ws-sku-exempt-sw.
                move tr-tax-rate            to ws-tax-rate(tr-store-num)
           end-if.
           perform 112-read-tax-rate.
      *
      * ITEMMST absent or empty -- no line is promotional
       140-load-promo-items.
           open input item-master-file.
           perform 141-read-item-master.
           perform 142-store-promo-item
                until ws-itemmst-eof-flag is equal to ws-eof-y.
           close item-master-file.
      *
       141-read-item-master.
           read item-master-file
                at end move ws-eof-y        to ws-itemmst-eof-flag.
      *
       142-store-promo-item.
           if ws-pit-count < 500
                and im-sku-code not = spaces
                add 1                       to ws-pit-count
                move im-sku-code       to ws-pit-sku(ws-pit-count)
                move im-class          to ws-pit-class(ws-pit-count)
                move im-price          to ws-pit-price(ws-pit-count)
           end-if.
           perform 141-read-item-master.
      *
      * PROMOS absent or empty -- no promotion is running
       145-load-promotions.
           open input promo-file.
           perform 146-read-promotion.
           perform 147-store-promotion
                until ws-promos-eof-flag is equal to ws-eof-y.
           close promo-file.
      *
       146-read-promotion.
           read promo-file
                at end move ws-eof-y        to ws-promos-eof-flag.
      *
       147-store-promotion.
           if ws-prm-count < 300
                add 1                       to ws-prm-count
                move ws-prm-count           to ws-prm-idx
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
           perform 146-read-promotion.
      *
       150-report-header.
            move function current-date      to ws-current-date.
            write report-line               from ws-report-title3


           if ws-restart-run
                perform 165-report-restart
           end-if.
           write report-line                from ws-blank-line.
           write report-line                from ws-column-header1.
           write report-line                from ws-column-header2.
      *
      * a checkpoint left on SLCHKPT means the last run did not
      * finish -- pick up its last record: the date, how far into
      * SLFILE it got, and the last end-of-job step it wrote
       160-load-checkpoint.
           open input checkpoint-file.
           perform 162-read-checkpoint
                until ws-checkpoint-eof-flag is equal to ws-eof-y.
           close checkpoint-file.
      *
       162-read-checkpoint.
           read checkpoint-file
                at end move ws-eof-y        to ws-checkpoint-eof-flag
                not at end
                     set ws-restart-run     to true
                     move ck-business-date  to ws-restart-date
                     move ck-records-read   to ws-restart-records
                     move ck-step           to ws-restart-step
                     move ck-step-name      to ws-restart-step-name
           end-read.
      *
       165-report-restart.
           move ws-restart-step-name        to dl-rst-step-name.
           move ws-restart-records          to dl-rst-records.
           move ws-restart-date             to dl-rst-date.
           write report-line                from ws-blank-line.
           write report-line                from ws-restart-line.
      *
      * the restart rebuilt the night from SLFILE and the ...I
      * masters, which the failed run never touched -- but only
      * if it is the same night: a checkpoint for another business
      * date, or an SLFILE that no longer matches what the failed
      * run read, refuses the run with nothing written
       170-verify-restart.
           set ws-input-pass-done           to true.
           if not ws-restart-run
                go to 170-write-input-done
           end-if.
           if (ws-restart-date not = 0
                and ws-restart-date not = ws-run-bizdate)
                or ws-records-read < ws-restart-records
                or (ws-restart-step > 0
                     and ws-records-read not = ws-restart-records)
                set ws-restart-refused      to true
                move ws-restart-date        to dl-rfs-date
                move ws-restart-records     to dl-rfs-records
                write report-line           from ws-blank-line
                write report-line           from ws-restart-refused-line
                go to 170-exit
           end-if.
       170-write-input-done.
      *    SLFILE fully read -- the input pass is checkpointed once
      *    more at its true count before the end-of-job steps start
           if ws-restart-step = 0
                and ws-records-read > ws-restart-records
                move 0                      to ws-ckp-step
                perform 185-put-checkpoint
           end-if.
       170-exit.
           exit.
      *
      * record SLFILE progress every ws-checkpoint-interval records,
      * once a record is completely processed.  a restart that got
      * past the input pass writes none -- its last checkpoint
      * already names an end-of-job step
       180-write-checkpoint.
           if ws-restart-step = 0
                and ws-records-read > ws-restart-records
                and function mod(ws-records-read,
                     ws-checkpoint-interval) = 0
                move 0                      to ws-ckp-step
                perform 185-put-checkpoint
           end-if.
      *
       185-put-checkpoint.
           open extend checkpoint-file.
           move ws-run-bizdate              to ck-business-date.
           move ws-records-read             to ck-records-read.
           move ws-ckp-step                 to ck-step.
           if ws-ckp-step = 0
                move "SLFILE"               to ck-step-name
           else
                move ws-ckp-step-name(ws-ckp-step) to ck-step-name
           end-if.
           write checkpoint-line.
           close checkpoint-file.
      *
      * run completed normally -- empty the checkpoint file so the
      * next run starts at the beginning instead of restarting from
      * this run's last checkpoint
       190-clear-checkpoint.
           open output checkpoint-file.
           close checkpoint-file.
      *
       195-write-restart-note.
           if ws-restart-run
                move ws-run-bizdate         to rn-business-date
                move ws-restart-records     to rn-records-read
                move ws-restart-step        to rn-step
                move ws-restart-step-name   to rn-step-name
                write restart-note-line
           end-if.
      *
       200-read-file.
           read input-file
           end-read.
      *
       400-process-recs.
           perform 402-check-closed-period.
           add 1                            to ws-line-ctr.
           move ws-page-num                 to dl-page.
           perform 405-tax-owing.
           perform 418-accum-day-table thru 418-exit.
           perform 419-accum-settlement.
           perform 417-accum-cash-take.
           perform 416-accum-drawer.
           perform 421-extract-credit-redeem.
           perform 415-accum-sl-store.
           perform 423-check-promotion.
           perform 430-reverse-void thru 430-exit.
           perform 433-post-gift-card thru 433-exit.
           perform 440-accum-gl-postings thru 440-exit.
           perform 700-split-record.
           perform 180-write-checkpoint.
      *
      * a transaction dated into a closed accounting period posts
      * on the first day of the open period -- everything below
      * sees the redated business date
       402-check-closed-period.
           call "A0PERCHK" using il-business-date, ws-per-post-date,
                ws-per-closed.
           if ws-per-date-closed
                add 1                       to ws-per-adj-count
                move il-business-date       to ws-par-orig-date
                move ws-per-post-date       to ws-par-post-date
                move "A8SL"                 to ex-program
                move ws-date                to ex-run-date
                move "2"                    to ex-severity
                move il-inv-num             to ex-key
                move ws-period-adj-reason   to ex-reason
                perform 850-write-exception
                move ws-per-post-date       to il-business-date
           end-if.
      *
      * a G record, or the post-void of one -- a void quotes the
      * voided record's fields, so a card number on a void not
      * tendered GC means the thing voided was a load
       404-check-gift-card-load.
           move "N"                         to ws-gc-load-sw.
           if il-code-G
                set ws-gc-load              to true
           end-if.
           if il-code-V
                and il-gift-card-num not = spaces
                and not il-pay-GC
                set ws-gc-load              to true
           end-if.
      *
       405-tax-owing.
      * a layaway payment is money against an account, not a sale --
      * no tax arises on it, nor on a gift-card load (or the void
      * of one).  an exempt SKU computes zero tax and says so on
      * the detail line
           perform 109-check-store-valid.
           perform 132-check-tax-exempt.
           perform 404-check-gift-card-load.
           move spaces                      to dl-exempt-flag.
           if il-code-P or il-code-C or ws-gc-load
                move 0                      to ws-tax-owing
           else if ws-sku-exempt
                move 0                      to ws-tax-owing
                write restock-feed-line     from ws-restock-rec
           end-if.
      *
      * the money the drawer should hold, by register, cashier, and
      * tender -- the same money the cash take counts, with a void
      * handing its sale back
       416-accum-drawer.
           if ws-store-valid
                and not il-code-C
                move il-store-num           to ws-drw-key-store
                move il-register-id         to ws-drw-key-register
                move il-cashier-id          to ws-drw-key-cashier
                move il-pay-type            to ws-drw-key-tender
                perform 416-find-drawer
                if ws-drw-found
                     if il-code-V
                          subtract il-tran-amt
                               from ws-drw-expected(ws-drw-found-idx)
                     else
                          add il-tran-amt
                               to ws-drw-expected(ws-drw-found-idx)
                     end-if
                end-if
           end-if.
      *
      * find the drawer entry for the key, adding it when there is
      * room -- a full table drops the drawer from the balancing
       416-find-drawer.
           move "N"                         to ws-drw-found-sw.
           move 0                           to ws-drw-found-idx.
           perform varying ws-drw-idx from 1 by 1
                until ws-drw-idx > ws-drw-count
                    or ws-drw-found
                if ws-drw-store(ws-drw-idx) = ws-drw-key-store
                     and ws-drw-register(ws-drw-idx)
                          = ws-drw-key-register
                     and ws-drw-cashier(ws-drw-idx)
                          = ws-drw-key-cashier
                     and ws-drw-tender(ws-drw-idx) = ws-drw-key-tender
                     move ws-drw-idx        to ws-drw-found-idx
                     set ws-drw-found       to true
                end-if
           end-perform.
           if not ws-drw-found
                and ws-drw-count < 1000
                add 1                       to ws-drw-count
                move ws-drw-count           to ws-drw-found-idx
                move ws-drw-key-store
                     to ws-drw-store(ws-drw-found-idx)
                move ws-drw-key-register
                     to ws-drw-register(ws-drw-found-idx)
                move ws-drw-key-cashier
                     to ws-drw-cashier(ws-drw-found-idx)
                move ws-drw-key-tender
                     to ws-drw-tender(ws-drw-found-idx)
                move 0 to ws-drw-expected(ws-drw-found-idx)
                move 0 to ws-drw-counted(ws-drw-found-idx)
                move "N" to ws-drw-counted-sw(ws-drw-found-idx)
                set ws-drw-found            to true
           end-if.
      *
      * the cash drawer's take, by store, for the bank deposit
      * match -- the settlement tables cover the cards
       417-accum-cash-take.
           if ws-store-valid
                and not il-code-C
                and not il-code-V
                and il-pay-type = "CA"
                add il-tran-amt to ws-cash-take(il-store-num)
           end-if.
       419-accum-settlement.
           if ws-store-valid
                and not il-code-C
                and not il-code-V
                perform 119-find-tender
                if ws-tender-found
                     and ws-tnd-settles(ws-tnd-found-idx)
                          to ws-sta-taxable-amt(il-store-num)
                end-if
           end-if.
      *
      * a sale or layaway at a recognized store, for a SKU under a
      * promotion running there on the business date -- the
      * lowest promotional price is what the register should have
      * rung, and the markdown is what the line gave away against
      * the regular price
       423-check-promotion.
           move "N"                         to ws-promo-found-sw.
           if (il-code-S or il-code-L or il-code-V)
                and ws-store-valid
                and ws-prm-count > 0
                perform 424-find-promo-item
                if ws-pit-found
                     perform varying ws-prm-idx from 1 by 1
                          until ws-prm-idx > ws-prm-count
                          perform 425-match-promotion
                     end-perform
                end-if
           end-if.
           if ws-promo-found
                move 0                      to ws-promo-markdown
                if il-tran-amt < ws-pit-price(ws-pit-idx)
                     compute ws-promo-markdown =
                          ws-pit-price(ws-pit-idx) - il-tran-amt
                end-if
                if il-code-V
                     perform 428-reverse-promotion
                else
                     add 1          to ws-sta-promo-cnt(il-store-num)
                     add il-tran-amt
                                    to ws-sta-promo-amt(il-store-num)
                     add ws-promo-markdown
                                    to ws-sta-markdown(il-store-num)
                     if il-tran-amt not = ws-promo-price
                          add 1     to ws-sta-promo-exc(il-store-num)
                     end-if
                end-if
           end-if.
      *
       424-find-promo-item.
           move "N"                         to ws-pit-found-sw.
           perform varying ws-pit-idx from 1 by 1
                until ws-pit-idx > ws-pit-count
                    or ws-pit-found
                if ws-pit-sku(ws-pit-idx) = il-sku-code
                     set ws-pit-found       to true
                end-if
           end-perform.
           subtract 1                       from ws-pit-idx.
      *
       425-match-promotion.
           if il-business-date not < ws-prm-start(ws-prm-idx)
                and il-business-date not > ws-prm-end(ws-prm-idx)
                and ((ws-prm-match(ws-prm-idx) = "S"
                     and ws-prm-sku(ws-prm-idx) = il-sku-code)
                  or (ws-prm-match(ws-prm-idx) = "C"
                     and ws-prm-class(ws-prm-idx)
                          = ws-pit-class(ws-pit-idx)))
                perform 426-check-promo-store
                if ws-prm-store-ok
                     perform 427-price-promotion
                end-if
           end-if.
      *
      * no store listed means every store
       426-check-promo-store.
           move "Y"                         to ws-prm-store-sw.
           if ws-prm-store(ws-prm-idx, 1) not = 0
                or ws-prm-store(ws-prm-idx, 2) not = 0
                or ws-prm-store(ws-prm-idx, 3) not = 0
                or ws-prm-store(ws-prm-idx, 4) not = 0
                or ws-prm-store(ws-prm-idx, 5) not = 0
                move "N"                    to ws-prm-store-sw
                perform varying ws-prm-st-idx from 1 by 1
                     until ws-prm-st-idx > 5
                     if ws-prm-store(ws-prm-idx, ws-prm-st-idx)
                          = il-store-num
                          set ws-prm-store-ok to true
                     end-if
                end-perform
           end-if.
      *
       427-price-promotion.
           if ws-prm-type(ws-prm-idx) = "%"
                compute ws-promo-try-price rounded =
                     ws-pit-price(ws-pit-idx)
                     * (100 - ws-prm-pct(ws-prm-idx)) / 100
           else
                move ws-prm-price(ws-prm-idx) to ws-promo-try-price
           end-if.
           if not ws-promo-found
                or ws-promo-try-price < ws-promo-price
                set ws-promo-found          to true
                move ws-promo-try-price     to ws-promo-price
           end-if.
      *
      * a voided promotional sale comes back off the promotion
      * figures it went into, price exception and all
       428-reverse-promotion.
           subtract 1             from ws-sta-promo-cnt(il-store-num).
           subtract il-tran-amt   from ws-sta-promo-amt(il-store-num).
           subtract ws-promo-markdown
                                  from ws-sta-markdown(il-store-num).
           if il-tran-amt not = ws-promo-price
                subtract 1        from ws-sta-promo-exc(il-store-num)
           end-if.
      *
      * a post-void takes the sale it quotes back out of every figure
      * the sale went into -- the tax is the same line tax 405 works
      * out for it -- and off the sales log, so the voided invoice
      * can no longer be returned against
       430-reverse-void.
           if not il-code-V
                go to 430-exit
           end-if.

           add 1                            to ws-void-count.
           add il-tran-amt                  to ws-void-amt-total.
           add ws-tax-owing                 to ws-void-tax-total.

           if ws-gc-load
                perform 431-void-gift-card-load
                go to 430-exit
           end-if.

           subtract il-tran-amt             from ws-SL-total-amt.
           compute ws-sl-tax = ws-SL-total-amt * ws-tax-amount.
           subtract 1                       from ws-s-counter.
           move ws-s-counter                to ws-s-total.
           subtract il-tran-amt             from ws-s-total-amt.
           compute ws-s-tax = ws-s-total-amt * ws-tax-amount.

           perform 119-find-tender.
           if ws-tender-found
                subtract 1       from ws-tnd-cnt(ws-tnd-found-idx)
                subtract il-tran-amt
                                 from ws-tnd-amt(ws-tnd-found-idx)
           end-if.

           if ws-store-valid
                subtract 1        from ws-sta-sl-cnt(il-store-num)
                subtract il-tran-amt
                                  from ws-sta-sl-amt(il-store-num)
                subtract il-tran-amt
                                  from ws-sta-s-amt(il-store-num)
                subtract ws-tax-owing
                                  from ws-sta-s-tax(il-store-num)
                if ws-sku-exempt
                     subtract il-tran-amt
                          from ws-sta-exempt-amt(il-store-num)
                else
                     subtract il-tran-amt
                          from ws-sta-taxable-amt(il-store-num)
                end-if
                subtract 1        from ws-acd-s-cnt(il-store-num)
                subtract il-tran-amt
                                  from ws-acd-s-amt(il-store-num)
                subtract ws-tax-owing
                                  from ws-acd-tax(il-store-num)
                if il-pay-type = "CA"
                     subtract il-tran-amt
                          from ws-cash-take(il-store-num)
                end-if
                if ws-tender-found
                     and ws-tnd-settles(ws-tnd-found-idx)
                     subtract 1 from ws-set-cnt(il-store-num,
                          ws-tnd-found-idx)
                     subtract il-tran-amt from ws-set-amt(il-store-num,
                          ws-tnd-found-idx)
                     subtract ws-tax-owing from ws-set-tax(il-store-num,
                          ws-tnd-found-idx)
                end-if
           end-if.

           perform 432-unlog-sale.

           move il-inv-num                  to dl-void-inv.
           move il-tran-amt                 to dl-void-amt.
           move ws-tax-owing                to dl-void-tax.
           if ws-slg-found
                move spaces                 to dl-void-note
           else
                move "NOT ON SALES LOG"     to dl-void-note
           end-if.
           write report-line                from ws-void-line.
       430-exit.
           exit.
      *
      * a voided gift-card load was never a sale: only the money
      * it put in the drawer and the settlement comes back out --
      * the card itself is taken down in 433-post-gift-card
       431-void-gift-card-load.
           if ws-store-valid
                if il-pay-type = "CA"
                     subtract il-tran-amt
                          from ws-cash-take(il-store-num)
                end-if
                perform 119-find-tender
                if ws-tender-found
                     and ws-tnd-settles(ws-tnd-found-idx)
                     subtract 1 from ws-set-cnt(il-store-num,
                          ws-tnd-found-idx)
                     subtract il-tran-amt from ws-set-amt(il-store-num,
                          ws-tnd-found-idx)
                end-if
           end-if.
           move il-inv-num                  to dl-void-inv.
           move il-tran-amt                 to dl-void-amt.
           move ws-tax-owing                to dl-void-tax.
           move "GIFT CARD LOAD"            to dl-void-note.
           write report-line                from ws-void-line.
      *
      * the newest log entry for the voided invoice comes off; the
      * last entry moves into its slot so the table stays packed
       432-unlog-sale.
           move "N"                         to ws-slg-found-sw.
           perform varying ws-slg-idx from ws-slg-count by -1
                until ws-slg-idx < 1
                    or ws-slg-found
                if ws-slg-inv(ws-slg-idx) = il-inv-number
                     set ws-slg-found       to true
                end-if
           end-perform.
           if ws-slg-found
                add 1                       to ws-slg-idx
                move ws-slg-entry(ws-slg-count)
                     to ws-slg-entry(ws-slg-idx)
                subtract 1                  from ws-slg-count
           end-if.
      *
      * the card side of every gift-card transaction: a load
      * activates or reloads it, a GC-tendered sale, layaway, or
      * payment redeems against it, and a post-void undoes either
       433-post-gift-card.
           if (not ws-gc-load and not il-pay-GC)
                or il-code-C
                go to 433-exit
           end-if.
           if il-gift-card-num = spaces
                move "A8SL"                 to ex-program
                move ws-date                to ex-run-date
                move "1"                    to ex-severity
                move il-inv-num             to ex-key
                move "GIFT CARD TRANSACTION WITH NO CARD NUMBER"
                     to ex-reason
                perform 850-write-exception
                go to 433-exit
           end-if.

           perform 439-find-gift-card.
           if il-code-G
                perform 434-load-gift-card thru 434-exit
           else
                if ws-gc-load
                     perform 435-unload-gift-card thru 435-exit
                else
                     if il-code-V
                          perform 437-recredit-gift-card thru 437-exit
                     else
                          perform 436-redeem-gift-card thru 436-exit
                     end-if
                end-if
           end-if.
       433-exit.
           exit.
      *
      * a card not on the master is activated here; one already
      * there is reloaded
       434-load-gift-card.
           if not ws-gc-found
                if ws-gc-count not < 5000
                     move "A8SL"            to ex-program
                     move ws-date           to ex-run-date
                     move "1"               to ex-severity
                     move il-gift-card-num  to ex-key
                     move "GIFT CARD MASTER FULL - LOAD NOT POSTED"
                          to ex-reason
                     perform 850-write-exception
                     go to 434-exit
                end-if
                add 1                       to ws-gc-count
                move ws-gc-count            to ws-gc-found-idx
                move il-gift-card-num to ws-gc-card(ws-gc-found-idx)
                move il-store-num     to ws-gc-store(ws-gc-found-idx)
                move il-business-date
                     to ws-gc-activated(ws-gc-found-idx)
                move 0          to ws-gc-balance(ws-gc-found-idx)
                move 0          to ws-gc-loaded(ws-gc-found-idx)
                move 0          to ws-gc-redeemed(ws-gc-found-idx)
                add 1                       to ws-gc-act-count
                add il-tran-amt             to ws-gc-act-amt
                move "GIFT CARD ACTIVATED:" to dl-gc-load-label
           else
                add 1                       to ws-gc-rel-count
                add il-tran-amt             to ws-gc-rel-amt
                move "GIFT CARD RELOADED:"  to dl-gc-load-label
           end-if.
           add il-tran-amt        to ws-gc-balance(ws-gc-found-idx).
           add il-tran-amt        to ws-gc-loaded(ws-gc-found-idx).
           move il-business-date  to ws-gc-last-date(ws-gc-found-idx).
           move il-gift-card-num            to dl-gc-load-card.
           move il-tran-amt                 to dl-gc-load-amt.
           move ws-gc-balance(ws-gc-found-idx) to dl-gc-load-bal.
           write report-line                from ws-gc-load-line.
       434-exit.
           exit.
      *
      * a voided load comes back off the card -- no further than
      * the balance, if some of it has already been spent
       435-unload-gift-card.
           if not ws-gc-found
                move "A8SL"                 to ex-program
                move ws-date                to ex-run-date
                move "1"                    to ex-severity
                move il-gift-card-num       to ex-key
                move "VOIDED GIFT CARD LOAD - CARD NOT ON FILE"
                     to ex-reason
                perform 850-write-exception
                go to 435-exit
           end-if.
           if il-tran-amt > ws-gc-balance(ws-gc-found-idx)
                move ws-gc-balance(ws-gc-found-idx) to ws-gc-taken
                move "A8SL"                 to ex-program
                move ws-date                to ex-run-date
                move "1"                    to ex-severity
                move il-gift-card-num       to ex-key
                move "VOIDED GIFT CARD LOAD ALREADY SPENT"
                     to ex-reason
                perform 850-write-exception
           else
                move il-tran-amt            to ws-gc-taken
           end-if.
           subtract ws-gc-taken from ws-gc-balance(ws-gc-found-idx).
           subtract ws-gc-taken from ws-gc-loaded(ws-gc-found-idx).
           move il-business-date  to ws-gc-last-date(ws-gc-found-idx).
       435-exit.
           exit.
      *
      * a redemption is checked against the balance the master
      * carries -- an unknown card or one without enough on it is
      * flagged and not applied.  the card pays the tax as well,
      * the same tender amount 440 journals against GCLIAB
       436-redeem-gift-card.
           compute ws-gc-tender-amt = il-tran-amt + ws-tax-owing.
           if not ws-gc-found
                or ws-gc-tender-amt > ws-gc-balance(ws-gc-found-idx)
                add 1                       to ws-gc-over-count
                move il-gift-card-num       to dl-gc-over-card
                move ws-gc-tender-amt       to dl-gc-over-amt
                write report-line           from ws-gc-over-line
                move "A8SL"                 to ex-program
                move ws-date                to ex-run-date
                move "1"                    to ex-severity
                move il-gift-card-num       to ex-key
                move "GIFT CARD REDEMPTION EXCEEDS BALANCE"
                     to ex-reason
                perform 850-write-exception
                go to 436-exit
           end-if.
           subtract ws-gc-tender-amt
                from ws-gc-balance(ws-gc-found-idx).
           add ws-gc-tender-amt
                to ws-gc-redeemed(ws-gc-found-idx).
           move il-business-date  to ws-gc-last-date(ws-gc-found-idx).
           add 1                            to ws-gc-red-count.
           add ws-gc-tender-amt             to ws-gc-red-amt.
       436-exit.
           exit.
      *
      * a voided GC sale gives its money, tax and all, back to the
      * card
       437-recredit-gift-card.
           compute ws-gc-tender-amt = il-tran-amt + ws-tax-owing.
           if not ws-gc-found
                move "A8SL"                 to ex-program
                move ws-date                to ex-run-date
                move "1"                    to ex-severity
                move il-gift-card-num       to ex-key
                move "VOIDED GIFT CARD SALE - CARD NOT ON FILE"
                     to ex-reason
                perform 850-write-exception
                go to 437-exit
           end-if.
           add ws-gc-tender-amt
                to ws-gc-balance(ws-gc-found-idx).
           if ws-gc-tender-amt > ws-gc-redeemed(ws-gc-found-idx)
                move 0          to ws-gc-redeemed(ws-gc-found-idx)
           else
                subtract ws-gc-tender-amt
                     from ws-gc-redeemed(ws-gc-found-idx)
           end-if.
           move il-business-date  to ws-gc-last-date(ws-gc-found-idx).
       437-exit.
           exit.
      *
       439-find-gift-card.
           move "N"                         to ws-gc-found-sw.
           move 0                           to ws-gc-found-idx.
           perform varying ws-gc-idx from 1 by 1
                until ws-gc-idx > ws-gc-count
                    or ws-gc-found
                if ws-gc-card(ws-gc-idx) = il-gift-card-num
                     move ws-gc-idx         to ws-gc-found-idx
                     set ws-gc-found        to true
                end-if
           end-perform.
      *
      * the journal pair(s) for this line, by store -- a debit adds
      * to the account's net, a credit takes from it, so every
      * line nets to zero across its accounts
       440-accum-gl-postings.
           if not ws-store-valid
                go to 440-exit
           end-if.
           perform 441-gl-tender-account.

           evaluate true
      *         a load: the money in against the card's liability;
      *         its void, the reverse
                when ws-gc-load and il-code-G
                     move il-tran-amt       to ws-gl-post-amt
                     move ws-gl-tender-idx  to ws-gl-acct-idx
                     perform 442-gl-debit
                     move 4                 to ws-gl-acct-idx
                     perform 443-gl-credit
                when ws-gc-load
                     move il-tran-amt       to ws-gl-post-amt
                     move ws-gl-tender-idx  to ws-gl-acct-idx
                     perform 443-gl-credit
                     move 4                 to ws-gl-acct-idx
                     perform 442-gl-debit
      *         a sale or layaway: tender for the amount and its
      *         tax, against revenue and tax payable
                when il-code-S or il-code-L
                     compute ws-gl-post-amt =
                          il-tran-amt + ws-tax-owing
                     move ws-gl-tender-idx  to ws-gl-acct-idx
                     perform 442-gl-debit
                     move il-tran-amt       to ws-gl-post-amt
                     move 5                 to ws-gl-acct-idx
                     perform 443-gl-credit
                     move ws-tax-owing      to ws-gl-post-amt
                     move 6                 to ws-gl-acct-idx
                     perform 443-gl-credit
                when il-code-V
                     compute ws-gl-post-amt =
                          il-tran-amt + ws-tax-owing
                     move ws-gl-tender-idx  to ws-gl-acct-idx
                     perform 443-gl-credit
                     move il-tran-amt       to ws-gl-post-amt
                     move 5                 to ws-gl-acct-idx
                     perform 442-gl-debit
                     move ws-tax-owing      to ws-gl-post-amt
                     move 6                 to ws-gl-acct-idx
                     perform 442-gl-debit
      *         a payment is the customer's money held on account
                when il-code-P
                     move il-tran-amt       to ws-gl-post-amt
                     move ws-gl-tender-idx  to ws-gl-acct-idx
                     perform 442-gl-debit
                     move 7                 to ws-gl-acct-idx
                     perform 443-gl-credit
      *         a cancellation releases the payments held: the
      *         refund back out through the tender, the fee kept
                when il-code-C and ws-lay-found
                     compute ws-gl-post-amt =
                          ws-cancel-refund + ws-cancel-fee-taken
                     move 7                 to ws-gl-acct-idx
                     perform 442-gl-debit
                     move ws-cancel-refund  to ws-gl-post-amt
                     move ws-gl-tender-idx  to ws-gl-acct-idx
                     perform 443-gl-credit
                     move ws-cancel-fee-taken to ws-gl-post-amt
                     move 8                 to ws-gl-acct-idx
                     perform 443-gl-credit
           end-evaluate.
       440-exit.
           exit.
      *
       441-gl-tender-account.
           evaluate il-pay-type
                when "CA"
                     move 1                 to ws-gl-tender-idx
                when "SC"
                     move 3                 to ws-gl-tender-idx
                when "GC"
                     move 4                 to ws-gl-tender-idx
                when "LP"
                     move 9                 to ws-gl-tender-idx
                when other
                     move 2                 to ws-gl-tender-idx
           end-evaluate.
      *
       442-gl-debit.
           add ws-gl-post-amt
                to ws-gl-net(il-store-num, ws-gl-acct-idx).
      *
       443-gl-credit.
           subtract ws-gl-post-amt
                from ws-gl-net(il-store-num, ws-gl-acct-idx).
      *
       700-split-record.
           if il-code-S then

      *    the record's tender, tallied against the tender master
      *    (a cancellation is money going the other way, so it
      *    stays out of the tender take; a void has already taken
      *    its sale back out in 430-reverse-void; a gift-card load
      *    is not a sale and has its own section)
           if not il-code-C
                and not il-code-V
                and not il-code-G
                perform 119-find-tender
                if ws-tender-found
                     add 1       to ws-tnd-cnt(ws-tnd-found-idx)
           move ws-cancel-fee-total         to dl-cancel-fee-total.
           write report-line            from ws-cancel-summary-line.

           move ws-void-count               to dl-void-count.
           move ws-void-amt-total           to dl-void-amt-total.
           move ws-void-tax-total           to dl-void-tax-total.
           write report-line                from ws-void-summary-line.

           move ws-per-adj-count            to dl-padj-count.
           write report-line           from ws-period-adj-summary-line.

           perform 840-write-sales-totals thru 840-exit.
      *
      * roll the day into the accumulation master -- a new month on
      * the business date clears MTD first, a new year clears YTD --
                end-if
           end-perform.

           perform 808-write-acc-master thru 808-exit.
      *
       806-clear-mtd.
           perform varying ws-acc-idx from 1 by 1
           end-perform.
      *
       808-write-acc-master.
           move 2                           to ws-ckp-step.
           perform 860-begin-step.
           if ws-step-skipped
                go to 808-exit
           end-if.
           open output accmast-out-file.
           perform varying ws-store-lst from 1 by 1
                until ws-store-lst > ws-store-count
                end-if
           end-perform.
           close accmast-out-file.
           perform 865-end-step.
       808-exit.
           exit.
      *
      * roll this run's per-store sale and layaway tax into the
      * period-to-date master, then write the remittance summary
       810-tax-remittance.
           write report-line                from ws-blank-line.
           write report-line                from ws-remit-header.
           move 3                           to ws-ckp-step.
           perform 860-begin-step.
           if not ws-step-skipped
                open output taxmast-out-file, remit-extract-file
           end-if.

           perform varying ws-store-lst from 1 by 1
                until ws-store-lst > ws-store-count
                perform 815-one-store-remit
           end-perform.

           if not ws-step-skipped
                close taxmast-out-file, remit-extract-file
                perform 865-end-step
           end-if.
      *
      * one settlement line per store / business date / settling
      * tender that saw money, plus a control-total trailer --
      * any tender the master flags rides along
       812-settlement-extract.
           move 4                           to ws-ckp-step.
           perform 860-begin-step.
           if ws-step-skipped
                go to 812-exit
           end-if.
           open output settle-extract-file.
           perform varying ws-set-idx from 1 by 1
                until ws-set-idx > 99
           move ws-set-trl-tax              to se-trl-tax.
           write settle-extract-line.
           close settle-extract-file.
           perform 865-end-step.
       812-exit.
           exit.
      *
      * the sales journal: one net posting per store and account.
      * the extract is always written, so a stale one is never
      * left in place; out of balance, A0GLINTF holds it out of
      * the journal on its own debit/credit check
       813-gl-posting-extract.
           perform varying ws-gl-store-idx from 1 by 1
                until ws-gl-store-idx > 99
                perform varying ws-gl-acct-idx from 1 by 1
                     until ws-gl-acct-idx > 9
                     if ws-gl-net(ws-gl-store-idx, ws-gl-acct-idx)
                          > 0
                          add ws-gl-net(ws-gl-store-idx,
                               ws-gl-acct-idx) to ws-gl-debit-total
                     else
                          subtract ws-gl-net(ws-gl-store-idx,
                               ws-gl-acct-idx) from ws-gl-credit-total
                     end-if
                end-perform
           end-perform.

           perform 814-release-gl-extract thru 814-exit.
           if ws-gl-debit-total = ws-gl-credit-total
                move "RELEASED"             to dl-gl-status
           else
                move "OUT OF BALANCE - HELD AT GL"
                                            to dl-gl-status
           end-if.
           move ws-gl-rec-count             to dl-gl-rec-count.
           move ws-gl-debit-total           to dl-gl-debit-total.
           move ws-gl-credit-total          to dl-gl-credit-total.
           write report-line                from ws-blank-line.
           write report-line                from ws-gl-status-line.
      *
       814-release-gl-extract.
           move 5                           to ws-ckp-step.
           perform 860-begin-step.
           if ws-step-skipped
                go to 814-exit
           end-if.
           open output gl-extract-file.
           perform varying ws-gl-store-idx from 1 by 1
                until ws-gl-store-idx > 99
                perform varying ws-gl-acct-idx from 1 by 1
                     until ws-gl-acct-idx > 9
                     if ws-gl-net(ws-gl-store-idx, ws-gl-acct-idx)
                          not = 0
                          perform 814-write-gl-posting
                     end-if
                end-perform
           end-perform.

      *    trailer the GL interface verifies against
           move spaces                      to gl-extract-line.
           move "T"                         to gl-rec-type.
           move ws-gl-rec-count             to gl-trl-rec-count.
           move ws-gl-hash-total            to gl-trl-hash-total.
           write gl-extract-line.
           close gl-extract-file.
           perform 865-end-step.
       814-exit.
           exit.
      *
       814-write-gl-posting.
           move "D"                         to gl-rec-type.
           move ws-gl-acct-name(ws-gl-acct-idx) to gl-account.
           move ws-gl-store-idx             to ws-gl-store-edit.
           move ws-gl-store-edit            to gl-region.
           if ws-gl-net(ws-gl-store-idx, ws-gl-acct-idx) > 0
                move "D"                    to gl-dr-cr
           else
                move "C"                    to gl-dr-cr
           end-if.
           move ws-gl-net(ws-gl-store-idx, ws-gl-acct-idx)
                to gl-amount.
           write gl-extract-line.
           add 1                            to ws-gl-rec-count.
           add gl-amount                    to ws-gl-hash-total.
      *
       815-one-store-remit.
           add ws-remit-run-tax

           move ws-remit-store              to to-store-num.
           move ws-tax-ptd(ws-remit-store)  to to-ptd-tax.
           if not ws-step-skipped
                write taxmast-out-line
           end-if.

           move ws-remit-store              to re-store-num.
           move ws-tax-rate(ws-remit-store) to re-tax-rate.
                to re-taxable-amt.
           move ws-sta-exempt-amt(ws-remit-store)
                to re-exempt-amt.
           if not ws-step-skipped
                write remit-extract-line
           end-if.

           move ws-remit-store              to dl-remit-store.
           move ws-tax-rate(ws-remit-store) to dl-remit-rate.
                to dl-remit-exempt.
           write report-line                from ws-remit-line2.
      *
      * what each open store sold on promotion against the
      * markdown it cost us
       816-promotion-summary.
           write report-line                from ws-blank-line.
           write report-line                from ws-promo-header.
           perform varying ws-store-lst from 1 by 1
                until ws-store-lst > ws-store-count
                if ws-store-close(ws-store-lst) not < ws-date
                     move ws-store-num-t(ws-store-lst)
                          to ws-cur-store
                     move ws-cur-store      to dl-promo-store
                     move ws-sta-promo-cnt(ws-cur-store)
                          to dl-promo-cnt
                     move ws-sta-promo-amt(ws-cur-store)
                          to dl-promo-amt
                     move ws-sta-markdown(ws-cur-store)
                          to dl-promo-markdown
                     move ws-sta-promo-exc(ws-cur-store)
                          to dl-promo-exc
                     write report-line      from ws-promo-line
                     add ws-sta-promo-cnt(ws-cur-store)
                          to ws-tot-promo-cnt
                     add ws-sta-promo-amt(ws-cur-store)
                          to ws-tot-promo-amt
                     add ws-sta-markdown(ws-cur-store)
                          to ws-tot-markdown
                     add ws-sta-promo-exc(ws-cur-store)
                          to ws-tot-promo-exc
                end-if
           end-perform.
           move ws-tot-promo-cnt            to dl-promo-tot-cnt.
           move ws-tot-promo-amt            to dl-promo-tot-amt.
           move ws-tot-markdown             to dl-promo-tot-markdown.
           move ws-tot-promo-exc            to dl-promo-tot-exc.
           write report-line                from ws-promo-total-line.
      *
      * each drawer's expected take against its count, with the
      * deposit tolerance applied; a drawer never counted is short
      * the way a store with no deposit is.  a cashier short on any
      * drawer tonight extends their streak, a cashier who balanced
      * clears it, and one short ws-short-streak-limit nights in a
      * row is flagged on the common exception file
       817-drawer-balancing.
           write report-line                from ws-blank-line.
           write report-line                from ws-drawer-header.
           move 6                           to ws-ckp-step.
           perform 860-begin-step.
           perform 817-one-drawer
                varying ws-drw-idx from 1 by 1
                until ws-drw-idx > ws-drw-count.
           perform 817-roll-cashier-streak
                varying ws-csh-idx from 1 by 1
                until ws-csh-idx > ws-csh-count.
           if not ws-step-skipped
                open output cshshort-out-file
                perform varying ws-csh-idx from 1 by 1
                     until ws-csh-idx > ws-csh-count
                     move ws-csh-id(ws-csh-idx)  to cso-cashier-id
                     move ws-csh-streak(ws-csh-idx)
                          to cso-short-streak
                     write cshshort-out-line
                end-perform
                close cshshort-out-file
                perform 865-end-step
           end-if.
      *
       817-one-drawer.
           compute ws-drw-over-short =
                ws-drw-counted(ws-drw-idx)
                - ws-drw-expected(ws-drw-idx).

           move ws-drw-store(ws-drw-idx)    to dl-drw-store.
           move ws-drw-register(ws-drw-idx) to dl-drw-register.
           move ws-drw-cashier(ws-drw-idx)  to dl-drw-cashier.
           move ws-drw-tender(ws-drw-idx)   to dl-drw-tender.
           move ws-drw-expected(ws-drw-idx) to dl-drw-expected.
           move ws-drw-counted(ws-drw-idx)  to dl-drw-counted.
           move ws-drw-over-short           to dl-drw-over-short.

           move ws-drw-cashier(ws-drw-idx)  to ws-csh-key-id.
           perform 817-find-cashier.

           if ws-drw-counted-sw(ws-drw-idx) not = "Y"
                move "NOT COUNTED"          to dl-drw-flag
                perform 817-mark-cashier-short
           else
                if ws-drw-over-short < 0
                     and (0 - ws-drw-over-short) > ws-deposit-tolerance
                     move "SHORT"           to dl-drw-flag
                     perform 817-mark-cashier-short
                else
                     if ws-drw-over-short > ws-deposit-tolerance
                          move "OVER"       to dl-drw-flag
                     else
                          move "WITHIN TOL" to dl-drw-flag
                     end-if
                end-if
           end-if.
           write report-line                from ws-drawer-line.
      *
       817-mark-cashier-short.
           if ws-csh-found
                move "Y" to ws-csh-short-sw(ws-csh-found-idx)
           end-if.
      *
      * find the cashier on the streak table, adding them on their
      * first night -- a full table leaves the cashier untracked
       817-find-cashier.
           move "N"                         to ws-csh-found-sw.
           move 0                           to ws-csh-found-idx.
           perform varying ws-csh-idx from 1 by 1
                until ws-csh-idx > ws-csh-count
                    or ws-csh-found
                if ws-csh-id(ws-csh-idx) = ws-csh-key-id
                     move ws-csh-idx        to ws-csh-found-idx
                     set ws-csh-found       to true
                end-if
           end-perform.
           if not ws-csh-found
                and ws-csh-count < 500
                add 1                       to ws-csh-count
                move ws-csh-count           to ws-csh-found-idx
                move ws-csh-key-id   to ws-csh-id(ws-csh-found-idx)
                move 0           to ws-csh-streak(ws-csh-found-idx)
                move "N"         to ws-csh-short-sw(ws-csh-found-idx)
                set ws-csh-found            to true
           end-if.
           if ws-csh-found
                move "Y" to ws-csh-worked-sw(ws-csh-found-idx)
           end-if.
      *
       817-roll-cashier-streak.
           if ws-csh-worked-sw(ws-csh-idx) = "Y"
                if ws-csh-short-sw(ws-csh-idx) = "Y"
                     add 1                  to ws-csh-streak(ws-csh-idx)
                else
                     move 0                 to ws-csh-streak(ws-csh-idx)
                end-if
           end-if.
           if ws-csh-streak(ws-csh-idx) not < ws-short-streak-limit
                move ws-csh-id(ws-csh-idx)     to dl-csh-id
                move ws-csh-streak(ws-csh-idx) to dl-csh-streak
                write report-line        from ws-cashier-streak-line
                move "A8SL"                 to ex-program
                move ws-date                to ex-run-date
                move "1"                    to ex-severity
                move ws-csh-id(ws-csh-idx)  to ex-key
                move "CASHIER REPEATEDLY SHORT AT THE DRAWER"
                     to ex-reason
                perform 850-write-exception
           end-if.
      *
      * each store's cash take against what the bank saw: an
      * over/short line per store with the tolerance applied, a
      * short streak carried on the master, and a store short
       818-deposit-reconciliation.
           write report-line                from ws-blank-line.
           write report-line                from ws-deposit-header.
           move 7                           to ws-ckp-step.
           perform 860-begin-step.
           if not ws-step-skipped
                open output depshort-out-file
           end-if.
           perform varying ws-store-lst from 1 by 1
                until ws-store-lst > ws-store-count
                move ws-store-num-t(ws-store-lst) to ws-dep-idx
                perform 819-one-store-deposit thru 819-exit
           end-perform.
           if not ws-step-skipped
                close depshort-out-file
                perform 865-end-step
           end-if.
      *
       819-one-store-deposit.
           if ws-dep-seen(ws-dep-idx) not = "Y"
                move ws-dep-idx             to ex-key
                move "STORE REPEATEDLY SHORT ON CASH DEPOSITS"
                     to ex-reason
                perform 850-write-exception
           end-if.

           move ws-dep-idx                  to dso-store-num.
           move ws-short-streak(ws-dep-idx) to dso-short-streak.
           if not ws-step-skipped
                write depshort-out-line
           end-if.
       819-exit.
           exit.
      *
      * layaway accounts gone quiet -- forfeiture candidates, each
      * also written to the notice extract for the mailing
       820-layaway-aging.
           write report-line                from ws-blank-line.
           write report-line                from ws-lay-aged-header.
           move 8                           to ws-ckp-step.
           perform 860-begin-step.
           if not ws-step-skipped
                open output forf-notice-file
           end-if.
           perform varying ws-lay-idx from 1 by 1
                until ws-lay-idx > ws-lay-count
                if ws-lay-acct-open(ws-lay-idx)
                          move ws-lay-remaining(ws-lay-idx)
                               to fn-remaining
                          move ws-lay-days-idle to fn-idle-days
                          if not ws-step-skipped
                               write forf-notice-line
                          end-if
                     end-if
                end-if
           end-perform.
           if not ws-step-skipped
                close forf-notice-file
                perform 865-end-step
           end-if.
      *
      * what the chain owes on its gift cards -- every card still
      * holding a balance, how long it has sat, and the night's
      * activity
       822-gift-card-liability.
           write report-line                from ws-blank-line.
           write report-line                from ws-gc-header.
           perform 822-one-card
                varying ws-gc-idx from 1 by 1
                until ws-gc-idx > ws-gc-count.

           write report-line                from ws-blank-line.
           move "Activations:"              to dl-gc-act-label.
           move ws-gc-act-count             to dl-gc-act-count.
           move ws-gc-act-amt               to dl-gc-act-amt.
           write report-line                from ws-gc-activity-line.
           move "Reloads:"                  to dl-gc-act-label.
           move ws-gc-rel-count             to dl-gc-act-count.
           move ws-gc-rel-amt               to dl-gc-act-amt.
           write report-line                from ws-gc-activity-line.
           move "Redemptions:"              to dl-gc-act-label.
           move ws-gc-red-count             to dl-gc-act-count.
           move ws-gc-red-amt               to dl-gc-act-amt.
           write report-line                from ws-gc-activity-line.
           move ws-gc-over-count            to dl-gc-over-count.
           write report-line           from ws-gc-over-summary-line.

           move ws-gc-liab-amt              to dl-gc-liab-amt.
           move ws-gc-liab-cards            to dl-gc-liab-cards.
           move ws-gc-dorm-cards            to dl-gc-dorm-cards.
           move ws-gc-dorm-amt              to dl-gc-dorm-amt.
           write report-line                from ws-gc-liability-line.
      *
       822-one-card.
           if ws-gc-balance(ws-gc-idx) > 0
                call "A0DAYDIF" using ws-gc-last-date(ws-gc-idx),
                     ws-date, ws-gc-idle-days
                add 1                       to ws-gc-liab-cards
                add ws-gc-balance(ws-gc-idx) to ws-gc-liab-amt
                move "N"                    to ws-gc-dormant-sw
                if ws-gc-idle-days > ws-gc-dormant-days
                     set ws-gc-dormant      to true
                     add 1                  to ws-gc-dorm-cards
                     add ws-gc-balance(ws-gc-idx) to ws-gc-dorm-amt
                end-if
                move ws-gc-card(ws-gc-idx)      to dl-gc-card
                move ws-gc-store(ws-gc-idx)     to dl-gc-store
                move ws-gc-balance(ws-gc-idx)   to dl-gc-balance
                move ws-gc-last-date(ws-gc-idx) to dl-gc-last-date
                move ws-gc-idle-days            to dl-gc-idle
                if ws-gc-dormant
                     move "DORMANT"         to dl-gc-flag
                else
                     move spaces            to dl-gc-flag
                end-if
                write report-line           from ws-gc-card-line
           end-if.
      *
       824-write-gift-card-master.
           move 12                          to ws-ckp-step.
           perform 860-begin-step.
           if ws-step-skipped
                go to 824-exit
           end-if.
           open output giftcard-out-file.
           perform varying ws-gc-idx from 1 by 1
                until ws-gc-idx > ws-gc-count
                move ws-gc-card(ws-gc-idx)      to gco-card-num
                move ws-gc-store(ws-gc-idx)     to gco-store-num
                move ws-gc-activated(ws-gc-idx) to gco-activated-date
                move ws-gc-last-date(ws-gc-idx) to gco-last-date
                move ws-gc-balance(ws-gc-idx)   to gco-balance
                move ws-gc-loaded(ws-gc-idx)    to gco-loaded
                move ws-gc-redeemed(ws-gc-idx)  to gco-redeemed
                write giftcard-out-line
           end-perform.
           close giftcard-out-file.
           perform 865-end-step.
       824-exit.
           exit.
      *
      * one statement record per open account -- opening balance,
      * payments, remaining, last payment date, addressed by the
      * customer id the L transaction carried
       825-write-layaway-statements.
           move 9                           to ws-ckp-step.
           perform 860-begin-step.
           if ws-step-skipped
                go to 825-exit
           end-if.
           open output lay-stmt-file.
           perform varying ws-lay-idx from 1 by 1
                until ws-lay-idx > ws-lay-count
                end-if
           end-perform.
           close lay-stmt-file.
           perform 865-end-step.
       825-exit.
           exit.
      *
       830-write-layaway-master.
           move 10                          to ws-ckp-step.
           perform 860-begin-step.
           if ws-step-skipped
                go to 830-exit
           end-if.
           open output laymast-out-file.
           perform varying ws-lay-idx from 1 by 1
                until ws-lay-idx > ws-lay-count
                write laymast-out-line
           end-perform.
           close laymast-out-file.
           perform 865-end-step.
       830-exit.
           exit.
      *
       835-write-sales-log.
           move 11                          to ws-ckp-step.
           perform 860-begin-step.
           if ws-step-skipped
                go to 835-exit
           end-if.
           open output saleslog-out-file.
           perform varying ws-slg-idx from 1 by 1
                until ws-slg-idx > ws-slg-count
                move ws-slg-inv(ws-slg-idx)   to so-inv-number
                move ws-slg-date(ws-slg-idx)  to so-sale-date
                move ws-slg-pay(ws-slg-idx)   to so-orig-pay-type
                move ws-slg-salesperson(ws-slg-idx)
                     to so-salesperson-id
                write saleslog-out-line
           end-perform.
           close saleslog-out-file.
           perform 865-end-step.
       835-exit.
           exit.
      *
      * one SALESTOT record per store's S&L total, for A9RET's
      * return-rate-vs-sales and review-threshold checks
       840-write-sales-totals.
           move 1                           to ws-ckp-step.
           perform 860-begin-step.
           if ws-step-skipped
                go to 840-exit
           end-if.
           open output sales-totals-file.
           perform varying ws-store-lst from 1 by 1
                until ws-store-lst > ws-store-count
                write sales-totals-line
           end-perform.
           close sales-totals-file.
           perform 865-end-step.
       840-exit.
           exit.
      *
      * every EXCFILE entry goes through here.  a restart holds back
      * what the failed run already wrote: the entries for SLFILE
      * records up to its last checkpoint, and those of any end-of-
      * job step it finished
       850-write-exception.
           if ws-input-pass-done
                if not ws-step-skipped
                     write exception-line
                end-if
           else
                if ws-records-read > ws-restart-records
                     write exception-line
                end-if
           end-if.
      *
      * an end-of-job step the failed run already wrote is not
      * written again -- its section of the report still prints,
      * but its master or extract stands as the failed run left it
       860-begin-step.
           if ws-ckp-step not > ws-restart-step
                set ws-step-skipped         to true
                move ws-ckp-step-name(ws-ckp-step)
                                            to dl-skip-step-name
                write report-line           from ws-step-skip-line
           else
                move "N"                    to ws-step-skipped-sw
           end-if.
      *
       865-end-step.
           perform 185-put-checkpoint.
      *
       900-close-files.
           close input-file.
           close report-file.
           close restock-feed-file.
           close credit-redeem-file.
           close restart-note-file.
           close exception-file.
       end program A8SL.

