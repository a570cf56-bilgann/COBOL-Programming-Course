      *             exception instead of being counted held but
      *             never carried -- a money transaction must not
      *             vanish.
      * 2026-10-15  the POS transaction record is now 77 bytes --
      *             it carries the register and cashier id.
      * 2026-10-15  returns by employee: every R and E is tallied
      *             against the salesperson who processed it --
      *             returns, no-receipt returns, tender-mismatch
      *             refunds, store-credit refunds, and refunds on
      *             the clerk's own sale (SALESLOG now carries the
      *             original salesperson, 19 bytes).  an employee
      *             over the LPCTL ratio to their store's average,
      *             with the LPCTL minimum count, is flagged on
      *             the report and on the common EXCFILE for loss
      *             prevention.
      * 2026-10-15  the POS transaction record is now 93 bytes --
      *             it carries the gift-card number.
      * 2026-10-15  returns journal GL extract (GLRETURN): every
      *             refund paid tonight is journaled by store --
      *             sales returns and the sales tax given back
      *             against the refund tender, the restocking fee
      *             to fee income, a store-credit refund to the
      *             store-credit liability, and an exchange's price
      *             difference as revenue.  netted per store and
      *             account into the A3SCOMM GLFILE D/T layout and
      *             released only when debits equal credits.
      * 2026-10-15  a refund to LP, the loyalty-points redemption
      *             tender, is journaled to the loyalty liability
      *             account (LOYLIAB) instead of card receivable.
      * 2026-10-15  accounting period lock: a refund or exchange
      *             dated into a period Finance has closed
      *             (PERIODCTL, through the common A0PERCHK
      *             routine) posts on the first day of the open
      *             period -- including a held refund released
      *             after its period closed -- with an EXCFILE
      *             entry carrying its original date and a count
      *             on the report.
      * 2026-10-15  approval authority: APPRTRAN (now 18 bytes) names
      *             the manager who decided each held refund, who
      *             must hold refund-approval authority (REFA) on
      *             the USERAUTH master with a limit covering the
      *             refund, through the common A0USRCHK routine; a
      *             release by the employee who processed or rang
      *             the return is refused.  a refused decision
      *             leaves the refund held, prints on the report,
      *             and goes to EXCFILE.
      * 2026-10-15  GLRETURN is written every night, balanced or
      *             not, so last night's extract is never left for
      *             A0GLINTF to release again; an out-of-balance
      *             extract is held there on its debit/credit check.
      *
       environment division.
       configuration section.
      *
      * run return totals, written at end of job for the nightly
      * control-figures collector
      * employee loss-prevention thresholds -- optional
           select optional lp-ctl-file
               assign to LPCTL
               organization is sequential.
      *
           select ret-totals-file
               assign to RETTOT
               organization is sequential.
      *
      * returns journal GL posting extract, same D/T layout as the
      * A3SCOMM GLFILE -- store number in the region column
           select gl-extract-file
               assign to GLRETURN
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
       fd sales-log-file
           recording mode is F
           data record is sales-log-line
           record contains 19 characters.
      *
       01 sales-log-line.
           05 sl-inv-number                 pic 9(6).
           05 sl-sale-date                  pic 9(8).
           05 sl-orig-pay-type              pic xx.
           05 sl-salesperson-id             pic x(3).
      *
      * review-threshold control record -- single record holding the
      * return-rate-vs-sales percent that triggers the review flag
       fd suspense-in-file
           recording mode is F
           data record is suspense-in-line
           record contains 121 characters.
      *
       01 suspense-in-line.
           05 hi-tran-part                  pic x(93).
           05 hi-hold-reason                pic x(20).
           05 hi-hold-date                  pic 9(8).
      *
       fd suspense-out-file
           recording mode is F
           data record is suspense-out-line
           record contains 121 characters.
      *
       01 suspense-out-line.
           05 ho-tran-part                  pic x(93).
           05 ho-hold-reason                pic x(20).
           05 ho-hold-date                  pic 9(8).
      *
       fd approval-file
           recording mode is F
           data record is approval-line
           record contains 18 characters.
      *
       01 approval-line.
           05 ap-inv-num                    pic x(9).
           05 ap-action                     pic x.
                88 ap-approve               value "A".
                88 ap-deny                  value "D".
           05 ap-approver-id                pic x(8).
      *
      * customer credit record -- balance and issue/redemption
      * history per customer
       fd credit-redeem-file
           recording mode is F
           data record is credit-redeem-line
           record contains 93 characters.
      *
       01 credit-redeem-line.
           copy POSTRAN replacing ==:TAG:== by ==sr==.
           05 ph-purchase-dollars           pic 9(9)v99.
           05 ph-return-dollars             pic 9(9)v99.
      *
      * employee loss-prevention control record -- the percent of
      * the store average an employee must exceed, and the count
      * below which nobody is flagged however small the average
       fd lp-ctl-file
           recording mode is F
           data record is lp-ctl-line
           record contains 6 characters.
      *
       01 lp-ctl-line.
           05 lc-ratio-pct                  pic 9(3).
           05 lc-min-count                  pic 9(3).
      *
      * run return totals -- one record per run, with the held
      * and released-from-suspense figures the flow-through tie
      * needs
           05 rt-held-amount                pic 9(9)v99.
           05 rt-released-count             pic 9(6).
           05 rt-released-amount            pic 9(9)v99.
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
       fd report-file
           recording mode is F
       01 ws-suspense-table.
           05 ws-sus-count                  pic 9(3) value 0.
           05 ws-sus-entry occurs 200 times.
                10 ws-sus-tran              pic x(93).
                10 ws-sus-reason            pic x(20).
                10 ws-sus-date              pic 9(8).
                10 ws-sus-disp              pic x.
           05 ws-apt-entry occurs 200 times.
                10 ws-apt-inv               pic x(9).
                10 ws-apt-action            pic x.
                10 ws-apt-approver          pic x(8).
      *
       01 ws-hold-work.
           05 ws-sus-idx                    pic 9(3).
           05 dl-denied-inv                 pic x(9).
           05 filler                        pic x(4)
                value " ***".
      *
      *-----------------------------------------------
      *  APPROVAL AUTHORITY (USERAUTH VIA A0USRCHK)
      *-----------------------------------------------
       01 ws-auth-work.
           05 ws-auth-tran-type             pic x(4) value "REFA".
           05 ws-auth-amount                pic 9(7)v99.
           05 ws-auth-result                pic x.
                88 ws-auth-refused          value "N".
           05 ws-auth-reason                pic x(34).
           05 ws-auth-emp-no                pic x(3).
           05 ws-auth-rej-count             pic 9(3) value 0.
      *
       01 ws-appr-refused-line.
           05 filler                        pic x(2)
                value spaces.
           05 filler                        pic x(23)
                value "*** APPROVAL REFUSED:".
           05 dl-aref-inv                   pic x(9).
           05 filler                        pic x(1)
                value spaces.
           05 dl-aref-user                  pic x(8).
           05 filler                        pic x(1)
                value spaces.
           05 dl-aref-reason                pic x(34).
           05 filler                        pic x(4)
                value " ***".
      *
       01 ws-auth-summary-line.
           05 filler                        pic x(24)
                value "Approvals refused:".
           05 dl-auth-rej-count             pic zz9.
      *
       01 ws-hold-summary-line.
           05 filler                        pic x(14)
           05 dl-carried-count              pic zz9.
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
      *  CUSTOMER CREDIT MASTER (STORE-CREDIT REFUNDS)
      *-----------------------------------------------
       01 ws-credit-table.
           05 dl-crd-overdrawn-count        pic zzz9.
      *
      *-----------------------------------------------
      *  RETURNS BY EMPLOYEE (LOSS PREVENTION)
      *-----------------------------------------------
      * an employee is flagged on a measure over this percent of
      * the store's per-employee average, at or above the minimum
      * count -- LPCTL overrides both
       77 ws-lp-ratio-pct                   pic 9(3) value 200.
       77 ws-lp-min-count                   pic 9(3) value 3.
      *
       01 ws-lp-emp-table.
           05 ws-lpe-count                  pic 9(3) value 0.
           05 ws-lpe-entry occurs 500 times.
                10 ws-lpe-store             pic 99.
                10 ws-lpe-emp               pic x(3).
                10 ws-lpe-returns           pic 9(5).
                10 ws-lpe-no-receipt        pic 9(5).
                10 ws-lpe-tender            pic 9(5).
                10 ws-lpe-credit            pic 9(5).
                10 ws-lpe-own-sale          pic 9(5).
      *
      * per-store totals of the same measures, for the averages
       01 ws-lp-store-table.
           05 ws-lps-entry occurs 99 times.
                10 ws-lps-emp-count         pic 9(3) value 0.
                10 ws-lps-returns           pic 9(6) value 0.
                10 ws-lps-no-receipt        pic 9(6) value 0.
                10 ws-lps-tender            pic 9(6) value 0.
                10 ws-lps-credit            pic 9(6) value 0.
                10 ws-lps-own-sale          pic 9(6) value 0.
      *
       01 ws-lp-work.
           05 ws-lpe-idx                    pic 9(3).
           05 ws-lpe-found-idx              pic 9(3).
           05 ws-lpe-found-sw               pic x value "N".
                88 ws-lpe-found             value "Y".
           05 ws-lp-store                   pic 99.
           05 ws-lp-emp-val                 pic 9(5).
           05 ws-lp-store-tot               pic 9(6).
           05 ws-lp-store-avg               pic 9(6)v99.
           05 ws-lp-reason                  pic x(43).
           05 ws-lp-flag-sw                 pic x value "N".
                88 ws-lp-flagged            value "Y".
           05 ws-lp-flag-count              pic 9(3) value 0.
           05 ws-lpctl-eof-flag             pic x value "N".
           05 ws-lp-exc-key.
                10 filler                   pic x(6)
                     value "STORE ".
                10 ws-lpk-store             pic 99.
                10 filler                   pic x(5)
                     value " EMP ".
                10 ws-lpk-emp               pic x(3).
      *
       01 ws-lp-header                      pic x(40)
           value "----- RETURNS BY EMPLOYEE -----".
      *
       01 ws-lp-line.
           05 filler                        pic x(2)
                value spaces.
           05 filler                        pic x(7)
                value "Store:".
           05 dl-lp-store                   pic z9.
           05 filler                        pic x(6)
                value "  Emp:".
           05 dl-lp-emp                     pic x(3).
           05 filler                        pic x(6)
                value "  Ret:".
           05 dl-lp-returns                 pic zzz9.
           05 filler                        pic x(9)
                value "  NoRcpt:".
           05 dl-lp-no-receipt              pic zzz9.
           05 filler                        pic x(7)
                value "  Tndr:".
           05 dl-lp-tender                  pic zzz9.
           05 filler                        pic x(9)
                value "  Credit:".
           05 dl-lp-credit                  pic zzz9.
           05 filler                        pic x(6)
                value "  Own:".
           05 dl-lp-own-sale                pic zzz9.
           05 filler                        pic x(2)
                value spaces.
           05 dl-lp-flag                    pic x(6).
      *
       01 ws-lp-summary-line.
           05 filler                        pic x(2)
                value spaces.
           05 filler                        pic x(24)
                value "Employees for review:".
           05 dl-lp-flag-count              pic zz9.
      *
      *-----------------------------------------------
      *  RESTOCKING-FEE SCHEDULE & WORK FIELDS
      *-----------------------------------------------
       01 ws-fee-sched-table.
           05 dl-total-fees                 pic $$$,$$9.99.
      *
      *-----------------------------------------------
      *  RETURNS JOURNAL -- NET DEBIT (+) OR CREDIT (-) BY
      *  STORE AND ACCOUNT, RELEASED TO GLRETURN AT END OF JOB
      *-----------------------------------------------
      * the accounts, in subscript order:
      *   1 CASH      cash on hand (tender CA)
      *   2 CARDRCV   card receivable (CR, DB, any other tender)
      *   3 STCRLIAB  store-credit liability (tender SC)
      *   4 GCLIAB    gift-card liability (tender GC)
      *   5 SALESRET  sales returns
      *   6 SALESTAX  sales tax payable
      *   7 RSTKFEE   restocking fee income
      *   8 SALESREV  merchandise sales revenue (exchanges)
      *   9 LOYLIAB   loyalty-points liability (tender LP)
       01 ws-gl-account-names.
           05 filler                        pic x(8) value "CASH".
           05 filler                        pic x(8) value "CARDRCV".
           05 filler                        pic x(8) value "STCRLIAB".
           05 filler                        pic x(8) value "GCLIAB".
           05 filler                        pic x(8) value "SALESRET".
           05 filler                        pic x(8) value "SALESTAX".
           05 filler                        pic x(8) value "RSTKFEE".
           05 filler                        pic x(8) value "SALESREV".
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
      *  RECOGNIZED-STORE LIST (FROM STOREMST) AND THE
      *  PER-STORE RETURN ACCUMULATOR TABLE
      *-----------------------------------------------
                10 ws-sl-inv-num            pic 9(6).
                10 ws-sl-sale-date          pic 9(8).
                10 ws-sl-orig-pay           pic xx.
                10 ws-sl-salesperson        pic x(3).
      *
       01 ws-sales-log-lookup.
           05 ws-sl-idx                     pic 999.
                10 ws-msd-month             pic 9(2).
                10 ws-msd-day               pic 9(2).
           05 ws-matched-pay-type           pic xx.
           05 ws-matched-salesperson        pic x(3).
      *
       01 ws-return-date-work               pic 9(8).
       01 ws-return-date-r redefines ws-return-date-work.
           perform 148-load-approval-controls.
           perform 146-load-credit-master.
           perform 144-load-purchase-history.
           perform 141-load-lp-thresholds.
           perform 150-report-header.
           perform 320-process-suspense.
           perform 200-read-file.
           perform 860-process-redemptions.
           perform 800-summary-files.
           perform 830-serial-return-report.
           perform 825-employee-review.
           perform 840-write-customer-returns.
           perform 845-write-suspense.
           perform 865-credit-aging-report.
           perform 870-write-credit-master.
           perform 850-write-ret-totals.
           perform 855-gl-posting-extract.
           perform 900-close-files.

           if ws-salestot-read-count = 0
               to ws-sl-sale-date(ws-sales-log-count).
           move sl-orig-pay-type
               to ws-sl-orig-pay(ws-sales-log-count).
           move sl-salesperson-id
               to ws-sl-salesperson(ws-sales-log-count).
           perform 122-read-sales-log.
      *
      * review-threshold control record -- a missing/empty file keeps
           move fs-fee-min        to ws-fee-min(ws-fee-count).
           perform 142-read-fee-sched.
      *
      * LPCTL absent or empty -- keep the built-in defaults
       141-load-lp-thresholds.
           open input lp-ctl-file.
           read lp-ctl-file
                at end move ws-eof-y        to ws-lpctl-eof-flag.
           if ws-lpctl-eof-flag not equal to ws-eof-y
                move lc-ratio-pct           to ws-lp-ratio-pct
                move lc-min-count           to ws-lp-min-count
           end-if.
           close lp-ctl-file.
      *
      * CUSTCTL absent or empty -- keep the built-in defaults
       143-load-cust-thresholds.
           open input cust-ctl-file.
                add 1                       to ws-apt-count
                move ap-inv-num        to ws-apt-inv(ws-apt-count)
                move ap-action         to ws-apt-action(ws-apt-count)
                move ap-approver-id    to ws-apt-approver(ws-apt-count)
           end-if.
           perform 149-read-approval.
      *
                until ws-apt-idx > ws-apt-count
                if ws-apt-inv(ws-apt-idx) =
                     ws-sus-tran(ws-sus-idx) (13:9)
                     perform 324-check-approver
                     if not ws-auth-refused
                          if ws-apt-action(ws-apt-idx) = "A"
                               move "R" to ws-sus-disp(ws-sus-idx)
                          end-if
                          if ws-apt-action(ws-apt-idx) = "D"
                               move "D" to ws-sus-disp(ws-sus-idx)
                          end-if
                     end-if
                end-if
           end-perform.
                     add 1                  to ws-carried-count
           end-evaluate.
      *
      * the manager deciding a held refund must hold refund-
      * approval authority up to its amount, and may not release
      * a return they processed or rang themselves -- a refused
      * decision leaves the refund held
       324-check-approver.
           move ws-sus-tran(ws-sus-idx)     to input-line.
           move 0                           to ws-auth-amount.
           if ws-apt-action(ws-apt-idx) = "A"
                and il-tran-amt is numeric
                move il-tran-amt            to ws-auth-amount
           end-if.
           call "A0USRCHK" using ws-apt-approver(ws-apt-idx),
                ws-auth-tran-type, ws-auth-amount, ws-auth-result,
                ws-auth-reason, ws-auth-emp-no.
           if not ws-auth-refused
                and ws-apt-action(ws-apt-idx) = "A"
                and ws-auth-emp-no not = spaces
                and (ws-auth-emp-no = il-salesperson-id
                     or ws-auth-emp-no = il-cashier-id)
                move "N"                    to ws-auth-result
                move "APPROVER PROCESSED THE RETURN"
                                            to ws-auth-reason
           end-if.
           if ws-auth-refused
                add 1                       to ws-auth-rej-count
                move ws-apt-inv(ws-apt-idx) to dl-aref-inv
                move ws-apt-approver(ws-apt-idx) to dl-aref-user
                move ws-auth-reason         to dl-aref-reason
                write report-line           from ws-appr-refused-line
                move "A9RET"                to ex-program
                move ws-date                to ex-run-date
                move "2"                    to ex-severity
                move ws-apt-inv(ws-apt-idx) to ex-key
                move ws-auth-reason         to ex-reason
                write exception-line
           end-if.
      *
      * should this refund pay out tonight, or wait for a
      * manager?  over the limit, unmatched, or tender-swapped
      * refunds go to suspense before any money moves
                move 0                      to ws-line-ctr
           end-if.

      *    the employee tally is taken the night the return is
      *    keyed -- a held refund released later is not counted
      *    again
           if not ws-releasing-held
                perform 460-track-employee-return thru 460-exit
           end-if.

      *    a refund needing approval is held before any money
      *    moves -- unless this pass is releasing an approved one
           if il-tran-code = "R"
                end-if
           end-if.

           perform 452-check-closed-period.
           perform 410-accum-r-store.
           perform 700-return-process.
       450-exit.
           exit.
      *
      * money moves only from here on -- a return dated into a
      * closed accounting period posts on the first day of the
      * open period instead
       452-check-closed-period.
           call "A0PERCHK" using il-business-date, ws-per-post-date,
                ws-per-closed.
           if ws-per-date-closed
                add 1                       to ws-per-adj-count
                move il-business-date       to ws-par-orig-date
                move ws-per-post-date       to ws-par-post-date
                move "A9RET"                to ex-program
                move ws-date                to ex-run-date
                move "2"                    to ex-severity
                move il-inv-num             to ex-key
                move ws-period-adj-reason   to ex-reason
                write exception-line
                move ws-per-post-date       to il-business-date
           end-if.
      *
      * the employee who processed the return, by store: every R
      * and E is a return processed; a refund (R) is also tested
      * for no receipt, a tender swap (store credit is a change
      * made on purpose, as in 703), store credit, and a refund
      * on a sale the same employee rang
       460-track-employee-return.
           if il-salesperson-id = spaces
                or (not il-code-R and not il-code-E)
                go to 460-exit
           end-if.
           perform 109-check-store-valid.
           if not ws-store-valid
                go to 460-exit
           end-if.

           move "N"                         to ws-lpe-found-sw.
           move 0                           to ws-lpe-found-idx.
           perform varying ws-lpe-idx from 1 by 1
                until ws-lpe-idx > ws-lpe-count
                    or ws-lpe-found
                if ws-lpe-store(ws-lpe-idx) = il-store-num
                     and ws-lpe-emp(ws-lpe-idx) = il-salesperson-id
                     move ws-lpe-idx        to ws-lpe-found-idx
                     set ws-lpe-found       to true
                end-if
           end-perform.
           if not ws-lpe-found
                if ws-lpe-count not < 500
                     go to 460-exit
                end-if
                add 1                       to ws-lpe-count
                move ws-lpe-count           to ws-lpe-found-idx
                move il-store-num   to ws-lpe-store(ws-lpe-found-idx)
                move il-salesperson-id
                     to ws-lpe-emp(ws-lpe-found-idx)
                move 0      to ws-lpe-returns(ws-lpe-found-idx)
                move 0      to ws-lpe-no-receipt(ws-lpe-found-idx)
                move 0      to ws-lpe-tender(ws-lpe-found-idx)
                move 0      to ws-lpe-credit(ws-lpe-found-idx)
                move 0      to ws-lpe-own-sale(ws-lpe-found-idx)
           end-if.

           add 1            to ws-lpe-returns(ws-lpe-found-idx).
           if not il-code-R
                go to 460-exit
           end-if.

           if il-pay-type = "SC"
                add 1       to ws-lpe-credit(ws-lpe-found-idx)
           end-if.

      *    no SALESLOG on file -- nothing to match, as in 720
           if ws-sales-log-count = 0
                go to 460-exit
           end-if.
           move "N"                         to ws-sale-found-sw.
           move spaces                      to ws-matched-pay-type.
           move spaces                      to ws-matched-salesperson.
           perform 722-search-sales-log
                varying ws-sl-idx from 1 by 1
                until ws-sl-idx > ws-sales-log-count
                   or ws-sale-found.
           if not ws-sale-found
                add 1       to ws-lpe-no-receipt(ws-lpe-found-idx)
                go to 460-exit
           end-if.
           if ws-matched-pay-type not = spaces
                and il-pay-type not = ws-matched-pay-type
                and il-pay-type not = "SC"
                add 1       to ws-lpe-tender(ws-lpe-found-idx)
           end-if.
           if ws-matched-salesperson = il-salesperson-id
                add 1       to ws-lpe-own-sale(ws-lpe-found-idx)
           end-if.
       460-exit.
           exit.
      *
       405-tax-owing.
           compute ws-tax-owing = il-tran-amt * ws-tax-amount.
                perform 710-classify-reason
                perform 720-check-return-match thru 720-exit
           end-if.
           perform 730-accum-gl-postings thru 730-exit.
      *
      * the journal pair(s) for this refund or exchange, by store
      * -- a debit adds to the account's net, a credit takes from
      * it, so every line nets to zero across its accounts
       730-accum-gl-postings.
           if not ws-store-valid
                go to 730-exit
           end-if.
           perform 731-gl-tender-account.

           evaluate true
      *         a store-credit refund: the net refund is owed to
      *         the customer's credit balance, and the sale's tax
      *         stays with it
                when il-code-R and il-pay-type = "SC"
                     if il-customer-id = spaces
                          go to 730-exit
                     end-if
                     move il-tran-amt       to ws-gl-post-amt
                     move 5                 to ws-gl-acct-idx
                     perform 732-gl-debit
                     move ws-net-refund     to ws-gl-post-amt
                     move 3                 to ws-gl-acct-idx
                     perform 733-gl-credit
                     move ws-restock-fee    to ws-gl-post-amt
                     move 7                 to ws-gl-acct-idx
                     perform 733-gl-credit
      *         a refund pays the net amount and its tax back out
      *         through the tender; the fee is kept
                when il-code-R
                     move il-tran-amt       to ws-gl-post-amt
                     move 5                 to ws-gl-acct-idx
                     perform 732-gl-debit
                     move ws-tax-owing      to ws-gl-post-amt
                     move 6                 to ws-gl-acct-idx
                     perform 732-gl-debit
                     compute ws-gl-post-amt =
                          ws-net-refund + ws-tax-owing
                     move ws-gl-tender-idx  to ws-gl-acct-idx
                     perform 733-gl-credit
                     move ws-restock-fee    to ws-gl-post-amt
                     move 7                 to ws-gl-acct-idx
                     perform 733-gl-credit
      *         an exchange collects its price difference and tax
                when il-code-E
                     compute ws-gl-post-amt =
                          il-tran-amt + ws-tax-owing
                     move ws-gl-tender-idx  to ws-gl-acct-idx
                     perform 732-gl-debit
                     move il-tran-amt       to ws-gl-post-amt
                     move 8                 to ws-gl-acct-idx
                     perform 733-gl-credit
                     move ws-tax-owing      to ws-gl-post-amt
                     move 6                 to ws-gl-acct-idx
                     perform 733-gl-credit
           end-evaluate.
       730-exit.
           exit.
      *
       731-gl-tender-account.
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
       732-gl-debit.
           add ws-gl-post-amt
                to ws-gl-net(il-store-num, ws-gl-acct-idx).
      *
       733-gl-credit.
           subtract ws-gl-post-amt
                from ws-gl-net(il-store-num, ws-gl-acct-idx).
      *
      * every return joins the rolling customer-returns master;
      * the run date is the latest return date seen, for the
                    to ws-matched-sale-date
                move ws-sl-orig-pay(ws-sl-idx)
                    to ws-matched-pay-type
                move ws-sl-salesperson(ws-sl-idx)
                    to ws-matched-salesperson
           end-if.
      *
      * true calendar days between the original sale and the
           move ws-carried-count            to dl-carried-count.
           write report-line                from ws-hold-summary-line.

           move ws-per-adj-count            to dl-padj-count.
           write report-line           from ws-period-adj-summary-line.

           move ws-auth-rej-count           to dl-auth-rej-count.
           write report-line                from ws-auth-summary-line.

           perform 820-review-stores.
      *
      * return amount as a percent of that store's A8SL Sales &
                end-if
           end-perform.
      *
      * each employee against the average employee at the same
      * store: a measure over ws-lp-ratio-pct of the average, and
      * at least ws-lp-min-count, goes to loss prevention
       825-employee-review.
           write report-line                from ws-blank-line.
           write report-line                from ws-lp-header.
           perform varying ws-lpe-idx from 1 by 1
                until ws-lpe-idx > ws-lpe-count
                move ws-lpe-store(ws-lpe-idx) to ws-lp-store
                add 1            to ws-lps-emp-count(ws-lp-store)
                add ws-lpe-returns(ws-lpe-idx)
                     to ws-lps-returns(ws-lp-store)
                add ws-lpe-no-receipt(ws-lpe-idx)
                     to ws-lps-no-receipt(ws-lp-store)
                add ws-lpe-tender(ws-lpe-idx)
                     to ws-lps-tender(ws-lp-store)
                add ws-lpe-credit(ws-lpe-idx)
                     to ws-lps-credit(ws-lp-store)
                add ws-lpe-own-sale(ws-lpe-idx)
                     to ws-lps-own-sale(ws-lp-store)
           end-perform.
           perform 826-one-employee
                varying ws-lpe-idx from 1 by 1
                until ws-lpe-idx > ws-lpe-count.
           move ws-lp-flag-count            to dl-lp-flag-count.
           write report-line                from ws-lp-summary-line.
      *
       826-one-employee.
           move "N"                         to ws-lp-flag-sw.
           move ws-lpe-store(ws-lpe-idx)    to ws-lp-store.
           move ws-lp-store                 to ws-lpk-store.
           move ws-lpe-emp(ws-lpe-idx)      to ws-lpk-emp.

           move ws-lpe-returns(ws-lpe-idx)  to ws-lp-emp-val.
           move ws-lps-returns(ws-lp-store) to ws-lp-store-tot.
           move "EMPLOYEE RETURNS OVER STORE AVERAGE"
                to ws-lp-reason.
           perform 827-test-measure.

           move ws-lpe-no-receipt(ws-lpe-idx) to ws-lp-emp-val.
           move ws-lps-no-receipt(ws-lp-store) to ws-lp-store-tot.
           move "EMPLOYEE NO-RECEIPT RETURNS OVER STORE AVG"
                to ws-lp-reason.
           perform 827-test-measure.

           move ws-lpe-tender(ws-lpe-idx)   to ws-lp-emp-val.
           move ws-lps-tender(ws-lp-store)  to ws-lp-store-tot.
           move "EMPLOYEE TENDER-MISMATCH REFUNDS OVER AVG"
                to ws-lp-reason.
           perform 827-test-measure.

           move ws-lpe-credit(ws-lpe-idx)   to ws-lp-emp-val.
           move ws-lps-credit(ws-lp-store)  to ws-lp-store-tot.
           move "EMPLOYEE STORE-CREDIT REFUNDS OVER AVG"
                to ws-lp-reason.
           perform 827-test-measure.

           move ws-lpe-own-sale(ws-lpe-idx) to ws-lp-emp-val.
           move ws-lps-own-sale(ws-lp-store) to ws-lp-store-tot.
           move "EMPLOYEE REFUNDS ON OWN SALES OVER AVG"
                to ws-lp-reason.
           perform 827-test-measure.

           move ws-lp-store                 to dl-lp-store.
           move ws-lpe-emp(ws-lpe-idx)      to dl-lp-emp.
           move ws-lpe-returns(ws-lpe-idx)  to dl-lp-returns.
           move ws-lpe-no-receipt(ws-lpe-idx) to dl-lp-no-receipt.
           move ws-lpe-tender(ws-lpe-idx)   to dl-lp-tender.
           move ws-lpe-credit(ws-lpe-idx)   to dl-lp-credit.
           move ws-lpe-own-sale(ws-lpe-idx) to dl-lp-own-sale.
           if ws-lp-flagged
                move "REVIEW"               to dl-lp-flag
                add 1                       to ws-lp-flag-count
           else
                move spaces                 to dl-lp-flag
           end-if.
           write report-line                from ws-lp-line.
      *
      * one measure for the current employee against the store's
      * per-employee average
       827-test-measure.
           compute ws-lp-store-avg rounded =
                ws-lp-store-tot / ws-lps-emp-count(ws-lp-store).
           if ws-lp-emp-val not < ws-lp-min-count
                and (ws-lp-emp-val * 100) >
                     (ws-lp-store-avg * ws-lp-ratio-pct)
                set ws-lp-flagged           to true
                move "A9RET"                to ex-program
                move ws-date                to ex-run-date
                move "1"                    to ex-severity
                move ws-lp-exc-key          to ex-key
                move ws-lp-reason           to ex-reason
                write exception-line
           end-if.
      *
      * sum the window per customer (calendar days, same routine
      * as 724-calc-days-elapsed) and flag the serial returners
       830-serial-return-report.
           write ret-totals-line.
           close ret-totals-file.
      *
      * the returns journal: one net posting per store and
      * account.  the extract is always written, so a stale one is
      * never left in place; out of balance, A0GLINTF holds it out
      * of the journal on its own debit/credit check
       855-gl-posting-extract.
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

           perform 856-release-gl-extract.
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
       856-release-gl-extract.
           open output gl-extract-file.
           perform varying ws-gl-store-idx from 1 by 1
                until ws-gl-store-idx > 99
                perform varying ws-gl-acct-idx from 1 by 1
                     until ws-gl-acct-idx > 9
                     if ws-gl-net(ws-gl-store-idx, ws-gl-acct-idx)
                          not = 0
                          perform 857-write-gl-posting
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
      *
       857-write-gl-posting.
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
      * redemptions presented at sale time, validated against the
      * balance the master carries
       860-process-redemptions.
