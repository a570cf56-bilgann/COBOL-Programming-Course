       identification division.
       program-id. A8SETREC.
       date-written. October 15, 2026.
       author. Bilgan Kiris.
      *Description: card processor settlement reconciliation.  the
      *SETTLEXT extract A8SL writes each night says what every
      *store should be funded for each card tender on the business
      *date; the processor's PROCFUND settlement/funding file says
      *what it actually funded, less the fees it withheld.  the two
      *are matched by store, business date, and card tender, and
      *each settlement day reports as:
      *    MATCHED       funded gross within the SETRCTL tolerance
      *    SHORT-FUNDED  funded gross below the settled gross
      *    OVER-FUNDED   funded gross above the settled gross
      *    UNFUNDED      nothing funded for it yet
      *a day the processor has not funded stays on the SETOPNI/
      *SETOPNO open-settlement master and is matched again the next
      *night, since SETTLEXT itself is rewritten every night.  a day
      *still unfunded past the SETRCTL limit, and every processor
      *chargeback record, lands on the common EXCFILE.  funding
      *that matches no settlement day reports as NO SETTLEMENT.
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
      * tonight's card settlement extract from A8SL
           select optional settle-extract-file
                assign to SETTLEXT
                organization is sequential.
      *
      * open settlement days carried from earlier runs -- optional
           select optional setopen-in-file
                assign to SETOPNI
                organization is sequential.
      *
      * open settlement days, updated by this run
           select setopen-out-file
                assign to SETOPNO
                organization is sequential.
      *
      * processor settlement/funding file -- optional
           select optional proc-fund-file
                assign to PROCFUND
                organization is sequential.
      *
      * unfunded-day limit and funding tolerance -- optional
           select optional settle-ctl-file
                assign to SETRCTL
                organization is sequential.
      *
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
       fd settle-extract-file
           recording mode is F
           data record is settle-extract-line
           record contains 40 characters.
      *
       01 settle-extract-line.
           05 se-rec-type               pic x.
                88 se-detail            value "D".
                88 se-trailer           value "T".
           05 se-store-num              pic 99.
           05 se-business-date          pic 9(8).
           05 se-tender                 pic xx.
           05 se-tran-count             pic 9(6).
           05 se-gross-amt              pic 9(9)v99.
           05 se-tax-amt                pic 9(8)v99.
      *
       01 se-trailer-redef redefines settle-extract-line.
           05 filler                    pic x.
           05 se-trl-count              pic 9(6).
           05 se-trl-gross              pic 9(11)v99.
           05 se-trl-tax                pic 9(9)v99.
           05 filler                    pic x(9).
      *
       fd setopen-in-file
           recording mode is F
           data record is setopen-in-line
           record contains 40 characters.
      *
       01 setopen-in-line.
           05 oi-store-num              pic 99.
           05 oi-business-date          pic 9(8).
           05 oi-tender                 pic xx.
           05 oi-tran-count             pic 9(6).
           05 oi-gross-amt              pic 9(9)v99.
           05 oi-tax-amt                pic 9(8)v99.
           05 oi-flagged                pic x.
      *
       fd setopen-out-file
           recording mode is F
           data record is setopen-out-line
           record contains 40 characters.
      *
       01 setopen-out-line.
           05 oo-store-num              pic 99.
           05 oo-business-date          pic 9(8).
           05 oo-tender                 pic xx.
           05 oo-tran-count             pic 9(6).
           05 oo-gross-amt              pic 9(9)v99.
           05 oo-tax-amt                pic 9(8)v99.
           05 oo-flagged                pic x.
      *
      * one record per store, business date, and card tender the
      * processor funded (F), or per chargeback it took back (C);
      * gross is the amount settled or charged back, net is gross
      * less the fee withheld
       fd proc-fund-file
           recording mode is F
           data record is proc-fund-line
           record contains 70 characters.
      *
       01 proc-fund-line.
           05 pf-rec-type               pic x.
                88 pf-funding           value "F".
                88 pf-chargeback        value "C".
           05 pf-store-num              pic 99.
           05 pf-business-date          pic 9(8).
           05 pf-tender                 pic xx.
           05 pf-funded-date            pic 9(8).
           05 pf-gross-amt              pic 9(9)v99.
           05 pf-fee-amt                pic 9(7)v99.
           05 pf-net-amt                pic 9(9)v99.
           05 pf-reference              pic x(12).
           05 filler                    pic x(6).
      *
       fd settle-ctl-file
           recording mode is F
           data record is settle-ctl-line
           record contains 10 characters.
      *
       01 settle-ctl-line.
           05 sc-unfunded-days          pic 9(3).
           05 sc-fund-tolerance         pic 9(5)v99.
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
           record contains 120 characters.
       01 report-line                   pic x(120).
      *
       working-storage section.
      *
       01 ws-title.
           05 filler                    pic x(15)
                value spaces.
           05 ws-title-name             pic x(40)
                value "Card Processor Settlement Reconciliation".
           05 filler                    pic x(2)
                value spaces.
           05 filler                    pic x(10)
                value "RUN DATE:".
           05 ws-title-date             pic 9(8).
      *
       01 ws-column-header.
           05 filler                    pic x(7)
                value "STORE".
           05 filler                    pic x(10)
                value "BUS DATE".
           05 filler                    pic x(8)
                value "TENDER".
           05 filler                    pic x(15)
                value "SETTLED".
           05 filler                    pic x(15)
                value "FUNDED".
           05 filler                    pic x(15)
                value "DIFFERENCE".
           05 filler                    pic x(13)
                value "FEES".
           05 filler                    pic x(15)
                value "NET FUNDED".
           05 filler                    pic x(6)
                value "DAYS".
           05 filler                    pic x(13)
                value "STATUS".
      *
       01 ws-detail-line.
           05 filler                    pic x(2)
                value spaces.
           05 dl-store-num              pic 99.
           05 filler                    pic x(3)
                value spaces.
           05 dl-business-date          pic 9(8).
           05 filler                    pic x(4)
                value spaces.
           05 dl-tender                 pic xx.
           05 filler                    pic x(2)
                value spaces.
           05 dl-settled                pic z(8)9.99.
           05 filler                    pic x(2)
                value spaces.
           05 dl-funded                 pic z(8)9.99.
           05 filler                    pic x(1)
                value spaces.
           05 dl-difference             pic -z(8)9.99.
           05 filler                    pic x(2)
                value spaces.
           05 dl-fees                   pic z(6)9.99.
           05 filler                    pic x(2)
                value spaces.
           05 dl-net                    pic z(8)9.99.
           05 filler                    pic x(2)
                value spaces.
           05 dl-days                   pic zzz9.
           05 filler                    pic x(2)
                value spaces.
           05 dl-status                 pic x(13).
      *
       01 ws-chargeback-header.
           05 filler                    pic x(40)
                value "----- PROCESSOR CHARGEBACKS -----".
      *
       01 ws-chargeback-col-header.
           05 filler                    pic x(7)
                value "STORE".
           05 filler                    pic x(10)
                value "BUS DATE".
           05 filler                    pic x(8)
                value "TENDER".
           05 filler                    pic x(15)
                value "CHARGEBACK".
           05 filler                    pic x(13)
                value "FEES".
           05 filler                    pic x(12)
                value "REFERENCE".
      *
       01 ws-chargeback-line.
           05 filler                    pic x(2)
                value spaces.
           05 dl-cb-store-num           pic 99.
           05 filler                    pic x(3)
                value spaces.
           05 dl-cb-business-date       pic 9(8).
           05 filler                    pic x(4)
                value spaces.
           05 dl-cb-tender              pic xx.
           05 filler                    pic x(2)
                value spaces.
           05 dl-cb-amount              pic z(8)9.99.
           05 filler                    pic x(2)
                value spaces.
           05 dl-cb-fees                pic z(6)9.99.
           05 filler                    pic x(3)
                value spaces.
           05 dl-cb-reference           pic x(12).
      *
       01 ws-summary-header.
           05 filler                    pic x(40)
                value "----- RECONCILIATION SUMMARY -----".
      *
       01 ws-summary-line.
           05 filler                    pic x(2)
                value spaces.
           05 dl-sum-label              pic x(30).
           05 dl-sum-count              pic zzzzz9.
           05 filler                    pic x(2)
                value spaces.
           05 dl-sum-amount             pic z(9)9.99.
      *
       01 ws-out-of-balance-line.
           05 filler                    pic x(40)
                value "** SETTLEXT DETAIL DOES NOT FOOT TO ITS ".
           05 filler                    pic x(20)
                value "TRAILER -- GROSS ".
           05 dl-oob-detail             pic z(10)9.99.
           05 filler                    pic x(10)
                value " TRAILER ".
           05 dl-oob-trailer            pic z(10)9.99.
      *
       01 ws-trailer-line.
           05 filler                    pic x(20)
                value "Settlement Read:".
           05 dl-settle-read            pic zzzzz9.
           05 filler                    pic x(20)
                value "  Carried Open:".
           05 dl-open-read              pic zzzzz9.
           05 filler                    pic x(20)
                value "  Processor Read:".
           05 dl-proc-read              pic zzzzz9.
           05 filler                    pic x(16)
                value "  Bad Records:".
           05 dl-bad-count              pic zzzzz9.
      *
      *-----------------------------------------------
      *  SETTLEMENT DAYS -- CARRIED OPEN PLUS TONIGHT'S
      *-----------------------------------------------
       01 ws-settle-table.
           05 ws-stl-count              pic 9(5) value 0.
           05 ws-stl-entry occurs 3000 times.
                10 ws-stl-store         pic 99.
                10 ws-stl-bizdate       pic 9(8).
                10 ws-stl-tender        pic xx.
                10 ws-stl-tran-count    pic 9(6).
                10 ws-stl-gross         pic 9(9)v99.
                10 ws-stl-tax           pic 9(8)v99.
                10 ws-stl-flagged       pic x.
                10 ws-stl-funded-sw     pic x.
                     88 ws-stl-funded   value "Y".
                10 ws-stl-fund-gross    pic 9(9)v99.
                10 ws-stl-fund-fees     pic 9(7)v99.
                10 ws-stl-fund-net      pic 9(9)v99.
       77 ws-stl-max                    pic 9(5) value 3000.
      *
      * unfunded-day limit and funding tolerance -- SETRCTL
      * overrides
       77 ws-unfunded-days-limit        pic 999 value 3.
       77 ws-fund-tolerance             pic 9(5)v99 value 0.00.
      *
       01 ws-work.
           05 ws-stl-idx                pic 9(5).
           05 ws-found-idx              pic 9(5).
           05 ws-difference             pic s9(9)v99.
           05 ws-abs-difference         pic 9(9)v99.
           05 ws-days-unfunded          pic s9(5).
           05 ws-days-edit              pic zzz9.
           05 ws-amount-edit            pic z(8)9.99.
           05 ws-detail-gross           pic 9(11)v99 value 0.
           05 ws-trailer-gross          pic 9(11)v99 value 0.
           05 ws-trailer-seen           pic x value "N".
           05 ws-out-of-balance         pic x value "N".
           05 ws-find-store             pic 99.
           05 ws-find-bizdate           pic 9(8).
           05 ws-find-tender            pic xx.
      *
       01 ws-counts.
           05 ws-settle-read            pic 9(6) value 0.
           05 ws-open-read              pic 9(6) value 0.
           05 ws-proc-read              pic 9(6) value 0.
           05 ws-bad-count              pic 9(6) value 0.
           05 ws-matched-count          pic 9(6) value 0.
           05 ws-matched-amt            pic 9(9)v99 value 0.
           05 ws-short-count            pic 9(6) value 0.
           05 ws-short-amt              pic 9(9)v99 value 0.
           05 ws-over-count             pic 9(6) value 0.
           05 ws-over-amt               pic 9(9)v99 value 0.
           05 ws-unfunded-count         pic 9(6) value 0.
           05 ws-unfunded-amt           pic 9(9)v99 value 0.
           05 ws-aged-count             pic 9(6) value 0.
           05 ws-nosettle-count         pic 9(6) value 0.
           05 ws-nosettle-amt           pic 9(9)v99 value 0.
           05 ws-chargeback-count       pic 9(6) value 0.
           05 ws-chargeback-amt         pic 9(9)v99 value 0.
           05 ws-fees-withheld          pic 9(9)v99 value 0.
      *
      * funding that matched no settlement day, held until the
      * settlement days have all been reported
       01 ws-nosettle-table.
           05 ws-nos-count              pic 9(4) value 0.
           05 ws-nos-entry occurs 1000 times.
                10 ws-nos-store         pic 99.
                10 ws-nos-bizdate       pic 9(8).
                10 ws-nos-tender        pic xx.
                10 ws-nos-gross         pic 9(9)v99.
                10 ws-nos-fees          pic 9(7)v99.
                10 ws-nos-net           pic 9(9)v99.
       77 ws-nos-max                    pic 9(4) value 1000.
       77 ws-nos-idx                    pic 9(4).
      *
      * chargebacks, held for their own section of the report
       01 ws-chargeback-table.
           05 ws-cbk-count              pic 9(4) value 0.
           05 ws-cbk-entry occurs 1000 times.
                10 ws-cbk-store         pic 99.
                10 ws-cbk-bizdate       pic 9(8).
                10 ws-cbk-tender        pic xx.
                10 ws-cbk-amount        pic 9(9)v99.
                10 ws-cbk-fees          pic 9(7)v99.
                10 ws-cbk-reference     pic x(12).
       77 ws-cbk-max                    pic 9(4) value 1000.
       77 ws-cbk-idx                    pic 9(4).
      *
       01 ws-file.
           05 ws-eof-y                  pic x value "Y".
           05 ws-settle-eof-flag        pic x value "N".
           05 ws-setopen-eof-flag       pic x value "N".
           05 ws-proc-eof-flag          pic x value "N".
           05 ws-setrctl-eof-flag       pic x value "N".
      *
      *-----------------------------------------------
      *  CURRENT DATETIME CODE FROM IBM DOCUMENTATION
      *-----------------------------------------------
       01 ws-current-date.
           05 ws-date                   pic 9(8).
           05 ws-time                   pic 9(8).
           05 ws-GMT-offset             pic s9(4).
      *
       procedure division.
       000-main.
      *
           perform 100-open-files.
           perform 110-load-control.
           perform 120-load-open-days.
           perform 130-load-settlement.
           perform 200-read-funding.
           perform 400-apply-one-funding
                until ws-proc-eof-flag is equal to ws-eof-y.
           perform 150-report-header.
           perform 800-report-settlement-days.
           perform 850-report-no-settlement.
           perform 860-report-chargebacks.
           perform 880-report-summary.
           perform 900-close-files.

           if ws-settle-read = 0 and ws-open-read = 0
                and ws-proc-read = 0
                move 4                  to return-code
           end-if.
           goback.
      *
       100-open-files.
           open input settle-extract-file, proc-fund-file.
           open output report-file.
           open extend exception-file.
           move function current-date   to ws-current-date.
      *
      * SETRCTL absent or empty -- keep the built-in limit and
      * tolerance
       110-load-control.
           open input settle-ctl-file.
           read settle-ctl-file
                at end move ws-eof-y    to ws-setrctl-eof-flag.
           if ws-setrctl-eof-flag not = ws-eof-y
                if sc-unfunded-days is numeric
                     and sc-unfunded-days > 0
                     move sc-unfunded-days
                          to ws-unfunded-days-limit
                end-if
                if sc-fund-tolerance is numeric
                     move sc-fund-tolerance to ws-fund-tolerance
                end-if
           end-if.
           close settle-ctl-file.
      *
       120-load-open-days.
           open input setopen-in-file.
           perform 122-read-open-day.
           perform 124-store-open-day
                until ws-setopen-eof-flag is equal to ws-eof-y.
           close setopen-in-file.
      *
       122-read-open-day.
           read setopen-in-file
                at end move ws-eof-y    to ws-setopen-eof-flag.
      *
       124-store-open-day.
           add 1                        to ws-open-read.
           if ws-stl-count < ws-stl-max
                add 1                   to ws-stl-count
                move ws-stl-count       to ws-stl-idx
                initialize ws-stl-entry(ws-stl-idx)
                move oi-store-num       to ws-stl-store(ws-stl-idx)
                move oi-business-date
                     to ws-stl-bizdate(ws-stl-idx)
                move oi-tender          to ws-stl-tender(ws-stl-idx)
                move oi-tran-count
                     to ws-stl-tran-count(ws-stl-idx)
                move oi-gross-amt       to ws-stl-gross(ws-stl-idx)
                move oi-tax-amt         to ws-stl-tax(ws-stl-idx)
                move oi-flagged         to ws-stl-flagged(ws-stl-idx)
                move "N"
                     to ws-stl-funded-sw(ws-stl-idx)
           end-if.
           perform 122-read-open-day.
      *
      * tonight's settlement days join the carried ones; a day
      * already carried (the night rerun) is replaced, not doubled
       130-load-settlement.
           perform 132-read-settlement.
           perform 134-store-settlement
                until ws-settle-eof-flag is equal to ws-eof-y.
           if ws-trailer-seen = "Y"
                and ws-detail-gross not = ws-trailer-gross
                move "Y"                to ws-out-of-balance
                move ws-detail-gross    to dl-oob-detail
                move ws-trailer-gross   to dl-oob-trailer
           end-if.
      *
       132-read-settlement.
           read settle-extract-file
                at end move ws-eof-y    to ws-settle-eof-flag.
      *
       134-store-settlement.
           evaluate true
                when se-trailer
                     move "Y"           to ws-trailer-seen
                     move se-trl-gross  to ws-trailer-gross
                when se-detail
                     add 1              to ws-settle-read
                     add se-gross-amt   to ws-detail-gross
                     perform 136-add-settlement-day
                when other
                     add 1              to ws-bad-count
           end-evaluate.
           perform 132-read-settlement.
      *
       136-add-settlement-day.
           move se-store-num            to ws-find-store.
           move se-business-date        to ws-find-bizdate.
           move se-tender               to ws-find-tender.
           perform 410-find-settlement-day.
           if ws-found-idx = 0
                if ws-stl-count < ws-stl-max
                     add 1              to ws-stl-count
                     move ws-stl-count  to ws-found-idx
                     initialize ws-stl-entry(ws-found-idx)
                     move "N"
                          to ws-stl-flagged(ws-found-idx)
                     move "N"
                          to ws-stl-funded-sw(ws-found-idx)
                end-if
           end-if.
           if ws-found-idx > 0
                move se-store-num     to ws-stl-store(ws-found-idx)
                move se-business-date
                     to ws-stl-bizdate(ws-found-idx)
                move se-tender        to ws-stl-tender(ws-found-idx)
                move se-tran-count
                     to ws-stl-tran-count(ws-found-idx)
                move se-gross-amt     to ws-stl-gross(ws-found-idx)
                move se-tax-amt       to ws-stl-tax(ws-found-idx)
           end-if.
      *
       150-report-header.
           move ws-date                 to ws-title-date.
           write report-line            from ws-title.
           move spaces                  to report-line.
           write report-line.
           if ws-out-of-balance = "Y"
                write report-line       from ws-out-of-balance-line
                move spaces             to report-line
                write report-line
           end-if.
      *
       200-read-funding.
           read proc-fund-file
                at end move ws-eof-y    to ws-proc-eof-flag
                not at end add 1        to ws-proc-read
           end-read.
      *
      * funding accumulates onto its settlement day -- a processor
      * that funds one day in pieces still ties in total; every
      * fee withheld, funding or chargeback, counts
       400-apply-one-funding.
           evaluate true
                when pf-funding
                     add pf-fee-amt     to ws-fees-withheld
                     move pf-store-num  to ws-find-store
                     move pf-business-date to ws-find-bizdate
                     move pf-tender     to ws-find-tender
                     perform 410-find-settlement-day
                     if ws-found-idx = 0
                          perform 420-hold-no-settlement
                     else
                          move "Y"
                               to ws-stl-funded-sw(ws-found-idx)
                          add pf-gross-amt
                               to ws-stl-fund-gross(ws-found-idx)
                          add pf-fee-amt
                               to ws-stl-fund-fees(ws-found-idx)
                          add pf-net-amt
                               to ws-stl-fund-net(ws-found-idx)
                     end-if
                when pf-chargeback
                     add pf-fee-amt     to ws-fees-withheld
                     perform 430-hold-chargeback
                when other
                     add 1              to ws-bad-count
           end-evaluate.
           perform 200-read-funding.
      *
       410-find-settlement-day.
           move 0                       to ws-found-idx.
           perform varying ws-stl-idx from 1 by 1
                until ws-stl-idx > ws-stl-count
                     or ws-found-idx > 0
                if ws-stl-store(ws-stl-idx) = ws-find-store
                     and ws-stl-bizdate(ws-stl-idx)
                          = ws-find-bizdate
                     and ws-stl-tender(ws-stl-idx) = ws-find-tender
                     move ws-stl-idx    to ws-found-idx
                end-if
           end-perform.
      *
       420-hold-no-settlement.
           add 1                        to ws-nosettle-count.
           add pf-gross-amt             to ws-nosettle-amt.
           if ws-nos-count < ws-nos-max
                add 1                   to ws-nos-count
                move pf-store-num       to ws-nos-store(ws-nos-count)
                move pf-business-date
                     to ws-nos-bizdate(ws-nos-count)
                move pf-tender          to ws-nos-tender(ws-nos-count)
                move pf-gross-amt       to ws-nos-gross(ws-nos-count)
                move pf-fee-amt         to ws-nos-fees(ws-nos-count)
                move pf-net-amt         to ws-nos-net(ws-nos-count)
           end-if.
      *
      * every chargeback is an exception in its own right
       430-hold-chargeback.
           add 1                        to ws-chargeback-count.
           add pf-gross-amt             to ws-chargeback-amt.
           if ws-cbk-count < ws-cbk-max
                add 1                   to ws-cbk-count
                move pf-store-num       to ws-cbk-store(ws-cbk-count)
                move pf-business-date
                     to ws-cbk-bizdate(ws-cbk-count)
                move pf-tender          to ws-cbk-tender(ws-cbk-count)
                move pf-gross-amt       to ws-cbk-amount(ws-cbk-count)
                move pf-fee-amt         to ws-cbk-fees(ws-cbk-count)
                move pf-reference
                     to ws-cbk-reference(ws-cbk-count)
           end-if.

           move pf-gross-amt            to ws-amount-edit.
           move "A8SETREC"              to ex-program.
           move ws-date                 to ex-run-date.
           move "1"                     to ex-severity.
           move spaces                  to ex-key.
           string "ST" pf-store-num " CB " pf-reference
                delimited by size into ex-key.
           move spaces                  to ex-reason.
           string "PROCESSOR CHARGEBACK " pf-tender " "
                ws-amount-edit
                delimited by size into ex-reason.
           write exception-line.
      *
      * every settlement day: funded ones report their status and
      * drop off, unfunded ones age and go back on the open master
       800-report-settlement-days.
           write report-line            from ws-column-header.
           open output setopen-out-file.
           perform varying ws-stl-idx from 1 by 1
                until ws-stl-idx > ws-stl-count
                if ws-stl-funded(ws-stl-idx)
                     perform 810-report-funded-day
                else
                     perform 820-report-unfunded-day
                end-if
           end-perform.
           close setopen-out-file.
      *
       810-report-funded-day.
           compute ws-difference =
                ws-stl-fund-gross(ws-stl-idx)
                - ws-stl-gross(ws-stl-idx).
           if ws-difference < 0
                compute ws-abs-difference = 0 - ws-difference
           else
                move ws-difference      to ws-abs-difference
           end-if.
           evaluate true
                when ws-abs-difference not > ws-fund-tolerance
                     move "MATCHED"     to dl-status
                     add 1              to ws-matched-count
                     add ws-stl-fund-gross(ws-stl-idx)
                          to ws-matched-amt
                when ws-difference < 0
                     move "SHORT-FUNDED" to dl-status
                     add 1              to ws-short-count
                     add ws-abs-difference to ws-short-amt
                when other
                     move "OVER-FUNDED" to dl-status
                     add 1              to ws-over-count
                     add ws-abs-difference to ws-over-amt
           end-evaluate.
           call "A0DAYDIF" using ws-stl-bizdate(ws-stl-idx),
                ws-date, ws-days-unfunded.
           perform 830-move-day-line.
           move ws-stl-fund-gross(ws-stl-idx) to dl-funded.
           move ws-difference           to dl-difference.
           move ws-stl-fund-fees(ws-stl-idx)  to dl-fees.
           move ws-stl-fund-net(ws-stl-idx)   to dl-net.
           write report-line            from ws-detail-line.
      *
      * a day unfunded past the limit goes to EXCFILE once, the
      * night it first crosses it, and is marked on the master
       820-report-unfunded-day.
           call "A0DAYDIF" using ws-stl-bizdate(ws-stl-idx),
                ws-date, ws-days-unfunded.
           add 1                        to ws-unfunded-count.
           add ws-stl-gross(ws-stl-idx) to ws-unfunded-amt.
           move "UNFUNDED"              to dl-status.
           if ws-days-unfunded > ws-unfunded-days-limit
                add 1                   to ws-aged-count
                move "UNFUNDED-AGED"    to dl-status
                if ws-stl-flagged(ws-stl-idx) not = "Y"
                     perform 825-flag-unfunded-day
                end-if
           end-if.
           perform 830-move-day-line.
           move 0                       to dl-funded.
           compute ws-difference = 0 - ws-stl-gross(ws-stl-idx).
           move ws-difference           to dl-difference.
           move 0                       to dl-fees.
           move 0                       to dl-net.
           write report-line            from ws-detail-line.

           move ws-stl-store(ws-stl-idx)      to oo-store-num.
           move ws-stl-bizdate(ws-stl-idx)    to oo-business-date.
           move ws-stl-tender(ws-stl-idx)     to oo-tender.
           move ws-stl-tran-count(ws-stl-idx) to oo-tran-count.
           move ws-stl-gross(ws-stl-idx)      to oo-gross-amt.
           move ws-stl-tax(ws-stl-idx)        to oo-tax-amt.
           move ws-stl-flagged(ws-stl-idx)    to oo-flagged.
           write setopen-out-line.
      *
       825-flag-unfunded-day.
           move "Y"                     to ws-stl-flagged(ws-stl-idx).
           move ws-days-unfunded        to ws-days-edit.
           move ws-stl-gross(ws-stl-idx) to ws-amount-edit.
           move "A8SETREC"              to ex-program.
           move ws-date                 to ex-run-date.
           move "1"                     to ex-severity.
           move spaces                  to ex-key.
           string "ST" ws-stl-store(ws-stl-idx) " "
                ws-stl-bizdate(ws-stl-idx) " "
                ws-stl-tender(ws-stl-idx)
                delimited by size into ex-key.
           move spaces                  to ex-reason.
           string "CARD DAY UNFUNDED" ws-days-edit " DAYS"
                ws-amount-edit
                delimited by size into ex-reason.
           write exception-line.
      *
       830-move-day-line.
           move ws-stl-store(ws-stl-idx)      to dl-store-num.
           move ws-stl-bizdate(ws-stl-idx)    to dl-business-date.
           move ws-stl-tender(ws-stl-idx)     to dl-tender.
           move ws-stl-gross(ws-stl-idx)      to dl-settled.
           if ws-days-unfunded < 0
                move 0                  to dl-days
           else
                move ws-days-unfunded   to dl-days
           end-if.
      *
       850-report-no-settlement.
           perform varying ws-nos-idx from 1 by 1
                until ws-nos-idx > ws-nos-count
                move ws-nos-store(ws-nos-idx)   to dl-store-num
                move ws-nos-bizdate(ws-nos-idx) to dl-business-date
                move ws-nos-tender(ws-nos-idx)  to dl-tender
                move 0                          to dl-settled
                move ws-nos-gross(ws-nos-idx)   to dl-funded
                move ws-nos-gross(ws-nos-idx)   to dl-difference
                move ws-nos-fees(ws-nos-idx)    to dl-fees
                move ws-nos-net(ws-nos-idx)     to dl-net
                move 0                          to dl-days
                move "NO SETTLEMENT"            to dl-status
                write report-line       from ws-detail-line
           end-perform.
      *
       860-report-chargebacks.
           move spaces                  to report-line.
           write report-line.
           write report-line            from ws-chargeback-header.
           write report-line            from ws-chargeback-col-header.
           perform varying ws-cbk-idx from 1 by 1
                until ws-cbk-idx > ws-cbk-count
                move ws-cbk-store(ws-cbk-idx)   to dl-cb-store-num
                move ws-cbk-bizdate(ws-cbk-idx)
                     to dl-cb-business-date
                move ws-cbk-tender(ws-cbk-idx)  to dl-cb-tender
                move ws-cbk-amount(ws-cbk-idx)  to dl-cb-amount
                move ws-cbk-fees(ws-cbk-idx)    to dl-cb-fees
                move ws-cbk-reference(ws-cbk-idx)
                     to dl-cb-reference
                write report-line       from ws-chargeback-line
           end-perform.
      *
       880-report-summary.
           move spaces                  to report-line.
           write report-line.
           write report-line            from ws-summary-header.
           move "MATCHED DAYS"          to dl-sum-label.
           move ws-matched-count        to dl-sum-count.
           move ws-matched-amt          to dl-sum-amount.
           write report-line            from ws-summary-line.
           move "SHORT-FUNDED DAYS"     to dl-sum-label.
           move ws-short-count          to dl-sum-count.
           move ws-short-amt            to dl-sum-amount.
           write report-line            from ws-summary-line.
           move "OVER-FUNDED DAYS"      to dl-sum-label.
           move ws-over-count           to dl-sum-count.
           move ws-over-amt             to dl-sum-amount.
           write report-line            from ws-summary-line.
           move "UNFUNDED DAYS"         to dl-sum-label.
           move ws-unfunded-count       to dl-sum-count.
           move ws-unfunded-amt         to dl-sum-amount.
           write report-line            from ws-summary-line.
           move "  PAST UNFUNDED LIMIT" to dl-sum-label.
           move ws-aged-count           to dl-sum-count.
           move 0                       to dl-sum-amount.
           write report-line            from ws-summary-line.
           move "FUNDING WITH NO SETTLEMENT" to dl-sum-label.
           move ws-nosettle-count       to dl-sum-count.
           move ws-nosettle-amt         to dl-sum-amount.
           write report-line            from ws-summary-line.
           move "CHARGEBACKS"           to dl-sum-label.
           move ws-chargeback-count     to dl-sum-count.
           move ws-chargeback-amt       to dl-sum-amount.
           write report-line            from ws-summary-line.
           move "PROCESSOR FEES WITHHELD" to dl-sum-label.
           move 0                       to dl-sum-count.
           move ws-fees-withheld        to dl-sum-amount.
           write report-line            from ws-summary-line.

           move spaces                  to report-line.
           write report-line.
           move ws-settle-read          to dl-settle-read.
           move ws-open-read            to dl-open-read.
           move ws-proc-read            to dl-proc-read.
           move ws-bad-count            to dl-bad-count.
           write report-line            from ws-trailer-line.
      *
       900-close-files.
           close settle-extract-file, proc-fund-file.
           close exception-file.
           close report-file.
      *
       end program A8SETREC.
