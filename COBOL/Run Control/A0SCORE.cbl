      *prior month's MTD comes from the SCPRIORI extract this
      *program writes back as SCPRIORO each run, the way A4SALRPT
      *keeps PRIORFILE.
      *the class mix -- month-to-date net sales by item class --
      *comes from A8MERCH's merchandise master (MCHMTD).
      *budget versus actual comes from finance's monthly budget
      *per store (BUDGET): month-to-date actual against the month's
      *budget prorated on CALFILE business days through the latest
      *ACCMAST business date, and year-to-date actual against the
      *year's budget to that day.  a store more than the BUDCTL
      *percent behind its month-to-date plan is flagged.
      *
      *-----------------------------------------------
      *  MODIFICATION HISTORY
      *-----------------------------------------------
      * 2026-09-02  new program.
      * 2026-10-15  class mix on each store page: month-to-date
      *             units and net sales by item class from
      *             A8MERCH's merchandise master (MCHMTD).
      * 2026-10-15  store subscript widened to three digits so the
      *             store loops end after store 99.
      * 2026-10-15  budget versus actual on each store page and the
      *             company line: MTD sales, layaway, and total
      *             against the BUDGET month prorated on CALFILE
      *             business days, YTD against YTD budget, variance
      *             percent, and a behind-plan flag at the BUDCTL
      *             percent.
      *
       environment division.
       configuration section.
                assign to YTDOUT
                organization is sequential.
      *
      * merchandise master from A8MERCH -- MTD by store and
      * item class
           select optional mchmtd-file
                assign to MCHMTD
                organization is sequential.
      *
      * monthly sales and layaway budget per store from finance
           select optional budget-file
                assign to BUDGET
                organization is sequential.
      *
      * behind-plan percent -- optional
           select optional budget-ctl-file
                assign to BUDCTL
                organization is sequential.
      *
      * business-day calendar -- one valid business date per
      * record.  optional: a missing calendar prorates the budget
      * on calendar days
           select optional calendar-file
                assign to CALFILE
                organization is sequential.
      *
      * prior scorecard extract, previous run's MTD per store --
      * optional on the first run
           select optional sc-prior-in-file
           05 yt-earned                 pic 9(8)v99.
           05 yt-paid                   pic 9(8)v99.
           05 yt-draw-balance           pic 9(6)v99.
      *
       fd mchmtd-file
           recording mode is F
           data record is mchmtd-line
           record contains 60 characters.
      *
       01 mchmtd-line.
           05 mc-store-num              pic 99.
           05 mc-class                  pic x.
           05 mc-last-date              pic 9(8).
           05 mc-mtd-units              pic s9(7).
           05 mc-mtd-sales              pic s9(9)v99.
           05 mc-mtd-ret-units          pic 9(7).
           05 mc-mtd-returns            pic 9(9)v99.
           05 mc-mtd-net                pic s9(9)v99.
           05 filler                    pic x(2).
      *
      * budget record -- one per store per month
       fd budget-file
           recording mode is F
           data record is budget-line
           record contains 30 characters.
      *
       01 budget-line.
           05 bg-store-num              pic 99.
           05 bg-month.
                10 bg-year              pic 9(4).
                10 bg-month-no          pic 99.
           05 bg-sales-budget           pic 9(9)v99.
           05 bg-layaway-budget         pic 9(9)v99.
      *
      * budget control record -- the percent under its prorated
      * MTD budget at which a store is flagged behind plan
       fd budget-ctl-file
           recording mode is F
           data record is budget-ctl-line
           record contains 5 characters.
      *
       01 budget-ctl-line.
           05 bc-behind-pct             pic 9(3)v99.
      *
       fd calendar-file
           recording mode is F
           data record is calendar-line
           record contains 8 characters.
       01 calendar-line                 pic 9(8).
      *
       fd sc-prior-in-file
           recording mode is F
           05 filler                    pic x(9)
                value "  CHANGE:".
           05 dl-sc-change              pic x(5).
      *
       01 ws-class-mix-header.
           05 filler                    pic x(4)
                value spaces.
           05 filler                    pic x(16)
                value "CLASS MIX MTD:".
           05 filler                    pic x(10)
                value "     UNITS".
           05 filler                    pic x(16)
                value "       NET SALES".
           05 filler                    pic x(8)
                value "   SHARE".
      *
       01 ws-class-mix-line.
           05 filler                    pic x(10)
                value spaces.
           05 filler                    pic x(6)
                value "CLASS".
           05 dl-cm-class               pic x.
           05 filler                    pic x(4)
                value spaces.
           05 dl-cm-units               pic -zzzzz9.
           05 filler                    pic x(2)
                value spaces.
           05 dl-cm-net                 pic $$$,$$$,$$9.99-.
           05 filler                    pic x(3)
                value spaces.
           05 dl-cm-share               pic x(5).
      *
       01 ws-proration-line.
           05 filler                    pic x(19)
                value "BUDGET PRORATED ON".
           05 dl-pr-elapsed             pic z9.
           05 filler                    pic x(4)
                value " OF".
           05 dl-pr-total               pic z9.
           05 dl-pr-day-kind            pic x(15).
           05 filler                    pic x(9)
                value " THROUGH".
           05 dl-pr-as-of               pic 9(8).
      *
       01 ws-budget-header.
           05 filler                    pic x(4)
                value spaces.
           05 filler                    pic x(20)
                value "BUDGET VS ACTUAL:".
           05 filler                    pic x(16)
                value "          ACTUAL".
           05 filler                    pic x(16)
                value "          BUDGET".
           05 filler                    pic x(16)
                value "        VARIANCE".
           05 filler                    pic x(10)
                value "      VAR%".
      *
       01 ws-budget-line.
           05 filler                    pic x(10)
                value spaces.
           05 dl-bg-label               pic x(14).
           05 filler                    pic x(2)
                value spaces.
           05 dl-bg-actual              pic $$$,$$$,$$9.99.
           05 filler                    pic x(2)
                value spaces.
           05 dl-bg-budget              pic $$$,$$$,$$9.99.
           05 filler                    pic x(1)
                value spaces.
           05 dl-bg-variance            pic $$$,$$$,$$9.99-.
           05 filler                    pic x(2)
                value spaces.
           05 dl-bg-var-pct             pic x(8).
      *
       01 ws-no-budget-line.
           05 filler                    pic x(4)
                value spaces.
           05 filler                    pic x(40)
                value "BUDGET VS ACTUAL: NO BUDGET THIS MONTH".
      *
       01 ws-behind-plan-line.
           05 filler                    pic x(4)
                value spaces.
           05 filler                    pic x(31)
                value "*** BEHIND PLAN: MTD MORE THAN".
           05 dl-bp-pct                 pic zz9.99.
           05 filler                    pic x(18)
                value "% UNDER BUDGET ***".
      *
       01 ws-company-line.
           05 filler                    pic x(9)
           05 filler                    pic x(7)
                value " COMM:".
           05 dl-co-commission          pic $$,$$$,$$9.99.
      *
       01 ws-company-budget-line.
           05 filler                    pic x(9)
                value spaces.
           05 filler                    pic x(12)
                value "MTD BUDGET:".
           05 dl-co-mtd-budget          pic $$$,$$$,$$9.99.
           05 filler                    pic x(2)
                value spaces.
           05 dl-co-mtd-var             pic x(8).
           05 filler                    pic x(14)
                value "  YTD BUDGET:".
           05 dl-co-ytd-budget          pic $$$,$$$,$$9.99.
           05 filler                    pic x(2)
                value spaces.
           05 dl-co-ytd-var             pic x(8).
           05 filler                    pic x(16)
                value "  BEHIND PLAN:".
           05 dl-co-behind              pic z9.
      *
      *-----------------------------------------------
      *  PER-STORE FIGURES GATHERED FROM THE MASTERS
                10 ws-sc-tax            pic 9(8)v99 value 0.
                10 ws-sc-layaway        pic 9(8)v99 value 0.
                10 ws-sc-prior-mtd      pic 9(9)v99 value 0.
                10 ws-sc-mtd-sales      pic 9(9)v99 value 0.
                10 ws-sc-mtd-layaway    pic 9(9)v99 value 0.
      *
      *-----------------------------------------------
      *  BUDGET BY STORE AND MONTH FOR THE AS-OF YEAR
      *-----------------------------------------------
       01 ws-budget-table.
           05 ws-bg-store occurs 99 times.
                10 ws-bg-month occurs 12 times.
                     15 ws-bg-set       pic x value "N".
                     15 ws-bg-sales     pic 9(9)v99 value 0.
                     15 ws-bg-layaway   pic 9(9)v99 value 0.
      *
      * percent under the prorated MTD budget that is flagged
      * behind plan -- BUDCTL overrides this
       77 ws-behind-pct                 pic 9(3)v99 value 10.00.
      *
      *-----------------------------------------------
      *  BUSINESS-DAY CALENDAR FOR THE PRORATION
      *-----------------------------------------------
       01 ws-calendar-work.
           05 ws-calfile-eof-flag       pic x value "N".
           05 ws-as-of-date.
                10 ws-as-of-year        pic 9(4).
                10 ws-as-of-month       pic 99.
                10 ws-as-of-day         pic 99.
           05 ws-as-of-date-9 redefines ws-as-of-date
                                        pic 9(8).
           05 ws-cal-date-work.
                10 ws-cw-year           pic 9(4).
                10 ws-cw-month          pic 99.
                10 ws-cw-day            pic 99.
           05 ws-days-elapsed           pic 99 value 0.
           05 ws-days-in-month          pic 99 value 0.
           05 ws-month-days-list        pic x(24)
                value "312831303130313130313031".
           05 ws-month-days redefines ws-month-days-list
                                        pic 99 occurs 12 times.
           05 ws-leap-quot              pic 9(4).
           05 ws-leap-rem               pic 9(3).
      *
       01 ws-budget-work.
           05 ws-bg-mo-idx              pic 99.
           05 ws-bud-mtd-sales          pic 9(9)v99.
           05 ws-bud-mtd-layaway        pic 9(9)v99.
           05 ws-bud-mtd                pic 9(10)v99.
           05 ws-bud-ytd                pic 9(10)v99.
           05 ws-act-mtd                pic 9(10)v99.
           05 ws-var-amt                pic s9(10)v99.
           05 ws-var-pct                pic s9(4)v9.
           05 ws-var-edit.
                10 ws-var-pct-edit      pic ----9.9.
                10 filler               pic x value "%".
           05 ws-behind-limit           pic s9(4)v99.
           05 ws-co-mtd-budget          pic 9(11)v99 value 0.
           05 ws-co-ytd-budget          pic 9(11)v99 value 0.
           05 ws-co-mtd-budgeted        pic 9(11)v99 value 0.
           05 ws-co-ytd-budgeted        pic 9(11)v99 value 0.
           05 ws-co-behind              pic 99 value 0.
           05 ws-bg-ctl-eof-flag        pic x value "N".
      *
      *-----------------------------------------------
      *  MTD CLASS MIX BY STORE FROM THE MERCHANDISE MASTER
      *-----------------------------------------------
       01 ws-class-mix-table.
           05 ws-cm-count               pic 9(4) value 0.
           05 ws-cm-entry occurs 2000 times.
                10 ws-cm-store          pic 99.
                10 ws-cm-class          pic x.
                10 ws-cm-units          pic s9(7).
                10 ws-cm-net            pic s9(9)v99.
       77 ws-cm-max                     pic 9(4) value 2000.
      *
       01 ws-work.
           05 ws-sc-idx                 pic 999.
           05 ws-cm-idx                 pic 9(4).
           05 ws-cm-store-net           pic s9(10)v99.
           05 ws-cm-store-rows          pic 9(4).
           05 ws-pct-change             pic s9(3).
           05 ws-change-edit.
                10 ws-change-pct        pic -zz9.
           perform 130-gather-layaway-master.
           perform 140-gather-commission.
           perform 145-gather-prior-mtd.
           perform 160-gather-class-mix.
           perform 170-gather-budget.
           perform 180-prorate-month.
           perform 150-report-header.
           perform 400-score-each-store.
           perform 800-company-line.
                not at end
                     if ac-store-num > 0
                          move "Y" to ws-sc-seen(ac-store-num)
                          move ac-mtd-s-amt
                               to ws-sc-mtd-sales(ac-store-num)
                          move ac-mtd-l-amt
                               to ws-sc-mtd-layaway(ac-store-num)
                          if ac-last-date > ws-as-of-date-9
                               move ac-last-date
                                    to ws-as-of-date-9
                          end-if
                          compute ws-sc-mtd(ac-store-num) =
                               ac-mtd-s-amt + ac-mtd-l-amt
                          compute ws-sc-ytd(ac-store-num) =
                               to ws-sc-prior-mtd(qi-store-num)
                     end-if
           end-read.
      *
      * a store with class figures but no ACCMAST record still
      * shows its class mix under the store's figures of zero
       160-gather-class-mix.
           move ws-eof-n                to ws-eof-flag.
           open input mchmtd-file.
           perform 162-one-class-record
                until ws-eof-flag is equal to ws-eof-y.
           close mchmtd-file.
      *
       162-one-class-record.
           read mchmtd-file
                at end move ws-eof-y    to ws-eof-flag
                not at end
                     if mc-store-num > 0
                          and ws-cm-count < ws-cm-max
                          add 1         to ws-cm-count
                          move mc-store-num
                               to ws-cm-store(ws-cm-count)
                          move mc-class to ws-cm-class(ws-cm-count)
                          move mc-mtd-units
                               to ws-cm-units(ws-cm-count)
                          move mc-mtd-net
                               to ws-cm-net(ws-cm-count)
                          move "Y" to ws-sc-seen(mc-store-num)
                     end-if
           end-read.
      *
      * the budget year and month are those of the latest business
      * date on ACCMAST -- the run date when ACCMAST is empty
       170-gather-budget.
           if ws-as-of-date-9 = 0
                move ws-date            to ws-as-of-date
           end-if.
           move "N"                     to ws-bg-ctl-eof-flag.
           open input budget-ctl-file.
           read budget-ctl-file
                at end move ws-eof-y    to ws-bg-ctl-eof-flag.
           if ws-bg-ctl-eof-flag not equal to ws-eof-y
                move bc-behind-pct      to ws-behind-pct
           end-if.
           close budget-ctl-file.

           move ws-eof-n                to ws-eof-flag.
           open input budget-file.
           perform 172-one-budget-record
                until ws-eof-flag is equal to ws-eof-y.
           close budget-file.
      *
       172-one-budget-record.
           read budget-file
                at end move ws-eof-y    to ws-eof-flag
                not at end
                     if bg-store-num > 0
                          and bg-year = ws-as-of-year
                          and bg-month-no > 0 and bg-month-no < 13
                          move "Y" to ws-bg-set(bg-store-num,
                                                bg-month-no)
                          move bg-sales-budget
                               to ws-bg-sales(bg-store-num,
                                              bg-month-no)
                          move bg-layaway-budget
                               to ws-bg-layaway(bg-store-num,
                                                bg-month-no)
                     end-if
           end-read.
      *
      * business days of the as-of month on CALFILE, and how many
      * of them have passed; a calendar that does not cover the
      * month prorates on calendar days instead
       180-prorate-month.
           open input calendar-file.
           perform 182-read-calendar.
           perform 184-one-calendar-date
                until ws-calfile-eof-flag is equal to ws-eof-y.
           close calendar-file.

           if ws-days-in-month > 0
                move " BUSINESS DAYS"   to dl-pr-day-kind
           else
                move ws-as-of-day       to ws-days-elapsed
                move ws-month-days(ws-as-of-month)
                                        to ws-days-in-month
                if ws-as-of-month = 2
                     divide ws-as-of-year by 4 giving ws-leap-quot
                          remainder ws-leap-rem
                     if ws-leap-rem = 0
                          move 29       to ws-days-in-month
                     end-if
                     divide ws-as-of-year by 100 giving ws-leap-quot
                          remainder ws-leap-rem
                     if ws-leap-rem = 0
                          move 28       to ws-days-in-month
                          divide ws-as-of-year by 400
                               giving ws-leap-quot
                               remainder ws-leap-rem
                          if ws-leap-rem = 0
                               move 29  to ws-days-in-month
                          end-if
                     end-if
                end-if
                move " CALENDAR DAYS"   to dl-pr-day-kind
           end-if.
      *
       182-read-calendar.
           read calendar-file
                at end move ws-eof-y    to ws-calfile-eof-flag.
      *
       184-one-calendar-date.
           move calendar-line           to ws-cal-date-work.
           if ws-cw-year = ws-as-of-year
                and ws-cw-month = ws-as-of-month
                add 1                   to ws-days-in-month
                if calendar-line not > ws-as-of-date-9
                     add 1              to ws-days-elapsed
                end-if
           end-if.
           perform 182-read-calendar.
      *
       150-report-header.
           move ws-date                 to ws-title-date.
           write report-line            from ws-title.
           write report-line            from ws-blank-line.
           move ws-days-elapsed         to dl-pr-elapsed.
           move ws-days-in-month        to dl-pr-total.
           move ws-as-of-date-9         to dl-pr-as-of.
           write report-line            from ws-proration-line.
           write report-line            from ws-blank-line.
      *
       400-score-each-store.
           perform varying ws-sc-idx from 1 by 1
           end-if.
           write report-line            from ws-mtd-compare-line.

           perform 430-budget-vs-actual thru 430-exit.

           perform 420-class-mix.

           add ws-sc-mtd(ws-sc-idx)     to ws-co-mtd.
           add ws-sc-tax(ws-sc-idx)     to ws-co-tax.
           add ws-sc-layaway(ws-sc-idx) to ws-co-layaway.
      *
      * each class's share of the store's MTD net across classes
       420-class-mix.
           move 0                       to ws-cm-store-net.
           move 0                       to ws-cm-store-rows.
           perform varying ws-cm-idx from 1 by 1
                until ws-cm-idx > ws-cm-count
                if ws-cm-store(ws-cm-idx) = ws-sc-idx
                     add ws-cm-net(ws-cm-idx) to ws-cm-store-net
                     add 1              to ws-cm-store-rows
                end-if
           end-perform.

           if ws-cm-store-rows > 0
                write report-line       from ws-blank-line
                write report-line       from ws-class-mix-header
                perform varying ws-cm-idx from 1 by 1
                     until ws-cm-idx > ws-cm-count
                     if ws-cm-store(ws-cm-idx) = ws-sc-idx
                          perform 422-class-mix-line
                     end-if
                end-perform
           end-if.
      *
       422-class-mix-line.
           move ws-cm-class(ws-cm-idx)  to dl-cm-class.
           move ws-cm-units(ws-cm-idx)  to dl-cm-units.
           move ws-cm-net(ws-cm-idx)    to dl-cm-net.
           if ws-cm-store-net > 0
                compute ws-pct-change rounded =
                     (ws-cm-net(ws-cm-idx) * 100) / ws-cm-store-net
                move ws-pct-change      to ws-change-pct
                move ws-change-edit     to dl-cm-share
           else
                move spaces             to dl-cm-share
           end-if.
           write report-line            from ws-class-mix-line.
      *
      * MTD budget is the month's budget prorated on the days
      * passed; YTD budget is the earlier months in full plus that.
      * the company variance counts only the stores with a budget
       430-budget-vs-actual.
           write report-line            from ws-blank-line.
           if ws-bg-set(ws-sc-idx, ws-as-of-month) not = "Y"
                write report-line       from ws-no-budget-line
                go to 430-exit
           end-if.

           compute ws-bud-mtd-sales rounded =
                ws-bg-sales(ws-sc-idx, ws-as-of-month)
                     * ws-days-elapsed / ws-days-in-month.
           compute ws-bud-mtd-layaway rounded =
                ws-bg-layaway(ws-sc-idx, ws-as-of-month)
                     * ws-days-elapsed / ws-days-in-month.
           compute ws-bud-mtd = ws-bud-mtd-sales + ws-bud-mtd-layaway.
           move ws-bud-mtd              to ws-bud-ytd.
           perform varying ws-bg-mo-idx from 1 by 1
                until ws-bg-mo-idx not < ws-as-of-month
                add ws-bg-sales(ws-sc-idx, ws-bg-mo-idx)
                    ws-bg-layaway(ws-sc-idx, ws-bg-mo-idx)
                                        to ws-bud-ytd
           end-perform.

           write report-line            from ws-budget-header.
           move "SALES MTD"             to dl-bg-label.
           move ws-sc-mtd-sales(ws-sc-idx) to ws-act-mtd.
           move ws-bud-mtd-sales        to ws-bud-mtd.
           perform 432-budget-line.
           move "LAYAWAY MTD"           to dl-bg-label.
           move ws-sc-mtd-layaway(ws-sc-idx) to ws-act-mtd.
           move ws-bud-mtd-layaway      to ws-bud-mtd.
           perform 432-budget-line.
           move "TOTAL MTD"             to dl-bg-label.
           move ws-sc-mtd(ws-sc-idx)    to ws-act-mtd.
           compute ws-bud-mtd = ws-bud-mtd-sales + ws-bud-mtd-layaway.
           perform 432-budget-line.
           add ws-bud-mtd               to ws-co-mtd-budget.
           add ws-sc-mtd(ws-sc-idx)     to ws-co-mtd-budgeted.

           compute ws-behind-limit = 0 - ws-behind-pct.
           if ws-bud-mtd > 0
                and ws-var-pct < ws-behind-limit
                move ws-behind-pct      to dl-bp-pct
                write report-line       from ws-behind-plan-line
                add 1                   to ws-co-behind
           end-if.

           move "TOTAL YTD"             to dl-bg-label.
           move ws-sc-ytd(ws-sc-idx)    to ws-act-mtd.
           move ws-bud-ytd              to ws-bud-mtd.
           perform 432-budget-line.
           add ws-bud-ytd               to ws-co-ytd-budget.
           add ws-sc-ytd(ws-sc-idx)     to ws-co-ytd-budgeted.
       430-exit.
           exit.
      *
      * actual in ws-act-mtd against budget in ws-bud-mtd; leaves
      * the variance percent in ws-var-pct
       432-budget-line.
           move ws-act-mtd              to dl-bg-actual.
           move ws-bud-mtd              to dl-bg-budget.
           compute ws-var-amt = ws-act-mtd - ws-bud-mtd.
           move ws-var-amt              to dl-bg-variance.
           perform 434-variance-pct.
           move ws-var-edit             to dl-bg-var-pct.
           write report-line            from ws-budget-line.
      *
       434-variance-pct.
           move 0                       to ws-var-pct.
           if ws-bud-mtd > 0
                compute ws-var-pct rounded =
                     ((ws-act-mtd - ws-bud-mtd) * 100) / ws-bud-mtd
                     on size error move 9999.9 to ws-var-pct
                end-compute
                move ws-var-pct         to ws-var-pct-edit
           else
                move spaces             to ws-var-edit
           end-if.
      *
       800-company-line.
           write report-line            from ws-blank-line.
           move ws-co-layaway           to dl-co-layaway.
           move ws-co-commission        to dl-co-commission.
           write report-line            from ws-company-line.
           move ws-co-mtd-budget        to dl-co-mtd-budget.
           move ws-co-ytd-budget        to dl-co-ytd-budget.
           move ws-co-behind            to dl-co-behind.
           move spaces                  to dl-co-mtd-var dl-co-ytd-var.
           if ws-co-mtd-budget > 0
                compute ws-var-pct rounded =
                     ((ws-co-mtd-budgeted - ws-co-mtd-budget) * 100)
                          / ws-co-mtd-budget
                     on size error move 9999.9 to ws-var-pct
                end-compute
                move ws-var-pct         to ws-var-pct-edit
                move ws-var-edit        to dl-co-mtd-var
           end-if.
           if ws-co-ytd-budget > 0
                compute ws-var-pct rounded =
                     ((ws-co-ytd-budgeted - ws-co-ytd-budget) * 100)
                          / ws-co-ytd-budget
                     on size error move 9999.9 to ws-var-pct
                end-compute
                move ws-var-pct         to ws-var-pct-edit
                move ws-var-edit        to dl-co-ytd-var
           end-if.
           write report-line            from ws-company-budget-line.
      *
       850-write-prior-extract.
           perform varying ws-sc-idx from 1 by 1
