       identification division.
       program-id. A8MERCH.
       date-written. October 15, 2026.
       author. Bilgan Kiris.
      *Description: merchandise sales by store, item class, and
      *SKU.  reads the night's SLFILE (the S&L split A8SL prices)
      *and RFILE (the returns split A9RET refunds), looks each SKU
      *up on ITEMMST for its class and description, and reports
      *per store: units and dollars sold by item class, returns by
      *class, net sales, and the store's top and bottom SKUs by
      *net dollars.
      *    S and L lines are sales, a unit each, the way A8SL and
      *    A1DEPLET count them; a post-void (V) takes its sale back
      *    out.  gift-card loads (G, and the void of one), layaway
      *    payments (P), and cancellations (C) are not merchandise
      *    sold and are skipped.  R lines are returns; an exchange
      *    (E) is a swap that nets to its price difference and is
      *    left out of the class figures.
      *    a SKU not on ITEMMST reports under class "?".
      *month to date rolls on the MCHMSTI/MCHMSTO merchandise
      *master by store and class, cleared at month end from the
      *business date on the feed the way A8MARGIN rolls MRGMST;
      *MCHMSTO is also the month-to-date extract A0SCORE reads for
      *its class mix.
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
      * sale and layaway split from A7SPLIT
           select optional sl-file
                assign to SLFILE
                organization is sequential.
      *
      * returns split from A7SPLIT
           select optional r-file
                assign to RFILE
                organization is sequential.
      *
      * item master -- class and description by SKU
           select optional item-master-file
                assign to ITEMMST
                organization is sequential.
      *
      * merchandise master (MTD per store and class), prior
      * state -- optional
           select optional mchmast-in-file
                assign to MCHMSTI
                organization is sequential.
      *
      * merchandise master, updated by this run
           select mchmast-out-file
                assign to MCHMSTO
                organization is sequential.
      *
           select report-file
                assign to RPTFILE
                organization is sequential.
      *
       data division.
       file section.
      *
       fd sl-file
           recording mode is F
           data record is sl-line
           record contains 93 characters.
      *
       01 sl-line.
           copy POSTRAN replacing ==:TAG:== by ==sl==.
      *
       fd r-file
           recording mode is F
           data record is r-line
           record contains 93 characters.
      *
       01 r-line.
           copy POSTRAN replacing ==:TAG:== by ==rl==.
      *
       fd item-master-file
           recording mode is F
           data record is item-master-line
           record contains 50 characters.
      *
       01 item-master-line.
           05 im-item-no                pic x(4).
           05 im-sku-code               pic x(15).
           05 im-class                  pic x.
           05 im-description            pic x(13).
           05 im-price                  pic 9(4)v99.
           05 im-weight                 pic 9(3)v99.
           05 im-unit-cost              pic 9(4)v99.
      *
       fd mchmast-in-file
           recording mode is F
           data record is mchmast-in-line
           record contains 60 characters.
      *
       01 mchmast-in-line.
           05 mi-store-num              pic 99.
           05 mi-class                  pic x.
           05 mi-last-date              pic 9(8).
           05 mi-mtd-units              pic s9(7).
           05 mi-mtd-sales              pic s9(9)v99.
           05 mi-mtd-ret-units          pic 9(7).
           05 mi-mtd-returns            pic 9(9)v99.
           05 mi-mtd-net                pic s9(9)v99.
           05 filler                    pic x(2).
      *
       fd mchmast-out-file
           recording mode is F
           data record is mchmast-out-line
           record contains 60 characters.
      *
       01 mchmast-out-line.
           05 mo-store-num              pic 99.
           05 mo-class                  pic x.
           05 mo-last-date              pic 9(8).
           05 mo-mtd-units              pic s9(7).
           05 mo-mtd-sales              pic s9(9)v99.
           05 mo-mtd-ret-units          pic 9(7).
           05 mo-mtd-returns            pic 9(9)v99.
           05 mo-mtd-net                pic s9(9)v99.
           05 mo-spare                  pic x(2).
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
           05 filler                    pic x(30)
                value "Merchandise Sales by Store".
           05 filler                    pic x(2)
                value spaces.
           05 filler                    pic x(15)
                value "BUSINESS DATE:".
           05 ws-title-date             pic 9(8).
      *
       01 ws-store-header.
           05 filler                    pic x(20)
                value "----- STORE".
           05 dl-hdr-store              pic 99.
           05 filler                    pic x(6)
                value " -----".
      *
       01 ws-class-header.
           05 filler                    pic x(5)
                value "CLASS".
           05 filler                    pic x(7)
                value "  UNITS".
           05 filler                    pic x(15)
                value "          SALES".
           05 filler                    pic x(11)
                value "  RET UNITS".
           05 filler                    pic x(14)
                value "       RETURNS".
           05 filler                    pic x(15)
                value "      NET SALES".
           05 filler                    pic x(15)
                value "  MTD NET SALES".
      *
       01 ws-class-line.
           05 filler                    pic x(2)
                value spaces.
           05 dl-class                  pic x.
           05 filler                    pic x(2)
                value spaces.
           05 dl-units                  pic -zzzzz9.
           05 filler                    pic x(2)
                value spaces.
           05 dl-sales                  pic -z(8)9.99.
           05 filler                    pic x(2)
                value spaces.
           05 dl-ret-units              pic z(8)9.
           05 filler                    pic x(2)
                value spaces.
           05 dl-returns                pic z(8)9.99.
           05 filler                    pic x(2)
                value spaces.
           05 dl-net                    pic -z(8)9.99.
           05 filler                    pic x(2)
                value spaces.
           05 dl-mtd-net                pic -z(8)9.99.
      *
       01 ws-sku-header.
           05 filler                    pic x(4)
                value spaces.
           05 dl-sku-heading            pic x(20).
           05 filler                    pic x(17)
                value "SKU".
           05 filler                    pic x(15)
                value "DESCRIPTION".
           05 filler                    pic x(5)
                value "CLASS".
           05 filler                    pic x(7)
                value "  UNITS".
           05 filler                    pic x(15)
                value "      NET SALES".
      *
       01 ws-sku-line.
           05 filler                    pic x(6)
                value spaces.
           05 dl-sku-rank               pic z9.
           05 filler                    pic x(16)
                value spaces.
           05 dl-sku-code               pic x(15).
           05 filler                    pic x(2)
                value spaces.
           05 dl-sku-desc               pic x(13).
           05 filler                    pic x(2)
                value spaces.
           05 dl-sku-class              pic x.
           05 filler                    pic x(4)
                value spaces.
           05 dl-sku-units              pic -zzzzz9.
           05 filler                    pic x(2)
                value spaces.
           05 dl-sku-net                pic -z(8)9.99.
      *
       01 ws-trailer-line.
           05 filler                    pic x(16)
                value "Sales Read:".
           05 dl-sl-read                pic zzzzz9.
           05 filler                    pic x(16)
                value "  Returns Read:".
           05 dl-r-read                 pic zzzzz9.
           05 filler                    pic x(16)
                value "  Not Counted:".
           05 dl-skipped                pic zzzzz9.
           05 filler                    pic x(16)
                value "  Bad Store:".
           05 dl-bad-store              pic zzzzz9.
      *
      *-----------------------------------------------
      *  ITEM MASTER -- CLASS AND DESCRIPTION BY SKU
      *-----------------------------------------------
       01 ws-item-table.
           05 ws-itm-count              pic 9(4) value 0.
           05 ws-itm-entry occurs 2000 times.
                10 ws-itm-sku           pic x(15).
                10 ws-itm-class         pic x.
                10 ws-itm-desc          pic x(13).
       77 ws-itm-max                    pic 9(4) value 2000.
       77 ws-itm-idx                    pic 9(4).
      *
      *-----------------------------------------------
      *  DAY AND MTD FIGURES BY STORE AND CLASS
      *-----------------------------------------------
       01 ws-class-table.
           05 ws-cls-count              pic 9(4) value 0.
           05 ws-cls-entry occurs 2000 times.
                10 ws-cls-store         pic 99.
                10 ws-cls-class         pic x.
                10 ws-cls-units         pic s9(7).
                10 ws-cls-sales         pic s9(9)v99.
                10 ws-cls-ret-units     pic 9(7).
                10 ws-cls-returns       pic 9(9)v99.
                10 ws-cls-mtd-units     pic s9(7).
                10 ws-cls-mtd-sales     pic s9(9)v99.
                10 ws-cls-mtd-ret-units pic 9(7).
                10 ws-cls-mtd-returns   pic 9(9)v99.
                10 ws-cls-mtd-net       pic s9(9)v99.
       77 ws-cls-max                    pic 9(4) value 2000.
       77 ws-cls-idx                    pic 9(4).
      *
      *-----------------------------------------------
      *  DAY FIGURES BY STORE AND SKU, FOR THE TOP AND
      *  BOTTOM SELLERS
      *-----------------------------------------------
       01 ws-sku-table.
           05 ws-sku-count              pic 9(4) value 0.
           05 ws-sku-entry occurs 5000 times.
                10 ws-sku-store         pic 99.
                10 ws-sku-code          pic x(15).
                10 ws-sku-class         pic x.
                10 ws-sku-desc          pic x(13).
                10 ws-sku-units         pic s9(7).
                10 ws-sku-net           pic s9(9)v99.
                10 ws-sku-picked        pic x.
       77 ws-sku-max                    pic 9(4) value 5000.
       77 ws-sku-idx                    pic 9(4).
      *
      * how many SKUs each end of the ranking shows
       77 ws-rank-limit                 pic 99 value 5.
      *
       01 ws-work.
           05 ws-sto-idx                pic 999.
           05 ws-store-seen occurs 99 times pic x.
           05 ws-key-store              pic 99.
           05 ws-key-sku                pic x(15).
           05 ws-key-class              pic x.
           05 ws-key-desc               pic x(13).
           05 ws-found-idx              pic 9(4).
           05 ws-rank                   pic 99.
           05 ws-best-idx               pic 9(4).
           05 ws-store-sku-count        pic 9(4).
           05 ws-unit-sign              pic s9.
           05 ws-post-amt               pic s9(9)v99.
           05 ws-class-net              pic s9(9)v99.
           05 ws-sl-read                pic 9(6) value 0.
           05 ws-r-read                 pic 9(6) value 0.
           05 ws-skipped                pic 9(6) value 0.
           05 ws-bad-store              pic 9(6) value 0.
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
           05 ws-eof-y                  pic x value "Y".
           05 ws-sl-eof-flag            pic x value "N".
           05 ws-r-eof-flag             pic x value "N".
           05 ws-itemmst-eof-flag       pic x value "N".
           05 ws-mchmast-eof-flag       pic x value "N".
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
           perform 110-load-item-master.
           perform 120-load-merch-master.
           perform 200-read-sales.
           perform 400-accum-one-sale
                until ws-sl-eof-flag is equal to ws-eof-y.
           perform 210-read-returns.
           perform 450-accum-one-return
                until ws-r-eof-flag is equal to ws-eof-y.
           if ws-run-bizdate = 0
                move ws-date            to ws-run-bizdate
           end-if.
           perform 150-report-header.
           perform 700-roll-mtd.
           perform 800-print-report.
           perform 900-close-files.

           if ws-sl-read = 0 and ws-r-read = 0
                move 4                  to return-code
           end-if.
           goback.
      *
       100-open-files.
           open input sl-file, r-file.
           open output report-file.
           move function current-date   to ws-current-date.
           move 0                       to ws-run-bizdate.
           move 0                       to ws-mst-last-date.
           perform varying ws-sto-idx from 1 by 1
                until ws-sto-idx > 99
                move "N"                to ws-store-seen(ws-sto-idx)
           end-perform.
      *
      * ITEMMST absent or empty -- every SKU reports under "?"
       110-load-item-master.
           open input item-master-file.
           perform 112-read-item-master.
           perform 114-store-item
                until ws-itemmst-eof-flag is equal to ws-eof-y.
           close item-master-file.
      *
       112-read-item-master.
           read item-master-file
                at end move ws-eof-y    to ws-itemmst-eof-flag.
      *
       114-store-item.
           if ws-itm-count < ws-itm-max
                add 1                   to ws-itm-count
                move im-sku-code        to ws-itm-sku(ws-itm-count)
                move im-class           to ws-itm-class(ws-itm-count)
                move im-description     to ws-itm-desc(ws-itm-count)
           end-if.
           perform 112-read-item-master.
      *
       120-load-merch-master.
           open input mchmast-in-file.
           perform 122-read-merch-master.
           perform 124-store-merch-master
                until ws-mchmast-eof-flag is equal to ws-eof-y.
           close mchmast-in-file.
      *
       122-read-merch-master.
           read mchmast-in-file
                at end move ws-eof-y    to ws-mchmast-eof-flag.
      *
       124-store-merch-master.
           if mi-store-num > 0
                move mi-store-num       to ws-key-store
                move mi-class           to ws-key-class
                perform 520-find-class
                if ws-found-idx > 0
                     move mi-mtd-units
                          to ws-cls-mtd-units(ws-found-idx)
                     move mi-mtd-sales
                          to ws-cls-mtd-sales(ws-found-idx)
                     move mi-mtd-ret-units
                          to ws-cls-mtd-ret-units(ws-found-idx)
                     move mi-mtd-returns
                          to ws-cls-mtd-returns(ws-found-idx)
                     move mi-mtd-net
                          to ws-cls-mtd-net(ws-found-idx)
                end-if
                if mi-last-date > ws-mst-last-date
                     move mi-last-date  to ws-mst-last-date
                end-if
           end-if.
           perform 122-read-merch-master.
      *
       150-report-header.
           move ws-run-bizdate          to ws-title-date.
           write report-line            from ws-title.
           move spaces                  to report-line.
           write report-line.
      *
       200-read-sales.
           read sl-file
                at end move ws-eof-y    to ws-sl-eof-flag
                not at end add 1        to ws-sl-read
           end-read.
      *
       210-read-returns.
           read r-file
                at end move ws-eof-y    to ws-r-eof-flag
                not at end add 1        to ws-r-read
           end-read.
      *
      * a sale or layaway adds a unit and its dollars; a post-void
      * of one takes them back out.  the void of a gift-card load
      * quotes a card number on a tender other than GC
       400-accum-one-sale.
           evaluate true
                when sl-code-S or sl-code-L
                     move 1             to ws-unit-sign
                     move sl-tran-amt   to ws-post-amt
                when sl-code-V
                     and (sl-gift-card-num = spaces or sl-pay-GC)
                     move -1            to ws-unit-sign
                     compute ws-post-amt = 0 - sl-tran-amt
                when other
                     move 0             to ws-unit-sign
           end-evaluate.

           if ws-unit-sign = 0
                add 1                   to ws-skipped
           else
                if sl-store-num = 0
                     add 1              to ws-bad-store
                else
                     move sl-store-num  to ws-key-store
                     move sl-sku-code   to ws-key-sku
                     perform 410-post-sale
                     if sl-business-date > ws-run-bizdate
                          move sl-business-date to ws-run-bizdate
                     end-if
                end-if
           end-if.
           perform 200-read-sales.
      *
       410-post-sale.
           perform 500-class-of-sku.
           perform 520-find-class.
           if ws-found-idx > 0
                add ws-unit-sign   to ws-cls-units(ws-found-idx)
                add ws-post-amt    to ws-cls-sales(ws-found-idx)
           end-if.
           perform 530-find-sku.
           if ws-found-idx > 0
                add ws-unit-sign   to ws-sku-units(ws-found-idx)
                add ws-post-amt    to ws-sku-net(ws-found-idx)
           end-if.
      *
      * a refund takes a unit and its dollars out of the class it
      * came from, and out of its SKU's net
       450-accum-one-return.
           if not rl-code-R
                add 1                   to ws-skipped
           else
                if rl-store-num = 0
                     add 1              to ws-bad-store
                else
                     move rl-store-num  to ws-key-store
                     move rl-sku-code   to ws-key-sku
                     perform 460-post-return
                end-if
           end-if.
           perform 210-read-returns.
      *
       460-post-return.
           perform 500-class-of-sku.
           perform 520-find-class.
           if ws-found-idx > 0
                add 1              to ws-cls-ret-units(ws-found-idx)
                add rl-tran-amt    to ws-cls-returns(ws-found-idx)
           end-if.
           perform 530-find-sku.
           if ws-found-idx > 0
                subtract 1         from ws-sku-units(ws-found-idx)
                subtract rl-tran-amt from ws-sku-net(ws-found-idx)
           end-if.
      *
       500-class-of-sku.
           move "?"                     to ws-key-class.
           move spaces                  to ws-key-desc.
           perform varying ws-itm-idx from 1 by 1
                until ws-itm-idx > ws-itm-count
                if ws-itm-sku(ws-itm-idx) = ws-key-sku
                     move ws-itm-class(ws-itm-idx) to ws-key-class
                     move ws-itm-desc(ws-itm-idx)  to ws-key-desc
                     move ws-itm-count  to ws-itm-idx
                end-if
           end-perform.
      *
      * find the store/class entry, adding it when there is room --
      * a full table drops the line from the class figures
       520-find-class.
           move 0                       to ws-found-idx.
           perform varying ws-cls-idx from 1 by 1
                until ws-cls-idx > ws-cls-count
                     or ws-found-idx > 0
                if ws-cls-store(ws-cls-idx) = ws-key-store
                     and ws-cls-class(ws-cls-idx) = ws-key-class
                     move ws-cls-idx    to ws-found-idx
                end-if
           end-perform.
           if ws-found-idx = 0
                and ws-cls-count < ws-cls-max
                add 1                   to ws-cls-count
                move ws-cls-count       to ws-found-idx
                initialize ws-cls-entry(ws-found-idx)
                move ws-key-store  to ws-cls-store(ws-found-idx)
                move ws-key-class  to ws-cls-class(ws-found-idx)
           end-if.
           if ws-found-idx > 0
                move "Y"           to ws-store-seen(ws-key-store)
           end-if.
      *
       530-find-sku.
           move 0                       to ws-found-idx.
           perform varying ws-sku-idx from 1 by 1
                until ws-sku-idx > ws-sku-count
                     or ws-found-idx > 0
                if ws-sku-store(ws-sku-idx) = ws-key-store
                     and ws-sku-code(ws-sku-idx) = ws-key-sku
                     move ws-sku-idx    to ws-found-idx
                end-if
           end-perform.
           if ws-found-idx = 0
                and ws-sku-count < ws-sku-max
                add 1                   to ws-sku-count
                move ws-sku-count       to ws-found-idx
                initialize ws-sku-entry(ws-found-idx)
                move ws-key-store  to ws-sku-store(ws-found-idx)
                move ws-key-sku    to ws-sku-code(ws-found-idx)
                move ws-key-class  to ws-sku-class(ws-found-idx)
                move ws-key-desc   to ws-sku-desc(ws-found-idx)
           end-if.
      *
      * a new month on the feed starts the month-to-date over
      * before the day is added in
       700-roll-mtd.
           if ws-mst-last-date not = 0
                and (ws-run-biz-year not = ws-mst-last-year
                     or ws-run-biz-month not = ws-mst-last-month)
                perform varying ws-cls-idx from 1 by 1
                     until ws-cls-idx > ws-cls-count
                     move 0 to ws-cls-mtd-units(ws-cls-idx)
                     move 0 to ws-cls-mtd-sales(ws-cls-idx)
                     move 0 to ws-cls-mtd-ret-units(ws-cls-idx)
                     move 0 to ws-cls-mtd-returns(ws-cls-idx)
                     move 0 to ws-cls-mtd-net(ws-cls-idx)
                end-perform
           end-if.

           open output mchmast-out-file.
           perform 710-roll-one-class
                varying ws-cls-idx from 1 by 1
                    until ws-cls-idx > ws-cls-count.
           close mchmast-out-file.
      *
       710-roll-one-class.
           add ws-cls-units(ws-cls-idx)
                to ws-cls-mtd-units(ws-cls-idx).
           add ws-cls-sales(ws-cls-idx)
                to ws-cls-mtd-sales(ws-cls-idx).
           add ws-cls-ret-units(ws-cls-idx)
                to ws-cls-mtd-ret-units(ws-cls-idx).
           add ws-cls-returns(ws-cls-idx)
                to ws-cls-mtd-returns(ws-cls-idx).
           compute ws-cls-mtd-net(ws-cls-idx) =
                ws-cls-mtd-sales(ws-cls-idx)
                - ws-cls-mtd-returns(ws-cls-idx).

           move ws-cls-store(ws-cls-idx)     to mo-store-num.
           move ws-cls-class(ws-cls-idx)     to mo-class.
           move ws-run-bizdate               to mo-last-date.
           move ws-cls-mtd-units(ws-cls-idx) to mo-mtd-units.
           move ws-cls-mtd-sales(ws-cls-idx) to mo-mtd-sales.
           move ws-cls-mtd-ret-units(ws-cls-idx)
                to mo-mtd-ret-units.
           move ws-cls-mtd-returns(ws-cls-idx)
                to mo-mtd-returns.
           move ws-cls-mtd-net(ws-cls-idx)   to mo-mtd-net.
           move spaces                       to mo-spare.
           write mchmast-out-line.
      *
       800-print-report.
           perform varying ws-sto-idx from 1 by 1
                until ws-sto-idx > 99
                if ws-store-seen(ws-sto-idx) = "Y"
                     perform 810-print-store
                end-if
           end-perform.

           move spaces                  to report-line.
           write report-line.
           move ws-sl-read              to dl-sl-read.
           move ws-r-read               to dl-r-read.
           move ws-skipped              to dl-skipped.
           move ws-bad-store            to dl-bad-store.
           write report-line            from ws-trailer-line.
      *
       810-print-store.
           move ws-sto-idx              to dl-hdr-store.
           write report-line            from ws-store-header.
           write report-line            from ws-class-header.
           perform varying ws-cls-idx from 1 by 1
                until ws-cls-idx > ws-cls-count
                if ws-cls-store(ws-cls-idx) = ws-sto-idx
                     perform 820-print-class-line
                end-if
           end-perform.

           move 0                       to ws-store-sku-count.
           perform varying ws-sku-idx from 1 by 1
                until ws-sku-idx > ws-sku-count
                if ws-sku-store(ws-sku-idx) = ws-sto-idx
                     add 1              to ws-store-sku-count
                     move "N"           to ws-sku-picked(ws-sku-idx)
                end-if
           end-perform.

           move spaces                  to report-line.
           write report-line.
           move "TOP SKUS"              to dl-sku-heading.
           write report-line            from ws-sku-header.
           perform 830-pick-top-sku
                varying ws-rank from 1 by 1
                until ws-rank > ws-rank-limit
                     or ws-rank > ws-store-sku-count.

      *    the bottom of the ranking is drawn from the SKUs the
      *    top list has not already shown
           move spaces                  to report-line.
           write report-line.
           move "BOTTOM SKUS"           to dl-sku-heading.
           write report-line            from ws-sku-header.
           compute ws-store-sku-count =
                ws-store-sku-count - ws-rank + 1.
           perform 840-pick-bottom-sku
                varying ws-rank from 1 by 1
                until ws-rank > ws-rank-limit
                     or ws-rank > ws-store-sku-count.
           move spaces                  to report-line.
           write report-line.
      *
       820-print-class-line.
           move ws-cls-class(ws-cls-idx)     to dl-class.
           move ws-cls-units(ws-cls-idx)     to dl-units.
           move ws-cls-sales(ws-cls-idx)     to dl-sales.
           move ws-cls-ret-units(ws-cls-idx) to dl-ret-units.
           move ws-cls-returns(ws-cls-idx)   to dl-returns.
           compute ws-class-net = ws-cls-sales(ws-cls-idx)
                - ws-cls-returns(ws-cls-idx).
           move ws-class-net                 to dl-net.
           move ws-cls-mtd-net(ws-cls-idx)   to dl-mtd-net.
           write report-line            from ws-class-line.
      *
      * the highest net SKU of the store not yet shown
       830-pick-top-sku.
           move 0                       to ws-best-idx.
           perform varying ws-sku-idx from 1 by 1
                until ws-sku-idx > ws-sku-count
                if ws-sku-store(ws-sku-idx) = ws-sto-idx
                     and ws-sku-picked(ws-sku-idx) = "N"
                     if ws-best-idx = 0
                          move ws-sku-idx to ws-best-idx
                     else
                          if ws-sku-net(ws-sku-idx)
                               > ws-sku-net(ws-best-idx)
                               move ws-sku-idx to ws-best-idx
                          end-if
                     end-if
                end-if
           end-perform.
           perform 850-print-sku-line.
      *
      * the lowest net SKU of the store not yet shown
       840-pick-bottom-sku.
           move 0                       to ws-best-idx.
           perform varying ws-sku-idx from 1 by 1
                until ws-sku-idx > ws-sku-count
                if ws-sku-store(ws-sku-idx) = ws-sto-idx
                     and ws-sku-picked(ws-sku-idx) = "N"
                     if ws-best-idx = 0
                          move ws-sku-idx to ws-best-idx
                     else
                          if ws-sku-net(ws-sku-idx)
                               < ws-sku-net(ws-best-idx)
                               move ws-sku-idx to ws-best-idx
                          end-if
                     end-if
                end-if
           end-perform.
           perform 850-print-sku-line.
      *
       850-print-sku-line.
           if ws-best-idx > 0
                move "Y"           to ws-sku-picked(ws-best-idx)
                move ws-rank                   to dl-sku-rank
                move ws-sku-code(ws-best-idx)  to dl-sku-code
                move ws-sku-desc(ws-best-idx)  to dl-sku-desc
                move ws-sku-class(ws-best-idx) to dl-sku-class
                move ws-sku-units(ws-best-idx) to dl-sku-units
                move ws-sku-net(ws-best-idx)   to dl-sku-net
                write report-line       from ws-sku-line
           end-if.
      *
       900-close-files.
           close sl-file, r-file.
           close report-file.
      *
       end program A8MERCH.
