       identification division.
       program-id. A9TRNINQ.
       date-written. October 15, 2026.
       author. Bilgan Kiris.
      *Description: POS transaction inquiry.  reads the selection
      *file (INQSEL) -- one record per question asked -- and prints
      *every transaction on the A9TRNARC archive (TRNARCI) that
      *matches it, each followed by the later activity that quotes
      *its invoice: returns, layaway payments, layaway
      *cancellations, exchanges, and post-voids.
      *    a selection names any mix of invoice number, customer
      *    id, SKU, store, and business-date range; a blank or
      *    zero criterion matches everything, and every criterion
      *    given must match.  a selection that names nothing is
      *    refused rather than listing the whole archive.
      *    later activity is linked by invoice number, as A9RET
      *    links a return to its sale, and is listed under its
      *    sale whatever its own store, date, or customer id.
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
      * the questions being asked
           select optional selection-file
                assign to INQSEL
                organization is sequential.
      *
      * transaction archive from A9TRNARC
           select optional archive-file
                assign to TRNARCI
                organization is sequential.
      *
           select report-file
                assign to RPTFILE
                organization is sequential.
      *
       data division.
       file section.
      *
      * selection record -- blank/zero fields match anything
       fd selection-file
           recording mode is F
           data record is selection-line
           record contains 60 characters.
      *
       01 selection-line.
           05 sr-label                  pic x(10).
           05 sr-inv-num                pic x(9).
           05 sr-customer-id            pic x(6).
           05 sr-sku-code               pic x(15).
           05 sr-store-num              pic xx.
           05 sr-from-date              pic 9(8).
           05 sr-to-date                pic 9(8).
           05 filler                    pic xx.
      *
       fd archive-file
           recording mode is F
           data record is archive-line
           record contains 101 characters.
      *
       01 archive-line.
           copy POSTRAN replacing ==:TAG:== by ==ar==.
           05 ar-archive-date           pic 9(8).
      *
       fd report-file
           recording mode is F
           data record is report-line
           record contains 100 characters.
       01 report-line                   pic x(100).
      *
       working-storage section.
      *
       01 ws-title.
           05 filler                    pic x(10)
                value spaces.
           05 filler                    pic x(34)
                value "POS TRANSACTION INQUIRY".
           05 ws-title-date             pic 9(8).
      *
       01 ws-sel-header-line.
           05 filler                    pic x(16)
                value "----- SELECTION".
           05 dl-sel-label              pic x(10).
           05 filler                    pic x(10)
                value "  INVOICE".
           05 dl-sel-inv                pic x(9).
           05 filler                    pic x(11)
                value "  CUSTOMER".
           05 dl-sel-customer           pic x(6).
           05 filler                    pic x(6)
                value "  SKU".
           05 dl-sel-sku                pic x(15).
           05 filler                    pic x(8)
                value "  STORE".
           05 dl-sel-store              pic xx.
      *
       01 ws-sel-range-line.
           05 filler                    pic x(16)
                value spaces.
           05 filler                    pic x(16)
                value "BUSINESS DATES".
           05 dl-sel-from               pic x(8).
           05 filler                    pic x(4)
                value " TO ".
           05 dl-sel-to                 pic x(8).
      *
       01 ws-column-line.
           05 filler                    pic x(4)
                value spaces.
           05 filler                    pic x(10)
                value "BUS DATE".
           05 filler                    pic x(13)
                value "TRANSACTION".
           05 filler                    pic x(4)
                value "ST".
           05 filler                    pic x(11)
                value "INVOICE".
           05 filler                    pic x(16)
                value "SKU".
           05 filler                    pic x(13)
                value "      AMOUNT".
           05 filler                    pic x(4)
                value "PAY".
           05 filler                    pic x(8)
                value "CUSTMR".
           05 filler                    pic x(5)
                value "SLS".
           05 filler                    pic x(5)
                value "REG".
           05 filler                    pic x(4)
                value "RSN".
      *
       01 ws-detail-line.
           05 dl-indent                 pic x(4).
           05 dl-business-date          pic 9(8).
           05 filler                    pic x(2)
                value spaces.
           05 dl-tran-desc              pic x(11).
           05 filler                    pic x(2)
                value spaces.
           05 dl-store                  pic 99.
           05 filler                    pic x(2)
                value spaces.
           05 dl-inv                    pic x(9).
           05 filler                    pic x(2)
                value spaces.
           05 dl-sku                    pic x(15).
           05 filler                    pic x(1)
                value spaces.
           05 dl-amount                 pic $$$,$$9.99.
           05 filler                    pic x(2)
                value spaces.
           05 dl-pay                    pic xx.
           05 filler                    pic x(2)
                value spaces.
           05 dl-customer               pic x(6).
           05 filler                    pic x(2)
                value spaces.
           05 dl-salesperson            pic x(3).
           05 filler                    pic x(2)
                value spaces.
           05 dl-register               pic x(3).
           05 filler                    pic x(2)
                value spaces.
           05 dl-reason                 pic xx.
      *
       01 ws-sel-total-line.
           05 filler                    pic x(4)
                value spaces.
           05 filler                    pic x(12)
                value "MATCHES:".
           05 dl-sel-matches            pic zzzz9.
           05 filler                    pic x(20)
                value "  LATER ACTIVITY:".
           05 dl-sel-later              pic zzzz9.
      *
       01 ws-no-match-line.
           05 filler                    pic x(4)
                value spaces.
           05 filler                    pic x(40)
                value "NO MATCHING TRANSACTIONS ON THE ARCHIVE".
      *
       01 ws-refused-line.
           05 filler                    pic x(4)
                value spaces.
           05 filler                    pic x(50)
                value "NO CRITERIA GIVEN -- SELECTION NOT RUN".
      *
       01 ws-trailer-line.
           05 filler                    pic x(16)
                value "Selections:".
           05 dl-sel-count              pic zzzz9.
           05 filler                    pic x(20)
                value "  Archive Records:".
           05 dl-archive-count          pic zzzzzzz9.
           05 filler                    pic x(24)
                value "  Lines Not Listed:".
           05 dl-dropped-count          pic zzzzzzz9.
      *
       01 ws-blank-line                 pic x(100) value spaces.
      *
      *-----------------------------------------------
      *  SELECTIONS AS READ FROM INQSEL
      *-----------------------------------------------
       01 ws-sel-table.
           05 ws-sel-entry occurs 50 times.
                10 ws-sel-label         pic x(10).
                10 ws-sel-inv-num       pic x(9).
                10 ws-sel-customer-id   pic x(6).
                10 ws-sel-sku-code      pic x(15).
                10 ws-sel-store-num     pic xx.
                10 ws-sel-from-date     pic 9(8).
                10 ws-sel-to-date       pic 9(8).
                10 ws-sel-refused       pic x.
                10 ws-sel-matches       pic 9(5).
                10 ws-sel-later         pic 9(5).
      *
      *-----------------------------------------------
      *  ARCHIVE LINES LISTED -- A MATCH HAS PARENT 0; LATER
      *  ACTIVITY CARRIES THE ENTRY NUMBER OF ITS SALE
      *-----------------------------------------------
       01 ws-hit-table.
           05 ws-hit-entry occurs 3000 times.
                10 ws-hit-sel           pic 99.
                10 ws-hit-parent        pic 9(4).
                10 ws-hit-tran          pic x(93).
      *
       01 ws-hit-tran-view.
           copy POSTRAN replacing ==:TAG:== by ==ht==.
      *
       77 ws-sel-max                    pic 99 value 50.
       77 ws-hit-max                    pic 9(4) value 3000.
      *
       01 ws-work.
           05 ws-sel-count              pic 99 value 0.
           05 ws-sel-idx                pic 99.
           05 ws-hit-count              pic 9(4) value 0.
           05 ws-hit-idx                pic 9(4).
           05 ws-sub-idx                pic 9(4).
           05 ws-parent-idx             pic 9(4).
           05 ws-archive-count          pic 9(8) value 0.
           05 ws-dropped-count          pic 9(8) value 0.
           05 ws-sel-skipped            pic 9(5) value 0.
           05 ws-match-flag             pic x.
                88 ws-matched           value "Y".
           05 ws-later-flag             pic x.
                88 ws-later-activity    value "Y".
      *
       01 ws-file.
           05 ws-eof-flag               pic x value "N".
           05 ws-eof-y                  pic x value "Y".
           05 ws-sel-eof-flag           pic x value "N".
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
           perform 200-load-selections.
           perform 300-read-archive.
           perform 400-scan-one-record
                until ws-eof-flag is equal to ws-eof-y.
           perform 800-write-report.
           perform 900-close-files.

           if ws-hit-count = 0
                move 4                  to return-code
           end-if.
           goback.
      *
       100-open-files.
           open input selection-file, archive-file.
           open output report-file.
           move function current-date   to ws-current-date.
      *
      * selections past the table size are counted, not run
       200-load-selections.
           read selection-file
                at end move ws-eof-y    to ws-sel-eof-flag.
           perform until ws-sel-eof-flag = ws-eof-y
                if ws-sel-count < ws-sel-max
                     add 1              to ws-sel-count
                     perform 210-store-selection
                else
                     add 1              to ws-sel-skipped
                end-if
                read selection-file
                     at end move ws-eof-y to ws-sel-eof-flag
                end-read
           end-perform.
      *
       210-store-selection.
           move sr-label         to ws-sel-label (ws-sel-count).
           move sr-inv-num       to ws-sel-inv-num (ws-sel-count).
           move sr-customer-id   to ws-sel-customer-id (ws-sel-count).
           move sr-sku-code      to ws-sel-sku-code (ws-sel-count).
           move sr-store-num     to ws-sel-store-num (ws-sel-count).
           if sr-from-date is numeric
                move sr-from-date to ws-sel-from-date (ws-sel-count)
           else
                move 0            to ws-sel-from-date (ws-sel-count)
           end-if.
           if sr-to-date is numeric
                move sr-to-date   to ws-sel-to-date (ws-sel-count)
           else
                move 0            to ws-sel-to-date (ws-sel-count)
           end-if.
           move 0                to ws-sel-matches (ws-sel-count)
                                    ws-sel-later (ws-sel-count).
           if sr-inv-num = spaces and sr-customer-id = spaces
                and sr-sku-code = spaces and sr-store-num = spaces
                and ws-sel-from-date (ws-sel-count) = 0
                and ws-sel-to-date (ws-sel-count) = 0
                move "Y"          to ws-sel-refused (ws-sel-count)
           else
                move "N"          to ws-sel-refused (ws-sel-count)
           end-if.
      *
       300-read-archive.
           read archive-file
                at end move ws-eof-y    to ws-eof-flag.
      *
      * every selection sees every archive record.  the archive is
      * in the order it was archived, night by night, so a sale is
      * always listed before the returns and payments that quote it
       400-scan-one-record.
           add 1                        to ws-archive-count.
           perform varying ws-sel-idx from 1 by 1
                until ws-sel-idx > ws-sel-count
                if ws-sel-refused (ws-sel-idx) = "N"
                     perform 410-test-one-selection
                end-if
           end-perform.
           perform 300-read-archive.
      *
      * a record quoting the invoice of a sale already listed for
      * this selection is that sale's later activity, whether or
      * not it meets the criteria itself; otherwise it is listed
      * in its own right if it does
       410-test-one-selection.
           perform 420-find-parent-sale.
           if ws-parent-idx > 0
                perform 450-list-record
                add 1                   to ws-sel-later (ws-sel-idx)
           else
                perform 430-match-criteria
                if ws-matched
                     perform 450-list-record
                     add 1              to ws-sel-matches (ws-sel-idx)
                end-if
           end-if.
      *
       420-find-parent-sale.
           move 0                       to ws-parent-idx.
           if ar-code-R or ar-code-P or ar-code-C or ar-code-E
                or ar-code-V
                perform varying ws-sub-idx from 1 by 1
                     until ws-sub-idx > ws-hit-count
                        or ws-parent-idx > 0
                     if ws-hit-sel (ws-sub-idx) = ws-sel-idx
                          and ws-hit-parent (ws-sub-idx) = 0
                          move ws-hit-tran (ws-sub-idx)
                                        to ws-hit-tran-view
                          if (ht-code-S or ht-code-L)
                               and ht-inv-number = ar-inv-number
                               move ws-sub-idx to ws-parent-idx
                          end-if
                     end-if
                end-perform
           end-if.
      *
       430-match-criteria.
           move "Y"                     to ws-match-flag.
           if ws-sel-inv-num (ws-sel-idx) not = spaces
                and ws-sel-inv-num (ws-sel-idx) not = ar-inv-num
                move "N"                to ws-match-flag
           end-if.
           if ws-sel-customer-id (ws-sel-idx) not = spaces
                and ws-sel-customer-id (ws-sel-idx)
                     not = ar-customer-id
                move "N"                to ws-match-flag
           end-if.
           if ws-sel-sku-code (ws-sel-idx) not = spaces
                and ws-sel-sku-code (ws-sel-idx) not = ar-sku-code
                move "N"                to ws-match-flag
           end-if.
           if ws-sel-store-num (ws-sel-idx) not = spaces
                and ws-sel-store-num (ws-sel-idx) not = ar-store-num
                move "N"                to ws-match-flag
           end-if.
           if ar-business-date < ws-sel-from-date (ws-sel-idx)
                move "N"                to ws-match-flag
           end-if.
           if ws-sel-to-date (ws-sel-idx) > 0
                and ar-business-date > ws-sel-to-date (ws-sel-idx)
                move "N"                to ws-match-flag
           end-if.
      *
      * a full table stops the listing, not the count
       450-list-record.
           if ws-hit-count < ws-hit-max
                add 1                   to ws-hit-count
                move ws-sel-idx         to ws-hit-sel (ws-hit-count)
                move ws-parent-idx      to ws-hit-parent (ws-hit-count)
                move archive-line (1:93)
                                        to ws-hit-tran (ws-hit-count)
           else
                add 1                   to ws-dropped-count
           end-if.
      *
       800-write-report.
           move ws-date                 to ws-title-date.
           write report-line            from ws-title.
           perform varying ws-sel-idx from 1 by 1
                until ws-sel-idx > ws-sel-count
                perform 810-one-selection
           end-perform.
           write report-line            from ws-blank-line.
           add ws-sel-count             to ws-sel-skipped
                giving dl-sel-count.
           move ws-archive-count        to dl-archive-count.
           move ws-dropped-count        to dl-dropped-count.
           write report-line            from ws-trailer-line.
      *
       810-one-selection.
           write report-line            from ws-blank-line.
           move ws-sel-label (ws-sel-idx)       to dl-sel-label.
           move ws-sel-inv-num (ws-sel-idx)     to dl-sel-inv.
           move ws-sel-customer-id (ws-sel-idx) to dl-sel-customer.
           move ws-sel-sku-code (ws-sel-idx)    to dl-sel-sku.
           move ws-sel-store-num (ws-sel-idx)   to dl-sel-store.
           write report-line            from ws-sel-header-line.
           move spaces                  to dl-sel-from dl-sel-to.
           if ws-sel-from-date (ws-sel-idx) > 0
                move ws-sel-from-date (ws-sel-idx) to dl-sel-from
           end-if.
           if ws-sel-to-date (ws-sel-idx) > 0
                move ws-sel-to-date (ws-sel-idx)   to dl-sel-to
           end-if.
           if ws-sel-from-date (ws-sel-idx) > 0
                or ws-sel-to-date (ws-sel-idx) > 0
                write report-line       from ws-sel-range-line
           end-if.
           if ws-sel-refused (ws-sel-idx) = "Y"
                write report-line       from ws-refused-line
           else
           if ws-sel-matches (ws-sel-idx) = 0
                write report-line       from ws-no-match-line
           else
                write report-line       from ws-column-line
                perform varying ws-hit-idx from 1 by 1
                     until ws-hit-idx > ws-hit-count
                     if ws-hit-sel (ws-hit-idx) = ws-sel-idx
                          and ws-hit-parent (ws-hit-idx) = 0
                          perform 820-one-match
                     end-if
                end-perform
                move ws-sel-matches (ws-sel-idx) to dl-sel-matches
                move ws-sel-later (ws-sel-idx)   to dl-sel-later
                write report-line       from ws-sel-total-line
           end-if
           end-if.
      *
      * the match, then everything that quotes its invoice
       820-one-match.
           move spaces                  to dl-indent.
           move ws-hit-idx              to ws-sub-idx.
           perform 830-detail-line.
           perform varying ws-sub-idx from ws-hit-idx by 1
                until ws-sub-idx > ws-hit-count
                if ws-hit-parent (ws-sub-idx) = ws-hit-idx
                     move "  ->"        to dl-indent
                     perform 830-detail-line
                end-if
           end-perform.
      *
       830-detail-line.
           move ws-hit-tran (ws-sub-idx) to ws-hit-tran-view.
           move ht-business-date        to dl-business-date.
           evaluate true
                when ht-code-S  move "SALE"        to dl-tran-desc
                when ht-code-L  move "LAYAWAY"     to dl-tran-desc
                when ht-code-R  move "RETURN"      to dl-tran-desc
                when ht-code-P  move "LAY PAYMENT" to dl-tran-desc
                when ht-code-E  move "EXCHANGE"    to dl-tran-desc
                when ht-code-C  move "LAY CANCEL"  to dl-tran-desc
                when ht-code-V  move "POST-VOID"   to dl-tran-desc
                when ht-code-G  move "GIFT CARD"   to dl-tran-desc
                when other      move ht-tran-code  to dl-tran-desc
           end-evaluate.
           move ht-store-num            to dl-store.
           move ht-inv-num              to dl-inv.
           move ht-sku-code             to dl-sku.
           move ht-tran-amt             to dl-amount.
           move ht-pay-type             to dl-pay.
           move ht-customer-id          to dl-customer.
           move ht-salesperson-id       to dl-salesperson.
           move ht-register-id          to dl-register.
           move ht-return-reason        to dl-reason.
           write report-line            from ws-detail-line.
      *
       900-close-files.
           close selection-file, archive-file.
           close report-file.
      *
       end program A9TRNINQ.
