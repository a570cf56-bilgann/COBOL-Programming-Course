       identification division.
       program-id. A2ARPOST.
       date-written. October 15, 2026.
       author. Bilgan Kiris.
      *Description: accounts receivable posting for CUSTMST trade
      *customers.  the open-item master (ARMSTI in, ARMSTO out)
      *takes on every invoice A2SHIP registered on INVOICES as an
      *open invoice item, then each cash receipt on CASHRCPT is
      *applied to the invoice it names; what the invoice does not
      *need, a receipt naming no invoice, or one naming an invoice
      *the customer does not owe, is held on account as an
      *unapplied cash item.  an item paid down to zero leaves the
      *master.  the report lists every posting and proves the
      *balance forward: old balance plus invoices less cash
      *received equals the new balance.
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
      * open-item master, old and new
           select optional ar-in-file
               assign to ARMSTI
               organization is sequential.
      *
           select ar-out-file
               assign to ARMSTO
               organization is sequential.
      *
      * the day's customer invoices, from A2SHIP
           select optional invoice-file
               assign to INVOICES
               organization is sequential.
      *
      * cash receipts -- customer, check, invoice paid, amount
           select optional cash-file
               assign to CASHRCPT
               organization is sequential.
      *
      * customer master -- cash for an unknown customer is refused
           select optional cust-master-file
               assign to CUSTMST
               organization is sequential.
      *
      * posting report
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
       fd ar-in-file
           recording mode is F
           data record is ar-in-line
           record contains 80 characters.
      *
       01 ar-in-line.
           copy ARITEM replacing ==:TAG:== by ==ai==.
      *
       fd ar-out-file
           recording mode is F
           data record is ar-out-line
           record contains 80 characters.
      *
       01 ar-out-line.
           copy ARITEM replacing ==:TAG:== by ==ao==.
      *
       fd invoice-file
           recording mode is F
           data record is invoice-line
           record contains 80 characters.
      *
       01 invoice-line.
           copy INVOICE replacing ==:TAG:== by ==iv==.
      *
       fd cash-file
           recording mode is F
           data record is cash-line
           record contains 40 characters.
      *
       01 cash-line.
           05 cr-customer-id                pic x(6).
           05 cr-check-number               pic x(10).
           05 cr-receipt-date               pic 9(8).
           05 cr-invoice-number             pic 9(6).
           05 cr-amount                     pic 9(8)v99.
      *
       fd cust-master-file
           recording mode is F
           data record is cust-master-line
           record contains 36 characters.
      *
       01 cust-master-line.
           05 cm-customer-id                pic x(6).
           05 cm-customer-name              pic x(20).
           05 cm-tier-code                  pic x(1).
           05 cm-credit-limit               pic 9(7)v99.
      *
       fd report-file
           recording mode is F
           data record is report-line
           record contains 110 characters.
       01 report-line                       pic x(110).
      *
       fd exception-file
           recording mode is F
           data record is exception-line
           record contains 80 characters.
      *
       01 exception-line.
           05 ex-program                    pic x(8).
           05 ex-run-date                   pic 9(8).
           05 ex-severity                   pic x.
           05 ex-key                        pic x(20).
           05 ex-reason                     pic x(43).
      *
       working-storage section.
      *
       01 ws-title.
           05 filler                        pic x(15)
                value spaces.
           05 ws-title-name                 pic x(30)
                value "Accounts Receivable Posting".
           05 filler                        pic x(2)
                value spaces.
           05 ws-title-date                 pic 9(8).
      *
       01 ws-column-header.
           05 filler                        pic x(8)
                value "CUST".
           05 filler                        pic x(7)
                value "TYPE".
           05 filler                        pic x(9)
                value "INVOICE".
           05 filler                        pic x(12)
                value "REFERENCE".
           05 filler                        pic x(16)
                value "         AMOUNT".
           05 filler                        pic x(16)
                value "        APPLIED".
           05 filler                        pic x(16)
                value "     ON ACCOUNT".
           05 filler                        pic x(24)
                value "NOTE".
      *
       01 ws-detail-line.
           05 dl-customer-id                pic x(6).
           05 filler                        pic x(2)
                value spaces.
           05 dl-type                       pic x(5).
           05 filler                        pic x(2)
                value spaces.
           05 dl-invoice-number             pic 9(6).
           05 filler                        pic x(3)
                value spaces.
           05 dl-reference                  pic x(10).
           05 filler                        pic x(2)
                value spaces.
           05 dl-amount                     pic $$$,$$$,$$9.99.
           05 filler                        pic x(2)
                value spaces.
           05 dl-applied                    pic $$$,$$$,$$9.99.
           05 filler                        pic x(2)
                value spaces.
           05 dl-on-account                 pic $$$,$$$,$$9.99.
           05 filler                        pic x(2)
                value spaces.
           05 dl-note                       pic x(24).
      *
       01 ws-proof-line.
           05 filler                        pic x(4)
                value spaces.
           05 dl-proof-label                pic x(24).
           05 dl-proof-amount               pic $$$$,$$$,$$9.99-.
      *
       01 ws-recon-line.
           05 filler                        pic x(28)
                value "BALANCE FORWARD PROOF:".
           05 dl-recon-status               pic x(14).
      *
       01 ws-trailer-line.
           05 filler                        pic x(12)
                value "INVOICES:".
           05 dl-invoice-count              pic zzzz9.
           05 filler                        pic x(12)
                value "  RECEIPTS:".
           05 dl-cash-count                 pic zzzz9.
           05 filler                        pic x(12)
                value "  REFUSED:".
           05 dl-refused-count              pic zzzz9.
           05 filler                        pic x(16)
                value "  ITEMS CLOSED:".
           05 dl-closed-count               pic zzzz9.
           05 filler                        pic x(14)
                value "  OPEN ITEMS:".
           05 dl-open-count                 pic zzzz9.
      *
      *-----------------------------------------------
      *  CUSTOMER TABLE (FROM CUSTMST)
      *-----------------------------------------------
       01 ws-cust-table.
           05 ws-cust-count                 pic 9(3) value 0.
           05 ws-cust-entry  occurs 200 times.
                10 ws-cst-id                pic x(6).
      *
      *-----------------------------------------------
      *  OPEN-ITEM TABLE (FROM ARMSTI, PLUS NEW)
      *-----------------------------------------------
       01 ws-ar-table.
           05 ws-ar-count                   pic 9(4) value 0.
           05 ws-ar-entry  occurs 5000 times.
                10 ws-ar-customer-id        pic x(6).
                10 ws-ar-item-type          pic x.
                10 ws-ar-doc-number         pic 9(6).
                10 ws-ar-reference          pic x(10).
                10 ws-ar-doc-date           pic 9(8).
                10 ws-ar-original-amt       pic 9(8)v99.
                10 ws-ar-open-amt           pic 9(8)v99.
                10 ws-ar-activity-date      pic 9(8).
                10 ws-ar-order-number       pic 9(6).
      *
       01 ws-work.
           05 ws-cst-idx                    pic 9(3).
           05 ws-cst-found-sw               pic x value "N".
                88 ws-cst-found             value "Y".
           05 ws-ar-idx                     pic 9(4).
           05 ws-inv-found-sw               pic x value "N".
                88 ws-inv-found             value "Y".
           05 ws-inv-idx                    pic 9(4).
           05 ws-find-customer-id           pic x(6).
           05 ws-find-invoice-number        pic 9(6).
           05 ws-apply-amt                  pic 9(8)v99.
           05 ws-remaining-amt              pic 9(8)v99.
           05 ws-reject-reason              pic x(43).
      *
       01 ws-totals.
           05 ws-old-balance                pic s9(10)v99 value 0.
           05 ws-new-balance                pic s9(10)v99 value 0.
           05 ws-proved-balance             pic s9(10)v99 value 0.
           05 ws-invoices-posted            pic 9(10)v99 value 0.
           05 ws-cash-received              pic 9(10)v99 value 0.
           05 ws-invoice-count              pic 9(5) value 0.
           05 ws-cash-count                 pic 9(5) value 0.
           05 ws-refused-count              pic 9(5) value 0.
           05 ws-closed-count               pic 9(5) value 0.
           05 ws-open-count                 pic 9(5) value 0.
      *
       01 ws-file.
           05 ws-eof-y                      pic x value "Y".
           05 ws-ar-eof-flag                pic x value "N".
           05 ws-invoice-eof-flag           pic x value "N".
           05 ws-cash-eof-flag              pic x value "N".
           05 ws-custmst-eof-flag           pic x value "N".
      *
      *-----------------------------------------------
      *  CURRENT DATETIME CODE FROM IBM DOCUMENTATION
      *-----------------------------------------------
       01 ws-current-date.
           05 ws-date                       pic 9(8).
           05 ws-time                       pic 9(8).
           05 ws-GMT-offset                 pic s9(4).
      *
       procedure division.
       000-main.
      *
           perform 100-open-files.
           perform 110-load-customer-master.
           perform 120-load-open-items.
           perform 150-report-header.
           perform 200-read-invoice.
           perform 300-post-invoice thru 300-exit
                until ws-invoice-eof-flag is equal to ws-eof-y.
           perform 210-read-cash.
           perform 400-post-cash thru 400-exit
                until ws-cash-eof-flag is equal to ws-eof-y.
           perform 700-write-open-items.
           perform 800-print-trailer.
           perform 900-close-files.
           goback.
      *
       100-open-files.
           open input invoice-file, cash-file.
           open output ar-out-file, report-file.
           open extend exception-file.
           move function current-date       to ws-current-date.
      *
       110-load-customer-master.
           open input cust-master-file.
           perform 112-read-customer.
           perform 114-store-customer
                until ws-custmst-eof-flag is equal to ws-eof-y.
           close cust-master-file.
      *
       112-read-customer.
           read cust-master-file
                at end move ws-eof-y        to ws-custmst-eof-flag.
      *
       114-store-customer.
           if ws-cust-count < 200
                add 1                       to ws-cust-count
                move cm-customer-id   to ws-cst-id(ws-cust-count)
           end-if.
           perform 112-read-customer.
      *
      * the old master's balance is the opening figure the proof
      * at the end rolls forward from
       120-load-open-items.
           open input ar-in-file.
           perform 122-read-open-item.
           perform 124-store-open-item
                until ws-ar-eof-flag is equal to ws-eof-y.
           close ar-in-file.
      *
       122-read-open-item.
           read ar-in-file
                at end move ws-eof-y        to ws-ar-eof-flag.
      *
       124-store-open-item.
           if ws-ar-count < 5000
                add 1                       to ws-ar-count
                move ws-ar-count            to ws-ar-idx
                move ai-customer-id   to ws-ar-customer-id(ws-ar-idx)
                move ai-item-type     to ws-ar-item-type(ws-ar-idx)
                move ai-doc-number    to ws-ar-doc-number(ws-ar-idx)
                move ai-reference     to ws-ar-reference(ws-ar-idx)
                move ai-doc-date      to ws-ar-doc-date(ws-ar-idx)
                move ai-original-amt  to ws-ar-original-amt(ws-ar-idx)
                move ai-open-amt      to ws-ar-open-amt(ws-ar-idx)
                move ai-last-activity-date
                     to ws-ar-activity-date(ws-ar-idx)
                move ai-order-number  to ws-ar-order-number(ws-ar-idx)
                if ai-type-cash
                     subtract ai-open-amt   from ws-old-balance
                else
                     add ai-open-amt        to ws-old-balance
                end-if
           end-if.
           perform 122-read-open-item.
      *
       150-report-header.
           move ws-date                     to ws-title-date.
           write report-line                from ws-title.
           move spaces                      to report-line.
           write report-line.
           write report-line                from ws-column-header.
      *
       200-read-invoice.
           read invoice-file
                at end move ws-eof-y        to ws-invoice-eof-flag.
      *
       210-read-cash.
           read cash-file
                at end move ws-eof-y        to ws-cash-eof-flag.
      *
      *-----------------------------------------------
      *  INVOICES
      *-----------------------------------------------
      * each invoice goes on the master once, for its total
       300-post-invoice.
           move iv-customer-id              to dl-customer-id.
           move "INV"                       to dl-type.
           move iv-invoice-number           to dl-invoice-number.
           move iv-cust-po-ref              to dl-reference.
           move iv-total-amt                to dl-amount.
           move 0                           to dl-applied.
           move 0                           to dl-on-account.

           move iv-invoice-number           to ws-find-invoice-number.
           move iv-customer-id              to ws-find-customer-id.
           perform 420-find-invoice-item.
           if ws-inv-found
                move "INVOICE ALREADY ON THE RECEIVABLES MASTER"
                                            to ws-reject-reason
                perform 430-refuse-posting
                perform 200-read-invoice
                go to 300-exit
           end-if.

           if ws-ar-count not < 5000
                move "RECEIVABLES TABLE FULL -- INVOICE NOT POSTED"
                                            to ws-reject-reason
                perform 430-refuse-posting
                perform 200-read-invoice
                go to 300-exit
           end-if.

           add 1                            to ws-ar-count.
           move ws-ar-count                 to ws-ar-idx.
           move iv-customer-id     to ws-ar-customer-id(ws-ar-idx).
           move "I"                to ws-ar-item-type(ws-ar-idx).
           move iv-invoice-number  to ws-ar-doc-number(ws-ar-idx).
           move iv-cust-po-ref     to ws-ar-reference(ws-ar-idx).
           move iv-invoice-date    to ws-ar-doc-date(ws-ar-idx).
           move iv-total-amt       to ws-ar-original-amt(ws-ar-idx).
           move iv-total-amt       to ws-ar-open-amt(ws-ar-idx).
           move ws-date            to ws-ar-activity-date(ws-ar-idx).
           move iv-order-number    to ws-ar-order-number(ws-ar-idx).
           add iv-total-amt                 to ws-invoices-posted.
           add 1                            to ws-invoice-count.
           move "INVOICE POSTED"            to dl-note.
           write report-line                from ws-detail-line.
           perform 200-read-invoice.
       300-exit.
           exit.
      *
      *-----------------------------------------------
      *  CASH RECEIPTS
      *-----------------------------------------------
      * cash goes against the invoice the customer named, as far
      * as that invoice needs it; the rest is held on account
       400-post-cash.
           move cr-customer-id              to dl-customer-id.
           move "CASH"                      to dl-type.
           move cr-invoice-number           to dl-invoice-number.
           move cr-check-number             to dl-reference.
           move cr-amount                   to dl-amount.
           move 0                           to dl-applied.
           move 0                           to dl-on-account.

           perform 410-find-customer.
           if not ws-cst-found
                move "RECEIPT FOR A CUSTOMER NOT ON CUSTMST"
                                            to ws-reject-reason
                perform 430-refuse-posting
                perform 210-read-cash
                go to 400-exit
           end-if.

           if cr-amount = 0
                move "RECEIPT AMOUNT IS ZERO"
                                            to ws-reject-reason
                perform 430-refuse-posting
                perform 210-read-cash
                go to 400-exit
           end-if.

           add 1                            to ws-cash-count.
           add cr-amount                    to ws-cash-received.
           move cr-amount                   to ws-remaining-amt.
           move spaces                      to dl-note.

           if cr-invoice-number not = 0
                move cr-invoice-number      to ws-find-invoice-number
                move cr-customer-id         to ws-find-customer-id
                perform 420-find-invoice-item
                if ws-inv-found
                     perform 440-apply-to-invoice
                else
                     move "INVOICE NOT OPEN - ON ACCT" to dl-note
                end-if
           else
                move "ON ACCOUNT"           to dl-note
           end-if.

           if ws-remaining-amt > 0
                perform 450-hold-on-account
           else
                write report-line           from ws-detail-line
           end-if.
           perform 210-read-cash.
       400-exit.
           exit.
      *
       410-find-customer.
           move "N"                         to ws-cst-found-sw.
           perform varying ws-cst-idx from 1 by 1
                until ws-cst-idx > ws-cust-count
                    or ws-cst-found
                if ws-cst-id(ws-cst-idx) = cr-customer-id
                     set ws-cst-found       to true
                end-if
           end-perform.
      *
      * the customer's own invoice, by number, still on the master
       420-find-invoice-item.
           move "N"                         to ws-inv-found-sw.
           perform varying ws-inv-idx from 1 by 1
                until ws-inv-idx > ws-ar-count
                    or ws-inv-found
                if ws-ar-item-type(ws-inv-idx) = "I"
                     and ws-ar-doc-number(ws-inv-idx)
                          = ws-find-invoice-number
                     and ws-ar-customer-id(ws-inv-idx)
                          = ws-find-customer-id
                     set ws-inv-found       to true
                end-if
           end-perform.
           subtract 1                       from ws-inv-idx.
      *
       430-refuse-posting.
           add 1                            to ws-refused-count.
           move ws-reject-reason            to dl-note.
           write report-line                from ws-detail-line.
           move "A2ARPOST"                  to ex-program.
           move ws-date                     to ex-run-date.
           move "2"                         to ex-severity.
           move spaces                      to ex-key.
           string dl-type delimited by space
                  " " delimited by size
                  dl-customer-id delimited by size
                  "/" delimited by size
                  dl-invoice-number delimited by size
                  into ex-key
           end-string.
           move ws-reject-reason            to ex-reason.
           write exception-line.
      *
       440-apply-to-invoice.
           if ws-remaining-amt < ws-ar-open-amt(ws-inv-idx)
                move ws-remaining-amt       to ws-apply-amt
                move "PART PAYMENT"         to dl-note
           else
                move ws-ar-open-amt(ws-inv-idx) to ws-apply-amt
                move "INVOICE PAID"         to dl-note
           end-if.
           subtract ws-apply-amt   from ws-ar-open-amt(ws-inv-idx).
           subtract ws-apply-amt   from ws-remaining-amt.
           move ws-date            to ws-ar-activity-date(ws-inv-idx).
           move ws-apply-amt                to dl-applied.
           if ws-remaining-amt > 0
                move "PAID - OVERPAY ON ACCT" to dl-note
           end-if.
      *
      * cash that cannot be held is not received -- it comes back
      * out of the day's cash so the proof still balances
       450-hold-on-account.
           move ws-remaining-amt            to dl-on-account.
           if ws-ar-count not < 5000
                subtract ws-remaining-amt   from ws-cash-received
                move 0                      to dl-on-account
                move "RECEIVABLES TABLE FULL -- CASH NOT HELD"
                                            to ws-reject-reason
                perform 430-refuse-posting
           else
                add 1                       to ws-ar-count
                move ws-ar-count            to ws-ar-idx
                move cr-customer-id   to ws-ar-customer-id(ws-ar-idx)
                move "C"              to ws-ar-item-type(ws-ar-idx)
                move cr-invoice-number
                                      to ws-ar-doc-number(ws-ar-idx)
                move cr-check-number  to ws-ar-reference(ws-ar-idx)
                move cr-receipt-date  to ws-ar-doc-date(ws-ar-idx)
                move ws-remaining-amt
                                      to ws-ar-original-amt(ws-ar-idx)
                move ws-remaining-amt to ws-ar-open-amt(ws-ar-idx)
                move ws-date          to ws-ar-activity-date(ws-ar-idx)
                move 0                to ws-ar-order-number(ws-ar-idx)
                write report-line           from ws-detail-line
           end-if.
      *
      *-----------------------------------------------
      *  NEW MASTER AND PROOF
      *-----------------------------------------------
      * only items with something still open carry forward
       700-write-open-items.
           perform varying ws-ar-idx from 1 by 1
                until ws-ar-idx > ws-ar-count
                if ws-ar-open-amt(ws-ar-idx) = 0
                     add 1                  to ws-closed-count
                else
                     perform 710-write-open-item
                end-if
           end-perform.
      *
       710-write-open-item.
           move spaces                      to ar-out-line.
           move ws-ar-customer-id(ws-ar-idx)   to ao-customer-id.
           move ws-ar-item-type(ws-ar-idx)     to ao-item-type.
           move ws-ar-doc-number(ws-ar-idx)    to ao-doc-number.
           move ws-ar-reference(ws-ar-idx)     to ao-reference.
           move ws-ar-doc-date(ws-ar-idx)      to ao-doc-date.
           move ws-ar-original-amt(ws-ar-idx)  to ao-original-amt.
           move ws-ar-open-amt(ws-ar-idx)      to ao-open-amt.
           move ws-ar-activity-date(ws-ar-idx)
                                            to ao-last-activity-date.
           move ws-ar-order-number(ws-ar-idx)  to ao-order-number.
           write ar-out-line.
           add 1                            to ws-open-count.
           if ao-type-cash
                subtract ao-open-amt        from ws-new-balance
           else
                add ao-open-amt             to ws-new-balance
           end-if.
      *
       800-print-trailer.
           move spaces                      to report-line.
           write report-line.
           move "OPENING BALANCE"           to dl-proof-label.
           move ws-old-balance              to dl-proof-amount.
           write report-line                from ws-proof-line.
           move "INVOICES POSTED"           to dl-proof-label.
           move ws-invoices-posted          to dl-proof-amount.
           write report-line                from ws-proof-line.
           move "CASH RECEIVED"             to dl-proof-label.
           compute dl-proof-amount = 0 - ws-cash-received.
           write report-line                from ws-proof-line.
           move "CLOSING BALANCE"           to dl-proof-label.
           move ws-new-balance              to dl-proof-amount.
           write report-line                from ws-proof-line.

           compute ws-proved-balance =
                ws-old-balance + ws-invoices-posted - ws-cash-received.
           if ws-proved-balance = ws-new-balance
                move "BALANCED"             to dl-recon-status
           else
                move "OUT OF BALANCE"       to dl-recon-status
           end-if.
           write report-line                from ws-recon-line.

           move spaces                      to report-line.
           write report-line.
           move ws-invoice-count            to dl-invoice-count.
           move ws-cash-count               to dl-cash-count.
           move ws-refused-count            to dl-refused-count.
           move ws-closed-count             to dl-closed-count.
           move ws-open-count               to dl-open-count.
           write report-line                from ws-trailer-line.
      *
       900-close-files.
           close invoice-file.
           close cash-file.
           close ar-out-file.
           close report-file.
           close exception-file.
      *
       end program A2ARPOST.
