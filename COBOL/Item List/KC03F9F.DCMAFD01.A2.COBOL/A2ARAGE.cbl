       identification division.
       program-id. A2ARAGE.
       date-written. October 15, 2026.
       author. Bilgan Kiris.
      *Description: month-end accounts receivable run.  reads the
      *open-item master A2ARPOST keeps (ARMSTI) with the customer
      *master and prints the aged trial balance -- each customer's
      *open invoices aged from the invoice date into current,
      *30, 60 and 90-plus day buckets, less unapplied cash on
      *account, against the customer's credit limit -- then writes
      *an open-item statement for every customer with a balance
      *to STMTFILE for mailing.
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
      * open-item master, as A2ARPOST last wrote it
           select optional ar-in-file
               assign to ARMSTI
               organization is sequential.
      *
      * customer master -- names and credit limits
           select optional cust-master-file
               assign to CUSTMST
               organization is sequential.
      *
      * aged trial balance
           select report-file
               assign to RPTFILE
               organization is sequential.
      *
      * customer statements
           select statement-file
               assign to STMTFILE
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
           record contains 132 characters.
       01 report-line                       pic x(132).
      *
       fd statement-file
           recording mode is F
           data record is statement-line
           record contains 100 characters.
       01 statement-line                    pic x(100).
      *
       working-storage section.
      *
      * an open invoice this many days old or more is 90-plus
       77 ws-age-30-days                    pic s9(5) value 30.
       77 ws-age-60-days                    pic s9(5) value 60.
       77 ws-age-90-days                    pic s9(5) value 90.
      *
       01 ws-title.
           05 filler                        pic x(15)
                value spaces.
           05 ws-title-name                 pic x(32)
                value "Aged Trial Balance - Receivables".
           05 filler                        pic x(2)
                value spaces.
           05 ws-title-date                 pic 9(8).
      *
       01 ws-column-header.
           05 filler                        pic x(8)
                value "CUST".
           05 filler                        pic x(21)
                value "NAME".
           05 filler                        pic x(13)
                value "      CURRENT".
           05 filler                        pic x(13)
                value "      30 DAYS".
           05 filler                        pic x(13)
                value "      60 DAYS".
           05 filler                        pic x(13)
                value "     90+ DAYS".
           05 filler                        pic x(13)
                value "   UNAPPLIED".
           05 filler                        pic x(14)
                value "      BALANCE".
           05 filler                        pic x(13)
                value " CREDIT LIMIT".
           05 filler                        pic x(11)
                value "  NOTE".
      *
       01 ws-detail-line.
           05 dl-customer-id                pic x(6).
           05 filler                        pic x(2)
                value spaces.
           05 dl-customer-name              pic x(20).
           05 filler                        pic x(1)
                value spaces.
           05 dl-current                    pic z,zzz,zz9.99.
           05 filler                        pic x(1)
                value spaces.
           05 dl-days-30                    pic z,zzz,zz9.99.
           05 filler                        pic x(1)
                value spaces.
           05 dl-days-60                    pic z,zzz,zz9.99.
           05 filler                        pic x(1)
                value spaces.
           05 dl-days-90                    pic z,zzz,zz9.99.
           05 filler                        pic x(1)
                value spaces.
           05 dl-unapplied                  pic z,zzz,zz9.99.
           05 filler                        pic x(1)
                value spaces.
           05 dl-balance                    pic zz,zzz,zz9.99-.
           05 filler                        pic x(1)
                value spaces.
           05 dl-credit-limit               pic z,zzz,zz9.99.
           05 filler                        pic x(2)
                value spaces.
           05 dl-note                       pic x(11).
      *
       01 ws-stmt-title.
           05 filler                        pic x(20)
                value spaces.
           05 filler                        pic x(22)
                value "STATEMENT OF ACCOUNT".
           05 filler                        pic x(8)
                value "AS OF ".
           05 st-title-date                 pic 9(8).
      *
       01 ws-stmt-customer.
           05 filler                        pic x(10)
                value "CUSTOMER ".
           05 st-customer-id                pic x(6).
           05 filler                        pic x(2)
                value spaces.
           05 st-customer-name              pic x(20).
      *
       01 ws-stmt-column-header.
           05 filler                        pic x(10)
                value "DATE".
           05 filler                        pic x(11)
                value "ITEM".
           05 filler                        pic x(9)
                value "NUMBER".
           05 filler                        pic x(12)
                value "REFERENCE".
           05 filler                        pic x(16)
                value "       ORIGINAL".
           05 filler                        pic x(16)
                value "           OPEN".
           05 filler                        pic x(6)
                value "  DAYS".
      *
       01 ws-stmt-detail.
           05 st-doc-date                   pic 9(8).
           05 filler                        pic x(2)
                value spaces.
           05 st-item-type                  pic x(9).
           05 filler                        pic x(2)
                value spaces.
           05 st-doc-number                 pic 9(6).
           05 filler                        pic x(3)
                value spaces.
           05 st-reference                  pic x(10).
           05 filler                        pic x(2)
                value spaces.
           05 st-original-amt               pic $$$,$$$,$$9.99.
           05 filler                        pic x(2)
                value spaces.
           05 st-open-amt                   pic $$$,$$$,$$9.99-.
           05 filler                        pic x(2)
                value spaces.
           05 st-age-days                   pic zzzz9.
      *
       01 ws-stmt-aging.
           05 filler                        pic x(9)
                value "CURRENT".
           05 st-current                    pic z,zzz,zz9.99.
           05 filler                        pic x(8)
                value "  30:".
           05 st-days-30                    pic z,zzz,zz9.99.
           05 filler                        pic x(8)
                value "  60:".
           05 st-days-60                    pic z,zzz,zz9.99.
           05 filler                        pic x(8)
                value "  90+:".
           05 st-days-90                    pic z,zzz,zz9.99.
      *
       01 ws-stmt-balance.
           05 filler                        pic x(42)
                value spaces.
           05 filler                        pic x(16)
                value "BALANCE DUE".
           05 st-balance                    pic $$$,$$$,$$9.99-.
      *
       01 ws-trailer-line.
           05 filler                        pic x(12)
                value "CUSTOMERS:".
           05 dl-customer-count             pic zzzz9.
           05 filler                        pic x(16)
                value "  OVER LIMIT:".
           05 dl-over-limit-count           pic zzzz9.
           05 filler                        pic x(16)
                value "  STATEMENTS:".
           05 dl-statement-count            pic zzzz9.
           05 filler                        pic x(16)
                value "  OPEN ITEMS:".
           05 dl-item-count                 pic zzzz9.
      *
      *-----------------------------------------------
      *  CUSTOMER TABLE (FROM CUSTMST, PLUS ANY
      *  CUSTOMER ON THE MASTER BUT NOT ON CUSTMST)
      *-----------------------------------------------
       01 ws-cust-table.
           05 ws-cust-count                 pic 9(3) value 0.
           05 ws-cust-entry  occurs 200 times.
                10 ws-cst-id                pic x(6).
                10 ws-cst-name              pic x(20).
                10 ws-cst-credit-limit      pic 9(7)v99.
                10 ws-cst-current           pic 9(8)v99.
                10 ws-cst-days-30           pic 9(8)v99.
                10 ws-cst-days-60           pic 9(8)v99.
                10 ws-cst-days-90           pic 9(8)v99.
                10 ws-cst-unapplied         pic 9(8)v99.
                10 ws-cst-item-count        pic 9(4).
      *
      *-----------------------------------------------
      *  OPEN-ITEM TABLE (FROM ARMSTI)
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
                10 ws-ar-age-days           pic s9(5).
      *
       01 ws-work.
           05 ws-cst-idx                    pic 9(3).
           05 ws-cst-found-sw               pic x value "N".
                88 ws-cst-found             value "Y".
           05 ws-ar-idx                     pic 9(4).
           05 ws-age-from-date              pic 9(8).
           05 ws-age-days                   pic s9(5).
           05 ws-balance                    pic s9(9)v99.
      *
       01 ws-totals.
           05 ws-tot-current                pic 9(10)v99 value 0.
           05 ws-tot-days-30                pic 9(10)v99 value 0.
           05 ws-tot-days-60                pic 9(10)v99 value 0.
           05 ws-tot-days-90                pic 9(10)v99 value 0.
           05 ws-tot-unapplied              pic 9(10)v99 value 0.
           05 ws-tot-balance                pic s9(10)v99 value 0.
           05 ws-customer-count             pic 9(5) value 0.
           05 ws-over-limit-count           pic 9(5) value 0.
           05 ws-statement-count            pic 9(5) value 0.
      *
       01 ws-file.
           05 ws-eof-y                      pic x value "Y".
           05 ws-ar-eof-flag                pic x value "N".
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
           perform 400-age-customer
                varying ws-cst-idx from 1 by 1
                until ws-cst-idx > ws-cust-count.
           perform 800-print-trailer.
           perform 900-close-files.
           goback.
      *
       100-open-files.
           open output report-file, statement-file.
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
                move ws-cust-count          to ws-cst-idx
                move cm-customer-id   to ws-cst-id(ws-cst-idx)
                move cm-customer-name to ws-cst-name(ws-cst-idx)
                move cm-credit-limit
                               to ws-cst-credit-limit(ws-cst-idx)
                perform 116-clear-customer-buckets
           end-if.
           perform 112-read-customer.
      *
       116-clear-customer-buckets.
           move 0                  to ws-cst-current(ws-cst-idx).
           move 0                  to ws-cst-days-30(ws-cst-idx).
           move 0                  to ws-cst-days-60(ws-cst-idx).
           move 0                  to ws-cst-days-90(ws-cst-idx).
           move 0                  to ws-cst-unapplied(ws-cst-idx).
           move 0                  to ws-cst-item-count(ws-cst-idx).
      *
      * each item is aged from its document date as it is loaded
      * and added into its customer's bucket; unapplied cash is
      * kept apart and not aged
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
           perform 130-find-customer.
           if ws-cst-found
                and ws-ar-count < 5000
                add 1                       to ws-ar-count
                move ws-ar-count            to ws-ar-idx
                move ai-customer-id   to ws-ar-customer-id(ws-ar-idx)
                move ai-item-type     to ws-ar-item-type(ws-ar-idx)
                move ai-doc-number    to ws-ar-doc-number(ws-ar-idx)
                move ai-reference     to ws-ar-reference(ws-ar-idx)
                move ai-doc-date      to ws-ar-doc-date(ws-ar-idx)
                move ai-original-amt  to ws-ar-original-amt(ws-ar-idx)
                move ai-open-amt      to ws-ar-open-amt(ws-ar-idx)
                move ai-doc-date            to ws-age-from-date
                call "A0DAYDIF" using ws-age-from-date, ws-date,
                     ws-age-days
                move ws-age-days      to ws-ar-age-days(ws-ar-idx)
                add 1                 to ws-cst-item-count(ws-cst-idx)
                perform 126-bucket-open-item
           end-if.
           perform 122-read-open-item.
      *
       126-bucket-open-item.
           if ai-type-cash
                add ai-open-amt       to ws-cst-unapplied(ws-cst-idx)
           else
                if ws-age-days < ws-age-30-days
                     add ai-open-amt  to ws-cst-current(ws-cst-idx)
                else
                     if ws-age-days < ws-age-60-days
                          add ai-open-amt
                                      to ws-cst-days-30(ws-cst-idx)
                     else
                          if ws-age-days < ws-age-90-days
                               add ai-open-amt
                                      to ws-cst-days-60(ws-cst-idx)
                          else
                               add ai-open-amt
                                      to ws-cst-days-90(ws-cst-idx)
                          end-if
                     end-if
                end-if
           end-if.
      *
      * a customer on the master who has since left CUSTMST still
      * owes the money -- carried on the trial balance unnamed
       130-find-customer.
           move "N"                         to ws-cst-found-sw.
           perform varying ws-cst-idx from 1 by 1
                until ws-cst-idx > ws-cust-count
                    or ws-cst-found
                if ws-cst-id(ws-cst-idx) = ai-customer-id
                     set ws-cst-found       to true
                end-if
           end-perform.
           if ws-cst-found
                subtract 1                  from ws-cst-idx
           else
                if ws-cust-count < 200
                     add 1                  to ws-cust-count
                     move ws-cust-count     to ws-cst-idx
                     move ai-customer-id to ws-cst-id(ws-cst-idx)
                     move "** NOT ON CUSTMST **"
                                     to ws-cst-name(ws-cst-idx)
                     move 0 to ws-cst-credit-limit(ws-cst-idx)
                     perform 116-clear-customer-buckets
                     set ws-cst-found       to true
                end-if
           end-if.
      *
       150-report-header.
           move ws-date                     to ws-title-date.
           write report-line                from ws-title.
           move spaces                      to report-line.
           write report-line.
           write report-line                from ws-column-header.
      *
      *-----------------------------------------------
      *  TRIAL BALANCE LINE AND STATEMENT
      *-----------------------------------------------
      * a zero credit limit means none has been set, so the
      * customer is never flagged over it
       400-age-customer.
           if ws-cst-item-count(ws-cst-idx) > 0
                compute ws-balance = ws-cst-current(ws-cst-idx)
                     + ws-cst-days-30(ws-cst-idx)
                     + ws-cst-days-60(ws-cst-idx)
                     + ws-cst-days-90(ws-cst-idx)
                     - ws-cst-unapplied(ws-cst-idx)
                perform 410-print-aged-line
                perform 500-write-statement
           end-if.
      *
       410-print-aged-line.
           move ws-cst-id(ws-cst-idx)       to dl-customer-id.
           move ws-cst-name(ws-cst-idx)     to dl-customer-name.
           move ws-cst-current(ws-cst-idx)  to dl-current.
           move ws-cst-days-30(ws-cst-idx)  to dl-days-30.
           move ws-cst-days-60(ws-cst-idx)  to dl-days-60.
           move ws-cst-days-90(ws-cst-idx)  to dl-days-90.
           move ws-cst-unapplied(ws-cst-idx) to dl-unapplied.
           move ws-balance                  to dl-balance.
           move ws-cst-credit-limit(ws-cst-idx) to dl-credit-limit.
           move spaces                      to dl-note.
           if ws-cst-credit-limit(ws-cst-idx) > 0
                and ws-balance > ws-cst-credit-limit(ws-cst-idx)
                move "OVER LIMIT"           to dl-note
                add 1                       to ws-over-limit-count
           end-if.
           write report-line                from ws-detail-line.
           add 1                            to ws-customer-count.
           add ws-cst-current(ws-cst-idx)   to ws-tot-current.
           add ws-cst-days-30(ws-cst-idx)   to ws-tot-days-30.
           add ws-cst-days-60(ws-cst-idx)   to ws-tot-days-60.
           add ws-cst-days-90(ws-cst-idx)   to ws-tot-days-90.
           add ws-cst-unapplied(ws-cst-idx) to ws-tot-unapplied.
           add ws-balance                   to ws-tot-balance.
      *
      * a statement lists every item still open, so the customer
      * sees each invoice and each payment not yet matched
       500-write-statement.
           move ws-date                     to st-title-date.
           write statement-line             from ws-stmt-title.
           move spaces                      to statement-line.
           write statement-line.
           move ws-cst-id(ws-cst-idx)       to st-customer-id.
           move ws-cst-name(ws-cst-idx)     to st-customer-name.
           write statement-line             from ws-stmt-customer.
           move spaces                      to statement-line.
           write statement-line.
           write statement-line             from ws-stmt-column-header.
           perform varying ws-ar-idx from 1 by 1
                until ws-ar-idx > ws-ar-count
                if ws-ar-customer-id(ws-ar-idx) = ws-cst-id(ws-cst-idx)
                     perform 510-write-statement-item
                end-if
           end-perform.
           move spaces                      to statement-line.
           write statement-line.
           move ws-cst-current(ws-cst-idx)  to st-current.
           move ws-cst-days-30(ws-cst-idx)  to st-days-30.
           move ws-cst-days-60(ws-cst-idx)  to st-days-60.
           move ws-cst-days-90(ws-cst-idx)  to st-days-90.
           write statement-line             from ws-stmt-aging.
           move ws-balance                  to st-balance.
           write statement-line             from ws-stmt-balance.
           move spaces                      to statement-line.
           write statement-line.
           write statement-line.
           add 1                            to ws-statement-count.
      *
       510-write-statement-item.
           move ws-ar-doc-date(ws-ar-idx)   to st-doc-date.
           move ws-ar-doc-number(ws-ar-idx) to st-doc-number.
           move ws-ar-reference(ws-ar-idx)  to st-reference.
           move ws-ar-original-amt(ws-ar-idx) to st-original-amt.
           if ws-ar-item-type(ws-ar-idx) = "C"
                move "PAYMENT"              to st-item-type
                compute st-open-amt = 0 - ws-ar-open-amt(ws-ar-idx)
                move 0                      to st-age-days
           else
                move "INVOICE"              to st-item-type
                move ws-ar-open-amt(ws-ar-idx) to st-open-amt
                move ws-ar-age-days(ws-ar-idx) to st-age-days
           end-if.
           write statement-line             from ws-stmt-detail.
      *
       800-print-trailer.
           move spaces                      to report-line.
           write report-line.
           move "TOTALS"                    to dl-customer-id.
           move spaces                      to dl-customer-name.
           move ws-tot-current              to dl-current.
           move ws-tot-days-30              to dl-days-30.
           move ws-tot-days-60              to dl-days-60.
           move ws-tot-days-90              to dl-days-90.
           move ws-tot-unapplied            to dl-unapplied.
           move ws-tot-balance              to dl-balance.
           move 0                           to dl-credit-limit.
           move spaces                      to dl-note.
           write report-line                from ws-detail-line.
           move spaces                      to report-line.
           write report-line.
           move ws-customer-count           to dl-customer-count.
           move ws-over-limit-count         to dl-over-limit-count.
           move ws-statement-count          to dl-statement-count.
           move ws-ar-count                 to dl-item-count.
           write report-line                from ws-trailer-line.
      *
       900-close-files.
           close report-file.
           close statement-file.
      *
       end program A2ARAGE.
