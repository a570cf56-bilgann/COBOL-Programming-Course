       identification division.
       program-id. A1POMNT.
       date-written. October 15, 2026.
       author. Bilgan Kiris.
      *Description: open-PO maintenance and expediting.  applies a
      *transaction file of cancels and close-shorts against the
      *OPENPOI/OPENPOO open-PO master A1PURCH writes and A1RECV
      *receives against, closing each line with a reason and an
      *audit line (AUDFILE).  a cancel is for a line nothing has
      *arrived against; a close-short is for a line the vendor
      *shipped part of and will not finish -- the RCVHIST receipts
      *history says which.  then every line still open past its
      *order date plus the vendor's VENDMST lead time is listed,
      *in PO-number order, with days overdue and value, as the
      *expediting worklist (RPTFILE).
      *
      *-----------------------------------------------
      *  MODIFICATION HISTORY
      *-----------------------------------------------
      * 2026-10-15  new program -- a PO the vendor never shipped
      *             stayed open forever.
      * 2026-10-15  user authority: the user who keyed each cancel
      *             or close-short must hold PO-cancel (POCN) or
      *             PO-close-short (POSH) authority on the USERAUTH
      *             master, through the common A0USRCHK routine, or
      *             the transaction is rejected on the audit.
      *
       environment division.
       configuration section.
      *
       input-output section.
       file-control.
      * open-PO master, prior state -- optional on the first run
           select optional openpo-in-file
                assign to OPENPOI
                organization is sequential.
      *
      * open-PO master, with cancelled and closed lines removed
           select openpo-out-file
                assign to OPENPOO
                organization is sequential.
      *
      * cancel / close-short transactions -- optional
           select optional po-tran-file
                assign to POTRAN
                organization is sequential.
      *
      * dated receipts history from A1RECV
           select optional rcvhist-file
                assign to RCVHIST
                organization is sequential.
      *
      * vendor master -- code, name, lead time, minimum order
      * value
           select optional vendor-master-file
                assign to VENDMST
                organization is sequential.
      *
      * audit of every applied and rejected transaction
           select audit-file
                assign to AUDFILE
                organization is sequential.
      *
      * open-PO aging / expediting worklist
           select report-file
                assign to RPTFILE
                organization is sequential.
      *
       data division.
       file section.
      *
       fd openpo-in-file
           recording mode is F
           data record is openpo-in-line
           record contains 48 characters.
      *
       01 openpo-in-line.
           05 oi-po-number              pic 9(6).
           05 oi-vendor-code            pic x(5).
           05 oi-product-name           pic x(15).
           05 oi-qty-ordered            pic 9(6).
           05 oi-unit-cost              pic 9(5)v99.
           05 oi-order-date             pic 9(8).
           05 oi-status                 pic x.
                88 oi-po-open           value "O".
                88 oi-po-received       value "R".
      *
       fd openpo-out-file
           recording mode is F
           data record is openpo-out-line
           record contains 48 characters.
      *
       01 openpo-out-line.
           05 oo-po-number              pic 9(6).
           05 oo-vendor-code            pic x(5).
           05 oo-product-name           pic x(15).
           05 oo-qty-ordered            pic 9(6).
           05 oo-unit-cost              pic 9(5)v99.
           05 oo-order-date             pic 9(8).
           05 oo-status                 pic x.
      *
       fd po-tran-file
           recording mode is F
           data record is po-tran-line
           record contains 60 characters.
      *
       01 po-tran-line.
           05 pt-action                 pic x.
                88 pt-action-cancel     value "C".
                88 pt-action-short      value "S".
           05 pt-po-number              pic 9(6).
           05 pt-product-name           pic x(15).
           05 pt-reason                 pic x(30).
           05 pt-user-id                pic x(8).
      *
       fd rcvhist-file
           recording mode is F
           data record is rcvhist-line
           record contains 80 characters.
      *
       01 rcvhist-line.
           05 rh-receipt-date           pic 9(8).
           05 rh-po-number              pic 9(6).
           05 rh-vendor-code            pic x(5).
           05 rh-product-name           pic x(15).
           05 rh-location               pic 9.
           05 rh-quantity               pic 9(6).
           05 rh-unit-cost              pic 9(5)v99.
           05 rh-po-unit-cost           pic 9(5)v99.
           05 rh-po-qty-due             pic 9(6).
           05 rh-order-date             pic 9(8).
           05 rh-match-flag             pic x.
                88 rh-match-no-po       value "N".
           05 filler                    pic x(10).
      *
       fd vendor-master-file
           recording mode is F
           data record is vendor-master-line
           record contains 42 characters.
      *
       01 vendor-master-line.
           05 vm-vendor-code            pic x(5).
           05 vm-vendor-name            pic x(25).
           05 vm-lead-time-days         pic 9(3).
           05 vm-min-order-value        pic 9(7)v99.
      *
       fd audit-file
           recording mode is F
           data record is audit-line
           record contains 120 characters.
      *
       01 audit-line                    pic x(120).
      *
       fd report-file
           recording mode is F
           data record is report-line
           record contains 107 characters.
       01 report-line                   pic x(107).
      *
       working-storage section.
      *
      *-----------------------------------------------
      *  AUDIT REPORT
      *-----------------------------------------------
       01 ws-audit-title.
           05 filler                    pic x(15)
                value spaces.
           05 filler                    pic x(30)
                value "Open-PO Maintenance Audit".
           05 filler                    pic x(2)
                value spaces.
           05 ws-audit-title-date       pic 9(8).
      *
       01 ws-audit-header.
           05 filler                    pic x(13)
                value "ACTION".
           05 filler                    pic x(8)
                value "PO NUM".
           05 filler                    pic x(17)
                value "PRODUCT".
           05 filler                    pic x(9)
                value "USER".
           05 filler                    pic x(9)
                value "QTY OPEN".
           05 filler                    pic x(30)
                value "REASON".
      *
       01 ws-audit-detail.
           05 dl-action                 pic x(11).
           05 filler                    pic x(2)
                value spaces.
           05 dl-aud-po-number          pic 9(6).
           05 filler                    pic x(2)
                value spaces.
           05 dl-aud-product            pic x(15).
           05 filler                    pic x(2)
                value spaces.
           05 dl-user-id                pic x(8).
           05 filler                    pic x(1)
                value spaces.
           05 dl-qty-open               pic zzzzz9.
           05 filler                    pic x(3)
                value spaces.
           05 dl-reason                 pic x(30).
      *
       01 ws-reject-line.
           05 filler                    pic x(4)
                value spaces.
           05 filler                    pic x(13)
                value "*** REJECTED:".
           05 filler                    pic x(1)
                value spaces.
           05 dl-rej-action             pic x.
           05 filler                    pic x(1)
                value spaces.
           05 dl-rej-po-number          pic 9(6).
           05 filler                    pic x(1)
                value spaces.
           05 dl-rej-product            pic x(15).
           05 filler                    pic x(1)
                value spaces.
           05 dl-rej-user               pic x(8).
           05 filler                    pic x(1)
                value spaces.
           05 dl-rej-reason             pic x(34).
           05 filler                    pic x(4)
                value " ***".
      *
       01 ws-audit-trailer.
           05 filler                    pic x(16)
                value "Trans Applied:".
           05 dl-applied-count          pic zzz9.
           05 filler                    pic x(4)
                value spaces.
           05 filler                    pic x(16)
                value "Trans Rejected:".
           05 dl-rejected-count         pic zzz9.
      *
      *-----------------------------------------------
      *  EXPEDITING WORKLIST
      *-----------------------------------------------
       01 ws-title.
           05 filler                    pic x(15)
                value spaces.
           05 ws-title-name             pic x(30)
                value "Open-PO Aging / Expediting".
           05 filler                    pic x(2)
                value spaces.
           05 ws-title-date             pic 9(8).
      *
       01 ws-column-header.
           05 filler                    pic x(8)
                value "PO NUM".
           05 filler                    pic x(7)
                value "VENDOR".
           05 filler                    pic x(22)
                value "NAME".
           05 filler                    pic x(17)
                value "PRODUCT".
           05 filler                    pic x(9)
                value "QTY DUE".
           05 filler                    pic x(10)
                value "ORDERED".
           05 filler                    pic x(6)
                value "LEAD".
           05 filler                    pic x(8)
                value "OVERDUE".
           05 filler                    pic x(13)
                value "VALUE".
      *
       01 ws-detail-line.
           05 dl-po-number              pic 9(6).
           05 filler                    pic x(2)
                value spaces.
           05 dl-vendor-code            pic x(5).
           05 filler                    pic x(2)
                value spaces.
           05 dl-vendor-name            pic x(20).
           05 filler                    pic x(2)
                value spaces.
           05 dl-product-name           pic x(15).
           05 filler                    pic x(2)
                value spaces.
           05 dl-qty-due                pic zzzzz9.
           05 filler                    pic x(3)
                value spaces.
           05 dl-order-date             pic 9(8).
           05 filler                    pic x(2)
                value spaces.
           05 dl-lead-time              pic zz9.
           05 filler                    pic x(3)
                value spaces.
           05 dl-days-overdue           pic zzzz9.
           05 filler                    pic x(3)
                value spaces.
           05 dl-line-value             pic z(7)9.99.
      *
       01 ws-trailer-line.
           05 filler                    pic x(18)
                value "Open PO Lines:".
           05 dl-open-count             pic zzz9.
           05 filler                    pic x(14)
                value "  Overdue:".
           05 dl-overdue-count          pic zzz9.
           05 filler                    pic x(18)
                value "  Overdue Value:".
           05 dl-overdue-value          pic z(9)9.99.
      *
      *-----------------------------------------------
      *  OPEN-PO TABLE (LOADED FROM OPENPOI)
      *-----------------------------------------------
       01 ws-po-table.
           05 ws-po-count               pic 9(4) value 0.
           05 ws-po-entry occurs 1000 times.
                10 ws-po-number         pic 9(6).
                10 ws-po-vendor         pic x(5).
                10 ws-po-product        pic x(15).
                10 ws-po-qty            pic 9(6).
                10 ws-po-cost           pic 9(5)v99.
                10 ws-po-date           pic 9(8).
                10 ws-po-status         pic x.
      *
      *-----------------------------------------------
      *  PO LINES WITH ANYTHING RECEIVED (FROM RCVHIST)
      *-----------------------------------------------
       01 ws-rcv-table.
           05 ws-rcv-count              pic 9(4) value 0.
           05 ws-rcv-entry occurs 2000 times.
                10 ws-rcv-po-number     pic 9(6).
                10 ws-rcv-product       pic x(15).
      *
      *-----------------------------------------------
      *  VENDOR MASTER TABLE
      *-----------------------------------------------
       01 ws-vendor-table.
           05 ws-ven-count              pic 9(3) value 0.
           05 ws-ven-entry occurs 100 times.
                10 ws-ven-code          pic x(5).
                10 ws-ven-name          pic x(25).
                10 ws-ven-lead-time     pic 9(3).
      *
       01 ws-work.
           05 ws-key-po-number          pic 9(6).
           05 ws-key-product            pic x(15).
           05 ws-po-idx                 pic 9(4).
           05 ws-po-found-idx           pic 9(4).
           05 ws-po-found-sw            pic x value "N".
                88 ws-po-found          value "Y".
           05 ws-rcv-idx                pic 9(4).
           05 ws-rcv-found-sw           pic x value "N".
                88 ws-rcv-found         value "Y".
           05 ws-ven-idx                pic 9(3).
           05 ws-ven-found-idx          pic 9(3).
           05 ws-ven-found-sw           pic x value "N".
                88 ws-ven-found         value "Y".
           05 ws-lead-time              pic 9(3).
           05 ws-age-days               pic s9(5).
           05 ws-days-overdue           pic s9(5).
           05 ws-line-value             pic 9(9)v99.
           05 ws-applied-count          pic 9(4) value 0.
           05 ws-rejected-count         pic 9(4) value 0.
           05 ws-open-count             pic 9(4) value 0.
           05 ws-overdue-count          pic 9(4) value 0.
           05 ws-overdue-value          pic 9(10)v99 value 0.
      *
      *-----------------------------------------------
      *  USER AUTHORITY (USERAUTH VIA A0USRCHK)
      *-----------------------------------------------
       01 ws-auth-work.
           05 ws-auth-tran-type         pic x(4).
           05 ws-auth-amount            pic 9(7)v99 value 0.
           05 ws-auth-result            pic x.
                88 ws-auth-refused      value "N".
           05 ws-auth-reason            pic x(34).
           05 ws-auth-emp-no            pic x(3).
           05 ws-auth-rej-count         pic 9(4) value 0.
      *
       01 ws-auth-summary-line.
           05 filler                    pic x(24)
                value "Refused for authority:".
           05 dl-auth-rej-count         pic zzz9.
      *
       01 ws-file.
           05 ws-eof-y                  pic x value "Y".
           05 ws-openpo-eof-flag        pic x value "N".
           05 ws-tran-eof-flag          pic x value "N".
           05 ws-rcvhist-eof-flag       pic x value "N".
           05 ws-vendmst-eof-flag       pic x value "N".
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
      *-----------------------------------------------
      *  CONSTANTS
      *-----------------------------------------------
       77 ws-cancel-text                pic x(11)
           value "CANCEL".
       77 ws-short-text                 pic x(11)
           value "CLOSE SHORT".
      *
       procedure division.
       000-main.
      *
           perform 100-open-files.
           perform 110-load-open-pos.
           perform 120-load-receipt-history.
           perform 130-load-vendor-master.
           perform 150-audit-header.
           perform 200-read-tran.
           perform 400-process-trans thru 400-exit
                until ws-tran-eof-flag is equal to ws-eof-y.
           perform 500-print-expediting-list.
           perform 700-write-open-pos.
           perform 800-print-trailer.
           perform 900-close-files.
           goback.
      *
       100-open-files.
           open input po-tran-file.
           open output openpo-out-file, audit-file, report-file.
           move function current-date   to ws-current-date.
      *
       110-load-open-pos.
           open input openpo-in-file.
           perform 112-read-open-po.
           perform 114-store-open-po
                until ws-openpo-eof-flag is equal to ws-eof-y.
           close openpo-in-file.
      *
       112-read-open-po.
           read openpo-in-file
                at end move ws-eof-y    to ws-openpo-eof-flag.
      *
       114-store-open-po.
           if ws-po-count < 1000
                add 1                   to ws-po-count
                move oi-po-number       to ws-po-number(ws-po-count)
                move oi-vendor-code     to ws-po-vendor(ws-po-count)
                move oi-product-name    to ws-po-product(ws-po-count)
                move oi-qty-ordered     to ws-po-qty(ws-po-count)
                move oi-unit-cost       to ws-po-cost(ws-po-count)
                move oi-order-date      to ws-po-date(ws-po-count)
                move oi-status          to ws-po-status(ws-po-count)
           end-if.
           perform 112-read-open-po.
      *
      * only which PO lines have had something arrive matters here
       120-load-receipt-history.
           open input rcvhist-file.
           perform 122-read-history.
           perform 124-store-history
                until ws-rcvhist-eof-flag is equal to ws-eof-y.
           close rcvhist-file.
      *
       122-read-history.
           read rcvhist-file
                at end move ws-eof-y    to ws-rcvhist-eof-flag.
      *
       124-store-history.
           if not rh-match-no-po
                move rh-po-number       to ws-key-po-number
                move rh-product-name    to ws-key-product
                perform 320-find-receipt
                if not ws-rcv-found
                     and ws-rcv-count < 2000
                     add 1              to ws-rcv-count
                     move rh-po-number
                          to ws-rcv-po-number(ws-rcv-count)
                     move rh-product-name
                          to ws-rcv-product(ws-rcv-count)
                end-if
           end-if.
           perform 122-read-history.
      *
       130-load-vendor-master.
           open input vendor-master-file.
           perform 132-read-vendor.
           perform 134-store-vendor
                until ws-vendmst-eof-flag is equal to ws-eof-y.
           close vendor-master-file.
      *
       132-read-vendor.
           read vendor-master-file
                at end move ws-eof-y    to ws-vendmst-eof-flag.
      *
       134-store-vendor.
           if ws-ven-count < 100
                add 1                   to ws-ven-count
                move vm-vendor-code     to ws-ven-code(ws-ven-count)
                move vm-vendor-name     to ws-ven-name(ws-ven-count)
                move vm-lead-time-days
                     to ws-ven-lead-time(ws-ven-count)
           end-if.
           perform 132-read-vendor.
      *
       150-audit-header.
           move ws-date                 to ws-audit-title-date.
           write audit-line             from ws-audit-title.
           move spaces                  to audit-line.
           write audit-line.
           write audit-line             from ws-audit-header.
           move spaces                  to audit-line.
           write audit-line.
      *
       200-read-tran.
           read po-tran-file
                at end move ws-eof-y    to ws-tran-eof-flag.
      *
      *-----------------------------------------------
      *  CANCEL / CLOSE-SHORT TRANSACTIONS
      *-----------------------------------------------
       400-process-trans.
           if not pt-action-cancel and not pt-action-short
                move "ACTION CODE NOT C OR S" to dl-rej-reason
                perform 600-write-reject
                go to 400-exit
           end-if.
           if pt-action-cancel
                move "POCN"             to ws-auth-tran-type
           else
                move "POSH"             to ws-auth-tran-type
           end-if.
           call "A0USRCHK" using pt-user-id, ws-auth-tran-type,
                ws-auth-amount, ws-auth-result, ws-auth-reason,
                ws-auth-emp-no.
           if ws-auth-refused
                add 1                   to ws-auth-rej-count
                move ws-auth-reason     to dl-rej-reason
                perform 600-write-reject
                go to 400-exit
           end-if.
           if pt-reason = spaces
                move "NO REASON GIVEN"  to dl-rej-reason
                perform 600-write-reject
                go to 400-exit
           end-if.
           perform 310-find-open-po.
           if not ws-po-found
                move "PO LINE NOT OPEN ON MASTER" to dl-rej-reason
                perform 600-write-reject
                go to 400-exit
           end-if.

      *    something already arrived means the line is short, not
      *    cancelled -- and the reverse
           move pt-po-number            to ws-key-po-number.
           move pt-product-name         to ws-key-product.
           perform 320-find-receipt.
           if pt-action-cancel and ws-rcv-found
                move "PART RECEIVED - USE CLOSE SHORT"
                                        to dl-rej-reason
                perform 600-write-reject
                go to 400-exit
           end-if.
           if pt-action-short and not ws-rcv-found
                move "NOTHING RECEIVED - USE CANCEL"
                                        to dl-rej-reason
                perform 600-write-reject
                go to 400-exit
           end-if.

           move pt-action     to ws-po-status(ws-po-found-idx).
           perform 610-write-applied.
       400-exit.
           perform 200-read-tran.
      *
       310-find-open-po.
           move "N"                     to ws-po-found-sw.
           move 0                       to ws-po-found-idx.
           perform varying ws-po-idx from 1 by 1
                until ws-po-idx > ws-po-count
                    or ws-po-found
                if ws-po-number(ws-po-idx) = pt-po-number
                     and ws-po-product(ws-po-idx) = pt-product-name
                     and ws-po-status(ws-po-idx) = "O"
                     move ws-po-idx     to ws-po-found-idx
                     set ws-po-found    to true
                end-if
           end-perform.
      *
       320-find-receipt.
           move "N"                     to ws-rcv-found-sw.
           perform varying ws-rcv-idx from 1 by 1
                until ws-rcv-idx > ws-rcv-count
                    or ws-rcv-found
                if ws-rcv-po-number(ws-rcv-idx) = ws-key-po-number
                     and ws-rcv-product(ws-rcv-idx) = ws-key-product
                     set ws-rcv-found   to true
                end-if
           end-perform.
      *
       330-find-vendor.
           move "N"                     to ws-ven-found-sw.
           move 0                       to ws-ven-found-idx.
           perform varying ws-ven-idx from 1 by 1
                until ws-ven-idx > ws-ven-count
                    or ws-ven-found
                if ws-ven-code(ws-ven-idx) = ws-po-vendor(ws-po-idx)
                     move ws-ven-idx    to ws-ven-found-idx
                     set ws-ven-found   to true
                end-if
           end-perform.
      *
      *-----------------------------------------------
      *  EXPEDITING WORKLIST
      *-----------------------------------------------
       500-print-expediting-list.
           move ws-date                 to ws-title-date.
           write report-line            from ws-title.
           move spaces                  to report-line.
           write report-line.
           write report-line            from ws-column-header.
           perform varying ws-po-idx from 1 by 1
                until ws-po-idx > ws-po-count
                if ws-po-status(ws-po-idx) = "O"
                     add 1              to ws-open-count
                     perform 510-age-one-line
                end-if
           end-perform.
      *
      * a line is overdue once it has been open longer than the
      * vendor promised; an unknown vendor promised nothing
       510-age-one-line.
           perform 330-find-vendor.
           if ws-ven-found
                move ws-ven-lead-time(ws-ven-found-idx)
                                        to ws-lead-time
           else
                move 0                  to ws-lead-time
           end-if.
           call "A0DAYDIF" using ws-po-date(ws-po-idx), ws-date,
                ws-age-days.
           compute ws-days-overdue = ws-age-days - ws-lead-time.
           if ws-days-overdue > 0
                perform 520-write-overdue-line
           end-if.
      *
       520-write-overdue-line.
           add 1                        to ws-overdue-count.
           compute ws-line-value =
                ws-po-qty(ws-po-idx) * ws-po-cost(ws-po-idx).
           add ws-line-value            to ws-overdue-value.

           move ws-po-number(ws-po-idx)  to dl-po-number.
           move ws-po-vendor(ws-po-idx)  to dl-vendor-code.
           if ws-ven-found
                move ws-ven-name(ws-ven-found-idx) to dl-vendor-name
           else
                move "NOT ON VENDOR MASTER" to dl-vendor-name
           end-if.
           move ws-po-product(ws-po-idx) to dl-product-name.
           move ws-po-qty(ws-po-idx)     to dl-qty-due.
           move ws-po-date(ws-po-idx)    to dl-order-date.
           move ws-lead-time             to dl-lead-time.
           move ws-days-overdue          to dl-days-overdue.
           move ws-line-value            to dl-line-value.
           write report-line             from ws-detail-line.
      *
       600-write-reject.
           add 1                        to ws-rejected-count.
           move pt-action               to dl-rej-action.
           move pt-po-number            to dl-rej-po-number.
           move pt-product-name         to dl-rej-product.
           move pt-user-id              to dl-rej-user.
           write audit-line             from ws-reject-line.
      *
       610-write-applied.
           add 1                        to ws-applied-count.
           if pt-action-cancel
                move ws-cancel-text     to dl-action
           else
                move ws-short-text      to dl-action
           end-if.
           move pt-po-number            to dl-aud-po-number.
           move pt-product-name         to dl-aud-product.
           move pt-user-id              to dl-user-id.
           move ws-po-qty(ws-po-found-idx) to dl-qty-open.
           move pt-reason               to dl-reason.
           write audit-line             from ws-audit-detail.
      *
      * only lines still open go forward, the way A1RECV drops
      * received ones
       700-write-open-pos.
           perform varying ws-po-idx from 1 by 1
                until ws-po-idx > ws-po-count
                if ws-po-status(ws-po-idx) = "O"
                     move ws-po-number(ws-po-idx)  to oo-po-number
                     move ws-po-vendor(ws-po-idx)  to oo-vendor-code
                     move ws-po-product(ws-po-idx)
                                        to oo-product-name
                     move ws-po-qty(ws-po-idx)     to oo-qty-ordered
                     move ws-po-cost(ws-po-idx)    to oo-unit-cost
                     move ws-po-date(ws-po-idx)    to oo-order-date
                     move ws-po-status(ws-po-idx)  to oo-status
                     write openpo-out-line
                end-if
           end-perform.
      *
       800-print-trailer.
           move spaces                  to audit-line.
           write audit-line.
           move ws-applied-count        to dl-applied-count.
           move ws-rejected-count       to dl-rejected-count.
           write audit-line             from ws-audit-trailer.
           move ws-auth-rej-count       to dl-auth-rej-count.
           write audit-line             from ws-auth-summary-line.

           move spaces                  to report-line.
           write report-line.
           move ws-open-count           to dl-open-count.
           move ws-overdue-count        to dl-overdue-count.
           move ws-overdue-value        to dl-overdue-value.
           write report-line            from ws-trailer-line.
      *
       900-close-files.
           close po-tran-file.
           close openpo-out-file.
           close audit-file.
           close report-file.
      *
       end program A1POMNT.
