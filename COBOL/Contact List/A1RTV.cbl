       identification division.
       program-id. A1RTV.
       date-written. October 15, 2026.
       author. Bilgan Kiris.
      *Description: return-to-vendor processing for the damaged-
      *goods master A1RESTK books defect returns onto.  vendor
      *pickup confirmations (RTVCONF) are applied first: each
      *confirmed authorization relieves DMGMASTI/DMGMASTO of the
      *units and value it carried, closes on the RTVMSTI/RTVMSTO
      *authorization master, and writes a vendor-credit-expected
      *record (VCREDEXP) so purchasing can chase the credit still
      *owed.  damaged units not yet on an open authorization are
      *then grouped by the vendor code on the product master and
      *each vendor gets one numbered RTV authorization document
      *(RTVPRINT).  a SKU off the product master, or a vendor off
      *VENDMST, gets an exception line instead of a document.
      *
      *-----------------------------------------------
      *  MODIFICATION HISTORY
      *-----------------------------------------------
      * 2026-10-15  new program -- the damaged-goods master only
      *             ever grew.
      *
       environment division.
       configuration section.
      *
       input-output section.
       file-control.
      * damaged-goods master, prior state -- optional
           select optional dmgmast-in-file
                assign to DMGMASTI
                organization is sequential.
      *
      * damaged-goods master, relieved by this run
           select dmgmast-out-file
                assign to DMGMASTO
                organization is sequential.
      *
      * RTV authorization master, prior state -- optional on the
      * first run
           select optional rtvmast-in-file
                assign to RTVMSTI
                organization is sequential.
      *
      * RTV authorization master, updated by this run
           select rtvmast-out-file
                assign to RTVMSTO
                organization is sequential.
      *
      * vendor pickup confirmations -- optional
           select optional confirm-file
                assign to RTVCONF
                organization is sequential.
      *
      * indexed product master, read by key for the vendor code
           select product-master-file
                assign to PRODMAST
                organization is indexed
                access is random
                record key is pm-product-name.
      *
      * vendor master -- code, name, lead time, minimum order
      * value
           select optional vendor-master-file
                assign to VENDMST
                organization is sequential.
      *
      * vendor credits expected -- appended to across runs
           select optional credit-file
                assign to VCREDEXP
                organization is sequential.
      *
      * printable RTV authorization documents
           select rtv-print-file
                assign to RTVPRINT
                organization is sequential.
      *
      * run report
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
      * damaged-goods record -- one per SKU with defect returns
       fd dmgmast-in-file
           recording mode is F
           data record is dmgmast-in-line
           record contains 32 characters.
      *
       01 dmgmast-in-line.
           05 di-sku-code               pic x(15).
           05 di-units                  pic 9(6).
           05 di-value                  pic 9(9)v99.
      *
       fd dmgmast-out-file
           recording mode is F
           data record is dmgmast-out-line
           record contains 32 characters.
      *
       01 dmgmast-out-line.
           05 do-sku-code               pic x(15).
           05 do-units                  pic 9(6).
           05 do-value                  pic 9(9)v99.
      *
      * one record per SKU line of an authorization
       fd rtvmast-in-file
           recording mode is F
           data record is rtvmast-in-line
           record contains 60 characters.
      *
       01 rtvmast-in-line.
           05 ri-rtv-number             pic 9(6).
           05 ri-vendor-code            pic x(5).
           05 ri-sku-code               pic x(15).
           05 ri-units                  pic 9(6).
           05 ri-value                  pic 9(9)v99.
           05 ri-issue-date             pic 9(8).
           05 ri-status                 pic x.
                88 ri-rtv-open          value "O".
                88 ri-rtv-closed        value "C".
           05 ri-pickup-date            pic 9(8).
      *
       fd rtvmast-out-file
           recording mode is F
           data record is rtvmast-out-line
           record contains 60 characters.
      *
       01 rtvmast-out-line.
           05 ro-rtv-number             pic 9(6).
           05 ro-vendor-code            pic x(5).
           05 ro-sku-code               pic x(15).
           05 ro-units                  pic 9(6).
           05 ro-value                  pic 9(9)v99.
           05 ro-issue-date             pic 9(8).
           05 ro-status                 pic x.
           05 ro-pickup-date            pic 9(8).
      *
       fd confirm-file
           recording mode is F
           data record is confirm-line
           record contains 22 characters.
      *
       01 confirm-line.
           05 cf-rtv-number             pic 9(6).
           05 cf-pickup-date            pic 9(8).
           05 cf-user-id                pic x(8).
      *
       fd product-master-file
           data record is product-master-line
           record contains 82 characters.
      *
       01 product-master-line.
           05 pm-product-name           pic x(15).
           05 pm-product-description    pic x(25).
           05 pm-product-quantity       pic 9(6).
           05 pm-unit-cost              pic 9(5)v99.
           05 pm-vendor-code            pic x(5).
           05 pm-max-stock-level        pic 9(6).
           05 pm-loc-quantity  occurs 3 times
                                        pic 9(6).
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
       fd credit-file
           recording mode is F
           data record is credit-line
           record contains 51 characters.
      *
       01 credit-line.
           05 ce-vendor-code            pic x(5).
           05 ce-rtv-number             pic 9(6).
           05 ce-sku-code               pic x(15).
           05 ce-units                  pic 9(6).
           05 ce-credit-value           pic 9(9)v99.
           05 ce-pickup-date            pic 9(8).
      *
       fd rtv-print-file
           recording mode is F
           data record is rtv-print-line
           record contains 95 characters.
       01 rtv-print-line                pic x(95).
      *
       fd report-file
           recording mode is F
           data record is report-line
           record contains 95 characters.
       01 report-line                   pic x(95).
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
       working-storage section.
      *
      *-----------------------------------------------
      *  RTV AUTHORIZATION DOCUMENT
      *-----------------------------------------------
       01 ws-rtv-header1.
           05 filler                    pic x(32)
                value "RETURN TO VENDOR AUTHORIZATION".
           05 dl-rtv-number             pic 9(6).
           05 filler                    pic x(8)
                value "   DATE".
           05 dl-rtv-date               pic 9(8).
      *
       01 ws-rtv-header2.
           05 filler                    pic x(8)
                value "VENDOR".
           05 dl-rtv-vendor-code        pic x(5).
           05 filler                    pic x(2)
                value spaces.
           05 dl-rtv-vendor-name        pic x(25).
      *
       01 ws-rtv-column-header.
           05 filler                    pic x(17)
                value "SKU".
           05 filler                    pic x(9)
                value "UNITS".
           05 filler                    pic x(14)
                value "COST VALUE".
      *
       01 ws-rtv-detail-line.
           05 dl-line-sku               pic x(15).
           05 filler                    pic x(2)
                value spaces.
           05 dl-line-units             pic zzzzz9.
           05 filler                    pic x(3)
                value spaces.
           05 dl-line-value             pic z(8)9.99.
      *
       01 ws-rtv-total-line.
           05 filler                    pic x(17)
                value "RTV TOTAL:".
           05 dl-rtv-total-units        pic zzzzz9.
           05 filler                    pic x(3)
                value spaces.
           05 dl-rtv-total-value        pic z(8)9.99.
      *
       01 ws-rtv-sign-line              pic x(60)
           value "VENDOR PICKUP SIGNATURE ____________  DATE ________".
      *
      *-----------------------------------------------
      *  RUN REPORT
      *-----------------------------------------------
       01 ws-title.
           05 filler                    pic x(15)
                value spaces.
           05 ws-title-name             pic x(30)
                value "Return to Vendor Report".
           05 filler                    pic x(2)
                value spaces.
           05 ws-title-date             pic 9(8).
      *
       01 ws-pickup-header              pic x(40)
           value "----- PICKUPS CONFIRMED -----".
      *
       01 ws-issued-header              pic x(40)
           value "----- AUTHORIZATIONS ISSUED -----".
      *
       01 ws-report-line.
           05 filler                    pic x(2)
                value spaces.
           05 dl-rpt-rtv-number         pic 9(6).
           05 filler                    pic x(2)
                value spaces.
           05 dl-rpt-vendor             pic x(5).
           05 filler                    pic x(2)
                value spaces.
           05 dl-rpt-sku                pic x(15).
           05 filler                    pic x(2)
                value spaces.
           05 dl-rpt-units              pic zzzzz9.
           05 filler                    pic x(2)
                value spaces.
           05 dl-rpt-value              pic z(8)9.99.
           05 filler                    pic x(2)
                value spaces.
           05 dl-rpt-disposition        pic x(24).
      *
       01 ws-reject-line.
           05 filler                    pic x(4)
                value spaces.
           05 filler                    pic x(13)
                value "*** REJECTED:".
           05 filler                    pic x(1)
                value spaces.
           05 dl-rej-key                pic x(15).
           05 filler                    pic x(1)
                value spaces.
           05 dl-rej-reason             pic x(34).
           05 filler                    pic x(4)
                value " ***".
      *
       01 ws-trailer-line.
           05 filler                    pic x(18)
                value "Pickups Applied:".
           05 dl-pickup-count           pic zzz9.
           05 filler                    pic x(14)
                value "  RTVs Issued:".
           05 dl-issued-count           pic zzz9.
           05 filler                    pic x(14)
                value "  Exceptions:".
           05 dl-exc-count              pic zzz9.
      *
       01 ws-trailer-line2.
           05 filler                    pic x(22)
                value "Credits Expected:".
           05 dl-credit-total           pic $$$,$$$,$$9.99.
           05 filler                    pic x(22)
                value "   Newly Authorized:".
           05 dl-authorized-total       pic $$$,$$$,$$9.99.
      *
      * closed authorizations stay on the master this many days so
      * a late question about a pickup still has an answer
       77 ws-rtv-retain-days            pic 999 value 365.
      *
      *-----------------------------------------------
      *  DAMAGED-GOODS TABLE (FROM DMGMASTI)
      *-----------------------------------------------
       01 ws-dmg-table.
           05 ws-dmg-count              pic 9(3) value 0.
           05 ws-dmg-entry occurs 200 times.
                10 ws-dmg-sku           pic x(15).
                10 ws-dmg-units         pic 9(6).
                10 ws-dmg-value         pic 9(9)v99.
                10 ws-dmg-avail-units   pic s9(6).
                10 ws-dmg-vendor        pic x(5).
                10 ws-dmg-done          pic x.
      *
      *-----------------------------------------------
      *  RTV AUTHORIZATION TABLE (FROM RTVMSTI)
      *-----------------------------------------------
       01 ws-rtv-table.
           05 ws-rtv-count              pic 9(4) value 0.
           05 ws-rtv-entry occurs 1000 times.
                10 ws-rtv-number        pic 9(6).
                10 ws-rtv-vendor        pic x(5).
                10 ws-rtv-sku           pic x(15).
                10 ws-rtv-units         pic 9(6).
                10 ws-rtv-value         pic 9(9)v99.
                10 ws-rtv-issue-date    pic 9(8).
                10 ws-rtv-status        pic x.
                     88 ws-rtv-open     value "O".
                10 ws-rtv-pickup-date   pic 9(8).
      *
      *-----------------------------------------------
      *  VENDOR MASTER TABLE
      *-----------------------------------------------
       01 ws-vendor-table.
           05 ws-ven-count              pic 9(3) value 0.
           05 ws-ven-entry occurs 100 times.
                10 ws-ven-code          pic x(5).
                10 ws-ven-name          pic x(25).
      *
       01 ws-work.
           05 ws-dmg-idx                pic 9(3).
           05 ws-dmg-found-idx          pic 9(3).
           05 ws-dmg-found-sw           pic x value "N".
                88 ws-dmg-found         value "Y".
           05 ws-key-sku                pic x(15).
           05 ws-grp-idx                pic 9(3).
           05 ws-rtv-idx                pic 9(4).
           05 ws-rtv-found-sw           pic x value "N".
                88 ws-rtv-found         value "Y".
           05 ws-ven-idx                pic 9(3).
           05 ws-ven-found-sw           pic x value "N".
                88 ws-ven-found         value "Y".
           05 ws-mst-found-sw           pic x value "N".
                88 ws-mst-found         value "Y".
           05 ws-cur-vendor             pic x(5).
           05 ws-max-rtv-number         pic 9(6) value 0.
           05 ws-new-rtv-number         pic 9(6).
           05 ws-line-value             pic 9(9)v99.
           05 ws-rtv-total-units        pic 9(7).
           05 ws-rtv-total-value        pic 9(9)v99.
           05 ws-rtv-age-days           pic s9(5).
           05 ws-pickup-count           pic 9(4) value 0.
           05 ws-issued-count           pic 9(4) value 0.
           05 ws-exc-count              pic 9(4) value 0.
           05 ws-credit-total           pic 9(9)v99 value 0.
           05 ws-authorized-total       pic 9(9)v99 value 0.
      *
       01 ws-blank-line                 pic x(95) value spaces.
      *
       01 ws-file.
           05 ws-eof-y                  pic x value "Y".
           05 ws-dmgmast-eof-flag       pic x value "N".
           05 ws-rtvmast-eof-flag       pic x value "N".
           05 ws-confirm-eof-flag       pic x value "N".
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
       procedure division.
       000-main.
      *
           perform 100-open-files.
           perform 110-load-damaged-master.
           perform 120-load-rtv-master.
           perform 130-load-vendor-master.
           perform 150-report-header.
           perform 300-apply-pickups.
           perform 400-find-available-units.
           perform 500-issue-vendor-rtvs
                until ws-cur-vendor = high-values.
           perform 700-write-masters.
           perform 800-print-trailer.
           perform 900-close-files.
           goback.
      *
       100-open-files.
           open input product-master-file.
           open output rtv-print-file, report-file.
           open extend credit-file, exception-file.
           move function current-date   to ws-current-date.
      *
       110-load-damaged-master.
           open input dmgmast-in-file.
           perform 112-read-dmgmast.
           perform 114-store-dmgmast
                until ws-dmgmast-eof-flag is equal to ws-eof-y.
           close dmgmast-in-file.
      *
       112-read-dmgmast.
           read dmgmast-in-file
                at end move ws-eof-y    to ws-dmgmast-eof-flag.
      *
       114-store-dmgmast.
           if ws-dmg-count < 200
                add 1                   to ws-dmg-count
                move di-sku-code        to ws-dmg-sku(ws-dmg-count)
                move di-units           to ws-dmg-units(ws-dmg-count)
                move di-value           to ws-dmg-value(ws-dmg-count)
           end-if.
           perform 112-read-dmgmast.
      *
      * closed authorizations past the retention window fall off
      * here; open ones never age off
       120-load-rtv-master.
           open input rtvmast-in-file.
           perform 122-read-rtvmast.
           perform 124-store-rtvmast thru 124-exit
                until ws-rtvmast-eof-flag is equal to ws-eof-y.
           close rtvmast-in-file.
      *
       122-read-rtvmast.
           read rtvmast-in-file
                at end move ws-eof-y    to ws-rtvmast-eof-flag.
      *
       124-store-rtvmast.
      *    numbering stays monotonic even when the row is purged
           if ri-rtv-number > ws-max-rtv-number
                move ri-rtv-number      to ws-max-rtv-number
           end-if.
           if ri-rtv-closed
                call "A0DAYDIF" using ri-pickup-date, ws-date,
                     ws-rtv-age-days
                if ws-rtv-age-days > ws-rtv-retain-days
                     go to 124-exit
                end-if
           end-if.
           if ws-rtv-count < 1000
                add 1                   to ws-rtv-count
                move ri-rtv-number   to ws-rtv-number(ws-rtv-count)
                move ri-vendor-code  to ws-rtv-vendor(ws-rtv-count)
                move ri-sku-code     to ws-rtv-sku(ws-rtv-count)
                move ri-units        to ws-rtv-units(ws-rtv-count)
                move ri-value        to ws-rtv-value(ws-rtv-count)
                move ri-issue-date   to ws-rtv-issue-date(ws-rtv-count)
                move ri-status       to ws-rtv-status(ws-rtv-count)
                move ri-pickup-date
                     to ws-rtv-pickup-date(ws-rtv-count)
           end-if.
       124-exit.
           perform 122-read-rtvmast.
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
           end-if.
           perform 132-read-vendor.
      *
       150-report-header.
           move ws-date                 to ws-title-date.
           write report-line            from ws-title.
           move spaces                  to report-line.
           write report-line.
      *
      *-----------------------------------------------
      *  PICKUP CONFIRMATIONS
      *-----------------------------------------------
       300-apply-pickups.
           write report-line            from ws-pickup-header.
           open input confirm-file.
           perform 302-read-confirm.
           perform 310-apply-one-pickup
                until ws-confirm-eof-flag is equal to ws-eof-y.
           close confirm-file.
           write report-line            from ws-blank-line.
      *
       302-read-confirm.
           read confirm-file
                at end move ws-eof-y    to ws-confirm-eof-flag.
      *
      * every open line of the confirmed authorization is picked
      * up: it closes, comes off the damaged-goods master, and
      * becomes a credit the vendor owes us
       310-apply-one-pickup.
           move "N"                     to ws-rtv-found-sw.
           perform varying ws-rtv-idx from 1 by 1
                until ws-rtv-idx > ws-rtv-count
                if ws-rtv-number(ws-rtv-idx) = cf-rtv-number
                     and ws-rtv-open(ws-rtv-idx)
                     set ws-rtv-found   to true
                     perform 320-close-one-line
                end-if
           end-perform.
           if not ws-rtv-found
                move cf-rtv-number      to dl-rej-key
                move "RTV NOT OPEN ON MASTER" to dl-rej-reason
                write report-line       from ws-reject-line
                add 1                   to ws-exc-count
                move "A1RTV"            to ex-program
                move ws-date            to ex-run-date
                move "3"                to ex-severity
                move cf-rtv-number      to ex-key
                move "PICKUP FOR RTV NOT OPEN ON MASTER"
                                        to ex-reason
                write exception-line
           else
                add 1                   to ws-pickup-count
           end-if.
           perform 302-read-confirm.
      *
       320-close-one-line.
           move "C"             to ws-rtv-status(ws-rtv-idx).
           move cf-pickup-date  to ws-rtv-pickup-date(ws-rtv-idx).

           move ws-rtv-sku(ws-rtv-idx)  to ws-key-sku.
           perform 330-find-damaged-sku.
           if ws-dmg-found
                if ws-dmg-units(ws-dmg-found-idx)
                     > ws-rtv-units(ws-rtv-idx)
                     subtract ws-rtv-units(ws-rtv-idx)
                          from ws-dmg-units(ws-dmg-found-idx)
                else
                     move 0 to ws-dmg-units(ws-dmg-found-idx)
                end-if
                if ws-dmg-value(ws-dmg-found-idx)
                     > ws-rtv-value(ws-rtv-idx)
                     subtract ws-rtv-value(ws-rtv-idx)
                          from ws-dmg-value(ws-dmg-found-idx)
                else
                     move 0 to ws-dmg-value(ws-dmg-found-idx)
                end-if
           end-if.

           move ws-rtv-vendor(ws-rtv-idx)  to ce-vendor-code.
           move ws-rtv-number(ws-rtv-idx)  to ce-rtv-number.
           move ws-rtv-sku(ws-rtv-idx)     to ce-sku-code.
           move ws-rtv-units(ws-rtv-idx)   to ce-units.
           move ws-rtv-value(ws-rtv-idx)   to ce-credit-value.
           move cf-pickup-date             to ce-pickup-date.
           write credit-line.
           add ws-rtv-value(ws-rtv-idx)    to ws-credit-total.

           move ws-rtv-number(ws-rtv-idx)  to dl-rpt-rtv-number.
           move ws-rtv-vendor(ws-rtv-idx)  to dl-rpt-vendor.
           move ws-rtv-sku(ws-rtv-idx)     to dl-rpt-sku.
           move ws-rtv-units(ws-rtv-idx)   to dl-rpt-units.
           move ws-rtv-value(ws-rtv-idx)   to dl-rpt-value.
           move "PICKED UP - CREDIT DUE"   to dl-rpt-disposition.
           write report-line               from ws-report-line.
      *
       330-find-damaged-sku.
           move "N"                     to ws-dmg-found-sw.
           move 0                       to ws-dmg-found-idx.
           perform varying ws-dmg-idx from 1 by 1
                until ws-dmg-idx > ws-dmg-count
                    or ws-dmg-found
                if ws-dmg-sku(ws-dmg-idx) = ws-key-sku
                     move ws-dmg-idx    to ws-dmg-found-idx
                     set ws-dmg-found   to true
                end-if
           end-perform.
      *
      *-----------------------------------------------
      *  NEW AUTHORIZATIONS
      *-----------------------------------------------
      * what is still damaged and not already promised to a vendor
      * on an open authorization is available to return; the
      * vendor comes off the product master
       400-find-available-units.
           write report-line            from ws-issued-header.
           perform varying ws-dmg-idx from 1 by 1
                until ws-dmg-idx > ws-dmg-count
                move ws-dmg-units(ws-dmg-idx)
                     to ws-dmg-avail-units(ws-dmg-idx)
                move "Y"                to ws-dmg-done(ws-dmg-idx)
                perform varying ws-rtv-idx from 1 by 1
                     until ws-rtv-idx > ws-rtv-count
                     if ws-rtv-open(ws-rtv-idx)
                          and ws-rtv-sku(ws-rtv-idx)
                               = ws-dmg-sku(ws-dmg-idx)
                          subtract ws-rtv-units(ws-rtv-idx)
                               from ws-dmg-avail-units(ws-dmg-idx)
                     end-if
                end-perform
                if ws-dmg-avail-units(ws-dmg-idx) > 0
                     perform 410-look-up-product-vendor
                end-if
           end-perform.
           move spaces                  to ws-cur-vendor.
      *
       410-look-up-product-vendor.
           move ws-dmg-sku(ws-dmg-idx)  to pm-product-name.
           read product-master-file
                invalid key
                     move "N"           to ws-mst-found-sw
                not invalid key
                     set ws-mst-found   to true
           end-read.
           if ws-mst-found
                move pm-vendor-code     to ws-dmg-vendor(ws-dmg-idx)
                move "N"                to ws-dmg-done(ws-dmg-idx)
           else
                add 1                   to ws-exc-count
                move ws-dmg-sku(ws-dmg-idx) to dl-rej-key
                move "SKU NOT ON PRODUCT MASTER" to dl-rej-reason
                write report-line       from ws-reject-line
                move "A1RTV"            to ex-program
                move ws-date            to ex-run-date
                move "2"                to ex-severity
                move ws-dmg-sku(ws-dmg-idx) to ex-key
                move "DAMAGED SKU NOT ON PRODUCT MASTER"
                                        to ex-reason
                write exception-line
           end-if.
      *
      * peel off one vendor's worth of damaged SKUs per pass, the
      * way A1PURCH groups suggestions into purchase orders
       500-issue-vendor-rtvs.
           move spaces                  to ws-cur-vendor.
           perform varying ws-dmg-idx from 1 by 1
                until ws-dmg-idx > ws-dmg-count
                    or ws-cur-vendor not = spaces
                if ws-dmg-done(ws-dmg-idx) not = "Y"
                     move ws-dmg-vendor(ws-dmg-idx)
                          to ws-cur-vendor
                end-if
           end-perform.

           if ws-cur-vendor = spaces
                move high-values        to ws-cur-vendor
           else
                perform 510-look-up-vendor
                if ws-ven-found
                     perform 520-write-one-rtv
                else
                     perform 530-flag-unknown-vendor
                end-if
           end-if.
      *
       510-look-up-vendor.
           move "N"                     to ws-ven-found-sw.
           perform varying ws-ven-idx from 1 by 1
                until ws-ven-idx > ws-ven-count
                    or ws-ven-found
                if ws-ven-code(ws-ven-idx) = ws-cur-vendor
                     set ws-ven-found   to true
                end-if
           end-perform.
           subtract 1                   from ws-ven-idx.
      *
      * one authorization document per vendor: a line per SKU,
      * each line also written to the authorization master open
       520-write-one-rtv.
           add 1                        to ws-max-rtv-number.
           move ws-max-rtv-number       to ws-new-rtv-number.
           add 1                        to ws-issued-count.
           move 0                       to ws-rtv-total-units.
           move 0                       to ws-rtv-total-value.

           move ws-new-rtv-number       to dl-rtv-number.
           move ws-date                 to dl-rtv-date.
           write rtv-print-line         from ws-rtv-header1.
           move ws-cur-vendor           to dl-rtv-vendor-code.
           move ws-ven-name(ws-ven-idx) to dl-rtv-vendor-name.
           write rtv-print-line         from ws-rtv-header2.
           write rtv-print-line         from ws-rtv-column-header.

           perform varying ws-grp-idx from 1 by 1
                until ws-grp-idx > ws-dmg-count
                if ws-dmg-done(ws-grp-idx) not = "Y"
                     and ws-dmg-vendor(ws-grp-idx) = ws-cur-vendor
                     perform 525-write-rtv-line
                end-if
           end-perform.

           move ws-rtv-total-units      to dl-rtv-total-units.
           move ws-rtv-total-value      to dl-rtv-total-value.
           write rtv-print-line         from ws-rtv-total-line.
           write rtv-print-line         from ws-blank-line.
           write rtv-print-line         from ws-rtv-sign-line.
           write rtv-print-line         from ws-blank-line.
      *
      * the line's value is the available units' share of the
      * damaged bucket's value
       525-write-rtv-line.
           move "Y"                     to ws-dmg-done(ws-grp-idx).
           if ws-dmg-units(ws-grp-idx) > 0
                compute ws-line-value rounded =
                     ws-dmg-value(ws-grp-idx)
                     * ws-dmg-avail-units(ws-grp-idx)
                     / ws-dmg-units(ws-grp-idx)
           else
                move 0                  to ws-line-value
           end-if.
           add ws-dmg-avail-units(ws-grp-idx) to ws-rtv-total-units.
           add ws-line-value            to ws-rtv-total-value.
           add ws-line-value            to ws-authorized-total.

           move ws-dmg-sku(ws-grp-idx)  to dl-line-sku.
           move ws-dmg-avail-units(ws-grp-idx) to dl-line-units.
           move ws-line-value           to dl-line-value.
           write rtv-print-line         from ws-rtv-detail-line.

           if ws-rtv-count < 1000
                add 1                   to ws-rtv-count
                move ws-new-rtv-number  to ws-rtv-number(ws-rtv-count)
                move ws-cur-vendor      to ws-rtv-vendor(ws-rtv-count)
                move ws-dmg-sku(ws-grp-idx)
                     to ws-rtv-sku(ws-rtv-count)
                move ws-dmg-avail-units(ws-grp-idx)
                     to ws-rtv-units(ws-rtv-count)
                move ws-line-value      to ws-rtv-value(ws-rtv-count)
                move ws-date       to ws-rtv-issue-date(ws-rtv-count)
                move "O"           to ws-rtv-status(ws-rtv-count)
                move 0             to ws-rtv-pickup-date(ws-rtv-count)
           end-if.

           move ws-new-rtv-number       to dl-rpt-rtv-number.
           move ws-cur-vendor           to dl-rpt-vendor.
           move ws-dmg-sku(ws-grp-idx)  to dl-rpt-sku.
           move ws-dmg-avail-units(ws-grp-idx) to dl-rpt-units.
           move ws-line-value           to dl-rpt-value.
           move "AUTHORIZED"            to dl-rpt-disposition.
           write report-line            from ws-report-line.
      *
      * a vendor code the vendor master does not know cannot be
      * sent a document -- every SKU for it is an exception
       530-flag-unknown-vendor.
           perform varying ws-grp-idx from 1 by 1
                until ws-grp-idx > ws-dmg-count
                if ws-dmg-done(ws-grp-idx) not = "Y"
                     and ws-dmg-vendor(ws-grp-idx) = ws-cur-vendor
                     move "Y"           to ws-dmg-done(ws-grp-idx)
                     add 1              to ws-exc-count
                     move ws-dmg-sku(ws-grp-idx) to dl-rej-key
                     move "VENDOR NOT ON MASTER" to dl-rej-reason
                     write report-line  from ws-reject-line
                     move "A1RTV"       to ex-program
                     move ws-date       to ex-run-date
                     move "2"           to ex-severity
                     move ws-dmg-sku(ws-grp-idx) to ex-key
                     move "DAMAGED SKU VENDOR NOT ON MASTER"
                                        to ex-reason
                     write exception-line
                end-if
           end-perform.
      *
      * SKUs fully returned drop off the damaged-goods master
       700-write-masters.
           open output dmgmast-out-file.
           perform varying ws-dmg-idx from 1 by 1
                until ws-dmg-idx > ws-dmg-count
                if ws-dmg-units(ws-dmg-idx) > 0
                     move ws-dmg-sku(ws-dmg-idx)    to do-sku-code
                     move ws-dmg-units(ws-dmg-idx)  to do-units
                     move ws-dmg-value(ws-dmg-idx)  to do-value
                     write dmgmast-out-line
                end-if
           end-perform.
           close dmgmast-out-file.

           open output rtvmast-out-file.
           perform varying ws-rtv-idx from 1 by 1
                until ws-rtv-idx > ws-rtv-count
                move ws-rtv-number(ws-rtv-idx)     to ro-rtv-number
                move ws-rtv-vendor(ws-rtv-idx)     to ro-vendor-code
                move ws-rtv-sku(ws-rtv-idx)        to ro-sku-code
                move ws-rtv-units(ws-rtv-idx)      to ro-units
                move ws-rtv-value(ws-rtv-idx)      to ro-value
                move ws-rtv-issue-date(ws-rtv-idx) to ro-issue-date
                move ws-rtv-status(ws-rtv-idx)     to ro-status
                move ws-rtv-pickup-date(ws-rtv-idx)
                                        to ro-pickup-date
                write rtvmast-out-line
           end-perform.
           close rtvmast-out-file.
      *
       800-print-trailer.
           write report-line            from ws-blank-line.
           move ws-pickup-count         to dl-pickup-count.
           move ws-issued-count         to dl-issued-count.
           move ws-exc-count            to dl-exc-count.
           write report-line            from ws-trailer-line.
           move ws-credit-total         to dl-credit-total.
           move ws-authorized-total     to dl-authorized-total.
           write report-line            from ws-trailer-line2.
      *
       900-close-files.
           close product-master-file.
           close credit-file.
           close rtv-print-file.
           close report-file.
           close exception-file.
      *
       end program A1RTV.
