       identification division.
       program-id. A2PICK.
       date-written. October 15, 2026.
       author. Bilgan Kiris.
      *Description: warehouse pick lists for customer orders.
      *every order line on the customer order master that holds
      *allocated stock is split across the three warehouses by
      *what each location carries on PRODMAST (pm-loc-quantity),
      *location 1 first, the same order A1DEPLET takes a unit out
      *of, and with lines drawing on the same SKU sharing what a
      *location has.  each warehouse gets its own printed pick
      *list, and every pick is written to PICKFILE in the layout
      *A2SHIP takes back as its ship confirmation (SHIPCONF) once
      *the warehouse has filled in what actually went out.  an
      *allocation no location can cover is listed as short.
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
      * customer order master, current state -- read only
           select optional order-file
               assign to CUSTORDI
               organization is sequential.
      *
      * shared item master -- item descriptions for the picker
           select optional item-master-file
               assign to ITEMMST
               organization is sequential.
      *
      * product master -- read only, for location quantities
           select product-master-file
               assign to PRODMAST
               organization is indexed
               access is random
               record key is pm-product-name.
      *
      * pick tickets, returned by the warehouse as SHIPCONF
           select pick-file
               assign to PICKFILE
               organization is sequential.
      *
      * printed pick lists, one section per warehouse
           select report-file
               assign to RPTFILE
               organization is sequential.
      *
       data division.
       file section.
      *
       fd order-file
           recording mode is F
           data record is order-line
           record contains 120 characters.
      *
       01 order-line.
           copy CUSTORD replacing ==:TAG:== by ==oi==.
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
       fd product-master-file
           data record is product-master-line
           record contains 82 characters.
      *
       01 product-master-line.
           05 pm-product-name               pic x(15).
           05 pm-product-description        pic x(25).
           05 pm-product-quantity           pic 9(6).
           05 pm-unit-cost                  pic 9(5)v99.
           05 pm-vendor-code                pic x(5).
           05 pm-max-stock-level            pic 9(6).
           05 pm-loc-quantity  occurs 3 times
                                            pic 9(6).
      *
       fd pick-file
           recording mode is F
           data record is pick-line
           record contains 40 characters.
      *
       01 pick-line.
           05 pk-order-number               pic 9(6).
           05 pk-line-number                pic 9(3).
           05 pk-location                   pic 9.
           05 pk-sku-code                   pic x(15).
           05 pk-quantity                   pic 9(5).
           05 pk-ship-ref                   pic x(10).
      *
       fd report-file
           recording mode is F
           data record is report-line
           record contains 100 characters.
       01 report-line                       pic x(100).
      *
       working-storage section.
      *
       01 ws-title.
           05 filler                        pic x(15)
                value spaces.
           05 ws-title-name                 pic x(24)
                value "Pick List -- Warehouse".
           05 ws-title-location             pic 9.
           05 filler                        pic x(7)
                value spaces.
           05 ws-title-date                 pic 9(8).
      *
       01 ws-column-header.
           05 filler                        pic x(8)
                value "ORDER".
           05 filler                        pic x(5)
                value "LINE".
           05 filler                        pic x(8)
                value "CUST".
           05 filler                        pic x(6)
                value "ITEM".
           05 filler                        pic x(16)
                value "SKU".
           05 filler                        pic x(15)
                value "DESCRIPTION".
           05 filler                        pic x(8)
                value "PICK".
           05 filler                        pic x(10)
                value "PICKED".
      *
       01 ws-detail-line.
           05 dl-order-number               pic 9(6).
           05 filler                        pic x(2)
                value spaces.
           05 dl-line-number                pic zz9.
           05 filler                        pic x(2)
                value spaces.
           05 dl-customer-id                pic x(6).
           05 filler                        pic x(2)
                value spaces.
           05 dl-item-no                    pic x(4).
           05 filler                        pic x(2)
                value spaces.
           05 dl-sku-code                   pic x(15).
           05 filler                        pic x(1)
                value spaces.
           05 dl-description                pic x(13).
           05 filler                        pic x(2)
                value spaces.
           05 dl-quantity                   pic zzzz9.
           05 filler                        pic x(3)
                value spaces.
           05 filler                        pic x(10)
                value "______".
      *
       01 ws-location-total-line.
           05 filler                        pic x(20)
                value "LINES TO PICK:".
           05 dl-loc-lines                  pic zzzz9.
           05 filler                        pic x(14)
                value "  UNITS:".
           05 dl-loc-units                  pic zzzzzz9.
      *
       01 ws-short-header                   pic x(100)
           value "ALLOCATIONS NO LOCATION CAN COVER".
      *
       01 ws-short-line.
           05 filler                        pic x(4)
                value spaces.
           05 dl-short-order                pic 9(6).
           05 filler                        pic x(1)
                value "/".
           05 dl-short-line-number          pic 999.
           05 filler                        pic x(2)
                value spaces.
           05 dl-short-sku                  pic x(15).
           05 filler                        pic x(8)
                value "  SHORT".
           05 dl-short-qty                  pic zzzz9.
           05 filler                        pic x(2)
                value spaces.
           05 dl-short-reason               pic x(20).
      *
       01 ws-trailer-line.
           05 filler                        pic x(16)
                value "ORDER LINES:".
           05 dl-read-count                 pic zzzz9.
           05 filler                        pic x(18)
                value "  LINES TO PICK:".
           05 dl-picked-count               pic zzzz9.
           05 filler                        pic x(14)
                value "  PICKS:".
           05 dl-pick-count                 pic zzzz9.
           05 filler                        pic x(10)
                value "  SHORT:".
           05 dl-short-count                pic zzzz9.
      *
      *-----------------------------------------------
      *  ITEM MASTER TABLE (FROM ITEMMST)
      *-----------------------------------------------
       01 ws-item-table.
           05 ws-item-count                 pic 9(3) value 0.
           05 ws-item-entry  occurs 500 times.
                10 ws-itm-no                pic x(4).
                10 ws-itm-desc              pic x(13).
      *
      *-----------------------------------------------
      *  LOCATION STOCK STILL UNPICKED, BY SKU
      *-----------------------------------------------
       01 ws-stock-table.
           05 ws-stock-count                pic 9(4) value 0.
           05 ws-stock-entry  occurs 1000 times.
                10 ws-stk-sku               pic x(15).
                10 ws-stk-loc-qty  occurs 3 times
                                            pic 9(6).
      *
      *-----------------------------------------------
      *  PICKS, PRINTED WAREHOUSE BY WAREHOUSE
      *-----------------------------------------------
       01 ws-pick-table.
           05 ws-pick-count                 pic 9(4) value 0.
           05 ws-pick-entry  occurs 3000 times.
                10 ws-pk-location           pic 9.
                10 ws-pk-order-number       pic 9(6).
                10 ws-pk-line-number        pic 9(3).
                10 ws-pk-customer-id        pic x(6).
                10 ws-pk-item-no            pic x(4).
                10 ws-pk-sku                pic x(15).
                10 ws-pk-quantity           pic 9(5).
      *
       01 ws-work.
           05 ws-itm-idx                    pic 9(3).
           05 ws-itm-found-sw               pic x value "N".
                88 ws-itm-found             value "Y".
           05 ws-stk-idx                    pic 9(4).
           05 ws-stk-found-sw               pic x value "N".
                88 ws-stk-found             value "Y".
           05 ws-mst-found-switch           pic x value "N".
                88 ws-mst-found             value "Y".
           05 ws-pk-idx                     pic 9(4).
           05 ws-loc-idx                    pic 9.
           05 ws-print-location             pic 9.
           05 ws-qty-to-place               pic 9(5).
           05 ws-take-qty                   pic 9(5).
           05 ws-loc-lines                  pic 9(5).
           05 ws-loc-units                  pic 9(7).
           05 ws-read-count                 pic 9(5) value 0.
           05 ws-picked-count               pic 9(5) value 0.
           05 ws-short-count                pic 9(5) value 0.
      *
       01 ws-file.
           05 ws-eof-flag                   pic x value "N".
           05 ws-eof-y                      pic x value "Y".
           05 ws-itemmst-eof-flag           pic x value "N".
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
           perform 110-load-item-master.
           write report-line                from ws-short-header.
           perform 200-read-order.
           perform 400-process-order thru 400-exit
                until ws-eof-flag is equal to ws-eof-y.
           perform 600-print-pick-list
                varying ws-print-location from 1 by 1
                    until ws-print-location > 3.
           perform 800-print-trailer.
           perform 900-close-files.
           goback.
      *
       100-open-files.
           open input order-file.
           open input product-master-file.
           open output pick-file, report-file.
           move function current-date       to ws-current-date.
      *
       110-load-item-master.
           open input item-master-file.
           perform 112-read-item-master.
           perform 114-store-item-master
                until ws-itemmst-eof-flag is equal to ws-eof-y.
           close item-master-file.
      *
       112-read-item-master.
           read item-master-file
                at end move ws-eof-y        to ws-itemmst-eof-flag.
      *
       114-store-item-master.
           if ws-item-count < 500
                add 1                       to ws-item-count
                move im-item-no       to ws-itm-no(ws-item-count)
                move im-description   to ws-itm-desc(ws-item-count)
           end-if.
           perform 112-read-item-master.
      *
       200-read-order.
           read order-file
                at end move ws-eof-y        to ws-eof-flag
                not at end add 1            to ws-read-count
           end-read.
      *
      * only allocated stock is picked -- a backorder waits for
      * A2ORDER to allocate it
       400-process-order.
           if oi-qty-allocated = 0 or oi-sku-code = spaces
                perform 200-read-order
                go to 400-exit
           end-if.

           add 1                            to ws-picked-count.
           perform 410-find-sku-stock thru 410-exit.
           if not ws-stk-found
                move oi-qty-allocated       to dl-short-qty
                move "NOT ON PRODMAST"      to dl-short-reason
                perform 430-print-short
                perform 200-read-order
                go to 400-exit
           end-if.

           move oi-qty-allocated            to ws-qty-to-place.
           perform 420-take-from-location
                varying ws-loc-idx from 1 by 1
                    until ws-loc-idx > 3 or ws-qty-to-place = 0.

           if ws-qty-to-place > 0
                move ws-qty-to-place        to dl-short-qty
                move "NO LOCATION STOCK"    to dl-short-reason
                perform 430-print-short
           end-if.
           perform 200-read-order.
       400-exit.
           exit.
      *
      * the SKU's location quantities, read from PRODMAST the first
      * time an order line asks for it and drawn down from there
       410-find-sku-stock.
           move "N"                         to ws-stk-found-sw.
           perform varying ws-stk-idx from 1 by 1
                until ws-stk-idx > ws-stock-count
                    or ws-stk-found
                if ws-stk-sku(ws-stk-idx) = oi-sku-code
                     set ws-stk-found       to true
                end-if
           end-perform.
           subtract 1                       from ws-stk-idx.
           if ws-stk-found
                go to 410-exit
           end-if.

           move "N"                         to ws-mst-found-switch.
           move oi-sku-code                 to pm-product-name.
           read product-master-file
                invalid key
                     move "N"               to ws-mst-found-switch
                not invalid key
                     set ws-mst-found       to true
           end-read.
           if ws-mst-found and ws-stock-count < 1000
                add 1                       to ws-stock-count
                move ws-stock-count         to ws-stk-idx
                move oi-sku-code            to ws-stk-sku(ws-stk-idx)
                move pm-loc-quantity(1)
                     to ws-stk-loc-qty(ws-stk-idx, 1)
                move pm-loc-quantity(2)
                     to ws-stk-loc-qty(ws-stk-idx, 2)
                move pm-loc-quantity(3)
                     to ws-stk-loc-qty(ws-stk-idx, 3)
                set ws-stk-found            to true
           end-if.
       410-exit.
           exit.
      *
       420-take-from-location.
           if ws-stk-loc-qty(ws-stk-idx, ws-loc-idx) > 0
                if ws-stk-loc-qty(ws-stk-idx, ws-loc-idx)
                     < ws-qty-to-place
                     move ws-stk-loc-qty(ws-stk-idx, ws-loc-idx)
                                            to ws-take-qty
                else
                     move ws-qty-to-place   to ws-take-qty
                end-if
                subtract ws-take-qty
                     from ws-stk-loc-qty(ws-stk-idx, ws-loc-idx)
                subtract ws-take-qty        from ws-qty-to-place
                perform 425-record-pick
           end-if.
      *
       425-record-pick.
           move oi-order-number             to pk-order-number.
           move oi-line-number              to pk-line-number.
           move ws-loc-idx                  to pk-location.
           move oi-sku-code                 to pk-sku-code.
           move ws-take-qty                 to pk-quantity.
           move spaces                      to pk-ship-ref.
           write pick-line.
           if ws-pick-count < 3000
                add 1                       to ws-pick-count
                move ws-pick-count          to ws-pk-idx
                move ws-loc-idx       to ws-pk-location(ws-pk-idx)
                move oi-order-number  to ws-pk-order-number(ws-pk-idx)
                move oi-line-number   to ws-pk-line-number(ws-pk-idx)
                move oi-customer-id   to ws-pk-customer-id(ws-pk-idx)
                move oi-item-no       to ws-pk-item-no(ws-pk-idx)
                move oi-sku-code      to ws-pk-sku(ws-pk-idx)
                move ws-take-qty      to ws-pk-quantity(ws-pk-idx)
           end-if.
      *
       430-print-short.
           add 1                            to ws-short-count.
           move oi-order-number             to dl-short-order.
           move oi-line-number              to dl-short-line-number.
           move oi-sku-code                 to dl-short-sku.
           write report-line                from ws-short-line.
      *
      *-----------------------------------------------
      *  ONE PICK LIST PER WAREHOUSE
      *-----------------------------------------------
       600-print-pick-list.
           move spaces                      to report-line.
           write report-line after advancing page.
           move ws-print-location           to ws-title-location.
           move ws-date                     to ws-title-date.
           write report-line                from ws-title.
           move spaces                      to report-line.
           write report-line.
           write report-line                from ws-column-header.
           move 0                           to ws-loc-lines.
           move 0                           to ws-loc-units.
           perform varying ws-pk-idx from 1 by 1
                until ws-pk-idx > ws-pick-count
                if ws-pk-location(ws-pk-idx) = ws-print-location
                     perform 610-print-pick-line
                end-if
           end-perform.
           move spaces                      to report-line.
           write report-line.
           move ws-loc-lines                to dl-loc-lines.
           move ws-loc-units                to dl-loc-units.
           write report-line                from ws-location-total-line.
      *
       610-print-pick-line.
           move ws-pk-order-number(ws-pk-idx) to dl-order-number.
           move ws-pk-line-number(ws-pk-idx)  to dl-line-number.
           move ws-pk-customer-id(ws-pk-idx)  to dl-customer-id.
           move ws-pk-item-no(ws-pk-idx)      to dl-item-no.
           move ws-pk-sku(ws-pk-idx)          to dl-sku-code.
           move ws-pk-quantity(ws-pk-idx)     to dl-quantity.
           move spaces                        to dl-description.
           move "N"                           to ws-itm-found-sw.
           perform varying ws-itm-idx from 1 by 1
                until ws-itm-idx > ws-item-count
                    or ws-itm-found
                if ws-itm-no(ws-itm-idx) = ws-pk-item-no(ws-pk-idx)
                     set ws-itm-found       to true
                     move ws-itm-desc(ws-itm-idx) to dl-description
                end-if
           end-perform.
           write report-line                  from ws-detail-line.
           add 1                              to ws-loc-lines.
           add ws-pk-quantity(ws-pk-idx)      to ws-loc-units.
      *
       800-print-trailer.
           move spaces                      to report-line.
           write report-line.
           move ws-read-count               to dl-read-count.
           move ws-picked-count             to dl-picked-count.
           move ws-pick-count               to dl-pick-count.
           move ws-short-count              to dl-short-count.
           write report-line                from ws-trailer-line.
      *
       900-close-files.
           close order-file.
           close product-master-file.
           close pick-file.
           close report-file.
      *
       end program A2PICK.
