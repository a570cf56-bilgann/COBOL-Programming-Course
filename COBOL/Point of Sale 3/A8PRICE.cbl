       identification division.
       program-id. A8PRICE.
       date-written. October 15, 2026.
       author. Bilgan Kiris.
      *Description: nightly store price download and shelf labels.
      *finds every SKU whose label has to change before the stores
      *open: an ITEMMST selling price that differs from the price
      *this run last sent (the PRCSNPI/PRCSNPO price snapshot, so
      *a SKU new to the item master goes out too), effective
      *today, and every product add or change A1PRDMNT is holding
      *on its pending file to apply tomorrow, effective tomorrow
      *at the item master price with the product's new
      *description.  for each store on STOREMST open tomorrow it
      *writes one PRICEDL price-download record per change for the
      *registers to load and one SHELFLBL shelf label (SKU,
      *description, new price, effective date), with the count of
      *labels per store on the report.  the first run, with no
      *snapshot, sends every SKU.
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
      * shared item master -- SKU, description, selling price
           select optional item-master-file
                assign to ITEMMST
                organization is sequential.
      *
      * price snapshot, as last sent to the stores -- optional
           select optional snap-in-file
                assign to PRCSNPI
                organization is sequential.
      *
      * price snapshot, as sent tonight
           select snap-out-file
                assign to PRCSNPO
                organization is sequential.
      *
      * A1PRDMNT's pending file -- future-dated product
      * maintenance still waiting after tonight's run
           select optional pending-file
                assign to PENDIN
                organization is sequential.
      *
      * store master -- optional; the same file A8SL reads, with
      * the same fallback list when absent
           select optional store-master
                assign to STOREMST
                organization is sequential.
      *
      * register price-download file, one record per store and SKU
           select download-file
                assign to PRICEDL
                organization is sequential.
      *
      * shelf-label print file, grouped by store
           select label-file
                assign to SHELFLBL
                organization is sequential.
      *
           select report-file
                assign to RPTFILE
                organization is sequential.
      *
       data division.
       file section.
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
       fd snap-in-file
           recording mode is F
           data record is snap-in-line
           record contains 21 characters.
      *
       01 snap-in-line.
           05 si-sku-code                   pic x(15).
           05 si-price                      pic 9(4)v99.
      *
       fd snap-out-file
           recording mode is F
           data record is snap-out-line
           record contains 21 characters.
      *
       01 snap-out-line.
           05 so-sku-code                   pic x(15).
           05 so-price                      pic 9(4)v99.
      *
      * same layout as A1PRDMNT's TRANFILE
       fd pending-file
           recording mode is F
           data record is pending-line
           record contains 99 characters.
      *
       01 pending-line.
           05 pd-action                     pic x.
                88 pd-action-add            value "A".
                88 pd-action-change         value "C".
           05 pd-product-name               pic x(15).
           05 pd-product-description        pic x(25).
           05 pd-product-quantity           pic 9(6).
           05 pd-unit-cost                  pic 9(5)v99.
           05 pd-vendor-code                pic x(5).
           05 pd-max-stock-level            pic 9(6).
           05 pd-loc-quantity  occurs 3 times
                                            pic 9(6).
           05 pd-user-id                    pic x(8).
           05 pd-effective-date             pic 9(8).
      *
       fd store-master
           recording mode is F
           data record is store-master-line
           record contains 18 characters.
      *
       01 store-master-line.
           05 sm-store-num                  pic x(2).
           05 sm-open-date                  pic 9(8).
           05 sm-close-date                 pic 9(8).
      *
       fd download-file
           recording mode is F
           data record is download-line
           record contains 40 characters.
      *
       01 download-line.
           05 dl-dn-store-num               pic 99.
           05 dl-dn-sku-code                pic x(15).
           05 dl-dn-price                   pic 9(4)v99.
           05 dl-dn-effective-date          pic 9(8).
           05 dl-dn-change-type             pic x.
                88 dl-dn-price-change       value "P".
                88 dl-dn-product-change     value "M".
           05 filler                        pic x(8).
      *
       fd label-file
           recording mode is F
           data record is label-line
           record contains 80 characters.
       01 label-line                        pic x(80).
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
           05 ws-title-name                 pic x(34)
                value "Store Price Download & Labels".
           05 filler                        pic x(2)
                value spaces.
           05 ws-title-date                 pic 9(8).
      *
       01 ws-section-changes                pic x(100)
           value "PRICE AND LABEL CHANGES".
      *
       01 ws-section-stores                 pic x(100)
           value "LABELS AND DOWNLOADS BY STORE".
      *
       01 ws-column-header.
           05 filler                        pic x(17)
                value "SKU".
           05 filler                        pic x(27)
                value "DESCRIPTION".
           05 filler                        pic x(11)
                value "  OLD PRICE".
           05 filler                        pic x(11)
                value "  NEW PRICE".
           05 filler                        pic x(11)
                value "  EFFECTIVE".
           05 filler                        pic x(20)
                value "  SOURCE".
      *
       01 ws-change-line.
           05 dl-ch-sku-code                pic x(15).
           05 filler                        pic x(2)
                value spaces.
           05 dl-ch-description             pic x(25).
           05 filler                        pic x(2)
                value spaces.
           05 dl-ch-old-price               pic z,zz9.99.
           05 filler                        pic x(3)
                value spaces.
           05 dl-ch-new-price               pic z,zz9.99.
           05 filler                        pic x(3)
                value spaces.
           05 dl-ch-effective-date          pic 9(8).
           05 filler                        pic x(2)
                value spaces.
           05 dl-ch-source                  pic x(20).
      *
       01 ws-store-line.
           05 filler                        pic x(2)
                value spaces.
           05 filler                        pic x(7)
                value "Store:".
           05 dl-st-store                   pic 99.
           05 filler                        pic x(10)
                value "  Labels:".
           05 dl-st-labels                  pic zzzz9.
           05 filler                        pic x(13)
                value "  Downloads:".
           05 dl-st-downloads               pic zzzz9.
      *
       01 ws-trailer-line.
           05 filler                        pic x(16)
                value "PRICE CHANGES:".
           05 dl-price-changes              pic zzzz9.
           05 filler                        pic x(20)
                value "  PRODUCT CHANGES:".
           05 dl-product-changes            pic zzzz9.
           05 filler                        pic x(16)
                value "  STORES SENT:".
           05 dl-stores-sent                pic zzzz9.
           05 filler                        pic x(16)
                value "  NOT ON ITEMS:".
           05 dl-no-item-count              pic zzzz9.
      *
       01 ws-trailer-line2.
           05 filler                        pic x(16)
                value "LABELS:".
           05 dl-total-labels               pic zzzzz9.
           05 filler                        pic x(14)
                value "  DOWNLOADS:".
           05 dl-total-downloads            pic zzzzz9.
      *
      *-----------------------------------------------
      *  SHELF LABEL LINES
      *-----------------------------------------------
       01 ws-label-store-header.
           05 filler                        pic x(20)
                value "SHELF LABELS  STORE".
           05 lb-hdr-store                  pic 99.
           05 filler                        pic x(12)
                value "  PRINTED ".
           05 lb-hdr-date                   pic 9(8).
      *
       01 ws-label-detail.
           05 lb-sku-code                   pic x(15).
           05 filler                        pic x(2)
                value spaces.
           05 lb-description                pic x(25).
           05 filler                        pic x(2)
                value spaces.
           05 lb-price                      pic $$,$$9.99.
           05 filler                        pic x(2)
                value spaces.
           05 filler                        pic x(11)
                value "EFFECTIVE ".
           05 lb-effective-date             pic 9(8).
      *
      *-----------------------------------------------
      *  ITEM MASTER TABLE (FROM ITEMMST)
      *-----------------------------------------------
       01 ws-item-table.
           05 ws-item-count                 pic 9(3) value 0.
           05 ws-item-entry  occurs 500 times.
                10 ws-itm-sku               pic x(15).
                10 ws-itm-desc              pic x(13).
                10 ws-itm-price             pic 9(4)v99.
                10 ws-itm-old-price         pic 9(4)v99.
                10 ws-itm-on-snap           pic x.
      *
      *-----------------------------------------------
      *  CHANGE TABLE -- ONE ENTRY PER LABEL TO SEND
      *-----------------------------------------------
       01 ws-change-table.
           05 ws-change-count               pic 9(4) value 0.
           05 ws-change-entry  occurs 1000 times.
                10 ws-chg-sku               pic x(15).
                10 ws-chg-desc              pic x(25).
                10 ws-chg-price             pic 9(4)v99.
                10 ws-chg-effective         pic 9(8).
                10 ws-chg-type              pic x.
      *
      *-----------------------------------------------
      *  STORE LIST (FROM STOREMST)
      *-----------------------------------------------
       01 ws-store-list.
           05 ws-store-count                pic 99 value 0.
           05 ws-store-entry occurs 50 times.
                10 ws-store-num-t           pic 99.
                10 ws-store-open            pic 9(8).
                10 ws-store-close           pic 9(8).
      *
       01 ws-work.
           05 ws-itm-idx                    pic 9(3).
           05 ws-itm-found-sw               pic x value "N".
                88 ws-itm-found             value "Y".
           05 ws-chg-idx                    pic 9(4).
           05 ws-chg-found-sw               pic x value "N".
                88 ws-chg-found             value "Y".
           05 ws-store-lst                  pic 99.
           05 ws-key-sku                    pic x(15).
           05 ws-one-day                    pic s9(5) value 1.
           05 ws-tomorrow                   pic 9(8).
           05 ws-store-labels               pic 9(5).
      *
       01 ws-totals.
           05 ws-price-changes              pic 9(5) value 0.
           05 ws-product-changes            pic 9(5) value 0.
           05 ws-stores-sent                pic 9(5) value 0.
           05 ws-no-item-count              pic 9(5) value 0.
           05 ws-total-labels               pic 9(6) value 0.
           05 ws-total-downloads            pic 9(6) value 0.
      *
       01 ws-file.
           05 ws-eof-y                      pic x value "Y".
           05 ws-itemmst-eof-flag           pic x value "N".
           05 ws-snap-eof-flag              pic x value "N".
           05 ws-pending-eof-flag           pic x value "N".
           05 ws-storemst-eof-flag          pic x value "N".
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
           perform 120-load-price-snapshot.
           perform 130-load-store-master.
           perform 150-report-header.
           perform 300-find-price-changes.
           perform 310-read-pending.
           perform 320-pending-change thru 320-exit
                until ws-pending-eof-flag is equal to ws-eof-y.
           perform 500-send-to-stores.
           perform 700-write-price-snapshot.
           perform 800-print-trailer.
           perform 900-close-files.
           goback.
      *
       100-open-files.
           open input pending-file.
           open output download-file, label-file, report-file.
           move function current-date       to ws-current-date.
           call "A0DATADD" using ws-date, ws-one-day, ws-tomorrow.
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
                and im-sku-code not = spaces
                add 1                       to ws-item-count
                move im-sku-code      to ws-itm-sku(ws-item-count)
                move im-description   to ws-itm-desc(ws-item-count)
                move im-price         to ws-itm-price(ws-item-count)
                move 0            to ws-itm-old-price(ws-item-count)
                move "N"          to ws-itm-on-snap(ws-item-count)
           end-if.
           perform 112-read-item-master.
      *
      * what the stores were last sent, matched onto the items
       120-load-price-snapshot.
           open input snap-in-file.
           perform 122-read-snapshot.
           perform 124-match-snapshot
                until ws-snap-eof-flag is equal to ws-eof-y.
           close snap-in-file.
      *
       122-read-snapshot.
           read snap-in-file
                at end move ws-eof-y        to ws-snap-eof-flag.
      *
       124-match-snapshot.
           move si-sku-code                 to ws-key-sku.
           perform 410-find-item.
           if ws-itm-found
                move si-price     to ws-itm-old-price(ws-itm-idx)
                move "Y"          to ws-itm-on-snap(ws-itm-idx)
           end-if.
           perform 122-read-snapshot.
      *
      * STOREMST absent or empty -- fall back to the standard store
      * list (1-5, 12) used throughout this system, open for ever
       130-load-store-master.
           open input store-master.
           perform 132-read-store-master.
           perform 134-store-store-num
                until ws-storemst-eof-flag is equal to ws-eof-y.
           close store-master.
           if ws-store-count = 0
                perform 136-default-store-list
           end-if.
      *
       132-read-store-master.
           read store-master
                at end move ws-eof-y        to ws-storemst-eof-flag.
      *
       134-store-store-num.
           if ws-store-count < 50
                add 1                       to ws-store-count
                move sm-store-num  to ws-store-num-t(ws-store-count)
                move sm-open-date  to ws-store-open(ws-store-count)
                move sm-close-date to ws-store-close(ws-store-count)
           end-if.
           perform 132-read-store-master.
      *
       136-default-store-list.
           move 6                           to ws-store-count.
           move 01                          to ws-store-num-t(1).
           move 02                          to ws-store-num-t(2).
           move 03                          to ws-store-num-t(3).
           move 04                          to ws-store-num-t(4).
           move 05                          to ws-store-num-t(5).
           move 12                          to ws-store-num-t(6).
           perform varying ws-store-lst from 1 by 1
                until ws-store-lst > 6
                move 0        to ws-store-open(ws-store-lst)
                move 99999999 to ws-store-close(ws-store-lst)
           end-perform.
      *
       150-report-header.
           move ws-date                     to ws-title-date.
           write report-line                from ws-title.
           move spaces                      to report-line.
           write report-line.
           write report-line                from ws-section-changes.
           write report-line                from ws-column-header.
      *
      *-----------------------------------------------
      *  FINDING THE CHANGES
      *-----------------------------------------------
      * an item master price the stores were not sent last night
      * -- changed, or a SKU the snapshot has never seen
       300-find-price-changes.
           perform varying ws-itm-idx from 1 by 1
                until ws-itm-idx > ws-item-count
                if ws-itm-on-snap(ws-itm-idx) not = "Y"
                     or ws-itm-price(ws-itm-idx)
                          not = ws-itm-old-price(ws-itm-idx)
                     perform 305-record-price-change
                end-if
           end-perform.
      *
       305-record-price-change.
           if ws-change-count < 1000
                add 1                       to ws-change-count
                move ws-change-count        to ws-chg-idx
                move ws-itm-sku(ws-itm-idx) to ws-chg-sku(ws-chg-idx)
                move ws-itm-desc(ws-itm-idx)
                                       to ws-chg-desc(ws-chg-idx)
                move ws-itm-price(ws-itm-idx)
                                       to ws-chg-price(ws-chg-idx)
                move ws-date           to ws-chg-effective(ws-chg-idx)
                move "P"               to ws-chg-type(ws-chg-idx)
                add 1                       to ws-price-changes
                move ws-itm-old-price(ws-itm-idx) to dl-ch-old-price
                if ws-itm-on-snap(ws-itm-idx) = "Y"
                     move "PRICE CHANGE"    to dl-ch-source
                else
                     move "NEW TO STORES"   to dl-ch-source
                end-if
                perform 330-print-change
           end-if.
      *
       310-read-pending.
           read pending-file
                at end move ws-eof-y        to ws-pending-eof-flag.
      *
      * a product add or change A1PRDMNT applies on tomorrow's run
      * gets a label tomorrow with its new description; a SKU
      * the item master does not price cannot be labelled
       320-pending-change.
           if pd-effective-date not = ws-tomorrow
                or not (pd-action-add or pd-action-change)
                perform 310-read-pending
                go to 320-exit
           end-if.

           move pd-product-name             to ws-key-sku.
           perform 410-find-item.
           if not ws-itm-found
                add 1                       to ws-no-item-count
                perform 310-read-pending
                go to 320-exit
           end-if.

           move "N"                         to ws-chg-found-sw.
           perform varying ws-chg-idx from 1 by 1
                until ws-chg-idx > ws-change-count
                    or ws-chg-found
                if ws-chg-sku(ws-chg-idx) = pd-product-name
                     and ws-chg-effective(ws-chg-idx) = ws-tomorrow
                     set ws-chg-found       to true
                end-if
           end-perform.
           subtract 1                       from ws-chg-idx.

           if not ws-chg-found
                if ws-change-count not < 1000
                     perform 310-read-pending
                     go to 320-exit
                end-if
                add 1                       to ws-change-count
                move ws-change-count        to ws-chg-idx
                add 1                       to ws-product-changes
           end-if.
           move pd-product-name        to ws-chg-sku(ws-chg-idx).
           move pd-product-description to ws-chg-desc(ws-chg-idx).
           move ws-itm-price(ws-itm-idx)
                                       to ws-chg-price(ws-chg-idx).
           move ws-tomorrow            to ws-chg-effective(ws-chg-idx).
           move "M"                    to ws-chg-type(ws-chg-idx).
           move ws-itm-price(ws-itm-idx)    to dl-ch-old-price.
           move "PRODUCT MAINTENANCE"       to dl-ch-source.
           perform 330-print-change.
           perform 310-read-pending.
       320-exit.
           exit.
      *
       330-print-change.
           move ws-chg-sku(ws-chg-idx)      to dl-ch-sku-code.
           move ws-chg-desc(ws-chg-idx)     to dl-ch-description.
           move ws-chg-price(ws-chg-idx)    to dl-ch-new-price.
           move ws-chg-effective(ws-chg-idx) to dl-ch-effective-date.
           write report-line                from ws-change-line.
      *
       410-find-item.
           move "N"                         to ws-itm-found-sw.
           perform varying ws-itm-idx from 1 by 1
                until ws-itm-idx > ws-item-count
                    or ws-itm-found
                if ws-itm-sku(ws-itm-idx) = ws-key-sku
                     set ws-itm-found       to true
                end-if
           end-perform.
           subtract 1                       from ws-itm-idx.
      *
      *-----------------------------------------------
      *  DOWNLOADS AND LABELS PER STORE
      *-----------------------------------------------
      * every store trading tomorrow gets every change
       500-send-to-stores.
           move spaces                      to report-line.
           write report-line.
           write report-line                from ws-section-stores.
           perform varying ws-store-lst from 1 by 1
                until ws-store-lst > ws-store-count
                if ws-store-open(ws-store-lst) not > ws-tomorrow
                     and ws-store-close(ws-store-lst)
                          not < ws-tomorrow
                     perform 510-send-one-store
                end-if
           end-perform.
      *
       510-send-one-store.
           add 1                            to ws-stores-sent.
           move 0                           to ws-store-labels.
           if ws-change-count > 0
                move ws-store-num-t(ws-store-lst) to lb-hdr-store
                move ws-date                to lb-hdr-date
                write label-line            from ws-label-store-header
                move spaces                 to label-line
                write label-line
           end-if.
           perform varying ws-chg-idx from 1 by 1
                until ws-chg-idx > ws-change-count
                perform 520-send-one-change
           end-perform.
           if ws-change-count > 0
                move spaces                 to label-line
                write label-line
           end-if.
           move ws-store-num-t(ws-store-lst) to dl-st-store.
           move ws-store-labels             to dl-st-labels.
           move ws-store-labels             to dl-st-downloads.
           write report-line                from ws-store-line.
      *
       520-send-one-change.
           move spaces                      to download-line.
           move ws-store-num-t(ws-store-lst) to dl-dn-store-num.
           move ws-chg-sku(ws-chg-idx)      to dl-dn-sku-code.
           move ws-chg-price(ws-chg-idx)    to dl-dn-price.
           move ws-chg-effective(ws-chg-idx) to dl-dn-effective-date.
           move ws-chg-type(ws-chg-idx)     to dl-dn-change-type.
           write download-line.
           add 1                            to ws-total-downloads.

           move ws-chg-sku(ws-chg-idx)      to lb-sku-code.
           move ws-chg-desc(ws-chg-idx)     to lb-description.
           move ws-chg-price(ws-chg-idx)    to lb-price.
           move ws-chg-effective(ws-chg-idx) to lb-effective-date.
           write label-line                 from ws-label-detail.
           add 1                            to ws-store-labels.
           add 1                            to ws-total-labels.
      *
      *-----------------------------------------------
      *  SNAPSHOT AND TRAILER
      *-----------------------------------------------
      * tonight's item master prices are what the stores now hold
       700-write-price-snapshot.
           open output snap-out-file.
           perform varying ws-itm-idx from 1 by 1
                until ws-itm-idx > ws-item-count
                move ws-itm-sku(ws-itm-idx)   to so-sku-code
                move ws-itm-price(ws-itm-idx) to so-price
                write snap-out-line
           end-perform.
           close snap-out-file.
      *
       800-print-trailer.
           move spaces                      to report-line.
           write report-line.
           move ws-price-changes            to dl-price-changes.
           move ws-product-changes          to dl-product-changes.
           move ws-stores-sent              to dl-stores-sent.
           move ws-no-item-count            to dl-no-item-count.
           write report-line                from ws-trailer-line.
           move ws-total-labels             to dl-total-labels.
           move ws-total-downloads          to dl-total-downloads.
           write report-line                from ws-trailer-line2.
      *
       900-close-files.
           close pending-file.
           close download-file.
           close label-file.
           close report-file.
      *
       end program A8PRICE.
