       identification division.
       program-id. A0REFCHK.
       date-written. October 15, 2026.
       author. Bilgan Kiris.
      *Description: nightly cross-master referential integrity
      *check.  the suite's masters quote each other's keys; this
      *program loads them and reports every key one master quotes
      *that the other does not hold, and every figure two masters
      *carry that they no longer agree on:
      *    ITEMMST SKU not a PRODMAST product name (A1DEPLET
      *        cannot deplete it), and ITEMMST unit cost that
      *        differs from the PRODMAST unit cost;
      *    PRODMAST vendor code blank or not on VENDMST;
      *    SPMASTER region with no MGRMAST manager (active reps);
      *    OPRMAST department with no SVCSTD standard;
      *    open STOREMST store missing from TAXFILE or FEEDRTE.
      *each is printed under the master it was found on and
      *written to EXCFILE -- orphans at severity 1, disagreements
      *at severity 2.  an optional reference master that is
      *absent or empty means the feature it drives is switched
      *off, so that check prints a NOT RUN line instead of
      *flagging every key.  STOREMST absent falls back to the
      *standard store list, as A6EDIT does.
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
      * POS item master
           select optional item-master
                assign to ITEMMST
                organization is sequential.
      *
      * indexed product master, read in key sequence
           select product-master-file
                assign to PRODMAST
                organization is indexed
                access is sequential
                record key is pm-product-name.
      *
      * vendor master
           select optional vendor-master-file
                assign to VENDMST
                organization is sequential.
      *
      * salesperson master from A3SCOMM
           select optional salesperson-master
                assign to SPMASTER
                organization is sequential.
      *
      * manager master from A3SCOMM
           select optional manager-master
                assign to MGRMAST
                organization is sequential.
      *
      * call-center operator master from A5CCORPT
           select optional operator-master
                assign to OPRMAST
                organization is sequential.
      *
      * call-center service standards from A5CCORPT
           select optional svc-std-file
                assign to SVCSTD
                organization is sequential.
      *
      * store master -- same file A6EDIT reads
           select optional store-master
                assign to STOREMST
                organization is sequential.
      *
      * per-store tax rates from A8SL
           select optional tax-rate-file
                assign to TAXFILE
                organization is sequential.
      *
      * feed routing control file from A7SPLIT
           select optional feed-route-file
                assign to FEEDRTE
                organization is sequential.
      *
      * exception file -- appended to
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
       fd item-master
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
       fd salesperson-master
           recording mode is F
           data record is salesperson-master-line
           record contains 44 characters.
      *
       01 salesperson-master-line.
           05 sm-no                     pic x(3).
           05 sm-name                   pic x(8).
           05 sm-region                 pic x(2).
           05 sm-min-comm               pic 9(6).
           05 sm-max-comm               pic 9(6).
           05 sm-rate                   pic 99v9.
           05 sm-draw-amount            pic 9(5)v99.
           05 sm-status                 pic x.
                88 sm-terminated        value "T".
           05 sm-term-date              pic 9(8).
      *
       fd manager-master
           recording mode is F
           data record is manager-master-line
           record contains 16 characters.
      *
       01 manager-master-line.
           05 mg-manager-id             pic x(3).
           05 mg-manager-name           pic x(8).
           05 mg-region                 pic x(2).
           05 mg-override-pct           pic 99v9.
      *
       fd operator-master
           recording mode is F
           data record is operator-master-line
           record contains 23 characters.
      *
       01 operator-master-line.
           05 om-opr-num                pic x(3).
           05 om-opr-name               pic x(12).
           05 om-dept-code              pic x(2).
           05 om-status                 pic x.
           05 om-eff-month              pic 99.
           05 om-emp-no                 pic x(3).
      *
       fd svc-std-file
           recording mode is F
           data record is svc-std-line
           record contains 6 characters.
      *
       01 svc-std-line.
           05 ss-dept-code              pic x(2).
           05 ss-calls-per-opr          pic 9(4).
      *
       fd store-master
           recording mode is F
           data record is store-master-line
           record contains 18 characters.
      *
       01 store-master-line.
           05 st-store-num              pic x(2).
           05 st-store-num-9 redefines st-store-num
                                        pic 99.
           05 st-open-date              pic 9(8).
           05 st-close-date             pic 9(8).
      *
       fd tax-rate-file
           recording mode is F
           data record is tax-rate-line
           record contains 5 characters.
      *
       01 tax-rate-line.
           05 tr-store-num              pic 99.
           05 tr-tax-rate               pic 9v99.
      *
       fd feed-route-file
           recording mode is F
           data record is feed-route-line
           record contains 4 characters.
      *
       01 feed-route-line.
           05 fr-store-num              pic 99.
           05 fr-feed-slot              pic 99.
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
           record contains 100 characters.
       01 report-line                   pic x(100).
      *
       working-storage section.
      *
       01 ws-title.
           05 filler                    pic x(10)
                value spaces.
           05 filler                    pic x(34)
                value "MASTER FILE INTEGRITY CHECK".
           05 ws-title-date             pic 9(8).
      *
       01 ws-section-line.
           05 filler                    pic x(6)
                value "----- ".
           05 dl-section-title          pic x(50).
      *
       01 ws-detail-line.
           05 filler                    pic x(4)
                value spaces.
           05 dl-key                    pic x(20).
           05 filler                    pic x(2)
                value spaces.
           05 dl-reason                 pic x(43).
           05 filler                    pic x(1)
                value spaces.
           05 dl-info                   pic x(30).
      *
       01 ws-cost-info.
           05 filler                    pic x(5)
                value "ITEM".
           05 dl-item-cost              pic $$,$$9.99.
           05 filler                    pic x(6)
                value " PROD".
           05 dl-prod-cost              pic $$$,$$9.99.
      *
       01 ws-not-run-line.
           05 filler                    pic x(4)
                value spaces.
           05 dl-not-run-master         pic x(9).
           05 filler                    pic x(40)
                value "ABSENT OR EMPTY -- CHECK NOT RUN".
      *
       01 ws-section-total-line.
           05 filler                    pic x(4)
                value spaces.
           05 filler                    pic x(10)
                value "CHECKED:".
           05 dl-sec-checked            pic zzzzz9.
           05 filler                    pic x(15)
                value "  EXCEPTIONS:".
           05 dl-sec-exceptions         pic zzzzz9.
      *
       01 ws-trailer-line.
           05 filler                    pic x(20)
                value "Orphans:".
           05 dl-orphan-count           pic zzzzz9.
           05 filler                    pic x(20)
                value "  Disagreements:".
           05 dl-disagree-count         pic zzzzz9.
           05 filler                    pic x(16)
                value "  Not Run:".
           05 dl-not-run-count          pic z9.
      *
       01 ws-blank-line                 pic x(100) value spaces.
      *
      *-----------------------------------------------
      *  MASTERS LOADED FOR THE CROSS-CHECKS
      *-----------------------------------------------
       01 ws-item-table.
           05 ws-item-count             pic 9(4) value 0.
           05 ws-item-entry occurs 3000 times.
                10 ws-item-sku          pic x(15).
                10 ws-item-cost         pic 9(4)v99.
       77 ws-item-max                   pic 9(4) value 3000.
      *
       01 ws-prod-table.
           05 ws-prod-count             pic 9(4) value 0.
           05 ws-prod-entry occurs 5000 times.
                10 ws-prod-name         pic x(15).
                10 ws-prod-cost         pic 9(5)v99.
                10 ws-prod-vendor       pic x(5).
       77 ws-prod-max                   pic 9(4) value 5000.
      *
       01 ws-vendor-table.
           05 ws-vend-count             pic 9(4) value 0.
           05 ws-vend-code occurs 1000 times
                                        pic x(5).
       77 ws-vend-max                   pic 9(4) value 1000.
      *
       01 ws-rep-table.
           05 ws-rep-count              pic 9(4) value 0.
           05 ws-rep-entry occurs 500 times.
                10 ws-rep-no            pic x(3).
                10 ws-rep-region        pic x(2).
                10 ws-rep-status        pic x.
       77 ws-rep-max                    pic 9(4) value 500.
      *
       01 ws-mgr-table.
           05 ws-mgr-count              pic 9(4) value 0.
           05 ws-mgr-region occurs 200 times
                                        pic x(2).
       77 ws-mgr-max                    pic 9(4) value 200.
      *
       01 ws-opr-table.
           05 ws-opr-count              pic 9(4) value 0.
           05 ws-opr-entry occurs 500 times.
                10 ws-opr-num           pic x(3).
                10 ws-opr-dept          pic x(2).
       77 ws-opr-max                    pic 9(4) value 500.
      *
       01 ws-std-table.
           05 ws-std-count              pic 9(4) value 0.
           05 ws-std-dept occurs 100 times
                                        pic x(2).
       77 ws-std-max                    pic 9(4) value 100.
      *
      * by store number: on STOREMST and open tonight, on TAXFILE,
      * on FEEDRTE
       01 ws-store-table.
           05 ws-store-entry occurs 99 times.
                10 ws-store-open-sw     pic x value "N".
                10 ws-store-tax-sw      pic x value "N".
                10 ws-store-feed-sw     pic x value "N".
      *
       01 ws-work.
           05 ws-idx                    pic 9(4).
           05 ws-sub-idx                pic 9(4).
           05 ws-st-idx                 pic 999.
           05 ws-found-sw               pic x.
                88 ws-found             value "Y".
           05 ws-sec-checked            pic 9(6).
           05 ws-sec-exceptions         pic 9(6).
           05 ws-orphan-count           pic 9(6) value 0.
           05 ws-disagree-count         pic 9(6) value 0.
           05 ws-not-run-count          pic 99 value 0.
           05 ws-store-rec-count        pic 99 value 0.
           05 ws-tax-rec-count          pic 9(4) value 0.
           05 ws-feed-rec-count         pic 9(4) value 0.
           05 ws-store-edit             pic 99.
      *
       01 ws-file.
           05 ws-eof-flag               pic x value "N".
           05 ws-eof-y                  pic x value "Y".
           05 ws-eof-n                  pic x value "N".
      *
      *-----------------------------------------------
      *  CURRENT DATETIME CODE FROM IBM DOCUMENTATION
      *-----------------------------------------------
       01 ws-current-date.
           05 ws-date.
                10 ws-year              pic 9(4).
                10 ws-month             pic 9(2).
                10 ws-day               pic 9(2).
           05 ws-date-9 redefines ws-date
                                        pic 9(8).
           05 ws-time                   pic 9(8).
           05 ws-GMT-offset             pic s9(4).
      *
       procedure division.
       000-main.
      *
           perform 100-open-files.
           perform 110-load-item-master.
           perform 120-load-product-master.
           perform 130-load-vendor-master.
           perform 140-load-salesperson-master.
           perform 145-load-manager-master.
           perform 150-load-operator-master.
           perform 155-load-svc-standards.
           perform 160-load-store-master.
           perform 165-load-tax-rates.
           perform 170-load-feed-routes.
           perform 190-report-header.
           perform 400-check-item-master.
           perform 420-check-product-master thru 420-exit.
           perform 440-check-salesperson-master thru 440-exit.
           perform 460-check-operator-master thru 460-exit.
           perform 480-check-store-master.
           perform 800-write-trailer.
           perform 900-close-files.

           if ws-orphan-count > 0 or ws-disagree-count > 0
                move 4                  to return-code
           end-if.
           goback.
      *
       100-open-files.
           open extend exception-file.
           open output report-file.
           move function current-date   to ws-current-date.
      *
       110-load-item-master.
           move ws-eof-n                to ws-eof-flag.
           open input item-master.
           perform 112-one-item-record
                until ws-eof-flag is equal to ws-eof-y.
           close item-master.
      *
       112-one-item-record.
           read item-master
                at end move ws-eof-y    to ws-eof-flag
                not at end
                     if ws-item-count < ws-item-max
                          add 1         to ws-item-count
                          move im-sku-code
                               to ws-item-sku(ws-item-count)
                          move im-unit-cost
                               to ws-item-cost(ws-item-count)
                     end-if
           end-read.
      *
       120-load-product-master.
           move ws-eof-n                to ws-eof-flag.
           open input product-master-file.
           perform 122-one-product-record
                until ws-eof-flag is equal to ws-eof-y.
           close product-master-file.
      *
       122-one-product-record.
           read product-master-file next record
                at end move ws-eof-y    to ws-eof-flag
                not at end
                     if ws-prod-count < ws-prod-max
                          add 1         to ws-prod-count
                          move pm-product-name
                               to ws-prod-name(ws-prod-count)
                          move pm-unit-cost
                               to ws-prod-cost(ws-prod-count)
                          move pm-vendor-code
                               to ws-prod-vendor(ws-prod-count)
                     end-if
           end-read.
      *
       130-load-vendor-master.
           move ws-eof-n                to ws-eof-flag.
           open input vendor-master-file.
           perform 132-one-vendor-record
                until ws-eof-flag is equal to ws-eof-y.
           close vendor-master-file.
      *
       132-one-vendor-record.
           read vendor-master-file
                at end move ws-eof-y    to ws-eof-flag
                not at end
                     if ws-vend-count < ws-vend-max
                          add 1         to ws-vend-count
                          move vm-vendor-code
                               to ws-vend-code(ws-vend-count)
                     end-if
           end-read.
      *
       140-load-salesperson-master.
           move ws-eof-n                to ws-eof-flag.
           open input salesperson-master.
           perform 142-one-rep-record
                until ws-eof-flag is equal to ws-eof-y.
           close salesperson-master.
      *
       142-one-rep-record.
           read salesperson-master
                at end move ws-eof-y    to ws-eof-flag
                not at end
                     if ws-rep-count < ws-rep-max
                          add 1         to ws-rep-count
                          move sm-no    to ws-rep-no(ws-rep-count)
                          move sm-region
                               to ws-rep-region(ws-rep-count)
                          move sm-status
                               to ws-rep-status(ws-rep-count)
                     end-if
           end-read.
      *
       145-load-manager-master.
           move ws-eof-n                to ws-eof-flag.
           open input manager-master.
           perform 147-one-manager-record
                until ws-eof-flag is equal to ws-eof-y.
           close manager-master.
      *
       147-one-manager-record.
           read manager-master
                at end move ws-eof-y    to ws-eof-flag
                not at end
                     if ws-mgr-count < ws-mgr-max
                          add 1         to ws-mgr-count
                          move mg-region
                               to ws-mgr-region(ws-mgr-count)
                     end-if
           end-read.
      *
       150-load-operator-master.
           move ws-eof-n                to ws-eof-flag.
           open input operator-master.
           perform 152-one-operator-record
                until ws-eof-flag is equal to ws-eof-y.
           close operator-master.
      *
       152-one-operator-record.
           read operator-master
                at end move ws-eof-y    to ws-eof-flag
                not at end
                     if ws-opr-count < ws-opr-max
                          add 1         to ws-opr-count
                          move om-opr-num
                               to ws-opr-num(ws-opr-count)
                          move om-dept-code
                               to ws-opr-dept(ws-opr-count)
                     end-if
           end-read.
      *
       155-load-svc-standards.
           move ws-eof-n                to ws-eof-flag.
           open input svc-std-file.
           perform 157-one-standard-record
                until ws-eof-flag is equal to ws-eof-y.
           close svc-std-file.
      *
       157-one-standard-record.
           read svc-std-file
                at end move ws-eof-y    to ws-eof-flag
                not at end
                     if ws-std-count < ws-std-max
                          add 1         to ws-std-count
                          move ss-dept-code
                               to ws-std-dept(ws-std-count)
                     end-if
           end-read.
      *
      * a store is open tonight when its open date has passed and
      * its close date has not; STOREMST absent or empty -- the
      * standard store list, stores 01 through 06, all open
       160-load-store-master.
           move ws-eof-n                to ws-eof-flag.
           open input store-master.
           perform 162-one-store-record
                until ws-eof-flag is equal to ws-eof-y.
           close store-master.
           if ws-store-rec-count = 0
                perform varying ws-st-idx from 1 by 1
                     until ws-st-idx > 6
                     move "Y"           to ws-store-open-sw(ws-st-idx)
                end-perform
           end-if.
      *
       162-one-store-record.
           read store-master
                at end move ws-eof-y    to ws-eof-flag
                not at end
                     add 1              to ws-store-rec-count
                     if st-store-num is numeric
                          and st-store-num-9 > 0
                          and st-open-date not > ws-date-9
                          and (st-close-date = 0
                               or st-close-date not < ws-date-9)
                          move "Y"
                               to ws-store-open-sw(st-store-num-9)
                     end-if
           end-read.
      *
       165-load-tax-rates.
           move ws-eof-n                to ws-eof-flag.
           open input tax-rate-file.
           perform 167-one-tax-record
                until ws-eof-flag is equal to ws-eof-y.
           close tax-rate-file.
      *
       167-one-tax-record.
           read tax-rate-file
                at end move ws-eof-y    to ws-eof-flag
                not at end
                     add 1              to ws-tax-rec-count
                     if tr-store-num > 0
                          move "Y" to ws-store-tax-sw(tr-store-num)
                     end-if
           end-read.
      *
       170-load-feed-routes.
           move ws-eof-n                to ws-eof-flag.
           open input feed-route-file.
           perform 172-one-feed-record
                until ws-eof-flag is equal to ws-eof-y.
           close feed-route-file.
      *
       172-one-feed-record.
           read feed-route-file
                at end move ws-eof-y    to ws-eof-flag
                not at end
                     add 1              to ws-feed-rec-count
                     if fr-store-num > 0
                          move "Y" to ws-store-feed-sw(fr-store-num)
                     end-if
           end-read.
      *
       190-report-header.
           move ws-date                 to ws-title-date.
           write report-line            from ws-title.
      *
      * every POS SKU should be a PRODMAST product, at the same
      * unit cost
       400-check-item-master.
           move "ITEMMST AGAINST PRODMAST" to dl-section-title.
           perform 700-start-section.
           perform varying ws-idx from 1 by 1
                until ws-idx > ws-item-count
                add 1                   to ws-sec-checked
                perform 402-one-item
           end-perform.
           perform 710-end-section.
      *
       402-one-item.
           move "N"                     to ws-found-sw.
           perform varying ws-sub-idx from 1 by 1
                until ws-sub-idx > ws-prod-count
                   or ws-found
                if ws-prod-name(ws-sub-idx) = ws-item-sku(ws-idx)
                     set ws-found       to true
                end-if
           end-perform.
           move spaces                  to dl-key.
           string "SKU " ws-item-sku(ws-idx)
                delimited by size into dl-key.
           if not ws-found
                move "ITEMMST SKU NOT A PRODMAST PRODUCT NAME"
                                        to dl-reason
                move spaces             to dl-info
                perform 720-orphan
           else
                subtract 1 from ws-sub-idx
                if ws-prod-cost(ws-sub-idx) not = ws-item-cost(ws-idx)
                     move "UNIT COST DIFFERS ITEMMST VS PRODMAST"
                                        to dl-reason
                     move ws-item-cost(ws-idx) to dl-item-cost
                     move ws-prod-cost(ws-sub-idx) to dl-prod-cost
                     move ws-cost-info  to dl-info
                     perform 730-disagreement
                end-if
           end-if.
      *
      * every product's vendor should be on VENDMST
       420-check-product-master.
           move "PRODMAST AGAINST VENDMST" to dl-section-title.
           perform 700-start-section.
           if ws-vend-count = 0
                move "VENDMST"          to dl-not-run-master
                perform 740-not-run
                go to 420-exit
           end-if.
           perform varying ws-idx from 1 by 1
                until ws-idx > ws-prod-count
                add 1                   to ws-sec-checked
                perform 422-one-product
           end-perform.
           perform 710-end-section.
       420-exit.
           exit.
      *
       422-one-product.
           move "N"                     to ws-found-sw.
           perform varying ws-sub-idx from 1 by 1
                until ws-sub-idx > ws-vend-count
                   or ws-found
                if ws-vend-code(ws-sub-idx) = ws-prod-vendor(ws-idx)
                     set ws-found       to true
                end-if
           end-perform.
           if not ws-found
                move spaces             to dl-key
                string "PROD " ws-prod-name(ws-idx)
                     delimited by size into dl-key
                move spaces             to dl-info
                if ws-prod-vendor(ws-idx) = spaces
                     move "PRODMAST PRODUCT HAS NO VENDOR CODE"
                                        to dl-reason
                else
                     move "PRODMAST VENDOR CODE NOT ON VENDMST"
                                        to dl-reason
                     string "VENDOR " ws-prod-vendor(ws-idx)
                          delimited by size into dl-info
                end-if
                perform 720-orphan
           end-if.
      *
      * every active rep's region should have a manager
       440-check-salesperson-master.
           move "SPMASTER AGAINST MGRMAST" to dl-section-title.
           perform 700-start-section.
           if ws-mgr-count = 0
                move "MGRMAST"          to dl-not-run-master
                perform 740-not-run
                go to 440-exit
           end-if.
           perform varying ws-idx from 1 by 1
                until ws-idx > ws-rep-count
                if ws-rep-status(ws-idx) not = "T"
                     add 1              to ws-sec-checked
                     perform 442-one-rep
                end-if
           end-perform.
           perform 710-end-section.
       440-exit.
           exit.
      *
       442-one-rep.
           move "N"                     to ws-found-sw.
           perform varying ws-sub-idx from 1 by 1
                until ws-sub-idx > ws-mgr-count
                   or ws-found
                if ws-mgr-region(ws-sub-idx) = ws-rep-region(ws-idx)
                     set ws-found       to true
                end-if
           end-perform.
           if not ws-found
                move spaces             to dl-key
                string "REP " ws-rep-no(ws-idx)
                     delimited by size into dl-key
                move "SPMASTER REGION HAS NO MGRMAST MANAGER"
                                        to dl-reason
                move spaces             to dl-info
                string "REGION " ws-rep-region(ws-idx)
                     delimited by size into dl-info
                perform 720-orphan
           end-if.
      *
      * every operator's department should have a standard
       460-check-operator-master.
           move "OPRMAST AGAINST SVCSTD" to dl-section-title.
           perform 700-start-section.
           if ws-std-count = 0
                move "SVCSTD"           to dl-not-run-master
                perform 740-not-run
                go to 460-exit
           end-if.
           perform varying ws-idx from 1 by 1
                until ws-idx > ws-opr-count
                add 1                   to ws-sec-checked
                perform 462-one-operator
           end-perform.
           perform 710-end-section.
       460-exit.
           exit.
      *
       462-one-operator.
           move "N"                     to ws-found-sw.
           perform varying ws-sub-idx from 1 by 1
                until ws-sub-idx > ws-std-count
                   or ws-found
                if ws-std-dept(ws-sub-idx) = ws-opr-dept(ws-idx)
                     set ws-found       to true
                end-if
           end-perform.
           if not ws-found
                move spaces             to dl-key
                string "OPERATOR " ws-opr-num(ws-idx)
                     delimited by size into dl-key
                move "OPRMAST DEPARTMENT HAS NO SVCSTD STANDARD"
                                        to dl-reason
                move spaces             to dl-info
                string "DEPT " ws-opr-dept(ws-idx)
                     delimited by size into dl-info
                perform 720-orphan
           end-if.
      *
      * every store open tonight should have a tax rate and a
      * feed slot
       480-check-store-master.
           move "STOREMST AGAINST TAXFILE AND FEEDRTE"
                                        to dl-section-title.
           perform 700-start-section.
           if ws-tax-rec-count = 0
                move "TAXFILE"          to dl-not-run-master
                perform 740-not-run
           end-if.
           if ws-feed-rec-count = 0
                move "FEEDRTE"          to dl-not-run-master
                perform 740-not-run
           end-if.
           perform varying ws-st-idx from 1 by 1
                until ws-st-idx > 99
                if ws-store-open-sw(ws-st-idx) = "Y"
                     add 1              to ws-sec-checked
                     perform 482-one-store
                end-if
           end-perform.
           perform 710-end-section.
      *
       482-one-store.
           move ws-st-idx               to ws-store-edit.
           move spaces                  to dl-key dl-info.
           string "STORE " ws-store-edit
                delimited by size into dl-key.
           if ws-tax-rec-count > 0
                and ws-store-tax-sw(ws-st-idx) not = "Y"
                move "OPEN STOREMST STORE NOT ON TAXFILE"
                                        to dl-reason
                perform 720-orphan
           end-if.
           if ws-feed-rec-count > 0
                and ws-store-feed-sw(ws-st-idx) not = "Y"
                move "OPEN STOREMST STORE NOT ON FEEDRTE"
                                        to dl-reason
                perform 720-orphan
           end-if.
      *
       700-start-section.
           write report-line            from ws-blank-line.
           write report-line            from ws-section-line.
           move 0                       to ws-sec-checked
                                           ws-sec-exceptions.
      *
       710-end-section.
           move ws-sec-checked          to dl-sec-checked.
           move ws-sec-exceptions       to dl-sec-exceptions.
           write report-line            from ws-section-total-line.
      *
      * a key one master quotes that the other does not hold
       720-orphan.
           add 1                        to ws-orphan-count.
           move "1"                     to ex-severity.
           perform 750-write-exception.
      *
      * a figure two masters carry that they disagree on
       730-disagreement.
           add 1                        to ws-disagree-count.
           move "2"                     to ex-severity.
           perform 750-write-exception.
      *
       740-not-run.
           add 1                        to ws-not-run-count.
           write report-line            from ws-not-run-line.
      *
       750-write-exception.
           add 1                        to ws-sec-exceptions.
           write report-line            from ws-detail-line.
           move "A0REFCHK"              to ex-program.
           move ws-date-9               to ex-run-date.
           move dl-key                  to ex-key.
           move dl-reason               to ex-reason.
           write exception-line.
      *
       800-write-trailer.
           write report-line            from ws-blank-line.
           move ws-orphan-count         to dl-orphan-count.
           move ws-disagree-count       to dl-disagree-count.
           move ws-not-run-count        to dl-not-run-count.
           write report-line            from ws-trailer-line.
      *
       900-close-files.
           close exception-file.
           close report-file.
      *
       end program A0REFCHK.
