       identification division.
       program-id. A1STKREC.
       date-written. October 15, 2026.
       author. Bilgan Kiris.
      *Description: stock roll-forward reconciliation.  takes the
      *on-hand snapshot of the last reconciliation (STKOPEN), adds
      *every movement the inventory programs have appended to the
      *STKMOVE ledger since, and proves per product that opening
      *plus movements equals the closing on-hand now on the
      *indexed product master -- company-wide and at each of the
      *three locations.  every product that moved prints with its
      *roll-forward; any product or location that does not roll
      *forward is flagged and listed again at the end.  the
      *closing snapshot (STKCLOSE) is the next run's STKOPEN.  only
      *a run where every product balances moves it forward: the
      *proven movements are archived to STKMHIST under today's
      *date, the STKMOVE ledger is emptied, and STKCLOSE is the
      *master as it stands.  an out-of-balance run leaves STKMOVE
      *as it is for the investigation and carries the opening
      *snapshot over unchanged, so the next run proves the same
      *opening against every movement since.
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
      * on-hand snapshot at the last reconciliation -- optional on
      * the very first run
           select optional stkopen-file
                assign to STKOPEN
                organization is sequential.
      *
      * stock-movement ledger since the opening snapshot
           select optional stkmove-file
                assign to STKMOVE
                organization is sequential.
      *
      * indexed product master, read in key sequence
           select product-master-file
                assign to PRODMAST
                organization is indexed
                access is sequential
                record key is pm-product-name.
      *
      * proven movements, archived with the date of the run that
      * proved them
           select optional stkmhist-file
                assign to STKMHIST
                organization is sequential.
      *
      * on-hand snapshot for the next reconciliation
           select stkclose-file
                assign to STKCLOSE
                organization is sequential.
      *
           select report-file
                assign to RPTFILE
                organization is sequential.
      *
       data division.
       file section.
      *
      * snapshot record -- company-wide and per-location on-hand
       fd stkopen-file
           recording mode is F
           data record is stkopen-line
           record contains 47 characters.
      *
       01 stkopen-line.
           05 so-product-name           pic x(15).
           05 so-snapshot-date          pic 9(8).
           05 so-quantity               pic 9(6).
           05 so-loc-quantity  occurs 3 times
                                        pic 9(6).
      *
       fd stkmove-file
           recording mode is F
           data record is stkmove-line
           record contains 80 characters.
      *
       01 stkmove-line.
           copy STKMOVE replacing ==:TAG:== by ==sm==.
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
       fd stkmhist-file
           recording mode is F
           data record is stkmhist-line
           record contains 88 characters.
      *
       01 stkmhist-line.
           05 mh-archive-date           pic 9(8).
           05 mh-movement               pic x(80).
      *
       fd stkclose-file
           recording mode is F
           data record is stkclose-line
           record contains 47 characters.
      *
       01 stkclose-line.
           05 sc-product-name           pic x(15).
           05 sc-snapshot-date          pic 9(8).
           05 sc-quantity               pic 9(6).
           05 sc-loc-quantity  occurs 3 times
                                        pic 9(6).
      *
       fd report-file
           recording mode is F
           data record is report-line
           record contains 95 characters.
       01 report-line                   pic x(95).
      *
       working-storage section.
      *
       01 ws-title.
           05 filler                    pic x(15)
                value spaces.
           05 ws-title-name             pic x(30)
                value "Stock Roll-Forward".
           05 filler                    pic x(8)
                value "  FROM".
           05 ws-title-open-date        pic 9(8).
           05 filler                    pic x(6)
                value "  TO".
           05 ws-title-date             pic 9(8).
      *
       01 ws-column-header.
           05 filler                    pic x(16)
                value "PRODUCT NAME".
           05 filler                    pic x(6)
                value "LOC".
           05 filler                    pic x(9)
                value "OPENING".
           05 filler                    pic x(9)
                value "IN".
           05 filler                    pic x(9)
                value "OUT".
           05 filler                    pic x(9)
                value "EXPECTED".
           05 filler                    pic x(9)
                value "CLOSING".
           05 filler                    pic x(14)
                value "STATUS".
      *
       01 ws-detail-line.
           05 dl-product-name           pic x(15).
           05 filler                    pic x(1)
                value spaces.
           05 dl-location               pic x(5).
           05 filler                    pic x(1)
                value spaces.
           05 dl-opening                pic zzzzz9.
           05 filler                    pic x(2)
                value spaces.
           05 dl-qty-in                 pic zzzzzz9.
           05 filler                    pic x(2)
                value spaces.
           05 dl-qty-out                pic zzzzzz9.
           05 filler                    pic x(2)
                value spaces.
           05 dl-expected               pic -zzzzz9.
           05 filler                    pic x(2)
                value spaces.
           05 dl-closing                pic zzzzz9.
           05 filler                    pic x(3)
                value spaces.
           05 dl-status                 pic x(14).
      *
       01 ws-baseline-line              pic x(50)
           value "NO OPENING SNAPSHOT -- BASELINE TAKEN".
      *
       01 ws-unbalanced-header          pic x(50)
           value "----- PRODUCTS THAT DO NOT ROLL FORWARD -----".
      *
       01 ws-held-line                  pic x(60)
           value "OUT OF BALANCE -- LEDGER AND OPENING SNAPSHOT KEPT".
      *
       01 ws-unbalanced-line.
           05 filler                    pic x(4)
                value spaces.
           05 dl-unb-product            pic x(15).
      *
       01 ws-trailer-line.
           05 filler                    pic x(18)
                value "Products Checked:".
           05 dl-checked-count          pic zzzzz9.
           05 filler                    pic x(12)
                value "  Moved:".
           05 dl-moved-count            pic zzzzz9.
           05 filler                    pic x(20)
                value "  Out of Balance:".
           05 dl-unbalanced-count       pic zzzzz9.
      *
       01 ws-trailer-line2.
           05 filler                    pic x(18)
                value "Movements Read:".
           05 dl-movement-count         pic zzzzzz9.
           05 filler                    pic x(24)
                value "  Opening Snapshot Rows:".
           05 dl-open-count             pic zzzzz9.
      *
       01 ws-archived-line.
           05 filler                    pic x(22)
                value "Movements Archived:".
           05 dl-archive-count          pic zzzzzz9.
      *
      *-----------------------------------------------
      *  ROLL-FORWARD TABLE -- ONE ROW PER PRODUCT.  SLOT 1 IS
      *  THE COMPANY-WIDE ON-HAND, SLOTS 2-4 ARE LOCATIONS 1-3
      *-----------------------------------------------
       01 ws-roll-table.
           05 ws-roll-count             pic 9(4) value 0.
           05 ws-roll-entry occurs 2000 times.
                10 ws-roll-product      pic x(15).
                10 ws-roll-on-master    pic x.
                10 ws-roll-moved        pic x.
                10 ws-roll-slot  occurs 4 times.
                     15 ws-roll-open    pic 9(6).
                     15 ws-roll-in      pic 9(7).
                     15 ws-roll-out     pic 9(7).
                     15 ws-roll-close   pic 9(6).
      *
       01 ws-work.
           05 ws-roll-idx               pic 9(4).
           05 ws-roll-found-idx         pic 9(4).
           05 ws-roll-found-sw          pic x value "N".
                88 ws-roll-found        value "Y".
           05 ws-key-product            pic x(15).
           05 ws-slot-idx               pic 9.
           05 ws-loc-idx                pic 9.
           05 ws-expected               pic s9(7).
           05 ws-product-ok-sw          pic x.
                88 ws-product-ok        value "Y".
           05 ws-open-date              pic 9(8) value 0.
           05 ws-checked-count          pic 9(6) value 0.
           05 ws-moved-count            pic 9(6) value 0.
           05 ws-unbalanced-count       pic 9(6) value 0.
           05 ws-movement-count         pic 9(7) value 0.
           05 ws-open-count             pic 9(6) value 0.
           05 ws-archive-count          pic 9(7) value 0.
      *
       01 ws-file.
           05 ws-eof-flag               pic x value "N".
           05 ws-eof-y                  pic x value "Y".
           05 ws-stkopen-eof-flag       pic x value "N".
           05 ws-stkmove-eof-flag       pic x value "N".
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
           perform 110-load-opening.
           perform 120-load-movements.
           perform 130-load-closing.
           perform 150-report-header.
      *    the very first run has nothing to prove against -- it
      *    only lays down the baseline snapshot
           if ws-open-count = 0
                write report-line       from ws-baseline-line
           else
                perform 400-prove-one-product
                     varying ws-roll-idx from 1 by 1
                     until ws-roll-idx > ws-roll-count
                perform 600-list-unbalanced
           end-if.
           perform 800-print-trailer.
           perform 700-roll-snapshot.
           perform 900-close-files.
           goback.
      *
       100-open-files.
           open output report-file.
           move function current-date   to ws-current-date.
      *
       110-load-opening.
           open input stkopen-file.
           perform 112-read-opening.
           perform 114-store-opening
                until ws-stkopen-eof-flag is equal to ws-eof-y.
           close stkopen-file.
      *
       112-read-opening.
           read stkopen-file
                at end move ws-eof-y    to ws-stkopen-eof-flag.
      *
       114-store-opening.
           add 1                        to ws-open-count.
           move so-snapshot-date        to ws-open-date.
           move so-product-name         to ws-key-product.
           perform 300-find-or-add-product.
           if ws-roll-found
                move so-quantity
                     to ws-roll-open(ws-roll-found-idx, 1)
                perform varying ws-loc-idx from 1 by 1
                     until ws-loc-idx > 3
                     compute ws-slot-idx = ws-loc-idx + 1
                     move so-loc-quantity(ws-loc-idx)
                          to ws-roll-open(ws-roll-found-idx,
                                          ws-slot-idx)
                end-perform
           end-if.
           perform 112-read-opening.
      *
      * every movement rolls the company-wide slot; a location
      * 1-3 movement rolls that location's slot as well
       120-load-movements.
           open input stkmove-file.
           perform 122-read-movement.
           perform 124-store-movement
                until ws-stkmove-eof-flag is equal to ws-eof-y.
           close stkmove-file.
      *
       122-read-movement.
           read stkmove-file
                at end move ws-eof-y    to ws-stkmove-eof-flag.
      *
       124-store-movement.
           add 1                        to ws-movement-count.
           move sm-product-name         to ws-key-product.
           perform 300-find-or-add-product.
           if ws-roll-found
                move "Y"      to ws-roll-moved(ws-roll-found-idx)
                add sm-qty-in  to ws-roll-in(ws-roll-found-idx, 1)
                add sm-qty-out to ws-roll-out(ws-roll-found-idx, 1)
                if sm-location > 0 and sm-location < 4
                     compute ws-slot-idx = sm-location + 1
                     add sm-qty-in
                          to ws-roll-in(ws-roll-found-idx,
                                        ws-slot-idx)
                     add sm-qty-out
                          to ws-roll-out(ws-roll-found-idx,
                                         ws-slot-idx)
                end-if
           end-if.
           perform 122-read-movement.
      *
      * the master as it stands is the closing position, and
      * becomes the next opening snapshot
       130-load-closing.
           open input product-master-file.
           perform 132-read-master.
           perform 134-store-closing
                until ws-eof-flag is equal to ws-eof-y.
           close product-master-file.
      *
       132-read-master.
           read product-master-file
                at end move ws-eof-y    to ws-eof-flag.
      *
       134-store-closing.
           move pm-product-name         to ws-key-product.
           perform 300-find-or-add-product.
           if ws-roll-found
                move "Y"  to ws-roll-on-master(ws-roll-found-idx)
                move pm-product-quantity
                     to ws-roll-close(ws-roll-found-idx, 1)
                perform varying ws-loc-idx from 1 by 1
                     until ws-loc-idx > 3
                     compute ws-slot-idx = ws-loc-idx + 1
                     move pm-loc-quantity(ws-loc-idx)
                          to ws-roll-close(ws-roll-found-idx,
                                           ws-slot-idx)
                end-perform
           end-if.
           perform 132-read-master.
      *
       150-report-header.
           move ws-open-date            to ws-title-open-date.
           move ws-date                 to ws-title-date.
           write report-line            from ws-title.
           move spaces                  to report-line.
           write report-line.
           write report-line            from ws-column-header.
      *
       300-find-or-add-product.
           move "N"                     to ws-roll-found-sw.
           move 0                       to ws-roll-found-idx.
           perform varying ws-roll-idx from 1 by 1
                until ws-roll-idx > ws-roll-count
                    or ws-roll-found
                if ws-roll-product(ws-roll-idx) = ws-key-product
                     move ws-roll-idx   to ws-roll-found-idx
                     set ws-roll-found  to true
                end-if
           end-perform.
           if not ws-roll-found
                and ws-roll-count < 2000
                add 1                   to ws-roll-count
                move ws-roll-count      to ws-roll-found-idx
                initialize ws-roll-entry(ws-roll-found-idx)
                move ws-key-product
                     to ws-roll-product(ws-roll-found-idx)
                move "N"  to ws-roll-on-master(ws-roll-found-idx)
                move "N"  to ws-roll-moved(ws-roll-found-idx)
                set ws-roll-found       to true
           end-if.
      *
      * opening + in - out must equal closing in every slot; a
      * product gone from the master must have moved out to zero
       400-prove-one-product.
           add 1                        to ws-checked-count.
           move "Y"                     to ws-product-ok-sw.
           perform varying ws-slot-idx from 1 by 1
                until ws-slot-idx > 4
                compute ws-expected =
                     ws-roll-open(ws-roll-idx, ws-slot-idx)
                     + ws-roll-in(ws-roll-idx, ws-slot-idx)
                     - ws-roll-out(ws-roll-idx, ws-slot-idx)
                if ws-expected not =
                     ws-roll-close(ws-roll-idx, ws-slot-idx)
                     move "N"           to ws-product-ok-sw
                end-if
           end-perform.

           if ws-roll-moved(ws-roll-idx) = "Y"
                add 1                   to ws-moved-count
           end-if.
           if not ws-product-ok
                add 1                   to ws-unbalanced-count
           end-if.
           if ws-roll-moved(ws-roll-idx) = "Y" or not ws-product-ok
                perform 410-print-roll-forward
                     varying ws-slot-idx from 1 by 1
                     until ws-slot-idx > 4
           end-if.
      *
       410-print-roll-forward.
           compute ws-expected =
                ws-roll-open(ws-roll-idx, ws-slot-idx)
                + ws-roll-in(ws-roll-idx, ws-slot-idx)
                - ws-roll-out(ws-roll-idx, ws-slot-idx).
           if ws-slot-idx = 1
                move ws-roll-product(ws-roll-idx) to dl-product-name
                move "TOTAL"            to dl-location
           else
                move spaces             to dl-product-name
                move spaces             to dl-location
                compute ws-loc-idx = ws-slot-idx - 1
                move ws-loc-idx         to dl-location(3:1)
           end-if.
           move ws-roll-open(ws-roll-idx, ws-slot-idx)  to dl-opening.
           move ws-roll-in(ws-roll-idx, ws-slot-idx)    to dl-qty-in.
           move ws-roll-out(ws-roll-idx, ws-slot-idx)   to dl-qty-out.
           move ws-expected                             to dl-expected.
           move ws-roll-close(ws-roll-idx, ws-slot-idx) to dl-closing.
           if ws-expected = ws-roll-close(ws-roll-idx, ws-slot-idx)
                move "OK"               to dl-status
           else
                if ws-roll-on-master(ws-roll-idx) = "Y"
                     move "OUT OF BALANCE" to dl-status
                else
                     move "NOT ON MASTER"  to dl-status
                end-if
           end-if.
           write report-line            from ws-detail-line.
      *
       600-list-unbalanced.
           move spaces                  to report-line.
           write report-line.
           write report-line            from ws-unbalanced-header.
           perform varying ws-roll-idx from 1 by 1
                until ws-roll-idx > ws-roll-count
                move "Y"                to ws-product-ok-sw
                perform varying ws-slot-idx from 1 by 1
                     until ws-slot-idx > 4
                     compute ws-expected =
                          ws-roll-open(ws-roll-idx, ws-slot-idx)
                          + ws-roll-in(ws-roll-idx, ws-slot-idx)
                          - ws-roll-out(ws-roll-idx, ws-slot-idx)
                     if ws-expected not =
                          ws-roll-close(ws-roll-idx, ws-slot-idx)
                          move "N"      to ws-product-ok-sw
                     end-if
                end-perform
                if not ws-product-ok
                     move ws-roll-product(ws-roll-idx)
                                        to dl-unb-product
                     write report-line  from ws-unbalanced-line
                end-if
           end-perform.
      *
      * a balanced run (or the baseline run) moves the snapshot
      * forward to the master and archives then empties the ledger;
      * an unbalanced run carries the opening snapshot over and
      * leaves the ledger alone
       700-roll-snapshot.
           open output stkclose-file.
           if ws-unbalanced-count = 0
                perform 710-write-master-snapshot
                perform 720-archive-movements
                move ws-archive-count   to dl-archive-count
                write report-line       from ws-archived-line
           else
                perform 730-carry-opening-snapshot
                move spaces             to report-line
                write report-line
                write report-line       from ws-held-line
           end-if.
           close stkclose-file.
      *
       710-write-master-snapshot.
           move "N"                     to ws-eof-flag.
           open input product-master-file.
           perform 132-read-master.
           perform 712-write-closing
                until ws-eof-flag is equal to ws-eof-y.
           close product-master-file.
      *
       712-write-closing.
           move pm-product-name         to sc-product-name.
           move ws-date                 to sc-snapshot-date.
           move pm-product-quantity     to sc-quantity.
           perform varying ws-loc-idx from 1 by 1
                until ws-loc-idx > 3
                move pm-loc-quantity(ws-loc-idx)
                     to sc-loc-quantity(ws-loc-idx)
           end-perform.
           write stkclose-line.
           perform 132-read-master.
      *
      * the movements just proved are in the closing snapshot --
      * archive them, then empty the ledger so the next run does
      * not add them again
       720-archive-movements.
           move "N"                     to ws-stkmove-eof-flag.
           open input stkmove-file.
           open extend stkmhist-file.
           perform 122-read-movement.
           perform 722-archive-one-movement
                until ws-stkmove-eof-flag is equal to ws-eof-y.
           close stkmhist-file.
           close stkmove-file.
           open output stkmove-file.
           close stkmove-file.
      *
       722-archive-one-movement.
           move ws-date                 to mh-archive-date.
           move stkmove-line            to mh-movement.
           write stkmhist-line.
           add 1                        to ws-archive-count.
           perform 122-read-movement.
      *
       730-carry-opening-snapshot.
           move "N"                     to ws-stkopen-eof-flag.
           open input stkopen-file.
           perform 112-read-opening.
           perform 732-copy-opening
                until ws-stkopen-eof-flag is equal to ws-eof-y.
           close stkopen-file.
      *
       732-copy-opening.
           move stkopen-line            to stkclose-line.
           write stkclose-line.
           perform 112-read-opening.
      *
       800-print-trailer.
           move spaces                  to report-line.
           write report-line.
           move ws-checked-count        to dl-checked-count.
           move ws-moved-count          to dl-moved-count.
           move ws-unbalanced-count     to dl-unbalanced-count.
           write report-line            from ws-trailer-line.
           move ws-movement-count       to dl-movement-count.
           move ws-open-count           to dl-open-count.
           write report-line            from ws-trailer-line2.
      *
       900-close-files.
           close report-file.
      *
       end program A1STKREC.
