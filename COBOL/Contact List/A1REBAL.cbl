       identification division.
       program-id. A1REBAL.
       date-written. October 15, 2026.
       author. Bilgan Kiris.
      *Description: warehouse rebalancing suggestions.  walks the
      *indexed product master in key sequence and, for every
      *product where one location holds less than the per-location
      *minimum while another location holds more than it, suggests
      *moving the surplus across -- largest surplus first -- before
      *anybody buys more from the vendor.  suggestions are written
      *in A1XFER's transfer layout (XFERSUGG), keyed by this
      *program, to be reviewed and fed to A1XFER as its XFERFILE;
      *the report lists each one with the before and after
      *quantities.  the per-location minimum is A1START's default
      *unless REBALCTL overrides it.
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
      * indexed product master, read in key sequence
           select product-master-file
                assign to PRODMAST
                organization is indexed
                access is sequential
                record key is pm-product-name.
      *
      * per-location minimum control record -- optional
           select optional rebal-ctl-file
                assign to REBALCTL
                organization is sequential.
      *
      * suggested transfers, A1XFER transaction layout
           select xfer-sugg-file
                assign to XFERSUGG
                organization is sequential.
      *
           select report-file
                assign to RPTFILE
                organization is sequential.
      *
       data division.
       file section.
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
       fd rebal-ctl-file
           recording mode is F
           data record is rebal-ctl-line
           record contains 6 characters.
      *
       01 rebal-ctl-line.
           05 rb-loc-min-stock-level    pic 9(6).
      *
      * same layout as A1XFER's XFERFILE
       fd xfer-sugg-file
           recording mode is F
           data record is xfer-line
           record contains 31 characters.
      *
       01 xfer-line.
           05 xf-product-name           pic x(15).
           05 xf-from-location          pic 9.
           05 xf-to-location            pic 9.
           05 xf-quantity               pic 9(6).
           05 xf-user-id                pic x(8).
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
                value "Warehouse Rebalancing".
           05 filler                    pic x(2)
                value spaces.
           05 ws-title-date             pic 9(8).
      *
       01 ws-column-header.
           05 filler                    pic x(16)
                value "PRODUCT NAME".
           05 filler                    pic x(10)
                value "FROM->TO".
           05 filler                    pic x(9)
                value "QTY".
           05 filler                    pic x(30)
                value "OLD FROM/TO -> NEW FROM/TO".
           05 filler                    pic x(14)
                value "VALUE MOVED".
      *
       01 ws-detail-line.
           05 dl-product-name           pic x(15).
           05 filler                    pic x(5)
                value spaces.
           05 dl-from-loc               pic 9.
           05 filler                    pic x(2)
                value "->".
           05 dl-to-loc                 pic 9.
           05 filler                    pic x(3)
                value spaces.
           05 dl-quantity               pic zzzzz9.
           05 filler                    pic x(3)
                value spaces.
           05 dl-old-from-qty           pic z(5)9.
           05 filler                    pic x(1)
                value "/".
           05 dl-old-to-qty             pic z(5)9.
           05 filler                    pic x(4)
                value " -> ".
           05 dl-new-from-qty           pic z(5)9.
           05 filler                    pic x(1)
                value "/".
           05 dl-new-to-qty             pic z(5)9.
           05 filler                    pic x(3)
                value spaces.
           05 dl-value-moved            pic z(7)9.99.
      *
       01 ws-trailer-line.
           05 filler                    pic x(18)
                value "Products Read:".
           05 dl-read-count             pic zzzzz9.
           05 filler                    pic x(22)
                value "  Transfers Suggested:".
           05 dl-sugg-count             pic zzz9.
           05 filler                    pic x(16)
                value "  Value Moved:".
           05 dl-total-value            pic z(9)9.99.
      *
      * units each location should hold -- A1START's per-location
      * minimum, REBALCTL overrides it
       77 ws-loc-min-stock-level        pic 9(6) value 20.
      *
      * user id stamped on every suggested transfer
       77 ws-sugg-user-id               pic x(8) value "A1REBAL".
      *
       01 ws-work.
           05 ws-to-idx                 pic 9.
           05 ws-from-idx               pic 9.
           05 ws-donor-idx              pic 9.
           05 ws-loc-need               pic 9(6).
           05 ws-best-surplus           pic 9(6).
           05 ws-surplus                pic 9(6).
           05 ws-move-qty               pic 9(6).
           05 ws-value-moved            pic 9(9)v99.
           05 ws-total-value            pic 9(10)v99 value 0.
           05 ws-read-count             pic 9(6) value 0.
           05 ws-sugg-count             pic 9(4) value 0.
      *
       01 ws-file.
           05 ws-eof-flag               pic x value "N".
           05 ws-eof-y                  pic x value "Y".
           05 ws-rebalctl-eof-flag      pic x value "N".
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
           perform 110-load-loc-minimum.
           perform 150-report-header.
           perform 200-read-master.
           perform 400-check-one-product
                until ws-eof-flag is equal to ws-eof-y.
           perform 800-print-trailer.
           perform 900-close-files.
           goback.
      *
       100-open-files.
           open input product-master-file.
           open output xfer-sugg-file, report-file.
           move function current-date   to ws-current-date.
      *
      * REBALCTL absent or empty -- keep the built-in default
       110-load-loc-minimum.
           open input rebal-ctl-file.
           read rebal-ctl-file
                at end move ws-eof-y    to ws-rebalctl-eof-flag.
           if ws-rebalctl-eof-flag not = ws-eof-y
                move rb-loc-min-stock-level
                                        to ws-loc-min-stock-level
           end-if.
           close rebal-ctl-file.
      *
       150-report-header.
           move ws-date                 to ws-title-date.
           write report-line            from ws-title.
           move spaces                  to report-line.
           write report-line.
           write report-line            from ws-column-header.
      *
       200-read-master.
           read product-master-file
                at end move ws-eof-y    to ws-eof-flag.
      *
      * each short location in turn is topped up from the other
      * locations' surplus; the quantities are worked on the
      * record in storage only, the master itself is not touched
       400-check-one-product.
           add 1                        to ws-read-count.
           perform varying ws-to-idx from 1 by 1
                until ws-to-idx > 3
                if pm-loc-quantity(ws-to-idx) < ws-loc-min-stock-level
                     perform 410-fill-short-location
                end-if
           end-perform.
           perform 200-read-master.
      *
      * at most two donors per short location
       410-fill-short-location.
           compute ws-loc-need =
                ws-loc-min-stock-level - pm-loc-quantity(ws-to-idx).
           perform 420-pick-donor.
           if ws-donor-idx > 0
                perform 430-suggest-transfer
                perform 420-pick-donor
                if ws-donor-idx > 0 and ws-loc-need > 0
                     perform 430-suggest-transfer
                end-if
           end-if.
      *
      * the donor is the location holding the most above its own
      * minimum
       420-pick-donor.
           move 0                       to ws-donor-idx.
           move 0                       to ws-best-surplus.
           if ws-loc-need > 0
                perform varying ws-from-idx from 1 by 1
                     until ws-from-idx > 3
                     if ws-from-idx not = ws-to-idx
                          and pm-loc-quantity(ws-from-idx)
                               > ws-loc-min-stock-level
                          compute ws-surplus =
                               pm-loc-quantity(ws-from-idx)
                               - ws-loc-min-stock-level
                          if ws-surplus > ws-best-surplus
                               move ws-surplus to ws-best-surplus
                               move ws-from-idx to ws-donor-idx
                          end-if
                     end-if
                end-perform
           end-if.
      *
       430-suggest-transfer.
           if ws-best-surplus < ws-loc-need
                move ws-best-surplus    to ws-move-qty
           else
                move ws-loc-need        to ws-move-qty
           end-if.

           move pm-product-name         to dl-product-name.
           move ws-donor-idx            to dl-from-loc.
           move ws-to-idx               to dl-to-loc.
           move ws-move-qty             to dl-quantity.
           move pm-loc-quantity(ws-donor-idx) to dl-old-from-qty.
           move pm-loc-quantity(ws-to-idx)    to dl-old-to-qty.

           subtract ws-move-qty from pm-loc-quantity(ws-donor-idx).
           add ws-move-qty              to pm-loc-quantity(ws-to-idx).
           subtract ws-move-qty         from ws-loc-need.

           move pm-loc-quantity(ws-donor-idx) to dl-new-from-qty.
           move pm-loc-quantity(ws-to-idx)    to dl-new-to-qty.
           compute ws-value-moved = ws-move-qty * pm-unit-cost.
           move ws-value-moved          to dl-value-moved.
           add ws-value-moved           to ws-total-value.
           write report-line            from ws-detail-line.

           move pm-product-name         to xf-product-name.
           move ws-donor-idx            to xf-from-location.
           move ws-to-idx               to xf-to-location.
           move ws-move-qty             to xf-quantity.
           move ws-sugg-user-id         to xf-user-id.
           write xfer-line.
           add 1                        to ws-sugg-count.
      *
       800-print-trailer.
           move spaces                  to report-line.
           write report-line.
           move ws-read-count           to dl-read-count.
           move ws-sugg-count           to dl-sugg-count.
           move ws-total-value          to dl-total-value.
           write report-line            from ws-trailer-line.
      *
       900-close-files.
           close product-master-file.
           close xfer-sugg-file.
           close report-file.
      *
       end program A1REBAL.
