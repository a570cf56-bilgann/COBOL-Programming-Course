      *             snapshot this program writes at end of run and
      *             reads back as PRIORMST the next morning, the
      *             way A4SALRPT keeps PRIORFILE.
      * 2026-10-15  a product with a velocity-based reorder point
      *             on ROPFILE (from A1ROP) is flagged REORDER at
      *             or below that point and its suggestion brings
      *             it up to A1ROP's order-up-to level; products
      *             without one keep ws-min-stock-level and the
      *             max stock level.
      * 2026-10-15  a zero reorder point on ROPFILE is treated as
      *             no point, so the product keeps the fixed minimum.
      *
       environment division.
       configuration section.
           select optional price-history-file
                assign to PRICEHIST
                organization is sequential.
      *
      * velocity-based reorder points from A1ROP -- optional; a
      * product without one falls back to ws-min-stock-level
           select optional rop-file
                assign to ROPFILE
                organization is sequential.
      *
       data division.
       file section.
           05 ph-new-cost               pic 9(5)v99.
           05 ph-change-pct             pic s9(3)v9
                sign leading separate.
      *
       fd rop-file
           recording mode is F
           data record is rop-line
           record contains 50 characters.
      *
       01 rop-line.
           05 rp-product-name           pic x(15).
           05 rp-avg-daily-units        pic 9(5)v99.
           05 rp-reorder-point          pic 9(6).
           05 rp-order-up-to            pic 9(6).
           05 rp-window-units           pic 9(8).
           05 rp-calc-date              pic 9(8).
      *
       fd output-file
           data record is output-line
       01 ws-cost-change-calc.
           05 ws-cost-change-pct        pic s9(3)v9.
           05 ws-cost-change-count      pic 9(4) value 0.
      *
      *-----------------------------------------------
      *  VELOCITY-BASED REORDER POINTS (FROM A1ROP)
      *-----------------------------------------------
       01 ws-rop-table.
           05 ws-rop-count              pic 9(4) value 0.
           05 ws-rop-entry  occurs 2000 times.
                10 ws-rop-name          pic x(15).
                10 ws-rop-point         pic 9(6).
                10 ws-rop-up-to         pic 9(6).
      *
       01 ws-rop-lookup.
           05 ws-rop-idx                pic 9(4).
           05 ws-rop-found-sw           pic x value "N".
                88 ws-rop-found         value "Y".
           05 ws-found-rop-point        pic 9(6).
           05 ws-found-rop-up-to        pic 9(6).
      *
       01 ws-cost-alert-line.
           05 filler                    pic x(4)
           05 ws-eof-n                   pic x value "N".
           05 ws-prior-eof-flag          pic x value "N".
           05 ws-costctl-eof-flag        pic x value "N".
           05 ws-rop-eof-flag            pic x value "N".
      *
      *-----------------------------------------------
      *  CONSTANTS
           perform 100-open-files.
           perform 110-load-prior-costs.
           perform 130-load-cost-threshold.
           perform 140-load-reorder-points.
      *
           move spaces                  to output-line.
           write output-line.
                move cc-threshold-pct   to ws-cost-threshold-pct
           end-if.
           close cost-ctl-file.
      *
       140-load-reorder-points.
           open input rop-file.
           perform 145-read-rop-rec.
           perform 150-store-rop-rec
                until ws-rop-eof-flag is equal to ws-eof-y.
           close rop-file.
      *
       145-read-rop-rec.
           read rop-file
                at end move ws-eof-y    to ws-rop-eof-flag.
      *
       150-store-rop-rec.
           if ws-rop-count < 2000
                add 1                   to ws-rop-count
                move rp-product-name    to ws-rop-name(ws-rop-count)
                move rp-reorder-point   to ws-rop-point(ws-rop-count)
                move rp-order-up-to     to ws-rop-up-to(ws-rop-count)
           end-if.
           perform 145-read-rop-rec.
      *
       200-read-file.
           read input-file
           move il-product-description  to dl-product-description.
           move il-product-quantity     to dl-product-quantity.
      *
      * a product that sells has its own reorder point from A1ROP;
      * the fixed minimum only covers products A1ROP has no rate for
           perform 405-find-reorder-point.
           if ws-rop-found
                if il-product-quantity <= ws-found-rop-point
                     move ws-reorder-text to dl-reorder-flag
                     perform 420-write-suggestion
                else
                     move spaces        to dl-reorder-flag
                     move 0             to ws-suggested-quantity
                end-if
           else
                if il-product-quantity < ws-min-stock-level
                     move ws-reorder-text to dl-reorder-flag
                     perform 420-write-suggestion
                else
                     move spaces        to dl-reorder-flag
                     move 0             to ws-suggested-quantity
                end-if
           end-if.
           move ws-suggested-quantity   to dl-suggested-qty.
      *
           add ws-extended-value        to ws-total-ext-value.
      *
           perform 200-read-file.
      *
       405-find-reorder-point.
           move "N"                     to ws-rop-found-sw.
           perform varying ws-rop-idx from 1 by 1
                until ws-rop-idx > ws-rop-count
                    or ws-rop-found
                if ws-rop-name(ws-rop-idx) = il-product-name
                     set ws-rop-found   to true
                     move ws-rop-point(ws-rop-idx)
                                        to ws-found-rop-point
                     move ws-rop-up-to(ws-rop-idx)
                                        to ws-found-rop-up-to
                end-if
           end-perform.
      *
      * a zero point is no rate at all -- it would never flag the
      * product, so the product stays on the fixed minimum
           if ws-rop-found and ws-found-rop-point = 0
                move "N"                to ws-rop-found-sw
           end-if.
      *
      * one breakdown line per stock location, with the location's
      * own reorder flag
           write output-line            from ws-location-line.
      *
      * build the purchase-suggestion record for a reorder-flagged
      * product -- suggested order quantity is A1ROP's order-up-to
      * level minus on-hand, or max stock level minus on-hand for a
      * product without a reorder point, floored at zero when the
      * level is mis-keyed low
       420-write-suggestion.
           if ws-rop-found
                if ws-found-rop-up-to > il-product-quantity
                     subtract il-product-quantity
                          from ws-found-rop-up-to
                          giving ws-suggested-quantity
                else
                     move 0             to ws-suggested-quantity
                end-if
           else
                if il-max-stock-level > il-product-quantity
                     subtract il-product-quantity
                          from il-max-stock-level
                          giving ws-suggested-quantity
                else
                     move 0             to ws-suggested-quantity
                end-if
           end-if.
      *
           if ws-suggested-quantity > 0
