      *-----------------------------------------------
      *  STKMOVE -- the perpetual stock-movement ledger record,
      *  80 bytes.  every program that changes on-hand on the
      *  product master appends one of these per quantity it
      *  moves, copied in with its own field prefix:
      *      copy STKMOVE replacing ==:TAG:== by ==sm==.
      *  location 1-3 is a warehouse; location 0 carries movement
      *  of the company-wide on-hand that no single warehouse
      *  accounts for, so opening plus every record for a product
      *  always rolls to pm-product-quantity, and opening plus
      *  the records for one location rolls to pm-loc-quantity.
      *  a movement dated into an accounting period Finance has
      *  closed (PERIODCTL, through A0PERCHK) posts on the first
      *  day of the open period instead, marked period-adjusted
      *  with the date it originally carried.
      *
      *  MODIFICATION HISTORY
      * 2026-10-15  new copybook.
      * 2026-10-15  move type SH -- trade-order shipment to a
      *             customer, posted by A2SHIP.
      * 2026-10-15  move type VD -- a post-voided sale's unit back
      *             on the shelf, posted by A1DEPLET.
      * 2026-10-15  period-adjustment flag and original date, out
      *             of the filler -- record length unchanged.
      *-----------------------------------------------
           05 :TAG:-move-date               pic 9(8).
           05 :TAG:-program                 pic x(8).
           05 :TAG:-move-type               pic xx.
                88 :TAG:-type-receipt       value "RC".
                88 :TAG:-type-sale          value "SL".
                88 :TAG:-type-restock       value "RS".
                88 :TAG:-type-count         value "CT".
                88 :TAG:-type-transfer      value "XF".
                88 :TAG:-type-maintenance   value "MA".
                88 :TAG:-type-shipment      value "SH".
                88 :TAG:-type-void          value "VD".
           05 :TAG:-product-name            pic x(15).
           05 :TAG:-location                pic 9.
           05 :TAG:-qty-in                  pic 9(6).
           05 :TAG:-qty-out                 pic 9(6).
           05 :TAG:-unit-cost               pic 9(5)v99.
           05 :TAG:-reference               pic x(15).
           05 :TAG:-period-adj              pic x.
                88 :TAG:-period-adjusted    value "A".
           05 :TAG:-orig-date               pic 9(8).
           05 filler                        pic x(3).
