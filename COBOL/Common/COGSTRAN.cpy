      *-----------------------------------------------
      *  COGSTRAN -- the cost-of-sales record, 60 bytes.  one per
      *  unit that leaves stock on a sale or layaway (A1DEPLET)
      *  or comes back on a return (A1RESTK), carrying the sale
      *  or refund amount and the product master's weighted-
      *  average unit cost at that moment, copied in with its own
      *  field prefix:
      *      copy COGSTRAN replacing ==:TAG:== by ==cg==.
      *  S and L add to the store's sales and cost of goods sold;
      *  R (resaleable return, back on the shelf) takes both out
      *  again; D (defect return, to damaged goods) takes out the
      *  sale only -- the unit's cost stays spent.  V (post-void,
      *  A1DEPLET) takes the sale and its cost back out as if it
      *  had never been rung.  a unit cost of zero means the SKU
      *  was not on the product master.  a sale dated into an
      *  accounting period Finance has closed (PERIODCTL, through
      *  A0PERCHK) carries the first day of the open period as its
      *  business date and is marked period-adjusted.
      *
      *  MODIFICATION HISTORY
      * 2026-10-15  new copybook.
      * 2026-10-15  code V -- a post-voided sale.
      * 2026-10-15  period-adjustment flag, out of the filler --
      *             record length unchanged.
      *-----------------------------------------------
           05 :TAG:-store-num               pic 99.
           05 :TAG:-business-date           pic 9(8).
           05 :TAG:-tran-code               pic x.
                88 :TAG:-code-sale          value "S".
                88 :TAG:-code-layaway       value "L".
                88 :TAG:-code-return        value "R".
                88 :TAG:-code-defect        value "D".
                88 :TAG:-code-void          value "V".
           05 :TAG:-inv-num                 pic x(9).
           05 :TAG:-product-name            pic x(15).
           05 :TAG:-sale-amt                pic 9(5)v99.
           05 :TAG:-unit-cost               pic 9(5)v99.
           05 :TAG:-program                 pic x(8).
           05 :TAG:-period-adj              pic x.
                88 :TAG:-period-adjusted    value "A".
           05 filler                        pic x(2).
