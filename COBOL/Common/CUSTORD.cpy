      *-----------------------------------------------
      *  CUSTORD -- the customer order line, 120 bytes.  A2ORDER
      *  writes one per accepted quote line, at the quoted unit
      *  price, discount, and freight, with the ITEMMST SKU the
      *  line draws PRODMAST stock from.  copied in with its own
      *  field prefix:
      *      copy CUSTORD replacing ==:TAG:== by ==oi==.
      *  the ordered quantity is always allocated plus
      *  backordered plus shipped; a backorder is allocated as
      *  stock frees up on later runs, and A2SHIP moves allocated
      *  quantity to shipped and invoices it in the same step, so
      *  shipped and invoiced stay equal line by line.
      *
      *  MODIFICATION HISTORY
      * 2026-10-15  new copybook.
      * 2026-10-15  shipped and invoiced quantities and the last
      *             invoice number, for ship confirmation and
      *             invoicing; status S once a line is fully
      *             shipped.
      * 2026-10-15  status H, order held for customer credit.
      *-----------------------------------------------
           05 :TAG:-order-number            pic 9(6).
           05 :TAG:-line-number             pic 9(3).
           05 :TAG:-customer-id             pic x(6).
           05 :TAG:-cust-po-ref             pic x(10).
           05 :TAG:-quote-number            pic 9(6).
           05 :TAG:-order-date              pic 9(8).
           05 :TAG:-item-no                 pic x(4).
           05 :TAG:-sku-code                pic x(15).
           05 :TAG:-tier-code               pic x.
           05 :TAG:-qty-ordered             pic 9(5).
           05 :TAG:-qty-allocated           pic 9(5).
           05 :TAG:-qty-backordered         pic 9(5).
           05 :TAG:-unit-price              pic 9(5)v99.
           05 :TAG:-discount                pic 9(8)v99.
           05 :TAG:-freight                 pic 9(8)v99.
           05 :TAG:-status                  pic x.
                88 :TAG:-line-allocated     value "A".
                88 :TAG:-line-backordered   value "B".
                88 :TAG:-line-shipped       value "S".
                88 :TAG:-line-held          value "H".
           05 :TAG:-qty-shipped             pic 9(5).
           05 :TAG:-qty-invoiced            pic 9(5).
           05 :TAG:-last-invoice-number     pic 9(6).
           05 filler                        pic x(2).
