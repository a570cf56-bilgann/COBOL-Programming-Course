      *-----------------------------------------------
      *  PROMO -- the promotional price calendar record, 64
      *  bytes.  one promotion per record: it covers one SKU
      *  (match type S) or every item of one item class (match
      *  type C), at a set promotional price (price type P) or a
      *  percent off the regular ITEMMST price (price type %),
      *  from its start date through its end date inclusive, in
      *  the stores listed -- all five store numbers zero means
      *  every store.  copied in with its own field prefix:
      *      copy PROMO replacing ==:TAG:== by ==pr==.
      *  where more than one promotion covers an item, the one
      *  giving the lowest price wins.
      *
      *  MODIFICATION HISTORY
      * 2026-10-15  new copybook.
      *-----------------------------------------------
           05 :TAG:-promo-id                pic x(6).
           05 :TAG:-match-type              pic x.
                88 :TAG:-match-sku          value "S".
                88 :TAG:-match-class        value "C".
           05 :TAG:-sku-code                pic x(15).
           05 :TAG:-item-class              pic x.
           05 :TAG:-price-type              pic x.
                88 :TAG:-set-price          value "P".
                88 :TAG:-percent-off        value "%".
           05 :TAG:-promo-price             pic 9(5)v99.
           05 :TAG:-promo-pct               pic 9(2)v99.
           05 :TAG:-start-date              pic 9(8).
           05 :TAG:-end-date                pic 9(8).
           05 :TAG:-store-list.
                10 :TAG:-store-num  occurs 5 times
                                            pic 99.
           05 filler                        pic x(3).
