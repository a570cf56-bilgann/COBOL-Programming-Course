      *-----------------------------------------------
      *  QUOTREG -- the quote register record, 100 bytes, one per
      *  priced quote line.  A2ILIST's quote mode numbers each
      *  customer's quote document and registers its lines with
      *  the quoted money and the date the offer runs out; A2ORDER
      *  converts an accepted quote into a customer order at those
      *  prices.  copied in with its own field prefix:
      *      copy QUOTREG replacing ==:TAG:== by ==qi==.
      *  a quote is open until it is converted (order number
      *  filled in) or passes its expiry date unaccepted.
      *
      *  MODIFICATION HISTORY
      * 2026-10-15  new copybook.
      *-----------------------------------------------
           05 :TAG:-quote-number            pic 9(6).
           05 :TAG:-line-number             pic 9(3).
           05 :TAG:-customer-id             pic x(6).
           05 :TAG:-item-no                 pic x(4).
           05 :TAG:-quantity                pic 9(3).
           05 :TAG:-tier-code               pic x.
           05 :TAG:-unit-price              pic 9(5)v99.
           05 :TAG:-extended-price          pic 9(8)v99.
           05 :TAG:-discount                pic 9(8)v99.
           05 :TAG:-net-price               pic 9(8)v99.
           05 :TAG:-freight                 pic 9(8)v99.
           05 :TAG:-quote-date              pic 9(8).
           05 :TAG:-expiry-date             pic 9(8).
           05 :TAG:-status                  pic x.
                88 :TAG:-quote-open         value "O".
                88 :TAG:-quote-converted    value "C".
                88 :TAG:-quote-expired      value "X".
           05 :TAG:-order-number            pic 9(6).
           05 filler                        pic x(7).
