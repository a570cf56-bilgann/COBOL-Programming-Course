      *-----------------------------------------------
      *  INVOICE -- the customer invoice register record, 80
      *  bytes, one per invoice A2SHIP raises for a ship
      *  confirmation: who was billed, for which order, and the
      *  merchandise (net of discount), freight, and total owed.
      *  copied in with its own field prefix:
      *      copy INVOICE replacing ==:TAG:== by ==iv==.
      *
      *  MODIFICATION HISTORY
      * 2026-10-15  new copybook.
      *-----------------------------------------------
           05 :TAG:-invoice-number          pic 9(6).
           05 :TAG:-customer-id             pic x(6).
           05 :TAG:-order-number            pic 9(6).
           05 :TAG:-cust-po-ref             pic x(10).
           05 :TAG:-invoice-date            pic 9(8).
           05 :TAG:-merchandise-amt         pic 9(8)v99.
           05 :TAG:-freight-amt             pic 9(8)v99.
           05 :TAG:-total-amt               pic 9(8)v99.
           05 :TAG:-line-count              pic 9(3).
           05 filler                        pic x(11).
