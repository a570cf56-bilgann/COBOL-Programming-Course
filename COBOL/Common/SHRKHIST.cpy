      *-----------------------------------------------
      *  SHRKHIST -- the inventory shrinkage history record, 80
      *  bytes.  A1COUNT appends one for every count variance it
      *  applies to the product master, so the losses stay on
      *  record after the new on-hand has absorbed them; A1SHRINK
      *  reads it back for the shrink report.  copied in with its
      *  own field prefix:
      *      copy SHRKHIST replacing ==:TAG:== by ==sk==.
      *  a count below the book is a loss (units short), one above
      *  it an overage (units over) -- one of the two is always
      *  zero.  the value is the units at the master's unit cost
      *  when the count was applied.
      *
      *  MODIFICATION HISTORY
      * 2026-10-15  new copybook.
      *-----------------------------------------------
           05 :TAG:-count-date              pic 9(8).
           05 :TAG:-product-name            pic x(15).
           05 :TAG:-location                pic 9.
           05 :TAG:-units-short             pic 9(6).
           05 :TAG:-units-over              pic 9(6).
           05 :TAG:-unit-cost               pic 9(5)v99.
           05 :TAG:-value                   pic 9(8)v99.
           05 :TAG:-counter-id              pic x(8).
           05 :TAG:-approver-id             pic x(8).
           05 filler                        pic x(11).
