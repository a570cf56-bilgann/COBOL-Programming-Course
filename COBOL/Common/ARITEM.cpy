      *-----------------------------------------------
      *  ARITEM -- the accounts receivable open item, 80 bytes.
      *  A2ARPOST keeps one per customer invoice still owing
      *  (type I, raised from A2SHIP's INVOICES register) and one
      *  per receipt of cash not yet applied to an invoice (type
      *  C, held on account); an item drops off the master once
      *  its open amount reaches zero.  copied in with its own
      *  field prefix:
      *      copy ARITEM replacing ==:TAG:== by ==ai==.
      *  a customer's balance is the open amount of its invoices
      *  less the open amount of its cash on account.
      *
      *  MODIFICATION HISTORY
      * 2026-10-15  new copybook.
      *-----------------------------------------------
           05 :TAG:-customer-id             pic x(6).
           05 :TAG:-item-type               pic x.
                88 :TAG:-type-invoice       value "I".
                88 :TAG:-type-cash          value "C".
           05 :TAG:-doc-number              pic 9(6).
           05 :TAG:-reference               pic x(10).
           05 :TAG:-doc-date                pic 9(8).
           05 :TAG:-original-amt            pic 9(8)v99.
           05 :TAG:-open-amt                pic 9(8)v99.
           05 :TAG:-last-activity-date      pic 9(8).
           05 :TAG:-order-number            pic 9(6).
           05 filler                        pic x(15).
