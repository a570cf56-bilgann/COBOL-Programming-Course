      *-----------------------------------------------
      *  POSTRAN -- the POS chain's common 93-byte transaction
      *  record.  every program in the chain copies this one
      *  layout with its own field prefix:
      *      copy POSTRAN replacing ==:TAG:== by ==il==.
      * 2026-09-02  transaction code C (layaway cancellation)
      *             joins the chain: edited by A6EDIT, routed
      *             with the S&L split, applied by A8SL.
      * 2026-10-15  transaction code V (post-void) joins the
      *             chain: it quotes the invoice of the sale it
      *             voids and carries that sale's amount, tender,
      *             store, SKU, and salesperson.  edited by A6EDIT,
      *             routed with the S&L split, reversed by A8SL,
      *             A1DEPLET, and A3SCOMM.
      * 2026-10-15  register (terminal) id and cashier id added,
      *             so A8SL can balance each drawer by cashier; the
      *             record is now 77 bytes.
      * 2026-10-15  transaction code G (gift-card activation or
      *             reload), the GC gift-card tender, and the
      *             gift-card number the load or the redemption
      *             posts to; the record is now 93 bytes.
      *-----------------------------------------------
           05 :TAG:-tran-code               pic x.
                88 :TAG:-code-S             value "S".
                88 :TAG:-code-P             value "P".
                88 :TAG:-code-E             value "E".
                88 :TAG:-code-C             value "C".
                88 :TAG:-code-V             value "V".
                88 :TAG:-code-G             value "G".
                88 :TAG:-batch-header       value "H".
                88 :TAG:-batch-trailer      value "T".
           05 :TAG:-tran-amt                pic 9(5)v99.
                88 :TAG:-pay-CA             value "CA".
                88 :TAG:-pay-CR             value "CR".
                88 :TAG:-pay-DB             value "DB".
                88 :TAG:-pay-GC             value "GC".
           05 :TAG:-store-num               pic 99.
           05 :TAG:-inv-num                 pic x(9).
           05 :TAG:-inv-num-redef redefines :TAG:-inv-num.
           05 :TAG:-return-date             pic 9(8).
           05 :TAG:-salesperson-id          pic x(3).
           05 :TAG:-customer-id             pic x(6).
           05 :TAG:-register-id             pic x(3).
           05 :TAG:-cashier-id              pic x(3).
           05 :TAG:-gift-card-num           pic x(16).
