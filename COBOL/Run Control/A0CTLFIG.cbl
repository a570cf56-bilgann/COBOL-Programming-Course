      *             the control-figures record so the month-end
      *             tie can allow for refunds held one night and
      *             paid on another.
      * 2026-10-15  a post-void (V) on SLFILE takes its sale back
      *             out of the S&L sale amount, the way A8SL takes
      *             it out of the store totals it writes to
      *             SALESTOT, so the month-end tie still holds.
      * 2026-10-15  the POS transaction record is now 77 bytes --
      *             it carries the register and cashier id.
      * 2026-10-15  the POS transaction record is now 93 bytes --
      *             it carries the gift-card number.  the post-void
      *             of a gift-card load (a V with a card number, not
      *             paid with the GC tender) is not a voided sale,
      *             so it stays out of the S&L sale amount the way
      *             A8SL keeps the load out of SALESTOT.
      *
       environment division.
       configuration section.
       fd val-file
           recording mode is F
           data record is val-line
           record contains 93 characters.
       01 val-line.
           05 vl-tran-code              pic x.
           05 vl-tran-amt               pic 9(5)v99.
           05 filler                    pic x(85).
      *
       fd sl-file
           recording mode is F
           data record is sl-line
           record contains 93 characters.
       01 sl-line.
           05 sl-tran-code              pic x.
           05 sl-tran-amt               pic 9(5)v99.
           05 sl-pay-type               pic xx.
           05 filler                    pic x(67).
           05 sl-gift-card-num          pic x(16).
      *
       fd r-file
           recording mode is F
           data record is r-line
           record contains 93 characters.
       01 r-line.
           05 rl-tran-code              pic x.
           05 rl-tran-amt               pic 9(5)v99.
           05 filler                    pic x(85).
      *
       fd sales-totals-file
           recording mode is F
                               or sl-tran-code = "L"
                               add sl-tran-amt to ws-sl-sale-amount
                          end-if
                          if sl-tran-code = "V"
                               and (sl-gift-card-num = spaces
                                    or sl-pay-type = "GC")
                               subtract sl-tran-amt
                                    from ws-sl-sale-amount
                          end-if
                     end-if
           end-read.
      *
