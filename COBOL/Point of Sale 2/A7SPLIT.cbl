      *             the store lines already were, so adding a
      *             tender is a data change.  the standard
      *             CA/CR/DB tenders stand as the fallback.
      * 2026-10-15  post-voids (code V) are routed with the S&L
      *             split so A8SL can reverse the voided sale; like
      *             P and C they stay out of the S&L amount, and an
      *             unrecognized store on one still reaches the
      *             unmatched bucket.
      * 2026-10-15  the POS transaction record is now 77 bytes --
      *             it carries the register and cashier id.
      * 2026-10-15  gift-card loads (code G) are routed with the
      *             S&L split for A8SL's gift-card master; they are
      *             not merchandise sales, so like P, C, and V they
      *             stay out of the S&L amount.  the record is now
      *             93 bytes with the gift-card number.
      *
       environment division.
       configuration section.
       fd input-file
           recording mode is F
           data record is input-line
           record contains 93 characters.
      *
       01 input-line.
           copy POSTRAN replacing ==:TAG:== by ==il==.
       fd feed-01
           recording mode is F
           data record is feed-01-line
           record contains 93 characters.
       01 feed-01-line                      pic x(93).
      *
       fd feed-02
           recording mode is F
           data record is feed-02-line
           record contains 93 characters.
       01 feed-02-line                      pic x(93).
      *
       fd feed-03
           recording mode is F
           data record is feed-03-line
           record contains 93 characters.
       01 feed-03-line                      pic x(93).
      *
       fd feed-04
           recording mode is F
           data record is feed-04-line
           record contains 93 characters.
       01 feed-04-line                      pic x(93).
      *
       fd feed-05
           recording mode is F
           data record is feed-05-line
           record contains 93 characters.
       01 feed-05-line                      pic x(93).
      *
       fd feed-06
           recording mode is F
           data record is feed-06-line
           record contains 93 characters.
       01 feed-06-line                      pic x(93).
      *
       fd feed-07
           recording mode is F
           data record is feed-07-line
           record contains 93 characters.
       01 feed-07-line                      pic x(93).
      *
       fd feed-08
           recording mode is F
           data record is feed-08-line
           record contains 93 characters.
       01 feed-08-line                      pic x(93).
      *
       fd feed-09
           recording mode is F
           data record is feed-09-line
           record contains 93 characters.
       01 feed-09-line                      pic x(93).
      *
       fd feed-10
           recording mode is F
           data record is feed-10-line
           record contains 93 characters.
       01 feed-10-line                      pic x(93).
      *
       fd output-sl
           recording mode is F
           data record is output-sl-line
           record contains 93 characters.
      *
       01 output-sl-line                    pic x(93).
      *
       fd output-r
           recording mode is F
           data record is output-r-line
           record contains 93 characters.
      *
       01 output-r-line                     pic x(93).

      *
      *
           perform 700-split-record.
      *
       510-split-sl.
      * layaway payments and cancellations, post-voids, and
      * gift-card loads travel with the S&L work -- they are not
      * sales, so they ride the file but stay out of the S&L amount
           if il-tran-code = "S" or il-tran-code = "L" then
                write output-sl-line        from input-line
                add il-tran-amt             to ws-SL-total-amt
                add 1                       to ws-total-split-count
           else if il-tran-code = "P" or il-tran-code = "C"
                or il-tran-code = "V" or il-tran-code = "G" then
                write output-sl-line        from input-line
                add 1                       to ws-total-split-count
           end-if.
                end-if
           end-if.
      *
      * layaway payments, cancellations, exchanges, post-voids, and
      * gift-card loads carry no per-store rollup, but an
      * unrecognized store still has to surface
       555-check-pe-store.
           if il-tran-code = "P" or il-tran-code = "E"
                or il-tran-code = "C" or il-tran-code = "V"
                or il-tran-code = "G"
                perform 118-check-store-valid
                if not ws-store-valid
                     perform 580-flag-unmatched-store
