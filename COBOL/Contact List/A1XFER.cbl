      *  MODIFICATION HISTORY
      *-----------------------------------------------
      * 2026-09-02  new program.
      * 2026-10-15  every applied transfer is appended to the
      *             STKMOVE stock-movement ledger as a unit-out at
      *             the source and a unit-in at the target.
      * 2026-10-15  user authority: the user who keyed each transfer
      *             must hold transfer authority (XFER) on the
      *             USERAUTH master, through the common A0USRCHK
      *             routine, or the transfer is rejected on the
      *             audit.  A1REBAL's suggestions carry its own
      *             user id and need an entry of their own.
      *
       environment division.
       configuration section.
                access is random
                record key is pm-product-name.
      *
      * stock-movement ledger -- appended to, one record per
      * side of every transfer applied
           select optional stkmove-file
                assign to STKMOVE
                organization is sequential.
      *
      * audit report declaration
           select audit-file
                assign to AUDFILE
           05 pm-max-stock-level        pic 9(6).
           05 pm-loc-quantity  occurs 3 times
                                        pic 9(6).
      *
       fd stkmove-file
           recording mode is F
           data record is stkmove-line
           record contains 80 characters.
      *
       01 stkmove-line.
           copy STKMOVE replacing ==:TAG:== by ==sm==.
      *
       fd audit-file
           recording mode is F
       01 ws-master-work.
           05 ws-mst-found-switch       pic x value "N".
                88 ws-mst-found         value "Y".
      *
      *-----------------------------------------------
      *  USER AUTHORITY (USERAUTH VIA A0USRCHK)
      *-----------------------------------------------
       01 ws-auth-work.
           05 ws-auth-tran-type         pic x(4) value "XFER".
           05 ws-auth-amount            pic 9(7)v99 value 0.
           05 ws-auth-result            pic x.
                88 ws-auth-refused      value "N".
           05 ws-auth-reason            pic x(34).
           05 ws-auth-emp-no            pic x(3).
           05 ws-auth-rej-count         pic 9(4) value 0.
      *
       01 ws-auth-summary-line.
           05 filler                    pic x(24)
                value "Refused for authority:".
           05 dl-auth-rej-count         pic zzz9.
      *
       01 ws-file.
           05 ws-eof-y                  pic x value "Y".
           open input xfer-file.
           open i-o product-master-file.
           open output audit-file.
           open extend stkmove-file.
           move ws-eof-n                to ws-xfer-eof-flag.
      *
       150-audit-header.
           read xfer-file
                at end move ws-eof-y    to ws-xfer-eof-flag.
      *
      * the transfer is judged before it is applied: a user with
      * transfer authority, real locations, distinct locations, a
      * product on the master, and enough stock at the source
       400-process-xfers.
           call "A0USRCHK" using xf-user-id, ws-auth-tran-type,
                ws-auth-amount, ws-auth-result, ws-auth-reason,
                ws-auth-emp-no.
           if ws-auth-refused
                add 1                   to ws-auth-rej-count
                move ws-auth-reason     to dl-rej-reason
                perform 600-write-reject
                perform 200-read-xfer
                go to 400-exit
           end-if.
           if xf-from-location < 1 or xf-from-location > 3
                or xf-to-location < 1 or xf-to-location > 3
                move "LOCATION NOT 1, 2, OR 3" to dl-rej-reason
           add xf-quantity
                to pm-loc-quantity(xf-to-location).
           rewrite product-master-line.
           perform 510-write-stock-movement.

           add 1                        to ws-applied-count.
           move xf-product-name         to dl-product-name.
           move pm-loc-quantity(xf-to-location)
                to dl-new-to-qty.
           write audit-line             from ws-audit-detail.
      *
      * out of the source and into the target -- the company-wide
      * on-hand nets to nothing
       510-write-stock-movement.
           move spaces                  to stkmove-line.
           move ws-date                 to sm-move-date.
           move "A1XFER"                to sm-program.
           move "XF"                    to sm-move-type.
           move xf-product-name         to sm-product-name.
           move pm-unit-cost            to sm-unit-cost.
           move xf-user-id              to sm-reference.
           move xf-from-location        to sm-location.
           move 0                       to sm-qty-in.
           move xf-quantity             to sm-qty-out.
           write stkmove-line.
           move xf-to-location          to sm-location.
           move xf-quantity             to sm-qty-in.
           move 0                       to sm-qty-out.
           write stkmove-line.
      *
       600-write-reject.
           add 1                        to ws-rejected-count.
           move ws-applied-count        to dl-applied-count.
           move ws-rejected-count       to dl-rejected-count.
           write audit-line             from ws-trailer-line.
           move ws-auth-rej-count       to dl-auth-rej-count.
           write audit-line             from ws-auth-summary-line.
      *
       900-close-files.
           close xfer-file.
           close product-master-file.
           close audit-file.
           close stkmove-file.
      *
       end program A1XFER.
