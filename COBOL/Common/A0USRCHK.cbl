       identification division.
       program-id. A0USRCHK.
       date-written. October 15, 2026.
       author. Bilgan Kiris.
      *Description: the one user-authority check for the suite.  a
      *caller passes the user id that keyed or approved a
      *transaction, the four-character transaction type, and the
      *amount the approval commits (zero when nothing is being
      *approved), and gets back whether that user may do it, the
      *reason when not, and the user's employee number so the
      *caller can refuse anyone approving their own work.
      *    authority comes from the USERAUTH user authority master,
      *    one record per user: role, active or suspended, up to ten
      *    transaction types held, and an approval limit.  it is
      *    read on the first call and held for the rest of the run.
      *    USERAUTH absent or empty returns "X" -- authority not
      *    enforced -- and the caller applies the transaction as it
      *    always has.
      *    result "Y" authorized, "N" refused (reason set), "X" no
      *    authority master.
      *
      *-----------------------------------------------
      *  MODIFICATION HISTORY
      *-----------------------------------------------
      * 2026-10-15  new subprogram.
      *
       environment division.
       configuration section.
      *
       input-output section.
       file-control.
      * user authority master -- optional
           select optional user-auth-file
                assign to USERAUTH
                organization is sequential.
      *
       data division.
       file section.
      *
      * user authority record -- who the user is, what they may
      * key or approve, and how much they may approve
       fd user-auth-file
           recording mode is F
           data record is user-auth-line
           record contains 100 characters.
      *
       01 user-auth-line.
           05 ua-user-id                pic x(8).
           05 ua-user-name              pic x(20).
           05 ua-role                   pic x(8).
           05 ua-emp-no                 pic x(3).
           05 ua-status                 pic x.
                88 ua-active            value "A".
           05 ua-tran-type  occurs 10 times
                                        pic x(4).
           05 ua-appr-limit             pic 9(7)v99.
           05 filler                    pic x(11).
      *
       working-storage section.
      *
       01 ws-user-table.
           05 ws-usr-count              pic 9(3) value 0.
           05 ws-usr-entry occurs 500 times.
                10 ws-usr-id            pic x(8).
                10 ws-usr-emp-no        pic x(3).
                10 ws-usr-status        pic x.
                10 ws-usr-tran-type  occurs 10 times
                                        pic x(4).
                10 ws-usr-appr-limit    pic 9(7)v99.
      *
       01 ws-user-work.
           05 ws-loaded-sw              pic x value "N".
                88 ws-users-loaded      value "Y".
           05 ws-userauth-eof-flag      pic x value "N".
           05 ws-usr-idx                pic 9(3).
           05 ws-usr-found-idx          pic 9(3).
           05 ws-typ-idx                pic 99.
           05 ws-type-held-sw           pic x.
                88 ws-type-held         value "Y".
      *
       01 ws-not-auth-reason.
           05 filler                    pic x(19)
                value "NOT AUTHORIZED FOR ".
           05 ws-nar-tran-type          pic x(4).
      *
       01 ws-eof-y                      pic x value "Y".
      *
       linkage section.
       01 lk-user-id                    pic x(8).
       01 lk-tran-type                  pic x(4).
       01 lk-amount                     pic 9(7)v99.
       01 lk-result                     pic x.
       01 lk-reason                     pic x(34).
       01 lk-emp-no                     pic x(3).
      *
       procedure division using lk-user-id, lk-tran-type, lk-amount,
                lk-result, lk-reason, lk-emp-no.
       000-main.
           if not ws-users-loaded
                perform 100-load-users
           end-if.
           move spaces                  to lk-reason.
           move spaces                  to lk-emp-no.
           if ws-usr-count = 0
                move "X"                to lk-result
                goback
           end-if.
      *
           move "N"                     to lk-result.
           perform 200-find-user.
           if ws-usr-found-idx = 0
                move "USER NOT ON AUTHORITY MASTER"
                                        to lk-reason
                goback
           end-if.
           move ws-usr-emp-no(ws-usr-found-idx) to lk-emp-no.
           if ws-usr-status(ws-usr-found-idx) not = "A"
                move "USER AUTHORITY SUSPENDED"
                                        to lk-reason
                goback
           end-if.
      *
           perform 210-find-tran-type.
           if not ws-type-held
                move lk-tran-type       to ws-nar-tran-type
                move ws-not-auth-reason to lk-reason
                goback
           end-if.
           if lk-amount is numeric
                and lk-amount > ws-usr-appr-limit(ws-usr-found-idx)
                move "OVER APPROVAL LIMIT"
                                        to lk-reason
                goback
           end-if.
      *
           move "Y"                     to lk-result.
           goback.
      *
       100-load-users.
           open input user-auth-file.
           perform 110-read-user.
           perform 120-store-user
                until ws-userauth-eof-flag is equal to ws-eof-y.
           close user-auth-file.
           set ws-users-loaded          to true.
      *
       110-read-user.
           read user-auth-file
                at end move ws-eof-y    to ws-userauth-eof-flag.
      *
       120-store-user.
           if ua-user-id not = spaces
                and ws-usr-count < 500
                add 1                   to ws-usr-count
                move ua-user-id         to ws-usr-id(ws-usr-count)
                move ua-emp-no          to ws-usr-emp-no(ws-usr-count)
                move ua-status          to ws-usr-status(ws-usr-count)
                perform varying ws-typ-idx from 1 by 1
                     until ws-typ-idx > 10
                     move ua-tran-type(ws-typ-idx)
                          to ws-usr-tran-type(ws-usr-count, ws-typ-idx)
                end-perform
                if ua-appr-limit is numeric
                     move ua-appr-limit
                          to ws-usr-appr-limit(ws-usr-count)
                else
                     move 0
                          to ws-usr-appr-limit(ws-usr-count)
                end-if
           end-if.
           perform 110-read-user.
      *
       200-find-user.
           move 0                       to ws-usr-found-idx.
           perform varying ws-usr-idx from 1 by 1
                until ws-usr-idx > ws-usr-count
                   or ws-usr-found-idx > 0
                if ws-usr-id(ws-usr-idx) = lk-user-id
                     move ws-usr-idx    to ws-usr-found-idx
                end-if
           end-perform.
      *
       210-find-tran-type.
           move "N"                     to ws-type-held-sw.
           perform varying ws-typ-idx from 1 by 1
                until ws-typ-idx > 10
                   or ws-type-held
                if ws-usr-tran-type(ws-usr-found-idx, ws-typ-idx)
                     = lk-tran-type
                     set ws-type-held   to true
                end-if
           end-perform.
      *
       end program A0USRCHK.
