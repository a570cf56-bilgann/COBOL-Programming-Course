       identification division.
       program-id. A0PERCHK.
       date-written. October 15, 2026.
       author. Bilgan Kiris.
      *Description: the one accounting-period lock for the suite.  a
      *caller passes a 9(8) yyyymmdd posting date and gets back
      *whether it falls in a period Finance has closed and the date
      *it should post on instead.  a date in a closed period posts
      *to the first day of the earliest open period after it, so a
      *late upload, a retro-dated payment, or a backdated change
      *lands in the current open period and the closed figures
      *never move; a date in an open period posts as it stands.
      *    closed periods come from the PERIODCTL control file,
      *    one record per closed yyyymm, read on the first call
      *    and held for the rest of the run.  PERIODCTL absent or
      *    empty means no period is closed.
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
      * closed accounting periods -- optional
           select optional period-ctl-file
                assign to PERIODCTL
                organization is sequential.
      *
       data division.
       file section.
      *
      * period-control record -- a closed period and the date
      * Finance closed it
       fd period-ctl-file
           recording mode is F
           data record is period-ctl-line
           record contains 20 characters.
      *
       01 period-ctl-line.
           05 pc-period                 pic 9(6).
           05 pc-close-date             pic 9(8).
           05 filler                    pic x(6).
      *
       working-storage section.
      *
       01 ws-period-table.
           05 ws-per-count              pic 999 value 0.
           05 ws-per-entry occurs 600 times.
                10 ws-per-closed        pic 9(6).
      *
       01 ws-period-work.
           05 ws-loaded-sw              pic x value "N".
                88 ws-periods-loaded    value "Y".
           05 ws-periodctl-eof-flag     pic x value "N".
           05 ws-per-idx                pic 999.
           05 ws-closed-sw              pic x.
                88 ws-period-closed     value "Y".
           05 ws-chk-period             pic 9(6).
           05 ws-chk-period-r redefines ws-chk-period.
                10 ws-chk-year          pic 9(4).
                10 ws-chk-month         pic 9(2).
      *
       01 ws-eof-y                      pic x value "Y".
      *
       linkage section.
       01 lk-date                       pic 9(8).
       01 lk-post-date                  pic 9(8).
       01 lk-closed                     pic x.
      *
       procedure division using lk-date, lk-post-date, lk-closed.
       000-main.
           if not ws-periods-loaded
                perform 100-load-periods
           end-if.
           move lk-date                 to lk-post-date.
           move "N"                     to lk-closed.
           if lk-date is not numeric
                or lk-date = 0
                or ws-per-count = 0
                goback
           end-if.
      *
           move lk-date(1:6)            to ws-chk-period.
           perform 200-check-period.
           if not ws-period-closed
                goback
           end-if.
      *
      *    step forward a month at a time to the first open period
           move "Y"                     to lk-closed.
           perform 300-next-period
                until not ws-period-closed.
           move ws-chk-period           to lk-post-date(1:6).
           move "01"                    to lk-post-date(7:2).
           goback.
      *
       100-load-periods.
           open input period-ctl-file.
           perform 110-read-period.
           perform 120-store-period
                until ws-periodctl-eof-flag is equal to ws-eof-y.
           close period-ctl-file.
           set ws-periods-loaded        to true.
      *
       110-read-period.
           read period-ctl-file
                at end move ws-eof-y    to ws-periodctl-eof-flag.
      *
       120-store-period.
           if pc-period is numeric
                and pc-period > 0
                and ws-per-count < 600
                add 1                   to ws-per-count
                move pc-period          to ws-per-closed(ws-per-count)
           end-if.
           perform 110-read-period.
      *
       200-check-period.
           move "N"                     to ws-closed-sw.
           perform varying ws-per-idx from 1 by 1
                until ws-per-idx > ws-per-count
                   or ws-period-closed
                if ws-per-closed(ws-per-idx) = ws-chk-period
                     set ws-period-closed to true
                end-if
           end-perform.
      *
       300-next-period.
           if ws-chk-month = 12
                move 1                  to ws-chk-month
                add 1                   to ws-chk-year
           else
                add 1                   to ws-chk-month
           end-if.
           perform 200-check-period.
      *
       end program A0PERCHK.
