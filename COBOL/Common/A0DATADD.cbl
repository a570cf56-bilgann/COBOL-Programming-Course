       identification division.
       program-id. A0DATADD.
       date-written. October 15, 2026.
       author. Bilgan Kiris.
      *Description: the date-plus-days routine for the suite, the
      *companion of A0DAYDIF.  a caller passes a 9(8) yyyymmdd date
      *and a signed count of days and gets back the yyyymmdd date
      *that many true calendar days later (or earlier, for a
      *negative count), leap years included -- due dates, expiry
      *dates, and cutoffs all land on a real day of a real month.
      *a date that is not numeric comes back as zero.
      *
      *-----------------------------------------------
      *  MODIFICATION HISTORY
      *-----------------------------------------------
      * 2026-10-15  new subprogram.
      *
       environment division.
       configuration section.
      *
       data division.
       working-storage section.
      *
       01 ws-work-date                  pic 9(8).
       01 ws-work-date-r redefines ws-work-date.
           05 ws-wk-year                pic 9(4).
           05 ws-wk-month               pic 9(2).
           05 ws-wk-day                 pic 9(2).
      *
       01 ws-month-lengths              pic x(24)
           value "312831303130313130313031".
       01 ws-month-length-table redefines ws-month-lengths.
           05 ws-month-length  occurs 12 times
                                        pic 99.
      *
       01 ws-work.
           05 ws-days-left              pic s9(7).
           05 ws-this-month-days        pic 99.
           05 ws-days-to-month-end      pic s9(3).
           05 ws-leap-quot              pic 9(4).
           05 ws-leap-rem-4             pic 9(4).
           05 ws-leap-rem-100           pic 9(4).
           05 ws-leap-rem-400           pic 9(4).
      *
       linkage section.
       01 lk-from-date                  pic 9(8).
       01 lk-days                       pic s9(5).
       01 lk-result-date                pic 9(8).
      *
       procedure division using lk-from-date, lk-days,
                lk-result-date.
       000-main.
           move 0                       to lk-result-date.
           if lk-from-date is not numeric
                or lk-days is not numeric
                goback
           end-if.
      *
           move lk-from-date            to ws-work-date.
           move lk-days                 to ws-days-left.
           perform 100-step-forward
                until ws-days-left not > 0.
           perform 200-step-back
                until ws-days-left not < 0.
           move ws-work-date            to lk-result-date.
           goback.
      *
      * a month at a time: if the days left fit inside this month
      * they are added, otherwise the date moves to the first of
      * next month and the days that took come off
       100-step-forward.
           perform 300-month-length.
           compute ws-days-to-month-end =
                ws-this-month-days - ws-wk-day.
           if ws-days-left not > ws-days-to-month-end
                add ws-days-left        to ws-wk-day
                move 0                  to ws-days-left
           else
                compute ws-days-left =
                     ws-days-left - ws-days-to-month-end - 1
                move 1                  to ws-wk-day
                if ws-wk-month = 12
                     move 1             to ws-wk-month
                     add 1              to ws-wk-year
                else
                     add 1              to ws-wk-month
                end-if
           end-if.
      *
      * the same backwards: within the month, or to the last day
      * of the month before
       200-step-back.
           if ws-days-left + ws-wk-day > 0
                compute ws-wk-day = ws-wk-day + ws-days-left
                move 0                  to ws-days-left
           else
                compute ws-days-left = ws-days-left + ws-wk-day
                if ws-wk-month = 1
                     move 12            to ws-wk-month
                     subtract 1         from ws-wk-year
                else
                     subtract 1         from ws-wk-month
                end-if
                perform 300-month-length
                move ws-this-month-days to ws-wk-day
           end-if.
      *
      * february has 29 days in a gregorian leap year
       300-month-length.
           move ws-month-length(ws-wk-month) to ws-this-month-days.
           if ws-wk-month = 2
                divide ws-wk-year by 4 giving ws-leap-quot
                     remainder ws-leap-rem-4
                divide ws-wk-year by 100 giving ws-leap-quot
                     remainder ws-leap-rem-100
                divide ws-wk-year by 400 giving ws-leap-quot
                     remainder ws-leap-rem-400
                if ws-leap-rem-400 = 0
                     or (ws-leap-rem-4 = 0 and ws-leap-rem-100 not = 0)
                     move 29            to ws-this-month-days
                end-if
           end-if.
      *
       end program A0DATADD.
