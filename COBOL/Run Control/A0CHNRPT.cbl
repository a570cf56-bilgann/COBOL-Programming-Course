      * 2026-09-02  the midnight-crossing day difference now comes
      *             from the common A0DAYDIF calendar routine
      *             instead of the inline 30/360 approximation.
      * 2026-10-15  a completion A0RUNCTL recorded H (A8SL held for
      *             a missing store upload) shows as HELD - UPLOAD
      *             instead of going unreported as no completion.
      *
       environment division.
       configuration section.
      *
      * release-to-completion minutes for the step and date in
      * ws-stp-idx / ws-cur-date -- the latest R row against the
      * latest B, F, or H row, crossing midnight on the day difference
       450-calc-elapsed-one.
           move "N"                     to ws-elapsed-found-sw.
           move 0                       to ws-rel-stamp-date.
                     end-if
                     if ws-hst-status(ws-hst-idx) = "B"
                          or ws-hst-status(ws-hst-idx) = "F"
                          or ws-hst-status(ws-hst-idx) = "H"
                          move ws-hst-run-date(ws-hst-idx)
                               to ws-cmp-stamp-date
                          move ws-hst-run-time(ws-hst-idx)
                               move ws-stamp-display to dl-rel-time
                          when "B"
                          when "F"
                          when "H"
                               set ws-cmp-seen to true
                               move ws-hst-status(ws-hst-idx)
                                    to ws-cmp-status
           end-perform.

           if ws-cmp-seen
                evaluate ws-cmp-status
                     when "B"
                          move "BALANCED" to dl-step-status
                     when "H"
                          move "HELD - UPLOAD" to dl-step-status
                     when other
                          move "NOT BALANCED" to dl-step-status
                end-evaluate
           else
                if ws-rel-seen
                     move "NO COMPLETION" to dl-step-status
