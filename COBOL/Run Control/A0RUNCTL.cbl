      * 2026-09-02  the history retention age now comes from the
      *             common A0DAYDIF calendar routine instead of
      *             the inline 30/360 approximation.
      * 2026-10-15  upload hold: an A8SL completion for a business
      *             date A6EDIT left HOLDFLG records on (a store
      *             open that night sent no accepted upload) is
      *             recorded H, held, instead of B -- its figures
      *             are not final, and a step gated on A8SL is
      *             refused until the missing upload is in and the
      *             chain rerun clears the hold.
      * 2026-10-15  the POS transaction record is now 77 bytes --
      *             it carries the register and cashier id.
      * 2026-10-15  the POS transaction record is now 93 bytes --
      *             it carries the gift-card number.
      * 2026-10-15  an A8SL completion for a run restarted from its
      *             checkpoint (the SLRSTRT note A8SL writes) is
      *             recorded with the step it resumed after in the
      *             reason, so the history shows which night's
      *             masters came from a restart.
      *
       environment division.
       configuration section.
                assign to CALFILE
                organization is sequential.
      *
      * upload hold flags A6EDIT writes -- one record per store
      * with no accepted upload for the business date.  optional:
      * absent or empty means nothing is held
           select optional hold-flag-file
                assign to HOLDFLG
                organization is sequential.
      *
      * restart note A8SL writes when it resumed a failed run from
      * its checkpoint.  optional: absent or empty means the run
      * was not a restart
           select optional restart-note-file
                assign to SLRSTRT
                organization is sequential.
      *
      * decision report
           select report-file
                assign to RPTFILE
       fd val-file
           recording mode is F
           data record is val-line
           record contains 93 characters.
       01 val-line                      pic x(93).
      *
       fd sl-file
           recording mode is F
           data record is sl-line
           record contains 93 characters.
       01 sl-line                       pic x(93).
      *
       fd r-file
           recording mode is F
           data record is r-line
           record contains 93 characters.
       01 r-line                        pic x(93).
      *
       fd dep-ctl-file
           recording mode is F
           data record is calendar-line
           record contains 8 characters.
       01 calendar-line                 pic 9(8).
      *
       fd hold-flag-file
           recording mode is F
           data record is hold-flag-line
           record contains 36 characters.
       01 hold-flag-line.
           05 hf-business-date          pic 9(8).
           05 hf-store-num              pic x(2).
           05 hf-reason                 pic x(26).
      *
       fd restart-note-file
           recording mode is F
           data record is restart-note-line
           record contains 24 characters.
       01 restart-note-line.
           05 rn-business-date          pic 9(8).
           05 rn-records-read           pic 9(6).
           05 rn-step                   pic 99.
           05 rn-step-name              pic x(8).
      *
       fd report-file
           recording mode is F
           05 filler                    pic x(24)
                value " NEVER PROCESSED ***".
      *
      *-----------------------------------------------
      *  UPLOAD HOLD (FROM HOLDFLG)
      *-----------------------------------------------
       01 ws-hold-work.
           05 ws-hold-count             pic 99 value 0.
           05 ws-held-sw                pic x value "N".
                88 ws-completion-held   value "Y".
           05 ws-holdflg-eof-flag       pic x value "N".
      *
      *-----------------------------------------------
      *  A8SL RESTART (FROM SLRSTRT)
      *-----------------------------------------------
       01 ws-restart-work.
           05 ws-restart-sw             pic x value "N".
                88 ws-a8sl-restarted    value "Y".
           05 ws-slrstrt-eof-flag       pic x value "N".
      *
       01 ws-restart-reason.
           05 filler                    pic x(28)
                value "COMPLETED - RESTARTED AFTER ".
           05 ws-rrn-step-name          pic x(8).
      *
       01 ws-hold-reason.
           05 filler                    pic x(7)
                value "HELD - ".
           05 ws-hrn-count              pic z9.
           05 filler                    pic x(27)
                value " STORE UPLOAD(S) MISSING".
      *
      * refusal reasons built around the predecessor or file name
       01 ws-pred-reason.
           05 ws-prn-name               pic x(8).
           perform 110-read-step-request.
           perform 115-load-dependencies.
           perform 119-load-calendar.
           perform 125-load-upload-holds.
           perform 128-load-restart-note.
           perform 120-load-run-history.
           perform 130-assign-run-id.
           perform 200-count-interface-files.
                move ws-cal-date(ws-cal-idx)
                     to ws-gap-date(ws-gap-count)
           end-if.
      *
      * the stores A6EDIT found missing for this business date
       125-load-upload-holds.
           open input hold-flag-file.
           perform 126-read-holdflg.
           perform 127-count-holdflg
                until ws-holdflg-eof-flag is equal to ws-eof-y.
           close hold-flag-file.
      *
       126-read-holdflg.
           read hold-flag-file
                at end move ws-eof-y    to ws-holdflg-eof-flag.
      *
       127-count-holdflg.
           if hf-business-date = sc-business-date
                and ws-hold-count < 99
                add 1                   to ws-hold-count
           end-if.
           perform 126-read-holdflg.
      *
      * whether A8SL resumed a failed run for this business date
       128-load-restart-note.
           open input restart-note-file.
           perform 129-read-restart-note
                until ws-slrstrt-eof-flag is equal to ws-eof-y.
           close restart-note-file.
      *
       129-read-restart-note.
           read restart-note-file
                at end move ws-eof-y    to ws-slrstrt-eof-flag
                not at end
                     if rn-business-date = sc-business-date
                          set ws-a8sl-restarted to true
                          move rn-step-name to ws-rrn-step-name
                     end-if
           end-read.
      *
       120-load-run-history.
           move ws-eof-n                to ws-runhist-eof-flag.
           else
                move "COMPLETED NOT BALANCED" to dl-reason
           end-if.
      *    A8SL's figures are not final while a store's upload for
      *    the date is missing -- the completion is recorded held
           if sc-step-a8sl
                and sc-balanced-flag = "B"
                and ws-hold-count > 0
                set ws-completion-held  to true
                move ws-hold-count      to ws-hrn-count
                move ws-hold-reason     to dl-reason
           end-if.
      *    a balanced restart carries the step it resumed after --
      *    a hold or an unbalanced completion says more
           if sc-step-a8sl
                and sc-balanced-flag = "B"
                and not ws-completion-held
                and ws-a8sl-restarted
                move ws-restart-reason  to dl-reason
           end-if.
           perform 300-find-dep-entry.
           if ws-dep-found
                move ws-dep-cur-file    to ws-resolve-name
                move "NOT ON HISTORY FOR DATE"
                                        to ws-prn-text
                move ws-pred-reason     to dl-reason
           else if ws-found-status = "H"
                move ws-dep-cur-pred    to ws-prn-name
                move "HELD - UPLOAD MISSING"
                                        to ws-prn-text
                move ws-pred-reason     to dl-reason
           else if ws-found-status not = "B"
                move ws-dep-cur-pred    to ws-prn-name
                move "DID NOT BALANCE"  to ws-prn-text
       400-decided.
           exit.
      *
      * only completion rows (B, F, or H) gate a successor -- a
      * release row (R) says the step was allowed to start, not
      * that it ran to a balanced end
       500-find-predecessor.
           move "N"                     to ws-hst-found-sw.
           perform varying ws-hst-idx from 1 by 1
                if ws-hst-biz-date(ws-hst-idx) = sc-business-date
                     and ws-hst-step(ws-hst-idx) = ws-lookup-step
                     and (ws-hst-status(ws-hst-idx) = "B"
                          or ws-hst-status(ws-hst-idx) = "F"
                          or ws-hst-status(ws-hst-idx) = "H")
                     set ws-hst-found   to true
                     move ws-hst-status(ws-hst-idx)
                          to ws-found-status
           end-perform.
      *
      * every decision goes on the run history -- completions as B
      * or F (H when held for a missing upload), releases as R,
      * refusals as X; prior rows keep their own timestamps
       700-record-decision.
           perform varying ws-hst-idx from 1 by 1
                until ws-hst-idx > ws-hist-count
           move sc-business-date        to ho-business-date.
           move sc-step-name            to ho-step-name.
           if sc-completion
                if ws-completion-held
                     move "H"           to ho-status
                else
                     if sc-balanced-flag = "B"
                          move "B"      to ho-status
                     else
                          move "F"      to ho-status
                     end-if
                end-if
           else
                if ws-step-released
           move sc-step-name            to dl-step-name.
           move sc-business-date        to dl-biz-date.
           move ws-run-id               to dl-run-id.
           if ws-completion-held
                move "HELD"             to dl-decision
           else if sc-completion
                move "RECORDED"         to dl-decision
           else if ws-step-released
                move "RELEASED"         to dl-decision
