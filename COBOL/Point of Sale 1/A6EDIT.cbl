      *             CA/CR/DB 88-levels -- introducing gift cards
      *             becomes a data change.  the old three tenders
      *             stand as the fallback when TENDMST is absent.
      * 2026-10-15  store upload check: the batches received for
      *             the night's business date are compared against
      *             every store open on STOREMST that night (on a
      *             CALFILE business day).  a store with no
      *             accepted batch gets a MISSING UPLOAD line, a
      *             severity-1 EXCFILE entry, and a HOLDFLG record
      *             that A0RUNCTL holds A8SL's figures on; a batch
      *             for an earlier business date is reported as a
      *             late upload.  a missing store no longer runs
      *             clean as zero sales.
      * 2026-10-15  transaction code V (post-void) is now a valid
      *             code: it quotes the invoice of the sale it
      *             voids, so it is exempt from the duplicate-
      *             invoice edit and stays off the history, and a
      *             new fourteenth edit requires that invoice to be
      *             a sale earlier in this batch or on INVHIST.
      *             the reason code widened to fourteen positions.
      * 2026-10-15  the POS transaction record is now 77 bytes --
      *             it carries the register and cashier id.
      * 2026-10-15  transaction code G (gift-card activation or
      *             reload) is now a valid code, and the record is
      *             93 bytes with the gift-card number.  a new
      *             fifteenth edit requires a card number on a G
      *             record and on anything paid with the gift-card
      *             tender GC.  the reason code widened to fifteen
      *             positions.
      * 2026-10-15  accounting period lock: a transaction that
      *             edits clean but is dated into a period Finance
      *             has closed (PERIODCTL, through the common
      *             A0PERCHK routine) is redated to the first day of
      *             the open period on VALFILE, tagged on the
      *             report, and logged to EXCFILE with its original
      *             date -- a late upload no longer moves a closed
      *             month's figures.
      * 2026-10-15  INVHIST now carries each invoice's transaction
      *             code (18 bytes) and takes G invoices as well as
      *             S and L.  the fourteenth edit also rejects a
      *             post-void whose quoted invoice is not a sale or
      *             gift-card load -- a layaway cannot be post-voided.
      *
       environment division.
       configuration section.
           select rejmast-out-file
               assign to REJMASTO
               organization is sequential.
      *
      * business-day calendar -- the one-date-per-record file
      * A0RUNCTL gates the chain on.  optional: absent, every
      * night is a business night
           select optional calendar-file
               assign to CALFILE
               organization is sequential.
      *
      * upload hold flags -- one record per store whose upload is
      * missing for the night, for A0RUNCTL to hold A8SL's
      * figures on.  rewritten every run; empty means no hold
           select hold-flag-file
               assign to HOLDFLG
               organization is sequential.
      *
       data division.
       file section.
       fd input-file
           recording mode is F
           data record is input-line
           record contains 93 characters.
      *
       01 input-line.
           copy POSTRAN replacing ==:TAG:== by ==il==.
           05 ih-rec-type                   pic x.
           05 ih-source-id                  pic x(2).
           05 ih-business-date              pic 9(8).
           05 filler                        pic x(82).
      *
      * batch trailer view of the upload record
       01 input-trailer-line.
           05 it-rec-type                   pic x.
           05 it-rec-count                  pic 9(6).
           05 it-hash-total                 pic 9(9)v99.
           05 filler                        pic x(75).
      *
       fd output-file
           recording mode is F
       fd valid-file
           recording mode is F
           data record is valid-line
           record contains 93 characters.
      *
       01 valid-line                        pic x(93).
      *
       fd invalid-file
           recording mode is F
           data record is invalid-line
           record contains 108 characters.
      *
       01 invalid-line.
           05 il-reject-line                pic x(93).
           05 il-reason-code                pic x(15).
      *
      * store master record -- store number plus its open and
      * close effective dates
       fd valid-work-file
           recording mode is F
           data record is valid-work-line
           record contains 93 characters.
      *
       01 valid-work-line                   pic x(93).
      *
       fd invalid-work-file
           recording mode is F
           data record is invalid-work-line
           record contains 108 characters.
      *
       01 invalid-work-line                 pic x(108).
      *
      * item master record -- the one item master the suite
      * shares; this edit only needs the SKU field
           05 im-weight                     pic 9(3)v99.
           05 im-unit-cost                  pic 9(4)v99.
      *
      * processed-invoice history record -- invoice, the date its
      * batch was released (for the retention purge), and the
      * transaction code it was rung as
       fd invoice-history-file
           recording mode is F
           data record is invoice-history-line
           record contains 18 characters.
      *
       01 invoice-history-line.
           05 ih-invoice                    pic x(9).
           05 ih-release-date               pic 9(8).
           05 ih-tran-code                  pic x.
      *
      * corrected-reject record -- the fixed transaction plus the
      * original batch/line reference it came from
       fd recycle-file
           recording mode is F
           data record is recycle-line
           record contains 106 characters.
      *
       01 recycle-line.
           05 rc-tran-part                  pic x(93).
           05 rc-orig-source                pic x(2).
           05 rc-orig-date                  pic 9(8).
           05 rc-orig-line                  pic 9(3).
           05 ro-source-id                  pic x(2).
           05 ro-reject-date                pic 9(8).
           05 ro-status                     pic x.
      *
       fd calendar-file
           recording mode is F
           data record is calendar-line
           record contains 8 characters.
      *
       01 calendar-line                     pic 9(8).
      *
      * hold-flag record -- the business date, the store whose
      * upload is missing, and why
       fd hold-flag-file
           recording mode is F
           data record is hold-flag-line
           record contains 36 characters.
      *
       01 hold-flag-line.
           05 hf-business-date              pic 9(8).
           05 hf-store-num                  pic x(2).
           05 hf-reason                     pic x(26).
      *
      * checkpoint record -- the last input line number fully processed
       fd checkpoint-file
      *  ERROR TYPES
      *-----------------------------------------------
       77 e1-desc                           pic x(44)
           value "Transaction Code must be S,R,L,P,E,C,V or G".
       77 e2-desc                           pic x(34)
           value "Transaction amount must be numeric".
       77 e3-desc                           pic x(41)
           value "Transaction amount exceeds the reject limit".
       77 e13-desc                          pic x(43)
           value "Business date outside store open/close".
       77 e14-desc                          pic x(44)
           value "Void must quote a sale in batch/history".
       77 e15-desc                          pic x(44)
           value "Gift card load/GC tender needs a card number".
      *
       01 ws-error-counts.
           05 ws-e1-count                   pic 999 value 0.
           05 ws-e11-count                  pic 999 value 0.
           05 ws-e12-count                  pic 999 value 0.
           05 ws-e13-count                  pic 999 value 0.
           05 ws-e14-count                  pic 999 value 0.
           05 ws-e15-count                  pic 999 value 0.
      *
      *-----------------------------------------------
      *  EDIT FAILURE FLAGS FOR THE CURRENT RECORD
                88 ws-e12-failed              value "Y".
           05 ws-e13-flag                   pic x value "N".
                88 ws-e13-failed              value "Y".
           05 ws-e14-flag                   pic x value "N".
                88 ws-e14-failed              value "Y".
           05 ws-e15-flag                   pic x value "N".
                88 ws-e15-failed              value "Y".
       01 ws-extra-desc-count               pic 9 value 0.
       01 ws-extra-desc-idx                 pic 9 value 0.
       01 ws-current-edit-desc              pic x(48) value spaces.
                value "CORRECTED".
      *
      *-----------------------------------------------
      *  CLOSED-PERIOD ADJUSTMENTS (PERIODCTL VIA A0PERCHK)
      *-----------------------------------------------
       01 ws-period-work.
           05 ws-per-closed                 pic x value "N".
                88 ws-per-date-closed       value "Y".
           05 ws-per-post-date              pic 9(8).
           05 ws-per-adj-sw                 pic x value "N".
                88 ws-period-adjusted       value "Y".
           05 ws-per-adj-count              pic 999 value 0.
      *
       01 ws-period-adj-reason.
           05 filler                        pic x(14)
                value "CLOSED PERIOD ".
           05 ws-par-orig-date              pic 9(8).
           05 filler                        pic x(11)
                value " POSTED TO ".
           05 ws-par-post-date              pic 9(8).
      *
       01 ws-period-adj-tag-line.
           05 filler                        pic x(5)
                value spaces.
           05 filler                        pic x(30)
                value "*** PERIOD ADJUSTMENT -- DATED".
           05 dl-padj-orig-date             pic 9(8).
           05 filler                        pic x(28)
                value ", A CLOSED PERIOD, POSTED TO".
           05 dl-padj-post-date             pic 9(8).
           05 filler                        pic x(4)
                value " ***".
      *
       01 ws-period-adj-summary-line.
           05 filler                        pic x(24)
                value "CLOSED-PERIOD REDATES:".
           05 dl-padj-count                 pic zzz9.
      *
      *-----------------------------------------------
      *  REJECT-RECYCLE WORK FIELDS
      *-----------------------------------------------
       01 ws-recycle-flag-sw                pic x value "N".
      *-----------------------------------------------
       01 ws-seen-invoice-table.
           05 ws-seen-inv-count             pic 9(4) value 0.
           05 ws-seen-entry occurs 5000 times.
                10 ws-seen-inv              pic x(9).
                10 ws-seen-code             pic x.
      *
       01 ws-inv-history-table.
           05 ws-hist-inv-count             pic 9(4) value 0.
           05 ws-hist-entry occurs 1000 times.
                10 ws-hist-inv              pic x(9).
                10 ws-hist-code             pic x.
                10 ws-hist-date             pic 9(8).
                10 ws-hist-date-r redefines ws-hist-date.
                     15 ws-hist-year        pic 9(4).
                88 ws-dup-found             value "Y".
           05 ws-invhist-eof-flag           pic x value "N".
           05 ws-hist-age-days              pic s9(5).
           05 ws-void-orig-code             pic x.
      *
      *
      *-----------------------------------------------
           05 dl-st-rejected                pic z9.
      *
      *-----------------------------------------------
      *  STORE UPLOAD CHECK (STOREMST VS BATCHES RECEIVED)
      *-----------------------------------------------
       01 ws-calendar-table.
           05 ws-cal-count                  pic 9(3) value 0.
           05 ws-cal-date occurs 500 times  pic 9(8).
      *
       01 ws-upload-work.
           05 ws-cal-idx                    pic 9(3).
           05 ws-calfile-eof-flag           pic x value "N".
           05 ws-night-date                 pic 9(8) value 0.
           05 ws-night-cal-sw               pic x value "Y".
                88 ws-night-is-business     value "Y".
           05 ws-upl-status                 pic x value "N".
                88 ws-upl-none              value "N".
                88 ws-upl-rejected          value "R".
                88 ws-upl-accepted          value "A".
           05 ws-upl-reason                 pic x(26).
           05 ws-missing-uploads            pic 99 value 0.
           05 ws-late-uploads               pic 99 value 0.
      *
       01 ws-upload-ex-key.
           05 ws-uek-store                  pic x(2).
           05 filler                        pic x value space.
           05 ws-uek-date                   pic 9(8).
      *
       01 ws-upload-ex-reason.
           05 filler                        pic x(17)
                value "MISSING UPLOAD - ".
           05 ws-uxr-text                   pic x(26).
      *
       01 ws-upload-section-header          pic x(34)
           value "----- STORE UPLOADS -----".
      *
       01 ws-upload-date-line.
           05 filler                        pic x(2)
                value spaces.
           05 filler                        pic x(15)
                value "BUSINESS DATE=".
           05 dl-upl-date                   pic 9(8).
           05 filler                        pic x(2)
                value spaces.
           05 dl-upl-cal-note               pic x(40).
      *
       01 ws-missing-upload-line.
           05 filler                        pic x(2)
                value spaces.
           05 filler                        pic x(20)
                value "*** MISSING UPLOAD".
           05 filler                        pic x(7)
                value "STORE=".
           05 dl-mu-store                   pic x(2).
           05 filler                        pic x(2)
                value spaces.
           05 dl-mu-reason                  pic x(26).
           05 filler                        pic x(4)
                value " ***".
      *
       01 ws-late-upload-line.
           05 filler                        pic x(2)
                value spaces.
           05 filler                        pic x(13)
                value "LATE UPLOAD".
           05 filler                        pic x(8)
                value "SOURCE=".
           05 dl-lu-source                  pic x(2).
           05 filler                        pic x(7)
                value " DATE=".
           05 dl-lu-date                    pic 9(8).
           05 filler                        pic x(2)
                value spaces.
           05 dl-lu-disp                    pic x(9).
      *
       01 ws-upload-summary-line.
           05 filler                        pic x(18)
                value "MISSING UPLOADS:".
           05 dl-upl-missing                pic z9.
           05 filler                        pic x(17)
                value "  LATE UPLOADS:".
           05 dl-upl-late                   pic z9.
      *
      *-----------------------------------------------
      *  CHECKPOINT / RESTART
      *-----------------------------------------------
       01 ws-checkpoint-interval            pic 999 value 25.
           perform 119-load-invpct-threshold.
           perform 121-load-amount-limits.
           perform 123-load-tender-master.
           perform 125-load-calendar.
           perform 120-load-checkpoint.
           perform 108-load-reject-master.
           perform 150-report-header.
                perform 750-release-batch
           end-if.
           perform 755-report-batch-summary.
           perform 790-check-store-uploads.
           perform 770-report-reject-aging.
           perform 780-write-reject-master.
           perform 800-report-summary.
           open output output-file, invalid-file, valid-file.
           open output valid-work-file, invalid-work-file.
           open output batch-ack-file.
           open output hold-flag-file.
           open extend exception-file.
           move ws-eof-n                    to    ws-eof-flag.
           move function current-date       to ws-current-date.
                     to ws-hist-inv(ws-hist-inv-count)
                move ih-release-date
                     to ws-hist-date(ws-hist-inv-count)
                move ih-tran-code
                     to ws-hist-code(ws-hist-inv-count)
                call "A0DAYDIF" using
                     ws-hist-date(ws-hist-inv-count),
                     ws-date, ws-hist-age-days
                move tn-settle-flag    to ws-tnd-settle(ws-tnd-count)
           end-if.
           perform 123-read-tender.
      *
      * CALFILE absent or empty -- every night is a business night
       125-load-calendar.
           open input calendar-file.
           perform 125-read-calendar.
           perform 125-store-calendar
                until ws-calfile-eof-flag is equal to ws-eof-y.
           close calendar-file.
      *
       125-read-calendar.
           read calendar-file
                at end move ws-eof-y        to ws-calfile-eof-flag.
      *
       125-store-calendar.
           if ws-cal-count < 500
                add 1                       to ws-cal-count
                move calendar-line          to ws-cal-date(ws-cal-count)
           end-if.
           perform 125-read-calendar.
      *
       120-load-checkpoint.
      * if a checkpoint was left from a prior run, pick up after it
           move "N"                         to ws-e11-flag.
           move "N"                         to ws-e12-flag.
           move "N"                         to ws-e13-flag.
           move "N"                         to ws-e14-flag.
           move "N"                         to ws-e15-flag.
           move "N"                         to ws-warn-sw.
           move 0                           to ws-extra-desc-count.

           perform 562-check-sku-master thru 562-exit.
           perform 564-check-dates.
           perform 565-check-dup-invoice thru 565-exit.
           perform 567-check-void-original thru 567-exit.
           perform 568-check-gift-card.
           perform 566-check-amount-limits thru 566-exit.
           perform 580-build-error-desc.
           perform 590-write-record.
                or il-tran-code = "L"
                or il-tran-code = "P"
                or il-tran-code = "E"
                or il-tran-code = "C"
                or il-tran-code = "V"
                or il-tran-code = "G") then
                set ws-e1-failed            to true
                add 1                       to ws-e1-count
           end-if.
       565-check-dup-invoice.
      * ninth edit -- the invoice number must not have appeared
      * earlier in this batch nor on the processed-invoice history.
      * layaway payments and cancellations, returns, exchanges, and
      * post-voids legitimately quote an earlier invoice number
      * (their layaway or original sale), so they are exempt and
      * stay off the history
           if il-tran-code = "P"
                or il-tran-code = "R"
                or il-tran-code = "E"
                or il-tran-code = "C"
                or il-tran-code = "V"
                go to 565-exit
           end-if.
           move "N"                         to ws-dup-found-sw.
                add 1                       to ws-seen-inv-count
                move il-inv-num             to
                     ws-seen-inv(ws-seen-inv-count)
                move il-tran-code           to
                     ws-seen-code(ws-seen-inv-count)
           end-if.
       565-exit.
           exit.
      *
      * fourteenth edit -- a post-void reverses a sale, so the
      * invoice it quotes must be one already rung: earlier in this
      * batch or on the processed-invoice history, and rung as a
      * sale (S) or gift-card load (G).  a layaway is taken down by
      * cancellation, never by a post-void
       567-check-void-original.
           if il-tran-code not = "V"
                go to 567-exit
           end-if.
           move "N"                         to ws-dup-found-sw.
           move space                       to ws-void-orig-code.
           perform varying ws-dup-idx from 1 by 1
                until ws-dup-idx > ws-seen-inv-count
                    or ws-dup-found
                if ws-seen-inv(ws-dup-idx) = il-inv-num
                     set ws-dup-found       to true
                     move ws-seen-code(ws-dup-idx)
                                            to ws-void-orig-code
                end-if
           end-perform.
           perform varying ws-dup-idx from 1 by 1
                until ws-dup-idx > ws-hist-inv-count
                    or ws-dup-found
                if ws-hist-inv(ws-dup-idx) = il-inv-num
                     set ws-dup-found       to true
                     move ws-hist-code(ws-dup-idx)
                                            to ws-void-orig-code
                end-if
           end-perform.

           if ws-dup-found
                and ws-void-orig-code not = "S"
                and ws-void-orig-code not = "G"
                move "N"                    to ws-dup-found-sw
           end-if.

           if not ws-dup-found
                set ws-e14-failed           to true
                add 1                       to ws-e14-count
           end-if.
       567-exit.
           exit.
      *
      * fifteenth edit -- a gift-card load, and a sale or anything
      * else paid with the gift-card tender, posts to a card on
      * A8SL's gift-card master, so the card number must be there
       568-check-gift-card.
           if (il-code-G or il-pay-type = "GC")
                and il-gift-card-num = spaces
                set ws-e15-failed           to true
                add 1                       to ws-e15-count
           end-if.
      *
      * twelfth edit -- the amount against the LIMITCTL entry for
      * this code (a store-specific entry beats the "00" general
      * one).  over the reject limit fails the record; over the
                move e13-desc               to ws-current-edit-desc
                perform 582-add-error-desc
           end-if.
           if ws-e14-failed
                move e14-desc               to ws-current-edit-desc
                perform 582-add-error-desc
           end-if.
           if ws-e15-failed
                move e15-desc               to ws-current-edit-desc
                perform 582-add-error-desc
           end-if.
      *
       582-add-error-desc.
      * only builds the description strings here -- 590-write-record
      * edited records are only held on the work files here --
      * 750-release-batch copies them out once the batch header
      * and trailer verify
           move "N"                         to ws-per-adj-sw.
           if dl-error-desc = spaces
                perform 575-check-closed-period
                add 1                       to ws-pend-val-count
                write valid-work-line       from input-line
           else
           if ws-was-corrected
                write output-line         from ws-corrected-tag-line
           end-if.
           if ws-period-adjusted
                write output-line         from ws-period-adj-tag-line
           end-if.
           if ws-amount-warned
                move il-tran-amt            to dl-warn-amount
                write output-line           from ws-amount-warn-line

           perform 596-update-reject-master.
      *
      * a clean transaction dated into a closed accounting period
      * goes forward on the first day of the open period, so the
      * closed figures never move -- its original date stays on
      * EXCFILE and the report
       575-check-closed-period.
           call "A0PERCHK" using il-business-date, ws-per-post-date,
                ws-per-closed.
           if ws-per-date-closed
                set ws-period-adjusted      to true
                add 1                       to ws-per-adj-count
                move il-business-date       to ws-par-orig-date
                move il-business-date       to dl-padj-orig-date
                move ws-per-post-date       to ws-par-post-date
                move ws-per-post-date       to dl-padj-post-date
                move "A6EDIT"               to ex-program
                move ws-date                to ex-run-date
                move "2"                    to ex-severity
                move il-inv-num             to ex-key
                move ws-period-adj-reason   to ex-reason
                write exception-line
                move ws-per-post-date       to il-business-date
           end-if.
      *
      * keep the rolling reject master current: a fresh reject opens
      * (or re-opens) its entry, a recycled record that edits clean
      * marks its entry returned
           if ws-e11-failed move "D" to il-reason-code(11:1) end-if.
           if ws-e12-failed move "L" to il-reason-code(12:1) end-if.
           if ws-e13-failed move "C" to il-reason-code(13:1) end-if.
           if ws-e14-failed move "V" to il-reason-code(14:1) end-if.
           if ws-e15-failed move "G" to il-reason-code(15:1) end-if.
      *
       570-count-records.
           if dl-error-desc = spaces then
           perform 215-reset-batch-state.
      *
      * the verified batch's valid records reach VALFILE, and its
      * S, L and G invoices join the processed-invoice history
       752-copy-valid-work.
           move "N"                         to ws-work-eof-flag.
           open input valid-work-file.
                     write valid-line       from valid-work-line
                     if valid-work-line(1:1) = "S"
                          or valid-work-line(1:1) = "L"
                          or valid-work-line(1:1) = "G"
                          move valid-work-line(13:9) to ih-invoice
                          move ws-date      to ih-release-date
                          move valid-work-line(1:1) to ih-tran-code
                          write invoice-history-line
                     end-if
           end-read.
                write output-line           from ws-source-total-line
           end-perform.
      *
      * every store open on STOREMST for the night's business date
      * must have sent an accepted batch for it.  the night's date
      * is the newest one a batch header carried (a header dated
      * after today cannot be tonight's); with no batch at all it
      * is the latest calendar business day up to today, else today
       790-check-store-uploads.
           write output-line                from ws-blank-line.
           write output-line             from ws-upload-section-header.

           move 0                           to ws-night-date.
           perform varying ws-bat-idx from 1 by 1
                until ws-bat-idx > ws-bat-count
                if ws-bat-date(ws-bat-idx) is numeric
                     and ws-bat-date(ws-bat-idx) > ws-night-date
                     and ws-bat-date(ws-bat-idx) not > ws-date
                     move ws-bat-date(ws-bat-idx) to ws-night-date
                end-if
           end-perform.
           if ws-night-date = 0
                perform 792-default-night-date
           end-if.

      *    a night the business-day calendar does not know (a
      *    statutory holiday) expects no uploads at all
           move "Y"                         to ws-night-cal-sw.
           if ws-cal-count > 0
                move "N"                    to ws-night-cal-sw
                perform varying ws-cal-idx from 1 by 1
                     until ws-cal-idx > ws-cal-count
                         or ws-night-is-business
                     if ws-cal-date(ws-cal-idx) = ws-night-date
                          set ws-night-is-business to true
                     end-if
                end-perform
           end-if.

           move ws-night-date               to dl-upl-date.
           if ws-night-is-business
                move spaces                 to dl-upl-cal-note
           else
                move "NOT A BUSINESS DAY - NO UPLOADS EXPECTED"
                                            to dl-upl-cal-note
           end-if.
           write output-line                from ws-upload-date-line.

           if ws-night-is-business
                perform 794-check-one-store thru 794-exit
                     varying ws-store-idx from 1 by 1
                     until ws-store-idx > ws-store-count
           end-if.
           perform 798-check-late-upload
                varying ws-bat-idx from 1 by 1
                until ws-bat-idx > ws-bat-count.

           move ws-missing-uploads          to dl-upl-missing.
           move ws-late-uploads             to dl-upl-late.
           write output-line                from ws-upload-summary-line.
      *
       792-default-night-date.
           move ws-date                     to ws-night-date.
           if ws-cal-count > 0
                move 0                      to ws-night-date
                perform varying ws-cal-idx from 1 by 1
                     until ws-cal-idx > ws-cal-count
                     if ws-cal-date(ws-cal-idx) > ws-night-date
                          and ws-cal-date(ws-cal-idx) not > ws-date
                          move ws-cal-date(ws-cal-idx)
                               to ws-night-date
                     end-if
                end-perform
           end-if.
      *
      * a store open that night with no accepted batch for the
      * date is a missing upload -- a batch rejected whole and not
      * resent leaves the store just as empty as no batch at all
       794-check-one-store.
           if ws-store-open(ws-store-idx) > ws-night-date
                or ws-store-close(ws-store-idx) < ws-night-date
                go to 794-exit
           end-if.

           move "N"                         to ws-upl-status.
           perform varying ws-bat-idx from 1 by 1
                until ws-bat-idx > ws-bat-count
                    or ws-upl-accepted
                if ws-bat-source(ws-bat-idx) =
                          ws-store-num-t(ws-store-idx)
                     and ws-bat-date(ws-bat-idx) = ws-night-date
                     if ws-bat-disp(ws-bat-idx) = "A"
                          set ws-upl-accepted to true
                     else
                          set ws-upl-rejected to true
                     end-if
                end-if
           end-perform.
           if ws-upl-accepted
                go to 794-exit
           end-if.

           if ws-upl-rejected
                move "BATCH REJECTED, NOT RESENT" to ws-upl-reason
           else
                move "NO BATCH RECEIVED"    to ws-upl-reason
           end-if.
           add 1                            to ws-missing-uploads.

           move ws-store-num-t(ws-store-idx) to dl-mu-store.
           move ws-upl-reason               to dl-mu-reason.
           write output-line                from ws-missing-upload-line.

           move ws-store-num-t(ws-store-idx) to ws-uek-store.
           move ws-night-date               to ws-uek-date.
           move ws-upl-reason               to ws-uxr-text.
           move "A6EDIT"                    to ex-program.
           move ws-date                     to ex-run-date.
           move "1"                         to ex-severity.
           move ws-upload-ex-key            to ex-key.
           move ws-upload-ex-reason         to ex-reason.
           write exception-line.

           move ws-night-date               to hf-business-date.
           move ws-store-num-t(ws-store-idx) to hf-store-num.
           move ws-upl-reason               to hf-reason.
           write hold-flag-line.
       794-exit.
           exit.
      *
      * a batch for an earlier business date arrived late -- it is
      * edited and released like any other, but the night it
      * belongs to has already been reported without it
       798-check-late-upload.
           if ws-bat-date(ws-bat-idx) is numeric
                and ws-bat-date(ws-bat-idx) > 0
                and ws-bat-date(ws-bat-idx) < ws-night-date
                add 1                       to ws-late-uploads
                move ws-bat-source(ws-bat-idx) to dl-lu-source
                move ws-bat-date(ws-bat-idx)   to dl-lu-date
                if ws-bat-disp(ws-bat-idx) = "A"
                     move "ACCEPTED"        to dl-lu-disp
                else
                     move "REJECTED"        to dl-lu-disp
                end-if
                write output-line           from ws-late-upload-line
                move ws-bat-source(ws-bat-idx) to ws-uek-store
                move ws-bat-date(ws-bat-idx)   to ws-uek-date
                move "A6EDIT"               to ex-program
                move ws-date                to ex-run-date
                move "2"                    to ex-severity
                move ws-upload-ex-key       to ex-key
                move "LATE UPLOAD FOR AN EARLIER BUSINESS DATE"
                                            to ex-reason
                write exception-line
           end-if.
      *
      * corrected rejects are edited ahead of the night's input --
      * they carry their own framing reference and stay outside the
      * new batch's count and hash
      *
      * the history is rewritten, not extended -- the load already
      * dropped entries past the retention window, so writing the
      * retained table back keeps the file bounded.  tonight's S,
      * L and G invoices are appended by 750 while the file is open
       760-rewrite-invoice-history.
           open output invoice-history-file.
           perform varying ws-dup-idx from 1 by 1
                until ws-dup-idx > ws-hist-inv-count
                move ws-hist-inv(ws-dup-idx)  to ih-invoice
                move ws-hist-date(ws-dup-idx) to ih-release-date
                move ws-hist-code(ws-dup-idx) to ih-tran-code
                write invoice-history-line
           end-perform.
      *
           move ws-e13-count                to dl-breakdown-count.
           write output-line                from ws-breakdown-line.

           move e14-desc                    to dl-breakdown-desc.
           move ws-e14-count                to dl-breakdown-count.
           write output-line                from ws-breakdown-line.

           move e15-desc                    to dl-breakdown-desc.
           move ws-e15-count                to dl-breakdown-count.
           write output-line                from ws-breakdown-line.

           move ws-warn-count               to dl-warn-count.
           write output-line                from ws-warn-summary-line.
           move ws-per-adj-count            to dl-padj-count.
           write output-line           from ws-period-adj-summary-line.

      *    distinct unknown SKUs, for bringing the master up to date
           write output-line                from ws-blank-line.
           close valid-work-file.
           close invalid-work-file.
           close batch-ack-file.
           close hold-flag-file.
           close exception-file.
      *
       190-clear-checkpoint.
