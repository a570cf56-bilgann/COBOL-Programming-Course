       identification division.
       program-id. A9TRNARC.
       date-written. October 15, 2026.
       author. Bilgan Kiris.
      *Description: POS transaction archive.  rolls the night's
      *validated transaction file (VALFILE) onto the dated
      *TRNARCI/TRNARCO archive, which keeps every validated
      *transaction in the order it was archived, night by night,
      *with the date it was archived, so a disputed charge, a
      *customer's history, or every buyer of a recalled SKU can
      *be answered by A9TRNINQ long after VALFILE and the split
      *files are overwritten.
      *    retention: a transaction whose business date is more
      *    than the ARCCTL retention days before the run date ages
      *    off the archive as it is copied forward.  batch header
      *    and trailer records are not archived.
      *    rerun: VALFILE is read once first for the business
      *    dates it carries, and records archived today under one
      *    of those dates are dropped as the archive is copied, so
      *    rerunning a night the same day replaces what the first
      *    run added rather than doubling it.  a late transaction
      *    of an earlier business date never displaces what an
      *    earlier night archived.  a night rerun on a later day
      *    is first backed out by A0ROLLBK, which restores the
      *    archive as it stood before that night.
      *
      *-----------------------------------------------
      *  MODIFICATION HISTORY
      *-----------------------------------------------
      * 2026-10-15  new program.
      *
       environment division.
       configuration section.
      *
       input-output section.
       file-control.
      * the night's validated transactions from A6EDIT
           select optional val-file
                assign to VALFILE
                organization is sequential.
      *
      * retention days -- optional
           select optional arc-ctl-file
                assign to ARCCTL
                organization is sequential.
      *
      * transaction archive, prior state -- optional on the first
      * run
           select optional archive-in-file
                assign to TRNARCI
                organization is sequential.
      *
      * transaction archive, carried forward with tonight's
           select archive-out-file
                assign to TRNARCO
                organization is sequential.
      *
           select report-file
                assign to RPTFILE
                organization is sequential.
      *
       data division.
       file section.
      *
       fd val-file
           recording mode is F
           data record is val-line
           record contains 93 characters.
      *
       01 val-line.
           copy POSTRAN replacing ==:TAG:== by ==il==.
      *
      * archive control record -- how many days back from the run
      * date a transaction's business date may be and still stay
       fd arc-ctl-file
           recording mode is F
           data record is arc-ctl-line
           record contains 5 characters.
      *
       01 arc-ctl-line.
           05 ac-retention-days         pic 9(5).
      *
      * archive record -- the transaction exactly as it was
      * validated, followed by the date it was archived
       fd archive-in-file
           recording mode is F
           data record is archive-in-line
           record contains 101 characters.
      *
       01 archive-in-line.
           copy POSTRAN replacing ==:TAG:== by ==ai==.
           05 ai-archive-date           pic 9(8).
      *
       fd archive-out-file
           recording mode is F
           data record is archive-out-line
           record contains 101 characters.
      *
       01 archive-out-line.
           05 ao-tran                   pic x(93).
           05 ao-archive-date           pic 9(8).
      *
       fd report-file
           recording mode is F
           data record is report-line
           record contains 95 characters.
       01 report-line                   pic x(95).
      *
       working-storage section.
      *
       01 ws-title.
           05 filler                    pic x(10)
                value spaces.
           05 filler                    pic x(34)
                value "POS TRANSACTION ARCHIVE".
           05 ws-title-date             pic 9(8).
      *
       01 ws-retention-line.
           05 filler                    pic x(18)
                value "Retention Days:".
           05 dl-retention-days         pic zzzz9.
           05 filler                    pic x(22)
                value "  Oldest Date Kept:".
           05 dl-oldest-kept            pic 9(8).
           05 filler                    pic x(22)
                value "  Newest Date Kept:".
           05 dl-newest-kept            pic 9(8).
      *
       01 ws-trailer-line.
           05 filler                    pic x(16)
                value "Carried:".
           05 dl-carried-count          pic zzzzzzz9.
           05 filler                    pic x(12)
                value "  Aged Off:".
           05 dl-aged-count             pic zzzzzzz9.
           05 filler                    pic x(10)
                value "  Added:".
           05 dl-added-count            pic zzzzzzz9.
           05 filler                    pic x(16)
                value "  Not Archived:".
           05 dl-skipped-count          pic zzzzzzz9.
      *
       01 ws-replaced-line.
           05 filler                    pic x(30)
                value "Replaced From Earlier Run:".
           05 dl-replaced-count         pic zzzzzzz9.
      *
       01 ws-blank-line                 pic x(95) value spaces.
      *
      *-----------------------------------------------
      *  BUSINESS DATES ON TONIGHT'S VALFILE
      *-----------------------------------------------
       01 ws-night-date-table.
           05 ws-ngt-count              pic 999 value 0.
           05 ws-ngt-date occurs 366 times
                                        pic 9(8).
       77 ws-ngt-max                    pic 999 value 366.
      *
      * days a transaction stays on the archive -- ARCCTL
      * overrides this
       77 ws-retention-days             pic 9(5) value 730.
      *
       01 ws-work.
           05 ws-age-days               pic s9(5).
           05 ws-kept-date              pic 9(8).
           05 ws-oldest-kept            pic 9(8) value 0.
           05 ws-newest-kept            pic 9(8) value 0.
           05 ws-carried-count          pic 9(8) value 0.
           05 ws-aged-count             pic 9(8) value 0.
           05 ws-added-count            pic 9(8) value 0.
           05 ws-skipped-count          pic 9(8) value 0.
           05 ws-replaced-count         pic 9(8) value 0.
           05 ws-ngt-idx                pic 999.
           05 ws-ngt-found-sw           pic x value "N".
                88 ws-ngt-found         value "Y".
      *
       01 ws-file.
           05 ws-eof-flag               pic x value "N".
           05 ws-eof-y                  pic x value "Y".
           05 ws-archive-eof-flag       pic x value "N".
           05 ws-arcctl-eof-flag        pic x value "N".
      *
      *-----------------------------------------------
      *  CURRENT DATETIME CODE FROM IBM DOCUMENTATION
      *-----------------------------------------------
       01 ws-current-date.
           05 ws-date.
                10 ws-year              pic 9(4).
                10 ws-month             pic 9(2).
                10 ws-day               pic 9(2).
           05 ws-time                   pic 9(8).
           05 ws-GMT-offset             pic s9(4).
      *
       procedure division.
       000-main.
      *
           perform 100-open-files.
           perform 110-load-retention.
           perform 120-load-night-dates.
           perform 200-read-archive.
           perform 300-carry-forward
                until ws-archive-eof-flag is equal to ws-eof-y.
           open input val-file.
           perform 210-read-val-file.
           perform 400-archive-one-tran
                until ws-eof-flag is equal to ws-eof-y.
           perform 800-write-report.
           perform 900-close-files.

           if ws-added-count = 0
                move 4                  to return-code
           end-if.
           goback.
      *
       100-open-files.
           open input archive-in-file.
           open output archive-out-file, report-file.
           move function current-date   to ws-current-date.
      *
      * ARCCTL absent or empty -- keep the built-in default
       110-load-retention.
           open input arc-ctl-file.
           read arc-ctl-file
                at end move ws-eof-y    to ws-arcctl-eof-flag.
           if ws-arcctl-eof-flag not equal to ws-eof-y
                and ac-retention-days > 0
                move ac-retention-days  to ws-retention-days
           end-if.
           close arc-ctl-file.
      *
      * the business dates tonight's VALFILE carries -- whatever
      * the archive took in today under them is an earlier run of
      * the same night
       120-load-night-dates.
           open input val-file.
           perform 210-read-val-file.
           perform 122-note-night-date
                until ws-eof-flag is equal to ws-eof-y.
           close val-file.
           move "N"                     to ws-eof-flag.
      *
       122-note-night-date.
           if not il-batch-header and not il-batch-trailer
                move il-business-date   to ws-kept-date
                perform 310-find-night-date
                if not ws-ngt-found
                     and ws-ngt-count < ws-ngt-max
                     add 1              to ws-ngt-count
                     move il-business-date
                                        to ws-ngt-date(ws-ngt-count)
                end-if
           end-if.
           perform 210-read-val-file.
      *
       200-read-archive.
           read archive-in-file
                at end move ws-eof-y    to ws-archive-eof-flag.
      *
       210-read-val-file.
           read val-file
                at end move ws-eof-y    to ws-eof-flag.
      *
      * a transaction archived today under a business date
      * tonight's VALFILE carries is an earlier run of this night
      * and is replaced by tonight's copy, one past the retention
      * days ages off; the rest is copied forward as it stands
       300-carry-forward.
           call "A0DAYDIF" using ai-business-date, ws-date,
                ws-age-days.
           move "N"                     to ws-ngt-found-sw.
           if ai-archive-date = ws-date
                move ai-business-date   to ws-kept-date
                perform 310-find-night-date
           end-if.
           if ws-ngt-found
                add 1                   to ws-replaced-count
           else
           if ws-age-days > ws-retention-days
                add 1                   to ws-aged-count
           else
                write archive-out-line  from archive-in-line
                add 1                   to ws-carried-count
                move ai-business-date   to ws-kept-date
                perform 500-note-date-kept
           end-if
           end-if.
           perform 200-read-archive.
      *
       310-find-night-date.
           move "N"                     to ws-ngt-found-sw.
           perform varying ws-ngt-idx from 1 by 1
                until ws-ngt-idx > ws-ngt-count
                    or ws-ngt-found
                if ws-ngt-date(ws-ngt-idx) = ws-kept-date
                     set ws-ngt-found   to true
                end-if
           end-perform.
      *
      * tonight's transactions join the end of the archive --
      * the batch header and trailer records carry no sale
       400-archive-one-tran.
           if il-batch-header or il-batch-trailer
                add 1                   to ws-skipped-count
           else
                move ws-date            to ao-archive-date
                move val-line           to ao-tran
                write archive-out-line
                add 1                   to ws-added-count
                move il-business-date   to ws-kept-date
                perform 500-note-date-kept
           end-if.
           perform 210-read-val-file.
      *
       500-note-date-kept.
           if ws-oldest-kept = 0
                or ws-kept-date < ws-oldest-kept
                move ws-kept-date       to ws-oldest-kept
           end-if.
           if ws-kept-date > ws-newest-kept
                move ws-kept-date       to ws-newest-kept
           end-if.
      *
       800-write-report.
           move ws-date                 to ws-title-date.
           write report-line            from ws-title.
           write report-line            from ws-blank-line.
           move ws-retention-days       to dl-retention-days.
           move ws-oldest-kept          to dl-oldest-kept.
           move ws-newest-kept          to dl-newest-kept.
           write report-line            from ws-retention-line.
           move ws-carried-count        to dl-carried-count.
           move ws-aged-count           to dl-aged-count.
           move ws-added-count          to dl-added-count.
           move ws-skipped-count        to dl-skipped-count.
           write report-line            from ws-trailer-line.
           if ws-replaced-count > 0
                move ws-replaced-count  to dl-replaced-count
                write report-line       from ws-replaced-line
           end-if.
      *
       900-close-files.
           close val-file, archive-in-file.
           close archive-out-file.
           close report-file.
      *
       end program A9TRNARC.
