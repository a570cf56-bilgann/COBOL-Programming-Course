       identification division.
       program-id. A0GLINTF.
       date-written. October 15, 2026.
       author. Bilgan Kiris.
      *Description: nightly general-ledger interface.  run at the
      *end of the chain, it gathers the suite's GL posting extracts
      *-- A3SCOMM's commission GLFILE, A8SL's sales journal
      *GLSALES, and A9RET's returns journal GLRETURN, all in the
      *same D/T layout -- and releases them to the ledger as one
      *GLJRNL journal file, each posting tagged with the program
      *it came from.  every extract is proved before any of it is
      *released: its trailer must be present and last, the trailer
      *record count and hash total must agree with the detail, and
      *the debits must equal the credits.  an extract that fails
      *is held out of the journal whole, with a report line and an
      *EXCFILE entry, and the run ends with condition code 8 so it
      *is looked at before the ledger posts.  an extract not
      *produced tonight is reported as not present.
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
      * commission GL extract from A3SCOMM
           select optional gl-comm-file
                assign to GLFILE
                organization is sequential.
      *
      * sales journal GL extract from A8SL
           select optional gl-sales-file
                assign to GLSALES
                organization is sequential.
      *
      * returns journal GL extract from A9RET
           select optional gl-return-file
                assign to GLRETURN
                organization is sequential.
      *
      * the one journal file released to the ledger
           select gl-journal-file
                assign to GLJRNL
                organization is sequential.
      *
           select optional exception-file
                assign to EXCFILE
                organization is sequential.
      *
           select report-file
                assign to RPTFILE
                organization is sequential.
      *
       data division.
       file section.
      *
       fd gl-comm-file
           recording mode is F
           data record is gl-comm-line
           record contains 23 characters.
       01 gl-comm-line                  pic x(23).
      *
       fd gl-sales-file
           recording mode is F
           data record is gl-sales-line
           record contains 23 characters.
       01 gl-sales-line                 pic x(23).
      *
       fd gl-return-file
           recording mode is F
           data record is gl-return-line
           record contains 23 characters.
       01 gl-return-line                pic x(23).
      *
      * the GLFILE posting with the source program in front of it
       fd gl-journal-file
           recording mode is F
           data record is gl-journal-line
           record contains 31 characters.
      *
       01 gl-journal-line.
           05 gj-rec-type               pic x.
           05 gj-source                 pic x(8).
           05 gj-account                pic x(8).
           05 gj-dr-cr                  pic x.
           05 gj-region                 pic x(2).
           05 gj-amount                 pic 9(9)v99.
      *
       01 gj-trailer-redef redefines gl-journal-line.
           05 filler                    pic x.
           05 gj-trl-rec-count          pic 9(6).
           05 gj-trl-hash-total         pic 9(14)v99.
           05 filler                    pic x(8).
      *
       fd exception-file
           recording mode is F
           data record is exception-line
           record contains 80 characters.
      *
       01 exception-line.
           05 ex-program                pic x(8).
           05 ex-run-date               pic 9(8).
           05 ex-severity               pic x.
           05 ex-key                    pic x(20).
           05 ex-reason                 pic x(43).
      *
       fd report-file
           recording mode is F
           data record is report-line
           record contains 107 characters.
       01 report-line                   pic x(107).
      *
       working-storage section.
      *
       01 ws-title.
           05 filler                    pic x(15)
                value spaces.
           05 filler                    pic x(32)
                value "GL Interface -- Journal Release".
           05 filler                    pic x(2)
                value spaces.
           05 filler                    pic x(10)
                value "RUN DATE:".
           05 ws-title-date             pic 9(8).
      *
       01 ws-column-header.
           05 filler                    pic x(10)
                value "EXTRACT".
           05 filler                    pic x(10)
                value "SOURCE".
           05 filler                    pic x(9)
                value "RECORDS".
           05 filler                    pic x(17)
                value "DEBITS".
           05 filler                    pic x(17)
                value "CREDITS".
           05 filler                    pic x(44)
                value "STATUS".
      *
       01 ws-source-line.
           05 dl-src-file               pic x(8).
           05 filler                    pic x(2)
                value spaces.
           05 dl-src-program            pic x(8).
           05 filler                    pic x(2)
                value spaces.
           05 dl-src-count              pic zzzzz9.
           05 filler                    pic x(2)
                value spaces.
           05 dl-src-debits             pic $$$,$$$,$$9.99.
           05 filler                    pic x(3)
                value spaces.
           05 dl-src-credits            pic $$$,$$$,$$9.99.
           05 filler                    pic x(3)
                value spaces.
           05 dl-src-status             pic x(45).
      *
       01 ws-journal-line.
           05 filler                    pic x(20)
                value "GLJRNL RELEASED:".
           05 dl-jrnl-count             pic zzzzz9.
           05 filler                    pic x(12)
                value " POSTINGS  ".
           05 dl-jrnl-debits            pic $$$,$$$,$$9.99.
           05 filler                    pic x(5)
                value " DR  ".
           05 dl-jrnl-credits           pic $$$,$$$,$$9.99.
           05 filler                    pic x(5)
                value " CR  ".
           05 filler                    pic x(7)
                value "HELD:".
           05 dl-jrnl-held              pic z9.
      *
      *-----------------------------------------------
      *  ONE SOURCE EXTRACT, HELD HERE UNTIL IT IS PROVED
      *-----------------------------------------------
       01 ws-gl-in.
           05 gi-rec-type               pic x.
                88 gi-detail-rec        value "D".
                88 gi-trailer-rec       value "T".
           05 gi-account                pic x(8).
           05 gi-dr-cr                  pic x.
                88 gi-debit             value "D".
                88 gi-credit            value "C".
           05 gi-region                 pic x(2).
           05 gi-amount                 pic 9(9)v99.
      *
       01 gi-trailer-redef redefines ws-gl-in.
           05 filler                    pic x.
           05 gi-trl-rec-count          pic 9(6).
           05 gi-trl-hash-total         pic 9(14)v99.
      *
       01 ws-src-table.
           05 ws-src-count              pic 9(5) value 0.
           05 ws-src-entry occurs 5000 times.
                10 ws-src-account       pic x(8).
                10 ws-src-dr-cr         pic x.
                10 ws-src-region        pic x(2).
                10 ws-src-amount        pic 9(9)v99.
       77 ws-src-max                    pic 9(5) value 5000.
       77 ws-src-idx                    pic 9(5).
      *
       01 ws-src-work.
           05 ws-src-file               pic x(8).
           05 ws-src-program            pic x(8).
           05 ws-src-read               pic 9(6).
           05 ws-src-debits             pic 9(12)v99.
           05 ws-src-credits            pic 9(12)v99.
           05 ws-src-hash               pic 9(14)v99.
           05 ws-src-trl-count          pic 9(6).
           05 ws-src-trl-hash           pic 9(14)v99.
           05 ws-src-trailer-sw         pic x.
                88 ws-src-trailer-seen  value "Y".
           05 ws-src-after-trl-sw       pic x.
                88 ws-src-after-trailer value "Y".
           05 ws-src-invalid-sw         pic x.
                88 ws-src-invalid       value "Y".
           05 ws-src-overflow-sw        pic x.
                88 ws-src-overflow      value "Y".
           05 ws-src-hold-reason        pic x(40).
      *
       01 ws-jrnl-totals.
           05 ws-jrnl-count             pic 9(6) value 0.
           05 ws-jrnl-hash              pic 9(14)v99 value 0.
           05 ws-jrnl-debits            pic 9(12)v99 value 0.
           05 ws-jrnl-credits           pic 9(12)v99 value 0.
           05 ws-held-count             pic 99 value 0.
           05 ws-present-count          pic 99 value 0.
      *
       01 ws-file.
           05 ws-eof-flag               pic x value "N".
           05 ws-eof-y                  pic x value "Y".
           05 ws-eof-n                  pic x value "N".
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
           perform 150-report-header.

           move "GLFILE"                to ws-src-file.
           move "A3SCOMM"               to ws-src-program.
           perform 200-load-comm-extract.
           perform 500-prove-source thru 500-exit.

           move "GLSALES"               to ws-src-file.
           move "A8SL"                  to ws-src-program.
           perform 210-load-sales-extract.
           perform 500-prove-source thru 500-exit.

           move "GLRETURN"              to ws-src-file.
           move "A9RET"                 to ws-src-program.
           perform 220-load-return-extract.
           perform 500-prove-source thru 500-exit.

           perform 700-write-journal-trailer.
           perform 800-report-journal.
           perform 900-close-files.

           if ws-held-count > 0
                move 8                  to return-code
           else
                if ws-present-count = 0
                     move 4             to return-code
                end-if
           end-if.
           goback.
      *
       100-open-files.
           open output gl-journal-file.
           open output report-file.
           open extend exception-file.
           move function current-date   to ws-current-date.
      *
       150-report-header.
           move ws-date                 to ws-title-date.
           write report-line            from ws-title.
           move spaces                  to report-line.
           write report-line.
           write report-line            from ws-column-header.
      *
       200-load-comm-extract.
           perform 300-clear-source.
           open input gl-comm-file.
           perform 202-read-comm-extract
                until ws-eof-flag is equal to ws-eof-y.
           close gl-comm-file.
      *
       202-read-comm-extract.
           read gl-comm-file
                at end move ws-eof-y    to ws-eof-flag
                not at end
                     move gl-comm-line  to ws-gl-in
                     perform 310-hold-one-record
           end-read.
      *
       210-load-sales-extract.
           perform 300-clear-source.
           open input gl-sales-file.
           perform 212-read-sales-extract
                until ws-eof-flag is equal to ws-eof-y.
           close gl-sales-file.
      *
       212-read-sales-extract.
           read gl-sales-file
                at end move ws-eof-y    to ws-eof-flag
                not at end
                     move gl-sales-line to ws-gl-in
                     perform 310-hold-one-record
           end-read.
      *
       220-load-return-extract.
           perform 300-clear-source.
           open input gl-return-file.
           perform 222-read-return-extract
                until ws-eof-flag is equal to ws-eof-y.
           close gl-return-file.
      *
       222-read-return-extract.
           read gl-return-file
                at end move ws-eof-y    to ws-eof-flag
                not at end
                     move gl-return-line to ws-gl-in
                     perform 310-hold-one-record
           end-read.
      *
       300-clear-source.
           move ws-eof-n                to ws-eof-flag.
           move 0                       to ws-src-count.
           move 0                       to ws-src-read.
           move 0                       to ws-src-debits.
           move 0                       to ws-src-credits.
           move 0                       to ws-src-hash.
           move 0                       to ws-src-trl-count.
           move 0                       to ws-src-trl-hash.
           move "N"                     to ws-src-trailer-sw.
           move "N"                     to ws-src-after-trl-sw.
           move "N"                     to ws-src-invalid-sw.
           move "N"                     to ws-src-overflow-sw.
           move spaces                  to ws-src-hold-reason.
      *
      * every record is looked at as it is held: detail totals
      * build up by side, the trailer is kept, and anything after
      * the trailer or not a recognizable posting is noted
       310-hold-one-record.
           add 1                        to ws-src-read.
           if ws-src-trailer-seen
                set ws-src-after-trailer to true
           end-if.
           evaluate true
                when gi-trailer-rec
                     set ws-src-trailer-seen to true
                     if gi-trl-rec-count is numeric
                          move gi-trl-rec-count to ws-src-trl-count
                     end-if
                     if gi-trl-hash-total is numeric
                          move gi-trl-hash-total to ws-src-trl-hash
                     end-if
                when gi-detail-rec
                     and (gi-debit or gi-credit)
                     and gi-amount is numeric
                     perform 320-hold-detail
                when other
                     set ws-src-invalid to true
           end-evaluate.
      *
       320-hold-detail.
           add gi-amount                to ws-src-hash.
           if gi-debit
                add gi-amount           to ws-src-debits
           else
                add gi-amount           to ws-src-credits
           end-if.
           if ws-src-count < ws-src-max
                add 1                   to ws-src-count
                move gi-account    to ws-src-account(ws-src-count)
                move gi-dr-cr      to ws-src-dr-cr(ws-src-count)
                move gi-region     to ws-src-region(ws-src-count)
                move gi-amount     to ws-src-amount(ws-src-count)
           else
                set ws-src-overflow     to true
           end-if.
      *
      * prove the extract just held and release it to the journal,
      * or hold it out whole -- the first failed check is the one
      * reported
       500-prove-source.
           move ws-src-file             to dl-src-file.
           move ws-src-program          to dl-src-program.
           move ws-src-count            to dl-src-count.
           move ws-src-debits           to dl-src-debits.
           move ws-src-credits          to dl-src-credits.

           if ws-src-read = 0
                move "NOT PRESENT"      to dl-src-status
                write report-line       from ws-source-line
                go to 500-exit
           end-if.
           add 1                        to ws-present-count.

           evaluate true
                when not ws-src-trailer-seen
                     move "NO TRAILER RECORD" to ws-src-hold-reason
                when ws-src-after-trailer
                     move "RECORDS AFTER THE TRAILER"
                          to ws-src-hold-reason
                when ws-src-invalid
                     move "INVALID POSTING RECORD"
                          to ws-src-hold-reason
                when ws-src-overflow
                     move "TOO MANY POSTINGS TO HOLD"
                          to ws-src-hold-reason
                when ws-src-trl-count not = ws-src-count
                     move "TRAILER RECORD COUNT MISMATCH"
                          to ws-src-hold-reason
                when ws-src-trl-hash not = ws-src-hash
                     move "TRAILER HASH TOTAL MISMATCH"
                          to ws-src-hold-reason
                when ws-src-debits not = ws-src-credits
                     move "DEBITS DO NOT EQUAL CREDITS"
                          to ws-src-hold-reason
           end-evaluate.

           if ws-src-hold-reason not = spaces
                perform 520-hold-source
                go to 500-exit
           end-if.

           perform 510-release-one-posting
                varying ws-src-idx from 1 by 1
                until ws-src-idx > ws-src-count.
           add ws-src-debits            to ws-jrnl-debits.
           add ws-src-credits           to ws-jrnl-credits.
           move "RELEASED"              to dl-src-status.
           write report-line            from ws-source-line.
       500-exit.
           exit.
      *
       510-release-one-posting.
           move "D"                     to gj-rec-type.
           move ws-src-program          to gj-source.
           move ws-src-account(ws-src-idx) to gj-account.
           move ws-src-dr-cr(ws-src-idx)   to gj-dr-cr.
           move ws-src-region(ws-src-idx)  to gj-region.
           move ws-src-amount(ws-src-idx)  to gj-amount.
           write gl-journal-line.
           add 1                        to ws-jrnl-count.
           add ws-src-amount(ws-src-idx) to ws-jrnl-hash.
      *
       520-hold-source.
           add 1                        to ws-held-count.
           move spaces                  to dl-src-status.
           string "HELD - " ws-src-hold-reason
                delimited by size into dl-src-status.
           write report-line            from ws-source-line.

           move "A0GLINTF"              to ex-program.
           move ws-date                 to ex-run-date.
           move "1"                     to ex-severity.
           move ws-src-file             to ex-key.
           move spaces                  to ex-reason.
           string "GL HELD: " ws-src-hold-reason
                delimited by size into ex-reason.
           write exception-line.
      *
      * trailer the ledger's intake verifies against
       700-write-journal-trailer.
           move spaces                  to gl-journal-line.
           move "T"                     to gj-rec-type.
           move ws-jrnl-count           to gj-trl-rec-count.
           move ws-jrnl-hash            to gj-trl-hash-total.
           write gl-journal-line.
      *
       800-report-journal.
           move spaces                  to report-line.
           write report-line.
           move ws-jrnl-count           to dl-jrnl-count.
           move ws-jrnl-debits          to dl-jrnl-debits.
           move ws-jrnl-credits         to dl-jrnl-credits.
           move ws-held-count           to dl-jrnl-held.
           write report-line            from ws-journal-line.
      *
       900-close-files.
           close gl-journal-file.
           close exception-file.
           close report-file.
      *
       end program A0GLINTF.
