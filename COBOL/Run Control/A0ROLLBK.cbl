       identification division.
       program-id. A0ROLLBK.
       date-written. October 15, 2026.
       author. Bilgan Kiris.
      *Description: business-date snapshot and rollback for the
      *nightly POS chain.  driven by the one-record ROLLCTL
      *request (mode and business date):
      *    S (snapshot) -- run by the scheduler before the chain
      *      head for a business date.  every master the chain
      *      rewrites, appends to, or updates in place is copied
      *      as it stands into the dated snapshot file
      *      (SNAPI/SNAPO), replacing any earlier snapshot of the
      *      same date.  refused once the date has a release or a
      *      completion on the A0RUNCTL run history -- the masters
      *      have already moved.
      *    B (back out) -- restores every master from the named
      *      date's snapshot, takes the date off PROCDATES and its
      *      rows off the run history (RUNHISTI/RUNHISTO), and
      *      prints what it reversed, so the night can be rerun
      *      cleanly.  A8SL's checkpoint (SLCHKPT) is emptied too,
      *      so the rerun starts from the top instead of resuming
      *      the night being backed out.  refused when there is no
      *      snapshot for the date, a later business date has
      *      already run (back that one out first), or PROCDATES
      *      holds more dates than can be rewritten.
      *the masters are restored into the generation the chain
      *reads (the ...I side of each in/out pair), and snapshots
      *older than the retention days fall off the snapshot file.
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
      * snapshot or rollback request -- mode and business date
           select rollback-ctl-file
                assign to ROLLCTL
                organization is sequential.
      *
      * dated master snapshots, prior state -- optional on the
      * first run
           select optional snap-in-file
                assign to SNAPI
                organization is sequential.
      *
      * dated master snapshots, carried forward
           select snap-out-file
                assign to SNAPO
                organization is sequential.
      *
      * A0RUNCTL run history, prior state
           select optional runhist-in-file
                assign to RUNHISTI
                organization is sequential.
      *
      * A0RUNCTL run history, with a backed-out date's rows gone
           select runhist-out-file
                assign to RUNHISTO
                organization is sequential.
      *
      * A7SPLIT processed-business-dates control file
           select optional processed-dates-file
                assign to PROCDATES
                organization is sequential.
      *
      * layaway master, from A8SL
           select optional laymast-file
                assign to LAYMASTI
                organization is sequential.
      *
      * sales accumulation master, from A8SL
           select optional accmast-file
                assign to ACCMASTI
                organization is sequential.
      *
      * period-to-date tax master, from A8SL
           select optional taxmast-file
                assign to TAXMASTI
                organization is sequential.
      *
      * deposit shortage master, from A8SL
           select optional depshrt-file
                assign to DEPSHRTI
                organization is sequential.
      *
      * cash shortage master, from A8SL
           select optional cshshrt-file
                assign to CSHSHRTI
                organization is sequential.
      *
      * gift-card master, from A8SL
           select optional gcmast-file
                assign to GCMASTI
                organization is sequential.
      *
      * sales log, from A8SL
           select optional saleslg-file
                assign to SALESLGI
                organization is sequential.
      *
      * customer returns master, from A9RET
           select optional custret-file
                assign to CUSTRETI
                organization is sequential.
      *
      * store-credit master, from A9RET
           select optional credmst-file
                assign to CREDMSTI
                organization is sequential.
      *
      * refund approval suspense, from A9RET
           select optional susp-file
                assign to SUSPIN
                organization is sequential.
      *
      * invoice history, from A6EDIT
           select optional invhist-file
                assign to INVHIST
                organization is sequential.
      *
      * reject master, from A6EDIT
           select optional rejmast-file
                assign to REJMASTI
                organization is sequential.
      *
      * indexed product master, depleted by A1DEPLET
           select prodmast-file
                assign to PRODMAST
                organization is indexed
                access is sequential
                record key is prodmast-key.
      *
      * rolling sales history, from A1DEPLET
           select optional salehst-file
                assign to SALEHSTI
                organization is sequential.
      *
      * stock-movement ledger, appended by A1DEPLET
           select optional stkmove-file
                assign to STKMOVE
                organization is sequential.
      *
      * dated daily sales, appended by A1DEPLET
           select optional saledly-file
                assign to SALEDLY
                organization is sequential.
      *
      * cost-of-goods ledger, appended by A1DEPLET
           select optional cogstran-file
                assign to COGSTRAN
                organization is sequential.
      *
      * customer purchase history master, from A9CUST
           select optional cphmast-file
                assign to CPHMASTI
                organization is sequential.
      *
      * loyalty master, from A9LOYAL
           select optional loymast-file
                assign to LOYMSTI
                organization is sequential.
      *
      * merchandise class mix master, from A8MERCH
           select optional mchmast-file
                assign to MCHMSTI
                organization is sequential.
      *
      * margin master, from A8MARGIN
           select optional mrgmast-file
                assign to MRGMSTI
                organization is sequential.
      *
      * open card settlements, from A8SETREC
           select optional setopen-file
                assign to SETOPNI
                organization is sequential.
      *
      * transaction archive, from A9TRNARC
           select optional trnarc-file
                assign to TRNARCI
                organization is sequential.
      *
      * A8SL checkpoint -- emptied on a back out
           select optional checkpoint-file
                assign to SLCHKPT
                organization is sequential.
      *
           select report-file
                assign to RPTFILE
                organization is sequential.
      *
       data division.
       file section.
      *
       fd rollback-ctl-file
           recording mode is F
           data record is rollback-ctl-line
           record contains 9 characters.
      *
       01 rollback-ctl-line.
           05 rc-mode                   pic x.
                88 rc-snapshot          value "S".
                88 rc-back-out          value "B".
           05 rc-business-date          pic 9(8).
      *
      * snapshot record -- an H record opens each master's
      * snapshot (so an empty master restores empty), D records
      * carry its records in order
       fd snap-in-file
           recording mode is F
           data record is snap-in-line
           record contains 138 characters.
      *
       01 snap-in-line.
           05 sn-business-date          pic 9(8).
           05 sn-master                 pic x(8).
           05 sn-rec-type               pic x.
                88 sn-header            value "H".
                88 sn-data-rec          value "D".
           05 sn-data                   pic x(121).
      *
       fd snap-out-file
           recording mode is F
           data record is snap-out-line
           record contains 138 characters.
       01 snap-out-line                 pic x(138).
      *
       fd runhist-in-file
           recording mode is F
           data record is runhist-in-line
           record contains 79 characters.
      *
       01 runhist-in-line.
           05 hi-run-id                 pic 9(6).
           05 hi-business-date          pic 9(8).
           05 hi-step-name              pic x(8).
           05 hi-status                 pic x.
           05 hi-rec-count              pic 9(6).
           05 hi-run-date               pic 9(8).
           05 hi-run-time               pic 9(6).
           05 hi-reason                 pic x(36).
      *
       fd runhist-out-file
           recording mode is F
           data record is runhist-out-line
           record contains 79 characters.
       01 runhist-out-line              pic x(79).
      *
       fd processed-dates-file
           recording mode is F
           data record is processed-dates-line
           record contains 9 characters.
      *
       01 processed-dates-line.
           05 pd-date                   pic 9(8).
           05 pd-flag                   pic x.
      *
       fd laymast-file
           recording mode is F
           data record is laymast-line
           record contains 50 characters.
       01 laymast-line                  pic x(50).
      *
       fd accmast-file
           recording mode is F
           data record is accmast-line
           record contains 98 characters.
       01 accmast-line                  pic x(98).
      *
       fd taxmast-file
           recording mode is F
           data record is taxmast-line
           record contains 12 characters.
       01 taxmast-line                  pic x(12).
      *
       fd depshrt-file
           recording mode is F
           data record is depshrt-line
           record contains 4 characters.
       01 depshrt-line                  pic x(4).
      *
       fd cshshrt-file
           recording mode is F
           data record is cshshrt-line
           record contains 5 characters.
       01 cshshrt-line                  pic x(5).
      *
       fd gcmast-file
           recording mode is F
           data record is gcmast-line
           record contains 64 characters.
       01 gcmast-line                   pic x(64).
      *
       fd saleslg-file
           recording mode is F
           data record is saleslg-line
           record contains 19 characters.
       01 saleslg-line                  pic x(19).
      *
       fd custret-file
           recording mode is F
           data record is custret-line
           record contains 21 characters.
       01 custret-line                  pic x(21).
      *
       fd credmst-file
           recording mode is F
           data record is credmst-line
           record contains 41 characters.
       01 credmst-line                  pic x(41).
      *
       fd susp-file
           recording mode is F
           data record is susp-line
           record contains 121 characters.
       01 susp-line                     pic x(121).
      *
       fd invhist-file
           recording mode is F
           data record is invhist-line
           record contains 18 characters.
       01 invhist-line                  pic x(18).
      *
       fd rejmast-file
           recording mode is F
           data record is rejmast-line
           record contains 20 characters.
       01 rejmast-line                  pic x(20).
      *
       fd prodmast-file
           data record is prodmast-line
           record contains 82 characters.
       01 prodmast-line.
           05 prodmast-key                   pic x(15).
           05 filler                    pic x(67).
      *
       fd salehst-file
           recording mode is F
           data record is salehst-line
           record contains 31 characters.
       01 salehst-line                  pic x(31).
      *
       fd stkmove-file
           recording mode is F
           data record is stkmove-line
           record contains 80 characters.
       01 stkmove-line                  pic x(80).
      *
       fd saledly-file
           recording mode is F
           data record is saledly-line
           record contains 29 characters.
       01 saledly-line                  pic x(29).
      *
       fd cogstran-file
           recording mode is F
           data record is cogstran-line
           record contains 60 characters.
       01 cogstran-line                 pic x(60).
      *
       fd cphmast-file
           recording mode is F
           data record is cphmast-line
           record contains 50 characters.
       01 cphmast-line                  pic x(50).
      *
       fd loymast-file
           recording mode is F
           data record is loymast-line
           record contains 110 characters.
       01 loymast-line                  pic x(110).
      *
       fd mchmast-file
           recording mode is F
           data record is mchmast-line
           record contains 60 characters.
       01 mchmast-line                  pic x(60).
      *
       fd mrgmast-file
           recording mode is F
           data record is mrgmast-line
           record contains 38 characters.
       01 mrgmast-line                  pic x(38).
      *
       fd setopen-file
           recording mode is F
           data record is setopen-line
           record contains 40 characters.
       01 setopen-line                  pic x(40).
      *
       fd trnarc-file
           recording mode is F
           data record is trnarc-line
           record contains 101 characters.
       01 trnarc-line                   pic x(101).
      *
       fd checkpoint-file
           recording mode is F
           data record is checkpoint-line
           record contains 24 characters.
       01 checkpoint-line               pic x(24).
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
                value "POS CHAIN SNAPSHOT / ROLLBACK".
           05 ws-title-date             pic 9(8).
      *
       01 ws-request-line.
           05 filler                    pic x(10)
                value "REQUEST".
           05 dl-mode                   pic x(12).
           05 filler                    pic x(16)
                value "BUSINESS DATE".
           05 dl-business-date          pic 9(8).
           05 filler                    pic x(2)
                value spaces.
           05 dl-decision               pic x(10).
           05 filler                    pic x(2)
                value spaces.
           05 dl-reason                 pic x(35).
      *
       01 ws-master-header.
           05 filler                    pic x(4)
                value spaces.
           05 filler                    pic x(12)
                value "MASTER".
           05 dl-count-heading          pic x(20).
      *
       01 ws-master-line.
           05 filler                    pic x(4)
                value spaces.
           05 dl-master                 pic x(8).
           05 filler                    pic x(4)
                value spaces.
           05 dl-master-count           pic zzz,zzz,zz9.
           05 filler                    pic x(2)
                value spaces.
           05 dl-master-note            pic x(30).
      *
       01 ws-backoff-line.
           05 filler                    pic x(4)
                value spaces.
           05 dl-backoff-file           pic x(12).
           05 dl-backoff-count          pic zzz,zzz,zz9.
           05 filler                    pic x(2)
                value spaces.
           05 dl-backoff-text           pic x(40).
      *
       01 ws-snap-total-line.
           05 filler                    pic x(24)
                value "Snapshot Dates Kept:".
           05 dl-snap-dates             pic zzz9.
           05 filler                    pic x(20)
                value "  Dates Aged Off:".
           05 dl-snap-aged              pic zzz9.
      *
       01 ws-blank-line                 pic x(95) value spaces.
      *
      *-----------------------------------------------
      *  THE MASTERS SNAPSHOT, IN SNAPSHOT ORDER
      *-----------------------------------------------
       01 ws-master-names.
           05 filler                    pic x(8) value "LAYMASTI".
           05 filler                    pic x(8) value "ACCMASTI".
           05 filler                    pic x(8) value "TAXMASTI".
           05 filler                    pic x(8) value "DEPSHRTI".
           05 filler                    pic x(8) value "CSHSHRTI".
           05 filler                    pic x(8) value "GCMASTI".
           05 filler                    pic x(8) value "SALESLGI".
           05 filler                    pic x(8) value "CUSTRETI".
           05 filler                    pic x(8) value "CREDMSTI".
           05 filler                    pic x(8) value "SUSPIN".
           05 filler                    pic x(8) value "INVHIST".
           05 filler                    pic x(8) value "REJMASTI".
           05 filler                    pic x(8) value "PRODMAST".
           05 filler                    pic x(8) value "SALEHSTI".
           05 filler                    pic x(8) value "STKMOVE".
           05 filler                    pic x(8) value "SALEDLY".
           05 filler                    pic x(8) value "COGSTRAN".
           05 filler                    pic x(8) value "CPHMASTI".
           05 filler                    pic x(8) value "LOYMSTI".
           05 filler                    pic x(8) value "MCHMSTI".
           05 filler                    pic x(8) value "MRGMSTI".
           05 filler                    pic x(8) value "SETOPNI".
           05 filler                    pic x(8) value "TRNARCI".
       01 ws-master-table redefines ws-master-names.
           05 ws-mst-name occurs 23 times
                                        pic x(8).
      *
       01 ws-master-counts.
           05 ws-mst-entry occurs 23 times.
                10 ws-mst-seen          pic x value "N".
                10 ws-mst-count         pic 9(9) value 0.
      *
       77 ws-mst-max                    pic 99 value 23.
      *
      * snapshots of business dates older than this (vs the
      * requested date) fall off the snapshot file
       77 ws-snap-retain-days           pic 999 value 14.
      *
      *-----------------------------------------------
      *  PROCDATES, HELD WHILE THE DATE IS TAKEN OFF
      *-----------------------------------------------
       01 ws-procdate-table.
           05 ws-pd-count               pic 9(4) value 0.
           05 ws-pd-entry occurs 2000 times
                                        pic x(9).
       77 ws-pd-max                     pic 9(4) value 2000.
      *
       01 ws-work.
           05 ws-mst-idx                pic 99.
           05 ws-pd-idx                 pic 9(4).
           05 ws-open-mst               pic 99 value 0.
           05 ws-snap-age-days          pic s9(5).
           05 ws-last-snap-date         pic 9(8) value 0.
           05 ws-snap-dates-kept        pic 9(4) value 0.
           05 ws-snap-dates-aged        pic 9(4) value 0.
           05 ws-pd-removed             pic 9(6) value 0.
           05 ws-pd-overflow            pic 9(6) value 0.
           05 ws-ckpt-cleared           pic 9(6) value 0.
           05 ws-hist-removed           pic 9(6) value 0.
           05 ws-hist-rows-for-date     pic 9(6) value 0.
           05 ws-refused-sw             pic x value "N".
                88 ws-refused           value "Y".
           05 ws-started-sw             pic x value "N".
                88 ws-date-started      value "Y".
           05 ws-later-date             pic 9(8) value 0.
           05 ws-snap-found-sw          pic x value "N".
                88 ws-snap-found        value "Y".
      *
       01 ws-file.
           05 ws-eof-flag               pic x value "N".
           05 ws-eof-y                  pic x value "Y".
           05 ws-eof-n                  pic x value "N".
           05 ws-snap-eof-flag          pic x value "N".
           05 ws-hist-eof-flag          pic x value "N".
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
           perform 110-read-request.
           perform 120-check-run-history.
           perform 130-check-snapshot.
           if rc-back-out
                perform 140-load-procdates
           end-if.
           perform 200-decide thru 200-exit.
           perform 150-report-header.
           if ws-refused
                perform 500-carry-snapshots
                perform 600-carry-run-history
                if ws-pd-overflow > 0
                     perform 810-report-pd-overflow
                end-if
           else
           if rc-snapshot
                perform 300-take-snapshot
                perform 600-carry-run-history
           else
                perform 500-carry-snapshots
                perform 400-restore-masters
                perform 600-carry-run-history
                perform 650-back-off-procdates
                perform 660-clear-checkpoint
                perform 800-report-back-out
           end-if
           end-if.
           perform 900-close-files.

           if ws-refused
                move 8                  to return-code
           end-if.
           goback.
      *
       100-open-files.
           open input rollback-ctl-file.
           open output snap-out-file, runhist-out-file, report-file.
           move function current-date   to ws-current-date.
      *
       110-read-request.
           read rollback-ctl-file
                at end move ws-eof-y    to ws-eof-flag.
           if ws-eof-flag = ws-eof-y
                move space              to rc-mode
                move 0                  to rc-business-date
           end-if.
      *
      * has the date started (a release or completion on the
      * history), and has any later date run?
       120-check-run-history.
           move ws-eof-n                to ws-hist-eof-flag.
           open input runhist-in-file.
           perform 122-one-history-row
                until ws-hist-eof-flag is equal to ws-eof-y.
           close runhist-in-file.
      *
       122-one-history-row.
           read runhist-in-file
                at end move ws-eof-y    to ws-hist-eof-flag
                not at end
                     if hi-status not = "X"
                          if hi-business-date = rc-business-date
                               set ws-date-started to true
                          end-if
                          if hi-business-date > rc-business-date
                               and hi-business-date > ws-later-date
                               move hi-business-date
                                    to ws-later-date
                          end-if
                     end-if
           end-read.
      *
       130-check-snapshot.
           move ws-eof-n                to ws-snap-eof-flag.
           open input snap-in-file.
           perform 132-one-snap-record
                until ws-snap-eof-flag is equal to ws-eof-y.
           close snap-in-file.
      *
       132-one-snap-record.
           read snap-in-file
                at end move ws-eof-y    to ws-snap-eof-flag
                not at end
                     if sn-business-date = rc-business-date
                          set ws-snap-found to true
                     end-if
           end-read.
      *
      * PROCDATES held without the date being backed out, so it
      * can be rewritten once the masters are restored -- a date
      * that will not fit is counted, and the back out refused
       140-load-procdates.
           move ws-eof-n                to ws-eof-flag.
           open input processed-dates-file.
           perform 142-hold-one-procdate
                until ws-eof-flag is equal to ws-eof-y.
           close processed-dates-file.
      *
       142-hold-one-procdate.
           read processed-dates-file
                at end move ws-eof-y    to ws-eof-flag
                not at end
                     if pd-date = rc-business-date
                          add 1         to ws-pd-removed
                     else
                          if ws-pd-count < ws-pd-max
                               add 1    to ws-pd-count
                               move processed-dates-line
                                    to ws-pd-entry(ws-pd-count)
                          else
                               add 1    to ws-pd-overflow
                          end-if
                     end-if
           end-read.
      *
       150-report-header.
           move ws-date                 to ws-title-date.
           write report-line            from ws-title.
           write report-line            from ws-blank-line.
           move rc-business-date        to dl-business-date.
           if rc-snapshot
                move "SNAPSHOT"         to dl-mode
           else
                move "BACK OUT"         to dl-mode
           end-if.
           if ws-refused
                move "REFUSED"          to dl-decision
           else
                move "DONE"             to dl-decision
           end-if.
           write report-line            from ws-request-line.
      *
       200-decide.
           move spaces                  to dl-reason.
           if not rc-snapshot and not rc-back-out
                set ws-refused          to true
                move "REQUEST MODE MUST BE S OR B"
                                        to dl-reason
                go to 200-exit
           end-if.
           if rc-business-date = 0
                set ws-refused          to true
                move "NO BUSINESS DATE REQUESTED"
                                        to dl-reason
                go to 200-exit
           end-if.
           if rc-snapshot
                if ws-date-started
                     set ws-refused     to true
                     move "DATE ALREADY STARTED ON HISTORY"
                                        to dl-reason
                else
                     move "MASTERS CAPTURED BEFORE CHAIN HEAD"
                                        to dl-reason
                end-if
                go to 200-exit
           end-if.
           if not ws-snap-found
                set ws-refused          to true
                move "NO SNAPSHOT FOR THIS DATE"
                                        to dl-reason
                go to 200-exit
           end-if.
           if ws-later-date > 0
                set ws-refused          to true
                move "LATER DATE RUN - BACK IT OUT FIRST"
                                        to dl-reason
                go to 200-exit
           end-if.
           if ws-pd-overflow > 0
                set ws-refused          to true
                move "PROCDATES TOO LARGE TO REWRITE"
                                        to dl-reason
                go to 200-exit
           end-if.
           move "MASTERS RESTORED, DATE BACKED OFF" to dl-reason.
       200-exit.
           exit.
      *
      * the earlier snapshots are carried forward, less this
      * date's (replaced below) and any past retention; then each
      * master is captured in turn
       300-take-snapshot.
           perform 500-carry-snapshots.
           perform 310-snap-laymast.
           perform 312-snap-accmast.
           perform 314-snap-taxmast.
           perform 316-snap-depshrt.
           perform 318-snap-cshshrt.
           perform 320-snap-gcmast.
           perform 322-snap-saleslg.
           perform 324-snap-custret.
           perform 326-snap-credmst.
           perform 328-snap-susp.
           perform 330-snap-invhist.
           perform 332-snap-rejmast.
           perform 334-snap-prodmast.
           perform 336-snap-salehst.
           perform 338-snap-stkmove.
           perform 340-snap-saledly.
           perform 342-snap-cogstran.
           perform 344-snap-cphmast.
           perform 346-snap-loymast.
           perform 348-snap-mchmast.
           perform 350-snap-mrgmast.
           perform 352-snap-setopen.
           perform 354-snap-trnarc.
           write report-line            from ws-blank-line.
           move "RECORDS CAPTURED"      to dl-count-heading.
           write report-line            from ws-master-header.
           perform varying ws-mst-idx from 1 by 1
                until ws-mst-idx > ws-mst-max
                move ws-mst-name(ws-mst-idx)  to dl-master
                move ws-mst-count(ws-mst-idx) to dl-master-count
                move spaces             to dl-master-note
                write report-line       from ws-master-line
           end-perform.
           add 1                        to ws-snap-dates-kept.
           write report-line            from ws-blank-line.
           move ws-snap-dates-kept      to dl-snap-dates.
           move ws-snap-dates-aged      to dl-snap-aged.
           write report-line            from ws-snap-total-line.
      *
       310-snap-laymast.
           move 1                       to ws-mst-idx.
           perform 360-write-snap-header.
           move ws-eof-n                to ws-eof-flag.
           open input laymast-file.
           perform 311-one-laymast
                until ws-eof-flag is equal to ws-eof-y.
           close laymast-file.
      *
       311-one-laymast.
           read laymast-file
                at end move ws-eof-y    to ws-eof-flag
                not at end
                     move laymast-line to sn-data
                     perform 370-write-snap-data
           end-read.
      *
       312-snap-accmast.
           move 2                       to ws-mst-idx.
           perform 360-write-snap-header.
           move ws-eof-n                to ws-eof-flag.
           open input accmast-file.
           perform 313-one-accmast
                until ws-eof-flag is equal to ws-eof-y.
           close accmast-file.
      *
       313-one-accmast.
           read accmast-file
                at end move ws-eof-y    to ws-eof-flag
                not at end
                     move accmast-line to sn-data
                     perform 370-write-snap-data
           end-read.
      *
       314-snap-taxmast.
           move 3                       to ws-mst-idx.
           perform 360-write-snap-header.
           move ws-eof-n                to ws-eof-flag.
           open input taxmast-file.
           perform 315-one-taxmast
                until ws-eof-flag is equal to ws-eof-y.
           close taxmast-file.
      *
       315-one-taxmast.
           read taxmast-file
                at end move ws-eof-y    to ws-eof-flag
                not at end
                     move taxmast-line to sn-data
                     perform 370-write-snap-data
           end-read.
      *
       316-snap-depshrt.
           move 4                       to ws-mst-idx.
           perform 360-write-snap-header.
           move ws-eof-n                to ws-eof-flag.
           open input depshrt-file.
           perform 317-one-depshrt
                until ws-eof-flag is equal to ws-eof-y.
           close depshrt-file.
      *
       317-one-depshrt.
           read depshrt-file
                at end move ws-eof-y    to ws-eof-flag
                not at end
                     move depshrt-line to sn-data
                     perform 370-write-snap-data
           end-read.
      *
       318-snap-cshshrt.
           move 5                       to ws-mst-idx.
           perform 360-write-snap-header.
           move ws-eof-n                to ws-eof-flag.
           open input cshshrt-file.
           perform 319-one-cshshrt
                until ws-eof-flag is equal to ws-eof-y.
           close cshshrt-file.
      *
       319-one-cshshrt.
           read cshshrt-file
                at end move ws-eof-y    to ws-eof-flag
                not at end
                     move cshshrt-line to sn-data
                     perform 370-write-snap-data
           end-read.
      *
       320-snap-gcmast.
           move 6                       to ws-mst-idx.
           perform 360-write-snap-header.
           move ws-eof-n                to ws-eof-flag.
           open input gcmast-file.
           perform 321-one-gcmast
                until ws-eof-flag is equal to ws-eof-y.
           close gcmast-file.
      *
       321-one-gcmast.
           read gcmast-file
                at end move ws-eof-y    to ws-eof-flag
                not at end
                     move gcmast-line to sn-data
                     perform 370-write-snap-data
           end-read.
      *
       322-snap-saleslg.
           move 7                       to ws-mst-idx.
           perform 360-write-snap-header.
           move ws-eof-n                to ws-eof-flag.
           open input saleslg-file.
           perform 323-one-saleslg
                until ws-eof-flag is equal to ws-eof-y.
           close saleslg-file.
      *
       323-one-saleslg.
           read saleslg-file
                at end move ws-eof-y    to ws-eof-flag
                not at end
                     move saleslg-line to sn-data
                     perform 370-write-snap-data
           end-read.
      *
       324-snap-custret.
           move 8                       to ws-mst-idx.
           perform 360-write-snap-header.
           move ws-eof-n                to ws-eof-flag.
           open input custret-file.
           perform 325-one-custret
                until ws-eof-flag is equal to ws-eof-y.
           close custret-file.
      *
       325-one-custret.
           read custret-file
                at end move ws-eof-y    to ws-eof-flag
                not at end
                     move custret-line to sn-data
                     perform 370-write-snap-data
           end-read.
      *
       326-snap-credmst.
           move 9                       to ws-mst-idx.
           perform 360-write-snap-header.
           move ws-eof-n                to ws-eof-flag.
           open input credmst-file.
           perform 327-one-credmst
                until ws-eof-flag is equal to ws-eof-y.
           close credmst-file.
      *
       327-one-credmst.
           read credmst-file
                at end move ws-eof-y    to ws-eof-flag
                not at end
                     move credmst-line to sn-data
                     perform 370-write-snap-data
           end-read.
      *
       328-snap-susp.
           move 10                      to ws-mst-idx.
           perform 360-write-snap-header.
           move ws-eof-n                to ws-eof-flag.
           open input susp-file.
           perform 329-one-susp
                until ws-eof-flag is equal to ws-eof-y.
           close susp-file.
      *
       329-one-susp.
           read susp-file
                at end move ws-eof-y    to ws-eof-flag
                not at end
                     move susp-line to sn-data
                     perform 370-write-snap-data
           end-read.
      *
       330-snap-invhist.
           move 11                      to ws-mst-idx.
           perform 360-write-snap-header.
           move ws-eof-n                to ws-eof-flag.
           open input invhist-file.
           perform 331-one-invhist
                until ws-eof-flag is equal to ws-eof-y.
           close invhist-file.
      *
       331-one-invhist.
           read invhist-file
                at end move ws-eof-y    to ws-eof-flag
                not at end
                     move invhist-line to sn-data
                     perform 370-write-snap-data
           end-read.
      *
       332-snap-rejmast.
           move 12                      to ws-mst-idx.
           perform 360-write-snap-header.
           move ws-eof-n                to ws-eof-flag.
           open input rejmast-file.
           perform 333-one-rejmast
                until ws-eof-flag is equal to ws-eof-y.
           close rejmast-file.
      *
       333-one-rejmast.
           read rejmast-file
                at end move ws-eof-y    to ws-eof-flag
                not at end
                     move rejmast-line to sn-data
                     perform 370-write-snap-data
           end-read.
      *
       334-snap-prodmast.
           move 13                      to ws-mst-idx.
           perform 360-write-snap-header.
           move ws-eof-n                to ws-eof-flag.
           open input prodmast-file.
           perform 335-one-prodmast
                until ws-eof-flag is equal to ws-eof-y.
           close prodmast-file.
      *
       335-one-prodmast.
           read prodmast-file next record
                at end move ws-eof-y    to ws-eof-flag
                not at end
                     move prodmast-line to sn-data
                     perform 370-write-snap-data
           end-read.
      *
       336-snap-salehst.
           move 14                      to ws-mst-idx.
           perform 360-write-snap-header.
           move ws-eof-n                to ws-eof-flag.
           open input salehst-file.
           perform 337-one-salehst
                until ws-eof-flag is equal to ws-eof-y.
           close salehst-file.
      *
       337-one-salehst.
           read salehst-file
                at end move ws-eof-y    to ws-eof-flag
                not at end
                     move salehst-line to sn-data
                     perform 370-write-snap-data
           end-read.
      *
       338-snap-stkmove.
           move 15                      to ws-mst-idx.
           perform 360-write-snap-header.
           move ws-eof-n                to ws-eof-flag.
           open input stkmove-file.
           perform 339-one-stkmove
                until ws-eof-flag is equal to ws-eof-y.
           close stkmove-file.
      *
       339-one-stkmove.
           read stkmove-file
                at end move ws-eof-y    to ws-eof-flag
                not at end
                     move stkmove-line to sn-data
                     perform 370-write-snap-data
           end-read.
      *
       340-snap-saledly.
           move 16                      to ws-mst-idx.
           perform 360-write-snap-header.
           move ws-eof-n                to ws-eof-flag.
           open input saledly-file.
           perform 341-one-saledly
                until ws-eof-flag is equal to ws-eof-y.
           close saledly-file.
      *
       341-one-saledly.
           read saledly-file
                at end move ws-eof-y    to ws-eof-flag
                not at end
                     move saledly-line to sn-data
                     perform 370-write-snap-data
           end-read.
      *
       342-snap-cogstran.
           move 17                      to ws-mst-idx.
           perform 360-write-snap-header.
           move ws-eof-n                to ws-eof-flag.
           open input cogstran-file.
           perform 343-one-cogstran
                until ws-eof-flag is equal to ws-eof-y.
           close cogstran-file.
      *
       343-one-cogstran.
           read cogstran-file
                at end move ws-eof-y    to ws-eof-flag
                not at end
                     move cogstran-line to sn-data
                     perform 370-write-snap-data
           end-read.
      *
       344-snap-cphmast.
           move 18                      to ws-mst-idx.
           perform 360-write-snap-header.
           move ws-eof-n                to ws-eof-flag.
           open input cphmast-file.
           perform 345-one-cphmast
                until ws-eof-flag is equal to ws-eof-y.
           close cphmast-file.
      *
       345-one-cphmast.
           read cphmast-file
                at end move ws-eof-y    to ws-eof-flag
                not at end
                     move cphmast-line to sn-data
                     perform 370-write-snap-data
           end-read.
      *
       346-snap-loymast.
           move 19                      to ws-mst-idx.
           perform 360-write-snap-header.
           move ws-eof-n                to ws-eof-flag.
           open input loymast-file.
           perform 347-one-loymast
                until ws-eof-flag is equal to ws-eof-y.
           close loymast-file.
      *
       347-one-loymast.
           read loymast-file
                at end move ws-eof-y    to ws-eof-flag
                not at end
                     move loymast-line to sn-data
                     perform 370-write-snap-data
           end-read.
      *
       348-snap-mchmast.
           move 20                      to ws-mst-idx.
           perform 360-write-snap-header.
           move ws-eof-n                to ws-eof-flag.
           open input mchmast-file.
           perform 349-one-mchmast
                until ws-eof-flag is equal to ws-eof-y.
           close mchmast-file.
      *
       349-one-mchmast.
           read mchmast-file
                at end move ws-eof-y    to ws-eof-flag
                not at end
                     move mchmast-line to sn-data
                     perform 370-write-snap-data
           end-read.
      *
       350-snap-mrgmast.
           move 21                      to ws-mst-idx.
           perform 360-write-snap-header.
           move ws-eof-n                to ws-eof-flag.
           open input mrgmast-file.
           perform 351-one-mrgmast
                until ws-eof-flag is equal to ws-eof-y.
           close mrgmast-file.
      *
       351-one-mrgmast.
           read mrgmast-file
                at end move ws-eof-y    to ws-eof-flag
                not at end
                     move mrgmast-line to sn-data
                     perform 370-write-snap-data
           end-read.
      *
       352-snap-setopen.
           move 22                      to ws-mst-idx.
           perform 360-write-snap-header.
           move ws-eof-n                to ws-eof-flag.
           open input setopen-file.
           perform 353-one-setopen
                until ws-eof-flag is equal to ws-eof-y.
           close setopen-file.
      *
       353-one-setopen.
           read setopen-file
                at end move ws-eof-y    to ws-eof-flag
                not at end
                     move setopen-line to sn-data
                     perform 370-write-snap-data
           end-read.
      *
       354-snap-trnarc.
           move 23                      to ws-mst-idx.
           perform 360-write-snap-header.
           move ws-eof-n                to ws-eof-flag.
           open input trnarc-file.
           perform 355-one-trnarc
                until ws-eof-flag is equal to ws-eof-y.
           close trnarc-file.
      *
       355-one-trnarc.
           read trnarc-file
                at end move ws-eof-y    to ws-eof-flag
                not at end
                     move trnarc-line to sn-data
                     perform 370-write-snap-data
           end-read.
      *
       360-write-snap-header.
           move rc-business-date        to sn-business-date.
           move ws-mst-name(ws-mst-idx) to sn-master.
           move "H"                     to sn-rec-type.
           move spaces                  to sn-data.
           write snap-out-line          from snap-in-line.
           move "D"                     to sn-rec-type.
      *
       370-write-snap-data.
           write snap-out-line          from snap-in-line.
           add 1                        to ws-mst-count(ws-mst-idx).
      *
      * each master named on the date's snapshot is rewritten from
      * it; an H record opens the next master, its D records
      * follow in their original order
       400-restore-masters.
           move ws-eof-n                to ws-snap-eof-flag.
           open input snap-in-file.
           perform 410-one-restore-record
                until ws-snap-eof-flag is equal to ws-eof-y.
           close snap-in-file.
           if ws-open-mst > 0
                perform 440-close-master
           end-if.
      *
       410-one-restore-record.
           read snap-in-file
                at end move ws-eof-y    to ws-snap-eof-flag
                not at end
                     if sn-business-date = rc-business-date
                          perform 420-restore-one-record
                     end-if
           end-read.
      *
       420-restore-one-record.
           if sn-header
                if ws-open-mst > 0
                     perform 440-close-master
                end-if
                perform varying ws-mst-idx from 1 by 1
                     until ws-mst-idx > ws-mst-max
                        or ws-mst-name(ws-mst-idx) = sn-master
                     continue
                end-perform
                if ws-mst-idx not > ws-mst-max
                     move ws-mst-idx    to ws-open-mst
                     move "Y"           to ws-mst-seen(ws-open-mst)
                     perform 430-open-master
                end-if
           else
                if ws-open-mst > 0
                     perform 435-write-master
                     add 1              to ws-mst-count(ws-open-mst)
                end-if
           end-if.
      *
       430-open-master.
           evaluate ws-open-mst
                when 1  open output laymast-file
                when 2  open output accmast-file
                when 3  open output taxmast-file
                when 4  open output depshrt-file
                when 5  open output cshshrt-file
                when 6  open output gcmast-file
                when 7  open output saleslg-file
                when 8  open output custret-file
                when 9  open output credmst-file
                when 10 open output susp-file
                when 11 open output invhist-file
                when 12 open output rejmast-file
                when 13 open output prodmast-file
                when 14 open output salehst-file
                when 15 open output stkmove-file
                when 16 open output saledly-file
                when 17 open output cogstran-file
                when 18 open output cphmast-file
                when 19 open output loymast-file
                when 20 open output mchmast-file
                when 21 open output mrgmast-file
                when 22 open output setopen-file
                when 23 open output trnarc-file
           end-evaluate.
      *
       435-write-master.
           evaluate ws-open-mst
                when 1  write laymast-line from sn-data
                when 2  write accmast-line from sn-data
                when 3  write taxmast-line from sn-data
                when 4  write depshrt-line from sn-data
                when 5  write cshshrt-line from sn-data
                when 6  write gcmast-line from sn-data
                when 7  write saleslg-line from sn-data
                when 8  write custret-line from sn-data
                when 9  write credmst-line from sn-data
                when 10 write susp-line from sn-data
                when 11 write invhist-line from sn-data
                when 12 write rejmast-line from sn-data
                when 13 write prodmast-line from sn-data
                when 14 write salehst-line from sn-data
                when 15 write stkmove-line from sn-data
                when 16 write saledly-line from sn-data
                when 17 write cogstran-line from sn-data
                when 18 write cphmast-line from sn-data
                when 19 write loymast-line from sn-data
                when 20 write mchmast-line from sn-data
                when 21 write mrgmast-line from sn-data
                when 22 write setopen-line from sn-data
                when 23 write trnarc-line from sn-data
           end-evaluate.
      *
       440-close-master.
           evaluate ws-open-mst
                when 1  close laymast-file
                when 2  close accmast-file
                when 3  close taxmast-file
                when 4  close depshrt-file
                when 5  close cshshrt-file
                when 6  close gcmast-file
                when 7  close saleslg-file
                when 8  close custret-file
                when 9  close credmst-file
                when 10 close susp-file
                when 11 close invhist-file
                when 12 close rejmast-file
                when 13 close prodmast-file
                when 14 close salehst-file
                when 15 close stkmove-file
                when 16 close saledly-file
                when 17 close cogstran-file
                when 18 close cphmast-file
                when 19 close loymast-file
                when 20 close mchmast-file
                when 21 close mrgmast-file
                when 22 close setopen-file
                when 23 close trnarc-file
           end-evaluate.
           move 0                       to ws-open-mst.
      *
      * earlier snapshots carried forward; when a snapshot is being
      * taken, that date's old one and any past retention drop out
       500-carry-snapshots.
           move ws-eof-n                to ws-snap-eof-flag.
           move 0                       to ws-last-snap-date.
           open input snap-in-file.
           perform 510-one-carry-record
                until ws-snap-eof-flag is equal to ws-eof-y.
           close snap-in-file.
      *
       510-one-carry-record.
           read snap-in-file
                at end move ws-eof-y    to ws-snap-eof-flag
                not at end
                     perform 520-carry-one-record
           end-read.
      *
       520-carry-one-record.
           call "A0DAYDIF" using sn-business-date,
                rc-business-date, ws-snap-age-days.
           if rc-snapshot and not ws-refused
                and (sn-business-date = rc-business-date
                     or ws-snap-age-days > ws-snap-retain-days)
                if sn-business-date not = ws-last-snap-date
                     and sn-business-date not = rc-business-date
                     add 1              to ws-snap-dates-aged
                end-if
           else
                write snap-out-line     from snap-in-line
                if sn-business-date not = ws-last-snap-date
                     add 1              to ws-snap-dates-kept
                end-if
           end-if.
           move sn-business-date        to ws-last-snap-date.
      *
      * the run history carried forward -- a backed-out date loses
      * its rows, so A0RUNCTL treats the date as never run
       600-carry-run-history.
           move ws-eof-n                to ws-hist-eof-flag.
           open input runhist-in-file.
           perform 610-one-carry-row
                until ws-hist-eof-flag is equal to ws-eof-y.
           close runhist-in-file.
      *
       610-one-carry-row.
           read runhist-in-file
                at end move ws-eof-y    to ws-hist-eof-flag
                not at end
                     if rc-back-out and not ws-refused
                          and hi-business-date = rc-business-date
                          add 1         to ws-hist-removed
                     else
                          write runhist-out-line
                               from runhist-in-line
                     end-if
           end-read.
      *
      * PROCDATES is rewritten without the date, so A7SPLIT takes
      * the rerun without a RERUNOK override
       650-back-off-procdates.
           open output processed-dates-file.
           perform varying ws-pd-idx from 1 by 1
                until ws-pd-idx > ws-pd-count
                write processed-dates-line
                     from ws-pd-entry(ws-pd-idx)
           end-perform.
           close processed-dates-file.
      *
      * A8SL's checkpoint is emptied, so the rerun of the night
      * is not taken for a restart of the run being backed out
       660-clear-checkpoint.
           move ws-eof-n                to ws-eof-flag.
           open input checkpoint-file.
           perform 662-count-checkpoint
                until ws-eof-flag is equal to ws-eof-y.
           close checkpoint-file.
           open output checkpoint-file.
           close checkpoint-file.
      *
       662-count-checkpoint.
           read checkpoint-file
                at end move ws-eof-y    to ws-eof-flag
                not at end add 1        to ws-ckpt-cleared
           end-read.
      *
       800-report-back-out.
           write report-line            from ws-blank-line.
           move "RECORDS RESTORED"      to dl-count-heading.
           write report-line            from ws-master-header.
           perform varying ws-mst-idx from 1 by 1
                until ws-mst-idx > ws-mst-max
                move ws-mst-name(ws-mst-idx)  to dl-master
                move ws-mst-count(ws-mst-idx) to dl-master-count
                if ws-mst-seen(ws-mst-idx) = "Y"
                     move spaces        to dl-master-note
                else
                     move "NOT ON SNAPSHOT - LEFT AS IS"
                                        to dl-master-note
                end-if
                write report-line       from ws-master-line
           end-perform.
           write report-line            from ws-blank-line.
           move "PROCDATES"             to dl-backoff-file.
           move ws-pd-removed           to dl-backoff-count.
           move "ENTRIES FOR THE DATE REMOVED"
                                        to dl-backoff-text.
           write report-line            from ws-backoff-line.
           move "RUN HISTORY"           to dl-backoff-file.
           move ws-hist-removed         to dl-backoff-count.
           move "ROWS FOR THE DATE REMOVED"
                                        to dl-backoff-text.
           write report-line            from ws-backoff-line.
           move "SLCHKPT"               to dl-backoff-file.
           move ws-ckpt-cleared         to dl-backoff-count.
           move "CHECKPOINT RECORDS CLEARED"
                                        to dl-backoff-text.
           write report-line            from ws-backoff-line.
      *
       810-report-pd-overflow.
           write report-line            from ws-blank-line.
           move "PROCDATES"             to dl-backoff-file.
           move ws-pd-overflow          to dl-backoff-count.
           move "DATES OVER THE 2000 HELD - NOT REWRITTEN"
                                        to dl-backoff-text.
           write report-line            from ws-backoff-line.
      *
       900-close-files.
           close rollback-ctl-file.
           close snap-out-file, runhist-out-file.
           close report-file.
      *
       end program A0ROLLBK.
