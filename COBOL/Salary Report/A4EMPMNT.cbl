       identification division.
       program-id. A4EMPMNT.
       date-written. October 15, 2026.
       author. Bilgan Kiris.
      *Description: applies HR's maintenance transaction file of
      *adds, changes, and terminations against the indexed employee
      *master A4SALRPT reads, updating it in place by employee
      *number, writes a salary-history record for every change to
      *an employee's salary, and produces an audit report of every
      *applied, held, and rejected transaction (old salary, new
      *salary, who keyed it, when it takes effect, and when the run
      *happened).
      *
      *-----------------------------------------------
      *  MODIFICATION HISTORY
      *-----------------------------------------------
      * 2026-10-15  new program -- the salary review input was
      *             previously rebuilt by hand for every run.
      * 2026-10-15  user authority and segregation of duties: the
      *             user who keyed each transaction must hold the
      *             add (EMPA), change (EMPC), or terminate (EMPT)
      *             authority on the USERAUTH master, through the
      *             common A0USRCHK routine, and may not maintain
      *             their own employee record; a refused transaction
      *             is rejected on the audit -- a held future-dated
      *             one is judged again the night it comes due.
      *
       environment division.
       configuration section.
      *
       input-output section.
       file-control.
      * indexed employee-master declaration -- updated in place,
      * keyed by employee number
           select employee-master-file
                assign to EMPMAST
                organization is indexed
                access is random
                record key is em-emp-no.
      *
      * maintenance transaction file declaration -- adds, changes,
      * and terminations keyed by employee number
           select tran-file
                assign to EMPTRAN
                organization is sequential.
      *
      * future-dated transactions held from prior runs -- optional
           select optional pend-in-file
                assign to PENDIN
                organization is sequential.
      *
      * future-dated transactions still waiting after this run
           select pend-out-file
                assign to PENDOUT
                organization is sequential.
      *
      * salary history -- appended to, one record per change to an
      * employee's salary of record
           select optional salhist-file
                assign to SALHIST
                organization is sequential.
      *
      * audit report declaration
           select audit-file
                assign to AUDFILE
                organization is sequential.
      *
       data division.
       file section.
      *
       fd employee-master-file
           data record is employee-master-line
           record contains 80 characters.
      *
       01 employee-master-line.
           copy EMPMAST replacing ==:TAG:== by ==em==.
      *
       fd tran-file
           recording mode is F
           data record is tran-line
           record contains 55 characters.
      *
       01 tran-line.
           05 tr-action                 pic x.
                88 tr-action-add        value "A".
                88 tr-action-change     value "C".
                88 tr-action-terminate  value "T".
           05 tr-emp-no                 pic x(3).
           05 tr-name                   pic x(15).
           05 tr-code                   pic x.
           05 tr-years                  pic 99.
           05 tr-salary                 pic 9(5)v99.
           05 tr-hire-date              pic 9(8).
           05 tr-dept                   pic x(2).
           05 tr-user-id                pic x(8).
      *    zero means effective immediately; on a terminate it is
      *    also the termination date
           05 tr-effective-date         pic 9(8).
      *
      * held future-dated transactions, same layout as EMPTRAN
       fd pend-in-file
           recording mode is F
           data record is pend-in-line
           record contains 55 characters.
       01 pend-in-line                  pic x(55).
      *
       fd pend-out-file
           recording mode is F
           data record is pend-out-line
           record contains 55 characters.
       01 pend-out-line                 pic x(55).
      *
       fd salhist-file
           recording mode is F
           data record is salhist-line
           record contains 60 characters.
      *
       01 salhist-line.
           copy SALHIST replacing ==:TAG:== by ==sh==.
      *
       fd audit-file
           recording mode is F
           data record is audit-line
           record contains 120 characters.
      *
       01 audit-line                    pic x(120).
      *
       working-storage section.
      *
       01 ws-title.
           05 filler                    pic x(15)
                value spaces.
           05 ws-title-name             pic x(34)
                value "Employee Master Maintenance Audit".
           05 filler                    pic x(2)
                value spaces.
           05 ws-title-date             pic 9(8).
      *
       01 ws-column-header.
           05 filler                    pic x(7)
                value "ACTION".
           05 filler                    pic x(4)
                value "EMP".
           05 filler                    pic x(16)
                value "NAME".
           05 filler                    pic x(9)
                value "USER".
           05 filler                    pic x(9)
                value "EFF DATE".
           05 filler                    pic x(11)
                value "DISPOSITION".
           05 filler                    pic x(2)
                value spaces.
           05 filler                    pic x(28)
                value "OLD SALARY -> NEW SALARY".
      *
      *-----------------------------------------------
      *  AUDIT DETAIL LINE (APPLIED TRANSACTIONS)
      *-----------------------------------------------
       01 ws-audit-detail.
           05 dl-action                 pic x(6).
           05 filler                    pic x(1)
                value spaces.
           05 dl-emp-no                 pic x(3).
           05 filler                    pic x(1)
                value spaces.
           05 dl-name                   pic x(15).
           05 filler                    pic x(1)
                value spaces.
           05 dl-user-id                pic x(8).
           05 filler                    pic x(1)
                value spaces.
           05 dl-eff-date               pic 9(8).
           05 filler                    pic x(1)
                value spaces.
           05 dl-disposition            pic x(9).
           05 filler                    pic x(4)
                value spaces.
           05 dl-old-salary             pic zz,zz9.99.
           05 filler                    pic x(4)
                value " -> ".
           05 dl-new-salary             pic zz,zz9.99.
           05 filler                    pic x(1)
                value spaces.
           05 dl-status                 pic x(10).
      *
      *-----------------------------------------------
      *  AUDIT EXCEPTION LINE (REJECTED TRANSACTIONS)
      *-----------------------------------------------
       01 ws-reject-line.
           05 filler                    pic x(4)
                value spaces.
           05 filler                    pic x(13)
                value "*** REJECTED:".
           05 filler                    pic x(1)
                value spaces.
           05 dl-rej-action             pic x.
           05 filler                    pic x(1)
                value spaces.
           05 dl-rej-emp-no             pic x(3).
           05 filler                    pic x(1)
                value spaces.
           05 dl-rej-user               pic x(8).
           05 filler                    pic x(1)
                value spaces.
           05 dl-rej-reason             pic x(34).
           05 filler                    pic x(4)
                value " ***".
      *
      *-----------------------------------------------
      *  AUDIT TRAILER
      *-----------------------------------------------
       01 ws-trailer-line.
           05 filler                    pic x(16)
                value "Trans Applied:".
           05 dl-applied-count          pic zzz9.
           05 filler                    pic x(4)
                value spaces.
           05 filler                    pic x(16)
                value "Trans Rejected:".
           05 dl-rejected-count         pic zzz9.
           05 filler                    pic x(4)
                value spaces.
           05 filler                    pic x(14)
                value "Held Pending:".
           05 dl-pending-count          pic zzz9.
           05 filler                    pic x(4)
                value spaces.
           05 filler                    pic x(16)
                value "Salary History:".
           05 dl-history-count          pic zzz9.
      *
       01 ws-pending-line.
           05 filler                    pic x(4)
                value spaces.
           05 filler                    pic x(12)
                value "*** PENDING:".
           05 filler                    pic x(1)
                value spaces.
           05 dl-pnd-action             pic x.
           05 filler                    pic x(1)
                value spaces.
           05 dl-pnd-emp-no             pic x(3).
           05 filler                    pic x(1)
                value spaces.
           05 dl-pnd-user               pic x(8).
           05 filler                    pic x(12)
                value " EFFECTIVE".
           05 dl-pnd-eff-date           pic 9(8).
           05 filler                    pic x(4)
                value " ***".
      *
       01 ws-totals.
           05 ws-applied-count          pic 9(4) value 0.
           05 ws-rejected-count         pic 9(4) value 0.
           05 ws-pending-count          pic 9(4) value 0.
           05 ws-history-count          pic 9(4) value 0.
      *
       01 ws-today                      pic 9(8).
      *
      *-----------------------------------------------
      *  USER AUTHORITY (USERAUTH VIA A0USRCHK)
      *-----------------------------------------------
       01 ws-auth-work.
           05 ws-auth-tran-type         pic x(4).
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
       01 ws-master-work.
           05 ws-mst-found-switch       pic x value "N".
                88 ws-mst-found         value "Y".
           05 ws-old-salary             pic 9(5)v99.
           05 ws-old-status             pic x.
      *    the date the transaction takes effect -- its own date,
      *    or today when it was keyed for immediate effect
           05 ws-tran-eff-date          pic 9(8).
      *
       01 ws-file.
           05 ws-eof-y                  pic x value "Y".
           05 ws-eof-n                  pic x value "N".
           05 ws-tran-eof-flag          pic x.
           05 ws-pend-eof-flag          pic x value "N".
      *
      *-----------------------------------------------
      *  CURRENT DATETIME CODE FROM IBM DOCUMENTATION
      *-----------------------------------------------
       01 ws-current-date.
           05 ws-date.
                10 ws-year              pic 9(4).
                10 ws-month             pic 9(2).
                10 ws-day               pic 9(2).
           05 ws-time.
                10 ws-hour              pic 9(2).
                10 ws-minute            pic 9(2).
                10 ws-second            pic 9(2).
                10 ws-millisec          pic 9(2).
           05 ws-GMT-offset             pic s9(4).
      *
      *-----------------------------------------------
      *  CONSTANTS
      *-----------------------------------------------
       77 ws-applied-text               pic x(9)
           value "APPLIED".
       77 ws-add-text                   pic x(6)
           value "ADD".
       77 ws-change-text                pic x(6)
           value "CHANGE".
       77 ws-terminate-text             pic x(6)
           value "TERM".
       77 ws-terminated-text            pic x(10)
           value "TERMINATED".
      *
       procedure division.
       000-main.
      *
           perform 100-open-files.
           perform 150-audit-header.
      *
      *    held transactions whose day has come apply ahead of
      *    tonight's keyed work; the rest carry forward
           perform 300-process-pending.
      *
           perform 200-read-tran.
           perform 400-process-trans
                until ws-tran-eof-flag is equal to ws-eof-y.
      *
           perform 800-print-trailer.
           perform 900-close-files.
      *
           goback.
      *
       100-open-files.
           open i-o employee-master-file.
           open input tran-file.
           open output audit-file, pend-out-file.
           open extend salhist-file.
           move ws-eof-n                to ws-tran-eof-flag.
      *
       150-audit-header.
           move function current-date   to ws-current-date.
           move ws-date                 to ws-today.
           move ws-date                 to ws-title-date.
           write audit-line             from ws-title.
           move spaces                  to audit-line.
           write audit-line.
           write audit-line             from ws-column-header.
           move spaces                  to audit-line.
           write audit-line.
      *
       200-read-tran.
           read tran-file
                at end move ws-eof-y    to ws-tran-eof-flag.
      *
       300-process-pending.
           open input pend-in-file.
           perform 302-read-pending.
           perform 304-apply-one-pending
                until ws-pend-eof-flag is equal to ws-eof-y.
           close pend-in-file.
      *
       302-read-pending.
           read pend-in-file
                at end move ws-eof-y    to ws-pend-eof-flag.
      *
       304-apply-one-pending.
           move pend-in-line            to tran-line.
           perform 420-judge-effective-date.
           perform 302-read-pending.
      *
      * a transaction ahead of its effective date is held, not
      * applied -- it goes back on the pending file with its own
      * audit line
       420-judge-effective-date.
           perform 415-check-authority.
           if ws-auth-refused
                add 1                   to ws-auth-rej-count
                move ws-auth-reason     to dl-rej-reason
                perform 600-write-reject
           else
           if tr-effective-date > ws-today
                add 1                   to ws-pending-count
                write pend-out-line     from tran-line
                move tr-action          to dl-pnd-action
                move tr-emp-no          to dl-pnd-emp-no
                move tr-user-id         to dl-pnd-user
                move tr-effective-date  to dl-pnd-eff-date
                write audit-line        from ws-pending-line
           else
                perform 430-apply-one-tran
           end-if
           end-if.
      *
      * the user who keyed the transaction must hold the authority
      * for its action and may not be the employee it maintains --
      * a bad action code is left for the apply to reject
       415-check-authority.
           move spaces                  to ws-auth-result.
           if tr-action-add or tr-action-change
                or tr-action-terminate
                if tr-action-add
                     move "EMPA"        to ws-auth-tran-type
                else if tr-action-change
                     move "EMPC"        to ws-auth-tran-type
                else
                     move "EMPT"        to ws-auth-tran-type
                end-if
                end-if
                call "A0USRCHK" using tr-user-id, ws-auth-tran-type,
                     ws-auth-amount, ws-auth-result, ws-auth-reason,
                     ws-auth-emp-no
                if not ws-auth-refused
                     and ws-auth-emp-no not = spaces
                     and ws-auth-emp-no = tr-emp-no
                     move "N"           to ws-auth-result
                     move "USER MAY NOT MAINTAIN OWN RECORD"
                                        to ws-auth-reason
                end-if
           end-if.
      *
       400-process-trans.
           perform 420-judge-effective-date.
           perform 200-read-tran.
      *
       430-apply-one-tran.
           if tr-effective-date = 0
                move ws-today           to ws-tran-eff-date
           else
                move tr-effective-date  to ws-tran-eff-date
           end-if.
           perform 410-find-master-entry.
      *
           if tr-action-add
                perform 500-apply-add
           else if tr-action-change
                perform 510-apply-change
           else if tr-action-terminate
                perform 520-apply-terminate
           else
                move "ACTION CODE NOT A, C, OR T"
                                        to dl-rej-reason
                perform 600-write-reject
           end-if.
      *
      * keyed read against the master -- an invalid key means the
      * employee is not on file
       410-find-master-entry.
           move "N"                     to ws-mst-found-switch.
           move 0                       to ws-old-salary.
           move space                   to ws-old-status.
           move tr-emp-no               to em-emp-no.
           read employee-master-file
                invalid key
                     move "N"           to ws-mst-found-switch
                not invalid key
                     set ws-mst-found   to true
                     move em-salary     to ws-old-salary
                     move em-status     to ws-old-status
           end-read.
      *
      * a new hire's starting salary opens the salary history
       500-apply-add.
           if ws-mst-found
                move "EMPLOYEE ALREADY ON MASTER"
                                        to dl-rej-reason
                perform 600-write-reject
           else
                move spaces             to employee-master-line
                move tr-emp-no          to em-emp-no
                move tr-name            to em-name
                move tr-code            to em-code
                move tr-years           to em-years
                move tr-salary          to em-salary
                move tr-hire-date       to em-hire-date
                move tr-dept            to em-dept
                set em-active           to true
                move 0                  to em-term-date
                move ws-tran-eff-date   to em-salary-eff-date
                move ws-today           to em-last-change-date
                move tr-user-id         to em-last-change-user
                write employee-master-line
                     invalid key
                          move "MASTER WRITE FAILED"
                               to dl-rej-reason
                          perform 600-write-reject
                     not invalid key
                          move ws-add-text to dl-action
                          perform 610-write-applied
                          move "HI"     to sh-reason
                          perform 620-write-salary-history
                end-write
           end-if.
      *
      * a change carries the whole record, as keyed; only a salary
      * that actually moved goes to the salary history
       510-apply-change.
           if not ws-mst-found
                move "EMPLOYEE NOT ON MASTER"
                                        to dl-rej-reason
                perform 600-write-reject
           else if em-terminated
                move "EMPLOYEE IS TERMINATED"
                                        to dl-rej-reason
                perform 600-write-reject
           else
                move tr-name            to em-name
                move tr-code            to em-code
                move tr-years           to em-years
                move tr-salary          to em-salary
                move tr-hire-date       to em-hire-date
                move tr-dept            to em-dept
                if tr-salary not = ws-old-salary
                     move ws-tran-eff-date
                                        to em-salary-eff-date
                end-if
                move ws-today           to em-last-change-date
                move tr-user-id         to em-last-change-user
                rewrite employee-master-line
                     invalid key
                          move "MASTER REWRITE FAILED"
                               to dl-rej-reason
                          perform 600-write-reject
                     not invalid key
                          move ws-change-text to dl-action
                          perform 610-write-applied
                          if tr-salary not = ws-old-salary
                               move "AD" to sh-reason
                               perform 620-write-salary-history
                          end-if
                end-rewrite
           end-if.
      *
      * a termination is never a delete -- the employee stays on
      * the master, marked terminated as of the effective date, so
      * the salary history keeps its owner
       520-apply-terminate.
           if not ws-mst-found
                move "EMPLOYEE NOT ON MASTER"
                                        to dl-rej-reason
                perform 600-write-reject
           else if em-terminated
                move "EMPLOYEE ALREADY TERMINATED"
                                        to dl-rej-reason
                perform 600-write-reject
           else
                set em-terminated       to true
                move ws-tran-eff-date   to em-term-date
                move ws-today           to em-last-change-date
                move tr-user-id         to em-last-change-user
                rewrite employee-master-line
                     invalid key
                          move "MASTER REWRITE FAILED"
                               to dl-rej-reason
                          perform 600-write-reject
                     not invalid key
                          move ws-terminate-text to dl-action
                          perform 610-write-applied
                end-rewrite
           end-if.
      *
       600-write-reject.
           add 1                        to ws-rejected-count.
           move tr-action               to dl-rej-action.
           move tr-emp-no               to dl-rej-emp-no.
           move tr-user-id              to dl-rej-user.
           write audit-line             from ws-reject-line.
      *
       610-write-applied.
           add 1                        to ws-applied-count.
           move em-emp-no               to dl-emp-no.
           move em-name                 to dl-name.
           move tr-user-id              to dl-user-id.
           move ws-tran-eff-date        to dl-eff-date.
           move ws-applied-text         to dl-disposition.
           move ws-old-salary           to dl-old-salary.
           move em-salary               to dl-new-salary.
           if em-terminated
                move ws-terminated-text to dl-status
           else
                move spaces             to dl-status
           end-if.
           write audit-line             from ws-audit-detail.
      *
      * one history record per salary change, effective the day
      * the transaction takes effect; the caller sets the reason
       620-write-salary-history.
           move em-emp-no               to sh-emp-no.
           move ws-tran-eff-date        to sh-eff-date.
           move ws-old-salary           to sh-old-salary.
           move em-salary               to sh-new-salary.
           move "A4EMPMNT"              to sh-program.
           move tr-user-id              to sh-user-id.
           move ws-today                to sh-run-date.
           write salhist-line.
           add 1                        to ws-history-count.
      *
       800-print-trailer.
           move spaces                  to audit-line.
           write audit-line.
           move ws-applied-count        to dl-applied-count.
           move ws-rejected-count       to dl-rejected-count.
           move ws-pending-count        to dl-pending-count.
           move ws-history-count        to dl-history-count.
           write audit-line             from ws-trailer-line.
           move ws-auth-rej-count       to dl-auth-rej-count.
           write audit-line             from ws-auth-summary-line.
      *
       900-close-files.
           close employee-master-file.
           close tran-file.
           close pend-out-file.
           close audit-file.
           close salhist-file.
      *
       end program A4EMPMNT.
