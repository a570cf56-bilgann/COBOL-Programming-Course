      *             current active heads, and the signed
      *             hire/release delta -- a file HR can load, not
      *             a printout to retype.
      * 2026-10-15  interval staffing: the INTVFILE half-hour
      *             interval volumes and average handle times per
      *             department per day are rolled up by day of week
      *             and interval, and the operators each interval
      *             needs to meet the department's SLTARGET service
      *             level (percent answered within so many seconds,
      *             80% in 20 seconds when not given) are worked out
      *             by Erlang C and printed as a day-of-week by
      *             interval requirement grid for the schedulers.
      * 2026-10-15  shift roster check: the ROSTER file (operator,
      *             date, shift start and end, activity) is checked
      *             against OPRMAST -- an operator not on the master,
      *             or rostered while terminated or on leave, goes
      *             to EXCFILE -- and the COVRPT coverage report
      *             shows scheduled against required operators by
      *             department and day, with gaps and overstaffing
      *             marked.  required is the day's peak interval
      *             requirement where INTVFILE has the department,
      *             else the STAFPLAN required operators.
      * 2026-10-15  quality evaluations: the QAEVAL file of
      *             supervisors' scored calls (operator, date,
      *             evaluator, five category scores) is rolled up
      *             per operator and department for the period; the
      *             operator's average prints beside the call volume
      *             on the detail line, the department's beside its
      *             subtotal, a category breakdown per department
      *             follows, and operators averaging under the
      *             QAFLOOR percent (75 when not given) are listed.
      * 2026-10-15  cost per call: OPRMAST now carries the
      *             operator's employee number, the link to the
      *             EMPMAST employee master.  each operator's salary
      *             is spread over the months worked (leave and
      *             terminated months carry no cost, by the status
      *             codes), and the CPCRPT report shows per
      *             department and month the salary cost, answered
      *             calls, cost per answered call, and the change
      *             against the prior period's CPCPRIN extract.  an
      *             operator with no employee link goes to EXCFILE.
      * 2026-10-15  the reporting-period control record is read
      *             from RPTPERD -- PERIODCTL is the suite's closed
      *             accounting period file.  EMPMAST is optional: a
      *             master that is missing or will not open is
      *             reported and no salary cost is taken.  an
      *             interval with calls but no handle time is
      *             rejected to EXCFILE and counted.
      *
       environment division.
       input-output section.
      * and year of the 12-month period.  a missing record keeps
      * the historic july - june year
           select optional period-ctl-file
               assign to RPTPERD
               organization is sequential.
      *
      * half-hour interval volumes and average handle time per
      * department per day -- optional; no file, no interval grid
           select optional interval-file
               assign to INTVFILE
               organization is sequential.
      *
      * service-level targets by department -- optional; percent of
      * calls to be answered within so many seconds
           select optional sl-target-file
               assign to SLTARGET
               organization is sequential.
      *
      * quality evaluations of recorded calls -- optional; one
      * record per evaluated call
           select optional qa-eval-file
               assign to QAEVAL
               organization is sequential.
      *
      * quality-score floor control record -- optional; operators
      * averaging under this percent are listed
           select optional qa-floor-file
               assign to QAFLOOR
               organization is sequential.
      *
      * published shift roster -- optional; one record per shift
      * or activity block per operator per day
           select optional roster-file
               assign to ROSTER
               organization is sequential.
      *
      * roster coverage report, scheduled vs required by department
      * and day
           select coverage-file
               assign to COVRPT
               organization is sequential.
      *
      * employee master, for the salary of each operator's linked
      * employee number -- optional; missing or unopenable, the
      * cost report says so and no operator links
           select optional employee-master-file
               assign to EMPMAST
               organization is indexed
               access is random
               record key is em-emp-no
               file status is ws-empmast-status.
      *
      * cost per answered call by department and month
           select cost-report-file
               assign to CPCRPT
               organization is sequential.
      *
      * prior-period department cost extract -- optional; a missing
      * file just means no prior-period comparison
           select optional cost-prior-in-file
               assign to CPCPRIN
               organization is sequential.
      *
      * department cost extract written by this run, read back next
      * period
           select cost-prior-out-file
               assign to CPCPROUT
               organization is sequential.
      *
      * prior-period operator extract, previous period's state --
       fd operator-master
           recording mode is F
           data record is operator-master-line
           record contains 23 characters.
      *
       01 operator-master-line.
           05 om-opr-num               pic x(3).
           05 om-dept-code             pic x(2).
           05 om-status                pic x.
           05 om-eff-month             pic 99.
      *    the operator's employee number on EMPMAST
           05 om-emp-no                pic x(3).
      *
       fd reject-file
           recording mode is F
       01 period-ctl-line.
           05 pc-start-month           pic 99.
           05 pc-start-year            pic 9(4).
      *
      * one record per department, day, and half-hour interval;
      * the interval is identified by its start time
       fd interval-file
           recording mode is F
           data record is interval-line
           record contains 22 characters.
      *
       01 interval-line.
           05 iv-dept-code             pic x(2).
           05 iv-date                  pic 9(8).
           05 iv-start-time.
                10 iv-start-hh         pic 99.
                10 iv-start-mm         pic 99.
           05 iv-calls                 pic 9(4).
           05 iv-aht-secs              pic 9(4).
      *
       fd sl-target-file
           recording mode is F
           data record is sl-target-line
           record contains 7 characters.
      *
       01 sl-target-line.
           05 st-dept-code             pic x(2).
           05 st-target-pct            pic 99.
           05 st-answer-secs           pic 9(3).
      *
      * scores are percents, 0 - 100, in five form categories:
      * greeting, accuracy, resolution, courtesy, and compliance
       fd qa-eval-file
           recording mode is F
           data record is qa-eval-line
           record contains 34 characters.
      *
       01 qa-eval-line.
           05 qa-opr-num               pic x(3).
           05 qa-eval-date             pic 9(8).
           05 qa-evaluator             pic x(8).
           05 qa-scores.
                10 qa-score occurs 5 times
                                       pic 999.
      *
       fd qa-floor-file
           recording mode is F
           data record is qa-floor-line
           record contains 2 characters.
      *
       01 qa-floor-line.
           05 qf-floor-pct             pic 99.
      *
      * activity P phones, T training, L leave, O other off-phone
      * work; times are hhmm, an end at or before the start runs
      * past midnight
       fd roster-file
           recording mode is F
           data record is roster-line
           record contains 20 characters.
      *
       01 roster-line.
           05 rs-opr-num               pic x(3).
           05 rs-date                  pic 9(8).
           05 rs-start-time.
                10 rs-start-hh         pic 99.
                10 rs-start-mm         pic 99.
           05 rs-end-time.
                10 rs-end-hh           pic 99.
                10 rs-end-mm           pic 99.
           05 rs-activity              pic x.
                88 rs-act-phones       value "P".
                88 rs-act-training     value "T".
                88 rs-act-leave        value "L".
                88 rs-act-other        value "O".
      *
       fd coverage-file
           recording mode is F
           data record is coverage-line
           record contains 100 characters.
      *
       01 coverage-line                pic x(100).
      *
       fd employee-master-file
           data record is employee-master-line
           record contains 80 characters.
      *
       01 employee-master-line.
           copy EMPMAST replacing ==:TAG:== by ==em==.
      *
       fd cost-report-file
           recording mode is F
           data record is cost-report-line
           record contains 160 characters.
      *
       01 cost-report-line             pic x(160).
      *
      * one record per department: the salary cost and answered
      * calls of each of the period's 12 months
       fd cost-prior-in-file
           recording mode is F
           data record is cost-prior-in-line
           record contains 182 characters.
      *
       01 cost-prior-in-line.
           05 ci-dept-code             pic x(2).
           05 ci-month occurs 12 times.
                10 ci-salary-cost      pic 9(7)v99.
                10 ci-answered         pic 9(6).
      *
       fd cost-prior-out-file
           recording mode is F
           data record is cost-prior-out-line
           record contains 182 characters.
      *
       01 cost-prior-out-line.
           05 co-dept-code             pic x(2).
           05 co-month occurs 12 times.
                10 co-salary-cost      pic 9(7)v99.
                10 co-answered         pic 9(6).
      *
       fd prior-in-file
           recording mode is F
      *  VARIABLES
      *-----------------------------------------------
      * the report's 12 month labels, built at start of run from
      * the RPTPERD starting month (historic default: july)
       01 ws-vars.
           05 ws-month.
                10 ws-month-name       pic x(3) occurs 12 times.
                10 ws-opm-dept         pic x(2).
                10 ws-opm-status       pic x.
                10 ws-opm-eff-month    pic 99.
                10 ws-opm-emp-no       pic x(3).
      *
      * the current record's operator, resolved from the master --
      * the field names the rest of the report always used
                88 emp-status-leave    value "L".
                88 emp-status-term     value "T".
           05 emp-rec-eff-month        pic 99.
           05 emp-rec-emp-no           pic x(3).
      *
       01 ws-opm-work.
           05 ws-opm-idx               pic 9(3).
                10 ws-dept-highest-opr  pic x(3) value spaces.
                10 ws-dept-lowest-avg   pic 9(3) value 999.
                10 ws-dept-lowest-opr   pic x(3) value spaces.
                10 ws-dept-plan-req     pic 9(4) value 0.
       01 ws-dept-found-sw             pic x value "N".
           88 ws-dept-found             value "Y".
       01 ws-dept-idx                  pic 99 value 0.
                                        pic 9(6) value 0.
                     15 ws-dept-month-oprs
                                        pic 999  value 0.
                     15 ws-dept-month-cost
                                        pic 9(7)v99 value 0.
      *
       01 ws-svc-std-table.
           05 ws-std-count             pic 99 value 0.
           05 ws-plan-count            pic 9(3) value 0.
      *
      *-----------------------------------------------
      *  INTERVAL VOLUMES BY DEPT, DAY OF WEEK, AND HALF HOUR
      *-----------------------------------------------
       01 ws-interval-table.
           05 ws-ivd-count             pic 99 value 0.
           05 ws-ivd-entry occurs 20 times.
                10 ws-ivd-dept         pic x(2).
                10 ws-ivd-dow occurs 7 times.
                     15 ws-ivd-slot occurs 48 times.
                          20 ws-ivd-calls
                                       pic 9(7) value 0.
                          20 ws-ivd-handle-secs
                                       pic 9(9) value 0.
                          20 ws-ivd-days
                                       pic 999  value 0.
      *
       01 ws-interval-work.
           05 ws-ivd-idx               pic 99.
           05 ws-ivd-found-idx         pic 99.
           05 ws-ivd-found-sw          pic x value "N".
                88 ws-ivd-found        value "Y".
           05 ws-iv-dow                pic 9.
           05 ws-iv-slot               pic 99.
           05 ws-iv-eof-flag           pic x value "N".
           05 ws-iv-read-count         pic 9(6) value 0.
           05 ws-iv-used-count         pic 9(6) value 0.
           05 ws-iv-reject-count       pic 9(6) value 0.
           05 ws-iv-no-aht-count       pic 9(6) value 0.
           05 ws-iv-minutes            pic 9(4).
           05 ws-iv-row-calls          pic 9(8).
           05 ws-iv-row-peak           pic 9(4).
      *
      * per-department service-level targets; 80% in 20 seconds
      * for a department SLTARGET does not name
       01 ws-sl-target-table.
           05 ws-slt-count             pic 99 value 0.
           05 ws-slt-entry occurs 20 times.
                10 ws-slt-dept         pic x(2).
                10 ws-slt-pct          pic 99.
                10 ws-slt-secs         pic 9(3).
       01 ws-slt-work.
           05 ws-slt-idx               pic 99.
           05 ws-slt-eof-flag          pic x value "N".
           05 ws-found-slt-pct         pic 99.
           05 ws-found-slt-secs        pic 9(3).
      *
      * erlang C for one interval cell: traffic in erlangs, the
      * erlang B blocking carried up agent by agent, the chance a
      * call waits, and the resulting service level
       01 ws-erlang-work.
           05 ws-erl-aht               pic 9(4)v99.
           05 ws-erl-traffic           pic 9(4)v9(6).
           05 ws-erl-agents            pic 9(4).
           05 ws-erl-blocking          pic 9v9(15).
           05 ws-erl-wait-prob         pic 9v9(15).
           05 ws-erl-in-time           pic 9v9(15).
           05 ws-erl-sl-pct            pic s9(3)v99.
           05 ws-erl-met-sw            pic x.
                88 ws-erl-met          value "Y".
      *
       01 ws-dow-agent-hours.
           05 ws-dow-agents occurs 7 times
                                       pic 9(6).
      *
       01 ws-grid-header.
           05 filler                   pic x(39)
                value "REQUIRED OPERATORS BY INTERVAL -- DEPT ".
           05 dl-grid-dept             pic x(2).
           05 filler                   pic x(9)
                value "  TARGET ".
           05 dl-grid-target-pct       pic z9.
           05 filler                   pic x(5)
                value "% IN ".
           05 dl-grid-target-secs      pic zz9.
           05 filler                   pic x(8)
                value " SECONDS".
      *
       01 ws-grid-column-header.
           05 filler                   pic x(4)
                value spaces.
           05 filler                   pic x(13)
                value "INTERVAL".
           05 filler                   pic x(49)
                value "MON    TUE    WED    THU    FRI    SAT    SUN".
           05 filler                   pic x(4)
                value "PEAK".
      *
       01 ws-grid-line.
           05 filler                   pic x(4)
                value spaces.
           05 dl-grid-from-hh          pic 99.
           05 filler                   pic x value ":".
           05 dl-grid-from-mm          pic 99.
           05 filler                   pic x value "-".
           05 dl-grid-to-hh            pic 99.
           05 filler                   pic x value ":".
           05 dl-grid-to-mm            pic 99.
           05 filler                   pic x
                value spaces.
           05 ws-grid-cols occurs 7 times.
                10 dl-grid-agents      pic zzz9.
                10 filler              pic x(3)
                     value spaces.
           05 dl-grid-peak             pic zzz9.
      *
       01 ws-grid-hours-line.
           05 filler                   pic x(4)
                value spaces.
           05 filler                   pic x(10)
                value "OPR-HOURS".
           05 ws-grid-hour-cols occurs 7 times.
                10 dl-grid-hours       pic zzz9.9.
                10 filler              pic x(1)
                     value spaces.
      *
       01 ws-interval-trailer-line.
           05 filler                   pic x(4)
                value spaces.
           05 filler                   pic x(23)
                value "interval records: read=".
           05 dl-iv-read               pic zzzzz9.
           05 filler                   pic x(6)
                value " used=".
           05 dl-iv-used               pic zzzzz9.
           05 filler                   pic x(10)
                value " rejected=".
           05 dl-iv-rejected           pic zzzzz9.
           05 filler                   pic x(16)
                value " (no handle tm=".
           05 dl-iv-no-aht             pic zzzzz9.
           05 filler                   pic x(1)
                value ")".
      *
      *-----------------------------------------------
      *  COST PER ANSWERED CALL
      *-----------------------------------------------
       01 ws-cost-prior-table.
           05 ws-cpp-count             pic 99 value 0.
           05 ws-cpp-entry occurs 20 times.
                10 ws-cpp-dept         pic x(2).
                10 ws-cpp-month occurs 12 times.
                     15 ws-cpp-cost    pic 9(7)v99.
                     15 ws-cpp-calls   pic 9(6).
      *
       01 ws-cost-work.
           05 ws-cpp-idx               pic 99.
           05 ws-cpp-found-idx         pic 99.
           05 ws-cpp-found-sw          pic x value "N".
                88 ws-cpp-found        value "Y".
           05 ws-cpp-eof-flag          pic x value "N".
           05 ws-cost-monthly-salary   pic 9(5)v99.
           05 ws-cost-linked-count     pic 9(3) value 0.
           05 ws-cost-unlinked-count   pic 9(3) value 0.
           05 ws-cost-link-sw          pic x.
                88 ws-cost-linked      value "Y".
           05 ws-empmast-status        pic xx.
           05 ws-empmast-sw            pic x value "Y".
                88 ws-empmast-open     value "Y".
           05 ws-cost-per-call         pic 9(5)v99.
           05 ws-cost-prior-per-call   pic 9(5)v99.
           05 ws-cost-change-pct       pic s9(3).
           05 ws-cost-total            pic 9(8)v99.
           05 ws-cost-calls            pic 9(7).
           05 ws-cost-prior-total      pic 9(8)v99.
           05 ws-cost-prior-calls      pic 9(7).
           05 ws-cost-col              pic 99.
      *
       01 ws-cost-title.
           05 filler                   pic x(40)
                value "COST PER ANSWERED CALL BY DEPARTMENT -- ".
           05 dl-cost-from-month       pic x(3).
           05 filler                   pic x(1)
                value spaces.
           05 dl-cost-from-year        pic 9(4).
           05 filler                   pic x(3)
                value " - ".
           05 dl-cost-to-month         pic x(3).
           05 filler                   pic x(1)
                value spaces.
           05 dl-cost-to-year          pic 9(4).
      *
       01 ws-cost-dept-header.
           05 filler                   pic x(5)
                value "DEPT ".
           05 dl-cost-dept             pic x(2).
           05 filler                   pic x(7)
                value spaces.
           05 ws-cost-hdr-cols occurs 12 times.
                10 filler              pic x(7)
                     value spaces.
                10 dl-cost-hdr-month   pic x(3).
           05 filler                   pic x(4)
                value spaces.
           05 filler                   pic x(6)
                value "PERIOD".
      *
      *    one line per measure; column 13 is the period total
       01 ws-cost-amount-line.
           05 dl-cost-amt-label        pic x(14).
           05 ws-cost-amt-cols occurs 13 times.
                10 dl-cost-amount      pic zzzzzz,zz9.
      *
       01 ws-cost-calls-line.
           05 dl-cost-calls-label      pic x(14).
           05 ws-cost-calls-cols occurs 13 times.
                10 dl-cost-calls       pic z(9)9.
      *
       01 ws-cost-rate-line.
           05 dl-cost-rate-label       pic x(14).
           05 ws-cost-rate-cols occurs 13 times.
                10 dl-cost-rate        pic x(10).
      *
       01 ws-cost-rate-edit.
           05 ws-cost-rate-amount      pic zzzzzz9.99.
       01 ws-cost-pct-edit.
           05 filler                   pic x(5)
                value spaces.
           05 ws-cost-pct-amount       pic ---9.
           05 filler                   pic x
                value "%".
      *
       01 ws-cost-unlinked-line.
           05 filler                   pic x(4)
                value "*** ".
           05 filler                   pic x(9)
                value "OPERATOR ".
           05 dl-cul-opr               pic x(3).
           05 filler                   pic x(1)
                value spaces.
           05 dl-cul-name              pic x(12).
           05 filler                   pic x(1)
                value spaces.
           05 dl-cul-reason            pic x(34).
           05 filler                   pic x(4)
                value " ***".
      *
       01 ws-empmast-gone-line         pic x(60)
           value "*** EMPMAST NOT AVAILABLE - NO SALARY COST ***".
      *
       01 ws-cost-trailer-line.
           05 filler                   pic x(17)
                value "operators linked=".
           05 dl-cost-linked           pic zz9.
           05 filler                   pic x(11)
                value " unlinked=".
           05 dl-cost-unlinked         pic zz9.
      *
      *-----------------------------------------------
      *  QUALITY EVALUATIONS BY OPERATOR AND DEPARTMENT
      *-----------------------------------------------
      * operators averaging under this percent get listed -- the
      * QAFLOOR control record overrides it
       77 ws-qa-floor-pct               pic 99 value 75.
      *
       01 ws-qa-opr-table.
           05 ws-qao-count             pic 9(3) value 0.
           05 ws-qao-entry occurs 500 times.
                10 ws-qao-num          pic x(3).
                10 ws-qao-evals        pic 9(4).
                10 ws-qao-score-sum    pic 9(7).
      *
       01 ws-qa-dept-table.
           05 ws-qad-count             pic 99 value 0.
           05 ws-qad-entry occurs 20 times.
                10 ws-qad-dept         pic x(2).
                10 ws-qad-evals        pic 9(5).
                10 ws-qad-cat-sum occurs 5 times
                                       pic 9(7).
      *
       01 ws-qa-work.
           05 ws-qa-eof-flag           pic x value "N".
           05 ws-qaf-eof-flag          pic x value "N".
           05 ws-qa-read-count         pic 9(5) value 0.
           05 ws-qa-used-count         pic 9(5) value 0.
           05 ws-qa-reject-count       pic 9(5) value 0.
           05 ws-qa-below-count        pic 9(3) value 0.
           05 ws-qa-cat-idx            pic 9.
           05 ws-qa-bad-sw             pic x.
                88 ws-qa-bad           value "Y".
           05 ws-qao-idx               pic 9(3).
           05 ws-qao-found-idx         pic 9(3).
           05 ws-qao-found-sw          pic x value "N".
                88 ws-qao-found        value "Y".
           05 ws-qad-idx               pic 99.
           05 ws-qad-found-idx         pic 99.
           05 ws-qad-found-sw          pic x value "N".
                88 ws-qad-found        value "Y".
           05 ws-qa-eval-sum           pic 9(4).
           05 ws-qa-avg                pic 999.
           05 ws-qa-period-from        pic 9(8) value 0.
           05 ws-qa-period-to          pic 9(8) value 0.
      *
       01 ws-qa-edit.
           05 ws-qa-edit-avg           pic zz9.
      *
       01 ws-qa-header.
           05 filler                   pic x(40)
                value "QUALITY EVALUATIONS BY DEPARTMENT".
      *
       01 ws-qa-column-header.
           05 filler                   pic x(4)
                value spaces.
           05 filler                   pic x(25)
                value "DEPT  EVALS  GREET  ACCUR".
           05 filler                   pic x(33)
                value "  RESOL  COURT  COMPL  OVERALL".
      *
       01 ws-qa-dept-line.
           05 filler                   pic x(4)
                value spaces.
           05 dl-qa-dept               pic x(2).
           05 filler                   pic x(3)
                value spaces.
           05 dl-qa-evals              pic zzzz9.
           05 ws-qa-cat-cols occurs 5 times.
                10 filler              pic x(4)
                     value spaces.
                10 dl-qa-cat-avg       pic zz9.
           05 filler                   pic x(6)
                value spaces.
           05 dl-qa-overall            pic zz9.
      *
       01 ws-qa-below-header.
           05 filler                   pic x(35)
                value "OPERATORS BELOW THE QUALITY FLOOR (".
           05 dl-qa-floor              pic z9.
           05 filler                   pic x(2)
                value "%)".
      *
       01 ws-qa-below-line.
           05 filler                   pic x(4)
                value "*** ".
           05 dl-qab-num               pic x(3).
           05 filler                   pic x(1)
                value spaces.
           05 dl-qab-name              pic x(12).
           05 filler                   pic x(6)
                value " DEPT ".
           05 dl-qab-dept              pic x(2).
           05 filler                   pic x(8)
                value "  EVALS=".
           05 dl-qab-evals             pic zzz9.
           05 filler                   pic x(6)
                value "  AVG=".
           05 dl-qab-avg               pic zz9.
           05 filler                   pic x(5)
                value "% ***".
      *
       01 ws-qa-trailer-line.
           05 filler                   pic x(4)
                value spaces.
           05 filler                   pic x(17)
                value "qa evals: read=".
           05 dl-qat-read              pic zzzz9.
           05 filler                   pic x(6)
                value " used=".
           05 dl-qat-used              pic zzzz9.
           05 filler                   pic x(10)
                value " rejected=".
           05 dl-qat-rejected          pic zzzz9.
      *
      *-----------------------------------------------
      *  SHIFT ROSTER COVERAGE BY DEPARTMENT AND DAY
      *-----------------------------------------------
       01 ws-coverage-table.
           05 ws-cov-count             pic 9(3) value 0.
           05 ws-cov-entry occurs 300 times.
                10 ws-cov-dept         pic x(2).
                10 ws-cov-date         pic 9(8).
                10 ws-cov-heads        pic 9(4).
                10 ws-cov-phone-mins   pic 9(6).
                10 ws-cov-printed      pic x.
      *
      * operator-days already counted as a scheduled head, so two
      * phone blocks in one day count the operator once
       01 ws-roster-day-table.
           05 ws-rsd-count             pic 9(4) value 0.
           05 ws-rsd-entry occurs 3000 times.
                10 ws-rsd-opr          pic x(3).
                10 ws-rsd-date         pic 9(8).
      *
       01 ws-roster-work.
           05 ws-rst-eof-flag          pic x value "N".
           05 ws-rst-read-count        pic 9(5) value 0.
           05 ws-rst-used-count        pic 9(5) value 0.
           05 ws-rst-reject-count      pic 9(5) value 0.
           05 ws-rst-flag-count        pic 9(5) value 0.
           05 ws-rst-minutes           pic s9(5).
           05 ws-cov-idx               pic 9(3).
           05 ws-cov-found-idx         pic 9(3).
           05 ws-cov-found-sw          pic x value "N".
                88 ws-cov-found        value "Y".
           05 ws-rsd-idx               pic 9(4).
           05 ws-rsd-found-sw          pic x value "N".
                88 ws-rsd-found        value "Y".
           05 ws-cov-best-idx          pic 9(3).
           05 ws-cov-print-no          pic 9(3).
           05 ws-cov-req-heads         pic 9(4).
           05 ws-cov-req-agent-sum     pic 9(6).
           05 ws-cov-over-under        pic s9(4).
           05 ws-cov-gap-count         pic 9(3) value 0.
           05 ws-cov-over-count        pic 9(3) value 0.
      *
       01 ws-dow-names                 pic x(21)
           value "MONTUEWEDTHUFRISATSUN".
       01 ws-dow-names-r redefines ws-dow-names.
           05 ws-dow-name occurs 7 times pic x(3).
      *
       01 ws-cov-title.
           05 filler                   pic x(40)
                value "ROSTER COVERAGE -- SCHEDULED VS REQUIRED".
           05 filler                   pic x(11)
                value "  RUN DATE ".
           05 dl-cov-run-date          pic 9(8).
      *
       01 ws-cov-column-header.
           05 filler                   pic x(26)
                value "DEPT  DATE      DAY  SCHED".
           05 filler                   pic x(12)
                value "   REQ   O/U".
           05 filler                   pic x(27)
                value " PHONE-HRS  REQ-HRS  STATUS".
      *
       01 ws-cov-detail-line.
           05 dl-cov-dept              pic x(2).
           05 filler                   pic x(4)
                value spaces.
           05 dl-cov-date              pic 9(8).
           05 filler                   pic x(2)
                value spaces.
           05 dl-cov-day               pic x(3).
           05 filler                   pic x(2)
                value spaces.
           05 dl-cov-sched             pic zzzz9.
           05 filler                   pic x(1)
                value spaces.
           05 dl-cov-req               pic zzzz9.
           05 filler                   pic x(2)
                value spaces.
           05 dl-cov-over-under        pic ---9.
           05 filler                   pic x(3)
                value spaces.
           05 dl-cov-phone-hrs         pic zzzz9.9.
           05 filler                   pic x(2)
                value spaces.
           05 dl-cov-req-hrs           pic zzzz9.9.
           05 filler                   pic x(2)
                value spaces.
           05 dl-cov-status            pic x(22).
      *
       01 ws-rst-flag-line.
           05 filler                   pic x(4)
                value "*** ".
           05 dl-rf-opr                pic x(3).
           05 filler                   pic x(1)
                value spaces.
           05 dl-rf-date               pic 9(8).
           05 filler                   pic x(2)
                value spaces.
           05 dl-rf-reason             pic x(40).
           05 filler                   pic x(4)
                value " ***".
      *
       01 ws-cov-trailer-line.
           05 filler                   pic x(14)
                value "roster: read=".
           05 dl-rt-read               pic zzzz9.
           05 filler                   pic x(6)
                value " used=".
           05 dl-rt-used               pic zzzz9.
           05 filler                   pic x(9)
                value " flagged=".
           05 dl-rt-flagged            pic zzzz9.
           05 filler                   pic x(10)
                value " rejected=".
           05 dl-rt-rejected           pic zzzz9.
           05 filler                   pic x(7)
                value "  gaps=".
           05 dl-rt-gaps               pic zz9.
           05 filler                   pic x(7)
                value "  over=".
           05 dl-rt-over               pic zz9.
      *
      *-----------------------------------------------
      *  ANSWERED / ABANDONED SERVICE-LEVEL FIELDS
      *-----------------------------------------------
      * months under this service-level percent get flagged -- the
           05 filler                   pic x(3) value 'sl%'.
           05 filler                   pic x(2) value spaces.
           05 filler                   pic x(3) value 'y/y'.
           05 filler                   pic x(3) value spaces.
           05 filler                   pic x(2) value 'qa'.
      *
       01 ws-heading-line2.
           05 filler                   pic x(5) value spaces.
           05 filler                   pic x(2)
               value spaces.
           05 dl-opr-yoy               pic x(5).
           05 filler                   pic x(2)
               value spaces.
           05 dl-opr-qa                pic x(3).
      *
      *-----------------------------------------------
      *  CALL-VOLUME DROP ALERT LINE
           05 filler                   pic x(4)
                value "Y/Y=".
           05 dl-dept-yoy              pic x(5).
           05 filler                   pic x(2)
                value spaces.
           05 filler                   pic x(3)
                value "QA=".
           05 dl-dept-qa               pic x(3).
      *-----------------------------------------------
      *  SUMMARY LINES
      *-----------------------------------------------
      *open files
           open input  emp-file,
                output report-file, prior-out-file, reject-file,
                       staff-plan-file, coverage-file,
                       cost-report-file, cost-prior-out-file.
           open input  employee-master-file.
           open extend exception-file.
      *
      *get the current date & time
           accept ws-name-line-date from date.
           accept ws-name-line-time from time.
           move function current-date  to ws-exc-now.
      *
      *a missing master opens empty (05); one that will not open
      *at all is not closed at the end
           if ws-empmast-status not = "00"
                move "N"               to ws-empmast-sw
                if ws-empmast-status = "05"
                     close employee-master-file
                end-if
                move "A5CCORPT"        to ex-program
                move ws-exc-date       to ex-run-date
                move "2"               to ex-severity
                move "EMPMAST"         to ex-key
                move "EMPMAST NOT AVAILABLE" to ex-reason
                write exception-line
           end-if.
      *
      *derive the period's month labels and heading
           perform 050-load-period.
      *
      *load the per-department service standards
           perform 060-load-svc-standards.
      *
      *load last period's department cost extract and title the
      *cost report
           perform 065-load-prior-cost.
           perform 068-print-cost-title.
      *
      *load the service-level floor
           perform 070-load-sl-floor.
      *
      *load the service-level targets and the interval volumes
           perform 075-load-sl-targets.
           perform 078-load-intervals.
      *
      *load the quality floor and roll up the quality evaluations
           perform 083-load-qa-floor.
           perform 084-load-qa-evals.
      *
      *check the published roster against the operator master
           perform 090-load-roster.
      *
      *output first headings
           perform 100-print-headings.
                 prior-out-file
                 reject-file
                 staff-plan-file
                 coverage-file
                 cost-report-file
                 cost-prior-out-file
                 exception-file.
           if ws-empmast-open
                close employee-master-file
           end-if.
      *
           stop run.
      *
      *-----------------------------------------------
      *  RPTPERD absent or empty -- keep the historic july start
      *  (year shown as zero when no control record supplies one)
      *-----------------------------------------------
       050-load-period.
                move om-status         to ws-opm-status(ws-opm-count)
                move om-eff-month
                     to ws-opm-eff-month(ws-opm-count)
                move om-emp-no         to ws-opm-emp-no(ws-opm-count)
           end-if.
           perform 058-read-oprmast.
      *
           move ss-dept-code           to ws-std-dept(ws-std-count).
           move ss-calls-per-opr       to ws-std-calls(ws-std-count).
           perform 062-read-svc-std.
      *
       065-load-prior-cost.
           open input cost-prior-in-file.
           perform 066-read-prior-cost.
           perform 067-store-prior-cost
                until ws-cpp-eof-flag = 'y'.
           close cost-prior-in-file.
      *
       066-read-prior-cost.
           read cost-prior-in-file
                at end move 'y'        to ws-cpp-eof-flag.
      *
       067-store-prior-cost.
           if ws-cpp-count < 20
                add 1                  to ws-cpp-count
                move ci-dept-code      to ws-cpp-dept(ws-cpp-count)
                perform varying ws-cap-month-idx from 1 by 1
                     until ws-cap-month-idx > 12
                     move ci-salary-cost(ws-cap-month-idx) to
                          ws-cpp-cost(ws-cpp-count, ws-cap-month-idx)
                     move ci-answered(ws-cap-month-idx) to
                          ws-cpp-calls(ws-cpp-count, ws-cap-month-idx)
                end-perform
           end-if.
           perform 066-read-prior-cost.
      *
      *    operators with no employee link are listed under the
      *    title as the call records are read
       068-print-cost-title.
           move ws-head-from-month     to dl-cost-from-month.
           move ws-head-from-year      to dl-cost-from-year.
           move ws-head-to-month       to dl-cost-to-month.
           move ws-head-to-year        to dl-cost-to-year.
           write cost-report-line      from ws-cost-title.
           write cost-report-line      from ws-blank-line.
           if not ws-empmast-open
                write cost-report-line from ws-empmast-gone-line
                write cost-report-line from ws-blank-line
           end-if.
           perform varying ws-index from 1 by 1 until ws-index > 12
                move ws-month-name(ws-index)
                     to dl-cost-hdr-month(ws-index)
           end-perform.
           move 1                      to ws-index.
      *
      * SLFLOOR absent or empty -- keep the built-in default floor
       070-load-sl-floor.
                move sf-floor-pct      to ws-sl-floor-pct
           end-if.
           close sl-floor-file.
      *
       075-load-sl-targets.
           open input sl-target-file.
           perform 076-read-sl-target.
           perform 077-store-sl-target
                until ws-slt-eof-flag = 'y'.
           close sl-target-file.
      *
       076-read-sl-target.
           read sl-target-file
                at end move 'y'        to ws-slt-eof-flag.
      *
       077-store-sl-target.
           if ws-slt-count < 20
                and st-target-pct is numeric
                and st-answer-secs is numeric
                add 1                  to ws-slt-count
                move st-dept-code      to ws-slt-dept(ws-slt-count)
                move st-target-pct     to ws-slt-pct(ws-slt-count)
                move st-answer-secs    to ws-slt-secs(ws-slt-count)
           end-if.
           perform 076-read-sl-target.
      *
      * INTVFILE absent or empty -- no interval grid is printed
       078-load-intervals.
           open input interval-file.
           perform 079-read-interval.
           perform 080-store-interval
                until ws-iv-eof-flag = 'y'.
           close interval-file.
      *
       079-read-interval.
           read interval-file
                at end move 'y'        to ws-iv-eof-flag.
      *
      * a record with a bad date, a start time off the half hour,
      * or non-numeric counts is counted and left out.  calls with
      * no handle time would leave the erlang figures nothing to
      * divide by -- that record goes to EXCFILE as well
       080-store-interval.
           add 1                       to ws-iv-read-count.
           if iv-date is not numeric
                or iv-start-time is not numeric
                or iv-calls is not numeric
                or iv-aht-secs is not numeric
                or iv-start-hh > 23
                or (iv-start-mm not = 0 and iv-start-mm not = 30)
                or function test-date-yyyymmdd(iv-date) not = 0
                add 1                  to ws-iv-reject-count
           else
           if iv-calls > 0 and iv-aht-secs = 0
                add 1                  to ws-iv-reject-count
                add 1                  to ws-iv-no-aht-count
                move "A5CCORPT"        to ex-program
                move ws-exc-date       to ex-run-date
                move "3"               to ex-severity
                move spaces            to ex-key
                move iv-dept-code      to ex-key
                move iv-date           to ex-key(4:8)
                move iv-start-time     to ex-key(13:4)
                move "INTERVAL HAS CALLS BUT NO HANDLE TIME"
                                       to ex-reason
                write exception-line
           else
                perform 081-find-interval-dept
                if ws-ivd-found
                     perform 082-accum-interval
                else
                     add 1             to ws-iv-reject-count
                end-if
           end-if
           end-if.
           perform 079-read-interval.
      *
       081-find-interval-dept.
           move "N"                    to ws-ivd-found-sw.
           perform varying ws-ivd-idx from 1 by 1
                until ws-ivd-idx > ws-ivd-count
                    or ws-ivd-found
                if ws-ivd-dept(ws-ivd-idx) = iv-dept-code
                     move ws-ivd-idx   to ws-ivd-found-idx
                     set ws-ivd-found  to true
                end-if
           end-perform.
           if not ws-ivd-found
                and ws-ivd-count < 20
                add 1                  to ws-ivd-count
                move ws-ivd-count      to ws-ivd-found-idx
                move iv-dept-code      to ws-ivd-dept(ws-ivd-found-idx)
                set ws-ivd-found       to true
           end-if.
      *
      *    day 1 of the integer calendar (1601-01-01) is a monday,
      *    so day of week 1 is monday through 7 sunday
       082-accum-interval.
           compute ws-iv-dow =
                function mod(function integer-of-date(iv-date) - 1, 7)
                + 1.
           compute ws-iv-slot = iv-start-hh * 2 + iv-start-mm / 30 + 1.
           add iv-calls to
                ws-ivd-calls(ws-ivd-found-idx, ws-iv-dow, ws-iv-slot).
           compute ws-ivd-handle-secs(ws-ivd-found-idx, ws-iv-dow,
                     ws-iv-slot) =
                ws-ivd-handle-secs(ws-ivd-found-idx, ws-iv-dow,
                     ws-iv-slot) + iv-calls * iv-aht-secs.
           add 1 to
                ws-ivd-days(ws-ivd-found-idx, ws-iv-dow, ws-iv-slot).
           add 1                       to ws-iv-used-count.
      *
      * QAFLOOR absent or empty -- keep the built-in default floor
       083-load-qa-floor.
           open input qa-floor-file.
           read qa-floor-file
                at end move 'y'        to ws-qaf-eof-flag.
           if ws-qaf-eof-flag not = 'y'
                move qf-floor-pct      to ws-qa-floor-pct
           end-if.
           close qa-floor-file.
      *
      * QAEVAL absent or empty -- the qa column stays blank.  with a
      * RPTPERD year the evaluations must fall in the period's 12
      * months; without one every evaluation on the file counts
       084-load-qa-evals.
           if ws-start-year > 0
                compute ws-qa-period-from =
                     ws-start-year * 10000 + ws-start-month * 100 + 1
                compute ws-qa-period-to = ws-qa-period-from + 10000
           end-if.
           open input qa-eval-file.
           perform 085-read-qa-eval.
           perform 086-store-qa-eval
                until ws-qa-eof-flag = 'y'.
           close qa-eval-file.
      *
       085-read-qa-eval.
           read qa-eval-file
                at end move 'y'        to ws-qa-eof-flag.
      *
      * a non-numeric or over-100 score, an operator not on the
      * master, or a date outside the period leaves the evaluation
      * out
       086-store-qa-eval.
           add 1                       to ws-qa-read-count.
           move "N"                    to ws-qa-bad-sw.
           move 0                      to ws-qa-eval-sum.
           if qa-eval-date is not numeric
                set ws-qa-bad          to true
           end-if.
           if ws-qa-period-from > 0 and not ws-qa-bad
                if qa-eval-date < ws-qa-period-from
                     or qa-eval-date not < ws-qa-period-to
                     set ws-qa-bad     to true
                end-if
           end-if.
           perform varying ws-qa-cat-idx from 1 by 1
                until ws-qa-cat-idx > 5
                if qa-score(ws-qa-cat-idx) is not numeric
                     set ws-qa-bad     to true
                else
                     if qa-score(ws-qa-cat-idx) > 100
                          set ws-qa-bad to true
                     else
                          add qa-score(ws-qa-cat-idx)
                               to ws-qa-eval-sum
                     end-if
                end-if
           end-perform.
           if not ws-qa-bad
                move qa-opr-num        to emp-rec-num
                perform 299-resolve-operator
                if not ws-opr-found
                     set ws-qa-bad     to true
                end-if
           end-if.
           if ws-qa-bad
                add 1                  to ws-qa-reject-count
           else
                perform 087-accum-qa-eval
           end-if.
           perform 085-read-qa-eval.
      *
       087-accum-qa-eval.
           move "N"                    to ws-qao-found-sw.
           perform varying ws-qao-idx from 1 by 1
                until ws-qao-idx > ws-qao-count
                    or ws-qao-found
                if ws-qao-num(ws-qao-idx) = qa-opr-num
                     move ws-qao-idx   to ws-qao-found-idx
                     set ws-qao-found  to true
                end-if
           end-perform.
           if not ws-qao-found
                and ws-qao-count < 500
                add 1                  to ws-qao-count
                move ws-qao-count      to ws-qao-found-idx
                move qa-opr-num        to ws-qao-num(ws-qao-count)
                move 0                 to ws-qao-evals(ws-qao-count)
                move 0              to ws-qao-score-sum(ws-qao-count)
                set ws-qao-found       to true
           end-if.
           if ws-qao-found
                add 1                  to ws-qao-evals(ws-qao-found-idx)
                add ws-qa-eval-sum
                     to ws-qao-score-sum(ws-qao-found-idx)
           end-if.
      *
           move "N"                    to ws-qad-found-sw.
           perform varying ws-qad-idx from 1 by 1
                until ws-qad-idx > ws-qad-count
                    or ws-qad-found
                if ws-qad-dept(ws-qad-idx) = emp-rec-dept
                     move ws-qad-idx   to ws-qad-found-idx
                     set ws-qad-found  to true
                end-if
           end-perform.
           if not ws-qad-found
                and ws-qad-count < 20
                add 1                  to ws-qad-count
                move ws-qad-count      to ws-qad-found-idx
                move emp-rec-dept      to ws-qad-dept(ws-qad-count)
                move 0                 to ws-qad-evals(ws-qad-count)
                perform varying ws-qa-cat-idx from 1 by 1
                     until ws-qa-cat-idx > 5
                     move 0 to ws-qad-cat-sum(ws-qad-count,
                          ws-qa-cat-idx)
                end-perform
                set ws-qad-found       to true
           end-if.
           if ws-qad-found
                add 1                  to ws-qad-evals(ws-qad-found-idx)
                perform varying ws-qa-cat-idx from 1 by 1
                     until ws-qa-cat-idx > 5
                     add qa-score(ws-qa-cat-idx)
                          to ws-qad-cat-sum(ws-qad-found-idx,
                               ws-qa-cat-idx)
                end-perform
           end-if.
           add 1                       to ws-qa-used-count.
      *
      *-----------------------------------------------
      *  ROSTER ABSENT OR EMPTY -- THE COVERAGE REPORT CARRIES
      *  ONLY ITS HEADINGS AND TRAILER
      *-----------------------------------------------
       090-load-roster.
           move ws-exc-date            to dl-cov-run-date.
           write coverage-line         from ws-cov-title.
           write coverage-line         from ws-blank-line.
           open input roster-file.
           perform 092-read-roster.
           perform 094-check-roster thru 094-exit
                until ws-rst-eof-flag = 'y'.
           close roster-file.
      *
       092-read-roster.
           read roster-file
                at end move 'y'        to ws-rst-eof-flag.
      *
       094-check-roster.
           add 1                       to ws-rst-read-count.
           if rs-date is not numeric
                or rs-start-time is not numeric
                or rs-end-time is not numeric
                or rs-start-hh > 23 or rs-start-mm > 59
                or rs-end-hh > 23 or rs-end-mm > 59
                or not (rs-act-phones or rs-act-training
                     or rs-act-leave or rs-act-other)
                add 1                  to ws-rst-reject-count
                go to 094-next
           end-if.
      *    the roster names operators the master must know, and who
      *    may still be scheduled
           move rs-opr-num             to emp-rec-num.
           perform 299-resolve-operator.
           if not ws-opr-found
                move "OPERATOR NOT ON MASTER" to dl-rf-reason
                move "2"               to ex-severity
                perform 096-flag-roster
                go to 094-next
           end-if.
           if emp-status-term
                move "ROSTERED BUT TERMINATED ON OPRMAST"
                     to dl-rf-reason
                move "2"               to ex-severity
                perform 096-flag-roster
                go to 094-next
           end-if.
           if emp-status-leave and not rs-act-leave
                move "ROSTERED TO WORK BUT ON LEAVE ON OPRMAST"
                     to dl-rf-reason
                move "2"               to ex-severity
                perform 096-flag-roster
                go to 094-next
           end-if.
           add 1                       to ws-rst-used-count.
      *    only time on the phones covers the call volume
           if rs-act-phones
                perform 097-find-coverage-day
                if ws-cov-found
                     perform 098-accum-coverage
                else
                     add 1             to ws-rst-reject-count
                end-if
           end-if.
       094-next.
           perform 092-read-roster.
       094-exit.
           exit.
      *
       096-flag-roster.
           add 1                       to ws-rst-flag-count.
           move rs-opr-num             to dl-rf-opr.
           move rs-date                to dl-rf-date.
           write coverage-line         from ws-rst-flag-line.
           move "A5CCORPT"             to ex-program.
           move ws-exc-date            to ex-run-date.
           move rs-opr-num             to ex-key.
           move rs-date                to ex-key(5:8).
           move dl-rf-reason           to ex-reason.
           write exception-line.
      *
       097-find-coverage-day.
           move "N"                    to ws-cov-found-sw.
           perform varying ws-cov-idx from 1 by 1
                until ws-cov-idx > ws-cov-count
                    or ws-cov-found
                if ws-cov-dept(ws-cov-idx) = emp-rec-dept
                     and ws-cov-date(ws-cov-idx) = rs-date
                     move ws-cov-idx   to ws-cov-found-idx
                     set ws-cov-found  to true
                end-if
           end-perform.
           if not ws-cov-found
                and ws-cov-count < 300
                add 1                  to ws-cov-count
                move ws-cov-count      to ws-cov-found-idx
                move emp-rec-dept      to ws-cov-dept(ws-cov-count)
                move rs-date           to ws-cov-date(ws-cov-count)
                move 0                 to ws-cov-heads(ws-cov-count)
                move 0            to ws-cov-phone-mins(ws-cov-count)
                move "N"               to ws-cov-printed(ws-cov-count)
                set ws-cov-found       to true
           end-if.
      *
       098-accum-coverage.
           compute ws-rst-minutes =
                (rs-end-hh * 60 + rs-end-mm)
                - (rs-start-hh * 60 + rs-start-mm).
           if ws-rst-minutes not > 0
                add 1440               to ws-rst-minutes
           end-if.
           add ws-rst-minutes to ws-cov-phone-mins(ws-cov-found-idx).
      *
           move "N"                    to ws-rsd-found-sw.
           perform varying ws-rsd-idx from 1 by 1
                until ws-rsd-idx > ws-rsd-count
                    or ws-rsd-found
                if ws-rsd-opr(ws-rsd-idx) = rs-opr-num
                     and ws-rsd-date(ws-rsd-idx) = rs-date
                     set ws-rsd-found  to true
                end-if
           end-perform.
           if not ws-rsd-found
                add 1 to ws-cov-heads(ws-cov-found-idx)
                if ws-rsd-count < 3000
                     add 1             to ws-rsd-count
                     move rs-opr-num   to ws-rsd-opr(ws-rsd-count)
                     move rs-date      to ws-rsd-date(ws-rsd-count)
                end-if
           end-if.
      *
       100-print-headings.
      *
                          to emp-rec-status
                     move ws-opm-eff-month(ws-opm-idx)
                          to emp-rec-eff-month
                     move ws-opm-emp-no(ws-opm-idx)
                          to emp-rec-emp-no
                end-if
           end-perform.
      *
      *-----------------------------------------------
           perform 308-calc-operator-yoy.

      *-----------------------------------------------
      *  QUALITY AVERAGE BESIDE THE VOLUME
      *-----------------------------------------------
           perform 309-lookup-operator-qa.

      *-----------------------------------------------
      *  MONTH-OVER-MONTH TREND & FORECAST
      *-----------------------------------------------
      *-----------------------------------------------
           perform 305-find-or-add-dept.
           perform 306-accum-dept-totals.
           perform 311-accum-salary-cost.

      *
      * print detail line
                add 1 to ws-non-zero-month-count
                move ws-non-zero-month-count to ws-total-line-no-calls
           end-if.
      *
      *-----------------------------------------------
      *  THE OPERATOR'S SALARY, A TWELFTH FOR EACH MONTH WORKED,
      *  INTO THE DEPARTMENT'S MONTHLY COST -- LEAVE AND
      *  TERMINATED MONTHS CARRY NO COST
      *-----------------------------------------------
       311-accum-salary-cost.
           move "N"                    to ws-cost-link-sw.
           if emp-rec-emp-no = spaces
                move "HAS NO EMPLOYEE NUMBER ON OPRMAST"
                     to dl-cul-reason
           else
           if not ws-empmast-open
                move "EMPMAST NOT AVAILABLE" to dl-cul-reason
           else
                move emp-rec-emp-no    to em-emp-no
                read employee-master-file
                     invalid key
                          move "EMPLOYEE NUMBER NOT ON EMPMAST"
                               to dl-cul-reason
                     not invalid key
                          set ws-cost-linked to true
                end-read
           end-if
           end-if.
           if not ws-cost-linked
                add 1                  to ws-cost-unlinked-count
                move emp-rec-num       to dl-cul-opr
                move emp-rec-name      to dl-cul-name
                write cost-report-line from ws-cost-unlinked-line
                move "A5CCORPT"        to ex-program
                move ws-exc-date       to ex-run-date
                move "3"               to ex-severity
                move emp-rec-num       to ex-key
                move "OPERATOR NOT LINKED TO EMPMAST" to ex-reason
                write exception-line
           else
                add 1                  to ws-cost-linked-count
                compute ws-cost-monthly-salary rounded =
                     em-salary / 12
                perform varying ws-index from 1 by 1
                     until ws-index > 12
                     perform 301-check-month-excluded
                     if not ws-month-excluded
                          add ws-cost-monthly-salary to
                               ws-dept-month-cost(ws-dept-found-idx,
                                    ws-index)
                     end-if
                end-perform
           end-if.
      *
       301-check-month-excluded.
           move "N"                    to ws-excluded-month-sw.
           move emp-rec-dept           to po-dept-code.
           move ws-emp-total           to po-total-calls.
           write prior-out-line.
      *
       309-lookup-operator-qa.
           move "  -"                  to dl-opr-qa.
           perform varying ws-qao-idx from 1 by 1
                until ws-qao-idx > ws-qao-count
                if ws-qao-num(ws-qao-idx) = emp-rec-num
                     compute ws-qa-avg rounded =
                          ws-qao-score-sum(ws-qao-idx)
                          / (ws-qao-evals(ws-qao-idx) * 5)
                     move ws-qa-avg    to ws-qa-edit-avg
                     move ws-qa-edit   to dl-opr-qa
                end-if
           end-perform.
      *
       304-calc-trend-forecast.
      *-----------------------------------------------
                         until ws-dept-idx > ws-dept-count
           end-if.
      *-----------------------------------------------
      *  INTERVAL REQUIREMENT GRID -- ERLANG C AGAINST EACH
      *  DEPARTMENT'S SERVICE-LEVEL TARGET
      *-----------------------------------------------
           if ws-iv-read-count > 0
                perform 470-print-interval-grid
                     varying ws-ivd-idx from 1 by 1
                         until ws-ivd-idx > ws-ivd-count
                move ws-iv-read-count  to dl-iv-read
                move ws-iv-used-count  to dl-iv-used
                move ws-iv-reject-count to dl-iv-rejected
                move ws-iv-no-aht-count to dl-iv-no-aht
                write report-line      from ws-interval-trailer-line
                write report-line      from ws-blank-line
           end-if.
      *-----------------------------------------------
      *  COST PER ANSWERED CALL, AND THIS PERIOD'S EXTRACT FOR
      *  NEXT PERIOD'S COMPARE
      *-----------------------------------------------
           perform 500-print-dept-cost
                varying ws-dept-idx from 1 by 1
                    until ws-dept-idx > ws-dept-count.
           write cost-report-line      from ws-blank-line.
           move ws-cost-linked-count   to dl-cost-linked.
           move ws-cost-unlinked-count to dl-cost-unlinked.
           write cost-report-line      from ws-cost-trailer-line.
      *-----------------------------------------------
      *  QUALITY EVALUATIONS -- CATEGORY BREAKDOWN PER
      *  DEPARTMENT, THEN THE OPERATORS UNDER THE FLOOR
      *-----------------------------------------------
           if ws-qa-read-count > 0
                write report-line      from ws-qa-header
                     after advancing 1 line
                write report-line      from ws-qa-column-header
                perform 490-print-qa-dept
                     varying ws-qad-idx from 1 by 1
                         until ws-qad-idx > ws-qad-count
                write report-line      from ws-blank-line
                move ws-qa-floor-pct   to dl-qa-floor
                write report-line      from ws-qa-below-header
                perform 492-print-qa-below
                     varying ws-qao-idx from 1 by 1
                         until ws-qao-idx > ws-qao-count
                move ws-qa-read-count  to dl-qat-read
                move ws-qa-used-count  to dl-qat-used
                move ws-qa-reject-count to dl-qat-rejected
                write report-line      from ws-qa-trailer-line
                write report-line      from ws-blank-line
           end-if.
      *-----------------------------------------------
      *  ROSTER COVERAGE, DEPARTMENT AND DATE ORDER
      *-----------------------------------------------
           write coverage-line         from ws-blank-line.
           write coverage-line         from ws-cov-column-header.
           perform 480-print-coverage-day
                varying ws-cov-print-no from 1 by 1
                    until ws-cov-print-no > ws-cov-count.
           write coverage-line         from ws-blank-line.
           move ws-rst-read-count      to dl-rt-read.
           move ws-rst-used-count      to dl-rt-used.
           move ws-rst-flag-count      to dl-rt-flagged.
           move ws-rst-reject-count    to dl-rt-rejected.
           move ws-cov-gap-count       to dl-rt-gaps.
           move ws-cov-over-count      to dl-rt-over.
           write coverage-line         from ws-cov-trailer-line.
      *-----------------------------------------------
      *  HEAD-COUNT RECONCILIATION PER DEPARTMENT
      *-----------------------------------------------
           write report-line           from ws-headcount-header.
           move ws-dept-code(ws-dept-idx)       to sp-dept-code.
           move ws-plan-forecast                to sp-forecast-volume.
           move ws-plan-required                to sp-required-oprs.
           move ws-plan-required       to ws-dept-plan-req(ws-dept-idx).
           move ws-dept-active-cnt(ws-dept-idx) to sp-active-heads.
           move ws-plan-delta                   to sp-hire-release.
           write staff-plan-line.
           add 1                       to ws-plan-count.
       460-exit.
           exit.
      *
      *-----------------------------------------------
      *  ONE DAY-OF-WEEK BY HALF-HOUR GRID PER DEPARTMENT:
      *  THE OPERATORS EACH INTERVAL NEEDS ON AN AVERAGE DAY
      *-----------------------------------------------
       470-print-interval-grid.
           perform 484-find-slt-target.
           move ws-ivd-dept(ws-ivd-idx) to dl-grid-dept.
           move ws-found-slt-pct       to dl-grid-target-pct.
           move ws-found-slt-secs      to dl-grid-target-secs.
           write report-line           from ws-grid-header
                after advancing 1 line.
           write report-line           from ws-grid-column-header.
           initialize ws-dow-agent-hours.
           perform 472-print-grid-row
                varying ws-iv-slot from 1 by 1
                    until ws-iv-slot > 48.
      *    an interval is half an hour, so operator-hours for the
      *    day are half the sum of the interval requirements
           perform varying ws-iv-dow from 1 by 1
                until ws-iv-dow > 7
                compute dl-grid-hours(ws-iv-dow) =
                     ws-dow-agents(ws-iv-dow) / 2
           end-perform.
           write report-line           from ws-grid-hours-line.
           write report-line           from ws-blank-line.
      *
      * an interval with no calls on any day is left off the grid
       472-print-grid-row.
           move 0                      to ws-iv-row-calls.
           move 0                      to ws-iv-row-peak.
           perform varying ws-iv-dow from 1 by 1
                until ws-iv-dow > 7
                add ws-ivd-calls(ws-ivd-idx, ws-iv-dow, ws-iv-slot)
                     to ws-iv-row-calls
                perform 474-erlang-required
                move ws-erl-agents     to dl-grid-agents(ws-iv-dow)
                add ws-erl-agents      to ws-dow-agents(ws-iv-dow)
                if ws-erl-agents > ws-iv-row-peak
                     move ws-erl-agents to ws-iv-row-peak
                end-if
           end-perform.
           if ws-iv-row-calls > 0
                compute ws-iv-minutes = (ws-iv-slot - 1) * 30
                divide ws-iv-minutes by 60
                     giving dl-grid-from-hh
                     remainder dl-grid-from-mm
                add 30                 to ws-iv-minutes
                divide ws-iv-minutes by 60
                     giving dl-grid-to-hh
                     remainder dl-grid-to-mm
                if dl-grid-to-hh = 24
                     move 0            to dl-grid-to-hh
                end-if
                move ws-iv-row-peak    to dl-grid-peak
                write report-line      from ws-grid-line
           end-if.
      *
      * fewest operators for the average day's traffic in this
      * interval that meets the target: start at the first whole
      * operator above the traffic (fewer can never keep up) and
      * add one at a time until the erlang C service level is met
       474-erlang-required.
           move 0                      to ws-erl-agents.
           if ws-ivd-calls(ws-ivd-idx, ws-iv-dow, ws-iv-slot) > 0
                compute ws-erl-aht rounded =
                     ws-ivd-handle-secs(ws-ivd-idx, ws-iv-dow,
                          ws-iv-slot)
                     / ws-ivd-calls(ws-ivd-idx, ws-iv-dow, ws-iv-slot)
                compute ws-erl-traffic rounded =
                     ws-ivd-handle-secs(ws-ivd-idx, ws-iv-dow,
                          ws-iv-slot)
                     / ws-ivd-days(ws-ivd-idx, ws-iv-dow, ws-iv-slot)
                     / 1800
                move 1                 to ws-erl-blocking
                move "N"               to ws-erl-met-sw
                perform 476-erlang-add-agent
                     until ws-erl-agents > ws-erl-traffic
                perform 478-erlang-service-level
                perform 477-erlang-next-agent
                     until ws-erl-met
                         or ws-erl-agents not < 999
           end-if.
      *
      *    erlang B for one more agent from the last one's
       476-erlang-add-agent.
           add 1                       to ws-erl-agents.
           compute ws-erl-blocking rounded =
                (ws-erl-traffic * ws-erl-blocking)
                / (ws-erl-agents + ws-erl-traffic * ws-erl-blocking).
      *
       477-erlang-next-agent.
           perform 476-erlang-add-agent.
           perform 478-erlang-service-level.
      *
      *    erlang C wait probability from erlang B, then the share
      *    of calls answered within the target seconds
       478-erlang-service-level.
           compute ws-erl-wait-prob rounded =
                (ws-erl-agents * ws-erl-blocking)
                / (ws-erl-agents
                   - ws-erl-traffic * (1 - ws-erl-blocking)).
           compute ws-erl-in-time rounded =
                function exp(0 - (ws-erl-agents - ws-erl-traffic)
                     * ws-found-slt-secs / ws-erl-aht).
           compute ws-erl-sl-pct rounded =
                (1 - ws-erl-wait-prob * ws-erl-in-time) * 100.
           if ws-erl-sl-pct not < ws-found-slt-pct
                set ws-erl-met         to true
           end-if.
      *
      *-----------------------------------------------
      *  THE NEXT DEPARTMENT AND DATE NOT YET PRINTED, SET
      *  AGAINST THE DAY'S REQUIREMENT
      *-----------------------------------------------
       480-print-coverage-day.
           move 0                      to ws-cov-best-idx.
           perform varying ws-cov-idx from 1 by 1
                until ws-cov-idx > ws-cov-count
                if ws-cov-printed(ws-cov-idx) not = "Y"
                     perform 481-compare-coverage-day
                end-if
           end-perform.
           move ws-cov-best-idx        to ws-cov-idx.
           move "Y"                    to ws-cov-printed(ws-cov-idx).
      *
           compute ws-iv-dow =
                function mod(function integer-of-date(
                     ws-cov-date(ws-cov-idx)) - 1, 7) + 1.
           perform 482-coverage-requirement.
           compute ws-cov-over-under =
                ws-cov-heads(ws-cov-idx) - ws-cov-req-heads.
      *
           move ws-cov-dept(ws-cov-idx)  to dl-cov-dept.
           move ws-cov-date(ws-cov-idx)  to dl-cov-date.
           move ws-dow-name(ws-iv-dow)   to dl-cov-day.
           move ws-cov-heads(ws-cov-idx) to dl-cov-sched.
           move ws-cov-req-heads         to dl-cov-req.
           move ws-cov-over-under        to dl-cov-over-under.
           compute dl-cov-phone-hrs =
                ws-cov-phone-mins(ws-cov-idx) / 60.
           compute dl-cov-req-hrs = ws-cov-req-agent-sum / 2.
           if ws-cov-req-heads = 0
                move "NO REQUIREMENT"  to dl-cov-status
           else if ws-cov-over-under < 0
                move "*** GAP ***"     to dl-cov-status
                add 1                  to ws-cov-gap-count
           else if ws-cov-over-under > 0
                move "*** OVERSTAFFED ***" to dl-cov-status
                add 1                  to ws-cov-over-count
           else
                move "COVERED"         to dl-cov-status
           end-if.
           write coverage-line         from ws-cov-detail-line.
      *
       481-compare-coverage-day.
           if ws-cov-best-idx = 0
                move ws-cov-idx        to ws-cov-best-idx
           else if ws-cov-dept(ws-cov-idx) <
                     ws-cov-dept(ws-cov-best-idx)
                move ws-cov-idx        to ws-cov-best-idx
           else if ws-cov-dept(ws-cov-idx) =
                     ws-cov-dept(ws-cov-best-idx)
                and ws-cov-date(ws-cov-idx) <
                     ws-cov-date(ws-cov-best-idx)
                move ws-cov-idx        to ws-cov-best-idx
           end-if.
      *
      * the interval grid's peak for that day of week where the
      * department has interval volumes, otherwise the staffing
      * plan's required operators
       482-coverage-requirement.
           move 0                      to ws-cov-req-heads.
           move 0                      to ws-cov-req-agent-sum.
           move "N"                    to ws-ivd-found-sw.
           perform varying ws-ivd-idx from 1 by 1
                until ws-ivd-idx > ws-ivd-count
                    or ws-ivd-found
                if ws-ivd-dept(ws-ivd-idx) = ws-cov-dept(ws-cov-idx)
                     move ws-ivd-idx   to ws-ivd-found-idx
                     set ws-ivd-found  to true
                end-if
           end-perform.
           if ws-ivd-found
                move ws-ivd-found-idx  to ws-ivd-idx
                perform 484-find-slt-target
                perform 483-coverage-interval
                     varying ws-iv-slot from 1 by 1
                         until ws-iv-slot > 48
           else
                perform varying ws-dept-idx from 1 by 1
                     until ws-dept-idx > ws-dept-count
                     if ws-dept-code(ws-dept-idx) =
                          ws-cov-dept(ws-cov-idx)
                          move ws-dept-plan-req(ws-dept-idx)
                               to ws-cov-req-heads
                     end-if
                end-perform
           end-if.
      *
       483-coverage-interval.
           perform 474-erlang-required.
           add ws-erl-agents           to ws-cov-req-agent-sum.
           if ws-erl-agents > ws-cov-req-heads
                move ws-erl-agents     to ws-cov-req-heads
           end-if.
      *
       484-find-slt-target.
           move 80                     to ws-found-slt-pct.
           move 20                     to ws-found-slt-secs.
           perform varying ws-slt-idx from 1 by 1
                until ws-slt-idx > ws-slt-count
                if ws-slt-dept(ws-slt-idx) = ws-ivd-dept(ws-ivd-idx)
                     move ws-slt-pct(ws-slt-idx)
                          to ws-found-slt-pct
                     move ws-slt-secs(ws-slt-idx)
                          to ws-found-slt-secs
                end-if
           end-perform.
      *
       490-print-qa-dept.
           move ws-qad-dept(ws-qad-idx)  to dl-qa-dept.
           move ws-qad-evals(ws-qad-idx) to dl-qa-evals.
           perform varying ws-qa-cat-idx from 1 by 1
                until ws-qa-cat-idx > 5
                compute dl-qa-cat-avg(ws-qa-cat-idx) rounded =
                     ws-qad-cat-sum(ws-qad-idx, ws-qa-cat-idx)
                     / ws-qad-evals(ws-qad-idx)
           end-perform.
           perform 494-dept-qa-average.
           move ws-qa-avg              to dl-qa-overall.
           write report-line           from ws-qa-dept-line.
      *
       492-print-qa-below.
           compute ws-qa-avg rounded =
                ws-qao-score-sum(ws-qao-idx)
                / (ws-qao-evals(ws-qao-idx) * 5).
           if ws-qa-avg < ws-qa-floor-pct
                add 1                  to ws-qa-below-count
                move ws-qao-num(ws-qao-idx) to emp-rec-num
                perform 299-resolve-operator
                move ws-qao-num(ws-qao-idx)   to dl-qab-num
                move emp-rec-name             to dl-qab-name
                move emp-rec-dept             to dl-qab-dept
                move ws-qao-evals(ws-qao-idx) to dl-qab-evals
                move ws-qa-avg                to dl-qab-avg
                write report-line      from ws-qa-below-line
           end-if.
      *
      *    the department's overall average across its categories
       494-dept-qa-average.
           move 0                      to ws-qa-avg.
           if ws-qad-evals(ws-qad-idx) > 0
                compute ws-qa-avg rounded =
                     (ws-qad-cat-sum(ws-qad-idx, 1)
                      + ws-qad-cat-sum(ws-qad-idx, 2)
                      + ws-qad-cat-sum(ws-qad-idx, 3)
                      + ws-qad-cat-sum(ws-qad-idx, 4)
                      + ws-qad-cat-sum(ws-qad-idx, 5))
                     / (ws-qad-evals(ws-qad-idx) * 5)
           end-if.
      *
      *-----------------------------------------------
      *  ONE DEPARTMENT'S COST BLOCK: SALARY COST, ANSWERED
      *  CALLS, COST PER CALL, THE PRIOR PERIOD'S, AND THE
      *  CHANGE -- BY MONTH, THEN FOR THE PERIOD
      *-----------------------------------------------
       500-print-dept-cost.
           move "N"                    to ws-cpp-found-sw.
           perform varying ws-cpp-idx from 1 by 1
                until ws-cpp-idx > ws-cpp-count
                    or ws-cpp-found
                if ws-cpp-dept(ws-cpp-idx) = ws-dept-code(ws-dept-idx)
                     move ws-cpp-idx   to ws-cpp-found-idx
                     set ws-cpp-found  to true
                end-if
           end-perform.
      *
           move ws-dept-code(ws-dept-idx) to dl-cost-dept.
           write cost-report-line      from ws-blank-line.
           write cost-report-line      from ws-cost-dept-header.
      *
           move 0                      to ws-cost-total.
           move 0                      to ws-cost-calls.
           move 0                      to ws-cost-prior-total.
           move 0                      to ws-cost-prior-calls.
           move ws-dept-code(ws-dept-idx) to co-dept-code.
           perform varying ws-cost-col from 1 by 1
                until ws-cost-col > 12
                move ws-dept-month-cost(ws-dept-idx, ws-cost-col)
                     to dl-cost-amount(ws-cost-col)
                move ws-dept-month-calls(ws-dept-idx, ws-cost-col)
                     to dl-cost-calls(ws-cost-col)
                add ws-dept-month-cost(ws-dept-idx, ws-cost-col)
                     to ws-cost-total
                add ws-dept-month-calls(ws-dept-idx, ws-cost-col)
                     to ws-cost-calls
                move ws-dept-month-cost(ws-dept-idx, ws-cost-col)
                     to co-salary-cost(ws-cost-col)
                move ws-dept-month-calls(ws-dept-idx, ws-cost-col)
                     to co-answered(ws-cost-col)
                if ws-cpp-found
                     add ws-cpp-cost(ws-cpp-found-idx, ws-cost-col)
                          to ws-cost-prior-total
                     add ws-cpp-calls(ws-cpp-found-idx, ws-cost-col)
                          to ws-cost-prior-calls
                end-if
           end-perform.
           write cost-prior-out-line.
           move ws-cost-total          to dl-cost-amount(13).
           move ws-cost-calls          to dl-cost-calls(13).
           move "SALARY COST"          to dl-cost-amt-label.
           write cost-report-line      from ws-cost-amount-line.
           move "ANSWERED"             to dl-cost-calls-label.
           write cost-report-line      from ws-cost-calls-line.
      *
           move "COST/CALL"            to dl-cost-rate-label.
           perform varying ws-cost-col from 1 by 1
                until ws-cost-col > 12
                if ws-dept-month-calls(ws-dept-idx, ws-cost-col) > 0
                     compute ws-cost-per-call rounded =
                          ws-dept-month-cost(ws-dept-idx, ws-cost-col)
                          / ws-dept-month-calls(ws-dept-idx,
                               ws-cost-col)
                     move ws-cost-per-call to ws-cost-rate-amount
                     move ws-cost-rate-edit
                          to dl-cost-rate(ws-cost-col)
                else
                     move "       N/A" to dl-cost-rate(ws-cost-col)
                end-if
           end-perform.
           if ws-cost-calls > 0
                compute ws-cost-per-call rounded =
                     ws-cost-total / ws-cost-calls
                move ws-cost-per-call  to ws-cost-rate-amount
                move ws-cost-rate-edit to dl-cost-rate(13)
           else
                move "       N/A"      to dl-cost-rate(13)
           end-if.
           write cost-report-line      from ws-cost-rate-line.
      *
           if ws-cpp-found
                perform 502-print-prior-cost
           end-if.
      *
      *    the prior period's cost per call by month, then the
      *    change against it -- month to the same month, and
      *    period to period
       502-print-prior-cost.
           move "PRIOR C/CALL"         to dl-cost-rate-label.
           perform varying ws-cost-col from 1 by 1
                until ws-cost-col > 12
                if ws-cpp-calls(ws-cpp-found-idx, ws-cost-col) > 0
                     compute ws-cost-prior-per-call rounded =
                          ws-cpp-cost(ws-cpp-found-idx, ws-cost-col)
                          / ws-cpp-calls(ws-cpp-found-idx,
                               ws-cost-col)
                     move ws-cost-prior-per-call
                          to ws-cost-rate-amount
                     move ws-cost-rate-edit
                          to dl-cost-rate(ws-cost-col)
                else
                     move "       N/A" to dl-cost-rate(ws-cost-col)
                end-if
           end-perform.
           if ws-cost-prior-calls > 0
                compute ws-cost-prior-per-call rounded =
                     ws-cost-prior-total / ws-cost-prior-calls
                move ws-cost-prior-per-call to ws-cost-rate-amount
                move ws-cost-rate-edit to dl-cost-rate(13)
           else
                move "       N/A"      to dl-cost-rate(13)
           end-if.
           write cost-report-line      from ws-cost-rate-line.
      *
           move "CHANGE"               to dl-cost-rate-label.
           perform varying ws-cost-col from 1 by 1
                until ws-cost-col > 12
                move "       N/A"      to dl-cost-rate(ws-cost-col)
                if ws-cpp-calls(ws-cpp-found-idx, ws-cost-col) > 0
                     and ws-cpp-cost(ws-cpp-found-idx, ws-cost-col)
                          > 0
                     and ws-dept-month-calls(ws-dept-idx,
                          ws-cost-col) > 0
                     compute ws-cost-prior-per-call rounded =
                          ws-cpp-cost(ws-cpp-found-idx, ws-cost-col)
                          / ws-cpp-calls(ws-cpp-found-idx,
                               ws-cost-col)
                     compute ws-cost-per-call rounded =
                          ws-dept-month-cost(ws-dept-idx, ws-cost-col)
                          / ws-dept-month-calls(ws-dept-idx,
                               ws-cost-col)
                     perform 504-cost-change-pct
                     move ws-cost-pct-edit
                          to dl-cost-rate(ws-cost-col)
                end-if
           end-perform.
           move "       N/A"           to dl-cost-rate(13).
           if ws-cost-prior-calls > 0
                and ws-cost-prior-total > 0
                and ws-cost-calls > 0
                compute ws-cost-prior-per-call rounded =
                     ws-cost-prior-total / ws-cost-prior-calls
                compute ws-cost-per-call rounded =
                     ws-cost-total / ws-cost-calls
                perform 504-cost-change-pct
                move ws-cost-pct-edit  to dl-cost-rate(13)
           end-if.
           write cost-report-line      from ws-cost-rate-line.
      *
       504-cost-change-pct.
           compute ws-cost-change-pct rounded =
                ((ws-cost-per-call - ws-cost-prior-per-call) * 100)
                / ws-cost-prior-per-call
                on size error
                     move 999          to ws-cost-change-pct
           end-compute.
           move ws-cost-change-pct     to ws-cost-pct-amount.
      *
       440-print-headcount.
           move ws-dept-code(ws-dept-idx)       to dl-hc-dept.
                move " NEW "           to dl-dept-yoy
           end-if.

      *    the department's quality average beside its volume
           move "  -"                  to dl-dept-qa.
           perform varying ws-qad-idx from 1 by 1
                until ws-qad-idx > ws-qad-count
                if ws-qad-dept(ws-qad-idx) = ws-dept-code(ws-dept-idx)
                     perform 494-dept-qa-average
                     move ws-qa-avg    to ws-qa-edit-avg
                     move ws-qa-edit   to dl-dept-qa
                end-if
           end-perform.

           write report-line           from ws-dept-subtotal-line
                after advancing 1 line.
      *
