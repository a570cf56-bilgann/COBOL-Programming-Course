      *             trailer so the balance still proves out.
      * 2026-09-02  the department find-or-add now guards its
      *             table capacity like the other loads do.
      * 2026-10-15  the run now reads the indexed EMPMAST employee
      *             master A4EMPMNT maintains instead of the hand-
      *             built INFILE; terminated employees are left
      *             out.  the second pass posts each approved new
      *             salary back to the master with a SALHIST
      *             salary-history record, and the year-over-year
      *             prior salary now comes from SALHIST -- the
      *             salary in effect a year before the run --
      *             with PRIORFILE kept for employees whose
      *             history does not reach back that far.
      * 2026-10-15  an approved (action A) employee now picks up the
      *             approved effective date and retro pay -- a
      *             missing end-if had them falling through on the
      *             intended date with no retro.
      * 2026-10-15  merit increase: the optional PERFFILE carries
      *             each employee's performance rating (1-5) and
      *             the optional MERITMTX merit matrix a merit
      *             percent per rating and compa-ratio zone of the
      *             present salary (a missing matrix falls back to
      *             the standard one).  the merit amount shows
      *             beside COLA on the detail line and travels as
      *             its own component on PROPFILE (now 41 bytes),
      *             APPROVED (now 40 bytes), and PAYEXP (now 44
      *             bytes); payroll impact includes it, with the
      *             COLA / merit split printed under the totals.
      * 2026-10-15  department budget control: the optional BUDGFILE
      *             carries each department's annual salary budget,
      *             increase pool, and Finance's sign-off, and a
      *             BUDGET VS PROPOSED section shows current
      *             payroll, increases, remaining pool, and percent
      *             used.  PAYEXP records are now staged and
      *             released at end of run; a department whose
      *             increases exceed its pool without sign-off has
      *             its records held (and its approved salaries not
      *             posted to EMPMAST) and is flagged on EXCFILE.
      *             EMPMAST access is now dynamic so the postings
      *             can follow the release.
      * 2026-10-15  pay-equity and compression analysis: every
      *             employee classified into a position is ranked
      *             by years of service within position and
      *             department on the new EQTYRPT report, each
      *             inversion where a less-tenured employee out-
      *             earns a more-tenured one by more than the
      *             EQTYCTL tolerance percent (3.00 when absent) is
      *             flagged, and each group's minimum, median, and
      *             maximum salary print against its BANDFILE band.
      * 2026-10-15  approval authority: APPROVED (now 48 bytes) names
      *             the approver of each decision, who must hold
      *             salary-approval authority (SALA) on the USERAUTH
      *             master with a limit covering the increase and
      *             merit approved, through the common A0USRCHK
      *             routine, and may not be the employee approved.
      *             a refused decision is dropped -- the employee
      *             stays unreviewed -- and listed under the report
      *             header and on EXCFILE.
      * 2026-10-15  Finance's budget sign-off is checked: the
      *             signing user on BUDGFILE must hold budget
      *             sign-off authority (BUDS) on USERAUTH with a
      *             limit covering the overage, and may not work in
      *             the department signed for.  a refused sign-off
      *             holds the department and is listed under the
      *             budget line and on EXCFILE.  salary history now
      *             carries the approver of each posted salary.
      *
       environment division.
       configuration section.
       input-output section.
      *
       file-control.
      * indexed employee master, keyed by employee number -- read
      * front to back; the second pass rewrites each approved new
      * salary by key as the payroll export releases
           select employee-master-file
               assign to EMPMAST
               organization is indexed
               access is dynamic
               record key is em-emp-no.
      *
      * output-file declaration
           select output-file
               assign to OUTFILE
               organization is sequential.
      *
      * pay-equity and compression analysis report
           select equity-file
               assign to EQTYRPT
               organization is sequential.
      *
      * pay-equity tolerance control record -- optional; the
      * percent a less-tenured employee may out-earn a more-tenured
      * one before it is flagged.  absent, 3.00 percent
           select optional equity-ctl-file
               assign to EQTYCTL
               organization is sequential.
      *
      * COLA rate-file declaration -- optional; a missing file falls
      * back to the original hardcoded COLA percentages
           select optional rate-file
           select optional dept-ctl-file
               assign to DEPTCTL
               organization is sequential.
      *
      * performance ratings -- optional; this year's review rating
      * per employee.  an unrated employee gets no merit increase
           select optional perf-file
               assign to PERFFILE
               organization is sequential.
      *
      * merit matrix -- optional; merit percent by rating and by
      * compa-ratio zone.  a missing file falls back to the
      * standard matrix
           select optional merit-file
               assign to MERITMTX
               organization is sequential.
      *
      * department salary budgets -- optional; annual budget,
      * increase pool, and Finance sign-off per department.  absent,
      * no department's export is held
           select optional budget-file
               assign to BUDGFILE
               organization is sequential.
      *
      * salary history -- read at start of job for the prior-year
      * salaries, then appended to as approved salaries post
           select optional salhist-file
               assign to SALHIST
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
       fd salhist-file
           recording mode is F
           data record is salhist-line
           record contains 60 characters.
      *
       01 salhist-line.
           copy SALHIST replacing ==:TAG:== by ==sh==.
      *
       fd output-file
           recording mode is F
           record contains 120 characters.
      *
       01 output-line                       pic x(120).
      *
       fd equity-file
           recording mode is F
           data record is equity-line
           record contains 120 characters.
      *
       01 equity-line                       pic x(120).
      *
       fd equity-ctl-file
           recording mode is F
           data record is equity-ctl-line
           record contains 4 characters.
       01 equity-ctl-line                   pic 99v99.
      *
      * COLA rate-file record - one entry per position code
       fd rate-file
       fd proposed-file
           recording mode is F
           data record is proposed-line
           record contains 41 characters.
      *
       01 proposed-line.
           05 pr-emp-no                     pic x(3).
           05 pr-prop-increase              pic 9(5)v99.
           05 pr-new-salary                 pic 9(7)v99.
           05 pr-eff-date                   pic 9(8).
           05 pr-prop-merit                 pic 9(5)v99.
      *
       fd exception-file
           recording mode is F
       fd payroll-export-file
           recording mode is F
           data record is payroll-export-line
           record contains 44 characters.
      *
       01 payroll-export-line.
           05 px-rec-type                   pic x.
           05 px-eff-date                   pic 9(8).
           05 px-new-salary                 pic 9(7)v99.
           05 px-retro-amount               pic 9(7)v99.
           05 px-cola-increase              pic 9(5)v99.
           05 px-merit-increase             pic 9(5)v99.
      *
       01 px-trailer-redef redefines payroll-export-line.
           05 filler                        pic x.
           05 px-trl-rec-count              pic 9(6).
           05 px-trl-salary-total           pic 9(12)v99.
           05 filler                        pic x(23).
      *
       fd approved-file
           recording mode is F
           data record is approved-line
           record contains 48 characters.
      *
       01 approved-line.
           05 ap-emp-no                     pic x(3).
                88 ap-deny                  value "D".
           05 ap-appr-increase              pic 9(5)v99.
           05 ap-eff-date                   pic 9(8).
           05 ap-prop-merit                 pic 9(5)v99.
           05 ap-appr-merit                 pic 9(5)v99.
           05 ap-approver-id                pic x(8).
      *
      * scenario record -- H names the rate sets, D carries one
      * position's rate under each scenario
           05 bd-midpoint                   pic 9(5)v99.
           05 bd-maximum                    pic 9(5)v99.
      *
      * performance rating record
       fd perf-file
           recording mode is F
           data record is perf-line
           record contains 4 characters.
      *
       01 perf-line.
           05 pf-emp-no                     pic x(3).
           05 pf-rating                     pic 9.
      *
      * merit matrix record -- one per rating, up to four compa-
      * ratio zones low to high, each its upper compa-ratio and
      * merit percent
       fd merit-file
           recording mode is F
           data record is merit-line
           record contains 25 characters.
      *
       01 merit-line.
           05 mx-rating                     pic 9.
           05 mx-zone occurs 4 times.
                10 mx-zone-upper            pic 9(3).
                10 mx-zone-pct              pic 9v99.
      *
      * department salary budget record
       fd budget-file
           recording mode is F
           data record is budget-line
           record contains 31 characters.
      *
       01 budget-line.
           05 bg-dept                       pic x(2).
           05 bg-annual-budget              pic 9(9)v99.
           05 bg-increase-pool              pic 9(7)v99.
      *    Y once Finance has signed off increases over the pool
           05 bg-signoff                    pic x.
           05 bg-signoff-user               pic x(8).
      *
      * prior-period salary extract record
       fd prior-file
           recording mode is F
       working-storage section.
      *
      *-----------------------------------------------
      *  THE EMPLOYEE UNDER REVIEW (FROM EMPMAST)
      *-----------------------------------------------
       01 input-line.
           05 il-no                         pic x(3).
           05 il-name                       pic x(15).
           05 il-code                       pic x.
           05 il-years                      pic 99.
           05 il-salary                     pic 9(5)v99.
           05 il-hire-date                  pic 9(8).
           05 il-hire-date-r redefines il-hire-date.
                10 il-hire-year             pic 9(4).
                10 il-hire-month            pic 9(2).
                10 il-hire-day              pic 9(2).
           05 il-dept                       pic x(2).
      *
      *-----------------------------------------------
      *  REPORT HEADER
      *-----------------------------------------------
       01 ws-report-header.
                value "INCREASE".
           05 filler                        pic x(5)
                value spaces.
           05 pay-1                         pic x(4)
                value "COLA".
           05 filler                        pic x(6)
                value spaces.
           05 merit-1                       pic x(5)
                value "MERIT".
           05 filler                        pic x(7)
                value spaces.
           05 new-1                         pic x(3)
                value "NEW".
                value spaces.
           05 pay-2                         pic x(8)
                value "INCREASE".
           05 filler                        pic x(3)
                value spaces.
           05 merit-2                       pic x(8)
                value "INCREASE".
           05 filler                        pic x(4)
                value spaces.
           05 new-2                         pic x(6)
                value "SALARY".
           05 dl-percent-inc                pic x(5).
           05 filler                        pic x(2)
                value spaces.
           05 dl-pay-increase               pic $$$,$$9.99+.
           05 filler                        pic x
                value spaces.
           05 dl-merit-increase             pic zz,zz9.99.
           05 filler                        pic x
                value spaces.
           05 dl-new-salary                 pic $z,zzz,zzz.99.
      *--------------------------------------------------------
       01 ws-detail-calc.
           05 ws-pay-increase               pic 9(5)v99.
           05 ws-merit-increase             pic 9(5)v99.
           05 ws-total-increase             pic 9(6)v99.
           05 ws-new-salary                 pic 9(7)v99.
           05 ws-total-analyst              pic 9 value 0.
           05 ws-total-sen-prog             pic 9 value 0.
       01 ws-payexp-work.
           05 ws-px-rec-count               pic 9(6) value 0.
           05 ws-px-salary-total            pic 9(12)v99 value 0.
           05 ws-px-held-count              pic 9(4) value 0.
      *
      *  staged detail records, released once the department
      *  budget check has run
       01 ws-px-stage-table.
           05 ws-pxs-count                  pic 9(4) value 0.
           05 ws-pxs-entry occurs 500 times.
                10 ws-pxs-emp-no            pic x(3).
                10 ws-pxs-dept              pic x(2).
                10 ws-pxs-eff-date          pic 9(8).
                10 ws-pxs-old-salary        pic 9(5)v99.
                10 ws-pxs-new-salary        pic 9(7)v99.
                10 ws-pxs-retro             pic 9(7)v99.
                10 ws-pxs-cola              pic 9(5)v99.
                10 ws-pxs-merit             pic 9(5)v99.
                10 ws-pxs-approver          pic x(8).
       01 ws-pxs-idx                        pic 9(4).
      *
       01 ws-px-held-line.
           05 filler                        pic x(16)
                value "PAYEXP HELD:".
           05 dl-px-held-count              pic zzz9.
           05 filler                        pic x(9)
                value " RECORDS".
           05 filler                        pic x(2)
                value spaces.
           05 dl-px-held-depts              pic z9.
           05 filler                        pic x(27)
                value " DEPT(S) OVER INCREASE POOL".
      *
       01 ws-payexp-recon-line.
           05 filler                        pic x(16)
                10 ws-apr-action            pic x.
                10 ws-apr-approved          pic 9(5)v99.
                10 ws-apr-eff-date          pic 9(8).
                10 ws-apr-prop-merit        pic 9(5)v99.
                10 ws-apr-appr-merit        pic 9(5)v99.
                10 ws-apr-approver          pic x(8).
      *
      *-----------------------------------------------
      *  RETROACTIVE PAY WORK FIELDS
           05 ws-apr-found-sw               pic x value "N".
                88 ws-apr-found             value "Y".
       01 ws-approved-eof-flag              pic x value "N".
      *
      *-----------------------------------------------
      *  APPROVAL AUTHORITY (USERAUTH VIA A0USRCHK)
      *-----------------------------------------------
       01 ws-auth-work.
           05 ws-auth-tran-type             pic x(4) value "SALA".
           05 ws-auth-amount                pic 9(7)v99.
           05 ws-auth-result                pic x.
                88 ws-auth-refused          value "N".
           05 ws-auth-reason                pic x(34).
           05 ws-auth-emp-no                pic x(3).
      *
       01 ws-refused-approvals.
           05 ws-arf-count                  pic 9(3) value 0.
           05 ws-arf-entry occurs 100 times.
                10 ws-arf-emp-no            pic x(3).
                10 ws-arf-user              pic x(8).
                10 ws-arf-reason            pic x(34).
       01 ws-arf-idx                        pic 9(3).
      *
       01 ws-refused-appr-line.
           05 filler                        pic x(4)
                value spaces.
           05 filler                        pic x(22)
                value "*** APPROVAL REFUSED:".
           05 filler                        pic x(1)
                value spaces.
           05 dlf-emp-no                    pic x(3).
           05 filler                        pic x(1)
                value spaces.
           05 dlf-user                      pic x(8).
           05 filler                        pic x(1)
                value spaces.
           05 dlf-reason                    pic x(34).
           05 filler                        pic x(4)
                value " ***".
      *
       01 ws-appr-diff-line.
           05 filler                        pic x(4)
           05 filler                        pic x(7)
                value "  APPR=".
           05 dla-approved                  pic zz,zz9.99.
           05 filler                        pic x(10)
                value "  MERIT P=".
           05 dla-prop-merit                pic zz,zz9.99.
           05 filler                        pic x(3)
                value " A=".
           05 dla-appr-merit                pic zz,zz9.99.
           05 filler                        pic x(2)
                value spaces.
           05 dla-action                    pic x(12).
                10 ws-dept-code             pic x(2).
                10 ws-dept-impact           pic 9(8)v99.
                10 ws-dept-emp-count        pic 9(4).
                10 ws-dept-payroll          pic 9(9)v99.
                10 ws-dept-held-sw          pic x.
                     88 ws-dept-held        value "Y".
      *
       01 ws-dept-work.
           05 ws-dept-idx                   pic 99.
           05 dl-dept-emp-count             pic zzz9.
      *
      *-----------------------------------------------
      *  DEPARTMENT SALARY BUDGETS (LOADED FROM BUDGFILE)
      *-----------------------------------------------
       01 ws-budget-table.
           05 ws-budget-count               pic 99 value 0.
           05 ws-budget-entry occurs 20 times.
                10 ws-bud-dept              pic x(2).
                10 ws-bud-annual            pic 9(9)v99.
                10 ws-bud-pool              pic 9(7)v99.
                10 ws-bud-signoff           pic x.
                10 ws-bud-signoff-user      pic x(8).
       01 ws-budget-eof-flag                pic x value "N".
      *
       01 ws-budget-work.
           05 ws-bud-idx                    pic 99.
           05 ws-bud-found-sw               pic x value "N".
                88 ws-bud-found             value "Y".
           05 ws-bud-remaining              pic s9(8)v99.
           05 ws-bud-pct-used               pic 9(3)v9.
           05 ws-dept-held-count            pic 99 value 0.
           05 ws-bud-signoff-ok-sw          pic x.
                88 ws-bud-signoff-ok        value "Y".
      *
      * Finance's sign-off on an over-pool department -- BUDS
      * authority up to the overage, from outside the department
       01 ws-bud-auth-work.
           05 ws-bud-auth-type              pic x(4) value "BUDS".
           05 ws-bud-auth-amount            pic 9(7)v99.
      *
       01 ws-refused-signoff-line.
           05 filler                        pic x(4)
                value spaces.
           05 filler                        pic x(22)
                value "*** SIGN-OFF REFUSED:".
           05 filler                        pic x(1)
                value spaces.
           05 dls-dept                      pic x(2).
           05 filler                        pic x(1)
                value spaces.
           05 dls-user                      pic x(8).
           05 filler                        pic x(1)
                value spaces.
           05 dls-reason                    pic x(34).
           05 filler                        pic x(4)
                value " ***".
      *
       01 ws-budget-title.
           05 filler                        pic x(18)
                value "BUDGET VS PROPOSED".
      *
       01 ws-budget-header.
           05 filler                        pic x(4)
                value "DEPT".
           05 filler                        pic x(8)
                value spaces.
           05 filler                        pic x(7)
                value "PAYROLL".
           05 filler                        pic x(4)
                value spaces.
           05 filler                        pic x(13)
                value "ANNUAL BUDGET".
           05 filler                        pic x(6)
                value spaces.
           05 filler                        pic x(9)
                value "INCREASES".
           05 filler                        pic x(11)
                value spaces.
           05 filler                        pic x(4)
                value "POOL".
           05 filler                        pic x(6)
                value spaces.
           05 filler                        pic x(9)
                value "REMAINING".
           05 filler                        pic x(2)
                value spaces.
           05 filler                        pic x(6)
                value "% USED".
           05 filler                        pic x(3)
                value spaces.
           05 filler                        pic x(6)
                value "STATUS".
      *
       01 ws-budget-line.
           05 dlb-dept                      pic x(2).
           05 filler                        pic x(2)
                value spaces.
           05 dlb-payroll                   pic $zzz,zzz,zz9.99.
           05 filler                        pic x(2)
                value spaces.
           05 dlb-annual                    pic $zzz,zzz,zz9.99.
           05 filler                        pic x(2)
                value spaces.
           05 dlb-increases                 pic $z,zzz,zz9.99.
           05 filler                        pic x(2)
                value spaces.
           05 dlb-pool                      pic $z,zzz,zz9.99.
           05 filler                        pic x(2)
                value spaces.
           05 dlb-remaining                 pic $z,zzz,zz9.99-.
           05 filler                        pic x(2)
                value spaces.
           05 dlb-pct-used                  pic zz9.9.
           05 filler                        pic x(3)
                value spaces.
           05 dlb-status                    pic x(13).
      *
      *-----------------------------------------------
      *  PAY-EQUITY ANALYSIS -- EVERY EMPLOYEE CLASSIFIED
      *  INTO A POSITION, GROUPED BY POSITION AND DEPARTMENT
      *-----------------------------------------------
       01 ws-eq-table.
           05 ws-eq-count                   pic 9(4) value 0.
           05 ws-eq-entry occurs 500 times.
                10 ws-eq-position           pic x(8).
                10 ws-eq-dept               pic x(2).
                10 ws-eq-emp-no             pic x(3).
                10 ws-eq-name               pic x(15).
                10 ws-eq-years              pic 99.
                10 ws-eq-hire-date          pic 9(8).
                10 ws-eq-salary             pic 9(5)v99.
                10 ws-eq-ranked             pic x.
                10 ws-eq-sal-used           pic x.
      *
       01 ws-eq-group-table.
           05 ws-eqg-count                  pic 99 value 0.
           05 ws-eqg-entry occurs 50 times.
                10 ws-eqg-position          pic x(8).
                10 ws-eqg-dept              pic x(2).
                10 ws-eqg-emp-count         pic 9(4).
      *
      *  the current group's members in rank order, and their
      *  salaries low to high for the median
       01 ws-eq-rank-work.
           05 ws-eq-order occurs 500 times  pic 9(4).
           05 ws-eq-sorted-sal occurs 500 times
                                            pic 9(5)v99.
      *
       01 ws-eq-work.
           05 ws-eq-tolerance               pic 99v99 value 3.00.
           05 ws-eq-ctl-eof-flag            pic x value "N".
           05 ws-eq-idx                     pic 9(4).
           05 ws-eqg-idx                    pic 99.
           05 ws-eqg-found-sw               pic x value "N".
                88 ws-eqg-found             value "Y".
           05 ws-eq-rank                    pic 9(4).
           05 ws-eq-prior-rank              pic 9(4).
           05 ws-eq-best-idx                pic 9(4).
           05 ws-eq-cur-idx                 pic 9(4).
           05 ws-eq-cmp-idx                 pic 9(4).
           05 ws-eq-limit                   pic 9(6)v99.
           05 ws-eq-over-pct                pic 9(4)v9.
           05 ws-eq-median                  pic 9(5)v99.
           05 ws-eq-mid-pos                 pic 9(4).
           05 ws-eq-inverted-sw             pic x.
                88 ws-eq-inverted           value "Y".
           05 ws-eq-list-sw                 pic x.
                88 ws-eq-list-inversions    value "Y".
           05 ws-eq-inversion-count         pic 9(4) value 0.
           05 ws-eq-flagged-count           pic 9(4) value 0.
      *
       01 ws-eq-title.
           05 filler                        pic x(21)
                value spaces.
           05 filler                        pic x(36)
                value "PAY EQUITY AND COMPRESSION ANALYSIS".
           05 filler                        pic x(4)
                value spaces.
           05 dlq-title-date                pic 9(8).
      *
       01 ws-eq-tolerance-line.
           05 filler                        pic x(21)
                value "INVERSION TOLERANCE:".
           05 dlq-tolerance                 pic z9.99.
           05 filler                        pic x(24)
                value "% OVER A LONGER-SERVING".
           05 filler                        pic x(10)
                value "COLLEAGUE".
      *
       01 ws-eq-group-line.
           05 filler                        pic x(10)
                value "POSITION:".
           05 dlq-position                  pic x(8).
           05 filler                        pic x(9)
                value "   DEPT:".
           05 dlq-dept                      pic x(2).
           05 filler                        pic x(14)
                value "   EMPLOYEES:".
           05 dlq-emp-count                 pic zzz9.
      *
       01 ws-eq-column-header.
           05 filler                        pic x(6)
                value "RANK".
           05 filler                        pic x(4)
                value "EMP".
           05 filler                        pic x(16)
                value "NAME".
           05 filler                        pic x(7)
                value "YEARS".
           05 filler                        pic x(11)
                value "HIRE DATE".
           05 filler                        pic x(11)
                value "   SALARY".
           05 filler                        pic x(9)
                value "FLAG".
      *
       01 ws-eq-detail-line.
           05 dlq-rank                      pic zzz9.
           05 filler                        pic x(2)
                value spaces.
           05 dlq-emp-no                    pic x(3).
           05 filler                        pic x(1)
                value spaces.
           05 dlq-name                      pic x(15).
           05 filler                        pic x(2)
                value spaces.
           05 dlq-years                     pic z9.
           05 filler                        pic x(4)
                value spaces.
           05 dlq-hire-date                 pic 9(8).
           05 filler                        pic x(3)
                value spaces.
           05 dlq-salary                    pic zz,zz9.99.
           05 filler                        pic x(2)
                value spaces.
           05 dlq-flag                      pic x(9).
      *
       01 ws-eq-inversion-line.
           05 filler                        pic x(6)
                value spaces.
           05 filler                        pic x(15)
                value "*** INVERSION:".
           05 dlqi-emp-no                   pic x(3).
           05 filler                        pic x(1)
                value spaces.
           05 dlqi-years                    pic z9.
           05 filler                        pic x(6)
                value " YRS @".
           05 dlqi-salary                   pic zz,zz9.99.
           05 filler                        pic x(1)
                value spaces.
           05 dlqi-over-pct                 pic zzz9.9.
           05 filler                        pic x(11)
                value "% OVER EMP".
           05 dlqi-cmp-emp-no               pic x(3).
           05 filler                        pic x(1)
                value spaces.
           05 dlqi-cmp-years                pic z9.
           05 filler                        pic x(6)
                value " YRS @".
           05 dlqi-cmp-salary               pic zz,zz9.99.
           05 filler                        pic x(4)
                value " ***".
      *
       01 ws-eq-spread-line.
           05 filler                        pic x(6)
                value spaces.
           05 filler                        pic x(12)
                value "SPREAD  MIN".
           05 dlqs-min                      pic zz,zz9.99.
           05 filler                        pic x(9)
                value "  MEDIAN".
           05 dlqs-median                   pic zz,zz9.99.
           05 filler                        pic x(6)
                value "  MAX".
           05 dlqs-max                      pic zz,zz9.99.
      *
       01 ws-eq-band-line.
           05 filler                        pic x(6)
                value spaces.
           05 filler                        pic x(12)
                value "BAND    MIN".
           05 dlqs-band-min                 pic zz,zz9.99.
           05 filler                        pic x(9)
                value "  MID".
           05 dlqs-band-mid                 pic zz,zz9.99.
           05 filler                        pic x(6)
                value "  MAX".
           05 dlqs-band-max                 pic zz,zz9.99.
           05 filler                        pic x(2)
                value spaces.
           05 dlqs-band-flag                pic x(18).
      *
       01 ws-eq-totals-line.
           05 filler                        pic x(8)
                value "GROUPS:".
           05 dlqt-groups                   pic z9.
           05 filler                        pic x(14)
                value "   EMPLOYEES:".
           05 dlqt-employees                pic zzz9.
           05 filler                        pic x(15)
                value "   INVERSIONS:".
           05 dlqt-inversions               pic zzz9.
           05 filler                        pic x(23)
                value "   EMPLOYEES FLAGGED:".
           05 dlqt-flagged                  pic zzz9.
      *
      *-----------------------------------------------
      *  SALARY BAND TABLE (LOADED FROM BANDFILE)
      *-----------------------------------------------
       01 ws-band-table.
           05 dl-band-flag-count            pic zzz9.
      *
      *-----------------------------------------------
      *  MERIT MATRIX (LOADED FROM MERITMTX) -- ONE ROW PER
      *  RATING, ZONES BY COMPA-RATIO LOW TO HIGH
      *-----------------------------------------------
       01 ws-merit-table.
           05 ws-merit-row occurs 5 times.
                10 ws-merit-zone occurs 4 times.
                     15 ws-merit-upper      pic 9(3).
                     15 ws-merit-pct        pic 9v99.
       01 ws-merit-row-count                pic 9 value 0.
       01 ws-merit-eof-flag                 pic x value "N".
      *
      *-----------------------------------------------
      *  PERFORMANCE RATINGS (LOADED FROM PERFFILE)
      *-----------------------------------------------
       01 ws-perf-table.
           05 ws-perf-count                 pic 9(4) value 0.
           05 ws-perf-entry occurs 500 times.
                10 ws-perf-emp-no           pic x(3).
                10 ws-perf-rating           pic 9.
       01 ws-perf-eof-flag                  pic x value "N".
      *
       01 ws-merit-work.
           05 ws-perf-idx                   pic 9(4).
           05 ws-emp-rating                 pic 9.
           05 ws-merit-zone-idx             pic 9.
           05 ws-found-merit-zone           pic 9.
           05 ws-merit-compa                pic 9(3).
           05 ws-found-merit-pct            pic 9v99.
           05 ws-cola-total                 pic 9(7)v99 value 0.
           05 ws-merit-total                pic 9(7)v99 value 0.
      *
       01 ws-merit-split-line.
           05 filler                        pic x(23)
                value spaces.
           05 filler                        pic x(7)
                value "COLA  =".
           05 dl-cola-total                 pic $zz,zzz,zzz.99.
           05 filler                        pic x(2)
                value spaces.
           05 filler                        pic x(7)
                value "MERIT =".
           05 dl-merit-total                pic $zz,zzz,zzz.99.
      *
      *-----------------------------------------------
      *  COLA RATE TABLE (LOADED FROM RATEFILE)
      *-----------------------------------------------
       01 ws-rate-table.
           05 ws-prior-entry occurs 500 times.
                10 ws-pr-emp-no              pic x(3).
                10 ws-pr-salary              pic 9(5)v99.
      *
      *
      *  SALHIST holds the salary as of a year back for anyone whose
      *  history reaches that far; the latest such record wins
       01 ws-hist-work.
           05 ws-prior-cutoff-date          pic 9(8).
           05 ws-hist-date  occurs 500 times
                                            pic 9(8).
           05 ws-hist-eof-flag              pic x value "N".
           05 ws-hist-post-count            pic 9(4) value 0.
      *
       01 ws-hist-post-line.
           05 filler                        pic x(24)
                value "POSTED TO EMPMAST:".
           05 dl-hist-post-count            pic zzz9.
           05 filler                        pic x(20)
                value " APPROVED SALARIES".
      *
       01 ws-prior-lookup.
           05 ws-prior-key                  pic x(3).
           perform 110-load-cola-rates.
           perform 112-load-salary-bands.
           perform 115-load-dept-filter.
           perform 116-load-merit-matrix.
           perform 117-load-perf-ratings.
           perform 119-load-dept-budgets.
           perform 124-load-equity-tolerance.
           perform 140-load-prior-salaries.
           perform 165-load-salary-history.
           perform 170-report-header.
           perform 175-report-refused-approvals.
           perform 200-read-file.
           perform 400-process-recs
                until ws-eof-flag is equal to ws-eof-y.
           perform 800-report-summary.
           perform 850-reconciliation-trailer.
           perform 890-equity-analysis.
           perform 900-close-files.

      *    the scheduler sees the problem, not just the report
           goback.
      *
       100-open-files.
           open i-o employee-master-file.
           open output output-file, proposed-file,
                payroll-export-file, equity-file.
           open extend exception-file.
           move ws-eof-n                    to    ws-eof-flag.
      *
      * the approver must hold salary-approval authority up to what
      * the decision commits, and may not be the employee approved
       101-check-approver.
           if ap-approve
                compute ws-auth-amount =
                     ap-prop-increase + ap-prop-merit
           else if ap-modify
                compute ws-auth-amount =
                     ap-appr-increase + ap-appr-merit
           else
                move 0                      to ws-auth-amount
           end-if
           end-if.
           call "A0USRCHK" using ap-approver-id, ws-auth-tran-type,
                ws-auth-amount, ws-auth-result, ws-auth-reason,
                ws-auth-emp-no.
           if ws-auth-refused
                go to 101-exit
           end-if.
           if ap-approver-id not = spaces
                and (ap-approver-id = ap-emp-no
                     or ws-auth-emp-no = ap-emp-no)
                move "N"                    to ws-auth-result
                move "APPROVER IS THE EMPLOYEE"
                                            to ws-auth-reason
           end-if.
       101-exit.
           exit.
      *
       102-refuse-approval.
           if ws-arf-count < 100
                add 1                       to ws-arf-count
                move ap-emp-no         to ws-arf-emp-no(ws-arf-count)
                move ap-approver-id    to ws-arf-user(ws-arf-count)
                move ws-auth-reason    to ws-arf-reason(ws-arf-count)
           end-if.
           move "A4SALRPT"                  to ex-program.
           move ws-date                     to ex-run-date.
           move "2"                         to ex-severity.
           move ap-emp-no                   to ex-key.
           move ws-auth-reason              to ex-reason.
           write exception-line.
      *
       103-keep-approval.
           add 1                            to    ws-apr-count.
           move ap-emp-no         to ws-apr-emp-no(ws-apr-count).
           move ap-prop-increase  to ws-apr-proposed(ws-apr-count).
           move ap-action         to ws-apr-action(ws-apr-count).
           move ap-appr-increase  to ws-apr-approved(ws-apr-count).
           move ap-eff-date       to ws-apr-eff-date(ws-apr-count).
           move ap-prop-merit     to ws-apr-prop-merit(ws-apr-count).
           move ap-appr-merit     to ws-apr-appr-merit(ws-apr-count).
           move ap-approver-id    to ws-apr-approver(ws-apr-count).
      *
      * APPROVED absent or empty -- this is a first pass; proposed
      * increases go to PROPFILE for HR review
       108-load-approvals.
                until ws-approved-eof-flag is equal to ws-eof-y.
           close approved-file.
           if ws-apr-count > 0
                or ws-arf-count > 0
                set ws-approval-mode        to true
           end-if.
      *
                at end move ws-eof-y        to    ws-approved-eof-flag.
      *
       108-store-approval.
           perform 101-check-approver thru 101-exit.
           if ws-auth-refused
                perform 102-refuse-approval
           else
                perform 103-keep-approval
           end-if.
           perform 108-read-approval.
      *
      * EFFDATE absent or empty -- increases intend to take
           end-if.
           perform 113-read-band.
      *
      * the position's band, if it has one
       417-find-band.
           move "N"                         to ws-band-found-sw.
           perform varying ws-band-idx from 1 by 1
                until ws-band-idx > ws-band-count
                end-if
           end-perform.
           subtract 1                       from ws-band-idx.
      *
      * the new salary against the position's band: compa-ratio
      * to the midpoint, and a flag Compensation reviews when it
      * lands outside minimum-maximum
       418-check-band.
           move 0                           to dl-compa-ratio.
           move spaces                      to dl-band-flag.
           perform 417-find-band.
           if ws-band-found
                if ws-band-mid(ws-band-idx) > 0
                     compute ws-compa-ratio rounded =
                     add 1                  to ws-band-flag-count
                end-if
           end-if.
      *
      * merit rides on top of COLA: the employee's rating and
      * where the present salary sits in the band pick the percent
      * off the merit matrix, prorated like COLA.  no rating earns
      * no merit; a position without a band counts as midpoint
       422-calc-merit.
           move 0                           to ws-merit-increase.
           move 0                           to ws-found-merit-pct.
           perform 424-lookup-rating.
           if ws-emp-rating > 0 and ws-emp-rating < 6
                move 100                    to ws-merit-compa
                perform 417-find-band
                if ws-band-found
                     and ws-band-mid(ws-band-idx) > 0
                     compute ws-merit-compa rounded =
                          (il-salary * 100)
                               / ws-band-mid(ws-band-idx)
                end-if
                perform 426-lookup-merit-pct
                compute ws-merit-increase rounded =
                     (il-salary * ws-found-merit-pct / 100)
                          * ws-prorate-factor
           end-if.
      *
       424-lookup-rating.
           move 0                           to ws-emp-rating.
           perform varying ws-perf-idx from 1 by 1
                until ws-perf-idx > ws-perf-count
                    or ws-emp-rating > 0
                if ws-perf-emp-no(ws-perf-idx) = il-no
                     move ws-perf-rating(ws-perf-idx)
                                            to ws-emp-rating
                end-if
           end-perform.
      *
      * the first zone whose upper compa-ratio the employee has not
      * passed; above the last zone there is no merit
       426-lookup-merit-pct.
           move 0                           to ws-found-merit-zone.
           perform varying ws-merit-zone-idx from 1 by 1
                until ws-merit-zone-idx > 4
                    or ws-found-merit-zone > 0
                if ws-merit-compa not >
                     ws-merit-upper(ws-emp-rating, ws-merit-zone-idx)
                     move ws-merit-zone-idx to ws-found-merit-zone
                end-if
           end-perform.
           if ws-found-merit-zone > 0
                move ws-merit-pct(ws-emp-rating, ws-found-merit-zone)
                                            to ws-found-merit-pct
           end-if.
      *
       120-read-cola-rate.
           read rate-file
                move dept-ctl-line          to ws-dept-filter
           end-if.
           close dept-ctl-file.
      *
      * MERITMTX absent or empty -- the standard matrix applies
       116-load-merit-matrix.
           move zeros                       to ws-merit-table.
           open input merit-file.
           perform 116-read-merit-rec.
           perform 116-store-merit-rec
                until ws-merit-eof-flag is equal to ws-eof-y.
           close merit-file.
           if ws-merit-row-count = 0
                perform 118-default-merit-matrix
           end-if.
      *
       116-read-merit-rec.
           read merit-file
                at end move ws-eof-y        to    ws-merit-eof-flag.
      *
       116-store-merit-rec.
           if mx-rating > 0 and mx-rating < 6
                add 1                       to ws-merit-row-count
                perform varying ws-merit-zone-idx from 1 by 1
                     until ws-merit-zone-idx > 4
                     move mx-zone-upper(ws-merit-zone-idx) to
                          ws-merit-upper(mx-rating, ws-merit-zone-idx)
                     move mx-zone-pct(ws-merit-zone-idx) to
                          ws-merit-pct(mx-rating, ws-merit-zone-idx)
                end-perform
           end-if.
           perform 116-read-merit-rec.
      *
       117-load-perf-ratings.
           open input perf-file.
           perform 117-read-perf-rec.
           perform 117-store-perf-rec
                until ws-perf-eof-flag is equal to ws-eof-y.
           close perf-file.
      *
       117-read-perf-rec.
           read perf-file
                at end move ws-eof-y        to    ws-perf-eof-flag.
      *
       117-store-perf-rec.
           if ws-perf-count < 500
                add 1                       to ws-perf-count
                move pf-emp-no     to ws-perf-emp-no(ws-perf-count)
                move pf-rating     to ws-perf-rating(ws-perf-count)
           end-if.
           perform 117-read-perf-rec.
      *
      * the standard matrix -- compa-ratio zones under 90, 90-99,
      * 100-109, and 110 up; the best performers low in the band
      * move fastest, a rating of 1 earns no merit
       118-default-merit-matrix.
           move 5                           to ws-merit-row-count.
           perform varying ws-emp-rating from 1 by 1
                until ws-emp-rating > 5
                move 089          to ws-merit-upper(ws-emp-rating, 1)
                move 099          to ws-merit-upper(ws-emp-rating, 2)
                move 109          to ws-merit-upper(ws-emp-rating, 3)
                move 999          to ws-merit-upper(ws-emp-rating, 4)
           end-perform.
           move 6.00                        to ws-merit-pct(5, 1).
           move 5.00                        to ws-merit-pct(5, 2).
           move 4.00                        to ws-merit-pct(5, 3).
           move 3.00                        to ws-merit-pct(5, 4).
           move 4.50                        to ws-merit-pct(4, 1).
           move 4.00                        to ws-merit-pct(4, 2).
           move 3.00                        to ws-merit-pct(4, 3).
           move 2.00                        to ws-merit-pct(4, 4).
           move 3.00                        to ws-merit-pct(3, 1).
           move 2.50                        to ws-merit-pct(3, 2).
           move 2.00                        to ws-merit-pct(3, 3).
           move 1.00                        to ws-merit-pct(3, 4).
           move 1.00                        to ws-merit-pct(2, 1).
           move 0.50                        to ws-merit-pct(2, 2).
           move 0                           to ws-merit-pct(2, 3).
           move 0                           to ws-merit-pct(2, 4).
      *
       119-load-dept-budgets.
           open input budget-file.
           perform 119-read-budget-rec.
           perform 119-store-budget-rec
                until ws-budget-eof-flag is equal to ws-eof-y.
           close budget-file.
      *
       119-read-budget-rec.
           read budget-file
                at end move ws-eof-y        to    ws-budget-eof-flag.
      *
       119-store-budget-rec.
           if ws-budget-count < 20
                add 1                       to ws-budget-count
                move bg-dept       to ws-bud-dept(ws-budget-count)
                move bg-annual-budget
                                   to ws-bud-annual(ws-budget-count)
                move bg-increase-pool
                                   to ws-bud-pool(ws-budget-count)
                move bg-signoff    to ws-bud-signoff(ws-budget-count)
                move bg-signoff-user
                             to ws-bud-signoff-user(ws-budget-count)
           end-if.
           perform 119-read-budget-rec.
      *
      * EQTYCTL absent or empty -- the standard 3.00 percent
       124-load-equity-tolerance.
           open input equity-ctl-file.
           read equity-ctl-file
                at end move ws-eof-y        to ws-eq-ctl-eof-flag.
           if ws-eq-ctl-eof-flag not = ws-eof-y
                move equity-ctl-line        to ws-eq-tolerance
           end-if.
           close equity-ctl-file.
      *
       140-load-prior-salaries.
           open input prior-file.
                ws-pr-emp-no(ws-prior-count).
           move pl-prior-salary             to
                ws-pr-salary(ws-prior-count).
           move 0                           to
                ws-hist-date(ws-prior-count).
           perform 150-read-prior-rec.
      *
      * the salary of record a year before the run replaces the
      * PRIORFILE figure wherever the history reaches back that
      * far; the file is then reopened to take this run's postings
       165-load-salary-history.
           move ws-date                     to ws-prior-cutoff-date.
           subtract 10000                   from ws-prior-cutoff-date.
           open input salhist-file.
           perform 166-read-salary-history.
           perform 167-store-salary-history
                until ws-hist-eof-flag is equal to ws-eof-y.
           close salhist-file.
           open extend salhist-file.
      *
       166-read-salary-history.
           read salhist-file
                at end move ws-eof-y        to    ws-hist-eof-flag.
      *
       167-store-salary-history.
           if sh-eff-date not > ws-prior-cutoff-date
                move sh-emp-no              to ws-prior-key
                move "N"                    to ws-prior-found-sw
                perform varying ws-prior-idx from 1 by 1
                     until ws-prior-idx > ws-prior-count
                         or ws-prior-found
                     if ws-pr-emp-no(ws-prior-idx) = ws-prior-key
                          set ws-prior-found to true
                     end-if
                end-perform
                if ws-prior-found
                     subtract 1             from ws-prior-idx
                else
                     if ws-prior-count < 500
                          add 1             to ws-prior-count
                          move ws-prior-count to ws-prior-idx
                          move sh-emp-no
                               to ws-pr-emp-no(ws-prior-idx)
                          move 0
                               to ws-hist-date(ws-prior-idx)
                          set ws-prior-found to true
                     end-if
                end-if
                if ws-prior-found
                     and sh-eff-date not < ws-hist-date(ws-prior-idx)
                     move sh-new-salary to ws-pr-salary(ws-prior-idx)
                     move sh-eff-date   to ws-hist-date(ws-prior-idx)
                end-if
           end-if.
           perform 166-read-salary-history.
      *
       170-report-header.
           move function current-date       to ws-current-date.
           move ws-date                     to ws-report-date.
           write output-line                from ws-report-header.
      *
      * approval decisions refused for the approver's authority --
      * those employees print as not reviewed further down
       175-report-refused-approvals.
           perform varying ws-arf-idx from 1 by 1
                until ws-arf-idx > ws-arf-count
                move ws-arf-emp-no(ws-arf-idx)  to dlf-emp-no
                move ws-arf-user(ws-arf-idx)    to dlf-user
                move ws-arf-reason(ws-arf-idx)  to dlf-reason
                write output-line           from ws-refused-appr-line
           end-perform.

      * terminated employees stay on the master for their history
      * but are not reviewed, and do not count as records read
       200-read-file.
           perform 202-read-master.
           perform 202-read-master
                until ws-eof-flag is equal to ws-eof-y
                    or em-active.
           if ws-eof-flag not = ws-eof-y
                add 1                       to    ws-records-read
                move em-emp-no              to    il-no
                move em-name                to    il-name
                move em-code                to    il-code
                move em-years               to    il-years
                move em-salary              to    il-salary
                move em-hire-date           to    il-hire-date
                move em-dept                to    il-dept
           end-if.
      *
       202-read-master.
           read employee-master-file next record
                at end move ws-eof-y        to    ws-eof-flag
           end-read.
      *
       400-process-recs.
      *-----------------------------------------------
           move "N"                         to ws-class-switch.
           move 0                           to ws-pay-increase.
           move 0                           to ws-merit-increase.
           move 0                           to ws-total-increase.
           move spaces                      to dl-position.
           move spaces                      to dl-percent-inc.
           move 0                           to dl-prorate-factor.
                                         (il-salary *
                                         (ws-found-rate-pct * 10))
                     perform 412-prorate-increase
                     perform 422-calc-merit
                     if ws-approval-mode
                          perform 414-apply-approval
                     end-if
                     compute ws-total-increase =
                          ws-pay-increase + ws-merit-increase
                     perform 430-build-percent-display
                     perform 415-accum-position-buckets
                end-if
                move il-no                  to dla-emp-no
                move ws-pay-increase        to dla-proposed
                move 0                      to dla-approved
                move ws-merit-increase      to dla-prop-merit
                move 0                      to dla-appr-merit
                move "NOT REVIEWED"         to dla-action
                write output-line           from ws-appr-diff-line
                move 0                      to ws-pay-increase
                move 0                      to ws-merit-increase
           else
                if ws-apr-action(ws-apr-found-idx) = "A"
                     move ws-apr-proposed(ws-apr-found-idx)
                          to ws-pay-increase
                     move ws-apr-prop-merit(ws-apr-found-idx)
                          to ws-merit-increase
                else if ws-apr-action(ws-apr-found-idx) = "M"
                     move ws-apr-approved(ws-apr-found-idx)
                          to ws-pay-increase
                     move ws-apr-appr-merit(ws-apr-found-idx)
                          to ws-merit-increase
                else
                     move 0                 to ws-pay-increase
                     move 0                 to ws-merit-increase
                end-if
                end-if
                if ws-apr-action(ws-apr-found-idx) not = "A"
                     move il-no             to dla-emp-no
                     move ws-apr-proposed(ws-apr-found-idx)
                          to dla-proposed
                     move ws-pay-increase   to dla-approved
                     move ws-apr-prop-merit(ws-apr-found-idx)
                          to dla-prop-merit
                     move ws-merit-increase to dla-appr-merit
                     if ws-apr-action(ws-apr-found-idx) = "M"
                          move "MODIFIED"   to dla-action
                     else
                end-if
                move ws-apr-eff-date(ws-apr-found-idx)
                     to ws-applied-eff-date
                compute ws-total-increase =
                     ws-pay-increase + ws-merit-increase
                if ws-total-increase > 0
                     perform 416-calc-retro
                end-if
           end-if.
           end-if.
           if ws-retro-months > 0
                compute ws-per-period-inc rounded =
                     ws-total-increase / 12
                compute ws-retro-amount rounded =
                     ws-per-period-inc * ws-retro-months
                move il-no                  to dlr-emp-no
      * kept by the four standing position titles; a rule carrying
      * a new title counts toward the reconciliation total only
       415-accum-position-buckets.
           add ws-pay-increase              to ws-cola-total.
           add ws-merit-increase            to ws-merit-total.
           if ws-found-position = ws-analyst
                add 1 to ws-total-analyst
                add 1 to ws-analyst-count
                add ws-total-increase       to ws-analyst-avg
                add ws-total-increase       to ws-analyst-impact
           else if ws-found-position = ws-senior
                add 1 to ws-total-sen-prog
                add 1 to ws-sen-prog-count
                add ws-total-increase       to ws-sen-prog-avg
                add ws-total-increase       to ws-sen-prog-impact
           else if ws-found-position = ws-programmer
                add 1 to ws-total-prog
                add 1 to ws-prog-count
                add ws-total-increase       to ws-prog-avg
                add ws-total-increase       to ws-prog-impact
           else if ws-found-position = ws-junior
                add 1 to ws-total-jr-prog
                add 1 to ws-jr-prog-count
                add ws-total-increase       to ws-jr-prog-avg
                add ws-total-increase       to ws-jr-prog-impact
           else
                add 1 to ws-other-count
           end-if.
           perform 405-classify-employee.
      *
           if ws-class-found
                compute ws-new-salary =
                     il-salary + ws-pay-increase + ws-merit-increase
                perform 418-check-band
                perform 419-accum-dept-impact
                if not ws-approval-mode
                     perform 515-write-proposed
                end-if
                if ws-total-increase > 0
                     if ws-approval-mode
                          perform 518-check-not-posted
                     else
                          perform 517-stage-payroll-export
                     end-if
                end-if
                if ws-found-position not = spaces
                     perform 530-collect-equity-entry
                end-if
                perform 520-lookup-prior-salary
                perform 525-calc-yoy-change
                move il-salary              to dl-present-salary

                move ws-pay-increase        to dl-pay-increase
                move ws-merit-increase      to dl-merit-increase
                move ws-new-salary          to dl-new-salary

                move ws-total-analyst       to dl-total-analyst
                move il-dept   to ws-dept-code(ws-dept-found-idx)
                move 0         to ws-dept-impact(ws-dept-found-idx)
                move 0         to ws-dept-emp-count(ws-dept-found-idx)
                move 0         to ws-dept-payroll(ws-dept-found-idx)
                move "N"       to ws-dept-held-sw(ws-dept-found-idx)
                set ws-dept-found           to true
           end-if.
           if ws-dept-found
                add ws-total-increase
                     to ws-dept-impact(ws-dept-found-idx)
                add 1 to ws-dept-emp-count(ws-dept-found-idx)
                add il-salary
                     to ws-dept-payroll(ws-dept-found-idx)
           end-if.
      *
      * first pass -- one proposed-increase record per classified
           move ws-pay-increase             to pr-prop-increase.
           move ws-new-salary               to pr-new-salary.
           move ws-intended-eff-date        to pr-eff-date.
           move ws-merit-increase           to pr-prop-merit.
           write proposed-line.
      *
      * one payroll-intake record per employee whose salary is
      * changing, effective as of the intended date, with any
      * retro amount owed for the elapsed periods -- staged here,
      * released once the department budget check has run
       517-stage-payroll-export.
           if ws-pxs-count not < 500
                move "3"                    to ex-severity
                move il-no                  to ex-key
                move "PAYEXP STAGING TABLE FULL"
                                            to ex-reason
                perform 519-write-post-exception
           else
                add 1                       to ws-pxs-count
                move il-no     to ws-pxs-emp-no(ws-pxs-count)
                move il-dept   to ws-pxs-dept(ws-pxs-count)
                move ws-applied-eff-date
                               to ws-pxs-eff-date(ws-pxs-count)
                move il-salary to ws-pxs-old-salary(ws-pxs-count)
                move ws-new-salary
                               to ws-pxs-new-salary(ws-pxs-count)
                move ws-retro-amount
                               to ws-pxs-retro(ws-pxs-count)
                move ws-pay-increase
                               to ws-pxs-cola(ws-pxs-count)
                move ws-merit-increase
                               to ws-pxs-merit(ws-pxs-count)
                move spaces    to ws-pxs-approver(ws-pxs-count)
                if ws-approval-mode
                     move ws-apr-approver(ws-apr-found-idx)
                               to ws-pxs-approver(ws-pxs-count)
                end-if
           end-if.
      *
      * second pass -- a master salary already changed on or after
      * this cycle's effective date means the cycle was posted (or
      * HR corrected the salary since); it is neither exported nor
      * posted again, only flagged
       518-check-not-posted.
           if em-salary-eff-date not < ws-applied-eff-date
                move "2"                    to ex-severity
                move il-no                  to ex-key
                move "SALARY OF RECORD ALREADY CHANGED"
                                            to ex-reason
                perform 519-write-post-exception
           else
                perform 517-stage-payroll-export
           end-if.
      *
       519-write-post-exception.
           move "A4SALRPT"                  to ex-program.
           move ws-date                     to ex-run-date.
           write exception-line.
      *
       520-lookup-prior-salary.
           move il-no                       to ws-prior-key.
           else
                move "NEW HIRE"             to dl-yoy-change
           end-if.
      *
      * the employee joins the pay-equity analysis for the
      * position and department
       530-collect-equity-entry.
           if ws-eq-count < 500
                add 1                       to ws-eq-count
                move ws-found-position to ws-eq-position(ws-eq-count)
                move il-dept        to ws-eq-dept(ws-eq-count)
                move il-no          to ws-eq-emp-no(ws-eq-count)
                move il-name        to ws-eq-name(ws-eq-count)
                move il-years       to ws-eq-years(ws-eq-count)
                move il-hire-date   to ws-eq-hire-date(ws-eq-count)
                move il-salary      to ws-eq-salary(ws-eq-count)
                move "N"            to ws-eq-ranked(ws-eq-count)
                move "N"            to ws-eq-sal-used(ws-eq-count)
                perform 532-find-equity-group
           end-if.
      *
       532-find-equity-group.
           move "N"                         to ws-eqg-found-sw.
           perform varying ws-eqg-idx from 1 by 1
                until ws-eqg-idx > ws-eqg-count
                    or ws-eqg-found
                if ws-eqg-position(ws-eqg-idx) = ws-found-position
                     and ws-eqg-dept(ws-eqg-idx) = il-dept
                     set ws-eqg-found       to true
                end-if
           end-perform.
           if ws-eqg-found
                subtract 1                  from ws-eqg-idx
           else
                if ws-eqg-count < 50
                     add 1                  to ws-eqg-count
                     move ws-eqg-count      to ws-eqg-idx
                     move ws-found-position
                          to ws-eqg-position(ws-eqg-idx)
                     move il-dept  to ws-eqg-dept(ws-eqg-idx)
                     move 0        to ws-eqg-emp-count(ws-eqg-idx)
                     set ws-eqg-found       to true
                end-if
           end-if.
           if ws-eqg-found
                add 1 to ws-eqg-emp-count(ws-eqg-idx)
           end-if.
      *
       600-page-summary.
           write output-line                from ws-blank-line
           write output-line                from ws-rpt-summary-3.
           write output-line                from ws-rpt-summary-4.
           write output-line                from ws-rpt-summary-5.
           move ws-cola-total               to dl-cola-total.
           move ws-merit-total              to dl-merit-total.
           write output-line                from ws-merit-split-line.

      *    the same dollars, cut the way the budgets are owned
           perform varying ws-dept-idx from 1 by 1
           end-perform.
           write output-line                from ws-blank-line.

           if ws-budget-count > 0
                perform 820-budget-vs-proposed
           end-if.

           if ws-scenario-mode
                perform 860-scenario-impacts
           end-if.
      *
      * each department's increases against the pool Finance gave
      * it; over the pool without sign-off holds the department's
      * payroll export
       820-budget-vs-proposed.
           if ws-approval-mode
                move "BUDGET VS APPROVED"   to ws-budget-title
           end-if.
           write output-line                from ws-budget-title.
           write output-line                from ws-budget-header.
           perform varying ws-dept-idx from 1 by 1
                until ws-dept-idx > ws-dept-count
                perform 822-budget-one-dept
           end-perform.
           write output-line                from ws-blank-line.
      *
       822-budget-one-dept.
           move "N"                         to ws-bud-found-sw.
           perform varying ws-bud-idx from 1 by 1
                until ws-bud-idx > ws-budget-count
                    or ws-bud-found
                if ws-bud-dept(ws-bud-idx) = ws-dept-code(ws-dept-idx)
                     set ws-bud-found       to true
                end-if
           end-perform.
           subtract 1                       from ws-bud-idx.

           move ws-dept-code(ws-dept-idx)   to dlb-dept.
           move ws-dept-payroll(ws-dept-idx) to dlb-payroll.
           move ws-dept-impact(ws-dept-idx) to dlb-increases.
           if not ws-bud-found
                move 0                      to dlb-annual
                move 0                      to dlb-pool
                move 0                      to dlb-remaining
                move 0                      to dlb-pct-used
                move "NO BUDGET"            to dlb-status
           else
                move ws-bud-annual(ws-bud-idx) to dlb-annual
                move ws-bud-pool(ws-bud-idx) to dlb-pool
                compute ws-bud-remaining =
                     ws-bud-pool(ws-bud-idx)
                          - ws-dept-impact(ws-dept-idx)
                move ws-bud-remaining       to dlb-remaining
                if ws-bud-pool(ws-bud-idx) > 0
                     compute ws-bud-pct-used rounded =
                          (ws-dept-impact(ws-dept-idx) * 100)
                               / ws-bud-pool(ws-bud-idx)
                          on size error
                               move 999.9   to ws-bud-pct-used
                     end-compute
                else
                     if ws-dept-impact(ws-dept-idx) > 0
                          move 999.9        to ws-bud-pct-used
                     else
                          move 0            to ws-bud-pct-used
                     end-if
                end-if
                move ws-bud-pct-used        to dlb-pct-used
                if ws-bud-remaining not < 0
                     move "WITHIN POOL"     to dlb-status
                else
                     move "N"          to ws-bud-signoff-ok-sw
                     if ws-bud-signoff(ws-bud-idx) = "Y"
                          perform 824-check-signoff thru 824-exit
                     end-if
                     if ws-bud-signoff-ok
                          move "OVER - SIGNED" to dlb-status
                     else
                          move "OVER - HELD" to dlb-status
                          set ws-dept-held(ws-dept-idx) to true
                          add 1             to ws-dept-held-count
                          move "3"          to ex-severity
                          move ws-dept-code(ws-dept-idx) to ex-key
                          move "INCREASES OVER POOL - PAYEXP HELD"
                                            to ex-reason
                          perform 519-write-post-exception
                     end-if
                end-if
           end-if.
           write output-line                from ws-budget-line.
           if ws-bud-found
                and ws-bud-signoff(ws-bud-idx) = "Y"
                and ws-bud-remaining < 0
                and not ws-bud-signoff-ok
                move ws-dept-code(ws-dept-idx) to dls-dept
                move ws-bud-signoff-user(ws-bud-idx) to dls-user
                move ws-auth-reason         to dls-reason
                write output-line           from ws-refused-signoff-line
           end-if.
      *
      * the signing user must hold BUDS authority up to the amount
      * the department runs over its pool, and may not be an
      * employee of that department signing for its own increases
       824-check-signoff.
           compute ws-bud-auth-amount = 0 - ws-bud-remaining.
           call "A0USRCHK" using ws-bud-signoff-user(ws-bud-idx),
                ws-bud-auth-type, ws-bud-auth-amount, ws-auth-result,
                ws-auth-reason, ws-auth-emp-no.
           if ws-auth-refused
                go to 824-refuse
           end-if.
           if ws-auth-emp-no not = spaces
                move ws-auth-emp-no         to em-emp-no
                read employee-master-file
                     invalid key
                          move spaces       to em-dept
                end-read
                if em-dept = ws-dept-code(ws-dept-idx)
                     move "SIGNER WORKS IN THE DEPARTMENT"
                                            to ws-auth-reason
                     go to 824-refuse
                end-if
           end-if.
           set ws-bud-signoff-ok            to true.
           go to 824-exit.
       824-refuse.
           move "3"                         to ex-severity.
           move ws-dept-code(ws-dept-idx)   to ex-key.
           move ws-bud-signoff-user(ws-bud-idx) to ex-key(4:8).
           move ws-auth-reason              to ex-reason.
           perform 519-write-post-exception.
       824-exit.
           exit.
      *
      * comparative payroll impact, one line per named scenario
       860-scenario-impacts.
           write output-line                from ws-scen-impact-title.
           move ws-band-flag-count          to dl-band-flag-count.
           write output-line                from ws-band-summary-line.

           perform 880-release-payroll-export.

           move ws-px-rec-count             to dl-px-count.
           if ws-px-rec-count not >
                (ws-analyst-count + ws-sen-prog-count +
                move "OUT OF BALANCE"       to dl-px-status
           end-if.
           write output-line                from ws-payexp-recon-line.
           if ws-dept-held-count > 0
                move ws-px-held-count       to dl-px-held-count
                move ws-dept-held-count     to dl-px-held-depts
                write output-line           from ws-px-held-line
           end-if.
           if ws-approval-mode
                move ws-hist-post-count     to dl-hist-post-count
                write output-line           from ws-hist-post-line
           end-if.

           perform 870-write-payexp-trailer.
      *
           move ws-px-rec-count             to px-trl-rec-count.
           move ws-px-salary-total          to px-trl-salary-total.
           write payroll-export-line.
      *
      * the staged records go out unless their department is held;
      * on the second pass each released salary posts to EMPMAST
       880-release-payroll-export.
           perform varying ws-pxs-idx from 1 by 1
                until ws-pxs-idx > ws-pxs-count
                perform 882-release-one-export
           end-perform.
      *
       882-release-one-export.
           move "N"                         to ws-dept-found-sw.
           perform varying ws-dept-idx from 1 by 1
                until ws-dept-idx > ws-dept-count
                    or ws-dept-found
                if ws-dept-code(ws-dept-idx) = ws-pxs-dept(ws-pxs-idx)
                     set ws-dept-found      to true
                end-if
           end-perform.
           subtract 1                       from ws-dept-idx.
           if ws-dept-found
                and ws-dept-held(ws-dept-idx)
                add 1                       to ws-px-held-count
           else
                move spaces                 to payroll-export-line
                move "D"                    to px-rec-type
                move ws-pxs-emp-no(ws-pxs-idx) to px-emp-no
                move ws-pxs-eff-date(ws-pxs-idx) to px-eff-date
                move ws-pxs-new-salary(ws-pxs-idx) to px-new-salary
                move ws-pxs-retro(ws-pxs-idx) to px-retro-amount
                move ws-pxs-cola(ws-pxs-idx) to px-cola-increase
                move ws-pxs-merit(ws-pxs-idx) to px-merit-increase
                write payroll-export-line
                add 1                       to ws-px-rec-count
                add ws-pxs-new-salary(ws-pxs-idx)
                                            to ws-px-salary-total
                if ws-approval-mode
                     perform 885-post-approved-salary thru 885-exit
                end-if
           end-if.
      *
      * the approved new salary becomes the salary of record, with
      * its salary-history record
       885-post-approved-salary.
           move ws-pxs-emp-no(ws-pxs-idx)   to ex-key.
           if ws-pxs-new-salary(ws-pxs-idx) > 99999.99
                move "3"                    to ex-severity
                move "NEW SALARY TOO LARGE FOR EMPMAST"
                                            to ex-reason
                perform 519-write-post-exception
                go to 885-exit
           end-if.
           move ws-pxs-emp-no(ws-pxs-idx)   to em-emp-no.
           read employee-master-file
                invalid key
                     move "3"               to ex-severity
                     move "EMPLOYEE NOT ON EMPMAST"
                                            to ex-reason
                     perform 519-write-post-exception
                     go to 885-exit
           end-read.

           move ws-pxs-new-salary(ws-pxs-idx) to em-salary.
           move ws-pxs-eff-date(ws-pxs-idx) to em-salary-eff-date.
           move ws-date                     to em-last-change-date.
           move "A4SALRPT"                  to em-last-change-user.
           rewrite employee-master-line
                invalid key
                     move "3"               to ex-severity
                     move "EMPMAST REWRITE FAILED"
                                            to ex-reason
                     perform 519-write-post-exception
                     go to 885-exit
           end-rewrite.
           add 1                            to ws-hist-post-count.

           move ws-pxs-emp-no(ws-pxs-idx)   to sh-emp-no.
           move ws-pxs-eff-date(ws-pxs-idx) to sh-eff-date.
           move ws-pxs-old-salary(ws-pxs-idx) to sh-old-salary.
           move ws-pxs-new-salary(ws-pxs-idx) to sh-new-salary.
           move "RV"                        to sh-reason.
           move "A4SALRPT"                  to sh-program.
           if ws-pxs-approver(ws-pxs-idx) = spaces
                move "APPROVED"             to sh-user-id
           else
                move ws-pxs-approver(ws-pxs-idx) to sh-user-id
           end-if.
           move ws-date                     to sh-run-date.
           write salhist-line.
       885-exit.
           exit.
      *
      *-----------------------------------------------
      *  PAY-EQUITY AND COMPRESSION ANALYSIS
      *-----------------------------------------------
      * one block per position and department: members ranked by
      * years of service, longest first (earlier hire breaks a
      * tie), every inversion against a longer-serving colleague,
      * then the group's salary spread against its band
       890-equity-analysis.
           move ws-date                     to dlq-title-date.
           write equity-line                from ws-eq-title.
           move ws-eq-tolerance             to dlq-tolerance.
           write equity-line                from ws-eq-tolerance-line.
           move spaces                      to equity-line.
           write equity-line.
           perform varying ws-eqg-idx from 1 by 1
                until ws-eqg-idx > ws-eqg-count
                perform 891-equity-one-group
           end-perform.
           move ws-eqg-count                to dlqt-groups.
           move ws-eq-count                 to dlqt-employees.
           move ws-eq-inversion-count       to dlqt-inversions.
           move ws-eq-flagged-count         to dlqt-flagged.
           write equity-line                from ws-eq-totals-line.
      *
       891-equity-one-group.
           move ws-eqg-position(ws-eqg-idx) to dlq-position.
           move ws-eqg-dept(ws-eqg-idx)     to dlq-dept.
           move ws-eqg-emp-count(ws-eqg-idx) to dlq-emp-count.
           write equity-line                from ws-eq-group-line.
           write equity-line                from ws-eq-column-header.
           perform 892-rank-one-member
                varying ws-eq-rank from 1 by 1
                    until ws-eq-rank > ws-eqg-emp-count(ws-eqg-idx).
           perform 896-equity-spread.
           move spaces                      to equity-line.
           write equity-line.
      *
      * the longest-serving member of the group not yet ranked
       892-rank-one-member.
           move 0                           to ws-eq-best-idx.
           perform varying ws-eq-idx from 1 by 1
                until ws-eq-idx > ws-eq-count
                if ws-eq-position(ws-eq-idx) =
                     ws-eqg-position(ws-eqg-idx)
                     and ws-eq-dept(ws-eq-idx) =
                          ws-eqg-dept(ws-eqg-idx)
                     and ws-eq-ranked(ws-eq-idx) not = "Y"
                     perform 893-compare-tenure
                end-if
           end-perform.
           move "Y"                   to ws-eq-ranked(ws-eq-best-idx).
           move ws-eq-best-idx              to ws-eq-order(ws-eq-rank).
           move ws-eq-best-idx              to ws-eq-cur-idx.

      *    first pass flags the member, second lists each inversion
      *    under the detail line
           move "N"                         to ws-eq-inverted-sw.
           move "N"                         to ws-eq-list-sw.
           perform 894-check-inversion
                varying ws-eq-prior-rank from 1 by 1
                    until ws-eq-prior-rank not < ws-eq-rank.

           move ws-eq-rank                  to dlq-rank.
           move ws-eq-emp-no(ws-eq-cur-idx) to dlq-emp-no.
           move ws-eq-name(ws-eq-cur-idx)   to dlq-name.
           move ws-eq-years(ws-eq-cur-idx)  to dlq-years.
           move ws-eq-hire-date(ws-eq-cur-idx) to dlq-hire-date.
           move ws-eq-salary(ws-eq-cur-idx) to dlq-salary.
           if ws-eq-inverted
                move "INVERSION"            to dlq-flag
                add 1                       to ws-eq-flagged-count
           else
                move spaces                 to dlq-flag
           end-if.
           write equity-line                from ws-eq-detail-line.
           if ws-eq-inverted
                set ws-eq-list-inversions   to true
                perform 894-check-inversion
                     varying ws-eq-prior-rank from 1 by 1
                         until ws-eq-prior-rank not < ws-eq-rank
           end-if.
      *
       893-compare-tenure.
           if ws-eq-best-idx = 0
                move ws-eq-idx              to ws-eq-best-idx
           else if ws-eq-years(ws-eq-idx) >
                     ws-eq-years(ws-eq-best-idx)
                move ws-eq-idx              to ws-eq-best-idx
           else if ws-eq-years(ws-eq-idx) =
                     ws-eq-years(ws-eq-best-idx)
                and ws-eq-hire-date(ws-eq-idx) <
                     ws-eq-hire-date(ws-eq-best-idx)
                move ws-eq-idx              to ws-eq-best-idx
           end-if.
      *
      * a colleague ranked ahead with strictly more years who earns
      * less than this member by more than the tolerance is an
      * inversion
       894-check-inversion.
           move ws-eq-order(ws-eq-prior-rank) to ws-eq-cmp-idx.
           if ws-eq-years(ws-eq-cmp-idx) > ws-eq-years(ws-eq-cur-idx)
                compute ws-eq-limit rounded =
                     ws-eq-salary(ws-eq-cmp-idx)
                          * (100 + ws-eq-tolerance) / 100
                if ws-eq-salary(ws-eq-cur-idx) > ws-eq-limit
                     if ws-eq-list-inversions
                          perform 895-write-inversion
                     else
                          set ws-eq-inverted to true
                     end-if
                end-if
           end-if.
      *
       895-write-inversion.
           add 1                            to ws-eq-inversion-count.
           if ws-eq-salary(ws-eq-cmp-idx) > 0
                compute ws-eq-over-pct rounded =
                     (ws-eq-salary(ws-eq-cur-idx)
                          - ws-eq-salary(ws-eq-cmp-idx)) * 100
                               / ws-eq-salary(ws-eq-cmp-idx)
                     on size error
                          move 9999.9       to ws-eq-over-pct
                end-compute
           else
                move 9999.9                 to ws-eq-over-pct
           end-if.
           move ws-eq-emp-no(ws-eq-cur-idx) to dlqi-emp-no.
           move ws-eq-years(ws-eq-cur-idx)  to dlqi-years.
           move ws-eq-salary(ws-eq-cur-idx) to dlqi-salary.
           move ws-eq-over-pct              to dlqi-over-pct.
           move ws-eq-emp-no(ws-eq-cmp-idx) to dlqi-cmp-emp-no.
           move ws-eq-years(ws-eq-cmp-idx)  to dlqi-cmp-years.
           move ws-eq-salary(ws-eq-cmp-idx) to dlqi-cmp-salary.
           write equity-line                from ws-eq-inversion-line.
      *
      * the group's salaries low to high give the minimum, median,
      * and maximum, set against the position's band
       896-equity-spread.
           perform 897-next-lowest-salary
                varying ws-eq-rank from 1 by 1
                    until ws-eq-rank > ws-eqg-emp-count(ws-eqg-idx).
           move ws-eqg-emp-count(ws-eqg-idx) to ws-eq-rank.
           move ws-eq-sorted-sal(1)         to dlqs-min.
           move ws-eq-sorted-sal(ws-eq-rank) to dlqs-max.
           divide ws-eq-rank by 2 giving ws-eq-mid-pos.
           if ws-eq-mid-pos * 2 = ws-eq-rank
                compute ws-eq-median rounded =
                     (ws-eq-sorted-sal(ws-eq-mid-pos)
                          + ws-eq-sorted-sal(ws-eq-mid-pos + 1)) / 2
           else
                move ws-eq-sorted-sal(ws-eq-mid-pos + 1)
                                            to ws-eq-median
           end-if.
           move ws-eq-median                to dlqs-median.
           write equity-line                from ws-eq-spread-line.

           move ws-eqg-position(ws-eqg-idx) to ws-found-position.
           perform 417-find-band.
           if ws-band-found
                move ws-band-min(ws-band-idx) to dlqs-band-min
                move ws-band-mid(ws-band-idx) to dlqs-band-mid
                move ws-band-max(ws-band-idx) to dlqs-band-max
                if ws-eq-sorted-sal(1) < ws-band-min(ws-band-idx)
                     and ws-eq-sorted-sal(ws-eq-rank) >
                          ws-band-max(ws-band-idx)
                     move "BELOW MIN/OVER MAX" to dlqs-band-flag
                else
                     perform 898-band-flag
                end-if
           else
                move 0                      to dlqs-band-min
                move 0                      to dlqs-band-mid
                move 0                      to dlqs-band-max
                move "NO BAND"              to dlqs-band-flag
           end-if.
           write equity-line                from ws-eq-band-line.
      *
       897-next-lowest-salary.
           move 0                           to ws-eq-best-idx.
           perform varying ws-eq-idx from 1 by 1
                until ws-eq-idx > ws-eq-count
                if ws-eq-position(ws-eq-idx) =
                     ws-eqg-position(ws-eqg-idx)
                     and ws-eq-dept(ws-eq-idx) =
                          ws-eqg-dept(ws-eqg-idx)
                     and ws-eq-sal-used(ws-eq-idx) not = "Y"
                     and (ws-eq-best-idx = 0
                          or ws-eq-salary(ws-eq-idx) <
                               ws-eq-salary(ws-eq-best-idx))
                     move ws-eq-idx         to ws-eq-best-idx
                end-if
           end-perform.
           move "Y"                  to ws-eq-sal-used(ws-eq-best-idx).
           move ws-eq-salary(ws-eq-best-idx)
                                     to ws-eq-sorted-sal(ws-eq-rank).
      *
       898-band-flag.
           if ws-eq-sorted-sal(1) < ws-band-min(ws-band-idx)
                move "BELOW BAND MIN"       to dlqs-band-flag
           else if ws-eq-sorted-sal(ws-eq-rank) >
                     ws-band-max(ws-band-idx)
                move "ABOVE BAND MAX"       to dlqs-band-flag
           else
                move "WITHIN BAND"          to dlqs-band-flag
           end-if.
      *
       900-close-files.
           close employee-master-file.
           close salhist-file.
           close output-file.
           close equity-file.
           close proposed-file.
           close payroll-export-file.
           close exception-file.
