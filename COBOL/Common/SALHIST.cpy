      *-----------------------------------------------
      *  SALHIST -- the salary history record, 60 bytes.  one is
      *  appended for every effective-dated change to an
      *  employee's salary of record: the starting salary when
      *  A4EMPMNT adds an employee (reason HI), a salary
      *  correction on an A4EMPMNT change (reason AD), and each
      *  approved review increase A4SALRPT posts to the master
      *  (reason RV).
      *  copied in with its own field prefix:
      *      copy SALHIST replacing ==:TAG:== by ==sh==.
      *  the salary in effect on any date is the new-salary of
      *  the employee's latest record effective on or before it.
      *
      *  MODIFICATION HISTORY
      * 2026-10-15  new copybook.
      *-----------------------------------------------
           05 :TAG:-emp-no                  pic x(3).
           05 :TAG:-eff-date                pic 9(8).
           05 :TAG:-old-salary              pic 9(5)v99.
           05 :TAG:-new-salary              pic 9(5)v99.
           05 :TAG:-reason                  pic xx.
                88 :TAG:-reason-hire        value "HI".
                88 :TAG:-reason-adjust      value "AD".
                88 :TAG:-reason-review      value "RV".
           05 :TAG:-program                 pic x(8).
           05 :TAG:-user-id                 pic x(8).
           05 :TAG:-run-date                pic 9(8).
           05 filler                        pic x(9).
