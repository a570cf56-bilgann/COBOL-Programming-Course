      *-----------------------------------------------
      *  EMPMAST -- the employee master record, 80 bytes, keyed
      *  by employee number.  A4EMPMNT keeps it up to date from
      *  HR's add / change / terminate transactions and A4SALRPT
      *  reads it for the salary review and posts each approved
      *  new salary back to it, so the salary here is always the
      *  salary of record.  a terminated employee stays on the
      *  master (status T) so that the history is kept, but is
      *  left out of the salary review.  copied in with its own
      *  field prefix:
      *      copy EMPMAST replacing ==:TAG:== by ==em==.
      *  salary-eff-date is the date the current salary took
      *  effect; every change to it is also written to SALHIST.
      *
      *  MODIFICATION HISTORY
      * 2026-10-15  new copybook.
      *-----------------------------------------------
           05 :TAG:-emp-no                  pic x(3).
           05 :TAG:-name                    pic x(15).
           05 :TAG:-code                    pic x.
           05 :TAG:-years                   pic 99.
           05 :TAG:-salary                  pic 9(5)v99.
           05 :TAG:-hire-date               pic 9(8).
           05 :TAG:-dept                    pic x(2).
           05 :TAG:-status                  pic x.
                88 :TAG:-active             value "A".
                88 :TAG:-terminated         value "T".
           05 :TAG:-term-date               pic 9(8).
           05 :TAG:-salary-eff-date         pic 9(8).
           05 :TAG:-last-change-date        pic 9(8).
           05 :TAG:-last-change-user        pic x(8).
           05 filler                        pic x(9).
