      *****************************************************
      *  CALCRCHG.cpy - rate change notice written by the *
      *  CALCRTM rates maintenance program whenever a     *
      *  change can alter results Calc has already        *
      *  priced: a rate added with an effective date that *
      *  is not in the future, or a rate end-dated before *
      *  today or before its previous end date.  The      *
      *  window is the range of batch create dates whose  *
      *  rate resolution may have changed (inclusive).    *
      *  Read and cleared by the CALCRPR repricing run.   *
      *****************************************************
       01 CALCRCHG-RECORD.
           05 RCHG-RATE-CODE        pic x(4).
           05 RCHG-ACTION           pic x(1).
               88 RCHG-RATE-ADDED   value "A".
               88 RCHG-RATE-ENDED   value "E".
           05 RCHG-FROM-DATE        pic x(8).
           05 RCHG-TO-DATE          pic x(8).
           05 RCHG-TIMESTAMP        pic x(21).
