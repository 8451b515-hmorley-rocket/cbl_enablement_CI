      *  CALCMSTR.cpy - calculation results master record *
      *  keyed by transaction ID.  Written by Calc batch  *
      *  runs, one record per completed calculation, and  *
      *  read by the CALCINQ inquiry program.  Alternate  *
      *  keys (duplicates allowed) on MSTR-SOURCE-REF and *
      *  MSTR-RUN-DATE let CALCINQ browse by source       *
      *  document and by posting date.                    *
      *  MSTR-RATE-CODE is the CALCRATE code the result   *
      *  was priced from (spaces when the detail carried  *
      *  no rate code) and MSTR-CREATE-DATE the create    *
      *  date of the batch it arrived in, the date the    *
      *  rate was resolved for; CALCRPR uses the pair to  *
      *  find results affected by a rate change.          *
      *  MSTR-STATUS "V" marks a transaction backed out   *
      *  by a "V" reversal record; MSTR-REVERSAL-DATE is  *
      *  the cycle date the reversal was posted.          *
      *  MSTR-STATUS "H" marks a result held on CALCHOLD  *
      *  above its high-value threshold, "L" one the      *
      *  supervisor has released that is waiting for the  *
      *  next feed, and "J" one the supervisor rejected.  *
      *  MSTR-ADJ-PERIOD is the closed month (CCYYMM) a   *
      *  prior-period adjustment replaced a result in, or *
      *  reversed it from under an authorised adjustment  *
      *  batch; spaces for ordinary postings.  CALCPCL    *
      *  lists these separately at period end.            *
      *****************************************************
       01 CALCMSTR-RECORD.
           05 MSTR-TRAN-ID          pic x(10).
               sign is trailing separate.
           05 MSTR-SOURCE-REF       pic x(12).
           05 MSTR-RUN-DATE         pic x(8).
           05 MSTR-RATE-CODE        pic x(4).
           05 MSTR-CREATE-DATE      pic x(8).
           05 MSTR-STATUS           pic x(1).
               88 MSTR-ACTIVE       value space.
               88 MSTR-REVERSED     value "V".
               88 MSTR-HELD         value "H".
               88 MSTR-RELEASED     value "L".
               88 MSTR-HOLD-REJECTED value "J".
           05 MSTR-REVERSAL-DATE    pic x(8).
           05 MSTR-ADJ-PERIOD       pic x(6).
