      *****************************************************
      *  CALCHTHR.cpy - high-value hold threshold record, *
      *  one per operation code.  Read once by Calc at    *
      *  the start of a batch run.  A result whose        *
      *  absolute value exceeds the threshold for its     *
      *  operation code is held on CALCHOLD for           *
      *  supervisor release instead of going out on       *
      *  CALCFEED.  Operation codes with no record are    *
      *  never held.                                      *
      *****************************************************
       01 CALCHTHR-RECORD.
           05 HTHR-OP-CODE          pic x(1).
           05 HTHR-THRESHOLD        pic 9(5)v9(4).
