      *  CALCERR.cpy - exception report record for Calc.  *
      *  One record per calculation that could not be     *
      *  completed (divide by zero, result overflow).     *
      *  ERR-BATCH-ID is the CALCIN batch of the item; a  *
      *  rejected high-value hold carries the batch it    *
      *  was held from.  ERR-REASON-CODE is the Cnnn code *
      *  for ERR-REASON returned to the sender.           *
      *****************************************************
       01 CALCERR-RECORD.
           05 ERR-SECTION          pic x(11).
           05 ERR-REASON           pic x(30).
           05 ERR-TRAN-ID          pic x(10).
           05 ERR-SOURCE-REF       pic x(12).
           05 ERR-BATCH-ID         pic x(8).
           05 ERR-REASON-CODE      pic x(4).
