      *****************************************************
      *  CALCBTOT.cpy - per-batch control total record.   *
      *  One record is written for each batch as it is    *
      *  closed: by CALCEDIT to CALCEBT and by Calc to    *
      *  CALCCBT.  CALCRTN combines the two, with the     *
      *  CALCREJ and CALCERR items, into the return file  *
      *  sent back to each sender.                        *
      *    CALCEDIT: detail count = detail, list and      *
      *              reversal records received; passed    *
      *              count = those passed to CALCIN;      *
      *              hash = operand hash of the details   *
      *              received; balanced = "Y" when the    *
      *              CALCRAW trailer agreed.              *
      *    Calc:     detail count = records read; hash =  *
      *              hash total of results; balanced =    *
      *              "Y" when the CALCIN trailer agreed;  *
      *              passed count is not used (zero).     *
      *  A Calc restart from checkpoint can write a batch *
      *  twice; the later record is the one to use.       *
      *****************************************************
       01 CALCBTOT-RECORD.
           05 BTOT-STEP-NAME        pic x(8).
           05 BTOT-BATCH-SEQ        pic 9(3).
           05 BTOT-BATCH-ID         pic x(8).
           05 BTOT-CYCLE-DATE       pic x(8).
           05 BTOT-DETAIL-COUNT     pic 9(7).
           05 BTOT-PASSED-COUNT     pic 9(7).
           05 BTOT-BALANCED-FLAG    pic x(1).
               88 BTOT-BALANCED     value "Y".
               88 BTOT-OUT-OF-BALANCE value "N".
           05 BTOT-HASH             pic s9(11)v9(4)
               sign is trailing separate.
