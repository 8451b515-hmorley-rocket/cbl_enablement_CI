      *****************************************************
      *  CALCOUT.cpy - result record for Calc batch runs. *
      *  CO-HOLD-FLAG "H" marks a result held on CALCHOLD *
      *  above its high-value threshold, so it was not    *
      *  sent on CALCFEED this run.                       *
      *****************************************************
       01 CALCOUT-RECORD.
           05 CO-OP-CODE          pic x(1).
           05 CO-SOURCE-REF       pic x(12).
           05 CO-FINAL-FLAG       pic x(1).
               88 CO-FINAL-STEP   value "F".
           05 CO-HOLD-FLAG        pic x(1).
               88 CO-HELD         value "H".
