      *  Layout: op code(1) num1(10) num2(10) result(10)   *
      *          run date(8, CCYYMMDD) tran id(10)         *
      *          source ref(12) final flag(1, "F" marks    *
      *          the last step of a calculation chain)     *
      *          reversal flag(1, "V" marks a record that  *
      *          backs out an earlier feed record for the  *
      *          same tran id; the result is negated).     *
      *  Operands carry a trailing separate sign.          *
      *****************************************************
       01 CALCFEED-RECORD.
           05 FEED-SOURCE-REF       pic x(12).
           05 FEED-FINAL-FLAG       pic x(1).
               88 FEED-FINAL-STEP   value "F".
           05 FEED-REVERSAL-FLAG    pic x(1).
               88 FEED-REVERSAL     value "V".
