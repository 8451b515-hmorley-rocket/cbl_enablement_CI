      *****************************************************
      *  CALCRTN.cpy - return acknowledgment record sent  *
      *  back to each sender by CALCRTN after Calc.  For  *
      *  every batch received in the cycle there is one   *
      *  "B" record followed by one "D" record for each   *
      *  item of the batch that CALCEDIT rejected (source *
      *  "E", reason codes Ennn) or Calc could not        *
      *  complete (source "C", reason codes Cnnn).        *
      *  Received = accepted + edit-rejected; Calc        *
      *  failures are counted among the accepted items    *
      *  (a list transaction fails as one item).  The     *
      *  batch balanced when both the CALCRAW trailer and *
      *  the CALCIN trailer agreed; the result hash is    *
      *  Calc's hash total of results for the batch.      *
      *  A "B" record with RTN-LATE-RETURN reports items  *
      *  of a batch returned on an earlier cycle - a      *
      *  high-value hold rejected by a supervisor - and   *
      *  carries only the Calc failure count.             *
      *****************************************************
       01 CALCRTN-RECORD.
           05 RTN-REC-TYPE          pic x(1).
               88 RTN-BATCH-REC     value "B".
               88 RTN-DETAIL-REC    value "D".
           05 RTN-BATCH-ID          pic x(8).
           05 RTN-CYCLE-DATE        pic x(8).
           05 RTN-BATCH-DATA.
               10 RTN-RETURN-TYPE       pic x(1).
                   88 RTN-CYCLE-RETURN  value "C".
                   88 RTN-LATE-RETURN   value "L".
               10 RTN-RECEIVED-COUNT    pic 9(7).
               10 RTN-ACCEPTED-COUNT    pic 9(7).
               10 RTN-EDIT-REJECT-COUNT pic 9(7).
               10 RTN-CALC-FAIL-COUNT   pic 9(7).
               10 RTN-BALANCED-FLAG     pic x(1).
                   88 RTN-BALANCED      value "Y".
                   88 RTN-NOT-BALANCED  value "N".
               10 RTN-RESULT-HASH       pic s9(11)v9(4)
                   sign is trailing separate.
           05 RTN-DETAIL-DATA redefines RTN-BATCH-DATA.
               10 RTN-TRAN-ID           pic x(10).
               10 RTN-REJECT-SOURCE     pic x(1).
                   88 RTN-EDIT-REJECT   value "E".
                   88 RTN-CALC-FAILURE  value "C".
               10 RTN-REASON-CODE       pic x(4).
               10 RTN-REASON-TEXT       pic x(30).
