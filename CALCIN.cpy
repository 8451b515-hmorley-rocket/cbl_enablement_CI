      *  step: the previous detail's result is used as    *
      *  NUM1 in place of CI-NUM1.  A detail with         *
      *  CI-CORR-FLAG "R" is a CALCFIX resubmission of a  *
      *  transaction rejected on an earlier run, or a     *
      *  CALCRPR repricing of a posted result after a     *
      *  rate change (one batch per original create date  *
      *  so the rate resolves as it should have first     *
      *  time).                                           *
      *  A detail with CI-RATE-CODE set is priced from    *
      *  the CALCRATE rates master: the rate effective    *
      *  on the batch CI-CREATE-DATE replaces CI-NUM2     *
      *  Each line counts once in the trailer count and   *
      *  both operand fields count in the trailer hash,   *
      *  so an unused second operand must be keyed zero.  *
      *  A "V" record reverses a transaction already      *
      *  posted to CALCMSTR: it uses the detail layout,   *
      *  CI-TRAN-ID names the transaction to back out,    *
      *  the op code, flags and rate code are spaces and  *
      *  both operands are keyed zero (the record counts  *
      *  once in the trailer count like any detail).      *
      *  A header with CI-ADJ-FLAG "A" and the ID of the  *
      *  person who authorised it in CI-ADJ-AUTH-ID is a  *
      *  prior-period adjustment batch: its "R"           *
      *  corrections may replace results posted in a      *
      *  month already closed by CALCPCL.  Without it,    *
      *  Calc rejects such a correction "PERIOD CLOSED".  *
      *****************************************************
       01 CALCIN-RECORD.
           05 CI-REC-TYPE         pic x(1).
               88 CI-DETAIL-REC   value "D".
               88 CI-TRAILER-REC  value "T".
               88 CI-LIST-REC     value "L".
               88 CI-REVERSAL-REC value "V".
           05 CI-DETAIL-DATA.
               10 CI-OP-CODE          pic x(1).
               10 CI-NUM1             pic s9(5)v9(4)
           05 CI-HEADER-DATA redefines CI-DETAIL-DATA.
               10 CI-BATCH-ID         pic x(8).
               10 CI-CREATE-DATE      pic x(8).
               10 CI-ADJ-FLAG         pic x(1).
                   88 CI-PRIOR-PERIOD-ADJ value "A".
               10 CI-ADJ-AUTH-ID      pic x(8).
               10 filler              pic x(24).
           05 CI-TRAILER-DATA redefines CI-DETAIL-DATA.
               10 CI-TRAILER-COUNT    pic 9(7).
               10 CI-TRAILER-HASH     pic s9(11)v9(4)
