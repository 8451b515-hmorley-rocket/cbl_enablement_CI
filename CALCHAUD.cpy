      *****************************************************
      *  CALCHAUD.cpy - high-value hold decision audit    *
      *  record.  Appended by the CALCREL supervisor      *
      *  release program for every release ("L") or       *
      *  reject ("J") decision, with the operator ID and  *
      *  the time the decision was taken.                 *
      *****************************************************
       01 CALCHAUD-RECORD.
           05 HAUD-TIMESTAMP        pic x(21).
           05 HAUD-OPERATOR         pic x(8).
           05 HAUD-TRAN-ID          pic x(10).
           05 HAUD-DECISION         pic x(1).
               88 HAUD-RELEASE      value "L".
               88 HAUD-REJECT       value "J".
           05 HAUD-RESULT           pic s9(5)v9(4)
               sign is trailing separate.
           05 HAUD-THRESHOLD        pic 9(5)v9(4).
           05 HAUD-REASON           pic x(30).
