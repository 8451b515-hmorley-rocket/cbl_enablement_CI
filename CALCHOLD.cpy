      *****************************************************
      *  CALCHOLD.cpy - high-value hold queue record,     *
      *  keyed by transaction ID.  Written by Calc in     *
      *  place of the CALCFEED record for a result above  *
      *  its CALCHTHR threshold; the CALCMSTR record is   *
      *  still written and marked held.  The CALCREL      *
      *  supervisor release program records the release   *
      *  ("L") or reject ("J") decision with the operator *
      *  ID and time.  The next Calc batch run sends      *
      *  released items on CALCFEED ("S") and rejected    *
      *  items to CALCERR ("X").  A held item replaced by *
      *  a later "R" correction is marked superseded      *
      *  ("C") and never sent.  HOLD-SENT-DATE is the     *
      *  cycle date the item left the queue.              *
      *****************************************************
       01 CALCHOLD-RECORD.
           05 HOLD-TRAN-ID          pic x(10).
           05 HOLD-STATUS           pic x(1).
               88 HOLD-HELD         value "H".
               88 HOLD-RELEASED     value "L".
               88 HOLD-REJECTED     value "J".
               88 HOLD-SENT         value "S".
               88 HOLD-ERRORED      value "X".
               88 HOLD-SUPERSEDED   value "C".
           05 HOLD-OP-CODE          pic x(1).
           05 HOLD-OP-NAME          pic x(11).
           05 HOLD-NUM1             pic s9(5)v9(4)
               sign is trailing separate.
           05 HOLD-NUM2             pic s9(5)v9(4)
               sign is trailing separate.
           05 HOLD-RESULT           pic s9(5)v9(4)
               sign is trailing separate.
           05 HOLD-SOURCE-REF       pic x(12).
           05 HOLD-FINAL-FLAG       pic x(1).
           05 HOLD-THRESHOLD        pic 9(5)v9(4).
           05 HOLD-BATCH-ID         pic x(8).
           05 HOLD-DATE             pic x(8).
           05 HOLD-OPERATOR         pic x(8).
           05 HOLD-DECISION-TIME    pic x(21).
           05 HOLD-REASON           pic x(30).
           05 HOLD-SENT-DATE        pic x(8).
