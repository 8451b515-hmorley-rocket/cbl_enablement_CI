      *****************************************************
      *  CALCRCNT.cpy - reconciliation totals record.     *
      *  Written (replacing the previous one) by CALCRCN  *
      *  at the end of each run: the cycle date selected, *
      *  the count and result hash of the CALCFEED        *
      *  records selected, and how many of them were      *
      *  matched to CALCACK acknowledgments.  Read by the *
      *  CALCBAL cycle balancing program.                 *
      *****************************************************
       01 CALCRCNT-RECORD.
           05 RCNT-CYCLE-DATE       pic x(8).
           05 RCNT-SENT-COUNT       pic 9(7).
           05 RCNT-SENT-HASH        pic s9(11)v9(4)
               sign is trailing separate.
           05 RCNT-ACK-COUNT        pic 9(7).
           05 RCNT-MATCHED-COUNT    pic 9(7).
           05 RCNT-MATCHED-HASH     pic s9(11)v9(4)
               sign is trailing separate.
           05 RCNT-UNACKED-COUNT    pic 9(7).
           05 RCNT-UNSENT-COUNT     pic 9(7).
           05 RCNT-VALUE-DIFF-COUNT pic 9(7).
           05 RCNT-HELD-COUNT       pic 9(7).
