      *  CALCMHST.cpy - results master history record.    *
      *  Whenever Calc replaces an existing CALCMSTR      *
      *  record (a CALCFIX resubmission carrying          *
      *  CI-CORR-FLAG "R", or a "V" reversal that marks   *
      *  the record reversed), the replaced values are    *
      *  appended here first: the prior version of the    *
      *  record, the run date the replacement happened,   *
      *  and whether the replacement came from a          *
      *  correction ("R") or a reversal ("V").  Read      *
      *  newest-last by CALCINQ to show the version chain *
      *  for a transaction.                               *
      *****************************************************
       01 CALCMHST-RECORD.
           05 HIST-TRAN-ID          pic x(10).
           05 HIST-REPL-DATE        pic x(8).
           05 HIST-REPL-CORR-FLAG   pic x(1).
               88 HIST-REPL-CORRECTION value "R".
               88 HIST-REPL-REVERSAL value "V".
           05 HIST-RATE-CODE        pic x(4).
           05 HIST-CREATE-DATE      pic x(8).
