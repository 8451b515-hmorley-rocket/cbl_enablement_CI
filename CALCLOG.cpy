      *****************************************************
      *  CALCLOG.cpy - audit/transaction log record for   *
      *  Calc.  One record per calculation performed, and *
      *  one per reversal posted (operation "REVERSAL",   *
      *  negated result, LOG-CORR-FLAG "V").              *
      *  LOG-CYCLE-DATE is the CALCCYC cycle date of the  *
      *  batch run that wrote the entry (spaces for an    *
      *  interactive calculation); CALCBAL balances the   *
      *  day's entries against CALCOUT.                   *
      *****************************************************
       01 CALCLOG-RECORD.
           05 LOG-TIMESTAMP        pic x(21).
           05 LOG-SOURCE-REF       pic x(12).
           05 LOG-CORR-FLAG        pic x(1).
               88 LOG-CORRECTION   value "R".
               88 LOG-REVERSAL     value "V".
           05 LOG-CYCLE-DATE       pic x(8).
