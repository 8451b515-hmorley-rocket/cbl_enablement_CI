      *****************************************************
      *  CALCPSUM.cpy - period-end summary record written *
      *  by CALCPCL when an accounting month (CCYYMM) is  *
      *  closed.  Totals are of CALCMSTR results posted   *
      *  in the month:                                    *
      *    "O" one per operation code (PSUM-KEY)          *
      *    "S" one per source document (PSUM-KEY)         *
      *    "A" one per prior-period adjustment posted in  *
      *        the month (PSUM-KEY = transaction ID,      *
      *        PSUM-ADJ-PERIOD = closed month adjusted)   *
      *    "B" total of the prior-period adjustments      *
      *    "X" results excluded: reversed in the month,   *
      *        or rejected at the high-value hold         *
      *    "V" one per reversal posted in the month of a  *
      *        result from an earlier month (PSUM-KEY =   *
      *        transaction ID, PSUM-ADJ-PERIOD = month    *
      *        reversed, PSUM-RUN-DATE = reversal date),  *
      *        carrying the negated result                *
      *    "W" total of the "V" reversals                 *
      *    "T" period total of the "O" records            *
      *  A result reversed after the month ended is still *
      *  in that month's totals; its reversal is listed   *
      *  as a "V" record when the next month is closed.   *
      *  Adjustments and reversals are listed only as     *
      *  "A"/"B" and "V"/"W" records; they are not in the *
      *  "O", "S" or "T" totals.                          *
      *****************************************************
       01 CALCPSUM-RECORD.
           05 PSUM-PERIOD           pic x(6).
           05 PSUM-REC-TYPE         pic x(1).
               88 PSUM-OPERATION-TOTAL value "O".
               88 PSUM-SOURCE-TOTAL value "S".
               88 PSUM-ADJUSTMENT   value "A".
               88 PSUM-ADJ-TOTAL    value "B".
               88 PSUM-EXCLUDED     value "X".
               88 PSUM-REVERSAL     value "V".
               88 PSUM-REVERSAL-TOTAL value "W".
               88 PSUM-PERIOD-TOTAL value "T".
           05 PSUM-KEY              pic x(12).
           05 PSUM-COUNT            pic 9(7).
           05 PSUM-RESULT-TOTAL     pic s9(11)v9(4)
               sign is trailing separate.
           05 PSUM-ADJ-PERIOD       pic x(6).
           05 PSUM-RUN-DATE         pic x(8).
