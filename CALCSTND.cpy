      *****************************************************
      *  CALCSTND.cpy - standing instruction master,      *
      *  keyed by a five character instruction ID.        *
      *  Maintained by the CALCSTM program and read by    *
      *  the CALCSTGN generator, which appends one "STND" *
      *  batch a cycle day to CALCRAW for every active    *
      *  instruction with STND-NEXT-DUE-DATE on or before *
      *  the cycle date.  A due date on a holiday is      *
      *  therefore picked up on the next working day.     *
      *  Frequency "D" generates once each cycle day, "W" *
      *  every seven days and "M" monthly on the start    *
      *  date's day (the last day of a shorter month).    *
      *  Generated transaction IDs are "S" + STND-ID +    *
      *  STND-GEN-SEQ, so each traces to its instruction. *
      *  A spaces end date means the instruction is open  *
      *  ended; status "E" is set once it has run out.    *
      *****************************************************
       01 CALCSTND-RECORD.
           05 STND-ID               pic x(5).
           05 STND-DESCRIPTION      pic x(30).
           05 STND-STATUS           pic x(1).
               88 STND-ACTIVE       value "A".
               88 STND-CANCELLED    value "C".
               88 STND-ENDED        value "E".
           05 STND-FREQUENCY        pic x(1).
               88 STND-DAILY        value "D".
               88 STND-WEEKLY       value "W".
               88 STND-MONTHLY      value "M".
           05 STND-START-DATE       pic x(8).
           05 STND-END-DATE         pic x(8).
           05 STND-OP-CODE          pic x(1).
           05 STND-NUM1             pic s9(5)v9(4)
               sign is trailing separate.
           05 STND-NUM2             pic s9(5)v9(4)
               sign is trailing separate.
           05 STND-RATE-CODE        pic x(4).
           05 STND-SOURCE-REF       pic x(12).
           05 STND-NEXT-DUE-DATE    pic x(8).
           05 STND-LAST-GEN-DATE    pic x(8).
           05 STND-GEN-SEQ          pic 9(4).
           05 STND-MAINT-DATE       pic x(8).
           05 STND-MAINT-OPERATOR   pic x(8).
