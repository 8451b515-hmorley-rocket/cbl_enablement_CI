      *****************************************************
      *  CALCSNDR.cpy - sender profile master, keyed by   *
      *  the first four characters of the batch ID the    *
      *  sender keys on the CALCRAW header.  Maintained   *
      *  by the CALCSPM sender profile program and read   *
      *  by CALCEDIT: a batch from a sender with no       *
      *  profile, or a suspended profile, is rejected     *
      *  whole; a detail from an active sender must use   *
      *  one of the operation codes listed, keep both     *
      *  operands within the maximum amount (either       *
      *  sign), and reference only a listed rate code.    *
      *  Unused operation code and rate code positions    *
      *  are spaces.                                      *
      *****************************************************
       01 CALCSNDR-RECORD.
           05 SNDR-PREFIX           pic x(4).
           05 SNDR-NAME             pic x(30).
           05 SNDR-STATUS           pic x(1).
               88 SNDR-ACTIVE       value "A".
               88 SNDR-SUSPENDED    value "S".
           05 SNDR-OP-CODES         pic x(7).
           05 SNDR-MAX-OPERAND      pic 9(5)v9(4).
           05 SNDR-RATE-CODES.
               10 SNDR-RATE-CODE    pic x(4) occurs 10 times
                   indexed by SNDR-RC-IX.
           05 SNDR-MAINT-DATE       pic x(8).
           05 SNDR-MAINT-OPERATOR   pic x(8).
