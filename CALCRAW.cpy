      *  correction flag position carries the operand     *
      *  use count for the line ("1" = NUM1 only, with    *
      *  NUM2 keyed zero, or "2" = both operands).        *
      *  A "V" record is a reversal of a posted           *
      *  transaction (see CALCIN.cpy).                    *
      *  The header adjustment flag and authoriser ID are *
      *  described in CALCIN.cpy.                         *
      *  CALCSTGN appends one "STND" + MMDD batch of      *
      *  standing instruction details (see CALCSTND.cpy)  *
      *  to the bureau file before CALCEDIT runs.         *
      *****************************************************
       01 CALCRAW-RECORD.
           05 RAW-REC-TYPE        pic x(1).
               88 RAW-DETAIL-REC  value "D".
               88 RAW-TRAILER-REC value "T".
               88 RAW-LIST-REC    value "L".
               88 RAW-REVERSAL-REC value "V".
           05 RAW-DETAIL-DATA.
               10 RAW-OP-CODE         pic x(1).
               10 RAW-NUM1            pic x(10).
           05 RAW-HEADER-DATA redefines RAW-DETAIL-DATA.
               10 RAW-BATCH-ID        pic x(8).
               10 RAW-CREATE-DATE     pic x(8).
               10 RAW-ADJ-FLAG        pic x(1).
               10 RAW-ADJ-AUTH-ID     pic x(8).
               10 filler              pic x(24).
           05 RAW-TRAILER-DATA redefines RAW-DETAIL-DATA.
               10 RAW-TRAILER-COUNT   pic x(7).
               10 RAW-TRAILER-HASH    pic x(16).
