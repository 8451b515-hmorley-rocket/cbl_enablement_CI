      *  the holiday schedule.  Read at startup by every  *
      *  cycle program through the CALCRUNC run-control   *
      *  subprogram; maintained by operations.            *
      *  CYC-CLOSED-PERIOD is the latest accounting month *
      *  (CCYYMM) closed by CALCPCL; that month and every *
      *  earlier one are closed.  Spaces = none closed.   *
      *****************************************************
       01 CALCCYC-RECORD.
           05 CYC-PROC-DATE         pic x(8).
           05 CYC-RETENTION-DAYS    pic 9(3).
           05 CYC-HOLIDAY-DATE      pic x(8) occurs 20 times.
           05 CYC-CLOSED-PERIOD     pic x(6).
