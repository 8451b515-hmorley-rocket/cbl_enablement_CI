      *****************************************************
      *  CALCSUSP.cpy - exception suspense master, keyed  *
      *  by transaction ID.  Calc adds an open item the   *
      *  first time a transaction is written to CALCERR,  *
      *  with the cycle date it first failed, and updates *
      *  the last-fail date, the number of cycles it has  *
      *  failed on and the latest reason if it fails      *
      *  again.  The item is cleared ("C") when the       *
      *  transaction posts to CALCMSTR (normally its "R"  *
      *  resubmission), or for a failed reversal when a   *
      *  later "V" reversal posts.                        *
      *  Items with a blank transaction ID cannot be      *
      *  keyed and are not held here.  Read by the        *
      *  CALCAGE suspense aging report.                   *
      *****************************************************
       01 CALCSUSP-RECORD.
           05 SUSP-TRAN-ID          pic x(10).
           05 SUSP-STATUS           pic x(1).
               88 SUSP-OPEN         value "O".
               88 SUSP-CLEARED      value "C".
           05 SUSP-FIRST-FAIL-DATE  pic x(8).
           05 SUSP-LAST-FAIL-DATE   pic x(8).
           05 SUSP-FAIL-COUNT       pic 9(3).
           05 SUSP-SECTION          pic x(11).
           05 SUSP-REASON           pic x(30).
           05 SUSP-SOURCE-REF       pic x(12).
           05 SUSP-NUM1             pic s9(5)v9(4)
               sign is trailing separate.
           05 SUSP-NUM2             pic s9(5)v9(4)
               sign is trailing separate.
           05 SUSP-CLEARED-DATE     pic x(8).
