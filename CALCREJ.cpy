      *  for each CALCRAW transaction that fails edit.    *
      *  Carries a reason code, the reason text, and the  *
      *  original record image for return to the sender.  *
      *  REJ-BATCH-ID is the CALCRAW batch the record was *
      *  received in (spaces before the first header).    *
      *****************************************************
       01 CALCREJ-RECORD.
           05 REJ-REASON-CODE      pic x(4).
           05 REJ-REASON-TEXT      pic x(30).
           05 REJ-RECORD-IMAGE     pic x(50).
           05 REJ-BATCH-ID         pic x(8).
