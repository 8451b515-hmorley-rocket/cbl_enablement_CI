               organization is line sequential
               file status is WS-CALCREJ-STATUS.

           select CALCEBT assign to "CALCEBT"
               organization is line sequential
               file status is WS-CALCEBT-STATUS.

           select CALCSNDR assign to "CALCSNDR"
               organization is indexed
               access mode is random
               record key is SNDR-PREFIX
               file status is WS-CALCSNDR-STATUS.

       data division.
       file section.
       fd  CALCRAW.
       fd  CALCREJ.
       copy "CALCREJ.cpy".

       fd  CALCEBT.
       copy "CALCBTOT.cpy".

       fd  CALCSNDR.
       copy "CALCSNDR.cpy".

       working-storage section.
       01 WS-CALCRAW-STATUS pic x(2) value spaces.
       01 WS-CALCIN-STATUS pic x(2) value spaces.
       01 WS-CALCREJ-STATUS pic x(2) value spaces.
       01 WS-CALCEBT-STATUS pic x(2) value spaces.
       01 WS-CALCSNDR-STATUS pic x(2) value spaces.

       01 WS-EOF-FLAG pic x(1) value "N".
           88 WS-CALCRAW-EOF value "Y".
       01 WS-RAW-BATCH-OPEN-FLAG pic x(1) value "N".
           88 WS-RAW-BATCH-OPEN value "Y".
       01 WS-RAW-BATCH-SEQ pic 9(3) value zero.
       01 WS-RAW-BALANCE-FLAG pic x(1) value "Y".
           88 WS-RAW-BALANCED value "Y".
       01 WS-RAW-BATCH-ID pic x(8) value spaces.
       01 WS-RAW-BATCH-ID-R redefines WS-RAW-BATCH-ID.
           05 WS-RAW-SENDER-PREFIX pic x(4).
           05 filler pic x(4).
       01 WS-RAW-TRAILER-COUNT pic 9(7) value zero.
       01 WS-RAW-TRAILER-HASH pic s9(11)v9(4) value zero.
       01 WS-RAW-DETAIL-HASH pic s9(11)v9(4) value zero.

       01 WS-HEADER-CHECK-FLAG pic x(1) value space.
           88 WS-SENDER-ACCEPTED value "A".
           88 WS-BATCH-REJECTED value "R".
       01 WS-BATCH-REJ-CODE pic x(4) value spaces.
       01 WS-BATCH-REJ-TEXT pic x(30) value spaces.
       01 WS-SENDER-MAX-OPERAND pic s9(5)v9(4) value zero.
       01 WS-SENDER-MIN-OPERAND pic s9(5)v9(4) value zero.
       01 WS-PROFILE-OP-CODE pic x(1) value space.
       01 WS-OP-TALLY pic 9(2) value zero.

       01 WS-LIST-USED pic 9(3) value zero.
       01 WS-LIST-TABLE.
           05 WS-LIST-ENTRY occurs 100 times indexed by LST-IX.
       01 WS-CLEAN-HASH pic s9(11)v9(4) value zero.
       01 WS-TOT-CLEAN-COUNT pic 9(7) value zero.
       01 WS-REJECT-COUNT pic 9(7) value zero.
       01 WS-BATCH-REJECT-COUNT pic 9(7) value zero.

       copy "CALCRUNC.cpy".

               move 16 to return-code
               goback
           end-if
           open output CALCEBT
           if WS-CALCEBT-STATUS not = "00"
               display "FATAL: unable to open CALCEBT, file status "
                   WS-CALCEBT-STATUS
               move 16 to return-code
               goback
           end-if
           open input CALCSNDR
           if WS-CALCSNDR-STATUS not = "00"
               display "FATAL: unable to open CALCSNDR, file status "
                   WS-CALCSNDR-STATUS
               move 16 to return-code
               goback
           end-if

           perform edit-transactions
               until WS-CALCRAW-EOF
           close CALCRAW
           close CALCIN
           close CALCREJ
           close CALCEBT
           close CALCSNDR
           perform edit-totals
           if WS-REJECT-COUNT > zero or WS-BATCH-ERROR
               move 8 to return-code
       run-control-startup section.
           move "S" to RUNC-FUNCTION
           move "CALCEDIT" to RUNC-STEP-NAME
           move "CALCSTGN" to RUNC-PRED-NAME
           call "CALCRUNC" using CALCRUNC-PARM
           if not RUNC-OK
               if RUNC-FILE-ERROR
       run-control-completion section.
           move "E" to RUNC-FUNCTION
           move "CALCEDIT" to RUNC-STEP-NAME
           move "CALCSTGN" to RUNC-PRED-NAME
           call "CALCRUNC" using CALCRUNC-PARM
           if RUNC-FILE-ERROR
               move 16 to return-code
                           perform edit-detail-record
                       when RAW-LIST-REC
                           perform edit-list-record
                       when RAW-REVERSAL-REC
                           perform flush-unterminated-list
                           perform edit-reversal-record
                       when other
                           perform flush-unterminated-list
                           perform reject-bad-type
           perform start-raw-batch
           set WS-HEADER-SEEN to true
           move RAW-BATCH-ID to WS-RAW-BATCH-ID
           perform check-sender-profile
           if not WS-BATCH-REJECTED
               perform check-adjustment-flag
           end-if
           if WS-BATCH-REJECTED
               move WS-BATCH-REJ-CODE to WS-REJ-REASON-CODE
               move WS-BATCH-REJ-TEXT to WS-REJ-REASON-TEXT
               perform write-reject-record
           else
               move CALCRAW-RECORD to CALCIN-RECORD
               perform write-clean-record
           end-if
           .

       check-sender-profile section.
           move WS-RAW-SENDER-PREFIX to SNDR-PREFIX
           read CALCSNDR
               invalid key
                   set WS-BATCH-REJECTED to true
                   move "E019" to WS-BATCH-REJ-CODE
                   move "UNKNOWN SENDER" to WS-BATCH-REJ-TEXT
               not invalid key
                   if SNDR-ACTIVE
                       set WS-SENDER-ACCEPTED to true
                       move SNDR-MAX-OPERAND to WS-SENDER-MAX-OPERAND
                       compute WS-SENDER-MIN-OPERAND =
                           zero - SNDR-MAX-OPERAND
                   else
                       set WS-BATCH-REJECTED to true
                       move "E020" to WS-BATCH-REJ-CODE
                       move "SENDER SUSPENDED" to WS-BATCH-REJ-TEXT
                   end-if
           end-read
           if WS-BATCH-REJECTED
               perform note-batch-rejected
           end-if
           .

       check-adjustment-flag section.
           evaluate true
               when RAW-ADJ-FLAG not = space and not = "A"
                   set WS-BATCH-REJECTED to true
                   move "E024" to WS-BATCH-REJ-CODE
                   move "INVALID ADJUSTMENT FLAG" to WS-BATCH-REJ-TEXT
               when RAW-ADJ-FLAG = "A" and RAW-ADJ-AUTH-ID = spaces
                   set WS-BATCH-REJECTED to true
                   move "E025" to WS-BATCH-REJ-CODE
                   move "ADJUSTMENT NOT AUTHORISED"
                       to WS-BATCH-REJ-TEXT
           end-evaluate
           if WS-BATCH-REJECTED
               perform note-batch-rejected
           end-if
           .

       note-batch-rejected section.
           add 1 to WS-BATCH-REJECT-COUNT
           display "WARNING: CALCRAW batch " WS-RAW-BATCH-ID
               " rejected whole - " WS-BATCH-REJ-TEXT
           .

       start-raw-batch section.
           add 1 to WS-RAW-BATCH-SEQ
           set WS-RAW-BATCH-OPEN to true
           move "Y" to WS-RAW-BALANCE-FLAG
           move space to WS-HEADER-CHECK-FLAG
           move "N" to WS-HEADER-FLAG
           move "N" to WS-TRAILER-FLAG
           move spaces to WS-RAW-BATCH-ID
       close-raw-batch section.
           if WS-RAW-BATCH-OPEN
               perform validate-raw-batch
               perform write-batch-total
               if not WS-BATCH-REJECTED
                   perform write-clean-trailer
               end-if
               move "N" to WS-RAW-BATCH-OPEN-FLAG
           end-if
           .
               set WS-TRAILER-SEEN to true
               move RAW-TRAILER-COUNT to WS-RAW-TRAILER-COUNT
               move RAW-TRAILER-HASH-NUM to WS-RAW-TRAILER-HASH
               if WS-BATCH-REJECTED
                   move WS-BATCH-REJ-CODE to WS-REJ-REASON-CODE
                   move WS-BATCH-REJ-TEXT to WS-REJ-REASON-TEXT
                   perform write-reject-record
               end-if
               perform close-raw-batch
           end-if
           .
           move spaces to WS-REJ-REASON-CODE
           move spaces to WS-REJ-REASON-TEXT
           evaluate true
               when WS-BATCH-REJECTED
                   move "Y" to WS-EDIT-ERROR-FLAG
                   move WS-BATCH-REJ-CODE to WS-REJ-REASON-CODE
                   move WS-BATCH-REJ-TEXT to WS-REJ-REASON-TEXT
               when RAW-OP-CODE not = "A" and not = "S"
                   and not = "D" and not = "M"
                   and not = "P" and not = "R" and not = "E"
                   move "TRANSACTION ID MISSING"
                       to WS-REJ-REASON-TEXT
           end-evaluate
           if not WS-EDIT-ERROR and WS-SENDER-ACCEPTED
               move RAW-OP-CODE to WS-PROFILE-OP-CODE
               perform check-operation-permitted
               if not WS-EDIT-ERROR
                   perform check-operand-limits
               end-if
               if not WS-EDIT-ERROR and RAW-RATE-CODE not = spaces
                   perform check-rate-permitted
               end-if
           end-if
           if WS-EDIT-ERROR
               perform write-reject-record
           else
               move CALCRAW-RECORD to CALCIN-RECORD
               add 1 to WS-CLEAN-COUNT
               add 1 to WS-TOT-CLEAN-COUNT
               add CI-NUM1 to WS-CLEAN-HASH
               add CI-NUM2 to WS-CLEAN-HASH
               perform write-clean-record
           end-if
           .

       check-operation-permitted section.
           move zero to WS-OP-TALLY
           inspect SNDR-OP-CODES tallying WS-OP-TALLY
               for all WS-PROFILE-OP-CODE
           if WS-OP-TALLY = zero
               move "Y" to WS-EDIT-ERROR-FLAG
               move "E021" to WS-REJ-REASON-CODE
               move "OPERATION NOT PERMITTED" to WS-REJ-REASON-TEXT
           end-if
           .

       check-operand-limits section.
           if RAW-NUM1-NUM > WS-SENDER-MAX-OPERAND
               or RAW-NUM1-NUM < WS-SENDER-MIN-OPERAND
               or RAW-NUM2-NUM > WS-SENDER-MAX-OPERAND
               or RAW-NUM2-NUM < WS-SENDER-MIN-OPERAND
               move "Y" to WS-EDIT-ERROR-FLAG
               move "E022" to WS-REJ-REASON-CODE
               move "OPERAND EXCEEDS SENDER MAXIMUM"
                   to WS-REJ-REASON-TEXT
           end-if
           .

       check-rate-permitted section.
           set SNDR-RC-IX to 1
           search SNDR-RATE-CODE
               at end
                   move "Y" to WS-EDIT-ERROR-FLAG
                   move "E023" to WS-REJ-REASON-CODE
                   move "RATE CODE NOT PERMITTED"
                       to WS-REJ-REASON-TEXT
               when SNDR-RATE-CODE (SNDR-RC-IX) = RAW-RATE-CODE
                   continue
           end-search
           .

       edit-reversal-record section.
           perform open-implicit-batch
           add 1 to WS-DETAIL-COUNT
           perform normalize-operand-signs
           perform accumulate-raw-hash
           move "N" to WS-EDIT-ERROR-FLAG
           move spaces to WS-REJ-REASON-CODE
           move spaces to WS-REJ-REASON-TEXT
           evaluate true
               when WS-BATCH-REJECTED
                   move "Y" to WS-EDIT-ERROR-FLAG
                   move WS-BATCH-REJ-CODE to WS-REJ-REASON-CODE
                   move WS-BATCH-REJ-TEXT to WS-REJ-REASON-TEXT
               when RAW-NUM1-NUM not numeric
                   move "Y" to WS-EDIT-ERROR-FLAG
                   move "E002" to WS-REJ-REASON-CODE
                   move "NUM1 NOT NUMERIC" to WS-REJ-REASON-TEXT
               when RAW-NUM2-NUM not numeric
                   move "Y" to WS-EDIT-ERROR-FLAG
                   move "E003" to WS-REJ-REASON-CODE
                   move "NUM2 NOT NUMERIC" to WS-REJ-REASON-TEXT
               when RAW-NUM1-NUM not = zero
                   or RAW-NUM2-NUM not = zero
                   move "Y" to WS-EDIT-ERROR-FLAG
                   move "E017" to WS-REJ-REASON-CODE
                   move "REVERSAL OPERANDS NOT ZERO"
                       to WS-REJ-REASON-TEXT
               when RAW-OP-CODE not = space
                   or RAW-CONT-FLAG not = space
                   or RAW-CORR-FLAG not = space
                   or RAW-RATE-CODE not = spaces
                   move "Y" to WS-EDIT-ERROR-FLAG
                   move "E018" to WS-REJ-REASON-CODE
                   move "INVALID REVERSAL RECORD"
                       to WS-REJ-REASON-TEXT
               when RAW-TRAN-ID = spaces
                   move "Y" to WS-EDIT-ERROR-FLAG
                   move "E009" to WS-REJ-REASON-CODE
                   move "TRANSACTION ID MISSING"
                       to WS-REJ-REASON-TEXT
           end-evaluate
           if WS-EDIT-ERROR
               perform write-reject-record
           else
           move spaces to WS-REJ-REASON-CODE
           move spaces to WS-REJ-REASON-TEXT
           evaluate true
               when WS-BATCH-REJECTED
                   move "Y" to WS-EDIT-ERROR-FLAG
                   move WS-BATCH-REJ-CODE to WS-REJ-REASON-CODE
                   move WS-BATCH-REJ-TEXT to WS-REJ-REASON-TEXT
               when WS-LIST-USED = zero
                   and WS-LIST-FIRST-OP not = "A" and not = "S"
                   and not = "D" and not = "M"
                   move "LIST SOURCE REF MISMATCH"
                       to WS-REJ-REASON-TEXT
           end-evaluate
           if not WS-EDIT-ERROR and WS-SENDER-ACCEPTED
               if WS-LIST-USED = zero
                   move WS-LIST-FIRST-OP to WS-PROFILE-OP-CODE
                   perform check-operation-permitted
               end-if
               if not WS-EDIT-ERROR
                   perform check-operand-limits
               end-if
           end-if
           if WS-EDIT-ERROR and not WS-LIST-BAD
               set WS-LIST-BAD to true
               move WS-REJ-REASON-CODE to WS-LIST-REJ-CODE
           move WS-LIST-REJ-CODE to REJ-REASON-CODE
           move WS-LIST-REJ-TEXT to REJ-REASON-TEXT
           move WS-LIST-IMAGE (LST-IX) to REJ-RECORD-IMAGE
           move WS-RAW-BATCH-ID to REJ-BATCH-ID
           write CALCREJ-RECORD
           if WS-CALCREJ-STATUS not = "00"
               display "FATAL: unable to write CALCREJ, status "
               display "WARNING: no header record on CALCRAW batch "
                   WS-RAW-BATCH-ID
               set WS-BATCH-ERROR to true
               move "N" to WS-RAW-BALANCE-FLAG
           end-if
           if not WS-TRAILER-SEEN
               display "WARNING: no trailer record on CALCRAW batch "
                   WS-RAW-BATCH-ID
               set WS-BATCH-ERROR to true
               move "N" to WS-RAW-BALANCE-FLAG
           else
               if WS-RAW-TRAILER-COUNT not = WS-DETAIL-COUNT
                   display "WARNING: CALCRAW batch " WS-RAW-BATCH-ID
                       " but details read " WS-DETAIL-COUNT
                       " - possible truncated transfer"
                   set WS-BATCH-ERROR to true
                   move "N" to WS-RAW-BALANCE-FLAG
               end-if
               if WS-RAW-TRAILER-HASH not = WS-RAW-DETAIL-HASH
                   display "WARNING: CALCRAW batch " WS-RAW-BATCH-ID
                       " but hash computed " WS-RAW-DETAIL-HASH
                       " - possible corrupted transfer"
                   set WS-BATCH-ERROR to true
                   move "N" to WS-RAW-BALANCE-FLAG
               end-if
           end-if
           .

       write-batch-total section.
           move spaces to CALCBTOT-RECORD
           move "CALCEDIT" to BTOT-STEP-NAME
           move WS-RAW-BATCH-SEQ to BTOT-BATCH-SEQ
           move WS-RAW-BATCH-ID to BTOT-BATCH-ID
           move RUNC-CYCLE-DATE to BTOT-CYCLE-DATE
           move WS-DETAIL-COUNT to BTOT-DETAIL-COUNT
           move WS-CLEAN-COUNT to BTOT-PASSED-COUNT
           move WS-RAW-BALANCE-FLAG to BTOT-BALANCED-FLAG
           move WS-RAW-DETAIL-HASH to BTOT-HASH
           write CALCBTOT-RECORD
           if WS-CALCEBT-STATUS not = "00"
               display "FATAL: unable to write CALCEBT, status "
                   WS-CALCEBT-STATUS
               move 16 to return-code
               goback
           end-if
           .

       write-clean-record section.
           write CALCIN-RECORD
           if WS-CALCIN-STATUS not = "00"
           move WS-REJ-REASON-CODE to REJ-REASON-CODE
           move WS-REJ-REASON-TEXT to REJ-REASON-TEXT
           move CALCRAW-RECORD to REJ-RECORD-IMAGE
           move WS-RAW-BATCH-ID to REJ-BATCH-ID
           write CALCREJ-RECORD
           if WS-CALCREJ-STATUS not = "00"
               display "FATAL: unable to write CALCREJ, status "
           display "Records read : " WS-READ-COUNT
           display "Details accepted : " WS-TOT-CLEAN-COUNT
           display "Records rejected : " WS-REJECT-COUNT
           display "Batches rejected at header : "
               WS-BATCH-REJECT-COUNT
           .
