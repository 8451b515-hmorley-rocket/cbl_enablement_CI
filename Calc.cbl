               organization is line sequential
               file status is WS-CALCERR-STATUS.

           select CALCCBT assign to "CALCCBT"
               organization is line sequential
               file status is WS-CALCCBT-STATUS.

           select CALCCTL assign to "CALCCTL"
               organization is line sequential
               file status is WS-CALCCTL-STATUS.
               organization is indexed
               access mode is random
               record key is MSTR-TRAN-ID
               alternate record key is MSTR-SOURCE-REF
                   with duplicates
               alternate record key is MSTR-RUN-DATE
                   with duplicates
               file status is WS-CALCMSTR-STATUS.

           select CALCRATE assign to "CALCRATE"
               organization is line sequential
               file status is WS-CALCMHST-STATUS.

           select CALCHTHR assign to "CALCHTHR"
               organization is line sequential
               file status is WS-CALCHTHR-STATUS.

           select CALCHOLD assign to "CALCHOLD"
               organization is indexed
               access mode is dynamic
               record key is HOLD-TRAN-ID
               file status is WS-CALCHOLD-STATUS.

           select CALCSUSP assign to "CALCSUSP"
               organization is indexed
               access mode is random
               record key is SUSP-TRAN-ID
               file status is WS-CALCSUSP-STATUS.

       data division.
       file section.
       fd  CALCIN.
       fd  CALCERR.
       copy "CALCERR.cpy".

       fd  CALCCBT.
       copy "CALCBTOT.cpy".

       fd  CALCCTL.
       copy "CALCCTL.cpy".

       fd  CALCMHST.
       copy "CALCMHST.cpy".

       fd  CALCHTHR.
       copy "CALCHTHR.cpy".

       fd  CALCHOLD.
       copy "CALCHOLD.cpy".

       fd  CALCSUSP.
       copy "CALCSUSP.cpy".

       working-storage section.
       01 num1 pic s9(5)v9(4).
       01 num2 pic s9(5)v9(4).
       01 WS-CALCOUT-STATUS pic x(2) value spaces.
       01 WS-CALCLOG-STATUS pic x(2) value spaces.
       01 WS-CALCERR-STATUS pic x(2) value spaces.
       01 WS-CALCCBT-STATUS pic x(2) value spaces.
       01 WS-EOF-FLAG pic x(1) value "N".
           88 WS-CALCIN-EOF value "Y".

           88 WS-BATCH-OPEN value "Y".
       01 WS-BATCH-COUNT pic 9(7) value zero.
       01 WS-BATCH-RESULT-HASH pic s9(9)v9(4) value zero.
       01 WS-BATCH-BALANCE-FLAG pic x(1) value "Y".
           88 WS-BATCH-BALANCED value "Y".
       01 WS-FAILED-BATCH-ID pic x(8) value spaces.
       01 WS-FAILED-BATCH-SEQ pic 9(3) value zero.
       01 WS-INPUT-HASH pic s9(11)v9(4) value zero.
       01 WS-MSTR-REPLAY-FLAG pic x(1) value "N".
           88 WS-MSTR-REPLAY value "Y".
       01 WS-HIST-COUNT pic 9(7) value zero.
       01 WS-REVERSAL-COUNT pic 9(7) value zero.
       copy "CALCMSTR.cpy"
           replacing ==CALCMSTR-RECORD== by ==WS-OLD-MSTR-RECORD==
           leading ==MSTR== by ==OLD==.
           05 WS-RUN-DATE-CCYYMMDD pic x(8).
           05 filler pic x(13).
       01 WS-CYCLE-DATE pic x(8) value spaces.
       01 WS-CLOSED-PERIOD pic x(6) value spaces.
       01 WS-POSTED-DATE pic x(8) value spaces.
       01 WS-POSTED-DATE-R redefines WS-POSTED-DATE.
           05 WS-POSTED-PERIOD pic x(6).
           05 filler pic x(2).
       01 WS-ADJ-PERIOD pic x(6) value spaces.
       01 WS-BATCH-ADJ-FLAG pic x(1) value space.
           88 WS-BATCH-PRIOR-ADJ value "A".
       01 WS-BATCH-ADJ-AUTH-ID pic x(8) value spaces.
       01 WS-CLOSED-REJECT-COUNT pic 9(7) value zero.
       01 WS-PRIOR-ADJ-COUNT pic 9(7) value zero.
       01 WS-RUN-MODE pic x(1) value "I".
           88 WS-BATCH-RUN value "B".

       01 WS-CALCHTHR-STATUS pic x(2) value spaces.
       01 WS-HTHR-EOF-FLAG pic x(1) value "N".
           88 WS-CALCHTHR-EOF value "Y".
       01 WS-THRESHOLD-USED pic 9(2) value zero.
       01 WS-THRESHOLD-TABLE.
           05 WS-THRESHOLD-ENTRY occurs 20 times indexed by THR-IX.
               10 WS-THR-OP-CODE pic x(1).
               10 WS-THR-AMOUNT pic 9(5)v9(4).
       01 WS-CALCHOLD-STATUS pic x(2) value spaces.
       01 WS-HOLD-EOF-FLAG pic x(1) value "N".
           88 WS-CALCHOLD-EOF value "Y".
       01 WS-HOLD-FLAG pic x(1) value "N".
           88 WS-HOLD-PENDING value "Y".
       01 WS-HOLD-THRESHOLD pic 9(5)v9(4) value zero.
       01 WS-ABS-RESULT pic 9(5)v9(4) value zero.
       01 WS-HELD-COUNT pic 9(7) value zero.
       01 WS-HOLD-SENT-COUNT pic 9(7) value zero.
       01 WS-HOLD-REJECT-COUNT pic 9(7) value zero.

       01 WS-CALCSUSP-STATUS pic x(2) value spaces.
       01 WS-SUSP-FILE-FLAG pic x(1) value "N".
           88 WS-SUSP-FILE-OPEN value "Y".
       01 WS-SUSP-ADDED-COUNT pic 9(7) value zero.
       01 WS-SUSP-CLEARED-COUNT pic 9(7) value zero.
       01 WS-SUSP-SKIP-COUNT pic 9(7) value zero.

       procedure division.
           perform read-parameter-file

           open input CALCIN
           if WS-CALCIN-STATUS = "00"
               set WS-BATCH-RUN to true
               perform run-control-startup
               perform check-for-checkpoint
               perform open-batch-output-files
               perform load-hold-thresholds
               perform send-hold-decisions
               perform skip-to-checkpoint
                   until WS-SKIPPED-COUNT = WS-SKIP-COUNT
                       or WS-CALCIN-EOF
               close CALCIN
               close CALCOUT
               close CALCERR
               close CALCCBT
               close CALCFEED
               close CALCMSTR
               close CALCMHST
               close CALCHOLD
               close CALCSUSP
               if WS-RATE-FILE-OPEN
                   close CALCRATE
               end-if
               goback
           end-if
           move RUNC-CYCLE-DATE to WS-CYCLE-DATE
           move RUNC-CLOSED-PERIOD to WS-CLOSED-PERIOD
           .

       run-control-completion section.
               if WS-CALCFEED-STATUS not = "00"
                   open output CALCFEED
               end-if
               open extend CALCCBT
               if WS-CALCCBT-STATUS not = "00"
                   open output CALCCBT
               end-if
           else
               open output CALCOUT
               open output CALCERR
               open output CALCFEED
               open output CALCCBT
           end-if

           if WS-CALCOUT-STATUS not = "00"
               move 16 to return-code
               goback
           end-if
           if WS-CALCCBT-STATUS not = "00"
               display "FATAL: unable to open CALCCBT, file status "
                   WS-CALCCBT-STATUS
               move 16 to return-code
               goback
           end-if

           open i-o CALCMSTR
           if WS-CALCMSTR-STATUS not = "00"
               end-if
           end-if

           open i-o CALCHOLD
           if WS-CALCHOLD-STATUS not = "00"
               open output CALCHOLD
               if WS-CALCHOLD-STATUS not = "00"
                   display "FATAL: unable to open CALCHOLD, status "
                       WS-CALCHOLD-STATUS
                   move 16 to return-code
                   goback
               end-if
               close CALCHOLD
               open i-o CALCHOLD
               if WS-CALCHOLD-STATUS not = "00"
                   display "FATAL: unable to reopen CALCHOLD, status "
                       WS-CALCHOLD-STATUS
                   move 16 to return-code
                   goback
               end-if
           end-if

           open i-o CALCSUSP
           if WS-CALCSUSP-STATUS not = "00"
               open output CALCSUSP
               if WS-CALCSUSP-STATUS not = "00"
                   display "FATAL: unable to open CALCSUSP, status "
                       WS-CALCSUSP-STATUS
                   move 16 to return-code
                   goback
               end-if
               close CALCSUSP
               open i-o CALCSUSP
               if WS-CALCSUSP-STATUS not = "00"
                   display "FATAL: unable to reopen CALCSUSP, status "
                       WS-CALCSUSP-STATUS
                   move 16 to return-code
                   goback
               end-if
           end-if
           set WS-SUSP-FILE-OPEN to true

           open input CALCRATE
           if WS-CALCRATE-STATUS = "00"
               set WS-RATE-FILE-OPEN to true
                           perform process-detail-record
                       when CI-LIST-REC
                           perform process-list-record
                       when CI-REVERSAL-REC
                           perform process-reversal-record
                       when other
                           perform reject-record-type
                   end-evaluate
           perform checkpoint-if-due
           .

       process-reversal-record section.
           perform abort-open-list
           perform open-implicit-batch
           move "F" to WS-FINAL-FLAG
           move "N" to WS-CHAIN-FAILED-FLAG
           perform release-pending-output
           move "REVERSAL" to WS-OP-NAME
           move CI-NUM1 to num1
           move CI-NUM2 to num2
           move CI-TRAN-ID to WS-TRAN-ID
           move CI-SOURCE-REF to WS-SOURCE-REF
           move "V" to WS-CORR-FLAG
           move spaces to WS-RATE-CODE
           add 1 to WS-CONTROL-COUNT
           add 1 to WS-BATCH-COUNT
           add CI-NUM1 to WS-INPUT-HASH
           add CI-NUM2 to WS-INPUT-HASH
           move "N" to WS-CALC-ERROR-FLAG
           perform locate-reversal-target
           if WS-CALC-ERROR
               perform write-exception-record
           else
               perform post-reversal
           end-if
           perform checkpoint-if-due
           .

       locate-reversal-target section.
           move "N" to WS-MSTR-REPLAY-FLAG
           move spaces to WS-ADJ-PERIOD
           if WS-TRAN-ID = spaces or WS-MSTR-NEW
               move "Y" to WS-CALC-ERROR-FLAG
               move "REVERSAL OF UNKNOWN TRANSACTION" to WS-ERR-REASON
           else
               move WS-TRAN-ID to MSTR-TRAN-ID
               read CALCMSTR
                   invalid key
                       move "Y" to WS-CALC-ERROR-FLAG
                       move "REVERSAL OF UNKNOWN TRANSACTION"
                           to WS-ERR-REASON
                   not invalid key
                       move CALCMSTR-RECORD to WS-OLD-MSTR-RECORD
                       if MSTR-HELD or MSTR-RELEASED
                           move "Y" to WS-CALC-ERROR-FLAG
                           move "TRANSACTION ON HIGH-VALUE HOLD"
                               to WS-ERR-REASON
                       end-if
                       if MSTR-HOLD-REJECTED
                           move "Y" to WS-CALC-ERROR-FLAG
                           move "TRANSACTION REJECTED AT HOLD"
                               to WS-ERR-REASON
                       end-if
                       if MSTR-REVERSED
                           if WS-IS-RESUMING
                               and MSTR-REVERSAL-DATE = WS-CYCLE-DATE
                               set WS-MSTR-REPLAY to true
                           else
                               move "Y" to WS-CALC-ERROR-FLAG
                               move "TRANSACTION ALREADY REVERSED"
                                   to WS-ERR-REASON
                           end-if
                       end-if
                       if not WS-CALC-ERROR and not WS-MSTR-REPLAY
                           perform check-closed-period
                       end-if
               end-read
           end-if
           .

       post-reversal section.
           move OLD-OP-CODE to WS-OP-CODE
           move OLD-NUM1 to num1
           move OLD-NUM2 to num2
           compute result = zero - OLD-RESULT
           move OLD-SOURCE-REF to WS-SOURCE-REF
           if not WS-MSTR-REPLAY
               perform write-history-record
               move WS-OLD-MSTR-RECORD to CALCMSTR-RECORD
               move "V" to MSTR-STATUS
               move WS-CYCLE-DATE to MSTR-REVERSAL-DATE
               if WS-ADJ-PERIOD not = OLD-ADJ-PERIOD
                   move WS-ADJ-PERIOD to MSTR-ADJ-PERIOD
                   add 1 to WS-PRIOR-ADJ-COUNT
               end-if
               rewrite CALCMSTR-RECORD
               if WS-CALCMSTR-STATUS not = "00"
                   display "FATAL: unable to rewrite CALCMSTR, status "
                       WS-CALCMSTR-STATUS
                   move 16 to return-code
                   goback
               end-if
               perform clear-suspense-item
           end-if
           perform write-log-record
           perform write-calcout-record
           perform write-calcfeed-record
           add result to WS-CONTROL-HASH
           add result to WS-BATCH-RESULT-HASH
           add 1 to WS-REVERSAL-COUNT
           .

       start-list-transaction section.
           move "F" to WS-FINAL-FLAG
           perform release-pending-output
       check-duplicate-master section.
           move "N" to WS-MSTR-EXISTS-FLAG
           move "N" to WS-MSTR-REPLAY-FLAG
           move spaces to WS-ADJ-PERIOD
           if WS-TRAN-ID not = spaces
               and not WS-MSTR-NEW
               move WS-TRAN-ID to MSTR-TRAN-ID
                   not invalid key
                       set WS-MSTR-EXISTS to true
                       move CALCMSTR-RECORD to WS-OLD-MSTR-RECORD
                       if WS-CORR-FLAG = "R" and MSTR-REVERSED
                           move "REVERSED" to WS-OP-NAME
                           move "Y" to WS-CALC-ERROR-FLAG
                           move "CORRECTION TO REVERSED TRAN"
                               to WS-ERR-REASON
                       end-if
                       if WS-CORR-FLAG = "R" and not MSTR-REVERSED
                           perform set-operation-name
                           perform check-closed-period
                       end-if
                       if WS-CORR-FLAG not = "R"
                           if WS-IS-RESUMING
                               perform check-resume-replay
           end-if
           .

       check-closed-period section.
           move MSTR-RUN-DATE to WS-POSTED-DATE
           if WS-CLOSED-PERIOD not = spaces
               and WS-POSTED-PERIOD not > WS-CLOSED-PERIOD
               if WS-BATCH-PRIOR-ADJ
                   and WS-BATCH-ADJ-AUTH-ID not = spaces
                   move WS-POSTED-PERIOD to WS-ADJ-PERIOD
               else
                   move "Y" to WS-CALC-ERROR-FLAG
                   move "PERIOD CLOSED" to WS-ERR-REASON
                   add 1 to WS-CLOSED-REJECT-COUNT
               end-if
           else
               move MSTR-ADJ-PERIOD to WS-ADJ-PERIOD
           end-if
           .

       check-resume-replay section.
           if MSTR-RUN-DATE = WS-CYCLE-DATE
               and MSTR-OP-CODE = WS-OP-CODE
       release-pending-output section.
           if WS-PENDING-OUTPUT
               perform write-calcout-record
               if WS-HOLD-PENDING
                   perform write-hold-record
               else
                   perform write-calcfeed-record
               end-if
               move "N" to WS-PENDING-FLAG
               move "N" to WS-HOLD-FLAG
           end-if
           .

           move CI-BATCH-ID to WS-BATCH-ID
           move CI-CREATE-DATE to WS-BATCH-CREATE-DATE
           perform reset-batch-state
           move CI-ADJ-FLAG to WS-BATCH-ADJ-FLAG
           move CI-ADJ-AUTH-ID to WS-BATCH-ADJ-AUTH-ID
           display "Processing batch " WS-BATCH-ID
               " created " CI-CREATE-DATE
           if WS-BATCH-PRIOR-ADJ
               display "Prior-period adjustment batch authorised by "
                   WS-BATCH-ADJ-AUTH-ID
           end-if
           .

       process-batch-trailer section.
               perform release-pending-output
               perform validate-batch-trailer
               perform batch-control-totals
               perform write-batch-total
               move "N" to WS-BATCH-OPEN-FLAG
           end-if
           .
           move zero to WS-BATCH-COUNT
           move zero to WS-INPUT-HASH
           move zero to WS-BATCH-RESULT-HASH
           move "Y" to WS-BATCH-BALANCE-FLAG
           move "N" to WS-TRAILER-FLAG
           move "F" to WS-FINAL-FLAG
           move "N" to WS-PENDING-FLAG
           move "N" to WS-HOLD-FLAG
           move "N" to WS-HAD-PENDING-FLAG
           move "N" to WS-CHAIN-FAILED-FLAG
           move "N" to WS-LIST-ACTIVE-FLAG
           move zero to WS-PRIOR-RESULT
           move space to WS-BATCH-ADJ-FLAG
           move spaces to WS-BATCH-ADJ-AUTH-ID
           .

       batch-control-totals section.
           display "Hash total of results : " WS-BATCH-RESULT-HASH
           .

       write-batch-total section.
           if WS-SKIPPED-COUNT not < WS-SKIP-COUNT
               move spaces to CALCBTOT-RECORD
               move "CALC" to BTOT-STEP-NAME
               move WS-BATCH-SEQ to BTOT-BATCH-SEQ
               move WS-BATCH-ID to BTOT-BATCH-ID
               move WS-CYCLE-DATE to BTOT-CYCLE-DATE
               move WS-BATCH-COUNT to BTOT-DETAIL-COUNT
               move zero to BTOT-PASSED-COUNT
               move WS-BATCH-BALANCE-FLAG to BTOT-BALANCED-FLAG
               move WS-BATCH-RESULT-HASH to BTOT-HASH
               write CALCBTOT-RECORD
               if WS-CALCCBT-STATUS not = "00"
                   display "FATAL: unable to write CALCCBT, status "
                       WS-CALCCBT-STATUS
                   move 16 to return-code
                   goback
               end-if
           end-if
           .

       reject-record-type section.
           perform abort-open-list
           move "F" to WS-FINAL-FLAG
           .

       record-failed-batch section.
           move "N" to WS-BATCH-BALANCE-FLAG
           if WS-FAILED-BATCH-SEQ = zero
               move WS-BATCH-ID to WS-FAILED-BATCH-ID
               move WS-BATCH-SEQ to WS-FAILED-BATCH-SEQ
           display "Records processed : " WS-CONTROL-COUNT
           display "Duplicates rejected : " WS-DUP-COUNT
           display "Master versions retired : " WS-HIST-COUNT
           display "Reversals posted : " WS-REVERSAL-COUNT
           display "Results held for release : " WS-HELD-COUNT
           display "Released holds sent : " WS-HOLD-SENT-COUNT
           display "Rejected holds to CALCERR : " WS-HOLD-REJECT-COUNT
           display "Suspense items opened : " WS-SUSP-ADDED-COUNT
           display "Suspense items cleared : " WS-SUSP-CLEARED-COUNT
           display "Closed-period changes rejected : "
               WS-CLOSED-REJECT-COUNT
           display "Prior-period adjustments posted : "
               WS-PRIOR-ADJ-COUNT
           display "Hash total of results : " WS-CONTROL-HASH
           if WS-FAILED-BATCH-SEQ > zero
               display "First out-of-balance batch : "
               display "Master records skipped, blank tran ID : "
                   WS-MSTR-SKIP-COUNT
           end-if
           if WS-SUSP-SKIP-COUNT > zero
               display "Exceptions not suspended, blank tran ID : "
                   WS-SUSP-SKIP-COUNT
           end-if
           .

       check-for-checkpoint section.
                           add 1 to WS-BATCH-COUNT
                           add CI-LIST-NUM1 to WS-INPUT-HASH
                           add CI-LIST-NUM2 to WS-INPUT-HASH
                       when CI-REVERSAL-REC
                           add 1 to WS-SKIPPED-COUNT
                           add 1 to WS-BATCH-COUNT
                           add CI-NUM1 to WS-INPUT-HASH
                           add CI-NUM2 to WS-INPUT-HASH
                       when other
                           continue
                   end-evaluate
           move WS-TRAN-ID to CO-TRAN-ID
           move WS-SOURCE-REF to CO-SOURCE-REF
           move WS-FINAL-FLAG to CO-FINAL-FLAG
           if WS-HOLD-PENDING
               move "H" to CO-HOLD-FLAG
           else
               move space to CO-HOLD-FLAG
           end-if
           write CALCOUT-RECORD
           .

           move WS-TRAN-ID to LOG-TRAN-ID
           move WS-SOURCE-REF to LOG-SOURCE-REF
           move WS-CORR-FLAG to LOG-CORR-FLAG
           if WS-BATCH-RUN
               move WS-CYCLE-DATE to LOG-CYCLE-DATE
           else
               move spaces to LOG-CYCLE-DATE
           end-if
           write CALCLOG-RECORD
           .

           move WS-TRAN-ID to FEED-TRAN-ID
           move WS-SOURCE-REF to FEED-SOURCE-REF
           move WS-FINAL-FLAG to FEED-FINAL-FLAG
           if WS-CORR-FLAG = "V"
               move "V" to FEED-REVERSAL-FLAG
           else
               move space to FEED-REVERSAL-FLAG
           end-if
           write CALCFEED-RECORD
           .

       write-master-record section.
           move "N" to WS-HOLD-FLAG
           if WS-TRAN-ID = spaces
               add 1 to WS-MSTR-SKIP-COUNT
           else
               if WS-MSTR-EXISTS and not WS-MSTR-REPLAY
                   perform write-history-record
                   if OLD-HELD or OLD-RELEASED
                       perform supersede-hold-record
                   end-if
               end-if
               perform check-hold-threshold
               move WS-TRAN-ID to MSTR-TRAN-ID
               move WS-OP-CODE to MSTR-OP-CODE
               move num1 to MSTR-NUM1
               move result to MSTR-RESULT
               move WS-SOURCE-REF to MSTR-SOURCE-REF
               move WS-CYCLE-DATE to MSTR-RUN-DATE
               move WS-RATE-CODE to MSTR-RATE-CODE
               move WS-BATCH-CREATE-DATE to MSTR-CREATE-DATE
               if WS-HOLD-PENDING
                   move "H" to MSTR-STATUS
               else
                   move space to MSTR-STATUS
               end-if
               move spaces to MSTR-REVERSAL-DATE
               move WS-ADJ-PERIOD to MSTR-ADJ-PERIOD
               if WS-ADJ-PERIOD not = spaces
                   and WS-POSTED-PERIOD not > WS-CLOSED-PERIOD
                   add 1 to WS-PRIOR-ADJ-COUNT
               end-if
               write CALCMSTR-RECORD
                   invalid key
                       rewrite CALCMSTR-RECORD
               end-write
               perform clear-suspense-item
           end-if
           .

       check-hold-threshold section.
           set THR-IX to 1
           search WS-THRESHOLD-ENTRY
               at end
                   continue
               when THR-IX > WS-THRESHOLD-USED
                   continue
               when WS-THR-OP-CODE (THR-IX) = WS-OP-CODE
                   move WS-THR-AMOUNT (THR-IX) to WS-HOLD-THRESHOLD
                   if result < zero
                       compute WS-ABS-RESULT = zero - result
                   else
                       move result to WS-ABS-RESULT
                   end-if
                   if WS-ABS-RESULT > WS-HOLD-THRESHOLD
                       set WS-HOLD-PENDING to true
                   end-if
           end-search
           .

       supersede-hold-record section.
           move WS-TRAN-ID to HOLD-TRAN-ID
           read CALCHOLD
               invalid key
                   continue
               not invalid key
                   if HOLD-HELD or HOLD-RELEASED
                       move "C" to HOLD-STATUS
                       rewrite CALCHOLD-RECORD
                       if WS-CALCHOLD-STATUS not = "00"
                           display "FATAL: unable to rewrite CALCHOLD,"
                               " status " WS-CALCHOLD-STATUS
                           move 16 to return-code
                           goback
                       end-if
                   end-if
           end-read
           .

       write-hold-record section.
           move WS-TRAN-ID to HOLD-TRAN-ID
           move "H" to HOLD-STATUS
           move WS-OP-CODE to HOLD-OP-CODE
           move WS-OP-NAME to HOLD-OP-NAME
           move num1 to HOLD-NUM1
           move num2 to HOLD-NUM2
           move result to HOLD-RESULT
           move WS-SOURCE-REF to HOLD-SOURCE-REF
           move WS-FINAL-FLAG to HOLD-FINAL-FLAG
           move WS-HOLD-THRESHOLD to HOLD-THRESHOLD
           move WS-BATCH-ID to HOLD-BATCH-ID
           move WS-CYCLE-DATE to HOLD-DATE
           move spaces to HOLD-OPERATOR
           move spaces to HOLD-DECISION-TIME
           move spaces to HOLD-REASON
           move spaces to HOLD-SENT-DATE
           write CALCHOLD-RECORD
               invalid key
                   rewrite CALCHOLD-RECORD
           end-write
           if WS-CALCHOLD-STATUS not = "00"
               display "FATAL: unable to write CALCHOLD, status "
                   WS-CALCHOLD-STATUS
               move 16 to return-code
               goback
           end-if
           add 1 to WS-HELD-COUNT
           .

       load-hold-thresholds section.
           move zero to WS-THRESHOLD-USED
           open input CALCHTHR
           evaluate WS-CALCHTHR-STATUS
               when "00"
                   perform load-one-threshold
                       until WS-CALCHTHR-EOF
                   close CALCHTHR
               when "35"
                   display "No CALCHTHR thresholds on file - no"
                       " results will be held"
               when other
                   display "FATAL: unable to open CALCHTHR, status "
                       WS-CALCHTHR-STATUS
                   move 16 to return-code
                   goback
           end-evaluate
           .

       load-one-threshold section.
           read CALCHTHR into CALCHTHR-RECORD
               at end
                   set WS-CALCHTHR-EOF to true
               not at end
                   if HTHR-THRESHOLD not numeric
                       display "WARNING: CALCHTHR threshold for op "
                           HTHR-OP-CODE " is not numeric - ignored"
                   else
                       if WS-THRESHOLD-USED < 20
                           add 1 to WS-THRESHOLD-USED
                           set THR-IX to WS-THRESHOLD-USED
                           move HTHR-OP-CODE to WS-THR-OP-CODE (THR-IX)
                           move HTHR-THRESHOLD to WS-THR-AMOUNT (THR-IX)
                       else
                           display "WARNING: CALCHTHR has more than 20"
                               " thresholds - op " HTHR-OP-CODE
                               " ignored"
                       end-if
                   end-if
           end-read
           .

       send-hold-decisions section.
           move "N" to WS-HOLD-EOF-FLAG
           move low-values to HOLD-TRAN-ID
           start CALCHOLD key not < HOLD-TRAN-ID
               invalid key
                   set WS-CALCHOLD-EOF to true
           end-start
           perform send-one-hold-decision
               until WS-CALCHOLD-EOF
           .

       send-one-hold-decision section.
           read CALCHOLD next
               at end
                   set WS-CALCHOLD-EOF to true
               not at end
                   evaluate true
                       when HOLD-RELEASED
                           perform send-released-hold
                       when HOLD-SENT
                           and HOLD-SENT-DATE = WS-CYCLE-DATE
                           and not WS-IS-RESUMING
                           perform send-released-hold
                       when HOLD-REJECTED
                           perform send-rejected-hold
                       when HOLD-ERRORED
                           and HOLD-SENT-DATE = WS-CYCLE-DATE
                           and not WS-IS-RESUMING
                           perform send-rejected-hold
                       when other
                           continue
                   end-evaluate
           end-read
           .

       send-released-hold section.
           move HOLD-OP-CODE to FEED-OP-CODE
           move HOLD-NUM1 to FEED-NUM1
           move HOLD-NUM2 to FEED-NUM2
           move HOLD-RESULT to FEED-RESULT
           move WS-CYCLE-DATE to FEED-RUN-DATE
           move HOLD-TRAN-ID to FEED-TRAN-ID
           move HOLD-SOURCE-REF to FEED-SOURCE-REF
           move HOLD-FINAL-FLAG to FEED-FINAL-FLAG
           move space to FEED-REVERSAL-FLAG
           write CALCFEED-RECORD
           add 1 to WS-HOLD-SENT-COUNT
           if HOLD-RELEASED
               move "S" to HOLD-STATUS
               move WS-CYCLE-DATE to HOLD-SENT-DATE
               perform rewrite-hold-decision
               if not WS-MSTR-NEW
                   move HOLD-TRAN-ID to MSTR-TRAN-ID
                   read CALCMSTR
                       invalid key
                           continue
                       not invalid key
                           if MSTR-RELEASED
                               move space to MSTR-STATUS
                               rewrite CALCMSTR-RECORD
                           end-if
                   end-read
               end-if
           end-if
           .

       send-rejected-hold section.
           move HOLD-OP-NAME to ERR-SECTION
           move HOLD-NUM1 to ERR-NUM1
           move HOLD-NUM2 to ERR-NUM2
           move HOLD-REASON to ERR-REASON
           move HOLD-TRAN-ID to ERR-TRAN-ID
           move HOLD-SOURCE-REF to ERR-SOURCE-REF
           move HOLD-BATCH-ID to ERR-BATCH-ID
           move "C017" to ERR-REASON-CODE
           write CALCERR-RECORD
           perform record-suspense-item
           add 1 to WS-HOLD-REJECT-COUNT
           if HOLD-REJECTED
               move "X" to HOLD-STATUS
               move WS-CYCLE-DATE to HOLD-SENT-DATE
               perform rewrite-hold-decision
           end-if
           .

       rewrite-hold-decision section.
           rewrite CALCHOLD-RECORD
           if WS-CALCHOLD-STATUS not = "00"
               display "FATAL: unable to rewrite CALCHOLD, status "
                   WS-CALCHOLD-STATUS
               move 16 to return-code
               goback
           end-if
           .

           move OLD-RESULT to HIST-RESULT
           move OLD-SOURCE-REF to HIST-SOURCE-REF
           move OLD-RUN-DATE to HIST-RUN-DATE
           move OLD-RATE-CODE to HIST-RATE-CODE
           move OLD-CREATE-DATE to HIST-CREATE-DATE
           move WS-CYCLE-DATE to HIST-REPL-DATE
           move WS-CORR-FLAG to HIST-REPL-CORR-FLAG
           write CALCMHST-RECORD
           move WS-ERR-REASON to ERR-REASON
           move WS-TRAN-ID to ERR-TRAN-ID
           move WS-SOURCE-REF to ERR-SOURCE-REF
           move WS-BATCH-ID to ERR-BATCH-ID
           perform set-exception-reason-code
           write CALCERR-RECORD
           if WS-SUSP-FILE-OPEN
               perform record-suspense-item
           end-if
           .

       set-exception-reason-code section.
           evaluate WS-ERR-REASON
               when "DIVIDE BY ZERO"
                   move "C001" to ERR-REASON-CODE
               when "RESULT FIELD OVERFLOW"
                   move "C002" to ERR-REASON-CODE
               when "INVALID OPERATION CODE"
                   move "C003" to ERR-REASON-CODE
               when "INVALID RECORD TYPE"
                   move "C004" to ERR-REASON-CODE
               when "DUPLICATE TRANSACTION"
                   move "C005" to ERR-REASON-CODE
               when "REVERSAL OF UNKNOWN TRANSACTION"
                   move "C006" to ERR-REASON-CODE
               when "TRANSACTION ALREADY REVERSED"
                   move "C007" to ERR-REASON-CODE
               when "CORRECTION TO REVERSED TRAN"
                   move "C008" to ERR-REASON-CODE
               when "TRANSACTION ON HIGH-VALUE HOLD"
                   move "C009" to ERR-REASON-CODE
               when "LIST NOT TERMINATED"
                   move "C010" to ERR-REASON-CODE
               when "RATES MASTER NOT AVAILABLE"
                   move "C011" to ERR-REASON-CODE
               when "UNKNOWN RATE CODE"
                   move "C012" to ERR-REASON-CODE
               when "RATE NOT EFFECTIVE FOR DATE"
                   move "C013" to ERR-REASON-CODE
               when "PRIOR STEP IN CHAIN FAILED"
                   move "C014" to ERR-REASON-CODE
               when "NO PRIOR RESULT FOR CHAIN"
                   move "C015" to ERR-REASON-CODE
               when "PERIOD CLOSED"
                   move "C016" to ERR-REASON-CODE
               when "TRANSACTION REJECTED AT HOLD"
                   move "C018" to ERR-REASON-CODE
               when other
                   move "C099" to ERR-REASON-CODE
           end-evaluate
           .

       record-suspense-item section.
           if ERR-TRAN-ID = spaces
               add 1 to WS-SUSP-SKIP-COUNT
           else
               move ERR-TRAN-ID to SUSP-TRAN-ID
               read CALCSUSP
                   invalid key
                       perform add-suspense-item
                   not invalid key
                       perform update-suspense-item
               end-read
           end-if
           .

       add-suspense-item section.
           move ERR-TRAN-ID to SUSP-TRAN-ID
           move "O" to SUSP-STATUS
           move WS-CYCLE-DATE to SUSP-FIRST-FAIL-DATE
           move WS-CYCLE-DATE to SUSP-LAST-FAIL-DATE
           move 1 to SUSP-FAIL-COUNT
           perform move-suspense-detail
           move spaces to SUSP-CLEARED-DATE
           write CALCSUSP-RECORD
           if WS-CALCSUSP-STATUS not = "00"
               display "FATAL: unable to write CALCSUSP, status "
                   WS-CALCSUSP-STATUS
               move 16 to return-code
               goback
           end-if
           add 1 to WS-SUSP-ADDED-COUNT
           .

       update-suspense-item section.
           if SUSP-CLEARED
               move "O" to SUSP-STATUS
               move WS-CYCLE-DATE to SUSP-FIRST-FAIL-DATE
               move 1 to SUSP-FAIL-COUNT
               move spaces to SUSP-CLEARED-DATE
               add 1 to WS-SUSP-ADDED-COUNT
           else
               if SUSP-LAST-FAIL-DATE not = WS-CYCLE-DATE
                   and SUSP-FAIL-COUNT < 999
                   add 1 to SUSP-FAIL-COUNT
               end-if
           end-if
           move WS-CYCLE-DATE to SUSP-LAST-FAIL-DATE
           perform move-suspense-detail
           perform rewrite-suspense-item
           .

       move-suspense-detail section.
           move ERR-SECTION to SUSP-SECTION
           move ERR-REASON to SUSP-REASON
           move ERR-SOURCE-REF to SUSP-SOURCE-REF
           move ERR-NUM1 to SUSP-NUM1
           move ERR-NUM2 to SUSP-NUM2
           .

       clear-suspense-item section.
           move WS-TRAN-ID to SUSP-TRAN-ID
           read CALCSUSP
               invalid key
                   continue
               not invalid key
                   if SUSP-OPEN
                       and (WS-CORR-FLAG not = "V"
                           or SUSP-SECTION = "REVERSAL")
                       move "C" to SUSP-STATUS
                       move WS-CYCLE-DATE to SUSP-CLEARED-DATE
                       perform rewrite-suspense-item
                       add 1 to WS-SUSP-CLEARED-COUNT
                   end-if
           end-read
           .

       rewrite-suspense-item section.
           rewrite CALCSUSP-RECORD
           if WS-CALCSUSP-STATUS not = "00"
               display "FATAL: unable to rewrite CALCSUSP, status "
                   WS-CALCSUSP-STATUS
               move 16 to return-code
               goback
           end-if
           .

       addition section.
