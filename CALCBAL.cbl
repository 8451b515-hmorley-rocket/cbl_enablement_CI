       identification division.
       program-id. CALCBAL.

       environment division.
       input-output section.
       file-control.
           select CALCRAW assign to "CALCRAW"
               organization is line sequential
               file status is WS-CALCRAW-STATUS.

           select CALCIN assign to "CALCIN"
               organization is line sequential
               file status is WS-CALCIN-STATUS.

           select CALCREJ assign to "CALCREJ"
               organization is line sequential
               file status is WS-CALCREJ-STATUS.

           select CALCOUT assign to "CALCOUT"
               organization is line sequential
               file status is WS-CALCOUT-STATUS.

           select CALCERR assign to "CALCERR"
               organization is line sequential
               file status is WS-CALCERR-STATUS.

           select CALCFEED assign to "CALCFEED"
               organization is line sequential
               file status is WS-CALCFEED-STATUS.

           select CALCLOG assign to "CALCLOG"
               organization is line sequential
               file status is WS-CALCLOG-STATUS.

           select CALCHOLD assign to "CALCHOLD"
               organization is indexed
               access mode is sequential
               record key is HOLD-TRAN-ID
               file status is WS-CALCHOLD-STATUS.

           select CALCRCNT assign to "CALCRCNT"
               organization is line sequential
               file status is WS-CALCRCNT-STATUS.

           select CALCBRPT assign to "CALCBRPT"
               organization is line sequential
               file status is WS-CALCBRPT-STATUS.

       data division.
       file section.
       fd  CALCRAW.
       copy "CALCRAW.cpy".

       fd  CALCIN.
       copy "CALCIN.cpy".

       fd  CALCREJ.
       copy "CALCREJ.cpy".

       fd  CALCOUT.
       copy "CALCOUT.cpy".

       fd  CALCERR.
       copy "CALCERR.cpy".

       fd  CALCFEED.
       copy "CALCFEED.cpy".

       fd  CALCLOG.
       copy "CALCLOG.cpy".

       fd  CALCHOLD.
       copy "CALCHOLD.cpy".

       fd  CALCRCNT.
       copy "CALCRCNT.cpy".

       fd  CALCBRPT.
       01 BRPT-PRINT-RECORD pic x(100).

       working-storage section.
       01 WS-CALCRAW-STATUS pic x(2) value spaces.
       01 WS-CALCIN-STATUS pic x(2) value spaces.
       01 WS-CALCREJ-STATUS pic x(2) value spaces.
       01 WS-CALCOUT-STATUS pic x(2) value spaces.
       01 WS-CALCERR-STATUS pic x(2) value spaces.
       01 WS-CALCFEED-STATUS pic x(2) value spaces.
       01 WS-CALCLOG-STATUS pic x(2) value spaces.
       01 WS-CALCHOLD-STATUS pic x(2) value spaces.
       01 WS-CALCRCNT-STATUS pic x(2) value spaces.
       01 WS-CALCBRPT-STATUS pic x(2) value spaces.

       01 WS-EOF-FLAG pic x(1) value "N".
           88 WS-INPUT-EOF value "Y".

       01 WS-CYCLE-DATE pic x(8) value spaces.

       copy "CALCRAW.cpy"
           replacing ==CALCRAW-RECORD== by ==WS-REJ-IMAGE==
           leading ==RAW== by ==RJI==.

       01 WS-RAW-COUNT pic 9(7) value zero.
       01 WS-RAW-HASH pic s9(11)v9(4) value zero.
       01 WS-IN-COUNT pic 9(7) value zero.
       01 WS-IN-HASH pic s9(11)v9(4) value zero.
       01 WS-IN-DETAIL-COUNT pic 9(7) value zero.
       01 WS-IN-LIST-COUNT pic 9(7) value zero.
       01 WS-IN-GROUP-COUNT pic 9(7) value zero.
       01 WS-IN-OTHER-COUNT pic 9(7) value zero.
       01 WS-REJ-COUNT pic 9(7) value zero.
       01 WS-REJ-HASH pic s9(11)v9(4) value zero.
       01 WS-OUT-COUNT pic 9(7) value zero.
       01 WS-OUT-HASH pic s9(11)v9(4) value zero.
       01 WS-OUT-FINAL-COUNT pic 9(7) value zero.
       01 WS-OUT-STEP-COUNT pic 9(7) value zero.
       01 WS-OUT-HELD-COUNT pic 9(7) value zero.
       01 WS-OUT-HELD-HASH pic s9(11)v9(4) value zero.
       01 WS-ERR-COUNT pic 9(7) value zero.
       01 WS-HOLD-SENT-COUNT pic 9(7) value zero.
       01 WS-HOLD-SENT-HASH pic s9(11)v9(4) value zero.
       01 WS-HOLD-REJECT-COUNT pic 9(7) value zero.
       01 WS-FEED-COUNT pic 9(7) value zero.
       01 WS-FEED-HASH pic s9(11)v9(4) value zero.
       01 WS-LOG-COUNT pic 9(7) value zero.
       01 WS-LOG-HASH pic s9(11)v9(4) value zero.
       01 WS-RCNT-FLAG pic x(1) value "N".
           88 WS-RCNT-FOUND value "Y".

       01 WS-EXPECT-COUNT pic s9(8) value zero.
       01 WS-EXPECT-HASH pic s9(11)v9(4) value zero.
       01 WS-ACTUAL-COUNT pic s9(8) value zero.
       01 WS-ACTUAL-HASH pic s9(11)v9(4) value zero.
       01 WS-DIFF-COUNT pic s9(8) value zero.
       01 WS-DIFF-HASH pic s9(11)v9(4) value zero.
       01 WS-HASH-CHECK-FLAG pic x(1) value "Y".
           88 WS-CHECK-HASH value "Y".
       01 WS-FAILED-PROOFS pic 9(2) value zero.

       01 WS-ITEM-LABEL pic x(40) value spaces.
       01 WS-ITEM-COUNT pic s9(8) value zero.
       01 WS-ITEM-HASH pic s9(11)v9(4) value zero.

       01 WS-LINE-COUNT pic 9(3) value 99.
       01 WS-PAGE-COUNT pic 9(3) value zero.
       01 WS-LINES-PER-PAGE pic 9(3) value 55.

       01 WS-PRINT-LINE pic x(100) value spaces.

       01 WS-HEADING-1.
           05 filler pic x(30)
               value "CALC CYCLE BALANCING PROOF    ".
           05 filler pic x(12) value "CYCLE DATE: ".
           05 WS-HD1-CYCLE pic x(8).
           05 filler pic x(8) value "   PAGE ".
           05 WS-HD1-PAGE pic zz9.

       01 WS-COLUMN-HEADING.
           05 filler pic x(44) value spaces.
           05 filler pic x(8) value "   COUNT".
           05 filler pic x(3) value spaces.
           05 filler pic x(17) value "  RESULT/OPERANDS".
           05 filler pic x(3) value spaces.
           05 filler pic x(6) value "RESULT".

       01 WS-PROOF-LINE.
           05 filler pic x(4) value spaces.
           05 WS-PRF-LABEL pic x(40).
           05 WS-PRF-COUNT pic -(7)9.
           05 filler pic x(3) value spaces.
           05 WS-PRF-HASH pic -(11)9.9(4).
           05 WS-PRF-HASH-X redefines WS-PRF-HASH pic x(17).
           05 filler pic x(3) value spaces.
           05 WS-PRF-NOTE pic x(22).

       copy "CALCRUNC.cpy".

       procedure division.
           perform run-control-startup
           move RUNC-CYCLE-DATE to WS-CYCLE-DATE
           move WS-CYCLE-DATE to WS-HD1-CYCLE

           perform count-raw-records
           perform count-calcin-records
           perform count-reject-records
           perform count-calcout-records
           perform count-error-records
           perform count-hold-records
           perform count-feed-records
           perform count-log-records
           perform read-reconciliation-totals

           open output CALCBRPT
           if WS-CALCBRPT-STATUS not = "00"
               display "FATAL: unable to open CALCBRPT, file status "
                   WS-CALCBRPT-STATUS
               move 16 to return-code
               goback
           end-if
           move WS-COLUMN-HEADING to WS-PRINT-LINE
           perform print-report-line
           perform prove-edit-flow
           perform prove-calc-flow
           perform prove-log-flow
           perform prove-feed-flow
           perform prove-ack-flow
           perform print-proof-conclusion
           close CALCBRPT

           if WS-FAILED-PROOFS > zero
               display "CALCBAL: cycle " WS-CYCLE-DATE " OUT OF"
                   " BALANCE - " WS-FAILED-PROOFS " proof(s) failed,"
                   " see CALCBRPT"
               display "Step not recorded complete - investigate"
                   " and rerun before the cycle is signed off"
               move 12 to return-code
           else
               display "CALCBAL: cycle " WS-CYCLE-DATE
                   " in balance"
               perform run-control-completion
           end-if
           goback
           .

       run-control-startup section.
           move "S" to RUNC-FUNCTION
           move "CALCBAL" to RUNC-STEP-NAME
           move "CALCRCN" to RUNC-PRED-NAME
           call "CALCRUNC" using CALCRUNC-PARM
           if not RUNC-OK
               if RUNC-FILE-ERROR
                   move 16 to return-code
               else
                   move 12 to return-code
               end-if
               goback
           end-if
           .

       run-control-completion section.
           move "E" to RUNC-FUNCTION
           move "CALCBAL" to RUNC-STEP-NAME
           move "CALCRCN" to RUNC-PRED-NAME
           call "CALCRUNC" using CALCRUNC-PARM
           if RUNC-FILE-ERROR
               move 16 to return-code
           end-if
           .

       count-raw-records section.
           open input CALCRAW
           if WS-CALCRAW-STATUS not = "00"
               display "FATAL: unable to open CALCRAW, file status "
                   WS-CALCRAW-STATUS
               move 16 to return-code
               goback
           end-if
           move "N" to WS-EOF-FLAG
           perform tally-raw-record
               until WS-INPUT-EOF
           close CALCRAW
           .

       tally-raw-record section.
           read CALCRAW into CALCRAW-RECORD
               at end
                   set WS-INPUT-EOF to true
               not at end
                   add 1 to WS-RAW-COUNT
                   if RAW-DETAIL-REC or RAW-LIST-REC
                       or RAW-REVERSAL-REC
                       if RAW-NUM1-SIGN = space
                           move "+" to RAW-NUM1-SIGN
                       end-if
                       if RAW-NUM2-SIGN = space
                           move "+" to RAW-NUM2-SIGN
                       end-if
                       if RAW-NUM1-NUM numeric
                           add RAW-NUM1-NUM to WS-RAW-HASH
                       end-if
                       if RAW-NUM2-NUM numeric
                           add RAW-NUM2-NUM to WS-RAW-HASH
                       end-if
                   end-if
           end-read
           .

       count-calcin-records section.
           open input CALCIN
           if WS-CALCIN-STATUS not = "00"
               display "FATAL: unable to open CALCIN, file status "
                   WS-CALCIN-STATUS
               move 16 to return-code
               goback
           end-if
           move "N" to WS-EOF-FLAG
           perform tally-calcin-record
               until WS-INPUT-EOF
           close CALCIN
           .

       tally-calcin-record section.
           read CALCIN into CALCIN-RECORD
               at end
                   set WS-INPUT-EOF to true
               not at end
                   add 1 to WS-IN-COUNT
                   evaluate true
                       when CI-HEADER-REC or CI-TRAILER-REC
                           continue
                       when CI-DETAIL-REC or CI-REVERSAL-REC
                           add 1 to WS-IN-DETAIL-COUNT
                           add CI-NUM1 to WS-IN-HASH
                           add CI-NUM2 to WS-IN-HASH
                       when CI-LIST-REC
                           add 1 to WS-IN-LIST-COUNT
                           add CI-LIST-NUM1 to WS-IN-HASH
                           add CI-LIST-NUM2 to WS-IN-HASH
                           if not CI-LIST-MORE
                               add 1 to WS-IN-GROUP-COUNT
                           end-if
                       when other
                           add 1 to WS-IN-OTHER-COUNT
                   end-evaluate
           end-read
           .

       count-reject-records section.
           open input CALCREJ
           evaluate WS-CALCREJ-STATUS
               when "00"
                   move "N" to WS-EOF-FLAG
                   perform tally-reject-record
                       until WS-INPUT-EOF
                   close CALCREJ
               when "35"
                   continue
               when other
                   display "FATAL: unable to open CALCREJ, file"
                       " status " WS-CALCREJ-STATUS
                   move 16 to return-code
                   goback
           end-evaluate
           .

       tally-reject-record section.
           read CALCREJ into CALCREJ-RECORD
               at end
                   set WS-INPUT-EOF to true
               not at end
                   add 1 to WS-REJ-COUNT
                   move REJ-RECORD-IMAGE to WS-REJ-IMAGE
                   if RJI-DETAIL-REC or RJI-LIST-REC
                       or RJI-REVERSAL-REC
                       if RJI-NUM1-SIGN = space
                           move "+" to RJI-NUM1-SIGN
                       end-if
                       if RJI-NUM2-SIGN = space
                           move "+" to RJI-NUM2-SIGN
                       end-if
                       if RJI-NUM1-NUM numeric
                           add RJI-NUM1-NUM to WS-REJ-HASH
                       end-if
                       if RJI-NUM2-NUM numeric
                           add RJI-NUM2-NUM to WS-REJ-HASH
                       end-if
                   end-if
           end-read
           .

       count-calcout-records section.
           open input CALCOUT
           if WS-CALCOUT-STATUS not = "00"
               display "FATAL: unable to open CALCOUT, file status "
                   WS-CALCOUT-STATUS
               move 16 to return-code
               goback
           end-if
           move "N" to WS-EOF-FLAG
           perform tally-calcout-record
               until WS-INPUT-EOF
           close CALCOUT
           .

       tally-calcout-record section.
           read CALCOUT into CALCOUT-RECORD
               at end
                   set WS-INPUT-EOF to true
               not at end
                   add 1 to WS-OUT-COUNT
                   add CO-RESULT to WS-OUT-HASH
                   if CO-FINAL-STEP
                       add 1 to WS-OUT-FINAL-COUNT
                   else
                       add 1 to WS-OUT-STEP-COUNT
                   end-if
                   if CO-HELD
                       add 1 to WS-OUT-HELD-COUNT
                       add CO-RESULT to WS-OUT-HELD-HASH
                   end-if
           end-read
           .

       count-error-records section.
           open input CALCERR
           evaluate WS-CALCERR-STATUS
               when "00"
                   move "N" to WS-EOF-FLAG
                   perform tally-error-record
                       until WS-INPUT-EOF
                   close CALCERR
               when "35"
                   continue
               when other
                   display "FATAL: unable to open CALCERR, file"
                       " status " WS-CALCERR-STATUS
                   move 16 to return-code
                   goback
           end-evaluate
           .

       tally-error-record section.
           read CALCERR into CALCERR-RECORD
               at end
                   set WS-INPUT-EOF to true
               not at end
                   add 1 to WS-ERR-COUNT
           end-read
           .

       count-hold-records section.
           open input CALCHOLD
           evaluate WS-CALCHOLD-STATUS
               when "00"
                   move "N" to WS-EOF-FLAG
                   perform tally-hold-record
                       until WS-INPUT-EOF
                   close CALCHOLD
               when "35"
                   continue
               when other
                   display "FATAL: unable to open CALCHOLD, file"
                       " status " WS-CALCHOLD-STATUS
                   move 16 to return-code
                   goback
           end-evaluate
           .

       tally-hold-record section.
           read CALCHOLD next
               at end
                   set WS-INPUT-EOF to true
               not at end
                   if HOLD-SENT-DATE = WS-CYCLE-DATE
                       if HOLD-SENT
                           add 1 to WS-HOLD-SENT-COUNT
                           add HOLD-RESULT to WS-HOLD-SENT-HASH
                       end-if
                       if HOLD-ERRORED
                           add 1 to WS-HOLD-REJECT-COUNT
                       end-if
                   end-if
           end-read
           .

       count-feed-records section.
           open input CALCFEED
           if WS-CALCFEED-STATUS not = "00"
               display "FATAL: unable to open CALCFEED, file status "
                   WS-CALCFEED-STATUS
               move 16 to return-code
               goback
           end-if
           move "N" to WS-EOF-FLAG
           perform tally-feed-record
               until WS-INPUT-EOF
           close CALCFEED
           .

       tally-feed-record section.
           read CALCFEED into CALCFEED-RECORD
               at end
                   set WS-INPUT-EOF to true
               not at end
                   if FEED-RUN-DATE = WS-CYCLE-DATE
                       add 1 to WS-FEED-COUNT
                       add FEED-RESULT to WS-FEED-HASH
                   end-if
           end-read
           .

       count-log-records section.
           open input CALCLOG
           if WS-CALCLOG-STATUS not = "00"
               display "FATAL: unable to open CALCLOG, file status "
                   WS-CALCLOG-STATUS
               move 16 to return-code
               goback
           end-if
           move "N" to WS-EOF-FLAG
           perform tally-log-record
               until WS-INPUT-EOF
           close CALCLOG
           .

       tally-log-record section.
           read CALCLOG into CALCLOG-RECORD
               at end
                   set WS-INPUT-EOF to true
               not at end
                   if LOG-CYCLE-DATE = WS-CYCLE-DATE
                       add 1 to WS-LOG-COUNT
                       add LOG-RESULT to WS-LOG-HASH
                   end-if
           end-read
           .

       read-reconciliation-totals section.
           open input CALCRCNT
           evaluate WS-CALCRCNT-STATUS
               when "00"
                   read CALCRCNT into CALCRCNT-RECORD
                       at end
                           continue
                       not at end
                           if RCNT-CYCLE-DATE = WS-CYCLE-DATE
                               set WS-RCNT-FOUND to true
                           end-if
                   end-read
                   close CALCRCNT
               when "35"
                   continue
               when other
                   display "FATAL: unable to open CALCRCNT, file"
                       " status " WS-CALCRCNT-STATUS
                   move 16 to return-code
                   goback
           end-evaluate
           if not WS-RCNT-FOUND
               move zero to RCNT-SENT-COUNT
               move zero to RCNT-SENT-HASH
               move zero to RCNT-MATCHED-COUNT
               move zero to RCNT-MATCHED-HASH
           end-if
           .

       prove-edit-flow section.
           move "1. EDIT FLOW: CALCRAW = CALCIN + CALCREJ"
               to WS-PRINT-LINE
           perform print-heading-line
           move "CALCRAW RECORDS READ" to WS-ITEM-LABEL
           move WS-RAW-COUNT to WS-ITEM-COUNT
           move WS-RAW-HASH to WS-ITEM-HASH
           perform print-count-hash-line
           move "CALCIN RECORDS WRITTEN" to WS-ITEM-LABEL
           move WS-IN-COUNT to WS-ITEM-COUNT
           move WS-IN-HASH to WS-ITEM-HASH
           perform print-count-hash-line
           move "CALCREJ RECORDS WRITTEN" to WS-ITEM-LABEL
           move WS-REJ-COUNT to WS-ITEM-COUNT
           move WS-REJ-HASH to WS-ITEM-HASH
           perform print-count-hash-line
           move WS-RAW-COUNT to WS-EXPECT-COUNT
           move WS-RAW-HASH to WS-EXPECT-HASH
           compute WS-ACTUAL-COUNT = WS-IN-COUNT + WS-REJ-COUNT
           compute WS-ACTUAL-HASH = WS-IN-HASH + WS-REJ-HASH
           set WS-CHECK-HASH to true
           perform print-difference-line
           .

       prove-calc-flow section.
           move "2. CALC FLOW: CALCIN DETAILS = CALCOUT + CALCERR"
               to WS-PRINT-LINE
           perform print-heading-line
           move "CALCIN DETAIL AND REVERSAL RECORDS" to WS-ITEM-LABEL
           move WS-IN-DETAIL-COUNT to WS-ITEM-COUNT
           perform print-count-line
           move "CALCIN LIST LINES" to WS-ITEM-LABEL
           move WS-IN-LIST-COUNT to WS-ITEM-COUNT
           perform print-count-line
           move "  FORMING LIST TRANSACTIONS" to WS-ITEM-LABEL
           move WS-IN-GROUP-COUNT to WS-ITEM-COUNT
           perform print-count-line
           move "CALCIN RECORDS OF UNKNOWN TYPE" to WS-ITEM-LABEL
           move WS-IN-OTHER-COUNT to WS-ITEM-COUNT
           perform print-count-line
           move "CALCOUT FINAL STEPS" to WS-ITEM-LABEL
           move WS-OUT-FINAL-COUNT to WS-ITEM-COUNT
           perform print-count-line
           move "CALCOUT INTERMEDIATE CHAIN STEPS" to WS-ITEM-LABEL
           move WS-OUT-STEP-COUNT to WS-ITEM-COUNT
           perform print-count-line
           move "CALCERR RECORDS" to WS-ITEM-LABEL
           move WS-ERR-COUNT to WS-ITEM-COUNT
           perform print-count-line
           move "  LESS REJECTED HOLDS (NOT FROM CALCIN)"
               to WS-ITEM-LABEL
           move WS-HOLD-REJECT-COUNT to WS-ITEM-COUNT
           perform print-count-line
           compute WS-EXPECT-COUNT = WS-IN-DETAIL-COUNT
               + WS-IN-GROUP-COUNT + WS-IN-OTHER-COUNT
           compute WS-ACTUAL-COUNT = WS-OUT-FINAL-COUNT
               + WS-OUT-STEP-COUNT + WS-ERR-COUNT
               - WS-HOLD-REJECT-COUNT
           move "N" to WS-HASH-CHECK-FLAG
           perform print-difference-line
           .

       prove-log-flow section.
           move "3. LOG FLOW: CALCOUT = CALCLOG ENTRIES FOR THE CYCLE"
               to WS-PRINT-LINE
           perform print-heading-line
           move "CALCOUT RECORDS" to WS-ITEM-LABEL
           move WS-OUT-COUNT to WS-ITEM-COUNT
           move WS-OUT-HASH to WS-ITEM-HASH
           perform print-count-hash-line
           move "CALCLOG ENTRIES FOR THE CYCLE" to WS-ITEM-LABEL
           move WS-LOG-COUNT to WS-ITEM-COUNT
           move WS-LOG-HASH to WS-ITEM-HASH
           perform print-count-hash-line
           move WS-OUT-COUNT to WS-EXPECT-COUNT
           move WS-OUT-HASH to WS-EXPECT-HASH
           move WS-LOG-COUNT to WS-ACTUAL-COUNT
           move WS-LOG-HASH to WS-ACTUAL-HASH
           set WS-CHECK-HASH to true
           perform print-difference-line
           .

       prove-feed-flow section.
           move "4. FEED FLOW: CALCFEED = CALCOUT - HELD + RELEASED"
               to WS-PRINT-LINE
           perform print-heading-line
           move "CALCOUT RECORDS" to WS-ITEM-LABEL
           move WS-OUT-COUNT to WS-ITEM-COUNT
           move WS-OUT-HASH to WS-ITEM-HASH
           perform print-count-hash-line
           move "  LESS HELD ON CALCHOLD" to WS-ITEM-LABEL
           move WS-OUT-HELD-COUNT to WS-ITEM-COUNT
           move WS-OUT-HELD-HASH to WS-ITEM-HASH
           perform print-count-hash-line
           move "  PLUS RELEASED HOLDS SENT" to WS-ITEM-LABEL
           move WS-HOLD-SENT-COUNT to WS-ITEM-COUNT
           move WS-HOLD-SENT-HASH to WS-ITEM-HASH
           perform print-count-hash-line
           move "CALCFEED RECORDS FOR THE CYCLE" to WS-ITEM-LABEL
           move WS-FEED-COUNT to WS-ITEM-COUNT
           move WS-FEED-HASH to WS-ITEM-HASH
           perform print-count-hash-line
           compute WS-EXPECT-COUNT = WS-OUT-COUNT
               - WS-OUT-HELD-COUNT + WS-HOLD-SENT-COUNT
           compute WS-EXPECT-HASH = WS-OUT-HASH
               - WS-OUT-HELD-HASH + WS-HOLD-SENT-HASH
           move WS-FEED-COUNT to WS-ACTUAL-COUNT
           move WS-FEED-HASH to WS-ACTUAL-HASH
           set WS-CHECK-HASH to true
           perform print-difference-line
           .

       prove-ack-flow section.
           move "5. ACKNOWLEDGMENT: CALCFEED = CALCRCN MATCHED TO"
               & " CALCACK" to WS-PRINT-LINE
           perform print-heading-line
           if not WS-RCNT-FOUND
               move "  *** NO CALCRCN TOTALS FOR THIS CYCLE DATE ***"
                   to WS-PRINT-LINE
               perform print-report-line
           end-if
           move "CALCFEED RECORDS FOR THE CYCLE" to WS-ITEM-LABEL
           move WS-FEED-COUNT to WS-ITEM-COUNT
           move WS-FEED-HASH to WS-ITEM-HASH
           perform print-count-hash-line
           move "CALCRCN FEED RECORDS SELECTED" to WS-ITEM-LABEL
           move RCNT-SENT-COUNT to WS-ITEM-COUNT
           move RCNT-SENT-HASH to WS-ITEM-HASH
           perform print-count-hash-line
           move WS-FEED-COUNT to WS-EXPECT-COUNT
           move WS-FEED-HASH to WS-EXPECT-HASH
           move RCNT-SENT-COUNT to WS-ACTUAL-COUNT
           move RCNT-SENT-HASH to WS-ACTUAL-HASH
           set WS-CHECK-HASH to true
           perform print-difference-line
           move "CALCRCN MATCHED TO CALCACK" to WS-ITEM-LABEL
           move RCNT-MATCHED-COUNT to WS-ITEM-COUNT
           move RCNT-MATCHED-HASH to WS-ITEM-HASH
           perform print-count-hash-line
           move RCNT-MATCHED-COUNT to WS-ACTUAL-COUNT
           move RCNT-MATCHED-HASH to WS-ACTUAL-HASH
           perform print-difference-line
           if not WS-RCNT-FOUND
               add 1 to WS-FAILED-PROOFS
           end-if
           .

       print-proof-conclusion section.
           move spaces to WS-PRINT-LINE
           perform print-report-line
           if WS-FAILED-PROOFS = zero
               move "CYCLE IN BALANCE - ALL PROOFS AGREE"
                   to WS-PRINT-LINE
           else
               move "*** CYCLE OUT OF BALANCE - STEP NOT COMPLETED ***"
                   to WS-PRINT-LINE
           end-if
           perform print-report-line
           .

       print-heading-line section.
           move WS-PRINT-LINE to WS-ITEM-LABEL
           move spaces to WS-PRINT-LINE
           perform print-report-line
           move WS-ITEM-LABEL to WS-PRINT-LINE
           perform print-report-line
           .

       print-count-line section.
           move WS-ITEM-LABEL to WS-PRF-LABEL
           move WS-ITEM-COUNT to WS-PRF-COUNT
           move spaces to WS-PRF-HASH-X
           move spaces to WS-PRF-NOTE
           move WS-PROOF-LINE to WS-PRINT-LINE
           perform print-report-line
           .

       print-count-hash-line section.
           move WS-ITEM-LABEL to WS-PRF-LABEL
           move WS-ITEM-COUNT to WS-PRF-COUNT
           move WS-ITEM-HASH to WS-PRF-HASH
           move spaces to WS-PRF-NOTE
           move WS-PROOF-LINE to WS-PRINT-LINE
           perform print-report-line
           .

       print-difference-line section.
           compute WS-DIFF-COUNT = WS-EXPECT-COUNT - WS-ACTUAL-COUNT
           if WS-CHECK-HASH
               compute WS-DIFF-HASH = WS-EXPECT-HASH - WS-ACTUAL-HASH
           else
               move zero to WS-DIFF-HASH
           end-if
           move "  DIFFERENCE" to WS-PRF-LABEL
           move WS-DIFF-COUNT to WS-PRF-COUNT
           if WS-CHECK-HASH
               move WS-DIFF-HASH to WS-PRF-HASH
           else
               move spaces to WS-PRF-HASH-X
           end-if
           if WS-DIFF-COUNT = zero and WS-DIFF-HASH = zero
               move "IN BALANCE" to WS-PRF-NOTE
           else
               move "*** OUT OF BALANCE ***" to WS-PRF-NOTE
               add 1 to WS-FAILED-PROOFS
           end-if
           move WS-PROOF-LINE to WS-PRINT-LINE
           perform print-report-line
           .

       print-report-line section.
           if WS-LINE-COUNT > WS-LINES-PER-PAGE
               perform print-page-heading
           end-if
           write BRPT-PRINT-RECORD from WS-PRINT-LINE
           if WS-CALCBRPT-STATUS not = "00"
               display "FATAL: unable to write CALCBRPT, status "
                   WS-CALCBRPT-STATUS
               move 16 to return-code
               goback
           end-if
           add 1 to WS-LINE-COUNT
           .

       print-page-heading section.
           add 1 to WS-PAGE-COUNT
           move WS-PAGE-COUNT to WS-HD1-PAGE
           write BRPT-PRINT-RECORD from WS-HEADING-1
           if WS-CALCBRPT-STATUS not = "00"
               display "FATAL: unable to write CALCBRPT, status "
                   WS-CALCBRPT-STATUS
               move 16 to return-code
               goback
           end-if
           write BRPT-PRINT-RECORD from spaces
           move 2 to WS-LINE-COUNT
           .
