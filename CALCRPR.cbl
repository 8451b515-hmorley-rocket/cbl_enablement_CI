       identification division.
       program-id. CALCRPR.

       environment division.
       input-output section.
       file-control.
           select CALCRCHG assign to "CALCRCHG"
               organization is line sequential
               file status is WS-CALCRCHG-STATUS.

           select CALCMSTR assign to "CALCMSTR"
               organization is indexed
               access mode is sequential
               record key is MSTR-TRAN-ID
               alternate record key is MSTR-SOURCE-REF
                   with duplicates
               alternate record key is MSTR-RUN-DATE
                   with duplicates
               file status is WS-CALCMSTR-STATUS.

           select CALCRATE assign to "CALCRATE"
               organization is indexed
               access mode is dynamic
               record key is RATE-KEY
               file status is WS-CALCRATE-STATUS.

           select CALCPARM assign to "CALCPARM"
               organization is line sequential
               file status is WS-CALCPARM-STATUS.

           select CALCRPRT assign to "CALCRPRT"
               organization is line sequential
               file status is WS-CALCRPRT-STATUS.

           select CALCRPRS assign to "CALCRPRS"
               organization is line sequential
               file status is WS-CALCRPRS-STATUS.

           select SORTRPR assign to "SORTRPR".

       data division.
       file section.
       fd  CALCRCHG.
       copy "CALCRCHG.cpy".

       fd  CALCMSTR.
       copy "CALCMSTR.cpy".

       fd  CALCRATE.
       copy "CALCRATE.cpy".

       fd  CALCPARM.
       copy "CALCPARM.cpy".

       fd  CALCRPRT.
       01 RPRT-PRINT-RECORD pic x(100).

       fd  CALCRPRS.
       copy "CALCIN.cpy".

       sd  SORTRPR.
       01 SORTRPR-RECORD.
           05 SRTR-CREATE-DATE pic x(8).
           05 SRTR-TRAN-ID pic x(10).
           05 SRTR-ACTION pic x(1).
               88 SRTR-REPRICE value "C".
           05 SRTR-RATE-CODE pic x(4).
           05 SRTR-OP-CODE pic x(1).
           05 SRTR-SOURCE-REF pic x(12).
           05 SRTR-NUM1 pic s9(5)v9(4)
               sign is trailing separate.
           05 SRTR-OLD-NUM2 pic s9(5)v9(4)
               sign is trailing separate.
           05 SRTR-NEW-NUM2 pic s9(5)v9(4)
               sign is trailing separate.
           05 SRTR-OLD-RESULT pic s9(5)v9(4)
               sign is trailing separate.
           05 SRTR-NEW-RESULT pic s9(5)v9(4)
               sign is trailing separate.
           05 SRTR-REASON pic x(30).

       working-storage section.
       01 WS-CALCRCHG-STATUS pic x(2) value spaces.
       01 WS-CALCMSTR-STATUS pic x(2) value spaces.
       01 WS-CALCRATE-STATUS pic x(2) value spaces.
       01 WS-CALCPARM-STATUS pic x(2) value spaces.
       01 WS-CALCRPRT-STATUS pic x(2) value spaces.
       01 WS-CALCRPRS-STATUS pic x(2) value spaces.

       01 WS-RCHG-EOF-FLAG pic x(1) value "N".
           88 WS-CALCRCHG-EOF value "Y".
       01 WS-MSTR-EOF-FLAG pic x(1) value "N".
           88 WS-CALCMSTR-EOF value "Y".
       01 WS-SORT-EOF-FLAG pic x(1) value "N".
           88 WS-SORT-EOF value "Y".

       01 WS-NOTICE-READ pic 9(7) value zero.
       01 WS-NOTICE-USED pic 9(3) value zero.
       01 WS-NOTICE-TABLE.
           05 WS-NOTICE-ENTRY occurs 200 times indexed by NTC-IX.
               10 WS-NTC-RATE-CODE pic x(4).
               10 WS-NTC-FROM-DATE pic x(8).
               10 WS-NTC-TO-DATE pic x(8).
       01 WS-NOTICE-OVERFLOW-FLAG pic x(1) value "N".
           88 WS-NOTICE-OVERFLOW value "Y".
       01 WS-IN-WINDOW-FLAG pic x(1) value "N".
           88 WS-IN-WINDOW value "Y".

       01 WS-RATE-CODE pic x(4) value spaces.
       01 WS-RATE-DATE pic x(8) value spaces.
       01 WS-RATE-VALUE pic s9(5)v9(4) value zero.
       01 WS-RATE-FOUND-FLAG pic x(1) value "N".
           88 WS-RATE-FOUND value "Y".
       01 WS-RATE-SCAN-FLAG pic x(1) value "N".
           88 WS-RATE-SCAN-DONE value "Y".

       01 WS-OP-CODE pic x(1) value space.
       01 WS-NUM1 pic s9(5)v9(4) value zero.
       01 WS-NUM2 pic s9(5)v9(4) value zero.
       01 WS-RESULT pic s9(5)v9(4) value zero.
       01 WS-CALC-ERROR-FLAG pic x(1) value "N".
           88 WS-CALC-ERROR value "Y".
       01 WS-ERR-REASON pic x(30) value spaces.

       01 WS-DECIMAL-PLACES pic 9(1) value 4.
       01 WS-ROUNDING-RULE pic x(1) value "T".
           88 WS-ROUND-HALF-UP value "R".
       01 WS-SCALE-VALUES.
           05 filler pic 9(5) value 10000.
           05 filler pic 9(5) value 1000.
           05 filler pic 9(5) value 100.
           05 filler pic 9(5) value 10.
           05 filler pic 9(5) value 1.
       01 WS-SCALE-TABLE redefines WS-SCALE-VALUES.
           05 WS-SCALE-ENTRY pic 9(5) occurs 5 times.
       01 WS-CALC-INT pic s9(9) value zero.
       01 WS-CALC-QUOT pic s9(9) value zero.
       01 WS-CALC-SCALE pic 9(5) value zero.
       01 WS-REM-QUOTIENT pic s9(9) value zero.

       01 WS-BATCH-OPEN-FLAG pic x(1) value "N".
           88 WS-BATCH-OPEN value "Y".
       01 WS-BATCH-CREATE-DATE pic x(8) value spaces.
       01 WS-ADJ-AUTH-ID pic x(8) value spaces.
       01 WS-BATCH-ID.
           05 filler pic x(4) value "RPRC".
           05 WS-BATCH-ID-SEQ pic 9(4) value zero.
       01 WS-BATCH-DETAILS pic 9(7) value zero.
       01 WS-BATCH-HASH pic s9(11)v9(4) value zero.

       01 WS-MSTR-READ-COUNT pic 9(7) value zero.
       01 WS-WINDOW-COUNT pic 9(7) value zero.
       01 WS-UNCHANGED-COUNT pic 9(7) value zero.
       01 WS-REPRICED-COUNT pic 9(7) value zero.
       01 WS-NOT-REPRICED-COUNT pic 9(7) value zero.
       01 WS-OLD-TOTAL pic s9(11)v9(4) value zero.
       01 WS-NEW-TOTAL pic s9(11)v9(4) value zero.
       01 WS-NET-CHANGE pic s9(11)v9(4) value zero.
       01 WS-RESULT-DIFF pic s9(6)v9(4) value zero.

       01 WS-LINE-COUNT pic 9(3) value 99.
       01 WS-PAGE-COUNT pic 9(3) value zero.
       01 WS-LINES-PER-PAGE pic 9(3) value 55.

       01 WS-PRINT-LINE pic x(100) value spaces.

       01 WS-HEADING-1.
           05 filler pic x(40)
               value "CALC REPRICING IMPACT REPORT (CALCRPR) ".
           05 filler pic x(8) value "   PAGE ".
           05 WS-HD1-PAGE pic zz9.

       01 WS-COLUMN-HEADING-1.
           05 filler pic x(2) value spaces.
           05 filler pic x(10) value "TRAN ID".
           05 filler pic x(2) value spaces.
           05 filler pic x(8) value "CREATED".
           05 filler pic x(2) value spaces.
           05 filler pic x(4) value "RATE".
           05 filler pic x(2) value spaces.
           05 filler pic x(1) value "O".
           05 filler pic x(2) value spaces.
           05 filler pic x(11) value "  OLD RATE".
           05 filler pic x(2) value spaces.
           05 filler pic x(11) value "  NEW RATE".
           05 filler pic x(2) value spaces.
           05 filler pic x(11) value "OLD RESULT".
           05 filler pic x(2) value spaces.
           05 filler pic x(11) value "NEW RESULT".
           05 filler pic x(2) value spaces.
           05 filler pic x(12) value "  DIFFERENCE".

       01 WS-DETAIL-LINE.
           05 filler pic x(2) value spaces.
           05 WS-DTL-TRAN-ID pic x(10).
           05 filler pic x(2) value spaces.
           05 WS-DTL-CREATE-DATE pic x(8).
           05 filler pic x(2) value spaces.
           05 WS-DTL-RATE-CODE pic x(4).
           05 filler pic x(2) value spaces.
           05 WS-DTL-OP pic x(1).
           05 filler pic x(2) value spaces.
           05 WS-DTL-OLD-RATE pic -(5)9.9(4).
           05 filler pic x(2) value spaces.
           05 WS-DTL-NEW-RATE pic -(5)9.9(4).
           05 filler pic x(2) value spaces.
           05 WS-DTL-OLD-RESULT pic -(5)9.9(4).
           05 filler pic x(2) value spaces.
           05 WS-DTL-NEW-RESULT pic -(5)9.9(4).
           05 filler pic x(2) value spaces.
           05 WS-DTL-DIFF pic -(6)9.9(4).

       01 WS-EXCEPTION-LINE.
           05 filler pic x(2) value spaces.
           05 WS-EXC-TRAN-ID pic x(10).
           05 filler pic x(2) value spaces.
           05 WS-EXC-CREATE-DATE pic x(8).
           05 filler pic x(2) value spaces.
           05 WS-EXC-RATE-CODE pic x(4).
           05 filler pic x(2) value spaces.
           05 WS-EXC-OP pic x(1).
           05 filler pic x(2) value spaces.
           05 WS-EXC-OLD-RATE pic -(5)9.9(4).
           05 filler pic x(2) value spaces.
           05 filler pic x(16) value "NOT REPRICED - ".
           05 WS-EXC-REASON pic x(30).

       01 WS-TOTAL-LINE.
           05 filler pic x(2) value spaces.
           05 WS-TOT-LABEL pic x(30).
           05 WS-TOT-COUNT pic z(6)9.

       01 WS-AMOUNT-LINE.
           05 filler pic x(2) value spaces.
           05 WS-AMT-LABEL pic x(30).
           05 WS-AMT-VALUE pic -(11)9.9(4).

       procedure division.
           accept WS-ADJ-AUTH-ID from environment "CALC_ADJ_AUTH"
           if WS-ADJ-AUTH-ID not = spaces
               display "CALC_ADJ_AUTH=" WS-ADJ-AUTH-ID
                   " - corrections flagged as an authorised"
                   " prior-period adjustment"
           end-if
           perform read-parameter-file
           perform load-change-notices
           if WS-NOTICE-OVERFLOW
               display "FATAL: more than 200 rate codes on CALCRCHG"
                   " - notices left in place, nothing repriced"
               move 16 to return-code
               goback
           end-if
           if WS-NOTICE-USED = zero
               display "CALCRPR: no rate change notices on CALCRCHG"
                   " - nothing to reprice"
               goback
           end-if

           open input CALCRATE
           if WS-CALCRATE-STATUS not = "00"
               display "FATAL: unable to open CALCRATE, status "
                   WS-CALCRATE-STATUS
               move 16 to return-code
               goback
           end-if

           sort SORTRPR
               on ascending key SRTR-CREATE-DATE
               on ascending key SRTR-TRAN-ID
               input procedure is select-affected-results
               output procedure is write-repricing-output

           close CALCRATE
           perform repricing-totals
           perform clear-change-notices
           if WS-NOT-REPRICED-COUNT > zero
               move 8 to return-code
           end-if
           goback
           .

       load-change-notices section.
           open input CALCRCHG
           evaluate WS-CALCRCHG-STATUS
               when "00"
                   perform load-one-notice
                       until WS-CALCRCHG-EOF
                   close CALCRCHG
               when "35"
                   continue
               when other
                   display "FATAL: unable to open CALCRCHG, status "
                       WS-CALCRCHG-STATUS
                   move 16 to return-code
                   goback
           end-evaluate
           .

       load-one-notice section.
           read CALCRCHG into CALCRCHG-RECORD
               at end
                   set WS-CALCRCHG-EOF to true
               not at end
                   add 1 to WS-NOTICE-READ
                   set NTC-IX to 1
                   search WS-NOTICE-ENTRY
                       at end
                           perform add-notice-entry
                       when NTC-IX > WS-NOTICE-USED
                           perform add-notice-entry
                       when WS-NTC-RATE-CODE (NTC-IX) = RCHG-RATE-CODE
                           perform widen-notice-window
                   end-search
           end-read
           .

       add-notice-entry section.
           if WS-NOTICE-USED < 200
               add 1 to WS-NOTICE-USED
               set NTC-IX to WS-NOTICE-USED
               move RCHG-RATE-CODE to WS-NTC-RATE-CODE (NTC-IX)
               move RCHG-FROM-DATE to WS-NTC-FROM-DATE (NTC-IX)
               move RCHG-TO-DATE to WS-NTC-TO-DATE (NTC-IX)
           else
               set WS-NOTICE-OVERFLOW to true
           end-if
           .

       widen-notice-window section.
           if RCHG-FROM-DATE < WS-NTC-FROM-DATE (NTC-IX)
               move RCHG-FROM-DATE to WS-NTC-FROM-DATE (NTC-IX)
           end-if
           if RCHG-TO-DATE > WS-NTC-TO-DATE (NTC-IX)
               move RCHG-TO-DATE to WS-NTC-TO-DATE (NTC-IX)
           end-if
           .

       select-affected-results section.
           open input CALCMSTR
           if WS-CALCMSTR-STATUS not = "00"
               display "FATAL: unable to open CALCMSTR, status "
                   WS-CALCMSTR-STATUS
               move 16 to return-code
               goback
           end-if
           perform examine-master-record
               until WS-CALCMSTR-EOF
           close CALCMSTR
           .

       examine-master-record section.
           read CALCMSTR next
               at end
                   set WS-CALCMSTR-EOF to true
               not at end
                   add 1 to WS-MSTR-READ-COUNT
                   if MSTR-RATE-CODE not = spaces
                       and not MSTR-REVERSED
                       perform check-change-window
                       if WS-IN-WINDOW
                           add 1 to WS-WINDOW-COUNT
                           if MSTR-HOLD-REJECTED
                               perform report-hold-rejected
                           else
                               perform reprice-master-record
                           end-if
                       end-if
                   end-if
           end-read
           .

       check-change-window section.
           move "N" to WS-IN-WINDOW-FLAG
           set NTC-IX to 1
           search WS-NOTICE-ENTRY
               at end
                   continue
               when NTC-IX > WS-NOTICE-USED
                   continue
               when WS-NTC-RATE-CODE (NTC-IX) = MSTR-RATE-CODE
                   if MSTR-CREATE-DATE not < WS-NTC-FROM-DATE (NTC-IX)
                       and MSTR-CREATE-DATE
                           not > WS-NTC-TO-DATE (NTC-IX)
                       set WS-IN-WINDOW to true
                   end-if
           end-search
           .

       report-hold-rejected section.
           move spaces to SORTRPR-RECORD
           move MSTR-CREATE-DATE to SRTR-CREATE-DATE
           move MSTR-TRAN-ID to SRTR-TRAN-ID
           move MSTR-RATE-CODE to SRTR-RATE-CODE
           move MSTR-OP-CODE to SRTR-OP-CODE
           move MSTR-SOURCE-REF to SRTR-SOURCE-REF
           move MSTR-NUM1 to SRTR-NUM1
           move MSTR-NUM2 to SRTR-OLD-NUM2
           move MSTR-RESULT to SRTR-OLD-RESULT
           move zero to SRTR-NEW-NUM2
           move zero to SRTR-NEW-RESULT
           move "N" to SRTR-ACTION
           move "REJECTED AT HOLD" to SRTR-REASON
           release SORTRPR-RECORD
           .

       reprice-master-record section.
           move MSTR-RATE-CODE to WS-RATE-CODE
           move MSTR-CREATE-DATE to WS-RATE-DATE
           perform resolve-rate-code
           move spaces to SORTRPR-RECORD
           move MSTR-CREATE-DATE to SRTR-CREATE-DATE
           move MSTR-TRAN-ID to SRTR-TRAN-ID
           move MSTR-RATE-CODE to SRTR-RATE-CODE
           move MSTR-OP-CODE to SRTR-OP-CODE
           move MSTR-SOURCE-REF to SRTR-SOURCE-REF
           move MSTR-NUM1 to SRTR-NUM1
           move MSTR-NUM2 to SRTR-OLD-NUM2
           move MSTR-RESULT to SRTR-OLD-RESULT
           move zero to SRTR-NEW-NUM2
           move zero to SRTR-NEW-RESULT
           evaluate true
               when not WS-RATE-FOUND
                   move "N" to SRTR-ACTION
                   move WS-ERR-REASON to SRTR-REASON
                   release SORTRPR-RECORD
               when WS-RATE-VALUE = MSTR-NUM2
                   add 1 to WS-UNCHANGED-COUNT
               when other
                   move MSTR-OP-CODE to WS-OP-CODE
                   move MSTR-NUM1 to WS-NUM1
                   move WS-RATE-VALUE to WS-NUM2
                   perform recompute-result
                   move WS-RATE-VALUE to SRTR-NEW-NUM2
                   if WS-CALC-ERROR
                       move "F" to SRTR-ACTION
                       move WS-ERR-REASON to SRTR-REASON
                   else
                       move "C" to SRTR-ACTION
                       move WS-RESULT to SRTR-NEW-RESULT
                   end-if
                   release SORTRPR-RECORD
           end-evaluate
           .

       resolve-rate-code section.
           move "N" to WS-RATE-FOUND-FLAG
           move "N" to WS-RATE-SCAN-FLAG
           move "UNKNOWN RATE CODE" to WS-ERR-REASON
           move WS-RATE-CODE to RATE-CODE
           move low-values to RATE-EFF-DATE
           start CALCRATE key not < RATE-KEY
               invalid key
                   set WS-RATE-SCAN-DONE to true
           end-start
           perform scan-rate-records
               until WS-RATE-SCAN-DONE
           .

       scan-rate-records section.
           read CALCRATE next
               at end
                   set WS-RATE-SCAN-DONE to true
               not at end
                   if RATE-CODE not = WS-RATE-CODE
                       set WS-RATE-SCAN-DONE to true
                   else
                       move "RATE NOT EFFECTIVE FOR DATE"
                           to WS-ERR-REASON
                       if RATE-EFF-DATE > WS-RATE-DATE
                           set WS-RATE-SCAN-DONE to true
                       else
                           if RATE-END-DATE = spaces
                               or RATE-END-DATE not < WS-RATE-DATE
                               set WS-RATE-FOUND to true
                               move RATE-VALUE to WS-RATE-VALUE
                           end-if
                       end-if
                   end-if
           end-read
           .

       recompute-result section.
           move "N" to WS-CALC-ERROR-FLAG
           evaluate WS-OP-CODE
               when "A"
                   add WS-NUM1 to WS-NUM2 giving WS-RESULT
                       on size error
                           perform note-result-overflow
                   end-add
               when "S"
                   subtract WS-NUM1 from WS-NUM2 giving WS-RESULT
                       on size error
                           perform note-result-overflow
                   end-subtract
               when "D"
                   divide WS-NUM1 by WS-NUM2 giving WS-RESULT
                       on size error
                           perform note-divide-failure
                   end-divide
               when "M"
                   multiply WS-NUM1 by WS-NUM2 giving WS-RESULT
                       on size error
                           perform note-result-overflow
                   end-multiply
               when "P"
                   compute WS-RESULT = WS-NUM1 * WS-NUM2 / 100
                       on size error
                           perform note-result-overflow
                   end-compute
               when "R"
                   divide WS-NUM1 by WS-NUM2 giving WS-REM-QUOTIENT
                       remainder WS-RESULT
                       on size error
                           perform note-divide-failure
                   end-divide
               when "E"
                   compute WS-RESULT = WS-NUM1 ** WS-NUM2
                       on size error
                           perform note-result-overflow
                   end-compute
               when other
                   move zero to WS-RESULT
                   move "Y" to WS-CALC-ERROR-FLAG
                   move "INVALID OPERATION CODE" to WS-ERR-REASON
           end-evaluate
           if not WS-CALC-ERROR
               perform apply-precision
           end-if
           .

       note-result-overflow section.
           move "Y" to WS-CALC-ERROR-FLAG
           move "RESULT FIELD OVERFLOW" to WS-ERR-REASON
           .

       note-divide-failure section.
           move "Y" to WS-CALC-ERROR-FLAG
           if WS-NUM2 = zero
               move "DIVIDE BY ZERO" to WS-ERR-REASON
           else
               move "RESULT FIELD OVERFLOW" to WS-ERR-REASON
           end-if
           .

       read-parameter-file section.
           open input CALCPARM
           if WS-CALCPARM-STATUS = "00"
               read CALCPARM into CALCPARM-RECORD
               if WS-CALCPARM-STATUS = "00"
                   move PARM-DECIMAL-PLACES to WS-DECIMAL-PLACES
                   move PARM-ROUNDING-RULE to WS-ROUNDING-RULE
                   if WS-DECIMAL-PLACES > 4
                       move 4 to WS-DECIMAL-PLACES
                   end-if
               end-if
               close CALCPARM
           end-if
           .

       apply-precision section.
           compute WS-CALC-INT = WS-RESULT * 10000
           move WS-SCALE-ENTRY (WS-DECIMAL-PLACES + 1) to WS-CALC-SCALE
           if WS-ROUND-HALF-UP
               compute WS-CALC-QUOT rounded =
                   WS-CALC-INT / WS-CALC-SCALE
           else
               compute WS-CALC-QUOT =
                   WS-CALC-INT / WS-CALC-SCALE
           end-if
           compute WS-CALC-INT = WS-CALC-QUOT * WS-CALC-SCALE
           compute WS-RESULT = WS-CALC-INT / 10000
           .

       write-repricing-output section.
           open output CALCRPRT
           if WS-CALCRPRT-STATUS not = "00"
               display "FATAL: unable to open CALCRPRT, status "
                   WS-CALCRPRT-STATUS
               move 16 to return-code
               goback
           end-if
           open output CALCRPRS
           if WS-CALCRPRS-STATUS not = "00"
               display "FATAL: unable to open CALCRPRS, status "
                   WS-CALCRPRS-STATUS
               move 16 to return-code
               goback
           end-if
           move WS-COLUMN-HEADING-1 to WS-PRINT-LINE
           perform print-report-line
           perform get-sorted-record
           if WS-SORT-EOF
               move "  (NO RESULTS CHANGED BY THE RATE CHANGES)"
                   to WS-PRINT-LINE
               perform print-report-line
           end-if
           perform report-one-result
               until WS-SORT-EOF
           perform close-correction-batch
           perform print-impact-totals
           close CALCRPRT
           close CALCRPRS
           .

       get-sorted-record section.
           return SORTRPR
               at end
                   set WS-SORT-EOF to true
           end-return
           .

       report-one-result section.
           if SRTR-REPRICE
               if not WS-BATCH-OPEN
                   or SRTR-CREATE-DATE not = WS-BATCH-CREATE-DATE
                   perform close-correction-batch
                   perform open-correction-batch
               end-if
               perform write-correction-detail
               perform print-repriced-line
           else
               perform print-exception-line
           end-if
           perform get-sorted-record
           .

       print-repriced-line section.
           move SRTR-TRAN-ID to WS-DTL-TRAN-ID
           move SRTR-CREATE-DATE to WS-DTL-CREATE-DATE
           move SRTR-RATE-CODE to WS-DTL-RATE-CODE
           move SRTR-OP-CODE to WS-DTL-OP
           move SRTR-OLD-NUM2 to WS-DTL-OLD-RATE
           move SRTR-NEW-NUM2 to WS-DTL-NEW-RATE
           move SRTR-OLD-RESULT to WS-DTL-OLD-RESULT
           move SRTR-NEW-RESULT to WS-DTL-NEW-RESULT
           compute WS-RESULT-DIFF = SRTR-NEW-RESULT - SRTR-OLD-RESULT
           move WS-RESULT-DIFF to WS-DTL-DIFF
           move WS-DETAIL-LINE to WS-PRINT-LINE
           perform print-report-line
           add 1 to WS-REPRICED-COUNT
           add SRTR-OLD-RESULT to WS-OLD-TOTAL
           add SRTR-NEW-RESULT to WS-NEW-TOTAL
           .

       print-exception-line section.
           move SRTR-TRAN-ID to WS-EXC-TRAN-ID
           move SRTR-CREATE-DATE to WS-EXC-CREATE-DATE
           move SRTR-RATE-CODE to WS-EXC-RATE-CODE
           move SRTR-OP-CODE to WS-EXC-OP
           move SRTR-OLD-NUM2 to WS-EXC-OLD-RATE
           move SRTR-REASON to WS-EXC-REASON
           move WS-EXCEPTION-LINE to WS-PRINT-LINE
           perform print-report-line
           add 1 to WS-NOT-REPRICED-COUNT
           .

       open-correction-batch section.
           add 1 to WS-BATCH-ID-SEQ
           set WS-BATCH-OPEN to true
           move SRTR-CREATE-DATE to WS-BATCH-CREATE-DATE
           move zero to WS-BATCH-DETAILS
           move zero to WS-BATCH-HASH
           move spaces to CALCIN-RECORD
           move "H" to CI-REC-TYPE
           move WS-BATCH-ID to CI-BATCH-ID
           move WS-BATCH-CREATE-DATE to CI-CREATE-DATE
           if WS-ADJ-AUTH-ID not = spaces
               move "A" to CI-ADJ-FLAG
               move WS-ADJ-AUTH-ID to CI-ADJ-AUTH-ID
           end-if
           perform write-correction-record
           .

       write-correction-detail section.
           move spaces to CALCIN-RECORD
           move "D" to CI-REC-TYPE
           move SRTR-OP-CODE to CI-OP-CODE
           move SRTR-NUM1 to CI-NUM1
           move SRTR-NEW-NUM2 to CI-NUM2
           move SRTR-TRAN-ID to CI-TRAN-ID
           move SRTR-SOURCE-REF to CI-SOURCE-REF
           move space to CI-CONT-FLAG
           move "R" to CI-CORR-FLAG
           move SRTR-RATE-CODE to CI-RATE-CODE
           perform write-correction-record
           add 1 to WS-BATCH-DETAILS
           add CI-NUM1 to WS-BATCH-HASH
           add CI-NUM2 to WS-BATCH-HASH
           .

       close-correction-batch section.
           if WS-BATCH-OPEN
               move spaces to CALCIN-RECORD
               move "T" to CI-REC-TYPE
               move WS-BATCH-DETAILS to CI-TRAILER-COUNT
               move WS-BATCH-HASH to CI-TRAILER-HASH
               perform write-correction-record
               move "N" to WS-BATCH-OPEN-FLAG
           end-if
           .

       write-correction-record section.
           write CALCIN-RECORD
           if WS-CALCRPRS-STATUS not = "00"
               display "FATAL: unable to write CALCRPRS, status "
                   WS-CALCRPRS-STATUS
               move 16 to return-code
               goback
           end-if
           .

       print-impact-totals section.
           compute WS-NET-CHANGE = WS-NEW-TOTAL - WS-OLD-TOTAL
           move 99 to WS-LINE-COUNT
           move "REPRICING TOTALS" to WS-PRINT-LINE
           perform print-report-line
           move spaces to WS-PRINT-LINE
           perform print-report-line
           move "RATE CHANGE NOTICES READ" to WS-TOT-LABEL
           move WS-NOTICE-READ to WS-TOT-COUNT
           perform print-total-line
           move "RATE CODES AFFECTED" to WS-TOT-LABEL
           move WS-NOTICE-USED to WS-TOT-COUNT
           perform print-total-line
           move "MASTER RECORDS READ" to WS-TOT-LABEL
           move WS-MSTR-READ-COUNT to WS-TOT-COUNT
           perform print-total-line
           move "RESULTS IN A CHANGED WINDOW" to WS-TOT-LABEL
           move WS-WINDOW-COUNT to WS-TOT-COUNT
           perform print-total-line
           move "RATE UNCHANGED" to WS-TOT-LABEL
           move WS-UNCHANGED-COUNT to WS-TOT-COUNT
           perform print-total-line
           move "REPRICED (R DETAILS WRITTEN)" to WS-TOT-LABEL
           move WS-REPRICED-COUNT to WS-TOT-COUNT
           perform print-total-line
           move "NOT REPRICED" to WS-TOT-LABEL
           move WS-NOT-REPRICED-COUNT to WS-TOT-COUNT
           perform print-total-line
           move "CORRECTION BATCHES WRITTEN" to WS-TOT-LABEL
           move WS-BATCH-ID-SEQ to WS-TOT-COUNT
           perform print-total-line
           move spaces to WS-PRINT-LINE
           perform print-report-line
           move "RESULTS BEFORE REPRICING" to WS-AMT-LABEL
           move WS-OLD-TOTAL to WS-AMT-VALUE
           perform print-amount-line
           move "RESULTS AFTER REPRICING" to WS-AMT-LABEL
           move WS-NEW-TOTAL to WS-AMT-VALUE
           perform print-amount-line
           move "NET CHANGE" to WS-AMT-LABEL
           move WS-NET-CHANGE to WS-AMT-VALUE
           perform print-amount-line
           .

       print-total-line section.
           move WS-TOTAL-LINE to WS-PRINT-LINE
           perform print-report-line
           .

       print-amount-line section.
           move WS-AMOUNT-LINE to WS-PRINT-LINE
           perform print-report-line
           .

       clear-change-notices section.
           open output CALCRCHG
           if WS-CALCRCHG-STATUS not = "00"
               display "WARNING: unable to clear CALCRCHG, status "
                   WS-CALCRCHG-STATUS " - clear it before the next"
                   " repricing run"
               move 8 to return-code
           else
               close CALCRCHG
           end-if
           .

       repricing-totals section.
           display "===== CALCRPR repricing totals ====="
           display "Rate change notices read : " WS-NOTICE-READ
           display "Master records read : " WS-MSTR-READ-COUNT
           display "Results in a changed window : " WS-WINDOW-COUNT
           display "Rate unchanged : " WS-UNCHANGED-COUNT
           display "Repriced : " WS-REPRICED-COUNT
           display "Not repriced : " WS-NOT-REPRICED-COUNT
           display "Correction batches written : " WS-BATCH-ID-SEQ
           display "Net change in results : " WS-NET-CHANGE
           .

       print-report-line section.
           if WS-LINE-COUNT > WS-LINES-PER-PAGE
               perform print-page-heading
           end-if
           write RPRT-PRINT-RECORD from WS-PRINT-LINE
           if WS-CALCRPRT-STATUS not = "00"
               display "FATAL: unable to write CALCRPRT, status "
                   WS-CALCRPRT-STATUS
               move 16 to return-code
               goback
           end-if
           add 1 to WS-LINE-COUNT
           .

       print-page-heading section.
           add 1 to WS-PAGE-COUNT
           move WS-PAGE-COUNT to WS-HD1-PAGE
           write RPRT-PRINT-RECORD from WS-HEADING-1
           if WS-CALCRPRT-STATUS not = "00"
               display "FATAL: unable to write CALCRPRT, status "
                   WS-CALCRPRT-STATUS
               move 16 to return-code
               goback
           end-if
           write RPRT-PRINT-RECORD from spaces
           move 2 to WS-LINE-COUNT
           .
