       identification division.
       program-id. CALCPCL.

       environment division.
       input-output section.
       file-control.
           select CALCMSTR assign to "CALCMSTR"
               organization is indexed
               access mode is dynamic
               record key is MSTR-TRAN-ID
               alternate record key is MSTR-SOURCE-REF
                   with duplicates
               alternate record key is MSTR-RUN-DATE
                   with duplicates
               file status is WS-CALCMSTR-STATUS.

           select CALCPSNP assign to "CALCPSNP"
               organization is line sequential
               file status is WS-CALCPSNP-STATUS.

           select CALCPSUM assign to "CALCPSUM"
               organization is line sequential
               file status is WS-CALCPSUM-STATUS.

           select SORTPCL assign to "SORTPCL".

       data division.
       file section.
       fd  CALCMSTR.
       copy "CALCMSTR.cpy".

       fd  CALCPSNP.
       copy "CALCMSTR.cpy"
           replacing ==CALCMSTR-RECORD== by ==CALCPSNP-RECORD==
           leading ==MSTR== by ==SNAP==.

       fd  CALCPSUM.
       copy "CALCPSUM.cpy".

       sd  SORTPCL.
       01 SORTPCL-RECORD.
           05 SPCL-SOURCE-REF pic x(12).
           05 SPCL-RESULT pic s9(5)v9(4)
               sign is trailing separate.

       working-storage section.
       01 WS-CALCMSTR-STATUS pic x(2) value spaces.
       01 WS-CALCPSNP-STATUS pic x(2) value spaces.
       01 WS-CALCPSUM-STATUS pic x(2) value spaces.

       01 WS-MSTR-EOF-FLAG pic x(1) value "N".
           88 WS-CALCMSTR-EOF value "Y".
       01 WS-SORT-EOF-FLAG pic x(1) value "N".
           88 WS-SORT-EOF value "Y".
       01 WS-PERIOD-FLAG pic x(1) value "Y".
           88 WS-PERIOD-VALID value "Y".

       01 WS-CYCLE-DATE pic x(8) value spaces.
       01 WS-CYCLE-DATE-R redefines WS-CYCLE-DATE.
           05 WS-CYCLE-PERIOD pic x(6).
           05 filler pic x(2).
       01 WS-CLOSED-PERIOD pic x(6) value spaces.
       01 WS-CLOSE-PERIOD pic x(6) value spaces.
       01 WS-CLOSE-PERIOD-R redefines WS-CLOSE-PERIOD.
           05 WS-CLOSE-YEAR pic 9(4).
           05 WS-CLOSE-MONTH pic 9(2).
       01 WS-NEXT-PERIOD pic x(6) value spaces.
       01 WS-WORK-PERIOD pic x(6) value spaces.
       01 WS-WORK-PERIOD-R redefines WS-WORK-PERIOD.
           05 WS-WORK-YEAR pic 9(4).
           05 WS-WORK-MONTH pic 9(2).
       01 WS-PERIOD-START.
           05 WS-START-PERIOD pic x(6).
           05 filler pic x(2) value "01".
       01 WS-PERIOD-END.
           05 WS-END-PERIOD pic x(6).
           05 filler pic x(2) value "31".

       01 WS-OP-CODE-VALUES pic x(8) value "ASDMPRE*".
       01 WS-OP-CODE-LIST redefines WS-OP-CODE-VALUES.
           05 WS-OP-CODE-VALUE pic x(1) occurs 8 times.
       01 WS-OP-TABLE.
           05 WS-OP-ENTRY occurs 8 times indexed by OPT-IX.
               10 WS-OPT-CODE pic x(1).
               10 WS-OPT-COUNT pic 9(7).
               10 WS-OPT-TOTAL pic s9(11)v9(4).
       01 WS-OP-SUB pic 9(1) value zero.

       01 WS-SNAP-COUNT pic 9(7) value zero.
       01 WS-PERIOD-COUNT pic 9(7) value zero.
       01 WS-PERIOD-TOTAL pic s9(11)v9(4) value zero.
       01 WS-ADJ-COUNT pic 9(7) value zero.
       01 WS-ADJ-TOTAL pic s9(11)v9(4) value zero.
       01 WS-EXCLUDED-COUNT pic 9(7) value zero.
       01 WS-EXCLUDED-TOTAL pic s9(11)v9(4) value zero.
       01 WS-REVERSAL-COUNT pic 9(7) value zero.
       01 WS-REVERSAL-TOTAL pic s9(11)v9(4) value zero.
       01 WS-REVERSAL-RESULT pic s9(5)v9(4) value zero.
       01 WS-SOURCE-COUNT pic 9(7) value zero.
       01 WS-SUMMARY-COUNT pic 9(7) value zero.
       01 WS-HELD-COUNT pic 9(7) value zero.

       01 WS-BREAK-SOURCE-REF pic x(12) value spaces.
       01 WS-BREAK-COUNT pic 9(7) value zero.
       01 WS-BREAK-TOTAL pic s9(11)v9(4) value zero.

       copy "CALCRUNC.cpy".

       procedure division.
           perform run-control-startup
           move RUNC-CYCLE-DATE to WS-CYCLE-DATE
           move RUNC-CLOSED-PERIOD to WS-CLOSED-PERIOD
           perform choose-close-period
           if not WS-PERIOD-VALID
               display "Period close refused - no changes made"
               move 12 to return-code
               goback
           end-if
           move WS-CLOSE-PERIOD to WS-START-PERIOD
           move WS-CLOSE-PERIOD to WS-END-PERIOD
           perform load-operation-table
               varying WS-OP-SUB from 1 by 1
               until WS-OP-SUB > 8

           open input CALCMSTR
           if WS-CALCMSTR-STATUS not = "00"
               display "FATAL: unable to open CALCMSTR, status "
                   WS-CALCMSTR-STATUS
               move 16 to return-code
               goback
           end-if
           perform position-period-start
           perform check-held-master
               until WS-CALCMSTR-EOF
           if WS-HELD-COUNT > zero
               display WS-HELD-COUNT " transaction(s) in period "
                   WS-CLOSE-PERIOD " still on high-value hold"
               display "Period close refused - no changes made"
               close CALCMSTR
               move 12 to return-code
               goback
           end-if
           open output CALCPSNP
           if WS-CALCPSNP-STATUS not = "00"
               display "FATAL: unable to open CALCPSNP, file status "
                   WS-CALCPSNP-STATUS
               move 16 to return-code
               goback
           end-if
           open output CALCPSUM
           if WS-CALCPSUM-STATUS not = "00"
               display "FATAL: unable to open CALCPSUM, file status "
                   WS-CALCPSUM-STATUS
               move 16 to return-code
               goback
           end-if

           display "Closing accounting period " WS-CLOSE-PERIOD
           sort SORTPCL
               on ascending key SPCL-SOURCE-REF
               input procedure is select-period-records
               output procedure is write-period-totals

           perform position-period-start
           perform write-adjustment-entry
               until WS-CALCMSTR-EOF
           perform position-file-start
           perform write-reversal-entry
               until WS-CALCMSTR-EOF
           perform write-closing-totals

           close CALCMSTR
           close CALCPSNP
           close CALCPSUM

           move "P" to RUNC-FUNCTION
           move "CALCPCL" to RUNC-STEP-NAME
           move spaces to RUNC-PRED-NAME
           move WS-CLOSE-PERIOD to RUNC-CLOSED-PERIOD
           call "CALCRUNC" using CALCRUNC-PARM
           if not RUNC-OK
               display "FATAL: period " WS-CLOSE-PERIOD
                   " summarised but not recorded closed on CALCCYC"
               move 16 to return-code
               goback
           end-if
           perform period-close-totals
           perform run-control-completion
           goback
           .

       run-control-startup section.
           move "S" to RUNC-FUNCTION
           move "CALCPCL" to RUNC-STEP-NAME
           move spaces to RUNC-PRED-NAME
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
           move "CALCPCL" to RUNC-STEP-NAME
           move spaces to RUNC-PRED-NAME
           call "CALCRUNC" using CALCRUNC-PARM
           if RUNC-FILE-ERROR
               move 16 to return-code
           end-if
           .

       choose-close-period section.
           accept WS-CLOSE-PERIOD from environment "CALC_CLOSE_PERIOD"
           if WS-CLOSE-PERIOD = spaces
               move WS-CYCLE-PERIOD to WS-WORK-PERIOD
               if WS-WORK-MONTH = 1
                   subtract 1 from WS-WORK-YEAR
                   move 12 to WS-WORK-MONTH
               else
                   subtract 1 from WS-WORK-MONTH
               end-if
               move WS-WORK-PERIOD to WS-CLOSE-PERIOD
           end-if
           if WS-CLOSED-PERIOD not = spaces
               move WS-CLOSED-PERIOD to WS-WORK-PERIOD
               if WS-WORK-MONTH = 12
                   add 1 to WS-WORK-YEAR
                   move 1 to WS-WORK-MONTH
               else
                   add 1 to WS-WORK-MONTH
               end-if
               move WS-WORK-PERIOD to WS-NEXT-PERIOD
           end-if
           evaluate true
               when WS-CLOSE-PERIOD not numeric
                   or WS-CLOSE-MONTH < 1 or WS-CLOSE-MONTH > 12
                   display "Period " WS-CLOSE-PERIOD
                       " is not a valid CCYYMM month"
                   move "N" to WS-PERIOD-FLAG
               when WS-CLOSE-PERIOD not < WS-CYCLE-PERIOD
                   display "Period " WS-CLOSE-PERIOD
                       " has not ended - cycle date is " WS-CYCLE-DATE
                   move "N" to WS-PERIOD-FLAG
               when WS-CLOSED-PERIOD = spaces
                   continue
               when WS-CLOSE-PERIOD not > WS-CLOSED-PERIOD
                   display "Period " WS-CLOSE-PERIOD
                       " is already closed - periods to "
                       WS-CLOSED-PERIOD " are closed"
                   move "N" to WS-PERIOD-FLAG
               when WS-CLOSE-PERIOD not = WS-NEXT-PERIOD
                   display "Period " WS-NEXT-PERIOD
                       " must be closed before " WS-CLOSE-PERIOD
                   move "N" to WS-PERIOD-FLAG
           end-evaluate
           .

       load-operation-table section.
           set OPT-IX to WS-OP-SUB
           move WS-OP-CODE-VALUE (WS-OP-SUB) to WS-OPT-CODE (OPT-IX)
           move zero to WS-OPT-COUNT (OPT-IX)
           move zero to WS-OPT-TOTAL (OPT-IX)
           .

       position-period-start section.
           move "N" to WS-MSTR-EOF-FLAG
           move WS-PERIOD-START to MSTR-RUN-DATE
           start CALCMSTR key not < MSTR-RUN-DATE
               invalid key
                   set WS-CALCMSTR-EOF to true
           end-start
           .

       position-file-start section.
           move "N" to WS-MSTR-EOF-FLAG
           move low-values to MSTR-TRAN-ID
           start CALCMSTR key not < MSTR-TRAN-ID
               invalid key
                   set WS-CALCMSTR-EOF to true
           end-start
           .

       check-held-master section.
           read CALCMSTR next
               at end
                   set WS-CALCMSTR-EOF to true
               not at end
                   if MSTR-RUN-DATE > WS-PERIOD-END
                       set WS-CALCMSTR-EOF to true
                   else
                       if MSTR-HELD
                           display "Transaction " MSTR-TRAN-ID
                               " posted " MSTR-RUN-DATE
                               " is awaiting a CALCREL decision"
                           add 1 to WS-HELD-COUNT
                       end-if
                   end-if
           end-read
           .

       select-period-records section.
           perform position-period-start
           perform select-one-record
               until WS-CALCMSTR-EOF
           .

       select-one-record section.
           read CALCMSTR next
               at end
                   set WS-CALCMSTR-EOF to true
               not at end
                   if MSTR-RUN-DATE > WS-PERIOD-END
                       set WS-CALCMSTR-EOF to true
                   else
                       perform snapshot-master-record
                       perform classify-master-record
                   end-if
           end-read
           .

       snapshot-master-record section.
           write CALCPSNP-RECORD from CALCMSTR-RECORD
           if WS-CALCPSNP-STATUS not = "00"
               display "FATAL: unable to write CALCPSNP, status "
                   WS-CALCPSNP-STATUS
               move 16 to return-code
               goback
           end-if
           add 1 to WS-SNAP-COUNT
           .

       classify-master-record section.
           evaluate true
               when MSTR-REVERSED
                   and MSTR-REVERSAL-DATE not > WS-PERIOD-END
                   add 1 to WS-EXCLUDED-COUNT
                   add MSTR-RESULT to WS-EXCLUDED-TOTAL
               when MSTR-HOLD-REJECTED
                   add 1 to WS-EXCLUDED-COUNT
                   add MSTR-RESULT to WS-EXCLUDED-TOTAL
               when MSTR-ADJ-PERIOD not = spaces
                   add 1 to WS-ADJ-COUNT
                   add MSTR-RESULT to WS-ADJ-TOTAL
               when other
                   add 1 to WS-PERIOD-COUNT
                   add MSTR-RESULT to WS-PERIOD-TOTAL
                   set OPT-IX to 1
                   search WS-OP-ENTRY
                       at end
                           set OPT-IX to 8
                       when WS-OPT-CODE (OPT-IX) = MSTR-OP-CODE
                           continue
                   end-search
                   add 1 to WS-OPT-COUNT (OPT-IX)
                   add MSTR-RESULT to WS-OPT-TOTAL (OPT-IX)
                   move MSTR-SOURCE-REF to SPCL-SOURCE-REF
                   move MSTR-RESULT to SPCL-RESULT
                   release SORTPCL-RECORD
           end-evaluate
           .

       write-period-totals section.
           perform write-operation-total
               varying OPT-IX from 1 by 1
               until OPT-IX > 8
           perform get-sorted-record
           if not WS-SORT-EOF
               move SPCL-SOURCE-REF to WS-BREAK-SOURCE-REF
           end-if
           perform total-one-source
               until WS-SORT-EOF
           if WS-BREAK-COUNT > zero
               perform write-source-total
           end-if
           .

       write-operation-total section.
           if WS-OPT-COUNT (OPT-IX) > zero
               move spaces to CALCPSUM-RECORD
               move "O" to PSUM-REC-TYPE
               move WS-OPT-CODE (OPT-IX) to PSUM-KEY
               move WS-OPT-COUNT (OPT-IX) to PSUM-COUNT
               move WS-OPT-TOTAL (OPT-IX) to PSUM-RESULT-TOTAL
               perform write-summary-record
           end-if
           .

       get-sorted-record section.
           return SORTPCL
               at end
                   set WS-SORT-EOF to true
           end-return
           .

       total-one-source section.
           if SPCL-SOURCE-REF not = WS-BREAK-SOURCE-REF
               perform write-source-total
               move SPCL-SOURCE-REF to WS-BREAK-SOURCE-REF
           end-if
           add 1 to WS-BREAK-COUNT
           add SPCL-RESULT to WS-BREAK-TOTAL
           perform get-sorted-record
           .

       write-source-total section.
           move spaces to CALCPSUM-RECORD
           move "S" to PSUM-REC-TYPE
           move WS-BREAK-SOURCE-REF to PSUM-KEY
           move WS-BREAK-COUNT to PSUM-COUNT
           move WS-BREAK-TOTAL to PSUM-RESULT-TOTAL
           perform write-summary-record
           add 1 to WS-SOURCE-COUNT
           move zero to WS-BREAK-COUNT
           move zero to WS-BREAK-TOTAL
           .

       write-adjustment-entry section.
           read CALCMSTR next
               at end
                   set WS-CALCMSTR-EOF to true
               not at end
                   if MSTR-RUN-DATE > WS-PERIOD-END
                       set WS-CALCMSTR-EOF to true
                   else
                       if MSTR-ADJ-PERIOD not = spaces
                           and not MSTR-HOLD-REJECTED
                           and (not MSTR-REVERSED
                               or MSTR-REVERSAL-DATE > WS-PERIOD-END)
                           move spaces to CALCPSUM-RECORD
                           move "A" to PSUM-REC-TYPE
                           move MSTR-TRAN-ID to PSUM-KEY
                           move 1 to PSUM-COUNT
                           move MSTR-RESULT to PSUM-RESULT-TOTAL
                           move MSTR-ADJ-PERIOD to PSUM-ADJ-PERIOD
                           move MSTR-RUN-DATE to PSUM-RUN-DATE
                           perform write-summary-record
                       end-if
                   end-if
           end-read
           .

       write-reversal-entry section.
           read CALCMSTR next
               at end
                   set WS-CALCMSTR-EOF to true
               not at end
                   if MSTR-REVERSED
                       and MSTR-RUN-DATE < WS-PERIOD-START
                       and MSTR-REVERSAL-DATE not < WS-PERIOD-START
                       and MSTR-REVERSAL-DATE not > WS-PERIOD-END
                       compute WS-REVERSAL-RESULT = zero - MSTR-RESULT
                       move spaces to CALCPSUM-RECORD
                       move "V" to PSUM-REC-TYPE
                       move MSTR-TRAN-ID to PSUM-KEY
                       move 1 to PSUM-COUNT
                       move WS-REVERSAL-RESULT to PSUM-RESULT-TOTAL
                       move MSTR-RUN-DATE to PSUM-ADJ-PERIOD
                       move MSTR-REVERSAL-DATE to PSUM-RUN-DATE
                       perform write-summary-record
                       add 1 to WS-REVERSAL-COUNT
                       add WS-REVERSAL-RESULT to WS-REVERSAL-TOTAL
                   end-if
           end-read
           .

       write-closing-totals section.
           move spaces to CALCPSUM-RECORD
           move "B" to PSUM-REC-TYPE
           move WS-ADJ-COUNT to PSUM-COUNT
           move WS-ADJ-TOTAL to PSUM-RESULT-TOTAL
           perform write-summary-record
           move spaces to CALCPSUM-RECORD
           move "X" to PSUM-REC-TYPE
           move WS-EXCLUDED-COUNT to PSUM-COUNT
           move WS-EXCLUDED-TOTAL to PSUM-RESULT-TOTAL
           perform write-summary-record
           move spaces to CALCPSUM-RECORD
           move "W" to PSUM-REC-TYPE
           move WS-REVERSAL-COUNT to PSUM-COUNT
           move WS-REVERSAL-TOTAL to PSUM-RESULT-TOTAL
           perform write-summary-record
           move spaces to CALCPSUM-RECORD
           move "T" to PSUM-REC-TYPE
           move WS-PERIOD-COUNT to PSUM-COUNT
           move WS-PERIOD-TOTAL to PSUM-RESULT-TOTAL
           perform write-summary-record
           .

       write-summary-record section.
           move WS-CLOSE-PERIOD to PSUM-PERIOD
           write CALCPSUM-RECORD
           if WS-CALCPSUM-STATUS not = "00"
               display "FATAL: unable to write CALCPSUM, status "
                   WS-CALCPSUM-STATUS
               move 16 to return-code
               goback
           end-if
           add 1 to WS-SUMMARY-COUNT
           .

       period-close-totals section.
           display "===== CALCPCL period close totals ====="
           display "Period closed : " WS-CLOSE-PERIOD
           display "Master records snapshot : " WS-SNAP-COUNT
           display "Results in period totals : " WS-PERIOD-COUNT
           display "Hash total of period results : " WS-PERIOD-TOTAL
           display "Source documents : " WS-SOURCE-COUNT
           display "Prior-period adjustments : " WS-ADJ-COUNT
           display "Hash total of adjustments : " WS-ADJ-TOTAL
           display "Reversed or hold-rejected, excluded : "
               WS-EXCLUDED-COUNT
           display "Reversals of earlier months : " WS-REVERSAL-COUNT
           display "Hash total of reversals : " WS-REVERSAL-TOTAL
           display "Summary records written : " WS-SUMMARY-COUNT
           .
