       identification division.
       program-id. CALCSTGN.

       environment division.
       input-output section.
       file-control.
           select CALCSTND assign to "CALCSTND"
               organization is indexed
               access mode is sequential
               record key is STND-ID
               file status is WS-CALCSTND-STATUS.

           select CALCRAW assign to "CALCRAW"
               organization is line sequential
               file status is WS-CALCRAW-STATUS.

       data division.
       file section.
       fd  CALCSTND.
       copy "CALCSTND.cpy".

       fd  CALCRAW.
       copy "CALCRAW.cpy".

       working-storage section.
       01 WS-CALCSTND-STATUS pic x(2) value spaces.
       01 WS-CALCRAW-STATUS pic x(2) value spaces.

       01 WS-EOF-FLAG pic x(1) value "N".
           88 WS-CALCSTND-EOF value "Y".
       01 WS-BATCH-OPEN-FLAG pic x(1) value "N".
           88 WS-GEN-BATCH-OPEN value "Y".
       01 WS-CHANGED-FLAG pic x(1) value "N".
           88 WS-INSTRUCTION-CHANGED value "Y".

       01 WS-CYCLE-DATE pic x(8) value spaces.
       01 WS-CYCLE-DATE-R redefines WS-CYCLE-DATE.
           05 WS-CYCLE-CCYY pic x(4).
           05 WS-CYCLE-MMDD pic x(4).
       01 WS-CYCLE-DATE-NUM pic 9(8) value zero.

       01 WS-GEN-BATCH-ID.
           05 filler pic x(4) value "STND".
           05 WS-GEN-BATCH-MMDD pic x(4) value spaces.

       01 WS-GEN-TRAN-ID.
           05 filler pic x(1) value "S".
           05 WS-GEN-STND-ID pic x(5) value spaces.
           05 WS-GEN-SEQ pic 9(4) value zero.

       01 WS-DUE-DATE-NUM pic 9(8) value zero.
       01 WS-DUE-DATE-R redefines WS-DUE-DATE-NUM.
           05 WS-DUE-CCYY pic 9(4).
           05 WS-DUE-MM pic 9(2).
           05 WS-DUE-DD pic 9(2).
       01 WS-MONTH-END-NUM pic 9(8) value zero.
       01 WS-MONTH-END-R redefines WS-MONTH-END-NUM.
           05 WS-MONTH-END-CCYY pic 9(4).
           05 WS-MONTH-END-MM pic 9(2).
           05 WS-MONTH-END-DD pic 9(2).
       01 WS-START-DATE-NUM pic 9(8) value zero.
       01 WS-START-DATE-R redefines WS-START-DATE-NUM.
           05 filler pic 9(6).
           05 WS-START-DD pic 9(2).
       01 WS-DATE-INT pic 9(7) value zero.

       01 WS-STND-READ pic 9(7) value zero.
       01 WS-STND-DUE pic 9(7) value zero.
       01 WS-STND-ENDED pic 9(7) value zero.
       01 WS-GEN-COUNT pic 9(7) value zero.
       01 WS-GEN-HASH pic s9(11)v9(4) value zero.

       copy "CALCRUNC.cpy".

       procedure division.
           perform run-control-startup
           if RUNC-CYCLE-DATE not numeric
               display "FATAL: cycle date " RUNC-CYCLE-DATE
                   " on CALCCYC is not a CCYYMMDD date"
               move 16 to return-code
               goback
           end-if
           move RUNC-CYCLE-DATE to WS-CYCLE-DATE
           move RUNC-CYCLE-DATE to WS-CYCLE-DATE-NUM
           move WS-CYCLE-MMDD to WS-GEN-BATCH-MMDD

           open i-o CALCSTND
           if WS-CALCSTND-STATUS = "35"
               display "No CALCSTND standing instruction master -"
                   " nothing to generate"
               set WS-CALCSTND-EOF to true
           else
               if WS-CALCSTND-STATUS not = "00"
                   display "FATAL: unable to open CALCSTND, status "
                       WS-CALCSTND-STATUS
                   move 16 to return-code
                   goback
               end-if
           end-if

           perform generate-from-instruction
               until WS-CALCSTND-EOF

           if WS-GEN-BATCH-OPEN
               perform close-generated-batch
           end-if
           if WS-CALCSTND-STATUS not = "35"
               close CALCSTND
           end-if
           perform generation-totals
           perform run-control-completion
           goback
           .

       run-control-startup section.
           move "S" to RUNC-FUNCTION
           move "CALCSTGN" to RUNC-STEP-NAME
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
           move "CALCSTGN" to RUNC-STEP-NAME
           move spaces to RUNC-PRED-NAME
           call "CALCRUNC" using CALCRUNC-PARM
           if RUNC-FILE-ERROR
               move 16 to return-code
           end-if
           .

       generate-from-instruction section.
           read CALCSTND next record
               at end
                   set WS-CALCSTND-EOF to true
               not at end
                   add 1 to WS-STND-READ
                   if STND-ACTIVE
                       and STND-NEXT-DUE-DATE not > WS-CYCLE-DATE
                       add 1 to WS-STND-DUE
                       move "N" to WS-CHANGED-FLAG
                       perform generate-due-occurrence
                           until STND-NEXT-DUE-DATE > WS-CYCLE-DATE
                               or not STND-ACTIVE
                       if WS-INSTRUCTION-CHANGED
                           perform rewrite-instruction
                       end-if
                   end-if
           end-read
           .

       generate-due-occurrence section.
           set WS-INSTRUCTION-CHANGED to true
           evaluate true
               when STND-END-DATE not = spaces
                   and STND-NEXT-DUE-DATE > STND-END-DATE
                   perform end-instruction
               when STND-GEN-SEQ = 9999
                   display "WARNING: instruction " STND-ID
                       " has used all 9999 transaction IDs -"
                       " replace it with a new instruction"
                   perform end-instruction
               when other
                   perform write-generated-detail
                   perform advance-due-date
                   if STND-END-DATE not = spaces
                       and STND-NEXT-DUE-DATE > STND-END-DATE
                       perform end-instruction
                   end-if
           end-evaluate
           .

       end-instruction section.
           move "E" to STND-STATUS
           add 1 to WS-STND-ENDED
           display "Instruction " STND-ID " has ended - last"
               " generated " STND-LAST-GEN-DATE
           .

       write-generated-detail section.
           if not WS-GEN-BATCH-OPEN
               perform open-generated-batch
           end-if
           add 1 to STND-GEN-SEQ
           move STND-ID to WS-GEN-STND-ID
           move STND-GEN-SEQ to WS-GEN-SEQ
           move WS-CYCLE-DATE to STND-LAST-GEN-DATE

           move spaces to CALCRAW-RECORD
           move "D" to RAW-REC-TYPE
           move STND-OP-CODE to RAW-OP-CODE
           move STND-NUM1 to RAW-NUM1-NUM
           move STND-NUM2 to RAW-NUM2-NUM
           move WS-GEN-TRAN-ID to RAW-TRAN-ID
           move STND-SOURCE-REF to RAW-SOURCE-REF
           move STND-RATE-CODE to RAW-RATE-CODE
           perform write-raw-record

           add 1 to WS-GEN-COUNT
           add STND-NUM1 to WS-GEN-HASH
           add STND-NUM2 to WS-GEN-HASH
           display "Generated " WS-GEN-TRAN-ID " from instruction "
               STND-ID " due " STND-NEXT-DUE-DATE
           .

       advance-due-date section.
           evaluate true
               when STND-DAILY
                   compute WS-DATE-INT =
                       FUNCTION INTEGER-OF-DATE (WS-CYCLE-DATE-NUM) + 1
                   move FUNCTION DATE-OF-INTEGER (WS-DATE-INT)
                       to WS-DUE-DATE-NUM
               when STND-WEEKLY
                   move STND-NEXT-DUE-DATE to WS-DUE-DATE-NUM
                   compute WS-DATE-INT =
                       FUNCTION INTEGER-OF-DATE (WS-DUE-DATE-NUM) + 7
                   move FUNCTION DATE-OF-INTEGER (WS-DATE-INT)
                       to WS-DUE-DATE-NUM
               when other
                   perform advance-one-month
           end-evaluate
           move WS-DUE-DATE-NUM to STND-NEXT-DUE-DATE
           .

       advance-one-month section.
           move STND-NEXT-DUE-DATE to WS-DUE-DATE-NUM
           move STND-START-DATE to WS-START-DATE-NUM
           if WS-DUE-MM = 12
               move 1 to WS-DUE-MM
               add 1 to WS-DUE-CCYY
           else
               add 1 to WS-DUE-MM
           end-if
           move WS-DUE-DATE-NUM to WS-MONTH-END-NUM
           if WS-MONTH-END-MM = 12
               move 1 to WS-MONTH-END-MM
               add 1 to WS-MONTH-END-CCYY
           else
               add 1 to WS-MONTH-END-MM
           end-if
           move 1 to WS-MONTH-END-DD
           compute WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE (WS-MONTH-END-NUM) - 1
           move FUNCTION DATE-OF-INTEGER (WS-DATE-INT)
               to WS-MONTH-END-NUM
           if WS-START-DD > WS-MONTH-END-DD
               move WS-MONTH-END-DD to WS-DUE-DD
           else
               move WS-START-DD to WS-DUE-DD
           end-if
           .

       open-generated-batch section.
           open extend CALCRAW
           if WS-CALCRAW-STATUS not = "00"
               open output CALCRAW
               if WS-CALCRAW-STATUS not = "00"
                   display "FATAL: unable to open CALCRAW, status "
                       WS-CALCRAW-STATUS
                   move 16 to return-code
                   goback
               end-if
           end-if
           set WS-GEN-BATCH-OPEN to true
           move spaces to CALCRAW-RECORD
           move "H" to RAW-REC-TYPE
           move WS-GEN-BATCH-ID to RAW-BATCH-ID
           move WS-CYCLE-DATE to RAW-CREATE-DATE
           perform write-raw-record
           .

       close-generated-batch section.
           move spaces to CALCRAW-RECORD
           move "T" to RAW-REC-TYPE
           move WS-GEN-COUNT to RAW-TRAILER-COUNT
           move WS-GEN-HASH to RAW-TRAILER-HASH-NUM
           perform write-raw-record
           close CALCRAW
           .

       write-raw-record section.
           write CALCRAW-RECORD
           if WS-CALCRAW-STATUS not = "00"
               display "FATAL: unable to write CALCRAW, status "
                   WS-CALCRAW-STATUS
               move 16 to return-code
               goback
           end-if
           .

       rewrite-instruction section.
           rewrite CALCSTND-RECORD
           if WS-CALCSTND-STATUS not = "00"
               display "FATAL: unable to rewrite CALCSTND, status "
                   WS-CALCSTND-STATUS
               move 16 to return-code
               goback
           end-if
           .

       generation-totals section.
           display "===== CALCSTGN generation totals ====="
           display "Cycle date : " WS-CYCLE-DATE
           display "Instructions read : " WS-STND-READ
           display "Instructions due : " WS-STND-DUE
           display "Instructions ended : " WS-STND-ENDED
           if WS-GEN-BATCH-OPEN
               display "Batch appended to CALCRAW : " WS-GEN-BATCH-ID
           else
               display "Batch appended to CALCRAW : none due"
           end-if
           display "Transactions generated : " WS-GEN-COUNT
           display "Generated operand hash : " WS-GEN-HASH
           .
