       identification division.
       program-id. CALCSTM.

       environment division.
       input-output section.
       file-control.
           select CALCSTND assign to "CALCSTND"
               organization is indexed
               access mode is random
               record key is STND-ID
               file status is WS-CALCSTND-STATUS.

       data division.
       file section.
       fd  CALCSTND.
       copy "CALCSTND.cpy".

       working-storage section.
       01 WS-CALCSTND-STATUS pic x(2) value spaces.

       01 WS-DONE-FLAG pic x(1) value "N".
           88 WS-MAINTENANCE-DONE value "Y".
       01 WS-VALID-FLAG pic x(1) value "Y".
           88 WS-INSTRUCTION-VALID value "Y".

       01 WS-OPERATOR-ID pic x(8) value spaces.
       01 WS-ACTION pic x(1) value spaces.
       01 WS-STND-ID pic x(5) value spaces.
       01 WS-DESCRIPTION pic x(30) value spaces.
       01 WS-FREQUENCY pic x(1) value spaces.
       01 WS-START-DATE pic x(8) value spaces.
       01 WS-END-DATE pic x(8) value spaces.
       01 WS-CHECK-DATE pic x(8) value spaces.
       01 WS-CHECK-DATE-NUM pic 9(8) value zero.
       01 WS-OP-CODE pic x(1) value spaces.
       01 WS-NUM1 pic s9(5)v9(4) sign is trailing separate
           value zero.
       01 WS-NUM2 pic s9(5)v9(4) sign is trailing separate
           value zero.
       01 WS-RATE-CODE pic x(4) value spaces.
       01 WS-SOURCE-REF pic x(12) value spaces.

       01 WS-ADDED-COUNT pic 9(7) value zero.
       01 WS-END-CHANGED-COUNT pic 9(7) value zero.
       01 WS-CANCELLED-COUNT pic 9(7) value zero.

       01 WS-CURRENT-DATE pic x(21) value spaces.
       01 WS-RUN-DATE redefines WS-CURRENT-DATE.
           05 WS-RUN-DATE-CCYYMMDD pic x(8).
           05 filler pic x(13).

       procedure division.
           open i-o CALCSTND
           if WS-CALCSTND-STATUS not = "00"
               open output CALCSTND
               if WS-CALCSTND-STATUS not = "00"
                   display "FATAL: unable to open CALCSTND, status "
                       WS-CALCSTND-STATUS
                   move 16 to return-code
                   goback
               end-if
               close CALCSTND
               open i-o CALCSTND
               if WS-CALCSTND-STATUS not = "00"
                   display "FATAL: unable to reopen CALCSTND, status "
                       WS-CALCSTND-STATUS
                   move 16 to return-code
                   goback
               end-if
           end-if
           move FUNCTION CURRENT-DATE to WS-CURRENT-DATE

           display "===== Calc standing instruction maintenance ====="
           display "Enter your operator ID: "
           accept WS-OPERATOR-ID
           if WS-OPERATOR-ID = spaces
               display "Operator ID is required - no changes made"
               move 8 to return-code
           else
               perform maintain-one-instruction
                   until WS-MAINTENANCE-DONE
               perform maintenance-totals
           end-if

           close CALCSTND
           goback
           .

       maintain-one-instruction section.
           display "Enter action (A=add, E=change end date, C=cancel,"
               " D=display, spaces to end): "
           accept WS-ACTION
           evaluate WS-ACTION
               when "A"
                   perform add-one-instruction
               when "E"
                   perform change-end-date
               when "C"
                   perform cancel-one-instruction
               when "D"
                   perform display-one-instruction
               when spaces
                   set WS-MAINTENANCE-DONE to true
               when other
                   display "Action must be A, E, C or D"
           end-evaluate
           .

       add-one-instruction section.
           perform accept-instruction-id
           if WS-STND-ID = spaces
               display "Instruction not added - a five character"
                   " instruction ID is required"
           else
               display "Enter the description: "
               move spaces to WS-DESCRIPTION
               accept WS-DESCRIPTION
               perform accept-instruction-detail
               if WS-INSTRUCTION-VALID
                   move spaces to CALCSTND-RECORD
                   move WS-STND-ID to STND-ID
                   move WS-DESCRIPTION to STND-DESCRIPTION
                   move "A" to STND-STATUS
                   move WS-FREQUENCY to STND-FREQUENCY
                   move WS-START-DATE to STND-START-DATE
                   move WS-END-DATE to STND-END-DATE
                   move WS-OP-CODE to STND-OP-CODE
                   move WS-NUM1 to STND-NUM1
                   move WS-NUM2 to STND-NUM2
                   move WS-RATE-CODE to STND-RATE-CODE
                   move WS-SOURCE-REF to STND-SOURCE-REF
                   move WS-START-DATE to STND-NEXT-DUE-DATE
                   move zero to STND-GEN-SEQ
                   move WS-RUN-DATE-CCYYMMDD to STND-MAINT-DATE
                   move WS-OPERATOR-ID to STND-MAINT-OPERATOR
                   write CALCSTND-RECORD
                       invalid key
                           display "Instruction " WS-STND-ID
                               " is already on file"
                       not invalid key
                           add 1 to WS-ADDED-COUNT
                           display "Instruction " WS-STND-ID
                               " added, first due " WS-START-DATE
                   end-write
               end-if
           end-if
           .

       change-end-date section.
           perform accept-instruction-id
           move WS-STND-ID to STND-ID
           read CALCSTND
               invalid key
                   display "Instruction " WS-STND-ID " not found"
               not invalid key
                   perform show-instruction
                   if STND-CANCELLED
                       display "Instruction " WS-STND-ID
                           " is cancelled - end date not changed"
                   else
                       perform accept-new-end-date
                   end-if
           end-read
           .

       accept-new-end-date section.
           move STND-START-DATE to WS-START-DATE
           perform accept-end-date
           if WS-INSTRUCTION-VALID
               move WS-END-DATE to STND-END-DATE
               if STND-ENDED
                   and (WS-END-DATE = spaces
                       or WS-END-DATE not < STND-NEXT-DUE-DATE)
                   move "A" to STND-STATUS
                   display "Instruction " WS-STND-ID
                       " reactivated, next due " STND-NEXT-DUE-DATE
               end-if
               perform rewrite-instruction
               add 1 to WS-END-CHANGED-COUNT
               display "Instruction " WS-STND-ID " end date changed"
           end-if
           .

       cancel-one-instruction section.
           perform accept-instruction-id
           move WS-STND-ID to STND-ID
           read CALCSTND
               invalid key
                   display "Instruction " WS-STND-ID " not found"
               not invalid key
                   if STND-CANCELLED
                       display "Instruction " WS-STND-ID
                           " is already cancelled"
                   else
                       move "C" to STND-STATUS
                       perform rewrite-instruction
                       add 1 to WS-CANCELLED-COUNT
                       display "Instruction " WS-STND-ID " cancelled -"
                           " CALCSTGN will generate no more"
                           " transactions from it"
                   end-if
           end-read
           .

       display-one-instruction section.
           perform accept-instruction-id
           move WS-STND-ID to STND-ID
           read CALCSTND
               invalid key
                   display "Instruction " WS-STND-ID " not found"
               not invalid key
                   perform show-instruction
           end-read
           .

       show-instruction section.
           display "Instruction ID : " STND-ID
           display "Description    : " STND-DESCRIPTION
           evaluate true
               when STND-ACTIVE
                   display "Status         : ACTIVE"
               when STND-ENDED
                   display "Status         : ENDED"
               when other
                   display "Status         : CANCELLED"
           end-evaluate
           evaluate true
               when STND-DAILY
                   display "Frequency      : DAILY"
               when STND-WEEKLY
                   display "Frequency      : WEEKLY"
               when other
                   display "Frequency      : MONTHLY"
           end-evaluate
           display "Start date     : " STND-START-DATE
           if STND-END-DATE = spaces
               display "End date       : (open ended)"
           else
               display "End date       : " STND-END-DATE
           end-if
           display "Operation code : " STND-OP-CODE
           display "Operand 1      : " STND-NUM1
           display "Operand 2      : " STND-NUM2
           display "Rate code      : " STND-RATE-CODE
           display "Source ref     : " STND-SOURCE-REF
           display "Next due date  : " STND-NEXT-DUE-DATE
           display "Last generated : " STND-LAST-GEN-DATE
               " (" STND-GEN-SEQ " transactions)"
           display "Last changed   : " STND-MAINT-DATE
               " by " STND-MAINT-OPERATOR
           .

       accept-instruction-id section.
           display "Enter the instruction ID (5 characters): "
           move spaces to WS-STND-ID
           accept WS-STND-ID
           .

       accept-instruction-detail section.
           set WS-INSTRUCTION-VALID to true
           display "Enter the frequency (D=daily, W=weekly,"
               " M=monthly): "
           move spaces to WS-FREQUENCY
           accept WS-FREQUENCY
           if WS-FREQUENCY not = "D" and not = "W" and not = "M"
               display "Instruction not saved - frequency must be"
                   " D, W or M"
               move "N" to WS-VALID-FLAG
           end-if
           if WS-INSTRUCTION-VALID
               display "Enter the start date (CCYYMMDD): "
               move spaces to WS-START-DATE
               accept WS-START-DATE
               move WS-START-DATE to WS-CHECK-DATE
               perform check-calendar-date
               if not WS-INSTRUCTION-VALID
                   display "Instruction not saved - start date "
                       WS-START-DATE " is not a valid date"
               end-if
           end-if
           if WS-INSTRUCTION-VALID
               perform accept-end-date
           end-if
           if WS-INSTRUCTION-VALID
               display "Enter the operation code (A, S, D, M, P, R"
                   " or E): "
               move spaces to WS-OP-CODE
               accept WS-OP-CODE
               if WS-OP-CODE not = "A" and not = "S" and not = "D"
                   and not = "M" and not = "P" and not = "R"
                   and not = "E"
                   display "Instruction not saved - " WS-OP-CODE
                       " is not an operation code"
                   move "N" to WS-VALID-FLAG
               end-if
           end-if
           if WS-INSTRUCTION-VALID
               display "Enter operand 1: "
               accept WS-NUM1
               display "Enter operand 2 (zero when a rate code is"
                   " used): "
               accept WS-NUM2
               if WS-NUM1 not numeric or WS-NUM2 not numeric
                   display "Instruction not saved - operands must"
                       " be numeric"
                   move "N" to WS-VALID-FLAG
               end-if
           end-if
           if WS-INSTRUCTION-VALID
               display "Enter the rate code (spaces for none): "
               move spaces to WS-RATE-CODE
               accept WS-RATE-CODE
               display "Enter the source document reference: "
               move spaces to WS-SOURCE-REF
               accept WS-SOURCE-REF
               if WS-SOURCE-REF = spaces
                   display "Instruction not saved - a source"
                       " document reference is required"
                   move "N" to WS-VALID-FLAG
               end-if
           end-if
           .

       accept-end-date section.
           set WS-INSTRUCTION-VALID to true
           display "Enter the end date (CCYYMMDD, spaces for open"
               " ended): "
           move spaces to WS-END-DATE
           accept WS-END-DATE
           if WS-END-DATE not = spaces
               move WS-END-DATE to WS-CHECK-DATE
               perform check-calendar-date
               if not WS-INSTRUCTION-VALID
                   display "Instruction not saved - end date "
                       WS-END-DATE " is not a valid date"
               else
                   if WS-END-DATE < WS-START-DATE
                       display "Instruction not saved - end date is"
                           " before the start date " WS-START-DATE
                       move "N" to WS-VALID-FLAG
                   end-if
               end-if
           end-if
           .

       check-calendar-date section.
           if WS-CHECK-DATE not numeric
               move "N" to WS-VALID-FLAG
           else
               move WS-CHECK-DATE to WS-CHECK-DATE-NUM
               if FUNCTION TEST-DATE-YYYYMMDD (WS-CHECK-DATE-NUM)
                   not = zero
                   move "N" to WS-VALID-FLAG
               end-if
           end-if
           .

       rewrite-instruction section.
           move WS-RUN-DATE-CCYYMMDD to STND-MAINT-DATE
           move WS-OPERATOR-ID to STND-MAINT-OPERATOR
           rewrite CALCSTND-RECORD
           if WS-CALCSTND-STATUS not = "00"
               display "FATAL: unable to rewrite CALCSTND, status "
                   WS-CALCSTND-STATUS
               move 16 to return-code
               goback
           end-if
           .

       maintenance-totals section.
           display "===== CALCSTM maintenance totals ====="
           display "Operator : " WS-OPERATOR-ID
           display "Instructions added : " WS-ADDED-COUNT
           display "End dates changed : " WS-END-CHANGED-COUNT
           display "Instructions cancelled : " WS-CANCELLED-COUNT
           .
