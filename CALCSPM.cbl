       identification division.
       program-id. CALCSPM.

       environment division.
       input-output section.
       file-control.
           select CALCSNDR assign to "CALCSNDR"
               organization is indexed
               access mode is random
               record key is SNDR-PREFIX
               file status is WS-CALCSNDR-STATUS.

       data division.
       file section.
       fd  CALCSNDR.
       copy "CALCSNDR.cpy".

       working-storage section.
       01 WS-CALCSNDR-STATUS pic x(2) value spaces.

       01 WS-DONE-FLAG pic x(1) value "N".
           88 WS-MAINTENANCE-DONE value "Y".
       01 WS-VALID-FLAG pic x(1) value "Y".
           88 WS-PROFILE-VALID value "Y".
       01 WS-RATE-END-FLAG pic x(1) value "N".
           88 WS-RATE-ENTRY-DONE value "Y".

       01 WS-OPERATOR-ID pic x(8) value spaces.
       01 WS-ACTION pic x(1) value spaces.
       01 WS-PREFIX pic x(4) value spaces.
       01 WS-SENDER-NAME pic x(30) value spaces.
       01 WS-OP-CODES pic x(7) value spaces.
       01 WS-OP-CODES-R redefines WS-OP-CODES.
           05 WS-OP-CODE pic x(1) occurs 7 times.
       01 WS-MAX-OPERAND pic 9(5)v9(4) value zero.
       01 WS-RATE-CODES.
           05 WS-RATE-CODE pic x(4) occurs 10 times.
       01 WS-RATE-ENTRY pic x(4) value spaces.
       01 WS-OP-SUB pic 9(2) value zero.
       01 WS-RATE-SUB pic 9(2) value zero.
       01 WS-RATE-USED pic 9(2) value zero.

       01 WS-ADDED-COUNT pic 9(7) value zero.
       01 WS-CHANGED-COUNT pic 9(7) value zero.
       01 WS-SUSPENDED-COUNT pic 9(7) value zero.
       01 WS-REACTIVATED-COUNT pic 9(7) value zero.

       01 WS-CURRENT-DATE pic x(21) value spaces.
       01 WS-RUN-DATE redefines WS-CURRENT-DATE.
           05 WS-RUN-DATE-CCYYMMDD pic x(8).
           05 filler pic x(13).

       procedure division.
           open i-o CALCSNDR
           if WS-CALCSNDR-STATUS not = "00"
               open output CALCSNDR
               if WS-CALCSNDR-STATUS not = "00"
                   display "FATAL: unable to open CALCSNDR, status "
                       WS-CALCSNDR-STATUS
                   move 16 to return-code
                   goback
               end-if
               close CALCSNDR
               open i-o CALCSNDR
               if WS-CALCSNDR-STATUS not = "00"
                   display "FATAL: unable to reopen CALCSNDR, status "
                       WS-CALCSNDR-STATUS
                   move 16 to return-code
                   goback
               end-if
           end-if
           move FUNCTION CURRENT-DATE to WS-CURRENT-DATE

           display "===== Calc sender profile maintenance ====="
           display "Enter your operator ID: "
           accept WS-OPERATOR-ID
           if WS-OPERATOR-ID = spaces
               display "Operator ID is required - no changes made"
               move 8 to return-code
           else
               perform maintain-one-profile
                   until WS-MAINTENANCE-DONE
               perform maintenance-totals
           end-if

           close CALCSNDR
           goback
           .

       maintain-one-profile section.
           display "Enter action (A=add, C=change limits, S=suspend,"
               " R=reactivate, D=display, spaces to end): "
           accept WS-ACTION
           evaluate WS-ACTION
               when "A"
                   perform add-one-profile
               when "C"
                   perform change-one-profile
               when "S"
                   perform suspend-one-profile
               when "R"
                   perform reactivate-one-profile
               when "D"
                   perform display-one-profile
               when spaces
                   set WS-MAINTENANCE-DONE to true
               when other
                   display "Action must be A, C, S, R or D"
           end-evaluate
           .

       add-one-profile section.
           perform accept-sender-prefix
           if WS-PREFIX = spaces
               display "Profile not added - a four character batch"
                   " ID prefix is required"
           else
               display "Enter the sender name: "
               accept WS-SENDER-NAME
               perform accept-profile-limits
               if WS-PROFILE-VALID
                   move spaces to CALCSNDR-RECORD
                   move WS-PREFIX to SNDR-PREFIX
                   move WS-SENDER-NAME to SNDR-NAME
                   move "A" to SNDR-STATUS
                   perform move-profile-limits
                   write CALCSNDR-RECORD
                       invalid key
                           display "Sender " WS-PREFIX
                               " is already on file"
                       not invalid key
                           add 1 to WS-ADDED-COUNT
                           display "Sender " WS-PREFIX
                               " added, active"
                   end-write
               end-if
           end-if
           .

       change-one-profile section.
           perform accept-sender-prefix
           move WS-PREFIX to SNDR-PREFIX
           read CALCSNDR
               invalid key
                   display "Sender " WS-PREFIX " not found"
               not invalid key
                   perform show-profile
                   perform accept-profile-limits
                   if WS-PROFILE-VALID
                       perform move-profile-limits
                       perform rewrite-profile
                       add 1 to WS-CHANGED-COUNT
                       display "Sender " WS-PREFIX " limits changed"
                   end-if
           end-read
           .

       suspend-one-profile section.
           perform accept-sender-prefix
           move WS-PREFIX to SNDR-PREFIX
           read CALCSNDR
               invalid key
                   display "Sender " WS-PREFIX " not found"
               not invalid key
                   if SNDR-SUSPENDED
                       display "Sender " WS-PREFIX
                           " is already suspended"
                   else
                       move "S" to SNDR-STATUS
                       perform rewrite-profile
                       add 1 to WS-SUSPENDED-COUNT
                       display "Sender " WS-PREFIX " suspended -"
                           " CALCEDIT will reject its batches"
                   end-if
           end-read
           .

       reactivate-one-profile section.
           perform accept-sender-prefix
           move WS-PREFIX to SNDR-PREFIX
           read CALCSNDR
               invalid key
                   display "Sender " WS-PREFIX " not found"
               not invalid key
                   if SNDR-ACTIVE
                       display "Sender " WS-PREFIX " is already active"
                   else
                       move "A" to SNDR-STATUS
                       perform rewrite-profile
                       add 1 to WS-REACTIVATED-COUNT
                       display "Sender " WS-PREFIX " reactivated"
                   end-if
           end-read
           .

       display-one-profile section.
           perform accept-sender-prefix
           move WS-PREFIX to SNDR-PREFIX
           read CALCSNDR
               invalid key
                   display "Sender " WS-PREFIX " not found"
               not invalid key
                   perform show-profile
           end-read
           .

       show-profile section.
           display "Sender prefix  : " SNDR-PREFIX
           display "Sender name    : " SNDR-NAME
           if SNDR-ACTIVE
               display "Status         : ACTIVE"
           else
               display "Status         : SUSPENDED"
           end-if
           display "Operation codes: " SNDR-OP-CODES
           display "Max operand    : " SNDR-MAX-OPERAND
           display "Rate codes     : " SNDR-RATE-CODES
           display "Last changed   : " SNDR-MAINT-DATE
               " by " SNDR-MAINT-OPERATOR
           .

       accept-sender-prefix section.
           display "Enter the sender batch ID prefix (4 characters): "
           accept WS-PREFIX
           .

       accept-profile-limits section.
           set WS-PROFILE-VALID to true
           display "Enter the permitted operation codes, any of"
               " ASDMPRE (e.g. ASM): "
           move spaces to WS-OP-CODES
           accept WS-OP-CODES
           if WS-OP-CODES = spaces
               display "Profile not saved - at least one operation"
                   " code is required"
               move "N" to WS-VALID-FLAG
           else
               perform check-one-op-code
                   varying WS-OP-SUB from 1 by 1
                   until WS-OP-SUB > 7
           end-if
           if WS-PROFILE-VALID
               display "Enter the maximum operand amount: "
               accept WS-MAX-OPERAND
               if WS-MAX-OPERAND not numeric
                   or WS-MAX-OPERAND = zero
                   display "Profile not saved - maximum operand"
                       " must be numeric and greater than zero"
                   move "N" to WS-VALID-FLAG
               end-if
           end-if
           if WS-PROFILE-VALID
               move spaces to WS-RATE-CODES
               move zero to WS-RATE-USED
               move "N" to WS-RATE-END-FLAG
               display "Enter up to 10 permitted rate codes, one"
                   " per line (spaces to finish):"
               perform accept-one-rate-code
                   varying WS-RATE-SUB from 1 by 1
                   until WS-RATE-SUB > 10 or WS-RATE-ENTRY-DONE
           end-if
           .

       check-one-op-code section.
           if WS-OP-CODE (WS-OP-SUB) not = space
               and not = "A" and not = "S" and not = "D"
               and not = "M" and not = "P" and not = "R"
               and not = "E"
               display "Profile not saved - " WS-OP-CODE (WS-OP-SUB)
                   " is not an operation code"
               move "N" to WS-VALID-FLAG
           end-if
           .

       accept-one-rate-code section.
           move spaces to WS-RATE-ENTRY
           accept WS-RATE-ENTRY
           if WS-RATE-ENTRY = spaces
               set WS-RATE-ENTRY-DONE to true
           else
               add 1 to WS-RATE-USED
               move WS-RATE-ENTRY to WS-RATE-CODE (WS-RATE-USED)
           end-if
           .

       move-profile-limits section.
           move WS-OP-CODES to SNDR-OP-CODES
           move WS-MAX-OPERAND to SNDR-MAX-OPERAND
           move WS-RATE-CODES to SNDR-RATE-CODES
           move WS-RUN-DATE-CCYYMMDD to SNDR-MAINT-DATE
           move WS-OPERATOR-ID to SNDR-MAINT-OPERATOR
           .

       rewrite-profile section.
           move WS-RUN-DATE-CCYYMMDD to SNDR-MAINT-DATE
           move WS-OPERATOR-ID to SNDR-MAINT-OPERATOR
           rewrite CALCSNDR-RECORD
           if WS-CALCSNDR-STATUS not = "00"
               display "FATAL: unable to rewrite CALCSNDR, status "
                   WS-CALCSNDR-STATUS
               move 16 to return-code
               goback
           end-if
           .

       maintenance-totals section.
           display "===== CALCSPM maintenance totals ====="
           display "Operator : " WS-OPERATOR-ID
           display "Profiles added : " WS-ADDED-COUNT
           display "Profiles changed : " WS-CHANGED-COUNT
           display "Profiles suspended : " WS-SUSPENDED-COUNT
           display "Profiles reactivated : " WS-REACTIVATED-COUNT
           .
