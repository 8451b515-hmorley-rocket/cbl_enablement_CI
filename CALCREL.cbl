       identification division.
       program-id. CALCREL.

       environment division.
       input-output section.
       file-control.
           select CALCHOLD assign to "CALCHOLD"
               organization is indexed
               access mode is dynamic
               record key is HOLD-TRAN-ID
               file status is WS-CALCHOLD-STATUS.

           select CALCMSTR assign to "CALCMSTR"
               organization is indexed
               access mode is random
               record key is MSTR-TRAN-ID
               alternate record key is MSTR-SOURCE-REF
                   with duplicates
               alternate record key is MSTR-RUN-DATE
                   with duplicates
               file status is WS-CALCMSTR-STATUS.

           select CALCHAUD assign to "CALCHAUD"
               organization is line sequential
               file status is WS-CALCHAUD-STATUS.

       data division.
       file section.
       fd  CALCHOLD.
       copy "CALCHOLD.cpy".

       fd  CALCMSTR.
       copy "CALCMSTR.cpy".

       fd  CALCHAUD.
       copy "CALCHAUD.cpy".

       working-storage section.
       01 WS-CALCHOLD-STATUS pic x(2) value spaces.
       01 WS-CALCMSTR-STATUS pic x(2) value spaces.
       01 WS-CALCHAUD-STATUS pic x(2) value spaces.

       01 WS-HOLD-EOF-FLAG pic x(1) value "N".
           88 WS-CALCHOLD-EOF value "Y".
       01 WS-DONE-FLAG pic x(1) value "N".
           88 WS-RELEASE-DONE value "Y".

       01 WS-OPERATOR-ID pic x(8) value spaces.
       01 WS-DECISION pic x(1) value spaces.
       01 WS-REJECT-REASON pic x(30) value spaces.

       01 WS-HELD-COUNT pic 9(7) value zero.
       01 WS-RELEASED-COUNT pic 9(7) value zero.
       01 WS-REJECTED-COUNT pic 9(7) value zero.
       01 WS-LEFT-COUNT pic 9(7) value zero.

       01 WS-CURRENT-DATE pic x(21) value spaces.

       procedure division.
           open i-o CALCHOLD
           evaluate WS-CALCHOLD-STATUS
               when "00"
                   continue
               when "35"
                   display "No high-value hold queue on file -"
                       " nothing to release"
                   goback
               when other
                   display "FATAL: unable to open CALCHOLD, status "
                       WS-CALCHOLD-STATUS
                   move 16 to return-code
                   goback
           end-evaluate

           open i-o CALCMSTR
           if WS-CALCMSTR-STATUS not = "00"
               display "FATAL: unable to open CALCMSTR, status "
                   WS-CALCMSTR-STATUS
               move 16 to return-code
               goback
           end-if

           open extend CALCHAUD
           if WS-CALCHAUD-STATUS not = "00"
               open output CALCHAUD
               if WS-CALCHAUD-STATUS not = "00"
                   display "FATAL: unable to open CALCHAUD, status "
                       WS-CALCHAUD-STATUS
                   move 16 to return-code
                   goback
               end-if
           end-if

           display "===== Calc high-value hold release ====="
           display "Enter your operator ID: "
           accept WS-OPERATOR-ID
           if WS-OPERATOR-ID = spaces
               display "Operator ID is required - no decisions taken"
               move 8 to return-code
           else
               perform list-held-items
               if WS-HELD-COUNT = zero
                   display "No items awaiting release"
               else
                   perform decide-held-items
               end-if
               perform release-totals
           end-if

           close CALCHOLD
           close CALCMSTR
           close CALCHAUD
           goback
           .

       list-held-items section.
           display "Items held for supervisor release:"
           display "  Tran ID    Op  Result       Threshold"
               "   Source ref   Batch    Held"
           perform position-hold-file
           perform list-one-held-item
               until WS-CALCHOLD-EOF
           display "Items held : " WS-HELD-COUNT
           .

       list-one-held-item section.
           read CALCHOLD next
               at end
                   set WS-CALCHOLD-EOF to true
               not at end
                   if HOLD-HELD
                       add 1 to WS-HELD-COUNT
                       display "  " HOLD-TRAN-ID " " HOLD-OP-CODE
                           "   " HOLD-RESULT " " HOLD-THRESHOLD
                           " " HOLD-SOURCE-REF " " HOLD-BATCH-ID
                           " " HOLD-DATE
                   end-if
           end-read
           .

       decide-held-items section.
           perform position-hold-file
           perform decide-one-held-item
               until WS-CALCHOLD-EOF or WS-RELEASE-DONE
           .

       decide-one-held-item section.
           read CALCHOLD next
               at end
                   set WS-CALCHOLD-EOF to true
               not at end
                   if HOLD-HELD
                       perform take-hold-decision
                   end-if
           end-read
           .

       take-hold-decision section.
           display "Transaction " HOLD-TRAN-ID " op " HOLD-OP-CODE
               " operands " HOLD-NUM1 " / " HOLD-NUM2
           display "  result " HOLD-RESULT " threshold "
               HOLD-THRESHOLD " source " HOLD-SOURCE-REF
           display "Release (R), reject (J), leave held (spaces)"
               " or end (E): "
           accept WS-DECISION
           evaluate WS-DECISION
               when "R"
                   perform release-held-item
               when "J"
                   perform reject-held-item
               when "E"
                   set WS-RELEASE-DONE to true
               when spaces
                   continue
               when other
                   display "Decision must be R, J, E or spaces - "
                       HOLD-TRAN-ID " left held"
           end-evaluate
           .

       release-held-item section.
           move "L" to HOLD-STATUS
           move spaces to HOLD-REASON
           perform record-hold-decision
           add 1 to WS-RELEASED-COUNT
           display "Transaction " HOLD-TRAN-ID
               " released for the next feed"
           .

       reject-held-item section.
           display "Enter the reject reason (spaces for default): "
           accept WS-REJECT-REASON
           if WS-REJECT-REASON = spaces
               move "REJECTED AT HIGH-VALUE HOLD" to WS-REJECT-REASON
           end-if
           move "J" to HOLD-STATUS
           move WS-REJECT-REASON to HOLD-REASON
           perform record-hold-decision
           add 1 to WS-REJECTED-COUNT
           display "Transaction " HOLD-TRAN-ID
               " rejected to CALCERR"
           .

       record-hold-decision section.
           move FUNCTION CURRENT-DATE to WS-CURRENT-DATE
           move WS-OPERATOR-ID to HOLD-OPERATOR
           move WS-CURRENT-DATE to HOLD-DECISION-TIME
           rewrite CALCHOLD-RECORD
           if WS-CALCHOLD-STATUS not = "00"
               display "FATAL: unable to rewrite CALCHOLD, status "
                   WS-CALCHOLD-STATUS
               move 16 to return-code
               goback
           end-if

           move HOLD-TRAN-ID to MSTR-TRAN-ID
           read CALCMSTR
               invalid key
                   display "WARNING: master record for "
                       HOLD-TRAN-ID " not found"
               not invalid key
                   if MSTR-HELD
                       move HOLD-STATUS to MSTR-STATUS
                       rewrite CALCMSTR-RECORD
                       if WS-CALCMSTR-STATUS not = "00"
                           display "FATAL: unable to rewrite CALCMSTR,"
                               " status " WS-CALCMSTR-STATUS
                           move 16 to return-code
                           goback
                       end-if
                   end-if
           end-read

           move WS-CURRENT-DATE to HAUD-TIMESTAMP
           move WS-OPERATOR-ID to HAUD-OPERATOR
           move HOLD-TRAN-ID to HAUD-TRAN-ID
           move HOLD-STATUS to HAUD-DECISION
           move HOLD-RESULT to HAUD-RESULT
           move HOLD-THRESHOLD to HAUD-THRESHOLD
           move HOLD-REASON to HAUD-REASON
           write CALCHAUD-RECORD
           if WS-CALCHAUD-STATUS not = "00"
               display "FATAL: unable to write CALCHAUD, status "
                   WS-CALCHAUD-STATUS
               move 16 to return-code
               goback
           end-if
           .

       position-hold-file section.
           move "N" to WS-HOLD-EOF-FLAG
           move low-values to HOLD-TRAN-ID
           start CALCHOLD key not < HOLD-TRAN-ID
               invalid key
                   set WS-CALCHOLD-EOF to true
           end-start
           .

       release-totals section.
           compute WS-LEFT-COUNT = WS-HELD-COUNT - WS-RELEASED-COUNT
               - WS-REJECTED-COUNT
           display "===== CALCREL release totals ====="
           display "Operator : " WS-OPERATOR-ID
           display "Items held at start : " WS-HELD-COUNT
           display "Released : " WS-RELEASED-COUNT
           display "Rejected : " WS-REJECTED-COUNT
           display "Left held : " WS-LEFT-COUNT
           .
