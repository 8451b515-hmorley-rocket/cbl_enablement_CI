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

           select CALCMHST assign to "CALCMHST"
           88 WS-INQUIRY-DONE value "Y".
       01 WS-HIST-EOF-FLAG pic x(1) value "N".
           88 WS-CALCMHST-EOF value "Y".
       01 WS-MSTR-EOF-FLAG pic x(1) value "N".
           88 WS-CALCMSTR-EOF value "Y".
       01 WS-BROWSE-FLAG pic x(1) value "N".
           88 WS-BROWSE-DONE value "Y".

       01 WS-INQUIRY-MODE pic x(1) value spaces.
       01 WS-TRAN-ID pic x(10) value spaces.
       01 WS-SOURCE-REF pic x(12) value spaces.
       01 WS-FROM-DATE pic x(8) value spaces.
       01 WS-TO-DATE pic x(8) value spaces.

       01 WS-BROWSE-USED pic 9(3) value zero.
       01 WS-BROWSE-TABLE.
           05 WS-BROWSE-ENTRY occurs 500 times indexed by BRW-IX.
               10 WS-BRW-TRAN-ID pic x(10).
               10 WS-BRW-SOURCE-REF pic x(12).
               10 WS-BRW-RUN-DATE pic x(8).
               10 WS-BRW-OP-CODE pic x(1).
               10 WS-BRW-RESULT pic s9(5)v9(4)
                   sign is trailing separate.
               10 WS-BRW-STATUS pic x(1).
       01 WS-BROWSE-DROPPED pic 9(7) value zero.
       01 WS-PAGE-SIZE pic 9(2) value 10.
       01 WS-PAGE-NUMBER pic 9(3) value zero.
       01 WS-PAGE-TOTAL pic 9(3) value zero.
       01 WS-PAGE-FIRST pic 9(3) value zero.
       01 WS-PAGE-LAST pic 9(3) value zero.
       01 WS-BRW-SUB pic 9(3) value zero.
       01 WS-PICK pic 9(2) value zero.
       01 WS-LINE-NUMBER pic z9 value spaces.
       01 WS-STATUS-TEXT pic x(10) value spaces.

       01 WS-BROWSE-CMD pic x(2) value spaces.
       01 WS-BROWSE-CMD-R redefines WS-BROWSE-CMD.
           05 WS-BROWSE-CMD-1 pic x(1).
           05 WS-BROWSE-CMD-2 pic x(1).
       01 WS-BROWSE-CMD-NUM redefines WS-BROWSE-CMD pic 9(2).

       01 WS-VERSION-USED pic 9(2) value zero.
       01 WS-VERSION-TABLE.
           end-if

           display "===== Calc results inquiry ====="
           perform choose-inquiry-mode
               until WS-INQUIRY-DONE

           close CALCMSTR
           goback
           .

       choose-inquiry-mode section.
           display "Enter inquiry mode (T=transaction ID, S=source"
               " reference, D=run date or range, spaces to end): "
           move spaces to WS-INQUIRY-MODE
           accept WS-INQUIRY-MODE
           evaluate WS-INQUIRY-MODE
               when "T"
                   perform inquire-one-transaction
               when "S"
                   perform browse-by-source-ref
               when "D"
                   perform browse-by-run-date
               when spaces
                   set WS-INQUIRY-DONE to true
               when other
                   display "Inquiry mode must be T, S or D"
           end-evaluate
           .

       inquire-one-transaction section.
           display "Enter transaction ID: "
           accept WS-TRAN-ID
           if WS-TRAN-ID not = spaces
               perform show-one-transaction
           end-if
           .

       show-one-transaction section.
           move WS-TRAN-ID to MSTR-TRAN-ID
           read CALCMSTR
               invalid key
                   display "Transaction " WS-TRAN-ID " not found"
               not invalid key
                   perform display-master-record
           end-read
           .

       browse-by-source-ref section.
           display "Enter source document reference: "
           accept WS-SOURCE-REF
           if WS-SOURCE-REF not = spaces
               perform reset-browse-table
               move WS-SOURCE-REF to MSTR-SOURCE-REF
               start CALCMSTR key = MSTR-SOURCE-REF
                   invalid key
                       set WS-CALCMSTR-EOF to true
               end-start
               perform load-source-ref-entry
                   until WS-CALCMSTR-EOF
               if WS-BROWSE-USED = zero
                   display "No transactions for source reference "
                       WS-SOURCE-REF
               else
                   display "Transactions for source reference "
                       WS-SOURCE-REF
                   perform browse-loaded-entries
               end-if
           end-if
           .

       load-source-ref-entry section.
           read CALCMSTR next
               at end
                   set WS-CALCMSTR-EOF to true
               not at end
                   if MSTR-SOURCE-REF = WS-SOURCE-REF
                       perform add-browse-entry
                   else
                       set WS-CALCMSTR-EOF to true
                   end-if
           end-read
           .

       browse-by-run-date section.
           display "Enter run date, or first date of range"
               " (CCYYMMDD): "
           accept WS-FROM-DATE
           display "Enter last date of range (spaces for one day): "
           move spaces to WS-TO-DATE
           accept WS-TO-DATE
           if WS-TO-DATE = spaces
               move WS-FROM-DATE to WS-TO-DATE
           end-if
           evaluate true
               when WS-FROM-DATE not numeric
                   or WS-TO-DATE not numeric
                   display "Dates must be numeric CCYYMMDD"
               when WS-TO-DATE < WS-FROM-DATE
                   display "Last date is before the first date"
               when other
                   perform reset-browse-table
                   move WS-FROM-DATE to MSTR-RUN-DATE
                   start CALCMSTR key not < MSTR-RUN-DATE
                       invalid key
                           set WS-CALCMSTR-EOF to true
                   end-start
                   perform load-run-date-entry
                       until WS-CALCMSTR-EOF
                   if WS-BROWSE-USED = zero
                       display "No transactions posted "
                           WS-FROM-DATE " to " WS-TO-DATE
                   else
                       display "Transactions posted "
                           WS-FROM-DATE " to " WS-TO-DATE
                       perform browse-loaded-entries
                   end-if
           end-evaluate
           .

       load-run-date-entry section.
           read CALCMSTR next
               at end
                   set WS-CALCMSTR-EOF to true
               not at end
                   if MSTR-RUN-DATE > WS-TO-DATE
                       set WS-CALCMSTR-EOF to true
                   else
                       perform add-browse-entry
                   end-if
           end-read
           .

       reset-browse-table section.
           move zero to WS-BROWSE-USED
           move zero to WS-BROWSE-DROPPED
           move "N" to WS-MSTR-EOF-FLAG
           .

       add-browse-entry section.
           if WS-BROWSE-USED < 500
               add 1 to WS-BROWSE-USED
               set BRW-IX to WS-BROWSE-USED
               move MSTR-TRAN-ID to WS-BRW-TRAN-ID (BRW-IX)
               move MSTR-SOURCE-REF to WS-BRW-SOURCE-REF (BRW-IX)
               move MSTR-RUN-DATE to WS-BRW-RUN-DATE (BRW-IX)
               move MSTR-OP-CODE to WS-BRW-OP-CODE (BRW-IX)
               move MSTR-RESULT to WS-BRW-RESULT (BRW-IX)
               move MSTR-STATUS to WS-BRW-STATUS (BRW-IX)
           else
               add 1 to WS-BROWSE-DROPPED
           end-if
           .

       browse-loaded-entries section.
           if WS-BROWSE-DROPPED > zero
               display "WARNING: browse table full - "
                   WS-BROWSE-DROPPED " later transactions not"
                   " listed, narrow the selection"
           end-if
           compute WS-PAGE-TOTAL =
               (WS-BROWSE-USED + WS-PAGE-SIZE - 1) / WS-PAGE-SIZE
           move 1 to WS-PAGE-NUMBER
           move "N" to WS-BROWSE-FLAG
           perform browse-one-page
               until WS-BROWSE-DONE
           .

       browse-one-page section.
           compute WS-PAGE-FIRST =
               (WS-PAGE-NUMBER - 1) * WS-PAGE-SIZE + 1
           compute WS-PAGE-LAST = WS-PAGE-FIRST + WS-PAGE-SIZE - 1
           if WS-PAGE-LAST > WS-BROWSE-USED
               move WS-BROWSE-USED to WS-PAGE-LAST
           end-if
           display "Page " WS-PAGE-NUMBER " of " WS-PAGE-TOTAL
               " (" WS-BROWSE-USED " transactions)"
           display "  No Tran ID    Source ref   Run date Op"
               "     Result  Status"
           perform display-browse-line
               varying WS-BRW-SUB from WS-PAGE-FIRST by 1
               until WS-BRW-SUB > WS-PAGE-LAST
           display "Enter line number to view, N=next page,"
               " P=previous page, spaces to end browse: "
           move spaces to WS-BROWSE-CMD
           accept WS-BROWSE-CMD
           perform take-browse-command
           .

       display-browse-line section.
           compute WS-PICK = WS-BRW-SUB - WS-PAGE-FIRST + 1
           move WS-PICK to WS-LINE-NUMBER
           set BRW-IX to WS-BRW-SUB
           move WS-BRW-STATUS (BRW-IX) to MSTR-STATUS
           perform set-status-text
           display "  " WS-LINE-NUMBER " " WS-BRW-TRAN-ID (BRW-IX)
               " " WS-BRW-SOURCE-REF (BRW-IX)
               " " WS-BRW-RUN-DATE (BRW-IX)
               " " WS-BRW-OP-CODE (BRW-IX)
               "  " WS-BRW-RESULT (BRW-IX)
               " " WS-STATUS-TEXT
           .

       take-browse-command section.
           move zero to WS-PICK
           if WS-BROWSE-CMD-1 numeric and WS-BROWSE-CMD-2 = space
               move WS-BROWSE-CMD-1 to WS-PICK
           end-if
           if WS-BROWSE-CMD-NUM numeric
               move WS-BROWSE-CMD-NUM to WS-PICK
           end-if
           evaluate true
               when WS-BROWSE-CMD = spaces
                   set WS-BROWSE-DONE to true
               when WS-BROWSE-CMD = "N"
                   if WS-PAGE-NUMBER < WS-PAGE-TOTAL
                       add 1 to WS-PAGE-NUMBER
                   else
                       display "Already on the last page"
                   end-if
               when WS-BROWSE-CMD = "P"
                   if WS-PAGE-NUMBER > 1
                       subtract 1 from WS-PAGE-NUMBER
                   else
                       display "Already on the first page"
                   end-if
               when WS-PICK > zero
                   and WS-PICK not > WS-PAGE-LAST - WS-PAGE-FIRST + 1
                   compute WS-BRW-SUB = WS-PAGE-FIRST + WS-PICK - 1
                   set BRW-IX to WS-BRW-SUB
                   move WS-BRW-TRAN-ID (BRW-IX) to WS-TRAN-ID
                   perform show-one-transaction
               when other
                   display "Enter a line number shown, N, P or spaces"
           end-evaluate
           .

       set-status-text section.
           evaluate true
               when MSTR-REVERSED
                   move "REVERSED" to WS-STATUS-TEXT
               when MSTR-HELD
                   move "HELD" to WS-STATUS-TEXT
               when MSTR-RELEASED
                   move "RELEASED" to WS-STATUS-TEXT
               when MSTR-HOLD-REJECTED
                   move "HOLD REJ" to WS-STATUS-TEXT
               when other
                   move "ACTIVE" to WS-STATUS-TEXT
           end-evaluate
           .

       display-master-record section.
           display "Operand 2      : " MSTR-NUM2
           display "Result         : " MSTR-RESULT
           display "Run date       : " MSTR-RUN-DATE
           evaluate true
               when MSTR-REVERSED
                   display "Status         : REVERSED on "
                       MSTR-REVERSAL-DATE
               when MSTR-HELD
                   display "Status         : HELD FOR RELEASE"
               when MSTR-RELEASED
                   display "Status         : RELEASED, AWAITING FEED"
               when MSTR-HOLD-REJECTED
                   display "Status         : REJECTED AT HOLD"
               when other
                   display "Status         : ACTIVE"
           end-evaluate
           perform show-version-history
           .

