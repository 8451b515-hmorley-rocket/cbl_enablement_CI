       identification division.
       program-id. CALCRTN.

       environment division.
       input-output section.
       file-control.
           select CALCEBT assign to "CALCEBT"
               organization is line sequential
               file status is WS-CALCEBT-STATUS.

           select CALCCBT assign to "CALCCBT"
               organization is line sequential
               file status is WS-CALCCBT-STATUS.

           select CALCREJ assign to "CALCREJ"
               organization is line sequential
               file status is WS-CALCREJ-STATUS.

           select CALCERR assign to "CALCERR"
               organization is line sequential
               file status is WS-CALCERR-STATUS.

           select CALCRTN assign to "CALCRTN"
               organization is line sequential
               file status is WS-CALCRTN-STATUS.

           select SORTRTN assign to "SORTRTN".

       data division.
       file section.
       fd  CALCEBT.
       copy "CALCBTOT.cpy".

       fd  CALCCBT.
       copy "CALCBTOT.cpy"
           replacing ==CALCBTOT-RECORD== by ==CALCCBT-RECORD==
           leading ==BTOT== by ==CBT==.

       fd  CALCREJ.
       copy "CALCREJ.cpy".

       fd  CALCERR.
       copy "CALCERR.cpy".

       fd  CALCRTN.
       copy "CALCRTN.cpy".

       sd  SORTRTN.
       01 SORTRTN-RECORD.
           05 SRTN-BATCH-SUB pic 9(4).
           05 SRTN-ITEM-SEQ pic 9(7).
           05 SRTN-TRAN-ID pic x(10).
           05 SRTN-REJECT-SOURCE pic x(1).
           05 SRTN-REASON-CODE pic x(4).
           05 SRTN-REASON-TEXT pic x(30).

       working-storage section.
       01 WS-CALCEBT-STATUS pic x(2) value spaces.
       01 WS-CALCCBT-STATUS pic x(2) value spaces.
       01 WS-CALCREJ-STATUS pic x(2) value spaces.
       01 WS-CALCERR-STATUS pic x(2) value spaces.
       01 WS-CALCRTN-STATUS pic x(2) value spaces.

       01 WS-EBT-EOF-FLAG pic x(1) value "N".
           88 WS-CALCEBT-EOF value "Y".
       01 WS-CBT-EOF-FLAG pic x(1) value "N".
           88 WS-CALCCBT-EOF value "Y".
       01 WS-REJ-EOF-FLAG pic x(1) value "N".
           88 WS-CALCREJ-EOF value "Y".
       01 WS-ERR-EOF-FLAG pic x(1) value "N".
           88 WS-CALCERR-EOF value "Y".
       01 WS-SORT-EOF-FLAG pic x(1) value "N".
           88 WS-SORT-EOF value "Y".

       copy "CALCRAW.cpy"
           replacing ==CALCRAW-RECORD== by ==WS-REJ-IMAGE==
           leading ==RAW== by ==RJI==.

       01 WS-BATCH-USED pic 9(4) value zero.
       01 WS-BATCH-TABLE.
           05 WS-BATCH-ENTRY occurs 2000 times indexed by BAT-IX.
               10 WS-BAT-ID pic x(8).
               10 WS-BAT-RETURN-TYPE pic x(1).
                   88 WS-BAT-CYCLE-RETURN value "C".
                   88 WS-BAT-LATE-RETURN value "L".
                   88 WS-BAT-INTERNAL value "I".
               10 WS-BAT-RECEIVED pic 9(7).
               10 WS-BAT-ACCEPTED pic 9(7).
               10 WS-BAT-EDIT-REJECTS pic 9(7).
               10 WS-BAT-CALC-FAILS pic 9(7).
               10 WS-BAT-EDIT-BALANCED pic x(1).
               10 WS-BAT-CALC-BALANCED pic x(1).
               10 WS-BAT-RESULT-HASH pic s9(11)v9(4).
       01 WS-FIND-BATCH-ID pic x(8) value spaces.
       01 WS-NEW-RETURN-TYPE pic x(1) value spaces.
       01 WS-BATCH-SUB pic 9(4) value zero.
       01 WS-ITEM-SEQ pic 9(7) value zero.

       01 WS-EBT-READ pic 9(7) value zero.
       01 WS-CBT-READ pic 9(7) value zero.
       01 WS-REJ-READ pic 9(7) value zero.
       01 WS-ERR-READ pic 9(7) value zero.
       01 WS-BATCH-RETURNED pic 9(7) value zero.
       01 WS-LATE-RETURNED pic 9(7) value zero.
       01 WS-UNBALANCED-RETURNED pic 9(7) value zero.
       01 WS-REJECT-RETURNED pic 9(7) value zero.
       01 WS-FAILURE-RETURNED pic 9(7) value zero.
       01 WS-INTERNAL-SKIPPED pic 9(7) value zero.

       copy "CALCRUNC.cpy".

       procedure division.
           perform run-control-startup
           perform load-edit-batches
           perform load-calc-batches

           sort SORTRTN
               on ascending key SRTN-BATCH-SUB
               on ascending key SRTN-ITEM-SEQ
               input procedure is release-return-items
               output procedure is write-return-file

           perform return-totals
           perform run-control-completion
           goback
           .

       run-control-startup section.
           move "S" to RUNC-FUNCTION
           move "CALCRTN" to RUNC-STEP-NAME
           move "CALC" to RUNC-PRED-NAME
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
           move "CALCRTN" to RUNC-STEP-NAME
           move "CALC" to RUNC-PRED-NAME
           call "CALCRUNC" using CALCRUNC-PARM
           if RUNC-FILE-ERROR
               move 16 to return-code
           end-if
           .

       load-edit-batches section.
           open input CALCEBT
           if WS-CALCEBT-STATUS not = "00"
               display "FATAL: unable to open CALCEBT, file status "
                   WS-CALCEBT-STATUS
               move 16 to return-code
               goback
           end-if
           perform load-one-edit-batch
               until WS-CALCEBT-EOF
           close CALCEBT
           .

       load-one-edit-batch section.
           read CALCEBT
               at end
                   set WS-CALCEBT-EOF to true
               not at end
                   add 1 to WS-EBT-READ
                   move BTOT-BATCH-ID to WS-FIND-BATCH-ID
                   move "C" to WS-NEW-RETURN-TYPE
                   perform add-batch-entry
                   move BTOT-DETAIL-COUNT to WS-BAT-RECEIVED (BAT-IX)
                   move BTOT-PASSED-COUNT to WS-BAT-ACCEPTED (BAT-IX)
                   move BTOT-BALANCED-FLAG
                       to WS-BAT-EDIT-BALANCED (BAT-IX)
           end-read
           .

       load-calc-batches section.
           open input CALCCBT
           if WS-CALCCBT-STATUS = "35"
               display "WARNING: no CALCCBT batch totals from Calc -"
                   " result hashes are returned as zero"
           else
               if WS-CALCCBT-STATUS not = "00"
                   display "FATAL: unable to open CALCCBT, file status "
                       WS-CALCCBT-STATUS
                   move 16 to return-code
                   goback
               end-if
               perform load-one-calc-batch
                   until WS-CALCCBT-EOF
               close CALCCBT
           end-if
           .

       load-one-calc-batch section.
           read CALCCBT
               at end
                   set WS-CALCCBT-EOF to true
               not at end
                   add 1 to WS-CBT-READ
                   move CBT-BATCH-ID to WS-FIND-BATCH-ID
                   move "I" to WS-NEW-RETURN-TYPE
                   perform find-batch-entry
                   move CBT-BALANCED-FLAG
                       to WS-BAT-CALC-BALANCED (BAT-IX)
                   move CBT-HASH to WS-BAT-RESULT-HASH (BAT-IX)
           end-read
           .

       find-batch-entry section.
           set BAT-IX to 1
           search WS-BATCH-ENTRY
               at end
                   perform add-batch-entry
               when BAT-IX > WS-BATCH-USED
                   perform add-batch-entry
               when WS-BAT-ID (BAT-IX) = WS-FIND-BATCH-ID
                   continue
           end-search
           .

       add-batch-entry section.
           if WS-BATCH-USED not < 2000
               display "FATAL: more than 2000 batches to return -"
                   " batch table full"
               move 16 to return-code
               goback
           end-if
           add 1 to WS-BATCH-USED
           set BAT-IX to WS-BATCH-USED
           move WS-FIND-BATCH-ID to WS-BAT-ID (BAT-IX)
           move WS-NEW-RETURN-TYPE to WS-BAT-RETURN-TYPE (BAT-IX)
           move zero to WS-BAT-RECEIVED (BAT-IX)
           move zero to WS-BAT-ACCEPTED (BAT-IX)
           move zero to WS-BAT-EDIT-REJECTS (BAT-IX)
           move zero to WS-BAT-CALC-FAILS (BAT-IX)
           move space to WS-BAT-EDIT-BALANCED (BAT-IX)
           move space to WS-BAT-CALC-BALANCED (BAT-IX)
           move zero to WS-BAT-RESULT-HASH (BAT-IX)
           .

       release-return-items section.
           open input CALCREJ
           if WS-CALCREJ-STATUS = "35"
               set WS-CALCREJ-EOF to true
           else
               if WS-CALCREJ-STATUS not = "00"
                   display "FATAL: unable to open CALCREJ, file status "
                       WS-CALCREJ-STATUS
                   move 16 to return-code
                   goback
               end-if
           end-if
           perform release-one-reject
               until WS-CALCREJ-EOF
           if WS-CALCREJ-STATUS not = "35"
               close CALCREJ
           end-if

           open input CALCERR
           if WS-CALCERR-STATUS = "35"
               set WS-CALCERR-EOF to true
           else
               if WS-CALCERR-STATUS not = "00"
                   display "FATAL: unable to open CALCERR, file status "
                       WS-CALCERR-STATUS
                   move 16 to return-code
                   goback
               end-if
           end-if
           perform release-one-failure
               until WS-CALCERR-EOF
           if WS-CALCERR-STATUS not = "35"
               close CALCERR
           end-if
           .

       release-one-reject section.
           read CALCREJ into CALCREJ-RECORD
               at end
                   set WS-CALCREJ-EOF to true
               not at end
                   add 1 to WS-REJ-READ
                   move REJ-RECORD-IMAGE to WS-REJ-IMAGE
                   if RJI-DETAIL-REC or RJI-LIST-REC
                       or RJI-REVERSAL-REC
                       move REJ-BATCH-ID to WS-FIND-BATCH-ID
                       move "C" to WS-NEW-RETURN-TYPE
                       perform find-batch-entry
                       add 1 to WS-BAT-EDIT-REJECTS (BAT-IX)
                       move RJI-TRAN-ID to SRTN-TRAN-ID
                       move "E" to SRTN-REJECT-SOURCE
                       move REJ-REASON-CODE to SRTN-REASON-CODE
                       move REJ-REASON-TEXT to SRTN-REASON-TEXT
                       perform release-item
                   end-if
           end-read
           .

       release-one-failure section.
           read CALCERR into CALCERR-RECORD
               at end
                   set WS-CALCERR-EOF to true
               not at end
                   add 1 to WS-ERR-READ
                   move ERR-BATCH-ID to WS-FIND-BATCH-ID
                   move "L" to WS-NEW-RETURN-TYPE
                   perform find-batch-entry
                   add 1 to WS-BAT-CALC-FAILS (BAT-IX)
                   move ERR-TRAN-ID to SRTN-TRAN-ID
                   move "C" to SRTN-REJECT-SOURCE
                   move ERR-REASON-CODE to SRTN-REASON-CODE
                   move ERR-REASON to SRTN-REASON-TEXT
                   perform release-item
           end-read
           .

       release-item section.
           add 1 to WS-ITEM-SEQ
           set WS-BATCH-SUB to BAT-IX
           move WS-BATCH-SUB to SRTN-BATCH-SUB
           move WS-ITEM-SEQ to SRTN-ITEM-SEQ
           release SORTRTN-RECORD
           .

       write-return-file section.
           open output CALCRTN
           if WS-CALCRTN-STATUS not = "00"
               display "FATAL: unable to open CALCRTN, file status "
                   WS-CALCRTN-STATUS
               move 16 to return-code
               goback
           end-if
           perform get-sorted-item
           perform write-batch-return
               varying BAT-IX from 1 by 1
               until BAT-IX > WS-BATCH-USED
           close CALCRTN
           .

       get-sorted-item section.
           return SORTRTN
               at end
                   set WS-SORT-EOF to true
           end-return
           .

       write-batch-return section.
           set WS-BATCH-SUB to BAT-IX
           if WS-BAT-INTERNAL (BAT-IX)
               add WS-BAT-CALC-FAILS (BAT-IX) to WS-INTERNAL-SKIPPED
           else
               perform write-batch-record
           end-if
           perform write-item-return
               until WS-SORT-EOF
                   or SRTN-BATCH-SUB not = WS-BATCH-SUB
           .

       write-batch-record section.
           move spaces to CALCRTN-RECORD
           move "B" to RTN-REC-TYPE
           move WS-BAT-ID (BAT-IX) to RTN-BATCH-ID
           move RUNC-CYCLE-DATE to RTN-CYCLE-DATE
           move WS-BAT-RETURN-TYPE (BAT-IX) to RTN-RETURN-TYPE
           move WS-BAT-RECEIVED (BAT-IX) to RTN-RECEIVED-COUNT
           move WS-BAT-ACCEPTED (BAT-IX) to RTN-ACCEPTED-COUNT
           move WS-BAT-EDIT-REJECTS (BAT-IX) to RTN-EDIT-REJECT-COUNT
           move WS-BAT-CALC-FAILS (BAT-IX) to RTN-CALC-FAIL-COUNT
           move WS-BAT-RESULT-HASH (BAT-IX) to RTN-RESULT-HASH
           evaluate true
               when WS-BAT-LATE-RETURN (BAT-IX)
                   move space to RTN-BALANCED-FLAG
                   add 1 to WS-LATE-RETURNED
               when WS-BAT-EDIT-BALANCED (BAT-IX) not = "Y"
                   move "N" to RTN-BALANCED-FLAG
               when WS-BAT-CALC-BALANCED (BAT-IX) = "N"
                   move "N" to RTN-BALANCED-FLAG
               when WS-BAT-CALC-BALANCED (BAT-IX) = space
                   and WS-BAT-ACCEPTED (BAT-IX) > zero
                   move "N" to RTN-BALANCED-FLAG
               when other
                   move "Y" to RTN-BALANCED-FLAG
           end-evaluate
           if RTN-NOT-BALANCED
               add 1 to WS-UNBALANCED-RETURNED
               display "WARNING: batch " RTN-BATCH-ID
                   " returned as not balanced to its trailer"
           end-if
           perform write-return-record
           add 1 to WS-BATCH-RETURNED
           .

       write-item-return section.
           if not WS-BAT-INTERNAL (BAT-IX)
               move spaces to CALCRTN-RECORD
               move "D" to RTN-REC-TYPE
               move WS-BAT-ID (BAT-IX) to RTN-BATCH-ID
               move RUNC-CYCLE-DATE to RTN-CYCLE-DATE
               move SRTN-TRAN-ID to RTN-TRAN-ID
               move SRTN-REJECT-SOURCE to RTN-REJECT-SOURCE
               move SRTN-REASON-CODE to RTN-REASON-CODE
               move SRTN-REASON-TEXT to RTN-REASON-TEXT
               perform write-return-record
               if RTN-EDIT-REJECT
                   add 1 to WS-REJECT-RETURNED
               else
                   add 1 to WS-FAILURE-RETURNED
               end-if
           end-if
           perform get-sorted-item
           .

       write-return-record section.
           write CALCRTN-RECORD
           if WS-CALCRTN-STATUS not = "00"
               display "FATAL: unable to write CALCRTN, status "
                   WS-CALCRTN-STATUS
               move 16 to return-code
               goback
           end-if
           .

       return-totals section.
           display "===== CALCRTN return totals ====="
           display "Cycle date : " RUNC-CYCLE-DATE
           display "CALCEDIT batch totals read : " WS-EBT-READ
           display "Calc batch totals read : " WS-CBT-READ
           display "CALCREJ records read : " WS-REJ-READ
           display "CALCERR records read : " WS-ERR-READ
           display "Batch records returned : " WS-BATCH-RETURNED
           display "  of which late returns : " WS-LATE-RETURNED
           display "  of which not balanced : " WS-UNBALANCED-RETURNED
           display "Edit rejects returned : " WS-REJECT-RETURNED
           display "Calc failures returned : " WS-FAILURE-RETURNED
           display "Internal batch failures not returned : "
               WS-INTERNAL-SKIPPED
           .
