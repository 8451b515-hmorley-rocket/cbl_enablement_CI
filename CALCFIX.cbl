       01 WS-UNUSED-FIX-COUNT pic 9(7) value zero.
       01 WS-RESUB-HASH pic s9(11)v9(4) value zero.

       01 WS-ADJ-AUTH-ID pic x(8) value spaces.

       01 WS-CURRENT-DATE pic x(21) value spaces.
       01 WS-RUN-DATE redefines WS-CURRENT-DATE.
           05 WS-RUN-DATE-CCYYMMDD pic x(8).
           05 filler pic x(13).

       procedure division.
           accept WS-ADJ-AUTH-ID from environment "CALC_ADJ_AUTH"
           if WS-ADJ-AUTH-ID not = spaces
               display "CALC_ADJ_AUTH=" WS-ADJ-AUTH-ID
                   " - resubmissions flagged as an authorised"
                   " prior-period adjustment"
           end-if
           open output CALCRSUB
           if WS-CALCRSUB-STATUS not = "00"
               display "FATAL: unable to open CALCRSUB, status "
       apply-one-correction section.
           move spaces to WS-SKIP-REASON
           perform derive-original-op
           if SE-SECTION = "REVERSAL" or SE-SECTION = "REVERSED"
               move "REVERSAL ITEMS NOT RESUBMITTED" to WS-SKIP-REASON
           end-if
           if SF-OP-CODE not = space
               move SF-OP-CODE to WS-RESUB-OP-CODE
           else
               move WS-ORIG-OP-CODE to WS-RESUB-OP-CODE
           end-if
           if WS-RESUB-OP-CODE = space
               and WS-SKIP-REASON = spaces
               move "NO USABLE OPERATION CODE" to WS-SKIP-REASON
           end-if
           if SF-NUM1 not = spaces
           move "H" to CI-REC-TYPE
           move "FIXBATCH" to CI-BATCH-ID
           move WS-RUN-DATE-CCYYMMDD to CI-CREATE-DATE
           if WS-ADJ-AUTH-ID not = spaces
               move "A" to CI-ADJ-FLAG
               move WS-ADJ-AUTH-ID to CI-ADJ-AUTH-ID
           end-if
           perform write-resubmission-record
           .

