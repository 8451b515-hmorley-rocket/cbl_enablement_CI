               organization is line sequential
               file status is WS-ACKSRT-STATUS.

           select CALCHOLD assign to "CALCHOLD"
               organization is indexed
               access mode is sequential
               record key is HOLD-TRAN-ID
               file status is WS-CALCHOLD-STATUS.

           select CALCRCNT assign to "CALCRCNT"
               organization is line sequential
               file status is WS-CALCRCNT-STATUS.

           select SORTFEED assign to "SORTFEED".

           select SORTACK assign to "SORTACK".
       fd  CALCACK.
       copy "CALCACK.cpy".

       fd  CALCHOLD.
       copy "CALCHOLD.cpy".

       fd  CALCRCNT.
       copy "CALCRCNT.cpy".

       fd  FEEDSRT.
       01 FEEDSRT-RECORD.
           05 FSRT-TRAN-ID pic x(10).
       01 WS-CALCACK-STATUS pic x(2) value spaces.
       01 WS-FEEDSRT-STATUS pic x(2) value spaces.
       01 WS-ACKSRT-STATUS pic x(2) value spaces.
       01 WS-CALCHOLD-STATUS pic x(2) value spaces.
       01 WS-CALCRCNT-STATUS pic x(2) value spaces.

       01 WS-FEED-EOF-FLAG pic x(1) value "N".
           88 WS-CALCFEED-EOF value "Y".
           88 WS-FEEDSRT-EOF value "Y".
       01 WS-ASRT-EOF-FLAG pic x(1) value "N".
           88 WS-ACKSRT-EOF value "Y".
       01 WS-HOLD-EOF-FLAG pic x(1) value "N".
           88 WS-CALCHOLD-EOF value "Y".

       01 WS-RUN-DATE pic x(8) value spaces.

       01 WS-UNACKED-COUNT pic 9(7) value zero.
       01 WS-UNSENT-COUNT pic 9(7) value zero.
       01 WS-VALUE-DIFF-COUNT pic 9(7) value zero.
       01 WS-HELD-COUNT pic 9(7) value zero.
       01 WS-RELEASED-COUNT pic 9(7) value zero.
       01 WS-SENT-HASH pic s9(11)v9(4) value zero.
       01 WS-MATCHED-HASH pic s9(11)v9(4) value zero.

       copy "CALCRUNC.cpy".


           sort SORTFEED
               on ascending key SRTF-TRAN-ID
               on ascending key SRTF-RESULT
               input procedure is select-feed-records
               giving FEEDSRT

           sort SORTACK
               on ascending key SRTA-TRAN-ID
               on ascending key SRTA-RESULT
               input procedure is select-ack-records
               giving ACKSRT

           close FEEDSRT
           close ACKSRT

           perform count-held-items
           perform reconciliation-totals
           perform write-reconciliation-totals
           if WS-UNACKED-COUNT > zero
               or WS-UNSENT-COUNT > zero
               or WS-VALUE-DIFF-COUNT > zero
                   if WS-RUN-DATE = spaces
                       or FEED-RUN-DATE = WS-RUN-DATE
                       add 1 to WS-SENT-COUNT
                       add FEED-RESULT to WS-SENT-HASH
                       move FEED-TRAN-ID to SRTF-TRAN-ID
                       move FEED-RESULT to SRTF-RESULT
                       release SORTFEED-RECORD

       record-matched-pair section.
           add 1 to WS-MATCHED-COUNT
           add FSRT-RESULT to WS-MATCHED-HASH
           if FSRT-RESULT not = ASRT-RESULT
               add 1 to WS-VALUE-DIFF-COUNT
               display "Value difference on " ASRT-TRAN-ID
           display "Sent but never acknowledged : " FSRT-TRAN-ID
           .

       count-held-items section.
           open input CALCHOLD
           evaluate WS-CALCHOLD-STATUS
               when "00"
                   perform count-one-held-item
                       until WS-CALCHOLD-EOF
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

       count-one-held-item section.
           read CALCHOLD next
               at end
                   set WS-CALCHOLD-EOF to true
               not at end
                   evaluate true
                       when HOLD-HELD
                           add 1 to WS-HELD-COUNT
                       when HOLD-RELEASED
                           add 1 to WS-RELEASED-COUNT
                       when other
                           continue
                   end-evaluate
           end-read
           .

       write-reconciliation-totals section.
           open output CALCRCNT
           if WS-CALCRCNT-STATUS not = "00"
               display "FATAL: unable to open CALCRCNT, file status "
                   WS-CALCRCNT-STATUS
               move 16 to return-code
               goback
           end-if
           move WS-RUN-DATE to RCNT-CYCLE-DATE
           move WS-SENT-COUNT to RCNT-SENT-COUNT
           move WS-SENT-HASH to RCNT-SENT-HASH
           move WS-ACK-COUNT to RCNT-ACK-COUNT
           move WS-MATCHED-COUNT to RCNT-MATCHED-COUNT
           move WS-MATCHED-HASH to RCNT-MATCHED-HASH
           move WS-UNACKED-COUNT to RCNT-UNACKED-COUNT
           move WS-UNSENT-COUNT to RCNT-UNSENT-COUNT
           move WS-VALUE-DIFF-COUNT to RCNT-VALUE-DIFF-COUNT
           move WS-HELD-COUNT to RCNT-HELD-COUNT
           write CALCRCNT-RECORD
           if WS-CALCRCNT-STATUS not = "00"
               display "FATAL: unable to write CALCRCNT, status "
                   WS-CALCRCNT-STATUS
               move 16 to return-code
               goback
           end-if
           close CALCRCNT
           .

       reconciliation-totals section.
           display "===== CALCRCN reconciliation totals ====="
           display "Run date selected : " WS-RUN-DATE
           display "Feed records sent : " WS-SENT-COUNT
           display "Hash total of results sent : " WS-SENT-HASH
           display "Acknowledgments read : " WS-ACK-COUNT
           display "Matched : " WS-MATCHED-COUNT
           display "Sent, not acknowledged : " WS-UNACKED-COUNT
           display "Acknowledged, not sent : " WS-UNSENT-COUNT
           display "Value differences : " WS-VALUE-DIFF-COUNT
           display "Held for release, not sent : " WS-HELD-COUNT
           display "Released, awaiting next feed : "
               WS-RELEASED-COUNT
           .
