               record key is RATE-KEY
               file status is WS-CALCRATE-STATUS.

           select CALCRCHG assign to "CALCRCHG"
               organization is line sequential
               file status is WS-CALCRCHG-STATUS.

       data division.
       file section.
       fd  CALCRATE.
       copy "CALCRATE.cpy".

       fd  CALCRCHG.
       copy "CALCRCHG.cpy".

       working-storage section.
       01 WS-CALCRATE-STATUS pic x(2) value spaces.
       01 WS-CALCRCHG-STATUS pic x(2) value spaces.

       01 WS-DONE-FLAG pic x(1) value "N".
           88 WS-MAINTENANCE-DONE value "Y".
       01 WS-EFF-DATE pic x(8) value spaces.
       01 WS-END-DATE pic x(8) value spaces.
       01 WS-RATE-VALUE pic s9(5)v9(4) value zero.
       01 WS-OLD-END-DATE pic x(8) value spaces.

       01 WS-ADDED-COUNT pic 9(7) value zero.
       01 WS-ENDED-COUNT pic 9(7) value zero.
       01 WS-NOTICE-COUNT pic 9(7) value zero.

       01 WS-CURRENT-DATE pic x(21) value spaces.
       01 WS-RUN-DATE redefines WS-CURRENT-DATE.
           05 WS-RUN-DATE-CCYYMMDD pic x(8).
           05 filler pic x(13).

       procedure division.
           open i-o CALCRATE
               end-if
           end-if

           open extend CALCRCHG
           if WS-CALCRCHG-STATUS not = "00"
               open output CALCRCHG
               if WS-CALCRCHG-STATUS not = "00"
                   display "FATAL: unable to open CALCRCHG, status "
                       WS-CALCRCHG-STATUS
                   move 16 to return-code
                   goback
               end-if
           end-if
           move FUNCTION CURRENT-DATE to WS-CURRENT-DATE

           display "===== Calc rates maintenance ====="
           perform maintain-one-rate
               until WS-MAINTENANCE-DONE

           close CALCRATE
           close CALCRCHG
           perform maintenance-totals
           goback
           .
                           add 1 to WS-ADDED-COUNT
                           display "Rate " WS-RATE-CODE " effective "
                               WS-EFF-DATE " added"
                           if WS-EFF-DATE not > WS-RUN-DATE-CCYYMMDD
                               move "A" to RCHG-ACTION
                               move WS-EFF-DATE to RCHG-FROM-DATE
                               move "99999999" to RCHG-TO-DATE
                               perform write-change-notice
                           end-if
                   end-write
               end-if
           end-if
                       display "Rate " WS-RATE-CODE " effective "
                           WS-EFF-DATE " not found"
                   not invalid key
                       move RATE-END-DATE to WS-OLD-END-DATE
                       move WS-END-DATE to RATE-END-DATE
                       rewrite CALCRATE-RECORD
                       if WS-CALCRATE-STATUS = "00"
                           add 1 to WS-ENDED-COUNT
                           display "Rate " WS-RATE-CODE " effective "
                               WS-EFF-DATE " end-dated " WS-END-DATE
                           perform note-early-end-date
                       else
                           display "FATAL: unable to rewrite"
                               " CALCRATE, status "
           end-if
           .

       note-early-end-date section.
           if WS-END-DATE < WS-RUN-DATE-CCYYMMDD
               and (WS-OLD-END-DATE = spaces
                   or WS-END-DATE < WS-OLD-END-DATE)
               move "E" to RCHG-ACTION
               move WS-END-DATE to RCHG-FROM-DATE
               if WS-OLD-END-DATE = spaces
                   move "99999999" to RCHG-TO-DATE
               else
                   move WS-OLD-END-DATE to RCHG-TO-DATE
               end-if
               perform write-change-notice
           end-if
           .

       write-change-notice section.
           move WS-RATE-CODE to RCHG-RATE-CODE
           move FUNCTION CURRENT-DATE to RCHG-TIMESTAMP
           write CALCRCHG-RECORD
           if WS-CALCRCHG-STATUS not = "00"
               display "FATAL: unable to write CALCRCHG, status "
                   WS-CALCRCHG-STATUS
               move 16 to return-code
               goback
           end-if
           add 1 to WS-NOTICE-COUNT
           display "Rate " WS-RATE-CODE " change affects batches"
               " created " RCHG-FROM-DATE " to " RCHG-TO-DATE
               " - run CALCRPR to reprice"
           .

       accept-rate-key section.
           display "Enter the rate code: "
           accept WS-RATE-CODE
           display "===== CALCRTM maintenance totals ====="
           display "Rates added : " WS-ADDED-COUNT
           display "Rates end-dated : " WS-ENDED-COUNT
           display "Repricing notices : " WS-NOTICE-COUNT
           .
