       identification division.
       program-id. CALCAGE.

       environment division.
       input-output section.
       file-control.
           select CALCSUSP assign to "CALCSUSP"
               organization is indexed
               access mode is sequential
               record key is SUSP-TRAN-ID
               file status is WS-CALCSUSP-STATUS.

           select CALCARPT assign to "CALCARPT"
               organization is line sequential
               file status is WS-CALCARPT-STATUS.

           select SORTAGE assign to "SORTAGE".

       data division.
       file section.
       fd  CALCSUSP.
       copy "CALCSUSP.cpy".

       fd  CALCARPT.
       01 ARPT-PRINT-RECORD pic x(100).

       sd  SORTAGE.
       01 SORTAGE-RECORD.
           05 SAGE-FIRST-FAIL-DATE pic x(8).
           05 SAGE-TRAN-ID pic x(10).
           05 SAGE-LAST-FAIL-DATE pic x(8).
           05 SAGE-FAIL-COUNT pic 9(3).
           05 SAGE-DAYS pic 9(5).
           05 SAGE-REASON pic x(30).
           05 SAGE-SOURCE-REF pic x(12).

       working-storage section.
       01 WS-CALCSUSP-STATUS pic x(2) value spaces.
       01 WS-CALCARPT-STATUS pic x(2) value spaces.

       01 WS-SUSP-EOF-FLAG pic x(1) value "N".
           88 WS-CALCSUSP-EOF value "Y".
       01 WS-SORT-EOF-FLAG pic x(1) value "N".
           88 WS-SORT-EOF value "Y".

       01 WS-AS-OF-DATE pic x(8) value spaces.
       01 WS-AS-OF-NUM pic 9(8) value zero.
       01 WS-FAIL-DATE-NUM pic 9(8) value zero.
       01 WS-DAYS-OUT pic s9(7) value zero.
       01 WS-BUCKET pic 9(1) value zero.

       01 WS-SUSP-READ pic 9(7) value zero.
       01 WS-OPEN-COUNT pic 9(7) value zero.
       01 WS-CLEARED-COUNT pic 9(7) value zero.

       01 WS-GRAND-BUCKETS.
           05 WS-GRAND-BUCKET pic 9(7) occurs 4 times.
       01 WS-GRAND-OPEN pic 9(7) value zero.

       01 WS-REASON-USED pic 9(3) value zero.
       01 WS-REASON-TABLE.
           05 WS-REASON-ENTRY occurs 50 times indexed by RSN-IX.
               10 WS-RSN-TEXT pic x(30).
               10 WS-RSN-BUCKET pic 9(7) occurs 4 times.
               10 WS-RSN-TOTAL pic 9(7).

       01 WS-SOURCE-USED pic 9(3) value zero.
       01 WS-SOURCE-TABLE.
           05 WS-SOURCE-ENTRY occurs 500 times indexed by SRC-IX.
               10 WS-SRC-REF pic x(12).
               10 WS-SRC-BUCKET pic 9(7) occurs 4 times.
               10 WS-SRC-TOTAL pic 9(7).

       01 WS-RSN-DROPPED pic 9(7) value zero.
       01 WS-SRC-DROPPED pic 9(7) value zero.
       01 WS-BKT-SUB pic 9(1) value zero.

       01 WS-LINE-COUNT pic 9(3) value 99.
       01 WS-PAGE-COUNT pic 9(3) value zero.
       01 WS-LINES-PER-PAGE pic 9(3) value 55.

       01 WS-PRINT-LINE pic x(100) value spaces.

       01 WS-HEADING-1.
           05 filler pic x(30)
               value "CALC SUSPENSE AGING REPORT    ".
           05 filler pic x(7) value "AS OF: ".
           05 WS-HD1-AS-OF pic x(8).
           05 filler pic x(8) value "   PAGE ".
           05 WS-HD1-PAGE pic zz9.

       01 WS-ITEM-HEADING.
           05 filler pic x(2) value spaces.
           05 filler pic x(12) value "TRAN ID".
           05 filler pic x(14) value "SOURCE REF".
           05 filler pic x(10) value "FIRST FAIL".
           05 filler pic x(10) value "LAST FAIL".
           05 filler pic x(5) value " DAYS".
           05 filler pic x(7) value "  FAILS".
           05 filler pic x(2) value spaces.
           05 filler pic x(6) value "REASON".

       01 WS-ITEM-DETAIL-LINE.
           05 filler pic x(2) value spaces.
           05 WS-DTL-TRAN-ID pic x(10).
           05 filler pic x(2) value spaces.
           05 WS-DTL-SOURCE-REF pic x(12).
           05 filler pic x(2) value spaces.
           05 WS-DTL-FIRST-FAIL pic x(8).
           05 filler pic x(2) value spaces.
           05 WS-DTL-LAST-FAIL pic x(8).
           05 filler pic x(2) value spaces.
           05 WS-DTL-DAYS pic z(4)9.
           05 filler pic x(4) value spaces.
           05 WS-DTL-FAILS pic zz9.
           05 filler pic x(2) value spaces.
           05 WS-DTL-REASON pic x(30).

       01 WS-BUCKET-HEADING.
           05 filler pic x(2) value spaces.
           05 WS-BKH-LABEL pic x(30).
           05 filler pic x(9) value "      0-2".
           05 filler pic x(9) value "      3-5".
           05 filler pic x(9) value "     6-10".
           05 filler pic x(9) value "      >10".
           05 filler pic x(9) value "    TOTAL".

       01 WS-BUCKET-LINE.
           05 filler pic x(2) value spaces.
           05 WS-BKT-LABEL pic x(30).
           05 WS-BKT-COLUMN occurs 4 times.
               10 filler pic x(2).
               10 WS-BKT-COUNT pic z(6)9.
           05 filler pic x(2) value spaces.
           05 WS-BKT-TOTAL pic z(6)9.

       copy "CALCRUNC.cpy".

       procedure division.
           perform run-control-startup
           move RUNC-CYCLE-DATE to WS-AS-OF-DATE
           move WS-AS-OF-DATE to WS-AS-OF-NUM
           move WS-AS-OF-DATE to WS-HD1-AS-OF
           initialize WS-GRAND-BUCKETS
           initialize WS-REASON-TABLE
           initialize WS-SOURCE-TABLE
           move spaces to WS-BUCKET-LINE

           open output CALCARPT
           if WS-CALCARPT-STATUS not = "00"
               display "FATAL: unable to open CALCARPT, file status "
                   WS-CALCARPT-STATUS
               move 16 to return-code
               goback
           end-if

           sort SORTAGE
               on ascending key SAGE-FIRST-FAIL-DATE
               on ascending key SAGE-TRAN-ID
               input procedure is select-open-items
               output procedure is print-aging-report

           close CALCARPT
           perform report-overflow-warnings
           display "CALCAGE complete - " WS-OPEN-COUNT
               " open suspense items aged as of " WS-AS-OF-DATE
               ", " WS-CLEARED-COUNT " cleared items not reported"
           perform run-control-completion
           goback
           .

       run-control-startup section.
           move "S" to RUNC-FUNCTION
           move "CALCAGE" to RUNC-STEP-NAME
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
           move "CALCAGE" to RUNC-STEP-NAME
           move "CALC" to RUNC-PRED-NAME
           call "CALCRUNC" using CALCRUNC-PARM
           if RUNC-FILE-ERROR
               move 16 to return-code
           end-if
           .

       select-open-items section.
           open input CALCSUSP
           evaluate WS-CALCSUSP-STATUS
               when "00"
                   perform release-open-item
                       until WS-CALCSUSP-EOF
                   close CALCSUSP
               when "35"
                   continue
               when other
                   display "FATAL: unable to open CALCSUSP, file"
                       " status " WS-CALCSUSP-STATUS
                   move 16 to return-code
                   goback
           end-evaluate
           .

       release-open-item section.
           read CALCSUSP next
               at end
                   set WS-CALCSUSP-EOF to true
               not at end
                   add 1 to WS-SUSP-READ
                   if SUSP-OPEN
                       perform compute-days-outstanding
                       move SUSP-FIRST-FAIL-DATE
                           to SAGE-FIRST-FAIL-DATE
                       move SUSP-TRAN-ID to SAGE-TRAN-ID
                       move SUSP-LAST-FAIL-DATE to SAGE-LAST-FAIL-DATE
                       move SUSP-FAIL-COUNT to SAGE-FAIL-COUNT
                       move WS-DAYS-OUT to SAGE-DAYS
                       move SUSP-REASON to SAGE-REASON
                       move SUSP-SOURCE-REF to SAGE-SOURCE-REF
                       release SORTAGE-RECORD
                   else
                       add 1 to WS-CLEARED-COUNT
                   end-if
           end-read
           .

       compute-days-outstanding section.
           move zero to WS-DAYS-OUT
           if SUSP-FIRST-FAIL-DATE numeric
               move SUSP-FIRST-FAIL-DATE to WS-FAIL-DATE-NUM
               compute WS-DAYS-OUT =
                   FUNCTION INTEGER-OF-DATE (WS-AS-OF-NUM)
                   - FUNCTION INTEGER-OF-DATE (WS-FAIL-DATE-NUM)
               if WS-DAYS-OUT < zero
                   move zero to WS-DAYS-OUT
               end-if
           end-if
           .

       print-aging-report section.
           move spaces to WS-PRINT-LINE
           perform print-report-line
           move "OPEN SUSPENSE ITEMS, OLDEST FIRST" to WS-PRINT-LINE
           perform print-report-line
           move WS-ITEM-HEADING to WS-PRINT-LINE
           perform print-report-line
           perform get-sorted-item
           if WS-SORT-EOF
               move "  (NO OPEN SUSPENSE ITEMS)" to WS-PRINT-LINE
               perform print-report-line
           end-if
           perform print-one-item
               until WS-SORT-EOF
           perform print-reason-summary
           perform print-source-summary
           .

       get-sorted-item section.
           return SORTAGE
               at end
                   set WS-SORT-EOF to true
           end-return
           .

       print-one-item section.
           move SAGE-TRAN-ID to WS-DTL-TRAN-ID
           move SAGE-SOURCE-REF to WS-DTL-SOURCE-REF
           move SAGE-FIRST-FAIL-DATE to WS-DTL-FIRST-FAIL
           move SAGE-LAST-FAIL-DATE to WS-DTL-LAST-FAIL
           move SAGE-DAYS to WS-DTL-DAYS
           move SAGE-FAIL-COUNT to WS-DTL-FAILS
           move SAGE-REASON to WS-DTL-REASON
           move WS-ITEM-DETAIL-LINE to WS-PRINT-LINE
           perform print-report-line
           perform tally-open-item
           perform get-sorted-item
           .

       tally-open-item section.
           evaluate true
               when SAGE-DAYS < 3
                   move 1 to WS-BUCKET
               when SAGE-DAYS < 6
                   move 2 to WS-BUCKET
               when SAGE-DAYS < 11
                   move 3 to WS-BUCKET
               when other
                   move 4 to WS-BUCKET
           end-evaluate
           add 1 to WS-OPEN-COUNT
           add 1 to WS-GRAND-OPEN
           add 1 to WS-GRAND-BUCKET (WS-BUCKET)

           set RSN-IX to 1
           search WS-REASON-ENTRY
               at end
                   perform add-reason-entry
               when RSN-IX > WS-REASON-USED
                   perform add-reason-entry
               when WS-RSN-TEXT (RSN-IX) = SAGE-REASON
                   continue
           end-search
           if RSN-IX not > WS-REASON-USED
               add 1 to WS-RSN-BUCKET (RSN-IX, WS-BUCKET)
               add 1 to WS-RSN-TOTAL (RSN-IX)
           end-if

           set SRC-IX to 1
           search WS-SOURCE-ENTRY
               at end
                   perform add-source-entry
               when SRC-IX > WS-SOURCE-USED
                   perform add-source-entry
               when WS-SRC-REF (SRC-IX) = SAGE-SOURCE-REF
                   continue
           end-search
           if SRC-IX not > WS-SOURCE-USED
               add 1 to WS-SRC-BUCKET (SRC-IX, WS-BUCKET)
               add 1 to WS-SRC-TOTAL (SRC-IX)
           end-if
           .

       add-reason-entry section.
           if WS-REASON-USED < 50
               add 1 to WS-REASON-USED
               set RSN-IX to WS-REASON-USED
               move SAGE-REASON to WS-RSN-TEXT (RSN-IX)
           else
               set RSN-IX to 51
               add 1 to WS-RSN-DROPPED
           end-if
           .

       add-source-entry section.
           if WS-SOURCE-USED < 500
               add 1 to WS-SOURCE-USED
               set SRC-IX to WS-SOURCE-USED
               move SAGE-SOURCE-REF to WS-SRC-REF (SRC-IX)
           else
               set SRC-IX to 501
               add 1 to WS-SRC-DROPPED
           end-if
           .

       print-reason-summary section.
           move 99 to WS-LINE-COUNT
           move spaces to WS-PRINT-LINE
           perform print-report-line
           move "OPEN ITEMS BY REASON AND DAYS OUTSTANDING"
               to WS-PRINT-LINE
           perform print-report-line
           move "REASON" to WS-BKH-LABEL
           move WS-BUCKET-HEADING to WS-PRINT-LINE
           perform print-report-line
           perform print-reason-line
               varying RSN-IX from 1 by 1
               until RSN-IX > WS-REASON-USED
           perform print-all-items-line
           .

       print-reason-line section.
           move WS-RSN-TEXT (RSN-IX) to WS-BKT-LABEL
           perform move-reason-bucket
               varying WS-BKT-SUB from 1 by 1
               until WS-BKT-SUB > 4
           move WS-RSN-TOTAL (RSN-IX) to WS-BKT-TOTAL
           move WS-BUCKET-LINE to WS-PRINT-LINE
           perform print-report-line
           .

       move-reason-bucket section.
           move WS-RSN-BUCKET (RSN-IX, WS-BKT-SUB)
               to WS-BKT-COUNT (WS-BKT-SUB)
           .

       print-source-summary section.
           move 99 to WS-LINE-COUNT
           move spaces to WS-PRINT-LINE
           perform print-report-line
           move "OPEN ITEMS BY SOURCE DOCUMENT AND DAYS OUTSTANDING"
               to WS-PRINT-LINE
           perform print-report-line
           move "SOURCE DOCUMENT" to WS-BKH-LABEL
           move WS-BUCKET-HEADING to WS-PRINT-LINE
           perform print-report-line
           perform print-source-line
               varying SRC-IX from 1 by 1
               until SRC-IX > WS-SOURCE-USED
           perform print-all-items-line
           .

       print-source-line section.
           move WS-SRC-REF (SRC-IX) to WS-BKT-LABEL
           perform move-source-bucket
               varying WS-BKT-SUB from 1 by 1
               until WS-BKT-SUB > 4
           move WS-SRC-TOTAL (SRC-IX) to WS-BKT-TOTAL
           move WS-BUCKET-LINE to WS-PRINT-LINE
           perform print-report-line
           .

       move-source-bucket section.
           move WS-SRC-BUCKET (SRC-IX, WS-BKT-SUB)
               to WS-BKT-COUNT (WS-BKT-SUB)
           .

       print-all-items-line section.
           move spaces to WS-PRINT-LINE
           perform print-report-line
           move "ALL OPEN ITEMS" to WS-BKT-LABEL
           perform move-grand-bucket
               varying WS-BKT-SUB from 1 by 1
               until WS-BKT-SUB > 4
           move WS-GRAND-OPEN to WS-BKT-TOTAL
           move WS-BUCKET-LINE to WS-PRINT-LINE
           perform print-report-line
           .

       move-grand-bucket section.
           move WS-GRAND-BUCKET (WS-BKT-SUB)
               to WS-BKT-COUNT (WS-BKT-SUB)
           .

       report-overflow-warnings section.
           if WS-RSN-DROPPED > zero
               display "WARNING: reason table full - "
                   WS-RSN-DROPPED " open items not shown by reason"
           end-if
           if WS-SRC-DROPPED > zero
               display "WARNING: source document table full - "
                   WS-SRC-DROPPED " open items not shown by source"
                   " document"
           end-if
           .

       print-report-line section.
           if WS-LINE-COUNT > WS-LINES-PER-PAGE
               perform print-page-heading
           end-if
           write ARPT-PRINT-RECORD from WS-PRINT-LINE
           if WS-CALCARPT-STATUS not = "00"
               display "FATAL: unable to write CALCARPT, status "
                   WS-CALCARPT-STATUS
               move 16 to return-code
               goback
           end-if
           add 1 to WS-LINE-COUNT
           .

       print-page-heading section.
           add 1 to WS-PAGE-COUNT
           move WS-PAGE-COUNT to WS-HD1-PAGE
           write ARPT-PRINT-RECORD from WS-HEADING-1
           if WS-CALCARPT-STATUS not = "00"
               display "FATAL: unable to write CALCARPT, status "
                   WS-CALCARPT-STATUS
               move 16 to return-code
               goback
           end-if
           write ARPT-PRINT-RECORD from spaces
           move 2 to WS-LINE-COUNT
           .
