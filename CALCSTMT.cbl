               organization is indexed
               access mode is sequential
               record key is MSTR-TRAN-ID
               alternate record key is MSTR-SOURCE-REF
                   with duplicates
               alternate record key is MSTR-RUN-DATE
                   with duplicates
               file status is WS-CALCMSTR-STATUS.

           select CALCLOG assign to "CALCLOG"
           05 MSRT-RESULT pic s9(5)v9(4)
               sign is trailing separate.
           05 MSRT-RUN-DATE pic x(8).
           05 MSRT-STATUS pic x(1).
           05 MSRT-REVERSAL-DATE pic x(8).

       fd  LOGSRT.
       01 LOGSRT-RECORD.
           05 SRTM-RESULT pic s9(5)v9(4)
               sign is trailing separate.
           05 SRTM-RUN-DATE pic x(8).
           05 SRTM-STATUS pic x(1).
           05 SRTM-REVERSAL-DATE pic x(8).

       sd  SORTLOG.
       01 SORTLOG-RECORD.
           05 SRT2-RUN-DATE pic x(8).
           05 SRT2-LOG-TIME pic x(14).
           05 SRT2-CORR pic x(1).
           05 SRT2-STATUS pic x(1).
               88 SRT2-REVERSED value "V".
           05 SRT2-REVERSAL-DATE pic x(8).

       working-storage section.
       01 WS-CALCMSTR-STATUS pic x(2) value spaces.
       01 WS-CURRENT-REF pic x(12) value spaces.
       01 WS-REF-COUNT pic 9(7) value zero.
       01 WS-REF-SUBTOTAL pic s9(11)v9(4) value zero.
       01 WS-REF-REV-COUNT pic 9(7) value zero.
       01 WS-REF-REV-TOTAL pic s9(11)v9(4) value zero.
       01 WS-DOC-COUNT pic 9(7) value zero.
       01 WS-GRAND-COUNT pic 9(7) value zero.
       01 WS-GRAND-TOTAL pic s9(11)v9(4) value zero.
       01 WS-GRAND-REV-COUNT pic 9(7) value zero.
       01 WS-GRAND-REV-TOTAL pic s9(11)v9(4) value zero.

       01 WS-LINE-COUNT pic 9(3) value 99.
       01 WS-PAGE-COUNT pic 9(3) value zero.
           05 filler pic x(14) value "LOGGED".
           05 filler pic x(1) value spaces.
           05 filler pic x(1) value "C".
           05 filler pic x(2) value spaces.
           05 filler pic x(8) value "REVERSED".

       01 WS-STMT-DETAIL-LINE.
           05 filler pic x(2) value spaces.
           05 WS-DTL-LOG-TIME pic x(14).
           05 filler pic x(1) value spaces.
           05 WS-DTL-CORR pic x(1).
           05 filler pic x(2) value spaces.
           05 WS-DTL-REV-DATE pic x(8).

       01 WS-SUBTOTAL-LINE.
           05 filler pic x(2) value spaces.
           05 filler pic x(15) value " TRANSACTIONS) ".
           05 WS-SUB-TOTAL pic -(11)9.9(4).

       01 WS-REVERSED-LINE.
           05 filler pic x(2) value spaces.
           05 filler pic x(21)
               value "REVERSED, NOT ABOVE (".
           05 WS-REV-COUNT pic z(6)9.
           05 filler pic x(15) value " TRANSACTIONS) ".
           05 WS-REV-TOTAL pic -(11)9.9(4).

       01 WS-TOTAL-LINE.
           05 filler pic x(2) value spaces.
           05 WS-TOT-LABEL pic x(22).
                       move MSTR-NUM2 to SRTM-NUM2
                       move MSTR-RESULT to SRTM-RESULT
                       move MSTR-RUN-DATE to SRTM-RUN-DATE
                       move MSTR-STATUS to SRTM-STATUS
                       move MSTR-REVERSAL-DATE to SRTM-REVERSAL-DATE
                       release SORTMSTR-RECORD
                   end-if
           end-read
           move MSRT-NUM2 to SRT2-NUM2
           move MSRT-RESULT to SRT2-RESULT
           move MSRT-RUN-DATE to SRT2-RUN-DATE
           move MSRT-STATUS to SRT2-STATUS
           move MSRT-REVERSAL-DATE to SRT2-REVERSAL-DATE
           move WS-MATCH-TIME to SRT2-LOG-TIME
           move WS-MATCH-CORR to SRT2-CORR
           release SORTSTMT-RECORD
           perform print-report-line
           move zero to WS-REF-COUNT
           move zero to WS-REF-SUBTOTAL
           move zero to WS-REF-REV-COUNT
           move zero to WS-REF-REV-TOTAL
           perform print-statement-line
               until WS-SORT-EOF
                   or SRT2-SOURCE-REF not = WS-CURRENT-REF
           move WS-REF-SUBTOTAL to WS-SUB-TOTAL
           move WS-SUBTOTAL-LINE to WS-PRINT-LINE
           perform print-report-line
           if WS-REF-REV-COUNT > zero
               move WS-REF-REV-COUNT to WS-REV-COUNT
               move WS-REF-REV-TOTAL to WS-REV-TOTAL
               move WS-REVERSED-LINE to WS-PRINT-LINE
               perform print-report-line
           end-if
           add 1 to WS-DOC-COUNT
           add WS-REF-COUNT to WS-GRAND-COUNT
           add WS-REF-SUBTOTAL to WS-GRAND-TOTAL
           add WS-REF-REV-COUNT to WS-GRAND-REV-COUNT
           add WS-REF-REV-TOTAL to WS-GRAND-REV-TOTAL
           .

       print-statement-line section.
           move SRT2-RUN-DATE to WS-DTL-RUN-DATE
           move SRT2-LOG-TIME to WS-DTL-LOG-TIME
           move SRT2-CORR to WS-DTL-CORR
           if SRT2-REVERSED
               move SRT2-REVERSAL-DATE to WS-DTL-REV-DATE
           else
               move spaces to WS-DTL-REV-DATE
           end-if
           move WS-STMT-DETAIL-LINE to WS-PRINT-LINE
           perform print-report-line
           if SRT2-REVERSED
               add 1 to WS-REF-REV-COUNT
               add SRT2-RESULT to WS-REF-REV-TOTAL
           else
               add 1 to WS-REF-COUNT
               add SRT2-RESULT to WS-REF-SUBTOTAL
           end-if
           perform get-sorted-record
           .

           move WS-GRAND-TOTAL to WS-TOT-AMOUNT
           move WS-TOTAL-LINE to WS-PRINT-LINE
           perform print-report-line
           move "REVERSED TRANSACTIONS" to WS-TOT-LABEL
           move WS-GRAND-REV-COUNT to WS-TOT-COUNT
           move WS-GRAND-REV-TOTAL to WS-TOT-AMOUNT
           move WS-TOTAL-LINE to WS-PRINT-LINE
           perform print-report-line
           .

       print-report-line section.
