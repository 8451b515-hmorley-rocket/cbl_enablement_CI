
       01 WS-CURRENT-DATE pic x(21) value spaces.

       copy "CALCCYC.cpy"
           replacing ==CALCCYC-RECORD== by ==WS-CYCLE-RECORD==
           leading ==CYC== by ==WS-CYC==.

       linkage section.
       copy "CALCRUNC.cpy".

                   perform startup-check
               when RUNC-END-STEP
                   perform write-step-completion
               when RUNC-CLOSE-PERIOD
                   perform record-closed-period
               when other
                   display "RUN CONTROL: invalid function '"
                       RUNC-FUNCTION "' passed to CALCRUNC"
               else
                   move CYC-PROC-DATE to RUNC-CYCLE-DATE
                   move CYC-RETENTION-DAYS to RUNC-RETENTION-DAYS
                   move CALCCYC-RECORD to WS-CYCLE-RECORD
                   if not RUNC-CLOSE-PERIOD
                       move CYC-CLOSED-PERIOD to RUNC-CLOSED-PERIOD
                   end-if
               end-if
               close CALCCYC
           end-if
               close CALCSTEP
           end-if
           .

       record-closed-period section.
           move RUNC-CLOSED-PERIOD to WS-CYC-CLOSED-PERIOD
           open output CALCCYC
           if WS-CALCCYC-STATUS not = "00"
               display "RUN CONTROL: unable to rewrite cycle file"
                   " CALCCYC, status " WS-CALCCYC-STATUS
               move "16" to RUNC-STATUS
           else
               write CALCCYC-RECORD from WS-CYCLE-RECORD
               if WS-CALCCYC-STATUS not = "00"
                   display "RUN CONTROL: unable to write cycle file"
                       " CALCCYC, status " WS-CALCCYC-STATUS
                   move "16" to RUNC-STATUS
               else
                   display "RUN CONTROL: accounting period "
                       RUNC-CLOSED-PERIOD " recorded closed"
               end-if
               close CALCCYC
           end-if
           .
