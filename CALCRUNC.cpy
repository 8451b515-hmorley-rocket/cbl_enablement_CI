      *  "E" records the step as completed for the        *
      *  cycle date.  The cycle date and retention days   *
      *  from CALCCYC are returned on every call.         *
      *  Function "P" records RUNC-CLOSED-PERIOD (CCYYMM) *
      *  as the latest closed accounting month on         *
      *  CALCCYC; every other call returns the closed     *
      *  month held there (spaces = none closed).         *
      *****************************************************
       01 CALCRUNC-PARM.
           05 RUNC-FUNCTION         pic x(1).
               88 RUNC-START-CHECK  value "S".
               88 RUNC-END-STEP     value "E".
               88 RUNC-CLOSE-PERIOD value "P".
           05 RUNC-STEP-NAME        pic x(8).
           05 RUNC-PRED-NAME        pic x(8).
           05 RUNC-CYCLE-DATE       pic x(8).
               88 RUNC-ALREADY-RUN  value "08".
               88 RUNC-HOLIDAY      value "12".
               88 RUNC-FILE-ERROR   value "16".
           05 RUNC-CLOSED-PERIOD    pic x(6).
