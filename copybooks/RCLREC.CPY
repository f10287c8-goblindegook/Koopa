      ******************************************************************
      *  RCLREC   -  Run-control ledger record, keyed by program ID    *
      *              and business date.  Every batch program stamps    *
      *              its record S (started) before it touches a file   *
      *              and completes it at end of run with the end       *
      *              time, the return code and up to three key counts. *
      *              A run below RC 8 ends C (clean), anything else F  *
      *              (failed); a run the dependency deck turns away is *
      *              stamped R (refused) and never starts, though only *
      *              on a date with no run of its own - a refusal      *
      *              never overwrites a run that started.  A draft     *
      *              nightly run ends D, which no successor accepts.   *
      *                                                                *
      *  The business date is the system date at start of run, except  *
      *  for the month-end programs (INTACCR0, BALTRND0, GOALTRK0),    *
      *  which are entered under the month-end date they process.  A   *
      *  rerun for the same date rewrites the record and adds one to   *
      *  the run count; a record still at S after the job has gone     *
      *  means the run abended.  Read by RUNSTAT0 for the daily        *
      *  job-stream status report.                                     *
      ******************************************************************
       01  RUN-CONTROL-RECORD.
           05  RCL-LEDGER-KEY.
               10  RCL-PROGRAM-ID          PIC X(08).
               10  RCL-BUSINESS-DATE       PIC 9(08).
           05  RCL-RUN-STATUS              PIC X(01).
               88  RCL-RUN-STARTED                   VALUE "S".
               88  RCL-RUN-CLEAN                     VALUE "C".
               88  RCL-RUN-FAILED                    VALUE "F".
               88  RCL-RUN-REFUSED                   VALUE "R".
               88  RCL-RUN-DRAFT                     VALUE "D".
           05  RCL-RUN-COUNT               PIC 9(03).
           05  RCL-START-DATE              PIC 9(08).
           05  RCL-START-TIME              PIC 9(08).
           05  RCL-END-DATE                PIC 9(08).
           05  RCL-END-TIME                PIC 9(08).
           05  RCL-RETURN-CODE             PIC 9(04).
           05  RCL-REFUSAL-REASON          PIC X(40).
           05  RCL-KEY-COUNT-ENTRY OCCURS 3 TIMES.
               10  RCL-COUNT-LABEL         PIC X(10).
               10  RCL-COUNT-VALUE         PIC 9(07).
           05  FILLER                      PIC X(10).
