      *  boundary, and without them a restarted night would hand       *
      *  GENLEDGR an empty journal beside a nonzero period total.      *
      *                                                                *
      *  The per-account positions ride the same way - the account     *
      *  master itself is only rewritten at a clean end of run, so     *
      *  after an abend the in-core per-account positions exist        *
      *  nowhere but here.  Names and status codes are NOT carried; a  *
      *  restart reloads those from the master, which the abended run  *
      *  never touched.                                                *
      *                                                                *
      *  A checkpoint is a set of records, not one: an account record  *
      *  (type A) for every account on the run's account table,        *
      *  followed by the header (type H) carrying the ledger totals    *
      *  and the number of account records ahead of it.  The header    *
      *  goes last so it closes the set - account records after the    *
      *  last header are an abend caught mid-write and are passed by,  *
      *  and the restart takes the last complete set.  The trail has   *
      *  no fixed account ceiling.  Every record carries the run date, *
      *  time and point name, so the ARCHPRG0 age split keeps a set    *
      *  together.                                                     *
      ******************************************************************
       01  CHECKPOINT-RECORD.
           05  CHK-RECORD-TYPE             PIC X(01).
               88  CHK-HEADER-RECORD                 VALUE "H".
               88  CHK-ACCOUNT-RECORD                VALUE "A".
           05  CHK-RUN-DATE                PIC 9(08).
           05  CHK-RUN-TIME                PIC 9(08).
           05  CHK-POINT-NAME              PIC X(20).
           05  CHK-TOTALS-AREA.
               10  CHK-MONEY-SAVED         PIC S9(07)V99 COMP-3.
               10  CHK-OPENING-BALANCE     PIC S9(07)V99 COMP-3.
               10  CHK-RUNNING-BALANCE     PIC S9(07)V99 COMP-3.
               10  CHK-PERIOD-TOTAL        PIC S9(07)V99 COMP-3.
               10  CHK-DEPOSIT-TOTAL       PIC S9(07)V99 COMP-3.
               10  CHK-WITHDRAWAL-TOTAL    PIC S9(07)V99 COMP-3.
               10  CHK-ADJUSTMENT-TOTAL    PIC S9(07)V99 COMP-3.
               10  CHK-INTEREST-TOTAL      PIC S9(07)V99 COMP-3.
               10  CHK-TRANSFER-TOTAL      PIC S9(07)V99 COMP-3.
               10  CHK-DEPOSIT-COUNT       PIC 9(05) COMP.
               10  CHK-WITHDRAWAL-COUNT    PIC 9(05) COMP.
               10  CHK-ADJUSTMENT-COUNT    PIC 9(05) COMP.
               10  CHK-INTEREST-COUNT      PIC 9(05) COMP.
               10  CHK-TRANSFER-COUNT      PIC 9(05) COMP.
               10  CHK-ACCOUNT-COUNT       PIC 9(05).
           05  CHK-ACCOUNT-AREA REDEFINES CHK-TOTALS-AREA.
               10  CHK-ACCT-ID             PIC X(05).
               10  CHK-ACCT-OPENING        PIC S9(07)V99 COMP-3.
               10  CHK-ACCT-RUNNING        PIC S9(07)V99 COMP-3.
