      *  savings ledger report.  Withdrawals post as reductions, and   *
      *  one that would drive the account balance negative is refused  *
      *  unless the supervisor's override code is present.             *
      *                                                                *
      *  A transfer moves money between two accounts as one            *
      *  transaction - the account ID is the from-account and the      *
      *  to-account ID names the account credited.  Both legs edit     *
      *  and post together, or the whole transfer goes to suspense.    *
      *  The to-account ID is blank on every other type.               *
      ******************************************************************
       01  SAVTRAN-RECORD.
           05  SAVTRAN-ACCOUNT-ID          PIC X(05).
               88  SAVTRAN-TYPE-WITHDRAWAL           VALUE "W".
               88  SAVTRAN-TYPE-ADJUSTMENT           VALUE "A".
               88  SAVTRAN-TYPE-INTEREST             VALUE "I".
               88  SAVTRAN-TYPE-TRANSFER             VALUE "T".
               88  SAVTRAN-TYPE-VALID                VALUES "D", "W",
                                                            "A", "I",
                                                            "T".
           05  SAVTRAN-AMOUNT              PIC S9(07)V99 COMP-3.
           05  SAVTRAN-DESCRIPTION         PIC X(30).
           05  SAVTRAN-OVERRIDE-CODE       PIC X(01).
               88  SAVTRAN-OVERRIDE-PRESENT          VALUE "Y".
           05  SAVTRAN-TO-ACCOUNT-ID       PIC X(05).
