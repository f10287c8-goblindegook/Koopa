      ******************************************************************
      *  GOALREC  -  Savings-goal master record, keyed by account ID   *
      *              plus goal number.  One record per amount a        *
      *              holder has set out to reach on an account by a    *
      *              target date.  Maintained by GOALMNT0.             *
      *                                                                *
      *  The monthly GOALTRK0 report measures each goal against the    *
      *  account's standing balance on ACCTMST and its recent saving   *
      *  rate from the BALHIST trail.  Nothing on the record is        *
      *  updated by the report - met and missed are worked out afresh  *
      *  each month from the balances and the target date.             *
      ******************************************************************
       01  SAVINGS-GOAL-RECORD.
           05  GOL-GOAL-KEY.
               10  GOL-ACCOUNT-ID          PIC X(05).
               10  GOL-GOAL-NO             PIC 9(03).
           05  GOL-TARGET-AMOUNT           PIC S9(07)V99 COMP-3.
           05  GOL-TARGET-DATE             PIC 9(08).
           05  GOL-DESCRIPTION             PIC X(30).
           05  GOL-MAINT-DATE              PIC 9(08).
