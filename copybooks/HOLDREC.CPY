      ******************************************************************
      *  HOLDREC  -  Funds-hold master record, keyed by account ID     *
      *              plus hold number.  One record per amount          *
      *              Treasury has earmarked on an account - a pending  *
      *              purchase, a disputed deposit - that must not be   *
      *              withdrawn.  Placed and released by HOLDMNT0.      *
      *                                                                *
      *  The nightly run totals the holds in force on each account     *
      *  and refuses a withdrawal or transfer that would draw the      *
      *  account below its available balance (ledger balance less      *
      *  holds) unless the supervisor's override code is present.  A   *
      *  hold is in force through its expiry date; the nightly run     *
      *  drops a hold whose expiry date has passed.  A zero expiry     *
      *  date means the hold stands until it is released.              *
      ******************************************************************
       01  FUNDS-HOLD-RECORD.
           05  HLD-HOLD-KEY.
               10  HLD-ACCOUNT-ID          PIC X(05).
               10  HLD-HOLD-NO             PIC 9(03).
           05  HLD-AMOUNT                  PIC S9(07)V99 COMP-3.
           05  HLD-REASON                  PIC X(30).
           05  HLD-PLACED-BY               PIC X(08).
           05  HLD-PLACED-DATE             PIC 9(08).
           05  HLD-EXPIRY-DATE             PIC 9(08).
           05  HLD-MAINT-DATE              PIC 9(08).
