      *              against it go to suspense.  The maint date is     *
      *              stamped by ACCTMNT0, the same convention as the   *
      *              LKUPREC reference master.                         *
      *                                                                *
      *  An open account with no customer posting for longer than      *
      *  the DORMCTL threshold is moved to dormant status by the       *
      *  monthly DORMNCY0 run; the nightly run then suspends anything  *
      *  but interest against it, and only an ACCTMNT0 reactivation    *
      *  card returns it to open.  The dormancy base date is when      *
      *  idleness is counted from if the journal shows no later        *
      *  customer posting: the open date on an add, the reactivation   *
      *  date on a reactivation.                                       *
      *  Masters kept before the base date was added are converted     *
      *  once by ACCTCNV0, which takes it from the maint date.         *
      ******************************************************************
       01  ACCOUNT-MASTER-RECORD.
           05  ACCT-ACCOUNT-ID             PIC X(05).
           05  ACCT-STATUS-CODE            PIC X(01).
               88  ACCT-STATUS-OPEN                  VALUE "O".
               88  ACCT-STATUS-CLOSED                VALUE "C".
               88  ACCT-STATUS-DORMANT               VALUE "D".
           05  ACCT-CURRENT-BALANCE        PIC S9(07)V99 COMP-3.
           05  ACCT-MAINT-DATE             PIC 9(08).
           05  ACCT-DORMANCY-BASE-DATE     PIC 9(08).
