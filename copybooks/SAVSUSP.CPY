      *              wrongly is ever simply lost.  Transactions        *
      *              naming an account that is not on the ACCTMST      *
      *              master, or one that is closed, suspend here the   *
      *              same way bad dates do.  A transfer suspends as    *
      *              one item, carrying its to-account with it.  A     *
      *              withdrawal or transfer the balance covers but     *
      *              that would dip into money under a funds hold      *
      *              suspends with its own reason code, as does        *
      *              anything but interest against a dormant account.  *
      *              Suspense held before the to-account was added is  *
      *              converted once by SUSPCNV0, to-account blank.     *
      ******************************************************************
       01  SUSPENSE-RECORD.
           05  SUSP-ACCOUNT-ID             PIC X(05).
               88  SUSP-REASON-NO-ACCOUNT            VALUE "06".
               88  SUSP-REASON-ACCT-CLOSED           VALUE "07".
               88  SUSP-REASON-DUPLICATE             VALUE "08".
               88  SUSP-REASON-BAD-TRANSFER          VALUE "09".
               88  SUSP-REASON-HOLD-BREACH           VALUE "10".
               88  SUSP-REASON-ACCT-DORMANT          VALUE "11".
           05  SUSP-DATE-ADDED             PIC 9(08).
           05  SUSP-TO-ACCOUNT-ID          PIC X(05).
