      ******************************************************************
      *  ALRHREC  -  Progress-alert history record, keyed by student   *
      *              ID plus alert reason.  One record per reason a    *
      *              student has ever been alerted for, carrying the   *
      *              date of the latest alert.  PRGALRT0 writes or     *
      *              refreshes it with each letter it sends, and will  *
      *              not alert the student again for the same reason   *
      *              until the ALRTCTL quiet period has run out.       *
      *                                                                *
      *  Reasons: M missing assignments at or over the limit, A        *
      *  current average under the floor, D average dropped from the   *
      *  student's last term on TERMHIST.                              *
      ******************************************************************
       01  ALERT-HISTORY-RECORD.
           05  ALH-ALERT-KEY.
               10  ALH-STUDENT-ID          PIC X(05).
               10  ALH-REASON-CODE         PIC X(01).
                   88  ALH-REASON-MISSING            VALUE "M".
                   88  ALH-REASON-AVERAGE            VALUE "A".
                   88  ALH-REASON-DROP               VALUE "D".
           05  ALH-LAST-ALERT-DATE         PIC 9(08).
           05  ALH-ALERT-COUNT             PIC 9(04).
           05  ALH-LAST-MISSING-COUNT      PIC 9(04).
           05  ALH-LAST-AVERAGE            PIC 9(03)V9.
