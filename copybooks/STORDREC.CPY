      ******************************************************************
      *  STORDREC -  Standing-order master record, keyed by account    *
      *              ID plus order number.  One record per recurring   *
      *              deposit or withdrawal a holder has asked to have  *
      *              posted on a schedule - weekly, monthly on the     *
      *              start date's day of the month, or on the last     *
      *              day of each month.  Maintained by STOMNT0.        *
      *                                                                *
      *  The STOGEN0 generator stages every order falling due on the   *
      *  coming business day as an ordinary LEDGTRN transaction on     *
      *  STOTRAN, which the nightly run reads beside INTTRAN.  The     *
      *  next-due date is always the order's own calendar due date;    *
      *  a due date landing on a holiday or weekend is rolled forward  *
      *  to the next business day only on the staged transaction.      *
      *  The last-staged due date and the business date it was staged  *
      *  for are what keep a rerun of the generator from staging the   *
      *  same order twice for the same due date.                       *
      ******************************************************************
       01  STANDING-ORDER-RECORD.
           05  STO-ORDER-KEY.
               10  STO-ACCOUNT-ID          PIC X(05).
               10  STO-ORDER-NO            PIC 9(03).
           05  STO-TYPE-CODE               PIC X(01).
               88  STO-TYPE-DEPOSIT                  VALUE "D".
               88  STO-TYPE-WITHDRAWAL               VALUE "W".
               88  STO-TYPE-VALID                    VALUES "D", "W".
           05  STO-AMOUNT                  PIC S9(07)V99 COMP-3.
           05  STO-DESCRIPTION             PIC X(30).
           05  STO-FREQUENCY-CODE          PIC X(01).
               88  STO-FREQ-WEEKLY                   VALUE "W".
               88  STO-FREQ-MONTHLY                  VALUE "M".
               88  STO-FREQ-MONTH-END                VALUE "E".
               88  STO-FREQ-VALID                    VALUES "W", "M",
                                                            "E".
           05  STO-START-DATE              PIC 9(08).
      *        Zero stop date means the order runs until deleted.
           05  STO-STOP-DATE               PIC 9(08).
           05  STO-NEXT-DUE-DATE           PIC 9(08).
           05  STO-STATUS-CODE             PIC X(01).
               88  STO-STATUS-ACTIVE                 VALUE "A".
               88  STO-STATUS-EXPIRED                VALUE "E".
           05  STO-LAST-DUE-STAGED         PIC 9(08).
           05  STO-LAST-STAGED-FOR         PIC 9(08).
           05  STO-MAINT-DATE              PIC 9(08).
