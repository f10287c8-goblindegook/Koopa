      ******************************************************************
      *  CATWREC  -  Category-weight record, keyed by grading term.    *
      *              The percentage of the weighted average each       *
      *              assignment category carries that term; the four   *
      *              weights total 100.  Maintained by ASGNMNT0 beside *
      *              the ASGNREC catalog.                              *
      *                                                                *
      *  The table view runs in category order homework, quiz, test,   *
      *  project - the order the report card and the TRMHREC category  *
      *  averages use.                                                 *
      ******************************************************************
       01  CATEGORY-WEIGHT-RECORD.
           05  CTW-TERM-ID                 PIC X(06).
           05  CTW-WEIGHTS.
               10  CTW-HOMEWORK-WEIGHT     PIC 9(03).
               10  CTW-QUIZ-WEIGHT         PIC 9(03).
               10  CTW-TEST-WEIGHT         PIC 9(03).
               10  CTW-PROJECT-WEIGHT      PIC 9(03).
           05  CTW-WEIGHT-TABLE REDEFINES CTW-WEIGHTS.
               10  CTW-WEIGHT              PIC 9(03) OCCURS 4 TIMES.
           05  CTW-MAINT-DATE              PIC 9(08).
