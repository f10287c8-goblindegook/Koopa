      *              the slots are blanked.  The TRNSCRP0 transcript   *
      *              report prints each student's term-by-term         *
      *              averages and class standing from this history.    *
      *                                                                *
      *  Each category average (homework, quiz, test, project - the    *
      *  CATWREC weight order) is the term's grades in that category   *
      *  weighted by the ASGNMST maximum points; the weighted average  *
      *  applies the term's CATWMST weights to the categories the      *
      *  student has grades in.  The flags say whether each was        *
      *  worked out at all - "N" for a category with no graded work,   *
      *  or a weighted average for a term with no weights.             *
      *  Trails written before these fields were added are converted   *
      *  once by TRMHCNV0, which sets every flag of the old terms N.   *
      ******************************************************************
       01  TERM-HISTORY-RECORD.
           05  TRMH-STUDENT-ID             PIC X(05).
           05  TRMH-ASSIGNMENT-ENTRY OCCURS 10 TIMES.
               10  TRMH-ASSIGNMENT-NAME    PIC X(40).
               10  TRMH-ASSIGNMENT-GRADE   PIC X(02).
           05  TRMH-CATEGORY-ENTRY OCCURS 4 TIMES.
               10  TRMH-CATEGORY-FLAG      PIC X(01).
                   88  TRMH-CATEGORY-GRADED          VALUE "Y".
               10  TRMH-CATEGORY-AVERAGE   PIC 9(03)V9.
           05  TRMH-WEIGHTED-FLAG          PIC X(01).
               88  TRMH-WEIGHTED-PRESENT             VALUE "Y".
           05  TRMH-WEIGHTED-AVERAGE       PIC 9(03)V9.
