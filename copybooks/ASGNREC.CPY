      ******************************************************************
      *  ASGNREC  -  Assignment catalog record, keyed by grading term  *
      *              plus assignment slot.  One record per assignment  *
      *              the class is set in a term; the slot number is    *
      *              the STUMREC assignment slot the grades post to.   *
      *              Maintained by ASGNMNT0.                           *
      *                                                                *
      *  HOMEWK01 rejects a submission for a slot not catalogued for   *
      *  the term, dates it against the due date for the late          *
      *  penalty, and takes the assignment name from here.  The        *
      *  maximum points are the assignment's weight inside its         *
      *  category: a category average is the 00-99 grades weighted by  *
      *  the points each assignment is worth.                          *
      ******************************************************************
       01  ASSIGNMENT-CATALOG-RECORD.
           05  ASG-CATALOG-KEY.
               10  ASG-TERM-ID             PIC X(06).
               10  ASG-SLOT-NO             PIC 9(02).
           05  ASG-ASSIGNMENT-NAME         PIC X(40).
           05  ASG-DUE-DATE                PIC 9(08).
           05  ASG-CATEGORY-CODE           PIC X(01).
               88  ASG-CAT-HOMEWORK                  VALUE "H".
               88  ASG-CAT-QUIZ                      VALUE "Q".
               88  ASG-CAT-TEST                      VALUE "T".
               88  ASG-CAT-PROJECT                   VALUE "P".
               88  ASG-CATEGORY-VALID
                       VALUE "H" "Q" "T" "P".
           05  ASG-MAX-POINTS              PIC 9(03).
           05  ASG-MAINT-DATE              PIC 9(08).
