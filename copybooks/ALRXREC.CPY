      ******************************************************************
      *  ALRXREC  -  Progress-alert mailing extract for the mail       *
      *              vendor, one detail record per alert letter.       *
      *                                                                *
      *  Wrapped like our other interfaces in a header record (run     *
      *  date/time, source system and term) and a trailer record       *
      *  (detail count and hash total) so the vendor can prove it      *
      *  loaded the whole file.  The hash total is the sum of the      *
      *  missing counts and current averages over every detail         *
      *  record.  All fields are display - the vendor does not take    *
      *  packed data.  The reason flags are "Y" or "N".                *
      ******************************************************************
       01  ALERT-MAILING-RECORD.
           05  ALX-RECORD-TYPE             PIC X(01).
               88  ALX-HEADER                        VALUE "H".
               88  ALX-DETAIL                        VALUE "D".
               88  ALX-TRAILER                       VALUE "T".
           05  ALX-HEADER-DATA.
               10  ALX-HDR-RUN-DATE        PIC 9(08).
               10  ALX-HDR-RUN-TIME        PIC 9(08).
               10  ALX-HDR-SOURCE-ID       PIC X(08).
               10  ALX-HDR-TERM-ID         PIC X(06).
               10  FILLER                  PIC X(69).
           05  ALX-DETAIL-DATA REDEFINES ALX-HEADER-DATA.
               10  ALX-STUDENT-ID          PIC X(05).
               10  ALX-STUDENT-NAME        PIC X(40).
               10  ALX-REASON-MISSING      PIC X(01).
               10  ALX-REASON-AVERAGE      PIC X(01).
               10  ALX-REASON-DROP         PIC X(01).
               10  ALX-MISSING-COUNT       PIC 9(04).
               10  ALX-CURRENT-AVERAGE     PIC 9(03)V9.
               10  ALX-PRIOR-AVERAGE       PIC 9(03)V9.
               10  ALX-PRIOR-TERM-ID       PIC X(06).
               10  FILLER                  PIC X(33).
           05  ALX-TRAILER-DATA REDEFINES ALX-HEADER-DATA.
               10  ALX-TRL-RECORD-COUNT    PIC 9(07).
               10  ALX-TRL-HASH-TOTAL      PIC 9(09)V9.
               10  FILLER                  PIC X(82).
