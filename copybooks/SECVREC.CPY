      ******************************************************************
      *  SECVREC  -  Security-violation trail record.  One record per  *
      *              card or console answer refused because the        *
      *              operator ID was blank, unknown, revoked, or not   *
      *              authorized for the program or action code.        *
      *                                                                *
      *  Every maintenance program, and the nightly run's console      *
      *  override, appends to the one SECVIOL trail; SECVRPT0 lists a  *
      *  day's attempts from all of them in one place.                 *
      ******************************************************************
       01  SECURITY-VIOLATION-RECORD.
           05  SCV-RUN-DATE                PIC 9(08).
           05  SCV-RUN-TIME                PIC 9(08).
           05  SCV-PROGRAM-ID              PIC X(08).
           05  SCV-OPERATOR-ID             PIC X(08).
           05  SCV-ACTION-CODE             PIC X(01).
           05  SCV-RECORD-KEY              PIC X(20).
           05  SCV-REASON                  PIC X(40).
           05  FILLER                      PIC X(07).
