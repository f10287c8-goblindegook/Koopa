      ******************************************************************
      *  OPRAREC  -  Operator authority master record, keyed by        *
      *              operator ID.  One record per operator allowed to  *
      *              stage maintenance cards or answer the nightly     *
      *              run's console override.  Maintained by OPRAMNT0.  *
      *                                                                *
      *  Each function entry names a program (ACCTMNT0, RATMNT0, ...)  *
      *  and the action codes the operator may use in it, e.g. "ACD"   *
      *  or "C".  The nightly run's console override is function       *
      *  CALVRUN0 with action code "O".  A blank function ID marks an  *
      *  unused entry.  A revoked operator keeps the record, so the    *
      *  security-violations report still shows whose ID was tried.    *
      ******************************************************************
       01  OPERATOR-AUTHORITY-RECORD.
           05  OPA-OPERATOR-ID             PIC X(08).
           05  OPA-OPERATOR-NAME           PIC X(30).
           05  OPA-STATUS-CODE             PIC X(01).
               88  OPA-STATUS-ACTIVE                 VALUE "A".
               88  OPA-STATUS-REVOKED                VALUE "R".
           05  OPA-FUNCTION-ENTRY OCCURS 10 TIMES.
               10  OPA-FUNCTION-ID         PIC X(08).
               10  OPA-ACTION-CODES        PIC X(04).
           05  OPA-MAINT-DATE              PIC 9(08).
