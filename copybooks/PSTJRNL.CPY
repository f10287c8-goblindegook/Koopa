      *              these records, so a bad batch can be backed out   *
      *              through the normal posting path instead of by     *
      *              hand.                                             *
      *                                                                *
      *  A transfer journals as two records, one per leg, each with    *
      *  its own sequence number.  Both carry the from-leg's sequence  *
      *  number as the transfer reference, the leg flag, and the       *
      *  other leg's account, so the pair can be reversed as a unit.   *
      *  The reference is zero on every other posting.                 *
      *  Journals written before these fields were added are converted *
      *  once by JRNLCNV0, which gives every old posting a zero        *
      *  reference.                                                    *
      ******************************************************************
       01  POSTED-JOURNAL-RECORD.
           05  JRNL-RUN-DATE               PIC 9(08).
           05  JRNL-TRAN-AMOUNT            PIC S9(07)V99 COMP-3.
           05  JRNL-TRAN-DESCRIPTION       PIC X(30).
           05  JRNL-TRAN-OVERRIDE-CODE     PIC X(01).
           05  JRNL-TRANSFER-REF           PIC 9(05).
           05  JRNL-TRANSFER-LEG           PIC X(01).
               88  JRNL-LEG-FROM                     VALUE "F".
               88  JRNL-LEG-TO                       VALUE "T".
           05  JRNL-CONTRA-ACCOUNT-ID      PIC X(05).
