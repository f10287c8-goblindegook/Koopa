      ******************************************************************
      *  RDEPREC  -  Job-stream dependency card (RUNDEPS), 80 bytes.   *
      *              The deck is the one place the order of the batch  *
      *              stream is written down; every batch program reads *
      *              it at start of run for the cards naming itself.   *
      *                                                                *
      *  Card type P - predecessor: the program may not start until    *
      *                RDP-PREDECESSOR-ID has ended clean.  Rule S:    *
      *                clean for the same business date.  Rule L: the  *
      *                predecessor's latest run, whatever its date,    *
      *                must have ended clean - the audit hold, where a *
      *                JRNLAUD0 break stops the runs behind it until a *
      *                clean audit is on the ledger.                   *
      *  Card type N - not repeatable: once the program has ended      *
      *                clean for a business date it is refused for     *
      *                that date.                                      *
      *  Card type J - job-stream member, for the status report only.  *
      *                Frequency D is expected every business day,     *
      *                frequency M on month-end business days.         *
      *                                                                *
      *  The standard deck carries, among others:                      *
      *      ALLOWNC0 P HOMEWK01 S   grading before allowances         *
      *      INTACCR0 P CALVRUN0 S   month-end night before accrual    *
      *      INTACCR0 P JRNLAUD0 L   } held while the latest journal   *
      *      BALTRND0 P JRNLAUD0 L   } audit shows a break (JRNLAUD0   *
      *      ARCHPRG0 P JRNLAUD0 L   } ends RC 12)                     *
      *      TERMEND0 P TRMHCNV0 L   TERMHIST converted to the current *
      *                              TRMHREC layout first              *
      *      ACCTMNT0 P ACCTCNV0 L   } ACCTMST converted to the        *
      *      CALVRUN0 P ACCTCNV0 L   } current ACCTREC layout first;   *
      *      JRNLAUD0 P ACCTCNV0 L   } GOALMNT0, GOALTRK0, HOLDMNT0,   *
      *      DORMNCY0 P ACCTCNV0 L   } STOGEN0 and STOMNT0 likewise    *
      *      CALVRUN0 P JRNLCNV0 L   } PSTJRNL converted to the        *
      *      JRNLAUD0 P JRNLCNV0 L   } current layout first; SAVREVR0  *
      *      DORMNCY0 P JRNLCNV0 L   } likewise                        *
      *      CALVRUN0 P SUSPCNV0 L   SUSPIN converted to the current   *
      *                              SAVSUSP layout first              *
      *      CALVRUN0 N, INTACCR0 N, ALLOWNC0 N, TERMEND0 N,           *
      *      TRMHCNV0 N, ACCTCNV0 N, JRNLCNV0 N, SUSPCNV0 N            *
      ******************************************************************
       01  RUN-DEPENDENCY-RECORD.
           05  RDP-PROGRAM-ID              PIC X(08).
           05  RDP-CARD-TYPE               PIC X(01).
               88  RDP-PREDECESSOR-CARD              VALUE "P".
               88  RDP-NOT-REPEATABLE-CARD           VALUE "N".
               88  RDP-STREAM-MEMBER-CARD            VALUE "J".
           05  RDP-PREDECESSOR-ID          PIC X(08).
           05  RDP-RULE-CODE               PIC X(01).
               88  RDP-RULE-SAME-DATE                VALUE "S".
               88  RDP-RULE-LATEST-RUN               VALUE "L".
               88  RDP-RULE-VALID                    VALUE "S" "L".
           05  RDP-FREQUENCY-CODE          PIC X(01).
               88  RDP-FREQUENCY-DAILY               VALUE "D".
               88  RDP-FREQUENCY-MONTH-END           VALUE "M".
           05  FILLER                      PIC X(61).
