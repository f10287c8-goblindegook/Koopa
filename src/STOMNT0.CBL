      ******************************************************************
      *                                                                *
      *  STOMNT0.CBL                                                   *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     STOMNT0.
       AUTHOR.         R SHIELDS.
       INSTALLATION.   DATA PROCESSING CENTER.
       DATE-WRITTEN.   2026-10-15.
       DATE-COMPILED.

      ******************************************************************
      *  CHANGE LOG                                                    *
      *  DATE       INIT  DESCRIPTION                                  *
      *  ---------- ----  ------------------------------------------   *
      *  2026-10-15  RLS  Maintenance run for the STOMST standing-     *
      *                   order master: applies add / change /         *
      *                   delete cards from STOTRN, rejects bad cards  *
      *                   to the STOERR listing, and prints the        *
      *                   activity on STORPT - the same pattern as     *
      *                   the ACCTMNT0 account master maintenance.     *
      *                   An add must name an open account on ACCTMST  *
      *                   and sets the first due date from the start   *
      *                   date; a change re-keys the type, amount,     *
      *                   description or stop date; the schedule       *
      *                   itself (frequency and start date) is only    *
      *                   changed by deleting and re-adding the order. *
      *  2026-10-15  RLS  Each card is checked against the OPERAUTH    *
      *                   operator authority master before it is       *
      *                   applied; a blank, unknown, revoked or        *
      *                   unauthorized operator is rejected to the     *
      *                   error listing and logged to the SECVIOL      *
      *                   security-violation trail.                    *
      *                   The card carries the operator ID in          *
      *                   columns 67-74.                               *
      *  2026-10-15  RLS  Run control: checks itself in on the RUNLEDG *
      *                   run-control ledger before it starts and is   *
      *                   refused, RC 12, when a predecessor named for *
      *                   it on the RUNDEPS dependency deck has not    *
      *                   ended clean, or when the deck marks it not   *
      *                   repeatable and it has already ended clean    *
      *                   for the business date.  At end of run the    *
      *                   entry is completed with the return code and  *
      *                   the key counts.                              *
      *  2026-10-15  RLS  A refused rerun no longer overwrites the     *
      *                   date's failed, draft or started run-control  *
      *                   entry, so a failed run goes on holding its   *
      *                   successors.                                  *
      *  2026-10-15  RLS  An add whose start date has already gone by  *
      *                   is rejected, and an expired order brought    *
      *                   back by a stop-date change has its next due  *
      *                   date rolled on to the first due date from    *
      *                   today, so neither stages back-dated postings *
      *                   for the nightly run to suspend.              *
      *  2026-10-15  RLS  An order is neither added nor revived        *
      *                   against a dormant account, the same as a     *
      *                   closed one; a revival also needs the account *
      *                   still on ACCTMST.                            *
      *                                                                *
      ******************************************************************

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *    Card-image add / change / delete transactions.
           SELECT STANDING-ORDER-TRANS-FILE
               ASSIGN TO STOTRN
               ORGANIZATION IS SEQUENTIAL.

      *    Standing-order master maintained in place, keyed by
      *    account ID plus order number.
           SELECT STANDING-ORDER-MASTER
               ASSIGN TO STOMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS STO-ORDER-KEY
               FILE STATUS IS WS-STOMST-STATUS.

      *    Account master, read only - an order may only be added
      *    against an account that exists and is open.
           SELECT ACCOUNT-MASTER
               ASSIGN TO ACCTMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCT-ACCOUNT-ID
               FILE STATUS IS WS-ACCTMST-STATUS.

      *    Operator authority master - which operators may apply
      *    which action codes in which maintenance run.
           SELECT OPERATOR-AUTHORITY-MASTER
               ASSIGN TO OPERAUTH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OPA-OPERATOR-ID
               FILE STATUS IS WS-OPERAUTH-STATUS.

      *    Refused attempts, appended for the daily violations report.
           SELECT SECURITY-VIOLATION-FILE
               ASSIGN TO SECVIOL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SECVIOL-STATUS.

      *    Rejected transactions with the reason.
           SELECT ERROR-LISTING-FILE
               ASSIGN TO STOERR
               ORGANIZATION IS SEQUENTIAL.

      *    Applied-maintenance activity report.
           SELECT ACTIVITY-REPORT-FILE
               ASSIGN TO STORPT
               ORGANIZATION IS SEQUENTIAL.

      *    Run-control ledger: this run's entry, stamped at start and
      *    completed at end, and the entries of its predecessors.
           SELECT RUN-CONTROL-LEDGER
               ASSIGN TO RUNLEDG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RCL-LEDGER-KEY
               FILE STATUS IS WS-RUNLEDG-STATUS.

      *    Job-stream dependency deck: the runs that must end clean
      *    before this one starts, and whether it may be repeated.
           SELECT RUN-DEPENDENCY-FILE
               ASSIGN TO RUNDEPS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNDEPS-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD  STANDING-ORDER-TRANS-FILE
           LABEL RECORDS ARE STANDARD.
       01  STANDING-ORDER-TRANS-RECORD.
           05  STR-ACTION-CODE             PIC X(01).
               88  STR-ACTION-ADD                    VALUE "A".
               88  STR-ACTION-CHANGE                 VALUE "C".
               88  STR-ACTION-DELETE                 VALUE "D".
           05  STR-ACCOUNT-ID              PIC X(05).
           05  STR-ORDER-NO                PIC X(03).
           05  STR-TYPE-CODE               PIC X(01).
           05  STR-AMOUNT                  PIC X(09).
           05  STR-DESCRIPTION             PIC X(30).
           05  STR-FREQUENCY-CODE          PIC X(01).
           05  STR-START-DATE              PIC X(08).
           05  STR-STOP-DATE               PIC X(08).
           05  STR-OPERATOR-ID             PIC X(08).
           05  FILLER                      PIC X(06).

      *    Numeric views of the keyed card fields - the amount is
      *    keyed as 9(07)V99, unsigned with an assumed decimal point.
       01  STANDING-ORDER-TRANS-NUMERIC
               REDEFINES STANDING-ORDER-TRANS-RECORD.
           05  FILLER                      PIC X(06).
           05  STR-ORDER-NO-N              PIC 9(03).
           05  FILLER                      PIC X(01).
           05  STR-AMOUNT-N                PIC 9(07)V99.
           05  FILLER                      PIC X(31).
           05  STR-START-DATE-N            PIC 9(08).
           05  STR-STOP-DATE-N             PIC 9(08).
           05  FILLER                      PIC X(14).

       FD  STANDING-ORDER-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY STORDREC.

       FD  ACCOUNT-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY ACCTREC.

       FD  OPERATOR-AUTHORITY-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY OPRAREC.

       FD  SECURITY-VIOLATION-FILE
           LABEL RECORDS ARE STANDARD.
           COPY SECVREC.

       FD  ERROR-LISTING-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS.
       01  STOERR-PRINT-LINE               PIC X(132).

       FD  ACTIVITY-REPORT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS.
       01  STORPT-PRINT-LINE               PIC X(132).

       FD  RUN-CONTROL-LEDGER
           LABEL RECORDS ARE STANDARD.
           COPY RCLREC.

       FD  RUN-DEPENDENCY-FILE
           LABEL RECORDS ARE STANDARD.
           COPY RDEPREC.

       WORKING-STORAGE SECTION.

      ******************************************************************
      *  RUN CONTROL                                                   *
      ******************************************************************
       77  WS-RUNLEDG-STATUS               PIC X(02) VALUE SPACES.
       77  WS-RUNDEPS-STATUS               PIC X(02) VALUE SPACES.

       77  WS-EOF-RUNDEPS                  PIC X(01) VALUE "N".
           88  RUNDEPS-EOF                           VALUE "Y".
       77  WS-EOF-RUNLEDG                  PIC X(01) VALUE "N".
           88  RUNLEDG-EOF                           VALUE "Y".

      *    S once this run is on the ledger as started; R when the
      *    ledger or the dependency deck has refused it.
       77  WS-RUN-CONTROL-STATE            PIC X(01) VALUE SPACE.
           88  RUN-CONTROL-STARTED                   VALUE "S".
           88  RUN-REFUSED                           VALUE "R".

       77  WS-NO-REPEAT-SWITCH             PIC X(01) VALUE "N".
           88  RUN-NOT-REPEATABLE                    VALUE "Y".
       77  WS-LEDGER-ENTRY-SWITCH          PIC X(01) VALUE "N".
           88  LEDGER-ENTRY-PRESENT                  VALUE "Y".

       77  RCT-PROGRAM-ID                  PIC X(08) VALUE "STOMNT0".
       77  RCT-BUSINESS-DATE               PIC 9(08) VALUE ZERO.
       77  RCT-START-DATE                  PIC 9(08) VALUE ZERO.
       77  RCT-START-TIME                  PIC 9(08) VALUE ZERO.
       77  RCT-LATEST-STATUS               PIC X(01) VALUE SPACE.
       77  RCT-REFUSAL-REASON              PIC X(40) VALUE SPACES.
       77  RCT-COUNT-SUB                   PIC 9(04) COMP VALUE ZERO.

      *    Predecessors named for this run on the RUNDEPS deck, with
      *    the rule each is held to (S same business date, L latest).
       77  RCT-PRED-COUNT                  PIC 9(04) COMP VALUE ZERO.
       77  RCT-PRED-SUB                    PIC 9(04) COMP VALUE ZERO.

      ******************************************************************
      *  SWITCHES                                                      *
      ******************************************************************
       77  WS-EOF-TRANS                    PIC X(01) VALUE "N".
           88  TRANS-EOF                             VALUE "Y".

       77  WS-STOMST-STATUS                PIC X(02) VALUE SPACES.
       77  WS-ACCTMST-STATUS               PIC X(02) VALUE SPACES.
       77  WS-OPERAUTH-STATUS              PIC X(02) VALUE SPACES.
       77  WS-SECVIOL-STATUS               PIC X(02) VALUE SPACES.

      *    Set when STOMST or ACCTMST fails to open: no cards may be
      *    processed against a dead master - the activity report
      *    would otherwise claim changes that never happened.
       77  WS-ABORT-SWITCH                 PIC X(01) VALUE "N".
           88  RUN-MUST-ABORT                        VALUE "Y".

       77  WS-KEY-ON-MASTER                PIC X(01) VALUE "N".
           88  KEY-ON-MASTER                         VALUE "Y".

       77  WS-OPERATOR-SWITCH              PIC X(01) VALUE "N".
           88  OPERATOR-AUTHORIZED                   VALUE "Y".

       77  SMT-TRANS-READ-COUNT            PIC 9(05) COMP VALUE ZERO.
       77  SMT-APPLIED-COUNT               PIC 9(05) COMP VALUE ZERO.
       77  SMT-REJECT-COUNT                PIC 9(05) COMP VALUE ZERO.
       77  SMT-VIOLATION-COUNT             PIC 9(05) COMP VALUE ZERO.

       77  WS-CURRENT-DATE                 PIC 9(08) VALUE ZERO.
       77  WS-CURRENT-TIME                 PIC 9(08) VALUE ZERO.

       77  OPR-SUB                         PIC 9(04) COMP VALUE ZERO.
       77  OPR-FUNCTION-SUB                PIC 9(04) COMP VALUE ZERO.
       77  OPR-ACTION-HITS                 PIC 9(04) COMP VALUE ZERO.

      *    Card-date edit work fields - the same whole-calendar-day
      *    edit the nightly run applies to transaction dates.
       77  WS-MAX-DAY                      PIC 9(02) VALUE ZERO.
       77  WS-LEAP-QUOT                    PIC 9(04) COMP VALUE ZERO.
       77  WS-LEAP-REM                     PIC 9(04) COMP VALUE ZERO.
      *    Last day of the start date's month - a month-end order's
      *    first due date.
       77  WS-START-MAX-DAY                PIC 9(02) VALUE ZERO.
      *    Start date's day of the month - the day a monthly order
      *    falls due when a revived order's due date is rolled on.
       77  WS-ANCHOR-DAY                   PIC 9(02) VALUE ZERO.

       01  WS-EDIT-DATE.
           05  WS-EDIT-YYYY                PIC 9(04).
           05  WS-EDIT-MM                  PIC 9(02).
           05  WS-EDIT-DD                  PIC 9(02).
       01  WS-EDIT-DATE-N REDEFINES WS-EDIT-DATE
                                           PIC 9(08).

       01  WS-START-DATE.
           05  FILLER                      PIC 9(06).
           05  WS-START-DD                 PIC 9(02).

      ******************************************************************
      *  REPORT LINES                                                  *
      ******************************************************************
       01  SMT-HEADING-LINE.
           05  FILLER                      PIC X(49) VALUE
                   "STANDING ORDER MASTER MAINTENANCE ACTIVITY REPORT".
           05  FILLER                      PIC X(05) VALUE "RUN ".
           05  SMT-HDG-DATE                PIC 9(08).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  SMT-HDG-TIME                PIC 9(08).
           05  FILLER                      PIC X(60) VALUE SPACES.

       01  SMT-ACTION-LINE.
           05  SMT-ACT-VERB                PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  SMT-ACT-ACCOUNT-ID          PIC X(05).
           05  FILLER                      PIC X(01) VALUE "/".
           05  SMT-ACT-ORDER-NO            PIC 9(03).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  SMT-ACT-TYPE                PIC X(01).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  SMT-ACT-AMOUNT              PIC $$$,$$$,$$9.99-.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  SMT-ACT-DESCRIPTION         PIC X(30).
           05  FILLER                      PIC X(06) VALUE "  FRQ ".
           05  SMT-ACT-FREQUENCY           PIC X(01).
           05  FILLER                      PIC X(06) VALUE "  NXT ".
           05  SMT-ACT-NEXT-DUE            PIC 9(08).
           05  FILLER                      PIC X(07) VALUE "  STOP ".
           05  SMT-ACT-STOP-DATE           PIC 9(08).
           05  FILLER                      PIC X(06) VALUE "  STA ".
           05  SMT-ACT-STATUS              PIC X(01).
           05  FILLER                      PIC X(18) VALUE SPACES.

       01  SMT-TOTAL-LINE.
           05  FILLER                      PIC X(20) VALUE
                   "TRANSACTIONS READ   ".
           05  SMT-TOT-READ                PIC ZZ,ZZ9.
           05  FILLER                      PIC X(12) VALUE
                   "  APPLIED   ".
           05  SMT-TOT-APPLIED             PIC ZZ,ZZ9.
           05  FILLER                      PIC X(12) VALUE
                   "  REJECTED  ".
           05  SMT-TOT-REJECTED            PIC ZZ,ZZ9.
           05  FILLER                      PIC X(70) VALUE SPACES.

       01  SMT-ERROR-HEADING-LINE.
           05  FILLER                      PIC X(48) VALUE
                   "STANDING ORDER MASTER MAINTENANCE ERROR LISTING".
           05  FILLER                      PIC X(84) VALUE SPACES.

       01  SMT-ERROR-LINE.
           05  SMT-ERR-ACTION              PIC X(01).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  SMT-ERR-ACCOUNT-ID          PIC X(05).
           05  FILLER                      PIC X(01) VALUE "/".
           05  SMT-ERR-ORDER-NO            PIC X(03).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  SMT-ERR-OPERATOR            PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  SMT-ERR-MESSAGE             PIC X(40).
           05  FILLER                      PIC X(68) VALUE SPACES.

      ******************************************************************
      *  RUN CONTROL PREDECESSOR TABLE                                 *
      ******************************************************************
       01  RCT-PREDECESSOR-TABLE.
           05  RCT-PRED-ENTRY OCCURS 20 TIMES.
               10  RCT-PRED-PROGRAM-ID     PIC X(08).
               10  RCT-PRED-RULE           PIC X(01).

       PROCEDURE DIVISION.

      ******************************************************************
      *  0000-MAINLINE                                                 *
      ******************************************************************
       0000-MAINLINE.
           PERFORM 0100-START-RUN-CONTROL THRU 0100-EXIT.
           IF RUN-REFUSED
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 1000-INITIALIZE-RUN THRU 1000-EXIT.
           IF NOT RUN-MUST-ABORT
               PERFORM 2000-PROCESS-TRANSACTIONS THRU 2000-EXIT
           END-IF.
           PERFORM 9999-TERMINATE-RUN THRU 9999-EXIT.
           PERFORM 0900-END-RUN-CONTROL THRU 0900-EXIT.
           GOBACK.

      ******************************************************************
      *  0100-START-RUN-CONTROL - before the run opens a file it       *
      *  checks itself in on the RUNLEDG run-control ledger.  Every    *
      *  predecessor the RUNDEPS deck names for STOMNT0 must have      *
      *  ended clean, and a run the deck marks not repeatable must not *
      *  already have ended clean for the business date.  A refused    *
      *  run is stamped R with the reason and ends RC 12 without       *
      *  touching a file; an accepted one is stamped S until 0900      *
      *  completes it.                                                 *
      ******************************************************************
       0100-START-RUN-CONTROL.
           IF RCT-BUSINESS-DATE = ZERO
               ACCEPT RCT-BUSINESS-DATE FROM DATE YYYYMMDD
           END-IF.
           ACCEPT RCT-START-DATE FROM DATE YYYYMMDD.
           ACCEPT RCT-START-TIME FROM TIME.
           MOVE SPACES TO RCT-REFUSAL-REASON.
           PERFORM 0110-LOAD-DEPENDENCIES THRU 0110-EXIT.
      *    The first run to find no ledger creates it.
           OPEN I-O RUN-CONTROL-LEDGER.
           IF WS-RUNLEDG-STATUS = "35"
               OPEN OUTPUT RUN-CONTROL-LEDGER
               IF WS-RUNLEDG-STATUS = "00"
                   CLOSE RUN-CONTROL-LEDGER
                   OPEN I-O RUN-CONTROL-LEDGER
               END-IF
           END-IF.
           IF WS-RUNLEDG-STATUS NOT = "00"
               DISPLAY "RUN-CONTROL-LEDGER OPEN FAILED, STATUS = "
                   WS-RUNLEDG-STATUS
               DISPLAY "STOMNT0 REFUSED - NO RUN-CONTROL LEDGER"
               MOVE "R" TO WS-RUN-CONTROL-STATE
               GO TO 0100-EXIT
           END-IF.
           IF RCT-REFUSAL-REASON = SPACES
               PERFORM 0120-CHECK-ONE-PREDECESSOR THRU 0120-EXIT
                   VARYING RCT-PRED-SUB FROM 1 BY 1
                   UNTIL RCT-PRED-SUB > RCT-PRED-COUNT
                      OR RCT-REFUSAL-REASON NOT = SPACES
           END-IF.
           MOVE RCT-PROGRAM-ID TO RCL-PROGRAM-ID.
           MOVE RCT-BUSINESS-DATE TO RCL-BUSINESS-DATE.
           MOVE "N" TO WS-LEDGER-ENTRY-SWITCH.
           READ RUN-CONTROL-LEDGER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-LEDGER-ENTRY-SWITCH
           END-READ.
      *    A refusal is entered only where the date has no run on
      *    the ledger.  An entry that ran - clean, failed, draft or
      *    still started - is never overwritten by one: what the
      *    successors see stays true, and a failed run goes on holding
      *    them however often it is rerun and refused.
           IF LEDGER-ENTRY-PRESENT AND NOT RCL-RUN-REFUSED
               IF RCL-RUN-CLEAN AND RUN-NOT-REPEATABLE
                   MOVE "ALREADY ENDED CLEAN FOR THIS DATE"
                       TO RCT-REFUSAL-REASON
               END-IF
               IF RCT-REFUSAL-REASON NOT = SPACES
                   CLOSE RUN-CONTROL-LEDGER
                   DISPLAY "STOMNT0 REFUSED - " RCT-REFUSAL-REASON
                   MOVE "R" TO WS-RUN-CONTROL-STATE
                   GO TO 0100-EXIT
               END-IF
           END-IF.
           IF NOT LEDGER-ENTRY-PRESENT
               MOVE SPACES TO RUN-CONTROL-RECORD
               MOVE RCT-PROGRAM-ID TO RCL-PROGRAM-ID
               MOVE RCT-BUSINESS-DATE TO RCL-BUSINESS-DATE
               MOVE ZERO TO RCL-RUN-COUNT
           END-IF.
           IF RCL-RUN-COUNT < 999
               ADD 1 TO RCL-RUN-COUNT
           END-IF.
           MOVE RCT-START-DATE TO RCL-START-DATE.
           MOVE RCT-START-TIME TO RCL-START-TIME.
           MOVE ZERO TO RCL-END-DATE
                        RCL-END-TIME
                        RCL-RETURN-CODE.
           PERFORM VARYING RCT-COUNT-SUB FROM 1 BY 1
                   UNTIL RCT-COUNT-SUB > 3
               MOVE SPACES TO RCL-COUNT-LABEL(RCT-COUNT-SUB)
               MOVE ZERO TO RCL-COUNT-VALUE(RCT-COUNT-SUB)
           END-PERFORM.
           MOVE RCT-REFUSAL-REASON TO RCL-REFUSAL-REASON.
           IF RCT-REFUSAL-REASON = SPACES
               MOVE "S" TO RCL-RUN-STATUS
           ELSE
               MOVE "R" TO RCL-RUN-STATUS
               MOVE RCT-START-DATE TO RCL-END-DATE
               MOVE RCT-START-TIME TO RCL-END-TIME
               MOVE 12 TO RCL-RETURN-CODE
           END-IF.
           IF LEDGER-ENTRY-PRESENT
               REWRITE RUN-CONTROL-RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           ELSE
               WRITE RUN-CONTROL-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-IF.
           IF WS-RUNLEDG-STATUS NOT = "00"
               DISPLAY "RUN-CONTROL-LEDGER WRITE FAILED, STATUS = "
                   WS-RUNLEDG-STATUS
               IF RCT-REFUSAL-REASON = SPACES
                   MOVE "NO ENTRY ON THE RUN-CONTROL LEDGER"
                       TO RCT-REFUSAL-REASON
               END-IF
           END-IF.
           CLOSE RUN-CONTROL-LEDGER.
           IF RCT-REFUSAL-REASON = SPACES
               MOVE "S" TO WS-RUN-CONTROL-STATE
           ELSE
               DISPLAY "STOMNT0 REFUSED - " RCT-REFUSAL-REASON
               MOVE "R" TO WS-RUN-CONTROL-STATE
           END-IF.
       0100-EXIT.
           EXIT.

      *    Only the cards naming this program are kept.  Without the
      *    deck nothing can be checked, so the run is refused rather
      *    than let through unchecked; a shop with no dependencies
      *    keeps an empty deck.
       0110-LOAD-DEPENDENCIES.
           MOVE ZERO TO RCT-PRED-COUNT.
           MOVE "N" TO WS-NO-REPEAT-SWITCH.
           OPEN INPUT RUN-DEPENDENCY-FILE.
           IF WS-RUNDEPS-STATUS NOT = "00"
               DISPLAY "RUNDEPS OPEN FAILED, STATUS = "
                   WS-RUNDEPS-STATUS
               MOVE "DEPENDENCY DECK RUNDEPS NOT AVAILABLE"
                   TO RCT-REFUSAL-REASON
               GO TO 0110-EXIT
           END-IF.
           MOVE "N" TO WS-EOF-RUNDEPS.
           PERFORM UNTIL RUNDEPS-EOF
               READ RUN-DEPENDENCY-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-RUNDEPS
                   NOT AT END
                       IF RDP-PROGRAM-ID = RCT-PROGRAM-ID
                           PERFORM 0115-NOTE-ONE-DEPENDENCY
                               THRU 0115-EXIT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RUN-DEPENDENCY-FILE.
       0110-EXIT.
           EXIT.

       0115-NOTE-ONE-DEPENDENCY.
           IF RDP-NOT-REPEATABLE-CARD
               MOVE "Y" TO WS-NO-REPEAT-SWITCH
               GO TO 0115-EXIT
           END-IF.
           IF NOT RDP-PREDECESSOR-CARD
               GO TO 0115-EXIT
           END-IF.
           IF NOT RDP-RULE-VALID
               STRING "BAD RUNDEPS RULE FOR " RDP-PREDECESSOR-ID
                   DELIMITED BY SIZE INTO RCT-REFUSAL-REASON
               GO TO 0115-EXIT
           END-IF.
           IF RCT-PRED-COUNT NOT < 20
               MOVE "MORE THAN 20 PREDECESSORS ON RUNDEPS"
                   TO RCT-REFUSAL-REASON
               GO TO 0115-EXIT
           END-IF.
           ADD 1 TO RCT-PRED-COUNT.
           MOVE RDP-PREDECESSOR-ID
               TO RCT-PRED-PROGRAM-ID(RCT-PRED-COUNT).
           MOVE RDP-RULE-CODE TO RCT-PRED-RULE(RCT-PRED-COUNT).
       0115-EXIT.
           EXIT.

      *    Rule S wants the predecessor's entry for this run's business
      *    date; rule L wants its latest entry whatever the date.
       0120-CHECK-ONE-PREDECESSOR.
           MOVE SPACE TO RCT-LATEST-STATUS.
           MOVE RCT-PRED-PROGRAM-ID(RCT-PRED-SUB) TO RCL-PROGRAM-ID.
           IF RCT-PRED-RULE(RCT-PRED-SUB) = "L"
               PERFORM 0130-FIND-LATEST-RUN THRU 0130-EXIT
           ELSE
               MOVE RCT-BUSINESS-DATE TO RCL-BUSINESS-DATE
               READ RUN-CONTROL-LEDGER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE RCL-RUN-STATUS TO RCT-LATEST-STATUS
               END-READ
           END-IF.
           IF RCT-LATEST-STATUS = "C"
               GO TO 0120-EXIT
           END-IF.
           IF RCT-LATEST-STATUS = SPACE
               STRING "PREDECESSOR "
                      RCT-PRED-PROGRAM-ID(RCT-PRED-SUB)
                      " HAS NOT RUN"
                   DELIMITED BY SIZE INTO RCT-REFUSAL-REASON
           ELSE
               STRING "PREDECESSOR "
                      RCT-PRED-PROGRAM-ID(RCT-PRED-SUB)
                      " NOT ENDED CLEAN"
                   DELIMITED BY SIZE INTO RCT-REFUSAL-REASON
           END-IF.
       0120-EXIT.
           EXIT.

      *    Walks the predecessor's entries in date order; a refused
      *    entry never ran, so it does not displace the run before it.
       0130-FIND-LATEST-RUN.
           MOVE ZERO TO RCL-BUSINESS-DATE.
           MOVE "N" TO WS-EOF-RUNLEDG.
           START RUN-CONTROL-LEDGER
               KEY IS NOT LESS THAN RCL-LEDGER-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF-RUNLEDG
           END-START.
           PERFORM UNTIL RUNLEDG-EOF
               READ RUN-CONTROL-LEDGER NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-RUNLEDG
                   NOT AT END
                       IF RCL-PROGRAM-ID NOT =
                               RCT-PRED-PROGRAM-ID(RCT-PRED-SUB)
                           MOVE "Y" TO WS-EOF-RUNLEDG
                       ELSE
                           IF NOT RCL-RUN-REFUSED
                               MOVE RCL-RUN-STATUS
                                   TO RCT-LATEST-STATUS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
       0130-EXIT.
           EXIT.

      ******************************************************************
      *  0900-END-RUN-CONTROL - completes this run's ledger entry with *
      *  the end time, the return code and the run's key counts.       *
      *  Below RC 8 the run ended clean and its successors may start;  *
      *  an entry left at S means the run never got here.              *
      ******************************************************************
       0900-END-RUN-CONTROL.
           IF NOT RUN-CONTROL-STARTED
               GO TO 0900-EXIT
           END-IF.
           OPEN I-O RUN-CONTROL-LEDGER.
           IF WS-RUNLEDG-STATUS NOT = "00"
               DISPLAY "RUN-CONTROL-LEDGER OPEN FAILED, STATUS = "
                   WS-RUNLEDG-STATUS
               GO TO 0900-EXIT
           END-IF.
           MOVE RCT-PROGRAM-ID TO RCL-PROGRAM-ID.
           MOVE RCT-BUSINESS-DATE TO RCL-BUSINESS-DATE.
           READ RUN-CONTROL-LEDGER
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-RUNLEDG-STATUS NOT = "00"
               DISPLAY "RUN-CONTROL-LEDGER ENTRY MISSING, STATUS = "
                   WS-RUNLEDG-STATUS
               CLOSE RUN-CONTROL-LEDGER
               GO TO 0900-EXIT
           END-IF.
           ACCEPT RCL-END-DATE FROM DATE YYYYMMDD.
           ACCEPT RCL-END-TIME FROM TIME.
           MOVE RETURN-CODE TO RCL-RETURN-CODE.
           IF RETURN-CODE < 8
               MOVE "C" TO RCL-RUN-STATUS
           ELSE
               MOVE "F" TO RCL-RUN-STATUS
           END-IF.
           PERFORM 0950-POST-KEY-COUNTS THRU 0950-EXIT.
           REWRITE RUN-CONTROL-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           IF WS-RUNLEDG-STATUS NOT = "00"
               DISPLAY "RUN-CONTROL-LEDGER REWRITE FAILED, STATUS = "
                   WS-RUNLEDG-STATUS
           END-IF.
           CLOSE RUN-CONTROL-LEDGER.
       0900-EXIT.
           EXIT.

      *    The counts this run leaves on its ledger entry.
       0950-POST-KEY-COUNTS.
           MOVE "APPLIED" TO RCL-COUNT-LABEL(1).
           MOVE SMT-APPLIED-COUNT TO RCL-COUNT-VALUE(1).
           MOVE "REJECTED" TO RCL-COUNT-LABEL(2).
           MOVE SMT-REJECT-COUNT TO RCL-COUNT-VALUE(2).
           MOVE "VIOLATIONS" TO RCL-COUNT-LABEL(3).
           MOVE SMT-VIOLATION-COUNT TO RCL-COUNT-VALUE(3).
       0950-EXIT.
           EXIT.

      ******************************************************************
      *  1000-INITIALIZE-RUN                                           *
      ******************************************************************
       1000-INITIALIZE-RUN.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           OPEN INPUT  STANDING-ORDER-TRANS-FILE
                       ACCOUNT-MASTER
                I-O    STANDING-ORDER-MASTER
                OUTPUT ERROR-LISTING-FILE
                       ACTIVITY-REPORT-FILE.
      *    A maintenance run against a master that does not exist yet
      *    is the initial load: create the empty master and reopen it
      *    I-O, the same status-35 fallback STUMNT0 uses.
           IF WS-STOMST-STATUS = "35"
               OPEN OUTPUT STANDING-ORDER-MASTER
               IF WS-STOMST-STATUS = "00"
                   CLOSE STANDING-ORDER-MASTER
                   OPEN I-O STANDING-ORDER-MASTER
               END-IF
           END-IF.
           IF WS-STOMST-STATUS NOT = "00"
               DISPLAY "STANDING-ORDER-MASTER OPEN FAILED, STATUS = "
                   WS-STOMST-STATUS
               MOVE "Y" TO WS-ABORT-SWITCH
           END-IF.
           IF WS-ACCTMST-STATUS NOT = "00"
               DISPLAY "ACCOUNT-MASTER OPEN FAILED, STATUS = "
                   WS-ACCTMST-STATUS
               MOVE "Y" TO WS-ABORT-SWITCH
           END-IF.
      *    Every card is checked against the operator authority
      *    master; without it no card may be applied.
           OPEN INPUT OPERATOR-AUTHORITY-MASTER.
           IF WS-OPERAUTH-STATUS NOT = "00"
               DISPLAY "OPERATOR-AUTHORITY-MASTER OPEN FAILED, "
                   "STATUS = " WS-OPERAUTH-STATUS
               MOVE "Y" TO WS-ABORT-SWITCH
           END-IF.
      *    Refused cards go to the violation trail shared by every
      *    maintenance run; the first run to open it creates it.
           OPEN EXTEND SECURITY-VIOLATION-FILE.
           IF WS-SECVIOL-STATUS = "35"
               OPEN OUTPUT SECURITY-VIOLATION-FILE
           END-IF.
           IF WS-SECVIOL-STATUS NOT = "00"
               DISPLAY "SECURITY-VIOLATION-FILE OPEN FAILED, "
                   "STATUS = " WS-SECVIOL-STATUS
               MOVE "Y" TO WS-ABORT-SWITCH
           END-IF.
           MOVE WS-CURRENT-DATE TO SMT-HDG-DATE.
           MOVE WS-CURRENT-TIME TO SMT-HDG-TIME.
           WRITE STORPT-PRINT-LINE FROM SMT-HEADING-LINE.
           WRITE STOERR-PRINT-LINE FROM SMT-ERROR-HEADING-LINE.
       1000-EXIT.
           EXIT.

      ******************************************************************
      *  2000-PROCESS-TRANSACTIONS                                     *
      ******************************************************************
       2000-PROCESS-TRANSACTIONS.
           MOVE "N" TO WS-EOF-TRANS.
           PERFORM UNTIL TRANS-EOF
               READ STANDING-ORDER-TRANS-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-TRANS
                   NOT AT END
                       ADD 1 TO SMT-TRANS-READ-COUNT
                       PERFORM 2100-APPLY-ONE-TRANSACTION
                           THRU 2100-EXIT
               END-READ
           END-PERFORM.
       2000-EXIT.
           EXIT.

       2100-APPLY-ONE-TRANSACTION.
           PERFORM 2050-CHECK-OPERATOR-AUTHORITY THRU 2050-EXIT.
           IF NOT OPERATOR-AUTHORIZED
               PERFORM 2400-REJECT-TRANSACTION THRU 2400-EXIT
               PERFORM 2060-LOG-SECURITY-VIOLATION THRU 2060-EXIT
               GO TO 2100-EXIT
           END-IF.
           MOVE SPACES TO SMT-ERR-MESSAGE.
           IF STR-ACCOUNT-ID = SPACES
               MOVE "ACCOUNT ID IS BLANK" TO SMT-ERR-MESSAGE
               PERFORM 2400-REJECT-TRANSACTION THRU 2400-EXIT
               GO TO 2100-EXIT
           END-IF.
           IF STR-ORDER-NO NOT NUMERIC
               MOVE "ORDER NUMBER NOT NUMERIC" TO SMT-ERR-MESSAGE
               PERFORM 2400-REJECT-TRANSACTION THRU 2400-EXIT
               GO TO 2100-EXIT
           END-IF.
           PERFORM 2200-READ-MASTER-FOR-KEY THRU 2200-EXIT.
           IF STR-ACTION-ADD
               PERFORM 2110-APPLY-ADD THRU 2110-EXIT
           ELSE
               IF STR-ACTION-CHANGE
                   PERFORM 2120-APPLY-CHANGE THRU 2120-EXIT
               ELSE
                   IF STR-ACTION-DELETE
                       PERFORM 2130-APPLY-DELETE THRU 2130-EXIT
                   ELSE
                       MOVE "ACTION CODE NOT A / C / D"
                           TO SMT-ERR-MESSAGE
                       PERFORM 2400-REJECT-TRANSACTION THRU 2400-EXIT
                   END-IF
               END-IF
           END-IF.
       2100-EXIT.
           EXIT.

      *    The operator on the card must be an active operator with
      *    STOMNT0 authority for the card's action code on the
      *    OPERAUTH master.  On failure SMT-ERR-MESSAGE carries the
      *    reason for the error listing and the violation trail.
       2050-CHECK-OPERATOR-AUTHORITY.
           MOVE "N" TO WS-OPERATOR-SWITCH.
           IF STR-OPERATOR-ID = SPACES
               MOVE "OPERATOR ID IS BLANK" TO SMT-ERR-MESSAGE
               GO TO 2050-EXIT
           END-IF.
           MOVE "OPERATOR NOT ON AUTHORITY MASTER" TO SMT-ERR-MESSAGE.
           MOVE STR-OPERATOR-ID TO OPA-OPERATOR-ID.
           READ OPERATOR-AUTHORITY-MASTER
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-OPERAUTH-STATUS NOT = "00"
               GO TO 2050-EXIT
           END-IF.
           IF NOT OPA-STATUS-ACTIVE
               MOVE "OPERATOR AUTHORITY REVOKED" TO SMT-ERR-MESSAGE
               GO TO 2050-EXIT
           END-IF.
           MOVE ZERO TO OPR-FUNCTION-SUB.
           PERFORM VARYING OPR-SUB FROM 1 BY 1 UNTIL OPR-SUB > 10
               IF OPA-FUNCTION-ID(OPR-SUB) = "STOMNT0"
                   MOVE OPR-SUB TO OPR-FUNCTION-SUB
               END-IF
           END-PERFORM.
           IF OPR-FUNCTION-SUB = ZERO
               MOVE "OPERATOR NOT AUTHORIZED FOR THIS RUN"
                   TO SMT-ERR-MESSAGE
               GO TO 2050-EXIT
           END-IF.
           MOVE ZERO TO OPR-ACTION-HITS.
           INSPECT OPA-ACTION-CODES(OPR-FUNCTION-SUB)
               TALLYING OPR-ACTION-HITS FOR ALL STR-ACTION-CODE.
           IF OPR-ACTION-HITS = ZERO OR STR-ACTION-CODE = SPACE
               MOVE "OPERATOR NOT AUTHORIZED FOR THIS ACTION"
                   TO SMT-ERR-MESSAGE
               GO TO 2050-EXIT
           END-IF.
           MOVE "Y" TO WS-OPERATOR-SWITCH.
       2050-EXIT.
           EXIT.

      *    SMT-ERR-MESSAGE carries the reason set by 2050.
       2060-LOG-SECURITY-VIOLATION.
           MOVE SPACES TO SECURITY-VIOLATION-RECORD.
           MOVE WS-CURRENT-DATE TO SCV-RUN-DATE.
           MOVE WS-CURRENT-TIME TO SCV-RUN-TIME.
           MOVE "STOMNT0" TO SCV-PROGRAM-ID.
           MOVE STR-OPERATOR-ID TO SCV-OPERATOR-ID.
           MOVE STR-ACTION-CODE TO SCV-ACTION-CODE.
           STRING STR-ACCOUNT-ID "/" STR-ORDER-NO
               DELIMITED BY SIZE INTO SCV-RECORD-KEY.
           MOVE SMT-ERR-MESSAGE TO SCV-REASON.
           WRITE SECURITY-VIOLATION-RECORD.
           ADD 1 TO SMT-VIOLATION-COUNT.
       2060-EXIT.
           EXIT.

       2200-READ-MASTER-FOR-KEY.
           MOVE "N" TO WS-KEY-ON-MASTER.
           MOVE STR-ACCOUNT-ID TO STO-ACCOUNT-ID.
           MOVE STR-ORDER-NO-N TO STO-ORDER-NO.
           READ STANDING-ORDER-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-KEY-ON-MASTER
           END-READ.
       2200-EXIT.
           EXIT.

      *    A new order must name an open account - not closed, and
      *    not dormant, where the nightly run would suspend every
      *    occurrence - and carry a complete schedule.  The first
      *    due date is the start date itself, or for a month-end
      *    order the last day of the start month; the order starts
      *    active with nothing yet staged.  A start date
      *    already gone by is refused: the generator would stage one
      *    back-dated occurrence a night until it caught up, and the
      *    nightly run would suspend every one of them.
       2110-APPLY-ADD.
           IF KEY-ON-MASTER
               MOVE "DUPLICATE ADD - ORDER ALREADY ON MASTER"
                   TO SMT-ERR-MESSAGE
               PERFORM 2400-REJECT-TRANSACTION THRU 2400-EXIT
               GO TO 2110-EXIT
           END-IF.
           MOVE STR-ACCOUNT-ID TO ACCT-ACCOUNT-ID.
           READ ACCOUNT-MASTER
               INVALID KEY
                   MOVE "ADD REJECTED - ACCOUNT NOT ON ACCTMST"
                       TO SMT-ERR-MESSAGE
                   PERFORM 2400-REJECT-TRANSACTION THRU 2400-EXIT
                   GO TO 2110-EXIT
           END-READ.
           IF ACCT-STATUS-CLOSED
               MOVE "ADD REJECTED - ACCOUNT IS CLOSED"
                   TO SMT-ERR-MESSAGE
               PERFORM 2400-REJECT-TRANSACTION THRU 2400-EXIT
               GO TO 2110-EXIT
           END-IF.
           IF ACCT-STATUS-DORMANT
               MOVE "ADD REJECTED - ACCOUNT IS DORMANT"
                   TO SMT-ERR-MESSAGE
               PERFORM 2400-REJECT-TRANSACTION THRU 2400-EXIT
               GO TO 2110-EXIT
           END-IF.
           IF STR-FREQUENCY-CODE NOT = "W" AND "M" AND "E"
               MOVE "FREQUENCY NOT W / M / E" TO SMT-ERR-MESSAGE
               PERFORM 2400-REJECT-TRANSACTION THRU 2400-EXIT
               GO TO 2110-EXIT
           END-IF.
           IF STR-START-DATE NOT NUMERIC
               MOVE "START DATE NOT NUMERIC" TO SMT-ERR-MESSAGE
               PERFORM 2400-REJECT-TRANSACTION THRU 2400-EXIT
               GO TO 2110-EXIT
           END-IF.
           MOVE STR-START-DATE TO WS-EDIT-DATE.
           PERFORM 2150-EDIT-CARD-DATE THRU 2150-EXIT.
           IF SMT-ERR-MESSAGE NOT = SPACES
               PERFORM 2400-REJECT-TRANSACTION THRU 2400-EXIT
               GO TO 2110-EXIT
           END-IF.
           IF STR-START-DATE-N < WS-CURRENT-DATE
               MOVE "START DATE BEFORE TODAY" TO SMT-ERR-MESSAGE
               PERFORM 2400-REJECT-TRANSACTION THRU 2400-EXIT
               GO TO 2110-EXIT
           END-IF.
           MOVE WS-MAX-DAY TO WS-START-MAX-DAY.
           IF STR-TYPE-CODE = SPACE
               OR STR-AMOUNT = SPACES
               OR STR-DESCRIPTION = SPACES
               MOVE "ADD NEEDS TYPE, AMOUNT AND DESCRIPTION"
                   TO SMT-ERR-MESSAGE
               PERFORM 2400-REJECT-TRANSACTION THRU 2400-EXIT
               GO TO 2110-EXIT
           END-IF.
           PERFORM 2170-EDIT-CARD-FIELDS THRU 2170-EXIT.
           IF SMT-ERR-MESSAGE NOT = SPACES
               PERFORM 2400-REJECT-TRANSACTION THRU 2400-EXIT
               GO TO 2110-EXIT
           END-IF.
           IF STR-STOP-DATE NOT = SPACES
               AND STR-STOP-DATE-N NOT = ZERO
               AND STR-STOP-DATE-N < STR-START-DATE-N
               MOVE "STOP DATE BEFORE START DATE" TO SMT-ERR-MESSAGE
               PERFORM 2400-REJECT-TRANSACTION THRU 2400-EXIT
               GO TO 2110-EXIT
           END-IF.
           MOVE STR-ACCOUNT-ID TO STO-ACCOUNT-ID.
           MOVE STR-ORDER-NO-N TO STO-ORDER-NO.
           MOVE STR-TYPE-CODE TO STO-TYPE-CODE.
           MOVE STR-AMOUNT-N TO STO-AMOUNT.
           MOVE STR-DESCRIPTION TO STO-DESCRIPTION.
           MOVE STR-FREQUENCY-CODE TO STO-FREQUENCY-CODE.
           MOVE STR-START-DATE-N TO STO-START-DATE.
           IF STR-STOP-DATE = SPACES
               MOVE ZERO TO STO-STOP-DATE
           ELSE
               MOVE STR-STOP-DATE-N TO STO-STOP-DATE
           END-IF.
           MOVE STR-START-DATE-N TO WS-EDIT-DATE-N.
           IF STO-FREQ-MONTH-END
               MOVE WS-START-MAX-DAY TO WS-EDIT-DD
           END-IF.
           MOVE WS-EDIT-DATE-N TO STO-NEXT-DUE-DATE.
           MOVE "A" TO STO-STATUS-CODE.
           MOVE ZERO TO STO-LAST-DUE-STAGED.
           MOVE ZERO TO STO-LAST-STAGED-FOR.
           MOVE WS-CURRENT-DATE TO STO-MAINT-DATE.
           WRITE STANDING-ORDER-RECORD
               INVALID KEY
                   MOVE "WRITE REJECTED BY STANDING-ORDER-MASTER"
                       TO SMT-ERR-MESSAGE
                   PERFORM 2400-REJECT-TRANSACTION THRU 2400-EXIT
                   GO TO 2110-EXIT
           END-WRITE.
           IF WS-STOMST-STATUS NOT = "00"
               MOVE "WRITE FAILED - SEE FILE STATUS"
                   TO SMT-ERR-MESSAGE
               PERFORM 2400-REJECT-TRANSACTION THRU 2400-EXIT
               GO TO 2110-EXIT
           END-IF.
           MOVE "ADD     " TO SMT-ACT-VERB.
           PERFORM 2300-WRITE-ACTIVITY-LINE THRU 2300-EXIT.
       2110-EXIT.
           EXIT.

      *    A change re-keys only the type, amount, description and
      *    stop date - a blank column leaves that field as it stands.
      *    Moving the stop date past the next due date (or clearing
      *    it with all zeroes) brings an expired order back to life.
      *    An expired order's next due date is first rolled on to the
      *    first due date from today, so the due dates it missed while
      *    it was stopped are never staged, and it is revived only
      *    against an account that is still open (2140).
      *    Frequency and start date are refused on a change: the
      *    next-due date is built from them, so a new schedule is a
      *    delete and a fresh add.
       2120-APPLY-CHANGE.
           IF NOT KEY-ON-MASTER
               MOVE "CHANGE REJECTED - ORDER NOT ON MASTER"
                   TO SMT-ERR-MESSAGE
               PERFORM 2400-REJECT-TRANSACTION THRU 2400-EXIT
               GO TO 2120-EXIT
           END-IF.
           IF STR-FREQUENCY-CODE NOT = SPACE
               OR STR-START-DATE NOT = SPACES
               MOVE "SCHEDULE CHANGE NEEDS DELETE AND ADD"
                   TO SMT-ERR-MESSAGE
               PERFORM 2400-REJECT-TRANSACTION THRU 2400-EXIT
               GO TO 2120-EXIT
           END-IF.
           PERFORM 2170-EDIT-CARD-FIELDS THRU 2170-EXIT.
           IF SMT-ERR-MESSAGE NOT = SPACES
               PERFORM 2400-REJECT-TRANSACTION THRU 2400-EXIT
               GO TO 2120-EXIT
           END-IF.
           IF STR-STOP-DATE NOT = SPACES
               AND STR-STOP-DATE-N NOT = ZERO
               AND STR-STOP-DATE-N < STO-START-DATE
               MOVE "STOP DATE BEFORE START DATE" TO SMT-ERR-MESSAGE
               PERFORM 2400-REJECT-TRANSACTION THRU 2400-EXIT
               GO TO 2120-EXIT
           END-IF.
           IF STR-TYPE-CODE NOT = SPACE
               MOVE STR-TYPE-CODE TO STO-TYPE-CODE
           END-IF.
           IF STR-AMOUNT NOT = SPACES
               MOVE STR-AMOUNT-N TO STO-AMOUNT
           END-IF.
           IF STR-DESCRIPTION NOT = SPACES
               MOVE STR-DESCRIPTION TO STO-DESCRIPTION
           END-IF.
           IF STR-STOP-DATE NOT = SPACES
               MOVE STR-STOP-DATE-N TO STO-STOP-DATE
               IF STO-STATUS-EXPIRED
                   PERFORM 2180-ADVANCE-NEXT-DUE THRU 2180-EXIT
                       UNTIL STO-NEXT-DUE-DATE NOT < WS-CURRENT-DATE
               END-IF
               IF STO-STOP-DATE = ZERO
                   OR STO-STOP-DATE NOT < STO-NEXT-DUE-DATE
                   IF STO-STATUS-EXPIRED
                       PERFORM 2140-EDIT-ORDER-ACCOUNT THRU 2140-EXIT
                   END-IF
                   MOVE "A" TO STO-STATUS-CODE
               END-IF
           END-IF.
           IF SMT-ERR-MESSAGE NOT = SPACES
               PERFORM 2400-REJECT-TRANSACTION THRU 2400-EXIT
               GO TO 2120-EXIT
           END-IF.
           MOVE WS-CURRENT-DATE TO STO-MAINT-DATE.
           REWRITE STANDING-ORDER-RECORD
               INVALID KEY
                   MOVE "REWRITE REJECTED BY STANDING-ORDER-MASTER"
                       TO SMT-ERR-MESSAGE
                   PERFORM 2400-REJECT-TRANSACTION THRU 2400-EXIT
                   GO TO 2120-EXIT
           END-REWRITE.
           IF WS-STOMST-STATUS NOT = "00"
               MOVE "REWRITE FAILED - SEE FILE STATUS"
                   TO SMT-ERR-MESSAGE
               PERFORM 2400-REJECT-TRANSACTION THRU 2400-EXIT
               GO TO 2120-EXIT
           END-IF.
           MOVE "CHANGE  " TO SMT-ACT-VERB.
           PERFORM 2300-WRITE-ACTIVITY-LINE THRU 2300-EXIT.
       2120-EXIT.
           EXIT.

       2130-APPLY-DELETE.
           IF NOT KEY-ON-MASTER
               MOVE "DELETE REJECTED - ORDER NOT ON MASTER"
                   TO SMT-ERR-MESSAGE
               PERFORM 2400-REJECT-TRANSACTION THRU 2400-EXIT
               GO TO 2130-EXIT
           END-IF.
           DELETE STANDING-ORDER-MASTER
               INVALID KEY
                   MOVE "DELETE REJECTED BY STANDING-ORDER-MASTER"
                       TO SMT-ERR-MESSAGE
                   PERFORM 2400-REJECT-TRANSACTION THRU 2400-EXIT
                   GO TO 2130-EXIT
           END-DELETE.
           IF WS-STOMST-STATUS NOT = "00"
               MOVE "DELETE FAILED - SEE FILE STATUS"
                   TO SMT-ERR-MESSAGE
               PERFORM 2400-REJECT-TRANSACTION THRU 2400-EXIT
               GO TO 2130-EXIT
           END-IF.
           MOVE "DELETE  " TO SMT-ACT-VERB.
           PERFORM 2300-WRITE-ACTIVITY-LINE THRU 2300-EXIT.
       2130-EXIT.
           EXIT.

      *    An expired order comes back only against an account the
      *    nightly run will post to - the same closed and dormant
      *    refusals as an add.
       2140-EDIT-ORDER-ACCOUNT.
           MOVE STO-ACCOUNT-ID TO ACCT-ACCOUNT-ID.
           READ ACCOUNT-MASTER
               INVALID KEY
                   MOVE "REVIVE REJECTED - ACCOUNT NOT ON ACCTMST"
                       TO SMT-ERR-MESSAGE
                   GO TO 2140-EXIT
           END-READ.
           IF ACCT-STATUS-CLOSED
               MOVE "REVIVE REJECTED - ACCOUNT IS CLOSED"
                   TO SMT-ERR-MESSAGE
               GO TO 2140-EXIT
           END-IF.
           IF ACCT-STATUS-DORMANT
               MOVE "REVIVE REJECTED - ACCOUNT IS DORMANT"
                   TO SMT-ERR-MESSAGE
           END-IF.
       2140-EXIT.
           EXIT.

      *    WS-EDIT-DATE is loaded by the caller.  It must be a real
      *    calendar day, leap years included; a clean date leaves
      *    SMT-ERR-MESSAGE blank and WS-MAX-DAY set to the last day
      *    of its month.
       2150-EDIT-CARD-DATE.
           MOVE SPACES TO SMT-ERR-MESSAGE.
           IF WS-EDIT-MM < 01 OR WS-EDIT-MM > 12
               MOVE "CARD DATE MONTH NOT 01 THRU 12"
                   TO SMT-ERR-MESSAGE
               GO TO 2150-EXIT
           END-IF.
           IF WS-EDIT-MM = 02
               PERFORM 2160-SET-FEBRUARY-MAX THRU 2160-EXIT
           ELSE
               IF WS-EDIT-MM = 04 OR 06 OR 09 OR 11
                   MOVE 30 TO WS-MAX-DAY
               ELSE
                   MOVE 31 TO WS-MAX-DAY
               END-IF
           END-IF.
           IF WS-EDIT-DD < 01 OR WS-EDIT-DD > WS-MAX-DAY
               MOVE "CARD DATE DAY NOT A REAL DAY" TO SMT-ERR-MESSAGE
           END-IF.
       2150-EXIT.
           EXIT.

       2160-SET-FEBRUARY-MAX.
           MOVE 28 TO WS-MAX-DAY.
           DIVIDE WS-EDIT-YYYY BY 4 GIVING WS-LEAP-QUOT
               REMAINDER WS-LEAP-REM.
           IF WS-LEAP-REM = ZERO
               MOVE 29 TO WS-MAX-DAY
               DIVIDE WS-EDIT-YYYY BY 100 GIVING WS-LEAP-QUOT
                   REMAINDER WS-LEAP-REM
               IF WS-LEAP-REM = ZERO
                   MOVE 28 TO WS-MAX-DAY
                   DIVIDE WS-EDIT-YYYY BY 400 GIVING WS-LEAP-QUOT
                       REMAINDER WS-LEAP-REM
                   IF WS-LEAP-REM = ZERO
                       MOVE 29 TO WS-MAX-DAY
                   END-IF
               END-IF
           END-IF.
       2160-EXIT.
           EXIT.

      *    Keyed type, amount and stop date must be usable; blanks
      *    mean leave-alone-on-change and pass.  The amount is always
      *    keyed positive - the type code says which way it moves the
      *    balance, the same as a LEDGTRN card.  An all-zero stop
      *    date clears the stop.
       2170-EDIT-CARD-FIELDS.
           MOVE SPACES TO SMT-ERR-MESSAGE.
           IF STR-TYPE-CODE NOT = "D" AND "W" AND SPACE
               MOVE "TYPE CODE NOT D / W" TO SMT-ERR-MESSAGE
               GO TO 2170-EXIT
           END-IF.
           IF STR-AMOUNT NOT = SPACES
               IF STR-AMOUNT NOT NUMERIC
                   MOVE "AMOUNT NOT NUMERIC" TO SMT-ERR-MESSAGE
                   GO TO 2170-EXIT
               END-IF
               IF STR-AMOUNT-N = ZERO
                   MOVE "AMOUNT IS ZERO" TO SMT-ERR-MESSAGE
                   GO TO 2170-EXIT
               END-IF
           END-IF.
           IF STR-STOP-DATE = SPACES
               GO TO 2170-EXIT
           END-IF.
           IF STR-STOP-DATE NOT NUMERIC
               MOVE "STOP DATE NOT NUMERIC" TO SMT-ERR-MESSAGE
               GO TO 2170-EXIT
           END-IF.
           IF STR-STOP-DATE-N = ZERO
               GO TO 2170-EXIT
           END-IF.
           MOVE STR-STOP-DATE TO WS-EDIT-DATE.
           PERFORM 2150-EDIT-CARD-DATE THRU 2150-EXIT.
       2170-EXIT.
           EXIT.

      *    Steps the order's next due date on by one occurrence, the
      *    same arithmetic the STOGEN0 generator advances it by: seven
      *    days for a weekly order, the start date's day of the next
      *    month for a monthly order (held back to the month's last
      *    day where the month is shorter), and the last day of the
      *    next month for a month-end order.
       2180-ADVANCE-NEXT-DUE.
           MOVE STO-NEXT-DUE-DATE TO WS-EDIT-DATE-N.
           IF STO-FREQ-WEEKLY
               PERFORM 2190-SET-MONTH-MAX THRU 2190-EXIT
               ADD 7 TO WS-EDIT-DD
               IF WS-EDIT-DD > WS-MAX-DAY
                   SUBTRACT WS-MAX-DAY FROM WS-EDIT-DD
                   PERFORM 2195-STEP-ONE-MONTH THRU 2195-EXIT
               END-IF
           ELSE
               PERFORM 2195-STEP-ONE-MONTH THRU 2195-EXIT
               PERFORM 2190-SET-MONTH-MAX THRU 2190-EXIT
               IF STO-FREQ-MONTH-END
                   MOVE WS-MAX-DAY TO WS-EDIT-DD
               ELSE
                   MOVE STO-START-DATE TO WS-START-DATE
                   MOVE WS-START-DD TO WS-ANCHOR-DAY
                   IF WS-ANCHOR-DAY > WS-MAX-DAY
                       MOVE WS-MAX-DAY TO WS-EDIT-DD
                   ELSE
                       MOVE WS-ANCHOR-DAY TO WS-EDIT-DD
                   END-IF
               END-IF
           END-IF.
           MOVE WS-EDIT-DATE-N TO STO-NEXT-DUE-DATE.
       2180-EXIT.
           EXIT.

      *    WS-MAX-DAY becomes the last day of WS-EDIT-DATE's month.
       2190-SET-MONTH-MAX.
           IF WS-EDIT-MM = 02
               PERFORM 2160-SET-FEBRUARY-MAX THRU 2160-EXIT
           ELSE
               IF WS-EDIT-MM = 04 OR 06 OR 09 OR 11
                   MOVE 30 TO WS-MAX-DAY
               ELSE
                   MOVE 31 TO WS-MAX-DAY
               END-IF
           END-IF.
       2190-EXIT.
           EXIT.

       2195-STEP-ONE-MONTH.
           IF WS-EDIT-MM = 12
               MOVE 01 TO WS-EDIT-MM
               ADD 1 TO WS-EDIT-YYYY
           ELSE
               ADD 1 TO WS-EDIT-MM
           END-IF.
       2195-EXIT.
           EXIT.

      *    SMT-ACT-VERB is set by the caller before this is performed;
      *    the fields printed are the record as it now stands on the
      *    master.
       2300-WRITE-ACTIVITY-LINE.
           ADD 1 TO SMT-APPLIED-COUNT.
           MOVE STO-ACCOUNT-ID TO SMT-ACT-ACCOUNT-ID.
           MOVE STO-ORDER-NO TO SMT-ACT-ORDER-NO.
           MOVE STO-TYPE-CODE TO SMT-ACT-TYPE.
           MOVE STO-AMOUNT TO SMT-ACT-AMOUNT.
           MOVE STO-DESCRIPTION TO SMT-ACT-DESCRIPTION.
           MOVE STO-FREQUENCY-CODE TO SMT-ACT-FREQUENCY.
           MOVE STO-NEXT-DUE-DATE TO SMT-ACT-NEXT-DUE.
           MOVE STO-STOP-DATE TO SMT-ACT-STOP-DATE.
           MOVE STO-STATUS-CODE TO SMT-ACT-STATUS.
           WRITE STORPT-PRINT-LINE FROM SMT-ACTION-LINE.
       2300-EXIT.
           EXIT.

      *    SMT-ERR-MESSAGE is set by the caller before this is
      *    performed.
       2400-REJECT-TRANSACTION.
           ADD 1 TO SMT-REJECT-COUNT.
           MOVE STR-ACTION-CODE TO SMT-ERR-ACTION.
           MOVE STR-ACCOUNT-ID TO SMT-ERR-ACCOUNT-ID.
           MOVE STR-ORDER-NO TO SMT-ERR-ORDER-NO.
           MOVE STR-OPERATOR-ID TO SMT-ERR-OPERATOR.
           WRITE STOERR-PRINT-LINE FROM SMT-ERROR-LINE.
       2400-EXIT.
           EXIT.

      ******************************************************************
      *  9999-TERMINATE-RUN                                            *
      ******************************************************************
       9999-TERMINATE-RUN.
           MOVE SMT-TRANS-READ-COUNT TO SMT-TOT-READ.
           MOVE SMT-APPLIED-COUNT TO SMT-TOT-APPLIED.
           MOVE SMT-REJECT-COUNT TO SMT-TOT-REJECTED.
           WRITE STORPT-PRINT-LINE FROM SMT-TOTAL-LINE.
           CLOSE STANDING-ORDER-TRANS-FILE
                 OPERATOR-AUTHORITY-MASTER
                 SECURITY-VIOLATION-FILE
                 STANDING-ORDER-MASTER
                 ACCOUNT-MASTER
                 ERROR-LISTING-FILE
                 ACTIVITY-REPORT-FILE.
           DISPLAY "STOMNT0 TRANSACTIONS APPLIED: " SMT-APPLIED-COUNT.
           DISPLAY "STOMNT0 TRANSACTIONS REJECTED: "
               SMT-REJECT-COUNT.
           DISPLAY "STOMNT0 SECURITY VIOLATIONS: "
               SMT-VIOLATION-COUNT.
           IF RUN-MUST-ABORT
               MOVE 12 TO RETURN-CODE
           END-IF.
       9999-EXIT.
           EXIT.
