      ******************************************************************
      *                                                                *
      *  GOALMNT0.CBL                                                  *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     GOALMNT0.
       AUTHOR.         R SHIELDS.
       INSTALLATION.   DATA PROCESSING CENTER.
       DATE-WRITTEN.   2026-10-15.
       DATE-COMPILED.

      ******************************************************************
      *  CHANGE LOG                                                    *
      *  DATE       INIT  DESCRIPTION                                  *
      *  ---------- ----  ------------------------------------------   *
      *  2026-10-15  RLS  Maintenance run for the GOALMST savings-     *
      *                   goal master: applies add / change / delete   *
      *                   cards from GOALTRN, rejects bad cards to     *
      *                   the GOALERR listing, and prints the          *
      *                   activity on GOALRPT - the same pattern as    *
      *                   the STOMNT0 standing-order maintenance.  An  *
      *                   add must name an account on ACCTMST that is  *
      *                   not closed and carry a target amount, a      *
      *                   target date not already past, and a          *
      *                   description; a change re-keys any of the     *
      *                   three.                                       *
      *  2026-10-15  RLS  Each card is checked against the OPERAUTH    *
      *                   operator authority master before it is       *
      *                   applied; a blank, unknown, revoked or        *
      *                   unauthorized operator is rejected to the     *
      *                   error listing and logged to the SECVIOL      *
      *                   security-violation trail.                    *
      *                   The card carries the operator ID in          *
      *                   columns 57-64.                               *
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
      *                                                                *
      ******************************************************************

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *    Card-image add / change / delete transactions.
           SELECT SAVINGS-GOAL-TRANS-FILE
               ASSIGN TO GOALTRN
               ORGANIZATION IS SEQUENTIAL.

      *    Savings-goal master maintained in place, keyed by account
      *    ID plus goal number.
           SELECT SAVINGS-GOAL-MASTER
               ASSIGN TO GOALMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GOL-GOAL-KEY
               FILE STATUS IS WS-GOALMST-STATUS.

      *    Account master, read only - a goal may only be set on an
      *    account that exists and is not closed.
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
               ASSIGN TO GOALERR
               ORGANIZATION IS SEQUENTIAL.

      *    Applied-maintenance activity report.
           SELECT ACTIVITY-REPORT-FILE
               ASSIGN TO GOALRPT
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

       FD  SAVINGS-GOAL-TRANS-FILE
           LABEL RECORDS ARE STANDARD.
       01  SAVINGS-GOAL-TRANS-RECORD.
           05  GTR-ACTION-CODE             PIC X(01).
               88  GTR-ACTION-ADD                    VALUE "A".
               88  GTR-ACTION-CHANGE                 VALUE "C".
               88  GTR-ACTION-DELETE                 VALUE "D".
           05  GTR-ACCOUNT-ID              PIC X(05).
           05  GTR-GOAL-NO                 PIC X(03).
           05  GTR-TARGET-AMOUNT           PIC X(09).
           05  GTR-TARGET-DATE             PIC X(08).
           05  GTR-DESCRIPTION             PIC X(30).
           05  GTR-OPERATOR-ID             PIC X(08).
           05  FILLER                      PIC X(16).

      *    Numeric views of the keyed card fields - the amount is
      *    keyed as 9(07)V99, unsigned with an assumed decimal point.
       01  SAVINGS-GOAL-TRANS-NUMERIC
               REDEFINES SAVINGS-GOAL-TRANS-RECORD.
           05  FILLER                      PIC X(06).
           05  GTR-GOAL-NO-N               PIC 9(03).
           05  GTR-TARGET-AMOUNT-N         PIC 9(07)V99.
           05  GTR-TARGET-DATE-N           PIC 9(08).
           05  FILLER                      PIC X(54).

       FD  SAVINGS-GOAL-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY GOALREC.

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
       01  GOALERR-PRINT-LINE              PIC X(132).

       FD  ACTIVITY-REPORT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS.
       01  GOALRPT-PRINT-LINE              PIC X(132).

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

       77  RCT-PROGRAM-ID                  PIC X(08) VALUE "GOALMNT0".
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

       77  WS-GOALMST-STATUS               PIC X(02) VALUE SPACES.
       77  WS-ACCTMST-STATUS               PIC X(02) VALUE SPACES.
       77  WS-OPERAUTH-STATUS              PIC X(02) VALUE SPACES.
       77  WS-SECVIOL-STATUS               PIC X(02) VALUE SPACES.

      *    Set when GOALMST or ACCTMST fails to open: no cards may be
      *    processed against a dead master - the activity report
      *    would otherwise claim changes that never happened.
       77  WS-ABORT-SWITCH                 PIC X(01) VALUE "N".
           88  RUN-MUST-ABORT                        VALUE "Y".

       77  WS-KEY-ON-MASTER                PIC X(01) VALUE "N".
           88  KEY-ON-MASTER                         VALUE "Y".

       77  WS-OPERATOR-SWITCH              PIC X(01) VALUE "N".
           88  OPERATOR-AUTHORIZED                   VALUE "Y".

       77  GMT-TRANS-READ-COUNT            PIC 9(05) COMP VALUE ZERO.
       77  GMT-APPLIED-COUNT               PIC 9(05) COMP VALUE ZERO.
       77  GMT-REJECT-COUNT                PIC 9(05) COMP VALUE ZERO.
       77  GMT-VIOLATION-COUNT             PIC 9(05) COMP VALUE ZERO.

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

       01  WS-EDIT-DATE.
           05  WS-EDIT-YYYY                PIC 9(04).
           05  WS-EDIT-MM                  PIC 9(02).
           05  WS-EDIT-DD                  PIC 9(02).
       01  WS-EDIT-DATE-N REDEFINES WS-EDIT-DATE
                                           PIC 9(08).

      ******************************************************************
      *  REPORT LINES                                                  *
      ******************************************************************
       01  GMT-HEADING-LINE.
           05  FILLER                      PIC X(47) VALUE
                   "SAVINGS GOAL MASTER MAINTENANCE ACTIVITY REPORT".
           05  FILLER                      PIC X(05) VALUE "RUN ".
           05  GMT-HDG-DATE                PIC 9(08).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  GMT-HDG-TIME                PIC 9(08).
           05  FILLER                      PIC X(62) VALUE SPACES.

       01  GMT-ACTION-LINE.
           05  GMT-ACT-VERB                PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  GMT-ACT-ACCOUNT-ID          PIC X(05).
           05  FILLER                      PIC X(01) VALUE "/".
           05  GMT-ACT-GOAL-NO             PIC 9(03).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  GMT-ACT-TARGET-AMOUNT       PIC $$$,$$$,$$9.99-.
           05  FILLER                      PIC X(05) VALUE "  BY ".
           05  GMT-ACT-TARGET-DATE         PIC 9(08).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  GMT-ACT-DESCRIPTION         PIC X(30).
           05  FILLER                      PIC X(51) VALUE SPACES.

       01  GMT-TOTAL-LINE.
           05  FILLER                      PIC X(20) VALUE
                   "TRANSACTIONS READ   ".
           05  GMT-TOT-READ                PIC ZZ,ZZ9.
           05  FILLER                      PIC X(12) VALUE
                   "  APPLIED   ".
           05  GMT-TOT-APPLIED             PIC ZZ,ZZ9.
           05  FILLER                      PIC X(12) VALUE
                   "  REJECTED  ".
           05  GMT-TOT-REJECTED            PIC ZZ,ZZ9.
           05  FILLER                      PIC X(70) VALUE SPACES.

       01  GMT-ERROR-HEADING-LINE.
           05  FILLER                      PIC X(46) VALUE
                   "SAVINGS GOAL MASTER MAINTENANCE ERROR LISTING".
           05  FILLER                      PIC X(86) VALUE SPACES.

       01  GMT-ERROR-LINE.
           05  GMT-ERR-ACTION              PIC X(01).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  GMT-ERR-ACCOUNT-ID          PIC X(05).
           05  FILLER                      PIC X(01) VALUE "/".
           05  GMT-ERR-GOAL-NO             PIC X(03).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  GMT-ERR-OPERATOR            PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  GMT-ERR-MESSAGE             PIC X(40).
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
      *  predecessor the RUNDEPS deck names for GOALMNT0 must have     *
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
               DISPLAY "GOALMNT0 REFUSED - NO RUN-CONTROL LEDGER"
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
                   DISPLAY "GOALMNT0 REFUSED - " RCT-REFUSAL-REASON
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
               DISPLAY "GOALMNT0 REFUSED - " RCT-REFUSAL-REASON
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
           MOVE GMT-APPLIED-COUNT TO RCL-COUNT-VALUE(1).
           MOVE "REJECTED" TO RCL-COUNT-LABEL(2).
           MOVE GMT-REJECT-COUNT TO RCL-COUNT-VALUE(2).
           MOVE "VIOLATIONS" TO RCL-COUNT-LABEL(3).
           MOVE GMT-VIOLATION-COUNT TO RCL-COUNT-VALUE(3).
       0950-EXIT.
           EXIT.

      ******************************************************************
      *  1000-INITIALIZE-RUN                                           *
      ******************************************************************
       1000-INITIALIZE-RUN.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           OPEN INPUT  SAVINGS-GOAL-TRANS-FILE
                       ACCOUNT-MASTER
                I-O    SAVINGS-GOAL-MASTER
                OUTPUT ERROR-LISTING-FILE
                       ACTIVITY-REPORT-FILE.
      *    A maintenance run against a master that does not exist yet
      *    is the initial load: create the empty master and reopen it
      *    I-O, the same status-35 fallback STUMNT0 uses.
           IF WS-GOALMST-STATUS = "35"
               OPEN OUTPUT SAVINGS-GOAL-MASTER
               IF WS-GOALMST-STATUS = "00"
                   CLOSE SAVINGS-GOAL-MASTER
                   OPEN I-O SAVINGS-GOAL-MASTER
               END-IF
           END-IF.
           IF WS-GOALMST-STATUS NOT = "00"
               DISPLAY "SAVINGS-GOAL-MASTER OPEN FAILED, STATUS = "
                   WS-GOALMST-STATUS
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
           MOVE WS-CURRENT-DATE TO GMT-HDG-DATE.
           MOVE WS-CURRENT-TIME TO GMT-HDG-TIME.
           WRITE GOALRPT-PRINT-LINE FROM GMT-HEADING-LINE.
           WRITE GOALERR-PRINT-LINE FROM GMT-ERROR-HEADING-LINE.
       1000-EXIT.
           EXIT.

      ******************************************************************
      *  2000-PROCESS-TRANSACTIONS                                     *
      ******************************************************************
       2000-PROCESS-TRANSACTIONS.
           MOVE "N" TO WS-EOF-TRANS.
           PERFORM UNTIL TRANS-EOF
               READ SAVINGS-GOAL-TRANS-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-TRANS
                   NOT AT END
                       ADD 1 TO GMT-TRANS-READ-COUNT
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
           MOVE SPACES TO GMT-ERR-MESSAGE.
           IF GTR-ACCOUNT-ID = SPACES
               MOVE "ACCOUNT ID IS BLANK" TO GMT-ERR-MESSAGE
               PERFORM 2400-REJECT-TRANSACTION THRU 2400-EXIT
               GO TO 2100-EXIT
           END-IF.
           IF GTR-GOAL-NO NOT NUMERIC
               MOVE "GOAL NUMBER NOT NUMERIC" TO GMT-ERR-MESSAGE
               PERFORM 2400-REJECT-TRANSACTION THRU 2400-EXIT
               GO TO 2100-EXIT
           END-IF.
           PERFORM 2200-READ-MASTER-FOR-KEY THRU 2200-EXIT.
           IF GTR-ACTION-ADD
               PERFORM 2110-APPLY-ADD THRU 2110-EXIT
           ELSE
               IF GTR-ACTION-CHANGE
                   PERFORM 2120-APPLY-CHANGE THRU 2120-EXIT
               ELSE
                   IF GTR-ACTION-DELETE
                       PERFORM 2130-APPLY-DELETE THRU 2130-EXIT
                   ELSE
                       MOVE "ACTION CODE NOT A / C / D"
                           TO GMT-ERR-MESSAGE
                       PERFORM 2400-REJECT-TRANSACTION THRU 2400-EXIT
                   END-IF
               END-IF
           END-IF.
       2100-EXIT.
           EXIT.

      *    The operator on the card must be an active operator with
      *    GOALMNT0 authority for the card's action code on the
      *    OPERAUTH master.  On failure GMT-ERR-MESSAGE carries the
      *    reason for the error listing and the violation trail.
       2050-CHECK-OPERATOR-AUTHORITY.
           MOVE "N" TO WS-OPERATOR-SWITCH.
           IF GTR-OPERATOR-ID = SPACES
               MOVE "OPERATOR ID IS BLANK" TO GMT-ERR-MESSAGE
               GO TO 2050-EXIT
           END-IF.
           MOVE "OPERATOR NOT ON AUTHORITY MASTER" TO GMT-ERR-MESSAGE.
           MOVE GTR-OPERATOR-ID TO OPA-OPERATOR-ID.
           READ OPERATOR-AUTHORITY-MASTER
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-OPERAUTH-STATUS NOT = "00"
               GO TO 2050-EXIT
           END-IF.
           IF NOT OPA-STATUS-ACTIVE
               MOVE "OPERATOR AUTHORITY REVOKED" TO GMT-ERR-MESSAGE
               GO TO 2050-EXIT
           END-IF.
           MOVE ZERO TO OPR-FUNCTION-SUB.
           PERFORM VARYING OPR-SUB FROM 1 BY 1 UNTIL OPR-SUB > 10
               IF OPA-FUNCTION-ID(OPR-SUB) = "GOALMNT0"
                   MOVE OPR-SUB TO OPR-FUNCTION-SUB
               END-IF
           END-PERFORM.
           IF OPR-FUNCTION-SUB = ZERO
               MOVE "OPERATOR NOT AUTHORIZED FOR THIS RUN"
                   TO GMT-ERR-MESSAGE
               GO TO 2050-EXIT
           END-IF.
           MOVE ZERO TO OPR-ACTION-HITS.
           INSPECT OPA-ACTION-CODES(OPR-FUNCTION-SUB)
               TALLYING OPR-ACTION-HITS FOR ALL GTR-ACTION-CODE.
           IF OPR-ACTION-HITS = ZERO OR GTR-ACTION-CODE = SPACE
               MOVE "OPERATOR NOT AUTHORIZED FOR THIS ACTION"
                   TO GMT-ERR-MESSAGE
               GO TO 2050-EXIT
           END-IF.
           MOVE "Y" TO WS-OPERATOR-SWITCH.
       2050-EXIT.
           EXIT.

      *    GMT-ERR-MESSAGE carries the reason set by 2050.
       2060-LOG-SECURITY-VIOLATION.
           MOVE SPACES TO SECURITY-VIOLATION-RECORD.
           MOVE WS-CURRENT-DATE TO SCV-RUN-DATE.
           MOVE WS-CURRENT-TIME TO SCV-RUN-TIME.
           MOVE "GOALMNT0" TO SCV-PROGRAM-ID.
           MOVE GTR-OPERATOR-ID TO SCV-OPERATOR-ID.
           MOVE GTR-ACTION-CODE TO SCV-ACTION-CODE.
           STRING GTR-ACCOUNT-ID "/" GTR-GOAL-NO
               DELIMITED BY SIZE INTO SCV-RECORD-KEY.
           MOVE GMT-ERR-MESSAGE TO SCV-REASON.
           WRITE SECURITY-VIOLATION-RECORD.
           ADD 1 TO GMT-VIOLATION-COUNT.
       2060-EXIT.
           EXIT.

       2200-READ-MASTER-FOR-KEY.
           MOVE "N" TO WS-KEY-ON-MASTER.
           MOVE GTR-ACCOUNT-ID TO GOL-ACCOUNT-ID.
           MOVE GTR-GOAL-NO-N TO GOL-GOAL-NO.
           READ SAVINGS-GOAL-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-KEY-ON-MASTER
           END-READ.
       2200-EXIT.
           EXIT.

      *    A new goal must name an account that is not closed and
      *    carry all three of target amount, target date and
      *    description.
       2110-APPLY-ADD.
           IF KEY-ON-MASTER
               MOVE "DUPLICATE ADD - GOAL ALREADY ON MASTER"
                   TO GMT-ERR-MESSAGE
               PERFORM 2400-REJECT-TRANSACTION THRU 2400-EXIT
               GO TO 2110-EXIT
           END-IF.
           MOVE GTR-ACCOUNT-ID TO ACCT-ACCOUNT-ID.
           READ ACCOUNT-MASTER
               INVALID KEY
                   MOVE "ADD REJECTED - ACCOUNT NOT ON ACCTMST"
                       TO GMT-ERR-MESSAGE
                   PERFORM 2400-REJECT-TRANSACTION THRU 2400-EXIT
                   GO TO 2110-EXIT
           END-READ.
           IF ACCT-STATUS-CLOSED
               MOVE "ADD REJECTED - ACCOUNT IS CLOSED"
                   TO GMT-ERR-MESSAGE
               PERFORM 2400-REJECT-TRANSACTION THRU 2400-EXIT
               GO TO 2110-EXIT
           END-IF.
           IF GTR-TARGET-AMOUNT = SPACES
               OR GTR-TARGET-DATE = SPACES
               OR GTR-DESCRIPTION = SPACES
               MOVE "ADD NEEDS AMOUNT, DATE AND DESCRIPTION"
                   TO GMT-ERR-MESSAGE
               PERFORM 2400-REJECT-TRANSACTION THRU 2400-EXIT
               GO TO 2110-EXIT
           END-IF.
           PERFORM 2170-EDIT-CARD-FIELDS THRU 2170-EXIT.
           IF GMT-ERR-MESSAGE NOT = SPACES
               PERFORM 2400-REJECT-TRANSACTION THRU 2400-EXIT
               GO TO 2110-EXIT
           END-IF.
           MOVE GTR-ACCOUNT-ID TO GOL-ACCOUNT-ID.
           MOVE GTR-GOAL-NO-N TO GOL-GOAL-NO.
           MOVE GTR-TARGET-AMOUNT-N TO GOL-TARGET-AMOUNT.
           MOVE GTR-TARGET-DATE-N TO GOL-TARGET-DATE.
           MOVE GTR-DESCRIPTION TO GOL-DESCRIPTION.
           MOVE WS-CURRENT-DATE TO GOL-MAINT-DATE.
           WRITE SAVINGS-GOAL-RECORD
               INVALID KEY
                   MOVE "WRITE REJECTED BY SAVINGS-GOAL-MASTER"
                       TO GMT-ERR-MESSAGE
                   PERFORM 2400-REJECT-TRANSACTION THRU 2400-EXIT
                   GO TO 2110-EXIT
           END-WRITE.
           IF WS-GOALMST-STATUS NOT = "00"
               MOVE "WRITE FAILED - SEE FILE STATUS"
                   TO GMT-ERR-MESSAGE
               PERFORM 2400-REJECT-TRANSACTION THRU 2400-EXIT
               GO TO 2110-EXIT
           END-IF.
           MOVE "ADD     " TO GMT-ACT-VERB.
           PERFORM 2300-WRITE-ACTIVITY-LINE THRU 2300-EXIT.
       2110-EXIT.
           EXIT.

      *    A change re-keys the target amount, target date or
      *    description - a blank column leaves that field as it
      *    stands.
       2120-APPLY-CHANGE.
           IF NOT KEY-ON-MASTER
               MOVE "CHANGE REJECTED - GOAL NOT ON MASTER"
                   TO GMT-ERR-MESSAGE
               PERFORM 2400-REJECT-TRANSACTION THRU 2400-EXIT
               GO TO 2120-EXIT
           END-IF.
           PERFORM 2170-EDIT-CARD-FIELDS THRU 2170-EXIT.
           IF GMT-ERR-MESSAGE NOT = SPACES
               PERFORM 2400-REJECT-TRANSACTION THRU 2400-EXIT
               GO TO 2120-EXIT
           END-IF.
           IF GTR-TARGET-AMOUNT NOT = SPACES
               MOVE GTR-TARGET-AMOUNT-N TO GOL-TARGET-AMOUNT
           END-IF.
           IF GTR-TARGET-DATE NOT = SPACES
               MOVE GTR-TARGET-DATE-N TO GOL-TARGET-DATE
           END-IF.
           IF GTR-DESCRIPTION NOT = SPACES
               MOVE GTR-DESCRIPTION TO GOL-DESCRIPTION
           END-IF.
           MOVE WS-CURRENT-DATE TO GOL-MAINT-DATE.
           REWRITE SAVINGS-GOAL-RECORD
               INVALID KEY
                   MOVE "REWRITE REJECTED BY SAVINGS-GOAL-MASTER"
                       TO GMT-ERR-MESSAGE
                   PERFORM 2400-REJECT-TRANSACTION THRU 2400-EXIT
                   GO TO 2120-EXIT
           END-REWRITE.
           IF WS-GOALMST-STATUS NOT = "00"
               MOVE "REWRITE FAILED - SEE FILE STATUS"
                   TO GMT-ERR-MESSAGE
               PERFORM 2400-REJECT-TRANSACTION THRU 2400-EXIT
               GO TO 2120-EXIT
           END-IF.
           MOVE "CHANGE  " TO GMT-ACT-VERB.
           PERFORM 2300-WRITE-ACTIVITY-LINE THRU 2300-EXIT.
       2120-EXIT.
           EXIT.

       2130-APPLY-DELETE.
           IF NOT KEY-ON-MASTER
               MOVE "DELETE REJECTED - GOAL NOT ON MASTER"
                   TO GMT-ERR-MESSAGE
               PERFORM 2400-REJECT-TRANSACTION THRU 2400-EXIT
               GO TO 2130-EXIT
           END-IF.
           DELETE SAVINGS-GOAL-MASTER
               INVALID KEY
                   MOVE "DELETE REJECTED BY SAVINGS-GOAL-MASTER"
                       TO GMT-ERR-MESSAGE
                   PERFORM 2400-REJECT-TRANSACTION THRU 2400-EXIT
                   GO TO 2130-EXIT
           END-DELETE.
           IF WS-GOALMST-STATUS NOT = "00"
               MOVE "DELETE FAILED - SEE FILE STATUS"
                   TO GMT-ERR-MESSAGE
               PERFORM 2400-REJECT-TRANSACTION THRU 2400-EXIT
               GO TO 2130-EXIT
           END-IF.
           MOVE "DELETE  " TO GMT-ACT-VERB.
           PERFORM 2300-WRITE-ACTIVITY-LINE THRU 2300-EXIT.
       2130-EXIT.
           EXIT.

      *    WS-EDIT-DATE is loaded by the caller.  It must be a real
      *    calendar day, leap years included; a clean date leaves
      *    GMT-ERR-MESSAGE blank.
       2150-EDIT-CARD-DATE.
           MOVE SPACES TO GMT-ERR-MESSAGE.
           IF WS-EDIT-MM < 01 OR WS-EDIT-MM > 12
               MOVE "CARD DATE MONTH NOT 01 THRU 12"
                   TO GMT-ERR-MESSAGE
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
               MOVE "CARD DATE DAY NOT A REAL DAY" TO GMT-ERR-MESSAGE
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

      *    Keyed amount and target date must be usable; blanks mean
      *    leave-alone-on-change and pass.  A goal is always a
      *    positive amount, and a target date already past could
      *    only ever report as missed.
       2170-EDIT-CARD-FIELDS.
           MOVE SPACES TO GMT-ERR-MESSAGE.
           IF GTR-TARGET-AMOUNT NOT = SPACES
               IF GTR-TARGET-AMOUNT NOT NUMERIC
                   MOVE "TARGET AMOUNT NOT NUMERIC" TO GMT-ERR-MESSAGE
                   GO TO 2170-EXIT
               END-IF
               IF GTR-TARGET-AMOUNT-N = ZERO
                   MOVE "TARGET AMOUNT IS ZERO" TO GMT-ERR-MESSAGE
                   GO TO 2170-EXIT
               END-IF
           END-IF.
           IF GTR-TARGET-DATE = SPACES
               GO TO 2170-EXIT
           END-IF.
           IF GTR-TARGET-DATE NOT NUMERIC
               MOVE "TARGET DATE NOT NUMERIC" TO GMT-ERR-MESSAGE
               GO TO 2170-EXIT
           END-IF.
           MOVE GTR-TARGET-DATE TO WS-EDIT-DATE.
           PERFORM 2150-EDIT-CARD-DATE THRU 2150-EXIT.
           IF GMT-ERR-MESSAGE NOT = SPACES
               GO TO 2170-EXIT
           END-IF.
           IF GTR-TARGET-DATE-N < WS-CURRENT-DATE
               MOVE "TARGET DATE ALREADY PAST" TO GMT-ERR-MESSAGE
           END-IF.
       2170-EXIT.
           EXIT.

      *    GMT-ACT-VERB is set by the caller before this is performed;
      *    the fields printed are the record as it now stands on the
      *    master.
       2300-WRITE-ACTIVITY-LINE.
           ADD 1 TO GMT-APPLIED-COUNT.
           MOVE GOL-ACCOUNT-ID TO GMT-ACT-ACCOUNT-ID.
           MOVE GOL-GOAL-NO TO GMT-ACT-GOAL-NO.
           MOVE GOL-TARGET-AMOUNT TO GMT-ACT-TARGET-AMOUNT.
           MOVE GOL-TARGET-DATE TO GMT-ACT-TARGET-DATE.
           MOVE GOL-DESCRIPTION TO GMT-ACT-DESCRIPTION.
           WRITE GOALRPT-PRINT-LINE FROM GMT-ACTION-LINE.
       2300-EXIT.
           EXIT.

      *    GMT-ERR-MESSAGE is set by the caller before this is
      *    performed.
       2400-REJECT-TRANSACTION.
           ADD 1 TO GMT-REJECT-COUNT.
           MOVE GTR-ACTION-CODE TO GMT-ERR-ACTION.
           MOVE GTR-ACCOUNT-ID TO GMT-ERR-ACCOUNT-ID.
           MOVE GTR-GOAL-NO TO GMT-ERR-GOAL-NO.
           MOVE GTR-OPERATOR-ID TO GMT-ERR-OPERATOR.
           WRITE GOALERR-PRINT-LINE FROM GMT-ERROR-LINE.
       2400-EXIT.
           EXIT.

      ******************************************************************
      *  9999-TERMINATE-RUN                                            *
      ******************************************************************
       9999-TERMINATE-RUN.
           MOVE GMT-TRANS-READ-COUNT TO GMT-TOT-READ.
           MOVE GMT-APPLIED-COUNT TO GMT-TOT-APPLIED.
           MOVE GMT-REJECT-COUNT TO GMT-TOT-REJECTED.
           WRITE GOALRPT-PRINT-LINE FROM GMT-TOTAL-LINE.
           CLOSE SAVINGS-GOAL-TRANS-FILE
                 OPERATOR-AUTHORITY-MASTER
                 SECURITY-VIOLATION-FILE
                 SAVINGS-GOAL-MASTER
                 ACCOUNT-MASTER
                 ERROR-LISTING-FILE
                 ACTIVITY-REPORT-FILE.
           DISPLAY "GOALMNT0 TRANSACTIONS APPLIED: " GMT-APPLIED-COUNT.
           DISPLAY "GOALMNT0 TRANSACTIONS REJECTED: "
               GMT-REJECT-COUNT.
           DISPLAY "GOALMNT0 SECURITY VIOLATIONS: "
               GMT-VIOLATION-COUNT.
           IF RUN-MUST-ABORT
               MOVE 12 TO RETURN-CODE
           END-IF.
       9999-EXIT.
           EXIT.
