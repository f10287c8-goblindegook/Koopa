      ******************************************************************
      *                                                                *
      *  HOLDMNT0.CBL                                                  *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     HOLDMNT0.
       AUTHOR.         R SHIELDS.
       INSTALLATION.   DATA PROCESSING CENTER.
       DATE-WRITTEN.   2026-10-15.
       DATE-COMPILED.

      ******************************************************************
      *  CHANGE LOG                                                    *
      *  DATE       INIT  DESCRIPTION                                  *
      *  ---------- ----  ------------------------------------------   *
      *  2026-10-15  RLS  Maintenance run for the HOLDMST funds-hold   *
      *                   master: places (add), changes and releases   *
      *                   (delete) holds from HOLDTRN cards, rejects   *
      *                   bad cards to the HOLDERR listing, and        *
      *                   prints the activity on HOLDRPT - the same    *
      *                   pattern as the ACCTMNT0 account master       *
      *                   maintenance.  Every card names the operator  *
      *                   placing or releasing the hold; a hold may    *
      *                   only be placed on an account that is on      *
      *                   ACCTMST and not closed.                      *
      *  2026-10-15  RLS  Each card is checked against the OPERAUTH    *
      *                   operator authority master before it is       *
      *                   applied; a blank, unknown, revoked or        *
      *                   unauthorized operator is rejected to the     *
      *                   error listing and logged to the SECVIOL      *
      *                   security-violation trail.                    *
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

      *    Card-image place / change / release transactions.
           SELECT HOLD-TRANS-FILE
               ASSIGN TO HOLDTRN
               ORGANIZATION IS SEQUENTIAL.

      *    Funds-hold master maintained in place, keyed by account ID
      *    plus hold number.
           SELECT HOLD-MASTER
               ASSIGN TO HOLDMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HLD-HOLD-KEY
               FILE STATUS IS WS-HOLDMST-STATUS.

      *    Account master, read only - a hold may only be placed on
      *    an account that exists and is not closed.
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
               ASSIGN TO HOLDERR
               ORGANIZATION IS SEQUENTIAL.

      *    Applied-maintenance activity report.
           SELECT ACTIVITY-REPORT-FILE
               ASSIGN TO HOLDRPT
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

       FD  HOLD-TRANS-FILE
           LABEL RECORDS ARE STANDARD.
       01  HOLD-TRANS-RECORD.
           05  HTR-ACTION-CODE             PIC X(01).
               88  HTR-ACTION-PLACE                  VALUE "A".
               88  HTR-ACTION-CHANGE                 VALUE "C".
               88  HTR-ACTION-RELEASE                VALUE "D".
           05  HTR-ACCOUNT-ID              PIC X(05).
           05  HTR-HOLD-NO                 PIC X(03).
           05  HTR-AMOUNT                  PIC X(09).
           05  HTR-REASON                  PIC X(30).
           05  HTR-OPERATOR-ID             PIC X(08).
           05  HTR-EXPIRY-DATE             PIC X(08).
           05  FILLER                      PIC X(16).

      *    Numeric views of the keyed card fields - the amount is
      *    keyed as 9(07)V99, unsigned with an assumed decimal point.
       01  HOLD-TRANS-NUMERIC
               REDEFINES HOLD-TRANS-RECORD.
           05  FILLER                      PIC X(06).
           05  HTR-HOLD-NO-N               PIC 9(03).
           05  HTR-AMOUNT-N                PIC 9(07)V99.
           05  FILLER                      PIC X(38).
           05  HTR-EXPIRY-DATE-N           PIC 9(08).
           05  FILLER                      PIC X(16).

       FD  HOLD-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY HOLDREC.

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
       01  HOLDERR-PRINT-LINE              PIC X(132).

       FD  ACTIVITY-REPORT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS.
       01  HOLDRPT-PRINT-LINE              PIC X(132).

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

       77  RCT-PROGRAM-ID                  PIC X(08) VALUE "HOLDMNT0".
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

       77  WS-HOLDMST-STATUS               PIC X(02) VALUE SPACES.
       77  WS-ACCTMST-STATUS               PIC X(02) VALUE SPACES.
       77  WS-OPERAUTH-STATUS              PIC X(02) VALUE SPACES.
       77  WS-SECVIOL-STATUS               PIC X(02) VALUE SPACES.

      *    Set when HOLDMST or ACCTMST fails to open: no cards may be
      *    processed against a dead master - the activity report
      *    would otherwise claim changes that never happened.
       77  WS-ABORT-SWITCH                 PIC X(01) VALUE "N".
           88  RUN-MUST-ABORT                        VALUE "Y".

       77  WS-KEY-ON-MASTER                PIC X(01) VALUE "N".
           88  KEY-ON-MASTER                         VALUE "Y".

       77  WS-OPERATOR-SWITCH              PIC X(01) VALUE "N".
           88  OPERATOR-AUTHORIZED                   VALUE "Y".

       77  HMT-TRANS-READ-COUNT            PIC 9(05) COMP VALUE ZERO.
       77  HMT-APPLIED-COUNT               PIC 9(05) COMP VALUE ZERO.
       77  HMT-REJECT-COUNT                PIC 9(05) COMP VALUE ZERO.
       77  HMT-VIOLATION-COUNT             PIC 9(05) COMP VALUE ZERO.

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

      ******************************************************************
      *  REPORT LINES                                                  *
      ******************************************************************
       01  HMT-HEADING-LINE.
           05  FILLER                      PIC X(49) VALUE
                   "FUNDS HOLD MASTER MAINTENANCE ACTIVITY REPORT".
           05  FILLER                      PIC X(05) VALUE "RUN ".
           05  HMT-HDG-DATE                PIC 9(08).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  HMT-HDG-TIME                PIC 9(08).
           05  FILLER                      PIC X(60) VALUE SPACES.

       01  HMT-ACTION-LINE.
           05  HMT-ACT-VERB                PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  HMT-ACT-ACCOUNT-ID          PIC X(05).
           05  FILLER                      PIC X(01) VALUE "/".
           05  HMT-ACT-HOLD-NO             PIC 9(03).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  HMT-ACT-AMOUNT              PIC $$$,$$$,$$9.99-.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  HMT-ACT-REASON              PIC X(30).
           05  FILLER                      PIC X(06) VALUE "  BY  ".
           05  HMT-ACT-PLACED-BY           PIC X(08).
           05  FILLER                      PIC X(06) VALUE "  EXP ".
           05  HMT-ACT-EXPIRY              PIC 9(08).
           05  FILLER                      PIC X(06) VALUE "  OPR ".
           05  HMT-ACT-OPERATOR            PIC X(08).
           05  FILLER                      PIC X(22) VALUE SPACES.

       01  HMT-TOTAL-LINE.
           05  FILLER                      PIC X(20) VALUE
                   "TRANSACTIONS READ   ".
           05  HMT-TOT-READ                PIC ZZ,ZZ9.
           05  FILLER                      PIC X(12) VALUE
                   "  APPLIED   ".
           05  HMT-TOT-APPLIED             PIC ZZ,ZZ9.
           05  FILLER                      PIC X(12) VALUE
                   "  REJECTED  ".
           05  HMT-TOT-REJECTED            PIC ZZ,ZZ9.
           05  FILLER                      PIC X(70) VALUE SPACES.

       01  HMT-ERROR-HEADING-LINE.
           05  FILLER                      PIC X(48) VALUE
                   "FUNDS HOLD MASTER MAINTENANCE ERROR LISTING".
           05  FILLER                      PIC X(84) VALUE SPACES.

       01  HMT-ERROR-LINE.
           05  HMT-ERR-ACTION              PIC X(01).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  HMT-ERR-ACCOUNT-ID          PIC X(05).
           05  FILLER                      PIC X(01) VALUE "/".
           05  HMT-ERR-HOLD-NO             PIC X(03).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  HMT-ERR-OPERATOR            PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  HMT-ERR-MESSAGE             PIC X(40).
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
      *  predecessor the RUNDEPS deck names for HOLDMNT0 must have     *
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
               DISPLAY "HOLDMNT0 REFUSED - NO RUN-CONTROL LEDGER"
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
                   DISPLAY "HOLDMNT0 REFUSED - " RCT-REFUSAL-REASON
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
               DISPLAY "HOLDMNT0 REFUSED - " RCT-REFUSAL-REASON
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
           MOVE HMT-APPLIED-COUNT TO RCL-COUNT-VALUE(1).
           MOVE "REJECTED" TO RCL-COUNT-LABEL(2).
           MOVE HMT-REJECT-COUNT TO RCL-COUNT-VALUE(2).
           MOVE "VIOLATIONS" TO RCL-COUNT-LABEL(3).
           MOVE HMT-VIOLATION-COUNT TO RCL-COUNT-VALUE(3).
       0950-EXIT.
           EXIT.

      ******************************************************************
      *  1000-INITIALIZE-RUN                                           *
      ******************************************************************
       1000-INITIALIZE-RUN.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           OPEN INPUT  HOLD-TRANS-FILE
                       ACCOUNT-MASTER
                I-O    HOLD-MASTER
                OUTPUT ERROR-LISTING-FILE
                       ACTIVITY-REPORT-FILE.
      *    A maintenance run against a master that does not exist yet
      *    is the initial load: create the empty master and reopen it
      *    I-O, the same status-35 fallback STUMNT0 uses.
           IF WS-HOLDMST-STATUS = "35"
               OPEN OUTPUT HOLD-MASTER
               IF WS-HOLDMST-STATUS = "00"
                   CLOSE HOLD-MASTER
                   OPEN I-O HOLD-MASTER
               END-IF
           END-IF.
           IF WS-HOLDMST-STATUS NOT = "00"
               DISPLAY "HOLD-MASTER OPEN FAILED, STATUS = "
                   WS-HOLDMST-STATUS
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
           MOVE WS-CURRENT-DATE TO HMT-HDG-DATE.
           MOVE WS-CURRENT-TIME TO HMT-HDG-TIME.
           WRITE HOLDRPT-PRINT-LINE FROM HMT-HEADING-LINE.
           WRITE HOLDERR-PRINT-LINE FROM HMT-ERROR-HEADING-LINE.
       1000-EXIT.
           EXIT.

      ******************************************************************
      *  2000-PROCESS-TRANSACTIONS                                     *
      ******************************************************************
       2000-PROCESS-TRANSACTIONS.
           MOVE "N" TO WS-EOF-TRANS.
           PERFORM UNTIL TRANS-EOF
               READ HOLD-TRANS-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-TRANS
                   NOT AT END
                       ADD 1 TO HMT-TRANS-READ-COUNT
                       PERFORM 2100-APPLY-ONE-TRANSACTION
                           THRU 2100-EXIT
               END-READ
           END-PERFORM.
       2000-EXIT.
           EXIT.

      *    Every card must say who is acting - Treasury wants to know
      *    who placed a hold and who let it go.
       2100-APPLY-ONE-TRANSACTION.
           PERFORM 2050-CHECK-OPERATOR-AUTHORITY THRU 2050-EXIT.
           IF NOT OPERATOR-AUTHORIZED
               PERFORM 2400-REJECT-TRANSACTION THRU 2400-EXIT
               PERFORM 2060-LOG-SECURITY-VIOLATION THRU 2060-EXIT
               GO TO 2100-EXIT
           END-IF.
           MOVE SPACES TO HMT-ERR-MESSAGE.
           IF HTR-ACCOUNT-ID = SPACES
               MOVE "ACCOUNT ID IS BLANK" TO HMT-ERR-MESSAGE
               PERFORM 2400-REJECT-TRANSACTION THRU 2400-EXIT
               GO TO 2100-EXIT
           END-IF.
           IF HTR-HOLD-NO NOT NUMERIC
               MOVE "HOLD NUMBER NOT NUMERIC" TO HMT-ERR-MESSAGE
               PERFORM 2400-REJECT-TRANSACTION THRU 2400-EXIT
               GO TO 2100-EXIT
           END-IF.
           PERFORM 2200-READ-MASTER-FOR-KEY THRU 2200-EXIT.
           IF HTR-ACTION-PLACE
               PERFORM 2110-APPLY-PLACE THRU 2110-EXIT
           ELSE
               IF HTR-ACTION-CHANGE
                   PERFORM 2120-APPLY-CHANGE THRU 2120-EXIT
               ELSE
                   IF HTR-ACTION-RELEASE
                       PERFORM 2130-APPLY-RELEASE THRU 2130-EXIT
                   ELSE
                       MOVE "ACTION CODE NOT A / C / D"
                           TO HMT-ERR-MESSAGE
                       PERFORM 2400-REJECT-TRANSACTION THRU 2400-EXIT
                   END-IF
               END-IF
           END-IF.
       2100-EXIT.
           EXIT.

      *    The operator on the card must be an active operator with
      *    HOLDMNT0 authority for the card's action code on the
      *    OPERAUTH master.  On failure HMT-ERR-MESSAGE carries the
      *    reason for the error listing and the violation trail.
       2050-CHECK-OPERATOR-AUTHORITY.
           MOVE "N" TO WS-OPERATOR-SWITCH.
           IF HTR-OPERATOR-ID = SPACES
               MOVE "OPERATOR ID IS BLANK" TO HMT-ERR-MESSAGE
               GO TO 2050-EXIT
           END-IF.
           MOVE "OPERATOR NOT ON AUTHORITY MASTER" TO HMT-ERR-MESSAGE.
           MOVE HTR-OPERATOR-ID TO OPA-OPERATOR-ID.
           READ OPERATOR-AUTHORITY-MASTER
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-OPERAUTH-STATUS NOT = "00"
               GO TO 2050-EXIT
           END-IF.
           IF NOT OPA-STATUS-ACTIVE
               MOVE "OPERATOR AUTHORITY REVOKED" TO HMT-ERR-MESSAGE
               GO TO 2050-EXIT
           END-IF.
           MOVE ZERO TO OPR-FUNCTION-SUB.
           PERFORM VARYING OPR-SUB FROM 1 BY 1 UNTIL OPR-SUB > 10
               IF OPA-FUNCTION-ID(OPR-SUB) = "HOLDMNT0"
                   MOVE OPR-SUB TO OPR-FUNCTION-SUB
               END-IF
           END-PERFORM.
           IF OPR-FUNCTION-SUB = ZERO
               MOVE "OPERATOR NOT AUTHORIZED FOR THIS RUN"
                   TO HMT-ERR-MESSAGE
               GO TO 2050-EXIT
           END-IF.
           MOVE ZERO TO OPR-ACTION-HITS.
           INSPECT OPA-ACTION-CODES(OPR-FUNCTION-SUB)
               TALLYING OPR-ACTION-HITS FOR ALL HTR-ACTION-CODE.
           IF OPR-ACTION-HITS = ZERO OR HTR-ACTION-CODE = SPACE
               MOVE "OPERATOR NOT AUTHORIZED FOR THIS ACTION"
                   TO HMT-ERR-MESSAGE
               GO TO 2050-EXIT
           END-IF.
           MOVE "Y" TO WS-OPERATOR-SWITCH.
       2050-EXIT.
           EXIT.

      *    HMT-ERR-MESSAGE carries the reason set by 2050.
       2060-LOG-SECURITY-VIOLATION.
           MOVE SPACES TO SECURITY-VIOLATION-RECORD.
           MOVE WS-CURRENT-DATE TO SCV-RUN-DATE.
           MOVE WS-CURRENT-TIME TO SCV-RUN-TIME.
           MOVE "HOLDMNT0" TO SCV-PROGRAM-ID.
           MOVE HTR-OPERATOR-ID TO SCV-OPERATOR-ID.
           MOVE HTR-ACTION-CODE TO SCV-ACTION-CODE.
           STRING HTR-ACCOUNT-ID "/" HTR-HOLD-NO
               DELIMITED BY SIZE INTO SCV-RECORD-KEY.
           MOVE HMT-ERR-MESSAGE TO SCV-REASON.
           WRITE SECURITY-VIOLATION-RECORD.
           ADD 1 TO HMT-VIOLATION-COUNT.
       2060-EXIT.
           EXIT.

       2200-READ-MASTER-FOR-KEY.
           MOVE "N" TO WS-KEY-ON-MASTER.
           MOVE HTR-ACCOUNT-ID TO HLD-ACCOUNT-ID.
           MOVE HTR-HOLD-NO-N TO HLD-HOLD-NO.
           READ HOLD-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-KEY-ON-MASTER
           END-READ.
       2200-EXIT.
           EXIT.

      *    A new hold must name an account that is on the master and
      *    not closed, and carry an amount and a reason.  The card's
      *    operator is recorded as the one who placed it.
       2110-APPLY-PLACE.
           IF KEY-ON-MASTER
               MOVE "DUPLICATE ADD - HOLD ALREADY ON MASTER"
                   TO HMT-ERR-MESSAGE
               PERFORM 2400-REJECT-TRANSACTION THRU 2400-EXIT
               GO TO 2110-EXIT
           END-IF.
           MOVE HTR-ACCOUNT-ID TO ACCT-ACCOUNT-ID.
           READ ACCOUNT-MASTER
               INVALID KEY
                   MOVE "ADD REJECTED - ACCOUNT NOT ON ACCTMST"
                       TO HMT-ERR-MESSAGE
                   PERFORM 2400-REJECT-TRANSACTION THRU 2400-EXIT
                   GO TO 2110-EXIT
           END-READ.
           IF ACCT-STATUS-CLOSED
               MOVE "ADD REJECTED - ACCOUNT IS CLOSED"
                   TO HMT-ERR-MESSAGE
               PERFORM 2400-REJECT-TRANSACTION THRU 2400-EXIT
               GO TO 2110-EXIT
           END-IF.
           IF HTR-AMOUNT = SPACES
               OR HTR-REASON = SPACES
               MOVE "ADD NEEDS AMOUNT AND REASON" TO HMT-ERR-MESSAGE
               PERFORM 2400-REJECT-TRANSACTION THRU 2400-EXIT
               GO TO 2110-EXIT
           END-IF.
           PERFORM 2170-EDIT-CARD-FIELDS THRU 2170-EXIT.
           IF HMT-ERR-MESSAGE NOT = SPACES
               PERFORM 2400-REJECT-TRANSACTION THRU 2400-EXIT
               GO TO 2110-EXIT
           END-IF.
           MOVE HTR-ACCOUNT-ID TO HLD-ACCOUNT-ID.
           MOVE HTR-HOLD-NO-N TO HLD-HOLD-NO.
           MOVE HTR-AMOUNT-N TO HLD-AMOUNT.
           MOVE HTR-REASON TO HLD-REASON.
           MOVE HTR-OPERATOR-ID TO HLD-PLACED-BY.
           MOVE WS-CURRENT-DATE TO HLD-PLACED-DATE.
           IF HTR-EXPIRY-DATE = SPACES
               MOVE ZERO TO HLD-EXPIRY-DATE
           ELSE
               MOVE HTR-EXPIRY-DATE-N TO HLD-EXPIRY-DATE
           END-IF.
           MOVE WS-CURRENT-DATE TO HLD-MAINT-DATE.
           WRITE FUNDS-HOLD-RECORD
               INVALID KEY
                   MOVE "WRITE REJECTED BY HOLD-MASTER"
                       TO HMT-ERR-MESSAGE
                   PERFORM 2400-REJECT-TRANSACTION THRU 2400-EXIT
                   GO TO 2110-EXIT
           END-WRITE.
           IF WS-HOLDMST-STATUS NOT = "00"
               MOVE "WRITE FAILED - SEE FILE STATUS"
                   TO HMT-ERR-MESSAGE
               PERFORM 2400-REJECT-TRANSACTION THRU 2400-EXIT
               GO TO 2110-EXIT
           END-IF.
           MOVE "PLACE   " TO HMT-ACT-VERB.
           PERFORM 2300-WRITE-ACTIVITY-LINE THRU 2300-EXIT.
       2110-EXIT.
           EXIT.

      *    A change re-keys only the amount, reason and expiry date -
      *    a blank column leaves that field as it stands.  The hold
      *    keeps the operator who placed it.
       2120-APPLY-CHANGE.
           IF NOT KEY-ON-MASTER
               MOVE "CHANGE REJECTED - HOLD NOT ON MASTER"
                   TO HMT-ERR-MESSAGE
               PERFORM 2400-REJECT-TRANSACTION THRU 2400-EXIT
               GO TO 2120-EXIT
           END-IF.
           PERFORM 2170-EDIT-CARD-FIELDS THRU 2170-EXIT.
           IF HMT-ERR-MESSAGE NOT = SPACES
               PERFORM 2400-REJECT-TRANSACTION THRU 2400-EXIT
               GO TO 2120-EXIT
           END-IF.
           IF HTR-AMOUNT NOT = SPACES
               MOVE HTR-AMOUNT-N TO HLD-AMOUNT
           END-IF.
           IF HTR-REASON NOT = SPACES
               MOVE HTR-REASON TO HLD-REASON
           END-IF.
           IF HTR-EXPIRY-DATE NOT = SPACES
               MOVE HTR-EXPIRY-DATE-N TO HLD-EXPIRY-DATE
           END-IF.
           MOVE WS-CURRENT-DATE TO HLD-MAINT-DATE.
           REWRITE FUNDS-HOLD-RECORD
               INVALID KEY
                   MOVE "REWRITE REJECTED BY HOLD-MASTER"
                       TO HMT-ERR-MESSAGE
                   PERFORM 2400-REJECT-TRANSACTION THRU 2400-EXIT
                   GO TO 2120-EXIT
           END-REWRITE.
           IF WS-HOLDMST-STATUS NOT = "00"
               MOVE "REWRITE FAILED - SEE FILE STATUS"
                   TO HMT-ERR-MESSAGE
               PERFORM 2400-REJECT-TRANSACTION THRU 2400-EXIT
               GO TO 2120-EXIT
           END-IF.
           MOVE "CHANGE  " TO HMT-ACT-VERB.
           PERFORM 2300-WRITE-ACTIVITY-LINE THRU 2300-EXIT.
       2120-EXIT.
           EXIT.

      *    Releasing a hold removes it from the master outright; the
      *    activity line is the record of what was let go and by whom.
       2130-APPLY-RELEASE.
           IF NOT KEY-ON-MASTER
               MOVE "RELEASE REJECTED - HOLD NOT ON MASTER"
                   TO HMT-ERR-MESSAGE
               PERFORM 2400-REJECT-TRANSACTION THRU 2400-EXIT
               GO TO 2130-EXIT
           END-IF.
           DELETE HOLD-MASTER
               INVALID KEY
                   MOVE "DELETE REJECTED BY HOLD-MASTER"
                       TO HMT-ERR-MESSAGE
                   PERFORM 2400-REJECT-TRANSACTION THRU 2400-EXIT
                   GO TO 2130-EXIT
           END-DELETE.
           IF WS-HOLDMST-STATUS NOT = "00"
               MOVE "DELETE FAILED - SEE FILE STATUS"
                   TO HMT-ERR-MESSAGE
               PERFORM 2400-REJECT-TRANSACTION THRU 2400-EXIT
               GO TO 2130-EXIT
           END-IF.
           MOVE "RELEASE " TO HMT-ACT-VERB.
           PERFORM 2300-WRITE-ACTIVITY-LINE THRU 2300-EXIT.
       2130-EXIT.
           EXIT.

      *    WS-EDIT-DATE is loaded by the caller.  It must be a real
      *    calendar day, leap years included; a clean date leaves
      *    HMT-ERR-MESSAGE blank.
       2150-EDIT-CARD-DATE.
           MOVE SPACES TO HMT-ERR-MESSAGE.
           IF WS-EDIT-MM < 01 OR WS-EDIT-MM > 12
               MOVE "CARD DATE MONTH NOT 01 THRU 12"
                   TO HMT-ERR-MESSAGE
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
               MOVE "CARD DATE DAY NOT A REAL DAY" TO HMT-ERR-MESSAGE
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

      *    Keyed amount and expiry date must be usable; blanks mean
      *    leave-alone-on-change and pass.  The amount is keyed
      *    positive.  An all-zero expiry date means the hold stands
      *    until released; any other expiry must be a real day, and
      *    not already past - a hold that would be dropped on the
      *    very next run is a keying error.
       2170-EDIT-CARD-FIELDS.
           MOVE SPACES TO HMT-ERR-MESSAGE.
           IF HTR-AMOUNT NOT = SPACES
               IF HTR-AMOUNT NOT NUMERIC
                   MOVE "AMOUNT NOT NUMERIC" TO HMT-ERR-MESSAGE
                   GO TO 2170-EXIT
               END-IF
               IF HTR-AMOUNT-N = ZERO
                   MOVE "AMOUNT IS ZERO" TO HMT-ERR-MESSAGE
                   GO TO 2170-EXIT
               END-IF
           END-IF.
           IF HTR-EXPIRY-DATE = SPACES
               GO TO 2170-EXIT
           END-IF.
           IF HTR-EXPIRY-DATE NOT NUMERIC
               MOVE "EXPIRY DATE NOT NUMERIC" TO HMT-ERR-MESSAGE
               GO TO 2170-EXIT
           END-IF.
           IF HTR-EXPIRY-DATE-N = ZERO
               GO TO 2170-EXIT
           END-IF.
           MOVE HTR-EXPIRY-DATE TO WS-EDIT-DATE.
           PERFORM 2150-EDIT-CARD-DATE THRU 2150-EXIT.
           IF HMT-ERR-MESSAGE NOT = SPACES
               GO TO 2170-EXIT
           END-IF.
           IF HTR-EXPIRY-DATE-N < WS-CURRENT-DATE
               MOVE "EXPIRY DATE ALREADY PAST" TO HMT-ERR-MESSAGE
           END-IF.
       2170-EXIT.
           EXIT.

      *    HMT-ACT-VERB is set by the caller before this is performed;
      *    the fields printed are the record as it now stands on the
      *    master (or, for a release, as it stood).
       2300-WRITE-ACTIVITY-LINE.
           ADD 1 TO HMT-APPLIED-COUNT.
           MOVE HLD-ACCOUNT-ID TO HMT-ACT-ACCOUNT-ID.
           MOVE HLD-HOLD-NO TO HMT-ACT-HOLD-NO.
           MOVE HLD-AMOUNT TO HMT-ACT-AMOUNT.
           MOVE HLD-REASON TO HMT-ACT-REASON.
           MOVE HLD-PLACED-BY TO HMT-ACT-PLACED-BY.
           MOVE HLD-EXPIRY-DATE TO HMT-ACT-EXPIRY.
           MOVE HTR-OPERATOR-ID TO HMT-ACT-OPERATOR.
           WRITE HOLDRPT-PRINT-LINE FROM HMT-ACTION-LINE.
       2300-EXIT.
           EXIT.

      *    HMT-ERR-MESSAGE is set by the caller before this is
      *    performed.
       2400-REJECT-TRANSACTION.
           ADD 1 TO HMT-REJECT-COUNT.
           MOVE HTR-ACTION-CODE TO HMT-ERR-ACTION.
           MOVE HTR-ACCOUNT-ID TO HMT-ERR-ACCOUNT-ID.
           MOVE HTR-HOLD-NO TO HMT-ERR-HOLD-NO.
           MOVE HTR-OPERATOR-ID TO HMT-ERR-OPERATOR.
           WRITE HOLDERR-PRINT-LINE FROM HMT-ERROR-LINE.
       2400-EXIT.
           EXIT.

      ******************************************************************
      *  9999-TERMINATE-RUN                                            *
      ******************************************************************
       9999-TERMINATE-RUN.
           MOVE HMT-TRANS-READ-COUNT TO HMT-TOT-READ.
           MOVE HMT-APPLIED-COUNT TO HMT-TOT-APPLIED.
           MOVE HMT-REJECT-COUNT TO HMT-TOT-REJECTED.
           WRITE HOLDRPT-PRINT-LINE FROM HMT-TOTAL-LINE.
           CLOSE HOLD-TRANS-FILE
                 OPERATOR-AUTHORITY-MASTER
                 SECURITY-VIOLATION-FILE
                 HOLD-MASTER
                 ACCOUNT-MASTER
                 ERROR-LISTING-FILE
                 ACTIVITY-REPORT-FILE.
           DISPLAY "HOLDMNT0 TRANSACTIONS APPLIED: " HMT-APPLIED-COUNT.
           DISPLAY "HOLDMNT0 TRANSACTIONS REJECTED: "
               HMT-REJECT-COUNT.
           DISPLAY "HOLDMNT0 SECURITY VIOLATIONS: "
               HMT-VIOLATION-COUNT.
           IF RUN-MUST-ABORT
               MOVE 12 TO RETURN-CODE
           END-IF.
       9999-EXIT.
           EXIT.
