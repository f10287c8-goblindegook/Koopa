      ******************************************************************
      *                                                                *
      *  ASGNMNT0.CBL                                                  *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     ASGNMNT0.
       AUTHOR.         R SHIELDS.
       INSTALLATION.   DATA PROCESSING CENTER.
       DATE-WRITTEN.   2026-10-15.
       DATE-COMPILED.

      ******************************************************************
      *  CHANGE LOG                                                    *
      *  DATE       INIT  DESCRIPTION                                  *
      *  ---------- ----  ------------------------------------------   *
      *  2026-10-15  RLS  Assignment catalog maintenance: applies      *
      *                   add / change / delete cards from ASGNTRN to  *
      *                   the ASGNMST assignment catalog (name, due    *
      *                   date, category and maximum points per term   *
      *                   and slot) and to the CATWMST per-term        *
      *                   category weights, rejects bad cards to       *
      *                   ASGNERR, and lists what it applied on        *
      *                   ASGNRPT.                                     *
      *  2026-10-15  RLS  Each card is checked against the OPERAUTH    *
      *                   operator authority master before it is       *
      *                   applied; a blank, unknown, revoked or        *
      *                   unauthorized operator is rejected to the     *
      *                   error listing and logged to the SECVIOL      *
      *                   security-violation trail.                    *
      *                   The card carries the operator ID in          *
      *                   columns 63-70.                               *
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

      *    Card-image add / change / delete transactions - slot cards
      *    for the catalog, weight cards for the category weights.
           SELECT ASSIGNMENT-TRANS-FILE
               ASSIGN TO ASGNTRN
               ORGANIZATION IS SEQUENTIAL.

      *    Assignment catalog maintained in place, keyed by term plus
      *    slot number.
           SELECT ASSIGNMENT-CATALOG
               ASSIGN TO ASGNMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ASG-CATALOG-KEY
               FILE STATUS IS WS-ASGNMST-STATUS.

      *    Per-term category weights maintained in place, keyed by
      *    term.
           SELECT CATEGORY-WEIGHT-MASTER
               ASSIGN TO CATWMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CTW-TERM-ID
               FILE STATUS IS WS-CATWMST-STATUS.

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
               ASSIGN TO ASGNERR
               ORGANIZATION IS SEQUENTIAL.

      *    Applied-maintenance activity report.
           SELECT ACTIVITY-REPORT-FILE
               ASSIGN TO ASGNRPT
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

       FD  ASSIGNMENT-TRANS-FILE
           LABEL RECORDS ARE STANDARD.
       01  ASSIGNMENT-TRANS-RECORD.
           05  ATR-ACTION-CODE             PIC X(01).
               88  ATR-ACTION-ADD                    VALUE "A".
               88  ATR-ACTION-CHANGE                 VALUE "C".
               88  ATR-ACTION-DELETE                 VALUE "D".
           05  ATR-RECORD-TYPE             PIC X(01).
               88  ATR-SLOT-CARD                     VALUE "S".
               88  ATR-WEIGHT-CARD                   VALUE "W".
           05  ATR-TERM-ID                 PIC X(06).
           05  ATR-SLOT-NO                 PIC X(02).
           05  ATR-ASSIGNMENT-NAME         PIC X(40).
           05  ATR-DUE-DATE                PIC X(08).
           05  ATR-CATEGORY-CODE           PIC X(01).
           05  ATR-MAX-POINTS              PIC X(03).
           05  ATR-OPERATOR-ID             PIC X(08).
           05  FILLER                      PIC X(10).

      *    Numeric views of the keyed slot-card fields.
       01  ASSIGNMENT-TRANS-NUMERIC
               REDEFINES ASSIGNMENT-TRANS-RECORD.
           05  FILLER                      PIC X(08).
           05  ATR-SLOT-NO-N               PIC 9(02).
           05  FILLER                      PIC X(40).
           05  ATR-DUE-DATE-N              PIC 9(08).
           05  FILLER                      PIC X(01).
           05  ATR-MAX-POINTS-N            PIC 9(03).
           05  FILLER                      PIC X(18).

      *    A weight card carries the four category weights, in the
      *    CATWREC order, where a slot card carries the assignment;
      *    its slot number is left blank.
       01  ASSIGNMENT-TRANS-WEIGHTS
               REDEFINES ASSIGNMENT-TRANS-RECORD.
           05  FILLER                      PIC X(10).
           05  ATR-WEIGHT                  PIC X(03) OCCURS 4 TIMES.
           05  FILLER                      PIC X(58).
       01  ASSIGNMENT-TRANS-WEIGHTS-N
               REDEFINES ASSIGNMENT-TRANS-RECORD.
           05  FILLER                      PIC X(10).
           05  ATR-WEIGHT-N                PIC 9(03) OCCURS 4 TIMES.
           05  FILLER                      PIC X(58).

       FD  ASSIGNMENT-CATALOG
           LABEL RECORDS ARE STANDARD.
           COPY ASGNREC.

       FD  CATEGORY-WEIGHT-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY CATWREC.

       FD  OPERATOR-AUTHORITY-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY OPRAREC.

       FD  SECURITY-VIOLATION-FILE
           LABEL RECORDS ARE STANDARD.
           COPY SECVREC.

       FD  ERROR-LISTING-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS.
       01  ASGNERR-PRINT-LINE              PIC X(132).

       FD  ACTIVITY-REPORT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS.
       01  ASGNRPT-PRINT-LINE              PIC X(132).

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

       77  RCT-PROGRAM-ID                  PIC X(08) VALUE "ASGNMNT0".
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

       77  WS-ASGNMST-STATUS               PIC X(02) VALUE SPACES.
       77  WS-CATWMST-STATUS               PIC X(02) VALUE SPACES.
       77  WS-OPERAUTH-STATUS              PIC X(02) VALUE SPACES.
       77  WS-SECVIOL-STATUS               PIC X(02) VALUE SPACES.

      *    Set when ASGNMST or CATWMST fails to open: no cards may be
      *    processed against a dead master - the activity report
      *    would otherwise claim changes that never happened.
       77  WS-ABORT-SWITCH                 PIC X(01) VALUE "N".
           88  RUN-MUST-ABORT                        VALUE "Y".

       77  WS-KEY-ON-MASTER                PIC X(01) VALUE "N".
           88  KEY-ON-MASTER                         VALUE "Y".

       77  WS-OPERATOR-SWITCH              PIC X(01) VALUE "N".
           88  OPERATOR-AUTHORIZED                   VALUE "Y".

       77  ASM-TRANS-READ-COUNT            PIC 9(05) COMP VALUE ZERO.
       77  ASM-APPLIED-COUNT               PIC 9(05) COMP VALUE ZERO.
       77  ASM-REJECT-COUNT                PIC 9(05) COMP VALUE ZERO.
       77  ASM-VIOLATION-COUNT             PIC 9(05) COMP VALUE ZERO.

       77  ASM-WEIGHT-SUB                  PIC 9(04) COMP VALUE ZERO.
       77  ASM-WEIGHT-TOTAL                PIC 9(04) COMP VALUE ZERO.

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
       01  ASM-HEADING-LINE.
           05  FILLER                      PIC X(47) VALUE
                   "ASSIGNMENT CATALOG MAINTENANCE ACTIVITY REPORT".
           05  FILLER                      PIC X(04) VALUE "RUN ".
           05  ASM-HDG-DATE                PIC 9(08).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  ASM-HDG-TIME                PIC 9(08).
           05  FILLER                      PIC X(63) VALUE SPACES.

       01  ASM-SLOT-LINE.
           05  ASM-SLT-VERB                PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  ASM-SLT-TERM-ID             PIC X(06).
           05  FILLER                      PIC X(01) VALUE "/".
           05  ASM-SLT-SLOT-NO             PIC 9(02).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  ASM-SLT-NAME                PIC X(40).
           05  FILLER                      PIC X(06) VALUE "  DUE ".
           05  ASM-SLT-DUE-DATE            PIC 9(08).
           05  FILLER                      PIC X(06) VALUE "  CAT ".
           05  ASM-SLT-CATEGORY            PIC X(01).
           05  FILLER                      PIC X(09) VALUE
                   "  POINTS ".
           05  ASM-SLT-MAX-POINTS          PIC ZZ9.
           05  FILLER                      PIC X(38) VALUE SPACES.

       01  ASM-WEIGHT-LINE.
           05  ASM-WGT-VERB                PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  ASM-WGT-TERM-ID             PIC X(06).
           05  FILLER                      PIC X(22) VALUE
                   "  WEIGHTS   HOMEWORK ".
           05  ASM-WGT-HOMEWORK            PIC ZZ9.
           05  FILLER                      PIC X(07) VALUE "  QUIZ ".
           05  ASM-WGT-QUIZ                PIC ZZ9.
           05  FILLER                      PIC X(07) VALUE "  TEST ".
           05  ASM-WGT-TEST                PIC ZZ9.
           05  FILLER                      PIC X(10) VALUE
                   "  PROJECT ".
           05  ASM-WGT-PROJECT             PIC ZZ9.
           05  FILLER                      PIC X(58) VALUE SPACES.

       01  ASM-TOTAL-LINE.
           05  FILLER                      PIC X(20) VALUE
                   "TRANSACTIONS READ   ".
           05  ASM-TOT-READ                PIC ZZ,ZZ9.
           05  FILLER                      PIC X(12) VALUE
                   "  APPLIED   ".
           05  ASM-TOT-APPLIED             PIC ZZ,ZZ9.
           05  FILLER                      PIC X(12) VALUE
                   "  REJECTED  ".
           05  ASM-TOT-REJECTED            PIC ZZ,ZZ9.
           05  FILLER                      PIC X(70) VALUE SPACES.

       01  ASM-ERROR-HEADING-LINE.
           05  FILLER                      PIC X(44) VALUE
                   "ASSIGNMENT CATALOG MAINTENANCE ERROR LISTING".
           05  FILLER                      PIC X(88) VALUE SPACES.

       01  ASM-ERROR-LINE.
           05  ASM-ERR-ACTION              PIC X(01).
           05  ASM-ERR-RECORD-TYPE         PIC X(01).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  ASM-ERR-TERM-ID             PIC X(06).
           05  FILLER                      PIC X(01) VALUE "/".
           05  ASM-ERR-SLOT-NO             PIC X(02).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  ASM-ERR-OPERATOR            PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  ASM-ERR-MESSAGE             PIC X(40).
           05  FILLER                      PIC X(67) VALUE SPACES.

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
      *  predecessor the RUNDEPS deck names for ASGNMNT0 must have     *
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
               DISPLAY "ASGNMNT0 REFUSED - NO RUN-CONTROL LEDGER"
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
                   DISPLAY "ASGNMNT0 REFUSED - " RCT-REFUSAL-REASON
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
               DISPLAY "ASGNMNT0 REFUSED - " RCT-REFUSAL-REASON
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
           MOVE ASM-APPLIED-COUNT TO RCL-COUNT-VALUE(1).
           MOVE "REJECTED" TO RCL-COUNT-LABEL(2).
           MOVE ASM-REJECT-COUNT TO RCL-COUNT-VALUE(2).
           MOVE "VIOLATIONS" TO RCL-COUNT-LABEL(3).
           MOVE ASM-VIOLATION-COUNT TO RCL-COUNT-VALUE(3).
       0950-EXIT.
           EXIT.

      ******************************************************************
      *  1000-INITIALIZE-RUN                                           *
      ******************************************************************
       1000-INITIALIZE-RUN.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           OPEN INPUT  ASSIGNMENT-TRANS-FILE
                I-O    ASSIGNMENT-CATALOG
                       CATEGORY-WEIGHT-MASTER
                OUTPUT ERROR-LISTING-FILE
                       ACTIVITY-REPORT-FILE.
      *    A maintenance run against a master that does not exist yet
      *    is the initial load: create the empty master and reopen it
      *    I-O, the same status-35 fallback STUMNT0 uses.
           IF WS-ASGNMST-STATUS = "35"
               OPEN OUTPUT ASSIGNMENT-CATALOG
               IF WS-ASGNMST-STATUS = "00"
                   CLOSE ASSIGNMENT-CATALOG
                   OPEN I-O ASSIGNMENT-CATALOG
               END-IF
           END-IF.
           IF WS-CATWMST-STATUS = "35"
               OPEN OUTPUT CATEGORY-WEIGHT-MASTER
               IF WS-CATWMST-STATUS = "00"
                   CLOSE CATEGORY-WEIGHT-MASTER
                   OPEN I-O CATEGORY-WEIGHT-MASTER
               END-IF
           END-IF.
           IF WS-ASGNMST-STATUS NOT = "00"
               DISPLAY "ASSIGNMENT-CATALOG OPEN FAILED, STATUS = "
                   WS-ASGNMST-STATUS
               MOVE "Y" TO WS-ABORT-SWITCH
           END-IF.
           IF WS-CATWMST-STATUS NOT = "00"
               DISPLAY "CATEGORY-WEIGHT-MASTER OPEN FAILED, STATUS = "
                   WS-CATWMST-STATUS
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
           MOVE WS-CURRENT-DATE TO ASM-HDG-DATE.
           MOVE WS-CURRENT-TIME TO ASM-HDG-TIME.
           WRITE ASGNRPT-PRINT-LINE FROM ASM-HEADING-LINE.
           WRITE ASGNERR-PRINT-LINE FROM ASM-ERROR-HEADING-LINE.
       1000-EXIT.
           EXIT.

      ******************************************************************
      *  2000-PROCESS-TRANSACTIONS                                     *
      ******************************************************************
       2000-PROCESS-TRANSACTIONS.
           MOVE "N" TO WS-EOF-TRANS.
           PERFORM UNTIL TRANS-EOF
               READ ASSIGNMENT-TRANS-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-TRANS
                   NOT AT END
                       ADD 1 TO ASM-TRANS-READ-COUNT
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
           MOVE SPACES TO ASM-ERR-MESSAGE.
           IF ATR-TERM-ID = SPACES
               MOVE "TERM ID IS BLANK" TO ASM-ERR-MESSAGE
               PERFORM 2400-REJECT-TRANSACTION THRU 2400-EXIT
               GO TO 2100-EXIT
           END-IF.
           IF NOT ATR-ACTION-ADD
               AND NOT ATR-ACTION-CHANGE
               AND NOT ATR-ACTION-DELETE
               MOVE "ACTION CODE NOT A / C / D" TO ASM-ERR-MESSAGE
               PERFORM 2400-REJECT-TRANSACTION THRU 2400-EXIT
               GO TO 2100-EXIT
           END-IF.
           IF ATR-SLOT-CARD
               PERFORM 2500-APPLY-SLOT-CARD THRU 2500-EXIT
           ELSE
               IF ATR-WEIGHT-CARD
                   PERFORM 2600-APPLY-WEIGHT-CARD THRU 2600-EXIT
               ELSE
                   MOVE "RECORD TYPE NOT S (SLOT) OR W (WEIGHT)"
                       TO ASM-ERR-MESSAGE
                   PERFORM 2400-REJECT-TRANSACTION THRU 2400-EXIT
               END-IF
           END-IF.
       2100-EXIT.
           EXIT.

      *    The operator on the card must be an active operator with
      *    ASGNMNT0 authority for the card's action code on the
      *    OPERAUTH master.  On failure ASM-ERR-MESSAGE carries the
      *    reason for the error listing and the violation trail.
       2050-CHECK-OPERATOR-AUTHORITY.
           MOVE "N" TO WS-OPERATOR-SWITCH.
           IF ATR-OPERATOR-ID = SPACES
               MOVE "OPERATOR ID IS BLANK" TO ASM-ERR-MESSAGE
               GO TO 2050-EXIT
           END-IF.
           MOVE "OPERATOR NOT ON AUTHORITY MASTER" TO ASM-ERR-MESSAGE.
           MOVE ATR-OPERATOR-ID TO OPA-OPERATOR-ID.
           READ OPERATOR-AUTHORITY-MASTER
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-OPERAUTH-STATUS NOT = "00"
               GO TO 2050-EXIT
           END-IF.
           IF NOT OPA-STATUS-ACTIVE
               MOVE "OPERATOR AUTHORITY REVOKED" TO ASM-ERR-MESSAGE
               GO TO 2050-EXIT
           END-IF.
           MOVE ZERO TO OPR-FUNCTION-SUB.
           PERFORM VARYING OPR-SUB FROM 1 BY 1 UNTIL OPR-SUB > 10
               IF OPA-FUNCTION-ID(OPR-SUB) = "ASGNMNT0"
                   MOVE OPR-SUB TO OPR-FUNCTION-SUB
               END-IF
           END-PERFORM.
           IF OPR-FUNCTION-SUB = ZERO
               MOVE "OPERATOR NOT AUTHORIZED FOR THIS RUN"
                   TO ASM-ERR-MESSAGE
               GO TO 2050-EXIT
           END-IF.
           MOVE ZERO TO OPR-ACTION-HITS.
           INSPECT OPA-ACTION-CODES(OPR-FUNCTION-SUB)
               TALLYING OPR-ACTION-HITS FOR ALL ATR-ACTION-CODE.
           IF OPR-ACTION-HITS = ZERO OR ATR-ACTION-CODE = SPACE
               MOVE "OPERATOR NOT AUTHORIZED FOR THIS ACTION"
                   TO ASM-ERR-MESSAGE
               GO TO 2050-EXIT
           END-IF.
           MOVE "Y" TO WS-OPERATOR-SWITCH.
       2050-EXIT.
           EXIT.

      *    ASM-ERR-MESSAGE carries the reason set by 2050.
       2060-LOG-SECURITY-VIOLATION.
           MOVE SPACES TO SECURITY-VIOLATION-RECORD.
           MOVE WS-CURRENT-DATE TO SCV-RUN-DATE.
           MOVE WS-CURRENT-TIME TO SCV-RUN-TIME.
           MOVE "ASGNMNT0" TO SCV-PROGRAM-ID.
           MOVE ATR-OPERATOR-ID TO SCV-OPERATOR-ID.
           MOVE ATR-ACTION-CODE TO SCV-ACTION-CODE.
           STRING ATR-RECORD-TYPE " " ATR-TERM-ID "/" ATR-SLOT-NO
               DELIMITED BY SIZE INTO SCV-RECORD-KEY.
           MOVE ASM-ERR-MESSAGE TO SCV-REASON.
           WRITE SECURITY-VIOLATION-RECORD.
           ADD 1 TO ASM-VIOLATION-COUNT.
       2060-EXIT.
           EXIT.

      ******************************************************************
      *  2500-APPLY-SLOT-CARD - one assignment in the term's catalog.  *
      *  The slot is the STUMREC assignment slot, 01 thru 10.          *
      ******************************************************************
       2500-APPLY-SLOT-CARD.
           IF ATR-SLOT-NO NOT NUMERIC
               MOVE "SLOT NUMBER NOT 01 THRU 10" TO ASM-ERR-MESSAGE
               PERFORM 2400-REJECT-TRANSACTION THRU 2400-EXIT
               GO TO 2500-EXIT
           END-IF.
           IF ATR-SLOT-NO-N < 01 OR ATR-SLOT-NO-N > 10
               MOVE "SLOT NUMBER NOT 01 THRU 10" TO ASM-ERR-MESSAGE
               PERFORM 2400-REJECT-TRANSACTION THRU 2400-EXIT
               GO TO 2500-EXIT
           END-IF.
           MOVE "N" TO WS-KEY-ON-MASTER.
           MOVE ATR-TERM-ID TO ASG-TERM-ID.
           MOVE ATR-SLOT-NO-N TO ASG-SLOT-NO.
           READ ASSIGNMENT-CATALOG
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-KEY-ON-MASTER
           END-READ.
           IF ATR-ACTION-ADD
               PERFORM 2510-ADD-SLOT THRU 2510-EXIT
           ELSE
               IF ATR-ACTION-CHANGE
                   PERFORM 2520-CHANGE-SLOT THRU 2520-EXIT
               ELSE
                   PERFORM 2530-DELETE-SLOT THRU 2530-EXIT
               END-IF
           END-IF.
       2500-EXIT.
           EXIT.

      *    A new catalog entry needs every field: name, due date,
      *    category and maximum points.
       2510-ADD-SLOT.
           IF KEY-ON-MASTER
               MOVE "DUPLICATE ADD - SLOT ALREADY IN CATALOG"
                   TO ASM-ERR-MESSAGE
               PERFORM 2400-REJECT-TRANSACTION THRU 2400-EXIT
               GO TO 2510-EXIT
           END-IF.
           IF ATR-ASSIGNMENT-NAME = SPACES
               OR ATR-DUE-DATE = SPACES
               OR ATR-CATEGORY-CODE = SPACES
               OR ATR-MAX-POINTS = SPACES
               MOVE "ADD NEEDS NAME, DUE, CATEGORY AND POINTS"
                   TO ASM-ERR-MESSAGE
               PERFORM 2400-REJECT-TRANSACTION THRU 2400-EXIT
               GO TO 2510-EXIT
           END-IF.
           PERFORM 2570-EDIT-SLOT-FIELDS THRU 2570-EXIT.
           IF ASM-ERR-MESSAGE NOT = SPACES
               PERFORM 2400-REJECT-TRANSACTION THRU 2400-EXIT
               GO TO 2510-EXIT
           END-IF.
           MOVE ATR-TERM-ID TO ASG-TERM-ID.
           MOVE ATR-SLOT-NO-N TO ASG-SLOT-NO.
           MOVE ATR-ASSIGNMENT-NAME TO ASG-ASSIGNMENT-NAME.
           MOVE ATR-DUE-DATE-N TO ASG-DUE-DATE.
           MOVE ATR-CATEGORY-CODE TO ASG-CATEGORY-CODE.
           MOVE ATR-MAX-POINTS-N TO ASG-MAX-POINTS.
           MOVE WS-CURRENT-DATE TO ASG-MAINT-DATE.
           WRITE ASSIGNMENT-CATALOG-RECORD
               INVALID KEY
                   MOVE "WRITE REJECTED BY ASSIGNMENT-CATALOG"
                       TO ASM-ERR-MESSAGE
                   PERFORM 2400-REJECT-TRANSACTION THRU 2400-EXIT
                   GO TO 2510-EXIT
           END-WRITE.
           IF WS-ASGNMST-STATUS NOT = "00"
               MOVE "WRITE FAILED - SEE FILE STATUS"
                   TO ASM-ERR-MESSAGE
               PERFORM 2400-REJECT-TRANSACTION THRU 2400-EXIT
               GO TO 2510-EXIT
           END-IF.
           MOVE "ADD     " TO ASM-SLT-VERB.
           PERFORM 2300-WRITE-SLOT-LINE THRU 2300-EXIT.
       2510-EXIT.
           EXIT.

      *    A change re-keys any of name, due date, category or
      *    maximum points - a blank column leaves that field as it
      *    stands.
       2520-CHANGE-SLOT.
           IF NOT KEY-ON-MASTER
               MOVE "CHANGE REJECTED - SLOT NOT IN CATALOG"
                   TO ASM-ERR-MESSAGE
               PERFORM 2400-REJECT-TRANSACTION THRU 2400-EXIT
               GO TO 2520-EXIT
           END-IF.
           PERFORM 2570-EDIT-SLOT-FIELDS THRU 2570-EXIT.
           IF ASM-ERR-MESSAGE NOT = SPACES
               PERFORM 2400-REJECT-TRANSACTION THRU 2400-EXIT
               GO TO 2520-EXIT
           END-IF.
           IF ATR-ASSIGNMENT-NAME NOT = SPACES
               MOVE ATR-ASSIGNMENT-NAME TO ASG-ASSIGNMENT-NAME
           END-IF.
           IF ATR-DUE-DATE NOT = SPACES
               MOVE ATR-DUE-DATE-N TO ASG-DUE-DATE
           END-IF.
           IF ATR-CATEGORY-CODE NOT = SPACES
               MOVE ATR-CATEGORY-CODE TO ASG-CATEGORY-CODE
           END-IF.
           IF ATR-MAX-POINTS NOT = SPACES
               MOVE ATR-MAX-POINTS-N TO ASG-MAX-POINTS
           END-IF.
           MOVE WS-CURRENT-DATE TO ASG-MAINT-DATE.
           REWRITE ASSIGNMENT-CATALOG-RECORD
               INVALID KEY
                   MOVE "REWRITE REJECTED BY ASSIGNMENT-CATALOG"
                       TO ASM-ERR-MESSAGE
                   PERFORM 2400-REJECT-TRANSACTION THRU 2400-EXIT
                   GO TO 2520-EXIT
           END-REWRITE.
           IF WS-ASGNMST-STATUS NOT = "00"
               MOVE "REWRITE FAILED - SEE FILE STATUS"
                   TO ASM-ERR-MESSAGE
               PERFORM 2400-REJECT-TRANSACTION THRU 2400-EXIT
               GO TO 2520-EXIT
           END-IF.
           MOVE "CHANGE  " TO ASM-SLT-VERB.
           PERFORM 2300-WRITE-SLOT-LINE THRU 2300-EXIT.
       2520-EXIT.
           EXIT.

       2530-DELETE-SLOT.
           IF NOT KEY-ON-MASTER
               MOVE "DELETE REJECTED - SLOT NOT IN CATALOG"
                   TO ASM-ERR-MESSAGE
               PERFORM 2400-REJECT-TRANSACTION THRU 2400-EXIT
               GO TO 2530-EXIT
           END-IF.
           DELETE ASSIGNMENT-CATALOG
               INVALID KEY
                   MOVE "DELETE REJECTED BY ASSIGNMENT-CATALOG"
                       TO ASM-ERR-MESSAGE
                   PERFORM 2400-REJECT-TRANSACTION THRU 2400-EXIT
                   GO TO 2530-EXIT
           END-DELETE.
           IF WS-ASGNMST-STATUS NOT = "00"
               MOVE "DELETE FAILED - SEE FILE STATUS"
                   TO ASM-ERR-MESSAGE
               PERFORM 2400-REJECT-TRANSACTION THRU 2400-EXIT
               GO TO 2530-EXIT
           END-IF.
           MOVE "DELETE  " TO ASM-SLT-VERB.
           PERFORM 2300-WRITE-SLOT-LINE THRU 2300-EXIT.
       2530-EXIT.
           EXIT.

      *    Keyed due date, category and points must be usable; blanks
      *    mean leave-alone-on-change and pass.  Points run 001-999.
       2570-EDIT-SLOT-FIELDS.
           MOVE SPACES TO ASM-ERR-MESSAGE.
           IF ATR-CATEGORY-CODE NOT = SPACES
               AND ATR-CATEGORY-CODE NOT = "H"
               AND ATR-CATEGORY-CODE NOT = "Q"
               AND ATR-CATEGORY-CODE NOT = "T"
               AND ATR-CATEGORY-CODE NOT = "P"
               MOVE "CATEGORY NOT H / Q / T / P" TO ASM-ERR-MESSAGE
               GO TO 2570-EXIT
           END-IF.
           IF ATR-MAX-POINTS NOT = SPACES
               IF ATR-MAX-POINTS NOT NUMERIC
                   MOVE "MAXIMUM POINTS NOT NUMERIC" TO ASM-ERR-MESSAGE
                   GO TO 2570-EXIT
               END-IF
               IF ATR-MAX-POINTS-N = ZERO
                   MOVE "MAXIMUM POINTS IS ZERO" TO ASM-ERR-MESSAGE
                   GO TO 2570-EXIT
               END-IF
           END-IF.
           IF ATR-DUE-DATE = SPACES
               GO TO 2570-EXIT
           END-IF.
           IF ATR-DUE-DATE NOT NUMERIC
               MOVE "DUE DATE NOT NUMERIC" TO ASM-ERR-MESSAGE
               GO TO 2570-EXIT
           END-IF.
           MOVE ATR-DUE-DATE TO WS-EDIT-DATE.
           PERFORM 2150-EDIT-CARD-DATE THRU 2150-EXIT.
       2570-EXIT.
           EXIT.

      ******************************************************************
      *  2600-APPLY-WEIGHT-CARD - the term's four category weights.    *
      *  An add needs all four; a change re-keys any of them.  Either  *
      *  way the weights that stand afterwards must total 100.         *
      ******************************************************************
       2600-APPLY-WEIGHT-CARD.
           MOVE "N" TO WS-KEY-ON-MASTER.
           MOVE ATR-TERM-ID TO CTW-TERM-ID.
           READ CATEGORY-WEIGHT-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-KEY-ON-MASTER
           END-READ.
           IF ATR-ACTION-ADD
               PERFORM 2610-ADD-WEIGHTS THRU 2610-EXIT
           ELSE
               IF ATR-ACTION-CHANGE
                   PERFORM 2620-CHANGE-WEIGHTS THRU 2620-EXIT
               ELSE
                   PERFORM 2630-DELETE-WEIGHTS THRU 2630-EXIT
               END-IF
           END-IF.
       2600-EXIT.
           EXIT.

       2610-ADD-WEIGHTS.
           IF KEY-ON-MASTER
               MOVE "DUPLICATE ADD - TERM WEIGHTS ON MASTER"
                   TO ASM-ERR-MESSAGE
               PERFORM 2400-REJECT-TRANSACTION THRU 2400-EXIT
               GO TO 2610-EXIT
           END-IF.
           PERFORM VARYING ASM-WEIGHT-SUB FROM 1 BY 1
                   UNTIL ASM-WEIGHT-SUB > 4
               IF ATR-WEIGHT(ASM-WEIGHT-SUB) = SPACES
                   MOVE "ADD NEEDS ALL FOUR CATEGORY WEIGHTS"
                       TO ASM-ERR-MESSAGE
               END-IF
           END-PERFORM.
           IF ASM-ERR-MESSAGE NOT = SPACES
               PERFORM 2400-REJECT-TRANSACTION THRU 2400-EXIT
               GO TO 2610-EXIT
           END-IF.
           MOVE ATR-TERM-ID TO CTW-TERM-ID.
           MOVE ZERO TO CTW-WEIGHTS.
           PERFORM 2670-EDIT-AND-APPLY-WEIGHTS THRU 2670-EXIT.
           IF ASM-ERR-MESSAGE NOT = SPACES
               PERFORM 2400-REJECT-TRANSACTION THRU 2400-EXIT
               GO TO 2610-EXIT
           END-IF.
           MOVE WS-CURRENT-DATE TO CTW-MAINT-DATE.
           WRITE CATEGORY-WEIGHT-RECORD
               INVALID KEY
                   MOVE "WRITE REJECTED BY CATEGORY-WEIGHT FILE"
                       TO ASM-ERR-MESSAGE
                   PERFORM 2400-REJECT-TRANSACTION THRU 2400-EXIT
                   GO TO 2610-EXIT
           END-WRITE.
           IF WS-CATWMST-STATUS NOT = "00"
               MOVE "WRITE FAILED - SEE FILE STATUS"
                   TO ASM-ERR-MESSAGE
               PERFORM 2400-REJECT-TRANSACTION THRU 2400-EXIT
               GO TO 2610-EXIT
           END-IF.
           MOVE "ADD     " TO ASM-WGT-VERB.
           PERFORM 2310-WRITE-WEIGHT-LINE THRU 2310-EXIT.
       2610-EXIT.
           EXIT.

       2620-CHANGE-WEIGHTS.
           IF NOT KEY-ON-MASTER
               MOVE "CHANGE REJECTED - NO WEIGHTS FOR TERM"
                   TO ASM-ERR-MESSAGE
               PERFORM 2400-REJECT-TRANSACTION THRU 2400-EXIT
               GO TO 2620-EXIT
           END-IF.
           PERFORM 2670-EDIT-AND-APPLY-WEIGHTS THRU 2670-EXIT.
           IF ASM-ERR-MESSAGE NOT = SPACES
               PERFORM 2400-REJECT-TRANSACTION THRU 2400-EXIT
               GO TO 2620-EXIT
           END-IF.
           MOVE WS-CURRENT-DATE TO CTW-MAINT-DATE.
           REWRITE CATEGORY-WEIGHT-RECORD
               INVALID KEY
                   MOVE "REWRITE REJECTED BY CATEGORY-WEIGHT FILE"
                       TO ASM-ERR-MESSAGE
                   PERFORM 2400-REJECT-TRANSACTION THRU 2400-EXIT
                   GO TO 2620-EXIT
           END-REWRITE.
           IF WS-CATWMST-STATUS NOT = "00"
               MOVE "REWRITE FAILED - SEE FILE STATUS"
                   TO ASM-ERR-MESSAGE
               PERFORM 2400-REJECT-TRANSACTION THRU 2400-EXIT
               GO TO 2620-EXIT
           END-IF.
           MOVE "CHANGE  " TO ASM-WGT-VERB.
           PERFORM 2310-WRITE-WEIGHT-LINE THRU 2310-EXIT.
       2620-EXIT.
           EXIT.

       2630-DELETE-WEIGHTS.
           IF NOT KEY-ON-MASTER
               MOVE "DELETE REJECTED - NO WEIGHTS FOR TERM"
                   TO ASM-ERR-MESSAGE
               PERFORM 2400-REJECT-TRANSACTION THRU 2400-EXIT
               GO TO 2630-EXIT
           END-IF.
           DELETE CATEGORY-WEIGHT-MASTER
               INVALID KEY
                   MOVE "DELETE REJECTED BY CATEGORY-WEIGHT FILE"
                       TO ASM-ERR-MESSAGE
                   PERFORM 2400-REJECT-TRANSACTION THRU 2400-EXIT
                   GO TO 2630-EXIT
           END-DELETE.
           IF WS-CATWMST-STATUS NOT = "00"
               MOVE "DELETE FAILED - SEE FILE STATUS"
                   TO ASM-ERR-MESSAGE
               PERFORM 2400-REJECT-TRANSACTION THRU 2400-EXIT
               GO TO 2630-EXIT
           END-IF.
           MOVE "DELETE  " TO ASM-WGT-VERB.
           PERFORM 2310-WRITE-WEIGHT-LINE THRU 2310-EXIT.
       2630-EXIT.
           EXIT.

      *    Each non-blank weight must be numeric and is laid over the
      *    record's current weights; the result must total 100.  A
      *    rejected card leaves the record in storage changed, but
      *    it is never written back.
       2670-EDIT-AND-APPLY-WEIGHTS.
           MOVE SPACES TO ASM-ERR-MESSAGE.
           PERFORM VARYING ASM-WEIGHT-SUB FROM 1 BY 1
                   UNTIL ASM-WEIGHT-SUB > 4
               IF ATR-WEIGHT(ASM-WEIGHT-SUB) NOT = SPACES
                   IF ATR-WEIGHT(ASM-WEIGHT-SUB) NUMERIC
                       MOVE ATR-WEIGHT-N(ASM-WEIGHT-SUB)
                           TO CTW-WEIGHT(ASM-WEIGHT-SUB)
                   ELSE
                       MOVE "CATEGORY WEIGHT NOT NUMERIC"
                           TO ASM-ERR-MESSAGE
                   END-IF
               END-IF
           END-PERFORM.
           IF ASM-ERR-MESSAGE NOT = SPACES
               GO TO 2670-EXIT
           END-IF.
           MOVE ZERO TO ASM-WEIGHT-TOTAL.
           PERFORM VARYING ASM-WEIGHT-SUB FROM 1 BY 1
                   UNTIL ASM-WEIGHT-SUB > 4
               ADD CTW-WEIGHT(ASM-WEIGHT-SUB) TO ASM-WEIGHT-TOTAL
           END-PERFORM.
           IF ASM-WEIGHT-TOTAL NOT = 100
               MOVE "CATEGORY WEIGHTS DO NOT TOTAL 100"
                   TO ASM-ERR-MESSAGE
           END-IF.
       2670-EXIT.
           EXIT.

      *    WS-EDIT-DATE is loaded by the caller.  It must be a real
      *    calendar day, leap years included; a clean date leaves
      *    ASM-ERR-MESSAGE blank.
       2150-EDIT-CARD-DATE.
           MOVE SPACES TO ASM-ERR-MESSAGE.
           IF WS-EDIT-MM < 01 OR WS-EDIT-MM > 12
               MOVE "CARD DATE MONTH NOT 01 THRU 12"
                   TO ASM-ERR-MESSAGE
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
               MOVE "CARD DATE DAY NOT A REAL DAY" TO ASM-ERR-MESSAGE
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

      *    ASM-SLT-VERB is set by the caller before this is performed;
      *    the fields printed are the record as it now stands on the
      *    catalog.
       2300-WRITE-SLOT-LINE.
           ADD 1 TO ASM-APPLIED-COUNT.
           MOVE ASG-TERM-ID TO ASM-SLT-TERM-ID.
           MOVE ASG-SLOT-NO TO ASM-SLT-SLOT-NO.
           MOVE ASG-ASSIGNMENT-NAME TO ASM-SLT-NAME.
           MOVE ASG-DUE-DATE TO ASM-SLT-DUE-DATE.
           MOVE ASG-CATEGORY-CODE TO ASM-SLT-CATEGORY.
           MOVE ASG-MAX-POINTS TO ASM-SLT-MAX-POINTS.
           WRITE ASGNRPT-PRINT-LINE FROM ASM-SLOT-LINE.
       2300-EXIT.
           EXIT.

      *    ASM-WGT-VERB is set by the caller before this is performed.
       2310-WRITE-WEIGHT-LINE.
           ADD 1 TO ASM-APPLIED-COUNT.
           MOVE CTW-TERM-ID TO ASM-WGT-TERM-ID.
           MOVE CTW-HOMEWORK-WEIGHT TO ASM-WGT-HOMEWORK.
           MOVE CTW-QUIZ-WEIGHT TO ASM-WGT-QUIZ.
           MOVE CTW-TEST-WEIGHT TO ASM-WGT-TEST.
           MOVE CTW-PROJECT-WEIGHT TO ASM-WGT-PROJECT.
           WRITE ASGNRPT-PRINT-LINE FROM ASM-WEIGHT-LINE.
       2310-EXIT.
           EXIT.

      *    ASM-ERR-MESSAGE is set by the caller before this is
      *    performed.
       2400-REJECT-TRANSACTION.
           ADD 1 TO ASM-REJECT-COUNT.
           MOVE ATR-ACTION-CODE TO ASM-ERR-ACTION.
           MOVE ATR-RECORD-TYPE TO ASM-ERR-RECORD-TYPE.
           MOVE ATR-TERM-ID TO ASM-ERR-TERM-ID.
           MOVE ATR-SLOT-NO TO ASM-ERR-SLOT-NO.
           MOVE ATR-OPERATOR-ID TO ASM-ERR-OPERATOR.
           WRITE ASGNERR-PRINT-LINE FROM ASM-ERROR-LINE.
       2400-EXIT.
           EXIT.

      ******************************************************************
      *  9999-TERMINATE-RUN                                            *
      ******************************************************************
       9999-TERMINATE-RUN.
           MOVE ASM-TRANS-READ-COUNT TO ASM-TOT-READ.
           MOVE ASM-APPLIED-COUNT TO ASM-TOT-APPLIED.
           MOVE ASM-REJECT-COUNT TO ASM-TOT-REJECTED.
           WRITE ASGNRPT-PRINT-LINE FROM ASM-TOTAL-LINE.
           CLOSE ASSIGNMENT-TRANS-FILE
                 OPERATOR-AUTHORITY-MASTER
                 SECURITY-VIOLATION-FILE
                 ASSIGNMENT-CATALOG
                 CATEGORY-WEIGHT-MASTER
                 ERROR-LISTING-FILE
                 ACTIVITY-REPORT-FILE.
           DISPLAY "ASGNMNT0 TRANSACTIONS APPLIED: " ASM-APPLIED-COUNT.
           DISPLAY "ASGNMNT0 TRANSACTIONS REJECTED: "
               ASM-REJECT-COUNT.
           DISPLAY "ASGNMNT0 SECURITY VIOLATIONS: "
               ASM-VIOLATION-COUNT.
           IF RUN-MUST-ABORT
               MOVE 12 TO RETURN-CODE
           END-IF.
       9999-EXIT.
           EXIT.
