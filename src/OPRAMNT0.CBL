      ******************************************************************
      *                                                                *
      *  OPRAMNT0.CBL                                                  *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     OPRAMNT0.
       AUTHOR.         R SHIELDS.
       INSTALLATION.   DATA PROCESSING CENTER.
       DATE-WRITTEN.   2026-10-15.
       DATE-COMPILED.

      ******************************************************************
      *  CHANGE LOG                                                    *
      *  DATE       INIT  DESCRIPTION                                  *
      *  ---------- ----  ------------------------------------------   *
      *  2026-10-15  RLS  Maintenance run for the OPERAUTH operator    *
      *                   authority master: applies add / change /     *
      *                   delete cards from OPRATRN, rejects bad cards *
      *                   to the OPRAERR listing, and prints the       *
      *                   activity on OPRARPT - the same pattern as    *
      *                   the STUMNT0 student master maintenance.      *
      *                   The operator submitting a card must also     *
      *                   hold OPRAMNT0 authority for the action code, *
      *                   except on the initial load that creates the  *
      *                   master; refused cards are also written to    *
      *                   the SECVIOL security-violation trail.        *
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
           SELECT OPERATOR-TRANS-FILE
               ASSIGN TO OPRATRN
               ORGANIZATION IS SEQUENTIAL.

      *    Operator authority master maintained in place, keyed by
      *    operator ID.
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
               ASSIGN TO OPRAERR
               ORGANIZATION IS SEQUENTIAL.

      *    Applied-maintenance activity report.
           SELECT ACTIVITY-REPORT-FILE
               ASSIGN TO OPRARPT
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

      *    A change card may rename the operator, set the status, and
      *    grant, replace or withdraw the action codes for one
      *    function.  Blank fields are left as they are on the master,
      *    except that a function with blank action codes withdraws
      *    that function altogether.
       FD  OPERATOR-TRANS-FILE
           LABEL RECORDS ARE STANDARD.
       01  OPERATOR-TRANS-RECORD.
           05  OTR-ACTION-CODE             PIC X(01).
               88  OTR-ACTION-ADD                    VALUE "A".
               88  OTR-ACTION-CHANGE                 VALUE "C".
               88  OTR-ACTION-DELETE                 VALUE "D".
           05  OTR-OPERATOR-ID             PIC X(08).
           05  OTR-SUBMITTER-ID            PIC X(08).
           05  OTR-OPERATOR-NAME           PIC X(30).
           05  OTR-STATUS-CODE             PIC X(01).
               88  OTR-STATUS-VALID                  VALUE "A" "R".
           05  OTR-FUNCTION-ID             PIC X(08).
           05  OTR-ACTION-CODES            PIC X(04).
           05  FILLER                      PIC X(20).

       FD  OPERATOR-AUTHORITY-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY OPRAREC.

       FD  SECURITY-VIOLATION-FILE
           LABEL RECORDS ARE STANDARD.
           COPY SECVREC.

       FD  ERROR-LISTING-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS.
       01  OPRAERR-PRINT-LINE              PIC X(132).

       FD  ACTIVITY-REPORT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS.
       01  OPRARPT-PRINT-LINE              PIC X(132).

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

       77  RCT-PROGRAM-ID                  PIC X(08) VALUE "OPRAMNT0".
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

       77  WS-OPERAUTH-STATUS              PIC X(02) VALUE SPACES.
       77  WS-SECVIOL-STATUS               PIC X(02) VALUE SPACES.

      *    Set when OPERAUTH or SECVIOL fails to open: no cards may be
      *    processed against a dead master.
       77  WS-ABORT-SWITCH                 PIC X(01) VALUE "N".
           88  RUN-MUST-ABORT                        VALUE "Y".

      *    Set when this run created the master through the status-35
      *    fallback.  Nobody holds OPRAMNT0 authority on an empty
      *    master, so the submitter check is waived for that one run.
       77  WS-INITIAL-LOAD-SWITCH          PIC X(01) VALUE "N".
           88  RUN-IS-INITIAL-LOAD                   VALUE "Y".

       77  WS-KEY-ON-MASTER                PIC X(01) VALUE "N".
           88  KEY-ON-MASTER                         VALUE "Y".

       77  WS-OPERATOR-SWITCH              PIC X(01) VALUE "N".
           88  OPERATOR-AUTHORIZED                   VALUE "Y".

       77  OMT-TRANS-READ-COUNT            PIC 9(05) COMP VALUE ZERO.
       77  OMT-APPLIED-COUNT               PIC 9(05) COMP VALUE ZERO.
       77  OMT-REJECT-COUNT                PIC 9(05) COMP VALUE ZERO.
       77  OMT-VIOLATION-COUNT             PIC 9(05) COMP VALUE ZERO.

       77  WS-CURRENT-DATE                 PIC 9(08) VALUE ZERO.
       77  WS-CURRENT-TIME                 PIC 9(08) VALUE ZERO.

       77  OPR-SUB                         PIC 9(04) COMP VALUE ZERO.
       77  OPR-FUNCTION-SUB                PIC 9(04) COMP VALUE ZERO.
       77  OPR-FREE-SUB                    PIC 9(04) COMP VALUE ZERO.
       77  OPR-ACTION-HITS                 PIC 9(04) COMP VALUE ZERO.

      ******************************************************************
      *  REPORT LINES                                                  *
      ******************************************************************
       01  OMT-HEADING-LINE.
           05  FILLER                      PIC X(46) VALUE
                   "OPERATOR AUTHORITY MAINTENANCE ACTIVITY REPORT".
           05  FILLER                      PIC X(05) VALUE " RUN ".
           05  OMT-HDG-DATE                PIC 9(08).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  OMT-HDG-TIME                PIC 9(08).
           05  FILLER                      PIC X(63) VALUE SPACES.

       01  OMT-INITIAL-LOAD-LINE.
           05  FILLER                      PIC X(50) VALUE
               "INITIAL LOAD - OPERAUTH CREATED, SUBMITTER NOT CHE".
           05  FILLER                      PIC X(05) VALUE "CKED".
           05  FILLER                      PIC X(77) VALUE SPACES.

       01  OMT-ACTION-LINE.
           05  OMT-ACT-VERB                PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  OMT-ACT-OPERATOR-ID         PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  OMT-ACT-OPERATOR-NAME       PIC X(30).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  OMT-ACT-STATUS              PIC X(01).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  OMT-ACT-FUNCTION-ID         PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  OMT-ACT-ACTION-CODES        PIC X(04).
           05  FILLER                      PIC X(06) VALUE
                   "  BY  ".
           05  OMT-ACT-SUBMITTER-ID        PIC X(08).
           05  FILLER                      PIC X(49) VALUE SPACES.

       01  OMT-TOTAL-LINE.
           05  FILLER                      PIC X(20) VALUE
                   "TRANSACTIONS READ   ".
           05  OMT-TOT-READ                PIC ZZ,ZZ9.
           05  FILLER                      PIC X(12) VALUE
                   "  APPLIED   ".
           05  OMT-TOT-APPLIED             PIC ZZ,ZZ9.
           05  FILLER                      PIC X(12) VALUE
                   "  REJECTED  ".
           05  OMT-TOT-REJECTED            PIC ZZ,ZZ9.
           05  FILLER                      PIC X(70) VALUE SPACES.

       01  OMT-ERROR-HEADING-LINE.
           05  FILLER                      PIC X(41) VALUE
                   "OPERATOR AUTHORITY MAINTENANCE ERROR LIST".
           05  FILLER                      PIC X(91) VALUE SPACES.

       01  OMT-ERROR-LINE.
           05  OMT-ERR-ACTION              PIC X(01).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  OMT-ERR-OPERATOR-ID         PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  OMT-ERR-SUBMITTER-ID        PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  OMT-ERR-MESSAGE             PIC X(40).
           05  FILLER                      PIC X(69) VALUE SPACES.

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
      *  predecessor the RUNDEPS deck names for OPRAMNT0 must have     *
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
               DISPLAY "OPRAMNT0 REFUSED - NO RUN-CONTROL LEDGER"
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
                   DISPLAY "OPRAMNT0 REFUSED - " RCT-REFUSAL-REASON
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
               DISPLAY "OPRAMNT0 REFUSED - " RCT-REFUSAL-REASON
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
           MOVE OMT-APPLIED-COUNT TO RCL-COUNT-VALUE(1).
           MOVE "REJECTED" TO RCL-COUNT-LABEL(2).
           MOVE OMT-REJECT-COUNT TO RCL-COUNT-VALUE(2).
           MOVE "VIOLATIONS" TO RCL-COUNT-LABEL(3).
           MOVE OMT-VIOLATION-COUNT TO RCL-COUNT-VALUE(3).
       0950-EXIT.
           EXIT.

      ******************************************************************
      *  1000-INITIALIZE-RUN                                           *
      ******************************************************************
       1000-INITIALIZE-RUN.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           OPEN INPUT  OPERATOR-TRANS-FILE
                I-O    OPERATOR-AUTHORITY-MASTER
                OUTPUT ERROR-LISTING-FILE
                       ACTIVITY-REPORT-FILE.
      *    A maintenance run against a master that does not exist yet
      *    is the initial load: create the empty master and reopen it
      *    I-O, the same status-35 fallback the other maintenance
      *    runs use.
           IF WS-OPERAUTH-STATUS = "35"
               OPEN OUTPUT OPERATOR-AUTHORITY-MASTER
               IF WS-OPERAUTH-STATUS = "00"
                   CLOSE OPERATOR-AUTHORITY-MASTER
                   OPEN I-O OPERATOR-AUTHORITY-MASTER
                   MOVE "Y" TO WS-INITIAL-LOAD-SWITCH
               END-IF
           END-IF.
           IF WS-OPERAUTH-STATUS NOT = "00"
               DISPLAY "OPERATOR-AUTHORITY-MASTER OPEN FAILED, "
                   "STATUS = " WS-OPERAUTH-STATUS
               MOVE "Y" TO WS-ABORT-SWITCH
           END-IF.
      *    The violation trail is shared by every maintenance run and
      *    is only ever appended to; the first run creates it.
           OPEN EXTEND SECURITY-VIOLATION-FILE.
           IF WS-SECVIOL-STATUS = "35"
               OPEN OUTPUT SECURITY-VIOLATION-FILE
           END-IF.
           IF WS-SECVIOL-STATUS NOT = "00"
               DISPLAY "SECURITY-VIOLATION-FILE OPEN FAILED, "
                   "STATUS = " WS-SECVIOL-STATUS
               MOVE "Y" TO WS-ABORT-SWITCH
           END-IF.
           MOVE WS-CURRENT-DATE TO OMT-HDG-DATE.
           MOVE WS-CURRENT-TIME TO OMT-HDG-TIME.
           WRITE OPRARPT-PRINT-LINE FROM OMT-HEADING-LINE.
           IF RUN-IS-INITIAL-LOAD
               WRITE OPRARPT-PRINT-LINE FROM OMT-INITIAL-LOAD-LINE
           END-IF.
           WRITE OPRAERR-PRINT-LINE FROM OMT-ERROR-HEADING-LINE.
       1000-EXIT.
           EXIT.

      ******************************************************************
      *  2000-PROCESS-TRANSACTIONS                                     *
      ******************************************************************
       2000-PROCESS-TRANSACTIONS.
           MOVE "N" TO WS-EOF-TRANS.
           PERFORM UNTIL TRANS-EOF
               READ OPERATOR-TRANS-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-TRANS
                   NOT AT END
                       ADD 1 TO OMT-TRANS-READ-COUNT
                       PERFORM 2100-APPLY-ONE-TRANSACTION
                           THRU 2100-EXIT
               END-READ
           END-PERFORM.
       2000-EXIT.
           EXIT.

       2100-APPLY-ONE-TRANSACTION.
           IF NOT RUN-IS-INITIAL-LOAD
               PERFORM 2050-CHECK-OPERATOR-AUTHORITY THRU 2050-EXIT
               IF NOT OPERATOR-AUTHORIZED
                   PERFORM 2400-REJECT-TRANSACTION THRU 2400-EXIT
                   PERFORM 2060-LOG-SECURITY-VIOLATION THRU 2060-EXIT
                   GO TO 2100-EXIT
               END-IF
           END-IF.
           IF OTR-OPERATOR-ID = SPACES
               MOVE "OPERATOR ID IS BLANK" TO OMT-ERR-MESSAGE
               PERFORM 2400-REJECT-TRANSACTION THRU 2400-EXIT
               GO TO 2100-EXIT
           END-IF.
           PERFORM 2200-READ-MASTER-FOR-KEY THRU 2200-EXIT.
           IF OTR-ACTION-ADD
               PERFORM 2110-APPLY-ADD THRU 2110-EXIT
           ELSE
               IF OTR-ACTION-CHANGE
                   PERFORM 2120-APPLY-CHANGE THRU 2120-EXIT
               ELSE
                   IF OTR-ACTION-DELETE
                       PERFORM 2130-APPLY-DELETE THRU 2130-EXIT
                   ELSE
                       MOVE "ACTION CODE NOT A / C / D"
                           TO OMT-ERR-MESSAGE
                       PERFORM 2400-REJECT-TRANSACTION THRU 2400-EXIT
                   END-IF
               END-IF
           END-IF.
       2100-EXIT.
           EXIT.

      *    The submitter must be an active operator holding OPRAMNT0
      *    authority for the card's action code, and may not maintain
      *    their own record - otherwise one operator could grant
      *    themselves any function.  On failure OMT-ERR-MESSAGE carries
      *    the reason for the listing and the violation trail.
       2050-CHECK-OPERATOR-AUTHORITY.
           MOVE "N" TO WS-OPERATOR-SWITCH.
           IF OTR-SUBMITTER-ID = SPACES
               MOVE "OPERATOR ID IS BLANK" TO OMT-ERR-MESSAGE
               GO TO 2050-EXIT
           END-IF.
           IF OTR-SUBMITTER-ID = OTR-OPERATOR-ID
               MOVE "OPERATOR MAY NOT MAINTAIN OWN AUTHORITY"
                   TO OMT-ERR-MESSAGE
               GO TO 2050-EXIT
           END-IF.
           MOVE "OPERATOR NOT ON AUTHORITY MASTER" TO OMT-ERR-MESSAGE.
           MOVE OTR-SUBMITTER-ID TO OPA-OPERATOR-ID.
           READ OPERATOR-AUTHORITY-MASTER
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-OPERAUTH-STATUS NOT = "00"
               GO TO 2050-EXIT
           END-IF.
           IF NOT OPA-STATUS-ACTIVE
               MOVE "OPERATOR AUTHORITY REVOKED" TO OMT-ERR-MESSAGE
               GO TO 2050-EXIT
           END-IF.
           MOVE ZERO TO OPR-FUNCTION-SUB.
           PERFORM VARYING OPR-SUB FROM 1 BY 1 UNTIL OPR-SUB > 10
               IF OPA-FUNCTION-ID(OPR-SUB) = "OPRAMNT0"
                   MOVE OPR-SUB TO OPR-FUNCTION-SUB
               END-IF
           END-PERFORM.
           IF OPR-FUNCTION-SUB = ZERO
               MOVE "OPERATOR NOT AUTHORIZED FOR THIS RUN"
                   TO OMT-ERR-MESSAGE
               GO TO 2050-EXIT
           END-IF.
           MOVE ZERO TO OPR-ACTION-HITS.
           INSPECT OPA-ACTION-CODES(OPR-FUNCTION-SUB)
               TALLYING OPR-ACTION-HITS FOR ALL OTR-ACTION-CODE.
           IF OPR-ACTION-HITS = ZERO OR OTR-ACTION-CODE = SPACE
               MOVE "OPERATOR NOT AUTHORIZED FOR THIS ACTION"
                   TO OMT-ERR-MESSAGE
               GO TO 2050-EXIT
           END-IF.
           MOVE "Y" TO WS-OPERATOR-SWITCH.
       2050-EXIT.
           EXIT.

      *    OMT-ERR-MESSAGE carries the reason set by 2050.
       2060-LOG-SECURITY-VIOLATION.
           MOVE SPACES TO SECURITY-VIOLATION-RECORD.
           MOVE WS-CURRENT-DATE TO SCV-RUN-DATE.
           MOVE WS-CURRENT-TIME TO SCV-RUN-TIME.
           MOVE "OPRAMNT0" TO SCV-PROGRAM-ID.
           MOVE OTR-SUBMITTER-ID TO SCV-OPERATOR-ID.
           MOVE OTR-ACTION-CODE TO SCV-ACTION-CODE.
           MOVE OTR-OPERATOR-ID TO SCV-RECORD-KEY.
           MOVE OMT-ERR-MESSAGE TO SCV-REASON.
           WRITE SECURITY-VIOLATION-RECORD.
           ADD 1 TO OMT-VIOLATION-COUNT.
       2060-EXIT.
           EXIT.

       2200-READ-MASTER-FOR-KEY.
           MOVE "N" TO WS-KEY-ON-MASTER.
           MOVE OTR-OPERATOR-ID TO OPA-OPERATOR-ID.
           READ OPERATOR-AUTHORITY-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-KEY-ON-MASTER
           END-READ.
       2200-EXIT.
           EXIT.

      *    A new operator is active unless the card says otherwise,
      *    and may be given a first function on the same card.
       2110-APPLY-ADD.
           IF KEY-ON-MASTER
               MOVE "DUPLICATE ADD - OPERATOR ALREADY ON MASTER"
                   TO OMT-ERR-MESSAGE
               PERFORM 2400-REJECT-TRANSACTION THRU 2400-EXIT
               GO TO 2110-EXIT
           END-IF.
           IF OTR-OPERATOR-NAME = SPACES
               MOVE "ADD REJECTED - OPERATOR NAME IS BLANK"
                   TO OMT-ERR-MESSAGE
               PERFORM 2400-REJECT-TRANSACTION THRU 2400-EXIT
               GO TO 2110-EXIT
           END-IF.
           IF OTR-STATUS-CODE NOT = SPACE AND NOT OTR-STATUS-VALID
               MOVE "STATUS CODE NOT A / R" TO OMT-ERR-MESSAGE
               PERFORM 2400-REJECT-TRANSACTION THRU 2400-EXIT
               GO TO 2110-EXIT
           END-IF.
           IF OTR-FUNCTION-ID NOT = SPACES
              AND OTR-ACTION-CODES = SPACES
               MOVE "FUNCTION GIVEN WITHOUT ACTION CODES"
                   TO OMT-ERR-MESSAGE
               PERFORM 2400-REJECT-TRANSACTION THRU 2400-EXIT
               GO TO 2110-EXIT
           END-IF.
           MOVE OTR-OPERATOR-ID TO OPA-OPERATOR-ID.
           MOVE OTR-OPERATOR-NAME TO OPA-OPERATOR-NAME.
           MOVE "A" TO OPA-STATUS-CODE.
           IF OTR-STATUS-CODE NOT = SPACE
               MOVE OTR-STATUS-CODE TO OPA-STATUS-CODE
           END-IF.
           PERFORM VARYING OPR-SUB FROM 1 BY 1 UNTIL OPR-SUB > 10
               MOVE SPACES TO OPA-FUNCTION-ID(OPR-SUB)
               MOVE SPACES TO OPA-ACTION-CODES(OPR-SUB)
           END-PERFORM.
           MOVE OTR-FUNCTION-ID TO OPA-FUNCTION-ID(1).
           MOVE OTR-ACTION-CODES TO OPA-ACTION-CODES(1).
           MOVE WS-CURRENT-DATE TO OPA-MAINT-DATE.
           WRITE OPERATOR-AUTHORITY-RECORD
               INVALID KEY
                   MOVE "WRITE REJECTED BY OPERATOR-AUTHORITY-MAST"
                       TO OMT-ERR-MESSAGE
                   PERFORM 2400-REJECT-TRANSACTION THRU 2400-EXIT
                   GO TO 2110-EXIT
           END-WRITE.
           IF WS-OPERAUTH-STATUS NOT = "00"
               MOVE "WRITE FAILED - SEE FILE STATUS"
                   TO OMT-ERR-MESSAGE
               PERFORM 2400-REJECT-TRANSACTION THRU 2400-EXIT
               GO TO 2110-EXIT
           END-IF.
           MOVE "ADD     " TO OMT-ACT-VERB.
           PERFORM 2300-WRITE-ACTIVITY-LINE THRU 2300-EXIT.
       2110-EXIT.
           EXIT.

      *    Name and status are replaced when given.  A function given
      *    with action codes replaces that function's codes, or takes
      *    the first free entry if the operator does not hold it yet;
      *    a function given with blank codes is withdrawn.
       2120-APPLY-CHANGE.
           IF NOT KEY-ON-MASTER
               MOVE "CHANGE REJECTED - OPERATOR NOT ON MASTER"
                   TO OMT-ERR-MESSAGE
               PERFORM 2400-REJECT-TRANSACTION THRU 2400-EXIT
               GO TO 2120-EXIT
           END-IF.
           IF OTR-OPERATOR-NAME = SPACES
              AND OTR-STATUS-CODE = SPACE
              AND OTR-FUNCTION-ID = SPACES
               MOVE "CHANGE CARD CARRIES NO CHANGES"
                   TO OMT-ERR-MESSAGE
               PERFORM 2400-REJECT-TRANSACTION THRU 2400-EXIT
               GO TO 2120-EXIT
           END-IF.
           IF OTR-STATUS-CODE NOT = SPACE AND NOT OTR-STATUS-VALID
               MOVE "STATUS CODE NOT A / R" TO OMT-ERR-MESSAGE
               PERFORM 2400-REJECT-TRANSACTION THRU 2400-EXIT
               GO TO 2120-EXIT
           END-IF.
           IF OTR-FUNCTION-ID NOT = SPACES
               PERFORM 2170-APPLY-FUNCTION-CHANGE THRU 2170-EXIT
               IF OPR-FUNCTION-SUB = ZERO
                   PERFORM 2400-REJECT-TRANSACTION THRU 2400-EXIT
                   GO TO 2120-EXIT
               END-IF
           END-IF.
           IF OTR-OPERATOR-NAME NOT = SPACES
               MOVE OTR-OPERATOR-NAME TO OPA-OPERATOR-NAME
           END-IF.
           IF OTR-STATUS-CODE NOT = SPACE
               MOVE OTR-STATUS-CODE TO OPA-STATUS-CODE
           END-IF.
           MOVE WS-CURRENT-DATE TO OPA-MAINT-DATE.
           REWRITE OPERATOR-AUTHORITY-RECORD
               INVALID KEY
                   MOVE "REWRITE REJECTED BY OPERATOR-AUTHORITY-MA"
                       TO OMT-ERR-MESSAGE
                   PERFORM 2400-REJECT-TRANSACTION THRU 2400-EXIT
                   GO TO 2120-EXIT
           END-REWRITE.
           IF WS-OPERAUTH-STATUS NOT = "00"
               MOVE "REWRITE FAILED - SEE FILE STATUS"
                   TO OMT-ERR-MESSAGE
               PERFORM 2400-REJECT-TRANSACTION THRU 2400-EXIT
               GO TO 2120-EXIT
           END-IF.
           MOVE "CHANGE  " TO OMT-ACT-VERB.
           PERFORM 2300-WRITE-ACTIVITY-LINE THRU 2300-EXIT.
       2120-EXIT.
           EXIT.

      *    Leaves OPR-FUNCTION-SUB at the entry changed, or at zero
      *    with OMT-ERR-MESSAGE set when the change cannot be made.
       2170-APPLY-FUNCTION-CHANGE.
           MOVE ZERO TO OPR-FUNCTION-SUB.
           MOVE ZERO TO OPR-FREE-SUB.
           PERFORM VARYING OPR-SUB FROM 1 BY 1 UNTIL OPR-SUB > 10
               IF OPA-FUNCTION-ID(OPR-SUB) = OTR-FUNCTION-ID
                   MOVE OPR-SUB TO OPR-FUNCTION-SUB
               END-IF
               IF OPA-FUNCTION-ID(OPR-SUB) = SPACES
                  AND OPR-FREE-SUB = ZERO
                   MOVE OPR-SUB TO OPR-FREE-SUB
               END-IF
           END-PERFORM.
           IF OTR-ACTION-CODES = SPACES
               IF OPR-FUNCTION-SUB = ZERO
                   MOVE "FUNCTION NOT HELD - NOTHING TO WITHDRAW"
                       TO OMT-ERR-MESSAGE
               ELSE
                   MOVE SPACES TO OPA-FUNCTION-ID(OPR-FUNCTION-SUB)
                   MOVE SPACES TO OPA-ACTION-CODES(OPR-FUNCTION-SUB)
               END-IF
               GO TO 2170-EXIT
           END-IF.
           IF OPR-FUNCTION-SUB = ZERO
               IF OPR-FREE-SUB = ZERO
                   MOVE "NO FREE FUNCTION ENTRY FOR OPERATOR"
                       TO OMT-ERR-MESSAGE
                   GO TO 2170-EXIT
               END-IF
               MOVE OPR-FREE-SUB TO OPR-FUNCTION-SUB
               MOVE OTR-FUNCTION-ID TO OPA-FUNCTION-ID(OPR-FUNCTION-SUB)
           END-IF.
           MOVE OTR-ACTION-CODES TO OPA-ACTION-CODES(OPR-FUNCTION-SUB).
       2170-EXIT.
           EXIT.

       2130-APPLY-DELETE.
           IF NOT KEY-ON-MASTER
               MOVE "DELETE REJECTED - OPERATOR NOT ON MASTER"
                   TO OMT-ERR-MESSAGE
               PERFORM 2400-REJECT-TRANSACTION THRU 2400-EXIT
               GO TO 2130-EXIT
           END-IF.
           DELETE OPERATOR-AUTHORITY-MASTER
               INVALID KEY
                   MOVE "DELETE REJECTED BY OPERATOR-AUTHORITY-MAS"
                       TO OMT-ERR-MESSAGE
                   PERFORM 2400-REJECT-TRANSACTION THRU 2400-EXIT
                   GO TO 2130-EXIT
           END-DELETE.
           IF WS-OPERAUTH-STATUS NOT = "00"
               MOVE "DELETE FAILED - SEE FILE STATUS"
                   TO OMT-ERR-MESSAGE
               PERFORM 2400-REJECT-TRANSACTION THRU 2400-EXIT
               GO TO 2130-EXIT
           END-IF.
           MOVE "DELETE  " TO OMT-ACT-VERB.
           PERFORM 2300-WRITE-ACTIVITY-LINE THRU 2300-EXIT.
       2130-EXIT.
           EXIT.

      *    OMT-ACT-VERB is set by the caller before this is performed.
       2300-WRITE-ACTIVITY-LINE.
           ADD 1 TO OMT-APPLIED-COUNT.
           MOVE OTR-OPERATOR-ID TO OMT-ACT-OPERATOR-ID.
           MOVE OTR-OPERATOR-NAME TO OMT-ACT-OPERATOR-NAME.
           MOVE OTR-STATUS-CODE TO OMT-ACT-STATUS.
           MOVE OTR-FUNCTION-ID TO OMT-ACT-FUNCTION-ID.
           MOVE OTR-ACTION-CODES TO OMT-ACT-ACTION-CODES.
           MOVE OTR-SUBMITTER-ID TO OMT-ACT-SUBMITTER-ID.
           WRITE OPRARPT-PRINT-LINE FROM OMT-ACTION-LINE.
       2300-EXIT.
           EXIT.

      *    OMT-ERR-MESSAGE is set by the caller before this is
      *    performed.
       2400-REJECT-TRANSACTION.
           ADD 1 TO OMT-REJECT-COUNT.
           MOVE OTR-ACTION-CODE TO OMT-ERR-ACTION.
           MOVE OTR-OPERATOR-ID TO OMT-ERR-OPERATOR-ID.
           MOVE OTR-SUBMITTER-ID TO OMT-ERR-SUBMITTER-ID.
           WRITE OPRAERR-PRINT-LINE FROM OMT-ERROR-LINE.
       2400-EXIT.
           EXIT.

      ******************************************************************
      *  9999-TERMINATE-RUN                                            *
      ******************************************************************
       9999-TERMINATE-RUN.
           MOVE OMT-TRANS-READ-COUNT TO OMT-TOT-READ.
           MOVE OMT-APPLIED-COUNT TO OMT-TOT-APPLIED.
           MOVE OMT-REJECT-COUNT TO OMT-TOT-REJECTED.
           WRITE OPRARPT-PRINT-LINE FROM OMT-TOTAL-LINE.
           CLOSE OPERATOR-TRANS-FILE
                 OPERATOR-AUTHORITY-MASTER
                 SECURITY-VIOLATION-FILE
                 ERROR-LISTING-FILE
                 ACTIVITY-REPORT-FILE.
           DISPLAY "OPRAMNT0 TRANSACTIONS APPLIED: " OMT-APPLIED-COUNT.
           DISPLAY "OPRAMNT0 TRANSACTIONS REJECTED: "
               OMT-REJECT-COUNT.
           DISPLAY "OPRAMNT0 SECURITY VIOLATIONS: "
               OMT-VIOLATION-COUNT.
           IF RUN-MUST-ABORT
               MOVE 12 TO RETURN-CODE
           END-IF.
       9999-EXIT.
           EXIT.
