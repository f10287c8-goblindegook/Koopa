      ******************************************************************
      *                                                                *
      *  STOGEN0.CBL                                                   *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     STOGEN0.
       AUTHOR.         R SHIELDS.
       INSTALLATION.   DATA PROCESSING CENTER.
       DATE-WRITTEN.   2026-10-15.
       DATE-COMPILED.

      ******************************************************************
      *  CHANGE LOG                                                    *
      *  DATE       INIT  DESCRIPTION                                  *
      *  ---------- ----  ------------------------------------------   *
      *  2026-10-15  RLS  Standing-order generator: finds the coming   *
      *                   business day on the CALMST processing        *
      *                   calendar, stages every STOMST standing order *
      *                   falling due on or before it as an ordinary   *
      *                   LEDGTRN transaction on STOTRAN for the       *
      *                   nightly run, advances each order's next due  *
      *                   date, and lists what was staged and which    *
      *                   orders have run out on STOGRPT.  A due date  *
      *                   on a holiday or weekend posts on the next    *
      *                   business day.  Scheduled after the nightly   *
      *                   run, so the STOTRAN it writes is the one the *
      *                   coming business day's night reads.           *
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
      *  2026-10-15  RLS  An order against a dormant account is listed *
      *                   and held back without advancing its next due *
      *                   date; a STOTRAN write failure on a restage   *
      *                   now stops the run.                           *
      *                                                                *
      ******************************************************************

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *    Processing-calendar master maintained by CALMNT0.  The
      *    staging date is the first business day on the calendar
      *    after the system date.
           SELECT CALENDAR-MASTER
               ASSIGN TO CALMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAL-CALENDAR-DATE
               FILE STATUS IS WS-CALMST-STATUS.

      *    Standing-order master maintained by STOMNT0.  Swept in key
      *    order; each order staged has its next due date advanced
      *    and its staging stamped in place.
           SELECT STANDING-ORDER-MASTER
               ASSIGN TO STOMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STO-ORDER-KEY
               FILE STATUS IS WS-STOMST-STATUS.

      *    Account master, read only - an order against a dormant
      *    account is held back rather than staged.
           SELECT ACCOUNT-MASTER
               ASSIGN TO ACCTMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCT-ACCOUNT-ID
               FILE STATUS IS WS-ACCTMST-STATUS.

      *    The staged orders, emitted as ordinary savings transactions
      *    so they flow through the normal posting run's edit and
      *    show on the savings ledger report like any other.
           SELECT STANDING-ORDER-TRANS-FILE
               ASSIGN TO STOTRAN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STOTRAN-STATUS.

      *    Staged, held-back (dormant account) and expired orders.
           SELECT GENERATOR-REPORT-FILE
               ASSIGN TO STOGRPT
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

       FD  CALENDAR-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY CALREC.

       FD  STANDING-ORDER-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY STORDREC.

       FD  ACCOUNT-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY ACCTREC.

       FD  STANDING-ORDER-TRANS-FILE
           LABEL RECORDS ARE STANDARD.
           COPY LEDGTRN.

       FD  GENERATOR-REPORT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS.
       01  STOGRPT-PRINT-LINE              PIC X(132).

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

       77  RCT-PROGRAM-ID                  PIC X(08) VALUE "STOGEN0".
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
       77  WS-CALMST-STATUS                PIC X(02) VALUE SPACES.
       77  WS-STOMST-STATUS                PIC X(02) VALUE SPACES.
       77  WS-STOTRAN-STATUS               PIC X(02) VALUE SPACES.
       77  WS-ACCTMST-STATUS               PIC X(02) VALUE SPACES.

       77  WS-EOF-CALMST                   PIC X(01) VALUE "N".
           88  CALMST-EOF                            VALUE "Y".

       77  WS-EOF-STOMST                   PIC X(01) VALUE "N".
           88  STOMST-EOF                            VALUE "Y".

       77  WS-DORMANT-SWITCH               PIC X(01) VALUE "N".
           88  ACCOUNT-IS-DORMANT                    VALUE "Y".

      *    Set on a file-status error or a calendar with no business
      *    day ahead: a night's standing orders silently not staged
      *    must end with a return code scheduling can trap.
       77  WS-ABORT-SWITCH                 PIC X(01) VALUE "N".
           88  RUN-MUST-ABORT                        VALUE "Y".

       77  WS-CURRENT-DATE                 PIC 9(08) VALUE ZERO.
       77  WS-CURRENT-TIME                 PIC 9(08) VALUE ZERO.

      *    The coming business day - every order due on or before it
      *    and not yet staged is staged to post on it.
       77  SGN-TARGET-DATE                 PIC 9(08) VALUE ZERO.

       77  SGN-ORDERS-READ                 PIC 9(05) COMP VALUE ZERO.
       77  SGN-STAGED-COUNT                PIC 9(05) COMP VALUE ZERO.
       77  SGN-RESTAGED-COUNT              PIC 9(05) COMP VALUE ZERO.
       77  SGN-EXPIRED-COUNT               PIC 9(05) COMP VALUE ZERO.
       77  SGN-DORMANT-COUNT               PIC 9(05) COMP VALUE ZERO.
       77  SGN-DEPOSIT-TOTAL               PIC S9(07)V99 COMP-3
                                            VALUE ZERO.
       77  SGN-WITHDRAWAL-TOTAL            PIC S9(07)V99 COMP-3
                                            VALUE ZERO.

      *    Due-date arithmetic work fields.
       77  WS-MAX-DAY                      PIC 9(02) VALUE ZERO.
       77  WS-LEAP-QUOT                    PIC 9(04) COMP VALUE ZERO.
       77  WS-LEAP-REM                     PIC 9(04) COMP VALUE ZERO.
       77  WS-ANCHOR-DAY                   PIC 9(02) VALUE ZERO.

       01  WS-DUE-DATE.
           05  WS-DUE-YYYY                 PIC 9(04).
           05  WS-DUE-MM                   PIC 9(02).
           05  WS-DUE-DD                   PIC 9(02).
       01  WS-DUE-DATE-N REDEFINES WS-DUE-DATE
                                           PIC 9(08).

       01  WS-START-DATE.
           05  FILLER                      PIC 9(06).
           05  WS-START-DD                 PIC 9(02).

      ******************************************************************
      *  REPORT LINES                                                  *
      ******************************************************************
       01  SGN-HEADING-LINE.
           05  FILLER                      PIC X(34) VALUE
                   "STANDING ORDER GENERATOR REPORT".
           05  FILLER                      PIC X(05) VALUE "RUN ".
           05  SGN-HDG-DATE                PIC 9(08).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  SGN-HDG-TIME                PIC 9(08).
           05  FILLER                      PIC X(20) VALUE
                   "   FOR BUSINESS DAY ".
           05  SGN-HDG-TARGET              PIC 9(08).
           05  FILLER                      PIC X(47) VALUE SPACES.

       01  SGN-DETAIL-LINE.
           05  SGN-DET-VERB                PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  SGN-DET-ACCOUNT-ID          PIC X(05).
           05  FILLER                      PIC X(01) VALUE "/".
           05  SGN-DET-ORDER-NO            PIC 9(03).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  SGN-DET-TYPE                PIC X(01).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  SGN-DET-AMOUNT              PIC $$$,$$$,$$9.99-.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  SGN-DET-DESCRIPTION         PIC X(30).
           05  FILLER                      PIC X(06) VALUE "  FRQ ".
           05  SGN-DET-FREQUENCY           PIC X(01).
           05  FILLER                      PIC X(06) VALUE "  DUE ".
           05  SGN-DET-DUE-DATE            PIC 9(08).
           05  FILLER                      PIC X(07) VALUE "  NEXT ".
           05  SGN-DET-NEXT-DUE            PIC 9(08).
           05  FILLER                      PIC X(07) VALUE "  STOP ".
           05  SGN-DET-STOP-DATE           PIC 9(08).
           05  FILLER                      PIC X(07) VALUE SPACES.

       01  SGN-TOTAL-LINE.
           05  FILLER                      PIC X(20) VALUE
                   "ORDERS READ         ".
           05  SGN-TOT-READ                PIC ZZ,ZZ9.
           05  FILLER                      PIC X(12) VALUE
                   "  STAGED    ".
           05  SGN-TOT-STAGED              PIC ZZ,ZZ9.
           05  FILLER                      PIC X(12) VALUE
                   "  RESTAGED  ".
           05  SGN-TOT-RESTAGED            PIC ZZ,ZZ9.
           05  FILLER                      PIC X(12) VALUE
                   "  EXPIRED   ".
           05  SGN-TOT-EXPIRED             PIC ZZ,ZZ9.
           05  FILLER                      PIC X(12) VALUE
                   "  DORMANT   ".
           05  SGN-TOT-DORMANT             PIC ZZ,ZZ9.
           05  FILLER                      PIC X(34) VALUE SPACES.

       01  SGN-AMOUNT-LINE.
           05  FILLER                      PIC X(20) VALUE
                   "DEPOSITS STAGED     ".
           05  SGN-AMT-DEPOSITS            PIC $$$,$$$,$$9.99-.
           05  FILLER                      PIC X(22) VALUE
                   "  WITHDRAWALS STAGED  ".
           05  SGN-AMT-WITHDRAWALS         PIC $$$,$$$,$$9.99-.
           05  FILLER                      PIC X(60) VALUE SPACES.

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
               PERFORM 2000-STAGE-DUE-ORDERS THRU 2000-EXIT
           END-IF.
           PERFORM 9999-TERMINATE-RUN THRU 9999-EXIT.
           PERFORM 0900-END-RUN-CONTROL THRU 0900-EXIT.
           GOBACK.

      ******************************************************************
      *  0100-START-RUN-CONTROL - before the run opens a file it       *
      *  checks itself in on the RUNLEDG run-control ledger.  Every    *
      *  predecessor the RUNDEPS deck names for STOGEN0 must have      *
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
               DISPLAY "STOGEN0 REFUSED - NO RUN-CONTROL LEDGER"
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
                   DISPLAY "STOGEN0 REFUSED - " RCT-REFUSAL-REASON
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
               DISPLAY "STOGEN0 REFUSED - " RCT-REFUSAL-REASON
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
           MOVE "STAGED" TO RCL-COUNT-LABEL(1).
           MOVE SGN-STAGED-COUNT TO RCL-COUNT-VALUE(1).
           MOVE "RESTAGED" TO RCL-COUNT-LABEL(2).
           MOVE SGN-RESTAGED-COUNT TO RCL-COUNT-VALUE(2).
           MOVE "EXPIRED" TO RCL-COUNT-LABEL(3).
           MOVE SGN-EXPIRED-COUNT TO RCL-COUNT-VALUE(3).
       0950-EXIT.
           EXIT.

      ******************************************************************
      *  1000-INITIALIZE-RUN                                           *
      ******************************************************************
       1000-INITIALIZE-RUN.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           OPEN INPUT  CALENDAR-MASTER
                       ACCOUNT-MASTER
                I-O    STANDING-ORDER-MASTER
                OUTPUT STANDING-ORDER-TRANS-FILE
                       GENERATOR-REPORT-FILE.
           IF WS-CALMST-STATUS NOT = "00"
               DISPLAY "CALMST OPEN FAILED, STATUS = "
                   WS-CALMST-STATUS
               MOVE "Y" TO WS-ABORT-SWITCH
               GO TO 1000-EXIT
           END-IF.
           IF WS-STOMST-STATUS NOT = "00"
               DISPLAY "STOMST OPEN FAILED, STATUS = "
                   WS-STOMST-STATUS
               MOVE "Y" TO WS-ABORT-SWITCH
               GO TO 1000-EXIT
           END-IF.
           IF WS-ACCTMST-STATUS NOT = "00"
               DISPLAY "ACCTMST OPEN FAILED, STATUS = "
                   WS-ACCTMST-STATUS
               MOVE "Y" TO WS-ABORT-SWITCH
               GO TO 1000-EXIT
           END-IF.
           IF WS-STOTRAN-STATUS NOT = "00"
               DISPLAY "STOTRAN OPEN FAILED, STATUS = "
                   WS-STOTRAN-STATUS
               MOVE "Y" TO WS-ABORT-SWITCH
               GO TO 1000-EXIT
           END-IF.
           PERFORM 1200-FIND-NEXT-BUSINESS-DAY THRU 1200-EXIT.
           IF RUN-MUST-ABORT
               GO TO 1000-EXIT
           END-IF.
           MOVE WS-CURRENT-DATE TO SGN-HDG-DATE.
           MOVE WS-CURRENT-TIME TO SGN-HDG-TIME.
           MOVE SGN-TARGET-DATE TO SGN-HDG-TARGET.
           WRITE STOGRPT-PRINT-LINE FROM SGN-HEADING-LINE.
       1000-EXIT.
           EXIT.

      ******************************************************************
      *  1200-FIND-NEXT-BUSINESS-DAY - the system date must be a date  *
      *  the calendar knows; the staging date is the first date after  *
      *  it flagged a business day and not a holiday.  Any order due   *
      *  in between - a weekend or holiday - rolls forward onto it.    *
      ******************************************************************
       1200-FIND-NEXT-BUSINESS-DAY.
           MOVE WS-CURRENT-DATE TO CAL-CALENDAR-DATE.
           READ CALENDAR-MASTER
               INVALID KEY
                   DISPLAY "SYSTEM DATE NOT ON PROCESSING CALENDAR: "
                       WS-CURRENT-DATE
                   MOVE "Y" TO WS-ABORT-SWITCH
                   GO TO 1200-EXIT
           END-READ.
           MOVE ZERO TO SGN-TARGET-DATE.
           MOVE "N" TO WS-EOF-CALMST.
           START CALENDAR-MASTER KEY > CAL-CALENDAR-DATE
               INVALID KEY
                   MOVE "Y" TO WS-EOF-CALMST
           END-START.
           IF WS-CALMST-STATUS NOT = "00"
               MOVE "Y" TO WS-EOF-CALMST
           END-IF.
           PERFORM UNTIL CALMST-EOF
               READ CALENDAR-MASTER NEXT
                   AT END
                       MOVE "Y" TO WS-EOF-CALMST
                   NOT AT END
                       IF WS-CALMST-STATUS NOT = "00"
                           MOVE "Y" TO WS-EOF-CALMST
                       ELSE
                           IF CAL-BUSINESS-DAY AND NOT CAL-HOLIDAY
                               MOVE CAL-CALENDAR-DATE
                                   TO SGN-TARGET-DATE
                               MOVE "Y" TO WS-EOF-CALMST
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF SGN-TARGET-DATE = ZERO
               DISPLAY "NO BUSINESS DAY ON CALENDAR AFTER "
                   WS-CURRENT-DATE " - NOTHING STAGED"
               MOVE "Y" TO WS-ABORT-SWITCH
           END-IF.
       1200-EXIT.
           EXIT.

      ******************************************************************
      *  2000-STAGE-DUE-ORDERS - one sweep of the standing-order       *
      *  master in key order.                                          *
      ******************************************************************
       2000-STAGE-DUE-ORDERS.
           MOVE "N" TO WS-EOF-STOMST.
           MOVE LOW-VALUES TO STO-ORDER-KEY.
           START STANDING-ORDER-MASTER KEY NOT < STO-ORDER-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF-STOMST
           END-START.
           IF WS-STOMST-STATUS NOT = "00"
               MOVE "Y" TO WS-EOF-STOMST
           END-IF.
           PERFORM UNTIL STOMST-EOF
               READ STANDING-ORDER-MASTER NEXT
                   AT END
                       MOVE "Y" TO WS-EOF-STOMST
                   NOT AT END
                       IF WS-STOMST-STATUS = "00"
                           ADD 1 TO SGN-ORDERS-READ
                           PERFORM 2100-PROCESS-ONE-ORDER
                               THRU 2100-EXIT
                       ELSE
                           DISPLAY "STOMST READ FAILED, STATUS = "
                               WS-STOMST-STATUS
                           MOVE "Y" TO WS-ABORT-SWITCH
                           MOVE "Y" TO WS-EOF-STOMST
                       END-IF
               END-READ
           END-PERFORM.
       2000-EXIT.
           EXIT.

      *    An order already staged for this same business day is a
      *    rerun of the generator: STOTRAN is rebuilt from scratch
      *    each run, so the order is written to it again exactly as
      *    before - same due date, master left alone - and the night
      *    still sees it once (an order that ran out on that staging
      *    keeps its last due date).  Otherwise an order is staged only
      *    when its next due date has come round, so no due date is
      *    ever staged twice.  A generator that has missed nights
      *    catches up one due date per order per run, keeping each
      *    staged posting distinct for the nightly duplicate check.
       2100-PROCESS-ONE-ORDER.
           IF STO-LAST-STAGED-FOR = SGN-TARGET-DATE
               PERFORM 2300-WRITE-STAGED-TRANSACTION THRU 2300-EXIT
               IF RUN-MUST-ABORT
                   GO TO 2100-EXIT
               END-IF
               ADD 1 TO SGN-RESTAGED-COUNT
               MOVE "RESTAGED" TO SGN-DET-VERB
               MOVE STO-LAST-DUE-STAGED TO SGN-DET-DUE-DATE
               PERFORM 2400-WRITE-DETAIL-LINE THRU 2400-EXIT
               GO TO 2100-EXIT
           END-IF.
           IF STO-STATUS-EXPIRED
               GO TO 2100-EXIT
           END-IF.
           IF STO-NEXT-DUE-DATE > SGN-TARGET-DATE
               GO TO 2100-EXIT
           END-IF.
           IF STO-STOP-DATE NOT = ZERO
               AND STO-NEXT-DUE-DATE > STO-STOP-DATE
               PERFORM 2200-EXPIRE-ORDER THRU 2200-EXIT
               GO TO 2100-EXIT
           END-IF.
           PERFORM 2250-CHECK-ORDER-ACCOUNT THRU 2250-EXIT.
           IF RUN-MUST-ABORT
               OR ACCOUNT-IS-DORMANT
               GO TO 2100-EXIT
           END-IF.
           PERFORM 2300-WRITE-STAGED-TRANSACTION THRU 2300-EXIT.
           IF RUN-MUST-ABORT
               GO TO 2100-EXIT
           END-IF.
           ADD 1 TO SGN-STAGED-COUNT.
           MOVE STO-NEXT-DUE-DATE TO STO-LAST-DUE-STAGED.
           MOVE SGN-TARGET-DATE TO STO-LAST-STAGED-FOR.
           PERFORM 3000-ADVANCE-NEXT-DUE THRU 3000-EXIT.
           MOVE "STAGED  " TO SGN-DET-VERB.
           MOVE STO-LAST-DUE-STAGED TO SGN-DET-DUE-DATE.
           PERFORM 2400-WRITE-DETAIL-LINE THRU 2400-EXIT.
      *    The last due date inside the stop date has just been
      *    staged - the order runs out now rather than waiting for
      *    the next due date to come round.
           IF STO-STOP-DATE NOT = ZERO
               AND STO-NEXT-DUE-DATE > STO-STOP-DATE
               PERFORM 2200-EXPIRE-ORDER THRU 2200-EXIT
               GO TO 2100-EXIT
           END-IF.
           PERFORM 2500-REWRITE-ORDER THRU 2500-EXIT.
       2100-EXIT.
           EXIT.

      *    An order whose next due date has passed its stop date is
      *    marked expired on the master and listed once; it is never
      *    looked at again unless STOMNT0 extends the stop date.
       2200-EXPIRE-ORDER.
           MOVE "E" TO STO-STATUS-CODE.
           PERFORM 2500-REWRITE-ORDER THRU 2500-EXIT.
           ADD 1 TO SGN-EXPIRED-COUNT.
           MOVE "EXPIRED " TO SGN-DET-VERB.
           MOVE STO-LAST-DUE-STAGED TO SGN-DET-DUE-DATE.
           PERFORM 2400-WRITE-DETAIL-LINE THRU 2400-EXIT.
       2200-EXIT.
           EXIT.

      *    An order against a dormant account is listed and held back
      *    with its next due date left where it is - the nightly run
      *    would only suspend it - and is staged again once ACCTMNT0
      *    reactivates the account.  An account not on the master is
      *    staged as before, for the nightly run's edit to suspend.
       2250-CHECK-ORDER-ACCOUNT.
           MOVE "N" TO WS-DORMANT-SWITCH.
           MOVE STO-ACCOUNT-ID TO ACCT-ACCOUNT-ID.
           READ ACCOUNT-MASTER
               INVALID KEY
                   GO TO 2250-EXIT
           END-READ.
           IF WS-ACCTMST-STATUS NOT = "00"
               DISPLAY "ACCTMST READ FAILED, STATUS = "
                   WS-ACCTMST-STATUS " ORDER " STO-ACCOUNT-ID "/"
                   STO-ORDER-NO
               MOVE "Y" TO WS-ABORT-SWITCH
               MOVE "Y" TO WS-EOF-STOMST
               GO TO 2250-EXIT
           END-IF.
           IF ACCT-STATUS-DORMANT
               MOVE "Y" TO WS-DORMANT-SWITCH
               ADD 1 TO SGN-DORMANT-COUNT
               MOVE "DORMANT " TO SGN-DET-VERB
               MOVE STO-NEXT-DUE-DATE TO SGN-DET-DUE-DATE
               PERFORM 2400-WRITE-DETAIL-LINE THRU 2400-EXIT
           END-IF.
       2250-EXIT.
           EXIT.

      *    The staged transaction is dated the business day it posts
      *    on, not the order's own due date, so a holiday due date
      *    passes the nightly run's period edit on the day it lands.
       2300-WRITE-STAGED-TRANSACTION.
           MOVE STO-ACCOUNT-ID TO SAVTRAN-ACCOUNT-ID.
           MOVE SGN-TARGET-DATE TO SAVTRAN-DATE.
           MOVE STO-TYPE-CODE TO SAVTRAN-TYPE-CODE.
           MOVE STO-AMOUNT TO SAVTRAN-AMOUNT.
           MOVE STO-DESCRIPTION TO SAVTRAN-DESCRIPTION.
           MOVE SPACE TO SAVTRAN-OVERRIDE-CODE.
           MOVE SPACES TO SAVTRAN-TO-ACCOUNT-ID.
           WRITE SAVTRAN-RECORD.
           IF WS-STOTRAN-STATUS NOT = "00"
               DISPLAY "STOTRAN WRITE FAILED, STATUS = "
                   WS-STOTRAN-STATUS
               MOVE "Y" TO WS-ABORT-SWITCH
               MOVE "Y" TO WS-EOF-STOMST
               GO TO 2300-EXIT
           END-IF.
           IF STO-TYPE-DEPOSIT
               ADD STO-AMOUNT TO SGN-DEPOSIT-TOTAL
           ELSE
               ADD STO-AMOUNT TO SGN-WITHDRAWAL-TOTAL
           END-IF.
       2300-EXIT.
           EXIT.

      *    SGN-DET-VERB and SGN-DET-DUE-DATE are set by the caller
      *    before this is performed.
       2400-WRITE-DETAIL-LINE.
           MOVE STO-ACCOUNT-ID TO SGN-DET-ACCOUNT-ID.
           MOVE STO-ORDER-NO TO SGN-DET-ORDER-NO.
           MOVE STO-TYPE-CODE TO SGN-DET-TYPE.
           MOVE STO-AMOUNT TO SGN-DET-AMOUNT.
           MOVE STO-DESCRIPTION TO SGN-DET-DESCRIPTION.
           MOVE STO-FREQUENCY-CODE TO SGN-DET-FREQUENCY.
           MOVE STO-NEXT-DUE-DATE TO SGN-DET-NEXT-DUE.
           MOVE STO-STOP-DATE TO SGN-DET-STOP-DATE.
           WRITE STOGRPT-PRINT-LINE FROM SGN-DETAIL-LINE.
       2400-EXIT.
           EXIT.

       2500-REWRITE-ORDER.
           MOVE WS-CURRENT-DATE TO STO-MAINT-DATE.
           REWRITE STANDING-ORDER-RECORD.
           IF WS-STOMST-STATUS NOT = "00"
               DISPLAY "STOMST REWRITE FAILED, STATUS = "
                   WS-STOMST-STATUS " ORDER " STO-ACCOUNT-ID "/"
                   STO-ORDER-NO
               MOVE "Y" TO WS-ABORT-SWITCH
               MOVE "Y" TO WS-EOF-STOMST
           END-IF.
       2500-EXIT.
           EXIT.

      ******************************************************************
      *  3000-ADVANCE-NEXT-DUE - steps the order's next due date on by *
      *  one occurrence: seven days for a weekly order, the same day   *
      *  of the following month for a monthly order (the start date's  *
      *  day, held back to the month's last day where the month is     *
      *  shorter), and the last day of the following month for a       *
      *  month-end order.                                              *
      ******************************************************************
       3000-ADVANCE-NEXT-DUE.
           MOVE STO-NEXT-DUE-DATE TO WS-DUE-DATE-N.
           IF STO-FREQ-WEEKLY
               PERFORM 3100-SET-MONTH-MAX THRU 3100-EXIT
               ADD 7 TO WS-DUE-DD
               IF WS-DUE-DD > WS-MAX-DAY
                   SUBTRACT WS-MAX-DAY FROM WS-DUE-DD
                   PERFORM 3200-STEP-ONE-MONTH THRU 3200-EXIT
               END-IF
           ELSE
               PERFORM 3200-STEP-ONE-MONTH THRU 3200-EXIT
               PERFORM 3100-SET-MONTH-MAX THRU 3100-EXIT
               IF STO-FREQ-MONTH-END
                   MOVE WS-MAX-DAY TO WS-DUE-DD
               ELSE
                   MOVE STO-START-DATE TO WS-START-DATE
                   MOVE WS-START-DD TO WS-ANCHOR-DAY
                   IF WS-ANCHOR-DAY > WS-MAX-DAY
                       MOVE WS-MAX-DAY TO WS-DUE-DD
                   ELSE
                       MOVE WS-ANCHOR-DAY TO WS-DUE-DD
                   END-IF
               END-IF
           END-IF.
           MOVE WS-DUE-DATE-N TO STO-NEXT-DUE-DATE.
       3000-EXIT.
           EXIT.

      *    WS-MAX-DAY becomes the last day of WS-DUE-DATE's month,
      *    leap years included.
       3100-SET-MONTH-MAX.
           IF WS-DUE-MM = 02
               MOVE 28 TO WS-MAX-DAY
               DIVIDE WS-DUE-YYYY BY 4 GIVING WS-LEAP-QUOT
                   REMAINDER WS-LEAP-REM
               IF WS-LEAP-REM = ZERO
                   MOVE 29 TO WS-MAX-DAY
                   DIVIDE WS-DUE-YYYY BY 100 GIVING WS-LEAP-QUOT
                       REMAINDER WS-LEAP-REM
                   IF WS-LEAP-REM = ZERO
                       MOVE 28 TO WS-MAX-DAY
                       DIVIDE WS-DUE-YYYY BY 400 GIVING WS-LEAP-QUOT
                           REMAINDER WS-LEAP-REM
                       IF WS-LEAP-REM = ZERO
                           MOVE 29 TO WS-MAX-DAY
                       END-IF
                   END-IF
               END-IF
           ELSE
               IF WS-DUE-MM = 04 OR 06 OR 09 OR 11
                   MOVE 30 TO WS-MAX-DAY
               ELSE
                   MOVE 31 TO WS-MAX-DAY
               END-IF
           END-IF.
       3100-EXIT.
           EXIT.

       3200-STEP-ONE-MONTH.
           IF WS-DUE-MM = 12
               MOVE 01 TO WS-DUE-MM
               ADD 1 TO WS-DUE-YYYY
           ELSE
               ADD 1 TO WS-DUE-MM
           END-IF.
       3200-EXIT.
           EXIT.

      ******************************************************************
      *  9999-TERMINATE-RUN                                            *
      ******************************************************************
       9999-TERMINATE-RUN.
           MOVE SGN-ORDERS-READ TO SGN-TOT-READ.
           MOVE SGN-STAGED-COUNT TO SGN-TOT-STAGED.
           MOVE SGN-RESTAGED-COUNT TO SGN-TOT-RESTAGED.
           MOVE SGN-EXPIRED-COUNT TO SGN-TOT-EXPIRED.
           MOVE SGN-DORMANT-COUNT TO SGN-TOT-DORMANT.
           WRITE STOGRPT-PRINT-LINE FROM SGN-TOTAL-LINE.
           MOVE SGN-DEPOSIT-TOTAL TO SGN-AMT-DEPOSITS.
           MOVE SGN-WITHDRAWAL-TOTAL TO SGN-AMT-WITHDRAWALS.
           WRITE STOGRPT-PRINT-LINE FROM SGN-AMOUNT-LINE.
           CLOSE CALENDAR-MASTER
                 ACCOUNT-MASTER
                 STANDING-ORDER-MASTER
                 STANDING-ORDER-TRANS-FILE
                 GENERATOR-REPORT-FILE.
           DISPLAY "STOGEN0 ORDERS STAGED: " SGN-STAGED-COUNT.
           DISPLAY "STOGEN0 ORDERS RESTAGED: " SGN-RESTAGED-COUNT.
           DISPLAY "STOGEN0 ORDERS EXPIRED: " SGN-EXPIRED-COUNT.
           DISPLAY "STOGEN0 ORDERS HELD DORMANT: " SGN-DORMANT-COUNT.
           IF RUN-MUST-ABORT
               MOVE 12 TO RETURN-CODE
           END-IF.
       9999-EXIT.
           EXIT.
