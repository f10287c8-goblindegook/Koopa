      ******************************************************************
      *                                                                *
      *  DORMNCY0.CBL                                                  *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     DORMNCY0.
       AUTHOR.         R SHIELDS.
       INSTALLATION.   DATA PROCESSING CENTER.
       DATE-WRITTEN.   2026-10-15.
       DATE-COMPILED.

      ******************************************************************
      *  CHANGE LOG                                                    *
      *  DATE       INIT  DESCRIPTION                                  *
      *  ---------- ----  ------------------------------------------   *
      *  2026-10-15  RLS  Monthly dormancy run: finds each account's   *
      *                   last customer-initiated posting on the       *
      *                   cumulative PSTJRNL journal - deposits,       *
      *                   withdrawals and transfers, never interest    *
      *                   or adjustments - and moves any open account  *
      *                   idle for longer than the DORMCTL threshold   *
      *                   to dormant status on ACCTMST.  The DORMRPT   *
      *                   report lists every dormant account with its  *
      *                   last-activity date and balance, newly        *
      *                   flagged this month or still dormant.         *
      *  2026-10-15  RLS  Run control: checks itself in on the RUNLEDG *
      *                   run-control ledger before it starts and is   *
      *                   refused, RC 12, when a predecessor named for *
      *                   it on the RUNDEPS dependency deck has not    *
      *                   ended clean, or when the deck marks it not   *
      *                   repeatable and it has already ended clean    *
      *                   for the business date.  At end of run the    *
      *                   entry is completed with the return code and  *
      *                   the key counts.                              *
      *  2026-10-15  RLS  Account table lifted to the nightly run's    *
      *                   9,999 entries.                               *
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

      *    Dormancy control card: the number of whole months without
      *    a customer posting after which an open account goes
      *    dormant.
           SELECT DORMANCY-CONTROL-FILE
               ASSIGN TO DORMCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DORMCTL-STATUS.

      *    Cumulative posted-transaction journal, appended by each
      *    clean nightly run.
           SELECT POSTED-JOURNAL-FILE
               ASSIGN TO PSTJRNL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PSTJRNL-STATUS.

      *    Account master - status moved to dormant in place.
           SELECT ACCOUNT-MASTER
               ASSIGN TO ACCTMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-ACCOUNT-ID
               FILE STATUS IS WS-ACCTMST-STATUS.

      *    Printed dormancy report.
           SELECT DORMANCY-REPORT-FILE
               ASSIGN TO DORMRPT
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

       FD  DORMANCY-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
       01  DORMANCY-CONTROL-RECORD.
           05  DCT-IDLE-MONTHS             PIC X(03).
           05  FILLER                      PIC X(77).

       FD  POSTED-JOURNAL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PSTJRNL.

       FD  ACCOUNT-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY ACCTREC.

       FD  DORMANCY-REPORT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS.
       01  DORMRPT-PRINT-LINE              PIC X(132).

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

       77  RCT-PROGRAM-ID                  PIC X(08) VALUE "DORMNCY0".
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
       77  WS-DORMCTL-STATUS               PIC X(02) VALUE SPACES.
       77  WS-PSTJRNL-STATUS               PIC X(02) VALUE SPACES.
       77  WS-ACCTMST-STATUS               PIC X(02) VALUE SPACES.

       77  WS-EOF-PSTJRNL                  PIC X(01) VALUE "N".
           88  PSTJRNL-EOF                           VALUE "Y".

       77  WS-EOF-ACCTMST                  PIC X(01) VALUE "N".
           88  ACCTMST-EOF                           VALUE "Y".

       77  WS-ACCT-FOUND                   PIC X(01) VALUE "N".
           88  DORMANCY-ACCOUNT-FOUND                VALUE "Y".

      *    Set on a file-status error, a bad control card or a full
      *    account table so the run ends with a non-zero return code
      *    scheduling can trap, the same abort posture as the rest of
      *    the suite.
       77  WS-ABORT-SWITCH                 PIC X(01) VALUE "N".
           88  RUN-MUST-ABORT                        VALUE "Y".

       77  WS-CURRENT-DATE                 PIC 9(08) VALUE ZERO.

      ******************************************************************
      *  DORMANCY WORK FIELDS                                          *
      ******************************************************************
       77  DRM-IDLE-MONTHS                 PIC 9(03) VALUE ZERO.
       77  DRM-IDLE-YEARS                  PIC 9(03) VALUE ZERO.
       77  DRM-ODD-MONTHS                  PIC 9(02) VALUE ZERO.

       77  DRM-JOURNAL-READ                PIC 9(07) COMP VALUE ZERO.
       77  DRM-ACCOUNTS-READ               PIC 9(05) COMP VALUE ZERO.
       77  DRM-ACTIVE-COUNT                PIC 9(05) COMP VALUE ZERO.
       77  DRM-NEWLY-FLAGGED               PIC 9(05) COMP VALUE ZERO.
       77  DRM-STILL-DORMANT               PIC 9(05) COMP VALUE ZERO.
       77  DRM-CLOSED-COUNT                PIC 9(05) COMP VALUE ZERO.

      *    An account whose last activity is dated before the cutoff
      *    - the run date less the threshold months - has been idle
      *    past the threshold.  The cutoff day is kept as the run
      *    date's own day even where the month is shorter; it is only
      *    ever compared, never printed as a calendar date.
       01  DRM-CUTOFF-DATE.
           05  DRM-CUT-YYYY                PIC 9(04).
           05  DRM-CUT-MM                  PIC 9(02).
           05  DRM-CUT-DD                  PIC 9(02).
       01  DRM-CUTOFF-NUMERIC REDEFINES DRM-CUTOFF-DATE
                                           PIC 9(08).

      *    Every account on the master, in key order, with the date
      *    of its last customer posting - seeded from the account's
      *    dormancy base date, so an account opened or reactivated
      *    since its last posting counts from that date instead.
       77  DRM-ACCT-CAPACITY               PIC 9(05) COMP VALUE 9999.
       77  DRM-ACCOUNT-COUNT               PIC 9(05) COMP VALUE ZERO.
       77  DRM-ACCT-SUB                    PIC 9(05) COMP VALUE ZERO.
       01  DRM-ACCOUNT-TABLE.
           05  DRM-ACCT-ENTRY OCCURS 9999 TIMES.
               10  DRM-ACCT-ID             PIC X(05).
               10  DRM-ACCT-LAST-ACTIVITY  PIC 9(08).

      ******************************************************************
      *  REPORT LINES                                                  *
      ******************************************************************
       01  DRM-HEADING-LINE.
           05  FILLER                      PIC X(28) VALUE
                   "ACCOUNT DORMANCY REPORT".
           05  FILLER                      PIC X(09) VALUE
                   "RUN DATE ".
           05  DRM-HDG-RUN-DATE            PIC 9(08).
           05  FILLER                      PIC X(21) VALUE
                   "  IDLE SINCE BEFORE ".
           05  DRM-HDG-CUTOFF              PIC 9(08).
           05  FILLER                      PIC X(10) VALUE
                   "  MONTHS ".
           05  DRM-HDG-MONTHS              PIC ZZ9.
           05  FILLER                      PIC X(45) VALUE SPACES.

       01  DRM-COLUMN-LINE.
           05  FILLER                      PIC X(07) VALUE "ACCOUNT".
           05  FILLER                      PIC X(42) VALUE "NAME".
           05  FILLER                      PIC X(15) VALUE
                   "LAST ACTIVITY".
           05  FILLER                      PIC X(17) VALUE
                   "          BALANCE".
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  FILLER                      PIC X(49) VALUE "DORMANCY".

       01  DRM-DETAIL-LINE.
           05  DRM-DET-ACCOUNT             PIC X(05).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  DRM-DET-NAME                PIC X(40).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  DRM-DET-LAST-ACTIVITY       PIC 9(08).
           05  FILLER                      PIC X(07) VALUE SPACES.
           05  DRM-DET-BALANCE             PIC $$$,$$$,$$9.99-.
           05  FILLER                      PIC X(04) VALUE SPACES.
           05  DRM-DET-STATE               PIC X(13).
           05  FILLER                      PIC X(36) VALUE SPACES.

       01  DRM-TOTAL-LINE.
           05  DRM-TOT-LABEL               PIC X(26).
           05  DRM-TOT-VALUE               PIC Z,ZZZ,ZZ9.
           05  FILLER                      PIC X(97) VALUE SPACES.

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
               PERFORM 2000-SCAN-JOURNAL THRU 2000-EXIT
           END-IF.
           IF NOT RUN-MUST-ABORT
               PERFORM 3000-FLAG-DORMANT-ACCOUNTS THRU 3000-EXIT
               PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT
           END-IF.
           PERFORM 9999-TERMINATE-RUN THRU 9999-EXIT.
           PERFORM 0900-END-RUN-CONTROL THRU 0900-EXIT.
           GOBACK.

      ******************************************************************
      *  0100-START-RUN-CONTROL - before the run opens a file it       *
      *  checks itself in on the RUNLEDG run-control ledger.  Every    *
      *  predecessor the RUNDEPS deck names for DORMNCY0 must have     *
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
               DISPLAY "DORMNCY0 REFUSED - NO RUN-CONTROL LEDGER"
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
                   DISPLAY "DORMNCY0 REFUSED - " RCT-REFUSAL-REASON
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
               DISPLAY "DORMNCY0 REFUSED - " RCT-REFUSAL-REASON
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
           MOVE "JOURNAL" TO RCL-COUNT-LABEL(1).
           MOVE DRM-JOURNAL-READ TO RCL-COUNT-VALUE(1).
           MOVE "ACCOUNTS" TO RCL-COUNT-LABEL(2).
           MOVE DRM-ACCOUNTS-READ TO RCL-COUNT-VALUE(2).
           MOVE "DORMANT" TO RCL-COUNT-LABEL(3).
           MOVE DRM-NEWLY-FLAGGED TO RCL-COUNT-VALUE(3).
       0950-EXIT.
           EXIT.

      ******************************************************************
      *  1000-INITIALIZE-RUN - read the threshold card, open the       *
      *  journal and master, load the account table                    *
      ******************************************************************
       1000-INITIALIZE-RUN.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           OPEN INPUT  DORMANCY-CONTROL-FILE
                OUTPUT DORMANCY-REPORT-FILE.
           IF WS-DORMCTL-STATUS NOT = "00"
               DISPLAY "DORMCTL OPEN FAILED, STATUS = "
                   WS-DORMCTL-STATUS
               MOVE "Y" TO WS-ABORT-SWITCH
               GO TO 1000-EXIT
           END-IF.
           READ DORMANCY-CONTROL-FILE
               AT END
                   DISPLAY "DORMCTL CONTROL CARD MISSING - NO RUN"
                   MOVE "Y" TO WS-ABORT-SWITCH
                   GO TO 1000-EXIT
           END-READ.
           PERFORM 1100-EDIT-CONTROL-CARD THRU 1100-EXIT.
           IF RUN-MUST-ABORT
               GO TO 1000-EXIT
           END-IF.
           OPEN INPUT  POSTED-JOURNAL-FILE
                I-O    ACCOUNT-MASTER.
           IF WS-PSTJRNL-STATUS NOT = "00"
               DISPLAY "PSTJRNL OPEN FAILED, STATUS = "
                   WS-PSTJRNL-STATUS
               MOVE "Y" TO WS-ABORT-SWITCH
               GO TO 1000-EXIT
           END-IF.
           IF WS-ACCTMST-STATUS NOT = "00"
               DISPLAY "ACCOUNT-MASTER OPEN FAILED, STATUS = "
                   WS-ACCTMST-STATUS
               MOVE "Y" TO WS-ABORT-SWITCH
               GO TO 1000-EXIT
           END-IF.
           PERFORM 1200-LOAD-ACCOUNTS THRU 1200-EXIT.
       1000-EXIT.
           EXIT.

      *    The threshold must be keyed, numeric and at least a month
      *    - a blank or zero card would flag every account on the
      *    master in one run.
       1100-EDIT-CONTROL-CARD.
           IF DCT-IDLE-MONTHS NOT NUMERIC
               DISPLAY "DORMCTL IDLE MONTHS NOT NUMERIC - NO RUN"
               MOVE "Y" TO WS-ABORT-SWITCH
               GO TO 1100-EXIT
           END-IF.
           MOVE DCT-IDLE-MONTHS TO DRM-IDLE-MONTHS.
           IF DRM-IDLE-MONTHS = ZERO
               DISPLAY "DORMCTL IDLE MONTHS ZERO - NO RUN"
               MOVE "Y" TO WS-ABORT-SWITCH
               GO TO 1100-EXIT
           END-IF.
           MOVE WS-CURRENT-DATE TO DRM-CUTOFF-DATE.
           DIVIDE DRM-IDLE-MONTHS BY 12
               GIVING DRM-IDLE-YEARS
               REMAINDER DRM-ODD-MONTHS.
           SUBTRACT DRM-IDLE-YEARS FROM DRM-CUT-YYYY.
           IF DRM-CUT-MM NOT > DRM-ODD-MONTHS
               ADD 12 TO DRM-CUT-MM
               SUBTRACT 1 FROM DRM-CUT-YYYY
           END-IF.
           SUBTRACT DRM-ODD-MONTHS FROM DRM-CUT-MM.
           MOVE WS-CURRENT-DATE TO DRM-HDG-RUN-DATE.
           MOVE DRM-CUTOFF-NUMERIC TO DRM-HDG-CUTOFF.
           MOVE DRM-IDLE-MONTHS TO DRM-HDG-MONTHS.
           WRITE DORMRPT-PRINT-LINE FROM DRM-HEADING-LINE.
           WRITE DORMRPT-PRINT-LINE FROM DRM-COLUMN-LINE.
       1100-EXIT.
           EXIT.

       1200-LOAD-ACCOUNTS.
           MOVE LOW-VALUES TO ACCT-ACCOUNT-ID.
           START ACCOUNT-MASTER KEY NOT < ACCT-ACCOUNT-ID
               INVALID KEY
                   MOVE "Y" TO WS-EOF-ACCTMST
           END-START.
           PERFORM UNTIL ACCTMST-EOF
               READ ACCOUNT-MASTER NEXT
                   AT END
                       MOVE "Y" TO WS-EOF-ACCTMST
                   NOT AT END
                       IF WS-ACCTMST-STATUS = "00"
                           PERFORM 1220-LOAD-ONE-ACCOUNT
                               THRU 1220-EXIT
                       ELSE
                           MOVE "Y" TO WS-EOF-ACCTMST
                       END-IF
               END-READ
           END-PERFORM.
       1200-EXIT.
           EXIT.

       1220-LOAD-ONE-ACCOUNT.
           IF DRM-ACCOUNT-COUNT NOT < DRM-ACCT-CAPACITY
               DISPLAY "ACCOUNT TABLE FULL AT " DRM-ACCT-CAPACITY
                   " ENTRIES - "
                   "DORMANCY RUN CANNOT CONTINUE: " ACCT-ACCOUNT-ID
               MOVE "Y" TO WS-ABORT-SWITCH
               MOVE "Y" TO WS-EOF-ACCTMST
               GO TO 1220-EXIT
           END-IF.
           ADD 1 TO DRM-ACCOUNT-COUNT.
           MOVE DRM-ACCOUNT-COUNT TO DRM-ACCT-SUB.
           MOVE ACCT-ACCOUNT-ID TO DRM-ACCT-ID(DRM-ACCT-SUB).
           MOVE ACCT-DORMANCY-BASE-DATE
               TO DRM-ACCT-LAST-ACTIVITY(DRM-ACCT-SUB).
       1220-EXIT.
           EXIT.

      ******************************************************************
      *  2000-SCAN-JOURNAL - only what the holder did counts as        *
      *  activity: deposits, withdrawals and both legs of a transfer.  *
      *  Interest is posted whether anyone touches the account or      *
      *  not, and an adjustment is the office's correction, so         *
      *  neither keeps an account alive.                               *
      ******************************************************************
       2000-SCAN-JOURNAL.
           MOVE "N" TO WS-EOF-PSTJRNL.
           PERFORM UNTIL PSTJRNL-EOF
               READ POSTED-JOURNAL-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-PSTJRNL
                   NOT AT END
                       IF WS-PSTJRNL-STATUS = "00"
                           ADD 1 TO DRM-JOURNAL-READ
                           PERFORM 2100-NOTE-ONE-POSTING
                               THRU 2100-EXIT
                       ELSE
                           DISPLAY "PSTJRNL READ FAILED, STATUS = "
                               WS-PSTJRNL-STATUS
                           MOVE "Y" TO WS-ABORT-SWITCH
                           MOVE "Y" TO WS-EOF-PSTJRNL
                       END-IF
               END-READ
           END-PERFORM.
       2000-EXIT.
           EXIT.

       2100-NOTE-ONE-POSTING.
           IF JRNL-TRAN-TYPE-CODE NOT = "D" AND "W" AND "T"
               GO TO 2100-EXIT
           END-IF.
           MOVE "N" TO WS-ACCT-FOUND.
           PERFORM VARYING DRM-ACCT-SUB FROM 1 BY 1
                   UNTIL DRM-ACCT-SUB > DRM-ACCOUNT-COUNT
                   OR DORMANCY-ACCOUNT-FOUND
               IF DRM-ACCT-ID(DRM-ACCT-SUB) = JRNL-ACCOUNT-ID
                   MOVE "Y" TO WS-ACCT-FOUND
               END-IF
           END-PERFORM.
           IF NOT DORMANCY-ACCOUNT-FOUND
               GO TO 2100-EXIT
           END-IF.
           SUBTRACT 1 FROM DRM-ACCT-SUB.
           IF JRNL-TRAN-DATE > DRM-ACCT-LAST-ACTIVITY(DRM-ACCT-SUB)
               MOVE JRNL-TRAN-DATE
                   TO DRM-ACCT-LAST-ACTIVITY(DRM-ACCT-SUB)
           END-IF.
       2100-EXIT.
           EXIT.

      ******************************************************************
      *  3000-FLAG-DORMANT-ACCOUNTS - closed accounts are passed by;   *
      *  an account already dormant is listed as still dormant; an     *
      *  open account idle since before the cutoff is moved to         *
      *  dormant on the master and listed as newly flagged.            *
      ******************************************************************
       3000-FLAG-DORMANT-ACCOUNTS.
           PERFORM 3100-CHECK-ONE-ACCOUNT THRU 3100-EXIT
               VARYING DRM-ACCT-SUB FROM 1 BY 1
               UNTIL DRM-ACCT-SUB > DRM-ACCOUNT-COUNT
               OR RUN-MUST-ABORT.
       3000-EXIT.
           EXIT.

       3100-CHECK-ONE-ACCOUNT.
           MOVE DRM-ACCT-ID(DRM-ACCT-SUB) TO ACCT-ACCOUNT-ID.
           READ ACCOUNT-MASTER
               INVALID KEY
                   DISPLAY "ACCOUNT VANISHED FROM MASTER: "
                       DRM-ACCT-ID(DRM-ACCT-SUB)
                   MOVE "Y" TO WS-ABORT-SWITCH
                   GO TO 3100-EXIT
           END-READ.
           ADD 1 TO DRM-ACCOUNTS-READ.
           IF ACCT-STATUS-CLOSED
               ADD 1 TO DRM-CLOSED-COUNT
               GO TO 3100-EXIT
           END-IF.
           IF ACCT-STATUS-DORMANT
               ADD 1 TO DRM-STILL-DORMANT
               MOVE "STILL DORMANT" TO DRM-DET-STATE
               PERFORM 3200-WRITE-DETAIL-LINE THRU 3200-EXIT
               GO TO 3100-EXIT
           END-IF.
           IF DRM-ACCT-LAST-ACTIVITY(DRM-ACCT-SUB)
               NOT < DRM-CUTOFF-NUMERIC
               ADD 1 TO DRM-ACTIVE-COUNT
               GO TO 3100-EXIT
           END-IF.
           MOVE "D" TO ACCT-STATUS-CODE.
           MOVE WS-CURRENT-DATE TO ACCT-MAINT-DATE.
           REWRITE ACCOUNT-MASTER-RECORD
               INVALID KEY
                   DISPLAY "ACCOUNT-MASTER REWRITE REJECTED: "
                       ACCT-ACCOUNT-ID
                   MOVE "Y" TO WS-ABORT-SWITCH
                   GO TO 3100-EXIT
           END-REWRITE.
           IF WS-ACCTMST-STATUS NOT = "00"
               DISPLAY "ACCOUNT-MASTER REWRITE FAILED, STATUS = "
                   WS-ACCTMST-STATUS
               MOVE "Y" TO WS-ABORT-SWITCH
               GO TO 3100-EXIT
           END-IF.
           ADD 1 TO DRM-NEWLY-FLAGGED.
           MOVE "NEWLY FLAGGED" TO DRM-DET-STATE.
           PERFORM 3200-WRITE-DETAIL-LINE THRU 3200-EXIT.
       3100-EXIT.
           EXIT.

      *    DRM-DET-STATE is set by the caller before this is
      *    performed.
       3200-WRITE-DETAIL-LINE.
           MOVE ACCT-ACCOUNT-ID TO DRM-DET-ACCOUNT.
           MOVE ACCT-ACCOUNT-NAME TO DRM-DET-NAME.
           MOVE DRM-ACCT-LAST-ACTIVITY(DRM-ACCT-SUB)
               TO DRM-DET-LAST-ACTIVITY.
           MOVE ACCT-CURRENT-BALANCE TO DRM-DET-BALANCE.
           WRITE DORMRPT-PRINT-LINE FROM DRM-DETAIL-LINE.
       3200-EXIT.
           EXIT.

      ******************************************************************
      *  8000-WRITE-TOTALS                                             *
      ******************************************************************
       8000-WRITE-TOTALS.
           MOVE "JOURNAL RECORDS READ    " TO DRM-TOT-LABEL.
           MOVE DRM-JOURNAL-READ TO DRM-TOT-VALUE.
           WRITE DORMRPT-PRINT-LINE FROM DRM-TOTAL-LINE.
           MOVE "ACCOUNTS READ           " TO DRM-TOT-LABEL.
           MOVE DRM-ACCOUNTS-READ TO DRM-TOT-VALUE.
           WRITE DORMRPT-PRINT-LINE FROM DRM-TOTAL-LINE.
           MOVE "ACTIVE                  " TO DRM-TOT-LABEL.
           MOVE DRM-ACTIVE-COUNT TO DRM-TOT-VALUE.
           WRITE DORMRPT-PRINT-LINE FROM DRM-TOTAL-LINE.
           MOVE "NEWLY FLAGGED DORMANT   " TO DRM-TOT-LABEL.
           MOVE DRM-NEWLY-FLAGGED TO DRM-TOT-VALUE.
           WRITE DORMRPT-PRINT-LINE FROM DRM-TOTAL-LINE.
           MOVE "STILL DORMANT           " TO DRM-TOT-LABEL.
           MOVE DRM-STILL-DORMANT TO DRM-TOT-VALUE.
           WRITE DORMRPT-PRINT-LINE FROM DRM-TOTAL-LINE.
           MOVE "CLOSED - NOT CHECKED    " TO DRM-TOT-LABEL.
           MOVE DRM-CLOSED-COUNT TO DRM-TOT-VALUE.
           WRITE DORMRPT-PRINT-LINE FROM DRM-TOTAL-LINE.
       8000-EXIT.
           EXIT.

      ******************************************************************
      *  9999-TERMINATE-RUN                                            *
      ******************************************************************
       9999-TERMINATE-RUN.
           CLOSE DORMANCY-CONTROL-FILE
                 POSTED-JOURNAL-FILE
                 ACCOUNT-MASTER
                 DORMANCY-REPORT-FILE.
           DISPLAY "DORMNCY0 ACCOUNTS NEWLY DORMANT: "
               DRM-NEWLY-FLAGGED.
           IF RUN-MUST-ABORT
               MOVE 12 TO RETURN-CODE
           END-IF.
       9999-EXIT.
           EXIT.
