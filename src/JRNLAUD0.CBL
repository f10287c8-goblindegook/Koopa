      ******************************************************************
      *                                                                *
      *  JRNLAUD0.CBL                                                  *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     JRNLAUD0.
       AUTHOR.         R SHIELDS.
       INSTALLATION.   DATA PROCESSING CENTER.
       DATE-WRITTEN.   2026-10-15.
       DATE-COMPILED.

      ******************************************************************
      *  CHANGE LOG                                                    *
      *  DATE       INIT  DESCRIPTION                                  *
      *  ---------- ----  ------------------------------------------   *
      *  2026-10-15  RLS  Ledger integrity audit: replays the          *
      *                   cumulative PSTJRNL posted-transaction        *
      *                   journal, reversals and all, from a zero      *
      *                   opening balance on every account.  Each      *
      *                   night's BALHIST closing balance is checked   *
      *                   against the balance rebuilt from the         *
      *                   journal through that night, and the fully    *
      *                   replayed balance against ACCT-CURRENT-       *
      *                   BALANCE on the account master.  Every break  *
      *                   prints on JAUDRPT with the expected, found   *
      *                   and difference amounts, and any break ends   *
      *                   the run with return code 12 so scheduling    *
      *                   holds INTACCR0, BALTRND0 and ARCHPRG0 until  *
      *                   it is explained.                             *
      *  2026-10-15  RLS  Run control: checks itself in on the RUNLEDG *
      *                   run-control ledger before it starts and is   *
      *                   refused, RC 12, when a predecessor named for *
      *                   it on the RUNDEPS dependency deck has not    *
      *                   ended clean, or when the deck marks it not   *
      *                   repeatable and it has already ended clean    *
      *                   for the business date.  At end of run the    *
      *                   entry is completed with the return code and  *
      *                   the key counts.  Its RC 12 on a break is     *
      *                   what holds the runs the deck places behind   *
      *                   it.                                          *
      *  2026-10-15  RLS  Accounts ACCTMNT0 has deleted are replayed   *
      *                   as closed accounts that must rebuild to      *
      *                   zero, not reported as a break on every       *
      *                   posting they ever had.  Account table        *
      *                   lifted to the nightly run's 9,999 entries.   *
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

      *    Cumulative posted-transaction journal, appended by each
      *    clean nightly run in run-date order.
           SELECT POSTED-JOURNAL-FILE
               ASSIGN TO PSTJRNL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PSTJRNL-STATUS.

      *    Dated daily closing balances written by the nightly run,
      *    one record per account per clean night.
           SELECT BALANCE-HISTORY-FILE
               ASSIGN TO BALHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BALHIST-STATUS.

      *    Account master maintained by ACCTMNT0 - the standing
      *    balance the replay must arrive at.
           SELECT ACCOUNT-MASTER
               ASSIGN TO ACCTMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-ACCOUNT-ID
               FILE STATUS IS WS-ACCTMST-STATUS.

      *    Printed audit break report.
           SELECT AUDIT-REPORT-FILE
               ASSIGN TO JAUDRPT
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

       FD  POSTED-JOURNAL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PSTJRNL.

       FD  BALANCE-HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
           COPY BALFWD.

       FD  ACCOUNT-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY ACCTREC.

       FD  AUDIT-REPORT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS.
       01  JAUDRPT-PRINT-LINE              PIC X(132).

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

       77  RCT-PROGRAM-ID                  PIC X(08) VALUE "JRNLAUD0".
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
       77  WS-PSTJRNL-STATUS               PIC X(02) VALUE SPACES.
       77  WS-BALHIST-STATUS               PIC X(02) VALUE SPACES.
       77  WS-ACCTMST-STATUS               PIC X(02) VALUE SPACES.

       77  WS-EOF-PSTJRNL                  PIC X(01) VALUE "N".
           88  PSTJRNL-EOF                           VALUE "Y".

       77  WS-EOF-BALHIST                  PIC X(01) VALUE "N".
           88  BALHIST-EOF                           VALUE "Y".

       77  WS-EOF-ACCTMST                  PIC X(01) VALUE "N".
           88  ACCTMST-EOF                           VALUE "Y".

       77  WS-ACCT-FOUND                   PIC X(01) VALUE "N".
           88  AUDIT-ACCOUNT-FOUND                   VALUE "Y".

      *    Set on a file-status error or a full account table so the
      *    run ends with a non-zero return code scheduling can trap,
      *    the same abort posture as the rest of the suite.  A break
      *    found by the audit itself sets the same switch.
       77  WS-ABORT-SWITCH                 PIC X(01) VALUE "N".
           88  RUN-MUST-ABORT                        VALUE "Y".

       77  WS-CURRENT-DATE                 PIC 9(08) VALUE ZERO.

      ******************************************************************
      *  AUDIT WORK FIELDS                                             *
      ******************************************************************
       77  JAUD-JOURNAL-READ               PIC 9(07) COMP VALUE ZERO.
       77  JAUD-BALHIST-READ               PIC 9(07) COMP VALUE ZERO.
       77  JAUD-ACCOUNTS-CHECKED           PIC 9(05) COMP VALUE ZERO.
       77  JAUD-BREAK-COUNT                PIC 9(05) COMP VALUE ZERO.

      *    Run date of the last journal record and as-of date of the
      *    last history record applied - both trails are appended in
      *    date order, and a date that falls back means the replay
      *    can no longer be trusted from that point.
       77  JAUD-LAST-JRNL-DATE             PIC 9(08) VALUE ZERO.
       77  JAUD-LAST-HIST-DATE             PIC 9(08) VALUE ZERO.

      *    What one journal record does to its account's balance:
      *    deposits, interest and adjustments add their signed amount,
      *    withdrawals take theirs off, and a transfer takes its
      *    amount off the from-leg's account and adds it to the
      *    to-leg's.
       77  JAUD-EFFECT                     PIC S9(07)V99 COMP-3
                                            VALUE ZERO.

      *    Break detail staged by the caller before 2900 prints it.
       77  JAUD-BRK-KIND                   PIC X(10) VALUE SPACES.
       77  JAUD-BRK-ACCOUNT                PIC X(05) VALUE SPACES.
       77  JAUD-BRK-DATE                   PIC 9(08) VALUE ZERO.
       77  JAUD-BRK-EXPECTED               PIC S9(07)V99 COMP-3
                                            VALUE ZERO.
       77  JAUD-BRK-FOUND                  PIC S9(07)V99 COMP-3
                                            VALUE ZERO.
       77  JAUD-BRK-DIFFERENCE             PIC S9(08)V99 COMP-3
                                            VALUE ZERO.

      *    Every account on the master, in key order, with the
      *    balance the journal replay has rebuilt for it so far.
      *    Accounts met on the journal or the history but no longer
      *    on the master - ACCTMNT0 deletes closed accounts at a zero
      *    balance - are added behind them with an expected balance
      *    of zero.
       77  JAUD-ACCT-CAPACITY              PIC 9(05) COMP VALUE 9999.
       77  JAUD-ACCOUNT-COUNT              PIC 9(05) COMP VALUE ZERO.
       77  JAUD-ACCT-SUB                   PIC 9(05) COMP VALUE ZERO.
       01  JAUD-ACCOUNT-TABLE.
           05  JAUD-ACCT-ENTRY OCCURS 9999 TIMES.
               10  JAUD-ACCT-ID            PIC X(05).
               10  JAUD-ACCT-MASTER-BAL    PIC S9(07)V99 COMP-3.
               10  JAUD-ACCT-REBUILT-BAL   PIC S9(07)V99 COMP-3.
               10  JAUD-ACCT-ON-MASTER     PIC X(01).
                   88  JAUD-ACCT-DELETED             VALUE "N".

      ******************************************************************
      *  REPORT LINES                                                  *
      ******************************************************************
       01  JAUD-HEADING-LINE.
           05  FILLER                      PIC X(28) VALUE
                   "JOURNAL REPLAY AUDIT".
           05  FILLER                      PIC X(09) VALUE
                   "RUN DATE ".
           05  JAUD-HDG-RUN-DATE           PIC 9(08).
           05  FILLER                      PIC X(87) VALUE SPACES.

       01  JAUD-COLUMN-LINE.
           05  FILLER                      PIC X(12) VALUE "BREAK".
           05  FILLER                      PIC X(09) VALUE "ACCOUNT".
           05  FILLER                      PIC X(10) VALUE "DATE".
           05  FILLER                      PIC X(17) VALUE
                   "         EXPECTED".
           05  FILLER                      PIC X(17) VALUE
                   "            FOUND".
           05  FILLER                      PIC X(17) VALUE
                   "       DIFFERENCE".
           05  FILLER                      PIC X(50) VALUE SPACES.

       01  JAUD-DETAIL-LINE.
           05  JAUD-DET-KIND               PIC X(10).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  JAUD-DET-ACCOUNT            PIC X(05).
           05  FILLER                      PIC X(04) VALUE SPACES.
           05  JAUD-DET-DATE               PIC 9(08).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  JAUD-DET-EXPECTED           PIC $$$,$$$,$$9.99-.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  JAUD-DET-FOUND              PIC $$$,$$$,$$9.99-.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  JAUD-DET-DIFFERENCE         PIC $$$,$$$,$$9.99-.
           05  FILLER                      PIC X(52) VALUE SPACES.

       01  JAUD-MESSAGE-LINE.
           05  JAUD-MSG-TEXT               PIC X(60).
           05  FILLER                      PIC X(72) VALUE SPACES.

       01  JAUD-TOTAL-LINE.
           05  JAUD-TOT-LABEL              PIC X(26).
           05  JAUD-TOT-VALUE              PIC Z,ZZZ,ZZ9.
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
               PERFORM 2000-REPLAY-JOURNAL THRU 2000-EXIT
               PERFORM 3000-CHECK-ACCOUNT-MASTER THRU 3000-EXIT
           END-IF.
           PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT.
           PERFORM 9999-TERMINATE-RUN THRU 9999-EXIT.
           PERFORM 0900-END-RUN-CONTROL THRU 0900-EXIT.
           GOBACK.

      ******************************************************************
      *  0100-START-RUN-CONTROL - before the run opens a file it       *
      *  checks itself in on the RUNLEDG run-control ledger.  Every    *
      *  predecessor the RUNDEPS deck names for JRNLAUD0 must have     *
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
               DISPLAY "JRNLAUD0 REFUSED - NO RUN-CONTROL LEDGER"
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
                   DISPLAY "JRNLAUD0 REFUSED - " RCT-REFUSAL-REASON
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
               DISPLAY "JRNLAUD0 REFUSED - " RCT-REFUSAL-REASON
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
           MOVE JAUD-JOURNAL-READ TO RCL-COUNT-VALUE(1).
           MOVE "ACCOUNTS" TO RCL-COUNT-LABEL(2).
           MOVE JAUD-ACCOUNTS-CHECKED TO RCL-COUNT-VALUE(2).
           MOVE "BREAKS" TO RCL-COUNT-LABEL(3).
           MOVE JAUD-BREAK-COUNT TO RCL-COUNT-VALUE(3).
       0950-EXIT.
           EXIT.

      ******************************************************************
      *  1000-INITIALIZE-RUN - open files, load the account table and  *
      *  prime the journal                                             *
      ******************************************************************
       1000-INITIALIZE-RUN.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           OPEN INPUT  POSTED-JOURNAL-FILE
                       BALANCE-HISTORY-FILE
                       ACCOUNT-MASTER
                OUTPUT AUDIT-REPORT-FILE.
           MOVE WS-CURRENT-DATE TO JAUD-HDG-RUN-DATE.
           WRITE JAUDRPT-PRINT-LINE FROM JAUD-HEADING-LINE.
           WRITE JAUDRPT-PRINT-LINE FROM JAUD-COLUMN-LINE.
           IF WS-PSTJRNL-STATUS NOT = "00"
               DISPLAY "PSTJRNL OPEN FAILED, STATUS = "
                   WS-PSTJRNL-STATUS
               MOVE "Y" TO WS-ABORT-SWITCH
               GO TO 1000-EXIT
           END-IF.
           IF WS-BALHIST-STATUS NOT = "00"
               DISPLAY "BALHIST OPEN FAILED, STATUS = "
                   WS-BALHIST-STATUS
               MOVE "Y" TO WS-ABORT-SWITCH
               GO TO 1000-EXIT
           END-IF.
           IF WS-ACCTMST-STATUS NOT = "00"
               DISPLAY "ACCOUNT-MASTER OPEN FAILED, STATUS = "
                   WS-ACCTMST-STATUS
               MOVE "Y" TO WS-ABORT-SWITCH
               GO TO 1000-EXIT
           END-IF.
           PERFORM 1100-LOAD-ACCOUNTS THRU 1100-EXIT.
           IF RUN-MUST-ABORT
               GO TO 1000-EXIT
           END-IF.
           PERFORM 2100-READ-JOURNAL THRU 2100-EXIT.
       1000-EXIT.
           EXIT.

      ******************************************************************
      *  1100-LOAD-ACCOUNTS - every account on the master, in key      *
      *  order, with its standing balance.  Accounts are added by      *
      *  ACCTMNT0 at a zero balance, so the rebuilt balance starts at  *
      *  zero and only the journal moves it.                           *
      ******************************************************************
       1100-LOAD-ACCOUNTS.
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
                           PERFORM 1120-LOAD-ONE-ACCOUNT
                               THRU 1120-EXIT
                       ELSE
                           MOVE "Y" TO WS-EOF-ACCTMST
                       END-IF
               END-READ
           END-PERFORM.
       1100-EXIT.
           EXIT.

       1120-LOAD-ONE-ACCOUNT.
           IF JAUD-ACCOUNT-COUNT NOT < JAUD-ACCT-CAPACITY
               DISPLAY "ACCOUNT TABLE FULL AT " JAUD-ACCT-CAPACITY
                   " ENTRIES - "
                   "AUDIT CANNOT RUN: " ACCT-ACCOUNT-ID
               MOVE "Y" TO WS-ABORT-SWITCH
               MOVE "Y" TO WS-EOF-ACCTMST
               GO TO 1120-EXIT
           END-IF.
           ADD 1 TO JAUD-ACCOUNT-COUNT.
           MOVE JAUD-ACCOUNT-COUNT TO JAUD-ACCT-SUB.
           MOVE ACCT-ACCOUNT-ID TO JAUD-ACCT-ID(JAUD-ACCT-SUB).
           MOVE ACCT-CURRENT-BALANCE
               TO JAUD-ACCT-MASTER-BAL(JAUD-ACCT-SUB).
           MOVE ZERO TO JAUD-ACCT-REBUILT-BAL(JAUD-ACCT-SUB).
           MOVE "Y" TO JAUD-ACCT-ON-MASTER(JAUD-ACCT-SUB).
       1120-EXIT.
           EXIT.

      ******************************************************************
      *  2000-REPLAY-JOURNAL - the two trails are walked together by   *
      *  date.  Both are stamped with the nightly run's system date,   *
      *  so before each history record is checked every journal        *
      *  record run on or before its as-of date is applied; the        *
      *  history record then has to agree with the rebuilt balance     *
      *  of its account.  Once the history runs out the rest of the    *
      *  journal is applied for the master check.  History trimmed     *
      *  by ARCHPRG0 only means fewer nights are checked - the         *
      *  journal itself is never trimmed.                              *
      ******************************************************************
       2000-REPLAY-JOURNAL.
           MOVE "N" TO WS-EOF-BALHIST.
           PERFORM UNTIL BALHIST-EOF
               READ BALANCE-HISTORY-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-BALHIST
                   NOT AT END
                       IF WS-BALHIST-STATUS = "00"
                           PERFORM 2200-CHECK-ONE-HISTORY
                               THRU 2200-EXIT
                       ELSE
                           DISPLAY "BALHIST READ FAILED, STATUS = "
                               WS-BALHIST-STATUS
                           MOVE "Y" TO WS-ABORT-SWITCH
                           MOVE "Y" TO WS-EOF-BALHIST
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM UNTIL PSTJRNL-EOF
               PERFORM 2300-APPLY-ONE-POSTING THRU 2300-EXIT
           END-PERFORM.
       2000-EXIT.
           EXIT.

      *    The journal is read one record ahead: the record held here
      *    has not been applied yet.
       2100-READ-JOURNAL.
           READ POSTED-JOURNAL-FILE
               AT END
                   MOVE "Y" TO WS-EOF-PSTJRNL
                   GO TO 2100-EXIT
           END-READ.
           IF WS-PSTJRNL-STATUS NOT = "00"
               DISPLAY "PSTJRNL READ FAILED, STATUS = "
                   WS-PSTJRNL-STATUS
               MOVE "Y" TO WS-ABORT-SWITCH
               MOVE "Y" TO WS-EOF-PSTJRNL
               GO TO 2100-EXIT
           END-IF.
           ADD 1 TO JAUD-JOURNAL-READ.
       2100-EXIT.
           EXIT.

       2200-CHECK-ONE-HISTORY.
           ADD 1 TO JAUD-BALHIST-READ.
           IF BALFWD-AS-OF-DATE < JAUD-LAST-HIST-DATE
               MOVE "HIST SEQ" TO JAUD-BRK-KIND
               MOVE BALFWD-ACCOUNT-ID TO JAUD-BRK-ACCOUNT
               MOVE BALFWD-AS-OF-DATE TO JAUD-BRK-DATE
               MOVE ZERO TO JAUD-BRK-EXPECTED
                            JAUD-BRK-FOUND
               PERFORM 2900-REPORT-BREAK THRU 2900-EXIT
           ELSE
               MOVE BALFWD-AS-OF-DATE TO JAUD-LAST-HIST-DATE
           END-IF.
           PERFORM UNTIL PSTJRNL-EOF
                   OR JRNL-RUN-DATE > BALFWD-AS-OF-DATE
               PERFORM 2300-APPLY-ONE-POSTING THRU 2300-EXIT
           END-PERFORM.
           MOVE BALFWD-ACCOUNT-ID TO ACCT-ACCOUNT-ID.
           PERFORM 2400-FIND-ACCOUNT THRU 2400-EXIT.
           IF NOT AUDIT-ACCOUNT-FOUND
               PERFORM 2450-ADD-DELETED-ACCOUNT THRU 2450-EXIT
           END-IF.
           IF NOT AUDIT-ACCOUNT-FOUND
               GO TO 2200-EXIT
           END-IF.
           IF BALFWD-CLOSING-BALANCE
               NOT = JAUD-ACCT-REBUILT-BAL(JAUD-ACCT-SUB)
               MOVE "BALHIST" TO JAUD-BRK-KIND
               MOVE BALFWD-ACCOUNT-ID TO JAUD-BRK-ACCOUNT
               MOVE BALFWD-AS-OF-DATE TO JAUD-BRK-DATE
               MOVE JAUD-ACCT-REBUILT-BAL(JAUD-ACCT-SUB)
                   TO JAUD-BRK-EXPECTED
               MOVE BALFWD-CLOSING-BALANCE TO JAUD-BRK-FOUND
               PERFORM 2900-REPORT-BREAK THRU 2900-EXIT
           END-IF.
       2200-EXIT.
           EXIT.

      *    Applies the held journal record and reads the next one.  A
      *    journal record for an account no longer on the master is
      *    replayed into a deleted-account entry like any other; only
      *    a balance that does not come back to zero is a break.
       2300-APPLY-ONE-POSTING.
           IF JRNL-RUN-DATE < JAUD-LAST-JRNL-DATE
               MOVE "JRNL SEQ" TO JAUD-BRK-KIND
               MOVE JRNL-ACCOUNT-ID TO JAUD-BRK-ACCOUNT
               MOVE JRNL-RUN-DATE TO JAUD-BRK-DATE
               MOVE ZERO TO JAUD-BRK-EXPECTED
                            JAUD-BRK-FOUND
               PERFORM 2900-REPORT-BREAK THRU 2900-EXIT
           ELSE
               MOVE JRNL-RUN-DATE TO JAUD-LAST-JRNL-DATE
           END-IF.
           MOVE JRNL-TRAN-AMOUNT TO JAUD-EFFECT.
           IF JRNL-TRAN-TYPE-CODE = "W"
               OR (JRNL-TRAN-TYPE-CODE = "T" AND JRNL-LEG-FROM)
               COMPUTE JAUD-EFFECT = ZERO - JRNL-TRAN-AMOUNT
           END-IF.
           MOVE JRNL-ACCOUNT-ID TO ACCT-ACCOUNT-ID.
           PERFORM 2400-FIND-ACCOUNT THRU 2400-EXIT.
           IF NOT AUDIT-ACCOUNT-FOUND
               PERFORM 2450-ADD-DELETED-ACCOUNT THRU 2450-EXIT
           END-IF.
           IF AUDIT-ACCOUNT-FOUND
               ADD JAUD-EFFECT TO JAUD-ACCT-REBUILT-BAL(JAUD-ACCT-SUB)
           END-IF.
           PERFORM 2100-READ-JOURNAL THRU 2100-EXIT.
       2300-EXIT.
           EXIT.

      *    Looks up ACCT-ACCOUNT-ID in the account table; on a hit
      *    JAUD-ACCT-SUB is left on the entry.
       2400-FIND-ACCOUNT.
           MOVE "N" TO WS-ACCT-FOUND.
           PERFORM VARYING JAUD-ACCT-SUB FROM 1 BY 1
                   UNTIL JAUD-ACCT-SUB > JAUD-ACCOUNT-COUNT
                   OR AUDIT-ACCOUNT-FOUND
               IF JAUD-ACCT-ID(JAUD-ACCT-SUB) = ACCT-ACCOUNT-ID
                   MOVE "Y" TO WS-ACCT-FOUND
               END-IF
           END-PERFORM.
           IF AUDIT-ACCOUNT-FOUND
               SUBTRACT 1 FROM JAUD-ACCT-SUB
           END-IF.
       2400-EXIT.
           EXIT.

      *    Adds ACCT-ACCOUNT-ID as an account deleted from the master:
      *    it was closed at a zero balance, so zero is what the replay
      *    must come back to.  On return JAUD-ACCT-SUB is left on the
      *    new entry; a full table aborts the audit.
       2450-ADD-DELETED-ACCOUNT.
           IF JAUD-ACCOUNT-COUNT NOT < JAUD-ACCT-CAPACITY
               DISPLAY "ACCOUNT TABLE FULL AT " JAUD-ACCT-CAPACITY
                   " ENTRIES - "
                   "AUDIT CANNOT RUN: " ACCT-ACCOUNT-ID
               MOVE "Y" TO WS-ABORT-SWITCH
               GO TO 2450-EXIT
           END-IF.
           ADD 1 TO JAUD-ACCOUNT-COUNT.
           MOVE JAUD-ACCOUNT-COUNT TO JAUD-ACCT-SUB.
           MOVE ACCT-ACCOUNT-ID TO JAUD-ACCT-ID(JAUD-ACCT-SUB).
           MOVE ZERO TO JAUD-ACCT-MASTER-BAL(JAUD-ACCT-SUB)
                        JAUD-ACCT-REBUILT-BAL(JAUD-ACCT-SUB).
           MOVE "N" TO JAUD-ACCT-ON-MASTER(JAUD-ACCT-SUB).
           MOVE "Y" TO WS-ACCT-FOUND.
       2450-EXIT.
           EXIT.

      *    Difference is what the file holds less what the journal
      *    says it should hold.  Any break fails the run.
       2900-REPORT-BREAK.
           ADD 1 TO JAUD-BREAK-COUNT.
           MOVE "Y" TO WS-ABORT-SWITCH.
           COMPUTE JAUD-BRK-DIFFERENCE =
               JAUD-BRK-FOUND - JAUD-BRK-EXPECTED.
           MOVE JAUD-BRK-KIND TO JAUD-DET-KIND.
           MOVE JAUD-BRK-ACCOUNT TO JAUD-DET-ACCOUNT.
           MOVE JAUD-BRK-DATE TO JAUD-DET-DATE.
           MOVE JAUD-BRK-EXPECTED TO JAUD-DET-EXPECTED.
           MOVE JAUD-BRK-FOUND TO JAUD-DET-FOUND.
           MOVE JAUD-BRK-DIFFERENCE TO JAUD-DET-DIFFERENCE.
           WRITE JAUDRPT-PRINT-LINE FROM JAUD-DETAIL-LINE.
       2900-EXIT.
           EXIT.

      ******************************************************************
      *  3000-CHECK-ACCOUNT-MASTER - with the whole journal applied,   *
      *  each account's rebuilt balance must be its standing balance   *
      *  on the master, and a deleted account's must be zero.          *
      ******************************************************************
       3000-CHECK-ACCOUNT-MASTER.
           PERFORM VARYING JAUD-ACCT-SUB FROM 1 BY 1
                   UNTIL JAUD-ACCT-SUB > JAUD-ACCOUNT-COUNT
               ADD 1 TO JAUD-ACCOUNTS-CHECKED
               IF JAUD-ACCT-MASTER-BAL(JAUD-ACCT-SUB)
                   NOT = JAUD-ACCT-REBUILT-BAL(JAUD-ACCT-SUB)
                   IF JAUD-ACCT-DELETED(JAUD-ACCT-SUB)
                       MOVE "NO ACCOUNT" TO JAUD-BRK-KIND
                   ELSE
                       MOVE "ACCTMST" TO JAUD-BRK-KIND
                   END-IF
                   MOVE JAUD-ACCT-ID(JAUD-ACCT-SUB) TO JAUD-BRK-ACCOUNT
                   MOVE JAUD-LAST-JRNL-DATE TO JAUD-BRK-DATE
                   MOVE JAUD-ACCT-REBUILT-BAL(JAUD-ACCT-SUB)
                       TO JAUD-BRK-EXPECTED
                   MOVE JAUD-ACCT-MASTER-BAL(JAUD-ACCT-SUB)
                       TO JAUD-BRK-FOUND
                   PERFORM 2900-REPORT-BREAK THRU 2900-EXIT
               END-IF
           END-PERFORM.
       3000-EXIT.
           EXIT.

      ******************************************************************
      *  8000-WRITE-TOTALS                                             *
      ******************************************************************
       8000-WRITE-TOTALS.
           IF JAUD-BREAK-COUNT = ZERO
               IF RUN-MUST-ABORT
                   MOVE "AUDIT NOT COMPLETED - SEE JOB LOG"
                       TO JAUD-MSG-TEXT
               ELSE
                   MOVE "NO BREAKS - JOURNAL, HISTORY AND MASTER AGREE"
                       TO JAUD-MSG-TEXT
               END-IF
               WRITE JAUDRPT-PRINT-LINE FROM JAUD-MESSAGE-LINE
           END-IF.
           MOVE "JOURNAL RECORDS READ    " TO JAUD-TOT-LABEL.
           MOVE JAUD-JOURNAL-READ TO JAUD-TOT-VALUE.
           WRITE JAUDRPT-PRINT-LINE FROM JAUD-TOTAL-LINE.
           MOVE "BALHIST RECORDS CHECKED " TO JAUD-TOT-LABEL.
           MOVE JAUD-BALHIST-READ TO JAUD-TOT-VALUE.
           WRITE JAUDRPT-PRINT-LINE FROM JAUD-TOTAL-LINE.
           MOVE "ACCOUNTS CHECKED        " TO JAUD-TOT-LABEL.
           MOVE JAUD-ACCOUNTS-CHECKED TO JAUD-TOT-VALUE.
           WRITE JAUDRPT-PRINT-LINE FROM JAUD-TOTAL-LINE.
           MOVE "BREAKS REPORTED         " TO JAUD-TOT-LABEL.
           MOVE JAUD-BREAK-COUNT TO JAUD-TOT-VALUE.
           WRITE JAUDRPT-PRINT-LINE FROM JAUD-TOTAL-LINE.
       8000-EXIT.
           EXIT.

      ******************************************************************
      *  9999-TERMINATE-RUN                                            *
      ******************************************************************
       9999-TERMINATE-RUN.
           CLOSE POSTED-JOURNAL-FILE
                 BALANCE-HISTORY-FILE
                 ACCOUNT-MASTER
                 AUDIT-REPORT-FILE.
           DISPLAY "JRNLAUD0 BREAKS REPORTED: " JAUD-BREAK-COUNT.
           IF RUN-MUST-ABORT
               MOVE 12 TO RETURN-CODE
           END-IF.
       9999-EXIT.
           EXIT.
