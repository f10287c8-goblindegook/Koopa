      *                   a change renames or re-statuses it; a        *
      *                   delete is refused while money remains on     *
      *                   the account.                                 *
      *  2026-10-15  RLS  Reactivation card (action R) returns a       *
      *                   dormant account to open and restarts its     *
      *                   dormancy clock; it is the only way out of    *
      *                   dormant status - a change card may not       *
      *                   re-open a dormant account.  An add stamps    *
      *                   the dormancy base date with the open date.   *
      *  2026-10-15  RLS  Each card is checked against the OPERAUTH    *
      *                   operator authority master before it is       *
      *                   applied; a blank, unknown, revoked or        *
      *                   unauthorized operator is rejected to the     *
      *                   error listing and logged to the SECVIOL      *
      *                   security-violation trail.                    *
      *                   The card carries the operator ID in          *
      *                   columns 48-55.                               *
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
      *  2026-10-15  RLS  A change card may only rename a dormant      *
      *                   account; any status change on one is         *
      *                   rejected, so only an R card takes an account *
      *                   out of dormant.                              *
      *                                                                *
      ******************************************************************

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *    Card-image add / change / delete / reactivate transactions.
           SELECT ACCOUNT-TRANS-FILE
               ASSIGN TO ACCTTRN
               ORGANIZATION IS SEQUENTIAL.
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
               ASSIGN TO ACCTERR
               ASSIGN TO ACCTRPT
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
               88  ATR-ACTION-ADD                    VALUE "A".
               88  ATR-ACTION-CHANGE                 VALUE "C".
               88  ATR-ACTION-DELETE                 VALUE "D".
               88  ATR-ACTION-REACTIVATE             VALUE "R".
           05  ATR-ACCOUNT-ID              PIC X(05).
           05  ATR-ACCOUNT-NAME            PIC X(40).
           05  ATR-STATUS-CODE             PIC X(01).
               88  ATR-STATUS-OPEN                   VALUE "O".
               88  ATR-STATUS-CLOSED                 VALUE "C".
           05  ATR-OPERATOR-ID             PIC X(08).
           05  FILLER                      PIC X(25).

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
           RECORD CONTAINS 132 CHARACTERS.
       01  ACCTRPT-PRINT-LINE              PIC X(132).

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

       77  RCT-PROGRAM-ID                  PIC X(08) VALUE "ACCTMNT0".
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
           88  TRANS-EOF                             VALUE "Y".

       77  WS-ACCTMST-STATUS               PIC X(02) VALUE SPACES.
       77  WS-OPERAUTH-STATUS              PIC X(02) VALUE SPACES.
       77  WS-SECVIOL-STATUS               PIC X(02) VALUE SPACES.

      *    Set when ACCTMST fails to open: no cards may be processed
      *    against a dead master - the activity report would
       77  WS-KEY-ON-MASTER                PIC X(01) VALUE "N".
           88  KEY-ON-MASTER                         VALUE "Y".

       77  WS-OPERATOR-SWITCH              PIC X(01) VALUE "N".
           88  OPERATOR-AUTHORIZED                   VALUE "Y".

       77  AMT-TRANS-READ-COUNT            PIC 9(05) COMP VALUE ZERO.
       77  AMT-APPLIED-COUNT               PIC 9(05) COMP VALUE ZERO.
       77  AMT-REJECT-COUNT                PIC 9(05) COMP VALUE ZERO.
       77  AMT-VIOLATION-COUNT             PIC 9(05) COMP VALUE ZERO.

       77  WS-CURRENT-DATE                 PIC 9(08) VALUE ZERO.
       77  WS-CURRENT-TIME                 PIC 9(08) VALUE ZERO.

       77  OPR-SUB                         PIC 9(04) COMP VALUE ZERO.
       77  OPR-FUNCTION-SUB                PIC 9(04) COMP VALUE ZERO.
       77  OPR-ACTION-HITS                 PIC 9(04) COMP VALUE ZERO.

      ******************************************************************
      *  REPORT LINES                                                  *
      ******************************************************************
           05  FILLER                      PIC X(65) VALUE SPACES.

       01  AMT-ACTION-LINE.
           05  AMT-ACT-VERB                PIC X(10).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  AMT-ACT-ACCOUNT-ID          PIC X(05).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  FILLER                      PIC X(09) VALUE
                   " BALANCE ".
           05  AMT-ACT-BALANCE             PIC $$$,$$$,$$9.99-.
           05  FILLER                      PIC X(40) VALUE SPACES.

       01  AMT-TOTAL-LINE.
           05  FILLER                      PIC X(20) VALUE
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  AMT-ERR-ACCOUNT-ID          PIC X(05).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  AMT-ERR-OPERATOR            PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  AMT-ERR-MESSAGE             PIC X(40).
           05  FILLER                      PIC X(72) VALUE SPACES.

      ******************************************************************
      *  RUN CONTROL PREDECESSOR TABLE                                 *
      ******************************************************************
       01  RCT-PREDECESSOR-TABLE.
           05  RCT-PRED-ENTRY OCCURS 20 TIMES.
               10  RCT-PRED-PROGRAM-ID     PIC X(08).
               10  RCT-PRED-RULE           PIC X(01).

       PROCEDURE DIVISION.

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
      *  predecessor the RUNDEPS deck names for ACCTMNT0 must have     *
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
               DISPLAY "ACCTMNT0 REFUSED - NO RUN-CONTROL LEDGER"
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
                   DISPLAY "ACCTMNT0 REFUSED - " RCT-REFUSAL-REASON
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
               DISPLAY "ACCTMNT0 REFUSED - " RCT-REFUSAL-REASON
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
           MOVE AMT-APPLIED-COUNT TO RCL-COUNT-VALUE(1).
           MOVE "REJECTED" TO RCL-COUNT-LABEL(2).
           MOVE AMT-REJECT-COUNT TO RCL-COUNT-VALUE(2).
           MOVE "VIOLATIONS" TO RCL-COUNT-LABEL(3).
           MOVE AMT-VIOLATION-COUNT TO RCL-COUNT-VALUE(3).
       0950-EXIT.
           EXIT.

      ******************************************************************
      *  1000-INITIALIZE-RUN                                           *
      ******************************************************************
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
           MOVE WS-CURRENT-DATE TO AMT-HDG-DATE.
           MOVE WS-CURRENT-TIME TO AMT-HDG-TIME.
           WRITE ACCTRPT-PRINT-LINE FROM AMT-HEADING-LINE.
           EXIT.

       2100-APPLY-ONE-TRANSACTION.
           PERFORM 2050-CHECK-OPERATOR-AUTHORITY THRU 2050-EXIT.
           IF NOT OPERATOR-AUTHORIZED
               PERFORM 2400-REJECT-TRANSACTION THRU 2400-EXIT
               PERFORM 2060-LOG-SECURITY-VIOLATION THRU 2060-EXIT
               GO TO 2100-EXIT
           END-IF.
           IF ATR-ACCOUNT-ID = SPACES
               MOVE "ACCOUNT ID IS BLANK" TO AMT-ERR-MESSAGE
               PERFORM 2400-REJECT-TRANSACTION THRU 2400-EXIT
                   IF ATR-ACTION-DELETE
                       PERFORM 2130-APPLY-DELETE THRU 2130-EXIT
                   ELSE
                       IF ATR-ACTION-REACTIVATE
                           PERFORM 2140-APPLY-REACTIVATE
                               THRU 2140-EXIT
                       ELSE
                           MOVE "ACTION CODE NOT A / C / D / R"
                               TO AMT-ERR-MESSAGE
                           PERFORM 2400-REJECT-TRANSACTION
                               THRU 2400-EXIT
                       END-IF
                   END-IF
               END-IF
           END-IF.
       2100-EXIT.
           EXIT.

      *    The operator on the card must be an active operator with
      *    ACCTMNT0 authority for the card's action code on the
      *    OPERAUTH master.  On failure AMT-ERR-MESSAGE carries the
      *    reason for the error listing and the violation trail.
       2050-CHECK-OPERATOR-AUTHORITY.
           MOVE "N" TO WS-OPERATOR-SWITCH.
           IF ATR-OPERATOR-ID = SPACES
               MOVE "OPERATOR ID IS BLANK" TO AMT-ERR-MESSAGE
               GO TO 2050-EXIT
           END-IF.
           MOVE "OPERATOR NOT ON AUTHORITY MASTER" TO AMT-ERR-MESSAGE.
           MOVE ATR-OPERATOR-ID TO OPA-OPERATOR-ID.
           READ OPERATOR-AUTHORITY-MASTER
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-OPERAUTH-STATUS NOT = "00"
               GO TO 2050-EXIT
           END-IF.
           IF NOT OPA-STATUS-ACTIVE
               MOVE "OPERATOR AUTHORITY REVOKED" TO AMT-ERR-MESSAGE
               GO TO 2050-EXIT
           END-IF.
           MOVE ZERO TO OPR-FUNCTION-SUB.
           PERFORM VARYING OPR-SUB FROM 1 BY 1 UNTIL OPR-SUB > 10
               IF OPA-FUNCTION-ID(OPR-SUB) = "ACCTMNT0"
                   MOVE OPR-SUB TO OPR-FUNCTION-SUB
               END-IF
           END-PERFORM.
           IF OPR-FUNCTION-SUB = ZERO
               MOVE "OPERATOR NOT AUTHORIZED FOR THIS RUN"
                   TO AMT-ERR-MESSAGE
               GO TO 2050-EXIT
           END-IF.
           MOVE ZERO TO OPR-ACTION-HITS.
           INSPECT OPA-ACTION-CODES(OPR-FUNCTION-SUB)
               TALLYING OPR-ACTION-HITS FOR ALL ATR-ACTION-CODE.
           IF OPR-ACTION-HITS = ZERO OR ATR-ACTION-CODE = SPACE
               MOVE "OPERATOR NOT AUTHORIZED FOR THIS ACTION"
                   TO AMT-ERR-MESSAGE
               GO TO 2050-EXIT
           END-IF.
           MOVE "Y" TO WS-OPERATOR-SWITCH.
       2050-EXIT.
           EXIT.

      *    AMT-ERR-MESSAGE carries the reason set by 2050.
       2060-LOG-SECURITY-VIOLATION.
           MOVE SPACES TO SECURITY-VIOLATION-RECORD.
           MOVE WS-CURRENT-DATE TO SCV-RUN-DATE.
           MOVE WS-CURRENT-TIME TO SCV-RUN-TIME.
           MOVE "ACCTMNT0" TO SCV-PROGRAM-ID.
           MOVE ATR-OPERATOR-ID TO SCV-OPERATOR-ID.
           MOVE ATR-ACTION-CODE TO SCV-ACTION-CODE.
           MOVE ATR-ACCOUNT-ID TO SCV-RECORD-KEY.
           MOVE AMT-ERR-MESSAGE TO SCV-REASON.
           WRITE SECURITY-VIOLATION-RECORD.
           ADD 1 TO AMT-VIOLATION-COUNT.
       2060-EXIT.
           EXIT.

       2200-READ-MASTER-FOR-KEY.
           MOVE "N" TO WS-KEY-ON-MASTER.
           MOVE ATR-ACCOUNT-ID TO ACCT-ACCOUNT-ID.
           END-IF.
           MOVE ZERO TO ACCT-CURRENT-BALANCE.
           MOVE WS-CURRENT-DATE TO ACCT-MAINT-DATE.
           MOVE WS-CURRENT-DATE TO ACCT-DORMANCY-BASE-DATE.
           WRITE ACCOUNT-MASTER-RECORD
               INVALID KEY
                   MOVE "WRITE REJECTED BY ACCOUNT-MASTER"
      *    A change renames and/or re-statuses the account; the
      *    standing balance is never touched from a card - only the
      *    nightly posting run moves money.  A blank name or status
      *    on the card leaves that field as it stands.  A dormant
      *    account may be renamed but takes no status change at all -
      *    the reactivation card is its only way out of dormant, and
      *    one to be closed is reactivated first, so no dormant
      *    account can be closed and then re-opened by a second card
      *    with its dormancy clock never restarted.
       2120-APPLY-CHANGE.
           IF NOT KEY-ON-MASTER
               MOVE "CHANGE REJECTED - ACCOUNT NOT ON MASTER"
               PERFORM 2400-REJECT-TRANSACTION THRU 2400-EXIT
               GO TO 2120-EXIT
           END-IF.
           IF ACCT-STATUS-DORMANT
               AND ATR-STATUS-CODE NOT = SPACE
               MOVE "ACCOUNT DORMANT - REACTIVATE WITH R CARD"
                   TO AMT-ERR-MESSAGE
               PERFORM 2400-REJECT-TRANSACTION THRU 2400-EXIT
               GO TO 2120-EXIT
           END-IF.
           IF ATR-ACCOUNT-NAME NOT = SPACES
               MOVE ATR-ACCOUNT-NAME TO ACCT-ACCOUNT-NAME
           END-IF.
       2130-EXIT.
           EXIT.

      *    Reactivation is the one way out of dormant status: the
      *    account re-opens and its dormancy clock restarts from
      *    today, so the next DORMNCY0 run does not flag it straight
      *    back before the holder has had a chance to use it.
       2140-APPLY-REACTIVATE.
           IF NOT KEY-ON-MASTER
               MOVE "REACTIVATE REJECTED - NOT ON MASTER"
                   TO AMT-ERR-MESSAGE
               PERFORM 2400-REJECT-TRANSACTION THRU 2400-EXIT
               GO TO 2140-EXIT
           END-IF.
           IF NOT ACCT-STATUS-DORMANT
               MOVE "REACTIVATE REJECTED - NOT DORMANT"
                   TO AMT-ERR-MESSAGE
               PERFORM 2400-REJECT-TRANSACTION THRU 2400-EXIT
               GO TO 2140-EXIT
           END-IF.
           MOVE "O" TO ACCT-STATUS-CODE.
           MOVE WS-CURRENT-DATE TO ACCT-DORMANCY-BASE-DATE.
           MOVE WS-CURRENT-DATE TO ACCT-MAINT-DATE.
           REWRITE ACCOUNT-MASTER-RECORD
               INVALID KEY
                   MOVE "REWRITE REJECTED BY ACCOUNT-MASTER"
                       TO AMT-ERR-MESSAGE
                   PERFORM 2400-REJECT-TRANSACTION THRU 2400-EXIT
                   GO TO 2140-EXIT
           END-REWRITE.
           IF WS-ACCTMST-STATUS NOT = "00"
               MOVE "REWRITE FAILED - SEE FILE STATUS"
                   TO AMT-ERR-MESSAGE
               PERFORM 2400-REJECT-TRANSACTION THRU 2400-EXIT
               GO TO 2140-EXIT
           END-IF.
           MOVE "REACTIVATE" TO AMT-ACT-VERB.
           PERFORM 2300-WRITE-ACTIVITY-LINE THRU 2300-EXIT.
       2140-EXIT.
           EXIT.

      *    AMT-ACT-VERB is set by the caller before this is performed;
      *    the name, status and balance printed are the record as it
      *    now stands on the master.
           ADD 1 TO AMT-REJECT-COUNT.
           MOVE ATR-ACTION-CODE TO AMT-ERR-ACTION.
           MOVE ATR-ACCOUNT-ID TO AMT-ERR-ACCOUNT-ID.
           MOVE ATR-OPERATOR-ID TO AMT-ERR-OPERATOR.
           WRITE ACCTERR-PRINT-LINE FROM AMT-ERROR-LINE.
       2400-EXIT.
           EXIT.
           MOVE AMT-REJECT-COUNT TO AMT-TOT-REJECTED.
           WRITE ACCTRPT-PRINT-LINE FROM AMT-TOTAL-LINE.
           CLOSE ACCOUNT-TRANS-FILE
                 OPERATOR-AUTHORITY-MASTER
                 SECURITY-VIOLATION-FILE
                 ACCOUNT-MASTER
                 ERROR-LISTING-FILE
                 ACTIVITY-REPORT-FILE.
           DISPLAY "ACCTMNT0 TRANSACTIONS APPLIED: " AMT-APPLIED-COUNT.
           DISPLAY "ACCTMNT0 TRANSACTIONS REJECTED: "
               AMT-REJECT-COUNT.
           DISPLAY "ACCTMNT0 SECURITY VIOLATIONS: "
               AMT-VIOLATION-COUNT.
           IF RUN-MUST-ABORT
               MOVE 12 TO RETURN-CODE
           END-IF.
