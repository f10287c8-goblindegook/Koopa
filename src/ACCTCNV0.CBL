      ******************************************************************
      *                                                                *
      *  ACCTCNV0.CBL                                                  *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     ACCTCNV0.
       AUTHOR.         R SHIELDS.
       INSTALLATION.   DATA PROCESSING CENTER.
       DATE-WRITTEN.   2026-10-15.
       DATE-COMPILED.

      ******************************************************************
      *  CHANGE LOG                                                    *
      *  DATE       INIT  DESCRIPTION                                  *
      *  ---------- ----  ------------------------------------------   *
      *  2026-10-15  RLS  One-time conversion of the ACCTMST savings   *
      *                   account master to the ACCTREC layout that    *
      *                   carries the dormancy base date.  The old     *
      *                   master, unloaded in key order (OLDACCT), is  *
      *                   loaded to a new ACCTMST record for record,   *
      *                   with each account's base date set to its     *
      *                   maint date - the last time ACCTMNT0 touched  *
      *                   it - or to the conversion date where no      *
      *                   maint date was ever stamped.  Run once,      *
      *                   before the first run of anything that reads  *
      *                   the master on the new layout; the new master *
      *                   then replaces the old.  A shop with no master*
      *                   yet still runs it once, to an empty ACCTMST. *
      *                   The RUNDEPS deck holds the master's readers  *
      *                   behind it (ACCTMNT0 P ACCTCNV0 L and the     *
      *                   rest) and marks it not repeatable.           *
      *                                                                *
      ******************************************************************

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *    The ACCTMST master as ACCTMNT0 kept it before the dormancy
      *    base date was added, unloaded in account-ID order.
           SELECT OLD-ACCOUNT-MASTER
               ASSIGN TO OLDACCT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OLDACCT-STATUS.

      *    The converted master, in the current ACCTREC layout, loaded
      *    in the same key order.
           SELECT ACCOUNT-MASTER
               ASSIGN TO ACCTMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACCT-ACCOUNT-ID
               FILE STATUS IS WS-ACCTMST-STATUS.

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

      *    The old ACCTREC layout - the current record less the
      *    dormancy base date at the end.
       FD  OLD-ACCOUNT-MASTER
           LABEL RECORDS ARE STANDARD.
       01  OLD-ACCOUNT-MASTER-RECORD.
           05  OAC-ACCOUNT-ID              PIC X(05).
           05  OAC-ACCOUNT-NAME            PIC X(40).
           05  OAC-STATUS-CODE             PIC X(01).
           05  OAC-CURRENT-BALANCE         PIC S9(07)V99 COMP-3.
           05  OAC-MAINT-DATE              PIC 9(08).

       FD  ACCOUNT-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY ACCTREC.

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

       77  RCT-PROGRAM-ID                  PIC X(08) VALUE "ACCTCNV0".
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
       77  WS-EOF-OLDACCT                  PIC X(01) VALUE "N".
           88  OLDACCT-EOF                           VALUE "Y".

       77  WS-OLDACCT-STATUS               PIC X(02) VALUE SPACES.
       77  WS-ACCTMST-STATUS               PIC X(02) VALUE SPACES.

      *    Set when a file fails or a record is not in the old layout:
      *    a half-loaded master must never replace the old one, so
      *    the run ends RC 12 and the old master is kept.
       77  WS-ABORT-SWITCH                 PIC X(01) VALUE "N".
           88  RUN-MUST-ABORT                        VALUE "Y".

      *    No old master means no account has been opened yet - an
      *    empty new master, not a failure.
       77  WS-MASTER-SWITCH                PIC X(01) VALUE "N".
           88  OLD-MASTER-PRESENT                    VALUE "Y".

       77  ACV-RECORDS-READ                PIC 9(07) COMP VALUE ZERO.
       77  ACV-RECORDS-WRITTEN             PIC 9(07) COMP VALUE ZERO.
       77  THC-CATEGORY-SUB                PIC 9(04) COMP VALUE ZERO.

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
           IF OLD-MASTER-PRESENT AND NOT RUN-MUST-ABORT
               PERFORM 2000-CONVERT-MASTER THRU 2000-EXIT
           END-IF.
           PERFORM 9999-TERMINATE-RUN THRU 9999-EXIT.
           PERFORM 0900-END-RUN-CONTROL THRU 0900-EXIT.
           GOBACK.

      ******************************************************************
      *  0100-START-RUN-CONTROL - before the run opens a file it       *
      *  checks itself in on the RUNLEDG run-control ledger.  Every    *
      *  predecessor the RUNDEPS deck names for ACCTCNV0 must have     *
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
               DISPLAY "ACCTCNV0 REFUSED - NO RUN-CONTROL LEDGER"
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
                   DISPLAY "ACCTCNV0 REFUSED - " RCT-REFUSAL-REASON
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
               DISPLAY "ACCTCNV0 REFUSED - " RCT-REFUSAL-REASON
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
           MOVE "READ" TO RCL-COUNT-LABEL(1).
           MOVE ACV-RECORDS-READ TO RCL-COUNT-VALUE(1).
           MOVE "WRITTEN" TO RCL-COUNT-LABEL(2).
           MOVE ACV-RECORDS-WRITTEN TO RCL-COUNT-VALUE(2).
       0950-EXIT.
           EXIT.

      ******************************************************************
      *  1000-INITIALIZE-RUN                                           *
      ******************************************************************
       1000-INITIALIZE-RUN.
           OPEN OUTPUT ACCOUNT-MASTER.
           IF WS-ACCTMST-STATUS NOT = "00"
               DISPLAY "ACCTMST OPEN FAILED, STATUS = "
                   WS-ACCTMST-STATUS
               MOVE "Y" TO WS-ABORT-SWITCH
               GO TO 1000-EXIT
           END-IF.
           OPEN INPUT OLD-ACCOUNT-MASTER.
           IF WS-OLDACCT-STATUS = "35"
               DISPLAY "OLDACCT NOT FOUND - EMPTY ACCTMST WRITTEN"
               GO TO 1000-EXIT
           END-IF.
           IF WS-OLDACCT-STATUS NOT = "00"
               DISPLAY "OLDACCT OPEN FAILED, STATUS = "
                   WS-OLDACCT-STATUS
               MOVE "Y" TO WS-ABORT-SWITCH
               GO TO 1000-EXIT
           END-IF.
           MOVE "Y" TO WS-MASTER-SWITCH.
       1000-EXIT.
           EXIT.

      ******************************************************************
      *  2000-CONVERT-MASTER - one new record per old one, in the key  *
      *  order the unload holds them; a record out of order or with a  *
      *  duplicate ID is refused by the load and stops the run.        *
      ******************************************************************
       2000-CONVERT-MASTER.
           PERFORM UNTIL OLDACCT-EOF
               READ OLD-ACCOUNT-MASTER
                   AT END
                       MOVE "Y" TO WS-EOF-OLDACCT
                   NOT AT END
                       PERFORM 2100-CONVERT-ONE-RECORD THRU 2100-EXIT
               END-READ
           END-PERFORM.
       2000-EXIT.
           EXIT.

      *    The old record is the leading part of the new one, so it
      *    moves across whole.  A balance or date that is not numeric
      *    means the input is not an old-layout master - most likely
      *    a master already converted - and the run stops there.
      *    Dormancy idleness is then counted from the later of the
      *    base date and the account's last customer posting, so a
      *    maint date only ever makes an account look younger than
      *    the journal alone would.
       2100-CONVERT-ONE-RECORD.
           ADD 1 TO ACV-RECORDS-READ.
           IF OAC-CURRENT-BALANCE NOT NUMERIC
               OR OAC-MAINT-DATE NOT NUMERIC
               DISPLAY "OLDACCT RECORD " ACV-RECORDS-READ
                   " NOT IN THE OLD LAYOUT - NO CONVERSION"
               MOVE "Y" TO WS-ABORT-SWITCH
               MOVE "Y" TO WS-EOF-OLDACCT
               GO TO 2100-EXIT
           END-IF.
           MOVE OLD-ACCOUNT-MASTER-RECORD TO ACCOUNT-MASTER-RECORD.
           IF ACCT-MAINT-DATE = ZERO
               MOVE RCT-BUSINESS-DATE TO ACCT-DORMANCY-BASE-DATE
           ELSE
               MOVE ACCT-MAINT-DATE TO ACCT-DORMANCY-BASE-DATE
           END-IF.
           WRITE ACCOUNT-MASTER-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.
           IF WS-ACCTMST-STATUS NOT = "00"
               DISPLAY "ACCTMST WRITE FAILED FOR " ACCT-ACCOUNT-ID
                   ", STATUS = " WS-ACCTMST-STATUS
               MOVE "Y" TO WS-ABORT-SWITCH
               MOVE "Y" TO WS-EOF-OLDACCT
               GO TO 2100-EXIT
           END-IF.
           ADD 1 TO ACV-RECORDS-WRITTEN.
       2100-EXIT.
           EXIT.

      ******************************************************************
      *  9999-TERMINATE-RUN                                            *
      ******************************************************************
       9999-TERMINATE-RUN.
           IF OLD-MASTER-PRESENT
               CLOSE OLD-ACCOUNT-MASTER
           END-IF.
           CLOSE ACCOUNT-MASTER.
           DISPLAY "ACCTCNV0 RECORDS READ: " ACV-RECORDS-READ.
           DISPLAY "ACCTCNV0 RECORDS WRITTEN: " ACV-RECORDS-WRITTEN.
           IF RUN-MUST-ABORT
               MOVE 12 TO RETURN-CODE
           END-IF.
       9999-EXIT.
           EXIT.
