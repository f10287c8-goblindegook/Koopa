      ******************************************************************
      *                                                                *
      *  SECVRPT0.CBL                                                  *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     SECVRPT0.
       AUTHOR.         R SHIELDS.
       INSTALLATION.   DATA PROCESSING CENTER.
       DATE-WRITTEN.   2026-10-15.
       DATE-COMPILED.

      ******************************************************************
      *  CHANGE LOG                                                    *
      *  DATE       INIT  DESCRIPTION                                  *
      *  ---------- ----  ------------------------------------------   *
      *  2026-10-15  RLS  Daily security-violations report: lists one  *
      *                   day's refused attempts from the SECVIOL      *
      *                   trail - every maintenance run and the        *
      *                   nightly run's console override write to it - *
      *                   with a count by program and a day total on   *
      *                   SECVRPT.  The day is today unless a SECVCTL  *
      *                   card names another.                          *
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

      *    Optional report-date card; no card, or a blank date, means
      *    today.
           SELECT SECVIOL-CONTROL-FILE
               ASSIGN TO SECVCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SECVCTL-STATUS.

      *    Security-violation trail appended by the maintenance runs
      *    and the nightly run's console override.
           SELECT SECURITY-VIOLATION-FILE
               ASSIGN TO SECVIOL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SECVIOL-STATUS.

      *    Printed security-violations report.
           SELECT SECVIOL-REPORT-FILE
               ASSIGN TO SECVRPT
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

       FD  SECVIOL-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
       01  SECVIOL-CONTROL-RECORD.
           05  SVC-REPORT-DATE             PIC X(08).
           05  FILLER                      PIC X(72).

       FD  SECURITY-VIOLATION-FILE
           LABEL RECORDS ARE STANDARD.
           COPY SECVREC.

       FD  SECVIOL-REPORT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS.
       01  SECVRPT-PRINT-LINE              PIC X(132).

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

       77  RCT-PROGRAM-ID                  PIC X(08) VALUE "SECVRPT0".
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
       77  WS-EOF-SECVIOL                  PIC X(01) VALUE "N".
           88  SECVIOL-EOF                           VALUE "Y".

       77  WS-SECVCTL-STATUS               PIC X(02) VALUE SPACES.
       77  WS-SECVIOL-STATUS               PIC X(02) VALUE SPACES.

      *    Set when the control card is unusable: better no report
      *    than a report for the wrong day.
       77  WS-ABORT-SWITCH                 PIC X(01) VALUE "N".
           88  RUN-MUST-ABORT                        VALUE "Y".

      *    No trail yet means nothing has ever been refused - a clean
      *    report, not a failure.
       77  WS-TRAIL-SWITCH                 PIC X(01) VALUE "N".
           88  TRAIL-PRESENT                         VALUE "Y".

       77  WS-CURRENT-DATE                 PIC 9(08) VALUE ZERO.

       77  SVR-REPORT-DATE                 PIC 9(08) VALUE ZERO.
       77  SVR-RECORDS-READ                PIC 9(07) COMP VALUE ZERO.
       77  SVR-DAY-COUNT                   PIC 9(05) COMP VALUE ZERO.
       77  SVR-OTHER-COUNT                 PIC 9(05) COMP VALUE ZERO.

      *    One entry per program with a refusal on the report day, in
      *    the order first met on the trail.  Only the maintenance
      *    runs and CALVRUN0 write the trail, so twenty is ample; any
      *    program past the twentieth is counted under OTHER.
       77  SVR-PROGRAM-COUNT               PIC 9(04) COMP VALUE ZERO.
       77  SVR-PROG-SUB                    PIC 9(04) COMP VALUE ZERO.
       77  SVR-FOUND-SUB                   PIC 9(04) COMP VALUE ZERO.
       01  SVR-PROGRAM-TABLE.
           05  SVR-PROG-ENTRY OCCURS 20 TIMES.
               10  SVR-PROG-ID             PIC X(08).
               10  SVR-PROG-COUNT          PIC 9(05) COMP.

      ******************************************************************
      *  REPORT LINES                                                  *
      ******************************************************************
       01  SVR-HEADING-LINE.
           05  FILLER                      PIC X(30) VALUE
                   "SECURITY VIOLATIONS REPORT".
           05  FILLER                      PIC X(12) VALUE
                   "REPORT DATE ".
           05  SVR-HDG-REPORT-DATE         PIC 9(08).
           05  FILLER                      PIC X(11) VALUE
                   "  RUN DATE ".
           05  SVR-HDG-RUN-DATE            PIC 9(08).
           05  FILLER                      PIC X(63) VALUE SPACES.

       01  SVR-COLUMN-LINE.
           05  FILLER                      PIC X(10) VALUE "TIME".
           05  FILLER                      PIC X(10) VALUE "PROGRAM".
           05  FILLER                      PIC X(10) VALUE "OPERATOR".
           05  FILLER                      PIC X(05) VALUE "ACT".
           05  FILLER                      PIC X(22) VALUE "RECORD KEY".
           05  FILLER                      PIC X(75) VALUE "REASON".

       01  SVR-DETAIL-LINE.
           05  SVR-DET-TIME                PIC 9(08).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  SVR-DET-PROGRAM             PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  SVR-DET-OPERATOR            PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  SVR-DET-ACTION              PIC X(01).
           05  FILLER                      PIC X(04) VALUE SPACES.
           05  SVR-DET-RECORD-KEY          PIC X(20).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  SVR-DET-REASON              PIC X(40).
           05  FILLER                      PIC X(35) VALUE SPACES.

       01  SVR-NONE-LINE.
           05  FILLER                      PIC X(40) VALUE
                   "NO SECURITY VIOLATIONS FOR THIS DATE".
           05  FILLER                      PIC X(92) VALUE SPACES.

       01  SVR-TOTAL-LINE.
           05  FILLER                      PIC X(12) VALUE
                   "VIOLATIONS  ".
           05  SVR-TOT-LABEL               PIC X(14).
           05  SVR-TOT-VALUE               PIC Z,ZZZ,ZZ9.
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
               PERFORM 2000-SCAN-TRAIL THRU 2000-EXIT
               PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT
           END-IF.
           PERFORM 9999-TERMINATE-RUN THRU 9999-EXIT.
           PERFORM 0900-END-RUN-CONTROL THRU 0900-EXIT.
           GOBACK.

      ******************************************************************
      *  0100-START-RUN-CONTROL - before the run opens a file it       *
      *  checks itself in on the RUNLEDG run-control ledger.  Every    *
      *  predecessor the RUNDEPS deck names for SECVRPT0 must have     *
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
               DISPLAY "SECVRPT0 REFUSED - NO RUN-CONTROL LEDGER"
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
                   DISPLAY "SECVRPT0 REFUSED - " RCT-REFUSAL-REASON
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
               DISPLAY "SECVRPT0 REFUSED - " RCT-REFUSAL-REASON
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
           MOVE SVR-RECORDS-READ TO RCL-COUNT-VALUE(1).
           MOVE "REPORTED" TO RCL-COUNT-LABEL(2).
           MOVE SVR-DAY-COUNT TO RCL-COUNT-VALUE(2).
       0950-EXIT.
           EXIT.

      ******************************************************************
      *  1000-INITIALIZE-RUN                                           *
      ******************************************************************
       1000-INITIALIZE-RUN.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE WS-CURRENT-DATE TO SVR-REPORT-DATE.
           OPEN OUTPUT SECVIOL-REPORT-FILE.
           OPEN INPUT SECVIOL-CONTROL-FILE.
           IF WS-SECVCTL-STATUS = "00"
               READ SECVIOL-CONTROL-FILE
                   AT END
                       MOVE SPACES TO SVC-REPORT-DATE
               END-READ
               PERFORM 1100-EDIT-CONTROL-CARD THRU 1100-EXIT
               CLOSE SECVIOL-CONTROL-FILE
           END-IF.
           IF RUN-MUST-ABORT
               GO TO 1000-EXIT
           END-IF.
           OPEN INPUT SECURITY-VIOLATION-FILE.
           IF WS-SECVIOL-STATUS = "00"
               MOVE "Y" TO WS-TRAIL-SWITCH
           ELSE
               IF WS-SECVIOL-STATUS NOT = "35"
                   DISPLAY "SECVIOL OPEN FAILED, STATUS = "
                       WS-SECVIOL-STATUS
                   MOVE "Y" TO WS-ABORT-SWITCH
                   GO TO 1000-EXIT
               END-IF
           END-IF.
           MOVE SVR-REPORT-DATE TO SVR-HDG-REPORT-DATE.
           MOVE WS-CURRENT-DATE TO SVR-HDG-RUN-DATE.
           WRITE SECVRPT-PRINT-LINE FROM SVR-HEADING-LINE.
           WRITE SECVRPT-PRINT-LINE FROM SVR-COLUMN-LINE.
       1000-EXIT.
           EXIT.

       1100-EDIT-CONTROL-CARD.
           IF SVC-REPORT-DATE = SPACES
               GO TO 1100-EXIT
           END-IF.
           IF SVC-REPORT-DATE NOT NUMERIC
               DISPLAY "SECVCTL REPORT DATE NOT NUMERIC - NO RUN"
               MOVE "Y" TO WS-ABORT-SWITCH
               GO TO 1100-EXIT
           END-IF.
           MOVE SVC-REPORT-DATE TO SVR-REPORT-DATE.
       1100-EXIT.
           EXIT.

      ******************************************************************
      *  2000-SCAN-TRAIL - the trail is in the order the attempts were *
      *  made, so the day's lines print in time order within each run. *
      ******************************************************************
       2000-SCAN-TRAIL.
           IF NOT TRAIL-PRESENT
               GO TO 2000-EXIT
           END-IF.
           MOVE "N" TO WS-EOF-SECVIOL.
           PERFORM UNTIL SECVIOL-EOF
               READ SECURITY-VIOLATION-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-SECVIOL
                   NOT AT END
                       ADD 1 TO SVR-RECORDS-READ
                       IF SCV-RUN-DATE = SVR-REPORT-DATE
                           PERFORM 2100-REPORT-ONE-VIOLATION
                               THRU 2100-EXIT
                       END-IF
               END-READ
           END-PERFORM.
       2000-EXIT.
           EXIT.

       2100-REPORT-ONE-VIOLATION.
           ADD 1 TO SVR-DAY-COUNT.
           MOVE SCV-RUN-TIME TO SVR-DET-TIME.
           MOVE SCV-PROGRAM-ID TO SVR-DET-PROGRAM.
           MOVE SCV-OPERATOR-ID TO SVR-DET-OPERATOR.
           MOVE SCV-ACTION-CODE TO SVR-DET-ACTION.
           MOVE SCV-RECORD-KEY TO SVR-DET-RECORD-KEY.
           MOVE SCV-REASON TO SVR-DET-REASON.
           WRITE SECVRPT-PRINT-LINE FROM SVR-DETAIL-LINE.
           MOVE ZERO TO SVR-FOUND-SUB.
           PERFORM VARYING SVR-PROG-SUB FROM 1 BY 1
                   UNTIL SVR-PROG-SUB > SVR-PROGRAM-COUNT
               IF SVR-PROG-ID(SVR-PROG-SUB) = SCV-PROGRAM-ID
                   MOVE SVR-PROG-SUB TO SVR-FOUND-SUB
               END-IF
           END-PERFORM.
           IF SVR-FOUND-SUB = ZERO
               IF SVR-PROGRAM-COUNT NOT < 20
                   ADD 1 TO SVR-OTHER-COUNT
                   GO TO 2100-EXIT
               END-IF
               ADD 1 TO SVR-PROGRAM-COUNT
               MOVE SVR-PROGRAM-COUNT TO SVR-FOUND-SUB
               MOVE SCV-PROGRAM-ID TO SVR-PROG-ID(SVR-FOUND-SUB)
               MOVE ZERO TO SVR-PROG-COUNT(SVR-FOUND-SUB)
           END-IF.
           ADD 1 TO SVR-PROG-COUNT(SVR-FOUND-SUB).
       2100-EXIT.
           EXIT.

      ******************************************************************
      *  8000-WRITE-TOTALS                                             *
      ******************************************************************
       8000-WRITE-TOTALS.
           IF SVR-DAY-COUNT = ZERO
               WRITE SECVRPT-PRINT-LINE FROM SVR-NONE-LINE
           END-IF.
           PERFORM VARYING SVR-PROG-SUB FROM 1 BY 1
                   UNTIL SVR-PROG-SUB > SVR-PROGRAM-COUNT
               MOVE SVR-PROG-ID(SVR-PROG-SUB) TO SVR-TOT-LABEL
               MOVE SVR-PROG-COUNT(SVR-PROG-SUB) TO SVR-TOT-VALUE
               WRITE SECVRPT-PRINT-LINE FROM SVR-TOTAL-LINE
           END-PERFORM.
           IF SVR-OTHER-COUNT > ZERO
               MOVE "OTHER" TO SVR-TOT-LABEL
               MOVE SVR-OTHER-COUNT TO SVR-TOT-VALUE
               WRITE SECVRPT-PRINT-LINE FROM SVR-TOTAL-LINE
           END-IF.
           MOVE "DAY TOTAL" TO SVR-TOT-LABEL.
           MOVE SVR-DAY-COUNT TO SVR-TOT-VALUE.
           WRITE SECVRPT-PRINT-LINE FROM SVR-TOTAL-LINE.
       8000-EXIT.
           EXIT.

      ******************************************************************
      *  9999-TERMINATE-RUN                                            *
      ******************************************************************
       9999-TERMINATE-RUN.
           IF TRAIL-PRESENT
               CLOSE SECURITY-VIOLATION-FILE
           END-IF.
           CLOSE SECVIOL-REPORT-FILE.
           DISPLAY "SECVRPT0 VIOLATIONS REPORTED: " SVR-DAY-COUNT.
           IF RUN-MUST-ABORT
               MOVE 12 TO RETURN-CODE
           END-IF.
       9999-EXIT.
           EXIT.
