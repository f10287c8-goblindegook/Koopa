      ******************************************************************
      *                                                                *
      *  RUNSTAT0.CBL                                                  *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     RUNSTAT0.
       AUTHOR.         R SHIELDS.
       INSTALLATION.   DATA PROCESSING CENTER.
       DATE-WRITTEN.   2026-10-15.
       DATE-COMPILED.

      ******************************************************************
      *  CHANGE LOG                                                    *
      *  DATE       INIT  DESCRIPTION                                  *
      *  ---------- ----  ------------------------------------------   *
      *  2026-10-15  RLS  Daily job-stream status report: lists every  *
      *                   RUNLEDG run-control ledger entry for the     *
      *                   business date - clean, failed, refused, or   *
      *                   started and never ended - with times, return *
      *                   code and key counts, then every job-stream   *
      *                   member the RUNDEPS deck expects that day     *
      *                   (daily members always, month-end members on  *
      *                   a CALMST month-end) that has not ended       *
      *                   clean, with the predecessors it is waiting   *
      *                   on.  The day is today unless a RUNSCTL card  *
      *                   names another.  Report on RUNSRPT.           *
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
           SELECT RUNSTAT-CONTROL-FILE
               ASSIGN TO RUNSCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNSCTL-STATUS.

      *    Processing calendar - whether the report date is a
      *    month-end, when the month-end members are also due.
           SELECT CALENDAR-MASTER
               ASSIGN TO CALMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAL-CALENDAR-DATE
               FILE STATUS IS WS-CALMST-STATUS.

      *    Printed job-stream status report.
           SELECT RUNSTAT-REPORT-FILE
               ASSIGN TO RUNSRPT
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

       FD  RUNSTAT-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
       01  RUNSTAT-CONTROL-RECORD.
           05  RSC-REPORT-DATE             PIC X(08).
           05  FILLER                      PIC X(72).

       FD  CALENDAR-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY CALREC.

       FD  RUNSTAT-REPORT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS.
       01  RUNSRPT-PRINT-LINE              PIC X(132).

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

       77  RCT-PROGRAM-ID                  PIC X(08) VALUE "RUNSTAT0".
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
       77  WS-RUNSCTL-STATUS               PIC X(02) VALUE SPACES.
       77  WS-CALMST-STATUS                PIC X(02) VALUE SPACES.

      *    Set when the control card, the calendar or the deck is
      *    unusable: better no report than a wrong one.
       77  WS-ABORT-SWITCH                 PIC X(01) VALUE "N".
           88  RUN-MUST-ABORT                        VALUE "Y".

       77  WS-LEDGER-OPEN-SWITCH           PIC X(01) VALUE "N".
           88  LEDGER-IS-OPEN                        VALUE "Y".

       77  WS-MONTH-END-SWITCH             PIC X(01) VALUE "N".
           88  REPORT-DATE-IS-MONTH-END              VALUE "Y".

       77  WS-CURRENT-DATE                 PIC 9(08) VALUE ZERO.

       77  RSR-REPORT-DATE                 PIC 9(08) VALUE ZERO.
       77  RSR-ENTRIES-READ                PIC 9(07) COMP VALUE ZERO.
       77  RSR-CLEAN-COUNT                 PIC 9(05) COMP VALUE ZERO.
       77  RSR-FAILED-COUNT                PIC 9(05) COMP VALUE ZERO.
       77  RSR-REFUSED-COUNT               PIC 9(05) COMP VALUE ZERO.
       77  RSR-NOT-ENDED-COUNT             PIC 9(05) COMP VALUE ZERO.
       77  RSR-DRAFT-COUNT                 PIC 9(05) COMP VALUE ZERO.
       77  RSR-DAY-COUNT                   PIC 9(05) COMP VALUE ZERO.
       77  RSR-OUTSTANDING-COUNT           PIC 9(05) COMP VALUE ZERO.

      *    The whole RUNDEPS deck, so each outstanding member's
      *    predecessors can be found.  A deck past 200 cards refuses
      *    the report rather than leave a member unchecked.
       77  RSR-DECK-COUNT                  PIC 9(04) COMP VALUE ZERO.
       77  RSR-DECK-SUB                    PIC 9(04) COMP VALUE ZERO.
       77  RSR-MEMBER-SUB                  PIC 9(04) COMP VALUE ZERO.
       01  RSR-DECK-TABLE.
           05  RSR-DECK-ENTRY OCCURS 200 TIMES.
               10  RSR-DECK-PROGRAM-ID     PIC X(08).
               10  RSR-DECK-CARD-TYPE      PIC X(01).
               10  RSR-DECK-PREDECESSOR-ID PIC X(08).
               10  RSR-DECK-RULE-CODE      PIC X(01).
               10  RSR-DECK-FREQUENCY      PIC X(01).

      *    The member being checked and what the ledger shows for it
      *    and for each of its predecessors.
       77  RSR-MEMBER-ID                   PIC X(08) VALUE SPACES.
       77  RSR-MEMBER-STATUS               PIC X(01) VALUE SPACE.
       77  RSR-PRED-STATUS                 PIC X(01) VALUE SPACE.
       77  RSR-WAIT-COUNT                  PIC 9(04) COMP VALUE ZERO.

      *    A ledger time is HHMMSSTT; the report shows HHMMSS.
       01  RSR-TIME-WORK                   PIC 9(08) VALUE ZERO.
       01  RSR-TIME-PARTS REDEFINES RSR-TIME-WORK.
           05  RSR-TIME-HHMMSS             PIC 9(06).
           05  RSR-TIME-HUNDREDTHS         PIC 9(02).

      *    The three key counts of a ledger entry, laid out for the
      *    detail column.
       01  RSR-COUNTS-VIEW.
           05  RSR-COUNT-ITEM OCCURS 3 TIMES.
               10  RSR-CV-LABEL            PIC X(10).
               10  FILLER                  PIC X(01).
               10  RSR-CV-VALUE            PIC Z(06)9.
               10  FILLER                  PIC X(02).
       77  RSR-COUNT-SUB                   PIC 9(04) COMP VALUE ZERO.

      *    The predecessors an outstanding member waits on, laid out
      *    for the detail column.
       01  RSR-WAITING-VIEW.
           05  FILLER                      PIC X(11) VALUE
                   "WAITING ON ".
           05  RSR-WAIT-ITEM OCCURS 5 TIMES.
               10  RSR-WV-PROGRAM-ID       PIC X(08).
               10  FILLER                  PIC X(01).

      ******************************************************************
      *  REPORT LINES                                                  *
      ******************************************************************
       01  RSR-HEADING-LINE.
           05  FILLER                      PIC X(30) VALUE
                   "JOB-STREAM STATUS REPORT".
           05  FILLER                      PIC X(14) VALUE
                   "BUSINESS DATE ".
           05  RSR-HDG-REPORT-DATE         PIC 9(08).
           05  FILLER                      PIC X(11) VALUE
                   "  RUN DATE ".
           05  RSR-HDG-RUN-DATE            PIC 9(08).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  RSR-HDG-MONTH-END           PIC X(09).
           05  FILLER                      PIC X(50) VALUE SPACES.

       01  RSR-SECTION-LINE.
           05  RSR-SECTION-TITLE           PIC X(40).
           05  FILLER                      PIC X(92) VALUE SPACES.

       01  RSR-COLUMN-LINE.
           05  FILLER                      PIC X(10) VALUE "PROGRAM".
           05  FILLER                      PIC X(16) VALUE "STATUS".
           05  FILLER                      PIC X(06) VALUE "  RC".
           05  FILLER                      PIC X(05) VALUE "RUNS".
           05  FILLER                      PIC X(08) VALUE "START".
           05  FILLER                      PIC X(08) VALUE "END".
           05  FILLER                      PIC X(79) VALUE
                   "COUNTS / REASON".

       01  RSR-DETAIL-LINE.
           05  RSR-DET-PROGRAM             PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  RSR-DET-STATUS              PIC X(14).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  RSR-DET-RC                  PIC ZZZ9.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  RSR-DET-RUNS                PIC ZZ9.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  RSR-DET-START               PIC X(06).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  RSR-DET-END                 PIC X(06).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  RSR-DET-DETAIL              PIC X(60).
           05  FILLER                      PIC X(19) VALUE SPACES.

       01  RSR-NONE-LINE.
           05  RSR-NONE-TEXT               PIC X(40).
           05  FILLER                      PIC X(92) VALUE SPACES.

       01  RSR-TOTAL-LINE.
           05  FILLER                      PIC X(12) VALUE
                   "RUNS        ".
           05  RSR-TOT-LABEL               PIC X(14).
           05  RSR-TOT-VALUE               PIC Z,ZZZ,ZZ9.
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
               PERFORM 2000-LIST-LEDGER-ENTRIES THRU 2000-EXIT
               PERFORM 3000-LIST-OUTSTANDING THRU 3000-EXIT
               PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT
           END-IF.
           PERFORM 9999-TERMINATE-RUN THRU 9999-EXIT.
           PERFORM 0900-END-RUN-CONTROL THRU 0900-EXIT.
           GOBACK.

      ******************************************************************
      *  0100-START-RUN-CONTROL - before the run opens a file it       *
      *  checks itself in on the RUNLEDG run-control ledger.  Every    *
      *  predecessor the RUNDEPS deck names for RUNSTAT0 must have     *
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
               DISPLAY "RUNSTAT0 REFUSED - NO RUN-CONTROL LEDGER"
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
                   DISPLAY "RUNSTAT0 REFUSED - " RCT-REFUSAL-REASON
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
               DISPLAY "RUNSTAT0 REFUSED - " RCT-REFUSAL-REASON
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
           MOVE RSR-ENTRIES-READ TO RCL-COUNT-VALUE(1).
           MOVE "REPORTED" TO RCL-COUNT-LABEL(2).
           MOVE RSR-DAY-COUNT TO RCL-COUNT-VALUE(2).
           MOVE "OUTSTAND" TO RCL-COUNT-LABEL(3).
           MOVE RSR-OUTSTANDING-COUNT TO RCL-COUNT-VALUE(3).
       0950-EXIT.
           EXIT.

      ******************************************************************
      *  1000-INITIALIZE-RUN                                           *
      ******************************************************************
       1000-INITIALIZE-RUN.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE WS-CURRENT-DATE TO RSR-REPORT-DATE.
           OPEN OUTPUT RUNSTAT-REPORT-FILE.
           OPEN INPUT RUNSTAT-CONTROL-FILE.
           IF WS-RUNSCTL-STATUS = "00"
               READ RUNSTAT-CONTROL-FILE
                   AT END
                       MOVE SPACES TO RSC-REPORT-DATE
               END-READ
               PERFORM 1100-EDIT-CONTROL-CARD THRU 1100-EXIT
               CLOSE RUNSTAT-CONTROL-FILE
           END-IF.
           IF RUN-MUST-ABORT
               GO TO 1000-EXIT
           END-IF.
           PERFORM 1200-LOAD-DECK THRU 1200-EXIT.
           IF RUN-MUST-ABORT
               GO TO 1000-EXIT
           END-IF.
           PERFORM 1300-CHECK-MONTH-END THRU 1300-EXIT.
           IF RUN-MUST-ABORT
               GO TO 1000-EXIT
           END-IF.
           OPEN INPUT RUN-CONTROL-LEDGER.
           IF WS-RUNLEDG-STATUS NOT = "00"
               DISPLAY "RUN-CONTROL-LEDGER OPEN FAILED, STATUS = "
                   WS-RUNLEDG-STATUS
               MOVE "Y" TO WS-ABORT-SWITCH
               GO TO 1000-EXIT
           END-IF.
           MOVE "Y" TO WS-LEDGER-OPEN-SWITCH.
           MOVE RSR-REPORT-DATE TO RSR-HDG-REPORT-DATE.
           MOVE WS-CURRENT-DATE TO RSR-HDG-RUN-DATE.
           IF REPORT-DATE-IS-MONTH-END
               MOVE "MONTH-END" TO RSR-HDG-MONTH-END
           ELSE
               MOVE SPACES TO RSR-HDG-MONTH-END
           END-IF.
           WRITE RUNSRPT-PRINT-LINE FROM RSR-HEADING-LINE.
       1000-EXIT.
           EXIT.

       1100-EDIT-CONTROL-CARD.
           IF RSC-REPORT-DATE = SPACES
               GO TO 1100-EXIT
           END-IF.
           IF RSC-REPORT-DATE NOT NUMERIC
               DISPLAY "RUNSCTL REPORT DATE NOT NUMERIC - NO RUN"
               MOVE "Y" TO WS-ABORT-SWITCH
               GO TO 1100-EXIT
           END-IF.
           MOVE RSC-REPORT-DATE TO RSR-REPORT-DATE.
       1100-EXIT.
           EXIT.

      ******************************************************************
      *  1200-LOAD-DECK - the whole RUNDEPS deck into core; only the   *
      *  P and J cards matter to the report.                           *
      ******************************************************************
       1200-LOAD-DECK.
           OPEN INPUT RUN-DEPENDENCY-FILE.
           IF WS-RUNDEPS-STATUS NOT = "00"
               DISPLAY "RUNDEPS OPEN FAILED, STATUS = "
                   WS-RUNDEPS-STATUS
               MOVE "Y" TO WS-ABORT-SWITCH
               GO TO 1200-EXIT
           END-IF.
           MOVE "N" TO WS-EOF-RUNDEPS.
           PERFORM UNTIL RUNDEPS-EOF
               READ RUN-DEPENDENCY-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-RUNDEPS
                   NOT AT END
                       IF RDP-PREDECESSOR-CARD
                           OR RDP-STREAM-MEMBER-CARD
                           PERFORM 1210-KEEP-ONE-CARD THRU 1210-EXIT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RUN-DEPENDENCY-FILE.
       1200-EXIT.
           EXIT.

       1210-KEEP-ONE-CARD.
           IF RSR-DECK-COUNT NOT < 200
               DISPLAY "RUNDEPS DECK OVER 200 CARDS - NO REPORT"
               MOVE "Y" TO WS-ABORT-SWITCH
               MOVE "Y" TO WS-EOF-RUNDEPS
               GO TO 1210-EXIT
           END-IF.
           ADD 1 TO RSR-DECK-COUNT.
           MOVE RDP-PROGRAM-ID TO RSR-DECK-PROGRAM-ID(RSR-DECK-COUNT).
           MOVE RDP-CARD-TYPE TO RSR-DECK-CARD-TYPE(RSR-DECK-COUNT).
           MOVE RDP-PREDECESSOR-ID
               TO RSR-DECK-PREDECESSOR-ID(RSR-DECK-COUNT).
           MOVE RDP-RULE-CODE TO RSR-DECK-RULE-CODE(RSR-DECK-COUNT).
           MOVE RDP-FREQUENCY-CODE
               TO RSR-DECK-FREQUENCY(RSR-DECK-COUNT).
       1210-EXIT.
           EXIT.

      ******************************************************************
      *  1300-CHECK-MONTH-END - a report date the calendar does not    *
      *  know is reported as an ordinary day, with a warning; the      *
      *  daily members are still checked.                              *
      ******************************************************************
       1300-CHECK-MONTH-END.
           OPEN INPUT CALENDAR-MASTER.
           IF WS-CALMST-STATUS NOT = "00"
               DISPLAY "CALMST OPEN FAILED, STATUS = "
                   WS-CALMST-STATUS
               MOVE "Y" TO WS-ABORT-SWITCH
               GO TO 1300-EXIT
           END-IF.
           MOVE RSR-REPORT-DATE TO CAL-CALENDAR-DATE.
           READ CALENDAR-MASTER
               INVALID KEY
                   DISPLAY "REPORT DATE NOT ON PROCESSING CALENDAR: "
                       RSR-REPORT-DATE
               NOT INVALID KEY
                   IF CAL-MONTH-END
                       MOVE "Y" TO WS-MONTH-END-SWITCH
                   END-IF
           END-READ.
           CLOSE CALENDAR-MASTER.
       1300-EXIT.
           EXIT.

      ******************************************************************
      *  2000-LIST-LEDGER-ENTRIES - the ledger is keyed by program     *
      *  first, so the whole ledger is passed and the report date's    *
      *  entries print in program order.                               *
      ******************************************************************
       2000-LIST-LEDGER-ENTRIES.
           MOVE "RUNS ON THE LEDGER" TO RSR-SECTION-TITLE.
           WRITE RUNSRPT-PRINT-LINE FROM RSR-SECTION-LINE.
           WRITE RUNSRPT-PRINT-LINE FROM RSR-COLUMN-LINE.
           MOVE "N" TO WS-EOF-RUNLEDG.
           PERFORM UNTIL RUNLEDG-EOF
               READ RUN-CONTROL-LEDGER NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-RUNLEDG
                   NOT AT END
                       ADD 1 TO RSR-ENTRIES-READ
                       IF RCL-BUSINESS-DATE = RSR-REPORT-DATE
                           PERFORM 2100-REPORT-ONE-ENTRY
                               THRU 2100-EXIT
                       END-IF
               END-READ
           END-PERFORM.
           IF RSR-DAY-COUNT = ZERO
               MOVE "NO RUNS ON THE LEDGER FOR THIS DATE"
                   TO RSR-NONE-TEXT
               WRITE RUNSRPT-PRINT-LINE FROM RSR-NONE-LINE
           END-IF.
       2000-EXIT.
           EXIT.

       2100-REPORT-ONE-ENTRY.
           ADD 1 TO RSR-DAY-COUNT.
           EVALUATE TRUE
               WHEN RCL-RUN-CLEAN
                   ADD 1 TO RSR-CLEAN-COUNT
               WHEN RCL-RUN-FAILED
                   ADD 1 TO RSR-FAILED-COUNT
               WHEN RCL-RUN-REFUSED
                   ADD 1 TO RSR-REFUSED-COUNT
               WHEN RCL-RUN-DRAFT
                   ADD 1 TO RSR-DRAFT-COUNT
               WHEN OTHER
                   ADD 1 TO RSR-NOT-ENDED-COUNT
           END-EVALUATE.
           MOVE RCL-PROGRAM-ID TO RSR-DET-PROGRAM.
           MOVE RCL-RUN-STATUS TO RSR-MEMBER-STATUS.
           PERFORM 2200-NAME-STATUS THRU 2200-EXIT.
           MOVE RCL-RETURN-CODE TO RSR-DET-RC.
           MOVE RCL-RUN-COUNT TO RSR-DET-RUNS.
           MOVE RCL-START-TIME TO RSR-TIME-WORK.
           MOVE RSR-TIME-HHMMSS TO RSR-DET-START.
           IF RCL-END-DATE = ZERO
               MOVE SPACES TO RSR-DET-END
           ELSE
               MOVE RCL-END-TIME TO RSR-TIME-WORK
               MOVE RSR-TIME-HHMMSS TO RSR-DET-END
           END-IF.
           IF RCL-RUN-REFUSED
               MOVE RCL-REFUSAL-REASON TO RSR-DET-DETAIL
           ELSE
               MOVE SPACES TO RSR-COUNTS-VIEW
               PERFORM VARYING RSR-COUNT-SUB FROM 1 BY 1
                       UNTIL RSR-COUNT-SUB > 3
                   MOVE RCL-COUNT-LABEL(RSR-COUNT-SUB)
                       TO RSR-CV-LABEL(RSR-COUNT-SUB)
                   MOVE RCL-COUNT-VALUE(RSR-COUNT-SUB)
                       TO RSR-CV-VALUE(RSR-COUNT-SUB)
                   IF RCL-COUNT-LABEL(RSR-COUNT-SUB) = SPACES
                       MOVE SPACES TO RSR-COUNT-ITEM(RSR-COUNT-SUB)
                   END-IF
               END-PERFORM
               MOVE RSR-COUNTS-VIEW TO RSR-DET-DETAIL
           END-IF.
           WRITE RUNSRPT-PRINT-LINE FROM RSR-DETAIL-LINE.
       2100-EXIT.
           EXIT.

      *    RSR-MEMBER-STATUS in, RSR-DET-STATUS out.  A blank status
      *    is a member with no entry at all.
       2200-NAME-STATUS.
           EVALUATE RSR-MEMBER-STATUS
               WHEN "C"
                   MOVE "ENDED CLEAN" TO RSR-DET-STATUS
               WHEN "F"
                   MOVE "FAILED" TO RSR-DET-STATUS
               WHEN "R"
                   MOVE "REFUSED" TO RSR-DET-STATUS
               WHEN "S"
                   MOVE "NOT ENDED" TO RSR-DET-STATUS
               WHEN "D"
                   MOVE "DRAFT ONLY" TO RSR-DET-STATUS
               WHEN SPACE
                   MOVE "NOT RUN" TO RSR-DET-STATUS
               WHEN OTHER
                   MOVE "UNKNOWN" TO RSR-DET-STATUS
           END-EVALUATE.
       2200-EXIT.
           EXIT.

      ******************************************************************
      *  3000-LIST-OUTSTANDING - every J card due on the report date   *
      *  whose member has not ended clean for it, with the             *
      *  predecessors still holding it back.                           *
      ******************************************************************
       3000-LIST-OUTSTANDING.
           MOVE "OUTSTANDING" TO RSR-SECTION-TITLE.
           WRITE RUNSRPT-PRINT-LINE FROM RSR-SECTION-LINE.
           WRITE RUNSRPT-PRINT-LINE FROM RSR-COLUMN-LINE.
           PERFORM VARYING RSR-MEMBER-SUB FROM 1 BY 1
                   UNTIL RSR-MEMBER-SUB > RSR-DECK-COUNT
               IF RSR-DECK-CARD-TYPE(RSR-MEMBER-SUB) = "J"
                   IF RSR-DECK-FREQUENCY(RSR-MEMBER-SUB) = "D"
                       OR (RSR-DECK-FREQUENCY(RSR-MEMBER-SUB) = "M"
                           AND REPORT-DATE-IS-MONTH-END)
                       PERFORM 3100-CHECK-ONE-MEMBER THRU 3100-EXIT
                   END-IF
               END-IF
           END-PERFORM.
           IF RSR-OUTSTANDING-COUNT = ZERO
               MOVE "NOTHING OUTSTANDING FOR THIS DATE"
                   TO RSR-NONE-TEXT
               WRITE RUNSRPT-PRINT-LINE FROM RSR-NONE-LINE
           END-IF.
       3000-EXIT.
           EXIT.

       3100-CHECK-ONE-MEMBER.
           MOVE RSR-DECK-PROGRAM-ID(RSR-MEMBER-SUB) TO RSR-MEMBER-ID.
           MOVE SPACE TO RSR-MEMBER-STATUS.
           MOVE RSR-MEMBER-ID TO RCL-PROGRAM-ID.
           MOVE RSR-REPORT-DATE TO RCL-BUSINESS-DATE.
           READ RUN-CONTROL-LEDGER
               INVALID KEY
                   MOVE SPACES TO RUN-CONTROL-RECORD
               NOT INVALID KEY
                   MOVE RCL-RUN-STATUS TO RSR-MEMBER-STATUS
           END-READ.
           IF RSR-MEMBER-STATUS = "C"
               GO TO 3100-EXIT
           END-IF.
           ADD 1 TO RSR-OUTSTANDING-COUNT.
           MOVE SPACES TO RSR-DETAIL-LINE.
           MOVE RSR-MEMBER-ID TO RSR-DET-PROGRAM.
           PERFORM 2200-NAME-STATUS THRU 2200-EXIT.
           IF RSR-MEMBER-STATUS NOT = SPACE
               MOVE RCL-RETURN-CODE TO RSR-DET-RC
               MOVE RCL-RUN-COUNT TO RSR-DET-RUNS
           END-IF.
           MOVE ZERO TO RSR-WAIT-COUNT.
           MOVE SPACES TO RSR-WAITING-VIEW.
           MOVE "WAITING ON" TO RSR-WAITING-VIEW.
           PERFORM VARYING RSR-DECK-SUB FROM 1 BY 1
                   UNTIL RSR-DECK-SUB > RSR-DECK-COUNT
               IF RSR-DECK-CARD-TYPE(RSR-DECK-SUB) = "P"
                   AND RSR-DECK-PROGRAM-ID(RSR-DECK-SUB)
                       = RSR-MEMBER-ID
                   PERFORM 3200-CHECK-PREDECESSOR THRU 3200-EXIT
               END-IF
           END-PERFORM.
           IF RSR-WAIT-COUNT > ZERO
               MOVE RSR-WAITING-VIEW TO RSR-DET-DETAIL
           ELSE
               IF RSR-MEMBER-STATUS = "R"
                   MOVE RCL-REFUSAL-REASON TO RSR-DET-DETAIL
               END-IF
           END-IF.
           WRITE RUNSRPT-PRINT-LINE FROM RSR-DETAIL-LINE.
       3100-EXIT.
           EXIT.

      *    The same rules the runs themselves apply: S wants a clean
      *    entry for the report date, L a clean latest entry.  Only
      *    the first five holding predecessors fit the line.
       3200-CHECK-PREDECESSOR.
           MOVE SPACE TO RSR-PRED-STATUS.
           MOVE RSR-DECK-PREDECESSOR-ID(RSR-DECK-SUB) TO RCL-PROGRAM-ID.
           IF RSR-DECK-RULE-CODE(RSR-DECK-SUB) = "L"
               PERFORM 3210-FIND-LATEST-RUN THRU 3210-EXIT
           ELSE
               MOVE RSR-REPORT-DATE TO RCL-BUSINESS-DATE
               READ RUN-CONTROL-LEDGER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE RCL-RUN-STATUS TO RSR-PRED-STATUS
               END-READ
           END-IF.
           IF RSR-PRED-STATUS = "C"
               GO TO 3200-EXIT
           END-IF.
           ADD 1 TO RSR-WAIT-COUNT.
           IF RSR-WAIT-COUNT NOT > 5
               MOVE RSR-DECK-PREDECESSOR-ID(RSR-DECK-SUB)
                   TO RSR-WV-PROGRAM-ID(RSR-WAIT-COUNT)
           END-IF.
       3200-EXIT.
           EXIT.

       3210-FIND-LATEST-RUN.
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
                               RSR-DECK-PREDECESSOR-ID(RSR-DECK-SUB)
                           MOVE "Y" TO WS-EOF-RUNLEDG
                       ELSE
                           IF NOT RCL-RUN-REFUSED
                               MOVE RCL-RUN-STATUS
                                   TO RSR-PRED-STATUS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
       3210-EXIT.
           EXIT.

      ******************************************************************
      *  8000-WRITE-TOTALS                                             *
      ******************************************************************
       8000-WRITE-TOTALS.
           MOVE "ENDED CLEAN" TO RSR-TOT-LABEL.
           MOVE RSR-CLEAN-COUNT TO RSR-TOT-VALUE.
           WRITE RUNSRPT-PRINT-LINE FROM RSR-TOTAL-LINE.
           MOVE "FAILED" TO RSR-TOT-LABEL.
           MOVE RSR-FAILED-COUNT TO RSR-TOT-VALUE.
           WRITE RUNSRPT-PRINT-LINE FROM RSR-TOTAL-LINE.
           MOVE "REFUSED" TO RSR-TOT-LABEL.
           MOVE RSR-REFUSED-COUNT TO RSR-TOT-VALUE.
           WRITE RUNSRPT-PRINT-LINE FROM RSR-TOTAL-LINE.
           MOVE "NOT ENDED" TO RSR-TOT-LABEL.
           MOVE RSR-NOT-ENDED-COUNT TO RSR-TOT-VALUE.
           WRITE RUNSRPT-PRINT-LINE FROM RSR-TOTAL-LINE.
           MOVE "DRAFT ONLY" TO RSR-TOT-LABEL.
           MOVE RSR-DRAFT-COUNT TO RSR-TOT-VALUE.
           WRITE RUNSRPT-PRINT-LINE FROM RSR-TOTAL-LINE.
           MOVE "OUTSTANDING" TO RSR-TOT-LABEL.
           MOVE RSR-OUTSTANDING-COUNT TO RSR-TOT-VALUE.
           WRITE RUNSRPT-PRINT-LINE FROM RSR-TOTAL-LINE.
       8000-EXIT.
           EXIT.

      ******************************************************************
      *  9999-TERMINATE-RUN                                            *
      ******************************************************************
       9999-TERMINATE-RUN.
           IF LEDGER-IS-OPEN
               CLOSE RUN-CONTROL-LEDGER
           END-IF.
           CLOSE RUNSTAT-REPORT-FILE.
           DISPLAY "RUNSTAT0 RUNS REPORTED: " RSR-DAY-COUNT.
           DISPLAY "RUNSTAT0 MEMBERS OUTSTANDING: "
               RSR-OUTSTANDING-COUNT.
           IF RUN-MUST-ABORT
               MOVE 12 TO RETURN-CODE
           END-IF.
       9999-EXIT.
           EXIT.
