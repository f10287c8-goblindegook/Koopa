      *                   average and missing arithmetic is the same   *
      *                   as HOMEWK01's report cards, class high-      *
      *                   water line included.                         *
      *  2026-10-15  RLS  Category averages and the weighted average   *
      *                   rolled to TERMHIST and printed on TERMRPT,   *
      *                   from the term's ASGNMST catalog and CATWMST  *
      *                   weights - the same arithmetic as HOMEWK01's  *
      *                   report cards.                                *
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

               RECORD KEY IS STU-STUDENT-ID
               FILE STATUS IS WS-STUMST-STATUS.

      *    Assignment catalog maintained by ASGNMNT0 - category and
      *    maximum points per term and slot.
           SELECT ASSIGNMENT-CATALOG
               ASSIGN TO ASGNMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ASG-CATALOG-KEY
               FILE STATUS IS WS-ASGNMST-STATUS.

      *    Per-term category weights maintained by ASGNMNT0.
           SELECT CATEGORY-WEIGHT-MASTER
               ASSIGN TO CATWMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CTW-TERM-ID
               FILE STATUS IS WS-CATWMST-STATUS.

      *    Dated term-history trail, appended to at each term end -
      *    never written over.
           SELECT TERM-HISTORY-FILE
               ASSIGN TO TERMRPT
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
           LABEL RECORDS ARE STANDARD.
           COPY STUMREC.

       FD  ASSIGNMENT-CATALOG
           LABEL RECORDS ARE STANDARD.
           COPY ASGNREC.

       FD  CATEGORY-WEIGHT-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY CATWREC.

       FD  TERM-HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
           COPY TRMHREC.
           RECORD CONTAINS 132 CHARACTERS.
       01  TERMRPT-PRINT-LINE              PIC X(132).

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

       77  RCT-PROGRAM-ID                  PIC X(08) VALUE "TERMEND0".
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
       77  WS-TERMCTL-STATUS               PIC X(02) VALUE SPACES.
       77  WS-STUMST-STATUS                PIC X(02) VALUE SPACES.
       77  WS-TERMHIST-STATUS              PIC X(02) VALUE SPACES.
       77  WS-ASGNMST-STATUS               PIC X(02) VALUE SPACES.
       77  WS-CATWMST-STATUS               PIC X(02) VALUE SPACES.

       77  WS-CONTROL-OK                   PIC X(01) VALUE "N".
           88  CONTROL-CARD-OK                       VALUE "Y".

       77  WS-CURRENT-DATE                 PIC 9(08) VALUE ZERO.

      ******************************************************************
      *  TERM CATALOG - the term's ten slots from ASGNMST and its      *
      *  category weights from CATWMST.  A zero maximum marks a slot   *
      *  not in the catalog.  Categories are numbered in the CATWREC   *
      *  weight order: 1 homework, 2 quiz, 3 test, 4 project.          *
      ******************************************************************
       01  TRM-CATALOG-TABLE.
           05  TRM-CAT-ENTRY OCCURS 10 TIMES.
               10  TRM-CAT-CATEGORY        PIC 9(01).
               10  TRM-CAT-MAX-POINTS      PIC 9(03).

       77  WS-WEIGHTS-SWITCH               PIC X(01) VALUE "N".
           88  TERM-HAS-WEIGHTS                      VALUE "Y".

       01  TRM-TERM-WEIGHTS.
           05  TRM-TERM-WEIGHT             PIC 9(03) OCCURS 4 TIMES.

       77  TRM-CTG                         PIC 9(04) COMP VALUE ZERO.

      *    Per-student category tallies: a category's average is its
      *    grades weighted by each assignment's maximum points.
       01  STU-CATEGORY-TABLE.
           05  STU-CTG-ENTRY OCCURS 4 TIMES.
               10  STU-CTG-POINTS          PIC 9(07) COMP.
               10  STU-CTG-MAX-TOTAL       PIC 9(05) COMP.

       77  STU-WTD-TOTAL                   PIC 9(07)V9 COMP VALUE ZERO.
       77  STU-WTD-WEIGHT-SUM              PIC 9(04) COMP VALUE ZERO.
       77  TRM-AVERAGE-EDIT                PIC ZZ9.9.

      ******************************************************************
      *  REPORT LINES                                                  *
      ******************************************************************
           05  FILLER                      PIC X(10) VALUE
                   "  MISSING ".
           05  TRM-DET-MISSING             PIC ZZZ9.
           05  FILLER                      PIC X(06) VALUE "  HMW ".
           05  TRM-DET-HOMEWORK            PIC X(05).
           05  FILLER                      PIC X(06) VALUE "  QUZ ".
           05  TRM-DET-QUIZ                PIC X(05).
           05  FILLER                      PIC X(06) VALUE "  TST ".
           05  TRM-DET-TEST                PIC X(05).
           05  FILLER                      PIC X(06) VALUE "  PRJ ".
           05  TRM-DET-PROJECT             PIC X(05).
           05  FILLER                      PIC X(06) VALUE "  WTD ".
           05  TRM-DET-WEIGHTED            PIC X(05).
           05  FILLER                      PIC X(01) VALUE SPACES.
       01  TRM-DETAIL-CATEGORIES REDEFINES TRM-DETAIL-LINE.
           05  FILLER                      PIC X(76).
           05  TRM-DET-CTG-ENTRY OCCURS 4 TIMES.
               10  FILLER                  PIC X(06).
               10  TRM-DET-CTG-AVERAGE     PIC X(05).
           05  FILLER                      PIC X(12).

       01  TRM-TOTAL-LINE.
           05  TRM-TOT-LABEL               PIC X(26).
           05  TRM-TOT-VALUE               PIC ZZ,ZZ9.
           05  FILLER                      PIC X(100) VALUE SPACES.

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
           IF CONTROL-CARD-OK AND NOT RUN-MUST-ABORT
               PERFORM 2000-FIND-CLASS-HIGH-WATER THRU 2000-EXIT
               PERFORM 3000-ROLL-ALL-STUDENTS THRU 3000-EXIT
           END-IF.
           PERFORM 9999-TERMINATE-RUN THRU 9999-EXIT.
           PERFORM 0900-END-RUN-CONTROL THRU 0900-EXIT.
           GOBACK.

      ******************************************************************
      *  0100-START-RUN-CONTROL - before the run opens a file it       *
      *  checks itself in on the RUNLEDG run-control ledger.  Every    *
      *  predecessor the RUNDEPS deck names for TERMEND0 must have     *
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
               DISPLAY "TERMEND0 REFUSED - NO RUN-CONTROL LEDGER"
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
                   DISPLAY "TERMEND0 REFUSED - " RCT-REFUSAL-REASON
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
               DISPLAY "TERMEND0 REFUSED - " RCT-REFUSAL-REASON
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
           MOVE "STUDENTS" TO RCL-COUNT-LABEL(1).
           MOVE TRM-STUDENT-COUNT TO RCL-COUNT-VALUE(1).
           MOVE "HISTORY" TO RCL-COUNT-LABEL(2).
           MOVE TRM-HISTORY-COUNT TO RCL-COUNT-VALUE(2).
       0950-EXIT.
           EXIT.

      ******************************************************************
      *  1000-INITIALIZE-RUN                                           *
      ******************************************************************
       1000-INITIALIZE-RUN.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           OPEN INPUT  TERM-CONTROL-FILE
                       ASSIGNMENT-CATALOG
                       CATEGORY-WEIGHT-MASTER
                I-O    STUDENT-MASTER
                OUTPUT TERM-REPORT-FILE.
           IF WS-TERMCTL-STATUS NOT = "00"
               MOVE "Y" TO WS-ABORT-SWITCH
               GO TO 1000-EXIT
           END-IF.
           IF WS-ASGNMST-STATUS NOT = "00"
               DISPLAY "ASSIGNMENT-CATALOG OPEN FAILED, STATUS = "
                   WS-ASGNMST-STATUS
               MOVE "Y" TO WS-ABORT-SWITCH
               GO TO 1000-EXIT
           END-IF.
           IF WS-CATWMST-STATUS NOT = "00"
               DISPLAY "CATEGORY-WEIGHT-MASTER OPEN FAILED, STATUS = "
                   WS-CATWMST-STATUS
               MOVE "Y" TO WS-ABORT-SWITCH
               GO TO 1000-EXIT
           END-IF.
      *    The history trail is appended to, never written over - a
      *    brand-new trail (first term end, or after an archive cut)
      *    is created instead, the same status-35 fallback the
           END-IF.
           MOVE TMC-TERM-ID TO TRM-TERM-ID.
           MOVE "Y" TO WS-CONTROL-OK.
           PERFORM 1200-LOAD-TERM-CATALOG THRU 1200-EXIT.
           MOVE TRM-TERM-ID TO TRM-HDG-TERM.
           MOVE WS-CURRENT-DATE TO TRM-HDG-DATE.
           WRITE TERMRPT-PRINT-LINE FROM TRM-HEADING-LINE.
       1100-EXIT.
           EXIT.

      *    The term's slots and weights.  A slot not in the catalog
      *    carries a zero maximum and counts toward no category; a
      *    term with no weights record rolls no weighted average.
       1200-LOAD-TERM-CATALOG.
           PERFORM VARYING TRM-SLOT FROM 1 BY 1 UNTIL TRM-SLOT > 10
               MOVE ZERO TO TRM-CAT-CATEGORY(TRM-SLOT)
                            TRM-CAT-MAX-POINTS(TRM-SLOT)
               MOVE TRM-TERM-ID TO ASG-TERM-ID
               MOVE TRM-SLOT TO ASG-SLOT-NO
               READ ASSIGNMENT-CATALOG
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 1210-TAKE-CATALOG-SLOT THRU 1210-EXIT
               END-READ
           END-PERFORM.
           MOVE "N" TO WS-WEIGHTS-SWITCH.
           MOVE ZERO TO TRM-TERM-WEIGHTS.
           MOVE TRM-TERM-ID TO CTW-TERM-ID.
           READ CATEGORY-WEIGHT-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-WEIGHTS-SWITCH
                   MOVE CTW-WEIGHT-TABLE TO TRM-TERM-WEIGHTS
           END-READ.
       1200-EXIT.
           EXIT.

       1210-TAKE-CATALOG-SLOT.
           MOVE ASG-MAX-POINTS TO TRM-CAT-MAX-POINTS(TRM-SLOT).
           EVALUATE TRUE
               WHEN ASG-CAT-HOMEWORK
                   MOVE 1 TO TRM-CAT-CATEGORY(TRM-SLOT)
               WHEN ASG-CAT-QUIZ
                   MOVE 2 TO TRM-CAT-CATEGORY(TRM-SLOT)
               WHEN ASG-CAT-TEST
                   MOVE 3 TO TRM-CAT-CATEGORY(TRM-SLOT)
               WHEN ASG-CAT-PROJECT
                   MOVE 4 TO TRM-CAT-CATEGORY(TRM-SLOT)
               WHEN OTHER
                   MOVE ZERO TO TRM-CAT-MAX-POINTS(TRM-SLOT)
           END-EVALUATE.
       1210-EXIT.
           EXIT.

      ******************************************************************
      *  2000-FIND-CLASS-HIGH-WATER - first sweep of the master: the   *
      *  highest assignment slot graded for anyone is the line the     *
           ADD 1 TO TRM-STUDENT-COUNT.
           MOVE ZERO TO STU-GRADE-TOTAL STU-GRADE-COUNT
                        STU-MISSING-COUNT.
           PERFORM VARYING TRM-CTG FROM 1 BY 1 UNTIL TRM-CTG > 4
               MOVE ZERO TO STU-CTG-POINTS(TRM-CTG)
                            STU-CTG-MAX-TOTAL(TRM-CTG)
           END-PERFORM.
           PERFORM 3200-TALLY-ONE-SLOT THRU 3200-EXIT
               VARYING TRM-SLOT FROM 1 BY 1 UNTIL TRM-SLOT > 10.
           IF STU-GRADE-COUNT > ZERO
               MOVE STU-ASSIGNMENT-GRADE(TRM-SLOT)
                   TO TRMH-ASSIGNMENT-GRADE(TRM-SLOT)
           END-PERFORM.
           PERFORM 3300-ROLL-CATEGORY-AVERAGES THRU 3300-EXIT.
           WRITE TERM-HISTORY-RECORD.
           IF WS-TERMHIST-STATUS NOT = "00"
               DISPLAY "TERMHIST WRITE FAILED, STATUS = "
           MOVE TRMH-STUDENT-NAME TO TRM-DET-STUDENT-NAME.
           MOVE STU-AVERAGE TO TRM-DET-AVERAGE.
           MOVE STU-MISSING-COUNT TO TRM-DET-MISSING.
           PERFORM VARYING TRM-CTG FROM 1 BY 1 UNTIL TRM-CTG > 4
               IF TRMH-CATEGORY-GRADED(TRM-CTG)
                   MOVE TRMH-CATEGORY-AVERAGE(TRM-CTG)
                       TO TRM-AVERAGE-EDIT
                   MOVE TRM-AVERAGE-EDIT TO TRM-DET-CTG-AVERAGE(TRM-CTG)
               ELSE
                   MOVE "  N/A" TO TRM-DET-CTG-AVERAGE(TRM-CTG)
               END-IF
           END-PERFORM.
           IF TRMH-WEIGHTED-PRESENT
               MOVE TRMH-WEIGHTED-AVERAGE TO TRM-AVERAGE-EDIT
               MOVE TRM-AVERAGE-EDIT TO TRM-DET-WEIGHTED
           ELSE
               MOVE "  N/A" TO TRM-DET-WEIGHTED
           END-IF.
           WRITE TERMRPT-PRINT-LINE FROM TRM-DETAIL-LINE.
       3100-EXIT.
           EXIT.
               MOVE STU-ASSIGNMENT-GRADE(TRM-SLOT) TO TRM-GRADE-NUM
               ADD TRM-GRADE-NUM TO STU-GRADE-TOTAL
               ADD 1 TO STU-GRADE-COUNT
               IF TRM-CAT-MAX-POINTS(TRM-SLOT) > ZERO
                   MOVE TRM-CAT-CATEGORY(TRM-SLOT) TO TRM-CTG
                   COMPUTE STU-CTG-POINTS(TRM-CTG) =
                       STU-CTG-POINTS(TRM-CTG)
                       + TRM-GRADE-NUM * TRM-CAT-MAX-POINTS(TRM-SLOT)
                   ADD TRM-CAT-MAX-POINTS(TRM-SLOT)
                       TO STU-CTG-MAX-TOTAL(TRM-CTG)
               END-IF
           ELSE
               IF TRM-SLOT NOT > CLASS-HIGH-ASSIGNMENT
                   ADD 1 TO STU-MISSING-COUNT
       3200-EXIT.
           EXIT.

      ******************************************************************
      *  3300-ROLL-CATEGORY-AVERAGES - each category's grades weighted *
      *  by the assignments' maximum points, then the term's weighted  *
      *  average over the categories the student has grades in - the   *
      *  same arithmetic as HOMEWK01's report cards.                   *
      ******************************************************************
       3300-ROLL-CATEGORY-AVERAGES.
           MOVE ZERO TO STU-WTD-TOTAL STU-WTD-WEIGHT-SUM.
           PERFORM VARYING TRM-CTG FROM 1 BY 1 UNTIL TRM-CTG > 4
               IF STU-CTG-MAX-TOTAL(TRM-CTG) > ZERO
                   MOVE "Y" TO TRMH-CATEGORY-FLAG(TRM-CTG)
                   COMPUTE TRMH-CATEGORY-AVERAGE(TRM-CTG) ROUNDED =
                       STU-CTG-POINTS(TRM-CTG)
                       / STU-CTG-MAX-TOTAL(TRM-CTG)
                   COMPUTE STU-WTD-TOTAL = STU-WTD-TOTAL
                       + TRM-TERM-WEIGHT(TRM-CTG)
                       * TRMH-CATEGORY-AVERAGE(TRM-CTG)
                   ADD TRM-TERM-WEIGHT(TRM-CTG) TO STU-WTD-WEIGHT-SUM
               ELSE
                   MOVE "N" TO TRMH-CATEGORY-FLAG(TRM-CTG)
                   MOVE ZERO TO TRMH-CATEGORY-AVERAGE(TRM-CTG)
               END-IF
           END-PERFORM.
           IF TERM-HAS-WEIGHTS AND STU-WTD-WEIGHT-SUM > ZERO
               MOVE "Y" TO TRMH-WEIGHTED-FLAG
               COMPUTE TRMH-WEIGHTED-AVERAGE ROUNDED =
                   STU-WTD-TOTAL / STU-WTD-WEIGHT-SUM
           ELSE
               MOVE "N" TO TRMH-WEIGHTED-FLAG
               MOVE ZERO TO TRMH-WEIGHTED-AVERAGE
           END-IF.
       3300-EXIT.
           EXIT.

      *    Position the master at its first key for a full sweep,
      *    the same guarded START as HOMEWK01's.
       5000-START-MASTER-SWEEP.
      ******************************************************************
       9999-TERMINATE-RUN.
           CLOSE TERM-CONTROL-FILE
                 ASSIGNMENT-CATALOG
                 CATEGORY-WEIGHT-MASTER
                 STUDENT-MASTER
                 TERM-HISTORY-FILE
                 TERM-REPORT-FILE.
