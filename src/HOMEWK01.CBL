      *                   area), rejects bad submissions to SUBERR,    *
      *                   and prints a report card per student plus    *
      *                   the class summary on RPTCARD.                *
      *  2026-10-15  RLS  Submissions checked against the ASGNMST      *
      *                   assignment catalog for the term named on     *
      *                   the HWKCTL control deck: uncatalogued slots  *
      *                   rejected, the catalog's assignment name      *
      *                   posted, and a late submission marked down    *
      *                   by the HWKCTL late-penalty schedule.  Report *
      *                   cards show each category's average and the   *
      *                   CATWMST weighted average next to the overall *
      *                   average.                                     *
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

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *    Control deck: the term being graded, then the late-penalty
      *    schedule.
           SELECT HOMEWORK-CONTROL-FILE
               ASSIGN TO HWKCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HWKCTL-STATUS.

      *    Assignment submissions, one card per student / assignment.
           SELECT SUBMISSION-FILE
               ASSIGN TO SUBMIN
               RECORD KEY IS STU-STUDENT-ID
               FILE STATUS IS WS-STUMST-STATUS.

      *    Assignment catalog maintained by ASGNMNT0 - due date,
      *    category and maximum points per term and slot.
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

      *    Submissions that could not be posted, with the reason.
           SELECT SUBMISSION-ERROR-FILE
               ASSIGN TO SUBERR
               ASSIGN TO RPTCARD
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

      *    A "T" card names the term; each "L" card is one step of
      *    the late-penalty schedule - up to HCT-DAYS-LATE days past
      *    the due date costs HCT-PENALTY-PCT percent of the grade.
      *    Steps are keyed in ascending day order; a submission later
      *    than the last step takes the last step's penalty.  No "L"
      *    cards means no late penalty.
       FD  HOMEWORK-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
       01  HOMEWORK-CONTROL-RECORD.
           05  HCT-CARD-TYPE               PIC X(01).
               88  HCT-TERM-CARD                     VALUE "T".
               88  HCT-LATE-CARD                     VALUE "L".
           05  HCT-TERM-ID                 PIC X(06).
           05  FILLER                      PIC X(73).
       01  HOMEWORK-CONTROL-LATE
               REDEFINES HOMEWORK-CONTROL-RECORD.
           05  FILLER                      PIC X(01).
           05  HCT-DAYS-LATE               PIC X(03).
           05  HCT-DAYS-LATE-N
                   REDEFINES HCT-DAYS-LATE PIC 9(03).
           05  HCT-PENALTY-PCT             PIC X(03).
           05  HCT-PENALTY-PCT-N
                   REDEFINES HCT-PENALTY-PCT
                                           PIC 9(03).
           05  FILLER                      PIC X(73).

      *    The assignment name keyed on the card is no longer posted -
      *    the catalog's name for the slot is.
       FD  SUBMISSION-FILE
           LABEL RECORDS ARE STANDARD.
       01  SUBMISSION-RECORD.
           05  SUB-ASSIGNMENT-NO           PIC 9(02).
           05  SUB-GRADE                   PIC X(02).
           05  SUB-ASSIGNMENT-NAME         PIC X(40).
           05  SUB-SUBMIT-DATE             PIC X(08).
           05  SUB-SUBMIT-DATE-N
                   REDEFINES SUB-SUBMIT-DATE
                                           PIC 9(08).
           05  FILLER                      PIC X(23).

       FD  STUDENT-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY STUMREC.

       FD  ASSIGNMENT-CATALOG
           LABEL RECORDS ARE STANDARD.
           COPY ASGNREC.

       FD  CATEGORY-WEIGHT-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY CATWREC.

       FD  SUBMISSION-ERROR-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS.
           RECORD CONTAINS 132 CHARACTERS.
       01  RPTCARD-PRINT-LINE              PIC X(132).

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

       77  RCT-PROGRAM-ID                  PIC X(08) VALUE "HOMEWK01".
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
           88  MASTER-EOF                            VALUE "Y".

       77  WS-STUMST-STATUS                PIC X(02) VALUE SPACES.
       77  WS-HWKCTL-STATUS                PIC X(02) VALUE SPACES.
       77  WS-ASGNMST-STATUS               PIC X(02) VALUE SPACES.
       77  WS-CATWMST-STATUS               PIC X(02) VALUE SPACES.

       77  WS-EOF-CONTROL                  PIC X(01) VALUE "N".
           88  CONTROL-EOF                           VALUE "Y".

      *    Set when STUMST fails to open: no submissions may be
      *    posted and no report cards printed against a dead master -
       77  HWK-SUB-READ-COUNT              PIC 9(05) COMP VALUE ZERO.
       77  HWK-SUB-POSTED-COUNT            PIC 9(05) COMP VALUE ZERO.
       77  HWK-SUB-REJECT-COUNT            PIC 9(05) COMP VALUE ZERO.
       77  HWK-SUB-LATE-COUNT              PIC 9(05) COMP VALUE ZERO.

       77  HWK-TERM-ID                     PIC X(06) VALUE SPACES.

       77  HWK-SLOT                        PIC 9(04) COMP VALUE ZERO.
       77  HWK-GRADE-NUM                   PIC 9(02) VALUE ZERO.
       77  CLASS-STUDENT-COUNT             PIC 9(05) COMP VALUE ZERO.
       77  CLASS-AVERAGE                   PIC 9(03)V9 VALUE ZERO.

      ******************************************************************
      *  LATE-PENALTY SCHEDULE - loaded from the HWKCTL "L" cards.     *
      ******************************************************************
       77  HWK-LATE-MAX                    PIC 9(04) COMP VALUE 10.
       77  HWK-LATE-COUNT                  PIC 9(04) COMP VALUE ZERO.
       77  HWK-LATE-SUB                    PIC 9(04) COMP VALUE ZERO.
       77  HWK-DAYS-LATE                   PIC 9(08) COMP VALUE ZERO.
       77  HWK-PENALTY-PCT                 PIC 9(03) VALUE ZERO.
       77  HWK-PENALTY-POINTS              PIC 9(02) VALUE ZERO.
       77  HWK-DUE-DAY-NUMBER              PIC 9(08) COMP VALUE ZERO.

       01  HWK-LATE-TABLE.
           05  HWK-LATE-ENTRY OCCURS 10 TIMES.
               10  HWK-LATE-DAYS           PIC 9(03).
               10  HWK-LATE-PCT            PIC 9(03).

      ******************************************************************
      *  TERM CATALOG - the term's ten slots from ASGNMST and its      *
      *  category weights from CATWMST, loaded once for the report     *
      *  cards.  A zero maximum marks a slot not in the catalog.       *
      *  Categories are numbered in the CATWREC weight order:          *
      *  1 homework, 2 quiz, 3 test, 4 project.                        *
      ******************************************************************
       01  HWK-CATALOG-TABLE.
           05  HWK-CAT-ENTRY OCCURS 10 TIMES.
               10  HWK-CAT-CATEGORY        PIC 9(01).
               10  HWK-CAT-MAX-POINTS      PIC 9(03).

       77  WS-WEIGHTS-SWITCH               PIC X(01) VALUE "N".
           88  TERM-HAS-WEIGHTS                      VALUE "Y".

       01  HWK-TERM-WEIGHTS.
           05  HWK-TERM-WEIGHT             PIC 9(03) OCCURS 4 TIMES.

       77  HWK-CTG                         PIC 9(04) COMP VALUE ZERO.

      *    Per-student category tallies: a category's average is its
      *    grades weighted by each assignment's maximum points.
       01  STU-CATEGORY-TABLE.
           05  STU-CTG-ENTRY OCCURS 4 TIMES.
               10  STU-CTG-POINTS          PIC 9(07) COMP.
               10  STU-CTG-MAX-TOTAL       PIC 9(05) COMP.
               10  STU-CTG-AVERAGE         PIC 9(03)V9.

       77  STU-WTD-TOTAL                   PIC 9(07)V9 COMP VALUE ZERO.
       77  STU-WTD-WEIGHT-SUM              PIC 9(04) COMP VALUE ZERO.
       77  STU-WTD-AVERAGE                 PIC 9(03)V9 VALUE ZERO.
       77  HWK-AVERAGE-EDIT                PIC ZZ9.9.

      *    Card-date edit work fields - the same whole-calendar-day
      *    edit the maintenance runs apply to keyed dates.
       77  WS-MAX-DAY                      PIC 9(02) VALUE ZERO.
       77  WS-LEAP-QUOT                    PIC 9(04) COMP VALUE ZERO.
       77  WS-LEAP-REM                     PIC 9(04) COMP VALUE ZERO.

       01  WS-EDIT-DATE.
           05  WS-EDIT-YYYY                PIC 9(04).
           05  WS-EDIT-MM                  PIC 9(02).
           05  WS-EDIT-DD                  PIC 9(02).

      *    Civil-date to day-number conversion work fields, so days
      *    late stay exact across month and year ends.
       01  WS-DATE-CONV-DATE               PIC 9(08) VALUE ZERO.
       01  WS-DATE-CONV-PARTS.
           05  WS-CONV-YYYY                PIC 9(04).
           05  WS-CONV-MM                  PIC 9(02).
           05  WS-CONV-DD                  PIC 9(02).
       77  WS-CONV-Y                       PIC 9(08) COMP VALUE ZERO.
       77  WS-CONV-M                       PIC 9(04) COMP VALUE ZERO.
       77  WS-CONV-T1                      PIC 9(08) COMP VALUE ZERO.
       77  WS-CONV-T2                      PIC 9(08) COMP VALUE ZERO.
       77  WS-CONV-T3                      PIC 9(08) COMP VALUE ZERO.
       77  WS-CONV-T4                      PIC 9(08) COMP VALUE ZERO.
       77  WS-DATE-CONV-DAYS               PIC 9(08) COMP VALUE ZERO.

      ******************************************************************
      *  SHARED HOMEWORK RECORD - the posting work area.  Each         *
      *  submission is carried through these fields on its way into    *
           05  RPT-AVG-GRADE               PIC ZZ9.9.
           05  FILLER                      PIC X(105) VALUE SPACES.

      *    Category averages print in the CATWREC weight order; "N/A"
      *    where the student has no graded work in the category, or
      *    (weighted) where the term has no weights on CATWMST.
       01  RPT-CATEGORY-LINE.
           05  FILLER                      PIC X(20) VALUE
                   "  CATEGORY AVERAGES ".
           05  FILLER                      PIC X(11) VALUE
                   "  HOMEWORK ".
           05  RPT-CTG-HOMEWORK            PIC X(05).
           05  FILLER                      PIC X(11) VALUE
                   "  QUIZ     ".
           05  RPT-CTG-QUIZ                PIC X(05).
           05  FILLER                      PIC X(11) VALUE
                   "  TEST     ".
           05  RPT-CTG-TEST                PIC X(05).
           05  FILLER                      PIC X(11) VALUE
                   "  PROJECT  ".
           05  RPT-CTG-PROJECT             PIC X(05).
           05  FILLER                      PIC X(12) VALUE
                   "  WEIGHTED  ".
           05  RPT-CTG-WEIGHTED            PIC X(05).
           05  FILLER                      PIC X(31) VALUE SPACES.
       01  RPT-CATEGORY-TABLE REDEFINES RPT-CATEGORY-LINE.
           05  FILLER                      PIC X(20).
           05  RPT-CTG-ENTRY OCCURS 4 TIMES.
               10  FILLER                  PIC X(11).
               10  RPT-CTG-AVERAGE         PIC X(05).
           05  FILLER                      PIC X(48).

       01  RPT-SUMMARY-LINE.
           05  FILLER                      PIC X(24) VALUE
                   "CLASS SUMMARY  STUDENTS ".
           05  RPT-SUM-MISSING             PIC ZZ9.
           05  FILLER                      PIC X(59) VALUE SPACES.

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
               PERFORM 2000-POST-SUBMISSIONS THRU 2000-EXIT
               PERFORM 4000-PRINT-REPORT-CARDS THRU 4000-EXIT
           END-IF.
           PERFORM 9999-TERMINATE-RUN THRU 9999-EXIT.
           PERFORM 0900-END-RUN-CONTROL THRU 0900-EXIT.
           GOBACK.

      ******************************************************************
      *  0100-START-RUN-CONTROL - before the run opens a file it       *
      *  checks itself in on the RUNLEDG run-control ledger.  Every    *
      *  predecessor the RUNDEPS deck names for HOMEWK01 must have     *
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
               DISPLAY "HOMEWK01 REFUSED - NO RUN-CONTROL LEDGER"
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
                   DISPLAY "HOMEWK01 REFUSED - " RCT-REFUSAL-REASON
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
               DISPLAY "HOMEWK01 REFUSED - " RCT-REFUSAL-REASON
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
           MOVE "POSTED" TO RCL-COUNT-LABEL(1).
           MOVE HWK-SUB-POSTED-COUNT TO RCL-COUNT-VALUE(1).
           MOVE "REJECTED" TO RCL-COUNT-LABEL(2).
           MOVE HWK-SUB-REJECT-COUNT TO RCL-COUNT-VALUE(2).
           MOVE "LATE" TO RCL-COUNT-LABEL(3).
           MOVE HWK-SUB-LATE-COUNT TO RCL-COUNT-VALUE(3).
       0950-EXIT.
           EXIT.

      ******************************************************************
      *  1000-INITIALIZE-RUN                                           *
      ******************************************************************
       1000-INITIALIZE-RUN.
           OPEN INPUT  HOMEWORK-CONTROL-FILE
                       SUBMISSION-FILE
                       ASSIGNMENT-CATALOG
                       CATEGORY-WEIGHT-MASTER
                I-O    STUDENT-MASTER
                OUTPUT SUBMISSION-ERROR-FILE
                       REPORT-CARD-FILE.
           WRITE SUBERR-PRINT-LINE FROM HWK-ERROR-HEADING-LINE.
           IF WS-STUMST-STATUS NOT = "00"
               DISPLAY "STUDENT-MASTER OPEN FAILED, STATUS = "
                   WS-STUMST-STATUS
               MOVE "Y" TO WS-ABORT-SWITCH
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
           IF WS-HWKCTL-STATUS NOT = "00"
               DISPLAY "HWKCTL OPEN FAILED, STATUS = "
                   WS-HWKCTL-STATUS
               MOVE "Y" TO WS-ABORT-SWITCH
           END-IF.
           IF RUN-MUST-ABORT
               GO TO 1000-EXIT
           END-IF.
           PERFORM 1100-LOAD-CONTROL-DECK THRU 1100-EXIT.
           IF RUN-MUST-ABORT
               GO TO 1000-EXIT
           END-IF.
           PERFORM 1200-LOAD-TERM-CATALOG THRU 1200-EXIT.
       1000-EXIT.
           EXIT.

      *    The term card is required and the schedule must make sense
      *    - a bad control deck grades nothing rather than posting
      *    the wrong marks.
       1100-LOAD-CONTROL-DECK.
           MOVE ZERO TO HWK-LATE-COUNT.
           MOVE "N" TO WS-EOF-CONTROL.
           PERFORM UNTIL CONTROL-EOF OR RUN-MUST-ABORT
               READ HOMEWORK-CONTROL-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-CONTROL
                   NOT AT END
                       PERFORM 1110-EDIT-CONTROL-CARD THRU 1110-EXIT
               END-READ
           END-PERFORM.
           IF RUN-MUST-ABORT
               GO TO 1100-EXIT
           END-IF.
           IF HWK-TERM-ID = SPACES
               DISPLAY "HWKCTL TERM CARD MISSING - NO RUN"
               MOVE "Y" TO WS-ABORT-SWITCH
           END-IF.
       1100-EXIT.
           EXIT.

       1110-EDIT-CONTROL-CARD.
           IF HCT-TERM-CARD
               IF HCT-TERM-ID = SPACES
                   DISPLAY "HWKCTL TERM ID BLANK - NO RUN"
                   MOVE "Y" TO WS-ABORT-SWITCH
               ELSE
                   MOVE HCT-TERM-ID TO HWK-TERM-ID
               END-IF
               GO TO 1110-EXIT
           END-IF.
           IF NOT HCT-LATE-CARD
               DISPLAY "HWKCTL CARD TYPE NOT T OR L - NO RUN"
               MOVE "Y" TO WS-ABORT-SWITCH
               GO TO 1110-EXIT
           END-IF.
           IF HCT-DAYS-LATE NOT NUMERIC
               OR HCT-PENALTY-PCT NOT NUMERIC
               DISPLAY "HWKCTL LATE CARD NOT NUMERIC - NO RUN"
               MOVE "Y" TO WS-ABORT-SWITCH
               GO TO 1110-EXIT
           END-IF.
           IF HCT-DAYS-LATE-N = ZERO
               OR HCT-PENALTY-PCT-N > 100
               DISPLAY "HWKCTL LATE CARD DAYS 0 OR PCT OVER 100"
                   " - NO RUN"
               MOVE "Y" TO WS-ABORT-SWITCH
               GO TO 1110-EXIT
           END-IF.
           IF HWK-LATE-COUNT NOT < HWK-LATE-MAX
               DISPLAY "HWKCTL MORE THAN 10 LATE CARDS - NO RUN"
               MOVE "Y" TO WS-ABORT-SWITCH
               GO TO 1110-EXIT
           END-IF.
           IF HWK-LATE-COUNT > ZERO
               IF HCT-DAYS-LATE-N NOT > HWK-LATE-DAYS(HWK-LATE-COUNT)
                   DISPLAY "HWKCTL LATE CARDS OUT OF DAY ORDER"
                       " - NO RUN"
                   MOVE "Y" TO WS-ABORT-SWITCH
                   GO TO 1110-EXIT
               END-IF
           END-IF.
           ADD 1 TO HWK-LATE-COUNT.
           MOVE HCT-DAYS-LATE-N TO HWK-LATE-DAYS(HWK-LATE-COUNT).
           MOVE HCT-PENALTY-PCT-N TO HWK-LATE-PCT(HWK-LATE-COUNT).
       1110-EXIT.
           EXIT.

      *    The term's slots and weights, for the report cards.  A slot
      *    not in the catalog carries a zero maximum and counts toward
      *    no category; a term with no weights record prints no
      *    weighted average.
       1200-LOAD-TERM-CATALOG.
           PERFORM VARYING HWK-SLOT FROM 1 BY 1 UNTIL HWK-SLOT > 10
               MOVE ZERO TO HWK-CAT-CATEGORY(HWK-SLOT)
                            HWK-CAT-MAX-POINTS(HWK-SLOT)
               MOVE HWK-TERM-ID TO ASG-TERM-ID
               MOVE HWK-SLOT TO ASG-SLOT-NO
               READ ASSIGNMENT-CATALOG
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 1210-TAKE-CATALOG-SLOT THRU 1210-EXIT
               END-READ
           END-PERFORM.
           MOVE "N" TO WS-WEIGHTS-SWITCH.
           MOVE ZERO TO HWK-TERM-WEIGHTS.
           MOVE HWK-TERM-ID TO CTW-TERM-ID.
           READ CATEGORY-WEIGHT-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-WEIGHTS-SWITCH
                   MOVE CTW-WEIGHT-TABLE TO HWK-TERM-WEIGHTS
           END-READ.
       1200-EXIT.
           EXIT.

       1210-TAKE-CATALOG-SLOT.
           MOVE ASG-MAX-POINTS TO HWK-CAT-MAX-POINTS(HWK-SLOT).
           EVALUATE TRUE
               WHEN ASG-CAT-HOMEWORK
                   MOVE 1 TO HWK-CAT-CATEGORY(HWK-SLOT)
               WHEN ASG-CAT-QUIZ
                   MOVE 2 TO HWK-CAT-CATEGORY(HWK-SLOT)
               WHEN ASG-CAT-TEST
                   MOVE 3 TO HWK-CAT-CATEGORY(HWK-SLOT)
               WHEN ASG-CAT-PROJECT
                   MOVE 4 TO HWK-CAT-CATEGORY(HWK-SLOT)
               WHEN OTHER
                   MOVE ZERO TO HWK-CAT-MAX-POINTS(HWK-SLOT)
           END-EVALUATE.
       1210-EXIT.
           EXIT.

      ******************************************************************
      *  2000-POST-SUBMISSIONS                                         *
      ******************************************************************
               PERFORM 2400-REJECT-SUBMISSION THRU 2400-EXIT
               GO TO 2100-EXIT
           END-IF.
           MOVE HWK-TERM-ID TO ASG-TERM-ID.
           MOVE SUB-ASSIGNMENT-NO TO ASG-SLOT-NO.
           READ ASSIGNMENT-CATALOG
               INVALID KEY
                   MOVE "ASSIGNMENT NOT IN TERM CATALOG"
                       TO HWK-ERR-MESSAGE
                   PERFORM 2400-REJECT-SUBMISSION THRU 2400-EXIT
                   GO TO 2100-EXIT
           END-READ.
           IF SUB-SUBMIT-DATE NOT NUMERIC
               MOVE "SUBMISSION DATE NOT NUMERIC"
                   TO HWK-ERR-MESSAGE
               PERFORM 2400-REJECT-SUBMISSION THRU 2400-EXIT
               GO TO 2100-EXIT
           END-IF.
           MOVE SUB-SUBMIT-DATE-N TO WS-EDIT-DATE.
           PERFORM 2150-EDIT-SUBMIT-DATE THRU 2150-EXIT.
           IF HWK-ERR-MESSAGE NOT = SPACES
               PERFORM 2400-REJECT-SUBMISSION THRU 2400-EXIT
               GO TO 2100-EXIT
           END-IF.
           MOVE SUB-GRADE TO HWK-GRADE-NUM.
           IF SUB-SUBMIT-DATE-N > ASG-DUE-DATE
               PERFORM 2200-APPLY-LATE-PENALTY THRU 2200-EXIT
           END-IF.
           MOVE SUB-STUDENT-ID TO STU-STUDENT-ID.
           READ STUDENT-MASTER
               INVALID KEY
               GO TO 2100-EXIT
           END-IF.
           MOVE STU-STUDENT-NAME TO HOMEWORK-STUDENT-NAME.
           MOVE ASG-ASSIGNMENT-NAME TO HOMEWORK-ASSIGNMENT.
           MOVE HWK-GRADE-NUM TO HOMEWORK-GRADE.
           MOVE SUB-ASSIGNMENT-NO TO HWK-SLOT.
           MOVE HOMEWORK-ASSIGNMENT TO STU-ASSIGNMENT-NAME(HWK-SLOT).
           MOVE HOMEWORK-GRADE TO STU-ASSIGNMENT-GRADE(HWK-SLOT).
               GO TO 2100-EXIT
           END-IF.
           ADD 1 TO HWK-SUB-POSTED-COUNT.
           IF SUB-SUBMIT-DATE-N > ASG-DUE-DATE
               ADD 1 TO HWK-SUB-LATE-COUNT
           END-IF.
       2100-EXIT.
           EXIT.

      *    WS-EDIT-DATE is loaded by the caller.  It must be a real
      *    calendar day, leap years included; a clean date leaves
      *    HWK-ERR-MESSAGE blank.
       2150-EDIT-SUBMIT-DATE.
           MOVE SPACES TO HWK-ERR-MESSAGE.
           IF WS-EDIT-MM < 01 OR WS-EDIT-MM > 12
               MOVE "SUBMISSION DATE MONTH NOT 01 THRU 12"
                   TO HWK-ERR-MESSAGE
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
               MOVE "SUBMISSION DATE DAY NOT A REAL DAY"
                   TO HWK-ERR-MESSAGE
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

      ******************************************************************
      *  2200-APPLY-LATE-PENALTY - HWK-GRADE-NUM holds the keyed grade *
      *  of a submission dated after the catalog due date.  The first  *
      *  schedule step covering the days late sets the penalty; past   *
      *  the last step, the last step's penalty stands.                *
      ******************************************************************
       2200-APPLY-LATE-PENALTY.
           IF HWK-LATE-COUNT = ZERO
               GO TO 2200-EXIT
           END-IF.
           MOVE ASG-DUE-DATE TO WS-DATE-CONV-DATE.
           PERFORM 2800-DATE-TO-DAY-NUMBER THRU 2800-EXIT.
           MOVE WS-DATE-CONV-DAYS TO HWK-DUE-DAY-NUMBER.
           MOVE SUB-SUBMIT-DATE-N TO WS-DATE-CONV-DATE.
           PERFORM 2800-DATE-TO-DAY-NUMBER THRU 2800-EXIT.
           COMPUTE HWK-DAYS-LATE =
               WS-DATE-CONV-DAYS - HWK-DUE-DAY-NUMBER.
           PERFORM VARYING HWK-LATE-SUB FROM 1 BY 1
                   UNTIL HWK-LATE-SUB > HWK-LATE-COUNT
                      OR HWK-LATE-DAYS(HWK-LATE-SUB) NOT < HWK-DAYS-LATE
               CONTINUE
           END-PERFORM.
           IF HWK-LATE-SUB > HWK-LATE-COUNT
               MOVE HWK-LATE-COUNT TO HWK-LATE-SUB
           END-IF.
           MOVE HWK-LATE-PCT(HWK-LATE-SUB) TO HWK-PENALTY-PCT.
           COMPUTE HWK-PENALTY-POINTS ROUNDED =
               HWK-GRADE-NUM * HWK-PENALTY-PCT / 100.
           SUBTRACT HWK-PENALTY-POINTS FROM HWK-GRADE-NUM.
       2200-EXIT.
           EXIT.

      *    Civil date to day number so days late stay exact across
      *    month and year ends.  January and February count as
      *    months 13 and 14 of the prior year; the divisions must
      *    truncate, hence DIVIDE rather than an inline expression.
       2800-DATE-TO-DAY-NUMBER.
           MOVE WS-DATE-CONV-DATE TO WS-DATE-CONV-PARTS.
           MOVE WS-CONV-YYYY TO WS-CONV-Y.
           MOVE WS-CONV-MM TO WS-CONV-M.
           IF WS-CONV-M < 3
               SUBTRACT 1 FROM WS-CONV-Y
               ADD 12 TO WS-CONV-M
           END-IF.
           DIVIDE WS-CONV-Y BY 4 GIVING WS-CONV-T1.
           DIVIDE WS-CONV-Y BY 100 GIVING WS-CONV-T2.
           DIVIDE WS-CONV-Y BY 400 GIVING WS-CONV-T3.
           COMPUTE WS-CONV-T4 = 153 * (WS-CONV-M + 1).
           DIVIDE WS-CONV-T4 BY 5 GIVING WS-CONV-T4.
           COMPUTE WS-DATE-CONV-DAYS =
               (365 * WS-CONV-Y) + WS-CONV-T1 - WS-CONV-T2
               + WS-CONV-T3 + WS-CONV-T4 + WS-CONV-DD.
       2800-EXIT.
           EXIT.

      *    HWK-ERR-MESSAGE is set by the caller before this is
      *    performed.
       2400-REJECT-SUBMISSION.
           ADD 1 TO CLASS-STUDENT-COUNT.
           MOVE ZERO TO STU-GRADE-TOTAL STU-GRADE-COUNT
                        STU-MISSING-COUNT.
           PERFORM VARYING HWK-CTG FROM 1 BY 1 UNTIL HWK-CTG > 4
               MOVE ZERO TO STU-CTG-POINTS(HWK-CTG)
                            STU-CTG-MAX-TOTAL(HWK-CTG)
                            STU-CTG-AVERAGE(HWK-CTG)
           END-PERFORM.
           MOVE STU-STUDENT-NAME TO RPT-STU-NAME.
           MOVE STU-STUDENT-ID TO RPT-STU-ID.
           WRITE RPTCARD-PRINT-LINE FROM RPT-STUDENT-LINE.
           END-IF.
           MOVE STU-AVERAGE TO RPT-AVG-GRADE.
           WRITE RPTCARD-PRINT-LINE FROM RPT-AVERAGE-LINE.
           PERFORM 4300-PRINT-CATEGORY-AVERAGES THRU 4300-EXIT.
           ADD STU-GRADE-TOTAL TO CLASS-GRADE-TOTAL.
           ADD STU-GRADE-COUNT TO CLASS-GRADE-COUNT.
           ADD STU-MISSING-COUNT TO CLASS-MISSING-TOTAL.
               MOVE STU-ASSIGNMENT-GRADE(HWK-SLOT) TO HWK-GRADE-NUM
               ADD HWK-GRADE-NUM TO STU-GRADE-TOTAL
               ADD 1 TO STU-GRADE-COUNT
               IF HWK-CAT-MAX-POINTS(HWK-SLOT) > ZERO
                   MOVE HWK-CAT-CATEGORY(HWK-SLOT) TO HWK-CTG
                   COMPUTE STU-CTG-POINTS(HWK-CTG) =
                       STU-CTG-POINTS(HWK-CTG)
                       + HWK-GRADE-NUM * HWK-CAT-MAX-POINTS(HWK-SLOT)
                   ADD HWK-CAT-MAX-POINTS(HWK-SLOT)
                       TO STU-CTG-MAX-TOTAL(HWK-CTG)
               END-IF
           ELSE
               IF HWK-SLOT NOT > CLASS-HIGH-ASSIGNMENT
                   ADD 1 TO STU-MISSING-COUNT
       4200-EXIT.
           EXIT.

      ******************************************************************
      *  4300-PRINT-CATEGORY-AVERAGES - each category's grades         *
      *  weighted by the assignments' maximum points, then the term's  *
      *  weighted average over the categories the student has grades   *
      *  in, so an ungraded category neither drags the average down    *
      *  nor inflates it.                                              *
      ******************************************************************
       4300-PRINT-CATEGORY-AVERAGES.
           MOVE ZERO TO STU-WTD-TOTAL STU-WTD-WEIGHT-SUM.
           PERFORM VARYING HWK-CTG FROM 1 BY 1 UNTIL HWK-CTG > 4
               IF STU-CTG-MAX-TOTAL(HWK-CTG) > ZERO
                   COMPUTE STU-CTG-AVERAGE(HWK-CTG) ROUNDED =
                       STU-CTG-POINTS(HWK-CTG)
                       / STU-CTG-MAX-TOTAL(HWK-CTG)
                   MOVE STU-CTG-AVERAGE(HWK-CTG) TO HWK-AVERAGE-EDIT
                   MOVE HWK-AVERAGE-EDIT TO RPT-CTG-AVERAGE(HWK-CTG)
                   COMPUTE STU-WTD-TOTAL = STU-WTD-TOTAL
                       + HWK-TERM-WEIGHT(HWK-CTG)
                       * STU-CTG-AVERAGE(HWK-CTG)
                   ADD HWK-TERM-WEIGHT(HWK-CTG) TO STU-WTD-WEIGHT-SUM
               ELSE
                   MOVE "  N/A" TO RPT-CTG-AVERAGE(HWK-CTG)
               END-IF
           END-PERFORM.
           IF TERM-HAS-WEIGHTS AND STU-WTD-WEIGHT-SUM > ZERO
               COMPUTE STU-WTD-AVERAGE ROUNDED =
                   STU-WTD-TOTAL / STU-WTD-WEIGHT-SUM
               MOVE STU-WTD-AVERAGE TO HWK-AVERAGE-EDIT
               MOVE HWK-AVERAGE-EDIT TO RPT-CTG-WEIGHTED
           ELSE
               MOVE "  N/A" TO RPT-CTG-WEIGHTED
           END-IF.
           WRITE RPTCARD-PRINT-LINE FROM RPT-CATEGORY-LINE.
       4300-EXIT.
           EXIT.

      *    Position the master at its first key for a full sweep.  A
      *    START that fails for any reason (empty master, master not
      *    open) ends the sweep before it begins - a failed file
      *  9999-TERMINATE-RUN                                            *
      ******************************************************************
       9999-TERMINATE-RUN.
           CLOSE HOMEWORK-CONTROL-FILE
                 SUBMISSION-FILE
                 ASSIGNMENT-CATALOG
                 CATEGORY-WEIGHT-MASTER
                 STUDENT-MASTER
                 SUBMISSION-ERROR-FILE
                 REPORT-CARD-FILE.
               HWK-SUB-POSTED-COUNT.
           DISPLAY "HOMEWK01 SUBMISSIONS REJECTED: "
               HWK-SUB-REJECT-COUNT.
           DISPLAY "HOMEWK01 LATE SUBMISSIONS POSTED: "
               HWK-SUB-LATE-COUNT.
           IF RUN-MUST-ABORT
               MOVE 12 TO RETURN-CODE
           END-IF.
