      ******************************************************************
      *                                                                *
      *  PRGALRT0.CBL                                                  *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     PRGALRT0.
       AUTHOR.         R SHIELDS.
       INSTALLATION.   DATA PROCESSING CENTER.
       DATE-WRITTEN.   2026-10-15.
       DATE-COMPILED.

      ******************************************************************
      *  CHANGE LOG                                                    *
      *  DATE       INIT  DESCRIPTION                                  *
      *  ---------- ----  ------------------------------------------   *
      *  2026-10-15  RLS  Progress-alert run, after each HOMEWK01      *
      *                   grading run: scans STUMST for students at or *
      *                   over the ALRTCTL missing-assignment limit,   *
      *                   under the average floor, or dropped from     *
      *                   their last TERMHIST term by the set amount,  *
      *                   prints an alert letter per student on        *
      *                   ALRTLTR and writes the ALRTXTR mailing       *
      *                   extract for the mail vendor.  The ALRTHST    *
      *                   alert history holds back a repeat alert for  *
      *                   the same reason inside the quiet period.     *
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

      *    Alert control card: the term being graded, the three
      *    selection thresholds and the quiet period in days.
           SELECT ALERT-CONTROL-FILE
               ASSIGN TO ALRTCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ALRTCTL-STATUS.

      *    Student master graded by HOMEWK01.  DYNAMIC access: one
      *    sweep finds the class high-water assignment, a second
      *    selects the students to alert.
           SELECT STUDENT-MASTER
               ASSIGN TO STUMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STU-STUDENT-ID
               FILE STATUS IS WS-STUMST-STATUS.

      *    Assignment catalog maintained by ASGNMNT0 - the names of
      *    the missing assignments on the letters.
           SELECT ASSIGNMENT-CATALOG
               ASSIGN TO ASGNMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ASG-CATALOG-KEY
               FILE STATUS IS WS-ASGNMST-STATUS.

      *    Dated term-history trail appended by TERMEND0 - each
      *    student's last term average, for the drop test.
           SELECT TERM-HISTORY-FILE
               ASSIGN TO TERMHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TERMHIST-STATUS.

      *    Alert history maintained in place, keyed by student plus
      *    reason.
           SELECT ALERT-HISTORY-MASTER
               ASSIGN TO ALRTHST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ALH-ALERT-KEY
               FILE STATUS IS WS-ALRTHST-STATUS.

      *    Printed alert letters, one per student alerted, then the
      *    run totals.
           SELECT ALERT-LETTER-FILE
               ASSIGN TO ALRTLTR
               ORGANIZATION IS SEQUENTIAL.

      *    Fixed-format mailing extract for the mail vendor.
           SELECT ALERT-MAILING-FILE
               ASSIGN TO ALRTXTR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ALRTXTR-STATUS.

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

      *    A threshold keyed as zero (or left blank) turns its test
      *    off; at least one must be on.  The floor and drop carry
      *    one implied decimal, the same scale as the averages.
       FD  ALERT-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
       01  ALERT-CONTROL-RECORD.
           05  ACT-TERM-ID                 PIC X(06).
           05  ACT-MISSING-LIMIT           PIC X(02).
           05  ACT-AVERAGE-FLOOR           PIC X(04).
           05  ACT-DROP-AMOUNT             PIC X(04).
           05  ACT-QUIET-DAYS              PIC X(03).
           05  FILLER                      PIC X(61).
       01  ALERT-CONTROL-NUMERIC
               REDEFINES ALERT-CONTROL-RECORD.
           05  FILLER                      PIC X(06).
           05  ACT-MISSING-LIMIT-N         PIC 9(02).
           05  ACT-AVERAGE-FLOOR-N         PIC 9(03)V9.
           05  ACT-DROP-AMOUNT-N           PIC 9(03)V9.
           05  ACT-QUIET-DAYS-N            PIC 9(03).
           05  FILLER                      PIC X(61).

       FD  STUDENT-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY STUMREC.

       FD  ASSIGNMENT-CATALOG
           LABEL RECORDS ARE STANDARD.
           COPY ASGNREC.

       FD  TERM-HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
           COPY TRMHREC.

       FD  ALERT-HISTORY-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY ALRHREC.

       FD  ALERT-LETTER-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS.
       01  ALRTLTR-PRINT-LINE              PIC X(132).

       FD  ALERT-MAILING-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ALRXREC.

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

       77  RCT-PROGRAM-ID                  PIC X(08) VALUE "PRGALRT0".
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
       77  WS-ALRTCTL-STATUS               PIC X(02) VALUE SPACES.
       77  WS-STUMST-STATUS                PIC X(02) VALUE SPACES.
       77  WS-ASGNMST-STATUS               PIC X(02) VALUE SPACES.
       77  WS-TERMHIST-STATUS              PIC X(02) VALUE SPACES.
       77  WS-ALRTHST-STATUS               PIC X(02) VALUE SPACES.
       77  WS-ALRTXTR-STATUS               PIC X(02) VALUE SPACES.

       77  WS-EOF-MASTER                   PIC X(01) VALUE "N".
           88  MASTER-EOF                            VALUE "Y".
       77  WS-EOF-HISTORY                  PIC X(01) VALUE "N".
           88  HISTORY-EOF                           VALUE "Y".

      *    Set on a bad control card or a file that will not open or
      *    take a write: no letters may go out that the alert history
      *    does not remember sending.
       77  WS-ABORT-SWITCH                 PIC X(01) VALUE "N".
           88  RUN-MUST-ABORT                        VALUE "Y".

       77  WS-PRIOR-FOUND                  PIC X(01) VALUE "N".
           88  PRIOR-TERM-FOUND                      VALUE "Y".

      *    One switch per reason: "Y" selected and going out, "Q"
      *    selected but held back inside the quiet period, "N" not
      *    selected.
       77  ALR-MISSING-REASON              PIC X(01) VALUE "N".
           88  ALERT-FOR-MISSING                     VALUE "Y".
           88  MISSING-HELD-BACK                     VALUE "Q".
       77  ALR-AVERAGE-REASON              PIC X(01) VALUE "N".
           88  ALERT-FOR-AVERAGE                     VALUE "Y".
           88  AVERAGE-HELD-BACK                     VALUE "Q".
       77  ALR-DROP-REASON                 PIC X(01) VALUE "N".
           88  ALERT-FOR-DROP                        VALUE "Y".
           88  DROP-HELD-BACK                        VALUE "Q".

      *    Reason switch handed to 4200 and back.
       77  ALR-REASON-SWITCH               PIC X(01) VALUE "N".
       77  ALR-REASON-CODE                 PIC X(01) VALUE SPACES.

      ******************************************************************
      *  CONTROL VALUES AND COUNTERS                                   *
      ******************************************************************
       77  ALR-TERM-ID                     PIC X(06) VALUE SPACES.
       77  ALR-MISSING-LIMIT               PIC 9(02) VALUE ZERO.
       77  ALR-AVERAGE-FLOOR               PIC 9(03)V9 VALUE ZERO.
       77  ALR-DROP-AMOUNT                 PIC 9(03)V9 VALUE ZERO.
       77  ALR-QUIET-DAYS                  PIC 9(03) VALUE ZERO.

       77  ALR-STUDENT-COUNT               PIC 9(05) COMP VALUE ZERO.
       77  ALR-SELECTED-COUNT              PIC 9(05) COMP VALUE ZERO.
       77  ALR-LETTER-COUNT                PIC 9(05) COMP VALUE ZERO.
       77  ALR-HELD-BACK-COUNT             PIC 9(05) COMP VALUE ZERO.
       77  ALR-HISTORY-READ                PIC 9(05) COMP VALUE ZERO.

       77  ALR-XTR-RECORD-COUNT            PIC 9(07) COMP VALUE ZERO.
       77  ALR-XTR-HASH-TOTAL              PIC 9(09)V9 VALUE ZERO.

       77  ALR-SLOT                        PIC 9(04) COMP VALUE ZERO.
       77  ALR-GRADE-NUM                   PIC 9(02) VALUE ZERO.

      *    Highest assignment slot any student in the class has a
      *    grade in - the line "missing" is measured against, the
      *    same rule as HOMEWK01's report cards.
       77  CLASS-HIGH-ASSIGNMENT           PIC 9(02) VALUE ZERO.

       77  STU-GRADE-TOTAL                 PIC 9(05) COMP VALUE ZERO.
       77  STU-GRADE-COUNT                 PIC 9(04) COMP VALUE ZERO.
       77  STU-MISSING-COUNT               PIC 9(04) COMP VALUE ZERO.
       77  STU-AVERAGE                     PIC 9(03)V9 VALUE ZERO.
       77  STU-DROP                        PIC 9(03)V9 VALUE ZERO.

       77  WS-CURRENT-DATE                 PIC 9(08) VALUE ZERO.
       77  WS-CURRENT-TIME                 PIC 9(08) VALUE ZERO.
       77  ALR-TODAY-DAY-NUMBER            PIC 9(08) COMP VALUE ZERO.
       77  ALR-DAYS-SINCE                  PIC 9(08) COMP VALUE ZERO.

      ******************************************************************
      *  TERM CATALOG NAMES - the term's ten slot names from ASGNMST,  *
      *  blank for a slot not in the catalog.                          *
      ******************************************************************
       01  ALR-CATALOG-TABLE.
           05  ALR-CAT-NAME                PIC X(40) OCCURS 10 TIMES.

      ******************************************************************
      *  PRIOR TERMS - each student's last graded term on TERMHIST.    *
      *  The trail is appended term by term, so the record with the    *
      *  latest term-end date wins.                                    *
      ******************************************************************
       77  ALR-PRIOR-MAX                   PIC 9(04) COMP VALUE 999.
       77  ALR-PRIOR-COUNT                 PIC 9(04) COMP VALUE ZERO.
       77  ALR-PRIOR-SUB                   PIC 9(04) COMP VALUE ZERO.
       77  ALR-SEARCH-ID                   PIC X(05) VALUE SPACES.

       01  ALR-PRIOR-TABLE.
           05  ALR-PRIOR-ENTRY OCCURS 999 TIMES.
               10  ALR-PRIOR-STUDENT-ID    PIC X(05).
               10  ALR-PRIOR-TERM-ID       PIC X(06).
               10  ALR-PRIOR-END-DATE      PIC 9(08).
               10  ALR-PRIOR-AVERAGE       PIC 9(03)V9.

      *    Civil-date to day-number conversion work fields, so the
      *    quiet period stays exact across month and year ends.
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
      *  LETTER LINES                                                  *
      ******************************************************************
       01  ALR-RULE-LINE.
           05  FILLER                      PIC X(72) VALUE ALL "-".
           05  FILLER                      PIC X(60) VALUE SPACES.

       01  ALR-BLANK-LINE                  PIC X(132) VALUE SPACES.

       01  ALR-LETTER-HEAD-LINE.
           05  FILLER                      PIC X(24) VALUE
                   "STUDENT PROGRESS ALERT  ".
           05  FILLER                      PIC X(05) VALUE "TERM ".
           05  ALR-LTR-TERM-ID             PIC X(06).
           05  FILLER                      PIC X(07) VALUE "  DATE ".
           05  ALR-LTR-DATE                PIC 9(08).
           05  FILLER                      PIC X(82) VALUE SPACES.

       01  ALR-ADDRESS-LINE.
           05  FILLER                      PIC X(30) VALUE
                   "TO THE PARENT OR GUARDIAN OF ".
           05  ALR-LTR-STUDENT-NAME        PIC X(40).
           05  FILLER                      PIC X(05) VALUE "  ID ".
           05  ALR-LTR-STUDENT-ID          PIC X(05).
           05  FILLER                      PIC X(52) VALUE SPACES.

       01  ALR-OPENING-LINE.
           05  FILLER                      PIC X(60) VALUE
               "THE STUDENT NAMED ABOVE IS FALLING BEHIND THIS TERM:".
           05  FILLER                      PIC X(72) VALUE SPACES.

       01  ALR-MISSING-REASON-LINE.
           05  FILLER                      PIC X(26) VALUE
                   "  - MISSING ASSIGNMENTS   ".
           05  ALR-RSN-MISSING             PIC ZZZ9.
           05  FILLER                      PIC X(102) VALUE SPACES.

       01  ALR-AVERAGE-REASON-LINE.
           05  FILLER                      PIC X(26) VALUE
                   "  - CURRENT AVERAGE      ".
           05  ALR-RSN-AVERAGE             PIC ZZ9.9.
           05  FILLER                      PIC X(16) VALUE
                   " IS BELOW       ".
           05  ALR-RSN-FLOOR               PIC ZZ9.9.
           05  FILLER                      PIC X(80) VALUE SPACES.

       01  ALR-DROP-REASON-LINE.
           05  FILLER                      PIC X(26) VALUE
                   "  - CURRENT AVERAGE      ".
           05  ALR-RSN-DROP-AVERAGE        PIC ZZ9.9.
           05  FILLER                      PIC X(16) VALUE
                   " IS DOWN        ".
           05  ALR-RSN-DROP                PIC ZZ9.9.
           05  FILLER                      PIC X(06) VALUE " FROM ".
           05  ALR-RSN-PRIOR-AVERAGE       PIC ZZ9.9.
           05  FILLER                      PIC X(09) VALUE
                   " IN TERM ".
           05  ALR-RSN-PRIOR-TERM          PIC X(06).
           05  FILLER                      PIC X(54) VALUE SPACES.

       01  ALR-MISSING-HEAD-LINE.
           05  FILLER                      PIC X(24) VALUE
                   "  MISSING ASSIGNMENTS:".
           05  FILLER                      PIC X(108) VALUE SPACES.

       01  ALR-MISSING-ITEM-LINE.
           05  FILLER                      PIC X(06) VALUE SPACES.
           05  ALR-ITM-SLOT                PIC Z9.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  ALR-ITM-NAME                PIC X(40).
           05  FILLER                      PIC X(82) VALUE SPACES.

       01  ALR-CURRENT-AVERAGE-LINE.
           05  FILLER                      PIC X(24) VALUE
                   "  CURRENT AVERAGE       ".
           05  ALR-CUR-AVERAGE             PIC X(05).
           05  FILLER                      PIC X(103) VALUE SPACES.

       01  ALR-AVERAGE-EDIT                PIC ZZ9.9.

       01  ALR-TOTAL-LINE.
           05  ALR-TOT-LABEL               PIC X(26).
           05  ALR-TOT-VALUE               PIC ZZ,ZZ9.
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
           IF NOT RUN-MUST-ABORT
               PERFORM 2000-LOAD-PRIOR-TERMS THRU 2000-EXIT
           END-IF.
           IF NOT RUN-MUST-ABORT
               PERFORM 3000-FIND-CLASS-HIGH-WATER THRU 3000-EXIT
               PERFORM 4000-SCAN-STUDENTS THRU 4000-EXIT
               PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT
           END-IF.
           PERFORM 9999-TERMINATE-RUN THRU 9999-EXIT.
           PERFORM 0900-END-RUN-CONTROL THRU 0900-EXIT.
           GOBACK.

      ******************************************************************
      *  0100-START-RUN-CONTROL - before the run opens a file it       *
      *  checks itself in on the RUNLEDG run-control ledger.  Every    *
      *  predecessor the RUNDEPS deck names for PRGALRT0 must have     *
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
               DISPLAY "PRGALRT0 REFUSED - NO RUN-CONTROL LEDGER"
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
                   DISPLAY "PRGALRT0 REFUSED - " RCT-REFUSAL-REASON
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
               DISPLAY "PRGALRT0 REFUSED - " RCT-REFUSAL-REASON
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
           MOVE ALR-STUDENT-COUNT TO RCL-COUNT-VALUE(1).
           MOVE "LETTERS" TO RCL-COUNT-LABEL(2).
           MOVE ALR-LETTER-COUNT TO RCL-COUNT-VALUE(2).
           MOVE "HELD BACK" TO RCL-COUNT-LABEL(3).
           MOVE ALR-HELD-BACK-COUNT TO RCL-COUNT-VALUE(3).
       0950-EXIT.
           EXIT.

      ******************************************************************
      *  1000-INITIALIZE-RUN - read the control card, open the files,  *
      *  load the term's assignment names                              *
      ******************************************************************
       1000-INITIALIZE-RUN.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           MOVE WS-CURRENT-DATE TO WS-DATE-CONV-DATE.
           PERFORM 2800-DATE-TO-DAY-NUMBER THRU 2800-EXIT.
           MOVE WS-DATE-CONV-DAYS TO ALR-TODAY-DAY-NUMBER.
           OPEN INPUT  ALERT-CONTROL-FILE.
           IF WS-ALRTCTL-STATUS NOT = "00"
               DISPLAY "ALRTCTL OPEN FAILED, STATUS = "
                   WS-ALRTCTL-STATUS
               MOVE "Y" TO WS-ABORT-SWITCH
               GO TO 1000-EXIT
           END-IF.
           READ ALERT-CONTROL-FILE
               AT END
                   DISPLAY "ALRTCTL CONTROL CARD MISSING - NO RUN"
                   MOVE "Y" TO WS-ABORT-SWITCH
                   GO TO 1000-EXIT
           END-READ.
           PERFORM 1100-EDIT-CONTROL-CARD THRU 1100-EXIT.
           IF RUN-MUST-ABORT
               GO TO 1000-EXIT
           END-IF.
           OPEN INPUT  STUDENT-MASTER
                       ASSIGNMENT-CATALOG
                I-O    ALERT-HISTORY-MASTER
                OUTPUT ALERT-LETTER-FILE
                       ALERT-MAILING-FILE.
      *    The first run creates the alert history - the same
      *    status-35 fallback the maintenance runs use.
           IF WS-ALRTHST-STATUS = "35"
               OPEN OUTPUT ALERT-HISTORY-MASTER
               IF WS-ALRTHST-STATUS = "00"
                   CLOSE ALERT-HISTORY-MASTER
                   OPEN I-O ALERT-HISTORY-MASTER
               END-IF
           END-IF.
           IF WS-STUMST-STATUS NOT = "00"
               DISPLAY "STUDENT-MASTER OPEN FAILED, STATUS = "
                   WS-STUMST-STATUS
               MOVE "Y" TO WS-ABORT-SWITCH
               GO TO 1000-EXIT
           END-IF.
           IF WS-ASGNMST-STATUS NOT = "00"
               DISPLAY "ASSIGNMENT-CATALOG OPEN FAILED, STATUS = "
                   WS-ASGNMST-STATUS
               MOVE "Y" TO WS-ABORT-SWITCH
               GO TO 1000-EXIT
           END-IF.
           IF WS-ALRTHST-STATUS NOT = "00"
               DISPLAY "ALERT-HISTORY-MASTER OPEN FAILED, STATUS = "
                   WS-ALRTHST-STATUS
               MOVE "Y" TO WS-ABORT-SWITCH
               GO TO 1000-EXIT
           END-IF.
           IF WS-ALRTXTR-STATUS NOT = "00"
               DISPLAY "ALRTXTR OPEN FAILED, STATUS = "
                   WS-ALRTXTR-STATUS
               MOVE "Y" TO WS-ABORT-SWITCH
               GO TO 1000-EXIT
           END-IF.
           PERFORM 1200-LOAD-TERM-CATALOG THRU 1200-EXIT.
           MOVE "H" TO ALX-RECORD-TYPE.
           MOVE SPACES TO ALX-HEADER-DATA.
           MOVE WS-CURRENT-DATE TO ALX-HDR-RUN-DATE.
           MOVE WS-CURRENT-TIME TO ALX-HDR-RUN-TIME.
           MOVE "PRGALRT0" TO ALX-HDR-SOURCE-ID.
           MOVE ALR-TERM-ID TO ALX-HDR-TERM-ID.
           WRITE ALERT-MAILING-RECORD.
       1000-EXIT.
           EXIT.

      *    Every keyed threshold must be numeric; a blank one is
      *    taken as zero, turning its test off.  A card with every
      *    test off would select nobody and is refused as a keying
      *    error.
       1100-EDIT-CONTROL-CARD.
           IF ACT-TERM-ID = SPACES
               DISPLAY "ALRTCTL TERM ID BLANK - NO RUN"
               MOVE "Y" TO WS-ABORT-SWITCH
               GO TO 1100-EXIT
           END-IF.
           MOVE ACT-TERM-ID TO ALR-TERM-ID.
           IF ACT-MISSING-LIMIT NOT = SPACES
               IF ACT-MISSING-LIMIT NOT NUMERIC
                   DISPLAY "ALRTCTL MISSING LIMIT NOT NUMERIC - NO RUN"
                   MOVE "Y" TO WS-ABORT-SWITCH
                   GO TO 1100-EXIT
               END-IF
               MOVE ACT-MISSING-LIMIT-N TO ALR-MISSING-LIMIT
           END-IF.
           IF ACT-AVERAGE-FLOOR NOT = SPACES
               IF ACT-AVERAGE-FLOOR NOT NUMERIC
                   DISPLAY "ALRTCTL AVERAGE FLOOR NOT NUMERIC - NO RUN"
                   MOVE "Y" TO WS-ABORT-SWITCH
                   GO TO 1100-EXIT
               END-IF
               MOVE ACT-AVERAGE-FLOOR-N TO ALR-AVERAGE-FLOOR
           END-IF.
           IF ACT-DROP-AMOUNT NOT = SPACES
               IF ACT-DROP-AMOUNT NOT NUMERIC
                   DISPLAY "ALRTCTL DROP AMOUNT NOT NUMERIC - NO RUN"
                   MOVE "Y" TO WS-ABORT-SWITCH
                   GO TO 1100-EXIT
               END-IF
               MOVE ACT-DROP-AMOUNT-N TO ALR-DROP-AMOUNT
           END-IF.
           IF ACT-QUIET-DAYS NOT = SPACES
               IF ACT-QUIET-DAYS NOT NUMERIC
                   DISPLAY "ALRTCTL QUIET DAYS NOT NUMERIC - NO RUN"
                   MOVE "Y" TO WS-ABORT-SWITCH
                   GO TO 1100-EXIT
               END-IF
               MOVE ACT-QUIET-DAYS-N TO ALR-QUIET-DAYS
           END-IF.
           IF ALR-MISSING-LIMIT = ZERO
               AND ALR-AVERAGE-FLOOR = ZERO
               AND ALR-DROP-AMOUNT = ZERO
               DISPLAY "ALRTCTL EVERY THRESHOLD ZERO - NO RUN"
               MOVE "Y" TO WS-ABORT-SWITCH
           END-IF.
       1100-EXIT.
           EXIT.

       1200-LOAD-TERM-CATALOG.
           PERFORM VARYING ALR-SLOT FROM 1 BY 1 UNTIL ALR-SLOT > 10
               MOVE SPACES TO ALR-CAT-NAME(ALR-SLOT)
               MOVE ALR-TERM-ID TO ASG-TERM-ID
               MOVE ALR-SLOT TO ASG-SLOT-NO
               READ ASSIGNMENT-CATALOG
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ASG-ASSIGNMENT-NAME
                           TO ALR-CAT-NAME(ALR-SLOT)
               END-READ
           END-PERFORM.
       1200-EXIT.
           EXIT.

      ******************************************************************
      *  2000-LOAD-PRIOR-TERMS - only needed for the drop test.  No    *
      *  trail yet (before the first term end) simply means nobody     *
      *  has a prior term.  A term with no grades, or the term now     *
      *  being graded, is no yardstick and is passed over.             *
      ******************************************************************
       2000-LOAD-PRIOR-TERMS.
           MOVE ZERO TO ALR-PRIOR-COUNT.
           IF ALR-DROP-AMOUNT = ZERO
               GO TO 2000-EXIT
           END-IF.
           OPEN INPUT TERM-HISTORY-FILE.
           IF WS-TERMHIST-STATUS = "35"
               DISPLAY "TERMHIST NOT FOUND - NO PRIOR TERMS"
               GO TO 2000-EXIT
           END-IF.
           IF WS-TERMHIST-STATUS NOT = "00"
               DISPLAY "TERMHIST OPEN FAILED, STATUS = "
                   WS-TERMHIST-STATUS
               MOVE "Y" TO WS-ABORT-SWITCH
               GO TO 2000-EXIT
           END-IF.
           MOVE "N" TO WS-EOF-HISTORY.
           PERFORM UNTIL HISTORY-EOF OR RUN-MUST-ABORT
               READ TERM-HISTORY-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-HISTORY
                   NOT AT END
                       ADD 1 TO ALR-HISTORY-READ
                       IF TRMH-GRADE-COUNT > ZERO
                           AND TRMH-TERM-ID NOT = ALR-TERM-ID
                           PERFORM 2100-TAKE-ONE-TERM THRU 2100-EXIT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE TERM-HISTORY-FILE.
       2000-EXIT.
           EXIT.

      *    A full table is a hard stop - a student silently left out
      *    of the drop test is an alert that never goes home.
       2100-TAKE-ONE-TERM.
           MOVE TRMH-STUDENT-ID TO ALR-SEARCH-ID.
           PERFORM 2200-FIND-PRIOR-TERM THRU 2200-EXIT.
           IF PRIOR-TERM-FOUND
               IF TRMH-TERM-END-DATE
                   < ALR-PRIOR-END-DATE(ALR-PRIOR-SUB)
                   GO TO 2100-EXIT
               END-IF
           ELSE
               IF ALR-PRIOR-COUNT NOT < ALR-PRIOR-MAX
                   DISPLAY "PRIOR-TERM TABLE FULL AT 999 - NO RUN"
                   MOVE "Y" TO WS-ABORT-SWITCH
                   GO TO 2100-EXIT
               END-IF
               ADD 1 TO ALR-PRIOR-COUNT
               MOVE ALR-PRIOR-COUNT TO ALR-PRIOR-SUB
               MOVE TRMH-STUDENT-ID
                   TO ALR-PRIOR-STUDENT-ID(ALR-PRIOR-SUB)
           END-IF.
           MOVE TRMH-TERM-ID TO ALR-PRIOR-TERM-ID(ALR-PRIOR-SUB).
           MOVE TRMH-TERM-END-DATE
               TO ALR-PRIOR-END-DATE(ALR-PRIOR-SUB).
           MOVE TRMH-TERM-AVERAGE
               TO ALR-PRIOR-AVERAGE(ALR-PRIOR-SUB).
       2100-EXIT.
           EXIT.

      *    Looks up ALR-SEARCH-ID; on a hit ALR-PRIOR-SUB points at
      *    the student's entry.
       2200-FIND-PRIOR-TERM.
           MOVE "N" TO WS-PRIOR-FOUND.
           PERFORM VARYING ALR-PRIOR-SUB FROM 1 BY 1
                   UNTIL ALR-PRIOR-SUB > ALR-PRIOR-COUNT
                   OR PRIOR-TERM-FOUND
               IF ALR-PRIOR-STUDENT-ID(ALR-PRIOR-SUB)
                   = ALR-SEARCH-ID
                   MOVE "Y" TO WS-PRIOR-FOUND
               END-IF
           END-PERFORM.
           IF PRIOR-TERM-FOUND
               SUBTRACT 1 FROM ALR-PRIOR-SUB
           END-IF.
       2200-EXIT.
           EXIT.

      *    Civil date to day number so the quiet period stays exact
      *    across month and year ends.  January and February count
      *    as months 13 and 14 of the prior year; the divisions must
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

      ******************************************************************
      *  3000-FIND-CLASS-HIGH-WATER - first sweep of the master: the   *
      *  highest assignment slot graded for anyone is the line the     *
      *  class has reached, and is what "missing" is measured against  *
      *  - the same rule as HOMEWK01.                                  *
      ******************************************************************
       3000-FIND-CLASS-HIGH-WATER.
           MOVE ZERO TO CLASS-HIGH-ASSIGNMENT.
           PERFORM 5000-START-MASTER-SWEEP THRU 5000-EXIT.
           PERFORM UNTIL MASTER-EOF
               READ STUDENT-MASTER NEXT
                   AT END
                       MOVE "Y" TO WS-EOF-MASTER
                   NOT AT END
                       IF WS-STUMST-STATUS = "00"
                           PERFORM 3100-HIGH-WATER-ONE-STUDENT
                               THRU 3100-EXIT
                       ELSE
                           MOVE "Y" TO WS-EOF-MASTER
                       END-IF
               END-READ
           END-PERFORM.
       3000-EXIT.
           EXIT.

       3100-HIGH-WATER-ONE-STUDENT.
           PERFORM VARYING ALR-SLOT FROM 1 BY 1 UNTIL ALR-SLOT > 10
               IF STU-ASSIGNMENT-GRADE(ALR-SLOT) NOT = SPACES
                   AND ALR-SLOT > CLASS-HIGH-ASSIGNMENT
                   MOVE ALR-SLOT TO CLASS-HIGH-ASSIGNMENT
               END-IF
           END-PERFORM.
       3100-EXIT.
           EXIT.

      ******************************************************************
      *  4000-SCAN-STUDENTS - second sweep: test each student against  *
      *  the thresholds, hold back reasons still inside their quiet    *
      *  period, and alert on whatever is left.                        *
      ******************************************************************
       4000-SCAN-STUDENTS.
           PERFORM 5000-START-MASTER-SWEEP THRU 5000-EXIT.
           PERFORM UNTIL MASTER-EOF OR RUN-MUST-ABORT
               READ STUDENT-MASTER NEXT
                   AT END
                       MOVE "Y" TO WS-EOF-MASTER
                   NOT AT END
                       IF WS-STUMST-STATUS = "00"
                           PERFORM 4100-TEST-ONE-STUDENT
                               THRU 4100-EXIT
                       ELSE
                           MOVE "Y" TO WS-EOF-MASTER
                       END-IF
               END-READ
           END-PERFORM.
       4000-EXIT.
           EXIT.

       4100-TEST-ONE-STUDENT.
           ADD 1 TO ALR-STUDENT-COUNT.
           MOVE ZERO TO STU-GRADE-TOTAL STU-GRADE-COUNT
                        STU-MISSING-COUNT STU-DROP.
           PERFORM VARYING ALR-SLOT FROM 1 BY 1 UNTIL ALR-SLOT > 10
               IF STU-ASSIGNMENT-GRADE(ALR-SLOT) NOT = SPACES
                   MOVE STU-ASSIGNMENT-GRADE(ALR-SLOT) TO ALR-GRADE-NUM
                   ADD ALR-GRADE-NUM TO STU-GRADE-TOTAL
                   ADD 1 TO STU-GRADE-COUNT
               ELSE
                   IF ALR-SLOT NOT > CLASS-HIGH-ASSIGNMENT
                       ADD 1 TO STU-MISSING-COUNT
                   END-IF
               END-IF
           END-PERFORM.
           IF STU-GRADE-COUNT > ZERO
               COMPUTE STU-AVERAGE ROUNDED =
                   STU-GRADE-TOTAL / STU-GRADE-COUNT
           ELSE
               MOVE ZERO TO STU-AVERAGE
           END-IF.
           MOVE "N" TO ALR-MISSING-REASON ALR-AVERAGE-REASON
                       ALR-DROP-REASON.
           IF ALR-MISSING-LIMIT > ZERO
               AND STU-MISSING-COUNT NOT < ALR-MISSING-LIMIT
               MOVE "Y" TO ALR-MISSING-REASON
           END-IF.
      *    A student with nothing graded yet has no average to fall
      *    below or drop - missing work is what catches them.
           IF ALR-AVERAGE-FLOOR > ZERO
               AND STU-GRADE-COUNT > ZERO
               AND STU-AVERAGE < ALR-AVERAGE-FLOOR
               MOVE "Y" TO ALR-AVERAGE-REASON
           END-IF.
           IF ALR-DROP-AMOUNT > ZERO
               AND STU-GRADE-COUNT > ZERO
               MOVE STU-STUDENT-ID TO ALR-SEARCH-ID
               PERFORM 2200-FIND-PRIOR-TERM THRU 2200-EXIT
               IF PRIOR-TERM-FOUND
                   AND ALR-PRIOR-AVERAGE(ALR-PRIOR-SUB) > STU-AVERAGE
                   COMPUTE STU-DROP =
                       ALR-PRIOR-AVERAGE(ALR-PRIOR-SUB) - STU-AVERAGE
                   IF STU-DROP NOT < ALR-DROP-AMOUNT
                       MOVE "Y" TO ALR-DROP-REASON
                   END-IF
               END-IF
           END-IF.
           IF NOT ALERT-FOR-MISSING
               AND NOT ALERT-FOR-AVERAGE
               AND NOT ALERT-FOR-DROP
               GO TO 4100-EXIT
           END-IF.
           ADD 1 TO ALR-SELECTED-COUNT.
           IF ALERT-FOR-MISSING
               MOVE "M" TO ALR-REASON-CODE
               MOVE ALR-MISSING-REASON TO ALR-REASON-SWITCH
               PERFORM 4200-CHECK-QUIET-PERIOD THRU 4200-EXIT
               MOVE ALR-REASON-SWITCH TO ALR-MISSING-REASON
           END-IF.
           IF ALERT-FOR-AVERAGE
               MOVE "A" TO ALR-REASON-CODE
               MOVE ALR-AVERAGE-REASON TO ALR-REASON-SWITCH
               PERFORM 4200-CHECK-QUIET-PERIOD THRU 4200-EXIT
               MOVE ALR-REASON-SWITCH TO ALR-AVERAGE-REASON
           END-IF.
           IF ALERT-FOR-DROP
               MOVE "D" TO ALR-REASON-CODE
               MOVE ALR-DROP-REASON TO ALR-REASON-SWITCH
               PERFORM 4200-CHECK-QUIET-PERIOD THRU 4200-EXIT
               MOVE ALR-REASON-SWITCH TO ALR-DROP-REASON
           END-IF.
           IF NOT ALERT-FOR-MISSING
               AND NOT ALERT-FOR-AVERAGE
               AND NOT ALERT-FOR-DROP
               GO TO 4100-EXIT
           END-IF.
           PERFORM 4300-PRINT-ALERT-LETTER THRU 4300-EXIT.
           PERFORM 4400-WRITE-MAILING-DETAIL THRU 4400-EXIT.
           IF ALERT-FOR-MISSING
               MOVE "M" TO ALR-REASON-CODE
               PERFORM 4500-RECORD-ALERT THRU 4500-EXIT
           END-IF.
           IF ALERT-FOR-AVERAGE
               MOVE "A" TO ALR-REASON-CODE
               PERFORM 4500-RECORD-ALERT THRU 4500-EXIT
           END-IF.
           IF ALERT-FOR-DROP
               MOVE "D" TO ALR-REASON-CODE
               PERFORM 4500-RECORD-ALERT THRU 4500-EXIT
           END-IF.
       4100-EXIT.
           EXIT.

      *    A reason alerted fewer than ALR-QUIET-DAYS days ago is
      *    held back ("Q"); a zero quiet period holds nothing back.
       4200-CHECK-QUIET-PERIOD.
           IF ALR-QUIET-DAYS = ZERO
               GO TO 4200-EXIT
           END-IF.
           MOVE STU-STUDENT-ID TO ALH-STUDENT-ID.
           MOVE ALR-REASON-CODE TO ALH-REASON-CODE.
           READ ALERT-HISTORY-MASTER
               INVALID KEY
                   GO TO 4200-EXIT
           END-READ.
           IF WS-ALRTHST-STATUS NOT = "00"
               GO TO 4200-EXIT
           END-IF.
           MOVE ALH-LAST-ALERT-DATE TO WS-DATE-CONV-DATE.
           PERFORM 2800-DATE-TO-DAY-NUMBER THRU 2800-EXIT.
           IF WS-DATE-CONV-DAYS > ALR-TODAY-DAY-NUMBER
               MOVE ZERO TO ALR-DAYS-SINCE
           ELSE
               COMPUTE ALR-DAYS-SINCE =
                   ALR-TODAY-DAY-NUMBER - WS-DATE-CONV-DAYS
           END-IF.
           IF ALR-DAYS-SINCE < ALR-QUIET-DAYS
               MOVE "Q" TO ALR-REASON-SWITCH
               ADD 1 TO ALR-HELD-BACK-COUNT
           END-IF.
       4200-EXIT.
           EXIT.

      ******************************************************************
      *  4300-PRINT-ALERT-LETTER - the reasons going out, every        *
      *  missing assignment by name, and the current average.          *
      ******************************************************************
       4300-PRINT-ALERT-LETTER.
           ADD 1 TO ALR-LETTER-COUNT.
           MOVE ALR-TERM-ID TO ALR-LTR-TERM-ID.
           MOVE WS-CURRENT-DATE TO ALR-LTR-DATE.
           MOVE STU-STUDENT-NAME TO ALR-LTR-STUDENT-NAME.
           MOVE STU-STUDENT-ID TO ALR-LTR-STUDENT-ID.
           WRITE ALRTLTR-PRINT-LINE FROM ALR-RULE-LINE.
           WRITE ALRTLTR-PRINT-LINE FROM ALR-LETTER-HEAD-LINE.
           WRITE ALRTLTR-PRINT-LINE FROM ALR-BLANK-LINE.
           WRITE ALRTLTR-PRINT-LINE FROM ALR-ADDRESS-LINE.
           WRITE ALRTLTR-PRINT-LINE FROM ALR-BLANK-LINE.
           WRITE ALRTLTR-PRINT-LINE FROM ALR-OPENING-LINE.
           IF ALERT-FOR-MISSING
               MOVE STU-MISSING-COUNT TO ALR-RSN-MISSING
               WRITE ALRTLTR-PRINT-LINE FROM ALR-MISSING-REASON-LINE
           END-IF.
           IF ALERT-FOR-AVERAGE
               MOVE STU-AVERAGE TO ALR-RSN-AVERAGE
               MOVE ALR-AVERAGE-FLOOR TO ALR-RSN-FLOOR
               WRITE ALRTLTR-PRINT-LINE FROM ALR-AVERAGE-REASON-LINE
           END-IF.
           IF ALERT-FOR-DROP
               MOVE STU-AVERAGE TO ALR-RSN-DROP-AVERAGE
               MOVE STU-DROP TO ALR-RSN-DROP
               MOVE ALR-PRIOR-AVERAGE(ALR-PRIOR-SUB)
                   TO ALR-RSN-PRIOR-AVERAGE
               MOVE ALR-PRIOR-TERM-ID(ALR-PRIOR-SUB)
                   TO ALR-RSN-PRIOR-TERM
               WRITE ALRTLTR-PRINT-LINE FROM ALR-DROP-REASON-LINE
           END-IF.
           WRITE ALRTLTR-PRINT-LINE FROM ALR-BLANK-LINE.
           IF STU-MISSING-COUNT > ZERO
               WRITE ALRTLTR-PRINT-LINE FROM ALR-MISSING-HEAD-LINE
               PERFORM 4310-PRINT-MISSING-SLOT THRU 4310-EXIT
                   VARYING ALR-SLOT FROM 1 BY 1
                   UNTIL ALR-SLOT > CLASS-HIGH-ASSIGNMENT
               WRITE ALRTLTR-PRINT-LINE FROM ALR-BLANK-LINE
           END-IF.
           IF STU-GRADE-COUNT > ZERO
               MOVE STU-AVERAGE TO ALR-AVERAGE-EDIT
               MOVE ALR-AVERAGE-EDIT TO ALR-CUR-AVERAGE
           ELSE
               MOVE "  N/A" TO ALR-CUR-AVERAGE
           END-IF.
           WRITE ALRTLTR-PRINT-LINE FROM ALR-CURRENT-AVERAGE-LINE.
           WRITE ALRTLTR-PRINT-LINE FROM ALR-BLANK-LINE.
       4300-EXIT.
           EXIT.

      *    A missing slot not in the term's catalog still prints, by
      *    number, so the letter never undercounts.
       4310-PRINT-MISSING-SLOT.
           IF STU-ASSIGNMENT-GRADE(ALR-SLOT) = SPACES
               MOVE ALR-SLOT TO ALR-ITM-SLOT
               IF ALR-CAT-NAME(ALR-SLOT) = SPACES
                   MOVE "(NOT IN THE TERM CATALOG)" TO ALR-ITM-NAME
               ELSE
                   MOVE ALR-CAT-NAME(ALR-SLOT) TO ALR-ITM-NAME
               END-IF
               WRITE ALRTLTR-PRINT-LINE FROM ALR-MISSING-ITEM-LINE
           END-IF.
       4310-EXIT.
           EXIT.

       4400-WRITE-MAILING-DETAIL.
           MOVE "D" TO ALX-RECORD-TYPE.
           MOVE SPACES TO ALX-HEADER-DATA.
           MOVE STU-STUDENT-ID TO ALX-STUDENT-ID.
           MOVE STU-STUDENT-NAME TO ALX-STUDENT-NAME.
           MOVE "N" TO ALX-REASON-MISSING ALX-REASON-AVERAGE
                       ALX-REASON-DROP.
           IF ALERT-FOR-MISSING
               MOVE "Y" TO ALX-REASON-MISSING
           END-IF.
           IF ALERT-FOR-AVERAGE
               MOVE "Y" TO ALX-REASON-AVERAGE
           END-IF.
           MOVE ZERO TO ALX-PRIOR-AVERAGE.
           MOVE SPACES TO ALX-PRIOR-TERM-ID.
           IF ALERT-FOR-DROP
               MOVE "Y" TO ALX-REASON-DROP
               MOVE ALR-PRIOR-AVERAGE(ALR-PRIOR-SUB)
                   TO ALX-PRIOR-AVERAGE
               MOVE ALR-PRIOR-TERM-ID(ALR-PRIOR-SUB)
                   TO ALX-PRIOR-TERM-ID
           END-IF.
           MOVE STU-MISSING-COUNT TO ALX-MISSING-COUNT.
           MOVE STU-AVERAGE TO ALX-CURRENT-AVERAGE.
           WRITE ALERT-MAILING-RECORD.
           IF WS-ALRTXTR-STATUS NOT = "00"
               DISPLAY "ALRTXTR WRITE FAILED, STATUS = "
                   WS-ALRTXTR-STATUS
               MOVE "Y" TO WS-ABORT-SWITCH
               GO TO 4400-EXIT
           END-IF.
           ADD 1 TO ALR-XTR-RECORD-COUNT.
           ADD STU-MISSING-COUNT TO ALR-XTR-HASH-TOTAL.
           ADD STU-AVERAGE TO ALR-XTR-HASH-TOTAL.
       4400-EXIT.
           EXIT.

      *    Remember today's alert for ALR-REASON-CODE: refresh the
      *    history record, or start one on the first alert.
       4500-RECORD-ALERT.
           MOVE STU-STUDENT-ID TO ALH-STUDENT-ID.
           MOVE ALR-REASON-CODE TO ALH-REASON-CODE.
           READ ALERT-HISTORY-MASTER
               INVALID KEY
                   MOVE ZERO TO ALH-ALERT-COUNT
           END-READ.
           IF WS-ALRTHST-STATUS = "00"
               ADD 1 TO ALH-ALERT-COUNT
               MOVE WS-CURRENT-DATE TO ALH-LAST-ALERT-DATE
               MOVE STU-MISSING-COUNT TO ALH-LAST-MISSING-COUNT
               MOVE STU-AVERAGE TO ALH-LAST-AVERAGE
               REWRITE ALERT-HISTORY-RECORD
           ELSE
               MOVE STU-STUDENT-ID TO ALH-STUDENT-ID
               MOVE ALR-REASON-CODE TO ALH-REASON-CODE
               MOVE 1 TO ALH-ALERT-COUNT
               MOVE WS-CURRENT-DATE TO ALH-LAST-ALERT-DATE
               MOVE STU-MISSING-COUNT TO ALH-LAST-MISSING-COUNT
               MOVE STU-AVERAGE TO ALH-LAST-AVERAGE
               WRITE ALERT-HISTORY-RECORD
           END-IF.
           IF WS-ALRTHST-STATUS NOT = "00"
               DISPLAY "ALRTHST UPDATE FAILED FOR " STU-STUDENT-ID
                   ", STATUS = " WS-ALRTHST-STATUS
               MOVE "Y" TO WS-ABORT-SWITCH
           END-IF.
       4500-EXIT.
           EXIT.

      *    Position the master at its first key for a full sweep,
      *    the same guarded START as HOMEWK01's.
       5000-START-MASTER-SWEEP.
           MOVE "N" TO WS-EOF-MASTER.
           MOVE LOW-VALUES TO STU-STUDENT-ID.
           START STUDENT-MASTER KEY NOT < STU-STUDENT-ID
               INVALID KEY
                   MOVE "Y" TO WS-EOF-MASTER
           END-START.
           IF WS-STUMST-STATUS NOT = "00"
               MOVE "Y" TO WS-EOF-MASTER
           END-IF.
       5000-EXIT.
           EXIT.

      ******************************************************************
      *  8000-WRITE-TOTALS - the extract trailer and the letter-file   *
      *  run totals                                                    *
      ******************************************************************
       8000-WRITE-TOTALS.
           MOVE "T" TO ALX-RECORD-TYPE.
           MOVE SPACES TO ALX-HEADER-DATA.
           MOVE ALR-XTR-RECORD-COUNT TO ALX-TRL-RECORD-COUNT.
           MOVE ALR-XTR-HASH-TOTAL TO ALX-TRL-HASH-TOTAL.
           WRITE ALERT-MAILING-RECORD.
           WRITE ALRTLTR-PRINT-LINE FROM ALR-RULE-LINE.
           MOVE "STUDENTS SCANNED          " TO ALR-TOT-LABEL.
           MOVE ALR-STUDENT-COUNT TO ALR-TOT-VALUE.
           WRITE ALRTLTR-PRINT-LINE FROM ALR-TOTAL-LINE.
           MOVE "STUDENTS SELECTED         " TO ALR-TOT-LABEL.
           MOVE ALR-SELECTED-COUNT TO ALR-TOT-VALUE.
           WRITE ALRTLTR-PRINT-LINE FROM ALR-TOTAL-LINE.
           MOVE "ALERT LETTERS PRINTED     " TO ALR-TOT-LABEL.
           MOVE ALR-LETTER-COUNT TO ALR-TOT-VALUE.
           WRITE ALRTLTR-PRINT-LINE FROM ALR-TOTAL-LINE.
           MOVE "REASONS IN QUIET PERIOD   " TO ALR-TOT-LABEL.
           MOVE ALR-HELD-BACK-COUNT TO ALR-TOT-VALUE.
           WRITE ALRTLTR-PRINT-LINE FROM ALR-TOTAL-LINE.
           MOVE "MAILING RECORDS WRITTEN   " TO ALR-TOT-LABEL.
           MOVE ALR-XTR-RECORD-COUNT TO ALR-TOT-VALUE.
           WRITE ALRTLTR-PRINT-LINE FROM ALR-TOTAL-LINE.
       8000-EXIT.
           EXIT.

      ******************************************************************
      *  9999-TERMINATE-RUN                                            *
      ******************************************************************
       9999-TERMINATE-RUN.
           CLOSE ALERT-CONTROL-FILE
                 STUDENT-MASTER
                 ASSIGNMENT-CATALOG
                 ALERT-HISTORY-MASTER
                 ALERT-LETTER-FILE
                 ALERT-MAILING-FILE.
           DISPLAY "PRGALRT0 ALERT LETTERS PRINTED: " ALR-LETTER-COUNT.
           DISPLAY "PRGALRT0 REASONS IN QUIET PERIOD: "
               ALR-HELD-BACK-COUNT.
           IF RUN-MUST-ABORT
               MOVE 12 TO RETURN-CODE
           END-IF.
       9999-EXIT.
           EXIT.
