      ******************************************************************
      *                                                                *
      *  GOALTRK0.CBL                                                  *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     GOALTRK0.
       AUTHOR.         R SHIELDS.
       INSTALLATION.   DATA PROCESSING CENTER.
       DATE-WRITTEN.   2026-10-15.
       DATE-COMPILED.

      ******************************************************************
      *  CHANGE LOG                                                    *
      *  DATE       INIT  DESCRIPTION                                  *
      *  ---------- ----  ------------------------------------------   *
      *  2026-10-15  RLS  Monthly savings-goal progress report: for    *
      *                   every goal on GOALMST, measures the          *
      *                   account's standing balance on ACCTMST        *
      *                   against the target and projects completion   *
      *                   at the account's recent saving rate, taken   *
      *                   from the BALHIST month-end closing balances  *
      *                   over the last three months.  Shows percent   *
      *                   achieved, amount still needed, the monthly   *
      *                   saving needed to meet the target date and    *
      *                   the projected completion date, and flags     *
      *                   goals met or missed in the report month.     *
      *                   The report month comes from the CALMST       *
      *                   processing calendar, as for BALTRND0.        *
      *  2026-10-15  RLS  Run control: checks itself in on the RUNLEDG *
      *                   run-control ledger before it starts and is   *
      *                   refused, RC 12, when a predecessor named for *
      *                   it on the RUNDEPS dependency deck has not    *
      *                   ended clean, or when the deck marks it not   *
      *                   repeatable and it has already ended clean    *
      *                   for the business date.  At end of run the    *
      *                   entry is completed with the return code and  *
      *                   the key counts.  Entered under the month-end *
      *                   date it reports.                             *
      *  2026-10-15  RLS  GPRGRPT is opened only once run control has  *
      *                   accepted the run, so a refused rerun leaves  *
      *                   the last accepted run's report intact.       *
      *                   Account table lifted to the nightly run's    *
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

      *    Savings-goal master maintained by GOALMNT0.
           SELECT SAVINGS-GOAL-MASTER
               ASSIGN TO GOALMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GOL-GOAL-KEY
               FILE STATUS IS WS-GOALMST-STATUS.

      *    Account master - the standing balance each goal is
      *    measured against.
           SELECT ACCOUNT-MASTER
               ASSIGN TO ACCTMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-ACCOUNT-ID
               FILE STATUS IS WS-ACCTMST-STATUS.

      *    Dated daily closing balances written by the nightly run,
      *    one record per account per clean night.
           SELECT BALANCE-HISTORY-FILE
               ASSIGN TO BALHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BALHIST-STATUS.

      *    Processing-calendar master maintained by CALMNT0.  The
      *    report month is the month of the latest month-end date on
      *    or before the system date.
           SELECT CALENDAR-MASTER
               ASSIGN TO CALMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAL-CALENDAR-DATE
               FILE STATUS IS WS-CALMST-STATUS.

      *    Printed goal-progress report.
           SELECT GOAL-PROGRESS-REPORT-FILE
               ASSIGN TO GPRGRPT
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

       FD  SAVINGS-GOAL-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY GOALREC.

       FD  ACCOUNT-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY ACCTREC.

       FD  BALANCE-HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
           COPY BALFWD.

       FD  CALENDAR-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY CALREC.

       FD  GOAL-PROGRESS-REPORT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS.
       01  GPRGRPT-PRINT-LINE              PIC X(132).

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

       77  RCT-PROGRAM-ID                  PIC X(08) VALUE "GOALTRK0".
      *    Set to the month-end being processed once 1200 has found
      *    it; zero means the system date.
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
       77  WS-GOALMST-STATUS               PIC X(02) VALUE SPACES.
       77  WS-ACCTMST-STATUS               PIC X(02) VALUE SPACES.
       77  WS-BALHIST-STATUS               PIC X(02) VALUE SPACES.
       77  WS-CALMST-STATUS                PIC X(02) VALUE SPACES.

       77  WS-EOF-GOALMST                  PIC X(01) VALUE "N".
           88  GOALMST-EOF                           VALUE "Y".

       77  WS-EOF-ACCTMST                  PIC X(01) VALUE "N".
           88  ACCTMST-EOF                           VALUE "Y".

       77  WS-EOF-BALHIST                  PIC X(01) VALUE "N".
           88  BALHIST-EOF                           VALUE "Y".

       77  WS-EOF-CALMST                   PIC X(01) VALUE "N".
           88  CALMST-EOF                            VALUE "Y".

       77  WS-ACCT-FOUND                   PIC X(01) VALUE "N".
           88  GOAL-ACCOUNT-FOUND                    VALUE "Y".

      *    "Y" once a saving rate could be measured for the goal's
      *    account - it needs at least one month of history.
       77  WS-RATE-KNOWN                   PIC X(01) VALUE "N".
           88  SAVING-RATE-KNOWN                     VALUE "Y".

       77  WS-CONTROL-OK                   PIC X(01) VALUE "N".
           88  REPORT-PERIOD-OK                      VALUE "Y".

      *    Set on a file-status error or a full account table so the
      *    run ends with a non-zero return code scheduling can trap,
      *    the same abort posture as the rest of the suite.
       77  WS-ABORT-SWITCH                 PIC X(01) VALUE "N".
           88  RUN-MUST-ABORT                        VALUE "Y".

       77  WS-CURRENT-DATE                 PIC 9(08) VALUE ZERO.

      *    The latest month-end date found on or before the system
      *    date.
       77  CAL-FOUND-MONTH-END             PIC 9(08) VALUE ZERO.

      ******************************************************************
      *  GOAL WORK FIELDS                                              *
      ******************************************************************
       77  GTK-REPORT-MONTH                PIC 9(06) VALUE ZERO.

      *    The saving rate is the account's average monthly movement
      *    over this many months of BALHIST month-end balances - or
      *    over as much history as there is, if less.
       77  GTK-RATE-MONTHS                 PIC 9(02) VALUE 3.

      *    Months are numbered from year zero (YYYY * 12 + MM - 1) so
      *    the gap between two months is a plain subtraction.
       77  GTK-REPORT-MONTH-NO             PIC 9(06) COMP VALUE ZERO.
       77  GTK-PRIOR-MONTH-NO              PIC 9(06) COMP VALUE ZERO.
       77  GTK-BASE-MONTH-NO               PIC 9(06) COMP VALUE ZERO.
       77  GTK-HIST-MONTH-NO               PIC 9(06) COMP VALUE ZERO.
       77  GTK-TARGET-MONTH-NO             PIC 9(06) COMP VALUE ZERO.
       77  GTK-PROJ-MONTH-NO               PIC 9(06) COMP VALUE ZERO.
       77  GTK-START-MONTH-NO              PIC 9(06) COMP VALUE ZERO.
       77  GTK-WORK-MONTH-NO               PIC 9(06) COMP VALUE ZERO.
       77  GTK-WORK-YEAR                   PIC 9(04) COMP VALUE ZERO.

       77  GTK-MONTHS-SPANNED              PIC S9(05) COMP VALUE ZERO.
       77  GTK-MONTHS-LEFT                 PIC S9(05) COMP VALUE ZERO.
       77  GTK-MONTHS-TO-GO                PIC 9(05) COMP VALUE ZERO.

       77  GTK-BALANCE                     PIC S9(07)V99 COMP-3
                                            VALUE ZERO.
       77  GTK-START-BALANCE               PIC S9(07)V99 COMP-3
                                            VALUE ZERO.
       77  GTK-NEEDED                      PIC S9(07)V99 COMP-3
                                            VALUE ZERO.
       77  GTK-PER-MONTH                   PIC S9(07)V99 COMP-3
                                            VALUE ZERO.
       77  GTK-RATE                        PIC S9(07)V99 COMP-3
                                            VALUE ZERO.
       77  GTK-PERCENT                     PIC S9(07)V9 COMP-3
                                            VALUE ZERO.
       77  GTK-PROJ-CHECK                  PIC S9(11)V99 COMP-3
                                            VALUE ZERO.

       77  GTK-GOALS-READ                  PIC 9(05) COMP VALUE ZERO.
       77  GTK-MET-THIS-MONTH              PIC 9(05) COMP VALUE ZERO.
       77  GTK-MISSED-THIS-MONTH           PIC 9(05) COMP VALUE ZERO.
       77  GTK-ON-TRACK                    PIC 9(05) COMP VALUE ZERO.
       77  GTK-BEHIND                      PIC 9(05) COMP VALUE ZERO.

      *    A date or month broken down for the month arithmetic.
       01  WS-HIST-DATE.
           05  WS-HIST-YYYYMM              PIC 9(06).
           05  FILLER                      PIC 9(02).
       01  WS-MONTH-VIEW.
           05  WS-MV-YYYY                  PIC 9(04).
           05  WS-MV-MM                    PIC 9(02).
       01  WS-MONTH-VIEW-N REDEFINES WS-MONTH-VIEW
                                           PIC 9(06).

      *    Projected completion date - the last day of the month in
      *    which the rate reaches the target.
       77  WS-MAX-DAY                      PIC 9(02) VALUE ZERO.
       77  WS-LEAP-QUOT                    PIC 9(04) COMP VALUE ZERO.
       77  WS-LEAP-REM                     PIC 9(04) COMP VALUE ZERO.
       01  WS-EDIT-DATE.
           05  WS-EDIT-YYYY                PIC 9(04).
           05  WS-EDIT-MM                  PIC 9(02).
           05  WS-EDIT-DD                  PIC 9(02).
       01  WS-EDIT-DATE-N REDEFINES WS-EDIT-DATE
                                           PIC 9(08).

      *    Every account on the master, in key order, with its
      *    standing balance and the BALHIST closing balances the rate
      *    and the met-this-month test need: the first on file, the
      *    last in or before the rate's base month, the last before
      *    the report month, and the last in or before it.  A month
      *    number of zero means no such record was found.
       77  GTK-ACCT-CAPACITY               PIC 9(05) COMP VALUE 9999.
       77  GTK-ACCOUNT-COUNT               PIC 9(05) COMP VALUE ZERO.
       77  GTK-ACCT-SUB                    PIC 9(05) COMP VALUE ZERO.
       01  GTK-ACCOUNT-TABLE.
           05  GTK-ACCT-ENTRY OCCURS 9999 TIMES.
               10  GTK-ACCT-ID             PIC X(05).
               10  GTK-ACCT-BALANCE        PIC S9(07)V99 COMP-3.
               10  GTK-ACCT-FIRST-MONTH-NO PIC 9(06) COMP.
               10  GTK-ACCT-FIRST-BAL      PIC S9(07)V99 COMP-3.
               10  GTK-ACCT-BASE-MONTH-NO  PIC 9(06) COMP.
               10  GTK-ACCT-BASE-BAL       PIC S9(07)V99 COMP-3.
               10  GTK-ACCT-PRIOR-MONTH-NO PIC 9(06) COMP.
               10  GTK-ACCT-PRIOR-BAL      PIC S9(07)V99 COMP-3.
               10  GTK-ACCT-END-MONTH-NO   PIC 9(06) COMP.
               10  GTK-ACCT-END-BAL        PIC S9(07)V99 COMP-3.

      ******************************************************************
      *  REPORT LINES                                                  *
      ******************************************************************
       01  GTK-HEADING-LINE.
           05  FILLER                      PIC X(34) VALUE
                   "SAVINGS GOAL PROGRESS REPORT".
           05  FILLER                      PIC X(06) VALUE "MONTH ".
           05  GTK-HDG-MONTH               PIC 9(06).
           05  FILLER                      PIC X(86) VALUE SPACES.

       01  GTK-GOAL-LINE.
           05  GTK-GOL-ACCOUNT-ID          PIC X(05).
           05  FILLER                      PIC X(01) VALUE "/".
           05  GTK-GOL-GOAL-NO             PIC 9(03).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  GTK-GOL-DESCRIPTION         PIC X(30).
           05  FILLER                      PIC X(09) VALUE
                   "  TARGET ".
           05  GTK-GOL-TARGET-AMOUNT       PIC $$$,$$$,$$9.99-.
           05  FILLER                      PIC X(05) VALUE "  BY ".
           05  GTK-GOL-TARGET-DATE         PIC 9(08).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  GTK-GOL-FLAG                PIC X(17).
           05  FILLER                      PIC X(35) VALUE SPACES.

       01  GTK-PROGRESS-LINE.
           05  FILLER                      PIC X(07) VALUE SPACES.
           05  FILLER                      PIC X(08) VALUE "BALANCE ".
           05  GTK-PRG-BALANCE             PIC $$$,$$$,$$9.99-.
           05  FILLER                      PIC X(05) VALUE " PCT ".
           05  GTK-PRG-PERCENT             PIC ZZ9.9.
           05  FILLER                      PIC X(08) VALUE " NEEDED ".
           05  GTK-PRG-NEEDED              PIC $$$,$$$,$$9.99-.
           05  FILLER                      PIC X(11) VALUE
                   " PER MONTH ".
           05  GTK-PRG-PER-MONTH           PIC $$$,$$$,$$9.99-.
           05  FILLER                      PIC X(06) VALUE " RATE ".
           05  GTK-PRG-RATE                PIC $$$,$$$,$$9.99-.
           05  FILLER                      PIC X(11) VALUE
                   " PROJECTED ".
           05  GTK-PRG-PROJECTED           PIC X(11).

       01  GTK-MESSAGE-LINE.
           05  GTK-MSG-TEXT                PIC X(60).
           05  FILLER                      PIC X(72) VALUE SPACES.

       01  GTK-TOTAL-LINE.
           05  GTK-TOT-LABEL               PIC X(24).
           05  GTK-TOT-VALUE               PIC ZZ,ZZ9.
           05  FILLER                      PIC X(102) VALUE SPACES.

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
           PERFORM 1000-INITIALIZE-RUN THRU 1000-EXIT.
           PERFORM 0100-START-RUN-CONTROL THRU 0100-EXIT.
           IF RUN-REFUSED
               CLOSE SAVINGS-GOAL-MASTER
                     ACCOUNT-MASTER
                     BALANCE-HISTORY-FILE
                     CALENDAR-MASTER
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 1500-OPEN-OUTPUTS THRU 1500-EXIT.
           IF REPORT-PERIOD-OK
               PERFORM 1300-LOAD-ACCOUNTS THRU 1300-EXIT
           END-IF.
           IF REPORT-PERIOD-OK
               AND NOT RUN-MUST-ABORT
               PERFORM 2000-WALK-BALANCE-HISTORY THRU 2000-EXIT
               PERFORM 3000-REPORT-GOALS THRU 3000-EXIT
               PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT
           END-IF.
           PERFORM 9999-TERMINATE-RUN THRU 9999-EXIT.
           PERFORM 0900-END-RUN-CONTROL THRU 0900-EXIT.
           GOBACK.

      ******************************************************************
      *  0100-START-RUN-CONTROL - performed once 1000 has found the    *
      *  month-end being processed, which is the business date the     *
      *  run is entered under on the RUNLEDG run-control ledger.       *
      *  Every predecessor the RUNDEPS deck names for GOALTRK0 must    *
      *  have ended clean, and a run the deck marks not repeatable     *
      *  must not already have ended clean for that month-end.  A      *
      *  refused run is stamped R with the reason and ends RC 12       *
      *  without opening GPRGRPT; an accepted one is stamped S until   *
      *  0900 completes it.                                            *
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
               DISPLAY "GOALTRK0 REFUSED - NO RUN-CONTROL LEDGER"
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
                   DISPLAY "GOALTRK0 REFUSED - " RCT-REFUSAL-REASON
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
               DISPLAY "GOALTRK0 REFUSED - " RCT-REFUSAL-REASON
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
           MOVE "GOALS" TO RCL-COUNT-LABEL(1).
           MOVE GTK-GOALS-READ TO RCL-COUNT-VALUE(1).
       0950-EXIT.
           EXIT.

      ******************************************************************
      *  1000-INITIALIZE-RUN - open the input files, derive the report *
      *  month from the processing calendar                            *
      ******************************************************************
       1000-INITIALIZE-RUN.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           OPEN INPUT  SAVINGS-GOAL-MASTER
                       ACCOUNT-MASTER
                       BALANCE-HISTORY-FILE
                       CALENDAR-MASTER.
           IF WS-GOALMST-STATUS NOT = "00"
               AND WS-GOALMST-STATUS NOT = "35"
               DISPLAY "SAVINGS-GOAL-MASTER OPEN FAILED, STATUS = "
                   WS-GOALMST-STATUS
               MOVE "Y" TO WS-ABORT-SWITCH
               GO TO 1000-EXIT
           END-IF.
           IF WS-ACCTMST-STATUS NOT = "00"
               DISPLAY "ACCOUNT-MASTER OPEN FAILED, STATUS = "
                   WS-ACCTMST-STATUS
               MOVE "Y" TO WS-ABORT-SWITCH
               GO TO 1000-EXIT
           END-IF.
           IF WS-BALHIST-STATUS NOT = "00"
               DISPLAY "BALHIST OPEN FAILED, STATUS = "
                   WS-BALHIST-STATUS
               MOVE "Y" TO WS-ABORT-SWITCH
               GO TO 1000-EXIT
           END-IF.
           IF WS-CALMST-STATUS NOT = "00"
               DISPLAY "CALMST OPEN FAILED, STATUS = "
                   WS-CALMST-STATUS
               MOVE "Y" TO WS-ABORT-SWITCH
               GO TO 1000-EXIT
           END-IF.
           PERFORM 1200-DERIVE-REPORT-PERIOD THRU 1200-EXIT.
       1000-EXIT.
           EXIT.

      ******************************************************************
      *  1200-DERIVE-REPORT-PERIOD - the report month is taken from    *
      *  the latest month-end-flagged date on or before the system     *
      *  date, the same derivation BALTRND0 applies.  The report       *
      *  changes nothing, so a period already closed is no bar to it.  *
      ******************************************************************
       1200-DERIVE-REPORT-PERIOD.
           MOVE WS-CURRENT-DATE TO CAL-CALENDAR-DATE.
           READ CALENDAR-MASTER
               INVALID KEY
                   DISPLAY "SYSTEM DATE NOT ON PROCESSING CALENDAR: "
                       WS-CURRENT-DATE
                   MOVE "Y" TO WS-ABORT-SWITCH
                   GO TO 1200-EXIT
           END-READ.
           PERFORM 1210-FIND-LATEST-MONTH-END THRU 1210-EXIT.
           IF CAL-FOUND-MONTH-END = ZERO
               DISPLAY "NO MONTH-END ON CALENDAR BEFORE "
                   WS-CURRENT-DATE " - NO REPORT"
               MOVE "Y" TO WS-ABORT-SWITCH
               GO TO 1200-EXIT
           END-IF.
           DIVIDE CAL-FOUND-MONTH-END BY 100
               GIVING GTK-REPORT-MONTH.
           MOVE GTK-REPORT-MONTH TO WS-MONTH-VIEW-N.
           PERFORM 8300-NUMBER-THE-MONTH THRU 8300-EXIT.
           MOVE GTK-WORK-MONTH-NO TO GTK-REPORT-MONTH-NO.
           COMPUTE GTK-PRIOR-MONTH-NO = GTK-REPORT-MONTH-NO - 1.
           COMPUTE GTK-BASE-MONTH-NO =
               GTK-REPORT-MONTH-NO - GTK-RATE-MONTHS.
           MOVE "Y" TO WS-CONTROL-OK.
      *    The run goes on the run-control ledger under the month-end
      *    it processes - the date its predecessors are held to.
           MOVE CAL-FOUND-MONTH-END TO RCT-BUSINESS-DATE.
       1200-EXIT.
           EXIT.

       1210-FIND-LATEST-MONTH-END.
           MOVE ZERO TO CAL-FOUND-MONTH-END.
           MOVE "N" TO WS-EOF-CALMST.
           MOVE ZERO TO CAL-CALENDAR-DATE.
           START CALENDAR-MASTER KEY NOT < CAL-CALENDAR-DATE
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
                           OR CAL-CALENDAR-DATE > WS-CURRENT-DATE
                           MOVE "Y" TO WS-EOF-CALMST
                       ELSE
                           IF CAL-MONTH-END
                               MOVE CAL-CALENDAR-DATE
                                   TO CAL-FOUND-MONTH-END
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
       1210-EXIT.
           EXIT.

      ******************************************************************
      *  1500-OPEN-OUTPUTS - performed only once run control has       *
      *  accepted the run, so a refused rerun leaves the GPRGRPT the   *
      *  last accepted run wrote untouched.                            *
      ******************************************************************
       1500-OPEN-OUTPUTS.
           OPEN OUTPUT GOAL-PROGRESS-REPORT-FILE.
           IF REPORT-PERIOD-OK
               MOVE GTK-REPORT-MONTH TO GTK-HDG-MONTH
               WRITE GPRGRPT-PRINT-LINE FROM GTK-HEADING-LINE
           END-IF.
       1500-EXIT.
           EXIT.

      ******************************************************************
      *  1300-LOAD-ACCOUNTS - every account on the master, in key      *
      *  order, with its standing balance                              *
      ******************************************************************
       1300-LOAD-ACCOUNTS.
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
                           PERFORM 1320-LOAD-ONE-ACCOUNT
                               THRU 1320-EXIT
                       ELSE
                           MOVE "Y" TO WS-EOF-ACCTMST
                       END-IF
               END-READ
           END-PERFORM.
       1300-EXIT.
           EXIT.

       1320-LOAD-ONE-ACCOUNT.
           IF GTK-ACCOUNT-COUNT NOT < GTK-ACCT-CAPACITY
               DISPLAY "ACCOUNT TABLE FULL AT " GTK-ACCT-CAPACITY
                   " ENTRIES - "
                   "GOAL REPORT CANNOT RUN: " ACCT-ACCOUNT-ID
               MOVE "Y" TO WS-ABORT-SWITCH
               MOVE "Y" TO WS-EOF-ACCTMST
               GO TO 1320-EXIT
           END-IF.
           ADD 1 TO GTK-ACCOUNT-COUNT.
           MOVE GTK-ACCOUNT-COUNT TO GTK-ACCT-SUB.
           MOVE ACCT-ACCOUNT-ID TO GTK-ACCT-ID(GTK-ACCT-SUB).
           MOVE ACCT-CURRENT-BALANCE TO GTK-ACCT-BALANCE(GTK-ACCT-SUB).
           MOVE ZERO TO GTK-ACCT-FIRST-MONTH-NO(GTK-ACCT-SUB)
                        GTK-ACCT-FIRST-BAL(GTK-ACCT-SUB)
                        GTK-ACCT-BASE-MONTH-NO(GTK-ACCT-SUB)
                        GTK-ACCT-BASE-BAL(GTK-ACCT-SUB)
                        GTK-ACCT-PRIOR-MONTH-NO(GTK-ACCT-SUB)
                        GTK-ACCT-PRIOR-BAL(GTK-ACCT-SUB)
                        GTK-ACCT-END-MONTH-NO(GTK-ACCT-SUB)
                        GTK-ACCT-END-BAL(GTK-ACCT-SUB).
       1320-EXIT.
           EXIT.

      ******************************************************************
      *  2000-WALK-BALANCE-HISTORY - BALHIST is in date order, so the  *
      *  last record seen in or before a month is that month's         *
      *  closing balance.  Records after the report month are passed   *
      *  by.                                                           *
      ******************************************************************
       2000-WALK-BALANCE-HISTORY.
           MOVE "N" TO WS-EOF-BALHIST.
           PERFORM UNTIL BALHIST-EOF
               READ BALANCE-HISTORY-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-BALHIST
                   NOT AT END
                       PERFORM 2100-NOTE-ONE-HISTORY THRU 2100-EXIT
               END-READ
           END-PERFORM.
       2000-EXIT.
           EXIT.

       2100-NOTE-ONE-HISTORY.
           MOVE BALFWD-AS-OF-DATE TO WS-HIST-DATE.
           MOVE WS-HIST-YYYYMM TO WS-MONTH-VIEW-N.
           PERFORM 8300-NUMBER-THE-MONTH THRU 8300-EXIT.
           MOVE GTK-WORK-MONTH-NO TO GTK-HIST-MONTH-NO.
           IF GTK-HIST-MONTH-NO > GTK-REPORT-MONTH-NO
               GO TO 2100-EXIT
           END-IF.
           MOVE BALFWD-ACCOUNT-ID TO ACCT-ACCOUNT-ID.
           PERFORM 2900-FIND-ACCOUNT THRU 2900-EXIT.
           IF NOT GOAL-ACCOUNT-FOUND
               GO TO 2100-EXIT
           END-IF.
           IF GTK-ACCT-FIRST-MONTH-NO(GTK-ACCT-SUB) = ZERO
               MOVE GTK-HIST-MONTH-NO
                   TO GTK-ACCT-FIRST-MONTH-NO(GTK-ACCT-SUB)
               MOVE BALFWD-CLOSING-BALANCE
                   TO GTK-ACCT-FIRST-BAL(GTK-ACCT-SUB)
           END-IF.
           IF GTK-HIST-MONTH-NO NOT > GTK-BASE-MONTH-NO
               MOVE GTK-HIST-MONTH-NO
                   TO GTK-ACCT-BASE-MONTH-NO(GTK-ACCT-SUB)
               MOVE BALFWD-CLOSING-BALANCE
                   TO GTK-ACCT-BASE-BAL(GTK-ACCT-SUB)
           END-IF.
           IF GTK-HIST-MONTH-NO NOT > GTK-PRIOR-MONTH-NO
               MOVE GTK-HIST-MONTH-NO
                   TO GTK-ACCT-PRIOR-MONTH-NO(GTK-ACCT-SUB)
               MOVE BALFWD-CLOSING-BALANCE
                   TO GTK-ACCT-PRIOR-BAL(GTK-ACCT-SUB)
           END-IF.
           MOVE GTK-HIST-MONTH-NO
               TO GTK-ACCT-END-MONTH-NO(GTK-ACCT-SUB).
           MOVE BALFWD-CLOSING-BALANCE
               TO GTK-ACCT-END-BAL(GTK-ACCT-SUB).
       2100-EXIT.
           EXIT.

      *    Looks up ACCT-ACCOUNT-ID in the account table; on a hit
      *    GTK-ACCT-SUB is left on the entry.
       2900-FIND-ACCOUNT.
           MOVE "N" TO WS-ACCT-FOUND.
           PERFORM VARYING GTK-ACCT-SUB FROM 1 BY 1
                   UNTIL GTK-ACCT-SUB > GTK-ACCOUNT-COUNT
                   OR GOAL-ACCOUNT-FOUND
               IF GTK-ACCT-ID(GTK-ACCT-SUB) = ACCT-ACCOUNT-ID
                   MOVE "Y" TO WS-ACCT-FOUND
               END-IF
           END-PERFORM.
           IF GOAL-ACCOUNT-FOUND
               SUBTRACT 1 FROM GTK-ACCT-SUB
           END-IF.
       2900-EXIT.
           EXIT.

      ******************************************************************
      *  3000-REPORT-GOALS - one two-line entry per goal, in account   *
      *  and goal-number order                                         *
      ******************************************************************
       3000-REPORT-GOALS.
           IF WS-GOALMST-STATUS = "35"
               MOVE "NO SAVINGS GOALS ON FILE" TO GTK-MSG-TEXT
               WRITE GPRGRPT-PRINT-LINE FROM GTK-MESSAGE-LINE
               GO TO 3000-EXIT
           END-IF.
           MOVE LOW-VALUES TO GOL-GOAL-KEY.
           START SAVINGS-GOAL-MASTER KEY NOT < GOL-GOAL-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF-GOALMST
           END-START.
           PERFORM UNTIL GOALMST-EOF
               READ SAVINGS-GOAL-MASTER NEXT
                   AT END
                       MOVE "Y" TO WS-EOF-GOALMST
                   NOT AT END
                       IF WS-GOALMST-STATUS = "00"
                           ADD 1 TO GTK-GOALS-READ
                           PERFORM 3100-REPORT-ONE-GOAL THRU 3100-EXIT
                       ELSE
                           MOVE "Y" TO WS-EOF-GOALMST
                       END-IF
               END-READ
           END-PERFORM.
       3000-EXIT.
           EXIT.

      *    Met: the balance has reached the target - this month if
      *    last month's closing balance had not.  Missed: the target
      *    date has come without the balance reaching the target -
      *    this month if the date fell in the report month.  A goal
      *    still running is on track if the saving rate covers the
      *    monthly saving needed, otherwise behind.
       3100-REPORT-ONE-GOAL.
           MOVE GOL-ACCOUNT-ID TO GTK-GOL-ACCOUNT-ID.
           MOVE GOL-GOAL-NO TO GTK-GOL-GOAL-NO.
           MOVE GOL-DESCRIPTION TO GTK-GOL-DESCRIPTION.
           MOVE GOL-TARGET-AMOUNT TO GTK-GOL-TARGET-AMOUNT.
           MOVE GOL-TARGET-DATE TO GTK-GOL-TARGET-DATE.
           MOVE GOL-ACCOUNT-ID TO ACCT-ACCOUNT-ID.
           PERFORM 2900-FIND-ACCOUNT THRU 2900-EXIT.
           IF NOT GOAL-ACCOUNT-FOUND
               MOVE "ACCOUNT NOT FOUND" TO GTK-GOL-FLAG
               WRITE GPRGRPT-PRINT-LINE FROM GTK-GOAL-LINE
               GO TO 3100-EXIT
           END-IF.
           PERFORM 3200-MEASURE-SAVING-RATE THRU 3200-EXIT.
           MOVE GTK-ACCT-BALANCE(GTK-ACCT-SUB) TO GTK-BALANCE.
           COMPUTE GTK-NEEDED = GOL-TARGET-AMOUNT - GTK-BALANCE.
           IF GTK-NEEDED < ZERO
               MOVE ZERO TO GTK-NEEDED
           END-IF.
           IF GTK-BALANCE NOT > ZERO
               MOVE ZERO TO GTK-PERCENT
           ELSE
               COMPUTE GTK-PERCENT ROUNDED =
                   GTK-BALANCE * 100 / GOL-TARGET-AMOUNT
               IF GTK-PERCENT > 999.9
                   MOVE 999.9 TO GTK-PERCENT
               END-IF
           END-IF.
           MOVE GOL-TARGET-DATE TO WS-HIST-DATE.
           MOVE WS-HIST-YYYYMM TO WS-MONTH-VIEW-N.
           PERFORM 8300-NUMBER-THE-MONTH THRU 8300-EXIT.
           MOVE GTK-WORK-MONTH-NO TO GTK-TARGET-MONTH-NO.
           COMPUTE GTK-MONTHS-LEFT =
               GTK-TARGET-MONTH-NO - GTK-REPORT-MONTH-NO.
           IF GTK-MONTHS-LEFT > ZERO
               COMPUTE GTK-PER-MONTH ROUNDED =
                   GTK-NEEDED / GTK-MONTHS-LEFT
           ELSE
               MOVE GTK-NEEDED TO GTK-PER-MONTH
           END-IF.
           PERFORM 3300-PROJECT-COMPLETION THRU 3300-EXIT.
           PERFORM 3400-SET-GOAL-FLAG THRU 3400-EXIT.
           WRITE GPRGRPT-PRINT-LINE FROM GTK-GOAL-LINE.
           MOVE GTK-BALANCE TO GTK-PRG-BALANCE.
           MOVE GTK-PERCENT TO GTK-PRG-PERCENT.
           MOVE GTK-NEEDED TO GTK-PRG-NEEDED.
           MOVE GTK-PER-MONTH TO GTK-PRG-PER-MONTH.
           MOVE GTK-RATE TO GTK-PRG-RATE.
           WRITE GPRGRPT-PRINT-LINE FROM GTK-PROGRESS-LINE.
       3100-EXIT.
           EXIT.

      *    Average monthly movement from the base month's closing
      *    balance (or the first history on file, if the account is
      *    younger than the rate window) to the report month's.
       3200-MEASURE-SAVING-RATE.
           MOVE "N" TO WS-RATE-KNOWN.
           MOVE ZERO TO GTK-RATE.
           IF GTK-ACCT-END-MONTH-NO(GTK-ACCT-SUB) = ZERO
               GO TO 3200-EXIT
           END-IF.
           IF GTK-ACCT-BASE-MONTH-NO(GTK-ACCT-SUB) NOT = ZERO
               MOVE GTK-ACCT-BASE-MONTH-NO(GTK-ACCT-SUB)
                   TO GTK-START-MONTH-NO
               MOVE GTK-ACCT-BASE-BAL(GTK-ACCT-SUB)
                   TO GTK-START-BALANCE
           ELSE
               MOVE GTK-ACCT-FIRST-MONTH-NO(GTK-ACCT-SUB)
                   TO GTK-START-MONTH-NO
               MOVE GTK-ACCT-FIRST-BAL(GTK-ACCT-SUB)
                   TO GTK-START-BALANCE
           END-IF.
           COMPUTE GTK-MONTHS-SPANNED =
               GTK-ACCT-END-MONTH-NO(GTK-ACCT-SUB)
               - GTK-START-MONTH-NO.
           IF GTK-MONTHS-SPANNED NOT > ZERO
               GO TO 3200-EXIT
           END-IF.
           COMPUTE GTK-RATE ROUNDED =
               (GTK-ACCT-END-BAL(GTK-ACCT-SUB) - GTK-START-BALANCE)
               / GTK-MONTHS-SPANNED.
           MOVE "Y" TO WS-RATE-KNOWN.
       3200-EXIT.
           EXIT.

      *    Whole months at the current rate to cover what is still
      *    needed, rounded up, counted on from the report month.
       3300-PROJECT-COMPLETION.
           IF GTK-NEEDED = ZERO
               MOVE "REACHED" TO GTK-PRG-PROJECTED
               GO TO 3300-EXIT
           END-IF.
           IF NOT SAVING-RATE-KNOWN
               MOVE "NO HISTORY" TO GTK-PRG-PROJECTED
               GO TO 3300-EXIT
           END-IF.
           IF GTK-RATE NOT > ZERO
               MOVE "NO PROGRESS" TO GTK-PRG-PROJECTED
               GO TO 3300-EXIT
           END-IF.
           COMPUTE GTK-PROJ-CHECK = GTK-NEEDED / GTK-RATE.
           IF GTK-PROJ-CHECK > 1200
               MOVE "OVER 100 YR" TO GTK-PRG-PROJECTED
               GO TO 3300-EXIT
           END-IF.
           MOVE GTK-PROJ-CHECK TO GTK-MONTHS-TO-GO.
           COMPUTE GTK-PROJ-CHECK = GTK-MONTHS-TO-GO * GTK-RATE.
           IF GTK-PROJ-CHECK < GTK-NEEDED
               ADD 1 TO GTK-MONTHS-TO-GO
           END-IF.
           COMPUTE GTK-PROJ-MONTH-NO =
               GTK-REPORT-MONTH-NO + GTK-MONTHS-TO-GO.
           DIVIDE GTK-PROJ-MONTH-NO BY 12
               GIVING GTK-WORK-YEAR.
           MOVE GTK-WORK-YEAR TO WS-EDIT-YYYY.
           COMPUTE WS-EDIT-MM =
               GTK-PROJ-MONTH-NO - (GTK-WORK-YEAR * 12) + 1.
           PERFORM 8400-SET-MONTH-END-DAY THRU 8400-EXIT.
           MOVE WS-MAX-DAY TO WS-EDIT-DD.
           MOVE SPACES TO GTK-PRG-PROJECTED.
           MOVE WS-EDIT-DATE-N TO GTK-PRG-PROJECTED.
       3300-EXIT.
           EXIT.

       3400-SET-GOAL-FLAG.
           IF GTK-NEEDED = ZERO
               IF GTK-ACCT-PRIOR-MONTH-NO(GTK-ACCT-SUB) NOT = ZERO
                   AND GTK-ACCT-PRIOR-BAL(GTK-ACCT-SUB)
                       NOT < GOL-TARGET-AMOUNT
                   MOVE "MET" TO GTK-GOL-FLAG
               ELSE
                   MOVE "MET THIS MONTH" TO GTK-GOL-FLAG
                   ADD 1 TO GTK-MET-THIS-MONTH
               END-IF
               GO TO 3400-EXIT
           END-IF.
           IF GTK-MONTHS-LEFT = ZERO
               MOVE "MISSED THIS MONTH" TO GTK-GOL-FLAG
               ADD 1 TO GTK-MISSED-THIS-MONTH
               GO TO 3400-EXIT
           END-IF.
           IF GTK-MONTHS-LEFT < ZERO
               MOVE "MISSED" TO GTK-GOL-FLAG
               GO TO 3400-EXIT
           END-IF.
           IF SAVING-RATE-KNOWN
               AND GTK-RATE NOT < GTK-PER-MONTH
               MOVE "ON TRACK" TO GTK-GOL-FLAG
               ADD 1 TO GTK-ON-TRACK
           ELSE
               MOVE "BEHIND" TO GTK-GOL-FLAG
               ADD 1 TO GTK-BEHIND
           END-IF.
       3400-EXIT.
           EXIT.

      ******************************************************************
      *  8000-WRITE-TOTALS                                             *
      ******************************************************************
       8000-WRITE-TOTALS.
           MOVE "GOALS REPORTED          " TO GTK-TOT-LABEL.
           MOVE GTK-GOALS-READ TO GTK-TOT-VALUE.
           WRITE GPRGRPT-PRINT-LINE FROM GTK-TOTAL-LINE.
           MOVE "MET THIS MONTH          " TO GTK-TOT-LABEL.
           MOVE GTK-MET-THIS-MONTH TO GTK-TOT-VALUE.
           WRITE GPRGRPT-PRINT-LINE FROM GTK-TOTAL-LINE.
           MOVE "MISSED THIS MONTH       " TO GTK-TOT-LABEL.
           MOVE GTK-MISSED-THIS-MONTH TO GTK-TOT-VALUE.
           WRITE GPRGRPT-PRINT-LINE FROM GTK-TOTAL-LINE.
           MOVE "ON TRACK                " TO GTK-TOT-LABEL.
           MOVE GTK-ON-TRACK TO GTK-TOT-VALUE.
           WRITE GPRGRPT-PRINT-LINE FROM GTK-TOTAL-LINE.
           MOVE "BEHIND                  " TO GTK-TOT-LABEL.
           MOVE GTK-BEHIND TO GTK-TOT-VALUE.
           WRITE GPRGRPT-PRINT-LINE FROM GTK-TOTAL-LINE.
       8000-EXIT.
           EXIT.

      *    WS-MONTH-VIEW is loaded by the caller with a YYYYMM; its
      *    month number comes back in GTK-WORK-MONTH-NO.
       8300-NUMBER-THE-MONTH.
           COMPUTE GTK-WORK-MONTH-NO = WS-MV-YYYY * 12 + WS-MV-MM - 1.
       8300-EXIT.
           EXIT.

      *    WS-EDIT-YYYY and WS-EDIT-MM are loaded by the caller; the
      *    last day of that month comes back in WS-MAX-DAY, leap
      *    years included.
       8400-SET-MONTH-END-DAY.
           IF WS-EDIT-MM = 02
               PERFORM 8410-SET-FEBRUARY-MAX THRU 8410-EXIT
           ELSE
               IF WS-EDIT-MM = 04 OR 06 OR 09 OR 11
                   MOVE 30 TO WS-MAX-DAY
               ELSE
                   MOVE 31 TO WS-MAX-DAY
               END-IF
           END-IF.
       8400-EXIT.
           EXIT.

       8410-SET-FEBRUARY-MAX.
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
       8410-EXIT.
           EXIT.

      ******************************************************************
      *  9999-TERMINATE-RUN                                            *
      ******************************************************************
       9999-TERMINATE-RUN.
           CLOSE SAVINGS-GOAL-MASTER
                 ACCOUNT-MASTER
                 BALANCE-HISTORY-FILE
                 CALENDAR-MASTER
                 GOAL-PROGRESS-REPORT-FILE.
           DISPLAY "GOALTRK0 GOALS REPORTED: " GTK-GOALS-READ.
           IF RUN-MUST-ABORT
               MOVE 12 TO RETURN-CODE
           END-IF.
       9999-EXIT.
           EXIT.
