      *                   convention as the interface extract, with    *
      *                   a debits-equal-credits proof block on        *
      *                   OPSRPT.  A draft run extracts nothing.       *
      *  2026-10-15  RLS  Standing orders staged by the STOGEN0        *
      *                   generator are read from STOTRAN as a fourth  *
      *                   transaction stream, after INTTRAN, through   *
      *                   the same front-end edit and duplicate check; *
      *                   the count read shows on OPSRPT.              *
      *  2026-10-15  RLS  Transfer transaction type (T) on LEDGTRN     *
      *                   naming a from- and a to-account: both legs   *
      *                   edit together and post together or the       *
      *                   transfer suspends as one item (reason 09     *
      *                   for a missing or self to-account); each leg  *
      *                   journals to PSTJRNL under the shared         *
      *                   transfer reference; the GL pair nets to      *
      *                   zero on one account; SAVRPT subtotals and    *
      *                   OPSRPT show transfers as their own category. *
      *  2026-10-15  RLS  Funds holds from the HOLDMST master (kept    *
      *                   by HOLDMNT0): withdrawals and transfers are  *
      *                   tested against available balance - ledger    *
      *                   balance less holds in force - and a breach   *
      *                   suspends with reason 10 unless the override  *
      *                   code is present; expired holds are dropped   *
      *                   at start of run; the statement and OPSRPT    *
      *                   show ledger, held and available balance per  *
      *                   account.                                     *
      *  2026-10-15  RLS  Dormant accounts (status D, set by the       *
      *                   monthly DORMNCY0 run): anything but interest *
      *                   posted against one, on either leg of a       *
      *                   transfer, suspends with reason 11; OPSRPT    *
      *                   counts them.                                 *
      *  2026-10-15  RLS  Fixed table ceilings lifted: the account     *
      *                   table now carries 9999 accounts and the run  *
      *                   refuses to start (RC 12) when ACCTMST holds  *
      *                   more; the checkpoint is a set of one record  *
      *                   per account closed by a totals header, so    *
      *                   a restart recovers every account; and the    *
      *                   duplicate check is a keyed read of the       *
      *                   DUPWORK work file instead of a 500-entry     *
      *                   table.                                       *
      *  2026-10-15  RLS  Console override of question 7 is refused    *
      *                   unless the operator keyed holds CALVRUN0     *
      *                   authority (action O) on the OPERAUTH         *
      *                   master; refusals are logged to SECVIOL.      *
      *  2026-10-15  RLS  Run control: checks itself in on the RUNLEDG *
      *                   run-control ledger before it starts and is   *
      *                   refused, RC 12, when a predecessor named for *
      *                   it on the RUNDEPS dependency deck has not    *
      *                   ended clean, or when the deck marks it not   *
      *                   repeatable and it has already ended clean    *
      *                   for the business date.  At end of run the    *
      *                   entry is completed with the return code and  *
      *                   the key counts.  A draft run is entered D,   *
      *                   which no successor accepts.                  *
      *  2026-10-15  RLS  A refused rerun no longer overwrites the     *
      *                   date's failed, draft or started run-control  *
      *                   entry, so a failed run goes on holding its   *
      *                   successors.                                  *
      *  2026-10-15  RLS  The account positions move from the          *
      *                   9999-entry in-core table to ACCTWORK, an     *
      *                   indexed work file keyed by account ID and    *
      *                   loaded from ACCTMST at start of run, so the  *
      *                   run no longer refuses a master of any size;  *
      *                   ACCTMST is still rewritten only at a clean   *
      *                   end.                                         *
      *                                                                *
      ******************************************************************

               ORGANIZATION IS SEQUENTIAL.

      *    Account master maintained by ACCTMNT0, keyed by account ID.
      *    DYNAMIC access: a sequential sweep loads the ACCTWORK
      *    work file at start of run, and the standing balances are
      *    rewritten by key at a clean end of run.
           SELECT ACCOUNT-MASTER
               ASSIGN TO ACCTMST
               ORGANIZATION IS INDEXED
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-INTTRAN-STATUS.

      *    Standing orders staged by STOGEN0 for tonight's business
      *    day, processed as a fourth transaction stream after
      *    INTTRAN through the same front-end edit.  A missing file
      *    means no standing order fell due tonight.
           SELECT STANDING-ORDER-TRANS-FILE
               ASSIGN TO STOTRAN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STOTRAN-STATUS.

      *    Funds-hold master maintained by HOLDMNT0, keyed by account
      *    ID plus hold number.  DYNAMIC access: one sweep at start
      *    of run totals the holds in force per account and drops
      *    the expired ones.  A missing master means no holds.
           SELECT HOLD-MASTER
               ASSIGN TO HOLDMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HLD-HOLD-KEY
               FILE STATUS IS WS-HOLDMST-STATUS.

      *    Suspected-duplicate report: one pair per held transaction,
      *    naming the posting it appears to duplicate, so the keying
      *    departments can confirm or release them.
               ASSIGN TO DUPRPT
               ORGANIZATION IS SEQUENTIAL.

      *    Run-scoped work file of everything posted tonight, keyed on
      *    the fields the duplicate check matches, so the check has no
      *    in-core ceiling.  Rebuilt empty at the start of posting.
           SELECT DUPLICATE-WORK-FILE
               ASSIGN TO DUPWORK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DUP-MATCH-KEY
               FILE STATUS IS WS-DUPWORK-STATUS.

      *    Run-scoped work file of every account's positions, keyed
      *    on account ID - loaded from ACCTMST at start of run, so
      *    the run carries any number of accounts.
           SELECT ACCOUNT-WORK-FILE
               ASSIGN TO ACCTWORK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AWK-ACCOUNT-ID
               FILE STATUS IS WS-ACCTWORK-STATUS.

      *    Printed savings ledger report: opening balance, each
      *    posting, and the running / period total.
           SELECT SAVINGS-LEDGER-RPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ANSWIN-STATUS.

      *    Operator authority master, kept by OPRAMNT0 - read for the
      *    console override only, to see whether the operator keying
      *    it holds CALVRUN0 authority.
           SELECT OPERATOR-AUTHORITY-MASTER
               ASSIGN TO OPERAUTH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OPA-OPERATOR-ID
               FILE STATUS IS WS-OPERAUTH-STATUS.

      *    Refused console overrides, appended to the violation trail
      *    the maintenance runs share.
           SELECT SECURITY-VIOLATION-FILE
               ASSIGN TO SECVIOL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SECVIOL-STATUS.

      *    WS-A / WS-B reference master, keyed on LKUP-KEY-A and
      *    maintained by LKUPMNT0.  Entries are read by key on demand
      *    - there is no in-core table and no fixed entry limit.
               ASSIGN TO OPSRPT
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
           05  SUSPIN-TRAN-OVERRIDE-CODE   PIC X(01).
           05  SUSPIN-REASON-CODE          PIC X(02).
           05  SUSPIN-DATE-ADDED           PIC 9(08).
           05  SUSPIN-TO-ACCOUNT-ID        PIC X(05).

       FD  SUSPENSE-FILE
           LABEL RECORDS ARE STANDARD.
           05  INTT-TRAN-AMOUNT            PIC S9(07)V99 COMP-3.
           05  INTT-TRAN-DESCRIPTION       PIC X(30).
           05  INTT-TRAN-OVERRIDE-CODE     PIC X(01).
           05  INTT-TRAN-TO-ACCOUNT-ID     PIC X(05).

      *    Holds master by account and hold number, kept by HOLDMNT0.
       FD  HOLD-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY HOLDREC.

      *    Same layout as the LEDGTRN record again, handled the same
      *    way as INTTRAN.
       FD  STANDING-ORDER-TRANS-FILE
           LABEL RECORDS ARE STANDARD.
       01  STANDING-ORDER-TRANS-RECORD.
           05  STOT-ACCOUNT-ID             PIC X(05).
           05  STOT-TRAN-DATE              PIC 9(08).
           05  STOT-TRAN-TYPE-CODE         PIC X(01).
           05  STOT-TRAN-AMOUNT            PIC S9(07)V99 COMP-3.
           05  STOT-TRAN-DESCRIPTION       PIC X(30).
           05  STOT-TRAN-OVERRIDE-CODE     PIC X(01).
           05  STOT-TRAN-TO-ACCOUNT-ID     PIC X(05).

       FD  DUPLICATE-REPORT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS.
       01  DUPRPT-PRINT-LINE               PIC X(132).

       FD  DUPLICATE-WORK-FILE
           LABEL RECORDS ARE STANDARD.
       01  DUPLICATE-WORK-RECORD.
           05  DUP-MATCH-KEY.
               10  DUP-ACCOUNT-ID          PIC X(05).
               10  DUP-TRAN-DATE           PIC 9(08).
               10  DUP-TRAN-TYPE           PIC X(01).
               10  DUP-TRAN-AMOUNT         PIC S9(07)V99 COMP-3.
               10  DUP-TRAN-DESC           PIC X(30).
               10  DUP-TO-ACCOUNT-ID       PIC X(05).
           05  DUP-POST-SEQ                PIC 9(05) COMP.

       FD  ACCOUNT-WORK-FILE
           LABEL RECORDS ARE STANDARD.
       01  ACCOUNT-WORK-RECORD.
           05  AWK-ACCOUNT-ID              PIC X(05).
           05  AWK-ACCOUNT-NAME            PIC X(40).
           05  AWK-STATUS-CODE             PIC X(01).
               88  AWK-ACCT-IS-CLOSED                VALUE "C".
               88  AWK-ACCT-IS-DORMANT               VALUE "D".
           05  AWK-OPENING                 PIC S9(07)V99 COMP-3.
           05  AWK-RUNNING                 PIC S9(07)V99 COMP-3.
           05  AWK-PERIOD-TOT              PIC S9(07)V99 COMP-3.
           05  AWK-HELD                    PIC S9(07)V99 COMP-3.

       FD  SAVINGS-LEDGER-RPT
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 132 CHARACTERS.
           05  ANSW-ANSWER-TEXT           PIC X(30).
           05  FILLER                     PIC X(40).

       FD  OPERATOR-AUTHORITY-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY OPRAREC.

       FD  SECURITY-VIOLATION-FILE
           LABEL RECORDS ARE STANDARD.
           COPY SECVREC.

       FD  LOOKUP-FILE
           LABEL RECORDS ARE STANDARD.
           COPY LKUPREC.
           RECORD CONTAINS 132 CHARACTERS.
       01  OPSRPT-PRINT-LINE               PIC X(132).

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

       77  RCT-PROGRAM-ID                  PIC X(08) VALUE "CALVRUN0".
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
       77  WS-SUSPIN-STATUS                PIC X(02) VALUE SPACES.
       77  WS-XTRCCTL-STATUS               PIC X(02) VALUE SPACES.
       77  WS-ANSWIN-STATUS                PIC X(02) VALUE SPACES.
       77  WS-OPERAUTH-STATUS              PIC X(02) VALUE SPACES.
       77  WS-SECVIOL-STATUS               PIC X(02) VALUE SPACES.
       77  WS-EXCSIN-STATUS                PIC X(02) VALUE SPACES.
       77  WS-EXCCORR-STATUS               PIC X(02) VALUE SPACES.

       77  WS-Q7-ANSWERED                  PIC X(01) VALUE "N".
           88  QUESTION-7-ANSWERED                   VALUE "Y".

       77  WS-OPERATOR-SWITCH              PIC X(01) VALUE "N".
           88  OPERATOR-AUTHORIZED                   VALUE "Y".

       77  ANSW-BATCH-COUNT                PIC 9(05) COMP VALUE ZERO.

      ******************************************************************

       77  OPS-SAVTRAN-READ                PIC 9(05) COMP VALUE ZERO.
       77  OPS-INTTRAN-READ                PIC 9(05) COMP VALUE ZERO.
       77  OPS-STOTRAN-READ                PIC 9(05) COMP VALUE ZERO.
       77  OPS-HOLDS-IN-FORCE              PIC 9(05) COMP VALUE ZERO.
       77  OPS-HOLDS-DROPPED               PIC 9(05) COMP VALUE ZERO.
       77  OPS-HOLD-BREACHES               PIC 9(05) COMP VALUE ZERO.
       77  OPS-DORMANT-SUSPENDS            PIC 9(05) COMP VALUE ZERO.
       77  OPS-DUPRPT-WRITES               PIC 9(05) COMP VALUE ZERO.
       77  OPS-STATIN-READ                 PIC 9(05) COMP VALUE ZERO.
       77  OPS-LKUP-READ                   PIC 9(05) COMP VALUE ZERO.
           05  OPS-STA-LABEL               PIC X(30).
           05  OPS-STA-TEXT                PIC X(30).
           05  FILLER                      PIC X(72) VALUE SPACES.

      *    One line per account: the ledger balance, the holds in
      *    force against it, and what is left available to draw.
       01  OPS-ACCOUNT-LINE.
           05  FILLER                      PIC X(08) VALUE "ACCOUNT ".
           05  OPS-ACC-ID                  PIC X(05).
           05  FILLER                      PIC X(09) VALUE
                   "  LEDGER ".
           05  OPS-ACC-LEDGER              PIC $$$,$$$,$$9.99-.
           05  FILLER                      PIC X(07) VALUE "  HELD ".
           05  OPS-ACC-HELD                PIC $$$,$$$,$$9.99-.
           05  FILLER                      PIC X(12) VALUE
                   "  AVAILABLE ".
           05  OPS-ACC-AVAILABLE           PIC $$$,$$$,$$9.99-.
           05  FILLER                      PIC X(46) VALUE SPACES.
       77  WS-ACKIN-STATUS                 PIC X(02) VALUE SPACES.

       77  WS-EOF-ACKIN                    PIC X(01) VALUE "N".
       77  WS-EOF-INTTRAN                  PIC X(01) VALUE "N".
           88  INTTRAN-EOF                           VALUE "Y".
       77  WS-INTTRAN-STATUS               PIC X(02) VALUE SPACES.
       77  WS-EOF-STOTRAN                  PIC X(01) VALUE "N".
           88  STOTRAN-EOF                           VALUE "Y".
       77  WS-STOTRAN-STATUS               PIC X(02) VALUE SPACES.
       77  WS-EOF-HOLDMST                  PIC X(01) VALUE "N".
           88  HOLDMST-EOF                           VALUE "Y".
       77  WS-HOLDMST-STATUS               PIC X(02) VALUE SPACES.
       77  WS-CHECKPOINT-STATUS            PIC X(02) VALUE SPACES.
       77  WS-DUPWORK-STATUS               PIC X(02) VALUE SPACES.
       77  WS-ACCTWORK-STATUS              PIC X(02) VALUE SPACES.
       77  WS-EOF-ACCTWORK                 PIC X(01) VALUE "N".
           88  ACCTWORK-EOF                          VALUE "Y".
       77  WS-ACCTWORK-SWITCH              PIC X(01) VALUE "N".
           88  ACCOUNT-WORK-OPEN                     VALUE "Y".
       77  WS-PSTJRNL-STATUS               PIC X(02) VALUE SPACES.
       77  WS-RESTCTL-STATUS               PIC X(02) VALUE SPACES.
       77  WS-BALANCE-STATUS               PIC X(02) VALUE SPACES.
           88  RESTART-AFTER-SCI-PROG
                   VALUE "SCIENTIFIC-PROGRESS".

      *    The restart boundary a checkpoint set is being written
      *    for - every record of the set carries it.
       77  WS-CHKPT-POINT-NAME             PIC X(20) VALUE SPACES.

       77  WS-EOF-QUOTCTL                  PIC X(01) VALUE "N".
           88  QUOTCTL-EOF                           VALUE "Y".

       77  EXC-COUNT                       PIC 9(05) COMP VALUE ZERO.
       77  SL-POSTING-COUNT                PIC 9(05) COMP VALUE ZERO.
       77  SL-JOURNAL-SEQ                  PIC 9(05) COMP VALUE ZERO.
       77  SL-POST-FIRST-SEQ               PIC 9(05) COMP VALUE ZERO.
       77  SL-REJECT-COUNT                 PIC 9(05) COMP VALUE ZERO.
       77  SL-RECYCLE-COUNT                PIC 9(05) COMP VALUE ZERO.
       77  QUOTE-LOAD-COUNT                PIC 9(05) COMP VALUE ZERO.
       77  WS-CURRENT-DATE                 PIC 9(08) VALUE ZERO.
       77  WS-CURRENT-TIME                 PIC 9(08) VALUE ZERO.
       77  WS-OPERATOR-ID                  PIC X(08) VALUE SPACES.
       77  OPR-SUB                         PIC 9(04) COMP VALUE ZERO.
       77  OPR-FUNCTION-SUB                PIC 9(04) COMP VALUE ZERO.
       77  OPR-ACTION-HITS                 PIC 9(04) COMP VALUE ZERO.
       77  OPR-REFUSAL-REASON              PIC X(40) VALUE SPACES.
       77  WS-QUOTE-FETCH-ID               PIC X(06) VALUE SPACES.

      ******************************************************************
                                            VALUE ZERO.
           05  SL-INTEREST-TOTAL           PIC S9(07)V99 COMP-3
                                            VALUE ZERO.
           05  SL-TRANSFER-TOTAL           PIC S9(07)V99 COMP-3
                                            VALUE ZERO.

       77  SL-DEPOSIT-COUNT                PIC 9(05) COMP VALUE ZERO.
       77  SL-WITHDRAWAL-COUNT             PIC 9(05) COMP VALUE ZERO.
       77  SL-ADJUSTMENT-COUNT             PIC 9(05) COMP VALUE ZERO.
       77  SL-INTEREST-COUNT               PIC 9(05) COMP VALUE ZERO.
       77  SL-TRANSFER-COUNT               PIC 9(05) COMP VALUE ZERO.

      *    The ACCTWORK work file is the run's image of the ACCTMST
      *    account master, loaded by a sweep at start of run.
      *    Postings move money there, not on the master - the
      *    master's standing balances are rewritten only at a clean
      *    (non-abort) end of run, so an abend or an abort leaves the
      *    master exactly as the run found it and the checkpoint
      *    trail carries the work file's positions.
       77  SL-ACCOUNT-COUNT                PIC 9(05) COMP VALUE ZERO.

      *    Which leg of a transfer 2515 is journalling - blank for
      *    every other posting.
       77  WS-XFER-LEG                     PIC X(01) VALUE SPACE.
           88  XFER-LEG-FROM                         VALUE "F".
           88  XFER-LEG-TO                           VALUE "T".

       77  WS-ACCT-FOUND                   PIC X(01) VALUE "N".
           88  TRAN-ACCOUNT-FOUND                    VALUE "Y".

      *    A restart's checkpoint trail is read twice: 1110 finds the
      *    last complete checkpoint set (its header is the last H
      *    record), and 1310, once the ACCTWORK work file is loaded
      *    from the master, reads it again and overlays the account
      *    records of that set only.
       77  CHK-LAST-HEADER                 PIC 9(05) COMP VALUE ZERO.
       77  CHK-HEADERS-SEEN                PIC 9(05) COMP VALUE ZERO.
       77  CHK-LAST-ACCT-COUNT             PIC 9(05) COMP VALUE ZERO.
       77  CHK-SET-ACCOUNTS                PIC 9(05) COMP VALUE ZERO.

       01  SAVRPT-HEADING-LINE.
           05  FILLER                      PIC X(30) VALUE
                   " CLOSING ".
           05  STMT-ACC-CLOSING            PIC $$$,$$$,$$9.99-.

      *    Second banner line: the closing ledger balance again, the
      *    holds in force against it, and the balance available.
       01  STMT-BALANCE-LINE.
           05  FILLER                      PIC X(15) VALUE SPACES.
           05  FILLER                      PIC X(09) VALUE
                   "  LEDGER ".
           05  STMT-BAL-LEDGER             PIC $$$,$$$,$$9.99-.
           05  FILLER                      PIC X(07) VALUE "  HELD ".
           05  STMT-BAL-HELD               PIC $$$,$$$,$$9.99-.
           05  FILLER                      PIC X(12) VALUE
                   "  AVAILABLE ".
           05  STMT-BAL-AVAILABLE          PIC $$$,$$$,$$9.99-.

      ******************************************************************
      *  FRONT-END EDIT OF SAVINGS TRANSACTIONS                        *
      ******************************************************************
           88  EDIT-BAD-AMOUNT                       VALUE "02".
           88  EDIT-BLANK-DESC                       VALUE "03".
           88  EDIT-DUPLICATE                        VALUE "08".
           88  EDIT-BAD-TRANSFER                     VALUE "09".
           88  EDIT-HOLD-BREACH                      VALUE "10".
           88  EDIT-ACCT-DORMANT                     VALUE "11".

       77  WS-EDIT-AMOUNT                  PIC S9(07)V99 COMP-3
                                            VALUE ZERO.
      *    Ledger balance less holds in force, for the hold check.
       77  WS-EDIT-AVAILABLE               PIC S9(07)V99 COMP-3
                                            VALUE ZERO.
      *    The from-account's positions as 2532 read them - the
      *    to-account's read for a transfer takes the record area.
       77  WS-EDIT-RUNNING                 PIC S9(07)V99 COMP-3
                                            VALUE ZERO.
       77  WS-EDIT-HELD                    PIC S9(07)V99 COMP-3
                                            VALUE ZERO.
       77  WS-MAX-DAY                      PIC 9(02) VALUE ZERO.
       77  WS-LEAP-QUOT                    PIC 9(04) COMP VALUE ZERO.
       77  WS-LEAP-REM                     PIC 9(04) COMP VALUE ZERO.
      *  DUPLICATE-POSTING DETECTION                                   *
      ******************************************************************
      *    Every transaction that posts - recycled suspense, SAVTRAN
      *    card or staged INTTRAN interest alike - is recorded on the
      *    DUPWORK work file; a later transaction matching one on
      *    account, date, type, amount and description is held in
      *    suspense as a suspected duplicate instead of posting
      *    again.  If the work file cannot be built the run aborts -
      *    posting without the check is not an option.
       77  DUP-ENTRY-COUNT                 PIC 9(05) COMP VALUE ZERO.
       77  DUP-SUSPECT-COUNT               PIC 9(05) COMP VALUE ZERO.

       01  DUP-HEADING-LINE.
           05  FILLER                      PIC X(40) VALUE
                   "SUSPECTED DUPLICATE POSTINGS".
           05  DUP-DET-ORIG-SEQ            PIC ZZZZ9.
           05  FILLER                      PIC X(27) VALUE SPACES.

       01  DUP-TOTAL-LINE.
           05  FILLER                      PIC X(24) VALUE
                   "SUSPECTED DUPLICATES    ".

      *    Chart-of-accounts distribution loaded from the COACTL
      *    cards: per transaction type, the GL accounts its journal
      *    pair debits and credits.  The transfer card names the
      *    same savings-liability account on both sides.
       77  COA-ENTRY-COUNT                 PIC 9(03) COMP VALUE ZERO.
       77  COA-SUB                         PIC 9(03) COMP VALUE ZERO.

           88  COA-TYPE-FOUND                        VALUE "Y".

       01  COA-TABLE.
           05  COA-ENTRY OCCURS 5 TIMES.
               10  COA-T-TRAN-TYPE         PIC X(01).
               10  COA-T-DEBIT-ACCT        PIC X(08).
               10  COA-T-CREDIT-ACCT      PIC X(08).
               REPLACING =="Susie Derkins."== BY
                         =="Calvin, the misunderstood genius."==.

      ******************************************************************
      *  RUN CONTROL PREDECESSOR TABLE                                 *
      ******************************************************************
       01  RCT-PREDECESSOR-TABLE.
           05  RCT-PRED-ENTRY OCCURS 20 TIMES.
               10  RCT-PRED-PROGRAM-ID     PIC X(08).
               10  RCT-PRED-RULE           PIC X(01).

       PROCEDURE DIVISION.

      ******************************************************************
      *    boundary instead of limping on, leaving the checkpoint
      *    trail in place for the RESTCTL restart path.
       0000-MAINLINE.
           PERFORM 0100-START-RUN-CONTROL THRU 0100-EXIT.
           IF RUN-REFUSED
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 1000-INITIALIZE-RUN THRU 1000-EXIT.
           IF NOT RUN-MUST-ABORT
               PERFORM 2000-VALIDATE-STATUS-CODES THRU 2000-EXIT
               AND RESTART-NONE
               PERFORM YUKON-HO THRU YUKON-HO-EXIT
               IF NOT RUN-MUST-ABORT
                   MOVE "YUKON-HO" TO WS-CHKPT-POINT-NAME
                   PERFORM 5000-WRITE-CHECKPOINT THRU 5000-EXIT
               END-IF
           END-IF.
               AND (RESTART-NONE OR RESTART-AFTER-YUKON-HO)
               PERFORM SCIENTIFIC-PROGRESS-MAIN
                   THRU SCIENTIFIC-PROGRESS-MAIN-EXIT
               MOVE "SCIENTIFIC-PROGRESS" TO WS-CHKPT-POINT-NAME
               PERFORM 5000-WRITE-CHECKPOINT THRU 5000-EXIT
           END-IF.

           END-IF.

           PERFORM 9999-TERMINATE-RUN THRU 9999-EXIT.
           PERFORM 0900-END-RUN-CONTROL THRU 0900-EXIT.
           GOBACK.

      ******************************************************************
      *  0100-START-RUN-CONTROL - before the run opens a file it       *
      *  checks itself in on the RUNLEDG run-control ledger.  Every    *
      *  predecessor the RUNDEPS deck names for CALVRUN0 must have     *
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
               DISPLAY "CALVRUN0 REFUSED - NO RUN-CONTROL LEDGER"
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
                   DISPLAY "CALVRUN0 REFUSED - " RCT-REFUSAL-REASON
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
               DISPLAY "CALVRUN0 REFUSED - " RCT-REFUSAL-REASON
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
           MOVE SL-POSTING-COUNT TO RCL-COUNT-VALUE(1).
           MOVE "REJECTED" TO RCL-COUNT-LABEL(2).
           MOVE SL-REJECT-COUNT TO RCL-COUNT-VALUE(2).
           MOVE "RECYCLED" TO RCL-COUNT-LABEL(3).
           MOVE SL-RECYCLE-COUNT TO RCL-COUNT-VALUE(3).
      *    A draft run posts nothing, so no successor may take it for
      *    the night's run.
           IF RUN-IS-DRAFT AND RCL-RUN-CLEAN
               MOVE "D" TO RCL-RUN-STATUS
           END-IF.
       0950-EXIT.
           EXIT.

      ******************************************************************
      *  1000-INITIALIZE-RUN - open files, resolve restart point       *
      ******************************************************************
               AND NOT RUN-MUST-ABORT
               PERFORM 1310-OVERLAY-CHECKPOINT-BALS THRU 1310-EXIT
           END-IF.
           IF NOT RUN-MUST-ABORT
               PERFORM 1350-LOAD-FUNDS-HOLDS THRU 1350-EXIT
           END-IF.
           OPEN OUTPUT OPS-REPORT-FILE.
           MOVE MONEY-SAVED-WHILE-BUILDING-CHARACTER
               TO OPS-OPENING-BALANCE.
           EXIT.

      *    The opening balances come from the standing balances on
      *    the ACCTMST account master - one sweep loads the ACCTWORK
      *    work file, built empty and then reopened for update the
      *    same way as DUPWORK (a draft run builds it too, being only
      *    scratch), and MONEY-SAVED-WHILE-BUILDING-CHARACTER's
      *    combined opening balance is the sum of what is loaded.  On
      *    an ordinary run that sum stands; on a restart the combined
      *    balances were already restored from the checkpoint in
      *    1100-DETERMINE-RESTART-POINT, and 1310 overlays the
      *    per-account positions the same way, so only the names and
      *    status codes loaded here survive.
       1300-LOAD-ACCOUNT-TABLE.
           OPEN OUTPUT ACCOUNT-WORK-FILE.
           IF WS-ACCTWORK-STATUS = "00"
               CLOSE ACCOUNT-WORK-FILE
               OPEN I-O ACCOUNT-WORK-FILE
           END-IF.
           IF WS-ACCTWORK-STATUS NOT = "00"
               DISPLAY "ACCTWORK OPEN FAILED, STATUS = "
                   WS-ACCTWORK-STATUS
               MOVE "Y" TO WS-ABORT-SWITCH
               GO TO 1300-EXIT
           END-IF.
           MOVE "Y" TO WS-ACCTWORK-SWITCH.
           MOVE ZERO TO SL-ACCOUNT-COUNT.
           IF RESTART-NONE
               MOVE ZERO TO MONEY-SAVED-WHILE-BUILDING-CHARACTER
           END-IF.
           MOVE "N" TO WS-EOF-ACCTMST.
           MOVE LOW-VALUES TO ACCT-ACCOUNT-ID.
           START ACCOUNT-MASTER KEY NOT < ACCT-ACCOUNT-ID
               MOVE "Y" TO WS-EOF-ACCTMST
           END-IF.
           PERFORM UNTIL ACCTMST-EOF
                   OR RUN-MUST-ABORT
               READ ACCOUNT-MASTER NEXT
                   AT END
                       MOVE "Y" TO WS-EOF-ACCTMST
                   "NOTHING CAN POST"
               MOVE "Y" TO WS-ABORT-SWITCH
           END-IF.
       1300-EXIT.
           EXIT.

       1320-LOAD-ONE-ACCOUNT.
           MOVE ACCT-ACCOUNT-ID TO AWK-ACCOUNT-ID.
           MOVE ACCT-ACCOUNT-NAME TO AWK-ACCOUNT-NAME.
           MOVE ACCT-STATUS-CODE TO AWK-STATUS-CODE.
           MOVE ACCT-CURRENT-BALANCE TO AWK-OPENING AWK-RUNNING.
           MOVE ZERO TO AWK-PERIOD-TOT.
           MOVE ZERO TO AWK-HELD.
           WRITE ACCOUNT-WORK-RECORD
               INVALID KEY
                   DISPLAY "ACCTWORK KEY ALREADY ON FILE: "
                       AWK-ACCOUNT-ID
                   MOVE "Y" TO WS-ABORT-SWITCH
                   GO TO 1320-EXIT
           END-WRITE.
           IF WS-ACCTWORK-STATUS NOT = "00"
               DISPLAY "ACCTWORK WRITE FAILED, STATUS = "
                   WS-ACCTWORK-STATUS
               MOVE "Y" TO WS-ABORT-SWITCH
               GO TO 1320-EXIT
           END-IF.
           ADD 1 TO SL-ACCOUNT-COUNT.
           IF RESTART-NONE
               ADD AWK-OPENING TO MONEY-SAVED-WHILE-BUILDING-CHARACTER
           END-IF.
       1320-EXIT.
           EXIT.

      *    Keyed read of one account's positions - AWK-ACCOUNT-ID
      *    already set by the caller.  TRAN-ACCOUNT-FOUND says
      *    whether it is on the work file; any other failure stops
      *    the run.
       1370-READ-ACCOUNT-WORK.
           MOVE "Y" TO WS-ACCT-FOUND.
           READ ACCOUNT-WORK-FILE
               INVALID KEY
                   MOVE "N" TO WS-ACCT-FOUND
                   GO TO 1370-EXIT
           END-READ.
           IF WS-ACCTWORK-STATUS NOT = "00"
               DISPLAY "ACCTWORK READ FAILED, STATUS = "
                   WS-ACCTWORK-STATUS
               MOVE "N" TO WS-ACCT-FOUND
               MOVE "Y" TO WS-ABORT-SWITCH
           END-IF.
       1370-EXIT.
           EXIT.

       1375-REWRITE-ACCOUNT-WORK.
           REWRITE ACCOUNT-WORK-RECORD
               INVALID KEY
                   DISPLAY "ACCTWORK REWRITE REJECTED: "
                       AWK-ACCOUNT-ID
                   MOVE "Y" TO WS-ABORT-SWITCH
                   GO TO 1375-EXIT
           END-REWRITE.
           IF WS-ACCTWORK-STATUS NOT = "00"
               DISPLAY "ACCTWORK REWRITE FAILED, STATUS = "
                   WS-ACCTWORK-STATUS
               MOVE "Y" TO WS-ABORT-SWITCH
           END-IF.
       1375-EXIT.
           EXIT.

      *    Positions the work file at its first account for a
      *    sequential sweep (checkpoint, statement, operations
      *    report, balance history, master update).  A run that
      *    stopped before the file was built finds it at end.
       1380-START-ACCOUNT-WORK.
           MOVE "Y" TO WS-EOF-ACCTWORK.
           IF NOT ACCOUNT-WORK-OPEN
               GO TO 1380-EXIT
           END-IF.
           MOVE "N" TO WS-EOF-ACCTWORK.
           MOVE LOW-VALUES TO AWK-ACCOUNT-ID.
           START ACCOUNT-WORK-FILE KEY NOT < AWK-ACCOUNT-ID
               INVALID KEY
                   MOVE "Y" TO WS-EOF-ACCTWORK
           END-START.
       1380-EXIT.
           EXIT.

      *    Holds in force are totalled onto each account's work
      *    file record for the available-balance check; a hold whose
      *    expiry date has passed is dropped from the master (a
      *    draft run only passes it by).  Holds are never carried on
      *    the checkpoint - a restart simply reloads them here.  A
      *    hold naming an account no longer on the master is left
      *    for Treasury to release.
       1350-LOAD-FUNDS-HOLDS.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           IF RUN-IS-DRAFT
               OPEN INPUT HOLD-MASTER
           ELSE
               OPEN I-O HOLD-MASTER
           END-IF.
           IF WS-HOLDMST-STATUS = "35"
               GO TO 1350-EXIT
           END-IF.
           IF WS-HOLDMST-STATUS NOT = "00"
               DISPLAY "HOLD-MASTER OPEN FAILED, STATUS = "
                   WS-HOLDMST-STATUS
               MOVE "Y" TO WS-ABORT-SWITCH
               GO TO 1350-EXIT
           END-IF.
           MOVE "N" TO WS-EOF-HOLDMST.
           MOVE LOW-VALUES TO HLD-HOLD-KEY.
           START HOLD-MASTER KEY NOT < HLD-HOLD-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF-HOLDMST
           END-START.
           PERFORM UNTIL HOLDMST-EOF
               READ HOLD-MASTER NEXT
                   AT END
                       MOVE "Y" TO WS-EOF-HOLDMST
                   NOT AT END
                       PERFORM 1360-APPLY-ONE-HOLD THRU 1360-EXIT
               END-READ
           END-PERFORM.
           CLOSE HOLD-MASTER.
       1350-EXIT.
           EXIT.

       1360-APPLY-ONE-HOLD.
           IF HLD-EXPIRY-DATE NOT = ZERO
               AND HLD-EXPIRY-DATE < WS-CURRENT-DATE
               ADD 1 TO OPS-HOLDS-DROPPED
               IF NOT RUN-IS-DRAFT
                   DELETE HOLD-MASTER RECORD
                       INVALID KEY
                           DISPLAY "HOLD-MASTER DELETE FAILED: "
                               HLD-HOLD-KEY
                   END-DELETE
               END-IF
               GO TO 1360-EXIT
           END-IF.
           MOVE HLD-ACCOUNT-ID TO AWK-ACCOUNT-ID.
           PERFORM 1370-READ-ACCOUNT-WORK THRU 1370-EXIT.
           IF RUN-MUST-ABORT
               GO TO 1360-EXIT
           END-IF.
           IF NOT TRAN-ACCOUNT-FOUND
               DISPLAY "HOLD ON ACCOUNT NOT ON MASTER: " HLD-HOLD-KEY
               GO TO 1360-EXIT
           END-IF.
           ADD HLD-AMOUNT TO AWK-HELD.
           PERFORM 1375-REWRITE-ACCOUNT-WORK THRU 1375-EXIT.
           ADD 1 TO OPS-HOLDS-IN-FORCE.
       1360-EXIT.
           EXIT.

      *    A restart's per-account positions come from the last
      *    complete checkpoint set - the master's standing balances
      *    are only as of the prior clean run, so any posting the
      *    abended run applied exists nowhere else.  The trail is
      *    read again from the top: the account records of the set
      *    are those between the next-to-last header and the last.
      *    A checkpoint account no longer on the master, or a set
      *    whose account records do not number what its header says,
      *    is a maintenance error mid-restart and stops the run.
       1310-OVERLAY-CHECKPOINT-BALS.
           IF CHK-LAST-HEADER = ZERO
               GO TO 1310-EXIT
           END-IF.
           OPEN INPUT CHECKPOINT-FILE.
           IF WS-CHECKPOINT-STATUS NOT = "00"
               DISPLAY "CHECKPOINT REOPEN FAILED, STATUS = "
                   WS-CHECKPOINT-STATUS
               MOVE "Y" TO WS-ABORT-SWITCH
               GO TO 1310-EXIT
           END-IF.
           MOVE ZERO TO CHK-HEADERS-SEEN CHK-SET-ACCOUNTS.
           MOVE "N" TO WS-EOF-CHECKPOINT.
           PERFORM UNTIL CHECKPOINT-EOF
                   OR CHK-HEADERS-SEEN = CHK-LAST-HEADER
               READ CHECKPOINT-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-CHECKPOINT
                   NOT AT END
                       IF CHK-HEADER-RECORD
                           ADD 1 TO CHK-HEADERS-SEEN
                       ELSE
                           IF CHK-HEADERS-SEEN + 1 = CHK-LAST-HEADER
                               PERFORM 1330-OVERLAY-ONE-ACCOUNT
                                   THRU 1330-EXIT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CHECKPOINT-FILE.
           IF CHK-SET-ACCOUNTS NOT = CHK-LAST-ACCT-COUNT
               DISPLAY "CHECKPOINT SET INCOMPLETE - HEADER SAYS "
                   CHK-LAST-ACCT-COUNT " ACCOUNTS, FOUND "
                   CHK-SET-ACCOUNTS
               MOVE "Y" TO WS-ABORT-SWITCH
           END-IF.
       1310-EXIT.
           EXIT.

       1330-OVERLAY-ONE-ACCOUNT.
           ADD 1 TO CHK-SET-ACCOUNTS.
           MOVE CHK-ACCT-ID TO AWK-ACCOUNT-ID.
           PERFORM 1370-READ-ACCOUNT-WORK THRU 1370-EXIT.
           IF RUN-MUST-ABORT
               GO TO 1330-EXIT
           END-IF.
           IF NOT TRAN-ACCOUNT-FOUND
               DISPLAY "CHECKPOINT ACCOUNT NOT ON MASTER: "
                   CHK-ACCT-ID
               MOVE "Y" TO WS-ABORT-SWITCH
               GO TO 1330-EXIT
           END-IF.
           MOVE CHK-ACCT-OPENING TO AWK-OPENING.
           MOVE CHK-ACCT-RUNNING TO AWK-RUNNING.
           MOVE CHK-ACCT-PERIOD-TOT TO AWK-PERIOD-TOT.
           PERFORM 1375-REWRITE-ACCOUNT-WORK THRU 1375-EXIT.
       1330-EXIT.
           EXIT.

       1105-EXIT.
           EXIT.

      *    Keep reading to the last checkpoint header so the restart
      *    point, the ledger balances, and the per-type totals the
      *    GL journal and the OPSRPT proof block are built from all
      *    reflect where the prior run actually stopped.  Account
      *    records are passed by here - 1310 comes back for the last
      *    set's once the ACCTWORK work file is loaded.
       1110-READ-LAST-CHECKPOINT.
           MOVE "N" TO WS-EOF-CHECKPOINT.
           MOVE ZERO TO CHK-LAST-HEADER.
           PERFORM UNTIL CHECKPOINT-EOF
               READ CHECKPOINT-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-CHECKPOINT
                   NOT AT END
                       IF CHK-HEADER-RECORD
                           PERFORM 1120-TAKE-CHECKPOINT-TOTALS
                               THRU 1120-EXIT
                       END-IF
               END-READ
           END-PERFORM.
       1110-EXIT.
           EXIT.

       1120-TAKE-CHECKPOINT-TOTALS.
           ADD 1 TO CHK-LAST-HEADER.
           MOVE CHK-ACCOUNT-COUNT TO CHK-LAST-ACCT-COUNT.
           MOVE CHK-POINT-NAME TO WS-RESTART-POINT.
           MOVE CHK-MONEY-SAVED TO
               MONEY-SAVED-WHILE-BUILDING-CHARACTER.
           MOVE CHK-OPENING-BALANCE TO SL-OPENING-BALANCE.
           MOVE CHK-RUNNING-BALANCE TO SL-RUNNING-BALANCE.
           MOVE CHK-PERIOD-TOTAL TO SL-PERIOD-TOTAL.
           MOVE CHK-DEPOSIT-TOTAL TO SL-DEPOSIT-TOTAL.
           MOVE CHK-WITHDRAWAL-TOTAL TO SL-WITHDRAWAL-TOTAL.
           MOVE CHK-ADJUSTMENT-TOTAL TO SL-ADJUSTMENT-TOTAL.
           MOVE CHK-INTEREST-TOTAL TO SL-INTEREST-TOTAL.
           MOVE CHK-TRANSFER-TOTAL TO SL-TRANSFER-TOTAL.
           MOVE CHK-DEPOSIT-COUNT TO SL-DEPOSIT-COUNT.
           MOVE CHK-WITHDRAWAL-COUNT TO SL-WITHDRAWAL-COUNT.
           MOVE CHK-ADJUSTMENT-COUNT TO SL-ADJUSTMENT-COUNT.
           MOVE CHK-INTEREST-COUNT TO SL-INTEREST-COUNT.
           MOVE CHK-TRANSFER-COUNT TO SL-TRANSFER-COUNT.
       1120-EXIT.
           EXIT.

           EXIT.

      ******************************************************************
      *  5000-WRITE-CHECKPOINT - WS-CHKPT-POINT-NAME is set by the     *
      *  caller before this is performed.  One account record goes     *
      *  out per account on the table, then the header closing the     *
      *  set with the ledger balances, so a genuine restart past this  *
      *  point has the real amounts available instead of               *
      *  WORKING-STORAGE zeroes.                                       *
      ******************************************************************
       5000-WRITE-CHECKPOINT.
      *    A draft run checkpoints nothing - the file was never even
           END-IF.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           PERFORM 1380-START-ACCOUNT-WORK THRU 1380-EXIT.
           PERFORM UNTIL ACCTWORK-EOF
                   OR RUN-MUST-ABORT
               READ ACCOUNT-WORK-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-EOF-ACCTWORK
                   NOT AT END
                       PERFORM 5010-WRITE-CHECKPOINT-ACCOUNT
                           THRU 5010-EXIT
               END-READ
           END-PERFORM.
           IF RUN-MUST-ABORT
               GO TO 5000-EXIT
           END-IF.
           MOVE SPACES TO CHECKPOINT-RECORD.
           MOVE "H" TO CHK-RECORD-TYPE.
           MOVE WS-CURRENT-DATE TO CHK-RUN-DATE.
           MOVE WS-CURRENT-TIME TO CHK-RUN-TIME.
           MOVE WS-CHKPT-POINT-NAME TO CHK-POINT-NAME.
           MOVE MONEY-SAVED-WHILE-BUILDING-CHARACTER
               TO CHK-MONEY-SAVED.
           MOVE SL-OPENING-BALANCE TO CHK-OPENING-BALANCE.
           MOVE SL-WITHDRAWAL-TOTAL TO CHK-WITHDRAWAL-TOTAL.
           MOVE SL-ADJUSTMENT-TOTAL TO CHK-ADJUSTMENT-TOTAL.
           MOVE SL-INTEREST-TOTAL TO CHK-INTEREST-TOTAL.
           MOVE SL-TRANSFER-TOTAL TO CHK-TRANSFER-TOTAL.
           MOVE SL-DEPOSIT-COUNT TO CHK-DEPOSIT-COUNT.
           MOVE SL-WITHDRAWAL-COUNT TO CHK-WITHDRAWAL-COUNT.
           MOVE SL-ADJUSTMENT-COUNT TO CHK-ADJUSTMENT-COUNT.
           MOVE SL-INTEREST-COUNT TO CHK-INTEREST-COUNT.
           MOVE SL-TRANSFER-COUNT TO CHK-TRANSFER-COUNT.
           MOVE SL-ACCOUNT-COUNT TO CHK-ACCOUNT-COUNT.
           WRITE CHECKPOINT-RECORD.
           ADD 1 TO OPS-CHKP-WRITES.
           IF WS-CHECKPOINT-STATUS NOT = "00"
       5000-EXIT.
           EXIT.

       5010-WRITE-CHECKPOINT-ACCOUNT.
           MOVE SPACES TO CHECKPOINT-RECORD.
           MOVE "A" TO CHK-RECORD-TYPE.
           MOVE WS-CURRENT-DATE TO CHK-RUN-DATE.
           MOVE WS-CURRENT-TIME TO CHK-RUN-TIME.
           MOVE WS-CHKPT-POINT-NAME TO CHK-POINT-NAME.
           MOVE AWK-ACCOUNT-ID TO CHK-ACCT-ID.
           MOVE AWK-OPENING TO CHK-ACCT-OPENING.
           MOVE AWK-RUNNING TO CHK-ACCT-RUNNING.
           MOVE AWK-PERIOD-TOT TO CHK-ACCT-PERIOD-TOT.
           WRITE CHECKPOINT-RECORD.
           IF WS-CHECKPOINT-STATUS NOT = "00"
               DISPLAY "CHECKPOINT WRITE FAILED, STATUS = "
                   WS-CHECKPOINT-STATUS
               MOVE "Y" TO WS-ABORT-SWITCH
           END-IF.
       5010-EXIT.
           EXIT.

      ******************************************************************
      *  YUKON-HO - first paragraph; not in a section.                 *
      ******************************************************************

      ******************************************************************
      *  2500-POST-SAVINGS-TRANSACTIONS - every transaction, whether   *
      *  recycled from yesterday's suspense, fresh off SAVTRAN,        *
      *  staged interest on INTTRAN, or a standing order staged on     *
      *  STOTRAN, passes the 2530 front-end edit before it may post;   *
      *  rejects go to the SUSPOUT suspense file with a reason code    *
      *  instead of onto the ledger.                                   *
      ******************************************************************
       2500-POST-SAVINGS-TRANSACTIONS.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
                        SL-DEPOSIT-TOTAL SL-WITHDRAWAL-TOTAL
                        SL-ADJUSTMENT-TOTAL SL-INTEREST-TOTAL
                        SL-DEPOSIT-COUNT SL-WITHDRAWAL-COUNT
                        SL-ADJUSTMENT-COUNT SL-INTEREST-COUNT
                        SL-TRANSFER-TOTAL SL-TRANSFER-COUNT
                        SL-JOURNAL-SEQ.
           MOVE MONEY-SAVED-WHILE-BUILDING-CHARACTER
               TO SL-OPENING-BALANCE.
           MOVE SL-OPENING-BALANCE TO SL-RUNNING-BALANCE.
           MOVE WS-CURRENT-DATE TO DUP-HDG-DATE.
           WRITE DUPRPT-PRINT-LINE FROM DUP-HEADING-LINE.
           ADD 1 TO OPS-DUPRPT-WRITES.
           PERFORM 2502-OPEN-DUPLICATE-WORK THRU 2502-EXIT.
           IF RUN-MUST-ABORT
               GO TO 2500-EXIT
           END-IF.
           PERFORM 2520-RECYCLE-SUSPENSE THRU 2520-EXIT.
           PERFORM UNTIL TRANS-EOF
               READ SAVINGS-TRANS-FILE
               END-READ
           END-PERFORM.
           PERFORM 2525-PROCESS-INTTRAN THRU 2525-EXIT.
           PERFORM 2526-PROCESS-STOTRAN THRU 2526-EXIT.
           CLOSE DUPLICATE-WORK-FILE.
           MOVE DUP-SUSPECT-COUNT TO DUP-TOT-VALUE.
           WRITE DUPRPT-PRINT-LINE FROM DUP-TOTAL-LINE.
           ADD 1 TO OPS-DUPRPT-WRITES.
       2500-EXIT.
           EXIT.

      *    DUPWORK starts every posting pass empty - it is created
      *    OUTPUT and reopened I-O for the keyed reads and writes.
      *    A draft run builds it too; it is scratch, not a master.
       2502-OPEN-DUPLICATE-WORK.
           OPEN OUTPUT DUPLICATE-WORK-FILE.
           IF WS-DUPWORK-STATUS = "00"
               CLOSE DUPLICATE-WORK-FILE
               OPEN I-O DUPLICATE-WORK-FILE
           END-IF.
           IF WS-DUPWORK-STATUS NOT = "00"
               DISPLAY "DUPWORK OPEN FAILED, STATUS = "
                   WS-DUPWORK-STATUS
               MOVE "Y" TO WS-ABORT-SWITCH
           END-IF.
       2502-EXIT.
           EXIT.

       2505-EDIT-AND-POST.
           PERFORM 2530-EDIT-ONE-TRANSACTION THRU 2530-EXIT.
           IF EDIT-CLEAN
                           TO SAVTRAN-DESCRIPTION
                       MOVE INTT-TRAN-OVERRIDE-CODE
                           TO SAVTRAN-OVERRIDE-CODE
                       MOVE INTT-TRAN-TO-ACCOUNT-ID
                           TO SAVTRAN-TO-ACCOUNT-ID
                       PERFORM 2505-EDIT-AND-POST THRU 2505-EXIT
               END-READ
           END-PERFORM.
       2525-EXIT.
           EXIT.

      *    Standing orders staged by STOGEN0 follow the staged
      *    interest through the same edit and posting path - a
      *    standing withdrawal the account cannot cover suspends as
      *    an overdraft like any other, and one the department also
      *    keyed by hand collides in the duplicate check.  A missing
      *    STOTRAN simply means no standing order fell due.
       2526-PROCESS-STOTRAN.
           MOVE "N" TO WS-EOF-STOTRAN.
           OPEN INPUT STANDING-ORDER-TRANS-FILE.
           IF WS-STOTRAN-STATUS NOT = "00"
               GO TO 2526-EXIT
           END-IF.
           PERFORM UNTIL STOTRAN-EOF
               READ STANDING-ORDER-TRANS-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-STOTRAN
                   NOT AT END
                       ADD 1 TO OPS-STOTRAN-READ
                       MOVE STOT-ACCOUNT-ID TO SAVTRAN-ACCOUNT-ID
                       MOVE STOT-TRAN-DATE TO SAVTRAN-DATE
                       MOVE STOT-TRAN-TYPE-CODE TO SAVTRAN-TYPE-CODE
                       MOVE STOT-TRAN-AMOUNT TO SAVTRAN-AMOUNT
                       MOVE STOT-TRAN-DESCRIPTION
                           TO SAVTRAN-DESCRIPTION
                       MOVE STOT-TRAN-OVERRIDE-CODE
                           TO SAVTRAN-OVERRIDE-CODE
                       MOVE STOT-TRAN-TO-ACCOUNT-ID
                           TO SAVTRAN-TO-ACCOUNT-ID
                       PERFORM 2505-EDIT-AND-POST THRU 2505-EXIT
               END-READ
           END-PERFORM.
           CLOSE STANDING-ORDER-TRANS-FILE.
       2526-EXIT.
           EXIT.

      *    Withdrawals post as reductions; every other type posts as
      *    keyed.  Every posting moves both the named account's
      *    balances (its ACCTWORK record, read again by key and
      *    rewritten) and the combined SL- figures.  The per-type
      *    accumulators always carry the amount as keyed so the
      *    subtotal block foots to what was punched.  A transfer
      *    posts both its legs in 2512 instead.
       2510-POST-ONE-TRANSACTION.
           IF SAVTRAN-TYPE-TRANSFER
               PERFORM 2512-POST-TRANSFER THRU 2512-EXIT
               GO TO 2510-EXIT
           END-IF.
           MOVE SAVTRAN-ACCOUNT-ID TO AWK-ACCOUNT-ID.
           PERFORM 2516-READ-POSTING-ACCOUNT THRU 2516-EXIT.
           IF RUN-MUST-ABORT
               GO TO 2510-EXIT
           END-IF.
           IF SAVTRAN-TYPE-WITHDRAWAL
               SUBTRACT SAVTRAN-AMOUNT FROM SL-RUNNING-BALANCE
               SUBTRACT SAVTRAN-AMOUNT FROM SL-PERIOD-TOTAL
               SUBTRACT SAVTRAN-AMOUNT FROM AWK-RUNNING
               SUBTRACT SAVTRAN-AMOUNT FROM AWK-PERIOD-TOT
               ADD SAVTRAN-AMOUNT TO SL-WITHDRAWAL-TOTAL
               ADD 1 TO SL-WITHDRAWAL-COUNT
           ELSE
               ADD SAVTRAN-AMOUNT TO SL-RUNNING-BALANCE
               ADD SAVTRAN-AMOUNT TO SL-PERIOD-TOTAL
               ADD SAVTRAN-AMOUNT TO AWK-RUNNING
               ADD SAVTRAN-AMOUNT TO AWK-PERIOD-TOT
               IF SAVTRAN-TYPE-DEPOSIT
                   ADD SAVTRAN-AMOUNT TO SL-DEPOSIT-TOTAL
                   ADD 1 TO SL-DEPOSIT-COUNT
                   END-IF
               END-IF
           END-IF.
           PERFORM 1375-REWRITE-ACCOUNT-WORK THRU 1375-EXIT.
           ADD 1 TO SL-POSTING-COUNT.
           ADD 1 TO SL-JOURNAL-SEQ.
           MOVE SL-JOURNAL-SEQ TO SL-POST-FIRST-SEQ.
           MOVE SPACE TO WS-XFER-LEG.
           PERFORM 2515-JOURNAL-ONE-POSTING THRU 2515-EXIT.
           MOVE SAVTRAN-ACCOUNT-ID TO SAVRPT-DET-ACCT.
           MOVE SAVTRAN-DATE TO SAVRPT-DET-DATE.
       2510-EXIT.
           EXIT.

      *    A transfer is one transaction with two legs: the from-
      *    account gives up the amount and the to-account takes it,
      *    each on its own ACCTWORK record, so the combined running
      *    balance and period total do not move.
      *    It counts as one posting for the reads = posts + rejects
      *    proof, but each leg journals under its own sequence
      *    number with the from-leg's number as the shared transfer
      *    reference, and prints its own SAVRPT line - the from-leg
      *    negative, the to-leg positive - so the pair visibly nets
      *    to zero.
       2512-POST-TRANSFER.
           MOVE SAVTRAN-ACCOUNT-ID TO AWK-ACCOUNT-ID.
           PERFORM 2516-READ-POSTING-ACCOUNT THRU 2516-EXIT.
           IF RUN-MUST-ABORT
               GO TO 2512-EXIT
           END-IF.
           SUBTRACT SAVTRAN-AMOUNT FROM AWK-RUNNING.
           SUBTRACT SAVTRAN-AMOUNT FROM AWK-PERIOD-TOT.
           PERFORM 1375-REWRITE-ACCOUNT-WORK THRU 1375-EXIT.
           MOVE SAVTRAN-TO-ACCOUNT-ID TO AWK-ACCOUNT-ID.
           PERFORM 2516-READ-POSTING-ACCOUNT THRU 2516-EXIT.
           IF RUN-MUST-ABORT
               GO TO 2512-EXIT
           END-IF.
           ADD SAVTRAN-AMOUNT TO AWK-RUNNING.
           ADD SAVTRAN-AMOUNT TO AWK-PERIOD-TOT.
           PERFORM 1375-REWRITE-ACCOUNT-WORK THRU 1375-EXIT.
           ADD SAVTRAN-AMOUNT TO SL-TRANSFER-TOTAL.
           ADD 1 TO SL-TRANSFER-COUNT.
           ADD 1 TO SL-POSTING-COUNT.
           ADD 1 TO SL-JOURNAL-SEQ.
           MOVE SL-JOURNAL-SEQ TO SL-POST-FIRST-SEQ.
           MOVE "F" TO WS-XFER-LEG.
           PERFORM 2515-JOURNAL-ONE-POSTING THRU 2515-EXIT.
           MOVE SAVTRAN-ACCOUNT-ID TO SAVRPT-DET-ACCT.
           MOVE SAVTRAN-DATE TO SAVRPT-DET-DATE.
           MOVE SAVTRAN-TYPE-CODE TO SAVRPT-DET-TYPE.
           MOVE SAVTRAN-DESCRIPTION TO SAVRPT-DET-DESC.
           COMPUTE SAVRPT-DET-AMT = ZERO - SAVTRAN-AMOUNT.
           MOVE SL-RUNNING-BALANCE TO SAVRPT-DET-RUN.
           WRITE SAVRPT-PRINT-LINE FROM SAVRPT-DETAIL-LINE.
           ADD 1 TO OPS-SAVRPT-WRITES.
           ADD 1 TO SL-JOURNAL-SEQ.
           MOVE "T" TO WS-XFER-LEG.
           PERFORM 2515-JOURNAL-ONE-POSTING THRU 2515-EXIT.
           MOVE SAVTRAN-TO-ACCOUNT-ID TO SAVRPT-DET-ACCT.
           MOVE SAVTRAN-AMOUNT TO SAVRPT-DET-AMT.
           WRITE SAVRPT-PRINT-LINE FROM SAVRPT-DETAIL-LINE.
           ADD 1 TO OPS-SAVRPT-WRITES.
       2512-EXIT.
           EXIT.

      *    The edit found the account a moment ago, so one missing
      *    now means the work file has been damaged mid-run.
       2516-READ-POSTING-ACCOUNT.
           PERFORM 1370-READ-ACCOUNT-WORK THRU 1370-EXIT.
           IF NOT TRAN-ACCOUNT-FOUND
               AND NOT RUN-MUST-ABORT
               DISPLAY "ACCOUNT VANISHED FROM ACCTWORK: "
                   AWK-ACCOUNT-ID
               MOVE "Y" TO WS-ABORT-SWITCH
           END-IF.
       2516-EXIT.
           EXIT.

      *    The journal entry is the machine-readable record that this
      *    posting was applied: run date plus the run's posting
      *    sequence number identify it to the SAVREVR0 reversal run.
      *    A draft run applies nothing for keeps and journals
      *    nothing.  The journal sequence runs one per record, so a
      *    transfer's two legs take two numbers; WS-XFER-LEG says
      *    which leg is being written, and the to-leg carries the
      *    to-account as its own account ID.
       2515-JOURNAL-ONE-POSTING.
           IF RUN-IS-DRAFT
               GO TO 2515-EXIT
           END-IF.
           MOVE WS-CURRENT-DATE TO JRNL-RUN-DATE.
           MOVE SL-JOURNAL-SEQ TO JRNL-SEQUENCE-NO.
           MOVE SAVTRAN-ACCOUNT-ID TO JRNL-ACCOUNT-ID.
           MOVE SAVTRAN-DATE TO JRNL-TRAN-DATE.
           MOVE SAVTRAN-TYPE-CODE TO JRNL-TRAN-TYPE-CODE.
           MOVE SAVTRAN-AMOUNT TO JRNL-TRAN-AMOUNT.
           MOVE SAVTRAN-DESCRIPTION TO JRNL-TRAN-DESCRIPTION.
           MOVE SAVTRAN-OVERRIDE-CODE TO JRNL-TRAN-OVERRIDE-CODE.
           MOVE ZERO TO JRNL-TRANSFER-REF.
           MOVE WS-XFER-LEG TO JRNL-TRANSFER-LEG.
           MOVE SPACES TO JRNL-CONTRA-ACCOUNT-ID.
           IF XFER-LEG-FROM
               MOVE SL-POST-FIRST-SEQ TO JRNL-TRANSFER-REF
               MOVE SAVTRAN-TO-ACCOUNT-ID TO JRNL-CONTRA-ACCOUNT-ID
           END-IF.
           IF XFER-LEG-TO
               MOVE SL-POST-FIRST-SEQ TO JRNL-TRANSFER-REF
               MOVE SAVTRAN-TO-ACCOUNT-ID TO JRNL-ACCOUNT-ID
               MOVE SAVTRAN-ACCOUNT-ID TO JRNL-CONTRA-ACCOUNT-ID
           END-IF.
           WRITE POSTED-JOURNAL-RECORD.
           ADD 1 TO OPS-JRNL-WRITES.
           IF WS-PSTJRNL-STATUS NOT = "00"
                           TO SAVTRAN-DESCRIPTION
                       MOVE SUSPIN-TRAN-OVERRIDE-CODE
                           TO SAVTRAN-OVERRIDE-CODE
                       MOVE SUSPIN-TO-ACCOUNT-ID
                           TO SAVTRAN-TO-ACCOUNT-ID
                       PERFORM 2505-EDIT-AND-POST THRU 2505-EXIT
               END-READ
           END-PERFORM.

      *    First edit failure wins - a transaction carries one reason
      *    code into suspense, and the order here (type, account,
      *    date, amount, description, overdraft, hold) is the order the
      *    corrections clerk works them.  A transfer's to-account is
      *    edited right behind its from-account, and a failure on
      *    either leg suspends the whole transfer as one item.
       2530-EDIT-ONE-TRANSACTION.
           MOVE SPACES TO WS-EDIT-REASON.
           IF NOT SAVTRAN-TYPE-VALID
           IF NOT EDIT-CLEAN
               GO TO 2530-EXIT
           END-IF.
           IF SAVTRAN-TYPE-TRANSFER
               PERFORM 2533-EDIT-TO-ACCOUNT THRU 2533-EXIT
               IF NOT EDIT-CLEAN
                   GO TO 2530-EXIT
               END-IF
           END-IF.
           PERFORM 2535-EDIT-TRAN-DATE THRU 2535-EXIT.
           IF NOT EDIT-CLEAN
               GO TO 2530-EXIT
      *    the supervisor's override code is on the transaction -
      *    the check is against the named account's running balance,
      *    not the combined total, so one department cannot draw
      *    against another's money.  A transfer draws on its from-
      *    account exactly as a withdrawal does.
           IF (SAVTRAN-TYPE-WITHDRAWAL OR SAVTRAN-TYPE-TRANSFER)
               AND NOT SAVTRAN-OVERRIDE-PRESENT
               AND SAVTRAN-AMOUNT > WS-EDIT-RUNNING
               MOVE "05" TO WS-EDIT-REASON
               GO TO 2530-EXIT
           END-IF.
      *    Money the balance covers may still be earmarked by a hold:
      *    the draw is tested against the available balance - the
      *    running balance less the holds in force - and one that
      *    breaches it suspends under its own reason code, again
      *    unless the override code is present.
           COMPUTE WS-EDIT-AVAILABLE = WS-EDIT-RUNNING - WS-EDIT-HELD.
           IF (SAVTRAN-TYPE-WITHDRAWAL OR SAVTRAN-TYPE-TRANSFER)
               AND NOT SAVTRAN-OVERRIDE-PRESENT
               AND SAVTRAN-AMOUNT > WS-EDIT-AVAILABLE
               MOVE "10" TO WS-EDIT-REASON
               ADD 1 TO OPS-HOLD-BREACHES
               GO TO 2530-EXIT
           END-IF.
      *    Last check, so a genuine edit error wins its own reason
      *    code: anything matching an already-posted transaction is
      *    held as a suspected duplicate rather than posted twice.
       2530-EXIT.
           EXIT.

      *    A match on account, date, type, amount, description and
      *    (for a transfer) to-account against anything already
      *    posted this run marks the
      *    transaction a suspected duplicate: reason 08 to suspense,
      *    and the pair listed on DUPRPT.  The match is a keyed read
      *    of the DUPWORK work file.
       2538-CHECK-DUPLICATE.
           MOVE SAVTRAN-ACCOUNT-ID TO DUP-ACCOUNT-ID.
           MOVE SAVTRAN-DATE TO DUP-TRAN-DATE.
           MOVE SAVTRAN-TYPE-CODE TO DUP-TRAN-TYPE.
           MOVE SAVTRAN-AMOUNT TO DUP-TRAN-AMOUNT.
           MOVE SAVTRAN-DESCRIPTION TO DUP-TRAN-DESC.
           MOVE SAVTRAN-TO-ACCOUNT-ID TO DUP-TO-ACCOUNT-ID.
           READ DUPLICATE-WORK-FILE
               INVALID KEY
                   GO TO 2538-EXIT
           END-READ.
           MOVE "08" TO WS-EDIT-REASON.
           ADD 1 TO DUP-SUSPECT-COUNT.
           MOVE SAVTRAN-ACCOUNT-ID TO DUP-DET-ACCT.
           MOVE SAVTRAN-TYPE-CODE TO DUP-DET-TYPE.
           MOVE SAVTRAN-AMOUNT TO DUP-DET-AMT.
           MOVE SAVTRAN-DESCRIPTION TO DUP-DET-DESC.
           MOVE DUP-POST-SEQ TO DUP-DET-ORIG-SEQ.
           WRITE DUPRPT-PRINT-LINE FROM DUP-DETAIL-LINE.
           ADD 1 TO OPS-DUPRPT-WRITES.
       2538-EXIT.
           EXIT.

      *    Called only after a clean posting - the record is what a
      *    later transaction is checked against.  A posting already
      *    on file cannot reach here (2538 would have held it), so a
      *    duplicate key is only noted.
       2560-RECORD-POSTED-FOR-DUP.
           MOVE SAVTRAN-ACCOUNT-ID TO DUP-ACCOUNT-ID.
           MOVE SAVTRAN-DATE TO DUP-TRAN-DATE.
           MOVE SAVTRAN-TYPE-CODE TO DUP-TRAN-TYPE.
           MOVE SAVTRAN-AMOUNT TO DUP-TRAN-AMOUNT.
           MOVE SAVTRAN-DESCRIPTION TO DUP-TRAN-DESC.
           MOVE SAVTRAN-TO-ACCOUNT-ID TO DUP-TO-ACCOUNT-ID.
           MOVE SL-POST-FIRST-SEQ TO DUP-POST-SEQ.
           WRITE DUPLICATE-WORK-RECORD
               INVALID KEY
                   DISPLAY "DUPWORK KEY ALREADY ON FILE: "
                       DUP-ACCOUNT-ID " " DUP-TRAN-DATE
                   GO TO 2560-EXIT
           END-WRITE.
           IF WS-DUPWORK-STATUS NOT = "00"
               DISPLAY "DUPWORK WRITE FAILED, STATUS = "
                   WS-DUPWORK-STATUS
               MOVE "Y" TO WS-ABORT-SWITCH
               GO TO 2560-EXIT
           END-IF.
           ADD 1 TO DUP-ENTRY-COUNT.
       2560-EXIT.
           EXIT.

      *    The account named on the transaction must be on the master
      *    and open; a dormant account takes interest only, anything
      *    else against it suspending under reason 11 until ACCTMNT0
      *    reactivates it.  The account's running balance and holds
      *    are kept in WS-EDIT-RUNNING / WS-EDIT-HELD for the rest of
      *    the edit.
       2532-EDIT-ACCOUNT.
           MOVE SAVTRAN-ACCOUNT-ID TO AWK-ACCOUNT-ID.
           PERFORM 1370-READ-ACCOUNT-WORK THRU 1370-EXIT.
           IF NOT TRAN-ACCOUNT-FOUND
               MOVE "06" TO WS-EDIT-REASON
               GO TO 2532-EXIT
           END-IF.
           MOVE AWK-RUNNING TO WS-EDIT-RUNNING.
           MOVE AWK-HELD TO WS-EDIT-HELD.
           IF AWK-ACCT-IS-CLOSED
               MOVE "07" TO WS-EDIT-REASON
               GO TO 2532-EXIT
           END-IF.
           IF AWK-ACCT-IS-DORMANT
               AND NOT SAVTRAN-TYPE-INTEREST
               MOVE "11" TO WS-EDIT-REASON
               ADD 1 TO OPS-DORMANT-SUSPENDS
           END-IF.
       2532-EXIT.
           EXIT.

      *    A transfer must name a to-account, and not the account it
      *    is drawn on (reason 09); the to-account must be on the
      *    master and open, the same 06 / 07 / 11 as the from-account.
       2533-EDIT-TO-ACCOUNT.
           IF SAVTRAN-TO-ACCOUNT-ID = SPACES
               OR SAVTRAN-TO-ACCOUNT-ID = SAVTRAN-ACCOUNT-ID
               MOVE "09" TO WS-EDIT-REASON
               GO TO 2533-EXIT
           END-IF.
           MOVE SAVTRAN-TO-ACCOUNT-ID TO AWK-ACCOUNT-ID.
           PERFORM 1370-READ-ACCOUNT-WORK THRU 1370-EXIT.
           IF NOT TRAN-ACCOUNT-FOUND
               MOVE "06" TO WS-EDIT-REASON
               GO TO 2533-EXIT
           END-IF.
           IF AWK-ACCT-IS-CLOSED
               MOVE "07" TO WS-EDIT-REASON
               GO TO 2533-EXIT
           END-IF.
           IF AWK-ACCT-IS-DORMANT
               MOVE "11" TO WS-EDIT-REASON
               ADD 1 TO OPS-DORMANT-SUSPENDS
           END-IF.
       2533-EXIT.
           EXIT.

      *    A good transaction date is all digits, a real calendar day
      *    (leap years included), and inside the current processing
      *    period - the run date's year and month.
           MOVE SAVTRAN-OVERRIDE-CODE TO SUSP-TRAN-OVERRIDE-CODE.
           MOVE WS-EDIT-REASON TO SUSP-REASON-CODE.
           MOVE WS-CURRENT-DATE TO SUSP-DATE-ADDED.
           MOVE SAVTRAN-TO-ACCOUNT-ID TO SUSP-TO-ACCOUNT-ID.
      *    A draft run counts the reject for the reconciliation and
      *    the reports but stages nothing - the live night run will
      *    suspend the same record itself.
           MOVE SL-INTEREST-TOTAL TO SAVRPT-SUB-AMT.
           WRITE SAVRPT-PRINT-LINE FROM SAVRPT-SUBTOTAL-LINE.
           ADD 1 TO OPS-SAVRPT-WRITES.
           MOVE "TRANSFERS         " TO SAVRPT-SUB-LABEL.
           MOVE SL-TRANSFER-COUNT TO SAVRPT-SUB-COUNT.
           MOVE SL-TRANSFER-TOTAL TO SAVRPT-SUB-AMT.
           WRITE SAVRPT-PRINT-LINE FROM SAVRPT-SUBTOTAL-LINE.
           ADD 1 TO OPS-SAVRPT-WRITES.
       2550-EXIT.
           EXIT.

       7100-EXIT.
           EXIT.

      *    The operator keying the override must hold CALVRUN0
      *    authority with action code O on the OPERAUTH master.  A
      *    refused operator is logged to SECVIOL and question 7 is
      *    left unanswered; when the master cannot be read nobody is
      *    let through.
       7200-CONSOLE-OVERRIDE.
           DISPLAY "ENTER OPERATOR ID".
           ACCEPT WS-OPERATOR-ID.
           PERFORM 7210-CHECK-OPERATOR-AUTHORITY THRU 7210-EXIT.
           IF NOT OPERATOR-AUTHORIZED
               DISPLAY "CONSOLE OVERRIDE REFUSED - "
                   OPR-REFUSAL-REASON
               PERFORM 7220-LOG-SECURITY-VIOLATION THRU 7220-EXIT
               GO TO 7200-EXIT
           END-IF.
           DISPLAY "ENTER THE ANSWER TO QUESTION 7".
           ACCEPT THE-ANSWER-TO-QUESTION-7-FROM-SUSIE-DERKINS.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
       7200-EXIT.
           EXIT.

      *    On failure OPR-REFUSAL-REASON carries the reason for the
      *    console and the violation trail.
       7210-CHECK-OPERATOR-AUTHORITY.
           MOVE "N" TO WS-OPERATOR-SWITCH.
           IF WS-OPERATOR-ID = SPACES
               MOVE "OPERATOR ID IS BLANK" TO OPR-REFUSAL-REASON
               GO TO 7210-EXIT
           END-IF.
           OPEN INPUT OPERATOR-AUTHORITY-MASTER.
           IF WS-OPERAUTH-STATUS NOT = "00"
               MOVE "OPERATOR AUTHORITY MASTER NOT AVAILABLE"
                   TO OPR-REFUSAL-REASON
               GO TO 7210-EXIT
           END-IF.
           MOVE "OPERATOR NOT ON AUTHORITY MASTER"
               TO OPR-REFUSAL-REASON.
           MOVE WS-OPERATOR-ID TO OPA-OPERATOR-ID.
           READ OPERATOR-AUTHORITY-MASTER
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-OPERAUTH-STATUS NOT = "00"
               CLOSE OPERATOR-AUTHORITY-MASTER
               GO TO 7210-EXIT
           END-IF.
           CLOSE OPERATOR-AUTHORITY-MASTER.
           IF NOT OPA-STATUS-ACTIVE
               MOVE "OPERATOR AUTHORITY REVOKED" TO OPR-REFUSAL-REASON
               GO TO 7210-EXIT
           END-IF.
           MOVE ZERO TO OPR-FUNCTION-SUB.
           PERFORM VARYING OPR-SUB FROM 1 BY 1 UNTIL OPR-SUB > 10
               IF OPA-FUNCTION-ID(OPR-SUB) = "CALVRUN0"
                   MOVE OPR-SUB TO OPR-FUNCTION-SUB
               END-IF
           END-PERFORM.
           IF OPR-FUNCTION-SUB = ZERO
               MOVE "OPERATOR NOT AUTHORIZED FOR THIS RUN"
                   TO OPR-REFUSAL-REASON
               GO TO 7210-EXIT
           END-IF.
           MOVE ZERO TO OPR-ACTION-HITS.
           INSPECT OPA-ACTION-CODES(OPR-FUNCTION-SUB)
               TALLYING OPR-ACTION-HITS FOR ALL "O".
           IF OPR-ACTION-HITS = ZERO
               MOVE "OPERATOR NOT AUTHORIZED FOR THIS ACTION"
                   TO OPR-REFUSAL-REASON
               GO TO 7210-EXIT
           END-IF.
           MOVE "Y" TO WS-OPERATOR-SWITCH.
       7210-EXIT.
           EXIT.

      *    A refused override is a security event whatever the run
      *    mode, so it is logged on draft runs too.
       7220-LOG-SECURITY-VIOLATION.
           OPEN EXTEND SECURITY-VIOLATION-FILE.
           IF WS-SECVIOL-STATUS = "35"
               OPEN OUTPUT SECURITY-VIOLATION-FILE
           END-IF.
           IF WS-SECVIOL-STATUS NOT = "00"
               DISPLAY "SECURITY-VIOLATION-FILE OPEN FAILED, STATUS = "
                   WS-SECVIOL-STATUS
               GO TO 7220-EXIT
           END-IF.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           MOVE SPACES TO SECURITY-VIOLATION-RECORD.
           MOVE WS-CURRENT-DATE TO SCV-RUN-DATE.
           MOVE WS-CURRENT-TIME TO SCV-RUN-TIME.
           MOVE "CALVRUN0" TO SCV-PROGRAM-ID.
           MOVE WS-OPERATOR-ID TO SCV-OPERATOR-ID.
           MOVE "O" TO SCV-ACTION-CODE.
           MOVE "QUESTION 07 OVERRIDE" TO SCV-RECORD-KEY.
           MOVE OPR-REFUSAL-REASON TO SCV-REASON.
           WRITE SECURITY-VIOLATION-RECORD.
           CLOSE SECURITY-VIOLATION-FILE.
       7220-EXIT.
           EXIT.

      ******************************************************************
      *  SCIENTIFIC-PROGRESS SECTION - first section.                  *
      ******************************************************************
      *  field-level change log snapshots them.                        *
      ******************************************************************
       8000-PRINT-STATEMENT.
           PERFORM 1380-START-ACCOUNT-WORK THRU 1380-EXIT.
           PERFORM UNTIL ACCTWORK-EOF
               READ ACCOUNT-WORK-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-EOF-ACCTWORK
                   NOT AT END
                       PERFORM 8100-PRINT-ACCOUNT-STATEMENT
                           THRU 8100-EXIT
               END-READ
           END-PERFORM.
           MOVE SL-PERIOD-TOTAL   TO FIELD-20 FIELD-21 FIELD-22.
           MOVE SL-RUNNING-BALANCE TO FIELD-23 FIELD-24
                                       FIELD-25 FIELD-26.
           EXIT.

       8100-PRINT-ACCOUNT-STATEMENT.
           MOVE AWK-ACCOUNT-ID TO STMT-ACC-ID.
           MOVE AWK-ACCOUNT-NAME TO STMT-ACC-NAME.
           MOVE AWK-OPENING TO STMT-ACC-OPENING.
           MOVE AWK-RUNNING TO STMT-ACC-CLOSING.
           WRITE STATEMENT-PRINT-LINE FROM STMT-ACCOUNT-LINE.
           ADD 1 TO OPS-STMT-WRITES.
           MOVE AWK-RUNNING TO STMT-BAL-LEDGER.
           MOVE AWK-HELD TO STMT-BAL-HELD.
           COMPUTE STMT-BAL-AVAILABLE = AWK-RUNNING - AWK-HELD.
           WRITE STATEMENT-PRINT-LINE FROM STMT-BALANCE-LINE.
           ADD 1 TO OPS-STMT-WRITES.
           MOVE AWK-PERIOD-TOT TO FIELD-20 FIELD-21 FIELD-22.
           MOVE AWK-RUNNING TO FIELD-23 FIELD-24 FIELD-25 FIELD-26.
           MOVE AWK-OPENING TO FIELD-27 FIELD-28 FIELD-29.
           WRITE STATEMENT-PRINT-LINE.
           ADD 1 TO OPS-STMT-WRITES.
       8100-EXIT.
      *  same proof convention as the interface extract.  A type       *
      *  with activity but no chart-of-accounts card is a hard stop:   *
      *  an unbalanced or short journal must never reach GENLEDGR.     *
      *  Transfers only move money between savings accounts, so their  *
      *  pair must debit and credit the same GL account and net to     *
      *  zero; a transfer card naming two accounts is a hard stop too. *
      *  A draft run extracts nothing.                                 *
      ******************************************************************
       9200-WRITE-GL-JOURNAL.
           MOVE SL-INTEREST-COUNT TO GLJ-WORK-COUNT.
           MOVE SL-INTEREST-TOTAL TO GLJ-WORK-AMOUNT.
           PERFORM 9220-JOURNAL-ONE-TYPE THRU 9220-EXIT.
           MOVE "T" TO GLJ-WORK-TYPE.
           MOVE SL-TRANSFER-COUNT TO GLJ-WORK-COUNT.
           MOVE SL-TRANSFER-TOTAL TO GLJ-WORK-AMOUNT.
           PERFORM 9220-JOURNAL-ONE-TYPE THRU 9220-EXIT.
           MOVE "T" TO GLJR-RECORD-TYPE.
           MOVE SPACES TO GLJR-HEADER-DATA.
           MOVE GLJ-RECORD-COUNT TO GLJR-TRL-RECORD-COUNT.
                   AT END
                       MOVE "Y" TO WS-EOF-COACTL
                   NOT AT END
                       IF COA-ENTRY-COUNT < 5
                           ADD 1 TO COA-ENTRY-COUNT
                           MOVE COA-ENTRY-COUNT TO COA-SUB
                           MOVE COA-TRAN-TYPE
                           MOVE COA-CREDIT-ACCOUNT
                               TO COA-T-CREDIT-ACCT(COA-SUB)
                       ELSE
                           DISPLAY "COACTL HAS MORE THAN 5 CARDS - "
                               "EXTRA CARD IGNORED"
                       END-IF
               END-READ
               GO TO 9220-EXIT
           END-IF.
           SUBTRACT 1 FROM COA-SUB.
           IF GLJ-WORK-TYPE = "T"
               AND COA-T-DEBIT-ACCT(COA-SUB)
                   NOT = COA-T-CREDIT-ACCT(COA-SUB)
               DISPLAY "TRANSFER CHART-OF-ACCOUNTS CARD MUST NAME "
                   "ONE GL ACCOUNT - JOURNAL INCOMPLETE"
               MOVE "Y" TO WS-ABORT-SWITCH
               GO TO 9220-EXIT
           END-IF.
           MOVE "D" TO GLJR-RECORD-TYPE.
           MOVE SPACES TO GLJR-HEADER-DATA.
           MOVE COA-T-DEBIT-ACCT(COA-SUB) TO GLJR-GL-ACCOUNT.
       9800-CHECK-POSTING-BALANCE.
           COMPUTE OPS-TRANS-IN =
               OPS-SAVTRAN-READ + SL-RECYCLE-COUNT
                   + OPS-INTTRAN-READ + OPS-STOTRAN-READ.
           COMPUTE OPS-TRANS-OUT =
               SL-POSTING-COUNT + SL-REJECT-COUNT.
           IF OPS-TRANS-IN NOT = OPS-TRANS-OUT
           MOVE "INTTRAN RECORDS READ" TO OPS-CNT-LABEL.
           MOVE OPS-INTTRAN-READ TO OPS-CNT-VALUE.
           WRITE OPSRPT-PRINT-LINE FROM OPS-COUNT-LINE.
           MOVE "STOTRAN RECORDS READ" TO OPS-CNT-LABEL.
           MOVE OPS-STOTRAN-READ TO OPS-CNT-VALUE.
           WRITE OPSRPT-PRINT-LINE FROM OPS-COUNT-LINE.
           MOVE "SUSPECTED DUPLICATES HELD" TO OPS-CNT-LABEL.
           MOVE DUP-SUSPECT-COUNT TO OPS-CNT-VALUE.
           WRITE OPSRPT-PRINT-LINE FROM OPS-COUNT-LINE.
           MOVE "LEDGER POSTINGS" TO OPS-CNT-LABEL.
           MOVE SL-POSTING-COUNT TO OPS-CNT-VALUE.
           WRITE OPSRPT-PRINT-LINE FROM OPS-COUNT-LINE.
           MOVE "TRANSFERS POSTED" TO OPS-CNT-LABEL.
           MOVE SL-TRANSFER-COUNT TO OPS-CNT-VALUE.
           WRITE OPSRPT-PRINT-LINE FROM OPS-COUNT-LINE.
           MOVE "TRANSFER AMOUNT" TO OPS-AMT-LABEL.
           MOVE SL-TRANSFER-TOTAL TO OPS-AMT-VALUE.
           WRITE OPSRPT-PRINT-LINE FROM OPS-AMOUNT-LINE.
           MOVE "SUSPENSE RECORDS WRITTEN" TO OPS-CNT-LABEL.
           MOVE SL-REJECT-COUNT TO OPS-CNT-VALUE.
           WRITE OPSRPT-PRINT-LINE FROM OPS-COUNT-LINE.
           MOVE "ACCOUNTS ON MASTER" TO OPS-CNT-LABEL.
           MOVE SL-ACCOUNT-COUNT TO OPS-CNT-VALUE.
           WRITE OPSRPT-PRINT-LINE FROM OPS-COUNT-LINE.
           MOVE "HOLDS IN FORCE" TO OPS-CNT-LABEL.
           MOVE OPS-HOLDS-IN-FORCE TO OPS-CNT-VALUE.
           WRITE OPSRPT-PRINT-LINE FROM OPS-COUNT-LINE.
           MOVE "EXPIRED HOLDS DROPPED" TO OPS-CNT-LABEL.
           MOVE OPS-HOLDS-DROPPED TO OPS-CNT-VALUE.
           WRITE OPSRPT-PRINT-LINE FROM OPS-COUNT-LINE.
           MOVE "HOLD BREACHES SUSPENDED" TO OPS-CNT-LABEL.
           MOVE OPS-HOLD-BREACHES TO OPS-CNT-VALUE.
           WRITE OPSRPT-PRINT-LINE FROM OPS-COUNT-LINE.
           MOVE "DORMANT ACCOUNT SUSPENDS" TO OPS-CNT-LABEL.
           MOVE OPS-DORMANT-SUSPENDS TO OPS-CNT-VALUE.
           WRITE OPSRPT-PRINT-LINE FROM OPS-COUNT-LINE.
           PERFORM 1380-START-ACCOUNT-WORK THRU 1380-EXIT.
           PERFORM UNTIL ACCTWORK-EOF
               READ ACCOUNT-WORK-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-EOF-ACCTWORK
                   NOT AT END
                       PERFORM 9910-WRITE-ACCOUNT-BALANCE
                           THRU 9910-EXIT
               END-READ
           END-PERFORM.
           MOVE "OPENING BALANCE" TO OPS-AMT-LABEL.
           MOVE OPS-OPENING-BALANCE TO OPS-AMT-VALUE.
           WRITE OPSRPT-PRINT-LINE FROM OPS-AMOUNT-LINE.
       9900-EXIT.
           EXIT.

       9910-WRITE-ACCOUNT-BALANCE.
           MOVE AWK-ACCOUNT-ID TO OPS-ACC-ID.
           MOVE AWK-RUNNING TO OPS-ACC-LEDGER.
           MOVE AWK-HELD TO OPS-ACC-HELD.
           COMPUTE OPS-ACC-AVAILABLE = AWK-RUNNING - AWK-HELD.
           WRITE OPSRPT-PRINT-LINE FROM OPS-ACCOUNT-LINE.
       9910-EXIT.
           EXIT.

      ******************************************************************
      *  9999-TERMINATE-RUN - reaching this paragraph means the run    *
      *  completed cleanly, so the checkpoint trail it left behind is  *
               CLOSE CHECKPOINT-FILE
               CLOSE POSTED-JOURNAL-FILE
           END-IF.
           IF RUN-MUST-ABORT
               OR RUN-IS-DRAFT
               PERFORM 9990-CLOSE-ACCOUNT-WORK THRU 9990-EXIT
           END-IF.
           IF RUN-MUST-ABORT
               MOVE 12 TO RETURN-CODE
               GO TO 9999-EXIT
               OPEN OUTPUT BALANCE-HISTORY-FILE
           END-IF.
           IF WS-BALANCE-STATUS = "00"
               PERFORM 1380-START-ACCOUNT-WORK THRU 1380-EXIT
               PERFORM UNTIL ACCTWORK-EOF
                   READ ACCOUNT-WORK-FILE NEXT
                       AT END
                           MOVE "Y" TO WS-EOF-ACCTWORK
                       NOT AT END
                           PERFORM 9970-APPEND-ONE-BALANCE
                               THRU 9970-EXIT
                   END-READ
               END-PERFORM
               CLOSE BALANCE-HISTORY-FILE
           ELSE
               DISPLAY "BALHIST WRITE FAILED, STATUS = "
                   WS-BALANCE-STATUS
               MOVE 12 TO RETURN-CODE
           END-IF.
           PERFORM 9990-CLOSE-ACCOUNT-WORK THRU 9990-EXIT.
       9999-EXIT.
           EXIT.

      *    ACCTWORK is scratch - closed at end of run however the run
      *    ended, and rebuilt empty by the next one.
       9990-CLOSE-ACCOUNT-WORK.
           IF ACCOUNT-WORK-OPEN
               CLOSE ACCOUNT-WORK-FILE
               MOVE "N" TO WS-ACCTWORK-SWITCH
           END-IF.
       9990-EXIT.
           EXIT.

      *    Only a clean live end of run gets here: the run date is
      *    stamped processed on the calendar, which is what tomorrow
      *    night's sequence check looks for - and what stops tonight
           EXIT.

       9970-APPEND-ONE-BALANCE.
           MOVE AWK-ACCOUNT-ID TO BALFWD-ACCOUNT-ID.
           MOVE AWK-RUNNING TO BALFWD-CLOSING-BALANCE.
           MOVE WS-CURRENT-DATE TO BALFWD-AS-OF-DATE.
           WRITE BALANCE-FORWARD-RECORD.
       9970-EXIT.

      ******************************************************************
      *  9950-UPDATE-ACCOUNT-MASTER - only a clean (non-abort) run     *
      *  gets here: the ACCTWORK running balances become the master's  *
      *  standing balances.  An abend or abort leaves the master as    *
      *  the run found it, with the checkpoint trail carrying the      *
      *  work file's positions for the restart.                        *
      ******************************************************************
       9950-UPDATE-ACCOUNT-MASTER.
           PERFORM 1380-START-ACCOUNT-WORK THRU 1380-EXIT.
           PERFORM UNTIL ACCTWORK-EOF
               READ ACCOUNT-WORK-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-EOF-ACCTWORK
                   NOT AT END
                       PERFORM 9960-REWRITE-ONE-ACCOUNT
                           THRU 9960-EXIT
               END-READ
           END-PERFORM.
       9950-EXIT.
           EXIT.

       9960-REWRITE-ONE-ACCOUNT.
           MOVE AWK-ACCOUNT-ID TO ACCT-ACCOUNT-ID.
           READ ACCOUNT-MASTER
               INVALID KEY
                   DISPLAY "ACCOUNT VANISHED FROM MASTER: "
                       AWK-ACCOUNT-ID
                   MOVE "Y" TO WS-ABORT-SWITCH
                   GO TO 9960-EXIT
           END-READ.
           MOVE AWK-RUNNING TO ACCT-CURRENT-BALANCE.
           REWRITE ACCOUNT-MASTER-RECORD
               INVALID KEY
                   DISPLAY "ACCOUNT-MASTER REWRITE REJECTED: "
                       AWK-ACCOUNT-ID
                   MOVE "Y" TO WS-ABORT-SWITCH
                   GO TO 9960-EXIT
           END-REWRITE.
