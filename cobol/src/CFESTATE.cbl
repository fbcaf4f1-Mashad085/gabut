      *================================================================*
      * CFESTATE.cbl - Deceased Member Estate Settlement               *
      * When a member dies the accounts used to be frozen one by one   *
      * in CFACCTMNT and the payout worked out on paper. This program  *
      * records the death in the member master (MM-STATUS DECEASED,    *
      * MM-DEATH-DATE) and freezes every account held through          *
      * CFMEMBER's links in one step, with a CFACCTMNT-style status    *
      * line and a CFMEMBER audit line per account. A joint account    *
      * is not part of the estate: it stays with the surviving         *
      * holders and only the deceased's link to it is removed.         *
      * The estate position is worked out from the files the other     *
      * programs keep - savings balances, OPEN CFGOAL earmarks given   *
      * back, accrued interest in CFBATCH's accrual file (net of       *
      * withholding), OPEN CFTDEP deposits broken at the business      *
      * date without penalty, and OPEN CFLOAN loans at their payoff    *
      * figure, netted against the savings as the bylaws allow. The    *
      * heir payout then goes through the same maker-checker as        *
      * CFPAYOUT: one operator raises it for a named heir, a second    *
      * approves it, and only the approval moves money.                *
      * Args (key=value, any order):                                   *
      *   action=DECEASE  - member_no= death_date=YYYYMMDD user_id=    *
      *                     marks the member DECEASED and freezes the  *
      *                     accounts                                   *
      *   action=POSITION - member_no= [business_date=YYYY-MM-DD]      *
      *                     [tax_rate=N] the estate position, and the  *
      *                     provisional heir statement                 *
      *   action=SETTLE   - member_no= heir_name= heir_account=        *
      *                     user_id=<maker> [tax_rate=N] queues the    *
      *                     payout; refused while the member is not    *
      *                     DECEASED, while any estate account still   *
      *                     carries a hold, or when the loans exceed   *
      *                     the estate (a shortfall is not ours to     *
      *                     settle here). The heir account must be an  *
      *                     ACTIVE account on the master, outside the  *
      *                     estate                                     *
      *   action=APPROVE  - estate_id= user_id=<checker, not the       *
      *                     maker> recomputes the position and, if it  *
      *                     still settles, releases the goals,         *
      *                     capitalizes the accruals (ESTATE-INT),     *
      *                     breaks the deposits (TD-BREAK), gathers    *
      *                     the balances into the first estate account *
      *                     (ESTATE-OUT/ESTATE-IN), pays off the loans *
      *                     (LN-PAYOFF, guarantees released) and pays  *
      *                     the rest to the heir (ESTATE-PAYOUT/       *
      *                     ESTATE-PAYOUT-IN); the final statement is  *
      *                     written                                    *
      *   action=REJECT   - estate_id= user_id=                        *
      *   action=LIST     - the settlement queue                       *
      *   member_file=<path>    - default CFMEMBER_MASTER.DAT          *
      *   master_file=<path>    - default CFWALLET_ACCOUNTS.DAT        *
      *   link_file=<path>      - default CFMEMBER_LINKS.DAT           *
      *   goal_file=<path>      - default CFGOAL_MASTER.DAT            *
      *   accrual_file=<path>   - default CFBATCH_ACCRUALS.DAT         *
      *   td_file=<path>        - default CFTDEP_MASTER.DAT            *
      *   loan_file=<path>      - default CFLOAN_MASTER.DAT            *
      *   guarantor_file=<path> - default CFLOAN_GUARANTORS.DAT        *
      *   queue_file=<path>     - default CFESTATE_QUEUE.DAT           *
      *   statement_file=<path> - default CFESTATE-<member_no>.TXT     *
      *   status_log=<path>     - CFACCTMNT's trail, default           *
      *                           CFACCTMNT_AUDIT.LOG                  *
      *   member_log=<path>     - CFMEMBER's trail, default            *
      *                           CFMEMBER_AUDIT.LOG                   *
      *   audit_log=<path>      - default CFTRXVAL_AUDIT.LOG           *
      *   system_date_file=<path> - default CFSYSDATE.DAT; its         *
      *       business date stands in for today when no date           *
      *       argument is given                                        *
      * Output stdout: JSON result, or JSON rows plus a summary.       *
      * RETURN-CODE 8 on a refused action, 4 when POSITION finds an    *
      * estate that cannot be settled yet.                             *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CFESTATE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. LINUX.
       OBJECT-COMPUTER. LINUX.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MEMBER-MASTER ASSIGN TO DYNAMIC WS-MEMBER-FILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MM-MEMBER-NO
               FILE STATUS IS WS-MEMBER-STATUS.
           SELECT ACCOUNT-MASTER ASSIGN TO DYNAMIC WS-MASTER-FILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-ACCT-ID
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT LINE-FILE ASSIGN TO DYNAMIC WS-LINE-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LINE-STATUS.
           SELECT QUEUE-FILE ASSIGN TO DYNAMIC WS-QUEUE-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUEUE-STATUS.
           SELECT STMT-FILE ASSIGN TO DYNAMIC WS-STMT-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STMT-STATUS.
           SELECT STATUS-LOG ASSIGN TO DYNAMIC WS-STATUS-LOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATLOG-STATUS.
           SELECT MEMBER-LOG ASSIGN TO DYNAMIC WS-MEMBER-LOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MEMLOG-STATUS.
           SELECT AUDIT-LOG ASSIGN TO DYNAMIC WS-AUDIT-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT CHAIN-HEAD ASSIGN TO DYNAMIC WS-CHAIN-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHAIN-STATUS.
           SELECT PERM-FILE ASSIGN TO DYNAMIC WS-PERM-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERM-STATUS.
           SELECT CMDLOG-FILE ASSIGN TO DYNAMIC WS-CMDLOG-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CMDLOG-STATUS.
           SELECT SYSTEM-DATE-FILE ASSIGN TO DYNAMIC WS-SYSDATE-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SYSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MEMBER-MASTER.
           COPY CF-MEMBMS.

       FD  ACCOUNT-MASTER.
           COPY CF-ACCTMS.

      * one FD for every key=value line file in turn - links, goals,
      * accruals, deposits, loans and guarantees are each loaded
      * whole, worked on in the table and rewritten whole
       FD  LINE-FILE.
       01  LINE-RECORD         PIC X(400).

       FD  QUEUE-FILE.
       01  QUEUE-RECORD        PIC X(300).

       FD  STMT-FILE.
       01  STMT-RECORD         PIC X(132).

       FD  STATUS-LOG.
       01  STATUS-RECORD       PIC X(200).

       FD  MEMBER-LOG.
       01  MEMBER-LOG-RECORD   PIC X(200).

       FD  AUDIT-LOG.
       01  AUDIT-RECORD        PIC X(300).

       FD  CHAIN-HEAD.
       01  CHAIN-HEAD-RECORD   PIC X(100).

       FD  PERM-FILE.
       01  PERM-RECORD         PIC X(300).

       FD  CMDLOG-FILE.
       01  CMDLOG-RECORD       PIC X(600).

       FD  SYSTEM-DATE-FILE.
           COPY CF-SYSDAT.

       WORKING-STORAGE SECTION.
      * system date control file (CF-SYSDAT.cpy, kept by CFSYSDATE) -
      * its current business date stands in for the machine date
      * whenever no date argument is given
       01  WS-SYSDATE-FILE     PIC X(200) VALUE 'CFSYSDATE.DAT'.
       01  WS-SYSDATE-STATUS   PIC XX VALUE SPACES.
       01  WS-SYSTEM-DATE      PIC X(10) VALUE SPACES.
       01  WS-SYSTEM-YMD       PIC X(8) VALUE SPACES.
       01  WS-MEMBER-FILE      PIC X(200) VALUE 'CFMEMBER_MASTER.DAT'.
       01  WS-MEMBER-STATUS    PIC XX VALUE SPACES.
       01  WS-MASTER-FILE      PIC X(200) VALUE 'CFWALLET_ACCOUNTS.DAT'.
       01  WS-MASTER-STATUS    PIC XX VALUE SPACES.
       01  WS-LINE-FILE        PIC X(200) VALUE SPACES.
       01  WS-LINE-STATUS      PIC XX VALUE SPACES.
       01  WS-LINK-FILE        PIC X(200) VALUE 'CFMEMBER_LINKS.DAT'.
       01  WS-GOAL-FILE        PIC X(200) VALUE 'CFGOAL_MASTER.DAT'.
       01  WS-ACCR-FILE        PIC X(200) VALUE 'CFBATCH_ACCRUALS.DAT'.
       01  WS-TD-FILE          PIC X(200) VALUE 'CFTDEP_MASTER.DAT'.
       01  WS-LOAN-FILE        PIC X(200) VALUE 'CFLOAN_MASTER.DAT'.
       01  WS-GUAR-FILE        PIC X(200) VALUE 'CFLOAN_GUARANTORS.DAT'.
       01  WS-QUEUE-FILE       PIC X(200) VALUE 'CFESTATE_QUEUE.DAT'.
       01  WS-QUEUE-STATUS     PIC XX VALUE SPACES.
       01  WS-STMT-FILE        PIC X(200) VALUE SPACES.
       01  WS-STMT-STATUS      PIC XX VALUE SPACES.
       01  WS-STATUS-LOG       PIC X(200) VALUE 'CFACCTMNT_AUDIT.LOG'.
       01  WS-STATLOG-STATUS   PIC XX VALUE SPACES.
       01  WS-MEMBER-LOG       PIC X(200) VALUE 'CFMEMBER_AUDIT.LOG'.
       01  WS-MEMLOG-STATUS    PIC XX VALUE SPACES.
       01  WS-AUDIT-FILE       PIC X(200) VALUE 'CFTRXVAL_AUDIT.LOG'.
       01  WS-AUDIT-STATUS     PIC XX VALUE SPACES.
      * tamper-evident chain over the audit log - the head
      * file <log>.chain holds the last chain value written to it
       01  WS-CHAIN-FILE       PIC X(210) VALUE SPACES.
       01  WS-CHAIN-STATUS     PIC XX VALUE SPACES.
       01  WS-CH-HEAD-FLAG     PIC X VALUE 'N'.
           88  WS-CH-HEAD-FOUND    VALUE 'Y'.
       01  WS-CH-EOF           PIC X VALUE 'N'.
       01  WS-CH-LINE          PIC X(400) VALUE SPACES.
       01  WS-CH-LAST          PIC X(400) VALUE SPACES.
       01  WS-CH-MAX           PIC 9(3) VALUE 275.
       01  WS-CH-LEN           PIC 9(3) VALUE ZEROS.
       01  WS-CH-POS           PIC 9(3) VALUE ZEROS.
       01  WS-CH-PTR           PIC 9(3) VALUE ZEROS.
       01  WS-CH-PREV          PIC 9(18) VALUE ZEROS.
       01  WS-CH-A             PIC 9(12) VALUE ZEROS.
       01  WS-CH-B             PIC 9(12) VALUE ZEROS.
       01  WS-CH-VALUE         PIC 9(18) VALUE ZEROS.

       01  WS-ARG-COUNT        PIC 9(3) VALUE ZEROS.
       01  WS-ARG-IDX          PIC 9(3) VALUE ZEROS.
       01  WS-OPT-ARG          PIC X(200) VALUE SPACES.
       01  WS-FIELD-NAME       PIC X(30) VALUE SPACES.
       01  WS-FIELD-VAL        PIC X(200) VALUE SPACES.
       01  WS-POS              PIC 9(4) VALUE ZEROS.
       01  WS-EOF              PIC X VALUE 'N'.
       01  WS-FIRST-REC        PIC X VALUE 'Y'.
       01  WS-REMAIN           PIC X(400) VALUE SPACES.
       01  WS-TOKEN            PIC X(400) VALUE SPACES.

       01  WS-ACTION           PIC X(10) VALUE SPACES.
       01  WS-MEMBER-NO        PIC X(20) VALUE SPACES.
       01  WS-DEATH-DATE       PIC X(8) VALUE SPACES.
       01  WS-USER-ID          PIC X(20) VALUE SPACES.
       01  WS-HEIR-NAME        PIC X(50) VALUE SPACES.
       01  WS-HEIR-ACCT        PIC X(50) VALUE SPACES.
       01  WS-ESTATE-ID        PIC X(20) VALUE SPACES.
       01  WS-BUSINESS-DATE    PIC X(10) VALUE SPACES.
       01  WS-BIZ-INT          PIC S9(9) COMP VALUE ZEROS.
       01  WS-TAX-RATE         PIC 9(3)V99 VALUE ZEROS.
       01  WS-CUR-DATE         PIC X(8) VALUE SPACES.
       01  WS-CUR-DATETIME     PIC X(21) VALUE SPACES.
       01  WS-TIMESTAMP        PIC X(26) VALUE SPACES.

      * the member as the master holds it
       01  WS-MEMBER-FLAG      PIC X VALUE 'N'.
           88  WS-MEMBER-FOUND     VALUE 'Y'.
       01  WS-MEMBER-NAME      PIC X(50) VALUE SPACES.
       01  WS-MEMBER-STATE     PIC X(8) VALUE SPACES.
       01  WS-DEATH-ON-FILE    PIC X(8) VALUE SPACES.

      * the current line file, held whole - a line marked drop is
      * left out when the file is written back
       01  WS-FL-COUNT         PIC 9(5) VALUE ZEROS.
       01  WS-FL-IDX           PIC 9(5) VALUE ZEROS.
       01  WS-FL-TRUNC-FLAG    PIC X VALUE 'N'.
           88  WS-FL-IS-TRUNCATED  VALUE 'Y'.
       01  WS-FL-CHANGED-FLAG  PIC X VALUE 'N'.
           88  WS-FL-IS-CHANGED    VALUE 'Y'.
       01  WS-FL-TABLE.
           05  WS-FL-ENTRY OCCURS 20000 TIMES.
               10  WS-FL-LINE      PIC X(400).
               10  WS-FL-DROP      PIC X.
       01  WS-SET-NAME         PIC X(30) VALUE SPACES.
       01  WS-SET-VALUE        PIC X(60) VALUE SPACES.
       01  WS-REBUILT          PIC X(400) VALUE SPACES.
       01  WS-RB-PTR           PIC 9(4) VALUE 1.
      * a line file too big for the table must never be rewritten -
      * the lines past the end would be lost - so the settlement is
      * refused instead
       01  WS-OVERFLOW-FLAG    PIC X VALUE 'N'.
           88  WS-HAS-OVERFLOW     VALUE 'Y'.

      * one item line parsed - goal, accrual, deposit, loan,
      * guarantee or link, whichever file is loaded
       01  WS-IT-ID            PIC X(30) VALUE SPACES.
       01  WS-IT-ACCT          PIC X(50) VALUE SPACES.
       01  WS-IT-MEMBER        PIC X(20) VALUE SPACES.
       01  WS-IT-STATUS        PIC X(10) VALUE SPACES.
       01  WS-IT-EARMARKED     PIC 9(13)V99 VALUE ZEROS.
       01  WS-IT-AMOUNT        PIC S9(13)V99 VALUE ZEROS.
       01  WS-IT-PRINCIPAL     PIC 9(13)V99 VALUE ZEROS.
       01  WS-IT-RATE          PIC 9(3)V9(6) VALUE ZEROS.
       01  WS-IT-START         PIC X(10) VALUE SPACES.
       01  WS-IT-MATURITY      PIC X(10) VALUE SPACES.
       01  WS-IT-BALANCE       PIC 9(13)V99 VALUE ZEROS.
       01  WS-IT-NEXT-DUE      PIC X(10) VALUE SPACES.
       01  WS-IT-HELD          PIC 9(13)V99 VALUE ZEROS.

      * member links - holders are counted to tell the member's own
      * accounts from the joint ones
       01  WS-LK-COUNT         PIC 9(5) VALUE ZEROS.
       01  WS-LK-IDX           PIC 9(5) VALUE ZEROS.
       01  WS-LK-TABLE.
           05  WS-LK-ENTRY OCCURS 20000 TIMES.
               10  WS-LK-MEMBER    PIC X(20).
               10  WS-LK-ACCT      PIC X(50).
       01  WS-HOLDER-ACCT      PIC X(50) VALUE SPACES.
       01  WS-HOLDER-COUNT     PIC 9(3) VALUE ZEROS.

      * the estate - the accounts the deceased held alone; the first
      * one collects the balances at settlement
       01  WS-EA-COUNT         PIC 9(3) VALUE ZEROS.
       01  WS-EA-IDX           PIC 9(3) VALUE ZEROS.
       01  WS-EA-TABLE.
           05  WS-EA-ENTRY OCCURS 50 TIMES.
               10  WS-EA-ACCT      PIC X(50).
               10  WS-EA-LINK-IDX  PIC 9(5).
               10  WS-EA-BALANCE   PIC S9(13)V99.
               10  WS-EA-HOLD      PIC S9(13)V99.
               10  WS-EA-STATUS    PIC X(8).
               10  WS-EA-CURRENCY  PIC X(4).
               10  WS-EA-ACCRUED   PIC S9(13)V99.
       01  WS-JA-COUNT         PIC 9(3) VALUE ZEROS.
       01  WS-JA-IDX           PIC 9(3) VALUE ZEROS.
       01  WS-JA-TABLE.
           05  WS-JA-ENTRY OCCURS 50 TIMES.
               10  WS-JA-ACCT      PIC X(50).
               10  WS-JA-LINK-IDX  PIC 9(5).
               10  WS-JA-HOLDERS   PIC 9(3).
       01  WS-SEEK-ACCT        PIC X(50) VALUE SPACES.

      * loans paid off at settlement, so their guarantees can be
      * released afterwards
       01  WS-PL-COUNT         PIC 9(3) VALUE ZEROS.
       01  WS-PL-IDX           PIC 9(3) VALUE ZEROS.
       01  WS-PL-TABLE.
           05  WS-PL-LOAN-ID OCCURS 100 TIMES PIC X(30).

      * the position
       01  WS-APPLY-FLAG       PIC X VALUE 'N'.
           88  WS-APPLYING         VALUE 'Y'.
       01  WS-EMIT-FLAG        PIC X VALUE 'N'.
           88  WS-EMITTING         VALUE 'Y'.
       01  WS-PS-SAVINGS       PIC S9(15)V99 VALUE ZEROS.
       01  WS-PS-EARMARK       PIC S9(15)V99 VALUE ZEROS.
       01  WS-PS-ACCR-NET      PIC S9(15)V99 VALUE ZEROS.
       01  WS-PS-TD-PAYOUT     PIC S9(15)V99 VALUE ZEROS.
       01  WS-PS-TAX           PIC S9(15)V99 VALUE ZEROS.
       01  WS-PS-LOANS         PIC S9(15)V99 VALUE ZEROS.
       01  WS-PS-HELD          PIC S9(15)V99 VALUE ZEROS.
       01  WS-PS-GROSS         PIC S9(15)V99 VALUE ZEROS.
       01  WS-PS-NET           PIC S9(15)V99 VALUE ZEROS.
       01  WS-PS-PAID          PIC S9(15)V99 VALUE ZEROS.
       01  WS-REFUSAL          PIC X(120) VALUE SPACES.

      * interest working fields - deposits and loans on the same
      * 365-day basis CFTDEP and CFLOAN price with
       01  WS-INTEREST         PIC S9(13)V99 VALUE ZEROS.
       01  WS-TAX-AMT          PIC S9(13)V99 VALUE ZEROS.
       01  WS-NET-INTEREST     PIC S9(13)V99 VALUE ZEROS.
       01  WS-PAYOFF           PIC S9(13)V99 VALUE ZEROS.
       01  WS-START-INT        PIC S9(9) COMP VALUE ZEROS.
       01  WS-END-INT          PIC S9(9) COMP VALUE ZEROS.
       01  WS-DAYS             PIC S9(9) COMP VALUE ZEROS.
       01  WS-PAID-TO          PIC X(10) VALUE SPACES.
       01  WS-DT-STR           PIC X(10) VALUE SPACES.
       01  WS-DT-X8            PIC X(8) VALUE SPACES.
       01  WS-DT-NUM           PIC 9(8) VALUE ZEROS.
       01  WS-DT-INT           PIC S9(9) COMP VALUE ZEROS.
       01  WS-DT-YY            PIC 9(4) VALUE ZEROS.
       01  WS-DT-MM            PIC 9(2) VALUE ZEROS.
       01  WS-DT-DD            PIC 9(2) VALUE ZEROS.

      * postings
       01  WS-POST-ACCT        PIC X(50) VALUE SPACES.
       01  WS-MOVE-AMOUNT      PIC S9(13)V99 VALUE ZEROS.
       01  WS-OLD-BALANCE      PIC S9(13)V99 VALUE ZEROS.
       01  WS-NEW-BALANCE      PIC S9(13)V99 VALUE ZEROS.
       01  WS-TXN-TYPE         PIC X(20) VALUE SPACES.
       01  WS-AUDIT-EXTRA      PIC X(120) VALUE SPACES.
       01  WS-POST-OK-FLAG     PIC X VALUE 'N'.
           88  WS-POST-IS-OK       VALUE 'Y'.
       01  WS-MASTER-OPEN-FLAG PIC X VALUE 'N'.
           88  WS-MASTER-IS-OPEN   VALUE 'Y'.
       01  WS-OLD-STATUS       PIC X(8) VALUE SPACES.
       01  WS-LOG-ACCT         PIC X(50) VALUE SPACES.
       01  WS-MEMBER-WHAT      PIC X(100) VALUE SPACES.
       01  WS-FROZEN-COUNT     PIC 9(3) VALUE ZEROS.

      * the settlement queue - loaded whole and rewritten whole, as
      * CFPAYOUT carries its withdrawal queue
       01  WS-EQ-COUNT         PIC 9(5) VALUE ZEROS.
       01  WS-EQ-IDX           PIC 9(5) VALUE ZEROS.
       01  WS-EQ-TABLE.
           05  WS-EQ-ENTRY OCCURS 2000 TIMES.
               10  WS-EQ-ID        PIC X(20).
               10  WS-EQ-MEMBER    PIC X(20).
               10  WS-EQ-HEIR-ACCT PIC X(50).
               10  WS-EQ-AMOUNT    PIC S9(13)V99.
               10  WS-EQ-TAX-RATE  PIC 9(3)V99.
               10  WS-EQ-MAKER     PIC X(20).
               10  WS-EQ-MADE-ON   PIC X(8).
               10  WS-EQ-STATE     PIC X(10).
               10  WS-EQ-CHECKER   PIC X(20).
               10  WS-EQ-PAID      PIC S9(13)V99.
               10  WS-EQ-NAME      PIC X(50).
       01  WS-EQ-IN-ID         PIC X(20) VALUE SPACES.
       01  WS-EQ-IN-MEMBER     PIC X(20) VALUE SPACES.
       01  WS-EQ-IN-HEIR-ACCT  PIC X(50) VALUE SPACES.
       01  WS-EQ-IN-AMOUNT     PIC S9(13)V99 VALUE ZEROS.
       01  WS-EQ-IN-TAX-RATE   PIC 9(3)V99 VALUE ZEROS.
       01  WS-EQ-IN-MAKER      PIC X(20) VALUE SPACES.
       01  WS-EQ-IN-MADE-ON    PIC X(8) VALUE SPACES.
       01  WS-EQ-IN-STATE      PIC X(10) VALUE SPACES.
       01  WS-EQ-IN-CHECKER    PIC X(20) VALUE SPACES.
       01  WS-EQ-IN-PAID       PIC S9(13)V99 VALUE ZEROS.
       01  WS-EQ-IN-NAME       PIC X(50) VALUE SPACES.

      * one position row - to stdout as JSON and to the statement
       01  WS-RW-ITEM          PIC X(16) VALUE SPACES.
       01  WS-RW-REF           PIC X(50) VALUE SPACES.
       01  WS-RW-AMOUNT        PIC S9(13)V99 VALUE ZEROS.
       01  WS-RW-NOTE          PIC X(60) VALUE SPACES.
       01  WS-RW-LABEL         PIC X(28) VALUE SPACES.
       01  WS-STMT-OPEN-FLAG   PIC X VALUE 'N'.
           88  WS-STMT-IS-OPEN     VALUE 'Y'.
       01  WS-STMT-DETAIL.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-SD-LABEL         PIC X(28).
           05  WS-SD-REF           PIC X(24).
           05  WS-SD-AMOUNT        PIC -(13)9.99.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-SD-NOTE          PIC X(40).
       01  WS-STMT-TOTAL.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  WS-ST-LABEL         PIC X(52).
           05  WS-ST-AMOUNT        PIC -(13)9.99.

      * operator identity, permissions and the command audit trail -
      * the same gate CFPAYOUT runs: with the permissions file on
      * disk, user_id= is required and the operator must be cleared
      * for this program and the action being run
       01  WS-PERM-FILE        PIC X(200) VALUE 'CFOPERATORS.DAT'.
       01  WS-PERM-STATUS      PIC XX VALUE SPACES.
       01  WS-CMDLOG-FILE      PIC X(200)
                               VALUE 'CFCOMMAND_AUDIT.LOG'.
       01  WS-CMDLOG-STATUS    PIC XX VALUE SPACES.
       01  WS-PROGRAM-NAME     PIC X(10) VALUE 'CFESTATE'.
       01  WS-GATE-ACTION      PIC X(20) VALUE SPACES.
       01  WS-CMD-ARGS         PIC X(400) VALUE SPACES.
       01  WS-CMD-ARGS-PTR     PIC 9(4) VALUE 1.
       01  WS-CMD-OUTCOME      PIC X(10) VALUE SPACES.
       01  WS-PERM-EOF         PIC X VALUE 'N'.
       01  WS-PERM-FOUND-FLAG  PIC X VALUE 'N'.
           88  WS-PERM-IS-FOUND    VALUE 'Y'.
       01  WS-PM-REMAIN        PIC X(300) VALUE SPACES.
       01  WS-PM-TOKEN         PIC X(250) VALUE SPACES.
       01  WS-PM-IN-USER       PIC X(20) VALUE SPACES.
       01  WS-PM-IN-PROGRAM    PIC X(10) VALUE SPACES.
       01  WS-PM-IN-ACTIONS    PIC X(100) VALUE SPACES.
       01  WS-PM-IN-FLAGS      PIC X(100) VALUE SPACES.
       01  WS-PM-ACTIONS       PIC X(100) VALUE SPACES.
       01  WS-PM-FLAGS         PIC X(100) VALUE SPACES.
       01  WS-PM-LIST-REMAIN   PIC X(100) VALUE SPACES.
       01  WS-PM-LIST-TOKEN    PIC X(30) VALUE SPACES.
       01  WS-PM-SEEK          PIC X(30) VALUE SPACES.
       01  WS-PM-MATCH-FLAG    PIC X VALUE 'N'.
           88  WS-PM-MATCHES       VALUE 'Y'.
       01  WS-CMD-TIMESTAMP    PIC X(26) VALUE SPACES.
       01  WS-CMD-DATETIME     PIC X(21) VALUE SPACES.

       01  WS-CNT-D            PIC Z(4)9.
       01  WS-AMT-D            PIC -(13)9.99.
       01  WS-OLDBAL-D         PIC -(13)9.99.
       01  WS-NEWBAL-D         PIC -(13)9.99.
       01  WS-TOT-D            PIC -(15)9.99.
       01  WS-RATE-D           PIC ZZ9.99.
       01  WS-OUT              PIC X(600) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CUR-DATE
           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER
           MOVE 1 TO WS-ARG-IDX
           PERFORM UNTIL WS-ARG-IDX > WS-ARG-COUNT
               ACCEPT WS-OPT-ARG FROM ARGUMENT-VALUE
               PERFORM 0890-ACCUM-CMD-ARG
               PERFORM 0050-PARSE-OPTION-ARG
               ADD 1 TO WS-ARG-IDX
           END-PERFORM
           PERFORM 0880-READ-SYSTEM-DATE
           IF WS-SYSTEM-YMD NOT = SPACES
               MOVE WS-SYSTEM-YMD TO WS-CUR-DATE
           END-IF
           MOVE WS-ACTION TO WS-GATE-ACTION
           PERFORM 0900-CHECK-OPERATOR
           IF FUNCTION TRIM(WS-BUSINESS-DATE) = SPACES
               STRING WS-CUR-DATE(1:4) '-' WS-CUR-DATE(5:2) '-'
                      WS-CUR-DATE(7:2)
                   DELIMITED SIZE INTO WS-BUSINESS-DATE
               END-STRING
           END-IF
           MOVE WS-BUSINESS-DATE TO WS-DT-STR
           PERFORM 8200-DATE-TO-DAY-NUMBER
           IF WS-DT-INT = ZEROS
               DISPLAY '{"error":"business_date is not a real '
                   'YYYY-MM-DD date"}'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-DT-INT TO WS-BIZ-INT
           EVALUATE FUNCTION TRIM(WS-ACTION)
               WHEN 'DECEASE'
                   PERFORM 2000-RECORD-DECEASE
               WHEN 'POSITION'
                   PERFORM 3000-SHOW-POSITION
               WHEN 'SETTLE'
                   PERFORM 4000-SETTLE-ESTATE
               WHEN 'APPROVE'
                   PERFORM 4500-APPROVE-SETTLEMENT
               WHEN 'REJECT'
                   PERFORM 4800-REJECT-SETTLEMENT
               WHEN 'LIST'
                   PERFORM 4900-LIST-QUEUE
               WHEN OTHER
                   DISPLAY '{"error":"Usage: cfestate action=DECEASE|'
                       'POSITION|SETTLE|APPROVE|REJECT|LIST '
                       '[member_no=<no>] [death_date=YYYYMMDD] '
                       '[user_id=<op>] [heir_name=<name>] '
                       '[heir_account=<id>] [estate_id=<id>] '
                       '[business_date=YYYY-MM-DD] [tax_rate=N] '
                       '[member_file=] [master_file=] [link_file=] '
                       '[goal_file=] [accrual_file=] [td_file=] '
                       '[loan_file=] [guarantor_file=] '
                       '[queue_file=] [statement_file=] '
                       '[status_log=] [member_log=] '
                       '[audit_log=]"}'
           END-EVALUATE
           STOP RUN.

       0050-PARSE-OPTION-ARG.
           MOVE ZERO TO WS-POS
           INSPECT WS-OPT-ARG TALLYING WS-POS FOR CHARACTERS BEFORE '='
           IF WS-POS > 0
               MOVE WS-OPT-ARG(1:WS-POS) TO WS-FIELD-NAME
               MOVE WS-OPT-ARG(WS-POS + 2:) TO WS-FIELD-VAL
               EVALUATE FUNCTION TRIM(WS-FIELD-NAME)
                   WHEN 'action'
                       MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
                           WS-FIELD-VAL)) TO WS-ACTION
                   WHEN 'member_no'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-MEMBER-NO
                   WHEN 'death_date'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-DEATH-DATE
                   WHEN 'user_id'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-USER-ID
                   WHEN 'heir_name'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-HEIR-NAME
                   WHEN 'heir_account'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-HEIR-ACCT
                   WHEN 'estate_id'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-ESTATE-ID
                   WHEN 'business_date'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-BUSINESS-DATE
                   WHEN 'tax_rate'
                       MOVE FUNCTION NUMVAL(WS-FIELD-VAL)
                           TO WS-TAX-RATE
                   WHEN 'member_file'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-MEMBER-FILE
                   WHEN 'master_file'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-MASTER-FILE
                   WHEN 'link_file'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-LINK-FILE
                   WHEN 'goal_file'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-GOAL-FILE
                   WHEN 'accrual_file'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-ACCR-FILE
                   WHEN 'td_file'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-TD-FILE
                   WHEN 'loan_file'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-LOAN-FILE
                   WHEN 'guarantor_file'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-GUAR-FILE
                   WHEN 'queue_file'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-QUEUE-FILE
                   WHEN 'statement_file'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-STMT-FILE
                   WHEN 'status_log'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-STATUS-LOG
                   WHEN 'member_log'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-MEMBER-LOG
                   WHEN 'audit_log'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-AUDIT-FILE
                   WHEN 'perm_file'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-PERM-FILE
                   WHEN 'command_log'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-CMDLOG-FILE
                   WHEN 'system_date_file'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-SYSDATE-FILE
               END-EVALUATE
           END-IF.

      *----------------------------------------------------------------
      * the business date on the system date control file, when the
      * file is on disk - WS-SYSTEM-DATE (YYYY-MM-DD) and WS-SYSTEM-
      * YMD stay blank without it, and the machine date stands
      *----------------------------------------------------------------
       0880-READ-SYSTEM-DATE.
           MOVE SPACES TO WS-SYSTEM-DATE WS-SYSTEM-YMD
           OPEN INPUT SYSTEM-DATE-FILE
           IF WS-SYSDATE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           READ SYSTEM-DATE-FILE
               AT END CONTINUE
               NOT AT END
                   MOVE SD-CURRENT-DATE TO WS-SYSTEM-DATE
           END-READ
           CLOSE SYSTEM-DATE-FILE
           IF WS-SYSTEM-DATE NOT = SPACES
               STRING WS-SYSTEM-DATE(1:4) WS-SYSTEM-DATE(6:2)
                      WS-SYSTEM-DATE(9:2)
                   DELIMITED SIZE INTO WS-SYSTEM-YMD
               END-STRING
           END-IF.

      *----------------------------------------------------------------
      * operator gate - the permissions file says which operators
      * may use which actions; a refusal is loud and logged
      *----------------------------------------------------------------
       0890-ACCUM-CMD-ARG.
           STRING FUNCTION TRIM(WS-OPT-ARG) DELIMITED SIZE
                  ' ' DELIMITED SIZE
               INTO WS-CMD-ARGS WITH POINTER WS-CMD-ARGS-PTR
               ON OVERFLOW CONTINUE
           END-STRING.

       0900-CHECK-OPERATOR.
           OPEN INPUT PERM-FILE
           IF WS-PERM-STATUS NOT = '00'
               MOVE 'ALLOWED' TO WS-CMD-OUTCOME
               PERFORM 0950-WRITE-COMMAND-AUDIT
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(WS-USER-ID) = SPACES
               CLOSE PERM-FILE
               DISPLAY '{"error":"user_id= is required - operators '
                   'are validated against the permissions file"}'
               PERFORM 0960-REFUSE-RUN
           END-IF
           MOVE 'N' TO WS-PERM-EOF
           MOVE 'N' TO WS-PERM-FOUND-FLAG
           PERFORM UNTIL WS-PERM-EOF = 'Y'
               READ PERM-FILE INTO PERM-RECORD
                   AT END MOVE 'Y' TO WS-PERM-EOF
                   NOT AT END
                       PERFORM 0910-SCAN-PERM-LINE
               END-READ
           END-PERFORM
           CLOSE PERM-FILE
           IF NOT WS-PERM-IS-FOUND
               DISPLAY '{"error":"Operator '
                   FUNCTION TRIM(WS-USER-ID)
                   ' is not cleared for '
                   FUNCTION TRIM(WS-PROGRAM-NAME) '"}'
               PERFORM 0960-REFUSE-RUN
           END-IF
           IF FUNCTION TRIM(WS-PM-ACTIONS) NOT = 'ALL'
               MOVE WS-GATE-ACTION TO WS-PM-SEEK
               MOVE WS-PM-ACTIONS TO WS-PM-LIST-REMAIN
               PERFORM 0930-CHECK-IN-LIST
               IF NOT WS-PM-MATCHES
                   DISPLAY '{"error":"Operator '
                       FUNCTION TRIM(WS-USER-ID)
                       ' may not use action '
                       FUNCTION TRIM(WS-GATE-ACTION) ' on '
                       FUNCTION TRIM(WS-PROGRAM-NAME) '"}'
                   PERFORM 0960-REFUSE-RUN
               END-IF
           END-IF
           MOVE 'ALLOWED' TO WS-CMD-OUTCOME
           PERFORM 0950-WRITE-COMMAND-AUDIT.

       0905-EXTRACT-PERM-TOKEN.
           MOVE ZERO TO WS-POS
           INSPECT WS-PM-REMAIN TALLYING WS-POS
               FOR CHARACTERS BEFORE ' '
           IF WS-POS > 0
               MOVE WS-PM-REMAIN(1:WS-POS) TO WS-PM-TOKEN
               IF WS-POS < 299
                   MOVE WS-PM-REMAIN(WS-POS + 2:) TO WS-PM-REMAIN
                   MOVE FUNCTION TRIM(WS-PM-REMAIN LEADING)
                       TO WS-PM-REMAIN
               ELSE
                   MOVE SPACES TO WS-PM-REMAIN
               END-IF
           ELSE
               MOVE WS-PM-REMAIN TO WS-PM-TOKEN
               MOVE SPACES TO WS-PM-REMAIN
           END-IF.

       0910-SCAN-PERM-LINE.
           IF FUNCTION TRIM(PERM-RECORD) = SPACES OR WS-PERM-IS-FOUND
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-PM-IN-USER WS-PM-IN-PROGRAM
               WS-PM-IN-ACTIONS WS-PM-IN-FLAGS
           MOVE FUNCTION TRIM(PERM-RECORD) TO WS-PM-REMAIN
           PERFORM UNTIL FUNCTION TRIM(WS-PM-REMAIN) = SPACES
               PERFORM 0905-EXTRACT-PERM-TOKEN
               IF FUNCTION TRIM(WS-PM-TOKEN) NOT = SPACES
                   PERFORM 0920-PARSE-PERM-TOKEN
               END-IF
           END-PERFORM
           IF WS-PM-IN-USER = WS-USER-ID AND
                   (WS-PM-IN-PROGRAM = WS-PROGRAM-NAME OR
                    WS-PM-IN-PROGRAM = 'ALL')
               MOVE 'Y' TO WS-PERM-FOUND-FLAG
               MOVE WS-PM-IN-ACTIONS TO WS-PM-ACTIONS
               MOVE WS-PM-IN-FLAGS   TO WS-PM-FLAGS
           END-IF.

       0920-PARSE-PERM-TOKEN.
           MOVE ZERO TO WS-POS
           INSPECT WS-PM-TOKEN TALLYING WS-POS
               FOR CHARACTERS BEFORE '='
           IF WS-POS > 0
               MOVE WS-PM-TOKEN(1:WS-POS) TO WS-FIELD-NAME
               MOVE WS-PM-TOKEN(WS-POS + 2:) TO WS-FIELD-VAL
               EVALUATE FUNCTION TRIM(WS-FIELD-NAME)
                   WHEN 'user'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-PM-IN-USER
                   WHEN 'program'
                       MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
                           WS-FIELD-VAL)) TO WS-PM-IN-PROGRAM
                   WHEN 'actions'
                       MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
                           WS-FIELD-VAL)) TO WS-PM-IN-ACTIONS
                   WHEN 'flags'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-PM-IN-FLAGS
               END-EVALUATE
           END-IF.

       0930-CHECK-IN-LIST.
           MOVE 'N' TO WS-PM-MATCH-FLAG
           PERFORM UNTIL FUNCTION TRIM(WS-PM-LIST-REMAIN) = SPACES
                   OR WS-PM-MATCHES
               MOVE ZERO TO WS-POS
               INSPECT WS-PM-LIST-REMAIN TALLYING WS-POS
                   FOR CHARACTERS BEFORE ','
               IF WS-POS > 0 AND WS-POS < 99
                   MOVE WS-PM-LIST-REMAIN(1:WS-POS)
                       TO WS-PM-LIST-TOKEN
                   MOVE WS-PM-LIST-REMAIN(WS-POS + 2:)
                       TO WS-PM-LIST-REMAIN
               ELSE
                   MOVE WS-PM-LIST-REMAIN TO WS-PM-LIST-TOKEN
                   MOVE SPACES TO WS-PM-LIST-REMAIN
               END-IF
               IF FUNCTION TRIM(WS-PM-LIST-TOKEN) =
                       FUNCTION TRIM(WS-PM-SEEK)
                   MOVE 'Y' TO WS-PM-MATCH-FLAG
               END-IF
           END-PERFORM.

       0950-WRITE-COMMAND-AUDIT.
           MOVE FUNCTION CURRENT-DATE TO WS-CMD-DATETIME
           MOVE WS-CMD-DATETIME(1:8)  TO WS-CMD-TIMESTAMP(1:8)
           MOVE '-'                   TO WS-CMD-TIMESTAMP(9:1)
           MOVE WS-CMD-DATETIME(9:6)  TO WS-CMD-TIMESTAMP(10:6)
           MOVE SPACES TO CMDLOG-RECORD
           STRING
               'ts=' DELIMITED SIZE
               FUNCTION TRIM(WS-CMD-TIMESTAMP) DELIMITED SIZE
               ' user=' DELIMITED SIZE
               FUNCTION TRIM(WS-USER-ID) DELIMITED SIZE
               ' program=' DELIMITED SIZE
               FUNCTION TRIM(WS-PROGRAM-NAME) DELIMITED SIZE
               ' action=' DELIMITED SIZE
               FUNCTION TRIM(WS-GATE-ACTION) DELIMITED SIZE
               ' outcome=' DELIMITED SIZE
               FUNCTION TRIM(WS-CMD-OUTCOME) DELIMITED SIZE
               ' args=' DELIMITED SIZE
               FUNCTION TRIM(WS-CMD-ARGS) DELIMITED SIZE
               INTO CMDLOG-RECORD
           END-STRING
           OPEN EXTEND CMDLOG-FILE
           IF WS-CMDLOG-STATUS NOT = '00'
               CLOSE CMDLOG-FILE
               OPEN OUTPUT CMDLOG-FILE
           END-IF
           WRITE CMDLOG-RECORD
           CLOSE CMDLOG-FILE.

       0960-REFUSE-RUN.
           MOVE 'REFUSED' TO WS-CMD-OUTCOME
           PERFORM 0950-WRITE-COMMAND-AUDIT
           MOVE 8 TO RETURN-CODE
           STOP RUN.

      * the member as the master holds it - name, status and any
      * date of death already recorded
       1000-READ-MEMBER.
           MOVE 'N' TO WS-MEMBER-FLAG
           MOVE SPACES TO WS-MEMBER-NAME WS-MEMBER-STATE
               WS-DEATH-ON-FILE
           OPEN INPUT MEMBER-MASTER
           IF WS-MEMBER-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-MEMBER-NO TO MM-MEMBER-NO
           READ MEMBER-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-MEMBER-FLAG
                   MOVE MM-NAME TO WS-MEMBER-NAME
                   MOVE MM-STATUS TO WS-MEMBER-STATE
                   MOVE MM-DEATH-DATE TO WS-DEATH-ON-FILE
           END-READ
           CLOSE MEMBER-MASTER.

      *----------------------------------------------------------------
      * action=DECEASE - the death is recorded on the member and
      * every account the member held alone is frozen at once; a
      * joint account passes to the surviving holders
      *----------------------------------------------------------------
       2000-RECORD-DECEASE.
           IF FUNCTION TRIM(WS-MEMBER-NO) = SPACES OR
                   FUNCTION TRIM(WS-USER-ID) = SPACES
               DISPLAY '{"status":"ERROR","message":"DECEASE needs '
                   'member_no=, death_date= and user_id="}'
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO WS-DT-NUM
           IF WS-DEATH-DATE IS NUMERIC
               MOVE WS-DEATH-DATE TO WS-DT-NUM
           END-IF
           IF WS-DT-NUM = ZEROS OR
                   FUNCTION TEST-DATE-YYYYMMDD(WS-DT-NUM) NOT = ZEROS
                   OR WS-DEATH-DATE > WS-CUR-DATE
               DISPLAY '{"status":"ERROR","message":"death_date '
                   'must be a real YYYYMMDD date, not in the '
                   'future"}'
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           OPEN I-O MEMBER-MASTER
           IF WS-MEMBER-STATUS NOT = '00'
               DISPLAY '{"status":"ERROR","message":"Cannot open '
                   'member master: '
                   FUNCTION TRIM(WS-MEMBER-FILE) '"}'
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-MEMBER-NO TO MM-MEMBER-NO
           READ MEMBER-MASTER
               INVALID KEY
                   DISPLAY '{"status":"ERROR","message":"Member not '
                       'on file: ' FUNCTION TRIM(WS-MEMBER-NO) '"}'
                   CLOSE MEMBER-MASTER
                   MOVE 8 TO RETURN-CODE
                   EXIT PARAGRAPH
           END-READ
           IF MM-IS-DECEASED
               DISPLAY '{"status":"ERROR","message":"Member '
                   FUNCTION TRIM(WS-MEMBER-NO)
                   ' already recorded DECEASED on '
                   FUNCTION TRIM(MM-DEATH-DATE) '"}'
               CLOSE MEMBER-MASTER
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE 'DECEASED' TO MM-STATUS
           MOVE WS-DEATH-DATE TO MM-DEATH-DATE
           REWRITE MEMBER-MASTER-RECORD
           CLOSE MEMBER-MASTER
           MOVE SPACES TO WS-LOG-ACCT WS-MEMBER-WHAT
           STRING 'member deceased on ' DELIMITED SIZE
               WS-DEATH-DATE DELIMITED SIZE
               ' recorded by ' DELIMITED SIZE
               FUNCTION TRIM(WS-USER-ID) DELIMITED SIZE
               INTO WS-MEMBER-WHAT
           END-STRING
           PERFORM 8050-WRITE-MEMBER-LOG
           PERFORM 6000-LOAD-LINKS
           PERFORM 6100-BUILD-ESTATE-LIST
           DISPLAY '{"status":"OK","member_no":"'
               FUNCTION TRIM(WS-MEMBER-NO) '","death_date":"'
               WS-DEATH-DATE '","accounts":['
           PERFORM 6900-OPEN-MASTER
           MOVE 1 TO WS-EA-IDX
           PERFORM UNTIL WS-EA-IDX > WS-EA-COUNT
               PERFORM 2100-FREEZE-ONE-ACCOUNT
               ADD 1 TO WS-EA-IDX
           END-PERFORM
           PERFORM 6950-CLOSE-MASTER
           MOVE 1 TO WS-JA-IDX
           PERFORM UNTIL WS-JA-IDX > WS-JA-COUNT
               PERFORM 2200-RELEASE-ONE-JOINT
               ADD 1 TO WS-JA-IDX
           END-PERFORM
      * the deceased's links to joint accounts come out of the link
      * file - unless it was too big to hold, when it is left alone
      * and the operator unlinks them through CFMEMBER
           IF WS-JA-COUNT > ZEROS
               IF WS-FL-IS-TRUNCATED
                   DISPLAY 'WARNING: link file too large to rewrite '
                       '- unlink the joint accounts in CFMEMBER'
                       UPON SYSERR
               ELSE
                   MOVE WS-LINK-FILE TO WS-LINE-FILE
                   PERFORM 7100-REWRITE-LINE-FILE
               END-IF
           END-IF
           MOVE WS-FROZEN-COUNT TO WS-CNT-D
           MOVE SPACES TO WS-OUT
           STRING
               '],"summary":{"accounts_frozen":' DELIMITED SIZE
               FUNCTION TRIM(WS-CNT-D) DELIMITED SIZE
               INTO WS-OUT
           END-STRING
           DISPLAY FUNCTION TRIM(WS-OUT) WITH NO ADVANCING
           MOVE WS-JA-COUNT TO WS-CNT-D
           MOVE SPACES TO WS-OUT
           STRING
               ',"joint_accounts_passed_to_survivors":'
                   DELIMITED SIZE
               FUNCTION TRIM(WS-CNT-D) DELIMITED SIZE
               '}}' DELIMITED SIZE
               INTO WS-OUT
           END-STRING
           DISPLAY FUNCTION TRIM(WS-OUT).

       2100-FREEZE-ONE-ACCOUNT.
           MOVE WS-EA-ACCT(WS-EA-IDX) TO AM-ACCT-ID
           READ ACCOUNT-MASTER
               INVALID KEY
                   DISPLAY 'WARNING: linked account not on file: '
                       FUNCTION TRIM(WS-EA-ACCT(WS-EA-IDX))
                       UPON SYSERR
                   EXIT PARAGRAPH
           END-READ
           MOVE AM-STATUS TO WS-OLD-STATUS
           IF AM-IS-ACTIVE OR AM-IS-DORMANT
               MOVE 'FROZEN' TO AM-STATUS
               REWRITE ACCOUNT-MASTER-RECORD
               ADD 1 TO WS-FROZEN-COUNT
               MOVE AM-ACCT-ID TO WS-LOG-ACCT
               PERFORM 8060-WRITE-STATUS-LINE
               MOVE 'account frozen - member deceased'
                   TO WS-MEMBER-WHAT
               PERFORM 8050-WRITE-MEMBER-LOG
           END-IF
           IF WS-FIRST-REC = 'N'
               DISPLAY ','
           END-IF
           MOVE SPACES TO WS-OUT
           STRING
               '{"account_id":"' DELIMITED SIZE
               FUNCTION TRIM(AM-ACCT-ID) DELIMITED SIZE
               '","old_status":"' DELIMITED SIZE
               FUNCTION TRIM(WS-OLD-STATUS) DELIMITED SIZE
               '","new_status":"' DELIMITED SIZE
               FUNCTION TRIM(AM-STATUS) DELIMITED SIZE
               '"}' DELIMITED SIZE
               INTO WS-OUT
           END-STRING
           DISPLAY FUNCTION TRIM(WS-OUT)
           MOVE 'N' TO WS-FIRST-REC.

       2200-RELEASE-ONE-JOINT.
           MOVE 'Y' TO WS-FL-DROP(WS-JA-LINK-IDX(WS-JA-IDX))
           MOVE WS-JA-ACCT(WS-JA-IDX) TO WS-LOG-ACCT
           MOVE 'joint holder deceased - unlinked, stays with survivors'
               TO WS-MEMBER-WHAT
           PERFORM 8050-WRITE-MEMBER-LOG
           COMPUTE WS-HOLDER-COUNT = WS-JA-HOLDERS(WS-JA-IDX) - 1
           MOVE WS-HOLDER-COUNT TO WS-CNT-D
           IF WS-FIRST-REC = 'N'
               DISPLAY ','
           END-IF
           MOVE SPACES TO WS-OUT
           STRING
               '{"account_id":"' DELIMITED SIZE
               FUNCTION TRIM(WS-JA-ACCT(WS-JA-IDX)) DELIMITED SIZE
               '","joint":"Y","surviving_holders":' DELIMITED SIZE
               FUNCTION TRIM(WS-CNT-D) DELIMITED SIZE
               '}' DELIMITED SIZE
               INTO WS-OUT
           END-STRING
           DISPLAY FUNCTION TRIM(WS-OUT)
           MOVE 'N' TO WS-FIRST-REC.

      *----------------------------------------------------------------
      * action=POSITION - what the estate comes to today, nothing
      * moved; the heir statement it writes is marked provisional
      *----------------------------------------------------------------
       3000-SHOW-POSITION.
           IF FUNCTION TRIM(WS-MEMBER-NO) = SPACES
               DISPLAY '{"status":"ERROR","message":"POSITION needs '
                   'member_no="}'
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM 1000-READ-MEMBER
           IF NOT WS-MEMBER-FOUND
               DISPLAY '{"status":"ERROR","message":"Member not on '
                   'file: ' FUNCTION TRIM(WS-MEMBER-NO) '"}'
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-APPLY-FLAG
           MOVE 'Y' TO WS-EMIT-FLAG
           PERFORM 5950-OPEN-STATEMENT
           DISPLAY '{"member_no":"' FUNCTION TRIM(WS-MEMBER-NO)
               '","member_status":"' FUNCTION TRIM(WS-MEMBER-STATE)
               '","business_date":"' FUNCTION TRIM(WS-BUSINESS-DATE)
               '","estate":['
           PERFORM 5000-WORK-ESTATE
           PERFORM 6950-CLOSE-MASTER
           PERFORM 4100-CHECK-SETTLEABLE
           PERFORM 5960-CLOSE-STATEMENT
           PERFORM 5980-EMIT-SUMMARY
           IF WS-REFUSAL NOT = SPACES
               MOVE 4 TO RETURN-CODE
           END-IF.

      *----------------------------------------------------------------
      * action=SETTLE - maker; the payout to the heir is written
      * down, not made
      *----------------------------------------------------------------
       4000-SETTLE-ESTATE.
           IF FUNCTION TRIM(WS-MEMBER-NO) = SPACES OR
                   FUNCTION TRIM(WS-HEIR-NAME) = SPACES OR
                   FUNCTION TRIM(WS-HEIR-ACCT) = SPACES OR
                   FUNCTION TRIM(WS-USER-ID) = SPACES
               DISPLAY '{"status":"ERROR","message":"SETTLE needs '
                   'member_no=, heir_name=, heir_account= and '
                   'user_id="}'
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM 1000-READ-MEMBER
           IF NOT WS-MEMBER-FOUND
               DISPLAY '{"status":"ERROR","message":"Member not on '
                   'file: ' FUNCTION TRIM(WS-MEMBER-NO) '"}'
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-MEMBER-STATE NOT = 'DECEASED'
               DISPLAY '{"status":"ERROR","message":"Member '
                   FUNCTION TRIM(WS-MEMBER-NO) ' is '
                   FUNCTION TRIM(WS-MEMBER-STATE)
                   ' - record the death with action=DECEASE first"}'
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM 7400-LOAD-QUEUE
           MOVE 1 TO WS-EQ-IDX
           PERFORM UNTIL WS-EQ-IDX > WS-EQ-COUNT
               IF WS-EQ-MEMBER(WS-EQ-IDX) = WS-MEMBER-NO AND
                       (WS-EQ-STATE(WS-EQ-IDX) = 'PENDING' OR
                        WS-EQ-STATE(WS-EQ-IDX) = 'APPROVED')
                   DISPLAY '{"status":"ERROR","message":"Estate of '
                       FUNCTION TRIM(WS-MEMBER-NO) ' is already '
                       FUNCTION TRIM(WS-EQ-STATE(WS-EQ-IDX))
                       ' as ' FUNCTION TRIM(WS-EQ-ID(WS-EQ-IDX)) '"}'
                   MOVE 8 TO RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-EQ-IDX
           END-PERFORM
           IF WS-EQ-COUNT >= 2000
               DISPLAY '{"status":"ERROR","message":"Settlement '
                   'queue full (2000 entries)"}'
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-APPLY-FLAG
           MOVE 'N' TO WS-EMIT-FLAG
           PERFORM 5000-WORK-ESTATE
           PERFORM 4100-CHECK-SETTLEABLE
           IF WS-REFUSAL = SPACES
               PERFORM 4200-CHECK-HEIR-ACCOUNT
           END-IF
           PERFORM 6950-CLOSE-MASTER
           IF WS-REFUSAL NOT = SPACES
               DISPLAY '{"status":"ERROR","message":"'
                   FUNCTION TRIM(WS-REFUSAL) '"}'
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-EQ-COUNT
           MOVE SPACES TO WS-ESTATE-ID
           STRING 'E' FUNCTION CURRENT-DATE(1:16)
               DELIMITED SIZE INTO WS-ESTATE-ID
           END-STRING
           MOVE WS-ESTATE-ID    TO WS-EQ-ID(WS-EQ-COUNT)
           MOVE WS-MEMBER-NO    TO WS-EQ-MEMBER(WS-EQ-COUNT)
           MOVE WS-HEIR-ACCT    TO WS-EQ-HEIR-ACCT(WS-EQ-COUNT)
           MOVE WS-PS-NET       TO WS-EQ-AMOUNT(WS-EQ-COUNT)
           MOVE WS-TAX-RATE     TO WS-EQ-TAX-RATE(WS-EQ-COUNT)
           MOVE WS-USER-ID      TO WS-EQ-MAKER(WS-EQ-COUNT)
           MOVE WS-CUR-DATE     TO WS-EQ-MADE-ON(WS-EQ-COUNT)
           MOVE 'PENDING'       TO WS-EQ-STATE(WS-EQ-COUNT)
           MOVE SPACES          TO WS-EQ-CHECKER(WS-EQ-COUNT)
           MOVE ZEROS           TO WS-EQ-PAID(WS-EQ-COUNT)
           MOVE WS-HEIR-NAME    TO WS-EQ-NAME(WS-EQ-COUNT)
           PERFORM 7500-REWRITE-QUEUE
           MOVE WS-PS-NET TO WS-AMT-D
           MOVE SPACES TO WS-OUT
           STRING
               '{"status":"PENDING","estate_id":"' DELIMITED SIZE
               FUNCTION TRIM(WS-ESTATE-ID) DELIMITED SIZE
               '","member_no":"' DELIMITED SIZE
               FUNCTION TRIM(WS-MEMBER-NO) DELIMITED SIZE
               '","heir_name":"' DELIMITED SIZE
               FUNCTION TRIM(WS-HEIR-NAME) DELIMITED SIZE
               '","heir_account":"' DELIMITED SIZE
               FUNCTION TRIM(WS-HEIR-ACCT) DELIMITED SIZE
               '","amount":' DELIMITED SIZE
               FUNCTION TRIM(WS-AMT-D) DELIMITED SIZE
               ',"maker":"' DELIMITED SIZE
               FUNCTION TRIM(WS-USER-ID) DELIMITED SIZE
               '","message":"Awaits a second operator via '
                   DELIMITED SIZE
               'action=APPROVE"}' DELIMITED SIZE
               INTO WS-OUT
           END-STRING
           DISPLAY FUNCTION TRIM(WS-OUT).

      * what stops a settlement - checked on the computed position,
      * at SETTLE and again at APPROVE
       4100-CHECK-SETTLEABLE.
           MOVE SPACES TO WS-REFUSAL
           EVALUATE TRUE
               WHEN WS-HAS-OVERFLOW
                   MOVE 'Estate too large to settle in one pass'
                       TO WS-REFUSAL
               WHEN WS-EA-COUNT = ZEROS
                   MOVE 'Member holds no account alone' TO WS-REFUSAL
               WHEN WS-PS-HELD > ZEROS
                   MOVE 'Estate accounts still carry holds'
                       TO WS-REFUSAL
               WHEN WS-PS-NET < ZEROS
                   MOVE 'Loans exceed the estate - shortfall'
                       TO WS-REFUSAL
           END-EVALUATE.

      * the heir is paid into an ACTIVE account on our own books,
      * never back into the estate
       4200-CHECK-HEIR-ACCOUNT.
           MOVE WS-HEIR-ACCT TO WS-SEEK-ACCT
           PERFORM 6200-FIND-ESTATE-ACCT
           IF WS-EA-IDX > ZEROS
               MOVE 'The heir account belongs to the estate'
                   TO WS-REFUSAL
               EXIT PARAGRAPH
           END-IF
           PERFORM 6900-OPEN-MASTER
           MOVE WS-HEIR-ACCT TO AM-ACCT-ID
           READ ACCOUNT-MASTER
               INVALID KEY
                   MOVE 'Heir account not on file' TO WS-REFUSAL
                   EXIT PARAGRAPH
           END-READ
           IF NOT AM-IS-ACTIVE
               MOVE SPACES TO WS-REFUSAL
               STRING 'Heir account is ' DELIMITED SIZE
                   FUNCTION TRIM(AM-STATUS) DELIMITED SIZE
                   INTO WS-REFUSAL
               END-STRING
           END-IF.

      *----------------------------------------------------------------
      * action=APPROVE - checker; four eyes, two people. The position
      * is worked out again and only moves money if it still settles
      *----------------------------------------------------------------
       4500-APPROVE-SETTLEMENT.
           PERFORM 4700-FIND-ESTATE
           IF WS-EQ-IDX = ZEROS
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-EQ-MAKER(WS-EQ-IDX) = WS-USER-ID
               DISPLAY '{"status":"ERROR","message":"Approver must '
                   'not be the maker"}'
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-EQ-MEMBER(WS-EQ-IDX)    TO WS-MEMBER-NO
           MOVE WS-EQ-HEIR-ACCT(WS-EQ-IDX) TO WS-HEIR-ACCT
           MOVE WS-EQ-NAME(WS-EQ-IDX)      TO WS-HEIR-NAME
           MOVE WS-EQ-TAX-RATE(WS-EQ-IDX)  TO WS-TAX-RATE
           PERFORM 1000-READ-MEMBER
           MOVE 'N' TO WS-APPLY-FLAG
           MOVE 'N' TO WS-EMIT-FLAG
           PERFORM 5000-WORK-ESTATE
           PERFORM 4100-CHECK-SETTLEABLE
           IF WS-REFUSAL = SPACES
               PERFORM 4200-CHECK-HEIR-ACCOUNT
           END-IF
           PERFORM 6950-CLOSE-MASTER
           IF WS-REFUSAL NOT = SPACES
               DISPLAY '{"status":"ERROR","message":"'
                   FUNCTION TRIM(WS-REFUSAL)
                   ' - the settlement stays PENDING"}'
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
      * the real pass - same walk, this time posting
           MOVE 'Y' TO WS-APPLY-FLAG
           MOVE 'Y' TO WS-EMIT-FLAG
           PERFORM 5950-OPEN-STATEMENT
           DISPLAY '{"status":"OK","estate_id":"'
               FUNCTION TRIM(WS-ESTATE-ID) '","member_no":"'
               FUNCTION TRIM(WS-MEMBER-NO) '","estate":['
           PERFORM 5000-WORK-ESTATE
           PERFORM 4600-PAY-HEIR
           PERFORM 6950-CLOSE-MASTER
           PERFORM 5960-CLOSE-STATEMENT
           MOVE 'APPROVED' TO WS-EQ-STATE(WS-EQ-IDX)
           MOVE WS-USER-ID TO WS-EQ-CHECKER(WS-EQ-IDX)
           MOVE WS-PS-PAID TO WS-EQ-PAID(WS-EQ-IDX)
           PERFORM 7500-REWRITE-QUEUE
           PERFORM 5980-EMIT-SUMMARY.

      * whatever the first estate account now holds is the heir's
       4600-PAY-HEIR.
           MOVE ZEROS TO WS-PS-PAID
           MOVE WS-EA-ACCT(1) TO AM-ACCT-ID
           READ ACCOUNT-MASTER
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF AM-BALANCE <= ZEROS
               EXIT PARAGRAPH
           END-IF
           MOVE AM-BALANCE TO WS-MOVE-AMOUNT
           MOVE WS-EA-ACCT(1) TO WS-POST-ACCT
           MOVE 'ESTATE-PAYOUT' TO WS-TXN-TYPE
           MOVE SPACES TO WS-AUDIT-EXTRA
           STRING 'estate_id=' FUNCTION TRIM(WS-ESTATE-ID)
                  ' to=' FUNCTION TRIM(WS-HEIR-ACCT)
               DELIMITED SIZE INTO WS-AUDIT-EXTRA
           END-STRING
           PERFORM 6400-DEBIT-ACCOUNT
           IF NOT WS-POST-IS-OK
               EXIT PARAGRAPH
           END-IF
           MOVE WS-HEIR-ACCT TO WS-POST-ACCT
           MOVE 'ESTATE-PAYOUT-IN' TO WS-TXN-TYPE
           MOVE SPACES TO WS-AUDIT-EXTRA
           STRING 'estate_id=' FUNCTION TRIM(WS-ESTATE-ID)
                  ' from=' FUNCTION TRIM(WS-EA-ACCT(1))
               DELIMITED SIZE INTO WS-AUDIT-EXTRA
           END-STRING
           PERFORM 6500-CREDIT-ACCOUNT
           MOVE WS-MOVE-AMOUNT TO WS-PS-PAID
           MOVE 'HEIR-PAYOUT' TO WS-RW-ITEM
           MOVE 'Dibayar ke ahli waris' TO WS-RW-LABEL
           MOVE WS-HEIR-ACCT TO WS-RW-REF
           MOVE WS-MOVE-AMOUNT TO WS-RW-AMOUNT
           MOVE WS-HEIR-NAME TO WS-RW-NOTE
           PERFORM 5900-EMIT-ROW.

       4700-FIND-ESTATE.
           IF FUNCTION TRIM(WS-ESTATE-ID) = SPACES OR
                   FUNCTION TRIM(WS-USER-ID) = SPACES
               DISPLAY '{"status":"ERROR","message":"Needs '
                   'estate_id= and user_id="}'
               MOVE ZEROS TO WS-EQ-IDX
               EXIT PARAGRAPH
           END-IF
           PERFORM 7400-LOAD-QUEUE
           MOVE 1 TO WS-EQ-IDX
           PERFORM UNTIL WS-EQ-IDX > WS-EQ-COUNT OR
                   WS-EQ-ID(WS-EQ-IDX) = WS-ESTATE-ID
               ADD 1 TO WS-EQ-IDX
           END-PERFORM
           IF WS-EQ-IDX > WS-EQ-COUNT
               DISPLAY '{"status":"ERROR","message":"estate_id not '
                   'on file: ' FUNCTION TRIM(WS-ESTATE-ID) '"}'
               MOVE ZEROS TO WS-EQ-IDX
               EXIT PARAGRAPH
           END-IF
           IF WS-EQ-STATE(WS-EQ-IDX) NOT = 'PENDING'
               DISPLAY '{"status":"ERROR","message":"Settlement '
                   'already decided: '
                   FUNCTION TRIM(WS-EQ-STATE(WS-EQ-IDX)) '"}'
               MOVE ZEROS TO WS-EQ-IDX
           END-IF.

       4800-REJECT-SETTLEMENT.
           PERFORM 4700-FIND-ESTATE
           IF WS-EQ-IDX = ZEROS
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE 'REJECTED' TO WS-EQ-STATE(WS-EQ-IDX)
           MOVE WS-USER-ID TO WS-EQ-CHECKER(WS-EQ-IDX)
           PERFORM 7500-REWRITE-QUEUE
           DISPLAY '{"status":"OK","estate_id":"'
               FUNCTION TRIM(WS-ESTATE-ID)
               '","state":"REJECTED"}'.

       4900-LIST-QUEUE.
           PERFORM 7400-LOAD-QUEUE
           DISPLAY '{"settlements":['
           MOVE 1 TO WS-EQ-IDX
           PERFORM UNTIL WS-EQ-IDX > WS-EQ-COUNT
               PERFORM 4950-EMIT-QUEUE-ROW
               ADD 1 TO WS-EQ-IDX
           END-PERFORM
           MOVE WS-EQ-COUNT TO WS-CNT-D
           MOVE SPACES TO WS-OUT
           STRING
               '],"summary":{"settlements":' DELIMITED SIZE
               FUNCTION TRIM(WS-CNT-D) DELIMITED SIZE
               '}}' DELIMITED SIZE
               INTO WS-OUT
           END-STRING
           DISPLAY FUNCTION TRIM(WS-OUT).

       4950-EMIT-QUEUE-ROW.
           IF WS-FIRST-REC = 'N'
               DISPLAY ','
           END-IF
           MOVE WS-EQ-AMOUNT(WS-EQ-IDX) TO WS-AMT-D
           MOVE WS-EQ-PAID(WS-EQ-IDX) TO WS-NEWBAL-D
           MOVE SPACES TO WS-OUT
           STRING
               '{"estate_id":"' DELIMITED SIZE
               FUNCTION TRIM(WS-EQ-ID(WS-EQ-IDX)) DELIMITED SIZE
               '","member_no":"' DELIMITED SIZE
               FUNCTION TRIM(WS-EQ-MEMBER(WS-EQ-IDX)) DELIMITED SIZE
               '","heir_name":"' DELIMITED SIZE
               FUNCTION TRIM(WS-EQ-NAME(WS-EQ-IDX)) DELIMITED SIZE
               '","heir_account":"' DELIMITED SIZE
               FUNCTION TRIM(WS-EQ-HEIR-ACCT(WS-EQ-IDX))
                   DELIMITED SIZE
               '","amount":' DELIMITED SIZE
               FUNCTION TRIM(WS-AMT-D) DELIMITED SIZE
               ',"paid":' DELIMITED SIZE
               FUNCTION TRIM(WS-NEWBAL-D) DELIMITED SIZE
               ',"state":"' DELIMITED SIZE
               FUNCTION TRIM(WS-EQ-STATE(WS-EQ-IDX)) DELIMITED SIZE
               '","maker":"' DELIMITED SIZE
               FUNCTION TRIM(WS-EQ-MAKER(WS-EQ-IDX)) DELIMITED SIZE
               '","checker":"' DELIMITED SIZE
               FUNCTION TRIM(WS-EQ-CHECKER(WS-EQ-IDX)) DELIMITED SIZE
               '","made_on":"' DELIMITED SIZE
               WS-EQ-MADE-ON(WS-EQ-IDX) DELIMITED SIZE
               '"}' DELIMITED SIZE
               INTO WS-OUT
           END-STRING
           DISPLAY FUNCTION TRIM(WS-OUT)
           MOVE 'N' TO WS-FIRST-REC.

      *----------------------------------------------------------------
      * the estate walk - one pass over every file the estate is in.
      * Without WS-APPLYING it only adds up the position; with it
      * every item is also settled, in this order: goals given back,
      * accruals capitalized, deposits broken, the balances gathered
      * into the first estate account, and the loans paid off from
      * there
      *----------------------------------------------------------------
       5000-WORK-ESTATE.
           MOVE ZEROS TO WS-PS-SAVINGS WS-PS-EARMARK WS-PS-ACCR-NET
               WS-PS-TD-PAYOUT WS-PS-TAX WS-PS-LOANS WS-PS-HELD
               WS-PS-GROSS WS-PS-NET
           MOVE 'N' TO WS-OVERFLOW-FLAG
           PERFORM 6000-LOAD-LINKS
           PERFORM 6100-BUILD-ESTATE-LIST
           PERFORM 6900-OPEN-MASTER
           PERFORM 5100-READ-ESTATE-ACCOUNTS
           PERFORM 5200-WALK-GOALS
           PERFORM 5300-WALK-ACCRUALS
           PERFORM 5400-WALK-DEPOSITS
           IF WS-APPLYING
               PERFORM 5500-CONSOLIDATE
           END-IF
           PERFORM 5600-WALK-LOANS
           IF WS-APPLYING
               PERFORM 5700-RELEASE-GUARANTEES
           END-IF
           COMPUTE WS-PS-GROSS = WS-PS-SAVINGS + WS-PS-ACCR-NET
               + WS-PS-TD-PAYOUT
           COMPUTE WS-PS-NET = WS-PS-GROSS - WS-PS-LOANS.

       5100-READ-ESTATE-ACCOUNTS.
           MOVE 1 TO WS-EA-IDX
           PERFORM UNTIL WS-EA-IDX > WS-EA-COUNT
               PERFORM 5150-READ-ONE-ESTATE-ACCOUNT
               ADD 1 TO WS-EA-IDX
           END-PERFORM
           MOVE 1 TO WS-JA-IDX
           PERFORM UNTIL WS-JA-IDX > WS-JA-COUNT
               MOVE 'JOINT' TO WS-RW-ITEM
               MOVE 'Rekening bersama' TO WS-RW-LABEL
               MOVE WS-JA-ACCT(WS-JA-IDX) TO WS-RW-REF
               MOVE ZEROS TO WS-RW-AMOUNT
               MOVE 'stays with the surviving holders' TO WS-RW-NOTE
               PERFORM 5900-EMIT-ROW
               ADD 1 TO WS-JA-IDX
           END-PERFORM.

       5150-READ-ONE-ESTATE-ACCOUNT.
           MOVE ZEROS TO WS-EA-BALANCE(WS-EA-IDX)
               WS-EA-HOLD(WS-EA-IDX) WS-EA-ACCRUED(WS-EA-IDX)
           MOVE SPACES TO WS-EA-STATUS(WS-EA-IDX)
               WS-EA-CURRENCY(WS-EA-IDX)
           MOVE WS-EA-ACCT(WS-EA-IDX) TO AM-ACCT-ID
           READ ACCOUNT-MASTER
               INVALID KEY
                   MOVE 'MISSING' TO WS-EA-STATUS(WS-EA-IDX)
                   EXIT PARAGRAPH
           END-READ
           MOVE AM-BALANCE    TO WS-EA-BALANCE(WS-EA-IDX)
           MOVE AM-HOLD-TOTAL TO WS-EA-HOLD(WS-EA-IDX)
           MOVE AM-STATUS     TO WS-EA-STATUS(WS-EA-IDX)
           MOVE AM-CURRENCY   TO WS-EA-CURRENCY(WS-EA-IDX)
           ADD AM-BALANCE TO WS-PS-SAVINGS
           MOVE 'SAVINGS' TO WS-RW-ITEM
           MOVE 'Saldo tabungan' TO WS-RW-LABEL
           MOVE AM-ACCT-ID TO WS-RW-REF
           MOVE AM-BALANCE TO WS-RW-AMOUNT
           MOVE AM-STATUS TO WS-RW-NOTE
           PERFORM 5900-EMIT-ROW
           IF AM-HOLD-TOTAL > ZEROS
               ADD AM-HOLD-TOTAL TO WS-PS-HELD
               MOVE 'HOLD' TO WS-RW-ITEM
               MOVE 'Dana ditahan' TO WS-RW-LABEL
               MOVE AM-HOLD-TOTAL TO WS-RW-AMOUNT
               MOVE 'must be released before settlement'
                   TO WS-RW-NOTE
               PERFORM 5900-EMIT-ROW
           END-IF.

      * OPEN goals on estate accounts - the earmark is already in
      * the balance, releasing it only makes it payable
       5200-WALK-GOALS.
           MOVE WS-GOAL-FILE TO WS-LINE-FILE
           PERFORM 7000-LOAD-LINE-FILE
           MOVE 1 TO WS-FL-IDX
           PERFORM UNTIL WS-FL-IDX > WS-FL-COUNT
               PERFORM 5250-GOAL-ONE-LINE
               ADD 1 TO WS-FL-IDX
           END-PERFORM
           IF WS-APPLYING AND WS-FL-IS-CHANGED
               PERFORM 7100-REWRITE-LINE-FILE
           END-IF.

       5250-GOAL-ONE-LINE.
           PERFORM 7200-PARSE-ITEM-LINE
           IF WS-IT-STATUS NOT = 'OPEN'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-IT-ACCT TO WS-SEEK-ACCT
           PERFORM 6200-FIND-ESTATE-ACCT
           IF WS-EA-IDX = ZEROS
               EXIT PARAGRAPH
           END-IF
           ADD WS-IT-EARMARKED TO WS-PS-EARMARK
           MOVE 'GOAL-RELEASE' TO WS-RW-ITEM
           MOVE 'Dana tujuan dilepas' TO WS-RW-LABEL
           MOVE WS-IT-ID TO WS-RW-REF
           MOVE WS-IT-EARMARKED TO WS-RW-AMOUNT
           MOVE WS-IT-ACCT TO WS-RW-NOTE
           PERFORM 5900-EMIT-ROW
           IF NOT WS-APPLYING
               EXIT PARAGRAPH
           END-IF
           MOVE WS-IT-ACCT TO AM-ACCT-ID
           READ ACCOUNT-MASTER
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           SUBTRACT WS-IT-EARMARKED FROM AM-EARMARK-TOTAL
           IF AM-EARMARK-TOTAL < ZEROS
               MOVE ZEROS TO AM-EARMARK-TOTAL
           END-IF
           REWRITE ACCOUNT-MASTER-RECORD
      * CFGOAL's own trace of a release - the ledger never moves
           MOVE WS-IT-ACCT TO WS-POST-ACCT
           MOVE WS-IT-EARMARKED TO WS-MOVE-AMOUNT
           MOVE AM-BALANCE TO WS-OLD-BALANCE
           MOVE AM-BALANCE TO WS-NEW-BALANCE
           MOVE 'GOAL-RELEASE' TO WS-TXN-TYPE
           MOVE SPACES TO WS-AUDIT-EXTRA
           STRING 'goal_id=' FUNCTION TRIM(WS-IT-ID)
               DELIMITED SIZE INTO WS-AUDIT-EXTRA
           END-STRING
           PERFORM 8000-WRITE-AUDIT-LINE
           MOVE 'earmarked' TO WS-SET-NAME
           MOVE '0.00' TO WS-SET-VALUE
           PERFORM 7300-SET-LINE-TOKEN
           MOVE 'status' TO WS-SET-NAME
           MOVE 'RELEASED' TO WS-SET-VALUE
           PERFORM 7300-SET-LINE-TOKEN.

      * interest accrued but not yet capitalized - summed per estate
      * account and, on settlement, capitalized net of withholding
      * and taken out of the accrual file, as CFPOST does at month
      * end
       5300-WALK-ACCRUALS.
           MOVE WS-ACCR-FILE TO WS-LINE-FILE
           PERFORM 7000-LOAD-LINE-FILE
           MOVE 1 TO WS-FL-IDX
           PERFORM UNTIL WS-FL-IDX > WS-FL-COUNT
               PERFORM 5350-ACCRUAL-ONE-LINE
               ADD 1 TO WS-FL-IDX
           END-PERFORM
           MOVE 1 TO WS-EA-IDX
           PERFORM UNTIL WS-EA-IDX > WS-EA-COUNT
               IF WS-EA-ACCRUED(WS-EA-IDX) NOT = ZEROS
                   PERFORM 5380-CAPITALIZE-ONE-ACCOUNT
               END-IF
               ADD 1 TO WS-EA-IDX
           END-PERFORM
           IF WS-APPLYING AND WS-FL-IS-CHANGED
               PERFORM 7100-REWRITE-LINE-FILE
           END-IF.

       5350-ACCRUAL-ONE-LINE.
           PERFORM 7200-PARSE-ITEM-LINE
           MOVE WS-IT-ACCT TO WS-SEEK-ACCT
           PERFORM 6200-FIND-ESTATE-ACCT
           IF WS-EA-IDX = ZEROS
               EXIT PARAGRAPH
           END-IF
           ADD WS-IT-AMOUNT TO WS-EA-ACCRUED(WS-EA-IDX)
           IF WS-APPLYING
               MOVE 'Y' TO WS-FL-DROP(WS-FL-IDX)
               MOVE 'Y' TO WS-FL-CHANGED-FLAG
           END-IF.

       5380-CAPITALIZE-ONE-ACCOUNT.
           MOVE WS-EA-ACCRUED(WS-EA-IDX) TO WS-INTEREST
           PERFORM 8600-WITHHOLD-TAX
           ADD WS-NET-INTEREST TO WS-PS-ACCR-NET
           ADD WS-TAX-AMT TO WS-PS-TAX
           MOVE 'ACCRUED-INT' TO WS-RW-ITEM
           MOVE 'Bunga berjalan (bersih)' TO WS-RW-LABEL
           MOVE WS-EA-ACCT(WS-EA-IDX) TO WS-RW-REF
           MOVE WS-NET-INTEREST TO WS-RW-AMOUNT
           MOVE WS-TAX-AMT TO WS-AMT-D
           MOVE SPACES TO WS-RW-NOTE
           STRING 'tax withheld ' FUNCTION TRIM(WS-AMT-D)
               DELIMITED SIZE INTO WS-RW-NOTE
           END-STRING
           PERFORM 5900-EMIT-ROW
           IF NOT WS-APPLYING OR WS-NET-INTEREST <= ZEROS
               EXIT PARAGRAPH
           END-IF
           MOVE WS-EA-ACCT(WS-EA-IDX) TO WS-POST-ACCT
           MOVE WS-NET-INTEREST TO WS-MOVE-AMOUNT
           MOVE 'ESTATE-INT' TO WS-TXN-TYPE
           MOVE SPACES TO WS-AUDIT-EXTRA
           STRING 'tax=' FUNCTION TRIM(WS-AMT-D)
               DELIMITED SIZE INTO WS-AUDIT-EXTRA
           END-STRING
           PERFORM 6500-CREDIT-ACCOUNT.

      * OPEN deposits broken at the business date - interest to date
      * (never past maturity), no penalty, withholding as CFTDEP
       5400-WALK-DEPOSITS.
           MOVE WS-TD-FILE TO WS-LINE-FILE
           PERFORM 7000-LOAD-LINE-FILE
           MOVE 1 TO WS-FL-IDX
           PERFORM UNTIL WS-FL-IDX > WS-FL-COUNT
               PERFORM 5450-DEPOSIT-ONE-LINE
               ADD 1 TO WS-FL-IDX
           END-PERFORM
           IF WS-APPLYING AND WS-FL-IS-CHANGED
               PERFORM 7100-REWRITE-LINE-FILE
           END-IF.

       5450-DEPOSIT-ONE-LINE.
           PERFORM 7200-PARSE-ITEM-LINE
           IF WS-IT-STATUS NOT = 'OPEN'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-IT-ACCT TO WS-SEEK-ACCT
           PERFORM 6200-FIND-ESTATE-ACCT
           IF WS-EA-IDX = ZEROS
               EXIT PARAGRAPH
           END-IF
           MOVE WS-IT-START TO WS-DT-STR
           PERFORM 8200-DATE-TO-DAY-NUMBER
           MOVE WS-DT-INT TO WS-START-INT
           MOVE WS-BIZ-INT TO WS-END-INT
           MOVE WS-IT-MATURITY TO WS-DT-STR
           PERFORM 8200-DATE-TO-DAY-NUMBER
           IF WS-DT-INT > ZEROS AND WS-DT-INT < WS-END-INT
               MOVE WS-DT-INT TO WS-END-INT
           END-IF
           COMPUTE WS-DAYS = WS-END-INT - WS-START-INT
           IF WS-START-INT = ZEROS OR WS-DAYS < ZEROS
               MOVE ZEROS TO WS-DAYS
           END-IF
           COMPUTE WS-INTEREST ROUNDED =
               WS-IT-PRINCIPAL * WS-IT-RATE * WS-DAYS / 365
           PERFORM 8600-WITHHOLD-TAX
           COMPUTE WS-MOVE-AMOUNT = WS-IT-PRINCIPAL + WS-NET-INTEREST
           ADD WS-MOVE-AMOUNT TO WS-PS-TD-PAYOUT
           ADD WS-TAX-AMT TO WS-PS-TAX
           MOVE 'TERM-DEPOSIT' TO WS-RW-ITEM
           MOVE 'Deposito dicairkan' TO WS-RW-LABEL
           MOVE WS-IT-ID TO WS-RW-REF
           MOVE WS-MOVE-AMOUNT TO WS-RW-AMOUNT
           MOVE WS-NET-INTEREST TO WS-AMT-D
           MOVE SPACES TO WS-RW-NOTE
           STRING 'net interest ' FUNCTION TRIM(WS-AMT-D)
               DELIMITED SIZE INTO WS-RW-NOTE
           END-STRING
           PERFORM 5900-EMIT-ROW
           IF NOT WS-APPLYING
               EXIT PARAGRAPH
           END-IF
           MOVE WS-IT-ACCT TO WS-POST-ACCT
           MOVE 'TD-BREAK' TO WS-TXN-TYPE
           MOVE SPACES TO WS-AUDIT-EXTRA
           STRING 'td_id=' FUNCTION TRIM(WS-IT-ID)
               DELIMITED SIZE INTO WS-AUDIT-EXTRA
           END-STRING
           PERFORM 6500-CREDIT-ACCOUNT
           IF WS-POST-IS-OK
               MOVE 'status' TO WS-SET-NAME
               MOVE 'BROKEN' TO WS-SET-VALUE
               PERFORM 7300-SET-LINE-TOKEN
           END-IF.

      * every other estate account's balance moved into the first,
      * so the loans and the heir are paid from one place
       5500-CONSOLIDATE.
           MOVE 2 TO WS-EA-IDX
           PERFORM UNTIL WS-EA-IDX > WS-EA-COUNT
               PERFORM 5550-CONSOLIDATE-ONE-ACCOUNT
               ADD 1 TO WS-EA-IDX
           END-PERFORM.

       5550-CONSOLIDATE-ONE-ACCOUNT.
           MOVE WS-EA-ACCT(WS-EA-IDX) TO AM-ACCT-ID
           READ ACCOUNT-MASTER
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF AM-BALANCE <= ZEROS
               EXIT PARAGRAPH
           END-IF
           MOVE AM-BALANCE TO WS-MOVE-AMOUNT
           MOVE WS-EA-ACCT(WS-EA-IDX) TO WS-POST-ACCT
           MOVE 'ESTATE-OUT' TO WS-TXN-TYPE
           MOVE SPACES TO WS-AUDIT-EXTRA
           STRING 'estate_id=' FUNCTION TRIM(WS-ESTATE-ID)
                  ' to=' FUNCTION TRIM(WS-EA-ACCT(1))
               DELIMITED SIZE INTO WS-AUDIT-EXTRA
           END-STRING
           PERFORM 6400-DEBIT-ACCOUNT
           IF NOT WS-POST-IS-OK
               EXIT PARAGRAPH
           END-IF
           MOVE WS-EA-ACCT(1) TO WS-POST-ACCT
           MOVE 'ESTATE-IN' TO WS-TXN-TYPE
           MOVE SPACES TO WS-AUDIT-EXTRA
           STRING 'estate_id=' FUNCTION TRIM(WS-ESTATE-ID)
                  ' from=' FUNCTION TRIM(WS-EA-ACCT(WS-EA-IDX))
               DELIMITED SIZE INTO WS-AUDIT-EXTRA
           END-STRING
           PERFORM 6500-CREDIT-ACCOUNT.

      * OPEN loans on estate accounts at CFLOAN's payoff figure -
      * netted against the savings, paid from the first estate
      * account on settlement
       5600-WALK-LOANS.
           MOVE ZEROS TO WS-PL-COUNT
           MOVE WS-LOAN-FILE TO WS-LINE-FILE
           PERFORM 7000-LOAD-LINE-FILE
           MOVE 1 TO WS-FL-IDX
           PERFORM UNTIL WS-FL-IDX > WS-FL-COUNT
               PERFORM 5650-LOAN-ONE-LINE
               ADD 1 TO WS-FL-IDX
           END-PERFORM
           IF WS-APPLYING AND WS-FL-IS-CHANGED
               PERFORM 7100-REWRITE-LINE-FILE
           END-IF.

       5650-LOAN-ONE-LINE.
           PERFORM 7200-PARSE-ITEM-LINE
           IF WS-IT-STATUS NOT = 'OPEN'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-IT-ACCT TO WS-SEEK-ACCT
           PERFORM 6200-FIND-ESTATE-ACCT
           IF WS-EA-IDX = ZEROS
               EXIT PARAGRAPH
           END-IF
           PERFORM 8500-LOAN-PAYOFF
           ADD WS-PAYOFF TO WS-PS-LOANS
           MOVE 'LOAN-PAYOFF' TO WS-RW-ITEM
           MOVE 'Pelunasan pinjaman' TO WS-RW-LABEL
           MOVE WS-IT-ID TO WS-RW-REF
           COMPUTE WS-RW-AMOUNT = ZEROS - WS-PAYOFF
           MOVE WS-INTEREST TO WS-AMT-D
           MOVE SPACES TO WS-RW-NOTE
           STRING 'interest ' FUNCTION TRIM(WS-AMT-D)
               DELIMITED SIZE INTO WS-RW-NOTE
           END-STRING
           PERFORM 5900-EMIT-ROW
           IF NOT WS-APPLYING
               EXIT PARAGRAPH
           END-IF
           MOVE WS-EA-ACCT(1) TO WS-POST-ACCT
           MOVE WS-PAYOFF TO WS-MOVE-AMOUNT
           MOVE 'LN-PAYOFF' TO WS-TXN-TYPE
           MOVE SPACES TO WS-AUDIT-EXTRA
           STRING 'loan_id=' FUNCTION TRIM(WS-IT-ID)
                  ' interest=' FUNCTION TRIM(WS-AMT-D)
               DELIMITED SIZE INTO WS-AUDIT-EXTRA
           END-STRING
           PERFORM 6400-DEBIT-ACCOUNT
           IF NOT WS-POST-IS-OK
               EXIT PARAGRAPH
           END-IF
           MOVE 'balance' TO WS-SET-NAME
           MOVE '0.00' TO WS-SET-VALUE
           PERFORM 7300-SET-LINE-TOKEN
           MOVE 'arrears' TO WS-SET-NAME
           MOVE '0' TO WS-SET-VALUE
           PERFORM 7300-SET-LINE-TOKEN
           MOVE 'status' TO WS-SET-NAME
           MOVE 'PAID' TO WS-SET-VALUE
           PERFORM 7300-SET-LINE-TOKEN
           IF WS-PL-COUNT < 100
               ADD 1 TO WS-PL-COUNT
               MOVE WS-IT-ID TO WS-PL-LOAN-ID(WS-PL-COUNT)
           END-IF.

      * a loan paid off frees its guarantors' holds, as CFLOAN does
      * when a loan stops being OPEN
       5700-RELEASE-GUARANTEES.
           IF WS-PL-COUNT = ZEROS
               EXIT PARAGRAPH
           END-IF
           MOVE WS-GUAR-FILE TO WS-LINE-FILE
           PERFORM 7000-LOAD-LINE-FILE
           MOVE 1 TO WS-FL-IDX
           PERFORM UNTIL WS-FL-IDX > WS-FL-COUNT
               PERFORM 5750-GUARANTEE-ONE-LINE
               ADD 1 TO WS-FL-IDX
           END-PERFORM
           IF WS-FL-IS-CHANGED
               PERFORM 7100-REWRITE-LINE-FILE
           END-IF.

       5750-GUARANTEE-ONE-LINE.
           PERFORM 7200-PARSE-ITEM-LINE
           IF WS-IT-STATUS NOT = 'HELD'
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-PL-IDX
           PERFORM UNTIL WS-PL-IDX > WS-PL-COUNT OR
                   WS-PL-LOAN-ID(WS-PL-IDX) = WS-IT-ID
               ADD 1 TO WS-PL-IDX
           END-PERFORM
           IF WS-PL-IDX > WS-PL-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-IT-ACCT TO AM-ACCT-ID
           READ ACCOUNT-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SUBTRACT WS-IT-HELD FROM AM-HOLD-TOTAL
                   IF AM-HOLD-TOTAL < ZEROS
                       MOVE ZEROS TO AM-HOLD-TOTAL
                   END-IF
                   REWRITE ACCOUNT-MASTER-RECORD
           END-READ
           MOVE 'held' TO WS-SET-NAME
           MOVE '0.00' TO WS-SET-VALUE
           PERFORM 7300-SET-LINE-TOKEN
           MOVE 'status' TO WS-SET-NAME
           MOVE 'RELEASED' TO WS-SET-VALUE
           PERFORM 7300-SET-LINE-TOKEN.

      * one position row - JSON to stdout and a line on the heir
      * statement
       5900-EMIT-ROW.
           IF NOT WS-EMITTING
               EXIT PARAGRAPH
           END-IF
           IF WS-FIRST-REC = 'N'
               DISPLAY ','
           END-IF
           MOVE WS-RW-AMOUNT TO WS-AMT-D
           MOVE SPACES TO WS-OUT
           STRING
               '{"item":"' DELIMITED SIZE
               FUNCTION TRIM(WS-RW-ITEM) DELIMITED SIZE
               '","ref":"' DELIMITED SIZE
               FUNCTION TRIM(WS-RW-REF) DELIMITED SIZE
               '","amount":' DELIMITED SIZE
               FUNCTION TRIM(WS-AMT-D) DELIMITED SIZE
               ',"note":"' DELIMITED SIZE
               FUNCTION TRIM(WS-RW-NOTE) DELIMITED SIZE
               '"}' DELIMITED SIZE
               INTO WS-OUT
           END-STRING
           DISPLAY FUNCTION TRIM(WS-OUT)
           MOVE 'N' TO WS-FIRST-REC
           MOVE WS-RW-LABEL TO WS-SD-LABEL
           MOVE WS-RW-REF TO WS-SD-REF
           MOVE WS-RW-AMOUNT TO WS-SD-AMOUNT
           MOVE WS-RW-NOTE TO WS-SD-NOTE
           MOVE WS-STMT-DETAIL TO STMT-RECORD
           PERFORM 5970-WRITE-STMT-LINE.

      * the heir statement, in CFSTMT's layout - provisional from
      * POSITION, final from APPROVE
       5950-OPEN-STATEMENT.
           IF FUNCTION TRIM(WS-STMT-FILE) = SPACES
               STRING 'CFESTATE-' FUNCTION TRIM(WS-MEMBER-NO) '.TXT'
                   DELIMITED SIZE INTO WS-STMT-FILE
               END-STRING
           END-IF
           OPEN OUTPUT STMT-FILE
           IF WS-STMT-STATUS NOT = '00'
               DISPLAY 'WARNING: cannot write statement '
                   FUNCTION TRIM(WS-STMT-FILE) UPON SYSERR
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-STMT-OPEN-FLAG
           MOVE
               '======================================================'
               TO STMT-RECORD
           PERFORM 5970-WRITE-STMT-LINE
           MOVE '   COMMUNITYFINANCE - PERHITUNGAN HARTA PENINGGALAN'
               TO STMT-RECORD
           PERFORM 5970-WRITE-STMT-LINE
           MOVE SPACES TO STMT-RECORD
           STRING 'Anggota     : ' DELIMITED SIZE
               FUNCTION TRIM(WS-MEMBER-NO) DELIMITED SIZE
               '  ' DELIMITED SIZE
               FUNCTION TRIM(WS-MEMBER-NAME) DELIMITED SIZE
               INTO STMT-RECORD
           END-STRING
           PERFORM 5970-WRITE-STMT-LINE
           MOVE SPACES TO STMT-RECORD
           STRING 'Meninggal   : ' DELIMITED SIZE
               WS-DEATH-ON-FILE DELIMITED SIZE
               '   Per tanggal : ' DELIMITED SIZE
               FUNCTION TRIM(WS-BUSINESS-DATE) DELIMITED SIZE
               INTO STMT-RECORD
           END-STRING
           PERFORM 5970-WRITE-STMT-LINE
           MOVE SPACES TO STMT-RECORD
           IF WS-APPLYING
               STRING 'FINAL ' DELIMITED SIZE
                   FUNCTION TRIM(WS-ESTATE-ID) DELIMITED SIZE
                   ' - ahli waris : ' DELIMITED SIZE
                   FUNCTION TRIM(WS-HEIR-NAME) DELIMITED SIZE
                   ' rekening ' DELIMITED SIZE
                   FUNCTION TRIM(WS-HEIR-ACCT) DELIMITED SIZE
                   INTO STMT-RECORD
               END-STRING
           ELSE
               MOVE 'SEMENTARA - belum dibayarkan' TO STMT-RECORD
           END-IF
           PERFORM 5970-WRITE-STMT-LINE
           MOVE
               '------------------------------------------------------'
               TO STMT-RECORD
           PERFORM 5970-WRITE-STMT-LINE.

       5960-CLOSE-STATEMENT.
           IF NOT WS-STMT-IS-OPEN
               EXIT PARAGRAPH
           END-IF
           MOVE
               '------------------------------------------------------'
               TO STMT-RECORD
           PERFORM 5970-WRITE-STMT-LINE
           MOVE 'Jumlah harta' TO WS-ST-LABEL
           MOVE WS-PS-GROSS TO WS-ST-AMOUNT
           MOVE WS-STMT-TOTAL TO STMT-RECORD
           PERFORM 5970-WRITE-STMT-LINE
           MOVE 'Jumlah pelunasan pinjaman' TO WS-ST-LABEL
           MOVE WS-PS-LOANS TO WS-ST-AMOUNT
           MOVE WS-STMT-TOTAL TO STMT-RECORD
           PERFORM 5970-WRITE-STMT-LINE
           MOVE 'Pajak dipotong' TO WS-ST-LABEL
           MOVE WS-PS-TAX TO WS-ST-AMOUNT
           MOVE WS-STMT-TOTAL TO STMT-RECORD
           PERFORM 5970-WRITE-STMT-LINE
           IF WS-PS-NET < ZEROS
               MOVE '*** KEKURANGAN - pinjaman melebihi harta ***'
                   TO WS-ST-LABEL
           ELSE
               MOVE 'Bersih untuk ahli waris' TO WS-ST-LABEL
           END-IF
           MOVE WS-PS-NET TO WS-ST-AMOUNT
           MOVE WS-STMT-TOTAL TO STMT-RECORD
           PERFORM 5970-WRITE-STMT-LINE
           IF WS-PS-HELD > ZEROS
               MOVE '*** DANA DITAHAN - belum dapat diselesaikan ***'
                   TO WS-ST-LABEL
               MOVE WS-PS-HELD TO WS-ST-AMOUNT
               MOVE WS-STMT-TOTAL TO STMT-RECORD
               PERFORM 5970-WRITE-STMT-LINE
           END-IF
           MOVE
               '======================================================'
               TO STMT-RECORD
           PERFORM 5970-WRITE-STMT-LINE
           CLOSE STMT-FILE
           MOVE 'N' TO WS-STMT-OPEN-FLAG.

       5970-WRITE-STMT-LINE.
           IF WS-STMT-IS-OPEN
               WRITE STMT-RECORD
           END-IF.

       5980-EMIT-SUMMARY.
           MOVE WS-EA-COUNT TO WS-CNT-D
           MOVE WS-PS-SAVINGS TO WS-TOT-D
           MOVE SPACES TO WS-OUT
           STRING
               '],"summary":{"accounts":' DELIMITED SIZE
               FUNCTION TRIM(WS-CNT-D) DELIMITED SIZE
               ',"savings":' DELIMITED SIZE
               FUNCTION TRIM(WS-TOT-D) DELIMITED SIZE
               INTO WS-OUT
           END-STRING
           DISPLAY FUNCTION TRIM(WS-OUT) WITH NO ADVANCING
           MOVE WS-PS-EARMARK TO WS-TOT-D
           MOVE WS-PS-ACCR-NET TO WS-AMT-D
           MOVE SPACES TO WS-OUT
           STRING
               ',"earmarks_released":' DELIMITED SIZE
               FUNCTION TRIM(WS-TOT-D) DELIMITED SIZE
               ',"accrued_interest_net":' DELIMITED SIZE
               FUNCTION TRIM(WS-AMT-D) DELIMITED SIZE
               INTO WS-OUT
           END-STRING
           DISPLAY FUNCTION TRIM(WS-OUT) WITH NO ADVANCING
           MOVE WS-PS-TD-PAYOUT TO WS-TOT-D
           MOVE WS-PS-TAX TO WS-AMT-D
           MOVE SPACES TO WS-OUT
           STRING
               ',"term_deposits":' DELIMITED SIZE
               FUNCTION TRIM(WS-TOT-D) DELIMITED SIZE
               ',"tax_withheld":' DELIMITED SIZE
               FUNCTION TRIM(WS-AMT-D) DELIMITED SIZE
               INTO WS-OUT
           END-STRING
           DISPLAY FUNCTION TRIM(WS-OUT) WITH NO ADVANCING
           MOVE WS-PS-LOANS TO WS-TOT-D
           MOVE WS-PS-HELD TO WS-AMT-D
           MOVE SPACES TO WS-OUT
           STRING
               ',"loans_payoff":' DELIMITED SIZE
               FUNCTION TRIM(WS-TOT-D) DELIMITED SIZE
               ',"held":' DELIMITED SIZE
               FUNCTION TRIM(WS-AMT-D) DELIMITED SIZE
               INTO WS-OUT
           END-STRING
           DISPLAY FUNCTION TRIM(WS-OUT) WITH NO ADVANCING
           MOVE WS-PS-NET TO WS-TOT-D
           MOVE WS-PS-PAID TO WS-AMT-D
           MOVE SPACES TO WS-OUT
           STRING
               ',"net_estate":' DELIMITED SIZE
               FUNCTION TRIM(WS-TOT-D) DELIMITED SIZE
               ',"paid_to_heir":' DELIMITED SIZE
               FUNCTION TRIM(WS-AMT-D) DELIMITED SIZE
               ',"statement_file":"' DELIMITED SIZE
               FUNCTION TRIM(WS-STMT-FILE) DELIMITED SIZE
               '","blocked_by":"' DELIMITED SIZE
               FUNCTION TRIM(WS-REFUSAL) DELIMITED SIZE
               '"}}' DELIMITED SIZE
               INTO WS-OUT
           END-STRING
           DISPLAY FUNCTION TRIM(WS-OUT).

      *----------------------------------------------------------------
      * member links - the accounts the member holds alone are the
      * estate, the joint ones go to the survivors
      *----------------------------------------------------------------
       6000-LOAD-LINKS.
           MOVE WS-LINK-FILE TO WS-LINE-FILE
           PERFORM 7000-LOAD-LINE-FILE
           MOVE ZEROS TO WS-LK-COUNT
           MOVE 1 TO WS-FL-IDX
           PERFORM UNTIL WS-FL-IDX > WS-FL-COUNT
               PERFORM 7200-PARSE-ITEM-LINE
               ADD 1 TO WS-LK-COUNT
               MOVE WS-IT-MEMBER TO WS-LK-MEMBER(WS-LK-COUNT)
               MOVE WS-IT-ACCT   TO WS-LK-ACCT(WS-LK-COUNT)
               ADD 1 TO WS-FL-IDX
           END-PERFORM.

       6050-COUNT-HOLDERS.
           MOVE ZEROS TO WS-HOLDER-COUNT
           MOVE 1 TO WS-LK-IDX
           PERFORM UNTIL WS-LK-IDX > WS-LK-COUNT
               IF WS-LK-ACCT(WS-LK-IDX) = WS-HOLDER-ACCT
                   ADD 1 TO WS-HOLDER-COUNT
               END-IF
               ADD 1 TO WS-LK-IDX
           END-PERFORM.

       6100-BUILD-ESTATE-LIST.
           MOVE ZEROS TO WS-EA-COUNT WS-JA-COUNT
           MOVE 1 TO WS-FL-IDX
           PERFORM UNTIL WS-FL-IDX > WS-LK-COUNT
               IF WS-LK-MEMBER(WS-FL-IDX) = WS-MEMBER-NO AND
                       WS-LK-ACCT(WS-FL-IDX) NOT = SPACES
                   PERFORM 6150-SORT-ONE-LINK
               END-IF
               ADD 1 TO WS-FL-IDX
           END-PERFORM.

       6150-SORT-ONE-LINK.
           MOVE WS-LK-ACCT(WS-FL-IDX) TO WS-HOLDER-ACCT
           PERFORM 6050-COUNT-HOLDERS
           IF WS-HOLDER-COUNT > 1
               IF WS-JA-COUNT >= 50
                   MOVE 'Y' TO WS-OVERFLOW-FLAG
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-JA-COUNT
               MOVE WS-LK-ACCT(WS-FL-IDX) TO WS-JA-ACCT(WS-JA-COUNT)
               MOVE WS-FL-IDX TO WS-JA-LINK-IDX(WS-JA-COUNT)
               MOVE WS-HOLDER-COUNT TO WS-JA-HOLDERS(WS-JA-COUNT)
           ELSE
               IF WS-EA-COUNT >= 50
                   MOVE 'Y' TO WS-OVERFLOW-FLAG
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-EA-COUNT
               MOVE WS-LK-ACCT(WS-FL-IDX) TO WS-EA-ACCT(WS-EA-COUNT)
               MOVE WS-FL-IDX TO WS-EA-LINK-IDX(WS-EA-COUNT)
           END-IF.

      * WS-EA-IDX of WS-SEEK-ACCT in the estate, zero when it is not
      * an estate account
       6200-FIND-ESTATE-ACCT.
           MOVE 1 TO WS-EA-IDX
           PERFORM UNTIL WS-EA-IDX > WS-EA-COUNT OR
                   WS-EA-ACCT(WS-EA-IDX) = WS-SEEK-ACCT
               ADD 1 TO WS-EA-IDX
           END-PERFORM
           IF WS-EA-IDX > WS-EA-COUNT
               MOVE ZEROS TO WS-EA-IDX
           END-IF.

      *----------------------------------------------------------------
      * master postings - the estate accounts are FROZEN and are
      * moved by this program only; the heir's account must be
      * ACTIVE like any other credit. Every movement leaves one
      * CFTRXVAL-format audit entry
      *----------------------------------------------------------------
       6400-DEBIT-ACCOUNT.
           MOVE 'N' TO WS-POST-OK-FLAG
           MOVE WS-POST-ACCT TO AM-ACCT-ID
           READ ACCOUNT-MASTER
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF WS-MOVE-AMOUNT > AM-BALANCE - AM-HOLD-TOTAL
               DISPLAY 'WARNING: ' FUNCTION TRIM(WS-TXN-TYPE)
                   ' not covered on ' FUNCTION TRIM(WS-POST-ACCT)
                   UPON SYSERR
               EXIT PARAGRAPH
           END-IF
           MOVE AM-BALANCE TO WS-OLD-BALANCE
           COMPUTE WS-NEW-BALANCE = AM-BALANCE - WS-MOVE-AMOUNT
           MOVE WS-NEW-BALANCE TO AM-BALANCE
           MOVE WS-CUR-DATE TO AM-LAST-ACTIVITY
           REWRITE ACCOUNT-MASTER-RECORD
           PERFORM 8000-WRITE-AUDIT-LINE
           MOVE 'Y' TO WS-POST-OK-FLAG.

       6500-CREDIT-ACCOUNT.
           MOVE 'N' TO WS-POST-OK-FLAG
           MOVE WS-POST-ACCT TO AM-ACCT-ID
           READ ACCOUNT-MASTER
               INVALID KEY
                   DISPLAY 'WARNING: account not on file: '
                       FUNCTION TRIM(WS-POST-ACCT) UPON SYSERR
                   EXIT PARAGRAPH
           END-READ
           IF AM-IS-CLOSED
               DISPLAY 'WARNING: account is CLOSED: '
                   FUNCTION TRIM(WS-POST-ACCT) UPON SYSERR
               EXIT PARAGRAPH
           END-IF
           MOVE AM-BALANCE TO WS-OLD-BALANCE
           COMPUTE WS-NEW-BALANCE = AM-BALANCE + WS-MOVE-AMOUNT
           MOVE WS-NEW-BALANCE TO AM-BALANCE
           MOVE WS-CUR-DATE TO AM-LAST-ACTIVITY
           REWRITE ACCOUNT-MASTER-RECORD
           PERFORM 8000-WRITE-AUDIT-LINE
           MOVE 'Y' TO WS-POST-OK-FLAG.

       6900-OPEN-MASTER.
           IF NOT WS-MASTER-IS-OPEN
               OPEN I-O ACCOUNT-MASTER
               IF WS-MASTER-STATUS NOT = '00'
                   DISPLAY '{"error":"Cannot open account master: '
                       FUNCTION TRIM(WS-MASTER-FILE) '"}'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE 'Y' TO WS-MASTER-OPEN-FLAG
           END-IF.

       6950-CLOSE-MASTER.
           IF WS-MASTER-IS-OPEN
               CLOSE ACCOUNT-MASTER
               MOVE 'N' TO WS-MASTER-OPEN-FLAG
           END-IF.

      *----------------------------------------------------------------
      * line files - loaded whole into WS-FL-TABLE, a matched line
      * changed by rewriting only the fields it must, and the file
      * rebuilt from the table
      *----------------------------------------------------------------
       7000-LOAD-LINE-FILE.
           MOVE ZEROS TO WS-FL-COUNT
           MOVE 'N' TO WS-FL-TRUNC-FLAG
           MOVE 'N' TO WS-FL-CHANGED-FLAG
           OPEN INPUT LINE-FILE
           IF WS-LINE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ LINE-FILE INTO LINE-RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END PERFORM 7050-LOAD-ONE-LINE
               END-READ
           END-PERFORM
           CLOSE LINE-FILE
           MOVE 'N' TO WS-EOF
           IF WS-FL-IS-TRUNCATED
               MOVE 'Y' TO WS-OVERFLOW-FLAG
           END-IF.

       7050-LOAD-ONE-LINE.
           IF FUNCTION TRIM(LINE-RECORD) = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-FL-COUNT >= 20000
               MOVE 'Y' TO WS-FL-TRUNC-FLAG
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-FL-COUNT
           MOVE LINE-RECORD TO WS-FL-LINE(WS-FL-COUNT)
           MOVE 'N' TO WS-FL-DROP(WS-FL-COUNT).

       7100-REWRITE-LINE-FILE.
           IF WS-FL-IS-TRUNCATED
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT LINE-FILE
           MOVE 1 TO WS-FL-IDX
           PERFORM UNTIL WS-FL-IDX > WS-FL-COUNT
               IF WS-FL-DROP(WS-FL-IDX) NOT = 'Y'
                   MOVE WS-FL-LINE(WS-FL-IDX) TO LINE-RECORD
                   WRITE LINE-RECORD
               END-IF
               ADD 1 TO WS-FL-IDX
           END-PERFORM
           CLOSE LINE-FILE.

       7200-PARSE-ITEM-LINE.
           MOVE SPACES TO WS-IT-ID WS-IT-ACCT WS-IT-MEMBER
               WS-IT-STATUS WS-IT-START WS-IT-MATURITY WS-IT-NEXT-DUE
           MOVE ZEROS TO WS-IT-EARMARKED WS-IT-AMOUNT WS-IT-PRINCIPAL
               WS-IT-RATE WS-IT-BALANCE WS-IT-HELD
           MOVE FUNCTION TRIM(WS-FL-LINE(WS-FL-IDX)) TO WS-REMAIN
           PERFORM UNTIL FUNCTION TRIM(WS-REMAIN) = SPACES
               PERFORM 8100-EXTRACT-TOKEN
               IF FUNCTION TRIM(WS-TOKEN) NOT = SPACES
                   PERFORM 7250-PARSE-ITEM-TOKEN
               END-IF
           END-PERFORM.

       7250-PARSE-ITEM-TOKEN.
           MOVE ZERO TO WS-POS
           INSPECT WS-TOKEN TALLYING WS-POS FOR CHARACTERS BEFORE '='
           IF WS-POS > 0 AND WS-POS < 399
               MOVE WS-TOKEN(1:WS-POS) TO WS-FIELD-NAME
               MOVE WS-TOKEN(WS-POS + 2:) TO WS-FIELD-VAL
               EVALUATE FUNCTION TRIM(WS-FIELD-NAME)
                   WHEN 'goal_id'
                   WHEN 'td_id'
                   WHEN 'loan_id'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL) TO WS-IT-ID
                   WHEN 'account_id'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL) TO WS-IT-ACCT
                   WHEN 'member'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-IT-MEMBER
                   WHEN 'status'
                       MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
                           WS-FIELD-VAL)) TO WS-IT-STATUS
                   WHEN 'earmarked'
                       MOVE FUNCTION NUMVAL(WS-FIELD-VAL)
                           TO WS-IT-EARMARKED
                   WHEN 'amount'
                       MOVE FUNCTION NUMVAL(WS-FIELD-VAL)
                           TO WS-IT-AMOUNT
                   WHEN 'principal'
                       MOVE FUNCTION NUMVAL(WS-FIELD-VAL)
                           TO WS-IT-PRINCIPAL
                   WHEN 'rate'
                       MOVE FUNCTION NUMVAL(WS-FIELD-VAL)
                           TO WS-IT-RATE
                   WHEN 'start'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL) TO WS-IT-START
                   WHEN 'maturity'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-IT-MATURITY
                   WHEN 'balance'
                       MOVE FUNCTION NUMVAL(WS-FIELD-VAL)
                           TO WS-IT-BALANCE
                   WHEN 'next_due'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-IT-NEXT-DUE
                   WHEN 'held'
                       MOVE FUNCTION NUMVAL(WS-FIELD-VAL)
                           TO WS-IT-HELD
               END-EVALUATE
           END-IF.

      * WS-SET-NAME's value on the current line replaced by
      * WS-SET-VALUE; every other field is carried as it stands
       7300-SET-LINE-TOKEN.
           MOVE FUNCTION TRIM(WS-FL-LINE(WS-FL-IDX)) TO WS-REMAIN
           MOVE SPACES TO WS-REBUILT
           MOVE 1 TO WS-RB-PTR
           PERFORM UNTIL FUNCTION TRIM(WS-REMAIN) = SPACES
               PERFORM 8100-EXTRACT-TOKEN
               MOVE ZERO TO WS-POS
               INSPECT WS-TOKEN TALLYING WS-POS
                   FOR CHARACTERS BEFORE '='
               IF WS-POS > 0 AND WS-POS < 31 AND
                       WS-TOKEN(1:WS-POS) = WS-SET-NAME
                   STRING WS-TOKEN(1:WS-POS) '='
                          FUNCTION TRIM(WS-SET-VALUE) ' '
                       DELIMITED SIZE INTO WS-REBUILT
                       WITH POINTER WS-RB-PTR
                   END-STRING
               ELSE
                   STRING FUNCTION TRIM(WS-TOKEN) ' '
                       DELIMITED SIZE INTO WS-REBUILT
                       WITH POINTER WS-RB-PTR
                   END-STRING
               END-IF
           END-PERFORM
           MOVE WS-REBUILT TO WS-FL-LINE(WS-FL-IDX)
           MOVE 'Y' TO WS-FL-CHANGED-FLAG.

      *----------------------------------------------------------------
      * the settlement queue
      *----------------------------------------------------------------
       7400-LOAD-QUEUE.
           MOVE ZEROS TO WS-EQ-COUNT
           OPEN INPUT QUEUE-FILE
           IF WS-QUEUE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ QUEUE-FILE INTO QUEUE-RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM 7450-LOAD-ONE-ESTATE
               END-READ
           END-PERFORM
           CLOSE QUEUE-FILE
           MOVE 'N' TO WS-EOF.

       7450-LOAD-ONE-ESTATE.
           IF FUNCTION TRIM(QUEUE-RECORD) = SPACES OR
                   WS-EQ-COUNT >= 2000
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-EQ-IN-ID WS-EQ-IN-MEMBER
               WS-EQ-IN-HEIR-ACCT WS-EQ-IN-MAKER WS-EQ-IN-MADE-ON
               WS-EQ-IN-STATE WS-EQ-IN-CHECKER WS-EQ-IN-NAME
           MOVE ZEROS TO WS-EQ-IN-AMOUNT WS-EQ-IN-TAX-RATE
               WS-EQ-IN-PAID
      * the heir's name may carry spaces - it is the rest of the line
           MOVE ZERO TO WS-POS
           INSPECT QUEUE-RECORD TALLYING WS-POS
               FOR CHARACTERS BEFORE INITIAL ' name='
           IF WS-POS < 294
               MOVE QUEUE-RECORD(WS-POS + 7:) TO WS-EQ-IN-NAME
               MOVE QUEUE-RECORD(1:WS-POS) TO WS-REMAIN
           ELSE
               MOVE QUEUE-RECORD TO WS-REMAIN
           END-IF
           PERFORM UNTIL FUNCTION TRIM(WS-REMAIN) = SPACES
               PERFORM 8100-EXTRACT-TOKEN
               IF FUNCTION TRIM(WS-TOKEN) NOT = SPACES
                   PERFORM 7470-PARSE-QUEUE-TOKEN
               END-IF
           END-PERFORM
           IF FUNCTION TRIM(WS-EQ-IN-ID) = SPACES
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-EQ-COUNT
           MOVE WS-EQ-IN-ID        TO WS-EQ-ID(WS-EQ-COUNT)
           MOVE WS-EQ-IN-MEMBER    TO WS-EQ-MEMBER(WS-EQ-COUNT)
           MOVE WS-EQ-IN-HEIR-ACCT TO WS-EQ-HEIR-ACCT(WS-EQ-COUNT)
           MOVE WS-EQ-IN-AMOUNT    TO WS-EQ-AMOUNT(WS-EQ-COUNT)
           MOVE WS-EQ-IN-TAX-RATE  TO WS-EQ-TAX-RATE(WS-EQ-COUNT)
           MOVE WS-EQ-IN-MAKER     TO WS-EQ-MAKER(WS-EQ-COUNT)
           MOVE WS-EQ-IN-MADE-ON   TO WS-EQ-MADE-ON(WS-EQ-COUNT)
           MOVE WS-EQ-IN-STATE     TO WS-EQ-STATE(WS-EQ-COUNT)
           MOVE WS-EQ-IN-CHECKER   TO WS-EQ-CHECKER(WS-EQ-COUNT)
           MOVE WS-EQ-IN-PAID      TO WS-EQ-PAID(WS-EQ-COUNT)
           MOVE WS-EQ-IN-NAME      TO WS-EQ-NAME(WS-EQ-COUNT).

       7470-PARSE-QUEUE-TOKEN.
           MOVE ZERO TO WS-POS
           INSPECT WS-TOKEN TALLYING WS-POS FOR CHARACTERS BEFORE '='
           IF WS-POS > 0 AND WS-POS < 399
               MOVE WS-TOKEN(1:WS-POS) TO WS-FIELD-NAME
               MOVE WS-TOKEN(WS-POS + 2:) TO WS-FIELD-VAL
               EVALUATE FUNCTION TRIM(WS-FIELD-NAME)
                   WHEN 'estate_id'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-EQ-IN-ID
                   WHEN 'member'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-EQ-IN-MEMBER
                   WHEN 'heir_account'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-EQ-IN-HEIR-ACCT
                   WHEN 'amount'
                       MOVE FUNCTION NUMVAL(WS-FIELD-VAL)
                           TO WS-EQ-IN-AMOUNT
                   WHEN 'tax_rate'
                       MOVE FUNCTION NUMVAL(WS-FIELD-VAL)
                           TO WS-EQ-IN-TAX-RATE
                   WHEN 'maker'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-EQ-IN-MAKER
                   WHEN 'made_on'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-EQ-IN-MADE-ON
                   WHEN 'state'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-EQ-IN-STATE
                   WHEN 'checker'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-EQ-IN-CHECKER
                   WHEN 'paid'
                       MOVE FUNCTION NUMVAL(WS-FIELD-VAL)
                           TO WS-EQ-IN-PAID
               END-EVALUATE
           END-IF.

       7500-REWRITE-QUEUE.
           OPEN OUTPUT QUEUE-FILE
           MOVE 1 TO WS-EQ-IDX
           PERFORM UNTIL WS-EQ-IDX > WS-EQ-COUNT
               PERFORM 7550-WRITE-ONE-ESTATE
               ADD 1 TO WS-EQ-IDX
           END-PERFORM
           CLOSE QUEUE-FILE.

       7550-WRITE-ONE-ESTATE.
           MOVE WS-EQ-AMOUNT(WS-EQ-IDX)   TO WS-AMT-D
           MOVE WS-EQ-PAID(WS-EQ-IDX)     TO WS-NEWBAL-D
           MOVE WS-EQ-TAX-RATE(WS-EQ-IDX) TO WS-RATE-D
           MOVE SPACES TO QUEUE-RECORD
           STRING
               'estate_id=' DELIMITED SIZE
               FUNCTION TRIM(WS-EQ-ID(WS-EQ-IDX)) DELIMITED SIZE
               ' member=' DELIMITED SIZE
               FUNCTION TRIM(WS-EQ-MEMBER(WS-EQ-IDX)) DELIMITED SIZE
               ' heir_account=' DELIMITED SIZE
               FUNCTION TRIM(WS-EQ-HEIR-ACCT(WS-EQ-IDX))
                   DELIMITED SIZE
               ' amount=' DELIMITED SIZE
               FUNCTION TRIM(WS-AMT-D) DELIMITED SIZE
               ' tax_rate=' DELIMITED SIZE
               FUNCTION TRIM(WS-RATE-D) DELIMITED SIZE
               ' maker=' DELIMITED SIZE
               FUNCTION TRIM(WS-EQ-MAKER(WS-EQ-IDX)) DELIMITED SIZE
               ' made_on=' DELIMITED SIZE
               WS-EQ-MADE-ON(WS-EQ-IDX) DELIMITED SIZE
               ' state=' DELIMITED SIZE
               FUNCTION TRIM(WS-EQ-STATE(WS-EQ-IDX)) DELIMITED SIZE
               ' checker=' DELIMITED SIZE
               FUNCTION TRIM(WS-EQ-CHECKER(WS-EQ-IDX)) DELIMITED SIZE
               ' paid=' DELIMITED SIZE
               FUNCTION TRIM(WS-NEWBAL-D) DELIMITED SIZE
               ' name=' DELIMITED SIZE
               FUNCTION TRIM(WS-EQ-NAME(WS-EQ-IDX)) DELIMITED SIZE
               INTO QUEUE-RECORD
           END-STRING
           WRITE QUEUE-RECORD.

      * the CFTRXVAL audit shape, so statements, replay and the GL
      * export read the settlement like any other posting
       8000-WRITE-AUDIT-LINE.
           MOVE FUNCTION CURRENT-DATE TO WS-CUR-DATETIME
           MOVE WS-CUR-DATETIME(1:8)  TO WS-TIMESTAMP(1:8)
           MOVE '-'                   TO WS-TIMESTAMP(9:1)
           MOVE WS-CUR-DATETIME(9:6)  TO WS-TIMESTAMP(10:6)
           MOVE WS-MOVE-AMOUNT TO WS-AMT-D
           MOVE WS-OLD-BALANCE TO WS-OLDBAL-D
           MOVE WS-NEW-BALANCE TO WS-NEWBAL-D
           MOVE SPACES TO AUDIT-RECORD
           STRING
               'ref=' DELIMITED SIZE
               FUNCTION TRIM(WS-POST-ACCT) DELIMITED SIZE
               ' txn_type=' DELIMITED SIZE
               FUNCTION TRIM(WS-TXN-TYPE) DELIMITED SIZE
               ' amount=' DELIMITED SIZE
               FUNCTION TRIM(WS-AMT-D) DELIMITED SIZE
               ' old_balance=' DELIMITED SIZE
               FUNCTION TRIM(WS-OLDBAL-D) DELIMITED SIZE
               ' new_balance=' DELIMITED SIZE
               FUNCTION TRIM(WS-NEWBAL-D) DELIMITED SIZE
               ' status=OK currency=' DELIMITED SIZE
               FUNCTION TRIM(AM-CURRENCY) DELIMITED SIZE
               ' ' DELIMITED SIZE
               FUNCTION TRIM(WS-AUDIT-EXTRA) DELIMITED SIZE
               ' ts=' DELIMITED SIZE
               FUNCTION TRIM(WS-TIMESTAMP) DELIMITED SIZE
               INTO AUDIT-RECORD
           END-STRING
           PERFORM 8950-CHAIN-AUDIT-LINE
           OPEN EXTEND AUDIT-LOG
           IF WS-AUDIT-STATUS NOT = '00'
               CLOSE AUDIT-LOG
               OPEN OUTPUT AUDIT-LOG
           END-IF
           WRITE AUDIT-RECORD
           CLOSE AUDIT-LOG
           PERFORM 8990-SAVE-CHAIN-HEAD.

      * CFMEMBER's trail, so its action=AUDIT plays the death and
      * the freeze back with the rest of the member's history
       8050-WRITE-MEMBER-LOG.
           MOVE FUNCTION CURRENT-DATE TO WS-CUR-DATETIME
           MOVE WS-CUR-DATETIME(1:8)  TO WS-TIMESTAMP(1:8)
           MOVE '-'                   TO WS-TIMESTAMP(9:1)
           MOVE WS-CUR-DATETIME(9:6)  TO WS-TIMESTAMP(10:6)
           MOVE SPACES TO MEMBER-LOG-RECORD
           STRING
               'ts=' DELIMITED SIZE
               FUNCTION TRIM(WS-TIMESTAMP) DELIMITED SIZE
               ' member_no=' DELIMITED SIZE
               FUNCTION TRIM(WS-MEMBER-NO) DELIMITED SIZE
               ' account_id=' DELIMITED SIZE
               FUNCTION TRIM(WS-LOG-ACCT) DELIMITED SIZE
               ' action=' DELIMITED SIZE
               FUNCTION TRIM(WS-MEMBER-WHAT) DELIMITED SIZE
               INTO MEMBER-LOG-RECORD
           END-STRING
           OPEN EXTEND MEMBER-LOG
           IF WS-MEMLOG-STATUS NOT = '00'
               CLOSE MEMBER-LOG
               OPEN OUTPUT MEMBER-LOG
           END-IF
           WRITE MEMBER-LOG-RECORD
           CLOSE MEMBER-LOG.

      * the same line shape CFACCTMNT writes, so its action=AUDIT
      * plays the freeze back alongside deliberate operator changes
       8060-WRITE-STATUS-LINE.
           MOVE FUNCTION CURRENT-DATE TO WS-CUR-DATETIME
           MOVE WS-CUR-DATETIME(1:8)  TO WS-TIMESTAMP(1:8)
           MOVE '-'                   TO WS-TIMESTAMP(9:1)
           MOVE WS-CUR-DATETIME(9:6)  TO WS-TIMESTAMP(10:6)
           MOVE SPACES TO STATUS-RECORD
           STRING
               'ts=' DELIMITED SIZE
               FUNCTION TRIM(WS-TIMESTAMP) DELIMITED SIZE
               ' account_id=' DELIMITED SIZE
               FUNCTION TRIM(WS-LOG-ACCT) DELIMITED SIZE
               ' old_status=' DELIMITED SIZE
               FUNCTION TRIM(WS-OLD-STATUS) DELIMITED SIZE
               ' new_status=FROZEN' DELIMITED SIZE
               ' frozen_by=CFESTATE member_no=' DELIMITED SIZE
               FUNCTION TRIM(WS-MEMBER-NO) DELIMITED SIZE
               INTO STATUS-RECORD
           END-STRING
           PERFORM 8955-CHAIN-STATUS-LINE
           OPEN EXTEND STATUS-LOG
           IF WS-STATLOG-STATUS NOT = '00'
               CLOSE STATUS-LOG
               OPEN OUTPUT STATUS-LOG
           END-IF
           WRITE STATUS-RECORD
           CLOSE STATUS-LOG
           PERFORM 8990-SAVE-CHAIN-HEAD.

       8100-EXTRACT-TOKEN.
           MOVE ZERO TO WS-POS
           INSPECT WS-REMAIN TALLYING WS-POS FOR CHARACTERS BEFORE ' '
           IF WS-POS > 0
               MOVE WS-REMAIN(1:WS-POS) TO WS-TOKEN
               IF WS-POS < 399
                   MOVE WS-REMAIN(WS-POS + 2:) TO WS-REMAIN
                   MOVE FUNCTION TRIM(WS-REMAIN LEADING) TO WS-REMAIN
               ELSE
                   MOVE SPACES TO WS-REMAIN
               END-IF
           ELSE
               MOVE WS-REMAIN TO WS-TOKEN
               MOVE SPACES TO WS-REMAIN
           END-IF.

      *----------------------------------------------------------------
      * date helpers - YYYY-MM-DD to day number, and one month back
      * clamped to the month's real end, as CFLOAN does them
      *----------------------------------------------------------------
       8200-DATE-TO-DAY-NUMBER.
           MOVE ZEROS TO WS-DT-INT
           MOVE SPACES TO WS-DT-X8
           STRING WS-DT-STR(1:4) WS-DT-STR(6:2) WS-DT-STR(9:2)
               DELIMITED SIZE INTO WS-DT-X8
           END-STRING
           IF WS-DT-X8 IS NUMERIC AND
                   WS-DT-STR(5:1) = '-' AND WS-DT-STR(8:1) = '-'
               MOVE WS-DT-X8 TO WS-DT-NUM
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-DT-NUM) = ZEROS
                   COMPUTE WS-DT-INT =
                       FUNCTION INTEGER-OF-DATE(WS-DT-NUM)
               END-IF
           END-IF.

       8350-BUILD-CANDIDATE-DATE.
           MOVE SPACES TO WS-DT-STR
           STRING WS-DT-YY '-' WS-DT-MM '-' WS-DT-DD
               DELIMITED SIZE INTO WS-DT-STR
           END-STRING
           PERFORM 8200-DATE-TO-DAY-NUMBER.

       8360-SUBTRACT-ONE-MONTH.
           MOVE WS-DT-STR(1:4) TO WS-DT-YY
           MOVE WS-DT-STR(6:2) TO WS-DT-MM
           MOVE WS-DT-STR(9:2) TO WS-DT-DD
           IF WS-DT-MM = 1
               MOVE 12 TO WS-DT-MM
               SUBTRACT 1 FROM WS-DT-YY
           ELSE
               SUBTRACT 1 FROM WS-DT-MM
           END-IF
           PERFORM 8350-BUILD-CANDIDATE-DATE
           PERFORM UNTIL WS-DT-INT > ZEROS OR WS-DT-DD < 28
               SUBTRACT 1 FROM WS-DT-DD
               PERFORM 8350-BUILD-CANDIDATE-DATE
           END-PERFORM.

      * CFLOAN's payoff figure - the balance plus interest from the
      * date it was last paid up to (never before the start) to the
      * business date
       8500-LOAN-PAYOFF.
           MOVE ZEROS TO WS-INTEREST
           MOVE WS-IT-NEXT-DUE TO WS-DT-STR
           PERFORM 8360-SUBTRACT-ONE-MONTH
           MOVE WS-DT-STR TO WS-PAID-TO
           IF WS-PAID-TO < WS-IT-START
               MOVE WS-IT-START TO WS-PAID-TO
           END-IF
           MOVE WS-PAID-TO TO WS-DT-STR
           PERFORM 8200-DATE-TO-DAY-NUMBER
           IF WS-DT-INT > ZEROS AND WS-BIZ-INT > WS-DT-INT
               COMPUTE WS-DAYS = WS-BIZ-INT - WS-DT-INT
               COMPUTE WS-INTEREST ROUNDED =
                   WS-IT-BALANCE * WS-IT-RATE * WS-DAYS / 365
           END-IF
           COMPUTE WS-PAYOFF = WS-IT-BALANCE + WS-INTEREST.

       8600-WITHHOLD-TAX.
           MOVE ZEROS TO WS-TAX-AMT
           MOVE WS-INTEREST TO WS-NET-INTEREST
           IF WS-TAX-RATE > ZEROS AND WS-INTEREST > ZEROS
               COMPUTE WS-TAX-AMT ROUNDED =
                   WS-INTEREST * WS-TAX-RATE / 100
               COMPUTE WS-NET-INTEREST = WS-INTEREST - WS-TAX-AMT
           END-IF.

      *----------------------------------------------------------------
      * tamper-evident chain over the audit log: every line
      * appended ends in chain=, a running hash over the chain
      * value of the line before it and this line's own text, so
      * an edited, inserted or deleted line breaks every link after
      * it. The last value written is kept in the log's .chain head
      * file for the next writer; CFCHAIN walks the chain back
      *----------------------------------------------------------------
       8950-CHAIN-AUDIT-LINE.
           MOVE AUDIT-RECORD TO WS-CH-LINE
           MOVE SPACES TO WS-CHAIN-FILE
           STRING FUNCTION TRIM(WS-AUDIT-FILE) '.chain'
               DELIMITED SIZE INTO WS-CHAIN-FILE
           END-STRING
           PERFORM 8960-LOAD-CHAIN-HEAD
           IF NOT WS-CH-HEAD-FOUND
               PERFORM 8970-SCAN-AUDIT-CHAIN
           END-IF
           PERFORM 8980-HASH-CHAIN-LINE
           MOVE WS-CH-LINE TO AUDIT-RECORD.

      * CFACCTMNT's trail is chained the same way under its own
      * <status_log>.chain head; its lines are 200 wide, so the text
      * is cut at 175 there, as CFACCTMNT cuts it
       8955-CHAIN-STATUS-LINE.
           MOVE STATUS-RECORD TO WS-CH-LINE
           MOVE SPACES TO WS-CHAIN-FILE
           STRING FUNCTION TRIM(WS-STATUS-LOG) '.chain'
               DELIMITED SIZE INTO WS-CHAIN-FILE
           END-STRING
           PERFORM 8960-LOAD-CHAIN-HEAD
           IF NOT WS-CH-HEAD-FOUND
               PERFORM 8975-SCAN-STATUS-CHAIN
           END-IF
           MOVE 175 TO WS-CH-MAX
           PERFORM 8980-HASH-CHAIN-LINE
           MOVE 275 TO WS-CH-MAX
           MOVE WS-CH-LINE TO STATUS-RECORD.

       8960-LOAD-CHAIN-HEAD.
           MOVE ZEROS TO WS-CH-PREV
           MOVE 'N' TO WS-CH-HEAD-FLAG
           OPEN INPUT CHAIN-HEAD
           IF WS-CHAIN-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO CHAIN-HEAD-RECORD
           READ CHAIN-HEAD
               AT END MOVE SPACES TO CHAIN-HEAD-RECORD
           END-READ
           CLOSE CHAIN-HEAD
           IF CHAIN-HEAD-RECORD(1:6) = 'chain=' AND
                   CHAIN-HEAD-RECORD(7:18) IS NUMERIC
               MOVE CHAIN-HEAD-RECORD(7:18) TO WS-CH-PREV
               MOVE 'Y' TO WS-CH-HEAD-FLAG
           END-IF.

      * no head file yet - the chain value closing the log's last
      * line is where it stands; a log never chained starts afresh
       8970-SCAN-AUDIT-CHAIN.
           MOVE SPACES TO WS-CH-LAST
           OPEN INPUT AUDIT-LOG
           IF WS-AUDIT-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-CH-EOF
           PERFORM UNTIL WS-CH-EOF = 'Y'
               READ AUDIT-LOG
                   AT END MOVE 'Y' TO WS-CH-EOF
                   NOT AT END
                       IF AUDIT-RECORD NOT = SPACES
                           MOVE AUDIT-RECORD TO WS-CH-LAST
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AUDIT-LOG
           MOVE 400 TO WS-CH-LEN
           PERFORM UNTIL WS-CH-LEN = ZERO OR
                   WS-CH-LAST(WS-CH-LEN:1) NOT = SPACE
               SUBTRACT 1 FROM WS-CH-LEN
           END-PERFORM
           IF WS-CH-LEN < 25
               EXIT PARAGRAPH
           END-IF
           IF WS-CH-LAST(WS-CH-LEN - 24:7) = ' chain=' AND
                   WS-CH-LAST(WS-CH-LEN - 17:18) IS NUMERIC
               MOVE WS-CH-LAST(WS-CH-LEN - 17:18) TO WS-CH-PREV
           END-IF.

       8975-SCAN-STATUS-CHAIN.
           MOVE SPACES TO WS-CH-LAST
           OPEN INPUT STATUS-LOG
           IF WS-STATLOG-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-CH-EOF
           PERFORM UNTIL WS-CH-EOF = 'Y'
               READ STATUS-LOG
                   AT END MOVE 'Y' TO WS-CH-EOF
                   NOT AT END
                       IF STATUS-RECORD NOT = SPACES
                           MOVE STATUS-RECORD TO WS-CH-LAST
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STATUS-LOG
           MOVE 400 TO WS-CH-LEN
           PERFORM UNTIL WS-CH-LEN = ZERO OR
                   WS-CH-LAST(WS-CH-LEN:1) NOT = SPACE
               SUBTRACT 1 FROM WS-CH-LEN
           END-PERFORM
           IF WS-CH-LEN < 25
               EXIT PARAGRAPH
           END-IF
           IF WS-CH-LAST(WS-CH-LEN - 24:7) = ' chain=' AND
                   WS-CH-LAST(WS-CH-LEN - 17:18) IS NUMERIC
               MOVE WS-CH-LAST(WS-CH-LEN - 17:18) TO WS-CH-PREV
           END-IF.

      * the text is cut to leave room for the tag, trailing blanks
      * are not hashed; two lanes, each folding in every character
      * over its own prime, make up the 18-digit value
       8980-HASH-CHAIN-LINE.
           MOVE SPACES TO WS-CH-LINE(WS-CH-MAX + 1:)
           MOVE WS-CH-MAX TO WS-CH-LEN
           PERFORM UNTIL WS-CH-LEN = ZERO OR
                   WS-CH-LINE(WS-CH-LEN:1) NOT = SPACE
               SUBTRACT 1 FROM WS-CH-LEN
           END-PERFORM
           DIVIDE WS-CH-PREV BY 1000000000
               GIVING WS-CH-A REMAINDER WS-CH-B
           MOVE 1 TO WS-CH-POS
           PERFORM UNTIL WS-CH-POS > WS-CH-LEN
               COMPUTE WS-CH-A = FUNCTION MOD(WS-CH-A * 257
                   + FUNCTION ORD(WS-CH-LINE(WS-CH-POS:1)),
                   999999937)
               COMPUTE WS-CH-B = FUNCTION MOD(WS-CH-B * 263
                   + FUNCTION ORD(WS-CH-LINE(WS-CH-POS:1))
                   + WS-CH-POS, 999999929)
               ADD 1 TO WS-CH-POS
           END-PERFORM
           COMPUTE WS-CH-VALUE = WS-CH-A * 1000000000 + WS-CH-B
           COMPUTE WS-CH-PTR = WS-CH-LEN + 1
           STRING ' chain=' WS-CH-VALUE
               DELIMITED SIZE INTO WS-CH-LINE WITH POINTER WS-CH-PTR
           END-STRING.

      * the value just written is the one the next line chains from
       8990-SAVE-CHAIN-HEAD.
           OPEN OUTPUT CHAIN-HEAD
           IF WS-CHAIN-STATUS NOT = '00'
               DISPLAY 'WARNING: cannot write chain head file: '
                   FUNCTION TRIM(WS-CHAIN-FILE) UPON SYSERR
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO CHAIN-HEAD-RECORD
           STRING 'chain=' WS-CH-VALUE
               DELIMITED SIZE INTO CHAIN-HEAD-RECORD
           END-STRING
           WRITE CHAIN-HEAD-RECORD
           CLOSE CHAIN-HEAD.
