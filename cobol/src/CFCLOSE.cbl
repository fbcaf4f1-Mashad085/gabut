      *================================================================*
      * CFCLOSE.cbl - Account Closure Settlement                       *
      * Closing an account used to mean a walk round half a dozen      *
      * programs - release the goals in CFGOAL, wait for CFPOST to     *
      * capitalize the interest, move the money by hand, then ask      *
      * CFACCTMNT for CLOSED and find out it still had a hold. This    *
      * program does the settlement in one step and leaves the status  *
      * change itself to the normal CFACCTMNT maker-checker.           *
      * An account does not close while anything still depends on it: *
      * an open hold (CFWALLET), a SUSPENDED item in CFSUSP, an ACTIVE *
      * or PARKED standing instruction (CFSTAND), an OPEN loan or term *
      * deposit booked to it, a CFACCTMNT item already pending, or a   *
      * CFPAYOUT withdrawal not yet sent.                              *
      * On closure the OPEN CFGOAL goals are released (GOAL-RELEASE),  *
      * the accruals in CFBATCH's accrual file dated up to the closing *
      * date are capitalized net of withholding (CLOSE-INT) and taken  *
      * out of the file, as CFPOST does at month end, and the balance  *
      * is paid away - to a nominated account held by the same member  *
      * (CLOSE-OUT/CLOSE-IN), or to one of the member's registered     *
      * bank beneficiaries as a PENDING request in CFPAYOUT's queue,   *
      * approved and sent there like any other withdrawal. Last, a     *
      * STATUS CLOSED item is raised in CFACCTMNT's pending queue; its *
      * checker approves it once the balance is zero. The final        *
      * statement is cut by CFSTMT final=Y (jobs/account_closure.sh).  *
      * Args (key=value, any order):                                   *
      *   action=CHECK  - account_id= [closing_date=YYYY-MM-DD]        *
      *                   [tax_rate=N] what the closure would do, and  *
      *                   what stops it                                *
      *   action=CLOSE  - account_id= user_id=<maker> and either       *
      *                   pay_to=<account> or bank_code= and           *
      *                   bank_account=; [closing_date=] [tax_rate=]   *
      *                   A joint account is paid to a nominated       *
      *                   account only - a bank payout needs one       *
      *                   holder's beneficiary                         *
      *   closing_date=YYYY-MM-DD - default today, never in the future *
      *   tax_rate=N            - withholding on the capitalized       *
      *                           interest, percent                    *
      *   master_file=<path>    - default CFWALLET_ACCOUNTS.DAT        *
      *   link_file=<path>      - default CFMEMBER_LINKS.DAT           *
      *   benef_file=<path>     - default CFMEMBER_BENEF.DAT           *
      *   goal_file=<path>      - default CFGOAL_MASTER.DAT            *
      *   accrual_file=<path>   - default CFBATCH_ACCRUALS.DAT         *
      *   holds_file=<path>     - default CFWALLET_HOLDS.DAT           *
      *   suspense_file=<path>  - default CFSUSP_QUEUE.DAT             *
      *   si_file=<path>        - default CFSTAND_MASTER.DAT           *
      *   loan_file=<path>      - default CFLOAN_MASTER.DAT            *
      *   td_file=<path>        - default CFTDEP_MASTER.DAT            *
      *   pending_file=<path>   - CFACCTMNT's queue, default           *
      *                           CFACCTMNT_PENDING.DAT                *
      *   payout_queue=<path>   - CFPAYOUT's queue, default            *
      *                           CFPAYOUT_QUEUE.DAT                   *
      *   audit_log=<path>      - default CFTRXVAL_AUDIT.LOG           *
      *   system_date_file=<path> - default CFSYSDATE.DAT; its         *
      *       business date stands in for today when no date           *
      *       argument is given                                        *
      * Output stdout: one JSON object.                                *
      * RETURN-CODE 8 on a refused action, 4 when CHECK finds the      *
      * account cannot be closed yet.                                  *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CFCLOSE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. LINUX.
       OBJECT-COMPUTER. LINUX.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-MASTER ASSIGN TO DYNAMIC WS-MASTER-FILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-ACCT-ID
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT LINE-FILE ASSIGN TO DYNAMIC WS-LINE-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LINE-STATUS.
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
       FD  ACCOUNT-MASTER.
           COPY CF-ACCTMS.

      * one FD for every key=value line file in turn - links, goals,
      * accruals, holds, suspense, instructions, loans, deposits and
      * the two queues are each loaded whole into the table; a file
      * this program changes is rewritten whole, a queue it adds to
      * is appended to
       FD  LINE-FILE.
       01  LINE-RECORD         PIC X(400).

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
       01  WS-MASTER-FILE      PIC X(200) VALUE 'CFWALLET_ACCOUNTS.DAT'.
       01  WS-MASTER-STATUS    PIC XX VALUE SPACES.
       01  WS-LINE-FILE        PIC X(200) VALUE SPACES.
       01  WS-LINE-STATUS      PIC XX VALUE SPACES.
       01  WS-LINK-FILE        PIC X(200) VALUE 'CFMEMBER_LINKS.DAT'.
       01  WS-BENEF-FILE       PIC X(200) VALUE 'CFMEMBER_BENEF.DAT'.
       01  WS-GOAL-FILE        PIC X(200) VALUE 'CFGOAL_MASTER.DAT'.
       01  WS-ACCR-FILE        PIC X(200) VALUE 'CFBATCH_ACCRUALS.DAT'.
       01  WS-HOLDS-FILE       PIC X(200) VALUE 'CFWALLET_HOLDS.DAT'.
       01  WS-SUSPENSE-FILE    PIC X(200) VALUE 'CFSUSP_QUEUE.DAT'.
       01  WS-SI-FILE          PIC X(200) VALUE 'CFSTAND_MASTER.DAT'.
       01  WS-LOAN-FILE        PIC X(200) VALUE 'CFLOAN_MASTER.DAT'.
       01  WS-TD-FILE          PIC X(200) VALUE 'CFTDEP_MASTER.DAT'.
       01  WS-PENDING-FILE     PIC X(200) VALUE 'CFACCTMNT_PENDING.DAT'.
       01  WS-PAYQ-FILE        PIC X(200) VALUE 'CFPAYOUT_QUEUE.DAT'.
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
       01  WS-REMAIN           PIC X(400) VALUE SPACES.
       01  WS-TOKEN            PIC X(400) VALUE SPACES.

       01  WS-ACTION           PIC X(10) VALUE SPACES.
       01  WS-ACCOUNT-ID       PIC X(50) VALUE SPACES.
       01  WS-USER-ID          PIC X(20) VALUE SPACES.
       01  WS-PAY-TO           PIC X(50) VALUE SPACES.
       01  WS-BANK-CODE        PIC X(20) VALUE SPACES.
       01  WS-BANK-ACCOUNT     PIC X(40) VALUE SPACES.
       01  WS-CLOSING-DATE     PIC X(10) VALUE SPACES.
       01  WS-TAX-RATE         PIC 9(3)V99 VALUE ZEROS.
       01  WS-CUR-DATE         PIC X(8) VALUE SPACES.
       01  WS-TODAY-INT        PIC S9(9) COMP VALUE ZEROS.
       01  WS-CUR-DATETIME     PIC X(21) VALUE SPACES.
       01  WS-TIMESTAMP        PIC X(26) VALUE SPACES.

      * the account as the master holds it
       01  WS-ACCT-FLAG        PIC X VALUE 'N'.
           88  WS-ACCT-FOUND       VALUE 'Y'.
       01  WS-ACCT-STATUS      PIC X(8) VALUE SPACES.
       01  WS-ACCT-BALANCE     PIC S9(13)V99 VALUE ZEROS.
       01  WS-ACCT-HOLD        PIC S9(13)V99 VALUE ZEROS.
       01  WS-ACCT-EARMARK     PIC S9(13)V99 VALUE ZEROS.
       01  WS-ACCT-CURRENCY    PIC X(4) VALUE SPACES.

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
      * the lines past the end would be lost - so the closure is
      * refused instead
       01  WS-OVERFLOW-FLAG    PIC X VALUE 'N'.
           88  WS-HAS-OVERFLOW     VALUE 'Y'.

      * one item line parsed, whichever file is loaded - every file's
      * own id lands in WS-IT-ID, and a queue's state= is read as
      * its status
       01  WS-IT-ID            PIC X(30) VALUE SPACES.
       01  WS-IT-ACCT          PIC X(50) VALUE SPACES.
       01  WS-IT-TO            PIC X(50) VALUE SPACES.
       01  WS-IT-MEMBER        PIC X(20) VALUE SPACES.
       01  WS-IT-STATUS        PIC X(10) VALUE SPACES.
       01  WS-IT-EARMARKED     PIC 9(13)V99 VALUE ZEROS.
       01  WS-IT-AMOUNT        PIC S9(13)V99 VALUE ZEROS.
       01  WS-IT-DATE          PIC X(10) VALUE SPACES.
       01  WS-IT-BANK          PIC X(20) VALUE SPACES.
       01  WS-IT-BACCT         PIC X(40) VALUE SPACES.
       01  WS-IT-NAME          PIC X(50) VALUE SPACES.

      * the live items that stop a closure - counted per file against
      * up to three live states, on account_id and, where the file
      * moves money to a second account, on that account too
       01  WS-LIVE-1           PIC X(10) VALUE SPACES.
       01  WS-LIVE-2           PIC X(10) VALUE SPACES.
       01  WS-LIVE-3           PIC X(10) VALUE SPACES.
       01  WS-MATCH-TO-FLAG    PIC X VALUE 'N'.
           88  WS-MATCH-TO         VALUE 'Y'.
       01  WS-ITEM-COUNT       PIC 9(5) VALUE ZEROS.
       01  WS-ITEM-FIRST       PIC X(30) VALUE SPACES.
       01  WS-ITEM-WHAT        PIC X(60) VALUE SPACES.
       01  WS-BK-COUNT         PIC 9(3) VALUE ZEROS.
       01  WS-BK-IDX           PIC 9(3) VALUE ZEROS.
       01  WS-BK-TABLE.
           05  WS-BK-TEXT OCCURS 20 TIMES PIC X(120).
       01  WS-BK-NEW           PIC X(120) VALUE SPACES.

      * member links - the holders of the account being closed, to
      * tell a joint account and to check the nominated account is
      * held by the same member
       01  WS-LK-COUNT         PIC 9(5) VALUE ZEROS.
       01  WS-LK-IDX           PIC 9(5) VALUE ZEROS.
       01  WS-LK-IDX2          PIC 9(5) VALUE ZEROS.
       01  WS-LK-TABLE.
           05  WS-LK-ENTRY OCCURS 20000 TIMES.
               10  WS-LK-MEMBER    PIC X(20).
               10  WS-LK-ACCT      PIC X(50).
       01  WS-HOLDER-COUNT     PIC 9(3) VALUE ZEROS.
       01  WS-HOLDER-MEMBER    PIC X(20) VALUE SPACES.
       01  WS-SHARED-FLAG      PIC X VALUE 'N'.
           88  WS-HOLDER-SHARED    VALUE 'Y'.
       01  WS-BENEF-FLAG       PIC X VALUE 'N'.
           88  WS-BENEF-FOUND      VALUE 'Y'.
       01  WS-BENEF-NAME       PIC X(50) VALUE SPACES.

      * the settlement
       01  WS-APPLY-FLAG       PIC X VALUE 'N'.
           88  WS-APPLYING         VALUE 'Y'.
       01  WS-GOAL-COUNT       PIC 9(5) VALUE ZEROS.
       01  WS-GOAL-TOTAL       PIC S9(13)V99 VALUE ZEROS.
       01  WS-ACCR-COUNT       PIC 9(5) VALUE ZEROS.
       01  WS-ACCR-GROSS       PIC S9(13)V99 VALUE ZEROS.
       01  WS-PAYOUT-AMT       PIC S9(13)V99 VALUE ZEROS.
       01  WS-PAYOUT-MODE      PIC X(8) VALUE SPACES.
           88  WS-PAY-INTERNAL     VALUE 'INTERNAL'.
           88  WS-PAY-BANK         VALUE 'BANK'.
       01  WS-REQUEST-ID       PIC X(20) VALUE SPACES.
       01  WS-PENDING-ID       PIC X(20) VALUE SPACES.
       01  WS-INTEREST         PIC S9(13)V99 VALUE ZEROS.
       01  WS-TAX-AMT          PIC S9(13)V99 VALUE ZEROS.
       01  WS-NET-INTEREST     PIC S9(13)V99 VALUE ZEROS.
       01  WS-DT-STR           PIC X(10) VALUE SPACES.
       01  WS-DT-X8            PIC X(8) VALUE SPACES.
       01  WS-DT-NUM           PIC 9(8) VALUE ZEROS.
       01  WS-DT-INT           PIC S9(9) COMP VALUE ZEROS.

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

      * operator identity, permissions and the command audit trail -
      * the same gate CFPAYOUT runs: with the permissions file on
      * disk, user_id= is required and the operator must be cleared
      * for this program and the action being run
       01  WS-PERM-FILE        PIC X(200) VALUE 'CFOPERATORS.DAT'.
       01  WS-PERM-STATUS      PIC XX VALUE SPACES.
       01  WS-CMDLOG-FILE      PIC X(200)
                               VALUE 'CFCOMMAND_AUDIT.LOG'.
       01  WS-CMDLOG-STATUS    PIC XX VALUE SPACES.
       01  WS-PROGRAM-NAME     PIC X(10) VALUE 'CFCLOSE'.
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
       01  WS-TAX-D            PIC -(13)9.99.
      * the shapes CFACCTMNT and CFPAYOUT write their own queues in
       01  WS-BAL-D            PIC -(13).99.
       01  WS-ADJ-D            PIC -(13).99.
       01  WS-QAMT-D           PIC Z(13).99.
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
           STRING WS-CUR-DATE(1:4) '-' WS-CUR-DATE(5:2) '-'
                  WS-CUR-DATE(7:2)
               DELIMITED SIZE INTO WS-DT-STR
           END-STRING
           PERFORM 8200-DATE-TO-DAY-NUMBER
           MOVE WS-DT-INT TO WS-TODAY-INT
           IF FUNCTION TRIM(WS-CLOSING-DATE) = SPACES
               MOVE WS-DT-STR TO WS-CLOSING-DATE
           END-IF
           MOVE WS-CLOSING-DATE TO WS-DT-STR
           PERFORM 8200-DATE-TO-DAY-NUMBER
           IF WS-DT-INT = ZEROS OR WS-DT-INT > WS-TODAY-INT
               DISPLAY '{"error":"closing_date must be a real '
                   'YYYY-MM-DD date, not in the future"}'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           EVALUATE FUNCTION TRIM(WS-ACTION)
               WHEN 'CHECK'
                   PERFORM 3000-CHECK-CLOSURE
               WHEN 'CLOSE'
                   PERFORM 4000-CLOSE-ACCOUNT
               WHEN OTHER
                   DISPLAY '{"error":"Usage: cfclose action=CHECK|'
                       'CLOSE account_id=<id> [user_id=<op>] '
                       '[pay_to=<id> | bank_code=<code> '
                       'bank_account=<no>] '
                       '[closing_date=YYYY-MM-DD] [tax_rate=N] '
                       '[master_file=] [link_file=] [benef_file=] '
                       '[goal_file=] [accrual_file=] [holds_file=] '
                       '[suspense_file=] [si_file=] [loan_file=] '
                       '[td_file=] [pending_file=] [payout_queue=] '
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
                   WHEN 'account_id'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-ACCOUNT-ID
                   WHEN 'user_id'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-USER-ID
                   WHEN 'pay_to'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-PAY-TO
                   WHEN 'bank_code'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-BANK-CODE
                   WHEN 'bank_account'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-BANK-ACCOUNT
                   WHEN 'closing_date'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-CLOSING-DATE
                   WHEN 'tax_rate'
                       MOVE FUNCTION NUMVAL(WS-FIELD-VAL)
                           TO WS-TAX-RATE
                   WHEN 'master_file'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-MASTER-FILE
                   WHEN 'link_file'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-LINK-FILE
                   WHEN 'benef_file'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-BENEF-FILE
                   WHEN 'goal_file'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-GOAL-FILE
                   WHEN 'accrual_file'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-ACCR-FILE
                   WHEN 'holds_file'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-HOLDS-FILE
                   WHEN 'suspense_file'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-SUSPENSE-FILE
                   WHEN 'si_file'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-SI-FILE
                   WHEN 'loan_file'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-LOAN-FILE
                   WHEN 'td_file'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-TD-FILE
                   WHEN 'pending_file'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-PENDING-FILE
                   WHEN 'payout_queue'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-PAYQ-FILE
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

      * the account as the master holds it - read only, the master
      * is opened for update when the settlement is applied
       1000-READ-ACCOUNT.
           MOVE 'N' TO WS-ACCT-FLAG
           MOVE SPACES TO WS-ACCT-STATUS WS-ACCT-CURRENCY
           MOVE ZEROS TO WS-ACCT-BALANCE WS-ACCT-HOLD WS-ACCT-EARMARK
           OPEN INPUT ACCOUNT-MASTER
           IF WS-MASTER-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ACCOUNT-ID TO AM-ACCT-ID
           READ ACCOUNT-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ACCT-FLAG
                   MOVE AM-STATUS TO WS-ACCT-STATUS
                   MOVE AM-BALANCE TO WS-ACCT-BALANCE
                   MOVE AM-HOLD-TOTAL TO WS-ACCT-HOLD
                   MOVE AM-EARMARK-TOTAL TO WS-ACCT-EARMARK
                   MOVE AM-CURRENCY TO WS-ACCT-CURRENCY
           END-READ
           CLOSE ACCOUNT-MASTER.

      *----------------------------------------------------------------
      * what stops a closure - every blocker is collected, so CHECK
      * can show the operator the whole list at once
      *----------------------------------------------------------------
       2000-FIND-BLOCKERS.
           MOVE ZEROS TO WS-BK-COUNT
           MOVE 'N' TO WS-OVERFLOW-FLAG
           IF WS-ACCT-STATUS = 'CLOSED'
               MOVE 'account is already CLOSED' TO WS-BK-NEW
               PERFORM 2900-ADD-BLOCKER
           END-IF
           IF WS-ACCT-STATUS = 'FROZEN'
               MOVE 'account is FROZEN - see CFACCTMNT or CFESTATE'
                   TO WS-BK-NEW
               PERFORM 2900-ADD-BLOCKER
           END-IF
           IF WS-ACCT-BALANCE < ZEROS
               MOVE 'balance is negative - bring it to zero first'
                   TO WS-BK-NEW
               PERFORM 2900-ADD-BLOCKER
           END-IF
      * holds - the master's running total and the register itself
           MOVE WS-HOLDS-FILE TO WS-LINE-FILE
           MOVE 'OPEN' TO WS-LIVE-1
           MOVE SPACES TO WS-LIVE-2 WS-LIVE-3
           MOVE 'N' TO WS-MATCH-TO-FLAG
           PERFORM 2800-COUNT-LIVE-ITEMS
           IF WS-ITEM-COUNT > ZEROS OR WS-ACCT-HOLD > ZEROS
               MOVE WS-ACCT-HOLD TO WS-AMT-D
               MOVE SPACES TO WS-BK-NEW
               STRING 'funds on hold ' FUNCTION TRIM(WS-AMT-D)
                   ' - capture or release the holds in CFWALLET'
                   DELIMITED SIZE INTO WS-BK-NEW
               END-STRING
               PERFORM 2900-ADD-BLOCKER
           END-IF
           MOVE WS-SUSPENSE-FILE TO WS-LINE-FILE
           MOVE 'SUSPENDED' TO WS-LIVE-1
           MOVE 'Y' TO WS-MATCH-TO-FLAG
           MOVE 'suspense item(s) - resolve them in CFSUSP'
               TO WS-ITEM-WHAT
           PERFORM 2700-BLOCK-ON-ITEMS
           MOVE WS-SI-FILE TO WS-LINE-FILE
           MOVE 'ACTIVE' TO WS-LIVE-1
           MOVE 'PARKED' TO WS-LIVE-2
           MOVE 'Y' TO WS-MATCH-TO-FLAG
           MOVE 'standing instruction(s) - cancel them in CFSTAND'
               TO WS-ITEM-WHAT
           PERFORM 2700-BLOCK-ON-ITEMS
           MOVE WS-LOAN-FILE TO WS-LINE-FILE
           MOVE 'OPEN' TO WS-LIVE-1
           MOVE SPACES TO WS-LIVE-2
           MOVE 'N' TO WS-MATCH-TO-FLAG
           MOVE 'open loan(s) - pay them off in CFLOAN'
               TO WS-ITEM-WHAT
           PERFORM 2700-BLOCK-ON-ITEMS
           MOVE WS-TD-FILE TO WS-LINE-FILE
           MOVE 'open term deposit(s) - redeem them in CFTDEP'
               TO WS-ITEM-WHAT
           PERFORM 2700-BLOCK-ON-ITEMS
           MOVE WS-PENDING-FILE TO WS-LINE-FILE
           MOVE 'PENDING' TO WS-LIVE-1
           MOVE 'CFACCTMNT item(s) already pending for the account'
               TO WS-ITEM-WHAT
           PERFORM 2700-BLOCK-ON-ITEMS
           MOVE WS-PAYQ-FILE TO WS-LINE-FILE
           MOVE 'PENDING' TO WS-LIVE-1
           MOVE 'COSIGN' TO WS-LIVE-2
           MOVE 'APPROVED' TO WS-LIVE-3
           MOVE 'CFPAYOUT withdrawal(s) not yet sent' TO WS-ITEM-WHAT
           PERFORM 2700-BLOCK-ON-ITEMS.

       2700-BLOCK-ON-ITEMS.
           PERFORM 2800-COUNT-LIVE-ITEMS
           IF WS-ITEM-COUNT = ZEROS
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ITEM-COUNT TO WS-CNT-D
           MOVE SPACES TO WS-BK-NEW
           STRING FUNCTION TRIM(WS-CNT-D) ' '
               FUNCTION TRIM(WS-ITEM-WHAT) ' (first '
               FUNCTION TRIM(WS-ITEM-FIRST) ')'
               DELIMITED SIZE INTO WS-BK-NEW
           END-STRING
           PERFORM 2900-ADD-BLOCKER.

       2800-COUNT-LIVE-ITEMS.
           MOVE ZEROS TO WS-ITEM-COUNT
           MOVE SPACES TO WS-ITEM-FIRST
           PERFORM 7000-LOAD-LINE-FILE
           MOVE 1 TO WS-FL-IDX
           PERFORM UNTIL WS-FL-IDX > WS-FL-COUNT
               PERFORM 2850-COUNT-ONE-ITEM
               ADD 1 TO WS-FL-IDX
           END-PERFORM.

       2850-COUNT-ONE-ITEM.
           PERFORM 7200-PARSE-ITEM-LINE
           IF WS-IT-STATUS = SPACES OR
                   (WS-IT-STATUS NOT = WS-LIVE-1 AND
                    WS-IT-STATUS NOT = WS-LIVE-2 AND
                    WS-IT-STATUS NOT = WS-LIVE-3)
               EXIT PARAGRAPH
           END-IF
           IF WS-IT-ACCT = WS-ACCOUNT-ID OR
                   (WS-MATCH-TO AND WS-IT-TO = WS-ACCOUNT-ID)
               ADD 1 TO WS-ITEM-COUNT
               IF WS-ITEM-FIRST = SPACES
                   MOVE WS-IT-ID TO WS-ITEM-FIRST
               END-IF
           END-IF.

       2900-ADD-BLOCKER.
           IF WS-BK-COUNT < 20
               ADD 1 TO WS-BK-COUNT
               MOVE WS-BK-NEW TO WS-BK-TEXT(WS-BK-COUNT)
           END-IF.

      *----------------------------------------------------------------
      * action=CHECK - the closure as it would run today, and what
      * stands in its way
      *----------------------------------------------------------------
       3000-CHECK-CLOSURE.
           IF FUNCTION TRIM(WS-ACCOUNT-ID) = SPACES
               DISPLAY '{"status":"ERROR","message":"CHECK needs '
                   'account_id="}'
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM 1000-READ-ACCOUNT
           IF NOT WS-ACCT-FOUND
               DISPLAY '{"status":"ERROR","message":"Account not on '
                   'file: ' FUNCTION TRIM(WS-ACCOUNT-ID) '"}'
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM 2000-FIND-BLOCKERS
           MOVE 'N' TO WS-APPLY-FLAG
           PERFORM 5000-WORK-CLOSURE
           PERFORM 6000-LOAD-LINKS
           PERFORM 6050-COUNT-HOLDERS
           MOVE WS-HOLDER-COUNT TO WS-CNT-D
           MOVE SPACES TO WS-OUT
           STRING
               '{"account_id":"' DELIMITED SIZE
               FUNCTION TRIM(WS-ACCOUNT-ID) DELIMITED SIZE
               '","status":"' DELIMITED SIZE
               FUNCTION TRIM(WS-ACCT-STATUS) DELIMITED SIZE
               '","closing_date":"' DELIMITED SIZE
               FUNCTION TRIM(WS-CLOSING-DATE) DELIMITED SIZE
               '","currency":"' DELIMITED SIZE
               FUNCTION TRIM(WS-ACCT-CURRENCY) DELIMITED SIZE
               '","holders":' DELIMITED SIZE
               FUNCTION TRIM(WS-CNT-D) DELIMITED SIZE
               INTO WS-OUT
           END-STRING
           DISPLAY FUNCTION TRIM(WS-OUT) WITH NO ADVANCING
           PERFORM 3100-EMIT-FIGURES
           IF WS-BK-COUNT = ZEROS
               DISPLAY ',"can_close":"Y","blockers":[]}'
               EXIT PARAGRAPH
           END-IF
           DISPLAY ',"can_close":"N","blockers":['
           MOVE 1 TO WS-BK-IDX
           PERFORM UNTIL WS-BK-IDX > WS-BK-COUNT
               IF WS-BK-IDX > 1
                   DISPLAY ','
               END-IF
               DISPLAY '"' FUNCTION TRIM(WS-BK-TEXT(WS-BK-IDX)) '"'
               ADD 1 TO WS-BK-IDX
           END-PERFORM
           DISPLAY ']}'
           MOVE 4 TO RETURN-CODE.

       3100-EMIT-FIGURES.
           MOVE WS-ACCT-BALANCE TO WS-AMT-D
           MOVE WS-GOAL-COUNT TO WS-CNT-D
           MOVE WS-GOAL-TOTAL TO WS-OLDBAL-D
           MOVE SPACES TO WS-OUT
           STRING
               ',"balance":' DELIMITED SIZE
               FUNCTION TRIM(WS-AMT-D) DELIMITED SIZE
               ',"goals_released":' DELIMITED SIZE
               FUNCTION TRIM(WS-CNT-D) DELIMITED SIZE
               ',"earmark_released":' DELIMITED SIZE
               FUNCTION TRIM(WS-OLDBAL-D) DELIMITED SIZE
               INTO WS-OUT
           END-STRING
           DISPLAY FUNCTION TRIM(WS-OUT) WITH NO ADVANCING
           MOVE WS-ACCR-GROSS TO WS-AMT-D
           MOVE WS-TAX-AMT TO WS-TAX-D
           MOVE WS-NET-INTEREST TO WS-NEWBAL-D
           MOVE SPACES TO WS-OUT
           STRING
               ',"interest_accrued":' DELIMITED SIZE
               FUNCTION TRIM(WS-AMT-D) DELIMITED SIZE
               ',"tax_withheld":' DELIMITED SIZE
               FUNCTION TRIM(WS-TAX-D) DELIMITED SIZE
               ',"interest_capitalized":' DELIMITED SIZE
               FUNCTION TRIM(WS-NEWBAL-D) DELIMITED SIZE
               INTO WS-OUT
           END-STRING
           DISPLAY FUNCTION TRIM(WS-OUT) WITH NO ADVANCING
           MOVE WS-PAYOUT-AMT TO WS-AMT-D
           MOVE SPACES TO WS-OUT
           STRING
               ',"payout":' DELIMITED SIZE
               FUNCTION TRIM(WS-AMT-D) DELIMITED SIZE
               INTO WS-OUT
           END-STRING
           DISPLAY FUNCTION TRIM(WS-OUT) WITH NO ADVANCING.

      *----------------------------------------------------------------
      * action=CLOSE - nothing moves until every check has passed;
      * then goals, interest and payout in that order, and the
      * CLOSED item raised for the checker
      *----------------------------------------------------------------
       4000-CLOSE-ACCOUNT.
           IF FUNCTION TRIM(WS-ACCOUNT-ID) = SPACES OR
                   FUNCTION TRIM(WS-USER-ID) = SPACES
               DISPLAY '{"status":"ERROR","message":"CLOSE needs '
                   'account_id= and user_id="}'
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN FUNCTION TRIM(WS-PAY-TO) NOT = SPACES AND
                       FUNCTION TRIM(WS-BANK-CODE) = SPACES AND
                       FUNCTION TRIM(WS-BANK-ACCOUNT) = SPACES
                   MOVE 'INTERNAL' TO WS-PAYOUT-MODE
               WHEN FUNCTION TRIM(WS-PAY-TO) = SPACES AND
                       FUNCTION TRIM(WS-BANK-CODE) NOT = SPACES AND
                       FUNCTION TRIM(WS-BANK-ACCOUNT) NOT = SPACES
                   MOVE 'BANK' TO WS-PAYOUT-MODE
               WHEN OTHER
                   DISPLAY '{"status":"ERROR","message":"CLOSE needs '
                       'either pay_to= or bank_code= with '
                       'bank_account="}'
                   MOVE 8 TO RETURN-CODE
                   EXIT PARAGRAPH
           END-EVALUATE
           PERFORM 1000-READ-ACCOUNT
           IF NOT WS-ACCT-FOUND
               DISPLAY '{"status":"ERROR","message":"Account not on '
                   'file: ' FUNCTION TRIM(WS-ACCOUNT-ID) '"}'
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM 2000-FIND-BLOCKERS
           IF WS-BK-COUNT > ZEROS
               MOVE WS-BK-COUNT TO WS-CNT-D
               DISPLAY '{"status":"ERROR","message":"Account '
                   FUNCTION TRIM(WS-ACCOUNT-ID) ' cannot close: '
                   FUNCTION TRIM(WS-BK-TEXT(1)) '","blockers":'
                   FUNCTION TRIM(WS-CNT-D) '}'
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM 6000-LOAD-LINKS
           PERFORM 6050-COUNT-HOLDERS
           IF WS-PAY-INTERNAL
               PERFORM 4100-CHECK-PAY-TO
           ELSE
               PERFORM 4200-CHECK-BANK-PAYOUT
           END-IF
           IF RETURN-CODE = 8
               EXIT PARAGRAPH
           END-IF
      * the figures first, without touching anything, so a file too
      * big to rewrite is found before the first posting
           MOVE 'N' TO WS-APPLY-FLAG
           PERFORM 5000-WORK-CLOSURE
           IF WS-HAS-OVERFLOW
               DISPLAY '{"status":"ERROR","message":"A line file '
                   'is too large to read whole - closure '
                   'refused"}'
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-APPLY-FLAG
           PERFORM 6900-OPEN-MASTER
           PERFORM 5000-WORK-CLOSURE
           IF WS-PAY-INTERNAL
               PERFORM 4500-PAY-INTERNAL
           END-IF
           PERFORM 6950-CLOSE-MASTER
           IF WS-PAY-BANK
               PERFORM 4600-QUEUE-BANK-PAYOUT
           END-IF
           PERFORM 4700-RAISE-CLOSURE
           PERFORM 4800-EMIT-CLOSE-RESULT.

      * the nominated account - ACTIVE, same currency, not the one
      * being closed, and held by one of its holders, so one
      * operator cannot move a closing balance to a stranger
       4100-CHECK-PAY-TO.
           IF WS-PAY-TO = WS-ACCOUNT-ID
               DISPLAY '{"status":"ERROR","message":"pay_to cannot '
                   'be the account being closed"}'
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT ACCOUNT-MASTER
           MOVE WS-PAY-TO TO AM-ACCT-ID
           READ ACCOUNT-MASTER
               INVALID KEY
                   DISPLAY '{"status":"ERROR","message":"pay_to '
                       'account not on file: '
                       FUNCTION TRIM(WS-PAY-TO) '"}'
                   CLOSE ACCOUNT-MASTER
                   MOVE 8 TO RETURN-CODE
                   EXIT PARAGRAPH
           END-READ
           CLOSE ACCOUNT-MASTER
           IF NOT AM-IS-ACTIVE OR AM-CURRENCY NOT = WS-ACCT-CURRENCY
               DISPLAY '{"status":"ERROR","message":"pay_to account '
                   FUNCTION TRIM(WS-PAY-TO) ' must be ACTIVE and in '
                   FUNCTION TRIM(WS-ACCT-CURRENCY) '"}'
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM 6100-CHECK-SHARED-HOLDER
           IF NOT WS-HOLDER-SHARED
               DISPLAY '{"status":"ERROR","message":"pay_to account '
                   FUNCTION TRIM(WS-PAY-TO) ' is not held by a '
                   'holder of ' FUNCTION TRIM(WS-ACCOUNT-ID) '"}'
               MOVE 8 TO RETURN-CODE
           END-IF.

      * a bank payout goes through CFPAYOUT, which only debits an
      * ACTIVE account and only pays a registered beneficiary of the
      * one member it is made for
       4200-CHECK-BANK-PAYOUT.
           IF WS-HOLDER-COUNT > 1
               DISPLAY '{"status":"ERROR","message":"Joint account '
                   '- pay the balance to a nominated account with '
                   'pay_to="}'
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-HOLDER-COUNT = ZEROS
               DISPLAY '{"status":"ERROR","message":"Account is not '
                   'linked to a member in CFMEMBER - no beneficiary '
                   'to pay"}'
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-ACCT-STATUS NOT = 'ACTIVE'
               DISPLAY '{"status":"ERROR","message":"A bank payout '
                   'needs an ACTIVE account - reactivate it or use '
                   'pay_to="}'
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM 6200-FIND-BENEFICIARY
           IF NOT WS-BENEF-FOUND
               DISPLAY '{"status":"ERROR","message":"'
                   FUNCTION TRIM(WS-BANK-CODE) '/'
                   FUNCTION TRIM(WS-BANK-ACCOUNT)
                   ' is not a registered beneficiary of member '
                   FUNCTION TRIM(WS-HOLDER-MEMBER) '"}'
               MOVE 8 TO RETURN-CODE
           END-IF.

       4500-PAY-INTERNAL.
           MOVE WS-ACCOUNT-ID TO AM-ACCT-ID
           READ ACCOUNT-MASTER
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           MOVE AM-BALANCE TO WS-PAYOUT-AMT
           IF WS-PAYOUT-AMT <= ZEROS
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ACCOUNT-ID TO WS-POST-ACCT
           MOVE WS-PAYOUT-AMT TO WS-MOVE-AMOUNT
           MOVE 'CLOSE-OUT' TO WS-TXN-TYPE
           MOVE SPACES TO WS-AUDIT-EXTRA
           STRING 'to=' FUNCTION TRIM(WS-PAY-TO)
               DELIMITED SIZE INTO WS-AUDIT-EXTRA
           END-STRING
           PERFORM 6400-DEBIT-ACCOUNT
           IF NOT WS-POST-IS-OK
               MOVE ZEROS TO WS-PAYOUT-AMT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PAY-TO TO WS-POST-ACCT
           MOVE 'CLOSE-IN' TO WS-TXN-TYPE
           MOVE SPACES TO WS-AUDIT-EXTRA
           STRING 'from=' FUNCTION TRIM(WS-ACCOUNT-ID)
               DELIMITED SIZE INTO WS-AUDIT-EXTRA
           END-STRING
           PERFORM 6500-CREDIT-ACCOUNT.

      * appended in the shape CFPAYOUT writes its own requests, so
      * it is approved, sent and returned there like any other
       4600-QUEUE-BANK-PAYOUT.
           PERFORM 1000-READ-ACCOUNT
           MOVE WS-ACCT-BALANCE TO WS-PAYOUT-AMT
           IF WS-PAYOUT-AMT <= ZEROS
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-REQUEST-ID
           STRING 'W' FUNCTION CURRENT-DATE(1:16)
               DELIMITED SIZE INTO WS-REQUEST-ID
           END-STRING
           MOVE WS-PAYOUT-AMT TO WS-QAMT-D
           MOVE SPACES TO LINE-RECORD
           STRING
               'request_id=' DELIMITED SIZE
               FUNCTION TRIM(WS-REQUEST-ID) DELIMITED SIZE
               ' account_id=' DELIMITED SIZE
               FUNCTION TRIM(WS-ACCOUNT-ID) DELIMITED SIZE
               ' member=' DELIMITED SIZE
               FUNCTION TRIM(WS-HOLDER-MEMBER) DELIMITED SIZE
               ' bank_code=' DELIMITED SIZE
               FUNCTION TRIM(WS-BANK-CODE) DELIMITED SIZE
               ' bank_account=' DELIMITED SIZE
               FUNCTION TRIM(WS-BANK-ACCOUNT) DELIMITED SIZE
               ' amount=' DELIMITED SIZE
               FUNCTION TRIM(WS-QAMT-D) DELIMITED SIZE
               ' currency=' DELIMITED SIZE
               FUNCTION TRIM(WS-ACCT-CURRENCY) DELIMITED SIZE
               ' maker=' DELIMITED SIZE
               FUNCTION TRIM(WS-USER-ID) DELIMITED SIZE
               ' made_on=' DELIMITED SIZE
               WS-CUR-DATE DELIMITED SIZE
               ' state=PENDING checker= value_date=' DELIMITED SIZE
               ' note=ACCOUNT-CLOSURE needed=1 signed=' DELIMITED SIZE
               ' name=' DELIMITED SIZE
               FUNCTION TRIM(WS-BENEF-NAME) DELIMITED SIZE
               INTO LINE-RECORD
           END-STRING
           MOVE WS-PAYQ-FILE TO WS-LINE-FILE
           PERFORM 7150-APPEND-LINE.

      * the STATUS CLOSED item, in CFACCTMNT's own pending shape - a
      * second operator approves it there, and CFACCTMNT will not
      * close the account until the balance is zero
       4700-RAISE-CLOSURE.
           PERFORM 1000-READ-ACCOUNT
           MOVE SPACES TO WS-PENDING-ID
           STRING 'P' FUNCTION CURRENT-DATE(1:16)
               DELIMITED SIZE INTO WS-PENDING-ID
           END-STRING
           MOVE WS-ACCT-BALANCE TO WS-BAL-D
           MOVE ZEROS TO WS-ADJ-D
           MOVE SPACES TO LINE-RECORD
           STRING
               'pending_id=' DELIMITED SIZE
               FUNCTION TRIM(WS-PENDING-ID) DELIMITED SIZE
               ' action=STATUS account_id=' DELIMITED SIZE
               FUNCTION TRIM(WS-ACCOUNT-ID) DELIMITED SIZE
               ' status_to=CLOSED balance=' DELIMITED SIZE
               FUNCTION TRIM(WS-BAL-D) DELIMITED SIZE
               ' amount=' DELIMITED SIZE
               FUNCTION TRIM(WS-ADJ-D) DELIMITED SIZE
               ' currency=' DELIMITED SIZE
               FUNCTION TRIM(WS-ACCT-CURRENCY) DELIMITED SIZE
               ' branch= product= maker=' DELIMITED SIZE
               FUNCTION TRIM(WS-USER-ID) DELIMITED SIZE
               ' made_on=' DELIMITED SIZE
               WS-CUR-DATE DELIMITED SIZE
               ' state=PENDING checker=' DELIMITED SIZE
               INTO LINE-RECORD
           END-STRING
           MOVE WS-PENDING-FILE TO WS-LINE-FILE
           PERFORM 7150-APPEND-LINE.

       4800-EMIT-CLOSE-RESULT.
           MOVE SPACES TO WS-OUT
           STRING
               '{"status":"PENDING","account_id":"' DELIMITED SIZE
               FUNCTION TRIM(WS-ACCOUNT-ID) DELIMITED SIZE
               '","closing_date":"' DELIMITED SIZE
               FUNCTION TRIM(WS-CLOSING-DATE) DELIMITED SIZE
               '"' DELIMITED SIZE
               INTO WS-OUT
           END-STRING
           DISPLAY FUNCTION TRIM(WS-OUT) WITH NO ADVANCING
           PERFORM 3100-EMIT-FIGURES
           MOVE SPACES TO WS-OUT
           IF WS-PAY-INTERNAL
               STRING
                   ',"paid_to":"' DELIMITED SIZE
                   FUNCTION TRIM(WS-PAY-TO) DELIMITED SIZE
                   '"' DELIMITED SIZE
                   INTO WS-OUT
               END-STRING
           ELSE
               STRING
                   ',"payout_request":"' DELIMITED SIZE
                   FUNCTION TRIM(WS-REQUEST-ID) DELIMITED SIZE
                   '","bank_code":"' DELIMITED SIZE
                   FUNCTION TRIM(WS-BANK-CODE) DELIMITED SIZE
                   '","bank_account":"' DELIMITED SIZE
                   FUNCTION TRIM(WS-BANK-ACCOUNT) DELIMITED SIZE
                   '"' DELIMITED SIZE
                   INTO WS-OUT
               END-STRING
           END-IF
           DISPLAY FUNCTION TRIM(WS-OUT) WITH NO ADVANCING
           MOVE SPACES TO WS-OUT
           STRING
               ',"pending_id":"' DELIMITED SIZE
               FUNCTION TRIM(WS-PENDING-ID) DELIMITED SIZE
               '","maker":"' DELIMITED SIZE
               FUNCTION TRIM(WS-USER-ID) DELIMITED SIZE
               '","message":"CLOSED awaits a second operator via '
                   DELIMITED SIZE
               'CFACCTMNT action=APPROVE"}' DELIMITED SIZE
               INTO WS-OUT
           END-STRING
           DISPLAY FUNCTION TRIM(WS-OUT).

      *----------------------------------------------------------------
      * the settlement figures - worked out the same way for CHECK
      * and CLOSE; only when applying are the goal and accrual files
      * rewritten and the master posted
      *----------------------------------------------------------------
       5000-WORK-CLOSURE.
           MOVE ZEROS TO WS-GOAL-COUNT WS-GOAL-TOTAL WS-ACCR-COUNT
               WS-ACCR-GROSS WS-INTEREST WS-TAX-AMT WS-NET-INTEREST
           PERFORM 5200-WALK-GOALS
           PERFORM 5300-WALK-ACCRUALS
           COMPUTE WS-PAYOUT-AMT = WS-ACCT-BALANCE + WS-NET-INTEREST
           IF WS-PAYOUT-AMT < ZEROS
               MOVE ZEROS TO WS-PAYOUT-AMT
           END-IF.

      * OPEN goals on the account - the earmark is already in the
      * balance, releasing it only makes it payable
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
           IF WS-IT-STATUS NOT = 'OPEN' OR
                   WS-IT-ACCT NOT = WS-ACCOUNT-ID
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-GOAL-COUNT
           ADD WS-IT-EARMARKED TO WS-GOAL-TOTAL
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

      * interest accrued up to the closing date - capitalized net of
      * withholding in one CLOSE-INT posting and taken out of the
      * accrual file, as CFPOST does at month end; anything dated
      * after the closing date is left where it is
       5300-WALK-ACCRUALS.
           MOVE WS-ACCR-FILE TO WS-LINE-FILE
           PERFORM 7000-LOAD-LINE-FILE
           MOVE 1 TO WS-FL-IDX
           PERFORM UNTIL WS-FL-IDX > WS-FL-COUNT
               PERFORM 5350-ACCRUAL-ONE-LINE
               ADD 1 TO WS-FL-IDX
           END-PERFORM
           MOVE WS-ACCR-GROSS TO WS-INTEREST
           PERFORM 8600-WITHHOLD-TAX
           IF NOT WS-APPLYING OR WS-ACCR-COUNT = ZEROS
               EXIT PARAGRAPH
           END-IF
           IF WS-NET-INTEREST > ZEROS
               MOVE WS-ACCOUNT-ID TO WS-POST-ACCT
               MOVE WS-NET-INTEREST TO WS-MOVE-AMOUNT
               MOVE 'CLOSE-INT' TO WS-TXN-TYPE
               MOVE WS-TAX-AMT TO WS-TAX-D
               MOVE SPACES TO WS-AUDIT-EXTRA
               STRING 'tax=' FUNCTION TRIM(WS-TAX-D)
                   DELIMITED SIZE INTO WS-AUDIT-EXTRA
               END-STRING
               PERFORM 6500-CREDIT-ACCOUNT
           END-IF
           IF WS-FL-IS-CHANGED
               PERFORM 7100-REWRITE-LINE-FILE
           END-IF.

       5350-ACCRUAL-ONE-LINE.
           PERFORM 7200-PARSE-ITEM-LINE
           IF WS-IT-ACCT NOT = WS-ACCOUNT-ID OR
                   WS-IT-DATE > WS-CLOSING-DATE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ACCR-COUNT
           ADD WS-IT-AMOUNT TO WS-ACCR-GROSS
           IF WS-APPLYING
               MOVE 'Y' TO WS-FL-DROP(WS-FL-IDX)
               MOVE 'Y' TO WS-FL-CHANGED-FLAG
           END-IF.

      *----------------------------------------------------------------
      * member links and beneficiaries
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

      * the holders of the account being closed - WS-HOLDER-MEMBER
      * is left on the first of them
       6050-COUNT-HOLDERS.
           MOVE ZEROS TO WS-HOLDER-COUNT
           MOVE SPACES TO WS-HOLDER-MEMBER
           MOVE 1 TO WS-LK-IDX
           PERFORM UNTIL WS-LK-IDX > WS-LK-COUNT
               IF WS-LK-ACCT(WS-LK-IDX) = WS-ACCOUNT-ID
                   ADD 1 TO WS-HOLDER-COUNT
                   IF WS-HOLDER-MEMBER = SPACES
                       MOVE WS-LK-MEMBER(WS-LK-IDX)
                           TO WS-HOLDER-MEMBER
                   END-IF
               END-IF
               ADD 1 TO WS-LK-IDX
           END-PERFORM.

       6100-CHECK-SHARED-HOLDER.
           MOVE 'N' TO WS-SHARED-FLAG
           MOVE 1 TO WS-LK-IDX
           PERFORM UNTIL WS-LK-IDX > WS-LK-COUNT OR WS-HOLDER-SHARED
               IF WS-LK-ACCT(WS-LK-IDX) = WS-PAY-TO
                   PERFORM 6150-IS-HOLDER-OF-CLOSING
               END-IF
               ADD 1 TO WS-LK-IDX
           END-PERFORM.

       6150-IS-HOLDER-OF-CLOSING.
           MOVE 1 TO WS-LK-IDX2
           PERFORM UNTIL WS-LK-IDX2 > WS-LK-COUNT OR WS-HOLDER-SHARED
               IF WS-LK-ACCT(WS-LK-IDX2) = WS-ACCOUNT-ID AND
                       WS-LK-MEMBER(WS-LK-IDX2) =
                       WS-LK-MEMBER(WS-LK-IDX)
                   MOVE 'Y' TO WS-SHARED-FLAG
               END-IF
               ADD 1 TO WS-LK-IDX2
           END-PERFORM.

      * member= bank_code= bank_account= name=<the rest of the line>,
      * the file CFMEMBER keeps and CFPAYOUT pays from
       6200-FIND-BENEFICIARY.
           MOVE 'N' TO WS-BENEF-FLAG
           MOVE SPACES TO WS-BENEF-NAME
           MOVE WS-BENEF-FILE TO WS-LINE-FILE
           PERFORM 7000-LOAD-LINE-FILE
           MOVE 1 TO WS-FL-IDX
           PERFORM UNTIL WS-FL-IDX > WS-FL-COUNT OR WS-BENEF-FOUND
               PERFORM 7200-PARSE-ITEM-LINE
               IF WS-IT-MEMBER = WS-HOLDER-MEMBER AND
                       WS-IT-BANK = WS-BANK-CODE AND
                       WS-IT-BACCT = WS-BANK-ACCOUNT
                   MOVE 'Y' TO WS-BENEF-FLAG
                   MOVE WS-IT-NAME TO WS-BENEF-NAME
               END-IF
               ADD 1 TO WS-FL-IDX
           END-PERFORM.

      *----------------------------------------------------------------
      * master postings - every movement leaves one CFTRXVAL-format
      * audit entry
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

      * LINE-RECORD added to the end of the file in WS-LINE-FILE
       7150-APPEND-LINE.
           OPEN EXTEND LINE-FILE
           IF WS-LINE-STATUS NOT = '00'
               CLOSE LINE-FILE
               OPEN OUTPUT LINE-FILE
           END-IF
           WRITE LINE-RECORD
           CLOSE LINE-FILE.

       7200-PARSE-ITEM-LINE.
           MOVE SPACES TO WS-IT-ID WS-IT-ACCT WS-IT-TO WS-IT-MEMBER
               WS-IT-STATUS WS-IT-DATE WS-IT-BANK WS-IT-BACCT
               WS-IT-NAME
           MOVE ZEROS TO WS-IT-EARMARKED WS-IT-AMOUNT
      * a holder's name may carry spaces - it is the rest of the line
           MOVE ZERO TO WS-POS
           INSPECT WS-FL-LINE(WS-FL-IDX) TALLYING WS-POS
               FOR CHARACTERS BEFORE INITIAL ' name='
           IF WS-POS < 394
               MOVE WS-FL-LINE(WS-FL-IDX)(WS-POS + 7:) TO WS-IT-NAME
               MOVE WS-FL-LINE(WS-FL-IDX)(1:WS-POS) TO WS-REMAIN
           ELSE
               MOVE WS-FL-LINE(WS-FL-IDX) TO WS-REMAIN
           END-IF
           MOVE FUNCTION TRIM(WS-REMAIN) TO WS-REMAIN
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
                   WHEN 'hold_id'
                   WHEN 'susp_id'
                   WHEN 'si_id'
                   WHEN 'loan_id'
                   WHEN 'td_id'
                   WHEN 'pending_id'
                   WHEN 'request_id'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL) TO WS-IT-ID
                   WHEN 'account_id'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL) TO WS-IT-ACCT
                   WHEN 'to_account'
                   WHEN 'to'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL) TO WS-IT-TO
                   WHEN 'member'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-IT-MEMBER
                   WHEN 'status'
                   WHEN 'state'
                       MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
                           WS-FIELD-VAL)) TO WS-IT-STATUS
                   WHEN 'earmarked'
                       MOVE FUNCTION NUMVAL(WS-FIELD-VAL)
                           TO WS-IT-EARMARKED
                   WHEN 'amount'
                       MOVE FUNCTION NUMVAL(WS-FIELD-VAL)
                           TO WS-IT-AMOUNT
                   WHEN 'date'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL) TO WS-IT-DATE
                   WHEN 'bank_code'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL) TO WS-IT-BANK
                   WHEN 'bank_account'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-IT-BACCT
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

      * the CFTRXVAL audit shape, so statements, replay and the GL
      * export read the closure like any other posting
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
