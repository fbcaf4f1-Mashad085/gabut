      *================================================================*
      * CFPAYOUT.cbl - Member Withdrawals to External Bank Accounts    *
      * A member asks to take savings out to their own account at      *
      * another bank. Instead of the treasurer keying each one into    *
      * the bank's portal, the request is queued here, approved by a   *
      * second operator exactly as CFACCTMNT's maker-checker works,    *
      * and the nightly run debits the approved ones from the account  *
      * master and writes the bank's fixed-width outbound transfer     *
      * file (CF-PAYOUT.cpy) with its count, amount and hash totals.   *
      * The money only ever goes to a beneficiary CFMEMBER holds for   *
      * the member who owns the account (action=ADD-BENEF there).      *
      * Transfers the bank sends back re-credit the member from the    *
      * bank's return file without anyone re-typing them.              *
      * A jointly held account (more than one CFMEMBER link) needs     *
      * signed_by=<member_no> on REQUEST, one of its holders, and the  *
      * beneficiary must be that holder's. When the account's mandate  *
      * (CFMEMBER action=MANDATE) wants more than one signature for    *
      * the amount the request waits in state COSIGN until the other   *
      * holders sign it, and only then goes to the operator checker.   *
      * Args (key=value, any order):                                   *
      *   action=REQUEST - account_id= bank_code= bank_account=        *
      *                    amount= user_id=<maker>; the account must   *
      *                    be linked to a member, ACTIVE and carry the *
      *                    amount available, and the bank account must *
      *                    be one of that member's beneficiaries       *
      *   action=APPROVE - request_id= user_id=<checker, not the       *
      *                    maker>; a request older than expire_days=   *
      *                    (default 5) expires instead                 *
      *   action=COSIGN  - request_id= member_no=<holder>; a holder's  *
      *                    signature on a COSIGN request - once the    *
      *                    mandate is met it moves to PENDING          *
      *   action=REJECT  - request_id= user_id=                        *
      *   action=LIST    - the queue, expiring stale PENDING and       *
      *                    COSIGN requests                             *
      *   action=RUN     - [business_date=YYYYMMDD] [value_date=]      *
      *                    every APPROVED request is re-checked and    *
      *                    debited (txn_type=PAYOUT), or FAILED with   *
      *                    the reason and left undebited; the SENT     *
      *                    ones go to the outbound file. An outbound   *
      *                    file already on disk for the day is never   *
      *                    overwritten, and one that cannot be opened  *
      *                    refuses the run before anything is debited; *
      *                    a run whose every request fails still       *
      *                    writes the file, header and zero trailer    *
      *   action=RETURN  - return_file=<path> [business_date=] the     *
      *                    bank's return file; refused whole when its  *
      *                    trailer does not reconcile, otherwise each  *
      *                    SENT payment returned at its own amount is  *
      *                    credited back (txn_type=PAYOUT-RETURN) once *
      *   out_file=<path>     - default CFPAYOUT-<business_date>.DAT   *
      *   payment_file=<path> - the day's payment register CFNOSTRO    *
      *                         matches against, default               *
      *                         CFPAYOUT_REG_<business_date>.DAT;      *
      *                         RUN and RETURN append to it            *
      *   sender_id=<id>      - our id on the bank's file header,      *
      *                         default COMMUNITYFIN                   *
      *   queue_file=<path>   - default CFPAYOUT_QUEUE.DAT             *
      *   master_file=<path>  - default CFWALLET_ACCOUNTS.DAT          *
      *   link_file=<path>    - default CFMEMBER_LINKS.DAT             *
      *   mandate_file=<path> - default CFMEMBER_MANDATES.DAT          *
      *   beneficiary_file=<path> - default CFMEMBER_BENEF.DAT         *
      *   audit_log=<path>    - default CFTRXVAL_AUDIT.LOG             *
      *   system_date_file=<path> - default CFSYSDATE.DAT; its         *
      *       business date stands in for today when no date           *
      *       argument is given                                        *
      * Output stdout: JSON result, or JSON rows plus a summary.       *
      * RETURN-CODE 8 on a refused run, 4 when RUN failed requests     *
      * or RETURN refused return records.                              *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CFPAYOUT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. LINUX.
       OBJECT-COMPUTER. LINUX.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QUEUE-FILE ASSIGN TO DYNAMIC WS-QUEUE-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUEUE-STATUS.
           SELECT ACCOUNT-MASTER ASSIGN TO DYNAMIC WS-MASTER-FILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-ACCT-ID
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT LINK-FILE ASSIGN TO DYNAMIC WS-LINK-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LINK-STATUS.
           SELECT MANDATE-FILE ASSIGN TO DYNAMIC WS-MANDATE-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANDATE-STATUS.
           SELECT BENEF-FILE ASSIGN TO DYNAMIC WS-BENEF-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BENEF-STATUS.
           SELECT AUDIT-LOG ASSIGN TO DYNAMIC WS-AUDIT-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT CHAIN-HEAD ASSIGN TO DYNAMIC WS-CHAIN-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHAIN-STATUS.
           SELECT PAYOUT-FILE ASSIGN TO DYNAMIC WS-OUT-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.
           SELECT RETURN-IN ASSIGN TO DYNAMIC WS-RETURN-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETURN-STATUS.
           SELECT REGISTER-FILE ASSIGN TO DYNAMIC WS-REG-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REG-STATUS.
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
       FD  QUEUE-FILE.
       01  QUEUE-RECORD        PIC X(400).

       FD  ACCOUNT-MASTER.
           COPY CF-ACCTMS.

       FD  LINK-FILE.
       01  LINK-RECORD         PIC X(100).

       FD  MANDATE-FILE.
       01  MANDATE-RECORD      PIC X(200).

       FD  BENEF-FILE.
       01  BENEF-RECORD        PIC X(200).

       FD  AUDIT-LOG.
       01  AUDIT-RECORD        PIC X(300).

       FD  CHAIN-HEAD.
       01  CHAIN-HEAD-RECORD   PIC X(100).

       FD  PAYOUT-FILE.
       01  PAYOUT-RECORD       PIC X(200).

       FD  RETURN-IN.
       01  RETURN-RECORD       PIC X(200).

       FD  REGISTER-FILE.
       01  REGISTER-RECORD     PIC X(300).

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
       01  WS-QUEUE-FILE       PIC X(200) VALUE 'CFPAYOUT_QUEUE.DAT'.
       01  WS-QUEUE-STATUS     PIC XX VALUE SPACES.
       01  WS-MASTER-FILE      PIC X(200) VALUE 'CFWALLET_ACCOUNTS.DAT'.
       01  WS-MASTER-STATUS    PIC XX VALUE SPACES.
       01  WS-LINK-FILE        PIC X(200) VALUE 'CFMEMBER_LINKS.DAT'.
       01  WS-LINK-STATUS      PIC XX VALUE SPACES.
       01  WS-MANDATE-FILE     PIC X(200)
                               VALUE 'CFMEMBER_MANDATES.DAT'.
       01  WS-MANDATE-STATUS   PIC XX VALUE SPACES.
       01  WS-BENEF-FILE       PIC X(200) VALUE 'CFMEMBER_BENEF.DAT'.
       01  WS-BENEF-STATUS     PIC XX VALUE SPACES.
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
       01  WS-OUT-FILE         PIC X(200) VALUE SPACES.
       01  WS-OUT-STATUS       PIC XX VALUE SPACES.
       01  WS-RETURN-FILE      PIC X(200) VALUE SPACES.
       01  WS-RETURN-STATUS    PIC XX VALUE SPACES.
       01  WS-REG-FILE         PIC X(200) VALUE SPACES.
       01  WS-REG-STATUS       PIC XX VALUE SPACES.

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
       01  WS-ACCOUNT-ID       PIC X(50) VALUE SPACES.
       01  WS-BANK-CODE        PIC X(8) VALUE SPACES.
       01  WS-BANK-ACCOUNT     PIC X(34) VALUE SPACES.
       01  WS-AMOUNT           PIC S9(13)V99 VALUE ZEROS.
       01  WS-REQUEST-ID       PIC X(20) VALUE SPACES.
       01  WS-USER-ID          PIC X(20) VALUE SPACES.
       01  WS-EXPIRE-DAYS      PIC 9(4) VALUE 5.
       01  WS-BUSINESS-DATE    PIC X(8) VALUE SPACES.
       01  WS-VALUE-DATE       PIC X(8) VALUE SPACES.
       01  WS-SENDER-ID        PIC X(20) VALUE 'COMMUNITYFIN'.
       01  WS-MEMBER-NO        PIC X(20) VALUE SPACES.
       01  WS-SIGNED-BY        PIC X(20) VALUE SPACES.
       01  WS-COSIGNER         PIC X(20) VALUE SPACES.
       01  WS-BENEF-NAME       PIC X(50) VALUE SPACES.
       01  WS-CUR-DATE         PIC X(8) VALUE SPACES.
       01  WS-CUR-DATETIME     PIC X(21) VALUE SPACES.
       01  WS-TIMESTAMP        PIC X(26) VALUE SPACES.
       01  WS-DT-NUM           PIC 9(8) VALUE ZEROS.
       01  WS-DT-INT           PIC S9(9) COMP VALUE ZEROS.
       01  WS-TODAY-INT        PIC S9(9) COMP VALUE ZEROS.
       01  WS-AVAILABLE        PIC S9(13)V99 VALUE ZEROS.
       01  WS-OLD-BALANCE      PIC S9(13)V99 VALUE ZEROS.
       01  WS-NEW-BALANCE      PIC S9(13)V99 VALUE ZEROS.
       01  WS-AUDIT-TYPE       PIC X(20) VALUE SPACES.
       01  WS-AUDIT-EXTRA      PIC X(100) VALUE SPACES.

      * the withdrawal queue - loaded whole and rewritten whole, the
      * way CFACCTMNT carries its pending-approval queue
       01  WS-RQ-COUNT         PIC 9(5) VALUE ZEROS.
       01  WS-RQ-IDX           PIC 9(5) VALUE ZEROS.
       01  WS-RQ-TRUNC-FLAG    PIC X VALUE 'N'.
           88  WS-RQ-IS-TRUNCATED  VALUE 'Y'.
       01  WS-RQ-TABLE.
           05  WS-RQ-ENTRY OCCURS 10000 TIMES.
               10  WS-RQ-ID        PIC X(20).
               10  WS-RQ-ACCT      PIC X(50).
               10  WS-RQ-MEMBER    PIC X(20).
               10  WS-RQ-BANK      PIC X(8).
               10  WS-RQ-BACCT     PIC X(34).
               10  WS-RQ-AMOUNT    PIC S9(13)V99.
               10  WS-RQ-CURRENCY  PIC X(4).
               10  WS-RQ-MAKER     PIC X(20).
               10  WS-RQ-MADE-ON   PIC X(8).
               10  WS-RQ-STATE     PIC X(10).
               10  WS-RQ-CHECKER   PIC X(20).
               10  WS-RQ-VDATE     PIC X(8).
               10  WS-RQ-NOTE      PIC X(24).
               10  WS-RQ-NEEDED    PIC 9(3).
               10  WS-RQ-SIGNED    PIC X(60).
               10  WS-RQ-NAME      PIC X(50).
               10  WS-RQ-RUN-FLAG  PIC X.
       01  WS-RQ-IN-ID         PIC X(20) VALUE SPACES.
       01  WS-RQ-IN-ACCT       PIC X(50) VALUE SPACES.
       01  WS-RQ-IN-MEMBER     PIC X(20) VALUE SPACES.
       01  WS-RQ-IN-BANK       PIC X(8) VALUE SPACES.
       01  WS-RQ-IN-BACCT      PIC X(34) VALUE SPACES.
       01  WS-RQ-IN-AMOUNT     PIC S9(13)V99 VALUE ZEROS.
       01  WS-RQ-IN-CURRENCY   PIC X(4) VALUE SPACES.
       01  WS-RQ-IN-MAKER      PIC X(20) VALUE SPACES.
       01  WS-RQ-IN-MADE-ON    PIC X(8) VALUE SPACES.
       01  WS-RQ-IN-STATE      PIC X(10) VALUE SPACES.
       01  WS-RQ-IN-CHECKER    PIC X(20) VALUE SPACES.
       01  WS-RQ-IN-VDATE      PIC X(8) VALUE SPACES.
       01  WS-RQ-IN-NOTE       PIC X(24) VALUE SPACES.
       01  WS-RQ-IN-NEEDED     PIC 9(3) VALUE ZEROS.
       01  WS-RQ-IN-SIGNED     PIC X(60) VALUE SPACES.
       01  WS-RQ-IN-NAME       PIC X(50) VALUE SPACES.

      * member links and beneficiaries, as CFMEMBER keeps them
       01  WS-LK-COUNT         PIC 9(5) VALUE ZEROS.
       01  WS-LK-IDX           PIC 9(5) VALUE ZEROS.
       01  WS-LK-TABLE.
           05  WS-LK-ENTRY OCCURS 20000 TIMES.
               10  WS-LK-MEMBER    PIC X(20).
               10  WS-LK-ACCT      PIC X(50).
       01  WS-LK-IN-MEMBER     PIC X(20) VALUE SPACES.
       01  WS-LK-IN-ACCT       PIC X(50) VALUE SPACES.
       01  WS-BN-COUNT         PIC 9(5) VALUE ZEROS.
       01  WS-BN-IDX           PIC 9(5) VALUE ZEROS.
       01  WS-BN-TABLE.
           05  WS-BN-ENTRY OCCURS 20000 TIMES.
               10  WS-BN-MEMBER    PIC X(20).
               10  WS-BN-BANK      PIC X(8).
               10  WS-BN-ACCOUNT   PIC X(34).
               10  WS-BN-NAME      PIC X(50).
       01  WS-BN-IN-MEMBER     PIC X(20) VALUE SPACES.
       01  WS-BN-IN-BANK       PIC X(8) VALUE SPACES.
       01  WS-BN-IN-ACCOUNT    PIC X(34) VALUE SPACES.
       01  WS-BN-IN-NAME       PIC X(50) VALUE SPACES.
       01  WS-FOUND-FLAG       PIC X VALUE 'N'.
           88  WS-FOUND            VALUE 'Y'.

      * joint accounts - holders counted off the link table, the
      * mandate read from the file CFMEMBER action=MANDATE keeps, and
      * the signatures gathered on the request so far
       01  WS-HOLDER-COUNT     PIC 9(3) VALUE ZEROS.
       01  WS-HOLDER-FLAG      PIC X VALUE 'N'.
           88  WS-SIGNER-IS-HOLDER VALUE 'Y'.
       01  WS-HOLDER-ACCT      PIC X(50) VALUE SPACES.
       01  WS-HOLDER-SEEK      PIC X(20) VALUE SPACES.
       01  WS-MD-IN-ACCT       PIC X(50) VALUE SPACES.
       01  WS-MD-IN-MANDATE    PIC X(3) VALUE SPACES.
       01  WS-MD-IN-THRESHOLD  PIC 9(13)V99 VALUE ZEROS.
       01  WS-MD-MANDATE-USED  PIC X(3) VALUE 'ANY'.
       01  WS-MD-THRESH-USED   PIC 9(13)V99 VALUE ZEROS.
       01  WS-SIGS-NEEDED      PIC 9(3) VALUE 1.
       01  WS-SIG-LIST         PIC X(62) VALUE SPACES.
       01  WS-SIG-SEEK         PIC X(22) VALUE SPACES.
       01  WS-SIG-HITS         PIC 9(3) VALUE ZEROS.
       01  WS-SIG-COUNT        PIC 9(3) VALUE ZEROS.
       01  WS-SIG-PTR          PIC 9(3) VALUE ZEROS.
       01  WS-NEEDED-D         PIC ZZ9.
       01  WS-SIGCNT-D         PIC ZZ9.

      * the bank file record, built or read here (CF-PAYOUT.cpy)
       01  PAYOUT-WORK-RECORD  PIC X(200) VALUE SPACES.
           COPY CF-PAYOUT.

      * RUN totals - the outbound trailer and the hash
       01  WS-APPROVED-COUNT   PIC 9(7) VALUE ZEROS.
       01  WS-SENT-COUNT       PIC 9(7) VALUE ZEROS.
       01  WS-SENT-TOTAL       PIC 9(15)V99 VALUE ZEROS.
       01  WS-FAILED-COUNT     PIC 9(7) VALUE ZEROS.
       01  WS-HASH-TOTAL       PIC 9(18) VALUE ZEROS.
       01  WS-HASH-PART        PIC 9(18) VALUE ZEROS.
       01  WS-HASH-WORK        PIC 9(20) VALUE ZEROS.
       01  WS-HASH-CHAR-IDX    PIC 9(3) VALUE ZEROS.
       01  WS-HASH-DIGIT       PIC 9 VALUE ZERO.
       01  WS-RUN-CURRENCY     PIC X(4) VALUE SPACES.

      * RETURN - the bank's return records, held until the trailer
      * has reconciled
       01  WS-RT-COUNT         PIC 9(5) VALUE ZEROS.
       01  WS-RT-IDX           PIC 9(5) VALUE ZEROS.
       01  WS-RT-TRUNC-FLAG    PIC X VALUE 'N'.
           88  WS-RT-IS-TRUNCATED  VALUE 'Y'.
       01  WS-RT-TABLE.
           05  WS-RT-ENTRY OCCURS 10000 TIMES.
               10  WS-RT-ID        PIC X(20).
               10  WS-RT-AMOUNT    PIC 9(13)V99.
               10  WS-RT-CODE      PIC X(4).
               10  WS-RT-DATE      PIC X(8).
               10  WS-RT-RESULT    PIC X(10).
               10  WS-RT-NOTE      PIC X(40).
       01  WS-RT-TOTAL         PIC 9(15)V99 VALUE ZEROS.
       01  WS-RT-BAD-COUNT     PIC 9(7) VALUE ZEROS.
       01  WS-TRAILER-SEEN     PIC X VALUE 'N'.
           88  WS-HAS-TRAILER      VALUE 'Y'.
       01  WS-TRAILER-COUNT    PIC 9(7) VALUE ZEROS.
       01  WS-TRAILER-TOTAL    PIC 9(15)V99 VALUE ZEROS.
       01  WS-CREDITED-COUNT   PIC 9(7) VALUE ZEROS.
       01  WS-CREDITED-TOTAL   PIC 9(15)V99 VALUE ZEROS.
       01  WS-REFUSED-COUNT    PIC 9(7) VALUE ZEROS.

      * operator identity, permissions and the command audit trail -
      * the same gate CFACCTMNT runs: with the permissions file on
      * disk, user_id= is required and the operator must be cleared
      * for this program and the action being run
       01  WS-PERM-FILE        PIC X(200) VALUE 'CFOPERATORS.DAT'.
       01  WS-PERM-STATUS      PIC XX VALUE SPACES.
       01  WS-CMDLOG-FILE      PIC X(200)
                               VALUE 'CFCOMMAND_AUDIT.LOG'.
       01  WS-CMDLOG-STATUS    PIC XX VALUE SPACES.
       01  WS-PROGRAM-NAME     PIC X(10) VALUE 'CFPAYOUT'.
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

       01  WS-EXPIRED-COUNT    PIC 9(5) VALUE ZEROS.
       01  WS-CNT-D            PIC Z(6)9.
       01  WS-AMT-D            PIC Z(13).99.
       01  WS-TOT-D            PIC Z(15).99.
       01  WS-BAL-D            PIC -(13).99.
       01  WS-OLDBAL-D         PIC -(13).99.
       01  WS-NEWBAL-D         PIC -(13).99.
       01  WS-HASH-D           PIC Z(17)9.
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
           MOVE WS-CUR-DATE TO WS-DT-NUM
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-DT-NUM)
           IF WS-BUSINESS-DATE = SPACES
               MOVE WS-CUR-DATE TO WS-BUSINESS-DATE
           END-IF
           IF WS-VALUE-DATE = SPACES
               MOVE WS-BUSINESS-DATE TO WS-VALUE-DATE
           END-IF
           IF FUNCTION TRIM(WS-OUT-FILE) = SPACES
               STRING 'CFPAYOUT-' WS-BUSINESS-DATE '.DAT'
                   DELIMITED SIZE INTO WS-OUT-FILE
               END-STRING
           END-IF
           IF FUNCTION TRIM(WS-REG-FILE) = SPACES
               STRING 'CFPAYOUT_REG_' WS-BUSINESS-DATE '.DAT'
                   DELIMITED SIZE INTO WS-REG-FILE
               END-STRING
           END-IF
           EVALUATE FUNCTION TRIM(WS-ACTION)
               WHEN 'REQUEST'
                   PERFORM 2000-REQUEST-WITHDRAWAL
               WHEN 'APPROVE'
                   PERFORM 3000-APPROVE-REQUEST
               WHEN 'COSIGN'
                   PERFORM 3100-COSIGN-REQUEST
               WHEN 'REJECT'
                   PERFORM 3200-REJECT-REQUEST
               WHEN 'LIST'
                   PERFORM 3400-LIST-QUEUE
               WHEN 'RUN'
                   PERFORM 4000-RUN-PAYMENTS
               WHEN 'RETURN'
                   PERFORM 5000-PROCESS-RETURNS
               WHEN OTHER
                   DISPLAY '{"error":"Usage: cfpayout action=REQUEST|'
                       'APPROVE|COSIGN|REJECT|LIST|RUN|RETURN '
                       '[account_id=<id>] [bank_code=<code>] '
                       '[bank_account=<no>] [amount=N] '
                       '[user_id=<op>] [request_id=<id>] '
                       '[signed_by=<member>] [member_no=<member>] '
                       '[expire_days=N] [business_date=YYYYMMDD] '
                       '[value_date=YYYYMMDD] [return_file=<path>] '
                       '[out_file=<path>] [payment_file=<path>] '
                       '[sender_id=<id>] [queue_file=<path>] '
                       '[master_file=<path>] [link_file=<path>] '
                       '[mandate_file=<path>] '
                       '[beneficiary_file=<path>] '
                       '[audit_log=<path>]"}'
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
                   WHEN 'bank_code'
                       MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
                           WS-FIELD-VAL)) TO WS-BANK-CODE
                   WHEN 'bank_account'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-BANK-ACCOUNT
                   WHEN 'amount'
                       MOVE FUNCTION NUMVAL(WS-FIELD-VAL)
                           TO WS-AMOUNT
                   WHEN 'user_id'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-USER-ID
                   WHEN 'request_id'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-REQUEST-ID
                   WHEN 'signed_by'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-SIGNED-BY
                   WHEN 'member_no'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-COSIGNER
                   WHEN 'expire_days'
                       MOVE FUNCTION NUMVAL(WS-FIELD-VAL)
                           TO WS-EXPIRE-DAYS
                   WHEN 'business_date'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-BUSINESS-DATE
                   WHEN 'value_date'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-VALUE-DATE
                   WHEN 'sender_id'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-SENDER-ID
                   WHEN 'out_file'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL) TO WS-OUT-FILE
                   WHEN 'return_file'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-RETURN-FILE
                   WHEN 'payment_file'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL) TO WS-REG-FILE
                   WHEN 'queue_file'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-QUEUE-FILE
                   WHEN 'master_file'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-MASTER-FILE
                   WHEN 'link_file'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-LINK-FILE
                   WHEN 'mandate_file'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-MANDATE-FILE
                   WHEN 'beneficiary_file'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-BENEF-FILE
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

      *----------------------------------------------------------------
      * maker - the withdrawal is written down, not done; the money
      * only leaves when a second operator approves and the nightly
      * run sends it
      *----------------------------------------------------------------
       2000-REQUEST-WITHDRAWAL.
           IF FUNCTION TRIM(WS-USER-ID) = SPACES
               DISPLAY '{"status":"ERROR","message":"REQUEST needs '
                   'user_id= - the maker is recorded"}'
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(WS-ACCOUNT-ID) = SPACES OR
                   FUNCTION TRIM(WS-BANK-CODE) = SPACES OR
                   FUNCTION TRIM(WS-BANK-ACCOUNT) = SPACES
               DISPLAY '{"status":"ERROR","message":"REQUEST needs '
                   'account_id=, bank_code= and bank_account="}'
               EXIT PARAGRAPH
           END-IF
           IF WS-AMOUNT NOT > ZEROS
               DISPLAY '{"status":"ERROR","message":"REQUEST needs '
                   'a positive amount="}'
               EXIT PARAGRAPH
           END-IF
           PERFORM 6000-LOAD-LINKS
           MOVE 'N' TO WS-FOUND-FLAG
           MOVE 1 TO WS-LK-IDX
           PERFORM UNTIL WS-LK-IDX > WS-LK-COUNT OR WS-FOUND
               IF WS-LK-ACCT(WS-LK-IDX) = WS-ACCOUNT-ID
                   MOVE 'Y' TO WS-FOUND-FLAG
                   MOVE WS-LK-MEMBER(WS-LK-IDX) TO WS-MEMBER-NO
               ELSE
                   ADD 1 TO WS-LK-IDX
               END-IF
           END-PERFORM
           IF NOT WS-FOUND
               DISPLAY '{"status":"ERROR","message":"Account '
                   FUNCTION TRIM(WS-ACCOUNT-ID)
                   ' is not linked to a member"}'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SIGNED-BY TO WS-HOLDER-SEEK
           MOVE WS-ACCOUNT-ID TO WS-HOLDER-ACCT
           PERFORM 6050-COUNT-HOLDERS
           IF WS-HOLDER-COUNT > 1
               IF NOT WS-SIGNER-IS-HOLDER
                   DISPLAY '{"status":"ERROR","message":"Account '
                       FUNCTION TRIM(WS-ACCOUNT-ID)
                       ' is held jointly - signed_by= must name one '
                       'of its holders"}'
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-SIGNED-BY TO WS-MEMBER-NO
           ELSE
               MOVE SPACES TO WS-SIGNED-BY
           END-IF
           PERFORM 6100-LOAD-BENEFICIARIES
           PERFORM 6200-FIND-BENEFICIARY
           IF NOT WS-FOUND
               DISPLAY '{"status":"ERROR","message":"'
                   FUNCTION TRIM(WS-BANK-CODE) ' '
                   FUNCTION TRIM(WS-BANK-ACCOUNT)
                   ' is not a beneficiary of member '
                   FUNCTION TRIM(WS-MEMBER-NO) '"}'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-BN-NAME(WS-BN-IDX) TO WS-BENEF-NAME
           OPEN INPUT ACCOUNT-MASTER
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY '{"status":"ERROR","message":"Cannot open '
                   'account master: '
                   FUNCTION TRIM(WS-MASTER-FILE) '"}'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ACCOUNT-ID TO AM-ACCT-ID
           READ ACCOUNT-MASTER
               INVALID KEY
                   DISPLAY '{"status":"ERROR","message":"Account not '
                       'on file: ' FUNCTION TRIM(WS-ACCOUNT-ID) '"}'
                   CLOSE ACCOUNT-MASTER
                   EXIT PARAGRAPH
           END-READ
           CLOSE ACCOUNT-MASTER
           IF NOT AM-IS-ACTIVE
               DISPLAY '{"status":"ERROR","message":"Account is '
                   FUNCTION TRIM(AM-STATUS) '"}'
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-AVAILABLE = AM-BALANCE - AM-HOLD-TOTAL
               - AM-EARMARK-TOTAL
           IF WS-AMOUNT > WS-AVAILABLE
               MOVE WS-AVAILABLE TO WS-BAL-D
               DISPLAY '{"status":"ERROR","message":"Only '
                   FUNCTION TRIM(WS-BAL-D) ' available"}'
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-SIGS-NEEDED
           IF WS-HOLDER-COUNT > 1
               PERFORM 6300-FIND-MANDATE
               EVALUATE WS-MD-MANDATE-USED
                   WHEN 'ALL'
                       MOVE WS-HOLDER-COUNT TO WS-SIGS-NEEDED
                   WHEN 'TWO'
                       MOVE 2 TO WS-SIGS-NEEDED
               END-EVALUATE
               IF WS-AMOUNT <= WS-MD-THRESH-USED
                   MOVE 1 TO WS-SIGS-NEEDED
               END-IF
           END-IF
           PERFORM 7000-LOAD-QUEUE
           IF WS-RQ-IS-TRUNCATED OR WS-RQ-COUNT >= 10000
               DISPLAY '{"status":"ERROR","message":"Withdrawal '
                   'queue full (10000 requests)"}'
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-RQ-COUNT
           MOVE SPACES TO WS-REQUEST-ID
           STRING 'W' FUNCTION CURRENT-DATE(1:16)
               DELIMITED SIZE INTO WS-REQUEST-ID
           END-STRING
           MOVE WS-REQUEST-ID   TO WS-RQ-ID(WS-RQ-COUNT)
           MOVE WS-ACCOUNT-ID   TO WS-RQ-ACCT(WS-RQ-COUNT)
           MOVE WS-MEMBER-NO    TO WS-RQ-MEMBER(WS-RQ-COUNT)
           MOVE WS-BANK-CODE    TO WS-RQ-BANK(WS-RQ-COUNT)
           MOVE WS-BANK-ACCOUNT TO WS-RQ-BACCT(WS-RQ-COUNT)
           MOVE WS-AMOUNT       TO WS-RQ-AMOUNT(WS-RQ-COUNT)
           MOVE AM-CURRENCY     TO WS-RQ-CURRENCY(WS-RQ-COUNT)
           MOVE WS-USER-ID      TO WS-RQ-MAKER(WS-RQ-COUNT)
           MOVE WS-CUR-DATE     TO WS-RQ-MADE-ON(WS-RQ-COUNT)
           IF WS-SIGS-NEEDED > 1
               MOVE 'COSIGN'    TO WS-RQ-STATE(WS-RQ-COUNT)
           ELSE
               MOVE 'PENDING'   TO WS-RQ-STATE(WS-RQ-COUNT)
           END-IF
           MOVE SPACES          TO WS-RQ-CHECKER(WS-RQ-COUNT)
           MOVE SPACES          TO WS-RQ-VDATE(WS-RQ-COUNT)
           MOVE SPACES          TO WS-RQ-NOTE(WS-RQ-COUNT)
           MOVE WS-SIGS-NEEDED  TO WS-RQ-NEEDED(WS-RQ-COUNT)
           MOVE WS-SIGNED-BY    TO WS-RQ-SIGNED(WS-RQ-COUNT)
           MOVE WS-BENEF-NAME   TO WS-RQ-NAME(WS-RQ-COUNT)
           MOVE 'N'             TO WS-RQ-RUN-FLAG(WS-RQ-COUNT)
           PERFORM 7200-REWRITE-QUEUE
           MOVE WS-AMOUNT TO WS-AMT-D
           IF WS-SIGS-NEEDED > 1
               PERFORM 2100-EMIT-COSIGN-WAIT
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-OUT
           STRING
               '{"status":"PENDING","request_id":"' DELIMITED SIZE
               FUNCTION TRIM(WS-REQUEST-ID) DELIMITED SIZE
               '","account_id":"' DELIMITED SIZE
               FUNCTION TRIM(WS-ACCOUNT-ID) DELIMITED SIZE
               '","amount":' DELIMITED SIZE
               FUNCTION TRIM(WS-AMT-D) DELIMITED SIZE
               ',"bank_code":"' DELIMITED SIZE
               FUNCTION TRIM(WS-BANK-CODE) DELIMITED SIZE
               '","bank_account":"' DELIMITED SIZE
               FUNCTION TRIM(WS-BANK-ACCOUNT) DELIMITED SIZE
               '","maker":"' DELIMITED SIZE
               FUNCTION TRIM(WS-USER-ID) DELIMITED SIZE
               '","message":"Awaits a second operator via '
                   DELIMITED SIZE
               'action=APPROVE"}' DELIMITED SIZE
               INTO WS-OUT
           END-STRING
           DISPLAY FUNCTION TRIM(WS-OUT).

       2100-EMIT-COSIGN-WAIT.
           MOVE WS-SIGS-NEEDED TO WS-NEEDED-D
           MOVE SPACES TO WS-OUT
           STRING
               '{"status":"COSIGN","request_id":"' DELIMITED SIZE
               FUNCTION TRIM(WS-REQUEST-ID) DELIMITED SIZE
               '","account_id":"' DELIMITED SIZE
               FUNCTION TRIM(WS-ACCOUNT-ID) DELIMITED SIZE
               '","amount":' DELIMITED SIZE
               FUNCTION TRIM(WS-AMT-D) DELIMITED SIZE
               ',"mandate":"' DELIMITED SIZE
               WS-MD-MANDATE-USED DELIMITED SIZE
               '","needed":' DELIMITED SIZE
               FUNCTION TRIM(WS-NEEDED-D) DELIMITED SIZE
               ',"signed":"' DELIMITED SIZE
               FUNCTION TRIM(WS-SIGNED-BY) DELIMITED SIZE
               '","maker":"' DELIMITED SIZE
               FUNCTION TRIM(WS-USER-ID) DELIMITED SIZE
               '","message":"Awaits the other holders via '
                   DELIMITED SIZE
               'action=COSIGN, then a second operator"}'
                   DELIMITED SIZE
               INTO WS-OUT
           END-STRING
           DISPLAY FUNCTION TRIM(WS-OUT).

      *----------------------------------------------------------------
      * checker - four eyes, two people; the maker's own approval
      * counts for nothing and a forgotten request expires
      *----------------------------------------------------------------
       3000-APPROVE-REQUEST.
           PERFORM 3300-FIND-REQUEST
           IF WS-RQ-IDX = ZEROS
               EXIT PARAGRAPH
           END-IF
           IF WS-RQ-MAKER(WS-RQ-IDX) = WS-USER-ID
               DISPLAY '{"status":"ERROR","message":"Approver must '
                   'not be the maker"}'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RQ-MADE-ON(WS-RQ-IDX) TO WS-DT-NUM
           COMPUTE WS-DT-INT = FUNCTION INTEGER-OF-DATE(WS-DT-NUM)
           IF WS-TODAY-INT - WS-DT-INT > WS-EXPIRE-DAYS
               MOVE 'EXPIRED' TO WS-RQ-STATE(WS-RQ-IDX)
               PERFORM 7200-REWRITE-QUEUE
               DISPLAY '{"status":"ERROR","message":"Request '
                   'expired unapproved - raise it again"}'
               EXIT PARAGRAPH
           END-IF
           MOVE 'APPROVED' TO WS-RQ-STATE(WS-RQ-IDX)
           MOVE WS-USER-ID TO WS-RQ-CHECKER(WS-RQ-IDX)
           PERFORM 7200-REWRITE-QUEUE
           DISPLAY '{"status":"OK","request_id":"'
               FUNCTION TRIM(WS-REQUEST-ID)
               '","state":"APPROVED","checker":"'
               FUNCTION TRIM(WS-USER-ID) '"}'.

      *----------------------------------------------------------------
      * a joint holder's signature - the request only reaches the
      * operator checker once the account's mandate is met
      *----------------------------------------------------------------
       3100-COSIGN-REQUEST.
           IF FUNCTION TRIM(WS-REQUEST-ID) = SPACES OR
                   FUNCTION TRIM(WS-COSIGNER) = SPACES
               DISPLAY '{"status":"ERROR","message":"COSIGN needs '
                   'request_id= and member_no="}'
               EXIT PARAGRAPH
           END-IF
           PERFORM 7000-LOAD-QUEUE
           MOVE 1 TO WS-RQ-IDX
           PERFORM UNTIL WS-RQ-IDX > WS-RQ-COUNT OR
                   WS-RQ-ID(WS-RQ-IDX) = WS-REQUEST-ID
               ADD 1 TO WS-RQ-IDX
           END-PERFORM
           IF WS-RQ-IDX > WS-RQ-COUNT
               DISPLAY '{"status":"ERROR","message":"request_id not '
                   'on file: ' FUNCTION TRIM(WS-REQUEST-ID) '"}'
               EXIT PARAGRAPH
           END-IF
           IF WS-RQ-STATE(WS-RQ-IDX) NOT = 'COSIGN'
               DISPLAY '{"status":"ERROR","message":"Request is not '
                   'waiting for holders: '
                   FUNCTION TRIM(WS-RQ-STATE(WS-RQ-IDX)) '"}'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RQ-MADE-ON(WS-RQ-IDX) TO WS-DT-NUM
           COMPUTE WS-DT-INT = FUNCTION INTEGER-OF-DATE(WS-DT-NUM)
           IF WS-TODAY-INT - WS-DT-INT > WS-EXPIRE-DAYS
               MOVE 'EXPIRED' TO WS-RQ-STATE(WS-RQ-IDX)
               PERFORM 7200-REWRITE-QUEUE
               DISPLAY '{"status":"ERROR","message":"Request '
                   'expired unsigned - raise it again"}'
               EXIT PARAGRAPH
           END-IF
           PERFORM 6000-LOAD-LINKS
           MOVE WS-COSIGNER TO WS-HOLDER-SEEK
           MOVE WS-RQ-ACCT(WS-RQ-IDX) TO WS-HOLDER-ACCT
           PERFORM 6050-COUNT-HOLDERS
           IF NOT WS-SIGNER-IS-HOLDER
               DISPLAY '{"status":"ERROR","message":"Member '
                   FUNCTION TRIM(WS-COSIGNER)
                   ' does not hold account '
                   FUNCTION TRIM(WS-RQ-ACCT(WS-RQ-IDX)) '"}'
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-SIG-LIST WS-SIG-SEEK
           STRING ',' FUNCTION TRIM(WS-RQ-SIGNED(WS-RQ-IDX)) ','
               DELIMITED SIZE INTO WS-SIG-LIST
           END-STRING
           STRING ',' FUNCTION TRIM(WS-COSIGNER) ','
               DELIMITED SIZE INTO WS-SIG-SEEK
           END-STRING
           MOVE ZERO TO WS-POS
           INSPECT WS-SIG-SEEK TALLYING WS-POS
               FOR CHARACTERS BEFORE ' '
           MOVE ZEROS TO WS-SIG-HITS
           INSPECT WS-SIG-LIST TALLYING WS-SIG-HITS
               FOR ALL WS-SIG-SEEK(1:WS-POS)
           IF WS-SIG-HITS > ZEROS
               DISPLAY '{"status":"ERROR","message":"Member '
                   FUNCTION TRIM(WS-COSIGNER)
                   ' has already signed '
                   FUNCTION TRIM(WS-REQUEST-ID) '"}'
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-SIG-LIST
           MOVE 1 TO WS-SIG-PTR
           STRING FUNCTION TRIM(WS-RQ-SIGNED(WS-RQ-IDX)) ','
                  FUNCTION TRIM(WS-COSIGNER)
               DELIMITED SIZE INTO WS-SIG-LIST
               WITH POINTER WS-SIG-PTR
           END-STRING
           IF WS-SIG-PTR > 61
               DISPLAY '{"status":"ERROR","message":"Signature '
                   'list full on ' FUNCTION TRIM(WS-REQUEST-ID) '"}'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SIG-LIST TO WS-RQ-SIGNED(WS-RQ-IDX)
           MOVE ZEROS TO WS-SIG-COUNT
           INSPECT WS-RQ-SIGNED(WS-RQ-IDX) TALLYING WS-SIG-COUNT
               FOR ALL ','
           ADD 1 TO WS-SIG-COUNT
           IF WS-SIG-COUNT >= WS-RQ-NEEDED(WS-RQ-IDX)
               MOVE 'PENDING' TO WS-RQ-STATE(WS-RQ-IDX)
           END-IF
           MOVE WS-RQ-NEEDED(WS-RQ-IDX) TO WS-NEEDED-D
           MOVE WS-SIG-COUNT TO WS-SIGCNT-D
           MOVE SPACES TO WS-OUT
           STRING
               '{"status":"OK","request_id":"' DELIMITED SIZE
               FUNCTION TRIM(WS-REQUEST-ID) DELIMITED SIZE
               '","state":"' DELIMITED SIZE
               FUNCTION TRIM(WS-RQ-STATE(WS-RQ-IDX)) DELIMITED SIZE
               '","signed":"' DELIMITED SIZE
               FUNCTION TRIM(WS-RQ-SIGNED(WS-RQ-IDX)) DELIMITED SIZE
               '","signatures":' DELIMITED SIZE
               FUNCTION TRIM(WS-SIGCNT-D) DELIMITED SIZE
               ',"needed":' DELIMITED SIZE
               FUNCTION TRIM(WS-NEEDED-D) DELIMITED SIZE
               '}' DELIMITED SIZE
               INTO WS-OUT
           END-STRING
           PERFORM 7200-REWRITE-QUEUE
           DISPLAY FUNCTION TRIM(WS-OUT).

       3200-REJECT-REQUEST.
           PERFORM 3300-FIND-REQUEST
           IF WS-RQ-IDX = ZEROS
               EXIT PARAGRAPH
           END-IF
           MOVE 'REJECTED' TO WS-RQ-STATE(WS-RQ-IDX)
           MOVE WS-USER-ID TO WS-RQ-CHECKER(WS-RQ-IDX)
           PERFORM 7200-REWRITE-QUEUE
           DISPLAY '{"status":"OK","request_id":"'
               FUNCTION TRIM(WS-REQUEST-ID)
               '","state":"REJECTED"}'.

       3300-FIND-REQUEST.
           IF FUNCTION TRIM(WS-REQUEST-ID) = SPACES OR
                   FUNCTION TRIM(WS-USER-ID) = SPACES
               DISPLAY '{"status":"ERROR","message":"Needs '
                   'request_id= and user_id="}'
               MOVE ZEROS TO WS-RQ-IDX
               EXIT PARAGRAPH
           END-IF
           PERFORM 7000-LOAD-QUEUE
           MOVE 1 TO WS-RQ-IDX
           PERFORM UNTIL WS-RQ-IDX > WS-RQ-COUNT OR
                   WS-RQ-ID(WS-RQ-IDX) = WS-REQUEST-ID
               ADD 1 TO WS-RQ-IDX
           END-PERFORM
           IF WS-RQ-IDX > WS-RQ-COUNT
               DISPLAY '{"status":"ERROR","message":"request_id not '
                   'on file: ' FUNCTION TRIM(WS-REQUEST-ID) '"}'
               MOVE ZEROS TO WS-RQ-IDX
               EXIT PARAGRAPH
           END-IF
           IF WS-RQ-STATE(WS-RQ-IDX) = 'COSIGN'
               DISPLAY '{"status":"ERROR","message":"Request still '
                   'awaits the joint holders - action=COSIGN"}'
               MOVE ZEROS TO WS-RQ-IDX
               EXIT PARAGRAPH
           END-IF
           IF WS-RQ-STATE(WS-RQ-IDX) NOT = 'PENDING'
               DISPLAY '{"status":"ERROR","message":"Request already '
                   'decided: '
                   FUNCTION TRIM(WS-RQ-STATE(WS-RQ-IDX)) '"}'
               MOVE ZEROS TO WS-RQ-IDX
           END-IF.

      * the queue listing - and the expiry sweep, as CFACCTMNT's
      * PENDING listing does it
       3400-LIST-QUEUE.
           PERFORM 7000-LOAD-QUEUE
           DISPLAY '{"withdrawals":['
           MOVE 1 TO WS-RQ-IDX
           PERFORM UNTIL WS-RQ-IDX > WS-RQ-COUNT
               IF WS-RQ-STATE(WS-RQ-IDX) = 'PENDING' OR 'COSIGN'
                   MOVE WS-RQ-MADE-ON(WS-RQ-IDX) TO WS-DT-NUM
                   COMPUTE WS-DT-INT =
                       FUNCTION INTEGER-OF-DATE(WS-DT-NUM)
                   IF WS-TODAY-INT - WS-DT-INT > WS-EXPIRE-DAYS
                       MOVE 'EXPIRED' TO WS-RQ-STATE(WS-RQ-IDX)
                       ADD 1 TO WS-EXPIRED-COUNT
                   END-IF
               END-IF
               PERFORM 3450-EMIT-REQUEST-ROW
               ADD 1 TO WS-RQ-IDX
           END-PERFORM
           IF WS-EXPIRED-COUNT > ZEROS
               PERFORM 7200-REWRITE-QUEUE
           END-IF
           MOVE WS-RQ-COUNT TO WS-CNT-D
           MOVE SPACES TO WS-OUT
           STRING
               '],"summary":{"requests":' DELIMITED SIZE
               FUNCTION TRIM(WS-CNT-D) DELIMITED SIZE
               INTO WS-OUT
           END-STRING
           DISPLAY FUNCTION TRIM(WS-OUT) WITH NO ADVANCING
           MOVE WS-EXPIRED-COUNT TO WS-CNT-D
           MOVE SPACES TO WS-OUT
           STRING
               ',"expired_this_run":' DELIMITED SIZE
               FUNCTION TRIM(WS-CNT-D) DELIMITED SIZE
               '}}' DELIMITED SIZE
               INTO WS-OUT
           END-STRING
           DISPLAY FUNCTION TRIM(WS-OUT).

       3450-EMIT-REQUEST-ROW.
           MOVE WS-RQ-AMOUNT(WS-RQ-IDX) TO WS-AMT-D
           IF WS-FIRST-REC = 'N'
               DISPLAY ','
           END-IF
           MOVE SPACES TO WS-OUT
           STRING
               '{"request_id":"' DELIMITED SIZE
               FUNCTION TRIM(WS-RQ-ID(WS-RQ-IDX)) DELIMITED SIZE
               '","account_id":"' DELIMITED SIZE
               FUNCTION TRIM(WS-RQ-ACCT(WS-RQ-IDX)) DELIMITED SIZE
               '","member_no":"' DELIMITED SIZE
               FUNCTION TRIM(WS-RQ-MEMBER(WS-RQ-IDX)) DELIMITED SIZE
               '","bank_code":"' DELIMITED SIZE
               FUNCTION TRIM(WS-RQ-BANK(WS-RQ-IDX)) DELIMITED SIZE
               '","bank_account":"' DELIMITED SIZE
               FUNCTION TRIM(WS-RQ-BACCT(WS-RQ-IDX)) DELIMITED SIZE
               '","amount":' DELIMITED SIZE
               FUNCTION TRIM(WS-AMT-D) DELIMITED SIZE
               ',"maker":"' DELIMITED SIZE
               FUNCTION TRIM(WS-RQ-MAKER(WS-RQ-IDX)) DELIMITED SIZE
               '","made_on":"' DELIMITED SIZE
               WS-RQ-MADE-ON(WS-RQ-IDX) DELIMITED SIZE
               '","checker":"' DELIMITED SIZE
               FUNCTION TRIM(WS-RQ-CHECKER(WS-RQ-IDX)) DELIMITED SIZE
               '","state":"' DELIMITED SIZE
               FUNCTION TRIM(WS-RQ-STATE(WS-RQ-IDX)) DELIMITED SIZE
               '","value_date":"' DELIMITED SIZE
               FUNCTION TRIM(WS-RQ-VDATE(WS-RQ-IDX)) DELIMITED SIZE
               '","note":"' DELIMITED SIZE
               FUNCTION TRIM(WS-RQ-NOTE(WS-RQ-IDX)) DELIMITED SIZE
               '","signed":"' DELIMITED SIZE
               FUNCTION TRIM(WS-RQ-SIGNED(WS-RQ-IDX)) DELIMITED SIZE
               '"}' DELIMITED SIZE
               INTO WS-OUT
           END-STRING
           DISPLAY FUNCTION TRIM(WS-OUT)
           MOVE 'N' TO WS-FIRST-REC.

      *----------------------------------------------------------------
      * the nightly run - every approved request is re-checked on the
      * master record itself and debited, then the day's outbound
      * file is written for the SENT ones with its control totals;
      * the file is opened before the first debit, so a run that could
      * not write it has moved no money and marked nothing SENT
      *----------------------------------------------------------------
       4000-RUN-PAYMENTS.
           OPEN INPUT PAYOUT-FILE
           IF WS-OUT-STATUS = '00'
               CLOSE PAYOUT-FILE
               DISPLAY '{"error":"Outbound file already written: '
                   FUNCTION TRIM(WS-OUT-FILE) ' - nothing sent"}'
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM 7000-LOAD-QUEUE
           IF WS-RQ-IS-TRUNCATED
               DISPLAY '{"error":"Withdrawal queue larger than 10000 '
                   'requests - nothing sent"}'
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM 6100-LOAD-BENEFICIARIES
           MOVE ZEROS TO WS-APPROVED-COUNT
           MOVE 1 TO WS-RQ-IDX
           PERFORM UNTIL WS-RQ-IDX > WS-RQ-COUNT
               IF WS-RQ-STATE(WS-RQ-IDX) = 'APPROVED'
                   ADD 1 TO WS-APPROVED-COUNT
               END-IF
               ADD 1 TO WS-RQ-IDX
           END-PERFORM
           OPEN I-O ACCOUNT-MASTER
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY '{"error":"Cannot open account master: '
                   FUNCTION TRIM(WS-MASTER-FILE) '"}'
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-APPROVED-COUNT > ZEROS
               OPEN OUTPUT PAYOUT-FILE
               IF WS-OUT-STATUS NOT = '00'
                   CLOSE ACCOUNT-MASTER
                   DISPLAY '{"error":"Cannot write outbound file: '
                       FUNCTION TRIM(WS-OUT-FILE) ' - nothing sent"}'
                   MOVE 8 TO RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           DISPLAY '{"payments":['
           MOVE 1 TO WS-RQ-IDX
           PERFORM UNTIL WS-RQ-IDX > WS-RQ-COUNT
               IF WS-RQ-STATE(WS-RQ-IDX) = 'APPROVED'
                   PERFORM 4100-SEND-ONE-PAYMENT
                   PERFORM 3450-EMIT-REQUEST-ROW
               END-IF
               ADD 1 TO WS-RQ-IDX
           END-PERFORM
           CLOSE ACCOUNT-MASTER
           IF WS-APPROVED-COUNT > ZEROS
               PERFORM 4500-WRITE-OUTBOUND-FILE
           END-IF
           IF WS-SENT-COUNT > ZEROS
               PERFORM 4700-WRITE-REGISTER
           END-IF
           PERFORM 7200-REWRITE-QUEUE
           MOVE WS-SENT-COUNT TO WS-CNT-D
           MOVE SPACES TO WS-OUT
           STRING
               '],"summary":{"business_date":"' DELIMITED SIZE
               WS-BUSINESS-DATE DELIMITED SIZE
               '","value_date":"' DELIMITED SIZE
               WS-VALUE-DATE DELIMITED SIZE
               '","sent":' DELIMITED SIZE
               FUNCTION TRIM(WS-CNT-D) DELIMITED SIZE
               INTO WS-OUT
           END-STRING
           DISPLAY FUNCTION TRIM(WS-OUT) WITH NO ADVANCING
           MOVE WS-SENT-TOTAL TO WS-TOT-D
           MOVE WS-HASH-TOTAL TO WS-HASH-D
           MOVE WS-FAILED-COUNT TO WS-CNT-D
           MOVE SPACES TO WS-OUT
           STRING
               ',"sent_total":' DELIMITED SIZE
               FUNCTION TRIM(WS-TOT-D) DELIMITED SIZE
               ',"hash_total":' DELIMITED SIZE
               FUNCTION TRIM(WS-HASH-D) DELIMITED SIZE
               ',"failed":' DELIMITED SIZE
               FUNCTION TRIM(WS-CNT-D) DELIMITED SIZE
               INTO WS-OUT
           END-STRING
           DISPLAY FUNCTION TRIM(WS-OUT) WITH NO ADVANCING
           EVALUATE TRUE
               WHEN WS-SENT-COUNT > ZEROS
                   DISPLAY ',"out_file":"' FUNCTION TRIM(WS-OUT-FILE)
                       '","payment_file":"' FUNCTION TRIM(WS-REG-FILE)
                       '"}}'
               WHEN WS-APPROVED-COUNT > ZEROS
                   DISPLAY ',"out_file":"' FUNCTION TRIM(WS-OUT-FILE)
                       '","payment_file":""}}'
               WHEN OTHER
                   DISPLAY ',"out_file":""}}'
           END-EVALUATE
           IF WS-FAILED-COUNT > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF.

       4100-SEND-ONE-PAYMENT.
           MOVE WS-RQ-MEMBER(WS-RQ-IDX) TO WS-MEMBER-NO
           MOVE WS-RQ-BANK(WS-RQ-IDX)   TO WS-BANK-CODE
           MOVE WS-RQ-BACCT(WS-RQ-IDX)  TO WS-BANK-ACCOUNT
           PERFORM 6200-FIND-BENEFICIARY
           IF NOT WS-FOUND
               MOVE 'BENEFICIARY-REMOVED' TO WS-RQ-NOTE(WS-RQ-IDX)
               PERFORM 4190-FAIL-PAYMENT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RQ-ACCT(WS-RQ-IDX) TO AM-ACCT-ID
           READ ACCOUNT-MASTER
               INVALID KEY
                   MOVE 'ACCOUNT-NOT-ON-FILE'
                       TO WS-RQ-NOTE(WS-RQ-IDX)
                   PERFORM 4190-FAIL-PAYMENT
                   EXIT PARAGRAPH
           END-READ
           IF NOT AM-IS-ACTIVE
               MOVE 'ACCOUNT-NOT-ACTIVE' TO WS-RQ-NOTE(WS-RQ-IDX)
               PERFORM 4190-FAIL-PAYMENT
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-AVAILABLE = AM-BALANCE - AM-HOLD-TOTAL
               - AM-EARMARK-TOTAL
           IF WS-RQ-AMOUNT(WS-RQ-IDX) > WS-AVAILABLE
               MOVE 'INSUFFICIENT-FUNDS' TO WS-RQ-NOTE(WS-RQ-IDX)
               PERFORM 4190-FAIL-PAYMENT
               EXIT PARAGRAPH
           END-IF
           MOVE AM-BALANCE TO WS-OLD-BALANCE
           SUBTRACT WS-RQ-AMOUNT(WS-RQ-IDX) FROM AM-BALANCE
           MOVE AM-BALANCE TO WS-NEW-BALANCE
           MOVE WS-BUSINESS-DATE TO AM-LAST-ACTIVITY
           REWRITE ACCOUNT-MASTER-RECORD
           MOVE 'PAYOUT' TO WS-AUDIT-TYPE
           MOVE WS-RQ-AMOUNT(WS-RQ-IDX) TO WS-AMOUNT
           MOVE SPACES TO WS-AUDIT-EXTRA
           STRING 'payment_id=' DELIMITED SIZE
               FUNCTION TRIM(WS-RQ-ID(WS-RQ-IDX)) DELIMITED SIZE
               ' bank_code=' DELIMITED SIZE
               FUNCTION TRIM(WS-RQ-BANK(WS-RQ-IDX)) DELIMITED SIZE
               INTO WS-AUDIT-EXTRA
           END-STRING
           PERFORM 8000-WRITE-AUDIT-LINE
           MOVE 'SENT' TO WS-RQ-STATE(WS-RQ-IDX)
           MOVE WS-VALUE-DATE TO WS-RQ-VDATE(WS-RQ-IDX)
           MOVE SPACES TO WS-RQ-NOTE(WS-RQ-IDX)
           MOVE 'Y' TO WS-RQ-RUN-FLAG(WS-RQ-IDX)
           ADD 1 TO WS-SENT-COUNT
           ADD WS-RQ-AMOUNT(WS-RQ-IDX) TO WS-SENT-TOTAL
           IF WS-RUN-CURRENCY = SPACES
               MOVE WS-RQ-CURRENCY(WS-RQ-IDX) TO WS-RUN-CURRENCY
           END-IF
           PERFORM 4200-ADD-TO-HASH.

      * a failed request is not debited and does not go to the bank;
      * it stays on the queue with its reason for the treasurer
       4190-FAIL-PAYMENT.
           MOVE 'FAILED' TO WS-RQ-STATE(WS-RQ-IDX)
           ADD 1 TO WS-FAILED-COUNT.

      * the hash total: the beneficiary account number read as a
      * number, digits only, its low 18 digits added in and the sum
      * kept to 18 digits - what the bank recomputes on its side
       4200-ADD-TO-HASH.
           MOVE ZEROS TO WS-HASH-PART
           MOVE 1 TO WS-HASH-CHAR-IDX
           PERFORM UNTIL WS-HASH-CHAR-IDX > 34
               IF WS-RQ-BACCT(WS-RQ-IDX)(WS-HASH-CHAR-IDX:1)
                       IS NUMERIC
                   MOVE WS-RQ-BACCT(WS-RQ-IDX)(WS-HASH-CHAR-IDX:1)
                       TO WS-HASH-DIGIT
                   COMPUTE WS-HASH-WORK = WS-HASH-PART * 10
                       + WS-HASH-DIGIT
                   MOVE WS-HASH-WORK TO WS-HASH-PART
               END-IF
               ADD 1 TO WS-HASH-CHAR-IDX
           END-PERFORM
           COMPUTE WS-HASH-WORK = WS-HASH-TOTAL + WS-HASH-PART
           MOVE WS-HASH-WORK TO WS-HASH-TOTAL.

      * the file was opened by 4000 before any debit
       4500-WRITE-OUTBOUND-FILE.
           MOVE SPACES TO PAYOUT-WORK-RECORD
           MOVE 'H' TO PH-REC-TYPE
           MOVE WS-SENDER-ID TO PH-SENDER-ID
           MOVE WS-BUSINESS-DATE TO PH-FILE-DATE
           MOVE WS-VALUE-DATE TO PH-VALUE-DATE
           MOVE WS-RUN-CURRENCY TO PH-CURRENCY
           WRITE PAYOUT-RECORD FROM PAYOUT-WORK-RECORD
           MOVE 1 TO WS-RQ-IDX
           PERFORM UNTIL WS-RQ-IDX > WS-RQ-COUNT
               IF WS-RQ-RUN-FLAG(WS-RQ-IDX) = 'Y'
                   PERFORM 4600-WRITE-ONE-DETAIL
               END-IF
               ADD 1 TO WS-RQ-IDX
           END-PERFORM
           MOVE SPACES TO PAYOUT-WORK-RECORD
           MOVE 'T' TO PT-REC-TYPE
           MOVE WS-SENT-COUNT TO PT-RECORD-COUNT
           MOVE WS-SENT-TOTAL TO PT-TOTAL-AMOUNT
           MOVE WS-HASH-TOTAL TO PT-HASH-TOTAL
           WRITE PAYOUT-RECORD FROM PAYOUT-WORK-RECORD
           CLOSE PAYOUT-FILE.

       4600-WRITE-ONE-DETAIL.
           MOVE SPACES TO PAYOUT-WORK-RECORD
           MOVE 'D' TO PD-REC-TYPE
           MOVE WS-RQ-ID(WS-RQ-IDX)       TO PD-PAYMENT-ID
           MOVE WS-RQ-BANK(WS-RQ-IDX)     TO PD-BANK-CODE
           MOVE WS-RQ-BACCT(WS-RQ-IDX)    TO PD-BANK-ACCOUNT
           MOVE WS-RQ-NAME(WS-RQ-IDX)     TO PD-BENEF-NAME
           MOVE WS-RQ-AMOUNT(WS-RQ-IDX)   TO PD-AMOUNT
           MOVE WS-RQ-CURRENCY(WS-RQ-IDX) TO PD-CURRENCY
           MOVE WS-RQ-VDATE(WS-RQ-IDX)    TO PD-VALUE-DATE
           MOVE WS-RQ-ACCT(WS-RQ-IDX)     TO PD-REFERENCE
           WRITE PAYOUT-RECORD FROM PAYOUT-WORK-RECORD.

      * the day's payment register - CFNOSTRO's payment_file=
       4700-WRITE-REGISTER.
           PERFORM 4800-OPEN-REGISTER
           MOVE 1 TO WS-RQ-IDX
           PERFORM UNTIL WS-RQ-IDX > WS-RQ-COUNT
               IF WS-RQ-RUN-FLAG(WS-RQ-IDX) = 'Y'
                   PERFORM 4850-WRITE-REGISTER-LINE
               END-IF
               ADD 1 TO WS-RQ-IDX
           END-PERFORM
           CLOSE REGISTER-FILE.

       4800-OPEN-REGISTER.
           OPEN EXTEND REGISTER-FILE
           IF WS-REG-STATUS NOT = '00'
               CLOSE REGISTER-FILE
               OPEN OUTPUT REGISTER-FILE
           END-IF.

       4850-WRITE-REGISTER-LINE.
           MOVE WS-RQ-AMOUNT(WS-RQ-IDX) TO WS-AMT-D
           MOVE SPACES TO REGISTER-RECORD
           STRING
               'payment_id=' DELIMITED SIZE
               FUNCTION TRIM(WS-RQ-ID(WS-RQ-IDX)) DELIMITED SIZE
               ' account_id=' DELIMITED SIZE
               FUNCTION TRIM(WS-RQ-ACCT(WS-RQ-IDX)) DELIMITED SIZE
               ' bank_code=' DELIMITED SIZE
               FUNCTION TRIM(WS-RQ-BANK(WS-RQ-IDX)) DELIMITED SIZE
               ' bank_account=' DELIMITED SIZE
               FUNCTION TRIM(WS-RQ-BACCT(WS-RQ-IDX)) DELIMITED SIZE
               ' amount=' DELIMITED SIZE
               FUNCTION TRIM(WS-AMT-D) DELIMITED SIZE
               ' value_date=' DELIMITED SIZE
               WS-RQ-VDATE(WS-RQ-IDX) DELIMITED SIZE
               ' status=' DELIMITED SIZE
               FUNCTION TRIM(WS-RQ-STATE(WS-RQ-IDX)) DELIMITED SIZE
               INTO REGISTER-RECORD
           END-STRING
           WRITE REGISTER-RECORD.

      *----------------------------------------------------------------
      * returns - the bank's return file is proved against its own
      * trailer before a single credit is posted; each SENT payment
      * comes back once, at the amount it went out at
      *----------------------------------------------------------------
       5000-PROCESS-RETURNS.
           IF FUNCTION TRIM(WS-RETURN-FILE) = SPACES
               DISPLAY '{"status":"ERROR","message":"RETURN needs '
                   'return_file="}'
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT RETURN-IN
           IF WS-RETURN-STATUS NOT = '00'
               DISPLAY '{"error":"Cannot open return file: '
                   FUNCTION TRIM(WS-RETURN-FILE) '"}'
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ RETURN-IN INTO PAYOUT-WORK-RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM 5100-READ-ONE-RETURN
               END-READ
           END-PERFORM
           CLOSE RETURN-IN
           MOVE 'N' TO WS-EOF
           IF NOT WS-HAS-TRAILER OR WS-RT-IS-TRUNCATED OR
                   WS-RT-BAD-COUNT > ZEROS OR
                   WS-TRAILER-COUNT NOT = WS-RT-COUNT OR
                   WS-TRAILER-TOTAL NOT = WS-RT-TOTAL
               MOVE WS-RT-COUNT TO WS-CNT-D
               MOVE WS-RT-TOTAL TO WS-TOT-D
               DISPLAY '{"error":"Return file does not reconcile to '
                   'its trailer: ' FUNCTION TRIM(WS-CNT-D)
                   ' returns totalling ' FUNCTION TRIM(WS-TOT-D)
                   ' - nothing credited"}'
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM 7000-LOAD-QUEUE
           OPEN I-O ACCOUNT-MASTER
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY '{"error":"Cannot open account master: '
                   FUNCTION TRIM(WS-MASTER-FILE) '"}'
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM 4800-OPEN-REGISTER
           DISPLAY '{"returns":['
           MOVE 1 TO WS-RT-IDX
           PERFORM UNTIL WS-RT-IDX > WS-RT-COUNT
               PERFORM 5200-APPLY-ONE-RETURN
               PERFORM 5300-EMIT-RETURN-ROW
               ADD 1 TO WS-RT-IDX
           END-PERFORM
           CLOSE REGISTER-FILE
           CLOSE ACCOUNT-MASTER
           PERFORM 7200-REWRITE-QUEUE
           MOVE WS-RT-COUNT TO WS-CNT-D
           MOVE SPACES TO WS-OUT
           STRING
               '],"summary":{"returns":' DELIMITED SIZE
               FUNCTION TRIM(WS-CNT-D) DELIMITED SIZE
               INTO WS-OUT
           END-STRING
           DISPLAY FUNCTION TRIM(WS-OUT) WITH NO ADVANCING
           MOVE WS-CREDITED-COUNT TO WS-CNT-D
           MOVE WS-CREDITED-TOTAL TO WS-TOT-D
           MOVE SPACES TO WS-OUT
           STRING
               ',"credited":' DELIMITED SIZE
               FUNCTION TRIM(WS-CNT-D) DELIMITED SIZE
               ',"credited_total":' DELIMITED SIZE
               FUNCTION TRIM(WS-TOT-D) DELIMITED SIZE
               INTO WS-OUT
           END-STRING
           DISPLAY FUNCTION TRIM(WS-OUT) WITH NO ADVANCING
           MOVE WS-REFUSED-COUNT TO WS-CNT-D
           MOVE SPACES TO WS-OUT
           STRING
               ',"refused":' DELIMITED SIZE
               FUNCTION TRIM(WS-CNT-D) DELIMITED SIZE
               '}}' DELIMITED SIZE
               INTO WS-OUT
           END-STRING
           DISPLAY FUNCTION TRIM(WS-OUT)
           IF WS-REFUSED-COUNT > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF.

       5100-READ-ONE-RETURN.
           IF FUNCTION TRIM(PAYOUT-WORK-RECORD) = SPACES
               EXIT PARAGRAPH
           END-IF
           EVALUATE PR-REC-TYPE
               WHEN 'R'
                   IF PR-AMOUNT IS NOT NUMERIC
                       ADD 1 TO WS-RT-BAD-COUNT
                       EXIT PARAGRAPH
                   END-IF
                   IF WS-RT-COUNT >= 10000
                       MOVE 'Y' TO WS-RT-TRUNC-FLAG
                       EXIT PARAGRAPH
                   END-IF
                   ADD 1 TO WS-RT-COUNT
                   ADD PR-AMOUNT TO WS-RT-TOTAL
                   MOVE PR-PAYMENT-ID  TO WS-RT-ID(WS-RT-COUNT)
                   MOVE PR-AMOUNT      TO WS-RT-AMOUNT(WS-RT-COUNT)
                   MOVE PR-RETURN-CODE TO WS-RT-CODE(WS-RT-COUNT)
                   IF PR-RETURN-DATE IS NUMERIC
                       MOVE PR-RETURN-DATE TO WS-RT-DATE(WS-RT-COUNT)
                   ELSE
                       MOVE WS-BUSINESS-DATE
                           TO WS-RT-DATE(WS-RT-COUNT)
                   END-IF
                   MOVE SPACES TO WS-RT-RESULT(WS-RT-COUNT)
                   MOVE PR-RETURN-REASON TO WS-RT-NOTE(WS-RT-COUNT)
               WHEN 'T'
                   MOVE 'Y' TO WS-TRAILER-SEEN
                   IF PT-RECORD-COUNT IS NUMERIC
                       MOVE PT-RECORD-COUNT TO WS-TRAILER-COUNT
                   END-IF
                   IF PT-TOTAL-AMOUNT IS NUMERIC
                       MOVE PT-TOTAL-AMOUNT TO WS-TRAILER-TOTAL
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-RT-BAD-COUNT
           END-EVALUATE.

       5200-APPLY-ONE-RETURN.
           MOVE 'REFUSED' TO WS-RT-RESULT(WS-RT-IDX)
           MOVE 1 TO WS-RQ-IDX
           PERFORM UNTIL WS-RQ-IDX > WS-RQ-COUNT OR
                   WS-RQ-ID(WS-RQ-IDX) = WS-RT-ID(WS-RT-IDX)
               ADD 1 TO WS-RQ-IDX
           END-PERFORM
           IF WS-RQ-IDX > WS-RQ-COUNT
               MOVE 'unknown payment id' TO WS-RT-NOTE(WS-RT-IDX)
               ADD 1 TO WS-REFUSED-COUNT
               EXIT PARAGRAPH
           END-IF
           IF WS-RQ-STATE(WS-RQ-IDX) = 'RETURNED'
               MOVE 'already returned' TO WS-RT-NOTE(WS-RT-IDX)
               ADD 1 TO WS-REFUSED-COUNT
               EXIT PARAGRAPH
           END-IF
           IF WS-RQ-STATE(WS-RQ-IDX) NOT = 'SENT'
               MOVE 'payment was never sent' TO WS-RT-NOTE(WS-RT-IDX)
               ADD 1 TO WS-REFUSED-COUNT
               EXIT PARAGRAPH
           END-IF
           IF WS-RQ-AMOUNT(WS-RQ-IDX) NOT = WS-RT-AMOUNT(WS-RT-IDX)
               MOVE 'amount differs from the payment'
                   TO WS-RT-NOTE(WS-RT-IDX)
               ADD 1 TO WS-REFUSED-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RQ-ACCT(WS-RQ-IDX) TO AM-ACCT-ID
           READ ACCOUNT-MASTER
               INVALID KEY
                   MOVE 'account no longer on file'
                       TO WS-RT-NOTE(WS-RT-IDX)
                   ADD 1 TO WS-REFUSED-COUNT
                   EXIT PARAGRAPH
           END-READ
      * a closed account cannot take the money back - that one is
      * the treasurer's to settle by hand
           IF AM-IS-CLOSED
               MOVE 'account is closed' TO WS-RT-NOTE(WS-RT-IDX)
               ADD 1 TO WS-REFUSED-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE AM-BALANCE TO WS-OLD-BALANCE
           ADD WS-RT-AMOUNT(WS-RT-IDX) TO AM-BALANCE
           MOVE AM-BALANCE TO WS-NEW-BALANCE
           REWRITE ACCOUNT-MASTER-RECORD
           MOVE 'PAYOUT-RETURN' TO WS-AUDIT-TYPE
           MOVE WS-RT-AMOUNT(WS-RT-IDX) TO WS-AMOUNT
           MOVE SPACES TO WS-AUDIT-EXTRA
           STRING 'payment_id=' DELIMITED SIZE
               FUNCTION TRIM(WS-RQ-ID(WS-RQ-IDX)) DELIMITED SIZE
               ' return_code=' DELIMITED SIZE
               FUNCTION TRIM(WS-RT-CODE(WS-RT-IDX)) DELIMITED SIZE
               INTO WS-AUDIT-EXTRA
           END-STRING
           PERFORM 8000-WRITE-AUDIT-LINE
           MOVE 'RETURNED' TO WS-RQ-STATE(WS-RQ-IDX)
           MOVE SPACES TO WS-RQ-NOTE(WS-RQ-IDX)
           STRING 'RETURN-' FUNCTION TRIM(WS-RT-CODE(WS-RT-IDX))
               DELIMITED SIZE INTO WS-RQ-NOTE(WS-RQ-IDX)
           END-STRING
           MOVE WS-RT-DATE(WS-RT-IDX) TO WS-RQ-VDATE(WS-RQ-IDX)
           PERFORM 4850-WRITE-REGISTER-LINE
           MOVE 'CREDITED' TO WS-RT-RESULT(WS-RT-IDX)
           ADD 1 TO WS-CREDITED-COUNT
           ADD WS-RT-AMOUNT(WS-RT-IDX) TO WS-CREDITED-TOTAL.

       5300-EMIT-RETURN-ROW.
           MOVE WS-RT-AMOUNT(WS-RT-IDX) TO WS-AMT-D
           IF WS-FIRST-REC = 'N'
               DISPLAY ','
           END-IF
           MOVE SPACES TO WS-OUT
           STRING
               '{"payment_id":"' DELIMITED SIZE
               FUNCTION TRIM(WS-RT-ID(WS-RT-IDX)) DELIMITED SIZE
               '","amount":' DELIMITED SIZE
               FUNCTION TRIM(WS-AMT-D) DELIMITED SIZE
               ',"return_code":"' DELIMITED SIZE
               FUNCTION TRIM(WS-RT-CODE(WS-RT-IDX)) DELIMITED SIZE
               '","result":"' DELIMITED SIZE
               FUNCTION TRIM(WS-RT-RESULT(WS-RT-IDX)) DELIMITED SIZE
               '","note":"' DELIMITED SIZE
               FUNCTION TRIM(WS-RT-NOTE(WS-RT-IDX)) DELIMITED SIZE
               '"}' DELIMITED SIZE
               INTO WS-OUT
           END-STRING
           DISPLAY FUNCTION TRIM(WS-OUT)
           MOVE 'N' TO WS-FIRST-REC.

      *----------------------------------------------------------------
      * CFMEMBER's link and beneficiary files, read as it keeps them
      *----------------------------------------------------------------
       6000-LOAD-LINKS.
           MOVE ZEROS TO WS-LK-COUNT
           OPEN INPUT LINK-FILE
           IF WS-LINK-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ LINK-FILE INTO LINK-RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END PERFORM 6010-LOAD-ONE-LINK
               END-READ
           END-PERFORM
           CLOSE LINK-FILE
           MOVE 'N' TO WS-EOF.

       6010-LOAD-ONE-LINK.
           IF FUNCTION TRIM(LINK-RECORD) = SPACES OR
                   WS-LK-COUNT >= 20000
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-LK-IN-MEMBER WS-LK-IN-ACCT
           MOVE FUNCTION TRIM(LINK-RECORD) TO WS-REMAIN
           PERFORM UNTIL FUNCTION TRIM(WS-REMAIN) = SPACES
               PERFORM 8100-EXTRACT-TOKEN
               IF FUNCTION TRIM(WS-TOKEN) NOT = SPACES
                   PERFORM 6020-PARSE-LINK-TOKEN
               END-IF
           END-PERFORM
           IF FUNCTION TRIM(WS-LK-IN-MEMBER) NOT = SPACES AND
                   FUNCTION TRIM(WS-LK-IN-ACCT) NOT = SPACES
               ADD 1 TO WS-LK-COUNT
               MOVE WS-LK-IN-MEMBER TO WS-LK-MEMBER(WS-LK-COUNT)
               MOVE WS-LK-IN-ACCT   TO WS-LK-ACCT(WS-LK-COUNT)
           END-IF.

       6020-PARSE-LINK-TOKEN.
           MOVE ZERO TO WS-POS
           INSPECT WS-TOKEN TALLYING WS-POS FOR CHARACTERS BEFORE '='
           IF WS-POS > 0
               MOVE WS-TOKEN(1:WS-POS) TO WS-FIELD-NAME
               MOVE WS-TOKEN(WS-POS + 2:) TO WS-FIELD-VAL
               EVALUATE FUNCTION TRIM(WS-FIELD-NAME)
                   WHEN 'member'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-LK-IN-MEMBER
                   WHEN 'account_id'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-LK-IN-ACCT
               END-EVALUATE
           END-IF.

      * holders of WS-HOLDER-ACCT on the loaded link table, and
      * whether WS-HOLDER-SEEK is one of them
       6050-COUNT-HOLDERS.
           MOVE ZEROS TO WS-HOLDER-COUNT
           MOVE 'N' TO WS-HOLDER-FLAG
           MOVE 1 TO WS-LK-IDX
           PERFORM UNTIL WS-LK-IDX > WS-LK-COUNT
               IF WS-LK-ACCT(WS-LK-IDX) = WS-HOLDER-ACCT
                   ADD 1 TO WS-HOLDER-COUNT
                   IF WS-LK-MEMBER(WS-LK-IDX) = WS-HOLDER-SEEK
                       MOVE 'Y' TO WS-HOLDER-FLAG
                   END-IF
               END-IF
               ADD 1 TO WS-LK-IDX
           END-PERFORM.

       6100-LOAD-BENEFICIARIES.
           MOVE ZEROS TO WS-BN-COUNT
           OPEN INPUT BENEF-FILE
           IF WS-BENEF-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ BENEF-FILE INTO BENEF-RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END PERFORM 6110-LOAD-ONE-BENEFICIARY
               END-READ
           END-PERFORM
           CLOSE BENEF-FILE
           MOVE 'N' TO WS-EOF.

      * the holder's name is the rest of the line after name=
       6110-LOAD-ONE-BENEFICIARY.
           IF FUNCTION TRIM(BENEF-RECORD) = SPACES OR
                   WS-BN-COUNT >= 20000
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-BN-IN-MEMBER WS-BN-IN-BANK
               WS-BN-IN-ACCOUNT WS-BN-IN-NAME
           MOVE ZERO TO WS-POS
           INSPECT BENEF-RECORD TALLYING WS-POS
               FOR CHARACTERS BEFORE INITIAL ' name='
           IF WS-POS < 194
               MOVE BENEF-RECORD(WS-POS + 7:) TO WS-BN-IN-NAME
               MOVE BENEF-RECORD(1:WS-POS) TO WS-REMAIN
           ELSE
               MOVE BENEF-RECORD TO WS-REMAIN
           END-IF
           PERFORM UNTIL FUNCTION TRIM(WS-REMAIN) = SPACES
               PERFORM 8100-EXTRACT-TOKEN
               IF FUNCTION TRIM(WS-TOKEN) NOT = SPACES
                   PERFORM 6120-PARSE-BENEF-TOKEN
               END-IF
           END-PERFORM
           IF FUNCTION TRIM(WS-BN-IN-MEMBER) NOT = SPACES
               ADD 1 TO WS-BN-COUNT
               MOVE WS-BN-IN-MEMBER  TO WS-BN-MEMBER(WS-BN-COUNT)
               MOVE WS-BN-IN-BANK    TO WS-BN-BANK(WS-BN-COUNT)
               MOVE WS-BN-IN-ACCOUNT TO WS-BN-ACCOUNT(WS-BN-COUNT)
               MOVE WS-BN-IN-NAME    TO WS-BN-NAME(WS-BN-COUNT)
           END-IF.

       6120-PARSE-BENEF-TOKEN.
           MOVE ZERO TO WS-POS
           INSPECT WS-TOKEN TALLYING WS-POS FOR CHARACTERS BEFORE '='
           IF WS-POS > 0
               MOVE WS-TOKEN(1:WS-POS) TO WS-FIELD-NAME
               MOVE WS-TOKEN(WS-POS + 2:) TO WS-FIELD-VAL
               EVALUATE FUNCTION TRIM(WS-FIELD-NAME)
                   WHEN 'member'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-BN-IN-MEMBER
                   WHEN 'bank_code'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-BN-IN-BANK
                   WHEN 'bank_account'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-BN-IN-ACCOUNT
               END-EVALUATE
           END-IF.

       6200-FIND-BENEFICIARY.
           MOVE 'N' TO WS-FOUND-FLAG
           MOVE 1 TO WS-BN-IDX
           PERFORM UNTIL WS-BN-IDX > WS-BN-COUNT OR WS-FOUND
               IF WS-BN-MEMBER(WS-BN-IDX) = WS-MEMBER-NO AND
                       WS-BN-BANK(WS-BN-IDX) = WS-BANK-CODE AND
                       WS-BN-ACCOUNT(WS-BN-IDX) = WS-BANK-ACCOUNT
                   MOVE 'Y' TO WS-FOUND-FLAG
               ELSE
                   ADD 1 TO WS-BN-IDX
               END-IF
           END-PERFORM.

      * account_id=<id> mandate=<ANY|ALL|TWO> threshold=<n>, the shape
      * CFMEMBER action=MANDATE writes; no line signs ANY
       6300-FIND-MANDATE.
           MOVE 'ANY' TO WS-MD-MANDATE-USED
           MOVE ZEROS TO WS-MD-THRESH-USED
           OPEN INPUT MANDATE-FILE
           IF WS-MANDATE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-MANDATE-STATUS NOT = '00'
               READ MANDATE-FILE
                   AT END MOVE '10' TO WS-MANDATE-STATUS
                   NOT AT END
                       PERFORM 6310-MATCH-MANDATE-LINE
               END-READ
           END-PERFORM
           CLOSE MANDATE-FILE.

       6310-MATCH-MANDATE-LINE.
           MOVE SPACES TO WS-MD-IN-ACCT WS-MD-IN-MANDATE
           MOVE ZEROS TO WS-MD-IN-THRESHOLD
           MOVE FUNCTION TRIM(MANDATE-RECORD) TO WS-REMAIN
           PERFORM UNTIL FUNCTION TRIM(WS-REMAIN) = SPACES
               PERFORM 8100-EXTRACT-TOKEN
               IF FUNCTION TRIM(WS-TOKEN) NOT = SPACES
                   PERFORM 6320-PARSE-MANDATE-TOKEN
               END-IF
           END-PERFORM
           IF WS-MD-IN-ACCT = WS-ACCOUNT-ID AND
                   WS-MD-IN-MANDATE NOT = SPACES
               MOVE WS-MD-IN-MANDATE   TO WS-MD-MANDATE-USED
               MOVE WS-MD-IN-THRESHOLD TO WS-MD-THRESH-USED
           END-IF.

       6320-PARSE-MANDATE-TOKEN.
           MOVE ZERO TO WS-POS
           INSPECT WS-TOKEN TALLYING WS-POS FOR CHARACTERS BEFORE '='
           IF WS-POS > 0
               MOVE WS-TOKEN(1:WS-POS) TO WS-FIELD-NAME
               MOVE WS-TOKEN(WS-POS + 2:) TO WS-FIELD-VAL
               EVALUATE FUNCTION TRIM(WS-FIELD-NAME)
                   WHEN 'account_id'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-MD-IN-ACCT
                   WHEN 'mandate'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-MD-IN-MANDATE
                   WHEN 'threshold'
                       MOVE FUNCTION NUMVAL(WS-FIELD-VAL)
                           TO WS-MD-IN-THRESHOLD
               END-EVALUATE
           END-IF.

      *----------------------------------------------------------------
      * the withdrawal queue file
      *----------------------------------------------------------------
       7000-LOAD-QUEUE.
           MOVE ZEROS TO WS-RQ-COUNT
           OPEN INPUT QUEUE-FILE
           IF WS-QUEUE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ QUEUE-FILE INTO QUEUE-RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM 7100-LOAD-ONE-REQUEST
               END-READ
           END-PERFORM
           CLOSE QUEUE-FILE
           MOVE 'N' TO WS-EOF.

       7100-LOAD-ONE-REQUEST.
           IF FUNCTION TRIM(QUEUE-RECORD) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-RQ-IN-ID WS-RQ-IN-ACCT WS-RQ-IN-MEMBER
               WS-RQ-IN-BANK WS-RQ-IN-BACCT WS-RQ-IN-CURRENCY
               WS-RQ-IN-MAKER WS-RQ-IN-MADE-ON WS-RQ-IN-STATE
               WS-RQ-IN-CHECKER WS-RQ-IN-VDATE WS-RQ-IN-NOTE
               WS-RQ-IN-NAME WS-RQ-IN-SIGNED
           MOVE ZEROS TO WS-RQ-IN-AMOUNT WS-RQ-IN-NEEDED
           MOVE ZERO TO WS-POS
           INSPECT QUEUE-RECORD TALLYING WS-POS
               FOR CHARACTERS BEFORE INITIAL ' name='
           IF WS-POS < 394
               MOVE QUEUE-RECORD(WS-POS + 7:) TO WS-RQ-IN-NAME
               MOVE QUEUE-RECORD(1:WS-POS) TO WS-REMAIN
           ELSE
               MOVE QUEUE-RECORD TO WS-REMAIN
           END-IF
           PERFORM UNTIL FUNCTION TRIM(WS-REMAIN) = SPACES
               PERFORM 8100-EXTRACT-TOKEN
               IF FUNCTION TRIM(WS-TOKEN) NOT = SPACES
                   PERFORM 7150-PARSE-QUEUE-TOKEN
               END-IF
           END-PERFORM
           IF FUNCTION TRIM(WS-RQ-IN-ID) = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-RQ-COUNT >= 10000
               MOVE 'Y' TO WS-RQ-TRUNC-FLAG
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-RQ-COUNT
           MOVE WS-RQ-IN-ID       TO WS-RQ-ID(WS-RQ-COUNT)
           MOVE WS-RQ-IN-ACCT     TO WS-RQ-ACCT(WS-RQ-COUNT)
           MOVE WS-RQ-IN-MEMBER   TO WS-RQ-MEMBER(WS-RQ-COUNT)
           MOVE WS-RQ-IN-BANK     TO WS-RQ-BANK(WS-RQ-COUNT)
           MOVE WS-RQ-IN-BACCT    TO WS-RQ-BACCT(WS-RQ-COUNT)
           MOVE WS-RQ-IN-AMOUNT   TO WS-RQ-AMOUNT(WS-RQ-COUNT)
           MOVE WS-RQ-IN-CURRENCY TO WS-RQ-CURRENCY(WS-RQ-COUNT)
           MOVE WS-RQ-IN-MAKER    TO WS-RQ-MAKER(WS-RQ-COUNT)
           MOVE WS-RQ-IN-MADE-ON  TO WS-RQ-MADE-ON(WS-RQ-COUNT)
           MOVE WS-RQ-IN-STATE    TO WS-RQ-STATE(WS-RQ-COUNT)
           MOVE WS-RQ-IN-CHECKER  TO WS-RQ-CHECKER(WS-RQ-COUNT)
           MOVE WS-RQ-IN-VDATE    TO WS-RQ-VDATE(WS-RQ-COUNT)
           MOVE WS-RQ-IN-NOTE     TO WS-RQ-NOTE(WS-RQ-COUNT)
           MOVE WS-RQ-IN-NEEDED   TO WS-RQ-NEEDED(WS-RQ-COUNT)
           MOVE WS-RQ-IN-SIGNED   TO WS-RQ-SIGNED(WS-RQ-COUNT)
           MOVE WS-RQ-IN-NAME     TO WS-RQ-NAME(WS-RQ-COUNT)
           MOVE 'N'               TO WS-RQ-RUN-FLAG(WS-RQ-COUNT).

       7150-PARSE-QUEUE-TOKEN.
           MOVE ZERO TO WS-POS
           INSPECT WS-TOKEN TALLYING WS-POS FOR CHARACTERS BEFORE '='
           IF WS-POS > 0 AND WS-POS < 399
               MOVE WS-TOKEN(1:WS-POS) TO WS-FIELD-NAME
               MOVE WS-TOKEN(WS-POS + 2:) TO WS-FIELD-VAL
               EVALUATE FUNCTION TRIM(WS-FIELD-NAME)
                   WHEN 'request_id'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-RQ-IN-ID
                   WHEN 'account_id'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-RQ-IN-ACCT
                   WHEN 'member'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-RQ-IN-MEMBER
                   WHEN 'bank_code'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-RQ-IN-BANK
                   WHEN 'bank_account'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-RQ-IN-BACCT
                   WHEN 'amount'
                       MOVE FUNCTION NUMVAL(WS-FIELD-VAL)
                           TO WS-RQ-IN-AMOUNT
                   WHEN 'currency'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-RQ-IN-CURRENCY
                   WHEN 'maker'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-RQ-IN-MAKER
                   WHEN 'made_on'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-RQ-IN-MADE-ON
                   WHEN 'state'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-RQ-IN-STATE
                   WHEN 'checker'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-RQ-IN-CHECKER
                   WHEN 'value_date'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-RQ-IN-VDATE
                   WHEN 'note'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-RQ-IN-NOTE
                   WHEN 'needed'
                       MOVE FUNCTION NUMVAL(WS-FIELD-VAL)
                           TO WS-RQ-IN-NEEDED
                   WHEN 'signed'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-RQ-IN-SIGNED
               END-EVALUATE
           END-IF.

       7200-REWRITE-QUEUE.
           OPEN OUTPUT QUEUE-FILE
           MOVE 1 TO WS-RQ-IDX
           PERFORM UNTIL WS-RQ-IDX > WS-RQ-COUNT
               PERFORM 7250-WRITE-ONE-REQUEST
               ADD 1 TO WS-RQ-IDX
           END-PERFORM
           CLOSE QUEUE-FILE.

       7250-WRITE-ONE-REQUEST.
           MOVE WS-RQ-AMOUNT(WS-RQ-IDX) TO WS-AMT-D
           MOVE WS-RQ-NEEDED(WS-RQ-IDX) TO WS-NEEDED-D
           MOVE SPACES TO QUEUE-RECORD
           STRING
               'request_id=' DELIMITED SIZE
               FUNCTION TRIM(WS-RQ-ID(WS-RQ-IDX)) DELIMITED SIZE
               ' account_id=' DELIMITED SIZE
               FUNCTION TRIM(WS-RQ-ACCT(WS-RQ-IDX)) DELIMITED SIZE
               ' member=' DELIMITED SIZE
               FUNCTION TRIM(WS-RQ-MEMBER(WS-RQ-IDX)) DELIMITED SIZE
               ' bank_code=' DELIMITED SIZE
               FUNCTION TRIM(WS-RQ-BANK(WS-RQ-IDX)) DELIMITED SIZE
               ' bank_account=' DELIMITED SIZE
               FUNCTION TRIM(WS-RQ-BACCT(WS-RQ-IDX)) DELIMITED SIZE
               ' amount=' DELIMITED SIZE
               FUNCTION TRIM(WS-AMT-D) DELIMITED SIZE
               ' currency=' DELIMITED SIZE
               FUNCTION TRIM(WS-RQ-CURRENCY(WS-RQ-IDX))
                   DELIMITED SIZE
               ' maker=' DELIMITED SIZE
               FUNCTION TRIM(WS-RQ-MAKER(WS-RQ-IDX)) DELIMITED SIZE
               ' made_on=' DELIMITED SIZE
               WS-RQ-MADE-ON(WS-RQ-IDX) DELIMITED SIZE
               ' state=' DELIMITED SIZE
               FUNCTION TRIM(WS-RQ-STATE(WS-RQ-IDX)) DELIMITED SIZE
               ' checker=' DELIMITED SIZE
               FUNCTION TRIM(WS-RQ-CHECKER(WS-RQ-IDX)) DELIMITED SIZE
               ' value_date=' DELIMITED SIZE
               FUNCTION TRIM(WS-RQ-VDATE(WS-RQ-IDX)) DELIMITED SIZE
               ' note=' DELIMITED SIZE
               FUNCTION TRIM(WS-RQ-NOTE(WS-RQ-IDX)) DELIMITED SIZE
               ' needed=' DELIMITED SIZE
               FUNCTION TRIM(WS-NEEDED-D) DELIMITED SIZE
               ' signed=' DELIMITED SIZE
               FUNCTION TRIM(WS-RQ-SIGNED(WS-RQ-IDX)) DELIMITED SIZE
               ' name=' DELIMITED SIZE
               FUNCTION TRIM(WS-RQ-NAME(WS-RQ-IDX)) DELIMITED SIZE
               INTO QUEUE-RECORD
           END-STRING
           WRITE QUEUE-RECORD.

      * the CFTRXVAL audit shape, so statements, replay and the GL
      * export read a withdrawal and its return like any other entry
       8000-WRITE-AUDIT-LINE.
           MOVE FUNCTION CURRENT-DATE TO WS-CUR-DATETIME
           MOVE WS-CUR-DATETIME(1:8)  TO WS-TIMESTAMP(1:8)
           MOVE '-'                   TO WS-TIMESTAMP(9:1)
           MOVE WS-CUR-DATETIME(9:6)  TO WS-TIMESTAMP(10:6)
           MOVE WS-AMOUNT TO WS-AMT-D
           MOVE WS-OLD-BALANCE TO WS-OLDBAL-D
           MOVE WS-NEW-BALANCE TO WS-NEWBAL-D
           MOVE SPACES TO AUDIT-RECORD
           STRING
               'ref=' DELIMITED SIZE
               FUNCTION TRIM(AM-ACCT-ID) DELIMITED SIZE
               ' txn_type=' DELIMITED SIZE
               FUNCTION TRIM(WS-AUDIT-TYPE) DELIMITED SIZE
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
