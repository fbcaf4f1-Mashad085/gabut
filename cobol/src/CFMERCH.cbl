      *================================================================*
      * CFMERCH.cbl - Merchant Master & Daily Merchant Settlement      *
      * The koperasi shops and canteen stalls that take KOIN are       *
      * merchants on the merchant master. A member pays one with       *
      * CFWALLET action=PAY: the KOIN moves from the member into the   *
      * merchant clearing account and the journal entry carries        *
      * merchant=<id>. SETTLE sums each merchant's PAY entries not yet *
      * settled, deducts the MDR fee at the merchant's rate, pays the  *
      * net out of the clearing account into the merchant's            *
      * settlement account (one MERCHANT-SETTLE journal entry, amount  *
      * = gross, fee = MDR, the CFWALLET transfer shape), prints the   *
      * merchant's settlement statement and writes the MDR fee income  *
      * as FEE-TOTAL lines CFGLEXP books through its mdr_file=         *
      * argument, so the statement, the journal and the GL tie out.    *
      * Args (key=value, any order):                                   *
      *   action=ADD      - merchant_id= settlement_account=           *
      *                     mdr_rate=<pct> [cycle=DAILY|WEEKLY|        *
      *                     MONTHLY] (default DAILY) name=<text>       *
      *   action=UPDATE   - merchant_id= and any of mdr_rate= cycle=   *
      *                     settlement_account= status=ACTIVE|         *
      *                     SUSPENDED name=                            *
      *   action=LIST     - the merchant master with each merchant's   *
      *                     last settlement                            *
      *   action=SETTLE   - [business_date=YYYY-MM-DD] (default today) *
      *                     [merchant_id=<one merchant>] [force=Y]     *
      *       settles every ACTIVE merchant whose cycle is due: DAILY  *
      *       each run, WEEKLY once 7 days have passed since the last  *
      *       settlement, MONTHLY once the month has turned; force=Y  *
      *       settles regardless of the cycle. Payments are taken up   *
      *       to the end of the business date and after the last      *
      *       payment the previous settlement took, so none is paid   *
      *       twice or left behind.                                    *
      *   user_id=<operator>  - checked against the permissions file   *
      *   merchant_file=<p>   - default CFMERCH_MASTER.DAT, one line   *
      *       per merchant: merchant_id= settlement_account=           *
      *       mdr_rate= cycle= status= added=YYYYMMDD name=<text>      *
      *       (name last, the rest of the line)                        *
      *   settle_file=<p>     - default CFMERCH_SETTLEMENTS.DAT, one   *
      *       line per settlement: ref= merchant_id= through=<ts of    *
      *       the last payment taken> payments= gross= mdr= net=       *
      *       business_date= settled_on=                               *
      *   clearing_account=   - default MERCHANT-CLEARING, the master  *
      *                         account CFWALLET PAY credits           *
      *   master_file=<path>  - default CFWALLET_ACCOUNTS.DAT          *
      *   journal_file=<path> - default CFWALLET_JOURNAL.LOG           *
      *   fee_file=<path>     - default CFMERCH-FEES-<YYYYMMDD>.DAT    *
      *   system_date_file=<path> - default CFSYSDATE.DAT; its         *
      *       business date stands in for today when no date           *
      *       argument is given                                        *
      * Output stdout: SETTLE prints one statement per merchant        *
      * settled and a JSON summary; LIST prints a page; ADD and UPDATE *
      * a JSON result. RETURN-CODE 8 on a refused action, 4 when a     *
      * due merchant could not be paid (its payments stay in clearing  *
      * for the next run).                                             *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CFMERCH.

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
           SELECT MERCHANT-FILE ASSIGN TO DYNAMIC WS-MERCHANT-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MERCHANT-STATUS.
           SELECT SETTLE-FILE ASSIGN TO DYNAMIC WS-SETTLE-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SETTLE-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO DYNAMIC WS-JOURNAL-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT CHAIN-HEAD ASSIGN TO DYNAMIC WS-CHAIN-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHAIN-STATUS.
           SELECT FEE-OUT ASSIGN TO DYNAMIC WS-FEE-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEE-STATUS.
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

       FD  MERCHANT-FILE.
       01  MERCHANT-RECORD     PIC X(300).

       FD  SETTLE-FILE.
       01  SETTLE-RECORD       PIC X(300).

       FD  JOURNAL-FILE.
       01  JOURNAL-RECORD      PIC X(300).

       FD  CHAIN-HEAD.
       01  CHAIN-HEAD-RECORD   PIC X(100).

       FD  FEE-OUT.
       01  FEE-RECORD          PIC X(300).

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
       01  WS-MERCHANT-FILE    PIC X(200) VALUE 'CFMERCH_MASTER.DAT'.
       01  WS-MERCHANT-STATUS  PIC XX VALUE SPACES.
       01  WS-SETTLE-FILE      PIC X(200)
                               VALUE 'CFMERCH_SETTLEMENTS.DAT'.
       01  WS-SETTLE-STATUS    PIC XX VALUE SPACES.
       01  WS-JOURNAL-FILE     PIC X(200) VALUE 'CFWALLET_JOURNAL.LOG'.
       01  WS-JOURNAL-STATUS   PIC XX VALUE SPACES.
      * tamper-evident chain over the journal - the head
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
       01  WS-FEE-FILE         PIC X(200) VALUE SPACES.
       01  WS-FEE-STATUS       PIC XX VALUE SPACES.

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

       01  WS-ACTION           PIC X(20) VALUE SPACES.
       01  WS-USER-ID          PIC X(20) VALUE SPACES.
       01  WS-MERCHANT-ID      PIC X(20) VALUE SPACES.
       01  WS-ARG-ACCT         PIC X(50) VALUE SPACES.
       01  WS-ARG-RATE         PIC X(20) VALUE SPACES.
       01  WS-ARG-CYCLE        PIC X(10) VALUE SPACES.
       01  WS-ARG-STATUS       PIC X(10) VALUE SPACES.
       01  WS-ARG-NAME         PIC X(60) VALUE SPACES.
       01  WS-FORCE            PIC X VALUE 'N'.
           88  WS-IS-FORCED        VALUE 'Y'.
       01  WS-CLEARING-ACCT    PIC X(50) VALUE 'MERCHANT-CLEARING'.
       01  WS-BUSINESS-DATE    PIC X(10) VALUE SPACES.
       01  WS-BUSINESS-YMD     PIC X(8) VALUE SPACES.
       01  WS-CUR-DATE         PIC X(8) VALUE SPACES.
       01  WS-CUR-DATETIME     PIC X(21) VALUE SPACES.
       01  WS-TIMESTAMP        PIC X(26) VALUE SPACES.
       01  WS-RUN-TS           PIC X(15) VALUE SPACES.
       01  WS-MSG              PIC X(200) VALUE SPACES.

      * the merchant master, with each merchant's run figures
       01  WS-MC-COUNT         PIC 9(3) VALUE ZEROS.
       01  WS-MC-IDX           PIC 9(3) VALUE ZEROS.
       01  WS-MC-FOUND         PIC 9(3) VALUE ZEROS.
       01  WS-MC-TRUNC-FLAG    PIC X VALUE 'N'.
           88  WS-MC-IS-TRUNCATED  VALUE 'Y'.
       01  WS-MC-TABLE.
           05  WS-MC-ENTRY OCCURS 500 TIMES.
               10  WS-MC-ID        PIC X(20).
               10  WS-MC-ACCT      PIC X(50).
               10  WS-MC-RATE      PIC 9(3)V9(4).
               10  WS-MC-CYCLE     PIC X(8).
               10  WS-MC-STATUS    PIC X(10).
               10  WS-MC-ADDED     PIC X(8).
               10  WS-MC-NAME      PIC X(60).
               10  WS-MC-THROUGH   PIC X(15).
               10  WS-MC-LAST-REF  PIC X(40).
               10  WS-MC-DUE       PIC X.
               10  WS-MC-PAYS      PIC 9(7).
               10  WS-MC-GROSS     PIC 9(15)V99.
               10  WS-MC-LAST-TS   PIC X(15).
       01  WS-MI-ID            PIC X(20) VALUE SPACES.
       01  WS-MI-ACCT          PIC X(50) VALUE SPACES.
       01  WS-MI-RATE          PIC 9(3)V9(4) VALUE ZEROS.
       01  WS-MI-CYCLE         PIC X(8) VALUE SPACES.
       01  WS-MI-STATUS        PIC X(10) VALUE SPACES.
       01  WS-MI-ADDED         PIC X(8) VALUE SPACES.
       01  WS-MI-NAME          PIC X(60) VALUE SPACES.

      * one settlement register line parsed
       01  WS-SI-REF           PIC X(40) VALUE SPACES.
       01  WS-SI-MERCHANT      PIC X(20) VALUE SPACES.
       01  WS-SI-THROUGH       PIC X(15) VALUE SPACES.

      * the PAY entries taken this run, in journal order
       01  WS-PY-COUNT         PIC 9(5) VALUE ZEROS.
       01  WS-PY-IDX           PIC 9(5) VALUE ZEROS.
       01  WS-PY-TRUNC-FLAG    PIC X VALUE 'N'.
           88  WS-PY-IS-TRUNCATED  VALUE 'Y'.
       01  WS-PY-TABLE.
           05  WS-PY-ENTRY OCCURS 20000 TIMES.
               10  WS-PY-MC        PIC 9(3).
               10  WS-PY-TS        PIC X(15).
               10  WS-PY-FROM      PIC X(50).
               10  WS-PY-AMOUNT    PIC 9(13)V99.

      * one journal line parsed
       01  WS-IN-TS            PIC X(20) VALUE SPACES.
       01  WS-IN-ACTION        PIC X(20) VALUE SPACES.
       01  WS-IN-FROM          PIC X(50) VALUE SPACES.
       01  WS-IN-MERCHANT      PIC X(20) VALUE SPACES.
       01  WS-IN-AMOUNT        PIC 9(13)V99 VALUE ZEROS.

      * MDR fee income per branch, for the FEE-TOTAL lines
       01  WS-FT-COUNT         PIC 9(3) VALUE ZEROS.
       01  WS-FT-IDX           PIC 9(3) VALUE ZEROS.
       01  WS-FT-TABLE.
           05  WS-FT-ENTRY OCCURS 300 TIMES.
               10  WS-FT-BRANCH    PIC X(4).
               10  WS-FT-AMOUNT    PIC 9(15)V99.
               10  WS-FT-CHARGES   PIC 9(7).

      * one merchant being settled
       01  WS-REF              PIC X(40) VALUE SPACES.
       01  WS-MDR              PIC 9(13)V99 VALUE ZEROS.
       01  WS-NET              PIC 9(13)V99 VALUE ZEROS.
       01  WS-CLEAR-BAL        PIC S9(13)V99 VALUE ZEROS.
       01  WS-MERCH-BAL        PIC S9(13)V99 VALUE ZEROS.
       01  WS-MERCH-BRANCH     PIC X(4) VALUE SPACES.
       01  WS-FIRST-DATE       PIC X(8) VALUE SPACES.
       01  WS-DAYS-SINCE       PIC S9(7) VALUE ZEROS.
       01  WS-BASE-DATE        PIC X(8) VALUE SPACES.
       01  WS-PAID-FLAG        PIC X VALUE 'N'.
           88  WS-WAS-PAID         VALUE 'Y'.

       01  WS-SETTLED-COUNT    PIC 9(5) VALUE ZEROS.
       01  WS-HELD-COUNT       PIC 9(5) VALUE ZEROS.
       01  WS-TOT-PAYS         PIC 9(7) VALUE ZEROS.
       01  WS-TOT-GROSS        PIC 9(15)V99 VALUE ZEROS.
       01  WS-TOT-MDR          PIC 9(15)V99 VALUE ZEROS.
       01  WS-TOT-NET          PIC 9(15)V99 VALUE ZEROS.

      * operator identity, permissions and the command audit trail -
      * the same gate CFTRXVAL runs: with the permissions file on
      * disk, user_id= is required and the operator must be cleared
      * for this program and the action being run
       01  WS-PERM-FILE        PIC X(200) VALUE 'CFOPERATORS.DAT'.
       01  WS-PERM-STATUS      PIC XX VALUE SPACES.
       01  WS-CMDLOG-FILE      PIC X(200)
                               VALUE 'CFCOMMAND_AUDIT.LOG'.
       01  WS-CMDLOG-STATUS    PIC XX VALUE SPACES.
       01  WS-PROGRAM-NAME     PIC X(10) VALUE 'CFMERCH'.
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

       01  WS-CNT-D            PIC Z(6)9.
       01  WS-RATE-D           PIC ZZ9.9999.
       01  WS-AMT-D            PIC -(13)9.99.
       01  WS-AMT2-D           PIC -(13)9.99.
       01  WS-AMT3-D           PIC -(13)9.99.
       01  WS-TOT-D            PIC Z(15)9.99.
       01  WS-RPT-AMT          PIC ---,---,---,--9.99.
       01  WS-OUT              PIC X(600) VALUE SPACES.
       01  WS-LINE             PIC X(132) VALUE SPACES.

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
           EVALUATE FUNCTION TRIM(WS-ACTION)
               WHEN 'ADD'
                   PERFORM 2000-ADD-MERCHANT
               WHEN 'UPDATE'
                   PERFORM 2500-UPDATE-MERCHANT
               WHEN 'LIST'
                   PERFORM 3000-LIST-MERCHANTS
               WHEN 'SETTLE'
                   PERFORM 4000-SETTLE
               WHEN OTHER
                   DISPLAY '{"error":"Usage: cfmerch action=ADD|'
                       'UPDATE|LIST|SETTLE user_id=<op> '
                       '[merchant_id=<id>] [settlement_account=<id>] '
                       '[mdr_rate=<pct>] [cycle=DAILY|WEEKLY|MONTHLY] '
                       '[status=ACTIVE|SUSPENDED] [name=<text>] '
                       '[business_date=YYYY-MM-DD] [force=Y] '
                       '[clearing_account=] [merchant_file=] '
                       '[settle_file=] [master_file=] '
                       '[journal_file=] [fee_file=]"}'
                   MOVE 8 TO RETURN-CODE
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
                   WHEN 'user_id'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-USER-ID
                   WHEN 'merchant_id'
                       MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
                           WS-FIELD-VAL)) TO WS-MERCHANT-ID
                   WHEN 'settlement_account'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-ARG-ACCT
                   WHEN 'mdr_rate'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-ARG-RATE
                   WHEN 'cycle'
                       MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
                           WS-FIELD-VAL)) TO WS-ARG-CYCLE
                   WHEN 'status'
                       MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
                           WS-FIELD-VAL)) TO WS-ARG-STATUS
                   WHEN 'name'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-ARG-NAME
                   WHEN 'force'
                       MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
                           WS-FIELD-VAL)) TO WS-FORCE
                   WHEN 'business_date'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-BUSINESS-DATE
                   WHEN 'clearing_account'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-CLEARING-ACCT
                   WHEN 'merchant_file'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-MERCHANT-FILE
                   WHEN 'settle_file'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-SETTLE-FILE
                   WHEN 'master_file'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-MASTER-FILE
                   WHEN 'journal_file'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-JOURNAL-FILE
                   WHEN 'fee_file'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-FEE-FILE
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
      * the merchant master - loaded whole, changed in the table and
      * written back whole; the settlement register gives each
      * merchant the last payment already settled
      *----------------------------------------------------------------
       1000-LOAD-MERCHANTS.
           MOVE ZEROS TO WS-MC-COUNT
           MOVE 'N' TO WS-MC-TRUNC-FLAG
           OPEN INPUT MERCHANT-FILE
           IF WS-MERCHANT-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ MERCHANT-FILE INTO MERCHANT-RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM 1100-LOAD-ONE-MERCHANT
               END-READ
           END-PERFORM
           CLOSE MERCHANT-FILE
           MOVE 'N' TO WS-EOF.

       1100-LOAD-ONE-MERCHANT.
           IF FUNCTION TRIM(MERCHANT-RECORD) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-MI-ID WS-MI-ACCT WS-MI-CYCLE WS-MI-STATUS
               WS-MI-ADDED WS-MI-NAME
           MOVE ZEROS TO WS-MI-RATE
           MOVE FUNCTION TRIM(MERCHANT-RECORD) TO WS-REMAIN
           PERFORM UNTIL FUNCTION TRIM(WS-REMAIN) = SPACES
               PERFORM 8100-EXTRACT-TOKEN
      * the name is free text - it runs to the end of the line
               IF WS-TOKEN(1:5) = 'name='
                   MOVE SPACES TO WS-MI-NAME
                   STRING FUNCTION TRIM(WS-TOKEN(6:)) ' '
                          FUNCTION TRIM(WS-REMAIN)
                       DELIMITED SIZE INTO WS-MI-NAME
                   END-STRING
                   MOVE SPACES TO WS-REMAIN
               ELSE
                   IF FUNCTION TRIM(WS-TOKEN) NOT = SPACES
                       PERFORM 1150-PARSE-MERCHANT-TOKEN
                   END-IF
               END-IF
           END-PERFORM
           IF FUNCTION TRIM(WS-MI-ID) = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-MC-COUNT >= 500
               MOVE 'Y' TO WS-MC-TRUNC-FLAG
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-MC-COUNT
           MOVE WS-MI-ID     TO WS-MC-ID(WS-MC-COUNT)
           MOVE WS-MI-ACCT   TO WS-MC-ACCT(WS-MC-COUNT)
           MOVE WS-MI-RATE   TO WS-MC-RATE(WS-MC-COUNT)
           MOVE WS-MI-CYCLE  TO WS-MC-CYCLE(WS-MC-COUNT)
           MOVE WS-MI-STATUS TO WS-MC-STATUS(WS-MC-COUNT)
           MOVE WS-MI-ADDED  TO WS-MC-ADDED(WS-MC-COUNT)
           MOVE WS-MI-NAME   TO WS-MC-NAME(WS-MC-COUNT)
           MOVE SPACES TO WS-MC-THROUGH(WS-MC-COUNT)
               WS-MC-LAST-REF(WS-MC-COUNT) WS-MC-LAST-TS(WS-MC-COUNT)
           MOVE 'N' TO WS-MC-DUE(WS-MC-COUNT)
           MOVE ZEROS TO WS-MC-PAYS(WS-MC-COUNT)
               WS-MC-GROSS(WS-MC-COUNT).

       1150-PARSE-MERCHANT-TOKEN.
           MOVE ZERO TO WS-POS
           INSPECT WS-TOKEN TALLYING WS-POS FOR CHARACTERS BEFORE '='
           IF WS-POS > 0
               MOVE WS-TOKEN(1:WS-POS) TO WS-FIELD-NAME
               MOVE WS-TOKEN(WS-POS + 2:) TO WS-FIELD-VAL
               EVALUATE FUNCTION TRIM(WS-FIELD-NAME)
                   WHEN 'merchant_id'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL) TO WS-MI-ID
                   WHEN 'settlement_account'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL) TO WS-MI-ACCT
                   WHEN 'mdr_rate'
                       MOVE FUNCTION NUMVAL(WS-FIELD-VAL)
                           TO WS-MI-RATE
                   WHEN 'cycle'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-MI-CYCLE
                   WHEN 'status'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-MI-STATUS
                   WHEN 'added'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-MI-ADDED
               END-EVALUATE
           END-IF.

       1200-FIND-MERCHANT.
           MOVE ZEROS TO WS-MC-FOUND
           MOVE 1 TO WS-MC-IDX
           PERFORM UNTIL WS-MC-IDX > WS-MC-COUNT OR
                   WS-MC-FOUND > ZEROS
               IF WS-MC-ID(WS-MC-IDX) = WS-MERCHANT-ID
                   MOVE WS-MC-IDX TO WS-MC-FOUND
               END-IF
               ADD 1 TO WS-MC-IDX
           END-PERFORM.

       1300-REWRITE-MERCHANTS.
           OPEN OUTPUT MERCHANT-FILE
           MOVE 1 TO WS-MC-IDX
           PERFORM UNTIL WS-MC-IDX > WS-MC-COUNT
               PERFORM 1310-WRITE-ONE-MERCHANT
               ADD 1 TO WS-MC-IDX
           END-PERFORM
           CLOSE MERCHANT-FILE.

       1310-WRITE-ONE-MERCHANT.
           MOVE WS-MC-RATE(WS-MC-IDX) TO WS-RATE-D
           MOVE SPACES TO MERCHANT-RECORD
           STRING
               'merchant_id=' DELIMITED SIZE
               FUNCTION TRIM(WS-MC-ID(WS-MC-IDX)) DELIMITED SIZE
               ' settlement_account=' DELIMITED SIZE
               FUNCTION TRIM(WS-MC-ACCT(WS-MC-IDX)) DELIMITED SIZE
               ' mdr_rate=' DELIMITED SIZE
               FUNCTION TRIM(WS-RATE-D) DELIMITED SIZE
               ' cycle=' DELIMITED SIZE
               FUNCTION TRIM(WS-MC-CYCLE(WS-MC-IDX)) DELIMITED SIZE
               ' status=' DELIMITED SIZE
               FUNCTION TRIM(WS-MC-STATUS(WS-MC-IDX)) DELIMITED SIZE
               ' added=' DELIMITED SIZE
               WS-MC-ADDED(WS-MC-IDX) DELIMITED SIZE
               ' name=' DELIMITED SIZE
               FUNCTION TRIM(WS-MC-NAME(WS-MC-IDX)) DELIMITED SIZE
               INTO MERCHANT-RECORD
           END-STRING
           WRITE MERCHANT-RECORD.

       1400-LOAD-SETTLEMENTS.
           OPEN INPUT SETTLE-FILE
           IF WS-SETTLE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ SETTLE-FILE INTO SETTLE-RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM 1410-LOAD-ONE-SETTLEMENT
               END-READ
           END-PERFORM
           CLOSE SETTLE-FILE
           MOVE 'N' TO WS-EOF.

       1410-LOAD-ONE-SETTLEMENT.
           IF FUNCTION TRIM(SETTLE-RECORD) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-SI-REF WS-SI-MERCHANT WS-SI-THROUGH
           MOVE FUNCTION TRIM(SETTLE-RECORD) TO WS-REMAIN
           PERFORM UNTIL FUNCTION TRIM(WS-REMAIN) = SPACES
               PERFORM 8100-EXTRACT-TOKEN
               IF FUNCTION TRIM(WS-TOKEN) NOT = SPACES
                   PERFORM 1420-PARSE-SETTLE-TOKEN
               END-IF
           END-PERFORM
           MOVE WS-SI-MERCHANT TO WS-MERCHANT-ID
           PERFORM 1200-FIND-MERCHANT
           MOVE SPACES TO WS-MERCHANT-ID
           IF WS-MC-FOUND = ZEROS
               EXIT PARAGRAPH
           END-IF
           IF WS-SI-THROUGH > WS-MC-THROUGH(WS-MC-FOUND)
               MOVE WS-SI-THROUGH TO WS-MC-THROUGH(WS-MC-FOUND)
               MOVE WS-SI-REF TO WS-MC-LAST-REF(WS-MC-FOUND)
           END-IF.

       1420-PARSE-SETTLE-TOKEN.
           MOVE ZERO TO WS-POS
           INSPECT WS-TOKEN TALLYING WS-POS FOR CHARACTERS BEFORE '='
           IF WS-POS > 0
               MOVE WS-TOKEN(1:WS-POS) TO WS-FIELD-NAME
               MOVE WS-TOKEN(WS-POS + 2:) TO WS-FIELD-VAL
               EVALUATE FUNCTION TRIM(WS-FIELD-NAME)
                   WHEN 'ref'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL) TO WS-SI-REF
                   WHEN 'merchant_id'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-SI-MERCHANT
                   WHEN 'through'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-SI-THROUGH
               END-EVALUATE
           END-IF.

      *----------------------------------------------------------------
      * action=ADD - a new merchant; its settlement account must be
      * an ACTIVE account on the master, opened through CFACCTMNT
      *----------------------------------------------------------------
       2000-ADD-MERCHANT.
           IF FUNCTION TRIM(WS-MERCHANT-ID) = SPACES OR
                   FUNCTION TRIM(WS-ARG-ACCT) = SPACES OR
                   FUNCTION TRIM(WS-ARG-RATE) = SPACES OR
                   FUNCTION TRIM(WS-ARG-NAME) = SPACES
               DISPLAY '{"error":"ADD needs merchant_id=, '
                   'settlement_account=, mdr_rate= and name="}'
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(WS-ARG-CYCLE) = SPACES
               MOVE 'DAILY' TO WS-ARG-CYCLE
           END-IF
           PERFORM 2200-CHECK-MERCHANT-ARGS
           IF WS-MSG NOT = SPACES
               PERFORM 2900-REFUSE
               EXIT PARAGRAPH
           END-IF
           PERFORM 1000-LOAD-MERCHANTS
           IF WS-MC-IS-TRUNCATED OR WS-MC-COUNT >= 500
               MOVE 'Merchant master is full at 500 merchants'
                   TO WS-MSG
               PERFORM 2900-REFUSE
               EXIT PARAGRAPH
           END-IF
           PERFORM 1200-FIND-MERCHANT
           IF WS-MC-FOUND > ZEROS
               STRING 'Merchant ' FUNCTION TRIM(WS-MERCHANT-ID)
                      ' is already on the merchant master'
                   DELIMITED SIZE INTO WS-MSG
               END-STRING
               PERFORM 2900-REFUSE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-MC-COUNT
           MOVE WS-MERCHANT-ID TO WS-MC-ID(WS-MC-COUNT)
           MOVE WS-ARG-ACCT    TO WS-MC-ACCT(WS-MC-COUNT)
           MOVE FUNCTION NUMVAL(WS-ARG-RATE) TO WS-MC-RATE(WS-MC-COUNT)
           MOVE WS-ARG-CYCLE   TO WS-MC-CYCLE(WS-MC-COUNT)
           MOVE 'ACTIVE'       TO WS-MC-STATUS(WS-MC-COUNT)
           MOVE WS-CUR-DATE    TO WS-MC-ADDED(WS-MC-COUNT)
           MOVE WS-ARG-NAME    TO WS-MC-NAME(WS-MC-COUNT)
           PERFORM 1300-REWRITE-MERCHANTS
           MOVE WS-MC-COUNT TO WS-MC-FOUND
           MOVE 'Merchant added' TO WS-MSG
           PERFORM 2800-SHOW-MERCHANT.

      *----------------------------------------------------------------
      * action=UPDATE - rate, cycle, account, status or name; what is
      * not given is kept
      *----------------------------------------------------------------
       2500-UPDATE-MERCHANT.
           IF FUNCTION TRIM(WS-MERCHANT-ID) = SPACES
               DISPLAY '{"error":"UPDATE needs merchant_id="}'
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM 2200-CHECK-MERCHANT-ARGS
           IF WS-MSG NOT = SPACES
               PERFORM 2900-REFUSE
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(WS-ARG-STATUS) NOT = SPACES AND
                   WS-ARG-STATUS NOT = 'ACTIVE' AND
                   WS-ARG-STATUS NOT = 'SUSPENDED'
               MOVE 'status= must be ACTIVE or SUSPENDED' TO WS-MSG
               PERFORM 2900-REFUSE
               EXIT PARAGRAPH
           END-IF
           PERFORM 1000-LOAD-MERCHANTS
           IF WS-MC-IS-TRUNCATED
               MOVE 'Merchant master larger than 500 merchants'
                   TO WS-MSG
               PERFORM 2900-REFUSE
               EXIT PARAGRAPH
           END-IF
           PERFORM 1200-FIND-MERCHANT
           IF WS-MC-FOUND = ZEROS
               STRING 'Merchant ' FUNCTION TRIM(WS-MERCHANT-ID)
                      ' is not on the merchant master'
                   DELIMITED SIZE INTO WS-MSG
               END-STRING
               PERFORM 2900-REFUSE
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(WS-ARG-ACCT) NOT = SPACES
               MOVE WS-ARG-ACCT TO WS-MC-ACCT(WS-MC-FOUND)
           END-IF
           IF FUNCTION TRIM(WS-ARG-RATE) NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-ARG-RATE)
                   TO WS-MC-RATE(WS-MC-FOUND)
           END-IF
           IF FUNCTION TRIM(WS-ARG-CYCLE) NOT = SPACES
               MOVE WS-ARG-CYCLE TO WS-MC-CYCLE(WS-MC-FOUND)
           END-IF
           IF FUNCTION TRIM(WS-ARG-STATUS) NOT = SPACES
               MOVE WS-ARG-STATUS TO WS-MC-STATUS(WS-MC-FOUND)
           END-IF
           IF FUNCTION TRIM(WS-ARG-NAME) NOT = SPACES
               MOVE WS-ARG-NAME TO WS-MC-NAME(WS-MC-FOUND)
           END-IF
           PERFORM 1300-REWRITE-MERCHANTS
           MOVE 'Merchant updated' TO WS-MSG
           PERFORM 2800-SHOW-MERCHANT.

      * the arguments ADD and UPDATE share - a rate between 0 and
      * 100 percent, a known cycle, and a settlement account that
      * can take a posting
       2200-CHECK-MERCHANT-ARGS.
           MOVE SPACES TO WS-MSG
           IF FUNCTION TRIM(WS-ARG-RATE) NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-ARG-RATE) NOT = 0
                   MOVE 'mdr_rate= must be a percentage' TO WS-MSG
                   EXIT PARAGRAPH
               END-IF
               IF FUNCTION NUMVAL(WS-ARG-RATE) < 0 OR
                       FUNCTION NUMVAL(WS-ARG-RATE) >= 100
                   MOVE 'mdr_rate= must be from 0 to under 100'
                       TO WS-MSG
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF FUNCTION TRIM(WS-ARG-CYCLE) NOT = SPACES AND
                   WS-ARG-CYCLE NOT = 'DAILY' AND
                   WS-ARG-CYCLE NOT = 'WEEKLY' AND
                   WS-ARG-CYCLE NOT = 'MONTHLY'
               MOVE 'cycle= must be DAILY, WEEKLY or MONTHLY'
                   TO WS-MSG
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(WS-ARG-ACCT) = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-ARG-ACCT = WS-CLEARING-ACCT
               MOVE 'The clearing account cannot be a settlement '
                   TO WS-MSG
               STRING FUNCTION TRIM(WS-MSG) ' account'
                   DELIMITED SIZE INTO WS-MSG
               END-STRING
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT ACCOUNT-MASTER
           IF WS-MASTER-STATUS NOT = '00'
               STRING 'Cannot open account master: '
                      FUNCTION TRIM(WS-MASTER-FILE)
                   DELIMITED SIZE INTO WS-MSG
               END-STRING
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ARG-ACCT TO AM-ACCT-ID
           READ ACCOUNT-MASTER
               INVALID KEY
                   STRING 'Settlement account '
                          FUNCTION TRIM(WS-ARG-ACCT)
                          ' is not on the account master'
                       DELIMITED SIZE INTO WS-MSG
                   END-STRING
               NOT INVALID KEY
                   IF NOT AM-IS-ACTIVE
                       STRING 'Settlement account '
                              FUNCTION TRIM(WS-ARG-ACCT) ' is '
                              FUNCTION TRIM(AM-STATUS)
                           DELIMITED SIZE INTO WS-MSG
                       END-STRING
                   END-IF
           END-READ
           CLOSE ACCOUNT-MASTER.

       2800-SHOW-MERCHANT.
           MOVE WS-MC-RATE(WS-MC-FOUND) TO WS-RATE-D
           MOVE SPACES TO WS-OUT
           STRING
               '{"status":"OK","merchant_id":"' DELIMITED SIZE
               FUNCTION TRIM(WS-MC-ID(WS-MC-FOUND)) DELIMITED SIZE
               '","name":"' DELIMITED SIZE
               FUNCTION TRIM(WS-MC-NAME(WS-MC-FOUND)) DELIMITED SIZE
               '","settlement_account":"' DELIMITED SIZE
               FUNCTION TRIM(WS-MC-ACCT(WS-MC-FOUND)) DELIMITED SIZE
               '","mdr_rate":' DELIMITED SIZE
               FUNCTION TRIM(WS-RATE-D) DELIMITED SIZE
               ',"cycle":"' DELIMITED SIZE
               FUNCTION TRIM(WS-MC-CYCLE(WS-MC-FOUND)) DELIMITED SIZE
               '","merchant_status":"' DELIMITED SIZE
               FUNCTION TRIM(WS-MC-STATUS(WS-MC-FOUND)) DELIMITED SIZE
               '","message":"' DELIMITED SIZE
               FUNCTION TRIM(WS-MSG) DELIMITED SIZE
               '"}' DELIMITED SIZE
               INTO WS-OUT
           END-STRING
           DISPLAY FUNCTION TRIM(WS-OUT).

       2900-REFUSE.
           DISPLAY '{"error":"' FUNCTION TRIM(WS-MSG) '"}'
           MOVE 8 TO RETURN-CODE.

      *----------------------------------------------------------------
      * action=LIST - the merchant master on one page
      *----------------------------------------------------------------
       3000-LIST-MERCHANTS.
           PERFORM 1000-LOAD-MERCHANTS
           PERFORM 1400-LOAD-SETTLEMENTS
           DISPLAY '==================================================='
               '==================='
           DISPLAY '   COMMUNITYFINANCE - DAFTAR MERCHANT KOIN'
           DISPLAY '==================================================='
               '==================='
           DISPLAY 'Merchant     Rekening settlement   MDR %    Siklus'
               '   Status     Settle s/d'
           DISPLAY '---------------------------------------------------'
               '-------------------'
           MOVE 1 TO WS-MC-IDX
           PERFORM UNTIL WS-MC-IDX > WS-MC-COUNT
               PERFORM 3100-LIST-ONE-MERCHANT
               ADD 1 TO WS-MC-IDX
           END-PERFORM
           DISPLAY '---------------------------------------------------'
               '-------------------'
           MOVE WS-MC-COUNT TO WS-CNT-D
           DISPLAY 'Jumlah merchant : ' FUNCTION TRIM(WS-CNT-D)
           DISPLAY '==================================================='
               '==================='.

       3100-LIST-ONE-MERCHANT.
           MOVE WS-MC-RATE(WS-MC-IDX) TO WS-RATE-D
           MOVE SPACES TO WS-LINE
           STRING WS-MC-ID(WS-MC-IDX)(1:12) ' '
                  WS-MC-ACCT(WS-MC-IDX)(1:20) ' '
                  WS-RATE-D ' '
                  WS-MC-CYCLE(WS-MC-IDX) ' '
                  WS-MC-STATUS(WS-MC-IDX) ' '
                  WS-MC-THROUGH(WS-MC-IDX)
               DELIMITED SIZE INTO WS-LINE
           END-STRING
           DISPLAY FUNCTION TRIM(WS-LINE TRAILING)
           DISPLAY '             ' FUNCTION TRIM(WS-MC-NAME(WS-MC-IDX)).

      *----------------------------------------------------------------
      * action=SETTLE - the merchants due, their PAY entries taken out
      * of the wallet journal, posted, stated and registered
      *----------------------------------------------------------------
       4000-SETTLE.
           IF FUNCTION TRIM(WS-BUSINESS-DATE) = SPACES
               STRING WS-CUR-DATE(1:4) '-' WS-CUR-DATE(5:2) '-'
                      WS-CUR-DATE(7:2)
                   DELIMITED SIZE INTO WS-BUSINESS-DATE
               END-STRING
           END-IF
           IF WS-BUSINESS-DATE(1:4) IS NOT NUMERIC OR
                   WS-BUSINESS-DATE(5:1) NOT = '-' OR
                   WS-BUSINESS-DATE(6:2) IS NOT NUMERIC OR
                   WS-BUSINESS-DATE(8:1) NOT = '-' OR
                   WS-BUSINESS-DATE(9:2) IS NOT NUMERIC
               DISPLAY '{"error":"business_date must be YYYY-MM-DD"}'
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           STRING WS-BUSINESS-DATE(1:4) WS-BUSINESS-DATE(6:2)
                  WS-BUSINESS-DATE(9:2)
               DELIMITED SIZE INTO WS-BUSINESS-YMD
           END-STRING
           MOVE FUNCTION CURRENT-DATE TO WS-CUR-DATETIME
           STRING WS-CUR-DATETIME(1:8) '-' WS-CUR-DATETIME(9:6)
               DELIMITED SIZE INTO WS-RUN-TS
           END-STRING
           IF FUNCTION TRIM(WS-FEE-FILE) = SPACES
               STRING 'CFMERCH-FEES-' WS-BUSINESS-YMD '.DAT'
                   DELIMITED SIZE INTO WS-FEE-FILE
               END-STRING
           END-IF
           PERFORM 1000-LOAD-MERCHANTS
           IF WS-MC-IS-TRUNCATED
               DISPLAY '{"error":"Merchant master larger than 500 '
                   'merchants - nothing settled"}'
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM 1400-LOAD-SETTLEMENTS
           MOVE 1 TO WS-MC-IDX
           PERFORM UNTIL WS-MC-IDX > WS-MC-COUNT
               PERFORM 4100-CHECK-DUE
               ADD 1 TO WS-MC-IDX
           END-PERFORM
           PERFORM 4200-COLLECT-PAYMENTS
           IF WS-PY-IS-TRUNCATED
               DISPLAY '{"error":"More than 20000 unsettled merchant '
                   'payments - nothing settled"}'
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           OPEN I-O ACCOUNT-MASTER
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY '{"error":"Cannot open account master: '
                   FUNCTION TRIM(WS-MASTER-FILE) '"}'
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-MC-IDX
           PERFORM UNTIL WS-MC-IDX > WS-MC-COUNT
               IF WS-MC-DUE(WS-MC-IDX) = 'Y' AND
                       WS-MC-PAYS(WS-MC-IDX) > ZEROS
                   PERFORM 4300-SETTLE-ONE-MERCHANT
               END-IF
               ADD 1 TO WS-MC-IDX
           END-PERFORM
           CLOSE ACCOUNT-MASTER
           PERFORM 4700-WRITE-FEE-FILE
           PERFORM 4800-REPORT-SUMMARY
           IF WS-HELD-COUNT > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF.

      * a merchant is due when ACTIVE, picked (merchant_id= names one)
      * and its cycle has come round since the last settlement - or
      * since it was added, for a merchant never settled
       4100-CHECK-DUE.
           MOVE 'N' TO WS-MC-DUE(WS-MC-IDX)
           IF WS-MC-STATUS(WS-MC-IDX) NOT = 'ACTIVE'
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(WS-MERCHANT-ID) NOT = SPACES AND
                   WS-MC-ID(WS-MC-IDX) NOT = WS-MERCHANT-ID
               EXIT PARAGRAPH
           END-IF
           IF WS-IS-FORCED OR WS-MC-CYCLE(WS-MC-IDX) = 'DAILY'
               MOVE 'Y' TO WS-MC-DUE(WS-MC-IDX)
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(WS-MC-THROUGH(WS-MC-IDX)) NOT = SPACES
               MOVE WS-MC-THROUGH(WS-MC-IDX)(1:8) TO WS-BASE-DATE
           ELSE
               MOVE WS-MC-ADDED(WS-MC-IDX) TO WS-BASE-DATE
           END-IF
           IF WS-BASE-DATE IS NOT NUMERIC
               MOVE 'Y' TO WS-MC-DUE(WS-MC-IDX)
               EXIT PARAGRAPH
           END-IF
           EVALUATE WS-MC-CYCLE(WS-MC-IDX)
               WHEN 'WEEKLY'
                   COMPUTE WS-DAYS-SINCE =
                       FUNCTION INTEGER-OF-DATE(
                           FUNCTION NUMVAL(WS-BUSINESS-YMD))
                       - FUNCTION INTEGER-OF-DATE(
                           FUNCTION NUMVAL(WS-BASE-DATE))
                   IF WS-DAYS-SINCE >= 7
                       MOVE 'Y' TO WS-MC-DUE(WS-MC-IDX)
                   END-IF
               WHEN 'MONTHLY'
                   IF WS-BUSINESS-YMD(1:6) > WS-BASE-DATE(1:6)
                       MOVE 'Y' TO WS-MC-DUE(WS-MC-IDX)
                   END-IF
               WHEN OTHER
                   MOVE 'Y' TO WS-MC-DUE(WS-MC-IDX)
           END-EVALUATE.

      * every PAY entry of a due merchant dated up to the business
      * date and later than the last payment already settled. A
      * payment stamped in the second this run started is left for
      * the next run - the register's through= could not tell it
      * from one posted just after this run had read the journal
       4200-COLLECT-PAYMENTS.
           MOVE ZEROS TO WS-PY-COUNT
           OPEN INPUT JOURNAL-FILE
           IF WS-JOURNAL-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ JOURNAL-FILE INTO JOURNAL-RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM 4210-ONE-JOURNAL-ENTRY
               END-READ
           END-PERFORM
           CLOSE JOURNAL-FILE
           MOVE 'N' TO WS-EOF.

       4210-ONE-JOURNAL-ENTRY.
           IF FUNCTION TRIM(JOURNAL-RECORD) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-IN-TS WS-IN-ACTION WS-IN-FROM
               WS-IN-MERCHANT
           MOVE ZEROS TO WS-IN-AMOUNT
           MOVE FUNCTION TRIM(JOURNAL-RECORD) TO WS-REMAIN
           PERFORM UNTIL FUNCTION TRIM(WS-REMAIN) = SPACES
               PERFORM 8100-EXTRACT-TOKEN
               IF FUNCTION TRIM(WS-TOKEN) NOT = SPACES
                   PERFORM 4220-PARSE-JOURNAL-TOKEN
               END-IF
           END-PERFORM
           IF WS-IN-ACTION NOT = 'PAY' OR
                   FUNCTION TRIM(WS-IN-MERCHANT) = SPACES OR
                   WS-IN-TS(1:8) > WS-BUSINESS-YMD OR
                   WS-IN-TS(1:15) NOT < WS-RUN-TS OR
                   WS-IN-AMOUNT = ZEROS
               EXIT PARAGRAPH
           END-IF
           MOVE WS-IN-MERCHANT TO WS-MERCHANT-ID
           PERFORM 1200-FIND-MERCHANT
           MOVE SPACES TO WS-MERCHANT-ID
           IF WS-MC-FOUND = ZEROS
               EXIT PARAGRAPH
           END-IF
           IF WS-MC-DUE(WS-MC-FOUND) NOT = 'Y' OR
                   WS-IN-TS(1:15) <= WS-MC-THROUGH(WS-MC-FOUND)
               EXIT PARAGRAPH
           END-IF
           IF WS-PY-COUNT >= 20000
               MOVE 'Y' TO WS-PY-TRUNC-FLAG
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PY-COUNT
           MOVE WS-MC-FOUND  TO WS-PY-MC(WS-PY-COUNT)
           MOVE WS-IN-TS     TO WS-PY-TS(WS-PY-COUNT)
           MOVE WS-IN-FROM   TO WS-PY-FROM(WS-PY-COUNT)
           MOVE WS-IN-AMOUNT TO WS-PY-AMOUNT(WS-PY-COUNT)
           ADD 1 TO WS-MC-PAYS(WS-MC-FOUND)
           ADD WS-IN-AMOUNT TO WS-MC-GROSS(WS-MC-FOUND)
           IF WS-IN-TS(1:15) > WS-MC-LAST-TS(WS-MC-FOUND)
               MOVE WS-IN-TS(1:15) TO WS-MC-LAST-TS(WS-MC-FOUND)
           END-IF.

       4220-PARSE-JOURNAL-TOKEN.
           MOVE ZERO TO WS-POS
           INSPECT WS-TOKEN TALLYING WS-POS FOR CHARACTERS BEFORE '='
           IF WS-POS > 0
               MOVE WS-TOKEN(1:WS-POS) TO WS-FIELD-NAME
               MOVE WS-TOKEN(WS-POS + 2:) TO WS-FIELD-VAL
               EVALUATE FUNCTION TRIM(WS-FIELD-NAME)
                   WHEN 'ts'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL) TO WS-IN-TS
                   WHEN 'action'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-IN-ACTION
                   WHEN 'from'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL) TO WS-IN-FROM
                   WHEN 'merchant'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-IN-MERCHANT
                   WHEN 'amount'
                       MOVE FUNCTION NUMVAL(WS-FIELD-VAL)
                           TO WS-IN-AMOUNT
               END-EVALUATE
           END-IF.

      * gross out of clearing, net into the merchant's account, the
      * MDR left as fee income. A merchant account that cannot take
      * the posting holds the settlement: nothing moves, nothing is
      * registered, and the payments are picked up again next run
       4300-SETTLE-ONE-MERCHANT.
           COMPUTE WS-MDR ROUNDED =
               WS-MC-GROSS(WS-MC-IDX) * WS-MC-RATE(WS-MC-IDX) / 100
           COMPUTE WS-NET = WS-MC-GROSS(WS-MC-IDX) - WS-MDR
           MOVE SPACES TO WS-REF
           STRING 'STL-' FUNCTION TRIM(WS-MC-ID(WS-MC-IDX)) '-'
                  WS-BUSINESS-YMD
               DELIMITED SIZE INTO WS-REF
           END-STRING
           MOVE 'N' TO WS-PAID-FLAG
           MOVE SPACES TO WS-MSG
           MOVE WS-MC-ACCT(WS-MC-IDX) TO AM-ACCT-ID
           READ ACCOUNT-MASTER
               INVALID KEY
                   MOVE 'settlement account not on the master'
                       TO WS-MSG
               NOT INVALID KEY
                   IF NOT AM-IS-ACTIVE
                       STRING 'settlement account is '
                              FUNCTION TRIM(AM-STATUS)
                           DELIMITED SIZE INTO WS-MSG
                       END-STRING
                   END-IF
                   MOVE AM-BRANCH TO WS-MERCH-BRANCH
           END-READ
           IF WS-MSG = SPACES
               MOVE WS-CLEARING-ACCT TO AM-ACCT-ID
               READ ACCOUNT-MASTER
                   INVALID KEY
                       MOVE 'clearing account not on the master'
                           TO WS-MSG
                   NOT INVALID KEY
                       IF AM-BALANCE < WS-MC-GROSS(WS-MC-IDX)
                           MOVE 'clearing account short of the gross'
                               TO WS-MSG
                       END-IF
               END-READ
           END-IF
           IF WS-MSG NOT = SPACES
               ADD 1 TO WS-HELD-COUNT
               PERFORM 4600-PRINT-STATEMENT
               EXIT PARAGRAPH
           END-IF
           SUBTRACT WS-MC-GROSS(WS-MC-IDX) FROM AM-BALANCE
           MOVE AM-BALANCE TO WS-CLEAR-BAL
           MOVE WS-CUR-DATE TO AM-LAST-ACTIVITY
           REWRITE ACCOUNT-MASTER-RECORD
           MOVE WS-MC-ACCT(WS-MC-IDX) TO AM-ACCT-ID
           READ ACCOUNT-MASTER
               INVALID KEY
                   CONTINUE
           END-READ
           ADD WS-NET TO AM-BALANCE
           MOVE AM-BALANCE TO WS-MERCH-BAL
           MOVE WS-CUR-DATE TO AM-LAST-ACTIVITY
           REWRITE ACCOUNT-MASTER-RECORD
           MOVE 'Y' TO WS-PAID-FLAG
           PERFORM 4400-WRITE-JOURNAL
           PERFORM 4500-APPEND-REGISTER
           PERFORM 4550-ADD-TO-FEE-TOTAL
           ADD 1 TO WS-SETTLED-COUNT
           ADD WS-MC-PAYS(WS-MC-IDX) TO WS-TOT-PAYS
           ADD WS-MC-GROSS(WS-MC-IDX) TO WS-TOT-GROSS
           ADD WS-MDR TO WS-TOT-MDR
           ADD WS-NET TO WS-TOT-NET
           PERFORM 4600-PRINT-STATEMENT.

      * the CFWALLET journal shape - amount is the gross leaving
      * clearing, fee the MDR kept, to_balance the merchant's
      * balance after the net arrives
       4400-WRITE-JOURNAL.
           MOVE FUNCTION CURRENT-DATE TO WS-CUR-DATETIME
           MOVE WS-CUR-DATETIME(1:8)  TO WS-TIMESTAMP(1:8)
           MOVE '-'                   TO WS-TIMESTAMP(9:1)
           MOVE WS-CUR-DATETIME(9:6)  TO WS-TIMESTAMP(10:6)
           MOVE WS-MC-GROSS(WS-MC-IDX) TO WS-AMT-D
           MOVE WS-MDR TO WS-AMT2-D
           MOVE WS-CLEAR-BAL TO WS-AMT3-D
           MOVE SPACES TO JOURNAL-RECORD
           STRING
               'ts=' DELIMITED SIZE
               FUNCTION TRIM(WS-TIMESTAMP) DELIMITED SIZE
               ' action=MERCHANT-SETTLE from=' DELIMITED SIZE
               FUNCTION TRIM(WS-CLEARING-ACCT) DELIMITED SIZE
               ' to=' DELIMITED SIZE
               FUNCTION TRIM(WS-MC-ACCT(WS-MC-IDX)) DELIMITED SIZE
               ' amount=' DELIMITED SIZE
               FUNCTION TRIM(WS-AMT-D) DELIMITED SIZE
               ' fee=' DELIMITED SIZE
               FUNCTION TRIM(WS-AMT2-D) DELIMITED SIZE
               ' from_balance=' DELIMITED SIZE
               FUNCTION TRIM(WS-AMT3-D) DELIMITED SIZE
               INTO JOURNAL-RECORD
           END-STRING
           MOVE WS-MERCH-BAL TO WS-AMT3-D
           MOVE SPACES TO WS-OUT
           STRING FUNCTION TRIM(JOURNAL-RECORD) DELIMITED SIZE
               ' to_balance=' DELIMITED SIZE
               FUNCTION TRIM(WS-AMT3-D) DELIMITED SIZE
               ' currency=KOIN merchant=' DELIMITED SIZE
               FUNCTION TRIM(WS-MC-ID(WS-MC-IDX)) DELIMITED SIZE
               ' ref=' DELIMITED SIZE
               FUNCTION TRIM(WS-REF) DELIMITED SIZE
               INTO WS-OUT
           END-STRING
           MOVE WS-OUT TO JOURNAL-RECORD
           MOVE SPACES TO WS-OUT
           PERFORM 8950-CHAIN-JOURNAL-LINE
           OPEN EXTEND JOURNAL-FILE
           IF WS-JOURNAL-STATUS NOT = '00'
               CLOSE JOURNAL-FILE
               OPEN OUTPUT JOURNAL-FILE
           END-IF
           WRITE JOURNAL-RECORD
           CLOSE JOURNAL-FILE
           PERFORM 8990-SAVE-CHAIN-HEAD.

       4500-APPEND-REGISTER.
           MOVE WS-MC-PAYS(WS-MC-IDX) TO WS-CNT-D
           MOVE WS-MC-GROSS(WS-MC-IDX) TO WS-AMT-D
           MOVE WS-MDR TO WS-AMT2-D
           MOVE WS-NET TO WS-AMT3-D
           MOVE SPACES TO SETTLE-RECORD
           STRING
               'ref=' DELIMITED SIZE
               FUNCTION TRIM(WS-REF) DELIMITED SIZE
               ' merchant_id=' DELIMITED SIZE
               FUNCTION TRIM(WS-MC-ID(WS-MC-IDX)) DELIMITED SIZE
               ' through=' DELIMITED SIZE
               WS-MC-LAST-TS(WS-MC-IDX) DELIMITED SIZE
               ' payments=' DELIMITED SIZE
               FUNCTION TRIM(WS-CNT-D) DELIMITED SIZE
               ' gross=' DELIMITED SIZE
               FUNCTION TRIM(WS-AMT-D) DELIMITED SIZE
               ' mdr=' DELIMITED SIZE
               FUNCTION TRIM(WS-AMT2-D) DELIMITED SIZE
               ' net=' DELIMITED SIZE
               FUNCTION TRIM(WS-AMT3-D) DELIMITED SIZE
               ' business_date=' DELIMITED SIZE
               WS-BUSINESS-DATE DELIMITED SIZE
               ' settled_on=' DELIMITED SIZE
               WS-CUR-DATE DELIMITED SIZE
               INTO SETTLE-RECORD
           END-STRING
           OPEN EXTEND SETTLE-FILE
           IF WS-SETTLE-STATUS NOT = '00'
               CLOSE SETTLE-FILE
               OPEN OUTPUT SETTLE-FILE
           END-IF
           WRITE SETTLE-RECORD
           CLOSE SETTLE-FILE.

      * MDR income is booked by the branch of the merchant's
      * settlement account, like CFFEE's fee income
       4550-ADD-TO-FEE-TOTAL.
           IF WS-MDR = ZEROS
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-FT-IDX
           PERFORM UNTIL WS-FT-IDX > WS-FT-COUNT OR
                   WS-FT-BRANCH(WS-FT-IDX) = WS-MERCH-BRANCH
               ADD 1 TO WS-FT-IDX
           END-PERFORM
           IF WS-FT-IDX > WS-FT-COUNT
               IF WS-FT-COUNT >= 300
                   DISPLAY 'CFMERCH: fee-total table full - branch '
                       FUNCTION TRIM(WS-MERCH-BRANCH)
                       ' not totalled' UPON SYSERR
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-FT-COUNT
               MOVE WS-FT-COUNT TO WS-FT-IDX
               MOVE WS-MERCH-BRANCH TO WS-FT-BRANCH(WS-FT-IDX)
               MOVE ZEROS TO WS-FT-AMOUNT(WS-FT-IDX)
                   WS-FT-CHARGES(WS-FT-IDX)
           END-IF
           ADD WS-MDR TO WS-FT-AMOUNT(WS-FT-IDX)
           ADD 1 TO WS-FT-CHARGES(WS-FT-IDX).

      * the merchant's statement - every payment taken, the gross,
      * the MDR and the net paid, under the reference the journal
      * entry and the register carry
       4600-PRINT-STATEMENT.
           MOVE WS-MC-RATE(WS-MC-IDX) TO WS-RATE-D
           DISPLAY '==================================================='
               '==================='
           DISPLAY '   COMMUNITYFINANCE - LAPORAN SETTLEMENT MERCHANT'
           DISPLAY '   Merchant   : ' FUNCTION TRIM(WS-MC-ID(WS-MC-IDX))
               ' - ' FUNCTION TRIM(WS-MC-NAME(WS-MC-IDX))
           DISPLAY '   Rekening   : '
               FUNCTION TRIM(WS-MC-ACCT(WS-MC-IDX))
               '   Siklus : ' FUNCTION TRIM(WS-MC-CYCLE(WS-MC-IDX))
           DISPLAY '   Tanggal    : ' WS-BUSINESS-DATE
               '   Referensi : ' FUNCTION TRIM(WS-REF)
           IF FUNCTION TRIM(WS-MC-LAST-REF(WS-MC-IDX)) NOT = SPACES
               DISPLAY '   Sebelumnya : '
                   FUNCTION TRIM(WS-MC-LAST-REF(WS-MC-IDX))
                   ' (s/d ' WS-MC-THROUGH(WS-MC-IDX) ')'
           END-IF
           DISPLAY '==================================================='
               '==================='
           DISPLAY 'Waktu            Rekening pembayar          '
               '                  Jumlah'
           DISPLAY '---------------------------------------------------'
               '-------------------'
           MOVE 1 TO WS-PY-IDX
           PERFORM UNTIL WS-PY-IDX > WS-PY-COUNT
               IF WS-PY-MC(WS-PY-IDX) = WS-MC-IDX
                   PERFORM 4610-PRINT-ONE-PAYMENT
               END-IF
               ADD 1 TO WS-PY-IDX
           END-PERFORM
           DISPLAY '---------------------------------------------------'
               '-------------------'
           MOVE WS-MC-PAYS(WS-MC-IDX) TO WS-CNT-D
           DISPLAY 'Jumlah transaksi     : ' WS-CNT-D
           MOVE WS-MC-GROSS(WS-MC-IDX) TO WS-RPT-AMT
           DISPLAY 'Total pembayaran     : ' WS-RPT-AMT
           MOVE WS-MDR TO WS-RPT-AMT
           DISPLAY 'MDR ' WS-RATE-D ' %       : ' WS-RPT-AMT
           MOVE WS-NET TO WS-RPT-AMT
           DISPLAY 'Dibayarkan (neto)    : ' WS-RPT-AMT
           IF WS-WAS-PAID
               DISPLAY 'Status               : DIBAYAR ke '
                   FUNCTION TRIM(WS-MC-ACCT(WS-MC-IDX))
           ELSE
               DISPLAY 'Status               : DITAHAN - '
                   FUNCTION TRIM(WS-MSG)
           END-IF
           DISPLAY '==================================================='
               '==================='.

       4610-PRINT-ONE-PAYMENT.
           MOVE WS-PY-AMOUNT(WS-PY-IDX) TO WS-RPT-AMT
           MOVE SPACES TO WS-LINE
           STRING WS-PY-TS(WS-PY-IDX) '  '
                  WS-PY-FROM(WS-PY-IDX)(1:30) ' '
                  WS-RPT-AMT
               DELIMITED SIZE INTO WS-LINE
           END-STRING
           DISPLAY FUNCTION TRIM(WS-LINE TRAILING).

      * the fee file - a line per merchant settled, then the MDR
      * income per branch CFGLEXP books (FEE-TOTAL lines, fee=MDR)
       4700-WRITE-FEE-FILE.
           IF WS-SETTLED-COUNT = ZEROS
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND FEE-OUT
           IF WS-FEE-STATUS NOT = '00'
               CLOSE FEE-OUT
               OPEN OUTPUT FEE-OUT
           END-IF
           MOVE 1 TO WS-FT-IDX
           PERFORM UNTIL WS-FT-IDX > WS-FT-COUNT
               MOVE WS-FT-AMOUNT(WS-FT-IDX)  TO WS-TOT-D
               MOVE WS-FT-CHARGES(WS-FT-IDX) TO WS-CNT-D
               MOVE SPACES TO FEE-RECORD
               STRING
                   'FEE-TOTAL period=' DELIMITED SIZE
                   WS-BUSINESS-DATE DELIMITED SIZE
                   ' fee=MDR branch=' DELIMITED SIZE
                   FUNCTION TRIM(WS-FT-BRANCH(WS-FT-IDX))
                       DELIMITED SIZE
                   ' charges=' DELIMITED SIZE
                   FUNCTION TRIM(WS-CNT-D) DELIMITED SIZE
                   ' amount=' DELIMITED SIZE
                   FUNCTION TRIM(WS-TOT-D) DELIMITED SIZE
                   INTO FEE-RECORD
               END-STRING
               WRITE FEE-RECORD
               ADD 1 TO WS-FT-IDX
           END-PERFORM
           CLOSE FEE-OUT.

       4800-REPORT-SUMMARY.
           MOVE SPACES TO WS-OUT
           MOVE WS-SETTLED-COUNT TO WS-CNT-D
           STRING
               '{"business_date":"' DELIMITED SIZE
               WS-BUSINESS-DATE DELIMITED SIZE
               '","merchants_settled":' DELIMITED SIZE
               FUNCTION TRIM(WS-CNT-D) DELIMITED SIZE
               INTO WS-OUT
           END-STRING
           DISPLAY FUNCTION TRIM(WS-OUT) WITH NO ADVANCING
           MOVE WS-HELD-COUNT TO WS-CNT-D
           DISPLAY ',"merchants_held":' FUNCTION TRIM(WS-CNT-D)
               WITH NO ADVANCING
           MOVE WS-TOT-PAYS TO WS-CNT-D
           DISPLAY ',"payments":' FUNCTION TRIM(WS-CNT-D)
               WITH NO ADVANCING
           MOVE WS-TOT-GROSS TO WS-TOT-D
           DISPLAY ',"gross":' FUNCTION TRIM(WS-TOT-D)
               WITH NO ADVANCING
           MOVE WS-TOT-MDR TO WS-TOT-D
           DISPLAY ',"mdr":' FUNCTION TRIM(WS-TOT-D)
               WITH NO ADVANCING
           MOVE WS-TOT-NET TO WS-TOT-D
           DISPLAY ',"net":' FUNCTION TRIM(WS-TOT-D)
               WITH NO ADVANCING
           IF WS-SETTLED-COUNT > ZEROS
               DISPLAY ',"fee_file":"' FUNCTION TRIM(WS-FEE-FILE)
                   '"}'
           ELSE
               DISPLAY '}'
           END-IF.

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
      * tamper-evident chain over the journal: every line
      * appended ends in chain=, a running hash over the chain
      * value of the line before it and this line's own text, so
      * an edited, inserted or deleted line breaks every link after
      * it. The last value written is kept in the log's .chain head
      * file for the next writer; CFCHAIN walks the chain back
      *----------------------------------------------------------------
       8950-CHAIN-JOURNAL-LINE.
           MOVE JOURNAL-RECORD TO WS-CH-LINE
           MOVE SPACES TO WS-CHAIN-FILE
           STRING FUNCTION TRIM(WS-JOURNAL-FILE) '.chain'
               DELIMITED SIZE INTO WS-CHAIN-FILE
           END-STRING
           PERFORM 8960-LOAD-CHAIN-HEAD
           IF NOT WS-CH-HEAD-FOUND
               PERFORM 8970-SCAN-JOURNAL-CHAIN
           END-IF
           PERFORM 8980-HASH-CHAIN-LINE
           MOVE WS-CH-LINE TO JOURNAL-RECORD.

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
       8970-SCAN-JOURNAL-CHAIN.
           MOVE SPACES TO WS-CH-LAST
           OPEN INPUT JOURNAL-FILE
           IF WS-JOURNAL-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-CH-EOF
           PERFORM UNTIL WS-CH-EOF = 'Y'
               READ JOURNAL-FILE
                   AT END MOVE 'Y' TO WS-CH-EOF
                   NOT AT END
                       IF JOURNAL-RECORD NOT = SPACES
                           MOVE JOURNAL-RECORD TO WS-CH-LAST
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JOURNAL-FILE
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
