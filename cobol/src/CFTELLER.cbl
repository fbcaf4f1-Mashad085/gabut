      *================================================================*
      * CFTELLER.cbl - Teller Cash Drawer & Branch Vault Balancing     *
      * Counter cash posts through CFTRXVAL like any other movement,   *
      * so the ledger alone cannot say what a teller should be         *
      * holding. Each operator opens a drawer in the morning with a    *
      * float out of the branch vault (branch = AM-BRANCH); every      *
      * cash posting names the drawer (CFTRXVAL drawer=), so the       *
      * drawer's expected cash is its float, plus what came from the   *
      * vault during the day, plus cash in (CREDIT), less cash out     *
      * (DEBIT), less what went back to the vault. At close the        *
      * teller declares a denomination count, the balancing sheet is   *
      * printed with any over/short, and the declared cash goes back   *
      * to the vault. Every vault movement - float out, mid-day top-up *
      * and return, closing return, funding from or return to head    *
      * office, over/short and the vault's own end-of-day position -   *
      * is journaled, and POSITION prints every branch on one page.    *
      * Args (key=value, any order):                                   *
      *   action=OPEN        - branch= float= user_id=<teller>         *
      *   action=FROM-VAULT  - drawer_id= amount= user_id= mid-day     *
      *                        cash from the vault into the drawer     *
      *   action=TO-VAULT    - drawer_id= amount= user_id= cash sent   *
      *                        back to the vault                       *
      *   action=CLOSE       - drawer_id= user_id= count=<denom>x<n>,  *
      *                        ... e.g. count=100000x12,50000x7,500x4  *
      *                        prints the drawer balancing sheet       *
      *   action=VAULT-FUND  - branch= amount= user_id= cash received  *
      *                        into the vault from head office/bank    *
      *   action=VAULT-RETURN- branch= amount= user_id= cash sent out  *
      *   action=VAULT-EOD   - branch= user_id= journals the vault's   *
      *                        end-of-day position; refused while a    *
      *                        drawer of the branch is still OPEN      *
      *   action=POSITION    - [date=YYYY-MM-DD] every branch's vault, *
      *                        drawers and over/short on one page      *
      *   drawer_file=<path> - default CFTELLER_DRAWERS.DAT            *
      *   vault_file=<path>  - default CFTELLER_VAULT.DAT              *
      *   journal=<path>     - default CFTELLER_JOURNAL.DAT            *
      *   audit_log=<path>   - CFTRXVAL's log, default                 *
      *                        CFTRXVAL_AUDIT.LOG                      *
      *   system_date_file=<path> - default CFSYSDATE.DAT; its         *
      *       business date stands in for today when no date           *
      *       argument is given                                        *
      * Output stdout: JSON result; CLOSE and POSITION print a page.   *
      * RETURN-CODE 8 on a refused action, 4 when CLOSE finds the      *
      * drawer over or short.                                          *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CFTELLER.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. LINUX.
       OBJECT-COMPUTER. LINUX.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DRAWER-FILE ASSIGN TO DYNAMIC WS-DRAWER-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DRAWER-STATUS.
           SELECT VAULT-FILE ASSIGN TO DYNAMIC WS-VAULT-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VAULT-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO DYNAMIC WS-JOURNAL-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT AUDIT-LOG ASSIGN TO DYNAMIC WS-AUDIT-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
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
       FD  DRAWER-FILE.
       01  DRAWER-RECORD       PIC X(300).

       FD  VAULT-FILE.
       01  VAULT-RECORD        PIC X(200).

       FD  JOURNAL-FILE.
       01  JOURNAL-RECORD      PIC X(300).

       FD  AUDIT-LOG.
       01  AUDIT-RECORD        PIC X(300).

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
       01  WS-DRAWER-FILE      PIC X(200) VALUE 'CFTELLER_DRAWERS.DAT'.
       01  WS-DRAWER-STATUS    PIC XX VALUE SPACES.
       01  WS-VAULT-FILE       PIC X(200) VALUE 'CFTELLER_VAULT.DAT'.
       01  WS-VAULT-STATUS     PIC XX VALUE SPACES.
       01  WS-JOURNAL-FILE     PIC X(200) VALUE 'CFTELLER_JOURNAL.DAT'.
       01  WS-JOURNAL-STATUS   PIC XX VALUE SPACES.
       01  WS-AUDIT-FILE       PIC X(200) VALUE 'CFTRXVAL_AUDIT.LOG'.
       01  WS-AUDIT-STATUS     PIC XX VALUE SPACES.

       01  WS-ARG-COUNT        PIC 9(3) VALUE ZEROS.
       01  WS-ARG-IDX          PIC 9(3) VALUE ZEROS.
       01  WS-OPT-ARG          PIC X(200) VALUE SPACES.
       01  WS-FIELD-NAME       PIC X(30) VALUE SPACES.
       01  WS-FIELD-VAL        PIC X(200) VALUE SPACES.
       01  WS-POS              PIC 9(4) VALUE ZEROS.
       01  WS-EOF              PIC X VALUE 'N'.
       01  WS-REMAIN           PIC X(400) VALUE SPACES.
       01  WS-TOKEN            PIC X(400) VALUE SPACES.

       01  WS-ACTION           PIC X(20) VALUE SPACES.
       01  WS-USER-ID          PIC X(20) VALUE SPACES.
       01  WS-BRANCH           PIC X(10) VALUE SPACES.
       01  WS-DRAWER-ID        PIC X(20) VALUE SPACES.
       01  WS-AMOUNT           PIC S9(13)V99 VALUE ZEROS.
       01  WS-COUNT-ARG        PIC X(200) VALUE SPACES.
       01  WS-DATE-ARG         PIC X(10) VALUE SPACES.
       01  WS-CUR-DATE         PIC X(8) VALUE SPACES.
       01  WS-REPORT-DATE      PIC X(8) VALUE SPACES.
       01  WS-CUR-DATETIME     PIC X(21) VALUE SPACES.
       01  WS-TIMESTAMP        PIC X(26) VALUE SPACES.

      * the drawer register - one line per drawer ever opened, the
      * CLOSED ones kept as the record of each day's balancing
       01  WS-DW-COUNT         PIC 9(5) VALUE ZEROS.
       01  WS-DW-IDX           PIC 9(5) VALUE ZEROS.
       01  WS-DW-FOUND         PIC 9(5) VALUE ZEROS.
       01  WS-DW-TRUNC-FLAG    PIC X VALUE 'N'.
           88  WS-DW-IS-TRUNCATED  VALUE 'Y'.
       01  WS-DW-TABLE.
           05  WS-DW-ENTRY OCCURS 20000 TIMES.
               10  WS-DW-ID        PIC X(20).
               10  WS-DW-TELLER    PIC X(20).
               10  WS-DW-BRANCH    PIC X(4).
               10  WS-DW-STATE     PIC X(8).
               10  WS-DW-OPENED    PIC X(8).
               10  WS-DW-FLOAT     PIC S9(13)V99.
               10  WS-DW-FROM-VLT  PIC S9(13)V99.
               10  WS-DW-TO-VLT    PIC S9(13)V99.
               10  WS-DW-DECLARED  PIC S9(13)V99.
               10  WS-DW-EXPECTED  PIC S9(13)V99.
               10  WS-DW-OVRSHT    PIC S9(13)V99.
               10  WS-DW-CLOSED    PIC X(8).

      * the branch vaults - one line per branch
       01  WS-VT-COUNT         PIC 9(3) VALUE ZEROS.
       01  WS-VT-IDX           PIC 9(3) VALUE ZEROS.
       01  WS-VT-FOUND         PIC 9(3) VALUE ZEROS.
       01  WS-VT-TABLE.
           05  WS-VT-ENTRY OCCURS 500 TIMES.
               10  WS-VT-BRANCH    PIC X(4).
               10  WS-VT-BALANCE   PIC S9(13)V99.
               10  WS-VT-UPDATED   PIC X(8).
               10  WS-VT-EOD-DATE  PIC X(8).
               10  WS-VT-EOD-BAL   PIC S9(13)V99.
      * POSITION's working figures per branch
               10  WS-VT-OPENED-CT PIC 9(5).
               10  WS-VT-OPEN-CT   PIC 9(5).
               10  WS-VT-OVRSHT    PIC S9(13)V99.
               10  WS-VT-JNL-EOD   PIC X.

      * one register line parsed
       01  WS-IN-ID            PIC X(20) VALUE SPACES.
       01  WS-IN-TELLER        PIC X(20) VALUE SPACES.
       01  WS-IN-BRANCH        PIC X(10) VALUE SPACES.
       01  WS-IN-STATE         PIC X(10) VALUE SPACES.
       01  WS-IN-OPENED        PIC X(8) VALUE SPACES.
       01  WS-IN-FLOAT         PIC S9(13)V99 VALUE ZEROS.
       01  WS-IN-FROM-VLT      PIC S9(13)V99 VALUE ZEROS.
       01  WS-IN-TO-VLT        PIC S9(13)V99 VALUE ZEROS.
       01  WS-IN-DECLARED      PIC S9(13)V99 VALUE ZEROS.
       01  WS-IN-EXPECTED      PIC S9(13)V99 VALUE ZEROS.
       01  WS-IN-OVRSHT        PIC S9(13)V99 VALUE ZEROS.
       01  WS-IN-CLOSED        PIC X(8) VALUE SPACES.
       01  WS-IN-BALANCE       PIC S9(13)V99 VALUE ZEROS.
       01  WS-IN-UPDATED       PIC X(8) VALUE SPACES.
       01  WS-IN-EOD-DATE      PIC X(8) VALUE SPACES.
       01  WS-IN-EOD-BAL       PIC S9(13)V99 VALUE ZEROS.
       01  WS-IN-ENTRY         PIC X(14) VALUE SPACES.
       01  WS-IN-DATE          PIC X(8) VALUE SPACES.
       01  WS-IN-AMOUNT        PIC S9(13)V99 VALUE ZEROS.
       01  WS-IN-VAULT-BAL     PIC S9(13)V99 VALUE ZEROS.
       01  WS-IN-DRAWER        PIC X(20) VALUE SPACES.
       01  WS-IN-TXN-TYPE      PIC X(20) VALUE SPACES.
       01  WS-IN-STATUS        PIC X(10) VALUE SPACES.

      * the drawer's cash for the day, out of CFTRXVAL's audit log
       01  WS-CASH-IN          PIC S9(13)V99 VALUE ZEROS.
       01  WS-CASH-OUT         PIC S9(13)V99 VALUE ZEROS.
       01  WS-CASH-IN-CT       PIC 9(5) VALUE ZEROS.
       01  WS-CASH-OUT-CT      PIC 9(5) VALUE ZEROS.
       01  WS-EXPECTED         PIC S9(13)V99 VALUE ZEROS.
       01  WS-DECLARED         PIC S9(13)V99 VALUE ZEROS.
       01  WS-OVER-SHORT       PIC S9(13)V99 VALUE ZEROS.

      * the denominations a count may declare, notes then coins, and
      * the pieces counted of each
       01  WS-DN-COUNT         PIC 9(2) VALUE 10.
       01  WS-DN-IDX           PIC 9(2) VALUE ZEROS.
       01  WS-DN-TABLE.
           05  WS-DN-ENTRY OCCURS 10 TIMES.
               10  WS-DN-VALUE     PIC 9(6).
               10  WS-DN-PIECES    PIC 9(7).
       01  WS-DN-REMAIN        PIC X(200) VALUE SPACES.
       01  WS-DN-TOKEN         PIC X(40) VALUE SPACES.
       01  WS-DN-IN-VALUE      PIC 9(7) VALUE ZEROS.
       01  WS-DN-IN-PIECES     PIC 9(7) VALUE ZEROS.
       01  WS-DN-BAD-FLAG      PIC X VALUE 'N'.
           88  WS-DN-IS-BAD        VALUE 'Y'.
       01  WS-DN-SUBTOTAL      PIC S9(13)V99 VALUE ZEROS.

      * the journal line to write
       01  WS-JN-ENTRY         PIC X(14) VALUE SPACES.
       01  WS-JN-BRANCH        PIC X(4) VALUE SPACES.
       01  WS-JN-DRAWER        PIC X(20) VALUE SPACES.
       01  WS-JN-AMOUNT        PIC S9(13)V99 VALUE ZEROS.
       01  WS-JN-VAULT-BAL     PIC S9(13)V99 VALUE ZEROS.

       01  WS-TOT-VAULT        PIC S9(13)V99 VALUE ZEROS.
       01  WS-TOT-OVRSHT       PIC S9(13)V99 VALUE ZEROS.
       01  WS-TOT-OPENED       PIC 9(5) VALUE ZEROS.
       01  WS-TOT-OPEN         PIC 9(5) VALUE ZEROS.

      * operator identity, permissions and the command audit trail -
      * the same gate CFTRXVAL runs: with the permissions file on
      * disk, user_id= is required and the operator must be cleared
      * for this program and the action being run
       01  WS-PERM-FILE        PIC X(200) VALUE 'CFOPERATORS.DAT'.
       01  WS-PERM-STATUS      PIC XX VALUE SPACES.
       01  WS-CMDLOG-FILE      PIC X(200)
                               VALUE 'CFCOMMAND_AUDIT.LOG'.
       01  WS-CMDLOG-STATUS    PIC XX VALUE SPACES.
       01  WS-PROGRAM-NAME     PIC X(10) VALUE 'CFTELLER'.
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
       01  WS-CNT2-D           PIC Z(4)9.
       01  WS-PCS-D            PIC Z(6)9.
       01  WS-DEN-D            PIC ZZZ,ZZ9.
       01  WS-AMT-D            PIC -(13)9.99.
       01  WS-AMT2-D           PIC -(13)9.99.
       01  WS-AMT3-D           PIC -(13)9.99.
       01  WS-RPT-AMT          PIC ---,---,---,--9.99.
       01  WS-RPT2-AMT         PIC ---,---,---,--9.99.
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
               WHEN 'OPEN'
                   PERFORM 2000-OPEN-DRAWER
               WHEN 'FROM-VAULT'
               WHEN 'TO-VAULT'
                   PERFORM 2500-MOVE-DRAWER-CASH
               WHEN 'CLOSE'
                   PERFORM 3000-CLOSE-DRAWER
               WHEN 'VAULT-FUND'
               WHEN 'VAULT-RETURN'
                   PERFORM 4000-MOVE-VAULT-CASH
               WHEN 'VAULT-EOD'
                   PERFORM 4500-VAULT-EOD
               WHEN 'POSITION'
                   PERFORM 5000-PRINT-POSITION
               WHEN OTHER
                   DISPLAY '{"error":"Usage: cfteller action=OPEN|'
                       'FROM-VAULT|TO-VAULT|CLOSE|VAULT-FUND|'
                       'VAULT-RETURN|VAULT-EOD|POSITION user_id=<op> '
                       '[branch=<b>] [drawer_id=<id>] [float=<amt>] '
                       '[amount=<amt>] [count=<denom>x<n>,...] '
                       '[date=YYYY-MM-DD] [drawer_file=] '
                       '[vault_file=] [journal=] [audit_log=]"}'
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
                   WHEN 'branch'
                       MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
                           WS-FIELD-VAL)) TO WS-BRANCH
                   WHEN 'drawer_id'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-DRAWER-ID
                   WHEN 'float'
                   WHEN 'amount'
                       MOVE FUNCTION NUMVAL(WS-FIELD-VAL)
                           TO WS-AMOUNT
                   WHEN 'count'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-COUNT-ARG
                   WHEN 'date'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-DATE-ARG
                   WHEN 'drawer_file'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-DRAWER-FILE
                   WHEN 'vault_file'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-VAULT-FILE
                   WHEN 'journal'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-JOURNAL-FILE
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
      * the drawer register and the vault file - both loaded whole,
      * changed in the table and written back whole
      *----------------------------------------------------------------
       1000-LOAD-DRAWERS.
           MOVE ZEROS TO WS-DW-COUNT
           MOVE 'N' TO WS-DW-TRUNC-FLAG
           OPEN INPUT DRAWER-FILE
           IF WS-DRAWER-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ DRAWER-FILE INTO DRAWER-RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END PERFORM 1050-LOAD-DRAWER-LINE
               END-READ
           END-PERFORM
           CLOSE DRAWER-FILE
           MOVE 'N' TO WS-EOF.

       1050-LOAD-DRAWER-LINE.
           IF FUNCTION TRIM(DRAWER-RECORD) = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-DW-COUNT >= 20000
               MOVE 'Y' TO WS-DW-TRUNC-FLAG
               EXIT PARAGRAPH
           END-IF
           MOVE DRAWER-RECORD TO WS-REMAIN
           PERFORM 7000-PARSE-LINE
           IF FUNCTION TRIM(WS-IN-ID) = SPACES
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-DW-COUNT
           MOVE WS-IN-ID       TO WS-DW-ID(WS-DW-COUNT)
           MOVE WS-IN-TELLER   TO WS-DW-TELLER(WS-DW-COUNT)
           MOVE WS-IN-BRANCH   TO WS-DW-BRANCH(WS-DW-COUNT)
           MOVE WS-IN-STATE    TO WS-DW-STATE(WS-DW-COUNT)
           MOVE WS-IN-OPENED   TO WS-DW-OPENED(WS-DW-COUNT)
           MOVE WS-IN-FLOAT    TO WS-DW-FLOAT(WS-DW-COUNT)
           MOVE WS-IN-FROM-VLT TO WS-DW-FROM-VLT(WS-DW-COUNT)
           MOVE WS-IN-TO-VLT   TO WS-DW-TO-VLT(WS-DW-COUNT)
           MOVE WS-IN-DECLARED TO WS-DW-DECLARED(WS-DW-COUNT)
           MOVE WS-IN-EXPECTED TO WS-DW-EXPECTED(WS-DW-COUNT)
           MOVE WS-IN-OVRSHT   TO WS-DW-OVRSHT(WS-DW-COUNT)
           MOVE WS-IN-CLOSED   TO WS-DW-CLOSED(WS-DW-COUNT).

       1100-SAVE-DRAWERS.
           OPEN OUTPUT DRAWER-FILE
           MOVE 1 TO WS-DW-IDX
           PERFORM UNTIL WS-DW-IDX > WS-DW-COUNT
               PERFORM 1150-WRITE-DRAWER-LINE
               ADD 1 TO WS-DW-IDX
           END-PERFORM
           CLOSE DRAWER-FILE.

      * drawer_id, teller and state lead the line - CFTRXVAL reads
      * only those when it checks a cash posting's drawer
       1150-WRITE-DRAWER-LINE.
           MOVE WS-DW-FLOAT(WS-DW-IDX) TO WS-AMT-D
           MOVE WS-DW-FROM-VLT(WS-DW-IDX) TO WS-AMT2-D
           MOVE WS-DW-TO-VLT(WS-DW-IDX) TO WS-AMT3-D
           MOVE SPACES TO DRAWER-RECORD
           STRING
               'drawer_id=' DELIMITED SIZE
               FUNCTION TRIM(WS-DW-ID(WS-DW-IDX)) DELIMITED SIZE
               ' teller=' DELIMITED SIZE
               FUNCTION TRIM(WS-DW-TELLER(WS-DW-IDX)) DELIMITED SIZE
               ' state=' DELIMITED SIZE
               FUNCTION TRIM(WS-DW-STATE(WS-DW-IDX)) DELIMITED SIZE
               ' branch=' DELIMITED SIZE
               FUNCTION TRIM(WS-DW-BRANCH(WS-DW-IDX)) DELIMITED SIZE
               ' opened_on=' DELIMITED SIZE
               WS-DW-OPENED(WS-DW-IDX) DELIMITED SIZE
               ' float=' DELIMITED SIZE
               FUNCTION TRIM(WS-AMT-D) DELIMITED SIZE
               ' from_vault=' DELIMITED SIZE
               FUNCTION TRIM(WS-AMT2-D) DELIMITED SIZE
               ' to_vault=' DELIMITED SIZE
               FUNCTION TRIM(WS-AMT3-D) DELIMITED SIZE
               INTO DRAWER-RECORD
           END-STRING
           IF WS-DW-STATE(WS-DW-IDX) = 'CLOSED'
               MOVE WS-DW-DECLARED(WS-DW-IDX) TO WS-AMT-D
               MOVE WS-DW-EXPECTED(WS-DW-IDX) TO WS-AMT2-D
               MOVE WS-DW-OVRSHT(WS-DW-IDX) TO WS-AMT3-D
               MOVE DRAWER-RECORD TO WS-OUT
               MOVE SPACES TO DRAWER-RECORD
               STRING
                   FUNCTION TRIM(WS-OUT) DELIMITED SIZE
                   ' declared=' DELIMITED SIZE
                   FUNCTION TRIM(WS-AMT-D) DELIMITED SIZE
                   ' expected=' DELIMITED SIZE
                   FUNCTION TRIM(WS-AMT2-D) DELIMITED SIZE
                   ' over_short=' DELIMITED SIZE
                   FUNCTION TRIM(WS-AMT3-D) DELIMITED SIZE
                   ' closed_on=' DELIMITED SIZE
                   WS-DW-CLOSED(WS-DW-IDX) DELIMITED SIZE
                   INTO DRAWER-RECORD
               END-STRING
           END-IF
           WRITE DRAWER-RECORD.

       1200-LOAD-VAULTS.
           MOVE ZEROS TO WS-VT-COUNT
           OPEN INPUT VAULT-FILE
           IF WS-VAULT-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ VAULT-FILE INTO VAULT-RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END PERFORM 1250-LOAD-VAULT-LINE
               END-READ
           END-PERFORM
           CLOSE VAULT-FILE
           MOVE 'N' TO WS-EOF.

       1250-LOAD-VAULT-LINE.
           IF FUNCTION TRIM(VAULT-RECORD) = SPACES OR
                   WS-VT-COUNT >= 500
               EXIT PARAGRAPH
           END-IF
           MOVE VAULT-RECORD TO WS-REMAIN
           PERFORM 7000-PARSE-LINE
           IF FUNCTION TRIM(WS-IN-BRANCH) = SPACES
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-VT-COUNT
           INITIALIZE WS-VT-ENTRY(WS-VT-COUNT)
           MOVE WS-IN-BRANCH   TO WS-VT-BRANCH(WS-VT-COUNT)
           MOVE WS-IN-BALANCE  TO WS-VT-BALANCE(WS-VT-COUNT)
           MOVE WS-IN-UPDATED  TO WS-VT-UPDATED(WS-VT-COUNT)
           MOVE WS-IN-EOD-DATE TO WS-VT-EOD-DATE(WS-VT-COUNT)
           MOVE WS-IN-EOD-BAL  TO WS-VT-EOD-BAL(WS-VT-COUNT).

       1300-SAVE-VAULTS.
           OPEN OUTPUT VAULT-FILE
           MOVE 1 TO WS-VT-IDX
           PERFORM UNTIL WS-VT-IDX > WS-VT-COUNT
               MOVE WS-VT-BALANCE(WS-VT-IDX) TO WS-AMT-D
               MOVE WS-VT-EOD-BAL(WS-VT-IDX) TO WS-AMT2-D
               MOVE SPACES TO VAULT-RECORD
               STRING
                   'branch=' DELIMITED SIZE
                   FUNCTION TRIM(WS-VT-BRANCH(WS-VT-IDX))
                       DELIMITED SIZE
                   ' balance=' DELIMITED SIZE
                   FUNCTION TRIM(WS-AMT-D) DELIMITED SIZE
                   ' updated=' DELIMITED SIZE
                   WS-VT-UPDATED(WS-VT-IDX) DELIMITED SIZE
                   ' eod_date=' DELIMITED SIZE
                   FUNCTION TRIM(WS-VT-EOD-DATE(WS-VT-IDX))
                       DELIMITED SIZE
                   ' eod_balance=' DELIMITED SIZE
                   FUNCTION TRIM(WS-AMT2-D) DELIMITED SIZE
                   INTO VAULT-RECORD
               END-STRING
               WRITE VAULT-RECORD
               ADD 1 TO WS-VT-IDX
           END-PERFORM
           CLOSE VAULT-FILE.

      * WS-DRAWER-ID located in the register - WS-DW-FOUND is zero
      * when it is not on file
       1400-FIND-DRAWER.
           MOVE ZEROS TO WS-DW-FOUND
           MOVE 1 TO WS-DW-IDX
           PERFORM UNTIL WS-DW-IDX > WS-DW-COUNT OR WS-DW-FOUND > 0
               IF WS-DW-ID(WS-DW-IDX) = WS-DRAWER-ID
                   MOVE WS-DW-IDX TO WS-DW-FOUND
               END-IF
               ADD 1 TO WS-DW-IDX
           END-PERFORM.

      * WS-BRANCH located among the vaults - WS-VT-FOUND is zero
      * when the branch has no vault line yet
       1450-FIND-VAULT.
           MOVE ZEROS TO WS-VT-FOUND
           MOVE 1 TO WS-VT-IDX
           PERFORM UNTIL WS-VT-IDX > WS-VT-COUNT OR WS-VT-FOUND > 0
               IF WS-VT-BRANCH(WS-VT-IDX) = WS-BRANCH
                   MOVE WS-VT-IDX TO WS-VT-FOUND
               END-IF
               ADD 1 TO WS-VT-IDX
           END-PERFORM.

      * the drawer named by drawer_id=, OPEN, and the operator's own
      * - anything else refuses the action
       1500-LOCATE-OWN-DRAWER.
           IF FUNCTION TRIM(WS-DRAWER-ID) = SPACES OR
                   FUNCTION TRIM(WS-USER-ID) = SPACES
               DISPLAY '{"status":"ERROR","message":"'
                   FUNCTION TRIM(WS-ACTION)
                   ' needs drawer_id= and user_id="}'
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM 1000-LOAD-DRAWERS
           PERFORM 1400-FIND-DRAWER
           IF WS-DW-FOUND = ZEROS
               DISPLAY '{"status":"ERROR","message":"Drawer not on '
                   'file: ' FUNCTION TRIM(WS-DRAWER-ID) '"}'
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-DW-STATE(WS-DW-FOUND) NOT = 'OPEN'
               DISPLAY '{"status":"ERROR","message":"Drawer '
                   FUNCTION TRIM(WS-DRAWER-ID) ' is '
                   FUNCTION TRIM(WS-DW-STATE(WS-DW-FOUND)) '"}'
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-DW-TELLER(WS-DW-FOUND) NOT = WS-USER-ID
               DISPLAY '{"status":"ERROR","message":"Drawer '
                   FUNCTION TRIM(WS-DRAWER-ID) ' belongs to '
                   FUNCTION TRIM(WS-DW-TELLER(WS-DW-FOUND)) '"}'
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DW-BRANCH(WS-DW-FOUND) TO WS-BRANCH
           PERFORM 1200-LOAD-VAULTS
           PERFORM 1450-FIND-VAULT
           IF WS-VT-FOUND = ZEROS
               DISPLAY '{"status":"ERROR","message":"No vault on '
                   'file for branch ' FUNCTION TRIM(WS-BRANCH) '"}'
               MOVE 8 TO RETURN-CODE
           END-IF.

      * the cash the drawer should hold now - its float and vault
      * movements plus every OK counter posting CFTRXVAL tagged to it
       1600-WORK-EXPECTED.
           MOVE ZEROS TO WS-CASH-IN WS-CASH-OUT WS-CASH-IN-CT
               WS-CASH-OUT-CT
           OPEN INPUT AUDIT-LOG
           IF WS-AUDIT-STATUS = '00'
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ AUDIT-LOG INTO AUDIT-RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END PERFORM 1650-AUDIT-ONE-LINE
                   END-READ
               END-PERFORM
               CLOSE AUDIT-LOG
               MOVE 'N' TO WS-EOF
           END-IF
           COMPUTE WS-EXPECTED = WS-DW-FLOAT(WS-DW-FOUND)
               + WS-DW-FROM-VLT(WS-DW-FOUND)
               - WS-DW-TO-VLT(WS-DW-FOUND)
               + WS-CASH-IN - WS-CASH-OUT.

       1650-AUDIT-ONE-LINE.
           MOVE ZERO TO WS-POS
           INSPECT AUDIT-RECORD TALLYING WS-POS FOR ALL ' drawer='
           IF WS-POS = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE AUDIT-RECORD TO WS-REMAIN
           PERFORM 7000-PARSE-LINE
           IF WS-IN-DRAWER NOT = WS-DRAWER-ID OR
                   WS-IN-STATUS NOT = 'OK'
               EXIT PARAGRAPH
           END-IF
           EVALUATE WS-IN-TXN-TYPE
               WHEN 'CREDIT'
                   ADD WS-IN-AMOUNT TO WS-CASH-IN
                   ADD 1 TO WS-CASH-IN-CT
               WHEN 'DEBIT'
                   ADD WS-IN-AMOUNT TO WS-CASH-OUT
                   ADD 1 TO WS-CASH-OUT-CT
           END-EVALUATE.

      *----------------------------------------------------------------
      * action=OPEN - the morning float out of the branch vault; one
      * OPEN drawer per operator at a time
      *----------------------------------------------------------------
       2000-OPEN-DRAWER.
           IF FUNCTION TRIM(WS-USER-ID) = SPACES OR
                   FUNCTION TRIM(WS-BRANCH) = SPACES OR
                   WS-AMOUNT <= ZEROS
               DISPLAY '{"status":"ERROR","message":"OPEN needs '
                   'user_id=, branch= and a float= above zero"}'
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-BRANCH(5:) NOT = SPACES
               DISPLAY '{"status":"ERROR","message":"branch= is the '
                   'four-character AM-BRANCH code"}'
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM 1000-LOAD-DRAWERS
           IF WS-DW-IS-TRUNCATED
               DISPLAY '{"status":"ERROR","message":"Drawer register '
                   'is too large to rewrite - archive closed drawers '
                   'first"}'
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-DW-IDX
           PERFORM UNTIL WS-DW-IDX > WS-DW-COUNT
               IF WS-DW-TELLER(WS-DW-IDX) = WS-USER-ID AND
                       WS-DW-STATE(WS-DW-IDX) = 'OPEN'
                   DISPLAY '{"status":"ERROR","message":"Operator '
                       FUNCTION TRIM(WS-USER-ID) ' already has drawer '
                       FUNCTION TRIM(WS-DW-ID(WS-DW-IDX))
                       ' OPEN - close it first"}'
                   MOVE 8 TO RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-DW-IDX
           END-PERFORM
           PERFORM 1200-LOAD-VAULTS
           PERFORM 1450-FIND-VAULT
           IF WS-VT-FOUND = ZEROS
               DISPLAY '{"status":"ERROR","message":"No vault on '
                   'file for branch ' FUNCTION TRIM(WS-BRANCH)
                   ' - fund it with action=VAULT-FUND"}'
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-AMOUNT > WS-VT-BALANCE(WS-VT-FOUND)
               MOVE WS-VT-BALANCE(WS-VT-FOUND) TO WS-AMT-D
               DISPLAY '{"status":"ERROR","message":"Vault of branch '
                   FUNCTION TRIM(WS-BRANCH) ' holds only '
                   FUNCTION TRIM(WS-AMT-D) '"}'
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-DRAWER-ID
           STRING 'D' FUNCTION CURRENT-DATE(1:16)
               DELIMITED SIZE INTO WS-DRAWER-ID
           END-STRING
           ADD 1 TO WS-DW-COUNT
           MOVE WS-DW-COUNT TO WS-DW-FOUND
           INITIALIZE WS-DW-ENTRY(WS-DW-FOUND)
           MOVE WS-DRAWER-ID TO WS-DW-ID(WS-DW-FOUND)
           MOVE WS-USER-ID   TO WS-DW-TELLER(WS-DW-FOUND)
           MOVE WS-BRANCH    TO WS-DW-BRANCH(WS-DW-FOUND)
           MOVE 'OPEN'       TO WS-DW-STATE(WS-DW-FOUND)
           MOVE WS-CUR-DATE  TO WS-DW-OPENED(WS-DW-FOUND)
           MOVE WS-AMOUNT    TO WS-DW-FLOAT(WS-DW-FOUND)
           SUBTRACT WS-AMOUNT FROM WS-VT-BALANCE(WS-VT-FOUND)
           MOVE WS-CUR-DATE TO WS-VT-UPDATED(WS-VT-FOUND)
           PERFORM 1100-SAVE-DRAWERS
           PERFORM 1300-SAVE-VAULTS
           MOVE 'DRAWER-OPEN' TO WS-JN-ENTRY
           MOVE WS-AMOUNT TO WS-JN-AMOUNT
           PERFORM 8000-WRITE-JOURNAL
           MOVE WS-AMOUNT TO WS-AMT-D
           MOVE WS-VT-BALANCE(WS-VT-FOUND) TO WS-AMT2-D
           MOVE SPACES TO WS-OUT
           STRING
               '{"status":"OPEN","drawer_id":"' DELIMITED SIZE
               FUNCTION TRIM(WS-DRAWER-ID) DELIMITED SIZE
               '","teller":"' DELIMITED SIZE
               FUNCTION TRIM(WS-USER-ID) DELIMITED SIZE
               '","branch":"' DELIMITED SIZE
               FUNCTION TRIM(WS-BRANCH) DELIMITED SIZE
               '","float":' DELIMITED SIZE
               FUNCTION TRIM(WS-AMT-D) DELIMITED SIZE
               ',"vault_balance":' DELIMITED SIZE
               FUNCTION TRIM(WS-AMT2-D) DELIMITED SIZE
               '}' DELIMITED SIZE
               INTO WS-OUT
           END-STRING
           DISPLAY FUNCTION TRIM(WS-OUT).

      *----------------------------------------------------------------
      * action=FROM-VAULT / TO-VAULT - cash between an OPEN drawer
      * and its branch vault during the day
      *----------------------------------------------------------------
       2500-MOVE-DRAWER-CASH.
           IF WS-AMOUNT <= ZEROS
               DISPLAY '{"status":"ERROR","message":"amount= must be '
                   'above zero"}'
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM 1500-LOCATE-OWN-DRAWER
           IF RETURN-CODE = 8
               EXIT PARAGRAPH
           END-IF
           IF WS-ACTION = 'FROM-VAULT'
               IF WS-AMOUNT > WS-VT-BALANCE(WS-VT-FOUND)
                   MOVE WS-VT-BALANCE(WS-VT-FOUND) TO WS-AMT-D
                   DISPLAY '{"status":"ERROR","message":"Vault of '
                       'branch ' FUNCTION TRIM(WS-BRANCH)
                       ' holds only ' FUNCTION TRIM(WS-AMT-D) '"}'
                   MOVE 8 TO RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
               ADD WS-AMOUNT TO WS-DW-FROM-VLT(WS-DW-FOUND)
               SUBTRACT WS-AMOUNT FROM WS-VT-BALANCE(WS-VT-FOUND)
           ELSE
               PERFORM 1600-WORK-EXPECTED
               IF WS-AMOUNT > WS-EXPECTED
                   MOVE WS-EXPECTED TO WS-AMT-D
                   DISPLAY '{"status":"ERROR","message":"Drawer '
                       FUNCTION TRIM(WS-DRAWER-ID)
                       ' should hold only ' FUNCTION TRIM(WS-AMT-D)
                       '"}'
                   MOVE 8 TO RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
               ADD WS-AMOUNT TO WS-DW-TO-VLT(WS-DW-FOUND)
               ADD WS-AMOUNT TO WS-VT-BALANCE(WS-VT-FOUND)
           END-IF
           MOVE WS-CUR-DATE TO WS-VT-UPDATED(WS-VT-FOUND)
           PERFORM 1100-SAVE-DRAWERS
           PERFORM 1300-SAVE-VAULTS
           MOVE WS-ACTION TO WS-JN-ENTRY
           MOVE WS-AMOUNT TO WS-JN-AMOUNT
           PERFORM 8000-WRITE-JOURNAL
           MOVE WS-AMOUNT TO WS-AMT-D
           MOVE WS-VT-BALANCE(WS-VT-FOUND) TO WS-AMT2-D
           MOVE SPACES TO WS-OUT
           STRING
               '{"status":"OK","drawer_id":"' DELIMITED SIZE
               FUNCTION TRIM(WS-DRAWER-ID) DELIMITED SIZE
               '","movement":"' DELIMITED SIZE
               FUNCTION TRIM(WS-ACTION) DELIMITED SIZE
               '","amount":' DELIMITED SIZE
               FUNCTION TRIM(WS-AMT-D) DELIMITED SIZE
               ',"vault_balance":' DELIMITED SIZE
               FUNCTION TRIM(WS-AMT2-D) DELIMITED SIZE
               '}' DELIMITED SIZE
               INTO WS-OUT
           END-STRING
           DISPLAY FUNCTION TRIM(WS-OUT).

      *----------------------------------------------------------------
      * action=CLOSE - the declared count against what the drawer
      * should hold; the declared cash goes back to the vault and
      * any difference is journaled as OVER or SHORT
      *----------------------------------------------------------------
       3000-CLOSE-DRAWER.
           PERFORM 1500-LOCATE-OWN-DRAWER
           IF RETURN-CODE = 8
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(WS-COUNT-ARG) = SPACES
               DISPLAY '{"status":"ERROR","message":"CLOSE needs '
                   'the denomination count, count=<denom>x<n>,..."}'
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM 3100-PARSE-COUNT
           IF WS-DN-IS-BAD
               DISPLAY '{"status":"ERROR","message":"count= takes '
                   '<denomination>x<pieces> pairs, denominations '
                   '100000 50000 20000 10000 5000 2000 1000 500 200 '
                   '100"}'
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM 1600-WORK-EXPECTED
           COMPUTE WS-OVER-SHORT = WS-DECLARED - WS-EXPECTED
           MOVE 'CLOSED'      TO WS-DW-STATE(WS-DW-FOUND)
           MOVE WS-DECLARED   TO WS-DW-DECLARED(WS-DW-FOUND)
           MOVE WS-EXPECTED   TO WS-DW-EXPECTED(WS-DW-FOUND)
           MOVE WS-OVER-SHORT TO WS-DW-OVRSHT(WS-DW-FOUND)
           MOVE WS-CUR-DATE   TO WS-DW-CLOSED(WS-DW-FOUND)
           ADD WS-DECLARED TO WS-VT-BALANCE(WS-VT-FOUND)
           MOVE WS-CUR-DATE TO WS-VT-UPDATED(WS-VT-FOUND)
           PERFORM 1100-SAVE-DRAWERS
           PERFORM 1300-SAVE-VAULTS
           MOVE 'DRAWER-CLOSE' TO WS-JN-ENTRY
           MOVE WS-DECLARED TO WS-JN-AMOUNT
           PERFORM 8000-WRITE-JOURNAL
           IF WS-OVER-SHORT NOT = ZEROS
               IF WS-OVER-SHORT > ZEROS
                   MOVE 'OVER' TO WS-JN-ENTRY
               ELSE
                   MOVE 'SHORT' TO WS-JN-ENTRY
               END-IF
               MOVE WS-OVER-SHORT TO WS-JN-AMOUNT
               PERFORM 8000-WRITE-JOURNAL
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 3200-PRINT-BALANCING-SHEET.

      * count=100000x12,50000x7,... - one pair per denomination; a
      * denomination given twice is added up
       3100-PARSE-COUNT.
           PERFORM 3150-INIT-DENOMINATIONS
           MOVE 'N' TO WS-DN-BAD-FLAG
           MOVE ZEROS TO WS-DECLARED
           MOVE WS-COUNT-ARG TO WS-DN-REMAIN
           PERFORM UNTIL FUNCTION TRIM(WS-DN-REMAIN) = SPACES
                   OR WS-DN-IS-BAD
               MOVE ZERO TO WS-POS
               INSPECT WS-DN-REMAIN TALLYING WS-POS
                   FOR CHARACTERS BEFORE ','
               IF WS-POS > 0 AND WS-POS < 199
                   MOVE WS-DN-REMAIN(1:WS-POS) TO WS-DN-TOKEN
                   MOVE WS-DN-REMAIN(WS-POS + 2:) TO WS-DN-REMAIN
               ELSE
                   MOVE WS-DN-REMAIN TO WS-DN-TOKEN
                   MOVE SPACES TO WS-DN-REMAIN
               END-IF
               PERFORM 3120-ONE-DENOMINATION
           END-PERFORM
           MOVE 1 TO WS-DN-IDX
           PERFORM UNTIL WS-DN-IDX > WS-DN-COUNT
               COMPUTE WS-DECLARED = WS-DECLARED +
                   WS-DN-VALUE(WS-DN-IDX) * WS-DN-PIECES(WS-DN-IDX)
               ADD 1 TO WS-DN-IDX
           END-PERFORM.

       3120-ONE-DENOMINATION.
           MOVE ZERO TO WS-POS
           INSPECT WS-DN-TOKEN TALLYING WS-POS
               FOR CHARACTERS BEFORE 'x'
           IF WS-POS = 0 OR WS-POS > 7 OR
                   WS-DN-TOKEN(1:WS-POS) IS NOT NUMERIC OR
                   FUNCTION TRIM(WS-DN-TOKEN(WS-POS + 2:)) = SPACES
               MOVE 'Y' TO WS-DN-BAD-FLAG
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TEST-NUMVAL(WS-DN-TOKEN(WS-POS + 2:)) NOT = 0
               MOVE 'Y' TO WS-DN-BAD-FLAG
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-DN-TOKEN(1:WS-POS))
               TO WS-DN-IN-VALUE
           MOVE FUNCTION NUMVAL(WS-DN-TOKEN(WS-POS + 2:))
               TO WS-DN-IN-PIECES
           MOVE 1 TO WS-DN-IDX
           PERFORM UNTIL WS-DN-IDX > WS-DN-COUNT
               IF WS-DN-VALUE(WS-DN-IDX) = WS-DN-IN-VALUE
                   ADD WS-DN-IN-PIECES TO WS-DN-PIECES(WS-DN-IDX)
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-DN-IDX
           END-PERFORM
           IF WS-DN-IDX > WS-DN-COUNT
               MOVE 'Y' TO WS-DN-BAD-FLAG
           END-IF.

      * rupiah notes, then coins
       3150-INIT-DENOMINATIONS.
           MOVE 100000 TO WS-DN-VALUE(1)
           MOVE 50000  TO WS-DN-VALUE(2)
           MOVE 20000  TO WS-DN-VALUE(3)
           MOVE 10000  TO WS-DN-VALUE(4)
           MOVE 5000   TO WS-DN-VALUE(5)
           MOVE 2000   TO WS-DN-VALUE(6)
           MOVE 1000   TO WS-DN-VALUE(7)
           MOVE 500    TO WS-DN-VALUE(8)
           MOVE 200    TO WS-DN-VALUE(9)
           MOVE 100    TO WS-DN-VALUE(10)
           MOVE 1 TO WS-DN-IDX
           PERFORM UNTIL WS-DN-IDX > WS-DN-COUNT
               MOVE ZEROS TO WS-DN-PIECES(WS-DN-IDX)
               ADD 1 TO WS-DN-IDX
           END-PERFORM.

       3200-PRINT-BALANCING-SHEET.
           DISPLAY
               '======================================================'
           DISPLAY '   COMMUNITYFINANCE - LEMBAR BALANCING LACI KAS'
           DISPLAY
               '======================================================'
           DISPLAY 'Laci      : ' FUNCTION TRIM(WS-DRAWER-ID)
           DISPLAY 'Teller    : ' FUNCTION TRIM(WS-USER-ID)
               '   Cabang : ' FUNCTION TRIM(WS-BRANCH)
           DISPLAY 'Dibuka    : ' WS-DW-OPENED(WS-DW-FOUND)
               '   Ditutup : ' WS-CUR-DATE
           DISPLAY
               '------------------------------------------------------'
           MOVE WS-DW-FLOAT(WS-DW-FOUND) TO WS-RPT-AMT
           DISPLAY 'Modal awal dari khasanah      ' WS-RPT-AMT
           MOVE WS-DW-FROM-VLT(WS-DW-FOUND) TO WS-RPT-AMT
           DISPLAY 'Tambahan dari khasanah      + ' WS-RPT-AMT
           MOVE WS-CASH-IN-CT TO WS-CNT-D
           MOVE WS-CASH-IN TO WS-RPT-AMT
           DISPLAY 'Setoran tunai (' WS-CNT-D ')      + ' WS-RPT-AMT
           MOVE WS-CASH-OUT-CT TO WS-CNT-D
           MOVE WS-CASH-OUT TO WS-RPT-AMT
           DISPLAY 'Penarikan tunai (' WS-CNT-D ')    - ' WS-RPT-AMT
           MOVE WS-DW-TO-VLT(WS-DW-FOUND) TO WS-RPT-AMT
           DISPLAY 'Disetor ke khasanah         - ' WS-RPT-AMT
           MOVE WS-EXPECTED TO WS-RPT-AMT
           DISPLAY 'Saldo kas seharusnya          ' WS-RPT-AMT
           DISPLAY
               '------------------------------------------------------'
           DISPLAY 'Hitungan fisik:'
           MOVE 1 TO WS-DN-IDX
           PERFORM UNTIL WS-DN-IDX > WS-DN-COUNT
               IF WS-DN-PIECES(WS-DN-IDX) > ZEROS
                   MOVE WS-DN-VALUE(WS-DN-IDX) TO WS-DEN-D
                   MOVE WS-DN-PIECES(WS-DN-IDX) TO WS-PCS-D
                   COMPUTE WS-DN-SUBTOTAL = WS-DN-VALUE(WS-DN-IDX)
                       * WS-DN-PIECES(WS-DN-IDX)
                   MOVE WS-DN-SUBTOTAL TO WS-RPT-AMT
                   DISPLAY '  ' WS-DEN-D ' x ' WS-PCS-D
                       '          ' WS-RPT-AMT
               END-IF
               ADD 1 TO WS-DN-IDX
           END-PERFORM
           MOVE WS-DECLARED TO WS-RPT-AMT
           DISPLAY 'Jumlah fisik dinyatakan       ' WS-RPT-AMT
           DISPLAY
               '------------------------------------------------------'
           MOVE WS-OVER-SHORT TO WS-RPT-AMT
           EVALUATE TRUE
               WHEN WS-OVER-SHORT = ZEROS
                   DISPLAY 'SELISIH                       ' WS-RPT-AMT
                       '  SEIMBANG'
               WHEN WS-OVER-SHORT > ZEROS
                   DISPLAY 'SELISIH                       ' WS-RPT-AMT
                       '  LEBIH (OVER)'
               WHEN OTHER
                   DISPLAY 'SELISIH                       ' WS-RPT-AMT
                       '  KURANG (SHORT)'
           END-EVALUATE
           MOVE WS-VT-BALANCE(WS-VT-FOUND) TO WS-RPT-AMT
           DISPLAY 'Saldo khasanah setelah setor  ' WS-RPT-AMT
           DISPLAY
               '======================================================'
           DISPLAY 'Teller : ____________    Supervisor : ____________'.

      *----------------------------------------------------------------
      * action=VAULT-FUND / VAULT-RETURN - cash between a branch
      * vault and head office or the bank; a first VAULT-FUND
      * starts the branch's vault line
      *----------------------------------------------------------------
       4000-MOVE-VAULT-CASH.
           IF FUNCTION TRIM(WS-BRANCH) = SPACES OR
                   WS-BRANCH(5:) NOT = SPACES OR
                   FUNCTION TRIM(WS-USER-ID) = SPACES OR
                   WS-AMOUNT <= ZEROS
               DISPLAY '{"status":"ERROR","message":"'
                   FUNCTION TRIM(WS-ACTION) ' needs user_id=, a '
                   'four-character branch= and an amount= above '
                   'zero"}'
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM 1200-LOAD-VAULTS
           PERFORM 1450-FIND-VAULT
           IF WS-VT-FOUND = ZEROS
               IF WS-ACTION = 'VAULT-RETURN' OR WS-VT-COUNT >= 500
                   DISPLAY '{"status":"ERROR","message":"No vault '
                       'on file for branch ' FUNCTION TRIM(WS-BRANCH)
                       '"}'
                   MOVE 8 TO RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-VT-COUNT
               MOVE WS-VT-COUNT TO WS-VT-FOUND
               INITIALIZE WS-VT-ENTRY(WS-VT-FOUND)
               MOVE WS-BRANCH TO WS-VT-BRANCH(WS-VT-FOUND)
           END-IF
           IF WS-ACTION = 'VAULT-RETURN'
               IF WS-AMOUNT > WS-VT-BALANCE(WS-VT-FOUND)
                   MOVE WS-VT-BALANCE(WS-VT-FOUND) TO WS-AMT-D
                   DISPLAY '{"status":"ERROR","message":"Vault of '
                       'branch ' FUNCTION TRIM(WS-BRANCH)
                       ' holds only ' FUNCTION TRIM(WS-AMT-D) '"}'
                   MOVE 8 TO RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
               SUBTRACT WS-AMOUNT FROM WS-VT-BALANCE(WS-VT-FOUND)
           ELSE
               ADD WS-AMOUNT TO WS-VT-BALANCE(WS-VT-FOUND)
           END-IF
           MOVE WS-CUR-DATE TO WS-VT-UPDATED(WS-VT-FOUND)
           PERFORM 1300-SAVE-VAULTS
           MOVE SPACES TO WS-DRAWER-ID
           MOVE WS-ACTION TO WS-JN-ENTRY
           MOVE WS-AMOUNT TO WS-JN-AMOUNT
           PERFORM 8000-WRITE-JOURNAL
           MOVE WS-AMOUNT TO WS-AMT-D
           MOVE WS-VT-BALANCE(WS-VT-FOUND) TO WS-AMT2-D
           MOVE SPACES TO WS-OUT
           STRING
               '{"status":"OK","branch":"' DELIMITED SIZE
               FUNCTION TRIM(WS-BRANCH) DELIMITED SIZE
               '","movement":"' DELIMITED SIZE
               FUNCTION TRIM(WS-ACTION) DELIMITED SIZE
               '","amount":' DELIMITED SIZE
               FUNCTION TRIM(WS-AMT-D) DELIMITED SIZE
               ',"vault_balance":' DELIMITED SIZE
               FUNCTION TRIM(WS-AMT2-D) DELIMITED SIZE
               '}' DELIMITED SIZE
               INTO WS-OUT
           END-STRING
           DISPLAY FUNCTION TRIM(WS-OUT).

      * the vault's own end-of-day position - only once every drawer
      * of the branch has been counted back in
       4500-VAULT-EOD.
           IF FUNCTION TRIM(WS-BRANCH) = SPACES
               DISPLAY '{"status":"ERROR","message":"VAULT-EOD needs '
                   'branch="}'
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM 1200-LOAD-VAULTS
           PERFORM 1450-FIND-VAULT
           IF WS-VT-FOUND = ZEROS
               DISPLAY '{"status":"ERROR","message":"No vault on '
                   'file for branch ' FUNCTION TRIM(WS-BRANCH) '"}'
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM 1000-LOAD-DRAWERS
           MOVE 1 TO WS-DW-IDX
           PERFORM UNTIL WS-DW-IDX > WS-DW-COUNT
               IF WS-DW-BRANCH(WS-DW-IDX) = WS-BRANCH AND
                       WS-DW-STATE(WS-DW-IDX) = 'OPEN'
                   DISPLAY '{"status":"ERROR","message":"Drawer '
                       FUNCTION TRIM(WS-DW-ID(WS-DW-IDX)) ' of '
                       FUNCTION TRIM(WS-DW-TELLER(WS-DW-IDX))
                       ' is still OPEN - close it first"}'
                   MOVE 8 TO RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-DW-IDX
           END-PERFORM
           MOVE WS-CUR-DATE TO WS-VT-EOD-DATE(WS-VT-FOUND)
           MOVE WS-VT-BALANCE(WS-VT-FOUND)
               TO WS-VT-EOD-BAL(WS-VT-FOUND)
           PERFORM 1300-SAVE-VAULTS
           MOVE SPACES TO WS-DRAWER-ID
           MOVE 'VAULT-EOD' TO WS-JN-ENTRY
           MOVE WS-VT-BALANCE(WS-VT-FOUND) TO WS-JN-AMOUNT
           PERFORM 8000-WRITE-JOURNAL
           MOVE WS-VT-BALANCE(WS-VT-FOUND) TO WS-AMT-D
           MOVE SPACES TO WS-OUT
           STRING
               '{"status":"OK","branch":"' DELIMITED SIZE
               FUNCTION TRIM(WS-BRANCH) DELIMITED SIZE
               '","eod_date":"' DELIMITED SIZE
               WS-CUR-DATE DELIMITED SIZE
               '","vault_balance":' DELIMITED SIZE
               FUNCTION TRIM(WS-AMT-D) DELIMITED SIZE
               '}' DELIMITED SIZE
               INTO WS-OUT
           END-STRING
           DISPLAY FUNCTION TRIM(WS-OUT).

      *----------------------------------------------------------------
      * action=POSITION - head office's morning page: every branch's
      * vault at its end-of-day, the drawers of the day and their
      * over/short
      *----------------------------------------------------------------
       5000-PRINT-POSITION.
           MOVE WS-CUR-DATE TO WS-REPORT-DATE
           IF FUNCTION TRIM(WS-DATE-ARG) NOT = SPACES
               MOVE SPACES TO WS-REPORT-DATE
               STRING WS-DATE-ARG(1:4) WS-DATE-ARG(6:2)
                      WS-DATE-ARG(9:2)
                   DELIMITED SIZE INTO WS-REPORT-DATE
               END-STRING
               IF WS-REPORT-DATE IS NOT NUMERIC
                   DISPLAY '{"status":"ERROR","message":"date= is '
                       'YYYY-MM-DD"}'
                   MOVE 8 TO RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           PERFORM 1200-LOAD-VAULTS
           PERFORM 1000-LOAD-DRAWERS
           MOVE 1 TO WS-DW-IDX
           PERFORM UNTIL WS-DW-IDX > WS-DW-COUNT
               PERFORM 5100-POSITION-ONE-DRAWER
               ADD 1 TO WS-DW-IDX
           END-PERFORM
           PERFORM 5200-READ-JOURNAL-EOD
           DISPLAY
               '======================================================'
               '================'
           DISPLAY '   COMMUNITYFINANCE - POSISI KAS CABANG '
               WS-REPORT-DATE
           DISPLAY
               '======================================================'
               '================'
           DISPLAY 'Cabang   Laci  Buka    Khasanah akhir hari'
               '       Selisih laci  EOD'
           DISPLAY
               '------------------------------------------------------'
               '----------------'
           MOVE ZEROS TO WS-TOT-VAULT WS-TOT-OVRSHT WS-TOT-OPENED
               WS-TOT-OPEN
           MOVE 1 TO WS-VT-IDX
           PERFORM UNTIL WS-VT-IDX > WS-VT-COUNT
               PERFORM 5300-PRINT-ONE-BRANCH
               ADD 1 TO WS-VT-IDX
           END-PERFORM
           DISPLAY
               '------------------------------------------------------'
               '----------------'
           MOVE WS-TOT-OPENED TO WS-CNT-D
           MOVE WS-TOT-OPEN TO WS-CNT2-D
           MOVE WS-TOT-VAULT TO WS-RPT-AMT
           MOVE WS-TOT-OVRSHT TO WS-RPT2-AMT
           DISPLAY 'TOTAL ' WS-CNT-D ' ' WS-CNT2-D
               '  ' WS-RPT-AMT ' ' WS-RPT2-AMT
           IF WS-TOT-OPEN > ZEROS
               DISPLAY 'PERHATIAN: laci masih terbuka - hitungan '
                   'belum lengkap'
           END-IF
           DISPLAY
               '======================================================'
               '================'.

       5100-POSITION-ONE-DRAWER.
           IF WS-DW-OPENED(WS-DW-IDX) NOT = WS-REPORT-DATE AND
                   WS-DW-CLOSED(WS-DW-IDX) NOT = WS-REPORT-DATE AND
                   WS-DW-STATE(WS-DW-IDX) NOT = 'OPEN'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DW-BRANCH(WS-DW-IDX) TO WS-BRANCH
           PERFORM 1450-FIND-VAULT
           IF WS-VT-FOUND = ZEROS
               EXIT PARAGRAPH
           END-IF
           IF WS-DW-STATE(WS-DW-IDX) = 'OPEN'
               ADD 1 TO WS-VT-OPEN-CT(WS-VT-FOUND)
           END-IF
           IF WS-DW-OPENED(WS-DW-IDX) = WS-REPORT-DATE
               ADD 1 TO WS-VT-OPENED-CT(WS-VT-FOUND)
           END-IF
           IF WS-DW-STATE(WS-DW-IDX) = 'CLOSED' AND
                   WS-DW-CLOSED(WS-DW-IDX) = WS-REPORT-DATE
               ADD WS-DW-OVRSHT(WS-DW-IDX)
                   TO WS-VT-OVRSHT(WS-VT-FOUND)
           END-IF.

      * the VAULT-EOD entries journaled for the report date - the
      * last one of the day per branch is its position
       5200-READ-JOURNAL-EOD.
           OPEN INPUT JOURNAL-FILE
           IF WS-JOURNAL-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ JOURNAL-FILE INTO JOURNAL-RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END PERFORM 5250-JOURNAL-ONE-LINE
               END-READ
           END-PERFORM
           CLOSE JOURNAL-FILE
           MOVE 'N' TO WS-EOF.

       5250-JOURNAL-ONE-LINE.
           MOVE JOURNAL-RECORD TO WS-REMAIN
           PERFORM 7000-PARSE-LINE
           IF WS-IN-ENTRY NOT = 'VAULT-EOD' OR
                   WS-IN-DATE NOT = WS-REPORT-DATE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-IN-BRANCH TO WS-BRANCH
           PERFORM 1450-FIND-VAULT
           IF WS-VT-FOUND > ZEROS
               MOVE WS-IN-AMOUNT TO WS-VT-EOD-BAL(WS-VT-FOUND)
               MOVE 'Y' TO WS-VT-JNL-EOD(WS-VT-FOUND)
           END-IF.

      * a branch that has not run VAULT-EOD for the date shows the
      * vault as it stands now, marked as such
       5300-PRINT-ONE-BRANCH.
           MOVE WS-VT-OPENED-CT(WS-VT-IDX) TO WS-CNT-D
           MOVE WS-VT-OPEN-CT(WS-VT-IDX) TO WS-CNT2-D
           MOVE WS-VT-OVRSHT(WS-VT-IDX) TO WS-RPT2-AMT
           MOVE SPACES TO WS-LINE
           IF WS-VT-JNL-EOD(WS-VT-IDX) = 'Y'
               MOVE WS-VT-EOD-BAL(WS-VT-IDX) TO WS-RPT-AMT
               ADD WS-VT-EOD-BAL(WS-VT-IDX) TO WS-TOT-VAULT
               STRING WS-VT-BRANCH(WS-VT-IDX) '  ' WS-CNT-D ' '
                   WS-CNT2-D '  ' WS-RPT-AMT ' '
                   WS-RPT2-AMT '  YA'
                   DELIMITED SIZE INTO WS-LINE
               END-STRING
           ELSE
               MOVE WS-VT-BALANCE(WS-VT-IDX) TO WS-RPT-AMT
               ADD WS-VT-BALANCE(WS-VT-IDX) TO WS-TOT-VAULT
               STRING WS-VT-BRANCH(WS-VT-IDX) '  ' WS-CNT-D ' '
                   WS-CNT2-D '  ' WS-RPT-AMT ' '
                   WS-RPT2-AMT '  BELUM (saldo kini)'
                   DELIMITED SIZE INTO WS-LINE
               END-STRING
           END-IF
           DISPLAY FUNCTION TRIM(WS-LINE TRAILING)
           ADD WS-VT-OPENED-CT(WS-VT-IDX) TO WS-TOT-OPENED
           ADD WS-VT-OPEN-CT(WS-VT-IDX) TO WS-TOT-OPEN
           ADD WS-VT-OVRSHT(WS-VT-IDX) TO WS-TOT-OVRSHT.

      *----------------------------------------------------------------
      * key=value line parsing - drawer, vault, journal and audit
      * lines all come through here
      *----------------------------------------------------------------
       7000-PARSE-LINE.
           MOVE SPACES TO WS-IN-ID WS-IN-TELLER WS-IN-BRANCH
               WS-IN-STATE WS-IN-OPENED WS-IN-CLOSED WS-IN-UPDATED
               WS-IN-EOD-DATE WS-IN-ENTRY WS-IN-DATE WS-IN-DRAWER
               WS-IN-TXN-TYPE WS-IN-STATUS
           MOVE ZEROS TO WS-IN-FLOAT WS-IN-FROM-VLT WS-IN-TO-VLT
               WS-IN-DECLARED WS-IN-EXPECTED WS-IN-OVRSHT
               WS-IN-BALANCE WS-IN-EOD-BAL WS-IN-AMOUNT
               WS-IN-VAULT-BAL
           MOVE FUNCTION TRIM(WS-REMAIN) TO WS-REMAIN
           PERFORM UNTIL FUNCTION TRIM(WS-REMAIN) = SPACES
               PERFORM 8100-EXTRACT-TOKEN
               IF FUNCTION TRIM(WS-TOKEN) NOT = SPACES
                   PERFORM 7050-PARSE-TOKEN
               END-IF
           END-PERFORM.

       7050-PARSE-TOKEN.
           MOVE ZERO TO WS-POS
           INSPECT WS-TOKEN TALLYING WS-POS FOR CHARACTERS BEFORE '='
           IF WS-POS > 0 AND WS-POS < 399
               MOVE WS-TOKEN(1:WS-POS) TO WS-FIELD-NAME
               MOVE WS-TOKEN(WS-POS + 2:) TO WS-FIELD-VAL
               EVALUATE FUNCTION TRIM(WS-FIELD-NAME)
                   WHEN 'drawer_id'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL) TO WS-IN-ID
                   WHEN 'drawer'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-IN-DRAWER
                   WHEN 'teller'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-IN-TELLER
                   WHEN 'branch'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-IN-BRANCH
                   WHEN 'state'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL) TO WS-IN-STATE
                   WHEN 'opened_on'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-IN-OPENED
                   WHEN 'closed_on'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-IN-CLOSED
                   WHEN 'float'
                       MOVE FUNCTION NUMVAL(WS-FIELD-VAL)
                           TO WS-IN-FLOAT
                   WHEN 'from_vault'
                       MOVE FUNCTION NUMVAL(WS-FIELD-VAL)
                           TO WS-IN-FROM-VLT
                   WHEN 'to_vault'
                       MOVE FUNCTION NUMVAL(WS-FIELD-VAL)
                           TO WS-IN-TO-VLT
                   WHEN 'declared'
                       MOVE FUNCTION NUMVAL(WS-FIELD-VAL)
                           TO WS-IN-DECLARED
                   WHEN 'expected'
                       MOVE FUNCTION NUMVAL(WS-FIELD-VAL)
                           TO WS-IN-EXPECTED
                   WHEN 'over_short'
                       MOVE FUNCTION NUMVAL(WS-FIELD-VAL)
                           TO WS-IN-OVRSHT
                   WHEN 'balance'
                       MOVE FUNCTION NUMVAL(WS-FIELD-VAL)
                           TO WS-IN-BALANCE
                   WHEN 'updated'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-IN-UPDATED
                   WHEN 'eod_date'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-IN-EOD-DATE
                   WHEN 'eod_balance'
                       MOVE FUNCTION NUMVAL(WS-FIELD-VAL)
                           TO WS-IN-EOD-BAL
                   WHEN 'entry'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL) TO WS-IN-ENTRY
                   WHEN 'date'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL) TO WS-IN-DATE
                   WHEN 'amount'
                       MOVE FUNCTION NUMVAL(WS-FIELD-VAL)
                           TO WS-IN-AMOUNT
                   WHEN 'vault_balance'
                       MOVE FUNCTION NUMVAL(WS-FIELD-VAL)
                           TO WS-IN-VAULT-BAL
                   WHEN 'txn_type'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-IN-TXN-TYPE
                   WHEN 'status'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-IN-STATUS
               END-EVALUATE
           END-IF.

      * one journal line - every cash movement in or out of a vault,
      * and the vault's end-of-day position
       8000-WRITE-JOURNAL.
           MOVE FUNCTION CURRENT-DATE TO WS-CUR-DATETIME
           MOVE WS-CUR-DATETIME(1:8)  TO WS-TIMESTAMP(1:8)
           MOVE '-'                   TO WS-TIMESTAMP(9:1)
           MOVE WS-CUR-DATETIME(9:6)  TO WS-TIMESTAMP(10:6)
           MOVE WS-JN-AMOUNT TO WS-AMT-D
           MOVE WS-VT-BALANCE(WS-VT-FOUND) TO WS-AMT2-D
           MOVE SPACES TO JOURNAL-RECORD
           STRING
               'ts=' DELIMITED SIZE
               FUNCTION TRIM(WS-TIMESTAMP) DELIMITED SIZE
               ' date=' DELIMITED SIZE
               WS-CUR-DATE DELIMITED SIZE
               ' branch=' DELIMITED SIZE
               FUNCTION TRIM(WS-BRANCH) DELIMITED SIZE
               ' entry=' DELIMITED SIZE
               FUNCTION TRIM(WS-JN-ENTRY) DELIMITED SIZE
               ' drawer_id=' DELIMITED SIZE
               FUNCTION TRIM(WS-DRAWER-ID) DELIMITED SIZE
               ' amount=' DELIMITED SIZE
               FUNCTION TRIM(WS-AMT-D) DELIMITED SIZE
               ' vault_balance=' DELIMITED SIZE
               FUNCTION TRIM(WS-AMT2-D) DELIMITED SIZE
               ' user=' DELIMITED SIZE
               FUNCTION TRIM(WS-USER-ID) DELIMITED SIZE
               INTO JOURNAL-RECORD
           END-STRING
           OPEN EXTEND JOURNAL-FILE
           IF WS-JOURNAL-STATUS NOT = '00'
               CLOSE JOURNAL-FILE
               OPEN OUTPUT JOURNAL-FILE
           END-IF
           WRITE JOURNAL-RECORD
           CLOSE JOURNAL-FILE.

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
