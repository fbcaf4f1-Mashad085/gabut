      *================================================================*
      * CFFEE.cbl - Monthly Account Fee Engine                         *
      * Charges the tariff book's account fees once a month instead of *
      * by hand: the monthly administration fee (ADMIN), the below-    *
      * minimum-balance fee (MINBAL) and the dormant-account fee       *
      * (DORMANT). Each fee is priced from the fee schedule by the     *
      * account's product (AM-PRODUCT), branch (AM-BRANCH) and status; *
      * the most specific schedule line wins, * matching anything.     *
      * The minimum-balance test takes the account's lowest end-of-day *
      * balance in the month from the CFSNAP history (the current      *
      * balance when the history holds no row for it). A fee is never  *
      * allowed to take the available balance (balance - holds -       *
      * earmarks) below zero: it is capped at what is available, or    *
      * skipped where the schedule line says cap=N. A branch manager's *
      * waiver exempts an account from a fee with the reason recorded. *
      * Each charge is a journaled debit with a CFTRXVAL-format audit  *
      * entry (txn_type=ACCT-FEE); the fee file carries every priced   *
      * fee and FEE-TOTAL lines per fee and branch - the fee income    *
      * CFGLEXP books through its fee_file= argument.                  *
      * Args (key=value, any order):                                   *
      *   business_date=YYYY-MM-DD - default today; fees are for the   *
      *       month it falls in, and a month is charged once           *
      *   mode=PREVIEW        - price and report only, nothing posted  *
      *                         or written                             *
      *   schedule_file=<p>   - default CFFEE_SCHEDULE.DAT, one line   *
      *       per tariff: fee=ADMIN|MINBAL|DORMANT product=<p|*>       *
      *       branch=<b|*> status=<s|*> amount=N [min_balance=N]       *
      *       (MINBAL) [cap=Y|N] (default Y)                           *
      *   waiver_file=<path>  - default CFFEE_WAIVERS.DAT, one line    *
      *       per waiver: account_id= fee=<code|ALL> branch=           *
      *       approved_by= [from=YYYY-MM] [to=YYYY-MM] reason=<text>   *
      *       (reason last, the rest of the line); a waiver applies    *
      *       only to an account of the branch it names                *
      *   master_file=<path>  - default CFWALLET_ACCOUNTS.DAT          *
      *   history_file=<path> - default CFSNAP_HISTORY.DAT             *
      *   audit_log=<path>    - default CFTRXVAL_AUDIT.LOG             *
      *   fee_file=<path>     - default CFFEE-<YYYYMM>.DAT             *
      *   run_file=<path>     - default CFFEE_RUNS.DAT, one line per   *
      *                         month charged                          *
      *   system_date_file=<path> - default CFSYSDATE.DAT; its         *
      *       business date stands in for today when no date           *
      *       argument is given                                        *
      * Output stdout: JSON rows (one per fee priced) plus a summary.  *
      * RETURN-CODE 8 when the run is refused.                         *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CFFEE.

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
           SELECT SCHEDULE-FILE ASSIGN TO DYNAMIC WS-SCHEDULE-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCHEDULE-STATUS.
           SELECT WAIVER-FILE ASSIGN TO DYNAMIC WS-WAIVER-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WAIVER-STATUS.
           SELECT HISTORY-FILE ASSIGN TO DYNAMIC WS-HISTORY-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT AUDIT-LOG ASSIGN TO DYNAMIC WS-AUDIT-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT CHAIN-HEAD ASSIGN TO DYNAMIC WS-CHAIN-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHAIN-STATUS.
           SELECT FEE-OUT ASSIGN TO DYNAMIC WS-FEE-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEE-STATUS.
           SELECT RUN-FILE ASSIGN TO DYNAMIC WS-RUN-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-STATUS.
           SELECT SYSTEM-DATE-FILE ASSIGN TO DYNAMIC WS-SYSDATE-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SYSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER.
           COPY CF-ACCTMS.

       FD  SCHEDULE-FILE.
       01  SCHEDULE-RECORD     PIC X(200).

       FD  WAIVER-FILE.
       01  WAIVER-RECORD       PIC X(300).

       FD  HISTORY-FILE.
       01  HISTORY-RECORD      PIC X(200).

       FD  AUDIT-LOG.
       01  AUDIT-RECORD        PIC X(300).

       FD  CHAIN-HEAD.
       01  CHAIN-HEAD-RECORD   PIC X(100).

       FD  FEE-OUT.
       01  FEE-RECORD          PIC X(300).

       FD  RUN-FILE.
       01  RUN-RECORD          PIC X(200).

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
       01  WS-SCHEDULE-FILE    PIC X(200) VALUE 'CFFEE_SCHEDULE.DAT'.
       01  WS-SCHEDULE-STATUS  PIC XX VALUE SPACES.
       01  WS-WAIVER-FILE      PIC X(200) VALUE 'CFFEE_WAIVERS.DAT'.
       01  WS-WAIVER-STATUS    PIC XX VALUE SPACES.
       01  WS-HISTORY-FILE     PIC X(200) VALUE 'CFSNAP_HISTORY.DAT'.
       01  WS-HISTORY-STATUS   PIC XX VALUE SPACES.
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
       01  WS-FEE-FILE         PIC X(200) VALUE SPACES.
       01  WS-FEE-STATUS       PIC XX VALUE SPACES.
       01  WS-RUN-FILE         PIC X(200) VALUE 'CFFEE_RUNS.DAT'.
       01  WS-RUN-STATUS       PIC XX VALUE SPACES.

       01  WS-ARG-COUNT        PIC 9(3) VALUE ZEROS.
       01  WS-ARG-IDX          PIC 9(3) VALUE ZEROS.
       01  WS-OPT-ARG          PIC X(200) VALUE SPACES.
       01  WS-FIELD-NAME       PIC X(30) VALUE SPACES.
       01  WS-FIELD-VAL        PIC X(200) VALUE SPACES.
       01  WS-POS              PIC 9(4) VALUE ZEROS.
       01  WS-EOF              PIC X VALUE 'N'.
       01  WS-FIRST-REC        PIC X VALUE 'Y'.
       01  WS-REMAIN           PIC X(300) VALUE SPACES.
       01  WS-TOKEN            PIC X(250) VALUE SPACES.

       01  WS-MODE             PIC X(8) VALUE SPACES.
           88  WS-IS-PREVIEW       VALUE 'PREVIEW'.
       01  WS-BUSINESS-DATE    PIC X(10) VALUE SPACES.
       01  WS-PERIOD           PIC X(7) VALUE SPACES.
       01  WS-PERIOD-YM        PIC X(6) VALUE SPACES.
       01  WS-CUR-DATE         PIC X(8) VALUE SPACES.
       01  WS-CUR-DATETIME     PIC X(21) VALUE SPACES.
       01  WS-TIMESTAMP        PIC X(26) VALUE SPACES.

      * the fee schedule
       01  WS-SC-COUNT         PIC 9(3) VALUE ZEROS.
       01  WS-SC-IDX           PIC 9(3) VALUE ZEROS.
       01  WS-SC-BEST          PIC 9(3) VALUE ZEROS.
       01  WS-SC-BEST-SCORE    PIC 9 VALUE ZEROS.
       01  WS-SC-SCORE         PIC 9 VALUE ZEROS.
       01  WS-SC-HAS-MINBAL    PIC X VALUE 'N'.
       01  WS-SC-TABLE.
           05  WS-SC-ENTRY OCCURS 200 TIMES.
               10  WS-SC-FEE       PIC X(8).
               10  WS-SC-PRODUCT   PIC X(8).
               10  WS-SC-BRANCH    PIC X(4).
               10  WS-SC-STATUS    PIC X(8).
               10  WS-SC-AMOUNT    PIC 9(13)V99.
               10  WS-SC-MINBAL    PIC 9(13)V99.
               10  WS-SC-CAP       PIC X.
       01  WS-SI-FEE           PIC X(8) VALUE SPACES.
       01  WS-SI-PRODUCT       PIC X(8) VALUE SPACES.
       01  WS-SI-BRANCH        PIC X(4) VALUE SPACES.
       01  WS-SI-STATUS        PIC X(8) VALUE SPACES.
       01  WS-SI-AMOUNT        PIC 9(13)V99 VALUE ZEROS.
       01  WS-SI-MINBAL        PIC 9(13)V99 VALUE ZEROS.
       01  WS-SI-CAP           PIC X VALUE SPACES.
       01  WS-SC-BAD-FLAG      PIC X VALUE 'N'.
           88  WS-SC-IS-BAD        VALUE 'Y'.

      * the branch managers' waivers
       01  WS-WV-COUNT         PIC 9(5) VALUE ZEROS.
       01  WS-WV-IDX           PIC 9(5) VALUE ZEROS.
       01  WS-WV-FOUND-IDX     PIC 9(5) VALUE ZEROS.
       01  WS-WV-TRUNC-FLAG    PIC X VALUE 'N'.
           88  WS-WV-IS-TRUNCATED  VALUE 'Y'.
       01  WS-WV-TABLE.
           05  WS-WV-ENTRY OCCURS 5000 TIMES.
               10  WS-WV-ACCT      PIC X(50).
               10  WS-WV-FEE       PIC X(8).
               10  WS-WV-BRANCH    PIC X(4).
               10  WS-WV-BY        PIC X(20).
               10  WS-WV-FROM      PIC X(7).
               10  WS-WV-TO        PIC X(7).
               10  WS-WV-REASON    PIC X(100).
       01  WS-WI-ACCT          PIC X(50) VALUE SPACES.
       01  WS-WI-FEE           PIC X(8) VALUE SPACES.
       01  WS-WI-BRANCH        PIC X(4) VALUE SPACES.
       01  WS-WI-BY            PIC X(20) VALUE SPACES.
       01  WS-WI-FROM          PIC X(7) VALUE SPACES.
       01  WS-WI-TO            PIC X(7) VALUE SPACES.
       01  WS-WI-REASON        PIC X(100) VALUE SPACES.
       01  WS-WV-REJECTED      PIC 9(5) VALUE ZEROS.

      * the month's lowest end-of-day balance per account
       01  WS-MB-COUNT         PIC 9(5) VALUE ZEROS.
       01  WS-MB-IDX           PIC 9(5) VALUE ZEROS.
       01  WS-MB-FOUND-IDX     PIC 9(5) VALUE ZEROS.
       01  WS-MB-TRUNC-FLAG    PIC X VALUE 'N'.
           88  WS-MB-IS-TRUNCATED  VALUE 'Y'.
       01  WS-MB-TABLE.
           05  WS-MB-ENTRY OCCURS 20000 TIMES.
               10  WS-MB-ACCT      PIC X(50).
               10  WS-MB-LOW       PIC S9(13)V99.
       01  WS-HI-DATE          PIC X(8) VALUE SPACES.
       01  WS-HI-ACCT          PIC X(50) VALUE SPACES.
       01  WS-HI-BALANCE       PIC S9(13)V99 VALUE ZEROS.

      * every fee priced this run
       01  WS-FC-COUNT         PIC 9(5) VALUE ZEROS.
       01  WS-FC-IDX           PIC 9(5) VALUE ZEROS.
       01  WS-FC-TRUNC-FLAG    PIC X VALUE 'N'.
           88  WS-FC-IS-TRUNCATED  VALUE 'Y'.
       01  WS-FC-TABLE.
           05  WS-FC-ENTRY OCCURS 20000 TIMES.
               10  WS-FC-ACCT      PIC X(50).
               10  WS-FC-FEE       PIC X(8).
               10  WS-FC-BRANCH    PIC X(4).
               10  WS-FC-CURRENCY  PIC X(4).
               10  WS-FC-SCHEDULED PIC 9(13)V99.
               10  WS-FC-CHARGE    PIC 9(13)V99.
               10  WS-FC-STATE     PIC X(8).
               10  WS-FC-NOTE      PIC X(130).

      * fee income per fee and branch, for the FEE-TOTAL lines
       01  WS-FT-COUNT         PIC 9(3) VALUE ZEROS.
       01  WS-FT-IDX           PIC 9(3) VALUE ZEROS.
       01  WS-FT-TABLE.
           05  WS-FT-ENTRY OCCURS 300 TIMES.
               10  WS-FT-FEE       PIC X(8).
               10  WS-FT-BRANCH    PIC X(4).
               10  WS-FT-AMOUNT    PIC 9(15)V99.
               10  WS-FT-CHARGES   PIC 9(7).

      * one account being priced
       01  WS-FEE-CODE         PIC X(8) VALUE SPACES.
       01  WS-AVAILABLE        PIC S9(13)V99 VALUE ZEROS.
       01  WS-MONTH-LOW        PIC S9(13)V99 VALUE ZEROS.
       01  WS-PRICE            PIC 9(13)V99 VALUE ZEROS.
       01  WS-CHARGE           PIC 9(13)V99 VALUE ZEROS.
       01  WS-STATE            PIC X(8) VALUE SPACES.
       01  WS-NOTE             PIC X(130) VALUE SPACES.
       01  WS-OLD-BALANCE      PIC S9(13)V99 VALUE ZEROS.
       01  WS-NEW-BALANCE      PIC S9(13)V99 VALUE ZEROS.

       01  WS-ACCOUNT-COUNT    PIC 9(7) VALUE ZEROS.
       01  WS-CHARGED-COUNT    PIC 9(7) VALUE ZEROS.
       01  WS-CAPPED-COUNT     PIC 9(7) VALUE ZEROS.
       01  WS-SKIPPED-COUNT    PIC 9(7) VALUE ZEROS.
       01  WS-WAIVED-COUNT     PIC 9(7) VALUE ZEROS.
       01  WS-TOTAL-CHARGED    PIC 9(15)V99 VALUE ZEROS.
       01  WS-RUN-DONE-FLAG    PIC X VALUE 'N'.
           88  WS-RUN-IS-DONE      VALUE 'Y'.

       01  WS-AMT-D            PIC Z(13).99.
       01  WS-AMT2-D           PIC Z(13).99.
       01  WS-BAL-D            PIC -(13).99.
       01  WS-OLDBAL-D         PIC -(13).99.
       01  WS-NEWBAL-D         PIC -(13).99.
       01  WS-TOT-D            PIC Z(15).99.
       01  WS-CNT-D            PIC Z(6)9.
       01  WS-OUT              PIC X(500) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CUR-DATE
           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER
           MOVE 1 TO WS-ARG-IDX
           PERFORM UNTIL WS-ARG-IDX > WS-ARG-COUNT
               ACCEPT WS-OPT-ARG FROM ARGUMENT-VALUE
               PERFORM 0050-PARSE-OPTION-ARG
               ADD 1 TO WS-ARG-IDX
           END-PERFORM
           PERFORM 0880-READ-SYSTEM-DATE
           IF WS-SYSTEM-YMD NOT = SPACES
               MOVE WS-SYSTEM-YMD TO WS-CUR-DATE
           END-IF
           IF FUNCTION TRIM(WS-BUSINESS-DATE) = SPACES
               STRING WS-CUR-DATE(1:4) '-' WS-CUR-DATE(5:2) '-'
                      WS-CUR-DATE(7:2)
                   DELIMITED SIZE INTO WS-BUSINESS-DATE
               END-STRING
           END-IF
           IF WS-BUSINESS-DATE(1:4) IS NOT NUMERIC OR
                   WS-BUSINESS-DATE(5:1) NOT = '-' OR
                   WS-BUSINESS-DATE(6:2) IS NOT NUMERIC
               DISPLAY '{"error":"business_date must be YYYY-MM-DD"}'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-BUSINESS-DATE(1:7) TO WS-PERIOD
           STRING WS-BUSINESS-DATE(1:4) WS-BUSINESS-DATE(6:2)
               DELIMITED SIZE INTO WS-PERIOD-YM
           END-STRING
           IF FUNCTION TRIM(WS-FEE-FILE) = SPACES
               STRING 'CFFEE-' WS-PERIOD-YM '.DAT'
                   DELIMITED SIZE INTO WS-FEE-FILE
               END-STRING
           END-IF
           PERFORM 1000-LOAD-SCHEDULE
           IF WS-SC-IS-BAD
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1200-LOAD-WAIVERS
           IF WS-SC-HAS-MINBAL = 'Y'
               PERFORM 1400-LOAD-MONTH-LOWS
           END-IF
           IF WS-WV-IS-TRUNCATED OR WS-MB-IS-TRUNCATED
               DISPLAY '{"error":"Waiver or balance history larger '
                   'than its table - nothing charged"}'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF NOT WS-IS-PREVIEW
               PERFORM 1600-CHECK-RUN-REGISTER
               IF WS-RUN-IS-DONE
                   DISPLAY '{"error":"Fees for ' WS-PERIOD
                       ' already charged - see '
                       FUNCTION TRIM(WS-RUN-FILE) '"}'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           PERFORM 2000-PRICE-ALL-ACCOUNTS
           IF WS-FC-IS-TRUNCATED
               DISPLAY '{"error":"More than 20000 fees priced - '
                   'nothing charged"}'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF NOT WS-IS-PREVIEW
               PERFORM 3000-POST-CHARGES
               PERFORM 4000-WRITE-FEE-FILE
               PERFORM 4500-APPEND-RUN-REGISTER
           END-IF
           PERFORM 5000-REPORT
           STOP RUN.

       0050-PARSE-OPTION-ARG.
           MOVE ZERO TO WS-POS
           INSPECT WS-OPT-ARG TALLYING WS-POS FOR CHARACTERS BEFORE '='
           IF WS-POS > 0
               MOVE WS-OPT-ARG(1:WS-POS) TO WS-FIELD-NAME
               MOVE WS-OPT-ARG(WS-POS + 2:) TO WS-FIELD-VAL
               EVALUATE FUNCTION TRIM(WS-FIELD-NAME)
                   WHEN 'business_date'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-BUSINESS-DATE
                   WHEN 'mode'
                       MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
                           WS-FIELD-VAL)) TO WS-MODE
                   WHEN 'schedule_file'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-SCHEDULE-FILE
                   WHEN 'waiver_file'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-WAIVER-FILE
                   WHEN 'master_file'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-MASTER-FILE
                   WHEN 'history_file'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-HISTORY-FILE
                   WHEN 'audit_log'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-AUDIT-FILE
                   WHEN 'fee_file'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-FEE-FILE
                   WHEN 'run_file'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-RUN-FILE
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
      * the fee schedule - a line that cannot be priced refuses the
      * run rather than quietly charging nothing
      *----------------------------------------------------------------
       1000-LOAD-SCHEDULE.
           OPEN INPUT SCHEDULE-FILE
           IF WS-SCHEDULE-STATUS NOT = '00'
               DISPLAY '{"error":"Cannot open fee schedule: '
                   FUNCTION TRIM(WS-SCHEDULE-FILE) '"}'
               MOVE 'Y' TO WS-SC-BAD-FLAG
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ SCHEDULE-FILE INTO SCHEDULE-RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM 1100-LOAD-ONE-TARIFF
               END-READ
           END-PERFORM
           CLOSE SCHEDULE-FILE
           MOVE 'N' TO WS-EOF
           IF WS-SC-COUNT = ZEROS AND NOT WS-SC-IS-BAD
               DISPLAY '{"error":"Fee schedule carries no tariffs: '
                   FUNCTION TRIM(WS-SCHEDULE-FILE) '"}'
               MOVE 'Y' TO WS-SC-BAD-FLAG
           END-IF.

       1100-LOAD-ONE-TARIFF.
           IF FUNCTION TRIM(SCHEDULE-RECORD) = SPACES OR WS-SC-IS-BAD
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-SI-FEE WS-SI-CAP
           MOVE '*' TO WS-SI-PRODUCT WS-SI-BRANCH WS-SI-STATUS
           MOVE ZEROS TO WS-SI-AMOUNT WS-SI-MINBAL
           MOVE FUNCTION TRIM(SCHEDULE-RECORD) TO WS-REMAIN
           PERFORM UNTIL FUNCTION TRIM(WS-REMAIN) = SPACES
               PERFORM 8100-EXTRACT-TOKEN
               IF FUNCTION TRIM(WS-TOKEN) NOT = SPACES
                   PERFORM 1150-PARSE-TARIFF-TOKEN
               END-IF
           END-PERFORM
           IF WS-SI-CAP NOT = 'N'
               MOVE 'Y' TO WS-SI-CAP
           END-IF
           IF (WS-SI-FEE NOT = 'ADMIN' AND WS-SI-FEE NOT = 'MINBAL'
                   AND WS-SI-FEE NOT = 'DORMANT') OR
                   WS-SI-AMOUNT = ZEROS OR
                   (WS-SI-FEE = 'MINBAL' AND WS-SI-MINBAL = ZEROS)
               DISPLAY '{"error":"Bad fee schedule line - fee=ADMIN|'
                   'MINBAL|DORMANT, amount= and (MINBAL) min_balance='
                   ' needed: ' FUNCTION TRIM(SCHEDULE-RECORD) '"}'
               MOVE 'Y' TO WS-SC-BAD-FLAG
               EXIT PARAGRAPH
           END-IF
           IF WS-SC-COUNT >= 200
               DISPLAY '{"error":"Fee schedule larger than 200 '
                   'lines"}'
               MOVE 'Y' TO WS-SC-BAD-FLAG
               EXIT PARAGRAPH
           END-IF
           IF WS-SI-FEE = 'MINBAL'
               MOVE 'Y' TO WS-SC-HAS-MINBAL
           END-IF
           ADD 1 TO WS-SC-COUNT
           MOVE WS-SI-FEE     TO WS-SC-FEE(WS-SC-COUNT)
           MOVE WS-SI-PRODUCT TO WS-SC-PRODUCT(WS-SC-COUNT)
           MOVE WS-SI-BRANCH  TO WS-SC-BRANCH(WS-SC-COUNT)
           MOVE WS-SI-STATUS  TO WS-SC-STATUS(WS-SC-COUNT)
           MOVE WS-SI-AMOUNT  TO WS-SC-AMOUNT(WS-SC-COUNT)
           MOVE WS-SI-MINBAL  TO WS-SC-MINBAL(WS-SC-COUNT)
           MOVE WS-SI-CAP     TO WS-SC-CAP(WS-SC-COUNT).

       1150-PARSE-TARIFF-TOKEN.
           MOVE ZERO TO WS-POS
           INSPECT WS-TOKEN TALLYING WS-POS FOR CHARACTERS BEFORE '='
           IF WS-POS > 0
               MOVE WS-TOKEN(1:WS-POS) TO WS-FIELD-NAME
               MOVE WS-TOKEN(WS-POS + 2:) TO WS-FIELD-VAL
               MOVE FUNCTION UPPER-CASE(WS-FIELD-VAL) TO WS-FIELD-VAL
               EVALUATE FUNCTION TRIM(WS-FIELD-NAME)
                   WHEN 'fee'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL) TO WS-SI-FEE
                   WHEN 'product'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-SI-PRODUCT
                   WHEN 'branch'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-SI-BRANCH
                   WHEN 'status'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-SI-STATUS
                   WHEN 'amount'
                       MOVE FUNCTION NUMVAL(WS-FIELD-VAL)
                           TO WS-SI-AMOUNT
                   WHEN 'min_balance'
                       MOVE FUNCTION NUMVAL(WS-FIELD-VAL)
                           TO WS-SI-MINBAL
                   WHEN 'cap'
                       MOVE WS-FIELD-VAL(1:1) TO WS-SI-CAP
               END-EVALUATE
           END-IF.

      *----------------------------------------------------------------
      * waivers - only a waiver naming the branch and the manager who
      * approved it counts
      *----------------------------------------------------------------
       1200-LOAD-WAIVERS.
           OPEN INPUT WAIVER-FILE
           IF WS-WAIVER-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ WAIVER-FILE INTO WAIVER-RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM 1300-LOAD-ONE-WAIVER
               END-READ
           END-PERFORM
           CLOSE WAIVER-FILE
           MOVE 'N' TO WS-EOF.

       1300-LOAD-ONE-WAIVER.
           IF FUNCTION TRIM(WAIVER-RECORD) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-WI-ACCT WS-WI-FEE WS-WI-BRANCH WS-WI-BY
               WS-WI-FROM WS-WI-TO WS-WI-REASON
           MOVE FUNCTION TRIM(WAIVER-RECORD) TO WS-REMAIN
           PERFORM UNTIL FUNCTION TRIM(WS-REMAIN) = SPACES
               PERFORM 8100-EXTRACT-TOKEN
      * the reason is free text - it runs to the end of the line
               IF WS-TOKEN(1:7) = 'reason='
                   MOVE SPACES TO WS-WI-REASON
                   STRING FUNCTION TRIM(WS-TOKEN(8:)) ' '
                          FUNCTION TRIM(WS-REMAIN)
                       DELIMITED SIZE INTO WS-WI-REASON
                   END-STRING
                   MOVE SPACES TO WS-REMAIN
               ELSE
                   IF FUNCTION TRIM(WS-TOKEN) NOT = SPACES
                       PERFORM 1350-PARSE-WAIVER-TOKEN
                   END-IF
               END-IF
           END-PERFORM
           IF FUNCTION TRIM(WS-WI-FEE) = SPACES
               MOVE 'ALL' TO WS-WI-FEE
           END-IF
           IF FUNCTION TRIM(WS-WI-ACCT) = SPACES OR
                   FUNCTION TRIM(WS-WI-BRANCH) = SPACES OR
                   FUNCTION TRIM(WS-WI-BY) = SPACES OR
                   FUNCTION TRIM(WS-WI-REASON) = SPACES
               ADD 1 TO WS-WV-REJECTED
               DISPLAY 'CFFEE: waiver without account_id=, branch=, '
                   'approved_by= or reason= ignored: '
                   FUNCTION TRIM(WAIVER-RECORD) UPON SYSERR
               EXIT PARAGRAPH
           END-IF
           IF WS-WV-COUNT >= 5000
               MOVE 'Y' TO WS-WV-TRUNC-FLAG
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-WV-COUNT
           MOVE WS-WI-ACCT   TO WS-WV-ACCT(WS-WV-COUNT)
           MOVE WS-WI-FEE    TO WS-WV-FEE(WS-WV-COUNT)
           MOVE WS-WI-BRANCH TO WS-WV-BRANCH(WS-WV-COUNT)
           MOVE WS-WI-BY     TO WS-WV-BY(WS-WV-COUNT)
           MOVE WS-WI-FROM   TO WS-WV-FROM(WS-WV-COUNT)
           MOVE WS-WI-TO     TO WS-WV-TO(WS-WV-COUNT)
           MOVE WS-WI-REASON TO WS-WV-REASON(WS-WV-COUNT).

       1350-PARSE-WAIVER-TOKEN.
           MOVE ZERO TO WS-POS
           INSPECT WS-TOKEN TALLYING WS-POS FOR CHARACTERS BEFORE '='
           IF WS-POS > 0
               MOVE WS-TOKEN(1:WS-POS) TO WS-FIELD-NAME
               MOVE WS-TOKEN(WS-POS + 2:) TO WS-FIELD-VAL
               EVALUATE FUNCTION TRIM(WS-FIELD-NAME)
                   WHEN 'account_id'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL) TO WS-WI-ACCT
                   WHEN 'fee'
                       MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
                           WS-FIELD-VAL)) TO WS-WI-FEE
                   WHEN 'branch'
                       MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
                           WS-FIELD-VAL)) TO WS-WI-BRANCH
                   WHEN 'approved_by'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL) TO WS-WI-BY
                   WHEN 'from'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL) TO WS-WI-FROM
                   WHEN 'to'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL) TO WS-WI-TO
               END-EVALUATE
           END-IF.

      *----------------------------------------------------------------
      * CFSNAP history - the lowest end-of-day balance each account
      * showed in the month
      *----------------------------------------------------------------
       1400-LOAD-MONTH-LOWS.
           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-STATUS NOT = '00'
               DISPLAY 'CFFEE: no balance history at '
                   FUNCTION TRIM(WS-HISTORY-FILE)
                   ' - minimum-balance test uses current balances'
                   UPON SYSERR
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ HISTORY-FILE INTO HISTORY-RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM 1500-LOAD-ONE-SNAPSHOT-ROW
               END-READ
           END-PERFORM
           CLOSE HISTORY-FILE
           MOVE 'N' TO WS-EOF.

       1500-LOAD-ONE-SNAPSHOT-ROW.
           IF FUNCTION TRIM(HISTORY-RECORD) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-HI-DATE WS-HI-ACCT
           MOVE ZEROS TO WS-HI-BALANCE
           MOVE FUNCTION TRIM(HISTORY-RECORD) TO WS-REMAIN
           PERFORM UNTIL FUNCTION TRIM(WS-REMAIN) = SPACES
               PERFORM 8100-EXTRACT-TOKEN
               MOVE ZERO TO WS-POS
               INSPECT WS-TOKEN TALLYING WS-POS
                   FOR CHARACTERS BEFORE '='
               IF WS-POS > 0
                   MOVE WS-TOKEN(1:WS-POS) TO WS-FIELD-NAME
                   MOVE WS-TOKEN(WS-POS + 2:) TO WS-FIELD-VAL
                   EVALUATE FUNCTION TRIM(WS-FIELD-NAME)
                       WHEN 'date'
                           MOVE FUNCTION TRIM(WS-FIELD-VAL)
                               TO WS-HI-DATE
                       WHEN 'account_id'
                           MOVE FUNCTION TRIM(WS-FIELD-VAL)
                               TO WS-HI-ACCT
                       WHEN 'balance'
                           MOVE FUNCTION NUMVAL(WS-FIELD-VAL)
                               TO WS-HI-BALANCE
                   END-EVALUATE
               END-IF
           END-PERFORM
           IF WS-HI-DATE(1:6) NOT = WS-PERIOD-YM OR
                   FUNCTION TRIM(WS-HI-ACCT) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE WS-HI-ACCT TO AM-ACCT-ID
           PERFORM 8300-FIND-MONTH-LOW
           IF WS-MB-FOUND-IDX > ZEROS
               IF WS-HI-BALANCE < WS-MB-LOW(WS-MB-FOUND-IDX)
                   MOVE WS-HI-BALANCE TO WS-MB-LOW(WS-MB-FOUND-IDX)
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF WS-MB-COUNT >= 20000
               MOVE 'Y' TO WS-MB-TRUNC-FLAG
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-MB-COUNT
           MOVE WS-HI-ACCT    TO WS-MB-ACCT(WS-MB-COUNT)
           MOVE WS-HI-BALANCE TO WS-MB-LOW(WS-MB-COUNT).

       1600-CHECK-RUN-REGISTER.
           MOVE 'N' TO WS-RUN-DONE-FLAG
           OPEN INPUT RUN-FILE
           IF WS-RUN-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ RUN-FILE INTO RUN-RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF RUN-RECORD(1:7) = 'period=' AND
                               RUN-RECORD(8:7) = WS-PERIOD
                           MOVE 'Y' TO WS-RUN-DONE-FLAG
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RUN-FILE
           MOVE 'N' TO WS-EOF.

      *----------------------------------------------------------------
      * the pricing walk - every account's fees worked out against a
      * running available balance before anything is posted
      *----------------------------------------------------------------
       2000-PRICE-ALL-ACCOUNTS.
           OPEN INPUT ACCOUNT-MASTER
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY '{"error":"Cannot open account master: '
                   FUNCTION TRIM(WS-MASTER-FILE) '"}'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE LOW-VALUES TO AM-ACCT-ID
           START ACCOUNT-MASTER KEY >= AM-ACCT-ID
               INVALID KEY CONTINUE
           END-START
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ ACCOUNT-MASTER NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM 2100-PRICE-ONE-ACCOUNT
               END-READ
           END-PERFORM
           CLOSE ACCOUNT-MASTER
           MOVE 'N' TO WS-EOF.

       2100-PRICE-ONE-ACCOUNT.
           IF AM-IS-CLOSED
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ACCOUNT-COUNT
      * a record written before products were carried prices as the
      * standard savings product
           IF AM-PRODUCT = SPACES OR AM-PRODUCT = LOW-VALUES
               MOVE 'SAVINGS' TO AM-PRODUCT
           END-IF
           COMPUTE WS-AVAILABLE = AM-BALANCE - AM-HOLD-TOTAL
               - AM-EARMARK-TOTAL
           MOVE 'ADMIN' TO WS-FEE-CODE
           PERFORM 2200-PRICE-ONE-FEE
           MOVE 'MINBAL' TO WS-FEE-CODE
           PERFORM 2200-PRICE-ONE-FEE
           MOVE 'DORMANT' TO WS-FEE-CODE
           PERFORM 2200-PRICE-ONE-FEE.

       2200-PRICE-ONE-FEE.
           PERFORM 2300-FIND-TARIFF
           IF WS-SC-BEST = ZEROS
               EXIT PARAGRAPH
           END-IF
           IF WS-FEE-CODE = 'DORMANT' AND NOT AM-IS-DORMANT
               EXIT PARAGRAPH
           END-IF
           IF WS-FEE-CODE = 'MINBAL'
               PERFORM 8300-FIND-MONTH-LOW
               IF WS-MB-FOUND-IDX > ZEROS
                   MOVE WS-MB-LOW(WS-MB-FOUND-IDX) TO WS-MONTH-LOW
               ELSE
                   MOVE AM-BALANCE TO WS-MONTH-LOW
               END-IF
               IF WS-MONTH-LOW >= WS-SC-MINBAL(WS-SC-BEST)
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE WS-SC-AMOUNT(WS-SC-BEST) TO WS-PRICE
           MOVE ZEROS TO WS-CHARGE
           MOVE SPACES TO WS-NOTE
           PERFORM 2400-FIND-WAIVER
           EVALUATE TRUE
               WHEN WS-WV-FOUND-IDX > ZEROS
                   MOVE 'WAIVED' TO WS-STATE
                   STRING FUNCTION TRIM(WS-WV-REASON(WS-WV-FOUND-IDX))
                          ' (approved_by '
                          FUNCTION TRIM(WS-WV-BY(WS-WV-FOUND-IDX))
                          ')'
                       DELIMITED SIZE INTO WS-NOTE
                   END-STRING
               WHEN WS-AVAILABLE <= ZEROS
                   MOVE 'SKIPPED' TO WS-STATE
                   MOVE 'no available balance' TO WS-NOTE
               WHEN WS-PRICE > WS-AVAILABLE AND
                       WS-SC-CAP(WS-SC-BEST) = 'N'
                   MOVE 'SKIPPED' TO WS-STATE
                   MOVE 'fee exceeds available balance' TO WS-NOTE
               WHEN WS-PRICE > WS-AVAILABLE
                   MOVE 'CAPPED' TO WS-STATE
                   MOVE WS-AVAILABLE TO WS-CHARGE
                   MOVE 'capped at available balance' TO WS-NOTE
               WHEN OTHER
                   MOVE 'CHARGED' TO WS-STATE
                   MOVE WS-PRICE TO WS-CHARGE
           END-EVALUATE
           SUBTRACT WS-CHARGE FROM WS-AVAILABLE
           IF WS-FC-COUNT >= 20000
               MOVE 'Y' TO WS-FC-TRUNC-FLAG
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-FC-COUNT
           MOVE AM-ACCT-ID  TO WS-FC-ACCT(WS-FC-COUNT)
           MOVE WS-FEE-CODE TO WS-FC-FEE(WS-FC-COUNT)
           MOVE AM-BRANCH   TO WS-FC-BRANCH(WS-FC-COUNT)
           MOVE AM-CURRENCY TO WS-FC-CURRENCY(WS-FC-COUNT)
           MOVE WS-PRICE    TO WS-FC-SCHEDULED(WS-FC-COUNT)
           MOVE WS-CHARGE   TO WS-FC-CHARGE(WS-FC-COUNT)
           MOVE WS-STATE    TO WS-FC-STATE(WS-FC-COUNT)
           MOVE WS-NOTE     TO WS-FC-NOTE(WS-FC-COUNT).

      * the most specific line for this fee - each of product, branch
      * and status named outright scores one; ties go to the earlier
       2300-FIND-TARIFF.
           MOVE ZEROS TO WS-SC-BEST WS-SC-BEST-SCORE
           MOVE 1 TO WS-SC-IDX
           PERFORM UNTIL WS-SC-IDX > WS-SC-COUNT
               IF WS-SC-FEE(WS-SC-IDX) = WS-FEE-CODE AND
                       (WS-SC-PRODUCT(WS-SC-IDX) = '*' OR
                        WS-SC-PRODUCT(WS-SC-IDX) = AM-PRODUCT) AND
                       (WS-SC-BRANCH(WS-SC-IDX) = '*' OR
                        WS-SC-BRANCH(WS-SC-IDX) = AM-BRANCH) AND
                       (WS-SC-STATUS(WS-SC-IDX) = '*' OR
                        WS-SC-STATUS(WS-SC-IDX) = AM-STATUS)
                   MOVE ZEROS TO WS-SC-SCORE
                   IF WS-SC-PRODUCT(WS-SC-IDX) NOT = '*'
                       ADD 1 TO WS-SC-SCORE
                   END-IF
                   IF WS-SC-BRANCH(WS-SC-IDX) NOT = '*'
                       ADD 1 TO WS-SC-SCORE
                   END-IF
                   IF WS-SC-STATUS(WS-SC-IDX) NOT = '*'
                       ADD 1 TO WS-SC-SCORE
                   END-IF
                   IF WS-SC-BEST = ZEROS OR
                           WS-SC-SCORE > WS-SC-BEST-SCORE
                       MOVE WS-SC-IDX   TO WS-SC-BEST
                       MOVE WS-SC-SCORE TO WS-SC-BEST-SCORE
                   END-IF
               END-IF
               ADD 1 TO WS-SC-IDX
           END-PERFORM.

       2400-FIND-WAIVER.
           MOVE ZEROS TO WS-WV-FOUND-IDX
           MOVE 1 TO WS-WV-IDX
           PERFORM UNTIL WS-WV-IDX > WS-WV-COUNT OR
                   WS-WV-FOUND-IDX > ZEROS
               IF WS-WV-ACCT(WS-WV-IDX) = AM-ACCT-ID AND
                       WS-WV-BRANCH(WS-WV-IDX) = AM-BRANCH AND
                       (WS-WV-FEE(WS-WV-IDX) = 'ALL' OR
                        WS-WV-FEE(WS-WV-IDX) = WS-FEE-CODE) AND
                       (WS-WV-FROM(WS-WV-IDX) = SPACES OR
                        WS-WV-FROM(WS-WV-IDX) <= WS-PERIOD) AND
                       (WS-WV-TO(WS-WV-IDX) = SPACES OR
                        WS-WV-TO(WS-WV-IDX) >= WS-PERIOD)
                   MOVE WS-WV-IDX TO WS-WV-FOUND-IDX
               END-IF
               ADD 1 TO WS-WV-IDX
           END-PERFORM.

      *----------------------------------------------------------------
      * posting - each charge re-read and re-checked against the
      * available balance on the record itself, then debited with its
      * audit entry
      *----------------------------------------------------------------
       3000-POST-CHARGES.
           OPEN I-O ACCOUNT-MASTER
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY '{"error":"Cannot open account master: '
                   FUNCTION TRIM(WS-MASTER-FILE) '"}'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 1 TO WS-FC-IDX
           PERFORM UNTIL WS-FC-IDX > WS-FC-COUNT
               IF WS-FC-CHARGE(WS-FC-IDX) > ZEROS
                   PERFORM 3100-POST-ONE-CHARGE
               END-IF
               ADD 1 TO WS-FC-IDX
           END-PERFORM
           CLOSE ACCOUNT-MASTER.

       3100-POST-ONE-CHARGE.
           MOVE WS-FC-ACCT(WS-FC-IDX) TO AM-ACCT-ID
           READ ACCOUNT-MASTER
               INVALID KEY
                   MOVE 'SKIPPED' TO WS-FC-STATE(WS-FC-IDX)
                   MOVE 'account no longer on file'
                       TO WS-FC-NOTE(WS-FC-IDX)
                   MOVE ZEROS TO WS-FC-CHARGE(WS-FC-IDX)
                   EXIT PARAGRAPH
           END-READ
           COMPUTE WS-AVAILABLE = AM-BALANCE - AM-HOLD-TOTAL
               - AM-EARMARK-TOTAL
           IF WS-AVAILABLE <= ZEROS
               MOVE 'SKIPPED' TO WS-FC-STATE(WS-FC-IDX)
               MOVE 'no available balance' TO WS-FC-NOTE(WS-FC-IDX)
               MOVE ZEROS TO WS-FC-CHARGE(WS-FC-IDX)
               EXIT PARAGRAPH
           END-IF
           IF WS-FC-CHARGE(WS-FC-IDX) > WS-AVAILABLE
               MOVE WS-AVAILABLE TO WS-FC-CHARGE(WS-FC-IDX)
               IF WS-FC-STATE(WS-FC-IDX) NOT = 'CAPPED'
                   MOVE 'CAPPED' TO WS-FC-STATE(WS-FC-IDX)
                   MOVE 'capped at available balance'
                       TO WS-FC-NOTE(WS-FC-IDX)
               END-IF
           END-IF
           MOVE AM-BALANCE TO WS-OLD-BALANCE
           SUBTRACT WS-FC-CHARGE(WS-FC-IDX) FROM AM-BALANCE
           MOVE AM-BALANCE TO WS-NEW-BALANCE
           REWRITE ACCOUNT-MASTER-RECORD
           PERFORM 3200-WRITE-AUDIT-LINE
           PERFORM 3300-ADD-TO-FEE-TOTAL.

      * the CFTRXVAL audit shape, so statements, replay and the GL
      * export read the fee like any other debit
       3200-WRITE-AUDIT-LINE.
           MOVE FUNCTION CURRENT-DATE TO WS-CUR-DATETIME
           MOVE WS-CUR-DATETIME(1:8)  TO WS-TIMESTAMP(1:8)
           MOVE '-'                   TO WS-TIMESTAMP(9:1)
           MOVE WS-CUR-DATETIME(9:6)  TO WS-TIMESTAMP(10:6)
           MOVE WS-FC-CHARGE(WS-FC-IDX) TO WS-AMT-D
           MOVE WS-OLD-BALANCE TO WS-OLDBAL-D
           MOVE WS-NEW-BALANCE TO WS-NEWBAL-D
           MOVE SPACES TO AUDIT-RECORD
           STRING
               'ref=' DELIMITED SIZE
               FUNCTION TRIM(WS-FC-ACCT(WS-FC-IDX)) DELIMITED SIZE
               ' txn_type=ACCT-FEE amount=' DELIMITED SIZE
               FUNCTION TRIM(WS-AMT-D) DELIMITED SIZE
               ' old_balance=' DELIMITED SIZE
               FUNCTION TRIM(WS-OLDBAL-D) DELIMITED SIZE
               ' new_balance=' DELIMITED SIZE
               FUNCTION TRIM(WS-NEWBAL-D) DELIMITED SIZE
               ' status=OK currency=' DELIMITED SIZE
               FUNCTION TRIM(WS-FC-CURRENCY(WS-FC-IDX)) DELIMITED SIZE
               ' fee=' DELIMITED SIZE
               FUNCTION TRIM(WS-FC-FEE(WS-FC-IDX)) DELIMITED SIZE
               ' period=' DELIMITED SIZE
               WS-PERIOD DELIMITED SIZE
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

       3300-ADD-TO-FEE-TOTAL.
           MOVE 1 TO WS-FT-IDX
           PERFORM UNTIL WS-FT-IDX > WS-FT-COUNT OR
                   (WS-FT-FEE(WS-FT-IDX) = WS-FC-FEE(WS-FC-IDX) AND
                    WS-FT-BRANCH(WS-FT-IDX) = WS-FC-BRANCH(WS-FC-IDX))
               ADD 1 TO WS-FT-IDX
           END-PERFORM
           IF WS-FT-IDX > WS-FT-COUNT
               IF WS-FT-COUNT >= 300
                   DISPLAY 'CFFEE: fee-total table full - '
                       FUNCTION TRIM(WS-FC-FEE(WS-FC-IDX)) ' '
                       FUNCTION TRIM(WS-FC-BRANCH(WS-FC-IDX))
                       ' not totalled' UPON SYSERR
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-FT-COUNT
               MOVE WS-FT-COUNT TO WS-FT-IDX
               MOVE WS-FC-FEE(WS-FC-IDX)    TO WS-FT-FEE(WS-FT-IDX)
               MOVE WS-FC-BRANCH(WS-FC-IDX) TO WS-FT-BRANCH(WS-FT-IDX)
               MOVE ZEROS TO WS-FT-AMOUNT(WS-FT-IDX)
                   WS-FT-CHARGES(WS-FT-IDX)
           END-IF
           ADD WS-FC-CHARGE(WS-FC-IDX) TO WS-FT-AMOUNT(WS-FT-IDX)
           ADD 1 TO WS-FT-CHARGES(WS-FT-IDX).

      *----------------------------------------------------------------
      * the fee file - every fee priced, then the fee income per fee
      * and branch CFGLEXP books (FEE-TOTAL lines)
      *----------------------------------------------------------------
       4000-WRITE-FEE-FILE.
           OPEN OUTPUT FEE-OUT
           MOVE 1 TO WS-FC-IDX
           PERFORM UNTIL WS-FC-IDX > WS-FC-COUNT
               PERFORM 4100-WRITE-ONE-FEE-LINE
               ADD 1 TO WS-FC-IDX
           END-PERFORM
           MOVE 1 TO WS-FT-IDX
           PERFORM UNTIL WS-FT-IDX > WS-FT-COUNT
               MOVE WS-FT-AMOUNT(WS-FT-IDX)  TO WS-TOT-D
               MOVE WS-FT-CHARGES(WS-FT-IDX) TO WS-CNT-D
               MOVE SPACES TO FEE-RECORD
               STRING
                   'FEE-TOTAL period=' DELIMITED SIZE
                   WS-PERIOD DELIMITED SIZE
                   ' fee=' DELIMITED SIZE
                   FUNCTION TRIM(WS-FT-FEE(WS-FT-IDX)) DELIMITED SIZE
                   ' branch=' DELIMITED SIZE
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

       4100-WRITE-ONE-FEE-LINE.
           MOVE WS-FC-SCHEDULED(WS-FC-IDX) TO WS-AMT-D
           MOVE WS-FC-CHARGE(WS-FC-IDX)    TO WS-AMT2-D
           MOVE SPACES TO FEE-RECORD
           STRING
               'account_id=' DELIMITED SIZE
               FUNCTION TRIM(WS-FC-ACCT(WS-FC-IDX)) DELIMITED SIZE
               ' fee=' DELIMITED SIZE
               FUNCTION TRIM(WS-FC-FEE(WS-FC-IDX)) DELIMITED SIZE
               ' branch=' DELIMITED SIZE
               FUNCTION TRIM(WS-FC-BRANCH(WS-FC-IDX)) DELIMITED SIZE
               ' scheduled=' DELIMITED SIZE
               FUNCTION TRIM(WS-AMT-D) DELIMITED SIZE
               ' charged=' DELIMITED SIZE
               FUNCTION TRIM(WS-AMT2-D) DELIMITED SIZE
               ' state=' DELIMITED SIZE
               FUNCTION TRIM(WS-FC-STATE(WS-FC-IDX)) DELIMITED SIZE
               ' reason=' DELIMITED SIZE
               FUNCTION TRIM(WS-FC-NOTE(WS-FC-IDX)) DELIMITED SIZE
               INTO FEE-RECORD
           END-STRING
           WRITE FEE-RECORD.

       4500-APPEND-RUN-REGISTER.
           MOVE ZEROS TO WS-TOTAL-CHARGED WS-CHARGED-COUNT
           MOVE 1 TO WS-FT-IDX
           PERFORM UNTIL WS-FT-IDX > WS-FT-COUNT
               ADD WS-FT-AMOUNT(WS-FT-IDX) TO WS-TOTAL-CHARGED
               ADD WS-FT-CHARGES(WS-FT-IDX) TO WS-CHARGED-COUNT
               ADD 1 TO WS-FT-IDX
           END-PERFORM
           MOVE WS-TOTAL-CHARGED TO WS-TOT-D
           MOVE WS-CHARGED-COUNT TO WS-CNT-D
           MOVE ZEROS TO WS-TOTAL-CHARGED WS-CHARGED-COUNT
           OPEN EXTEND RUN-FILE
           IF WS-RUN-STATUS NOT = '00'
               CLOSE RUN-FILE
               OPEN OUTPUT RUN-FILE
           END-IF
           MOVE SPACES TO RUN-RECORD
           STRING
               'period=' DELIMITED SIZE
               WS-PERIOD DELIMITED SIZE
               ' business_date=' DELIMITED SIZE
               WS-BUSINESS-DATE DELIMITED SIZE
               ' charges=' DELIMITED SIZE
               FUNCTION TRIM(WS-CNT-D) DELIMITED SIZE
               ' total=' DELIMITED SIZE
               FUNCTION TRIM(WS-TOT-D) DELIMITED SIZE
               ' fee_file=' DELIMITED SIZE
               FUNCTION TRIM(WS-FEE-FILE) DELIMITED SIZE
               ' run_on=' DELIMITED SIZE
               WS-CUR-DATE DELIMITED SIZE
               INTO RUN-RECORD
           END-STRING
           WRITE RUN-RECORD
           CLOSE RUN-FILE.

       5000-REPORT.
           DISPLAY '{"fees":['
           MOVE 1 TO WS-FC-IDX
           PERFORM UNTIL WS-FC-IDX > WS-FC-COUNT
               PERFORM 5100-REPORT-ONE-FEE
               ADD 1 TO WS-FC-IDX
           END-PERFORM
           MOVE WS-ACCOUNT-COUNT TO WS-CNT-D
           MOVE SPACES TO WS-OUT
           STRING
               '],"summary":{"period":"' DELIMITED SIZE
               WS-PERIOD DELIMITED SIZE
               '","mode":"' DELIMITED SIZE
               INTO WS-OUT
           END-STRING
           IF WS-IS-PREVIEW
               DISPLAY FUNCTION TRIM(WS-OUT) 'PREVIEW"'
                   WITH NO ADVANCING
           ELSE
               DISPLAY FUNCTION TRIM(WS-OUT) 'POST"' WITH NO ADVANCING
           END-IF
           DISPLAY ',"accounts":' FUNCTION TRIM(WS-CNT-D)
               WITH NO ADVANCING
           MOVE WS-CHARGED-COUNT TO WS-CNT-D
           DISPLAY ',"charged":' FUNCTION TRIM(WS-CNT-D)
               WITH NO ADVANCING
           MOVE WS-CAPPED-COUNT TO WS-CNT-D
           DISPLAY ',"capped":' FUNCTION TRIM(WS-CNT-D)
               WITH NO ADVANCING
           MOVE WS-SKIPPED-COUNT TO WS-CNT-D
           DISPLAY ',"skipped":' FUNCTION TRIM(WS-CNT-D)
               WITH NO ADVANCING
           MOVE WS-WAIVED-COUNT TO WS-CNT-D
           DISPLAY ',"waived":' FUNCTION TRIM(WS-CNT-D)
               WITH NO ADVANCING
           MOVE WS-TOTAL-CHARGED TO WS-TOT-D
           DISPLAY ',"total_charged":' FUNCTION TRIM(WS-TOT-D)
               WITH NO ADVANCING
           IF WS-IS-PREVIEW
               DISPLAY '}}'
           ELSE
               DISPLAY ',"fee_file":"' FUNCTION TRIM(WS-FEE-FILE)
                   '"}}'
           END-IF.

       5100-REPORT-ONE-FEE.
           EVALUATE WS-FC-STATE(WS-FC-IDX)
               WHEN 'CHARGED' ADD 1 TO WS-CHARGED-COUNT
               WHEN 'CAPPED'  ADD 1 TO WS-CAPPED-COUNT
               WHEN 'SKIPPED' ADD 1 TO WS-SKIPPED-COUNT
               WHEN 'WAIVED'  ADD 1 TO WS-WAIVED-COUNT
           END-EVALUATE
           ADD WS-FC-CHARGE(WS-FC-IDX) TO WS-TOTAL-CHARGED
           IF WS-FIRST-REC = 'N'
               DISPLAY ','
           END-IF
           MOVE 'N' TO WS-FIRST-REC
           MOVE WS-FC-SCHEDULED(WS-FC-IDX) TO WS-AMT-D
           MOVE WS-FC-CHARGE(WS-FC-IDX)    TO WS-AMT2-D
           MOVE SPACES TO WS-OUT
           STRING
               '{"account_id":"' DELIMITED SIZE
               FUNCTION TRIM(WS-FC-ACCT(WS-FC-IDX)) DELIMITED SIZE
               '","fee":"' DELIMITED SIZE
               FUNCTION TRIM(WS-FC-FEE(WS-FC-IDX)) DELIMITED SIZE
               '","branch":"' DELIMITED SIZE
               FUNCTION TRIM(WS-FC-BRANCH(WS-FC-IDX)) DELIMITED SIZE
               '","scheduled":' DELIMITED SIZE
               FUNCTION TRIM(WS-AMT-D) DELIMITED SIZE
               ',"charged":' DELIMITED SIZE
               FUNCTION TRIM(WS-AMT2-D) DELIMITED SIZE
               ',"state":"' DELIMITED SIZE
               FUNCTION TRIM(WS-FC-STATE(WS-FC-IDX)) DELIMITED SIZE
               '","reason":"' DELIMITED SIZE
               FUNCTION TRIM(WS-FC-NOTE(WS-FC-IDX)) DELIMITED SIZE
               '"}' DELIMITED SIZE
               INTO WS-OUT
           END-STRING
           DISPLAY FUNCTION TRIM(WS-OUT).

       8100-EXTRACT-TOKEN.
           MOVE ZERO TO WS-POS
           INSPECT WS-REMAIN TALLYING WS-POS FOR CHARACTERS BEFORE ' '
           IF WS-POS > 0
               MOVE WS-REMAIN(1:WS-POS) TO WS-TOKEN
               IF WS-POS < 299
                   MOVE WS-REMAIN(WS-POS + 2:) TO WS-REMAIN
                   MOVE FUNCTION TRIM(WS-REMAIN LEADING) TO WS-REMAIN
               ELSE
                   MOVE SPACES TO WS-REMAIN
               END-IF
           ELSE
               MOVE WS-REMAIN TO WS-TOKEN
               MOVE SPACES TO WS-REMAIN
           END-IF.

      * AM-ACCT-ID names the account looked up
       8300-FIND-MONTH-LOW.
           MOVE ZEROS TO WS-MB-FOUND-IDX
           MOVE 1 TO WS-MB-IDX
           PERFORM UNTIL WS-MB-IDX > WS-MB-COUNT OR
                   WS-MB-FOUND-IDX > ZEROS
               IF WS-MB-ACCT(WS-MB-IDX) = AM-ACCT-ID
                   MOVE WS-MB-IDX TO WS-MB-FOUND-IDX
               END-IF
               ADD 1 TO WS-MB-IDX
           END-PERFORM.

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
