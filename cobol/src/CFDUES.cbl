      *================================================================*
      * CFDUES.cbl - Mandatory Member Savings (Pokok / Wajib) Dues     *
      * Every member owes a one-time Simpanan Pokok on joining and a   *
      * Simpanan Wajib every month from the join month on. This        *
      * program keeps a dues ledger per member (which months are paid, *
      * which are assessed, whether the Pokok is in), driven by the    *
      * member master (MM-JOIN-DATE, MM-STATUS) and a dues schedule,   *
      * and collects by generating TRANSFER lines in CFBATCH's         *
      * key=value input format from the member's wallet into the       *
      * member's Wajib (and Pokok) account - the CFSTAND pattern, so   *
      * the treasurer stops ticking payments off a printed LIST.       *
      * Collection is oldest-first and whole months only: the Pokok,   *
      * then each unpaid month in order while the wallet's spendable   *
      * balance covers it, so the months still unpaid are always the   *
      * most recent ones and the arrears figure is exact.              *
      * Args (key=value, any order):                                   *
      *   action=ENROLL  - member_no= wallet= wajib_account=           *
      *                    [pokok_account=] [paid_thru=YYYY-MM]        *
      *                    [pokok_paid=Y] names the member's accounts  *
      *                    (both must be linked to the member in the   *
      *                    CFMEMBER link file); paid_thru= and         *
      *                    pokok_paid= take over what was collected    *
      *                    by hand before the ledger existed           *
      *   action=RUN     - [period=YYYY-MM] the monthly pass: every    *
      *                    ACTIVE member is assessed every Wajib month *
      *                    from the join month up to the period, then  *
      *                    collected as far as the wallet's spendable  *
      *                    balance allows; a member not yet enrolled   *
      *                    is assessed but cannot be collected         *
      *   action=ARREARS - [min_months=N] every member with the Pokok  *
      *                    or Wajib months unpaid: how many months,    *
      *                    since when, and the amount owed             *
      *   action=LIST    - every dues ledger record                    *
      *   schedule_file=<path> - default CFDUES_SCHEDULE.DAT, one      *
      *       kind=POKOK|WAJIB amount=<amt> effective=YYYY-MM-DD line  *
      *       per rate; the latest entry effective on or before the    *
      *       first day of a month prices that month, the Pokok is     *
      *       priced as of the join date                               *
      *   dues_file=<path>   - default CFDUES_LEDGER.DAT               *
      *   member_file=<path> - default CFMEMBER_MASTER.DAT             *
      *   link_file=<path>   - default CFMEMBER_LINKS.DAT              *
      *   master_file=<path> - default CFWALLET_ACCOUNTS.DAT, the      *
      *                        wallet balance RUN collects against;    *
      *                        the generated lines carry balance=0 on  *
      *                        the assumption CFBATCH posts them with  *
      *                        the same master_file=                   *
      *   batch_file=<path>  - default CFDUES_BATCH.DAT                *
      *   system_date_file=<path> - default CFSYSDATE.DAT; its         *
      *       business date stands in for today when no date           *
      *       argument is given                                        *
      * Output stdout: JSON rows plus a summary.                       *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CFDUES.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. LINUX.
       OBJECT-COMPUTER. LINUX.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DUES-FILE ASSIGN TO DYNAMIC WS-DUES-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DUES-STATUS.
           SELECT SCHEDULE-FILE ASSIGN TO DYNAMIC WS-SCHEDULE-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCHEDULE-STATUS.
           SELECT MEMBER-MASTER ASSIGN TO DYNAMIC WS-MEMBER-FILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MM-MEMBER-NO
               FILE STATUS IS WS-MEMBER-STATUS.
           SELECT LINK-FILE ASSIGN TO DYNAMIC WS-LINK-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LINK-STATUS.
           SELECT ACCOUNT-MASTER ASSIGN TO DYNAMIC WS-MASTER-FILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-ACCT-ID
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT BATCH-OUTPUT ASSIGN TO DYNAMIC WS-BATCHFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BATCH-STATUS.
           SELECT SYSTEM-DATE-FILE ASSIGN TO DYNAMIC WS-SYSDATE-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SYSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DUES-FILE.
       01  DUES-RECORD         PIC X(400).

       FD  SCHEDULE-FILE.
       01  SCHEDULE-RECORD     PIC X(200).

       FD  MEMBER-MASTER.
           COPY CF-MEMBMS.

       FD  LINK-FILE.
       01  LINK-RECORD         PIC X(100).

       FD  ACCOUNT-MASTER.
           COPY CF-ACCTMS.

       FD  BATCH-OUTPUT.
       01  BATCH-RECORD        PIC X(300).

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
       01  WS-DUES-FILE        PIC X(200) VALUE 'CFDUES_LEDGER.DAT'.
       01  WS-DUES-STATUS      PIC XX VALUE SPACES.
       01  WS-SCHEDULE-FILE    PIC X(200)
                               VALUE 'CFDUES_SCHEDULE.DAT'.
       01  WS-SCHEDULE-STATUS  PIC XX VALUE SPACES.
       01  WS-MEMBER-FILE      PIC X(200) VALUE 'CFMEMBER_MASTER.DAT'.
       01  WS-MEMBER-STATUS    PIC XX VALUE SPACES.
       01  WS-LINK-FILE        PIC X(200) VALUE 'CFMEMBER_LINKS.DAT'.
       01  WS-LINK-STATUS      PIC XX VALUE SPACES.
       01  WS-MASTER-FILE      PIC X(200) VALUE 'CFWALLET_ACCOUNTS.DAT'.
       01  WS-MASTER-STATUS    PIC XX VALUE SPACES.
       01  WS-BATCHFILE        PIC X(200) VALUE 'CFDUES_BATCH.DAT'.
       01  WS-BATCH-STATUS     PIC XX VALUE SPACES.

       01  WS-ARG-COUNT        PIC 9(3) VALUE ZEROS.
       01  WS-ARG-IDX          PIC 9(3) VALUE ZEROS.
       01  WS-OPT-ARG          PIC X(200) VALUE SPACES.
       01  WS-FIELD-NAME       PIC X(30) VALUE SPACES.
       01  WS-FIELD-VAL        PIC X(200) VALUE SPACES.
       01  WS-POS              PIC 9(4) VALUE ZEROS.
       01  WS-EOF              PIC X VALUE 'N'.
       01  WS-FIRST-REC        PIC X VALUE 'Y'.
       01  WS-REMAIN           PIC X(400) VALUE SPACES.
       01  WS-TOKEN            PIC X(250) VALUE SPACES.

       01  WS-ACTION           PIC X(10) VALUE SPACES.
       01  WS-MEMBER-NO        PIC X(20) VALUE SPACES.
       01  WS-WALLET           PIC X(50) VALUE SPACES.
       01  WS-WAJIB-ACCT       PIC X(50) VALUE SPACES.
       01  WS-POKOK-ACCT       PIC X(50) VALUE SPACES.
       01  WS-PAID-THRU        PIC X(7) VALUE SPACES.
       01  WS-POKOK-PAID       PIC X VALUE 'N'.
       01  WS-PERIOD           PIC X(7) VALUE SPACES.
       01  WS-MIN-MONTHS       PIC 9(3) VALUE 1.
       01  WS-CUR-DATE         PIC X(8) VALUE SPACES.

      * the dues schedule - Pokok and Wajib rates by effective date
       01  WS-SC-COUNT         PIC 9(4) VALUE ZEROS.
       01  WS-SC-IDX           PIC 9(4) VALUE ZEROS.
       01  WS-SC-TABLE.
           05  WS-SC-ENTRY OCCURS 500 TIMES.
               10  WS-SC-KIND      PIC X(5).
               10  WS-SC-AMOUNT    PIC 9(13)V99.
               10  WS-SC-EFFECTIVE PIC X(10).
       01  WS-IN-KIND          PIC X(5) VALUE SPACES.
       01  WS-IN-AMOUNT        PIC 9(13)V99 VALUE ZEROS.
       01  WS-IN-EFFECTIVE     PIC X(10) VALUE SPACES.

      * the whole dues ledger, rewritten whole after an update
       01  WS-DL-COUNT         PIC 9(5) VALUE ZEROS.
       01  WS-DL-IDX           PIC 9(5) VALUE ZEROS.
       01  WS-DL-TRUNC-FLAG    PIC X VALUE 'N'.
           88  WS-DL-IS-TRUNCATED  VALUE 'Y'.
       01  WS-DL-TABLE.
           05  WS-DL-ENTRY OCCURS 20000 TIMES.
               10  WS-DL-MEMBER    PIC X(20).
               10  WS-DL-WALLET    PIC X(50).
               10  WS-DL-WAJIB     PIC X(50).
               10  WS-DL-POKOK     PIC X(50).
               10  WS-DL-POKOK-AMT PIC 9(13)V99.
               10  WS-DL-POKOK-PD  PIC X.
               10  WS-DL-PAID-THRU PIC X(7).
               10  WS-DL-ASSESSED  PIC X(7).
               10  WS-DL-CURRENCY  PIC X(4).
       01  WS-IN-MEMBER        PIC X(20) VALUE SPACES.
       01  WS-IN-WALLET        PIC X(50) VALUE SPACES.
       01  WS-IN-WAJIB         PIC X(50) VALUE SPACES.
       01  WS-IN-POKOK         PIC X(50) VALUE SPACES.
       01  WS-IN-POKOK-AMT     PIC 9(13)V99 VALUE ZEROS.
       01  WS-IN-POKOK-PD      PIC X VALUE SPACES.
       01  WS-IN-PAID-THRU     PIC X(7) VALUE SPACES.
       01  WS-IN-ASSESSED      PIC X(7) VALUE SPACES.
       01  WS-IN-CURRENCY      PIC X(4) VALUE SPACES.

      * link-file check for ENROLL
       01  WS-LK-MEMBER        PIC X(20) VALUE SPACES.
       01  WS-LK-ACCT          PIC X(50) VALUE SPACES.
       01  WS-WALLET-LINKED    PIC X VALUE 'N'.
       01  WS-WAJIB-LINKED     PIC X VALUE 'N'.
       01  WS-POKOK-LINKED     PIC X VALUE 'N'.

      * month workpad - a YYYY-MM period as a month number
       01  WS-MO-STR           PIC X(7) VALUE SPACES.
       01  WS-MO-YY            PIC 9(4) VALUE ZEROS.
       01  WS-MO-MM            PIC 9(2) VALUE ZEROS.
       01  WS-MO-NUM           PIC 9(6) VALUE ZEROS.
       01  WS-MO-FROM-NUM      PIC 9(6) VALUE ZEROS.
       01  WS-MO-TO-NUM        PIC 9(6) VALUE ZEROS.
       01  WS-MO-FIRST-DAY     PIC X(10) VALUE SPACES.
       01  WS-JOIN-MONTH       PIC X(7) VALUE SPACES.
       01  WS-JOIN-DAY         PIC X(10) VALUE SPACES.
       01  WS-RATE-KIND        PIC X(5) VALUE SPACES.
       01  WS-RATE-AS-OF       PIC X(10) VALUE SPACES.
       01  WS-RATE-AMT         PIC 9(13)V99 VALUE ZEROS.
       01  WS-RATE-BEST        PIC X(10) VALUE SPACES.

      * per-member working figures
       01  WS-AVAILABLE        PIC S9(13)V99 VALUE ZEROS.
       01  WS-NEW-MONTHS       PIC 9(4) VALUE ZEROS.
       01  WS-WAJIB-COLLECT    PIC 9(13)V99 VALUE ZEROS.
       01  WS-POKOK-COLLECT    PIC 9(13)V99 VALUE ZEROS.
       01  WS-UNPAID-MONTHS    PIC 9(4) VALUE ZEROS.
       01  WS-ARREARS-AMT      PIC 9(13)V99 VALUE ZEROS.
       01  WS-OLDEST-UNPAID    PIC X(7) VALUE SPACES.
       01  WS-ROW-RESULT       PIC X(12) VALUE SPACES.
       01  WS-XFER-AMOUNT      PIC 9(13)V99 VALUE ZEROS.
       01  WS-XFER-TO          PIC X(50) VALUE SPACES.
       01  WS-MEMBER-NAME      PIC X(50) VALUE SPACES.

       01  WS-MASTER-OPEN-FLAG PIC X VALUE 'N'.
           88  WS-MASTER-IS-OPEN   VALUE 'Y'.
       01  WS-MEMBER-OPEN-FLAG PIC X VALUE 'N'.
           88  WS-MEMBER-IS-OPEN   VALUE 'Y'.

       01  WS-MEMBER-COUNT     PIC 9(5) VALUE ZEROS.
       01  WS-ASSESSED-COUNT   PIC 9(7) VALUE ZEROS.
       01  WS-COLLECT-COUNT    PIC 9(5) VALUE ZEROS.
       01  WS-ARREARS-COUNT    PIC 9(5) VALUE ZEROS.
       01  WS-NOT-ENROLLED     PIC 9(5) VALUE ZEROS.
       01  WS-TOTAL-COLLECTED  PIC 9(15)V99 VALUE ZEROS.
       01  WS-TOTAL-ARREARS    PIC 9(15)V99 VALUE ZEROS.

       01  WS-AMT-D            PIC Z(13).99.
       01  WS-AMT2-D           PIC Z(13).99.
       01  WS-CNT-D            PIC Z(4)9.
       01  WS-TOT-D            PIC Z(15).99.
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
           IF FUNCTION TRIM(WS-PERIOD) = SPACES
               STRING WS-CUR-DATE(1:4) '-' WS-CUR-DATE(5:2)
                   DELIMITED SIZE INTO WS-PERIOD
               END-STRING
           END-IF
           PERFORM 1000-LOAD-DUES-FILE
           IF WS-DL-IS-TRUNCATED
               DISPLAY '{"error":"Dues ledger larger than 20000 '
                   'records - nothing processed, file left untouched"}'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1200-LOAD-SCHEDULE
           EVALUATE FUNCTION TRIM(WS-ACTION)
               WHEN 'ENROLL'
                   PERFORM 3000-ENROLL-MEMBER
               WHEN 'RUN'
                   PERFORM 4000-RUN-MONTHLY-DUES
               WHEN 'ARREARS'
                   PERFORM 5000-ARREARS-REPORT
               WHEN 'LIST'
                   PERFORM 2000-LIST-LEDGER
               WHEN OTHER
                   DISPLAY '{"error":"Usage: cfdues action=ENROLL|RUN|'
                       'ARREARS|LIST [member_no=] [wallet=] '
                       '[wajib_account=] [pokok_account=] '
                       '[paid_thru=YYYY-MM] [pokok_paid=Y] '
                       '[period=YYYY-MM] [min_months=N] '
                       '[schedule_file=] [dues_file=] [member_file=] '
                       '[link_file=] [master_file=] [batch_file=]"}'
           END-EVALUATE
           IF WS-MASTER-IS-OPEN
               CLOSE ACCOUNT-MASTER
           END-IF
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
                   WHEN 'wallet'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL) TO WS-WALLET
                   WHEN 'wajib_account'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-WAJIB-ACCT
                   WHEN 'pokok_account'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-POKOK-ACCT
                   WHEN 'paid_thru'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-PAID-THRU
                   WHEN 'pokok_paid'
                       MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
                           WS-FIELD-VAL)) TO WS-POKOK-PAID
                   WHEN 'period'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL) TO WS-PERIOD
                   WHEN 'min_months'
                       MOVE FUNCTION NUMVAL(WS-FIELD-VAL)
                           TO WS-MIN-MONTHS
                   WHEN 'schedule_file'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-SCHEDULE-FILE
                   WHEN 'dues_file'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-DUES-FILE
                   WHEN 'member_file'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-MEMBER-FILE
                   WHEN 'link_file'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-LINK-FILE
                   WHEN 'master_file'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-MASTER-FILE
                   WHEN 'batch_file'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-BATCHFILE
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
      * dues ledger and schedule load
      *----------------------------------------------------------------
       1000-LOAD-DUES-FILE.
           OPEN INPUT DUES-FILE
           IF WS-DUES-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ DUES-FILE INTO DUES-RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM 1100-LOAD-ONE-LEDGER
               END-READ
           END-PERFORM
           CLOSE DUES-FILE
           MOVE 'N' TO WS-EOF.

       1100-LOAD-ONE-LEDGER.
           IF FUNCTION TRIM(DUES-RECORD) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-IN-MEMBER WS-IN-WALLET WS-IN-WAJIB
               WS-IN-POKOK WS-IN-POKOK-PD WS-IN-PAID-THRU
               WS-IN-ASSESSED WS-IN-CURRENCY
           MOVE ZEROS TO WS-IN-POKOK-AMT
           MOVE FUNCTION TRIM(DUES-RECORD) TO WS-REMAIN
           PERFORM UNTIL FUNCTION TRIM(WS-REMAIN) = SPACES
               PERFORM 8100-EXTRACT-TOKEN
               IF FUNCTION TRIM(WS-TOKEN) NOT = SPACES
                   PERFORM 1150-PARSE-LEDGER-TOKEN
               END-IF
           END-PERFORM
           IF FUNCTION TRIM(WS-IN-MEMBER) = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-DL-COUNT >= 20000
               MOVE 'Y' TO WS-DL-TRUNC-FLAG
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-DL-COUNT
           MOVE WS-IN-MEMBER    TO WS-DL-MEMBER(WS-DL-COUNT)
           MOVE WS-IN-WALLET    TO WS-DL-WALLET(WS-DL-COUNT)
           MOVE WS-IN-WAJIB     TO WS-DL-WAJIB(WS-DL-COUNT)
           MOVE WS-IN-POKOK     TO WS-DL-POKOK(WS-DL-COUNT)
           MOVE WS-IN-POKOK-AMT TO WS-DL-POKOK-AMT(WS-DL-COUNT)
           MOVE WS-IN-POKOK-PD  TO WS-DL-POKOK-PD(WS-DL-COUNT)
           MOVE WS-IN-PAID-THRU TO WS-DL-PAID-THRU(WS-DL-COUNT)
           MOVE WS-IN-ASSESSED  TO WS-DL-ASSESSED(WS-DL-COUNT)
           MOVE WS-IN-CURRENCY  TO WS-DL-CURRENCY(WS-DL-COUNT).

       1150-PARSE-LEDGER-TOKEN.
           MOVE ZERO TO WS-POS
           INSPECT WS-TOKEN TALLYING WS-POS FOR CHARACTERS BEFORE '='
           IF WS-POS > 0
               MOVE WS-TOKEN(1:WS-POS) TO WS-FIELD-NAME
               MOVE WS-TOKEN(WS-POS + 2:) TO WS-FIELD-VAL
               EVALUATE FUNCTION TRIM(WS-FIELD-NAME)
                   WHEN 'member'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-IN-MEMBER
                   WHEN 'wallet'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-IN-WALLET
                   WHEN 'wajib_account'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-IN-WAJIB
                   WHEN 'pokok_account'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-IN-POKOK
                   WHEN 'pokok_amount'
                       MOVE FUNCTION NUMVAL(WS-FIELD-VAL)
                           TO WS-IN-POKOK-AMT
                   WHEN 'pokok_paid'
                       MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
                           WS-FIELD-VAL)) TO WS-IN-POKOK-PD
                   WHEN 'paid_thru'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-IN-PAID-THRU
                   WHEN 'assessed_thru'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-IN-ASSESSED
                   WHEN 'currency'
                       MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
                           WS-FIELD-VAL)) TO WS-IN-CURRENCY
               END-EVALUATE
           END-IF.

       1200-LOAD-SCHEDULE.
           OPEN INPUT SCHEDULE-FILE
           IF WS-SCHEDULE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ SCHEDULE-FILE INTO SCHEDULE-RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM 1250-LOAD-ONE-RATE
               END-READ
           END-PERFORM
           CLOSE SCHEDULE-FILE
           MOVE 'N' TO WS-EOF.

       1250-LOAD-ONE-RATE.
           IF FUNCTION TRIM(SCHEDULE-RECORD) = SPACES OR
                   WS-SC-COUNT >= 500
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-IN-KIND WS-IN-EFFECTIVE
           MOVE ZEROS TO WS-IN-AMOUNT
           MOVE FUNCTION TRIM(SCHEDULE-RECORD) TO WS-REMAIN
           PERFORM UNTIL FUNCTION TRIM(WS-REMAIN) = SPACES
               PERFORM 8100-EXTRACT-TOKEN
               IF FUNCTION TRIM(WS-TOKEN) NOT = SPACES
                   PERFORM 1260-PARSE-RATE-TOKEN
               END-IF
           END-PERFORM
           IF WS-IN-KIND NOT = 'POKOK' AND WS-IN-KIND NOT = 'WAJIB'
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SC-COUNT
           MOVE WS-IN-KIND      TO WS-SC-KIND(WS-SC-COUNT)
           MOVE WS-IN-AMOUNT    TO WS-SC-AMOUNT(WS-SC-COUNT)
           MOVE WS-IN-EFFECTIVE TO WS-SC-EFFECTIVE(WS-SC-COUNT).

       1260-PARSE-RATE-TOKEN.
           MOVE ZERO TO WS-POS
           INSPECT WS-TOKEN TALLYING WS-POS FOR CHARACTERS BEFORE '='
           IF WS-POS > 0
               MOVE WS-TOKEN(1:WS-POS) TO WS-FIELD-NAME
               MOVE WS-TOKEN(WS-POS + 2:) TO WS-FIELD-VAL
               EVALUATE FUNCTION TRIM(WS-FIELD-NAME)
                   WHEN 'kind'
                       MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
                           WS-FIELD-VAL)) TO WS-IN-KIND
                   WHEN 'amount'
                       MOVE FUNCTION NUMVAL(WS-FIELD-VAL)
                           TO WS-IN-AMOUNT
                   WHEN 'effective'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-IN-EFFECTIVE
               END-EVALUATE
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
      * month arithmetic - a YYYY-MM period as a running month
      * number, so months between two periods is a subtraction
      *----------------------------------------------------------------
       8200-MONTH-TO-NUMBER.
           MOVE ZEROS TO WS-MO-NUM
           IF WS-MO-STR(1:4) IS NUMERIC AND WS-MO-STR(6:2) IS NUMERIC
               MOVE WS-MO-STR(1:4) TO WS-MO-YY
               MOVE WS-MO-STR(6:2) TO WS-MO-MM
               COMPUTE WS-MO-NUM = WS-MO-YY * 12 + WS-MO-MM - 1
           END-IF.

       8250-NUMBER-TO-MONTH.
           DIVIDE WS-MO-NUM BY 12 GIVING WS-MO-YY
               REMAINDER WS-MO-MM
           ADD 1 TO WS-MO-MM
           MOVE SPACES TO WS-MO-STR
           STRING WS-MO-YY '-' WS-MO-MM
               DELIMITED SIZE INTO WS-MO-STR
           END-STRING
           MOVE SPACES TO WS-MO-FIRST-DAY
           STRING WS-MO-STR '-01'
               DELIMITED SIZE INTO WS-MO-FIRST-DAY
           END-STRING.

      * the schedule entry of WS-RATE-KIND with the latest effective
      * date on or before WS-RATE-AS-OF - the rate_table rule
       8500-RATE-AS-OF.
           MOVE ZEROS TO WS-RATE-AMT
           MOVE SPACES TO WS-RATE-BEST
           MOVE 1 TO WS-SC-IDX
           PERFORM UNTIL WS-SC-IDX > WS-SC-COUNT
               IF WS-SC-KIND(WS-SC-IDX) = WS-RATE-KIND AND
                       WS-SC-EFFECTIVE(WS-SC-IDX) <= WS-RATE-AS-OF AND
                       (WS-RATE-BEST = SPACES OR
                        WS-SC-EFFECTIVE(WS-SC-IDX) >= WS-RATE-BEST)
                   MOVE WS-SC-EFFECTIVE(WS-SC-IDX) TO WS-RATE-BEST
                   MOVE WS-SC-AMOUNT(WS-SC-IDX) TO WS-RATE-AMT
               END-IF
               ADD 1 TO WS-SC-IDX
           END-PERFORM.

      * the Wajib months assessed but not paid, oldest first - the
      * paid months are always a prefix of the assessed ones
       8600-MEMBER-ARREARS.
           MOVE ZEROS TO WS-UNPAID-MONTHS WS-ARREARS-AMT
           MOVE SPACES TO WS-OLDEST-UNPAID
           MOVE WS-DL-PAID-THRU(WS-DL-IDX) TO WS-MO-STR
           PERFORM 8200-MONTH-TO-NUMBER
           MOVE WS-MO-NUM TO WS-MO-FROM-NUM
           MOVE WS-DL-ASSESSED(WS-DL-IDX) TO WS-MO-STR
           PERFORM 8200-MONTH-TO-NUMBER
           MOVE WS-MO-NUM TO WS-MO-TO-NUM
           MOVE WS-MO-FROM-NUM TO WS-MO-NUM
           ADD 1 TO WS-MO-NUM
           PERFORM UNTIL WS-MO-NUM > WS-MO-TO-NUM OR
                   WS-UNPAID-MONTHS >= 999
               PERFORM 8250-NUMBER-TO-MONTH
               IF WS-OLDEST-UNPAID = SPACES
                   MOVE WS-MO-STR TO WS-OLDEST-UNPAID
               END-IF
               MOVE 'WAJIB' TO WS-RATE-KIND
               MOVE WS-MO-FIRST-DAY TO WS-RATE-AS-OF
               PERFORM 8500-RATE-AS-OF
               ADD WS-RATE-AMT TO WS-ARREARS-AMT
               ADD 1 TO WS-UNPAID-MONTHS
               ADD 1 TO WS-MO-NUM
           END-PERFORM
           IF WS-DL-POKOK-PD(WS-DL-IDX) NOT = 'Y'
               ADD WS-DL-POKOK-AMT(WS-DL-IDX) TO WS-ARREARS-AMT
           END-IF.

      *----------------------------------------------------------------
      * action=LIST
      *----------------------------------------------------------------
       2000-LIST-LEDGER.
           DISPLAY '{"dues_ledger":['
           MOVE 1 TO WS-DL-IDX
           PERFORM UNTIL WS-DL-IDX > WS-DL-COUNT
               PERFORM 8600-MEMBER-ARREARS
               PERFORM 2100-LIST-ONE-LEDGER
               ADD 1 TO WS-DL-IDX
           END-PERFORM
           MOVE WS-DL-COUNT TO WS-CNT-D
           MOVE SPACES TO WS-OUT
           STRING
               '],"summary":{"members":' DELIMITED SIZE
               FUNCTION TRIM(WS-CNT-D) DELIMITED SIZE
               '}}' DELIMITED SIZE
               INTO WS-OUT
           END-STRING
           DISPLAY FUNCTION TRIM(WS-OUT).

       2100-LIST-ONE-LEDGER.
           IF WS-FIRST-REC = 'N'
               DISPLAY ','
           END-IF
           MOVE SPACES TO WS-OUT
           STRING
               '{"member":"' DELIMITED SIZE
               FUNCTION TRIM(WS-DL-MEMBER(WS-DL-IDX)) DELIMITED SIZE
               '","wallet":"' DELIMITED SIZE
               FUNCTION TRIM(WS-DL-WALLET(WS-DL-IDX)) DELIMITED SIZE
               '","wajib_account":"' DELIMITED SIZE
               FUNCTION TRIM(WS-DL-WAJIB(WS-DL-IDX)) DELIMITED SIZE
               '","pokok_account":"' DELIMITED SIZE
               FUNCTION TRIM(WS-DL-POKOK(WS-DL-IDX)) DELIMITED SIZE
               '"' DELIMITED SIZE
               INTO WS-OUT
           END-STRING
           DISPLAY FUNCTION TRIM(WS-OUT) WITH NO ADVANCING
           MOVE WS-UNPAID-MONTHS TO WS-CNT-D
           MOVE WS-ARREARS-AMT TO WS-AMT-D
           MOVE SPACES TO WS-OUT
           STRING
               ',"pokok_paid":"' DELIMITED SIZE
               WS-DL-POKOK-PD(WS-DL-IDX) DELIMITED SIZE
               '","paid_thru":"' DELIMITED SIZE
               FUNCTION TRIM(WS-DL-PAID-THRU(WS-DL-IDX))
                   DELIMITED SIZE
               '","assessed_thru":"' DELIMITED SIZE
               FUNCTION TRIM(WS-DL-ASSESSED(WS-DL-IDX))
                   DELIMITED SIZE
               '","unpaid_months":' DELIMITED SIZE
               FUNCTION TRIM(WS-CNT-D) DELIMITED SIZE
               ',"arrears":' DELIMITED SIZE
               FUNCTION TRIM(WS-AMT-D) DELIMITED SIZE
               '}' DELIMITED SIZE
               INTO WS-OUT
           END-STRING
           DISPLAY FUNCTION TRIM(WS-OUT)
           MOVE 'N' TO WS-FIRST-REC.

      *----------------------------------------------------------------
      * action=ENROLL - the member's accounts, checked against the
      * CFMEMBER link file so dues are never drawn from, or paid
      * into, somebody else's account
      *----------------------------------------------------------------
       3000-ENROLL-MEMBER.
           IF FUNCTION TRIM(WS-MEMBER-NO) = SPACES OR
                   FUNCTION TRIM(WS-WALLET) = SPACES OR
                   FUNCTION TRIM(WS-WAJIB-ACCT) = SPACES
               DISPLAY '{"status":"ERROR","message":"ENROLL needs '
                   'member_no=, wallet= and wajib_account="}'
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(WS-POKOK-ACCT) = SPACES
               MOVE WS-WAJIB-ACCT TO WS-POKOK-ACCT
           END-IF
           IF WS-WALLET = WS-WAJIB-ACCT OR WS-WALLET = WS-POKOK-ACCT
               DISPLAY '{"status":"ERROR","message":"The wallet '
                   'must not be the Pokok/Wajib account itself"}'
               EXIT PARAGRAPH
           END-IF
           PERFORM 3100-CHECK-LINKS
           IF WS-WALLET-LINKED = 'N' OR WS-WAJIB-LINKED = 'N' OR
                   WS-POKOK-LINKED = 'N'
               DISPLAY '{"status":"ERROR","message":"wallet, '
                   'wajib_account and pokok_account must all be '
                   'linked to member ' FUNCTION TRIM(WS-MEMBER-NO)
                   '"}'
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT MEMBER-MASTER
           MOVE WS-MEMBER-NO TO MM-MEMBER-NO
           READ MEMBER-MASTER
               INVALID KEY
                   CLOSE MEMBER-MASTER
                   DISPLAY '{"status":"ERROR","message":"Member not '
                       'on file: ' FUNCTION TRIM(WS-MEMBER-NO) '"}'
                   EXIT PARAGRAPH
           END-READ
           PERFORM 4300-FIND-OR-ADD-LEDGER
           CLOSE MEMBER-MASTER
           IF WS-DL-IDX = ZEROS
               DISPLAY '{"status":"ERROR","message":"Dues ledger '
                   'full"}'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-WALLET     TO WS-DL-WALLET(WS-DL-IDX)
           MOVE WS-WAJIB-ACCT TO WS-DL-WAJIB(WS-DL-IDX)
           MOVE WS-POKOK-ACCT TO WS-DL-POKOK(WS-DL-IDX)
           IF FUNCTION TRIM(WS-PAID-THRU) NOT = SPACES
               MOVE WS-PAID-THRU TO WS-DL-PAID-THRU(WS-DL-IDX)
               IF WS-DL-ASSESSED(WS-DL-IDX) < WS-PAID-THRU
                   MOVE WS-PAID-THRU TO WS-DL-ASSESSED(WS-DL-IDX)
               END-IF
           END-IF
           IF WS-POKOK-PAID = 'Y'
               MOVE 'Y' TO WS-DL-POKOK-PD(WS-DL-IDX)
           END-IF
           PERFORM 7500-REWRITE-DUES-FILE
           MOVE SPACES TO WS-OUT
           STRING
               '{"status":"OK","member":"' DELIMITED SIZE
               FUNCTION TRIM(WS-MEMBER-NO) DELIMITED SIZE
               '","paid_thru":"' DELIMITED SIZE
               FUNCTION TRIM(WS-DL-PAID-THRU(WS-DL-IDX))
                   DELIMITED SIZE
               '","pokok_paid":"' DELIMITED SIZE
               WS-DL-POKOK-PD(WS-DL-IDX) DELIMITED SIZE
               '"}' DELIMITED SIZE
               INTO WS-OUT
           END-STRING
           DISPLAY FUNCTION TRIM(WS-OUT).

       3100-CHECK-LINKS.
           MOVE 'N' TO WS-WALLET-LINKED WS-WAJIB-LINKED
               WS-POKOK-LINKED
           OPEN INPUT LINK-FILE
           IF WS-LINK-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ LINK-FILE INTO LINK-RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM 3150-CHECK-ONE-LINK
               END-READ
           END-PERFORM
           CLOSE LINK-FILE
           MOVE 'N' TO WS-EOF.

       3150-CHECK-ONE-LINK.
           MOVE SPACES TO WS-LK-MEMBER WS-LK-ACCT
           MOVE FUNCTION TRIM(LINK-RECORD) TO WS-REMAIN
           PERFORM UNTIL FUNCTION TRIM(WS-REMAIN) = SPACES
               PERFORM 8100-EXTRACT-TOKEN
               MOVE ZERO TO WS-POS
               INSPECT WS-TOKEN TALLYING WS-POS
                   FOR CHARACTERS BEFORE '='
               IF WS-POS > 0
                   MOVE WS-TOKEN(1:WS-POS) TO WS-FIELD-NAME
                   MOVE WS-TOKEN(WS-POS + 2:) TO WS-FIELD-VAL
                   EVALUATE FUNCTION TRIM(WS-FIELD-NAME)
                       WHEN 'member'
                           MOVE FUNCTION TRIM(WS-FIELD-VAL)
                               TO WS-LK-MEMBER
                       WHEN 'account_id'
                           MOVE FUNCTION TRIM(WS-FIELD-VAL)
                               TO WS-LK-ACCT
                   END-EVALUATE
               END-IF
           END-PERFORM
           IF WS-LK-MEMBER NOT = WS-MEMBER-NO
               EXIT PARAGRAPH
           END-IF
           IF WS-LK-ACCT = WS-WALLET
               MOVE 'Y' TO WS-WALLET-LINKED
           END-IF
           IF WS-LK-ACCT = WS-WAJIB-ACCT
               MOVE 'Y' TO WS-WAJIB-LINKED
           END-IF
           IF WS-LK-ACCT = WS-POKOK-ACCT
               MOVE 'Y' TO WS-POKOK-LINKED
           END-IF.

      *----------------------------------------------------------------
      * action=RUN - assess every ACTIVE member up to the period,
      * then collect oldest-first from the wallet's spendable balance
      *----------------------------------------------------------------
       4000-RUN-MONTHLY-DUES.
           MOVE WS-PERIOD TO WS-MO-STR
           PERFORM 8200-MONTH-TO-NUMBER
           IF WS-MO-NUM = ZEROS
               DISPLAY '{"error":"period must be YYYY-MM"}'
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT MEMBER-MASTER
           IF WS-MEMBER-STATUS NOT = '00'
               DISPLAY '{"error":"Cannot open member master: '
                   FUNCTION TRIM(WS-MEMBER-FILE) '"}'
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT BATCH-OUTPUT
           DISPLAY '{"dues_run":['
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ MEMBER-MASTER NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF MM-IS-ACTIVE
                           PERFORM 4100-PROCESS-ONE-MEMBER
                       END-IF
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF
           CLOSE MEMBER-MASTER
           CLOSE BATCH-OUTPUT
           PERFORM 7500-REWRITE-DUES-FILE
           MOVE WS-MEMBER-COUNT TO WS-CNT-D
           MOVE SPACES TO WS-OUT
           STRING
               '],"summary":{"period":"' DELIMITED SIZE
               WS-PERIOD DELIMITED SIZE
               '","members":' DELIMITED SIZE
               FUNCTION TRIM(WS-CNT-D) DELIMITED SIZE
               INTO WS-OUT
           END-STRING
           DISPLAY FUNCTION TRIM(WS-OUT) WITH NO ADVANCING
           MOVE WS-ASSESSED-COUNT TO WS-CNT-D
           MOVE WS-TOTAL-COLLECTED TO WS-TOT-D
           MOVE SPACES TO WS-OUT
           STRING
               ',"months_assessed":' DELIMITED SIZE
               FUNCTION TRIM(WS-CNT-D) DELIMITED SIZE
               ',"total_collected":' DELIMITED SIZE
               FUNCTION TRIM(WS-TOT-D) DELIMITED SIZE
               INTO WS-OUT
           END-STRING
           DISPLAY FUNCTION TRIM(WS-OUT) WITH NO ADVANCING
           MOVE WS-ARREARS-COUNT TO WS-CNT-D
           MOVE WS-TOTAL-ARREARS TO WS-TOT-D
           MOVE SPACES TO WS-OUT
           STRING
               ',"in_arrears":' DELIMITED SIZE
               FUNCTION TRIM(WS-CNT-D) DELIMITED SIZE
               ',"total_arrears":' DELIMITED SIZE
               FUNCTION TRIM(WS-TOT-D) DELIMITED SIZE
               INTO WS-OUT
           END-STRING
           DISPLAY FUNCTION TRIM(WS-OUT) WITH NO ADVANCING
           MOVE WS-NOT-ENROLLED TO WS-CNT-D
           MOVE SPACES TO WS-OUT
           STRING
               ',"not_enrolled":' DELIMITED SIZE
               FUNCTION TRIM(WS-CNT-D) DELIMITED SIZE
               ',"batch_file":"' DELIMITED SIZE
               FUNCTION TRIM(WS-BATCHFILE) DELIMITED SIZE
               '"}}' DELIMITED SIZE
               INTO WS-OUT
           END-STRING
           DISPLAY FUNCTION TRIM(WS-OUT).

       4100-PROCESS-ONE-MEMBER.
           ADD 1 TO WS-MEMBER-COUNT
           MOVE MM-MEMBER-NO TO WS-MEMBER-NO
           PERFORM 4300-FIND-OR-ADD-LEDGER
           IF WS-DL-IDX = ZEROS
               EXIT PARAGRAPH
           END-IF
      * assessment - every month after assessed_thru up to the period
           MOVE ZEROS TO WS-NEW-MONTHS
           MOVE WS-DL-ASSESSED(WS-DL-IDX) TO WS-MO-STR
           PERFORM 8200-MONTH-TO-NUMBER
           MOVE WS-MO-NUM TO WS-MO-FROM-NUM
           MOVE WS-PERIOD TO WS-MO-STR
           PERFORM 8200-MONTH-TO-NUMBER
           IF WS-MO-NUM > WS-MO-FROM-NUM
               COMPUTE WS-NEW-MONTHS = WS-MO-NUM - WS-MO-FROM-NUM
               MOVE WS-PERIOD TO WS-DL-ASSESSED(WS-DL-IDX)
               ADD WS-NEW-MONTHS TO WS-ASSESSED-COUNT
           END-IF
      * collection - Pokok first, then whole Wajib months oldest
      * first while the wallet's spendable balance covers them
           MOVE ZEROS TO WS-POKOK-COLLECT WS-WAJIB-COLLECT
           IF FUNCTION TRIM(WS-DL-WALLET(WS-DL-IDX)) = SPACES
               MOVE 'NOT-ENROLLED' TO WS-ROW-RESULT
               ADD 1 TO WS-NOT-ENROLLED
           ELSE
               PERFORM 4500-READ-WALLET-AVAILABLE
               PERFORM 4400-COLLECT-MEMBER-DUES
           END-IF
           PERFORM 8600-MEMBER-ARREARS
           IF WS-ARREARS-AMT > ZEROS
               ADD 1 TO WS-ARREARS-COUNT
               ADD WS-ARREARS-AMT TO WS-TOTAL-ARREARS
               IF WS-ROW-RESULT NOT = 'NOT-ENROLLED'
                   IF WS-POKOK-COLLECT + WS-WAJIB-COLLECT > ZEROS
                       MOVE 'PARTIAL' TO WS-ROW-RESULT
                   ELSE
                       MOVE 'UNPAID' TO WS-ROW-RESULT
                   END-IF
               END-IF
           ELSE
               MOVE 'PAID' TO WS-ROW-RESULT
           END-IF
           PERFORM 4800-REPORT-ONE-MEMBER.

      * a member first seen is owed from the join month: Wajib from
      * that month on, Pokok at the rate in force on the join date
       4300-FIND-OR-ADD-LEDGER.
           MOVE 1 TO WS-DL-IDX
           PERFORM UNTIL WS-DL-IDX > WS-DL-COUNT OR
                   WS-DL-MEMBER(WS-DL-IDX) = WS-MEMBER-NO
               ADD 1 TO WS-DL-IDX
           END-PERFORM
           IF WS-DL-IDX <= WS-DL-COUNT
               EXIT PARAGRAPH
           END-IF
           IF WS-DL-COUNT >= 20000
               MOVE ZEROS TO WS-DL-IDX
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-DL-COUNT
           MOVE WS-DL-COUNT TO WS-DL-IDX
           MOVE WS-MEMBER-NO TO WS-DL-MEMBER(WS-DL-IDX)
           MOVE SPACES TO WS-DL-WALLET(WS-DL-IDX)
               WS-DL-WAJIB(WS-DL-IDX) WS-DL-POKOK(WS-DL-IDX)
           MOVE 'N' TO WS-DL-POKOK-PD(WS-DL-IDX)
           MOVE 'IDR' TO WS-DL-CURRENCY(WS-DL-IDX)
           MOVE SPACES TO WS-JOIN-MONTH WS-JOIN-DAY
           IF MM-JOIN-DATE IS NUMERIC
               STRING MM-JOIN-DATE(1:4) '-' MM-JOIN-DATE(5:2)
                   DELIMITED SIZE INTO WS-JOIN-MONTH
               END-STRING
               STRING WS-JOIN-MONTH '-' MM-JOIN-DATE(7:2)
                   DELIMITED SIZE INTO WS-JOIN-DAY
               END-STRING
           ELSE
               MOVE WS-PERIOD TO WS-JOIN-MONTH
               STRING WS-PERIOD '-01'
                   DELIMITED SIZE INTO WS-JOIN-DAY
               END-STRING
           END-IF
           MOVE WS-JOIN-MONTH TO WS-MO-STR
           PERFORM 8200-MONTH-TO-NUMBER
           SUBTRACT 1 FROM WS-MO-NUM
           PERFORM 8250-NUMBER-TO-MONTH
           MOVE WS-MO-STR TO WS-DL-PAID-THRU(WS-DL-IDX)
           MOVE WS-MO-STR TO WS-DL-ASSESSED(WS-DL-IDX)
           MOVE 'POKOK' TO WS-RATE-KIND
           MOVE WS-JOIN-DAY TO WS-RATE-AS-OF
           PERFORM 8500-RATE-AS-OF
           MOVE WS-RATE-AMT TO WS-DL-POKOK-AMT(WS-DL-IDX).

       4400-COLLECT-MEMBER-DUES.
           IF WS-DL-POKOK-PD(WS-DL-IDX) NOT = 'Y' AND
                   WS-DL-POKOK-AMT(WS-DL-IDX) <= WS-AVAILABLE
               MOVE WS-DL-POKOK-AMT(WS-DL-IDX) TO WS-POKOK-COLLECT
               SUBTRACT WS-POKOK-COLLECT FROM WS-AVAILABLE
               MOVE 'Y' TO WS-DL-POKOK-PD(WS-DL-IDX)
               IF WS-POKOK-COLLECT > ZEROS
                   MOVE WS-POKOK-COLLECT TO WS-XFER-AMOUNT
                   MOVE WS-DL-POKOK(WS-DL-IDX) TO WS-XFER-TO
                   PERFORM 4600-WRITE-BATCH-LINE
               END-IF
           END-IF
      * the Pokok comes first - no Wajib month is taken while the
      * one-time membership savings are still outstanding
           IF WS-DL-POKOK-PD(WS-DL-IDX) NOT = 'Y'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DL-PAID-THRU(WS-DL-IDX) TO WS-MO-STR
           PERFORM 8200-MONTH-TO-NUMBER
           MOVE WS-MO-NUM TO WS-MO-FROM-NUM
           MOVE WS-DL-ASSESSED(WS-DL-IDX) TO WS-MO-STR
           PERFORM 8200-MONTH-TO-NUMBER
           MOVE WS-MO-NUM TO WS-MO-TO-NUM
           MOVE WS-MO-FROM-NUM TO WS-MO-NUM
           ADD 1 TO WS-MO-NUM
           PERFORM UNTIL WS-MO-NUM > WS-MO-TO-NUM
               PERFORM 8250-NUMBER-TO-MONTH
               MOVE 'WAJIB' TO WS-RATE-KIND
               MOVE WS-MO-FIRST-DAY TO WS-RATE-AS-OF
               PERFORM 8500-RATE-AS-OF
               IF WS-RATE-AMT > WS-AVAILABLE
                   MOVE WS-MO-TO-NUM TO WS-MO-NUM
               ELSE
                   SUBTRACT WS-RATE-AMT FROM WS-AVAILABLE
                   ADD WS-RATE-AMT TO WS-WAJIB-COLLECT
                   MOVE WS-MO-STR TO WS-DL-PAID-THRU(WS-DL-IDX)
               END-IF
               ADD 1 TO WS-MO-NUM
           END-PERFORM
           IF WS-WAJIB-COLLECT > ZEROS
               MOVE WS-WAJIB-COLLECT TO WS-XFER-AMOUNT
               MOVE WS-DL-WAJIB(WS-DL-IDX) TO WS-XFER-TO
               PERFORM 4600-WRITE-BATCH-LINE
           END-IF
           IF WS-POKOK-COLLECT + WS-WAJIB-COLLECT > ZEROS
               ADD 1 TO WS-COLLECT-COUNT
           END-IF.

      * the spendable figure, holds and earmarks out - CFBATCH
      * applies the same check when the generated line posts; a
      * wallet off file or not ACTIVE collects nothing
       4500-READ-WALLET-AVAILABLE.
           MOVE ZEROS TO WS-AVAILABLE
           MOVE SPACES TO WS-ROW-RESULT
           PERFORM 6900-OPEN-MASTER
           IF NOT WS-MASTER-IS-OPEN
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DL-WALLET(WS-DL-IDX) TO AM-ACCT-ID
           READ ACCOUNT-MASTER
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF NOT AM-IS-ACTIVE
               EXIT PARAGRAPH
           END-IF
           MOVE AM-CURRENCY TO WS-DL-CURRENCY(WS-DL-IDX)
           COMPUTE WS-AVAILABLE =
               AM-BALANCE - AM-HOLD-TOTAL - AM-EARMARK-TOTAL
           IF WS-AVAILABLE < ZEROS
               MOVE ZEROS TO WS-AVAILABLE
           END-IF.

      * exactly the TRANSFER line CFBATCH reads, as CFSTAND writes it
       4600-WRITE-BATCH-LINE.
           MOVE WS-XFER-AMOUNT TO WS-AMT-D
           MOVE SPACES TO BATCH-RECORD
           STRING
               'action=TRANSFER account_id=' DELIMITED SIZE
               FUNCTION TRIM(WS-DL-WALLET(WS-DL-IDX)) DELIMITED SIZE
               ' to_account=' DELIMITED SIZE
               FUNCTION TRIM(WS-XFER-TO) DELIMITED SIZE
               ' balance=0.00 to_balance=0.00 amount=' DELIMITED SIZE
               FUNCTION TRIM(WS-AMT-D) DELIMITED SIZE
               ' currency=' DELIMITED SIZE
               FUNCTION TRIM(WS-DL-CURRENCY(WS-DL-IDX))
                   DELIMITED SIZE
               INTO BATCH-RECORD
           END-STRING
           WRITE BATCH-RECORD
           ADD WS-XFER-AMOUNT TO WS-TOTAL-COLLECTED.

       4800-REPORT-ONE-MEMBER.
           IF WS-FIRST-REC = 'N'
               DISPLAY ','
           END-IF
           MOVE WS-NEW-MONTHS TO WS-CNT-D
           MOVE WS-POKOK-COLLECT TO WS-AMT-D
           MOVE WS-WAJIB-COLLECT TO WS-AMT2-D
           MOVE SPACES TO WS-OUT
           STRING
               '{"member":"' DELIMITED SIZE
               FUNCTION TRIM(WS-DL-MEMBER(WS-DL-IDX)) DELIMITED SIZE
               '","months_assessed":' DELIMITED SIZE
               FUNCTION TRIM(WS-CNT-D) DELIMITED SIZE
               ',"pokok_collected":' DELIMITED SIZE
               FUNCTION TRIM(WS-AMT-D) DELIMITED SIZE
               ',"wajib_collected":' DELIMITED SIZE
               FUNCTION TRIM(WS-AMT2-D) DELIMITED SIZE
               INTO WS-OUT
           END-STRING
           DISPLAY FUNCTION TRIM(WS-OUT) WITH NO ADVANCING
           MOVE WS-UNPAID-MONTHS TO WS-CNT-D
           MOVE WS-ARREARS-AMT TO WS-AMT-D
           MOVE SPACES TO WS-OUT
           STRING
               ',"paid_thru":"' DELIMITED SIZE
               FUNCTION TRIM(WS-DL-PAID-THRU(WS-DL-IDX))
                   DELIMITED SIZE
               '","unpaid_months":' DELIMITED SIZE
               FUNCTION TRIM(WS-CNT-D) DELIMITED SIZE
               ',"arrears":' DELIMITED SIZE
               FUNCTION TRIM(WS-AMT-D) DELIMITED SIZE
               ',"result":"' DELIMITED SIZE
               FUNCTION TRIM(WS-ROW-RESULT) DELIMITED SIZE
               '"}' DELIMITED SIZE
               INTO WS-OUT
           END-STRING
           DISPLAY FUNCTION TRIM(WS-OUT)
           MOVE 'N' TO WS-FIRST-REC.

      *----------------------------------------------------------------
      * action=ARREARS - the position as of the last RUN, with the
      * member's name so the list can go straight to the pengurus
      *----------------------------------------------------------------
       5000-ARREARS-REPORT.
           OPEN INPUT MEMBER-MASTER
           IF WS-MEMBER-STATUS = '00'
               MOVE 'Y' TO WS-MEMBER-OPEN-FLAG
           END-IF
           DISPLAY '{"dues_arrears":['
           MOVE 1 TO WS-DL-IDX
           PERFORM UNTIL WS-DL-IDX > WS-DL-COUNT
               PERFORM 8600-MEMBER-ARREARS
               IF WS-UNPAID-MONTHS >= WS-MIN-MONTHS OR
                       (WS-DL-POKOK-PD(WS-DL-IDX) NOT = 'Y' AND
                        WS-DL-POKOK-AMT(WS-DL-IDX) > ZEROS)
                   ADD 1 TO WS-ARREARS-COUNT
                   ADD WS-ARREARS-AMT TO WS-TOTAL-ARREARS
                   PERFORM 5100-REPORT-ONE-ARREARS
               END-IF
               ADD 1 TO WS-DL-IDX
           END-PERFORM
           IF WS-MEMBER-IS-OPEN
               CLOSE MEMBER-MASTER
           END-IF
           MOVE WS-ARREARS-COUNT TO WS-CNT-D
           MOVE WS-TOTAL-ARREARS TO WS-TOT-D
           MOVE SPACES TO WS-OUT
           STRING
               '],"summary":{"in_arrears":' DELIMITED SIZE
               FUNCTION TRIM(WS-CNT-D) DELIMITED SIZE
               ',"total_arrears":' DELIMITED SIZE
               FUNCTION TRIM(WS-TOT-D) DELIMITED SIZE
               '}}' DELIMITED SIZE
               INTO WS-OUT
           END-STRING
           DISPLAY FUNCTION TRIM(WS-OUT).

       5100-REPORT-ONE-ARREARS.
           MOVE SPACES TO WS-MEMBER-NAME
           IF WS-MEMBER-IS-OPEN
               MOVE WS-DL-MEMBER(WS-DL-IDX) TO MM-MEMBER-NO
               READ MEMBER-MASTER
                   INVALID KEY
                       MOVE SPACES TO WS-MEMBER-NAME
                   NOT INVALID KEY
                       MOVE MM-NAME TO WS-MEMBER-NAME
               END-READ
           END-IF
           IF WS-FIRST-REC = 'N'
               DISPLAY ','
           END-IF
           MOVE SPACES TO WS-OUT
           STRING
               '{"member":"' DELIMITED SIZE
               FUNCTION TRIM(WS-DL-MEMBER(WS-DL-IDX)) DELIMITED SIZE
               '","name":"' DELIMITED SIZE
               FUNCTION TRIM(WS-MEMBER-NAME) DELIMITED SIZE
               '","pokok_paid":"' DELIMITED SIZE
               WS-DL-POKOK-PD(WS-DL-IDX) DELIMITED SIZE
               '"' DELIMITED SIZE
               INTO WS-OUT
           END-STRING
           DISPLAY FUNCTION TRIM(WS-OUT) WITH NO ADVANCING
           MOVE WS-UNPAID-MONTHS TO WS-CNT-D
           MOVE WS-ARREARS-AMT TO WS-AMT-D
           MOVE SPACES TO WS-OUT
           STRING
               ',"unpaid_months":' DELIMITED SIZE
               FUNCTION TRIM(WS-CNT-D) DELIMITED SIZE
               ',"oldest_unpaid":"' DELIMITED SIZE
               FUNCTION TRIM(WS-OLDEST-UNPAID) DELIMITED SIZE
               '","arrears":' DELIMITED SIZE
               FUNCTION TRIM(WS-AMT-D) DELIMITED SIZE
               '}' DELIMITED SIZE
               INTO WS-OUT
           END-STRING
           DISPLAY FUNCTION TRIM(WS-OUT)
           MOVE 'N' TO WS-FIRST-REC.

       6900-OPEN-MASTER.
           IF NOT WS-MASTER-IS-OPEN
               OPEN INPUT ACCOUNT-MASTER
               IF WS-MASTER-STATUS = '00'
                   MOVE 'Y' TO WS-MASTER-OPEN-FLAG
               END-IF
           END-IF.

      * the ledger's assessed-to dates are what keep a month from
      * being charged twice - a ledger that cannot be written back
      * stops the run loudly
       7500-REWRITE-DUES-FILE.
           OPEN OUTPUT DUES-FILE
           IF WS-DUES-STATUS NOT = '00'
               DISPLAY '{"error":"Cannot rewrite dues ledger: '
                   FUNCTION TRIM(WS-DUES-FILE) ' - this run''s '
                   'charges are not recorded on it"}'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 1 TO WS-DL-IDX
           PERFORM UNTIL WS-DL-IDX > WS-DL-COUNT
               PERFORM 7600-WRITE-ONE-LEDGER
               ADD 1 TO WS-DL-IDX
           END-PERFORM
           CLOSE DUES-FILE.

       7600-WRITE-ONE-LEDGER.
           MOVE SPACES TO DUES-RECORD
           STRING
               'member=' DELIMITED SIZE
               FUNCTION TRIM(WS-DL-MEMBER(WS-DL-IDX)) DELIMITED SIZE
               ' wallet=' DELIMITED SIZE
               FUNCTION TRIM(WS-DL-WALLET(WS-DL-IDX)) DELIMITED SIZE
               ' wajib_account=' DELIMITED SIZE
               FUNCTION TRIM(WS-DL-WAJIB(WS-DL-IDX)) DELIMITED SIZE
               ' pokok_account=' DELIMITED SIZE
               FUNCTION TRIM(WS-DL-POKOK(WS-DL-IDX)) DELIMITED SIZE
               INTO DUES-RECORD
           END-STRING
           MOVE WS-DL-POKOK-AMT(WS-DL-IDX) TO WS-AMT-D
           MOVE SPACES TO WS-OUT
           STRING
               FUNCTION TRIM(DUES-RECORD) DELIMITED SIZE
               ' pokok_amount=' DELIMITED SIZE
               FUNCTION TRIM(WS-AMT-D) DELIMITED SIZE
               ' pokok_paid=' DELIMITED SIZE
               WS-DL-POKOK-PD(WS-DL-IDX) DELIMITED SIZE
               ' paid_thru=' DELIMITED SIZE
               FUNCTION TRIM(WS-DL-PAID-THRU(WS-DL-IDX))
                   DELIMITED SIZE
               ' assessed_thru=' DELIMITED SIZE
               FUNCTION TRIM(WS-DL-ASSESSED(WS-DL-IDX))
                   DELIMITED SIZE
               ' currency=' DELIMITED SIZE
               FUNCTION TRIM(WS-DL-CURRENCY(WS-DL-IDX))
                   DELIMITED SIZE
               INTO WS-OUT
           END-STRING
           MOVE WS-OUT TO DUES-RECORD
           WRITE DUES-RECORD.
