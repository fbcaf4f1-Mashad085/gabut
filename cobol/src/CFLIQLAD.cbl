      *================================================================*
      * CFLIQLAD.cbl - Liquidity Maturity Ladder                       *
      * The supervisor's quarterly question - can the koperasi meet    *
      * its withdrawals - answered from the masters instead of a       *
      * spreadsheet. Expected cash flows from the as-of date are       *
      * bucketed into six time bands: up to 7 days, 1 month, 3, 6 and  *
      * 12 months, and over 12 months.                                 *
      *   Outflows - OPEN CFTDEP deposits at maturity, principal plus  *
      *     the contracted interest, shown apart for rollover=N and    *
      *     rollover=Y (a rolled deposit is counted at the parameter   *
      *     file's rollover run-off); every ACTIVE or PARKED CFSTAND   *
      *     TRANSFER, stepped by its frequency through the 12 months;  *
      *     and the demand savings on the account master run off by    *
      *     the parameter file's percentage per band                   *
      *   Inflows - the remaining installments of every OPEN CFLOAN    *
      *     loan, monthly from next_due, less the arrears haircut -    *
      *     the provisioning percentage of the collectibility grade    *
      *     CFPROV gives the loan from the same parameter file         *
      * Anything already overdue falls in the first band. Per band the *
      * gap is inflow less outflow, and the cumulative gap is checked  *
      * against the liquidity threshold - the largest cumulative       *
      * shortfall the koperasi's liquid reserve can carry - so a large *
      * deposit cohort maturing ahead of the loan book shows as BREACH *
      * in its band before it matures.                                 *
      * The ladder is in the base currency. An account or deposit in   *
      * any other currency is kept out of the bands - a rupiah gap     *
      * cannot be met with dollars - and reported apart, per currency, *
      * after the summary.                                             *
      * Args (key=value, any order):                                   *
      *   as_of=YYYY-MM-DD   - default the system date file's business *
      *                        date, else today                        *
      *   param_file=<path>  - default CFLIQLAD_PARAMS.DAT:            *
      *       band=<1-6> runoff=<percent of the demand savings         *
      *           withdrawn in the band>, one line for every band      *
      *       rollover_runoff=<percent of a rollover=Y maturity        *
      *           counted as outflow>, default 100                     *
      *       threshold=<amount>, default 0                            *
      *   prov_param_file=<path> - default CFPROV_PARAMS.DAT, the      *
      *       collectibility grades and their percentages              *
      *   td_file=<path>     - default CFTDEP_MASTER.DAT               *
      *   loan_file=<path>   - default CFLOAN_MASTER.DAT               *
      *   si_file=<path>     - default CFSTAND_MASTER.DAT              *
      *   master_file=<path> - default CFWALLET_ACCOUNTS.DAT           *
      *   base=<code>        - default IDR                             *
      *   lots_file=<path>   - default CFWALLET_POINTS_LOTS.DAT; an    *
      *       account with lots on it is a points wallet, not savings  *
      *   system_date_file=<path> - default CFSYSDATE.DAT; its         *
      *       business date stands in for today when no date           *
      *       argument is given                                        *
      * Output stdout: JSON band rows, a summary and the foreign-      *
      * currency balances. RETURN-CODE 8 when a parameter file, the    *
      * account master or the deposit, loan or instruction file cannot *
      * be read, or when the points wallets or the foreign currencies  *
      * outrun their tables - a ladder short of flows is no answer; 4  *
      * when a band breaches the threshold.                            *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CFLIQLAD.

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
           SELECT ITEM-FILE ASSIGN TO DYNAMIC WS-ITEM-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ITEM-STATUS.
           SELECT SYSTEM-DATE-FILE ASSIGN TO DYNAMIC WS-SYSDATE-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SYSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER.
           COPY CF-ACCTMS.

      * one FD for every key=value line file in turn - the two
      * parameter files, points lots, deposits, loans, instructions
       FD  ITEM-FILE.
       01  ITEM-RECORD         PIC X(500).

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
       01  WS-ITEM-FILE        PIC X(200) VALUE SPACES.
       01  WS-ITEM-STATUS      PIC XX VALUE SPACES.
       01  WS-PARAM-FILE       PIC X(200) VALUE 'CFLIQLAD_PARAMS.DAT'.
       01  WS-PROV-FILE        PIC X(200) VALUE 'CFPROV_PARAMS.DAT'.
       01  WS-TD-FILE          PIC X(200) VALUE 'CFTDEP_MASTER.DAT'.
       01  WS-LOAN-FILE        PIC X(200) VALUE 'CFLOAN_MASTER.DAT'.
       01  WS-SI-FILE          PIC X(200) VALUE 'CFSTAND_MASTER.DAT'.
       01  WS-LOTS-FILE        PIC X(200)
                               VALUE 'CFWALLET_POINTS_LOTS.DAT'.
       01  WS-BASE-CURRENCY    PIC X(4) VALUE 'IDR'.

       01  WS-ARG-COUNT        PIC 9(3) VALUE ZEROS.
       01  WS-ARG-IDX          PIC 9(3) VALUE ZEROS.
       01  WS-OPT-ARG          PIC X(200) VALUE SPACES.
       01  WS-FIELD-NAME       PIC X(30) VALUE SPACES.
       01  WS-FIELD-VAL        PIC X(200) VALUE SPACES.
       01  WS-POS              PIC 9(4) VALUE ZEROS.
       01  WS-EOF              PIC X VALUE 'N'.
       01  WS-FIRST-REC        PIC X VALUE 'Y'.
       01  WS-REMAIN           PIC X(500) VALUE SPACES.
       01  WS-TOKEN            PIC X(250) VALUE SPACES.
       01  WS-ITEM-KIND        PIC X VALUE SPACES.
       01  WS-ITEM-OPENED      PIC X VALUE 'N'.

       01  WS-AS-OF            PIC X(10) VALUE SPACES.
       01  WS-CUR-DATE         PIC X(8) VALUE SPACES.
       01  WS-AS-OF-INT        PIC S9(9) COMP VALUE ZEROS.

      * the six time bands - each runs to its end day number, the
      * last one open-ended
       01  WS-BD-IDX           PIC 9 VALUE ZEROS.
       01  WS-BD-HIT           PIC 9 VALUE ZEROS.
       01  WS-BD-TABLE.
           05  WS-BD-ENTRY OCCURS 6 TIMES.
               10  WS-BD-LABEL     PIC X(4).
               10  WS-BD-END-DATE  PIC X(10).
               10  WS-BD-END-INT   PIC S9(9) COMP.
               10  WS-BD-RUNOFF    PIC 9(3)V99.
               10  WS-BD-LOADED    PIC X.
               10  WS-BD-TD-NOROLL PIC 9(15)V99.
               10  WS-BD-TD-ROLL   PIC 9(15)V99.
               10  WS-BD-TD-OUT    PIC 9(15)V99.
               10  WS-BD-SI-OUT    PIC 9(15)V99.
               10  WS-BD-SAV-OUT   PIC 9(15)V99.
               10  WS-BD-OUT-TOTAL PIC 9(15)V99.
               10  WS-BD-LN-DUE    PIC 9(15)V99.
               10  WS-BD-LN-CUT    PIC 9(15)V99.
               10  WS-BD-IN-TOTAL  PIC 9(15)V99.
               10  WS-BD-GAP       PIC S9(15)V99.
               10  WS-BD-CUM-GAP   PIC S9(15)V99.
               10  WS-BD-FLAG      PIC X(6).
       01  WS-ROLL-RUNOFF      PIC 9(3)V99 VALUE 100.
       01  WS-THRESHOLD        PIC 9(15)V99 VALUE ZEROS.
       01  WS-THRESHOLD-NEG    PIC S9(15)V99 VALUE ZEROS.
       01  WS-RUNOFF-TOTAL     PIC 9(5)V99 VALUE ZEROS.
       01  WS-CUM-GAP          PIC S9(15)V99 VALUE ZEROS.
       01  WS-BREACH-COUNT     PIC 9 VALUE ZEROS.
       01  WS-FIRST-BREACH     PIC X(4) VALUE SPACES.

      * the collectibility grades, 1 (Lancar) to 5 (Macet), as CFPROV
      * reads them
       01  WS-GR-IDX           PIC 9 VALUE ZEROS.
       01  WS-GR-TABLE.
           05  WS-GR-ENTRY OCCURS 5 TIMES.
               10  WS-GR-MIN-DPD   PIC 9(5).
               10  WS-GR-PCT       PIC 9(3)V99.
               10  WS-GR-LOADED    PIC X.
       01  WS-IN-GRADE         PIC 9 VALUE ZEROS.
       01  WS-IN-BAND          PIC 9 VALUE ZEROS.
       01  WS-IN-MIN-DPD       PIC 9(5) VALUE ZEROS.
       01  WS-IN-PCT           PIC 9(3)V99 VALUE ZEROS.

      * accounts on the points-lot register - points wallets
       01  WS-PT-COUNT         PIC 9(5) VALUE ZEROS.
       01  WS-PT-IDX           PIC 9(5) VALUE ZEROS.
       01  WS-PT-TRUNC-FLAG    PIC X VALUE 'N'.
           88  WS-PT-IS-TRUNCATED  VALUE 'Y'.
       01  WS-PT-TABLE.
           05  WS-PT-ACCT OCCURS 5000 TIMES PIC X(50).

      * savings and deposits in a currency other than the base, kept
      * out of the bands and totalled per currency
       01  WS-FC-COUNT         PIC 9(3) VALUE ZEROS.
       01  WS-FC-IDX           PIC 9(3) VALUE ZEROS.
       01  WS-FC-TRUNC-FLAG    PIC X VALUE 'N'.
           88  WS-FC-IS-TRUNCATED  VALUE 'Y'.
       01  WS-FC-SEEK          PIC X(4) VALUE SPACES.
       01  WS-FC-TABLE.
           05  WS-FC-ENTRY OCCURS 50 TIMES.
               10  WS-FC-CODE      PIC X(4).
               10  WS-FC-SAV-COUNT PIC 9(7).
               10  WS-FC-SAVINGS   PIC 9(15)V99.
               10  WS-FC-TD-COUNT  PIC 9(7).
               10  WS-FC-TD-FLOW   PIC 9(15)V99.

      * one item line - deposit, loan or instruction
       01  WS-IN-ACCT          PIC X(50) VALUE SPACES.
       01  WS-IN-STATUS        PIC X(10) VALUE SPACES.
       01  WS-IN-PRINCIPAL     PIC 9(13)V99 VALUE ZEROS.
       01  WS-IN-RATE          PIC 9(3)V9(6) VALUE ZEROS.
       01  WS-IN-START         PIC X(10) VALUE SPACES.
       01  WS-IN-MATURITY      PIC X(10) VALUE SPACES.
       01  WS-IN-ROLLOVER      PIC X VALUE SPACES.
       01  WS-IN-BALANCE       PIC 9(13)V99 VALUE ZEROS.
       01  WS-IN-INSTALLMENT   PIC 9(13)V99 VALUE ZEROS.
       01  WS-IN-TERM          PIC 9(3) VALUE ZEROS.
       01  WS-IN-PAID          PIC 9(3) VALUE ZEROS.
       01  WS-IN-NEXT-DUE      PIC X(10) VALUE SPACES.
       01  WS-IN-RESTRUCT      PIC X VALUE SPACES.
       01  WS-IN-ACTION        PIC X(10) VALUE SPACES.
       01  WS-IN-AMOUNT        PIC 9(13)V99 VALUE ZEROS.
       01  WS-IN-FREQ          PIC X(10) VALUE SPACES.
       01  WS-IN-CURRENCY      PIC X(4) VALUE SPACES.

       01  WS-START-INT        PIC S9(9) COMP VALUE ZEROS.
       01  WS-TERM-DAYS        PIC S9(9) COMP VALUE ZEROS.
       01  WS-INTEREST         PIC 9(13)V99 VALUE ZEROS.
       01  WS-FLOW             PIC 9(15)V99 VALUE ZEROS.
       01  WS-HAIRCUT          PIC 9(15)V99 VALUE ZEROS.
       01  WS-DPD              PIC 9(5) VALUE ZEROS.
       01  WS-GRADE            PIC 9 VALUE ZEROS.
       01  WS-LEFT             PIC 9(3) VALUE ZEROS.

       01  WS-DEMAND-SAVINGS   PIC 9(15)V99 VALUE ZEROS.
       01  WS-SAV-COUNT        PIC 9(7) VALUE ZEROS.
       01  WS-TD-COUNT         PIC 9(7) VALUE ZEROS.
       01  WS-LOAN-COUNT       PIC 9(7) VALUE ZEROS.
       01  WS-SI-COUNT         PIC 9(7) VALUE ZEROS.

      * date workpad
       01  WS-DT-STR           PIC X(10) VALUE SPACES.
       01  WS-DT-X8            PIC X(8) VALUE SPACES.
       01  WS-DT-NUM           PIC 9(8) VALUE ZEROS.
       01  WS-DT-INT           PIC S9(9) COMP VALUE ZEROS.
       01  WS-DT-YY            PIC 9(4) VALUE ZEROS.
       01  WS-DT-MM            PIC 9(2) VALUE ZEROS.
       01  WS-DT-DD            PIC 9(2) VALUE ZEROS.
       01  WS-DT-MM-WORK       PIC S9(5) COMP VALUE ZEROS.
       01  WS-ADD-DAYS         PIC 9(3) VALUE ZEROS.
       01  WS-MONTHS           PIC 9(2) VALUE ZEROS.

       01  WS-AMT-D            PIC Z(14)9.99.
       01  WS-GAP-D            PIC -(15)9.99.
       01  WS-PCT-D            PIC ZZ9.99.
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
           IF FUNCTION TRIM(WS-AS-OF) = SPACES
               STRING WS-CUR-DATE(1:4) '-' WS-CUR-DATE(5:2) '-'
                      WS-CUR-DATE(7:2)
                   DELIMITED SIZE INTO WS-AS-OF
               END-STRING
           END-IF
           MOVE WS-AS-OF TO WS-DT-STR
           PERFORM 8200-DATE-TO-DAY-NUMBER
           IF WS-DT-INT = ZEROS
               DISPLAY '{"error":"as_of must be YYYY-MM-DD"}'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-DT-INT TO WS-AS-OF-INT
           INITIALIZE WS-BD-TABLE WS-GR-TABLE WS-FC-TABLE
           PERFORM 1000-SET-BANDS
           PERFORM 1100-LOAD-PARAMETERS
           PERFORM 1300-LOAD-POINTS-WALLETS
           IF WS-PT-IS-TRUNCATED
               DISPLAY '{"error":"Points-lot register spans more than '
                   '5000 accounts: ' FUNCTION TRIM(WS-LOTS-FILE) '"}'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 2000-DEMAND-SAVINGS
           PERFORM 3000-DEPOSIT-MATURITIES
           PERFORM 4000-INSTRUCTION-OUTFLOWS
           PERFORM 5000-LOAN-INFLOWS
           IF WS-FC-IS-TRUNCATED
               DISPLAY '{"error":"Accounts and deposits span more '
                   'than 50 currencies other than '
                   FUNCTION TRIM(WS-BASE-CURRENCY) '"}'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 6000-GAP-LADDER
           PERFORM 9000-SUMMARY
           PERFORM 9100-FOREIGN-CURRENCIES
           IF WS-BREACH-COUNT > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       0050-PARSE-OPTION-ARG.
           MOVE ZERO TO WS-POS
           INSPECT WS-OPT-ARG TALLYING WS-POS FOR CHARACTERS BEFORE '='
           IF WS-POS > 0
               MOVE WS-OPT-ARG(1:WS-POS) TO WS-FIELD-NAME
               MOVE WS-OPT-ARG(WS-POS + 2:) TO WS-FIELD-VAL
               EVALUATE FUNCTION TRIM(WS-FIELD-NAME)
                   WHEN 'as_of'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL) TO WS-AS-OF
                   WHEN 'param_file'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-PARAM-FILE
                   WHEN 'prov_param_file'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-PROV-FILE
                   WHEN 'td_file'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-TD-FILE
                   WHEN 'loan_file'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-LOAN-FILE
                   WHEN 'si_file'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-SI-FILE
                   WHEN 'master_file'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-MASTER-FILE
                   WHEN 'lots_file'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-LOTS-FILE
                   WHEN 'base'
                       MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
                           WS-FIELD-VAL)) TO WS-BASE-CURRENCY
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
      * band ends - 7 calendar days, then 1, 3, 6 and 12 calendar
      * months on from the as-of date, month ends clamped the way
      * CFSTAND steps a MONTHLY instruction
      *----------------------------------------------------------------
       1000-SET-BANDS.
           MOVE '7D'   TO WS-BD-LABEL(1)
           MOVE '1M'   TO WS-BD-LABEL(2)
           MOVE '3M'   TO WS-BD-LABEL(3)
           MOVE '6M'   TO WS-BD-LABEL(4)
           MOVE '12M'  TO WS-BD-LABEL(5)
           MOVE '>12M' TO WS-BD-LABEL(6)
           MOVE WS-AS-OF TO WS-DT-STR
           MOVE 7 TO WS-ADD-DAYS
           PERFORM 8250-ADD-CALENDAR-DAYS
           MOVE WS-DT-STR TO WS-BD-END-DATE(1)
           MOVE WS-DT-INT TO WS-BD-END-INT(1)
           MOVE 2 TO WS-BD-IDX
           PERFORM UNTIL WS-BD-IDX > 5
               EVALUATE WS-BD-IDX
                   WHEN 2  MOVE 1 TO WS-MONTHS
                   WHEN 3  MOVE 3 TO WS-MONTHS
                   WHEN 4  MOVE 6 TO WS-MONTHS
                   WHEN 5  MOVE 12 TO WS-MONTHS
               END-EVALUATE
               MOVE WS-AS-OF TO WS-DT-STR
               PERFORM 8320-ADD-MONTHS
               MOVE WS-DT-STR TO WS-BD-END-DATE(WS-BD-IDX)
               MOVE WS-DT-INT TO WS-BD-END-INT(WS-BD-IDX)
               ADD 1 TO WS-BD-IDX
           END-PERFORM
           MOVE SPACES TO WS-BD-END-DATE(6)
           MOVE 999999999 TO WS-BD-END-INT(6).

      *----------------------------------------------------------------
      * the ladder's own parameters and CFPROV's grades - a band or a
      * grade missing from its file is a hard stop, an outflow must
      * never drop out of the ladder for want of a percentage
      *----------------------------------------------------------------
       1100-LOAD-PARAMETERS.
           MOVE 'Q' TO WS-ITEM-KIND
           MOVE WS-PARAM-FILE TO WS-ITEM-FILE
           PERFORM 7000-READ-ITEM-FILE
           IF WS-ITEM-OPENED NOT = 'Y'
               DISPLAY '{"error":"Cannot open parameter file: '
                   FUNCTION TRIM(WS-PARAM-FILE) '"}'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 1 TO WS-BD-IDX
           PERFORM UNTIL WS-BD-IDX > 6
               IF WS-BD-LOADED(WS-BD-IDX) NOT = 'Y'
                   DISPLAY '{"error":"Parameter file has no run-off '
                       'for band ' WS-BD-IDX '"}'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD WS-BD-RUNOFF(WS-BD-IDX) TO WS-RUNOFF-TOTAL
               ADD 1 TO WS-BD-IDX
           END-PERFORM
           IF WS-RUNOFF-TOTAL > 100
               DISPLAY '{"error":"Band run-offs add up to more than '
                   '100 percent of the demand savings"}'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'G' TO WS-ITEM-KIND
           MOVE WS-PROV-FILE TO WS-ITEM-FILE
           PERFORM 7000-READ-ITEM-FILE
           IF WS-ITEM-OPENED NOT = 'Y'
               DISPLAY '{"error":"Cannot open provisioning parameter '
                   'file: ' FUNCTION TRIM(WS-PROV-FILE) '"}'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 1 TO WS-GR-IDX
           PERFORM UNTIL WS-GR-IDX > 5
               IF WS-GR-LOADED(WS-GR-IDX) NOT = 'Y'
                   DISPLAY '{"error":"Provisioning parameter file has '
                       'no entry for grade ' WS-GR-IDX '"}'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-GR-IDX
           END-PERFORM
           COMPUTE WS-THRESHOLD-NEG = ZEROS - WS-THRESHOLD.

       1150-ONE-PARAMETER-LINE.
           MOVE ZEROS TO WS-IN-BAND WS-IN-PCT
           MOVE FUNCTION TRIM(ITEM-RECORD) TO WS-REMAIN
           PERFORM UNTIL FUNCTION TRIM(WS-REMAIN) = SPACES
               PERFORM 8100-EXTRACT-TOKEN
               IF FUNCTION TRIM(WS-TOKEN) NOT = SPACES
                   PERFORM 1160-PARSE-PARAM-TOKEN
               END-IF
           END-PERFORM
           IF WS-IN-BAND >= 1 AND WS-IN-BAND <= 6
               MOVE WS-IN-PCT TO WS-BD-RUNOFF(WS-IN-BAND)
               MOVE 'Y' TO WS-BD-LOADED(WS-IN-BAND)
           END-IF.

       1160-PARSE-PARAM-TOKEN.
           MOVE ZERO TO WS-POS
           INSPECT WS-TOKEN TALLYING WS-POS FOR CHARACTERS BEFORE '='
           IF WS-POS > 0
               MOVE WS-TOKEN(1:WS-POS) TO WS-FIELD-NAME
               MOVE WS-TOKEN(WS-POS + 2:) TO WS-FIELD-VAL
               EVALUATE FUNCTION TRIM(WS-FIELD-NAME)
                   WHEN 'band'
                       MOVE FUNCTION NUMVAL(WS-FIELD-VAL)
                           TO WS-IN-BAND
                   WHEN 'runoff'
                       MOVE FUNCTION NUMVAL(WS-FIELD-VAL)
                           TO WS-IN-PCT
                   WHEN 'rollover_runoff'
                       MOVE FUNCTION NUMVAL(WS-FIELD-VAL)
                           TO WS-ROLL-RUNOFF
                   WHEN 'threshold'
                       MOVE FUNCTION NUMVAL(WS-FIELD-VAL)
                           TO WS-THRESHOLD
               END-EVALUATE
           END-IF.

       1200-ONE-GRADE-LINE.
           MOVE ZEROS TO WS-IN-GRADE WS-IN-MIN-DPD WS-IN-PCT
           MOVE FUNCTION TRIM(ITEM-RECORD) TO WS-REMAIN
           PERFORM UNTIL FUNCTION TRIM(WS-REMAIN) = SPACES
               PERFORM 8100-EXTRACT-TOKEN
               IF FUNCTION TRIM(WS-TOKEN) NOT = SPACES
                   PERFORM 1210-PARSE-GRADE-TOKEN
               END-IF
           END-PERFORM
           IF WS-IN-GRADE >= 1 AND WS-IN-GRADE <= 5
               MOVE WS-IN-MIN-DPD TO WS-GR-MIN-DPD(WS-IN-GRADE)
               MOVE WS-IN-PCT     TO WS-GR-PCT(WS-IN-GRADE)
               MOVE 'Y'           TO WS-GR-LOADED(WS-IN-GRADE)
           END-IF.

       1210-PARSE-GRADE-TOKEN.
           MOVE ZERO TO WS-POS
           INSPECT WS-TOKEN TALLYING WS-POS FOR CHARACTERS BEFORE '='
           IF WS-POS > 0
               MOVE WS-TOKEN(1:WS-POS) TO WS-FIELD-NAME
               MOVE WS-TOKEN(WS-POS + 2:) TO WS-FIELD-VAL
               EVALUATE FUNCTION TRIM(WS-FIELD-NAME)
                   WHEN 'grade'
                       MOVE FUNCTION NUMVAL(WS-FIELD-VAL)
                           TO WS-IN-GRADE
                   WHEN 'min_dpd'
                       MOVE FUNCTION NUMVAL(WS-FIELD-VAL)
                           TO WS-IN-MIN-DPD
                   WHEN 'pct'
                       MOVE FUNCTION NUMVAL(WS-FIELD-VAL)
                           TO WS-IN-PCT
               END-EVALUATE
           END-IF.

      * an account with lots on CFWALLET's points-lot register holds
      * points, which no member can withdraw as cash
       1300-LOAD-POINTS-WALLETS.
           MOVE 'P' TO WS-ITEM-KIND
           MOVE WS-LOTS-FILE TO WS-ITEM-FILE
           PERFORM 7000-READ-ITEM-FILE.

       1310-ONE-LOT-LINE.
           PERFORM 7100-PARSE-ITEM-LINE
           IF WS-IN-ACCT = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-PT-IDX
           PERFORM UNTIL WS-PT-IDX > WS-PT-COUNT OR
                   WS-PT-ACCT(WS-PT-IDX) = WS-IN-ACCT
               ADD 1 TO WS-PT-IDX
           END-PERFORM
           IF WS-PT-IDX <= WS-PT-COUNT
               EXIT PARAGRAPH
           END-IF
      *    a points wallet dropped here would be run off as savings
           IF WS-PT-COUNT >= 5000
               MOVE 'Y' TO WS-PT-TRUNC-FLAG
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PT-COUNT
           MOVE WS-IN-ACCT TO WS-PT-ACCT(WS-PT-COUNT).

      *----------------------------------------------------------------
      * demand savings - every open account's credit balance, the
      * points wallets left out, run off by band
      *----------------------------------------------------------------
       2000-DEMAND-SAVINGS.
           OPEN INPUT ACCOUNT-MASTER
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY '{"error":"Cannot open account master: '
                   FUNCTION TRIM(WS-MASTER-FILE) '"}'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ ACCOUNT-MASTER NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM 2100-ONE-ACCOUNT
               END-READ
           END-PERFORM
           CLOSE ACCOUNT-MASTER
           MOVE 'N' TO WS-EOF
           MOVE 1 TO WS-BD-IDX
           PERFORM UNTIL WS-BD-IDX > 6
               COMPUTE WS-BD-SAV-OUT(WS-BD-IDX) ROUNDED =
                   WS-DEMAND-SAVINGS * WS-BD-RUNOFF(WS-BD-IDX) / 100
               ADD 1 TO WS-BD-IDX
           END-PERFORM.

       2100-ONE-ACCOUNT.
           IF AM-IS-CLOSED OR AM-BALANCE NOT > ZEROS
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-PT-IDX
           PERFORM UNTIL WS-PT-IDX > WS-PT-COUNT OR
                   WS-PT-ACCT(WS-PT-IDX) = AM-ACCT-ID
               ADD 1 TO WS-PT-IDX
           END-PERFORM
           IF WS-PT-IDX <= WS-PT-COUNT
               EXIT PARAGRAPH
           END-IF
           IF AM-CURRENCY NOT = SPACES AND
                   AM-CURRENCY NOT = WS-BASE-CURRENCY
               MOVE AM-CURRENCY TO WS-FC-SEEK
               PERFORM 8500-FIND-CURRENCY
               IF WS-FC-IDX > ZEROS
                   ADD 1 TO WS-FC-SAV-COUNT(WS-FC-IDX)
                   ADD AM-BALANCE TO WS-FC-SAVINGS(WS-FC-IDX)
               END-IF
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SAV-COUNT
           ADD AM-BALANCE TO WS-DEMAND-SAVINGS.

      *----------------------------------------------------------------
      * every OPEN deposit pays out principal and contracted interest
      * at maturity - in full when it does not roll over, at the
      * rollover run-off when it does
      *----------------------------------------------------------------
       3000-DEPOSIT-MATURITIES.
           MOVE 'T' TO WS-ITEM-KIND
           MOVE WS-TD-FILE TO WS-ITEM-FILE
           PERFORM 7000-READ-ITEM-FILE
           IF WS-ITEM-OPENED NOT = 'Y'
               DISPLAY '{"error":"Cannot open deposit file: '
                   FUNCTION TRIM(WS-TD-FILE) '"}'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 1 TO WS-BD-IDX
           PERFORM UNTIL WS-BD-IDX > 6
               COMPUTE WS-BD-TD-OUT(WS-BD-IDX) ROUNDED =
                   WS-BD-TD-NOROLL(WS-BD-IDX)
                   + WS-BD-TD-ROLL(WS-BD-IDX) * WS-ROLL-RUNOFF / 100
               ADD 1 TO WS-BD-IDX
           END-PERFORM.

      * the interest on CFTDEP's own basis - the table rate over the
      * real term days on 365
       3100-ONE-DEPOSIT.
           PERFORM 7100-PARSE-ITEM-LINE
           IF WS-IN-STATUS NOT = 'OPEN'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-IN-MATURITY TO WS-DT-STR
           PERFORM 8200-DATE-TO-DAY-NUMBER
           IF WS-DT-INT = ZEROS
               EXIT PARAGRAPH
           END-IF
           PERFORM 8400-FIND-BAND
           MOVE WS-DT-INT TO WS-TERM-DAYS
           MOVE WS-IN-START TO WS-DT-STR
           PERFORM 8200-DATE-TO-DAY-NUMBER
           MOVE WS-DT-INT TO WS-START-INT
           MOVE ZEROS TO WS-INTEREST
           IF WS-START-INT > ZEROS AND WS-TERM-DAYS > WS-START-INT
               COMPUTE WS-TERM-DAYS = WS-TERM-DAYS - WS-START-INT
               COMPUTE WS-INTEREST ROUNDED =
                   WS-IN-PRINCIPAL * WS-IN-RATE * WS-TERM-DAYS / 365
           END-IF
           COMPUTE WS-FLOW = WS-IN-PRINCIPAL + WS-INTEREST
           IF WS-IN-CURRENCY NOT = SPACES AND
                   WS-IN-CURRENCY NOT = WS-BASE-CURRENCY
               MOVE WS-IN-CURRENCY TO WS-FC-SEEK
               PERFORM 8500-FIND-CURRENCY
               IF WS-FC-IDX > ZEROS
                   ADD 1 TO WS-FC-TD-COUNT(WS-FC-IDX)
                   ADD WS-FLOW TO WS-FC-TD-FLOW(WS-FC-IDX)
               END-IF
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-TD-COUNT
           IF WS-IN-ROLLOVER = 'Y'
               ADD WS-FLOW TO WS-BD-TD-ROLL(WS-BD-HIT)
           ELSE
               ADD WS-FLOW TO WS-BD-TD-NOROLL(WS-BD-HIT)
           END-IF.

      *----------------------------------------------------------------
      * every ACTIVE or PARKED TRANSFER instruction, stepped through
      * the twelve months by its frequency - a PARKED one still owed
      * falls due now
      *----------------------------------------------------------------
       4000-INSTRUCTION-OUTFLOWS.
           MOVE 'S' TO WS-ITEM-KIND
           MOVE WS-SI-FILE TO WS-ITEM-FILE
           PERFORM 7000-READ-ITEM-FILE
           IF WS-ITEM-OPENED NOT = 'Y'
               DISPLAY '{"error":"Cannot open standing instruction '
                   'file: ' FUNCTION TRIM(WS-SI-FILE) '"}'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       4100-ONE-INSTRUCTION.
           PERFORM 7100-PARSE-ITEM-LINE
           IF WS-IN-ACTION NOT = 'TRANSFER' OR WS-IN-AMOUNT = ZEROS
               EXIT PARAGRAPH
           END-IF
           IF WS-IN-STATUS NOT = 'ACTIVE' AND
                   WS-IN-STATUS NOT = 'PARKED'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-IN-NEXT-DUE TO WS-DT-STR
           PERFORM 8200-DATE-TO-DAY-NUMBER
           IF WS-DT-INT = ZEROS
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SI-COUNT
           PERFORM UNTIL WS-DT-INT = ZEROS OR
                   WS-DT-INT > WS-BD-END-INT(5)
               PERFORM 8400-FIND-BAND
               ADD WS-IN-AMOUNT TO WS-BD-SI-OUT(WS-BD-HIT)
               EVALUATE WS-IN-FREQ
                   WHEN 'DAILY'
                       MOVE 1 TO WS-ADD-DAYS
                       PERFORM 8250-ADD-CALENDAR-DAYS
                   WHEN 'WEEKLY'
                       MOVE 7 TO WS-ADD-DAYS
                       PERFORM 8250-ADD-CALENDAR-DAYS
                   WHEN OTHER
                       PERFORM 8300-ADD-ONE-MONTH
               END-EVALUATE
           END-PERFORM.

      *----------------------------------------------------------------
      * every OPEN loan's remaining installments, monthly from
      * next_due, less the provisioning percentage of the grade the
      * loan's days past due put it in - a restructured loan no
      * better than grade 2, as CFPROV grades it
      *----------------------------------------------------------------
       5000-LOAN-INFLOWS.
           MOVE 'L' TO WS-ITEM-KIND
           MOVE WS-LOAN-FILE TO WS-ITEM-FILE
           PERFORM 7000-READ-ITEM-FILE
           IF WS-ITEM-OPENED NOT = 'Y'
               DISPLAY '{"error":"Cannot open loan file: '
                   FUNCTION TRIM(WS-LOAN-FILE) '"}'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       5100-ONE-LOAN.
           PERFORM 7100-PARSE-ITEM-LINE
           IF WS-IN-STATUS NOT = 'OPEN' OR WS-IN-BALANCE = ZEROS
               EXIT PARAGRAPH
           END-IF
           MOVE WS-IN-NEXT-DUE TO WS-DT-STR
           PERFORM 8200-DATE-TO-DAY-NUMBER
           IF WS-DT-INT = ZEROS
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-LOAN-COUNT
           MOVE ZEROS TO WS-DPD
           IF WS-DT-INT < WS-AS-OF-INT
               COMPUTE WS-DPD = WS-AS-OF-INT - WS-DT-INT
           END-IF
           MOVE 1 TO WS-GRADE
           MOVE 2 TO WS-GR-IDX
           PERFORM UNTIL WS-GR-IDX > 5
               IF WS-DPD >= WS-GR-MIN-DPD(WS-GR-IDX)
                   MOVE WS-GR-IDX TO WS-GRADE
               END-IF
               ADD 1 TO WS-GR-IDX
           END-PERFORM
           IF WS-IN-RESTRUCT = 'Y' AND WS-GRADE < 2
               MOVE 2 TO WS-GRADE
           END-IF
      * no installment on file, or none left on the term - the whole
      * balance is what is still to come in, on next_due
           IF WS-IN-TERM > WS-IN-PAID
               COMPUTE WS-LEFT = WS-IN-TERM - WS-IN-PAID
           ELSE
               MOVE 1 TO WS-LEFT
           END-IF
           IF WS-IN-INSTALLMENT = ZEROS
               MOVE WS-IN-BALANCE TO WS-IN-INSTALLMENT
               MOVE 1 TO WS-LEFT
           END-IF
           PERFORM UNTIL WS-LEFT = ZEROS OR
                   WS-DT-INT > WS-BD-END-INT(5)
               PERFORM 8400-FIND-BAND
               MOVE WS-IN-INSTALLMENT TO WS-FLOW
               PERFORM 5200-ADD-LOAN-INFLOW
               SUBTRACT 1 FROM WS-LEFT
               PERFORM 8300-ADD-ONE-MONTH
           END-PERFORM
      * what falls beyond the twelve months goes in the last band
      * whole, not stepped month by month
           IF WS-LEFT > ZEROS
               MOVE 6 TO WS-BD-HIT
               COMPUTE WS-FLOW = WS-IN-INSTALLMENT * WS-LEFT
               PERFORM 5200-ADD-LOAN-INFLOW
           END-IF.

       5200-ADD-LOAN-INFLOW.
           COMPUTE WS-HAIRCUT ROUNDED =
               WS-FLOW * WS-GR-PCT(WS-GRADE) / 100
           ADD WS-FLOW TO WS-BD-LN-DUE(WS-BD-HIT)
           ADD WS-HAIRCUT TO WS-BD-LN-CUT(WS-BD-HIT).

      *----------------------------------------------------------------
      * per band: the gap, the cumulative gap, and BREACH where the
      * cumulative shortfall is beyond the threshold
      *----------------------------------------------------------------
       6000-GAP-LADDER.
           DISPLAY '{"bands":['
           MOVE ZEROS TO WS-CUM-GAP
           MOVE 1 TO WS-BD-IDX
           PERFORM UNTIL WS-BD-IDX > 6
               COMPUTE WS-BD-OUT-TOTAL(WS-BD-IDX) =
                   WS-BD-TD-OUT(WS-BD-IDX) + WS-BD-SI-OUT(WS-BD-IDX)
                   + WS-BD-SAV-OUT(WS-BD-IDX)
               COMPUTE WS-BD-IN-TOTAL(WS-BD-IDX) =
                   WS-BD-LN-DUE(WS-BD-IDX) - WS-BD-LN-CUT(WS-BD-IDX)
               COMPUTE WS-BD-GAP(WS-BD-IDX) =
                   WS-BD-IN-TOTAL(WS-BD-IDX)
                   - WS-BD-OUT-TOTAL(WS-BD-IDX)
               ADD WS-BD-GAP(WS-BD-IDX) TO WS-CUM-GAP
               MOVE WS-CUM-GAP TO WS-BD-CUM-GAP(WS-BD-IDX)
               IF WS-CUM-GAP < WS-THRESHOLD-NEG
                   MOVE 'BREACH' TO WS-BD-FLAG(WS-BD-IDX)
                   IF WS-BREACH-COUNT = ZEROS
                       MOVE WS-BD-LABEL(WS-BD-IDX) TO WS-FIRST-BREACH
                   END-IF
                   ADD 1 TO WS-BREACH-COUNT
               ELSE
                   MOVE 'OK' TO WS-BD-FLAG(WS-BD-IDX)
               END-IF
               PERFORM 6100-REPORT-ONE-BAND
               ADD 1 TO WS-BD-IDX
           END-PERFORM.

       6100-REPORT-ONE-BAND.
           IF WS-FIRST-REC = 'N'
               DISPLAY ','
           END-IF
           MOVE WS-BD-TD-NOROLL(WS-BD-IDX) TO WS-AMT-D
           MOVE SPACES TO WS-OUT
           STRING
               '{"band":"' DELIMITED SIZE
               FUNCTION TRIM(WS-BD-LABEL(WS-BD-IDX)) DELIMITED SIZE
               '","to":"' DELIMITED SIZE
               FUNCTION TRIM(WS-BD-END-DATE(WS-BD-IDX)) DELIMITED SIZE
               '","td_no_rollover":' DELIMITED SIZE
               FUNCTION TRIM(WS-AMT-D) DELIMITED SIZE
               INTO WS-OUT
           END-STRING
           DISPLAY FUNCTION TRIM(WS-OUT) WITH NO ADVANCING
           MOVE WS-BD-TD-ROLL(WS-BD-IDX) TO WS-AMT-D
           DISPLAY ',"td_rollover":' FUNCTION TRIM(WS-AMT-D)
               WITH NO ADVANCING
           MOVE WS-BD-TD-OUT(WS-BD-IDX) TO WS-AMT-D
           DISPLAY ',"td_outflow":' FUNCTION TRIM(WS-AMT-D)
               WITH NO ADVANCING
           MOVE WS-BD-SI-OUT(WS-BD-IDX) TO WS-AMT-D
           DISPLAY ',"si_outflow":' FUNCTION TRIM(WS-AMT-D)
               WITH NO ADVANCING
           MOVE WS-BD-RUNOFF(WS-BD-IDX) TO WS-PCT-D
           MOVE WS-BD-SAV-OUT(WS-BD-IDX) TO WS-AMT-D
           DISPLAY ',"savings_runoff_pct":' FUNCTION TRIM(WS-PCT-D)
               ',"savings_runoff":' FUNCTION TRIM(WS-AMT-D)
               WITH NO ADVANCING
           MOVE WS-BD-OUT-TOTAL(WS-BD-IDX) TO WS-AMT-D
           DISPLAY ',"outflow":' FUNCTION TRIM(WS-AMT-D)
               WITH NO ADVANCING
           MOVE WS-BD-LN-DUE(WS-BD-IDX) TO WS-AMT-D
           DISPLAY ',"loan_due":' FUNCTION TRIM(WS-AMT-D)
               WITH NO ADVANCING
           MOVE WS-BD-LN-CUT(WS-BD-IDX) TO WS-AMT-D
           DISPLAY ',"arrears_haircut":' FUNCTION TRIM(WS-AMT-D)
               WITH NO ADVANCING
           MOVE WS-BD-IN-TOTAL(WS-BD-IDX) TO WS-AMT-D
           DISPLAY ',"inflow":' FUNCTION TRIM(WS-AMT-D)
               WITH NO ADVANCING
           MOVE WS-BD-GAP(WS-BD-IDX) TO WS-GAP-D
           DISPLAY ',"gap":' FUNCTION TRIM(WS-GAP-D) WITH NO ADVANCING
           MOVE WS-BD-CUM-GAP(WS-BD-IDX) TO WS-GAP-D
           DISPLAY ',"cumulative_gap":' FUNCTION TRIM(WS-GAP-D)
               ',"flag":"' FUNCTION TRIM(WS-BD-FLAG(WS-BD-IDX)) '"}'
           MOVE 'N' TO WS-FIRST-REC.

      *----------------------------------------------------------------
      * one pass of a key=value line file, each line handed to the
      * paragraph for WS-ITEM-KIND; WS-ITEM-OPENED says whether the
      * file was there at all - only the points-lot register may be
      * missing, the rest are a hard stop for the caller
      *----------------------------------------------------------------
       7000-READ-ITEM-FILE.
           MOVE 'N' TO WS-ITEM-OPENED
           OPEN INPUT ITEM-FILE
           IF WS-ITEM-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-ITEM-OPENED
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ ITEM-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM 7050-ONE-ITEM-LINE
               END-READ
           END-PERFORM
           CLOSE ITEM-FILE
           MOVE 'N' TO WS-EOF.

       7050-ONE-ITEM-LINE.
           IF FUNCTION TRIM(ITEM-RECORD) = SPACES
               EXIT PARAGRAPH
           END-IF
           EVALUATE WS-ITEM-KIND
               WHEN 'Q'
                   PERFORM 1150-ONE-PARAMETER-LINE
               WHEN 'G'
                   PERFORM 1200-ONE-GRADE-LINE
               WHEN 'P'
                   PERFORM 1310-ONE-LOT-LINE
               WHEN 'T'
                   PERFORM 3100-ONE-DEPOSIT
               WHEN 'S'
                   PERFORM 4100-ONE-INSTRUCTION
               WHEN 'L'
                   PERFORM 5100-ONE-LOAN
           END-EVALUATE.

       7100-PARSE-ITEM-LINE.
           MOVE SPACES TO WS-IN-ACCT WS-IN-STATUS WS-IN-START
               WS-IN-MATURITY WS-IN-ROLLOVER WS-IN-NEXT-DUE
               WS-IN-RESTRUCT WS-IN-ACTION WS-IN-FREQ WS-IN-CURRENCY
           MOVE ZEROS TO WS-IN-PRINCIPAL WS-IN-RATE WS-IN-BALANCE
               WS-IN-INSTALLMENT WS-IN-TERM WS-IN-PAID WS-IN-AMOUNT
           MOVE FUNCTION TRIM(ITEM-RECORD) TO WS-REMAIN
           PERFORM UNTIL FUNCTION TRIM(WS-REMAIN) = SPACES
               PERFORM 8100-EXTRACT-TOKEN
               IF FUNCTION TRIM(WS-TOKEN) NOT = SPACES
                   PERFORM 7150-PARSE-ITEM-TOKEN
               END-IF
           END-PERFORM.

       7150-PARSE-ITEM-TOKEN.
           MOVE ZERO TO WS-POS
           INSPECT WS-TOKEN TALLYING WS-POS FOR CHARACTERS BEFORE '='
           IF WS-POS > 0
               MOVE WS-TOKEN(1:WS-POS) TO WS-FIELD-NAME
               MOVE WS-TOKEN(WS-POS + 2:) TO WS-FIELD-VAL
               EVALUATE FUNCTION TRIM(WS-FIELD-NAME)
                   WHEN 'account_id'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL) TO WS-IN-ACCT
                   WHEN 'status'
                       MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
                           WS-FIELD-VAL)) TO WS-IN-STATUS
                   WHEN 'principal'
                       MOVE FUNCTION NUMVAL(WS-FIELD-VAL)
                           TO WS-IN-PRINCIPAL
                   WHEN 'rate'
                       MOVE FUNCTION NUMVAL(WS-FIELD-VAL)
                           TO WS-IN-RATE
                   WHEN 'start'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL) TO WS-IN-START
                   WHEN 'maturity'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-IN-MATURITY
                   WHEN 'rollover'
                       MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
                           WS-FIELD-VAL)) TO WS-IN-ROLLOVER
                   WHEN 'balance'
                       MOVE FUNCTION NUMVAL(WS-FIELD-VAL)
                           TO WS-IN-BALANCE
                   WHEN 'installment'
                       MOVE FUNCTION NUMVAL(WS-FIELD-VAL)
                           TO WS-IN-INSTALLMENT
                   WHEN 'term_months'
                       MOVE FUNCTION NUMVAL(WS-FIELD-VAL)
                           TO WS-IN-TERM
                   WHEN 'paid'
                       MOVE FUNCTION NUMVAL(WS-FIELD-VAL)
                           TO WS-IN-PAID
                   WHEN 'next_due'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-IN-NEXT-DUE
                   WHEN 'restructured'
                       MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
                           WS-FIELD-VAL)) TO WS-IN-RESTRUCT
                   WHEN 'si_action'
                       MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
                           WS-FIELD-VAL)) TO WS-IN-ACTION
                   WHEN 'amount'
                       MOVE FUNCTION NUMVAL(WS-FIELD-VAL)
                           TO WS-IN-AMOUNT
                   WHEN 'frequency'
                       MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
                           WS-FIELD-VAL)) TO WS-IN-FREQ
                   WHEN 'currency'
                       MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
                           WS-FIELD-VAL)) TO WS-IN-CURRENCY
               END-EVALUATE
           END-IF.

       8100-EXTRACT-TOKEN.
           MOVE ZERO TO WS-POS
           INSPECT WS-REMAIN TALLYING WS-POS FOR CHARACTERS BEFORE ' '
           IF WS-POS > 0
               MOVE WS-REMAIN(1:WS-POS) TO WS-TOKEN
               IF WS-POS < 499
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

       8250-ADD-CALENDAR-DAYS.
           PERFORM 8200-DATE-TO-DAY-NUMBER
           IF WS-DT-INT > ZEROS
               ADD WS-ADD-DAYS TO WS-DT-INT
               COMPUTE WS-DT-NUM =
                   FUNCTION DATE-OF-INTEGER(WS-DT-INT)
               MOVE SPACES TO WS-DT-STR
               MOVE WS-DT-NUM TO WS-DT-X8
               STRING WS-DT-X8(1:4) '-' WS-DT-X8(5:2) '-'
                      WS-DT-X8(7:2)
                   DELIMITED SIZE INTO WS-DT-STR
               END-STRING
           END-IF.

       8300-ADD-ONE-MONTH.
           MOVE WS-DT-STR(1:4) TO WS-DT-YY
           MOVE WS-DT-STR(6:2) TO WS-DT-MM
           MOVE WS-DT-STR(9:2) TO WS-DT-DD
           COMPUTE WS-DT-MM-WORK = WS-DT-MM + 1
           IF WS-DT-MM-WORK > 12
               SUBTRACT 12 FROM WS-DT-MM-WORK
               ADD 1 TO WS-DT-YY
           END-IF
           MOVE WS-DT-MM-WORK TO WS-DT-MM
           PERFORM 8350-BUILD-CANDIDATE-DATE
           PERFORM UNTIL WS-DT-INT > ZEROS OR WS-DT-DD < 28
               SUBTRACT 1 FROM WS-DT-DD
               PERFORM 8350-BUILD-CANDIDATE-DATE
           END-PERFORM.

      * WS-MONTHS on in one step, so a month end is clamped once
      * and does not drift the way twelve single steps would
       8320-ADD-MONTHS.
           MOVE WS-DT-STR(1:4) TO WS-DT-YY
           MOVE WS-DT-STR(6:2) TO WS-DT-MM
           MOVE WS-DT-STR(9:2) TO WS-DT-DD
           COMPUTE WS-DT-MM-WORK = WS-DT-MM + WS-MONTHS
           PERFORM UNTIL WS-DT-MM-WORK <= 12
               SUBTRACT 12 FROM WS-DT-MM-WORK
               ADD 1 TO WS-DT-YY
           END-PERFORM
           MOVE WS-DT-MM-WORK TO WS-DT-MM
           PERFORM 8350-BUILD-CANDIDATE-DATE
           PERFORM UNTIL WS-DT-INT > ZEROS OR WS-DT-DD < 28
               SUBTRACT 1 FROM WS-DT-DD
               PERFORM 8350-BUILD-CANDIDATE-DATE
           END-PERFORM.

       8350-BUILD-CANDIDATE-DATE.
           MOVE SPACES TO WS-DT-STR
           STRING WS-DT-YY '-' WS-DT-MM '-' WS-DT-DD
               DELIMITED SIZE INTO WS-DT-STR
           END-STRING
           PERFORM 8200-DATE-TO-DAY-NUMBER.

      * the band WS-DT-INT falls in - anything already overdue in
      * the first
       8400-FIND-BAND.
           MOVE 1 TO WS-BD-HIT
           PERFORM UNTIL WS-BD-HIT = 6 OR
                   WS-DT-INT <= WS-BD-END-INT(WS-BD-HIT)
               ADD 1 TO WS-BD-HIT
           END-PERFORM.

      * the slot for WS-FC-SEEK, added when new - WS-FC-IDX zero and
      * the truncation flag set when the table is full
       8500-FIND-CURRENCY.
           MOVE 1 TO WS-FC-IDX
           PERFORM UNTIL WS-FC-IDX > WS-FC-COUNT OR
                   WS-FC-CODE(WS-FC-IDX) = WS-FC-SEEK
               ADD 1 TO WS-FC-IDX
           END-PERFORM
           IF WS-FC-IDX <= WS-FC-COUNT
               EXIT PARAGRAPH
           END-IF
           IF WS-FC-COUNT >= 50
               MOVE 'Y' TO WS-FC-TRUNC-FLAG
               MOVE ZEROS TO WS-FC-IDX
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-FC-COUNT
           MOVE WS-FC-COUNT TO WS-FC-IDX
           MOVE WS-FC-SEEK TO WS-FC-CODE(WS-FC-IDX).

       9000-SUMMARY.
           MOVE WS-DEMAND-SAVINGS TO WS-AMT-D
           MOVE WS-SAV-COUNT TO WS-CNT-D
           MOVE SPACES TO WS-OUT
           STRING
               '],"summary":{"as_of":"' DELIMITED SIZE
               WS-AS-OF DELIMITED SIZE
               '","savings_accounts":' DELIMITED SIZE
               FUNCTION TRIM(WS-CNT-D) DELIMITED SIZE
               ',"demand_savings":' DELIMITED SIZE
               FUNCTION TRIM(WS-AMT-D) DELIMITED SIZE
               INTO WS-OUT
           END-STRING
           DISPLAY FUNCTION TRIM(WS-OUT) WITH NO ADVANCING
           MOVE WS-TD-COUNT TO WS-CNT-D
           DISPLAY ',"deposits":' FUNCTION TRIM(WS-CNT-D)
               WITH NO ADVANCING
           MOVE WS-LOAN-COUNT TO WS-CNT-D
           DISPLAY ',"loans":' FUNCTION TRIM(WS-CNT-D)
               WITH NO ADVANCING
           MOVE WS-SI-COUNT TO WS-CNT-D
           DISPLAY ',"instructions":' FUNCTION TRIM(WS-CNT-D)
               WITH NO ADVANCING
           MOVE WS-ROLL-RUNOFF TO WS-PCT-D
           MOVE WS-THRESHOLD TO WS-AMT-D
           DISPLAY ',"rollover_runoff_pct":' FUNCTION TRIM(WS-PCT-D)
               ',"threshold":' FUNCTION TRIM(WS-AMT-D)
               WITH NO ADVANCING
           MOVE WS-CUM-GAP TO WS-GAP-D
           MOVE WS-BREACH-COUNT TO WS-CNT-D
           DISPLAY ',"cumulative_gap":' FUNCTION TRIM(WS-GAP-D)
               ',"breaches":' FUNCTION TRIM(WS-CNT-D)
               ',"first_breach":"' FUNCTION TRIM(WS-FIRST-BREACH)
               '","base":"' FUNCTION TRIM(WS-BASE-CURRENCY) '"}'
               WITH NO ADVANCING.

      *----------------------------------------------------------------
      * the savings and deposits left out of the ladder, per currency
      * in its own units - deposit_maturities is principal and
      * contracted interest, rollover or not, not banded
      *----------------------------------------------------------------
       9100-FOREIGN-CURRENCIES.
           DISPLAY ',"foreign_currency":[' WITH NO ADVANCING
           MOVE 1 TO WS-FC-IDX
           PERFORM UNTIL WS-FC-IDX > WS-FC-COUNT
               IF WS-FC-IDX > 1
                   DISPLAY ',' WITH NO ADVANCING
               END-IF
               MOVE WS-FC-SAV-COUNT(WS-FC-IDX) TO WS-CNT-D
               MOVE WS-FC-SAVINGS(WS-FC-IDX) TO WS-AMT-D
               MOVE SPACES TO WS-OUT
               STRING
                   '{"currency":"' DELIMITED SIZE
                   FUNCTION TRIM(WS-FC-CODE(WS-FC-IDX)) DELIMITED SIZE
                   '","savings_accounts":' DELIMITED SIZE
                   FUNCTION TRIM(WS-CNT-D) DELIMITED SIZE
                   ',"demand_savings":' DELIMITED SIZE
                   FUNCTION TRIM(WS-AMT-D) DELIMITED SIZE
                   INTO WS-OUT
               END-STRING
               DISPLAY FUNCTION TRIM(WS-OUT) WITH NO ADVANCING
               MOVE WS-FC-TD-COUNT(WS-FC-IDX) TO WS-CNT-D
               MOVE WS-FC-TD-FLOW(WS-FC-IDX) TO WS-AMT-D
               DISPLAY ',"deposits":' FUNCTION TRIM(WS-CNT-D)
                   ',"deposit_maturities":' FUNCTION TRIM(WS-AMT-D)
                   '}' WITH NO ADVANCING
               ADD 1 TO WS-FC-IDX
           END-PERFORM
           DISPLAY ']}'.
