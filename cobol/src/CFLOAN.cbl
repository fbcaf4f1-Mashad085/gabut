      * entry. Loan pricing reads the same central rate_table file     *
      * CFBATCH prices interest from, so a board rate change reaches   *
      * both sides of the balance sheet through one table line.        *
      * A tier whose set CFRATEMNT has end-dated prices no loan after  *
      * the end date.                                                  *
      * Args (key=value, any order):                                   *
      *   action=OPEN     - app_id= loan_id= account_id= amount=       *
      *                     term_months= tier= rate_table= (or rate=N) *
      *                     [business_date=] disburses the principal   *
      *                     into the member's savings/wallet account   *
      *                     and fixes the level monthly installment    *
      *                     from the standard amortization formula.    *
      *                     app_id= must name a CFLNAPP application    *
      *                     RELEASED for this loan_id, account, amount *
      *                     and term, and at its tier (or rate) -      *
      *                     CFLNAPP action=RELEASE writes              *
      *                     exactly this argument line                 *
      *   action=SCHEDULE - loan_id= prints the generated amortization *
      *                     schedule: per installment the due date,    *
      *                     payment, interest and principal portions   *
      *                     and the remaining balance. After a         *
      *                     prepayment or restructure the schedule is  *
      *                     regenerated from that point (the loan      *
      *                     record's sched_from= sched_balance=        *
      *                     sched_term= sched_no= basis), numbering    *
      *                     on from the installments already paid      *
      *   action=PAYOFF   - loan_id= [business_date=] payoff quote as  *
      *                     of the date: the outstanding balance plus  *
      *                     interest accrued since the installment     *
      *                     last paid (balance * rate * days / 365);   *
      *                     a quote only, nothing is posted            *
      *   action=PREPAY   - loan_id= amount= [mode=TERM|INSTALLMENT]   *
      *                     [business_date=] debits the member's       *
      *                     account (LN-PREPAY). An amount at or over  *
      *                     the payoff figure pays the loan off - only *
      *                     the payoff figure is taken (LN-PAYOFF, with*
      *                     its interest= portion). Less than that     *
      *                     needs a loan with no arrears and goes to   *
      *                     principal: mode=TERM (default) keeps the   *
      *                     installment and shortens the term,         *
      *                     mode=INSTALLMENT keeps the term and        *
      *                     recasts a lower installment                *
      *   action=RESTRUCTURE - loan_id= term_months= [business_date=]  *
      *                     a loan in arrears: the interest of the     *
      *                     missed installments is capitalized into    *
      *                     the balance and the loan rescheduled over  *
      *                     term_months= new installments from the     *
      *                     business date; arrears clear and the loan  *
      *                     is flagged restructured=Y for good, which  *
      *                     CFPROV grades no better than grade 2. The  *
      *                     audit entry (LN-RESTRUCTURE, no movement   *
      *                     on the account) carries the capitalized    *
      *                     amount and the new installment and term    *
      *   action=GUARANTEE - loan_id= guarantor_id=<account> amount=   *
      *                     records a guarantor (penjamin) for an OPEN *
      *                     loan, guaranteeing up to amount=, and      *
      *                     places an authorization hold on the        *
      *                     guarantor's account (AM-HOLD-TOTAL) so no  *
      *                     posting program can spend it. The hold is  *
      *                     the guaranteed share of what is still      *
      *                     owed - amount * balance / principal - and  *
      *                     follows the loan down as it amortizes:     *
      *                     every collection, prepayment or restructure*
      *                     resets it and a paid-off loan releases it  *
      *   action=GUARANTORS - [loan_id=] the guarantor register        *
      *   action=CALL-GUARANTEE - loan_id= user_id= [guarantor_id=]    *
      *                     a loan CFPROV graded Macet (grade 5 on the *
      *                     position file) collects from its           *
      *                     guarantors' held funds: each hold is       *
      *                     released and the held amount (never more   *
      *                     than the loan still owes) debited from the *
      *                     guarantor's account to the loan, one       *
      *                     LN-GUAR-CALL audit entry each naming the   *
      *                     borrower and the operator                  *
      *   action=DUE      - business_date= the nightly installment-due *
      *                     pass: every OPEN loan at or past its next  *
      *                     due date collects one installment from the *
      *                     member's account; an account that cannot   *
      *                     cover it is NOT debited - the loan goes    *
      *                     one deeper into arrears and lands on the   *
      *                     arrears position instead; the audit        *
      *                     entry of each installment carries its      *
      *                     interest= portion                          *
      *   action=ARREARS  - the arrears position report: every loan    *
      *                     with missed installments, how many, and    *
      *                     the amount overdue                         *
      *   action=LIST     - every loan record                          *
      *   loan_file=<path>   - default CFLOAN_MASTER.DAT               *
      *   app_file=<path>    - default CFLNAPP_QUEUE.DAT               *
      *   guarantor_file=<p> - default CFLOAN_GUARANTORS.DAT, one      *
      *       loan_id= account_id= guaranteed= held= status=HELD|      *
      *       RELEASED|CALLED collected= line per guarantor            *
      *   position_file=<p>  - the CFPROV position CALL-GUARANTEE      *
      *       checks the grade on, default the last month-end's        *
      *       CFPROV_POS_<YYYYMM before business_date>.DAT             *
      *   master_file=<path> - default CFWALLET_ACCOUNTS.DAT           *
      *   audit_log=<path>   - default CFTRXVAL_AUDIT.LOG              *
      *   system_date_file=<path> - default CFSYSDATE.DAT; its         *
      *       business date stands in for today when no date           *
      *       argument is given                                        *
      * Output stdout: JSON rows plus a summary.                       *
      *================================================================*
       IDENTIFICATION DIVISION.
           SELECT AUDIT-LOG ASSIGN TO DYNAMIC WS-AUDIT-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT CHAIN-HEAD ASSIGN TO DYNAMIC WS-CHAIN-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHAIN-STATUS.
           SELECT APP-FILE ASSIGN TO DYNAMIC WS-APP-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APP-STATUS.
           SELECT GUAR-FILE ASSIGN TO DYNAMIC WS-GUAR-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GUAR-STATUS.
           SELECT POSITION-IN ASSIGN TO DYNAMIC WS-POSITION-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSITION-STATUS.
           SELECT SYSTEM-DATE-FILE ASSIGN TO DYNAMIC WS-SYSDATE-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SYSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-FILE.
       01  LOAN-RECORD         PIC X(500).

       FD  ACCOUNT-MASTER.
           COPY CF-ACCTMS.
       FD  AUDIT-LOG.
       01  AUDIT-RECORD        PIC X(300).

       FD  CHAIN-HEAD.
       01  CHAIN-HEAD-RECORD   PIC X(100).

       FD  APP-FILE.
       01  APP-RECORD          PIC X(500).

       FD  GUAR-FILE.
       01  GUAR-RECORD         PIC X(300).

       FD  POSITION-IN.
       01  POSITION-RECORD     PIC X(300).

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
       01  WS-LOAN-FILE        PIC X(200) VALUE 'CFLOAN_MASTER.DAT'.
       01  WS-LOAN-STATUS      PIC XX VALUE SPACES.
       01  WS-MASTER-FILE      PIC X(200) VALUE 'CFWALLET_ACCOUNTS.DAT'.
       01  WS-RATETBL-STATUS   PIC XX VALUE SPACES.
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
       01  WS-APP-FILE         PIC X(200) VALUE 'CFLNAPP_QUEUE.DAT'.
       01  WS-APP-STATUS       PIC XX VALUE SPACES.
       01  WS-GUAR-FILE        PIC X(200)
                               VALUE 'CFLOAN_GUARANTORS.DAT'.
       01  WS-GUAR-STATUS      PIC XX VALUE SPACES.
       01  WS-POSITION-FILE    PIC X(200) VALUE SPACES.
       01  WS-POSITION-STATUS  PIC XX VALUE SPACES.

       01  WS-ARG-COUNT        PIC 9(3) VALUE ZEROS.
       01  WS-ARG-IDX          PIC 9(3) VALUE ZEROS.
       01  WS-POS              PIC 9(4) VALUE ZEROS.
       01  WS-EOF              PIC X VALUE 'N'.
       01  WS-FIRST-REC        PIC X VALUE 'Y'.
       01  WS-REMAIN           PIC X(500) VALUE SPACES.
       01  WS-TOKEN            PIC X(250) VALUE SPACES.

       01  WS-ACTION           PIC X(16) VALUE SPACES.
       01  WS-LOAN-ID          PIC X(20) VALUE SPACES.
       01  WS-APP-ID           PIC X(20) VALUE SPACES.
       01  WS-PREPAY-MODE      PIC X(12) VALUE 'TERM'.
       01  WS-GUARANTOR-ID     PIC X(50) VALUE SPACES.
       01  WS-USER-ID          PIC X(20) VALUE SPACES.
       01  WS-ACCOUNT-ID       PIC X(50) VALUE SPACES.
       01  WS-AMOUNT           PIC 9(13)V99 VALUE ZEROS.
       01  WS-TERM-MONTHS      PIC 9(3) VALUE ZEROS.
               10  WS-RT-TIER      PIC X(20).
               10  WS-RT-RATE      PIC 9(3)V9(6).
               10  WS-RT-EFFECTIVE PIC X(10).
               10  WS-RT-END       PIC X(10).
       01  WS-RT-IN-TIER       PIC X(20) VALUE SPACES.
       01  WS-RT-IN-RATE       PIC 9(3)V9(6) VALUE ZEROS.
       01  WS-RT-IN-EFFECTIVE  PIC X(10) VALUE SPACES.
       01  WS-RT-IN-END        PIC X(10) VALUE SPACES.
       01  WS-RT-TRUNC-FLAG    PIC X VALUE 'N'.
           88  WS-RT-IS-TRUNCATED  VALUE 'Y'.

               10  WS-LN-ARREARS   PIC 9(3).
               10  WS-LN-STATE     PIC X(8).
               10  WS-LN-CURRENCY  PIC X(4).
               10  WS-LN-RESTRUCT  PIC X.
               10  WS-LN-SCHED-FROM PIC X(10).
               10  WS-LN-SCHED-BAL PIC 9(13)V99.
               10  WS-LN-SCHED-TERM PIC 9(3).
               10  WS-LN-SCHED-NO  PIC 9(3).

       01  WS-IN-LOAN-ID       PIC X(20) VALUE SPACES.
       01  WS-IN-ACCT          PIC X(50) VALUE SPACES.
       01  WS-IN-ARREARS       PIC 9(3) VALUE ZEROS.
       01  WS-IN-STATUS        PIC X(8) VALUE SPACES.
       01  WS-IN-CURRENCY      PIC X(4) VALUE SPACES.
       01  WS-IN-RESTRUCT      PIC X VALUE SPACES.
       01  WS-IN-SCHED-FROM    PIC X(10) VALUE SPACES.
       01  WS-IN-SCHED-BAL     PIC 9(13)V99 VALUE ZEROS.
       01  WS-IN-SCHED-TERM    PIC 9(3) VALUE ZEROS.
       01  WS-IN-SCHED-NO      PIC 9(3) VALUE ZEROS.

      * payoff, prepayment and restructure workpad
       01  WS-PAID-TO          PIC X(10) VALUE SPACES.
       01  WS-PAID-TO-INT      PIC S9(9) COMP VALUE ZEROS.
       01  WS-ACCRUED-DAYS     PIC S9(5) VALUE ZEROS.
       01  WS-ACCRUED-INT      PIC 9(13)V99 VALUE ZEROS.
       01  WS-PAYOFF           PIC 9(13)V99 VALUE ZEROS.
       01  WS-CAPITALIZED      PIC 9(13)V99 VALUE ZEROS.
       01  WS-REMAIN-TERM      PIC 9(3) VALUE ZEROS.
       01  WS-ROW-NO           PIC 9(3) VALUE ZEROS.
       01  WS-AUDIT-EXTRA      PIC X(200) VALUE SPACES.

      * the guarantor register, rewritten whole when a hold moves
       01  WS-GT-COUNT         PIC 9(5) VALUE ZEROS.
       01  WS-GT-IDX           PIC 9(5) VALUE ZEROS.
       01  WS-GT-TRUNC-FLAG    PIC X VALUE 'N'.
           88  WS-GT-IS-TRUNCATED  VALUE 'Y'.
       01  WS-GT-CHANGED-FLAG  PIC X VALUE 'N'.
           88  WS-GT-IS-CHANGED    VALUE 'Y'.
       01  WS-GT-TABLE.
           05  WS-GT-ENTRY OCCURS 5000 TIMES.
               10  WS-GT-LOAN-ID   PIC X(20).
               10  WS-GT-ACCT      PIC X(50).
               10  WS-GT-GUARANTEED PIC 9(13)V99.
               10  WS-GT-HELD      PIC 9(13)V99.
               10  WS-GT-STATE     PIC X(8).
               10  WS-GT-COLLECTED PIC 9(13)V99.
       01  WS-GI-LOAN-ID       PIC X(20) VALUE SPACES.
       01  WS-GI-ACCT          PIC X(50) VALUE SPACES.
       01  WS-GI-GUARANTEED    PIC 9(13)V99 VALUE ZEROS.
       01  WS-GI-HELD          PIC 9(13)V99 VALUE ZEROS.
       01  WS-GI-STATE         PIC X(8) VALUE SPACES.
       01  WS-GI-COLLECTED     PIC 9(13)V99 VALUE ZEROS.
       01  WS-GT-TARGET        PIC 9(13)V99 VALUE ZEROS.
       01  WS-GT-DELTA         PIC S9(13)V99 VALUE ZEROS.
       01  WS-GT-FOUND         PIC 9(5) VALUE ZEROS.
       01  WS-GT-CALLED-COUNT  PIC 9(5) VALUE ZEROS.
       01  WS-GT-TOTAL-CALLED  PIC S9(15)V99 VALUE ZEROS.
       01  WS-PI-LOAN-ID       PIC X(20) VALUE SPACES.
       01  WS-PI-GRADE         PIC 9 VALUE ZEROS.
       01  WS-LOAN-GRADE       PIC 9 VALUE ZEROS.

      * the CFLNAPP application an OPEN is made under
       01  WS-APP-FOUND-FLAG   PIC X VALUE 'N'.
           88  WS-APP-IS-FOUND     VALUE 'Y'.
       01  WS-AI-APP-ID        PIC X(20) VALUE SPACES.
       01  WS-AI-LOAN-ID       PIC X(20) VALUE SPACES.
       01  WS-AI-ACCT          PIC X(50) VALUE SPACES.
       01  WS-AI-AMOUNT        PIC 9(13)V99 VALUE ZEROS.
       01  WS-AI-TERM          PIC 9(3) VALUE ZEROS.
       01  WS-AI-STATUS        PIC X(8) VALUE SPACES.
       01  WS-AI-TIER          PIC X(20) VALUE SPACES.
       01  WS-AI-RATE          PIC 9(3)V9(6) VALUE ZEROS.

      * amortization workpad
       01  WS-MONTHLY-RATE     PIC 9(3)V9(10) VALUE ZEROS.
       01  WS-NEW-BALANCE      PIC S9(13)V99 VALUE ZEROS.
       01  WS-MOVE-AMOUNT      PIC S9(13)V99 VALUE ZEROS.
       01  WS-TXN-TYPE         PIC X(14) VALUE SPACES.
       01  WS-BORROWER-ACCT    PIC X(50) VALUE SPACES.
       01  WS-MASTER-OPEN-FLAG PIC X VALUE 'N'.
           88  WS-MASTER-IS-OPEN   VALUE 'Y'.
       01  WS-POST-OK-FLAG     PIC X VALUE 'N'.
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
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1300-LOAD-GUARANTOR-FILE
           IF WS-GT-IS-TRUNCATED
               DISPLAY '{"error":"Guarantor file larger than 5000 '
                   'records - nothing processed, files left '
                   'untouched"}'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           EVALUATE FUNCTION TRIM(WS-ACTION)
               WHEN 'OPEN'
                   PERFORM 3000-OPEN-LOAN
               WHEN 'SCHEDULE'
                   PERFORM 3500-PRINT-SCHEDULE
               WHEN 'PAYOFF'
                   PERFORM 3700-PAYOFF-QUOTE
               WHEN 'PREPAY'
                   PERFORM 3800-PREPAY-LOAN
               WHEN 'RESTRUCTURE'
                   PERFORM 3900-RESTRUCTURE-LOAN
               WHEN 'GUARANTEE'
                   PERFORM 5500-ADD-GUARANTOR
               WHEN 'GUARANTORS'
                   PERFORM 5700-LIST-GUARANTORS
               WHEN 'CALL-GUARANTEE'
                   PERFORM 5800-CALL-GUARANTEE
               WHEN 'DUE'
                   PERFORM 4000-RUN-INSTALLMENTS-DUE
               WHEN 'ARREARS'
                   PERFORM 2000-LIST-LOANS
               WHEN OTHER
                   DISPLAY '{"error":"Usage: cfloan action=OPEN|'
                       'SCHEDULE|PAYOFF|PREPAY|RESTRUCTURE|DUE|'
                       'ARREARS|LIST|GUARANTEE|GUARANTORS|'
                       'CALL-GUARANTEE [loan_id=] '
                       '[mode=TERM|INSTALLMENT] [guarantor_id=] '
                       '[user_id=] [guarantor_file=] [position_file=] '
                       '[account_id=] [amount=] [term_months=] '
                       '[app_id=] [tier= rate_table=] [rate=] '
                       '[business_date=YYYY-MM-DD] [loan_file=] '
                       '[master_file=] [audit_log=] [app_file=]"}'
           END-EVALUATE
           IF WS-GT-IS-CHANGED
               PERFORM 7700-REWRITE-GUARANTOR-FILE
           END-IF
           IF WS-MASTER-IS-OPEN
               CLOSE ACCOUNT-MASTER
           END-IF
                           WS-FIELD-VAL)) TO WS-ACTION
                   WHEN 'loan_id'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL) TO WS-LOAN-ID
                   WHEN 'app_id'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL) TO WS-APP-ID
                   WHEN 'mode'
                       MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
                           WS-FIELD-VAL)) TO WS-PREPAY-MODE
                   WHEN 'guarantor_id'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-GUARANTOR-ID
                   WHEN 'user_id'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL) TO WS-USER-ID
                   WHEN 'guarantor_file'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-GUAR-FILE
                   WHEN 'position_file'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-POSITION-FILE
                   WHEN 'account_id'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-ACCOUNT-ID
                   WHEN 'audit_log'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-AUDIT-FILE
                   WHEN 'app_file'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-APP-FILE
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
      * rate_table= load and tier lookup, identical effective-dating
      * to CFBATCH so one board decision prices deposits and loans
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-RT-IN-TIER WS-RT-IN-EFFECTIVE
               WS-RT-IN-END
           MOVE ZEROS TO WS-RT-IN-RATE
           MOVE FUNCTION TRIM(RATE-TABLE-RECORD) TO WS-REMAIN
           PERFORM UNTIL FUNCTION TRIM(WS-REMAIN) = SPACES
           ADD 1 TO WS-RT-COUNT
           MOVE WS-RT-IN-TIER      TO WS-RT-TIER(WS-RT-COUNT)
           MOVE WS-RT-IN-RATE      TO WS-RT-RATE(WS-RT-COUNT)
           MOVE WS-RT-IN-EFFECTIVE TO WS-RT-EFFECTIVE(WS-RT-COUNT)
           MOVE WS-RT-IN-END       TO WS-RT-END(WS-RT-COUNT).

       1260-PARSE-RATE-TOKEN.
           MOVE ZERO TO WS-POS
                   WHEN 'effective'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-RT-IN-EFFECTIVE
                   WHEN 'end'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-RT-IN-END
               END-EVALUATE
           END-IF.

               END-IF
               ADD 1 TO WS-RT-IDX
           END-PERFORM
      * a set end-dated on the table (CFRATEMNT END) prices
      * nothing after its end date - the tier is then not found,
      * never priced from a withdrawn rate
           IF WS-RT-BEST > ZEROS
               IF WS-RT-END(WS-RT-BEST) NOT = SPACES AND
                       WS-RT-END(WS-RT-BEST) < WS-RATE-ASOF
                   MOVE ZEROS TO WS-RT-BEST
               END-IF
           END-IF
           IF WS-RT-BEST > ZEROS
               MOVE WS-RT-RATE(WS-RT-BEST) TO WS-RATE
           END-IF.
           END-IF
           MOVE SPACES TO WS-IN-LOAN-ID WS-IN-ACCT WS-IN-START
               WS-IN-NEXT-DUE WS-IN-STATUS WS-IN-CURRENCY
               WS-IN-RESTRUCT WS-IN-SCHED-FROM
           MOVE ZEROS TO WS-IN-PRINCIPAL WS-IN-RATE WS-IN-TERM
               WS-IN-BALANCE WS-IN-INSTALL WS-IN-PAID-CNT
               WS-IN-ARREARS WS-IN-SCHED-BAL WS-IN-SCHED-TERM
               WS-IN-SCHED-NO
           MOVE FUNCTION TRIM(LOAN-RECORD) TO WS-REMAIN
           PERFORM UNTIL FUNCTION TRIM(WS-REMAIN) = SPACES
               PERFORM 8100-EXTRACT-TOKEN
           MOVE WS-IN-PAID-CNT  TO WS-LN-PAID-CNT(WS-LN-COUNT)
           MOVE WS-IN-ARREARS   TO WS-LN-ARREARS(WS-LN-COUNT)
           MOVE WS-IN-STATUS    TO WS-LN-STATE(WS-LN-COUNT)
           MOVE WS-IN-CURRENCY  TO WS-LN-CURRENCY(WS-LN-COUNT)
      * a record written before prepayment and restructuring existed
      * schedules from its own start, principal and term
           IF WS-IN-RESTRUCT NOT = 'Y'
               MOVE 'N' TO WS-IN-RESTRUCT
           END-IF
           IF FUNCTION TRIM(WS-IN-SCHED-FROM) = SPACES
               MOVE WS-IN-START     TO WS-IN-SCHED-FROM
               MOVE WS-IN-PRINCIPAL TO WS-IN-SCHED-BAL
               MOVE WS-IN-TERM      TO WS-IN-SCHED-TERM
               MOVE ZEROS           TO WS-IN-SCHED-NO
           END-IF
           MOVE WS-IN-RESTRUCT   TO WS-LN-RESTRUCT(WS-LN-COUNT)
           MOVE WS-IN-SCHED-FROM TO WS-LN-SCHED-FROM(WS-LN-COUNT)
           MOVE WS-IN-SCHED-BAL  TO WS-LN-SCHED-BAL(WS-LN-COUNT)
           MOVE WS-IN-SCHED-TERM TO WS-LN-SCHED-TERM(WS-LN-COUNT)
           MOVE WS-IN-SCHED-NO   TO WS-LN-SCHED-NO(WS-LN-COUNT).

       1150-PARSE-LOAN-TOKEN.
           MOVE ZERO TO WS-POS
                   WHEN 'currency'
                       MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
                           WS-FIELD-VAL)) TO WS-IN-CURRENCY
                   WHEN 'restructured'
                       MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
                           WS-FIELD-VAL)) TO WS-IN-RESTRUCT
                   WHEN 'sched_from'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-IN-SCHED-FROM
                   WHEN 'sched_balance'
                       MOVE FUNCTION NUMVAL(WS-FIELD-VAL)
                           TO WS-IN-SCHED-BAL
                   WHEN 'sched_term'
                       MOVE FUNCTION NUMVAL(WS-FIELD-VAL)
                           TO WS-IN-SCHED-TERM
                   WHEN 'sched_no'
                       MOVE FUNCTION NUMVAL(WS-FIELD-VAL)
                           TO WS-IN-SCHED-NO
               END-EVALUATE
           END-IF.

      *----------------------------------------------------------------
      * guarantor register load - absent until the first guarantee
      *----------------------------------------------------------------
       1300-LOAD-GUARANTOR-FILE.
           OPEN INPUT GUAR-FILE
           IF WS-GUAR-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ GUAR-FILE INTO GUAR-RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM 1310-LOAD-ONE-GUARANTOR
               END-READ
           END-PERFORM
           CLOSE GUAR-FILE
           MOVE 'N' TO WS-EOF.

       1310-LOAD-ONE-GUARANTOR.
           IF FUNCTION TRIM(GUAR-RECORD) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-GI-LOAN-ID WS-GI-ACCT WS-GI-STATE
           MOVE ZEROS TO WS-GI-GUARANTEED WS-GI-HELD WS-GI-COLLECTED
           MOVE FUNCTION TRIM(GUAR-RECORD) TO WS-REMAIN
           PERFORM UNTIL FUNCTION TRIM(WS-REMAIN) = SPACES
               PERFORM 8100-EXTRACT-TOKEN
               IF FUNCTION TRIM(WS-TOKEN) NOT = SPACES
                   PERFORM 1350-PARSE-GUARANTOR-TOKEN
               END-IF
           END-PERFORM
           IF FUNCTION TRIM(WS-GI-LOAN-ID) = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-GT-COUNT >= 5000
               MOVE 'Y' TO WS-GT-TRUNC-FLAG
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-GT-COUNT
           MOVE WS-GI-LOAN-ID    TO WS-GT-LOAN-ID(WS-GT-COUNT)
           MOVE WS-GI-ACCT       TO WS-GT-ACCT(WS-GT-COUNT)
           MOVE WS-GI-GUARANTEED TO WS-GT-GUARANTEED(WS-GT-COUNT)
           MOVE WS-GI-HELD       TO WS-GT-HELD(WS-GT-COUNT)
           MOVE WS-GI-STATE      TO WS-GT-STATE(WS-GT-COUNT)
           MOVE WS-GI-COLLECTED  TO WS-GT-COLLECTED(WS-GT-COUNT).

       1350-PARSE-GUARANTOR-TOKEN.
           MOVE ZERO TO WS-POS
           INSPECT WS-TOKEN TALLYING WS-POS FOR CHARACTERS BEFORE '='
           IF WS-POS > 0
               MOVE WS-TOKEN(1:WS-POS) TO WS-FIELD-NAME
               MOVE WS-TOKEN(WS-POS + 2:) TO WS-FIELD-VAL
               EVALUATE FUNCTION TRIM(WS-FIELD-NAME)
                   WHEN 'loan_id'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-GI-LOAN-ID
                   WHEN 'account_id'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL) TO WS-GI-ACCT
                   WHEN 'guaranteed'
                       MOVE FUNCTION NUMVAL(WS-FIELD-VAL)
                           TO WS-GI-GUARANTEED
                   WHEN 'held'
                       MOVE FUNCTION NUMVAL(WS-FIELD-VAL)
                           TO WS-GI-HELD
                   WHEN 'status'
                       MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
                           WS-FIELD-VAL)) TO WS-GI-STATE
                   WHEN 'collected'
                       MOVE FUNCTION NUMVAL(WS-FIELD-VAL)
                           TO WS-GI-COLLECTED
               END-EVALUATE
           END-IF.

           INSPECT WS-REMAIN TALLYING WS-POS FOR CHARACTERS BEFORE ' '
           IF WS-POS > 0
               MOVE WS-REMAIN(1:WS-POS) TO WS-TOKEN
               IF WS-POS < 499
                   MOVE WS-REMAIN(WS-POS + 2:) TO WS-REMAIN
                   MOVE FUNCTION TRIM(WS-REMAIN LEADING) TO WS-REMAIN
               ELSE
           END-STRING
           PERFORM 8200-DATE-TO-DAY-NUMBER.

      * one month back - the date interest was last paid up to is
      * the due date before next_due
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

      * interest accrued on the outstanding balance from the date it
      * was last paid up to (never before the loan's start) to the
      * business date, the payoff figure's second half
       8500-ACCRUED-INTEREST.
           MOVE ZEROS TO WS-ACCRUED-DAYS WS-ACCRUED-INT
           MOVE WS-LN-NEXT-DUE(WS-LN-IDX) TO WS-DT-STR
           PERFORM 8360-SUBTRACT-ONE-MONTH
           MOVE WS-DT-STR TO WS-PAID-TO
           IF WS-PAID-TO < WS-LN-START(WS-LN-IDX)
               MOVE WS-LN-START(WS-LN-IDX) TO WS-PAID-TO
           END-IF
           MOVE WS-PAID-TO TO WS-DT-STR
           PERFORM 8200-DATE-TO-DAY-NUMBER
           MOVE WS-DT-INT TO WS-PAID-TO-INT
           MOVE WS-BUSINESS-DATE TO WS-DT-STR
           PERFORM 8200-DATE-TO-DAY-NUMBER
           IF WS-PAID-TO-INT > ZEROS AND WS-DT-INT > WS-PAID-TO-INT
               COMPUTE WS-ACCRUED-DAYS = WS-DT-INT - WS-PAID-TO-INT
               COMPUTE WS-ACCRUED-INT ROUNDED =
                   WS-LN-BALANCE(WS-LN-IDX) * WS-LN-RATE(WS-LN-IDX)
                   * WS-ACCRUED-DAYS / 365
           END-IF
           COMPUTE WS-PAYOFF =
               WS-LN-BALANCE(WS-LN-IDX) + WS-ACCRUED-INT.

       8600-FIND-LOAN.
           MOVE 1 TO WS-LN-IDX
           PERFORM UNTIL WS-LN-IDX > WS-LN-COUNT OR
                   WS-LN-REC-ID(WS-LN-IDX) = WS-LOAN-ID
               ADD 1 TO WS-LN-IDX
           END-PERFORM.

      * the hold a guarantee needs now: the guaranteed amount scaled
      * by the share of the principal still owed, never above the
      * amount guaranteed; nothing once the loan is no longer OPEN
       8700-GUARANTEE-EXPOSURE.
           MOVE ZEROS TO WS-GT-TARGET
           IF WS-LN-STATE(WS-LN-IDX) NOT = 'OPEN' OR
                   WS-LN-BALANCE(WS-LN-IDX) = ZEROS
               EXIT PARAGRAPH
           END-IF
           IF WS-LN-PRINCIPAL(WS-LN-IDX) = ZEROS
               MOVE WS-GI-GUARANTEED TO WS-GT-TARGET
           ELSE
               COMPUTE WS-GT-TARGET ROUNDED =
                   WS-GI-GUARANTEED * WS-LN-BALANCE(WS-LN-IDX)
                   / WS-LN-PRINCIPAL(WS-LN-IDX)
           END-IF
           IF WS-GT-TARGET > WS-GI-GUARANTEED
               MOVE WS-GI-GUARANTEED TO WS-GT-TARGET
           END-IF.

      * the standard level-payment amortization figure: principal *
      * i / (1 - (1+i)^-n) with i the monthly rate - computed once
      * at OPEN and fixed for the life of the loan
                   'loan_id=, account_id=, amount= and term_months="}'
               EXIT PARAGRAPH
           END-IF
           PERFORM 3050-CHECK-APPLICATION
           IF NOT WS-APP-IS-FOUND
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-LN-IDX
           PERFORM UNTIL WS-LN-IDX > WS-LN-COUNT
               IF WS-LN-REC-ID(WS-LN-IDX) = WS-LOAN-ID
           MOVE ZEROS            TO WS-LN-ARREARS(WS-LN-COUNT)
           MOVE 'OPEN'           TO WS-LN-STATE(WS-LN-COUNT)
           MOVE AM-CURRENCY      TO WS-LN-CURRENCY(WS-LN-COUNT)
           MOVE 'N'              TO WS-LN-RESTRUCT(WS-LN-COUNT)
           MOVE WS-BUSINESS-DATE TO WS-LN-SCHED-FROM(WS-LN-COUNT)
           MOVE WS-AMOUNT        TO WS-LN-SCHED-BAL(WS-LN-COUNT)
           MOVE WS-TERM-MONTHS   TO WS-LN-SCHED-TERM(WS-LN-COUNT)
           MOVE ZEROS            TO WS-LN-SCHED-NO(WS-LN-COUNT)
           PERFORM 7500-REWRITE-LOAN-FILE
           MOVE WS-AMOUNT      TO WS-AMT-D
           MOVE WS-INSTALLMENT TO WS-INT-D
           END-STRING
           DISPLAY FUNCTION TRIM(WS-OUT).

      *----------------------------------------------------------------
      * no loan without a credit decision - the OPEN must match an
      * application CFLNAPP has screened, approved and had released
      * by a second operator, figure for figure
      *----------------------------------------------------------------
       3050-CHECK-APPLICATION.
           MOVE 'N' TO WS-APP-FOUND-FLAG
           IF FUNCTION TRIM(WS-APP-ID) = SPACES
               DISPLAY '{"status":"ERROR","message":"OPEN needs '
                   'app_id= - a loan is only opened from a released '
                   'CFLNAPP application"}'
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT APP-FILE
           IF WS-APP-STATUS NOT = '00'
               DISPLAY '{"status":"ERROR","message":"Cannot open '
                   'application file: ' FUNCTION TRIM(WS-APP-FILE)
                   '"}'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ APP-FILE INTO APP-RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM 3060-MATCH-ONE-APPLICATION
               END-READ
           END-PERFORM
           CLOSE APP-FILE
           MOVE 'N' TO WS-EOF
           IF NOT WS-APP-IS-FOUND
               DISPLAY '{"status":"ERROR","message":"app_id not in '
                   'the application queue: ' FUNCTION TRIM(WS-APP-ID)
                   '"}'
               EXIT PARAGRAPH
           END-IF
           IF WS-AI-STATUS NOT = 'RELEASED'
               MOVE 'N' TO WS-APP-FOUND-FLAG
               DISPLAY '{"status":"ERROR","message":"Application is '
                   FUNCTION TRIM(WS-AI-STATUS)
                   ' - only a RELEASED application opens a loan"}'
               EXIT PARAGRAPH
           END-IF
           IF WS-AI-LOAN-ID NOT = WS-LOAN-ID OR
                   WS-AI-ACCT NOT = WS-ACCOUNT-ID OR
                   WS-AI-AMOUNT NOT = WS-AMOUNT OR
                   WS-AI-TERM NOT = WS-TERM-MONTHS
               MOVE 'N' TO WS-APP-FOUND-FLAG
               DISPLAY '{"status":"ERROR","message":"loan_id, '
                   'account_id, amount or term_months differ from '
                   'the released application"}'
               EXIT PARAGRAPH
           END-IF
      * the pricing the committee approved - the same tier when it
      * was priced by tier, else the same fixed rate
           IF FUNCTION TRIM(WS-AI-TIER) NOT = SPACES
               IF WS-TIER NOT = WS-AI-TIER
                   MOVE 'N' TO WS-APP-FOUND-FLAG
                   DISPLAY '{"status":"ERROR","message":"tier= '
                       'differs from the released application (tier '
                       FUNCTION TRIM(WS-AI-TIER) ')"}'
               END-IF
           ELSE
               IF FUNCTION TRIM(WS-TIER) NOT = SPACES OR
                       WS-RATE NOT = WS-AI-RATE
                   MOVE 'N' TO WS-APP-FOUND-FLAG
                   DISPLAY '{"status":"ERROR","message":"rate= '
                       'differs from the released application"}'
               END-IF
           END-IF.

       3060-MATCH-ONE-APPLICATION.
           IF FUNCTION TRIM(APP-RECORD) = SPACES OR WS-APP-IS-FOUND
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-AI-APP-ID WS-AI-LOAN-ID WS-AI-ACCT
               WS-AI-STATUS WS-AI-TIER
           MOVE ZEROS TO WS-AI-AMOUNT WS-AI-TERM WS-AI-RATE
           MOVE FUNCTION TRIM(APP-RECORD) TO WS-REMAIN
           PERFORM UNTIL FUNCTION TRIM(WS-REMAIN) = SPACES
               PERFORM 8100-EXTRACT-TOKEN
               MOVE ZERO TO WS-POS
               INSPECT WS-TOKEN TALLYING WS-POS
                   FOR CHARACTERS BEFORE '='
               IF WS-POS > 0
                   MOVE WS-TOKEN(1:WS-POS) TO WS-FIELD-NAME
                   MOVE WS-TOKEN(WS-POS + 2:) TO WS-FIELD-VAL
                   EVALUATE FUNCTION TRIM(WS-FIELD-NAME)
                       WHEN 'app_id'
                           MOVE FUNCTION TRIM(WS-FIELD-VAL)
                               TO WS-AI-APP-ID
                       WHEN 'loan_id'
                           MOVE FUNCTION TRIM(WS-FIELD-VAL)
                               TO WS-AI-LOAN-ID
                       WHEN 'account_id'
                           MOVE FUNCTION TRIM(WS-FIELD-VAL)
                               TO WS-AI-ACCT
                       WHEN 'amount'
                           MOVE FUNCTION NUMVAL(WS-FIELD-VAL)
                               TO WS-AI-AMOUNT
                       WHEN 'term_months'
                           MOVE FUNCTION NUMVAL(WS-FIELD-VAL)
                               TO WS-AI-TERM
                       WHEN 'tier'
                           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
                               WS-FIELD-VAL)) TO WS-AI-TIER
                       WHEN 'rate'
                           MOVE FUNCTION NUMVAL(WS-FIELD-VAL)
                               TO WS-AI-RATE
                       WHEN 'status'
                           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
                               WS-FIELD-VAL)) TO WS-AI-STATUS
                   END-EVALUATE
               END-IF
           END-PERFORM
           IF WS-AI-APP-ID = WS-APP-ID
               MOVE 'Y' TO WS-APP-FOUND-FLAG
           END-IF.

      *----------------------------------------------------------------
      * action=SCHEDULE - the amortization schedule regenerated from
      * the loan's own fixed figures, so the printout always matches
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-MONTHLY-RATE = WS-LN-RATE(WS-LN-IDX) / 12
           MOVE WS-LN-SCHED-BAL(WS-LN-IDX) TO WS-RUN-BALANCE
           MOVE WS-LN-SCHED-FROM(WS-LN-IDX) TO WS-DT-STR
           DISPLAY '{"schedule":['
           MOVE 1 TO WS-SCHED-IDX
           PERFORM UNTIL WS-SCHED-IDX > WS-LN-SCHED-TERM(WS-LN-IDX)
               PERFORM 3600-SCHEDULE-ONE-ROW
               ADD 1 TO WS-SCHED-IDX
           END-PERFORM
               FUNCTION TRIM(WS-LOAN-ID) DELIMITED SIZE
               '","installments":' DELIMITED SIZE
               FUNCTION TRIM(WS-CNT-D) DELIMITED SIZE
               INTO WS-OUT
           END-STRING
           DISPLAY FUNCTION TRIM(WS-OUT) WITH NO ADVANCING
           MOVE WS-LN-SCHED-NO(WS-LN-IDX) TO WS-CNT-D
           MOVE SPACES TO WS-OUT
           STRING
               ',"regenerated_after":' DELIMITED SIZE
               FUNCTION TRIM(WS-CNT-D) DELIMITED SIZE
               ',"restructured":"' DELIMITED SIZE
               WS-LN-RESTRUCT(WS-LN-IDX) DELIMITED SIZE
               '"}}' DELIMITED SIZE
               INTO WS-OUT
           END-STRING
           DISPLAY FUNCTION TRIM(WS-OUT).
           PERFORM 8300-ADD-MONTHS
           COMPUTE WS-INT-PORTION ROUNDED =
               WS-RUN-BALANCE * WS-MONTHLY-RATE
           IF WS-SCHED-IDX = WS-LN-SCHED-TERM(WS-LN-IDX)
      * the last installment clears whatever is left so rounding
      * never strands a few rupiah on a "paid" loan
               COMPUTE WS-PAY-THIS = WS-RUN-BALANCE + WS-INT-PORTION
               END-IF
           END-IF
           SUBTRACT WS-PRIN-PORTION FROM WS-RUN-BALANCE
           COMPUTE WS-ROW-NO = WS-SCHED-IDX + WS-LN-SCHED-NO(WS-LN-IDX)
           MOVE WS-ROW-NO      TO WS-CNT-D
           MOVE WS-PAY-THIS    TO WS-AMT-D
           MOVE WS-INT-PORTION TO WS-INT-D
           MOVE WS-PRIN-PORTION TO WS-PRIN-D
           MOVE 'N' TO WS-FIRST-REC.

      *----------------------------------------------------------------
      * action=PAYOFF - what it takes to close the loan today; a
      * quote, nothing posted
      *----------------------------------------------------------------
       3700-PAYOFF-QUOTE.
           PERFORM 8600-FIND-LOAN
           IF FUNCTION TRIM(WS-LOAN-ID) = SPACES OR
                   WS-LN-IDX > WS-LN-COUNT
               DISPLAY '{"status":"ERROR","message":"PAYOFF needs '
                   'the loan_id= of a loan on file"}'
               EXIT PARAGRAPH
           END-IF
           IF WS-LN-STATE(WS-LN-IDX) NOT = 'OPEN'
               DISPLAY '{"status":"ERROR","message":"Loan is '
                   FUNCTION TRIM(WS-LN-STATE(WS-LN-IDX)) '"}'
               EXIT PARAGRAPH
           END-IF
           PERFORM 8500-ACCRUED-INTEREST
           PERFORM 4150-COUNT-MISSED-INSTALLMENTS
           MOVE WS-LN-BALANCE(WS-LN-IDX) TO WS-AMT-D
           MOVE WS-ACCRUED-INT TO WS-INT-D
           MOVE WS-PAYOFF TO WS-PRIN-D
           MOVE SPACES TO WS-OUT
           STRING
               '{"status":"OK","loan_id":"' DELIMITED SIZE
               FUNCTION TRIM(WS-LOAN-ID) DELIMITED SIZE
               '","as_of":"' DELIMITED SIZE
               FUNCTION TRIM(WS-BUSINESS-DATE) DELIMITED SIZE
               '","balance":' DELIMITED SIZE
               FUNCTION TRIM(WS-AMT-D) DELIMITED SIZE
               ',"interest_from":"' DELIMITED SIZE
               FUNCTION TRIM(WS-PAID-TO) DELIMITED SIZE
               '","accrued_interest":' DELIMITED SIZE
               FUNCTION TRIM(WS-INT-D) DELIMITED SIZE
               INTO WS-OUT
           END-STRING
           DISPLAY FUNCTION TRIM(WS-OUT) WITH NO ADVANCING
           MOVE WS-ACCRUED-DAYS TO WS-CNT-D
           MOVE SPACES TO WS-OUT
           STRING
               ',"days":' DELIMITED SIZE
               FUNCTION TRIM(WS-CNT-D) DELIMITED SIZE
               INTO WS-OUT
           END-STRING
           DISPLAY FUNCTION TRIM(WS-OUT) WITH NO ADVANCING
           MOVE WS-MISSED-COUNT TO WS-CNT-D
           MOVE SPACES TO WS-OUT
           STRING
               ',"missed":' DELIMITED SIZE
               FUNCTION TRIM(WS-CNT-D) DELIMITED SIZE
               ',"payoff":' DELIMITED SIZE
               FUNCTION TRIM(WS-PRIN-D) DELIMITED SIZE
               '}' DELIMITED SIZE
               INTO WS-OUT
           END-STRING
           DISPLAY FUNCTION TRIM(WS-OUT).

      *----------------------------------------------------------------
      * action=PREPAY - a lump sum from the member's account: the
      * whole payoff closes the loan, anything less goes to principal
      * and the schedule is regenerated from the installment last paid
      *----------------------------------------------------------------
       3800-PREPAY-LOAN.
           PERFORM 8600-FIND-LOAN
           IF FUNCTION TRIM(WS-LOAN-ID) = SPACES OR
                   WS-LN-IDX > WS-LN-COUNT OR WS-AMOUNT <= ZEROS
               DISPLAY '{"status":"ERROR","message":"PREPAY needs '
                   'the loan_id= of a loan on file and amount="}'
               EXIT PARAGRAPH
           END-IF
           IF WS-LN-STATE(WS-LN-IDX) NOT = 'OPEN'
               DISPLAY '{"status":"ERROR","message":"Loan is '
                   FUNCTION TRIM(WS-LN-STATE(WS-LN-IDX)) '"}'
               EXIT PARAGRAPH
           END-IF
           IF WS-PREPAY-MODE NOT = 'TERM' AND
                   WS-PREPAY-MODE NOT = 'INSTALLMENT'
               DISPLAY '{"status":"ERROR","message":"mode must be '
                   'TERM or INSTALLMENT"}'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LN-ACCT(WS-LN-IDX) TO WS-ACCOUNT-ID
           PERFORM 8500-ACCRUED-INTEREST
           IF WS-AMOUNT >= WS-PAYOFF
               PERFORM 3850-PAY-OFF-LOAN
               EXIT PARAGRAPH
           END-IF
           PERFORM 4150-COUNT-MISSED-INSTALLMENTS
           IF WS-MISSED-COUNT > ZEROS
               DISPLAY '{"status":"ERROR","message":"Loan has missed '
                   'installments - a part prepayment needs a loan '
                   'that is current; restructure it or pay it off"}'
               EXIT PARAGRAPH
           END-IF
           IF WS-AMOUNT >= WS-LN-BALANCE(WS-LN-IDX)
               DISPLAY '{"status":"ERROR","message":"amount clears '
                   'the principal but not the accrued interest - '
                   'pay the PAYOFF figure to close the loan"}'
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-REMAIN-TERM =
               WS-LN-TERM(WS-LN-IDX) - WS-LN-PAID-CNT(WS-LN-IDX)
           IF WS-REMAIN-TERM = ZEROS
               MOVE 1 TO WS-REMAIN-TERM
           END-IF
      * the loan is recast in the table first so the audit entry
      * carries the new terms - nothing is rewritten if the debit
      * is refused
           MOVE WS-AMOUNT TO WS-MOVE-AMOUNT
           SUBTRACT WS-AMOUNT FROM WS-LN-BALANCE(WS-LN-IDX)
           COMPUTE WS-MONTHLY-RATE = WS-LN-RATE(WS-LN-IDX) / 12
           IF WS-PREPAY-MODE = 'INSTALLMENT'
      * same number of installments left, a smaller level payment
               MOVE WS-LN-BALANCE(WS-LN-IDX) TO WS-AMOUNT
               MOVE WS-REMAIN-TERM TO WS-TERM-MONTHS
               MOVE WS-LN-RATE(WS-LN-IDX) TO WS-RATE
               PERFORM 8400-CALC-INSTALLMENT
               MOVE WS-INSTALLMENT TO WS-LN-INSTALL(WS-LN-IDX)
           ELSE
      * same payment, as many installments as it now takes
               MOVE WS-LN-BALANCE(WS-LN-IDX) TO WS-RUN-BALANCE
               MOVE ZEROS TO WS-REMAIN-TERM
               PERFORM UNTIL WS-RUN-BALANCE = ZEROS OR
                       WS-REMAIN-TERM >= 999
                   ADD 1 TO WS-REMAIN-TERM
                   COMPUTE WS-INT-PORTION ROUNDED =
                       WS-RUN-BALANCE * WS-MONTHLY-RATE
                   COMPUTE WS-PRIN-PORTION =
                       WS-LN-INSTALL(WS-LN-IDX) - WS-INT-PORTION
                   IF WS-PRIN-PORTION >= WS-RUN-BALANCE
                       MOVE ZEROS TO WS-RUN-BALANCE
                   ELSE
                       SUBTRACT WS-PRIN-PORTION FROM WS-RUN-BALANCE
                   END-IF
               END-PERFORM
               COMPUTE WS-LN-TERM(WS-LN-IDX) =
                   WS-LN-PAID-CNT(WS-LN-IDX) + WS-REMAIN-TERM
           END-IF
           PERFORM 3950-REBASE-SCHEDULE
           MOVE 'LN-PREPAY' TO WS-TXN-TYPE
           MOVE SPACES TO WS-AUDIT-EXTRA
           STRING 'mode=' FUNCTION TRIM(WS-PREPAY-MODE)
               DELIMITED SIZE INTO WS-AUDIT-EXTRA
           END-STRING
           PERFORM 6000-DEBIT-MEMBER-ACCOUNT
           IF NOT WS-POST-IS-OK
               DISPLAY '{"status":"ERROR","message":"Account '
                   FUNCTION TRIM(WS-ACCOUNT-ID) ' is not ACTIVE or '
                   'cannot cover the prepayment from its spendable '
                   'balance"}'
               EXIT PARAGRAPH
           END-IF
           PERFORM 6800-ADJUST-GUARANTEES
           PERFORM 7500-REWRITE-LOAN-FILE
           PERFORM 3960-REPORT-NEW-TERMS.

       3850-PAY-OFF-LOAN.
           MOVE WS-PAYOFF TO WS-MOVE-AMOUNT
           MOVE WS-ACCRUED-INT TO WS-INT-PORTION
           MOVE 'LN-PAYOFF' TO WS-TXN-TYPE
           MOVE SPACES TO WS-AUDIT-EXTRA
           PERFORM 6000-DEBIT-MEMBER-ACCOUNT
           IF NOT WS-POST-IS-OK
               DISPLAY '{"status":"ERROR","message":"Account '
                   FUNCTION TRIM(WS-ACCOUNT-ID) ' is not ACTIVE or '
                   'cannot cover the payoff from its spendable '
                   'balance"}'
               EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO WS-LN-BALANCE(WS-LN-IDX)
           MOVE ZEROS TO WS-LN-ARREARS(WS-LN-IDX)
           MOVE 'PAID' TO WS-LN-STATE(WS-LN-IDX)
           PERFORM 6800-ADJUST-GUARANTEES
           PERFORM 7500-REWRITE-LOAN-FILE
           MOVE WS-PAYOFF TO WS-AMT-D
           MOVE WS-ACCRUED-INT TO WS-INT-D
           MOVE SPACES TO WS-OUT
           STRING
               '{"status":"OK","loan_id":"' DELIMITED SIZE
               FUNCTION TRIM(WS-LOAN-ID) DELIMITED SIZE
               '","paid_off":' DELIMITED SIZE
               FUNCTION TRIM(WS-AMT-D) DELIMITED SIZE
               ',"interest":' DELIMITED SIZE
               FUNCTION TRIM(WS-INT-D) DELIMITED SIZE
               ',"loan_status":"PAID"}' DELIMITED SIZE
               INTO WS-OUT
           END-STRING
           DISPLAY FUNCTION TRIM(WS-OUT).

      *----------------------------------------------------------------
      * action=RESTRUCTURE - a loan in arrears: the missed
      * installments' interest joins the balance and the loan starts
      * a fresh schedule from the business date
      *----------------------------------------------------------------
       3900-RESTRUCTURE-LOAN.
           MOVE WS-TERM-MONTHS TO WS-REMAIN-TERM
           PERFORM 8600-FIND-LOAN
           IF FUNCTION TRIM(WS-LOAN-ID) = SPACES OR
                   WS-LN-IDX > WS-LN-COUNT OR WS-REMAIN-TERM = ZEROS
               DISPLAY '{"status":"ERROR","message":"RESTRUCTURE '
                   'needs the loan_id= of a loan on file and the new '
                   'term_months="}'
               EXIT PARAGRAPH
           END-IF
           IF WS-LN-STATE(WS-LN-IDX) NOT = 'OPEN'
               DISPLAY '{"status":"ERROR","message":"Loan is '
                   FUNCTION TRIM(WS-LN-STATE(WS-LN-IDX)) '"}'
               EXIT PARAGRAPH
           END-IF
           PERFORM 4150-COUNT-MISSED-INSTALLMENTS
           IF WS-MISSED-COUNT = ZEROS
               DISPLAY '{"status":"ERROR","message":"Loan is not in '
                   'arrears - use PREPAY to change a current loan"}'
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-MONTHLY-RATE = WS-LN-RATE(WS-LN-IDX) / 12
           COMPUTE WS-CAPITALIZED ROUNDED =
               WS-LN-BALANCE(WS-LN-IDX) * WS-MONTHLY-RATE
               * WS-MISSED-COUNT
           ADD WS-CAPITALIZED TO WS-LN-BALANCE(WS-LN-IDX)
           MOVE WS-LN-BALANCE(WS-LN-IDX) TO WS-AMOUNT
           MOVE WS-REMAIN-TERM TO WS-TERM-MONTHS
           MOVE WS-LN-RATE(WS-LN-IDX) TO WS-RATE
           PERFORM 8400-CALC-INSTALLMENT
           MOVE WS-INSTALLMENT TO WS-LN-INSTALL(WS-LN-IDX)
           COMPUTE WS-LN-TERM(WS-LN-IDX) =
               WS-LN-PAID-CNT(WS-LN-IDX) + WS-REMAIN-TERM
           MOVE WS-BUSINESS-DATE TO WS-PAID-TO
           MOVE WS-BUSINESS-DATE TO WS-DT-STR
           MOVE 1 TO WS-ADD-MONTHS
           PERFORM 8300-ADD-MONTHS
           MOVE WS-DT-STR TO WS-LN-NEXT-DUE(WS-LN-IDX)
           MOVE ZEROS TO WS-LN-ARREARS(WS-LN-IDX)
           MOVE 'Y' TO WS-LN-RESTRUCT(WS-LN-IDX)
           PERFORM 3950-REBASE-SCHEDULE
      * no money moves - the entry puts the change on the member's
      * statement at the account's unchanged balance
           MOVE WS-LN-ACCT(WS-LN-IDX) TO WS-ACCOUNT-ID
           MOVE WS-CAPITALIZED TO WS-MOVE-AMOUNT
           MOVE 'LN-RESTRUCTURE' TO WS-TXN-TYPE
           MOVE WS-MISSED-COUNT TO WS-CNT-D
           MOVE SPACES TO WS-AUDIT-EXTRA
           STRING 'missed=' FUNCTION TRIM(WS-CNT-D)
               DELIMITED SIZE INTO WS-AUDIT-EXTRA
           END-STRING
           PERFORM 6700-NOTE-ON-ACCOUNT
           PERFORM 6800-ADJUST-GUARANTEES
           PERFORM 7500-REWRITE-LOAN-FILE
           PERFORM 3960-REPORT-NEW-TERMS.

      * the regenerated schedule starts from the date interest is
      * paid up to, at the new balance, numbering on from the
      * installments already paid
       3950-REBASE-SCHEDULE.
           MOVE WS-PAID-TO TO WS-LN-SCHED-FROM(WS-LN-IDX)
           MOVE WS-LN-BALANCE(WS-LN-IDX) TO WS-LN-SCHED-BAL(WS-LN-IDX)
           COMPUTE WS-LN-SCHED-TERM(WS-LN-IDX) =
               WS-LN-TERM(WS-LN-IDX) - WS-LN-PAID-CNT(WS-LN-IDX)
           MOVE WS-LN-PAID-CNT(WS-LN-IDX) TO WS-LN-SCHED-NO(WS-LN-IDX).

       3960-REPORT-NEW-TERMS.
           MOVE WS-LN-BALANCE(WS-LN-IDX) TO WS-AMT-D
           MOVE WS-LN-INSTALL(WS-LN-IDX) TO WS-INT-D
           MOVE WS-LN-SCHED-TERM(WS-LN-IDX) TO WS-TERM-D
           MOVE SPACES TO WS-OUT
           STRING
               '{"status":"OK","loan_id":"' DELIMITED SIZE
               FUNCTION TRIM(WS-LOAN-ID) DELIMITED SIZE
               '","action":"' DELIMITED SIZE
               FUNCTION TRIM(WS-ACTION) DELIMITED SIZE
               '","loan_balance":' DELIMITED SIZE
               FUNCTION TRIM(WS-AMT-D) DELIMITED SIZE
               ',"installment":' DELIMITED SIZE
               FUNCTION TRIM(WS-INT-D) DELIMITED SIZE
               ',"installments_left":' DELIMITED SIZE
               FUNCTION TRIM(WS-TERM-D) DELIMITED SIZE
               INTO WS-OUT
           END-STRING
           DISPLAY FUNCTION TRIM(WS-OUT) WITH NO ADVANCING
           MOVE SPACES TO WS-OUT
           STRING
               ',"next_due":"' DELIMITED SIZE
               FUNCTION TRIM(WS-LN-NEXT-DUE(WS-LN-IDX)) DELIMITED SIZE
               '","restructured":"' DELIMITED SIZE
               WS-LN-RESTRUCT(WS-LN-IDX) DELIMITED SIZE
               '"}' DELIMITED SIZE
               INTO WS-OUT
           END-STRING
           DISPLAY FUNCTION TRIM(WS-OUT).

      *----------------------------------------------------------------
      * action=DUE - the nightly collection pass; a loan that cannot
      * be covered is left untouched in the master and reported as
      * arrears, never part-collected into an overdrawn wallet
      *----------------------------------------------------------------
       4000-RUN-INSTALLMENTS-DUE.
           DISPLAY '{"collections":['
           MOVE 1 TO WS-LN-IDX
           PERFORM UNTIL WS-LN-IDX > WS-LN-COUNT
               IF WS-LN-STATE(WS-LN-IDX) = 'OPEN' AND
                       WS-LN-NEXT-DUE(WS-LN-IDX) <= WS-BUSINESS-DATE
                   ADD 1 TO WS-DUE-COUNT
                   PERFORM 4100-COLLECT-ONE-INSTALLMENT
               END-IF
               ADD 1 TO WS-LN-IDX
           END-PERFORM
           PERFORM 7500-REWRITE-LOAN-FILE
           MOVE WS-DUE-COUNT TO WS-CNT-D
           MOVE SPACES TO WS-OUT
           STRING
               '],"summary":{"due":' DELIMITED SIZE
               FUNCTION TRIM(WS-CNT-D) DELIMITED SIZE
               INTO WS-OUT
           END-STRING
           DISPLAY FUNCTION TRIM(WS-OUT) WITH NO ADVANCING
           MOVE WS-COLLECTED-COUNT TO WS-CNT-D
           MOVE WS-TOTAL-COLLECTED TO WS-TOT-D
           MOVE SPACES TO WS-OUT
           STRING
               ',"collected":' DELIMITED SIZE
               FUNCTION TRIM(WS-CNT-D) DELIMITED SIZE
               ',"total_collected":' DELIMITED SIZE
               FUNCTION TRIM(WS-TOT-D) DELIMITED SIZE
               INTO WS-OUT
           END-STRING
           DISPLAY FUNCTION TRIM(WS-OUT) WITH NO ADVANCING
           MOVE WS-ARREARS-COUNT TO WS-CNT-D
           MOVE SPACES TO WS-OUT
           STRING
               ',"in_arrears":' DELIMITED SIZE
               FUNCTION TRIM(WS-CNT-D) DELIMITED SIZE
               '}}' DELIMITED SIZE
               INTO WS-OUT
           END-STRING
           DISPLAY FUNCTION TRIM(WS-OUT).

       4100-COLLECT-ONE-INSTALLMENT.
           COMPUTE WS-MONTHLY-RATE = WS-LN-RATE(WS-LN-IDX) / 12
           COMPUTE WS-INT-PORTION ROUNDED =
               WS-LN-BALANCE(WS-LN-IDX) * WS-MONTHLY-RATE
           COMPUTE WS-PAY-THIS =
               WS-LN-BALANCE(WS-LN-IDX) + WS-INT-PORTION
           IF WS-PAY-THIS > WS-LN-INSTALL(WS-LN-IDX)
               MOVE WS-LN-INSTALL(WS-LN-IDX) TO WS-PAY-THIS
           END-IF
           COMPUTE WS-PRIN-PORTION = WS-PAY-THIS - WS-INT-PORTION
           IF WS-PRIN-PORTION > WS-LN-BALANCE(WS-LN-IDX)
               MOVE WS-LN-BALANCE(WS-LN-IDX) TO WS-PRIN-PORTION
               COMPUTE WS-PAY-THIS = WS-PRIN-PORTION + WS-INT-PORTION
           END-IF
           MOVE WS-PAY-THIS TO WS-MOVE-AMOUNT
           MOVE 'LN-INSTALLMENT' TO WS-TXN-TYPE
           MOVE WS-LN-ACCT(WS-LN-IDX) TO WS-ACCOUNT-ID
           MOVE WS-LN-REC-ID(WS-LN-IDX) TO WS-LOAN-ID
           PERFORM 6000-DEBIT-MEMBER-ACCOUNT
           IF WS-POST-IS-OK
               ADD 1 TO WS-COLLECTED-COUNT
               ADD WS-PAY-THIS TO WS-TOTAL-COLLECTED
               SUBTRACT WS-PRIN-PORTION FROM WS-LN-BALANCE(WS-LN-IDX)
               ADD 1 TO WS-LN-PAID-CNT(WS-LN-IDX)
               IF WS-LN-BALANCE(WS-LN-IDX) = ZEROS
                   MOVE 'PAID' TO WS-LN-STATE(WS-LN-IDX)
               END-IF
               PERFORM 6800-ADJUST-GUARANTEES
               MOVE WS-LN-NEXT-DUE(WS-LN-IDX) TO WS-DT-STR
               MOVE 1 TO WS-ADD-MONTHS
               PERFORM 8300-ADD-MONTHS
               MOVE WS-DT-STR TO WS-LN-NEXT-DUE(WS-LN-IDX)
      * one catch-up collection clears ONE installment - any
      * earlier ones still unpaid stay on the arrears figure
               PERFORM 4150-COUNT-MISSED-INSTALLMENTS
               MOVE WS-MISSED-COUNT TO WS-LN-ARREARS(WS-LN-IDX)
               PERFORM 4200-REPORT-ONE-COLLECTION
           ELSE
               ADD 1 TO WS-ARREARS-COUNT
               PERFORM 4150-COUNT-MISSED-INSTALLMENTS
               MOVE WS-MISSED-COUNT TO WS-LN-ARREARS(WS-LN-IDX)
               PERFORM 4300-REPORT-ONE-ARREARS
           END-IF.

      * the arrears figure is how many installments are actually
      * overdue - the count of due dates at or behind the business
      * date - not how many nightly collection attempts failed; a
      * loan one installment behind reports missed=1 however many
      * nights the retry has run
       4150-COUNT-MISSED-INSTALLMENTS.
           MOVE ZEROS TO WS-MISSED-COUNT
           IF WS-LN-STATE(WS-LN-IDX) NOT = 'OPEN'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LN-NEXT-DUE(WS-LN-IDX) TO WS-DT-STR
           PERFORM UNTIL WS-DT-STR > WS-BUSINESS-DATE OR
                   WS-MISSED-COUNT >= 999
               ADD 1 TO WS-MISSED-COUNT
               MOVE 1 TO WS-ADD-MONTHS
               PERFORM 8300-ADD-MONTHS
           END-PERFORM.

       4200-REPORT-ONE-COLLECTION.
           MOVE WS-PAY-THIS     TO WS-AMT-D
           DISPLAY FUNCTION TRIM(WS-OUT)
           MOVE 'N' TO WS-FIRST-REC.

      *----------------------------------------------------------------
      * action=GUARANTEE - a guarantor's savings locked behind the
      * loan through an authorization hold, the same AM-HOLD-TOTAL
      * every posting program checks its debits against
      *----------------------------------------------------------------
       5500-ADD-GUARANTOR.
           PERFORM 8600-FIND-LOAN
           IF FUNCTION TRIM(WS-LOAN-ID) = SPACES OR
                   WS-LN-IDX > WS-LN-COUNT OR
                   FUNCTION TRIM(WS-GUARANTOR-ID) = SPACES OR
                   WS-AMOUNT <= ZEROS
               DISPLAY '{"status":"ERROR","message":"GUARANTEE needs '
                   'the loan_id= of a loan on file, guarantor_id= and '
                   'the guaranteed amount="}'
               EXIT PARAGRAPH
           END-IF
           IF WS-LN-STATE(WS-LN-IDX) NOT = 'OPEN'
               DISPLAY '{"status":"ERROR","message":"Loan is '
                   FUNCTION TRIM(WS-LN-STATE(WS-LN-IDX)) '"}'
               EXIT PARAGRAPH
           END-IF
           IF WS-GUARANTOR-ID = WS-LN-ACCT(WS-LN-IDX)
               DISPLAY '{"status":"ERROR","message":"The borrower '
                   'cannot guarantee their own loan"}'
               EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO WS-GT-FOUND
           MOVE 1 TO WS-GT-IDX
           PERFORM UNTIL WS-GT-IDX > WS-GT-COUNT
               IF WS-GT-LOAN-ID(WS-GT-IDX) = WS-LOAN-ID AND
                       WS-GT-ACCT(WS-GT-IDX) = WS-GUARANTOR-ID AND
                       WS-GT-STATE(WS-GT-IDX) = 'HELD'
                   MOVE WS-GT-IDX TO WS-GT-FOUND
               END-IF
               ADD 1 TO WS-GT-IDX
           END-PERFORM
           IF WS-GT-FOUND > ZEROS
               DISPLAY '{"status":"ERROR","message":"Account already '
                   'guarantees this loan: '
                   FUNCTION TRIM(WS-GUARANTOR-ID) '"}'
               EXIT PARAGRAPH
           END-IF
           IF WS-GT-COUNT >= 5000
               DISPLAY '{"status":"ERROR","message":"Guarantor file '
                   'full"}'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-AMOUNT TO WS-GI-GUARANTEED
           PERFORM 8700-GUARANTEE-EXPOSURE
           PERFORM 6900-OPEN-MASTER
           MOVE WS-GUARANTOR-ID TO AM-ACCT-ID
           READ ACCOUNT-MASTER
               INVALID KEY
                   DISPLAY '{"status":"ERROR","message":"Account not '
                       'on file: ' FUNCTION TRIM(WS-GUARANTOR-ID) '"}'
                   EXIT PARAGRAPH
           END-READ
           IF NOT AM-IS-ACTIVE
               DISPLAY '{"status":"ERROR","message":"Account is '
                   FUNCTION TRIM(AM-STATUS) ': '
                   FUNCTION TRIM(WS-GUARANTOR-ID) '"}'
               EXIT PARAGRAPH
           END-IF
           IF WS-GT-TARGET >
                   AM-BALANCE - AM-HOLD-TOTAL - AM-EARMARK-TOTAL
               DISPLAY '{"status":"ERROR","message":"Guarantor''s '
                   'spendable balance cannot cover the hold"}'
               EXIT PARAGRAPH
           END-IF
           ADD WS-GT-TARGET TO AM-HOLD-TOTAL
           REWRITE ACCOUNT-MASTER-RECORD
           ADD 1 TO WS-GT-COUNT
           MOVE WS-LOAN-ID      TO WS-GT-LOAN-ID(WS-GT-COUNT)
           MOVE WS-GUARANTOR-ID TO WS-GT-ACCT(WS-GT-COUNT)
           MOVE WS-AMOUNT       TO WS-GT-GUARANTEED(WS-GT-COUNT)
           MOVE WS-GT-TARGET    TO WS-GT-HELD(WS-GT-COUNT)
           MOVE 'HELD'          TO WS-GT-STATE(WS-GT-COUNT)
           MOVE ZEROS           TO WS-GT-COLLECTED(WS-GT-COUNT)
           MOVE 'Y' TO WS-GT-CHANGED-FLAG
           MOVE WS-AMOUNT TO WS-AMT-D
           MOVE WS-GT-TARGET TO WS-INT-D
           MOVE SPACES TO WS-OUT
           STRING
               '{"status":"OK","loan_id":"' DELIMITED SIZE
               FUNCTION TRIM(WS-LOAN-ID) DELIMITED SIZE
               '","guarantor_id":"' DELIMITED SIZE
               FUNCTION TRIM(WS-GUARANTOR-ID) DELIMITED SIZE
               '","guaranteed":' DELIMITED SIZE
               FUNCTION TRIM(WS-AMT-D) DELIMITED SIZE
               ',"held":' DELIMITED SIZE
               FUNCTION TRIM(WS-INT-D) DELIMITED SIZE
               '}' DELIMITED SIZE
               INTO WS-OUT
           END-STRING
           DISPLAY FUNCTION TRIM(WS-OUT).

      *----------------------------------------------------------------
      * action=GUARANTORS - the register, one loan or all
      *----------------------------------------------------------------
       5700-LIST-GUARANTORS.
           DISPLAY '{"guarantors":['
           MOVE ZEROS TO WS-GT-FOUND
           MOVE 1 TO WS-GT-IDX
           PERFORM UNTIL WS-GT-IDX > WS-GT-COUNT
               IF FUNCTION TRIM(WS-LOAN-ID) = SPACES OR
                       WS-GT-LOAN-ID(WS-GT-IDX) = WS-LOAN-ID
                   ADD 1 TO WS-GT-FOUND
                   PERFORM 5750-LIST-ONE-GUARANTOR
               END-IF
               ADD 1 TO WS-GT-IDX
           END-PERFORM
           MOVE WS-GT-FOUND TO WS-CNT-D
           MOVE SPACES TO WS-OUT
           STRING
               '],"summary":{"guarantors":' DELIMITED SIZE
               FUNCTION TRIM(WS-CNT-D) DELIMITED SIZE
               '}}' DELIMITED SIZE
               INTO WS-OUT
           END-STRING
           DISPLAY FUNCTION TRIM(WS-OUT).

       5750-LIST-ONE-GUARANTOR.
           MOVE WS-GT-GUARANTEED(WS-GT-IDX) TO WS-AMT-D
           MOVE WS-GT-HELD(WS-GT-IDX)       TO WS-INT-D
           MOVE WS-GT-COLLECTED(WS-GT-IDX)  TO WS-PRIN-D
           IF WS-FIRST-REC = 'N'
               DISPLAY ','
           END-IF
           MOVE SPACES TO WS-OUT
           STRING
               '{"loan_id":"' DELIMITED SIZE
               FUNCTION TRIM(WS-GT-LOAN-ID(WS-GT-IDX)) DELIMITED SIZE
               '","guarantor_id":"' DELIMITED SIZE
               FUNCTION TRIM(WS-GT-ACCT(WS-GT-IDX)) DELIMITED SIZE
               '","guaranteed":' DELIMITED SIZE
               FUNCTION TRIM(WS-AMT-D) DELIMITED SIZE
               ',"held":' DELIMITED SIZE
               FUNCTION TRIM(WS-INT-D) DELIMITED SIZE
               ',"collected":' DELIMITED SIZE
               FUNCTION TRIM(WS-PRIN-D) DELIMITED SIZE
               ',"status":"' DELIMITED SIZE
               FUNCTION TRIM(WS-GT-STATE(WS-GT-IDX)) DELIMITED SIZE
               '"}' DELIMITED SIZE
               INTO WS-OUT
           END-STRING
           DISPLAY FUNCTION TRIM(WS-OUT)
           MOVE 'N' TO WS-FIRST-REC.

      *----------------------------------------------------------------
      * action=CALL-GUARANTEE - a Macet loan collected from its
      * guarantors' held funds, the grade taken from CFPROV's
      * month-end position so the call follows the books
      *----------------------------------------------------------------
       5800-CALL-GUARANTEE.
           PERFORM 8600-FIND-LOAN
           IF FUNCTION TRIM(WS-LOAN-ID) = SPACES OR
                   WS-LN-IDX > WS-LN-COUNT OR
                   FUNCTION TRIM(WS-USER-ID) = SPACES
               DISPLAY '{"status":"ERROR","message":"CALL-GUARANTEE '
                   'needs the loan_id= of a loan on file and the '
                   'calling operator user_id="}'
               EXIT PARAGRAPH
           END-IF
           IF WS-LN-STATE(WS-LN-IDX) NOT = 'OPEN'
               DISPLAY '{"status":"ERROR","message":"Loan is '
                   FUNCTION TRIM(WS-LN-STATE(WS-LN-IDX)) '"}'
               EXIT PARAGRAPH
           END-IF
           PERFORM 5850-READ-LOAN-GRADE
           IF WS-LOAN-GRADE NOT = 5
               MOVE WS-LOAN-GRADE TO WS-CNT-D
               DISPLAY '{"status":"ERROR","message":"Loan is not '
                   'Macet on the position file - grade '
                   FUNCTION TRIM(WS-CNT-D) ' on '
                   FUNCTION TRIM(WS-POSITION-FILE) '"}'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LN-ACCT(WS-LN-IDX) TO WS-BORROWER-ACCT
           MOVE ZEROS TO WS-GT-CALLED-COUNT WS-GT-TOTAL-CALLED
           DISPLAY '{"calls":['
           MOVE 1 TO WS-GT-IDX
           PERFORM UNTIL WS-GT-IDX > WS-GT-COUNT
               IF WS-GT-LOAN-ID(WS-GT-IDX) = WS-LOAN-ID AND
                       WS-GT-STATE(WS-GT-IDX) = 'HELD' AND
                       WS-LN-BALANCE(WS-LN-IDX) > ZEROS AND
                       (FUNCTION TRIM(WS-GUARANTOR-ID) = SPACES OR
                        WS-GT-ACCT(WS-GT-IDX) = WS-GUARANTOR-ID)
                   PERFORM 5900-COLLECT-FROM-GUARANTOR
               END-IF
               ADD 1 TO WS-GT-IDX
           END-PERFORM
      * a loan the guarantees cleared is paid - any guarantor not
      * called is let go
           IF WS-LN-BALANCE(WS-LN-IDX) = ZEROS
               MOVE 'PAID' TO WS-LN-STATE(WS-LN-IDX)
               MOVE ZEROS TO WS-LN-ARREARS(WS-LN-IDX)
           END-IF
           PERFORM 6800-ADJUST-GUARANTEES
           IF WS-GT-CALLED-COUNT > ZEROS
               PERFORM 7500-REWRITE-LOAN-FILE
           END-IF
           MOVE WS-GT-CALLED-COUNT TO WS-CNT-D
           MOVE WS-GT-TOTAL-CALLED TO WS-TOT-D
           MOVE WS-LN-BALANCE(WS-LN-IDX) TO WS-BAL-D
           MOVE SPACES TO WS-OUT
           STRING
               '],"summary":{"loan_id":"' DELIMITED SIZE
               FUNCTION TRIM(WS-LOAN-ID) DELIMITED SIZE
               '","called":' DELIMITED SIZE
               FUNCTION TRIM(WS-CNT-D) DELIMITED SIZE
               ',"collected":' DELIMITED SIZE
               FUNCTION TRIM(WS-TOT-D) DELIMITED SIZE
               INTO WS-OUT
           END-STRING
           DISPLAY FUNCTION TRIM(WS-OUT) WITH NO ADVANCING
           MOVE SPACES TO WS-OUT
           STRING
               ',"loan_balance":' DELIMITED SIZE
               FUNCTION TRIM(WS-BAL-D) DELIMITED SIZE
               ',"loan_status":"' DELIMITED SIZE
               FUNCTION TRIM(WS-LN-STATE(WS-LN-IDX)) DELIMITED SIZE
               '"}}' DELIMITED SIZE
               INTO WS-OUT
           END-STRING
           DISPLAY FUNCTION TRIM(WS-OUT).

      * the loan's grade on the CFPROV position - by default the last
      * month-end before the business date
       5850-READ-LOAN-GRADE.
           MOVE ZEROS TO WS-LOAN-GRADE
           IF FUNCTION TRIM(WS-POSITION-FILE) = SPACES
               MOVE WS-BUSINESS-DATE(1:4) TO WS-DT-YY
               MOVE WS-BUSINESS-DATE(6:2) TO WS-DT-MM
               IF WS-DT-MM = 1
                   MOVE 12 TO WS-DT-MM
                   SUBTRACT 1 FROM WS-DT-YY
               ELSE
                   SUBTRACT 1 FROM WS-DT-MM
               END-IF
               STRING 'CFPROV_POS_' WS-DT-YY WS-DT-MM '.DAT'
                   DELIMITED SIZE INTO WS-POSITION-FILE
               END-STRING
           END-IF
           OPEN INPUT POSITION-IN
           IF WS-POSITION-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ POSITION-IN INTO POSITION-RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM 5860-MATCH-ONE-POSITION
               END-READ
           END-PERFORM
           CLOSE POSITION-IN
           MOVE 'N' TO WS-EOF.

       5860-MATCH-ONE-POSITION.
           IF FUNCTION TRIM(POSITION-RECORD) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-PI-LOAN-ID
           MOVE ZEROS TO WS-PI-GRADE
           MOVE FUNCTION TRIM(POSITION-RECORD) TO WS-REMAIN
           PERFORM UNTIL FUNCTION TRIM(WS-REMAIN) = SPACES
               PERFORM 8100-EXTRACT-TOKEN
               MOVE ZERO TO WS-POS
               INSPECT WS-TOKEN TALLYING WS-POS
                   FOR CHARACTERS BEFORE '='
               IF WS-POS > 0
                   MOVE WS-TOKEN(1:WS-POS) TO WS-FIELD-NAME
                   MOVE WS-TOKEN(WS-POS + 2:) TO WS-FIELD-VAL
                   EVALUATE FUNCTION TRIM(WS-FIELD-NAME)
                       WHEN 'loan_id'
                           MOVE FUNCTION TRIM(WS-FIELD-VAL)
                               TO WS-PI-LOAN-ID
                       WHEN 'grade'
                           MOVE FUNCTION NUMVAL(WS-FIELD-VAL)
                               TO WS-PI-GRADE
                   END-EVALUATE
               END-IF
           END-PERFORM
           IF WS-PI-LOAN-ID = WS-LOAN-ID
               MOVE WS-PI-GRADE TO WS-LOAN-GRADE
           END-IF.

      * one guarantor called: the hold comes off and the held amount,
      * never more than the loan still owes nor more than the account
      * holds, moves from the guarantor's account onto the loan
       5900-COLLECT-FROM-GUARANTOR.
           MOVE WS-GT-ACCT(WS-GT-IDX) TO WS-ACCOUNT-ID
           PERFORM 6900-OPEN-MASTER
           MOVE WS-ACCOUNT-ID TO AM-ACCT-ID
           READ ACCOUNT-MASTER
               INVALID KEY
                   PERFORM 5950-REPORT-SKIPPED-CALL
                   EXIT PARAGRAPH
           END-READ
           IF NOT AM-IS-ACTIVE
               PERFORM 5950-REPORT-SKIPPED-CALL
               EXIT PARAGRAPH
           END-IF
           MOVE WS-GT-HELD(WS-GT-IDX) TO WS-MOVE-AMOUNT
           IF WS-MOVE-AMOUNT > WS-LN-BALANCE(WS-LN-IDX)
               MOVE WS-LN-BALANCE(WS-LN-IDX) TO WS-MOVE-AMOUNT
           END-IF
           IF WS-MOVE-AMOUNT > AM-BALANCE
               MOVE AM-BALANCE TO WS-MOVE-AMOUNT
           END-IF
           IF WS-MOVE-AMOUNT < ZEROS
               MOVE ZEROS TO WS-MOVE-AMOUNT
           END-IF
           SUBTRACT WS-GT-HELD(WS-GT-IDX) FROM AM-HOLD-TOTAL
           IF AM-HOLD-TOTAL < ZEROS
               MOVE ZEROS TO AM-HOLD-TOTAL
           END-IF
           MOVE AM-BALANCE TO WS-OLD-BALANCE
           COMPUTE WS-NEW-BALANCE = AM-BALANCE - WS-MOVE-AMOUNT
           MOVE WS-NEW-BALANCE TO AM-BALANCE
           MOVE WS-CUR-DATE TO AM-LAST-ACTIVITY
           REWRITE ACCOUNT-MASTER-RECORD
           MOVE 'LN-GUAR-CALL' TO WS-TXN-TYPE
           MOVE SPACES TO WS-AUDIT-EXTRA
           STRING 'borrower=' FUNCTION TRIM(WS-BORROWER-ACCT)
                  ' called_by=' FUNCTION TRIM(WS-USER-ID)
               DELIMITED SIZE INTO WS-AUDIT-EXTRA
           END-STRING
           PERFORM 7000-WRITE-AUDIT-LINE
           SUBTRACT WS-MOVE-AMOUNT FROM WS-LN-BALANCE(WS-LN-IDX)
           MOVE ZEROS TO WS-GT-HELD(WS-GT-IDX)
           MOVE WS-MOVE-AMOUNT TO WS-GT-COLLECTED(WS-GT-IDX)
           MOVE 'CALLED' TO WS-GT-STATE(WS-GT-IDX)
           MOVE 'Y' TO WS-GT-CHANGED-FLAG
           ADD 1 TO WS-GT-CALLED-COUNT
           ADD WS-MOVE-AMOUNT TO WS-GT-TOTAL-CALLED
           MOVE WS-MOVE-AMOUNT TO WS-AMT-D
           IF WS-FIRST-REC = 'N'
               DISPLAY ','
           END-IF
           MOVE SPACES TO WS-OUT
           STRING
               '{"guarantor_id":"' DELIMITED SIZE
               FUNCTION TRIM(WS-ACCOUNT-ID) DELIMITED SIZE
               '","collected":' DELIMITED SIZE
               FUNCTION TRIM(WS-AMT-D) DELIMITED SIZE
               ',"result":"CALLED"}' DELIMITED SIZE
               INTO WS-OUT
           END-STRING
           DISPLAY FUNCTION TRIM(WS-OUT)
           MOVE 'N' TO WS-FIRST-REC.

       5950-REPORT-SKIPPED-CALL.
           IF WS-FIRST-REC = 'N'
               DISPLAY ','
           END-IF
           MOVE SPACES TO WS-OUT
           STRING
               '{"guarantor_id":"' DELIMITED SIZE
               FUNCTION TRIM(WS-ACCOUNT-ID) DELIMITED SIZE
               '","collected":0,"result":"SKIPPED",' DELIMITED SIZE
               '"reason":"account missing or not ACTIVE - hold '
                   DELIMITED SIZE
               'left in place"}' DELIMITED SIZE
               INTO WS-OUT
           END-STRING
           DISPLAY FUNCTION TRIM(WS-OUT)
           MOVE 'N' TO WS-FIRST-REC.

      *----------------------------------------------------------------
      * master postings - existence and status gates as CFWALLET and
      * CFTRXVAL apply them, one CFTRXVAL-format audit entry per
           PERFORM 7000-WRITE-AUDIT-LINE
           MOVE 'Y' TO WS-POST-OK-FLAG.

      * an audit entry with no balance movement - the account's own
      * balance on both sides, so replays and statements still chain
       6700-NOTE-ON-ACCOUNT.
           PERFORM 6900-OPEN-MASTER
           MOVE WS-ACCOUNT-ID TO AM-ACCT-ID
           READ ACCOUNT-MASTER
               INVALID KEY
                   MOVE ZEROS TO AM-BALANCE
                   MOVE WS-LN-CURRENCY(WS-LN-IDX) TO AM-CURRENCY
           END-READ
           MOVE AM-BALANCE TO WS-OLD-BALANCE
           MOVE AM-BALANCE TO WS-NEW-BALANCE
           PERFORM 7000-WRITE-AUDIT-LINE.

      * every held guarantee on the loan reset to its share of what
      * is still owed; a loan no longer OPEN releases them all
       6800-ADJUST-GUARANTEES.
           MOVE 1 TO WS-GT-IDX
           PERFORM UNTIL WS-GT-IDX > WS-GT-COUNT
               IF WS-GT-LOAN-ID(WS-GT-IDX) = WS-LN-REC-ID(WS-LN-IDX)
                       AND WS-GT-STATE(WS-GT-IDX) = 'HELD'
                   PERFORM 6850-ADJUST-ONE-GUARANTEE
               END-IF
               ADD 1 TO WS-GT-IDX
           END-PERFORM.

       6850-ADJUST-ONE-GUARANTEE.
           MOVE WS-GT-GUARANTEED(WS-GT-IDX) TO WS-GI-GUARANTEED
           PERFORM 8700-GUARANTEE-EXPOSURE
           IF WS-GT-TARGET = WS-GT-HELD(WS-GT-IDX) AND
                   WS-GT-TARGET > ZEROS
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-GT-DELTA = WS-GT-TARGET - WS-GT-HELD(WS-GT-IDX)
           PERFORM 6900-OPEN-MASTER
           MOVE WS-GT-ACCT(WS-GT-IDX) TO AM-ACCT-ID
           READ ACCOUNT-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD WS-GT-DELTA TO AM-HOLD-TOTAL
                   IF AM-HOLD-TOTAL < ZEROS
                       MOVE ZEROS TO AM-HOLD-TOTAL
                   END-IF
                   REWRITE ACCOUNT-MASTER-RECORD
           END-READ
           MOVE WS-GT-TARGET TO WS-GT-HELD(WS-GT-IDX)
           IF WS-GT-TARGET = ZEROS
               MOVE 'RELEASED' TO WS-GT-STATE(WS-GT-IDX)
           END-IF
           MOVE 'Y' TO WS-GT-CHANGED-FLAG.

       6900-OPEN-MASTER.
           IF NOT WS-MASTER-IS-OPEN
               OPEN I-O ACCOUNT-MASTER
               FUNCTION TRIM(AM-CURRENCY) DELIMITED SIZE
               ' loan_id=' DELIMITED SIZE
               FUNCTION TRIM(WS-LOAN-ID) DELIMITED SIZE
               INTO AUDIT-RECORD
           END-STRING
      * a disbursement names the application it was made under
           IF FUNCTION TRIM(WS-TXN-TYPE) = 'LN-DISBURSE'
               MOVE SPACES TO WS-OUT
               STRING
                   FUNCTION TRIM(AUDIT-RECORD) DELIMITED SIZE
                   ' app_id=' DELIMITED SIZE
                   FUNCTION TRIM(WS-APP-ID) DELIMITED SIZE
                   INTO WS-OUT
               END-STRING
               MOVE WS-OUT TO AUDIT-RECORD
           END-IF
      * an installment carries its interest portion, so the year's
      * loan interest per member can be read back out of the log
           IF FUNCTION TRIM(WS-TXN-TYPE) = 'LN-INSTALLMENT' OR
                   FUNCTION TRIM(WS-TXN-TYPE) = 'LN-PAYOFF'
               MOVE WS-INT-PORTION TO WS-INT-D
               MOVE SPACES TO WS-OUT
               STRING
                   FUNCTION TRIM(AUDIT-RECORD) DELIMITED SIZE
                   ' interest=' DELIMITED SIZE
                   FUNCTION TRIM(WS-INT-D) DELIMITED SIZE
                   INTO WS-OUT
               END-STRING
               MOVE WS-OUT TO AUDIT-RECORD
           END-IF
      * a guarantee call names the borrower it was collected for and
      * the operator who called it
           IF FUNCTION TRIM(WS-TXN-TYPE) = 'LN-GUAR-CALL'
               MOVE SPACES TO WS-OUT
               STRING
                   FUNCTION TRIM(AUDIT-RECORD) DELIMITED SIZE
                   ' ' DELIMITED SIZE
                   FUNCTION TRIM(WS-AUDIT-EXTRA) DELIMITED SIZE
                   INTO WS-OUT
               END-STRING
               MOVE WS-OUT TO AUDIT-RECORD
           END-IF
      * a prepayment or restructure carries the loan's new terms, so
      * the statement shows why the installment changed
           IF FUNCTION TRIM(WS-TXN-TYPE) = 'LN-PREPAY' OR
                   FUNCTION TRIM(WS-TXN-TYPE) = 'LN-RESTRUCTURE'
               MOVE WS-LN-INSTALL(WS-LN-IDX) TO WS-INT-D
               MOVE WS-LN-SCHED-TERM(WS-LN-IDX) TO WS-TERM-D
               MOVE SPACES TO WS-OUT
               STRING
                   FUNCTION TRIM(AUDIT-RECORD) DELIMITED SIZE
                   ' ' DELIMITED SIZE
                   FUNCTION TRIM(WS-AUDIT-EXTRA) DELIMITED SIZE
                   ' new_installment=' DELIMITED SIZE
                   FUNCTION TRIM(WS-INT-D) DELIMITED SIZE
                   ' installments_left=' DELIMITED SIZE
                   FUNCTION TRIM(WS-TERM-D) DELIMITED SIZE
                   INTO WS-OUT
               END-STRING
               MOVE WS-OUT TO AUDIT-RECORD
           END-IF
           MOVE SPACES TO WS-OUT
           STRING
               FUNCTION TRIM(AUDIT-RECORD) DELIMITED SIZE
               ' ts=' DELIMITED SIZE
               FUNCTION TRIM(WS-TIMESTAMP) DELIMITED SIZE
               INTO WS-OUT
           END-STRING
           MOVE WS-OUT TO AUDIT-RECORD
           PERFORM 8950-CHAIN-AUDIT-LINE
           OPEN EXTEND AUDIT-LOG
           IF WS-AUDIT-STATUS NOT = '00'
               CLOSE AUDIT-LOG
               OPEN OUTPUT AUDIT-LOG
           END-IF
           WRITE AUDIT-RECORD
           CLOSE AUDIT-LOG
           PERFORM 8990-SAVE-CHAIN-HEAD.

       7500-REWRITE-LOAN-FILE.
           OPEN OUTPUT LOAN-FILE
               FUNCTION TRIM(WS-LN-CURRENCY(WS-LN-IDX)) DELIMITED SIZE
               INTO LOAN-RECORD
           END-STRING
           MOVE WS-LN-SCHED-BAL(WS-LN-IDX) TO WS-AMT-D
           MOVE WS-LN-SCHED-TERM(WS-LN-IDX) TO WS-TERM-D
           MOVE SPACES TO WS-OUT
           STRING
               FUNCTION TRIM(LOAN-RECORD) DELIMITED SIZE
               ' restructured=' DELIMITED SIZE
               WS-LN-RESTRUCT(WS-LN-IDX) DELIMITED SIZE
               ' sched_from=' DELIMITED SIZE
               FUNCTION TRIM(WS-LN-SCHED-FROM(WS-LN-IDX))
                   DELIMITED SIZE
               ' sched_balance=' DELIMITED SIZE
               FUNCTION TRIM(WS-AMT-D) DELIMITED SIZE
               ' sched_term=' DELIMITED SIZE
               FUNCTION TRIM(WS-TERM-D) DELIMITED SIZE
               INTO WS-OUT
           END-STRING
           MOVE WS-LN-SCHED-NO(WS-LN-IDX) TO WS-CNT-D
           MOVE SPACES TO LOAN-RECORD
           STRING
               FUNCTION TRIM(WS-OUT) DELIMITED SIZE
               ' sched_no=' DELIMITED SIZE
               FUNCTION TRIM(WS-CNT-D) DELIMITED SIZE
               INTO LOAN-RECORD
           END-STRING
           WRITE LOAN-RECORD.

       7700-REWRITE-GUARANTOR-FILE.
           OPEN OUTPUT GUAR-FILE
           MOVE 1 TO WS-GT-IDX
           PERFORM UNTIL WS-GT-IDX > WS-GT-COUNT
               PERFORM 7800-WRITE-ONE-GUARANTOR
               ADD 1 TO WS-GT-IDX
           END-PERFORM
           CLOSE GUAR-FILE.

       7800-WRITE-ONE-GUARANTOR.
           MOVE WS-GT-GUARANTEED(WS-GT-IDX) TO WS-AMT-D
           MOVE WS-GT-HELD(WS-GT-IDX)       TO WS-INT-D
           MOVE WS-GT-COLLECTED(WS-GT-IDX)  TO WS-PRIN-D
           MOVE SPACES TO GUAR-RECORD
           STRING
               'loan_id=' DELIMITED SIZE
               FUNCTION TRIM(WS-GT-LOAN-ID(WS-GT-IDX)) DELIMITED SIZE
               ' account_id=' DELIMITED SIZE
               FUNCTION TRIM(WS-GT-ACCT(WS-GT-IDX)) DELIMITED SIZE
               ' guaranteed=' DELIMITED SIZE
               FUNCTION TRIM(WS-AMT-D) DELIMITED SIZE
               ' held=' DELIMITED SIZE
               FUNCTION TRIM(WS-INT-D) DELIMITED SIZE
               ' status=' DELIMITED SIZE
               FUNCTION TRIM(WS-GT-STATE(WS-GT-IDX)) DELIMITED SIZE
               ' collected=' DELIMITED SIZE
               FUNCTION TRIM(WS-PRIN-D) DELIMITED SIZE
               INTO GUAR-RECORD
           END-STRING
           WRITE GUAR-RECORD.

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
