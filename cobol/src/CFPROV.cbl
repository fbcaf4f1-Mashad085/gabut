      *================================================================*
      * CFPROV.cbl - Loan Collectibility and Loan-Loss Provisioning    *
      * CFLOAN action=ARREARS counts missed installments; this month-  *
      * end program says what they mean for the books. Every loan in   *
      * the CFLOAN master is graded by days past due - the days since  *
      * its oldest unpaid due date (next_due) - into the collectibility*
      * grades of the parameter file, Lancar through Macet. The        *
      * grade's provisioning percentage of the outstanding balance is  *
      * the allowance the loan needs; against last month's position   *
      * file the difference is the increase or release, written per    *
      * loan as a provisioning journal CFGLEXP maps to the GL          *
      * (prov_file=, type PROV-INCREASE / PROV-RELEASE). The report    *
      * carries the grade-migration matrix - how many loans moved from *
      * grade X last month to grade Y now - for the supervisor's       *
      * quarterly review.                                              *
      * Args (key=value, any order):                                   *
      *   as_of=YYYY-MM-DD   - the month-end date, default today; the  *
      *                        period is its YYYY-MM                   *
      *   param_file=<path>  - default CFPROV_PARAMS.DAT, one grade    *
      *       per line: grade=<1-5> name=<text> min_dpd=<days>         *
      *       pct=<provision percent>; a loan takes the highest grade  *
      *       whose min_dpd it has reached; a loan CFLOAN has          *
      *       restructured (restructured=Y) is graded no better than 2 *
      *   loan_file=<path>   - default CFLOAN_MASTER.DAT               *
      *   position_file=<p>  - this month's position, default          *
      *                        CFPROV_POS_<YYYYMM>.DAT                 *
      *   prior_file=<path>  - last month's position, default          *
      *       CFPROV_POS_<previous YYYYMM>.DAT; absent on the first    *
      *       run, when every loan migrates from NEW                   *
      *   journal_file=<p>   - default CFPROV_JNL_<YYYYMM>.DAT, one    *
      *       date= type= ref=<loan_id> account_id= amount= grade=     *
      *       line per loan whose allowance changed                    *
      *   system_date_file=<path> - default CFSYSDATE.DAT; its         *
      *       business date stands in for today when no date           *
      *       argument is given                                        *
      * Output stdout: JSON loan rows, per-grade totals, the migration *
      * matrix and a summary. RETURN-CODE 8 when the parameter file or *
      * loan file cannot be read, or when last month's position holds  *
      * more loans than the prior table - nothing is written then.     *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CFPROV.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. LINUX.
       OBJECT-COMPUTER. LINUX.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAM-FILE ASSIGN TO DYNAMIC WS-PARAM-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAM-STATUS.
           SELECT LOAN-FILE ASSIGN TO DYNAMIC WS-LOAN-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOAN-STATUS.
           SELECT PRIOR-FILE ASSIGN TO DYNAMIC WS-PRIOR-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRIOR-STATUS.
           SELECT POSITION-FILE ASSIGN TO DYNAMIC WS-POSITION-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSITION-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO DYNAMIC WS-JOURNAL-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT SYSTEM-DATE-FILE ASSIGN TO DYNAMIC WS-SYSDATE-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SYSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAM-FILE.
       01  PARAM-RECORD        PIC X(200).

       FD  LOAN-FILE.
       01  LOAN-RECORD         PIC X(500).

       FD  PRIOR-FILE.
       01  PRIOR-RECORD        PIC X(300).

       FD  POSITION-FILE.
       01  POSITION-RECORD     PIC X(300).

       FD  JOURNAL-FILE.
       01  JOURNAL-RECORD      PIC X(300).

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
       01  WS-PARAM-FILE       PIC X(200) VALUE 'CFPROV_PARAMS.DAT'.
       01  WS-PARAM-STATUS     PIC XX VALUE SPACES.
       01  WS-LOAN-FILE        PIC X(200) VALUE 'CFLOAN_MASTER.DAT'.
       01  WS-LOAN-STATUS      PIC XX VALUE SPACES.
       01  WS-PRIOR-FILE       PIC X(200) VALUE SPACES.
       01  WS-PRIOR-STATUS     PIC XX VALUE SPACES.
       01  WS-POSITION-FILE    PIC X(200) VALUE SPACES.
       01  WS-POSITION-STATUS  PIC XX VALUE SPACES.
       01  WS-JOURNAL-FILE     PIC X(200) VALUE SPACES.
       01  WS-JOURNAL-STATUS   PIC XX VALUE SPACES.

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

       01  WS-AS-OF            PIC X(10) VALUE SPACES.
       01  WS-PERIOD-YM        PIC X(6) VALUE SPACES.
       01  WS-PRIOR-YM         PIC X(6) VALUE SPACES.
       01  WS-CUR-DATE         PIC X(8) VALUE SPACES.
       01  WS-AS-OF-INT        PIC S9(9) COMP VALUE ZEROS.

      * the collectibility grades, 1 (Lancar) to 5 (Macet)
       01  WS-GR-IDX           PIC 9 VALUE ZEROS.
       01  WS-GR-TABLE.
           05  WS-GR-ENTRY OCCURS 5 TIMES.
               10  WS-GR-NAME      PIC X(30).
               10  WS-GR-MIN-DPD   PIC 9(5).
               10  WS-GR-PCT       PIC 9(3)V99.
               10  WS-GR-LOADED    PIC X.
               10  WS-GR-COUNT     PIC 9(5).
               10  WS-GR-BALANCE   PIC 9(15)V99.
               10  WS-GR-REQUIRED  PIC 9(15)V99.
       01  WS-IN-GRADE         PIC 9 VALUE ZEROS.
       01  WS-IN-NAME          PIC X(30) VALUE SPACES.
       01  WS-IN-MIN-DPD       PIC 9(5) VALUE ZEROS.
       01  WS-IN-PCT           PIC 9(3)V99 VALUE ZEROS.

      * the migration matrix: row = last month's grade (0 = NEW,
      * not on last month's position), column = this month's grade
      * (6 = gone - paid off or no longer on the loan master)
       01  WS-MX-FROM          PIC 9 VALUE ZEROS.
       01  WS-MX-TO            PIC 9 VALUE ZEROS.
       01  WS-MX-TABLE.
           05  WS-MX-ROW OCCURS 6 TIMES.
               10  WS-MX-CELL      PIC 9(5) OCCURS 6 TIMES.

      * last month's position, by loan
       01  WS-PR-COUNT         PIC 9(5) VALUE ZEROS.
       01  WS-PR-IDX           PIC 9(5) VALUE ZEROS.
       01  WS-PR-TRUNC-FLAG    PIC X VALUE 'N'.
           88  WS-PR-IS-TRUNCATED  VALUE 'Y'.
       01  WS-PR-TABLE.
           05  WS-PR-ENTRY OCCURS 10000 TIMES.
               10  WS-PR-LOAN-ID   PIC X(20).
               10  WS-PR-ACCT      PIC X(50).
               10  WS-PR-GRADE     PIC 9.
               10  WS-PR-REQUIRED  PIC 9(13)V99.
               10  WS-PR-MATCHED   PIC X.

      * one loan record, CFLOAN's line shape
       01  WS-IN-LOAN-ID       PIC X(20) VALUE SPACES.
       01  WS-IN-ACCT          PIC X(50) VALUE SPACES.
       01  WS-IN-BALANCE       PIC 9(13)V99 VALUE ZEROS.
       01  WS-IN-NEXT-DUE      PIC X(10) VALUE SPACES.
       01  WS-IN-STATUS        PIC X(8) VALUE SPACES.
       01  WS-IN-RESTRUCT      PIC X VALUE SPACES.
       01  WS-IN-REQUIRED      PIC 9(13)V99 VALUE ZEROS.

       01  WS-DPD              PIC 9(5) VALUE ZEROS.
       01  WS-GRADE            PIC 9 VALUE ZEROS.
       01  WS-PREV-GRADE       PIC 9 VALUE ZEROS.
       01  WS-REQUIRED         PIC 9(13)V99 VALUE ZEROS.
       01  WS-PREVIOUS         PIC 9(13)V99 VALUE ZEROS.
       01  WS-CHANGE           PIC S9(13)V99 VALUE ZEROS.
       01  WS-JNL-TYPE         PIC X(14) VALUE SPACES.
       01  WS-JNL-AMOUNT       PIC 9(13)V99 VALUE ZEROS.
       01  WS-JNL-REF          PIC X(20) VALUE SPACES.
       01  WS-JNL-ACCT         PIC X(50) VALUE SPACES.

      * date workpad
       01  WS-DT-STR           PIC X(10) VALUE SPACES.
       01  WS-DT-X8            PIC X(8) VALUE SPACES.
       01  WS-DT-NUM           PIC 9(8) VALUE ZEROS.
       01  WS-DT-INT           PIC S9(9) COMP VALUE ZEROS.
       01  WS-DT-YY            PIC 9(4) VALUE ZEROS.
       01  WS-DT-MM            PIC 9(2) VALUE ZEROS.

       01  WS-LOAN-COUNT       PIC 9(5) VALUE ZEROS.
       01  WS-TOTAL-REQUIRED   PIC 9(15)V99 VALUE ZEROS.
       01  WS-TOTAL-PREVIOUS   PIC 9(15)V99 VALUE ZEROS.
       01  WS-TOTAL-INCREASE   PIC 9(15)V99 VALUE ZEROS.
       01  WS-TOTAL-RELEASE    PIC 9(15)V99 VALUE ZEROS.
       01  WS-NET-CHANGE       PIC S9(15)V99 VALUE ZEROS.
       01  WS-JNL-COUNT        PIC 9(5) VALUE ZEROS.

       01  WS-AMT-D            PIC Z(13).99.
       01  WS-AMT2-D           PIC Z(13).99.
       01  WS-CHG-D            PIC -(13).99.
       01  WS-PCT-D            PIC ZZ9.99.
       01  WS-CNT-D            PIC Z(4)9.
       01  WS-TOT-D            PIC -(15).99.
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
           STRING WS-AS-OF(1:4) WS-AS-OF(6:2)
               DELIMITED SIZE INTO WS-PERIOD-YM
           END-STRING
           MOVE WS-AS-OF(1:4) TO WS-DT-YY
           MOVE WS-AS-OF(6:2) TO WS-DT-MM
           IF WS-DT-MM = 1
               MOVE 12 TO WS-DT-MM
               SUBTRACT 1 FROM WS-DT-YY
           ELSE
               SUBTRACT 1 FROM WS-DT-MM
           END-IF
           STRING WS-DT-YY WS-DT-MM
               DELIMITED SIZE INTO WS-PRIOR-YM
           END-STRING
           IF FUNCTION TRIM(WS-POSITION-FILE) = SPACES
               STRING 'CFPROV_POS_' WS-PERIOD-YM '.DAT'
                   DELIMITED SIZE INTO WS-POSITION-FILE
               END-STRING
           END-IF
           IF FUNCTION TRIM(WS-PRIOR-FILE) = SPACES
               STRING 'CFPROV_POS_' WS-PRIOR-YM '.DAT'
                   DELIMITED SIZE INTO WS-PRIOR-FILE
               END-STRING
           END-IF
           IF FUNCTION TRIM(WS-JOURNAL-FILE) = SPACES
               STRING 'CFPROV_JNL_' WS-PERIOD-YM '.DAT'
                   DELIMITED SIZE INTO WS-JOURNAL-FILE
               END-STRING
           END-IF
           INITIALIZE WS-GR-TABLE WS-MX-TABLE
           PERFORM 1000-LOAD-PARAMETERS
           PERFORM 1200-LOAD-PRIOR-POSITION
           IF WS-PR-IS-TRUNCATED
               DISPLAY '{"error":"Prior position holds more than 10000 '
                   'loans: ' FUNCTION TRIM(WS-PRIOR-FILE)
                   ' - nothing written"}'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 2000-CLASSIFY-LOANS
           PERFORM 3000-RELEASE-GONE-LOANS
           PERFORM 5000-GRADE-TOTALS
           PERFORM 6000-MIGRATION-MATRIX
           PERFORM 9000-SUMMARY
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
                   WHEN 'loan_file'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-LOAN-FILE
                   WHEN 'position_file'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-POSITION-FILE
                   WHEN 'prior_file'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-PRIOR-FILE
                   WHEN 'journal_file'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-JOURNAL-FILE
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
      * the grade parameters - a grade missing from the file is a
      * hard stop, a loan must never fall through to no allowance
      *----------------------------------------------------------------
       1000-LOAD-PARAMETERS.
           OPEN INPUT PARAM-FILE
           IF WS-PARAM-STATUS NOT = '00'
               DISPLAY '{"error":"Cannot open parameter file: '
                   FUNCTION TRIM(WS-PARAM-FILE) '"}'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ PARAM-FILE INTO PARAM-RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM 1100-LOAD-ONE-GRADE
               END-READ
           END-PERFORM
           CLOSE PARAM-FILE
           MOVE 'N' TO WS-EOF
           MOVE 1 TO WS-GR-IDX
           PERFORM UNTIL WS-GR-IDX > 5
               IF WS-GR-LOADED(WS-GR-IDX) NOT = 'Y'
                   DISPLAY '{"error":"Parameter file has no entry for '
                       'grade ' WS-GR-IDX '"}'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-GR-IDX
           END-PERFORM.

       1100-LOAD-ONE-GRADE.
           IF FUNCTION TRIM(PARAM-RECORD) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO WS-IN-GRADE WS-IN-MIN-DPD WS-IN-PCT
           MOVE SPACES TO WS-IN-NAME
           MOVE FUNCTION TRIM(PARAM-RECORD) TO WS-REMAIN
           PERFORM UNTIL FUNCTION TRIM(WS-REMAIN) = SPACES
               PERFORM 8100-EXTRACT-TOKEN
               IF FUNCTION TRIM(WS-TOKEN) NOT = SPACES
                   PERFORM 1150-PARSE-PARAM-TOKEN
               END-IF
           END-PERFORM
           IF WS-IN-GRADE < 1 OR WS-IN-GRADE > 5
               EXIT PARAGRAPH
           END-IF
           MOVE WS-IN-NAME    TO WS-GR-NAME(WS-IN-GRADE)
           MOVE WS-IN-MIN-DPD TO WS-GR-MIN-DPD(WS-IN-GRADE)
           MOVE WS-IN-PCT     TO WS-GR-PCT(WS-IN-GRADE)
           MOVE 'Y'           TO WS-GR-LOADED(WS-IN-GRADE).

       1150-PARSE-PARAM-TOKEN.
           MOVE ZERO TO WS-POS
           INSPECT WS-TOKEN TALLYING WS-POS FOR CHARACTERS BEFORE '='
           IF WS-POS > 0
               MOVE WS-TOKEN(1:WS-POS) TO WS-FIELD-NAME
               MOVE WS-TOKEN(WS-POS + 2:) TO WS-FIELD-VAL
               EVALUATE FUNCTION TRIM(WS-FIELD-NAME)
                   WHEN 'grade'
                       MOVE FUNCTION NUMVAL(WS-FIELD-VAL)
                           TO WS-IN-GRADE
                   WHEN 'name'
                       MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
                           WS-FIELD-VAL)) TO WS-IN-NAME
                   WHEN 'min_dpd'
                       MOVE FUNCTION NUMVAL(WS-FIELD-VAL)
                           TO WS-IN-MIN-DPD
                   WHEN 'pct'
                       MOVE FUNCTION NUMVAL(WS-FIELD-VAL)
                           TO WS-IN-PCT
               END-EVALUATE
           END-IF.

      *----------------------------------------------------------------
      * last month's position - absent on the first run
      *----------------------------------------------------------------
       1200-LOAD-PRIOR-POSITION.
           OPEN INPUT PRIOR-FILE
           IF WS-PRIOR-STATUS NOT = '00'
               DISPLAY 'WARNING: no prior position at '
                   FUNCTION TRIM(WS-PRIOR-FILE)
                   ' - every loan starts from NEW' UPON SYSERR
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ PRIOR-FILE INTO PRIOR-RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM 1300-LOAD-ONE-PRIOR
               END-READ
           END-PERFORM
           CLOSE PRIOR-FILE
           MOVE 'N' TO WS-EOF.

       1300-LOAD-ONE-PRIOR.
           IF FUNCTION TRIM(PRIOR-RECORD) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-IN-LOAN-ID WS-IN-ACCT
           MOVE ZEROS TO WS-IN-GRADE WS-IN-REQUIRED
           MOVE FUNCTION TRIM(PRIOR-RECORD) TO WS-REMAIN
           PERFORM UNTIL FUNCTION TRIM(WS-REMAIN) = SPACES
               PERFORM 8100-EXTRACT-TOKEN
               IF FUNCTION TRIM(WS-TOKEN) NOT = SPACES
                   PERFORM 2200-PARSE-LOAN-TOKEN
               END-IF
           END-PERFORM
           IF FUNCTION TRIM(WS-IN-LOAN-ID) = SPACES
               EXIT PARAGRAPH
           END-IF
      *    a loan dropped here would migrate from NEW and have its
      *    whole allowance journalled again
           IF WS-PR-COUNT >= 10000
               MOVE 'Y' TO WS-PR-TRUNC-FLAG
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PR-COUNT
           MOVE WS-IN-LOAN-ID  TO WS-PR-LOAN-ID(WS-PR-COUNT)
           MOVE WS-IN-ACCT     TO WS-PR-ACCT(WS-PR-COUNT)
           MOVE WS-IN-GRADE    TO WS-PR-GRADE(WS-PR-COUNT)
           MOVE WS-IN-REQUIRED TO WS-PR-REQUIRED(WS-PR-COUNT)
           MOVE 'N'            TO WS-PR-MATCHED(WS-PR-COUNT).

      *----------------------------------------------------------------
      * every OPEN loan graded and provisioned; the position is
      * written as it goes, the journal only where the figure moved
      *----------------------------------------------------------------
       2000-CLASSIFY-LOANS.
           OPEN INPUT LOAN-FILE
           IF WS-LOAN-STATUS NOT = '00'
               DISPLAY '{"error":"Cannot open loan file: '
                   FUNCTION TRIM(WS-LOAN-FILE) '"}'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT POSITION-FILE
           IF WS-POSITION-STATUS NOT = '00'
               DISPLAY '{"error":"Cannot open position file: '
                   FUNCTION TRIM(WS-POSITION-FILE) '"}'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT JOURNAL-FILE
           IF WS-JOURNAL-STATUS NOT = '00'
               DISPLAY '{"error":"Cannot open journal file: '
                   FUNCTION TRIM(WS-JOURNAL-FILE) '"}'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY '{"loans":['
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ LOAN-FILE INTO LOAN-RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM 2100-CLASSIFY-ONE-LOAN
               END-READ
           END-PERFORM
           CLOSE LOAN-FILE
           MOVE 'N' TO WS-EOF.

       2100-CLASSIFY-ONE-LOAN.
           IF FUNCTION TRIM(LOAN-RECORD) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-IN-LOAN-ID WS-IN-ACCT WS-IN-NEXT-DUE
               WS-IN-STATUS WS-IN-RESTRUCT
           MOVE ZEROS TO WS-IN-BALANCE WS-IN-GRADE WS-IN-REQUIRED
           MOVE FUNCTION TRIM(LOAN-RECORD) TO WS-REMAIN
           PERFORM UNTIL FUNCTION TRIM(WS-REMAIN) = SPACES
               PERFORM 8100-EXTRACT-TOKEN
               IF FUNCTION TRIM(WS-TOKEN) NOT = SPACES
                   PERFORM 2200-PARSE-LOAN-TOKEN
               END-IF
           END-PERFORM
      * a PAID loan carries no allowance - if it had one last month
      * the release is picked up with the loans that have gone
           IF FUNCTION TRIM(WS-IN-LOAN-ID) = SPACES OR
                   FUNCTION TRIM(WS-IN-STATUS) NOT = 'OPEN' OR
                   WS-IN-BALANCE = ZEROS
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-LOAN-COUNT
           PERFORM 2300-DAYS-PAST-DUE
           MOVE 1 TO WS-GRADE
           MOVE 2 TO WS-GR-IDX
           PERFORM UNTIL WS-GR-IDX > 5
               IF WS-DPD >= WS-GR-MIN-DPD(WS-GR-IDX)
                   MOVE WS-GR-IDX TO WS-GRADE
               END-IF
               ADD 1 TO WS-GR-IDX
           END-PERFORM
      * a restructured loan never returns to Lancar on its new
      * schedule - it stays no better than grade 2
           IF WS-IN-RESTRUCT = 'Y' AND WS-GRADE < 2
               MOVE 2 TO WS-GRADE
           END-IF
           COMPUTE WS-REQUIRED ROUNDED =
               WS-IN-BALANCE * WS-GR-PCT(WS-GRADE) / 100
           ADD 1 TO WS-GR-COUNT(WS-GRADE)
           ADD WS-IN-BALANCE TO WS-GR-BALANCE(WS-GRADE)
           ADD WS-REQUIRED TO WS-GR-REQUIRED(WS-GRADE)
           ADD WS-REQUIRED TO WS-TOTAL-REQUIRED
      * last month's figure and grade for the same loan
           MOVE ZEROS TO WS-PREVIOUS WS-PREV-GRADE
           MOVE 1 TO WS-PR-IDX
           PERFORM UNTIL WS-PR-IDX > WS-PR-COUNT OR
                   WS-PR-LOAN-ID(WS-PR-IDX) = WS-IN-LOAN-ID
               ADD 1 TO WS-PR-IDX
           END-PERFORM
           IF WS-PR-IDX <= WS-PR-COUNT
               MOVE WS-PR-REQUIRED(WS-PR-IDX) TO WS-PREVIOUS
               MOVE WS-PR-GRADE(WS-PR-IDX) TO WS-PREV-GRADE
               MOVE 'Y' TO WS-PR-MATCHED(WS-PR-IDX)
           END-IF
           ADD WS-PREVIOUS TO WS-TOTAL-PREVIOUS
           COMPUTE WS-MX-FROM = WS-PREV-GRADE + 1
           ADD 1 TO WS-MX-CELL(WS-MX-FROM, WS-GRADE)
           COMPUTE WS-CHANGE = WS-REQUIRED - WS-PREVIOUS
           MOVE WS-IN-LOAN-ID TO WS-JNL-REF
           MOVE WS-IN-ACCT TO WS-JNL-ACCT
           PERFORM 4000-WRITE-JOURNAL-LINE
           PERFORM 2500-WRITE-POSITION-LINE
           PERFORM 2600-REPORT-ONE-LOAN.

       2200-PARSE-LOAN-TOKEN.
           MOVE ZERO TO WS-POS
           INSPECT WS-TOKEN TALLYING WS-POS FOR CHARACTERS BEFORE '='
           IF WS-POS > 0
               MOVE WS-TOKEN(1:WS-POS) TO WS-FIELD-NAME
               MOVE WS-TOKEN(WS-POS + 2:) TO WS-FIELD-VAL
               EVALUATE FUNCTION TRIM(WS-FIELD-NAME)
                   WHEN 'loan_id'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-IN-LOAN-ID
                   WHEN 'account_id'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL) TO WS-IN-ACCT
                   WHEN 'balance'
                       MOVE FUNCTION NUMVAL(WS-FIELD-VAL)
                           TO WS-IN-BALANCE
                   WHEN 'next_due'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-IN-NEXT-DUE
                   WHEN 'status'
                       MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
                           WS-FIELD-VAL)) TO WS-IN-STATUS
                   WHEN 'grade'
                       MOVE FUNCTION NUMVAL(WS-FIELD-VAL)
                           TO WS-IN-GRADE
                   WHEN 'required'
                       MOVE FUNCTION NUMVAL(WS-FIELD-VAL)
                           TO WS-IN-REQUIRED
                   WHEN 'restructured'
                       MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
                           WS-FIELD-VAL)) TO WS-IN-RESTRUCT
               END-EVALUATE
           END-IF.

      * days past due run from the oldest unpaid due date - CFLOAN
      * only advances next_due when an installment is collected
       2300-DAYS-PAST-DUE.
           MOVE ZEROS TO WS-DPD
           MOVE WS-IN-NEXT-DUE TO WS-DT-STR
           PERFORM 8200-DATE-TO-DAY-NUMBER
           IF WS-DT-INT > ZEROS AND WS-DT-INT < WS-AS-OF-INT
               COMPUTE WS-DPD = WS-AS-OF-INT - WS-DT-INT
           END-IF.

       2500-WRITE-POSITION-LINE.
           MOVE WS-IN-BALANCE TO WS-AMT-D
           MOVE WS-REQUIRED TO WS-AMT2-D
           MOVE WS-DPD TO WS-CNT-D
           MOVE SPACES TO POSITION-RECORD
           STRING
               'period=' DELIMITED SIZE
               WS-PERIOD-YM DELIMITED SIZE
               ' loan_id=' DELIMITED SIZE
               FUNCTION TRIM(WS-IN-LOAN-ID) DELIMITED SIZE
               ' account_id=' DELIMITED SIZE
               FUNCTION TRIM(WS-IN-ACCT) DELIMITED SIZE
               ' grade=' DELIMITED SIZE
               WS-GRADE DELIMITED SIZE
               ' dpd=' DELIMITED SIZE
               FUNCTION TRIM(WS-CNT-D) DELIMITED SIZE
               ' balance=' DELIMITED SIZE
               FUNCTION TRIM(WS-AMT-D) DELIMITED SIZE
               ' required=' DELIMITED SIZE
               FUNCTION TRIM(WS-AMT2-D) DELIMITED SIZE
               INTO POSITION-RECORD
           END-STRING
           WRITE POSITION-RECORD.

       2600-REPORT-ONE-LOAN.
           IF WS-FIRST-REC = 'N'
               DISPLAY ','
           END-IF
           MOVE WS-DPD TO WS-CNT-D
           MOVE WS-IN-BALANCE TO WS-AMT-D
           MOVE SPACES TO WS-OUT
           STRING
               '{"loan_id":"' DELIMITED SIZE
               FUNCTION TRIM(WS-IN-LOAN-ID) DELIMITED SIZE
               '","account_id":"' DELIMITED SIZE
               FUNCTION TRIM(WS-IN-ACCT) DELIMITED SIZE
               '","dpd":' DELIMITED SIZE
               FUNCTION TRIM(WS-CNT-D) DELIMITED SIZE
               ',"grade":' DELIMITED SIZE
               WS-GRADE DELIMITED SIZE
               ',"grade_name":"' DELIMITED SIZE
               FUNCTION TRIM(WS-GR-NAME(WS-GRADE)) DELIMITED SIZE
               '","prev_grade":' DELIMITED SIZE
               WS-PREV-GRADE DELIMITED SIZE
               ',"balance":' DELIMITED SIZE
               FUNCTION TRIM(WS-AMT-D) DELIMITED SIZE
               INTO WS-OUT
           END-STRING
           DISPLAY FUNCTION TRIM(WS-OUT) WITH NO ADVANCING
           MOVE WS-REQUIRED TO WS-AMT-D
           MOVE WS-PREVIOUS TO WS-AMT2-D
           MOVE WS-CHANGE TO WS-CHG-D
           MOVE SPACES TO WS-OUT
           STRING
               ',"required":' DELIMITED SIZE
               FUNCTION TRIM(WS-AMT-D) DELIMITED SIZE
               ',"previous":' DELIMITED SIZE
               FUNCTION TRIM(WS-AMT2-D) DELIMITED SIZE
               ',"change":' DELIMITED SIZE
               FUNCTION TRIM(WS-CHG-D) DELIMITED SIZE
               '}' DELIMITED SIZE
               INTO WS-OUT
           END-STRING
           DISPLAY FUNCTION TRIM(WS-OUT)
           MOVE 'N' TO WS-FIRST-REC.

      *----------------------------------------------------------------
      * loans on last month's position but not provisioned now - paid
      * off or removed - release their whole allowance
      *----------------------------------------------------------------
       3000-RELEASE-GONE-LOANS.
           MOVE 1 TO WS-PR-IDX
           PERFORM UNTIL WS-PR-IDX > WS-PR-COUNT
               IF WS-PR-MATCHED(WS-PR-IDX) = 'N'
                   COMPUTE WS-MX-FROM = WS-PR-GRADE(WS-PR-IDX) + 1
                   ADD 1 TO WS-MX-CELL(WS-MX-FROM, 6)
                   ADD WS-PR-REQUIRED(WS-PR-IDX) TO WS-TOTAL-PREVIOUS
                   COMPUTE WS-CHANGE = ZEROS - WS-PR-REQUIRED(WS-PR-IDX)
                   MOVE WS-PR-LOAN-ID(WS-PR-IDX) TO WS-JNL-REF
                   MOVE WS-PR-ACCT(WS-PR-IDX) TO WS-JNL-ACCT
                   MOVE ZEROS TO WS-GRADE
                   PERFORM 4000-WRITE-JOURNAL-LINE
               END-IF
               ADD 1 TO WS-PR-IDX
           END-PERFORM
           CLOSE POSITION-FILE
           CLOSE JOURNAL-FILE.

      * one journal line per loan whose allowance moved - CFGLEXP
      * reads the file as its PROVISION source
       4000-WRITE-JOURNAL-LINE.
           IF WS-CHANGE = ZEROS
               EXIT PARAGRAPH
           END-IF
           IF WS-CHANGE > ZEROS
               MOVE 'PROV-INCREASE' TO WS-JNL-TYPE
               MOVE WS-CHANGE TO WS-JNL-AMOUNT
               ADD WS-JNL-AMOUNT TO WS-TOTAL-INCREASE
           ELSE
               MOVE 'PROV-RELEASE' TO WS-JNL-TYPE
               COMPUTE WS-JNL-AMOUNT = ZEROS - WS-CHANGE
               ADD WS-JNL-AMOUNT TO WS-TOTAL-RELEASE
           END-IF
           ADD 1 TO WS-JNL-COUNT
           MOVE WS-JNL-AMOUNT TO WS-AMT-D
           MOVE SPACES TO JOURNAL-RECORD
           STRING
               'date=' DELIMITED SIZE
               WS-AS-OF DELIMITED SIZE
               ' type=' DELIMITED SIZE
               FUNCTION TRIM(WS-JNL-TYPE) DELIMITED SIZE
               ' ref=' DELIMITED SIZE
               FUNCTION TRIM(WS-JNL-REF) DELIMITED SIZE
               ' account_id=' DELIMITED SIZE
               FUNCTION TRIM(WS-JNL-ACCT) DELIMITED SIZE
               ' amount=' DELIMITED SIZE
               FUNCTION TRIM(WS-AMT-D) DELIMITED SIZE
               ' grade=' DELIMITED SIZE
               WS-GRADE DELIMITED SIZE
               INTO JOURNAL-RECORD
           END-STRING
           WRITE JOURNAL-RECORD.

       5000-GRADE-TOTALS.
           DISPLAY '],"grades":['
           MOVE 'Y' TO WS-FIRST-REC
           MOVE 1 TO WS-GR-IDX
           PERFORM UNTIL WS-GR-IDX > 5
               IF WS-FIRST-REC = 'N'
                   DISPLAY ','
               END-IF
               MOVE WS-GR-COUNT(WS-GR-IDX) TO WS-CNT-D
               MOVE WS-GR-PCT(WS-GR-IDX) TO WS-PCT-D
               MOVE WS-GR-BALANCE(WS-GR-IDX) TO WS-AMT-D
               MOVE WS-GR-REQUIRED(WS-GR-IDX) TO WS-AMT2-D
               MOVE SPACES TO WS-OUT
               STRING
                   '{"grade":' DELIMITED SIZE
                   WS-GR-IDX DELIMITED SIZE
                   ',"name":"' DELIMITED SIZE
                   FUNCTION TRIM(WS-GR-NAME(WS-GR-IDX))
                       DELIMITED SIZE
                   '","loans":' DELIMITED SIZE
                   FUNCTION TRIM(WS-CNT-D) DELIMITED SIZE
                   ',"pct":' DELIMITED SIZE
                   FUNCTION TRIM(WS-PCT-D) DELIMITED SIZE
                   ',"balance":' DELIMITED SIZE
                   FUNCTION TRIM(WS-AMT-D) DELIMITED SIZE
                   ',"required":' DELIMITED SIZE
                   FUNCTION TRIM(WS-AMT2-D) DELIMITED SIZE
                   '}' DELIMITED SIZE
                   INTO WS-OUT
               END-STRING
               DISPLAY FUNCTION TRIM(WS-OUT)
               MOVE 'N' TO WS-FIRST-REC
               ADD 1 TO WS-GR-IDX
           END-PERFORM.

      * one row per grade last month (NEW first), one count per grade
      * now plus the loans that are gone
       6000-MIGRATION-MATRIX.
           DISPLAY '],"migration":['
           MOVE 'Y' TO WS-FIRST-REC
           MOVE 1 TO WS-MX-FROM
           PERFORM UNTIL WS-MX-FROM > 6
               IF WS-FIRST-REC = 'N'
                   DISPLAY ','
               END-IF
               MOVE SPACES TO WS-OUT
               IF WS-MX-FROM = 1
                   MOVE '{"from":"NEW"' TO WS-OUT
               ELSE
                   COMPUTE WS-GR-IDX = WS-MX-FROM - 1
                   STRING '{"from":"' WS-GR-IDX '"'
                       DELIMITED SIZE INTO WS-OUT
                   END-STRING
               END-IF
               DISPLAY FUNCTION TRIM(WS-OUT) WITH NO ADVANCING
               MOVE 1 TO WS-MX-TO
               PERFORM UNTIL WS-MX-TO > 6
                   MOVE WS-MX-CELL(WS-MX-FROM, WS-MX-TO) TO WS-CNT-D
                   IF WS-MX-TO = 6
                       DISPLAY ',"to_gone":' FUNCTION TRIM(WS-CNT-D)
                           WITH NO ADVANCING
                   ELSE
                       DISPLAY ',"to_' WS-MX-TO '":'
                           FUNCTION TRIM(WS-CNT-D) WITH NO ADVANCING
                   END-IF
                   ADD 1 TO WS-MX-TO
               END-PERFORM
               DISPLAY '}'
               MOVE 'N' TO WS-FIRST-REC
               ADD 1 TO WS-MX-FROM
           END-PERFORM.

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

       9000-SUMMARY.
           COMPUTE WS-NET-CHANGE = WS-TOTAL-INCREASE - WS-TOTAL-RELEASE
           MOVE WS-LOAN-COUNT TO WS-CNT-D
           MOVE WS-TOTAL-REQUIRED TO WS-TOT-D
           MOVE SPACES TO WS-OUT
           STRING
               '],"summary":{"as_of":"' DELIMITED SIZE
               WS-AS-OF DELIMITED SIZE
               '","loans":' DELIMITED SIZE
               FUNCTION TRIM(WS-CNT-D) DELIMITED SIZE
               ',"required":' DELIMITED SIZE
               FUNCTION TRIM(WS-TOT-D) DELIMITED SIZE
               INTO WS-OUT
           END-STRING
           DISPLAY FUNCTION TRIM(WS-OUT) WITH NO ADVANCING
           MOVE WS-TOTAL-PREVIOUS TO WS-TOT-D
           MOVE SPACES TO WS-OUT
           STRING
               ',"previous":' DELIMITED SIZE
               FUNCTION TRIM(WS-TOT-D) DELIMITED SIZE
               INTO WS-OUT
           END-STRING
           DISPLAY FUNCTION TRIM(WS-OUT) WITH NO ADVANCING
           MOVE WS-TOTAL-INCREASE TO WS-TOT-D
           MOVE SPACES TO WS-OUT
           STRING
               ',"increase":' DELIMITED SIZE
               FUNCTION TRIM(WS-TOT-D) DELIMITED SIZE
               INTO WS-OUT
           END-STRING
           DISPLAY FUNCTION TRIM(WS-OUT) WITH NO ADVANCING
           MOVE WS-TOTAL-RELEASE TO WS-TOT-D
           MOVE SPACES TO WS-OUT
           STRING
               ',"release":' DELIMITED SIZE
               FUNCTION TRIM(WS-TOT-D) DELIMITED SIZE
               INTO WS-OUT
           END-STRING
           DISPLAY FUNCTION TRIM(WS-OUT) WITH NO ADVANCING
           MOVE WS-NET-CHANGE TO WS-TOT-D
           MOVE WS-JNL-COUNT TO WS-CNT-D
           MOVE SPACES TO WS-OUT
           STRING
               ',"net_change":' DELIMITED SIZE
               FUNCTION TRIM(WS-TOT-D) DELIMITED SIZE
               ',"journal_lines":' DELIMITED SIZE
               FUNCTION TRIM(WS-CNT-D) DELIMITED SIZE
               ',"journal_file":"' DELIMITED SIZE
               FUNCTION TRIM(WS-JOURNAL-FILE) DELIMITED SIZE
               '","position_file":"' DELIMITED SIZE
               FUNCTION TRIM(WS-POSITION-FILE) DELIMITED SIZE
               '"}}' DELIMITED SIZE
               INTO WS-OUT
           END-STRING
           DISPLAY FUNCTION TRIM(WS-OUT).
