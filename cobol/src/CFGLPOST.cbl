      *================================================================*
      * CFGLPOST.cbl - General Ledger Posting and Period Close         *
      * Keeps the GL master - the chart of accounts with each          *
      * account's period-to-date movement, year-to-date movement and  *
      * balance - and applies to it the balanced daily journal        *
      * CFGLEXP writes (CFGL-YYYYMMDD.DAT), once per business date.   *
      * The master's control line names the one open period; a day    *
      * of an earlier (closed) period or of a later one is refused,    *
      * and so is a day already in the posted-days register. Every    *
      * leg must name an account in the chart and the legs must foot   *
      * to the journal's GL-TOTAL trailer, or nothing is applied.      *
      * Balances are carried debit-positive: an asset or expense       *
      * account is normally positive, a liability, equity or income    *
      * account normally negative, and the whole ledger sums to zero.  *
      * Month-end close checks that it does, freezes the period's      *
      * balances in a snapshot file (so its trial balance and balance  *
      * sheet can be printed again later), zeroes the period-to-date  *
      * figures and opens the next month. Year-end close does the same *
      * for December and then rolls every income and expense balance  *
      * into the SHU tahun berjalan (current-year surplus) equity      *
      * account, writing the closing entries as a journal of their own.*
      * Args (key=value, any order):                                   *
      *   action=SETUP        - period=YYYY-MM (first open period)     *
      *                         shu_gl= [name=] creates the master     *
      *                         and the SHU equity account             *
      *   action=ADD-ACCOUNT  - gl= name= type=ASSET|LIABILITY|EQUITY| *
      *                         INCOME|EXPENSE (name without spaces)   *
      *   action=POST         - business_date=YYYY-MM-DD               *
      *                         [journal_file=] default                *
      *                         CFGL-<YYYYMMDD>.DAT                    *
      *   action=TRIAL-BALANCE [period=] - open period by default; a   *
      *                         closed period prints from its snapshot *
      *   action=BALANCE-SHEET [period=] - as above                    *
      *   action=CLOSE-MONTH  - period= must name the open period      *
      *                         (January to November)                  *
      *   action=CLOSE-YEAR   - period= must name the open period,     *
      *                         which must be December                 *
      *   master_file=<path>  - default CFGL_MASTER.DAT                *
      *   register_file=<p>   - default CFGL_POSTED.DAT, one line per  *
      *                         business date applied                  *
      *   snapshot_file=<p>   - default CFGL_PERIOD_<YYYYMM>.DAT       *
      *   close_file=<path>   - default CFGL_CLOSE_<YYYY>.DAT, the     *
      *                         year-end closing entries               *
      *   system_date_file=<path> - default CFSYSDATE.DAT; its         *
      *       business date stands in for today when no date           *
      *       argument is given                                        *
      * Output stdout: JSON. RETURN-CODE 8 when a posting or close is  *
      * refused or a trial balance does not foot.                      *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CFGLPOST.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. LINUX.
       OBJECT-COMPUTER. LINUX.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GL-MASTER ASSIGN TO DYNAMIC WS-LOAD-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT JOURNAL-IN ASSIGN TO DYNAMIC WS-JOURNAL-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT REGISTER-FILE ASSIGN TO DYNAMIC WS-REGISTER-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.
           SELECT SNAPSHOT-OUT ASSIGN TO DYNAMIC WS-SNAPSHOT-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SNAPSHOT-STATUS.
           SELECT CLOSE-OUT ASSIGN TO DYNAMIC WS-CLOSE-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLOSE-STATUS.
           SELECT SYSTEM-DATE-FILE ASSIGN TO DYNAMIC WS-SYSDATE-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SYSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GL-MASTER.
       01  GL-MASTER-RECORD    PIC X(300).

       FD  JOURNAL-IN.
       01  JOURNAL-RECORD      PIC X(300).

       FD  REGISTER-FILE.
       01  REGISTER-RECORD     PIC X(300).

       FD  SNAPSHOT-OUT.
       01  SNAPSHOT-RECORD     PIC X(300).

       FD  CLOSE-OUT.
       01  CLOSE-RECORD        PIC X(300).

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
       01  WS-MASTER-FILE      PIC X(200) VALUE 'CFGL_MASTER.DAT'.
       01  WS-LOAD-FILE        PIC X(200) VALUE SPACES.
       01  WS-MASTER-STATUS    PIC XX VALUE SPACES.
       01  WS-JOURNAL-FILE     PIC X(200) VALUE SPACES.
       01  WS-JOURNAL-STATUS   PIC XX VALUE SPACES.
       01  WS-REGISTER-FILE    PIC X(200) VALUE 'CFGL_POSTED.DAT'.
       01  WS-REGISTER-STATUS  PIC XX VALUE SPACES.
       01  WS-SNAPSHOT-FILE    PIC X(200) VALUE SPACES.
       01  WS-SNAPSHOT-STATUS  PIC XX VALUE SPACES.
       01  WS-CLOSE-FILE       PIC X(200) VALUE SPACES.
       01  WS-CLOSE-STATUS     PIC XX VALUE SPACES.

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

       01  WS-ACTION           PIC X(16) VALUE SPACES.
       01  WS-BUSINESS-DATE    PIC X(10) VALUE SPACES.
       01  WS-BUSINESS-YMD     PIC X(8) VALUE SPACES.
       01  WS-PERIOD           PIC X(7) VALUE SPACES.
       01  WS-IN-GL            PIC X(20) VALUE SPACES.
       01  WS-IN-NAME          PIC X(40) VALUE SPACES.
       01  WS-IN-TYPE          PIC X(10) VALUE SPACES.
       01  WS-IN-SHU-GL        PIC X(20) VALUE SPACES.
       01  WS-CUR-TS           PIC X(21) VALUE SPACES.

      * the master's control line - the one open period
       01  WS-CT-FOUND-FLAG    PIC X VALUE 'N'.
           88  WS-CT-IS-FOUND      VALUE 'Y'.
       01  WS-CT-PERIOD        PIC X(7) VALUE SPACES.
       01  WS-CT-SHU-GL        PIC X(20) VALUE SPACES.
       01  WS-CT-LAST-CLOSED   PIC X(7) VALUE SPACES.

      * the chart of accounts, balances debit-positive
       01  WS-GA-COUNT         PIC 9(4) VALUE ZEROS.
       01  WS-GA-IDX           PIC 9(4) VALUE ZEROS.
       01  WS-GA-FOUND-IDX     PIC 9(4) VALUE ZEROS.
       01  WS-GA-TRUNC-FLAG    PIC X VALUE 'N'.
           88  WS-GA-IS-TRUNCATED  VALUE 'Y'.
       01  WS-GA-TABLE.
           05  WS-GA-ENTRY OCCURS 1000 TIMES.
               10  WS-GA-GL        PIC X(20).
               10  WS-GA-NAME      PIC X(40).
               10  WS-GA-TYPE      PIC X(10).
               10  WS-GA-PTD       PIC S9(13)V99.
               10  WS-GA-YTD       PIC S9(13)V99.
               10  WS-GA-BAL       PIC S9(13)V99.
               10  WS-GA-DELTA     PIC S9(13)V99.
       01  WS-GI-GL            PIC X(20) VALUE SPACES.
       01  WS-GI-NAME          PIC X(40) VALUE SPACES.
       01  WS-GI-TYPE          PIC X(10) VALUE SPACES.
       01  WS-GI-PTD           PIC S9(13)V99 VALUE ZEROS.
       01  WS-GI-YTD           PIC S9(13)V99 VALUE ZEROS.
       01  WS-GI-BAL           PIC S9(13)V99 VALUE ZEROS.
       01  WS-GI-CONTROL       PIC X(10) VALUE SPACES.
       01  WS-GI-PERIOD        PIC X(7) VALUE SPACES.
       01  WS-GI-SHU-GL        PIC X(20) VALUE SPACES.
       01  WS-GI-LAST-CLOSED   PIC X(7) VALUE SPACES.

      * one journal leg, and the day's totals
       01  WS-JL-DATE          PIC X(10) VALUE SPACES.
       01  WS-JL-GL            PIC X(20) VALUE SPACES.
       01  WS-JL-SIDE          PIC X(2) VALUE SPACES.
       01  WS-JL-AMOUNT        PIC 9(13)V99 VALUE ZEROS.
       01  WS-JL-TRAILER-FLAG  PIC X VALUE 'N'.
           88  WS-JL-HAS-TRAILER   VALUE 'Y'.
       01  WS-JL-TRL-DEBITS    PIC 9(15)V99 VALUE ZEROS.
       01  WS-JL-TRL-CREDITS   PIC 9(15)V99 VALUE ZEROS.
       01  WS-JL-LEGS          PIC 9(6) VALUE ZEROS.
       01  WS-JL-BAD-DATES     PIC 9(6) VALUE ZEROS.
       01  WS-JL-BAD-SIDES     PIC 9(6) VALUE ZEROS.
       01  WS-JL-UNKNOWN       PIC 9(6) VALUE ZEROS.
       01  WS-JL-FIRST-UNKNOWN PIC X(20) VALUE SPACES.
       01  WS-JL-POSTED-FLAG   PIC X VALUE 'N'.
           88  WS-JL-IS-POSTED     VALUE 'Y'.
       01  WS-RG-DATE          PIC X(10) VALUE SPACES.

       01  WS-TOTAL-DEBITS     PIC 9(15)V99 VALUE ZEROS.
       01  WS-TOTAL-CREDITS    PIC 9(15)V99 VALUE ZEROS.
       01  WS-LEDGER-SUM       PIC S9(15)V99 VALUE ZEROS.
       01  WS-TOUCHED-COUNT    PIC 9(4) VALUE ZEROS.

      * balance sheet totals, natural sign
       01  WS-BS-ASSETS        PIC S9(15)V99 VALUE ZEROS.
       01  WS-BS-LIABS         PIC S9(15)V99 VALUE ZEROS.
       01  WS-BS-EQUITY        PIC S9(15)V99 VALUE ZEROS.
       01  WS-BS-SURPLUS       PIC S9(15)V99 VALUE ZEROS.
       01  WS-BS-RIGHT         PIC S9(15)V99 VALUE ZEROS.
       01  WS-BS-NATURAL       PIC S9(13)V99 VALUE ZEROS.

      * period arithmetic
       01  WS-PR-YEAR          PIC 9(4) VALUE ZEROS.
       01  WS-PR-MONTH         PIC 9(2) VALUE ZEROS.
       01  WS-PR-NEXT          PIC X(7) VALUE SPACES.
       01  WS-PR-VALID-FLAG    PIC X VALUE 'N'.
           88  WS-PR-IS-VALID      VALUE 'Y'.
       01  WS-PR-SOURCE        PIC X(8) VALUE SPACES.
       01  WS-ROLL-TOTAL       PIC S9(15)V99 VALUE ZEROS.
       01  WS-ROLL-LEGS        PIC 9(4) VALUE ZEROS.

       01  WS-AMT-D            PIC Z(13).99.
       01  WS-SAMT-D           PIC -(13).99.
       01  WS-SAMT2-D          PIC -(13).99.
       01  WS-SAMT3-D          PIC -(13).99.
       01  WS-TOTDR-D          PIC Z(15).99.
       01  WS-TOTCR-D          PIC Z(15).99.
       01  WS-STOT-D           PIC -(15).99.
       01  WS-STOT2-D          PIC -(15).99.
       01  WS-CNT-D            PIC Z(5)9.
       01  WS-CNT2-D           PIC Z(5)9.
       01  WS-OUT              PIC X(500) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER
           MOVE 1 TO WS-ARG-IDX
           PERFORM UNTIL WS-ARG-IDX > WS-ARG-COUNT
               ACCEPT WS-OPT-ARG FROM ARGUMENT-VALUE
               PERFORM 0050-PARSE-OPTION-ARG
               ADD 1 TO WS-ARG-IDX
           END-PERFORM
           PERFORM 0880-READ-SYSTEM-DATE
           IF FUNCTION TRIM(WS-BUSINESS-DATE) = SPACES
               MOVE WS-SYSTEM-DATE TO WS-BUSINESS-DATE
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-CUR-TS
           MOVE WS-MASTER-FILE TO WS-LOAD-FILE
           PERFORM 1000-LOAD-MASTER
           IF WS-GA-IS-TRUNCATED
               DISPLAY '{"error":"GL master larger than 1000 '
                   'accounts - nothing processed, file left '
                   'untouched"}'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF NOT WS-CT-IS-FOUND AND
                   FUNCTION TRIM(WS-ACTION) NOT = 'SETUP'
               DISPLAY '{"error":"GL master not set up: '
                   FUNCTION TRIM(WS-MASTER-FILE)
                   ' - run action=SETUP first"}'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           EVALUATE FUNCTION TRIM(WS-ACTION)
               WHEN 'SETUP'
                   PERFORM 2000-SETUP-LEDGER
               WHEN 'ADD-ACCOUNT'
                   PERFORM 2100-ADD-ACCOUNT
               WHEN 'POST'
                   PERFORM 3000-POST-JOURNAL
               WHEN 'TRIAL-BALANCE'
                   PERFORM 4000-TRIAL-BALANCE
               WHEN 'BALANCE-SHEET'
                   PERFORM 4500-BALANCE-SHEET
               WHEN 'CLOSE-MONTH'
                   PERFORM 5000-CLOSE-MONTH
               WHEN 'CLOSE-YEAR'
                   PERFORM 5500-CLOSE-YEAR
               WHEN OTHER
                   DISPLAY '{"error":"Usage: cfglpost action=SETUP|'
                       'ADD-ACCOUNT|POST|TRIAL-BALANCE|BALANCE-SHEET|'
                       'CLOSE-MONTH|CLOSE-YEAR [period=YYYY-MM] '
                       '[shu_gl=] [gl=] [name=] [type=] '
                       '[business_date=YYYY-MM-DD] [journal_file=] '
                       '[master_file=] [register_file=] '
                       '[snapshot_file=] [close_file=]"}'
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
                   WHEN 'business_date'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-BUSINESS-DATE
                   WHEN 'period'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL) TO WS-PERIOD
                   WHEN 'gl'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL) TO WS-IN-GL
                   WHEN 'name'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL) TO WS-IN-NAME
                   WHEN 'type'
                       MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
                           WS-FIELD-VAL)) TO WS-IN-TYPE
                   WHEN 'shu_gl'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-IN-SHU-GL
                   WHEN 'journal_file'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-JOURNAL-FILE
                   WHEN 'master_file'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-MASTER-FILE
                   WHEN 'register_file'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-REGISTER-FILE
                   WHEN 'snapshot_file'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-SNAPSHOT-FILE
                   WHEN 'close_file'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-CLOSE-FILE
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
      * the GL master (or a period snapshot, same layout) - control
      * line plus one line per account
      *----------------------------------------------------------------
       1000-LOAD-MASTER.
           MOVE ZEROS TO WS-GA-COUNT
           MOVE 'N' TO WS-CT-FOUND-FLAG
           MOVE 'N' TO WS-GA-TRUNC-FLAG
           OPEN INPUT GL-MASTER
           IF WS-MASTER-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ GL-MASTER INTO GL-MASTER-RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM 1100-LOAD-ONE-LINE
               END-READ
           END-PERFORM
           CLOSE GL-MASTER
           MOVE 'N' TO WS-EOF.

       1100-LOAD-ONE-LINE.
           IF FUNCTION TRIM(GL-MASTER-RECORD) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-GI-GL WS-GI-NAME WS-GI-TYPE
               WS-GI-CONTROL WS-GI-PERIOD WS-GI-SHU-GL
               WS-GI-LAST-CLOSED
           MOVE ZEROS TO WS-GI-PTD WS-GI-YTD WS-GI-BAL
           MOVE FUNCTION TRIM(GL-MASTER-RECORD) TO WS-REMAIN
           PERFORM UNTIL FUNCTION TRIM(WS-REMAIN) = SPACES
               PERFORM 8100-EXTRACT-TOKEN
               IF FUNCTION TRIM(WS-TOKEN) NOT = SPACES
                   PERFORM 1150-PARSE-MASTER-TOKEN
               END-IF
           END-PERFORM
           IF FUNCTION TRIM(WS-GI-CONTROL) NOT = SPACES
               MOVE 'Y' TO WS-CT-FOUND-FLAG
               MOVE WS-GI-PERIOD      TO WS-CT-PERIOD
               MOVE WS-GI-SHU-GL      TO WS-CT-SHU-GL
               MOVE WS-GI-LAST-CLOSED TO WS-CT-LAST-CLOSED
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(WS-GI-GL) = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-GA-COUNT >= 1000
               MOVE 'Y' TO WS-GA-TRUNC-FLAG
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-GA-COUNT
           MOVE WS-GI-GL   TO WS-GA-GL(WS-GA-COUNT)
           MOVE WS-GI-NAME TO WS-GA-NAME(WS-GA-COUNT)
           MOVE WS-GI-TYPE TO WS-GA-TYPE(WS-GA-COUNT)
           MOVE WS-GI-PTD  TO WS-GA-PTD(WS-GA-COUNT)
           MOVE WS-GI-YTD  TO WS-GA-YTD(WS-GA-COUNT)
           MOVE WS-GI-BAL  TO WS-GA-BAL(WS-GA-COUNT)
           MOVE ZEROS      TO WS-GA-DELTA(WS-GA-COUNT).

       1150-PARSE-MASTER-TOKEN.
           MOVE ZERO TO WS-POS
           INSPECT WS-TOKEN TALLYING WS-POS FOR CHARACTERS BEFORE '='
           IF WS-POS > 0
               MOVE WS-TOKEN(1:WS-POS) TO WS-FIELD-NAME
               MOVE WS-TOKEN(WS-POS + 2:) TO WS-FIELD-VAL
               EVALUATE FUNCTION TRIM(WS-FIELD-NAME)
                   WHEN 'control'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-GI-CONTROL
                   WHEN 'period'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-GI-PERIOD
                   WHEN 'shu_gl'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-GI-SHU-GL
                   WHEN 'last_closed'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-GI-LAST-CLOSED
                   WHEN 'gl'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL) TO WS-GI-GL
                   WHEN 'name'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL) TO WS-GI-NAME
                   WHEN 'type'
                       MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
                           WS-FIELD-VAL)) TO WS-GI-TYPE
                   WHEN 'ptd'
                       MOVE FUNCTION NUMVAL(WS-FIELD-VAL)
                           TO WS-GI-PTD
                   WHEN 'ytd'
                       MOVE FUNCTION NUMVAL(WS-FIELD-VAL)
                           TO WS-GI-YTD
                   WHEN 'balance'
                       MOVE FUNCTION NUMVAL(WS-FIELD-VAL)
                           TO WS-GI-BAL
               END-EVALUATE
           END-IF.

      *----------------------------------------------------------------
      * action=SETUP - a new ledger: the first open period and the
      * SHU tahun berjalan account year-end close rolls into
      *----------------------------------------------------------------
       2000-SETUP-LEDGER.
           IF WS-CT-IS-FOUND
               DISPLAY '{"status":"ERROR","message":"GL master '
                   'already set up - open period '
                   FUNCTION TRIM(WS-CT-PERIOD) '"}'
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PERIOD TO WS-PR-NEXT
           PERFORM 8250-CHECK-PERIOD
           IF NOT WS-PR-IS-VALID OR
                   FUNCTION TRIM(WS-IN-SHU-GL) = SPACES
               DISPLAY '{"status":"ERROR","message":"SETUP needs '
                   'period=YYYY-MM and shu_gl="}'
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PERIOD    TO WS-CT-PERIOD
           MOVE WS-IN-SHU-GL TO WS-CT-SHU-GL
           MOVE SPACES       TO WS-CT-LAST-CLOSED
           MOVE 'Y' TO WS-CT-FOUND-FLAG
           IF FUNCTION TRIM(WS-IN-NAME) = SPACES
               MOVE 'SHU_Tahun_Berjalan' TO WS-IN-NAME
           END-IF
           MOVE 1 TO WS-GA-COUNT
           MOVE WS-IN-SHU-GL TO WS-GA-GL(1)
           MOVE WS-IN-NAME   TO WS-GA-NAME(1)
           MOVE 'EQUITY'     TO WS-GA-TYPE(1)
           MOVE ZEROS TO WS-GA-PTD(1) WS-GA-YTD(1) WS-GA-BAL(1)
           PERFORM 7000-REWRITE-MASTER
           DISPLAY '{"status":"OK","action":"SETUP","period":"'
               FUNCTION TRIM(WS-CT-PERIOD) '","shu_gl":"'
               FUNCTION TRIM(WS-CT-SHU-GL) '"}'.

       2100-ADD-ACCOUNT.
           IF FUNCTION TRIM(WS-IN-GL) = SPACES OR
                   FUNCTION TRIM(WS-IN-NAME) = SPACES OR
                   (WS-IN-TYPE NOT = 'ASSET' AND
                    WS-IN-TYPE NOT = 'LIABILITY' AND
                    WS-IN-TYPE NOT = 'EQUITY' AND
                    WS-IN-TYPE NOT = 'INCOME' AND
                    WS-IN-TYPE NOT = 'EXPENSE')
               DISPLAY '{"status":"ERROR","message":"ADD-ACCOUNT '
                   'needs gl=, name= and type=ASSET|LIABILITY|'
                   'EQUITY|INCOME|EXPENSE"}'
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-IN-GL TO WS-JL-GL
           PERFORM 8600-FIND-ACCOUNT
           IF WS-GA-FOUND-IDX > ZEROS
               DISPLAY '{"status":"ERROR","message":"GL account '
                   'already in the chart: ' FUNCTION TRIM(WS-IN-GL)
                   '"}'
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-GA-COUNT >= 1000
               DISPLAY '{"status":"ERROR","message":"Chart of '
                   'accounts full (1000)"}'
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-GA-COUNT
           MOVE WS-IN-GL   TO WS-GA-GL(WS-GA-COUNT)
           MOVE WS-IN-NAME TO WS-GA-NAME(WS-GA-COUNT)
           MOVE WS-IN-TYPE TO WS-GA-TYPE(WS-GA-COUNT)
           MOVE ZEROS TO WS-GA-PTD(WS-GA-COUNT) WS-GA-YTD(WS-GA-COUNT)
               WS-GA-BAL(WS-GA-COUNT)
           PERFORM 7000-REWRITE-MASTER
           DISPLAY '{"status":"OK","action":"ADD-ACCOUNT","gl":"'
               FUNCTION TRIM(WS-IN-GL) '","type":"'
               FUNCTION TRIM(WS-IN-TYPE) '"}'.

      *----------------------------------------------------------------
      * action=POST - one business date's CFGLEXP journal, applied
      * whole or not at all
      *----------------------------------------------------------------
       3000-POST-JOURNAL.
           MOVE WS-BUSINESS-DATE TO WS-PR-NEXT
           PERFORM 8250-CHECK-PERIOD
           IF NOT WS-PR-IS-VALID OR WS-BUSINESS-DATE(8:1) NOT = '-'
               DISPLAY '{"status":"ERROR","message":"POST needs '
                   'business_date=YYYY-MM-DD"}'
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           STRING WS-BUSINESS-DATE(1:4) WS-BUSINESS-DATE(6:2)
                  WS-BUSINESS-DATE(9:2)
               DELIMITED SIZE INTO WS-BUSINESS-YMD
           END-STRING
           IF FUNCTION TRIM(WS-JOURNAL-FILE) = SPACES
               STRING 'CFGL-' WS-BUSINESS-YMD '.DAT'
                   DELIMITED SIZE INTO WS-JOURNAL-FILE
               END-STRING
           END-IF
           IF WS-BUSINESS-DATE(1:7) < WS-CT-PERIOD
               DISPLAY '{"status":"ERROR","message":"Period '
                   WS-BUSINESS-DATE(1:7) ' is closed - '
                   FUNCTION TRIM(WS-BUSINESS-DATE)
                   ' cannot be posted"}'
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-BUSINESS-DATE(1:7) > WS-CT-PERIOD
               DISPLAY '{"status":"ERROR","message":"Period '
                   WS-BUSINESS-DATE(1:7) ' is not open yet - close '
                   FUNCTION TRIM(WS-CT-PERIOD) ' first"}'
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM 3050-CHECK-REGISTER
           IF WS-JL-IS-POSTED
               DISPLAY '{"status":"ERROR","message":"Business date '
                   FUNCTION TRIM(WS-BUSINESS-DATE)
                   ' already applied to the ledger"}'
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT JOURNAL-IN
           IF WS-JOURNAL-STATUS NOT = '00'
               DISPLAY '{"status":"ERROR","message":"Cannot open '
                   'journal file: ' FUNCTION TRIM(WS-JOURNAL-FILE)
                   '"}'
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ JOURNAL-IN INTO JOURNAL-RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM 3100-READ-ONE-LEG
               END-READ
           END-PERFORM
           CLOSE JOURNAL-IN
           MOVE 'N' TO WS-EOF
           PERFORM 3200-CHECK-JOURNAL
           IF RETURN-CODE = 8
               EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO WS-TOUCHED-COUNT
           MOVE 1 TO WS-GA-IDX
           PERFORM UNTIL WS-GA-IDX > WS-GA-COUNT
               IF WS-GA-DELTA(WS-GA-IDX) NOT = ZEROS
                   ADD WS-GA-DELTA(WS-GA-IDX) TO WS-GA-PTD(WS-GA-IDX)
                   ADD WS-GA-DELTA(WS-GA-IDX) TO WS-GA-YTD(WS-GA-IDX)
                   ADD WS-GA-DELTA(WS-GA-IDX) TO WS-GA-BAL(WS-GA-IDX)
                   ADD 1 TO WS-TOUCHED-COUNT
               END-IF
               ADD 1 TO WS-GA-IDX
           END-PERFORM
           PERFORM 7000-REWRITE-MASTER
           PERFORM 3300-APPEND-REGISTER
           MOVE WS-JL-LEGS       TO WS-CNT-D
           MOVE WS-TOUCHED-COUNT TO WS-CNT2-D
           MOVE WS-TOTAL-DEBITS  TO WS-TOTDR-D
           MOVE WS-TOTAL-CREDITS TO WS-TOTCR-D
           MOVE SPACES TO WS-OUT
           STRING
               '{"status":"OK","action":"POST","date":"'
                   DELIMITED SIZE
               FUNCTION TRIM(WS-BUSINESS-DATE) DELIMITED SIZE
               '","period":"' DELIMITED SIZE
               FUNCTION TRIM(WS-CT-PERIOD) DELIMITED SIZE
               '","legs":' DELIMITED SIZE
               FUNCTION TRIM(WS-CNT-D) DELIMITED SIZE
               ',"debits":' DELIMITED SIZE
               FUNCTION TRIM(WS-TOTDR-D) DELIMITED SIZE
               ',"credits":' DELIMITED SIZE
               FUNCTION TRIM(WS-TOTCR-D) DELIMITED SIZE
               ',"accounts_moved":' DELIMITED SIZE
               FUNCTION TRIM(WS-CNT2-D) DELIMITED SIZE
               ',"journal_file":"' DELIMITED SIZE
               FUNCTION TRIM(WS-JOURNAL-FILE) DELIMITED SIZE
               '"}' DELIMITED SIZE
               INTO WS-OUT
           END-STRING
           DISPLAY FUNCTION TRIM(WS-OUT).

       3050-CHECK-REGISTER.
           MOVE 'N' TO WS-JL-POSTED-FLAG
           OPEN INPUT REGISTER-FILE
           IF WS-REGISTER-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ REGISTER-FILE INTO REGISTER-RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM 3060-MATCH-ONE-REGISTER
               END-READ
           END-PERFORM
           CLOSE REGISTER-FILE
           MOVE 'N' TO WS-EOF.

       3060-MATCH-ONE-REGISTER.
           MOVE SPACES TO WS-RG-DATE
           MOVE FUNCTION TRIM(REGISTER-RECORD) TO WS-REMAIN
           PERFORM UNTIL FUNCTION TRIM(WS-REMAIN) = SPACES
               PERFORM 8100-EXTRACT-TOKEN
               IF WS-TOKEN(1:5) = 'date='
                   MOVE WS-TOKEN(6:10) TO WS-RG-DATE
               END-IF
           END-PERFORM
           IF WS-RG-DATE = WS-BUSINESS-DATE
               MOVE 'Y' TO WS-JL-POSTED-FLAG
           END-IF.

       3100-READ-ONE-LEG.
           IF FUNCTION TRIM(JOURNAL-RECORD) = SPACES
               EXIT PARAGRAPH
           END-IF
           IF JOURNAL-RECORD(1:8) = 'GL-TOTAL'
               PERFORM 3150-READ-TRAILER
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-JL-DATE WS-JL-GL WS-JL-SIDE
           MOVE ZEROS TO WS-JL-AMOUNT
           MOVE FUNCTION TRIM(JOURNAL-RECORD) TO WS-REMAIN
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
                               TO WS-JL-DATE
                       WHEN 'gl'
                           MOVE FUNCTION TRIM(WS-FIELD-VAL)
                               TO WS-JL-GL
                       WHEN 'side'
                           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
                               WS-FIELD-VAL)) TO WS-JL-SIDE
                       WHEN 'amount'
                           MOVE FUNCTION NUMVAL(WS-FIELD-VAL)
                               TO WS-JL-AMOUNT
                   END-EVALUATE
               END-IF
           END-PERFORM
           ADD 1 TO WS-JL-LEGS
           IF WS-JL-DATE NOT = WS-BUSINESS-DATE
               ADD 1 TO WS-JL-BAD-DATES
           END-IF
           PERFORM 8600-FIND-ACCOUNT
           IF WS-GA-FOUND-IDX = ZEROS
               ADD 1 TO WS-JL-UNKNOWN
               IF FUNCTION TRIM(WS-JL-FIRST-UNKNOWN) = SPACES
                   MOVE WS-JL-GL TO WS-JL-FIRST-UNKNOWN
               END-IF
               EXIT PARAGRAPH
           END-IF
           EVALUATE WS-JL-SIDE
               WHEN 'DR'
                   ADD WS-JL-AMOUNT TO WS-GA-DELTA(WS-GA-FOUND-IDX)
                   ADD WS-JL-AMOUNT TO WS-TOTAL-DEBITS
               WHEN 'CR'
                   SUBTRACT WS-JL-AMOUNT
                       FROM WS-GA-DELTA(WS-GA-FOUND-IDX)
                   ADD WS-JL-AMOUNT TO WS-TOTAL-CREDITS
               WHEN OTHER
                   ADD 1 TO WS-JL-BAD-SIDES
           END-EVALUATE.

       3150-READ-TRAILER.
           MOVE 'Y' TO WS-JL-TRAILER-FLAG
           MOVE FUNCTION TRIM(JOURNAL-RECORD) TO WS-REMAIN
           PERFORM UNTIL FUNCTION TRIM(WS-REMAIN) = SPACES
               PERFORM 8100-EXTRACT-TOKEN
               MOVE ZERO TO WS-POS
               INSPECT WS-TOKEN TALLYING WS-POS
                   FOR CHARACTERS BEFORE '='
               IF WS-POS > 0
                   MOVE WS-TOKEN(1:WS-POS) TO WS-FIELD-NAME
                   MOVE WS-TOKEN(WS-POS + 2:) TO WS-FIELD-VAL
                   EVALUATE FUNCTION TRIM(WS-FIELD-NAME)
                       WHEN 'debits'
                           MOVE FUNCTION NUMVAL(WS-FIELD-VAL)
                               TO WS-JL-TRL-DEBITS
                       WHEN 'credits'
                           MOVE FUNCTION NUMVAL(WS-FIELD-VAL)
                               TO WS-JL-TRL-CREDITS
                   END-EVALUATE
               END-IF
           END-PERFORM.

      * every reason to refuse is checked before anything is applied
       3200-CHECK-JOURNAL.
           IF NOT WS-JL-HAS-TRAILER
               DISPLAY '{"status":"ERROR","message":"Journal has no '
                   'GL-TOTAL trailer - incomplete export, nothing '
                   'applied"}'
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-JL-UNKNOWN > ZEROS
               MOVE WS-JL-UNKNOWN TO WS-CNT-D
               DISPLAY '{"status":"ERROR","message":"'
                   FUNCTION TRIM(WS-CNT-D)
                   ' leg(s) name a GL account not in the chart, first '
                   FUNCTION TRIM(WS-JL-FIRST-UNKNOWN)
                   ' - nothing applied"}'
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-JL-BAD-DATES > ZEROS OR WS-JL-BAD-SIDES > ZEROS
               DISPLAY '{"status":"ERROR","message":"Journal legs '
                   'dated other than ' FUNCTION TRIM(WS-BUSINESS-DATE)
                   ' or without side=DR|CR - nothing applied"}'
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-TOTAL-DEBITS NOT = WS-TOTAL-CREDITS OR
                   WS-TOTAL-DEBITS NOT = WS-JL-TRL-DEBITS OR
                   WS-TOTAL-CREDITS NOT = WS-JL-TRL-CREDITS
               MOVE WS-TOTAL-DEBITS  TO WS-TOTDR-D
               MOVE WS-TOTAL-CREDITS TO WS-TOTCR-D
               DISPLAY '{"status":"ERROR","message":"Journal legs '
                   'do not foot to the trailer: debits '
                   FUNCTION TRIM(WS-TOTDR-D) ' credits '
                   FUNCTION TRIM(WS-TOTCR-D) ' - nothing applied"}'
               MOVE 8 TO RETURN-CODE
           END-IF.

       3300-APPEND-REGISTER.
           MOVE WS-JL-LEGS       TO WS-CNT-D
           MOVE WS-TOTAL-DEBITS  TO WS-TOTDR-D
           MOVE WS-TOTAL-CREDITS TO WS-TOTCR-D
           OPEN EXTEND REGISTER-FILE
           IF WS-REGISTER-STATUS NOT = '00'
               CLOSE REGISTER-FILE
               OPEN OUTPUT REGISTER-FILE
           END-IF
           MOVE SPACES TO REGISTER-RECORD
           STRING
               'date=' DELIMITED SIZE
               FUNCTION TRIM(WS-BUSINESS-DATE) DELIMITED SIZE
               ' period=' DELIMITED SIZE
               FUNCTION TRIM(WS-CT-PERIOD) DELIMITED SIZE
               ' legs=' DELIMITED SIZE
               FUNCTION TRIM(WS-CNT-D) DELIMITED SIZE
               ' debits=' DELIMITED SIZE
               FUNCTION TRIM(WS-TOTDR-D) DELIMITED SIZE
               ' credits=' DELIMITED SIZE
               FUNCTION TRIM(WS-TOTCR-D) DELIMITED SIZE
               ' journal=' DELIMITED SIZE
               FUNCTION TRIM(WS-JOURNAL-FILE) DELIMITED SIZE
               ' ts=' DELIMITED SIZE
               WS-CUR-TS(1:8) DELIMITED SIZE
               '-' DELIMITED SIZE
               WS-CUR-TS(9:6) DELIMITED SIZE
               INTO REGISTER-RECORD
           END-STRING
           WRITE REGISTER-RECORD
           CLOSE REGISTER-FILE.

      *----------------------------------------------------------------
      * action=TRIAL-BALANCE - every account's balance in its debit or
      * credit column; the columns must agree (the ledger foots to
      * zero) or RETURN-CODE 8
      *----------------------------------------------------------------
       4000-TRIAL-BALANCE.
           PERFORM 4050-SELECT-PERIOD
           IF RETURN-CODE = 8
               EXIT PARAGRAPH
           END-IF
           DISPLAY '{"trial_balance":['
           MOVE ZEROS TO WS-TOTAL-DEBITS WS-TOTAL-CREDITS
           MOVE 1 TO WS-GA-IDX
           PERFORM UNTIL WS-GA-IDX > WS-GA-COUNT
               PERFORM 4100-TB-ONE-ACCOUNT
               ADD 1 TO WS-GA-IDX
           END-PERFORM
           PERFORM 8300-FOOT-LEDGER
           MOVE WS-TOTAL-DEBITS  TO WS-TOTDR-D
           MOVE WS-TOTAL-CREDITS TO WS-TOTCR-D
           MOVE SPACES TO WS-OUT
           STRING
               '],"summary":{"period":"' DELIMITED SIZE
               FUNCTION TRIM(WS-PERIOD) DELIMITED SIZE
               '","source":"' DELIMITED SIZE
               FUNCTION TRIM(WS-PR-SOURCE) DELIMITED SIZE
               '","total_debits":' DELIMITED SIZE
               FUNCTION TRIM(WS-TOTDR-D) DELIMITED SIZE
               ',"total_credits":' DELIMITED SIZE
               FUNCTION TRIM(WS-TOTCR-D) DELIMITED SIZE
               INTO WS-OUT
           END-STRING
           DISPLAY FUNCTION TRIM(WS-OUT) WITH NO ADVANCING
           IF WS-LEDGER-SUM = ZEROS
               DISPLAY ',"foots":"OK"}}'
           ELSE
               MOVE WS-LEDGER-SUM TO WS-STOT-D
               DISPLAY ',"foots":"NO","difference":'
                   FUNCTION TRIM(WS-STOT-D) '}}'
               MOVE 8 TO RETURN-CODE
           END-IF.

      * period= empty or the open period reads the master as loaded;
      * a closed period reads the snapshot frozen at its close
       4050-SELECT-PERIOD.
           MOVE 'MASTER' TO WS-PR-SOURCE
           IF FUNCTION TRIM(WS-PERIOD) = SPACES OR
                   WS-PERIOD = WS-CT-PERIOD
               MOVE WS-CT-PERIOD TO WS-PERIOD
               EXIT PARAGRAPH
           END-IF
           IF WS-PERIOD > WS-CT-PERIOD
               DISPLAY '{"error":"Period ' FUNCTION TRIM(WS-PERIOD)
                   ' is not open yet - the open period is '
                   FUNCTION TRIM(WS-CT-PERIOD) '"}'
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM 8400-SNAPSHOT-NAME
           MOVE WS-SNAPSHOT-FILE TO WS-LOAD-FILE
           PERFORM 1000-LOAD-MASTER
           IF NOT WS-CT-IS-FOUND
               DISPLAY '{"error":"No snapshot for closed period '
                   FUNCTION TRIM(WS-PERIOD) ': '
                   FUNCTION TRIM(WS-SNAPSHOT-FILE) '"}'
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE 'SNAPSHOT' TO WS-PR-SOURCE.

       4100-TB-ONE-ACCOUNT.
           IF WS-FIRST-REC = 'N'
               DISPLAY ','
           END-IF
           MOVE 'N' TO WS-FIRST-REC
           MOVE WS-GA-PTD(WS-GA-IDX) TO WS-SAMT-D
           MOVE WS-GA-YTD(WS-GA-IDX) TO WS-SAMT2-D
           MOVE SPACES TO WS-OUT
           STRING
               '{"gl":"' DELIMITED SIZE
               FUNCTION TRIM(WS-GA-GL(WS-GA-IDX)) DELIMITED SIZE
               '","name":"' DELIMITED SIZE
               FUNCTION TRIM(WS-GA-NAME(WS-GA-IDX)) DELIMITED SIZE
               '","type":"' DELIMITED SIZE
               FUNCTION TRIM(WS-GA-TYPE(WS-GA-IDX)) DELIMITED SIZE
               '","period_movement":' DELIMITED SIZE
               FUNCTION TRIM(WS-SAMT-D) DELIMITED SIZE
               ',"ytd_movement":' DELIMITED SIZE
               FUNCTION TRIM(WS-SAMT2-D) DELIMITED SIZE
               INTO WS-OUT
           END-STRING
           DISPLAY FUNCTION TRIM(WS-OUT) WITH NO ADVANCING
           IF WS-GA-BAL(WS-GA-IDX) < ZEROS
               COMPUTE WS-JL-AMOUNT = ZEROS - WS-GA-BAL(WS-GA-IDX)
               MOVE WS-JL-AMOUNT TO WS-AMT-D
               DISPLAY ',"debit":.00,"credit":'
                   FUNCTION TRIM(WS-AMT-D) '}'
           ELSE
               MOVE WS-GA-BAL(WS-GA-IDX) TO WS-AMT-D
               DISPLAY ',"debit":' FUNCTION TRIM(WS-AMT-D)
                   ',"credit":.00}'
           END-IF.

      *----------------------------------------------------------------
      * action=BALANCE-SHEET - assets against liabilities, equity and
      * the surplus of the year not yet rolled into SHU
      *----------------------------------------------------------------
       4500-BALANCE-SHEET.
           PERFORM 4050-SELECT-PERIOD
           IF RETURN-CODE = 8
               EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO WS-BS-ASSETS WS-BS-LIABS WS-BS-EQUITY
               WS-BS-SURPLUS
           DISPLAY '{"balance_sheet":['
           MOVE 1 TO WS-GA-IDX
           PERFORM UNTIL WS-GA-IDX > WS-GA-COUNT
               PERFORM 4600-BS-ONE-ACCOUNT
               ADD 1 TO WS-GA-IDX
           END-PERFORM
           COMPUTE WS-BS-RIGHT = WS-BS-LIABS + WS-BS-EQUITY
               + WS-BS-SURPLUS
           MOVE WS-BS-ASSETS TO WS-STOT-D
           MOVE WS-BS-LIABS  TO WS-STOT2-D
           MOVE SPACES TO WS-OUT
           STRING
               '],"summary":{"period":"' DELIMITED SIZE
               FUNCTION TRIM(WS-PERIOD) DELIMITED SIZE
               '","source":"' DELIMITED SIZE
               FUNCTION TRIM(WS-PR-SOURCE) DELIMITED SIZE
               '","total_assets":' DELIMITED SIZE
               FUNCTION TRIM(WS-STOT-D) DELIMITED SIZE
               ',"total_liabilities":' DELIMITED SIZE
               FUNCTION TRIM(WS-STOT2-D) DELIMITED SIZE
               INTO WS-OUT
           END-STRING
           DISPLAY FUNCTION TRIM(WS-OUT) WITH NO ADVANCING
           MOVE WS-BS-EQUITY  TO WS-STOT-D
           MOVE WS-BS-SURPLUS TO WS-STOT2-D
           MOVE SPACES TO WS-OUT
           STRING
               ',"total_equity":' DELIMITED SIZE
               FUNCTION TRIM(WS-STOT-D) DELIMITED SIZE
               ',"current_surplus":' DELIMITED SIZE
               FUNCTION TRIM(WS-STOT2-D) DELIMITED SIZE
               INTO WS-OUT
           END-STRING
           DISPLAY FUNCTION TRIM(WS-OUT) WITH NO ADVANCING
           MOVE WS-BS-RIGHT TO WS-STOT-D
           DISPLAY ',"liabilities_and_equity":' FUNCTION TRIM(WS-STOT-D)
               WITH NO ADVANCING
           IF WS-BS-ASSETS = WS-BS-RIGHT
               DISPLAY ',"balanced":"OK"}}'
           ELSE
               DISPLAY ',"balanced":"NO"}}'
               MOVE 8 TO RETURN-CODE
           END-IF.

      * natural sign - assets as debits, the rest as credits; income
      * and expense accounts only feed the current surplus
       4600-BS-ONE-ACCOUNT.
           EVALUATE WS-GA-TYPE(WS-GA-IDX)
               WHEN 'ASSET'
                   MOVE WS-GA-BAL(WS-GA-IDX) TO WS-BS-NATURAL
                   ADD WS-BS-NATURAL TO WS-BS-ASSETS
               WHEN 'LIABILITY'
                   COMPUTE WS-BS-NATURAL = ZEROS - WS-GA-BAL(WS-GA-IDX)
                   ADD WS-BS-NATURAL TO WS-BS-LIABS
               WHEN 'EQUITY'
                   COMPUTE WS-BS-NATURAL = ZEROS - WS-GA-BAL(WS-GA-IDX)
                   ADD WS-BS-NATURAL TO WS-BS-EQUITY
               WHEN OTHER
                   SUBTRACT WS-GA-BAL(WS-GA-IDX) FROM WS-BS-SURPLUS
                   EXIT PARAGRAPH
           END-EVALUATE
           IF WS-FIRST-REC = 'N'
               DISPLAY ','
           END-IF
           MOVE 'N' TO WS-FIRST-REC
           MOVE WS-BS-NATURAL TO WS-SAMT-D
           MOVE SPACES TO WS-OUT
           STRING
               '{"gl":"' DELIMITED SIZE
               FUNCTION TRIM(WS-GA-GL(WS-GA-IDX)) DELIMITED SIZE
               '","name":"' DELIMITED SIZE
               FUNCTION TRIM(WS-GA-NAME(WS-GA-IDX)) DELIMITED SIZE
               '","type":"' DELIMITED SIZE
               FUNCTION TRIM(WS-GA-TYPE(WS-GA-IDX)) DELIMITED SIZE
               '","balance":' DELIMITED SIZE
               FUNCTION TRIM(WS-SAMT-D) DELIMITED SIZE
               '}' DELIMITED SIZE
               INTO WS-OUT
           END-STRING
           DISPLAY FUNCTION TRIM(WS-OUT).

      *----------------------------------------------------------------
      * action=CLOSE-MONTH - lock the open period: foot, freeze its
      * balances in the snapshot, zero period-to-date, open the next
      *----------------------------------------------------------------
       5000-CLOSE-MONTH.
           PERFORM 5100-CHECK-CLOSE
           IF RETURN-CODE = 8
               EXIT PARAGRAPH
           END-IF
           IF WS-PR-MONTH = 12
               DISPLAY '{"status":"ERROR","message":"December closes '
                   'with action=CLOSE-YEAR"}'
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM 5200-WRITE-SNAPSHOT
           PERFORM 5300-OPEN-NEXT-PERIOD
           PERFORM 7000-REWRITE-MASTER
           DISPLAY '{"status":"OK","action":"CLOSE-MONTH","closed":"'
               FUNCTION TRIM(WS-CT-LAST-CLOSED) '","open_period":"'
               FUNCTION TRIM(WS-CT-PERIOD) '","snapshot_file":"'
               FUNCTION TRIM(WS-SNAPSHOT-FILE) '"}'.

      * the close must name the open period, and the ledger must foot
       5100-CHECK-CLOSE.
           IF WS-PERIOD NOT = WS-CT-PERIOD
               DISPLAY '{"status":"ERROR","message":"period= must '
                   'name the open period ' FUNCTION TRIM(WS-CT-PERIOD)
                   '"}'
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CT-PERIOD TO WS-PR-NEXT
           PERFORM 8250-CHECK-PERIOD
           PERFORM 8300-FOOT-LEDGER
           IF WS-LEDGER-SUM NOT = ZEROS
               MOVE WS-LEDGER-SUM TO WS-STOT-D
               DISPLAY '{"status":"ERROR","message":"Ledger does not '
                   'foot to zero (' FUNCTION TRIM(WS-STOT-D)
                   ') - period not closed"}'
               MOVE 8 TO RETURN-CODE
           END-IF.

       5200-WRITE-SNAPSHOT.
           PERFORM 8400-SNAPSHOT-NAME
           OPEN OUTPUT SNAPSHOT-OUT
           MOVE 1 TO WS-GA-IDX
           PERFORM 7050-BUILD-CONTROL-LINE
           MOVE WS-OUT TO SNAPSHOT-RECORD
           WRITE SNAPSHOT-RECORD
           PERFORM UNTIL WS-GA-IDX > WS-GA-COUNT
               PERFORM 7150-BUILD-ACCOUNT-LINE
               MOVE WS-OUT TO SNAPSHOT-RECORD
               WRITE SNAPSHOT-RECORD
               ADD 1 TO WS-GA-IDX
           END-PERFORM
           CLOSE SNAPSHOT-OUT.

       5300-OPEN-NEXT-PERIOD.
           IF WS-PR-MONTH = 12
               ADD 1 TO WS-PR-YEAR
               MOVE 1 TO WS-PR-MONTH
           ELSE
               ADD 1 TO WS-PR-MONTH
           END-IF
           MOVE WS-CT-PERIOD TO WS-CT-LAST-CLOSED
           MOVE SPACES TO WS-CT-PERIOD
           STRING WS-PR-YEAR '-' WS-PR-MONTH
               DELIMITED SIZE INTO WS-CT-PERIOD
           END-STRING
           MOVE 1 TO WS-GA-IDX
           PERFORM UNTIL WS-GA-IDX > WS-GA-COUNT
               MOVE ZEROS TO WS-GA-PTD(WS-GA-IDX)
               IF WS-PR-MONTH = 1
                   MOVE ZEROS TO WS-GA-YTD(WS-GA-IDX)
               END-IF
               ADD 1 TO WS-GA-IDX
           END-PERFORM.

      *----------------------------------------------------------------
      * action=CLOSE-YEAR - December closed like any month, then every
      * income and expense balance rolled into SHU tahun berjalan
      * through a closing journal of its own
      *----------------------------------------------------------------
       5500-CLOSE-YEAR.
           PERFORM 5100-CHECK-CLOSE
           IF RETURN-CODE = 8
               EXIT PARAGRAPH
           END-IF
           IF WS-PR-MONTH NOT = 12
               DISPLAY '{"status":"ERROR","message":"CLOSE-YEAR '
                   'closes December - use action=CLOSE-MONTH"}'
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CT-SHU-GL TO WS-JL-GL
           PERFORM 8600-FIND-ACCOUNT
           IF WS-GA-FOUND-IDX = ZEROS
               DISPLAY '{"status":"ERROR","message":"SHU account '
                   FUNCTION TRIM(WS-CT-SHU-GL)
                   ' not in the chart - year not closed"}'
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-GA-TYPE(WS-GA-FOUND-IDX) NOT = 'EQUITY'
               DISPLAY '{"status":"ERROR","message":"SHU account '
                   FUNCTION TRIM(WS-CT-SHU-GL)
                   ' is not an EQUITY account - year not closed"}'
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM 5200-WRITE-SNAPSHOT
           PERFORM 5600-ROLL-INCOME-EXPENSE
           PERFORM 5300-OPEN-NEXT-PERIOD
           PERFORM 7000-REWRITE-MASTER
           MOVE WS-ROLL-LEGS TO WS-CNT-D
           COMPUTE WS-BS-SURPLUS = ZEROS - WS-ROLL-TOTAL
           MOVE WS-BS-SURPLUS TO WS-STOT-D
           MOVE SPACES TO WS-OUT
           STRING
               '{"status":"OK","action":"CLOSE-YEAR","closed":"'
                   DELIMITED SIZE
               FUNCTION TRIM(WS-CT-LAST-CLOSED) DELIMITED SIZE
               '","open_period":"' DELIMITED SIZE
               FUNCTION TRIM(WS-CT-PERIOD) DELIMITED SIZE
               '","accounts_rolled":' DELIMITED SIZE
               FUNCTION TRIM(WS-CNT-D) DELIMITED SIZE
               ',"shu_rolled":' DELIMITED SIZE
               FUNCTION TRIM(WS-STOT-D) DELIMITED SIZE
               ',"shu_gl":"' DELIMITED SIZE
               FUNCTION TRIM(WS-CT-SHU-GL) DELIMITED SIZE
               '","close_file":"' DELIMITED SIZE
               FUNCTION TRIM(WS-CLOSE-FILE) DELIMITED SIZE
               '"}' DELIMITED SIZE
               INTO WS-OUT
           END-STRING
           DISPLAY FUNCTION TRIM(WS-OUT).

      * each income/expense balance reversed to zero, the net landing
      * on the SHU account; the legs are written in the CFGL journal
      * layout with a GL-TOTAL trailer
       5600-ROLL-INCOME-EXPENSE.
           IF FUNCTION TRIM(WS-CLOSE-FILE) = SPACES
               STRING 'CFGL_CLOSE_' WS-CT-PERIOD(1:4) '.DAT'
                   DELIMITED SIZE INTO WS-CLOSE-FILE
               END-STRING
           END-IF
           MOVE SPACES TO WS-BUSINESS-DATE
           STRING WS-CT-PERIOD(1:4) '-12-31'
               DELIMITED SIZE INTO WS-BUSINESS-DATE
           END-STRING
           MOVE ZEROS TO WS-ROLL-TOTAL WS-ROLL-LEGS WS-TOTAL-DEBITS
               WS-TOTAL-CREDITS
           OPEN OUTPUT CLOSE-OUT
           MOVE 1 TO WS-GA-IDX
           PERFORM UNTIL WS-GA-IDX > WS-GA-COUNT
               IF (WS-GA-TYPE(WS-GA-IDX) = 'INCOME' OR
                   WS-GA-TYPE(WS-GA-IDX) = 'EXPENSE') AND
                   WS-GA-BAL(WS-GA-IDX) NOT = ZEROS
                   ADD WS-GA-BAL(WS-GA-IDX) TO WS-ROLL-TOTAL
                   ADD 1 TO WS-ROLL-LEGS
                   MOVE WS-GA-GL(WS-GA-IDX) TO WS-JL-GL
                   IF WS-GA-BAL(WS-GA-IDX) > ZEROS
                       MOVE 'CR' TO WS-JL-SIDE
                       MOVE WS-GA-BAL(WS-GA-IDX) TO WS-JL-AMOUNT
                   ELSE
                       MOVE 'DR' TO WS-JL-SIDE
                       COMPUTE WS-JL-AMOUNT =
                           ZEROS - WS-GA-BAL(WS-GA-IDX)
                   END-IF
                   PERFORM 5700-WRITE-CLOSING-LEG
                   MOVE ZEROS TO WS-GA-BAL(WS-GA-IDX)
               END-IF
               ADD 1 TO WS-GA-IDX
           END-PERFORM
           IF WS-ROLL-TOTAL NOT = ZEROS
               MOVE WS-CT-SHU-GL TO WS-JL-GL
               IF WS-ROLL-TOTAL > ZEROS
                   MOVE 'DR' TO WS-JL-SIDE
                   MOVE WS-ROLL-TOTAL TO WS-JL-AMOUNT
               ELSE
                   MOVE 'CR' TO WS-JL-SIDE
                   COMPUTE WS-JL-AMOUNT = ZEROS - WS-ROLL-TOTAL
               END-IF
               PERFORM 5700-WRITE-CLOSING-LEG
               MOVE WS-CT-SHU-GL TO WS-JL-GL
               PERFORM 8600-FIND-ACCOUNT
               ADD WS-ROLL-TOTAL TO WS-GA-BAL(WS-GA-FOUND-IDX)
           END-IF
           MOVE WS-TOTAL-DEBITS  TO WS-TOTDR-D
           MOVE WS-TOTAL-CREDITS TO WS-TOTCR-D
           MOVE SPACES TO CLOSE-RECORD
           STRING
               'GL-TOTAL date=' DELIMITED SIZE
               FUNCTION TRIM(WS-BUSINESS-DATE) DELIMITED SIZE
               ' debits=' DELIMITED SIZE
               FUNCTION TRIM(WS-TOTDR-D) DELIMITED SIZE
               ' credits=' DELIMITED SIZE
               FUNCTION TRIM(WS-TOTCR-D) DELIMITED SIZE
               ' balanced=OK' DELIMITED SIZE
               INTO CLOSE-RECORD
           END-STRING
           WRITE CLOSE-RECORD
           CLOSE CLOSE-OUT.

       5700-WRITE-CLOSING-LEG.
           IF WS-JL-SIDE = 'DR'
               ADD WS-JL-AMOUNT TO WS-TOTAL-DEBITS
           ELSE
               ADD WS-JL-AMOUNT TO WS-TOTAL-CREDITS
           END-IF
           MOVE WS-JL-AMOUNT TO WS-AMT-D
           MOVE SPACES TO CLOSE-RECORD
           STRING
               'date=' DELIMITED SIZE
               FUNCTION TRIM(WS-BUSINESS-DATE) DELIMITED SIZE
               ' gl=' DELIMITED SIZE
               FUNCTION TRIM(WS-JL-GL) DELIMITED SIZE
               ' side=' DELIMITED SIZE
               WS-JL-SIDE DELIMITED SIZE
               ' amount=' DELIMITED SIZE
               FUNCTION TRIM(WS-AMT-D) DELIMITED SIZE
               ' source=CLOSE type=YEAR-END ref=' DELIMITED SIZE
               WS-CT-PERIOD(1:4) DELIMITED SIZE
               INTO CLOSE-RECORD
           END-STRING
           WRITE CLOSE-RECORD.

       7000-REWRITE-MASTER.
           MOVE WS-MASTER-FILE TO WS-LOAD-FILE
           OPEN OUTPUT GL-MASTER
           PERFORM 7050-BUILD-CONTROL-LINE
           MOVE WS-OUT TO GL-MASTER-RECORD
           WRITE GL-MASTER-RECORD
           MOVE 1 TO WS-GA-IDX
           PERFORM UNTIL WS-GA-IDX > WS-GA-COUNT
               PERFORM 7150-BUILD-ACCOUNT-LINE
               MOVE WS-OUT TO GL-MASTER-RECORD
               WRITE GL-MASTER-RECORD
               ADD 1 TO WS-GA-IDX
           END-PERFORM
           CLOSE GL-MASTER.

       7050-BUILD-CONTROL-LINE.
           MOVE SPACES TO WS-OUT
           STRING
               'control=GL period=' DELIMITED SIZE
               FUNCTION TRIM(WS-CT-PERIOD) DELIMITED SIZE
               ' shu_gl=' DELIMITED SIZE
               FUNCTION TRIM(WS-CT-SHU-GL) DELIMITED SIZE
               ' last_closed=' DELIMITED SIZE
               FUNCTION TRIM(WS-CT-LAST-CLOSED) DELIMITED SIZE
               INTO WS-OUT
           END-STRING.

       7150-BUILD-ACCOUNT-LINE.
           MOVE WS-GA-PTD(WS-GA-IDX) TO WS-SAMT-D
           MOVE WS-GA-YTD(WS-GA-IDX) TO WS-SAMT2-D
           MOVE WS-GA-BAL(WS-GA-IDX) TO WS-SAMT3-D
           MOVE SPACES TO WS-OUT
           STRING
               'gl=' DELIMITED SIZE
               FUNCTION TRIM(WS-GA-GL(WS-GA-IDX)) DELIMITED SIZE
               ' name=' DELIMITED SIZE
               FUNCTION TRIM(WS-GA-NAME(WS-GA-IDX)) DELIMITED SIZE
               ' type=' DELIMITED SIZE
               FUNCTION TRIM(WS-GA-TYPE(WS-GA-IDX)) DELIMITED SIZE
               ' ptd=' DELIMITED SIZE
               FUNCTION TRIM(WS-SAMT-D) DELIMITED SIZE
               ' ytd=' DELIMITED SIZE
               FUNCTION TRIM(WS-SAMT2-D) DELIMITED SIZE
               ' balance=' DELIMITED SIZE
               FUNCTION TRIM(WS-SAMT3-D) DELIMITED SIZE
               INTO WS-OUT
           END-STRING.

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

      * WS-PR-NEXT holds YYYY-MM(-DD); year and month split out
       8250-CHECK-PERIOD.
           MOVE 'N' TO WS-PR-VALID-FLAG
           MOVE ZEROS TO WS-PR-YEAR WS-PR-MONTH
           IF WS-PR-NEXT(1:4) IS NUMERIC AND WS-PR-NEXT(5:1) = '-'
                   AND WS-PR-NEXT(6:2) IS NUMERIC
               MOVE WS-PR-NEXT(1:4) TO WS-PR-YEAR
               MOVE WS-PR-NEXT(6:2) TO WS-PR-MONTH
               IF WS-PR-MONTH >= 1 AND WS-PR-MONTH <= 12
                   MOVE 'Y' TO WS-PR-VALID-FLAG
               END-IF
           END-IF.

      * the whole ledger, debit-positive, must sum to zero
       8300-FOOT-LEDGER.
           MOVE ZEROS TO WS-LEDGER-SUM WS-TOTAL-DEBITS WS-TOTAL-CREDITS
           MOVE 1 TO WS-GA-IDX
           PERFORM UNTIL WS-GA-IDX > WS-GA-COUNT
               ADD WS-GA-BAL(WS-GA-IDX) TO WS-LEDGER-SUM
               IF WS-GA-BAL(WS-GA-IDX) < ZEROS
                   SUBTRACT WS-GA-BAL(WS-GA-IDX) FROM WS-TOTAL-CREDITS
               ELSE
                   ADD WS-GA-BAL(WS-GA-IDX) TO WS-TOTAL-DEBITS
               END-IF
               ADD 1 TO WS-GA-IDX
           END-PERFORM.

       8400-SNAPSHOT-NAME.
           IF FUNCTION TRIM(WS-SNAPSHOT-FILE) = SPACES
               STRING 'CFGL_PERIOD_' WS-PERIOD(1:4) WS-PERIOD(6:2)
                      '.DAT'
                   DELIMITED SIZE INTO WS-SNAPSHOT-FILE
               END-STRING
           END-IF.

       8600-FIND-ACCOUNT.
           MOVE ZEROS TO WS-GA-FOUND-IDX
           MOVE 1 TO WS-GA-IDX
           PERFORM UNTIL WS-GA-IDX > WS-GA-COUNT OR
                   WS-GA-FOUND-IDX > ZEROS
               IF WS-GA-GL(WS-GA-IDX) = WS-JL-GL
                   MOVE WS-GA-IDX TO WS-GA-FOUND-IDX
               END-IF
               ADD 1 TO WS-GA-IDX
           END-PERFORM.
