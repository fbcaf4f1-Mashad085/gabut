      *================================================================*
      * CFSHU.cbl - Annual SHU (Member Surplus) Distribution           *
      * The year-end split of the cooperative's Sisa Hasil Usaha, out  *
      * of the spreadsheet. The board-approved surplus is cut into a   *
      * savings pool (jasa simpanan) and a loan-interest pool (jasa    *
      * pinjaman) by the approved percentages; the rest stays with     *
      * the cooperative (reserves, pengurus, dana sosial). Each        *
      * member's savings share is proportional to the average balance  *
      * of the member's accounts over the year's CFSNAP history rows - *
      * every day of the year, so CFSNAP's retention_days= must reach  *
      * back to 1 January; a year the history does not cover whole is  *
      * refused -                                                      *
      * grouped through the CFMEMBER link file; the loan share is      *
      * proportional to the interest the member paid on CFLOAN         *
      * installments and payoffs, read back out of the audit log and   *
      * the generations CFARCHIVE has rotated out of it since the year *
      * began, each checked against its catalog line.                  *
      * Shares are cut to the sen, never rounded up, so the pools are  *
      * never overpaid - the few sen left over are reported as the     *
      * rounding remainder and the RAT figures foot to the rupiah.     *
      * Args (key=value, any order):                                   *
      *   year=YYYY         - required, the book year being shared     *
      *   surplus=<amt>     - required, the board-approved SHU         *
      *   savings_pct=<N>   - percent of the surplus for jasa simpanan *
      *   loan_pct=<N>      - percent of the surplus for jasa pinjaman *
      *   tax_rate=<N>      - withholding percent on each member's     *
      *                       share, default 10                        *
      *   mode=PREVIEW - (default) the member listing, nothing moves   *
      *   mode=POST    - user_id=<maker> approved_by=<supervisor>      *
      *       credits each member's net share into the payout account *
      *       with one CFTRXVAL-format audit entry (txn_type=SHU       *
      *       shu_year=) and writes the withholding to tax_file= in    *
      *       the shape CFTAXCRT aggregates; a year already carrying   *
      *       SHU entries in the audit log is refused whole            *
      *   payout_file=<path> - optional member=<no> account_id=<id>    *
      *       lines naming the account a member's SHU is paid into;    *
      *       a member not named is paid into the first account        *
      *       linked to the member                                     *
      *   link_file=<path>    - default CFMEMBER_LINKS.DAT             *
      *   history_file=<path> - default CFSNAP_HISTORY.DAT             *
      *   audit_log=<path>    - default CFTRXVAL_AUDIT.LOG             *
      *   catalog=<path>      - default CFARCHIVE_CATALOG.DAT          *
      *   master_file=<path>  - default CFWALLET_ACCOUNTS.DAT          *
      *   tax_file=<path>     - default CFSHU_TAX_<year>.DAT           *
      *   system_date_file=<path> - default CFSYSDATE.DAT; its         *
      *       business date stands in for today when no date           *
      *       argument is given                                        *
      * Output stdout: JSON member rows plus a summary. RETURN-CODE 8  *
      * on bad parameters, a missing input, a snapshot history short   *
      * of the year, a missing or altered archive generation or an     *
      * already-posted year;                                           *
      * 4 when a member's share could not be posted.                   *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CFSHU.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. LINUX.
       OBJECT-COMPUTER. LINUX.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LINK-FILE ASSIGN TO DYNAMIC WS-LINK-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LINK-STATUS.
           SELECT PAYOUT-FILE ASSIGN TO DYNAMIC WS-PAYOUT-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYOUT-STATUS.
           SELECT HISTORY-FILE ASSIGN TO DYNAMIC WS-HISTORY-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT AUDIT-LOG ASSIGN TO DYNAMIC WS-AUDIT-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT CHAIN-HEAD ASSIGN TO DYNAMIC WS-CHAIN-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHAIN-STATUS.
           SELECT ACCOUNT-MASTER ASSIGN TO DYNAMIC WS-MASTER-FILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-ACCT-ID
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT TAX-OUT ASSIGN TO DYNAMIC WS-TAX-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAX-STATUS.
           SELECT SYSTEM-DATE-FILE ASSIGN TO DYNAMIC WS-SYSDATE-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SYSDATE-STATUS.
           SELECT CATALOG-FILE ASSIGN TO DYNAMIC WS-CATALOG-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOG-STATUS.
           SELECT ARCHIVE-LOG ASSIGN TO DYNAMIC WS-GEN-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GEN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LINK-FILE.
       01  LINK-RECORD         PIC X(100).

       FD  PAYOUT-FILE.
       01  PAYOUT-RECORD       PIC X(100).

       FD  HISTORY-FILE.
       01  HISTORY-RECORD      PIC X(200).

       FD  AUDIT-LOG.
       01  AUDIT-RECORD        PIC X(300).

       FD  CHAIN-HEAD.
       01  CHAIN-HEAD-RECORD   PIC X(100).

       FD  ACCOUNT-MASTER.
           COPY CF-ACCTMS.

       FD  TAX-OUT.
       01  TAX-RECORD          PIC X(200).

       FD  SYSTEM-DATE-FILE.
           COPY CF-SYSDAT.

       FD  CATALOG-FILE.
       01  CATALOG-RECORD      PIC X(300).

       FD  ARCHIVE-LOG.
       01  ARCHIVE-RECORD      PIC X(300).

       WORKING-STORAGE SECTION.
      * system date control file (CF-SYSDAT.cpy, kept by CFSYSDATE) -
      * its current business date stands in for the machine date
      * whenever no date argument is given
       01  WS-SYSDATE-FILE     PIC X(200) VALUE 'CFSYSDATE.DAT'.
       01  WS-SYSDATE-STATUS   PIC XX VALUE SPACES.
       01  WS-SYSTEM-DATE      PIC X(10) VALUE SPACES.
       01  WS-SYSTEM-YMD       PIC X(8) VALUE SPACES.
       01  WS-LINK-FILE        PIC X(200) VALUE 'CFMEMBER_LINKS.DAT'.
       01  WS-LINK-STATUS      PIC XX VALUE SPACES.
       01  WS-PAYOUT-FILE      PIC X(200) VALUE SPACES.
       01  WS-PAYOUT-STATUS    PIC XX VALUE SPACES.
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
       01  WS-MASTER-FILE      PIC X(200) VALUE 'CFWALLET_ACCOUNTS.DAT'.
       01  WS-MASTER-STATUS    PIC XX VALUE SPACES.
       01  WS-TAX-FILE         PIC X(200) VALUE SPACES.
       01  WS-TAX-STATUS       PIC XX VALUE SPACES.

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

       01  WS-RUN-MODE         PIC X(10) VALUE 'PREVIEW'.
           88  WS-POST-MODE        VALUE 'POST'.
       01  WS-USER-ID          PIC X(20) VALUE SPACES.
       01  WS-APPROVED-BY      PIC X(20) VALUE SPACES.
       01  WS-YEAR             PIC X(4) VALUE SPACES.
       01  WS-SURPLUS          PIC 9(13)V99 VALUE ZEROS.
       01  WS-SAVINGS-PCT      PIC 9(3)V99 VALUE ZEROS.
       01  WS-LOAN-PCT         PIC 9(3)V99 VALUE ZEROS.
       01  WS-TAX-RATE         PIC 9(3)V99 VALUE 10.

      * the member/account links out of CFMEMBER
       01  WS-LK-COUNT         PIC 9(5) VALUE ZEROS.
       01  WS-LK-IDX           PIC 9(5) VALUE ZEROS.
       01  WS-LK-TRUNC-FLAG    PIC X VALUE 'N'.
           88  WS-LK-IS-TRUNCATED  VALUE 'Y'.
       01  WS-LK-TABLE.
           05  WS-LK-ENTRY OCCURS 20000 TIMES.
               10  WS-LK-MEMBER    PIC X(20).
               10  WS-LK-ACCT      PIC X(50).
       01  WS-LK-IN-MEMBER     PIC X(20) VALUE SPACES.
       01  WS-LK-IN-ACCT       PIC X(50) VALUE SPACES.

      * nominated payout accounts
       01  WS-PY-COUNT         PIC 9(5) VALUE ZEROS.
       01  WS-PY-IDX           PIC 9(5) VALUE ZEROS.
       01  WS-PY-TABLE.
           05  WS-PY-ENTRY OCCURS 20000 TIMES.
               10  WS-PY-MEMBER    PIC X(20).
               10  WS-PY-ACCT      PIC X(50).

      * the year's distinct snapshot dates - the divisor of every
      * average, so an account opened mid-year averages its zero days;
      * they must be every day of the year, 1 January on (the days
      * the year holds and its earliest snapshot below)
       01  WS-DT-COUNT         PIC 9(3) VALUE ZEROS.
       01  WS-DT-IDX           PIC 9(3) VALUE ZEROS.
       01  WS-DT-TABLE.
           05  WS-DT-ENTRY OCCURS 400 TIMES.
               10  WS-DT-DATE      PIC X(8).
       01  WS-CV-DAYS          PIC 9(3) VALUE ZEROS.
       01  WS-CV-FIRST         PIC X(8) VALUE SPACES.
       01  WS-CV-NUM           PIC 9(8) VALUE ZEROS.
       01  WS-CV-FROM-INT      PIC S9(9) COMP VALUE ZEROS.
       01  WS-CV-TO-INT        PIC S9(9) COMP VALUE ZEROS.

      * per-account accumulation: balance-days and interest paid
       01  WS-AC-COUNT         PIC 9(5) VALUE ZEROS.
       01  WS-AC-IDX           PIC 9(5) VALUE ZEROS.
       01  WS-AC-TRUNC-FLAG    PIC X VALUE 'N'.
           88  WS-AC-IS-TRUNCATED  VALUE 'Y'.
       01  WS-AC-TABLE.
           05  WS-AC-ENTRY OCCURS 50000 TIMES.
               10  WS-AC-ACCT      PIC X(50).
               10  WS-AC-BAL-SUM   PIC S9(17)V99.
               10  WS-AC-INTEREST  PIC S9(15)V99.
       01  WS-SEEK-ACCT        PIC X(50) VALUE SPACES.

      * per-member shares
       01  WS-MB-COUNT         PIC 9(5) VALUE ZEROS.
       01  WS-MB-IDX           PIC 9(5) VALUE ZEROS.
       01  WS-MB-TABLE.
           05  WS-MB-ENTRY OCCURS 20000 TIMES.
               10  WS-MB-MEMBER    PIC X(20).
               10  WS-MB-PAY-ACCT  PIC X(50).
               10  WS-MB-AVG-BAL   PIC S9(15)V99.
               10  WS-MB-INTEREST  PIC S9(15)V99.
               10  WS-MB-SAV-SHARE PIC 9(13)V99.
               10  WS-MB-LN-SHARE  PIC 9(13)V99.
               10  WS-MB-GROSS     PIC 9(13)V99.
               10  WS-MB-TAX       PIC 9(13)V99.
               10  WS-MB-NET       PIC 9(13)V99.
               10  WS-MB-RESULT    PIC X(12).

      * audit / history workpad
       01  WS-IN-DATE          PIC X(8) VALUE SPACES.
       01  WS-IN-ACCT          PIC X(50) VALUE SPACES.
       01  WS-IN-BALANCE       PIC S9(13)V99 VALUE ZEROS.
       01  WS-AJ-REF           PIC X(50) VALUE SPACES.
       01  WS-AJ-TYPE          PIC X(15) VALUE SPACES.
       01  WS-AJ-STATUS        PIC X(10) VALUE SPACES.
       01  WS-AJ-TS            PIC X(26) VALUE SPACES.
       01  WS-AJ-INTEREST      PIC S9(13)V99 VALUE ZEROS.
       01  WS-AJ-HAS-INTEREST  PIC X VALUE 'N'.
       01  WS-AJ-SHU-YEAR      PIC X(4) VALUE SPACES.
       01  WS-NO-SPLIT-COUNT   PIC 9(7) VALUE ZEROS.
       01  WS-ALREADY-POSTED   PIC X VALUE 'N'.
           88  WS-YEAR-IS-POSTED   VALUE 'Y'.

      * the pools and their footing
       01  WS-SAVINGS-POOL     PIC 9(13)V99 VALUE ZEROS.
       01  WS-LOAN-POOL        PIC 9(13)V99 VALUE ZEROS.
       01  WS-RETAINED         PIC S9(13)V99 VALUE ZEROS.
       01  WS-TOTAL-WEIGHT     PIC S9(17)V99 VALUE ZEROS.
       01  WS-TOTAL-INTEREST   PIC S9(17)V99 VALUE ZEROS.
       01  WS-SAV-ALLOCATED    PIC 9(15)V99 VALUE ZEROS.
       01  WS-LN-ALLOCATED     PIC 9(15)V99 VALUE ZEROS.
       01  WS-REMAINDER        PIC S9(15)V99 VALUE ZEROS.
       01  WS-TOTAL-GROSS      PIC 9(15)V99 VALUE ZEROS.
       01  WS-TOTAL-TAX        PIC 9(15)V99 VALUE ZEROS.
       01  WS-TOTAL-NET        PIC 9(15)V99 VALUE ZEROS.
       01  WS-UNPOSTED-GROSS   PIC 9(15)V99 VALUE ZEROS.

       01  WS-OLD-BALANCE      PIC S9(13)V99 VALUE ZEROS.
       01  WS-NEW-BALANCE      PIC S9(13)V99 VALUE ZEROS.
       01  WS-SHARE-COUNT      PIC 9(5) VALUE ZEROS.
       01  WS-POSTED-COUNT     PIC 9(5) VALUE ZEROS.
       01  WS-SKIPPED-COUNT    PIC 9(5) VALUE ZEROS.
       01  WS-UNLINKED-COUNT   PIC 9(5) VALUE ZEROS.

       01  WS-CUR-DATE         PIC X(8) VALUE SPACES.
       01  WS-CUR-DATETIME     PIC X(21) VALUE SPACES.
       01  WS-TIMESTAMP        PIC X(26) VALUE SPACES.
       01  WS-AMT-D            PIC Z(13).99.
       01  WS-SAV-D            PIC Z(13).99.
       01  WS-LNS-D            PIC Z(13).99.
       01  WS-TAX-D            PIC Z(13).99.
       01  WS-AVG-D            PIC -(15).99.
       01  WS-INT-D            PIC -(15).99.
       01  WS-OLDBAL-D         PIC -(13).99.
       01  WS-NEWBAL-D         PIC -(13).99.
       01  WS-TOT-D            PIC -(15).99.
       01  WS-PCT-D            PIC ZZ9.99.
       01  WS-CNT-D            PIC Z(6)9.
       01  WS-OUT              PIC X(500) VALUE SPACES.

      * CFARCHIVE's catalog - the generations rotated out of this
      * audit log that reach into the range asked for, read back
      * oldest first ahead of the live log, each one's entry count
      * and hash total checked against what the catalog recorded
       01  WS-CATALOG-FILE     PIC X(200)
                               VALUE 'CFARCHIVE_CATALOG.DAT'.
       01  WS-CATALOG-STATUS   PIC XX VALUE SPACES.
       01  WS-GEN-FILE         PIC X(220) VALUE SPACES.
       01  WS-GEN-STATUS       PIC XX VALUE SPACES.
       01  WS-GEN-FROM-YMD     PIC X(8) VALUE SPACES.
       01  WS-GEN-TO-YMD       PIC X(8) VALUE SPACES.
       01  WS-CG-COUNT         PIC 9(4) VALUE ZEROS.
       01  WS-CG-IDX           PIC 9(4) VALUE ZEROS.
       01  WS-CG-TRUNC-FLAG    PIC X VALUE 'N'.
           88  WS-CG-IS-TRUNCATED  VALUE 'Y'.
       01  WS-CG-TABLE.
           05  WS-CG-ENTRY OCCURS 2000 TIMES.
               10  WS-CG-FILE      PIC X(220).
               10  WS-CG-ENTRIES   PIC 9(9).
               10  WS-CG-HASH      PIC 9(18).
       01  WS-CT-GEN           PIC X(220) VALUE SPACES.
       01  WS-CT-LOG           PIC X(200) VALUE SPACES.
       01  WS-CT-FROM          PIC X(8) VALUE SPACES.
       01  WS-CT-TO            PIC X(8) VALUE SPACES.
       01  WS-CT-ENTRIES       PIC 9(9) VALUE ZEROS.
       01  WS-CT-HASH          PIC 9(18) VALUE ZEROS.
       01  WS-GEN-COUNT        PIC 9(9) VALUE ZEROS.
       01  WS-GEN-CNT-D        PIC Z(8)9.
       01  WS-GEN-CNT2-D       PIC Z(8)9.
       01  WS-HX-LINE          PIC X(300) VALUE SPACES.
       01  WS-HX-POS           PIC 9(4) VALUE ZEROS.
       01  WS-HX-LINE-SUM      PIC 9(9) VALUE ZEROS.
       01  WS-HX-WORK          PIC 9(20) VALUE ZEROS.
       01  WS-HX-TOTAL         PIC 9(18) VALUE ZEROS.

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
           IF WS-YEAR NOT NUMERIC OR WS-SURPLUS = ZEROS
               DISPLAY '{"error":"Usage: cfshu year=YYYY surplus=<amt>'
                   ' savings_pct=<N> loan_pct=<N> [tax_rate=<N>] '
                   '[mode=PREVIEW|POST user_id= approved_by=] '
                   '[payout_file=] [link_file=] [history_file=] '
                   '[audit_log=] [catalog=] [master_file=] '
                   '[tax_file=]"}'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-SAVINGS-PCT + WS-LOAN-PCT > 100 OR
                   WS-SAVINGS-PCT + WS-LOAN-PCT = ZEROS
               DISPLAY '{"error":"savings_pct + loan_pct must be '
                   'above 0 and not above 100"}'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
      * the approval step: a distribution moves money into every
      * member's account, so it needs the maker AND a different
      * supervisor on record, the CFCORRECT rule
           IF WS-POST-MODE
               IF FUNCTION TRIM(WS-USER-ID) = SPACES OR
                       FUNCTION TRIM(WS-APPROVED-BY) = SPACES
                   DISPLAY '{"error":"mode=POST needs user_id= and '
                       'approved_by="}'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF WS-USER-ID = WS-APPROVED-BY
                   DISPLAY '{"error":"Approver must not be the '
                       'maker"}'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           IF FUNCTION TRIM(WS-TAX-FILE) = SPACES
               STRING 'CFSHU_TAX_' WS-YEAR '.DAT'
                   DELIMITED SIZE INTO WS-TAX-FILE
               END-STRING
           END-IF
           PERFORM 1000-LOAD-LINKS
           IF FUNCTION TRIM(WS-PAYOUT-FILE) NOT = SPACES
               PERFORM 1300-LOAD-PAYOUTS
           END-IF
           PERFORM 2000-SCAN-HISTORY
           PERFORM 2500-CHECK-COVERAGE
           PERFORM 3000-SCAN-AUDIT-LOG
           IF WS-AC-IS-TRUNCATED
               DISPLAY '{"error":"More than 50000 accounts in the '
                   'year - nothing distributed"}'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-POST-MODE AND WS-YEAR-IS-POSTED
               DISPLAY '{"error":"SHU for ' WS-YEAR ' is already '
                   'in the audit log - a year is distributed once"}'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 4000-BUILD-MEMBER-SHARES
           PERFORM 4500-ALLOCATE-POOLS
           IF WS-POST-MODE
               PERFORM 6000-POST-SHARES
           ELSE
               PERFORM 5000-PREVIEW-LISTING
           END-IF
           STOP RUN.

       0050-PARSE-OPTION-ARG.
           MOVE ZERO TO WS-POS
           INSPECT WS-OPT-ARG TALLYING WS-POS FOR CHARACTERS BEFORE '='
           IF WS-POS > 0
               MOVE WS-OPT-ARG(1:WS-POS) TO WS-FIELD-NAME
               MOVE WS-OPT-ARG(WS-POS + 2:) TO WS-FIELD-VAL
               EVALUATE FUNCTION TRIM(WS-FIELD-NAME)
                   WHEN 'year'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL) TO WS-YEAR
                   WHEN 'surplus'
                       MOVE FUNCTION NUMVAL(WS-FIELD-VAL)
                           TO WS-SURPLUS
                   WHEN 'savings_pct'
                       MOVE FUNCTION NUMVAL(WS-FIELD-VAL)
                           TO WS-SAVINGS-PCT
                   WHEN 'loan_pct'
                       MOVE FUNCTION NUMVAL(WS-FIELD-VAL)
                           TO WS-LOAN-PCT
                   WHEN 'tax_rate'
                       MOVE FUNCTION NUMVAL(WS-FIELD-VAL)
                           TO WS-TAX-RATE
                   WHEN 'mode'
                       MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
                           WS-FIELD-VAL)) TO WS-RUN-MODE
                   WHEN 'user_id'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-USER-ID
                   WHEN 'approved_by'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-APPROVED-BY
                   WHEN 'payout_file'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-PAYOUT-FILE
                   WHEN 'link_file'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-LINK-FILE
                   WHEN 'history_file'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-HISTORY-FILE
                   WHEN 'catalog'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-CATALOG-FILE
                   WHEN 'audit_log'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-AUDIT-FILE
                   WHEN 'master_file'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-MASTER-FILE
                   WHEN 'tax_file'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-TAX-FILE
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
      * the CFMEMBER link file - which accounts belong to whom
      *----------------------------------------------------------------
       1000-LOAD-LINKS.
           OPEN INPUT LINK-FILE
           IF WS-LINK-STATUS NOT = '00'
               DISPLAY '{"error":"Cannot open link file: '
                   FUNCTION TRIM(WS-LINK-FILE) '"}'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ LINK-FILE INTO LINK-RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM 1100-LOAD-ONE-LINK
               END-READ
           END-PERFORM
           CLOSE LINK-FILE
           MOVE 'N' TO WS-EOF
           IF WS-LK-IS-TRUNCATED
               DISPLAY '{"error":"Link file larger than 20000 '
                   'records - nothing distributed"}'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       1100-LOAD-ONE-LINK.
           IF FUNCTION TRIM(LINK-RECORD) = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM 1200-PARSE-LINK-LINE
           IF FUNCTION TRIM(WS-LK-IN-MEMBER) = SPACES OR
                   FUNCTION TRIM(WS-LK-IN-ACCT) = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-LK-COUNT >= 20000
               MOVE 'Y' TO WS-LK-TRUNC-FLAG
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-LK-COUNT
           MOVE WS-LK-IN-MEMBER TO WS-LK-MEMBER(WS-LK-COUNT)
           MOVE WS-LK-IN-ACCT   TO WS-LK-ACCT(WS-LK-COUNT).

      * link and payout lines share the member=<no> account_id=<id>
      * shape; both are read into LINK-RECORD
       1200-PARSE-LINK-LINE.
           MOVE SPACES TO WS-LK-IN-MEMBER WS-LK-IN-ACCT
           MOVE FUNCTION TRIM(LINK-RECORD) TO WS-REMAIN
           PERFORM UNTIL FUNCTION TRIM(WS-REMAIN) = SPACES
               PERFORM 8100-EXTRACT-TOKEN
               IF FUNCTION TRIM(WS-TOKEN) NOT = SPACES
                   PERFORM 1250-PARSE-LINK-TOKEN
               END-IF
           END-PERFORM.

       1250-PARSE-LINK-TOKEN.
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

       1300-LOAD-PAYOUTS.
           OPEN INPUT PAYOUT-FILE
           IF WS-PAYOUT-STATUS NOT = '00'
               DISPLAY '{"error":"Cannot open payout file: '
                   FUNCTION TRIM(WS-PAYOUT-FILE) '"}'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ PAYOUT-FILE INTO LINK-RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM 1310-LOAD-ONE-PAYOUT
               END-READ
           END-PERFORM
           CLOSE PAYOUT-FILE
           MOVE 'N' TO WS-EOF.

       1310-LOAD-ONE-PAYOUT.
           IF FUNCTION TRIM(LINK-RECORD) = SPACES OR
                   WS-PY-COUNT >= 20000
               EXIT PARAGRAPH
           END-IF
           PERFORM 1200-PARSE-LINK-LINE
           IF FUNCTION TRIM(WS-LK-IN-MEMBER) = SPACES OR
                   FUNCTION TRIM(WS-LK-IN-ACCT) = SPACES
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PY-COUNT
           MOVE WS-LK-IN-MEMBER TO WS-PY-MEMBER(WS-PY-COUNT)
           MOVE WS-LK-IN-ACCT   TO WS-PY-ACCT(WS-PY-COUNT).

      *----------------------------------------------------------------
      * the year's CFSNAP rows - balance-days per account; an
      * overdrawn day counts as nothing saved, not as a negative
      *----------------------------------------------------------------
       2000-SCAN-HISTORY.
           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-STATUS NOT = '00'
               DISPLAY '{"error":"Cannot open snapshot history: '
                   FUNCTION TRIM(WS-HISTORY-FILE) '"}'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ HISTORY-FILE INTO HISTORY-RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM 2100-SCAN-ONE-ROW
               END-READ
           END-PERFORM
           CLOSE HISTORY-FILE
           MOVE 'N' TO WS-EOF.

       2100-SCAN-ONE-ROW.
           IF FUNCTION TRIM(HISTORY-RECORD) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-IN-DATE WS-IN-ACCT
           MOVE ZEROS TO WS-IN-BALANCE
           MOVE FUNCTION TRIM(HISTORY-RECORD) TO WS-REMAIN
           PERFORM UNTIL FUNCTION TRIM(WS-REMAIN) = SPACES
               PERFORM 8100-EXTRACT-TOKEN
               IF FUNCTION TRIM(WS-TOKEN) NOT = SPACES
                   PERFORM 2200-PARSE-ROW-TOKEN
               END-IF
           END-PERFORM
           IF FUNCTION TRIM(WS-IN-ACCT) = SPACES OR
                   WS-IN-DATE(1:4) NOT = WS-YEAR
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-DT-IDX
           PERFORM UNTIL WS-DT-IDX > WS-DT-COUNT OR
                   WS-DT-DATE(WS-DT-IDX) = WS-IN-DATE
               ADD 1 TO WS-DT-IDX
           END-PERFORM
           IF WS-DT-IDX > WS-DT-COUNT AND WS-DT-COUNT < 400
               ADD 1 TO WS-DT-COUNT
               MOVE WS-IN-DATE TO WS-DT-DATE(WS-DT-COUNT)
           END-IF
           IF WS-IN-BALANCE <= ZEROS
               EXIT PARAGRAPH
           END-IF
           MOVE WS-IN-ACCT TO WS-SEEK-ACCT
           PERFORM 8200-FIND-OR-ADD-ACCOUNT
           IF WS-AC-IDX > ZEROS
               ADD WS-IN-BALANCE TO WS-AC-BAL-SUM(WS-AC-IDX)
           END-IF.

       2200-PARSE-ROW-TOKEN.
           MOVE ZERO TO WS-POS
           INSPECT WS-TOKEN TALLYING WS-POS FOR CHARACTERS BEFORE '='
           IF WS-POS > 0
               MOVE WS-TOKEN(1:WS-POS) TO WS-FIELD-NAME
               MOVE WS-TOKEN(WS-POS + 2:) TO WS-FIELD-VAL
               EVALUATE FUNCTION TRIM(WS-FIELD-NAME)
                   WHEN 'date'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL) TO WS-IN-DATE
                   WHEN 'account_id'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL) TO WS-IN-ACCT
                   WHEN 'balance'
                       MOVE FUNCTION NUMVAL(WS-FIELD-VAL)
                           TO WS-IN-BALANCE
               END-EVALUATE
           END-IF.

      *----------------------------------------------------------------
      * the averages are over the snapshot dates found, so a history
      * aged out by CFSNAP's retention, or with nights missing, would
      * share the pool on part of the year - every day from 1 January
      * to 31 December must be there
      *----------------------------------------------------------------
       2500-CHECK-COVERAGE.
           STRING WS-YEAR '0101' DELIMITED SIZE INTO WS-CV-FIRST
           END-STRING
           MOVE WS-CV-FIRST TO WS-CV-NUM
           COMPUTE WS-CV-FROM-INT = FUNCTION INTEGER-OF-DATE(WS-CV-NUM)
           MOVE SPACES TO WS-CV-FIRST
           STRING WS-YEAR '1231' DELIMITED SIZE INTO WS-CV-FIRST
           END-STRING
           MOVE WS-CV-FIRST TO WS-CV-NUM
           COMPUTE WS-CV-TO-INT = FUNCTION INTEGER-OF-DATE(WS-CV-NUM)
           COMPUTE WS-CV-DAYS = WS-CV-TO-INT - WS-CV-FROM-INT + 1
           IF WS-DT-COUNT = WS-CV-DAYS
               EXIT PARAGRAPH
           END-IF
           MOVE '99999999' TO WS-CV-FIRST
           MOVE 1 TO WS-DT-IDX
           PERFORM UNTIL WS-DT-IDX > WS-DT-COUNT
               IF WS-DT-DATE(WS-DT-IDX) < WS-CV-FIRST
                   MOVE WS-DT-DATE(WS-DT-IDX) TO WS-CV-FIRST
               END-IF
               ADD 1 TO WS-DT-IDX
           END-PERFORM
           IF WS-DT-COUNT = ZEROS
               MOVE 'none' TO WS-CV-FIRST
           END-IF
           MOVE WS-DT-COUNT TO WS-CNT-D
           DISPLAY '{"error":"Snapshot history holds '
               FUNCTION TRIM(WS-CNT-D) ' of the ' WS-CV-DAYS
               ' days of ' WS-YEAR ' (first ' FUNCTION TRIM(WS-CV-FIRST)
               ') - the averages would cover part of the year, '
               'nothing distributed"}'
           MOVE 8 TO RETURN-CODE
           STOP RUN.

      *----------------------------------------------------------------
      * the audit log - the interest portion of every CFLOAN
      * installment collected (or payoff made) in the year, and any
      * SHU already posted for it. The archived generations that
      * reach into the year or later are read first: the interest
      * of a rotated-out month and an SHU posted since are in them
      *----------------------------------------------------------------
       3000-SCAN-AUDIT-LOG.
           MOVE SPACES TO WS-GEN-FROM-YMD WS-GEN-TO-YMD
           STRING WS-YEAR '0101' DELIMITED SIZE INTO WS-GEN-FROM-YMD
           END-STRING
           PERFORM 8500-LOAD-CATALOG
           PERFORM 8600-READ-GENERATIONS
           OPEN INPUT AUDIT-LOG
           IF WS-AUDIT-STATUS NOT = '00'
               DISPLAY 'WARNING: cannot open audit log: '
                   FUNCTION TRIM(WS-AUDIT-FILE)
                   ' - no loan-interest share' UPON SYSERR
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ AUDIT-LOG INTO AUDIT-RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM 3100-SCAN-ONE-ENTRY
               END-READ
           END-PERFORM
           CLOSE AUDIT-LOG
           MOVE 'N' TO WS-EOF.

       3100-SCAN-ONE-ENTRY.
           IF FUNCTION TRIM(AUDIT-RECORD) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-AJ-REF WS-AJ-TYPE WS-AJ-STATUS WS-AJ-TS
               WS-AJ-SHU-YEAR
           MOVE ZEROS TO WS-AJ-INTEREST
           MOVE 'N' TO WS-AJ-HAS-INTEREST
           MOVE FUNCTION TRIM(AUDIT-RECORD) TO WS-REMAIN
           PERFORM UNTIL FUNCTION TRIM(WS-REMAIN) = SPACES
               PERFORM 8100-EXTRACT-TOKEN
               IF FUNCTION TRIM(WS-TOKEN) NOT = SPACES
                   PERFORM 3200-PARSE-AUDIT-TOKEN
               END-IF
           END-PERFORM
           IF FUNCTION TRIM(WS-AJ-STATUS) NOT = 'OK'
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(WS-AJ-TYPE) = 'SHU' AND
                   WS-AJ-SHU-YEAR = WS-YEAR
               MOVE 'Y' TO WS-ALREADY-POSTED
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(WS-AJ-TYPE) NOT = 'LN-INSTALLMENT' AND
                   FUNCTION TRIM(WS-AJ-TYPE) NOT = 'LN-PAYOFF'
               EXIT PARAGRAPH
           END-IF
           IF WS-AJ-TS(1:4) NOT = WS-YEAR
               EXIT PARAGRAPH
           END-IF
      * an installment written before CFLOAN carried its interest
      * split cannot be apportioned - counted, not guessed at
           IF WS-AJ-HAS-INTEREST = 'N'
               ADD 1 TO WS-NO-SPLIT-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-AJ-REF TO WS-SEEK-ACCT
           PERFORM 8200-FIND-OR-ADD-ACCOUNT
           IF WS-AC-IDX > ZEROS
               ADD WS-AJ-INTEREST TO WS-AC-INTEREST(WS-AC-IDX)
           END-IF.

       3200-PARSE-AUDIT-TOKEN.
           MOVE ZERO TO WS-POS
           INSPECT WS-TOKEN TALLYING WS-POS FOR CHARACTERS BEFORE '='
           IF WS-POS > 0
               MOVE WS-TOKEN(1:WS-POS) TO WS-FIELD-NAME
               MOVE WS-TOKEN(WS-POS + 2:) TO WS-FIELD-VAL
               EVALUATE FUNCTION TRIM(WS-FIELD-NAME)
                   WHEN 'ref'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL) TO WS-AJ-REF
                   WHEN 'txn_type'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL) TO WS-AJ-TYPE
                   WHEN 'status'
                       MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
                           WS-FIELD-VAL)) TO WS-AJ-STATUS
                   WHEN 'ts'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL) TO WS-AJ-TS
                   WHEN 'interest'
                       MOVE FUNCTION NUMVAL(WS-FIELD-VAL)
                           TO WS-AJ-INTEREST
                       MOVE 'Y' TO WS-AJ-HAS-INTEREST
                   WHEN 'shu_year'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-AJ-SHU-YEAR
               END-EVALUATE
           END-IF.

      *----------------------------------------------------------------
      * accounts rolled up to their members; the member's figures
      * are the sum over every linked account, the average being the
      * balance-days over the year's snapshot dates
      *----------------------------------------------------------------
       4000-BUILD-MEMBER-SHARES.
           MOVE 1 TO WS-AC-IDX
           PERFORM UNTIL WS-AC-IDX > WS-AC-COUNT
               PERFORM 4100-ADD-ACCOUNT-TO-MEMBER
               ADD 1 TO WS-AC-IDX
           END-PERFORM.

       4100-ADD-ACCOUNT-TO-MEMBER.
           MOVE 1 TO WS-LK-IDX
           PERFORM UNTIL WS-LK-IDX > WS-LK-COUNT OR
                   WS-LK-ACCT(WS-LK-IDX) = WS-AC-ACCT(WS-AC-IDX)
               ADD 1 TO WS-LK-IDX
           END-PERFORM
           IF WS-LK-IDX > WS-LK-COUNT
               ADD 1 TO WS-UNLINKED-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-MB-IDX
           PERFORM UNTIL WS-MB-IDX > WS-MB-COUNT OR
                   WS-MB-MEMBER(WS-MB-IDX) = WS-LK-MEMBER(WS-LK-IDX)
               ADD 1 TO WS-MB-IDX
           END-PERFORM
           IF WS-MB-IDX > WS-MB-COUNT
               ADD 1 TO WS-MB-COUNT
               MOVE WS-MB-COUNT TO WS-MB-IDX
               MOVE WS-LK-MEMBER(WS-LK-IDX) TO WS-MB-MEMBER(WS-MB-IDX)
               MOVE ZEROS TO WS-MB-AVG-BAL(WS-MB-IDX)
                   WS-MB-INTEREST(WS-MB-IDX)
                   WS-MB-SAV-SHARE(WS-MB-IDX)
                   WS-MB-LN-SHARE(WS-MB-IDX)
                   WS-MB-GROSS(WS-MB-IDX)
                   WS-MB-TAX(WS-MB-IDX)
                   WS-MB-NET(WS-MB-IDX)
               MOVE SPACES TO WS-MB-RESULT(WS-MB-IDX)
               PERFORM 4200-CHOOSE-PAYOUT-ACCOUNT
           END-IF
           IF WS-DT-COUNT > ZEROS
               COMPUTE WS-MB-AVG-BAL(WS-MB-IDX) =
                   WS-MB-AVG-BAL(WS-MB-IDX) +
                   WS-AC-BAL-SUM(WS-AC-IDX) / WS-DT-COUNT
           END-IF
           ADD WS-AC-INTEREST(WS-AC-IDX) TO WS-MB-INTEREST(WS-MB-IDX).

      * the nominated account if there is one, else the first
      * account linked to the member in link-file order
       4200-CHOOSE-PAYOUT-ACCOUNT.
           MOVE 1 TO WS-PY-IDX
           PERFORM UNTIL WS-PY-IDX > WS-PY-COUNT OR
                   WS-PY-MEMBER(WS-PY-IDX) = WS-MB-MEMBER(WS-MB-IDX)
               ADD 1 TO WS-PY-IDX
           END-PERFORM
           IF WS-PY-IDX <= WS-PY-COUNT
               MOVE WS-PY-ACCT(WS-PY-IDX) TO WS-MB-PAY-ACCT(WS-MB-IDX)
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-LK-IDX
           PERFORM UNTIL WS-LK-IDX > WS-LK-COUNT OR
                   WS-LK-MEMBER(WS-LK-IDX) = WS-MB-MEMBER(WS-MB-IDX)
               ADD 1 TO WS-LK-IDX
           END-PERFORM
           MOVE WS-LK-ACCT(WS-LK-IDX) TO WS-MB-PAY-ACCT(WS-MB-IDX).

      * shares are cut, never rounded up, so the sum of the shares
      * can only fall short of a pool - by the remainder reported
       4500-ALLOCATE-POOLS.
           COMPUTE WS-SAVINGS-POOL = WS-SURPLUS * WS-SAVINGS-PCT / 100
           COMPUTE WS-LOAN-POOL = WS-SURPLUS * WS-LOAN-PCT / 100
           COMPUTE WS-RETAINED =
               WS-SURPLUS - WS-SAVINGS-POOL - WS-LOAN-POOL
           MOVE 1 TO WS-MB-IDX
           PERFORM UNTIL WS-MB-IDX > WS-MB-COUNT
               ADD WS-MB-AVG-BAL(WS-MB-IDX)  TO WS-TOTAL-WEIGHT
               ADD WS-MB-INTEREST(WS-MB-IDX) TO WS-TOTAL-INTEREST
               ADD 1 TO WS-MB-IDX
           END-PERFORM
           MOVE 1 TO WS-MB-IDX
           PERFORM UNTIL WS-MB-IDX > WS-MB-COUNT
               PERFORM 4600-ALLOCATE-ONE-MEMBER
               ADD 1 TO WS-MB-IDX
           END-PERFORM
           COMPUTE WS-REMAINDER = WS-SAVINGS-POOL + WS-LOAN-POOL
               - WS-SAV-ALLOCATED - WS-LN-ALLOCATED.

       4600-ALLOCATE-ONE-MEMBER.
           IF WS-TOTAL-WEIGHT > ZEROS AND
                   WS-MB-AVG-BAL(WS-MB-IDX) > ZEROS
               COMPUTE WS-MB-SAV-SHARE(WS-MB-IDX) =
                   WS-SAVINGS-POOL * WS-MB-AVG-BAL(WS-MB-IDX)
                   / WS-TOTAL-WEIGHT
           END-IF
           IF WS-TOTAL-INTEREST > ZEROS AND
                   WS-MB-INTEREST(WS-MB-IDX) > ZEROS
               COMPUTE WS-MB-LN-SHARE(WS-MB-IDX) =
                   WS-LOAN-POOL * WS-MB-INTEREST(WS-MB-IDX)
                   / WS-TOTAL-INTEREST
           END-IF
           COMPUTE WS-MB-GROSS(WS-MB-IDX) =
               WS-MB-SAV-SHARE(WS-MB-IDX) + WS-MB-LN-SHARE(WS-MB-IDX)
           COMPUTE WS-MB-TAX(WS-MB-IDX) ROUNDED =
               WS-MB-GROSS(WS-MB-IDX) * WS-TAX-RATE / 100
           COMPUTE WS-MB-NET(WS-MB-IDX) =
               WS-MB-GROSS(WS-MB-IDX) - WS-MB-TAX(WS-MB-IDX)
           ADD WS-MB-SAV-SHARE(WS-MB-IDX) TO WS-SAV-ALLOCATED
           ADD WS-MB-LN-SHARE(WS-MB-IDX)  TO WS-LN-ALLOCATED
           IF WS-MB-GROSS(WS-MB-IDX) > ZEROS
               ADD 1 TO WS-SHARE-COUNT
           END-IF.

      *----------------------------------------------------------------
      * mode=PREVIEW - the RAT listing, nothing moves
      *----------------------------------------------------------------
       5000-PREVIEW-LISTING.
           DISPLAY '{"shu_preview":['
           MOVE 1 TO WS-MB-IDX
           PERFORM UNTIL WS-MB-IDX > WS-MB-COUNT
               IF WS-MB-GROSS(WS-MB-IDX) > ZEROS
                   ADD WS-MB-GROSS(WS-MB-IDX) TO WS-TOTAL-GROSS
                   ADD WS-MB-TAX(WS-MB-IDX)   TO WS-TOTAL-TAX
                   ADD WS-MB-NET(WS-MB-IDX)   TO WS-TOTAL-NET
                   PERFORM 5100-EMIT-MEMBER-ROW
               END-IF
               ADD 1 TO WS-MB-IDX
           END-PERFORM
           PERFORM 9000-EMIT-SUMMARY
           MOVE SPACES TO WS-OUT
           STRING
               ',"mode":"PREVIEW","message":"nothing moved - rerun '
                   DELIMITED SIZE
               'with mode=POST user_id= approved_by="}}'
                   DELIMITED SIZE
               INTO WS-OUT
           END-STRING
           DISPLAY FUNCTION TRIM(WS-OUT).

       5100-EMIT-MEMBER-ROW.
           MOVE WS-MB-AVG-BAL(WS-MB-IDX)   TO WS-AVG-D
           MOVE WS-MB-INTEREST(WS-MB-IDX)  TO WS-INT-D
           MOVE WS-MB-SAV-SHARE(WS-MB-IDX) TO WS-SAV-D
           MOVE WS-MB-LN-SHARE(WS-MB-IDX)  TO WS-LNS-D
           IF WS-FIRST-REC = 'N'
               DISPLAY ','
           END-IF
           MOVE SPACES TO WS-OUT
           STRING
               '{"member":"' DELIMITED SIZE
               FUNCTION TRIM(WS-MB-MEMBER(WS-MB-IDX)) DELIMITED SIZE
               '","payout_account":"' DELIMITED SIZE
               FUNCTION TRIM(WS-MB-PAY-ACCT(WS-MB-IDX)) DELIMITED SIZE
               '","avg_balance":' DELIMITED SIZE
               FUNCTION TRIM(WS-AVG-D) DELIMITED SIZE
               ',"interest_paid":' DELIMITED SIZE
               FUNCTION TRIM(WS-INT-D) DELIMITED SIZE
               ',"savings_share":' DELIMITED SIZE
               FUNCTION TRIM(WS-SAV-D) DELIMITED SIZE
               ',"loan_share":' DELIMITED SIZE
               FUNCTION TRIM(WS-LNS-D) DELIMITED SIZE
               INTO WS-OUT
           END-STRING
           DISPLAY FUNCTION TRIM(WS-OUT) WITH NO ADVANCING
           MOVE WS-MB-GROSS(WS-MB-IDX) TO WS-AMT-D
           MOVE WS-MB-TAX(WS-MB-IDX)   TO WS-TAX-D
           MOVE WS-MB-NET(WS-MB-IDX)   TO WS-SAV-D
           MOVE SPACES TO WS-OUT
           STRING
               ',"gross":' DELIMITED SIZE
               FUNCTION TRIM(WS-AMT-D) DELIMITED SIZE
               ',"tax":' DELIMITED SIZE
               FUNCTION TRIM(WS-TAX-D) DELIMITED SIZE
               ',"net":' DELIMITED SIZE
               FUNCTION TRIM(WS-SAV-D) DELIMITED SIZE
               INTO WS-OUT
           END-STRING
           DISPLAY FUNCTION TRIM(WS-OUT) WITH NO ADVANCING
           IF FUNCTION TRIM(WS-MB-RESULT(WS-MB-IDX)) NOT = SPACES
               DISPLAY ',"result":"'
                   FUNCTION TRIM(WS-MB-RESULT(WS-MB-IDX)) '"'
                   WITH NO ADVANCING
           END-IF
           DISPLAY '}'
           MOVE 'N' TO WS-FIRST-REC.

      *----------------------------------------------------------------
      * mode=POST - each member's net share into the payout account
      * through the normal master-and-audit path; the withholding
      * goes to the tax file only for shares that really posted
      *----------------------------------------------------------------
       6000-POST-SHARES.
           OPEN I-O ACCOUNT-MASTER
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY '{"error":"Cannot open account master: '
                   FUNCTION TRIM(WS-MASTER-FILE) '"}'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT TAX-OUT
           DISPLAY '{"shu_posted":['
           MOVE 1 TO WS-MB-IDX
           PERFORM UNTIL WS-MB-IDX > WS-MB-COUNT
               IF WS-MB-GROSS(WS-MB-IDX) > ZEROS
                   PERFORM 6100-POST-ONE-SHARE
                   PERFORM 5100-EMIT-MEMBER-ROW
               END-IF
               ADD 1 TO WS-MB-IDX
           END-PERFORM
           CLOSE TAX-OUT
           CLOSE ACCOUNT-MASTER
           PERFORM 9000-EMIT-SUMMARY
           MOVE WS-POSTED-COUNT TO WS-CNT-D
           MOVE SPACES TO WS-OUT
           STRING
               ',"mode":"POST","posted":' DELIMITED SIZE
               FUNCTION TRIM(WS-CNT-D) DELIMITED SIZE
               INTO WS-OUT
           END-STRING
           DISPLAY FUNCTION TRIM(WS-OUT) WITH NO ADVANCING
           MOVE WS-SKIPPED-COUNT TO WS-CNT-D
           MOVE WS-UNPOSTED-GROSS TO WS-TOT-D
           MOVE SPACES TO WS-OUT
           STRING
               ',"not_posted":' DELIMITED SIZE
               FUNCTION TRIM(WS-CNT-D) DELIMITED SIZE
               ',"not_posted_gross":' DELIMITED SIZE
               FUNCTION TRIM(WS-TOT-D) DELIMITED SIZE
               ',"tax_file":"' DELIMITED SIZE
               FUNCTION TRIM(WS-TAX-FILE) DELIMITED SIZE
               '","maker":"' DELIMITED SIZE
               FUNCTION TRIM(WS-USER-ID) DELIMITED SIZE
               '","approved_by":"' DELIMITED SIZE
               FUNCTION TRIM(WS-APPROVED-BY) DELIMITED SIZE
               '"}}' DELIMITED SIZE
               INTO WS-OUT
           END-STRING
           DISPLAY FUNCTION TRIM(WS-OUT)
           IF WS-SKIPPED-COUNT > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF.

       6100-POST-ONE-SHARE.
           MOVE WS-MB-PAY-ACCT(WS-MB-IDX) TO AM-ACCT-ID
           READ ACCOUNT-MASTER
               INVALID KEY
                   MOVE 'NO-ACCOUNT' TO WS-MB-RESULT(WS-MB-IDX)
                   ADD 1 TO WS-SKIPPED-COUNT
                   ADD WS-MB-GROSS(WS-MB-IDX) TO WS-UNPOSTED-GROSS
                   EXIT PARAGRAPH
           END-READ
           IF NOT AM-IS-ACTIVE
               MOVE AM-STATUS TO WS-MB-RESULT(WS-MB-IDX)
               ADD 1 TO WS-SKIPPED-COUNT
               ADD WS-MB-GROSS(WS-MB-IDX) TO WS-UNPOSTED-GROSS
               EXIT PARAGRAPH
           END-IF
           MOVE AM-BALANCE TO WS-OLD-BALANCE
           COMPUTE WS-NEW-BALANCE = AM-BALANCE + WS-MB-NET(WS-MB-IDX)
           MOVE WS-NEW-BALANCE TO AM-BALANCE
           MOVE WS-CUR-DATE TO AM-LAST-ACTIVITY
           REWRITE ACCOUNT-MASTER-RECORD
           PERFORM 6500-WRITE-SHU-AUDIT
           PERFORM 6600-WRITE-TAX-RECORD
           MOVE 'POSTED' TO WS-MB-RESULT(WS-MB-IDX)
           ADD 1 TO WS-POSTED-COUNT
           ADD WS-MB-GROSS(WS-MB-IDX) TO WS-TOTAL-GROSS
           ADD WS-MB-TAX(WS-MB-IDX)   TO WS-TOTAL-TAX
           ADD WS-MB-NET(WS-MB-IDX)   TO WS-TOTAL-NET.

      * the share posts net of withholding; gross= and tax= ride on
      * the entry so the audit line alone explains the movement
       6500-WRITE-SHU-AUDIT.
           MOVE FUNCTION CURRENT-DATE TO WS-CUR-DATETIME
           MOVE WS-CUR-DATETIME(1:8)  TO WS-TIMESTAMP(1:8)
           MOVE '-'                   TO WS-TIMESTAMP(9:1)
           MOVE WS-CUR-DATETIME(9:6)  TO WS-TIMESTAMP(10:6)
           MOVE WS-MB-NET(WS-MB-IDX)   TO WS-AMT-D
           MOVE WS-OLD-BALANCE         TO WS-OLDBAL-D
           MOVE WS-NEW-BALANCE         TO WS-NEWBAL-D
           MOVE SPACES TO AUDIT-RECORD
           STRING
               'ref=' DELIMITED SIZE
               FUNCTION TRIM(WS-MB-PAY-ACCT(WS-MB-IDX)) DELIMITED SIZE
               ' txn_type=SHU amount=' DELIMITED SIZE
               FUNCTION TRIM(WS-AMT-D) DELIMITED SIZE
               ' old_balance=' DELIMITED SIZE
               FUNCTION TRIM(WS-OLDBAL-D) DELIMITED SIZE
               ' new_balance=' DELIMITED SIZE
               FUNCTION TRIM(WS-NEWBAL-D) DELIMITED SIZE
               ' status=OK currency=' DELIMITED SIZE
               FUNCTION TRIM(AM-CURRENCY) DELIMITED SIZE
               ' member=' DELIMITED SIZE
               FUNCTION TRIM(WS-MB-MEMBER(WS-MB-IDX)) DELIMITED SIZE
               ' shu_year=' DELIMITED SIZE
               WS-YEAR DELIMITED SIZE
               INTO AUDIT-RECORD
           END-STRING
           MOVE WS-MB-GROSS(WS-MB-IDX) TO WS-AMT-D
           MOVE WS-MB-TAX(WS-MB-IDX)   TO WS-TAX-D
           MOVE SPACES TO WS-OUT
           STRING
               FUNCTION TRIM(AUDIT-RECORD) DELIMITED SIZE
               ' gross=' DELIMITED SIZE
               FUNCTION TRIM(WS-AMT-D) DELIMITED SIZE
               ' tax=' DELIMITED SIZE
               FUNCTION TRIM(WS-TAX-D) DELIMITED SIZE
               ' maker=' DELIMITED SIZE
               FUNCTION TRIM(WS-USER-ID) DELIMITED SIZE
               ' checker=' DELIMITED SIZE
               FUNCTION TRIM(WS-APPROVED-BY) DELIMITED SIZE
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

      * CFTAXCRT's period tax-file shape; kind=SHU keeps the share
      * apart from deposit interest on the certificate
       6600-WRITE-TAX-RECORD.
           MOVE WS-MB-GROSS(WS-MB-IDX) TO WS-AMT-D
           MOVE WS-MB-TAX(WS-MB-IDX)   TO WS-TAX-D
           MOVE SPACES TO TAX-RECORD
           STRING
               'account_id=' DELIMITED SIZE
               FUNCTION TRIM(WS-MB-PAY-ACCT(WS-MB-IDX)) DELIMITED SIZE
               ' gross=' DELIMITED SIZE
               FUNCTION TRIM(WS-AMT-D) DELIMITED SIZE
               ' tax=' DELIMITED SIZE
               FUNCTION TRIM(WS-TAX-D) DELIMITED SIZE
               ' currency=' DELIMITED SIZE
               FUNCTION TRIM(AM-CURRENCY) DELIMITED SIZE
               ' kind=SHU member=' DELIMITED SIZE
               FUNCTION TRIM(WS-MB-MEMBER(WS-MB-IDX)) DELIMITED SIZE
               INTO TAX-RECORD
           END-STRING
           WRITE TAX-RECORD.

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

       8200-FIND-OR-ADD-ACCOUNT.
           MOVE 1 TO WS-AC-IDX
           PERFORM UNTIL WS-AC-IDX > WS-AC-COUNT OR
                   WS-AC-ACCT(WS-AC-IDX) = WS-SEEK-ACCT
               ADD 1 TO WS-AC-IDX
           END-PERFORM
           IF WS-AC-IDX > WS-AC-COUNT
               IF WS-AC-COUNT >= 50000
                   MOVE 'Y' TO WS-AC-TRUNC-FLAG
                   MOVE ZEROS TO WS-AC-IDX
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-AC-COUNT
               MOVE WS-AC-COUNT TO WS-AC-IDX
               MOVE WS-SEEK-ACCT TO WS-AC-ACCT(WS-AC-IDX)
               MOVE ZEROS TO WS-AC-BAL-SUM(WS-AC-IDX)
                   WS-AC-INTEREST(WS-AC-IDX)
           END-IF.

      *----------------------------------------------------------------
      * archive catalog - the generations CFARCHIVE rotated out of
      * this audit log whose dates reach into WS-GEN-FROM-YMD ..
      * WS-GEN-TO-YMD (either end open when blank), in catalog order
      * - oldest cutoff first - so that, read ahead of the live log,
      * file order is still timestamp order
      *----------------------------------------------------------------
       8500-LOAD-CATALOG.
           MOVE ZEROS TO WS-CG-COUNT
           OPEN INPUT CATALOG-FILE
           IF WS-CATALOG-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ CATALOG-FILE INTO CATALOG-RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM 8510-LOAD-ONE-GENERATION
               END-READ
           END-PERFORM
           CLOSE CATALOG-FILE
           MOVE 'N' TO WS-EOF.

       8510-LOAD-ONE-GENERATION.
           IF FUNCTION TRIM(CATALOG-RECORD) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-CT-GEN WS-CT-LOG WS-CT-FROM WS-CT-TO
           MOVE ZEROS TO WS-CT-ENTRIES WS-CT-HASH
           MOVE FUNCTION TRIM(CATALOG-RECORD) TO WS-REMAIN
           PERFORM UNTIL FUNCTION TRIM(WS-REMAIN) = SPACES
               PERFORM 8100-EXTRACT-TOKEN
               IF FUNCTION TRIM(WS-TOKEN) NOT = SPACES
                   PERFORM 8520-PARSE-CATALOG-TOKEN
               END-IF
           END-PERFORM
           IF WS-CT-LOG NOT = WS-AUDIT-FILE
               EXIT PARAGRAPH
           END-IF
           IF WS-GEN-FROM-YMD NOT = SPACES AND
                   WS-CT-TO < WS-GEN-FROM-YMD
               EXIT PARAGRAPH
           END-IF
           IF WS-GEN-TO-YMD NOT = SPACES AND
                   WS-CT-FROM > WS-GEN-TO-YMD
               EXIT PARAGRAPH
           END-IF
           IF WS-CG-COUNT >= 2000
               MOVE 'Y' TO WS-CG-TRUNC-FLAG
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CG-COUNT
           MOVE WS-CT-GEN     TO WS-CG-FILE(WS-CG-COUNT)
           MOVE WS-CT-ENTRIES TO WS-CG-ENTRIES(WS-CG-COUNT)
           MOVE WS-CT-HASH    TO WS-CG-HASH(WS-CG-COUNT).

       8520-PARSE-CATALOG-TOKEN.
           MOVE ZERO TO WS-POS
           INSPECT WS-TOKEN TALLYING WS-POS FOR CHARACTERS BEFORE '='
           IF WS-POS > 0
               MOVE WS-TOKEN(1:WS-POS) TO WS-FIELD-NAME
               MOVE WS-TOKEN(WS-POS + 2:) TO WS-FIELD-VAL
               EVALUATE FUNCTION TRIM(WS-FIELD-NAME)
                   WHEN 'generation'
                       MOVE WS-TOKEN(WS-POS + 2:) TO WS-CT-GEN
                   WHEN 'log'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL) TO WS-CT-LOG
                   WHEN 'from'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL) TO WS-CT-FROM
                   WHEN 'to'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL) TO WS-CT-TO
                   WHEN 'entries'
                       MOVE FUNCTION NUMVAL(WS-FIELD-VAL)
                           TO WS-CT-ENTRIES
                   WHEN 'hash'
                       MOVE WS-FIELD-VAL(1:18) TO WS-CT-HASH
               END-EVALUATE
           END-IF.

      * every generation is read whole through the same per-line
      * paragraph as the live log, counted and hashed as it goes; a
      * generation that is gone, or whose count or hash no longer
      * agrees with its catalog line, stops the run - a short
      * history is never passed off as a whole one
       8600-READ-GENERATIONS.
           IF WS-CG-IS-TRUNCATED
               DISPLAY '{"error":"Archive catalog holds more than '
                   '2000 generations - nothing distributed"}'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 1 TO WS-CG-IDX
           PERFORM UNTIL WS-CG-IDX > WS-CG-COUNT
               PERFORM 8610-READ-ONE-GENERATION
               ADD 1 TO WS-CG-IDX
           END-PERFORM.

       8610-READ-ONE-GENERATION.
           MOVE WS-CG-FILE(WS-CG-IDX) TO WS-GEN-FILE
           OPEN INPUT ARCHIVE-LOG
           IF WS-GEN-STATUS NOT = '00'
               DISPLAY '{"error":"Archive generation '
                   FUNCTION TRIM(WS-GEN-FILE)
                   ' is catalogued but cannot be opened - history '
                   'would be short, nothing distributed"}'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE ZEROS TO WS-GEN-COUNT WS-HX-TOTAL
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ ARCHIVE-LOG INTO ARCHIVE-RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-GEN-COUNT
                       MOVE ARCHIVE-RECORD TO WS-HX-LINE
                       PERFORM 8700-HASH-ONE-LINE
                       MOVE ARCHIVE-RECORD TO AUDIT-RECORD
                       PERFORM 3100-SCAN-ONE-ENTRY
               END-READ
           END-PERFORM
           CLOSE ARCHIVE-LOG
           MOVE 'N' TO WS-EOF
           IF WS-GEN-COUNT NOT = WS-CG-ENTRIES(WS-CG-IDX) OR
                   WS-HX-TOTAL NOT = WS-CG-HASH(WS-CG-IDX)
               MOVE WS-GEN-COUNT TO WS-GEN-CNT-D
               MOVE WS-CG-ENTRIES(WS-CG-IDX) TO WS-GEN-CNT2-D
               DISPLAY '{"error":"Archive generation '
                   FUNCTION TRIM(WS-GEN-FILE)
                   ' does not match its catalog line (entries '
                   FUNCTION TRIM(WS-GEN-CNT-D) ' read, '
                   FUNCTION TRIM(WS-GEN-CNT2-D) ' catalogued; hash '
                   WS-HX-TOTAL ' read, ' WS-CG-HASH(WS-CG-IDX)
                   ' catalogued) - altered or replaced, nothing '
                   'distributed"}'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      * the hash total CFARCHIVE catalogues: each non-blank
      * character's ordinal times its column, summed over the line,
      * added in and kept to 18 digits
       8700-HASH-ONE-LINE.
           MOVE ZEROS TO WS-HX-LINE-SUM
           MOVE 1 TO WS-HX-POS
           PERFORM UNTIL WS-HX-POS > 300
               IF WS-HX-LINE(WS-HX-POS:1) NOT = SPACE
                   COMPUTE WS-HX-LINE-SUM = WS-HX-LINE-SUM
                       + FUNCTION ORD(WS-HX-LINE(WS-HX-POS:1))
                       * WS-HX-POS
               END-IF
               ADD 1 TO WS-HX-POS
           END-PERFORM
           COMPUTE WS-HX-WORK = WS-HX-TOTAL + WS-HX-LINE-SUM
           MOVE WS-HX-WORK TO WS-HX-TOTAL.

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

      *----------------------------------------------------------------
      * the footing the RAT sees: pools, what was shared, what stays
      * with the cooperative and the few sen of rounding remainder
      *----------------------------------------------------------------
       9000-EMIT-SUMMARY.
           MOVE WS-SURPLUS TO WS-TOT-D
           MOVE WS-SAVINGS-POOL TO WS-SAV-D
           MOVE WS-LOAN-POOL TO WS-LNS-D
           MOVE SPACES TO WS-OUT
           STRING
               '],"summary":{"year":"' DELIMITED SIZE
               WS-YEAR DELIMITED SIZE
               '","surplus":' DELIMITED SIZE
               FUNCTION TRIM(WS-TOT-D) DELIMITED SIZE
               ',"savings_pool":' DELIMITED SIZE
               FUNCTION TRIM(WS-SAV-D) DELIMITED SIZE
               ',"loan_pool":' DELIMITED SIZE
               FUNCTION TRIM(WS-LNS-D) DELIMITED SIZE
               INTO WS-OUT
           END-STRING
           DISPLAY FUNCTION TRIM(WS-OUT) WITH NO ADVANCING
           MOVE WS-RETAINED TO WS-TOT-D
           MOVE WS-REMAINDER TO WS-AVG-D
           MOVE WS-DT-COUNT TO WS-CNT-D
           MOVE SPACES TO WS-OUT
           STRING
               ',"retained":' DELIMITED SIZE
               FUNCTION TRIM(WS-TOT-D) DELIMITED SIZE
               ',"rounding_remainder":' DELIMITED SIZE
               FUNCTION TRIM(WS-AVG-D) DELIMITED SIZE
               ',"snapshot_days":' DELIMITED SIZE
               FUNCTION TRIM(WS-CNT-D) DELIMITED SIZE
               INTO WS-OUT
           END-STRING
           DISPLAY FUNCTION TRIM(WS-OUT) WITH NO ADVANCING
           MOVE WS-SHARE-COUNT TO WS-CNT-D
           MOVE WS-TOTAL-GROSS TO WS-TOT-D
           MOVE WS-TOTAL-TAX   TO WS-INT-D
           MOVE WS-TOTAL-NET   TO WS-AVG-D
           MOVE SPACES TO WS-OUT
           STRING
               ',"members":' DELIMITED SIZE
               FUNCTION TRIM(WS-CNT-D) DELIMITED SIZE
               ',"total_gross":' DELIMITED SIZE
               FUNCTION TRIM(WS-TOT-D) DELIMITED SIZE
               ',"total_tax":' DELIMITED SIZE
               FUNCTION TRIM(WS-INT-D) DELIMITED SIZE
               ',"total_net":' DELIMITED SIZE
               FUNCTION TRIM(WS-AVG-D) DELIMITED SIZE
               INTO WS-OUT
           END-STRING
           DISPLAY FUNCTION TRIM(WS-OUT) WITH NO ADVANCING
           MOVE WS-UNLINKED-COUNT TO WS-CNT-D
           MOVE SPACES TO WS-OUT
           STRING
               ',"unlinked_accounts":' DELIMITED SIZE
               FUNCTION TRIM(WS-CNT-D) DELIMITED SIZE
               INTO WS-OUT
           END-STRING
           DISPLAY FUNCTION TRIM(WS-OUT) WITH NO ADVANCING
           MOVE WS-NO-SPLIT-COUNT TO WS-CNT-D
           MOVE SPACES TO WS-OUT
           STRING
               ',"installments_without_interest_split":'
                   DELIMITED SIZE
               FUNCTION TRIM(WS-CNT-D) DELIMITED SIZE
               INTO WS-OUT
           END-STRING
           DISPLAY FUNCTION TRIM(WS-OUT) WITH NO ADVANCING.
