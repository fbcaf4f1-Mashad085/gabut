      *================================================================*
      * CFREGRPT.cbl - Regulatory Reporting: CTR and STR Filing        *
      * What has to go to the financial intelligence unit, as opposed  *
      * to what stays on the screening desk. Two report kinds:         *
      *   CTR - every counter cash transaction (a CFTRXVAL audit line  *
      *         carrying drawer=, status OK, CREDIT or DEBIT) at or    *
      *         above the reporting threshold                          *
      *   STR - every CFCASE case escalated (status ESCALATED, or      *
      *         closed with disposition ESCALATED or REPORTABLE), the  *
      *         amount being what the account moved, status OK, over  *
      *         the case's first_seen..last_seen days                  *
      * Each is enriched with the identity of the account's primary    *
      * holder (the first member linked to it in the link file) from   *
      * the member master and written in the regulator's submission   *
      * format (CF-REGRPT.cpy: H, D per report, T with count, amount   *
      * total and hash total), one file per kind per business date.    *
      * Every report filed goes on the filed-reports register, and a   *
      * transaction or case already on it is never reported again;    *
      * anything reportable dated on or before the business date that *
      * is not yet on it is picked up, whatever period it fell in, so *
      * a run that is missed or late leaves nothing behind - the audit *
      * log is read with every generation CFARCHIVE has rotated out of *
      * it, each checked against its catalog line first. On the       *
      * last day of the month a kind with nothing filed for the month  *
      * gets a nil return - header and zero trailer - registered so    *
      * it is sent once.                                               *
      * Args (key=value, any order):                                   *
      *   action=FILE     - [business_date=YYYY-MM-DD] (default today) *
      *                     [threshold=<amount>] (default 500000000)   *
      *                     [month_end=Y] files the nil returns even   *
      *                     when the business date is not the last day *
      *                     of the month                               *
      *   action=REGISTER - [period=YYYY-MM] (default the month of the *
      *                     business date) prints what was filed       *
      *   user_id=<operator>  - checked against the permissions file   *
      *   reporter_id=<id>    - default COMMUNITYFIN                   *
      *   audit_log=<path>    - default CFTRXVAL_AUDIT.LOG             *
      *   catalog=<path>      - default CFARCHIVE_CATALOG.DAT          *
      *   case_file=<path>    - default CFSCREEN_CASES.DAT             *
      *   link_file=<path>    - default CFMEMBER_LINKS.DAT             *
      *   member_file=<path>  - default CFMEMBER_MASTER.DAT            *
      *   filed_file=<path>   - default CFREGRPT_FILED.DAT, one line   *
      *       per report filed: kind= key= report_ref= file=           *
      *       period=YYYYMM filed_on=YYYYMMDD amount=; the key is the *
      *       audit line's ts/ref/txn_type/amount for a CTR, the case  *
      *       id for an STR and NIL-YYYYMM for a nil return            *
      *   ctr_file=<path>     - default CFREG-CTR-<YYYYMMDD>.DAT       *
      *   str_file=<path>     - default CFREG-STR-<YYYYMMDD>.DAT       *
      *   system_date_file=<path> - default CFSYSDATE.DAT; its         *
      *       business date stands in for today when no date           *
      *       argument is given                                        *
      * Output stdout: FILE a JSON summary, REGISTER a page.           *
      * RETURN-CODE 8 on a refused run (nothing written) - a missing   *
      * or altered archive generation refuses it too - 4 when a        *
      * report went out for an account linked to no member.           *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CFREGRPT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. LINUX.
       OBJECT-COMPUTER. LINUX.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MEMBER-MASTER ASSIGN TO DYNAMIC WS-MEMBER-FILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MM-MEMBER-NO
               FILE STATUS IS WS-MEMBER-STATUS.
           SELECT AUDIT-LOG ASSIGN TO DYNAMIC WS-AUDIT-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT CASE-FILE ASSIGN TO DYNAMIC WS-CASE-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CASE-STATUS.
           SELECT LINK-FILE ASSIGN TO DYNAMIC WS-LINK-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LINK-STATUS.
           SELECT FILED-FILE ASSIGN TO DYNAMIC WS-FILED-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILED-STATUS.
           SELECT REGRPT-FILE ASSIGN TO DYNAMIC WS-RPT-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT PERM-FILE ASSIGN TO DYNAMIC WS-PERM-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERM-STATUS.
           SELECT CMDLOG-FILE ASSIGN TO DYNAMIC WS-CMDLOG-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CMDLOG-STATUS.
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
       FD  MEMBER-MASTER.
           COPY CF-MEMBMS.

       FD  AUDIT-LOG.
       01  AUDIT-RECORD        PIC X(300).

       FD  CASE-FILE.
       01  CASE-RECORD         PIC X(300).

       FD  LINK-FILE.
       01  LINK-RECORD         PIC X(100).

       FD  FILED-FILE.
       01  FILED-RECORD        PIC X(300).

       FD  REGRPT-FILE.
       01  REGRPT-RECORD       PIC X(400).

       FD  PERM-FILE.
       01  PERM-RECORD         PIC X(300).

       FD  CMDLOG-FILE.
       01  CMDLOG-RECORD       PIC X(600).

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
       01  WS-MEMBER-FILE      PIC X(200) VALUE 'CFMEMBER_MASTER.DAT'.
       01  WS-MEMBER-STATUS    PIC XX VALUE SPACES.
       01  WS-AUDIT-FILE       PIC X(200) VALUE 'CFTRXVAL_AUDIT.LOG'.
       01  WS-AUDIT-STATUS     PIC XX VALUE SPACES.

      * CFARCHIVE's catalog - the generations rotated out of the audit
      * log up to the business date, read back oldest first ahead of
      * the live log, each one's entry count and hash total checked
      * against what the catalog recorded
       01  WS-CATALOG-FILE     PIC X(200)
                               VALUE 'CFARCHIVE_CATALOG.DAT'.
       01  WS-CATALOG-STATUS   PIC XX VALUE SPACES.
       01  WS-GEN-FILE         PIC X(220) VALUE SPACES.
       01  WS-GEN-STATUS       PIC XX VALUE SPACES.
       01  WS-GEN-BAD-FLAG     PIC X VALUE 'N'.
           88  WS-GEN-IS-BAD       VALUE 'Y'.
       01  WS-CG-COUNT         PIC 9(4) VALUE ZEROS.
       01  WS-CG-IDX           PIC 9(4) VALUE ZEROS.
       01  WS-CG-TRUNC-FLAG    PIC X VALUE 'N'.
           88  WS-CG-IS-TRUNCATED  VALUE 'Y'.
       01  WS-CG-TABLE.
           05  WS-CG-ENTRY OCCURS 2000 TIMES.
               10  WS-CG-FILE      PIC X(220).
               10  WS-CG-ENTRIES   PIC 9(9).
               10  WS-CG-HASH      PIC 9(18).
       01  WS-CL-GEN           PIC X(220) VALUE SPACES.
       01  WS-CL-LOG           PIC X(200) VALUE SPACES.
       01  WS-CL-FROM          PIC X(8) VALUE SPACES.
       01  WS-CL-ENTRIES       PIC 9(9) VALUE ZEROS.
       01  WS-CL-HASH          PIC 9(18) VALUE ZEROS.
       01  WS-GEN-COUNT        PIC 9(9) VALUE ZEROS.
       01  WS-GEN-CNT-D        PIC Z(8)9.
       01  WS-GEN-CNT2-D       PIC Z(8)9.
       01  WS-HX-LINE          PIC X(300) VALUE SPACES.
       01  WS-HX-POS           PIC 9(4) VALUE ZEROS.
       01  WS-HX-LINE-SUM      PIC 9(9) VALUE ZEROS.
       01  WS-HX-WORK          PIC 9(20) VALUE ZEROS.
       01  WS-HX-TOTAL         PIC 9(18) VALUE ZEROS.
       01  WS-CASE-FILE        PIC X(200) VALUE 'CFSCREEN_CASES.DAT'.
       01  WS-CASE-STATUS      PIC XX VALUE SPACES.
       01  WS-LINK-FILE        PIC X(200) VALUE 'CFMEMBER_LINKS.DAT'.
       01  WS-LINK-STATUS      PIC XX VALUE SPACES.
       01  WS-FILED-FILE       PIC X(200) VALUE 'CFREGRPT_FILED.DAT'.
       01  WS-FILED-STATUS     PIC XX VALUE SPACES.
       01  WS-RPT-FILE         PIC X(200) VALUE SPACES.
       01  WS-RPT-STATUS       PIC XX VALUE SPACES.
       01  WS-CTR-FILE         PIC X(200) VALUE SPACES.
       01  WS-STR-FILE         PIC X(200) VALUE SPACES.

       01  REGRPT-WORK-RECORD  PIC X(400) VALUE SPACES.
           COPY CF-REGRPT.

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
       01  WS-REPORTER-ID      PIC X(20) VALUE 'COMMUNITYFIN'.
       01  WS-THRESHOLD        PIC 9(13)V99 VALUE 500000000.
       01  WS-MONTH-END        PIC X VALUE 'N'.
           88  WS-IS-MONTH-END     VALUE 'Y'.
       01  WS-PERIOD-ARG       PIC X(10) VALUE SPACES.
       01  WS-BUSINESS-DATE    PIC X(10) VALUE SPACES.
       01  WS-BUSINESS-YMD     PIC X(8) VALUE SPACES.
       01  WS-PERIOD           PIC X(6) VALUE SPACES.
       01  WS-CUR-DATE         PIC X(8) VALUE SPACES.
       01  WS-DT-NUM           PIC 9(8) VALUE ZEROS.
       01  WS-DT-INT           PIC 9(8) VALUE ZEROS.
       01  WS-NEXT-YMD         PIC 9(8) VALUE ZEROS.
       01  WS-NEXT-YMD-X REDEFINES WS-NEXT-YMD PIC X(8).

      * the filed-reports register
       01  WS-RG-COUNT         PIC 9(5) VALUE ZEROS.
       01  WS-RG-IDX           PIC 9(5) VALUE ZEROS.
       01  WS-RG-TRUNC-FLAG    PIC X VALUE 'N'.
           88  WS-RG-IS-TRUNCATED  VALUE 'Y'.
       01  WS-RG-TABLE.
           05  WS-RG-ENTRY OCCURS 50000 TIMES.
               10  WS-RG-KIND      PIC X(3).
               10  WS-RG-KEY       PIC X(100).
               10  WS-RG-PERIOD    PIC X(6).
       01  WS-RI-KIND          PIC X(3) VALUE SPACES.
       01  WS-RI-KEY           PIC X(100) VALUE SPACES.
       01  WS-RI-REF           PIC X(20) VALUE SPACES.
       01  WS-RI-FILE          PIC X(100) VALUE SPACES.
       01  WS-RI-PERIOD        PIC X(6) VALUE SPACES.
       01  WS-RI-FILED-ON      PIC X(8) VALUE SPACES.
       01  WS-RI-AMOUNT        PIC 9(13)V99 VALUE ZEROS.
       01  WS-SEEK-KIND        PIC X(3) VALUE SPACES.
       01  WS-SEEK-KEY         PIC X(100) VALUE SPACES.
       01  WS-FOUND-FLAG       PIC X VALUE 'N'.
           88  WS-FOUND            VALUE 'Y'.
      * what the period already has on the register, per kind
       01  WS-CTR-IN-PERIOD    PIC 9(7) VALUE ZEROS.
       01  WS-STR-IN-PERIOD    PIC 9(7) VALUE ZEROS.
       01  WS-CTR-NIL-FLAG     PIC X VALUE 'N'.
           88  WS-CTR-NIL-FILED    VALUE 'Y'.
       01  WS-STR-NIL-FLAG     PIC X VALUE 'N'.
           88  WS-STR-NIL-FILED    VALUE 'Y'.
       01  WS-NIL-KEY          PIC X(100) VALUE SPACES.

      * cash transactions to report this run, in audit log order
       01  WS-CT-COUNT         PIC 9(5) VALUE ZEROS.
       01  WS-CT-IDX           PIC 9(5) VALUE ZEROS.
       01  WS-CT-TRUNC-FLAG    PIC X VALUE 'N'.
           88  WS-CT-IS-TRUNCATED  VALUE 'Y'.
       01  WS-CT-TABLE.
           05  WS-CT-ENTRY OCCURS 20000 TIMES.
               10  WS-CT-KEY       PIC X(100).
               10  WS-CT-TS        PIC X(15).
               10  WS-CT-REF       PIC X(30).
               10  WS-CT-TYPE      PIC X(10).
               10  WS-CT-AMOUNT    PIC 9(13)V99.
               10  WS-CT-CURRENCY  PIC X(4).
               10  WS-CT-DRAWER    PIC X(20).

      * escalated cases to report this run
       01  WS-SR-COUNT         PIC 9(5) VALUE ZEROS.
       01  WS-SR-IDX           PIC 9(5) VALUE ZEROS.
       01  WS-SR-TRUNC-FLAG    PIC X VALUE 'N'.
           88  WS-SR-IS-TRUNCATED  VALUE 'Y'.
       01  WS-SR-TABLE.
           05  WS-SR-ENTRY OCCURS 5000 TIMES.
               10  WS-SR-ID        PIC X(10).
               10  WS-SR-RULE      PIC X(15).
               10  WS-SR-REF       PIC X(30).
               10  WS-SR-FIRST     PIC X(8).
               10  WS-SR-LAST      PIC X(8).
               10  WS-SR-AMOUNT    PIC 9(13)V99.
               10  WS-SR-CURRENCY  PIC X(4).

      * one case line parsed
       01  WS-CI-ID            PIC X(10) VALUE SPACES.
       01  WS-CI-RULE          PIC X(15) VALUE SPACES.
       01  WS-CI-REF           PIC X(50) VALUE SPACES.
       01  WS-CI-STATE         PIC X(10) VALUE SPACES.
       01  WS-CI-FIRST         PIC X(8) VALUE SPACES.
       01  WS-CI-LAST          PIC X(8) VALUE SPACES.
       01  WS-CI-DISP          PIC X(10) VALUE SPACES.

      * one audit line parsed
       01  WS-IN-REF           PIC X(50) VALUE SPACES.
       01  WS-IN-TYPE          PIC X(20) VALUE SPACES.
       01  WS-IN-AMOUNT        PIC 9(13)V99 VALUE ZEROS.
       01  WS-IN-STATUS        PIC X(10) VALUE SPACES.
       01  WS-IN-CURRENCY      PIC X(4) VALUE SPACES.
       01  WS-IN-DRAWER        PIC X(20) VALUE SPACES.
       01  WS-IN-TS            PIC X(20) VALUE SPACES.
       01  WS-IN-AMT-D         PIC X(20) VALUE SPACES.

      * member=<no> account_id=<id> links, the first per account
      * being its primary holder
       01  WS-KL-COUNT         PIC 9(5) VALUE ZEROS.
       01  WS-KL-IDX           PIC 9(5) VALUE ZEROS.
       01  WS-KL-TABLE.
           05  WS-KL-ENTRY OCCURS 20000 TIMES.
               10  WS-KL-MEMBER    PIC X(20).
               10  WS-KL-ACCT      PIC X(50).
       01  WS-KL-TOK1          PIC X(80) VALUE SPACES.
       01  WS-KL-TOK2          PIC X(80) VALUE SPACES.

      * one report being written
       01  WS-KIND             PIC X(3) VALUE SPACES.
       01  WS-ACCOUNT          PIC X(50) VALUE SPACES.
       01  WS-MEMBER-NO        PIC X(20) VALUE SPACES.
       01  WS-REPORT-REF       PIC X(20) VALUE SPACES.
       01  WS-REPORT-SEQ       PIC 9(5) VALUE ZEROS.
       01  WS-RPT-COUNT        PIC 9(7) VALUE ZEROS.
       01  WS-RPT-TOTAL        PIC 9(15)V99 VALUE ZEROS.
       01  WS-HASH-TOTAL       PIC 9(18) VALUE ZEROS.
       01  WS-HASH-PART        PIC 9(18) VALUE ZEROS.
       01  WS-HASH-WORK        PIC 9(20) VALUE ZEROS.
       01  WS-HASH-CHAR-IDX    PIC 9(3) VALUE ZEROS.
       01  WS-HASH-DIGIT       PIC 9 VALUE ZERO.
       01  WS-CTR-TOTAL        PIC 9(15)V99 VALUE ZEROS.
       01  WS-CTR-HASH         PIC 9(18) VALUE ZEROS.
       01  WS-STR-TOTAL        PIC 9(15)V99 VALUE ZEROS.
       01  WS-STR-HASH         PIC 9(18) VALUE ZEROS.
       01  WS-UNLINKED-COUNT   PIC 9(5) VALUE ZEROS.
       01  WS-NIL-LIST         PIC X(10) VALUE SPACES.
       01  WS-NIL-RETURN       PIC X VALUE 'N'.

      * REGISTER page totals
       01  WS-PG-CTR-COUNT     PIC 9(7) VALUE ZEROS.
       01  WS-PG-CTR-TOTAL     PIC 9(15)V99 VALUE ZEROS.
       01  WS-PG-STR-COUNT     PIC 9(7) VALUE ZEROS.
       01  WS-PG-STR-TOTAL     PIC 9(15)V99 VALUE ZEROS.
       01  WS-PG-NIL-COUNT     PIC 9(7) VALUE ZEROS.

      * operator identity, permissions and the command audit trail -
      * the same gate CFTRXVAL runs: with the permissions file on
      * disk, user_id= is required and the operator must be cleared
      * for this program and the action being run
       01  WS-PERM-FILE        PIC X(200) VALUE 'CFOPERATORS.DAT'.
       01  WS-PERM-STATUS      PIC XX VALUE SPACES.
       01  WS-CMDLOG-FILE      PIC X(200)
                               VALUE 'CFCOMMAND_AUDIT.LOG'.
       01  WS-CMDLOG-STATUS    PIC XX VALUE SPACES.
       01  WS-PROGRAM-NAME     PIC X(10) VALUE 'CFREGRPT'.
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
       01  WS-SEQ-D            PIC 9(5).
       01  WS-AMT-D            PIC Z(12)9.99.
       01  WS-TOT-D            PIC Z(15)9.99.
       01  WS-HASH-D           PIC Z(17)9.
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
               WHEN 'FILE'
                   PERFORM 2000-FILE-REPORTS
               WHEN 'REGISTER'
                   PERFORM 3000-PRINT-REGISTER
               WHEN OTHER
                   DISPLAY '{"error":"Usage: cfregrpt action=FILE|'
                       'REGISTER user_id=<op> '
                       '[business_date=YYYY-MM-DD] [threshold=<amt>] '
                       '[month_end=Y] [period=YYYY-MM] '
                       '[reporter_id=] [audit_log=] [catalog=] '
                       '[case_file=] '
                       '[link_file=] [member_file=] [filed_file=] '
                       '[ctr_file=] [str_file=]"}'
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
                   WHEN 'business_date'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-BUSINESS-DATE
                   WHEN 'threshold'
                       MOVE FUNCTION NUMVAL(WS-FIELD-VAL)
                           TO WS-THRESHOLD
                   WHEN 'month_end'
                       MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
                           WS-FIELD-VAL)) TO WS-MONTH-END
                   WHEN 'period'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-PERIOD-ARG
                   WHEN 'reporter_id'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-REPORTER-ID
                   WHEN 'audit_log'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-AUDIT-FILE
                   WHEN 'catalog'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-CATALOG-FILE
                   WHEN 'case_file'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-CASE-FILE
                   WHEN 'link_file'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-LINK-FILE
                   WHEN 'member_file'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-MEMBER-FILE
                   WHEN 'filed_file'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-FILED-FILE
                   WHEN 'ctr_file'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-CTR-FILE
                   WHEN 'str_file'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-STR-FILE
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
      * the business date - given or today - and the period it sits in
      *----------------------------------------------------------------
       1000-SET-BUSINESS-DATE.
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
           MOVE WS-BUSINESS-YMD(1:6) TO WS-PERIOD.

      *----------------------------------------------------------------
      * the filed-reports register - every report ever sent, by kind
      * and key, loaded whole so nothing goes twice
      *----------------------------------------------------------------
       1100-LOAD-REGISTER.
           MOVE ZEROS TO WS-RG-COUNT
           MOVE 'N' TO WS-RG-TRUNC-FLAG
           OPEN INPUT FILED-FILE
           IF WS-FILED-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ FILED-FILE INTO FILED-RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM 1110-LOAD-ONE-FILED
               END-READ
           END-PERFORM
           CLOSE FILED-FILE
           MOVE 'N' TO WS-EOF.

       1110-LOAD-ONE-FILED.
           PERFORM 1120-PARSE-FILED-LINE
           IF FUNCTION TRIM(WS-RI-KIND) = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-RG-COUNT >= 50000
               MOVE 'Y' TO WS-RG-TRUNC-FLAG
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-RG-COUNT
           MOVE WS-RI-KIND   TO WS-RG-KIND(WS-RG-COUNT)
           MOVE WS-RI-KEY    TO WS-RG-KEY(WS-RG-COUNT)
           MOVE WS-RI-PERIOD TO WS-RG-PERIOD(WS-RG-COUNT).

       1120-PARSE-FILED-LINE.
           MOVE SPACES TO WS-RI-KIND WS-RI-KEY WS-RI-REF WS-RI-FILE
               WS-RI-PERIOD WS-RI-FILED-ON
           MOVE ZEROS TO WS-RI-AMOUNT
           IF FUNCTION TRIM(FILED-RECORD) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(FILED-RECORD) TO WS-REMAIN
           PERFORM UNTIL FUNCTION TRIM(WS-REMAIN) = SPACES
               PERFORM 8100-EXTRACT-TOKEN
               IF FUNCTION TRIM(WS-TOKEN) NOT = SPACES
                   PERFORM 1130-PARSE-FILED-TOKEN
               END-IF
           END-PERFORM.

       1130-PARSE-FILED-TOKEN.
           MOVE ZERO TO WS-POS
           INSPECT WS-TOKEN TALLYING WS-POS FOR CHARACTERS BEFORE '='
           IF WS-POS > 0
               MOVE WS-TOKEN(1:WS-POS) TO WS-FIELD-NAME
               MOVE WS-TOKEN(WS-POS + 2:) TO WS-FIELD-VAL
               EVALUATE FUNCTION TRIM(WS-FIELD-NAME)
                   WHEN 'kind'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL) TO WS-RI-KIND
                   WHEN 'key'
                       MOVE WS-TOKEN(WS-POS + 2:) TO WS-RI-KEY
                   WHEN 'report_ref'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL) TO WS-RI-REF
                   WHEN 'file'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL) TO WS-RI-FILE
                   WHEN 'period'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-RI-PERIOD
                   WHEN 'filed_on'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-RI-FILED-ON
                   WHEN 'amount'
                       MOVE FUNCTION NUMVAL(WS-FIELD-VAL)
                           TO WS-RI-AMOUNT
               END-EVALUATE
           END-IF.

       1200-FIND-FILED.
           MOVE 'N' TO WS-FOUND-FLAG
           MOVE 1 TO WS-RG-IDX
           PERFORM UNTIL WS-RG-IDX > WS-RG-COUNT OR WS-FOUND
               IF WS-RG-KIND(WS-RG-IDX) = WS-SEEK-KIND AND
                       WS-RG-KEY(WS-RG-IDX) = WS-SEEK-KEY
                   MOVE 'Y' TO WS-FOUND-FLAG
               END-IF
               ADD 1 TO WS-RG-IDX
           END-PERFORM.

      * what the business date's period already has on file - a
      * nil return is due only for a kind with nothing in the month
       1300-COUNT-PERIOD.
           MOVE ZEROS TO WS-CTR-IN-PERIOD WS-STR-IN-PERIOD
           MOVE 'N' TO WS-CTR-NIL-FLAG WS-STR-NIL-FLAG
           MOVE SPACES TO WS-NIL-KEY
           STRING 'NIL-' WS-PERIOD DELIMITED SIZE INTO WS-NIL-KEY
           END-STRING
           MOVE 1 TO WS-RG-IDX
           PERFORM UNTIL WS-RG-IDX > WS-RG-COUNT
               IF WS-RG-PERIOD(WS-RG-IDX) = WS-PERIOD
                   EVALUATE TRUE
                       WHEN WS-RG-KEY(WS-RG-IDX) = WS-NIL-KEY AND
                               WS-RG-KIND(WS-RG-IDX) = 'CTR'
                           MOVE 'Y' TO WS-CTR-NIL-FLAG
                       WHEN WS-RG-KEY(WS-RG-IDX) = WS-NIL-KEY
                           MOVE 'Y' TO WS-STR-NIL-FLAG
                       WHEN WS-RG-KIND(WS-RG-IDX) = 'CTR'
                           ADD 1 TO WS-CTR-IN-PERIOD
                       WHEN OTHER
                           ADD 1 TO WS-STR-IN-PERIOD
                   END-EVALUATE
               END-IF
               ADD 1 TO WS-RG-IDX
           END-PERFORM.

      *----------------------------------------------------------------
      * the cases the desk escalated, not yet filed
      *----------------------------------------------------------------
       1400-LOAD-CASES.
           MOVE ZEROS TO WS-SR-COUNT
           MOVE 'N' TO WS-SR-TRUNC-FLAG
           OPEN INPUT CASE-FILE
           IF WS-CASE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ CASE-FILE INTO CASE-RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM 1410-LOAD-ONE-CASE
               END-READ
           END-PERFORM
           CLOSE CASE-FILE
           MOVE 'N' TO WS-EOF.

       1410-LOAD-ONE-CASE.
           IF FUNCTION TRIM(CASE-RECORD) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-CI-ID WS-CI-RULE WS-CI-REF WS-CI-STATE
               WS-CI-FIRST WS-CI-LAST WS-CI-DISP
           MOVE FUNCTION TRIM(CASE-RECORD) TO WS-REMAIN
           PERFORM UNTIL FUNCTION TRIM(WS-REMAIN) = SPACES
               PERFORM 8100-EXTRACT-TOKEN
               IF FUNCTION TRIM(WS-TOKEN) NOT = SPACES
                   PERFORM 1420-PARSE-CASE-TOKEN
               END-IF
           END-PERFORM
           IF FUNCTION TRIM(WS-CI-ID) = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-CI-STATE NOT = 'ESCALATED' AND
                   WS-CI-DISP NOT = 'ESCALATED' AND
                   WS-CI-DISP NOT = 'REPORTABLE'
               EXIT PARAGRAPH
           END-IF
           IF WS-CI-FIRST > WS-BUSINESS-YMD
               EXIT PARAGRAPH
           END-IF
           MOVE 'STR' TO WS-SEEK-KIND
           MOVE WS-CI-ID TO WS-SEEK-KEY
           PERFORM 1200-FIND-FILED
           IF WS-FOUND
               EXIT PARAGRAPH
           END-IF
           IF WS-SR-COUNT >= 5000
               MOVE 'Y' TO WS-SR-TRUNC-FLAG
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SR-COUNT
           MOVE WS-CI-ID    TO WS-SR-ID(WS-SR-COUNT)
           MOVE WS-CI-RULE  TO WS-SR-RULE(WS-SR-COUNT)
           MOVE WS-CI-REF   TO WS-SR-REF(WS-SR-COUNT)
           MOVE WS-CI-FIRST TO WS-SR-FIRST(WS-SR-COUNT)
           MOVE WS-CI-LAST  TO WS-SR-LAST(WS-SR-COUNT)
           MOVE ZEROS TO WS-SR-AMOUNT(WS-SR-COUNT)
           MOVE SPACES TO WS-SR-CURRENCY(WS-SR-COUNT).

       1420-PARSE-CASE-TOKEN.
           MOVE ZERO TO WS-POS
           INSPECT WS-TOKEN TALLYING WS-POS FOR CHARACTERS BEFORE '='
           IF WS-POS > 0
               MOVE WS-TOKEN(1:WS-POS) TO WS-FIELD-NAME
               MOVE WS-TOKEN(WS-POS + 2:) TO WS-FIELD-VAL
               EVALUATE FUNCTION TRIM(WS-FIELD-NAME)
                   WHEN 'case_id'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL) TO WS-CI-ID
                   WHEN 'rule'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL) TO WS-CI-RULE
                   WHEN 'ref'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL) TO WS-CI-REF
                   WHEN 'status'
                       MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
                           WS-FIELD-VAL)) TO WS-CI-STATE
                   WHEN 'first_seen'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-CI-FIRST
                   WHEN 'last_seen'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL) TO WS-CI-LAST
                   WHEN 'disposition'
                       MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
                           WS-FIELD-VAL)) TO WS-CI-DISP
               END-EVALUATE
           END-IF.

      *----------------------------------------------------------------
      * one pass of the audit log: the cash transactions over the
      * threshold not yet filed, and what each escalated account moved
      * over its case's days - the archived generations first, then
      * the live log, so a late run still sees what was rotated out
      *----------------------------------------------------------------
       1500-SCAN-AUDIT-LOG.
           MOVE ZEROS TO WS-CT-COUNT
           MOVE 'N' TO WS-CT-TRUNC-FLAG
           PERFORM 8500-LOAD-CATALOG
           PERFORM 8600-READ-GENERATIONS
           IF WS-GEN-IS-BAD
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT AUDIT-LOG
           IF WS-AUDIT-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ AUDIT-LOG INTO AUDIT-RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM 1510-ONE-AUDIT-LINE
               END-READ
           END-PERFORM
           CLOSE AUDIT-LOG
           MOVE 'N' TO WS-EOF.

       1510-ONE-AUDIT-LINE.
           IF FUNCTION TRIM(AUDIT-RECORD) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-IN-REF WS-IN-TYPE WS-IN-STATUS
               WS-IN-CURRENCY WS-IN-DRAWER WS-IN-TS WS-IN-AMT-D
           MOVE ZEROS TO WS-IN-AMOUNT
           MOVE FUNCTION TRIM(AUDIT-RECORD) TO WS-REMAIN
           PERFORM UNTIL FUNCTION TRIM(WS-REMAIN) = SPACES
               PERFORM 8100-EXTRACT-TOKEN
               IF FUNCTION TRIM(WS-TOKEN) NOT = SPACES
                   PERFORM 1520-PARSE-AUDIT-TOKEN
               END-IF
           END-PERFORM
           IF WS-IN-STATUS NOT = 'OK' OR
                   WS-IN-TS(1:8) > WS-BUSINESS-YMD
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-SR-IDX
           PERFORM UNTIL WS-SR-IDX > WS-SR-COUNT
               IF WS-SR-REF(WS-SR-IDX) = WS-IN-REF AND
                       WS-IN-TS(1:8) NOT < WS-SR-FIRST(WS-SR-IDX) AND
                       WS-IN-TS(1:8) NOT > WS-SR-LAST(WS-SR-IDX)
                   ADD WS-IN-AMOUNT TO WS-SR-AMOUNT(WS-SR-IDX)
                   IF WS-SR-CURRENCY(WS-SR-IDX) = SPACES
                       MOVE WS-IN-CURRENCY
                           TO WS-SR-CURRENCY(WS-SR-IDX)
                   END-IF
               END-IF
               ADD 1 TO WS-SR-IDX
           END-PERFORM
           IF FUNCTION TRIM(WS-IN-DRAWER) = SPACES OR
                   (WS-IN-TYPE NOT = 'CREDIT' AND
                    WS-IN-TYPE NOT = 'DEBIT') OR
                   WS-IN-AMOUNT < WS-THRESHOLD
               EXIT PARAGRAPH
           END-IF
           MOVE 'CTR' TO WS-SEEK-KIND
           MOVE SPACES TO WS-SEEK-KEY
           STRING FUNCTION TRIM(WS-IN-TS) '/'
                  FUNCTION TRIM(WS-IN-REF) '/'
                  FUNCTION TRIM(WS-IN-TYPE) '/'
                  FUNCTION TRIM(WS-IN-AMT-D)
               DELIMITED SIZE INTO WS-SEEK-KEY
           END-STRING
           PERFORM 1200-FIND-FILED
           IF WS-FOUND
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-CT-IDX
           PERFORM UNTIL WS-CT-IDX > WS-CT-COUNT OR WS-FOUND
               IF WS-CT-KEY(WS-CT-IDX) = WS-SEEK-KEY
                   MOVE 'Y' TO WS-FOUND-FLAG
               END-IF
               ADD 1 TO WS-CT-IDX
           END-PERFORM
           IF WS-FOUND
               EXIT PARAGRAPH
           END-IF
           IF WS-CT-COUNT >= 20000
               MOVE 'Y' TO WS-CT-TRUNC-FLAG
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CT-COUNT
           MOVE WS-SEEK-KEY    TO WS-CT-KEY(WS-CT-COUNT)
           MOVE WS-IN-TS       TO WS-CT-TS(WS-CT-COUNT)
           MOVE WS-IN-REF      TO WS-CT-REF(WS-CT-COUNT)
           MOVE WS-IN-TYPE     TO WS-CT-TYPE(WS-CT-COUNT)
           MOVE WS-IN-AMOUNT   TO WS-CT-AMOUNT(WS-CT-COUNT)
           MOVE WS-IN-CURRENCY TO WS-CT-CURRENCY(WS-CT-COUNT)
           MOVE WS-IN-DRAWER   TO WS-CT-DRAWER(WS-CT-COUNT).

       1520-PARSE-AUDIT-TOKEN.
           MOVE ZERO TO WS-POS
           INSPECT WS-TOKEN TALLYING WS-POS FOR CHARACTERS BEFORE '='
           IF WS-POS > 0
               MOVE WS-TOKEN(1:WS-POS) TO WS-FIELD-NAME
               MOVE WS-TOKEN(WS-POS + 2:) TO WS-FIELD-VAL
               EVALUATE FUNCTION TRIM(WS-FIELD-NAME)
                   WHEN 'ref'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL) TO WS-IN-REF
                   WHEN 'txn_type'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL) TO WS-IN-TYPE
                   WHEN 'amount'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-IN-AMT-D
                       MOVE FUNCTION NUMVAL(WS-FIELD-VAL)
                           TO WS-IN-AMOUNT
                   WHEN 'status'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-IN-STATUS
                   WHEN 'currency'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-IN-CURRENCY
                   WHEN 'drawer'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-IN-DRAWER
                   WHEN 'ts'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL) TO WS-IN-TS
               END-EVALUATE
           END-IF.

      * member=<no> account_id=<id>, the shape CFMEMBER writes
       1600-LOAD-LINKS.
           MOVE ZEROS TO WS-KL-COUNT
           OPEN INPUT LINK-FILE
           IF WS-LINK-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-LINK-STATUS NOT = '00'
               READ LINK-FILE
                   AT END MOVE '10' TO WS-LINK-STATUS
                   NOT AT END
                       PERFORM 1610-LOAD-ONE-LINK
               END-READ
           END-PERFORM
           CLOSE LINK-FILE.

       1610-LOAD-ONE-LINK.
           IF WS-KL-COUNT >= 20000
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-KL-TOK1 WS-KL-TOK2
           UNSTRING FUNCTION TRIM(LINK-RECORD) DELIMITED BY ALL SPACE
               INTO WS-KL-TOK1 WS-KL-TOK2
           END-UNSTRING
           IF WS-KL-TOK1(1:7) = 'member=' AND
                   WS-KL-TOK2(1:11) = 'account_id='
               ADD 1 TO WS-KL-COUNT
               MOVE WS-KL-TOK1(8:20) TO WS-KL-MEMBER(WS-KL-COUNT)
               MOVE WS-KL-TOK2(12:50) TO WS-KL-ACCT(WS-KL-COUNT)
           END-IF.

      * the account's primary holder and that member's identity as
      * the member master holds it; blank when nobody is linked
       1700-READ-HOLDER.
           MOVE SPACES TO WS-MEMBER-NO
           MOVE 1 TO WS-KL-IDX
           PERFORM UNTIL WS-KL-IDX > WS-KL-COUNT OR
                   WS-MEMBER-NO NOT = SPACES
               IF WS-KL-ACCT(WS-KL-IDX) = WS-ACCOUNT
                   MOVE WS-KL-MEMBER(WS-KL-IDX) TO WS-MEMBER-NO
               END-IF
               ADD 1 TO WS-KL-IDX
           END-PERFORM
           MOVE 'Y' TO RD-UNLINKED
           IF WS-MEMBER-NO = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE WS-MEMBER-NO TO MM-MEMBER-NO RD-MEMBER-NO
           READ MEMBER-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'N' TO RD-UNLINKED
                   MOVE MM-NAME       TO RD-NAME
                   MOVE MM-ID-TYPE    TO RD-ID-TYPE
                   MOVE MM-ID-NUMBER  TO RD-ID-NUMBER
                   MOVE MM-BIRTH-DATE TO RD-BIRTH-DATE
                   MOVE MM-ADDRESS    TO RD-ADDRESS
                   MOVE MM-OCCUPATION TO RD-OCCUPATION
           END-READ.

      *----------------------------------------------------------------
      * action=FILE - select, enrich, write the submission files and
      * register what went; the month-end nil returns last
      *----------------------------------------------------------------
       2000-FILE-REPORTS.
           PERFORM 1000-SET-BUSINESS-DATE
           IF RETURN-CODE = 8
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(WS-CTR-FILE) = SPACES
               STRING 'CFREG-CTR-' WS-BUSINESS-YMD '.DAT'
                   DELIMITED SIZE INTO WS-CTR-FILE
               END-STRING
           END-IF
           IF FUNCTION TRIM(WS-STR-FILE) = SPACES
               STRING 'CFREG-STR-' WS-BUSINESS-YMD '.DAT'
                   DELIMITED SIZE INTO WS-STR-FILE
               END-STRING
           END-IF
      * a submission already cut for the date is never overwritten -
      * whatever turned up since goes in the next date's file
           MOVE WS-CTR-FILE TO WS-RPT-FILE
           OPEN INPUT REGRPT-FILE
           IF WS-RPT-STATUS = '00'
               CLOSE REGRPT-FILE
               DISPLAY '{"error":"Submission file already written: '
                   FUNCTION TRIM(WS-CTR-FILE) ' - nothing filed"}'
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-STR-FILE TO WS-RPT-FILE
           OPEN INPUT REGRPT-FILE
           IF WS-RPT-STATUS = '00'
               CLOSE REGRPT-FILE
               DISPLAY '{"error":"Submission file already written: '
                   FUNCTION TRIM(WS-STR-FILE) ' - nothing filed"}'
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM 1100-LOAD-REGISTER
           IF WS-RG-IS-TRUNCATED
               DISPLAY '{"error":"Filed-reports register larger than '
                   '50000 reports - nothing filed"}'
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM 1300-COUNT-PERIOD
           PERFORM 1400-LOAD-CASES
           IF WS-SR-IS-TRUNCATED
               DISPLAY '{"error":"More than 5000 unfiled escalated '
                   'cases - nothing filed"}'
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM 1500-SCAN-AUDIT-LOG
           IF WS-GEN-IS-BAD
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-CT-IS-TRUNCATED
               DISPLAY '{"error":"More than 20000 unfiled cash '
                   'transactions - nothing filed"}'
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM 1600-LOAD-LINKS
           IF WS-CT-COUNT > ZEROS OR WS-SR-COUNT > ZEROS
               OPEN INPUT MEMBER-MASTER
               IF WS-MEMBER-STATUS NOT = '00'
                   DISPLAY '{"error":"Cannot open member master: '
                       FUNCTION TRIM(WS-MEMBER-FILE)
                       ' - nothing filed"}'
                   MOVE 8 TO RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
               IF WS-CT-COUNT > ZEROS
                   PERFORM 2100-WRITE-CTR-FILE
               END-IF
               IF WS-SR-COUNT > ZEROS
                   PERFORM 2300-WRITE-STR-FILE
               END-IF
               CLOSE MEMBER-MASTER
           END-IF
           PERFORM 2500-CHECK-MONTH-END
           IF WS-IS-MONTH-END
               PERFORM 2600-FILE-NIL-RETURNS
           END-IF
           PERFORM 2900-REPORT-SUMMARY
           IF WS-UNLINKED-COUNT > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF.

      * the cash transaction reports - a D per transaction
       2100-WRITE-CTR-FILE.
           MOVE 'CTR' TO WS-KIND
           MOVE WS-CTR-FILE TO WS-RPT-FILE
           PERFORM 2700-OPEN-SUBMISSION
           PERFORM 2800-OPEN-REGISTER
           MOVE 1 TO WS-CT-IDX
           PERFORM UNTIL WS-CT-IDX > WS-CT-COUNT
               PERFORM 2110-WRITE-ONE-CTR
               ADD 1 TO WS-CT-IDX
           END-PERFORM
           PERFORM 2750-CLOSE-SUBMISSION
           CLOSE FILED-FILE
           MOVE WS-RPT-TOTAL TO WS-CTR-TOTAL
           MOVE WS-HASH-TOTAL TO WS-CTR-HASH.

       2110-WRITE-ONE-CTR.
           MOVE WS-CT-REF(WS-CT-IDX) TO WS-ACCOUNT
           PERFORM 2200-START-DETAIL
           MOVE WS-CT-TS(WS-CT-IDX)(1:8)  TO RD-TXN-DATE
           MOVE WS-CT-TS(WS-CT-IDX)(10:6) TO RD-TXN-TIME
           MOVE WS-CT-AMOUNT(WS-CT-IDX)   TO RD-AMOUNT
           MOVE WS-CT-CURRENCY(WS-CT-IDX) TO RD-CURRENCY
           IF WS-CT-TYPE(WS-CT-IDX) = 'CREDIT'
               MOVE 'CASH-IN' TO RD-DIRECTION
           ELSE
               MOVE 'CASH-OUT' TO RD-DIRECTION
           END-IF
           STRING 'drawer=' FUNCTION TRIM(WS-CT-DRAWER(WS-CT-IDX))
               DELIMITED SIZE INTO RD-REASON
           END-STRING
           MOVE WS-CT-KEY(WS-CT-IDX) TO WS-RI-KEY
           MOVE WS-CT-AMOUNT(WS-CT-IDX) TO WS-RI-AMOUNT
           PERFORM 2250-WRITE-DETAIL.

      * a D record begun: the next report ref for the kind and date
      * and the holder's identity
       2200-START-DETAIL.
           ADD 1 TO WS-REPORT-SEQ
           MOVE WS-REPORT-SEQ TO WS-SEQ-D
           MOVE SPACES TO WS-REPORT-REF
           STRING WS-KIND '-' WS-BUSINESS-YMD '-' WS-SEQ-D
               DELIMITED SIZE INTO WS-REPORT-REF
           END-STRING
           MOVE SPACES TO REGRPT-WORK-RECORD
           MOVE 'D' TO RD-REC-TYPE
           MOVE WS-REPORT-REF TO RD-REPORT-REF
           MOVE WS-KIND TO RD-REPORT-KIND
           MOVE WS-ACCOUNT TO RD-ACCOUNT
           PERFORM 1700-READ-HOLDER.

       2250-WRITE-DETAIL.
           IF RD-UNLINKED = 'Y'
               ADD 1 TO WS-UNLINKED-COUNT
           END-IF
           ADD 1 TO WS-RPT-COUNT
           ADD RD-AMOUNT TO WS-RPT-TOTAL
           PERFORM 2260-ADD-TO-HASH
           WRITE REGRPT-RECORD FROM REGRPT-WORK-RECORD
           MOVE WS-KIND TO WS-RI-KIND
           MOVE WS-REPORT-REF TO WS-RI-REF
           PERFORM 2850-WRITE-REGISTER-LINE.

      * the hash total: the identity document number read as a
      * number, digits only, added in and the sum kept to 18 digits
       2260-ADD-TO-HASH.
           MOVE ZEROS TO WS-HASH-PART
           MOVE 1 TO WS-HASH-CHAR-IDX
           PERFORM UNTIL WS-HASH-CHAR-IDX > 30
               IF RD-ID-NUMBER(WS-HASH-CHAR-IDX:1) IS NUMERIC
                   MOVE RD-ID-NUMBER(WS-HASH-CHAR-IDX:1)
                       TO WS-HASH-DIGIT
                   COMPUTE WS-HASH-WORK = WS-HASH-PART * 10
                       + WS-HASH-DIGIT
                   MOVE WS-HASH-WORK TO WS-HASH-PART
               END-IF
               ADD 1 TO WS-HASH-CHAR-IDX
           END-PERFORM
           COMPUTE WS-HASH-WORK = WS-HASH-TOTAL + WS-HASH-PART
           MOVE WS-HASH-WORK TO WS-HASH-TOTAL.

      * the suspicious transaction reports - a D per escalated case
       2300-WRITE-STR-FILE.
           MOVE 'STR' TO WS-KIND
           MOVE WS-STR-FILE TO WS-RPT-FILE
           PERFORM 2700-OPEN-SUBMISSION
           PERFORM 2800-OPEN-REGISTER
           MOVE 1 TO WS-SR-IDX
           PERFORM UNTIL WS-SR-IDX > WS-SR-COUNT
               PERFORM 2310-WRITE-ONE-STR
               ADD 1 TO WS-SR-IDX
           END-PERFORM
           PERFORM 2750-CLOSE-SUBMISSION
           CLOSE FILED-FILE
           MOVE WS-RPT-TOTAL TO WS-STR-TOTAL
           MOVE WS-HASH-TOTAL TO WS-STR-HASH.

       2310-WRITE-ONE-STR.
           MOVE WS-SR-REF(WS-SR-IDX) TO WS-ACCOUNT
           PERFORM 2200-START-DETAIL
           MOVE WS-SR-LAST(WS-SR-IDX) TO RD-TXN-DATE
           MOVE WS-SR-AMOUNT(WS-SR-IDX) TO RD-AMOUNT
           MOVE WS-SR-CURRENCY(WS-SR-IDX) TO RD-CURRENCY
           MOVE 'SUSPECT' TO RD-DIRECTION
           STRING 'rule=' FUNCTION TRIM(WS-SR-RULE(WS-SR-IDX))
                  ' case=' FUNCTION TRIM(WS-SR-ID(WS-SR-IDX))
               DELIMITED SIZE INTO RD-REASON
           END-STRING
           MOVE WS-SR-ID(WS-SR-IDX) TO WS-RI-KEY
           MOVE WS-SR-AMOUNT(WS-SR-IDX) TO WS-RI-AMOUNT
           PERFORM 2250-WRITE-DETAIL.

      * the last day of the month, or month_end=Y
       2500-CHECK-MONTH-END.
           IF WS-IS-MONTH-END
               EXIT PARAGRAPH
           END-IF
           MOVE WS-BUSINESS-YMD TO WS-DT-NUM
           COMPUTE WS-DT-INT = FUNCTION INTEGER-OF-DATE(WS-DT-NUM) + 1
           COMPUTE WS-NEXT-YMD = FUNCTION DATE-OF-INTEGER(WS-DT-INT)
           IF WS-NEXT-YMD-X(5:2) NOT = WS-BUSINESS-YMD(5:2)
               MOVE 'Y' TO WS-MONTH-END
           END-IF.

      * a kind with nothing filed in the month - before this run or
      * by it - gets its nil return, once
       2600-FILE-NIL-RETURNS.
           ADD WS-CT-COUNT TO WS-CTR-IN-PERIOD
           ADD WS-SR-COUNT TO WS-STR-IN-PERIOD
           IF WS-CTR-IN-PERIOD = ZEROS AND NOT WS-CTR-NIL-FILED
               MOVE 'CTR' TO WS-KIND
               MOVE WS-CTR-FILE TO WS-RPT-FILE
               PERFORM 2610-WRITE-NIL-RETURN
               MOVE 'CTR' TO WS-NIL-LIST
           END-IF
           IF WS-STR-IN-PERIOD = ZEROS AND NOT WS-STR-NIL-FILED
               MOVE 'STR' TO WS-KIND
               MOVE WS-STR-FILE TO WS-RPT-FILE
               PERFORM 2610-WRITE-NIL-RETURN
               IF WS-NIL-LIST = SPACES
                   MOVE 'STR' TO WS-NIL-LIST
               ELSE
                   MOVE 'CTR,STR' TO WS-NIL-LIST
               END-IF
           END-IF.

       2610-WRITE-NIL-RETURN.
           MOVE 'Y' TO WS-NIL-RETURN
           PERFORM 2700-OPEN-SUBMISSION
           PERFORM 2750-CLOSE-SUBMISSION
           MOVE 'N' TO WS-NIL-RETURN
           PERFORM 2800-OPEN-REGISTER
           MOVE WS-KIND TO WS-RI-KIND
           MOVE WS-NIL-KEY TO WS-RI-KEY
           MOVE SPACES TO WS-RI-REF
           STRING WS-KIND '-' WS-BUSINESS-YMD '-NIL'
               DELIMITED SIZE INTO WS-RI-REF
           END-STRING
           MOVE ZEROS TO WS-RI-AMOUNT
           PERFORM 2850-WRITE-REGISTER-LINE
           CLOSE FILED-FILE.

       2700-OPEN-SUBMISSION.
           MOVE ZEROS TO WS-RPT-COUNT WS-RPT-TOTAL WS-HASH-TOTAL
               WS-REPORT-SEQ
           OPEN OUTPUT REGRPT-FILE
           MOVE SPACES TO REGRPT-WORK-RECORD
           MOVE 'H' TO RH-REC-TYPE
           MOVE WS-REPORTER-ID TO RH-REPORTER-ID
           MOVE WS-KIND TO RH-REPORT-KIND
           MOVE WS-BUSINESS-YMD TO RH-FILE-DATE
           MOVE WS-PERIOD TO RH-PERIOD
           MOVE WS-NIL-RETURN TO RH-NIL-FLAG
           WRITE REGRPT-RECORD FROM REGRPT-WORK-RECORD.

       2750-CLOSE-SUBMISSION.
           MOVE SPACES TO REGRPT-WORK-RECORD
           MOVE 'T' TO RT-REC-TYPE
           MOVE WS-RPT-COUNT TO RT-RECORD-COUNT
           MOVE WS-RPT-TOTAL TO RT-TOTAL-AMOUNT
           MOVE WS-HASH-TOTAL TO RT-HASH-TOTAL
           WRITE REGRPT-RECORD FROM REGRPT-WORK-RECORD
           CLOSE REGRPT-FILE.

       2800-OPEN-REGISTER.
           OPEN EXTEND FILED-FILE
           IF WS-FILED-STATUS NOT = '00'
               CLOSE FILED-FILE
               OPEN OUTPUT FILED-FILE
           END-IF.

       2850-WRITE-REGISTER-LINE.
           MOVE WS-RI-AMOUNT TO WS-AMT-D
           MOVE SPACES TO FILED-RECORD
           STRING
               'kind=' DELIMITED SIZE
               WS-RI-KIND DELIMITED SIZE
               ' key=' DELIMITED SIZE
               FUNCTION TRIM(WS-RI-KEY) DELIMITED SIZE
               ' report_ref=' DELIMITED SIZE
               FUNCTION TRIM(WS-RI-REF) DELIMITED SIZE
               ' file=' DELIMITED SIZE
               FUNCTION TRIM(WS-RPT-FILE) DELIMITED SIZE
               ' period=' DELIMITED SIZE
               WS-PERIOD DELIMITED SIZE
               ' filed_on=' DELIMITED SIZE
               WS-BUSINESS-YMD DELIMITED SIZE
               ' amount=' DELIMITED SIZE
               FUNCTION TRIM(WS-AMT-D) DELIMITED SIZE
               INTO FILED-RECORD
           END-STRING
           WRITE FILED-RECORD.

       2900-REPORT-SUMMARY.
           MOVE SPACES TO WS-OUT
           MOVE WS-CT-COUNT TO WS-CNT-D
           MOVE WS-CTR-TOTAL TO WS-TOT-D
           MOVE WS-CTR-HASH TO WS-HASH-D
           STRING
               '{"business_date":"' DELIMITED SIZE
               WS-BUSINESS-DATE DELIMITED SIZE
               '","ctr":' DELIMITED SIZE
               FUNCTION TRIM(WS-CNT-D) DELIMITED SIZE
               ',"ctr_total":' DELIMITED SIZE
               FUNCTION TRIM(WS-TOT-D) DELIMITED SIZE
               ',"ctr_hash":' DELIMITED SIZE
               FUNCTION TRIM(WS-HASH-D) DELIMITED SIZE
               INTO WS-OUT
           END-STRING
           DISPLAY FUNCTION TRIM(WS-OUT) WITH NO ADVANCING
           MOVE SPACES TO WS-OUT
           MOVE WS-SR-COUNT TO WS-CNT-D
           MOVE WS-STR-TOTAL TO WS-TOT-D
           MOVE WS-STR-HASH TO WS-HASH-D
           STRING
               ',"str":' DELIMITED SIZE
               FUNCTION TRIM(WS-CNT-D) DELIMITED SIZE
               ',"str_total":' DELIMITED SIZE
               FUNCTION TRIM(WS-TOT-D) DELIMITED SIZE
               ',"str_hash":' DELIMITED SIZE
               FUNCTION TRIM(WS-HASH-D) DELIMITED SIZE
               INTO WS-OUT
           END-STRING
           DISPLAY FUNCTION TRIM(WS-OUT) WITH NO ADVANCING
           MOVE WS-UNLINKED-COUNT TO WS-CNT-D
           DISPLAY ',"unlinked":' FUNCTION TRIM(WS-CNT-D)
               ',"nil_returns":"' FUNCTION TRIM(WS-NIL-LIST) '"'
               WITH NO ADVANCING
           IF WS-CT-COUNT > ZEROS OR WS-NIL-LIST(1:3) = 'CTR'
               DISPLAY ',"ctr_file":"' FUNCTION TRIM(WS-CTR-FILE) '"'
                   WITH NO ADVANCING
           END-IF
           IF WS-SR-COUNT > ZEROS OR WS-NIL-LIST(1:3) = 'STR' OR
                   WS-NIL-LIST(5:3) = 'STR'
               DISPLAY ',"str_file":"' FUNCTION TRIM(WS-STR-FILE) '"'
                   WITH NO ADVANCING
           END-IF
           DISPLAY '}'.

      *----------------------------------------------------------------
      * action=REGISTER - what went to the regulator in a period
      *----------------------------------------------------------------
       3000-PRINT-REGISTER.
           IF FUNCTION TRIM(WS-PERIOD-ARG) NOT = SPACES
               IF WS-PERIOD-ARG(1:4) IS NOT NUMERIC OR
                       WS-PERIOD-ARG(5:1) NOT = '-' OR
                       WS-PERIOD-ARG(6:2) IS NOT NUMERIC
                   DISPLAY '{"error":"period must be YYYY-MM"}'
                   MOVE 8 TO RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
               STRING WS-PERIOD-ARG(1:4) WS-PERIOD-ARG(6:2)
                   DELIMITED SIZE INTO WS-PERIOD
               END-STRING
           ELSE
               PERFORM 1000-SET-BUSINESS-DATE
               IF RETURN-CODE = 8
                   EXIT PARAGRAPH
               END-IF
           END-IF
           DISPLAY '==================================================='
               '==================='
           DISPLAY '   COMMUNITYFINANCE - REGISTER LAPORAN KE PPATK'
           DISPLAY '   Periode    : ' WS-PERIOD(1:4) '-' WS-PERIOD(5:2)
           DISPLAY '==================================================='
               '==================='
           DISPLAY 'Jenis Tgl lapor Ref laporan          Kunci        '
               '               Jumlah'
           DISPLAY '---------------------------------------------------'
               '-------------------'
           OPEN INPUT FILED-FILE
           IF WS-FILED-STATUS = '00'
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ FILED-FILE INTO FILED-RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           PERFORM 3100-PRINT-ONE-FILED
                   END-READ
               END-PERFORM
               CLOSE FILED-FILE
           END-IF
           DISPLAY '---------------------------------------------------'
               '-------------------'
           MOVE WS-PG-CTR-COUNT TO WS-CNT-D
           MOVE WS-PG-CTR-TOTAL TO WS-RPT-AMT
           DISPLAY 'CTR dilaporkan  : ' WS-CNT-D '   ' WS-RPT-AMT
           MOVE WS-PG-STR-COUNT TO WS-CNT-D
           MOVE WS-PG-STR-TOTAL TO WS-RPT-AMT
           DISPLAY 'STR dilaporkan  : ' WS-CNT-D '   ' WS-RPT-AMT
           MOVE WS-PG-NIL-COUNT TO WS-CNT-D
           DISPLAY 'Laporan nihil   : ' WS-CNT-D
           DISPLAY '==================================================='
               '==================='.

       3100-PRINT-ONE-FILED.
           PERFORM 1120-PARSE-FILED-LINE
           IF WS-RI-PERIOD NOT = WS-PERIOD
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN WS-RI-KEY(1:4) = 'NIL-'
                   ADD 1 TO WS-PG-NIL-COUNT
               WHEN WS-RI-KIND = 'CTR'
                   ADD 1 TO WS-PG-CTR-COUNT
                   ADD WS-RI-AMOUNT TO WS-PG-CTR-TOTAL
               WHEN OTHER
                   ADD 1 TO WS-PG-STR-COUNT
                   ADD WS-RI-AMOUNT TO WS-PG-STR-TOTAL
           END-EVALUATE
           MOVE WS-RI-AMOUNT TO WS-RPT-AMT
           MOVE SPACES TO WS-LINE
           STRING WS-RI-KIND '   '
                  WS-RI-FILED-ON '  '
                  WS-RI-REF ' '
                  WS-RI-KEY(1:20) ' '
                  WS-RPT-AMT
               DELIMITED SIZE INTO WS-LINE
           END-STRING
           DISPLAY FUNCTION TRIM(WS-LINE TRAILING).

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
      * archive catalog - the generations CFARCHIVE rotated out of
      * this audit log that start on or before the business date, in
      * catalog order - oldest cutoff first
      *----------------------------------------------------------------
       8500-LOAD-CATALOG.
           MOVE ZEROS TO WS-CG-COUNT
           MOVE 'N' TO WS-CG-TRUNC-FLAG
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
           MOVE SPACES TO WS-CL-GEN WS-CL-LOG WS-CL-FROM
           MOVE ZEROS TO WS-CL-ENTRIES WS-CL-HASH
           MOVE FUNCTION TRIM(CATALOG-RECORD) TO WS-REMAIN
           PERFORM UNTIL FUNCTION TRIM(WS-REMAIN) = SPACES
               PERFORM 8100-EXTRACT-TOKEN
               IF FUNCTION TRIM(WS-TOKEN) NOT = SPACES
                   PERFORM 8520-PARSE-CATALOG-TOKEN
               END-IF
           END-PERFORM
           IF WS-CL-LOG NOT = WS-AUDIT-FILE
               EXIT PARAGRAPH
           END-IF
           IF WS-CL-FROM > WS-BUSINESS-YMD
               EXIT PARAGRAPH
           END-IF
           IF WS-CG-COUNT >= 2000
               MOVE 'Y' TO WS-CG-TRUNC-FLAG
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CG-COUNT
           MOVE WS-CL-GEN     TO WS-CG-FILE(WS-CG-COUNT)
           MOVE WS-CL-ENTRIES TO WS-CG-ENTRIES(WS-CG-COUNT)
           MOVE WS-CL-HASH    TO WS-CG-HASH(WS-CG-COUNT).

       8520-PARSE-CATALOG-TOKEN.
           MOVE ZERO TO WS-POS
           INSPECT WS-TOKEN TALLYING WS-POS FOR CHARACTERS BEFORE '='
           IF WS-POS > 0
               MOVE WS-TOKEN(1:WS-POS) TO WS-FIELD-NAME
               MOVE WS-TOKEN(WS-POS + 2:) TO WS-FIELD-VAL
               EVALUATE FUNCTION TRIM(WS-FIELD-NAME)
                   WHEN 'generation'
                       MOVE WS-TOKEN(WS-POS + 2:) TO WS-CL-GEN
                   WHEN 'log'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL) TO WS-CL-LOG
                   WHEN 'from'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL) TO WS-CL-FROM
                   WHEN 'entries'
                       MOVE FUNCTION NUMVAL(WS-FIELD-VAL)
                           TO WS-CL-ENTRIES
                   WHEN 'hash'
                       MOVE WS-FIELD-VAL(1:18) TO WS-CL-HASH
               END-EVALUATE
           END-IF.

      * every generation is read whole through the same per-line
      * paragraph as the live log, counted and hashed as it goes; a
      * generation that is gone, or whose count or hash no longer
      * agrees with its catalog line, refuses the run - a report
      * missed because history was short would never be caught up
       8600-READ-GENERATIONS.
           MOVE 'N' TO WS-GEN-BAD-FLAG
           IF WS-CG-IS-TRUNCATED
               DISPLAY '{"error":"Archive catalog holds more than '
                   '2000 generations of the audit log - nothing '
                   'filed"}'
               MOVE 'Y' TO WS-GEN-BAD-FLAG
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-CG-IDX
           PERFORM UNTIL WS-CG-IDX > WS-CG-COUNT OR WS-GEN-IS-BAD
               PERFORM 8610-READ-ONE-GENERATION
               ADD 1 TO WS-CG-IDX
           END-PERFORM.

       8610-READ-ONE-GENERATION.
           MOVE WS-CG-FILE(WS-CG-IDX) TO WS-GEN-FILE
           OPEN INPUT ARCHIVE-LOG
           IF WS-GEN-STATUS NOT = '00'
               DISPLAY '{"error":"Archive generation '
                   FUNCTION TRIM(WS-GEN-FILE)
                   ' is catalogued but cannot be opened - nothing '
                   'filed"}'
               MOVE 'Y' TO WS-GEN-BAD-FLAG
               EXIT PARAGRAPH
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
                       PERFORM 1510-ONE-AUDIT-LINE
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
                   'filed"}'
               MOVE 'Y' TO WS-GEN-BAD-FLAG
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
