      *================================================================*
      * CFDISPUTE.cbl - KOIN Transfer Dispute and Chargeback           *
      * Where a member's "I never sent that" is worked to a decision   *
      * instead of argued over a HISTORY printout. A dispute is opened *
      * against one CALC-TRANSFER entry of the CFWALLET journal,       *
      * named by its entry number (its line in the journal, counting   *
      * from 1 - the order action=HISTORY plays it back in). Opening   *
      * places a hold for the disputed amount (what the recipient      *
      * received, the transfer less its fee) on the recipient through  *
      * AM-HOLD-TOTAL, and can give the member a provisional credit.   *
      * The decision then settles it through journaled entries:        *
      * UPHOLD releases the hold and reverses the transfer from the    *
      * recipient (back to the member, or to recover the provisional   *
      * credit already given); REJECT releases the hold and takes any  *
      * provisional credit back. A journal entry is disputed once      *
      * only - the dispute id is built from the entry number, so a     *
      * second dispute on it is refused whatever state the first is    *
      * in. What cannot be recovered because the balance is no longer  *
      * there is recorded on the case as its shortfall.                *
      * Args (key=value, any order):                                   *
      *   action=OPEN   - entry=N account_id=<the disputing sender>    *
      *                   opened_by= [provisional=Y|N] (default N)     *
      *                   reason=<text>                                *
      *   action=UPHOLD - dispute_id= decided_by=                      *
      *   action=REJECT - dispute_id= decided_by=                      *
      *   action=LIST   - every dispute with its state                 *
      *   action=AGING  - [business_date=] [target_days=N] (default    *
      *                   14): every OPEN dispute with its age and     *
      *                   the days left against the target, overdue    *
      *                   ones flagged                                 *
      *   dispute_file=<path> - default CFDISPUTE_CASES.DAT            *
      *   journal_file=<path> - default CFWALLET_JOURNAL.LOG           *
      *   master_file=<path>  - default CFWALLET_ACCOUNTS.DAT          *
      * Journal actions written (fee=.00, dispute_id= carried):        *
      *   DISPUTE-CREDIT    provisional credit to the member           *
      *   DISPUTE-REVERSAL  upheld, recipient back to the member       *
      *   DISPUTE-RECOVERY  upheld after a provisional credit, taken   *
      *                     from the recipient                         *
      *   DISPUTE-CLAWBACK  rejected, provisional credit taken back    *
      *   system_date_file=<path> - default CFSYSDATE.DAT; its         *
      *       business date stands in for today when no date           *
      *       argument is given                                        *
      * Output stdout: JSON result, or JSON rows plus a summary.       *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CFDISPUTE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. LINUX.
       OBJECT-COMPUTER. LINUX.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISPUTE-FILE ASSIGN TO DYNAMIC WS-DISPUTE-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISPUTE-STATUS.
           SELECT ACCOUNT-MASTER ASSIGN TO DYNAMIC WS-MASTER-FILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-ACCT-ID
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO DYNAMIC WS-JOURNAL-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT CHAIN-HEAD ASSIGN TO DYNAMIC WS-CHAIN-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHAIN-STATUS.
           SELECT SYSTEM-DATE-FILE ASSIGN TO DYNAMIC WS-SYSDATE-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SYSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DISPUTE-FILE.
       01  DISPUTE-RECORD      PIC X(500).

       FD  ACCOUNT-MASTER.
           COPY CF-ACCTMS.

       FD  JOURNAL-FILE.
       01  JOURNAL-RECORD      PIC X(300).

       FD  CHAIN-HEAD.
       01  CHAIN-HEAD-RECORD   PIC X(100).

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
       01  WS-DISPUTE-FILE     PIC X(200) VALUE 'CFDISPUTE_CASES.DAT'.
       01  WS-DISPUTE-STATUS   PIC XX VALUE SPACES.
       01  WS-MASTER-FILE      PIC X(200) VALUE 'CFWALLET_ACCOUNTS.DAT'.
       01  WS-MASTER-STATUS    PIC XX VALUE SPACES.
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

       01  WS-ACTION           PIC X(10) VALUE SPACES.
       01  WS-ENTRY-ARG        PIC X(12) VALUE SPACES.
       01  WS-ENTRY-NO         PIC 9(9) VALUE ZEROS.
       01  WS-ACCOUNT-ARG      PIC X(50) VALUE SPACES.
       01  WS-OPENED-BY        PIC X(20) VALUE SPACES.
       01  WS-DECIDED-BY       PIC X(20) VALUE SPACES.
       01  WS-PROVISIONAL      PIC X VALUE 'N'.
       01  WS-REASON           PIC X(150) VALUE SPACES.
       01  WS-DISPUTE-ID       PIC X(12) VALUE SPACES.
       01  WS-BUSINESS-DATE    PIC X(10) VALUE SPACES.
       01  WS-TARGET-DAYS      PIC 9(3) VALUE 14.
       01  WS-CUR-DATE         PIC X(8) VALUE SPACES.
       01  WS-CUR-DATETIME     PIC X(21) VALUE SPACES.
       01  WS-TIMESTAMP        PIC X(26) VALUE SPACES.

      * the whole case file, rewritten whole after a change
       01  WS-DP-COUNT         PIC 9(5) VALUE ZEROS.
       01  WS-DP-IDX           PIC 9(5) VALUE ZEROS.
       01  WS-DP-TRUNC-FLAG    PIC X VALUE 'N'.
           88  WS-DP-IS-TRUNCATED  VALUE 'Y'.
       01  WS-DP-TABLE.
           05  WS-DP-ENTRY OCCURS 5000 TIMES.
               10  WS-DP-ID        PIC X(12).
               10  WS-DP-ENTRY-NO  PIC 9(9).
               10  WS-DP-ENTRY-TS  PIC X(26).
               10  WS-DP-FROM      PIC X(50).
               10  WS-DP-TO        PIC X(50).
               10  WS-DP-AMOUNT    PIC 9(13)V99.
               10  WS-DP-CURRENCY  PIC X(4).
               10  WS-DP-PROVISIONAL PIC X.
               10  WS-DP-OPENED-ON PIC X(8).
               10  WS-DP-OPENED-BY PIC X(20).
               10  WS-DP-STATE     PIC X(8).
               10  WS-DP-DECIDED-ON PIC X(8).
               10  WS-DP-DECIDED-BY PIC X(20).
               10  WS-DP-RECOVERED PIC 9(13)V99.
               10  WS-DP-REASON    PIC X(150).

       01  WS-IN-ID            PIC X(12) VALUE SPACES.
       01  WS-IN-ENTRY-NO      PIC 9(9) VALUE ZEROS.
       01  WS-IN-ENTRY-TS      PIC X(26) VALUE SPACES.
       01  WS-IN-FROM          PIC X(50) VALUE SPACES.
       01  WS-IN-TO            PIC X(50) VALUE SPACES.
       01  WS-IN-AMOUNT        PIC 9(13)V99 VALUE ZEROS.
       01  WS-IN-CURRENCY      PIC X(4) VALUE SPACES.
       01  WS-IN-PROVISIONAL   PIC X VALUE SPACES.
       01  WS-IN-OPENED-ON     PIC X(8) VALUE SPACES.
       01  WS-IN-OPENED-BY     PIC X(20) VALUE SPACES.
       01  WS-IN-STATE         PIC X(8) VALUE SPACES.
       01  WS-IN-DECIDED-ON    PIC X(8) VALUE SPACES.
       01  WS-IN-DECIDED-BY    PIC X(20) VALUE SPACES.
       01  WS-IN-RECOVERED     PIC 9(13)V99 VALUE ZEROS.
       01  WS-IN-REASON        PIC X(150) VALUE SPACES.

      * the disputed journal entry
       01  WS-JN-LINE-NO       PIC 9(9) VALUE ZEROS.
       01  WS-JN-FOUND-FLAG    PIC X VALUE 'N'.
           88  WS-JN-IS-FOUND      VALUE 'Y'.
       01  WS-JN-TS            PIC X(26) VALUE SPACES.
       01  WS-JN-ACTION        PIC X(20) VALUE SPACES.
       01  WS-JN-FROM          PIC X(50) VALUE SPACES.
       01  WS-JN-TO            PIC X(50) VALUE SPACES.
       01  WS-JN-AMOUNT        PIC 9(13)V99 VALUE ZEROS.
       01  WS-JN-FEE           PIC 9(13)V99 VALUE ZEROS.
       01  WS-JN-CUR           PIC X(4) VALUE SPACES.

      * one journaled dispute movement
       01  WS-MV-ACTION        PIC X(20) VALUE SPACES.
       01  WS-MV-FROM          PIC X(50) VALUE SPACES.
       01  WS-MV-TO            PIC X(50) VALUE SPACES.
       01  WS-MV-AMOUNT        PIC 9(13)V99 VALUE ZEROS.
       01  WS-NEW-FROM         PIC S9(13)V99 VALUE ZEROS.
       01  WS-NEW-TO           PIC S9(13)V99 VALUE ZEROS.
       01  WS-TAKE             PIC 9(13)V99 VALUE ZEROS.
       01  WS-SHORTFALL        PIC 9(13)V99 VALUE ZEROS.
       01  WS-MASTER-OPEN-FLAG PIC X VALUE 'N'.
           88  WS-MASTER-IS-OPEN   VALUE 'Y'.

       01  WS-DT-NUM           PIC 9(8) VALUE ZEROS.
       01  WS-DT-INT           PIC S9(9) COMP VALUE ZEROS.
       01  WS-ASOF-INT         PIC S9(9) COMP VALUE ZEROS.
       01  WS-AGE-DAYS         PIC S9(5) COMP VALUE ZEROS.
       01  WS-DAYS-LEFT        PIC S9(5) COMP VALUE ZEROS.
       01  WS-OPEN-COUNT       PIC 9(5) VALUE ZEROS.
       01  WS-OVERDUE-COUNT    PIC 9(5) VALUE ZEROS.
       01  WS-OPEN-AMOUNT      PIC 9(15)V99 VALUE ZEROS.

       01  WS-AMT-D            PIC Z(13).99.
       01  WS-AMT2-D           PIC Z(13).99.
       01  WS-FROM-D           PIC -(13).99.
       01  WS-TO-D             PIC -(13).99.
       01  WS-TOT-D            PIC Z(15).99.
       01  WS-ENTRY-D          PIC Z(8)9.
       01  WS-CNT-D            PIC Z(4)9.
       01  WS-AGE-D            PIC -(4)9.
       01  WS-LEFT-D           PIC -(4)9.
       01  WS-OUT              PIC X(700) VALUE SPACES.

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
           PERFORM 1000-LOAD-DISPUTES
           IF WS-DP-IS-TRUNCATED
               DISPLAY '{"error":"Dispute file larger than 5000 '
                   'cases - nothing processed, file left untouched"}'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           EVALUATE FUNCTION TRIM(WS-ACTION)
               WHEN 'OPEN'
                   PERFORM 3000-OPEN-DISPUTE
               WHEN 'UPHOLD'
                   PERFORM 4000-UPHOLD-DISPUTE
               WHEN 'REJECT'
                   PERFORM 4500-REJECT-DISPUTE
               WHEN 'LIST'
                   PERFORM 2000-LIST-DISPUTES
               WHEN 'AGING'
                   PERFORM 5000-AGING-REPORT
               WHEN OTHER
                   DISPLAY '{"error":"Usage: cfdispute action=OPEN|'
                       'UPHOLD|REJECT|LIST|AGING [entry=N] '
                       '[account_id=] [opened_by=] [provisional=Y|N] '
                       '[dispute_id=] [decided_by=] '
                       '[business_date=YYYY-MM-DD] [target_days=N] '
                       '[dispute_file=] [journal_file=] '
                       '[master_file=] [reason=<text>]"}'
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
                   WHEN 'entry'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-ENTRY-ARG
                   WHEN 'account_id'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-ACCOUNT-ARG
                   WHEN 'opened_by'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-OPENED-BY
                   WHEN 'decided_by'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-DECIDED-BY
                   WHEN 'provisional'
                       MOVE FUNCTION UPPER-CASE(WS-FIELD-VAL(1:1))
                           TO WS-PROVISIONAL
                   WHEN 'reason'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL) TO WS-REASON
                   WHEN 'dispute_id'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-DISPUTE-ID
                   WHEN 'business_date'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-BUSINESS-DATE
                   WHEN 'target_days'
                       MOVE FUNCTION NUMVAL(WS-FIELD-VAL)
                           TO WS-TARGET-DAYS
                   WHEN 'dispute_file'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-DISPUTE-FILE
                   WHEN 'journal_file'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-JOURNAL-FILE
                   WHEN 'master_file'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-MASTER-FILE
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
      * case file load and rewrite
      *----------------------------------------------------------------
       1000-LOAD-DISPUTES.
           OPEN INPUT DISPUTE-FILE
           IF WS-DISPUTE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ DISPUTE-FILE INTO DISPUTE-RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM 1100-LOAD-ONE-DISPUTE
               END-READ
           END-PERFORM
           CLOSE DISPUTE-FILE
           MOVE 'N' TO WS-EOF.

       1100-LOAD-ONE-DISPUTE.
           IF FUNCTION TRIM(DISPUTE-RECORD) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-IN-ID WS-IN-ENTRY-TS WS-IN-FROM WS-IN-TO
               WS-IN-CURRENCY WS-IN-PROVISIONAL WS-IN-OPENED-ON
               WS-IN-OPENED-BY WS-IN-STATE WS-IN-DECIDED-ON
               WS-IN-DECIDED-BY WS-IN-REASON
           MOVE ZEROS TO WS-IN-ENTRY-NO WS-IN-AMOUNT WS-IN-RECOVERED
           MOVE FUNCTION TRIM(DISPUTE-RECORD) TO WS-REMAIN
           PERFORM UNTIL FUNCTION TRIM(WS-REMAIN) = SPACES
               PERFORM 8100-EXTRACT-TOKEN
      * the reason is free text - it runs to the end of the line
               IF WS-TOKEN(1:7) = 'reason='
                   MOVE SPACES TO WS-IN-REASON
                   STRING FUNCTION TRIM(WS-TOKEN(8:)) ' '
                          FUNCTION TRIM(WS-REMAIN)
                       DELIMITED SIZE INTO WS-IN-REASON
                   END-STRING
                   MOVE SPACES TO WS-REMAIN
               ELSE
                   IF FUNCTION TRIM(WS-TOKEN) NOT = SPACES
                       PERFORM 1200-PARSE-DISPUTE-TOKEN
                   END-IF
               END-IF
           END-PERFORM
           IF FUNCTION TRIM(WS-IN-ID) = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-DP-COUNT >= 5000
               MOVE 'Y' TO WS-DP-TRUNC-FLAG
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-DP-COUNT
           MOVE WS-IN-ID          TO WS-DP-ID(WS-DP-COUNT)
           MOVE WS-IN-ENTRY-NO    TO WS-DP-ENTRY-NO(WS-DP-COUNT)
           MOVE WS-IN-ENTRY-TS    TO WS-DP-ENTRY-TS(WS-DP-COUNT)
           MOVE WS-IN-FROM        TO WS-DP-FROM(WS-DP-COUNT)
           MOVE WS-IN-TO          TO WS-DP-TO(WS-DP-COUNT)
           MOVE WS-IN-AMOUNT      TO WS-DP-AMOUNT(WS-DP-COUNT)
           MOVE WS-IN-CURRENCY    TO WS-DP-CURRENCY(WS-DP-COUNT)
           MOVE WS-IN-PROVISIONAL TO WS-DP-PROVISIONAL(WS-DP-COUNT)
           MOVE WS-IN-OPENED-ON   TO WS-DP-OPENED-ON(WS-DP-COUNT)
           MOVE WS-IN-OPENED-BY   TO WS-DP-OPENED-BY(WS-DP-COUNT)
           MOVE WS-IN-STATE       TO WS-DP-STATE(WS-DP-COUNT)
           MOVE WS-IN-DECIDED-ON  TO WS-DP-DECIDED-ON(WS-DP-COUNT)
           MOVE WS-IN-DECIDED-BY  TO WS-DP-DECIDED-BY(WS-DP-COUNT)
           MOVE WS-IN-RECOVERED   TO WS-DP-RECOVERED(WS-DP-COUNT)
           MOVE WS-IN-REASON      TO WS-DP-REASON(WS-DP-COUNT).

       1200-PARSE-DISPUTE-TOKEN.
           MOVE ZERO TO WS-POS
           INSPECT WS-TOKEN TALLYING WS-POS FOR CHARACTERS BEFORE '='
           IF WS-POS > 0
               MOVE WS-TOKEN(1:WS-POS) TO WS-FIELD-NAME
               MOVE WS-TOKEN(WS-POS + 2:) TO WS-FIELD-VAL
               EVALUATE FUNCTION TRIM(WS-FIELD-NAME)
                   WHEN 'dispute_id'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL) TO WS-IN-ID
                   WHEN 'entry'
                       MOVE FUNCTION NUMVAL(WS-FIELD-VAL)
                           TO WS-IN-ENTRY-NO
                   WHEN 'entry_ts'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-IN-ENTRY-TS
                   WHEN 'from'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL) TO WS-IN-FROM
                   WHEN 'to'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL) TO WS-IN-TO
                   WHEN 'amount'
                       MOVE FUNCTION NUMVAL(WS-FIELD-VAL)
                           TO WS-IN-AMOUNT
                   WHEN 'currency'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-IN-CURRENCY
                   WHEN 'provisional'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-IN-PROVISIONAL
                   WHEN 'opened_on'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-IN-OPENED-ON
                   WHEN 'opened_by'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-IN-OPENED-BY
                   WHEN 'status'
                       MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
                           WS-FIELD-VAL)) TO WS-IN-STATE
                   WHEN 'decided_on'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-IN-DECIDED-ON
                   WHEN 'decided_by'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-IN-DECIDED-BY
                   WHEN 'recovered'
                       MOVE FUNCTION NUMVAL(WS-FIELD-VAL)
                           TO WS-IN-RECOVERED
               END-EVALUATE
           END-IF.

       1500-REWRITE-DISPUTES.
           OPEN OUTPUT DISPUTE-FILE
           IF WS-DISPUTE-STATUS NOT = '00'
               DISPLAY '{"error":"Cannot rewrite dispute file: '
                   FUNCTION TRIM(WS-DISPUTE-FILE) ' - the hold or '
                   'posting just made is not recorded on it"}'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 1 TO WS-DP-IDX
           PERFORM UNTIL WS-DP-IDX > WS-DP-COUNT
               PERFORM 1600-WRITE-ONE-DISPUTE
               ADD 1 TO WS-DP-IDX
           END-PERFORM
           CLOSE DISPUTE-FILE.

       1600-WRITE-ONE-DISPUTE.
           MOVE WS-DP-AMOUNT(WS-DP-IDX)    TO WS-AMT-D
           MOVE WS-DP-RECOVERED(WS-DP-IDX) TO WS-AMT2-D
           MOVE WS-DP-ENTRY-NO(WS-DP-IDX)  TO WS-ENTRY-D
           MOVE SPACES TO DISPUTE-RECORD
           STRING
               'dispute_id=' DELIMITED SIZE
               FUNCTION TRIM(WS-DP-ID(WS-DP-IDX)) DELIMITED SIZE
               ' entry=' DELIMITED SIZE
               FUNCTION TRIM(WS-ENTRY-D) DELIMITED SIZE
               ' entry_ts=' DELIMITED SIZE
               FUNCTION TRIM(WS-DP-ENTRY-TS(WS-DP-IDX)) DELIMITED SIZE
               ' from=' DELIMITED SIZE
               FUNCTION TRIM(WS-DP-FROM(WS-DP-IDX)) DELIMITED SIZE
               ' to=' DELIMITED SIZE
               FUNCTION TRIM(WS-DP-TO(WS-DP-IDX)) DELIMITED SIZE
               ' amount=' DELIMITED SIZE
               FUNCTION TRIM(WS-AMT-D) DELIMITED SIZE
               ' currency=' DELIMITED SIZE
               FUNCTION TRIM(WS-DP-CURRENCY(WS-DP-IDX)) DELIMITED SIZE
               ' provisional=' DELIMITED SIZE
               WS-DP-PROVISIONAL(WS-DP-IDX) DELIMITED SIZE
               ' opened_on=' DELIMITED SIZE
               WS-DP-OPENED-ON(WS-DP-IDX) DELIMITED SIZE
               ' opened_by=' DELIMITED SIZE
               FUNCTION TRIM(WS-DP-OPENED-BY(WS-DP-IDX)) DELIMITED SIZE
               ' status=' DELIMITED SIZE
               FUNCTION TRIM(WS-DP-STATE(WS-DP-IDX)) DELIMITED SIZE
               ' decided_on=' DELIMITED SIZE
               FUNCTION TRIM(WS-DP-DECIDED-ON(WS-DP-IDX)) DELIMITED SIZE
               ' decided_by=' DELIMITED SIZE
               FUNCTION TRIM(WS-DP-DECIDED-BY(WS-DP-IDX)) DELIMITED SIZE
               ' recovered=' DELIMITED SIZE
               FUNCTION TRIM(WS-AMT2-D) DELIMITED SIZE
               ' reason=' DELIMITED SIZE
               FUNCTION TRIM(WS-DP-REASON(WS-DP-IDX)) DELIMITED SIZE
               INTO DISPUTE-RECORD
           END-STRING
           WRITE DISPUTE-RECORD.

      *----------------------------------------------------------------
      * action=LIST
      *----------------------------------------------------------------
       2000-LIST-DISPUTES.
           DISPLAY '{"disputes":['
           MOVE 1 TO WS-DP-IDX
           PERFORM UNTIL WS-DP-IDX > WS-DP-COUNT
               PERFORM 2100-LIST-ONE-DISPUTE
               ADD 1 TO WS-DP-IDX
           END-PERFORM
           MOVE WS-DP-COUNT TO WS-CNT-D
           MOVE SPACES TO WS-OUT
           STRING
               '],"summary":{"disputes":' DELIMITED SIZE
               FUNCTION TRIM(WS-CNT-D) DELIMITED SIZE
               '}}' DELIMITED SIZE
               INTO WS-OUT
           END-STRING
           DISPLAY FUNCTION TRIM(WS-OUT).

       2100-LIST-ONE-DISPUTE.
           MOVE WS-DP-AMOUNT(WS-DP-IDX)    TO WS-AMT-D
           MOVE WS-DP-RECOVERED(WS-DP-IDX) TO WS-AMT2-D
           MOVE WS-DP-ENTRY-NO(WS-DP-IDX)  TO WS-ENTRY-D
           IF WS-FIRST-REC = 'N'
               DISPLAY ','
           END-IF
           MOVE SPACES TO WS-OUT
           STRING
               '{"dispute_id":"' DELIMITED SIZE
               FUNCTION TRIM(WS-DP-ID(WS-DP-IDX)) DELIMITED SIZE
               '","entry":' DELIMITED SIZE
               FUNCTION TRIM(WS-ENTRY-D) DELIMITED SIZE
               ',"from":"' DELIMITED SIZE
               FUNCTION TRIM(WS-DP-FROM(WS-DP-IDX)) DELIMITED SIZE
               '","to":"' DELIMITED SIZE
               FUNCTION TRIM(WS-DP-TO(WS-DP-IDX)) DELIMITED SIZE
               '","amount":' DELIMITED SIZE
               FUNCTION TRIM(WS-AMT-D) DELIMITED SIZE
               ',"provisional":"' DELIMITED SIZE
               WS-DP-PROVISIONAL(WS-DP-IDX) DELIMITED SIZE
               '","opened_on":"' DELIMITED SIZE
               WS-DP-OPENED-ON(WS-DP-IDX) DELIMITED SIZE
               '","status":"' DELIMITED SIZE
               FUNCTION TRIM(WS-DP-STATE(WS-DP-IDX)) DELIMITED SIZE
               '","decided_on":"' DELIMITED SIZE
               FUNCTION TRIM(WS-DP-DECIDED-ON(WS-DP-IDX)) DELIMITED SIZE
               '","recovered":' DELIMITED SIZE
               FUNCTION TRIM(WS-AMT2-D) DELIMITED SIZE
               ',"reason":"' DELIMITED SIZE
               FUNCTION TRIM(WS-DP-REASON(WS-DP-IDX)) DELIMITED SIZE
               '"}' DELIMITED SIZE
               INTO WS-OUT
           END-STRING
           DISPLAY FUNCTION TRIM(WS-OUT)
           MOVE 'N' TO WS-FIRST-REC.

      *----------------------------------------------------------------
      * action=OPEN - the entry is proven to be a transfer out of the
      * disputing member's account and never disputed before, then
      * the recipient is held and any provisional credit given
      *----------------------------------------------------------------
       3000-OPEN-DISPUTE.
           IF FUNCTION TRIM(WS-ENTRY-ARG) = SPACES OR
                   FUNCTION TRIM(WS-ACCOUNT-ARG) = SPACES OR
                   FUNCTION TRIM(WS-OPENED-BY) = SPACES OR
                   FUNCTION TRIM(WS-REASON) = SPACES
               DISPLAY '{"status":"ERROR","message":"OPEN needs '
                   'entry=, account_id=, opened_by= and reason="}'
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WS-ENTRY-ARG) TO WS-ENTRY-NO
           IF WS-ENTRY-NO = ZEROS
               DISPLAY '{"status":"ERROR","message":"entry= must be '
                   'the journal entry number"}'
               EXIT PARAGRAPH
           END-IF
           IF WS-PROVISIONAL NOT = 'Y'
               MOVE 'N' TO WS-PROVISIONAL
           END-IF
           MOVE WS-ENTRY-NO TO WS-DISPUTE-ID(4:9)
           MOVE 'DSP' TO WS-DISPUTE-ID(1:3)
           MOVE 1 TO WS-DP-IDX
           PERFORM UNTIL WS-DP-IDX > WS-DP-COUNT OR
                   WS-DP-ENTRY-NO(WS-DP-IDX) = WS-ENTRY-NO
               ADD 1 TO WS-DP-IDX
           END-PERFORM
           IF WS-DP-IDX <= WS-DP-COUNT
               DISPLAY '{"status":"ERROR","message":"Journal entry '
                   'already disputed: '
                   FUNCTION TRIM(WS-DP-ID(WS-DP-IDX)) ' is '
                   FUNCTION TRIM(WS-DP-STATE(WS-DP-IDX)) '"}'
               EXIT PARAGRAPH
           END-IF
           IF WS-DP-COUNT >= 5000
               DISPLAY '{"status":"ERROR","message":"Dispute file '
                   'full"}'
               EXIT PARAGRAPH
           END-IF
           PERFORM 3100-FIND-JOURNAL-ENTRY
           IF NOT WS-JN-IS-FOUND
               DISPLAY '{"status":"ERROR","message":"No journal '
                   'entry ' FUNCTION TRIM(WS-ENTRY-ARG) '"}'
               EXIT PARAGRAPH
           END-IF
           IF WS-JN-ACTION NOT = 'CALC-TRANSFER'
               DISPLAY '{"status":"ERROR","message":"Entry is a '
                   FUNCTION TRIM(WS-JN-ACTION)
                   ' - only a CALC-TRANSFER can be disputed"}'
               EXIT PARAGRAPH
           END-IF
           IF WS-JN-FROM NOT = WS-ACCOUNT-ARG
               DISPLAY '{"status":"ERROR","message":"Entry was not '
                   'sent from ' FUNCTION TRIM(WS-ACCOUNT-ARG) '"}'
               EXIT PARAGRAPH
           END-IF
           IF WS-JN-AMOUNT <= WS-JN-FEE
               DISPLAY '{"status":"ERROR","message":"Entry moved '
                   'nothing to the recipient"}'
               EXIT PARAGRAPH
           END-IF
           PERFORM 6000-OPEN-MASTER
      * both accounts proven before either is touched
           MOVE WS-JN-FROM TO AM-ACCT-ID
           READ ACCOUNT-MASTER
               INVALID KEY
                   DISPLAY '{"status":"ERROR","message":"Sender not '
                       'on file"}'
                   EXIT PARAGRAPH
           END-READ
           IF AM-IS-CLOSED
               DISPLAY '{"status":"ERROR","message":"Sender is '
                   'CLOSED - settle the dispute by hand"}'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-JN-TO TO AM-ACCT-ID
           READ ACCOUNT-MASTER
               INVALID KEY
                   DISPLAY '{"status":"ERROR","message":"Recipient '
                       'not on file"}'
                   EXIT PARAGRAPH
           END-READ
           IF AM-IS-CLOSED
               DISPLAY '{"status":"ERROR","message":"Recipient is '
                   'CLOSED - settle the dispute by hand"}'
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-DP-COUNT
           MOVE WS-DP-COUNT TO WS-DP-IDX
           MOVE WS-DISPUTE-ID  TO WS-DP-ID(WS-DP-IDX)
           MOVE WS-ENTRY-NO    TO WS-DP-ENTRY-NO(WS-DP-IDX)
           MOVE WS-JN-TS       TO WS-DP-ENTRY-TS(WS-DP-IDX)
           MOVE WS-JN-FROM     TO WS-DP-FROM(WS-DP-IDX)
           MOVE WS-JN-TO       TO WS-DP-TO(WS-DP-IDX)
           COMPUTE WS-DP-AMOUNT(WS-DP-IDX) = WS-JN-AMOUNT - WS-JN-FEE
           MOVE WS-JN-CUR      TO WS-DP-CURRENCY(WS-DP-IDX)
           MOVE WS-PROVISIONAL TO WS-DP-PROVISIONAL(WS-DP-IDX)
           MOVE WS-CUR-DATE    TO WS-DP-OPENED-ON(WS-DP-IDX)
           MOVE WS-OPENED-BY   TO WS-DP-OPENED-BY(WS-DP-IDX)
           MOVE 'OPEN'         TO WS-DP-STATE(WS-DP-IDX)
           MOVE SPACES TO WS-DP-DECIDED-ON(WS-DP-IDX)
               WS-DP-DECIDED-BY(WS-DP-IDX)
           MOVE ZEROS TO WS-DP-RECOVERED(WS-DP-IDX)
           MOVE WS-REASON      TO WS-DP-REASON(WS-DP-IDX)
      * the hold on the recipient - AM-BALANCE untouched, the record
      * still current from the READ above
           ADD WS-DP-AMOUNT(WS-DP-IDX) TO AM-HOLD-TOTAL
           REWRITE ACCOUNT-MASTER-RECORD
           IF WS-PROVISIONAL = 'Y'
               MOVE WS-JN-FROM TO AM-ACCT-ID
               READ ACCOUNT-MASTER
                   INVALID KEY
                       CONTINUE
               END-READ
               ADD WS-DP-AMOUNT(WS-DP-IDX) TO AM-BALANCE
               MOVE WS-CUR-DATE TO AM-LAST-ACTIVITY
               REWRITE ACCOUNT-MASTER-RECORD
               MOVE 'DISPUTE-CREDIT' TO WS-MV-ACTION
               MOVE SPACES TO WS-MV-FROM
               MOVE WS-JN-FROM TO WS-MV-TO
               MOVE WS-DP-AMOUNT(WS-DP-IDX) TO WS-MV-AMOUNT
               MOVE ZEROS TO WS-NEW-FROM
               MOVE AM-BALANCE TO WS-NEW-TO
               PERFORM 7000-WRITE-JOURNAL
           END-IF
           MOVE WS-DP-AMOUNT(WS-DP-IDX) TO WS-AMT-D
           PERFORM 1500-REWRITE-DISPUTES
           MOVE SPACES TO WS-OUT
           STRING
               '{"status":"OK","dispute_id":"' DELIMITED SIZE
               FUNCTION TRIM(WS-DISPUTE-ID) DELIMITED SIZE
               '","from":"' DELIMITED SIZE
               FUNCTION TRIM(WS-JN-FROM) DELIMITED SIZE
               '","to":"' DELIMITED SIZE
               FUNCTION TRIM(WS-JN-TO) DELIMITED SIZE
               '","held":' DELIMITED SIZE
               FUNCTION TRIM(WS-AMT-D) DELIMITED SIZE
               ',"provisional":"' DELIMITED SIZE
               WS-PROVISIONAL DELIMITED SIZE
               '"}' DELIMITED SIZE
               INTO WS-OUT
           END-STRING
           DISPLAY FUNCTION TRIM(WS-OUT).

       3100-FIND-JOURNAL-ENTRY.
           MOVE 'N' TO WS-JN-FOUND-FLAG
           MOVE ZEROS TO WS-JN-LINE-NO
           OPEN INPUT JOURNAL-FILE
           IF WS-JOURNAL-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y' OR WS-JN-IS-FOUND
               READ JOURNAL-FILE INTO JOURNAL-RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-JN-LINE-NO
                       IF WS-JN-LINE-NO = WS-ENTRY-NO
                           MOVE 'Y' TO WS-JN-FOUND-FLAG
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JOURNAL-FILE
           MOVE 'N' TO WS-EOF
           IF NOT WS-JN-IS-FOUND
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-JN-TS WS-JN-ACTION WS-JN-FROM WS-JN-TO
               WS-JN-CUR
           MOVE ZEROS TO WS-JN-AMOUNT WS-JN-FEE
           MOVE FUNCTION TRIM(JOURNAL-RECORD) TO WS-REMAIN
           PERFORM UNTIL FUNCTION TRIM(WS-REMAIN) = SPACES
               PERFORM 8100-EXTRACT-TOKEN
               IF FUNCTION TRIM(WS-TOKEN) NOT = SPACES
                   PERFORM 3200-PARSE-JOURNAL-TOKEN
               END-IF
           END-PERFORM.

       3200-PARSE-JOURNAL-TOKEN.
           MOVE ZERO TO WS-POS
           INSPECT WS-TOKEN TALLYING WS-POS FOR CHARACTERS BEFORE '='
           IF WS-POS > 0
               MOVE WS-TOKEN(1:WS-POS) TO WS-FIELD-NAME
               MOVE WS-TOKEN(WS-POS + 2:) TO WS-FIELD-VAL
               EVALUATE FUNCTION TRIM(WS-FIELD-NAME)
                   WHEN 'ts'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL) TO WS-JN-TS
                   WHEN 'action'
                       MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
                           WS-FIELD-VAL)) TO WS-JN-ACTION
                   WHEN 'from'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL) TO WS-JN-FROM
                   WHEN 'to'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL) TO WS-JN-TO
                   WHEN 'amount'
                       MOVE FUNCTION NUMVAL(WS-FIELD-VAL)
                           TO WS-JN-AMOUNT
                   WHEN 'fee'
                       MOVE FUNCTION NUMVAL(WS-FIELD-VAL)
                           TO WS-JN-FEE
                   WHEN 'currency'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL) TO WS-JN-CUR
               END-EVALUATE
           END-IF.

      *----------------------------------------------------------------
      * action=UPHOLD - the member was right: the hold comes off and
      * the money comes back from the recipient, to the member or,
      * where a provisional credit already paid the member, to cover
      * that credit
      *----------------------------------------------------------------
       4000-UPHOLD-DISPUTE.
           PERFORM 4900-FIND-OPEN-DISPUTE
           IF WS-DP-IDX = ZEROS
               EXIT PARAGRAPH
           END-IF
           PERFORM 6000-OPEN-MASTER
           MOVE WS-DP-FROM(WS-DP-IDX) TO AM-ACCT-ID
           READ ACCOUNT-MASTER
               INVALID KEY
                   DISPLAY '{"status":"ERROR","message":"Sender not '
                       'on file"}'
                   EXIT PARAGRAPH
           END-READ
           MOVE WS-DP-TO(WS-DP-IDX) TO AM-ACCT-ID
           READ ACCOUNT-MASTER
               INVALID KEY
                   DISPLAY '{"status":"ERROR","message":"Recipient '
                       'not on file"}'
                   EXIT PARAGRAPH
           END-READ
           SUBTRACT WS-DP-AMOUNT(WS-DP-IDX) FROM AM-HOLD-TOTAL
           IF AM-HOLD-TOTAL < ZEROS
               MOVE ZEROS TO AM-HOLD-TOTAL
           END-IF
           PERFORM 4800-TAKE-UP-TO-BALANCE
           SUBTRACT WS-TAKE FROM AM-BALANCE
           MOVE WS-CUR-DATE TO AM-LAST-ACTIVITY
           REWRITE ACCOUNT-MASTER-RECORD
           MOVE AM-BALANCE TO WS-NEW-FROM
           MOVE WS-DP-TO(WS-DP-IDX) TO WS-MV-FROM
           MOVE WS-TAKE TO WS-MV-AMOUNT
           IF WS-DP-PROVISIONAL(WS-DP-IDX) = 'Y'
               MOVE 'DISPUTE-RECOVERY' TO WS-MV-ACTION
               MOVE SPACES TO WS-MV-TO
               MOVE ZEROS TO WS-NEW-TO
           ELSE
               MOVE 'DISPUTE-REVERSAL' TO WS-MV-ACTION
               MOVE WS-DP-FROM(WS-DP-IDX) TO WS-MV-TO
               MOVE WS-DP-FROM(WS-DP-IDX) TO AM-ACCT-ID
               READ ACCOUNT-MASTER
                   INVALID KEY
                       CONTINUE
               END-READ
               ADD WS-TAKE TO AM-BALANCE
               MOVE WS-CUR-DATE TO AM-LAST-ACTIVITY
               REWRITE ACCOUNT-MASTER-RECORD
               MOVE AM-BALANCE TO WS-NEW-TO
           END-IF
           IF WS-TAKE > ZEROS
               PERFORM 7000-WRITE-JOURNAL
           END-IF
           MOVE 'UPHELD' TO WS-DP-STATE(WS-DP-IDX)
           PERFORM 4700-RECORD-DECISION.

      *----------------------------------------------------------------
      * action=REJECT - the transfer stands: the hold comes off and
      * any provisional credit is taken back from the member
      *----------------------------------------------------------------
       4500-REJECT-DISPUTE.
           PERFORM 4900-FIND-OPEN-DISPUTE
           IF WS-DP-IDX = ZEROS
               EXIT PARAGRAPH
           END-IF
           PERFORM 6000-OPEN-MASTER
           MOVE WS-DP-FROM(WS-DP-IDX) TO AM-ACCT-ID
           READ ACCOUNT-MASTER
               INVALID KEY
                   DISPLAY '{"status":"ERROR","message":"Sender not '
                       'on file"}'
                   EXIT PARAGRAPH
           END-READ
           MOVE WS-DP-TO(WS-DP-IDX) TO AM-ACCT-ID
           READ ACCOUNT-MASTER
               INVALID KEY
                   DISPLAY '{"status":"ERROR","message":"Recipient '
                       'not on file"}'
                   EXIT PARAGRAPH
           END-READ
           SUBTRACT WS-DP-AMOUNT(WS-DP-IDX) FROM AM-HOLD-TOTAL
           IF AM-HOLD-TOTAL < ZEROS
               MOVE ZEROS TO AM-HOLD-TOTAL
           END-IF
           REWRITE ACCOUNT-MASTER-RECORD
           MOVE ZEROS TO WS-TAKE WS-SHORTFALL
           IF WS-DP-PROVISIONAL(WS-DP-IDX) = 'Y'
               MOVE WS-DP-FROM(WS-DP-IDX) TO AM-ACCT-ID
               READ ACCOUNT-MASTER
                   INVALID KEY
                       CONTINUE
               END-READ
               PERFORM 4800-TAKE-UP-TO-BALANCE
               SUBTRACT WS-TAKE FROM AM-BALANCE
               MOVE WS-CUR-DATE TO AM-LAST-ACTIVITY
               REWRITE ACCOUNT-MASTER-RECORD
               IF WS-TAKE > ZEROS
                   MOVE 'DISPUTE-CLAWBACK' TO WS-MV-ACTION
                   MOVE WS-DP-FROM(WS-DP-IDX) TO WS-MV-FROM
                   MOVE SPACES TO WS-MV-TO
                   MOVE WS-TAKE TO WS-MV-AMOUNT
                   MOVE AM-BALANCE TO WS-NEW-FROM
                   MOVE ZEROS TO WS-NEW-TO
                   PERFORM 7000-WRITE-JOURNAL
               END-IF
           END-IF
           MOVE 'REJECTED' TO WS-DP-STATE(WS-DP-IDX)
           PERFORM 4700-RECORD-DECISION.

       4700-RECORD-DECISION.
           MOVE WS-CUR-DATE   TO WS-DP-DECIDED-ON(WS-DP-IDX)
           MOVE WS-DECIDED-BY TO WS-DP-DECIDED-BY(WS-DP-IDX)
           MOVE WS-TAKE       TO WS-DP-RECOVERED(WS-DP-IDX)
           MOVE WS-TAKE      TO WS-AMT-D
           MOVE WS-SHORTFALL TO WS-AMT2-D
           MOVE SPACES TO WS-OUT
           STRING
               '{"status":"OK","dispute_id":"' DELIMITED SIZE
               FUNCTION TRIM(WS-DISPUTE-ID) DELIMITED SIZE
               '","decision":"' DELIMITED SIZE
               FUNCTION TRIM(WS-DP-STATE(WS-DP-IDX)) DELIMITED SIZE
               '","decided_by":"' DELIMITED SIZE
               FUNCTION TRIM(WS-DECIDED-BY) DELIMITED SIZE
               '","recovered":' DELIMITED SIZE
               FUNCTION TRIM(WS-AMT-D) DELIMITED SIZE
               ',"shortfall":' DELIMITED SIZE
               FUNCTION TRIM(WS-AMT2-D) DELIMITED SIZE
               '}' DELIMITED SIZE
               INTO WS-OUT
           END-STRING
           PERFORM 1500-REWRITE-DISPUTES
           DISPLAY FUNCTION TRIM(WS-OUT).

      * what can be taken from the account just read - never more
      * than its balance, the rest is the case shortfall
       4800-TAKE-UP-TO-BALANCE.
           MOVE ZEROS TO WS-SHORTFALL
           IF AM-BALANCE <= ZEROS
               MOVE ZEROS TO WS-TAKE
           ELSE
               IF AM-BALANCE < WS-DP-AMOUNT(WS-DP-IDX)
                   MOVE AM-BALANCE TO WS-TAKE
               ELSE
                   MOVE WS-DP-AMOUNT(WS-DP-IDX) TO WS-TAKE
               END-IF
           END-IF
           COMPUTE WS-SHORTFALL = WS-DP-AMOUNT(WS-DP-IDX) - WS-TAKE.

       4900-FIND-OPEN-DISPUTE.
           IF FUNCTION TRIM(WS-DISPUTE-ID) = SPACES OR
                   FUNCTION TRIM(WS-DECIDED-BY) = SPACES
               DISPLAY '{"status":"ERROR","message":"Needs '
                   'dispute_id= and decided_by="}'
               MOVE ZEROS TO WS-DP-IDX
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-DP-IDX
           PERFORM UNTIL WS-DP-IDX > WS-DP-COUNT OR
                   WS-DP-ID(WS-DP-IDX) = WS-DISPUTE-ID
               ADD 1 TO WS-DP-IDX
           END-PERFORM
           IF WS-DP-IDX > WS-DP-COUNT
               DISPLAY '{"status":"ERROR","message":"dispute_id not '
                   'on file: ' FUNCTION TRIM(WS-DISPUTE-ID) '"}'
               MOVE ZEROS TO WS-DP-IDX
               EXIT PARAGRAPH
           END-IF
           IF WS-DP-STATE(WS-DP-IDX) NOT = 'OPEN'
               DISPLAY '{"status":"ERROR","message":"Dispute already '
                   'decided: '
                   FUNCTION TRIM(WS-DP-STATE(WS-DP-IDX)) '"}'
               MOVE ZEROS TO WS-DP-IDX
           END-IF.

      *----------------------------------------------------------------
      * action=AGING - every open dispute against the resolution
      * target, oldest first as filed
      *----------------------------------------------------------------
       5000-AGING-REPORT.
           IF FUNCTION TRIM(WS-BUSINESS-DATE) = SPACES
               MOVE WS-CUR-DATE TO WS-DT-NUM
           ELSE
               STRING WS-BUSINESS-DATE(1:4) WS-BUSINESS-DATE(6:2)
                      WS-BUSINESS-DATE(9:2)
                   DELIMITED SIZE INTO WS-DT-NUM
               END-STRING
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DT-NUM) = ZEROS
               COMPUTE WS-ASOF-INT =
                   FUNCTION INTEGER-OF-DATE(WS-DT-NUM)
           ELSE
               MOVE ZEROS TO WS-ASOF-INT
           END-IF
           DISPLAY '{"dispute_aging":['
           MOVE 1 TO WS-DP-IDX
           PERFORM UNTIL WS-DP-IDX > WS-DP-COUNT
               IF WS-DP-STATE(WS-DP-IDX) = 'OPEN'
                   PERFORM 5100-AGE-ONE-DISPUTE
               END-IF
               ADD 1 TO WS-DP-IDX
           END-PERFORM
           MOVE WS-OPEN-AMOUNT TO WS-TOT-D
           MOVE SPACES TO WS-OUT
           MOVE WS-OPEN-COUNT TO WS-CNT-D
           STRING
               '],"summary":{"open":' DELIMITED SIZE
               FUNCTION TRIM(WS-CNT-D) DELIMITED SIZE
               INTO WS-OUT
           END-STRING
           MOVE WS-OVERDUE-COUNT TO WS-CNT-D
           MOVE WS-TARGET-DAYS TO WS-LEFT-D
           DISPLAY FUNCTION TRIM(WS-OUT)
               ',"overdue":' FUNCTION TRIM(WS-CNT-D)
               ',"target_days":' FUNCTION TRIM(WS-LEFT-D)
               ',"held_total":' FUNCTION TRIM(WS-TOT-D) '}}'.

       5100-AGE-ONE-DISPUTE.
           ADD 1 TO WS-OPEN-COUNT
           ADD WS-DP-AMOUNT(WS-DP-IDX) TO WS-OPEN-AMOUNT
           MOVE ZEROS TO WS-AGE-DAYS
           IF WS-ASOF-INT > ZEROS AND
                   WS-DP-OPENED-ON(WS-DP-IDX) IS NUMERIC
               MOVE WS-DP-OPENED-ON(WS-DP-IDX) TO WS-DT-NUM
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-DT-NUM) = ZEROS
                   COMPUTE WS-DT-INT =
                       FUNCTION INTEGER-OF-DATE(WS-DT-NUM)
                   COMPUTE WS-AGE-DAYS = WS-ASOF-INT - WS-DT-INT
               END-IF
           END-IF
           IF WS-AGE-DAYS < ZEROS
               MOVE ZEROS TO WS-AGE-DAYS
           END-IF
           COMPUTE WS-DAYS-LEFT = WS-TARGET-DAYS - WS-AGE-DAYS
           IF WS-DAYS-LEFT < ZEROS
               ADD 1 TO WS-OVERDUE-COUNT
           END-IF
           MOVE WS-DP-AMOUNT(WS-DP-IDX) TO WS-AMT-D
           MOVE WS-AGE-DAYS TO WS-AGE-D
           MOVE WS-DAYS-LEFT TO WS-LEFT-D
           IF WS-FIRST-REC = 'N'
               DISPLAY ','
           END-IF
           MOVE SPACES TO WS-OUT
           STRING
               '{"dispute_id":"' DELIMITED SIZE
               FUNCTION TRIM(WS-DP-ID(WS-DP-IDX)) DELIMITED SIZE
               '","from":"' DELIMITED SIZE
               FUNCTION TRIM(WS-DP-FROM(WS-DP-IDX)) DELIMITED SIZE
               '","to":"' DELIMITED SIZE
               FUNCTION TRIM(WS-DP-TO(WS-DP-IDX)) DELIMITED SIZE
               '","amount":' DELIMITED SIZE
               FUNCTION TRIM(WS-AMT-D) DELIMITED SIZE
               ',"opened_on":"' DELIMITED SIZE
               WS-DP-OPENED-ON(WS-DP-IDX) DELIMITED SIZE
               '","age_days":' DELIMITED SIZE
               FUNCTION TRIM(WS-AGE-D) DELIMITED SIZE
               ',"days_left":' DELIMITED SIZE
               FUNCTION TRIM(WS-LEFT-D) DELIMITED SIZE
               INTO WS-OUT
           END-STRING
           IF WS-DAYS-LEFT < ZEROS
               DISPLAY FUNCTION TRIM(WS-OUT) ',"overdue":"Y"}'
           ELSE
               DISPLAY FUNCTION TRIM(WS-OUT) ',"overdue":"N"}'
           END-IF
           MOVE 'N' TO WS-FIRST-REC.

       6000-OPEN-MASTER.
           IF NOT WS-MASTER-IS-OPEN
               OPEN I-O ACCOUNT-MASTER
               IF WS-MASTER-STATUS = '35'
                   OPEN OUTPUT ACCOUNT-MASTER
                   CLOSE ACCOUNT-MASTER
                   OPEN I-O ACCOUNT-MASTER
               END-IF
               MOVE 'Y' TO WS-MASTER-OPEN-FLAG
           END-IF.

      * the CFWALLET journal shape, so action=HISTORY, CFGLEXP and
      * the replay tools read a dispute movement like any other
       7000-WRITE-JOURNAL.
           MOVE FUNCTION CURRENT-DATE TO WS-CUR-DATETIME
           MOVE WS-CUR-DATETIME(1:8)  TO WS-TIMESTAMP(1:8)
           MOVE '-'                   TO WS-TIMESTAMP(9:1)
           MOVE WS-CUR-DATETIME(9:6)  TO WS-TIMESTAMP(10:6)
           MOVE WS-MV-AMOUNT TO WS-AMT-D
           MOVE WS-NEW-FROM  TO WS-FROM-D
           MOVE WS-NEW-TO    TO WS-TO-D
           MOVE SPACES TO JOURNAL-RECORD
           STRING
               'ts=' DELIMITED SIZE
               FUNCTION TRIM(WS-TIMESTAMP) DELIMITED SIZE
               ' action=' DELIMITED SIZE
               FUNCTION TRIM(WS-MV-ACTION) DELIMITED SIZE
               ' from=' DELIMITED SIZE
               FUNCTION TRIM(WS-MV-FROM) DELIMITED SIZE
               ' to=' DELIMITED SIZE
               FUNCTION TRIM(WS-MV-TO) DELIMITED SIZE
               ' amount=' DELIMITED SIZE
               FUNCTION TRIM(WS-AMT-D) DELIMITED SIZE
               ' fee=.00 from_balance=' DELIMITED SIZE
               FUNCTION TRIM(WS-FROM-D) DELIMITED SIZE
               ' to_balance=' DELIMITED SIZE
               FUNCTION TRIM(WS-TO-D) DELIMITED SIZE
               ' currency=' DELIMITED SIZE
               FUNCTION TRIM(WS-DP-CURRENCY(WS-DP-IDX)) DELIMITED SIZE
               ' dispute_id=' DELIMITED SIZE
               FUNCTION TRIM(WS-DP-ID(WS-DP-IDX)) DELIMITED SIZE
               INTO JOURNAL-RECORD
           END-STRING
           PERFORM 8950-CHAIN-JOURNAL-LINE
           OPEN EXTEND JOURNAL-FILE
           IF WS-JOURNAL-STATUS NOT = '00'
               CLOSE JOURNAL-FILE
               OPEN OUTPUT JOURNAL-FILE
           END-IF
           WRITE JOURNAL-RECORD
           CLOSE JOURNAL-FILE
           PERFORM 8990-SAVE-CHAIN-HEAD.

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
