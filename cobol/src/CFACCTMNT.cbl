      *                   opened/closed dates                          *
      *   action=OPEN   - account_id= [balance=N] opens a new ACTIVE   *
      *                   account dated today; an id already on file   *
      *                   is an error. [product=] names the savings    *
      *                   product the fee tariff prices (default       *
      *                   SAVINGS)                                     *
      *   action=STATUS - account_id= status=ACTIVE|FROZEN|CLOSED      *
      *                   changes the lifecycle state; CLOSED demands  *
      *                   a zero balance and stamps the closed date,   *
      * Every OPEN and STATUS change appends one audit line            *
      * (timestamp, account, old status, new status) so there is a    *
      * paper trail for who was frozen when.                           *
      * Each line ends in chain=<18 digits>, a running hash over the   *
      * line and the one before it (head in <audit_log>.chain), which  *
      * CFCHAIN walks to prove the trail was not edited afterwards.    *
      * Maker-checker: the sensitive actions - STATUS, OPEN with a    *
      * nonzero balance, and the manual balance adjustment            *
      * action=ADJUST account_id= amount= (signed) - no longer apply  *
      *   pending_file=<path> - default CFACCTMNT_PENDING.DAT         *
      * OPEN with a zero balance, LIST and AUDIT are not sensitive    *
      * and apply immediately as before.                               *
      *   system_date_file=<path> - default CFSYSDATE.DAT; its         *
      *       business date stands in for today when no date           *
      *       argument is given                                        *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CFACCTMNT.
           SELECT AUDIT-LOG ASSIGN TO DYNAMIC WS-AUDIT-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT CHAIN-HEAD ASSIGN TO DYNAMIC WS-CHAIN-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHAIN-STATUS.
           SELECT PENDING-FILE ASSIGN TO DYNAMIC WS-PENDING-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDING-STATUS.
           SELECT CMDLOG-FILE ASSIGN TO DYNAMIC WS-CMDLOG-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CMDLOG-STATUS.
           SELECT SYSTEM-DATE-FILE ASSIGN TO DYNAMIC WS-SYSDATE-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SYSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-LOG.
       01  AUDIT-RECORD        PIC X(200).

       FD  CHAIN-HEAD.
       01  CHAIN-HEAD-RECORD   PIC X(100).

       FD  PENDING-FILE.
       01  PENDING-RECORD      PIC X(300).

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
       01  WS-MASTER-FILE      PIC X(200) VALUE 'CFWALLET_ACCOUNTS.DAT'.
       01  WS-MASTER-STATUS    PIC XX VALUE SPACES.
       01  WS-AUDIT-FILE       PIC X(200) VALUE 'CFACCTMNT_AUDIT.LOG'.
       01  WS-AUDIT-STATUS     PIC XX VALUE SPACES.
      * tamper-evident chain over the maintenance trail - the head
      * file <log>.chain holds the last chain value written to it
       01  WS-CHAIN-FILE       PIC X(210) VALUE SPACES.
       01  WS-CHAIN-STATUS     PIC XX VALUE SPACES.
       01  WS-CH-HEAD-FLAG     PIC X VALUE 'N'.
           88  WS-CH-HEAD-FOUND    VALUE 'Y'.
       01  WS-CH-EOF           PIC X VALUE 'N'.
       01  WS-CH-LINE          PIC X(400) VALUE SPACES.
       01  WS-CH-LAST          PIC X(400) VALUE SPACES.
       01  WS-CH-MAX           PIC 9(3) VALUE 175.
       01  WS-CH-LEN           PIC 9(3) VALUE ZEROS.
       01  WS-CH-POS           PIC 9(3) VALUE ZEROS.
       01  WS-CH-PTR           PIC 9(3) VALUE ZEROS.
       01  WS-CH-PREV          PIC 9(18) VALUE ZEROS.
       01  WS-CH-A             PIC 9(12) VALUE ZEROS.
       01  WS-CH-B             PIC 9(12) VALUE ZEROS.
       01  WS-CH-VALUE         PIC 9(18) VALUE ZEROS.

       01  WS-ARG-COUNT        PIC 9(3) VALUE ZEROS.
       01  WS-ARG-IDX          PIC 9(3) VALUE ZEROS.
      * the branch an OPEN assigns - every account belongs
      * somewhere, HQ when nobody says otherwise
       01  WS-BRANCH-CODE      PIC X(4) VALUE 'HQ'.
       01  WS-PRODUCT-CODE     PIC X(8) VALUE 'SAVINGS'.
       01  WS-CUR-DATE         PIC X(8) VALUE SPACES.
       01  WS-CUR-DATETIME     PIC X(21) VALUE SPACES.
       01  WS-TIMESTAMP        PIC X(26) VALUE SPACES.
               10  WS-PD-AMOUNT    PIC S9(13)V99.
               10  WS-PD-CURRENCY  PIC X(4).
               10  WS-PD-BRANCH    PIC X(4).
               10  WS-PD-PRODUCT   PIC X(8).
               10  WS-PD-MAKER     PIC X(20).
               10  WS-PD-MADE-ON   PIC X(8).
               10  WS-PD-STATE     PIC X(10).
       01  WS-PD-IN-AMOUNT     PIC S9(13)V99 VALUE ZEROS.
       01  WS-PD-IN-CURRENCY   PIC X(4) VALUE SPACES.
       01  WS-PD-IN-BRANCH     PIC X(4) VALUE SPACES.
       01  WS-PD-IN-PRODUCT    PIC X(8) VALUE SPACES.
       01  WS-PD-IN-MAKER      PIC X(20) VALUE SPACES.
       01  WS-PD-IN-MADE-ON    PIC X(8) VALUE SPACES.
       01  WS-PD-IN-STATE      PIC X(10) VALUE SPACES.
               PERFORM 0050-PARSE-OPTION-ARG
               ADD 1 TO WS-ARG-IDX
           END-PERFORM
           PERFORM 0880-READ-SYSTEM-DATE
           IF WS-SYSTEM-YMD NOT = SPACES
               MOVE WS-SYSTEM-YMD TO WS-CUR-DATE
           END-IF
           MOVE WS-ACTION TO WS-GATE-ACTION
           PERFORM 0900-CHECK-OPERATOR
           MOVE WS-CUR-DATE TO WS-DT-NUM
                   WHEN 'branch'
                       MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
                           WS-FIELD-VAL)) TO WS-BRANCH-CODE
                   WHEN 'product'
                       MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
                           WS-FIELD-VAL)) TO WS-PRODUCT-CODE
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
                   MOVE ZEROS TO AM-HOLD-TOTAL
                   MOVE ZEROS TO AM-EARMARK-TOTAL
                   MOVE WS-BRANCH-CODE TO AM-BRANCH
                   MOVE WS-PRODUCT-CODE TO AM-PRODUCT
                   WRITE ACCOUNT-MASTER-RECORD
                   MOVE SPACES TO WS-OLD-STATUS
                   MOVE 'ACTIVE' TO WS-NEW-STATUS
           MOVE WS-ADJUST-AMT    TO WS-PD-AMOUNT(WS-PD-COUNT)
           MOVE WS-OPEN-CURRENCY TO WS-PD-CURRENCY(WS-PD-COUNT)
           MOVE WS-BRANCH-CODE   TO WS-PD-BRANCH(WS-PD-COUNT)
           MOVE WS-PRODUCT-CODE  TO WS-PD-PRODUCT(WS-PD-COUNT)
           MOVE WS-USER-ID       TO WS-PD-MAKER(WS-PD-COUNT)
           MOVE WS-CUR-DATE      TO WS-PD-MADE-ON(WS-PD-COUNT)
           MOVE 'PENDING'        TO WS-PD-STATE(WS-PD-COUNT)
                       MOVE WS-PD-BRANCH(WS-PD-IDX)
                           TO WS-BRANCH-CODE
                   END-IF
                   IF FUNCTION TRIM(WS-PD-PRODUCT(WS-PD-IDX))
                           NOT = SPACES
                       MOVE WS-PD-PRODUCT(WS-PD-IDX)
                           TO WS-PRODUCT-CODE
                   END-IF
                   PERFORM 3000-OPEN-ACCOUNT
               WHEN 'STATUS'
                   MOVE WS-PD-NEWSTAT(WS-PD-IDX) TO WS-NEW-STATUS
           END-IF
           MOVE SPACES TO WS-PD-IN-ID WS-PD-IN-ACT WS-PD-IN-ACCT
               WS-PD-IN-NEWSTAT WS-PD-IN-CURRENCY WS-PD-IN-BRANCH
               WS-PD-IN-PRODUCT
               WS-PD-IN-MAKER
               WS-PD-IN-MADE-ON WS-PD-IN-STATE WS-PD-IN-CHECKER
           MOVE ZEROS TO WS-PD-IN-BALANCE WS-PD-IN-AMOUNT
           MOVE WS-PD-IN-AMOUNT   TO WS-PD-AMOUNT(WS-PD-COUNT)
           MOVE WS-PD-IN-CURRENCY TO WS-PD-CURRENCY(WS-PD-COUNT)
           MOVE WS-PD-IN-BRANCH   TO WS-PD-BRANCH(WS-PD-COUNT)
           MOVE WS-PD-IN-PRODUCT  TO WS-PD-PRODUCT(WS-PD-COUNT)
           MOVE WS-PD-IN-MAKER    TO WS-PD-MAKER(WS-PD-COUNT)
           MOVE WS-PD-IN-MADE-ON  TO WS-PD-MADE-ON(WS-PD-COUNT)
           MOVE WS-PD-IN-STATE    TO WS-PD-STATE(WS-PD-COUNT)
                   WHEN 'branch'
                       MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
                           WS-FIELD-VAL)) TO WS-PD-IN-BRANCH
                   WHEN 'product'
                       MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
                           WS-FIELD-VAL)) TO WS-PD-IN-PRODUCT
                   WHEN 'maker'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-PD-IN-MAKER
               ' branch=' DELIMITED SIZE
               FUNCTION TRIM(WS-PD-BRANCH(WS-PD-IDX))
                   DELIMITED SIZE
               ' product=' DELIMITED SIZE
               FUNCTION TRIM(WS-PD-PRODUCT(WS-PD-IDX))
                   DELIMITED SIZE
               ' maker=' DELIMITED SIZE
               FUNCTION TRIM(WS-PD-MAKER(WS-PD-IDX)) DELIMITED SIZE
               ' made_on=' DELIMITED SIZE
               END-STRING
               MOVE WS-OUT TO AUDIT-RECORD
           END-IF
           PERFORM 8950-CHAIN-AUDIT-LINE
           OPEN EXTEND AUDIT-LOG
           IF WS-AUDIT-STATUS NOT = '00'
               CLOSE AUDIT-LOG
               OPEN OUTPUT AUDIT-LOG
           END-IF
           WRITE AUDIT-RECORD
           CLOSE AUDIT-LOG
           PERFORM 8990-SAVE-CHAIN-HEAD.

      *----------------------------------------------------------------
      * tamper-evident chain over the maintenance trail: every line
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

       9000-REPORT-ACCOUNT.
           MOVE AM-BALANCE TO WS-BAL-D
