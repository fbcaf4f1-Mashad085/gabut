      *================================================================*
      * CFNOSTRO.cbl - Nostro Reconciliation Against the Bank Statement*
      * CFCLRIMP proves the bank's clearing file adds up to its own    *
      * trailer; this program proves what the bank says it moved on    *
      * our nostro account is what we booked. The partner bank's daily *
      * statement (CF-NOSTMT.cpy) is matched movement by movement      *
      * against our side of the day - CFBATCH's settlement rows, the   *
      * TOPUP/TRANSFER lines CFCLRIMP generated and the outbound       *
      * payments - on amount, value date, account and direction, each  *
      * item matching once. What does not match on either side goes    *
      * to the open-items file, which carries forward night to night   *
      * with the date each item was first seen: tonight's run first    *
      * tries last night's open items against tonight's movements, so  *
      * a timing difference clears itself the day the other side       *
      * arrives and only the real breaks grow old.                     *
      * The treasurer's reconciliation statement then shows the bank   *
      * balance, our book balance and the open items that explain the  *
      * difference between them.                                       *
      * Our side of the day:                                           *
      *   settlement rows  - one item per account with a non-zero net, *
      *                      IN when net is positive, OUT otherwise;   *
      *                      value date settlement_date=               *
      *   CFCLRIMP lines   - TOPUP is IN to account_id; TRANSFER is    *
      *                      OUT from account_id, taken only when no   *
      *                      settlement file is given (CFBATCH already *
      *                      nets those transfers into its settlement  *
      *                      rows); value date batch_date=             *
      *   outbound payments- every payment not REJECTED is OUT from    *
      *                      its account_id on its own value_date; a   *
      *                      RETURNED line is the money coming back IN *
      * The book balance carries forward on the open-items file's      *
      * control line: last night's balance plus tonight's booked IN    *
      * less OUT. The first run starts it from opening_book=, or from  *
      * the statement's opening balance.                               *
      * Args (key=value, any order):                                   *
      *   statement_file=<path> - the bank statement (required)        *
      *   business_date=YYYYMMDD - default the statement date; a       *
      *                   statement for any other date is refused      *
      *   settlement_file=<path> - CFBATCH's settlement file           *
      *   settlement_date=YYYYMMDD - default business_date             *
      *   batch_file=<path>     - CFCLRIMP's generated batch file      *
      *   batch_date=YYYYMMDD   - default business_date                *
      *   payment_file=<path>   - the outbound payment file            *
      *   open_items_file=<path> - default CFNOSTRO_OPEN.DAT           *
      *   report_file=<path> - default CFNOSTRO_STMT_<date>.TXT        *
      *   opening_book=<amt> - first run only, see above               *
      *   stale_days=N       - open items older than this are counted  *
      *                        as stale (default 5)                    *
      * A statement whose details do not add up to its own trailer,    *
      * or a business date already reconciled, is refused with         *
      * nothing written. RETURN-CODE 8 on refusal, 4 when the open     *
      * items do not explain the whole difference.                     *
      * Output stdout: JSON summary.                                   *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CFNOSTRO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. LINUX.
       OBJECT-COMPUTER. LINUX.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STMT-INPUT ASSIGN TO DYNAMIC WS-STMT-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STMT-STATUS.
           SELECT SETTLEMENT-IN ASSIGN TO DYNAMIC WS-SETT-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SETT-STATUS.
           SELECT BATCH-IN ASSIGN TO DYNAMIC WS-BATCH-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BATCH-STATUS.
           SELECT PAYMENT-IN ASSIGN TO DYNAMIC WS-PAY-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAY-STATUS.
           SELECT OPEN-ITEMS-FILE ASSIGN TO DYNAMIC WS-OPEN-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPEN-STATUS.
           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STMT-INPUT.
       01  STMT-INPUT-RECORD   PIC X(200).
           COPY CF-NOSTMT.

       FD  SETTLEMENT-IN.
       01  SETTLEMENT-RECORD   PIC X(200).

       FD  BATCH-IN.
       01  BATCH-RECORD        PIC X(300).

       FD  PAYMENT-IN.
       01  PAYMENT-RECORD      PIC X(500).

       FD  OPEN-ITEMS-FILE.
       01  OPEN-ITEM-RECORD    PIC X(300).

       FD  REPORT-FILE.
       01  REPORT-RECORD       PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-STMT-FILE        PIC X(200) VALUE SPACES.
       01  WS-STMT-STATUS      PIC XX VALUE SPACES.
       01  WS-SETT-FILE        PIC X(200) VALUE SPACES.
       01  WS-SETT-STATUS      PIC XX VALUE SPACES.
       01  WS-BATCH-FILE       PIC X(200) VALUE SPACES.
       01  WS-BATCH-STATUS     PIC XX VALUE SPACES.
       01  WS-PAY-FILE         PIC X(200) VALUE SPACES.
       01  WS-PAY-STATUS       PIC XX VALUE SPACES.
       01  WS-OPEN-FILE        PIC X(200)
               VALUE 'CFNOSTRO_OPEN.DAT'.
       01  WS-OPEN-STATUS      PIC XX VALUE SPACES.
       01  WS-REPORT-FILE      PIC X(200) VALUE SPACES.
       01  WS-REPORT-STATUS    PIC XX VALUE SPACES.

       01  WS-ARG-COUNT        PIC 9(3) VALUE ZEROS.
       01  WS-ARG-IDX          PIC 9(3) VALUE ZEROS.
       01  WS-OPT-ARG          PIC X(200) VALUE SPACES.
       01  WS-FIELD-NAME       PIC X(30) VALUE SPACES.
       01  WS-FIELD-VAL        PIC X(200) VALUE SPACES.
       01  WS-POS              PIC 9(4) VALUE ZEROS.
       01  WS-EOF              PIC X VALUE 'N'.
       01  WS-REMAIN           PIC X(500) VALUE SPACES.
       01  WS-TOKEN            PIC X(500) VALUE SPACES.

       01  WS-BUSINESS-DATE    PIC X(8) VALUE SPACES.
       01  WS-SETT-DATE        PIC X(8) VALUE SPACES.
       01  WS-BATCH-DATE       PIC X(8) VALUE SPACES.
       01  WS-STALE-DAYS       PIC 9(5) VALUE 5.
       01  WS-OPENING-BOOK     PIC S9(13)V99 VALUE ZEROS.
       01  WS-OPENING-BOOK-FLAG PIC X VALUE 'N'.
           88  WS-OPENING-BOOK-GIVEN VALUE 'Y'.
       01  WS-DT-NUM           PIC 9(8) VALUE ZEROS.
       01  WS-DAY-NUM          PIC 9(8) VALUE ZEROS.
       01  WS-AGE-DAYS         PIC S9(7) VALUE ZEROS.

      * the statement as read - header, details, trailer
       01  WS-LINE-NUM         PIC 9(7) VALUE ZEROS.
       01  WS-HEADER-SEEN      PIC X VALUE 'N'.
           88  WS-HAS-HEADER       VALUE 'Y'.
       01  WS-TRAILER-SEEN     PIC X VALUE 'N'.
           88  WS-HAS-TRAILER      VALUE 'Y'.
       01  WS-NOSTRO-ACCT      PIC X(20) VALUE SPACES.
       01  WS-STMT-DATE        PIC X(8) VALUE SPACES.
       01  WS-CURRENCY         PIC X(4) VALUE SPACES.
       01  WS-BANK-OPENING     PIC S9(13)V99 VALUE ZEROS.
       01  WS-BANK-CLOSING     PIC S9(13)V99 VALUE ZEROS.
       01  WS-BANK-COMPUTED    PIC S9(13)V99 VALUE ZEROS.
       01  WS-TRAILER-COUNT    PIC 9(7) VALUE ZEROS.
       01  WS-DETAIL-COUNT     PIC 9(7) VALUE ZEROS.
       01  WS-BAD-DETAIL-COUNT PIC 9(7) VALUE ZEROS.
       01  WS-BANK-CR-TOTAL    PIC S9(13)V99 VALUE ZEROS.
       01  WS-BANK-DR-TOTAL    PIC S9(13)V99 VALUE ZEROS.

      * open-items control line carried from the previous run
       01  WS-CTL-SEEN         PIC X VALUE 'N'.
           88  WS-HAS-CONTROL      VALUE 'Y'.
       01  WS-CTL-LAST-DATE    PIC X(8) VALUE SPACES.
       01  WS-CTL-BOOK-BALANCE PIC S9(13)V99 VALUE ZEROS.

      * our side of the day
       01  WS-BOOK-IN-TOTAL    PIC S9(13)V99 VALUE ZEROS.
       01  WS-BOOK-OUT-TOTAL   PIC S9(13)V99 VALUE ZEROS.
       01  WS-BOOK-OPENING     PIC S9(13)V99 VALUE ZEROS.
       01  WS-BOOK-BALANCE     PIC S9(13)V99 VALUE ZEROS.
       01  WS-SETT-ITEMS       PIC 9(7) VALUE ZEROS.
       01  WS-BATCH-ITEMS      PIC 9(7) VALUE ZEROS.
       01  WS-PAY-ITEMS        PIC 9(7) VALUE ZEROS.
       01  WS-CARRIED-ITEMS    PIC 9(7) VALUE ZEROS.

      * every item in play tonight: last night's open items first,
      * then the statement, then our side - the match walks the
      * table in order so the oldest item is always taken first
       01  WS-IT-COUNT         PIC 9(5) VALUE ZEROS.
       01  WS-IT-IDX           PIC 9(5) VALUE ZEROS.
       01  WS-IT-JDX           PIC 9(5) VALUE ZEROS.
       01  WS-IT-TRUNC-FLAG    PIC X VALUE 'N'.
           88  WS-IT-IS-TRUNCATED  VALUE 'Y'.
       01  WS-IT-TABLE.
           05  WS-IT-ENTRY OCCURS 20000 TIMES.
               10  WS-IT-SIDE      PIC X(4).
               10  WS-IT-DIR       PIC X(3).
               10  WS-IT-ACCT      PIC X(50).
               10  WS-IT-AMOUNT    PIC S9(13)V99.
               10  WS-IT-VDATE     PIC X(8).
               10  WS-IT-FIRST     PIC X(8).
               10  WS-IT-SOURCE    PIC X(8).
               10  WS-IT-REF       PIC X(30).
               10  WS-IT-CARRIED   PIC X.
               10  WS-IT-MATCHED   PIC X.

      * the item being assembled from one input line
       01  WS-NEW-SIDE         PIC X(4) VALUE SPACES.
       01  WS-NEW-DIR          PIC X(3) VALUE SPACES.
       01  WS-NEW-ACCT         PIC X(50) VALUE SPACES.
       01  WS-NEW-AMOUNT       PIC S9(13)V99 VALUE ZEROS.
       01  WS-NEW-VDATE        PIC X(8) VALUE SPACES.
       01  WS-NEW-FIRST        PIC X(8) VALUE SPACES.
       01  WS-NEW-SOURCE       PIC X(8) VALUE SPACES.
       01  WS-NEW-REF          PIC X(30) VALUE SPACES.
       01  WS-NEW-CARRIED      PIC X VALUE 'N'.

      * fields parsed off one key=value line
       01  WS-P-SIDE           PIC X(4) VALUE SPACES.
       01  WS-P-DIR            PIC X(3) VALUE SPACES.
       01  WS-P-ACCT           PIC X(50) VALUE SPACES.
       01  WS-P-ACTION         PIC X(20) VALUE SPACES.
       01  WS-P-AMOUNT         PIC S9(13)V99 VALUE ZEROS.
       01  WS-P-NET            PIC S9(13)V99 VALUE ZEROS.
       01  WS-P-VDATE          PIC X(8) VALUE SPACES.
       01  WS-P-FIRST          PIC X(8) VALUE SPACES.
       01  WS-P-SOURCE         PIC X(8) VALUE SPACES.
       01  WS-P-REF            PIC X(30) VALUE SPACES.
       01  WS-P-PAYMENT-ID     PIC X(30) VALUE SPACES.
       01  WS-P-STATUS         PIC X(12) VALUE SPACES.
       01  WS-P-LAST-DATE      PIC X(8) VALUE SPACES.
       01  WS-P-BOOK-BALANCE   PIC S9(13)V99 VALUE ZEROS.

      * the match and what is left open
       01  WS-FOUND-FLAG       PIC X VALUE 'N'.
           88  WS-FOUND            VALUE 'Y'.
       01  WS-MATCHED-COUNT    PIC 9(7) VALUE ZEROS.
       01  WS-MATCHED-AMOUNT   PIC S9(15)V99 VALUE ZEROS.
       01  WS-CLEARED-CARRIED  PIC 9(7) VALUE ZEROS.
       01  WS-OPEN-BANK-COUNT  PIC 9(7) VALUE ZEROS.
       01  WS-OPEN-BOOK-COUNT  PIC 9(7) VALUE ZEROS.
       01  WS-STALE-COUNT      PIC 9(7) VALUE ZEROS.
       01  WS-OLDEST-AGE       PIC S9(7) VALUE ZEROS.
       01  WS-BANK-ONLY-IN     PIC S9(13)V99 VALUE ZEROS.
       01  WS-BANK-ONLY-OUT    PIC S9(13)V99 VALUE ZEROS.
       01  WS-BOOK-ONLY-IN     PIC S9(13)V99 VALUE ZEROS.
       01  WS-BOOK-ONLY-OUT    PIC S9(13)V99 VALUE ZEROS.
       01  WS-ADJUSTED-BANK    PIC S9(13)V99 VALUE ZEROS.
       01  WS-DIFFERENCE       PIC S9(13)V99 VALUE ZEROS.

       01  WS-AMT-D            PIC Z(13).99.
       01  WS-SAMT-D           PIC -(13).99.
       01  WS-CNT-D            PIC Z(6)9.
       01  WS-AGE-D            PIC -(6)9.
       01  WS-LINE             PIC X(132) VALUE SPACES.
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
           IF FUNCTION TRIM(WS-STMT-FILE) = SPACES
               DISPLAY '{"error":"Usage: cfnostro '
                   'statement_file=<path> [business_date=YYYYMMDD] '
                   '[settlement_file=<path>] [settlement_date=] '
                   '[batch_file=<path>] [batch_date=] '
                   '[payment_file=<path>] [open_items_file=<path>] '
                   '[report_file=<path>] [opening_book=<amt>] '
                   '[stale_days=N]"}'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1000-READ-STATEMENT
           IF NOT WS-HAS-HEADER OR NOT WS-HAS-TRAILER
               DISPLAY '{"error":"Statement has no header or no '
                   'trailer record - nothing written"}'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
      * the trailer is the bank's own statement of the account - a
      * file whose details do not carry the opening balance to it is
      * truncated or doctored and is not reconciled at all
           COMPUTE WS-BANK-COMPUTED = WS-BANK-OPENING
               + WS-BANK-CR-TOTAL - WS-BANK-DR-TOTAL
           IF WS-TRAILER-COUNT NOT = WS-DETAIL-COUNT OR
                   WS-BANK-COMPUTED NOT = WS-BANK-CLOSING OR
                   WS-BAD-DETAIL-COUNT > ZEROS
               MOVE WS-DETAIL-COUNT TO WS-CNT-D
               MOVE WS-BANK-COMPUTED TO WS-SAMT-D
               DISPLAY '{"error":"Statement does not reconcile to '
                   'its trailer: ' FUNCTION TRIM(WS-CNT-D)
                   ' details carry the balance to '
                   FUNCTION TRIM(WS-SAMT-D) ' - nothing written"}'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-BUSINESS-DATE = SPACES
               MOVE WS-STMT-DATE TO WS-BUSINESS-DATE
           END-IF
           IF WS-BUSINESS-DATE IS NOT NUMERIC
               DISPLAY '{"error":"business_date must be YYYYMMDD"}'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-BUSINESS-DATE TO WS-DT-NUM
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DT-NUM) NOT = ZEROS
               DISPLAY '{"error":"business_date must be YYYYMMDD"}'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-STMT-DATE NOT = WS-BUSINESS-DATE
               DISPLAY '{"error":"Statement is dated '
                   WS-STMT-DATE ', not the business date '
                   WS-BUSINESS-DATE '"}'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-SETT-DATE = SPACES
               MOVE WS-BUSINESS-DATE TO WS-SETT-DATE
           END-IF
           IF WS-BATCH-DATE = SPACES
               MOVE WS-BUSINESS-DATE TO WS-BATCH-DATE
           END-IF
           IF FUNCTION TRIM(WS-REPORT-FILE) = SPACES
               STRING 'CFNOSTRO_STMT_' WS-BUSINESS-DATE '.TXT'
                   DELIMITED SIZE INTO WS-REPORT-FILE
               END-STRING
           END-IF
           PERFORM 2000-LOAD-OPEN-ITEMS
           IF WS-HAS-CONTROL AND
                   WS-CTL-LAST-DATE NOT < WS-BUSINESS-DATE
               DISPLAY '{"error":"Business date ' WS-BUSINESS-DATE
                   ' is not after the last reconciled date '
                   WS-CTL-LAST-DATE ' - nothing written"}'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 2500-BUFFER-STATEMENT
           IF FUNCTION TRIM(WS-SETT-FILE) NOT = SPACES
               PERFORM 3000-READ-SETTLEMENT
           END-IF
           IF FUNCTION TRIM(WS-BATCH-FILE) NOT = SPACES
               PERFORM 3200-READ-BATCH-FILE
           END-IF
           IF FUNCTION TRIM(WS-PAY-FILE) NOT = SPACES
               PERFORM 3400-READ-PAYMENTS
           END-IF
           IF WS-IT-IS-TRUNCATED
               DISPLAY '{"error":"More than 20000 items in play - '
                   'nothing written"}'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 4000-MATCH-ITEMS
           PERFORM 4500-TOTAL-OPEN-ITEMS
           PERFORM 5000-WRITE-OPEN-ITEMS
           PERFORM 6000-PRINT-STATEMENT
           PERFORM 9000-SUMMARY
           IF WS-DIFFERENCE NOT = ZEROS
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
                   WHEN 'statement_file'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-STMT-FILE
                   WHEN 'business_date'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-BUSINESS-DATE
                   WHEN 'settlement_file'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-SETT-FILE
                   WHEN 'settlement_date'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-SETT-DATE
                   WHEN 'batch_file'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-BATCH-FILE
                   WHEN 'batch_date'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-BATCH-DATE
                   WHEN 'payment_file'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL) TO WS-PAY-FILE
                   WHEN 'open_items_file'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-OPEN-FILE
                   WHEN 'report_file'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-REPORT-FILE
                   WHEN 'opening_book'
                       MOVE FUNCTION NUMVAL(WS-FIELD-VAL)
                           TO WS-OPENING-BOOK
                       MOVE 'Y' TO WS-OPENING-BOOK-FLAG
                   WHEN 'stale_days'
                       MOVE FUNCTION NUMVAL(WS-FIELD-VAL)
                           TO WS-STALE-DAYS
               END-EVALUATE
           END-IF.

      *----------------------------------------------------------------
      * one pass over the bank statement - header and trailer
      * captured, details totalled for the trailer check; the details
      * are buffered as items only once the statement has proved
      * itself and the open items are loaded ahead of them
      *----------------------------------------------------------------
       1000-READ-STATEMENT.
           OPEN INPUT STMT-INPUT
           IF WS-STMT-STATUS NOT = '00'
               DISPLAY '{"error":"Cannot open statement file: '
                   FUNCTION TRIM(WS-STMT-FILE) '"}'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ STMT-INPUT
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-LINE-NUM
                       PERFORM 1100-CHECK-ONE-RECORD
               END-READ
           END-PERFORM
           CLOSE STMT-INPUT.

       1100-CHECK-ONE-RECORD.
           IF FUNCTION TRIM(STMT-INPUT-RECORD) = SPACES
               EXIT PARAGRAPH
           END-IF
           EVALUATE SH-REC-TYPE
               WHEN 'H'
                   MOVE 'Y' TO WS-HEADER-SEEN
                   MOVE SH-NOSTRO-ACCT TO WS-NOSTRO-ACCT
                   MOVE SH-STMT-DATE TO WS-STMT-DATE
                   MOVE SH-CURRENCY TO WS-CURRENCY
                   IF SH-OPEN-BALANCE IS NUMERIC
                       MOVE SH-OPEN-BALANCE TO WS-BANK-OPENING
                       IF SH-OPEN-SIGN = '-'
                           COMPUTE WS-BANK-OPENING =
                               ZERO - WS-BANK-OPENING
                       END-IF
                   END-IF
               WHEN 'D'
                   ADD 1 TO WS-DETAIL-COUNT
                   IF SD-AMOUNT IS NOT NUMERIC OR
                           (SD-DIRECTION NOT = 'CR' AND
                            SD-DIRECTION NOT = 'DR')
                       ADD 1 TO WS-BAD-DETAIL-COUNT
                       DISPLAY 'WARNING: statement line '
                           WS-LINE-NUM ' is not a valid movement'
                           UPON SYSERR
                   ELSE
                       IF SD-DIRECTION = 'CR'
                           ADD SD-AMOUNT TO WS-BANK-CR-TOTAL
                       ELSE
                           ADD SD-AMOUNT TO WS-BANK-DR-TOTAL
                       END-IF
                   END-IF
               WHEN 'T'
                   MOVE 'Y' TO WS-TRAILER-SEEN
                   IF ST-DETAIL-COUNT IS NUMERIC
                       MOVE ST-DETAIL-COUNT TO WS-TRAILER-COUNT
                   END-IF
                   IF ST-CLOSE-BALANCE IS NUMERIC
                       MOVE ST-CLOSE-BALANCE TO WS-BANK-CLOSING
                       IF ST-CLOSE-SIGN = '-'
                           COMPUTE WS-BANK-CLOSING =
                               ZERO - WS-BANK-CLOSING
                       END-IF
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-BAD-DETAIL-COUNT
                   DISPLAY 'WARNING: statement line ' WS-LINE-NUM
                       ' has an unknown record type' UPON SYSERR
           END-EVALUATE.

      *----------------------------------------------------------------
      * last night's open items - the control line carries the
      * reconciled date and the book balance forward
      *----------------------------------------------------------------
       2000-LOAD-OPEN-ITEMS.
           OPEN INPUT OPEN-ITEMS-FILE
           IF WS-OPEN-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ OPEN-ITEMS-FILE INTO OPEN-ITEM-RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM 2100-PARSE-OPEN-ITEM
               END-READ
           END-PERFORM
           CLOSE OPEN-ITEMS-FILE
           MOVE 'N' TO WS-EOF.

       2100-PARSE-OPEN-ITEM.
           IF FUNCTION TRIM(OPEN-ITEM-RECORD) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE OPEN-ITEM-RECORD TO WS-REMAIN
           PERFORM 7000-PARSE-LINE
           IF OPEN-ITEM-RECORD(1:15) = 'NOSTRO-CONTROL '
               MOVE 'Y' TO WS-CTL-SEEN
               MOVE WS-P-LAST-DATE TO WS-CTL-LAST-DATE
               MOVE WS-P-BOOK-BALANCE TO WS-CTL-BOOK-BALANCE
               EXIT PARAGRAPH
           END-IF
           IF WS-P-SIDE NOT = 'BANK' AND WS-P-SIDE NOT = 'BOOK'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-P-SIDE TO WS-NEW-SIDE
           MOVE WS-P-DIR TO WS-NEW-DIR
           MOVE WS-P-ACCT TO WS-NEW-ACCT
           MOVE WS-P-AMOUNT TO WS-NEW-AMOUNT
           MOVE WS-P-VDATE TO WS-NEW-VDATE
           MOVE WS-P-FIRST TO WS-NEW-FIRST
           MOVE WS-P-SOURCE TO WS-NEW-SOURCE
           MOVE WS-P-REF TO WS-NEW-REF
           MOVE 'Y' TO WS-NEW-CARRIED
           PERFORM 8000-ADD-ITEM
           ADD 1 TO WS-CARRIED-ITEMS.

      * the statement again, now as bank-side items
       2500-BUFFER-STATEMENT.
           OPEN INPUT STMT-INPUT
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ STMT-INPUT
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF SD-REC-TYPE = 'D'
                           PERFORM 2600-BUFFER-ONE-DETAIL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STMT-INPUT
           MOVE 'N' TO WS-EOF.

       2600-BUFFER-ONE-DETAIL.
           MOVE 'BANK' TO WS-NEW-SIDE
           IF SD-DIRECTION = 'CR'
               MOVE 'IN' TO WS-NEW-DIR
           ELSE
               MOVE 'OUT' TO WS-NEW-DIR
           END-IF
           MOVE SD-ACCOUNT-REF TO WS-NEW-ACCT
           MOVE SD-AMOUNT TO WS-NEW-AMOUNT
           MOVE SD-VALUE-DATE TO WS-NEW-VDATE
           MOVE WS-BUSINESS-DATE TO WS-NEW-FIRST
           MOVE 'STMT' TO WS-NEW-SOURCE
           MOVE SD-BANK-REF TO WS-NEW-REF
           MOVE 'N' TO WS-NEW-CARRIED
           PERFORM 8000-ADD-ITEM.

      *----------------------------------------------------------------
      * CFBATCH settlement rows - the branch totals, interbranch
      * positions and the trailer are summaries, not movements
      *----------------------------------------------------------------
       3000-READ-SETTLEMENT.
           OPEN INPUT SETTLEMENT-IN
           IF WS-SETT-STATUS NOT = '00'
               DISPLAY '{"error":"Cannot open settlement file: '
                   FUNCTION TRIM(WS-SETT-FILE) '"}'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ SETTLEMENT-IN INTO SETTLEMENT-RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF SETTLEMENT-RECORD(1:11) = 'account_id='
                           PERFORM 3100-SETTLEMENT-ROW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SETTLEMENT-IN
           MOVE 'N' TO WS-EOF.

       3100-SETTLEMENT-ROW.
           MOVE SETTLEMENT-RECORD TO WS-REMAIN
           PERFORM 7000-PARSE-LINE
           IF WS-P-NET = ZEROS
               EXIT PARAGRAPH
           END-IF
           MOVE 'BOOK' TO WS-NEW-SIDE
           IF WS-P-NET > ZEROS
               MOVE 'IN' TO WS-NEW-DIR
               MOVE WS-P-NET TO WS-NEW-AMOUNT
           ELSE
               MOVE 'OUT' TO WS-NEW-DIR
               COMPUTE WS-NEW-AMOUNT = ZERO - WS-P-NET
           END-IF
           MOVE WS-P-ACCT TO WS-NEW-ACCT
           MOVE WS-SETT-DATE TO WS-NEW-VDATE
           MOVE 'SETTLE' TO WS-NEW-SOURCE
           MOVE SPACES TO WS-NEW-REF
           PERFORM 3900-ADD-BOOK-ITEM
           ADD 1 TO WS-SETT-ITEMS.

      *----------------------------------------------------------------
      * CFCLRIMP's generated lines - TRANSFER is already netted into
      * CFBATCH's settlement rows, so it only counts on its own when
      * there is no settlement file
      *----------------------------------------------------------------
       3200-READ-BATCH-FILE.
           OPEN INPUT BATCH-IN
           IF WS-BATCH-STATUS NOT = '00'
               DISPLAY '{"error":"Cannot open batch file: '
                   FUNCTION TRIM(WS-BATCH-FILE) '"}'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ BATCH-IN INTO BATCH-RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM 3300-BATCH-LINE
               END-READ
           END-PERFORM
           CLOSE BATCH-IN
           MOVE 'N' TO WS-EOF.

       3300-BATCH-LINE.
           IF FUNCTION TRIM(BATCH-RECORD) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE BATCH-RECORD TO WS-REMAIN
           PERFORM 7000-PARSE-LINE
           EVALUATE WS-P-ACTION
               WHEN 'TOPUP'
                   MOVE 'IN' TO WS-NEW-DIR
               WHEN 'TRANSFER'
                   IF FUNCTION TRIM(WS-SETT-FILE) NOT = SPACES
                       EXIT PARAGRAPH
                   END-IF
                   MOVE 'OUT' TO WS-NEW-DIR
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE
           IF WS-P-AMOUNT NOT > ZEROS
               EXIT PARAGRAPH
           END-IF
           MOVE 'BOOK' TO WS-NEW-SIDE
           MOVE WS-P-ACCT TO WS-NEW-ACCT
           MOVE WS-P-AMOUNT TO WS-NEW-AMOUNT
           MOVE WS-BATCH-DATE TO WS-NEW-VDATE
           MOVE 'CLRIMP' TO WS-NEW-SOURCE
           MOVE WS-P-ACTION TO WS-NEW-REF
           PERFORM 3900-ADD-BOOK-ITEM
           ADD 1 TO WS-BATCH-ITEMS.

      *----------------------------------------------------------------
      * the outbound payments - money the bank is to pay away for us,
      * and what it sends back when the far bank refuses a transfer
      *----------------------------------------------------------------
       3400-READ-PAYMENTS.
           OPEN INPUT PAYMENT-IN
           IF WS-PAY-STATUS NOT = '00'
               DISPLAY '{"error":"Cannot open payment file: '
                   FUNCTION TRIM(WS-PAY-FILE) '"}'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ PAYMENT-IN INTO PAYMENT-RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF PAYMENT-RECORD(1:11) = 'payment_id='
                           PERFORM 3500-PAYMENT-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PAYMENT-IN
           MOVE 'N' TO WS-EOF.

       3500-PAYMENT-LINE.
           MOVE PAYMENT-RECORD TO WS-REMAIN
           PERFORM 7000-PARSE-LINE
           IF WS-P-STATUS = 'REJECTED' OR WS-P-AMOUNT NOT > ZEROS
               EXIT PARAGRAPH
           END-IF
           MOVE 'BOOK' TO WS-NEW-SIDE
           IF WS-P-STATUS = 'RETURNED'
               MOVE 'IN' TO WS-NEW-DIR
           ELSE
               MOVE 'OUT' TO WS-NEW-DIR
           END-IF
           MOVE WS-P-ACCT TO WS-NEW-ACCT
           MOVE WS-P-AMOUNT TO WS-NEW-AMOUNT
           IF WS-P-VDATE = SPACES
               MOVE WS-BUSINESS-DATE TO WS-NEW-VDATE
           ELSE
               MOVE WS-P-VDATE TO WS-NEW-VDATE
           END-IF
           MOVE 'PAYMENT' TO WS-NEW-SOURCE
           MOVE WS-P-PAYMENT-ID TO WS-NEW-REF
           PERFORM 3900-ADD-BOOK-ITEM
           ADD 1 TO WS-PAY-ITEMS.

      * every item booked tonight moves the book balance
       3900-ADD-BOOK-ITEM.
           MOVE WS-BUSINESS-DATE TO WS-NEW-FIRST
           MOVE 'N' TO WS-NEW-CARRIED
           IF WS-NEW-DIR = 'IN'
               ADD WS-NEW-AMOUNT TO WS-BOOK-IN-TOTAL
           ELSE
               ADD WS-NEW-AMOUNT TO WS-BOOK-OUT-TOTAL
           END-IF
           PERFORM 8000-ADD-ITEM.

      *----------------------------------------------------------------
      * the match - every unmatched bank item takes the first
      * unmatched book item with the same direction, account, amount
      * and value date; each item matches once
      *----------------------------------------------------------------
       4000-MATCH-ITEMS.
           MOVE 1 TO WS-IT-IDX
           PERFORM UNTIL WS-IT-IDX > WS-IT-COUNT
               IF WS-IT-SIDE(WS-IT-IDX) = 'BANK' AND
                       WS-IT-MATCHED(WS-IT-IDX) = 'N'
                   PERFORM 4100-FIND-BOOK-MATCH
               END-IF
               ADD 1 TO WS-IT-IDX
           END-PERFORM.

       4100-FIND-BOOK-MATCH.
           MOVE 'N' TO WS-FOUND-FLAG
           MOVE 1 TO WS-IT-JDX
           PERFORM UNTIL WS-IT-JDX > WS-IT-COUNT OR WS-FOUND
               IF WS-IT-SIDE(WS-IT-JDX) = 'BOOK' AND
                       WS-IT-MATCHED(WS-IT-JDX) = 'N' AND
                       WS-IT-DIR(WS-IT-JDX) = WS-IT-DIR(WS-IT-IDX)
                       AND
                       WS-IT-ACCT(WS-IT-JDX) = WS-IT-ACCT(WS-IT-IDX)
                       AND
                       WS-IT-AMOUNT(WS-IT-JDX) =
                           WS-IT-AMOUNT(WS-IT-IDX) AND
                       WS-IT-VDATE(WS-IT-JDX) = WS-IT-VDATE(WS-IT-IDX)
                   MOVE 'Y' TO WS-FOUND-FLAG
                   MOVE 'Y' TO WS-IT-MATCHED(WS-IT-IDX)
                   MOVE 'Y' TO WS-IT-MATCHED(WS-IT-JDX)
                   ADD 1 TO WS-MATCHED-COUNT
                   ADD WS-IT-AMOUNT(WS-IT-IDX) TO WS-MATCHED-AMOUNT
                   IF WS-IT-CARRIED(WS-IT-IDX) = 'Y'
                       ADD 1 TO WS-CLEARED-CARRIED
                   END-IF
                   IF WS-IT-CARRIED(WS-IT-JDX) = 'Y'
                       ADD 1 TO WS-CLEARED-CARRIED
                   END-IF
               ELSE
                   ADD 1 TO WS-IT-JDX
               END-IF
           END-PERFORM.

      * what is left open, by side and direction, and how old
       4500-TOTAL-OPEN-ITEMS.
           MOVE WS-BUSINESS-DATE TO WS-DT-NUM
           COMPUTE WS-DAY-NUM = FUNCTION INTEGER-OF-DATE(WS-DT-NUM)
           MOVE 1 TO WS-IT-IDX
           PERFORM UNTIL WS-IT-IDX > WS-IT-COUNT
               IF WS-IT-MATCHED(WS-IT-IDX) = 'N'
                   PERFORM 4600-TOTAL-ONE-OPEN-ITEM
               END-IF
               ADD 1 TO WS-IT-IDX
           END-PERFORM
           IF WS-HAS-CONTROL
               MOVE WS-CTL-BOOK-BALANCE TO WS-BOOK-OPENING
           ELSE
               IF WS-OPENING-BOOK-GIVEN
                   MOVE WS-OPENING-BOOK TO WS-BOOK-OPENING
               ELSE
                   MOVE WS-BANK-OPENING TO WS-BOOK-OPENING
               END-IF
           END-IF
           COMPUTE WS-BOOK-BALANCE = WS-BOOK-OPENING
               + WS-BOOK-IN-TOTAL - WS-BOOK-OUT-TOTAL
      * the bank balance, put right for everything one side has and
      * the other has not yet, must come to the book balance
           COMPUTE WS-ADJUSTED-BANK = WS-BANK-CLOSING
               + WS-BOOK-ONLY-IN - WS-BOOK-ONLY-OUT
               - WS-BANK-ONLY-IN + WS-BANK-ONLY-OUT
           COMPUTE WS-DIFFERENCE = WS-BOOK-BALANCE - WS-ADJUSTED-BANK.

       4600-TOTAL-ONE-OPEN-ITEM.
           PERFORM 4700-ITEM-AGE
           IF WS-AGE-DAYS > WS-OLDEST-AGE
               MOVE WS-AGE-DAYS TO WS-OLDEST-AGE
           END-IF
           IF WS-AGE-DAYS > WS-STALE-DAYS
               ADD 1 TO WS-STALE-COUNT
           END-IF
           IF WS-IT-SIDE(WS-IT-IDX) = 'BANK'
               ADD 1 TO WS-OPEN-BANK-COUNT
               IF WS-IT-DIR(WS-IT-IDX) = 'IN'
                   ADD WS-IT-AMOUNT(WS-IT-IDX) TO WS-BANK-ONLY-IN
               ELSE
                   ADD WS-IT-AMOUNT(WS-IT-IDX) TO WS-BANK-ONLY-OUT
               END-IF
           ELSE
               ADD 1 TO WS-OPEN-BOOK-COUNT
               IF WS-IT-DIR(WS-IT-IDX) = 'IN'
                   ADD WS-IT-AMOUNT(WS-IT-IDX) TO WS-BOOK-ONLY-IN
               ELSE
                   ADD WS-IT-AMOUNT(WS-IT-IDX) TO WS-BOOK-ONLY-OUT
               END-IF
           END-IF.

       4700-ITEM-AGE.
           MOVE ZEROS TO WS-AGE-DAYS
           IF WS-IT-FIRST(WS-IT-IDX) IS NUMERIC
               MOVE WS-IT-FIRST(WS-IT-IDX) TO WS-DT-NUM
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-DT-NUM) = ZEROS
                   COMPUTE WS-AGE-DAYS = WS-DAY-NUM -
                       FUNCTION INTEGER-OF-DATE(WS-DT-NUM)
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * the open-items file is rewritten whole: the control line,
      * then every unmatched item with the date it was first seen
      *----------------------------------------------------------------
       5000-WRITE-OPEN-ITEMS.
           OPEN OUTPUT OPEN-ITEMS-FILE
           IF WS-OPEN-STATUS NOT = '00'
               DISPLAY '{"error":"Cannot write open-items file: '
                   FUNCTION TRIM(WS-OPEN-FILE) '"}'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-BOOK-BALANCE TO WS-SAMT-D
           MOVE SPACES TO OPEN-ITEM-RECORD
           STRING
               'NOSTRO-CONTROL last_date=' DELIMITED SIZE
               WS-BUSINESS-DATE DELIMITED SIZE
               ' book_balance=' DELIMITED SIZE
               FUNCTION TRIM(WS-SAMT-D) DELIMITED SIZE
               ' nostro=' DELIMITED SIZE
               FUNCTION TRIM(WS-NOSTRO-ACCT) DELIMITED SIZE
               INTO OPEN-ITEM-RECORD
           END-STRING
           WRITE OPEN-ITEM-RECORD
           MOVE 1 TO WS-IT-IDX
           PERFORM UNTIL WS-IT-IDX > WS-IT-COUNT
               IF WS-IT-MATCHED(WS-IT-IDX) = 'N'
                   PERFORM 5100-WRITE-ONE-OPEN-ITEM
               END-IF
               ADD 1 TO WS-IT-IDX
           END-PERFORM
           CLOSE OPEN-ITEMS-FILE.

       5100-WRITE-ONE-OPEN-ITEM.
           MOVE WS-IT-AMOUNT(WS-IT-IDX) TO WS-AMT-D
           MOVE SPACES TO OPEN-ITEM-RECORD
           STRING
               'side=' DELIMITED SIZE
               WS-IT-SIDE(WS-IT-IDX) DELIMITED SIZE
               ' direction=' DELIMITED SIZE
               FUNCTION TRIM(WS-IT-DIR(WS-IT-IDX)) DELIMITED SIZE
               ' account_id=' DELIMITED SIZE
               FUNCTION TRIM(WS-IT-ACCT(WS-IT-IDX)) DELIMITED SIZE
               ' amount=' DELIMITED SIZE
               FUNCTION TRIM(WS-AMT-D) DELIMITED SIZE
               ' value_date=' DELIMITED SIZE
               WS-IT-VDATE(WS-IT-IDX) DELIMITED SIZE
               ' first_seen=' DELIMITED SIZE
               WS-IT-FIRST(WS-IT-IDX) DELIMITED SIZE
               ' source=' DELIMITED SIZE
               FUNCTION TRIM(WS-IT-SOURCE(WS-IT-IDX)) DELIMITED SIZE
               INTO OPEN-ITEM-RECORD
           END-STRING
           IF FUNCTION TRIM(WS-IT-REF(WS-IT-IDX)) NOT = SPACES
               MOVE OPEN-ITEM-RECORD TO WS-OUT
               MOVE SPACES TO OPEN-ITEM-RECORD
               STRING
                   FUNCTION TRIM(WS-OUT) DELIMITED SIZE
                   ' ref=' DELIMITED SIZE
                   FUNCTION TRIM(WS-IT-REF(WS-IT-IDX)) DELIMITED SIZE
                   INTO OPEN-ITEM-RECORD
               END-STRING
           END-IF
           WRITE OPEN-ITEM-RECORD.

      *----------------------------------------------------------------
      * the treasurer's reconciliation statement
      *----------------------------------------------------------------
       6000-PRINT-STATEMENT.
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY 'WARNING: cannot write reconciliation '
                   'statement: ' FUNCTION TRIM(WS-REPORT-FILE)
                   UPON SYSERR
               EXIT PARAGRAPH
           END-IF
           MOVE
               '======================================================'
               TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE '   COMMUNITYFINANCE - NOSTRO RECONCILIATION STATEMENT'
               TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO WS-LINE
           STRING 'Business date  : ' DELIMITED SIZE
               WS-BUSINESS-DATE DELIMITED SIZE
               INTO WS-LINE
           END-STRING
           WRITE REPORT-RECORD FROM WS-LINE
           MOVE SPACES TO WS-LINE
           STRING 'Nostro account : ' DELIMITED SIZE
               FUNCTION TRIM(WS-NOSTRO-ACCT) DELIMITED SIZE
               ' ' DELIMITED SIZE
               FUNCTION TRIM(WS-CURRENCY) DELIMITED SIZE
               INTO WS-LINE
           END-STRING
           WRITE REPORT-RECORD FROM WS-LINE
           MOVE
               '------------------------------------------------------'
               TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 'Balance per bank statement            : '
               TO WS-LINE
           MOVE WS-BANK-CLOSING TO WS-SAMT-D
           PERFORM 6100-WRITE-AMOUNT-LINE
           MOVE 'Add  booked receipts not yet credited : '
               TO WS-LINE
           MOVE WS-BOOK-ONLY-IN TO WS-SAMT-D
           PERFORM 6100-WRITE-AMOUNT-LINE
           MOVE 'Less booked payments not yet debited  : '
               TO WS-LINE
           MOVE WS-BOOK-ONLY-OUT TO WS-SAMT-D
           PERFORM 6100-WRITE-AMOUNT-LINE
           MOVE 'Less bank credits not yet booked      : '
               TO WS-LINE
           MOVE WS-BANK-ONLY-IN TO WS-SAMT-D
           PERFORM 6100-WRITE-AMOUNT-LINE
           MOVE 'Add  bank debits not yet booked       : '
               TO WS-LINE
           MOVE WS-BANK-ONLY-OUT TO WS-SAMT-D
           PERFORM 6100-WRITE-AMOUNT-LINE
           MOVE 'Adjusted bank balance                 : '
               TO WS-LINE
           MOVE WS-ADJUSTED-BANK TO WS-SAMT-D
           PERFORM 6100-WRITE-AMOUNT-LINE
           MOVE 'Balance per our books                 : '
               TO WS-LINE
           MOVE WS-BOOK-BALANCE TO WS-SAMT-D
           PERFORM 6100-WRITE-AMOUNT-LINE
           MOVE 'Unexplained difference                : '
               TO WS-LINE
           MOVE WS-DIFFERENCE TO WS-SAMT-D
           PERFORM 6100-WRITE-AMOUNT-LINE
           MOVE
               '------------------------------------------------------'
               TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 'Open items (side, direction, account, amount, value '
               TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE '            date, age in days, source, reference)'
               TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 1 TO WS-IT-IDX
           PERFORM UNTIL WS-IT-IDX > WS-IT-COUNT
               IF WS-IT-MATCHED(WS-IT-IDX) = 'N'
                   PERFORM 6200-PRINT-ONE-OPEN-ITEM
               END-IF
               ADD 1 TO WS-IT-IDX
           END-PERFORM
           IF WS-OPEN-BANK-COUNT + WS-OPEN-BOOK-COUNT = ZEROS
               MOVE '  none' TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           MOVE
               '======================================================'
               TO REPORT-RECORD
           WRITE REPORT-RECORD
           CLOSE REPORT-FILE.

       6100-WRITE-AMOUNT-LINE.
           MOVE WS-LINE TO WS-OUT
           MOVE SPACES TO WS-LINE
           STRING WS-OUT(1:40) DELIMITED SIZE
               WS-SAMT-D DELIMITED SIZE
               INTO WS-LINE
           END-STRING
           WRITE REPORT-RECORD FROM WS-LINE.

       6200-PRINT-ONE-OPEN-ITEM.
           PERFORM 4700-ITEM-AGE
           MOVE WS-AGE-DAYS TO WS-AGE-D
           MOVE WS-IT-AMOUNT(WS-IT-IDX) TO WS-AMT-D
           MOVE SPACES TO WS-LINE
           STRING '  ' DELIMITED SIZE
               WS-IT-SIDE(WS-IT-IDX) DELIMITED SIZE
               ' ' DELIMITED SIZE
               WS-IT-DIR(WS-IT-IDX) DELIMITED SIZE
               ' ' DELIMITED SIZE
               FUNCTION TRIM(WS-IT-ACCT(WS-IT-IDX)) DELIMITED SIZE
               ' ' DELIMITED SIZE
               FUNCTION TRIM(WS-AMT-D) DELIMITED SIZE
               ' ' DELIMITED SIZE
               WS-IT-VDATE(WS-IT-IDX) DELIMITED SIZE
               ' ' DELIMITED SIZE
               FUNCTION TRIM(WS-AGE-D) DELIMITED SIZE
               ' ' DELIMITED SIZE
               FUNCTION TRIM(WS-IT-SOURCE(WS-IT-IDX)) DELIMITED SIZE
               ' ' DELIMITED SIZE
               FUNCTION TRIM(WS-IT-REF(WS-IT-IDX)) DELIMITED SIZE
               INTO WS-LINE
           END-STRING
           WRITE REPORT-RECORD FROM WS-LINE.

      *----------------------------------------------------------------
      * one key=value line into the WS-P- fields
      *----------------------------------------------------------------
       7000-PARSE-LINE.
           MOVE SPACES TO WS-P-SIDE WS-P-DIR WS-P-ACCT WS-P-ACTION
               WS-P-VDATE WS-P-FIRST WS-P-SOURCE WS-P-REF
               WS-P-PAYMENT-ID WS-P-STATUS WS-P-LAST-DATE
           MOVE ZEROS TO WS-P-AMOUNT WS-P-NET WS-P-BOOK-BALANCE
           PERFORM UNTIL FUNCTION TRIM(WS-REMAIN) = SPACES
               PERFORM 8100-EXTRACT-TOKEN
               IF FUNCTION TRIM(WS-TOKEN) NOT = SPACES
                   PERFORM 7100-PARSE-TOKEN
               END-IF
           END-PERFORM.

       7100-PARSE-TOKEN.
           MOVE ZERO TO WS-POS
           INSPECT WS-TOKEN TALLYING WS-POS FOR CHARACTERS BEFORE '='
           IF WS-POS > 0 AND WS-POS < 500
               MOVE WS-TOKEN(1:WS-POS) TO WS-FIELD-NAME
               MOVE WS-TOKEN(WS-POS + 2:) TO WS-FIELD-VAL
               EVALUATE FUNCTION TRIM(WS-FIELD-NAME)
                   WHEN 'side'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL) TO WS-P-SIDE
                   WHEN 'direction'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL) TO WS-P-DIR
                   WHEN 'account_id'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL) TO WS-P-ACCT
                   WHEN 'action'
                       MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
                           WS-FIELD-VAL)) TO WS-P-ACTION
                   WHEN 'amount'
                       MOVE FUNCTION NUMVAL(WS-FIELD-VAL)
                           TO WS-P-AMOUNT
                   WHEN 'net'
                       MOVE FUNCTION NUMVAL(WS-FIELD-VAL) TO WS-P-NET
                   WHEN 'value_date'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL) TO WS-P-VDATE
                   WHEN 'first_seen'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL) TO WS-P-FIRST
                   WHEN 'source'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-P-SOURCE
                   WHEN 'ref'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL) TO WS-P-REF
                   WHEN 'payment_id'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-P-PAYMENT-ID
                   WHEN 'status'
                       MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
                           WS-FIELD-VAL)) TO WS-P-STATUS
                   WHEN 'last_date'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-P-LAST-DATE
                   WHEN 'book_balance'
                       MOVE FUNCTION NUMVAL(WS-FIELD-VAL)
                           TO WS-P-BOOK-BALANCE
               END-EVALUATE
           END-IF.

       8000-ADD-ITEM.
           IF WS-IT-COUNT >= 20000
               MOVE 'Y' TO WS-IT-TRUNC-FLAG
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-IT-COUNT
           MOVE WS-NEW-SIDE    TO WS-IT-SIDE(WS-IT-COUNT)
           MOVE WS-NEW-DIR     TO WS-IT-DIR(WS-IT-COUNT)
           MOVE WS-NEW-ACCT    TO WS-IT-ACCT(WS-IT-COUNT)
           MOVE WS-NEW-AMOUNT  TO WS-IT-AMOUNT(WS-IT-COUNT)
           MOVE WS-NEW-VDATE   TO WS-IT-VDATE(WS-IT-COUNT)
           MOVE WS-NEW-FIRST   TO WS-IT-FIRST(WS-IT-COUNT)
           MOVE WS-NEW-SOURCE  TO WS-IT-SOURCE(WS-IT-COUNT)
           MOVE WS-NEW-REF     TO WS-IT-REF(WS-IT-COUNT)
           MOVE WS-NEW-CARRIED TO WS-IT-CARRIED(WS-IT-COUNT)
           MOVE 'N'            TO WS-IT-MATCHED(WS-IT-COUNT).

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

       9000-SUMMARY.
           MOVE WS-DETAIL-COUNT TO WS-CNT-D
           MOVE SPACES TO WS-OUT
           STRING
               '{"status":"OK","business_date":"' DELIMITED SIZE
               WS-BUSINESS-DATE DELIMITED SIZE
               '","statement_items":' DELIMITED SIZE
               FUNCTION TRIM(WS-CNT-D) DELIMITED SIZE
               INTO WS-OUT
           END-STRING
           DISPLAY FUNCTION TRIM(WS-OUT) WITH NO ADVANCING
           MOVE WS-SETT-ITEMS TO WS-CNT-D
           MOVE SPACES TO WS-OUT
           STRING
               ',"settlement_items":' DELIMITED SIZE
               FUNCTION TRIM(WS-CNT-D) DELIMITED SIZE
               INTO WS-OUT
           END-STRING
           DISPLAY FUNCTION TRIM(WS-OUT) WITH NO ADVANCING
           MOVE WS-BATCH-ITEMS TO WS-CNT-D
           MOVE SPACES TO WS-OUT
           STRING
               ',"batch_items":' DELIMITED SIZE
               FUNCTION TRIM(WS-CNT-D) DELIMITED SIZE
               INTO WS-OUT
           END-STRING
           DISPLAY FUNCTION TRIM(WS-OUT) WITH NO ADVANCING
           MOVE WS-PAY-ITEMS TO WS-CNT-D
           MOVE SPACES TO WS-OUT
           STRING
               ',"payment_items":' DELIMITED SIZE
               FUNCTION TRIM(WS-CNT-D) DELIMITED SIZE
               INTO WS-OUT
           END-STRING
           DISPLAY FUNCTION TRIM(WS-OUT) WITH NO ADVANCING
           MOVE WS-CARRIED-ITEMS TO WS-CNT-D
           MOVE SPACES TO WS-OUT
           STRING
               ',"carried_in":' DELIMITED SIZE
               FUNCTION TRIM(WS-CNT-D) DELIMITED SIZE
               INTO WS-OUT
           END-STRING
           DISPLAY FUNCTION TRIM(WS-OUT) WITH NO ADVANCING
           MOVE WS-MATCHED-COUNT TO WS-CNT-D
           MOVE SPACES TO WS-OUT
           STRING
               ',"matched":' DELIMITED SIZE
               FUNCTION TRIM(WS-CNT-D) DELIMITED SIZE
               INTO WS-OUT
           END-STRING
           DISPLAY FUNCTION TRIM(WS-OUT) WITH NO ADVANCING
           MOVE WS-CLEARED-CARRIED TO WS-CNT-D
           MOVE SPACES TO WS-OUT
           STRING
               ',"carried_cleared":' DELIMITED SIZE
               FUNCTION TRIM(WS-CNT-D) DELIMITED SIZE
               INTO WS-OUT
           END-STRING
           DISPLAY FUNCTION TRIM(WS-OUT) WITH NO ADVANCING
           MOVE WS-OPEN-BANK-COUNT TO WS-CNT-D
           MOVE SPACES TO WS-OUT
           STRING
               ',"open_bank_items":' DELIMITED SIZE
               FUNCTION TRIM(WS-CNT-D) DELIMITED SIZE
               INTO WS-OUT
           END-STRING
           DISPLAY FUNCTION TRIM(WS-OUT) WITH NO ADVANCING
           MOVE WS-OPEN-BOOK-COUNT TO WS-CNT-D
           MOVE SPACES TO WS-OUT
           STRING
               ',"open_book_items":' DELIMITED SIZE
               FUNCTION TRIM(WS-CNT-D) DELIMITED SIZE
               INTO WS-OUT
           END-STRING
           DISPLAY FUNCTION TRIM(WS-OUT) WITH NO ADVANCING
           MOVE WS-STALE-COUNT TO WS-CNT-D
           MOVE WS-OLDEST-AGE TO WS-AGE-D
           MOVE SPACES TO WS-OUT
           STRING
               ',"stale_items":' DELIMITED SIZE
               FUNCTION TRIM(WS-CNT-D) DELIMITED SIZE
               ',"oldest_age_days":' DELIMITED SIZE
               FUNCTION TRIM(WS-AGE-D) DELIMITED SIZE
               INTO WS-OUT
           END-STRING
           DISPLAY FUNCTION TRIM(WS-OUT) WITH NO ADVANCING
           MOVE WS-BANK-CLOSING TO WS-SAMT-D
           MOVE SPACES TO WS-OUT
           STRING
               ',"bank_balance":' DELIMITED SIZE
               FUNCTION TRIM(WS-SAMT-D) DELIMITED SIZE
               INTO WS-OUT
           END-STRING
           DISPLAY FUNCTION TRIM(WS-OUT) WITH NO ADVANCING
           MOVE WS-BOOK-BALANCE TO WS-SAMT-D
           MOVE SPACES TO WS-OUT
           STRING
               ',"book_balance":' DELIMITED SIZE
               FUNCTION TRIM(WS-SAMT-D) DELIMITED SIZE
               INTO WS-OUT
           END-STRING
           DISPLAY FUNCTION TRIM(WS-OUT) WITH NO ADVANCING
           MOVE WS-ADJUSTED-BANK TO WS-SAMT-D
           MOVE SPACES TO WS-OUT
           STRING
               ',"adjusted_bank_balance":' DELIMITED SIZE
               FUNCTION TRIM(WS-SAMT-D) DELIMITED SIZE
               INTO WS-OUT
           END-STRING
           DISPLAY FUNCTION TRIM(WS-OUT) WITH NO ADVANCING
           MOVE WS-DIFFERENCE TO WS-SAMT-D
           MOVE SPACES TO WS-OUT
           STRING
               ',"unexplained_difference":' DELIMITED SIZE
               FUNCTION TRIM(WS-SAMT-D) DELIMITED SIZE
               INTO WS-OUT
           END-STRING
           DISPLAY FUNCTION TRIM(WS-OUT) WITH NO ADVANCING
           IF WS-DIFFERENCE = ZEROS
               DISPLAY ',"reconciled":"Y"' WITH NO ADVANCING
           ELSE
               DISPLAY ',"reconciled":"N"' WITH NO ADVANCING
           END-IF
           DISPLAY ',"report_file":"' FUNCTION TRIM(WS-REPORT-FILE)
               '"}'.
