      *             audit_log=<path> - overrides the default audit     *
      *             log path; every VALIDATE/CALC-BALANCE/CALC-INTEREST *
      *             call appends one line regardless of status          *
      *             and ends in chain=<18 digits>, a running hash of    *
      *             the line and the chain before it (head kept in      *
      *             <log>.chain), so CFCHAIN can prove no line was      *
      *             edited or removed                                   *
      *             day_count=360 or 365 (default) - divisor            *
      *             5000-CALC-INTEREST uses to get the daily rate       *
      *             txn_ref= - optional idempotency key; a repeat       *
      * CFBATCH TOPUP line to adjust_file= (default                     *
      * CFTRXVAL_ADJUST.DAT) for the next run; an ADJ-ACCRUED audit    *
      * entry tied to the original txn_ref explains the extra credit    *
      * on the member's statement. A day past the end= of the tier's   *
      * set on the table (CFRATEMNT END) has no rate, as a day before  *
      * its first set has none.                                         *
      * KYC posting block: a CREDIT to account_id= any of whose members *
      * (link_file=, default CFMEMBER_LINKS.DAT - every holder of a     *
      * joint account) is past the KYC review                           *
      * due date on member_file= (default CFMEMBER_MASTER.DAT) by more  *
      * than kyc_grace_days= (default 30) is refused with the member    *
      * and due date named, until CFMEMBER action=KYC-REVIEW records it.*
      * Teller cash: drawer=<drawer_id> on a CALC-BALANCE CREDIT (cash  *
      * in) or DEBIT (cash out) tags the posting to a CFTELLER drawer.  *
      * The drawer must be OPEN on drawer_file= (default                *
      * CFTELLER_DRAWERS.DAT) and, with user_id= given, be the          *
      * operator's own; the audit line carries drawer= so CFTELLER      *
      * CLOSE can work out the cash the drawer should hold.             *
      * Budget envelopes: category=<name> on a CALC-BALANCE DEBIT or    *
      * TRANSFER against account_id= is checked against that category's *
      * record for the business month on CFBUDGET's budget master       *
      * (budget_file=, required with a tag). A DISCRETIONARY category   *
      * the amount would take over budget is refused; ESSENTIAL or      *
      * NORMAL posts with a warning on the message. BM-SPENT is raised  *
      * in the same run as the posting, and the audit line carries      *
      * category= and budget_period= for CFBUDACT. A tagged posting     *
      * the watchlist would park is refused instead - CFSUSP's release  *
      * does not charge the envelope.                                   *
      * system_date_file=<path> - default CFSYSDATE.DAT; its business   *
      *     date stands in for today when no date argument is given     *
      * Output stdout: JSON result                                      *
      *================================================================*
       IDENTIFICATION DIVISION.
           SELECT AUDIT-LOG ASSIGN TO DYNAMIC WS-AUDIT-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT CHAIN-HEAD ASSIGN TO DYNAMIC WS-CHAIN-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHAIN-STATUS.
           SELECT TXNREF-LOG ASSIGN TO DYNAMIC WS-TXNREF-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TXNREF-STATUS.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AX-KEY
               FILE STATUS IS WS-AUDIDX-STATUS.
           SELECT MEMBER-MASTER ASSIGN TO DYNAMIC WS-MEMBER-FILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MM-MEMBER-NO
               FILE STATUS IS WS-MEMBER-STATUS.
           SELECT LINK-FILE ASSIGN TO DYNAMIC WS-LINK-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LINK-STATUS.
           SELECT DRAWER-FILE ASSIGN TO DYNAMIC WS-DRAWER-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DRAWER-STATUS.
           SELECT BUDGET-MASTER ASSIGN TO DYNAMIC WS-BUDGET-FILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BM-KEY
               FILE STATUS IS WS-BM-STATUS.
           SELECT SYSTEM-DATE-FILE ASSIGN TO DYNAMIC WS-SYSDATE-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SYSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-LOG.
       01  AUDIT-RECORD         PIC X(300).

       FD  CHAIN-HEAD.
       01  CHAIN-HEAD-RECORD   PIC X(100).

       FD  TXNREF-LOG.
       01  TXNREF-RECORD        PIC X(300).

       FD  AUDIT-INDEX.
           COPY CF-AUDIDX.

       FD  MEMBER-MASTER.
           COPY CF-MEMBMS.

       FD  LINK-FILE.
       01  LINK-RECORD          PIC X(100).

       FD  DRAWER-FILE.
       01  DRAWER-RECORD        PIC X(300).

       FD  BUDGET-MASTER.
           COPY CF-BUDGMS.

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
       01  WS-TODAY            PIC X(8) VALUE SPACES.

       01  WS-ACTION            PIC X(20)  VALUE SPACES.
       01  WS-AMOUNT            PIC 9(13)V99 VALUE ZEROS.

       01  WS-AUDIT-FILE        PIC X(200) VALUE 'CFTRXVAL_AUDIT.LOG'.
       01  WS-AUDIT-STATUS      PIC X(02) VALUE SPACES.
      * tamper-evident chain over the audit log - the head
      * file <log>.chain holds the last chain value written to it
       01  WS-CHAIN-FILE        PIC X(210) VALUE SPACES.
       01  WS-CHAIN-STATUS      PIC X(02) VALUE SPACES.
       01  WS-CH-HEAD-FLAG      PIC X(01) VALUE 'N'.
           88  WS-CH-HEAD-FOUND     VALUE 'Y'.
       01  WS-CH-EOF            PIC X(01) VALUE 'N'.
       01  WS-CH-LINE           PIC X(400) VALUE SPACES.
       01  WS-CH-LAST           PIC X(400) VALUE SPACES.
       01  WS-CH-MAX            PIC 9(3) VALUE 275.
       01  WS-CH-LEN            PIC 9(3) VALUE ZEROS.
       01  WS-CH-POS            PIC 9(3) VALUE ZEROS.
       01  WS-CH-PTR            PIC 9(3) VALUE ZEROS.
       01  WS-CH-PREV           PIC 9(18) VALUE ZEROS.
       01  WS-CH-A              PIC 9(12) VALUE ZEROS.
       01  WS-CH-B              PIC 9(12) VALUE ZEROS.
       01  WS-CH-VALUE          PIC 9(18) VALUE ZEROS.
       01  WS-TIMESTAMP         PIC X(26) VALUE SPACES.
       01  WS-CUR-DATETIME      PIC X(21) VALUE SPACES.

       01  WS-WL-EOF            PIC X(01) VALUE 'N'.
           88  WS-WL-AT-EOF         VALUE 'Y'.

      * KYC posting block - a CREDIT to an account any of whose
      * members is past the KYC review due date by more than the grace
      * period
      * is refused until CFMEMBER records the review; an account
      * linked to no member, or a member never scheduled, passes
       01  WS-MEMBER-FILE       PIC X(200) VALUE 'CFMEMBER_MASTER.DAT'.
       01  WS-MEMBER-STATUS     PIC XX VALUE SPACES.
       01  WS-LINK-FILE         PIC X(200) VALUE 'CFMEMBER_LINKS.DAT'.
       01  WS-LINK-STATUS       PIC XX VALUE SPACES.
       01  WS-KYC-GRACE-DAYS    PIC 9(3) VALUE 30.
       01  WS-KYC-MEMBER        PIC X(20) VALUE SPACES.
       01  WS-KYC-DUE-NUM       PIC 9(8) VALUE ZEROS.
       01  WS-KYC-TODAY-NUM     PIC 9(8) VALUE ZEROS.
       01  WS-KYC-DAYS-PAST     PIC S9(9) COMP VALUE ZEROS.
       01  WS-KYC-TOK1          PIC X(80) VALUE SPACES.
       01  WS-KYC-TOK2          PIC X(80) VALUE SPACES.

      * teller cash drawer - a counter cash posting names the
      * CFTELLER drawer it went through, which must be OPEN and,
      * when the operator is known, belong to that operator
       01  WS-DRAWER-ID         PIC X(20) VALUE SPACES.
       01  WS-DRAWER-FILE       PIC X(200)
                                VALUE 'CFTELLER_DRAWERS.DAT'.
       01  WS-DRAWER-STATUS     PIC XX VALUE SPACES.
       01  WS-DR-IN-ID          PIC X(20) VALUE SPACES.
       01  WS-DR-IN-TELLER      PIC X(20) VALUE SPACES.
       01  WS-DR-IN-STATE       PIC X(10) VALUE SPACES.
       01  WS-DR-OPEN-FLAG      PIC X VALUE 'N'.
           88  WS-DR-IS-OPEN        VALUE 'Y'.
      * budget envelopes - a tagged debit is held to its category's
      * record for the month on CFBUDGET's budget master
       01  WS-BUDGET-CAT        PIC X(30) VALUE SPACES.
       01  WS-BUDGET-FILE       PIC X(200) VALUE SPACES.
       01  WS-BM-STATUS         PIC XX VALUE SPACES.
       01  WS-BM-OPEN-FLAG      PIC X VALUE 'N'.
           88  WS-BM-IS-OPEN        VALUE 'Y'.
       01  WS-BM-OVER-FLAG      PIC X VALUE 'N'.
           88  WS-BM-IS-OVER        VALUE 'Y'.
       01  WS-BM-PERIOD         PIC X(7) VALUE SPACES.
       01  WS-BM-LEFT           PIC S9(13)V99 VALUE ZEROS.
       01  WS-BM-LEFT-D         PIC -(13)9.99.
       01  WS-BM-MSG            PIC X(200) VALUE SPACES.
       01  WS-AUDIT-PTR         PIC 9(4) VALUE 1.

      * operator identity, permissions and the command audit trail -
      * when the permissions file is on disk, user_id= is required
      * and the operator must be cleared for this program and the
               10  WS-RT-TIER      PIC X(20).
               10  WS-RT-RATE      PIC 9(3)V9(6).
               10  WS-RT-EFFECTIVE PIC X(10).
               10  WS-RT-END       PIC X(10).
       01  WS-RT-IN-TIER        PIC X(20) VALUE SPACES.
       01  WS-RT-IN-RATE        PIC 9(3)V9(6) VALUE ZEROS.
       01  WS-RT-IN-EFFECTIVE   PIC X(10) VALUE SPACES.
       01  WS-RT-IN-END         PIC X(10) VALUE SPACES.
       01  WS-RT-TRUNC-FLAG     PIC X VALUE 'N'.
           88  WS-RT-IS-TRUNCATED   VALUE 'Y'.
       01  WS-VD-DATE-X8        PIC X(8) VALUE SPACES.
       PROCEDURE DIVISION.

       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           PERFORM 1000-READ-ARGS
           PERFORM 0880-READ-SYSTEM-DATE
           IF WS-SYSTEM-YMD NOT = SPACES
               MOVE WS-SYSTEM-YMD TO WS-TODAY
           END-IF
           MOVE WS-ACTION TO WS-GATE-ACTION
           PERFORM 0900-CHECK-OPERATOR
           IF FUNCTION TRIM(WS-WATCHLIST-FILE) NOT = SPACES
                       MOVE FUNCTION TRIM(WS-VAL) TO WS-ADJUST-FILE
                   WHEN 'audit_index'
                       MOVE FUNCTION TRIM(WS-VAL) TO WS-AUDIDX-FILE
                   WHEN 'member_file'
                       MOVE FUNCTION TRIM(WS-VAL) TO WS-MEMBER-FILE
                   WHEN 'link_file'
                       MOVE FUNCTION TRIM(WS-VAL) TO WS-LINK-FILE
                   WHEN 'kyc_grace_days'
                       MOVE FUNCTION NUMVAL(WS-VAL)
                           TO WS-KYC-GRACE-DAYS
                   WHEN 'drawer'
                       MOVE FUNCTION TRIM(WS-VAL) TO WS-DRAWER-ID
                   WHEN 'drawer_file'
                       MOVE FUNCTION TRIM(WS-VAL) TO WS-DRAWER-FILE
                   WHEN 'category'
                       MOVE FUNCTION TRIM(WS-VAL) TO WS-BUDGET-CAT
                   WHEN 'budget_file'
                       MOVE FUNCTION TRIM(WS-VAL) TO WS-BUDGET-FILE
                   WHEN 'system_date_file'
                       MOVE FUNCTION TRIM(WS-VAL) TO WS-SYSDATE-FILE
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
                       FUNCTION TRIM(WS-ACCOUNT-ID) NOT = SPACES
                   PERFORM 2020-LOAD-MASTER-BALANCE
               END-IF
               IF WS-STATUS = 'OK' AND
                       FUNCTION TRIM(WS-DRAWER-ID) NOT = SPACES AND
                       FUNCTION TRIM(WS-ACTION) = 'CALC-BALANCE'
                   PERFORM 2040-CHECK-DRAWER
               END-IF
               IF WS-STATUS = 'OK' AND WS-WL-COUNT > ZEROS AND
                       FUNCTION TRIM(WS-ACTION) = 'CALC-BALANCE'
                   PERFORM 7100-SCREEN-AND-SUSPEND
                       MOVE 'Action tidak dikenal' TO WS-MSG
               END-EVALUATE
               END-IF
               IF WS-STATUS = 'OK' AND WS-MASTER-IS-FOUND AND
                       FUNCTION TRIM(WS-ACTION) = 'CALC-BALANCE' AND
                       FUNCTION TRIM(WS-BUDGET-CAT) NOT = SPACES AND
                       (FUNCTION TRIM(WS-TXN-TYPE) = 'DEBIT' OR
                        FUNCTION TRIM(WS-TXN-TYPE) = 'TRANSFER')
                   PERFORM 2050-CHECK-BUDGET-ENVELOPE
               END-IF
               IF FUNCTION TRIM(WS-ACTION) = 'CALC-BALANCE' AND
                       FUNCTION TRIM(WS-ACCOUNT-ID) NOT = SPACES AND
                       WS-STATUS NOT = 'ERROR' AND
                       WS-STATUS NOT = 'SUSPENDED'
                   PERFORM 2030-SAVE-MASTER-BALANCE
               END-IF
               IF WS-BM-IS-OPEN
                   PERFORM 2055-POST-BUDGET-SPENT
               END-IF
      * a suspended txn_ref is not recorded as seen - the movement
      * has not happened, and CFSUSP's approval posts it under its
      * own reference
                       WHEN OTHER
                           PERFORM 2025-CHECK-ACCOUNT-CURRENCY
                   END-EVALUATE
                   IF WS-STATUS = 'OK' AND WS-TXN-TYPE = 'CREDIT'
                       PERFORM 7300-CHECK-KYC-CURRENT
                   END-IF
           END-READ.

      * the stored currency is the unit of record: a currency=
                       IF FUNCTION TRIM(AM-CURRENCY) = SPACES
                           MOVE CF-ACCT-CURRENCY TO AM-CURRENCY
                       END-IF
                       MOVE WS-TODAY TO AM-LAST-ACTIVITY
                       REWRITE ACCOUNT-MASTER-RECORD
               END-READ
           END-IF.

      * budget envelope - the tagged category's record for the
      * business month must be on the budget master; a debit that
      * would take a DISCRETIONARY category over what is left is
      * refused, any other priority posts with a warning. The master
      * stays open for 2055 to charge the amount once it has posted.
       2050-CHECK-BUDGET-ENVELOPE.
           MOVE 'N' TO WS-BM-OVER-FLAG
           IF FUNCTION TRIM(WS-BUDGET-FILE) = SPACES
               MOVE WS-BALANCE TO WS-NEW-BALANCE
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'category= memerlukan budget_file=' TO WS-MSG
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-BM-PERIOD
           STRING WS-TODAY(1:4) '-' WS-TODAY(5:2)
               DELIMITED SIZE INTO WS-BM-PERIOD
           END-STRING
           OPEN I-O BUDGET-MASTER
           IF WS-BM-STATUS NOT = '00'
               MOVE WS-BALANCE TO WS-NEW-BALANCE
               MOVE 'ERROR' TO WS-STATUS
               MOVE SPACES TO WS-MSG WS-BM-PERIOD
               STRING 'Master anggaran tidak dapat dibuka: '
                       DELIMITED SIZE
                   FUNCTION TRIM(WS-BUDGET-FILE) DELIMITED SIZE
                   INTO WS-MSG
               END-STRING
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-BM-OPEN-FLAG
           MOVE WS-BUDGET-CAT TO BM-CATEGORY
           MOVE WS-BM-PERIOD  TO BM-PERIOD
           READ BUDGET-MASTER
               INVALID KEY
                   MOVE 'ERROR' TO WS-STATUS
                   MOVE SPACES TO WS-MSG
                   STRING 'Tidak ada anggaran untuk kategori '
                           DELIMITED SIZE
                       FUNCTION TRIM(WS-BUDGET-CAT) DELIMITED SIZE
                       ' periode ' DELIMITED SIZE
                       WS-BM-PERIOD DELIMITED SIZE
                       INTO WS-MSG
                   END-STRING
           END-READ
           IF WS-STATUS = 'OK'
               COMPUTE WS-BM-LEFT = BM-BUDGETED - BM-SPENT
               IF WS-AMOUNT > WS-BM-LEFT
                   IF FUNCTION TRIM(BM-PRIORITY) = 'DISCRETIONARY'
                       MOVE WS-BM-LEFT TO WS-BM-LEFT-D
                       MOVE 'ERROR' TO WS-STATUS
                       MOVE SPACES TO WS-MSG
                       STRING 'Anggaran DISCRETIONARY ' DELIMITED SIZE
                           FUNCTION TRIM(WS-BUDGET-CAT) DELIMITED SIZE
                           ' periode ' DELIMITED SIZE
                           WS-BM-PERIOD DELIMITED SIZE
                           ' tidak mencukupi - sisa ' DELIMITED SIZE
                           FUNCTION TRIM(WS-BM-LEFT-D) DELIMITED SIZE
                           INTO WS-MSG
                       END-STRING
                   ELSE
                       MOVE 'Y' TO WS-BM-OVER-FLAG
                   END-IF
               END-IF
           END-IF
           IF WS-STATUS NOT = 'OK'
               MOVE WS-BALANCE TO WS-NEW-BALANCE
               CLOSE BUDGET-MASTER
               MOVE 'N' TO WS-BM-OPEN-FLAG
               MOVE SPACES TO WS-BM-PERIOD
           END-IF.

      * charge the posted amount to the envelope; an over-budget
      * ESSENTIAL/NORMAL debit says so on the result message
       2055-POST-BUDGET-SPENT.
           IF WS-STATUS = 'OK'
               ADD WS-AMOUNT TO BM-SPENT
               REWRITE BUDGET-MASTER-RECORD
               IF WS-BM-IS-OVER
                   COMPUTE WS-BM-LEFT = BM-SPENT - BM-BUDGETED
                   MOVE WS-BM-LEFT TO WS-BM-LEFT-D
                   MOVE SPACES TO WS-BM-MSG
                   STRING FUNCTION TRIM(WS-MSG) DELIMITED SIZE
                       ' - peringatan: anggaran ' DELIMITED SIZE
                       FUNCTION TRIM(WS-BUDGET-CAT) DELIMITED SIZE
                       ' periode ' DELIMITED SIZE
                       WS-BM-PERIOD DELIMITED SIZE
                       ' terlampaui ' DELIMITED SIZE
                       FUNCTION TRIM(WS-BM-LEFT-D) DELIMITED SIZE
                       INTO WS-BM-MSG
                   END-STRING
                   MOVE WS-BM-MSG TO WS-MSG
               END-IF
           ELSE
               MOVE SPACES TO WS-BM-PERIOD
           END-IF
           CLOSE BUDGET-MASTER
           MOVE 'N' TO WS-BM-OPEN-FLAG.

      * counter cash - only a CREDIT (cash in) or DEBIT (cash out)
      * goes through a drawer, and only an OPEN drawer of the
      * operator's own takes it
       2040-CHECK-DRAWER.
           IF FUNCTION TRIM(WS-TXN-TYPE) NOT = 'CREDIT' AND
                   FUNCTION TRIM(WS-TXN-TYPE) NOT = 'DEBIT'
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'Laci kas hanya untuk setoran/penarikan tunai'
                   TO WS-MSG
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-DR-OPEN-FLAG
           OPEN INPUT DRAWER-FILE
           IF WS-DRAWER-STATUS = '00'
               MOVE 'N' TO WS-WL-EOF
               PERFORM UNTIL WS-WL-AT-EOF
                   READ DRAWER-FILE INTO DRAWER-RECORD
                       AT END MOVE 'Y' TO WS-WL-EOF
                       NOT AT END
                           PERFORM 2045-SCAN-DRAWER-LINE
                   END-READ
               END-PERFORM
               CLOSE DRAWER-FILE
               MOVE 'N' TO WS-WL-EOF
           END-IF
           IF NOT WS-DR-IS-OPEN
               MOVE 'ERROR' TO WS-STATUS
               MOVE SPACES TO WS-MSG
               STRING 'Laci kas tidak terbuka untuk operator ini: '
                       DELIMITED SIZE
                   FUNCTION TRIM(WS-DRAWER-ID) DELIMITED SIZE
                   INTO WS-MSG
               END-STRING
           END-IF.

       2045-SCAN-DRAWER-LINE.
           MOVE SPACES TO WS-DR-IN-ID WS-DR-IN-TELLER WS-DR-IN-STATE
           MOVE FUNCTION TRIM(DRAWER-RECORD) TO WS-WL-REMAIN
           PERFORM UNTIL FUNCTION TRIM(WS-WL-REMAIN) = SPACES
               PERFORM 7020-EXTRACT-WATCH-TOKEN
               MOVE ZERO TO WS-POS
               INSPECT WS-WL-TOKEN TALLYING WS-POS
                   FOR CHARACTERS BEFORE '='
               IF WS-POS > 0 AND WS-POS < 199
                   MOVE WS-WL-TOKEN(1:WS-POS) TO WS-KEY
                   MOVE WS-WL-TOKEN(WS-POS + 2:) TO WS-VAL
                   EVALUATE FUNCTION TRIM(WS-KEY)
                       WHEN 'drawer_id'
                           MOVE FUNCTION TRIM(WS-VAL) TO WS-DR-IN-ID
                       WHEN 'teller'
                           MOVE FUNCTION TRIM(WS-VAL)
                               TO WS-DR-IN-TELLER
                       WHEN 'state'
                           MOVE FUNCTION TRIM(WS-VAL)
                               TO WS-DR-IN-STATE
                   END-EVALUATE
               END-IF
           END-PERFORM
           IF WS-DR-IN-ID = WS-DRAWER-ID AND
                   WS-DR-IN-STATE = 'OPEN' AND
                   (FUNCTION TRIM(WS-USER-ID) = SPACES OR
                    WS-DR-IN-TELLER = WS-USER-ID)
               MOVE 'Y' TO WS-DR-OPEN-FLAG
           END-IF.

      * read-only lookup - a txn_ref is only recorded as seen once the
      * action it belongs to has actually gone on to succeed (see
      * 2015-RECORD-TXN-REF), so a failed VALIDATE/CALC-BALANCE/
           STRING
               FUNCTION TRIM(WS-TXN-REF) DELIMITED SIZE
               ' ' DELIMITED SIZE
               WS-TODAY DELIMITED SIZE
               INTO TXNREF-RECORD
           END-STRING
           WRITE TXNREF-RECORD
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-RT-IN-TIER WS-RT-IN-EFFECTIVE
               WS-RT-IN-END
           MOVE ZEROS TO WS-RT-IN-RATE
           MOVE FUNCTION TRIM(RATE-TABLE-RECORD) TO WS-WL-REMAIN
           PERFORM UNTIL FUNCTION TRIM(WS-WL-REMAIN) = SPACES
           ADD 1 TO WS-RT-COUNT
           MOVE WS-RT-IN-TIER      TO WS-RT-TIER(WS-RT-COUNT)
           MOVE WS-RT-IN-RATE      TO WS-RT-RATE(WS-RT-COUNT)
           MOVE WS-RT-IN-EFFECTIVE TO WS-RT-EFFECTIVE(WS-RT-COUNT)
           MOVE WS-RT-IN-END       TO WS-RT-END(WS-RT-COUNT).

       7560-PARSE-RATE-TOKEN.
           MOVE ZERO TO WS-POS
                   WHEN 'effective'
                       MOVE FUNCTION TRIM(WS-VAL)
                           TO WS-RT-IN-EFFECTIVE
                   WHEN 'end'
                       MOVE FUNCTION TRIM(WS-VAL)
                           TO WS-RT-IN-END
               END-EVALUATE
           END-IF.

           END-IF
           COMPUTE WS-VD-FROM-INT =
               FUNCTION INTEGER-OF-DATE(WS-VD-DATE-NUM)
           MOVE WS-TODAY TO WS-VD-DATE-NUM
           COMPUTE WS-VD-TO-INT =
               FUNCTION INTEGER-OF-DATE(WS-VD-DATE-NUM)
           IF WS-VD-FROM-INT >= WS-VD-TO-INT
               END-IF
               ADD 1 TO WS-RT-IDX
           END-PERFORM
      * a set end-dated on the table (CFRATEMNT END) prices
      * nothing after its end date - the tier is then not found,
      * never priced from a withdrawn rate
           IF WS-RT-BEST > ZEROS
               IF WS-RT-END(WS-RT-BEST) NOT = SPACES AND
                       WS-RT-END(WS-RT-BEST) < WS-VD-DAY-STR
                   MOVE ZEROS TO WS-RT-BEST
               END-IF
           END-IF
           IF WS-RT-BEST = ZEROS
               MOVE 'Y' TO WS-ADJ-MISS-FLAG
           ELSE
               FUNCTION TRIM(WS-TIMESTAMP) DELIMITED SIZE
               INTO AUDIT-RECORD
           END-STRING
           PERFORM 8950-CHAIN-AUDIT-LINE
           OPEN EXTEND AUDIT-LOG
           IF WS-AUDIT-STATUS NOT = '00'
               CLOSE AUDIT-LOG
           END-IF
           WRITE AUDIT-RECORD
           CLOSE AUDIT-LOG
           PERFORM 8990-SAVE-CHAIN-HEAD
           IF FUNCTION TRIM(WS-AUDIDX-FILE) NOT = SPACES
               PERFORM 8500-WRITE-AUDIT-INDEX
           END-IF.
           IF NOT WS-WL-IS-HIT
               EXIT PARAGRAPH
           END-IF
      * CFSUSP posts the released item untagged - it does not charge
      * a budget envelope, so a tagged debit cannot be parked
           IF FUNCTION TRIM(WS-BUDGET-CAT) NOT = SPACES AND
                   (FUNCTION TRIM(WS-TXN-TYPE) = 'DEBIT' OR
                    FUNCTION TRIM(WS-TXN-TYPE) = 'TRANSFER')
               MOVE 'ERROR' TO WS-STATUS
               MOVE SPACES TO WS-MSG
               STRING 'Transaksi ber-category= ditolak - rekening '
                       DELIMITED SIZE
                   'dalam pemantauan: ' DELIMITED SIZE
                   FUNCTION TRIM(WS-WL-IN-ID) DELIMITED SIZE
                   INTO WS-MSG
               END-STRING
               EXIT PARAGRAPH
           END-IF
      * a debit's money is reserved so it cannot be spent out from
      * under the review; a credit has nothing to reserve yet
           IF FUNCTION TRIM(WS-TXN-TYPE) = 'DEBIT' OR
               ' currency=' DELIMITED SIZE
               FUNCTION TRIM(CF-ACCT-CURRENCY) DELIMITED SIZE
               ' date=' DELIMITED SIZE
               WS-TODAY DELIMITED SIZE
               ' status=SUSPENDED reason=' DELIMITED SIZE
               FUNCTION TRIM(WS-WL-HIT-REASON) DELIMITED SIZE
               INTO SUSPENSE-RECORD
           WRITE SUSPENSE-RECORD
           CLOSE SUSPENSE-FILE.

      *----------------------------------------------------------------
      * KYC posting block - no member behind the account (CFMEMBER's
      * link file; every holder of a joint account) may be past the
      * KYC review due date by more than kyc_grace_days=; REFUND and
      * REVERSAL give back money the member already had and are not
      * held up by the review
      *----------------------------------------------------------------
       7300-CHECK-KYC-CURRENT.
           OPEN INPUT MEMBER-MASTER
           IF WS-MEMBER-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM 7310-SCAN-KYC-LINKS
           CLOSE MEMBER-MASTER.

      * member=<no> account_id=<id>, the shape CFMEMBER writes
       7310-SCAN-KYC-LINKS.
           OPEN INPUT LINK-FILE
           IF WS-LINK-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-LINK-STATUS NOT = '00'
                   OR WS-STATUS NOT = 'OK'
               READ LINK-FILE
                   AT END MOVE '10' TO WS-LINK-STATUS
                   NOT AT END
                       PERFORM 7320-MATCH-KYC-LINK
               END-READ
           END-PERFORM
           CLOSE LINK-FILE.

       7320-MATCH-KYC-LINK.
           MOVE SPACES TO WS-KYC-TOK1 WS-KYC-TOK2
           UNSTRING FUNCTION TRIM(LINK-RECORD) DELIMITED BY ALL SPACE
               INTO WS-KYC-TOK1 WS-KYC-TOK2
           END-UNSTRING
           IF WS-KYC-TOK1(1:7) = 'member=' AND
                   WS-KYC-TOK2(12:50) = WS-ACCOUNT-ID
               MOVE WS-KYC-TOK1(8:20) TO WS-KYC-MEMBER
               PERFORM 7330-CHECK-ONE-KYC-HOLDER
           END-IF.

       7330-CHECK-ONE-KYC-HOLDER.
           MOVE WS-KYC-MEMBER TO MM-MEMBER-NO
           READ MEMBER-MASTER
               INVALID KEY
                   MOVE SPACES TO MM-KYC-DUE-DATE
           END-READ
           IF MM-KYC-DUE-DATE IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE MM-KYC-DUE-DATE TO WS-KYC-DUE-NUM
           MOVE WS-TODAY TO WS-KYC-TODAY-NUM
           COMPUTE WS-KYC-DAYS-PAST =
               FUNCTION INTEGER-OF-DATE(WS-KYC-TODAY-NUM)
               - FUNCTION INTEGER-OF-DATE(WS-KYC-DUE-NUM)
           IF WS-KYC-DAYS-PAST > WS-KYC-GRACE-DAYS
               MOVE 'ERROR' TO WS-STATUS
               MOVE SPACES TO WS-MSG
               STRING 'KYC anggota ' DELIMITED SIZE
                   FUNCTION TRIM(WS-KYC-MEMBER) DELIMITED SIZE
                   ' kedaluwarsa sejak ' DELIMITED SIZE
                   MM-KYC-DUE-DATE DELIMITED SIZE
                   ': rekening ' DELIMITED SIZE
                   FUNCTION TRIM(WS-ACCOUNT-ID) DELIMITED SIZE
                   ' tidak dapat menerima dana sampai review KYC '
                       DELIMITED SIZE
                   'dicatat' DELIMITED SIZE
                   INTO WS-MSG
               END-STRING
           END-IF.

       8000-WRITE-AUDIT-LOG.
           MOVE FUNCTION CURRENT-DATE TO WS-CUR-DATETIME
           MOVE WS-CUR-DATETIME(1:8)  TO WS-TIMESTAMP(1:8)
           MOVE WS-AMOUNT      TO WS-AMT-D
           MOVE WS-NEW-BALANCE TO WS-NEWBAL-D
           MOVE SPACES TO AUDIT-RECORD
           MOVE 1 TO WS-AUDIT-PTR
           STRING
               'ref=' DELIMITED SIZE
               FUNCTION TRIM(WS-ACCOUNT-REF) DELIMITED SIZE
               FUNCTION TRIM(WS-STATUS) DELIMITED SIZE
               ' currency=' DELIMITED SIZE
               FUNCTION TRIM(CF-ACCT-CURRENCY) DELIMITED SIZE
               INTO AUDIT-RECORD WITH POINTER WS-AUDIT-PTR
           END-STRING
      * the drawer a counter cash posting went through, for the
      * teller's end-of-day balancing
           IF FUNCTION TRIM(WS-DRAWER-ID) NOT = SPACES AND
                   FUNCTION TRIM(WS-ACTION) = 'CALC-BALANCE'
               STRING ' drawer=' DELIMITED SIZE
                   FUNCTION TRIM(WS-DRAWER-ID) DELIMITED SIZE
                   INTO AUDIT-RECORD WITH POINTER WS-AUDIT-PTR
               END-STRING
           END-IF
      * the budget envelope a tagged debit was charged to, so
      * CFBUDACT sums exactly what the live figure took
           IF FUNCTION TRIM(WS-BM-PERIOD) NOT = SPACES
               STRING ' category=' DELIMITED SIZE
                   FUNCTION TRIM(WS-BUDGET-CAT) DELIMITED SIZE
                   ' budget_period=' DELIMITED SIZE
                   WS-BM-PERIOD DELIMITED SIZE
                   INTO AUDIT-RECORD WITH POINTER WS-AUDIT-PTR
               END-STRING
           END-IF
           STRING
               ' ts=' DELIMITED SIZE
               FUNCTION TRIM(WS-TIMESTAMP) DELIMITED SIZE
               INTO AUDIT-RECORD WITH POINTER WS-AUDIT-PTR
           END-STRING
           PERFORM 8950-CHAIN-AUDIT-LINE
           OPEN EXTEND AUDIT-LOG
           IF WS-AUDIT-STATUS NOT = '00'
               CLOSE AUDIT-LOG
           END-IF
           WRITE AUDIT-RECORD
           CLOSE AUDIT-LOG
           PERFORM 8990-SAVE-CHAIN-HEAD
           IF FUNCTION TRIM(WS-AUDIDX-FILE) NOT = SPACES
               PERFORM 8500-WRITE-AUDIT-INDEX
           END-IF.
           END-WRITE
           CLOSE AUDIT-INDEX.

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

       9000-OUTPUT.
           MOVE WS-NEW-BALANCE TO WS-BAL-D
           MOVE WS-INTEREST    TO WS-INT-D
