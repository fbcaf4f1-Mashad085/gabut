      *       (timestamp, action, from/to account, gross amount, fee, *
      *       resulting balances, currency) so a disputed KOIN        *
      *       movement can be replayed instead of shrugged at.        *
      *       Each record ends in chain=<18 digits>, a running hash   *
      *       over it and the record before (head in <journal>.chain) *
      *       which CFCHAIN walks to prove the journal is untouched.  *
      *       action=HISTORY account_id=<id> plays a given account's  *
      *       journal entries back in file (= time) order with the    *
      *       direction, amount and running balance per entry and     *
      *       action=CONVERT - redeem amount= points from the from_   *
      *       side into KOIN on the to_ side at convert_rate= KOIN    *
      *       per point, subject to min_redeem= and the POINTS cap.   *
      *       Points expiry - every EARN is a dated lot on lots_file= *
      *       (default CFWALLET_POINTS_LOTS.DAT) that expires at the  *
      *       end of the month expiry_months= (default 24) after the  *
      *       month it was earned. CONVERT and a wallet_type=POINTS   *
      *       CALC-TRANSFER consume the soonest-expiring lots first   *
      *       (points held from before lots were kept go first of    *
      *       all); a transfer hands the payee lots carrying the same *
      *       expiry, so moving points never renews them.             *
      *       action=EXPIRE-POINTS [business_date=] - the nightly     *
      *           pass: every lot past its expiry month is taken off  *
      *           the wallet balance and journaled as an EXPIRE       *
      *           entry, and each wallet with points expiring at the  *
      *           end of next month gets one POINTS-EXPIRY notice in  *
      *           the CFNOTIFY outbox (outbox_file=, default          *
      *           CFNOTIFY_OUTBOX.DAT)                                *
      *       action=POINTS-LIABILITY [business_date=]                *
      *           [convert_rate=] - month-end report of outstanding   *
      *           points by expiry month, valued in KOIN when a rate  *
      *           is given                                            *
      *       Successful EARN and CONVERT movements are journaled     *
      *       exactly like CALC-TRANSFER and TOPUP.                   *
      *       Posting-time watchlist screening - watchlist_file= is   *
      *       holds_file= - the holds register, one hold_id=          *
      *           account_id= amount= expiry= status= line each,      *
      *           default CFWALLET_HOLDS.DAT                          *
      *       KYC posting block - a credit to a to_ account any of    *
      *       whose members (CFMEMBER link_file=, default             *
      *       CFMEMBER_LINKS.DAT - every holder of a joint account)   *
      *       is past its KYC review due date on member_file=         *
      *       (default CFMEMBER_MASTER.DAT) by more than              *
      *       kyc_grace_days= (default 30) is refused, naming the     *
      *       member and the due date, until CFMEMBER action=         *
      *       KYC-REVIEW records the review. Applies to VALIDATE-     *
      *       TRANSFER, CALC-TRANSFER, TOPUP, EARN, CONVERT and       *
      *       CAPTURE; debits out of the account are not blocked.     *
      *       Joint-account mandates - a CALC-TRANSFER out of an      *
      *       account with more than one holder on the link file      *
      *       names the holder instructing it with signed_by=<member  *
      *       no>. When the account's mandate (CFMEMBER action=       *
      *       MANDATE, mandate_file=, default CFMEMBER_MANDATES.DAT)  *
      *       needs more signatures than that for the amount - ALL    *
      *       holders, or TWO, above its threshold - the transfer is  *
      *       not posted: the amount is reserved through              *
      *       AM-HOLD-TOTAL, the transfer is queued on pending_file=  *
      *       (default CFMANDAT_QUEUE.DAT) with the signature so far, *
      *       and the result reports status PENDING. The CFMANDAT     *
      *       utility collects the other holders' signatures and      *
      *       posts it. A joint account with no mandate signs ANY.    *
      *       A POINTS or category= transfer that would need more     *
      *       signatures is refused instead - CFMANDAT posts KOIN     *
      *       only, with no envelope charge or points-lot movement.   *
      *       action=PAY from_account_id= merchant_id= amount= - pay  *
      *       a koperasi merchant at the counter: the merchant must   *
      *       be ACTIVE on merchant_file= (default                    *
      *       CFMERCH_MASTER.DAT, kept by CFMERCH) and the KOIN moves *
      *       from the member into clearing_account= (default         *
      *       MERCHANT-CLEARING) with no fee to the member - the MDR  *
      *       is the merchant's, deducted when CFMERCH SETTLE pays    *
      *       the merchant out. The journal entry carries             *
      *       merchant=<id>. Every transfer check applies; a payment  *
      *       that would be suspended or wait for joint signatures    *
      *       is refused instead, a counter sale cannot wait.         *
      * Actions: VALIDATE-TRANSFER | CALC-TRANSFER | TOPUP | EARN |   *
      *          CONVERT | HISTORY | HOLD | CAPTURE | RELEASE |       *
      *          EXPIRE-HOLDS | EXPIRE-POINTS | POINTS-LIABILITY |    *
      *          PAY                                                  *
      *       Budget envelopes - a CALC-TRANSFER or PAY tagged        *
      *       category=<name> is checked against that category's      *
      *       record for the business month on CFBUDGET's budget      *
      *       master (budget_file=, required with a tag): a           *
      *       DISCRETIONARY category the amount would take over       *
      *       budget is refused, an ESSENTIAL or NORMAL one posts     *
      *       with a warning on the message, and BM-SPENT is raised   *
      *       by the amount in the same run that posts the transfer.  *
      *       The journal entry carries category= and budget_period=  *
      *       so CFBUDACT counts it too. Needs from_account_id= - a   *
      *       stateless run has no envelope.                          *
      *       system_date_file=<path> - default CFSYSDATE.DAT;        *
      *           its business date stands in for today when no date  *
      *           argument is given                                   *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CFWALLET.
           SELECT JOURNAL-FILE ASSIGN TO DYNAMIC WS-JOURNAL-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT CHAIN-HEAD ASSIGN TO DYNAMIC WS-CHAIN-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHAIN-STATUS.
           SELECT HOLDS-FILE ASSIGN TO DYNAMIC WS-HOLDS-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLDS-STATUS.
           SELECT CMDLOG-FILE ASSIGN TO DYNAMIC WS-CMDLOG-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CMDLOG-STATUS.
           SELECT MEMBER-MASTER ASSIGN TO DYNAMIC WS-MEMBER-FILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MM-MEMBER-NO
               FILE STATUS IS WS-MEMBER-STATUS.
           SELECT LINK-FILE ASSIGN TO DYNAMIC WS-LINK-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LINK-STATUS.
           SELECT MANDATE-FILE ASSIGN TO DYNAMIC WS-MANDATE-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANDATE-STATUS.
           SELECT PENDING-FILE ASSIGN TO DYNAMIC WS-PENDING-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDING-STATUS.
           SELECT LOTS-FILE ASSIGN TO DYNAMIC WS-LOTS-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOTS-STATUS.
           SELECT OUTBOX-FILE ASSIGN TO DYNAMIC WS-OUTBOX-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUTBOX-STATUS.
           SELECT MERCHANT-FILE ASSIGN TO DYNAMIC WS-MERCHANT-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MERCHANT-STATUS.
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
       FD  JOURNAL-FILE.
       01  JOURNAL-RECORD      PIC X(300).

       FD  CHAIN-HEAD.
       01  CHAIN-HEAD-RECORD   PIC X(100).

       FD  HOLDS-FILE.
       01  HOLDS-RECORD        PIC X(200).

       FD  IMGVER-FILE.
       01  IMGVER-RECORD       PIC X(300).

       FD  MEMBER-MASTER.
           COPY CF-MEMBMS.

       FD  LINK-FILE.
       01  LINK-RECORD         PIC X(100).

       FD  MANDATE-FILE.
       01  MANDATE-RECORD      PIC X(200).

       FD  PENDING-FILE.
       01  PENDING-RECORD      PIC X(400).

       FD  LOTS-FILE.
       01  LOTS-RECORD         PIC X(200).

       FD  OUTBOX-FILE.
       01  OUTBOX-RECORD       PIC X(300).

       FD  MERCHANT-FILE.
       01  MERCHANT-RECORD     PIC X(300).

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

       01  WS-ACTION           PIC X(20)  VALUE SPACES.
       01  WS-FROM-BAL         PIC 9(13)V99 VALUE ZEROS.

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
       01  WS-CUR-DATETIME     PIC X(21) VALUE SPACES.
       01  WS-TIMESTAMP        PIC X(26) VALUE SPACES.
       01  WS-AMT-D            PIC Z(13).99.
       01  WS-EXPIRED-COUNT    PIC 9(5) VALUE ZEROS.
       01  WS-HDCNT-D          PIC Z(4)9.

      * KYC posting block - the to_ side of a credit is looked up
      * through CFMEMBER's link file to its members - every holder of
      * a joint account - and while any one of them is past due on the
      * KYC review by more than the grace period the account takes no
      * new money until CFMEMBER records the review. The links are
      * loaded once, on the first credit that needs them; an account
      * linked to no member, or a member never scheduled, passes
       01  WS-MEMBER-FILE      PIC X(200) VALUE 'CFMEMBER_MASTER.DAT'.
       01  WS-MEMBER-STATUS    PIC XX VALUE SPACES.
       01  WS-LINK-FILE        PIC X(200) VALUE 'CFMEMBER_LINKS.DAT'.
       01  WS-LINK-STATUS      PIC XX VALUE SPACES.
       01  WS-KYC-GRACE-DAYS   PIC 9(3) VALUE 30.
       01  WS-KYC-ACCT         PIC X(50) VALUE SPACES.
       01  WS-KYC-MEMBER       PIC X(20) VALUE SPACES.
       01  WS-KYC-DUE-NUM      PIC 9(8) VALUE ZEROS.
       01  WS-KYC-TODAY-NUM    PIC 9(8) VALUE ZEROS.
       01  WS-KYC-DAYS-PAST    PIC S9(9) COMP VALUE ZEROS.
       01  WS-KYC-LOADED-FLAG  PIC X VALUE 'N'.
           88  WS-KYC-IS-LOADED    VALUE 'Y'.
       01  WS-KL-COUNT         PIC 9(5) VALUE ZEROS.
       01  WS-KL-IDX           PIC 9(5) VALUE ZEROS.
       01  WS-KL-TRUNC-FLAG    PIC X VALUE 'N'.
           88  WS-KL-IS-TRUNCATED  VALUE 'Y'.
       01  WS-KL-TABLE.
           05  WS-KL-ENTRY OCCURS 20000 TIMES.
               10  WS-KL-MEMBER    PIC X(20).
               10  WS-KL-ACCT      PIC X(50).
       01  WS-KL-TOK1          PIC X(80) VALUE SPACES.
       01  WS-KL-TOK2          PIC X(80) VALUE SPACES.

      * joint-account mandates - the same link table counts the
      * holders of the debited account; a transfer needing more
      * signatures than signed_by= gives is parked for the others
       01  WS-SIGNED-BY        PIC X(20) VALUE SPACES.
       01  WS-MANDATE-FILE     PIC X(200)
                               VALUE 'CFMEMBER_MANDATES.DAT'.
       01  WS-MANDATE-STATUS   PIC XX VALUE SPACES.
       01  WS-PENDING-FILE     PIC X(200) VALUE 'CFMANDAT_QUEUE.DAT'.
       01  WS-PENDING-STATUS   PIC XX VALUE SPACES.
       01  WS-MD-LOADED-FLAG   PIC X VALUE 'N'.
           88  WS-MD-IS-LOADED     VALUE 'Y'.
       01  WS-MD-COUNT         PIC 9(5) VALUE ZEROS.
       01  WS-MD-IDX           PIC 9(5) VALUE ZEROS.
       01  WS-MD-TRUNC-FLAG    PIC X VALUE 'N'.
           88  WS-MD-IS-TRUNCATED  VALUE 'Y'.
       01  WS-MD-TABLE.
           05  WS-MD-ENTRY OCCURS 20000 TIMES.
               10  WS-MD-ACCT      PIC X(50).
               10  WS-MD-MANDATE   PIC X(3).
               10  WS-MD-THRESHOLD PIC 9(13)V99.
       01  WS-MD-TOK3          PIC X(80) VALUE SPACES.
       01  WS-MD-MANDATE-USED  PIC X(3) VALUE SPACES.
       01  WS-MD-THRESH-USED   PIC 9(13)V99 VALUE ZEROS.
       01  WS-HOLDER-COUNT     PIC 9(5) VALUE ZEROS.
       01  WS-HOLDER-FLAG      PIC X VALUE 'N'.
           88  WS-SIGNER-IS-HOLDER VALUE 'Y'.
       01  WS-SIGS-NEEDED      PIC 9(5) VALUE ZEROS.
       01  WS-NEEDED-D         PIC Z(4)9.
      * merchant payments - the merchant is looked up on CFMERCH's
      * master and the payment lands in the clearing account
       01  WS-MERCHANT-ID      PIC X(20) VALUE SPACES.
       01  WS-MERCHANT-FILE    PIC X(200) VALUE 'CFMERCH_MASTER.DAT'.
       01  WS-MERCHANT-STATUS  PIC XX VALUE SPACES.
       01  WS-CLEARING-ACCT    PIC X(50) VALUE 'MERCHANT-CLEARING'.
       01  WS-MR-EOF           PIC X VALUE 'N'.
       01  WS-MR-FOUND-FLAG    PIC X VALUE 'N'.
           88  WS-MR-IS-FOUND      VALUE 'Y'.
       01  WS-MR-IN-ID         PIC X(20) VALUE SPACES.
       01  WS-MR-IN-STATUS     PIC X(10) VALUE SPACES.
       01  WS-MR-STATUS        PIC X(10) VALUE SPACES.
       01  WS-JRN-PTR          PIC 9(4) VALUE 1.
      * budget envelopes - a transfer or payment tagged category= is
      * held to that category's record for the month on CFBUDGET's
      * budget master (CF-BUDGMS.cpy) before it posts
       01  WS-BUDGET-CAT       PIC X(30) VALUE SPACES.
       01  WS-BUDGET-FILE      PIC X(200) VALUE SPACES.
       01  WS-BM-STATUS        PIC XX VALUE SPACES.
       01  WS-BM-OPEN-FLAG     PIC X VALUE 'N'.
           88  WS-BM-IS-OPEN       VALUE 'Y'.
       01  WS-BM-OVER-FLAG     PIC X VALUE 'N'.
           88  WS-BM-IS-OVER       VALUE 'Y'.
       01  WS-BM-PERIOD        PIC X(7) VALUE SPACES.
       01  WS-BM-LEFT          PIC S9(13)V99 VALUE ZEROS.
       01  WS-BM-LEFT-D        PIC -(13)9.99.
       01  WS-BM-MSG           PIC X(200) VALUE SPACES.

       01  WS-PEND-SEQ         PIC 9(5) VALUE ZEROS.
       01  WS-PEND-ID          PIC X(22) VALUE SPACES.
       01  WS-PENDSEQ-D        PIC Z(4)9.

      * points lots - one line per dated lot of points still held;
      * loaded on the first points movement and rewritten at the end
      * of the run, fully used lots dropped
       01  WS-LOTS-FILE        PIC X(200)
                               VALUE 'CFWALLET_POINTS_LOTS.DAT'.
       01  WS-LOTS-STATUS      PIC XX VALUE SPACES.
       01  WS-EXPIRY-MONTHS    PIC 9(3) VALUE 24.
       01  WS-OUTBOX-FILE      PIC X(200) VALUE 'CFNOTIFY_OUTBOX.DAT'.
       01  WS-OUTBOX-STATUS    PIC XX VALUE SPACES.
       01  WS-LT-LOADED-FLAG   PIC X VALUE 'N'.
           88  WS-LT-IS-LOADED     VALUE 'Y'.
       01  WS-LT-CHANGED-FLAG  PIC X VALUE 'N'.
           88  WS-LT-HAS-CHANGED   VALUE 'Y'.
       01  WS-LT-TRUNC-FLAG    PIC X VALUE 'N'.
           88  WS-LT-IS-TRUNCATED  VALUE 'Y'.
       01  WS-LT-COUNT         PIC 9(5) VALUE ZEROS.
       01  WS-LT-IDX           PIC 9(5) VALUE ZEROS.
       01  WS-LT-IDX2          PIC 9(5) VALUE ZEROS.
       01  WS-LT-PICK          PIC 9(5) VALUE ZEROS.
       01  WS-LT-TABLE.
           05  WS-LT-ENTRY OCCURS 20000 TIMES.
               10  WS-LT-ACCT      PIC X(50).
               10  WS-LT-EARNED    PIC X(8).
               10  WS-LT-EXPIRES   PIC X(7).
               10  WS-LT-POINTS    PIC 9(13)V99.
               10  WS-LT-REMAIN    PIC 9(13)V99.
               10  WS-LT-NOTIFIED  PIC X.
       01  WS-LT-IN-ACCT       PIC X(50) VALUE SPACES.
       01  WS-LT-IN-EARNED     PIC X(8) VALUE SPACES.
       01  WS-LT-IN-EXPIRES    PIC X(7) VALUE SPACES.
       01  WS-LT-IN-POINTS     PIC 9(13)V99 VALUE ZEROS.
       01  WS-LT-IN-REMAIN     PIC 9(13)V99 VALUE ZEROS.
       01  WS-LT-IN-NOTIFIED   PIC X VALUE SPACES.
       01  WS-LT-NEW-ACCT      PIC X(50) VALUE SPACES.
       01  WS-LT-NEW-EARNED    PIC X(8) VALUE SPACES.
       01  WS-LT-NEW-EXPIRES   PIC X(7) VALUE SPACES.
       01  WS-LT-NEW-POINTS    PIC 9(13)V99 VALUE ZEROS.
       01  WS-LT-ACCT-USED     PIC X(50) VALUE SPACES.
       01  WS-LT-BAL-BEFORE    PIC 9(13)V99 VALUE ZEROS.
       01  WS-LT-NEED          PIC 9(13)V99 VALUE ZEROS.
       01  WS-LT-TAKE          PIC 9(13)V99 VALUE ZEROS.
       01  WS-LT-PASS-TO       PIC X(50) VALUE SPACES.
       01  WS-LT-PASS-LEFT     PIC 9(13)V99 VALUE ZEROS.
       01  WS-LT-PASS-TAKE     PIC 9(13)V99 VALUE ZEROS.
       01  WS-LT-HELD          PIC 9(15)V99 VALUE ZEROS.
       01  WS-LT-UNTRACKED     PIC S9(15)V99 VALUE ZEROS.
       01  WS-LT-YYYY          PIC 9(4) VALUE ZEROS.
       01  WS-LT-MM            PIC 9(2) VALUE ZEROS.
       01  WS-LT-MONTHNO       PIC 9(6) VALUE ZEROS.
       01  WS-LT-CUR-MONTH     PIC X(7) VALUE SPACES.
       01  WS-LT-NEXT-MONTH    PIC X(7) VALUE SPACES.
       01  WS-LT-SAVE-ACTION   PIC X(20) VALUE SPACES.
       01  WS-LT-EXP-COUNT     PIC 9(5) VALUE ZEROS.
       01  WS-LT-EXP-POINTS    PIC 9(15)V99 VALUE ZEROS.
       01  WS-LT-NOTICE-COUNT  PIC 9(5) VALUE ZEROS.
       01  WS-LT-NOTICE-SUM    PIC 9(13)V99 VALUE ZEROS.
       01  WS-LT-CNT-D         PIC Z(4)9.
       01  WS-LT-CNT2-D        PIC Z(4)9.
      * POINTS-LIABILITY - outstanding points bucketed by expiry month
       01  WS-LB-COUNT         PIC 9(3) VALUE ZEROS.
       01  WS-LB-IDX           PIC 9(3) VALUE ZEROS.
       01  WS-LB-IDX2          PIC 9(3) VALUE ZEROS.
       01  WS-LB-TABLE.
           05  WS-LB-ENTRY OCCURS 600 TIMES.
               10  WS-LB-MONTH     PIC X(7).
               10  WS-LB-POINTS    PIC 9(15)V99.
               10  WS-LB-LOTS      PIC 9(5).
       01  WS-LB-SWAP.
           05  WS-LB-SWAP-MONTH    PIC X(7).
           05  WS-LB-SWAP-POINTS   PIC 9(15)V99.
           05  WS-LB-SWAP-LOTS     PIC 9(5).
       01  WS-LB-TOTAL         PIC 9(15)V99 VALUE ZEROS.
       01  WS-LB-TOT-LOTS      PIC 9(5) VALUE ZEROS.
       01  WS-LB-VALUE         PIC 9(15)V99 VALUE ZEROS.
       01  WS-LB-PTS-D         PIC ---,---,---,--9.99.
       01  WS-LB-VAL-D         PIC ---,---,---,--9.99.
       01  WS-LB-LINE          PIC X(132) VALUE SPACES.

      * system-tracked daily counters - one row per account and day,
      * loaded once per invocation and rewritten at the end when
      * anything accumulated; the stored figure, not the caller's
           MOVE 'KOIN' TO CF-ACCT-CURRENCY
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           PERFORM 1000-READ-ARGS
           PERFORM 0880-READ-SYSTEM-DATE
           IF WS-SYSTEM-YMD NOT = SPACES
               MOVE WS-SYSTEM-YMD TO WS-TODAY
           END-IF
           IF FUNCTION TRIM(WS-ACTION) = SPACES
               MOVE 'BATCH' TO WS-GATE-ACTION
           ELSE
                   FUNCTION TRIM(WS-ACTION) = 'EXPIRE-HOLDS'
                   PERFORM 6500-HOLD-ACTIONS
                   PERFORM 9000-OUTPUT
               WHEN FUNCTION TRIM(WS-ACTION) = 'EXPIRE-POINTS'
                   PERFORM 7300-EXPIRE-POINTS
                   PERFORM 9000-OUTPUT
               WHEN FUNCTION TRIM(WS-ACTION) = 'POINTS-LIABILITY'
                   PERFORM 7400-POINTS-LIABILITY
               WHEN FUNCTION TRIM(WS-FILE) NOT = SPACES
                   PERFORM 8000-BATCH-MODE
               WHEN OTHER
           IF WS-CTR-HAS-CHANGED
               PERFORM 5900-REWRITE-COUNTERS-FILE
           END-IF
           IF WS-LT-HAS-CHANGED
               PERFORM 7150-REWRITE-LOTS-FILE
           END-IF
           STOP RUN.

       1000-READ-ARGS.
                       MOVE FUNCTION TRIM(WS-VAL) TO WS-FROM-ACCT-ID
                   WHEN 'to_account_id'
                       MOVE FUNCTION TRIM(WS-VAL) TO WS-TO-ACCT-ID
                   WHEN 'merchant_id'
                       MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-VAL))
                           TO WS-MERCHANT-ID
                   WHEN 'merchant_file'
                       MOVE FUNCTION TRIM(WS-VAL) TO WS-MERCHANT-FILE
                   WHEN 'category'
                       MOVE FUNCTION TRIM(WS-VAL) TO WS-BUDGET-CAT
                   WHEN 'budget_file'
                       MOVE FUNCTION TRIM(WS-VAL) TO WS-BUDGET-FILE
                   WHEN 'clearing_account'
                       MOVE FUNCTION TRIM(WS-VAL) TO WS-CLEARING-ACCT
                   WHEN 'master_file'
                       MOVE FUNCTION TRIM(WS-VAL) TO WS-MASTER-FILE
                   WHEN 'file'
                   WHEN 'verify_image'
                       MOVE FUNCTION TRIM(WS-VAL)
                           TO WS-VERIFY-IMAGE
                   WHEN 'member_file'
                       MOVE FUNCTION TRIM(WS-VAL) TO WS-MEMBER-FILE
                   WHEN 'link_file'
                       MOVE FUNCTION TRIM(WS-VAL) TO WS-LINK-FILE
                   WHEN 'kyc_grace_days'
                       MOVE FUNCTION NUMVAL(WS-VAL)
                           TO WS-KYC-GRACE-DAYS
                   WHEN 'signed_by'
                       MOVE FUNCTION TRIM(WS-VAL) TO WS-SIGNED-BY
                   WHEN 'mandate_file'
                       MOVE FUNCTION TRIM(WS-VAL) TO WS-MANDATE-FILE
                   WHEN 'pending_file'
                       MOVE FUNCTION TRIM(WS-VAL) TO WS-PENDING-FILE
                   WHEN 'lots_file'
                       MOVE FUNCTION TRIM(WS-VAL) TO WS-LOTS-FILE
                   WHEN 'expiry_months'
                       MOVE FUNCTION NUMVAL(WS-VAL)
                           TO WS-EXPIRY-MONTHS
                   WHEN 'outbox_file'
                       MOVE FUNCTION TRIM(WS-VAL) TO WS-OUTBOX-FILE
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
               MOVE 'POINTS' TO WS-WALLET-TYPE
           END-IF
           PERFORM 2050-SET-WALLET-LIMITS
      * a points movement against the master needs the lots file
      * whole - a register too large to rewrite refuses it up front
           IF (FUNCTION TRIM(WS-ACTION) = 'EARN' OR
                   FUNCTION TRIM(WS-ACTION) = 'CONVERT' OR
                   (FUNCTION TRIM(WS-ACTION) = 'CALC-TRANSFER' AND
                    WS-WALLET-IS-POINTS)) AND
                   (FUNCTION TRIM(WS-FROM-ACCT-ID) NOT = SPACES OR
                    FUNCTION TRIM(WS-TO-ACCT-ID) NOT = SPACES)
               PERFORM 7100-LOAD-LOTS-FILE
               IF WS-LT-IS-TRUNCATED OR WS-LT-COUNT > 19900
                   MOVE 'ERROR' TO WS-STATUS
                   MOVE 'Register lot poin melebihi 19900 baris'
                       TO WS-MSG
                   EXIT PARAGRAPH
               END-IF
           END-IF
           EVALUATE FUNCTION TRIM(WS-ACTION)
               WHEN 'VALIDATE-TRANSFER'
                   PERFORM 2060-LOAD-MASTER-BALANCES
                   IF WS-STATUS = 'OK'
                       PERFORM 4000-CALC-TRANSFER
                   END-IF
                   IF WS-STATUS = 'OK' AND WS-FROM-IS-FOUND AND
                           FUNCTION TRIM(WS-BUDGET-CAT) NOT = SPACES
                       PERFORM 5490-CHECK-BUDGET-ENVELOPE
                   END-IF
                   IF WS-STATUS = 'OK' AND WS-FROM-IS-FOUND
                       PERFORM 5430-CHECK-MANDATE
                   END-IF
                   IF WS-STATUS = 'OK'
                       PERFORM 2070-SAVE-MASTER-BALANCES
                       IF FUNCTION TRIM(WS-FROM-ACCT-ID) NOT = SPACES
                           PERFORM 5680-ACCUM-TRANSFER-COUNTER
                       END-IF
                   END-IF
               WHEN 'PAY'
                   PERFORM 5460-RESOLVE-MERCHANT
                   IF WS-STATUS = 'OK'
                       PERFORM 2060-LOAD-MASTER-BALANCES
                   END-IF
                   IF WS-STATUS = 'OK' AND WS-WL-COUNT > ZEROS
                       PERFORM 5470-SCREEN-PAYMENT
                   END-IF
                   IF WS-STATUS = 'OK'
                       PERFORM 5660-CHECK-TRANSFER-CEILINGS
                   END-IF
                   IF WS-STATUS = 'OK'
                       PERFORM 4000-CALC-TRANSFER
                   END-IF
                   IF WS-STATUS = 'OK' AND
                           FUNCTION TRIM(WS-BUDGET-CAT) NOT = SPACES
                       PERFORM 5490-CHECK-BUDGET-ENVELOPE
                   END-IF
                   IF WS-STATUS = 'OK'
                       PERFORM 5430-CHECK-MANDATE
                   END-IF
                   IF WS-STATUS = 'OK'
                       PERFORM 2070-SAVE-MASTER-BALANCES
                       PERFORM 5680-ACCUM-TRANSFER-COUNTER
                       MOVE 'Pembayaran ke merchant berhasil' TO WS-MSG
                   END-IF
               WHEN 'TOPUP'
                   IF WS-WALLET-IS-POINTS
                       MOVE 'ERROR' TO WS-STATUS
                   MOVE 'ERROR' TO WS-STATUS
                   MOVE 'Action tidak dikenal' TO WS-MSG
           END-EVALUATE
      * the envelope is charged only once the posting went through -
      * a transfer that ended PENDING or SUSPENDED spends nothing yet
           IF WS-BM-IS-OPEN
               PERFORM 5495-POST-BUDGET-SPENT
           END-IF
      * the journal records movements of AM-BALANCE - a purely
      * stateless run (no account ids, nothing written to the
      * master) leaves no journal entry, because a record with
      * blank accounts could never answer a HISTORY dispute
           IF WS-STATUS = 'OK' AND
                   (FUNCTION TRIM(WS-ACTION) = 'CALC-TRANSFER' OR
                    FUNCTION TRIM(WS-ACTION) = 'PAY' OR
                    FUNCTION TRIM(WS-ACTION) = 'TOPUP' OR
                    FUNCTION TRIM(WS-ACTION) = 'EARN' OR
                    FUNCTION TRIM(WS-ACTION) = 'CONVERT') AND
                   (FUNCTION TRIM(WS-FROM-ACCT-ID) NOT = SPACES OR
                    FUNCTION TRIM(WS-TO-ACCT-ID) NOT = SPACES)
               PERFORM 7000-WRITE-JOURNAL
               PERFORM 7050-TRACK-POINTS-LOTS
           END-IF.

      * every account id given must be on file and ACTIVE - an
                       MOVE AM-EARMARK-TOTAL TO WS-TO-EAR
                       MOVE 'Y' TO WS-TO-FOUND-FLAG
                       PERFORM 2062-CHECK-ACCOUNT-STATUS
                       IF WS-STATUS = 'OK'
                           MOVE WS-TO-ACCT-ID TO WS-KYC-ACCT
                           PERFORM 5400-CHECK-KYC-CURRENT
                       END-IF
               END-READ
           END-IF.

                       IF FUNCTION TRIM(AM-CURRENCY) = SPACES
                           MOVE CF-ACCT-CURRENCY TO AM-CURRENCY
                       END-IF
                       MOVE WS-TODAY TO AM-LAST-ACTIVITY
                       REWRITE ACCOUNT-MASTER-RECORD
               END-READ
           END-IF
                       IF FUNCTION TRIM(AM-CURRENCY) = SPACES
                           MOVE CF-ACCT-CURRENCY TO AM-CURRENCY
                       END-IF
                       MOVE WS-TODAY TO AM-LAST-ACTIVITY
                       REWRITE ACCOUNT-MASTER-RECORD
               END-READ
           END-IF.
           ADD WS-NET-AMOUNT TO WS-NEW-TO
           MOVE 'Poin berhasil ditambahkan' TO WS-MSG.

      * points redeemed into KOIN - which lots the redemption uses
      * up is settled after posting by 7050-TRACK-POINTS-LOTS;
      * min_redeem= keeps penny redemptions out
       5600-CONVERT.
           IF FUNCTION TRIM(WS-FROM-ACCT-ID) NOT = SPACES AND
                   WS-FROM-ACCT-ID = WS-TO-ACCT-ID
           ADD      WS-NET-AMOUNT TO   WS-NEW-TO
           MOVE 'Poin terlama ditukar menjadi KOIN' TO WS-MSG.

      *----------------------------------------------------------------
      * points lots - EARN adds a dated lot to the to_ wallet;
      * CONVERT and a POINTS transfer use up the from_ wallet's lots
      * soonest-expiring first, a transfer passing the same expiry on
      * to the payee for the net points it receives
      *----------------------------------------------------------------
       7050-TRACK-POINTS-LOTS.
           EVALUATE TRUE
               WHEN FUNCTION TRIM(WS-ACTION) = 'EARN'
                   IF WS-TO-IS-FOUND AND WS-NET-AMOUNT > ZEROS
                       MOVE WS-TO-ACCT-ID TO WS-LT-NEW-ACCT
                       MOVE WS-TODAY TO WS-LT-NEW-EARNED
                       PERFORM 7210-CALC-EXPIRY-MONTH
                       MOVE WS-NET-AMOUNT TO WS-LT-NEW-POINTS
                       PERFORM 7270-ADD-LOT
                   END-IF
               WHEN FUNCTION TRIM(WS-ACTION) = 'CONVERT'
                   IF WS-FROM-IS-FOUND
                       MOVE SPACES TO WS-LT-PASS-TO
                       MOVE ZEROS TO WS-LT-PASS-LEFT
                       PERFORM 7250-CONSUME-LOTS
                   END-IF
               WHEN FUNCTION TRIM(WS-ACTION) = 'CALC-TRANSFER'
                   IF WS-WALLET-IS-POINTS AND WS-FROM-IS-FOUND
                       MOVE SPACES TO WS-LT-PASS-TO
                       IF WS-TO-IS-FOUND
                           MOVE WS-TO-ACCT-ID TO WS-LT-PASS-TO
                       END-IF
                       MOVE WS-NET-AMOUNT TO WS-LT-PASS-LEFT
                       PERFORM 7250-CONSUME-LOTS
                   END-IF
           END-EVALUATE.

       7100-LOAD-LOTS-FILE.
           IF WS-LT-IS-LOADED
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-LT-LOADED-FLAG
           OPEN INPUT LOTS-FILE
           IF WS-LOTS-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-BATCH-EOF
           PERFORM UNTIL WS-BATCH-EOF = 'Y'
               READ LOTS-FILE INTO LOTS-RECORD
                   AT END MOVE 'Y' TO WS-BATCH-EOF
                   NOT AT END
                       PERFORM 7110-LOAD-ONE-LOT
               END-READ
           END-PERFORM
           CLOSE LOTS-FILE
           MOVE 'N' TO WS-BATCH-EOF.

       7110-LOAD-ONE-LOT.
           IF FUNCTION TRIM(LOTS-RECORD) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-LT-IN-ACCT WS-LT-IN-EARNED
               WS-LT-IN-EXPIRES WS-LT-IN-NOTIFIED
           MOVE ZEROS TO WS-LT-IN-POINTS WS-LT-IN-REMAIN
           MOVE FUNCTION TRIM(LOTS-RECORD) TO WS-BATCH-REMAIN
           PERFORM UNTIL FUNCTION TRIM(WS-BATCH-REMAIN) = SPACES
               PERFORM 8200-EXTRACT-BATCH-TOKEN
               IF FUNCTION TRIM(WS-BATCH-TOKEN) NOT = SPACES
                   PERFORM 7120-PARSE-LOT-TOKEN
               END-IF
           END-PERFORM
           IF FUNCTION TRIM(WS-LT-IN-ACCT) = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-LT-COUNT >= 20000
               MOVE 'Y' TO WS-LT-TRUNC-FLAG
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-LT-COUNT
           MOVE WS-LT-IN-ACCT     TO WS-LT-ACCT(WS-LT-COUNT)
           MOVE WS-LT-IN-EARNED   TO WS-LT-EARNED(WS-LT-COUNT)
           MOVE WS-LT-IN-EXPIRES  TO WS-LT-EXPIRES(WS-LT-COUNT)
           MOVE WS-LT-IN-POINTS   TO WS-LT-POINTS(WS-LT-COUNT)
           MOVE WS-LT-IN-REMAIN   TO WS-LT-REMAIN(WS-LT-COUNT)
           MOVE WS-LT-IN-NOTIFIED TO WS-LT-NOTIFIED(WS-LT-COUNT).

       7120-PARSE-LOT-TOKEN.
           MOVE ZERO TO WS-BATCH-POS
           INSPECT WS-BATCH-TOKEN TALLYING WS-BATCH-POS
               FOR CHARACTERS BEFORE '='
           IF WS-BATCH-POS > 0
               MOVE WS-BATCH-TOKEN(1:WS-BATCH-POS)
                   TO WS-BATCH-FLD-NAME
               MOVE WS-BATCH-TOKEN(WS-BATCH-POS + 2:)
                   TO WS-BATCH-FLD-VAL
               EVALUATE FUNCTION TRIM(WS-BATCH-FLD-NAME)
                   WHEN 'account_id'
                       MOVE FUNCTION TRIM(WS-BATCH-FLD-VAL)
                           TO WS-LT-IN-ACCT
                   WHEN 'earned'
                       MOVE FUNCTION TRIM(WS-BATCH-FLD-VAL)
                           TO WS-LT-IN-EARNED
                   WHEN 'expires'
                       MOVE FUNCTION TRIM(WS-BATCH-FLD-VAL)
                           TO WS-LT-IN-EXPIRES
                   WHEN 'points'
                       MOVE FUNCTION NUMVAL(WS-BATCH-FLD-VAL)
                           TO WS-LT-IN-POINTS
                   WHEN 'remaining'
                       MOVE FUNCTION NUMVAL(WS-BATCH-FLD-VAL)
                           TO WS-LT-IN-REMAIN
                   WHEN 'notified'
                       MOVE FUNCTION TRIM(WS-BATCH-FLD-VAL)
                           TO WS-LT-IN-NOTIFIED
               END-EVALUATE
           END-IF.

       7150-REWRITE-LOTS-FILE.
           OPEN OUTPUT LOTS-FILE
           MOVE 1 TO WS-LT-IDX
           PERFORM UNTIL WS-LT-IDX > WS-LT-COUNT
               IF WS-LT-REMAIN(WS-LT-IDX) > ZEROS
                   PERFORM 7160-WRITE-ONE-LOT
               END-IF
               ADD 1 TO WS-LT-IDX
           END-PERFORM
           CLOSE LOTS-FILE.

       7160-WRITE-ONE-LOT.
           MOVE WS-LT-POINTS(WS-LT-IDX) TO WS-AMT-D
           MOVE WS-LT-REMAIN(WS-LT-IDX) TO WS-FEE-D
           IF WS-LT-NOTIFIED(WS-LT-IDX) NOT = 'Y'
               MOVE 'N' TO WS-LT-NOTIFIED(WS-LT-IDX)
           END-IF
           MOVE SPACES TO LOTS-RECORD
           STRING
               'account_id=' DELIMITED SIZE
               FUNCTION TRIM(WS-LT-ACCT(WS-LT-IDX)) DELIMITED SIZE
               ' earned=' DELIMITED SIZE
               WS-LT-EARNED(WS-LT-IDX) DELIMITED SIZE
               ' expires=' DELIMITED SIZE
               WS-LT-EXPIRES(WS-LT-IDX) DELIMITED SIZE
               ' points=' DELIMITED SIZE
               FUNCTION TRIM(WS-AMT-D) DELIMITED SIZE
               ' remaining=' DELIMITED SIZE
               FUNCTION TRIM(WS-FEE-D) DELIMITED SIZE
               ' notified=' DELIMITED SIZE
               WS-LT-NOTIFIED(WS-LT-IDX) DELIMITED SIZE
               INTO LOTS-RECORD
           END-STRING
           WRITE LOTS-RECORD.

      * expiry month of a lot earned on WS-LT-NEW-EARNED - the
      * points stay usable to the end of that month
       7210-CALC-EXPIRY-MONTH.
           COMPUTE WS-LT-MONTHNO =
               FUNCTION NUMVAL(WS-LT-NEW-EARNED(1:4)) * 12
               + FUNCTION NUMVAL(WS-LT-NEW-EARNED(5:2)) - 1
               + WS-EXPIRY-MONTHS
           DIVIDE WS-LT-MONTHNO BY 12 GIVING WS-LT-YYYY
               REMAINDER WS-LT-MM
           ADD 1 TO WS-LT-MM
           MOVE SPACES TO WS-LT-NEW-EXPIRES
           STRING WS-LT-YYYY '-' WS-LT-MM
               DELIMITED SIZE INTO WS-LT-NEW-EXPIRES
           END-STRING.

      * WS-AMOUNT points leave the from_ wallet. Points it held
      * before lots were kept (balance beyond its lot total) carry no
      * date and go first; then the lots, soonest expiry first
       7250-CONSUME-LOTS.
           MOVE WS-FROM-ACCT-ID TO WS-LT-ACCT-USED
           MOVE WS-FROM-BAL TO WS-LT-BAL-BEFORE
           MOVE ZEROS TO WS-LT-HELD
           MOVE 1 TO WS-LT-IDX
           PERFORM UNTIL WS-LT-IDX > WS-LT-COUNT
               IF WS-LT-ACCT(WS-LT-IDX) = WS-LT-ACCT-USED
                   ADD WS-LT-REMAIN(WS-LT-IDX) TO WS-LT-HELD
               END-IF
               ADD 1 TO WS-LT-IDX
           END-PERFORM
           COMPUTE WS-LT-UNTRACKED = WS-LT-BAL-BEFORE - WS-LT-HELD
           MOVE WS-AMOUNT TO WS-LT-NEED
           IF WS-LT-UNTRACKED > ZEROS
               IF WS-LT-UNTRACKED > WS-LT-NEED
                   MOVE WS-LT-NEED TO WS-LT-TAKE
               ELSE
                   MOVE WS-LT-UNTRACKED TO WS-LT-TAKE
               END-IF
               SUBTRACT WS-LT-TAKE FROM WS-LT-NEED
               MOVE ZEROS TO WS-LT-PICK
               PERFORM 7280-PASS-ON-PIECE
           END-IF
           PERFORM UNTIL WS-LT-NEED = ZEROS
               PERFORM 7260-FIND-OLDEST-LOT
               IF WS-LT-PICK = ZEROS
                   EXIT PERFORM
               END-IF
               IF WS-LT-REMAIN(WS-LT-PICK) > WS-LT-NEED
                   MOVE WS-LT-NEED TO WS-LT-TAKE
               ELSE
                   MOVE WS-LT-REMAIN(WS-LT-PICK) TO WS-LT-TAKE
               END-IF
               SUBTRACT WS-LT-TAKE FROM WS-LT-REMAIN(WS-LT-PICK)
               SUBTRACT WS-LT-TAKE FROM WS-LT-NEED
               MOVE 'Y' TO WS-LT-CHANGED-FLAG
               PERFORM 7280-PASS-ON-PIECE
           END-PERFORM.

       7260-FIND-OLDEST-LOT.
           MOVE ZEROS TO WS-LT-PICK
           MOVE 1 TO WS-LT-IDX
           PERFORM UNTIL WS-LT-IDX > WS-LT-COUNT
               IF WS-LT-ACCT(WS-LT-IDX) = WS-LT-ACCT-USED AND
                       WS-LT-REMAIN(WS-LT-IDX) > ZEROS
                   IF WS-LT-PICK = ZEROS
                       MOVE WS-LT-IDX TO WS-LT-PICK
                   ELSE
                       IF WS-LT-EXPIRES(WS-LT-IDX) <
                               WS-LT-EXPIRES(WS-LT-PICK) OR
                               (WS-LT-EXPIRES(WS-LT-IDX) =
                                WS-LT-EXPIRES(WS-LT-PICK) AND
                                WS-LT-EARNED(WS-LT-IDX) <
                                WS-LT-EARNED(WS-LT-PICK))
                           MOVE WS-LT-IDX TO WS-LT-PICK
                       END-IF
                   END-IF
               END-IF
               ADD 1 TO WS-LT-IDX
           END-PERFORM.

       7270-ADD-LOT.
           IF WS-LT-COUNT >= 20000
               MOVE 'Y' TO WS-LT-TRUNC-FLAG
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-LT-COUNT
           MOVE WS-LT-NEW-ACCT    TO WS-LT-ACCT(WS-LT-COUNT)
           MOVE WS-LT-NEW-EARNED  TO WS-LT-EARNED(WS-LT-COUNT)
           MOVE WS-LT-NEW-EXPIRES TO WS-LT-EXPIRES(WS-LT-COUNT)
           MOVE WS-LT-NEW-POINTS  TO WS-LT-POINTS(WS-LT-COUNT)
           MOVE WS-LT-NEW-POINTS  TO WS-LT-REMAIN(WS-LT-COUNT)
           MOVE 'N' TO WS-LT-NOTIFIED(WS-LT-COUNT)
           MOVE 'Y' TO WS-LT-CHANGED-FLAG.

      * the payee of a POINTS transfer receives what the sender gave
      * up, piece by piece, until the net points are placed - each
      * dated piece keeps its expiry, an undated piece stays undated
       7280-PASS-ON-PIECE.
           IF FUNCTION TRIM(WS-LT-PASS-TO) = SPACES OR
                   WS-LT-PASS-LEFT = ZEROS
               EXIT PARAGRAPH
           END-IF
           IF WS-LT-TAKE > WS-LT-PASS-LEFT
               MOVE WS-LT-PASS-LEFT TO WS-LT-PASS-TAKE
           ELSE
               MOVE WS-LT-TAKE TO WS-LT-PASS-TAKE
           END-IF
           SUBTRACT WS-LT-PASS-TAKE FROM WS-LT-PASS-LEFT
           IF WS-LT-PICK = ZEROS OR WS-LT-PASS-TAKE = ZEROS
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LT-PASS-TO TO WS-LT-NEW-ACCT
           MOVE WS-LT-EARNED(WS-LT-PICK) TO WS-LT-NEW-EARNED
           MOVE WS-LT-EXPIRES(WS-LT-PICK) TO WS-LT-NEW-EXPIRES
           MOVE WS-LT-PASS-TAKE TO WS-LT-NEW-POINTS
           PERFORM 7270-ADD-LOT.

      *----------------------------------------------------------------
      * action=EXPIRE-POINTS - the nightly pass. A lot whose expiry
      * month is behind the business date's month is taken off its
      * wallet (never below zero) with an EXPIRE journal entry; a
      * wallet whose lots run out at the end of next month is told
      * once, through the CFNOTIFY outbox
      *----------------------------------------------------------------
       7300-EXPIRE-POINTS.
           IF FUNCTION TRIM(WS-BUSINESS-DATE) = SPACES
               STRING WS-TODAY(1:4) '-' WS-TODAY(5:2) '-'
                      WS-TODAY(7:2)
                   DELIMITED SIZE INTO WS-BUSINESS-DATE
               END-STRING
           END-IF
           PERFORM 7100-LOAD-LOTS-FILE
           IF WS-LT-IS-TRUNCATED
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'Register lot poin melebihi 20000 baris'
                   TO WS-MSG
               EXIT PARAGRAPH
           END-IF
           MOVE WS-BUSINESS-DATE(1:7) TO WS-LT-CUR-MONTH
           COMPUTE WS-LT-MONTHNO =
               FUNCTION NUMVAL(WS-BUSINESS-DATE(1:4)) * 12
               + FUNCTION NUMVAL(WS-BUSINESS-DATE(6:2))
           DIVIDE WS-LT-MONTHNO BY 12 GIVING WS-LT-YYYY
               REMAINDER WS-LT-MM
           ADD 1 TO WS-LT-MM
           MOVE SPACES TO WS-LT-NEXT-MONTH
           STRING WS-LT-YYYY '-' WS-LT-MM
               DELIMITED SIZE INTO WS-LT-NEXT-MONTH
           END-STRING
           MOVE WS-ACTION TO WS-LT-SAVE-ACTION
           MOVE 1 TO WS-LT-IDX2
           PERFORM UNTIL WS-LT-IDX2 > WS-LT-COUNT
               IF WS-LT-REMAIN(WS-LT-IDX2) > ZEROS AND
                       WS-LT-EXPIRES(WS-LT-IDX2) < WS-LT-CUR-MONTH
                   PERFORM 7310-EXPIRE-ONE-LOT
               END-IF
               ADD 1 TO WS-LT-IDX2
           END-PERFORM
           MOVE WS-LT-SAVE-ACTION TO WS-ACTION
           MOVE 1 TO WS-LT-IDX2
           PERFORM UNTIL WS-LT-IDX2 > WS-LT-COUNT
               IF WS-LT-REMAIN(WS-LT-IDX2) > ZEROS AND
                       WS-LT-EXPIRES(WS-LT-IDX2) = WS-LT-NEXT-MONTH AND
                       WS-LT-NOTIFIED(WS-LT-IDX2) NOT = 'Y'
                   PERFORM 7320-NOTIFY-EXPIRING
               END-IF
               ADD 1 TO WS-LT-IDX2
           END-PERFORM
           MOVE 'Y' TO WS-LT-CHANGED-FLAG
           MOVE SPACES TO WS-FROM-ACCT-ID WS-TO-ACCT-ID
           MOVE ZEROS TO WS-NEW-FROM WS-NEW-TO WS-FEE-AMOUNT
           MOVE WS-LT-EXP-POINTS TO WS-NET-AMOUNT WS-AMOUNT
           MOVE WS-LT-EXP-COUNT TO WS-LT-CNT-D
           MOVE WS-LT-NOTICE-COUNT TO WS-LT-CNT2-D
           MOVE SPACES TO WS-MSG
           STRING FUNCTION TRIM(WS-LT-CNT-D) DELIMITED SIZE
               ' lot poin kedaluwarsa, ' DELIMITED SIZE
               FUNCTION TRIM(WS-LT-CNT2-D) DELIMITED SIZE
               ' pemberitahuan poin akan kedaluwarsa' DELIMITED SIZE
               INTO WS-MSG
           END-STRING.

       7310-EXPIRE-ONE-LOT.
           PERFORM 2065-OPEN-MASTER
           MOVE WS-LT-ACCT(WS-LT-IDX2) TO AM-ACCT-ID
           READ ACCOUNT-MASTER
               INVALID KEY
                   MOVE ZEROS TO WS-LT-TAKE
               NOT INVALID KEY
                   MOVE WS-LT-REMAIN(WS-LT-IDX2) TO WS-LT-TAKE
                   IF AM-BALANCE < WS-LT-TAKE
                       IF AM-BALANCE > ZEROS
                           MOVE AM-BALANCE TO WS-LT-TAKE
                       ELSE
                           MOVE ZEROS TO WS-LT-TAKE
                       END-IF
                   END-IF
                   IF WS-LT-TAKE > ZEROS
                       SUBTRACT WS-LT-TAKE FROM AM-BALANCE
                       REWRITE ACCOUNT-MASTER-RECORD
                   END-IF
           END-READ
           MOVE ZEROS TO WS-LT-REMAIN(WS-LT-IDX2)
           ADD 1 TO WS-LT-EXP-COUNT
           IF WS-LT-TAKE = ZEROS
               EXIT PARAGRAPH
           END-IF
           ADD WS-LT-TAKE TO WS-LT-EXP-POINTS
           MOVE 'EXPIRE' TO WS-ACTION
           MOVE WS-LT-ACCT(WS-LT-IDX2) TO WS-FROM-ACCT-ID
           MOVE SPACES TO WS-TO-ACCT-ID
           MOVE WS-LT-TAKE TO WS-AMOUNT
           MOVE ZEROS TO WS-FEE-AMOUNT WS-NEW-TO
           MOVE AM-BALANCE TO WS-NEW-FROM
           IF FUNCTION TRIM(AM-CURRENCY) NOT = SPACES
               MOVE AM-CURRENCY TO CF-ACCT-CURRENCY
           END-IF
           PERFORM 7000-WRITE-JOURNAL.

      * one notice per wallet and expiry month - every lot of the
      * wallet running out that month is summed in and marked told
       7320-NOTIFY-EXPIRING.
           MOVE ZEROS TO WS-LT-NOTICE-SUM
           MOVE WS-LT-IDX2 TO WS-LT-IDX
           PERFORM UNTIL WS-LT-IDX > WS-LT-COUNT
               IF WS-LT-ACCT(WS-LT-IDX) = WS-LT-ACCT(WS-LT-IDX2) AND
                       WS-LT-EXPIRES(WS-LT-IDX) = WS-LT-NEXT-MONTH AND
                       WS-LT-REMAIN(WS-LT-IDX) > ZEROS AND
                       WS-LT-NOTIFIED(WS-LT-IDX) NOT = 'Y'
                   ADD WS-LT-REMAIN(WS-LT-IDX) TO WS-LT-NOTICE-SUM
                   MOVE 'Y' TO WS-LT-NOTIFIED(WS-LT-IDX)
               END-IF
               ADD 1 TO WS-LT-IDX
           END-PERFORM
           MOVE WS-LT-NOTICE-SUM TO WS-AMT-D
           MOVE SPACES TO OUTBOX-RECORD
           STRING
               'account_id=' DELIMITED SIZE
               FUNCTION TRIM(WS-LT-ACCT(WS-LT-IDX2)) DELIMITED SIZE
               ' type=POINTS-EXPIRY ref=' DELIMITED SIZE
               WS-LT-NEXT-MONTH DELIMITED SIZE
               ' amount=' DELIMITED SIZE
               FUNCTION TRIM(WS-AMT-D) DELIMITED SIZE
               ' date=' DELIMITED SIZE
               WS-BUSINESS-DATE(1:4) DELIMITED SIZE
               WS-BUSINESS-DATE(6:2) DELIMITED SIZE
               WS-BUSINESS-DATE(9:2) DELIMITED SIZE
               ' detail=EXPIRING-NEXT-MONTH' DELIMITED SIZE
               INTO OUTBOX-RECORD
           END-STRING
           OPEN EXTEND OUTBOX-FILE
           IF WS-OUTBOX-STATUS NOT = '00'
               CLOSE OUTBOX-FILE
               OPEN OUTPUT OUTBOX-FILE
           END-IF
           WRITE OUTBOX-RECORD
           CLOSE OUTBOX-FILE
           ADD 1 TO WS-LT-NOTICE-COUNT.

      *----------------------------------------------------------------
      * action=POINTS-LIABILITY - finance's month-end page: the
      * points still outstanding on the lots register, by the month
      * they expire in, valued in KOIN at convert_rate= when given
      *----------------------------------------------------------------
       7400-POINTS-LIABILITY.
           IF FUNCTION TRIM(WS-BUSINESS-DATE) = SPACES
               STRING WS-TODAY(1:4) '-' WS-TODAY(5:2) '-'
                      WS-TODAY(7:2)
                   DELIMITED SIZE INTO WS-BUSINESS-DATE
               END-STRING
           END-IF
           PERFORM 7100-LOAD-LOTS-FILE
           IF WS-LT-IS-TRUNCATED
               DISPLAY '{"status":"ERROR","message":"Register lot '
                   'poin melebihi 20000 baris"}'
               EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO WS-LB-COUNT WS-LB-TOTAL WS-LB-TOT-LOTS
           MOVE 1 TO WS-LT-IDX
           PERFORM UNTIL WS-LT-IDX > WS-LT-COUNT
               IF WS-LT-REMAIN(WS-LT-IDX) > ZEROS
                   PERFORM 7410-BUCKET-ONE-LOT
               END-IF
               ADD 1 TO WS-LT-IDX
           END-PERFORM
           PERFORM 7420-SORT-BUCKETS
           DISPLAY '==================================================='
               '==================='
           DISPLAY '   COMMUNITYFINANCE - LIABILITAS POIN PER BULAN '
               'KEDALUWARSA'
           MOVE WS-EXPIRY-MONTHS TO WS-LT-CNT-D
           DISPLAY '   Per tanggal : ' WS-BUSINESS-DATE
               '   Masa berlaku : ' FUNCTION TRIM(WS-LT-CNT-D)
               ' bulan'
           DISPLAY '==================================================='
               '==================='
           DISPLAY 'Kedaluwarsa   Jumlah lot         Poin beredar'
               '          Nilai KOIN'
           DISPLAY '---------------------------------------------------'
               '-------------------'
           MOVE 1 TO WS-LB-IDX
           PERFORM UNTIL WS-LB-IDX > WS-LB-COUNT
               PERFORM 7430-PRINT-ONE-BUCKET
               ADD 1 TO WS-LB-IDX
           END-PERFORM
           DISPLAY '---------------------------------------------------'
               '-------------------'
           MOVE WS-LB-TOT-LOTS TO WS-LT-CNT-D
           MOVE WS-LB-TOTAL TO WS-LB-PTS-D
           COMPUTE WS-LB-VALUE ROUNDED = WS-LB-TOTAL * WS-CONVERT-RATE
           MOVE WS-LB-VALUE TO WS-LB-VAL-D
           DISPLAY 'TOTAL           ' WS-LT-CNT-D ' ' WS-LB-PTS-D ' '
               WS-LB-VAL-D
           DISPLAY '==================================================='
               '==================='.

       7410-BUCKET-ONE-LOT.
           MOVE 1 TO WS-LB-IDX
           PERFORM UNTIL WS-LB-IDX > WS-LB-COUNT OR
                   WS-LB-MONTH(WS-LB-IDX) = WS-LT-EXPIRES(WS-LT-IDX)
               ADD 1 TO WS-LB-IDX
           END-PERFORM
           IF WS-LB-IDX > WS-LB-COUNT
               IF WS-LB-COUNT >= 600
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-LB-COUNT
               MOVE WS-LT-EXPIRES(WS-LT-IDX) TO WS-LB-MONTH(WS-LB-IDX)
               MOVE ZEROS TO WS-LB-POINTS(WS-LB-IDX)
                   WS-LB-LOTS(WS-LB-IDX)
           END-IF
           ADD WS-LT-REMAIN(WS-LT-IDX) TO WS-LB-POINTS(WS-LB-IDX)
           ADD 1 TO WS-LB-LOTS(WS-LB-IDX)
           ADD WS-LT-REMAIN(WS-LT-IDX) TO WS-LB-TOTAL
           ADD 1 TO WS-LB-TOT-LOTS.

       7420-SORT-BUCKETS.
           MOVE 1 TO WS-LB-IDX
           PERFORM UNTIL WS-LB-IDX >= WS-LB-COUNT
               COMPUTE WS-LB-IDX2 = WS-LB-IDX + 1
               PERFORM UNTIL WS-LB-IDX2 > WS-LB-COUNT
                   IF WS-LB-MONTH(WS-LB-IDX2) < WS-LB-MONTH(WS-LB-IDX)
                       MOVE WS-LB-ENTRY(WS-LB-IDX) TO WS-LB-SWAP
                       MOVE WS-LB-ENTRY(WS-LB-IDX2)
                           TO WS-LB-ENTRY(WS-LB-IDX)
                       MOVE WS-LB-SWAP TO WS-LB-ENTRY(WS-LB-IDX2)
                   END-IF
                   ADD 1 TO WS-LB-IDX2
               END-PERFORM
               ADD 1 TO WS-LB-IDX
           END-PERFORM.

      * a month already behind the business date is points the
      * nightly pass has not yet taken off - flagged, still counted
       7430-PRINT-ONE-BUCKET.
           MOVE WS-LB-LOTS(WS-LB-IDX) TO WS-LT-CNT-D
           MOVE WS-LB-POINTS(WS-LB-IDX) TO WS-LB-PTS-D
           COMPUTE WS-LB-VALUE ROUNDED =
               WS-LB-POINTS(WS-LB-IDX) * WS-CONVERT-RATE
           MOVE WS-LB-VALUE TO WS-LB-VAL-D
           MOVE SPACES TO WS-LB-LINE
           STRING WS-LB-MONTH(WS-LB-IDX) '         ' WS-LT-CNT-D ' '
                  WS-LB-PTS-D ' ' WS-LB-VAL-D
               DELIMITED SIZE INTO WS-LB-LINE
           END-STRING
           IF WS-LB-MONTH(WS-LB-IDX) < WS-BUSINESS-DATE(1:7)
               STRING FUNCTION TRIM(WS-LB-LINE TRAILING)
                      '  LEWAT - BELUM DIPROSES'
                   DELIMITED SIZE INTO WS-LB-LINE
               END-STRING
           END-IF
           DISPLAY FUNCTION TRIM(WS-LB-LINE TRAILING).

      * one journal line per successful balance movement - the only
      * record of what CFWALLET did to AM-BALANCE, so a dispute can
      * be answered from the file instead of the member's memory
           MOVE WS-NEW-FROM   TO WS-FROM-D
           MOVE WS-NEW-TO     TO WS-TO-D
           MOVE SPACES TO JOURNAL-RECORD
           MOVE 1 TO WS-JRN-PTR
           STRING
               'ts=' DELIMITED SIZE
               FUNCTION TRIM(WS-TIMESTAMP) DELIMITED SIZE
               FUNCTION TRIM(WS-TO-D) DELIMITED SIZE
               ' currency=' DELIMITED SIZE
               FUNCTION TRIM(CF-ACCT-CURRENCY) DELIMITED SIZE
               INTO JOURNAL-RECORD WITH POINTER WS-JRN-PTR
           END-STRING
           IF FUNCTION TRIM(WS-ACTION) = 'PAY'
               STRING ' merchant=' DELIMITED SIZE
                   FUNCTION TRIM(WS-MERCHANT-ID) DELIMITED SIZE
                   INTO JOURNAL-RECORD WITH POINTER WS-JRN-PTR
               END-STRING
           END-IF
           IF FUNCTION TRIM(WS-BM-PERIOD) NOT = SPACES
               STRING ' category=' DELIMITED SIZE
                   FUNCTION TRIM(WS-BUDGET-CAT) DELIMITED SIZE
                   ' budget_period=' DELIMITED SIZE
                   WS-BM-PERIOD DELIMITED SIZE
                   INTO JOURNAL-RECORD WITH POINTER WS-JRN-PTR
               END-STRING
           END-IF
           PERFORM 8950-CHAIN-JOURNAL-LINE
           OPEN EXTEND JOURNAL-FILE
           IF WS-JOURNAL-STATUS NOT = '00'
               CLOSE JOURNAL-FILE
               OPEN OUTPUT JOURNAL-FILE
           END-IF
           WRITE JOURNAL-RECORD
           CLOSE JOURNAL-FILE
           PERFORM 8990-SAVE-CHAIN-HEAD.

      *----------------------------------------------------------------
      * action=HISTORY - play one account's journal entries back in
               END-EVALUATE
           END-IF.

      *----------------------------------------------------------------
      * KYC posting block on the credited account - no member linked
      * to it (every holder of a joint account) may be past due on the
      * KYC review by more than kyc_grace_days=; the refusal says
      * whose review and since when
      *----------------------------------------------------------------
       5400-CHECK-KYC-CURRENT.
           IF NOT WS-KYC-IS-LOADED
               PERFORM 5410-LOAD-KYC-LINKS
           END-IF
      * a holder dropped from the table would go unchecked
           IF WS-KL-IS-TRUNCATED
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'File tautan anggota melebihi 20000 baris'
                   TO WS-MSG
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT MEMBER-MASTER
           IF WS-MEMBER-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-KL-IDX
           PERFORM UNTIL WS-KL-IDX > WS-KL-COUNT
                   OR WS-STATUS NOT = 'OK'
               IF WS-KL-ACCT(WS-KL-IDX) = WS-KYC-ACCT
                   MOVE WS-KL-MEMBER(WS-KL-IDX) TO WS-KYC-MEMBER
                   PERFORM 5430-CHECK-ONE-KYC-HOLDER
               END-IF
               ADD 1 TO WS-KL-IDX
           END-PERFORM
           CLOSE MEMBER-MASTER.

       5430-CHECK-ONE-KYC-HOLDER.
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
                   FUNCTION TRIM(WS-KYC-ACCT) DELIMITED SIZE
                   ' tidak dapat menerima dana sampai review KYC '
                       DELIMITED SIZE
                   'dicatat' DELIMITED SIZE
                   INTO WS-MSG
               END-STRING
           END-IF.

      * member=<no> account_id=<id>, the shape CFMEMBER writes
       5410-LOAD-KYC-LINKS.
           MOVE 'Y' TO WS-KYC-LOADED-FLAG
           MOVE ZEROS TO WS-KL-COUNT
           MOVE 'N' TO WS-KL-TRUNC-FLAG
           OPEN INPUT LINK-FILE
           IF WS-LINK-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-LINK-STATUS NOT = '00'
               READ LINK-FILE
                   AT END MOVE '10' TO WS-LINK-STATUS
                   NOT AT END
                       PERFORM 5420-LOAD-ONE-KYC-LINK
               END-READ
           END-PERFORM
           CLOSE LINK-FILE.

       5420-LOAD-ONE-KYC-LINK.
           MOVE SPACES TO WS-KL-TOK1 WS-KL-TOK2
           UNSTRING FUNCTION TRIM(LINK-RECORD) DELIMITED BY ALL SPACE
               INTO WS-KL-TOK1 WS-KL-TOK2
           END-UNSTRING
           IF WS-KL-TOK1(1:7) = 'member=' AND
                   WS-KL-TOK2(1:11) = 'account_id='
               IF WS-KL-COUNT >= 20000
                   MOVE 'Y' TO WS-KL-TRUNC-FLAG
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-KL-COUNT
               MOVE WS-KL-TOK1(8:20) TO WS-KL-MEMBER(WS-KL-COUNT)
               MOVE WS-KL-TOK2(12:50) TO WS-KL-ACCT(WS-KL-COUNT)
           END-IF.

      *----------------------------------------------------------------
      * joint-account mandate on the debited account - signed_by= must
      * be one of its holders, and a transfer the mandate says needs
      * more than that one signature is reserved and queued for the
      * other holders instead of posted
      *----------------------------------------------------------------
       5430-CHECK-MANDATE.
           IF NOT WS-KYC-IS-LOADED
               PERFORM 5410-LOAD-KYC-LINKS
           END-IF
      * a holder dropped from the table would lower the count of
      * signatures a joint account's mandate asks for
           IF WS-KL-IS-TRUNCATED
               MOVE WS-FROM-BAL TO WS-NEW-FROM
               MOVE WS-TO-BAL   TO WS-NEW-TO
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'File tautan anggota melebihi 20000 baris'
                   TO WS-MSG
               EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO WS-HOLDER-COUNT
           MOVE 'N' TO WS-HOLDER-FLAG
           MOVE 1 TO WS-KL-IDX
           PERFORM UNTIL WS-KL-IDX > WS-KL-COUNT
               IF WS-KL-ACCT(WS-KL-IDX) = WS-FROM-ACCT-ID
                   ADD 1 TO WS-HOLDER-COUNT
                   IF WS-KL-MEMBER(WS-KL-IDX) = WS-SIGNED-BY
                       MOVE 'Y' TO WS-HOLDER-FLAG
                   END-IF
               END-IF
               ADD 1 TO WS-KL-IDX
           END-PERFORM
           IF WS-HOLDER-COUNT < 2
               EXIT PARAGRAPH
           END-IF
           IF NOT WS-SIGNER-IS-HOLDER
               MOVE WS-FROM-BAL TO WS-NEW-FROM
               MOVE WS-TO-BAL   TO WS-NEW-TO
               MOVE 'ERROR' TO WS-STATUS
               MOVE SPACES TO WS-MSG
               STRING 'Rekening bersama ' DELIMITED SIZE
                   FUNCTION TRIM(WS-FROM-ACCT-ID) DELIMITED SIZE
                   ': signed_by= harus salah satu pemegang rekening'
                       DELIMITED SIZE
                   INTO WS-MSG
               END-STRING
               EXIT PARAGRAPH
           END-IF
           IF NOT WS-MD-IS-LOADED
               PERFORM 5440-LOAD-MANDATES
           END-IF
      * a mandate dropped from the table would fall back to ANY
           IF WS-MD-IS-TRUNCATED
               MOVE WS-FROM-BAL TO WS-NEW-FROM
               MOVE WS-TO-BAL   TO WS-NEW-TO
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'File mandat rekening bersama melebihi 20000 baris'
                   TO WS-MSG
               EXIT PARAGRAPH
           END-IF
           MOVE 'ANY' TO WS-MD-MANDATE-USED
           MOVE ZEROS TO WS-MD-THRESH-USED
           MOVE 1 TO WS-MD-IDX
           PERFORM UNTIL WS-MD-IDX > WS-MD-COUNT
               IF WS-MD-ACCT(WS-MD-IDX) = WS-FROM-ACCT-ID
                   MOVE WS-MD-MANDATE(WS-MD-IDX)
                       TO WS-MD-MANDATE-USED
                   MOVE WS-MD-THRESHOLD(WS-MD-IDX)
                       TO WS-MD-THRESH-USED
                   MOVE WS-MD-COUNT TO WS-MD-IDX
               END-IF
               ADD 1 TO WS-MD-IDX
           END-PERFORM
           EVALUATE WS-MD-MANDATE-USED
               WHEN 'ALL'
                   MOVE WS-HOLDER-COUNT TO WS-SIGS-NEEDED
               WHEN 'TWO'
                   MOVE 2 TO WS-SIGS-NEEDED
               WHEN OTHER
                   MOVE 1 TO WS-SIGS-NEEDED
           END-EVALUATE
           IF WS-AMOUNT <= WS-MD-THRESH-USED
               MOVE 1 TO WS-SIGS-NEEDED
           END-IF
           IF WS-SIGS-NEEDED < 2
               EXIT PARAGRAPH
           END-IF
      * a counter payment cannot wait for the other holders
           IF FUNCTION TRIM(WS-ACTION) = 'PAY'
               MOVE WS-FROM-BAL TO WS-NEW-FROM
               MOVE WS-TO-BAL   TO WS-NEW-TO
               MOVE 'ERROR' TO WS-STATUS
               MOVE SPACES TO WS-MSG
               STRING 'Rekening bersama ' DELIMITED SIZE
                   FUNCTION TRIM(WS-FROM-ACCT-ID) DELIMITED SIZE
                   ': pembayaran merchant perlu tanda tangan lain'
                       DELIMITED SIZE
                   INTO WS-MSG
               END-STRING
               EXIT PARAGRAPH
           END-IF
      * CFMANDAT posts the parked transfer as plain KOIN - it does
      * not charge a budget envelope or move points lots, so a
      * tagged or POINTS transfer cannot be parked either
           IF FUNCTION TRIM(WS-BUDGET-CAT) NOT = SPACES OR
                   WS-WALLET-IS-POINTS
               MOVE WS-FROM-BAL TO WS-NEW-FROM
               MOVE WS-TO-BAL   TO WS-NEW-TO
               MOVE 'ERROR' TO WS-STATUS
               MOVE SPACES TO WS-MSG
               STRING 'Rekening bersama ' DELIMITED SIZE
                   FUNCTION TRIM(WS-FROM-ACCT-ID) DELIMITED SIZE
                   ': transfer poin atau ber-category= tidak dapat '
                       DELIMITED SIZE
                   'menunggu tanda tangan lain' DELIMITED SIZE
                   INTO WS-MSG
               END-STRING
               EXIT PARAGRAPH
           END-IF
           MOVE WS-FROM-ACCT-ID TO AM-ACCT-ID
           READ ACCOUNT-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD WS-AMOUNT TO AM-HOLD-TOTAL
                   REWRITE ACCOUNT-MASTER-RECORD
           END-READ
           PERFORM 5450-WRITE-PENDING-RECORD
           MOVE WS-FROM-BAL TO WS-NEW-FROM
           MOVE WS-TO-BAL   TO WS-NEW-TO
           MOVE WS-SIGS-NEEDED TO WS-NEEDED-D
           MOVE 'PENDING' TO WS-STATUS
           MOVE SPACES TO WS-MSG
           STRING 'Menunggu tanda tangan pemegang lain (mandat '
                   DELIMITED SIZE
               WS-MD-MANDATE-USED DELIMITED SIZE
               ', perlu ' DELIMITED SIZE
               FUNCTION TRIM(WS-NEEDED-D) DELIMITED SIZE
               '): ' DELIMITED SIZE
               FUNCTION TRIM(WS-PEND-ID) DELIMITED SIZE
               INTO WS-MSG
           END-STRING.

      * action=PAY - the merchant must be on CFMERCH's master and
      * ACTIVE; the payment is a fee-free transfer from the member
      * into the clearing account, the MDR coming off the merchant
      * at settlement
       5460-RESOLVE-MERCHANT.
           IF FUNCTION TRIM(WS-FROM-ACCT-ID) = SPACES OR
                   FUNCTION TRIM(WS-MERCHANT-ID) = SPACES
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'PAY memerlukan from_account_id= dan merchant_id='
                   TO WS-MSG
               EXIT PARAGRAPH
           END-IF
           IF WS-WALLET-IS-POINTS
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'Pembayaran merchant tidak berlaku untuk poin'
                   TO WS-MSG
               EXIT PARAGRAPH
           END-IF
           IF WS-AMOUNT <= ZEROS
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'Jumlah KOIN harus lebih dari 0' TO WS-MSG
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-MR-FOUND-FLAG
           MOVE SPACES TO WS-MR-STATUS
           OPEN INPUT MERCHANT-FILE
           IF WS-MERCHANT-STATUS = '00'
               MOVE 'N' TO WS-MR-EOF
               PERFORM UNTIL WS-MR-EOF = 'Y' OR WS-MR-IS-FOUND
                   READ MERCHANT-FILE INTO MERCHANT-RECORD
                       AT END MOVE 'Y' TO WS-MR-EOF
                       NOT AT END
                           PERFORM 5465-MATCH-MERCHANT-LINE
                   END-READ
               END-PERFORM
               CLOSE MERCHANT-FILE
           END-IF
           IF NOT WS-MR-IS-FOUND
               MOVE 'ERROR' TO WS-STATUS
               MOVE SPACES TO WS-MSG
               STRING 'Merchant tidak terdaftar: ' DELIMITED SIZE
                   FUNCTION TRIM(WS-MERCHANT-ID) DELIMITED SIZE
                   INTO WS-MSG
               END-STRING
               EXIT PARAGRAPH
           END-IF
           IF WS-MR-STATUS NOT = 'ACTIVE'
               MOVE 'ERROR' TO WS-STATUS
               MOVE SPACES TO WS-MSG
               STRING 'Merchant tidak aktif: ' DELIMITED SIZE
                   FUNCTION TRIM(WS-MERCHANT-ID) DELIMITED SIZE
                   ' (' DELIMITED SIZE
                   FUNCTION TRIM(WS-MR-STATUS) DELIMITED SIZE
                   ')' DELIMITED SIZE
                   INTO WS-MSG
               END-STRING
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CLEARING-ACCT TO WS-TO-ACCT-ID
           MOVE ZEROS TO WS-FEE-FLAT WS-FEE-PCT WS-TO-BAL.

       5465-MATCH-MERCHANT-LINE.
           MOVE SPACES TO WS-MR-IN-ID WS-MR-IN-STATUS
           MOVE FUNCTION TRIM(MERCHANT-RECORD) TO WS-BATCH-REMAIN
           PERFORM UNTIL FUNCTION TRIM(WS-BATCH-REMAIN) = SPACES
               PERFORM 8200-EXTRACT-BATCH-TOKEN
      * the name runs to the end of the line - nothing after it
               IF WS-BATCH-TOKEN(1:5) = 'name='
                   MOVE SPACES TO WS-BATCH-REMAIN
               END-IF
               IF WS-BATCH-TOKEN(1:12) = 'merchant_id='
                   MOVE WS-BATCH-TOKEN(13:) TO WS-MR-IN-ID
               END-IF
               IF WS-BATCH-TOKEN(1:7) = 'status='
                   MOVE WS-BATCH-TOKEN(8:) TO WS-MR-IN-STATUS
               END-IF
           END-PERFORM
           IF WS-MR-IN-ID = WS-MERCHANT-ID
               MOVE 'Y' TO WS-MR-FOUND-FLAG
               MOVE WS-MR-IN-STATUS TO WS-MR-STATUS
           END-IF.

      * a watchlisted payer is refused at the counter - a suspended
      * payment would leave the merchant unpaid and the goods gone
       5470-SCREEN-PAYMENT.
           MOVE 'N' TO WS-WL-HIT-FLAG
           MOVE WS-FROM-ACCT-ID TO WS-WL-IN-ID
           PERFORM 5570-MATCH-WATCHLIST
           IF WS-WL-IS-HIT
               MOVE WS-FROM-BAL TO WS-NEW-FROM
               MOVE WS-TO-BAL   TO WS-NEW-TO
               MOVE 'ERROR' TO WS-STATUS
               MOVE SPACES TO WS-MSG
               STRING 'Pembayaran ditolak - rekening dalam '
                       DELIMITED SIZE
                   'pemantauan: ' DELIMITED SIZE
                   FUNCTION TRIM(WS-FROM-ACCT-ID) DELIMITED SIZE
                   INTO WS-MSG
               END-STRING
           END-IF.

      * account_id=<id> mandate=<ANY|ALL|TWO> threshold=<n>, the shape
      * CFMEMBER writes
       5440-LOAD-MANDATES.
           MOVE 'Y' TO WS-MD-LOADED-FLAG
           MOVE ZEROS TO WS-MD-COUNT
           MOVE 'N' TO WS-MD-TRUNC-FLAG
           OPEN INPUT MANDATE-FILE
           IF WS-MANDATE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-MANDATE-STATUS NOT = '00'
               READ MANDATE-FILE
                   AT END MOVE '10' TO WS-MANDATE-STATUS
                   NOT AT END
                       PERFORM 5445-LOAD-ONE-MANDATE
               END-READ
           END-PERFORM
           CLOSE MANDATE-FILE.

       5445-LOAD-ONE-MANDATE.
           MOVE SPACES TO WS-KL-TOK1 WS-KL-TOK2 WS-MD-TOK3
           UNSTRING FUNCTION TRIM(MANDATE-RECORD)
               DELIMITED BY ALL SPACE
               INTO WS-KL-TOK1 WS-KL-TOK2 WS-MD-TOK3
           END-UNSTRING
           IF WS-KL-TOK1(1:11) = 'account_id=' AND
                   WS-KL-TOK2(1:8) = 'mandate=' AND
                   WS-MD-TOK3(1:10) = 'threshold='
               IF WS-MD-COUNT >= 20000
                   MOVE 'Y' TO WS-MD-TRUNC-FLAG
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-MD-COUNT
               MOVE WS-KL-TOK1(12:50) TO WS-MD-ACCT(WS-MD-COUNT)
               MOVE WS-KL-TOK2(9:3) TO WS-MD-MANDATE(WS-MD-COUNT)
               MOVE FUNCTION NUMVAL(WS-MD-TOK3(11:30))
                   TO WS-MD-THRESHOLD(WS-MD-COUNT)
           END-IF.

      * the transfer as CFMANDAT will post it once the signatures are
      * in - gross amount reserved, fee as computed now
       5450-WRITE-PENDING-RECORD.
           ADD 1 TO WS-PEND-SEQ
           MOVE WS-PEND-SEQ TO WS-PENDSEQ-D
           MOVE SPACES TO WS-PEND-ID
           STRING 'P' FUNCTION CURRENT-DATE(1:14) '-'
                  FUNCTION TRIM(WS-PENDSEQ-D)
               DELIMITED SIZE INTO WS-PEND-ID
           END-STRING
           MOVE WS-AMOUNT TO WS-AMT-D
           MOVE WS-FEE-AMOUNT TO WS-FEE-D
           MOVE WS-SIGS-NEEDED TO WS-NEEDED-D
           MOVE SPACES TO PENDING-RECORD
           STRING
               'pend_id=' DELIMITED SIZE
               FUNCTION TRIM(WS-PEND-ID) DELIMITED SIZE
               ' program=CFWALLET action=' DELIMITED SIZE
               FUNCTION TRIM(WS-ACTION) DELIMITED SIZE
               ' account_id=' DELIMITED SIZE
               FUNCTION TRIM(WS-FROM-ACCT-ID) DELIMITED SIZE
               ' to_account=' DELIMITED SIZE
               FUNCTION TRIM(WS-TO-ACCT-ID) DELIMITED SIZE
               ' amount=' DELIMITED SIZE
               FUNCTION TRIM(WS-AMT-D) DELIMITED SIZE
               ' fee=' DELIMITED SIZE
               FUNCTION TRIM(WS-FEE-D) DELIMITED SIZE
               ' currency=' DELIMITED SIZE
               FUNCTION TRIM(CF-ACCT-CURRENCY) DELIMITED SIZE
               ' date=' DELIMITED SIZE
               WS-TODAY DELIMITED SIZE
               ' mandate=' DELIMITED SIZE
               WS-MD-MANDATE-USED DELIMITED SIZE
               ' needed=' DELIMITED SIZE
               FUNCTION TRIM(WS-NEEDED-D) DELIMITED SIZE
               ' signed=' DELIMITED SIZE
               FUNCTION TRIM(WS-SIGNED-BY) DELIMITED SIZE
               ' status=PENDING' DELIMITED SIZE
               INTO PENDING-RECORD
           END-STRING
           OPEN EXTEND PENDING-FILE
           IF WS-PENDING-STATUS NOT = '00'
               CLOSE PENDING-FILE
               OPEN OUTPUT PENDING-FILE
           END-IF
           WRITE PENDING-RECORD
           CLOSE PENDING-FILE.

      *----------------------------------------------------------------
      * budget envelope - the tagged category's record for the
      * business month must be on the budget master; an amount that
      * would take a DISCRETIONARY category over what is left is
      * refused outright, any other priority posts with a warning.
      * The master stays open for 5495 to charge the amount once
      * the transfer has actually posted.
      *----------------------------------------------------------------
       5490-CHECK-BUDGET-ENVELOPE.
           MOVE 'N' TO WS-BM-OVER-FLAG
           IF FUNCTION TRIM(WS-BUDGET-FILE) = SPACES
               MOVE WS-FROM-BAL TO WS-NEW-FROM
               MOVE WS-TO-BAL   TO WS-NEW-TO
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
               MOVE WS-FROM-BAL TO WS-NEW-FROM
               MOVE WS-TO-BAL   TO WS-NEW-TO
               MOVE 'ERROR' TO WS-STATUS
               MOVE SPACES TO WS-MSG
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
               MOVE WS-FROM-BAL TO WS-NEW-FROM
               MOVE WS-TO-BAL   TO WS-NEW-TO
               CLOSE BUDGET-MASTER
               MOVE 'N' TO WS-BM-OPEN-FLAG
               MOVE SPACES TO WS-BM-PERIOD
           END-IF.

      * charge the posted amount to the envelope; an over-budget
      * ESSENTIAL/NORMAL posting says so on the result message
       5495-POST-BUDGET-SPENT.
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

       5560-SCREEN-AND-SUSPEND.
           MOVE 'N' TO WS-WL-HIT-FLAG
           MOVE SPACES TO WS-WL-HIT-REASON
           IF NOT WS-WL-IS-HIT
               EXIT PARAGRAPH
           END-IF
      * CFSUSP posts the released transfer untagged - it does not
      * charge a budget envelope, so a tagged transfer cannot be
      * parked
           IF FUNCTION TRIM(WS-ACTION) = 'CALC-TRANSFER' AND
                   WS-FROM-IS-FOUND AND
                   FUNCTION TRIM(WS-BUDGET-CAT) NOT = SPACES
               MOVE WS-FROM-BAL TO WS-NEW-FROM
               MOVE WS-TO-BAL   TO WS-NEW-TO
               MOVE 'ERROR' TO WS-STATUS
               MOVE SPACES TO WS-MSG
               STRING 'Transfer ber-category= ditolak - rekening '
                       DELIMITED SIZE
                   'dalam pemantauan: ' DELIMITED SIZE
                   FUNCTION TRIM(WS-WL-IN-ID) DELIMITED SIZE
                   INTO WS-MSG
               END-STRING
               EXIT PARAGRAPH
           END-IF
      * a TRANSFER's money is reserved so the member cannot spend
      * it out from under the review; a TOPUP brings new money in,
      * there is nothing to reserve yet
               MOVE 'Rekening tujuan sudah ditutup' TO WS-MSG
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TO-ACCT-ID TO WS-KYC-ACCT
           PERFORM 5400-CHECK-KYC-CURRENT
           IF WS-STATUS NOT = 'OK'
               EXIT PARAGRAPH
           END-IF
      * the hold's currency is the unit of record for the capture,
      * the same mismatch rule 2064 applies to a transfer
           IF FUNCTION TRIM(AM-CURRENCY) NOT = SPACES AND
               MOVE ZEROS TO AM-HOLD-TOTAL
           END-IF
           SUBTRACT WS-HD-AMOUNT(WS-HD-IDX) FROM AM-BALANCE
           MOVE WS-TODAY TO AM-LAST-ACTIVITY
           REWRITE ACCOUNT-MASTER-RECORD
           MOVE AM-BALANCE TO WS-NEW-FROM
           MOVE WS-HD-ACCT(WS-HD-IDX) TO WS-FROM-ACCT-ID
                   CONTINUE
               NOT INVALID KEY
                   ADD WS-HD-AMOUNT(WS-HD-IDX) TO AM-BALANCE
                   MOVE WS-TODAY TO AM-LAST-ACTIVITY
                   REWRITE ACCOUNT-MASTER-RECORD
                   MOVE AM-BALANCE TO WS-NEW-TO
           END-READ
      * cannot freeze a member's money forever
       6540-EXPIRE-HOLDS.
           IF FUNCTION TRIM(WS-BUSINESS-DATE) = SPACES
               STRING WS-TODAY(1:4) '-' WS-TODAY(5:2) '-'
                      WS-TODAY(7:2)
                   DELIMITED SIZE INTO WS-BUSINESS-DATE
               END-STRING
           END-IF
           ADD 1 TO WS-ROW-COUNT
           MOVE SPACES TO WS-ACTION WS-MSG
           MOVE SPACES TO WS-FROM-ACCT-ID WS-TO-ACCT-ID
               WS-SIGNED-BY WS-MERCHANT-ID WS-BUDGET-CAT WS-BM-PERIOD
           MOVE 'OK' TO WS-STATUS
           MOVE 'KOIN' TO WS-WALLET-TYPE
           MOVE 'KOIN' TO CF-ACCT-CURRENCY
                   WHEN 'min_redeem'
                       MOVE FUNCTION NUMVAL(WS-BATCH-FLD-VAL)
                           TO WS-MIN-REDEEM
                   WHEN 'signed_by'
                       MOVE FUNCTION TRIM(WS-BATCH-FLD-VAL)
                           TO WS-SIGNED-BY
                   WHEN 'merchant_id'
                       MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
                           WS-BATCH-FLD-VAL)) TO WS-MERCHANT-ID
                   WHEN 'category'
                       MOVE FUNCTION TRIM(WS-BATCH-FLD-VAL)
                           TO WS-BUDGET-CAT
               END-EVALUATE
           END-IF.

           END-STRING
           DISPLAY FUNCTION TRIM(WS-OUT).

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

       9000-OUTPUT.
           MOVE WS-NEW-FROM   TO WS-FROM-D
           MOVE WS-NEW-TO     TO WS-TO-D
