      *================================================================*
      * CFINTEG.cbl - Cross-File Referential Integrity Check           *
      * The line masters and the indexed masters point at each other   *
      * and nothing else checks that the pointers still hold once      *
      * CFPURGE has moved an account out or a status has changed       *
      * underneath a live item. This weekly program walks every one    *
      * of them against the account master and the member master:      *
      *   CFMEMBER_LINKS    - member and account both on file, and no  *
      *                       open account left under a CLOSED member  *
      *   CFLOAN_MASTER     - OPEN loans on a live account             *
      *   CFLOAN_GUARANTORS - HELD guarantees on a live account        *
      *   CFTDEP_MASTER     - OPEN deposits on a live account          *
      *   CFSTAND_MASTER    - ACTIVE/PARKED instructions on a live     *
      *                       account, and a to_account that exists    *
      *   CFGOAL_MASTER     - OPEN goals on a live account             *
      *   CFWALLET_HOLDS    - OPEN holds on a live account             *
      *   CFSUSP_QUEUE      - SUSPENDED items on a live account        *
      *   CFDISPUTE_CASES   - OPEN disputes on live accounts           *
      *   CFMANDAT_QUEUE    - PENDING joint-account transfers on live  *
      *                       accounts                                 *
      * A live item against an account that is not on file or is       *
      * CLOSED is an ERROR; a settled item (PAID, RELEASED, CANCEL,    *
      * ...) whose account is no longer on file is a WARN - history a  *
      * purge left behind, nothing is moving on it. Then every         *
      * account's AM-HOLD-TOTAL must equal the sum of what is holding  *
      * it (OPEN holds, SUSPENDED debits and transfers, OPEN disputes  *
      * on the recipient, HELD guarantees, transfers PENDING their     *
      * joint holders' signatures) and its AM-EARMARK-TOTAL            *
      * the sum of its OPEN goals; a difference is an ERROR.           *
      * Args (key=value, any order, every file optional except the     *
      * account master - a line file not there has nothing in it):     *
      *   master_file=<path>    - default CFWALLET_ACCOUNTS.DAT        *
      *   member_file=<path>    - default CFMEMBER_MASTER.DAT          *
      *   link_file=<path>      - default CFMEMBER_LINKS.DAT           *
      *   loan_file=<path>      - default CFLOAN_MASTER.DAT            *
      *   guarantor_file=<path> - default CFLOAN_GUARANTORS.DAT        *
      *   td_file=<path>        - default CFTDEP_MASTER.DAT            *
      *   si_file=<path>        - default CFSTAND_MASTER.DAT           *
      *   goal_file=<path>      - default CFGOAL_MASTER.DAT            *
      *   holds_file=<path>     - default CFWALLET_HOLDS.DAT           *
      *   suspense_file=<path>  - default CFSUSP_QUEUE.DAT             *
      *   dispute_file=<path>   - default CFDISPUTE_CASES.DAT          *
      *   pending_file=<path>   - default CFMANDAT_QUEUE.DAT           *
      * Output stdout: one JSON row per broken reference (file, key,   *
      * account_id, problem, severity, detail) plus a summary.         *
      * RETURN-CODE 8 on any ERROR, 4 on WARNs only, 0 clean - and     *
      * CFEODSUM's integrity_file= reads the capture the same way.     *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CFINTEG.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. LINUX.
       OBJECT-COMPUTER. LINUX.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-MASTER ASSIGN TO DYNAMIC WS-MASTER-FILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-ACCT-ID
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT MEMBER-MASTER ASSIGN TO DYNAMIC WS-MEMBER-FILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MM-MEMBER-NO
               FILE STATUS IS WS-MEMBER-STATUS.
           SELECT LINE-FILE ASSIGN TO DYNAMIC WS-LINE-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LINE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER.
           COPY CF-ACCTMS.

       FD  MEMBER-MASTER.
           COPY CF-MEMBMS.

      * one FD for every key=value line master in turn - the file
      * being walked is named in WS-SOURCE
       FD  LINE-FILE.
       01  LINE-RECORD         PIC X(600).

       WORKING-STORAGE SECTION.
       01  WS-MASTER-FILE      PIC X(200) VALUE 'CFWALLET_ACCOUNTS.DAT'.
       01  WS-MASTER-STATUS    PIC XX VALUE SPACES.
       01  WS-MEMBER-FILE      PIC X(200) VALUE 'CFMEMBER_MASTER.DAT'.
       01  WS-MEMBER-STATUS    PIC XX VALUE SPACES.
       01  WS-LINE-FILE        PIC X(200) VALUE SPACES.
       01  WS-LINE-STATUS      PIC XX VALUE SPACES.
       01  WS-LINK-FILE        PIC X(200) VALUE 'CFMEMBER_LINKS.DAT'.
       01  WS-LOAN-FILE        PIC X(200) VALUE 'CFLOAN_MASTER.DAT'.
       01  WS-GUAR-FILE        PIC X(200) VALUE 'CFLOAN_GUARANTORS.DAT'.
       01  WS-TD-FILE          PIC X(200) VALUE 'CFTDEP_MASTER.DAT'.
       01  WS-SI-FILE          PIC X(200) VALUE 'CFSTAND_MASTER.DAT'.
       01  WS-GOAL-FILE        PIC X(200) VALUE 'CFGOAL_MASTER.DAT'.
       01  WS-HOLDS-FILE       PIC X(200) VALUE 'CFWALLET_HOLDS.DAT'.
       01  WS-SUSPENSE-FILE    PIC X(200) VALUE 'CFSUSP_QUEUE.DAT'.
       01  WS-DISPUTE-FILE     PIC X(200) VALUE 'CFDISPUTE_CASES.DAT'.
       01  WS-PENDING-FILE     PIC X(200) VALUE 'CFMANDAT_QUEUE.DAT'.

       01  WS-ARG-COUNT        PIC 9(3) VALUE ZEROS.
       01  WS-ARG-IDX          PIC 9(3) VALUE ZEROS.
       01  WS-OPT-ARG          PIC X(200) VALUE SPACES.
       01  WS-FIELD-NAME       PIC X(30) VALUE SPACES.
       01  WS-FIELD-VAL        PIC X(200) VALUE SPACES.
       01  WS-POS              PIC 9(4) VALUE ZEROS.
       01  WS-EOF              PIC X VALUE 'N'.
       01  WS-FIRST-REC        PIC X VALUE 'Y'.
       01  WS-REMAIN           PIC X(600) VALUE SPACES.
       01  WS-TOKEN            PIC X(250) VALUE SPACES.

       01  WS-MEMBER-OPEN-FLAG PIC X VALUE 'N'.
           88  WS-MEMBER-IS-OPEN   VALUE 'Y'.

      * the line being checked, whichever file it came from - the
      * key is the file's own id (loan_id, si_id, hold_id, ...)
       01  WS-SOURCE           PIC X(20) VALUE SPACES.
       01  WS-IN-KEY           PIC X(50) VALUE SPACES.
       01  WS-IN-ACCT          PIC X(50) VALUE SPACES.
       01  WS-IN-TO            PIC X(50) VALUE SPACES.
       01  WS-IN-FROM          PIC X(50) VALUE SPACES.
       01  WS-IN-MEMBER        PIC X(20) VALUE SPACES.
       01  WS-IN-AMOUNT        PIC S9(13)V99 VALUE ZEROS.
       01  WS-IN-EARMARKED     PIC S9(13)V99 VALUE ZEROS.
       01  WS-IN-HELD          PIC S9(13)V99 VALUE ZEROS.
       01  WS-IN-STATE         PIC X(12) VALUE SPACES.
       01  WS-IN-PROGRAM       PIC X(10) VALUE SPACES.
       01  WS-IN-ACT           PIC X(20) VALUE SPACES.
       01  WS-LIVE-FLAG        PIC X VALUE 'N'.
           88  WS-ITEM-IS-LIVE     VALUE 'Y'.
       01  WS-CLOSED-MATTERS   PIC X VALUE 'Y'.
           88  WS-CLOSED-IS-ERROR  VALUE 'Y'.

      * one account reference checked against the master
       01  WS-CHK-ACCT         PIC X(50) VALUE SPACES.
       01  WS-CHK-FOUND-FLAG   PIC X VALUE 'N'.
           88  WS-CHK-IS-FOUND     VALUE 'Y'.
       01  WS-CHK-STATUS       PIC X(8) VALUE SPACES.

      * what the open items say each account's hold and earmark
      * totals should be - built on the line pass, compared on the
      * closing pass over the master
       01  WS-TT-COUNT         PIC 9(5) VALUE ZEROS.
       01  WS-TT-IDX           PIC 9(5) VALUE ZEROS.
       01  WS-TT-TRUNC-FLAG    PIC X VALUE 'N'.
           88  WS-TT-IS-TRUNCATED  VALUE 'Y'.
       01  WS-TT-TABLE.
           05  WS-TT-ENTRY OCCURS 20000 TIMES.
               10  WS-TT-ACCT      PIC X(50).
               10  WS-TT-HOLD      PIC S9(13)V99.
               10  WS-TT-EARMARK   PIC S9(13)V99.
       01  WS-ADD-ACCT         PIC X(50) VALUE SPACES.
       01  WS-ADD-HOLD         PIC S9(13)V99 VALUE ZEROS.
       01  WS-ADD-EARMARK      PIC S9(13)V99 VALUE ZEROS.
       01  WS-CALC-HOLD        PIC S9(13)V99 VALUE ZEROS.
       01  WS-CALC-EARMARK     PIC S9(13)V99 VALUE ZEROS.

      * one reported problem
       01  WS-PR-FILE          PIC X(20) VALUE SPACES.
       01  WS-PR-KEY           PIC X(50) VALUE SPACES.
       01  WS-PR-ACCT          PIC X(50) VALUE SPACES.
       01  WS-PR-PROBLEM       PIC X(30) VALUE SPACES.
       01  WS-PR-SEVERITY      PIC X(5) VALUE SPACES.
       01  WS-PR-DETAIL        PIC X(100) VALUE SPACES.

       01  WS-FILES-READ       PIC 9(3) VALUE ZEROS.
       01  WS-FILES-ABSENT     PIC 9(3) VALUE ZEROS.
       01  WS-RECORDS-CHECKED  PIC 9(9) VALUE ZEROS.
       01  WS-ACCTS-CHECKED    PIC 9(9) VALUE ZEROS.
       01  WS-ERROR-COUNT      PIC 9(7) VALUE ZEROS.
       01  WS-WARN-COUNT       PIC 9(7) VALUE ZEROS.
       01  WS-HOLD-MISMATCH    PIC 9(7) VALUE ZEROS.
       01  WS-EARMARK-MISMATCH PIC 9(7) VALUE ZEROS.

       01  WS-AMT1-D           PIC -(13).99.
       01  WS-AMT2-D           PIC -(13).99.
       01  WS-CNT-D            PIC Z(8)9.
       01  WS-CNT2-D           PIC Z(8)9.
       01  WS-OUT              PIC X(600) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER
           MOVE 1 TO WS-ARG-IDX
           PERFORM UNTIL WS-ARG-IDX > WS-ARG-COUNT
               ACCEPT WS-OPT-ARG FROM ARGUMENT-VALUE
               PERFORM 0050-PARSE-OPTION-ARG
               ADD 1 TO WS-ARG-IDX
           END-PERFORM
           OPEN INPUT ACCOUNT-MASTER
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY '{"error":"Cannot open account master: '
                   FUNCTION TRIM(WS-MASTER-FILE) '"}'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT MEMBER-MASTER
           IF WS-MEMBER-STATUS = '00'
               MOVE 'Y' TO WS-MEMBER-OPEN-FLAG
           END-IF
           DISPLAY '{"integrity":['
           MOVE WS-LINK-FILE     TO WS-LINE-FILE
           MOVE 'CFMEMBER_LINKS' TO WS-SOURCE
           PERFORM 2000-WALK-LINE-FILE
           MOVE WS-LOAN-FILE     TO WS-LINE-FILE
           MOVE 'CFLOAN_MASTER'  TO WS-SOURCE
           PERFORM 2000-WALK-LINE-FILE
           MOVE WS-GUAR-FILE     TO WS-LINE-FILE
           MOVE 'CFLOAN_GUARANTORS' TO WS-SOURCE
           PERFORM 2000-WALK-LINE-FILE
           MOVE WS-TD-FILE       TO WS-LINE-FILE
           MOVE 'CFTDEP_MASTER'  TO WS-SOURCE
           PERFORM 2000-WALK-LINE-FILE
           MOVE WS-SI-FILE       TO WS-LINE-FILE
           MOVE 'CFSTAND_MASTER' TO WS-SOURCE
           PERFORM 2000-WALK-LINE-FILE
           MOVE WS-GOAL-FILE     TO WS-LINE-FILE
           MOVE 'CFGOAL_MASTER'  TO WS-SOURCE
           PERFORM 2000-WALK-LINE-FILE
           MOVE WS-HOLDS-FILE    TO WS-LINE-FILE
           MOVE 'CFWALLET_HOLDS' TO WS-SOURCE
           PERFORM 2000-WALK-LINE-FILE
           MOVE WS-SUSPENSE-FILE TO WS-LINE-FILE
           MOVE 'CFSUSP_QUEUE'   TO WS-SOURCE
           PERFORM 2000-WALK-LINE-FILE
           MOVE WS-DISPUTE-FILE  TO WS-LINE-FILE
           MOVE 'CFDISPUTE_CASES' TO WS-SOURCE
           PERFORM 2000-WALK-LINE-FILE
           MOVE WS-PENDING-FILE  TO WS-LINE-FILE
           MOVE 'CFMANDAT_QUEUE' TO WS-SOURCE
           PERFORM 2000-WALK-LINE-FILE
           IF WS-MEMBER-IS-OPEN
               CLOSE MEMBER-MASTER
           END-IF
           IF WS-TT-IS-TRUNCATED
               DISPLAY '],"error":"More than 20000 accounts carry '
                   'holds or earmarks - totals not checked"}'
               CLOSE ACCOUNT-MASTER
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 5000-CHECK-ACCOUNT-TOTALS
           CLOSE ACCOUNT-MASTER
           PERFORM 9000-SUMMARY
           IF WS-ERROR-COUNT > ZEROS
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-WARN-COUNT > ZEROS
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           STOP RUN.

       0050-PARSE-OPTION-ARG.
           MOVE ZERO TO WS-POS
           INSPECT WS-OPT-ARG TALLYING WS-POS FOR CHARACTERS BEFORE '='
           IF WS-POS > 0
               MOVE WS-OPT-ARG(1:WS-POS) TO WS-FIELD-NAME
               MOVE WS-OPT-ARG(WS-POS + 2:) TO WS-FIELD-VAL
               EVALUATE FUNCTION TRIM(WS-FIELD-NAME)
                   WHEN 'master_file'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-MASTER-FILE
                   WHEN 'member_file'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-MEMBER-FILE
                   WHEN 'link_file'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-LINK-FILE
                   WHEN 'loan_file'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-LOAN-FILE
                   WHEN 'guarantor_file'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-GUAR-FILE
                   WHEN 'td_file'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-TD-FILE
                   WHEN 'si_file'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-SI-FILE
                   WHEN 'goal_file'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-GOAL-FILE
                   WHEN 'holds_file'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-HOLDS-FILE
                   WHEN 'suspense_file'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-SUSPENSE-FILE
                   WHEN 'dispute_file'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-DISPUTE-FILE
                   WHEN 'pending_file'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-PENDING-FILE
               END-EVALUATE
           END-IF.

      *----------------------------------------------------------------
      * one line master, start to end - a file that is not there has
      * simply never had anything written to it
      *----------------------------------------------------------------
       2000-WALK-LINE-FILE.
           OPEN INPUT LINE-FILE
           IF WS-LINE-STATUS NOT = '00'
               ADD 1 TO WS-FILES-ABSENT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-FILES-READ
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ LINE-FILE INTO LINE-RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM 2100-CHECK-ONE-LINE
               END-READ
           END-PERFORM
           CLOSE LINE-FILE
           MOVE 'N' TO WS-EOF.

       2100-CHECK-ONE-LINE.
           IF FUNCTION TRIM(LINE-RECORD) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-IN-KEY WS-IN-ACCT WS-IN-TO WS-IN-FROM
               WS-IN-MEMBER WS-IN-STATE WS-IN-PROGRAM WS-IN-ACT
           MOVE ZEROS TO WS-IN-AMOUNT WS-IN-EARMARKED WS-IN-HELD
           MOVE FUNCTION TRIM(LINE-RECORD) TO WS-REMAIN
           PERFORM UNTIL FUNCTION TRIM(WS-REMAIN) = SPACES
               PERFORM 8100-EXTRACT-TOKEN
               IF FUNCTION TRIM(WS-TOKEN) NOT = SPACES
                   PERFORM 2200-PARSE-LINE-TOKEN
               END-IF
           END-PERFORM
           ADD 1 TO WS-RECORDS-CHECKED
           MOVE 'N' TO WS-LIVE-FLAG
           MOVE 'Y' TO WS-CLOSED-MATTERS
           EVALUATE WS-SOURCE
               WHEN 'CFMEMBER_LINKS'
                   PERFORM 3100-CHECK-LINK
               WHEN 'CFLOAN_MASTER'
               WHEN 'CFTDEP_MASTER'
                   IF WS-IN-STATE = 'OPEN'
                       MOVE 'Y' TO WS-LIVE-FLAG
                   END-IF
                   MOVE WS-IN-ACCT TO WS-CHK-ACCT
                   PERFORM 4000-CHECK-ACCOUNT-REF
               WHEN 'CFLOAN_GUARANTORS'
                   PERFORM 3200-CHECK-GUARANTEE
               WHEN 'CFSTAND_MASTER'
                   PERFORM 3300-CHECK-INSTRUCTION
               WHEN 'CFGOAL_MASTER'
                   PERFORM 3400-CHECK-GOAL
               WHEN 'CFWALLET_HOLDS'
                   PERFORM 3500-CHECK-HOLD
               WHEN 'CFSUSP_QUEUE'
                   PERFORM 3600-CHECK-SUSPENSE
               WHEN 'CFDISPUTE_CASES'
                   PERFORM 3700-CHECK-DISPUTE
               WHEN 'CFMANDAT_QUEUE'
                   PERFORM 3800-CHECK-MANDATE-ITEM
           END-EVALUATE.

      * every file's own id lands in WS-IN-KEY - no line carries
      * more than one of them (a guarantee is keyed by its loan)
       2200-PARSE-LINE-TOKEN.
           MOVE ZERO TO WS-POS
           INSPECT WS-TOKEN TALLYING WS-POS FOR CHARACTERS BEFORE '='
           IF WS-POS > 0
               MOVE WS-TOKEN(1:WS-POS) TO WS-FIELD-NAME
               MOVE WS-TOKEN(WS-POS + 2:) TO WS-FIELD-VAL
               EVALUATE FUNCTION TRIM(WS-FIELD-NAME)
                   WHEN 'loan_id'
                   WHEN 'td_id'
                   WHEN 'si_id'
                   WHEN 'goal_id'
                   WHEN 'hold_id'
                   WHEN 'susp_id'
                   WHEN 'dispute_id'
                   WHEN 'pend_id'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL) TO WS-IN-KEY
                   WHEN 'account_id'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL) TO WS-IN-ACCT
                   WHEN 'to_account'
                   WHEN 'to'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL) TO WS-IN-TO
                   WHEN 'from'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL) TO WS-IN-FROM
                   WHEN 'member'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-IN-MEMBER
                   WHEN 'amount'
                       MOVE FUNCTION NUMVAL(WS-FIELD-VAL)
                           TO WS-IN-AMOUNT
                   WHEN 'earmarked'
                       MOVE FUNCTION NUMVAL(WS-FIELD-VAL)
                           TO WS-IN-EARMARKED
                   WHEN 'held'
                       MOVE FUNCTION NUMVAL(WS-FIELD-VAL)
                           TO WS-IN-HELD
                   WHEN 'status'
                       MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
                           WS-FIELD-VAL)) TO WS-IN-STATE
                   WHEN 'program'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-IN-PROGRAM
                   WHEN 'action'
                       MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
                           WS-FIELD-VAL)) TO WS-IN-ACT
               END-EVALUATE
           END-IF.

      *----------------------------------------------------------------
      * the per-file rules - what makes an item live, and which of
      * its amounts hold or earmark which account
      *----------------------------------------------------------------
      * a link is always live; a link to a CLOSED account is history,
      * but an account still open under a CLOSED member is not
       3100-CHECK-LINK.
           MOVE WS-IN-MEMBER TO WS-IN-KEY
           MOVE 'Y' TO WS-LIVE-FLAG
           MOVE 'N' TO WS-CLOSED-MATTERS
           MOVE WS-IN-ACCT TO WS-CHK-ACCT
           PERFORM 4000-CHECK-ACCOUNT-REF
           IF NOT WS-MEMBER-IS-OPEN
               EXIT PARAGRAPH
           END-IF
           MOVE WS-IN-MEMBER TO MM-MEMBER-NO
           READ MEMBER-MASTER
               INVALID KEY
                   MOVE 'MEMBER_NOT_ON_FILE' TO WS-PR-PROBLEM
                   MOVE 'ERROR' TO WS-PR-SEVERITY
                   MOVE SPACES TO WS-PR-DETAIL
                   STRING 'member ' DELIMITED SIZE
                       FUNCTION TRIM(WS-IN-MEMBER) DELIMITED SIZE
                       ' not on the member master' DELIMITED SIZE
                       INTO WS-PR-DETAIL
                   END-STRING
                   PERFORM 4500-REPORT-LINE-PROBLEM
                   EXIT PARAGRAPH
           END-READ
           IF MM-IS-CLOSED AND WS-CHK-IS-FOUND AND
                   WS-CHK-STATUS NOT = 'CLOSED'
               MOVE 'MEMBER_CLOSED' TO WS-PR-PROBLEM
               MOVE 'ERROR' TO WS-PR-SEVERITY
               MOVE SPACES TO WS-PR-DETAIL
               STRING 'member CLOSED, account still ' DELIMITED SIZE
                   FUNCTION TRIM(WS-CHK-STATUS) DELIMITED SIZE
                   INTO WS-PR-DETAIL
               END-STRING
               PERFORM 4500-REPORT-LINE-PROBLEM
           END-IF.

       3200-CHECK-GUARANTEE.
           IF WS-IN-STATE = 'HELD'
               MOVE 'Y' TO WS-LIVE-FLAG
               MOVE WS-IN-ACCT TO WS-ADD-ACCT
               MOVE WS-IN-HELD TO WS-ADD-HOLD
               MOVE ZEROS TO WS-ADD-EARMARK
               PERFORM 4800-ADD-TO-TOTALS
           END-IF
           MOVE WS-IN-ACCT TO WS-CHK-ACCT
           PERFORM 4000-CHECK-ACCOUNT-REF.

      * a TRANSFER instruction's to_account is an account of ours too
       3300-CHECK-INSTRUCTION.
           IF WS-IN-STATE = 'ACTIVE' OR WS-IN-STATE = 'PARKED'
               MOVE 'Y' TO WS-LIVE-FLAG
           END-IF
           MOVE WS-IN-ACCT TO WS-CHK-ACCT
           PERFORM 4000-CHECK-ACCOUNT-REF
           IF WS-IN-TO NOT = SPACES
               MOVE WS-IN-TO TO WS-CHK-ACCT
               PERFORM 4000-CHECK-ACCOUNT-REF
           END-IF.

       3400-CHECK-GOAL.
           IF WS-IN-STATE = 'OPEN'
               MOVE 'Y' TO WS-LIVE-FLAG
               MOVE WS-IN-ACCT TO WS-ADD-ACCT
               MOVE ZEROS TO WS-ADD-HOLD
               MOVE WS-IN-EARMARKED TO WS-ADD-EARMARK
               PERFORM 4800-ADD-TO-TOTALS
           END-IF
           MOVE WS-IN-ACCT TO WS-CHK-ACCT
           PERFORM 4000-CHECK-ACCOUNT-REF.

       3500-CHECK-HOLD.
           IF WS-IN-STATE = 'OPEN'
               MOVE 'Y' TO WS-LIVE-FLAG
               MOVE WS-IN-ACCT TO WS-ADD-ACCT
               MOVE WS-IN-AMOUNT TO WS-ADD-HOLD
               MOVE ZEROS TO WS-ADD-EARMARK
               PERFORM 4800-ADD-TO-TOTALS
           END-IF
           MOVE WS-IN-ACCT TO WS-CHK-ACCT
           PERFORM 4000-CHECK-ACCOUNT-REF.

      * only the items CFSUSP's 3950-CHECK-ITEM-HELD treats as held
      * reserve the sender's money while they wait for review
       3600-CHECK-SUSPENSE.
           IF WS-IN-STATE = 'SUSPENDED'
               MOVE 'Y' TO WS-LIVE-FLAG
               IF (WS-IN-PROGRAM = 'CFWALLET' AND
                       WS-IN-ACT = 'CALC-TRANSFER') OR
                  (WS-IN-PROGRAM = 'CFTRXVAL' AND
                       (WS-IN-ACT = 'DEBIT' OR WS-IN-ACT = 'TRANSFER'))
                   MOVE WS-IN-ACCT TO WS-ADD-ACCT
                   MOVE WS-IN-AMOUNT TO WS-ADD-HOLD
                   MOVE ZEROS TO WS-ADD-EARMARK
                   PERFORM 4800-ADD-TO-TOTALS
               END-IF
           END-IF
           MOVE WS-IN-ACCT TO WS-CHK-ACCT
           PERFORM 4000-CHECK-ACCOUNT-REF
           IF WS-IN-TO NOT = SPACES
               MOVE WS-IN-TO TO WS-CHK-ACCT
               PERFORM 4000-CHECK-ACCOUNT-REF
           END-IF.

      * an OPEN dispute holds the disputed amount on the recipient
       3700-CHECK-DISPUTE.
           IF WS-IN-STATE = 'OPEN'
               MOVE 'Y' TO WS-LIVE-FLAG
               MOVE WS-IN-TO TO WS-ADD-ACCT
               MOVE WS-IN-AMOUNT TO WS-ADD-HOLD
               MOVE ZEROS TO WS-ADD-EARMARK
               PERFORM 4800-ADD-TO-TOTALS
           END-IF
           MOVE WS-IN-FROM TO WS-CHK-ACCT
           PERFORM 4000-CHECK-ACCOUNT-REF
           MOVE WS-IN-TO TO WS-CHK-ACCT
           PERFORM 4000-CHECK-ACCOUNT-REF.

      * a joint-account transfer waiting on its holders' signatures
      * reserves the amount on the sending account, as CFWALLET's
      * 5430-CHECK-MANDATE parks it
       3800-CHECK-MANDATE-ITEM.
           IF WS-IN-STATE = 'PENDING'
               MOVE 'Y' TO WS-LIVE-FLAG
               MOVE WS-IN-ACCT TO WS-ADD-ACCT
               MOVE WS-IN-AMOUNT TO WS-ADD-HOLD
               MOVE ZEROS TO WS-ADD-EARMARK
               PERFORM 4800-ADD-TO-TOTALS
           END-IF
           MOVE WS-IN-ACCT TO WS-CHK-ACCT
           PERFORM 4000-CHECK-ACCOUNT-REF
           IF WS-IN-TO NOT = SPACES
               MOVE WS-IN-TO TO WS-CHK-ACCT
               PERFORM 4000-CHECK-ACCOUNT-REF
           END-IF.

      *----------------------------------------------------------------
      * one account reference - missing is an ERROR for a live item
      * and a WARN for a settled one; CLOSED under a live item is an
      * ERROR wherever a CLOSED account cannot carry it
      *----------------------------------------------------------------
       4000-CHECK-ACCOUNT-REF.
           MOVE 'N' TO WS-CHK-FOUND-FLAG
           MOVE SPACES TO WS-CHK-STATUS
           IF WS-CHK-ACCT = SPACES
               MOVE 'ACCOUNT_MISSING' TO WS-PR-PROBLEM
               MOVE 'ERROR' TO WS-PR-SEVERITY
               MOVE 'line carries no account' TO WS-PR-DETAIL
               PERFORM 4500-REPORT-LINE-PROBLEM
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CHK-ACCT TO AM-ACCT-ID
           READ ACCOUNT-MASTER
               INVALID KEY
                   MOVE 'ACCOUNT_NOT_ON_FILE' TO WS-PR-PROBLEM
                   IF WS-ITEM-IS-LIVE
                       MOVE 'ERROR' TO WS-PR-SEVERITY
                   ELSE
                       MOVE 'WARN' TO WS-PR-SEVERITY
                   END-IF
                   MOVE SPACES TO WS-PR-DETAIL
                   STRING 'record status ' DELIMITED SIZE
                       FUNCTION TRIM(WS-IN-STATE) DELIMITED SIZE
                       INTO WS-PR-DETAIL
                   END-STRING
                   PERFORM 4500-REPORT-LINE-PROBLEM
                   EXIT PARAGRAPH
           END-READ
           MOVE 'Y' TO WS-CHK-FOUND-FLAG
           MOVE AM-STATUS TO WS-CHK-STATUS
           IF AM-IS-CLOSED AND WS-ITEM-IS-LIVE AND WS-CLOSED-IS-ERROR
               MOVE 'ACCOUNT_CLOSED' TO WS-PR-PROBLEM
               MOVE 'ERROR' TO WS-PR-SEVERITY
               MOVE SPACES TO WS-PR-DETAIL
               STRING 'record status ' DELIMITED SIZE
                   FUNCTION TRIM(WS-IN-STATE) DELIMITED SIZE
                   ' on a CLOSED account' DELIMITED SIZE
                   INTO WS-PR-DETAIL
               END-STRING
               PERFORM 4500-REPORT-LINE-PROBLEM
           END-IF.

       4500-REPORT-LINE-PROBLEM.
           MOVE WS-SOURCE   TO WS-PR-FILE
           MOVE WS-IN-KEY   TO WS-PR-KEY
           MOVE WS-CHK-ACCT TO WS-PR-ACCT
           PERFORM 4600-WRITE-PROBLEM-ROW.

       4600-WRITE-PROBLEM-ROW.
           IF WS-PR-SEVERITY = 'ERROR'
               ADD 1 TO WS-ERROR-COUNT
           ELSE
               ADD 1 TO WS-WARN-COUNT
           END-IF
           IF WS-FIRST-REC = 'N'
               DISPLAY ','
           END-IF
           MOVE SPACES TO WS-OUT
           STRING
               '{"file":"' DELIMITED SIZE
               FUNCTION TRIM(WS-PR-FILE) DELIMITED SIZE
               '","key":"' DELIMITED SIZE
               FUNCTION TRIM(WS-PR-KEY) DELIMITED SIZE
               '","account_id":"' DELIMITED SIZE
               FUNCTION TRIM(WS-PR-ACCT) DELIMITED SIZE
               '","problem":"' DELIMITED SIZE
               FUNCTION TRIM(WS-PR-PROBLEM) DELIMITED SIZE
               '","severity":"' DELIMITED SIZE
               FUNCTION TRIM(WS-PR-SEVERITY) DELIMITED SIZE
               '","detail":"' DELIMITED SIZE
               FUNCTION TRIM(WS-PR-DETAIL) DELIMITED SIZE
               '"}' DELIMITED SIZE
               INTO WS-OUT
           END-STRING
           DISPLAY FUNCTION TRIM(WS-OUT)
           MOVE 'N' TO WS-FIRST-REC.

      * what an open item adds to its account's expected totals
       4800-ADD-TO-TOTALS.
           IF WS-ADD-ACCT = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-TT-IDX
           PERFORM UNTIL WS-TT-IDX > WS-TT-COUNT
               IF WS-TT-ACCT(WS-TT-IDX) = WS-ADD-ACCT
                   ADD WS-ADD-HOLD TO WS-TT-HOLD(WS-TT-IDX)
                   ADD WS-ADD-EARMARK TO WS-TT-EARMARK(WS-TT-IDX)
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-TT-IDX
           END-PERFORM
           IF WS-TT-COUNT >= 20000
               MOVE 'Y' TO WS-TT-TRUNC-FLAG
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-TT-COUNT
           MOVE WS-ADD-ACCT    TO WS-TT-ACCT(WS-TT-COUNT)
           MOVE WS-ADD-HOLD    TO WS-TT-HOLD(WS-TT-COUNT)
           MOVE WS-ADD-EARMARK TO WS-TT-EARMARK(WS-TT-COUNT).

      *----------------------------------------------------------------
      * closing pass over the master - every account's recorded hold
      * and earmark totals against what its open items add up to;
      * an account nothing holds must carry zero
      *----------------------------------------------------------------
       5000-CHECK-ACCOUNT-TOTALS.
           CLOSE ACCOUNT-MASTER
           OPEN INPUT ACCOUNT-MASTER
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ ACCOUNT-MASTER NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM 5100-CHECK-ONE-ACCOUNT
               END-READ
           END-PERFORM.

       5100-CHECK-ONE-ACCOUNT.
           ADD 1 TO WS-ACCTS-CHECKED
           MOVE ZEROS TO WS-CALC-HOLD WS-CALC-EARMARK
           MOVE 1 TO WS-TT-IDX
           PERFORM UNTIL WS-TT-IDX > WS-TT-COUNT
               IF WS-TT-ACCT(WS-TT-IDX) = AM-ACCT-ID
                   MOVE WS-TT-HOLD(WS-TT-IDX) TO WS-CALC-HOLD
                   MOVE WS-TT-EARMARK(WS-TT-IDX) TO WS-CALC-EARMARK
                   MOVE WS-TT-COUNT TO WS-TT-IDX
               END-IF
               ADD 1 TO WS-TT-IDX
           END-PERFORM
           MOVE 'CFWALLET_ACCOUNTS' TO WS-PR-FILE
           MOVE AM-ACCT-ID TO WS-PR-KEY WS-PR-ACCT
           MOVE 'ERROR' TO WS-PR-SEVERITY
           IF AM-HOLD-TOTAL NOT = WS-CALC-HOLD
               ADD 1 TO WS-HOLD-MISMATCH
               MOVE 'HOLD_TOTAL_MISMATCH' TO WS-PR-PROBLEM
               MOVE AM-HOLD-TOTAL TO WS-AMT1-D
               MOVE WS-CALC-HOLD TO WS-AMT2-D
               PERFORM 5200-BUILD-TOTAL-DETAIL
               PERFORM 4600-WRITE-PROBLEM-ROW
           END-IF
           IF AM-EARMARK-TOTAL NOT = WS-CALC-EARMARK
               ADD 1 TO WS-EARMARK-MISMATCH
               MOVE 'EARMARK_TOTAL_MISMATCH' TO WS-PR-PROBLEM
               MOVE AM-EARMARK-TOTAL TO WS-AMT1-D
               MOVE WS-CALC-EARMARK TO WS-AMT2-D
               PERFORM 5200-BUILD-TOTAL-DETAIL
               PERFORM 4600-WRITE-PROBLEM-ROW
           END-IF.

       5200-BUILD-TOTAL-DETAIL.
           MOVE SPACES TO WS-PR-DETAIL
           STRING 'master ' DELIMITED SIZE
               FUNCTION TRIM(WS-AMT1-D) DELIMITED SIZE
               ', open items ' DELIMITED SIZE
               FUNCTION TRIM(WS-AMT2-D) DELIMITED SIZE
               INTO WS-PR-DETAIL
           END-STRING.

       8100-EXTRACT-TOKEN.
           MOVE ZERO TO WS-POS
           INSPECT WS-REMAIN TALLYING WS-POS FOR CHARACTERS BEFORE ' '
           IF WS-POS > 0
               MOVE WS-REMAIN(1:WS-POS) TO WS-TOKEN
               IF WS-POS < 599
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
           MOVE SPACES TO WS-OUT
           MOVE WS-FILES-READ TO WS-CNT-D
           MOVE WS-FILES-ABSENT TO WS-CNT2-D
           STRING
               '],"summary":{"files_read":' DELIMITED SIZE
               FUNCTION TRIM(WS-CNT-D) DELIMITED SIZE
               ',"files_absent":' DELIMITED SIZE
               FUNCTION TRIM(WS-CNT2-D) DELIMITED SIZE
               INTO WS-OUT
           END-STRING
           DISPLAY FUNCTION TRIM(WS-OUT) WITH NO ADVANCING
           MOVE SPACES TO WS-OUT
           MOVE WS-RECORDS-CHECKED TO WS-CNT-D
           MOVE WS-ACCTS-CHECKED TO WS-CNT2-D
           STRING
               ',"records_checked":' DELIMITED SIZE
               FUNCTION TRIM(WS-CNT-D) DELIMITED SIZE
               ',"accounts_checked":' DELIMITED SIZE
               FUNCTION TRIM(WS-CNT2-D) DELIMITED SIZE
               INTO WS-OUT
           END-STRING
           DISPLAY FUNCTION TRIM(WS-OUT) WITH NO ADVANCING
           MOVE SPACES TO WS-OUT
           MOVE WS-ERROR-COUNT TO WS-CNT-D
           MOVE WS-WARN-COUNT TO WS-CNT2-D
           STRING
               ',"errors":' DELIMITED SIZE
               FUNCTION TRIM(WS-CNT-D) DELIMITED SIZE
               ',"warnings":' DELIMITED SIZE
               FUNCTION TRIM(WS-CNT2-D) DELIMITED SIZE
               INTO WS-OUT
           END-STRING
           DISPLAY FUNCTION TRIM(WS-OUT) WITH NO ADVANCING
           MOVE SPACES TO WS-OUT
           MOVE WS-HOLD-MISMATCH TO WS-CNT-D
           MOVE WS-EARMARK-MISMATCH TO WS-CNT2-D
           STRING
               ',"hold_mismatches":' DELIMITED SIZE
               FUNCTION TRIM(WS-CNT-D) DELIMITED SIZE
               ',"earmark_mismatches":' DELIMITED SIZE
               FUNCTION TRIM(WS-CNT2-D) DELIMITED SIZE
               ',"member_master":"' DELIMITED SIZE
               INTO WS-OUT
           END-STRING
           DISPLAY FUNCTION TRIM(WS-OUT) WITH NO ADVANCING
           IF WS-MEMBER-IS-OPEN
               DISPLAY 'OK"}}'
           ELSE
               DISPLAY 'MISSING"}}'
           END-IF.
