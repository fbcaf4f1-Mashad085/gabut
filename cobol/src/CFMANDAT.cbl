      *================================================================*
      * CFMANDAT.cbl - Joint-Account Signing Queue                     *
      * The companion to the joint-account mandate check in CFWALLET:  *
      * a transfer out of a joint account that needs more signatures   *
      * than the instructing holder's own (mandate ALL, or TWO, above  *
      * the mandate threshold - see CFMEMBER action=MANDATE) is parked *
      * in the signing queue, funds reserved through AM-HOLD-TOTAL,    *
      * and this utility is where the other holders sign it. The       *
      * signature that completes the mandate posts the transfer the    *
      * way CFWALLET would have - both balances move, the fee comes    *
      * out of the recipient's leg, and the journal record names the   *
      * signers - and any holder may decline it instead, which returns *
      * the reserved funds. Only a member linked to the account        *
      * (CFMEMBER link file) may sign or decline, and nobody signs     *
      * twice.                                                         *
      * Args (key=value, any order):                                   *
      *   action=LIST    - every queue item with its signatures        *
      *   action=SIGN    - pend_id= member_no= adds a holder's         *
      *                    signature, posting the item when it is the  *
      *                    last one the mandate needs                  *
      *   action=DECLINE - pend_id= member_no= returns the funds       *
      *   pending_file=<path> - default CFMANDAT_QUEUE.DAT             *
      *   master_file=<path>  - default CFWALLET_ACCOUNTS.DAT          *
      *   journal_file=<path> - default CFWALLET_JOURNAL.LOG           *
      *   link_file=<path>    - default CFMEMBER_LINKS.DAT             *
      *   system_date_file=<path> - default CFSYSDATE.DAT; its         *
      *       business date stands in for today when no date           *
      *       argument is given                                        *
      * Output stdout: JSON rows plus a summary.                       *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CFMANDAT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. LINUX.
       OBJECT-COMPUTER. LINUX.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PENDING-FILE ASSIGN TO DYNAMIC WS-PENDING-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDING-STATUS.
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
           SELECT LINK-FILE ASSIGN TO DYNAMIC WS-LINK-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LINK-STATUS.
           SELECT SYSTEM-DATE-FILE ASSIGN TO DYNAMIC WS-SYSDATE-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SYSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PENDING-FILE.
       01  PENDING-RECORD      PIC X(400).

       FD  ACCOUNT-MASTER.
           COPY CF-ACCTMS.

       FD  JOURNAL-FILE.
       01  JOURNAL-RECORD      PIC X(300).

       FD  CHAIN-HEAD.
       01  CHAIN-HEAD-RECORD   PIC X(100).

       FD  LINK-FILE.
       01  LINK-RECORD         PIC X(100).

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
       01  WS-PENDING-FILE     PIC X(200) VALUE 'CFMANDAT_QUEUE.DAT'.
       01  WS-PENDING-STATUS   PIC XX VALUE SPACES.
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
       01  WS-LINK-FILE        PIC X(200) VALUE 'CFMEMBER_LINKS.DAT'.
       01  WS-LINK-STATUS      PIC XX VALUE SPACES.

       01  WS-ARG-COUNT        PIC 9(3) VALUE ZEROS.
       01  WS-ARG-IDX          PIC 9(3) VALUE ZEROS.
       01  WS-OPT-ARG          PIC X(200) VALUE SPACES.
       01  WS-FIELD-NAME       PIC X(30) VALUE SPACES.
       01  WS-FIELD-VAL        PIC X(200) VALUE SPACES.
       01  WS-POS              PIC 9(4) VALUE ZEROS.
       01  WS-EOF              PIC X VALUE 'N'.
       01  WS-FIRST-REC        PIC X VALUE 'Y'.
       01  WS-REMAIN           PIC X(400) VALUE SPACES.
       01  WS-TOKEN            PIC X(250) VALUE SPACES.

       01  WS-ACTION           PIC X(10) VALUE SPACES.
       01  WS-PEND-ID          PIC X(22) VALUE SPACES.
       01  WS-MEMBER-NO        PIC X(20) VALUE SPACES.
       01  WS-CUR-DATE         PIC X(8) VALUE SPACES.

      * the whole queue, rewritten whole after a signature
       01  WS-PQ-COUNT         PIC 9(5) VALUE ZEROS.
       01  WS-PQ-IDX           PIC 9(5) VALUE ZEROS.
       01  WS-PQ-TRUNC-FLAG    PIC X VALUE 'N'.
           88  WS-PQ-IS-TRUNCATED  VALUE 'Y'.
       01  WS-PQ-TABLE.
           05  WS-PQ-ENTRY OCCURS 10000 TIMES.
               10  WS-PQ-REC-ID    PIC X(22).
               10  WS-PQ-PROGRAM   PIC X(10).
               10  WS-PQ-ACT       PIC X(15).
               10  WS-PQ-ACCT      PIC X(50).
               10  WS-PQ-TO-ACCT   PIC X(50).
               10  WS-PQ-AMOUNT    PIC 9(13)V99.
               10  WS-PQ-FEE       PIC 9(13)V99.
               10  WS-PQ-CURRENCY  PIC X(4).
               10  WS-PQ-DATE      PIC X(8).
               10  WS-PQ-MANDATE   PIC X(3).
               10  WS-PQ-NEEDED    PIC 9(3).
               10  WS-PQ-SIGNED    PIC X(100).
               10  WS-PQ-STATE     PIC X(10).
               10  WS-PQ-DECIDER   PIC X(20).
               10  WS-PQ-DECIDED   PIC X(8).

       01  WS-IN-PEND-ID       PIC X(22) VALUE SPACES.
       01  WS-IN-PROGRAM       PIC X(10) VALUE SPACES.
       01  WS-IN-ACT           PIC X(15) VALUE SPACES.
       01  WS-IN-ACCT          PIC X(50) VALUE SPACES.
       01  WS-IN-TO-ACCT       PIC X(50) VALUE SPACES.
       01  WS-IN-AMOUNT        PIC 9(13)V99 VALUE ZEROS.
       01  WS-IN-FEE           PIC 9(13)V99 VALUE ZEROS.
       01  WS-IN-CURRENCY      PIC X(4) VALUE SPACES.
       01  WS-IN-DATE          PIC X(8) VALUE SPACES.
       01  WS-IN-MANDATE       PIC X(3) VALUE SPACES.
       01  WS-IN-NEEDED        PIC 9(3) VALUE ZEROS.
       01  WS-IN-SIGNED        PIC X(100) VALUE SPACES.
       01  WS-IN-STATE         PIC X(10) VALUE SPACES.
       01  WS-IN-DECIDER       PIC X(20) VALUE SPACES.
       01  WS-IN-DECIDED       PIC X(8) VALUE SPACES.

      * holder check against the CFMEMBER link file, and the comma
      * list of signatures already on the item
       01  WS-HOLDER-FLAG      PIC X VALUE 'N'.
           88  WS-MEMBER-IS-HOLDER VALUE 'Y'.
       01  WS-LK-TOK1          PIC X(80) VALUE SPACES.
       01  WS-LK-TOK2          PIC X(80) VALUE SPACES.
       01  WS-SIG-LIST         PIC X(102) VALUE SPACES.
       01  WS-SIG-SEEK         PIC X(22) VALUE SPACES.
       01  WS-SIG-HITS         PIC 9(3) VALUE ZEROS.
       01  WS-SIG-COUNT        PIC 9(3) VALUE ZEROS.
       01  WS-SIG-PTR          PIC 9(3) VALUE ZEROS.

       01  WS-NET-AMOUNT       PIC 9(13)V99 VALUE ZEROS.
       01  WS-NEW-FROM         PIC S9(13)V99 VALUE ZEROS.
       01  WS-NEW-TO           PIC S9(13)V99 VALUE ZEROS.
       01  WS-MASTER-OPEN-FLAG PIC X VALUE 'N'.
           88  WS-MASTER-IS-OPEN   VALUE 'Y'.
       01  WS-POST-OK-FLAG     PIC X VALUE 'N'.
           88  WS-POST-IS-OK       VALUE 'Y'.
       01  WS-DISPOSITION      PIC X(10) VALUE SPACES.

       01  WS-CUR-DATETIME     PIC X(21) VALUE SPACES.
       01  WS-TIMESTAMP        PIC X(26) VALUE SPACES.
       01  WS-AMT-D            PIC Z(13).99.
       01  WS-FEE-D            PIC Z(13).99.
       01  WS-FROM-D           PIC -(13).99.
       01  WS-TO-D             PIC -(13).99.
       01  WS-CNT-D            PIC Z(4)9.
       01  WS-NEEDED-D         PIC ZZ9.
       01  WS-SIGCNT-D         PIC ZZ9.
       01  WS-OUT              PIC X(600) VALUE SPACES.

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
           PERFORM 1000-LOAD-QUEUE
           IF WS-PQ-IS-TRUNCATED
               DISPLAY '{"error":"Signing queue larger than 10000 '
                   'records - nothing processed, queue left '
                   'untouched"}'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           EVALUATE FUNCTION TRIM(WS-ACTION)
               WHEN 'LIST'
                   PERFORM 2000-LIST-QUEUE
               WHEN 'SIGN'
                   PERFORM 3000-SIGN-ITEM
               WHEN 'DECLINE'
                   PERFORM 4000-DECLINE-ITEM
               WHEN OTHER
                   DISPLAY '{"error":"Usage: cfmandat action=LIST|'
                       'SIGN|DECLINE [pend_id=] [member_no=] '
                       '[pending_file=] [master_file=] '
                       '[journal_file=] [link_file=]"}'
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
                   WHEN 'pend_id'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL) TO WS-PEND-ID
                   WHEN 'member_no'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-MEMBER-NO
                   WHEN 'pending_file'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-PENDING-FILE
                   WHEN 'master_file'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-MASTER-FILE
                   WHEN 'journal_file'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-JOURNAL-FILE
                   WHEN 'link_file'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-LINK-FILE
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
      * queue load and rewrite
      *----------------------------------------------------------------
       1000-LOAD-QUEUE.
           OPEN INPUT PENDING-FILE
           IF WS-PENDING-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ PENDING-FILE INTO PENDING-RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM 1100-LOAD-ONE-ITEM
               END-READ
           END-PERFORM
           CLOSE PENDING-FILE
           MOVE 'N' TO WS-EOF.

       1100-LOAD-ONE-ITEM.
           IF FUNCTION TRIM(PENDING-RECORD) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-IN-PEND-ID WS-IN-PROGRAM WS-IN-ACT
               WS-IN-ACCT WS-IN-TO-ACCT WS-IN-CURRENCY WS-IN-DATE
               WS-IN-MANDATE WS-IN-SIGNED WS-IN-STATE WS-IN-DECIDER
               WS-IN-DECIDED
           MOVE ZEROS TO WS-IN-AMOUNT WS-IN-FEE WS-IN-NEEDED
           MOVE FUNCTION TRIM(PENDING-RECORD) TO WS-REMAIN
           PERFORM UNTIL FUNCTION TRIM(WS-REMAIN) = SPACES
               PERFORM 8100-EXTRACT-TOKEN
               IF FUNCTION TRIM(WS-TOKEN) NOT = SPACES
                   PERFORM 1200-PARSE-ITEM-TOKEN
               END-IF
           END-PERFORM
           IF FUNCTION TRIM(WS-IN-PEND-ID) = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-PQ-COUNT >= 10000
               MOVE 'Y' TO WS-PQ-TRUNC-FLAG
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PQ-COUNT
           MOVE WS-IN-PEND-ID  TO WS-PQ-REC-ID(WS-PQ-COUNT)
           MOVE WS-IN-PROGRAM  TO WS-PQ-PROGRAM(WS-PQ-COUNT)
           MOVE WS-IN-ACT      TO WS-PQ-ACT(WS-PQ-COUNT)
           MOVE WS-IN-ACCT     TO WS-PQ-ACCT(WS-PQ-COUNT)
           MOVE WS-IN-TO-ACCT  TO WS-PQ-TO-ACCT(WS-PQ-COUNT)
           MOVE WS-IN-AMOUNT   TO WS-PQ-AMOUNT(WS-PQ-COUNT)
           MOVE WS-IN-FEE      TO WS-PQ-FEE(WS-PQ-COUNT)
           MOVE WS-IN-CURRENCY TO WS-PQ-CURRENCY(WS-PQ-COUNT)
           MOVE WS-IN-DATE     TO WS-PQ-DATE(WS-PQ-COUNT)
           MOVE WS-IN-MANDATE  TO WS-PQ-MANDATE(WS-PQ-COUNT)
           MOVE WS-IN-NEEDED   TO WS-PQ-NEEDED(WS-PQ-COUNT)
           MOVE WS-IN-SIGNED   TO WS-PQ-SIGNED(WS-PQ-COUNT)
           MOVE WS-IN-STATE    TO WS-PQ-STATE(WS-PQ-COUNT)
           MOVE WS-IN-DECIDER  TO WS-PQ-DECIDER(WS-PQ-COUNT)
           MOVE WS-IN-DECIDED  TO WS-PQ-DECIDED(WS-PQ-COUNT).

       1200-PARSE-ITEM-TOKEN.
           MOVE ZERO TO WS-POS
           INSPECT WS-TOKEN TALLYING WS-POS FOR CHARACTERS BEFORE '='
           IF WS-POS > 0
               MOVE WS-TOKEN(1:WS-POS) TO WS-FIELD-NAME
               MOVE WS-TOKEN(WS-POS + 2:) TO WS-FIELD-VAL
               EVALUATE FUNCTION TRIM(WS-FIELD-NAME)
                   WHEN 'pend_id'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-IN-PEND-ID
                   WHEN 'program'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-IN-PROGRAM
                   WHEN 'action'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL) TO WS-IN-ACT
                   WHEN 'account_id'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL) TO WS-IN-ACCT
                   WHEN 'to_account'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-IN-TO-ACCT
                   WHEN 'amount'
                       MOVE FUNCTION NUMVAL(WS-FIELD-VAL)
                           TO WS-IN-AMOUNT
                   WHEN 'fee'
                       MOVE FUNCTION NUMVAL(WS-FIELD-VAL)
                           TO WS-IN-FEE
                   WHEN 'currency'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-IN-CURRENCY
                   WHEN 'date'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL) TO WS-IN-DATE
                   WHEN 'mandate'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-IN-MANDATE
                   WHEN 'needed'
                       MOVE FUNCTION NUMVAL(WS-FIELD-VAL)
                           TO WS-IN-NEEDED
                   WHEN 'signed'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-IN-SIGNED
                   WHEN 'status'
                       MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
                           WS-FIELD-VAL)) TO WS-IN-STATE
                   WHEN 'decided_by'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-IN-DECIDER
                   WHEN 'decided_on'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-IN-DECIDED
               END-EVALUATE
           END-IF.

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
      * action=LIST
      *----------------------------------------------------------------
       2000-LIST-QUEUE.
           DISPLAY '{"signing_queue":['
           MOVE 1 TO WS-PQ-IDX
           PERFORM UNTIL WS-PQ-IDX > WS-PQ-COUNT
               PERFORM 2100-LIST-ONE-ITEM
               ADD 1 TO WS-PQ-IDX
           END-PERFORM
           MOVE WS-PQ-COUNT TO WS-CNT-D
           MOVE SPACES TO WS-OUT
           STRING
               '],"summary":{"items":' DELIMITED SIZE
               FUNCTION TRIM(WS-CNT-D) DELIMITED SIZE
               '}}' DELIMITED SIZE
               INTO WS-OUT
           END-STRING
           DISPLAY FUNCTION TRIM(WS-OUT).

       2100-LIST-ONE-ITEM.
           MOVE WS-PQ-AMOUNT(WS-PQ-IDX) TO WS-AMT-D
           MOVE WS-PQ-NEEDED(WS-PQ-IDX) TO WS-NEEDED-D
           PERFORM 5100-COUNT-SIGNATURES
           MOVE WS-SIG-COUNT TO WS-SIGCNT-D
           IF WS-FIRST-REC = 'N'
               DISPLAY ','
           END-IF
           MOVE SPACES TO WS-OUT
           STRING
               '{"pend_id":"' DELIMITED SIZE
               FUNCTION TRIM(WS-PQ-REC-ID(WS-PQ-IDX)) DELIMITED SIZE
               '","account_id":"' DELIMITED SIZE
               FUNCTION TRIM(WS-PQ-ACCT(WS-PQ-IDX)) DELIMITED SIZE
               '","to_account":"' DELIMITED SIZE
               FUNCTION TRIM(WS-PQ-TO-ACCT(WS-PQ-IDX)) DELIMITED SIZE
               '","amount":' DELIMITED SIZE
               FUNCTION TRIM(WS-AMT-D) DELIMITED SIZE
               ',"date":"' DELIMITED SIZE
               WS-PQ-DATE(WS-PQ-IDX) DELIMITED SIZE
               '","mandate":"' DELIMITED SIZE
               WS-PQ-MANDATE(WS-PQ-IDX) DELIMITED SIZE
               '","needed":' DELIMITED SIZE
               FUNCTION TRIM(WS-NEEDED-D) DELIMITED SIZE
               ',"signatures":' DELIMITED SIZE
               FUNCTION TRIM(WS-SIGCNT-D) DELIMITED SIZE
               ',"signed":"' DELIMITED SIZE
               FUNCTION TRIM(WS-PQ-SIGNED(WS-PQ-IDX)) DELIMITED SIZE
               '","status":"' DELIMITED SIZE
               FUNCTION TRIM(WS-PQ-STATE(WS-PQ-IDX)) DELIMITED SIZE
               '","decided_by":"' DELIMITED SIZE
               FUNCTION TRIM(WS-PQ-DECIDER(WS-PQ-IDX)) DELIMITED SIZE
               '"}' DELIMITED SIZE
               INTO WS-OUT
           END-STRING
           DISPLAY FUNCTION TRIM(WS-OUT)
           MOVE 'N' TO WS-FIRST-REC.

      *----------------------------------------------------------------
      * action=SIGN - one more holder's yes; the signature that meets
      * the mandate releases the reserve and posts the transfer
      *----------------------------------------------------------------
       3000-SIGN-ITEM.
           PERFORM 3900-FIND-PENDING-ITEM
           IF WS-PQ-IDX = ZEROS
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-SIG-LIST WS-SIG-SEEK
           STRING ',' FUNCTION TRIM(WS-PQ-SIGNED(WS-PQ-IDX)) ','
               DELIMITED SIZE INTO WS-SIG-LIST
           END-STRING
           STRING ',' FUNCTION TRIM(WS-MEMBER-NO) ','
               DELIMITED SIZE INTO WS-SIG-SEEK
           END-STRING
           MOVE ZERO TO WS-POS
           INSPECT WS-SIG-SEEK TALLYING WS-POS
               FOR CHARACTERS BEFORE ' '
           MOVE ZEROS TO WS-SIG-HITS
           INSPECT WS-SIG-LIST TALLYING WS-SIG-HITS
               FOR ALL WS-SIG-SEEK(1:WS-POS)
           IF WS-SIG-HITS > ZEROS
               DISPLAY '{"status":"ERROR","message":"Member '
                   FUNCTION TRIM(WS-MEMBER-NO)
                   ' has already signed '
                   FUNCTION TRIM(WS-PEND-ID) '"}'
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-SIG-LIST
           MOVE 1 TO WS-SIG-PTR
           STRING FUNCTION TRIM(WS-PQ-SIGNED(WS-PQ-IDX)) ','
                  FUNCTION TRIM(WS-MEMBER-NO)
               DELIMITED SIZE INTO WS-SIG-LIST
               WITH POINTER WS-SIG-PTR
           END-STRING
           IF WS-SIG-PTR > 101
               DISPLAY '{"status":"ERROR","message":"Signature '
                   'list full on ' FUNCTION TRIM(WS-PEND-ID) '"}'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SIG-LIST TO WS-PQ-SIGNED(WS-PQ-IDX)
           PERFORM 5100-COUNT-SIGNATURES
           IF WS-SIG-COUNT >= WS-PQ-NEEDED(WS-PQ-IDX)
               PERFORM 6000-OPEN-MASTER
               PERFORM 3100-POST-WALLET-TRANSFER
               IF NOT WS-POST-IS-OK
                   EXIT PARAGRAPH
               END-IF
               MOVE 'APPROVED' TO WS-PQ-STATE(WS-PQ-IDX)
               MOVE WS-MEMBER-NO TO WS-PQ-DECIDER(WS-PQ-IDX)
               MOVE WS-CUR-DATE TO WS-PQ-DECIDED(WS-PQ-IDX)
           END-IF
           MOVE WS-PQ-NEEDED(WS-PQ-IDX) TO WS-NEEDED-D
           MOVE WS-SIG-COUNT TO WS-SIGCNT-D
           MOVE WS-PQ-STATE(WS-PQ-IDX) TO WS-DISPOSITION
           PERFORM 7500-REWRITE-QUEUE
           MOVE SPACES TO WS-OUT
           STRING
               '{"status":"OK","pend_id":"' DELIMITED SIZE
               FUNCTION TRIM(WS-PEND-ID) DELIMITED SIZE
               '","signed_by":"' DELIMITED SIZE
               FUNCTION TRIM(WS-MEMBER-NO) DELIMITED SIZE
               '","signatures":' DELIMITED SIZE
               FUNCTION TRIM(WS-SIGCNT-D) DELIMITED SIZE
               ',"needed":' DELIMITED SIZE
               FUNCTION TRIM(WS-NEEDED-D) DELIMITED SIZE
               ',"disposition":"' DELIMITED SIZE
               FUNCTION TRIM(WS-DISPOSITION) DELIMITED SIZE
               '"}' DELIMITED SIZE
               INTO WS-OUT
           END-STRING
           DISPLAY FUNCTION TRIM(WS-OUT).

      * BOTH legs are proven before either record is rewritten, as in
      * CFSUSP - the signature must not leave a half-posted transfer
       3100-POST-WALLET-TRANSFER.
           MOVE 'N' TO WS-POST-OK-FLAG
           MOVE WS-PQ-TO-ACCT(WS-PQ-IDX) TO AM-ACCT-ID
           READ ACCOUNT-MASTER
               INVALID KEY
                   DISPLAY '{"status":"ERROR","message":"Recipient '
                       'not on file"}'
                   EXIT PARAGRAPH
           END-READ
           IF AM-IS-CLOSED
               DISPLAY '{"status":"ERROR","message":"Recipient is '
                   'CLOSED"}'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PQ-ACCT(WS-PQ-IDX) TO AM-ACCT-ID
           READ ACCOUNT-MASTER
               INVALID KEY
                   DISPLAY '{"status":"ERROR","message":"Sender not '
                       'on file"}'
                   EXIT PARAGRAPH
           END-READ
           IF AM-IS-FROZEN OR AM-IS-CLOSED
               DISPLAY '{"status":"ERROR","message":"Sender is '
                   FUNCTION TRIM(AM-STATUS) '"}'
               EXIT PARAGRAPH
           END-IF
           SUBTRACT WS-PQ-AMOUNT(WS-PQ-IDX) FROM AM-HOLD-TOTAL
           IF AM-HOLD-TOTAL < ZEROS
               MOVE ZEROS TO AM-HOLD-TOTAL
           END-IF
           SUBTRACT WS-PQ-AMOUNT(WS-PQ-IDX) FROM AM-BALANCE
           MOVE WS-CUR-DATE TO AM-LAST-ACTIVITY
           REWRITE ACCOUNT-MASTER-RECORD
           MOVE AM-BALANCE TO WS-NEW-FROM
           COMPUTE WS-NET-AMOUNT =
               WS-PQ-AMOUNT(WS-PQ-IDX) - WS-PQ-FEE(WS-PQ-IDX)
           MOVE WS-PQ-TO-ACCT(WS-PQ-IDX) TO AM-ACCT-ID
           READ ACCOUNT-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD WS-NET-AMOUNT TO AM-BALANCE
                   MOVE WS-CUR-DATE TO AM-LAST-ACTIVITY
                   REWRITE ACCOUNT-MASTER-RECORD
                   MOVE AM-BALANCE TO WS-NEW-TO
           END-READ
           PERFORM 3500-WRITE-WALLET-JOURNAL
           MOVE 'Y' TO WS-POST-OK-FLAG.

       3500-WRITE-WALLET-JOURNAL.
           MOVE FUNCTION CURRENT-DATE TO WS-CUR-DATETIME
           MOVE WS-CUR-DATETIME(1:8)  TO WS-TIMESTAMP(1:8)
           MOVE '-'                   TO WS-TIMESTAMP(9:1)
           MOVE WS-CUR-DATETIME(9:6)  TO WS-TIMESTAMP(10:6)
           MOVE WS-PQ-AMOUNT(WS-PQ-IDX) TO WS-AMT-D
           MOVE WS-PQ-FEE(WS-PQ-IDX) TO WS-FEE-D
           MOVE WS-NEW-FROM TO WS-FROM-D
           MOVE WS-NEW-TO   TO WS-TO-D
           MOVE SPACES TO JOURNAL-RECORD
           STRING
               'ts=' DELIMITED SIZE
               FUNCTION TRIM(WS-TIMESTAMP) DELIMITED SIZE
               ' action=' DELIMITED SIZE
               FUNCTION TRIM(WS-PQ-ACT(WS-PQ-IDX)) DELIMITED SIZE
               ' from=' DELIMITED SIZE
               FUNCTION TRIM(WS-PQ-ACCT(WS-PQ-IDX)) DELIMITED SIZE
               ' to=' DELIMITED SIZE
               FUNCTION TRIM(WS-PQ-TO-ACCT(WS-PQ-IDX)) DELIMITED SIZE
               ' amount=' DELIMITED SIZE
               FUNCTION TRIM(WS-AMT-D) DELIMITED SIZE
               ' fee=' DELIMITED SIZE
               FUNCTION TRIM(WS-FEE-D) DELIMITED SIZE
               ' from_balance=' DELIMITED SIZE
               FUNCTION TRIM(WS-FROM-D) DELIMITED SIZE
               ' to_balance=' DELIMITED SIZE
               FUNCTION TRIM(WS-TO-D) DELIMITED SIZE
               ' currency=' DELIMITED SIZE
               FUNCTION TRIM(WS-PQ-CURRENCY(WS-PQ-IDX)) DELIMITED SIZE
               ' approved_by=' DELIMITED SIZE
               FUNCTION TRIM(WS-PQ-SIGNED(WS-PQ-IDX)) DELIMITED SIZE
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

      *----------------------------------------------------------------
      * action=DECLINE - any holder's no: the reserve returns to the
      * account, nothing posts
      *----------------------------------------------------------------
       4000-DECLINE-ITEM.
           PERFORM 3900-FIND-PENDING-ITEM
           IF WS-PQ-IDX = ZEROS
               EXIT PARAGRAPH
           END-IF
           PERFORM 6000-OPEN-MASTER
           MOVE WS-PQ-ACCT(WS-PQ-IDX) TO AM-ACCT-ID
           READ ACCOUNT-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SUBTRACT WS-PQ-AMOUNT(WS-PQ-IDX)
                       FROM AM-HOLD-TOTAL
                   IF AM-HOLD-TOTAL < ZEROS
                       MOVE ZEROS TO AM-HOLD-TOTAL
                   END-IF
                   REWRITE ACCOUNT-MASTER-RECORD
           END-READ
           MOVE 'DECLINED' TO WS-PQ-STATE(WS-PQ-IDX)
           MOVE WS-MEMBER-NO TO WS-PQ-DECIDER(WS-PQ-IDX)
           MOVE WS-CUR-DATE TO WS-PQ-DECIDED(WS-PQ-IDX)
           PERFORM 7500-REWRITE-QUEUE
           MOVE SPACES TO WS-OUT
           STRING
               '{"status":"OK","pend_id":"' DELIMITED SIZE
               FUNCTION TRIM(WS-PEND-ID) DELIMITED SIZE
               '","disposition":"DECLINED","declined_by":"'
                   DELIMITED SIZE
               FUNCTION TRIM(WS-MEMBER-NO) DELIMITED SIZE
               '"}' DELIMITED SIZE
               INTO WS-OUT
           END-STRING
           DISPLAY FUNCTION TRIM(WS-OUT).

      * the item must be on file, still PENDING, and member_no= one of
      * the account's holders
       3900-FIND-PENDING-ITEM.
           IF FUNCTION TRIM(WS-PEND-ID) = SPACES OR
                   FUNCTION TRIM(WS-MEMBER-NO) = SPACES
               DISPLAY '{"status":"ERROR","message":"Needs pend_id= '
                   'and member_no="}'
               MOVE ZEROS TO WS-PQ-IDX
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-PQ-IDX
           PERFORM UNTIL WS-PQ-IDX > WS-PQ-COUNT OR
                   WS-PQ-REC-ID(WS-PQ-IDX) = WS-PEND-ID
               ADD 1 TO WS-PQ-IDX
           END-PERFORM
           IF WS-PQ-IDX > WS-PQ-COUNT
               DISPLAY '{"status":"ERROR","message":"pend_id not on '
                   'file: ' FUNCTION TRIM(WS-PEND-ID) '"}'
               MOVE ZEROS TO WS-PQ-IDX
               EXIT PARAGRAPH
           END-IF
           IF WS-PQ-STATE(WS-PQ-IDX) NOT = 'PENDING'
               DISPLAY '{"status":"ERROR","message":"Item already '
                   'decided: '
                   FUNCTION TRIM(WS-PQ-STATE(WS-PQ-IDX)) '"}'
               MOVE ZEROS TO WS-PQ-IDX
               EXIT PARAGRAPH
           END-IF
           PERFORM 5000-CHECK-HOLDER
           IF NOT WS-MEMBER-IS-HOLDER
               DISPLAY '{"status":"ERROR","message":"Member '
                   FUNCTION TRIM(WS-MEMBER-NO)
                   ' does not hold account '
                   FUNCTION TRIM(WS-PQ-ACCT(WS-PQ-IDX)) '"}'
               MOVE ZEROS TO WS-PQ-IDX
           END-IF.

      *----------------------------------------------------------------
      * member=<no> account_id=<id>, the shape CFMEMBER writes
      *----------------------------------------------------------------
       5000-CHECK-HOLDER.
           MOVE 'N' TO WS-HOLDER-FLAG
           OPEN INPUT LINK-FILE
           IF WS-LINK-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-LINK-STATUS NOT = '00' OR
                   WS-MEMBER-IS-HOLDER
               READ LINK-FILE
                   AT END MOVE '10' TO WS-LINK-STATUS
                   NOT AT END
                       PERFORM 5010-MATCH-HOLDER-LINK
               END-READ
           END-PERFORM
           CLOSE LINK-FILE.

       5010-MATCH-HOLDER-LINK.
           MOVE SPACES TO WS-LK-TOK1 WS-LK-TOK2
           UNSTRING FUNCTION TRIM(LINK-RECORD) DELIMITED BY ALL SPACE
               INTO WS-LK-TOK1 WS-LK-TOK2
           END-UNSTRING
           IF WS-LK-TOK1(8:20) = WS-MEMBER-NO AND
                   WS-LK-TOK2(12:50) = WS-PQ-ACCT(WS-PQ-IDX)
               MOVE 'Y' TO WS-HOLDER-FLAG
           END-IF.

      * one signature per comma-separated member number
       5100-COUNT-SIGNATURES.
           MOVE ZEROS TO WS-SIG-COUNT
           IF FUNCTION TRIM(WS-PQ-SIGNED(WS-PQ-IDX)) = SPACES
               EXIT PARAGRAPH
           END-IF
           INSPECT WS-PQ-SIGNED(WS-PQ-IDX) TALLYING WS-SIG-COUNT
               FOR ALL ','
           ADD 1 TO WS-SIG-COUNT.

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

       7500-REWRITE-QUEUE.
           OPEN OUTPUT PENDING-FILE
           MOVE 1 TO WS-PQ-IDX
           PERFORM UNTIL WS-PQ-IDX > WS-PQ-COUNT
               PERFORM 7600-WRITE-ONE-ITEM
               ADD 1 TO WS-PQ-IDX
           END-PERFORM
           CLOSE PENDING-FILE.

       7600-WRITE-ONE-ITEM.
           MOVE WS-PQ-AMOUNT(WS-PQ-IDX) TO WS-AMT-D
           MOVE WS-PQ-FEE(WS-PQ-IDX) TO WS-FEE-D
           MOVE WS-PQ-NEEDED(WS-PQ-IDX) TO WS-NEEDED-D
           MOVE SPACES TO PENDING-RECORD
           STRING
               'pend_id=' DELIMITED SIZE
               FUNCTION TRIM(WS-PQ-REC-ID(WS-PQ-IDX)) DELIMITED SIZE
               ' program=' DELIMITED SIZE
               FUNCTION TRIM(WS-PQ-PROGRAM(WS-PQ-IDX)) DELIMITED SIZE
               ' action=' DELIMITED SIZE
               FUNCTION TRIM(WS-PQ-ACT(WS-PQ-IDX)) DELIMITED SIZE
               ' account_id=' DELIMITED SIZE
               FUNCTION TRIM(WS-PQ-ACCT(WS-PQ-IDX)) DELIMITED SIZE
               ' to_account=' DELIMITED SIZE
               FUNCTION TRIM(WS-PQ-TO-ACCT(WS-PQ-IDX)) DELIMITED SIZE
               ' amount=' DELIMITED SIZE
               FUNCTION TRIM(WS-AMT-D) DELIMITED SIZE
               ' fee=' DELIMITED SIZE
               FUNCTION TRIM(WS-FEE-D) DELIMITED SIZE
               ' currency=' DELIMITED SIZE
               FUNCTION TRIM(WS-PQ-CURRENCY(WS-PQ-IDX)) DELIMITED SIZE
               ' date=' DELIMITED SIZE
               WS-PQ-DATE(WS-PQ-IDX) DELIMITED SIZE
               ' mandate=' DELIMITED SIZE
               WS-PQ-MANDATE(WS-PQ-IDX) DELIMITED SIZE
               ' needed=' DELIMITED SIZE
               FUNCTION TRIM(WS-NEEDED-D) DELIMITED SIZE
               ' signed=' DELIMITED SIZE
               FUNCTION TRIM(WS-PQ-SIGNED(WS-PQ-IDX)) DELIMITED SIZE
               ' status=' DELIMITED SIZE
               FUNCTION TRIM(WS-PQ-STATE(WS-PQ-IDX)) DELIMITED SIZE
               ' decided_by=' DELIMITED SIZE
               FUNCTION TRIM(WS-PQ-DECIDER(WS-PQ-IDX)) DELIMITED SIZE
               ' decided_on=' DELIMITED SIZE
               FUNCTION TRIM(WS-PQ-DECIDED(WS-PQ-IDX)) DELIMITED SIZE
               INTO PENDING-RECORD
           END-STRING
           WRITE PENDING-RECORD.

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
