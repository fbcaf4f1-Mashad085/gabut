      *       posts the batch; the approver must not be the maker     *
      *   audit_log=<path>   - default CFTRXVAL_AUDIT.LOG              *
      *   master_file=<path> - default CFWALLET_ACCOUNTS.DAT           *
      *   system_date_file=<path> - default CFSYSDATE.DAT; its         *
      *       business date stands in for today when no date           *
      *       argument is given                                        *
      * Output stdout: the listing plus a summary. RETURN-CODE 8      *
      * when POST lacks its two identities.                           *
      *================================================================*
           SELECT AUDIT-LOG ASSIGN TO DYNAMIC WS-AUDIT-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT CHAIN-HEAD ASSIGN TO DYNAMIC WS-CHAIN-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHAIN-STATUS.
           SELECT REFS-IN ASSIGN TO DYNAMIC WS-REFS-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REFS-STATUS.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-ACCT-ID
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT SYSTEM-DATE-FILE ASSIGN TO DYNAMIC WS-SYSDATE-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SYSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-LOG.
       01  AUDIT-RECORD        PIC X(300).

       FD  CHAIN-HEAD.
       01  CHAIN-HEAD-RECORD   PIC X(100).

       FD  REFS-IN.
       01  REFS-RECORD         PIC X(200).

       FD  ACCOUNT-MASTER.
           COPY CF-ACCTMS.

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
       01  WS-REFS-FILE        PIC X(200) VALUE SPACES.
       01  WS-REFS-STATUS      PIC XX VALUE SPACES.
       01  WS-MASTER-FILE      PIC X(200) VALUE 'CFWALLET_ACCOUNTS.DAT'.
               PERFORM 0050-PARSE-OPTION-ARG
               ADD 1 TO WS-ARG-IDX
           END-PERFORM
           PERFORM 0880-READ-SYSTEM-DATE
           IF WS-SYSTEM-YMD NOT = SPACES
               MOVE WS-SYSTEM-YMD TO WS-CUR-DATE
           END-IF
           IF FUNCTION TRIM(WS-REFS-FILE) = SPACES AND
                   FUNCTION TRIM(WS-FILTER-REF) = SPACES AND
                   FUNCTION TRIM(WS-FILTER-DATE) = SPACES AND
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

       1000-LOAD-REFS-FILE.
           OPEN INPUT REFS-IN
           IF WS-REFS-STATUS NOT = '00'
               FUNCTION TRIM(WS-TIMESTAMP) DELIMITED SIZE
               INTO AUDIT-RECORD
           END-STRING
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
