      * hold only the carried-forward (post-cutoff) records, so the   *
      * file always contains exactly the accrued-but-unposted         *
      * liability - which the summary also reports as total_carried.  *
      *        system_date_file=<path> - default CFSYSDATE.DAT;        *
      *            its business date stands in for today when          *
      *            no date argument is given                           *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CFPOST.
           SELECT CMDLOG-FILE ASSIGN TO DYNAMIC WS-CMDLOG-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CMDLOG-STATUS.
           SELECT SYSTEM-DATE-FILE ASSIGN TO DYNAMIC WS-SYSDATE-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SYSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  IMGVER-FILE.
       01  IMGVER-RECORD       PIC X(300).

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
       01  WS-CUR-DATE         PIC X(8) VALUE SPACES.
       01  WS-ACCRFILE         PIC X(200) VALUE SPACES.
       01  WS-ACCR-STATUS      PIC XX VALUE SPACES.
       01  WS-MASTER-FILE      PIC X(200) VALUE SPACES.
               PERFORM 0050-PARSE-OPTION-ARG
               ADD 1 TO WS-ARG-IDX
           END-PERFORM
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CUR-DATE
           PERFORM 0880-READ-SYSTEM-DATE
           IF WS-SYSTEM-YMD NOT = SPACES
               MOVE WS-SYSTEM-YMD TO WS-CUR-DATE
           END-IF
           PERFORM 0900-CHECK-OPERATOR
           IF FUNCTION TRIM(WS-MASTER-FILE) = SPACES
               DISPLAY '{"error":"master_file= is required - there is '
                   WHEN 'verify_image'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-VERIFY-IMAGE
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
               REWRITE ACCOUNT-MASTER-RECORD
           ELSE
               MOVE 'ACTIVE' TO AM-STATUS
               MOVE WS-CUR-DATE TO AM-OPENED-DATE
               MOVE SPACES TO AM-CLOSED-DATE
               MOVE WS-AC-CURRENCY(WS-AC-IDX) TO AM-CURRENCY
               MOVE WS-CUR-DATE TO AM-LAST-ACTIVITY
               MOVE ZEROS TO AM-HOLD-TOTAL
               MOVE ZEROS TO AM-EARMARK-TOTAL
               MOVE 'HQ' TO AM-BRANCH
               MOVE 'SAVINGS' TO AM-PRODUCT
               WRITE ACCOUNT-MASTER-RECORD
           END-IF
           ADD WS-NET-AMOUNT TO WS-TOTAL-POSTED
