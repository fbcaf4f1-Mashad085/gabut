      *                      audit trail, e.g. the batch summary's     *
      *                      net interest); anything else is BROKEN    *
      * Output stdout: JSON result. RETURN-CODE 8 on a broken check.   *
      * system_date_file=<path> - default CFSYSDATE.DAT; its business  *
      *     date stands in for today when no date argument is given    *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CFIMAGE.
           SELECT RECON-OUT ASSIGN TO DYNAMIC WS-RECON-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECON-STATUS.
           SELECT SYSTEM-DATE-FILE ASSIGN TO DYNAMIC WS-SYSDATE-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SYSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RECON-OUT.
       01  RECON-RECORD        PIC X(300).

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
       01  WS-IMAGE-FILE       PIC X(200) VALUE SPACES.
       01  WS-IN-HOLD          PIC S9(13)V99 VALUE ZEROS.
       01  WS-IN-EARMARK       PIC S9(13)V99 VALUE ZEROS.
       01  WS-IN-BRANCH        PIC X(4) VALUE SPACES.
       01  WS-IN-PRODUCT       PIC X(8) VALUE SPACES.

      * reconciliation workpad
       01  WS-AJ-OLD           PIC S9(13)V99 VALUE ZEROS.
               PERFORM 0050-PARSE-OPTION-ARG
               ADD 1 TO WS-ARG-IDX
           END-PERFORM
           PERFORM 0880-READ-SYSTEM-DATE
           IF WS-SYSTEM-YMD NOT = SPACES
               MOVE WS-SYSTEM-YMD TO WS-CUR-DATE
           END-IF
           IF FUNCTION TRIM(WS-IMAGE-FILE) = SPACES
               STRING FUNCTION TRIM(WS-MASTER-FILE) '.IMG'
                   DELIMITED SIZE INTO WS-IMAGE-FILE
                   WHEN 'recon_out'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-RECON-FILE
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
      * action=SNAPSHOT - header with the hash totals, then every
      * record whole; the image is what BACKOUT rebuilds from
               FUNCTION TRIM(WS-BAL-D) DELIMITED SIZE
               ' branch=' DELIMITED SIZE
               FUNCTION TRIM(AM-BRANCH) DELIMITED SIZE
               ' product=' DELIMITED SIZE
               FUNCTION TRIM(AM-PRODUCT) DELIMITED SIZE
               INTO IMAGE-RECORD
           END-STRING
           WRITE IMAGE-RECORD.
           END-IF
           MOVE SPACES TO WS-IN-ACCT WS-IN-STATUS WS-IN-OPENED
               WS-IN-CLOSED WS-IN-CURRENCY WS-IN-ACTIVITY
               WS-IN-BRANCH WS-IN-PRODUCT
           MOVE ZEROS TO WS-IN-BALANCE WS-IN-HOLD WS-IN-EARMARK
           MOVE FUNCTION TRIM(IMAGE-RECORD) TO WS-REMAIN
           PERFORM UNTIL FUNCTION TRIM(WS-REMAIN) = SPACES
           MOVE WS-IN-HOLD     TO AM-HOLD-TOTAL
           MOVE WS-IN-EARMARK  TO AM-EARMARK-TOTAL
           MOVE WS-IN-BRANCH   TO AM-BRANCH
           MOVE WS-IN-PRODUCT  TO AM-PRODUCT
           WRITE ACCOUNT-MASTER-RECORD
               INVALID KEY
                   CONTINUE
                   WHEN 'branch'
                       MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
                           WS-FIELD-VAL)) TO WS-IN-BRANCH
                   WHEN 'product'
                       MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
                           WS-FIELD-VAL)) TO WS-IN-PRODUCT
               END-EVALUATE
           END-IF.

