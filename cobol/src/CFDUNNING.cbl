      *================================================================*
      * CFDUNNING.cbl - Loan Arrears Dunning Ladder                    *
      * CFLOAN action=DUE pushes a loan one installment deeper into    *
      * arrears and says nothing to the member; this nightly pass     *
      * walks the loan master after it and moves every overdue loan   *
      * up a configurable dunning ladder - days past its oldest       *
      * unpaid due date (next_due) against each stage's threshold.    *
      * A stage drops its notice type into the CFNOTIFY outbox for    *
      * the borrower's account; a GUARANTOR stage also tells every    *
      * guarantor still holding funds behind the loan (CFLOAN         *
      * guarantor register); a FREEZE stage files a STATUS=FROZEN     *
      * request for the borrower's account in the CFACCTMNT pending   *
      * queue, where a second operator approves it like any freeze.   *
      * The dunning history remembers what each loan has been sent    *
      * in its current arrears episode, so no stage goes out twice -  *
      * a loan that skipped stages between runs gets the highest one  *
      * reached - and once the loan is current again (or no longer    *
      * OPEN) the episode is closed and the ladder starts over from   *
      * the bottom should it fall behind again.                        *
      * Args (key=value, any order):                                   *
      *   business_date=YYYY-MM-DD - default today                     *
      *   ladder_file=<path>  - default CFDUNNING_LADDER.DAT, one      *
      *       stage=<1-9> days=<days past due> notice=<CFNOTIFY type>  *
      *       action=NOTICE|GUARANTOR|FREEZE line per stage, days      *
      *       rising with the stage. Absent, the standard ladder is    *
      *       used: 3 DUN-REMINDER, 14 DUN-WARNING, 30 DUN-GUARANTOR   *
      *       (GUARANTOR), 60 DUN-FREEZE (FREEZE)                      *
      *   loan_file=<path>    - default CFLOAN_MASTER.DAT              *
      *   guarantor_file=<p>  - default CFLOAN_GUARANTORS.DAT          *
      *   history_file=<path> - default CFDUNNING_HISTORY.DAT, one     *
      *       loan_id= stage= notice= dpd= sent= state=OPEN|CLEARED    *
      *       cleared= line per stage sent                             *
      *   outbox_file=<path>  - default CFNOTIFY_OUTBOX.DAT            *
      *   pending_file=<path> - default CFACCTMNT_PENDING.DAT          *
      *   system_date_file=<path> - default CFSYSDATE.DAT; its         *
      *       business date stands in for today when no date           *
      *       argument is given                                        *
      * Output stdout: JSON rows (one per stage sent) plus a summary.  *
      * RETURN-CODE 8 when the ladder file is malformed or a file      *
      * overflows its table.                                           *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CFDUNNING.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. LINUX.
       OBJECT-COMPUTER. LINUX.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LADDER-FILE ASSIGN TO DYNAMIC WS-LADDER-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LADDER-STATUS.
           SELECT LOAN-FILE ASSIGN TO DYNAMIC WS-LOAN-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOAN-STATUS.
           SELECT GUAR-FILE ASSIGN TO DYNAMIC WS-GUAR-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GUAR-STATUS.
           SELECT HISTORY-FILE ASSIGN TO DYNAMIC WS-HISTORY-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT OUTBOX-FILE ASSIGN TO DYNAMIC WS-OUTBOX-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUTBOX-STATUS.
           SELECT PENDING-FILE ASSIGN TO DYNAMIC WS-PENDING-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDING-STATUS.
           SELECT SYSTEM-DATE-FILE ASSIGN TO DYNAMIC WS-SYSDATE-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SYSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LADDER-FILE.
       01  LADDER-RECORD       PIC X(200).

       FD  LOAN-FILE.
       01  LOAN-RECORD         PIC X(500).

       FD  GUAR-FILE.
       01  GUAR-RECORD         PIC X(300).

       FD  HISTORY-FILE.
       01  HISTORY-RECORD      PIC X(300).

       FD  OUTBOX-FILE.
       01  OUTBOX-RECORD       PIC X(300).

       FD  PENDING-FILE.
       01  PENDING-RECORD      PIC X(300).

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
       01  WS-LADDER-FILE      PIC X(200)
                               VALUE 'CFDUNNING_LADDER.DAT'.
       01  WS-LADDER-STATUS    PIC XX VALUE SPACES.
       01  WS-LOAN-FILE        PIC X(200) VALUE 'CFLOAN_MASTER.DAT'.
       01  WS-LOAN-STATUS      PIC XX VALUE SPACES.
       01  WS-GUAR-FILE        PIC X(200)
                               VALUE 'CFLOAN_GUARANTORS.DAT'.
       01  WS-GUAR-STATUS      PIC XX VALUE SPACES.
       01  WS-HISTORY-FILE     PIC X(200)
                               VALUE 'CFDUNNING_HISTORY.DAT'.
       01  WS-HISTORY-STATUS   PIC XX VALUE SPACES.
       01  WS-OUTBOX-FILE      PIC X(200) VALUE 'CFNOTIFY_OUTBOX.DAT'.
       01  WS-OUTBOX-STATUS    PIC XX VALUE SPACES.
       01  WS-PENDING-FILE     PIC X(200) VALUE 'CFACCTMNT_PENDING.DAT'.
       01  WS-PENDING-STATUS   PIC XX VALUE SPACES.

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

       01  WS-BUSINESS-DATE    PIC X(10) VALUE SPACES.
       01  WS-BUS-YMD          PIC X(8) VALUE SPACES.
       01  WS-BUS-INT          PIC S9(9) COMP VALUE ZEROS.
       01  WS-CUR-DATE         PIC X(8) VALUE SPACES.

      * the ladder, lowest stage first
       01  WS-LD-COUNT         PIC 9 VALUE ZEROS.
       01  WS-LD-IDX           PIC 9 VALUE ZEROS.
       01  WS-LD-SOURCE        PIC X(8) VALUE 'FILE'.
       01  WS-LD-TABLE.
           05  WS-LD-ENTRY OCCURS 9 TIMES.
               10  WS-LD-DAYS      PIC 9(5).
               10  WS-LD-NOTICE    PIC X(20).
               10  WS-LD-ACTION    PIC X(10).
               10  WS-LD-LOADED    PIC X.
       01  WS-LD-IN-STAGE      PIC 9(3) VALUE ZEROS.
       01  WS-LD-IN-DAYS       PIC 9(5) VALUE ZEROS.
       01  WS-LD-IN-NOTICE     PIC X(20) VALUE SPACES.
       01  WS-LD-IN-ACTION     PIC X(10) VALUE SPACES.
       01  WS-LD-BAD-FLAG      PIC X VALUE 'N'.
           88  WS-LD-IS-BAD        VALUE 'Y'.

      * the guarantors still holding funds behind a loan
       01  WS-GT-COUNT         PIC 9(5) VALUE ZEROS.
       01  WS-GT-IDX           PIC 9(5) VALUE ZEROS.
       01  WS-GT-TRUNC-FLAG    PIC X VALUE 'N'.
           88  WS-GT-IS-TRUNCATED  VALUE 'Y'.
       01  WS-GT-TABLE.
           05  WS-GT-ENTRY OCCURS 5000 TIMES.
               10  WS-GT-LOAN-ID   PIC X(20).
               10  WS-GT-ACCT      PIC X(50).
       01  WS-GI-LOAN-ID       PIC X(20) VALUE SPACES.
       01  WS-GI-ACCT          PIC X(50) VALUE SPACES.
       01  WS-GI-STATE         PIC X(8) VALUE SPACES.

      * the dunning history, rewritten whole after the pass
       01  WS-HS-COUNT         PIC 9(5) VALUE ZEROS.
       01  WS-HS-IDX           PIC 9(5) VALUE ZEROS.
       01  WS-HS-TRUNC-FLAG    PIC X VALUE 'N'.
           88  WS-HS-IS-TRUNCATED  VALUE 'Y'.
       01  WS-HS-TABLE.
           05  WS-HS-ENTRY OCCURS 20000 TIMES.
               10  WS-HS-LOAN-ID   PIC X(20).
               10  WS-HS-STAGE     PIC 9.
               10  WS-HS-NOTICE    PIC X(20).
               10  WS-HS-DPD       PIC 9(5).
               10  WS-HS-SENT      PIC X(10).
               10  WS-HS-STATE     PIC X(8).
               10  WS-HS-CLEARED   PIC X(10).
       01  WS-HI-LOAN-ID       PIC X(20) VALUE SPACES.
       01  WS-HI-STAGE         PIC 9 VALUE ZEROS.
       01  WS-HI-NOTICE        PIC X(20) VALUE SPACES.
       01  WS-HI-DPD           PIC 9(5) VALUE ZEROS.
       01  WS-HI-SENT          PIC X(10) VALUE SPACES.
       01  WS-HI-STATE         PIC X(8) VALUE SPACES.
       01  WS-HI-CLEARED       PIC X(10) VALUE SPACES.

      * one loan as read from the master
       01  WS-IN-LOAN-ID       PIC X(20) VALUE SPACES.
       01  WS-IN-ACCT          PIC X(50) VALUE SPACES.
       01  WS-IN-NEXT-DUE      PIC X(10) VALUE SPACES.
       01  WS-IN-STATUS        PIC X(8) VALUE SPACES.
       01  WS-IN-INSTALL       PIC 9(13)V99 VALUE ZEROS.
       01  WS-IN-ARREARS       PIC 9(3) VALUE ZEROS.
       01  WS-IN-CURRENCY      PIC X(4) VALUE SPACES.

       01  WS-DPD              PIC 9(5) VALUE ZEROS.
       01  WS-REACHED          PIC 9 VALUE ZEROS.
       01  WS-LAST-SENT        PIC 9 VALUE ZEROS.
       01  WS-OVERDUE          PIC 9(13)V99 VALUE ZEROS.
       01  WS-NOTICE-ACCT      PIC X(50) VALUE SPACES.
       01  WS-NOTICE-DETAIL    PIC X(70) VALUE SPACES.
       01  WS-PENDING-ID       PIC X(22) VALUE SPACES.
       01  WS-PENDING-SEQ      PIC 9(4) VALUE ZEROS.
       01  WS-CLEAR-FLAG       PIC X VALUE 'N'.
           88  WS-CLEAR-DONE       VALUE 'Y'.

      * date workpad
       01  WS-DT-STR           PIC X(10) VALUE SPACES.
       01  WS-DT-X8            PIC X(8) VALUE SPACES.
       01  WS-DT-NUM           PIC 9(8) VALUE ZEROS.
       01  WS-DT-INT           PIC S9(9) COMP VALUE ZEROS.

       01  WS-LOAN-COUNT       PIC 9(5) VALUE ZEROS.
       01  WS-OVERDUE-COUNT    PIC 9(5) VALUE ZEROS.
       01  WS-STAGE-COUNT      PIC 9(5) VALUE ZEROS.
       01  WS-NOTICE-COUNT     PIC 9(5) VALUE ZEROS.
       01  WS-GNOTICE-COUNT    PIC 9(5) VALUE ZEROS.
       01  WS-FREEZE-COUNT     PIC 9(5) VALUE ZEROS.
       01  WS-CLEARED-COUNT    PIC 9(5) VALUE ZEROS.

       01  WS-AMT-D            PIC Z(13).99.
       01  WS-CNT-D            PIC Z(4)9.
       01  WS-STAGE-D          PIC 9.
       01  WS-OUT              PIC X(500) VALUE SPACES.

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
           IF FUNCTION TRIM(WS-BUSINESS-DATE) = SPACES
               STRING WS-CUR-DATE(1:4) '-' WS-CUR-DATE(5:2) '-'
                      WS-CUR-DATE(7:2)
                   DELIMITED SIZE INTO WS-BUSINESS-DATE
               END-STRING
           END-IF
           MOVE WS-BUSINESS-DATE TO WS-DT-STR
           PERFORM 8200-DATE-TO-DAY-NUMBER
           IF WS-DT-INT = ZEROS
               DISPLAY '{"error":"business_date must be YYYY-MM-DD"}'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-DT-INT TO WS-BUS-INT
           MOVE WS-DT-X8 TO WS-BUS-YMD
           INITIALIZE WS-LD-TABLE
           PERFORM 1000-LOAD-LADDER
           IF WS-LD-IS-BAD
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1200-LOAD-GUARANTORS
           PERFORM 1400-LOAD-HISTORY
           IF WS-GT-IS-TRUNCATED OR WS-HS-IS-TRUNCATED
               DISPLAY '{"error":"Guarantor or history file larger '
                   'than its table - nothing processed, files left '
                   'untouched"}'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT LOAN-FILE
           IF WS-LOAN-STATUS NOT = '00'
               DISPLAY '{"error":"Cannot open loan file: '
                   FUNCTION TRIM(WS-LOAN-FILE) '"}'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND OUTBOX-FILE
           IF WS-OUTBOX-STATUS NOT = '00'
               CLOSE OUTBOX-FILE
               OPEN OUTPUT OUTBOX-FILE
           END-IF
           OPEN EXTEND PENDING-FILE
           IF WS-PENDING-STATUS NOT = '00'
               CLOSE PENDING-FILE
               OPEN OUTPUT PENDING-FILE
           END-IF
           DISPLAY '{"dunning":['
           PERFORM 2000-WALK-LOANS
           CLOSE LOAN-FILE
           CLOSE OUTBOX-FILE
           CLOSE PENDING-FILE
      * stdout is the JSON document - the warning goes to the log
           IF WS-HS-COUNT >= 20000
               DISPLAY 'WARNING: history table full - stages sent '
                   'past the limit are not remembered' UPON SYSERR
               MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM 7000-REWRITE-HISTORY
           PERFORM 9000-SUMMARY
           STOP RUN.

       0050-PARSE-OPTION-ARG.
           MOVE ZERO TO WS-POS
           INSPECT WS-OPT-ARG TALLYING WS-POS FOR CHARACTERS BEFORE '='
           IF WS-POS > 0
               MOVE WS-OPT-ARG(1:WS-POS) TO WS-FIELD-NAME
               MOVE WS-OPT-ARG(WS-POS + 2:) TO WS-FIELD-VAL
               EVALUATE FUNCTION TRIM(WS-FIELD-NAME)
                   WHEN 'business_date'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-BUSINESS-DATE
                   WHEN 'ladder_file'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-LADDER-FILE
                   WHEN 'loan_file'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-LOAN-FILE
                   WHEN 'guarantor_file'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-GUAR-FILE
                   WHEN 'history_file'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-HISTORY-FILE
                   WHEN 'outbox_file'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-OUTBOX-FILE
                   WHEN 'pending_file'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-PENDING-FILE
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
      * the ladder - stages numbered from 1 with no gaps, each one
      * further past due than the last; no file, the standard ladder
      *----------------------------------------------------------------
       1000-LOAD-LADDER.
           OPEN INPUT LADDER-FILE
           IF WS-LADDER-STATUS NOT = '00'
               PERFORM 1050-STANDARD-LADDER
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ LADDER-FILE INTO LADDER-RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM 1100-LOAD-ONE-STAGE
               END-READ
           END-PERFORM
           CLOSE LADDER-FILE
           MOVE 'N' TO WS-EOF
           IF WS-LD-IS-BAD
               EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO WS-LD-COUNT
           MOVE 1 TO WS-LD-IDX
           PERFORM UNTIL WS-LD-IDX > 9 OR
                   WS-LD-LOADED(WS-LD-IDX) NOT = 'Y'
               MOVE WS-LD-IDX TO WS-LD-COUNT
               ADD 1 TO WS-LD-IDX
           END-PERFORM
           IF WS-LD-COUNT = ZEROS
               MOVE 'Y' TO WS-LD-BAD-FLAG
               DISPLAY '{"error":"Ladder file has no stage 1: '
                   FUNCTION TRIM(WS-LADDER-FILE) '"}'
               EXIT PARAGRAPH
           END-IF
           MOVE 2 TO WS-LD-IDX
           PERFORM UNTIL WS-LD-IDX > WS-LD-COUNT OR WS-LD-IS-BAD
               IF WS-LD-DAYS(WS-LD-IDX) <= WS-LD-DAYS(WS-LD-IDX - 1)
                   MOVE 'Y' TO WS-LD-BAD-FLAG
                   MOVE WS-LD-IDX TO WS-STAGE-D
                   DISPLAY '{"error":"Ladder stage ' WS-STAGE-D
                       ' is not further past due than the one '
                       'before it"}'
               END-IF
               ADD 1 TO WS-LD-IDX
           END-PERFORM
           IF WS-LD-IS-BAD
               EXIT PARAGRAPH
           END-IF
      * a stage loaded past a gap is never reached - refused rather
      * than silently ignored
           IF WS-LD-COUNT < 9
               MOVE WS-LD-COUNT TO WS-LD-IDX
               ADD 1 TO WS-LD-IDX
               PERFORM UNTIL WS-LD-IDX >= 9 OR WS-LD-IS-BAD
                   ADD 1 TO WS-LD-IDX
                   IF WS-LD-LOADED(WS-LD-IDX) = 'Y'
                       MOVE 'Y' TO WS-LD-BAD-FLAG
                       DISPLAY '{"error":"Ladder stages must be '
                           'numbered from 1 without gaps"}'
                   END-IF
               END-PERFORM
           END-IF.

       1050-STANDARD-LADDER.
           MOVE 'STANDARD' TO WS-LD-SOURCE
           MOVE 4 TO WS-LD-COUNT
           MOVE 3              TO WS-LD-DAYS(1)
           MOVE 'DUN-REMINDER' TO WS-LD-NOTICE(1)
           MOVE 'NOTICE'       TO WS-LD-ACTION(1)
           MOVE 14             TO WS-LD-DAYS(2)
           MOVE 'DUN-WARNING'  TO WS-LD-NOTICE(2)
           MOVE 'NOTICE'       TO WS-LD-ACTION(2)
           MOVE 30             TO WS-LD-DAYS(3)
           MOVE 'DUN-GUARANTOR' TO WS-LD-NOTICE(3)
           MOVE 'GUARANTOR'    TO WS-LD-ACTION(3)
           MOVE 60             TO WS-LD-DAYS(4)
           MOVE 'DUN-FREEZE'   TO WS-LD-NOTICE(4)
           MOVE 'FREEZE'       TO WS-LD-ACTION(4).

       1100-LOAD-ONE-STAGE.
           IF FUNCTION TRIM(LADDER-RECORD) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO WS-LD-IN-STAGE WS-LD-IN-DAYS
           MOVE SPACES TO WS-LD-IN-NOTICE WS-LD-IN-ACTION
           MOVE FUNCTION TRIM(LADDER-RECORD) TO WS-REMAIN
           PERFORM UNTIL FUNCTION TRIM(WS-REMAIN) = SPACES
               PERFORM 8100-EXTRACT-TOKEN
               IF FUNCTION TRIM(WS-TOKEN) NOT = SPACES
                   PERFORM 1150-PARSE-STAGE-TOKEN
               END-IF
           END-PERFORM
           IF FUNCTION TRIM(WS-LD-IN-ACTION) = SPACES
               MOVE 'NOTICE' TO WS-LD-IN-ACTION
           END-IF
           IF WS-LD-IN-STAGE < 1 OR WS-LD-IN-STAGE > 9 OR
                   FUNCTION TRIM(WS-LD-IN-NOTICE) = SPACES OR
                   (WS-LD-IN-ACTION NOT = 'NOTICE' AND
                    WS-LD-IN-ACTION NOT = 'GUARANTOR' AND
                    WS-LD-IN-ACTION NOT = 'FREEZE')
               MOVE 'Y' TO WS-LD-BAD-FLAG
               DISPLAY '{"error":"Bad ladder line - stage=1..9, '
                   'notice= and action=NOTICE|GUARANTOR|FREEZE '
                   'needed: ' FUNCTION TRIM(LADDER-RECORD) '"}'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LD-IN-DAYS   TO WS-LD-DAYS(WS-LD-IN-STAGE)
           MOVE WS-LD-IN-NOTICE TO WS-LD-NOTICE(WS-LD-IN-STAGE)
           MOVE WS-LD-IN-ACTION TO WS-LD-ACTION(WS-LD-IN-STAGE)
           MOVE 'Y'             TO WS-LD-LOADED(WS-LD-IN-STAGE).

       1150-PARSE-STAGE-TOKEN.
           MOVE ZERO TO WS-POS
           INSPECT WS-TOKEN TALLYING WS-POS FOR CHARACTERS BEFORE '='
           IF WS-POS > 0
               MOVE WS-TOKEN(1:WS-POS) TO WS-FIELD-NAME
               MOVE WS-TOKEN(WS-POS + 2:) TO WS-FIELD-VAL
               EVALUATE FUNCTION TRIM(WS-FIELD-NAME)
                   WHEN 'stage'
                       MOVE FUNCTION NUMVAL(WS-FIELD-VAL)
                           TO WS-LD-IN-STAGE
                   WHEN 'days'
                       MOVE FUNCTION NUMVAL(WS-FIELD-VAL)
                           TO WS-LD-IN-DAYS
                   WHEN 'notice'
                       MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
                           WS-FIELD-VAL)) TO WS-LD-IN-NOTICE
                   WHEN 'action'
                       MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
                           WS-FIELD-VAL)) TO WS-LD-IN-ACTION
               END-EVALUATE
           END-IF.

      *----------------------------------------------------------------
      * CFLOAN's guarantor register - only guarantees still HELD are
      * told about the borrower's arrears
      *----------------------------------------------------------------
       1200-LOAD-GUARANTORS.
           OPEN INPUT GUAR-FILE
           IF WS-GUAR-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ GUAR-FILE INTO GUAR-RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM 1300-LOAD-ONE-GUARANTOR
               END-READ
           END-PERFORM
           CLOSE GUAR-FILE
           MOVE 'N' TO WS-EOF.

       1300-LOAD-ONE-GUARANTOR.
           IF FUNCTION TRIM(GUAR-RECORD) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-GI-LOAN-ID WS-GI-ACCT WS-GI-STATE
           MOVE FUNCTION TRIM(GUAR-RECORD) TO WS-REMAIN
           PERFORM UNTIL FUNCTION TRIM(WS-REMAIN) = SPACES
               PERFORM 8100-EXTRACT-TOKEN
               MOVE ZERO TO WS-POS
               INSPECT WS-TOKEN TALLYING WS-POS
                   FOR CHARACTERS BEFORE '='
               IF WS-POS > 0
                   MOVE WS-TOKEN(1:WS-POS) TO WS-FIELD-NAME
                   MOVE WS-TOKEN(WS-POS + 2:) TO WS-FIELD-VAL
                   EVALUATE FUNCTION TRIM(WS-FIELD-NAME)
                       WHEN 'loan_id'
                           MOVE FUNCTION TRIM(WS-FIELD-VAL)
                               TO WS-GI-LOAN-ID
                       WHEN 'account_id'
                           MOVE FUNCTION TRIM(WS-FIELD-VAL)
                               TO WS-GI-ACCT
                       WHEN 'status'
                           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
                               WS-FIELD-VAL)) TO WS-GI-STATE
                   END-EVALUATE
               END-IF
           END-PERFORM
           IF FUNCTION TRIM(WS-GI-LOAN-ID) = SPACES OR
                   WS-GI-STATE NOT = 'HELD'
               EXIT PARAGRAPH
           END-IF
           IF WS-GT-COUNT >= 5000
               MOVE 'Y' TO WS-GT-TRUNC-FLAG
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-GT-COUNT
           MOVE WS-GI-LOAN-ID TO WS-GT-LOAN-ID(WS-GT-COUNT)
           MOVE WS-GI-ACCT    TO WS-GT-ACCT(WS-GT-COUNT).

      *----------------------------------------------------------------
      * the dunning history - what each loan has been sent
      *----------------------------------------------------------------
       1400-LOAD-HISTORY.
           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ HISTORY-FILE INTO HISTORY-RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM 1500-LOAD-ONE-HISTORY
               END-READ
           END-PERFORM
           CLOSE HISTORY-FILE
           MOVE 'N' TO WS-EOF.

       1500-LOAD-ONE-HISTORY.
           IF FUNCTION TRIM(HISTORY-RECORD) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-HI-LOAN-ID WS-HI-NOTICE WS-HI-SENT
               WS-HI-STATE WS-HI-CLEARED
           MOVE ZEROS TO WS-HI-STAGE WS-HI-DPD
           MOVE FUNCTION TRIM(HISTORY-RECORD) TO WS-REMAIN
           PERFORM UNTIL FUNCTION TRIM(WS-REMAIN) = SPACES
               PERFORM 8100-EXTRACT-TOKEN
               IF FUNCTION TRIM(WS-TOKEN) NOT = SPACES
                   PERFORM 1550-PARSE-HISTORY-TOKEN
               END-IF
           END-PERFORM
           IF FUNCTION TRIM(WS-HI-LOAN-ID) = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-HS-COUNT >= 20000
               MOVE 'Y' TO WS-HS-TRUNC-FLAG
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-HS-COUNT
           MOVE WS-HI-LOAN-ID TO WS-HS-LOAN-ID(WS-HS-COUNT)
           MOVE WS-HI-STAGE   TO WS-HS-STAGE(WS-HS-COUNT)
           MOVE WS-HI-NOTICE  TO WS-HS-NOTICE(WS-HS-COUNT)
           MOVE WS-HI-DPD     TO WS-HS-DPD(WS-HS-COUNT)
           MOVE WS-HI-SENT    TO WS-HS-SENT(WS-HS-COUNT)
           MOVE WS-HI-STATE   TO WS-HS-STATE(WS-HS-COUNT)
           MOVE WS-HI-CLEARED TO WS-HS-CLEARED(WS-HS-COUNT).

       1550-PARSE-HISTORY-TOKEN.
           MOVE ZERO TO WS-POS
           INSPECT WS-TOKEN TALLYING WS-POS FOR CHARACTERS BEFORE '='
           IF WS-POS > 0
               MOVE WS-TOKEN(1:WS-POS) TO WS-FIELD-NAME
               MOVE WS-TOKEN(WS-POS + 2:) TO WS-FIELD-VAL
               EVALUATE FUNCTION TRIM(WS-FIELD-NAME)
                   WHEN 'loan_id'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-HI-LOAN-ID
                   WHEN 'stage'
                       MOVE FUNCTION NUMVAL(WS-FIELD-VAL)
                           TO WS-HI-STAGE
                   WHEN 'notice'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-HI-NOTICE
                   WHEN 'dpd'
                       MOVE FUNCTION NUMVAL(WS-FIELD-VAL)
                           TO WS-HI-DPD
                   WHEN 'sent'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL) TO WS-HI-SENT
                   WHEN 'state'
                       MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
                           WS-FIELD-VAL)) TO WS-HI-STATE
                   WHEN 'cleared'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-HI-CLEARED
               END-EVALUATE
           END-IF.

      *----------------------------------------------------------------
      * the nightly walk - every loan either climbs the ladder or,
      * current again, has its arrears episode closed
      *----------------------------------------------------------------
       2000-WALK-LOANS.
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ LOAN-FILE INTO LOAN-RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM 2100-DUN-ONE-LOAN
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF.

       2100-DUN-ONE-LOAN.
           IF FUNCTION TRIM(LOAN-RECORD) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-IN-LOAN-ID WS-IN-ACCT WS-IN-NEXT-DUE
               WS-IN-STATUS WS-IN-CURRENCY
           MOVE ZEROS TO WS-IN-INSTALL WS-IN-ARREARS
           MOVE FUNCTION TRIM(LOAN-RECORD) TO WS-REMAIN
           PERFORM UNTIL FUNCTION TRIM(WS-REMAIN) = SPACES
               PERFORM 8100-EXTRACT-TOKEN
               IF FUNCTION TRIM(WS-TOKEN) NOT = SPACES
                   PERFORM 2200-PARSE-LOAN-TOKEN
               END-IF
           END-PERFORM
           IF FUNCTION TRIM(WS-IN-LOAN-ID) = SPACES
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-LOAN-COUNT
           MOVE ZEROS TO WS-DPD
           IF WS-IN-STATUS = 'OPEN'
               MOVE WS-IN-NEXT-DUE TO WS-DT-STR
               PERFORM 8200-DATE-TO-DAY-NUMBER
               IF WS-DT-INT > ZEROS AND WS-DT-INT < WS-BUS-INT
                   COMPUTE WS-DPD = WS-BUS-INT - WS-DT-INT
               END-IF
           END-IF
           IF WS-DPD = ZEROS
               PERFORM 2400-CLOSE-EPISODE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-OVERDUE-COUNT
      * the highest stage the days past due have reached, and the
      * highest already sent in this episode
           MOVE ZEROS TO WS-REACHED
           MOVE 1 TO WS-LD-IDX
           PERFORM UNTIL WS-LD-IDX > WS-LD-COUNT
               IF WS-DPD >= WS-LD-DAYS(WS-LD-IDX)
                   MOVE WS-LD-IDX TO WS-REACHED
               END-IF
               ADD 1 TO WS-LD-IDX
           END-PERFORM
           MOVE ZEROS TO WS-LAST-SENT
           MOVE 1 TO WS-HS-IDX
           PERFORM UNTIL WS-HS-IDX > WS-HS-COUNT
               IF WS-HS-LOAN-ID(WS-HS-IDX) = WS-IN-LOAN-ID AND
                       WS-HS-STATE(WS-HS-IDX) = 'OPEN' AND
                       WS-HS-STAGE(WS-HS-IDX) > WS-LAST-SENT
                   MOVE WS-HS-STAGE(WS-HS-IDX) TO WS-LAST-SENT
               END-IF
               ADD 1 TO WS-HS-IDX
           END-PERFORM
           IF WS-REACHED > WS-LAST-SENT
               PERFORM 3000-SEND-STAGE
           END-IF.

       2200-PARSE-LOAN-TOKEN.
           MOVE ZERO TO WS-POS
           INSPECT WS-TOKEN TALLYING WS-POS FOR CHARACTERS BEFORE '='
           IF WS-POS > 0
               MOVE WS-TOKEN(1:WS-POS) TO WS-FIELD-NAME
               MOVE WS-TOKEN(WS-POS + 2:) TO WS-FIELD-VAL
               EVALUATE FUNCTION TRIM(WS-FIELD-NAME)
                   WHEN 'loan_id'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-IN-LOAN-ID
                   WHEN 'account_id'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL) TO WS-IN-ACCT
                   WHEN 'next_due'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-IN-NEXT-DUE
                   WHEN 'status'
                       MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
                           WS-FIELD-VAL)) TO WS-IN-STATUS
                   WHEN 'installment'
                       MOVE FUNCTION NUMVAL(WS-FIELD-VAL)
                           TO WS-IN-INSTALL
                   WHEN 'arrears'
                       MOVE FUNCTION NUMVAL(WS-FIELD-VAL)
                           TO WS-IN-ARREARS
                   WHEN 'currency'
                       MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
                           WS-FIELD-VAL)) TO WS-IN-CURRENCY
               END-EVALUATE
           END-IF.

      * arrears cleared (or the loan paid, written off or closed) -
      * the episode's stages are closed so the ladder stops, and a
      * later slip starts it again from the bottom
       2400-CLOSE-EPISODE.
           MOVE 'N' TO WS-CLEAR-FLAG
           MOVE 1 TO WS-HS-IDX
           PERFORM UNTIL WS-HS-IDX > WS-HS-COUNT
               IF WS-HS-LOAN-ID(WS-HS-IDX) = WS-IN-LOAN-ID AND
                       WS-HS-STATE(WS-HS-IDX) = 'OPEN'
                   MOVE 'CLEARED' TO WS-HS-STATE(WS-HS-IDX)
                   MOVE WS-BUSINESS-DATE TO WS-HS-CLEARED(WS-HS-IDX)
                   MOVE 'Y' TO WS-CLEAR-FLAG
               END-IF
               ADD 1 TO WS-HS-IDX
           END-PERFORM
           IF WS-CLEAR-DONE
               ADD 1 TO WS-CLEARED-COUNT
           END-IF.

      *----------------------------------------------------------------
      * one stage sent: the borrower's notice, the guarantors' notices
      * on a GUARANTOR stage, the freeze request on a FREEZE stage
      *----------------------------------------------------------------
       3000-SEND-STAGE.
           MOVE WS-REACHED TO WS-LD-IDX
           ADD 1 TO WS-STAGE-COUNT
           IF WS-IN-ARREARS > ZEROS
               COMPUTE WS-OVERDUE = WS-IN-INSTALL * WS-IN-ARREARS
           ELSE
               MOVE WS-IN-INSTALL TO WS-OVERDUE
           END-IF
           MOVE WS-DPD TO WS-CNT-D
           MOVE WS-IN-ACCT TO WS-NOTICE-ACCT
           MOVE SPACES TO WS-NOTICE-DETAIL
           STRING 'DPD-' FUNCTION TRIM(WS-CNT-D)
               DELIMITED SIZE INTO WS-NOTICE-DETAIL
           END-STRING
           PERFORM 3100-WRITE-OUTBOX-NOTICE
           ADD 1 TO WS-NOTICE-COUNT
           IF WS-LD-ACTION(WS-LD-IDX) = 'GUARANTOR'
               MOVE SPACES TO WS-NOTICE-DETAIL
               STRING 'BORROWER-' FUNCTION TRIM(WS-IN-ACCT)
                   DELIMITED SIZE INTO WS-NOTICE-DETAIL
               END-STRING
               MOVE 1 TO WS-GT-IDX
               PERFORM UNTIL WS-GT-IDX > WS-GT-COUNT
                   IF WS-GT-LOAN-ID(WS-GT-IDX) = WS-IN-LOAN-ID
                       MOVE WS-GT-ACCT(WS-GT-IDX) TO WS-NOTICE-ACCT
                       PERFORM 3100-WRITE-OUTBOX-NOTICE
                       ADD 1 TO WS-GNOTICE-COUNT
                   END-IF
                   ADD 1 TO WS-GT-IDX
               END-PERFORM
           END-IF
           MOVE SPACES TO WS-PENDING-ID
           IF WS-LD-ACTION(WS-LD-IDX) = 'FREEZE'
               PERFORM 3200-WRITE-FREEZE-REQUEST
               ADD 1 TO WS-FREEZE-COUNT
           END-IF
           IF WS-HS-COUNT < 20000
               ADD 1 TO WS-HS-COUNT
               MOVE WS-IN-LOAN-ID TO WS-HS-LOAN-ID(WS-HS-COUNT)
               MOVE WS-REACHED    TO WS-HS-STAGE(WS-HS-COUNT)
               MOVE WS-LD-NOTICE(WS-LD-IDX)
                   TO WS-HS-NOTICE(WS-HS-COUNT)
               MOVE WS-DPD        TO WS-HS-DPD(WS-HS-COUNT)
               MOVE WS-BUSINESS-DATE TO WS-HS-SENT(WS-HS-COUNT)
               MOVE 'OPEN'        TO WS-HS-STATE(WS-HS-COUNT)
               MOVE SPACES        TO WS-HS-CLEARED(WS-HS-COUNT)
           END-IF
           PERFORM 3500-REPORT-ONE-STAGE.

      * the CFNOTIFY outbox line - account-keyed, the formatter
      * resolves the member through the link file
       3100-WRITE-OUTBOX-NOTICE.
           MOVE WS-OVERDUE TO WS-AMT-D
           MOVE SPACES TO OUTBOX-RECORD
           STRING
               'account_id=' DELIMITED SIZE
               FUNCTION TRIM(WS-NOTICE-ACCT) DELIMITED SIZE
               ' type=' DELIMITED SIZE
               FUNCTION TRIM(WS-LD-NOTICE(WS-LD-IDX)) DELIMITED SIZE
               ' ref=' DELIMITED SIZE
               FUNCTION TRIM(WS-IN-LOAN-ID) DELIMITED SIZE
               ' amount=' DELIMITED SIZE
               FUNCTION TRIM(WS-AMT-D) DELIMITED SIZE
               ' date=' DELIMITED SIZE
               WS-BUS-YMD DELIMITED SIZE
               ' detail=' DELIMITED SIZE
               FUNCTION TRIM(WS-NOTICE-DETAIL) DELIMITED SIZE
               INTO OUTBOX-RECORD
           END-STRING
           WRITE OUTBOX-RECORD.

      * a freeze is never done here - it is raised in the CFACCTMNT
      * maker-checker queue with this program as the maker, and a
      * second operator approves it with action=APPROVE
       3200-WRITE-FREEZE-REQUEST.
           ADD 1 TO WS-PENDING-SEQ
           MOVE SPACES TO WS-PENDING-ID
           STRING 'D' FUNCTION CURRENT-DATE(1:14) '-' WS-PENDING-SEQ
               DELIMITED SIZE INTO WS-PENDING-ID
           END-STRING
           MOVE SPACES TO PENDING-RECORD
           STRING
               'pending_id=' DELIMITED SIZE
               FUNCTION TRIM(WS-PENDING-ID) DELIMITED SIZE
               ' action=STATUS account_id=' DELIMITED SIZE
               FUNCTION TRIM(WS-IN-ACCT) DELIMITED SIZE
               ' status_to=FROZEN balance=.00 amount=.00 currency='
                   DELIMITED SIZE
               FUNCTION TRIM(WS-IN-CURRENCY) DELIMITED SIZE
               ' branch= maker=CFDUNNING made_on=' DELIMITED SIZE
               WS-BUS-YMD DELIMITED SIZE
               ' state=PENDING checker=' DELIMITED SIZE
               INTO PENDING-RECORD
           END-STRING
           WRITE PENDING-RECORD.

       3500-REPORT-ONE-STAGE.
           MOVE WS-REACHED TO WS-STAGE-D
           MOVE WS-OVERDUE TO WS-AMT-D
           IF WS-FIRST-REC = 'N'
               DISPLAY ','
           END-IF
           MOVE SPACES TO WS-OUT
           STRING
               '{"loan_id":"' DELIMITED SIZE
               FUNCTION TRIM(WS-IN-LOAN-ID) DELIMITED SIZE
               '","account_id":"' DELIMITED SIZE
               FUNCTION TRIM(WS-IN-ACCT) DELIMITED SIZE
               '","dpd":' DELIMITED SIZE
               FUNCTION TRIM(WS-CNT-D) DELIMITED SIZE
               ',"overdue":' DELIMITED SIZE
               FUNCTION TRIM(WS-AMT-D) DELIMITED SIZE
               ',"stage":' DELIMITED SIZE
               WS-STAGE-D DELIMITED SIZE
               INTO WS-OUT
           END-STRING
           DISPLAY FUNCTION TRIM(WS-OUT) WITH NO ADVANCING
           MOVE SPACES TO WS-OUT
           STRING
               ',"notice":"' DELIMITED SIZE
               FUNCTION TRIM(WS-LD-NOTICE(WS-LD-IDX)) DELIMITED SIZE
               '","action":"' DELIMITED SIZE
               FUNCTION TRIM(WS-LD-ACTION(WS-LD-IDX)) DELIMITED SIZE
               '","pending_id":"' DELIMITED SIZE
               FUNCTION TRIM(WS-PENDING-ID) DELIMITED SIZE
               '"}' DELIMITED SIZE
               INTO WS-OUT
           END-STRING
           DISPLAY FUNCTION TRIM(WS-OUT)
           MOVE 'N' TO WS-FIRST-REC.

       7000-REWRITE-HISTORY.
           OPEN OUTPUT HISTORY-FILE
           MOVE 1 TO WS-HS-IDX
           PERFORM UNTIL WS-HS-IDX > WS-HS-COUNT
               PERFORM 7100-WRITE-ONE-HISTORY
               ADD 1 TO WS-HS-IDX
           END-PERFORM
           CLOSE HISTORY-FILE.

       7100-WRITE-ONE-HISTORY.
           MOVE WS-HS-DPD(WS-HS-IDX) TO WS-CNT-D
           MOVE SPACES TO HISTORY-RECORD
           STRING
               'loan_id=' DELIMITED SIZE
               FUNCTION TRIM(WS-HS-LOAN-ID(WS-HS-IDX)) DELIMITED SIZE
               ' stage=' DELIMITED SIZE
               WS-HS-STAGE(WS-HS-IDX) DELIMITED SIZE
               ' notice=' DELIMITED SIZE
               FUNCTION TRIM(WS-HS-NOTICE(WS-HS-IDX)) DELIMITED SIZE
               ' dpd=' DELIMITED SIZE
               FUNCTION TRIM(WS-CNT-D) DELIMITED SIZE
               ' sent=' DELIMITED SIZE
               FUNCTION TRIM(WS-HS-SENT(WS-HS-IDX)) DELIMITED SIZE
               ' state=' DELIMITED SIZE
               FUNCTION TRIM(WS-HS-STATE(WS-HS-IDX)) DELIMITED SIZE
               ' cleared=' DELIMITED SIZE
               FUNCTION TRIM(WS-HS-CLEARED(WS-HS-IDX)) DELIMITED SIZE
               INTO HISTORY-RECORD
           END-STRING
           WRITE HISTORY-RECORD.

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

       8200-DATE-TO-DAY-NUMBER.
           MOVE ZEROS TO WS-DT-INT
           MOVE SPACES TO WS-DT-X8
           STRING WS-DT-STR(1:4) WS-DT-STR(6:2) WS-DT-STR(9:2)
               DELIMITED SIZE INTO WS-DT-X8
           END-STRING
           IF WS-DT-X8 IS NUMERIC AND
                   WS-DT-STR(5:1) = '-' AND WS-DT-STR(8:1) = '-'
               MOVE WS-DT-X8 TO WS-DT-NUM
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-DT-NUM) = ZEROS
                   COMPUTE WS-DT-INT =
                       FUNCTION INTEGER-OF-DATE(WS-DT-NUM)
               END-IF
           END-IF.

       9000-SUMMARY.
           MOVE WS-LOAN-COUNT TO WS-CNT-D
           MOVE SPACES TO WS-OUT
           STRING
               '],"summary":{"business_date":"' DELIMITED SIZE
               FUNCTION TRIM(WS-BUSINESS-DATE) DELIMITED SIZE
               '","ladder":"' DELIMITED SIZE
               FUNCTION TRIM(WS-LD-SOURCE) DELIMITED SIZE
               '","loans":' DELIMITED SIZE
               FUNCTION TRIM(WS-CNT-D) DELIMITED SIZE
               INTO WS-OUT
           END-STRING
           DISPLAY FUNCTION TRIM(WS-OUT) WITH NO ADVANCING
           MOVE WS-OVERDUE-COUNT TO WS-CNT-D
           MOVE SPACES TO WS-OUT
           STRING
               ',"overdue":' DELIMITED SIZE
               FUNCTION TRIM(WS-CNT-D) DELIMITED SIZE
               INTO WS-OUT
           END-STRING
           DISPLAY FUNCTION TRIM(WS-OUT) WITH NO ADVANCING
           MOVE WS-STAGE-COUNT TO WS-CNT-D
           MOVE SPACES TO WS-OUT
           STRING
               ',"stages_sent":' DELIMITED SIZE
               FUNCTION TRIM(WS-CNT-D) DELIMITED SIZE
               INTO WS-OUT
           END-STRING
           DISPLAY FUNCTION TRIM(WS-OUT) WITH NO ADVANCING
           MOVE WS-NOTICE-COUNT TO WS-CNT-D
           MOVE SPACES TO WS-OUT
           STRING
               ',"borrower_notices":' DELIMITED SIZE
               FUNCTION TRIM(WS-CNT-D) DELIMITED SIZE
               INTO WS-OUT
           END-STRING
           DISPLAY FUNCTION TRIM(WS-OUT) WITH NO ADVANCING
           MOVE WS-GNOTICE-COUNT TO WS-CNT-D
           MOVE SPACES TO WS-OUT
           STRING
               ',"guarantor_notices":' DELIMITED SIZE
               FUNCTION TRIM(WS-CNT-D) DELIMITED SIZE
               INTO WS-OUT
           END-STRING
           DISPLAY FUNCTION TRIM(WS-OUT) WITH NO ADVANCING
           MOVE WS-FREEZE-COUNT TO WS-CNT-D
           MOVE SPACES TO WS-OUT
           STRING
               ',"freeze_requests":' DELIMITED SIZE
               FUNCTION TRIM(WS-CNT-D) DELIMITED SIZE
               INTO WS-OUT
           END-STRING
           DISPLAY FUNCTION TRIM(WS-OUT) WITH NO ADVANCING
           MOVE WS-CLEARED-COUNT TO WS-CNT-D
           MOVE SPACES TO WS-OUT
           STRING
               ',"episodes_cleared":' DELIMITED SIZE
               FUNCTION TRIM(WS-CNT-D) DELIMITED SIZE
               '}}' DELIMITED SIZE
               INTO WS-OUT
           END-STRING
           DISPLAY FUNCTION TRIM(WS-OUT).
