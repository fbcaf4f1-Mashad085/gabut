      *                         exception, never a silent create)      *
      *   feed_file=<path>    - write one category=C period=P spent=N  *
      *                         line per category for the batch input  *
      *   journal_file=<path> - CFWALLET's journal; its category-      *
      *                         tagged transfers and payments count    *
      *                         as spending too                        *
      *   At least one of budget_file= / feed_file= must be given.     *
      * An entry tagged category= budget_period= (a CFTRXVAL debit or  *
      * CFWALLET transfer charged to its budget envelope as it         *
      * posted) counts under that category and period whatever the     *
      * mapping says, so the rewritten BM-SPENT agrees with the live   *
      * figure the envelope already carries.                           *
      * Output stdout: per-category spent rows, exception rows for    *
      * unmapped refs and unbudgeted categories, and a summary.        *
      * RETURN-CODE 4 when any exception was reported.                 *
           SELECT FEED-OUT ASSIGN TO DYNAMIC WS-FEED-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-STATUS.
           SELECT JOURNAL-IN ASSIGN TO DYNAMIC WS-JOURNAL-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT BUDGET-MASTER ASSIGN TO DYNAMIC WS-BUDGET-FILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
       FD  FEED-OUT.
       01  FEED-RECORD         PIC X(200).

       FD  JOURNAL-IN.
       01  JOURNAL-RECORD      PIC X(300).

       FD  BUDGET-MASTER.
           COPY CF-BUDGMS.

       01  WS-FEED-STATUS      PIC XX VALUE SPACES.
       01  WS-BUDGET-FILE      PIC X(200) VALUE SPACES.
       01  WS-BM-STATUS        PIC XX VALUE SPACES.
       01  WS-JOURNAL-FILE     PIC X(200) VALUE SPACES.
       01  WS-JOURNAL-STATUS   PIC XX VALUE SPACES.

       01  WS-ARG-COUNT        PIC 9(3) VALUE ZEROS.
       01  WS-ARG-IDX          PIC 9(3) VALUE ZEROS.
       01  WS-IN-STATUS        PIC X(10) VALUE SPACES.
       01  WS-IN-TS            PIC X(26) VALUE SPACES.
       01  WS-IN-CATEGORY      PIC X(30) VALUE SPACES.
       01  WS-IN-BPERIOD       PIC X(7) VALUE SPACES.

       01  WS-EXCEPTION-COUNT  PIC 9(5) VALUE ZEROS.
       01  WS-ENTRIES-USED     PIC 9(7) VALUE ZEROS.
                    FUNCTION TRIM(WS-FEED-FILE) = SPACES)
               DISPLAY 'Usage: cfbudact mapping_file=<path> '
                   'period=YYYY-MM budget_file=<path>|'
                   'feed_file=<path> [audit_log=<path>] '
                   '[journal_file=<path>]'
               STOP RUN
           END-IF
           STRING WS-PERIOD(1:4) WS-PERIOD(6:2)
           END-STRING
           PERFORM 1000-LOAD-MAPPING
           PERFORM 2000-SCAN-AUDIT-LOG
           IF FUNCTION TRIM(WS-JOURNAL-FILE) NOT = SPACES
               PERFORM 2600-SCAN-JOURNAL
           END-IF
           PERFORM 3000-REPORT-CATEGORIES
           IF FUNCTION TRIM(WS-FEED-FILE) NOT = SPACES
               PERFORM 4000-WRITE-FEED-FILE
                   WHEN 'feed_file'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-FEED-FILE
                   WHEN 'journal_file'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-JOURNAL-FILE
               END-EVALUATE
           END-IF.

               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-IN-REF WS-IN-TYPE WS-IN-STATUS WS-IN-TS
               WS-IN-CATEGORY WS-IN-BPERIOD
           MOVE ZEROS TO WS-IN-AMOUNT
           MOVE FUNCTION TRIM(AUDIT-RECORD) TO WS-REMAIN
           PERFORM UNTIL FUNCTION TRIM(WS-REMAIN) = SPACES
                   FUNCTION TRIM(WS-IN-TYPE) NOT = 'TRANSFER'
               EXIT PARAGRAPH
           END-IF
      * a debit charged to its envelope as it posted belongs to the
      * envelope's category and month, not the mapping's
           IF FUNCTION TRIM(WS-IN-CATEGORY) NOT = SPACES
               IF WS-IN-BPERIOD = WS-PERIOD
                   ADD 1 TO WS-ENTRIES-USED
                   PERFORM 2400-ACCUM-CATEGORY
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF WS-IN-TS(1:6) NOT = WS-PERIOD-YM
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ENTRIES-USED
           PERFORM 2300-MAP-REF
           IF WS-MP-IS-FOUND
               MOVE WS-MP-CATEGORY(WS-MP-IDX) TO WS-IN-CATEGORY
               PERFORM 2400-ACCUM-CATEGORY
           ELSE
               PERFORM 2500-ACCUM-UNMAPPED
                           WS-FIELD-VAL)) TO WS-IN-STATUS
                   WHEN 'ts'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL) TO WS-IN-TS
                   WHEN 'category'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-IN-CATEGORY
                   WHEN 'budget_period'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-IN-BPERIOD
               END-EVALUATE
           END-IF.

           MOVE 'N' TO WS-CT-FOUND-FLAG
           MOVE 1 TO WS-CT-IDX
           PERFORM UNTIL WS-CT-IDX > WS-CT-COUNT OR WS-CT-IS-FOUND
               IF WS-CT-CATEGORY(WS-CT-IDX) = WS-IN-CATEGORY
                   MOVE 'Y' TO WS-CT-FOUND-FLAG
               ELSE
                   ADD 1 TO WS-CT-IDX
               END-IF
               ADD 1 TO WS-CT-COUNT
               MOVE WS-CT-COUNT TO WS-CT-IDX
               MOVE WS-IN-CATEGORY TO WS-CT-CATEGORY(WS-CT-IDX)
               MOVE ZEROS TO WS-CT-SPENT(WS-CT-IDX)
               MOVE ZEROS TO WS-CT-TXNS(WS-CT-IDX)
           END-IF
           ADD WS-IN-AMOUNT TO WS-UX-AMOUNT(WS-UX-IDX)
           ADD 1 TO WS-UX-TXNS(WS-UX-IDX).

      *----------------------------------------------------------------
      * the wallet journal - only CFWALLET movements charged to a
      * budget envelope carry category=; every journal entry is a
      * posted movement, so there is no status to test
      *----------------------------------------------------------------
       2600-SCAN-JOURNAL.
           OPEN INPUT JOURNAL-IN
           IF WS-JOURNAL-STATUS NOT = '00'
               DISPLAY 'ERROR: cannot open journal: '
                   FUNCTION TRIM(WS-JOURNAL-FILE)
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ JOURNAL-IN INTO JOURNAL-RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END PERFORM 2700-SCAN-ONE-JOURNAL-ENTRY
               END-READ
           END-PERFORM
           CLOSE JOURNAL-IN.

       2700-SCAN-ONE-JOURNAL-ENTRY.
           IF FUNCTION TRIM(JOURNAL-RECORD) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-IN-CATEGORY WS-IN-BPERIOD
           MOVE ZEROS TO WS-IN-AMOUNT
           MOVE FUNCTION TRIM(JOURNAL-RECORD) TO WS-REMAIN
           PERFORM UNTIL FUNCTION TRIM(WS-REMAIN) = SPACES
               PERFORM 8100-EXTRACT-TOKEN
               IF FUNCTION TRIM(WS-TOKEN) NOT = SPACES
                   PERFORM 2200-PARSE-AUDIT-TOKEN
               END-IF
           END-PERFORM
           IF FUNCTION TRIM(WS-IN-CATEGORY) NOT = SPACES AND
                   WS-IN-BPERIOD = WS-PERIOD
               ADD 1 TO WS-ENTRIES-USED
               PERFORM 2400-ACCUM-CATEGORY
           END-IF.

       3000-REPORT-CATEGORIES.
           MOVE 1 TO WS-CT-IDX
           PERFORM UNTIL WS-CT-IDX > WS-CT-COUNT
