      *       SET-BUDGET seeds or reprices a record - the deliberate  *
      *       way figures enter the master. period= defaults to the   *
      *       current month, next_period= (ROLLOVER) to period + 1.   *
      *       action=TREND (budget_file= only) prints the committee *
      *       page for every category over from_period= (default    *
      *       January of to_period's year) to to_period= (default    *
      *       period=): budgeted against spent month by month, the  *
      *       cumulative year-to-date variance, the average monthly *
      *       burn, the projected year-end over/under at that burn, *
      *       and a flag on any category over budget in each of the *
      *       last three months of the range. At most 24 months.    *
      *       system_date_file=<path> - default CFSYSDATE.DAT;        *
      *           its business date stands in for today when no       *
      *           date argument is given                              *
      * Actions: VALIDATE-SPEND | CALC-REMAINING | ANALYZE | ROLLOVER *
      *          | SET-BUDGET | TREND (budget_file= only)             *
      * ROLLOVER carries an under-spent prior period forward onto     *
      * next period's budgeted figure (an over-spent prior period     *
      * reduces it) and returns the resulting new_budgeted amount.    *
           SELECT OUTBOX-FILE ASSIGN TO DYNAMIC WS-OUTBOX-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUTBOX-STATUS.
           SELECT SYSTEM-DATE-FILE ASSIGN TO DYNAMIC WS-SYSDATE-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SYSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OUTBOX-FILE.
       01  OUTBOX-RECORD       PIC X(300).

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
       01  WS-BUDGETED         PIC 9(13)V99 VALUE ZEROS.
       01  WS-BATCH-FLD-NAME   PIC X(30) VALUE SPACES.
       01  WS-BATCH-FLD-VAL    PIC X(200) VALUE SPACES.

      * TREND - every category's records over the range, and on to
      * December of the last year so the projection can use the
      * budgets already set for the months still to come
       01  WS-TR-FROM-PERIOD   PIC X(7) VALUE SPACES.
       01  WS-TR-TO-PERIOD     PIC X(7) VALUE SPACES.
       01  WS-TR-FROM-IDX      PIC 9(6) VALUE ZEROS.
       01  WS-TR-TO-IDX        PIC 9(6) VALUE ZEROS.
       01  WS-TR-END-IDX       PIC 9(6) VALUE ZEROS.
       01  WS-TR-REC-IDX       PIC 9(6) VALUE ZEROS.
       01  WS-TR-MONTHS        PIC 9(2) VALUE ZEROS.
       01  WS-TR-SLOTS         PIC 9(2) VALUE ZEROS.
       01  WS-TR-M             PIC 9(2) VALUE ZEROS.
       01  WS-TR-YYYY          PIC 9(4) VALUE ZEROS.
       01  WS-TR-MM            PIC 9(2) VALUE ZEROS.
       01  WS-TR-PERIOD        PIC X(7) VALUE SPACES.
       01  WS-TR-CAT-COUNT     PIC 9(3) VALUE ZEROS.
       01  WS-TR-CAT-IDX       PIC 9(3) VALUE ZEROS.
       01  WS-TR-TRUNC-FLAG    PIC X VALUE 'N'.
           88  WS-TR-IS-TRUNCATED  VALUE 'Y'.
       01  WS-TR-TABLE.
           05  WS-TR-CAT OCCURS 300 TIMES.
               10  WS-TR-NAME      PIC X(30).
               10  WS-TR-PRIORITY  PIC X(15).
               10  WS-TR-MONTH OCCURS 36 TIMES.
                   15  WS-TR-HAS   PIC X.
                   15  WS-TR-BUD   PIC 9(13)V99.
                   15  WS-TR-SPT   PIC 9(13)V99.
       01  WS-TR-VAR           PIC S9(13)V99 VALUE ZEROS.
       01  WS-TR-CUM-VAR       PIC S9(15)V99 VALUE ZEROS.
       01  WS-TR-YTD-BUD       PIC 9(15)V99 VALUE ZEROS.
       01  WS-TR-YTD-SPT       PIC 9(15)V99 VALUE ZEROS.
       01  WS-TR-ACTIVE        PIC 9(2) VALUE ZEROS.
       01  WS-TR-AVG-BURN      PIC 9(13)V99 VALUE ZEROS.
       01  WS-TR-LAST-BUD      PIC 9(13)V99 VALUE ZEROS.
       01  WS-TR-PROJ-BUD      PIC 9(15)V99 VALUE ZEROS.
       01  WS-TR-PROJ-SPT      PIC 9(15)V99 VALUE ZEROS.
       01  WS-TR-PROJ-VAR      PIC S9(15)V99 VALUE ZEROS.
       01  WS-TR-RUN           PIC 9(2) VALUE ZEROS.
       01  WS-TR-FLAG-COUNT    PIC 9(3) VALUE ZEROS.
       01  WS-TR-TOT-BUD       PIC 9(15)V99 VALUE ZEROS.
       01  WS-TR-TOT-SPT       PIC 9(15)V99 VALUE ZEROS.
       01  WS-TR-TOT-PROJ-BUD  PIC 9(15)V99 VALUE ZEROS.
       01  WS-TR-TOT-PROJ-SPT  PIC 9(15)V99 VALUE ZEROS.
       01  WS-TR-AMT1          PIC ---,---,---,--9.99.
       01  WS-TR-AMT2          PIC ---,---,---,--9.99.
       01  WS-TR-AMT3          PIC ---,---,---,--9.99.
       01  WS-TR-AMT4          PIC ---,---,---,--9.99.
       01  WS-TR-CNT-D         PIC ZZ9.
       01  WS-TR-LINE          PIC X(132) VALUE SPACES.

       COPY CF-TYPES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-READ-ARGS
           PERFORM 0880-READ-SYSTEM-DATE
           IF FUNCTION TRIM(WS-PERIOD) = SPACES
               MOVE WS-SYSTEM-DATE(1:7) TO WS-PERIOD
           END-IF
           IF FUNCTION TRIM(WS-PERIOD) = SPACES
               MOVE FUNCTION CURRENT-DATE(1:4) TO WS-PERIOD(1:4)
               MOVE '-' TO WS-PERIOD(5:1)
               PERFORM 8000-BATCH-MODE
           ELSE
               PERFORM 2000-PROCESS
               IF FUNCTION TRIM(WS-ACTION) NOT = 'TREND' OR
                       WS-STATUS = 'ERROR'
                   PERFORM 9000-OUTPUT
               END-IF
           END-IF
           IF WS-BM-IS-OPEN
               CLOSE BUDGET-MASTER
                       MOVE FUNCTION TRIM(WS-VAL) TO WS-PERIOD
                   WHEN 'next_period'
                       MOVE FUNCTION TRIM(WS-VAL) TO WS-NEXT-PERIOD
                   WHEN 'from_period'
                       MOVE FUNCTION TRIM(WS-VAL) TO WS-TR-FROM-PERIOD
                   WHEN 'to_period'
                       MOVE FUNCTION TRIM(WS-VAL) TO WS-TR-TO-PERIOD
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

       2000-PROCESS.
           IF WS-BM-ACTIVE
               PERFORM 2300-PROCESS-WITH-MASTER
               WHEN 'SET-BUDGET'
                   MOVE 'ERROR' TO WS-STATUS
                   MOVE 'SET-BUDGET memerlukan budget_file=' TO WS-MSG
               WHEN 'TREND'
                   MOVE 'ERROR' TO WS-STATUS
                   MOVE 'TREND memerlukan budget_file=' TO WS-MSG
               WHEN OTHER
                   MOVE 'ERROR' TO WS-STATUS
                   MOVE 'Action tidak dikenal' TO WS-MSG
                   PERFORM 6500-ROLLOVER-MASTER
               WHEN 'SET-BUDGET'
                   PERFORM 7000-SET-BUDGET
               WHEN 'TREND'
                   PERFORM 7500-TREND
               WHEN OTHER
                   MOVE 'ERROR' TO WS-STATUS
                   MOVE 'Action tidak dikenal' TO WS-MSG
           MOVE 'OK' TO WS-STATUS
           MOVE 'Anggaran disimpan di budget master' TO WS-MSG.

      *----------------------------------------------------------------
      * action=TREND - the management committee's page: one block
      * per category, month by month over the range, then its
      * year-to-date figures and where it ends the year at the
      * current burn
      *----------------------------------------------------------------
       7500-TREND.
           IF FUNCTION TRIM(WS-FILE) NOT = SPACES
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'TREND tidak tersedia dalam mode file=' TO WS-MSG
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(WS-TR-TO-PERIOD) = SPACES
               MOVE WS-PERIOD TO WS-TR-TO-PERIOD
           END-IF
           IF FUNCTION TRIM(WS-TR-FROM-PERIOD) = SPACES
               MOVE WS-TR-TO-PERIOD(1:4) TO WS-TR-FROM-PERIOD(1:4)
               MOVE '-01' TO WS-TR-FROM-PERIOD(5:3)
           END-IF
           IF WS-TR-FROM-PERIOD(1:4) IS NOT NUMERIC OR
                   WS-TR-FROM-PERIOD(5:1) NOT = '-' OR
                   WS-TR-FROM-PERIOD(6:2) IS NOT NUMERIC OR
                   WS-TR-TO-PERIOD(1:4) IS NOT NUMERIC OR
                   WS-TR-TO-PERIOD(5:1) NOT = '-' OR
                   WS-TR-TO-PERIOD(6:2) IS NOT NUMERIC
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'from_period=/to_period= harus YYYY-MM' TO WS-MSG
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TR-FROM-PERIOD TO WS-TR-PERIOD
           PERFORM 7590-PERIOD-TO-INDEX
           MOVE WS-TR-REC-IDX TO WS-TR-FROM-IDX
           MOVE WS-TR-TO-PERIOD TO WS-TR-PERIOD
           PERFORM 7590-PERIOD-TO-INDEX
           MOVE WS-TR-REC-IDX TO WS-TR-TO-IDX
           IF WS-TR-TO-IDX < WS-TR-FROM-IDX OR
                   WS-TR-TO-IDX - WS-TR-FROM-IDX > 23
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'Rentang TREND 1 sampai 24 bulan' TO WS-MSG
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-TR-MONTHS = WS-TR-TO-IDX - WS-TR-FROM-IDX + 1
           COMPUTE WS-TR-END-IDX = WS-TR-TO-IDX + 12
               - FUNCTION NUMVAL(WS-TR-TO-PERIOD(6:2))
           COMPUTE WS-TR-SLOTS = WS-TR-END-IDX - WS-TR-FROM-IDX + 1
           PERFORM 7510-LOAD-TREND
           IF WS-TR-IS-TRUNCATED
               MOVE 'ERROR' TO WS-STATUS
               MOVE 'Terlalu banyak kategori untuk TREND (maks 300)'
                   TO WS-MSG
               EXIT PARAGRAPH
           END-IF
           MOVE 'OK' TO WS-STATUS
           DISPLAY '================================================'
               '================================================'
           DISPLAY '   COMMUNITYFINANCE - TREN ANGGARAN '
               WS-TR-FROM-PERIOD ' S/D ' WS-TR-TO-PERIOD
           DISPLAY '================================================'
               '================================================'
           MOVE ZEROS TO WS-TR-FLAG-COUNT WS-TR-TOT-BUD WS-TR-TOT-SPT
               WS-TR-TOT-PROJ-BUD WS-TR-TOT-PROJ-SPT
           MOVE 1 TO WS-TR-CAT-IDX
           PERFORM UNTIL WS-TR-CAT-IDX > WS-TR-CAT-COUNT
               PERFORM 7550-PRINT-TREND-CATEGORY
               ADD 1 TO WS-TR-CAT-IDX
           END-PERFORM
           PERFORM 7580-PRINT-TREND-TOTALS.

      * the master is read in key order, category then period, so a
      * category's records arrive together
       7510-LOAD-TREND.
           MOVE ZEROS TO WS-TR-CAT-COUNT
           MOVE 'N' TO WS-TR-TRUNC-FLAG
           MOVE 'N' TO WS-BM-EOF
           MOVE LOW-VALUES TO BM-KEY
           START BUDGET-MASTER KEY >= BM-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-BM-EOF
           END-START
           PERFORM UNTIL WS-BM-EOF = 'Y'
               READ BUDGET-MASTER NEXT RECORD
                   AT END MOVE 'Y' TO WS-BM-EOF
                   NOT AT END PERFORM 7520-TREND-ONE-RECORD
               END-READ
           END-PERFORM.

       7520-TREND-ONE-RECORD.
           IF BM-PERIOD(1:4) IS NOT NUMERIC OR
                   BM-PERIOD(6:2) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE BM-PERIOD TO WS-TR-PERIOD
           PERFORM 7590-PERIOD-TO-INDEX
           IF WS-TR-REC-IDX < WS-TR-FROM-IDX OR
                   WS-TR-REC-IDX > WS-TR-END-IDX
               EXIT PARAGRAPH
           END-IF
           IF WS-TR-CAT-COUNT = ZEROS OR
                   WS-TR-NAME(WS-TR-CAT-COUNT) NOT = BM-CATEGORY
               IF WS-TR-CAT-COUNT >= 300
                   MOVE 'Y' TO WS-TR-TRUNC-FLAG
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-TR-CAT-COUNT
               INITIALIZE WS-TR-CAT(WS-TR-CAT-COUNT)
               MOVE BM-CATEGORY TO WS-TR-NAME(WS-TR-CAT-COUNT)
               MOVE 'NORMAL' TO WS-TR-PRIORITY(WS-TR-CAT-COUNT)
           END-IF
           COMPUTE WS-TR-M = WS-TR-REC-IDX - WS-TR-FROM-IDX + 1
           MOVE 'Y' TO WS-TR-HAS(WS-TR-CAT-COUNT, WS-TR-M)
           MOVE BM-BUDGETED TO WS-TR-BUD(WS-TR-CAT-COUNT, WS-TR-M)
           MOVE BM-SPENT TO WS-TR-SPT(WS-TR-CAT-COUNT, WS-TR-M)
           IF WS-TR-REC-IDX <= WS-TR-TO-IDX AND
                   FUNCTION TRIM(BM-PRIORITY) NOT = SPACES
               MOVE BM-PRIORITY TO WS-TR-PRIORITY(WS-TR-CAT-COUNT)
           END-IF.

      * one category: the months of the range, then the year-to-date
      * line. The average burn is over the months the category had a
      * budget record; the months left to December are projected at
      * that burn against the budgets already set for them, or the
      * last budget in the range where none is set yet
       7550-PRINT-TREND-CATEGORY.
           DISPLAY ' '
           DISPLAY 'Kategori : '
               FUNCTION TRIM(WS-TR-NAME(WS-TR-CAT-IDX)) '  ('
               FUNCTION TRIM(WS-TR-PRIORITY(WS-TR-CAT-IDX)) ')'
           DISPLAY 'Periode             Anggaran          Realisasi'
               '            Selisih  Selisih kumulatif'
           MOVE ZEROS TO WS-TR-CUM-VAR WS-TR-YTD-BUD WS-TR-YTD-SPT
               WS-TR-ACTIVE WS-TR-LAST-BUD WS-TR-RUN
           MOVE 1 TO WS-TR-M
           PERFORM UNTIL WS-TR-M > WS-TR-MONTHS
               PERFORM 7560-PRINT-TREND-MONTH
               ADD 1 TO WS-TR-M
           END-PERFORM
           IF WS-TR-ACTIVE > ZEROS
               COMPUTE WS-TR-AVG-BURN ROUNDED =
                   WS-TR-YTD-SPT / WS-TR-ACTIVE
           ELSE
               MOVE ZEROS TO WS-TR-AVG-BURN
           END-IF
           MOVE WS-TR-YTD-BUD TO WS-TR-PROJ-BUD
           MOVE WS-TR-YTD-SPT TO WS-TR-PROJ-SPT
           COMPUTE WS-TR-M = WS-TR-MONTHS + 1
           PERFORM UNTIL WS-TR-M > WS-TR-SLOTS
               IF WS-TR-HAS(WS-TR-CAT-IDX, WS-TR-M) = 'Y'
                   ADD WS-TR-BUD(WS-TR-CAT-IDX, WS-TR-M)
                       TO WS-TR-PROJ-BUD
               ELSE
                   ADD WS-TR-LAST-BUD TO WS-TR-PROJ-BUD
               END-IF
               ADD WS-TR-AVG-BURN TO WS-TR-PROJ-SPT
               ADD 1 TO WS-TR-M
           END-PERFORM
           COMPUTE WS-TR-PROJ-VAR = WS-TR-PROJ-BUD - WS-TR-PROJ-SPT
           MOVE WS-TR-YTD-BUD TO WS-TR-AMT1
           MOVE WS-TR-YTD-SPT TO WS-TR-AMT2
           MOVE WS-TR-CUM-VAR TO WS-TR-AMT3
           DISPLAY 'S/D ' WS-TR-TO-PERIOD ' ' WS-TR-AMT1 ' '
               WS-TR-AMT2 ' ' WS-TR-AMT3
           MOVE WS-TR-AVG-BURN TO WS-TR-AMT1
           MOVE WS-TR-ACTIVE TO WS-TR-CNT-D
           DISPLAY '  Rata-rata realisasi per bulan ' WS-TR-AMT1
               '  (' FUNCTION TRIM(WS-TR-CNT-D) ' bulan)'
           MOVE WS-TR-PROJ-BUD TO WS-TR-AMT1
           MOVE WS-TR-PROJ-SPT TO WS-TR-AMT2
           MOVE WS-TR-PROJ-VAR TO WS-TR-AMT3
           DISPLAY '  Proyeksi akhir tahun: anggaran ' WS-TR-AMT1
               '  realisasi ' WS-TR-AMT2
           IF WS-TR-PROJ-VAR < ZEROS
               DISPLAY '  Proyeksi akhir tahun LEBIH   ' WS-TR-AMT3
           ELSE
               DISPLAY '  Proyeksi akhir tahun SISA    ' WS-TR-AMT3
           END-IF
           IF WS-TR-RUN >= 3
               ADD 1 TO WS-TR-FLAG-COUNT
               DISPLAY '  *** MELEBIHI ANGGARAN 3 BULAN BERTURUT-TURUT'
                   ' ***'
           END-IF
           ADD WS-TR-YTD-BUD TO WS-TR-TOT-BUD
           ADD WS-TR-YTD-SPT TO WS-TR-TOT-SPT
           ADD WS-TR-PROJ-BUD TO WS-TR-TOT-PROJ-BUD
           ADD WS-TR-PROJ-SPT TO WS-TR-TOT-PROJ-SPT.

      * WS-TR-RUN counts the over-budget months back from the latest
      * one, so it reads 3 or more only when the last three months
      * of the range were all over
       7560-PRINT-TREND-MONTH.
           COMPUTE WS-TR-REC-IDX = WS-TR-FROM-IDX + WS-TR-M - 1
           PERFORM 7595-INDEX-TO-PERIOD
           IF WS-TR-HAS(WS-TR-CAT-IDX, WS-TR-M) NOT = 'Y'
               MOVE ZEROS TO WS-TR-RUN
               DISPLAY WS-TR-PERIOD '   tidak ada anggaran'
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-TR-ACTIVE
           MOVE WS-TR-BUD(WS-TR-CAT-IDX, WS-TR-M) TO WS-TR-LAST-BUD
           ADD WS-TR-BUD(WS-TR-CAT-IDX, WS-TR-M) TO WS-TR-YTD-BUD
           ADD WS-TR-SPT(WS-TR-CAT-IDX, WS-TR-M) TO WS-TR-YTD-SPT
           COMPUTE WS-TR-VAR = WS-TR-BUD(WS-TR-CAT-IDX, WS-TR-M)
               - WS-TR-SPT(WS-TR-CAT-IDX, WS-TR-M)
           ADD WS-TR-VAR TO WS-TR-CUM-VAR
           MOVE WS-TR-BUD(WS-TR-CAT-IDX, WS-TR-M) TO WS-TR-AMT1
           MOVE WS-TR-SPT(WS-TR-CAT-IDX, WS-TR-M) TO WS-TR-AMT2
           MOVE WS-TR-VAR TO WS-TR-AMT3
           MOVE WS-TR-CUM-VAR TO WS-TR-AMT4
           MOVE SPACES TO WS-TR-LINE
           STRING WS-TR-PERIOD '     ' WS-TR-AMT1 ' ' WS-TR-AMT2 ' '
                  WS-TR-AMT3 ' ' WS-TR-AMT4
               DELIMITED SIZE INTO WS-TR-LINE
           END-STRING
           IF WS-TR-VAR < ZEROS
               ADD 1 TO WS-TR-RUN
               STRING FUNCTION TRIM(WS-TR-LINE TRAILING) ' LEBIH'
                   DELIMITED SIZE INTO WS-TR-LINE
               END-STRING
           ELSE
               MOVE ZEROS TO WS-TR-RUN
           END-IF
           DISPLAY FUNCTION TRIM(WS-TR-LINE TRAILING).

       7580-PRINT-TREND-TOTALS.
           DISPLAY ' '
           DISPLAY '------------------------------------------------'
               '------------------------------------------------'
           MOVE WS-TR-CAT-COUNT TO WS-TR-CNT-D
           DISPLAY 'Jumlah kategori                  '
               FUNCTION TRIM(WS-TR-CNT-D)
           MOVE WS-TR-TOT-BUD TO WS-TR-AMT1
           MOVE WS-TR-TOT-SPT TO WS-TR-AMT2
           COMPUTE WS-TR-CUM-VAR = WS-TR-TOT-BUD - WS-TR-TOT-SPT
           MOVE WS-TR-CUM-VAR TO WS-TR-AMT3
           DISPLAY 'Total s/d ' WS-TR-TO-PERIOD ' anggaran '
               WS-TR-AMT1 ' realisasi ' WS-TR-AMT2
           DISPLAY 'Selisih kumulatif total          ' WS-TR-AMT3
           MOVE WS-TR-TOT-PROJ-BUD TO WS-TR-AMT1
           MOVE WS-TR-TOT-PROJ-SPT TO WS-TR-AMT2
           COMPUTE WS-TR-PROJ-VAR =
               WS-TR-TOT-PROJ-BUD - WS-TR-TOT-PROJ-SPT
           MOVE WS-TR-PROJ-VAR TO WS-TR-AMT3
           DISPLAY 'Proyeksi akhir tahun anggaran    ' WS-TR-AMT1
               ' realisasi ' WS-TR-AMT2
           DISPLAY 'Proyeksi akhir tahun selisih     ' WS-TR-AMT3
           MOVE WS-TR-FLAG-COUNT TO WS-TR-CNT-D
           DISPLAY 'Kategori lebih 3 bulan berturut  '
               FUNCTION TRIM(WS-TR-CNT-D)
           DISPLAY '================================================'
               '================================================'.

      * YYYY-MM in WS-TR-PERIOD to a running month number and back
       7590-PERIOD-TO-INDEX.
           COMPUTE WS-TR-REC-IDX =
               FUNCTION NUMVAL(WS-TR-PERIOD(1:4)) * 12
               + FUNCTION NUMVAL(WS-TR-PERIOD(6:2)) - 1.

       7595-INDEX-TO-PERIOD.
           DIVIDE WS-TR-REC-IDX BY 12 GIVING WS-TR-YYYY
               REMAINDER WS-TR-MM
           ADD 1 TO WS-TR-MM
           MOVE SPACES TO WS-TR-PERIOD
           STRING WS-TR-YYYY '-' WS-TR-MM
               DELIMITED SIZE INTO WS-TR-PERIOD
           END-STRING.

       3000-VALIDATE-SPEND.
           PERFORM 3010-SET-PRIORITY-THRESHOLDS
           COMPUTE WS-REMAINING = WS-BUDGETED - WS-SPENT
