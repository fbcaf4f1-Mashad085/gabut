      *       production batch file carries tier= per line; the        *
      *       simulation needs the same mapping)                       *
      *   asof=YYYY-MM-DD       - effective-dating as-of date,         *
      *                           default today; a set whose end= has  *
      *                           passed by then prices nothing, as    *
      *                           in CFBATCH                           *
      *   days=N                - the period simulated, default 30     *
      *   system_date_file=<path> - default CFSYSDATE.DAT; its         *
      *       business date stands in for today when no date           *
      *       argument is given                                        *
      * Output stdout: the banner-marked comparison report.            *
      *================================================================*
       IDENTIFICATION DIVISION.
           SELECT TIERS-IN ASSIGN TO DYNAMIC WS-TIERS-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TIERS-STATUS.
           SELECT SYSTEM-DATE-FILE ASSIGN TO DYNAMIC WS-SYSDATE-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SYSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TIERS-IN.
       01  TIERS-RECORD        PIC X(200).

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
       01  WS-MASTER-FILE      PIC X(200) VALUE SPACES.
       01  WS-MASTER-STATUS    PIC XX VALUE SPACES.
       01  WS-RT-FILE-NAME     PIC X(200) VALUE SPACES.
               10  WS-RT-TIER      PIC X(20).
               10  WS-RT-RATE      PIC 9(3)V9(6).
               10  WS-RT-EFFECTIVE PIC X(10).
               10  WS-RT-END       PIC X(10).
               10  WS-RT-BAND      PIC 9(13)V99.
       01  WS-RT-IN-TIER       PIC X(20) VALUE SPACES.
       01  WS-RT-IN-RATE       PIC 9(3)V9(6) VALUE ZEROS.
       01  WS-RT-IN-EFFECTIVE  PIC X(10) VALUE SPACES.
       01  WS-RT-IN-END        PIC X(10) VALUE SPACES.
       01  WS-RT-IN-BAND       PIC 9(13)V99 VALUE ZEROS.

      * account-to-tier mapping
               PERFORM 0050-PARSE-OPTION-ARG
               ADD 1 TO WS-ARG-IDX
           END-PERFORM
           PERFORM 0880-READ-SYSTEM-DATE
           IF FUNCTION TRIM(WS-ASOF-DATE) = SPACES
               MOVE WS-SYSTEM-DATE TO WS-ASOF-DATE
           END-IF
           IF FUNCTION TRIM(WS-MASTER-FILE) = SPACES OR
                   FUNCTION TRIM(WS-CURRENT-TABLE) = SPACES OR
                   FUNCTION TRIM(WS-PROPOSED-TABLE) = SPACES OR
                   WHEN 'days'
                       MOVE FUNCTION NUMVAL(WS-FIELD-VAL)
                           TO WS-SIM-DAYS
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
      * table load - CFBATCH's own rate_table line shape, including
      * band_up_to=, tagged with which set it belongs to
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-RT-IN-TIER WS-RT-IN-EFFECTIVE
               WS-RT-IN-END
           MOVE ZEROS TO WS-RT-IN-RATE WS-RT-IN-BAND
           MOVE FUNCTION TRIM(RATE-TABLE-RECORD) TO WS-REMAIN
           PERFORM UNTIL FUNCTION TRIM(WS-REMAIN) = SPACES
           MOVE WS-RT-IN-TIER      TO WS-RT-TIER(WS-RT-COUNT)
           MOVE WS-RT-IN-RATE      TO WS-RT-RATE(WS-RT-COUNT)
           MOVE WS-RT-IN-EFFECTIVE TO WS-RT-EFFECTIVE(WS-RT-COUNT)
           MOVE WS-RT-IN-END       TO WS-RT-END(WS-RT-COUNT)
           MOVE WS-RT-IN-BAND      TO WS-RT-BAND(WS-RT-COUNT).

       1200-PARSE-RATE-TOKEN.
                   WHEN 'effective'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-RT-IN-EFFECTIVE
                   WHEN 'end'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-RT-IN-END
                   WHEN 'band_up_to'
                       MOVE FUNCTION NUMVAL(WS-FIELD-VAL)
                           TO WS-RT-IN-BAND
               END-IF
               ADD 1 TO WS-RT-IDX
           END-PERFORM
      * a set end-dated on the table (CFRATEMNT END) prices
      * nothing after its end date - the tier is then not found,
      * never priced from a withdrawn rate
           IF WS-RT-BEST > ZEROS
               IF WS-RT-END(WS-RT-BEST) NOT = SPACES AND
                       WS-RT-END(WS-RT-BEST) < WS-ASOF-DATE
                   MOVE ZEROS TO WS-RT-BEST
               END-IF
           END-IF
           IF WS-RT-BEST = ZEROS
               MOVE 'Y' TO WS-SIM-NO-RATE-FLAG
               EXIT PARAGRAPH
