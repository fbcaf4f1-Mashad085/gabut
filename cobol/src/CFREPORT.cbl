      * In format=CSV the block is VALUATION rows and one VALTOTAL.   *
      * Option arguments (sort= top= expected_total= project_days=    *
      * control_file= print_file= page_length= compare_file=          *
      * category_master= format= rates_file= runstats_file=           *
      * run_step=) are recognized                                     *
      * anywhere from argument 2 on, in any order; a bare argument 2  *
      * is still the as-of date.                                      *
      * runstats_file=<path> run_step=<name> - append one run-        *
      * statistics line (step, start, end, elapsed seconds, R| lines  *
      * read, return code) at every exit, for CFRUNTRD's nightly      *
      * window trend.                                                 *
      * system_date_file=<path> - default CFSYSDATE.DAT; its business *
      *     date stands in for today when no date argument is given   *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CFREPORT.
           SELECT RATES-INPUT ASSIGN TO DYNAMIC WS-RATESFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATES-STATUS.
           SELECT RUNSTATS-FILE ASSIGN TO DYNAMIC WS-RUNSTATS-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNSTATS-STATUS.
           SELECT SYSTEM-DATE-FILE ASSIGN TO DYNAMIC WS-SYSDATE-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SYSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RATES-INPUT.
       01  RATES-RECORD        PIC X(200).

       FD  RUNSTATS-FILE.
       01  RUNSTATS-RECORD     PIC X(200).

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
       01  WS-INFILE           PIC X(200) VALUE SPACES.
       01  WS-ASOF-ARG         PIC X(10) VALUE SPACES.
       01  WS-EOF              PIC X VALUE 'N'.
       01  WS-PRINT-BR-IX      PIC 9(3) VALUE ZEROS.
       01  WS-BR-NET           PIC S9(15)V99 VALUE ZEROS.

      * run statistics for the nightly batch window - with
      * runstats_file= given, one line (step, program, start, end,
      * elapsed seconds, records, return code) is appended at every
      * exit, so CFRUNTRD can say which step has grown
       01  WS-RUNSTATS-FILE    PIC X(200) VALUE SPACES.
       01  WS-RUNSTATS-STATUS  PIC XX VALUE SPACES.
       01  WS-RS-STEP          PIC X(20) VALUE SPACES.
       01  WS-RS-START.
           05  WS-RS-START-DATE    PIC 9(8).
           05  WS-RS-START-HH      PIC 99.
           05  WS-RS-START-MI      PIC 99.
           05  WS-RS-START-SS      PIC 99.
           05  FILLER              PIC X(7).
       01  WS-RS-END.
           05  WS-RS-END-DATE      PIC 9(8).
           05  WS-RS-END-HH        PIC 99.
           05  WS-RS-END-MI        PIC 99.
           05  WS-RS-END-SS        PIC 99.
           05  FILLER              PIC X(7).
       01  WS-RS-START-SECS    PIC S9(11) COMP VALUE ZEROS.
       01  WS-RS-END-SECS      PIC S9(11) COMP VALUE ZEROS.
       01  WS-RS-RC            PIC S9(4) VALUE ZEROS.
       01  WS-RS-ELAPSED-D     PIC Z(8)9.
       01  WS-RS-RECORDS-D     PIC Z(8)9.
       01  WS-RS-RC-D          PIC -(4)9.

       COPY CF-TYPES.

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-RS-START
           ACCEPT WS-INFILE FROM ARGUMENT-VALUE
           IF FUNCTION TRIM(WS-INFILE) = SPACES
               DISPLAY 'Usage: cfreport <input-file> '
               PERFORM 0060-PARSE-OPTION-ARG
               ADD 1 TO WS-ARG-IDX
           END-PERFORM
           PERFORM 0880-READ-SYSTEM-DATE
           IF FUNCTION TRIM(WS-ASOF-ARG) = SPACES
               MOVE WS-SYSTEM-DATE TO WS-ASOF-ARG
           END-IF
           IF FUNCTION TRIM(WS-CTLFILE) NOT = SPACES
               PERFORM 0070-LOAD-CONTROL-FILE
           END-IF
                   DISPLAY 'ERROR: cannot open print file: '
                       FUNCTION TRIM(WS-PRINT-FILE-NAME)
                   MOVE 8 TO RETURN-CODE
                   PERFORM 9900-WRITE-RUN-STATS
                   STOP RUN
               END-IF
           END-IF
               PERFORM 0300-PRINT-TRAILER
               CLOSE PRINT-FILE
           END-IF
           PERFORM 9900-WRITE-RUN-STATS
           STOP RUN.

       0060-PARSE-OPTION-ARG.
               MOVE WS-OPT-ARG(1:WS-ARG-POS) TO WS-ARG-KEY
               MOVE WS-OPT-ARG(WS-ARG-POS + 2:) TO WS-ARG-VAL
               EVALUATE FUNCTION TRIM(WS-ARG-KEY)
                   WHEN 'runstats_file'
                       MOVE FUNCTION TRIM(WS-ARG-VAL)
                           TO WS-RUNSTATS-FILE
                   WHEN 'run_step'
                       MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
                           WS-ARG-VAL)) TO WS-RS-STEP
                   WHEN 'sort'
                       MOVE FUNCTION UPPER-CASE(
                           FUNCTION TRIM(WS-ARG-VAL)) TO WS-SORT-MODE
                   WHEN 'rates_file'
                       MOVE FUNCTION TRIM(WS-ARG-VAL) TO WS-RATESFILE
                       MOVE 'Y' TO WS-RATES-FLAG
                   WHEN 'system_date_file'
                       MOVE FUNCTION TRIM(WS-ARG-VAL) TO WS-SYSDATE-FILE
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

      * the control record CFBATCH wrote for this run - an unreadable
      * file is a hard stop, not a silently skipped check: the whole
      * point is that the balancing no longer depends on someone
               DISPLAY 'ERROR: cannot open control file: '
                   FUNCTION TRIM(WS-CTLFILE)
               MOVE 8 TO RETURN-CODE
               PERFORM 9900-WRITE-RUN-STATS
               STOP RUN
           END-IF
           READ CONTROL-INPUT INTO CONTROL-RECORD
                   DISPLAY 'ERROR: control file is empty: '
                       FUNCTION TRIM(WS-CTLFILE)
                   MOVE 8 TO RETURN-CODE
                   PERFORM 9900-WRITE-RUN-STATS
                   STOP RUN
           END-READ
           CLOSE CONTROL-INPUT
               DISPLAY 'ERROR: cannot open category master: '
                   FUNCTION TRIM(WS-CMFILE)
               MOVE 8 TO RETURN-CODE
               PERFORM 9900-WRITE-RUN-STATS
               STOP RUN
           END-IF
           MOVE 'N' TO WS-EOF
               DISPLAY 'ERROR: cannot open compare file: '
                   FUNCTION TRIM(WS-CMPFILE)
               MOVE 8 TO RETURN-CODE
               PERFORM 9900-WRITE-RUN-STATS
               STOP RUN
           END-IF
           MOVE SPACES TO WS-PRIOR-CATEGORY
               DISPLAY 'ERROR: cannot open rates file: '
                   FUNCTION TRIM(WS-RATESFILE)
               MOVE 8 TO RETURN-CODE
               PERFORM 9900-WRITE-RUN-STATS
               STOP RUN
           END-IF
           MOVE 'N' TO WS-EOF
                   END-IF
               END-PERFORM
           END-IF.

      *----------------------------------------------------------------
      * the run-statistics line - every exit of a nightly run leaves
      * its timing behind, a failed one included
      *----------------------------------------------------------------
       9900-WRITE-RUN-STATS.
           IF FUNCTION TRIM(WS-RUNSTATS-FILE) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE RETURN-CODE TO WS-RS-RC
           MOVE FUNCTION CURRENT-DATE TO WS-RS-END
           IF WS-RS-STEP = SPACES
               MOVE 'CFREPORT' TO WS-RS-STEP
           END-IF
           COMPUTE WS-RS-START-SECS =
               FUNCTION INTEGER-OF-DATE(WS-RS-START-DATE) * 86400
               + WS-RS-START-HH * 3600 + WS-RS-START-MI * 60
               + WS-RS-START-SS
           COMPUTE WS-RS-END-SECS =
               FUNCTION INTEGER-OF-DATE(WS-RS-END-DATE) * 86400
               + WS-RS-END-HH * 3600 + WS-RS-END-MI * 60
               + WS-RS-END-SS
           COMPUTE WS-RS-ELAPSED-D = WS-RS-END-SECS - WS-RS-START-SECS
           MOVE WS-TOT-ACCOUNTS TO WS-RS-RECORDS-D
           MOVE WS-RS-RC TO WS-RS-RC-D
           MOVE SPACES TO RUNSTATS-RECORD
           STRING
               'step=' DELIMITED SIZE
               FUNCTION TRIM(WS-RS-STEP) DELIMITED SIZE
               ' program=CFREPORT start=' DELIMITED SIZE
               WS-RS-START(1:8) DELIMITED SIZE
               '-' DELIMITED SIZE
               WS-RS-START(9:6) DELIMITED SIZE
               ' end=' DELIMITED SIZE
               WS-RS-END(1:8) DELIMITED SIZE
               '-' DELIMITED SIZE
               WS-RS-END(9:6) DELIMITED SIZE
               ' elapsed_secs=' DELIMITED SIZE
               FUNCTION TRIM(WS-RS-ELAPSED-D) DELIMITED SIZE
               ' records=' DELIMITED SIZE
               FUNCTION TRIM(WS-RS-RECORDS-D) DELIMITED SIZE
               ' rc=' DELIMITED SIZE
               FUNCTION TRIM(WS-RS-RC-D) DELIMITED SIZE
               INTO RUNSTATS-RECORD
           END-STRING
           OPEN EXTEND RUNSTATS-FILE
           IF WS-RUNSTATS-STATUS NOT = '00'
               CLOSE RUNSTATS-FILE
               OPEN OUTPUT RUNSTATS-FILE
           END-IF
           WRITE RUNSTATS-RECORD
           CLOSE RUNSTATS-FILE
           MOVE WS-RS-RC TO RETURN-CODE.
