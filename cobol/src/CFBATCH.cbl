      *          field, and reports the blended figure as              *
      *          rate_applied. Bands effective-date exactly like flat  *
      *          tiers: a band change is a new set of table lines.     *
      *          A set carrying end=YYYY-MM-DD (CFRATEMNT END) prices  *
      *          nothing after that date - the tier is then rejected   *
      *          as not on the table, as a missing tier always was.    *
      *          Value dating: an INTEREST or COMPOUND-INTEREST line   *
      *          may carry from_date= and to_date= (YYYY-MM-DD, both   *
      *          together) instead of a hand-computed days= - the day  *
      *          non-zero trailer means money was created or           *
      *          destroyed by the day's transfers and is shouted to    *
      *          stderr as well.                                       *
      *          runstats_file=<path> run_step=<name> - append one     *
      *          run-statistics line (step, start, end, elapsed        *
      *          seconds, input lines read, return code) at every      *
      *          exit, failed runs included, for CFRUNTRD's nightly    *
      *          window trend.                                         *
      *          system_date_file=<path> - default                     *
      *              CFSYSDATE.DAT; its business date stands           *
      *              in for today when no date argument is             *
      *              given                                             *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CFBATCH.
           SELECT CMDLOG-FILE ASSIGN TO DYNAMIC WS-CMDLOG-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CMDLOG-STATUS.
           SELECT RUNSTATS-FILE ASSIGN TO DYNAMIC WS-RUNSTATS-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNSTATS-STATUS.
           SELECT SYSTEM-DATE-FILE ASSIGN TO DYNAMIC WS-SYSDATE-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SYSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  IMGVER-FILE.
       01  IMGVER-RECORD       PIC X(300).

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
       01  WS-REJFILE          PIC X(200) VALUE SPACES.
       01  WS-CKPTFILE         PIC X(200) VALUE SPACES.
               10  WS-RT-RATE      PIC 9(3)V9(6).
               10  WS-RT-OD-RATE   PIC 9(3)V9(6).
               10  WS-RT-EFFECTIVE PIC X(10).
               10  WS-RT-END       PIC X(10).
               10  WS-RT-BAND      PIC 9(13)V99.
       01  WS-RT-IN-TIER       PIC X(20) VALUE SPACES.
       01  WS-RT-IN-RATE       PIC 9(3)V9(6) VALUE ZEROS.
       01  WS-RT-IN-OD-RATE    PIC 9(3)V9(6) VALUE ZEROS.
       01  WS-RT-IN-EFFECTIVE  PIC X(10) VALUE SPACES.
       01  WS-RT-IN-END        PIC X(10) VALUE SPACES.
       01  WS-RT-IN-BAND       PIC 9(13)V99 VALUE ZEROS.
       01  WS-RT-TRUNC-FLAG    PIC X VALUE 'N'.
           88  WS-RT-IS-TRUNCATED  VALUE 'Y'.
       01  WS-IV-BALANCE       PIC S9(15)V99 VALUE ZEROS.
       01  WS-IV-EOF           PIC X VALUE 'N'.

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
               DISPLAY '{"error":"Usage: cfbatch <input-file> '
               END-IF
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CUR-DATE
           PERFORM 0880-READ-SYSTEM-DATE
           IF WS-SYSTEM-YMD NOT = SPACES
               MOVE WS-SYSTEM-YMD TO WS-CUR-DATE
           END-IF
           STRING WS-CUR-DATE(1:4) '-' WS-CUR-DATE(5:2) '-'
                  WS-CUR-DATE(7:2)
               DELIMITED SIZE INTO WS-RATE-ASOF
               PERFORM 9300-WRITE-SETTLEMENT-FILE
           END-IF
           PERFORM 9000-SUMMARY
           PERFORM 9900-WRITE-RUN-STATS
           STOP RUN.

       0050-PARSE-OPTION-ARG.
               MOVE WS-OPT-ARG(1:WS-POS) TO WS-FIELD-NAME
               MOVE WS-OPT-ARG(WS-POS + 2:) TO WS-FIELD-VAL
               EVALUATE FUNCTION TRIM(WS-FIELD-NAME)
                   WHEN 'runstats_file'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-RUNSTATS-FILE
                   WHEN 'run_step'
                       MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
                           WS-FIELD-VAL)) TO WS-RS-STEP
                   WHEN 'format'
                       MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
                           WS-FIELD-VAL)) TO WS-OUTPUT-FORMAT
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
      * may use which actions and dangerous flags; a refusal is
           MOVE 'REFUSED' TO WS-CMD-OUTCOME
           PERFORM 0950-WRITE-COMMAND-AUDIT
           MOVE 8 TO RETURN-CODE
           PERFORM 9900-WRITE-RUN-STATS
           STOP RUN.

       1000-LOAD-CHECKPOINT.
               DISPLAY '{"error":"Cannot open rate table: '
                   FUNCTION TRIM(WS-RATETBL-FILE) '"}'
               MOVE 8 TO RETURN-CODE
               PERFORM 9900-WRITE-RUN-STATS
               STOP RUN
           END-IF
           MOVE 'N' TO WS-EOF
                   ' - run refused, no line priced from a possibly '
                   'stale rate"}'
               MOVE 8 TO RETURN-CODE
               PERFORM 9900-WRITE-RUN-STATS
               STOP RUN
           END-IF.

               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-RT-IN-TIER WS-RT-IN-EFFECTIVE
               WS-RT-IN-END
           MOVE ZEROS TO WS-RT-IN-RATE WS-RT-IN-OD-RATE
               WS-RT-IN-BAND
           MOVE FUNCTION TRIM(RATE-TABLE-RECORD) TO WS-REMAIN
           MOVE WS-RT-IN-RATE      TO WS-RT-RATE(WS-RT-COUNT)
           MOVE WS-RT-IN-OD-RATE   TO WS-RT-OD-RATE(WS-RT-COUNT)
           MOVE WS-RT-IN-EFFECTIVE TO WS-RT-EFFECTIVE(WS-RT-COUNT)
           MOVE WS-RT-IN-END       TO WS-RT-END(WS-RT-COUNT)
           MOVE WS-RT-IN-BAND      TO WS-RT-BAND(WS-RT-COUNT).

      *----------------------------------------------------------------
               DISPLAY '{"error":"Cannot open snapshot history: '
                   FUNCTION TRIM(WS-SNAPHIST-FILE) '"}'
               MOVE 8 TO RETURN-CODE
               PERFORM 9900-WRITE-RUN-STATS
               STOP RUN
           END-IF
           MOVE 'N' TO WS-EOF
                   '200000 rows - run refused, no line priced off a '
                   'partial average"}'
               MOVE 8 TO RETURN-CODE
               PERFORM 9900-WRITE-RUN-STATS
               STOP RUN
           END-IF.

                   FUNCTION TRIM(WS-RUNCTL-FILE)
                   ') - rerun with force=Y to post it again"}'
               MOVE 8 TO RETURN-CODE
               PERFORM 9900-WRITE-RUN-STATS
               STOP RUN
           END-IF.

               DISPLAY '{"error":"Cannot open holiday file: '
                   FUNCTION TRIM(WS-HOLIDAY-FILE) '"}'
               MOVE 8 TO RETURN-CODE
               PERFORM 9900-WRITE-RUN-STATS
               STOP RUN
           END-IF
           MOVE 'N' TO WS-EOF
                   'entries - run refused, a dropped holiday would '
                   'mis-date value-dated postings"}'
               MOVE 8 TO RETURN-CODE
               PERFORM 9900-WRITE-RUN-STATS
               STOP RUN
           END-IF.

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
                       WS-RT-END(WS-RT-BEST) < WS-RATE-ASOF
                   MOVE ZEROS TO WS-RT-BEST
               END-IF
           END-IF
           IF WS-RT-BEST = ZEROS
               MOVE 'Y' TO WS-REJECT-FLAG
               STRING 'No rate table entry for tier '
                   FUNCTION TRIM(WS-VERIFY-IMAGE)
                   ' - run refused"}'
               MOVE 8 TO RETURN-CODE
               PERFORM 9900-WRITE-RUN-STATS
               STOP RUN
           END-IF
           READ IMGVER-FILE INTO IMGVER-RECORD
               DISPLAY '{"error":"Before-image has no header - run '
                   'refused"}'
               MOVE 8 TO RETURN-CODE
               PERFORM 9900-WRITE-RUN-STATS
               STOP RUN
           END-IF
           MOVE ZEROS TO WS-IV-HDR-RECORDS WS-IV-HDR-BALANCE
                   'image totals - a run died mid-file, restore '
                   'with the backout utility first"}'
               MOVE 8 TO RETURN-CODE
               PERFORM 9900-WRITE-RUN-STATS
               STOP RUN
           END-IF.

           MOVE WS-CUR-DATE TO AM-LAST-ACTIVITY
           MOVE ZEROS TO AM-HOLD-TOTAL
           MOVE ZEROS TO AM-EARMARK-TOTAL
           MOVE 'HQ' TO AM-BRANCH
           MOVE 'SAVINGS' TO AM-PRODUCT.

       2100-EXTRACT-TOKEN.
           MOVE ZERO TO WS-POS
               END-STRING
               DISPLAY FUNCTION TRIM(WS-OUT)
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
               MOVE 'CFBATCH' TO WS-RS-STEP
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
           MOVE WS-LINE-NUM TO WS-RS-RECORDS-D
           MOVE WS-RS-RC TO WS-RS-RC-D
           MOVE SPACES TO RUNSTATS-RECORD
           STRING
               'step=' DELIMITED SIZE
               FUNCTION TRIM(WS-RS-STEP) DELIMITED SIZE
               ' program=CFBATCH start=' DELIMITED SIZE
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
