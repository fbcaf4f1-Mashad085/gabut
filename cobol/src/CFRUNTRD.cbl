      *================================================================*
      * CFRUNTRD.cbl - Nightly Batch Window Trend and Overrun Alerts   *
      * When the window started spilling past 05:00 nobody could say   *
      * which step had grown. Every nightly program now appends its    *
      * own timing line (runstats_file= run_step=) to the night's      *
      * run-statistics file CFRUNSTATS_<YYYYMMDD>.DAT; this program    *
      * sets tonight's elapsed time per step against that step's       *
      * average over the trailing nights and flags any step that ran   *
      * more than the threshold over its norm, so a slowdown is seen   *
      * - and shown AMBER on CFEODSUM's page - before it becomes a     *
      * missed window.                                                 *
      * Args (key=value, any order):                                   *
      *   business_date=YYYY-MM-DD - the night to judge, default today *
      *   stats_dir=<dir>     - where the nightly CFRUNSTATS_<date>.DAT*
      *                         files are kept, default the current    *
      *                         directory                              *
      *   nights=N            - trailing nights averaged, default 30;  *
      *                         nights with no statistics file (no     *
      *                         run) are skipped, looking back at most *
      *                         three times as many calendar days      *
      *   threshold_pct=N     - over the average by more than N per    *
      *                         cent is an overrun, default 25         *
      *   min_seconds=N       - and by at least N seconds, so a step   *
      *                         of a few seconds does not page anyone  *
      *                         over noise, default 60                 *
      *   min_nights=N        - history needed before a step is        *
      *                         judged at all, default 5; below it the *
      *                         step shows state NEW                   *
      * A step re-run in the same night counts at its last run.        *
      *   system_date_file=<path> - default CFSYSDATE.DAT; its         *
      *       business date stands in for today when no date           *
      *       argument is given                                        *
      *   runstats_file=<path> run_step=<name> - append this run's own *
      *       timing line as well, as the other nightly programs do    *
      * Output stdout: JSON rows (one per step tonight, state OK,      *
      * OVERRUN or NEW) plus a summary. RETURN-CODE 4 when any step    *
      * overran, 8 when tonight has no statistics file at all.         *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CFRUNTRD.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. LINUX.
       OBJECT-COMPUTER. LINUX.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STATS-IN ASSIGN TO DYNAMIC WS-STATS-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATS-STATUS.
           SELECT SYSTEM-DATE-FILE ASSIGN TO DYNAMIC WS-SYSDATE-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SYSDATE-STATUS.
           SELECT RUNSTATS-FILE ASSIGN TO DYNAMIC WS-RUNSTATS-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNSTATS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STATS-IN.
       01  STATS-RECORD        PIC X(200).

       FD  SYSTEM-DATE-FILE.
           COPY CF-SYSDAT.

       FD  RUNSTATS-FILE.
       01  RUNSTATS-RECORD     PIC X(200).

       WORKING-STORAGE SECTION.
      * system date control file (CF-SYSDAT.cpy, kept by CFSYSDATE) -
      * its current business date stands in for the machine date
      * whenever no date argument is given
       01  WS-SYSDATE-FILE     PIC X(200) VALUE 'CFSYSDATE.DAT'.
       01  WS-SYSDATE-STATUS   PIC XX VALUE SPACES.
       01  WS-SYSTEM-DATE      PIC X(10) VALUE SPACES.
       01  WS-SYSTEM-YMD       PIC X(8) VALUE SPACES.
       01  WS-STATS-FILE       PIC X(250) VALUE SPACES.
       01  WS-STATS-STATUS     PIC XX VALUE SPACES.
       01  WS-STATS-DIR        PIC X(200) VALUE SPACES.

       01  WS-ARG-COUNT        PIC 9(3) VALUE ZEROS.
       01  WS-ARG-IDX          PIC 9(3) VALUE ZEROS.
       01  WS-OPT-ARG          PIC X(200) VALUE SPACES.
       01  WS-FIELD-NAME       PIC X(30) VALUE SPACES.
       01  WS-FIELD-VAL        PIC X(200) VALUE SPACES.
       01  WS-POS              PIC 9(4) VALUE ZEROS.
       01  WS-EOF              PIC X VALUE 'N'.
       01  WS-FIRST-REC        PIC X VALUE 'Y'.
       01  WS-REMAIN           PIC X(200) VALUE SPACES.
       01  WS-TOKEN            PIC X(200) VALUE SPACES.

       01  WS-BUSINESS-DATE    PIC X(10) VALUE SPACES.
       01  WS-NIGHT-DATE       PIC X(8) VALUE SPACES.
       01  WS-TONIGHT-DATE     PIC X(8) VALUE SPACES.
       01  WS-DT-NUM           PIC 9(8) VALUE ZEROS.
       01  WS-TONIGHT-INT      PIC S9(9) COMP VALUE ZEROS.
       01  WS-DAY-INT          PIC S9(9) COMP VALUE ZEROS.
       01  WS-DAYS-BACK        PIC 9(4) VALUE ZEROS.
       01  WS-MAX-DAYS-BACK    PIC 9(4) VALUE ZEROS.
       01  WS-NIGHTS           PIC 9(4) VALUE 30.
       01  WS-NIGHTS-FOUND     PIC 9(4) VALUE ZEROS.
       01  WS-THRESHOLD-PCT    PIC 9(4) VALUE 25.
       01  WS-MIN-SECONDS      PIC 9(7) VALUE 60.
       01  WS-MIN-NIGHTS       PIC 9(4) VALUE 5.

      * one stats line as read
       01  WS-IN-STEP          PIC X(20) VALUE SPACES.
       01  WS-IN-PROGRAM       PIC X(10) VALUE SPACES.
       01  WS-IN-ELAPSED       PIC 9(7) VALUE ZEROS.
       01  WS-IN-RECORDS       PIC 9(9) VALUE ZEROS.
       01  WS-IN-RC            PIC S9(4) VALUE ZEROS.
       01  WS-IN-START         PIC X(15) VALUE SPACES.

      * the steps - tonight's run and the history per step; the
      * NIGHT fields hold the last line of the night being read so
      * a re-run step counts once, at its last run
       01  WS-ST-COUNT         PIC 9(3) VALUE ZEROS.
       01  WS-ST-IDX           PIC 9(3) VALUE ZEROS.
       01  WS-ST-TABLE.
           05  WS-ST-ENTRY OCCURS 100 TIMES.
               10  WS-ST-STEP      PIC X(20).
               10  WS-ST-PROGRAM   PIC X(10).
               10  WS-ST-TONIGHT   PIC X.
               10  WS-ST-ELAPSED   PIC 9(7).
               10  WS-ST-RECORDS   PIC 9(9).
               10  WS-ST-RC        PIC S9(4).
               10  WS-ST-START     PIC X(15).
               10  WS-ST-NIGHT-SEEN PIC X.
               10  WS-ST-NIGHT-SECS PIC 9(7).
               10  WS-ST-HIST-NIGHTS PIC 9(4).
               10  WS-ST-HIST-SECS  PIC 9(11).
               10  WS-ST-STATE     PIC X(8).
               10  WS-ST-AVERAGE   PIC 9(7)V99.
               10  WS-ST-OVER-PCT  PIC S9(5)V9.
       01  WS-ST-TRUNC-FLAG    PIC X VALUE 'N'.
           88  WS-ST-IS-TRUNCATED  VALUE 'Y'.
       01  WS-READING-TONIGHT  PIC X VALUE 'N'.
           88  WS-IS-TONIGHT       VALUE 'Y'.
       01  WS-FOUND-FLAG       PIC X VALUE 'N'.
           88  WS-FOUND            VALUE 'Y'.
       01  WS-LIMIT            PIC 9(9)V99 VALUE ZEROS.
       01  WS-OVERRUN-COUNT    PIC 9(3) VALUE ZEROS.
       01  WS-TONIGHT-TOTAL    PIC 9(9) VALUE ZEROS.

       01  WS-CNT-D            PIC Z(8)9.
       01  WS-AVG-D            PIC Z(6)9.99.
       01  WS-PCT-D            PIC -(5)9.9.
       01  WS-RC-D             PIC -(4)9.
       01  WS-OUT              PIC X(400) VALUE SPACES.

      * run statistics for the nightly batch window - with
      * runstats_file= given, one line (step, program, start, end,
      * elapsed seconds, records, return code) is appended at every
      * exit, so tomorrow's trend covers this step too
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
       01  WS-RS-RECORDS       PIC 9(9) VALUE ZEROS.
       01  WS-RS-RC            PIC S9(4) VALUE ZEROS.
       01  WS-RS-ELAPSED-D     PIC Z(8)9.
       01  WS-RS-RECORDS-D     PIC Z(8)9.
       01  WS-RS-RC-D          PIC -(4)9.

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-RS-START
           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER
           MOVE 1 TO WS-ARG-IDX
           PERFORM UNTIL WS-ARG-IDX > WS-ARG-COUNT
               ACCEPT WS-OPT-ARG FROM ARGUMENT-VALUE
               PERFORM 0050-PARSE-OPTION-ARG
               ADD 1 TO WS-ARG-IDX
           END-PERFORM
           PERFORM 0880-READ-SYSTEM-DATE
           IF FUNCTION TRIM(WS-BUSINESS-DATE) = SPACES
               MOVE WS-SYSTEM-DATE TO WS-BUSINESS-DATE
           END-IF
           IF WS-BUSINESS-DATE = SPACES
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-NIGHT-DATE
           ELSE
               IF WS-BUSINESS-DATE(5:1) = '-'
                   STRING WS-BUSINESS-DATE(1:4) WS-BUSINESS-DATE(6:2)
                          WS-BUSINESS-DATE(9:2)
                       DELIMITED SIZE INTO WS-NIGHT-DATE
                   END-STRING
               ELSE
                   MOVE WS-BUSINESS-DATE(1:8) TO WS-NIGHT-DATE
               END-IF
           END-IF
           IF WS-NIGHT-DATE IS NOT NUMERIC
               DISPLAY '{"error":"business_date is not a real date"}'
               MOVE 8 TO RETURN-CODE
               PERFORM 9900-WRITE-RUN-STATS
               STOP RUN
           END-IF
           MOVE WS-NIGHT-DATE TO WS-DT-NUM
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DT-NUM) NOT = ZERO
               DISPLAY '{"error":"business_date is not a real date"}'
               MOVE 8 TO RETURN-CODE
               PERFORM 9900-WRITE-RUN-STATS
               STOP RUN
           END-IF
           IF WS-NIGHTS = ZEROS
               MOVE 30 TO WS-NIGHTS
           END-IF
           MOVE WS-NIGHT-DATE TO WS-TONIGHT-DATE
           COMPUTE WS-TONIGHT-INT = FUNCTION INTEGER-OF-DATE(WS-DT-NUM)
           PERFORM 1000-READ-TONIGHT
           IF WS-STATS-STATUS NOT = '00'
               DISPLAY '{"error":"No run statistics for '
                   WS-NIGHT-DATE ': ' FUNCTION TRIM(WS-STATS-FILE)
                   '"}'
               MOVE 8 TO RETURN-CODE
               PERFORM 9900-WRITE-RUN-STATS
               STOP RUN
           END-IF
           PERFORM 2000-READ-HISTORY
           PERFORM 3000-JUDGE-STEPS
           PERFORM 4000-PRINT-TREND
           IF WS-OVERRUN-COUNT > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 9900-WRITE-RUN-STATS
           STOP RUN.

       0050-PARSE-OPTION-ARG.
           MOVE ZERO TO WS-POS
           INSPECT WS-OPT-ARG TALLYING WS-POS FOR CHARACTERS BEFORE '='
           IF WS-POS > 0
               MOVE WS-OPT-ARG(1:WS-POS) TO WS-FIELD-NAME
               MOVE WS-OPT-ARG(WS-POS + 2:) TO WS-FIELD-VAL
               EVALUATE FUNCTION TRIM(WS-FIELD-NAME)
                   WHEN 'runstats_file'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-RUNSTATS-FILE
                   WHEN 'run_step'
                       MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
                           WS-FIELD-VAL)) TO WS-RS-STEP
                   WHEN 'business_date'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-BUSINESS-DATE
                   WHEN 'stats_dir'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-STATS-DIR
                   WHEN 'nights'
                       MOVE FUNCTION NUMVAL(WS-FIELD-VAL)
                           TO WS-NIGHTS
                   WHEN 'threshold_pct'
                       MOVE FUNCTION NUMVAL(WS-FIELD-VAL)
                           TO WS-THRESHOLD-PCT
                   WHEN 'min_seconds'
                       MOVE FUNCTION NUMVAL(WS-FIELD-VAL)
                           TO WS-MIN-SECONDS
                   WHEN 'min_nights'
                       MOVE FUNCTION NUMVAL(WS-FIELD-VAL)
                           TO WS-MIN-NIGHTS
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
      * tonight's file decides which steps are judged
      *----------------------------------------------------------------
       1000-READ-TONIGHT.
           MOVE 'Y' TO WS-READING-TONIGHT
           PERFORM 8000-BUILD-STATS-NAME
           PERFORM 1100-READ-ONE-NIGHT
           MOVE 1 TO WS-ST-IDX
           PERFORM UNTIL WS-ST-IDX > WS-ST-COUNT
               MOVE 'Y' TO WS-ST-TONIGHT(WS-ST-IDX)
               MOVE WS-ST-NIGHT-SECS(WS-ST-IDX)
                   TO WS-ST-ELAPSED(WS-ST-IDX)
               MOVE 'N' TO WS-ST-NIGHT-SEEN(WS-ST-IDX)
               ADD 1 TO WS-ST-IDX
           END-PERFORM
           MOVE 'N' TO WS-READING-TONIGHT.

       1100-READ-ONE-NIGHT.
           OPEN INPUT STATS-IN
           IF WS-STATS-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ STATS-IN INTO STATS-RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-RS-RECORDS
                       PERFORM 1200-LOAD-STATS-LINE
               END-READ
           END-PERFORM
           CLOSE STATS-IN
           MOVE 'N' TO WS-EOF
           MOVE '00' TO WS-STATS-STATUS.

       1200-LOAD-STATS-LINE.
           IF FUNCTION TRIM(STATS-RECORD) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-IN-STEP WS-IN-PROGRAM WS-IN-START
           MOVE ZEROS TO WS-IN-ELAPSED WS-IN-RECORDS WS-IN-RC
           MOVE FUNCTION TRIM(STATS-RECORD) TO WS-REMAIN
           PERFORM UNTIL FUNCTION TRIM(WS-REMAIN) = SPACES
               PERFORM 8100-EXTRACT-TOKEN
               IF FUNCTION TRIM(WS-TOKEN) NOT = SPACES
                   PERFORM 1300-PARSE-STATS-TOKEN
               END-IF
           END-PERFORM
           IF WS-IN-STEP = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-FOUND-FLAG
           MOVE 1 TO WS-ST-IDX
           PERFORM UNTIL WS-ST-IDX > WS-ST-COUNT OR WS-FOUND
               IF WS-ST-STEP(WS-ST-IDX) = WS-IN-STEP
                   MOVE 'Y' TO WS-FOUND-FLAG
               ELSE
                   ADD 1 TO WS-ST-IDX
               END-IF
           END-PERFORM
      * the history only counts for steps that ran tonight
           IF NOT WS-FOUND
               IF NOT WS-IS-TONIGHT
                   EXIT PARAGRAPH
               END-IF
               IF WS-ST-COUNT >= 100
                   MOVE 'Y' TO WS-ST-TRUNC-FLAG
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-ST-COUNT
               MOVE WS-ST-COUNT TO WS-ST-IDX
               INITIALIZE WS-ST-ENTRY(WS-ST-IDX)
               MOVE WS-IN-STEP TO WS-ST-STEP(WS-ST-IDX)
               MOVE 'N' TO WS-ST-TONIGHT(WS-ST-IDX)
           END-IF
           MOVE 'Y' TO WS-ST-NIGHT-SEEN(WS-ST-IDX)
           MOVE WS-IN-ELAPSED TO WS-ST-NIGHT-SECS(WS-ST-IDX)
           IF WS-IS-TONIGHT
               MOVE WS-IN-PROGRAM TO WS-ST-PROGRAM(WS-ST-IDX)
               MOVE WS-IN-RECORDS TO WS-ST-RECORDS(WS-ST-IDX)
               MOVE WS-IN-RC      TO WS-ST-RC(WS-ST-IDX)
               MOVE WS-IN-START   TO WS-ST-START(WS-ST-IDX)
           END-IF.

       1300-PARSE-STATS-TOKEN.
           MOVE ZERO TO WS-POS
           INSPECT WS-TOKEN TALLYING WS-POS FOR CHARACTERS BEFORE '='
           IF WS-POS > 0 AND WS-POS < 199
               MOVE WS-TOKEN(1:WS-POS) TO WS-FIELD-NAME
               MOVE WS-TOKEN(WS-POS + 2:) TO WS-FIELD-VAL
               EVALUATE FUNCTION TRIM(WS-FIELD-NAME)
                   WHEN 'step'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL) TO WS-IN-STEP
                   WHEN 'program'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-IN-PROGRAM
                   WHEN 'start'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL) TO WS-IN-START
                   WHEN 'elapsed_secs'
                       MOVE FUNCTION NUMVAL(WS-FIELD-VAL)
                           TO WS-IN-ELAPSED
                   WHEN 'records'
                       MOVE FUNCTION NUMVAL(WS-FIELD-VAL)
                           TO WS-IN-RECORDS
                   WHEN 'rc'
                       MOVE FUNCTION NUMVAL(WS-FIELD-VAL) TO WS-IN-RC
               END-EVALUATE
           END-IF.

      *----------------------------------------------------------------
      * the trailing nights, walking back from yesterday; a night
      * with no file had no run and is not a night of history
      *----------------------------------------------------------------
       2000-READ-HISTORY.
           COMPUTE WS-MAX-DAYS-BACK = WS-NIGHTS * 3
           MOVE 1 TO WS-DAYS-BACK
           PERFORM UNTIL WS-DAYS-BACK > WS-MAX-DAYS-BACK OR
                   WS-NIGHTS-FOUND >= WS-NIGHTS
               COMPUTE WS-DAY-INT = WS-TONIGHT-INT - WS-DAYS-BACK
               COMPUTE WS-DT-NUM =
                   FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
               MOVE WS-DT-NUM TO WS-NIGHT-DATE
               PERFORM 8000-BUILD-STATS-NAME
               PERFORM 1100-READ-ONE-NIGHT
               IF WS-STATS-STATUS = '00'
                   ADD 1 TO WS-NIGHTS-FOUND
                   PERFORM 2100-CLOSE-OUT-NIGHT
               END-IF
               ADD 1 TO WS-DAYS-BACK
           END-PERFORM.

       2100-CLOSE-OUT-NIGHT.
           MOVE 1 TO WS-ST-IDX
           PERFORM UNTIL WS-ST-IDX > WS-ST-COUNT
               IF WS-ST-NIGHT-SEEN(WS-ST-IDX) = 'Y'
                   ADD 1 TO WS-ST-HIST-NIGHTS(WS-ST-IDX)
                   ADD WS-ST-NIGHT-SECS(WS-ST-IDX)
                       TO WS-ST-HIST-SECS(WS-ST-IDX)
                   MOVE 'N' TO WS-ST-NIGHT-SEEN(WS-ST-IDX)
               END-IF
               ADD 1 TO WS-ST-IDX
           END-PERFORM.

      *----------------------------------------------------------------
      * over the norm by more than threshold_pct AND by at least
      * min_seconds is an overrun
      *----------------------------------------------------------------
       3000-JUDGE-STEPS.
           MOVE 1 TO WS-ST-IDX
           PERFORM UNTIL WS-ST-IDX > WS-ST-COUNT
               ADD WS-ST-ELAPSED(WS-ST-IDX) TO WS-TONIGHT-TOTAL
               IF WS-ST-HIST-NIGHTS(WS-ST-IDX) < WS-MIN-NIGHTS OR
                       WS-ST-HIST-NIGHTS(WS-ST-IDX) = ZEROS
                   MOVE 'NEW' TO WS-ST-STATE(WS-ST-IDX)
               ELSE
                   PERFORM 3100-JUDGE-ONE-STEP
               END-IF
               ADD 1 TO WS-ST-IDX
           END-PERFORM.

       3100-JUDGE-ONE-STEP.
           COMPUTE WS-ST-AVERAGE(WS-ST-IDX) ROUNDED =
               WS-ST-HIST-SECS(WS-ST-IDX) /
               WS-ST-HIST-NIGHTS(WS-ST-IDX)
           IF WS-ST-AVERAGE(WS-ST-IDX) > ZEROS
               COMPUTE WS-ST-OVER-PCT(WS-ST-IDX) ROUNDED =
                   (WS-ST-ELAPSED(WS-ST-IDX) -
                    WS-ST-AVERAGE(WS-ST-IDX)) * 100 /
                   WS-ST-AVERAGE(WS-ST-IDX)
                   ON SIZE ERROR
                       MOVE 99999.9 TO WS-ST-OVER-PCT(WS-ST-IDX)
               END-COMPUTE
           ELSE
               MOVE ZEROS TO WS-ST-OVER-PCT(WS-ST-IDX)
           END-IF
           COMPUTE WS-LIMIT = WS-ST-AVERAGE(WS-ST-IDX) *
               (100 + WS-THRESHOLD-PCT) / 100
           MOVE 'OK' TO WS-ST-STATE(WS-ST-IDX)
           IF WS-ST-ELAPSED(WS-ST-IDX) > WS-LIMIT AND
                   WS-ST-ELAPSED(WS-ST-IDX) - WS-ST-AVERAGE(WS-ST-IDX)
                       >= WS-MIN-SECONDS
               MOVE 'OVERRUN' TO WS-ST-STATE(WS-ST-IDX)
               ADD 1 TO WS-OVERRUN-COUNT
           END-IF.

       4000-PRINT-TREND.
           DISPLAY '{"run_trend":['
           MOVE 1 TO WS-ST-IDX
           PERFORM UNTIL WS-ST-IDX > WS-ST-COUNT
               IF WS-ST-TONIGHT(WS-ST-IDX) = 'Y'
                   PERFORM 4100-PRINT-ONE-STEP
               END-IF
               ADD 1 TO WS-ST-IDX
           END-PERFORM
           MOVE WS-ST-COUNT TO WS-CNT-D
           MOVE SPACES TO WS-OUT
           STRING
               '],"summary":{"business_date":"' DELIMITED SIZE
               WS-TONIGHT-DATE DELIMITED SIZE
               '","steps":' DELIMITED SIZE
               FUNCTION TRIM(WS-CNT-D) DELIMITED SIZE
               INTO WS-OUT
           END-STRING
           DISPLAY FUNCTION TRIM(WS-OUT) WITH NO ADVANCING
           MOVE WS-NIGHTS-FOUND TO WS-CNT-D
           MOVE SPACES TO WS-OUT
           STRING
               ',"history_nights":' DELIMITED SIZE
               FUNCTION TRIM(WS-CNT-D) DELIMITED SIZE
               INTO WS-OUT
           END-STRING
           DISPLAY FUNCTION TRIM(WS-OUT) WITH NO ADVANCING
           MOVE WS-TONIGHT-TOTAL TO WS-CNT-D
           MOVE SPACES TO WS-OUT
           STRING
               ',"window_secs":' DELIMITED SIZE
               FUNCTION TRIM(WS-CNT-D) DELIMITED SIZE
               INTO WS-OUT
           END-STRING
           DISPLAY FUNCTION TRIM(WS-OUT) WITH NO ADVANCING
           MOVE WS-OVERRUN-COUNT TO WS-CNT-D
           MOVE SPACES TO WS-OUT
           STRING
               ',"overruns":' DELIMITED SIZE
               FUNCTION TRIM(WS-CNT-D) DELIMITED SIZE
               '}}' DELIMITED SIZE
               INTO WS-OUT
           END-STRING
           DISPLAY FUNCTION TRIM(WS-OUT)
           IF WS-ST-IS-TRUNCATED
               DISPLAY 'CFRUNTRD: more than 100 steps - the rest '
                   'were not judged' UPON SYSERR
           END-IF.

      * the step name leads the row - CFEODSUM lifts it from there
       4100-PRINT-ONE-STEP.
           IF WS-FIRST-REC = 'N'
               DISPLAY ','
           END-IF
           MOVE SPACES TO WS-OUT
           STRING
               '{"step":"' DELIMITED SIZE
               FUNCTION TRIM(WS-ST-STEP(WS-ST-IDX)) DELIMITED SIZE
               '","program":"' DELIMITED SIZE
               FUNCTION TRIM(WS-ST-PROGRAM(WS-ST-IDX)) DELIMITED SIZE
               '","start":"' DELIMITED SIZE
               FUNCTION TRIM(WS-ST-START(WS-ST-IDX)) DELIMITED SIZE
               '"' DELIMITED SIZE
               INTO WS-OUT
           END-STRING
           DISPLAY FUNCTION TRIM(WS-OUT) WITH NO ADVANCING
           MOVE WS-ST-ELAPSED(WS-ST-IDX) TO WS-CNT-D
           MOVE WS-ST-AVERAGE(WS-ST-IDX) TO WS-AVG-D
           MOVE SPACES TO WS-OUT
           STRING
               ',"elapsed_secs":' DELIMITED SIZE
               FUNCTION TRIM(WS-CNT-D) DELIMITED SIZE
               ',"average_secs":' DELIMITED SIZE
               FUNCTION TRIM(WS-AVG-D) DELIMITED SIZE
               INTO WS-OUT
           END-STRING
           DISPLAY FUNCTION TRIM(WS-OUT) WITH NO ADVANCING
           MOVE WS-ST-OVER-PCT(WS-ST-IDX) TO WS-PCT-D
           MOVE WS-ST-HIST-NIGHTS(WS-ST-IDX) TO WS-CNT-D
           MOVE SPACES TO WS-OUT
           STRING
               ',"over_pct":' DELIMITED SIZE
               FUNCTION TRIM(WS-PCT-D) DELIMITED SIZE
               ',"nights":' DELIMITED SIZE
               FUNCTION TRIM(WS-CNT-D) DELIMITED SIZE
               INTO WS-OUT
           END-STRING
           DISPLAY FUNCTION TRIM(WS-OUT) WITH NO ADVANCING
           MOVE WS-ST-RECORDS(WS-ST-IDX) TO WS-CNT-D
           MOVE WS-ST-RC(WS-ST-IDX) TO WS-RC-D
           MOVE SPACES TO WS-OUT
           STRING
               ',"records":' DELIMITED SIZE
               FUNCTION TRIM(WS-CNT-D) DELIMITED SIZE
               ',"rc":' DELIMITED SIZE
               FUNCTION TRIM(WS-RC-D) DELIMITED SIZE
               ',"state":"' DELIMITED SIZE
               FUNCTION TRIM(WS-ST-STATE(WS-ST-IDX)) DELIMITED SIZE
               '"}' DELIMITED SIZE
               INTO WS-OUT
           END-STRING
           DISPLAY FUNCTION TRIM(WS-OUT)
           MOVE 'N' TO WS-FIRST-REC.

       8000-BUILD-STATS-NAME.
           MOVE SPACES TO WS-STATS-FILE
           IF FUNCTION TRIM(WS-STATS-DIR) = SPACES
               STRING 'CFRUNSTATS_' WS-NIGHT-DATE '.DAT'
                   DELIMITED SIZE INTO WS-STATS-FILE
               END-STRING
           ELSE
               STRING FUNCTION TRIM(WS-STATS-DIR) DELIMITED SIZE
                   '/CFRUNSTATS_' DELIMITED SIZE
                   WS-NIGHT-DATE DELIMITED SIZE
                   '.DAT' DELIMITED SIZE
                   INTO WS-STATS-FILE
               END-STRING
           END-IF.

       8100-EXTRACT-TOKEN.
           MOVE ZERO TO WS-POS
           INSPECT WS-REMAIN TALLYING WS-POS FOR CHARACTERS BEFORE ' '
           IF WS-POS > 0
               MOVE WS-REMAIN(1:WS-POS) TO WS-TOKEN
               IF WS-POS < 199
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
               MOVE 'CFRUNTRD' TO WS-RS-STEP
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
           MOVE WS-RS-RECORDS TO WS-RS-RECORDS-D
           MOVE WS-RS-RC TO WS-RS-RC-D
           MOVE SPACES TO RUNSTATS-RECORD
           STRING
               'step=' DELIMITED SIZE
               FUNCTION TRIM(WS-RS-STEP) DELIMITED SIZE
               ' program=CFRUNTRD start=' DELIMITED SIZE
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
