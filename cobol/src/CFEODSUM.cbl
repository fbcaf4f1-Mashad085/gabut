      *                        at the TOP of the page, and a missed    *
      *                        month-end or year-end step is RED, not  *
      *                        silence                                 *
      *   runtrend_file=<p>  - a capture of CFRUNTRD for the night;    *
      *                        each step that ran more than its        *
      *                        threshold over its trailing average is  *
      *                        listed, and makes the night AMBER       *
      *   integrity_file=<p> - a capture of the weekly CFINTEG run;    *
      *                        a broken reference or a hold/earmark    *
      *                        total that does not match its open      *
      *                        items is RED until the next clean run,  *
      *                        a settled item left on a purged account *
      *                        is AMBER                                *
      *   chain_check_file=<p> - the night's CFCHAIN captures over the *
      *                        audit log, the wallet journal and the   *
      *                        maintenance trail; any BROKEN verdict - *
      *                        an edited, inserted or removed line -   *
      *                        is RED                                  *
      * Status rules: RED for recon mismatches, an OUT OF BALANCE or   *
      * CONTROL MISMATCH report, a live checkpoint, an integrity       *
      * ERROR, a broken log hash chain, or a missing/summary-less      *
      * batch log; AMBER for rejects,                                  *
      * duplicates, a batch step overrunning its norm or an integrity  *
      * WARN;                                                          *
      * GREEN otherwise. RETURN-CODE 8 / 4 / 0 in the same order so    *
      * the scheduler can page on it.                                  *
      * runstats_file=<path> run_step=<name> append this run's own     *
      * timing line for CFRUNTRD, as the other nightly programs do.    *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CFEODSUM.
           SELECT WORK-IN ASSIGN TO DYNAMIC WS-WORK-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.
           SELECT RUNSTATS-FILE ASSIGN TO DYNAMIC WS-RUNSTATS-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNSTATS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  WORK-IN.
       01  WORK-RECORD         PIC X(600).

       FD  RUNSTATS-FILE.
       01  RUNSTATS-RECORD     PIC X(200).

       WORKING-STORAGE SECTION.
       01  WS-WORK-NAME        PIC X(200) VALUE SPACES.
       01  WS-WORK-STATUS      PIC XX VALUE SPACES.
       01  WS-IMGREC-BROKEN    PIC X VALUE 'N'.
           88  WS-IMGREC-IS-BROKEN VALUE 'Y'.

      * the CFRUNTRD capture - a step running well over its
      * trailing average is the early warning before the window is
      * missed
       01  WS-TREND-FILE       PIC X(200) VALUE SPACES.
       01  WS-TREND-SEEN-FLAG  PIC X VALUE 'N'.
           88  WS-TREND-SEEN       VALUE 'Y'.
       01  WS-TREND-OVERRUNS   PIC 9(3) VALUE ZEROS.
       01  WS-OR-COUNT         PIC 9(2) VALUE ZEROS.
       01  WS-OR-IDX           PIC 9(2) VALUE ZEROS.
       01  WS-OR-TABLE.
           05  WS-OR-ENTRY OCCURS 20 TIMES.
               10  WS-OR-STEP      PIC X(20).
               10  WS-OR-PROGRAM   PIC X(10).

      * the CFINTEG capture - its rows carry their own severity, so
      * the night reads the weekly verdict the way CFINTEG's return
      * code gave it
       01  WS-INTEG-FILE       PIC X(200) VALUE SPACES.
       01  WS-INTEG-SEEN-FLAG  PIC X VALUE 'N'.
           88  WS-INTEG-SEEN       VALUE 'Y'.
       01  WS-INTEG-ERRORS     PIC 9(7) VALUE ZEROS.
       01  WS-INTEG-WARNS      PIC 9(7) VALUE ZEROS.

      * the CFCHAIN captures - one verdict line per log walked
       01  WS-CHAIN-FILE       PIC X(200) VALUE SPACES.
       01  WS-CHAIN-SEEN-FLAG  PIC X VALUE 'N'.
           88  WS-CHAIN-SEEN       VALUE 'Y'.
       01  WS-CHAIN-INTACT     PIC 9(3) VALUE ZEROS.
       01  WS-CHAIN-BROKEN     PIC 9(3) VALUE ZEROS.

       01  WS-OVERALL          PIC X(5) VALUE 'GREEN'.
       01  WS-ATTENTION        PIC X(60) VALUE SPACES.
       01  WS-CNT-D            PIC Z(6)9.
       01  WS-AMT-D            PIC -(15).99.
       01  WS-OUT              PIC X(200) VALUE SPACES.

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
           IF FUNCTION TRIM(WS-IMGREC-FILE) NOT = SPACES
               PERFORM 4800-READ-IMAGE-RECON
           END-IF
           IF FUNCTION TRIM(WS-TREND-FILE) NOT = SPACES
               PERFORM 4900-READ-RUN-TREND
           END-IF
           IF FUNCTION TRIM(WS-INTEG-FILE) NOT = SPACES
               PERFORM 4700-READ-INTEGRITY
           END-IF
           IF FUNCTION TRIM(WS-CHAIN-FILE) NOT = SPACES
               PERFORM 4960-READ-CHAIN-CHECK
           END-IF
           PERFORM 6000-JUDGE-OVERALL
           PERFORM 9000-PRINT-SUMMARY
           EVALUATE WS-OVERALL
               WHEN 'AMBER'
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE
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
                   WHEN 'batch_log'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-BATCH-LOG
                   WHEN 'image_recon_file'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-IMGREC-FILE
                   WHEN 'integrity_file'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-INTEG-FILE
                   WHEN 'runtrend_file'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-TREND-FILE
                   WHEN 'chain_check_file'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-CHAIN-FILE
               END-EVALUATE
           END-IF.

               READ WORK-IN INTO WORK-RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-RS-RECORDS
                       IF WORK-RECORD(1:8) = 'SUMMARY,'
                           MOVE 'Y' TO WS-BATCH-SEEN-FLAG
                           PERFORM 1100-PARSE-BATCH-SUMMARY
               READ WORK-IN INTO WORK-RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-RS-RECORDS
                       IF FUNCTION TRIM(WORK-RECORD) NOT = SPACES
                           ADD 1 TO WS-REJ-LINES
                       END-IF
               READ WORK-IN INTO WORK-RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-RS-RECORDS
                       IF WORK-RECORD(1:8) = 'SUMMARY,'
                           MOVE 'Y' TO WS-RECON-SEEN-FLAG
                           PERFORM 3100-PARSE-RECON-SUMMARY
               READ WORK-IN INTO WORK-RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-RS-RECORDS
                       PERFORM 4100-SCAN-REPORT-LINE
               END-READ
           END-PERFORM
               READ WORK-IN INTO WORK-RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-RS-RECORDS
                       IF FUNCTION TRIM(WORK-RECORD) NOT = SPACES
                           MOVE 'Y' TO WS-CKPT-LIVE-FLAG
                       END-IF
               READ WORK-IN INTO WORK-RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-RS-RECORDS
                       PERFORM 4600-SCAN-SCHED-LINE
               END-READ
           END-PERFORM
               END-IF
           END-IF.

      * the CFINTEG capture - one row per broken reference, each
      * carrying "severity":"ERROR" or "severity":"WARN"
       4700-READ-INTEGRITY.
           MOVE WS-INTEG-FILE TO WS-WORK-NAME
           OPEN INPUT WORK-IN
           IF WS-WORK-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-INTEG-SEEN-FLAG
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ WORK-IN INTO WORK-RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-RS-RECORDS
                       PERFORM 4750-SCAN-INTEGRITY-LINE
               END-READ
           END-PERFORM
           CLOSE WORK-IN.

       4750-SCAN-INTEGRITY-LINE.
           MOVE ZERO TO WS-POS
           INSPECT WORK-RECORD TALLYING WS-POS
               FOR CHARACTERS BEFORE INITIAL '"severity":"ERROR"'
           IF WS-POS < 600
               ADD 1 TO WS-INTEG-ERRORS
           END-IF
           MOVE ZERO TO WS-POS
           INSPECT WORK-RECORD TALLYING WS-POS
               FOR CHARACTERS BEFORE INITIAL '"severity":"WARN"'
           IF WS-POS < 600
               ADD 1 TO WS-INTEG-WARNS
           END-IF.

      * the CFIMAGE reconcile verdict - the last IMAGE-RECONCILE
      * line in the capture decides
       4800-READ-IMAGE-RECON.
               READ WORK-IN INTO WORK-RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-RS-RECORDS
                       IF WORK-RECORD(1:16) = 'IMAGE-RECONCILE '
                           MOVE ZERO TO WS-POS
                           INSPECT WORK-RECORD TALLYING WS-POS
           END-PERFORM
           CLOSE WORK-IN.

      * the CFRUNTRD capture - each overrunning step prints one
      * {"step":"X","program":"Y",...,"state":"OVERRUN"} line,
      * lifted by the same plain text scan as the calendar check
       4900-READ-RUN-TREND.
           MOVE WS-TREND-FILE TO WS-WORK-NAME
           OPEN INPUT WORK-IN
           IF WS-WORK-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-TREND-SEEN-FLAG
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ WORK-IN INTO WORK-RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-RS-RECORDS
                       PERFORM 4950-SCAN-TREND-LINE
               END-READ
           END-PERFORM
           CLOSE WORK-IN.

       4950-SCAN-TREND-LINE.
           MOVE ZERO TO WS-POS
           INSPECT WORK-RECORD TALLYING WS-POS
               FOR CHARACTERS BEFORE INITIAL '"state":"OVERRUN"'
           IF WS-POS < 600
               ADD 1 TO WS-TREND-OVERRUNS
               IF WS-OR-COUNT < 20
                   ADD 1 TO WS-OR-COUNT
                   MOVE SPACES TO WS-JS-F1 WS-JS-F2 WS-JS-F3
                       WS-JS-F4 WS-JS-F5 WS-JS-F6 WS-JS-F7 WS-JS-F8
                   UNSTRING WORK-RECORD DELIMITED BY '"'
                       INTO WS-JS-F1 WS-JS-F2 WS-JS-F3 WS-JS-F4
                            WS-JS-F5 WS-JS-F6 WS-JS-F7 WS-JS-F8
                   END-UNSTRING
                   MOVE WS-JS-F4 TO WS-OR-STEP(WS-OR-COUNT)
                   MOVE WS-JS-F8 TO WS-OR-PROGRAM(WS-OR-COUNT)
               END-IF
           END-IF.

      * the CFCHAIN captures - each log walked leaves one line
      * ending in "verdict":"INTACT" or "verdict":"BROKEN"
       4960-READ-CHAIN-CHECK.
           MOVE WS-CHAIN-FILE TO WS-WORK-NAME
           OPEN INPUT WORK-IN
           IF WS-WORK-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-CHAIN-SEEN-FLAG
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ WORK-IN INTO WORK-RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-RS-RECORDS
                       PERFORM 4970-SCAN-CHAIN-LINE
               END-READ
           END-PERFORM
           CLOSE WORK-IN.

       4970-SCAN-CHAIN-LINE.
           MOVE ZERO TO WS-POS
           INSPECT WORK-RECORD TALLYING WS-POS
               FOR CHARACTERS BEFORE INITIAL '"verdict":"BROKEN"'
           IF WS-POS < 600
               ADD 1 TO WS-CHAIN-BROKEN
           END-IF
           MOVE ZERO TO WS-POS
           INSPECT WORK-RECORD TALLYING WS-POS
               FOR CHARACTERS BEFORE INITIAL '"verdict":"INTACT"'
           IF WS-POS < 600
               ADD 1 TO WS-CHAIN-INTACT
           END-IF.

       6000-JUDGE-OVERALL.
           MOVE 'GREEN' TO WS-OVERALL
           MOVE 'tidak ada - malam yang tenang' TO WS-ATTENTION
               MOVE 'langkah jadwal kalender terlewat'
                   TO WS-ATTENTION
           END-IF
      * a step running well over its norm - not broken yet, but
      * the window will be if nobody looks
           IF WS-TREND-OVERRUNS > ZEROS
               MOVE 'AMBER' TO WS-OVERALL
               MOVE 'langkah batch jauh lebih lama dari rata-rata'
                   TO WS-ATTENTION
           END-IF
      * a settled item left behind on a purged account - untidy,
      * nothing is moving on it
           IF WS-INTEG-WARNS > ZEROS
               MOVE 'AMBER' TO WS-OVERALL
               MOVE 'sisa referensi ke rekening yang sudah dihapus'
                   TO WS-ATTENTION
           END-IF
           IF WS-RECON-MISMATCH > ZEROS
               MOVE 'RED' TO WS-OVERALL
               MOVE 'rekonsiliasi MISMATCH - hentikan posting'
               MOVE 'total master tidak rekonsiliasi dgn before-image'
                   TO WS-ATTENTION
           END-IF
      * a live item on a missing or CLOSED account, or hold totals
      * that no longer match the open holds, is money nobody can
      * account for - RED until a clean CFINTEG run
           IF WS-INTEG-ERRORS > ZEROS
               MOVE 'RED' TO WS-OVERALL
               MOVE 'integritas antar-file RUSAK - lihat CFINTEG'
                   TO WS-ATTENTION
           END-IF
      * a log whose hash chain no longer holds has been edited
      * outside the programs - nothing read from it can be trusted
           IF WS-CHAIN-BROKEN > ZEROS
               MOVE 'RED' TO WS-OVERALL
               MOVE 'rantai hash log RUSAK - log diubah, lihat CFCHAIN'
                   TO WS-ATTENTION
           END-IF
           IF WS-CKPT-IS-LIVE
               MOVE 'RED' TO WS-OVERALL
               MOVE 'checkpoint masih terisi - batch tidak selesai'
           ELSE
               DISPLAY 'Checkpoint     : bersih'
           END-IF
           IF WS-TREND-SEEN
               IF WS-TREND-OVERRUNS = ZEROS
                   DISPLAY 'Waktu batch    : semua langkah normal'
               ELSE
                   MOVE WS-TREND-OVERRUNS TO WS-CNT-D
                   DISPLAY 'Waktu batch    : '
                       FUNCTION TRIM(WS-CNT-D)
                       ' langkah MELEBIHI rata-rata:'
                   MOVE 1 TO WS-OR-IDX
                   PERFORM UNTIL WS-OR-IDX > WS-OR-COUNT
                       DISPLAY '  LAMBAT '
                           FUNCTION TRIM(WS-OR-STEP(WS-OR-IDX))
                           ' (' FUNCTION TRIM(WS-OR-PROGRAM(WS-OR-IDX))
                           ')'
                       ADD 1 TO WS-OR-IDX
                   END-PERFORM
               END-IF
           ELSE
               DISPLAY 'Waktu batch    : tidak dicek'
           END-IF
           IF WS-INTEG-SEEN
               IF WS-INTEG-ERRORS = ZEROS AND WS-INTEG-WARNS = ZEROS
                   DISPLAY 'Integritas     : semua referensi utuh'
               ELSE
                   MOVE WS-INTEG-ERRORS TO WS-CNT-D
                   DISPLAY 'Integritas     : RUSAK '
                       FUNCTION TRIM(WS-CNT-D) WITH NO ADVANCING
                   MOVE WS-INTEG-WARNS TO WS-CNT-D
                   DISPLAY ', peringatan ' FUNCTION TRIM(WS-CNT-D)
               END-IF
           ELSE
               DISPLAY 'Integritas     : tidak dicek'
           END-IF
           IF WS-IMGREC-SEEN
               IF WS-IMGREC-IS-BROKEN
                   DISPLAY 'Before-image   : TIDAK REKONSILIASI'
           ELSE
               DISPLAY 'Before-image   : tidak dicek'
           END-IF
           IF WS-CHAIN-SEEN
               IF WS-CHAIN-BROKEN = ZEROS
                   MOVE WS-CHAIN-INTACT TO WS-CNT-D
                   DISPLAY 'Rantai log     : utuh ('
                       FUNCTION TRIM(WS-CNT-D) ' log)'
               ELSE
                   MOVE WS-CHAIN-BROKEN TO WS-CNT-D
                   DISPLAY 'Rantai log     : RUSAK di '
                       FUNCTION TRIM(WS-CNT-D) ' log'
               END-IF
           ELSE
               DISPLAY 'Rantai log     : tidak dicek'
           END-IF
           DISPLAY
               '------------------------------------------------------'
           DISPLAY 'STATUS         : ' WS-OVERALL
           DISPLAY 'Perhatian      : ' FUNCTION TRIM(WS-ATTENTION)
           DISPLAY
               '======================================================'.

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
               MOVE 'CFEODSUM' TO WS-RS-STEP
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
               ' program=CFEODSUM start=' DELIMITED SIZE
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
