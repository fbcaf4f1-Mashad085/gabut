      *================================================================*
      * CFCHAIN.cbl - Log Hash-Chain Verification                      *
      * CFTRXVAL's audit log, the CFWALLET journal and the CFACCTMNT   *
      * trail are plain line files; every writer now ends each line    *
      * it appends in chain=, a running 18-digit hash over the chain   *
      * value of the line before it and the line's own text, and      *
      * keeps the last value written in the head file <log>.chain.     *
      * This program walks one log the way the chain was laid down:    *
      * first the log's generations in the CFARCHIVE catalog, oldest   *
      * first, each checked against the entry count and closing chain  *
      * value the catalog holds for it, then the live log, and last    *
      * the head file, whose value must be the one the live log ends   *
      * on - lines cut off the end leave the head pointing past them.  *
      * Every chained line's value is recomputed; an edited line, a    *
      * line put in or taken out, or an unchained line once the chain  *
      * has started is a broken link, and the walk stops at the first  *
      * one. Lines from before the log was chained carry no value and  *
      * are counted as such.                                           *
      * Args (key=value, any order):                                   *
      *   log=<path>       - required; the log to verify, named the    *
      *                      way CFARCHIVE was given it, so its        *
      *                      catalogued generations are found          *
      *   catalog=<path>   - default CFARCHIVE_CATALOG.DAT             *
      *   head_file=<path> - default <log>.chain                       *
      *   runstats_file=<path> run_step=<name> - append this run's     *
      *                      timing line, as the other nightly         *
      *                      programs do                               *
      * Output stdout: one JSON line - the log, generations walked,    *
      * lines read, chained and pre-chain lines, the closing chain     *
      * value and the verdict INTACT or BROKEN; a BROKEN verdict names *
      * the file, the line number in it and what is wrong. Several     *
      * runs captured into one file is what CFEODSUM's                 *
      * chain_check_file= reads.                                       *
      * RETURN-CODE 8 on BROKEN or a refused run (no log=, catalog    *
      * too large), 0 on INTACT.                                       *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CFCHAIN.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. LINUX.
       OBJECT-COMPUTER. LINUX.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WALK-FILE ASSIGN TO DYNAMIC WS-WALK-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WALK-STATUS.
           SELECT CATALOG-FILE ASSIGN TO DYNAMIC WS-CATALOG-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOG-STATUS.
           SELECT CHAIN-HEAD ASSIGN TO DYNAMIC WS-CHAIN-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHAIN-STATUS.
           SELECT RUNSTATS-FILE ASSIGN TO DYNAMIC WS-RUNSTATS-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNSTATS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  WALK-FILE.
       01  WALK-RECORD         PIC X(400).

       FD  CATALOG-FILE.
       01  CATALOG-RECORD      PIC X(300).

       FD  CHAIN-HEAD.
       01  CHAIN-HEAD-RECORD   PIC X(100).

       FD  RUNSTATS-FILE.
       01  RUNSTATS-RECORD     PIC X(200).

       WORKING-STORAGE SECTION.
       01  WS-LOG-FILE         PIC X(200) VALUE SPACES.
       01  WS-WALK-NAME        PIC X(220) VALUE SPACES.
       01  WS-WALK-STATUS      PIC XX VALUE SPACES.
       01  WS-CATALOG-FILE     PIC X(200)
                               VALUE 'CFARCHIVE_CATALOG.DAT'.
       01  WS-CATALOG-STATUS   PIC XX VALUE SPACES.
       01  WS-CHAIN-FILE       PIC X(210) VALUE SPACES.
       01  WS-CHAIN-STATUS     PIC XX VALUE SPACES.

       01  WS-ARG-COUNT        PIC 9(3) VALUE ZEROS.
       01  WS-ARG-IDX          PIC 9(3) VALUE ZEROS.
       01  WS-OPT-ARG          PIC X(200) VALUE SPACES.
       01  WS-FIELD-NAME       PIC X(30) VALUE SPACES.
       01  WS-FIELD-VAL        PIC X(200) VALUE SPACES.
       01  WS-POS              PIC 9(4) VALUE ZEROS.
       01  WS-EOF              PIC X VALUE 'N'.
       01  WS-REMAIN           PIC X(300) VALUE SPACES.
       01  WS-TOKEN            PIC X(250) VALUE SPACES.

      * the log's generations, in catalog (cutoff) order
       01  WS-GN-COUNT         PIC 9(4) VALUE ZEROS.
       01  WS-GN-IDX           PIC 9(4) VALUE ZEROS.
       01  WS-GN-TRUNC-FLAG    PIC X VALUE 'N'.
           88  WS-GN-IS-TRUNCATED  VALUE 'Y'.
       01  WS-GN-TABLE.
           05  WS-GN-ENTRY OCCURS 2000 TIMES.
               10  WS-GN-NAME      PIC X(220).
               10  WS-GN-ENTRIES   PIC 9(9).
               10  WS-GN-CHAIN     PIC X(18).
       01  WS-CT-GEN           PIC X(220) VALUE SPACES.
       01  WS-CT-LOG           PIC X(200) VALUE SPACES.
       01  WS-CT-ENTRIES       PIC 9(9) VALUE ZEROS.
       01  WS-CT-CHAIN         PIC X(18) VALUE SPACES.

      * the walk - the running chain value carries from one file to
      * the next exactly as the writers carried it
       01  WS-RUN-CHAIN        PIC 9(18) VALUE ZEROS.
       01  WS-STARTED-FLAG     PIC X VALUE 'N'.
           88  WS-CHAIN-STARTED    VALUE 'Y'.
       01  WS-BROKEN-FLAG      PIC X VALUE 'N'.
           88  WS-CHAIN-BROKEN     VALUE 'Y'.
       01  WS-FILE-LINES       PIC 9(9) VALUE ZEROS.
       01  WS-TOTAL-LINES      PIC 9(9) VALUE ZEROS.
       01  WS-CHAINED-LINES    PIC 9(9) VALUE ZEROS.
       01  WS-UNCHAINED-LINES  PIC 9(9) VALUE ZEROS.
       01  WS-GENS-WALKED      PIC 9(4) VALUE ZEROS.
       01  WS-BRK-FILE         PIC X(220) VALUE SPACES.
       01  WS-BRK-LINE         PIC 9(9) VALUE ZEROS.
       01  WS-BRK-PROBLEM      PIC X(80) VALUE SPACES.
       01  WS-HEAD-CHAIN       PIC X(18) VALUE SPACES.

      * one line's chain value recomputed the way the writers made it
       01  WS-CH-LINE          PIC X(400) VALUE SPACES.
       01  WS-CH-LEN           PIC 9(3) VALUE ZEROS.
       01  WS-CH-POS           PIC 9(3) VALUE ZEROS.
       01  WS-CH-STORED        PIC 9(18) VALUE ZEROS.
       01  WS-CH-A             PIC 9(12) VALUE ZEROS.
       01  WS-CH-B             PIC 9(12) VALUE ZEROS.
       01  WS-CH-VALUE         PIC 9(18) VALUE ZEROS.

       01  WS-CNT-D            PIC Z(8)9.
       01  WS-CNT2-D           PIC Z(8)9.
       01  WS-OUT              PIC X(800) VALUE SPACES.
       01  WS-OUT-PTR          PIC 9(4) VALUE ZEROS.

      * run statistics for the nightly batch window - with
      * runstats_file= given, one line (step, program, start, end,
      * elapsed seconds, records, return code) is appended at every
      * exit, so CFRUNTRD can say which step has grown;
      * the records counted are the log lines walked
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
           IF FUNCTION TRIM(WS-LOG-FILE) = SPACES
               DISPLAY '{"error":"Usage: cfchain log=<path> '
                   '[catalog=<path>] [head_file=<path>]"}'
               MOVE 8 TO RETURN-CODE
               PERFORM 9900-WRITE-RUN-STATS
               STOP RUN
           END-IF
           IF FUNCTION TRIM(WS-CHAIN-FILE) = SPACES
               STRING FUNCTION TRIM(WS-LOG-FILE) '.chain'
                   DELIMITED SIZE INTO WS-CHAIN-FILE
               END-STRING
           END-IF
           PERFORM 1000-LOAD-GENERATIONS
           IF WS-GN-IS-TRUNCATED
               DISPLAY '{"error":"archive catalog holds more than '
                   '2000 generations of this log"}'
               MOVE 8 TO RETURN-CODE
               PERFORM 9900-WRITE-RUN-STATS
               STOP RUN
           END-IF
           MOVE 1 TO WS-GN-IDX
           PERFORM UNTIL WS-GN-IDX > WS-GN-COUNT OR WS-CHAIN-BROKEN
               PERFORM 2000-WALK-GENERATION
               ADD 1 TO WS-GN-IDX
           END-PERFORM
           IF NOT WS-CHAIN-BROKEN
               PERFORM 3000-WALK-LIVE-LOG
           END-IF
           IF NOT WS-CHAIN-BROKEN
               PERFORM 4000-CHECK-HEAD
           END-IF
           PERFORM 9000-REPORT
           IF WS-CHAIN-BROKEN
               MOVE 8 TO RETURN-CODE
           END-IF
           MOVE WS-TOTAL-LINES TO WS-RS-RECORDS
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
                   WHEN 'log'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-LOG-FILE
                   WHEN 'catalog'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-CATALOG-FILE
                   WHEN 'head_file'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-CHAIN-FILE
               END-EVALUATE
           END-IF.

      *----------------------------------------------------------------
      * the catalog - only the generations cut from this log, kept
      * in the order CFARCHIVE keeps them, oldest cutoff first; no
      * catalog at all means nothing has been archived yet
      *----------------------------------------------------------------
       1000-LOAD-GENERATIONS.
           MOVE ZEROS TO WS-GN-COUNT
           OPEN INPUT CATALOG-FILE
           IF WS-CATALOG-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ CATALOG-FILE INTO CATALOG-RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM 1100-LOAD-ONE-GENERATION
               END-READ
           END-PERFORM
           CLOSE CATALOG-FILE.

       1100-LOAD-ONE-GENERATION.
           IF FUNCTION TRIM(CATALOG-RECORD) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-CT-GEN WS-CT-LOG WS-CT-CHAIN
           MOVE ZEROS TO WS-CT-ENTRIES
           MOVE FUNCTION TRIM(CATALOG-RECORD) TO WS-REMAIN
           PERFORM UNTIL FUNCTION TRIM(WS-REMAIN) = SPACES
               PERFORM 8100-EXTRACT-TOKEN
               IF FUNCTION TRIM(WS-TOKEN) NOT = SPACES
                   PERFORM 1200-PARSE-CATALOG-TOKEN
               END-IF
           END-PERFORM
           IF WS-CT-LOG NOT = WS-LOG-FILE
               EXIT PARAGRAPH
           END-IF
           IF WS-GN-COUNT >= 2000
               MOVE 'Y' TO WS-GN-TRUNC-FLAG
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-GN-COUNT
           MOVE WS-CT-GEN     TO WS-GN-NAME(WS-GN-COUNT)
           MOVE WS-CT-ENTRIES TO WS-GN-ENTRIES(WS-GN-COUNT)
           MOVE WS-CT-CHAIN   TO WS-GN-CHAIN(WS-GN-COUNT).

       1200-PARSE-CATALOG-TOKEN.
           MOVE ZERO TO WS-POS
           INSPECT WS-TOKEN TALLYING WS-POS FOR CHARACTERS BEFORE '='
           IF WS-POS > 0
               MOVE WS-TOKEN(1:WS-POS) TO WS-FIELD-NAME
               MOVE WS-TOKEN(WS-POS + 2:) TO WS-FIELD-VAL
               EVALUATE FUNCTION TRIM(WS-FIELD-NAME)
                   WHEN 'generation'
                       MOVE WS-TOKEN(WS-POS + 2:) TO WS-CT-GEN
                   WHEN 'log'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL) TO WS-CT-LOG
                   WHEN 'entries'
                       MOVE FUNCTION NUMVAL(WS-FIELD-VAL)
                           TO WS-CT-ENTRIES
                   WHEN 'chain'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-CT-CHAIN
               END-EVALUATE
           END-IF.

      *----------------------------------------------------------------
      * one archived generation - gone from disk, a different entry
      * count or a different closing value than the catalog recorded
      * when it was cut are all broken links
      *----------------------------------------------------------------
       2000-WALK-GENERATION.
           MOVE WS-GN-NAME(WS-GN-IDX) TO WS-WALK-NAME
           OPEN INPUT WALK-FILE
           IF WS-WALK-STATUS NOT = '00'
               MOVE WS-WALK-NAME TO WS-BRK-FILE
               MOVE ZEROS TO WS-BRK-LINE
               MOVE 'archived generation is missing'
                   TO WS-BRK-PROBLEM
               MOVE 'Y' TO WS-BROKEN-FLAG
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-GENS-WALKED
           PERFORM 2100-WALK-OPEN-FILE
           IF WS-CHAIN-BROKEN
               EXIT PARAGRAPH
           END-IF
           IF WS-FILE-LINES NOT = WS-GN-ENTRIES(WS-GN-IDX)
               MOVE WS-WALK-NAME TO WS-BRK-FILE
               MOVE WS-FILE-LINES TO WS-BRK-LINE
               MOVE 'entry count differs from the archive catalog'
                   TO WS-BRK-PROBLEM
               MOVE 'Y' TO WS-BROKEN-FLAG
               EXIT PARAGRAPH
           END-IF
           IF WS-GN-CHAIN(WS-GN-IDX) NOT = SPACES AND
                   WS-GN-CHAIN(WS-GN-IDX) NOT = WS-RUN-CHAIN
               MOVE WS-WALK-NAME TO WS-BRK-FILE
               MOVE WS-FILE-LINES TO WS-BRK-LINE
               MOVE 'closing chain differs from the archive catalog'
                   TO WS-BRK-PROBLEM
               MOVE 'Y' TO WS-BROKEN-FLAG
           END-IF.

      * the file already open on WALK-FILE, read to its end or to
      * the first broken link
       2100-WALK-OPEN-FILE.
           MOVE ZEROS TO WS-FILE-LINES
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ WALK-FILE INTO WALK-RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WALK-RECORD NOT = SPACES
                           PERFORM 2200-CHECK-ONE-LINE
                           IF WS-CHAIN-BROKEN
                               MOVE 'Y' TO WS-EOF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE WALK-FILE.

      * the tag is the last 25 characters of a chained line; the
      * text before it, chained from the value before, must come
      * to the value the tag holds
       2200-CHECK-ONE-LINE.
           ADD 1 TO WS-FILE-LINES
           ADD 1 TO WS-TOTAL-LINES
           MOVE WALK-RECORD TO WS-CH-LINE
           MOVE 400 TO WS-CH-LEN
           PERFORM UNTIL WS-CH-LEN = ZERO OR
                   WS-CH-LINE(WS-CH-LEN:1) NOT = SPACE
               SUBTRACT 1 FROM WS-CH-LEN
           END-PERFORM
           IF WS-CH-LEN < 25
               PERFORM 2300-UNCHAINED-LINE
               EXIT PARAGRAPH
           END-IF
           IF WS-CH-LINE(WS-CH-LEN - 24:7) NOT = ' chain=' OR
                   WS-CH-LINE(WS-CH-LEN - 17:18) IS NOT NUMERIC
               PERFORM 2300-UNCHAINED-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CH-LINE(WS-CH-LEN - 17:18) TO WS-CH-STORED
           SUBTRACT 25 FROM WS-CH-LEN
           PERFORM 8700-HASH-CHAIN-LINE
           IF WS-CH-VALUE NOT = WS-CH-STORED
               MOVE WS-WALK-NAME TO WS-BRK-FILE
               MOVE WS-FILE-LINES TO WS-BRK-LINE
               IF WS-CHAIN-STARTED
                   MOVE 'line does not chain from the line before it'
                       TO WS-BRK-PROBLEM
               ELSE
                   MOVE 'first chained line does not chain from zero'
                       TO WS-BRK-PROBLEM
               END-IF
               MOVE 'Y' TO WS-BROKEN-FLAG
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CH-VALUE TO WS-RUN-CHAIN
           MOVE 'Y' TO WS-STARTED-FLAG
           ADD 1 TO WS-CHAINED-LINES.

      * history from before the log was chained is only counted; a
      * line without a value once the chain is running is a break
       2300-UNCHAINED-LINE.
           IF WS-CHAIN-STARTED
               MOVE WS-WALK-NAME TO WS-BRK-FILE
               MOVE WS-FILE-LINES TO WS-BRK-LINE
               MOVE 'unchained line inside the chain'
                   TO WS-BRK-PROBLEM
               MOVE 'Y' TO WS-BROKEN-FLAG
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-UNCHAINED-LINES.

      * the live log carries on from the newest generation; no live
      * log is fine when everything has been archived
       3000-WALK-LIVE-LOG.
           MOVE WS-LOG-FILE TO WS-WALK-NAME
           OPEN INPUT WALK-FILE
           IF WS-WALK-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM 2100-WALK-OPEN-FILE.

      * the head file says where the last writer left the chain -
      * lines removed from the end of the live log show up here
       4000-CHECK-HEAD.
           OPEN INPUT CHAIN-HEAD
           IF WS-CHAIN-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO CHAIN-HEAD-RECORD
           READ CHAIN-HEAD
               AT END MOVE SPACES TO CHAIN-HEAD-RECORD
           END-READ
           CLOSE CHAIN-HEAD
           IF CHAIN-HEAD-RECORD(1:6) NOT = 'chain=' OR
                   CHAIN-HEAD-RECORD(7:18) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE CHAIN-HEAD-RECORD(7:18) TO WS-HEAD-CHAIN
           IF WS-HEAD-CHAIN NOT = WS-RUN-CHAIN
               MOVE WS-CHAIN-FILE TO WS-BRK-FILE
               MOVE ZEROS TO WS-BRK-LINE
               MOVE 'log ends short of the last chain value written'
                   TO WS-BRK-PROBLEM
               MOVE 'Y' TO WS-BROKEN-FLAG
           END-IF.

       8100-EXTRACT-TOKEN.
           MOVE ZERO TO WS-POS
           INSPECT WS-REMAIN TALLYING WS-POS FOR CHARACTERS BEFORE ' '
           IF WS-POS > 0
               MOVE WS-REMAIN(1:WS-POS) TO WS-TOKEN
               IF WS-POS < 299
                   MOVE WS-REMAIN(WS-POS + 2:) TO WS-REMAIN
                   MOVE FUNCTION TRIM(WS-REMAIN LEADING) TO WS-REMAIN
               ELSE
                   MOVE SPACES TO WS-REMAIN
               END-IF
           ELSE
               MOVE WS-REMAIN TO WS-TOKEN
               MOVE SPACES TO WS-REMAIN
           END-IF.

      * the same two lanes the writers fold every character into
       8700-HASH-CHAIN-LINE.
           DIVIDE WS-RUN-CHAIN BY 1000000000
               GIVING WS-CH-A REMAINDER WS-CH-B
           MOVE 1 TO WS-CH-POS
           PERFORM UNTIL WS-CH-POS > WS-CH-LEN
               COMPUTE WS-CH-A = FUNCTION MOD(WS-CH-A * 257
                   + FUNCTION ORD(WS-CH-LINE(WS-CH-POS:1)),
                   999999937)
               COMPUTE WS-CH-B = FUNCTION MOD(WS-CH-B * 263
                   + FUNCTION ORD(WS-CH-LINE(WS-CH-POS:1))
                   + WS-CH-POS, 999999929)
               ADD 1 TO WS-CH-POS
           END-PERFORM
           COMPUTE WS-CH-VALUE = WS-CH-A * 1000000000 + WS-CH-B.

       9000-REPORT.
           MOVE SPACES TO WS-OUT
           MOVE 1 TO WS-OUT-PTR
           MOVE WS-GENS-WALKED TO WS-CNT-D
           MOVE WS-TOTAL-LINES TO WS-CNT2-D
           STRING
               '{"log":"' DELIMITED SIZE
               FUNCTION TRIM(WS-LOG-FILE) DELIMITED SIZE
               '","generations":' DELIMITED SIZE
               FUNCTION TRIM(WS-CNT-D) DELIMITED SIZE
               ',"lines":' DELIMITED SIZE
               FUNCTION TRIM(WS-CNT2-D) DELIMITED SIZE
               INTO WS-OUT WITH POINTER WS-OUT-PTR
           END-STRING
           MOVE WS-CHAINED-LINES TO WS-CNT-D
           MOVE WS-UNCHAINED-LINES TO WS-CNT2-D
           STRING
               ',"chained":' DELIMITED SIZE
               FUNCTION TRIM(WS-CNT-D) DELIMITED SIZE
               ',"pre_chain":' DELIMITED SIZE
               FUNCTION TRIM(WS-CNT2-D) DELIMITED SIZE
               ',"closing_chain":"' DELIMITED SIZE
               WS-RUN-CHAIN DELIMITED SIZE
               INTO WS-OUT WITH POINTER WS-OUT-PTR
           END-STRING
           IF NOT WS-CHAIN-BROKEN
               STRING
                   '","verdict":"INTACT"}' DELIMITED SIZE
                   INTO WS-OUT WITH POINTER WS-OUT-PTR
               END-STRING
               DISPLAY FUNCTION TRIM(WS-OUT)
               EXIT PARAGRAPH
           END-IF
           MOVE WS-BRK-LINE TO WS-CNT-D
           STRING
               '","verdict":"BROKEN","file":"' DELIMITED SIZE
               FUNCTION TRIM(WS-BRK-FILE) DELIMITED SIZE
               '","line":' DELIMITED SIZE
               FUNCTION TRIM(WS-CNT-D) DELIMITED SIZE
               ',"problem":"' DELIMITED SIZE
               FUNCTION TRIM(WS-BRK-PROBLEM) DELIMITED SIZE
               '"}' DELIMITED SIZE
               INTO WS-OUT WITH POINTER WS-OUT-PTR
           END-STRING
           DISPLAY FUNCTION TRIM(WS-OUT).

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
               MOVE 'CFCHAIN' TO WS-RS-STEP
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
               ' program=CFCHAIN start=' DELIMITED SIZE
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
