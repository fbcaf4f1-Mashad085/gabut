      *                         live entries after the rotation, so a  *
      *                         cutover cannot leave the index         *
      *                         pointing at archived history           *
      *   catalog=<path>      - the archive catalog, default           *
      *                         CFARCHIVE_CATALOG.DAT: one line per    *
      *                         generation written - its location,     *
      *                         the log it came from, the cutoff, the  *
      *                         first and last entry date, the entry   *
      *                         count, the amount total and the hash   *
      *                         total - all read back off the archive  *
      *                         file itself once written, so a rerun   *
      *                         that appends to a generation restates  *
      *                         its line. CFSTMT, CFPASSBK, CFREPLAY   *
      *                         and CFTAXCRT pull the generations a    *
      *                         date range needs from it and check     *
      *                         each one's count and hash on the way   *
      *                         in. The hash total is, per line, every *
      *                         non-blank character's ordinal in the   *
      *                         collating sequence times its column,   *
      *                         summed over the file and kept to the   *
      *                         low 18 digits. A chained log's         *
      *                         generation also carries chain=, the    *
      *                         value its last line closes on, which   *
      *                         CFCHAIN checks the generation and the  *
      *                         live log after it against.             *
      * Output stdout: one summary line per file with the archived     *
      * and kept counts and the archived amount total, echoed into     *
      * the dated archive summary file <audit_log>.<YYYYMMDD>.sum so   *
      * the period's paperwork stays next to the archive itself.       *
      * Each generation catalogued is echoed as its catalog line.      *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CFARCHIVE.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AX-KEY
               FILE STATUS IS WS-AUDIDX-STATUS.
           SELECT CATALOG-FILE ASSIGN TO DYNAMIC WS-CATALOG-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-INDEX.
           COPY CF-AUDIDX.

       FD  CATALOG-FILE.
       01  CATALOG-RECORD      PIC X(300).

       WORKING-STORAGE SECTION.
       01  WS-AUDIT-FILE       PIC X(200) VALUE 'CFTRXVAL_AUDIT.LOG'.
       01  WS-AUDIT-STATUS     PIC XX VALUE SPACES.
       01  WS-CNT2-D           PIC Z(6)9.
       01  WS-AMT-D            PIC Z(15).99.
       01  WS-REPORT-LABEL     PIC X(200) VALUE SPACES.

      * archive catalog - the whole file in cutoff order, each
      * generation's line restated from the archive file as it
      * stands after this run
       01  WS-CATALOG-FILE     PIC X(200)
                               VALUE 'CFARCHIVE_CATALOG.DAT'.
       01  WS-CATALOG-STATUS   PIC XX VALUE SPACES.
       01  WS-CL-COUNT         PIC 9(4) VALUE ZEROS.
       01  WS-CL-IDX           PIC 9(4) VALUE ZEROS.
       01  WS-CL-SHIFT         PIC 9(4) VALUE ZEROS.
       01  WS-CL-TRUNC-FLAG    PIC X VALUE 'N'.
           88  WS-CL-IS-TRUNCATED  VALUE 'Y'.
       01  WS-CL-TABLE.
           05  WS-CL-ENTRY OCCURS 2000 TIMES.
               10  WS-CL-LINE      PIC X(300).
               10  WS-CL-GEN       PIC X(220).
               10  WS-CL-CUTOFF    PIC X(8).
       01  WS-CT-LINE          PIC X(300) VALUE SPACES.
       01  WS-CT-GEN           PIC X(220) VALUE SPACES.
       01  WS-CT-CUTOFF        PIC X(8) VALUE SPACES.

      * one generation measured - A audit log, T txn_ref log
       01  WS-GEN-KIND         PIC X VALUE SPACE.
           88  WS-GEN-IS-AUDIT     VALUE 'A'.
       01  WS-GEN-COUNT        PIC 9(9) VALUE ZEROS.
       01  WS-GEN-AMOUNT       PIC 9(15)V99 VALUE ZEROS.
       01  WS-GEN-DATE         PIC X(8) VALUE SPACES.
       01  WS-GEN-FROM-YMD     PIC X(8) VALUE SPACES.
       01  WS-GEN-TO-YMD       PIC X(8) VALUE SPACES.
       01  WS-GEN-CNT-D        PIC Z(8)9.
      * the closing chain value - the chain= tag ending the last
      * chained line of the generation
       01  WS-GEN-CHAIN        PIC X(18) VALUE SPACES.
       01  WS-GEN-LEN          PIC 9(3) VALUE ZEROS.
       01  WS-CT-PTR           PIC 9(3) VALUE ZEROS.
      * a kept entry ahead of an archived one - the cut is not a
      * clean prefix of the log and the chain will not follow it
       01  WS-AL-KEPT-SEEN     PIC X VALUE 'N'.
           88  WS-AL-HAS-KEPT      VALUE 'Y'.
       01  WS-AL-ORDER-FLAG    PIC X VALUE 'N'.
           88  WS-AL-OUT-OF-ORDER  VALUE 'Y'.

      * the generation hash total
       01  WS-HX-LINE          PIC X(300) VALUE SPACES.
       01  WS-HX-POS           PIC 9(4) VALUE ZEROS.
       01  WS-HX-LINE-SUM      PIC 9(9) VALUE ZEROS.
       01  WS-HX-WORK          PIC 9(20) VALUE ZEROS.
       01  WS-HX-TOTAL         PIC 9(18) VALUE ZEROS.
       01  WS-OUT              PIC X(400) VALUE SPACES.

       PROCEDURE DIVISION.
           IF FUNCTION TRIM(WS-CUTOFF-DATE) = SPACES
               DISPLAY 'Usage: cfarchive cutoff=YYYY-MM-DD '
                   '[audit_log=<path>] [txn_ref_log=<path>] '
                   '[retention_days=N] [audit_index=<path>] '
                   '[catalog=<path>]'
               STOP RUN
           END-IF
           STRING WS-CUTOFF-DATE(1:4) WS-CUTOFF-DATE(6:2)
                   WHEN 'audit_index'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-AUDIDX-FILE
                   WHEN 'catalog'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-CATALOG-FILE
               END-EVALUATE
           END-IF.

               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-AL-OUT-OF-ORDER
               DISPLAY 'WARNING: entries stamped on or before the '
                   'cutoff follow entries kept live - the hash chain '
                   'will not verify across this cut'
           END-IF
           MOVE SPACES TO WS-ARCHIVE-NAME
           STRING FUNCTION TRIM(WS-AUDIT-FILE) '.' WS-CUTOFF-YMD
               DELIMITED SIZE INTO WS-ARCHIVE-NAME
           END-PERFORM
           CLOSE AUDIT-LOG
           MOVE WS-AUDIT-FILE TO WS-REPORT-LABEL
           MOVE 'A' TO WS-GEN-KIND
           PERFORM 4000-CATALOG-GENERATION
           PERFORM 9000-REPORT-ONE-FILE.

       1100-CLASSIFY-AUDIT-ENTRY.
           MOVE AUDIT-RECORD TO WS-AL-LINE(WS-AL-COUNT)
           IF WS-IN-TS(1:8) > WS-CUTOFF-YMD
               MOVE 'Y' TO WS-AL-KEEP-FLAG(WS-AL-COUNT)
               MOVE 'Y' TO WS-AL-KEPT-SEEN
               ADD 1 TO WS-KEEP-COUNT
           ELSE
               IF WS-AL-HAS-KEPT
                   MOVE 'Y' TO WS-AL-ORDER-FLAG
               END-IF
               MOVE 'N' TO WS-AL-KEEP-FLAG(WS-AL-COUNT)
               ADD 1 TO WS-ARCH-COUNT
               ADD WS-IN-AMOUNT TO WS-ARCH-AMOUNT
           END-PERFORM
           CLOSE TXNREF-LOG
           MOVE WS-TXNREF-FILE TO WS-REPORT-LABEL
           MOVE 'T' TO WS-GEN-KIND
           PERFORM 4000-CATALOG-GENERATION
           PERFORM 9000-REPORT-ONE-FILE.

       2100-CLASSIFY-TXNREF-ENTRY.
               ADD 1 TO WS-ARCH-COUNT
           END-IF.

      *----------------------------------------------------------------
      * archive catalog - the generation just written is read back
      * whole (a rerun at the same cutoff appends to it) and its
      * line in the catalog replaced, or inserted in cutoff order;
      * an empty generation is not catalogued, there is nothing in
      * it for a reader to need
      *----------------------------------------------------------------
       4000-CATALOG-GENERATION.
           PERFORM 4100-MEASURE-GENERATION
           IF WS-GEN-COUNT = ZEROS
               EXIT PARAGRAPH
           END-IF
           PERFORM 4200-LOAD-CATALOG
           MOVE 1 TO WS-CL-IDX
           PERFORM UNTIL WS-CL-IDX > WS-CL-COUNT OR
                   WS-CL-GEN(WS-CL-IDX) = WS-ARCHIVE-NAME
               ADD 1 TO WS-CL-IDX
           END-PERFORM
           IF WS-CL-IDX > WS-CL-COUNT
               PERFORM 4300-INSERT-GENERATION
           END-IF
           IF WS-CL-IS-TRUNCATED
               DISPLAY 'ERROR: archive catalog holds more than 2000 '
                   'generations - ' FUNCTION TRIM(WS-ARCHIVE-NAME)
                   ' not catalogued'
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-GEN-FROM-YMD = SPACES
               MOVE '00000000' TO WS-GEN-FROM-YMD
           END-IF
           IF WS-GEN-TO-YMD = SPACES
               MOVE WS-CUTOFF-YMD TO WS-GEN-TO-YMD
           END-IF
           MOVE WS-GEN-COUNT  TO WS-GEN-CNT-D
           MOVE WS-GEN-AMOUNT TO WS-AMT-D
           MOVE SPACES TO WS-CT-LINE
           STRING
               'generation=' DELIMITED SIZE
               FUNCTION TRIM(WS-ARCHIVE-NAME) DELIMITED SIZE
               ' log=' DELIMITED SIZE
               FUNCTION TRIM(WS-REPORT-LABEL) DELIMITED SIZE
               ' cutoff=' DELIMITED SIZE
               WS-CUTOFF-YMD DELIMITED SIZE
               ' from=' DELIMITED SIZE
               WS-GEN-FROM-YMD DELIMITED SIZE
               ' to=' DELIMITED SIZE
               WS-GEN-TO-YMD DELIMITED SIZE
               ' entries=' DELIMITED SIZE
               FUNCTION TRIM(WS-GEN-CNT-D) DELIMITED SIZE
               ' amount=' DELIMITED SIZE
               FUNCTION TRIM(WS-AMT-D) DELIMITED SIZE
               ' hash=' DELIMITED SIZE
               WS-HX-TOTAL DELIMITED SIZE
               INTO WS-CT-LINE
           END-STRING
           MOVE 1 TO WS-CT-PTR
           INSPECT WS-CT-LINE TALLYING WS-CT-PTR
               FOR CHARACTERS BEFORE INITIAL '  '
           IF WS-GEN-CHAIN NOT = SPACES
               STRING ' chain=' WS-GEN-CHAIN DELIMITED SIZE
                   INTO WS-CT-LINE WITH POINTER WS-CT-PTR
               END-STRING
           END-IF
           STRING
               ' written=' DELIMITED SIZE
               FUNCTION CURRENT-DATE(1:8) DELIMITED SIZE
               INTO WS-CT-LINE WITH POINTER WS-CT-PTR
           END-STRING
           MOVE WS-CT-LINE      TO WS-CL-LINE(WS-CL-IDX)
           MOVE WS-ARCHIVE-NAME TO WS-CL-GEN(WS-CL-IDX)
           MOVE WS-CUTOFF-YMD   TO WS-CL-CUTOFF(WS-CL-IDX)
           PERFORM 4400-REWRITE-CATALOG
           DISPLAY 'catalogued ' FUNCTION TRIM(WS-CT-LINE).

       4100-MEASURE-GENERATION.
           MOVE ZEROS TO WS-GEN-COUNT WS-GEN-AMOUNT WS-HX-TOTAL
           MOVE SPACES TO WS-GEN-FROM-YMD WS-GEN-TO-YMD WS-GEN-CHAIN
           OPEN INPUT ARCHIVE-OUT
           IF WS-ARCHIVE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ ARCHIVE-OUT INTO ARCHIVE-RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM 4110-MEASURE-ONE-LINE
               END-READ
           END-PERFORM
           CLOSE ARCHIVE-OUT
           MOVE 'N' TO WS-EOF.

      * the date an archived line carries - the audit entry's ts, or
      * the date a txn_ref was first seen; an undated line counts
      * and hashes but leaves the range alone
       4110-MEASURE-ONE-LINE.
           ADD 1 TO WS-GEN-COUNT
           MOVE ARCHIVE-RECORD TO WS-HX-LINE
           PERFORM 8700-HASH-ONE-LINE
           MOVE SPACES TO WS-GEN-DATE
           IF WS-GEN-IS-AUDIT
               PERFORM 4120-PICK-UP-CHAIN
               MOVE SPACES TO WS-IN-TS
               MOVE ZEROS TO WS-IN-AMOUNT
               MOVE FUNCTION TRIM(ARCHIVE-RECORD) TO WS-REMAIN
               PERFORM UNTIL FUNCTION TRIM(WS-REMAIN) = SPACES
                   PERFORM 8100-EXTRACT-TOKEN
                   IF FUNCTION TRIM(WS-TOKEN) NOT = SPACES
                       PERFORM 1200-PARSE-AUDIT-TOKEN
                   END-IF
               END-PERFORM
               MOVE WS-IN-TS(1:8) TO WS-GEN-DATE
               ADD WS-IN-AMOUNT TO WS-GEN-AMOUNT
           ELSE
               MOVE SPACES TO WS-TR-REF-TOKEN WS-TR-DATE-TOKEN
               UNSTRING ARCHIVE-RECORD DELIMITED BY ' '
                   INTO WS-TR-REF-TOKEN WS-TR-DATE-TOKEN
               END-UNSTRING
               MOVE WS-TR-DATE-TOKEN(1:8) TO WS-GEN-DATE
           END-IF
           IF WS-GEN-DATE IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           IF WS-GEN-FROM-YMD = SPACES OR
                   WS-GEN-DATE < WS-GEN-FROM-YMD
               MOVE WS-GEN-DATE TO WS-GEN-FROM-YMD
           END-IF
           IF WS-GEN-TO-YMD = SPACES OR
                   WS-GEN-DATE > WS-GEN-TO-YMD
               MOVE WS-GEN-DATE TO WS-GEN-TO-YMD
           END-IF.

      * the tag is the last 25 characters of a chained line
       4120-PICK-UP-CHAIN.
           MOVE 300 TO WS-GEN-LEN
           PERFORM UNTIL WS-GEN-LEN = ZERO OR
                   ARCHIVE-RECORD(WS-GEN-LEN:1) NOT = SPACE
               SUBTRACT 1 FROM WS-GEN-LEN
           END-PERFORM
           IF WS-GEN-LEN < 25
               EXIT PARAGRAPH
           END-IF
           IF ARCHIVE-RECORD(WS-GEN-LEN - 24:7) = ' chain=' AND
                   ARCHIVE-RECORD(WS-GEN-LEN - 17:18) IS NUMERIC
               MOVE ARCHIVE-RECORD(WS-GEN-LEN - 17:18) TO WS-GEN-CHAIN
           END-IF.

       4200-LOAD-CATALOG.
           MOVE ZEROS TO WS-CL-COUNT
           MOVE 'N' TO WS-CL-TRUNC-FLAG
           OPEN INPUT CATALOG-FILE
           IF WS-CATALOG-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ CATALOG-FILE INTO CATALOG-RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM 4210-LOAD-ONE-CATALOG-LINE
               END-READ
           END-PERFORM
           CLOSE CATALOG-FILE
           MOVE 'N' TO WS-EOF.

       4210-LOAD-ONE-CATALOG-LINE.
           IF FUNCTION TRIM(CATALOG-RECORD) = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-CL-COUNT >= 2000
               MOVE 'Y' TO WS-CL-TRUNC-FLAG
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-CT-GEN WS-CT-CUTOFF
           MOVE FUNCTION TRIM(CATALOG-RECORD) TO WS-REMAIN
           PERFORM UNTIL FUNCTION TRIM(WS-REMAIN) = SPACES
               PERFORM 8100-EXTRACT-TOKEN
               IF FUNCTION TRIM(WS-TOKEN) NOT = SPACES
                   PERFORM 4220-PARSE-CATALOG-TOKEN
               END-IF
           END-PERFORM
           ADD 1 TO WS-CL-COUNT
           MOVE CATALOG-RECORD TO WS-CL-LINE(WS-CL-COUNT)
           MOVE WS-CT-GEN      TO WS-CL-GEN(WS-CL-COUNT)
           MOVE WS-CT-CUTOFF   TO WS-CL-CUTOFF(WS-CL-COUNT).

       4220-PARSE-CATALOG-TOKEN.
           MOVE ZERO TO WS-POS
           INSPECT WS-TOKEN TALLYING WS-POS FOR CHARACTERS BEFORE '='
           IF WS-POS > 0
               MOVE WS-TOKEN(1:WS-POS) TO WS-FIELD-NAME
               MOVE WS-TOKEN(WS-POS + 2:) TO WS-FIELD-VAL
               EVALUATE FUNCTION TRIM(WS-FIELD-NAME)
                   WHEN 'generation'
                       MOVE WS-TOKEN(WS-POS + 2:) TO WS-CT-GEN
                   WHEN 'cutoff'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-CT-CUTOFF
               END-EVALUATE
           END-IF.

      * a new generation goes in ahead of the first one cut at a
      * later date, so the catalog reads oldest first even when an
      * earlier period is archived late
       4300-INSERT-GENERATION.
           IF WS-CL-COUNT >= 2000
               MOVE 'Y' TO WS-CL-TRUNC-FLAG
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-CL-IDX
           PERFORM UNTIL WS-CL-IDX > WS-CL-COUNT OR
                   WS-CL-CUTOFF(WS-CL-IDX) > WS-CUTOFF-YMD
               ADD 1 TO WS-CL-IDX
           END-PERFORM
           MOVE WS-CL-COUNT TO WS-CL-SHIFT
           PERFORM UNTIL WS-CL-SHIFT < WS-CL-IDX
               MOVE WS-CL-ENTRY(WS-CL-SHIFT)
                   TO WS-CL-ENTRY(WS-CL-SHIFT + 1)
               SUBTRACT 1 FROM WS-CL-SHIFT
           END-PERFORM
           ADD 1 TO WS-CL-COUNT.

       4400-REWRITE-CATALOG.
           OPEN OUTPUT CATALOG-FILE
           IF WS-CATALOG-STATUS NOT = '00'
               DISPLAY 'ERROR: cannot write archive catalog: '
                   FUNCTION TRIM(WS-CATALOG-FILE)
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-CL-IDX
           PERFORM UNTIL WS-CL-IDX > WS-CL-COUNT
               MOVE WS-CL-LINE(WS-CL-IDX) TO CATALOG-RECORD
               WRITE CATALOG-RECORD
               ADD 1 TO WS-CL-IDX
           END-PERFORM
           CLOSE CATALOG-FILE.

       8100-EXTRACT-TOKEN.
           MOVE ZERO TO WS-POS
           INSPECT WS-REMAIN TALLYING WS-POS FOR CHARACTERS BEFORE ' '
           MOVE WS-OUT TO SUMMARY-RECORD
           WRITE SUMMARY-RECORD
           CLOSE SUMMARY-OUT.

      * the hash total: each non-blank character's ordinal times its
      * column, summed over the line, added in and kept to 18 digits
       8700-HASH-ONE-LINE.
           MOVE ZEROS TO WS-HX-LINE-SUM
           MOVE 1 TO WS-HX-POS
           PERFORM UNTIL WS-HX-POS > 300
               IF WS-HX-LINE(WS-HX-POS:1) NOT = SPACE
                   COMPUTE WS-HX-LINE-SUM = WS-HX-LINE-SUM
                       + FUNCTION ORD(WS-HX-LINE(WS-HX-POS:1))
                       * WS-HX-POS
               END-IF
               ADD 1 TO WS-HX-POS
           END-PERFORM
           COMPUTE WS-HX-WORK = WS-HX-TOTAL + WS-HX-LINE-SUM
           MOVE WS-HX-WORK TO WS-HX-TOTAL.
