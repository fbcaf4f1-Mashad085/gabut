      *   action=REPRINT - account_ref= prints the whole history for   *
      *                    a replacement book; confirm=Y resets the    *
      *                    pointer to the full count                   *
      *   from=YYYY-MM-DD to=YYYY-MM-DD - only entries stamped inside  *
      *                    the range are printed, both ends optional - *
      *                    a REPRINT from= the first date of the lost  *
      *                    book's last page                            *
      *   audit_log=<path>    - default CFTRXVAL_AUDIT.LOG             *
      *   catalog=<path>      - CFARCHIVE's archive catalog, default   *
      *                         CFARCHIVE_CATALOG.DAT: entries already *
      *                         rotated out of the live log are read   *
      *                         back from the generations the book     *
      *                         needs - from the pointer's date on a   *
      *                         PRINT, from from= when given, the      *
      *                         whole history for a REPRINT or a book  *
      *                         never printed - each checked against   *
      *                         the catalog's count and hash; a        *
      *                         missing or altered generation stops    *
      *                         the print rather than skip lines       *
      *   audit_index=<path>  - CFTRXVAL's keyed sidecar: seek the     *
      *                         ref's entries instead of scanning      *
      *   pointer_file=<path> - default CFPASSBK_PTR.DAT               *
           SELECT PRINTER-OUT ASSIGN TO DYNAMIC WS-PRINTER-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINTER-STATUS.
           SELECT CATALOG-FILE ASSIGN TO DYNAMIC WS-CATALOG-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOG-STATUS.
           SELECT ARCHIVE-LOG ASSIGN TO DYNAMIC WS-GEN-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GEN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PRINTER-OUT.
       01  PRINTER-RECORD      PIC X(80).

       FD  CATALOG-FILE.
       01  CATALOG-RECORD      PIC X(300).

       FD  ARCHIVE-LOG.
       01  ARCHIVE-RECORD      PIC X(300).

       WORKING-STORAGE SECTION.
       01  WS-AUDIT-FILE       PIC X(200) VALUE 'CFTRXVAL_AUDIT.LOG'.
       01  WS-AUDIT-STATUS     PIC XX VALUE SPACES.
           88  WS-AX-AT-EOF        VALUE 'Y'.
       01  WS-TO-PRINTER-FLAG  PIC X VALUE 'N'.
           88  WS-TO-PRINTER       VALUE 'Y'.
       01  WS-FROM-DATE        PIC X(10) VALUE SPACES.
       01  WS-TO-DATE          PIC X(10) VALUE SPACES.
       01  WS-FROM-YMD         PIC X(8) VALUE SPACES.
       01  WS-TO-YMD           PIC X(8) VALUE SPACES.

      * the ref's OK entries in append order
       01  WS-AE-COUNT         PIC 9(6) VALUE ZEROS.
       01  WS-START-FROM       PIC 9(6) VALUE ZEROS.
       01  WS-PRINTED-COUNT    PIC 9(6) VALUE ZEROS.

      * CFARCHIVE's catalog - the generations rotated out of this
      * audit log that reach into the range asked for, read back
      * oldest first ahead of the live log, each one's entry count
      * and hash total checked against what the catalog recorded
       01  WS-CATALOG-FILE     PIC X(200)
                               VALUE 'CFARCHIVE_CATALOG.DAT'.
       01  WS-CATALOG-STATUS   PIC XX VALUE SPACES.
       01  WS-GEN-FILE         PIC X(220) VALUE SPACES.
       01  WS-GEN-STATUS       PIC XX VALUE SPACES.
       01  WS-GEN-FROM-YMD     PIC X(8) VALUE SPACES.
       01  WS-GEN-TO-YMD       PIC X(8) VALUE SPACES.
       01  WS-CG-COUNT         PIC 9(4) VALUE ZEROS.
       01  WS-CG-IDX           PIC 9(4) VALUE ZEROS.
       01  WS-CG-TRUNC-FLAG    PIC X VALUE 'N'.
           88  WS-CG-IS-TRUNCATED  VALUE 'Y'.
       01  WS-CG-TABLE.
           05  WS-CG-ENTRY OCCURS 2000 TIMES.
               10  WS-CG-FILE      PIC X(220).
               10  WS-CG-ENTRIES   PIC 9(9).
               10  WS-CG-HASH      PIC 9(18).
       01  WS-CT-GEN           PIC X(220) VALUE SPACES.
       01  WS-CT-LOG           PIC X(200) VALUE SPACES.
       01  WS-CT-FROM          PIC X(8) VALUE SPACES.
       01  WS-CT-TO            PIC X(8) VALUE SPACES.
       01  WS-CT-ENTRIES       PIC 9(9) VALUE ZEROS.
       01  WS-CT-HASH          PIC 9(18) VALUE ZEROS.
       01  WS-GEN-COUNT        PIC 9(9) VALUE ZEROS.
       01  WS-GEN-CNT-D        PIC Z(8)9.
       01  WS-GEN-CNT2-D       PIC Z(8)9.
       01  WS-HX-LINE          PIC X(300) VALUE SPACES.
       01  WS-HX-POS           PIC 9(4) VALUE ZEROS.
       01  WS-HX-LINE-SUM      PIC 9(9) VALUE ZEROS.
       01  WS-HX-WORK          PIC 9(20) VALUE ZEROS.
       01  WS-HX-TOTAL         PIC 9(18) VALUE ZEROS.

      * the passbook printer's fixed columns: date 1-8, code 10-21,
      * amount 23-36, running balance 38-51
       01  WS-PRINT-LINE.
               DISPLAY '{"error":"Usage: cfpassbk action=PRINT|'
                   'REPRINT account_ref=<ref> [confirm=Y] '
                   '[audit_log=<path>] [audit_index=<path>] '
                   '[pointer_file=<path>] [printer_file=<path>] '
                   '[from=YYYY-MM-DD] [to=YYYY-MM-DD] '
                   '[catalog=<path>]"}'
               STOP RUN
           END-IF
           IF FUNCTION TRIM(WS-AUDIDX-FILE) NOT = SPACES
           IF FUNCTION TRIM(WS-PRINTER-FILE) NOT = SPACES
               MOVE 'Y' TO WS-TO-PRINTER-FLAG
           END-IF
           PERFORM 0080-NORMALIZE-DATES
           PERFORM 1000-LOAD-POINTERS
           PERFORM 1400-PICK-GENERATION-RANGE
           PERFORM 8500-LOAD-CATALOG
           PERFORM 8600-READ-GENERATIONS
           IF WS-USE-INDEX
               PERFORM 2500-LOAD-REF-FROM-INDEX
           ELSE
                   WHEN 'printer_file'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-PRINTER-FILE
                   WHEN 'from'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-FROM-DATE
                   WHEN 'to'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL) TO WS-TO-DATE
                   WHEN 'catalog'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-CATALOG-FILE
               END-EVALUATE
           END-IF.

      * the audit timestamps are YYYYMMDD-HHMMSS, so the range
      * arguments are reduced to bare YYYYMMDD once up front
       0080-NORMALIZE-DATES.
           IF FUNCTION TRIM(WS-FROM-DATE) NOT = SPACES
               STRING WS-FROM-DATE(1:4) WS-FROM-DATE(6:2)
                      WS-FROM-DATE(9:2)
                   DELIMITED SIZE INTO WS-FROM-YMD
               END-STRING
           END-IF
           IF FUNCTION TRIM(WS-TO-DATE) NOT = SPACES
               STRING WS-TO-DATE(1:4) WS-TO-DATE(6:2) WS-TO-DATE(9:2)
                   DELIMITED SIZE INTO WS-TO-YMD
               END-STRING
           END-IF.

       1000-LOAD-POINTERS.
           OPEN INPUT POINTER-FILE
           IF WS-POINTER-STATUS NOT = '00'
               END-EVALUATE
           END-IF.

      * the archived generations the book needs - from from= when
      * given; otherwise a PRINT needs nothing older than the day of
      * the last line pasted in, and a REPRINT, or a book that has
      * never been printed, needs the whole history
       1400-PICK-GENERATION-RANGE.
           MOVE WS-FROM-YMD TO WS-GEN-FROM-YMD
           MOVE WS-TO-YMD   TO WS-GEN-TO-YMD
           IF WS-FROM-YMD NOT = SPACES OR
                   FUNCTION TRIM(WS-ACTION) = 'REPRINT'
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-PT-IDX
           PERFORM UNTIL WS-PT-IDX > WS-PT-COUNT
               IF WS-PT-REF(WS-PT-IDX) = WS-ACCOUNT-REF
                   MOVE WS-PT-LAST-TS(WS-PT-IDX)(1:8)
                       TO WS-GEN-FROM-YMD
               END-IF
               ADD 1 TO WS-PT-IDX
           END-PERFORM.

      * resume from the pointer's timestamp: every loaded entry at
      * or before it is already in the book - this holds even after
      * a CFARCHIVE rotation has removed the older entries, where an
                   FUNCTION TRIM(WS-IN-STATUS) NOT = 'OK'
               EXIT PARAGRAPH
           END-IF
           IF WS-FROM-YMD NOT = SPACES AND
                   WS-IN-TS(1:8) < WS-FROM-YMD
               EXIT PARAGRAPH
           END-IF
           IF WS-TO-YMD NOT = SPACES AND
                   WS-IN-TS(1:8) > WS-TO-YMD
               EXIT PARAGRAPH
           END-IF
           IF WS-AE-COUNT >= 100000
               MOVE 'Y' TO WS-AE-TRUNC-FLAG
               EXIT PARAGRAPH
           ELSE
               DISPLAY ',"pointer":"UNCHANGED - preview only"}'
           END-IF.

      *----------------------------------------------------------------
      * archive catalog - the generations CFARCHIVE rotated out of
      * this audit log whose dates reach into WS-GEN-FROM-YMD ..
      * WS-GEN-TO-YMD (either end open when blank), in catalog order
      * - oldest cutoff first - so that, read ahead of the live log,
      * file order is still timestamp order
      *----------------------------------------------------------------
       8500-LOAD-CATALOG.
           MOVE ZEROS TO WS-CG-COUNT
           OPEN INPUT CATALOG-FILE
           IF WS-CATALOG-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ CATALOG-FILE INTO CATALOG-RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM 8510-LOAD-ONE-GENERATION
               END-READ
           END-PERFORM
           CLOSE CATALOG-FILE
           MOVE 'N' TO WS-EOF.

       8510-LOAD-ONE-GENERATION.
           IF FUNCTION TRIM(CATALOG-RECORD) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-CT-GEN WS-CT-LOG WS-CT-FROM WS-CT-TO
           MOVE ZEROS TO WS-CT-ENTRIES WS-CT-HASH
           MOVE FUNCTION TRIM(CATALOG-RECORD) TO WS-REMAIN
           PERFORM UNTIL FUNCTION TRIM(WS-REMAIN) = SPACES
               PERFORM 8100-EXTRACT-TOKEN
               IF FUNCTION TRIM(WS-TOKEN) NOT = SPACES
                   PERFORM 8520-PARSE-CATALOG-TOKEN
               END-IF
           END-PERFORM
           IF WS-CT-LOG NOT = WS-AUDIT-FILE
               EXIT PARAGRAPH
           END-IF
           IF WS-GEN-FROM-YMD NOT = SPACES AND
                   WS-CT-TO < WS-GEN-FROM-YMD
               EXIT PARAGRAPH
           END-IF
           IF WS-GEN-TO-YMD NOT = SPACES AND
                   WS-CT-FROM > WS-GEN-TO-YMD
               EXIT PARAGRAPH
           END-IF
           IF WS-CG-COUNT >= 2000
               MOVE 'Y' TO WS-CG-TRUNC-FLAG
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CG-COUNT
           MOVE WS-CT-GEN     TO WS-CG-FILE(WS-CG-COUNT)
           MOVE WS-CT-ENTRIES TO WS-CG-ENTRIES(WS-CG-COUNT)
           MOVE WS-CT-HASH    TO WS-CG-HASH(WS-CG-COUNT).

       8520-PARSE-CATALOG-TOKEN.
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
                   WHEN 'from'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL) TO WS-CT-FROM
                   WHEN 'to'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL) TO WS-CT-TO
                   WHEN 'entries'
                       MOVE FUNCTION NUMVAL(WS-FIELD-VAL)
                           TO WS-CT-ENTRIES
                   WHEN 'hash'
                       MOVE WS-FIELD-VAL(1:18) TO WS-CT-HASH
               END-EVALUATE
           END-IF.

      * every generation is read whole through the same per-line
      * paragraph as the live log, counted and hashed as it goes; a
      * generation that is gone, or whose count or hash no longer
      * agrees with its catalog line, stops the run - a short
      * history is never passed off as a whole one
       8600-READ-GENERATIONS.
           IF WS-CG-IS-TRUNCATED
               DISPLAY '{"error":"Archive catalog holds more than '
                   '2000 generations - nothing produced"}'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 1 TO WS-CG-IDX
           PERFORM UNTIL WS-CG-IDX > WS-CG-COUNT
               PERFORM 8610-READ-ONE-GENERATION
               ADD 1 TO WS-CG-IDX
           END-PERFORM.

       8610-READ-ONE-GENERATION.
           MOVE WS-CG-FILE(WS-CG-IDX) TO WS-GEN-FILE
           OPEN INPUT ARCHIVE-LOG
           IF WS-GEN-STATUS NOT = '00'
               DISPLAY '{"error":"Archive generation '
                   FUNCTION TRIM(WS-GEN-FILE)
                   ' is catalogued but cannot be opened - history '
                   'would be short, nothing produced"}'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE ZEROS TO WS-GEN-COUNT WS-HX-TOTAL
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ ARCHIVE-LOG INTO ARCHIVE-RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-GEN-COUNT
                       MOVE ARCHIVE-RECORD TO WS-HX-LINE
                       PERFORM 8700-HASH-ONE-LINE
                       MOVE ARCHIVE-RECORD TO AUDIT-RECORD
                       PERFORM 2100-LOAD-ONE-ENTRY
               END-READ
           END-PERFORM
           CLOSE ARCHIVE-LOG
           MOVE 'N' TO WS-EOF
           IF WS-GEN-COUNT NOT = WS-CG-ENTRIES(WS-CG-IDX) OR
                   WS-HX-TOTAL NOT = WS-CG-HASH(WS-CG-IDX)
               MOVE WS-GEN-COUNT TO WS-GEN-CNT-D
               MOVE WS-CG-ENTRIES(WS-CG-IDX) TO WS-GEN-CNT2-D
               DISPLAY '{"error":"Archive generation '
                   FUNCTION TRIM(WS-GEN-FILE)
                   ' does not match its catalog line (entries '
                   FUNCTION TRIM(WS-GEN-CNT-D) ' read, '
                   FUNCTION TRIM(WS-GEN-CNT2-D) ' catalogued; hash '
                   WS-HX-TOTAL ' read, ' WS-CG-HASH(WS-CG-IDX)
                   ' catalogued) - altered or replaced, nothing '
                   'produced"}'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      * the hash total CFARCHIVE catalogues: each non-blank
      * character's ordinal times its column, summed over the line,
      * added in and kept to 18 digits
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
