      *       one's entries seeked by key), so a ref that only ever    *
      *       existed in the log is not judged in this mode - the      *
      *       flat-log scan remains the exhaustive certification.      *
      *   from=YYYY-MM-DD     - replay from this date: entries stamped *
      *       before it are left out (the snapshot, when given, is the *
      *       balance as at that date), and every CFARCHIVE generation *
      *       the archive catalog shows reaching past it is read back  *
      *       ahead of the live log - in either mode - so the replay   *
      *       spans rotated history; each generation's entry count and *
      *       hash total must match its catalog line, a missing or     *
      *       altered one stops the run with nothing judged            *
      *   catalog=<path>      - default CFARCHIVE_CATALOG.DAT          *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CFREPLAY.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AX-KEY
               FILE STATUS IS WS-AUDIDX-STATUS.
           SELECT CATALOG-FILE ASSIGN TO DYNAMIC WS-CATALOG-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOG-STATUS.
           SELECT ARCHIVE-LOG ASSIGN TO DYNAMIC WS-GEN-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GEN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-INDEX.
           COPY CF-AUDIDX.

       FD  CATALOG-FILE.
       01  CATALOG-RECORD      PIC X(300).

       FD  ARCHIVE-LOG.
       01  ARCHIVE-RECORD      PIC X(300).

       WORKING-STORAGE SECTION.
       01  WS-AUDIT-FILE       PIC X(200) VALUE 'CFTRXVAL_AUDIT.LOG'.
       01  WS-AUDIT-STATUS     PIC XX VALUE SPACES.
       01  WS-TOKEN            PIC X(250) VALUE SPACES.
       01  WS-OUTPUT-FORMAT    PIC X(4) VALUE 'JSON'.
           88  WS-CSV-FORMAT       VALUE 'CSV'.
       01  WS-FROM-DATE        PIC X(10) VALUE SPACES.
       01  WS-FROM-YMD         PIC X(8) VALUE SPACES.

       01  WS-AE-COUNT         PIC 9(6) VALUE ZEROS.
       01  WS-AE-IDX           PIC 9(6) VALUE ZEROS.
       01  WS-AE-TRUNC-FLAG    PIC X VALUE 'N'.
           88  WS-AE-IS-TRUNCATED  VALUE 'Y'.
      * entries read back from archived generations sit at the head
      * of the table; index mode reloads each ref after them
       01  WS-AE-ARCHIVED      PIC 9(6) VALUE ZEROS.
       01  WS-AE-TABLE.
           05  WS-AE-ENTRY OCCURS 100000 TIMES.
               10  WS-AE-REF       PIC X(50).
       01  WS-VAR-D            PIC -(14).99.
       01  WS-OUT              PIC X(400) VALUE SPACES.

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

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER
           IF FUNCTION TRIM(WS-MASTER-FILE) = SPACES
               DISPLAY '{"error":"Usage: cfreplay master_file=<path> '
                   '[audit_log=<path>] [snapshot_file=<path>] '
                   '[format=CSV] [audit_index=<path>] '
                   '[from=YYYY-MM-DD] [catalog=<path>]"}'
               STOP RUN
           END-IF
           IF FUNCTION TRIM(WS-SNAP-FILE) NOT = SPACES
           IF FUNCTION TRIM(WS-AUDIDX-FILE) NOT = SPACES
               MOVE 'Y' TO WS-USE-INDEX-FLAG
           END-IF
           IF FUNCTION TRIM(WS-FROM-DATE) NOT = SPACES
               STRING WS-FROM-DATE(1:4) WS-FROM-DATE(6:2)
                      WS-FROM-DATE(9:2)
                   DELIMITED SIZE INTO WS-FROM-YMD
               END-STRING
               MOVE WS-FROM-YMD TO WS-GEN-FROM-YMD
               PERFORM 8500-LOAD-CATALOG
               PERFORM 8600-READ-GENERATIONS
               MOVE WS-AE-COUNT TO WS-AE-ARCHIVED
           END-IF
           IF NOT WS-USE-INDEX
               PERFORM 2000-LOAD-AUDIT-LOG
           END-IF
           MOVE 1 TO WS-RF-IDX
           PERFORM UNTIL WS-RF-IDX > WS-RF-COUNT
               IF WS-USE-INDEX
                   MOVE WS-AE-ARCHIVED TO WS-AE-COUNT
                   PERFORM 3600-LOAD-REF-FROM-INDEX
               END-IF
               PERFORM 4000-REPLAY-ONE-REF
                   WHEN 'audit_index'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-AUDIDX-FILE
                   WHEN 'from'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-FROM-DATE
                   WHEN 'catalog'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-CATALOG-FILE
               END-EVALUATE
           END-IF.

                   FUNCTION TRIM(WS-IN-STATUS) NOT = 'OK'
               EXIT PARAGRAPH
           END-IF
           IF WS-FROM-YMD NOT = SPACES AND
                   WS-IN-TS(1:8) < WS-FROM-YMD
               EXIT PARAGRAPH
           END-IF
           IF WS-AE-COUNT >= 100000
               IF NOT WS-AE-IS-TRUNCATED
                   MOVE 'Y' TO WS-AE-TRUNC-FLAG
               WITH NO ADVANCING
           MOVE WS-NOMASTER-COUNT TO WS-CNT-D
           DISPLAY ',"no_master":' FUNCTION TRIM(WS-CNT-D) '}}'.

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
