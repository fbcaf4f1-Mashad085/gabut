      *       NOT printed wrong. An account with no audit interest     *
      *       entries at all is printed normally - the nightly batch   *
      *       posts outside the audit log, so absence is expected.     *
      *       Records marked kind=SHU (CFSHU's member surplus shares)  *
      *       are printed as their own certificate line and checked   *
      *       against the audit log's txn_type=SHU entries instead.    *
      *       Only entries stamped in year= count, and the year's      *
      *       entries CFARCHIVE has already rotated out are read back  *
      *       from the generations the archive catalog shows reaching  *
      *       into the year, each checked against the catalog's count  *
      *       and hash - a missing or altered generation refuses the   *
      *       run (RETURN-CODE 8, nothing printed).                    *
      *   catalog=<path>  - default CFARCHIVE_CATALOG.DAT              *
      *   system_date_file=<path> - default CFSYSDATE.DAT; its         *
      *       business date stands in for today when no date           *
      *       argument is given                                        *
      * Output stdout: the remittance recap. RETURN-CODE 8 on a        *
      * cross-foot break (nothing printed), 4 when accounts were       *
      * flagged.                                                       *
           SELECT CERT-FILE ASSIGN TO DYNAMIC WS-CERT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CERT-STATUS.
           SELECT CATALOG-FILE ASSIGN TO DYNAMIC WS-CATALOG-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOG-STATUS.
           SELECT ARCHIVE-LOG ASSIGN TO DYNAMIC WS-GEN-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GEN-STATUS.
           SELECT SYSTEM-DATE-FILE ASSIGN TO DYNAMIC WS-SYSDATE-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SYSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CERT-FILE.
       01  CERT-RECORD         PIC X(132).

       FD  CATALOG-FILE.
       01  CATALOG-RECORD      PIC X(300).

       FD  ARCHIVE-LOG.
       01  ARCHIVE-RECORD      PIC X(300).

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
       01  WS-TAXLIST-FILE     PIC X(200) VALUE SPACES.
       01  WS-TAXLIST-STATUS   PIC XX VALUE SPACES.
       01  WS-TAX-FILE         PIC X(200) VALUE SPACES.
               10  WS-AC-CURRENCY  PIC X(4).
               10  WS-AC-AUDIT-NET PIC S9(15)V99.
               10  WS-AC-AUDIT-ANY PIC X.
               10  WS-AC-SHU-GROSS PIC S9(15)V99.
               10  WS-AC-SHU-TAX   PIC S9(15)V99.
               10  WS-AC-SHU-NET   PIC S9(15)V99.
               10  WS-AC-SHU-ANY   PIC X.
               10  WS-AC-FLAG      PIC X.

       01  WS-IN-ACCT          PIC X(50) VALUE SPACES.
       01  WS-IN-GROSS         PIC S9(13)V99 VALUE ZEROS.
       01  WS-IN-TAX           PIC S9(13)V99 VALUE ZEROS.
       01  WS-IN-CURRENCY      PIC X(4) VALUE SPACES.
       01  WS-IN-KIND          PIC X(10) VALUE SPACES.

       01  WS-LIST-FILE        PIC X(200) VALUE SPACES.
       01  WS-LIST-TOTAL       PIC S9(15)V99 VALUE ZEROS.
       01  WS-AJ-OLD           PIC S9(13)V99 VALUE ZEROS.
       01  WS-AJ-NEW           PIC S9(13)V99 VALUE ZEROS.
       01  WS-AJ-STATUS        PIC X(10) VALUE SPACES.
       01  WS-AJ-TS            PIC X(26) VALUE SPACES.

       01  WS-PRINTED-COUNT    PIC 9(5) VALUE ZEROS.
       01  WS-FLAGGED-COUNT    PIC 9(5) VALUE ZEROS.
       01  WS-NET-AMT          PIC S9(15)V99 VALUE ZEROS.
       01  WS-AUDIT-AMT        PIC S9(15)V99 VALUE ZEROS.
       01  WS-GROSS-D          PIC -(15).99.
       01  WS-TAX-D            PIC -(15).99.
       01  WS-NET-D            PIC -(15).99.
       01  WS-LINE             PIC X(132) VALUE SPACES.
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
               PERFORM 0050-PARSE-OPTION-ARG
               ADD 1 TO WS-ARG-IDX
           END-PERFORM
           PERFORM 0880-READ-SYSTEM-DATE
           IF FUNCTION TRIM(WS-YEAR) = SPACES
               MOVE WS-SYSTEM-DATE(1:4) TO WS-YEAR
           END-IF
           IF FUNCTION TRIM(WS-TAXLIST-FILE) = SPACES
               DISPLAY 'Usage: cftaxcrt tax_list=<path> [year=YYYY] '
                   '[cert_prefix=<p>] [audit_log=<path>] '
                   '[catalog=<path>]'
               STOP RUN
           END-IF
           IF FUNCTION TRIM(WS-YEAR) = SPACES
                   WHEN 'audit_log'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-AUDIT-FILE
                   WHEN 'catalog'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-CATALOG-FILE
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
      * the list of period files - each is read whole and its tax
      * records aggregated per account
           IF FUNCTION TRIM(TAX-RECORD) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-IN-ACCT WS-IN-CURRENCY WS-IN-KIND
           MOVE ZEROS TO WS-IN-GROSS WS-IN-TAX
           MOVE FUNCTION TRIM(TAX-RECORD) TO WS-REMAIN
           PERFORM UNTIL FUNCTION TRIM(WS-REMAIN) = SPACES
               MOVE ZEROS TO WS-AC-AUDIT-NET(WS-AC-IDX)
               MOVE WS-IN-CURRENCY TO WS-AC-CURRENCY(WS-AC-IDX)
               MOVE 'N' TO WS-AC-AUDIT-ANY(WS-AC-IDX)
               MOVE ZEROS TO WS-AC-SHU-GROSS(WS-AC-IDX)
               MOVE ZEROS TO WS-AC-SHU-TAX(WS-AC-IDX)
               MOVE ZEROS TO WS-AC-SHU-NET(WS-AC-IDX)
               MOVE 'N' TO WS-AC-SHU-ANY(WS-AC-IDX)
               MOVE 'N' TO WS-AC-FLAG(WS-AC-IDX)
           END-IF
           ADD WS-IN-GROSS TO WS-AC-GROSS(WS-AC-IDX)
           ADD WS-IN-TAX   TO WS-AC-TAX(WS-AC-IDX)
           IF FUNCTION TRIM(WS-IN-KIND) = 'SHU'
               ADD WS-IN-GROSS TO WS-AC-SHU-GROSS(WS-AC-IDX)
               ADD WS-IN-TAX   TO WS-AC-SHU-TAX(WS-AC-IDX)
           END-IF
           ADD 1 TO WS-AC-ENTRIES(WS-AC-IDX)
           ADD WS-IN-GROSS TO WS-SUM-GROSS
           ADD WS-IN-TAX   TO WS-SUM-RECORD-TAX.
                   WHEN 'currency'
                       MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
                           WS-FIELD-VAL)) TO WS-IN-CURRENCY
                   WHEN 'kind'
                       MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
                           WS-FIELD-VAL)) TO WS-IN-KIND
               END-EVALUATE
           END-IF.

      * flagged, the nightly batch posts outside the audit log
      *----------------------------------------------------------------
       3000-CROSS-CHECK-AUDIT.
           STRING WS-YEAR '0101' DELIMITED SIZE INTO WS-GEN-FROM-YMD
           END-STRING
           STRING WS-YEAR '1231' DELIMITED SIZE INTO WS-GEN-TO-YMD
           END-STRING
           PERFORM 8500-LOAD-CATALOG
           PERFORM 8600-READ-GENERATIONS
           OPEN INPUT AUDIT-LOG
           IF WS-AUDIT-STATUS NOT = '00'
               DISPLAY 'WARNING: cannot open audit log: '
           MOVE 'N' TO WS-EOF
           MOVE 1 TO WS-AC-IDX
           PERFORM UNTIL WS-AC-IDX > WS-AC-COUNT
               IF WS-AC-AUDIT-ANY(WS-AC-IDX) = 'Y' OR
                       WS-AC-SHU-ANY(WS-AC-IDX) = 'Y'
                   PERFORM 3050-COMPARABLE-NETS
                   IF WS-NET-AMT NOT = WS-AUDIT-AMT
                       MOVE 'Y' TO WS-AC-FLAG(WS-AC-IDX)
                       ADD 1 TO WS-FLAGGED-COUNT
                   END-IF
               ADD 1 TO WS-AC-IDX
           END-PERFORM.

      * only the parts the audit log vouches for are compared - the
      * interest part when interest entries are present, the SHU
      * part when SHU entries are
       3050-COMPARABLE-NETS.
           MOVE ZEROS TO WS-NET-AMT WS-AUDIT-AMT
           IF WS-AC-AUDIT-ANY(WS-AC-IDX) = 'Y'
               COMPUTE WS-NET-AMT = WS-NET-AMT
                   + WS-AC-GROSS(WS-AC-IDX) - WS-AC-SHU-GROSS(WS-AC-IDX)
                   - WS-AC-TAX(WS-AC-IDX) + WS-AC-SHU-TAX(WS-AC-IDX)
               ADD WS-AC-AUDIT-NET(WS-AC-IDX) TO WS-AUDIT-AMT
           END-IF
           IF WS-AC-SHU-ANY(WS-AC-IDX) = 'Y'
               COMPUTE WS-NET-AMT = WS-NET-AMT
                   + WS-AC-SHU-GROSS(WS-AC-IDX)
                   - WS-AC-SHU-TAX(WS-AC-IDX)
               ADD WS-AC-SHU-NET(WS-AC-IDX) TO WS-AUDIT-AMT
           END-IF.

      * CFTRXVAL's CALC-INTEREST entries carry an empty txn_type -
      * their balance delta is the net interest the audit trail
      * itself vouches for; CFSHU's txn_type=SHU entries vouch for
      * the member's surplus share the same way
       3100-SCAN-ONE-AUDIT-ENTRY.
           IF FUNCTION TRIM(AUDIT-RECORD) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-AJ-REF WS-AJ-TYPE WS-AJ-STATUS WS-AJ-TS
           MOVE ZEROS TO WS-AJ-OLD WS-AJ-NEW
           MOVE FUNCTION TRIM(AUDIT-RECORD) TO WS-REMAIN
           PERFORM UNTIL FUNCTION TRIM(WS-REMAIN) = SPACES
               END-IF
           END-PERFORM
           IF FUNCTION TRIM(WS-AJ-REF) = SPACES OR
                   FUNCTION TRIM(WS-AJ-STATUS) NOT = 'OK'
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(WS-AJ-TYPE) NOT = SPACES AND
                   FUNCTION TRIM(WS-AJ-TYPE) NOT = 'SHU'
               EXIT PARAGRAPH
           END-IF
           IF WS-AJ-TS NOT = SPACES AND WS-AJ-TS(1:4) NOT = WS-YEAR
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-AC-IDX
           IF WS-AC-IDX > WS-AC-COUNT
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(WS-AJ-TYPE) = 'SHU'
               MOVE 'Y' TO WS-AC-SHU-ANY(WS-AC-IDX)
               COMPUTE WS-AC-SHU-NET(WS-AC-IDX) =
                   WS-AC-SHU-NET(WS-AC-IDX) + WS-AJ-NEW - WS-AJ-OLD
               EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO WS-AC-AUDIT-ANY(WS-AC-IDX)
           COMPUTE WS-AC-AUDIT-NET(WS-AC-IDX) =
               WS-AC-AUDIT-NET(WS-AC-IDX) + WS-AJ-NEW - WS-AJ-OLD.
                   WHEN 'status'
                       MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
                           WS-FIELD-VAL)) TO WS-AJ-STATUS
                   WHEN 'ts'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL) TO WS-AJ-TS
               END-EVALUATE
           END-IF.

               '------------------------------------------------------'
               TO CERT-RECORD
           WRITE CERT-RECORD
           COMPUTE WS-NET-AMT = WS-AC-GROSS(WS-AC-IDX)
               - WS-AC-SHU-GROSS(WS-AC-IDX)
           MOVE WS-NET-AMT TO WS-GROSS-D
           MOVE SPACES TO WS-LINE
           STRING 'Bunga diterima (bruto) : ' DELIMITED SIZE
               FUNCTION TRIM(WS-GROSS-D) DELIMITED SIZE
               INTO WS-LINE
           END-STRING
           WRITE CERT-RECORD FROM WS-LINE
           IF WS-AC-SHU-GROSS(WS-AC-IDX) NOT = ZEROS
               MOVE WS-AC-SHU-GROSS(WS-AC-IDX) TO WS-GROSS-D
               MOVE SPACES TO WS-LINE
               STRING 'SHU diterima (bruto)   : ' DELIMITED SIZE
                   FUNCTION TRIM(WS-GROSS-D) DELIMITED SIZE
                   ' ' DELIMITED SIZE
                   FUNCTION TRIM(WS-AC-CURRENCY(WS-AC-IDX))
                       DELIMITED SIZE
                   INTO WS-LINE
               END-STRING
               WRITE CERT-RECORD FROM WS-LINE
           END-IF
           MOVE WS-AC-TAX(WS-AC-IDX) TO WS-TAX-D
           MOVE SPACES TO WS-LINE
           STRING 'Pajak dipotong         : ' DELIMITED SIZE
           MOVE 1 TO WS-AC-IDX
           PERFORM UNTIL WS-AC-IDX > WS-AC-COUNT
               IF WS-AC-FLAG(WS-AC-IDX) = 'Y'
                   PERFORM 3050-COMPARABLE-NETS
                   MOVE WS-NET-AMT TO WS-NET-D
                   MOVE WS-AUDIT-AMT TO WS-TAX-D
                   MOVE SPACES TO WS-OUT
                   STRING 'FLAGGED ' DELIMITED SIZE
                       FUNCTION TRIM(WS-AC-ACCT(WS-AC-IDX))
               END-IF
               ADD 1 TO WS-AC-IDX
           END-PERFORM.

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
               DISPLAY 'ERROR: archive catalog holds more than '
                   '2000 generations - nothing produced'
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
               DISPLAY 'ERROR: archive generation '
                   FUNCTION TRIM(WS-GEN-FILE)
                   ' is catalogued but cannot be opened - history '
                   'would be short, nothing produced'
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
                       PERFORM 3100-SCAN-ONE-AUDIT-ENTRY
               END-READ
           END-PERFORM
           CLOSE ARCHIVE-LOG
           MOVE 'N' TO WS-EOF
           IF WS-GEN-COUNT NOT = WS-CG-ENTRIES(WS-CG-IDX) OR
                   WS-HX-TOTAL NOT = WS-CG-HASH(WS-CG-IDX)
               MOVE WS-GEN-COUNT TO WS-GEN-CNT-D
               MOVE WS-CG-ENTRIES(WS-CG-IDX) TO WS-GEN-CNT2-D
               DISPLAY 'ERROR: archive generation '
                   FUNCTION TRIM(WS-GEN-FILE)
                   ' does not match its catalog line (entries '
                   FUNCTION TRIM(WS-GEN-CNT-D) ' read, '
                   FUNCTION TRIM(WS-GEN-CNT2-D) ' catalogued; hash '
                   WS-HX-TOTAL ' read, ' WS-CG-HASH(WS-CG-IDX)
                   ' catalogued) - altered or replaced, nothing '
                   'produced'
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
