      *   account_ref=<ref>   - the member account to cut; required    *
      *                         unless mode=ALL                        *
      *   from=YYYY-MM-DD to=YYYY-MM-DD - date range filter on the     *
      *                         entry timestamps, both optional; a     *
      *                         from= date also pulls in, ahead of the *
      *                         live log, every CFARCHIVE generation   *
      *                         the archive catalog shows reaching     *
      *                         into the range - each checked against  *
      *                         the catalog's count and hash, and a    *
      *                         missing or altered one stops the run   *
      *                         rather than cut a short statement      *
      *   catalog=<path>      - default CFARCHIVE_CATALOG.DAT          *
      *   audit_log=<path>    - default CFTRXVAL_AUDIT.LOG             *
      *   mode=ALL            - month-end mailing run: one statement   *
      *                         file per account ref seen in range,    *
      *                         and the points wallet on one page      *
      *                         instead of one file per raw ref); the  *
      *                         member's name is taken from the        *
      *                         member master when it is readable;     *
      *                         a jointly held account is cut under    *
      *                         every holder and names its holders     *
      *   link_file=<path>    - default CFMEMBER_LINKS.DAT             *
      *   member_file=<path>  - default CFMEMBER_MASTER.DAT            *
      *   audit_index=<path>  - CFTRXVAL's keyed sidecar index over    *
      *                         rereading every other member's         *
      *                         history; mode=ALL touches every ref    *
      *                         anyway and still reads the flat log    *
      *   final=Y             - the closing statement CFCLOSE's job    *
      *                         cuts for an account being closed:      *
      *                         titled as the final report, and the    *
      *                         closing balance is called out - zero   *
      *                         when the payout has gone, otherwise    *
      *                         flagged as still to be paid out        *
      * Single-account and member statements go to stdout; mode=ALL    *
      * reports the files written.                                     *
      *================================================================*
           SELECT OUTBOX-FILE ASSIGN TO DYNAMIC WS-OUTBOX-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUTBOX-STATUS.
           SELECT CATALOG-FILE ASSIGN TO DYNAMIC WS-CATALOG-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOG-STATUS.
           SELECT ARCHIVE-LOG ASSIGN TO DYNAMIC WS-GEN-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GEN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OUTBOX-FILE.
       01  OUTBOX-RECORD       PIC X(300).

       FD  CATALOG-FILE.
       01  CATALOG-RECORD      PIC X(300).

       FD  ARCHIVE-LOG.
       01  ARCHIVE-RECORD      PIC X(300).

       WORKING-STORAGE SECTION.
       01  WS-AUDIT-FILE       PIC X(200) VALUE 'CFTRXVAL_AUDIT.LOG'.
       01  WS-AUDIT-STATUS     PIC XX VALUE SPACES.
       01  WS-TO-YMD           PIC X(8) VALUE SPACES.
       01  WS-RUN-MODE         PIC X(10) VALUE 'SINGLE'.
           88  WS-ALL-MODE         VALUE 'ALL'.
       01  WS-FINAL-FLAG       PIC X VALUE 'N'.
           88  WS-FINAL-STATEMENT  VALUE 'Y'.

       01  WS-REMAIN           PIC X(300) VALUE SPACES.
       01  WS-TOKEN            PIC X(250) VALUE SPACES.
       01  WS-LK-IN-MEMBER     PIC X(20) VALUE SPACES.
       01  WS-LK-IN-ACCT       PIC X(50) VALUE SPACES.

      * every link line, so a joint account's block can name all of
      * its holders and not just the member being cut
       01  WS-AL-COUNT         PIC 9(5) VALUE ZEROS.
       01  WS-AL-IDX           PIC 9(5) VALUE ZEROS.
       01  WS-AL-TABLE.
           05  WS-AL-ENTRY OCCURS 20000 TIMES.
               10  WS-AL-MEMBER    PIC X(20).
               10  WS-AL-ACCT      PIC X(50).
       01  WS-JOINT-COUNT      PIC 9(3) VALUE ZEROS.
       01  WS-JOINT-PTR        PIC 9(3) VALUE ZEROS.
       01  WS-JOINT-LINE       PIC X(80) VALUE SPACES.

      * audit_index= - seek one ref's entries by key instead of
      * scanning the whole log; only the targeted statement modes
      * use it, mode=ALL reads every ref anyway
       01  WS-OUTBOX-FILE      PIC X(200) VALUE SPACES.
       01  WS-OUTBOX-STATUS    PIC XX VALUE SPACES.

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

       COPY CF-TYPES.

       PROCEDURE DIVISION.
                   '[from=YYYY-MM-DD] [to=YYYY-MM-DD] '
                   '[audit_log=<path>] | member=<no> '
                   '[link_file=<path>] | mode=ALL '
                   '[output_prefix=<p>] [final=Y] '
                   '[catalog=<path>]'
               STOP RUN
           END-IF
           PERFORM 0080-NORMALIZE-DATES
           IF FUNCTION TRIM(WS-FROM-YMD) NOT = SPACES
               MOVE WS-FROM-YMD TO WS-GEN-FROM-YMD
               MOVE WS-TO-YMD   TO WS-GEN-TO-YMD
               PERFORM 8500-LOAD-CATALOG
               PERFORM 8600-READ-GENERATIONS
           END-IF
           IF FUNCTION TRIM(WS-AUDIDX-FILE) NOT = SPACES AND
                   NOT WS-ALL-MODE
               MOVE 'Y' TO WS-USE-INDEX-FLAG
                   WHEN 'outbox_file'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-OUTBOX-FILE
                   WHEN 'final'
                       MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
                           WS-FIELD-VAL)) TO WS-FINAL-FLAG
                   WHEN 'catalog'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-CATALOG-FILE
               END-EVALUATE
           END-IF.

               '======================================================'
               TO WS-STMT-LINE
           PERFORM 3900-EMIT-LINE
           IF WS-FINAL-STATEMENT
               MOVE '   COMMUNITYFINANCE - REKENING KORAN AKHIR (TUTUP)'
                   TO WS-STMT-LINE
           ELSE
               MOVE '   COMMUNITYFINANCE - REKENING KORAN'
                   TO WS-STMT-LINE
           END-IF
           PERFORM 3900-EMIT-LINE
           MOVE SPACES TO WS-STMT-LINE
           STRING 'Rekening : ' DELIMITED SIZE
               INTO WS-STMT-LINE
           END-STRING
           PERFORM 3900-EMIT-LINE
           IF WS-JOINT-LINE NOT = SPACES
               MOVE WS-JOINT-LINE TO WS-STMT-LINE
               PERFORM 3900-EMIT-LINE
           END-IF
           MOVE
               '------------------------------------------------------'
               TO WS-STMT-LINE
               INTO WS-STMT-LINE
           END-STRING
           PERFORM 3900-EMIT-LINE
      * the closing statement says whether the payout has gone - a
      * transfer out to the bank waits for CFPAYOUT's run
           IF WS-FINAL-STATEMENT
               IF WS-CLOSE-BAL = ZEROS
                   MOVE 'Saldo nol - rekening siap ditutup'
                       TO WS-STMT-LINE
               ELSE
                   STRING '*** SALDO BELUM NOL - pembayaran '
                          'penutupan belum selesai ***'
                       DELIMITED SIZE INTO WS-STMT-LINE
                   END-STRING
               END-IF
               PERFORM 3900-EMIT-LINE
           END-IF
           MOVE WS-ENTRY-COUNT TO WS-CNT-D
           MOVE WS-BREAK-COUNT TO WS-NEW-D
           MOVE SPACES TO WS-STMT-LINE
               IF WS-USE-INDEX
                   PERFORM 1500-LOAD-REF-FROM-INDEX
               END-IF
               PERFORM 6150-BUILD-JOINT-LINE
               PERFORM 3000-BUILD-STATEMENT
               ADD 1 TO WS-MB-IDX
           END-PERFORM
           MOVE SPACES TO WS-JOINT-LINE.

       6100-LOAD-MEMBER-LINKS.
           OPEN INPUT LINK-FILE
           MOVE 'N' TO WS-EOF.

       6110-LOAD-ONE-LINK.
           IF FUNCTION TRIM(LINK-RECORD) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-LK-IN-MEMBER WS-LK-IN-ACCT
                   PERFORM 6120-PARSE-LINK-TOKEN
               END-IF
           END-PERFORM
           IF FUNCTION TRIM(WS-LK-IN-ACCT) = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-AL-COUNT < 20000
               ADD 1 TO WS-AL-COUNT
               MOVE WS-LK-IN-MEMBER TO WS-AL-MEMBER(WS-AL-COUNT)
               MOVE WS-LK-IN-ACCT   TO WS-AL-ACCT(WS-AL-COUNT)
           END-IF
           IF WS-LK-IN-MEMBER = WS-MEMBER-NO AND WS-MB-COUNT < 100
               ADD 1 TO WS-MB-COUNT
               MOVE WS-LK-IN-ACCT TO WS-MB-ACCT(WS-MB-COUNT)
           END-IF.
               END-EVALUATE
           END-IF.

      * a joint account - more than one member linked to it - names
      * its holders under the account line; a sole account gets none
       6150-BUILD-JOINT-LINE.
           MOVE SPACES TO WS-JOINT-LINE
           MOVE ZEROS TO WS-JOINT-COUNT
           MOVE 1 TO WS-AL-IDX
           PERFORM UNTIL WS-AL-IDX > WS-AL-COUNT
               IF WS-AL-ACCT(WS-AL-IDX) = WS-MB-ACCT(WS-MB-IDX)
                   ADD 1 TO WS-JOINT-COUNT
               END-IF
               ADD 1 TO WS-AL-IDX
           END-PERFORM
           IF WS-JOINT-COUNT < 2
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-JOINT-PTR
           STRING 'Rekening bersama - pemegang :' DELIMITED SIZE
               INTO WS-JOINT-LINE WITH POINTER WS-JOINT-PTR
           END-STRING
           MOVE 1 TO WS-AL-IDX
           PERFORM UNTIL WS-AL-IDX > WS-AL-COUNT
               IF WS-AL-ACCT(WS-AL-IDX) = WS-MB-ACCT(WS-MB-IDX)
                   STRING ' ' DELIMITED SIZE
                       FUNCTION TRIM(WS-AL-MEMBER(WS-AL-IDX))
                           DELIMITED SIZE
                       INTO WS-JOINT-LINE WITH POINTER WS-JOINT-PTR
                       ON OVERFLOW CONTINUE
                   END-STRING
               END-IF
               ADD 1 TO WS-AL-IDX
           END-PERFORM.

      * the name is a nicety, not a gate - a member master that is
      * missing or unreadable leaves the banner number-only
       6200-READ-MEMBER-NAME.
                   MOVE MM-NAME TO WS-MEMBER-NAME
           END-READ
           CLOSE MEMBER-MASTER.

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
               PERFORM 1200-EXTRACT-TOKEN
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
                       PERFORM 1100-LOAD-ONE-ENTRY
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
