      *================================================================*
      * CFGLEXP.cbl - General Ledger Export                            *
      * Turns one business date's movements - CFTRXVAL's audit log,    *
      * CFWALLET's journal, CFBATCH's tax remittance file, a CFPOST    *
      * capitalization capture, CFPROV's provisioning journal,         *
      * CFFEE's monthly fee totals and CFMERCH's merchant MDR income - *
      * into one balanced double-entry GL journal file, mapped through *
      * a chart-of-accounts mapping file, so the bookkeeper stops      *
      * re-keying the night's activity by hand.                        *
      * CFGLPOST applies the file to the GL master.                    *
      * Args (key=value, any order):                                   *
      *   business_date=YYYY-MM-DD - required; audit and journal       *
      *       entries are selected by their ts= date. The tax,         *
      *       capitalization, provisioning and fee files are per-run   *
      *       artifacts and belong to the date whole, so they are      *
      *       taken as given.                                          *
      *   mapping_file=<path> - required; one mapping per line:        *
      *       source=AUDIT|WALLET|TAX|CAPITAL|PROVISION|FEE type=<key> *
      *       debit=<gl-account> credit=<gl-account>                   *
      *       The type key is the audit entry's txn_type, the wallet   *
      *       journal's action (plus the synthetic type FEE for the    *
      *       fee slice of a transfer), TAX for tax records,           *
      *       CAPITAL for capitalization rows, PROV-INCREASE /         *
      *       PROV-RELEASE for provisioning journal lines and          *
      *       FEE-ADMIN / FEE-MINBAL / FEE-DORMANT for fee totals,    *
      *       FEE-MDR for merchant MDR totals.                         *
      *   audit_log=<path>    - default CFTRXVAL_AUDIT.LOG             *
      *   journal_file=<path> - default CFWALLET_JOURNAL.LOG;          *
      *                         skipped quietly when absent            *
      *   tax_file=<path>     - optional, CFBATCH tax_file= records    *
      *   cap_file=<path>     - optional, a CFPOST format=CSV capture  *
      *   prov_file=<path>    - optional, a CFPROV journal_file=       *
      *   fee_file=<path>     - optional, a CFFEE fee file; its        *
      *       FEE-TOTAL lines are booked per fee and branch, and the   *
      *       ACCT-FEE audit entries they summarize are then left out  *
      *       of the audit source so no fee is booked twice            *
      *   mdr_file=<path>     - optional, a CFMERCH SETTLE fee file;   *
      *       its FEE-TOTAL lines (fee=MDR) are booked per branch the  *
      *       same way, and the fee slice of the MERCHANT-SETTLE       *
      *       journal entries they summarize is then left out of the  *
      *       wallet source                                            *
      *   gl_file=<path>      - output journal, default                *
      *                         CFGL-<YYYYMMDD>.DAT; one record per    *
      *                         leg (gl= side=DR|CR amount= source=    *
      *   exception_file=<p>  - default <gl_file>.exc; movements the   *
      *       mapping file cannot place land here with their source,   *
      *       type, ref and amount - listed, never silently dropped.   *
      *   system_date_file=<path> - default CFSYSDATE.DAT; its         *
      *       business date stands in for today when no date           *
      *       argument is given                                        *
      * Output stdout: JSON summary (legs, debits, credits, balanced,  *
      * exceptions). RETURN-CODE 8 when the export is refused, 4 when  *
      * it balanced but exceptions were listed.                        *
           SELECT CAP-IN ASSIGN TO DYNAMIC WS-CAP-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAP-STATUS.
           SELECT PROV-IN ASSIGN TO DYNAMIC WS-PROV-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROV-STATUS.
           SELECT FEE-IN ASSIGN TO DYNAMIC WS-FEE-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEE-STATUS.
           SELECT MDR-IN ASSIGN TO DYNAMIC WS-MDR-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MDR-STATUS.
           SELECT GL-OUTPUT ASSIGN TO DYNAMIC WS-GL-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.
           SELECT EXC-OUTPUT ASSIGN TO DYNAMIC WS-EXC-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXC-STATUS.
           SELECT SYSTEM-DATE-FILE ASSIGN TO DYNAMIC WS-SYSDATE-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SYSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CAP-IN.
       01  CAP-RECORD          PIC X(300).

       FD  PROV-IN.
       01  PROV-RECORD         PIC X(300).

       FD  FEE-IN.
       01  FEE-RECORD          PIC X(300).

       FD  MDR-IN.
       01  MDR-RECORD          PIC X(300).

       FD  GL-OUTPUT.
       01  GL-RECORD           PIC X(300).

       FD  EXC-OUTPUT.
       01  EXC-RECORD          PIC X(300).

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
       01  WS-MAPPING-FILE     PIC X(200) VALUE SPACES.
       01  WS-MAPPING-STATUS   PIC XX VALUE SPACES.
       01  WS-AUDIT-FILE       PIC X(200) VALUE 'CFTRXVAL_AUDIT.LOG'.
       01  WS-TAX-STATUS       PIC XX VALUE SPACES.
       01  WS-CAP-FILE         PIC X(200) VALUE SPACES.
       01  WS-CAP-STATUS       PIC XX VALUE SPACES.
       01  WS-PROV-FILE        PIC X(200) VALUE SPACES.
       01  WS-PROV-STATUS      PIC XX VALUE SPACES.
       01  WS-FEE-FILE         PIC X(200) VALUE SPACES.
       01  WS-FEE-STATUS       PIC XX VALUE SPACES.
       01  WS-MDR-FILE         PIC X(200) VALUE SPACES.
       01  WS-MDR-STATUS       PIC XX VALUE SPACES.
       01  WS-GL-FILE          PIC X(200) VALUE SPACES.
       01  WS-GL-STATUS        PIC XX VALUE SPACES.
       01  WS-EXC-FILE         PIC X(200) VALUE SPACES.
               PERFORM 0050-PARSE-OPTION-ARG
               ADD 1 TO WS-ARG-IDX
           END-PERFORM
           PERFORM 0880-READ-SYSTEM-DATE
           IF FUNCTION TRIM(WS-BUSINESS-DATE) = SPACES
               MOVE WS-SYSTEM-DATE TO WS-BUSINESS-DATE
           END-IF
           IF FUNCTION TRIM(WS-BUSINESS-DATE) = SPACES OR
                   FUNCTION TRIM(WS-MAPPING-FILE) = SPACES
               DISPLAY '{"error":"Usage: cfglexp '
                   'business_date=YYYY-MM-DD mapping_file=<path> '
                   '[audit_log=<path>] [journal_file=<path>] '
                   '[tax_file=<path>] [cap_file=<path>] '
                   '[prov_file=<path>] [fee_file=<path>] '
                   '[mdr_file=<path>] '
                   '[gl_file=<path>] [exception_file=<path>]"}'
               STOP RUN
           END-IF
           IF FUNCTION TRIM(WS-CAP-FILE) NOT = SPACES
               PERFORM 5000-EXPORT-CAP-FILE
           END-IF
           IF FUNCTION TRIM(WS-PROV-FILE) NOT = SPACES
               PERFORM 6000-EXPORT-PROV-FILE
           END-IF
           IF FUNCTION TRIM(WS-FEE-FILE) NOT = SPACES
               PERFORM 6500-EXPORT-FEE-FILE
           END-IF
           IF FUNCTION TRIM(WS-MDR-FILE) NOT = SPACES
               PERFORM 6550-EXPORT-MDR-FILE
           END-IF
           CLOSE EXC-OUTPUT
      * a buffer past the cap would mean dropped legs and a journal
      * that can never balance to the day - refuse the whole export
                   WHEN 'cap_file'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-CAP-FILE
                   WHEN 'prov_file'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-PROV-FILE
                   WHEN 'fee_file'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-FEE-FILE
                   WHEN 'mdr_file'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-MDR-FILE
                   WHEN 'gl_file'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-GL-FILE
                   WHEN 'exception_file'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-EXC-FILE
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
      * mapping_file= load - source= type= debit= credit= per line;
      * an unreadable mapping is a hard stop, the whole point is
                   WS-IN-AMOUNT = ZEROS
               EXIT PARAGRAPH
           END-IF
      * with a CFFEE fee file given its FEE-TOTAL lines carry the
      * fees, so the individual ACCT-FEE debits are not booked again
           IF FUNCTION TRIM(WS-FEE-FILE) NOT = SPACES AND
                   FUNCTION UPPER-CASE(FUNCTION TRIM(WS-IN-TYPE))
                       = 'ACCT-FEE'
               EXIT PARAGRAPH
           END-IF
           MOVE 'AUDIT' TO WS-MV-SOURCE
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-IN-TYPE))
               TO WS-MV-TYPE
               TO WS-MV-TYPE
           MOVE WS-IN-AMOUNT TO WS-MV-AMOUNT
           PERFORM 7000-MAP-ONE-MOVEMENT
      * with the MDR file given its FEE-TOTAL lines carry the
      * settlements' MDR, so their fee slices are not booked again
           IF FUNCTION TRIM(WS-MDR-FILE) NOT = SPACES AND
                   WS-MV-TYPE = 'MERCHANT-SETTLE'
               EXIT PARAGRAPH
           END-IF
           IF WS-IN-FEE > ZEROS
               MOVE 'WALLET' TO WS-MV-SOURCE
               MOVE 'FEE' TO WS-MV-TYPE
               PERFORM 7000-MAP-ONE-MOVEMENT
           END-IF.

      *----------------------------------------------------------------
      * source PROVISION - CFPROV's month-end journal, one movement
      * per loan whose allowance moved, typed PROV-INCREASE or
      * PROV-RELEASE and referenced by loan
      *----------------------------------------------------------------
       6000-EXPORT-PROV-FILE.
           OPEN INPUT PROV-IN
           IF WS-PROV-STATUS NOT = '00'
               DISPLAY 'CFGLEXP: no provisioning file at '
                   FUNCTION TRIM(WS-PROV-FILE) ' - skipped'
                   UPON SYSERR
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ PROV-IN INTO PROV-RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END PERFORM 6100-ONE-PROV-ENTRY
               END-READ
           END-PERFORM
           CLOSE PROV-IN
           MOVE 'N' TO WS-EOF.

       6100-ONE-PROV-ENTRY.
           IF FUNCTION TRIM(PROV-RECORD) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-IN-REF WS-IN-TYPE
           MOVE ZEROS TO WS-IN-AMOUNT
           MOVE FUNCTION TRIM(PROV-RECORD) TO WS-REMAIN
           PERFORM UNTIL FUNCTION TRIM(WS-REMAIN) = SPACES
               PERFORM 8100-EXTRACT-TOKEN
               IF FUNCTION TRIM(WS-TOKEN) NOT = SPACES
                   PERFORM 6200-PARSE-PROV-TOKEN
               END-IF
           END-PERFORM
           IF FUNCTION TRIM(WS-IN-REF) = SPACES OR
                   WS-IN-AMOUNT = ZEROS
               EXIT PARAGRAPH
           END-IF
           MOVE 'PROVISION' TO WS-MV-SOURCE
           MOVE WS-IN-TYPE TO WS-MV-TYPE
           MOVE WS-IN-REF TO WS-MV-REF
           MOVE WS-IN-AMOUNT TO WS-MV-AMOUNT
           PERFORM 7000-MAP-ONE-MOVEMENT.

       6200-PARSE-PROV-TOKEN.
           MOVE ZERO TO WS-POS
           INSPECT WS-TOKEN TALLYING WS-POS FOR CHARACTERS BEFORE '='
           IF WS-POS > 0
               MOVE WS-TOKEN(1:WS-POS) TO WS-FIELD-NAME
               MOVE WS-TOKEN(WS-POS + 2:) TO WS-FIELD-VAL
               EVALUATE FUNCTION TRIM(WS-FIELD-NAME)
                   WHEN 'type'
                       MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
                           WS-FIELD-VAL)) TO WS-IN-TYPE
                   WHEN 'ref'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL) TO WS-IN-REF
                   WHEN 'amount'
                       MOVE FUNCTION NUMVAL(WS-FIELD-VAL)
                           TO WS-IN-AMOUNT
               END-EVALUATE
           END-IF.

      *----------------------------------------------------------------
      * source FEE - CFFEE's fee income, one movement per FEE-TOTAL
      * line, typed FEE-<fee code> and referenced by branch
      *----------------------------------------------------------------
       6500-EXPORT-FEE-FILE.
           OPEN INPUT FEE-IN
           IF WS-FEE-STATUS NOT = '00'
               DISPLAY 'CFGLEXP: no fee file at '
                   FUNCTION TRIM(WS-FEE-FILE) ' - skipped'
                   UPON SYSERR
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ FEE-IN INTO FEE-RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END PERFORM 6600-ONE-FEE-TOTAL
               END-READ
           END-PERFORM
           CLOSE FEE-IN
           MOVE 'N' TO WS-EOF.

      *----------------------------------------------------------------
      * source FEE, type FEE-MDR - CFMERCH's merchant MDR income,
      * FEE-TOTAL lines in CFFEE's shape
      *----------------------------------------------------------------
       6550-EXPORT-MDR-FILE.
           OPEN INPUT MDR-IN
           IF WS-MDR-STATUS NOT = '00'
               DISPLAY 'CFGLEXP: no MDR file at '
                   FUNCTION TRIM(WS-MDR-FILE) ' - skipped'
                   UPON SYSERR
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ MDR-IN INTO FEE-RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END PERFORM 6600-ONE-FEE-TOTAL
               END-READ
           END-PERFORM
           CLOSE MDR-IN
           MOVE 'N' TO WS-EOF.

       6600-ONE-FEE-TOTAL.
           IF FEE-RECORD(1:10) NOT = 'FEE-TOTAL '
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-IN-REF WS-IN-TYPE
           MOVE ZEROS TO WS-IN-AMOUNT
           MOVE FUNCTION TRIM(FEE-RECORD(11:)) TO WS-REMAIN
           PERFORM UNTIL FUNCTION TRIM(WS-REMAIN) = SPACES
               PERFORM 8100-EXTRACT-TOKEN
               IF FUNCTION TRIM(WS-TOKEN) NOT = SPACES
                   PERFORM 6700-PARSE-FEE-TOKEN
               END-IF
           END-PERFORM
           IF FUNCTION TRIM(WS-IN-TYPE) = SPACES OR
                   WS-IN-AMOUNT = ZEROS
               EXIT PARAGRAPH
           END-IF
           MOVE 'FEE' TO WS-MV-SOURCE
           MOVE SPACES TO WS-MV-TYPE
           STRING 'FEE-' FUNCTION TRIM(WS-IN-TYPE)
               DELIMITED SIZE INTO WS-MV-TYPE
           END-STRING
           MOVE WS-IN-REF TO WS-MV-REF
           MOVE WS-IN-AMOUNT TO WS-MV-AMOUNT
           PERFORM 7000-MAP-ONE-MOVEMENT.

       6700-PARSE-FEE-TOKEN.
           MOVE ZERO TO WS-POS
           INSPECT WS-TOKEN TALLYING WS-POS FOR CHARACTERS BEFORE '='
           IF WS-POS > 0
               MOVE WS-TOKEN(1:WS-POS) TO WS-FIELD-NAME
               MOVE WS-TOKEN(WS-POS + 2:) TO WS-FIELD-VAL
               EVALUATE FUNCTION TRIM(WS-FIELD-NAME)
                   WHEN 'fee'
                       MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
                           WS-FIELD-VAL)) TO WS-IN-TYPE
                   WHEN 'branch'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL) TO WS-IN-REF
                   WHEN 'amount'
                       MOVE FUNCTION NUMVAL(WS-FIELD-VAL)
                           TO WS-IN-AMOUNT
               END-EVALUATE
           END-IF.

      *----------------------------------------------------------------
      * one movement through the chart of accounts - a mapped
      * movement buffers a debit leg and a credit leg of the same
