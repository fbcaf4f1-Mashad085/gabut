      *                   re-hits on its rule/ref until the date N    *
      *                   days out                                    *
      *   case_file=<path> - default CFSCREEN_CASES.DAT               *
      *   system_date_file=<path> - default CFSYSDATE.DAT; its        *
      *       business date stands in for today when no date          *
      *       argument is given                                       *
      * Output stdout: the formatted report, or a JSON result for     *
      * SET/CLEAR.                                                     *
      *================================================================*
           SELECT CASE-FILE ASSIGN TO DYNAMIC WS-CASE-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CASE-STATUS.
           SELECT SYSTEM-DATE-FILE ASSIGN TO DYNAMIC WS-SYSDATE-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SYSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CASE-FILE.
       01  CASE-RECORD         PIC X(300).

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
       01  WS-CASE-FILE        PIC X(200) VALUE 'CFSCREEN_CASES.DAT'.
       01  WS-CASE-STATUS      PIC XX VALUE SPACES.

               PERFORM 0050-PARSE-OPTION-ARG
               ADD 1 TO WS-ARG-IDX
           END-PERFORM
           PERFORM 0880-READ-SYSTEM-DATE
           IF WS-SYSTEM-YMD NOT = SPACES
               MOVE WS-SYSTEM-YMD TO WS-TODAY
           END-IF
           PERFORM 1000-LOAD-CASE-FILE
           IF WS-CS-IS-TRUNCATED
               DISPLAY 'ERROR: case file larger than 20000 records '
                   WHEN 'case_file'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-CASE-FILE
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

       1000-LOAD-CASE-FILE.
           OPEN INPUT CASE-FILE
           IF WS-CASE-STATUS NOT = '00'
