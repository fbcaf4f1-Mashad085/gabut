      *================================================================*
      * CFMEMPOS.cbl - Member Position Extract for the Member App      *
      * The app used to ask five programs for one member's position.   *
      * This program cuts it for every member at once, each morning:   *
      * every member on the member master, joined through CFMEMBER's   *
      * link file to the accounts the member holds, one 'D' record per *
      * member (CF-MEMPOS.cpy) carrying                                *
      *   - KOIN wallet and savings balances, and what a debit may     *
      *     spend of them after holds and goal earmarks - savings in   *
      *     the base currency only, the accounts in any other currency *
      *     counted apart and their balances left out of the totals    *
      *   - the points balance (an account with lots on CFWALLET's     *
      *     points-lot register is the member's points wallet)         *
      *   - OPEN CFGOAL goals: target, earmarked, progress             *
      *   - OPEN CFTDEP deposits: principal and the next maturity      *
      *   - OPEN CFLOAN loans: balance, next installment and date,     *
      *     installments in arrears and what they come to             *
      *   - CFSTAND instructions (ACTIVE or PARKED) due within the     *
      *     next 7 days                                                *
      * between an 'H' header carrying the business date and a 'T'    *
      * trailer with the counts, balance and loan totals and the hash  *
      * total the app checks before it loads the file. A CLOSED        *
      * account adds nothing; a joint account counts in full for each  *
      * holder.                                                        *
      * Every run also rewrites the snapshot - the whole position of   *
      * every member - and keeps the one before it as <snapshot>.prev. *
      * mode=DELTA writes only the members whose position differs from *
      * the snapshot (new, changed, or gone from the master); a rerun  *
      * for a business date already cut compares against .prev, so it  *
      * gives the same delta again instead of an empty one.            *
      * Args (key=value, any order):                                   *
      *   mode=FULL|DELTA      - default FULL                          *
      *   business_date=YYYY-MM-DD - default the system date file's    *
      *                          business date, else today             *
      *   sender_id=<id>       - default COMMUNITYFIN                  *
      *   extract_file=<path>  - default CFMEMPOS-<YYYYMMDD>.DAT       *
      *   snapshot_file=<path> - default CFMEMPOS_SNAPSHOT.DAT         *
      *   member_file=<path>   - default CFMEMBER_MASTER.DAT           *
      *   link_file=<path>     - default CFMEMBER_LINKS.DAT            *
      *   master_file=<path>   - default CFWALLET_ACCOUNTS.DAT         *
      *   goal_file=<path>     - default CFGOAL_MASTER.DAT             *
      *   td_file=<path>       - default CFTDEP_MASTER.DAT             *
      *   loan_file=<path>     - default CFLOAN_MASTER.DAT             *
      *   si_file=<path>       - default CFSTAND_MASTER.DAT            *
      *   lots_file=<path>     - default CFWALLET_POINTS_LOTS.DAT      *
      *   base=<code>          - default IDR                           *
      *   system_date_file=<path> - default CFSYSDATE.DAT; its         *
      *       business date stands in for today when no date           *
      *       argument is given                                        *
      * Output stdout: JSON summary. RETURN-CODE 8 on a refused run    *
      * (nothing written), 4 when a linked account is not on the      *
      * account master.                                                *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CFMEMPOS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. LINUX.
       OBJECT-COMPUTER. LINUX.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MEMBER-MASTER ASSIGN TO DYNAMIC WS-MEMBER-FILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MM-MEMBER-NO
               FILE STATUS IS WS-MEMBER-STATUS.
           SELECT ACCOUNT-MASTER ASSIGN TO DYNAMIC WS-MASTER-FILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-ACCT-ID
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT LINK-FILE ASSIGN TO DYNAMIC WS-LINK-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LINK-STATUS.
           SELECT ITEM-FILE ASSIGN TO DYNAMIC WS-ITEM-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ITEM-STATUS.
           SELECT MEMPOS-FILE ASSIGN TO DYNAMIC WS-EXTRACT-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-STATUS.
           SELECT SNAP-FILE ASSIGN TO DYNAMIC WS-SNAPIO-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SNAP-STATUS.
           SELECT SYSTEM-DATE-FILE ASSIGN TO DYNAMIC WS-SYSDATE-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SYSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MEMBER-MASTER.
           COPY CF-MEMBMS.

       FD  ACCOUNT-MASTER.
           COPY CF-ACCTMS.

       FD  LINK-FILE.
       01  LINK-RECORD         PIC X(100).

      * one FD for every key=value line file in turn - goals,
      * deposits, loans, instructions and points lots
       FD  ITEM-FILE.
       01  ITEM-RECORD         PIC X(400).

       FD  MEMPOS-FILE.
       01  MEMPOS-RECORD       PIC X(400).

      * the snapshot, and its .prev generation
       FD  SNAP-FILE.
       01  SNAP-RECORD         PIC X(400).

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
       01  WS-MEMBER-FILE      PIC X(200) VALUE 'CFMEMBER_MASTER.DAT'.
       01  WS-MEMBER-STATUS    PIC XX VALUE SPACES.
       01  WS-MASTER-FILE      PIC X(200) VALUE 'CFWALLET_ACCOUNTS.DAT'.
       01  WS-MASTER-STATUS    PIC XX VALUE SPACES.
       01  WS-LINK-FILE        PIC X(200) VALUE 'CFMEMBER_LINKS.DAT'.
       01  WS-LINK-STATUS      PIC XX VALUE SPACES.
       01  WS-ITEM-FILE        PIC X(200) VALUE SPACES.
       01  WS-ITEM-STATUS      PIC XX VALUE SPACES.
       01  WS-GOAL-FILE        PIC X(200) VALUE 'CFGOAL_MASTER.DAT'.
       01  WS-TD-FILE          PIC X(200) VALUE 'CFTDEP_MASTER.DAT'.
       01  WS-LOAN-FILE        PIC X(200) VALUE 'CFLOAN_MASTER.DAT'.
       01  WS-SI-FILE          PIC X(200) VALUE 'CFSTAND_MASTER.DAT'.
       01  WS-LOTS-FILE        PIC X(200)
                               VALUE 'CFWALLET_POINTS_LOTS.DAT'.
       01  WS-BASE-CURRENCY    PIC X(4) VALUE 'IDR'.
       01  WS-EXTRACT-FILE     PIC X(200) VALUE SPACES.
       01  WS-EXTRACT-STATUS   PIC XX VALUE SPACES.
       01  WS-SNAP-FILE        PIC X(200)
                               VALUE 'CFMEMPOS_SNAPSHOT.DAT'.
       01  WS-PREV-FILE        PIC X(210) VALUE SPACES.
       01  WS-SNAPIO-FILE      PIC X(210) VALUE SPACES.
       01  WS-SNAP-STATUS      PIC XX VALUE SPACES.

       01  MEMPOS-WORK-RECORD  PIC X(400) VALUE SPACES.
           COPY CF-MEMPOS.

       01  WS-ARG-COUNT        PIC 9(3) VALUE ZEROS.
       01  WS-ARG-IDX          PIC 9(3) VALUE ZEROS.
       01  WS-OPT-ARG          PIC X(200) VALUE SPACES.
       01  WS-FIELD-NAME       PIC X(30) VALUE SPACES.
       01  WS-FIELD-VAL        PIC X(200) VALUE SPACES.
       01  WS-POS              PIC 9(4) VALUE ZEROS.
       01  WS-EOF              PIC X VALUE 'N'.
       01  WS-REMAIN           PIC X(400) VALUE SPACES.
       01  WS-TOKEN            PIC X(400) VALUE SPACES.

       01  WS-MODE             PIC X(5) VALUE 'FULL'.
           88  WS-MODE-FULL        VALUE 'FULL'.
           88  WS-MODE-DELTA       VALUE 'DELTA'.
       01  WS-SENDER-ID        PIC X(20) VALUE 'COMMUNITYFIN'.
       01  WS-BUSINESS-DATE    PIC X(10) VALUE SPACES.
       01  WS-BUSINESS-YMD     PIC X(8) VALUE SPACES.
       01  WS-CUR-DATE         PIC X(8) VALUE SPACES.
       01  WS-CUR-DATETIME     PIC X(21) VALUE SPACES.
       01  WS-CREATED-TS       PIC X(15) VALUE SPACES.
       01  WS-DT-NUM           PIC 9(8) VALUE ZEROS.
       01  WS-DT-INT           PIC 9(8) VALUE ZEROS.
       01  WS-DT-STR           PIC X(10) VALUE SPACES.
       01  WS-DT-YMD           PIC X(8) VALUE SPACES.
      * the last day an instruction may fall due and still be
      * shown - the business date plus 7
       01  WS-HORIZON-YMD      PIC 9(8) VALUE ZEROS.
       01  WS-HORIZON-YMD-X REDEFINES WS-HORIZON-YMD PIC X(8).

      * member=<no> account_id=<id> links
       01  WS-KL-COUNT         PIC 9(5) VALUE ZEROS.
       01  WS-KL-IDX           PIC 9(5) VALUE ZEROS.
       01  WS-KL-TRUNC-FLAG    PIC X VALUE 'N'.
           88  WS-KL-IS-TRUNCATED  VALUE 'Y'.
       01  WS-KL-TABLE.
           05  WS-KL-ENTRY OCCURS 20000 TIMES.
               10  WS-KL-MEMBER    PIC X(20).
               10  WS-KL-ACCT      PIC X(50).
       01  WS-KL-TOK1          PIC X(80) VALUE SPACES.
       01  WS-KL-TOK2          PIC X(80) VALUE SPACES.

      * what the item files hold per account - built in one pass of
      * each file, then merged into the position of every member
      * linked to the account
       01  WS-AP-COUNT         PIC 9(5) VALUE ZEROS.
       01  WS-AP-IDX           PIC 9(5) VALUE ZEROS.
       01  WS-AP-TRUNC-FLAG    PIC X VALUE 'N'.
           88  WS-AP-IS-TRUNCATED  VALUE 'Y'.
       01  WS-AP-ADD-FLAG      PIC X VALUE 'N'.
           88  WS-AP-ADDING        VALUE 'Y'.
       01  WS-AP-TABLE.
           05  WS-AP-ENTRY OCCURS 20000 TIMES.
               10  WS-AP-ACCT      PIC X(50).
               10  WS-AP-POINTS    PIC X.
               10  WS-AP-GL-COUNT  PIC 9(3).
               10  WS-AP-GL-TARGET PIC 9(13)V99.
               10  WS-AP-GL-EAR    PIC 9(13)V99.
               10  WS-AP-TD-COUNT  PIC 9(3).
               10  WS-AP-TD-PRIN   PIC 9(13)V99.
               10  WS-AP-TD-NEXT   PIC X(8).
               10  WS-AP-TD-NEXT-AMT PIC 9(13)V99.
               10  WS-AP-LN-COUNT  PIC 9(3).
               10  WS-AP-LN-BAL    PIC 9(13)V99.
               10  WS-AP-LN-NEXT   PIC X(8).
               10  WS-AP-LN-NEXT-AMT PIC 9(13)V99.
               10  WS-AP-LN-ARR-CNT PIC 9(3).
               10  WS-AP-LN-ARR-AMT PIC 9(13)V99.
               10  WS-AP-SI-COUNT  PIC 9(3).
               10  WS-AP-SI-AMT    PIC 9(13)V99.
               10  WS-AP-SI-NEXT   PIC X(8).
       01  WS-SEEK-ACCT        PIC X(50) VALUE SPACES.

      * one item line parsed - goal, deposit, loan, instruction or
      * points lot, whichever file is being read
       01  WS-ITEM-KIND        PIC X VALUE SPACES.
       01  WS-IT-ACCT          PIC X(50) VALUE SPACES.
       01  WS-IT-STATUS        PIC X(10) VALUE SPACES.
       01  WS-IT-TARGET        PIC 9(13)V99 VALUE ZEROS.
       01  WS-IT-EARMARKED     PIC 9(13)V99 VALUE ZEROS.
       01  WS-IT-PRINCIPAL     PIC 9(13)V99 VALUE ZEROS.
       01  WS-IT-MATURITY      PIC X(10) VALUE SPACES.
       01  WS-IT-BALANCE       PIC 9(13)V99 VALUE ZEROS.
       01  WS-IT-INSTALLMENT   PIC 9(13)V99 VALUE ZEROS.
       01  WS-IT-NEXT-DUE      PIC X(10) VALUE SPACES.
       01  WS-IT-ARREARS       PIC 9(3) VALUE ZEROS.
       01  WS-IT-AMOUNT        PIC 9(13)V99 VALUE ZEROS.

      * the previous snapshot, one image per member, the change flag
      * blanked so only the position itself is compared
       01  WS-BASE-DATE        PIC X(8) VALUE SPACES.
       01  WS-RERUN-FLAG       PIC X VALUE 'N'.
           88  WS-IS-RERUN         VALUE 'Y'.
       01  WS-BS-COUNT         PIC 9(5) VALUE ZEROS.
       01  WS-BS-IDX           PIC 9(5) VALUE ZEROS.
       01  WS-BS-LAST          PIC 9(5) VALUE ZEROS.
       01  WS-BS-TRUNC-FLAG    PIC X VALUE 'N'.
           88  WS-BS-IS-TRUNCATED  VALUE 'Y'.
       01  WS-BS-TABLE.
           05  WS-BS-ENTRY OCCURS 20000 TIMES.
               10  WS-BS-MEMBER    PIC X(20).
               10  WS-BS-SEEN      PIC X.
               10  WS-BS-IMAGE     PIC X(400).
       01  WS-CHANGE           PIC X VALUE SPACES.

      * one member's position
       01  WS-PCT              PIC 9(7) VALUE ZEROS.
       01  WS-AVAIL            PIC S9(13)V99 VALUE ZEROS.
       01  WS-MISSING-COUNT    PIC 9(5) VALUE ZEROS.

      * run totals - the extract, and the snapshot written alongside
       01  WS-MEMBER-COUNT     PIC 9(7) VALUE ZEROS.
       01  WS-NEW-COUNT        PIC 9(7) VALUE ZEROS.
       01  WS-CHANGED-COUNT    PIC 9(7) VALUE ZEROS.
       01  WS-REMOVED-COUNT    PIC 9(7) VALUE ZEROS.
       01  WS-SAME-COUNT       PIC 9(7) VALUE ZEROS.
       01  WS-EX-COUNT         PIC 9(7) VALUE ZEROS.
       01  WS-EX-BAL-TOTAL     PIC S9(15)V99 VALUE ZEROS.
       01  WS-EX-LOAN-TOTAL    PIC 9(15)V99 VALUE ZEROS.
       01  WS-EX-HASH          PIC 9(18) VALUE ZEROS.
       01  WS-SN-COUNT         PIC 9(7) VALUE ZEROS.
       01  WS-SN-BAL-TOTAL     PIC S9(15)V99 VALUE ZEROS.
       01  WS-SN-LOAN-TOTAL    PIC 9(15)V99 VALUE ZEROS.
       01  WS-SN-HASH          PIC 9(18) VALUE ZEROS.
       01  WS-HASH-PART        PIC 9(18) VALUE ZEROS.
       01  WS-HASH-WORK        PIC 9(20) VALUE ZEROS.
       01  WS-HASH-CHAR-IDX    PIC 9(3) VALUE ZEROS.
       01  WS-HASH-DIGIT       PIC 9 VALUE ZERO.

       01  WS-CNT-D            PIC Z(6)9.
       01  WS-TOT-D            PIC -(15)9.99.
       01  WS-HASH-D           PIC Z(17)9.
       01  WS-OUT              PIC X(600) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CUR-DATE
           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER
           MOVE 1 TO WS-ARG-IDX
           PERFORM UNTIL WS-ARG-IDX > WS-ARG-COUNT
               ACCEPT WS-OPT-ARG FROM ARGUMENT-VALUE
               PERFORM 0050-PARSE-OPTION-ARG
               ADD 1 TO WS-ARG-IDX
           END-PERFORM
           PERFORM 0880-READ-SYSTEM-DATE
           IF WS-SYSTEM-YMD NOT = SPACES
               MOVE WS-SYSTEM-YMD TO WS-CUR-DATE
           END-IF
           IF NOT WS-MODE-FULL AND NOT WS-MODE-DELTA
               DISPLAY '{"error":"Usage: cfmempos [mode=FULL|DELTA] '
                   '[business_date=YYYY-MM-DD] [sender_id=] '
                   '[extract_file=] [snapshot_file=] [member_file=] '
                   '[link_file=] [master_file=] [goal_file=] '
                   '[td_file=] [loan_file=] [si_file=] '
                   '[lots_file=] [base=IDR]"}'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1000-SET-BUSINESS-DATE
           IF RETURN-CODE = 8
               STOP RUN
           END-IF
           PERFORM 2000-BUILD-EXTRACT
           STOP RUN.

       0050-PARSE-OPTION-ARG.
           MOVE ZERO TO WS-POS
           INSPECT WS-OPT-ARG TALLYING WS-POS FOR CHARACTERS BEFORE '='
           IF WS-POS > 0
               MOVE WS-OPT-ARG(1:WS-POS) TO WS-FIELD-NAME
               MOVE WS-OPT-ARG(WS-POS + 2:) TO WS-FIELD-VAL
               EVALUATE FUNCTION TRIM(WS-FIELD-NAME)
                   WHEN 'mode'
                       MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
                           WS-FIELD-VAL)) TO WS-MODE
                   WHEN 'business_date'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-BUSINESS-DATE
                   WHEN 'sender_id'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-SENDER-ID
                   WHEN 'extract_file'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-EXTRACT-FILE
                   WHEN 'snapshot_file'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-SNAP-FILE
                   WHEN 'member_file'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-MEMBER-FILE
                   WHEN 'link_file'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-LINK-FILE
                   WHEN 'master_file'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-MASTER-FILE
                   WHEN 'goal_file'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-GOAL-FILE
                   WHEN 'td_file'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-TD-FILE
                   WHEN 'loan_file'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-LOAN-FILE
                   WHEN 'si_file'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-SI-FILE
                   WHEN 'lots_file'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-LOTS-FILE
                   WHEN 'base'
                       MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
                           WS-FIELD-VAL)) TO WS-BASE-CURRENCY
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
      * the business date - given or today - and the last day of the
      * 7-day window the standing instructions are shown for
      *----------------------------------------------------------------
       1000-SET-BUSINESS-DATE.
           IF FUNCTION TRIM(WS-BUSINESS-DATE) = SPACES
               STRING WS-CUR-DATE(1:4) '-' WS-CUR-DATE(5:2) '-'
                      WS-CUR-DATE(7:2)
                   DELIMITED SIZE INTO WS-BUSINESS-DATE
               END-STRING
           END-IF
           MOVE WS-BUSINESS-DATE TO WS-DT-STR
           PERFORM 8200-DATE-TO-YMD
           IF WS-DT-YMD = SPACES
               DISPLAY '{"error":"business_date is not a real '
                   'YYYY-MM-DD date"}'
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DT-YMD TO WS-BUSINESS-YMD
           MOVE WS-BUSINESS-YMD TO WS-DT-NUM
           COMPUTE WS-DT-INT = FUNCTION INTEGER-OF-DATE(WS-DT-NUM) + 7
           COMPUTE WS-HORIZON-YMD = FUNCTION DATE-OF-INTEGER(WS-DT-INT)
           IF FUNCTION TRIM(WS-EXTRACT-FILE) = SPACES
               STRING 'CFMEMPOS-' WS-BUSINESS-YMD '.DAT'
                   DELIMITED SIZE INTO WS-EXTRACT-FILE
               END-STRING
           END-IF.

      * member=<no> account_id=<id>, the shape CFMEMBER writes
       1100-LOAD-LINKS.
           MOVE ZEROS TO WS-KL-COUNT
           MOVE 'N' TO WS-KL-TRUNC-FLAG
           OPEN INPUT LINK-FILE
           IF WS-LINK-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-LINK-STATUS NOT = '00'
               READ LINK-FILE
                   AT END MOVE '10' TO WS-LINK-STATUS
                   NOT AT END
                       PERFORM 1110-LOAD-ONE-LINK
               END-READ
           END-PERFORM
           CLOSE LINK-FILE.

       1110-LOAD-ONE-LINK.
           MOVE SPACES TO WS-KL-TOK1 WS-KL-TOK2
           UNSTRING FUNCTION TRIM(LINK-RECORD) DELIMITED BY ALL SPACE
               INTO WS-KL-TOK1 WS-KL-TOK2
           END-UNSTRING
           IF WS-KL-TOK1(1:7) NOT = 'member=' OR
                   WS-KL-TOK2(1:11) NOT = 'account_id='
               EXIT PARAGRAPH
           END-IF
           IF WS-KL-COUNT >= 20000
               MOVE 'Y' TO WS-KL-TRUNC-FLAG
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-KL-COUNT
           MOVE WS-KL-TOK1(8:20) TO WS-KL-MEMBER(WS-KL-COUNT)
           MOVE WS-KL-TOK2(12:50) TO WS-KL-ACCT(WS-KL-COUNT).

      *----------------------------------------------------------------
      * the previous snapshot - the position of every member as the
      * last run cut it. A snapshot already cut for this business
      * date means a rerun, and the generation before it is the base
      *----------------------------------------------------------------
       1200-LOAD-BASE.
           MOVE 'N' TO WS-RERUN-FLAG
           MOVE SPACES TO WS-PREV-FILE
           STRING FUNCTION TRIM(WS-SNAP-FILE) '.prev'
               DELIMITED SIZE INTO WS-PREV-FILE
           END-STRING
           MOVE WS-SNAP-FILE TO WS-SNAPIO-FILE
           PERFORM 1210-READ-BASE-FILE
           IF WS-BASE-DATE = WS-BUSINESS-YMD
               MOVE 'Y' TO WS-RERUN-FLAG
               MOVE WS-PREV-FILE TO WS-SNAPIO-FILE
               PERFORM 1210-READ-BASE-FILE
           END-IF.

       1210-READ-BASE-FILE.
           MOVE ZEROS TO WS-BS-COUNT
           MOVE SPACES TO WS-BASE-DATE
           MOVE 'N' TO WS-BS-TRUNC-FLAG
           OPEN INPUT SNAP-FILE
           IF WS-SNAP-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ SNAP-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM 1220-LOAD-ONE-BASE
               END-READ
           END-PERFORM
           CLOSE SNAP-FILE
           MOVE 'N' TO WS-EOF.

       1220-LOAD-ONE-BASE.
           MOVE SNAP-RECORD TO MEMPOS-WORK-RECORD
           EVALUATE MH-REC-TYPE
               WHEN 'H'
                   MOVE MH-BUSINESS-DATE TO WS-BASE-DATE
               WHEN 'D'
                   IF WS-BS-COUNT >= 20000
                       MOVE 'Y' TO WS-BS-TRUNC-FLAG
                   ELSE
                       ADD 1 TO WS-BS-COUNT
                       MOVE SPACE TO MD-CHANGE-FLAG
                       MOVE MD-MEMBER-NO TO WS-BS-MEMBER(WS-BS-COUNT)
                       MOVE 'N' TO WS-BS-SEEN(WS-BS-COUNT)
                       MOVE MEMPOS-WORK-RECORD
                           TO WS-BS-IMAGE(WS-BS-COUNT)
                   END-IF
           END-EVALUATE.

      *----------------------------------------------------------------
      * one pass of each item file, summed per account
      *----------------------------------------------------------------
       1300-LOAD-ITEMS.
           MOVE ZEROS TO WS-AP-COUNT
           MOVE 'N' TO WS-AP-TRUNC-FLAG
           MOVE 'G' TO WS-ITEM-KIND
           MOVE WS-GOAL-FILE TO WS-ITEM-FILE
           PERFORM 1310-READ-ITEM-FILE
           MOVE 'T' TO WS-ITEM-KIND
           MOVE WS-TD-FILE TO WS-ITEM-FILE
           PERFORM 1310-READ-ITEM-FILE
           MOVE 'L' TO WS-ITEM-KIND
           MOVE WS-LOAN-FILE TO WS-ITEM-FILE
           PERFORM 1310-READ-ITEM-FILE
           MOVE 'S' TO WS-ITEM-KIND
           MOVE WS-SI-FILE TO WS-ITEM-FILE
           PERFORM 1310-READ-ITEM-FILE
           MOVE 'P' TO WS-ITEM-KIND
           MOVE WS-LOTS-FILE TO WS-ITEM-FILE
           PERFORM 1310-READ-ITEM-FILE.

       1310-READ-ITEM-FILE.
           OPEN INPUT ITEM-FILE
           IF WS-ITEM-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ ITEM-FILE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM 1320-ONE-ITEM-LINE
               END-READ
           END-PERFORM
           CLOSE ITEM-FILE
           MOVE 'N' TO WS-EOF.

       1320-ONE-ITEM-LINE.
           IF FUNCTION TRIM(ITEM-RECORD) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-IT-ACCT WS-IT-STATUS WS-IT-MATURITY
               WS-IT-NEXT-DUE
           MOVE ZEROS TO WS-IT-TARGET WS-IT-EARMARKED WS-IT-PRINCIPAL
               WS-IT-BALANCE WS-IT-INSTALLMENT WS-IT-ARREARS
               WS-IT-AMOUNT
           MOVE FUNCTION TRIM(ITEM-RECORD) TO WS-REMAIN
           PERFORM UNTIL FUNCTION TRIM(WS-REMAIN) = SPACES
               PERFORM 8100-EXTRACT-TOKEN
               IF FUNCTION TRIM(WS-TOKEN) NOT = SPACES
                   PERFORM 1330-PARSE-ITEM-TOKEN
               END-IF
           END-PERFORM
           IF WS-IT-ACCT = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE WS-IT-ACCT TO WS-SEEK-ACCT
           MOVE 'Y' TO WS-AP-ADD-FLAG
           PERFORM 1340-FIND-ACCOUNT-ITEMS
           IF WS-AP-IDX = ZEROS
               EXIT PARAGRAPH
           END-IF
           EVALUATE WS-ITEM-KIND
               WHEN 'G'
                   PERFORM 1400-GOAL-ITEM
               WHEN 'T'
                   PERFORM 1410-DEPOSIT-ITEM
               WHEN 'L'
                   PERFORM 1420-LOAN-ITEM
               WHEN 'S'
                   PERFORM 1430-INSTRUCTION-ITEM
               WHEN 'P'
                   MOVE 'Y' TO WS-AP-POINTS(WS-AP-IDX)
           END-EVALUATE.

       1330-PARSE-ITEM-TOKEN.
           MOVE ZERO TO WS-POS
           INSPECT WS-TOKEN TALLYING WS-POS FOR CHARACTERS BEFORE '='
           IF WS-POS > 0 AND WS-POS < 399
               MOVE WS-TOKEN(1:WS-POS) TO WS-FIELD-NAME
               MOVE WS-TOKEN(WS-POS + 2:) TO WS-FIELD-VAL
               EVALUATE FUNCTION TRIM(WS-FIELD-NAME)
                   WHEN 'account_id'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL) TO WS-IT-ACCT
                   WHEN 'status'
                       MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
                           WS-FIELD-VAL)) TO WS-IT-STATUS
                   WHEN 'target'
                       MOVE FUNCTION NUMVAL(WS-FIELD-VAL)
                           TO WS-IT-TARGET
                   WHEN 'earmarked'
                       MOVE FUNCTION NUMVAL(WS-FIELD-VAL)
                           TO WS-IT-EARMARKED
                   WHEN 'principal'
                       MOVE FUNCTION NUMVAL(WS-FIELD-VAL)
                           TO WS-IT-PRINCIPAL
                   WHEN 'maturity'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-IT-MATURITY
                   WHEN 'balance'
                       MOVE FUNCTION NUMVAL(WS-FIELD-VAL)
                           TO WS-IT-BALANCE
                   WHEN 'installment'
                       MOVE FUNCTION NUMVAL(WS-FIELD-VAL)
                           TO WS-IT-INSTALLMENT
                   WHEN 'next_due'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-IT-NEXT-DUE
                   WHEN 'arrears'
                       MOVE FUNCTION NUMVAL(WS-FIELD-VAL)
                           TO WS-IT-ARREARS
                   WHEN 'amount'
                       MOVE FUNCTION NUMVAL(WS-FIELD-VAL)
                           TO WS-IT-AMOUNT
               END-EVALUATE
           END-IF.

      * WS-AP-IDX of WS-SEEK-ACCT, zero when it has no items - or,
      * while the item files are read, a fresh entry for it
       1340-FIND-ACCOUNT-ITEMS.
           MOVE 1 TO WS-AP-IDX
           PERFORM UNTIL WS-AP-IDX > WS-AP-COUNT OR
                   WS-AP-ACCT(WS-AP-IDX) = WS-SEEK-ACCT
               ADD 1 TO WS-AP-IDX
           END-PERFORM
           IF WS-AP-IDX <= WS-AP-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO WS-AP-IDX
           IF NOT WS-AP-ADDING
               EXIT PARAGRAPH
           END-IF
           IF WS-AP-COUNT >= 20000
               MOVE 'Y' TO WS-AP-TRUNC-FLAG
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-AP-COUNT
           MOVE WS-AP-COUNT TO WS-AP-IDX
           INITIALIZE WS-AP-ENTRY(WS-AP-IDX)
           MOVE WS-SEEK-ACCT TO WS-AP-ACCT(WS-AP-IDX)
           MOVE 'N' TO WS-AP-POINTS(WS-AP-IDX).

       1400-GOAL-ITEM.
           IF WS-IT-STATUS NOT = 'OPEN'
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-AP-GL-COUNT(WS-AP-IDX)
           ADD WS-IT-TARGET TO WS-AP-GL-TARGET(WS-AP-IDX)
           ADD WS-IT-EARMARKED TO WS-AP-GL-EAR(WS-AP-IDX).

      * the next deposit to mature, several on one day added up
       1410-DEPOSIT-ITEM.
           IF WS-IT-STATUS NOT = 'OPEN'
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-AP-TD-COUNT(WS-AP-IDX)
           ADD WS-IT-PRINCIPAL TO WS-AP-TD-PRIN(WS-AP-IDX)
           MOVE WS-IT-MATURITY TO WS-DT-STR
           PERFORM 8200-DATE-TO-YMD
           IF WS-DT-YMD = SPACES
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN WS-AP-TD-NEXT(WS-AP-IDX) = SPACES OR
                       WS-DT-YMD < WS-AP-TD-NEXT(WS-AP-IDX)
                   MOVE WS-DT-YMD TO WS-AP-TD-NEXT(WS-AP-IDX)
                   MOVE WS-IT-PRINCIPAL TO WS-AP-TD-NEXT-AMT(WS-AP-IDX)
               WHEN WS-DT-YMD = WS-AP-TD-NEXT(WS-AP-IDX)
                   ADD WS-IT-PRINCIPAL TO WS-AP-TD-NEXT-AMT(WS-AP-IDX)
           END-EVALUATE.

      * the next installment due and the installments missed - each
      * missed one at the loan's fixed installment
       1420-LOAN-ITEM.
           IF WS-IT-STATUS NOT = 'OPEN'
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-AP-LN-COUNT(WS-AP-IDX)
           ADD WS-IT-BALANCE TO WS-AP-LN-BAL(WS-AP-IDX)
           ADD WS-IT-ARREARS TO WS-AP-LN-ARR-CNT(WS-AP-IDX)
           COMPUTE WS-AP-LN-ARR-AMT(WS-AP-IDX) =
               WS-AP-LN-ARR-AMT(WS-AP-IDX)
               + WS-IT-ARREARS * WS-IT-INSTALLMENT
           MOVE WS-IT-NEXT-DUE TO WS-DT-STR
           PERFORM 8200-DATE-TO-YMD
           IF WS-DT-YMD = SPACES
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN WS-AP-LN-NEXT(WS-AP-IDX) = SPACES OR
                       WS-DT-YMD < WS-AP-LN-NEXT(WS-AP-IDX)
                   MOVE WS-DT-YMD TO WS-AP-LN-NEXT(WS-AP-IDX)
                   MOVE WS-IT-INSTALLMENT
                       TO WS-AP-LN-NEXT-AMT(WS-AP-IDX)
               WHEN WS-DT-YMD = WS-AP-LN-NEXT(WS-AP-IDX)
                   ADD WS-IT-INSTALLMENT
                       TO WS-AP-LN-NEXT-AMT(WS-AP-IDX)
           END-EVALUATE.

      * an ACTIVE instruction, or one PARKED for retry, falling due
      * on or before the business date plus 7
       1430-INSTRUCTION-ITEM.
           IF WS-IT-STATUS NOT = 'ACTIVE' AND
                   WS-IT-STATUS NOT = 'PARKED'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-IT-NEXT-DUE TO WS-DT-STR
           PERFORM 8200-DATE-TO-YMD
           IF WS-DT-YMD = SPACES OR WS-DT-YMD > WS-HORIZON-YMD-X
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-AP-SI-COUNT(WS-AP-IDX)
           ADD WS-IT-AMOUNT TO WS-AP-SI-AMT(WS-AP-IDX)
           IF WS-AP-SI-NEXT(WS-AP-IDX) = SPACES OR
                   WS-DT-YMD < WS-AP-SI-NEXT(WS-AP-IDX)
               MOVE WS-DT-YMD TO WS-AP-SI-NEXT(WS-AP-IDX)
           END-IF.

      *----------------------------------------------------------------
      * the extract - every member on the master in key order, the
      * position cut, compared with the snapshot and written
      *----------------------------------------------------------------
       2000-BUILD-EXTRACT.
           PERFORM 1100-LOAD-LINKS
           IF WS-KL-IS-TRUNCATED
               DISPLAY '{"error":"Link file larger than 20000 links '
                   '- nothing written"}'
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM 1200-LOAD-BASE
           IF WS-BS-IS-TRUNCATED
               DISPLAY '{"error":"Snapshot larger than 20000 members '
                   '- nothing written"}'
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM 1300-LOAD-ITEMS
           IF WS-AP-IS-TRUNCATED
               DISPLAY '{"error":"Goals, deposits, loans, instructions'
                   ' and points lots span more than 20000 accounts '
                   '- nothing written"}'
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT MEMBER-MASTER
           IF WS-MEMBER-STATUS NOT = '00'
               DISPLAY '{"error":"Cannot open member master: '
                   FUNCTION TRIM(WS-MEMBER-FILE)
                   ' - nothing written"}'
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT ACCOUNT-MASTER
           IF WS-MASTER-STATUS NOT = '00'
               CLOSE MEMBER-MASTER
               DISPLAY '{"error":"Cannot open account master: '
                   FUNCTION TRIM(WS-MASTER-FILE)
                   ' - nothing written"}'
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
      * the extract must be writable before the .prev generation is
      * touched - a refused run leaves the rerun base as it was
           OPEN OUTPUT MEMPOS-FILE
           IF WS-EXTRACT-STATUS NOT = '00'
               CLOSE MEMBER-MASTER ACCOUNT-MASTER
               DISPLAY '{"error":"Cannot open extract file: '
                   FUNCTION TRIM(WS-EXTRACT-FILE)
                   ' - nothing written"}'
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
      * the snapshot about to be replaced becomes the .prev
      * generation - unless this is a rerun, whose base already is
           IF NOT WS-IS-RERUN AND WS-BASE-DATE NOT = SPACES
               PERFORM 2800-SAVE-BASE-GENERATION
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-CUR-DATETIME
           MOVE SPACES TO WS-CREATED-TS
           STRING WS-CUR-DATETIME(1:8) '-' WS-CUR-DATETIME(9:6)
               DELIMITED SIZE INTO WS-CREATED-TS
           END-STRING
           MOVE WS-SNAP-FILE TO WS-SNAPIO-FILE
           OPEN OUTPUT SNAP-FILE
           IF WS-SNAP-STATUS NOT = '00'
               CLOSE MEMPOS-FILE MEMBER-MASTER ACCOUNT-MASTER
               DISPLAY '{"error":"Cannot open snapshot file: '
                   FUNCTION TRIM(WS-SNAP-FILE)
                   ' - nothing written"}'
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM 2700-WRITE-HEADERS
           MOVE ZEROS TO WS-BS-LAST
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ MEMBER-MASTER NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM 2100-ONE-MEMBER
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF
           IF WS-MODE-DELTA
               MOVE 1 TO WS-BS-IDX
               PERFORM UNTIL WS-BS-IDX > WS-BS-COUNT
                   IF WS-BS-SEEN(WS-BS-IDX) = 'N'
                       PERFORM 2400-WRITE-REMOVED
                   END-IF
                   ADD 1 TO WS-BS-IDX
               END-PERFORM
           END-IF
           PERFORM 2750-WRITE-TRAILERS
           CLOSE MEMPOS-FILE
           CLOSE SNAP-FILE
           CLOSE ACCOUNT-MASTER
           CLOSE MEMBER-MASTER
           PERFORM 2900-REPORT-SUMMARY
           IF WS-MISSING-COUNT > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF.

       2100-ONE-MEMBER.
           ADD 1 TO WS-MEMBER-COUNT
           PERFORM 2110-BUILD-POSITION
           PERFORM 2200-COMPARE-BASE
           PERFORM 2300-WRITE-SNAPSHOT-DETAIL
           MOVE WS-CHANGE TO MD-CHANGE-FLAG
           EVALUATE WS-CHANGE
               WHEN 'N'
                   ADD 1 TO WS-NEW-COUNT
               WHEN 'C'
                   ADD 1 TO WS-CHANGED-COUNT
               WHEN OTHER
                   ADD 1 TO WS-SAME-COUNT
           END-EVALUATE
           IF WS-MODE-FULL OR WS-CHANGE NOT = 'U'
               PERFORM 2350-WRITE-EXTRACT-DETAIL
           END-IF.

      * the member's position, summed over every account linked to
      * the member - the change flag is left blank for the compare
       2110-BUILD-POSITION.
           MOVE SPACES TO MEMPOS-WORK-RECORD
           INITIALIZE MEMPOS-DETAIL-RECORD
           MOVE 'D' TO MD-REC-TYPE
           MOVE MM-MEMBER-NO TO MD-MEMBER-NO
           MOVE MM-NAME TO MD-NAME
           MOVE MM-STATUS TO MD-MEMBER-STATUS
           MOVE SPACE TO MD-CHANGE-FLAG
           MOVE 1 TO WS-KL-IDX
           PERFORM UNTIL WS-KL-IDX > WS-KL-COUNT
               IF WS-KL-MEMBER(WS-KL-IDX) = MM-MEMBER-NO AND
                       WS-KL-ACCT(WS-KL-IDX) NOT = SPACES
                   PERFORM 2120-ADD-ONE-ACCOUNT
               END-IF
               ADD 1 TO WS-KL-IDX
           END-PERFORM
           IF MD-GOAL-TARGET > ZEROS
               COMPUTE WS-PCT =
                   MD-GOAL-EARMARKED * 100 / MD-GOAL-TARGET
               IF WS-PCT > 999
                   MOVE 999 TO WS-PCT
               END-IF
               MOVE WS-PCT TO MD-GOAL-PCT
           END-IF.

       2120-ADD-ONE-ACCOUNT.
           MOVE WS-KL-ACCT(WS-KL-IDX) TO AM-ACCT-ID
           READ ACCOUNT-MASTER
               INVALID KEY
                   ADD 1 TO WS-MISSING-COUNT
                   DISPLAY 'WARNING: linked account not on the master: '
                       FUNCTION TRIM(WS-KL-ACCT(WS-KL-IDX))
                       ' (member ' FUNCTION TRIM(MM-MEMBER-NO) ')'
                       UPON SYSERR
                   EXIT PARAGRAPH
           END-READ
           IF AM-IS-CLOSED
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO MD-ACCOUNT-COUNT
           MOVE AM-ACCT-ID TO WS-SEEK-ACCT
           MOVE 'N' TO WS-AP-ADD-FLAG
           PERFORM 1340-FIND-ACCOUNT-ITEMS
           COMPUTE WS-AVAIL = AM-BALANCE - AM-HOLD-TOTAL
               - AM-EARMARK-TOTAL
           EVALUATE TRUE
               WHEN WS-AP-IDX > ZEROS AND
                       WS-AP-POINTS(WS-AP-IDX) = 'Y'
                   ADD AM-BALANCE TO MD-POINTS-BALANCE
               WHEN AM-CURRENCY = 'KOIN'
                   ADD AM-BALANCE TO MD-WALLET-BALANCE
                   ADD WS-AVAIL TO MD-WALLET-AVAIL
                   ADD AM-HOLD-TOTAL TO MD-HOLD-TOTAL
                   ADD AM-EARMARK-TOTAL TO MD-EARMARK-TOTAL
      *        a foreign balance is not added to rupiah - counted only
               WHEN AM-CURRENCY NOT = SPACES AND
                       AM-CURRENCY NOT = WS-BASE-CURRENCY
                   ADD 1 TO MD-FOREIGN-COUNT
               WHEN OTHER
                   ADD AM-BALANCE TO MD-SAVINGS-BALANCE
                   ADD WS-AVAIL TO MD-SAVINGS-AVAIL
                   ADD AM-HOLD-TOTAL TO MD-HOLD-TOTAL
                   ADD AM-EARMARK-TOTAL TO MD-EARMARK-TOTAL
           END-EVALUATE
           IF WS-AP-IDX > ZEROS
               PERFORM 2130-MERGE-ACCOUNT-ITEMS
           END-IF.

       2130-MERGE-ACCOUNT-ITEMS.
           ADD WS-AP-GL-COUNT(WS-AP-IDX) TO MD-GOAL-COUNT
           ADD WS-AP-GL-TARGET(WS-AP-IDX) TO MD-GOAL-TARGET
           ADD WS-AP-GL-EAR(WS-AP-IDX) TO MD-GOAL-EARMARKED
           ADD WS-AP-TD-COUNT(WS-AP-IDX) TO MD-TD-COUNT
           ADD WS-AP-TD-PRIN(WS-AP-IDX) TO MD-TD-PRINCIPAL
           IF WS-AP-TD-NEXT(WS-AP-IDX) NOT = SPACES
               EVALUATE TRUE
                   WHEN MD-TD-NEXT-MATURITY = SPACES OR
                           WS-AP-TD-NEXT(WS-AP-IDX) <
                           MD-TD-NEXT-MATURITY
                       MOVE WS-AP-TD-NEXT(WS-AP-IDX)
                           TO MD-TD-NEXT-MATURITY
                       MOVE WS-AP-TD-NEXT-AMT(WS-AP-IDX)
                           TO MD-TD-NEXT-AMOUNT
                   WHEN WS-AP-TD-NEXT(WS-AP-IDX) = MD-TD-NEXT-MATURITY
                       ADD WS-AP-TD-NEXT-AMT(WS-AP-IDX)
                           TO MD-TD-NEXT-AMOUNT
               END-EVALUATE
           END-IF
           ADD WS-AP-LN-COUNT(WS-AP-IDX) TO MD-LOAN-COUNT
           ADD WS-AP-LN-BAL(WS-AP-IDX) TO MD-LOAN-BALANCE
           ADD WS-AP-LN-ARR-CNT(WS-AP-IDX) TO MD-LOAN-ARREARS-CNT
           ADD WS-AP-LN-ARR-AMT(WS-AP-IDX) TO MD-LOAN-ARREARS-AMT
           IF WS-AP-LN-NEXT(WS-AP-IDX) NOT = SPACES
               EVALUATE TRUE
                   WHEN MD-LOAN-NEXT-DUE = SPACES OR
                           WS-AP-LN-NEXT(WS-AP-IDX) < MD-LOAN-NEXT-DUE
                       MOVE WS-AP-LN-NEXT(WS-AP-IDX)
                           TO MD-LOAN-NEXT-DUE
                       MOVE WS-AP-LN-NEXT-AMT(WS-AP-IDX)
                           TO MD-LOAN-NEXT-INSTAL
                   WHEN WS-AP-LN-NEXT(WS-AP-IDX) = MD-LOAN-NEXT-DUE
                       ADD WS-AP-LN-NEXT-AMT(WS-AP-IDX)
                           TO MD-LOAN-NEXT-INSTAL
               END-EVALUATE
           END-IF
           ADD WS-AP-SI-COUNT(WS-AP-IDX) TO MD-SI-DUE-COUNT
           ADD WS-AP-SI-AMT(WS-AP-IDX) TO MD-SI-DUE-AMOUNT
           IF WS-AP-SI-NEXT(WS-AP-IDX) NOT = SPACES AND
                   (MD-SI-NEXT-DUE = SPACES OR
                    WS-AP-SI-NEXT(WS-AP-IDX) < MD-SI-NEXT-DUE)
               MOVE WS-AP-SI-NEXT(WS-AP-IDX) TO MD-SI-NEXT-DUE
           END-IF.

      * N when the snapshot does not have the member, C when it
      * holds a different position, U when nothing moved. Master
      * and snapshot are both in member number order, so the entry
      * after the last one matched is tried first
       2200-COMPARE-BASE.
           MOVE 'N' TO WS-CHANGE
           ADD 1 TO WS-BS-LAST
           IF WS-BS-LAST <= WS-BS-COUNT AND
                   WS-BS-MEMBER(WS-BS-LAST) = MD-MEMBER-NO
               MOVE WS-BS-LAST TO WS-BS-IDX
           ELSE
               MOVE 1 TO WS-BS-IDX
               PERFORM UNTIL WS-BS-IDX > WS-BS-COUNT OR
                       WS-BS-MEMBER(WS-BS-IDX) = MD-MEMBER-NO
                   ADD 1 TO WS-BS-IDX
               END-PERFORM
           END-IF
           IF WS-BS-IDX > WS-BS-COUNT
               SUBTRACT 1 FROM WS-BS-LAST
               EXIT PARAGRAPH
           END-IF
           MOVE WS-BS-IDX TO WS-BS-LAST
           MOVE 'Y' TO WS-BS-SEEN(WS-BS-IDX)
           IF WS-BS-IMAGE(WS-BS-IDX) = MEMPOS-WORK-RECORD
               MOVE 'U' TO WS-CHANGE
           ELSE
               MOVE 'C' TO WS-CHANGE
           END-IF.

       2300-WRITE-SNAPSHOT-DETAIL.
           ADD 1 TO WS-SN-COUNT
           COMPUTE WS-SN-BAL-TOTAL = WS-SN-BAL-TOTAL
               + MD-WALLET-BALANCE + MD-SAVINGS-BALANCE
           ADD MD-LOAN-BALANCE TO WS-SN-LOAN-TOTAL
           PERFORM 2500-MEMBER-HASH
           COMPUTE WS-HASH-WORK = WS-SN-HASH + WS-HASH-PART
           MOVE WS-HASH-WORK TO WS-SN-HASH
           WRITE SNAP-RECORD FROM MEMPOS-WORK-RECORD.

       2350-WRITE-EXTRACT-DETAIL.
           ADD 1 TO WS-EX-COUNT
           COMPUTE WS-EX-BAL-TOTAL = WS-EX-BAL-TOTAL
               + MD-WALLET-BALANCE + MD-SAVINGS-BALANCE
           ADD MD-LOAN-BALANCE TO WS-EX-LOAN-TOTAL
           PERFORM 2500-MEMBER-HASH
           COMPUTE WS-HASH-WORK = WS-EX-HASH + WS-HASH-PART
           MOVE WS-HASH-WORK TO WS-EX-HASH
           WRITE MEMPOS-RECORD FROM MEMPOS-WORK-RECORD.

      * a member the snapshot had and the master no longer does -
      * the member number alone, so the app can drop it
       2400-WRITE-REMOVED.
           MOVE SPACES TO MEMPOS-WORK-RECORD
           INITIALIZE MEMPOS-DETAIL-RECORD
           MOVE 'D' TO MD-REC-TYPE
           MOVE WS-BS-MEMBER(WS-BS-IDX) TO MD-MEMBER-NO
           MOVE 'R' TO MD-CHANGE-FLAG
           ADD 1 TO WS-REMOVED-COUNT
           PERFORM 2350-WRITE-EXTRACT-DETAIL.

      * the hash total: the member number read as a number, digits
      * only, added in and the sum kept to 18 digits
       2500-MEMBER-HASH.
           MOVE ZEROS TO WS-HASH-PART
           MOVE 1 TO WS-HASH-CHAR-IDX
           PERFORM UNTIL WS-HASH-CHAR-IDX > 20
               IF MD-MEMBER-NO(WS-HASH-CHAR-IDX:1) IS NUMERIC
                   MOVE MD-MEMBER-NO(WS-HASH-CHAR-IDX:1)
                       TO WS-HASH-DIGIT
                   COMPUTE WS-HASH-WORK = WS-HASH-PART * 10
                       + WS-HASH-DIGIT
                   MOVE WS-HASH-WORK TO WS-HASH-PART
               END-IF
               ADD 1 TO WS-HASH-CHAR-IDX
           END-PERFORM.

       2700-WRITE-HEADERS.
           MOVE SPACES TO MEMPOS-WORK-RECORD
           MOVE 'H' TO MH-REC-TYPE
           MOVE WS-SENDER-ID TO MH-SENDER-ID
           MOVE WS-BUSINESS-YMD TO MH-BUSINESS-DATE
           MOVE WS-MODE TO MH-EXTRACT-MODE
           MOVE WS-BASE-DATE TO MH-BASE-DATE
           MOVE WS-CREATED-TS TO MH-CREATED-TS
           WRITE MEMPOS-RECORD FROM MEMPOS-WORK-RECORD
           MOVE 'FULL' TO MH-EXTRACT-MODE
           WRITE SNAP-RECORD FROM MEMPOS-WORK-RECORD.

       2750-WRITE-TRAILERS.
           MOVE SPACES TO MEMPOS-WORK-RECORD
           MOVE 'T' TO MT-REC-TYPE
           MOVE WS-EX-COUNT TO MT-RECORD-COUNT
           MOVE WS-MEMBER-COUNT TO MT-MEMBER-COUNT
           COMPUTE MT-CHANGED-COUNT = WS-NEW-COUNT + WS-CHANGED-COUNT
               + WS-REMOVED-COUNT
           MOVE WS-EX-BAL-TOTAL TO MT-BALANCE-TOTAL
           MOVE WS-EX-LOAN-TOTAL TO MT-LOAN-TOTAL
           MOVE WS-EX-HASH TO MT-HASH-TOTAL
           WRITE MEMPOS-RECORD FROM MEMPOS-WORK-RECORD
           MOVE WS-SN-COUNT TO MT-RECORD-COUNT
           MOVE WS-SN-BAL-TOTAL TO MT-BALANCE-TOTAL
           MOVE WS-SN-LOAN-TOTAL TO MT-LOAN-TOTAL
           MOVE WS-SN-HASH TO MT-HASH-TOTAL
           WRITE SNAP-RECORD FROM MEMPOS-WORK-RECORD.

      * the snapshot being replaced, written back out whole as the
      * .prev generation a rerun of this business date compares with
       2800-SAVE-BASE-GENERATION.
           MOVE WS-PREV-FILE TO WS-SNAPIO-FILE
           OPEN OUTPUT SNAP-FILE
           IF WS-SNAP-STATUS NOT = '00'
               DISPLAY 'WARNING: cannot write '
                   FUNCTION TRIM(WS-PREV-FILE) UPON SYSERR
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO MEMPOS-WORK-RECORD
           MOVE 'H' TO MH-REC-TYPE
           MOVE WS-SENDER-ID TO MH-SENDER-ID
           MOVE WS-BASE-DATE TO MH-BUSINESS-DATE
           MOVE 'FULL' TO MH-EXTRACT-MODE
           WRITE SNAP-RECORD FROM MEMPOS-WORK-RECORD
           MOVE ZEROS TO WS-SN-HASH
           MOVE 1 TO WS-BS-IDX
           PERFORM UNTIL WS-BS-IDX > WS-BS-COUNT
               MOVE WS-BS-IMAGE(WS-BS-IDX) TO MEMPOS-WORK-RECORD
               PERFORM 2500-MEMBER-HASH
               COMPUTE WS-HASH-WORK = WS-SN-HASH + WS-HASH-PART
               MOVE WS-HASH-WORK TO WS-SN-HASH
               WRITE SNAP-RECORD FROM MEMPOS-WORK-RECORD
               ADD 1 TO WS-BS-IDX
           END-PERFORM
           MOVE SPACES TO MEMPOS-WORK-RECORD
           MOVE 'T' TO MT-REC-TYPE
           MOVE WS-BS-COUNT TO MT-RECORD-COUNT MT-MEMBER-COUNT
           MOVE ZEROS TO MT-CHANGED-COUNT MT-BALANCE-TOTAL
               MT-LOAN-TOTAL
           MOVE WS-SN-HASH TO MT-HASH-TOTAL
           WRITE SNAP-RECORD FROM MEMPOS-WORK-RECORD
           CLOSE SNAP-FILE
           MOVE ZEROS TO WS-SN-HASH.

       2900-REPORT-SUMMARY.
           MOVE SPACES TO WS-OUT
           MOVE WS-MEMBER-COUNT TO WS-CNT-D
           STRING
               '{"business_date":"' DELIMITED SIZE
               WS-BUSINESS-DATE DELIMITED SIZE
               '","mode":"' DELIMITED SIZE
               FUNCTION TRIM(WS-MODE) DELIMITED SIZE
               '","base_date":"' DELIMITED SIZE
               FUNCTION TRIM(WS-BASE-DATE) DELIMITED SIZE
               '","members":' DELIMITED SIZE
               FUNCTION TRIM(WS-CNT-D) DELIMITED SIZE
               INTO WS-OUT
           END-STRING
           DISPLAY FUNCTION TRIM(WS-OUT) WITH NO ADVANCING
           MOVE WS-EX-COUNT TO WS-CNT-D
           DISPLAY ',"written":' FUNCTION TRIM(WS-CNT-D)
               WITH NO ADVANCING
           MOVE WS-NEW-COUNT TO WS-CNT-D
           DISPLAY ',"new":' FUNCTION TRIM(WS-CNT-D) WITH NO ADVANCING
           MOVE WS-CHANGED-COUNT TO WS-CNT-D
           DISPLAY ',"changed":' FUNCTION TRIM(WS-CNT-D)
               WITH NO ADVANCING
           MOVE WS-SAME-COUNT TO WS-CNT-D
           DISPLAY ',"unchanged":' FUNCTION TRIM(WS-CNT-D)
               WITH NO ADVANCING
           MOVE WS-REMOVED-COUNT TO WS-CNT-D
           DISPLAY ',"removed":' FUNCTION TRIM(WS-CNT-D)
               WITH NO ADVANCING
           MOVE SPACES TO WS-OUT
           MOVE WS-EX-BAL-TOTAL TO WS-TOT-D
           STRING
               ',"balance_total":' DELIMITED SIZE
               FUNCTION TRIM(WS-TOT-D) DELIMITED SIZE
               INTO WS-OUT
           END-STRING
           MOVE WS-EX-LOAN-TOTAL TO WS-TOT-D
           MOVE WS-EX-HASH TO WS-HASH-D
           DISPLAY FUNCTION TRIM(WS-OUT)
               ',"loan_total":' FUNCTION TRIM(WS-TOT-D)
               ',"hash_total":' FUNCTION TRIM(WS-HASH-D)
               WITH NO ADVANCING
           MOVE WS-MISSING-COUNT TO WS-CNT-D
           DISPLAY ',"missing_accounts":' FUNCTION TRIM(WS-CNT-D)
               ',"extract_file":"' FUNCTION TRIM(WS-EXTRACT-FILE)
               '"}'.

       8100-EXTRACT-TOKEN.
           MOVE ZERO TO WS-POS
           INSPECT WS-REMAIN TALLYING WS-POS FOR CHARACTERS BEFORE ' '
           IF WS-POS > 0
               MOVE WS-REMAIN(1:WS-POS) TO WS-TOKEN
               IF WS-POS < 399
                   MOVE WS-REMAIN(WS-POS + 2:) TO WS-REMAIN
                   MOVE FUNCTION TRIM(WS-REMAIN LEADING) TO WS-REMAIN
               ELSE
                   MOVE SPACES TO WS-REMAIN
               END-IF
           ELSE
               MOVE WS-REMAIN TO WS-TOKEN
               MOVE SPACES TO WS-REMAIN
           END-IF.

      * YYYY-MM-DD to YYYYMMDD in WS-DT-YMD, blank when it is not a
      * real date
       8200-DATE-TO-YMD.
           MOVE SPACES TO WS-DT-YMD
           IF WS-DT-STR(1:4) IS NOT NUMERIC OR
                   WS-DT-STR(5:1) NOT = '-' OR
                   WS-DT-STR(6:2) IS NOT NUMERIC OR
                   WS-DT-STR(8:1) NOT = '-' OR
                   WS-DT-STR(9:2) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           STRING WS-DT-STR(1:4) WS-DT-STR(6:2) WS-DT-STR(9:2)
               DELIMITED SIZE INTO WS-DT-YMD
           END-STRING
           MOVE WS-DT-YMD TO WS-DT-NUM
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DT-NUM) NOT = ZEROS
               MOVE SPACES TO WS-DT-YMD
           END-IF.
