      *================================================================*
      * CFLNAPP.cbl - Loan Application Intake and Eligibility Screening*
      * The credit committee's decision record, in front of CFLOAN     *
      * OPEN. Every loan request is entered as an application, checked *
      * against the lending rules, scored, and queued PENDING,         *
      * APPROVED or DECLINED with its reasons; only an APPROVED        *
      * application released by a second operator produces the        *
      * CFLOAN action=OPEN line, and CFLOAN refuses an OPEN that does  *
      * not name a released application.                               *
      * Lending rules (any failure declines, the reason code is kept): *
      *   MEMBER-UNKNOWN / MEMBER-NOT-ACTIVE - member master status    *
      *   ACCOUNT-NOT-LINKED - the account is not the member's in the  *
      *       CFMEMBER link file                                       *
      *   TENURE-SHORT - fewer than min_tenure_months whole months     *
      *       since MM-JOIN-DATE                                       *
      *   ACCOUNT-UNKNOWN / ACCOUNT-DORMANT / ACCOUNT-FROZEN /         *
      *       ACCOUNT-CLOSED - the account must be ACTIVE              *
      *   SAVINGS-LOW - the requested amount is more than              *
      *       savings_multiple times the account's spendable balance   *
      *       (AM-BALANCE - AM-HOLD-TOTAL - AM-EARMARK-TOTAL)          *
      *   LOAN-IN-ARREARS - any OPEN loan on any of the member's       *
      *       accounts has missed installments                         *
      * An application that passes every rule is scored out of 100:   *
      * tenure (36+ months 40, 12+ months 30, else 20), savings cover  *
      * (spendable balance at least the amount 40, at least half of it *
      * 30, else 20) and loan history (no OPEN loan 20, else 10). A    *
      * score of approve_score or more is APPROVED, anything below is  *
      * left PENDING for the committee.                                *
      * Args (key=value, any order):                                   *
      *   action=SUBMIT  - app_id= member_no= account_id= amount=      *
      *                    term_months= tier= (or rate=) user_id=      *
      *                    screens and queues the application          *
      *   action=DECIDE  - app_id= decision=APPROVE|DECLINE user_id=   *
      *                    [reason=CODE] the committee's decision on a *
      *                    PENDING application; not by its submitter   *
      *   action=RELEASE - app_id= user_id= [loan_id=] [rate_table=]   *
      *                    releases an APPROVED application: the       *
      *                    releasing operator must be neither its      *
      *                    submitter nor its decider; appends the      *
      *                    CFLOAN action=OPEN argument line to the     *
      *                    release file (loan_id defaults to app_id);  *
      *                    rate_table= is required when the            *
      *                    application is priced on a tier             *
      *   action=LIST    - [status=] every application in the queue    *
      *   min_tenure_months=N - default 6                              *
      *   savings_multiple=N  - default 3                              *
      *   approve_score=N     - default 70                             *
      *   business_date=YYYY-MM-DD - default today                     *
      *   app_file=<path>     - default CFLNAPP_QUEUE.DAT, one         *
      *       app_id= member= account_id= amount= term_months= tier=   *
      *       rate= status= score= reasons= submitted_by= submitted=   *
      *       decided_by= released_by= loan_id= line per application   *
      *   release_file=<path> - default CFLNAPP_RELEASE.DAT            *
      *   member_file=<path>  - default CFMEMBER_MASTER.DAT            *
      *   link_file=<path>    - default CFMEMBER_LINKS.DAT             *
      *   master_file=<path>  - default CFWALLET_ACCOUNTS.DAT          *
      *   loan_file=<path>    - default CFLOAN_MASTER.DAT              *
      *   system_date_file=<path> - default CFSYSDATE.DAT; its         *
      *       business date stands in for today when no date           *
      *       argument is given                                        *
      * Output stdout: JSON result rows. RETURN-CODE 8 when the queue  *
      * is too large to rewrite or a tier-priced release has no        *
      * rate_table=.                                                   *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CFLNAPP.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. LINUX.
       OBJECT-COMPUTER. LINUX.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APP-FILE ASSIGN TO DYNAMIC WS-APP-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APP-STATUS.
           SELECT RELEASE-FILE ASSIGN TO DYNAMIC WS-RELEASE-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELEASE-STATUS.
           SELECT MEMBER-MASTER ASSIGN TO DYNAMIC WS-MEMBER-FILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MM-MEMBER-NO
               FILE STATUS IS WS-MEMBER-STATUS.
           SELECT LINK-FILE ASSIGN TO DYNAMIC WS-LINK-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LINK-STATUS.
           SELECT ACCOUNT-MASTER ASSIGN TO DYNAMIC WS-MASTER-FILE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-ACCT-ID
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT LOAN-FILE ASSIGN TO DYNAMIC WS-LOAN-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOAN-STATUS.
           SELECT SYSTEM-DATE-FILE ASSIGN TO DYNAMIC WS-SYSDATE-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SYSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  APP-FILE.
       01  APP-RECORD          PIC X(500).

       FD  RELEASE-FILE.
       01  RELEASE-RECORD      PIC X(300).

       FD  MEMBER-MASTER.
           COPY CF-MEMBMS.

       FD  LINK-FILE.
       01  LINK-RECORD         PIC X(100).

       FD  ACCOUNT-MASTER.
           COPY CF-ACCTMS.

       FD  LOAN-FILE.
       01  LOAN-RECORD         PIC X(500).

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
       01  WS-APP-FILE         PIC X(200) VALUE 'CFLNAPP_QUEUE.DAT'.
       01  WS-APP-STATUS       PIC XX VALUE SPACES.
       01  WS-RELEASE-FILE     PIC X(200) VALUE 'CFLNAPP_RELEASE.DAT'.
       01  WS-RELEASE-STATUS   PIC XX VALUE SPACES.
       01  WS-MEMBER-FILE      PIC X(200) VALUE 'CFMEMBER_MASTER.DAT'.
       01  WS-MEMBER-STATUS    PIC XX VALUE SPACES.
       01  WS-LINK-FILE        PIC X(200) VALUE 'CFMEMBER_LINKS.DAT'.
       01  WS-LINK-STATUS      PIC XX VALUE SPACES.
       01  WS-MASTER-FILE      PIC X(200) VALUE 'CFWALLET_ACCOUNTS.DAT'.
       01  WS-MASTER-STATUS    PIC XX VALUE SPACES.
       01  WS-LOAN-FILE        PIC X(200) VALUE 'CFLOAN_MASTER.DAT'.
       01  WS-LOAN-STATUS      PIC XX VALUE SPACES.

       01  WS-ARG-COUNT        PIC 9(3) VALUE ZEROS.
       01  WS-ARG-IDX          PIC 9(3) VALUE ZEROS.
       01  WS-OPT-ARG          PIC X(200) VALUE SPACES.
       01  WS-FIELD-NAME       PIC X(30) VALUE SPACES.
       01  WS-FIELD-VAL        PIC X(200) VALUE SPACES.
       01  WS-POS              PIC 9(4) VALUE ZEROS.
       01  WS-EOF              PIC X VALUE 'N'.
       01  WS-FIRST-REC        PIC X VALUE 'Y'.
       01  WS-REMAIN           PIC X(500) VALUE SPACES.
       01  WS-TOKEN            PIC X(250) VALUE SPACES.

       01  WS-ACTION           PIC X(10) VALUE SPACES.
       01  WS-APP-ID           PIC X(20) VALUE SPACES.
       01  WS-MEMBER-NO        PIC X(20) VALUE SPACES.
       01  WS-ACCOUNT-ID       PIC X(50) VALUE SPACES.
       01  WS-AMOUNT           PIC 9(13)V99 VALUE ZEROS.
       01  WS-TERM-MONTHS      PIC 9(3) VALUE ZEROS.
       01  WS-TIER             PIC X(20) VALUE SPACES.
       01  WS-RATE             PIC 9(3)V9(6) VALUE ZEROS.
       01  WS-USER-ID          PIC X(20) VALUE SPACES.
       01  WS-DECISION         PIC X(8) VALUE SPACES.
       01  WS-REASON           PIC X(40) VALUE SPACES.
       01  WS-LOAN-ID          PIC X(20) VALUE SPACES.
       01  WS-RATETBL-FILE     PIC X(200) VALUE SPACES.
       01  WS-STATUS-FILTER    PIC X(8) VALUE SPACES.
       01  WS-BUSINESS-DATE    PIC X(10) VALUE SPACES.
       01  WS-CUR-DATE         PIC X(8) VALUE SPACES.
       01  WS-MIN-TENURE       PIC 9(3) VALUE 6.
       01  WS-SAVINGS-MULT     PIC 9(3)V99 VALUE 3.
       01  WS-APPROVE-SCORE    PIC 9(3) VALUE 70.

      * the application queue, rewritten whole after each change
       01  WS-AP-COUNT         PIC 9(5) VALUE ZEROS.
       01  WS-AP-IDX           PIC 9(5) VALUE ZEROS.
       01  WS-AP-TRUNC-FLAG    PIC X VALUE 'N'.
           88  WS-AP-IS-TRUNCATED  VALUE 'Y'.
       01  WS-AP-TABLE.
           05  WS-AP-ENTRY OCCURS 5000 TIMES.
               10  WS-AP-REC-ID    PIC X(20).
               10  WS-AP-MEMBER    PIC X(20).
               10  WS-AP-ACCT      PIC X(50).
               10  WS-AP-AMOUNT    PIC 9(13)V99.
               10  WS-AP-TERM      PIC 9(3).
               10  WS-AP-TIER      PIC X(20).
               10  WS-AP-RATE      PIC 9(3)V9(6).
               10  WS-AP-STATE     PIC X(8).
               10  WS-AP-SCORE     PIC 9(3).
               10  WS-AP-REASONS   PIC X(120).
               10  WS-AP-SUBMIT-BY PIC X(20).
               10  WS-AP-SUBMITTED PIC X(10).
               10  WS-AP-DECIDE-BY PIC X(20).
               10  WS-AP-RELEASE-BY PIC X(20).
               10  WS-AP-LOAN-ID   PIC X(20).
       01  WS-IN-APP-ID        PIC X(20) VALUE SPACES.
       01  WS-IN-MEMBER        PIC X(20) VALUE SPACES.
       01  WS-IN-ACCT          PIC X(50) VALUE SPACES.
       01  WS-IN-AMOUNT        PIC 9(13)V99 VALUE ZEROS.
       01  WS-IN-TERM          PIC 9(3) VALUE ZEROS.
       01  WS-IN-TIER          PIC X(20) VALUE SPACES.
       01  WS-IN-RATE          PIC 9(3)V9(6) VALUE ZEROS.
       01  WS-IN-STATUS        PIC X(8) VALUE SPACES.
       01  WS-IN-SCORE         PIC 9(3) VALUE ZEROS.
       01  WS-IN-REASONS       PIC X(120) VALUE SPACES.
       01  WS-IN-SUBMIT-BY     PIC X(20) VALUE SPACES.
       01  WS-IN-SUBMITTED     PIC X(10) VALUE SPACES.
       01  WS-IN-DECIDE-BY     PIC X(20) VALUE SPACES.
       01  WS-IN-RELEASE-BY    PIC X(20) VALUE SPACES.
       01  WS-IN-LOAN-ID       PIC X(20) VALUE SPACES.
       01  WS-IN-ARREARS       PIC 9(3) VALUE ZEROS.

      * the member's linked accounts, for the arrears rule
       01  WS-MA-COUNT         PIC 9(3) VALUE ZEROS.
       01  WS-MA-IDX           PIC 9(3) VALUE ZEROS.
       01  WS-MA-TABLE.
           05  WS-MA-ACCT OCCURS 50 TIMES PIC X(50).
       01  WS-LK-MEMBER        PIC X(20) VALUE SPACES.
       01  WS-LK-ACCT          PIC X(50) VALUE SPACES.
       01  WS-ACCT-LINKED      PIC X VALUE 'N'.

      * screening results
       01  WS-REASONS          PIC X(120) VALUE SPACES.
       01  WS-REASON-PTR       PIC 9(3) VALUE 1.
       01  WS-SCORE            PIC 9(3) VALUE ZEROS.
       01  WS-NEW-STATE        PIC X(8) VALUE SPACES.
       01  WS-TENURE-MONTHS    PIC S9(5) VALUE ZEROS.
       01  WS-AVAILABLE        PIC S9(13)V99 VALUE ZEROS.
       01  WS-SAVINGS-LIMIT    PIC S9(15)V99 VALUE ZEROS.
       01  WS-OPEN-LOANS       PIC 9(3) VALUE ZEROS.
       01  WS-LATE-LOANS       PIC 9(3) VALUE ZEROS.
       01  WS-LOAN-MINE        PIC X VALUE 'N'.
       01  WS-LIST-COUNT       PIC 9(5) VALUE ZEROS.

       01  WS-AMT-D            PIC Z(13).99.
       01  WS-BAL-D            PIC -(13).99.
       01  WS-RATE-D           PIC ZZ9.999999.
       01  WS-TERM-D           PIC ZZ9.
       01  WS-SCORE-D          PIC ZZ9.
       01  WS-CNT-D            PIC Z(4)9.
       01  WS-OUT              PIC X(500) VALUE SPACES.

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
           IF FUNCTION TRIM(WS-BUSINESS-DATE) = SPACES
               STRING WS-CUR-DATE(1:4) '-' WS-CUR-DATE(5:2) '-'
                      WS-CUR-DATE(7:2)
                   DELIMITED SIZE INTO WS-BUSINESS-DATE
               END-STRING
           END-IF
           PERFORM 1000-LOAD-APP-FILE
           IF WS-AP-IS-TRUNCATED
               DISPLAY '{"error":"Application queue larger than 5000 '
                   'records - nothing processed, file left untouched"}'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           EVALUATE FUNCTION TRIM(WS-ACTION)
               WHEN 'SUBMIT'
                   PERFORM 3000-SUBMIT-APPLICATION
               WHEN 'DECIDE'
                   PERFORM 4000-DECIDE-APPLICATION
               WHEN 'RELEASE'
                   PERFORM 5000-RELEASE-APPLICATION
               WHEN 'LIST'
                   PERFORM 2000-LIST-APPLICATIONS
               WHEN OTHER
                   DISPLAY '{"error":"Usage: cflnapp action=SUBMIT|'
                       'DECIDE|RELEASE|LIST [app_id=] [member_no=] '
                       '[account_id=] [amount=] [term_months=] '
                       '[tier=|rate=] [user_id=] [decision=] '
                       '[reason=] [loan_id=] [rate_table=] [status=] '
                       '[min_tenure_months=] [savings_multiple=] '
                       '[approve_score=] [business_date=YYYY-MM-DD] '
                       '[app_file=] [release_file=] [member_file=] '
                       '[link_file=] [master_file=] [loan_file=]"}'
           END-EVALUATE
           STOP RUN.

       0050-PARSE-OPTION-ARG.
           MOVE ZERO TO WS-POS
           INSPECT WS-OPT-ARG TALLYING WS-POS FOR CHARACTERS BEFORE '='
           IF WS-POS > 0
               MOVE WS-OPT-ARG(1:WS-POS) TO WS-FIELD-NAME
               MOVE WS-OPT-ARG(WS-POS + 2:) TO WS-FIELD-VAL
               EVALUATE FUNCTION TRIM(WS-FIELD-NAME)
                   WHEN 'action'
                       MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
                           WS-FIELD-VAL)) TO WS-ACTION
                   WHEN 'app_id'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL) TO WS-APP-ID
                   WHEN 'member_no'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-MEMBER-NO
                   WHEN 'account_id'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-ACCOUNT-ID
                   WHEN 'amount'
                       MOVE FUNCTION NUMVAL(WS-FIELD-VAL) TO WS-AMOUNT
                   WHEN 'term_months'
                       MOVE FUNCTION NUMVAL(WS-FIELD-VAL)
                           TO WS-TERM-MONTHS
                   WHEN 'tier'
                       MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
                           WS-FIELD-VAL)) TO WS-TIER
                   WHEN 'rate'
                       MOVE FUNCTION NUMVAL(WS-FIELD-VAL) TO WS-RATE
                   WHEN 'user_id'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL) TO WS-USER-ID
                   WHEN 'decision'
                       MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
                           WS-FIELD-VAL)) TO WS-DECISION
                   WHEN 'reason'
                       MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
                           WS-FIELD-VAL)) TO WS-REASON
                   WHEN 'loan_id'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL) TO WS-LOAN-ID
                   WHEN 'rate_table'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-RATETBL-FILE
                   WHEN 'status'
                       MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
                           WS-FIELD-VAL)) TO WS-STATUS-FILTER
                   WHEN 'min_tenure_months'
                       MOVE FUNCTION NUMVAL(WS-FIELD-VAL)
                           TO WS-MIN-TENURE
                   WHEN 'savings_multiple'
                       MOVE FUNCTION NUMVAL(WS-FIELD-VAL)
                           TO WS-SAVINGS-MULT
                   WHEN 'approve_score'
                       MOVE FUNCTION NUMVAL(WS-FIELD-VAL)
                           TO WS-APPROVE-SCORE
                   WHEN 'business_date'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-BUSINESS-DATE
                   WHEN 'app_file'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-APP-FILE
                   WHEN 'release_file'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-RELEASE-FILE
                   WHEN 'member_file'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-MEMBER-FILE
                   WHEN 'link_file'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-LINK-FILE
                   WHEN 'master_file'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-MASTER-FILE
                   WHEN 'loan_file'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-LOAN-FILE
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
      * application queue load
      *----------------------------------------------------------------
       1000-LOAD-APP-FILE.
           OPEN INPUT APP-FILE
           IF WS-APP-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ APP-FILE INTO APP-RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM 1100-LOAD-ONE-APP
               END-READ
           END-PERFORM
           CLOSE APP-FILE
           MOVE 'N' TO WS-EOF.

       1100-LOAD-ONE-APP.
           IF FUNCTION TRIM(APP-RECORD) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-IN-APP-ID WS-IN-MEMBER WS-IN-ACCT
               WS-IN-TIER WS-IN-STATUS WS-IN-REASONS WS-IN-SUBMIT-BY
               WS-IN-SUBMITTED WS-IN-DECIDE-BY WS-IN-RELEASE-BY
               WS-IN-LOAN-ID
           MOVE ZEROS TO WS-IN-AMOUNT WS-IN-TERM WS-IN-RATE
               WS-IN-SCORE
           MOVE FUNCTION TRIM(APP-RECORD) TO WS-REMAIN
           PERFORM UNTIL FUNCTION TRIM(WS-REMAIN) = SPACES
               PERFORM 8100-EXTRACT-TOKEN
               IF FUNCTION TRIM(WS-TOKEN) NOT = SPACES
                   PERFORM 1150-PARSE-APP-TOKEN
               END-IF
           END-PERFORM
           IF FUNCTION TRIM(WS-IN-APP-ID) = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-AP-COUNT >= 5000
               MOVE 'Y' TO WS-AP-TRUNC-FLAG
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-AP-COUNT
           MOVE WS-IN-APP-ID     TO WS-AP-REC-ID(WS-AP-COUNT)
           MOVE WS-IN-MEMBER     TO WS-AP-MEMBER(WS-AP-COUNT)
           MOVE WS-IN-ACCT       TO WS-AP-ACCT(WS-AP-COUNT)
           MOVE WS-IN-AMOUNT     TO WS-AP-AMOUNT(WS-AP-COUNT)
           MOVE WS-IN-TERM       TO WS-AP-TERM(WS-AP-COUNT)
           MOVE WS-IN-TIER       TO WS-AP-TIER(WS-AP-COUNT)
           MOVE WS-IN-RATE       TO WS-AP-RATE(WS-AP-COUNT)
           MOVE WS-IN-STATUS     TO WS-AP-STATE(WS-AP-COUNT)
           MOVE WS-IN-SCORE      TO WS-AP-SCORE(WS-AP-COUNT)
           MOVE WS-IN-REASONS    TO WS-AP-REASONS(WS-AP-COUNT)
           MOVE WS-IN-SUBMIT-BY  TO WS-AP-SUBMIT-BY(WS-AP-COUNT)
           MOVE WS-IN-SUBMITTED  TO WS-AP-SUBMITTED(WS-AP-COUNT)
           MOVE WS-IN-DECIDE-BY  TO WS-AP-DECIDE-BY(WS-AP-COUNT)
           MOVE WS-IN-RELEASE-BY TO WS-AP-RELEASE-BY(WS-AP-COUNT)
           MOVE WS-IN-LOAN-ID    TO WS-AP-LOAN-ID(WS-AP-COUNT).

       1150-PARSE-APP-TOKEN.
           MOVE ZERO TO WS-POS
           INSPECT WS-TOKEN TALLYING WS-POS FOR CHARACTERS BEFORE '='
           IF WS-POS > 0
               MOVE WS-TOKEN(1:WS-POS) TO WS-FIELD-NAME
               MOVE WS-TOKEN(WS-POS + 2:) TO WS-FIELD-VAL
               EVALUATE FUNCTION TRIM(WS-FIELD-NAME)
                   WHEN 'app_id'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL) TO WS-IN-APP-ID
                   WHEN 'member'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL) TO WS-IN-MEMBER
                   WHEN 'account_id'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL) TO WS-IN-ACCT
                   WHEN 'amount'
                       MOVE FUNCTION NUMVAL(WS-FIELD-VAL)
                           TO WS-IN-AMOUNT
                   WHEN 'term_months'
                       MOVE FUNCTION NUMVAL(WS-FIELD-VAL)
                           TO WS-IN-TERM
                   WHEN 'tier'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL) TO WS-IN-TIER
                   WHEN 'rate'
                       MOVE FUNCTION NUMVAL(WS-FIELD-VAL)
                           TO WS-IN-RATE
                   WHEN 'status'
                       MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
                           WS-FIELD-VAL)) TO WS-IN-STATUS
                   WHEN 'score'
                       MOVE FUNCTION NUMVAL(WS-FIELD-VAL)
                           TO WS-IN-SCORE
                   WHEN 'reasons'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-IN-REASONS
                   WHEN 'submitted_by'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-IN-SUBMIT-BY
                   WHEN 'submitted'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-IN-SUBMITTED
                   WHEN 'decided_by'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-IN-DECIDE-BY
                   WHEN 'released_by'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-IN-RELEASE-BY
                   WHEN 'loan_id'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-IN-LOAN-ID
               END-EVALUATE
           END-IF.

       1900-FIND-APPLICATION.
           MOVE 1 TO WS-AP-IDX
           PERFORM UNTIL WS-AP-IDX > WS-AP-COUNT OR
                   WS-AP-REC-ID(WS-AP-IDX) = WS-APP-ID
               ADD 1 TO WS-AP-IDX
           END-PERFORM.

      *----------------------------------------------------------------
      * action=LIST
      *----------------------------------------------------------------
       2000-LIST-APPLICATIONS.
           DISPLAY '{"applications":['
           MOVE ZEROS TO WS-LIST-COUNT
           MOVE 1 TO WS-AP-IDX
           PERFORM UNTIL WS-AP-IDX > WS-AP-COUNT
               IF FUNCTION TRIM(WS-STATUS-FILTER) = SPACES OR
                       WS-AP-STATE(WS-AP-IDX) = WS-STATUS-FILTER
                   PERFORM 2100-REPORT-ONE-APP
                   ADD 1 TO WS-LIST-COUNT
               END-IF
               ADD 1 TO WS-AP-IDX
           END-PERFORM
           MOVE WS-LIST-COUNT TO WS-CNT-D
           MOVE SPACES TO WS-OUT
           STRING
               '],"summary":{"applications":' DELIMITED SIZE
               FUNCTION TRIM(WS-CNT-D) DELIMITED SIZE
               '}}' DELIMITED SIZE
               INTO WS-OUT
           END-STRING
           DISPLAY FUNCTION TRIM(WS-OUT).

       2100-REPORT-ONE-APP.
           IF WS-FIRST-REC = 'N'
               DISPLAY ','
           END-IF
           MOVE WS-AP-AMOUNT(WS-AP-IDX) TO WS-AMT-D
           MOVE WS-AP-TERM(WS-AP-IDX) TO WS-TERM-D
           MOVE WS-AP-SCORE(WS-AP-IDX) TO WS-SCORE-D
           MOVE SPACES TO WS-OUT
           STRING
               '{"app_id":"' DELIMITED SIZE
               FUNCTION TRIM(WS-AP-REC-ID(WS-AP-IDX)) DELIMITED SIZE
               '","member":"' DELIMITED SIZE
               FUNCTION TRIM(WS-AP-MEMBER(WS-AP-IDX)) DELIMITED SIZE
               '","account_id":"' DELIMITED SIZE
               FUNCTION TRIM(WS-AP-ACCT(WS-AP-IDX)) DELIMITED SIZE
               '","amount":' DELIMITED SIZE
               FUNCTION TRIM(WS-AMT-D) DELIMITED SIZE
               ',"term_months":' DELIMITED SIZE
               FUNCTION TRIM(WS-TERM-D) DELIMITED SIZE
               ',"status":"' DELIMITED SIZE
               FUNCTION TRIM(WS-AP-STATE(WS-AP-IDX)) DELIMITED SIZE
               '","score":' DELIMITED SIZE
               FUNCTION TRIM(WS-SCORE-D) DELIMITED SIZE
               INTO WS-OUT
           END-STRING
           DISPLAY FUNCTION TRIM(WS-OUT) WITH NO ADVANCING
           MOVE SPACES TO WS-OUT
           STRING
               ',"reasons":"' DELIMITED SIZE
               FUNCTION TRIM(WS-AP-REASONS(WS-AP-IDX)) DELIMITED SIZE
               '","submitted_by":"' DELIMITED SIZE
               FUNCTION TRIM(WS-AP-SUBMIT-BY(WS-AP-IDX))
                   DELIMITED SIZE
               '","decided_by":"' DELIMITED SIZE
               FUNCTION TRIM(WS-AP-DECIDE-BY(WS-AP-IDX))
                   DELIMITED SIZE
               '","released_by":"' DELIMITED SIZE
               FUNCTION TRIM(WS-AP-RELEASE-BY(WS-AP-IDX))
                   DELIMITED SIZE
               '","loan_id":"' DELIMITED SIZE
               FUNCTION TRIM(WS-AP-LOAN-ID(WS-AP-IDX)) DELIMITED SIZE
               '"}' DELIMITED SIZE
               INTO WS-OUT
           END-STRING
           DISPLAY FUNCTION TRIM(WS-OUT)
           MOVE 'N' TO WS-FIRST-REC.

      *----------------------------------------------------------------
      * action=SUBMIT - intake, the lending rules, the score and the
      * queue decision in one step
      *----------------------------------------------------------------
       3000-SUBMIT-APPLICATION.
           IF FUNCTION TRIM(WS-APP-ID) = SPACES OR
                   FUNCTION TRIM(WS-MEMBER-NO) = SPACES OR
                   FUNCTION TRIM(WS-ACCOUNT-ID) = SPACES OR
                   FUNCTION TRIM(WS-USER-ID) = SPACES OR
                   WS-AMOUNT <= ZEROS OR WS-TERM-MONTHS = ZEROS
               DISPLAY '{"status":"ERROR","message":"SUBMIT needs '
                   'app_id=, member_no=, account_id=, amount=, '
                   'term_months= and user_id="}'
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(WS-TIER) = SPACES AND WS-RATE = ZEROS
               DISPLAY '{"status":"ERROR","message":"SUBMIT needs '
                   'tier= or rate= for the loan pricing"}'
               EXIT PARAGRAPH
           END-IF
           PERFORM 1900-FIND-APPLICATION
           IF WS-AP-IDX <= WS-AP-COUNT
               DISPLAY '{"status":"ERROR","message":"app_id already '
                   'in the queue: ' FUNCTION TRIM(WS-APP-ID) '"}'
               EXIT PARAGRAPH
           END-IF
           IF WS-AP-COUNT >= 5000
               DISPLAY '{"status":"ERROR","message":"Application '
                   'queue full"}'
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-REASONS
           MOVE 1 TO WS-REASON-PTR
           MOVE ZEROS TO WS-SCORE
           PERFORM 3100-CHECK-MEMBER
           PERFORM 3200-CHECK-LINKS
           PERFORM 3300-CHECK-ACCOUNT
           PERFORM 3400-CHECK-LOANS
           IF FUNCTION TRIM(WS-REASONS) NOT = SPACES
               MOVE 'DECLINED' TO WS-NEW-STATE
               MOVE ZEROS TO WS-SCORE
           ELSE
               PERFORM 3500-SCORE-APPLICATION
               IF WS-SCORE >= WS-APPROVE-SCORE
                   MOVE 'APPROVED' TO WS-NEW-STATE
               ELSE
                   MOVE 'PENDING' TO WS-NEW-STATE
               END-IF
           END-IF
           ADD 1 TO WS-AP-COUNT
           MOVE WS-AP-COUNT      TO WS-AP-IDX
           MOVE WS-APP-ID        TO WS-AP-REC-ID(WS-AP-IDX)
           MOVE WS-MEMBER-NO     TO WS-AP-MEMBER(WS-AP-IDX)
           MOVE WS-ACCOUNT-ID    TO WS-AP-ACCT(WS-AP-IDX)
           MOVE WS-AMOUNT        TO WS-AP-AMOUNT(WS-AP-IDX)
           MOVE WS-TERM-MONTHS   TO WS-AP-TERM(WS-AP-IDX)
           MOVE WS-TIER          TO WS-AP-TIER(WS-AP-IDX)
           MOVE WS-RATE          TO WS-AP-RATE(WS-AP-IDX)
           MOVE WS-NEW-STATE     TO WS-AP-STATE(WS-AP-IDX)
           MOVE WS-SCORE         TO WS-AP-SCORE(WS-AP-IDX)
           MOVE WS-REASONS       TO WS-AP-REASONS(WS-AP-IDX)
           MOVE WS-USER-ID       TO WS-AP-SUBMIT-BY(WS-AP-IDX)
           MOVE WS-BUSINESS-DATE TO WS-AP-SUBMITTED(WS-AP-IDX)
           MOVE SPACES           TO WS-AP-DECIDE-BY(WS-AP-IDX)
                                    WS-AP-RELEASE-BY(WS-AP-IDX)
                                    WS-AP-LOAN-ID(WS-AP-IDX)
           PERFORM 7500-REWRITE-APP-FILE
           PERFORM 2100-REPORT-ONE-APP.

       3100-CHECK-MEMBER.
           MOVE ZEROS TO WS-TENURE-MONTHS
           OPEN INPUT MEMBER-MASTER
           IF WS-MEMBER-STATUS NOT = '00'
               MOVE 'MEMBER-UNKNOWN' TO WS-REASON
               PERFORM 3900-ADD-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE WS-MEMBER-NO TO MM-MEMBER-NO
           READ MEMBER-MASTER
               INVALID KEY
                   CLOSE MEMBER-MASTER
                   MOVE 'MEMBER-UNKNOWN' TO WS-REASON
                   PERFORM 3900-ADD-REASON
                   EXIT PARAGRAPH
           END-READ
           CLOSE MEMBER-MASTER
           IF NOT MM-IS-ACTIVE
               MOVE 'MEMBER-NOT-ACTIVE' TO WS-REASON
               PERFORM 3900-ADD-REASON
           END-IF
      * whole months of membership up to the business date
           IF MM-JOIN-DATE IS NUMERIC
               COMPUTE WS-TENURE-MONTHS =
                   (FUNCTION NUMVAL(WS-BUSINESS-DATE(1:4)) * 12 +
                    FUNCTION NUMVAL(WS-BUSINESS-DATE(6:2))) -
                   (FUNCTION NUMVAL(MM-JOIN-DATE(1:4)) * 12 +
                    FUNCTION NUMVAL(MM-JOIN-DATE(5:2)))
               IF WS-BUSINESS-DATE(9:2) < MM-JOIN-DATE(7:2)
                   SUBTRACT 1 FROM WS-TENURE-MONTHS
               END-IF
           END-IF
           IF WS-TENURE-MONTHS < WS-MIN-TENURE
               MOVE 'TENURE-SHORT' TO WS-REASON
               PERFORM 3900-ADD-REASON
           END-IF.

      * the member's accounts from the CFMEMBER link file - the
      * application's account must be one of them
       3200-CHECK-LINKS.
           MOVE 'N' TO WS-ACCT-LINKED
           MOVE ZEROS TO WS-MA-COUNT
           OPEN INPUT LINK-FILE
           IF WS-LINK-STATUS = '00'
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ LINK-FILE INTO LINK-RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           PERFORM 3250-CHECK-ONE-LINK
                   END-READ
               END-PERFORM
               CLOSE LINK-FILE
               MOVE 'N' TO WS-EOF
           END-IF
           IF WS-ACCT-LINKED = 'N'
               MOVE 'ACCOUNT-NOT-LINKED' TO WS-REASON
               PERFORM 3900-ADD-REASON
           END-IF.

       3250-CHECK-ONE-LINK.
           MOVE SPACES TO WS-LK-MEMBER WS-LK-ACCT
           MOVE FUNCTION TRIM(LINK-RECORD) TO WS-REMAIN
           PERFORM UNTIL FUNCTION TRIM(WS-REMAIN) = SPACES
               PERFORM 8100-EXTRACT-TOKEN
               MOVE ZERO TO WS-POS
               INSPECT WS-TOKEN TALLYING WS-POS
                   FOR CHARACTERS BEFORE '='
               IF WS-POS > 0
                   MOVE WS-TOKEN(1:WS-POS) TO WS-FIELD-NAME
                   MOVE WS-TOKEN(WS-POS + 2:) TO WS-FIELD-VAL
                   EVALUATE FUNCTION TRIM(WS-FIELD-NAME)
                       WHEN 'member'
                           MOVE FUNCTION TRIM(WS-FIELD-VAL)
                               TO WS-LK-MEMBER
                       WHEN 'account_id'
                           MOVE FUNCTION TRIM(WS-FIELD-VAL)
                               TO WS-LK-ACCT
                   END-EVALUATE
               END-IF
           END-PERFORM
           IF WS-LK-MEMBER NOT = WS-MEMBER-NO OR
                   FUNCTION TRIM(WS-LK-ACCT) = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-LK-ACCT = WS-ACCOUNT-ID
               MOVE 'Y' TO WS-ACCT-LINKED
           END-IF
           IF WS-MA-COUNT < 50
               ADD 1 TO WS-MA-COUNT
               MOVE WS-LK-ACCT TO WS-MA-ACCT(WS-MA-COUNT)
           END-IF.

       3300-CHECK-ACCOUNT.
           MOVE ZEROS TO WS-AVAILABLE
           OPEN INPUT ACCOUNT-MASTER
           IF WS-MASTER-STATUS NOT = '00'
               MOVE 'ACCOUNT-UNKNOWN' TO WS-REASON
               PERFORM 3900-ADD-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ACCOUNT-ID TO AM-ACCT-ID
           READ ACCOUNT-MASTER
               INVALID KEY
                   CLOSE ACCOUNT-MASTER
                   MOVE 'ACCOUNT-UNKNOWN' TO WS-REASON
                   PERFORM 3900-ADD-REASON
                   EXIT PARAGRAPH
           END-READ
           CLOSE ACCOUNT-MASTER
           IF NOT AM-IS-ACTIVE
               MOVE SPACES TO WS-REASON
               STRING 'ACCOUNT-' FUNCTION TRIM(AM-STATUS)
                   DELIMITED SIZE INTO WS-REASON
               END-STRING
               PERFORM 3900-ADD-REASON
           END-IF
           COMPUTE WS-AVAILABLE =
               AM-BALANCE - AM-HOLD-TOTAL - AM-EARMARK-TOTAL
           COMPUTE WS-SAVINGS-LIMIT = WS-AVAILABLE * WS-SAVINGS-MULT
           IF WS-AVAILABLE <= ZEROS OR WS-AMOUNT > WS-SAVINGS-LIMIT
               MOVE 'SAVINGS-LOW' TO WS-REASON
               PERFORM 3900-ADD-REASON
           END-IF.

      * any OPEN loan on any of the member's accounts with missed
      * installments declines the application
       3400-CHECK-LOANS.
           MOVE ZEROS TO WS-OPEN-LOANS WS-LATE-LOANS
           OPEN INPUT LOAN-FILE
           IF WS-LOAN-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ LOAN-FILE INTO LOAN-RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM 3450-CHECK-ONE-LOAN
               END-READ
           END-PERFORM
           CLOSE LOAN-FILE
           MOVE 'N' TO WS-EOF
           IF WS-LATE-LOANS > ZEROS
               MOVE 'LOAN-IN-ARREARS' TO WS-REASON
               PERFORM 3900-ADD-REASON
           END-IF.

       3450-CHECK-ONE-LOAN.
           IF FUNCTION TRIM(LOAN-RECORD) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-IN-ACCT WS-IN-STATUS
           MOVE ZEROS TO WS-IN-ARREARS
           MOVE FUNCTION TRIM(LOAN-RECORD) TO WS-REMAIN
           PERFORM UNTIL FUNCTION TRIM(WS-REMAIN) = SPACES
               PERFORM 8100-EXTRACT-TOKEN
               MOVE ZERO TO WS-POS
               INSPECT WS-TOKEN TALLYING WS-POS
                   FOR CHARACTERS BEFORE '='
               IF WS-POS > 0
                   MOVE WS-TOKEN(1:WS-POS) TO WS-FIELD-NAME
                   MOVE WS-TOKEN(WS-POS + 2:) TO WS-FIELD-VAL
                   EVALUATE FUNCTION TRIM(WS-FIELD-NAME)
                       WHEN 'account_id'
                           MOVE FUNCTION TRIM(WS-FIELD-VAL)
                               TO WS-IN-ACCT
                       WHEN 'arrears'
                           MOVE FUNCTION NUMVAL(WS-FIELD-VAL)
                               TO WS-IN-ARREARS
                       WHEN 'status'
                           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
                               WS-FIELD-VAL)) TO WS-IN-STATUS
                   END-EVALUATE
               END-IF
           END-PERFORM
           IF FUNCTION TRIM(WS-IN-STATUS) NOT = 'OPEN'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-LOAN-MINE
           IF WS-IN-ACCT = WS-ACCOUNT-ID
               MOVE 'Y' TO WS-LOAN-MINE
           END-IF
           MOVE 1 TO WS-MA-IDX
           PERFORM UNTIL WS-MA-IDX > WS-MA-COUNT
               IF WS-MA-ACCT(WS-MA-IDX) = WS-IN-ACCT
                   MOVE 'Y' TO WS-LOAN-MINE
               END-IF
               ADD 1 TO WS-MA-IDX
           END-PERFORM
           IF WS-LOAN-MINE = 'Y'
               ADD 1 TO WS-OPEN-LOANS
               IF WS-IN-ARREARS > ZEROS
                   ADD 1 TO WS-LATE-LOANS
               END-IF
           END-IF.

      * only reached when every rule passed
       3500-SCORE-APPLICATION.
           EVALUATE TRUE
               WHEN WS-TENURE-MONTHS >= 36
                   ADD 40 TO WS-SCORE
               WHEN WS-TENURE-MONTHS >= 12
                   ADD 30 TO WS-SCORE
               WHEN OTHER
                   ADD 20 TO WS-SCORE
           END-EVALUATE
           EVALUATE TRUE
               WHEN WS-AVAILABLE >= WS-AMOUNT
                   ADD 40 TO WS-SCORE
               WHEN WS-AVAILABLE * 2 >= WS-AMOUNT
                   ADD 30 TO WS-SCORE
               WHEN OTHER
                   ADD 20 TO WS-SCORE
           END-EVALUATE
           IF WS-OPEN-LOANS = ZEROS
               ADD 20 TO WS-SCORE
           ELSE
               ADD 10 TO WS-SCORE
           END-IF.

       3900-ADD-REASON.
           IF WS-REASON-PTR > 1 AND WS-REASON-PTR < 120
               STRING ',' DELIMITED SIZE
                   INTO WS-REASONS WITH POINTER WS-REASON-PTR
               END-STRING
           END-IF
           IF WS-REASON-PTR < 120
               STRING FUNCTION TRIM(WS-REASON) DELIMITED SIZE
                   INTO WS-REASONS WITH POINTER WS-REASON-PTR
               END-STRING
           END-IF.

      *----------------------------------------------------------------
      * action=DECIDE - the committee's call on a PENDING application
      *----------------------------------------------------------------
       4000-DECIDE-APPLICATION.
           IF FUNCTION TRIM(WS-APP-ID) = SPACES OR
                   FUNCTION TRIM(WS-USER-ID) = SPACES OR
                   (WS-DECISION NOT = 'APPROVE' AND
                    WS-DECISION NOT = 'DECLINE')
               DISPLAY '{"status":"ERROR","message":"DECIDE needs '
                   'app_id=, decision=APPROVE|DECLINE and user_id="}'
               EXIT PARAGRAPH
           END-IF
           PERFORM 1900-FIND-APPLICATION
           IF WS-AP-IDX > WS-AP-COUNT
               DISPLAY '{"status":"ERROR","message":"app_id not in '
                   'the queue: ' FUNCTION TRIM(WS-APP-ID) '"}'
               EXIT PARAGRAPH
           END-IF
           IF WS-AP-STATE(WS-AP-IDX) NOT = 'PENDING'
               DISPLAY '{"status":"ERROR","message":"Application is '
                   FUNCTION TRIM(WS-AP-STATE(WS-AP-IDX))
                   ', only a PENDING one can be decided"}'
               EXIT PARAGRAPH
           END-IF
           IF WS-USER-ID = WS-AP-SUBMIT-BY(WS-AP-IDX)
               DISPLAY '{"status":"ERROR","message":"The submitting '
                   'operator may not decide their own application"}'
               EXIT PARAGRAPH
           END-IF
           IF WS-DECISION = 'APPROVE'
               MOVE 'APPROVED' TO WS-AP-STATE(WS-AP-IDX)
           ELSE
               MOVE 'DECLINED' TO WS-AP-STATE(WS-AP-IDX)
               IF FUNCTION TRIM(WS-REASON) = SPACES
                   MOVE 'COMMITTEE' TO WS-REASON
               END-IF
           END-IF
           IF FUNCTION TRIM(WS-REASON) NOT = SPACES
               MOVE WS-AP-REASONS(WS-AP-IDX) TO WS-REASONS
               MOVE 1 TO WS-REASON-PTR
               IF FUNCTION TRIM(WS-REASONS) NOT = SPACES
                   COMPUTE WS-REASON-PTR =
                       FUNCTION LENGTH(FUNCTION TRIM(WS-REASONS)) + 1
               END-IF
               PERFORM 3900-ADD-REASON
               MOVE WS-REASONS TO WS-AP-REASONS(WS-AP-IDX)
           END-IF
           MOVE WS-USER-ID TO WS-AP-DECIDE-BY(WS-AP-IDX)
           PERFORM 7500-REWRITE-APP-FILE
           PERFORM 2100-REPORT-ONE-APP.

      *----------------------------------------------------------------
      * action=RELEASE - the second operator's release of an APPROVED
      * application, the only way a CFLOAN OPEN line comes into being
      *----------------------------------------------------------------
       5000-RELEASE-APPLICATION.
           IF FUNCTION TRIM(WS-APP-ID) = SPACES OR
                   FUNCTION TRIM(WS-USER-ID) = SPACES
               DISPLAY '{"status":"ERROR","message":"RELEASE needs '
                   'app_id= and user_id="}'
               EXIT PARAGRAPH
           END-IF
           PERFORM 1900-FIND-APPLICATION
           IF WS-AP-IDX > WS-AP-COUNT
               DISPLAY '{"status":"ERROR","message":"app_id not in '
                   'the queue: ' FUNCTION TRIM(WS-APP-ID) '"}'
               EXIT PARAGRAPH
           END-IF
           IF WS-AP-STATE(WS-AP-IDX) NOT = 'APPROVED'
               DISPLAY '{"status":"ERROR","message":"Application is '
                   FUNCTION TRIM(WS-AP-STATE(WS-AP-IDX))
                   ', only an APPROVED one can be released"}'
               EXIT PARAGRAPH
           END-IF
           IF WS-USER-ID = WS-AP-SUBMIT-BY(WS-AP-IDX) OR
                   WS-USER-ID = WS-AP-DECIDE-BY(WS-AP-IDX)
               DISPLAY '{"status":"ERROR","message":"Release needs a '
                   'second operator - not the submitter or the '
                   'decider"}'
               EXIT PARAGRAPH
           END-IF
      * CFLOAN prices a tier only from the rate table it is given - an
      * OPEN line with tier= and no rate_table= would never disburse
           IF FUNCTION TRIM(WS-AP-TIER(WS-AP-IDX)) NOT = SPACES AND
                   FUNCTION TRIM(WS-RATETBL-FILE) = SPACES
               DISPLAY '{"status":"ERROR","message":"Application is '
                   'priced on tier '
                   FUNCTION TRIM(WS-AP-TIER(WS-AP-IDX))
                   ' - RELEASE needs rate_table="}'
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(WS-LOAN-ID) = SPACES
               MOVE WS-APP-ID TO WS-LOAN-ID
           END-IF
           MOVE WS-AP-AMOUNT(WS-AP-IDX) TO WS-AMT-D
           MOVE WS-AP-TERM(WS-AP-IDX) TO WS-TERM-D
           MOVE SPACES TO RELEASE-RECORD
           STRING
               'action=OPEN app_id=' DELIMITED SIZE
               FUNCTION TRIM(WS-APP-ID) DELIMITED SIZE
               ' loan_id=' DELIMITED SIZE
               FUNCTION TRIM(WS-LOAN-ID) DELIMITED SIZE
               ' account_id=' DELIMITED SIZE
               FUNCTION TRIM(WS-AP-ACCT(WS-AP-IDX)) DELIMITED SIZE
               ' amount=' DELIMITED SIZE
               FUNCTION TRIM(WS-AMT-D) DELIMITED SIZE
               ' term_months=' DELIMITED SIZE
               FUNCTION TRIM(WS-TERM-D) DELIMITED SIZE
               INTO RELEASE-RECORD
           END-STRING
           MOVE SPACES TO WS-OUT
           IF FUNCTION TRIM(WS-AP-TIER(WS-AP-IDX)) NOT = SPACES
               STRING
                   FUNCTION TRIM(RELEASE-RECORD) DELIMITED SIZE
                   ' tier=' DELIMITED SIZE
                   FUNCTION TRIM(WS-AP-TIER(WS-AP-IDX)) DELIMITED SIZE
                   INTO WS-OUT
               END-STRING
               MOVE WS-OUT TO RELEASE-RECORD
               MOVE SPACES TO WS-OUT
               STRING
                   FUNCTION TRIM(RELEASE-RECORD) DELIMITED SIZE
                   ' rate_table=' DELIMITED SIZE
                   FUNCTION TRIM(WS-RATETBL-FILE) DELIMITED SIZE
                   INTO WS-OUT
               END-STRING
           ELSE
               MOVE WS-AP-RATE(WS-AP-IDX) TO WS-RATE-D
               STRING
                   FUNCTION TRIM(RELEASE-RECORD) DELIMITED SIZE
                   ' rate=' DELIMITED SIZE
                   FUNCTION TRIM(WS-RATE-D) DELIMITED SIZE
                   INTO WS-OUT
               END-STRING
           END-IF
           MOVE WS-OUT TO RELEASE-RECORD
           OPEN EXTEND RELEASE-FILE
           IF WS-RELEASE-STATUS NOT = '00'
               CLOSE RELEASE-FILE
               OPEN OUTPUT RELEASE-FILE
           END-IF
           WRITE RELEASE-RECORD
           CLOSE RELEASE-FILE
           MOVE 'RELEASED' TO WS-AP-STATE(WS-AP-IDX)
           MOVE WS-USER-ID TO WS-AP-RELEASE-BY(WS-AP-IDX)
           MOVE WS-LOAN-ID TO WS-AP-LOAN-ID(WS-AP-IDX)
           PERFORM 7500-REWRITE-APP-FILE
           PERFORM 2100-REPORT-ONE-APP.

       7500-REWRITE-APP-FILE.
           OPEN OUTPUT APP-FILE
           MOVE 1 TO WS-AP-IDX
           PERFORM UNTIL WS-AP-IDX > WS-AP-COUNT
               PERFORM 7600-WRITE-ONE-APP
               ADD 1 TO WS-AP-IDX
           END-PERFORM
           CLOSE APP-FILE
      * leave the index on the record the caller was working with
           PERFORM 1900-FIND-APPLICATION.

       7600-WRITE-ONE-APP.
           MOVE WS-AP-AMOUNT(WS-AP-IDX) TO WS-AMT-D
           MOVE WS-AP-TERM(WS-AP-IDX) TO WS-TERM-D
           MOVE WS-AP-RATE(WS-AP-IDX) TO WS-RATE-D
           MOVE WS-AP-SCORE(WS-AP-IDX) TO WS-SCORE-D
           MOVE SPACES TO WS-OUT
           STRING
               'app_id=' DELIMITED SIZE
               FUNCTION TRIM(WS-AP-REC-ID(WS-AP-IDX)) DELIMITED SIZE
               ' member=' DELIMITED SIZE
               FUNCTION TRIM(WS-AP-MEMBER(WS-AP-IDX)) DELIMITED SIZE
               ' account_id=' DELIMITED SIZE
               FUNCTION TRIM(WS-AP-ACCT(WS-AP-IDX)) DELIMITED SIZE
               ' amount=' DELIMITED SIZE
               FUNCTION TRIM(WS-AMT-D) DELIMITED SIZE
               ' term_months=' DELIMITED SIZE
               FUNCTION TRIM(WS-TERM-D) DELIMITED SIZE
               ' tier=' DELIMITED SIZE
               FUNCTION TRIM(WS-AP-TIER(WS-AP-IDX)) DELIMITED SIZE
               ' rate=' DELIMITED SIZE
               FUNCTION TRIM(WS-RATE-D) DELIMITED SIZE
               ' status=' DELIMITED SIZE
               FUNCTION TRIM(WS-AP-STATE(WS-AP-IDX)) DELIMITED SIZE
               ' score=' DELIMITED SIZE
               FUNCTION TRIM(WS-SCORE-D) DELIMITED SIZE
               INTO WS-OUT
           END-STRING
           MOVE SPACES TO APP-RECORD
           STRING
               FUNCTION TRIM(WS-OUT) DELIMITED SIZE
               ' reasons=' DELIMITED SIZE
               FUNCTION TRIM(WS-AP-REASONS(WS-AP-IDX)) DELIMITED SIZE
               ' submitted_by=' DELIMITED SIZE
               FUNCTION TRIM(WS-AP-SUBMIT-BY(WS-AP-IDX))
                   DELIMITED SIZE
               ' submitted=' DELIMITED SIZE
               FUNCTION TRIM(WS-AP-SUBMITTED(WS-AP-IDX))
                   DELIMITED SIZE
               ' decided_by=' DELIMITED SIZE
               FUNCTION TRIM(WS-AP-DECIDE-BY(WS-AP-IDX))
                   DELIMITED SIZE
               ' released_by=' DELIMITED SIZE
               FUNCTION TRIM(WS-AP-RELEASE-BY(WS-AP-IDX))
                   DELIMITED SIZE
               ' loan_id=' DELIMITED SIZE
               FUNCTION TRIM(WS-AP-LOAN-ID(WS-AP-IDX)) DELIMITED SIZE
               INTO APP-RECORD
           END-STRING
           WRITE APP-RECORD.

       8100-EXTRACT-TOKEN.
           MOVE ZERO TO WS-POS
           INSPECT WS-REMAIN TALLYING WS-POS FOR CHARACTERS BEFORE ' '
           IF WS-POS > 0
               MOVE WS-REMAIN(1:WS-POS) TO WS-TOKEN
               IF WS-POS < 499
                   MOVE WS-REMAIN(WS-POS + 2:) TO WS-REMAIN
                   MOVE FUNCTION TRIM(WS-REMAIN LEADING) TO WS-REMAIN
               ELSE
                   MOVE SPACES TO WS-REMAIN
               END-IF
           ELSE
               MOVE WS-REMAIN TO WS-TOKEN
               MOVE SPACES TO WS-REMAIN
           END-IF.
