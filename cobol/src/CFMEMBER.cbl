      * exactly the way CFACCTMNT owns the account lifecycle.          *
      * Args (key=value, any order):                                   *
      *   action=ADD    - member_no= name= [join_date=YYYYMMDD]        *
      *                   [phone=] [address=] plus the KYC fields      *
      *                   below opens a new ACTIVE member dated today; *
      *                   a number already on file is an error. The    *
      *                   onboarding counts as the first KYC review    *
      *   action=LIST   - every member record                          *
      *   action=LINK   - member_no= account_id= ties an account to    *
      *                   its member; the member must be on file, the  *
      *                   account must exist in the account master,    *
      *                   and an account already linked (to anyone)    *
      *                   refuses unless joint=Y is given, which adds  *
      *                   the member as one more holder of a joint     *
      *                   account (a husband-and-wife savings, a       *
      *                   group's arisan account); the first holder    *
      *                   linked stays the primary holder              *
      *                   A DECEASED member (recorded by CFESTATE)     *
      *                   takes no new link                            *
      *   action=UNLINK - member_no= account_id= removes the link      *
      *   action=MANDATE - account_id= mandate=ANY|ALL|TWO             *
      *                   [threshold=N] [member_no=] records how a     *
      *                   joint account signs: ANY one holder, ALL     *
      *                   holders, or TWO of them, for any movement    *
      *                   out above threshold (0 = every amount); at   *
      *                   or below it one holder suffices. CFWALLET    *
      *                   and CFPAYOUT hold movements above the        *
      *                   threshold for the other holders' signature;  *
      *                   a joint account with no mandate on file      *
      *                   signs ANY                                    *
      *   action=SHOW   - member_no= prints the member and every       *
      *                   linked account with its master balance       *
      *   action=AUDIT  - plays back the audit trail, optionally       *
      *   member_file=<path> - default CFMEMBER_MASTER.DAT             *
      *   link_file=<path>   - default CFMEMBER_LINKS.DAT, one         *
      *                        member=<no> account_id=<id> line each   *
      *   mandate_file=<path> - default CFMEMBER_MANDATES.DAT, one     *
      *                        account_id= mandate= threshold= line    *
      *                        each                                    *
      *   master_file=<path> - the shared account master LINK checks   *
      *                        against, default CFWALLET_ACCOUNTS.DAT  *
      *   audit_log=<path>   - default CFMEMBER_AUDIT.LOG              *
      * KYC - id_type= id_number= birth_date=YYYYMMDD occupation=      *
      * funds_source= risk_rating=LOW|MEDIUM|HIGH (default LOW) on ADD *
      * or KYC-UPDATE; HIGH is reviewed yearly, the rest every three   *
      * years from the last review:                                    *
      *   action=KYC-UPDATE - member_no= and any KYC field changes     *
      *                       them; a new rating reschedules the due   *
      *                       date from the last review                *
      *   action=KYC-REVIEW - member_no= reviewed_by= [review_date=    *
      *                       YYYYMMDD] [risk_rating=] records a       *
      *                       completed review and schedules the next  *
      *   action=KYC-DUE    - [asof=YYYY-MM-DD] [days_ahead=30]        *
      *                       [grace_days=30] lists ACTIVE members     *
      *                       due within days_ahead (DUE-SOON), past   *
      *                       due (OVERDUE), past due and grace        *
      *                       (BLOCKED - CFWALLET/CFTRXVAL refuse      *
      *                       credits to their accounts) or never      *
      *                       scheduled (NOT-SCHEDULED); RETURN-CODE 4 *
      *                       when anyone is BLOCKED or NOT-SCHEDULED  *
      * Beneficiaries - the member's own accounts at other banks that  *
      * CFPAYOUT withdrawals may be paid to, kept the way the links    *
      * are:                                                           *
      *   action=ADD-BENEF  - member_no= bank_code= bank_account=      *
      *                       name=<account holder> records one; the   *
      *                       member must be on file and the same      *
      *                       bank account twice is an error           *
      *   action=DEL-BENEF  - member_no= bank_code= bank_account=      *
      *   action=LIST-BENEF - every beneficiary, optionally filtered   *
      *                       by member_no=                            *
      *   beneficiary_file=<path> - default CFMEMBER_BENEF.DAT, one    *
      *                        member= bank_code= bank_account=        *
      *                        name=<rest of line> line each           *
      *                        system_date_file                        *
      *                            =<path> -                           *
      *                            default CFSY                        *
      *                            SDATE.DAT;                          *
      *                            its business                        *
      *                            date stands                         *
      *                            in for today                        *
      *                            when no date                        *
      *                            argument is                         *
      *                            given                               *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CFMEMBER.
           SELECT AUDIT-LOG ASSIGN TO DYNAMIC WS-AUDIT-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT BENEF-FILE ASSIGN TO DYNAMIC WS-BENEF-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BENEF-STATUS.
           SELECT MANDATE-FILE ASSIGN TO DYNAMIC WS-MANDATE-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANDATE-STATUS.
           SELECT SYSTEM-DATE-FILE ASSIGN TO DYNAMIC WS-SYSDATE-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SYSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-LOG.
       01  AUDIT-RECORD        PIC X(200).

       FD  BENEF-FILE.
       01  BENEF-RECORD        PIC X(200).

       FD  MANDATE-FILE.
       01  MANDATE-RECORD      PIC X(200).

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
       01  WS-LINK-STATUS      PIC XX VALUE SPACES.
       01  WS-AUDIT-FILE       PIC X(200) VALUE 'CFMEMBER_AUDIT.LOG'.
       01  WS-AUDIT-STATUS     PIC XX VALUE SPACES.
       01  WS-BENEF-FILE       PIC X(200) VALUE 'CFMEMBER_BENEF.DAT'.
       01  WS-BENEF-STATUS     PIC XX VALUE SPACES.
       01  WS-MANDATE-FILE     PIC X(200)
                               VALUE 'CFMEMBER_MANDATES.DAT'.
       01  WS-MANDATE-STATUS   PIC XX VALUE SPACES.

       01  WS-ARG-COUNT        PIC 9(3) VALUE ZEROS.
       01  WS-ARG-IDX          PIC 9(3) VALUE ZEROS.
       01  WS-REMAIN           PIC X(100) VALUE SPACES.
       01  WS-TOKEN            PIC X(100) VALUE SPACES.

       01  WS-ACTION           PIC X(12) VALUE SPACES.
       01  WS-MEMBER-NO        PIC X(20) VALUE SPACES.
       01  WS-NAME             PIC X(50) VALUE SPACES.
       01  WS-JOIN-DATE        PIC X(8) VALUE SPACES.
       01  WS-CUR-DATE         PIC X(8) VALUE SPACES.
       01  WS-CUR-DATETIME     PIC X(21) VALUE SPACES.
       01  WS-TIMESTAMP        PIC X(26) VALUE SPACES.
       01  WS-AUDIT-WHAT       PIC X(100) VALUE SPACES.

      * KYC fields as given on the command line - blank means not
      * given, so KYC-UPDATE only changes what it was told to
       01  WS-ID-TYPE          PIC X(10) VALUE SPACES.
       01  WS-ID-NUMBER        PIC X(30) VALUE SPACES.
       01  WS-BIRTH-DATE       PIC X(8) VALUE SPACES.
       01  WS-OCCUPATION       PIC X(30) VALUE SPACES.
       01  WS-FUNDS-SOURCE     PIC X(30) VALUE SPACES.
       01  WS-RISK-RATING      PIC X(6) VALUE SPACES.
       01  WS-REVIEW-DATE      PIC X(8) VALUE SPACES.
       01  WS-REVIEWED-BY      PIC X(20) VALUE SPACES.
       01  WS-KYC-ERROR        PIC X(80) VALUE SPACES.
       01  WS-DATE-NUM         PIC 9(8) VALUE ZEROS.
       01  WS-DATE-PARTS REDEFINES WS-DATE-NUM.
           05  WS-DATE-YYYY        PIC 9(4).
           05  WS-DATE-MMDD        PIC 9(4).

      * the review-due report
       01  WS-ASOF-DATE        PIC X(10) VALUE SPACES.
       01  WS-ASOF-NUM         PIC 9(8) VALUE ZEROS.
       01  WS-ASOF-DAYNUM      PIC S9(9) COMP VALUE ZEROS.
       01  WS-DUE-DAYNUM       PIC S9(9) COMP VALUE ZEROS.
       01  WS-DAYS-PAST        PIC S9(9) COMP VALUE ZEROS.
       01  WS-DAYS-AHEAD       PIC 9(3) VALUE 30.
       01  WS-GRACE-DAYS       PIC 9(3) VALUE 30.
       01  WS-KYC-STATE        PIC X(13) VALUE SPACES.
       01  WS-DUE-SOON-COUNT   PIC 9(7) VALUE ZEROS.
       01  WS-OVERDUE-COUNT    PIC 9(7) VALUE ZEROS.
       01  WS-BLOCKED-COUNT    PIC 9(7) VALUE ZEROS.
       01  WS-UNSCHED-COUNT    PIC 9(7) VALUE ZEROS.
       01  WS-DAYS-D           PIC -(6)9.

      * the whole link file, held so UNLINK can rebuild it without
      * the removed pair, the way CFPOST carries its accrual file
           88  WS-LK-IS-FOUND      VALUE 'Y'.
       01  WS-LK-OWNER         PIC X(20) VALUE SPACES.

      * joint accounts - every holder is one more link line for the
      * same account; the signing mandate sits in its own file
       01  WS-JOINT-FLAG       PIC X VALUE 'N'.
           88  WS-JOINT-WANTED     VALUE 'Y'.
       01  WS-HOLDER-ACCT      PIC X(50) VALUE SPACES.
       01  WS-HOLDER-COUNT     PIC 9(5) VALUE ZEROS.
       01  WS-HOLDER-FLAG      PIC X VALUE 'N'.
           88  WS-IS-HOLDER        VALUE 'Y'.
       01  WS-MANDATE          PIC X(3) VALUE SPACES.
           88  WS-MANDATE-VALID    VALUES 'ANY' 'ALL' 'TWO'.
       01  WS-THRESHOLD        PIC 9(13)V99 VALUE ZEROS.
       01  WS-THR-D            PIC Z(12)9.99.
       01  WS-MD-COUNT         PIC 9(5) VALUE ZEROS.
       01  WS-MD-IDX           PIC 9(5) VALUE ZEROS.
       01  WS-MD-TRUNC-FLAG    PIC X VALUE 'N'.
           88  WS-MD-IS-TRUNCATED  VALUE 'Y'.
       01  WS-MD-TABLE.
           05  WS-MD-ENTRY OCCURS 20000 TIMES.
               10  WS-MD-ACCT      PIC X(50).
               10  WS-MD-MANDATE   PIC X(3).
               10  WS-MD-THRESHOLD PIC 9(13)V99.
       01  WS-MD-IN-ACCT       PIC X(50) VALUE SPACES.
       01  WS-MD-IN-MANDATE    PIC X(3) VALUE SPACES.
       01  WS-MD-IN-THRESHOLD  PIC 9(13)V99 VALUE ZEROS.

      * the whole beneficiary file, held the same way as the links
       01  WS-BANK-CODE        PIC X(8) VALUE SPACES.
       01  WS-BANK-ACCOUNT     PIC X(34) VALUE SPACES.
       01  WS-BN-COUNT         PIC 9(5) VALUE ZEROS.
       01  WS-BN-IDX           PIC 9(5) VALUE ZEROS.
       01  WS-BN-TRUNC-FLAG    PIC X VALUE 'N'.
           88  WS-BN-IS-TRUNCATED  VALUE 'Y'.
       01  WS-BN-TABLE.
           05  WS-BN-ENTRY OCCURS 20000 TIMES.
               10  WS-BN-MEMBER    PIC X(20).
               10  WS-BN-BANK      PIC X(8).
               10  WS-BN-ACCOUNT   PIC X(34).
               10  WS-BN-NAME      PIC X(50).
       01  WS-BN-IN-MEMBER     PIC X(20) VALUE SPACES.
       01  WS-BN-IN-BANK       PIC X(8) VALUE SPACES.
       01  WS-BN-IN-ACCOUNT    PIC X(34) VALUE SPACES.
       01  WS-BN-IN-NAME       PIC X(50) VALUE SPACES.
       01  WS-BN-FOUND-FLAG    PIC X VALUE 'N'.
           88  WS-BN-IS-FOUND      VALUE 'Y'.

       01  WS-LIST-COUNT       PIC 9(7) VALUE ZEROS.
       01  WS-SH-IDX           PIC 9(5) VALUE ZEROS.
       01  WS-CNT-D            PIC Z(6)9.
       01  WS-BAL-D            PIC -(13).99.
       01  WS-OUT              PIC X(600) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
               PERFORM 0050-PARSE-OPTION-ARG
               ADD 1 TO WS-ARG-IDX
           END-PERFORM
           PERFORM 0880-READ-SYSTEM-DATE
           IF WS-SYSTEM-YMD NOT = SPACES
               MOVE WS-SYSTEM-YMD TO WS-CUR-DATE
           END-IF
           EVALUATE FUNCTION TRIM(WS-ACTION)
               WHEN 'ADD'
                   PERFORM 2000-ADD-MEMBER
                   PERFORM 6000-SHOW-MEMBER
               WHEN 'AUDIT'
                   PERFORM 7000-PRINT-AUDIT-TRAIL
               WHEN 'ADD-BENEF'
                   PERFORM 6500-ADD-BENEFICIARY
               WHEN 'DEL-BENEF'
                   PERFORM 6600-DELETE-BENEFICIARY
               WHEN 'LIST-BENEF'
                   PERFORM 6700-LIST-BENEFICIARIES
               WHEN 'KYC-UPDATE'
                   PERFORM 6200-UPDATE-KYC
               WHEN 'KYC-REVIEW'
                   PERFORM 6300-RECORD-KYC-REVIEW
               WHEN 'KYC-DUE'
                   PERFORM 6400-KYC-DUE-REPORT
               WHEN 'MANDATE'
                   PERFORM 4700-SET-MANDATE
               WHEN OTHER
                   DISPLAY '{"error":"Usage: cfmember action=ADD|LIST|'
                       'LINK|UNLINK|SHOW|AUDIT|ADD-BENEF|DEL-BENEF|'
                       'LIST-BENEF|KYC-UPDATE|KYC-REVIEW|KYC-DUE|'
                       'MANDATE [member_no=<no>] '
                       '[name=<name>] [account_id=<id>] [joint=Y] '
                       '[mandate=ANY|ALL|TWO] [threshold=N] '
                       '[id_type=] [id_number=] [birth_date=] '
                       '[occupation=] [funds_source=] '
                       '[risk_rating=LOW|MEDIUM|HIGH] '
                       '[reviewed_by=] [review_date=] [asof=] '
                       '[days_ahead=] [grace_days=] '
                       '[bank_code=<code>] [bank_account=<no>] '
                       '[member_file=<path>] [link_file=<path>] '
                       '[beneficiary_file=<path>] '
                       '[mandate_file=<path>] '
                       '[master_file=<path>] [audit_log=<path>]"}'
           END-EVALUATE
           STOP RUN.
                   WHEN 'audit_log'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-AUDIT-FILE
                   WHEN 'bank_code'
                       MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
                           WS-FIELD-VAL)) TO WS-BANK-CODE
                   WHEN 'bank_account'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-BANK-ACCOUNT
                   WHEN 'beneficiary_file'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-BENEF-FILE
                   WHEN 'id_type'
                       MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
                           WS-FIELD-VAL)) TO WS-ID-TYPE
                   WHEN 'id_number'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-ID-NUMBER
                   WHEN 'birth_date'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-BIRTH-DATE
                   WHEN 'occupation'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-OCCUPATION
                   WHEN 'funds_source'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-FUNDS-SOURCE
                   WHEN 'risk_rating'
                       MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
                           WS-FIELD-VAL)) TO WS-RISK-RATING
                   WHEN 'review_date'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-REVIEW-DATE
                   WHEN 'reviewed_by'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-REVIEWED-BY
                   WHEN 'asof'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-ASOF-DATE
                   WHEN 'days_ahead'
                       MOVE FUNCTION NUMVAL(WS-FIELD-VAL)
                           TO WS-DAYS-AHEAD
                   WHEN 'grace_days'
                       MOVE FUNCTION NUMVAL(WS-FIELD-VAL)
                           TO WS-GRACE-DAYS
                   WHEN 'joint'
                       MOVE FUNCTION UPPER-CASE(WS-FIELD-VAL(1:1))
                           TO WS-JOINT-FLAG
                   WHEN 'mandate'
                       MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
                           WS-FIELD-VAL)) TO WS-MANDATE
                   WHEN 'threshold'
                       MOVE FUNCTION NUMVAL(WS-FIELD-VAL)
                           TO WS-THRESHOLD
                   WHEN 'mandate_file'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-MANDATE-FILE
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

       1000-OPEN-MEMBER-IO.
           OPEN I-O MEMBER-MASTER
           IF WS-MEMBER-STATUS = '35'
                   'member_no= and name="}'
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(WS-RISK-RATING) = SPACES
               MOVE 'LOW' TO WS-RISK-RATING
           END-IF
           PERFORM 8300-VALIDATE-KYC-ARGS
           IF WS-KYC-ERROR NOT = SPACES
               DISPLAY '{"status":"ERROR","message":"'
                   FUNCTION TRIM(WS-KYC-ERROR) '"}'
               EXIT PARAGRAPH
           END-IF
           PERFORM 1000-OPEN-MEMBER-IO
           MOVE WS-MEMBER-NO TO MM-MEMBER-NO
           READ MEMBER-MASTER
                   MOVE WS-PHONE   TO MM-PHONE
                   MOVE WS-ADDRESS TO MM-ADDRESS
                   MOVE 'ACTIVE'   TO MM-STATUS
                   MOVE SPACES     TO MM-ID-TYPE MM-ID-NUMBER
                       MM-BIRTH-DATE MM-OCCUPATION MM-FUNDS-SOURCE
                       MM-DEATH-DATE
                   PERFORM 8350-APPLY-KYC-ARGS
                   MOVE MM-JOIN-DATE TO MM-KYC-REVIEW-DATE
                   PERFORM 8400-SCHEDULE-KYC-REVIEW
                   WRITE MEMBER-MASTER-RECORD
                   MOVE 'member added' TO WS-AUDIT-WHAT
                   PERFORM 8000-WRITE-AUDIT-LINE
                   EXIT PARAGRAPH
           END-READ
           CLOSE MEMBER-MASTER
      * a deceased member's estate is being settled by CFESTATE -
      * nothing new is tied to it
           IF MM-IS-DECEASED
               DISPLAY '{"status":"ERROR","message":"Member '
                   FUNCTION TRIM(WS-MEMBER-NO) ' is DECEASED"}'
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT ACCOUNT-MASTER
           IF WS-MASTER-STATUS NOT = '00'
               DISPLAY '{"status":"ERROR","message":"Cannot open '
           CLOSE ACCOUNT-MASTER
           PERFORM 4500-LOAD-LINKS
           PERFORM 4600-FIND-ACCOUNT-OWNER
           IF WS-LK-IS-FOUND AND NOT WS-JOINT-WANTED
               DISPLAY '{"status":"ERROR","message":"Account '
                   FUNCTION TRIM(WS-ACCOUNT-ID)
                   ' already linked to member '
                   FUNCTION TRIM(WS-LK-OWNER)
                   ' - joint=Y adds a joint holder"}'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ACCOUNT-ID TO WS-HOLDER-ACCT
           PERFORM 4750-COUNT-HOLDERS
           IF WS-IS-HOLDER
               DISPLAY '{"status":"ERROR","message":"Member '
                   FUNCTION TRIM(WS-MEMBER-NO)
                   ' already holds account '
                   FUNCTION TRIM(WS-ACCOUNT-ID) '"}'
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND LINK-FILE
           END-STRING
           WRITE LINK-RECORD
           CLOSE LINK-FILE
           ADD 1 TO WS-HOLDER-COUNT
           IF WS-HOLDER-COUNT > 1
               MOVE 'joint holder linked' TO WS-AUDIT-WHAT
           ELSE
               MOVE 'account linked' TO WS-AUDIT-WHAT
           END-IF
           PERFORM 8000-WRITE-AUDIT-LINE
           MOVE WS-HOLDER-COUNT TO WS-CNT-D
           DISPLAY '{"status":"OK","member_no":"'
               FUNCTION TRIM(WS-MEMBER-NO) '","account_id":"'
               FUNCTION TRIM(WS-ACCOUNT-ID) '","linked":"Y",'
               '"holders":' FUNCTION TRIM(WS-CNT-D) '}'.

       5000-UNLINK-ACCOUNT.
           IF FUNCTION TRIM(WS-MEMBER-NO) = SPACES OR
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------
      * action=MANDATE - how a joint account signs; the whole mandate
      * file is held and rewritten, one line per account
      *----------------------------------------------------------------
       4700-SET-MANDATE.
           IF FUNCTION TRIM(WS-ACCOUNT-ID) = SPACES OR
                   NOT WS-MANDATE-VALID
               DISPLAY '{"status":"ERROR","message":"MANDATE needs '
                   'account_id= and mandate=ANY|ALL|TWO"}'
               EXIT PARAGRAPH
           END-IF
           PERFORM 4500-LOAD-LINKS
           MOVE WS-ACCOUNT-ID TO WS-HOLDER-ACCT
           PERFORM 4750-COUNT-HOLDERS
           IF WS-HOLDER-COUNT < 2
               MOVE WS-HOLDER-COUNT TO WS-CNT-D
               DISPLAY '{"status":"ERROR","message":"Account '
                   FUNCTION TRIM(WS-ACCOUNT-ID) ' has '
                   FUNCTION TRIM(WS-CNT-D) ' holder(s) - a signing '
                   'mandate is for a joint account"}'
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(WS-MEMBER-NO) NOT = SPACES AND
                   NOT WS-IS-HOLDER
               DISPLAY '{"status":"ERROR","message":"Member '
                   FUNCTION TRIM(WS-MEMBER-NO)
                   ' does not hold account '
                   FUNCTION TRIM(WS-ACCOUNT-ID) '"}'
               EXIT PARAGRAPH
           END-IF
           PERFORM 4710-LOAD-MANDATES
           IF WS-MD-IS-TRUNCATED
               DISPLAY '{"status":"ERROR","message":"Mandate file '
                   'larger than 20000 records - nothing changed"}'
               EXIT PARAGRAPH
           END-IF
           PERFORM 4760-FIND-MANDATE
           IF WS-MD-IDX > WS-MD-COUNT
               ADD 1 TO WS-MD-COUNT
               MOVE WS-MD-COUNT TO WS-MD-IDX
               MOVE WS-ACCOUNT-ID TO WS-MD-ACCT(WS-MD-IDX)
           END-IF
           MOVE WS-MANDATE TO WS-MD-MANDATE(WS-MD-IDX)
           MOVE WS-THRESHOLD TO WS-MD-THRESHOLD(WS-MD-IDX)
           PERFORM 4740-REWRITE-MANDATES
           MOVE WS-THRESHOLD TO WS-THR-D
           MOVE SPACES TO WS-AUDIT-WHAT
           STRING 'mandate set ' DELIMITED SIZE
               WS-MANDATE DELIMITED SIZE
               ' threshold=' DELIMITED SIZE
               FUNCTION TRIM(WS-THR-D) DELIMITED SIZE
               INTO WS-AUDIT-WHAT
           END-STRING
           PERFORM 8000-WRITE-AUDIT-LINE
           MOVE WS-HOLDER-COUNT TO WS-CNT-D
           MOVE SPACES TO WS-OUT
           STRING
               '{"status":"OK","account_id":"' DELIMITED SIZE
               FUNCTION TRIM(WS-ACCOUNT-ID) DELIMITED SIZE
               '","mandate":"' DELIMITED SIZE
               WS-MANDATE DELIMITED SIZE
               '","threshold":' DELIMITED SIZE
               FUNCTION TRIM(WS-THR-D) DELIMITED SIZE
               ',"holders":' DELIMITED SIZE
               FUNCTION TRIM(WS-CNT-D) DELIMITED SIZE
               '}' DELIMITED SIZE
               INTO WS-OUT
           END-STRING
           DISPLAY FUNCTION TRIM(WS-OUT).

       4710-LOAD-MANDATES.
           MOVE ZEROS TO WS-MD-COUNT
           OPEN INPUT MANDATE-FILE
           IF WS-MANDATE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ MANDATE-FILE INTO MANDATE-RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END PERFORM 4720-LOAD-ONE-MANDATE
               END-READ
           END-PERFORM
           CLOSE MANDATE-FILE
           MOVE 'N' TO WS-EOF.

       4720-LOAD-ONE-MANDATE.
           IF FUNCTION TRIM(MANDATE-RECORD) = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-MD-COUNT >= 20000
               MOVE 'Y' TO WS-MD-TRUNC-FLAG
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-MD-IN-ACCT WS-MD-IN-MANDATE
           MOVE ZEROS TO WS-MD-IN-THRESHOLD
           MOVE FUNCTION TRIM(MANDATE-RECORD) TO WS-REMAIN
           PERFORM UNTIL FUNCTION TRIM(WS-REMAIN) = SPACES
               PERFORM 8100-EXTRACT-TOKEN
               IF FUNCTION TRIM(WS-TOKEN) NOT = SPACES
                   PERFORM 4730-PARSE-MANDATE-TOKEN
               END-IF
           END-PERFORM
           IF FUNCTION TRIM(WS-MD-IN-ACCT) NOT = SPACES
               ADD 1 TO WS-MD-COUNT
               MOVE WS-MD-IN-ACCT      TO WS-MD-ACCT(WS-MD-COUNT)
               MOVE WS-MD-IN-MANDATE   TO WS-MD-MANDATE(WS-MD-COUNT)
               MOVE WS-MD-IN-THRESHOLD
                   TO WS-MD-THRESHOLD(WS-MD-COUNT)
           END-IF.

       4730-PARSE-MANDATE-TOKEN.
           MOVE ZERO TO WS-POS
           INSPECT WS-TOKEN TALLYING WS-POS FOR CHARACTERS BEFORE '='
           IF WS-POS > 0
               MOVE WS-TOKEN(1:WS-POS) TO WS-FIELD-NAME
               MOVE WS-TOKEN(WS-POS + 2:) TO WS-FIELD-VAL
               EVALUATE FUNCTION TRIM(WS-FIELD-NAME)
                   WHEN 'account_id'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-MD-IN-ACCT
                   WHEN 'mandate'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-MD-IN-MANDATE
                   WHEN 'threshold'
                       MOVE FUNCTION NUMVAL(WS-FIELD-VAL)
                           TO WS-MD-IN-THRESHOLD
               END-EVALUATE
           END-IF.

       4740-REWRITE-MANDATES.
           OPEN OUTPUT MANDATE-FILE
           MOVE 1 TO WS-MD-IDX
           PERFORM UNTIL WS-MD-IDX > WS-MD-COUNT
               MOVE WS-MD-THRESHOLD(WS-MD-IDX) TO WS-THR-D
               MOVE SPACES TO MANDATE-RECORD
               STRING
                   'account_id=' DELIMITED SIZE
                   FUNCTION TRIM(WS-MD-ACCT(WS-MD-IDX))
                       DELIMITED SIZE
                   ' mandate=' DELIMITED SIZE
                   WS-MD-MANDATE(WS-MD-IDX) DELIMITED SIZE
                   ' threshold=' DELIMITED SIZE
                   FUNCTION TRIM(WS-THR-D) DELIMITED SIZE
                   INTO MANDATE-RECORD
               END-STRING
               WRITE MANDATE-RECORD
               ADD 1 TO WS-MD-IDX
           END-PERFORM
           CLOSE MANDATE-FILE.

      * WS-MD-IDX past WS-MD-COUNT when WS-HOLDER-ACCT has none
       4760-FIND-MANDATE.
           MOVE 1 TO WS-MD-IDX
           PERFORM UNTIL WS-MD-IDX > WS-MD-COUNT OR
                   WS-MD-ACCT(WS-MD-IDX) = WS-HOLDER-ACCT
               ADD 1 TO WS-MD-IDX
           END-PERFORM.

      * every holder of WS-HOLDER-ACCT, and whether WS-MEMBER-NO is
      * one of them
       4750-COUNT-HOLDERS.
           MOVE ZEROS TO WS-HOLDER-COUNT
           MOVE 'N' TO WS-HOLDER-FLAG
           MOVE 1 TO WS-LK-IDX
           PERFORM UNTIL WS-LK-IDX > WS-LK-COUNT
               IF WS-LK-ACCT(WS-LK-IDX) = WS-HOLDER-ACCT
                   ADD 1 TO WS-HOLDER-COUNT
                   IF WS-LK-MEMBER(WS-LK-IDX) = WS-MEMBER-NO
                       MOVE 'Y' TO WS-HOLDER-FLAG
                   END-IF
               END-IF
               ADD 1 TO WS-LK-IDX
           END-PERFORM.

       5500-REWRITE-LINK-FILE.
           OPEN OUTPUT LINK-FILE
           MOVE 1 TO WS-LK-IDX
           CLOSE MEMBER-MASTER
           PERFORM 9100-EMIT-MEMBER-ROW
           PERFORM 4500-LOAD-LINKS
           PERFORM 4710-LOAD-MANDATES
           DISPLAY '{"linked_accounts":['
           OPEN INPUT ACCOUNT-MASTER
           MOVE 'Y' TO WS-FIRST-REC
           MOVE ZEROS TO WS-LIST-COUNT
           MOVE 1 TO WS-SH-IDX
           PERFORM UNTIL WS-SH-IDX > WS-LK-COUNT
               IF WS-LK-MEMBER(WS-SH-IDX) = WS-MEMBER-NO
                   PERFORM 6100-SHOW-ONE-ACCOUNT
               END-IF
               ADD 1 TO WS-SH-IDX
           END-PERFORM
           IF WS-MASTER-STATUS = '00'
               CLOSE ACCOUNT-MASTER
           ADD 1 TO WS-LIST-COUNT
           MOVE ZEROS TO WS-BAL-D
           MOVE SPACES TO WS-FIELD-VAL
           MOVE WS-LK-ACCT(WS-SH-IDX) TO WS-HOLDER-ACCT
           PERFORM 4750-COUNT-HOLDERS
           MOVE 'ANY' TO WS-MANDATE
           MOVE ZEROS TO WS-THRESHOLD
           PERFORM 4760-FIND-MANDATE
           IF WS-MD-IDX <= WS-MD-COUNT AND WS-HOLDER-COUNT > 1
               MOVE WS-MD-MANDATE(WS-MD-IDX) TO WS-MANDATE
               MOVE WS-MD-THRESHOLD(WS-MD-IDX) TO WS-THRESHOLD
           END-IF
           IF WS-MASTER-STATUS = '00'
               MOVE WS-HOLDER-ACCT TO AM-ACCT-ID
               READ ACCOUNT-MASTER
                   INVALID KEY
                       MOVE 'NOT-ON-MASTER' TO WS-FIELD-VAL
               DISPLAY ','
           END-IF
           MOVE SPACES TO WS-OUT
           MOVE WS-HOLDER-COUNT TO WS-CNT-D
           MOVE WS-THRESHOLD TO WS-THR-D
           STRING
               '{"account_id":"' DELIMITED SIZE
               FUNCTION TRIM(WS-HOLDER-ACCT) DELIMITED SIZE
               '","balance":' DELIMITED SIZE
               FUNCTION TRIM(WS-BAL-D) DELIMITED SIZE
               ',"status":"' DELIMITED SIZE
               FUNCTION TRIM(WS-FIELD-VAL) DELIMITED SIZE
               '","holders":' DELIMITED SIZE
               FUNCTION TRIM(WS-CNT-D) DELIMITED SIZE
               ',"mandate":"' DELIMITED SIZE
               WS-MANDATE DELIMITED SIZE
               '","threshold":' DELIMITED SIZE
               FUNCTION TRIM(WS-THR-D) DELIMITED SIZE
               '}' DELIMITED SIZE
               INTO WS-OUT
           END-STRING
           DISPLAY FUNCTION TRIM(WS-OUT)
           MOVE 'N' TO WS-FIRST-REC.

      *----------------------------------------------------------------
      * KYC maintenance - every change rewrites the member record and
      * leaves an audit line saying what changed
      *----------------------------------------------------------------
       6200-UPDATE-KYC.
           IF FUNCTION TRIM(WS-MEMBER-NO) = SPACES
               DISPLAY '{"status":"ERROR","message":"KYC-UPDATE '
                   'needs member_no="}'
               EXIT PARAGRAPH
           END-IF
           PERFORM 8300-VALIDATE-KYC-ARGS
           IF WS-KYC-ERROR NOT = SPACES
               DISPLAY '{"status":"ERROR","message":"'
                   FUNCTION TRIM(WS-KYC-ERROR) '"}'
               EXIT PARAGRAPH
           END-IF
           PERFORM 1000-OPEN-MEMBER-IO
           MOVE WS-MEMBER-NO TO MM-MEMBER-NO
           READ MEMBER-MASTER
               INVALID KEY
                   DISPLAY '{"status":"ERROR","message":"Member not '
                       'on file: ' FUNCTION TRIM(WS-MEMBER-NO) '"}'
                   CLOSE MEMBER-MASTER
                   EXIT PARAGRAPH
           END-READ
           PERFORM 8350-APPLY-KYC-ARGS
           IF FUNCTION TRIM(WS-RISK-RATING) NOT = SPACES
               PERFORM 8400-SCHEDULE-KYC-REVIEW
           END-IF
           REWRITE MEMBER-MASTER-RECORD
           CLOSE MEMBER-MASTER
           MOVE SPACES TO WS-AUDIT-WHAT
           STRING 'kyc updated risk=' DELIMITED SIZE
               FUNCTION TRIM(MM-RISK-RATING) DELIMITED SIZE
               ' due=' DELIMITED SIZE
               FUNCTION TRIM(MM-KYC-DUE-DATE) DELIMITED SIZE
               INTO WS-AUDIT-WHAT
           END-STRING
           PERFORM 8000-WRITE-AUDIT-LINE
           PERFORM 9100-EMIT-MEMBER-ROW.

      * a completed review restarts the cycle from its own date and
      * lifts any posting block at once
       6300-RECORD-KYC-REVIEW.
           IF FUNCTION TRIM(WS-MEMBER-NO) = SPACES OR
                   FUNCTION TRIM(WS-REVIEWED-BY) = SPACES
               DISPLAY '{"status":"ERROR","message":"KYC-REVIEW '
                   'needs member_no= and reviewed_by="}'
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(WS-REVIEW-DATE) = SPACES
               MOVE WS-CUR-DATE TO WS-REVIEW-DATE
           END-IF
           IF WS-REVIEW-DATE IS NOT NUMERIC
               DISPLAY '{"status":"ERROR","message":"review_date '
                   'must be YYYYMMDD"}'
               EXIT PARAGRAPH
           END-IF
           MOVE WS-REVIEW-DATE TO WS-DATE-NUM
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-NUM) NOT = ZEROS
                   OR WS-REVIEW-DATE > WS-CUR-DATE
               DISPLAY '{"status":"ERROR","message":"review_date '
                   'is not a real date on or before today"}'
               EXIT PARAGRAPH
           END-IF
           PERFORM 8300-VALIDATE-KYC-ARGS
           IF WS-KYC-ERROR NOT = SPACES
               DISPLAY '{"status":"ERROR","message":"'
                   FUNCTION TRIM(WS-KYC-ERROR) '"}'
               EXIT PARAGRAPH
           END-IF
           PERFORM 1000-OPEN-MEMBER-IO
           MOVE WS-MEMBER-NO TO MM-MEMBER-NO
           READ MEMBER-MASTER
               INVALID KEY
                   DISPLAY '{"status":"ERROR","message":"Member not '
                       'on file: ' FUNCTION TRIM(WS-MEMBER-NO) '"}'
                   CLOSE MEMBER-MASTER
                   EXIT PARAGRAPH
           END-READ
           PERFORM 8350-APPLY-KYC-ARGS
           MOVE WS-REVIEW-DATE TO MM-KYC-REVIEW-DATE
           PERFORM 8400-SCHEDULE-KYC-REVIEW
           REWRITE MEMBER-MASTER-RECORD
           CLOSE MEMBER-MASTER
           MOVE SPACES TO WS-AUDIT-WHAT
           STRING 'kyc review recorded on=' DELIMITED SIZE
               FUNCTION TRIM(MM-KYC-REVIEW-DATE) DELIMITED SIZE
               ' by=' DELIMITED SIZE
               FUNCTION TRIM(WS-REVIEWED-BY) DELIMITED SIZE
               ' risk=' DELIMITED SIZE
               FUNCTION TRIM(MM-RISK-RATING) DELIMITED SIZE
               ' next_due=' DELIMITED SIZE
               FUNCTION TRIM(MM-KYC-DUE-DATE) DELIMITED SIZE
               INTO WS-AUDIT-WHAT
           END-STRING
           PERFORM 8000-WRITE-AUDIT-LINE
           PERFORM 9100-EMIT-MEMBER-ROW.

      * action=KYC-DUE - who needs a review, and whose accounts the
      * posting programs are already refusing credits to
       6400-KYC-DUE-REPORT.
           IF FUNCTION TRIM(WS-ASOF-DATE) = SPACES
               MOVE WS-CUR-DATE TO WS-ASOF-NUM
           ELSE
               IF WS-ASOF-DATE(5:1) = '-'
                   STRING WS-ASOF-DATE(1:4) WS-ASOF-DATE(6:2)
                          WS-ASOF-DATE(9:2)
                       DELIMITED SIZE INTO WS-ASOF-NUM
                   END-STRING
               ELSE
                   MOVE WS-ASOF-DATE(1:8) TO WS-ASOF-NUM
               END-IF
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-ASOF-NUM) NOT = ZEROS
               DISPLAY '{"error":"asof is not a real date"}'
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-ASOF-DAYNUM =
               FUNCTION INTEGER-OF-DATE(WS-ASOF-NUM)
           PERFORM 1000-OPEN-MEMBER-IO
           DISPLAY '{"kyc_due":['
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ MEMBER-MASTER NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM 6450-KYC-DUE-ONE-MEMBER
               END-READ
           END-PERFORM
           CLOSE MEMBER-MASTER
           MOVE SPACES TO WS-OUT
           MOVE WS-DUE-SOON-COUNT TO WS-CNT-D
           STRING
               '],"summary":{"asof":"' DELIMITED SIZE
               WS-ASOF-NUM DELIMITED SIZE
               '","due_soon":' DELIMITED SIZE
               FUNCTION TRIM(WS-CNT-D) DELIMITED SIZE
               INTO WS-OUT
           END-STRING
           DISPLAY FUNCTION TRIM(WS-OUT) WITH NO ADVANCING
           MOVE SPACES TO WS-OUT
           MOVE WS-OVERDUE-COUNT TO WS-CNT-D
           STRING
               ',"overdue":' DELIMITED SIZE
               FUNCTION TRIM(WS-CNT-D) DELIMITED SIZE
               INTO WS-OUT
           END-STRING
           DISPLAY FUNCTION TRIM(WS-OUT) WITH NO ADVANCING
           MOVE SPACES TO WS-OUT
           MOVE WS-BLOCKED-COUNT TO WS-CNT-D
           STRING
               ',"blocked":' DELIMITED SIZE
               FUNCTION TRIM(WS-CNT-D) DELIMITED SIZE
               INTO WS-OUT
           END-STRING
           DISPLAY FUNCTION TRIM(WS-OUT) WITH NO ADVANCING
           MOVE SPACES TO WS-OUT
           MOVE WS-UNSCHED-COUNT TO WS-CNT-D
           STRING
               ',"not_scheduled":' DELIMITED SIZE
               FUNCTION TRIM(WS-CNT-D) DELIMITED SIZE
               '}}' DELIMITED SIZE
               INTO WS-OUT
           END-STRING
           DISPLAY FUNCTION TRIM(WS-OUT)
           IF WS-BLOCKED-COUNT > ZEROS OR WS-UNSCHED-COUNT > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF.

       6450-KYC-DUE-ONE-MEMBER.
           IF NOT MM-IS-ACTIVE
               EXIT PARAGRAPH
           END-IF
           MOVE ZEROS TO WS-DAYS-PAST
           IF MM-KYC-DUE-DATE IS NOT NUMERIC
               MOVE 'NOT-SCHEDULED' TO WS-KYC-STATE
               ADD 1 TO WS-UNSCHED-COUNT
           ELSE
               MOVE MM-KYC-DUE-DATE TO WS-DATE-NUM
               COMPUTE WS-DUE-DAYNUM =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
               COMPUTE WS-DAYS-PAST = WS-ASOF-DAYNUM - WS-DUE-DAYNUM
               EVALUATE TRUE
                   WHEN WS-DAYS-PAST > WS-GRACE-DAYS
                       MOVE 'BLOCKED' TO WS-KYC-STATE
                       ADD 1 TO WS-BLOCKED-COUNT
                   WHEN WS-DAYS-PAST > ZEROS
                       MOVE 'OVERDUE' TO WS-KYC-STATE
                       ADD 1 TO WS-OVERDUE-COUNT
                   WHEN WS-DAYS-PAST + WS-DAYS-AHEAD >= ZEROS
                       MOVE 'DUE-SOON' TO WS-KYC-STATE
                       ADD 1 TO WS-DUE-SOON-COUNT
                   WHEN OTHER
                       EXIT PARAGRAPH
               END-EVALUATE
           END-IF
           IF WS-FIRST-REC = 'N'
               DISPLAY ','
           END-IF
           MOVE WS-DAYS-PAST TO WS-DAYS-D
           MOVE SPACES TO WS-OUT
           STRING
               '{"member_no":"' DELIMITED SIZE
               FUNCTION TRIM(MM-MEMBER-NO) DELIMITED SIZE
               '","name":"' DELIMITED SIZE
               FUNCTION TRIM(MM-NAME) DELIMITED SIZE
               '","risk_rating":"' DELIMITED SIZE
               FUNCTION TRIM(MM-RISK-RATING) DELIMITED SIZE
               '","last_kyc_review":"' DELIMITED SIZE
               FUNCTION TRIM(MM-KYC-REVIEW-DATE) DELIMITED SIZE
               '","kyc_due":"' DELIMITED SIZE
               FUNCTION TRIM(MM-KYC-DUE-DATE) DELIMITED SIZE
               '","days_past_due":' DELIMITED SIZE
               FUNCTION TRIM(WS-DAYS-D) DELIMITED SIZE
               ',"state":"' DELIMITED SIZE
               FUNCTION TRIM(WS-KYC-STATE) DELIMITED SIZE
               '"}' DELIMITED SIZE
               INTO WS-OUT
           END-STRING
           DISPLAY FUNCTION TRIM(WS-OUT)
           MOVE 'N' TO WS-FIRST-REC.

      *----------------------------------------------------------------
      * beneficiaries - the member's own accounts at other banks, the
      * only places a withdrawal may be paid to
      *----------------------------------------------------------------
       6500-ADD-BENEFICIARY.
           IF FUNCTION TRIM(WS-MEMBER-NO) = SPACES OR
                   FUNCTION TRIM(WS-BANK-CODE) = SPACES OR
                   FUNCTION TRIM(WS-BANK-ACCOUNT) = SPACES OR
                   FUNCTION TRIM(WS-NAME) = SPACES
               DISPLAY '{"status":"ERROR","message":"ADD-BENEF needs '
                   'member_no=, bank_code=, bank_account= and name="}'
               EXIT PARAGRAPH
           END-IF
           PERFORM 1000-OPEN-MEMBER-IO
           MOVE WS-MEMBER-NO TO MM-MEMBER-NO
           READ MEMBER-MASTER
               INVALID KEY
                   DISPLAY '{"status":"ERROR","message":"Member not '
                       'on file: ' FUNCTION TRIM(WS-MEMBER-NO) '"}'
                   CLOSE MEMBER-MASTER
                   EXIT PARAGRAPH
           END-READ
           CLOSE MEMBER-MASTER
           PERFORM 6800-LOAD-BENEFICIARIES
           IF WS-BN-IS-TRUNCATED
               DISPLAY '{"status":"ERROR","message":"Beneficiary '
                   'file larger than 20000 records"}'
               EXIT PARAGRAPH
           END-IF
           PERFORM 6900-FIND-BENEFICIARY
           IF WS-BN-IS-FOUND
               DISPLAY '{"status":"ERROR","message":"Beneficiary '
                   'already on file: ' FUNCTION TRIM(WS-BANK-CODE)
                   ' ' FUNCTION TRIM(WS-BANK-ACCOUNT) '"}'
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND BENEF-FILE
           IF WS-BENEF-STATUS NOT = '00'
               CLOSE BENEF-FILE
               OPEN OUTPUT BENEF-FILE
           END-IF
           MOVE SPACES TO BENEF-RECORD
           STRING
               'member=' DELIMITED SIZE
               FUNCTION TRIM(WS-MEMBER-NO) DELIMITED SIZE
               ' bank_code=' DELIMITED SIZE
               FUNCTION TRIM(WS-BANK-CODE) DELIMITED SIZE
               ' bank_account=' DELIMITED SIZE
               FUNCTION TRIM(WS-BANK-ACCOUNT) DELIMITED SIZE
               ' name=' DELIMITED SIZE
               FUNCTION TRIM(WS-NAME) DELIMITED SIZE
               INTO BENEF-RECORD
           END-STRING
           WRITE BENEF-RECORD
           CLOSE BENEF-FILE
           PERFORM 6950-BENEF-AUDIT-KEY
           MOVE 'beneficiary added' TO WS-AUDIT-WHAT
           PERFORM 8000-WRITE-AUDIT-LINE
           DISPLAY '{"status":"OK","member_no":"'
               FUNCTION TRIM(WS-MEMBER-NO) '","bank_code":"'
               FUNCTION TRIM(WS-BANK-CODE) '","bank_account":"'
               FUNCTION TRIM(WS-BANK-ACCOUNT) '","beneficiary":"Y"}'.

       6600-DELETE-BENEFICIARY.
           IF FUNCTION TRIM(WS-MEMBER-NO) = SPACES OR
                   FUNCTION TRIM(WS-BANK-CODE) = SPACES OR
                   FUNCTION TRIM(WS-BANK-ACCOUNT) = SPACES
               DISPLAY '{"status":"ERROR","message":"DEL-BENEF needs '
                   'member_no=, bank_code= and bank_account="}'
               EXIT PARAGRAPH
           END-IF
           PERFORM 6800-LOAD-BENEFICIARIES
           IF WS-BN-IS-TRUNCATED
               DISPLAY '{"status":"ERROR","message":"Beneficiary '
                   'file larger than 20000 records"}'
               EXIT PARAGRAPH
           END-IF
           PERFORM 6900-FIND-BENEFICIARY
           IF NOT WS-BN-IS-FOUND
               DISPLAY '{"status":"ERROR","message":"No such '
                   'beneficiary: ' FUNCTION TRIM(WS-MEMBER-NO) ' / '
                   FUNCTION TRIM(WS-BANK-CODE) ' '
                   FUNCTION TRIM(WS-BANK-ACCOUNT) '"}'
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-BN-MEMBER(WS-BN-IDX)
           PERFORM 6850-REWRITE-BENEFICIARIES
           PERFORM 6950-BENEF-AUDIT-KEY
           MOVE 'beneficiary removed' TO WS-AUDIT-WHAT
           PERFORM 8000-WRITE-AUDIT-LINE
           DISPLAY '{"status":"OK","member_no":"'
               FUNCTION TRIM(WS-MEMBER-NO) '","bank_code":"'
               FUNCTION TRIM(WS-BANK-CODE) '","bank_account":"'
               FUNCTION TRIM(WS-BANK-ACCOUNT) '","beneficiary":"N"}'.

       6700-LIST-BENEFICIARIES.
           PERFORM 6800-LOAD-BENEFICIARIES
           DISPLAY '{"beneficiaries":['
           MOVE ZEROS TO WS-LIST-COUNT
           MOVE 1 TO WS-BN-IDX
           PERFORM UNTIL WS-BN-IDX > WS-BN-COUNT
               IF FUNCTION TRIM(WS-MEMBER-NO) = SPACES OR
                       WS-BN-MEMBER(WS-BN-IDX) = WS-MEMBER-NO
                   PERFORM 6750-EMIT-BENEFICIARY-ROW
               END-IF
               ADD 1 TO WS-BN-IDX
           END-PERFORM
           MOVE WS-LIST-COUNT TO WS-CNT-D
           MOVE SPACES TO WS-OUT
           STRING
               '],"summary":{"beneficiaries":' DELIMITED SIZE
               FUNCTION TRIM(WS-CNT-D) DELIMITED SIZE
               '}}' DELIMITED SIZE
               INTO WS-OUT
           END-STRING
           DISPLAY FUNCTION TRIM(WS-OUT).

       6750-EMIT-BENEFICIARY-ROW.
           ADD 1 TO WS-LIST-COUNT
           IF WS-FIRST-REC = 'N'
               DISPLAY ','
           END-IF
           MOVE SPACES TO WS-OUT
           STRING
               '{"member_no":"' DELIMITED SIZE
               FUNCTION TRIM(WS-BN-MEMBER(WS-BN-IDX)) DELIMITED SIZE
               '","bank_code":"' DELIMITED SIZE
               FUNCTION TRIM(WS-BN-BANK(WS-BN-IDX)) DELIMITED SIZE
               '","bank_account":"' DELIMITED SIZE
               FUNCTION TRIM(WS-BN-ACCOUNT(WS-BN-IDX)) DELIMITED SIZE
               '","name":"' DELIMITED SIZE
               FUNCTION TRIM(WS-BN-NAME(WS-BN-IDX)) DELIMITED SIZE
               '"}' DELIMITED SIZE
               INTO WS-OUT
           END-STRING
           DISPLAY FUNCTION TRIM(WS-OUT)
           MOVE 'N' TO WS-FIRST-REC.

       6800-LOAD-BENEFICIARIES.
           MOVE ZEROS TO WS-BN-COUNT
           OPEN INPUT BENEF-FILE
           IF WS-BENEF-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ BENEF-FILE INTO BENEF-RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END PERFORM 6810-LOAD-ONE-BENEFICIARY
               END-READ
           END-PERFORM
           CLOSE BENEF-FILE
           MOVE 'N' TO WS-EOF.

      * the holder's name is the rest of the line after name= - it
      * has spaces in it, so it is cut off before the tokens are read
       6810-LOAD-ONE-BENEFICIARY.
           IF FUNCTION TRIM(BENEF-RECORD) = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-BN-COUNT >= 20000
               MOVE 'Y' TO WS-BN-TRUNC-FLAG
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-BN-IN-MEMBER WS-BN-IN-BANK
               WS-BN-IN-ACCOUNT WS-BN-IN-NAME
           MOVE ZERO TO WS-POS
           INSPECT BENEF-RECORD TALLYING WS-POS
               FOR CHARACTERS BEFORE INITIAL ' name='
           IF WS-POS < 194
               MOVE BENEF-RECORD(WS-POS + 7:) TO WS-BN-IN-NAME
               MOVE BENEF-RECORD(1:WS-POS) TO WS-REMAIN
           ELSE
               MOVE BENEF-RECORD TO WS-REMAIN
           END-IF
           PERFORM UNTIL FUNCTION TRIM(WS-REMAIN) = SPACES
               PERFORM 8100-EXTRACT-TOKEN
               IF FUNCTION TRIM(WS-TOKEN) NOT = SPACES
                   PERFORM 6820-PARSE-BENEF-TOKEN
               END-IF
           END-PERFORM
           IF FUNCTION TRIM(WS-BN-IN-MEMBER) NOT = SPACES
               ADD 1 TO WS-BN-COUNT
               MOVE WS-BN-IN-MEMBER  TO WS-BN-MEMBER(WS-BN-COUNT)
               MOVE WS-BN-IN-BANK    TO WS-BN-BANK(WS-BN-COUNT)
               MOVE WS-BN-IN-ACCOUNT TO WS-BN-ACCOUNT(WS-BN-COUNT)
               MOVE WS-BN-IN-NAME    TO WS-BN-NAME(WS-BN-COUNT)
           END-IF.

       6820-PARSE-BENEF-TOKEN.
           MOVE ZERO TO WS-POS
           INSPECT WS-TOKEN TALLYING WS-POS FOR CHARACTERS BEFORE '='
           IF WS-POS > 0
               MOVE WS-TOKEN(1:WS-POS) TO WS-FIELD-NAME
               MOVE WS-TOKEN(WS-POS + 2:) TO WS-FIELD-VAL
               EVALUATE FUNCTION TRIM(WS-FIELD-NAME)
                   WHEN 'member'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-BN-IN-MEMBER
                   WHEN 'bank_code'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-BN-IN-BANK
                   WHEN 'bank_account'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-BN-IN-ACCOUNT
               END-EVALUATE
           END-IF.

       6850-REWRITE-BENEFICIARIES.
           OPEN OUTPUT BENEF-FILE
           MOVE 1 TO WS-BN-IDX
           PERFORM UNTIL WS-BN-IDX > WS-BN-COUNT
               IF FUNCTION TRIM(WS-BN-MEMBER(WS-BN-IDX)) NOT = SPACES
                   MOVE SPACES TO BENEF-RECORD
                   STRING
                       'member=' DELIMITED SIZE
                       FUNCTION TRIM(WS-BN-MEMBER(WS-BN-IDX))
                           DELIMITED SIZE
                       ' bank_code=' DELIMITED SIZE
                       FUNCTION TRIM(WS-BN-BANK(WS-BN-IDX))
                           DELIMITED SIZE
                       ' bank_account=' DELIMITED SIZE
                       FUNCTION TRIM(WS-BN-ACCOUNT(WS-BN-IDX))
                           DELIMITED SIZE
                       ' name=' DELIMITED SIZE
                       FUNCTION TRIM(WS-BN-NAME(WS-BN-IDX))
                           DELIMITED SIZE
                       INTO BENEF-RECORD
                   END-STRING
                   WRITE BENEF-RECORD
               END-IF
               ADD 1 TO WS-BN-IDX
           END-PERFORM
           CLOSE BENEF-FILE.

       6900-FIND-BENEFICIARY.
           MOVE 'N' TO WS-BN-FOUND-FLAG
           MOVE 1 TO WS-BN-IDX
           PERFORM UNTIL WS-BN-IDX > WS-BN-COUNT OR WS-BN-IS-FOUND
               IF WS-BN-MEMBER(WS-BN-IDX) = WS-MEMBER-NO AND
                       WS-BN-BANK(WS-BN-IDX) = WS-BANK-CODE AND
                       WS-BN-ACCOUNT(WS-BN-IDX) = WS-BANK-ACCOUNT
                   MOVE 'Y' TO WS-BN-FOUND-FLAG
               ELSE
                   ADD 1 TO WS-BN-IDX
               END-IF
           END-PERFORM.

      * the audit line's account_id= carries bank/account for these
       6950-BENEF-AUDIT-KEY.
           MOVE SPACES TO WS-ACCOUNT-ID
           STRING FUNCTION TRIM(WS-BANK-CODE) '/'
                  FUNCTION TRIM(WS-BANK-ACCOUNT)
               DELIMITED SIZE INTO WS-ACCOUNT-ID
           END-STRING.

       7000-PRINT-AUDIT-TRAIL.
           OPEN INPUT AUDIT-LOG
           IF WS-AUDIT-STATUS NOT = '00'
           WRITE AUDIT-RECORD
           CLOSE AUDIT-LOG.

      * the KYC arguments as given - a bad rating or a birth date
      * that is not a date refuses the whole action
       8300-VALIDATE-KYC-ARGS.
           MOVE SPACES TO WS-KYC-ERROR
           IF FUNCTION TRIM(WS-RISK-RATING) NOT = SPACES AND
                   WS-RISK-RATING NOT = 'LOW' AND
                   WS-RISK-RATING NOT = 'MEDIUM' AND
                   WS-RISK-RATING NOT = 'HIGH'
               MOVE 'risk_rating must be LOW, MEDIUM or HIGH'
                   TO WS-KYC-ERROR
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(WS-BIRTH-DATE) NOT = SPACES
               IF WS-BIRTH-DATE IS NOT NUMERIC
                   MOVE 'birth_date must be YYYYMMDD' TO WS-KYC-ERROR
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-BIRTH-DATE TO WS-DATE-NUM
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-NUM)
                       NOT = ZEROS OR WS-BIRTH-DATE > WS-CUR-DATE
                   MOVE 'birth_date is not a real past date'
                       TO WS-KYC-ERROR
               END-IF
           END-IF.

       8350-APPLY-KYC-ARGS.
           IF FUNCTION TRIM(WS-ID-TYPE) NOT = SPACES
               MOVE WS-ID-TYPE TO MM-ID-TYPE
           END-IF
           IF FUNCTION TRIM(WS-ID-NUMBER) NOT = SPACES
               MOVE WS-ID-NUMBER TO MM-ID-NUMBER
           END-IF
           IF FUNCTION TRIM(WS-BIRTH-DATE) NOT = SPACES
               MOVE WS-BIRTH-DATE TO MM-BIRTH-DATE
           END-IF
           IF FUNCTION TRIM(WS-OCCUPATION) NOT = SPACES
               MOVE WS-OCCUPATION TO MM-OCCUPATION
           END-IF
           IF FUNCTION TRIM(WS-FUNDS-SOURCE) NOT = SPACES
               MOVE WS-FUNDS-SOURCE TO MM-FUNDS-SOURCE
           END-IF
           IF FUNCTION TRIM(WS-RISK-RATING) NOT = SPACES
               MOVE WS-RISK-RATING TO MM-RISK-RATING
           END-IF.

      * next review = last review plus one year (HIGH) or three
      * (LOW/MEDIUM); a 29 February that lands in a common year
      * falls back to the 28th
       8400-SCHEDULE-KYC-REVIEW.
           IF MM-KYC-REVIEW-DATE IS NOT NUMERIC
               MOVE SPACES TO MM-KYC-DUE-DATE
               EXIT PARAGRAPH
           END-IF
           MOVE MM-KYC-REVIEW-DATE TO WS-DATE-NUM
           IF MM-RISK-HIGH
               ADD 1 TO WS-DATE-YYYY
           ELSE
               ADD 3 TO WS-DATE-YYYY
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-NUM) NOT = ZEROS
               SUBTRACT 1 FROM WS-DATE-NUM
           END-IF
           MOVE WS-DATE-NUM TO MM-KYC-DUE-DATE.

       8100-EXTRACT-TOKEN.
           MOVE ZERO TO WS-POS
           INSPECT WS-REMAIN TALLYING WS-POS FOR CHARACTERS BEFORE ' '
               FUNCTION TRIM(MM-ADDRESS) DELIMITED SIZE
               '","status":"' DELIMITED SIZE
               FUNCTION TRIM(MM-STATUS) DELIMITED SIZE
               '","id_type":"' DELIMITED SIZE
               FUNCTION TRIM(MM-ID-TYPE) DELIMITED SIZE
               '","id_number":"' DELIMITED SIZE
               FUNCTION TRIM(MM-ID-NUMBER) DELIMITED SIZE
               '","birth_date":"' DELIMITED SIZE
               FUNCTION TRIM(MM-BIRTH-DATE) DELIMITED SIZE
               '","occupation":"' DELIMITED SIZE
               FUNCTION TRIM(MM-OCCUPATION) DELIMITED SIZE
               '","funds_source":"' DELIMITED SIZE
               FUNCTION TRIM(MM-FUNDS-SOURCE) DELIMITED SIZE
               '","risk_rating":"' DELIMITED SIZE
               FUNCTION TRIM(MM-RISK-RATING) DELIMITED SIZE
               '","last_kyc_review":"' DELIMITED SIZE
               FUNCTION TRIM(MM-KYC-REVIEW-DATE) DELIMITED SIZE
               '","kyc_due":"' DELIMITED SIZE
               FUNCTION TRIM(MM-KYC-DUE-DATE) DELIMITED SIZE
               '","death_date":"' DELIMITED SIZE
               FUNCTION TRIM(MM-DEATH-DATE) DELIMITED SIZE
               '"}' DELIMITED SIZE
               INTO WS-OUT
           END-STRING
