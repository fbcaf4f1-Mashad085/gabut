      *================================================================*
      * CFRATEMNT.cbl - Rate Table Maintenance                         *
      * The one deliberate way the central rate table changes. CFBATCH,*
      * CFTDEP, CFLOAN, CFTRXVAL and CFRATESIM all price from it, so a *
      * typo'd tier or an overlapping effective date silently changes  *
      * what the whole co-op earns and pays; here every change is      *
      * checked against the table as it stands, takes two operators,   *
      * and leaves a before/after line on the change history.          *
      * Table shape (CFBATCH's, one entry per line):                   *
      *   tier=<NAME> rate=N od_rate=N effective=YYYY-MM-DD            *
      *   [band_up_to=N] [end=YYYY-MM-DD]                              *
      * The entries sharing a tier and effective date are one SET - a  *
      * flat rate, or a banded structure of capped bands plus exactly  *
      * one open-ended remainder band. A set runs from its effective   *
      * date until the next set of the tier starts, or to its end date *
      * (inclusive) when it carries one; a tier whose last set has     *
      * ended prices nothing after that date. The table is written     *
      * back sorted by tier, effective date and band cap (remainder   *
      * last); lines without tier= are not carried.                    *
      * Args (key=value, any order):                                   *
      *   action=ADD     - tier= effective= rate= [od_rate=]           *
      *                    [band_up_to=] [end=] [new_tier=Y] user_id=  *
      *                    queues a new set (its remainder band, no    *
      *                    band_up_to=) or a capped band into a set    *
      *                    already on the table                        *
      *   action=END     - tier= end= [effective=] user_id= queues an  *
      *                    end date for the tier's latest set (or the  *
      *                    set named by effective=)                    *
      *   action=APPROVE - pending_id= user_id= - a SECOND operator    *
      *                    re-checks the change against the table as   *
      *                    it is now and applies it                    *
      *   action=REJECT  - pending_id= user_id= declines an item       *
      *   action=PENDING - lists the queue; [expire_days=] (default 5) *
      *   action=PRINT   - [asof=YYYY-MM-DD] (default the business     *
      *                    date) the table as in force on that date,   *
      *                    for the board minutes                       *
      *   action=HISTORY - the change history, [tier=] filtered        *
      *   action=CHECK   - the whole table against the rules below,    *
      *                    for a table last edited by hand             *
      *   business_date=YYYY-MM-DD - default today                     *
      *   rate_table=<path>   - default CFRATE_TABLE.DAT               *
      *   pending_file=<path> - default CFRATEMNT_PENDING.DAT          *
      *   history_log=<path>  - default CFRATEMNT_HISTORY.LOG, one     *
      *       line per table entry changed: ts= pending_id= change=    *
      *       tier= effective= band_up_to= before_rate=               *
      *       before_od_rate= before_end= after_rate= after_od_rate=   *
      *       after_end= maker= checker= ('-' where there was none)    *
      *   user_id=<operator>  - checked against the permissions file   *
      * Rules, checked when a change is queued and again when it is    *
      * approved:                                                      *
      *   - no effective or end date before the business date - rates  *
      *     already applied are never rewritten                        *
      *   - a tier not yet on the table needs new_tier=Y, so a typo'd  *
      *     tier name never opens a tier of its own                    *
      *   - no overlap: one remainder band per set, no band cap twice, *
      *     no set starting on or before the end of the set before it  *
      *   - no gap: a set following an end-dated set starts the day    *
      *     after that end; an end= given to a set that another set    *
      *     follows is the day before that set starts                  *
      *   - bands in order: a new set starts with its remainder band,  *
      *     capped bands are added to it and inherit its end date and  *
      *     od_rate; END applies to the latest set of a tier only      *
      *   - the table holds at most 200 entries, the posting programs' *
      *     limit                                                      *
      *   system_date_file=<path> - default CFSYSDATE.DAT; its         *
      *       business date stands in for today when no date           *
      *       argument is given                                        *
      * Output stdout: JSON, PRINT a page. RETURN-CODE 8 on a refused  *
      * change or run, 4 when CHECK finds a problem.                   *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CFRATEMNT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. LINUX.
       OBJECT-COMPUTER. LINUX.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RATE-TABLE-FILE ASSIGN TO DYNAMIC WS-RATETBL-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATETBL-STATUS.
           SELECT PENDING-FILE ASSIGN TO DYNAMIC WS-PENDING-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDING-STATUS.
           SELECT HISTORY-FILE ASSIGN TO DYNAMIC WS-HISTORY-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT PERM-FILE ASSIGN TO DYNAMIC WS-PERM-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERM-STATUS.
           SELECT CMDLOG-FILE ASSIGN TO DYNAMIC WS-CMDLOG-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CMDLOG-STATUS.
           SELECT SYSTEM-DATE-FILE ASSIGN TO DYNAMIC WS-SYSDATE-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SYSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RATE-TABLE-FILE.
       01  RATE-TABLE-RECORD   PIC X(200).

       FD  PENDING-FILE.
       01  PENDING-RECORD      PIC X(300).

       FD  HISTORY-FILE.
       01  HISTORY-RECORD      PIC X(400).

       FD  PERM-FILE.
       01  PERM-RECORD         PIC X(300).

       FD  CMDLOG-FILE.
       01  CMDLOG-RECORD       PIC X(600).

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
       01  WS-RATETBL-FILE     PIC X(200) VALUE 'CFRATE_TABLE.DAT'.
       01  WS-RATETBL-STATUS   PIC XX VALUE SPACES.
       01  WS-HISTORY-FILE     PIC X(200)
                               VALUE 'CFRATEMNT_HISTORY.LOG'.
       01  WS-HISTORY-STATUS   PIC XX VALUE SPACES.

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
       01  WS-TIER             PIC X(20) VALUE SPACES.
       01  WS-EFFECTIVE        PIC X(10) VALUE SPACES.
       01  WS-END-DATE         PIC X(10) VALUE SPACES.
       01  WS-RATE             PIC 9(3)V9(6) VALUE ZEROS.
       01  WS-OD-RATE          PIC 9(3)V9(6) VALUE ZEROS.
       01  WS-BAND             PIC 9(13)V99 VALUE ZEROS.
       01  WS-RATE-GIVEN       PIC X VALUE 'N'.
       01  WS-OD-GIVEN         PIC X VALUE 'N'.
       01  WS-NEW-TIER         PIC X VALUE 'N'.
       01  WS-ASOF-DATE        PIC X(10) VALUE SPACES.
       01  WS-BUSINESS-DATE    PIC X(10) VALUE SPACES.
       01  WS-CUR-DATE         PIC X(8) VALUE SPACES.
       01  WS-CUR-DATETIME     PIC X(21) VALUE SPACES.
       01  WS-TIMESTAMP        PIC X(26) VALUE SPACES.

      * the whole rate table, rewritten whole after an approved
      * change - same 200-entry ceiling the posting programs load to
       01  WS-RT-COUNT         PIC 9(3) VALUE ZEROS.
       01  WS-RT-IDX           PIC 9(3) VALUE ZEROS.
       01  WS-RT-JDX           PIC 9(3) VALUE ZEROS.
       01  WS-RT-KDX           PIC 9(3) VALUE ZEROS.
       01  WS-RT-TABLE.
           05  WS-RT-ENTRY OCCURS 200 TIMES.
               10  WS-RT-TIER      PIC X(20).
               10  WS-RT-RATE      PIC 9(3)V9(6).
               10  WS-RT-OD-RATE   PIC 9(3)V9(6).
               10  WS-RT-EFFECTIVE PIC X(10).
               10  WS-RT-BAND      PIC 9(13)V99.
               10  WS-RT-END       PIC X(10).
       01  WS-RT-SWAP.
           05  WS-RS-TIER          PIC X(20).
           05  WS-RS-RATE          PIC 9(3)V9(6).
           05  WS-RS-OD-RATE       PIC 9(3)V9(6).
           05  WS-RS-EFFECTIVE     PIC X(10).
           05  WS-RS-BAND          PIC 9(13)V99.
           05  WS-RS-END           PIC X(10).
       01  WS-RT-IN-TIER       PIC X(20) VALUE SPACES.
       01  WS-RT-IN-RATE       PIC 9(3)V9(6) VALUE ZEROS.
       01  WS-RT-IN-OD-RATE    PIC 9(3)V9(6) VALUE ZEROS.
       01  WS-RT-IN-EFFECTIVE  PIC X(10) VALUE SPACES.
       01  WS-RT-IN-BAND       PIC 9(13)V99 VALUE ZEROS.
       01  WS-RT-IN-END        PIC X(10) VALUE SPACES.
       01  WS-RT-TRUNC-FLAG    PIC X VALUE 'N'.
           88  WS-RT-IS-TRUNCATED  VALUE 'Y'.
      * sort keys - tier, effective date, band cap with the open-ended
      * remainder forced last
       01  WS-SORT-KEY-A.
           05  WS-SKA-TIER         PIC X(20).
           05  WS-SKA-EFF          PIC X(10).
           05  WS-SKA-CAP          PIC 9(13)V99.
       01  WS-SORT-KEY-B.
           05  WS-SKB-TIER         PIC X(20).
           05  WS-SKB-EFF          PIC X(10).
           05  WS-SKB-CAP          PIC 9(13)V99.

      * the change being queued or approved, and what the table
      * already says about its tier
       01  WS-CH-ACT           PIC X(10) VALUE SPACES.
       01  WS-CH-TIER          PIC X(20) VALUE SPACES.
       01  WS-CH-EFF           PIC X(10) VALUE SPACES.
       01  WS-CH-END           PIC X(10) VALUE SPACES.
       01  WS-CH-RATE          PIC 9(3)V9(6) VALUE ZEROS.
       01  WS-CH-OD-RATE       PIC 9(3)V9(6) VALUE ZEROS.
       01  WS-CH-OD-GIVEN      PIC X VALUE 'N'.
       01  WS-CH-BAND          PIC 9(13)V99 VALUE ZEROS.
       01  WS-CH-NEW-TIER      PIC X VALUE 'N'.
       01  WS-TIER-LINES       PIC 9(3) VALUE ZEROS.
       01  WS-SET-LINES        PIC 9(3) VALUE ZEROS.
       01  WS-SET-REM-FLAG     PIC X VALUE 'N'.
           88  WS-SET-HAS-REMAINDER VALUE 'Y'.
       01  WS-SET-DUP-FLAG     PIC X VALUE 'N'.
           88  WS-SET-HAS-CAP      VALUE 'Y'.
       01  WS-SET-END          PIC X(10) VALUE SPACES.
       01  WS-SET-OD-RATE      PIC 9(3)V9(6) VALUE ZEROS.
       01  WS-PRIOR-EFF        PIC X(10) VALUE SPACES.
       01  WS-PRIOR-END        PIC X(10) VALUE SPACES.
       01  WS-NEXT-EFF         PIC X(10) VALUE SPACES.
       01  WS-LAST-EFF         PIC X(10) VALUE SPACES.
       01  WS-REASON           PIC X(300) VALUE SPACES.
       01  WS-CHANGED-COUNT    PIC 9(3) VALUE ZEROS.
      * an approved change's history lines, held until the table itself
      * has been written - a table that could not be written leaves no
      * history of a change that never happened
       01  WS-HL-IDX           PIC 9(3) VALUE ZEROS.
       01  WS-HL-TABLE.
           05  WS-HL-LINE OCCURS 200 TIMES PIC X(400).

      * dates - YYYY-MM-DD to day numbers and back; zero is invalid
       01  WS-DT-STR           PIC X(10) VALUE SPACES.
       01  WS-DT-X8            PIC X(8) VALUE SPACES.
       01  WS-DT-NUM           PIC 9(8) VALUE ZEROS.
       01  WS-DT-INT           PIC S9(9) COMP VALUE ZEROS.
       01  WS-BUS-INT          PIC S9(9) COMP VALUE ZEROS.
       01  WS-EFF-INT          PIC S9(9) COMP VALUE ZEROS.
       01  WS-END-INT          PIC S9(9) COMP VALUE ZEROS.
       01  WS-WORK-INT         PIC S9(9) COMP VALUE ZEROS.
       01  WS-TODAY-INT        PIC S9(9) COMP VALUE ZEROS.
       01  WS-DAY-AFTER        PIC X(10) VALUE SPACES.

      * maker-checker - the pending-approval queue, CFACCTMNT's
      * shape, and the two identities an applied change carries
       01  WS-PENDING-FILE     PIC X(200)
                               VALUE 'CFRATEMNT_PENDING.DAT'.
       01  WS-PENDING-STATUS   PIC XX VALUE SPACES.
       01  WS-USER-ID          PIC X(20) VALUE SPACES.
       01  WS-PENDING-ID       PIC X(22) VALUE SPACES.
       01  WS-EXPIRE-DAYS      PIC 9(4) VALUE 5.
       01  WS-MAKER-ID         PIC X(20) VALUE SPACES.
       01  WS-CHECKER-ID       PIC X(20) VALUE SPACES.
       01  WS-PD-COUNT         PIC 9(5) VALUE ZEROS.
       01  WS-PD-IDX           PIC 9(5) VALUE ZEROS.
       01  WS-PD-TRUNC-FLAG    PIC X VALUE 'N'.
           88  WS-PD-IS-TRUNCATED  VALUE 'Y'.
       01  WS-PD-TABLE.
           05  WS-PD-ENTRY OCCURS 2000 TIMES.
               10  WS-PD-REC-ID    PIC X(22).
               10  WS-PD-ACT       PIC X(10).
               10  WS-PD-TIER      PIC X(20).
               10  WS-PD-EFF       PIC X(10).
               10  WS-PD-END       PIC X(10).
               10  WS-PD-RATE      PIC 9(3)V9(6).
               10  WS-PD-OD-RATE   PIC 9(3)V9(6).
               10  WS-PD-OD-GIVEN  PIC X.
               10  WS-PD-BAND      PIC 9(13)V99.
               10  WS-PD-NEW-TIER  PIC X.
               10  WS-PD-MAKER     PIC X(20).
               10  WS-PD-MADE-ON   PIC X(8).
               10  WS-PD-STATE     PIC X(10).
               10  WS-PD-CHECKER   PIC X(20).
       01  WS-PD-IN-ID         PIC X(22) VALUE SPACES.
       01  WS-PD-IN-ACT        PIC X(10) VALUE SPACES.
       01  WS-PD-IN-TIER       PIC X(20) VALUE SPACES.
       01  WS-PD-IN-EFF        PIC X(10) VALUE SPACES.
       01  WS-PD-IN-END        PIC X(10) VALUE SPACES.
       01  WS-PD-IN-RATE       PIC 9(3)V9(6) VALUE ZEROS.
       01  WS-PD-IN-OD-RATE    PIC 9(3)V9(6) VALUE ZEROS.
       01  WS-PD-IN-OD-GIVEN   PIC X VALUE 'N'.
       01  WS-PD-IN-BAND       PIC 9(13)V99 VALUE ZEROS.
       01  WS-PD-IN-NEW-TIER   PIC X VALUE 'N'.
       01  WS-PD-IN-MAKER      PIC X(20) VALUE SPACES.
       01  WS-PD-IN-MADE-ON    PIC X(8) VALUE SPACES.
       01  WS-PD-IN-STATE      PIC X(10) VALUE SPACES.
       01  WS-PD-IN-CHECKER    PIC X(20) VALUE SPACES.
       01  WS-PD-REMAIN        PIC X(300) VALUE SPACES.
       01  WS-PD-TOKEN         PIC X(250) VALUE SPACES.
       01  WS-EXPIRED-COUNT    PIC 9(5) VALUE ZEROS.
       01  WS-PDCNT-D          PIC Z(4)9.

      * operator identity, permissions and the command audit trail -
      * when the permissions file is on disk, user_id= is required
      * and the operator must be cleared for this program and the
      * action being run; a missing permissions file leaves the
      * gate open. Every invocation lands in the command audit log
      * with its operator, arguments and outcome.
       01  WS-PERM-FILE        PIC X(200) VALUE 'CFOPERATORS.DAT'.
       01  WS-PERM-STATUS      PIC XX VALUE SPACES.
       01  WS-CMDLOG-FILE      PIC X(200)
                               VALUE 'CFCOMMAND_AUDIT.LOG'.
       01  WS-CMDLOG-STATUS    PIC XX VALUE SPACES.
       01  WS-PROGRAM-NAME     PIC X(10) VALUE 'CFRATEMNT'.
       01  WS-GATE-ACTION      PIC X(20) VALUE SPACES.
       01  WS-CMD-ARGS         PIC X(400) VALUE SPACES.
       01  WS-CMD-ARGS-PTR     PIC 9(4) VALUE 1.
       01  WS-CMD-OUTCOME      PIC X(10) VALUE SPACES.
       01  WS-PERM-EOF         PIC X VALUE 'N'.
       01  WS-PERM-FOUND-FLAG  PIC X VALUE 'N'.
           88  WS-PERM-IS-FOUND    VALUE 'Y'.
       01  WS-PM-REMAIN        PIC X(300) VALUE SPACES.
       01  WS-PM-TOKEN         PIC X(250) VALUE SPACES.
       01  WS-PM-IN-USER       PIC X(20) VALUE SPACES.
       01  WS-PM-IN-PROGRAM    PIC X(10) VALUE SPACES.
       01  WS-PM-IN-ACTIONS    PIC X(100) VALUE SPACES.
       01  WS-PM-IN-FLAGS      PIC X(100) VALUE SPACES.
       01  WS-PM-ACTIONS       PIC X(100) VALUE SPACES.
       01  WS-PM-FLAGS         PIC X(100) VALUE SPACES.
       01  WS-PM-LIST-REMAIN   PIC X(100) VALUE SPACES.
       01  WS-PM-LIST-TOKEN    PIC X(30) VALUE SPACES.
       01  WS-PM-SEEK          PIC X(30) VALUE SPACES.
       01  WS-PM-MATCH-FLAG    PIC X VALUE 'N'.
           88  WS-PM-MATCHES       VALUE 'Y'.
       01  WS-CMD-TIMESTAMP    PIC X(26) VALUE SPACES.
       01  WS-CMD-DATETIME     PIC X(21) VALUE SPACES.

      * PRINT, HISTORY and CHECK
       01  WS-INFORCE-FLAG     PIC X VALUE 'N'.
           88  WS-IS-INFORCE       VALUE 'Y'.
       01  WS-PRINT-TIER       PIC X(20) VALUE SPACES.
       01  WS-TIER-COL         PIC X(20) VALUE SPACES.
       01  WS-TIER-SEEN        PIC X(20) VALUE SPACES.
       01  WS-TIERS-INFORCE    PIC 9(3) VALUE ZEROS.
       01  WS-TIERS-IDLE       PIC 9(3) VALUE ZEROS.
       01  WS-TIER-HAD-FLAG    PIC X VALUE 'N'.
       01  WS-PROBLEM-COUNT    PIC 9(5) VALUE ZEROS.
       01  WS-HIST-LEAD        PIC X(100) VALUE SPACES.
       01  WS-HIST-REST        PIC X(400) VALUE SPACES.
       01  WS-HIST-TIER        PIC X(20) VALUE SPACES.
       01  WS-RATE-D           PIC ZZ9.999999.
       01  WS-OD-D             PIC ZZ9.999999.
       01  WS-BAND-D           PIC Z(12)9.99.
       01  WS-CNT-D            PIC Z(4)9.
       01  WS-CAP-TEXT         PIC X(16) VALUE SPACES.
       01  WS-END-TEXT         PIC X(10) VALUE SPACES.
       01  WS-B-RATE-TEXT      PIC X(12) VALUE SPACES.
       01  WS-B-OD-TEXT        PIC X(12) VALUE SPACES.
       01  WS-B-END-TEXT       PIC X(10) VALUE SPACES.
       01  WS-A-RATE-TEXT      PIC X(12) VALUE SPACES.
       01  WS-A-OD-TEXT        PIC X(12) VALUE SPACES.
       01  WS-A-END-TEXT       PIC X(10) VALUE SPACES.
       01  WS-LINE             PIC X(132) VALUE SPACES.
       01  WS-OUT              PIC X(600) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CUR-DATE
           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER
           MOVE 1 TO WS-ARG-IDX
           PERFORM UNTIL WS-ARG-IDX > WS-ARG-COUNT
               ACCEPT WS-OPT-ARG FROM ARGUMENT-VALUE
               PERFORM 0890-ACCUM-CMD-ARG
               PERFORM 0050-PARSE-OPTION-ARG
               ADD 1 TO WS-ARG-IDX
           END-PERFORM
           PERFORM 0880-READ-SYSTEM-DATE
           IF WS-SYSTEM-YMD NOT = SPACES
               MOVE WS-SYSTEM-YMD TO WS-CUR-DATE
           END-IF
           MOVE WS-ACTION TO WS-GATE-ACTION
           PERFORM 0900-CHECK-OPERATOR
           MOVE WS-CUR-DATE TO WS-DT-NUM
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-DT-NUM)
           IF FUNCTION TRIM(WS-BUSINESS-DATE) = SPACES
               STRING WS-CUR-DATE(1:4) '-' WS-CUR-DATE(5:2) '-'
                      WS-CUR-DATE(7:2)
                   DELIMITED SIZE INTO WS-BUSINESS-DATE
               END-STRING
           END-IF
           MOVE WS-BUSINESS-DATE TO WS-DT-STR
           PERFORM 8200-DATE-TO-DAY-NUMBER
           IF WS-DT-INT = ZEROS
               DISPLAY '{"error":"business_date= must be a valid '
                   'YYYY-MM-DD date"}'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-DT-INT TO WS-BUS-INT
           IF FUNCTION TRIM(WS-ASOF-DATE) = SPACES
               MOVE WS-BUSINESS-DATE TO WS-ASOF-DATE
           END-IF
           EVALUATE FUNCTION TRIM(WS-ACTION)
               WHEN 'ADD'
                   PERFORM 2000-QUEUE-CHANGE
               WHEN 'END'
                   PERFORM 2000-QUEUE-CHANGE
               WHEN 'APPROVE'
                   PERFORM 3000-APPROVE-PENDING
               WHEN 'REJECT'
                   PERFORM 3200-REJECT-PENDING
               WHEN 'PENDING'
                   PERFORM 3400-LIST-PENDING
               WHEN 'PRINT'
                   PERFORM 5000-PRINT-TABLE
               WHEN 'HISTORY'
                   PERFORM 5500-PRINT-HISTORY
               WHEN 'CHECK'
                   PERFORM 5800-CHECK-TABLE
               WHEN OTHER
                   DISPLAY '{"error":"Usage: cfratemnt action=ADD|END|'
                       'APPROVE|REJECT|PENDING|PRINT|HISTORY|CHECK '
                       '[tier=<name>] [effective=YYYY-MM-DD] '
                       '[end=YYYY-MM-DD] [rate=N] [od_rate=N] '
                       '[band_up_to=N] [new_tier=Y] [user_id=<op>] '
                       '[pending_id=<id>] [expire_days=N] '
                       '[asof=YYYY-MM-DD] [business_date=YYYY-MM-DD] '
                       '[rate_table=<path>] [pending_file=<path>] '
                       '[history_log=<path>]"}'
                   MOVE 8 TO RETURN-CODE
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
                   WHEN 'tier'
                       MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
                           WS-FIELD-VAL)) TO WS-TIER
                   WHEN 'effective'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-EFFECTIVE
                   WHEN 'end'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-END-DATE
                   WHEN 'rate'
                       MOVE FUNCTION NUMVAL(WS-FIELD-VAL) TO WS-RATE
                       MOVE 'Y' TO WS-RATE-GIVEN
                   WHEN 'od_rate'
                       MOVE FUNCTION NUMVAL(WS-FIELD-VAL)
                           TO WS-OD-RATE
                       MOVE 'Y' TO WS-OD-GIVEN
                   WHEN 'band_up_to'
                       MOVE FUNCTION NUMVAL(WS-FIELD-VAL) TO WS-BAND
                   WHEN 'new_tier'
                       MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
                           WS-FIELD-VAL)) TO WS-NEW-TIER
                   WHEN 'asof'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-ASOF-DATE
                   WHEN 'business_date'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-BUSINESS-DATE
                   WHEN 'user_id'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-USER-ID
                   WHEN 'pending_id'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-PENDING-ID
                   WHEN 'expire_days'
                       MOVE FUNCTION NUMVAL(WS-FIELD-VAL)
                           TO WS-EXPIRE-DAYS
                   WHEN 'rate_table'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-RATETBL-FILE
                   WHEN 'pending_file'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-PENDING-FILE
                   WHEN 'history_log'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-HISTORY-FILE
                   WHEN 'perm_file'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-PERM-FILE
                   WHEN 'command_log'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-CMDLOG-FILE
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
      * operator gate - the permissions file says which operators
      * may use which actions; a refusal is loud and logged
      *----------------------------------------------------------------
       0890-ACCUM-CMD-ARG.
           STRING FUNCTION TRIM(WS-OPT-ARG) DELIMITED SIZE
                  ' ' DELIMITED SIZE
               INTO WS-CMD-ARGS WITH POINTER WS-CMD-ARGS-PTR
               ON OVERFLOW CONTINUE
           END-STRING.

       0900-CHECK-OPERATOR.
           OPEN INPUT PERM-FILE
           IF WS-PERM-STATUS NOT = '00'
               MOVE 'ALLOWED' TO WS-CMD-OUTCOME
               PERFORM 0950-WRITE-COMMAND-AUDIT
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(WS-USER-ID) = SPACES
               CLOSE PERM-FILE
               DISPLAY '{"error":"user_id= is required - operators '
                   'are validated against the permissions file"}'
               PERFORM 0960-REFUSE-RUN
           END-IF
           MOVE 'N' TO WS-PERM-EOF
           MOVE 'N' TO WS-PERM-FOUND-FLAG
           PERFORM UNTIL WS-PERM-EOF = 'Y'
               READ PERM-FILE INTO PERM-RECORD
                   AT END MOVE 'Y' TO WS-PERM-EOF
                   NOT AT END
                       PERFORM 0910-SCAN-PERM-LINE
               END-READ
           END-PERFORM
           CLOSE PERM-FILE
           IF NOT WS-PERM-IS-FOUND
               DISPLAY '{"error":"Operator '
                   FUNCTION TRIM(WS-USER-ID)
                   ' is not cleared for '
                   FUNCTION TRIM(WS-PROGRAM-NAME) '"}'
               PERFORM 0960-REFUSE-RUN
           END-IF
           IF FUNCTION TRIM(WS-PM-ACTIONS) NOT = 'ALL'
               MOVE WS-GATE-ACTION TO WS-PM-SEEK
               MOVE WS-PM-ACTIONS TO WS-PM-LIST-REMAIN
               PERFORM 0930-CHECK-IN-LIST
               IF NOT WS-PM-MATCHES
                   DISPLAY '{"error":"Operator '
                       FUNCTION TRIM(WS-USER-ID)
                       ' may not use action '
                       FUNCTION TRIM(WS-GATE-ACTION) ' on '
                       FUNCTION TRIM(WS-PROGRAM-NAME) '"}'
                   PERFORM 0960-REFUSE-RUN
               END-IF
           END-IF
           MOVE 'ALLOWED' TO WS-CMD-OUTCOME
           PERFORM 0950-WRITE-COMMAND-AUDIT.

       0905-EXTRACT-PERM-TOKEN.
           MOVE ZERO TO WS-POS
           INSPECT WS-PM-REMAIN TALLYING WS-POS
               FOR CHARACTERS BEFORE ' '
           IF WS-POS > 0
               MOVE WS-PM-REMAIN(1:WS-POS) TO WS-PM-TOKEN
               IF WS-POS < 299
                   MOVE WS-PM-REMAIN(WS-POS + 2:) TO WS-PM-REMAIN
                   MOVE FUNCTION TRIM(WS-PM-REMAIN LEADING)
                       TO WS-PM-REMAIN
               ELSE
                   MOVE SPACES TO WS-PM-REMAIN
               END-IF
           ELSE
               MOVE WS-PM-REMAIN TO WS-PM-TOKEN
               MOVE SPACES TO WS-PM-REMAIN
           END-IF.

       0910-SCAN-PERM-LINE.
           IF FUNCTION TRIM(PERM-RECORD) = SPACES OR WS-PERM-IS-FOUND
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-PM-IN-USER WS-PM-IN-PROGRAM
               WS-PM-IN-ACTIONS WS-PM-IN-FLAGS
           MOVE FUNCTION TRIM(PERM-RECORD) TO WS-PM-REMAIN
           PERFORM UNTIL FUNCTION TRIM(WS-PM-REMAIN) = SPACES
               PERFORM 0905-EXTRACT-PERM-TOKEN
               IF FUNCTION TRIM(WS-PM-TOKEN) NOT = SPACES
                   PERFORM 0920-PARSE-PERM-TOKEN
               END-IF
           END-PERFORM
           IF WS-PM-IN-USER = WS-USER-ID AND
                   (WS-PM-IN-PROGRAM = WS-PROGRAM-NAME OR
                    WS-PM-IN-PROGRAM = 'ALL')
               MOVE 'Y' TO WS-PERM-FOUND-FLAG
               MOVE WS-PM-IN-ACTIONS TO WS-PM-ACTIONS
               MOVE WS-PM-IN-FLAGS   TO WS-PM-FLAGS
           END-IF.

       0920-PARSE-PERM-TOKEN.
           MOVE ZERO TO WS-POS
           INSPECT WS-PM-TOKEN TALLYING WS-POS
               FOR CHARACTERS BEFORE '='
           IF WS-POS > 0
               MOVE WS-PM-TOKEN(1:WS-POS) TO WS-FIELD-NAME
               MOVE WS-PM-TOKEN(WS-POS + 2:) TO WS-FIELD-VAL
               EVALUATE FUNCTION TRIM(WS-FIELD-NAME)
                   WHEN 'user'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-PM-IN-USER
                   WHEN 'program'
                       MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
                           WS-FIELD-VAL)) TO WS-PM-IN-PROGRAM
                   WHEN 'actions'
                       MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
                           WS-FIELD-VAL)) TO WS-PM-IN-ACTIONS
                   WHEN 'flags'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-PM-IN-FLAGS
               END-EVALUATE
           END-IF.

       0930-CHECK-IN-LIST.
           MOVE 'N' TO WS-PM-MATCH-FLAG
           PERFORM UNTIL FUNCTION TRIM(WS-PM-LIST-REMAIN) = SPACES
                   OR WS-PM-MATCHES
               MOVE ZERO TO WS-POS
               INSPECT WS-PM-LIST-REMAIN TALLYING WS-POS
                   FOR CHARACTERS BEFORE ','
               IF WS-POS > 0 AND WS-POS < 99
                   MOVE WS-PM-LIST-REMAIN(1:WS-POS)
                       TO WS-PM-LIST-TOKEN
                   MOVE WS-PM-LIST-REMAIN(WS-POS + 2:)
                       TO WS-PM-LIST-REMAIN
               ELSE
                   MOVE WS-PM-LIST-REMAIN TO WS-PM-LIST-TOKEN
                   MOVE SPACES TO WS-PM-LIST-REMAIN
               END-IF
               IF FUNCTION TRIM(WS-PM-LIST-TOKEN) =
                       FUNCTION TRIM(WS-PM-SEEK)
                   MOVE 'Y' TO WS-PM-MATCH-FLAG
               END-IF
           END-PERFORM.

       0950-WRITE-COMMAND-AUDIT.
           MOVE FUNCTION CURRENT-DATE TO WS-CMD-DATETIME
           MOVE WS-CMD-DATETIME(1:8)  TO WS-CMD-TIMESTAMP(1:8)
           MOVE '-'                   TO WS-CMD-TIMESTAMP(9:1)
           MOVE WS-CMD-DATETIME(9:6)  TO WS-CMD-TIMESTAMP(10:6)
           MOVE SPACES TO CMDLOG-RECORD
           STRING
               'ts=' DELIMITED SIZE
               FUNCTION TRIM(WS-CMD-TIMESTAMP) DELIMITED SIZE
               ' user=' DELIMITED SIZE
               FUNCTION TRIM(WS-USER-ID) DELIMITED SIZE
               ' program=' DELIMITED SIZE
               FUNCTION TRIM(WS-PROGRAM-NAME) DELIMITED SIZE
               ' action=' DELIMITED SIZE
               FUNCTION TRIM(WS-GATE-ACTION) DELIMITED SIZE
               ' outcome=' DELIMITED SIZE
               FUNCTION TRIM(WS-CMD-OUTCOME) DELIMITED SIZE
               ' args=' DELIMITED SIZE
               FUNCTION TRIM(WS-CMD-ARGS) DELIMITED SIZE
               INTO CMDLOG-RECORD
           END-STRING
           OPEN EXTEND CMDLOG-FILE
           IF WS-CMDLOG-STATUS NOT = '00'
               CLOSE CMDLOG-FILE
               OPEN OUTPUT CMDLOG-FILE
           END-IF
           WRITE CMDLOG-RECORD
           CLOSE CMDLOG-FILE.

       0960-REFUSE-RUN.
           MOVE 'REFUSED' TO WS-CMD-OUTCOME
           PERFORM 0950-WRITE-COMMAND-AUDIT
           MOVE 8 TO RETURN-CODE
           STOP RUN.

      *----------------------------------------------------------------
      * rate table load - every entry, whatever its date; a missing
      * file is an empty table (the first tier opens it), an over-
      * full one refuses the run, as it does in the posting programs
      *----------------------------------------------------------------
       1000-LOAD-RATE-TABLE.
           MOVE ZEROS TO WS-RT-COUNT
           OPEN INPUT RATE-TABLE-FILE
           IF WS-RATETBL-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ RATE-TABLE-FILE INTO RATE-TABLE-RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM 1050-LOAD-RATE-LINE
               END-READ
           END-PERFORM
           CLOSE RATE-TABLE-FILE
           MOVE 'N' TO WS-EOF
           IF WS-RT-IS-TRUNCATED
               DISPLAY '{"error":"Rate table larger than 200 entries'
                   ' - the posting programs refuse it too; nothing '
                   'changed"}'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1100-SORT-RATE-TABLE.

       1050-LOAD-RATE-LINE.
           IF FUNCTION TRIM(RATE-TABLE-RECORD) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-RT-IN-TIER WS-RT-IN-EFFECTIVE
               WS-RT-IN-END
           MOVE ZEROS TO WS-RT-IN-RATE WS-RT-IN-OD-RATE
               WS-RT-IN-BAND
           MOVE FUNCTION TRIM(RATE-TABLE-RECORD) TO WS-REMAIN
           PERFORM UNTIL FUNCTION TRIM(WS-REMAIN) = SPACES
               PERFORM 8100-EXTRACT-TOKEN
               IF FUNCTION TRIM(WS-TOKEN) NOT = SPACES
                   PERFORM 1060-PARSE-RATE-TOKEN
               END-IF
           END-PERFORM
           IF FUNCTION TRIM(WS-RT-IN-TIER) = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-RT-COUNT >= 200
               MOVE 'Y' TO WS-RT-TRUNC-FLAG
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-RT-COUNT
           MOVE WS-RT-IN-TIER      TO WS-RT-TIER(WS-RT-COUNT)
           MOVE WS-RT-IN-RATE      TO WS-RT-RATE(WS-RT-COUNT)
           MOVE WS-RT-IN-OD-RATE   TO WS-RT-OD-RATE(WS-RT-COUNT)
           MOVE WS-RT-IN-EFFECTIVE TO WS-RT-EFFECTIVE(WS-RT-COUNT)
           MOVE WS-RT-IN-BAND      TO WS-RT-BAND(WS-RT-COUNT)
           MOVE WS-RT-IN-END       TO WS-RT-END(WS-RT-COUNT).

       1060-PARSE-RATE-TOKEN.
           MOVE ZERO TO WS-POS
           INSPECT WS-TOKEN TALLYING WS-POS FOR CHARACTERS BEFORE '='
           IF WS-POS > 0
               MOVE WS-TOKEN(1:WS-POS) TO WS-FIELD-NAME
               MOVE WS-TOKEN(WS-POS + 2:) TO WS-FIELD-VAL
               EVALUATE FUNCTION TRIM(WS-FIELD-NAME)
                   WHEN 'tier'
                       MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
                           WS-FIELD-VAL)) TO WS-RT-IN-TIER
                   WHEN 'rate'
                       MOVE FUNCTION NUMVAL(WS-FIELD-VAL)
                           TO WS-RT-IN-RATE
                   WHEN 'od_rate'
                       MOVE FUNCTION NUMVAL(WS-FIELD-VAL)
                           TO WS-RT-IN-OD-RATE
                   WHEN 'effective'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-RT-IN-EFFECTIVE
                   WHEN 'band_up_to'
                       MOVE FUNCTION NUMVAL(WS-FIELD-VAL)
                           TO WS-RT-IN-BAND
                   WHEN 'end'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-RT-IN-END
               END-EVALUATE
           END-IF.

      * insertion sort - tier, effective date, band cap ascending with
      * the remainder band last; a small table, kept in file order
       1100-SORT-RATE-TABLE.
           MOVE 2 TO WS-RT-IDX
           PERFORM UNTIL WS-RT-IDX > WS-RT-COUNT
               MOVE WS-RT-IDX TO WS-RT-JDX
               PERFORM 1110-BUILD-SORT-KEYS
               PERFORM UNTIL WS-RT-JDX <= 1 OR
                       WS-SORT-KEY-A <= WS-SORT-KEY-B
                   MOVE WS-RT-ENTRY(WS-RT-JDX) TO WS-RT-SWAP
                   MOVE WS-RT-ENTRY(WS-RT-JDX - 1)
                       TO WS-RT-ENTRY(WS-RT-JDX)
                   MOVE WS-RT-SWAP TO WS-RT-ENTRY(WS-RT-JDX - 1)
                   SUBTRACT 1 FROM WS-RT-JDX
                   IF WS-RT-JDX > 1
                       PERFORM 1110-BUILD-SORT-KEYS
                   END-IF
               END-PERFORM
               ADD 1 TO WS-RT-IDX
           END-PERFORM.

       1110-BUILD-SORT-KEYS.
           MOVE WS-RT-TIER(WS-RT-JDX - 1)      TO WS-SKA-TIER
           MOVE WS-RT-EFFECTIVE(WS-RT-JDX - 1) TO WS-SKA-EFF
           MOVE WS-RT-BAND(WS-RT-JDX - 1)      TO WS-SKA-CAP
           IF WS-SKA-CAP = ZEROS
               MOVE 9999999999999.99 TO WS-SKA-CAP
           END-IF
           MOVE WS-RT-TIER(WS-RT-JDX)          TO WS-SKB-TIER
           MOVE WS-RT-EFFECTIVE(WS-RT-JDX)     TO WS-SKB-EFF
           MOVE WS-RT-BAND(WS-RT-JDX)          TO WS-SKB-CAP
           IF WS-SKB-CAP = ZEROS
               MOVE 9999999999999.99 TO WS-SKB-CAP
           END-IF.

       1200-REWRITE-RATE-TABLE.
           PERFORM 1100-SORT-RATE-TABLE
           OPEN OUTPUT RATE-TABLE-FILE
           IF WS-RATETBL-STATUS NOT = '00'
               DISPLAY '{"error":"Cannot write rate table: '
                   FUNCTION TRIM(WS-RATETBL-FILE)
                   ' - change not applied, still pending"}'
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-RT-IDX
           PERFORM UNTIL WS-RT-IDX > WS-RT-COUNT
               PERFORM 1250-WRITE-RATE-LINE
               ADD 1 TO WS-RT-IDX
           END-PERFORM
           CLOSE RATE-TABLE-FILE.

       1250-WRITE-RATE-LINE.
           MOVE WS-RT-RATE(WS-RT-IDX)    TO WS-RATE-D
           MOVE WS-RT-OD-RATE(WS-RT-IDX) TO WS-OD-D
           MOVE SPACES TO RATE-TABLE-RECORD
           STRING
               'tier=' DELIMITED SIZE
               FUNCTION TRIM(WS-RT-TIER(WS-RT-IDX)) DELIMITED SIZE
               ' rate=' DELIMITED SIZE
               FUNCTION TRIM(WS-RATE-D) DELIMITED SIZE
               ' od_rate=' DELIMITED SIZE
               FUNCTION TRIM(WS-OD-D) DELIMITED SIZE
               ' effective=' DELIMITED SIZE
               WS-RT-EFFECTIVE(WS-RT-IDX) DELIMITED SIZE
               INTO RATE-TABLE-RECORD
           END-STRING
           IF WS-RT-BAND(WS-RT-IDX) > ZEROS
               MOVE WS-RT-BAND(WS-RT-IDX) TO WS-BAND-D
               MOVE SPACES TO WS-OUT
               STRING FUNCTION TRIM(RATE-TABLE-RECORD) DELIMITED SIZE
                   ' band_up_to=' DELIMITED SIZE
                   FUNCTION TRIM(WS-BAND-D) DELIMITED SIZE
                   INTO WS-OUT
               END-STRING
               MOVE WS-OUT TO RATE-TABLE-RECORD
           END-IF
           IF FUNCTION TRIM(WS-RT-END(WS-RT-IDX)) NOT = SPACES
               MOVE SPACES TO WS-OUT
               STRING FUNCTION TRIM(RATE-TABLE-RECORD) DELIMITED SIZE
                   ' end=' DELIMITED SIZE
                   WS-RT-END(WS-RT-IDX) DELIMITED SIZE
                   INTO WS-OUT
               END-STRING
               MOVE WS-OUT TO RATE-TABLE-RECORD
           END-IF
           WRITE RATE-TABLE-RECORD.

      *----------------------------------------------------------------
      * action=ADD / END - checked against the table now, then queued
      * for a second operator; nothing touches the table yet
      *----------------------------------------------------------------
       2000-QUEUE-CHANGE.
           IF FUNCTION TRIM(WS-USER-ID) = SPACES
               DISPLAY '{"error":"Rate changes need user_id= - the '
                   'maker is recorded"}'
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ACTION    TO WS-CH-ACT
           MOVE WS-TIER      TO WS-CH-TIER
           MOVE WS-EFFECTIVE TO WS-CH-EFF
           MOVE WS-END-DATE  TO WS-CH-END
           MOVE WS-RATE      TO WS-CH-RATE
           MOVE WS-OD-RATE   TO WS-CH-OD-RATE
           MOVE WS-OD-GIVEN  TO WS-CH-OD-GIVEN
           MOVE WS-BAND      TO WS-CH-BAND
           MOVE WS-NEW-TIER  TO WS-CH-NEW-TIER
           IF WS-CH-ACT = 'ADD' AND WS-RATE-GIVEN NOT = 'Y'
               DISPLAY '{"error":"ADD needs rate="}'
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM 1000-LOAD-RATE-TABLE
           PERFORM 4000-VALIDATE-CHANGE
           IF WS-REASON NOT = SPACES
               DISPLAY '{"error":"' FUNCTION TRIM(WS-REASON) '"}'
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM 6100-LOAD-PENDING-FILE
           IF WS-PD-IS-TRUNCATED
               DISPLAY '{"error":"Pending queue larger than 2000 '
                   'records"}'
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PD-COUNT
           MOVE SPACES TO WS-PENDING-ID
           STRING 'R' FUNCTION CURRENT-DATE(1:16)
               DELIMITED SIZE INTO WS-PENDING-ID
           END-STRING
           MOVE WS-PENDING-ID  TO WS-PD-REC-ID(WS-PD-COUNT)
           MOVE WS-CH-ACT      TO WS-PD-ACT(WS-PD-COUNT)
           MOVE WS-CH-TIER     TO WS-PD-TIER(WS-PD-COUNT)
           MOVE WS-CH-EFF      TO WS-PD-EFF(WS-PD-COUNT)
           MOVE WS-CH-END      TO WS-PD-END(WS-PD-COUNT)
           MOVE WS-CH-RATE     TO WS-PD-RATE(WS-PD-COUNT)
           MOVE WS-CH-OD-RATE  TO WS-PD-OD-RATE(WS-PD-COUNT)
           MOVE WS-CH-OD-GIVEN TO WS-PD-OD-GIVEN(WS-PD-COUNT)
           MOVE WS-CH-BAND     TO WS-PD-BAND(WS-PD-COUNT)
           MOVE WS-CH-NEW-TIER TO WS-PD-NEW-TIER(WS-PD-COUNT)
           MOVE WS-USER-ID     TO WS-PD-MAKER(WS-PD-COUNT)
           MOVE WS-CUR-DATE    TO WS-PD-MADE-ON(WS-PD-COUNT)
           MOVE 'PENDING'      TO WS-PD-STATE(WS-PD-COUNT)
           MOVE SPACES         TO WS-PD-CHECKER(WS-PD-COUNT)
           PERFORM 6200-REWRITE-PENDING-FILE
           MOVE SPACES TO WS-OUT
           STRING
               '{"status":"PENDING","pending_id":"' DELIMITED SIZE
               FUNCTION TRIM(WS-PENDING-ID) DELIMITED SIZE
               '","action":"' DELIMITED SIZE
               FUNCTION TRIM(WS-CH-ACT) DELIMITED SIZE
               '","tier":"' DELIMITED SIZE
               FUNCTION TRIM(WS-CH-TIER) DELIMITED SIZE
               '","effective":"' DELIMITED SIZE
               FUNCTION TRIM(WS-CH-EFF) DELIMITED SIZE
               '","maker":"' DELIMITED SIZE
               FUNCTION TRIM(WS-USER-ID) DELIMITED SIZE
               '","message":"Awaits a second operator via '
                   DELIMITED SIZE
               'action=APPROVE"}' DELIMITED SIZE
               INTO WS-OUT
           END-STRING
           DISPLAY FUNCTION TRIM(WS-OUT).

      *----------------------------------------------------------------
      * action=APPROVE - a second operator; the change is checked
      * again against the table as it stands now (another change may
      * have landed since it was queued) and only then applied
      *----------------------------------------------------------------
       3000-APPROVE-PENDING.
           PERFORM 3300-FIND-PENDING-ITEM
           IF WS-PD-IDX = ZEROS
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
      * four eyes, two people - the maker's own approval counts for
      * nothing
           IF WS-PD-MAKER(WS-PD-IDX) = WS-USER-ID
               DISPLAY '{"error":"Approver must not be the maker"}'
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PD-MADE-ON(WS-PD-IDX) TO WS-DT-NUM
           COMPUTE WS-DT-INT = FUNCTION INTEGER-OF-DATE(WS-DT-NUM)
           IF WS-TODAY-INT - WS-DT-INT > WS-EXPIRE-DAYS
               MOVE 'EXPIRED' TO WS-PD-STATE(WS-PD-IDX)
               PERFORM 6200-REWRITE-PENDING-FILE
               DISPLAY '{"error":"Pending item expired unapproved - '
                   'raise it again"}'
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PD-ACT(WS-PD-IDX)      TO WS-CH-ACT
           MOVE WS-PD-TIER(WS-PD-IDX)     TO WS-CH-TIER
           MOVE WS-PD-EFF(WS-PD-IDX)      TO WS-CH-EFF
           MOVE WS-PD-END(WS-PD-IDX)      TO WS-CH-END
           MOVE WS-PD-RATE(WS-PD-IDX)     TO WS-CH-RATE
           MOVE WS-PD-OD-RATE(WS-PD-IDX)  TO WS-CH-OD-RATE
           MOVE WS-PD-OD-GIVEN(WS-PD-IDX) TO WS-CH-OD-GIVEN
           MOVE WS-PD-BAND(WS-PD-IDX)     TO WS-CH-BAND
           MOVE WS-PD-NEW-TIER(WS-PD-IDX) TO WS-CH-NEW-TIER
           MOVE WS-PD-MAKER(WS-PD-IDX)    TO WS-MAKER-ID
           MOVE WS-USER-ID                TO WS-CHECKER-ID
           PERFORM 1000-LOAD-RATE-TABLE
           PERFORM 4000-VALIDATE-CHANGE
           IF WS-REASON NOT = SPACES
               DISPLAY '{"error":"Not applied - '
                   FUNCTION TRIM(WS-REASON) '"}'
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM 4500-APPLY-CHANGE
           PERFORM 1200-REWRITE-RATE-TABLE
           IF WS-RATETBL-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           PERFORM 4700-WRITE-HISTORY
           MOVE 'APPROVED' TO WS-PD-STATE(WS-PD-IDX)
           MOVE WS-USER-ID TO WS-PD-CHECKER(WS-PD-IDX)
           PERFORM 6200-REWRITE-PENDING-FILE
           MOVE WS-CHANGED-COUNT TO WS-CNT-D
           MOVE SPACES TO WS-OUT
           STRING
               '{"status":"APPLIED","pending_id":"' DELIMITED SIZE
               FUNCTION TRIM(WS-PENDING-ID) DELIMITED SIZE
               '","action":"' DELIMITED SIZE
               FUNCTION TRIM(WS-CH-ACT) DELIMITED SIZE
               '","tier":"' DELIMITED SIZE
               FUNCTION TRIM(WS-CH-TIER) DELIMITED SIZE
               '","effective":"' DELIMITED SIZE
               FUNCTION TRIM(WS-CH-EFF) DELIMITED SIZE
               '","entries_changed":' DELIMITED SIZE
               FUNCTION TRIM(WS-CNT-D) DELIMITED SIZE
               ',"maker":"' DELIMITED SIZE
               FUNCTION TRIM(WS-MAKER-ID) DELIMITED SIZE
               '","checker":"' DELIMITED SIZE
               FUNCTION TRIM(WS-CHECKER-ID) DELIMITED SIZE
               '"}' DELIMITED SIZE
               INTO WS-OUT
           END-STRING
           DISPLAY FUNCTION TRIM(WS-OUT).

       3200-REJECT-PENDING.
           PERFORM 3300-FIND-PENDING-ITEM
           IF WS-PD-IDX = ZEROS
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE 'REJECTED' TO WS-PD-STATE(WS-PD-IDX)
           MOVE WS-USER-ID TO WS-PD-CHECKER(WS-PD-IDX)
           PERFORM 6200-REWRITE-PENDING-FILE
           DISPLAY '{"status":"OK","pending_id":"'
               FUNCTION TRIM(WS-PENDING-ID)
               '","state":"REJECTED"}'.

       3300-FIND-PENDING-ITEM.
           IF FUNCTION TRIM(WS-PENDING-ID) = SPACES OR
                   FUNCTION TRIM(WS-USER-ID) = SPACES
               DISPLAY '{"error":"Needs pending_id= and user_id="}'
               MOVE ZEROS TO WS-PD-IDX
               EXIT PARAGRAPH
           END-IF
           PERFORM 6100-LOAD-PENDING-FILE
           MOVE 1 TO WS-PD-IDX
           PERFORM UNTIL WS-PD-IDX > WS-PD-COUNT OR
                   WS-PD-REC-ID(WS-PD-IDX) = WS-PENDING-ID
               ADD 1 TO WS-PD-IDX
           END-PERFORM
           IF WS-PD-IDX > WS-PD-COUNT
               DISPLAY '{"error":"pending_id not on file: '
                   FUNCTION TRIM(WS-PENDING-ID) '"}'
               MOVE ZEROS TO WS-PD-IDX
               EXIT PARAGRAPH
           END-IF
           IF WS-PD-STATE(WS-PD-IDX) NOT = 'PENDING'
               DISPLAY '{"error":"Item already decided: '
                   FUNCTION TRIM(WS-PD-STATE(WS-PD-IDX)) '"}'
               MOVE ZEROS TO WS-PD-IDX
           END-IF.

      * the pending-queue listing - and the expiry sweep: anything
      * sitting past expire_days flips to EXPIRED here and is
      * reported instead of staying quietly armed
       3400-LIST-PENDING.
           PERFORM 6100-LOAD-PENDING-FILE
           DISPLAY '{"pending_queue":['
           MOVE 1 TO WS-PD-IDX
           PERFORM UNTIL WS-PD-IDX > WS-PD-COUNT
               IF WS-PD-STATE(WS-PD-IDX) = 'PENDING'
                   MOVE WS-PD-MADE-ON(WS-PD-IDX) TO WS-DT-NUM
                   COMPUTE WS-DT-INT =
                       FUNCTION INTEGER-OF-DATE(WS-DT-NUM)
                   IF WS-TODAY-INT - WS-DT-INT > WS-EXPIRE-DAYS
                       MOVE 'EXPIRED' TO WS-PD-STATE(WS-PD-IDX)
                       ADD 1 TO WS-EXPIRED-COUNT
                   END-IF
               END-IF
               PERFORM 3450-LIST-ONE-PENDING
               ADD 1 TO WS-PD-IDX
           END-PERFORM
           IF WS-EXPIRED-COUNT > ZEROS
               PERFORM 6200-REWRITE-PENDING-FILE
           END-IF
           MOVE WS-PD-COUNT TO WS-PDCNT-D
           MOVE SPACES TO WS-OUT
           STRING
               '],"summary":{"items":' DELIMITED SIZE
               FUNCTION TRIM(WS-PDCNT-D) DELIMITED SIZE
               INTO WS-OUT
           END-STRING
           DISPLAY FUNCTION TRIM(WS-OUT) WITH NO ADVANCING
           MOVE WS-EXPIRED-COUNT TO WS-PDCNT-D
           MOVE SPACES TO WS-OUT
           STRING
               ',"expired_this_run":' DELIMITED SIZE
               FUNCTION TRIM(WS-PDCNT-D) DELIMITED SIZE
               '}}' DELIMITED SIZE
               INTO WS-OUT
           END-STRING
           DISPLAY FUNCTION TRIM(WS-OUT).

       3450-LIST-ONE-PENDING.
           MOVE WS-PD-RATE(WS-PD-IDX)    TO WS-RATE-D
           MOVE WS-PD-OD-RATE(WS-PD-IDX) TO WS-OD-D
           MOVE WS-PD-BAND(WS-PD-IDX)    TO WS-BAND-D
           IF WS-FIRST-REC = 'N'
               DISPLAY ','
           END-IF
           MOVE SPACES TO WS-OUT
           STRING
               '{"pending_id":"' DELIMITED SIZE
               FUNCTION TRIM(WS-PD-REC-ID(WS-PD-IDX)) DELIMITED SIZE
               '","action":"' DELIMITED SIZE
               FUNCTION TRIM(WS-PD-ACT(WS-PD-IDX)) DELIMITED SIZE
               '","tier":"' DELIMITED SIZE
               FUNCTION TRIM(WS-PD-TIER(WS-PD-IDX)) DELIMITED SIZE
               '","effective":"' DELIMITED SIZE
               FUNCTION TRIM(WS-PD-EFF(WS-PD-IDX)) DELIMITED SIZE
               '","end":"' DELIMITED SIZE
               FUNCTION TRIM(WS-PD-END(WS-PD-IDX)) DELIMITED SIZE
               '","rate":' DELIMITED SIZE
               FUNCTION TRIM(WS-RATE-D) DELIMITED SIZE
               ',"od_rate":' DELIMITED SIZE
               FUNCTION TRIM(WS-OD-D) DELIMITED SIZE
               ',"band_up_to":' DELIMITED SIZE
               FUNCTION TRIM(WS-BAND-D) DELIMITED SIZE
               ',"maker":"' DELIMITED SIZE
               FUNCTION TRIM(WS-PD-MAKER(WS-PD-IDX)) DELIMITED SIZE
               '","made_on":"' DELIMITED SIZE
               WS-PD-MADE-ON(WS-PD-IDX) DELIMITED SIZE
               '","state":"' DELIMITED SIZE
               FUNCTION TRIM(WS-PD-STATE(WS-PD-IDX)) DELIMITED SIZE
               '"}' DELIMITED SIZE
               INTO WS-OUT
           END-STRING
           DISPLAY FUNCTION TRIM(WS-OUT)
           MOVE 'N' TO WS-FIRST-REC.

      *----------------------------------------------------------------
      * the rules - WS-REASON comes back blank when the change may
      * stand against the table as loaded
      *----------------------------------------------------------------
       4000-VALIDATE-CHANGE.
           MOVE SPACES TO WS-REASON
           IF FUNCTION TRIM(WS-CH-TIER) = SPACES
               MOVE 'Needs tier=' TO WS-REASON
               EXIT PARAGRAPH
           END-IF
           PERFORM 4300-SCAN-TIER
           IF WS-CH-ACT = 'END'
               PERFORM 4200-VALIDATE-END
           ELSE
               PERFORM 4100-VALIDATE-ADD
           END-IF.

       4100-VALIDATE-ADD.
           MOVE WS-CH-EFF TO WS-DT-STR
           PERFORM 8200-DATE-TO-DAY-NUMBER
           IF WS-DT-INT = ZEROS
               MOVE 'effective= must be a valid YYYY-MM-DD date'
                   TO WS-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DT-INT TO WS-EFF-INT
           IF WS-EFF-INT < WS-BUS-INT
               STRING 'effective ' WS-CH-EFF ' is before the '
                      'business date ' WS-BUSINESS-DATE
                      ' - rates already applied are never rewritten'
                   DELIMITED SIZE INTO WS-REASON
               END-STRING
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(WS-CH-END) NOT = SPACES
               MOVE WS-CH-END TO WS-DT-STR
               PERFORM 8200-DATE-TO-DAY-NUMBER
               IF WS-DT-INT = ZEROS
                   MOVE 'end= must be a valid YYYY-MM-DD date'
                       TO WS-REASON
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-DT-INT TO WS-END-INT
               IF WS-END-INT < WS-EFF-INT
                   MOVE 'end= is before effective=' TO WS-REASON
                   EXIT PARAGRAPH
               END-IF
           END-IF
      * a tier the table has never carried is most often a typo -
      * opening one takes saying so
           IF WS-TIER-LINES = ZEROS AND WS-CH-NEW-TIER NOT = 'Y'
               STRING 'Tier ' FUNCTION TRIM(WS-CH-TIER)
                      ' is not in the rate table - give new_tier=Y '
                      'to open a new tier'
                   DELIMITED SIZE INTO WS-REASON
               END-STRING
               EXIT PARAGRAPH
           END-IF
           IF WS-RT-COUNT >= 200
               STRING 'Rate table already holds 200 entries - the '
                      'posting programs would refuse a larger one'
                   DELIMITED SIZE INTO WS-REASON
               END-STRING
               EXIT PARAGRAPH
           END-IF
           IF WS-SET-LINES > ZEROS
               PERFORM 4110-VALIDATE-BAND-INTO-SET
           ELSE
               PERFORM 4120-VALIDATE-NEW-SET
           END-IF.

      * a band added to a set already on the table
       4110-VALIDATE-BAND-INTO-SET.
           IF WS-CH-BAND = ZEROS
               STRING 'Tier ' FUNCTION TRIM(WS-CH-TIER)
                      ' already has a rate effective ' WS-CH-EFF
                      ' - overlapping entries; a new rate is a new '
                      'effective date'
                   DELIMITED SIZE INTO WS-REASON
               END-STRING
               EXIT PARAGRAPH
           END-IF
           IF NOT WS-SET-HAS-REMAINDER
               STRING 'The set effective ' WS-CH-EFF
                      ' has no remainder band (an entry without '
                      'band_up_to=) - bands out of order'
                   DELIMITED SIZE INTO WS-REASON
               END-STRING
               EXIT PARAGRAPH
           END-IF
           IF WS-SET-HAS-CAP
               MOVE WS-CH-BAND TO WS-BAND-D
               STRING 'Band cap ' FUNCTION TRIM(WS-BAND-D)
                      ' is already in the set effective ' WS-CH-EFF
                      ' - overlapping bands'
                   DELIMITED SIZE INTO WS-REASON
               END-STRING
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(WS-CH-END) NOT = SPACES AND
                   WS-CH-END NOT = WS-SET-END
               STRING 'A band ends with its set - leave end= off or '
                      'give the set''s own end date'
                   DELIMITED SIZE INTO WS-REASON
               END-STRING
           END-IF.

      * a new effective date for the tier - it must butt up against
      * its neighbours, neither overlapping nor leaving a gap
       4120-VALIDATE-NEW-SET.
           IF WS-CH-BAND > ZEROS
               STRING 'A new effective date starts with its remainder '
                      'band (no band_up_to=); add the capped bands to '
                      'it afterwards'
                   DELIMITED SIZE INTO WS-REASON
               END-STRING
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(WS-PRIOR-END) NOT = SPACES
               MOVE WS-PRIOR-END TO WS-DT-STR
               PERFORM 8200-DATE-TO-DAY-NUMBER
               IF WS-DT-INT >= WS-EFF-INT
                   STRING 'Overlaps the set effective ' WS-PRIOR-EFF
                          ' which runs to ' WS-PRIOR-END
                       DELIMITED SIZE INTO WS-REASON
                   END-STRING
                   EXIT PARAGRAPH
               END-IF
               IF WS-DT-INT + 1 < WS-EFF-INT
                   COMPUTE WS-WORK-INT = WS-DT-INT + 1
                   PERFORM 8250-DAY-NUMBER-TO-DATE
                   STRING 'Leaves a gap after the set effective '
                          WS-PRIOR-EFF ' which ended ' WS-PRIOR-END
                          ' - start the new set on ' WS-DAY-AFTER
                       DELIMITED SIZE INTO WS-REASON
                   END-STRING
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF FUNCTION TRIM(WS-CH-END) NOT = SPACES AND
                   FUNCTION TRIM(WS-NEXT-EFF) NOT = SPACES
               MOVE WS-NEXT-EFF TO WS-DT-STR
               PERFORM 8200-DATE-TO-DAY-NUMBER
               IF WS-END-INT >= WS-DT-INT
                   STRING 'end ' WS-CH-END ' overlaps the set '
                          'effective ' WS-NEXT-EFF
                       DELIMITED SIZE INTO WS-REASON
                   END-STRING
                   EXIT PARAGRAPH
               END-IF
               IF WS-END-INT + 1 < WS-DT-INT
                   STRING 'end ' WS-CH-END ' leaves a gap before '
                          'the set effective ' WS-NEXT-EFF
                          ' - leave end= off, that set closes this '
                          'one'
                       DELIMITED SIZE INTO WS-REASON
                   END-STRING
               END-IF
           END-IF.

       4200-VALIDATE-END.
           IF WS-TIER-LINES = ZEROS
               STRING 'Tier ' FUNCTION TRIM(WS-CH-TIER)
                      ' is not in the rate table'
                   DELIMITED SIZE INTO WS-REASON
               END-STRING
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CH-END TO WS-DT-STR
           PERFORM 8200-DATE-TO-DAY-NUMBER
           IF WS-DT-INT = ZEROS
               MOVE 'END needs end= as a valid YYYY-MM-DD date'
                   TO WS-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DT-INT TO WS-END-INT
      * no effective= means the tier's latest set
           IF FUNCTION TRIM(WS-CH-EFF) = SPACES
               MOVE WS-LAST-EFF TO WS-CH-EFF
               PERFORM 4300-SCAN-TIER
           END-IF
           IF WS-SET-LINES = ZEROS
               STRING 'Tier ' FUNCTION TRIM(WS-CH-TIER)
                      ' has no set effective ' WS-CH-EFF
                   DELIMITED SIZE INTO WS-REASON
               END-STRING
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(WS-NEXT-EFF) NOT = SPACES
               STRING 'The set effective ' WS-CH-EFF
                      ' is followed by the set effective '
                      WS-NEXT-EFF ', which already closes it - '
                      'only the latest set is end-dated'
                   DELIMITED SIZE INTO WS-REASON
               END-STRING
               EXIT PARAGRAPH
           END-IF
           IF WS-END-INT < WS-BUS-INT
               STRING 'end ' WS-CH-END ' is before the business '
                      'date ' WS-BUSINESS-DATE
                      ' - rates already applied are never rewritten'
                   DELIMITED SIZE INTO WS-REASON
               END-STRING
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CH-EFF TO WS-DT-STR
           PERFORM 8200-DATE-TO-DAY-NUMBER
           IF WS-END-INT < WS-DT-INT
               MOVE 'end= is before the set''s effective date'
                   TO WS-REASON
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(WS-SET-END) NOT = SPACES
               MOVE WS-SET-END TO WS-DT-STR
               PERFORM 8200-DATE-TO-DAY-NUMBER
               IF WS-DT-INT < WS-BUS-INT
                   STRING 'The set effective ' WS-CH-EFF
                          ' already ended ' WS-SET-END
                       DELIMITED SIZE INTO WS-REASON
                   END-STRING
                   EXIT PARAGRAPH
               END-IF
               IF WS-SET-END = WS-CH-END
                   STRING 'The set effective ' WS-CH-EFF
                          ' already ends ' WS-SET-END
                       DELIMITED SIZE INTO WS-REASON
                   END-STRING
               END-IF
           END-IF.

      * what the table already holds for the change's tier: the set
      * at its effective date, the sets either side of it, the latest
       4300-SCAN-TIER.
           MOVE ZEROS TO WS-TIER-LINES WS-SET-LINES WS-SET-OD-RATE
           MOVE 'N' TO WS-SET-REM-FLAG WS-SET-DUP-FLAG
           MOVE SPACES TO WS-SET-END WS-PRIOR-EFF WS-PRIOR-END
               WS-NEXT-EFF WS-LAST-EFF
           MOVE 1 TO WS-RT-IDX
           PERFORM UNTIL WS-RT-IDX > WS-RT-COUNT
               IF WS-RT-TIER(WS-RT-IDX) = WS-CH-TIER
                   PERFORM 4310-SCAN-ONE-ENTRY
               END-IF
               ADD 1 TO WS-RT-IDX
           END-PERFORM.

       4310-SCAN-ONE-ENTRY.
           ADD 1 TO WS-TIER-LINES
           IF WS-RT-EFFECTIVE(WS-RT-IDX) > WS-LAST-EFF
               MOVE WS-RT-EFFECTIVE(WS-RT-IDX) TO WS-LAST-EFF
           END-IF
           EVALUATE TRUE
               WHEN WS-RT-EFFECTIVE(WS-RT-IDX) = WS-CH-EFF
                   ADD 1 TO WS-SET-LINES
                   MOVE WS-RT-END(WS-RT-IDX) TO WS-SET-END
                   IF WS-RT-BAND(WS-RT-IDX) = ZEROS
                       MOVE 'Y' TO WS-SET-REM-FLAG
                       MOVE WS-RT-OD-RATE(WS-RT-IDX)
                           TO WS-SET-OD-RATE
                   ELSE
                       IF WS-RT-BAND(WS-RT-IDX) = WS-CH-BAND
                           MOVE 'Y' TO WS-SET-DUP-FLAG
                       END-IF
                   END-IF
               WHEN WS-RT-EFFECTIVE(WS-RT-IDX) < WS-CH-EFF
                   IF WS-RT-EFFECTIVE(WS-RT-IDX) > WS-PRIOR-EFF
                       MOVE WS-RT-EFFECTIVE(WS-RT-IDX)
                           TO WS-PRIOR-EFF
                       MOVE WS-RT-END(WS-RT-IDX) TO WS-PRIOR-END
                   END-IF
               WHEN OTHER
                   IF FUNCTION TRIM(WS-NEXT-EFF) = SPACES OR
                           WS-RT-EFFECTIVE(WS-RT-IDX) < WS-NEXT-EFF
                       MOVE WS-RT-EFFECTIVE(WS-RT-IDX)
                           TO WS-NEXT-EFF
                   END-IF
           END-EVALUATE.

      *----------------------------------------------------------------
      * apply an approved change to the table in storage, one history
      * line per entry touched, before and after - the lines are held
      * and written by 4700 once the table is on disk
      *----------------------------------------------------------------
       4500-APPLY-CHANGE.
           MOVE ZEROS TO WS-CHANGED-COUNT
           IF WS-CH-ACT = 'END'
               MOVE 1 TO WS-RT-IDX
               PERFORM UNTIL WS-RT-IDX > WS-RT-COUNT
                   IF WS-RT-TIER(WS-RT-IDX) = WS-CH-TIER AND
                           WS-RT-EFFECTIVE(WS-RT-IDX) = WS-CH-EFF
                       PERFORM 4510-END-ONE-ENTRY
                   END-IF
                   ADD 1 TO WS-RT-IDX
               END-PERFORM
               EXIT PARAGRAPH
           END-IF
      * a band joins its set on the set's own end date and, unless
      * told otherwise, the set's overdraft rate
           IF WS-SET-LINES > ZEROS
               MOVE WS-SET-END TO WS-CH-END
               IF WS-CH-OD-GIVEN NOT = 'Y'
                   MOVE WS-SET-OD-RATE TO WS-CH-OD-RATE
               END-IF
           END-IF
           ADD 1 TO WS-RT-COUNT
           MOVE WS-RT-COUNT   TO WS-RT-IDX
           MOVE WS-CH-TIER    TO WS-RT-TIER(WS-RT-IDX)
           MOVE WS-CH-RATE    TO WS-RT-RATE(WS-RT-IDX)
           MOVE WS-CH-OD-RATE TO WS-RT-OD-RATE(WS-RT-IDX)
           MOVE WS-CH-EFF     TO WS-RT-EFFECTIVE(WS-RT-IDX)
           MOVE WS-CH-BAND    TO WS-RT-BAND(WS-RT-IDX)
           MOVE WS-CH-END     TO WS-RT-END(WS-RT-IDX)
           MOVE '-' TO WS-B-RATE-TEXT WS-B-OD-TEXT WS-B-END-TEXT
           PERFORM 4550-SET-AFTER-TEXT
           PERFORM 4600-BUILD-HISTORY-LINE
           ADD 1 TO WS-CHANGED-COUNT.

       4510-END-ONE-ENTRY.
           MOVE WS-RT-RATE(WS-RT-IDX) TO WS-RATE-D
           MOVE WS-RATE-D TO WS-B-RATE-TEXT
           MOVE WS-RT-OD-RATE(WS-RT-IDX) TO WS-OD-D
           MOVE WS-OD-D TO WS-B-OD-TEXT
           MOVE WS-RT-END(WS-RT-IDX) TO WS-B-END-TEXT
           IF WS-B-END-TEXT = SPACES
               MOVE 'OPEN' TO WS-B-END-TEXT
           END-IF
           MOVE WS-CH-END TO WS-RT-END(WS-RT-IDX)
           PERFORM 4550-SET-AFTER-TEXT
           PERFORM 4600-BUILD-HISTORY-LINE
           ADD 1 TO WS-CHANGED-COUNT.

       4550-SET-AFTER-TEXT.
           MOVE WS-RT-RATE(WS-RT-IDX) TO WS-RATE-D
           MOVE WS-RATE-D TO WS-A-RATE-TEXT
           MOVE WS-RT-OD-RATE(WS-RT-IDX) TO WS-OD-D
           MOVE WS-OD-D TO WS-A-OD-TEXT
           MOVE WS-RT-END(WS-RT-IDX) TO WS-A-END-TEXT
           IF WS-A-END-TEXT = SPACES
               MOVE 'OPEN' TO WS-A-END-TEXT
           END-IF.

       4600-BUILD-HISTORY-LINE.
           MOVE FUNCTION CURRENT-DATE TO WS-CUR-DATETIME
           MOVE WS-CUR-DATETIME(1:8)  TO WS-TIMESTAMP(1:8)
           MOVE '-'                   TO WS-TIMESTAMP(9:1)
           MOVE WS-CUR-DATETIME(9:6)  TO WS-TIMESTAMP(10:6)
           MOVE WS-RT-BAND(WS-RT-IDX) TO WS-BAND-D
           MOVE SPACES TO HISTORY-RECORD
           STRING
               'ts=' DELIMITED SIZE
               FUNCTION TRIM(WS-TIMESTAMP) DELIMITED SIZE
               ' pending_id=' DELIMITED SIZE
               FUNCTION TRIM(WS-PENDING-ID) DELIMITED SIZE
               ' change=' DELIMITED SIZE
               FUNCTION TRIM(WS-CH-ACT) DELIMITED SIZE
               ' tier=' DELIMITED SIZE
               FUNCTION TRIM(WS-RT-TIER(WS-RT-IDX)) DELIMITED SIZE
               ' effective=' DELIMITED SIZE
               WS-RT-EFFECTIVE(WS-RT-IDX) DELIMITED SIZE
               ' band_up_to=' DELIMITED SIZE
               FUNCTION TRIM(WS-BAND-D) DELIMITED SIZE
               ' before_rate=' DELIMITED SIZE
               FUNCTION TRIM(WS-B-RATE-TEXT) DELIMITED SIZE
               ' before_od_rate=' DELIMITED SIZE
               FUNCTION TRIM(WS-B-OD-TEXT) DELIMITED SIZE
               ' before_end=' DELIMITED SIZE
               FUNCTION TRIM(WS-B-END-TEXT) DELIMITED SIZE
               ' after_rate=' DELIMITED SIZE
               FUNCTION TRIM(WS-A-RATE-TEXT) DELIMITED SIZE
               ' after_od_rate=' DELIMITED SIZE
               FUNCTION TRIM(WS-A-OD-TEXT) DELIMITED SIZE
               ' after_end=' DELIMITED SIZE
               FUNCTION TRIM(WS-A-END-TEXT) DELIMITED SIZE
               ' maker=' DELIMITED SIZE
               FUNCTION TRIM(WS-MAKER-ID) DELIMITED SIZE
               ' checker=' DELIMITED SIZE
               FUNCTION TRIM(WS-CHECKER-ID) DELIMITED SIZE
               INTO HISTORY-RECORD
           END-STRING
           COMPUTE WS-HL-IDX = WS-CHANGED-COUNT + 1
           MOVE HISTORY-RECORD TO WS-HL-LINE(WS-HL-IDX).

       4700-WRITE-HISTORY.
           OPEN EXTEND HISTORY-FILE
           IF WS-HISTORY-STATUS NOT = '00'
               CLOSE HISTORY-FILE
               OPEN OUTPUT HISTORY-FILE
           END-IF
           MOVE 1 TO WS-HL-IDX
           PERFORM UNTIL WS-HL-IDX > WS-CHANGED-COUNT
               WRITE HISTORY-RECORD FROM WS-HL-LINE(WS-HL-IDX)
               ADD 1 TO WS-HL-IDX
           END-PERFORM
           CLOSE HISTORY-FILE.

      *----------------------------------------------------------------
      * action=PRINT - each tier's set in force on the as-of date, for
      * the board minutes; a set is in force from its effective date
      * until the tier's next set starts or its own end date passes
      *----------------------------------------------------------------
       5000-PRINT-TABLE.
           MOVE WS-ASOF-DATE TO WS-DT-STR
           PERFORM 8200-DATE-TO-DAY-NUMBER
           IF WS-DT-INT = ZEROS
               DISPLAY '{"error":"asof= must be a valid YYYY-MM-DD '
                   'date"}'
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM 1000-LOAD-RATE-TABLE
           IF WS-RT-COUNT = ZEROS
               DISPLAY '{"error":"Rate table empty or not found: '
                   FUNCTION TRIM(WS-RATETBL-FILE) '"}'
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           DISPLAY '==================================================='
               '==================================='
           DISPLAY '   COMMUNITYFINANCE - TABEL SUKU BUNGA'
           DISPLAY '   Berlaku per : ' WS-ASOF-DATE
           DISPLAY '   Tabel       : ' FUNCTION TRIM(WS-RATETBL-FILE)
           DISPLAY '==================================================='
               '==================================='
           DISPLAY 'Tier                  Berlaku     s/d         '
               '     Batas saldo     Bunga %        OD %'
           DISPLAY '---------------------------------------------------'
               '-----------------------------------'
           MOVE SPACES TO WS-TIER-SEEN
           MOVE 'N' TO WS-TIER-HAD-FLAG
           MOVE 1 TO WS-RT-IDX
           PERFORM UNTIL WS-RT-IDX > WS-RT-COUNT
               IF WS-RT-TIER(WS-RT-IDX) NOT = WS-TIER-SEEN
                   PERFORM 5150-CLOSE-TIER
                   MOVE WS-RT-TIER(WS-RT-IDX) TO WS-TIER-SEEN
                   MOVE 'N' TO WS-TIER-HAD-FLAG
                   MOVE SPACES TO WS-PRINT-TIER
               END-IF
               PERFORM 5100-PRINT-ONE-ENTRY
               ADD 1 TO WS-RT-IDX
           END-PERFORM
           PERFORM 5150-CLOSE-TIER
           DISPLAY '---------------------------------------------------'
               '-----------------------------------'
           MOVE WS-TIERS-INFORCE TO WS-CNT-D
           DISPLAY 'Tier berlaku                 : ' WS-CNT-D
           MOVE WS-TIERS-IDLE TO WS-CNT-D
           DISPLAY 'Tier tanpa tarif berlaku     : ' WS-CNT-D
           DISPLAY '==================================================='
               '==================================='.

      * one entry - printed when its set is the tier's set in force:
      * effective on or before the as-of date, no later set of the
      * tier also started by then, and not past its own end date
       5100-PRINT-ONE-ENTRY.
           IF WS-RT-EFFECTIVE(WS-RT-IDX) > WS-ASOF-DATE
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(WS-RT-END(WS-RT-IDX)) NOT = SPACES AND
                   WS-RT-END(WS-RT-IDX) < WS-ASOF-DATE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RT-IDX TO WS-RT-KDX
           PERFORM UNTIL WS-RT-KDX > WS-RT-COUNT OR
                   WS-RT-TIER(WS-RT-KDX) NOT = WS-RT-TIER(WS-RT-IDX)
                   OR WS-RT-EFFECTIVE(WS-RT-KDX) NOT =
                   WS-RT-EFFECTIVE(WS-RT-IDX)
               ADD 1 TO WS-RT-KDX
           END-PERFORM
           IF WS-RT-KDX <= WS-RT-COUNT
               IF WS-RT-TIER(WS-RT-KDX) = WS-RT-TIER(WS-RT-IDX) AND
                       WS-RT-EFFECTIVE(WS-RT-KDX) <= WS-ASOF-DATE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE 'Y' TO WS-TIER-HAD-FLAG
           IF WS-RT-BAND(WS-RT-IDX) = ZEROS
               MOVE 'sisa saldo' TO WS-CAP-TEXT
           ELSE
               MOVE WS-RT-BAND(WS-RT-IDX) TO WS-BAND-D
               MOVE WS-BAND-D TO WS-CAP-TEXT
           END-IF
           MOVE WS-RT-END(WS-RT-IDX) TO WS-END-TEXT
           IF WS-END-TEXT = SPACES
               MOVE '-' TO WS-END-TEXT
           END-IF
           MOVE WS-RT-RATE(WS-RT-IDX)    TO WS-RATE-D
           MOVE WS-RT-OD-RATE(WS-RT-IDX) TO WS-OD-D
      * the tier is named on its first line only
           IF WS-PRINT-TIER = SPACES
               MOVE WS-RT-TIER(WS-RT-IDX) TO WS-PRINT-TIER
               MOVE WS-RT-TIER(WS-RT-IDX) TO WS-TIER-COL
           ELSE
               MOVE SPACES TO WS-TIER-COL
           END-IF
           MOVE SPACES TO WS-LINE
           STRING WS-TIER-COL '  '
                  WS-RT-EFFECTIVE(WS-RT-IDX) '  '
                  WS-END-TEXT '  '
                  WS-CAP-TEXT '  '
                  WS-RATE-D '  '
                  WS-OD-D
               DELIMITED SIZE INTO WS-LINE
           END-STRING
           DISPLAY FUNCTION TRIM(WS-LINE TRAILING).

      * a tier the table carries with no set in force on the date -
      * not yet effective, or ended - is named, not silently left out
       5150-CLOSE-TIER.
           IF WS-TIER-SEEN = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-TIER-HAD-FLAG = 'Y'
               ADD 1 TO WS-TIERS-INFORCE
           ELSE
               ADD 1 TO WS-TIERS-IDLE
               MOVE SPACES TO WS-LINE
               STRING WS-TIER-SEEN '  (tidak ada tarif berlaku '
                      'pada tanggal ini)'
                   DELIMITED SIZE INTO WS-LINE
               END-STRING
               DISPLAY FUNCTION TRIM(WS-LINE TRAILING)
           END-IF.

      *----------------------------------------------------------------
      * action=HISTORY - the change history, optionally one tier's
      *----------------------------------------------------------------
       5500-PRINT-HISTORY.
           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-STATUS NOT = '00'
               DISPLAY 'CFRATEMNT: no change history at '
                   FUNCTION TRIM(WS-HISTORY-FILE)
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ HISTORY-FILE INTO HISTORY-RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM 5510-PRINT-ONE-HISTORY-LINE
               END-READ
           END-PERFORM
           CLOSE HISTORY-FILE.

       5510-PRINT-ONE-HISTORY-LINE.
           IF FUNCTION TRIM(WS-TIER) = SPACES
               DISPLAY FUNCTION TRIM(HISTORY-RECORD)
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-HIST-LEAD WS-HIST-REST WS-HIST-TIER
           UNSTRING HISTORY-RECORD DELIMITED BY ' tier='
               INTO WS-HIST-LEAD WS-HIST-REST
           END-UNSTRING
           UNSTRING WS-HIST-REST DELIMITED BY ' '
               INTO WS-HIST-TIER
           END-UNSTRING
           IF WS-HIST-TIER = WS-TIER
               DISPLAY FUNCTION TRIM(HISTORY-RECORD)
           END-IF.

      *----------------------------------------------------------------
      * action=CHECK - the table as it stands against the same rules,
      * every problem listed; the table itself is not changed
      *----------------------------------------------------------------
       5800-CHECK-TABLE.
           PERFORM 1000-LOAD-RATE-TABLE
           DISPLAY '{"rate_table":"' FUNCTION TRIM(WS-RATETBL-FILE)
               '","problems":['
           MOVE 1 TO WS-RT-IDX
           PERFORM UNTIL WS-RT-IDX > WS-RT-COUNT
               PERFORM 5810-CHECK-ONE-ENTRY
               ADD 1 TO WS-RT-IDX
           END-PERFORM
           MOVE WS-RT-COUNT TO WS-CNT-D
           MOVE SPACES TO WS-OUT
           STRING '],"entries":' DELIMITED SIZE
               FUNCTION TRIM(WS-CNT-D) DELIMITED SIZE
               INTO WS-OUT
           END-STRING
           DISPLAY FUNCTION TRIM(WS-OUT) WITH NO ADVANCING
           MOVE WS-PROBLEM-COUNT TO WS-CNT-D
           MOVE SPACES TO WS-OUT
           STRING ',"problem_count":' DELIMITED SIZE
               FUNCTION TRIM(WS-CNT-D) DELIMITED SIZE
               '}' DELIMITED SIZE
               INTO WS-OUT
           END-STRING
           DISPLAY FUNCTION TRIM(WS-OUT)
           IF WS-PROBLEM-COUNT > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF.

      * the table is sorted, so an entry's set neighbours and the
      * tier's previous set sit right before it
       5810-CHECK-ONE-ENTRY.
           MOVE WS-RT-EFFECTIVE(WS-RT-IDX) TO WS-DT-STR
           PERFORM 8200-DATE-TO-DAY-NUMBER
           MOVE WS-DT-INT TO WS-EFF-INT
           IF WS-EFF-INT = ZEROS
               MOVE 'effective date is not a valid YYYY-MM-DD date'
                   TO WS-REASON
               PERFORM 5850-REPORT-PROBLEM
           END-IF
           MOVE ZEROS TO WS-END-INT
           IF FUNCTION TRIM(WS-RT-END(WS-RT-IDX)) NOT = SPACES
               MOVE WS-RT-END(WS-RT-IDX) TO WS-DT-STR
               PERFORM 8200-DATE-TO-DAY-NUMBER
               MOVE WS-DT-INT TO WS-END-INT
               IF WS-END-INT = ZEROS
                   MOVE 'end date is not a valid YYYY-MM-DD date'
                       TO WS-REASON
                   PERFORM 5850-REPORT-PROBLEM
               ELSE
                   IF WS-END-INT < WS-EFF-INT
                       MOVE 'end date is before the effective date'
                           TO WS-REASON
                       PERFORM 5850-REPORT-PROBLEM
                   END-IF
               END-IF
           END-IF
      * the last entry of a set is its remainder band, if it has one
           MOVE WS-RT-IDX TO WS-RT-KDX
           ADD 1 TO WS-RT-KDX
           IF WS-RT-BAND(WS-RT-IDX) > ZEROS
               IF WS-RT-KDX > WS-RT-COUNT
                   STRING 'banded set has no remainder band (an entry '
                          'without band_up_to=)'
                       DELIMITED SIZE INTO WS-REASON
                   END-STRING
                   PERFORM 5850-REPORT-PROBLEM
               ELSE
                   IF WS-RT-TIER(WS-RT-KDX) NOT =
                           WS-RT-TIER(WS-RT-IDX) OR
                           WS-RT-EFFECTIVE(WS-RT-KDX) NOT =
                           WS-RT-EFFECTIVE(WS-RT-IDX)
                       STRING 'banded set has no remainder band (an '
                              'entry without band_up_to=)'
                           DELIMITED SIZE INTO WS-REASON
                       END-STRING
                       PERFORM 5850-REPORT-PROBLEM
                   END-IF
               END-IF
           END-IF
           IF WS-RT-IDX = 1
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RT-IDX TO WS-RT-KDX
           SUBTRACT 1 FROM WS-RT-KDX
           IF WS-RT-TIER(WS-RT-KDX) NOT = WS-RT-TIER(WS-RT-IDX)
               EXIT PARAGRAPH
           END-IF
           IF WS-RT-EFFECTIVE(WS-RT-KDX) = WS-RT-EFFECTIVE(WS-RT-IDX)
               IF WS-RT-BAND(WS-RT-KDX) = WS-RT-BAND(WS-RT-IDX)
                   IF WS-RT-BAND(WS-RT-IDX) = ZEROS
                       STRING 'two entries for one tier and effective '
                              'date without band_up_to= - overlapping '
                              'entries'
                           DELIMITED SIZE INTO WS-REASON
                       END-STRING
                   ELSE
                       STRING 'band cap appears twice in one set - '
                              'overlapping bands'
                           DELIMITED SIZE INTO WS-REASON
                       END-STRING
                   END-IF
                   PERFORM 5850-REPORT-PROBLEM
               END-IF
               IF WS-RT-END(WS-RT-KDX) NOT = WS-RT-END(WS-RT-IDX)
                   MOVE 'bands of one set end on different dates'
                       TO WS-REASON
                   PERFORM 5850-REPORT-PROBLEM
               END-IF
               EXIT PARAGRAPH
           END-IF
      * first entry of a set - against the end of the set before it
           IF FUNCTION TRIM(WS-RT-END(WS-RT-KDX)) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RT-END(WS-RT-KDX) TO WS-DT-STR
           PERFORM 8200-DATE-TO-DAY-NUMBER
           IF WS-DT-INT = ZEROS OR WS-EFF-INT = ZEROS
               EXIT PARAGRAPH
           END-IF
           IF WS-DT-INT >= WS-EFF-INT
               STRING 'overlaps the set effective '
                      WS-RT-EFFECTIVE(WS-RT-KDX) ' which runs to '
                      WS-RT-END(WS-RT-KDX)
                   DELIMITED SIZE INTO WS-REASON
               END-STRING
               PERFORM 5850-REPORT-PROBLEM
           ELSE
               IF WS-DT-INT + 1 < WS-EFF-INT
                   STRING 'gap after the set effective '
                          WS-RT-EFFECTIVE(WS-RT-KDX) ' which ended '
                          WS-RT-END(WS-RT-KDX)
                       DELIMITED SIZE INTO WS-REASON
                   END-STRING
                   PERFORM 5850-REPORT-PROBLEM
               END-IF
           END-IF.

       5850-REPORT-PROBLEM.
           MOVE WS-RT-BAND(WS-RT-IDX) TO WS-BAND-D
           IF WS-PROBLEM-COUNT > ZEROS
               DISPLAY ','
           END-IF
           MOVE SPACES TO WS-OUT
           STRING
               '{"tier":"' DELIMITED SIZE
               FUNCTION TRIM(WS-RT-TIER(WS-RT-IDX)) DELIMITED SIZE
               '","effective":"' DELIMITED SIZE
               FUNCTION TRIM(WS-RT-EFFECTIVE(WS-RT-IDX))
                   DELIMITED SIZE
               '","band_up_to":' DELIMITED SIZE
               FUNCTION TRIM(WS-BAND-D) DELIMITED SIZE
               ',"problem":"' DELIMITED SIZE
               FUNCTION TRIM(WS-REASON) DELIMITED SIZE
               '"}' DELIMITED SIZE
               INTO WS-OUT
           END-STRING
           DISPLAY FUNCTION TRIM(WS-OUT)
           MOVE SPACES TO WS-REASON
           ADD 1 TO WS-PROBLEM-COUNT.

      *----------------------------------------------------------------
      * pending queue load and rewrite
      *----------------------------------------------------------------
       6100-LOAD-PENDING-FILE.
           MOVE ZEROS TO WS-PD-COUNT
           OPEN INPUT PENDING-FILE
           IF WS-PENDING-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ PENDING-FILE INTO PENDING-RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM 6150-LOAD-ONE-PENDING
               END-READ
           END-PERFORM
           CLOSE PENDING-FILE
           MOVE 'N' TO WS-EOF.

       6150-LOAD-ONE-PENDING.
           IF FUNCTION TRIM(PENDING-RECORD) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-PD-IN-ID WS-PD-IN-ACT WS-PD-IN-TIER
               WS-PD-IN-EFF WS-PD-IN-END WS-PD-IN-MAKER
               WS-PD-IN-MADE-ON WS-PD-IN-STATE WS-PD-IN-CHECKER
           MOVE ZEROS TO WS-PD-IN-RATE WS-PD-IN-OD-RATE WS-PD-IN-BAND
           MOVE 'N' TO WS-PD-IN-OD-GIVEN WS-PD-IN-NEW-TIER
           MOVE FUNCTION TRIM(PENDING-RECORD) TO WS-PD-REMAIN
           PERFORM UNTIL FUNCTION TRIM(WS-PD-REMAIN) = SPACES
               PERFORM 6180-EXTRACT-PD-TOKEN
               IF FUNCTION TRIM(WS-PD-TOKEN) NOT = SPACES
                   PERFORM 6170-PARSE-PENDING-TOKEN
               END-IF
           END-PERFORM
           IF FUNCTION TRIM(WS-PD-IN-ID) = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-PD-COUNT >= 2000
               MOVE 'Y' TO WS-PD-TRUNC-FLAG
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PD-COUNT
           MOVE WS-PD-IN-ID       TO WS-PD-REC-ID(WS-PD-COUNT)
           MOVE WS-PD-IN-ACT      TO WS-PD-ACT(WS-PD-COUNT)
           MOVE WS-PD-IN-TIER     TO WS-PD-TIER(WS-PD-COUNT)
           MOVE WS-PD-IN-EFF      TO WS-PD-EFF(WS-PD-COUNT)
           MOVE WS-PD-IN-END      TO WS-PD-END(WS-PD-COUNT)
           MOVE WS-PD-IN-RATE     TO WS-PD-RATE(WS-PD-COUNT)
           MOVE WS-PD-IN-OD-RATE  TO WS-PD-OD-RATE(WS-PD-COUNT)
           MOVE WS-PD-IN-OD-GIVEN TO WS-PD-OD-GIVEN(WS-PD-COUNT)
           MOVE WS-PD-IN-BAND     TO WS-PD-BAND(WS-PD-COUNT)
           MOVE WS-PD-IN-NEW-TIER TO WS-PD-NEW-TIER(WS-PD-COUNT)
           MOVE WS-PD-IN-MAKER    TO WS-PD-MAKER(WS-PD-COUNT)
           MOVE WS-PD-IN-MADE-ON  TO WS-PD-MADE-ON(WS-PD-COUNT)
           MOVE WS-PD-IN-STATE    TO WS-PD-STATE(WS-PD-COUNT)
           MOVE WS-PD-IN-CHECKER  TO WS-PD-CHECKER(WS-PD-COUNT).

       6180-EXTRACT-PD-TOKEN.
           MOVE ZERO TO WS-POS
           INSPECT WS-PD-REMAIN TALLYING WS-POS
               FOR CHARACTERS BEFORE ' '
           IF WS-POS > 0
               MOVE WS-PD-REMAIN(1:WS-POS) TO WS-PD-TOKEN
               IF WS-POS < 299
                   MOVE WS-PD-REMAIN(WS-POS + 2:) TO WS-PD-REMAIN
                   MOVE FUNCTION TRIM(WS-PD-REMAIN LEADING)
                       TO WS-PD-REMAIN
               ELSE
                   MOVE SPACES TO WS-PD-REMAIN
               END-IF
           ELSE
               MOVE WS-PD-REMAIN TO WS-PD-TOKEN
               MOVE SPACES TO WS-PD-REMAIN
           END-IF.

       6170-PARSE-PENDING-TOKEN.
           MOVE ZERO TO WS-POS
           INSPECT WS-PD-TOKEN TALLYING WS-POS
               FOR CHARACTERS BEFORE '='
           IF WS-POS > 0
               MOVE WS-PD-TOKEN(1:WS-POS) TO WS-FIELD-NAME
               MOVE WS-PD-TOKEN(WS-POS + 2:) TO WS-FIELD-VAL
               EVALUATE FUNCTION TRIM(WS-FIELD-NAME)
                   WHEN 'pending_id'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-PD-IN-ID
                   WHEN 'action'
                       MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
                           WS-FIELD-VAL)) TO WS-PD-IN-ACT
                   WHEN 'tier'
                       MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
                           WS-FIELD-VAL)) TO WS-PD-IN-TIER
                   WHEN 'effective'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-PD-IN-EFF
                   WHEN 'end'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-PD-IN-END
                   WHEN 'rate'
                       MOVE FUNCTION NUMVAL(WS-FIELD-VAL)
                           TO WS-PD-IN-RATE
                   WHEN 'od_rate'
                       MOVE FUNCTION NUMVAL(WS-FIELD-VAL)
                           TO WS-PD-IN-OD-RATE
                   WHEN 'od_given'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-PD-IN-OD-GIVEN
                   WHEN 'band_up_to'
                       MOVE FUNCTION NUMVAL(WS-FIELD-VAL)
                           TO WS-PD-IN-BAND
                   WHEN 'new_tier'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-PD-IN-NEW-TIER
                   WHEN 'maker'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-PD-IN-MAKER
                   WHEN 'made_on'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-PD-IN-MADE-ON
                   WHEN 'state'
                       MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
                           WS-FIELD-VAL)) TO WS-PD-IN-STATE
                   WHEN 'checker'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-PD-IN-CHECKER
               END-EVALUATE
           END-IF.

       6200-REWRITE-PENDING-FILE.
           OPEN OUTPUT PENDING-FILE
           MOVE 1 TO WS-PD-IDX
           PERFORM UNTIL WS-PD-IDX > WS-PD-COUNT
               PERFORM 6250-WRITE-ONE-PENDING
               ADD 1 TO WS-PD-IDX
           END-PERFORM
           CLOSE PENDING-FILE.

       6250-WRITE-ONE-PENDING.
           MOVE WS-PD-RATE(WS-PD-IDX)    TO WS-RATE-D
           MOVE WS-PD-OD-RATE(WS-PD-IDX) TO WS-OD-D
           MOVE WS-PD-BAND(WS-PD-IDX)    TO WS-BAND-D
           MOVE SPACES TO PENDING-RECORD
           STRING
               'pending_id=' DELIMITED SIZE
               FUNCTION TRIM(WS-PD-REC-ID(WS-PD-IDX)) DELIMITED SIZE
               ' action=' DELIMITED SIZE
               FUNCTION TRIM(WS-PD-ACT(WS-PD-IDX)) DELIMITED SIZE
               ' tier=' DELIMITED SIZE
               FUNCTION TRIM(WS-PD-TIER(WS-PD-IDX)) DELIMITED SIZE
               ' effective=' DELIMITED SIZE
               FUNCTION TRIM(WS-PD-EFF(WS-PD-IDX)) DELIMITED SIZE
               ' end=' DELIMITED SIZE
               FUNCTION TRIM(WS-PD-END(WS-PD-IDX)) DELIMITED SIZE
               ' rate=' DELIMITED SIZE
               FUNCTION TRIM(WS-RATE-D) DELIMITED SIZE
               ' od_rate=' DELIMITED SIZE
               FUNCTION TRIM(WS-OD-D) DELIMITED SIZE
               ' od_given=' DELIMITED SIZE
               WS-PD-OD-GIVEN(WS-PD-IDX) DELIMITED SIZE
               ' band_up_to=' DELIMITED SIZE
               FUNCTION TRIM(WS-BAND-D) DELIMITED SIZE
               ' new_tier=' DELIMITED SIZE
               WS-PD-NEW-TIER(WS-PD-IDX) DELIMITED SIZE
               ' maker=' DELIMITED SIZE
               FUNCTION TRIM(WS-PD-MAKER(WS-PD-IDX)) DELIMITED SIZE
               ' made_on=' DELIMITED SIZE
               WS-PD-MADE-ON(WS-PD-IDX) DELIMITED SIZE
               ' state=' DELIMITED SIZE
               FUNCTION TRIM(WS-PD-STATE(WS-PD-IDX)) DELIMITED SIZE
               ' checker=' DELIMITED SIZE
               FUNCTION TRIM(WS-PD-CHECKER(WS-PD-IDX)) DELIMITED SIZE
               INTO PENDING-RECORD
           END-STRING
           WRITE PENDING-RECORD.

      *----------------------------------------------------------------
      * helpers
      *----------------------------------------------------------------
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

      * YYYY-MM-DD in WS-DT-STR to a day number in WS-DT-INT, zero
      * when it is not a real date
       8200-DATE-TO-DAY-NUMBER.
           MOVE ZEROS TO WS-DT-INT
           MOVE SPACES TO WS-DT-X8
           STRING WS-DT-STR(1:4) WS-DT-STR(6:2) WS-DT-STR(9:2)
               DELIMITED SIZE INTO WS-DT-X8
           END-STRING
           IF WS-DT-X8 IS NUMERIC AND
                   WS-DT-STR(5:1) = '-' AND WS-DT-STR(8:1) = '-'
               MOVE WS-DT-X8 TO WS-DT-NUM
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-DT-NUM) = ZEROS
                   COMPUTE WS-DT-INT =
                       FUNCTION INTEGER-OF-DATE(WS-DT-NUM)
               END-IF
           END-IF.

      * day number in WS-WORK-INT back to YYYY-MM-DD in WS-DAY-AFTER
       8250-DAY-NUMBER-TO-DATE.
           COMPUTE WS-DT-NUM = FUNCTION DATE-OF-INTEGER(WS-WORK-INT)
           MOVE WS-DT-NUM TO WS-DT-X8
           MOVE SPACES TO WS-DAY-AFTER
           STRING WS-DT-X8(1:4) '-' WS-DT-X8(5:2) '-' WS-DT-X8(7:2)
               DELIMITED SIZE INTO WS-DAY-AFTER
           END-STRING.
