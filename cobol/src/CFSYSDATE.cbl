      *================================================================*
      * CFSYSDATE.cbl - System Date Control                            *
      * Every posting and reporting program used to take its own      *
      * business_date=/asof=/cutoff= or fall back to the machine      *
      * clock, so a night window running past midnight could stamp    *
      * two dates on one business day. The system date control file   *
      * (CF-SYSDAT.cpy) holds the one business date they all default  *
      * to, the previous and next business days and the day's state;  *
      * this program is the only thing that writes it, and the date    *
      * only moves forward through a deliberate ROLLOVER that refuses  *
      * while the processing calendar still shows a missed step.       *
      * Business days are CFSCHED's: no weekend, the calendar row's    *
      * business_day= flag where there is one, and never a date on     *
      * the holiday file.                                              *
      * Args (key=value, any order):                                   *
      *   action=INIT      - business_date= user_id= starts the file   *
      *                      on a business day, state OPEN             *
      *   action=SHOW      - the record as it stands                   *
      *   action=START-EOD - user_id= the nightly window has begun:    *
      *                      OPEN to EOD-RUNNING                       *
      *   action=ROLLOVER  - user_id= steps_file= moves an EOD-RUNNING *
      *                      date to the next business day (CLOSED);   *
      *                      refused while CFSCHED's CHECK would show  *
      *                      a step due on the current date that never *
      *                      ran OK on the schedule log                *
      *   action=OPEN      - user_id= opens a CLOSED date for business *
      *   system_date_file=<path> - default CFSYSDATE.DAT              *
      *   calendar_file= holiday_file= steps_file= schedule_log=       *
      *       - CFSCHED's own files (schedule_log default             *
      *       CFSCHED_LOG.DAT); the next business day is worked out    *
      *       again at each ROLLOVER, so a holiday declared since the  *
      *       date was set is still skipped                            *
      *   history_log=<path>  - default CFSYSDATE_HISTORY.LOG, one     *
      *       line per change: ts= action= current= previous= next=    *
      *       state= user=                                             *
      *   user_id=<operator>  - checked against the permissions file   *
      * Output stdout: JSON. RETURN-CODE 8 on a refused action.        *
      *================================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CFSYSDATE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. LINUX.
       OBJECT-COMPUTER. LINUX.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SYSTEM-DATE-FILE ASSIGN TO DYNAMIC WS-SYSDATE-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SYSDATE-STATUS.
           SELECT CALENDAR-IN ASSIGN TO DYNAMIC WS-CALENDAR-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-STATUS.
           SELECT HOLIDAY-IN ASSIGN TO DYNAMIC WS-HOLIDAY-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLIDAY-STATUS.
           SELECT STEPS-IN ASSIGN TO DYNAMIC WS-STEPS-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STEPS-STATUS.
           SELECT SCHED-LOG ASSIGN TO DYNAMIC WS-SCHEDLOG-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCHEDLOG-STATUS.
           SELECT HISTORY-FILE ASSIGN TO DYNAMIC WS-HISTORY-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT PERM-FILE ASSIGN TO DYNAMIC WS-PERM-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERM-STATUS.
           SELECT CMDLOG-FILE ASSIGN TO DYNAMIC WS-CMDLOG-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CMDLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SYSTEM-DATE-FILE.
           COPY CF-SYSDAT.

       FD  CALENDAR-IN.
       01  CALENDAR-RECORD     PIC X(200).

       FD  HOLIDAY-IN.
       01  HOLIDAY-RECORD      PIC X(200).

       FD  STEPS-IN.
       01  STEPS-RECORD        PIC X(200).

       FD  SCHED-LOG.
       01  SCHED-RECORD        PIC X(200).

       FD  HISTORY-FILE.
       01  HISTORY-RECORD      PIC X(300).

       FD  PERM-FILE.
       01  PERM-RECORD         PIC X(300).

       FD  CMDLOG-FILE.
       01  CMDLOG-RECORD       PIC X(600).

       WORKING-STORAGE SECTION.
       01  WS-SYSDATE-FILE     PIC X(200) VALUE 'CFSYSDATE.DAT'.
       01  WS-SYSDATE-STATUS   PIC XX VALUE SPACES.
       01  WS-CALENDAR-FILE    PIC X(200) VALUE SPACES.
       01  WS-CALENDAR-STATUS  PIC XX VALUE SPACES.
       01  WS-HOLIDAY-FILE     PIC X(200) VALUE SPACES.
       01  WS-HOLIDAY-STATUS   PIC XX VALUE SPACES.
       01  WS-STEPS-FILE       PIC X(200) VALUE SPACES.
       01  WS-STEPS-STATUS     PIC XX VALUE SPACES.
       01  WS-SCHEDLOG-FILE    PIC X(200) VALUE 'CFSCHED_LOG.DAT'.
       01  WS-SCHEDLOG-STATUS  PIC XX VALUE SPACES.
       01  WS-HISTORY-FILE     PIC X(200)
                               VALUE 'CFSYSDATE_HISTORY.LOG'.
       01  WS-HISTORY-STATUS   PIC XX VALUE SPACES.

       01  WS-ARG-COUNT        PIC 9(3) VALUE ZEROS.
       01  WS-ARG-IDX          PIC 9(3) VALUE ZEROS.
       01  WS-OPT-ARG          PIC X(200) VALUE SPACES.
       01  WS-FIELD-NAME       PIC X(30) VALUE SPACES.
       01  WS-FIELD-VAL        PIC X(200) VALUE SPACES.
       01  WS-POS              PIC 9(4) VALUE ZEROS.
       01  WS-EOF              PIC X VALUE 'N'.
       01  WS-REMAIN           PIC X(300) VALUE SPACES.
       01  WS-TOKEN            PIC X(250) VALUE SPACES.

       01  WS-ACTION           PIC X(12) VALUE SPACES.
       01  WS-BUSINESS-DATE    PIC X(10) VALUE SPACES.
       01  WS-USER-ID          PIC X(20) VALUE SPACES.

      * the control record as read, and as it will be written back
       01  WS-SD-FOUND-FLAG    PIC X VALUE 'N'.
           88  WS-SD-IS-FOUND      VALUE 'Y'.
       01  WS-SD-CURRENT       PIC X(10) VALUE SPACES.
       01  WS-SD-PREVIOUS      PIC X(10) VALUE SPACES.
       01  WS-SD-NEXT          PIC X(10) VALUE SPACES.
       01  WS-SD-STATE         PIC X(12) VALUE SPACES.
       01  WS-SD-CHANGED-TS    PIC X(15) VALUE SPACES.
       01  WS-SD-CHANGED-BY    PIC X(20) VALUE SPACES.
       01  WS-CLOSED-DATE      PIC X(10) VALUE SPACES.

      * processing calendar rows and holidays, loaded once
       01  WS-CD-COUNT         PIC 9(4) VALUE ZEROS.
       01  WS-CD-IDX           PIC 9(4) VALUE ZEROS.
       01  WS-CD-TABLE.
           05  WS-CD-ENTRY OCCURS 2000 TIMES.
               10  WS-CD-DATE      PIC X(10).
               10  WS-CD-BIZ       PIC X.
               10  WS-CD-ME        PIC X.
               10  WS-CD-YE        PIC X.
       01  WS-HD-COUNT         PIC 9(4) VALUE ZEROS.
       01  WS-HD-IDX           PIC 9(4) VALUE ZEROS.
       01  WS-HD-TABLE.
           05  WS-HD-DATE OCCURS 1000 TIMES PIC X(10).
       01  WS-CAL-IN-DATE      PIC X(10) VALUE SPACES.
       01  WS-CAL-IN-BIZ       PIC X VALUE 'Y'.
       01  WS-CAL-IN-ME        PIC X VALUE 'N'.
       01  WS-CAL-IN-YE        PIC X VALUE 'N'.

      * one day resolved against the calendar
       01  WS-DAY-STR          PIC X(10) VALUE SPACES.
       01  WS-DAY-INT          PIC S9(9) COMP VALUE ZEROS.
       01  WS-WEEKDAY          PIC 9(1) VALUE ZEROS.
       01  WS-IS-BUSINESS-DAY  PIC X VALUE 'Y'.
       01  WS-IS-MONTH-END     PIC X VALUE 'N'.
       01  WS-IS-YEAR-END      PIC X VALUE 'N'.

      * the business day before or after a date
       01  WS-SEEK-FROM-INT    PIC S9(9) COMP VALUE ZEROS.
       01  WS-SEEK-STEP        PIC S9(1) VALUE ZEROS.
       01  WS-SEEK-TRIES       PIC 9(3) VALUE ZEROS.
       01  WS-SEEK-RESULT      PIC X(10) VALUE SPACES.

       01  WS-DT-STR           PIC X(10) VALUE SPACES.
       01  WS-DT-X8            PIC X(8) VALUE SPACES.
       01  WS-DT-NUM           PIC 9(8) VALUE ZEROS.
       01  WS-DT-INT           PIC S9(9) COMP VALUE ZEROS.
       01  WS-WORK-INT         PIC S9(9) COMP VALUE ZEROS.
       01  WS-DAY-AFTER        PIC X(10) VALUE SPACES.

      * the step list and the schedule log, as CFSCHED CHECK reads
      * them
       01  WS-SP-COUNT         PIC 9(3) VALUE ZEROS.
       01  WS-SP-IDX           PIC 9(3) VALUE ZEROS.
       01  WS-SP-TABLE.
           05  WS-SP-ENTRY OCCURS 100 TIMES.
               10  WS-SP-NAME      PIC X(30).
               10  WS-SP-WHEN      PIC X(10).
               10  WS-SP-DAY       PIC X(3).
               10  WS-SP-DUE       PIC X.
               10  WS-SP-RAN       PIC X.
       01  WS-SP-IN-NAME       PIC X(30) VALUE SPACES.
       01  WS-SP-IN-WHEN       PIC X(10) VALUE SPACES.
       01  WS-SP-IN-DAY        PIC X(3) VALUE SPACES.
       01  WS-SL-IN-DATE       PIC X(10) VALUE SPACES.
       01  WS-SL-IN-STEP       PIC X(30) VALUE SPACES.
       01  WS-SL-IN-STATUS     PIC X(10) VALUE SPACES.
       01  WS-DUE-COUNT        PIC 9(3) VALUE ZEROS.
       01  WS-MISSED-COUNT     PIC 9(3) VALUE ZEROS.
       01  WS-MISSED-LIST      PIC X(300) VALUE SPACES.
       01  WS-MISSED-PTR       PIC 9(4) VALUE 1.

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
       01  WS-PROGRAM-NAME     PIC X(10) VALUE 'CFSYSDATE'.
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

       01  WS-CUR-DATETIME     PIC X(21) VALUE SPACES.
       01  WS-TIMESTAMP        PIC X(15) VALUE SPACES.
       01  WS-CNT-D            PIC Z(2)9.
       01  WS-OUT              PIC X(600) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER
           MOVE 1 TO WS-ARG-IDX
           PERFORM UNTIL WS-ARG-IDX > WS-ARG-COUNT
               ACCEPT WS-OPT-ARG FROM ARGUMENT-VALUE
               PERFORM 0890-ACCUM-CMD-ARG
               PERFORM 0050-PARSE-OPTION-ARG
               ADD 1 TO WS-ARG-IDX
           END-PERFORM
           MOVE WS-ACTION TO WS-GATE-ACTION
           PERFORM 0900-CHECK-OPERATOR
           EVALUATE FUNCTION TRIM(WS-ACTION)
               WHEN 'INIT'
                   PERFORM 2000-INIT-DATE
               WHEN 'SHOW'
                   PERFORM 1050-REQUIRE-CONTROL
                   PERFORM 1900-SHOW-CONTROL
               WHEN 'START-EOD'
                   PERFORM 3000-START-EOD
               WHEN 'ROLLOVER'
                   PERFORM 4000-ROLLOVER
               WHEN 'OPEN'
                   PERFORM 5000-OPEN-DAY
               WHEN OTHER
                   DISPLAY '{"error":"Usage: cfsysdate action=INIT|'
                       'SHOW|START-EOD|ROLLOVER|OPEN '
                       '[business_date=YYYY-MM-DD] [user_id=<op>] '
                       '[system_date_file=<path>] '
                       '[calendar_file=] [holiday_file=] '
                       '[steps_file=] [schedule_log=] '
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
                   WHEN 'business_date'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-BUSINESS-DATE
                   WHEN 'user_id'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-USER-ID
                   WHEN 'system_date_file'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-SYSDATE-FILE
                   WHEN 'calendar_file'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-CALENDAR-FILE
                   WHEN 'holiday_file'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-HOLIDAY-FILE
                   WHEN 'steps_file'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-STEPS-FILE
                   WHEN 'schedule_log'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-SCHEDLOG-FILE
                   WHEN 'history_log'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-HISTORY-FILE
                   WHEN 'perm_file'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-PERM-FILE
                   WHEN 'command_log'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-CMDLOG-FILE
               END-EVALUATE
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
      * the control record - read, required, written back
      *----------------------------------------------------------------
       1000-READ-CONTROL.
           MOVE 'N' TO WS-SD-FOUND-FLAG
           OPEN INPUT SYSTEM-DATE-FILE
           IF WS-SYSDATE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF
           READ SYSTEM-DATE-FILE
               AT END CONTINUE
               NOT AT END
                   IF SD-CURRENT-DATE NOT = SPACES
                       MOVE 'Y' TO WS-SD-FOUND-FLAG
                       MOVE SD-CURRENT-DATE  TO WS-SD-CURRENT
                       MOVE SD-PREVIOUS-DATE TO WS-SD-PREVIOUS
                       MOVE SD-NEXT-DATE     TO WS-SD-NEXT
                       MOVE SD-STATE         TO WS-SD-STATE
                       MOVE SD-CHANGED-TS    TO WS-SD-CHANGED-TS
                       MOVE SD-CHANGED-BY    TO WS-SD-CHANGED-BY
                   END-IF
           END-READ
           CLOSE SYSTEM-DATE-FILE.

       1050-REQUIRE-CONTROL.
           PERFORM 1000-READ-CONTROL
           IF NOT WS-SD-IS-FOUND
               DISPLAY '{"error":"System date not set up: '
                   FUNCTION TRIM(WS-SYSDATE-FILE)
                   ' - run action=INIT first"}'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      * a change to the date or its state is somebody's deliberate act
       1060-REQUIRE-USER.
           IF FUNCTION TRIM(WS-USER-ID) = SPACES
               DISPLAY '{"error":"' FUNCTION TRIM(WS-ACTION)
                   ' needs user_id= - the control file records who '
                   'moved the date"}'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       1100-WRITE-CONTROL.
           MOVE FUNCTION CURRENT-DATE TO WS-CUR-DATETIME
           MOVE SPACES TO WS-TIMESTAMP
           STRING WS-CUR-DATETIME(1:8) '-' WS-CUR-DATETIME(9:6)
               DELIMITED SIZE INTO WS-TIMESTAMP
           END-STRING
           MOVE WS-TIMESTAMP TO WS-SD-CHANGED-TS
           MOVE WS-USER-ID   TO WS-SD-CHANGED-BY
           MOVE SPACES TO SYSTEM-DATE-RECORD
           MOVE WS-SD-CURRENT    TO SD-CURRENT-DATE
           MOVE WS-SD-PREVIOUS   TO SD-PREVIOUS-DATE
           MOVE WS-SD-NEXT       TO SD-NEXT-DATE
           MOVE WS-SD-STATE      TO SD-STATE
           MOVE WS-SD-CHANGED-TS TO SD-CHANGED-TS
           MOVE WS-SD-CHANGED-BY TO SD-CHANGED-BY
           OPEN OUTPUT SYSTEM-DATE-FILE
           IF WS-SYSDATE-STATUS NOT = '00'
               DISPLAY '{"error":"Cannot write system date file: '
                   FUNCTION TRIM(WS-SYSDATE-FILE) '"}'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           WRITE SYSTEM-DATE-RECORD
           CLOSE SYSTEM-DATE-FILE
           PERFORM 1150-WRITE-HISTORY.

       1150-WRITE-HISTORY.
           MOVE SPACES TO HISTORY-RECORD
           STRING
               'ts=' DELIMITED SIZE
               FUNCTION TRIM(WS-SD-CHANGED-TS) DELIMITED SIZE
               ' action=' DELIMITED SIZE
               FUNCTION TRIM(WS-ACTION) DELIMITED SIZE
               ' current=' DELIMITED SIZE
               FUNCTION TRIM(WS-SD-CURRENT) DELIMITED SIZE
               ' previous=' DELIMITED SIZE
               FUNCTION TRIM(WS-SD-PREVIOUS) DELIMITED SIZE
               ' next=' DELIMITED SIZE
               FUNCTION TRIM(WS-SD-NEXT) DELIMITED SIZE
               ' state=' DELIMITED SIZE
               FUNCTION TRIM(WS-SD-STATE) DELIMITED SIZE
               ' user=' DELIMITED SIZE
               FUNCTION TRIM(WS-USER-ID) DELIMITED SIZE
               INTO HISTORY-RECORD
           END-STRING
           OPEN EXTEND HISTORY-FILE
           IF WS-HISTORY-STATUS NOT = '00'
               CLOSE HISTORY-FILE
               OPEN OUTPUT HISTORY-FILE
           END-IF
           WRITE HISTORY-RECORD
           CLOSE HISTORY-FILE.

       1900-SHOW-CONTROL.
           MOVE SPACES TO WS-OUT
           STRING
               '{"current":"' DELIMITED SIZE
               FUNCTION TRIM(WS-SD-CURRENT) DELIMITED SIZE
               '","previous":"' DELIMITED SIZE
               FUNCTION TRIM(WS-SD-PREVIOUS) DELIMITED SIZE
               '","next":"' DELIMITED SIZE
               FUNCTION TRIM(WS-SD-NEXT) DELIMITED SIZE
               '","state":"' DELIMITED SIZE
               FUNCTION TRIM(WS-SD-STATE) DELIMITED SIZE
               '","changed":"' DELIMITED SIZE
               FUNCTION TRIM(WS-SD-CHANGED-TS) DELIMITED SIZE
               '","changed_by":"' DELIMITED SIZE
               FUNCTION TRIM(WS-SD-CHANGED-BY) DELIMITED SIZE
               '"}' DELIMITED SIZE
               INTO WS-OUT
           END-STRING
           DISPLAY FUNCTION TRIM(WS-OUT).

      *----------------------------------------------------------------
      * action=INIT - the file starts on a business day, OPEN; an
      * existing date is never overwritten this way
      *----------------------------------------------------------------
       2000-INIT-DATE.
           PERFORM 1060-REQUIRE-USER
           PERFORM 1000-READ-CONTROL
           IF WS-SD-IS-FOUND
               DISPLAY '{"error":"System date already set up at '
                   FUNCTION TRIM(WS-SD-CURRENT) ' ('
                   FUNCTION TRIM(WS-SD-STATE)
                   ') - it moves by ROLLOVER only"}'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-BUSINESS-DATE TO WS-DT-STR
           PERFORM 8200-DATE-TO-DAY-NUMBER
           IF WS-DT-INT = ZEROS
               DISPLAY '{"error":"INIT needs business_date= as a '
                   'valid YYYY-MM-DD date"}'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 6000-LOAD-CALENDAR
           MOVE WS-BUSINESS-DATE TO WS-DAY-STR
           MOVE WS-DT-INT TO WS-DAY-INT
           PERFORM 6200-RESOLVE-DAY
           IF WS-IS-BUSINESS-DAY NOT = 'Y'
               DISPLAY '{"error":"' FUNCTION TRIM(WS-BUSINESS-DATE)
                   ' is not a business day on the calendar"}'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-BUSINESS-DATE TO WS-SD-CURRENT
           MOVE WS-DAY-INT TO WS-SEEK-FROM-INT
           MOVE -1 TO WS-SEEK-STEP
           PERFORM 6400-SEEK-BUSINESS-DAY
           MOVE WS-SEEK-RESULT TO WS-SD-PREVIOUS
           MOVE +1 TO WS-SEEK-STEP
           PERFORM 6400-SEEK-BUSINESS-DAY
           MOVE WS-SEEK-RESULT TO WS-SD-NEXT
           MOVE 'OPEN' TO WS-SD-STATE
           PERFORM 1100-WRITE-CONTROL
           PERFORM 1900-SHOW-CONTROL.

      *----------------------------------------------------------------
      * action=START-EOD - the nightly window has begun; the date
      * stays where it is however late the window runs
      *----------------------------------------------------------------
       3000-START-EOD.
           PERFORM 1060-REQUIRE-USER
           PERFORM 1050-REQUIRE-CONTROL
           IF WS-SD-STATE NOT = 'OPEN'
               DISPLAY '{"error":"START-EOD needs an OPEN date - '
                   FUNCTION TRIM(WS-SD-CURRENT) ' is '
                   FUNCTION TRIM(WS-SD-STATE) '"}'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'EOD-RUNNING' TO WS-SD-STATE
           PERFORM 1100-WRITE-CONTROL
           PERFORM 1900-SHOW-CONTROL.

      *----------------------------------------------------------------
      * action=ROLLOVER - the end of the business day. Refused unless
      * the window is running and every step the processing calendar
      * makes due on the current date ran OK on the schedule log;
      * then the next business day becomes current, CLOSED until the
      * morning's OPEN
      *----------------------------------------------------------------
       4000-ROLLOVER.
           PERFORM 1060-REQUIRE-USER
           PERFORM 1050-REQUIRE-CONTROL
           IF WS-SD-STATE NOT = 'EOD-RUNNING'
               DISPLAY '{"error":"ROLLOVER needs the end-of-day '
                   'running - ' FUNCTION TRIM(WS-SD-CURRENT) ' is '
                   FUNCTION TRIM(WS-SD-STATE)
                   ', run action=START-EOD first"}'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF FUNCTION TRIM(WS-STEPS-FILE) = SPACES
               DISPLAY '{"error":"ROLLOVER needs steps_file= - the '
                   'date does not move without the schedule check"}'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 6000-LOAD-CALENDAR
           MOVE WS-SD-CURRENT TO WS-DT-STR
           PERFORM 8200-DATE-TO-DAY-NUMBER
           IF WS-DT-INT = ZEROS
               DISPLAY '{"error":"System date file carries no valid '
                   'current date: ' FUNCTION TRIM(WS-SYSDATE-FILE)
                   '"}'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-SD-CURRENT TO WS-DAY-STR
           MOVE WS-DT-INT TO WS-DAY-INT
           PERFORM 6200-RESOLVE-DAY
           PERFORM 7000-LOAD-STEPS
           PERFORM 7300-MARK-DUE-STEPS
           PERFORM 7600-CHECK-AGAINST-LOG
           IF WS-MISSED-COUNT > ZEROS
               MOVE WS-MISSED-COUNT TO WS-CNT-D
               DISPLAY '{"error":"Rollover refused - '
                   FUNCTION TRIM(WS-CNT-D) ' step(s) due on '
                   FUNCTION TRIM(WS-SD-CURRENT)
                   ' never ran OK: ' FUNCTION TRIM(WS-MISSED-LIST)
                   '"}'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-SD-CURRENT TO WS-CLOSED-DATE
           MOVE WS-DAY-INT TO WS-SEEK-FROM-INT
           MOVE +1 TO WS-SEEK-STEP
           PERFORM 6400-SEEK-BUSINESS-DAY
           MOVE WS-CLOSED-DATE TO WS-SD-PREVIOUS
           MOVE WS-SEEK-RESULT TO WS-SD-CURRENT
           MOVE WS-SD-CURRENT TO WS-DT-STR
           PERFORM 8200-DATE-TO-DAY-NUMBER
           MOVE WS-DT-INT TO WS-SEEK-FROM-INT
           PERFORM 6400-SEEK-BUSINESS-DAY
           MOVE WS-SEEK-RESULT TO WS-SD-NEXT
           MOVE 'CLOSED' TO WS-SD-STATE
           PERFORM 1100-WRITE-CONTROL
           MOVE WS-DUE-COUNT TO WS-CNT-D
           MOVE SPACES TO WS-OUT
           STRING
               '{"status":"ROLLED","closed":"' DELIMITED SIZE
               FUNCTION TRIM(WS-CLOSED-DATE) DELIMITED SIZE
               '","steps_checked":' DELIMITED SIZE
               FUNCTION TRIM(WS-CNT-D) DELIMITED SIZE
               ',"current":"' DELIMITED SIZE
               FUNCTION TRIM(WS-SD-CURRENT) DELIMITED SIZE
               '","next":"' DELIMITED SIZE
               FUNCTION TRIM(WS-SD-NEXT) DELIMITED SIZE
               '","state":"' DELIMITED SIZE
               FUNCTION TRIM(WS-SD-STATE) DELIMITED SIZE
               '"}' DELIMITED SIZE
               INTO WS-OUT
           END-STRING
           DISPLAY FUNCTION TRIM(WS-OUT).

      *----------------------------------------------------------------
      * action=OPEN - the rolled-to date opens for the day's business
      *----------------------------------------------------------------
       5000-OPEN-DAY.
           PERFORM 1060-REQUIRE-USER
           PERFORM 1050-REQUIRE-CONTROL
           IF WS-SD-STATE NOT = 'CLOSED'
               DISPLAY '{"error":"OPEN needs a CLOSED date - '
                   FUNCTION TRIM(WS-SD-CURRENT) ' is '
                   FUNCTION TRIM(WS-SD-STATE) '"}'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'OPEN' TO WS-SD-STATE
           PERFORM 1100-WRITE-CONTROL
           PERFORM 1900-SHOW-CONTROL.

      *----------------------------------------------------------------
      * the processing calendar and the holiday file, read the way
      * CFSCHED reads them - a missing holiday file is no holidays
      *----------------------------------------------------------------
       6000-LOAD-CALENDAR.
           IF FUNCTION TRIM(WS-CALENDAR-FILE) NOT = SPACES
               OPEN INPUT CALENDAR-IN
               IF WS-CALENDAR-STATUS NOT = '00'
                   DISPLAY '{"error":"Cannot open calendar: '
                       FUNCTION TRIM(WS-CALENDAR-FILE) '"}'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ CALENDAR-IN INTO CALENDAR-RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           PERFORM 6050-LOAD-ONE-CAL-ROW
                   END-READ
               END-PERFORM
               CLOSE CALENDAR-IN
           END-IF
           IF FUNCTION TRIM(WS-HOLIDAY-FILE) NOT = SPACES
               OPEN INPUT HOLIDAY-IN
               IF WS-HOLIDAY-STATUS = '00'
                   MOVE 'N' TO WS-EOF
                   PERFORM UNTIL WS-EOF = 'Y'
                       READ HOLIDAY-IN INTO HOLIDAY-RECORD
                           AT END MOVE 'Y' TO WS-EOF
                           NOT AT END
                               PERFORM 6150-LOAD-ONE-HOLIDAY
                       END-READ
                   END-PERFORM
                   CLOSE HOLIDAY-IN
               END-IF
           END-IF
           MOVE 'N' TO WS-EOF.

       6050-LOAD-ONE-CAL-ROW.
           IF FUNCTION TRIM(CALENDAR-RECORD) = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-CD-COUNT >= 2000
               DISPLAY '{"error":"Calendar larger than 2000 rows - '
                   'date not moved"}'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO WS-CAL-IN-DATE
           MOVE 'Y' TO WS-CAL-IN-BIZ
           MOVE 'N' TO WS-CAL-IN-ME
           MOVE 'N' TO WS-CAL-IN-YE
           MOVE FUNCTION TRIM(CALENDAR-RECORD) TO WS-REMAIN
           PERFORM UNTIL FUNCTION TRIM(WS-REMAIN) = SPACES
               PERFORM 8100-EXTRACT-TOKEN
               IF FUNCTION TRIM(WS-TOKEN) NOT = SPACES
                   PERFORM 6100-PARSE-CAL-TOKEN
               END-IF
           END-PERFORM
           IF WS-CAL-IN-DATE = SPACES
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CD-COUNT
           MOVE WS-CAL-IN-DATE TO WS-CD-DATE(WS-CD-COUNT)
           MOVE WS-CAL-IN-BIZ  TO WS-CD-BIZ(WS-CD-COUNT)
           MOVE WS-CAL-IN-ME   TO WS-CD-ME(WS-CD-COUNT)
           MOVE WS-CAL-IN-YE   TO WS-CD-YE(WS-CD-COUNT).

       6100-PARSE-CAL-TOKEN.
           MOVE ZERO TO WS-POS
           INSPECT WS-TOKEN TALLYING WS-POS FOR CHARACTERS BEFORE '='
           IF WS-POS > 0
               MOVE WS-TOKEN(1:WS-POS) TO WS-FIELD-NAME
               MOVE WS-TOKEN(WS-POS + 2:) TO WS-FIELD-VAL
               EVALUATE FUNCTION TRIM(WS-FIELD-NAME)
                   WHEN 'date'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-CAL-IN-DATE
                   WHEN 'business_day'
                       MOVE FUNCTION UPPER-CASE(WS-FIELD-VAL(1:1))
                           TO WS-CAL-IN-BIZ
                   WHEN 'month_end'
                       MOVE FUNCTION UPPER-CASE(WS-FIELD-VAL(1:1))
                           TO WS-CAL-IN-ME
                   WHEN 'year_end'
                       MOVE FUNCTION UPPER-CASE(WS-FIELD-VAL(1:1))
                           TO WS-CAL-IN-YE
               END-EVALUATE
           END-IF.

       6150-LOAD-ONE-HOLIDAY.
           IF WS-HD-COUNT >= 1000
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-CAL-IN-DATE
           MOVE FUNCTION TRIM(HOLIDAY-RECORD) TO WS-REMAIN
           PERFORM UNTIL FUNCTION TRIM(WS-REMAIN) = SPACES
               PERFORM 8100-EXTRACT-TOKEN
               IF WS-TOKEN(1:5) = 'date='
                   MOVE WS-TOKEN(6:) TO WS-CAL-IN-DATE
               END-IF
           END-PERFORM
           IF WS-CAL-IN-DATE NOT = SPACES
               ADD 1 TO WS-HD-COUNT
               MOVE WS-CAL-IN-DATE TO WS-HD-DATE(WS-HD-COUNT)
           END-IF.

      * what kind of day WS-DAY-STR (day number WS-DAY-INT) is -
      * weekend from the day number, the calendar row's flags, a
      * holiday overriding to a non-business day, as CFSCHED does
       6200-RESOLVE-DAY.
           MOVE 'Y' TO WS-IS-BUSINESS-DAY
           MOVE 'N' TO WS-IS-MONTH-END
           MOVE 'N' TO WS-IS-YEAR-END
           COMPUTE WS-WEEKDAY = FUNCTION MOD(WS-DAY-INT, 7)
      * day number 1 (1601-01-01) was a Monday, so MOD 7 gives
      * 6 = Saturday and 0 = Sunday
           IF WS-WEEKDAY = 6 OR WS-WEEKDAY = 0
               MOVE 'N' TO WS-IS-BUSINESS-DAY
           END-IF
           MOVE 1 TO WS-CD-IDX
           PERFORM UNTIL WS-CD-IDX > WS-CD-COUNT
               IF WS-CD-DATE(WS-CD-IDX) = WS-DAY-STR
                   MOVE WS-CD-BIZ(WS-CD-IDX) TO WS-IS-BUSINESS-DAY
                   MOVE WS-CD-ME(WS-CD-IDX)  TO WS-IS-MONTH-END
                   MOVE WS-CD-YE(WS-CD-IDX)  TO WS-IS-YEAR-END
               END-IF
               ADD 1 TO WS-CD-IDX
           END-PERFORM
           MOVE 1 TO WS-HD-IDX
           PERFORM UNTIL WS-HD-IDX > WS-HD-COUNT
               IF WS-HD-DATE(WS-HD-IDX) = WS-DAY-STR
                   MOVE 'N' TO WS-IS-BUSINESS-DAY
               END-IF
               ADD 1 TO WS-HD-IDX
           END-PERFORM.

      * the nearest business day after (WS-SEEK-STEP +1) or before
      * (-1) day number WS-SEEK-FROM-INT, into WS-SEEK-RESULT; a
      * calendar with no business day inside 60 days is refused
       6400-SEEK-BUSINESS-DAY.
           MOVE WS-SEEK-FROM-INT TO WS-WORK-INT
           MOVE ZEROS TO WS-SEEK-TRIES
           MOVE SPACES TO WS-SEEK-RESULT
           PERFORM UNTIL WS-SEEK-RESULT NOT = SPACES
               ADD 1 TO WS-SEEK-TRIES
               IF WS-SEEK-TRIES > 60
                   DISPLAY '{"error":"No business day within 60 days '
                       'of ' FUNCTION TRIM(WS-DAY-STR)
                       ' on the calendar - date not moved"}'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD WS-SEEK-STEP TO WS-WORK-INT
               PERFORM 8250-DAY-NUMBER-TO-DATE
               MOVE WS-DAY-AFTER TO WS-DAY-STR
               MOVE WS-WORK-INT TO WS-DAY-INT
               PERFORM 6200-RESOLVE-DAY
               IF WS-IS-BUSINESS-DAY = 'Y'
                   MOVE WS-DAY-STR TO WS-SEEK-RESULT
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------
      * the CFSCHED CHECK for the current date - its step list, what
      * is due on the day, and what the schedule log says ran OK
      *----------------------------------------------------------------
       7000-LOAD-STEPS.
           OPEN INPUT STEPS-IN
           IF WS-STEPS-STATUS NOT = '00'
               DISPLAY '{"error":"Cannot open steps file: '
                   FUNCTION TRIM(WS-STEPS-FILE) '"}'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ STEPS-IN INTO STEPS-RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       PERFORM 7100-LOAD-ONE-STEP
               END-READ
           END-PERFORM
           CLOSE STEPS-IN
           MOVE 'N' TO WS-EOF.

       7100-LOAD-ONE-STEP.
           IF FUNCTION TRIM(STEPS-RECORD) = SPACES OR
                   WS-SP-COUNT >= 100
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-SP-IN-NAME WS-SP-IN-WHEN WS-SP-IN-DAY
           MOVE FUNCTION TRIM(STEPS-RECORD) TO WS-REMAIN
           PERFORM UNTIL FUNCTION TRIM(WS-REMAIN) = SPACES
               PERFORM 8100-EXTRACT-TOKEN
               IF FUNCTION TRIM(WS-TOKEN) NOT = SPACES
                   PERFORM 7200-PARSE-STEP-TOKEN
               END-IF
           END-PERFORM
           IF FUNCTION TRIM(WS-SP-IN-NAME) = SPACES
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SP-COUNT
           MOVE WS-SP-IN-NAME TO WS-SP-NAME(WS-SP-COUNT)
           MOVE WS-SP-IN-WHEN TO WS-SP-WHEN(WS-SP-COUNT)
           MOVE WS-SP-IN-DAY  TO WS-SP-DAY(WS-SP-COUNT)
           MOVE 'N' TO WS-SP-DUE(WS-SP-COUNT)
           MOVE 'N' TO WS-SP-RAN(WS-SP-COUNT).

       7200-PARSE-STEP-TOKEN.
           MOVE ZERO TO WS-POS
           INSPECT WS-TOKEN TALLYING WS-POS FOR CHARACTERS BEFORE '='
           IF WS-POS > 0
               MOVE WS-TOKEN(1:WS-POS) TO WS-FIELD-NAME
               MOVE WS-TOKEN(WS-POS + 2:) TO WS-FIELD-VAL
               EVALUATE FUNCTION TRIM(WS-FIELD-NAME)
                   WHEN 'step'
                       MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
                           WS-FIELD-VAL)) TO WS-SP-IN-NAME
                   WHEN 'when'
                       MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
                           WS-FIELD-VAL)) TO WS-SP-IN-WHEN
                   WHEN 'day'
                       MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
                           WS-FIELD-VAL)) TO WS-SP-IN-DAY
               END-EVALUATE
           END-IF.

       7300-MARK-DUE-STEPS.
           IF WS-IS-BUSINESS-DAY = 'N'
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-SP-IDX
           PERFORM UNTIL WS-SP-IDX > WS-SP-COUNT
               PERFORM 7400-MARK-ONE-STEP
               ADD 1 TO WS-SP-IDX
           END-PERFORM.

       7400-MARK-ONE-STEP.
           EVALUATE FUNCTION TRIM(WS-SP-WHEN(WS-SP-IDX))
               WHEN 'DAILY'
                   MOVE 'Y' TO WS-SP-DUE(WS-SP-IDX)
               WHEN 'WEEKLY'
                   PERFORM 7500-CHECK-WEEKDAY
               WHEN 'MONTH-END'
                   IF WS-IS-MONTH-END = 'Y' OR WS-IS-YEAR-END = 'Y'
                       MOVE 'Y' TO WS-SP-DUE(WS-SP-IDX)
                   END-IF
               WHEN 'YEAR-END'
                   IF WS-IS-YEAR-END = 'Y'
                       MOVE 'Y' TO WS-SP-DUE(WS-SP-IDX)
                   END-IF
           END-EVALUATE
           IF WS-SP-DUE(WS-SP-IDX) = 'Y'
               ADD 1 TO WS-DUE-COUNT
           END-IF.

       7500-CHECK-WEEKDAY.
           EVALUATE FUNCTION TRIM(WS-SP-DAY(WS-SP-IDX))
               WHEN 'MON'
                   IF WS-WEEKDAY = 1
                       MOVE 'Y' TO WS-SP-DUE(WS-SP-IDX)
                   END-IF
               WHEN 'TUE'
                   IF WS-WEEKDAY = 2
                       MOVE 'Y' TO WS-SP-DUE(WS-SP-IDX)
                   END-IF
               WHEN 'WED'
                   IF WS-WEEKDAY = 3
                       MOVE 'Y' TO WS-SP-DUE(WS-SP-IDX)
                   END-IF
               WHEN 'THU'
                   IF WS-WEEKDAY = 4
                       MOVE 'Y' TO WS-SP-DUE(WS-SP-IDX)
                   END-IF
               WHEN 'FRI'
                   IF WS-WEEKDAY = 5
                       MOVE 'Y' TO WS-SP-DUE(WS-SP-IDX)
                   END-IF
               WHEN 'SAT'
                   IF WS-WEEKDAY = 6
                       MOVE 'Y' TO WS-SP-DUE(WS-SP-IDX)
                   END-IF
               WHEN 'SUN'
                   IF WS-WEEKDAY = 0
                       MOVE 'Y' TO WS-SP-DUE(WS-SP-IDX)
                   END-IF
           END-EVALUATE.

       7600-CHECK-AGAINST-LOG.
           OPEN INPUT SCHED-LOG
           IF WS-SCHEDLOG-STATUS = '00'
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ SCHED-LOG INTO SCHED-RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           PERFORM 7700-MATCH-ONE-LOG-LINE
                   END-READ
               END-PERFORM
               CLOSE SCHED-LOG
           END-IF
           MOVE SPACES TO WS-MISSED-LIST
           MOVE 1 TO WS-MISSED-PTR
           MOVE 1 TO WS-SP-IDX
           PERFORM UNTIL WS-SP-IDX > WS-SP-COUNT
               IF WS-SP-DUE(WS-SP-IDX) = 'Y' AND
                       WS-SP-RAN(WS-SP-IDX) = 'N'
                   IF WS-MISSED-COUNT > ZEROS
                       STRING ', ' DELIMITED SIZE
                           INTO WS-MISSED-LIST
                           WITH POINTER WS-MISSED-PTR
                           ON OVERFLOW CONTINUE
                       END-STRING
                   END-IF
                   ADD 1 TO WS-MISSED-COUNT
                   STRING FUNCTION TRIM(WS-SP-NAME(WS-SP-IDX))
                              DELIMITED SIZE
                          ' (' DELIMITED SIZE
                          FUNCTION TRIM(WS-SP-WHEN(WS-SP-IDX))
                              DELIMITED SIZE
                          ')' DELIMITED SIZE
                       INTO WS-MISSED-LIST
                       WITH POINTER WS-MISSED-PTR
                       ON OVERFLOW CONTINUE
                   END-STRING
               END-IF
               ADD 1 TO WS-SP-IDX
           END-PERFORM.

       7700-MATCH-ONE-LOG-LINE.
           IF FUNCTION TRIM(SCHED-RECORD) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-SL-IN-DATE WS-SL-IN-STEP WS-SL-IN-STATUS
           MOVE FUNCTION TRIM(SCHED-RECORD) TO WS-REMAIN
           PERFORM UNTIL FUNCTION TRIM(WS-REMAIN) = SPACES
               PERFORM 8100-EXTRACT-TOKEN
               IF FUNCTION TRIM(WS-TOKEN) NOT = SPACES
                   PERFORM 7750-PARSE-LOG-TOKEN
               END-IF
           END-PERFORM
           IF WS-SL-IN-DATE NOT = WS-SD-CURRENT OR
                   FUNCTION TRIM(WS-SL-IN-STATUS) NOT = 'OK'
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-SP-IDX
           PERFORM UNTIL WS-SP-IDX > WS-SP-COUNT
               IF WS-SP-NAME(WS-SP-IDX) = WS-SL-IN-STEP
                   MOVE 'Y' TO WS-SP-RAN(WS-SP-IDX)
               END-IF
               ADD 1 TO WS-SP-IDX
           END-PERFORM.

       7750-PARSE-LOG-TOKEN.
           MOVE ZERO TO WS-POS
           INSPECT WS-TOKEN TALLYING WS-POS FOR CHARACTERS BEFORE '='
           IF WS-POS > 0
               MOVE WS-TOKEN(1:WS-POS) TO WS-FIELD-NAME
               MOVE WS-TOKEN(WS-POS + 2:) TO WS-FIELD-VAL
               EVALUATE FUNCTION TRIM(WS-FIELD-NAME)
                   WHEN 'date'
                       MOVE FUNCTION TRIM(WS-FIELD-VAL)
                           TO WS-SL-IN-DATE
                   WHEN 'step'
                       MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
                           WS-FIELD-VAL)) TO WS-SL-IN-STEP
                   WHEN 'status'
                       MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
                           WS-FIELD-VAL)) TO WS-SL-IN-STATUS
               END-EVALUATE
           END-IF.

      *----------------------------------------------------------------
      * helpers
      *----------------------------------------------------------------
       8100-EXTRACT-TOKEN.
           MOVE ZERO TO WS-POS
           INSPECT WS-REMAIN TALLYING WS-POS FOR CHARACTERS BEFORE ' '
           IF WS-POS > 0
               MOVE WS-REMAIN(1:WS-POS) TO WS-TOKEN
               IF WS-POS < 299
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
