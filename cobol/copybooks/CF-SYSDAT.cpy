      *================================================================*
      * CF-SYSDAT.cpy - System date control record                     *
      * One record, written only by CFSYSDATE: the business date the   *
      * whole system is working on, the business days either side of  *
      * it (from the CFSCHED processing calendar and the holiday       *
      * file) and where that day stands. COPYed under FD SYSTEM-DATE-  *
      * FILE by the posting and reporting programs, which take their   *
      * business date from here whenever no date argument is given -   *
      * so a night window that runs past midnight still stamps one     *
      * business date on everything it does, until CFSYSDATE ROLLOVER  *
      * deliberately moves the date on. Without the file on disk a     *
      * program falls back to the machine date as it always has.       *
      * SD-STATE: OPEN while the day takes postings, EOD-RUNNING once  *
      * the nightly window has started, CLOSED for a date rolled to    *
      * but not yet opened for the day's business.                     *
      *================================================================*
       01  SYSTEM-DATE-RECORD.
           05  SD-CURRENT-DATE     PIC X(10).
           05  SD-PREVIOUS-DATE    PIC X(10).
           05  SD-NEXT-DATE        PIC X(10).
           05  SD-STATE            PIC X(12).
               88  SD-IS-OPEN          VALUE 'OPEN'.
               88  SD-IS-EOD-RUNNING   VALUE 'EOD-RUNNING'.
               88  SD-IS-CLOSED        VALUE 'CLOSED'.
      * when and by whom the record was last changed
           05  SD-CHANGED-TS       PIC X(15).
           05  SD-CHANGED-BY       PIC X(20).
