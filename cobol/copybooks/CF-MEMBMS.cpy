      * ("BUDI-W", "BUDI-W-SAV", the points wallet) are tied to the    *
      * member through the link file CFMEMBER maintains, one           *
      * member=<no> account_id=<id> line per link.                     *
      * The KYC block carries what the supervisor expects on file per  *
      * member; CFMEMBER schedules the next review into                *
      * MM-KYC-DUE-DATE whenever a review is recorded or the risk      *
      * rating changes, and CFWALLET/CFTRXVAL refuse credits to the    *
      * member's linked accounts once that date is past the grace      *
      * period.                                                        *
      * MM-STATUS DECEASED and MM-DEATH-DATE are set by CFESTATE when  *
      * a death is recorded; the estate is settled from there.         *
      *================================================================*
       01  MEMBER-MASTER-RECORD.
           05  MM-MEMBER-NO        PIC X(20).
           05  MM-STATUS           PIC X(8).
               88  MM-IS-ACTIVE        VALUE 'ACTIVE'.
               88  MM-IS-CLOSED        VALUE 'CLOSED'.
               88  MM-IS-DECEASED      VALUE 'DECEASED'.
      * identity document - KTP, PASSPORT, KITAS, ... and its number
           05  MM-ID-TYPE          PIC X(10).
           05  MM-ID-NUMBER        PIC X(30).
           05  MM-BIRTH-DATE       PIC X(8).
           05  MM-OCCUPATION       PIC X(30).
           05  MM-FUNDS-SOURCE     PIC X(30).
      * the review cycle follows the rating: HIGH yearly, the rest
      * every three years
           05  MM-RISK-RATING      PIC X(6).
               88  MM-RISK-HIGH        VALUE 'HIGH'.
               88  MM-RISK-MEDIUM      VALUE 'MEDIUM'.
               88  MM-RISK-LOW         VALUE 'LOW'.
           05  MM-KYC-REVIEW-DATE  PIC X(8).
           05  MM-KYC-DUE-DATE     PIC X(8).
      * date of death as recorded by CFESTATE action=DECEASE, blank
      * for a living member
           05  MM-DEATH-DATE       PIC X(8).
