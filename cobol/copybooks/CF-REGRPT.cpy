      *================================================================*
      * CF-REGRPT.cpy - Regulator submission file layout (CTR / STR)   *
      * What the financial intelligence unit takes from us, one file   *
      * per report kind per business date. COPYed by CFREGRPT as       *
      * REDEFINES of REGRPT-WORK-RECORD, which is built here and       *
      * written to the submission file.                                *
      * Record type 'H' opens the file (reporter, kind CTR or STR, the *
      * file date and the reporting period; nil flag 'Y' on a          *
      * month-end nil return, which carries no 'D' records at all),    *
      * 'D' is one reported transaction or case with the member's      *
      * identity as the member master holds it, 'T' closes it with the *
      * detail count, the amount total and the hash total - the        *
      * identity document numbers read as numbers (digits only) and    *
      * summed, kept to the low 18 digits - that the regulator         *
      * recomputes on receipt. Amounts carry implied decimals and no   *
      * sign; the direction says which way the money went.             *
      *================================================================*
       01  REGRPT-HEADER-RECORD REDEFINES REGRPT-WORK-RECORD.
           05  RH-REC-TYPE         PIC X(1).
           05  RH-REPORTER-ID      PIC X(20).
           05  RH-REPORT-KIND      PIC X(3).
           05  RH-FILE-DATE        PIC X(8).
           05  RH-PERIOD           PIC X(6).
           05  RH-NIL-FLAG         PIC X(1).
           05  FILLER              PIC X(361).
       01  REGRPT-DETAIL-RECORD REDEFINES REGRPT-WORK-RECORD.
           05  RD-REC-TYPE         PIC X(1).
           05  RD-REPORT-REF       PIC X(20).
           05  RD-REPORT-KIND      PIC X(3).
           05  RD-TXN-DATE         PIC X(8).
           05  RD-TXN-TIME         PIC X(6).
           05  RD-ACCOUNT          PIC X(30).
           05  RD-MEMBER-NO        PIC X(20).
           05  RD-NAME             PIC X(50).
           05  RD-ID-TYPE          PIC X(10).
           05  RD-ID-NUMBER        PIC X(30).
           05  RD-BIRTH-DATE       PIC X(8).
           05  RD-ADDRESS          PIC X(60).
           05  RD-OCCUPATION       PIC X(30).
           05  RD-AMOUNT           PIC 9(13)V99.
           05  RD-CURRENCY         PIC X(4).
      * CASH-IN / CASH-OUT for a cash transaction, SUSPECT for a case
           05  RD-DIRECTION        PIC X(8).
      * the drawer the cash went through, or the screening rule and
      * case id behind a suspicious transaction report
           05  RD-REASON           PIC X(40).
      * 'Y' when the account is linked to no member - the identity
      * fields are then blank and the case needs the desk's attention
           05  RD-UNLINKED         PIC X(1).
           05  FILLER              PIC X(56).
       01  REGRPT-TRAILER-RECORD REDEFINES REGRPT-WORK-RECORD.
           05  RT-REC-TYPE         PIC X(1).
           05  RT-RECORD-COUNT     PIC 9(7).
           05  RT-TOTAL-AMOUNT     PIC 9(15)V99.
           05  RT-HASH-TOTAL       PIC 9(18).
           05  FILLER              PIC X(357).
