      *================================================================*
      * CF-PAYOUT.cpy - Partner-bank outbound transfer file layout     *
      * The mirror image of CF-CLRBNK.cpy: what we send the bank       *
      * instead of what it sends us. COPYed by CFPAYOUT as REDEFINES   *
      * of PAYOUT-WORK-RECORD, which is built here and written to the  *
      * outbound file, or read into from the bank's return file.       *
      * Record type 'H' opens the file (sender, file date, value date),*
      * 'D' is one transfer to a member's own account at another bank, *
      * 'T' closes it with the detail count, the amount total and the  *
      * hash total - the beneficiary account numbers read as numbers   *
      * (digits only) and summed, kept to the low 18 digits - that the *
      * bank recomputes before it pays anything. The bank's return     *
      * file sends back 'R' records, one per transfer it could not     *
      * credit, closed by the same 'T' trailer (hash total zero).      *
      * Amounts carry implied decimals and no sign.                    *
      *================================================================*
       01  PAYOUT-HEADER-RECORD REDEFINES PAYOUT-WORK-RECORD.
           05  PH-REC-TYPE         PIC X(1).
           05  PH-SENDER-ID        PIC X(20).
           05  PH-FILE-DATE        PIC X(8).
           05  PH-VALUE-DATE       PIC X(8).
           05  PH-CURRENCY         PIC X(4).
           05  FILLER              PIC X(159).
       01  PAYOUT-DETAIL-RECORD REDEFINES PAYOUT-WORK-RECORD.
           05  PD-REC-TYPE         PIC X(1).
           05  PD-PAYMENT-ID       PIC X(20).
           05  PD-BANK-CODE        PIC X(8).
           05  PD-BANK-ACCOUNT     PIC X(34).
           05  PD-BENEF-NAME       PIC X(50).
           05  PD-AMOUNT           PIC 9(13)V99.
           05  PD-CURRENCY         PIC X(4).
           05  PD-VALUE-DATE       PIC X(8).
           05  PD-REFERENCE        PIC X(50).
           05  FILLER              PIC X(10).
       01  PAYOUT-RETURN-RECORD REDEFINES PAYOUT-WORK-RECORD.
           05  PR-REC-TYPE         PIC X(1).
           05  PR-PAYMENT-ID       PIC X(20).
           05  PR-AMOUNT           PIC 9(13)V99.
           05  PR-RETURN-CODE      PIC X(4).
           05  PR-RETURN-DATE      PIC X(8).
           05  PR-RETURN-REASON    PIC X(40).
           05  FILLER              PIC X(112).
       01  PAYOUT-TRAILER-RECORD REDEFINES PAYOUT-WORK-RECORD.
           05  PT-REC-TYPE         PIC X(1).
           05  PT-RECORD-COUNT     PIC 9(7).
           05  PT-TOTAL-AMOUNT     PIC 9(15)V99.
           05  PT-HASH-TOTAL       PIC 9(18).
           05  FILLER              PIC X(157).
