      *================================================================*
      * CF-MEMPOS.cpy - Member position extract layout (member app)    *
      * One file each morning for the member app with every member's  *
      * whole position, instead of the app calling five programs.      *
      * COPYed by CFMEMPOS as REDEFINES of MEMPOS-WORK-RECORD, which   *
      * is built here and written to the extract and to the snapshot   *
      * the next run's delta is worked out against.                    *
      * Record type 'H' opens the file (sender, the business date the  *
      * position is as of, FULL or DELTA, the business date of the     *
      * snapshot a DELTA was compared against, when it was cut), 'D'   *
      * is one member's position summed over the accounts linked to    *
      * the member in the CFMEMBER link file (a joint account counts   *
      * in full for every holder), 'T' closes it with the detail       *
      * count, the members on the master, how many positions changed,  *
      * the balance and loan totals of the 'D' records and the hash    *
      * total - the member numbers read as numbers (digits only) and   *
      * summed, kept to the low 18 digits - that the app recomputes    *
      * before it loads anything.                                      *
      * MD-CHANGE-FLAG against the previous snapshot: N new member, C  *
      * changed, U unchanged (FULL only), R a member no longer on the  *
      * master (DELTA only, member number alone). Dates are YYYYMMDD,  *
      * blank when there is none. Amounts carry implied decimals;      *
      * balances a trailing separate sign, as holds and earmarks can   *
      * take the available figure below zero. Savings, holds and       *
      * earmarks are the base currency's only; an account in any      *
      * other currency is counted in MD-FOREIGN-COUNT and its balance  *
      * left out of the 'D' figures and of MT-BALANCE-TOTAL.           *
      *================================================================*
       01  MEMPOS-HEADER-RECORD REDEFINES MEMPOS-WORK-RECORD.
           05  MH-REC-TYPE         PIC X(1).
           05  MH-SENDER-ID        PIC X(20).
           05  MH-BUSINESS-DATE    PIC X(8).
           05  MH-EXTRACT-MODE     PIC X(5).
           05  MH-BASE-DATE        PIC X(8).
           05  MH-CREATED-TS       PIC X(15).
           05  FILLER              PIC X(343).
       01  MEMPOS-DETAIL-RECORD REDEFINES MEMPOS-WORK-RECORD.
           05  MD-REC-TYPE         PIC X(1).
           05  MD-MEMBER-NO        PIC X(20).
           05  MD-NAME             PIC X(50).
           05  MD-MEMBER-STATUS    PIC X(8).
           05  MD-CHANGE-FLAG      PIC X(1).
           05  MD-ACCOUNT-COUNT    PIC 9(3).
      * KOIN wallets, and the savings accounts - balance and what a
      * debit may spend after holds and goal earmarks
           05  MD-WALLET-BALANCE   PIC S9(13)V99
                                   SIGN IS TRAILING SEPARATE.
           05  MD-WALLET-AVAIL     PIC S9(13)V99
                                   SIGN IS TRAILING SEPARATE.
           05  MD-SAVINGS-BALANCE  PIC S9(13)V99
                                   SIGN IS TRAILING SEPARATE.
           05  MD-SAVINGS-AVAIL    PIC S9(13)V99
                                   SIGN IS TRAILING SEPARATE.
           05  MD-HOLD-TOTAL       PIC 9(13)V99.
           05  MD-EARMARK-TOTAL    PIC 9(13)V99.
           05  MD-POINTS-BALANCE   PIC 9(13)V99.
      * OPEN CFGOAL goals - progress is earmarked against target, %
           05  MD-GOAL-COUNT       PIC 9(3).
           05  MD-GOAL-TARGET      PIC 9(13)V99.
           05  MD-GOAL-EARMARKED   PIC 9(13)V99.
           05  MD-GOAL-PCT         PIC 9(3).
      * OPEN CFTDEP deposits - the next to mature and its principal
           05  MD-TD-COUNT         PIC 9(3).
           05  MD-TD-PRINCIPAL     PIC 9(13)V99.
           05  MD-TD-NEXT-MATURITY PIC X(8).
           05  MD-TD-NEXT-AMOUNT   PIC 9(13)V99.
      * OPEN CFLOAN loans - the next installment and the arrears
           05  MD-LOAN-COUNT       PIC 9(3).
           05  MD-LOAN-BALANCE     PIC 9(13)V99.
           05  MD-LOAN-NEXT-DUE    PIC X(8).
           05  MD-LOAN-NEXT-INSTAL PIC 9(13)V99.
           05  MD-LOAN-ARREARS-CNT PIC 9(3).
           05  MD-LOAN-ARREARS-AMT PIC 9(13)V99.
      * CFSTAND instructions due within the next 7 days
           05  MD-SI-DUE-COUNT     PIC 9(3).
           05  MD-SI-DUE-AMOUNT    PIC 9(13)V99.
           05  MD-SI-NEXT-DUE      PIC X(8).
      * open accounts in a currency other than the base, not summed
           05  MD-FOREIGN-COUNT    PIC 9(3).
           05  FILLER              PIC X(43).
       01  MEMPOS-TRAILER-RECORD REDEFINES MEMPOS-WORK-RECORD.
           05  MT-REC-TYPE         PIC X(1).
           05  MT-RECORD-COUNT     PIC 9(7).
           05  MT-MEMBER-COUNT     PIC 9(7).
           05  MT-CHANGED-COUNT    PIC 9(7).
           05  MT-BALANCE-TOTAL    PIC S9(15)V99
                                   SIGN IS TRAILING SEPARATE.
           05  MT-LOAN-TOTAL       PIC 9(15)V99.
           05  MT-HASH-TOTAL       PIC 9(18).
           05  FILLER              PIC X(325).
