      *================================================================*
      * CF-NOSTMT.cpy - Partner-bank nostro statement fixed layout     *
      * COPYed as REDEFINES of STMT-INPUT-RECORD by CFNOSTRO, the same *
      * column discipline CF-CLRBNK.cpy gives the clearing file.       *
      * Record type 'H' opens the statement with the nostro account,   *
      * the statement date and the opening balance; 'D' is one         *
      * movement on the account, CR money the bank received for us,    *
      * DR money it paid away for us, with the member account it was   *
      * for as the bank's account reference; 'T' closes it with the    *
      * detail count and the closing balance. Amounts carry implied    *
      * decimals; balances carry their sign in the byte before them.   *
      *================================================================*
       01  STMT-HEADER-RECORD REDEFINES STMT-INPUT-RECORD.
           05  SH-REC-TYPE         PIC X(1).
           05  SH-NOSTRO-ACCT      PIC X(20).
           05  SH-STMT-DATE        PIC X(8).
           05  SH-OPEN-SIGN        PIC X(1).
           05  SH-OPEN-BALANCE     PIC 9(13)V99.
           05  SH-CURRENCY         PIC X(4).
           05  FILLER              PIC X(151).
       01  STMT-DETAIL-RECORD REDEFINES STMT-INPUT-RECORD.
           05  SD-REC-TYPE         PIC X(1).
           05  SD-VALUE-DATE       PIC X(8).
           05  SD-DIRECTION        PIC X(2).
           05  SD-AMOUNT           PIC 9(13)V99.
           05  SD-ACCOUNT-REF      PIC X(50).
           05  SD-BANK-REF         PIC X(20).
           05  SD-NARRATIVE        PIC X(40).
           05  FILLER              PIC X(64).
       01  STMT-TRAILER-RECORD REDEFINES STMT-INPUT-RECORD.
           05  ST-REC-TYPE         PIC X(1).
           05  ST-DETAIL-COUNT     PIC 9(7).
           05  ST-CLOSE-SIGN       PIC X(1).
           05  ST-CLOSE-BALANCE    PIC 9(13)V99.
           05  FILLER              PIC X(176).
