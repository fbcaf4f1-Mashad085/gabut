      * what a debit may spend is AM-BALANCE - AM-HOLD-TOTAL -
      * AM-EARMARK-TOTAL, holds and earmarks stacking
           05  AM-EARMARK-TOTAL    PIC S9(13)V99.
      * the savings product the account was opened under, assigned
      * at CFACCTMNT OPEN (default SAVINGS); CFFEE prices its
      * tariff by product, branch and status
           05  AM-PRODUCT          PIC X(8).
