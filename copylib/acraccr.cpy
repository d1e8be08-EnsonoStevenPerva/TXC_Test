      *   PENNIES WHEN IT IS CAPITALISED TO ACCOUNT-BALANCE.           *00140000
              05 ACRACCR-ACCRUED-AMOUNT           PIC S9(8)V9(4).       00150000
              05 ACRACCR-LAST-ACCRUE-DATE         PIC 9(8).             00160000
      *   BONUS INTEREST ACCRUES SEPARATELY.  INTACCR MARKS IT         *00160100
      *   FORFEIT WHEN A CUSTOMER-INITIATED DEBIT IS POSTED AFTER      *00160200
      *   THE PERIOD START (THE LAST CAPITALISATION), AND ONLY PAYS    *00160300
      *   IT AT THE NEXT CAPITALISATION IF IT IS STILL UNFORFEITED.    *00160400
              05 ACRACCR-BONUS-AMOUNT             PIC S9(8)V9(4).       00160500
              05 ACRACCR-PERIOD-START             PIC 9(8).             00160600
              05 ACRACCR-BONUS-FORFEIT            PIC X.                00160700
                 88 ACRACCR-BONUS-FORFEITED        VALUE 'Y'.           00160800
