      ******************************************************************00010000
      *                                                                *00020000
      *  Copyright IBM Corp. 2023                                      *00030000
      *                                                                *00040000
      *                                                                *00050000
      ******************************************************************00060000
      *   ONE ROW PER CUSTOMER PER ISA TAX YEAR - THE SUBSCRIPTION     *00070000
      *   LEDGER.  EVERY CREDIT PATH (CASHTXN, XFRFUN, INCLRNG,        *00080000
      *   SODDPAY, CHQCLR, SUSPREL) ADDS MONEY PAID IN TO AN ISA       *00090000
      *   PRODUCT HERE, AND REFUSES A CREDIT THAT WOULD TAKE           *00100000
      *   SUBSCRIBED PAST ALLOWANCE.  INTEREST IS NOT A SUBSCRIPTION.  *00110000
      *   THE TAX YEAR IS THE YEAR IN WHICH IT STARTS ON 6 APRIL, AND  *00120000
      *   LEADS THE KEY SO THE ANNUAL RETURN (ISARTN) IS A KEY-RANGE   *00130000
      *   SWEEP.  THE CUSTOMER IS THE ACCOUNT'S SORT CODE AND          *00140000
      *   ACCOUNT-CUSTOMER-NUMBER.  ISARTN FILLS IN THE MARKET VALUE   *00150000
      *   FROM THE EODSNAP BALANCES AT YEAR END.                       *00160000
           03 ISASUB-RECORD.                                            00170000
              05 ISASUB-EYECATCHER                PIC X(4).             00180000
                 88 ISASUB-EYECATCHER-VALUE        VALUE 'ISAS'.        00190000
              05 ISASUB-KEY.                                            00200000
                 07 ISASUB-TAX-YEAR               PIC 9(4).             00210000
                 07 ISASUB-CUST-SORTCODE          PIC 9(6) DISPLAY.     00220000
                 07 ISASUB-CUST-NUMBER            PIC 9(10) DISPLAY.    00230000
              05 ISASUB-ALLOWANCE                 PIC 9(7)V99.          00240000
              05 ISASUB-SUBSCRIBED                PIC 9(7)V99.          00250000
              05 ISASUB-SUB-COUNT                 PIC 9(5).             00260000
              05 ISASUB-FIRST-SUB-DATE            PIC 9(8).             00270000
              05 ISASUB-LAST-SUB-DATE             PIC 9(8).             00280000
      *   SET BY ISARTN - THE SUM OF THE CUSTOMER'S ISA ACCOUNT        *00290000
      *   BALANCES AT THE SNAPSHOT DATE USED FOR THE RETURN.           *00300000
              05 ISASUB-MARKET-VALUE              PIC S9(10)V99.        00310000
              05 ISASUB-ISA-ACCOUNTS              PIC 9(3).             00320000
              05 ISASUB-VALUED-DATE               PIC 9(8).             00330000
