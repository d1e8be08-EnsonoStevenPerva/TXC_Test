      ******************************************************************00010000
      *                                                                *00020000
      *  Copyright IBM Corp. 2023                                      *00030000
      *                                                                *00040000
      *                                                                *00050000
      ******************************************************************00060000
      *   FORGONE-INCOME LEDGER - ONE ROW PER ACCOUNT PER MONTH IN     *00070000
      *   WHICH A PRICING EXCEPTION (PRICEXC) COST THE BANK INCOME.    *00080000
      *   INTACCR ADDS EACH DAY'S DIFFERENCE BETWEEN THE INTEREST      *00090000
      *   ACCRUED AT THE EXCEPTION RATE AND AT THE PRODUCT RATE,       *00100000
      *   SIGNED AS THE INTEREST IS (SO A HIGHER CREDIT RATE AND A     *00110000
      *   LOWER DEBIT RATE BOTH SHOW AS A POSITIVE COST); THE LAST     *00120000
      *   ACCRUAL DATE STOPS A RESTART ADDING A DAY TWICE.  FEECHG     *00130000
      *   ADDS EVERY FEE IT WAIVED, UNDER THE CHARGE MONTH.  PRCXRPT   *00140000
      *   REPORTS THE MONTH.                                           *00150000
           03 PRCXFGN-RECORD.                                           00160000
              05 PRCXFGN-EYECATCHER               PIC X(4).             00170000
                 88 PRCXFGN-EYECATCHER-VALUE       VALUE 'PRXF'.        00180000
              05 PRCXFGN-KEY.                                           00190000
                 07 PRCXFGN-MONTH                 PIC 9(6) DISPLAY.     00200000
                 07 PRCXFGN-SORTCODE              PIC 9(6) DISPLAY.     00210000
                 07 PRCXFGN-ACCOUNT               PIC 9(8) DISPLAY.     00220000
              05 PRCXFGN-EFFECTIVE-DATE           PIC 9(8).             00230000
              05 PRCXFGN-CREDIT-FORGONE           PIC S9(8)V9(4).       00240000
              05 PRCXFGN-DEBIT-FORGONE            PIC S9(8)V9(4).       00250000
              05 PRCXFGN-INTEREST-DAYS            PIC 9(3).             00260000
              05 PRCXFGN-LAST-ACCRUE-DATE         PIC 9(8).             00270000
              05 PRCXFGN-FEES-WAIVED              PIC S9(8)V99.         00280000
              05 PRCXFGN-WAIVED-COUNT             PIC 9(5).             00290000
