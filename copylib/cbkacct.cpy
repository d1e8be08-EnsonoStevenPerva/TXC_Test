      ******************************************************************00010000
      *                                                                *00020000
      *  Copyright IBM Corp. 2023                                      *00030000
      *                                                                *00040000
      *                                                                *00050000
      ******************************************************************00060000
      *   CARD CASHBACK ACCOUNT LEDGER - ONE ROW PER ACCOUNT THAT HAS  *00070000
      *   EVER EARNED CASHBACK, REWRITTEN BY CBKPAY AS IT SETTLES EACH *00080000
      *   ACCOUNT FOR A MONTH.  LAST-MONTH IS THE MONTH LAST SETTLED,  *00090000
      *   SO A RERUN PASSES AN ACCOUNT ALREADY SETTLED.  THE MONTH     *00100000
      *   FIGURES ARE THAT MONTH'S; CASHBACK EARNED ON AN ACCOUNT THAT *00110000
      *   IS SUSPENDED, DORMANT, CLOSED, IN COLLECTIONS OR WHOSE       *00120000
      *   HOLDER HAS DIED IS WITHHELD RATHER THAN PAID, AND ADDS TO    *00130000
      *   THE WITHHELD BALANCE, WHICH IS PAID WITH THE FIRST MONTH THE *00140000
      *   ACCOUNT IS CLEAR AGAIN.  THE WITHHELD BALANCE IS THE BANK'S  *00150000
      *   OUTSTANDING CASHBACK LIABILITY FOR CBKRPT.                   *00160000
           03 CBKACCT-RECORD.                                           00170000
              05 CBKACCT-EYECATCHER               PIC X(4).             00180000
                 88 CBKACCT-EYECATCHER-VALUE       VALUE 'CBKA'.        00190000
              05 CBKACCT-KEY.                                           00200000
                 07 CBKACCT-SORTCODE              PIC 9(6) DISPLAY.     00210000
                 07 CBKACCT-ACCOUNT               PIC 9(8) DISPLAY.     00220000
              05 CBKACCT-LAST-MONTH               PIC 9(6).             00230000
              05 CBKACCT-MONTH-EARNED             PIC S9(8)V99.         00240000
              05 CBKACCT-MONTH-PAID               PIC S9(8)V99.         00250000
              05 CBKACCT-MONTH-WITHHELD           PIC S9(8)V99.         00260000
              05 CBKACCT-WITHHOLD-REASON          PIC X.                00270000
                 88 CBKACCT-NOT-WITHHELD           VALUE SPACE.         00280000
                 88 CBKACCT-WH-SUSPENDED           VALUE 'S'.           00290000
                 88 CBKACCT-WH-DORMANT             VALUE 'D'.           00300000
                 88 CBKACCT-WH-CLOSED              VALUE 'X'.           00310000
                 88 CBKACCT-WH-DECEASED            VALUE 'M'.           00320000
                 88 CBKACCT-WH-COLLECTIONS         VALUE 'C'.           00330000
              05 CBKACCT-WITHHELD-BALANCE         PIC S9(8)V99.         00340000
              05 CBKACCT-TRAN-NUMBER              PIC 9(8).             00350000
              05 CBKACCT-LIFETIME-PAID            PIC S9(10)V99.        00360000
              05 CBKACCT-LIFETIME-CLAWBACK        PIC S9(10)V99.        00370000
