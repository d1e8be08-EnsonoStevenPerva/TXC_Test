      ******************************************************************00010000
      *                                                                *00020000
      *  Copyright IBM Corp. 2023                                      *00030000
      *                                                                *00040000
      *                                                                *00050000
      ******************************************************************00060000
      *   CARD CASHBACK MONTHLY LEDGER - ONE ROW PER ACCOUNT PER       *00070000
      *   REWARD CATEGORY PER MONTH, BUILT BY CBKPAY FROM THE MONTH'S  *00080000
      *   PROCTRAN.  SPEND IS THE CARD DEBITS (DEB) SETTLED IN THE     *00090000
      *   MONTH; REVERSED SPEND IS THE CARD DEBITS UNDONE IN THE MONTH *00100000
      *   BY A REVERSAL (REV) OR A DISPUTE CREDIT (DPC), WHATEVER      *00110000
      *   MONTH THE PURCHASE WAS IN, SO A CLAWBACK IS TAKEN WHEN THE   *00120000
      *   MONEY GOES BACK.  CASHBACK IS THE REWARD ON THE NET SPEND AT *00130000
      *   THE CATEGORY RATE AFTER THE CATEGORY CAP, SIGNED (NEGATIVE   *00140000
      *   IS A CLAWBACK).  CBKRPT REPORTS THE MONTH BY CATEGORY.       *00150000
           03 CBKMNTH-RECORD.                                           00160000
              05 CBKMNTH-EYECATCHER               PIC X(4).             00170000
                 88 CBKMNTH-EYECATCHER-VALUE       VALUE 'CBKM'.        00180000
              05 CBKMNTH-KEY.                                           00190000
                 07 CBKMNTH-MONTH                 PIC 9(6) DISPLAY.     00200000
                 07 CBKMNTH-SORTCODE              PIC 9(6) DISPLAY.     00210000
                 07 CBKMNTH-ACCOUNT               PIC 9(8) DISPLAY.     00220000
                 07 CBKMNTH-CATEGORY              PIC X(8).             00230000
              05 CBKMNTH-SPEND                    PIC S9(10)V99.        00240000
              05 CBKMNTH-SPEND-COUNT              PIC 9(5).             00250000
              05 CBKMNTH-REVERSED                 PIC S9(10)V99.        00260000
              05 CBKMNTH-REVERSED-COUNT           PIC 9(5).             00270000
              05 CBKMNTH-RATE-PCT                 PIC 9(2)V9(4).        00280000
              05 CBKMNTH-CASHBACK                 PIC S9(8)V99.         00290000
              05 CBKMNTH-CAPPED                   PIC X.                00300000
                 88 CBKMNTH-CAP-APPLIED            VALUE 'Y'.           00310000
