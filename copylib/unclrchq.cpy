      ******************************************************************00010000
      *                                                                *00020000
      *  Copyright IBM Corp. 2023                                      *00030000
      *                                                                *00040000
      *                                                                *00050000
      ******************************************************************00060000
      *   ONE ROW PER CHEQUE PAID IN THROUGH CHQCLR.  THE CHI CREDIT   *00070000
      *   STILL POSTS TO THE LEDGER BALANCE AT ONCE, BUT WHILE THE     *00080000
      *   ROW IS UNCLEARED ITS AMOUNT IS EXCLUDED FROM THE AVAILABLE   *00090000
      *   BALANCE EVERY DEBIT PATH COMPUTES.  THE CLEAR DATE IS SET    *00100000
      *   FROM THE PRODUCT'S CLEARING DAYS (PRODCAT) COUNTED IN        *00110000
      *   PROCCAL WORKING DAYS; THE NIGHTLY CHQREL JOB MARKS MATURED   *00120000
      *   ROWS CLEARED, AND A CHF FOR A STILL-UNCLEARED CHEQUE MARKS   *00130000
      *   IT RETURNED.                                                 *00140000
           03 UNCLRCHQ-RECORD.                                          00150000
              05 UNCLRCHQ-EYECATCHER              PIC X(4).             00160000
                 88 UNCLRCHQ-EYECATCHER-VALUE      VALUE 'UNCL'.        00170000
              05 UNCLRCHQ-KEY.                                          00180000
                 07 UNCLRCHQ-SORTCODE             PIC 9(6) DISPLAY.     00190000
                 07 UNCLRCHQ-NUMBER               PIC 9(8) DISPLAY.     00200000
                 07 UNCLRCHQ-CHEQUE-NUMBER        PIC 9(10) DISPLAY.    00210000
              05 UNCLRCHQ-AMOUNT                  PIC S9(10)V99.        00220000
              05 UNCLRCHQ-PAID-IN-DATE            PIC 9(8).             00230000
              05 UNCLRCHQ-CLEAR-DATE              PIC 9(8).             00240000
              05 UNCLRCHQ-DRAWER-SORTCODE         PIC 9(6).             00250000
              05 UNCLRCHQ-DRAWER-ACCOUNT          PIC 9(8).             00260000
              05 UNCLRCHQ-PROCTRAN-NUMBER         PIC 9(8).             00270000
              05 UNCLRCHQ-STATUS-FLAG             PIC X.                00280000
                 88 UNCLRCHQ-UNCLEARED              VALUE 'U'.          00290000
                 88 UNCLRCHQ-CLEARED                VALUE 'C'.          00300000
                 88 UNCLRCHQ-RETURNED               VALUE 'R'.          00310000
              05 UNCLRCHQ-STATUS-DATE             PIC 9(8).             00320000
