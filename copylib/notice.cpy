      ******************************************************************00010000
      *                                                                *00020000
      *  Copyright IBM Corp. 2023                                      *00030000
      *                                                                *00040000
      *                                                                *00050000
      ******************************************************************00060000
           03 NOTICE-RECORD.                                            00070000
              05 NOTICE-EYECATCHER                PIC X(4).             00080000
                 88 NOTICE-EYECATCHER-VALUE        VALUE 'NTCE'.        00090000
      *   THE WITHDRAWAL-NOTICE REGISTER - ONE ROW PER NOTICE GIVEN    *00100000
      *   ON A NOTICE-PRODUCT ACCOUNT (PRODCAT CLASS N), TAKEN BY      *00110000
      *   NTCMNT.  A NOTICE MATURES ON ITS PAYABLE DATE AND CAN THEN   *00120000
      *   BE DRAWN THROUGH ANY DEBIT PATH UNTIL ITS LAPSE DATE.  A     *00130000
      *   NOTICE NAMING A PAY-TO ACCOUNT IS PAID OUT TO IT BY THE      *00140000
      *   NIGHTLY NTCPAY BATCH; ONE STILL UNUSED AT ITS LAPSE DATE     *00150000
      *   IS MARKED LAPSED AND REPORTED.                               *00160000
              05 NOTICE-KEY.                                            00170000
                 07 NOTICE-SORTCODE               PIC 9(6) DISPLAY.     00180000
                 07 NOTICE-ACCOUNT                PIC 9(8) DISPLAY.     00190000
                 07 NOTICE-NUMBER                 PIC 9(4) DISPLAY.     00200000
              05 NOTICE-AMOUNT                    PIC 9(10)V99.         00210000
              05 NOTICE-DRAWN-AMOUNT              PIC 9(10)V99.         00220000
              05 NOTICE-GIVEN-DATE                PIC 9(8).             00230000
              05 NOTICE-PAYABLE-DATE              PIC 9(8).             00240000
              05 NOTICE-LAPSE-DATE                PIC 9(8).             00250000
      *   WHERE A MATURED NOTICE IS PAID.  A ZERO ACCOUNT LEAVES THE   *00260000
      *   CUSTOMER TO DRAW IT THEMSELVES.                              *00270000
              05 NOTICE-PAY-SORTCODE              PIC 9(6) DISPLAY.     00280000
              05 NOTICE-PAY-ACCOUNT               PIC 9(8) DISPLAY.     00290000
              05 NOTICE-STATUS                    PIC X.                00300000
                 88 NOTICE-GIVEN                    VALUE 'G'.          00310000
                 88 NOTICE-PAID-OUT                 VALUE 'P'.          00320000
                 88 NOTICE-DRAWN                    VALUE 'D'.          00330000
                 88 NOTICE-CANCELLED                VALUE 'C'.          00340000
                 88 NOTICE-LAPSED                   VALUE 'L'.          00350000
              05 NOTICE-CLOSED-DATE               PIC 9(8).             00360000
              05 FILLER                           PIC X(20).            00370000
