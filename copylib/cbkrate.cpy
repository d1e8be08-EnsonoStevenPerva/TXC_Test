      ******************************************************************00010000
      *                                                                *00020000
      *  Copyright IBM Corp. 2023                                      *00030000
      *                                                                *00040000
      *                                                                *00050000
      ******************************************************************00060000
      *   CARD CASHBACK RATE TABLE - ONE ROW PER RANGE OF MERCHANT     *00070000
      *   CATEGORY CODES (MCC-FROM TO MCC-TO INCLUSIVE), NAMING THE    *00080000
      *   REWARD CATEGORY THE RANGE FALLS IN AND THE PERCENTAGE OF     *00090000
      *   NET SPEND PAID BACK.  SEVERAL RANGES MAY SHARE A CATEGORY,   *00100000
      *   AND THEN CARRY THE SAME RATE AND CAP - THE CATEGORY'S RATE   *00110000
      *   AND MONTHLY CAP PER ACCOUNT ARE TAKEN FROM THE FIRST OF ITS  *00120000
      *   ROWS, A ZERO CAP MEANING UNCAPPED.  A CODE IN NO RANGE       *00130000
      *   EARNS NOTHING.  MAINTAINED BY CARD MARKETING AND LOADED      *00140000
      *   WHOLE INTO STORAGE BY CBKPAY AND CBKRPT.                     *00150000
           03 CBKRATE-RECORD.                                           00160000
              05 CBKRATE-EYECATCHER               PIC X(4).             00170000
                 88 CBKRATE-EYECATCHER-VALUE       VALUE 'CBKR'.        00180000
              05 CBKRATE-KEY.                                           00190000
                 07 CBKRATE-MCC-FROM              PIC X(4).             00200000
              05 CBKRATE-MCC-TO                   PIC X(4).             00210000
              05 CBKRATE-CATEGORY                 PIC X(8).             00220000
              05 CBKRATE-CATEGORY-NAME            PIC X(20).            00230000
              05 CBKRATE-RATE-PCT                 PIC 9(2)V9(4).        00240000
              05 CBKRATE-MONTHLY-CAP              PIC 9(6)V99.          00250000
