      ******************************************************************00010000
      *                                                                *00020000
      *  Copyright IBM Corp. 2023                                      *00030000
      *                                                                *00040000
      *                                                                *00050000
      ******************************************************************00060000
      *   EXPECTED-CREDIT-LOSS FACTORS.  ONE ROW PER PRODUCT AND       *00070000
      *   IMPAIRMENT STAGE HOLDING THE PROBABILITY OF DEFAULT (12-     *00080000
      *   MONTH FOR STAGE 1, LIFETIME FOR STAGES 2 AND 3) AND THE LOSS *00090000
      *   GIVEN DEFAULT, BOTH AS FRACTIONS OF ONE, THAT ECLCALC        *00100000
      *   APPLIES TO THE EXPOSURE AT DEFAULT.  A PRODUCT WITH NO ROW   *00110000
      *   OF ITS OWN FALLS BACK TO THE ROWS KEYED 'DEFAULT'.  FINANCE  *00120000
      *   OWNS THE FIGURES AND REVIEWS THEM EACH QUARTER.              *00130000
           03 ECLFACT-RECORD.                                           00140000
              05 ECLFACT-EYECATCHER               PIC X(4).             00150000
                 88 ECLFACT-EYECATCHER-VALUE       VALUE 'ECLF'.        00160000
              05 ECLFACT-KEY.                                           00170000
                 07 ECLFACT-PRODUCT               PIC X(8).             00180000
                 07 ECLFACT-STAGE                 PIC X.                00190000
              05 ECLFACT-PD                       PIC 9V9(6).           00200000
              05 ECLFACT-LGD                      PIC 9V9(6).           00210000
              05 ECLFACT-DESC                     PIC X(30).            00220000
              05 ECLFACT-UPDATED-BY               PIC X(3).             00230000
              05 ECLFACT-UPDATED-DATE             PIC 9(8).             00240000
