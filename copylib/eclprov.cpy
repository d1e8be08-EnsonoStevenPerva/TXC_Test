      ******************************************************************00010000
      *                                                                *00020000
      *  Copyright IBM Corp. 2023                                      *00030000
      *                                                                *00040000
      *                                                                *00050000
      ******************************************************************00060000
      *   EXPECTED-CREDIT-LOSS PROVISION LEDGER.  ONE ROW PER CREDIT   *00070000
      *   EXPOSURE - A LOAN (TYPE L) OR AN ARRANGED OVERDRAFT IN USE   *00080000
      *   (TYPE O) - CARRYING THE STAGE AND PROVISION FROM THE LAST    *00090000
      *   MONTH-END ECLCALC RUN, SO THE NEXT RUN CAN WORK OUT THE      *00100000
      *   MOVEMENT.  THE CREDIT SCORE SEEN WHEN THE EXPOSURE WAS FIRST *00110000
      *   STAGED IS KEPT AS THE REFERENCE POINT FOR A SIGNIFICANT      *00120000
      *   INCREASE IN CREDIT RISK.  AN EXPOSURE THAT HAS GONE AWAY     *00130000
      *   (LOAN SETTLED OR WRITTEN OFF, OVERDRAFT REPAID) KEEPS ITS    *00140000
      *   ROW WITH A ZERO PROVISION.                                   *00150000
      *   ONE CONTROL ROW (TYPE C, SORT CODE 987654, NUMBER ZERO)      *00152500
      *   CARRIES IN ECLPROV-LAST-RUN-DATE THE BUSINESS DATE WHOSE     *00155000
      *   MOVEMENTS HAVE BEEN POSTED TO PROCTRAN.                      *00157500
           03 ECLPROV-RECORD.                                           00160000
              05 ECLPROV-EYECATCHER               PIC X(4).             00170000
                 88 ECLPROV-EYECATCHER-VALUE       VALUE 'ECLP'.        00180000
              05 ECLPROV-KEY.                                           00190000
                 07 ECLPROV-EXPOSURE-TYPE         PIC X.                00200000
                    88 ECLPROV-LOAN                VALUE 'L'.           00210000
                    88 ECLPROV-OVERDRAFT           VALUE 'O'.           00220000
                    88 ECLPROV-CONTROL             VALUE 'C'.           00225000
                 07 ECLPROV-SORTCODE              PIC 9(6) DISPLAY.     00230000
                 07 ECLPROV-NUMBER                PIC 9(8) DISPLAY.     00240000
              05 ECLPROV-CUSTOMER                 PIC 9(10) DISPLAY.    00250000
              05 ECLPROV-PRODUCT                  PIC X(8).             00260000
              05 ECLPROV-FIRST-SCORE              PIC 999.              00270000
              05 ECLPROV-FIRST-DATE               PIC 9(8).             00280000
              05 ECLPROV-LAST-SCORE               PIC 999.              00290000
              05 ECLPROV-STAGE                    PIC X.                00300000
                 88 ECLPROV-STAGE-1                VALUE '1'.           00310000
                 88 ECLPROV-STAGE-2                VALUE '2'.           00320000
                 88 ECLPROV-STAGE-3                VALUE '3'.           00330000
              05 ECLPROV-STAGE-REASON             PIC X(8).             00340000
              05 ECLPROV-EXPOSURE                 PIC S9(10)V99.        00350000
              05 ECLPROV-PD                       PIC 9V9(6).           00360000
              05 ECLPROV-LGD                      PIC 9V9(6).           00370000
              05 ECLPROV-PROVISION                PIC S9(10)V99.        00380000
              05 ECLPROV-PRIOR-PROVISION          PIC S9(10)V99.        00390000
              05 ECLPROV-MOVEMENT                 PIC S9(10)V99.        00400000
              05 ECLPROV-LAST-RUN-DATE            PIC 9(8).             00410000
