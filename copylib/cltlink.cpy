      ******************************************************************00010000
      *                                                                *00020000
      *  Copyright IBM Corp. 2023                                      *00030000
      *                                                                *00040000
      *                                                                *00050000
      ******************************************************************00060000
      *   COLLATERAL LINKS - ONE ROW PER ITEM OF COLLATERAL (COPYBOOK  *00070000
      *   CLTREG) PER FACILITY IT SECURES, A LOAN (COPYBOOK LOAN) OR   *00080000
      *   AN ARRANGED OVERDRAFT (COPYBOOK ODFACIL).  KEYED BY THE      *00090000
      *   FACILITY FIRST SO CLTREVAL CAN GATHER A FACILITY'S SECURITY  *00100000
      *   IN ONE SEQUENTIAL PASS.  WRITTEN BY CLTMNT AND BY LOANOPEN   *00110000
      *   WHEN A LOAN IS BOOKED AGAINST COLLATERAL.                    *00120000
           03 CLTLINK-RECORD.                                           00130000
              05 CLTLINK-EYECATCHER               PIC X(4).             00140000
                 88 CLTLINK-EYECATCHER-VALUE       VALUE 'CLTL'.        00150000
              05 CLTLINK-KEY.                                           00160000
                 07 CLTLINK-FACILITY-TYPE         PIC X.                00170000
                    88 CLTLINK-LOAN                 VALUE 'L'.          00180000
                    88 CLTLINK-OVERDRAFT            VALUE 'O'.          00190000
                    88 CLTLINK-FACILITY-VALID       VALUE 'L' 'O'.      00200000
                 07 CLTLINK-FAC-SORTCODE          PIC 9(6) DISPLAY.     00210000
                 07 CLTLINK-FAC-NUMBER            PIC 9(8) DISPLAY.     00220000
                 07 CLTLINK-CLT-SORTCODE          PIC 9(6) DISPLAY.     00230000
                 07 CLTLINK-CLT-NUMBER            PIC 9(8) DISPLAY.     00240000
              05 CLTLINK-LINKED-DATE              PIC 9(8).             00250000
              05 CLTLINK-OPERATOR                 PIC X(3).             00260000
              05 FILLER                           PIC X(10).            00270000
