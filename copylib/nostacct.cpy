      ******************************************************************00010000
      *                                                                *00020000
      *  Copyright IBM Corp. 2023                                      *00030000
      *                                                                *00040000
      *                                                                *00050000
      ******************************************************************00060000
      *   ONE ROW PER NOSTRO - THE ACCOUNT WE HOLD IN A FOREIGN        *00070000
      *   CURRENCY WITH A CORRESPONDENT BANK - KEYED BY CURRENCY AND   *00080000
      *   THE CORRESPONDENT'S BIC.  THE PRIMARY NOSTRO FOR A CURRENCY  *00090000
      *   IS THE ONE OUR INTERNATIONAL PAYMENTS AND FOREIGN-CURRENCY   *00100000
      *   POSTINGS SETTLE THROUGH.  NOSTREC RECORDS EACH STATEMENT'S   *00110000
      *   CLOSING BALANCE HERE AND MOVES OUR BOOK BALANCE ON BY THE    *00120000
      *   DAY'S POSTINGS, SO THE NEXT STATEMENT CAN BE CHECKED FOR     *00130000
      *   CONTINUITY.  ALL AMOUNTS ARE IN THE NOSTRO CURRENCY.         *00140000
           03 NOSTACCT-RECORD.                                          00150000
              05 NOSTACCT-EYECATCHER              PIC X(4).             00160000
                 88 NOSTACCT-EYECATCHER-VALUE      VALUE 'NOST'.        00170000
              05 NOSTACCT-KEY.                                          00180000
                 07 NOSTACCT-CURRENCY             PIC X(3).             00190000
                 07 NOSTACCT-CORR-BIC             PIC X(11).            00200000
              05 NOSTACCT-CORR-NAME               PIC X(35).            00210000
              05 NOSTACCT-OUR-ACCOUNT             PIC X(34).            00220000
              05 NOSTACCT-PRIMARY-FLAG            PIC X.                00230000
                 88 NOSTACCT-PRIMARY                VALUE 'Y'.          00240000
              05 NOSTACCT-LAST-STMT-DATE          PIC 9(8).             00250000
              05 NOSTACCT-LAST-CLOSING            PIC S9(13)V99.        00260000
              05 NOSTACCT-BOOK-BALANCE            PIC S9(13)V99.        00270000
              05 NOSTACCT-BOOK-DATE               PIC 9(8).             00280000
              05 FILLER                           PIC X(20).            00290000
