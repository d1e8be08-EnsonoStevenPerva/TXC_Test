      ******************************************************************00010000
      *                                                                *00020000
      *  Copyright IBM Corp. 2023                                      *00030000
      *                                                                *00040000
      *                                                                *00050000
      ******************************************************************00060000
           03 CASHHIST-RECORD.                                          00070000
              05 CASHHIST-EYECATCHER              PIC X(4).             00080000
                 88 CASHHIST-EYECATCHER-VALUE      VALUE 'CHST'.        00090000
      *   ONE ROW PER BRANCH PER BUSINESS DAY, WRITTEN BY THE          *00100000
      *   END-OF-DAY TILL PROOF (TILLEOD) FROM THE DAY'S TILLS.        *00110000
      *   THE CASH FORECAST (VAULTFC) AVERAGES THE BRANCH'S RECENT     *00120000
      *   COUNTER CASH IN AND OUT TO PREDICT ITS NEED.                 *00130000
              05 CASHHIST-KEY.                                          00140000
                 07 CASHHIST-SORTCODE             PIC 9(6) DISPLAY.     00150000
                 07 CASHHIST-DATE                 PIC 9(8).             00160000
              05 CASHHIST-TILL-COUNT              PIC 9(4).             00170000
              05 CASHHIST-CASH-IN                 PIC S9(10)V99.        00180000
              05 CASHHIST-CASH-OUT                PIC S9(10)V99.        00190000
              05 CASHHIST-VAULT-IN                PIC S9(10)V99.        00200000
              05 CASHHIST-VAULT-OUT               PIC S9(10)V99.        00210000
              05 CASHHIST-TILLS-CLOSING           PIC S9(10)V99.        00220000
              05 FILLER                           PIC X(10).            00230000
