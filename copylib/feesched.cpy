                 88 FEESCHED-EV-MAINTENANCE        VALUE 'MNT'.         00130000
                 88 FEESCHED-EV-CHEQUE-FAILURE     VALUE 'CHF'.         00140000
                 88 FEESCHED-EV-RETRY-EXHAUSTED    VALUE 'SRX'.         00150000
                 88 FEESCHED-EV-INTL-OUR           VALUE 'IPO'.         00152000
                 88 FEESCHED-EV-INTL-SHARED        VALUE 'IPS'.         00154000
                 88 FEESCHED-EV-INTL-BEN           VALUE 'IPB'.         00156000
                 88 FEESCHED-EV-FX-MARGIN          VALUE 'FXM'.         00158000
                 88 FEESCHED-EV-BOX-RENTAL         VALUE 'SDB'.         00159000
      *   AN SDB ROW IS KEYED BY SAFE-DEPOSIT BOX SIZE RATHER THAN     *00159250
      *   ACCOUNT TYPE - 'SAFEBOX' FOLLOWED BY THE SIZE CODE, E.G.     *00159500
      *   'SAFEBOXM' - AND CARRIES THE STANDARD ANNUAL RENTAL.         *00159750
              05 FEESCHED-AMOUNT                  PIC 9(8)V99.          00160000
      *   AN FXM ROW CARRIES THE FX DEALING MARGIN FOR THE ACCOUNT     *00162000
      *   TYPE AS A PERCENTAGE OVER THE MID RATE, NOT A FEE.           *00164000
              05 FEESCHED-MARGIN-PCT REDEFINES FEESCHED-AMOUNT          00166000
                                                  PIC 9(4)V9(6).        00168000
              05 FEESCHED-FEE-DESC                PIC X(30).            00170000
