      *             ACCOUNT-CUSTOMER-NUMBER :                          *00220000
      *                                                                *00230000
      *               - ONE SUMMARY CERTIFICATE PER CUSTOMER SHOWING   *00240000
      *                 INTEREST EARNED (AND, WITHIN IT, THE BONUS     *00246000
      *                 INTEREST INTACCR POSTS AS ITS OWN INT ROW),    *00252000
      *                 DEBIT INTEREST CHARGED AND CHARGES PAID FOR    *00258000
      *                 THE PERIOD ON SYSIN                            *00264000
      *                 (FROM-DATE COLS 1-8, TO-DATE COLS 10-17)       *00270000
      *               - A BANK-LEVEL CONTROL TOTAL FINANCE CAN TIE     *00280000
      *                 BACK TO THE GLEXTR FEED                        *00290000
      *                                                                *00470000
      *  2026-08-22  BAG   REGISTER THE RUN WITH THE RUN-CONTROL       *00473333
      *                    SUBSYSTEM AT START AND END                  *00476666
      *  2026-10-15  BAG   BONUS INTEREST IS REPORTED AS ITS OWN       *00477499
      *                    COLUMN AND BANK TOTAL, WITHIN INTEREST      *00478332
      *                    EARNED                                      *00479165
      ******************************************************************00480000
       ENVIRONMENT DIVISION.                                            00490000
       INPUT-OUTPUT SECTION.                                            00500000
               10  TAXSUM-WORK-SORTCODE    PIC 9(6).                    01030000
               10  TAXSUM-WORK-CUSTNO      PIC 9(10).                   01040000
           05  TAXSUM-WORK-INT-EARNED      PIC S9(11)V99.               01050000
           05  TAXSUM-WORK-INT-BONUS       PIC S9(11)V99.               01055000
           05  TAXSUM-WORK-INT-CHARGED     PIC S9(11)V99.               01060000
           05  TAXSUM-WORK-FEES-PAID       PIC S9(11)V99.               01070000
                                                                        01080000
           05  TAXSUM-CUST-COUNT           PIC 9(9)  COMP-3 VALUE ZERO. 01340000
           05  TAXSUM-UNRESOLVED-COUNT     PIC 9(9)  COMP-3 VALUE ZERO. 01350000
           05  TAXSUM-BANK-INT-EARNED      PIC S9(13)V99 VALUE ZERO.    01360000
           05  TAXSUM-BANK-INT-BONUS       PIC S9(13)V99 VALUE ZERO.    01365000
           05  TAXSUM-BANK-INT-CHARGED     PIC S9(13)V99 VALUE ZERO.    01370000
           05  TAXSUM-BANK-FEES            PIC S9(13)V99 VALUE ZERO.    01380000
                                                                        01390000
           05  TAXSUM-CRT-CUSTNO           PIC 9(10).                   01490000
           05  FILLER                      PIC X(2)  VALUE SPACES.      01500000
           05  TAXSUM-CRT-EARNED           PIC Z(8)9.99.                01510000
           05  FILLER                      PIC X(2)  VALUE SPACES.      01513333
           05  TAXSUM-CRT-BONUS            PIC Z(8)9.99.                01516666
           05  FILLER                      PIC X(2)  VALUE SPACES.      01520000
           05  TAXSUM-CRT-CHARGED          PIC Z(8)9.99.                01530000
           05  FILLER                      PIC X(2)  VALUE SPACES.      01540000
           05  TAXSUM-CRT-FEES             PIC Z(8)9.99.                01550000
           05  FILLER                      PIC X(5)  VALUE SPACES.      01560000
                                                                        01570000
       01  TAXSUM-HEADING-1.                                            01580000
           05  FILLER                      PIC X(17) VALUE              01590000
               'CUSTOMER'.                                              01600000
           05  FILLER                      PIC X(14) VALUE              01610000
               'INT EARNED'.                                            01620000
           05  FILLER                      PIC X(14) VALUE              01623333
               'BONUS INT'.                                             01626666
           05  FILLER                      PIC X(14) VALUE              01630000
               'INT CHARGED'.                                           01640000
           05  FILLER                      PIC X(12) VALUE              01650000
           05  TAXSUM-SUM-EARNED           PIC Z(11)9.99.               01770000
           05  FILLER                      PIC X(43) VALUE SPACES.      01780000
                                                                        01790000
       01  TAXSUM-SUMMARY-LINE-2B.                                      01791666
           05  FILLER                      PIC X(20) VALUE              01793332
               '  OF WHICH BONUS  : '.                                  01794998
           05  TAXSUM-SUM-BONUS            PIC Z(11)9.99.               01796664
           05  FILLER                      PIC X(43) VALUE SPACES.      01798330
                                                                        01799130
       01  TAXSUM-SUMMARY-LINE-3.                                       01800000
           05  FILLER                      PIC X(20) VALUE              01810000
               'BANK INT CHARGED  : '.                                  01820000
                      FROM TAXSUM-BANK-INT-CHARGED                      03280000
               ELSE                                                     03290000
                   ADD TAXSUM-POSTED-AMOUNT TO TAXSUM-BANK-INT-EARNED   03300000
                   IF PROC-DESC-INT-BONUS OF PROCTRAN-FILE-REC          03302000
                       ADD TAXSUM-POSTED-AMOUNT                         03304000
                          TO TAXSUM-BANK-INT-BONUS                      03306000
                   END-IF                                               03308000
               END-IF                                                   03310000
           END-IF                                                       03320000
                                                                        03330000
                   MOVE ACCOUNT-CUSTOMER-NUMBER OF ACCOUNT-FILE-REC     03620000
                       TO TAXSUM-WORK-CUSTNO                            03630000
                   MOVE ZERO TO TAXSUM-WORK-INT-EARNED                  03640000
                   MOVE ZERO TO TAXSUM-WORK-INT-BONUS                   03645000
                   MOVE ZERO TO TAXSUM-WORK-INT-CHARGED                 03650000
                   MOVE ZERO TO TAXSUM-WORK-FEES-PAID                   03660000
                   WRITE TAXSUM-WORK-REC                                03670000
               ELSE                                                     03760000
                   ADD TAXSUM-POSTED-AMOUNT                             03770000
                      TO TAXSUM-WORK-INT-EARNED                         03780000
                   IF PROC-DESC-INT-BONUS OF PROCTRAN-FILE-REC          03782000
                       ADD TAXSUM-POSTED-AMOUNT                         03784000
                          TO TAXSUM-WORK-INT-BONUS                      03786000
                   END-IF                                               03788000
               END-IF                                                   03790000
           END-IF                                                       03800000
                                                                        03810000
           MOVE TAXSUM-WORK-SORTCODE TO TAXSUM-CRT-SORTCODE             04160000
           MOVE TAXSUM-WORK-CUSTNO   TO TAXSUM-CRT-CUSTNO               04170000
           MOVE TAXSUM-WORK-INT-EARNED TO TAXSUM-CRT-EARNED             04180000
           MOVE TAXSUM-WORK-INT-BONUS TO TAXSUM-CRT-BONUS               04185000
           MOVE TAXSUM-WORK-INT-CHARGED TO TAXSUM-CRT-CHARGED           04190000
           MOVE TAXSUM-WORK-FEES-PAID TO TAXSUM-CRT-FEES                04200000
                                                                        04210000
                                                                        04360000
           MOVE TAXSUM-BANK-INT-EARNED TO TAXSUM-SUM-EARNED             04370000
           WRITE TAX-RPT-LINE FROM TAXSUM-SUMMARY-LINE-2                04380000
           MOVE TAXSUM-BANK-INT-BONUS TO TAXSUM-SUM-BONUS               04383333
           WRITE TAX-RPT-LINE FROM TAXSUM-SUMMARY-LINE-2B               04386666
                                                                        04390000
           MOVE TAXSUM-BANK-INT-CHARGED TO TAXSUM-SUM-CHARGED           04400000
           WRITE TAX-RPT-LINE FROM TAXSUM-SUMMARY-LINE-3                04410000
