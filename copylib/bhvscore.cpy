      ******************************************************************00010000
      *                                                                *00020000
      *  Copyright IBM Corp. 2023                                      *00030000
      *                                                                *00040000
      *                                                                *00050000
      ******************************************************************00060000
           03 BHVSCORE-RECORD.                                          00070000
              05 BHVSCORE-EYECATCHER              PIC X(4).             00080000
                 88 BHVSCORE-EYECATCHER-VALUE      VALUE 'BHVS'.        00090000
      *   THE MONTHLY BEHAVIOURAL SCORE, WRITTEN BY THE BHVCALC        *00100000
      *   BATCH - ONE ROW PER ACCOUNT (TYPE A) AND ONE PER CUSTOMER    *00110000
      *   (TYPE C) FOR EACH MONTH SCORED, SO A MONTH'S SCORES ARE ONE  *00120000
      *   KEY RANGE AND THE HISTORY BUILDS UP MONTH BY MONTH.  A       *00130000
      *   CUSTOMER ROW CARRIES THE SUM OF ITS ACCOUNTS' COUNTS AND     *00140000
      *   THE LOWEST OF THEIR SCORES.  ODREVIEW PROPOSES OVERDRAFT     *00150000
      *   LIMIT CHANGES FROM THE ACCOUNT ROWS.                         *00160000
              05 BHVSCORE-KEY.                                          00170000
                 07 BHVSCORE-MONTH                PIC 9(6).             00180000
                 07 BHVSCORE-TYPE                 PIC X.                00190000
                    88 BHVSCORE-ACCOUNT-ROW         VALUE 'A'.          00200000
                    88 BHVSCORE-CUSTOMER-ROW        VALUE 'C'.          00210000
                 07 BHVSCORE-SORTCODE             PIC 9(6) DISPLAY.     00220000
                 07 BHVSCORE-ID                   PIC 9(10) DISPLAY.    00230000
              05 BHVSCORE-CUSTOMER                PIC 9(10) DISPLAY.    00240000
              05 BHVSCORE-ACCOUNT-COUNT           PIC 9(5).             00250000
      *   BALANCES FROM THE MONTH'S END-OF-DAY SNAPSHOTS (BALSNAP).    *00260000
              05 BHVSCORE-SNAP-DAYS               PIC 9(3).             00270000
              05 BHVSCORE-BALANCE-SUM             PIC S9(13)V99.        00280000
              05 BHVSCORE-AVERAGE-BALANCE         PIC S9(10)V99.        00290000
              05 BHVSCORE-MINIMUM-BALANCE         PIC S9(10)V99.        00300000
      *   THE ARRANGED LIMIT IN FORCE WHEN SCORED (ZERO FOR NONE OR    *00310000
      *   AN EXPIRED FACILITY), AND THE DAYS THE BALANCE CLOSED        *00320000
      *   BEYOND IT.                                                   *00330000
              05 BHVSCORE-OD-LIMIT                PIC 9(10)V99.         00340000
              05 BHVSCORE-DAYS-OVER-LIMIT         PIC 9(3).             00350000
              05 BHVSCORE-SOD-RETRIES             PIC 9(5).             00360000
              05 BHVSCORE-SOD-FAILURES            PIC 9(5).             00370000
              05 BHVSCORE-RETURNED-CHEQUES        PIC 9(5).             00380000
              05 BHVSCORE-COLL-CASES              PIC 9(3).             00390000
              05 BHVSCORE-COLL-OPEN-FLAG          PIC X.                00400000
                 88 BHVSCORE-COLL-OPEN              VALUE 'Y'.          00410000
                 88 BHVSCORE-COLL-NOT-OPEN          VALUE 'N'.          00420000
      *   THE SCORE RUNS FROM 0 TO 999, HIGHER IS BETTER.  BANDS :     *00430000
      *   A 700 AND OVER, B 550-699, C 400-549, D BELOW 400.           *00440000
              05 BHVSCORE-SCORE                   PIC 9(3).             00450000
              05 BHVSCORE-BAND                    PIC X.                00460000
                 88 BHVSCORE-BAND-A                 VALUE 'A'.          00470000
                 88 BHVSCORE-BAND-B                 VALUE 'B'.          00480000
                 88 BHVSCORE-BAND-C                 VALUE 'C'.          00490000
                 88 BHVSCORE-BAND-D                 VALUE 'D'.          00500000
              05 BHVSCORE-SCORED-DATE             PIC 9(8).             00510000
              05 FILLER                           PIC X(20).            00520000
