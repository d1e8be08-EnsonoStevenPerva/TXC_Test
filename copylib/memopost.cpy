      ******************************************************************00010000
      *                                                                *00020000
      *  Copyright IBM Corp. 2023                                      *00030000
      *                                                                *00040000
      *                                                                *00050000
      ******************************************************************00060000
      *   THE MEMO-POSTING QUEUE.  WHILE EODSNAP HOLDS THE BATCH       *00070000
      *   WINDOW CLOSED, CASHTXN, XFRFUN AND CARDAUTH APPROVE AGAINST  *00080000
      *   THE START-OF-BATCH SNAPSHOT (BALSNAP) PLUS THE STAND-IN      *00090000
      *   RUNNING TOTAL (MEMOBAL) AND LOG EACH APPROVED ITEM HERE      *00100000
      *   INSTEAD OF UPDATING THE MASTERS.  MEMOREP REPLAYS THE        *00110000
      *   PENDING ITEMS IN ARRIVAL ORDER ONCE THE SUITE HAS FINISHED.  *00120000
           03 MEMOPOST-RECORD.                                          00130000
              05 MEMOPOST-EYECATCHER              PIC X(4).             00140000
                 88 MEMOPOST-EYECATCHER-VALUE      VALUE 'MEMO'.        00150000
      *   THE SEQUENCE IS THE ARRIVAL ORDER, TAKEN FROM THE CONTROL    *00160000
      *   ROW (SEQUENCE ZERO) UNDER AN UPDATE LOCK.                    *00170000
              05 MEMOPOST-KEY.                                          00180000
                 07 MEMOPOST-SEQUENCE             PIC 9(10) DISPLAY.    00190000
              05 MEMOPOST-DETAIL.                                       00200000
      *   THE BUSINESS DATE THE ITEM BELONGS TO, AND THE DATE OF THE   *00210000
      *   SNAPSHOT IT WAS APPROVED AGAINST.                            *00220000
                 07 MEMOPOST-BUS-DATE             PIC 9(8).             00230000
                 07 MEMOPOST-WINDOW-DATE          PIC 9(8).             00240000
                 07 MEMOPOST-SORTCODE             PIC 9(6) DISPLAY.     00250000
                 07 MEMOPOST-ACCNO                PIC 9(8) DISPLAY.     00260000
                 07 MEMOPOST-ACTION               PIC X.                00270000
                    88 MEMOPOST-DEBIT               VALUE 'D'.          00280000
                    88 MEMOPOST-CREDIT              VALUE 'C'.          00290000
                    88 MEMOPOST-HOLD                VALUE 'H'.          00300000
                    88 MEMOPOST-RELEASE             VALUE 'R'.          00310000
      *   A CARD SETTLEMENT HAS ALREADY LEFT THE BANK THROUGH THE      *00320000
      *   SCHEME, SO IT POSTS ON REPLAY WHATEVER THE BALANCE.          *00330000
                 07 MEMOPOST-FUNDS-FLAG           PIC X.                00340000
                    88 MEMOPOST-CHECK-FUNDS         VALUE 'Y'.          00350000
                    88 MEMOPOST-NO-FUNDS-CHECK      VALUE 'N'.          00360000
                 07 MEMOPOST-TXN-TYPE             PIC X(3).             00370000
                 07 MEMOPOST-AMOUNT               PIC S9(10)V99.        00380000
                 07 MEMOPOST-CURRENCY             PIC X(3).             00390000
                 07 MEMOPOST-SOURCE               PIC X(8).             00400000
                 07 MEMOPOST-REF                  PIC 9(12) DISPLAY.    00410000
                 07 MEMOPOST-OPERATOR             PIC X(3).             00420000
                 07 MEMOPOST-ARRIVAL-DATE         PIC 9(8).             00430000
                 07 MEMOPOST-ARRIVAL-TIME         PIC 9(6).             00440000
      *   THE PROCTRAN DESCRIPTION AS THE ONLINE PROGRAM WOULD HAVE    *00450000
      *   WRITTEN IT; A CARD ITEM ALSO CARRIES WHAT THE HOLD NEEDS.    *00460000
                 07 MEMOPOST-DESC                 PIC X(40).            00470000
                 07 MEMOPOST-DESC-CARD REDEFINES MEMOPOST-DESC.         00480000
                    09 MEMOPOST-CARD-HEADER       PIC X(5).             00490000
                    09 MEMOPOST-CARD-MERCHANT     PIC X(30).            00500000
                    09 FILLER                     PIC X(1).             00510000
                    09 MEMOPOST-CARD-MCC          PIC X(4).             00520000
                 07 MEMOPOST-CARD-TOKEN           PIC X(16).            00530000
                 07 MEMOPOST-CARDHOLDER           PIC 9(10) DISPLAY.    00540000
                 07 MEMOPOST-HOLD-EXPIRY          PIC 9(8).             00550000
      *   SET BY MEMOREP.  A SUSPENDED ITEM WENT TO SUSPACCT UNDER     *00560000
      *   THE ENTRY NUMBER; A REJECTED ONE (A HOLD OR RELEASE THAT     *00570000
      *   COULD NOT BE APPLIED) IS ONLY REPORTED.                      *00580000
                 07 MEMOPOST-STATUS               PIC X.                00590000
                    88 MEMOPOST-PENDING             VALUE 'P'.          00600000
                    88 MEMOPOST-APPLIED             VALUE 'A'.          00610000
                    88 MEMOPOST-SUSPENDED           VALUE 'S'.          00620000
                    88 MEMOPOST-REJECTED            VALUE 'X'.          00630000
                 07 MEMOPOST-REPLAY-DATE          PIC 9(8).             00640000
                 07 MEMOPOST-REASON               PIC X(3).             00650000
                 07 MEMOPOST-ENTRY-NUMBER         PIC 9(8).             00660000
              05 MEMOPOST-CONTROL REDEFINES MEMOPOST-DETAIL.            00670000
                 07 MEMOPOST-LAST-SEQUENCE        PIC 9(10).            00680000
                 07 FILLER                        PIC X(171).           00690000
