      *                   OVERDRAFT) IS COMPUTED, AND IF THE AMOUNT    *00210000
      *                   FITS, AN ACTIVE HOLD (COPYBOOK AUTHHOLD)     *00220000
      *                   EARMARKS IT SO THE SAME MONEY CANNOT BE      *00230000
      *                   SPENT TWICE BEFORE SETTLEMENT.  NO HOLD IS   *00233333
      *                   PLACED UNLESS THE CARD PRESENTED (COPYBOOK   *00236666
      *                   CARD) BELONGS TO THE ACCOUNT, IS ACTIVE AND  *00239999
      *                   HAS NOT PASSED ITS EXPIRY MONTH; THE HOLD    *00243332
      *                   RECORDS THE CARD AND ITS CARDHOLDER, AND     *00245554
      *                   THE MERCHANT CATEGORY CODE.                  *00247776
      *               S - SETTLE.  THE REAL DEBIT POSTS (BALANCE AND   *00250000
      *                   A DEB-TYPED PROCTRAN ROW NUMBERED FROM THE   *00260000
      *                   PROCTRAN CONTROL SINGLETON) AND THE HOLD IS  *00270000
      *                   MARKED SETTLED - THE EARMARK GOES AS THE     *00276000
      *                   MONEY ACTUALLY LEAVES.  THE DEB ROW CARRIES  *00282000
      *                   THE MERCHANT AND ITS CATEGORY CODE FOR THE   *00288000
      *                   CASHBACK BATCH (CBKPAY).                     *00294000
      *               R - RELEASE AN UNSETTLED HOLD (A VOIDED OR       *00300000
      *                   REFUSED PURCHASE).                           *00310000
      *                                                                *00320000
      *             THE AVAILABLE BALANCE AFTER THE ACTION IS          *00330000
      *             RETURNED IN THE COMMAREA IN EVERY CASE.            *00340000
      *                                                                *00341111
      *             WHILE THE BATCH WINDOW IS CLOSED (BUSDATE) THE     *00342222
      *             MASTERS ARE NOT TOUCHED.  THE ACTION IS JUDGED     *00343333
      *             AGAINST THE START-OF-BATCH SNAPSHOT (BALSNAP) PLUS *00344444
      *             THE STAND-IN ACTIVITY SO FAR (MEMOBAL) AND QUEUED  *00345555
      *             ON MEMOPOST AS A HOLD, A SETTLEMENT DEBIT OR A     *00346666
      *             RELEASE FOR MEMOREP TO APPLY WHEN THE WINDOW       *00347777
      *             REOPENS.                                           *00348888
      *                                                                *00350000
      *  FILES    : ACCOUNT  - VSAM KSDS - ACCOUNT MASTER              *00360000
      *             AUTHHOLD - VSAM KSDS - AUTHORIZATION HOLDS         *00370000
      *             ODFACIL  - VSAM KSDS - ARRANGED OVERDRAFTS         *00380000
      *             PROCTRAN - VSAM KSDS - TRANSACTION LOG             *00390000
      *             PCTLFILE - VSAM KSDS - PROCTRAN CONTROL            *00400000
      *             BUSDATE  - VSAM KSDS - BUSINESS-DATE CONTROL       *00405000
      *             UNCLRCHQ - VSAM KSDS - UNCLEARED CHEQUES           *00407500
      *             CARD     - VSAM KSDS - CARD MASTER                 *00408750
      *             BALSNAP  - VSAM KSDS - BALANCE SNAPSHOTS           *00409062
      *             MEMOPOST - VSAM KSDS - MEMO-POSTING QUEUE          *00409374
      *             MEMOBAL  - VSAM KSDS - STAND-IN RUNNING TOTALS     *00409686
      *             PENDREL  - VSAM KSDS - HIGH-VALUE RELEASE QUEUE    *00409843
      *                                                                *00410000
      *  CHANGE HISTORY                                                *00420000
      *  ----------------------------------------------------------    *00430000
      *  2026-09-02  BAG   INITIAL VERSION                             *00450000
      *  2026-09-02  BAG   STERLING-ONLY GUARD ON THE ACCOUNT        * 000452000
      *                    (FAIL C)                                  * 000454000
      *  2026-10-15  BAG   POSTING DATE COMES FROM THE BUSINESS-DATE   *00456000
      *                    CONTROL RECORD, NOT THE SYSTEM CLOCK        *00458000
      *  2026-10-15  BAG   CHEQUES PAID IN BUT NOT YET CLEARED         *00458500
      *                    (UNCLRCHQ) ARE LEFT OUT OF THE AVAILABLE    *00459000
      *                    BALANCE                                     *00459500
      *  2026-10-15  BAG   CHECK THE CARD MASTER - STATUS, EXPIRY      *00459600
      *                    AND ACCOUNT - BEFORE PLACING A HOLD, AND    *00459700
      *                    RECORD THE CARD AND CARDHOLDER ON IT        *00459800
      *                    (FAIL K, B, X)                              *00459900
      *  2026-10-15  BAG   RECORD THE MERCHANT CATEGORY CODE ON THE    *00459933
      *                    HOLD AND CARRY IT ONTO THE SETTLED DEB ROW  *00459966
      *  2026-10-15  BAG   STAND IN WHILE THE BATCH WINDOW IS          *00459972
      *                    CLOSED - CHECK AGAINST THE SNAPSHOT         *00459978
      *                    PLUS MEMOBAL AND QUEUE THE ACTION ON        *00459984
      *                    MEMOPOST                                    *00459990
      *  2026-10-15  BAG   PAYMENTS WAITING ON PENDREL FOR HIGH-VALUE  *00459992
      *                    RELEASE ARE EARMARKED OUT OF THE AVAILABLE  *00459994
      *                    BALANCE                                     *00459996
      *                                                                *00460000
      ******************************************************************00470000
       DATA DIVISION.                                                   00480000
               10  CARDAUTH-KEY-SORTCODE  PIC 9(6).                     00540000
               10  CARDAUTH-KEY-ACCNO     PIC 9(8).                     00550000
           05  CARDAUTH-TODAYS-DATE       PIC 9(8)  VALUE ZERO.         00560000
           05  CARDAUTH-TODAY-GRP REDEFINES CARDAUTH-TODAYS-DATE.       00562500
               10  CARDAUTH-TODAY-MONTH   PIC 9(6).                     00565000
               10  FILLER                 PIC 99.                       00567500
           05  CARDAUTH-TRAN-NUMBER       PIC 9(8)  VALUE ZERO.         00570000
           05  CARDAUTH-CTL-SORTCODE      PIC 9(6)  VALUE 987654.       00580000
           05  CARDAUTH-CTL-NUMBER        PIC 9(8)  VALUE ZERO.         00590000
           05  CARDAUTH-AVAILABLE         PIC S9(10)V99 VALUE ZERO.     00620000
           05  CARDAUTH-BROWSE-SWITCH     PIC X     VALUE 'N'.          00630000
               88  CARDAUTH-BROWSE-DONE       VALUE 'Y'.                00640000
           05  CARDAUTH-UNCLEARED-TOTAL   PIC S9(10)V99 VALUE ZERO.     00642500
           05  CARDAUTH-UNCL-BROWSE-SWITCH PIC X     VALUE 'N'.         00645000
               88  CARDAUTH-UNCL-BROWSE-DONE    VALUE 'Y'.              00647500
           05  CARDAUTH-HVQ-TOTAL         PIC S9(10)V99 VALUE ZERO.     00647604
           05  CARDAUTH-HVQ-BROWSE-SWITCH PIC X     VALUE 'N'.          00647708
               88  CARDAUTH-HVQ-BROWSE-DONE     VALUE 'Y'.              00647812
           05  CARDAUTH-STANDIN-SWITCH    PIC X     VALUE 'N'.          00647916
               88  CARDAUTH-STAND-IN            VALUE 'Y'.              00648332
           05  CARDAUTH-MEMBAL-SWITCH     PIC X     VALUE 'N'.          00648748
               88  CARDAUTH-MEMBAL-NEW          VALUE 'Y'.              00649164
           05  CARDAUTH-MEMO-SEQUENCE     PIC 9(10) VALUE ZERO.         00649580
                                                                        00650000
       01  CARDAUTH-ACCOUNT-REC.                                        00660000
           COPY ACCOUNT.                                                00670000
                                                                        00680000
       01  CARDAUTH-CARD-REC.                                           00683333
           COPY CARD.                                                   00686666
                                                                        00686667
       01  CARDAUTH-HOLD-REC.                                           00690000
           COPY AUTHHOLD.                                               00700000
                                                                        00705000
       01  CARDAUTH-UNCLEAR-REC.                                        00706666
           COPY UNCLRCHQ.                                               00708332
                                                                        00708749
       01  CARDAUTH-PENDREL-REC.                                        00709166
           COPY PENDREL.                                                00709583
                                                                        00710000
       01  CARDAUTH-ODFAC-REC.                                          00720000
           COPY ODFACIL.                                                00730000
       01  CARDAUTH-PROCTRAN-REC.                                       00780000
           COPY PROCTRAN.                                               00790000
                                                                        00800000
       01  CARDAUTH-BUSDATE-REC.                                        00802500
           COPY BUSDATE.                                                00805000
                                                                        00805138
       01  CARDAUTH-BALSNAP-REC.                                        00805277
           COPY BALSNAP.                                                00805554
                                                                        00805831
       01  CARDAUTH-MEMOPOST-REC.                                       00806108
           COPY MEMOPOST.                                               00806385
                                                                        00806662
       01  CARDAUTH-MEMOBAL-REC.                                        00806939
           COPY MEMOBAL.                                                00807216
                                                                        00807500
       LINKAGE SECTION.                                                 00810000
       01  DFHCOMMAREA.                                                 00820000
           COPY CARDAUTH.                                               00830000
           MOVE SPACE TO COMM-AUTH-SUCCESS                              00890000
           MOVE SPACE TO COMM-AUTH-FAIL-CD                              00900000
           MOVE ZERO  TO COMM-AUTH-AVAILABLE                            00910000
           MOVE SPACE TO COMM-AUTH-MEMO-POSTED                          00910714
           MOVE 'BUSDATE' TO BUSDATE-CONTROL-ID OF CARDAUTH-BUSDATE-REC 00911428
           EXEC CICS                                                    00912856
               READ DATASET('BUSDATE')                                  00914284
                    INTO(CARDAUTH-BUSDATE-REC)                          00915712
                    RIDFLD(BUSDATE-KEY OF CARDAUTH-BUSDATE-REC)         00917140
                    RESP(CARDAUTH-RESP)                                 00918568
           END-EXEC                                                     00919996
           IF CARDAUTH-RESP = DFHRESP(NORMAL)                           00921424
               MOVE BUSDATE-CURRENT-DATE OF CARDAUTH-BUSDATE-REC        00922852
                   TO CARDAUTH-TODAYS-DATE                              00924280
               IF BUSDATE-WINDOW-CLOSED OF CARDAUTH-BUSDATE-REC         00924637
                   SET CARDAUTH-STAND-IN TO TRUE                        00924994
               END-IF                                                   00925351
           ELSE                                                         00925708
               ACCEPT CARDAUTH-TODAYS-DATE FROM DATE YYYYMMDD           00927136
           END-IF                                                       00928564
                                                                        00930000
           MOVE COMM-AUTH-SORTCODE TO CARDAUTH-KEY-SORTCODE             00940000
           MOVE COMM-AUTH-ACCNO    TO CARDAUTH-KEY-ACCNO                00950000
                                                                        00950384
      *    WHILE THE BATCH WINDOW IS CLOSED THE ACTION IS QUEUED FOR   *00950769
      *    MEMOREP INSTEAD OF BEING APPLIED TO THE MASTERS.            *00951538
           IF CARDAUTH-STAND-IN                                         00952307
               PERFORM 5000-STAND-IN-ACTION THRU 5000-EXIT              00953076
               IF COMM-AUTH-FAIL-CD = SPACE                             00953845
                   MOVE 'Y' TO COMM-AUTH-SUCCESS                        00954614
                   MOVE 'Y' TO COMM-AUTH-MEMO-POSTED                    00955383
               ELSE                                                     00956152
                   MOVE 'N' TO COMM-AUTH-SUCCESS                        00956921
               END-IF                                                   00957690
               GO TO 9999-EXIT                                          00958459
           END-IF                                                       00959228
                                                                        00960000
           EVALUATE TRUE                                                00970000
               WHEN COMM-AUTH-ACT-AUTHORIZE                             00980000
               GO TO 2000-EXIT                                          01230000
           END-IF                                                       01240000
                                                                        01250000
           PERFORM 1200-CHECK-CARD THRU 1200-EXIT                       01252000
           IF COMM-AUTH-FAIL-CD NOT = SPACE                             01254000
               GO TO 2000-EXIT                                          01256000
           END-IF                                                       01258000
                                                                        01258001
           PERFORM 1500-COMPUTE-AVAILABLE THRU 1500-EXIT                01260000
           MOVE CARDAUTH-AVAILABLE TO COMM-AUTH-AVAILABLE               01270000
                                                                        01280000
                                          OF CARDAUTH-HOLD-REC          01460000
           MOVE COMM-AUTH-MERCHANT TO AUTHHOLD-MERCHANT-DESC            01470000
                                       OF CARDAUTH-HOLD-REC             01480000
           MOVE COMM-AUTH-CARD-TOKEN TO AUTHHOLD-CARD-TOKEN             01482000
                                         OF CARDAUTH-HOLD-REC           01484000
           MOVE CARD-HOLDER-NUMBER OF CARDAUTH-CARD-REC                 01486000
               TO AUTHHOLD-CARDHOLDER OF CARDAUTH-HOLD-REC              01488000
           MOVE COMM-AUTH-MCC TO AUTHHOLD-MCC OF CARDAUTH-HOLD-REC      01489000
           SET AUTHHOLD-ACTIVE OF CARDAUTH-HOLD-REC TO TRUE             01490000
                                                                        01500000
           EXEC CICS                                                    01510000
       1000-EXIT.                                                       02840000
           EXIT.                                                        02850000
                                                                        02860000
      ******************************************************************02860250
      *  1200-CHECK-CARD - THE CARD PRESENTED MUST BE ON THE CARD      *02860500
      *  MASTER FOR THIS ACCOUNT, ACTIVE (NOT AWAITING ACTIVATION,     *02860750
      *  BLOCKED LOST OR STOLEN, OR REPLACED) AND WITHIN ITS EXPIRY    *02861000
      *  MONTH.                                                        *02861250
      ******************************************************************02861500
       1200-CHECK-CARD.                                                 02861750
           MOVE COMM-AUTH-CARD-TOKEN TO CARD-TOKEN OF CARDAUTH-CARD-REC 02862000
                                                                        02862250
           EXEC CICS                                                    02862500
               READ DATASET('CARD')                                     02862750
                    INTO(CARDAUTH-CARD-REC)                             02863000
                    RIDFLD(CARD-KEY OF CARDAUTH-CARD-REC)               02863250
                    RESP(CARDAUTH-RESP)                                 02863500
           END-EXEC                                                     02863750
                                                                        02864000
           IF CARDAUTH-RESP NOT = DFHRESP(NORMAL)                       02864250
               MOVE 'K' TO COMM-AUTH-FAIL-CD                            02864500
               GO TO 1200-EXIT                                          02864750
           END-IF                                                       02865000
                                                                        02865250
           IF CARD-SORTCODE OF CARDAUTH-CARD-REC                        02865500
                  NOT = COMM-AUTH-SORTCODE                              02865750
              OR CARD-ACCOUNT OF CARDAUTH-CARD-REC                      02866000
                  NOT = COMM-AUTH-ACCNO                                 02866250
               MOVE 'K' TO COMM-AUTH-FAIL-CD                            02866500
               GO TO 1200-EXIT                                          02866750
           END-IF                                                       02867000
                                                                        02867250
           IF NOT CARD-ACTIVE OF CARDAUTH-CARD-REC                      02867500
               MOVE 'B' TO COMM-AUTH-FAIL-CD                            02867750
               GO TO 1200-EXIT                                          02868000
           END-IF                                                       02868250
                                                                        02868500
           IF CARD-EXPIRY OF CARDAUTH-CARD-REC < CARDAUTH-TODAY-MONTH   02868750
               MOVE 'X' TO COMM-AUTH-FAIL-CD                            02869000
           END-IF.                                                      02869250
       1200-EXIT.                                                       02869500
           EXIT.                                                        02869750
                                                                        02869751
      ******************************************************************02870000
      *  1500-COMPUTE-AVAILABLE - AVAILABLE BALANCE IS THE LEDGER      *02880000
      *  BALANCE LESS EVERY ACTIVE, UNEXPIRED HOLD, PLUS ANY           *02890000
      ******************************************************************02910000
       1500-COMPUTE-AVAILABLE.                                          02920000
           PERFORM 1600-SUM-ACTIVE-HOLDS THRU 1600-EXIT                 02930000
           PERFORM 1660-SUM-UNCLEARED THRU 1660-EXIT                    02935000
           PERFORM 1680-SUM-RELEASE-QUEUE THRU 1680-EXIT                02937500
                                                                        02940000
           MOVE ZERO TO CARDAUTH-OD-LIMIT                               02950000
           MOVE COMM-AUTH-SORTCODE TO ODFACIL-SORTCODE                  02960000
           COMPUTE CARDAUTH-AVAILABLE =                                 03150000
               ACCOUNT-BALANCE OF CARDAUTH-ACCOUNT-REC                  03160000
             - CARDAUTH-HOLD-TOTAL                                      03170000
             - CARDAUTH-UNCLEARED-TOTAL                                 03175000
             - CARDAUTH-HVQ-TOTAL                                       03177500
             + CARDAUTH-OD-LIMIT.                                       03180000
       1500-EXIT.                                                       03190000
           EXIT.                                                        03200000
           END-IF.                                                      03880000
       1650-EXIT.                                                       03890000
           EXIT.                                                        03900000
                                                                        03905000
      ******************************************************************03905072
      *  1660-SUM-UNCLEARED - BROWSE THE ACCOUNT'S UNCLEARED-CHEQUE    *03905144
      *  ROWS AND ADD UP EVERY CHEQUE STILL HELD UNCLEARED.  THE       *03905216
      *  CREDIT IS ALREADY IN THE LEDGER BALANCE, BUT THE FUNDS ARE    *03905288
      *  NOT AVAILABLE UNTIL CHQREL CLEARS THE CHEQUE.                 *03905360
      ******************************************************************03905432
       1660-SUM-UNCLEARED.                                              03905504
           MOVE ZERO TO CARDAUTH-UNCLEARED-TOTAL                        03905576
           MOVE 'N'  TO CARDAUTH-UNCL-BROWSE-SWITCH                     03905648
                                                                        03905720
           MOVE COMM-AUTH-SORTCODE   TO UNCLRCHQ-SORTCODE               03905792
                                          OF CARDAUTH-UNCLEAR-REC       03905864
           MOVE COMM-AUTH-ACCNO      TO UNCLRCHQ-NUMBER                 03905936
                                          OF CARDAUTH-UNCLEAR-REC       03906008
           MOVE ZERO TO UNCLRCHQ-CHEQUE-NUMBER OF CARDAUTH-UNCLEAR-REC  03906080
                                                                        03906152
           EXEC CICS                                                    03906224
               STARTBR DATASET('UNCLRCHQ')                              03906296
                       RIDFLD(UNCLRCHQ-KEY OF CARDAUTH-UNCLEAR-REC)     03906368
                       GTEQ                                             03906440
                       RESP(CARDAUTH-RESP)                              03906512
           END-EXEC                                                     03906584
                                                                        03906656
           IF CARDAUTH-RESP NOT = DFHRESP(NORMAL)                       03906728
               GO TO 1660-EXIT                                          03906800
           END-IF                                                       03906872
                                                                        03906944
           PERFORM 1670-READ-NEXT-UNCLEARED THRU 1670-EXIT              03907016
              UNTIL CARDAUTH-UNCL-BROWSE-DONE                           03907088
                                                                        03907160
           EXEC CICS                                                    03907232
               ENDBR DATASET('UNCLRCHQ')                                03907304
                     RESP(CARDAUTH-RESP)                                03907376
           END-EXEC.                                                    03907448
       1660-EXIT.                                                       03907520
           EXIT.                                                        03907592
                                                                        03907664
      ******************************************************************03907736
      *  1670-READ-NEXT-UNCLEARED - STEP THE BROWSE, COUNTING          *03907808
      *  UNCLEARED CHEQUES UNTIL IT LEAVES THE ACCOUNT'S KEY RANGE.    *03907880
      ******************************************************************03907952
       1670-READ-NEXT-UNCLEARED.                                        03908024
           EXEC CICS                                                    03908096
               READNEXT DATASET('UNCLRCHQ')                             03908168
                        INTO(CARDAUTH-UNCLEAR-REC)                      03908240
                        RIDFLD(UNCLRCHQ-KEY OF CARDAUTH-UNCLEAR-REC)    03908312
                        RESP(CARDAUTH-RESP)                             03908384
           END-EXEC                                                     03908456
                                                                        03908528
           IF CARDAUTH-RESP NOT = DFHRESP(NORMAL)                       03908600
               SET CARDAUTH-UNCL-BROWSE-DONE TO TRUE                    03908672
               GO TO 1670-EXIT                                          03908744
           END-IF                                                       03908816
                                                                        03908888
           IF UNCLRCHQ-SORTCODE OF CARDAUTH-UNCLEAR-REC                 03908960
              NOT = COMM-AUTH-SORTCODE                                  03909032
              OR UNCLRCHQ-NUMBER OF CARDAUTH-UNCLEAR-REC                03909104
                 NOT = COMM-AUTH-ACCNO                                  03909176
               SET CARDAUTH-UNCL-BROWSE-DONE TO TRUE                    03909248
               GO TO 1670-EXIT                                          03909320
           END-IF                                                       03909392
                                                                        03909464
           IF UNCLRCHQ-UNCLEARED OF CARDAUTH-UNCLEAR-REC                03909536
               ADD UNCLRCHQ-AMOUNT OF CARDAUTH-UNCLEAR-REC              03909608
                  TO CARDAUTH-UNCLEARED-TOTAL                           03909680
           END-IF.                                                      03909752
       1670-EXIT.                                                       03909824
           EXIT.                                                        03909896
      ******************************************************************03909897
      *  1680-SUM-RELEASE-QUEUE - BROWSE THE ACCOUNT'S RANGE           *03909898
      *  OF THE HIGH-VALUE RELEASE QUEUE AND ADD UP EVERY PAYMENT      *03909899
      *  STILL WAITING OR REFERRED.  A QUEUED PAYMENT HAS NOT LEFT     *03909900
      *  THE ACCOUNT BUT ITS FUNDS ARE SPOKEN FOR UNTIL HVREL          *03909901
      *  DECIDES IT.                                                   *03909902
      ******************************************************************03909903
       1680-SUM-RELEASE-QUEUE.                                          03909904
           MOVE ZERO TO CARDAUTH-HVQ-TOTAL                              03909905
           MOVE 'N'  TO CARDAUTH-HVQ-BROWSE-SWITCH                      03909906
                                                                        03909907
           MOVE COMM-AUTH-SORTCODE                                      03909908
               TO PENDREL-SORTCODE OF CARDAUTH-PENDREL-REC              03909909
           MOVE COMM-AUTH-ACCNO                                         03909910
               TO PENDREL-FROM-ACCOUNT OF CARDAUTH-PENDREL-REC          03909911
           MOVE LOW-VALUES TO PENDREL-SOURCE OF CARDAUTH-PENDREL-REC    03909912
           MOVE ZERO TO PENDREL-NUMBER OF CARDAUTH-PENDREL-REC          03909913
                                                                        03909914
           EXEC CICS                                                    03909915
               STARTBR DATASET('PENDREL')                               03909916
                       RIDFLD(PENDREL-KEY OF CARDAUTH-PENDREL-REC)      03909917
                       GTEQ                                             03909918
                       RESP(CARDAUTH-RESP)                              03909919
           END-EXEC                                                     03909920
                                                                        03909921
           IF CARDAUTH-RESP NOT = DFHRESP(NORMAL)                       03909922
               GO TO 1680-EXIT                                          03909923
           END-IF                                                       03909924
                                                                        03909925
           PERFORM 1690-READ-NEXT-QUEUED THRU 1690-EXIT                 03909926
              UNTIL CARDAUTH-HVQ-BROWSE-DONE                            03909927
                                                                        03909928
           EXEC CICS                                                    03909929
               ENDBR DATASET('PENDREL')                                 03909930
                     RESP(CARDAUTH-RESP)                                03909931
           END-EXEC.                                                    03909932
       1680-EXIT.                                                       03909933
           EXIT.                                                        03909934
                                                                        03909935
      ******************************************************************03909936
      *  1690-READ-NEXT-QUEUED - STEP THE BROWSE, COUNTING WAITING     *03909937
      *  AND REFERRED PAYMENTS UNTIL IT LEAVES THE ACCOUNT'S RANGE.    *03909938
      ******************************************************************03909939
       1690-READ-NEXT-QUEUED.                                           03909940
           EXEC CICS                                                    03909941
               READNEXT DATASET('PENDREL')                              03909942
                        INTO(CARDAUTH-PENDREL-REC)                      03909943
                        RIDFLD(PENDREL-KEY OF CARDAUTH-PENDREL-REC)     03909944
                        RESP(CARDAUTH-RESP)                             03909945
           END-EXEC                                                     03909946
                                                                        03909947
           IF CARDAUTH-RESP NOT = DFHRESP(NORMAL)                       03909948
               SET CARDAUTH-HVQ-BROWSE-DONE TO TRUE                     03909949
               GO TO 1690-EXIT                                          03909950
           END-IF                                                       03909951
                                                                        03909952
           IF PENDREL-SORTCODE OF CARDAUTH-PENDREL-REC                  03909953
              NOT = COMM-AUTH-SORTCODE                                  03909954
              OR PENDREL-FROM-ACCOUNT OF CARDAUTH-PENDREL-REC           03909955
                 NOT = COMM-AUTH-ACCNO                                  03909956
               SET CARDAUTH-HVQ-BROWSE-DONE TO TRUE                     03909957
               GO TO 1690-EXIT                                          03909958
           END-IF                                                       03909959
                                                                        03909960
           IF PENDREL-OUTSTANDING OF CARDAUTH-PENDREL-REC               03909961
               ADD PENDREL-AMOUNT OF CARDAUTH-PENDREL-REC               03909962
                  TO CARDAUTH-HVQ-TOTAL                                 03909963
           END-IF.                                                      03909964
       1690-EXIT.                                                       03909965
           EXIT.                                                        03909966
                                                                        03910000
      ******************************************************************03920000
      *  3500-READ-HOLD - READ THE NAMED HOLD FOR UPDATE.  ONLY AN     *03930000
                                     OF CARDAUTH-PROCTRAN-REC           04890000
           MOVE 'GBP' TO PROC-TRAN-CURRENCY OF CARDAUTH-PROCTRAN-REC    04900000
           MOVE ZERO     TO PROC-TRAN-VALUE-DATE                        04905000
                         OF CARDAUTH-PROCTRAN-REC                       04907500
                                                                        04910000
           MOVE SPACES TO PROC-TRAN-DESC OF CARDAUTH-PROCTRAN-REC       04920000
           STRING 'CARD ' AUTHHOLD-MERCHANT-DESC OF CARDAUTH-HOLD-REC   04930000
               DELIMITED BY SIZE                                        04940000
               INTO PROC-TRAN-DESC OF CARDAUTH-PROCTRAN-REC             04950000
           END-STRING                                                   04960000
           MOVE AUTHHOLD-MCC OF CARDAUTH-HOLD-REC                       04963333
               TO PROC-DESC-CARD-MCC OF CARDAUTH-PROCTRAN-REC           04966666
                                                                        04970000
           EXEC CICS                                                    04980000
               WRITE DATASET('PROCTRAN')                                04990000
       3700-EXIT.                                                       05090000
           EXIT.                                                        05100000
                                                                        05110000
      ******************************************************************05110028
      *  5000-STAND-IN-ACTION - THE BATCH WINDOW IS CLOSED.  THE ITEM  *05110056
      *  BELONGS TO THE NEXT BUSINESS DATE UNLESS EODROLL HAS ALREADY  *05110084
      *  ROLLED.  THE SNAPSHOT ROW STANDS IN FOR THE ACCOUNT RECORD    *05110112
      *  AND, WITH THE STAND-IN ACTIVITY SO FAR ADDED, FOR ITS LEDGER  *05110140
      *  BALANCE.  AN AUTHORIZATION MUST PASS THE CARD CHECK AND FIT   *05110168
      *  THE AVAILABLE BALANCE AS BY DAY, AND IS QUEUED AS A HOLD THAT *05110196
      *  COUNTS AGAINST THE RUNNING TOTAL.  A SETTLEMENT HAS ALREADY   *05110224
      *  BEEN PAID THROUGH THE SCHEME AND IS QUEUED AS A DEBIT THAT    *05110252
      *  ALSO COUNTS; UNTIL REPLAY ITS HOLD STILL COUNTS AS WELL, SO   *05110280
      *  THE STAND-IN FIGURE ERRS ON THE CAUTIOUS SIDE.  A RELEASE IS  *05110308
      *  QUEUED WITHOUT CHANGING THE RUNNING TOTAL.                    *05110336
      ******************************************************************05110364
       5000-STAND-IN-ACTION.                                            05110392
           IF NOT COMM-AUTH-ACT-AUTHORIZE                               05110420
              AND NOT COMM-AUTH-ACT-SETTLE                              05110448
              AND NOT COMM-AUTH-ACT-RELEASE                             05110476
               MOVE '3' TO COMM-AUTH-FAIL-CD                            05110504
               GO TO 5000-EXIT                                          05110532
           END-IF                                                       05110560
                                                                        05110588
           IF BUSDATE-CURRENT-DATE OF CARDAUTH-BUSDATE-REC              05110616
              = BUSDATE-WINDOW-DATE OF CARDAUTH-BUSDATE-REC             05110644
               MOVE BUSDATE-NEXT-DATE OF CARDAUTH-BUSDATE-REC           05110672
                   TO CARDAUTH-TODAYS-DATE                              05110700
           END-IF                                                       05110728
                                                                        05110756
           PERFORM 5100-READ-SNAPSHOT THRU 5100-EXIT                    05110784
           IF COMM-AUTH-FAIL-CD NOT = SPACE                             05110812
               GO TO 5000-EXIT                                          05110840
           END-IF                                                       05110868
                                                                        05110896
           PERFORM 5200-READ-MEMO-BALANCE THRU 5200-EXIT                05110924
           IF COMM-AUTH-FAIL-CD NOT = SPACE                             05110952
               GO TO 5000-EXIT                                          05110980
           END-IF                                                       05111008
                                                                        05111036
           ADD MEMOBAL-NET-AMOUNT OF CARDAUTH-MEMOBAL-REC               05111064
               TO ACCOUNT-BALANCE OF CARDAUTH-ACCOUNT-REC               05111092
                                                                        05111120
           IF COMM-AUTH-ACT-AUTHORIZE                                   05111148
               PERFORM 1200-CHECK-CARD THRU 1200-EXIT                   05111176
               IF COMM-AUTH-FAIL-CD = SPACE                             05111204
                   PERFORM 1500-COMPUTE-AVAILABLE THRU 1500-EXIT        05111232
                   MOVE CARDAUTH-AVAILABLE TO COMM-AUTH-AVAILABLE       05111260
                   IF COMM-AUTH-AMOUNT > CARDAUTH-AVAILABLE             05111288
                       MOVE '6' TO COMM-AUTH-FAIL-CD                    05111316
                   END-IF                                               05111344
               END-IF                                                   05111372
               IF COMM-AUTH-FAIL-CD NOT = SPACE                         05111400
                   EXEC CICS                                            05111428
                       UNLOCK DATASET('MEMOBAL')                        05111456
                              RESP(CARDAUTH-RESP2)                      05111484
                   END-EXEC                                             05111512
                   GO TO 5000-EXIT                                      05111540
               END-IF                                                   05111568
           END-IF                                                       05111596
                                                                        05111624
           IF COMM-AUTH-ACT-SETTLE                                      05111652
               PERFORM 5150-READ-HOLD-DETAIL THRU 5150-EXIT             05111680
           END-IF                                                       05111708
                                                                        05111736
           PERFORM 5300-ASSIGN-MEMO-SEQUENCE THRU 5300-EXIT             05111764
           IF COMM-AUTH-FAIL-CD NOT = SPACE                             05111792
               GO TO 5000-EXIT                                          05111820
           END-IF                                                       05111848
                                                                        05111876
           PERFORM 5400-WRITE-MEMO-ITEM THRU 5400-EXIT                  05111904
           IF COMM-AUTH-FAIL-CD NOT = SPACE                             05111932
               GO TO 5000-EXIT                                          05111960
           END-IF                                                       05111988
                                                                        05112016
           PERFORM 5500-PUT-MEMO-BALANCE THRU 5500-EXIT                 05112044
                                                                        05112072
           IF COMM-AUTH-ACT-AUTHORIZE                                   05112100
               SUBTRACT COMM-AUTH-AMOUNT FROM COMM-AUTH-AVAILABLE       05112128
           ELSE                                                         05112156
               MOVE MEMOBAL-NET-AMOUNT OF CARDAUTH-MEMOBAL-REC          05112184
                   TO ACCOUNT-BALANCE OF CARDAUTH-ACCOUNT-REC           05112212
               ADD BALSNAP-BALANCE OF CARDAUTH-BALSNAP-REC              05112240
                   TO ACCOUNT-BALANCE OF CARDAUTH-ACCOUNT-REC           05112268
               PERFORM 1500-COMPUTE-AVAILABLE THRU 1500-EXIT            05112296
               MOVE CARDAUTH-AVAILABLE TO COMM-AUTH-AVAILABLE           05112324
           END-IF.                                                      05112352
       5000-EXIT.                                                       05112380
           EXIT.                                                        05112408
                                                                        05112436
      ******************************************************************05112464
      *  5100-READ-SNAPSHOT - READ THE ACCOUNT'S ROW FROM THE SNAPSHOT *05112492
      *  THAT CLOSED THE WINDOW.  NO ROW MEANS THE ACCOUNT WAS NOT ON  *05112520
      *  FILE AT THE CUT; A ROW NOT OPEN AT THE CUT IS REFUSED AS A    *05112548
      *  CLOSED ACCOUNT WOULD BE.  THE SNAPSHOT CARRIES NO CURRENCY -  *05112576
      *  MEMOREP SENDS A NON-STERLING ACCOUNT'S ITEM TO SUSPENSE.      *05112604
      ******************************************************************05112632
       5100-READ-SNAPSHOT.                                              05112660
           MOVE BUSDATE-WINDOW-DATE OF CARDAUTH-BUSDATE-REC             05112688
               TO BALSNAP-DATE OF CARDAUTH-BALSNAP-REC                  05112716
           MOVE CARDAUTH-KEY-SORTCODE TO BALSNAP-SORTCODE               05112744
                                           OF CARDAUTH-BALSNAP-REC      05112772
           MOVE CARDAUTH-KEY-ACCNO    TO BALSNAP-NUMBER                 05112800
                                           OF CARDAUTH-BALSNAP-REC      05112828
                                                                        05112856
           EXEC CICS                                                    05112884
               READ DATASET('BALSNAP')                                  05112912
                    INTO(CARDAUTH-BALSNAP-REC)                          05112940
                    RIDFLD(BALSNAP-KEY OF CARDAUTH-BALSNAP-REC)         05112968
                    RESP(CARDAUTH-RESP)                                 05112996
           END-EXEC                                                     05113024
                                                                        05113052
           IF CARDAUTH-RESP NOT = DFHRESP(NORMAL)                       05113080
               MOVE '1' TO COMM-AUTH-FAIL-CD                            05113108
               GO TO 5100-EXIT                                          05113136
           END-IF                                                       05113164
                                                                        05113192
           MOVE BALSNAP-STATUS-FLAG OF CARDAUTH-BALSNAP-REC             05113220
               TO ACCOUNT-STATUS-FLAG OF CARDAUTH-ACCOUNT-REC           05113248
           MOVE BALSNAP-BALANCE OF CARDAUTH-BALSNAP-REC                 05113276
               TO ACCOUNT-BALANCE OF CARDAUTH-ACCOUNT-REC               05113304
                                                                        05113332
           IF NOT ACCOUNT-OPEN OF CARDAUTH-ACCOUNT-REC                  05113360
               MOVE '4' TO COMM-AUTH-FAIL-CD                            05113388
           END-IF.                                                      05113416
       5100-EXIT.                                                       05113444
           EXIT.                                                        05113472
                                                                        05113500
      ******************************************************************05113528
      *  5150-READ-HOLD-DETAIL - A SETTLEMENT CARRIES THE MERCHANT AND *05113556
      *  CATEGORY CODE OF ITS HOLD ONTO THE DEB ROW.  A HOLD PLACED    *05113584
      *  BEFORE THE WINDOW IS ON AUTHHOLD; ONE PLACED DURING IT IS     *05113612
      *  STILL QUEUED, SO THE CALLER'S OWN DETAILS ARE USED INSTEAD.   *05113640
      ******************************************************************05113668
       5150-READ-HOLD-DETAIL.                                           05113696
           MOVE COMM-AUTH-SORTCODE TO AUTHHOLD-SORTCODE                 05113724
                                       OF CARDAUTH-HOLD-REC             05113752
           MOVE COMM-AUTH-ACCNO    TO AUTHHOLD-NUMBER                   05113780
                                       OF CARDAUTH-HOLD-REC             05113808
           MOVE COMM-AUTH-REF      TO AUTHHOLD-AUTH-REF                 05113836
                                       OF CARDAUTH-HOLD-REC             05113864
                                                                        05113892
           EXEC CICS                                                    05113920
               READ DATASET('AUTHHOLD')                                 05113948
                    INTO(CARDAUTH-HOLD-REC)                             05113976
                    RIDFLD(AUTHHOLD-KEY OF CARDAUTH-HOLD-REC)           05114004
                    RESP(CARDAUTH-RESP)                                 05114032
           END-EXEC                                                     05114060
                                                                        05114088
           IF CARDAUTH-RESP NOT = DFHRESP(NORMAL)                       05114116
               MOVE COMM-AUTH-MERCHANT TO AUTHHOLD-MERCHANT-DESC        05114144
                                           OF CARDAUTH-HOLD-REC         05114172
               MOVE COMM-AUTH-MCC TO AUTHHOLD-MCC OF CARDAUTH-HOLD-REC  05114200
           END-IF.                                                      05114228
       5150-EXIT.                                                       05114256
           EXIT.                                                        05114284
                                                                        05114312
      ******************************************************************05114340
      *  5200-READ-MEMO-BALANCE - READ THE ACCOUNT'S STAND-IN RUNNING  *05114368
      *  TOTAL FOR UPDATE.  A MISSING ROW, OR ONE LEFT FROM AN EARLIER *05114396
      *  WINDOW, STARTS AT ZERO.                                       *05114424
      ******************************************************************05114452
       5200-READ-MEMO-BALANCE.                                          05114480
           MOVE 'N' TO CARDAUTH-MEMBAL-SWITCH                           05114508
           MOVE CARDAUTH-KEY-SORTCODE TO MEMOBAL-SORTCODE               05114536
                                           OF CARDAUTH-MEMOBAL-REC      05114564
           MOVE CARDAUTH-KEY-ACCNO    TO MEMOBAL-NUMBER                 05114592
                                           OF CARDAUTH-MEMOBAL-REC      05114620
                                                                        05114648
           EXEC CICS                                                    05114676
               READ DATASET('MEMOBAL')                                  05114704
                    INTO(CARDAUTH-MEMOBAL-REC)                          05114732
                    RIDFLD(MEMOBAL-KEY OF CARDAUTH-MEMOBAL-REC)         05114760
                    UPDATE                                              05114788
                    RESP(CARDAUTH-RESP)                                 05114816
           END-EXEC                                                     05114844
                                                                        05114872
           IF CARDAUTH-RESP = DFHRESP(NOTFND)                           05114900
               SET CARDAUTH-MEMBAL-NEW TO TRUE                          05114928
               MOVE 'MBAL' TO MEMOBAL-EYECATCHER                        05114956
                                  OF CARDAUTH-MEMOBAL-REC               05114984
               MOVE ZERO TO MEMOBAL-WINDOW-DATE OF CARDAUTH-MEMOBAL-REC 05115012
           ELSE                                                         05115040
               IF CARDAUTH-RESP NOT = DFHRESP(NORMAL)                   05115068
                   MOVE '8' TO COMM-AUTH-FAIL-CD                        05115096
                   GO TO 5200-EXIT                                      05115124
               END-IF                                                   05115152
           END-IF                                                       05115180
                                                                        05115208
           IF MEMOBAL-WINDOW-DATE OF CARDAUTH-MEMOBAL-REC               05115236
              NOT = BUSDATE-WINDOW-DATE OF CARDAUTH-BUSDATE-REC         05115264
               MOVE BUSDATE-WINDOW-DATE OF CARDAUTH-BUSDATE-REC         05115292
                   TO MEMOBAL-WINDOW-DATE OF CARDAUTH-MEMOBAL-REC       05115320
               MOVE ZERO TO MEMOBAL-NET-AMOUNT OF CARDAUTH-MEMOBAL-REC  05115348
               MOVE ZERO TO MEMOBAL-ITEM-COUNT OF CARDAUTH-MEMOBAL-REC  05115376
           END-IF.                                                      05115404
       5200-EXIT.                                                       05115432
           EXIT.                                                        05115460
                                                                        05115488
      ******************************************************************05115516
      *  5300-ASSIGN-MEMO-SEQUENCE - TAKE THE NEXT ARRIVAL SEQUENCE    *05115544
      *  FROM THE QUEUE'S CONTROL ROW (SEQUENCE ZERO), HELD UNDER AN   *05115572
      *  UPDATE LOCK SO CONCURRENT TASKS QUEUE IN STRICT ORDER.  THE   *05115600
      *  ROW IS SEEDED ON FIRST USE.                                   *05115628
      ******************************************************************05115656
       5300-ASSIGN-MEMO-SEQUENCE.                                       05115684
           MOVE ZERO TO MEMOPOST-SEQUENCE OF CARDAUTH-MEMOPOST-REC      05115712
                                                                        05115740
           EXEC CICS                                                    05115768
               READ DATASET('MEMOPOST')                                 05115796
                    INTO(CARDAUTH-MEMOPOST-REC)                         05115824
                    RIDFLD(MEMOPOST-KEY OF CARDAUTH-MEMOPOST-REC)       05115852
                    UPDATE                                              05115880
                    RESP(CARDAUTH-RESP)                                 05115908
           END-EXEC                                                     05115936
                                                                        05115964
           IF CARDAUTH-RESP = DFHRESP(NOTFND)                           05115992
               MOVE 'MEMO' TO MEMOPOST-EYECATCHER                       05116020
                                  OF CARDAUTH-MEMOPOST-REC              05116048
               MOVE SPACES TO MEMOPOST-CONTROL OF CARDAUTH-MEMOPOST-REC 05116076
               MOVE 1 TO MEMOPOST-LAST-SEQUENCE                         05116104
                             OF CARDAUTH-MEMOPOST-REC                   05116132
               EXEC CICS                                                05116160
                   WRITE DATASET('MEMOPOST')                            05116188
                         FROM(CARDAUTH-MEMOPOST-REC)                    05116216
                         RIDFLD(MEMOPOST-KEY OF CARDAUTH-MEMOPOST-REC)  05116244
                         RESP(CARDAUTH-RESP)                            05116272
               END-EXEC                                                 05116300
           ELSE                                                         05116328
               IF CARDAUTH-RESP = DFHRESP(NORMAL)                       05116356
                   ADD 1 TO MEMOPOST-LAST-SEQUENCE                      05116384
                                OF CARDAUTH-MEMOPOST-REC                05116412
                   EXEC CICS                                            05116440
                       REWRITE DATASET('MEMOPOST')                      05116468
                               FROM(CARDAUTH-MEMOPOST-REC)              05116496
                               RESP(CARDAUTH-RESP)                      05116524
                   END-EXEC                                             05116552
               END-IF                                                   05116580
           END-IF                                                       05116608
                                                                        05116636
           IF CARDAUTH-RESP NOT = DFHRESP(NORMAL)                       05116664
               MOVE '5' TO COMM-AUTH-FAIL-CD                            05116692
               GO TO 5300-EXIT                                          05116720
           END-IF                                                       05116748
                                                                        05116776
           MOVE MEMOPOST-LAST-SEQUENCE OF CARDAUTH-MEMOPOST-REC         05116804
               TO CARDAUTH-MEMO-SEQUENCE.                               05116832
       5300-EXIT.                                                       05116860
           EXIT.                                                        05116888
                                                                        05116916
      ******************************************************************05116944
      *  5400-WRITE-MEMO-ITEM - QUEUE THE ACTION WITH EVERYTHING       *05116972
      *  MEMOREP NEEDS TO PLACE THE HOLD 2000 WOULD HAVE PLACED, WRITE *05117000
      *  THE DEB ROW 3700 WOULD HAVE WRITTEN, OR RELEASE THE HOLD.     *05117028
      ******************************************************************05117056
       5400-WRITE-MEMO-ITEM.                                            05117084
           MOVE SPACES TO CARDAUTH-MEMOPOST-REC                         05117112
           MOVE 'MEMO' TO MEMOPOST-EYECATCHER OF CARDAUTH-MEMOPOST-REC  05117140
           MOVE CARDAUTH-MEMO-SEQUENCE TO MEMOPOST-SEQUENCE             05117168
                                           OF CARDAUTH-MEMOPOST-REC     05117196
           MOVE CARDAUTH-TODAYS-DATE TO MEMOPOST-BUS-DATE               05117224
                                         OF CARDAUTH-MEMOPOST-REC       05117252
           MOVE BUSDATE-WINDOW-DATE OF CARDAUTH-BUSDATE-REC             05117280
               TO MEMOPOST-WINDOW-DATE OF CARDAUTH-MEMOPOST-REC         05117308
           MOVE CARDAUTH-KEY-SORTCODE TO MEMOPOST-SORTCODE              05117336
                                           OF CARDAUTH-MEMOPOST-REC     05117364
           MOVE CARDAUTH-KEY-ACCNO    TO MEMOPOST-ACCNO                 05117392
                                           OF CARDAUTH-MEMOPOST-REC     05117420
           SET MEMOPOST-NO-FUNDS-CHECK OF CARDAUTH-MEMOPOST-REC         05117448
               TO TRUE                                                  05117476
           MOVE 'CARD ' TO MEMOPOST-CARD-HEADER OF CARDAUTH-MEMOPOST-REC05117504
           MOVE COMM-AUTH-MERCHANT TO MEMOPOST-CARD-MERCHANT            05117532
                                      OF CARDAUTH-MEMOPOST-REC          05117560
           MOVE COMM-AUTH-MCC TO MEMOPOST-CARD-MCC                      05117588
                                 OF CARDAUTH-MEMOPOST-REC               05117616
           MOVE ZERO TO MEMOPOST-CARDHOLDER OF CARDAUTH-MEMOPOST-REC    05117644
           MOVE COMM-AUTH-EXPIRY-DATE TO MEMOPOST-HOLD-EXPIRY           05117672
                                         OF CARDAUTH-MEMOPOST-REC       05117700
           EVALUATE TRUE                                                05117728
               WHEN COMM-AUTH-ACT-AUTHORIZE                             05117756
                   SET MEMOPOST-HOLD OF CARDAUTH-MEMOPOST-REC TO TRUE   05117784
                   MOVE CARD-HOLDER-NUMBER OF CARDAUTH-CARD-REC         05117812
                       TO MEMOPOST-CARDHOLDER OF CARDAUTH-MEMOPOST-REC  05117840
               WHEN COMM-AUTH-ACT-SETTLE                                05117868
                   SET MEMOPOST-DEBIT OF CARDAUTH-MEMOPOST-REC TO TRUE  05117896
                   MOVE 'DEB' TO MEMOPOST-TXN-TYPE                      05117924
                                 OF CARDAUTH-MEMOPOST-REC               05117952
                   MOVE AUTHHOLD-MERCHANT-DESC OF CARDAUTH-HOLD-REC     05117980
                       TO MEMOPOST-CARD-MERCHANT                        05118008
                          OF CARDAUTH-MEMOPOST-REC                      05118036
                   MOVE AUTHHOLD-MCC OF CARDAUTH-HOLD-REC               05118064
                       TO MEMOPOST-CARD-MCC OF CARDAUTH-MEMOPOST-REC    05118092
               WHEN OTHER                                               05118120
                   SET MEMOPOST-RELEASE OF CARDAUTH-MEMOPOST-REC        05118148
                       TO TRUE                                          05118176
           END-EVALUATE                                                 05118204
           MOVE COMM-AUTH-AMOUNT TO MEMOPOST-AMOUNT                     05118232
                                    OF CARDAUTH-MEMOPOST-REC            05118260
           MOVE 'GBP' TO MEMOPOST-CURRENCY OF CARDAUTH-MEMOPOST-REC     05118288
           MOVE 'CARDAUTH' TO MEMOPOST-SOURCE OF CARDAUTH-MEMOPOST-REC  05118316
           MOVE COMM-AUTH-REF TO MEMOPOST-REF OF CARDAUTH-MEMOPOST-REC  05118344
           ACCEPT MEMOPOST-ARRIVAL-DATE OF CARDAUTH-MEMOPOST-REC        05118372
               FROM DATE YYYYMMDD                                       05118400
           MOVE EIBTIME TO MEMOPOST-ARRIVAL-TIME                        05118428
                           OF CARDAUTH-MEMOPOST-REC                     05118456
           MOVE COMM-AUTH-CARD-TOKEN TO MEMOPOST-CARD-TOKEN             05118484
                                        OF CARDAUTH-MEMOPOST-REC        05118512
           SET MEMOPOST-PENDING OF CARDAUTH-MEMOPOST-REC TO TRUE        05118540
           MOVE ZERO TO MEMOPOST-REPLAY-DATE OF CARDAUTH-MEMOPOST-REC   05118568
           MOVE ZERO TO MEMOPOST-ENTRY-NUMBER OF CARDAUTH-MEMOPOST-REC  05118596
                                                                        05118624
           EXEC CICS                                                    05118652
               WRITE DATASET('MEMOPOST')                                05118680
                     FROM(CARDAUTH-MEMOPOST-REC)                        05118708
                     RIDFLD(MEMOPOST-KEY OF CARDAUTH-MEMOPOST-REC)      05118736
                     RESP(CARDAUTH-RESP)                                05118764
           END-EXEC                                                     05118792
                                                                        05118820
           IF CARDAUTH-RESP NOT = DFHRESP(NORMAL)                       05118848
               MOVE '7' TO COMM-AUTH-FAIL-CD                            05118876
           END-IF.                                                      05118904
       5400-EXIT.                                                       05118932
           EXIT.                                                        05118960
                                                                        05118988
      ******************************************************************05119016
      *  5500-PUT-MEMO-BALANCE - COUNT A QUEUED HOLD OR SETTLEMENT ON  *05119044
      *  THE ACCOUNT'S STAND-IN RUNNING TOTAL.  THE ITEM IS ALREADY    *05119072
      *  QUEUED, SO A FAILURE HERE IS REPORTED, NOT REFUSED.           *05119100
      ******************************************************************05119128
       5500-PUT-MEMO-BALANCE.                                           05119156
           IF NOT COMM-AUTH-ACT-RELEASE                                 05119184
               SUBTRACT COMM-AUTH-AMOUNT                                05119212
                  FROM MEMOBAL-NET-AMOUNT OF CARDAUTH-MEMOBAL-REC       05119240
           END-IF                                                       05119268
           ADD 1 TO MEMOBAL-ITEM-COUNT OF CARDAUTH-MEMOBAL-REC          05119296
                                                                        05119324
           IF CARDAUTH-MEMBAL-NEW                                       05119352
               EXEC CICS                                                05119380
                   WRITE DATASET('MEMOBAL')                             05119408
                         FROM(CARDAUTH-MEMOBAL-REC)                     05119436
                         RIDFLD(MEMOBAL-KEY OF CARDAUTH-MEMOBAL-REC)    05119464
                         RESP(CARDAUTH-RESP2)                           05119492
               END-EXEC                                                 05119520
           ELSE                                                         05119548
               EXEC CICS                                                05119576
                   REWRITE DATASET('MEMOBAL')                           05119604
                           FROM(CARDAUTH-MEMOBAL-REC)                   05119632
                           RESP(CARDAUTH-RESP2)                         05119660
               END-EXEC                                                 05119688
           END-IF                                                       05119716
                                                                        05119744
           IF CARDAUTH-RESP2 NOT = DFHRESP(NORMAL)                      05119772
               DISPLAY 'CARDAUTH - CRITICAL - MEMOBAL UPDATE FAILED '   05119800
                   'FOR ACCOUNT ' CARDAUTH-KEY-ACCNO                    05119828
           END-IF.                                                      05119856
       5500-EXIT.                                                       05119884
           EXIT.                                                        05119912
                                                                        05119940
      ******************************************************************05120000
      *  9999-EXIT - RETURN TO THE CALLER.                             *05130000
      ******************************************************************05140000
