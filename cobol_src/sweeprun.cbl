      *             TRANSFER SHAPE, NUMBERED FROM THE PROCTRAN         *00300000
      *             CONTROL SINGLETON, SO STATEMENTS AND THE TRIAL     *00310000
      *             BALANCE SEE AN ORDINARY TRANSFER.                  *00320000
      *                                                                *00321428
      *             AN OPTIONAL SIMULATION PARAMETER (COPYBOOK         *00322856
      *             SIMPARM) MAKES THE RUN A WHAT-IF : THE MASTERS ARE *00324284
      *             READ BUT NOT UPDATED AND EACH WOULD-BE TFD/TFC LEG *00325712
      *             GOES TO THE SIMULATION POSTINGS FILE (COPYBOOK     *00327140
      *             SIMPOST) FOR SIMCOMP.                              *00328568
      *                                                                *00330000
      *  FILES    : SWPORD   - VSAM KSDS - SWEEP ORDERS (INPUT)        *00340000
      *             ACCFILE  - VSAM KSDS - ACCOUNT MASTER (I-O)        *00350000
      *             AUTHHOLD - VSAM KSDS - CARD AUTH HOLDS (INPUT)     *00372000
      *             LEGORDER - VSAM KSDS - LEGAL-ORDER EARMARKS        *00374000
      *                        (INPUT)                                 *00376000
      *             UNCLRCHQ - VSAM KSDS - UNCLEARED CHEQUES (INPUT)   *00377333
      *             PENDREL  - VSAM KSDS - HIGH-VALUE QUEUE (INPUT)    *00378666
      *             SWPRPT   - SWEEP ACTIVITY REPORT (OUTPUT)          *00380000
      *             SIMPARM  - SIMULATION PARAMETER (OPTIONAL)         *00385000
      *             SIMPOST  - SIMULATED POSTINGS (EXTEND)             *00387500
      *                                                                *00390000
      *  CHANGE HISTORY                                                *00400000
      *  ----------------------------------------------------------    *00410000
      *                    SWEEPS                                    * 00437000
      *  2026-09-02  BAG   PROCTRAN LEGS CARRY THE PAIR'S OWN        * 00438000
      *                    CURRENCY - SWPMNT ENFORCES SAME-CURRENCY  * 00439000
      *  2026-10-15  BAG   PROCESSING DATE COMES FROM THE BUSINESS     *00433333
      *                    DATE (BUSDATE), NOT THE SYSTEM CLOCK        *00436666
      *  2026-10-15  BAG   WHAT-IF SIMULATION MODE DRIVEN BY AN        *00437499
      *                    OPTIONAL SIMPARM : MASTERS READ ONLY,       *00438332
      *                    WOULD-BE SWEEP LEGS TO SIMPOST              *00439165
      *  2026-10-15  BAG   KEEP PROCTRAN CONTROL TOTALS FOR            *00439443
      *                    BALCHK THROUGH BALTOT                       *00439721
      *  2026-10-15  BAG   CHEQUES NOT YET CLEARED (UNCLRCHQ) AND      *00439790
      *                    PAYMENTS WAITING ON PENDREL ARE LEFT OUT OF *00439859
      *                    THE AVAILABLE BALANCE                       *00439928
      *                                                                *00440000
      ******************************************************************00450000
       ENVIRONMENT DIVISION.                                            00460000
                  ACCESS MODE IS DYNAMIC                                00717800
                  RECORD KEY IS LEGORDER-KEY OF LEGORDER-FILE-REC       00718000
                  FILE STATUS IS SWEEPRUN-LEG-STATUS.                   00718200
                                                                        00718215
           SELECT UNCLEAR-FILE    ASSIGN TO UNCLRCHQ                    00718230
                  ORGANIZATION IS INDEXED                               00718245
                  ACCESS MODE IS DYNAMIC                                00718260
                  RECORD KEY IS UNCLRCHQ-KEY OF UNCLEAR-FILE-REC        00718275
                  FILE STATUS IS SWEEPRUN-UNCL-STATUS.                  00718290
                                                                        00718305
           SELECT PENDREL-FILE    ASSIGN TO PENDREL                     00718320
                  ORGANIZATION IS INDEXED                               00718335
                  ACCESS MODE IS DYNAMIC                                00718350
                  RECORD KEY IS PENDREL-KEY OF PENDREL-FILE-REC         00718365
                  FILE STATUS IS SWEEPRUN-HVQ-STATUS.                   00718380
                                                                        00718400
           SELECT OPTIONAL SIM-FILE ASSIGN TO SIMPARM                   00718600
                  ORGANIZATION IS SEQUENTIAL                            00718800
                  FILE STATUS IS SWEEPRUN-SIM-STATUS.                   00719000
                                                                        00719200
           SELECT SIMPOST-FILE    ASSIGN TO SIMPOST                     00719400
                  ORGANIZATION IS LINE SEQUENTIAL                       00719600
                  FILE STATUS IS SWEEPRUN-SPST-STATUS.                  00719800
                                                                        00720000
           SELECT SWP-RPT         ASSIGN TO SWPRPT                      00730000
                  ORGANIZATION IS LINE SEQUENTIAL                       00740000
           RECORDING MODE IS F.                                         00980800
       01  LEGORDER-FILE-REC.                                           00981000
           COPY LEGORDER.                                               00981200
                                                                        00981209
       FD  UNCLEAR-FILE                                                 00981218
           RECORDING MODE IS F.                                         00981227
       01  UNCLEAR-FILE-REC.                                            00981236
           COPY UNCLRCHQ.                                               00981245
                                                                        00981254
       FD  PENDREL-FILE                                                 00981263
           RECORDING MODE IS F.                                         00981272
       01  PENDREL-FILE-REC.                                            00981281
           COPY PENDREL.                                                00981290
                                                                        00981300
       FD  SIM-FILE                                                     00981400
           RECORDING MODE IS F.                                         00981500
       01  SIM-FILE-REC.                                                00981600
           COPY SIMPARM.                                                00981700
                                                                        00981800
       FD  SIMPOST-FILE                                                 00981900
           RECORDING MODE IS F.                                         00982000
       01  SIMPOST-FILE-REC.                                            00982100
           COPY SIMPOST.                                                00982200
                                                                        00980000
       FD  SWP-RPT                                                      00990000
           RECORDING MODE IS F.                                         01000000
               88  SWEEPRUN-LEG-DONE             VALUE 'Y'.             01227000
           05  SWEEPRUN-HOLD-TOTAL         PIC S9(10)V99 VALUE ZERO.    01228000
           05  SWEEPRUN-EARMARK-TOTAL      PIC S9(10)V99 VALUE ZERO.    01228500
           05  SWEEPRUN-UNCL-STATUS        PIC XX.                      01228555
           05  SWEEPRUN-UNCLEARED-TOTAL    PIC S9(10)V99 VALUE ZERO.    01228610
           05  SWEEPRUN-UNCL-EOF-SWITCH    PIC X     VALUE 'N'.         01228665
               88  SWEEPRUN-UNCL-DONE            VALUE 'Y'.             01228720
           05  SWEEPRUN-HVQ-STATUS         PIC XX.                      01228775
           05  SWEEPRUN-HVQ-TOTAL          PIC S9(10)V99 VALUE ZERO.    01228830
           05  SWEEPRUN-HVQ-EOF-SWITCH     PIC X     VALUE 'N'.         01228885
               88  SWEEPRUN-HVQ-DONE             VALUE 'Y'.             01228940
           05  SWEEPRUN-SUM-SORTCODE       PIC 9(6)  VALUE ZERO.        01229000
           05  SWEEPRUN-SUM-ACCOUNT        PIC 9(8)  VALUE ZERO.        01229500
           05  SWEEPRUN-SWEEP-CURRENCY     PIC X(3)  VALUE 'GBP'.       01229700
           05  SWEEPRUN-TOPUP-COUNT        PIC 9(9)  COMP-3 VALUE ZERO. 01260000
           05  SWEEPRUN-SKIM-COUNT         PIC 9(9)  COMP-3 VALUE ZERO. 01270000
           05  SWEEPRUN-SKIPPED-COUNT      PIC 9(9)  COMP-3 VALUE ZERO. 01280000
           05  SWEEPRUN-SIM-STATUS         PIC XX.                      01281000
           05  SWEEPRUN-SPST-STATUS        PIC XX.                      01282000
           05  SWEEPRUN-JOB-NAME           PIC X(8)  VALUE 'SWEEPRUN'.  01283000
           05  SWEEPRUN-SIM-SWITCH         PIC X     VALUE 'N'.         01284000
               88  SWEEPRUN-SIMULATING           VALUE 'Y'.             01285000
           05  SWEEPRUN-SIM-SCENARIO       PIC X(8)  VALUE SPACES.      01286000
           05  SWEEPRUN-SIM-BASIS          PIC X     VALUE SPACE.       01287000
           05  SWEEPRUN-SIM-DATE           PIC 9(8)  VALUE ZERO.        01288000
           05  SWEEPRUN-SIM-COUNT          PIC 9(9)  COMP-3 VALUE ZERO. 01289000
                                                                        01290000
       01  SWEEPRUN-ORDER-ACCT-REC.                                     01300000
           COPY ACCOUNT.                                                01310000
           05  FILLER                      PIC X(20) VALUE              01670000
               'ORDERS SKIPPED     :'.                                  01680000
           05  SWEEPRUN-SUM-SKIPPED        PIC Z(8)9.                   01690000
                                                                        01690833
       01  SWEEPRUN-SUMMARY-LINE-5.                                     01691666
           05  FILLER                      PIC X(20) VALUE              01692499
               'SIMULATED POSTINGS :'.                                  01693332
           05  SWEEPRUN-SUM-SIM            PIC Z(8)9.                   01694165
           05  FILLER                      PIC X(2)  VALUE SPACES.      01694998
           05  FILLER                      PIC X(9)  VALUE              01695831
               'SCENARIO '.                                             01696664
           05  SWEEPRUN-SUM-SCENARIO       PIC X(8).                    01697497
           05  FILLER                      PIC X(1)  VALUE SPACE.       01698330
           05  SWEEPRUN-SUM-BASIS          PIC X.                       01699163
                                                                        01700000
       01  RUNCTL-REQUEST-AREA.                                         01710000
           COPY RUNCTLQ.                                                01720000
                                                                        01720625
       01  BALTOT-REQUEST-AREA.                                         01721250
           COPY BALTOTQ.                                                01721875
                                                                        01722500
       01  BUSDATE-REQUEST-AREA.                                        01725000
           COPY BUSDATEQ.                                               01727500
                                                                        01730000
      ******************************************************************01740000
       PROCEDURE DIVISION.                                              01750000
      *  1000-INITIALIZE - REGISTER WITH RUNCTL AND OPEN THE FILES.    *01900000
      ******************************************************************01910000
       1000-INITIALIZE.                                                 01920000
           PERFORM 1050-READ-SIMULATION-PARM THRU 1050-EXIT             01925000
           MOVE 'S' TO RUNCTL-REQ-FUNCTION                              01930000
           MOVE SWEEPRUN-JOB-NAME TO RUNCTL-REQ-JOB                     01940000
           MOVE ZERO TO RUNCTL-REQ-COUNT                                01950000
           CALL 'RUNCTL' USING RUNCTL-REQUEST                           01960000
           IF RUNCTL-HELD                                               01970000
               DISPLAY 'SWEEPRUN - HELD - PREDECESSOR NOT COMPLETE'     01980000
               STOP RUN                                                 01990000
           END-IF                                                       02000000
                                                                        02002000
           MOVE 'SWEEPRUN' TO BALTOT-REQ-JOB                            02004000
           SET BALTOT-REQ-PRODUCER TO TRUE                              02006000
           MOVE 'PROCTRAN' TO BALTOT-REQ-FILE                           02008000
                                                                        02010000
      *    A SIMULATION RUN ONLY READS THE MASTERS, TAKES NO           *02013157
      *    PROCTRAN NUMBERS, AND APPENDS TO THE SIMULATION FILE.       *02016314
           IF SWEEPRUN-SIMULATING                                       02019471
               OPEN INPUT  SWPORD-FILE                                  02022628
               OPEN INPUT  ACCOUNT-FILE                                 02025785
               OPEN INPUT  PROCTRAN-FILE                                02028942
               OPEN INPUT  HOLD-FILE                                    02032099
               OPEN INPUT  LEGORDER-FILE                                02035256
               OPEN INPUT  UNCLEAR-FILE                                 02036308
               OPEN INPUT  PENDREL-FILE                                 02037360
               OPEN EXTEND SIMPOST-FILE                                 02038413
           ELSE                                                         02041570
               OPEN INPUT  SWPORD-FILE                                  02044727
               OPEN I-O    ACCOUNT-FILE                                 02047884
               OPEN I-O    PROCTRAN-FILE                                02051041
               OPEN I-O    PCTRL-FILE                                   02054198
               OPEN INPUT  HOLD-FILE                                    02057355
               OPEN INPUT  LEGORDER-FILE                                02060512
               OPEN INPUT  UNCLEAR-FILE                                 02061564
               OPEN INPUT  PENDREL-FILE                                 02062616
           END-IF                                                       02063669
           OPEN OUTPUT SWP-RPT                                          02066826
                                                                        02070000
           CALL 'BUSDATE' USING BUSDATE-REQUEST                         02076666
           MOVE BUSDATE-REQ-CURRENT TO SWEEPRUN-CURRENT-DATE            02083332
           IF SWEEPRUN-SIMULATING                                       02084665
              AND SWEEPRUN-SIM-DATE NOT = ZERO                          02085998
               MOVE SWEEPRUN-SIM-DATE TO SWEEPRUN-CURRENT-DATE          02087331
           END-IF                                                       02088664
           ACCEPT SWEEPRUN-CURRENT-TIME FROM TIME.                      02090000
       1000-EXIT.                                                       02100000
           EXIT.                                                        02110000
                                                                        02110333
      ******************************************************************02110666
      *  1050-READ-SIMULATION-PARM - AN OPTIONAL SIMULATION PARAMETER  *02110999
      *  TURNS THIS RUN INTO A WHAT-IF, THE SAME WAY INTACCR TAKES     *02111332
      *  ONE.  ITS RUNCTL NAME ENDS IN S SO IT NEVER STANDS IN FOR     *02111665
      *  THE LIVE RUN.  NO PARAMETER MEANS THE LIVE RUN, UNCHANGED.    *02111998
      ******************************************************************02112331
       1050-READ-SIMULATION-PARM.                                       02112664
           OPEN INPUT SIM-FILE                                          02112997
                                                                        02113330
           IF SWEEPRUN-SIM-STATUS NOT = '00'                            02113663
               GO TO 1050-EXIT                                          02113996
           END-IF                                                       02114329
                                                                        02114662
           READ SIM-FILE                                                02114995
               AT END                                                   02115328
                   CLOSE SIM-FILE                                       02115661
                   GO TO 1050-EXIT                                      02115994
           END-READ                                                     02116327
                                                                        02116660
           SET SWEEPRUN-SIMULATING TO TRUE                              02116993
           MOVE SIMPARM-SCENARIO  TO SWEEPRUN-SIM-SCENARIO              02117326
           MOVE SIMPARM-BASIS     TO SWEEPRUN-SIM-BASIS                 02117659
           MOVE SIMPARM-PROJ-DATE TO SWEEPRUN-SIM-DATE                  02117992
           MOVE 'S'               TO SWEEPRUN-JOB-NAME(8:1)             02118325
                                                                        02118658
           CLOSE SIM-FILE.                                              02118991
       1050-EXIT.                                                       02119324
           EXIT.                                                        02119657
                                                                        02120000
      ******************************************************************02130000
      *  2000-EVALUATE-ONE-ORDER - ONE SWEEP ORDER AGAINST THE         *02140000
               TO SWEEPRUN-SUM-ACCOUNT                                  03307600
           PERFORM 2700-SUM-ACTIVE-HOLDS THRU 2700-EXIT                 03307800
           PERFORM 2720-SUM-EARMARKS THRU 2720-EXIT                     03308000
           PERFORM 2680-SUM-UNCLEARED THRU 2680-EXIT                    03308066
           PERFORM 2690-SUM-RELEASE-QUEUE THRU 2690-EXIT                03308132
           COMPUTE SWEEPRUN-AVAIL-AMOUNT =                              03308200
               ACCOUNT-BALANCE OF SWEEPRUN-LINKED-ACCT-REC              03308400
             - SWEEPRUN-HOLD-TOTAL - SWEEPRUN-EARMARK-TOTAL             03308600
             - SWEEPRUN-UNCLEARED-TOTAL - SWEEPRUN-HVQ-TOTAL            03308800
                                                                        03309000
           IF SWEEPRUN-AVAIL-AMOUNT NOT > ZERO                          03310000
               MOVE 'LINKED ACCOUNT SHORT' TO SWEEPRUN-DTL-NOTE         03320000
               TO SWEEPRUN-SUM-ACCOUNT                                  03785800
           PERFORM 2700-SUM-ACTIVE-HOLDS THRU 2700-EXIT                 03786000
           PERFORM 2720-SUM-EARMARKS THRU 2720-EXIT                     03786200
           PERFORM 2680-SUM-UNCLEARED THRU 2680-EXIT                    03786266
           PERFORM 2690-SUM-RELEASE-QUEUE THRU 2690-EXIT                03786332
           COMPUTE SWEEPRUN-AVAIL-AMOUNT =                              03786400
               ACCOUNT-BALANCE OF SWEEPRUN-ORDER-ACCT-REC               03786600
             - SWEEPRUN-HOLD-TOTAL - SWEEPRUN-EARMARK-TOTAL             03786800
             - SWEEPRUN-UNCLEARED-TOTAL - SWEEPRUN-HVQ-TOTAL            03786900
                                                                        03787000
           IF SWEEPRUN-AVAIL-AMOUNT NOT > ZERO                          03787200
               MOVE 'HELD FUNDS - NOTHING FREE' TO SWEEPRUN-DTL-NOTE    03787400
       2300-EXIT.                                                       03990000
           EXIT.                                                        04000000
                                                                        04010000
      ******************************************************************04011761
      *  2680-SUM-UNCLEARED - READ THROUGH THE ACCOUNT'S               *04013522
      *  UNCLEARED-CHEQUE ROWS AND ADD UP EVERY CHEQUE STILL HELD      *04015283
      *  UNCLEARED.  THE CREDIT IS ALREADY IN THE LEDGER BALANCE, BUT  *04017044
      *  THE FUNDS CANNOT BE SWEPT UNTIL CHQREL CLEARS THE CHEQUE.     *04018805
      ******************************************************************04020566
       2680-SUM-UNCLEARED.                                              04022327
           MOVE ZERO TO SWEEPRUN-UNCLEARED-TOTAL                        04024088
           MOVE 'N'  TO SWEEPRUN-UNCL-EOF-SWITCH                        04025849
                                                                        04027610
           MOVE SWEEPRUN-SUM-SORTCODE                                   04029371
               TO UNCLRCHQ-SORTCODE OF UNCLEAR-FILE-REC                 04031132
           MOVE SWEEPRUN-SUM-ACCOUNT                                    04032893
               TO UNCLRCHQ-NUMBER OF UNCLEAR-FILE-REC                   04034654
           MOVE ZERO TO UNCLRCHQ-CHEQUE-NUMBER OF UNCLEAR-FILE-REC      04036415
                                                                        04038176
           START UNCLEAR-FILE KEY IS NOT LESS                           04039937
                 THAN UNCLRCHQ-KEY OF UNCLEAR-FILE-REC                  04041698
               INVALID KEY                                              04043459
                   SET SWEEPRUN-UNCL-DONE TO TRUE                       04045220
           END-START                                                    04046981
                                                                        04048742
           PERFORM 2685-READ-NEXT-UNCLEARED THRU 2685-EXIT              04050503
              UNTIL SWEEPRUN-UNCL-DONE.                                 04052264
       2680-EXIT.                                                       04054025
           EXIT.                                                        04055786
                                                                        04057547
      ******************************************************************04059308
      *  2685-READ-NEXT-UNCLEARED - STEP THE BROWSE, COUNTING          *04061069
      *  UNCLEARED CHEQUES UNTIL IT LEAVES THE ACCOUNT'S KEY RANGE.    *04062830
      ******************************************************************04064591
       2685-READ-NEXT-UNCLEARED.                                        04066352
           READ UNCLEAR-FILE NEXT RECORD                                04068113
               AT END                                                   04069874
                   SET SWEEPRUN-UNCL-DONE TO TRUE                       04071635
                   GO TO 2685-EXIT                                      04073396
           END-READ                                                     04075157
                                                                        04076918
           IF UNCLRCHQ-SORTCODE OF UNCLEAR-FILE-REC                     04078679
              NOT = SWEEPRUN-SUM-SORTCODE                               04080440
              OR UNCLRCHQ-NUMBER OF UNCLEAR-FILE-REC                    04082201
                 NOT = SWEEPRUN-SUM-ACCOUNT                             04083962
               SET SWEEPRUN-UNCL-DONE TO TRUE                           04085723
               GO TO 2685-EXIT                                          04087484
           END-IF                                                       04089245
                                                                        04091006
           IF UNCLRCHQ-UNCLEARED OF UNCLEAR-FILE-REC                    04092767
               ADD UNCLRCHQ-AMOUNT OF UNCLEAR-FILE-REC                  04094528
                  TO SWEEPRUN-UNCLEARED-TOTAL                           04096289
           END-IF.                                                      04098050
       2685-EXIT.                                                       04099811
           EXIT.                                                        04101572
                                                                        04103333
      ******************************************************************04105094
      *  2690-SUM-RELEASE-QUEUE - READ THROUGH THE ACCOUNT'S           *04106855
      *  RANGE OF THE HIGH-VALUE RELEASE QUEUE AND ADD UP EVERY        *04108616
      *  PAYMENT STILL WAITING OR REFERRED.  A QUEUED PAYMENT HAS NOT  *04110377
      *  LEFT THE ACCOUNT BUT ITS FUNDS ARE SPOKEN FOR UNTIL HVREL     *04112138
      *  DECIDES IT.                                                   *04113899
      ******************************************************************04115660
       2690-SUM-RELEASE-QUEUE.                                          04117421
           MOVE ZERO TO SWEEPRUN-HVQ-TOTAL                              04119182
           MOVE 'N'  TO SWEEPRUN-HVQ-EOF-SWITCH                         04120943
                                                                        04122704
           MOVE SWEEPRUN-SUM-SORTCODE                                   04124465
               TO PENDREL-SORTCODE OF PENDREL-FILE-REC                  04126226
           MOVE SWEEPRUN-SUM-ACCOUNT                                    04127987
               TO PENDREL-FROM-ACCOUNT OF PENDREL-FILE-REC              04129748
           MOVE LOW-VALUES TO PENDREL-SOURCE OF PENDREL-FILE-REC        04131509
           MOVE ZERO TO PENDREL-NUMBER OF PENDREL-FILE-REC              04133270
                                                                        04135031
           START PENDREL-FILE KEY IS NOT LESS                           04136792
                 THAN PENDREL-KEY OF PENDREL-FILE-REC                   04138553
               INVALID KEY                                              04140314
                   SET SWEEPRUN-HVQ-DONE TO TRUE                        04142075
           END-START                                                    04143836
                                                                        04145597
           PERFORM 2695-READ-NEXT-QUEUED THRU 2695-EXIT                 04147358
              UNTIL SWEEPRUN-HVQ-DONE.                                  04149119
       2690-EXIT.                                                       04150880
           EXIT.                                                        04152641
                                                                        04154402
      ******************************************************************04156163
      *  2695-READ-NEXT-QUEUED - STEP THE QUEUE BROWSE, COUNTING       *04157924
      *  OUTSTANDING PAYMENTS UNTIL IT LEAVES THE ACCOUNT'S KEY RANGE. *04159685
      ******************************************************************04161446
       2695-READ-NEXT-QUEUED.                                           04163207
           READ PENDREL-FILE NEXT RECORD                                04164968
               AT END                                                   04166729
                   SET SWEEPRUN-HVQ-DONE TO TRUE                        04168490
                   GO TO 2695-EXIT                                      04170251
           END-READ                                                     04172012
                                                                        04173773
           IF PENDREL-SORTCODE OF PENDREL-FILE-REC                      04175534
              NOT = SWEEPRUN-SUM-SORTCODE                               04177295
              OR PENDREL-FROM-ACCOUNT OF PENDREL-FILE-REC               04179056
                 NOT = SWEEPRUN-SUM-ACCOUNT                             04180817
               SET SWEEPRUN-HVQ-DONE TO TRUE                            04182578
               GO TO 2695-EXIT                                          04184339
           END-IF                                                       04186100
                                                                        04187861
           IF PENDREL-OUTSTANDING OF PENDREL-FILE-REC                   04189622
               ADD PENDREL-AMOUNT OF PENDREL-FILE-REC                   04191383
                  TO SWEEPRUN-HVQ-TOTAL                                 04193144
           END-IF.                                                      04194905
       2695-EXIT.                                                       04196666
           EXIT.                                                        04198427
                                                                        04200188
      ******************************************************************04202000
      *  2700-SUM-ACTIVE-HOLDS - ADD UP THE DEBITED ACCOUNT'S ACTIVE  *04204000
      *  UNEXPIRED CARD AUTHORIZATION HOLDS, THE SAME WAY SODDPAY     *04206000
      *  PAIR.                                                         *04040000
      ******************************************************************04050000
       2500-POST-SWEEP.                                                 04060000
      *    A SIMULATION LEAVES BOTH BALANCES ALONE AND ONLY LOGS       *04061111
      *    THE PAIR IT WOULD HAVE POSTED.                              *04062222
           IF SWEEPRUN-SIMULATING                                       04063333
               PERFORM 2520-WRITE-TFD-PROCTRAN THRU 2520-EXIT           04064444
               PERFORM 2530-WRITE-TFC-PROCTRAN THRU 2530-EXIT           04065555
               GO TO 2500-EXIT                                          04066666
           END-IF                                                       04067777
                                                                        04068888
           MOVE SWEEPRUN-ORDER-ACCT-REC TO ACCOUNT-FILE-REC             04070000
           REWRITE ACCOUNT-FILE-REC                                     04080000
               INVALID KEY                                              04090000
           MOVE SWEEPRUN-CREDIT-ACCOUNT                                 04880000
               TO PROC-TRAN-DESC-XFR-ACCOUNT OF PROCTRAN-FILE-REC       04890000
                                                                        04900000
           IF SWEEPRUN-SIMULATING                                       04901666
               PERFORM 2540-WRITE-SIMPOST THRU 2540-EXIT                04903332
               GO TO 2520-EXIT                                          04904998
           END-IF                                                       04906664
                                                                        04908330
           WRITE PROCTRAN-FILE-REC                                      04910000
               INVALID KEY                                              04920000
                   DISPLAY 'SWEEPRUN - ERROR - TFD WRITE FAILED FOR '   04930000
                       SWPORD-KEY OF SWPORD-FILE-REC                    04940000
               NOT INVALID KEY                                          04943333
                   PERFORM 8900-ADD-CONTROL-TOTAL THRU 8900-EXIT        04946666
           END-WRITE.                                                   04950000
       2520-EXIT.                                                       04960000
           EXIT.                                                        04970000
           MOVE SWEEPRUN-DEBIT-ACCOUNT                                  05270000
               TO PROC-TRAN-DESC-XFR-ACCOUNT OF PROCTRAN-FILE-REC       05280000
                                                                        05290000
           IF SWEEPRUN-SIMULATING                                       05291666
               PERFORM 2540-WRITE-SIMPOST THRU 2540-EXIT                05293332
               GO TO 2530-EXIT                                          05294998
           END-IF                                                       05296664
                                                                        05298330
           WRITE PROCTRAN-FILE-REC                                      05300000
               INVALID KEY                                              05310000
                   DISPLAY 'SWEEPRUN - ERROR - TFC WRITE FAILED FOR '   05320000
                       SWPORD-KEY OF SWPORD-FILE-REC                    05330000
               NOT INVALID KEY                                          05333333
                   PERFORM 8900-ADD-CONTROL-TOTAL THRU 8900-EXIT        05336666
           END-WRITE.                                                   05340000
       2530-EXIT.                                                       05350000
           EXIT.                                                        05360000
                                                                        05360303
      ******************************************************************05360606
      *  2540-WRITE-SIMPOST - A SIMULATION RUN'S TFD OR TFC LEG GOES   *05360909
      *  TO THE SIMULATION POSTINGS FILE INSTEAD, SIGNED BY ITS        *05361212
      *  EFFECT ON THE ACCOUNT IT NAMES.                               *05361515
      ******************************************************************05361818
       2540-WRITE-SIMPOST.                                              05362121
           MOVE SPACES TO SIMPOST-FILE-REC                              05362424
           MOVE SWEEPRUN-SIM-SCENARIO TO SIMPOST-SCENARIO               05362727
           MOVE SWEEPRUN-SIM-BASIS    TO SIMPOST-BASIS                  05363030
           MOVE 'SWEEPRUN'            TO SIMPOST-JOB                    05363333
           MOVE SWEEPRUN-CURRENT-DATE TO SIMPOST-DATE                   05363636
           MOVE PROC-TRAN-SORT-CODE OF PROCTRAN-FILE-REC                05363939
               TO SIMPOST-SORTCODE                                      05364242
           MOVE PROC-TRAN-ACCOUNT-NUMBER OF PROCTRAN-FILE-REC           05364545
               TO SIMPOST-ACCOUNT                                       05364848
           MOVE PROC-TRAN-TYPE OF PROCTRAN-FILE-REC TO SIMPOST-TYPE     05365151
           IF PROC-TRAN-TYPE OF PROCTRAN-FILE-REC = 'TFD'               05365454
               COMPUTE SIMPOST-AMOUNT =                                 05365757
                   ZERO - PROC-TRAN-AMOUNT OF PROCTRAN-FILE-REC         05366060
           ELSE                                                         05366363
               MOVE PROC-TRAN-AMOUNT OF PROCTRAN-FILE-REC               05366666
                   TO SIMPOST-AMOUNT                                    05366969
           END-IF                                                       05367272
           MOVE PROC-TRAN-CURRENCY OF PROCTRAN-FILE-REC                 05367575
               TO SIMPOST-CURRENCY                                      05367878
           MOVE PROC-TRAN-DESC OF PROCTRAN-FILE-REC TO SIMPOST-DESC     05368181
                                                                        05368484
           WRITE SIMPOST-FILE-REC                                       05368787
           ADD 1 TO SWEEPRUN-SIM-COUNT.                                 05369090
       2540-EXIT.                                                       05369393
           EXIT.                                                        05369696
                                                                        05370000
      ******************************************************************05380000
      *  2600-PRINT-SWEEP - ONE POSTED SWEEP.                          *05390000
           WRITE SWP-RPT-LINE FROM SWEEPRUN-SUMMARY-LINE-2              05650000
           WRITE SWP-RPT-LINE FROM SWEEPRUN-SUMMARY-LINE-3              05660000
           WRITE SWP-RPT-LINE FROM SWEEPRUN-SUMMARY-LINE-4              05670000
           IF SWEEPRUN-SIMULATING                                       05671428
               MOVE SWEEPRUN-SIM-COUNT    TO SWEEPRUN-SUM-SIM           05672856
               MOVE SWEEPRUN-SIM-SCENARIO TO SWEEPRUN-SUM-SCENARIO      05674284
               MOVE SWEEPRUN-SIM-BASIS    TO SWEEPRUN-SUM-BASIS         05675712
               WRITE SWP-RPT-LINE FROM SWEEPRUN-SUMMARY-LINE-5          05677140
           END-IF                                                       05678568
                                                                        05680000
           DISPLAY 'SWEEPRUN - ORDERS ' SWEEPRUN-READ-COUNT             05690000
               ' TOP-UPS ' SWEEPRUN-TOPUP-COUNT                         05700000
       3000-EXIT.                                                       05730000
           EXIT.                                                        05740000
                                                                        05750000
      ******************************************************************05750666
      *  8900-ADD-CONTROL-TOTAL - ADD THE PROCTRAN ROW JUST WRITTEN TO *05751332
      *  THE JOB'S CONTROL TOTALS FOR BALCHK.                          *05751998
      ******************************************************************05752664
       8900-ADD-CONTROL-TOTAL.                                          05753330
           SET BALTOT-REQ-ADD TO TRUE                                   05753996
           MOVE PROC-TRAN-DATE OF PROCTRAN-FILE-REC TO BALTOT-REQ-DATE  05754662
           MOVE PROC-TRAN-TYPE OF PROCTRAN-FILE-REC TO BALTOT-REQ-TYPE  05755328
           MOVE PROC-TRAN-AMOUNT OF PROCTRAN-FILE-REC                   05755994
               TO BALTOT-REQ-AMOUNT                                     05756660
           CALL 'BALTOT' USING BALTOT-REQUEST.                          05757326
       8900-EXIT.                                                       05757992
           EXIT.                                                        05758658
                                                                        05759324
      ******************************************************************05760000
      *  9000-TERMINATE - REPORT TO RUNCTL AND CLOSE THE FILES.        *05770000
      ******************************************************************05780000
       9000-TERMINATE.                                                  05790000
           SET BALTOT-REQ-WRITE TO TRUE                                 05792500
           CALL 'BALTOT' USING BALTOT-REQUEST                           05795000
                                                                        05797500
           MOVE 'E' TO RUNCTL-REQ-FUNCTION                              05800000
           MOVE SWEEPRUN-READ-COUNT TO RUNCTL-REQ-COUNT                 05810000
           CALL 'RUNCTL' USING RUNCTL-REQUEST                           05820000
           CLOSE SWPORD-FILE                                            05840000
           CLOSE ACCOUNT-FILE                                           05850000
           CLOSE PROCTRAN-FILE                                          05860000
           IF SWEEPRUN-SIMULATING                                       05892000
               CLOSE SIMPOST-FILE                                       05924000
           ELSE                                                         05956000
               CLOSE PCTRL-FILE                                         05988000
           END-IF                                                       06020000
           CLOSE HOLD-FILE                                              06052000
           CLOSE LEGORDER-FILE                                          06054000
           CLOSE UNCLEAR-FILE                                           06054500
           CLOSE PENDREL-FILE                                           06055000
           CLOSE SWP-RPT.                                               05880000
       9000-EXIT.                                                       05890000
           EXIT.                                                        05900000
