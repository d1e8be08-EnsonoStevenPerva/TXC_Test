      *             WATCHLST - VSAM KSDS - WATCHLIST MASTER (INPUT)   * 00468000
      *             WLHIT    - VSAM KSDS - PENDING REVIEW QUEUE (I-O) * 00468200
      *             REDIRECT - VSAM KSDS - SWITCH REDIRECTIONS (IN)   * 00468400
      *             PRODCAT  - VSAM KSDS - PRODUCT CATALOGUE (INPUT)   *00469200
      *             ISASUB   - VSAM KSDS - ISA SUBSCRIPTIONS (I-O)     *00469600
      *             UNCLRCHQ - VSAM KSDS - UNCLEARED CHEQUES (INPUT)   *00469733
      *             PENDREL  - VSAM KSDS - HIGH-VALUE QUEUE (INPUT)    *00469866
      *                                                                *00470000
      *  RETURN REASON CODES :                                         *00480000
      *             SCU - TARGET SORT CODE UNKNOWN OR CLOSED           *00490000
      *             NOM - DEBIT WITH NO ACTIVE DD MANDATE             * 00534000
      *             WLH - REMITTER NAME ON THE WATCHLIST              * 00535000
      *             CKD - ACCOUNT NUMBER FAILS ITS CHECK DIGIT        * 00536000
      *             ISA - CREDIT WOULD BREACH THE ISA ALLOWANCE        *00538000
      *                                                                *00540000
      *  CHECKPOINT/RESTART : THE CLEARING FILE IS A PLAIN SEQUENTIAL  *00550000
      *             FILE WITH NO KEY OF ITS OWN, SO RESTART WORKS BY   *00560000
      *  ----------------------------------------------------------    *00630000
      *  DATE        BY    DESCRIPTION                                 *00640000
      *  2026-08-22  BAG   INITIAL VERSION                             *00650000
      *  2026-10-15  BAG   PROCESSING DATE COMES FROM THE BUSINESS     *00653333
      *                    DATE (BUSDATE), NOT THE SYSTEM CLOCK        *00656666
      *                                                                *00660000
      *  2026-08-22  BAG   REGISTER THE RUN WITH THE RUN-CONTROL       *00663333
      *                    SUBSYSTEM AT START AND END                  *00666666
      *  2026-09-02  BAG   REMAP CREDITS ARRIVING FOR A SWITCHED-IN   * 00669100
      *                    CUSTOMER'S OLD BANK DETAILS DURING THE     * 00669120
      *                    GUARANTEE PERIOD                           * 00669140
      *  2026-10-15  BAG   A CREDIT TO AN ISA PRODUCT THAT WOULD       *00669312
      *                    BREACH THE CUSTOMER'S ANNUAL ALLOWANCE      *00669484
      *                    PARKS ON SUSPENSE (REASON ISA); POSTED      *00669656
      *                    ISA CREDITS COUNT ON THE ISASUB LEDGER      *00669828
      *  2026-10-15  BAG   KEEP PROCTRAN CONTROL TOTALS FOR            *00669885
      *                    BALCHK THROUGH BALTOT                       *00669942
      *  2026-10-15  BAG   CHEQUES NOT YET CLEARED (UNCLRCHQ) AND      *00669956
      *                    PAYMENTS WAITING ON PENDREL ARE LEFT OUT OF *00669970
      *                    THE AVAILABLE BALANCE                       *00669984
      ******************************************************************00670000
       ENVIRONMENT DIVISION.                                            00680000
       INPUT-OUTPUT SECTION.                                            00690000
                  RECORD KEY IS REDIRECT-KEY OF REDIRECT-FILE-REC       00986530
                  FILE STATUS IS INCLRNG-REDIRECT-STATUS.               00986540
                                                                        00986550
           SELECT PRODCAT-FILE    ASSIGN TO PRODCAT                     00986815
                  ORGANIZATION IS INDEXED                               00987080
                  ACCESS MODE IS RANDOM                                 00987345
                  RECORD KEY IS PRODCAT-KEY OF PRODCAT-FILE-REC         00987610
                  FILE STATUS IS INCLRNG-PRODCAT-STATUS.                00987875
                                                                        00988140
           SELECT ISASUB-FILE     ASSIGN TO ISASUB                      00988405
                  ORGANIZATION IS INDEXED                               00988670
                  ACCESS MODE IS RANDOM                                 00988935
                  RECORD KEY IS ISASUB-KEY OF ISASUB-FILE-REC           00989200
                  FILE STATUS IS INCLRNG-ISASUB-STATUS.                 00989465
                                                                        00989730
           SELECT UNCLEAR-FILE    ASSIGN TO UNCLRCHQ                    00989750
                  ORGANIZATION IS INDEXED                               00989770
                  ACCESS MODE IS DYNAMIC                                00989790
                  RECORD KEY IS UNCLRCHQ-KEY OF UNCLEAR-FILE-REC        00989810
                  FILE STATUS IS INCLRNG-UNCL-STATUS.                   00989830
                                                                        00989850
           SELECT PENDREL-FILE    ASSIGN TO PENDREL                     00989870
                  ORGANIZATION IS INDEXED                               00989890
                  ACCESS MODE IS DYNAMIC                                00989910
                  RECORD KEY IS PENDREL-KEY OF PENDREL-FILE-REC         00989930
                  FILE STATUS IS INCLRNG-HVQ-STATUS.                    00989950
                                                                        00989970
           SELECT RETURNS-FILE    ASSIGN TO CLRRTN                      00990000
                  ORGANIZATION IS LINE SEQUENTIAL                       01000000
                  FILE STATUS IS INCLRNG-RETURNS-STATUS.                01010000
       01  REDIRECT-FILE-REC.                                           01475820
           COPY REDIRECT.                                               01475830
                                                                        01475840
       FD  PRODCAT-FILE                                                 01476218
           RECORDING MODE IS F.                                         01476596
       01  PRODCAT-FILE-REC.                                            01476974
           COPY PRODCAT.                                                01477352
                                                                        01477730
       FD  ISASUB-FILE                                                  01478108
           RECORDING MODE IS F.                                         01478486
       01  ISASUB-FILE-REC.                                             01478864
           COPY ISASUB.                                                 01479242
                                                                        01479620
       FD  UNCLEAR-FILE                                                 01479654
           RECORDING MODE IS F.                                         01479688
       01  UNCLEAR-FILE-REC.                                            01479722
           COPY UNCLRCHQ.                                               01479756
                                                                        01479790
       FD  PENDREL-FILE                                                 01479824
           RECORDING MODE IS F.                                         01479858
       01  PENDREL-FILE-REC.                                            01479892
           COPY PENDREL.                                                01479926
                                                                        01479960
       FD  RETURNS-FILE                                                 01480000
           RECORDING MODE IS F.                                         01490000
       01  RETURNS-REC.                                                 01500000
               88  INCLRNG-LEG-DONE              VALUE 'Y'.             01919000
           05  INCLRNG-HOLD-TOTAL          PIC S9(10)V99 VALUE ZERO.    01919200
           05  INCLRNG-EARMARK-TOTAL       PIC S9(10)V99 VALUE ZERO.    01919400
           05  INCLRNG-UNCL-STATUS         PIC XX.                      01919466
           05  INCLRNG-UNCLEARED-TOTAL     PIC S9(10)V99 VALUE ZERO.    01919532
           05  INCLRNG-UNCL-EOF-SWITCH     PIC X     VALUE 'N'.         01919598
               88  INCLRNG-UNCL-DONE             VALUE 'Y'.             01919664
           05  INCLRNG-HVQ-STATUS          PIC XX.                      01919730
           05  INCLRNG-HVQ-TOTAL           PIC S9(10)V99 VALUE ZERO.    01919796
           05  INCLRNG-HVQ-EOF-SWITCH      PIC X     VALUE 'N'.         01919862
               88  INCLRNG-HVQ-DONE              VALUE 'Y'.             01919928
           05  INCLRNG-TRAN-NUMBER         PIC 9(8)  VALUE ZERO.        01920000
           05  INCLRNG-CURRENT-DATE        PIC 9(8).                    01930000
           05  INCLRNG-CURRENT-TIME        PIC 9(6).                    01940000
           05  INCLRNG-PRODCAT-STATUS      PIC XX.                      01940833
           05  INCLRNG-ISASUB-STATUS       PIC XX.                      01941666
           05  INCLRNG-ISA-SWITCH          PIC X     VALUE 'N'.         01942499
               88  INCLRNG-ISA-CREDIT            VALUE 'Y'.             01943332
           05  INCLRNG-ISA-ALLOWANCE       PIC 9(7)V99 VALUE ZERO.      01944165
           05  INCLRNG-ISA-SUBSCRIBED      PIC 9(7)V99 VALUE ZERO.      01944998
           05  INCLRNG-TAX-YEAR            PIC 9(4)  VALUE ZERO.        01945831
           05  INCLRNG-TAX-DATE            PIC 9(8)  VALUE ZERO.        01946664
           05  INCLRNG-TAX-DATE-GRP REDEFINES INCLRNG-TAX-DATE.         01947497
               10  INCLRNG-TAX-DATE-YYYY   PIC 9(4).                    01948330
               10  INCLRNG-TAX-DATE-MMDD   PIC 9(4).                    01949163
                                                                        01950000
      *   THE ACTIVE WATCHLIST, LOADED ONCE AT START-UP SO EVERY     *  01952000
       01  ACCKD-PARAMETER-AREA.                                        01951000
                                                                        02270000
       01  RUNCTL-REQUEST-AREA.                                         02272500
           COPY RUNCTLQ.                                                02275000
                                                                        02275156
       01  BALTOT-REQUEST-AREA.                                         02275312
           COPY BALTOTQ.                                                02275468
                                                                        02275625
       01  BUSDATE-REQUEST-AREA.                                        02276250
           COPY BUSDATEQ.                                               02276875
                                                                        02277500
      ******************************************************************02280000
       PROCEDURE DIVISION.                                              02290000
               DISPLAY 'INCLRNG - HELD - PREDECESSOR NOT COMPLETE'      02486000
               STOP RUN                                                 02487000
           END-IF                                                       02488000
                                                                        02488200
           MOVE 'INCLRNG' TO BALTOT-REQ-JOB                             02488400
           SET BALTOT-REQ-PRODUCER TO TRUE                              02488600
           MOVE 'PROCTRAN' TO BALTOT-REQ-FILE                           02488800
                                                                        02489000
           OPEN INPUT  CLRIN-FILE                                       02490000
           OPEN I-O    ACCOUNT-FILE                                     02500000
           OPEN INPUT  WATCHLST-FILE                                    02537200
           OPEN I-O    WLHIT-FILE                                       02537300
           OPEN INPUT  REDIRECT-FILE                                    02537400
           OPEN INPUT  PRODCAT-FILE                                     02538266
           OPEN I-O    ISASUB-FILE                                      02539132
           OPEN INPUT  UNCLEAR-FILE                                     02539421
           OPEN INPUT  PENDREL-FILE                                     02539710
           OPEN I-O    CHECKPOINT-FILE                                  02540000
                                                                        02550000
           CALL 'BUSDATE' USING BUSDATE-REQUEST                         02556666
           MOVE BUSDATE-REQ-CURRENT TO INCLRNG-CURRENT-DATE             02563332
           ACCEPT INCLRNG-CURRENT-TIME FROM TIME                        02570000
                                                                        02571000
           PERFORM 1300-LOAD-WATCHLIST THRU 1300-EXIT                   02572000
           ADD 1 TO INCLRNG-READ-COUNT                                  03550000
           ADD 1 TO INCLRNG-CKPT-COUNT                                  03560000
           MOVE SPACES TO INCLRNG-RETURN-REASON                         03570000
           MOVE 'N'    TO INCLRNG-ISA-SWITCH                            03575000
                                                                        03580000
           PERFORM 2050-APPLY-REDIRECTION THRU 2050-EXIT                03585000
                                                                        03587000
                                                                        03680000
           IF INCLRNG-RETURN-REASON = SPACES                            03690000
               PERFORM 2400-WRITE-PROCTRAN THRU 2400-EXIT               03700000
               IF INCLRNG-ISA-CREDIT                                    03702500
                   PERFORM 2450-POST-ISA-SUBSCRIPTION THRU 2450-EXIT    03705000
               END-IF                                                   03707500
               ADD 1 TO INCLRNG-POSTED-COUNT                            03710000
               MOVE 'POSTED' TO INCLRNG-DTL-STATUS                      03720000
           ELSE                                                         03730000
               IF CLRIN-ITEM-CREDIT                                     03735000
                  AND (INCLRNG-RETURN-REASON = 'ACU'                    03738000
                   OR INCLRNG-RETURN-REASON = 'ACC'                     03740000
                   OR INCLRNG-RETURN-REASON = 'CUR'                     03741333
                   OR INCLRNG-RETURN-REASON = 'ISA')                    03742666
                   PERFORM 2550-PARK-IN-SUSPENSE THRU 2550-EXIT         03744000
               ELSE                                                     03747000
                   PERFORM 2500-WRITE-RETURN THRU 2500-EXIT             03750000
           END-IF                                                       04266000
                                                                        04268000
           PERFORM 2160-SCREEN-REMITTER THRU 2160-EXIT                  04268500
                                                                        04268550
      *    A CREDIT TO AN ISA COUNTS AGAINST THE ANNUAL ALLOWANCE.    * 04268600
           IF CLRIN-ITEM-CREDIT                                         04268700
              AND INCLRNG-RETURN-REASON = SPACES                        04268800
               PERFORM 2190-CHECK-ISA-ALLOWANCE THRU 2190-EXIT          04268900
           END-IF                                                       04269000
                                                                        04267000
      *    THE DEBIT FLOOR COUNTS ACTIVE CARD AUTHORIZATION HOLDS    * 04271000
      *    AND LEGAL-ORDER EARMARKS AS RESERVED MONEY, THE SAME RULE  * 04272000
           IF CLRIN-ITEM-DEBIT                                          04274000
               PERFORM 2710-SUM-ACTIVE-HOLDS THRU 2710-EXIT             04275000
               PERFORM 2730-SUM-EARMARKS THRU 2730-EXIT                 04276000
               PERFORM 2750-SUM-UNCLEARED THRU 2750-EXIT                04276333
               PERFORM 2760-SUM-RELEASE-QUEUE THRU 2760-EXIT            04276666
           END-IF                                                       04277000
                                                                        04278000
           IF CLRIN-ITEM-DEBIT                                          04279000
              AND CLRIN-AMOUNT >                                        04280000
                  ACCOUNT-BALANCE OF ACCOUNT-FILE-REC                   04290000
                  - INCLRNG-HOLD-TOTAL - INCLRNG-EARMARK-TOTAL          04295000
                  - INCLRNG-UNCLEARED-TOTAL - INCLRNG-HVQ-TOTAL         04297500
               MOVE 'NSF' TO INCLRNG-RETURN-REASON                      04300000
           END-IF.                                                      04310000
       2100-EXIT.                                                       04320000
       2180-EXIT.                                                       04345182
           EXIT.                                                        04345183
                                                                        04345300
      ******************************************************************04345371
      *  2190-CHECK-ISA-ALLOWANCE - A CREDIT TO AN ISA PRODUCT IS A    *04345442
      *  SUBSCRIPTION.  ONE THAT WOULD TAKE THE CUSTOMER PAST THE TAX  *04345513
      *  YEAR'S ALLOWANCE ON THE ISA SUBSCRIPTION LEDGER (ISASUB) IS   *04345584
      *  REFUSED WITH REASON ISA, WHICH PARKS IT ON SUSPENSE FOR       *04345655
      *  REPAIR RATHER THAN BOUNCING IT.                               *04345726
      ******************************************************************04345797
       2190-CHECK-ISA-ALLOWANCE.                                        04345868
           MOVE ACCOUNT-TYPE OF ACCOUNT-FILE-REC                        04345939
               TO PRODCAT-TYPE OF PRODCAT-FILE-REC                      04346010
           READ PRODCAT-FILE                                            04346081
               INVALID KEY                                              04346152
                   GO TO 2190-EXIT                                      04346223
           END-READ                                                     04346294
                                                                        04346365
           IF NOT PRODCAT-ISA OF PRODCAT-FILE-REC                       04346436
               GO TO 2190-EXIT                                          04346507
           END-IF                                                       04346578
                                                                        04346649
           MOVE 'Y' TO INCLRNG-ISA-SWITCH                               04346720
           MOVE 20000.00 TO INCLRNG-ISA-ALLOWANCE                       04346791
           IF PRODCAT-ISA-ALLOWANCE OF PRODCAT-FILE-REC IS NUMERIC      04346862
              AND PRODCAT-ISA-ALLOWANCE OF PRODCAT-FILE-REC > ZERO      04346933
               MOVE PRODCAT-ISA-ALLOWANCE OF PRODCAT-FILE-REC           04347004
                   TO INCLRNG-ISA-ALLOWANCE                             04347075
           END-IF                                                       04347146
                                                                        04347217
      *    THE TAX YEAR RUNS 6 APRIL TO 5 APRIL AND IS KNOWN BY       * 04347288
      *    THE YEAR IN WHICH IT STARTS.                               * 04347359
           MOVE INCLRNG-CURRENT-DATE TO INCLRNG-TAX-DATE                04347430
           MOVE INCLRNG-TAX-DATE-YYYY TO INCLRNG-TAX-YEAR               04347501
           IF INCLRNG-TAX-DATE-MMDD < 0406                              04347572
               SUBTRACT 1 FROM INCLRNG-TAX-YEAR                         04347643
           END-IF                                                       04347714
                                                                        04347785
           PERFORM 2195-SET-ISASUB-KEY THRU 2195-EXIT                   04347856
           MOVE ZERO TO INCLRNG-ISA-SUBSCRIBED                          04347927
           READ ISASUB-FILE                                             04347998
               INVALID KEY                                              04348069
                   MOVE ZERO TO ISASUB-SUBSCRIBED OF ISASUB-FILE-REC    04348140
           END-READ                                                     04348211
           MOVE ISASUB-SUBSCRIBED OF ISASUB-FILE-REC                    04348282
               TO INCLRNG-ISA-SUBSCRIBED                                04348353
                                                                        04348424
           IF INCLRNG-ISA-SUBSCRIBED + CLRIN-AMOUNT                     04348495
              > INCLRNG-ISA-ALLOWANCE                                   04348566
               MOVE 'ISA' TO INCLRNG-RETURN-REASON                      04348637
           END-IF.                                                      04348708
       2190-EXIT.                                                       04348779
           EXIT.                                                        04348850
                                                                        04348921
      ******************************************************************04348992
      *  2195-SET-ISASUB-KEY - THE LEDGER ROW FOR THIS CUSTOMER AND    *04349063
      *  TAX YEAR.  THE CUSTOMER IS THE ACCOUNT'S OWN SORT CODE AND    *04349134
      *  CUSTOMER NUMBER.                                              *04349205
      ******************************************************************04349276
       2195-SET-ISASUB-KEY.                                             04349347
           MOVE INCLRNG-TAX-YEAR TO ISASUB-TAX-YEAR OF ISASUB-FILE-REC  04349418
           MOVE CLRIN-SORTCODE                                          04349489
               TO ISASUB-CUST-SORTCODE OF ISASUB-FILE-REC               04349560
           MOVE ACCOUNT-CUSTOMER-NUMBER OF ACCOUNT-FILE-REC             04349631
               TO ISASUB-CUST-NUMBER OF ISASUB-FILE-REC.                04349702
       2195-EXIT.                                                       04349773
           EXIT.                                                        04349844
                                                                        04349915
      ******************************************************************04350000
      *  2200-POST-ITEM - APPLY THE ITEM TO THE ACCOUNT BALANCE AND    *04360000
      *  REWRITE.  THE ACCOUNT RECORD IS STILL CURRENT FROM THE        *04370000
               INVALID KEY                                              05230000
                   DISPLAY 'INCLRNG - CRITICAL - PROCTRAN WRITE '       05240000
                       'FAILED FOR ACCOUNT ' CLRIN-ACCOUNT              05250000
               NOT INVALID KEY                                          05253333
                   PERFORM 8900-ADD-CONTROL-TOTAL THRU 8900-EXIT        05256666
           END-WRITE.                                                   05260000
       2400-EXIT.                                                       05270000
           EXIT.                                                        05280000
                                                                        05290000
      ******************************************************************05290196
      *  2450-POST-ISA-SUBSCRIPTION - ADD THE POSTED CREDIT TO THE     *05290392
      *  CUSTOMER'S LEDGER ROW FOR THE TAX YEAR, STARTING THE ROW ON   *05290588
      *  THE FIRST SUBSCRIPTION OF THE YEAR.  THE CREDIT HAS ALREADY   *05290784
      *  POSTED, SO A LEDGER FAILURE IS LOGGED RATHER THAN UNWOUND.    *05290980
      ******************************************************************05291176
       2450-POST-ISA-SUBSCRIPTION.                                      05291372
           PERFORM 2195-SET-ISASUB-KEY THRU 2195-EXIT                   05291568
           READ ISASUB-FILE                                             05291764
               INVALID KEY                                              05291960
                   MOVE 'ISAS' TO ISASUB-EYECATCHER OF ISASUB-FILE-REC  05292156
                   MOVE ZERO TO ISASUB-SUBSCRIBED OF ISASUB-FILE-REC    05292352
                   MOVE ZERO TO ISASUB-SUB-COUNT OF ISASUB-FILE-REC     05292548
                   MOVE INCLRNG-CURRENT-DATE                            05292744
                       TO ISASUB-FIRST-SUB-DATE OF ISASUB-FILE-REC      05292940
                   MOVE ZERO TO ISASUB-MARKET-VALUE OF ISASUB-FILE-REC  05293136
                   MOVE ZERO TO ISASUB-ISA-ACCOUNTS OF ISASUB-FILE-REC  05293332
                   MOVE ZERO TO ISASUB-VALUED-DATE OF ISASUB-FILE-REC   05293528
                   PERFORM 2460-ADD-SUBSCRIPTION THRU 2460-EXIT         05293724
                   WRITE ISASUB-FILE-REC                                05293920
                       INVALID KEY                                      05294116
                           DISPLAY 'INCLRNG - CRITICAL - ISASUB WRITE ' 05294312
                               'FAILED FOR ACCOUNT ' CLRIN-ACCOUNT      05294508
                   END-WRITE                                            05294704
                   GO TO 2450-EXIT                                      05294900
           END-READ                                                     05295096
                                                                        05295292
           PERFORM 2460-ADD-SUBSCRIPTION THRU 2460-EXIT                 05295488
           REWRITE ISASUB-FILE-REC                                      05295684
               INVALID KEY                                              05295880
                   DISPLAY 'INCLRNG - CRITICAL - ISASUB REWRITE '       05296076
                       'FAILED FOR ACCOUNT ' CLRIN-ACCOUNT              05296272
           END-REWRITE.                                                 05296468
       2450-EXIT.                                                       05296664
           EXIT.                                                        05296860
                                                                        05297056
      ******************************************************************05297252
      *  2460-ADD-SUBSCRIPTION - COUNT ONE MORE SUBSCRIPTION ON THE    *05297448
      *  LEDGER ROW.                                                   *05297644
      ******************************************************************05297840
       2460-ADD-SUBSCRIPTION.                                           05298036
           ADD CLRIN-AMOUNT TO ISASUB-SUBSCRIBED OF ISASUB-FILE-REC     05298232
           ADD 1 TO ISASUB-SUB-COUNT OF ISASUB-FILE-REC                 05298428
           MOVE INCLRNG-ISA-ALLOWANCE                                   05298624
               TO ISASUB-ALLOWANCE OF ISASUB-FILE-REC                   05298820
           MOVE INCLRNG-CURRENT-DATE                                    05299016
               TO ISASUB-LAST-SUB-DATE OF ISASUB-FILE-REC.              05299212
       2460-EXIT.                                                       05299408
           EXIT.                                                        05299604
                                                                        05299800
      ******************************************************************05300000
      *  2500-WRITE-RETURN - SEND THE ITEM BACK TO THE SCHEME WITH     *05310000
      *  THE REASON IT COULD NOT BE APPLIED.                           *05320000
               INVALID KEY                                              05458900
                   DISPLAY 'INCLRNG - CRITICAL - SUS WRITE FAILED '     05459000
                       'FOR ACCOUNT ' CLRIN-ACCOUNT                     05459100
               NOT INVALID KEY                                          05459133
                   PERFORM 8900-ADD-CONTROL-TOTAL THRU 8900-EXIT        05459166
           END-WRITE.                                                   05459200
       2560-EXIT.                                                       05459300
           EXIT.                                                        05459400
       2740-EXIT.                                                       05470300
           EXIT.                                                        05470400
                                                                        05470500
      ******************************************************************05470678
      *  2750-SUM-UNCLEARED - READ THROUGH THE TARGET ACCOUNT'S        *05470856
      *  UNCLEARED-CHEQUE ROWS AND ADD UP EVERY CHEQUE STILL HELD      *05471034
      *  UNCLEARED.  THE CREDIT IS ALREADY IN THE LEDGER BALANCE, BUT  *05471212
      *  THE FUNDS CANNOT BE DEBITED UNTIL CHQREL CLEARS THE CHEQUE.   *05471390
      ******************************************************************05471568
       2750-SUM-UNCLEARED.                                              05471746
           MOVE ZERO TO INCLRNG-UNCLEARED-TOTAL                         05471924
           MOVE 'N'  TO INCLRNG-UNCL-EOF-SWITCH                         05472102
                                                                        05472280
           MOVE CLRIN-SORTCODE                                          05472458
               TO UNCLRCHQ-SORTCODE OF UNCLEAR-FILE-REC                 05472636
           MOVE CLRIN-ACCOUNT                                           05472814
               TO UNCLRCHQ-NUMBER OF UNCLEAR-FILE-REC                   05472992
           MOVE ZERO TO UNCLRCHQ-CHEQUE-NUMBER OF UNCLEAR-FILE-REC      05473170
                                                                        05473348
           START UNCLEAR-FILE KEY IS NOT LESS                           05473526
                 THAN UNCLRCHQ-KEY OF UNCLEAR-FILE-REC                  05473704
               INVALID KEY                                              05473882
                   SET INCLRNG-UNCL-DONE TO TRUE                        05474060
           END-START                                                    05474238
                                                                        05474416
           PERFORM 2755-READ-NEXT-UNCLEARED THRU 2755-EXIT              05474594
              UNTIL INCLRNG-UNCL-DONE.                                  05474772
       2750-EXIT.                                                       05474950
           EXIT.                                                        05475128
                                                                        05475306
      ******************************************************************05475484
      *  2755-READ-NEXT-UNCLEARED - STEP THE BROWSE, COUNTING          *05475662
      *  UNCLEARED CHEQUES UNTIL IT LEAVES THE ACCOUNT'S KEY RANGE.    *05475840
      ******************************************************************05476018
       2755-READ-NEXT-UNCLEARED.                                        05476196
           READ UNCLEAR-FILE NEXT RECORD                                05476374
               AT END                                                   05476552
                   SET INCLRNG-UNCL-DONE TO TRUE                        05476730
                   GO TO 2755-EXIT                                      05476908
           END-READ                                                     05477086
                                                                        05477264
           IF UNCLRCHQ-SORTCODE OF UNCLEAR-FILE-REC                     05477442
              NOT = CLRIN-SORTCODE                                      05477620
              OR UNCLRCHQ-NUMBER OF UNCLEAR-FILE-REC                    05477798
                 NOT = CLRIN-ACCOUNT                                    05477976
               SET INCLRNG-UNCL-DONE TO TRUE                            05478154
               GO TO 2755-EXIT                                          05478332
           END-IF                                                       05478510
                                                                        05478688
           IF UNCLRCHQ-UNCLEARED OF UNCLEAR-FILE-REC                    05478866
               ADD UNCLRCHQ-AMOUNT OF UNCLEAR-FILE-REC                  05479044
                  TO INCLRNG-UNCLEARED-TOTAL                            05479222
           END-IF.                                                      05479400
       2755-EXIT.                                                       05479578
           EXIT.                                                        05479756
                                                                        05479934
      ******************************************************************05480112
      *  2760-SUM-RELEASE-QUEUE - READ THROUGH THE TARGET ACCOUNT'S    *05480290
      *  RANGE OF THE HIGH-VALUE RELEASE QUEUE AND ADD UP EVERY        *05480468
      *  PAYMENT STILL WAITING OR REFERRED.  A QUEUED PAYMENT HAS NOT  *05480646
      *  LEFT THE ACCOUNT BUT ITS FUNDS ARE SPOKEN FOR UNTIL HVREL     *05480824
      *  DECIDES IT.                                                   *05481002
      ******************************************************************05481180
       2760-SUM-RELEASE-QUEUE.                                          05481358
           MOVE ZERO TO INCLRNG-HVQ-TOTAL                               05481536
           MOVE 'N'  TO INCLRNG-HVQ-EOF-SWITCH                          05481714
                                                                        05481892
           MOVE CLRIN-SORTCODE                                          05482070
               TO PENDREL-SORTCODE OF PENDREL-FILE-REC                  05482248
           MOVE CLRIN-ACCOUNT                                           05482426
               TO PENDREL-FROM-ACCOUNT OF PENDREL-FILE-REC              05482604
           MOVE LOW-VALUES TO PENDREL-SOURCE OF PENDREL-FILE-REC        05482782
           MOVE ZERO TO PENDREL-NUMBER OF PENDREL-FILE-REC              05482960
                                                                        05483138
           START PENDREL-FILE KEY IS NOT LESS                           05483316
                 THAN PENDREL-KEY OF PENDREL-FILE-REC                   05483494
               INVALID KEY                                              05483672
                   SET INCLRNG-HVQ-DONE TO TRUE                         05483850
           END-START                                                    05484028
                                                                        05484206
           PERFORM 2765-READ-NEXT-QUEUED THRU 2765-EXIT                 05484384
              UNTIL INCLRNG-HVQ-DONE.                                   05484562
       2760-EXIT.                                                       05484740
           EXIT.                                                        05484918
                                                                        05485096
      ******************************************************************05485274
      *  2765-READ-NEXT-QUEUED - STEP THE QUEUE BROWSE, COUNTING       *05485452
      *  OUTSTANDING PAYMENTS UNTIL IT LEAVES THE ACCOUNT'S KEY RANGE. *05485630
      ******************************************************************05485808
       2765-READ-NEXT-QUEUED.                                           05485986
           READ PENDREL-FILE NEXT RECORD                                05486164
               AT END                                                   05486342
                   SET INCLRNG-HVQ-DONE TO TRUE                         05486520
                   GO TO 2765-EXIT                                      05486698
           END-READ                                                     05486876
                                                                        05487054
           IF PENDREL-SORTCODE OF PENDREL-FILE-REC                      05487232
              NOT = CLRIN-SORTCODE                                      05487410
              OR PENDREL-FROM-ACCOUNT OF PENDREL-FILE-REC               05487588
                 NOT = CLRIN-ACCOUNT                                    05487766
               SET INCLRNG-HVQ-DONE TO TRUE                             05487944
               GO TO 2765-EXIT                                          05488122
           END-IF                                                       05488300
                                                                        05488478
           IF PENDREL-OUTSTANDING OF PENDREL-FILE-REC                   05488656
               ADD PENDREL-AMOUNT OF PENDREL-FILE-REC                   05488834
                  TO INCLRNG-HVQ-TOTAL                                  05489012
           END-IF.                                                      05489190
       2765-EXIT.                                                       05489368
           EXIT.                                                        05489546
                                                                        05489724
      ******************************************************************05490000
       2600-WRITE-REPORT-LINE.                                          05500000
           MOVE CLRIN-SORTCODE  TO INCLRNG-DTL-SORTCODE                 05510000
       3000-EXIT.                                                       05940000
           EXIT.                                                        05950000
                                                                        05960000
      ******************************************************************05960666
      *  8900-ADD-CONTROL-TOTAL - ADD THE PROCTRAN ROW JUST WRITTEN TO *05961332
      *  THE JOB'S CONTROL TOTALS FOR BALCHK.                          *05961998
      ******************************************************************05962664
       8900-ADD-CONTROL-TOTAL.                                          05963330
           SET BALTOT-REQ-ADD TO TRUE                                   05963996
           MOVE PROC-TRAN-DATE OF PROCTRAN-FILE-REC TO BALTOT-REQ-DATE  05964662
           MOVE PROC-TRAN-TYPE OF PROCTRAN-FILE-REC TO BALTOT-REQ-TYPE  05965328
           MOVE PROC-TRAN-AMOUNT OF PROCTRAN-FILE-REC                   05965994
               TO BALTOT-REQ-AMOUNT                                     05966660
           CALL 'BALTOT' USING BALTOT-REQUEST.                          05967326
       8900-EXIT.                                                       05967992
           EXIT.                                                        05968658
                                                                        05969324
      ******************************************************************05970000
      *  9000-TERMINATE - MARK THE CHECKPOINT COMPLETE SO THE NEXT RUN *05980000
      *  STARTS FRESH, AND CLOSE THE FILES.                            *05990000
      ******************************************************************06000000
       9000-TERMINATE.                                                  06010000
           SET BALTOT-REQ-WRITE TO TRUE                                 06010500
           CALL 'BALTOT' USING BALTOT-REQUEST                           06011000
                                                                        06011500
           MOVE 'E' TO RUNCTL-REQ-FUNCTION                              06012000
           MOVE INCLRNG-READ-COUNT TO RUNCTL-REQ-COUNT                  06014000
           CALL 'RUNCTL' USING RUNCTL-REQUEST                           06016000
           CLOSE WATCHLST-FILE                                          06117200
           CLOSE WLHIT-FILE                                             06117300
           CLOSE REDIRECT-FILE                                          06117400
           CLOSE PRODCAT-FILE                                           06118266
           CLOSE ISASUB-FILE                                            06119132
           CLOSE UNCLEAR-FILE                                           06119421
           CLOSE PENDREL-FILE                                           06119710
           CLOSE RETURNS-FILE                                           06120000
           CLOSE CLR-RPT                                                06130000
           CLOSE CHECKPOINT-FILE.                                       06140000
