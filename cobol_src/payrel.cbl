      *             DECEASED-OWNER BLOCKS ARE ENFORCED WITH THE SAME   *00440000
      *             RDC/RSU PROCTRAN LOGGING THE OTHER POSTING PATHS   *00450000
      *             USE.                                               *00460000
      *                                                                *00461250
      *             A PAYMENT OVER THE HIGH-VALUE RELEASE THRESHOLD IS *00462500
      *             NOT POSTED BUT QUEUED ON PENDREL AND THE WAREHOUSE *00463750
      *             ROW HELD.  ONCE AN OPERATOR RELEASES IT THROUGH    *00465000
      *             HVREL THE ROW IS AUTHORISED AND POSTS ON THE NEXT  *00466250
      *             RUN.  QUEUED PAYMENTS STILL WAITING ARE EARMARKED  *00467500
      *             AGAINST THE PAYING ACCOUNT'S FLOOR.                *00468750
      *                                                                *00468958
      *             A PAYMENT FROM A NOTICE PRODUCT NEEDS A MATURED    *00469166
      *             WITHDRAWAL NOTICE (COPYBOOK NOTICE) TO COVER IT,   *00469374
      *             OR TAKES A LOSS-OF-INTEREST PENALTY WHERE THE      *00469582
      *             PRODUCT ALLOWS IMMEDIATE ACCESS.                   *00469790
      *                                                                *00470000
      *  FILES    : PAYWARE  - VSAM KSDS - PAYMENT WAREHOUSE (I-O)     *00480000
      *             ACCFILE  - VSAM KSDS - ACCOUNT MASTER (I-O)        *00490000
      *             AUTHHOLD - VSAM KSDS - CARD AUTH HOLDS (INPUT)     *00552000
      *             LEGORDER - VSAM KSDS - LEGAL-ORDER EARMARKS        *00554000
      *                        (INPUT)                                 *00556000
      *             PENDREL  - VSAM KSDS - HIGH-VALUE RELEASE QUEUE    *00557333
      *                        (I-O)                                   *00558666
      *             UNCLRCHQ - VSAM KSDS - UNCLEARED CHEQUES (INPUT)   *00558832
      *             PRODCAT  - VSAM KSDS - PRODUCT CATALOGUE (INPUT)   *00558999
      *             NOTICE   - VSAM KSDS - WITHDRAWAL NOTICES (I-O)    *00559332
      *             RATEFILE - VSAM KSDS - CURRENT RATE TABLE (INPUT)  *00559665
      *             CHKPTF   - CHECKPOINT FILE (I-O)                   *00560000
      *             OUTFPAY  - OUTBOUND CLEARING EXTRACT (OUTPUT)      *00570000
      *             PAYRPT   - RELEASE ACTIVITY REPORT (OUTPUT)        *00580000
      *                    EARMARKS; BOTH LEGS STERLING-ONLY         * 00669500
      *  2026-09-02  BAG   EXTERNAL PAYMENTS REGISTER A SENT ROW ON  *  00671000
      *                    THE PAYMENT STATUS FILE FOR PAYACK        *  00672000
      *  2026-10-15  BAG   PROCESSING DATE COMES FROM THE BUSINESS     *00674666
      *                    DATE (BUSDATE), NOT THE SYSTEM CLOCK        *00677332
      *  2026-10-15  BAG   HOLD PAYMENTS OVER THE RELEASE THRESHOLD    *00677865
      *                    ON PENDREL FOR OPERATOR RELEASE; POST       *00678398
      *                    AUTHORISED ONES; QUEUED AMOUNTS REDUCE      *00678931
      *                    THE DEBIT FLOOR                             *00679464
      *  2026-10-15  BAG   A PAYMENT FROM A NOTICE PRODUCT MUST BE     *00679571
      *                    COVERED BY A MATURED NOTICE OR TAKES A      *00679678
      *                    LOSS-OF-INTEREST PENALTY WHERE THE          *00679785
      *                    PRODUCT ALLOWS IMMEDIATE ACCESS             *00679892
      *  2026-10-15  BAG   KEEP PROCTRAN CONTROL TOTALS FOR            *00679928
      *                    BALCHK THROUGH BALTOT                       *00679964
      *  2026-10-15  BAG   CHEQUES NOT YET CLEARED (UNCLRCHQ) ARE LEFT *00679976
      *                    OUT OF THE AVAILABLE BALANCE                *00679988
      *                                                                *00680000
      ******************************************************************00690000
       ENVIRONMENT DIVISION.                                            00700000
                  RECORD KEY IS LEGORDER-KEY OF LEGORDER-FILE-REC       01199000
                  FILE STATUS IS PAYREL-LEG-STATUS.                     01199200
                                                                        01200000
           SELECT PENDREL-FILE    ASSIGN TO PENDREL                     01201666
                  ORGANIZATION IS INDEXED                               01203332
                  ACCESS MODE IS DYNAMIC                                01204998
                  RECORD KEY IS PENDREL-KEY OF PENDREL-FILE-REC         01206664
                  FILE STATUS IS PAYREL-PENDREL-STATUS.                 01208330
                                                                        01208336
           SELECT UNCLEAR-FILE    ASSIGN TO UNCLRCHQ                    01208342
                  ORGANIZATION IS INDEXED                               01208348
                  ACCESS MODE IS DYNAMIC                                01208354
                  RECORD KEY IS UNCLRCHQ-KEY OF UNCLEAR-FILE-REC        01208360
                  FILE STATUS IS PAYREL-UNCLRCHQ-STATUS.                01208366
                                                                        01208373
           SELECT PRODCAT-FILE    ASSIGN TO PRODCAT                     01208416
                  ORGANIZATION IS INDEXED                               01208459
                  ACCESS MODE IS RANDOM                                 01208502
                  RECORD KEY IS PRODCAT-KEY OF PRODCAT-FILE-REC         01208545
                  FILE STATUS IS PAYREL-PRODCAT-STATUS.                 01208588
                                                                        01208631
           SELECT NOTICE-FILE     ASSIGN TO NOTICE                      01208674
                  ORGANIZATION IS INDEXED                               01208717
                  ACCESS MODE IS DYNAMIC                                01208760
                  RECORD KEY IS NOTICE-KEY OF NOTICE-FILE-REC           01208803
                  FILE STATUS IS PAYREL-NOTICE-STATUS.                  01208846
                                                                        01208889
           SELECT RATE-FILE       ASSIGN TO RATEFILE                    01208932
                  ORGANIZATION IS INDEXED                               01208975
                  ACCESS MODE IS RANDOM                                 01209018
                  RECORD KEY IS ACRATE-KEY OF RATE-FILE-REC             01209061
                  FILE STATUS IS PAYREL-RATE-STATUS.                    01209104
                                                                        01209165
           SELECT CHECKPOINT-FILE ASSIGN TO CHKPTF                      01210000
                  ORGANIZATION IS INDEXED                               01220000
                  ACCESS MODE IS RANDOM                                 01230000
       01  LEGORDER-FILE-REC.                                           01778000
           COPY LEGORDER.                                               01779000
                                                                        01770000
       FD  PENDREL-FILE                                                 01772000
           RECORDING MODE IS F.                                         01774000
       01  PENDREL-FILE-REC.                                            01776000
           COPY PENDREL.                                                01778000
                                                                        01778010
       FD  UNCLEAR-FILE                                                 01778020
           RECORDING MODE IS F.                                         01778030
       01  UNCLEAR-FILE-REC.                                            01778040
           COPY UNCLRCHQ.                                               01778050
                                                                        01778062
       FD  PRODCAT-FILE                                                 01778124
           RECORDING MODE IS F.                                         01778186
       01  PRODCAT-FILE-REC.                                            01778248
           COPY PRODCAT.                                                01778310
                                                                        01778372
       FD  NOTICE-FILE                                                  01778434
           RECORDING MODE IS F.                                         01778496
       01  NOTICE-FILE-REC.                                             01778558
           COPY NOTICE.                                                 01778620
                                                                        01778682
       FD  RATE-FILE                                                    01778744
           RECORDING MODE IS F.                                         01778806
       01  RATE-FILE-REC.                                               01778868
           COPY ACRATE.                                                 01778930
                                                                        01779000
       FD  CHECKPOINT-FILE                                              01780000
           RECORDING MODE IS F.                                         01790000
       01  CHECKPOINT-FILE-REC.                                         01800000
           05  PAYREL-OUTPAY-STATUS        PIC XX.                      02080000
           05  PAYREL-PAYSTAT-STATUS       PIC XX.                      02081000
           05  PAYREL-RPT-STATUS           PIC XX.                      02090000
           05  PAYREL-PENDREL-STATUS       PIC XX.                      02095000
           05  PAYREL-PRODCAT-STATUS       PIC XX.                      02096250
           05  PAYREL-NOTICE-STATUS        PIC XX.                      02097500
           05  PAYREL-RATE-STATUS          PIC XX.                      02098750
           05  PAYREL-EOF-SWITCH           PIC X     VALUE 'N'.         02100000
               88  PAYREL-AT-EOF                 VALUE 'Y'.             02110000
           05  PAYREL-RESTART-SWITCH       PIC X     VALUE 'N'.         02120000
               88  PAYREL-OUTCOME-DUE            VALUE 'D'.             02150000
               88  PAYREL-OUTCOME-SKIP           VALUE 'S'.             02160000
               88  PAYREL-OUTCOME-REJECT         VALUE 'R'.             02170000
               88  PAYREL-OUTCOME-HELD           VALUE 'H'.             02175000
           05  PAYREL-REJECT-REASON        PIC X(30) VALUE SPACES.      02180000
           05  PAYREL-BENEF-SWITCH         PIC X     VALUE 'I'.         02190000
               88  PAYREL-BENEF-INTERNAL         VALUE 'I'.             02200000
           05  PAYREL-POSTED-COUNT         PIC 9(9)  COMP-3 VALUE ZERO. 02240000
           05  PAYREL-REJECTED-COUNT       PIC 9(9)  COMP-3 VALUE ZERO. 02250000
           05  PAYREL-EXTERNAL-COUNT       PIC 9(9)  COMP-3 VALUE ZERO. 02260000
           05  PAYREL-HELD-COUNT           PIC 9(9)  COMP-3 VALUE ZERO. 02265000
           05  PAYREL-CKPT-COUNT           PIC 9(5)  COMP VALUE ZERO.   02270000
           05  PAYREL-CKPT-INTERVAL        PIC 9(5)  COMP VALUE 1000.   02280000
           05  PAYREL-CTL-SORTCODE         PIC 9(6)  VALUE 987654.      02290000
           05  PAYREL-HOLD-TOTAL           PIC S9(10)V99 VALUE ZERO.    02499000
           05  PAYREL-EARMARK-TOTAL        PIC S9(10)V99 VALUE ZERO.    02499500
           05  PAYREL-OD-LIMIT             PIC S9(10)V99 VALUE ZERO.    02500000
           05  PAYREL-HVQ-EOF-SWITCH       PIC X     VALUE 'N'.         02501666
               88  PAYREL-HVQ-DONE               VALUE 'Y'.             02503332
           05  PAYREL-HVQ-TOTAL            PIC S9(10)V99 VALUE ZERO.    02504998
           05  PAYREL-UNCLRCHQ-STATUS      PIC XX.                      02505035
           05  PAYREL-UNCLEARED-TOTAL      PIC S9(10)V99 VALUE ZERO.    02505072
           05  PAYREL-UNCL-EOF-SWITCH      PIC X     VALUE 'N'.         02505109
               88  PAYREL-UNCL-DONE              VALUE 'Y'.             02505146
           05  PAYREL-NTC-SWITCH           PIC X     VALUE 'N'.         02505183
               88  PAYREL-NTC-COVERED            VALUE 'Y'.             02505368
           05  PAYREL-NTC-EOF-SWITCH       PIC X     VALUE 'N'.         02505553
               88  PAYREL-NTC-DONE               VALUE 'Y'.             02505738
           05  PAYREL-NTC-NUMBER           PIC 9(4)  VALUE ZERO.        02505923
           05  PAYREL-NTC-PENALTY          PIC S9(10)V99 VALUE ZERO.    02506108
           05  PAYREL-NTC-PEN-DAYS         PIC 9(3)  VALUE ZERO.        02506293
           05  PAYREL-NTC-TRAN-NUMBER      PIC 9(8)  VALUE ZERO.        02506478
           05  PAYREL-RELEASE-THRESHOLD    PIC S9(10)V99                02506664
                                           VALUE 50000.00.              02508330
                                                                        02510000
       01  PAYREL-ORIG-ACCOUNT-REC.                                     02520000
           COPY ACCOUNT.                                                02530000
               'SENT TO CLEARING  : '.                                  03150000
           05  PAYREL-SUM-EXTERNAL        PIC Z(8)9.                    03160000
           05  FILLER                      PIC X(47) VALUE SPACES.      03170000
                                                                        03170833
       01  PAYREL-SUMMARY-LINE-6.                                       03171666
           05  FILLER                      PIC X(20) VALUE              03173332
               'HELD FOR RELEASE  : '.                                  03174998
           05  PAYREL-SUM-HELD             PIC Z(8)9.                   03176664
           05  FILLER                      PIC X(47) VALUE SPACES.      03178330
                                                                        03180000
       01  RUNCTL-REQUEST-AREA.                                         03190000
           COPY RUNCTLQ.                                                03200000
                                                                        03200625
       01  BALTOT-REQUEST-AREA.                                         03201250
           COPY BALTOTQ.                                                03201875
                                                                        03202500
       01  BUSDATE-REQUEST-AREA.                                        03205000
           COPY BUSDATEQ.                                               03207500
                                                                        03210000
      ******************************************************************03220000
       PROCEDURE DIVISION.                                              03230000
               DISPLAY 'PAYREL - HELD - PREDECESSOR NOT COMPLETE'       03480000
               STOP RUN                                                 03490000
           END-IF                                                       03500000
                                                                        03502000
           MOVE 'PAYREL' TO BALTOT-REQ-JOB                              03504000
           SET BALTOT-REQ-PRODUCER TO TRUE                              03506000
           MOVE 'PROCTRAN' TO BALTOT-REQ-FILE                           03508000
                                                                        03510000
           OPEN I-O    PAYWARE-FILE                                     03520000
           OPEN I-O    ACCOUNT-FILE                                     03530000
           OPEN INPUT  ODFAC-FILE                                       03600000
           OPEN INPUT  HOLD-FILE                                        03602000
           OPEN INPUT  LEGORDER-FILE                                    03604000
           OPEN I-O    PENDREL-FILE                                     03607000
           OPEN INPUT  UNCLEAR-FILE                                     03607375
           OPEN INPUT  PRODCAT-FILE                                     03607750
           OPEN I-O    NOTICE-FILE                                      03608500
           OPEN INPUT  RATE-FILE                                        03609250
                                                                        03610000
           CALL 'BUSDATE' USING BUSDATE-REQUEST                         03616666
           MOVE BUSDATE-REQ-CURRENT TO PAYREL-CURRENT-DATE              03623332
           ACCEPT PAYREL-CURRENT-TIME FROM TIME                         03630000
                                                                        03640000
           PERFORM 1100-READ-CHECKPOINT THRU 1100-EXIT                  03650000
           EVALUATE TRUE                                                04880000
               WHEN PAYREL-OUTCOME-REJECT                               04890000
                   PERFORM 2900-MARK-REJECTED THRU 2900-EXIT            04900000
               WHEN PAYREL-OUTCOME-HELD                                 04903333
                   PERFORM 2950-HOLD-FOR-RELEASE THRU 2950-EXIT         04906666
               WHEN PAYREL-OUTCOME-DUE                                  04910000
                   PERFORM 2800-MARK-RELEASED THRU 2800-EXIT            04920000
               WHEN OTHER                                               04930000
           PERFORM 1200-READ-PAYWARE-NEXT THRU 1200-EXIT.               05010000
                                                                        05020000
      ******************************************************************05030000
      *  2100-CHECK-DUE - ONLY A PENDING INSTRUCTION, OR A HELD ONE    *05038571
      *  AN OPERATOR HAS SINCE AUTHORISED, CAN BE DUE.  ITS DUE DATE   *05047142
      *  IS ROLLED FORWARD OFF NON-WORKING DAYS ON THE PROCCAL         *05055713
      *  CALENDAR, AND THE INSTRUCTION RELEASES ON THE FIRST RUN ON    *05064284
      *  OR AFTER THAT EFFECTIVE DATE - SO A PAYMENT DUE ON A SUNDAY   *05072855
      *  POSTS ON THE MONDAY, NOT NEVER.                               *05081426
      ******************************************************************05090000
       2100-CHECK-DUE.                                                  05100000
           IF NOT PAYWARE-PENDING OF PAYWARE-FILE-REC                   05106666
              AND NOT PAYWARE-AUTHORISED OF PAYWARE-FILE-REC            05113332
               MOVE 'S' TO PAYREL-OUTCOME-SWITCH                        05120000
               GO TO 2100-EXIT                                          05130000
           END-IF                                                       05140000
                   DISPLAY 'PAYREL - CRITICAL - RDC WRITE FAILED '      06350000
                       'FOR ACCOUNT ' PAYWARE-ORIG-ACCOUNT              06360000
                           OF PAYWARE-FILE-REC                          06370000
               NOT INVALID KEY                                          06373333
                   PERFORM 8900-ADD-CONTROL-TOTAL THRU 8900-EXIT        06376666
           END-WRITE.                                                   06380000
       2260-EXIT.                                                       06390000
           EXIT.                                                        06400000
                   DISPLAY 'PAYREL - CRITICAL - RSU WRITE FAILED '      06720000
                       'FOR ACCOUNT ' ACCOUNT-NUMBER                    06730000
                           OF ACCOUNT-FILE-REC                          06740000
               NOT INVALID KEY                                          06743333
                   PERFORM 8900-ADD-CONTROL-TOTAL THRU 8900-EXIT        06746666
           END-WRITE.                                                   06750000
       2270-EXIT.                                                       06760000
           EXIT.                                                        06770000
       2310-EXIT.                                                       07390000
           EXIT.                                                        07400000
                                                                        07410000
      ******************************************************************07410084
      *  2350-CHECK-NOTICE - A PAYMENT FROM A NOTICE PRODUCT (PRODCAT  *07410168
      *  CLASS N) MUST BE COVERED BY A MATURED WITHDRAWAL NOTICE ON    *07410252
      *  THE NOTICE REGISTER.  WITHOUT ONE, A PRODUCT THAT ALLOWS      *07410336
      *  IMMEDIATE ACCESS TAKES A LOSS-OF-INTEREST PENALTY WITH THE    *07410420
      *  PAYMENT; ANY OTHER REJECTS THE PAYMENT.  THE NOTICE IS ONLY   *07410504
      *  DRAWN DOWN ONCE THE PAYMENT HAS POSTED.                       *07410588
      ******************************************************************07410672
       2350-CHECK-NOTICE.                                               07410756
           MOVE 'N'  TO PAYREL-NTC-SWITCH                               07410840
           MOVE ZERO TO PAYREL-NTC-PENALTY                              07410924
           MOVE ACCOUNT-TYPE OF PAYREL-ORIG-ACCOUNT-REC                 07411008
               TO PRODCAT-TYPE OF PRODCAT-FILE-REC                      07411092
           READ PRODCAT-FILE                                            07411176
               INVALID KEY                                              07411260
                   GO TO 2350-EXIT                                      07411344
           END-READ                                                     07411428
                                                                        07411512
           IF NOT PRODCAT-CLASS-NOTICE OF PRODCAT-FILE-REC              07411596
               GO TO 2350-EXIT                                          07411680
           END-IF                                                       07411764
                                                                        07411848
           MOVE 'N' TO PAYREL-NTC-EOF-SWITCH                            07411932
           MOVE PAYWARE-SORTCODE OF PAYWARE-FILE-REC                    07412016
               TO NOTICE-SORTCODE OF NOTICE-FILE-REC                    07412100
           MOVE PAYWARE-ORIG-ACCOUNT OF PAYWARE-FILE-REC                07412184
               TO NOTICE-ACCOUNT OF NOTICE-FILE-REC                     07412268
           MOVE ZERO TO NOTICE-NUMBER OF NOTICE-FILE-REC                07412352
                                                                        07412436
           START NOTICE-FILE KEY IS NOT LESS                            07412520
                 THAN NOTICE-KEY OF NOTICE-FILE-REC                     07412604
               INVALID KEY                                              07412688
                   SET PAYREL-NTC-DONE TO TRUE                          07412772
           END-START                                                    07412856
                                                                        07412940
           PERFORM 2355-READ-NEXT-NOTICE THRU 2355-EXIT                 07413024
              UNTIL PAYREL-NTC-DONE                                     07413108
                                                                        07413192
           IF PAYREL-NTC-COVERED                                        07413276
               GO TO 2350-EXIT                                          07413360
           END-IF                                                       07413444
                                                                        07413528
           IF NOT PRODCAT-IMMEDIATE-ACCESS OF PRODCAT-FILE-REC          07413612
               MOVE 'R' TO PAYREL-OUTCOME-SWITCH                        07413696
               MOVE 'NOTICE REQUIRED' TO PAYREL-REJECT-REASON           07413780
               GO TO 2350-EXIT                                          07413864
           END-IF                                                       07413948
                                                                        07414032
           PERFORM 2360-COMPUTE-PENALTY THRU 2360-EXIT.                 07414116
       2350-EXIT.                                                       07414200
           EXIT.                                                        07414284
                                                                        07414368
      ******************************************************************07414452
      *  2355-READ-NEXT-NOTICE - STEP THE NOTICE BROWSE UNTIL A        *07414536
      *  NOTICE THAT IS GIVEN, MATURED, NOT YET LAPSED AND HAS ENOUGH  *07414620
      *  LEFT UNDRAWN TO COVER THE PAYMENT TURNS UP, OR THE BROWSE     *07414704
      *  LEAVES THE ACCOUNT'S KEY RANGE.                               *07414788
      ******************************************************************07414872
       2355-READ-NEXT-NOTICE.                                           07414956
           READ NOTICE-FILE NEXT RECORD                                 07415040
               AT END                                                   07415124
                   SET PAYREL-NTC-DONE TO TRUE                          07415208
                   GO TO 2355-EXIT                                      07415292
           END-READ                                                     07415376
                                                                        07415460
           IF NOTICE-SORTCODE OF NOTICE-FILE-REC                        07415544
              NOT = PAYWARE-SORTCODE OF PAYWARE-FILE-REC                07415628
              OR NOTICE-ACCOUNT OF NOTICE-FILE-REC                      07415712
                 NOT = PAYWARE-ORIG-ACCOUNT OF PAYWARE-FILE-REC         07415796
               SET PAYREL-NTC-DONE TO TRUE                              07415880
               GO TO 2355-EXIT                                          07415964
           END-IF                                                       07416048
                                                                        07416132
           IF NOTICE-GIVEN OF NOTICE-FILE-REC                           07416216
              AND NOTICE-PAYABLE-DATE OF NOTICE-FILE-REC                07416300
                  NOT > PAYREL-CURRENT-DATE                             07416384
              AND NOTICE-LAPSE-DATE OF NOTICE-FILE-REC                  07416468
                  NOT < PAYREL-CURRENT-DATE                             07416552
              AND NOTICE-AMOUNT OF NOTICE-FILE-REC                      07416636
                  - NOTICE-DRAWN-AMOUNT OF NOTICE-FILE-REC              07416720
                  NOT < PAYWARE-AMOUNT OF PAYWARE-FILE-REC              07416804
               MOVE 'Y' TO PAYREL-NTC-SWITCH                            07416888
               MOVE NOTICE-NUMBER OF NOTICE-FILE-REC                    07416972
                   TO PAYREL-NTC-NUMBER                                 07417056
               SET PAYREL-NTC-DONE TO TRUE                              07417140
           END-IF.                                                      07417224
       2355-EXIT.                                                       07417308
           EXIT.                                                        07417392
                                                                        07417476
      ******************************************************************07417560
      *  2360-COMPUTE-PENALTY - THE INTEREST THE PAYMENT WOULD HAVE    *07417644
      *  EARNED OVER THE PRODUCT'S PENALTY DAYS AT THE CURRENT CREDIT  *07417728
      *  RATE (RATEFILE).  NO RATE ROW MEANS NO INTEREST TO LOSE.      *07417812
      ******************************************************************07417896
       2360-COMPUTE-PENALTY.                                            07417980
           MOVE ZERO TO PAYREL-NTC-PEN-DAYS                             07418064
           IF PRODCAT-NOTICE-PENALTY-DAYS OF PRODCAT-FILE-REC           07418148
              IS NUMERIC                                                07418232
               MOVE PRODCAT-NOTICE-PENALTY-DAYS OF PRODCAT-FILE-REC     07418316
                   TO PAYREL-NTC-PEN-DAYS                               07418400
           END-IF                                                       07418484
                                                                        07418568
           MOVE ACCOUNT-TYPE OF PAYREL-ORIG-ACCOUNT-REC                 07418652
               TO ACRATE-ACCOUNT-TYPE OF RATE-FILE-REC                  07418736
           READ RATE-FILE                                               07418820
               KEY IS ACRATE-KEY OF RATE-FILE-REC                       07418904
               INVALID KEY                                              07418988
                   GO TO 2360-EXIT                                      07419072
           END-READ                                                     07419156
                                                                        07419240
           COMPUTE PAYREL-NTC-PENALTY ROUNDED =                         07419324
               PAYWARE-AMOUNT OF PAYWARE-FILE-REC                       07419408
             * ACRATE-CREDIT-RATE OF RATE-FILE-REC                      07419492
             * PAYREL-NTC-PEN-DAYS / 36500.                             07419576
       2360-EXIT.                                                       07419660
           EXIT.                                                        07419744
                                                                        07419828
      ******************************************************************07420000
      *  2400-POST-DEBIT-CREDIT - REJECT THE PAYMENT IF IT WOULD       *07430000
      *  TAKE THE ORIGINATING ACCOUNT PAST ITS ARRANGED OVERDRAFT      *07440000
      *  (OR BELOW ZERO WHEN NO FACILITY IS ARRANGED).  THE FLOOR IS   *07450000
      *  THE AVAILABLE BALANCE - ACTIVE CARD AUTHORIZATION HOLDS AND   *07452000
      *  LEGAL-ORDER EARMARKS ARE RESERVED MONEY, THE SAME RULE        *07454000
      *  SODDPAY APPLIES - AND SO ARE PAYMENTS STILL WAITING ON THE    *07456666
      *  HIGH-VALUE RELEASE QUEUE.  A PAYMENT OVER THE RELEASE         *07459332
      *  THRESHOLD THAT NO OPERATOR HAS YET AUTHORISED IS HELD FOR     *07461998
      *  RELEASE INSTEAD OF POSTED.  ELSE DEBIT THE ORIGINATOR AND     *07464664
      *  CREDIT THE BENEFICIARY.                                       *07467330
      *  A PAYMENT FROM A NOTICE PRODUCT IS CHECKED FIRST (2350) AND   *07468220
      *  ANY NOTICE PENALTY IS TAKEN WITH THE AMOUNT.                  *07469110
      ******************************************************************07470000
       2400-POST-DEBIT-CREDIT.                                          07480000
           PERFORM 2350-CHECK-NOTICE THRU 2350-EXIT                     07480666
           IF PAYREL-OUTCOME-REJECT                                     07481332
               GO TO 2400-EXIT                                          07481998
           END-IF                                                       07482664
                                                                        07483330
           PERFORM 2410-SUM-ACTIVE-HOLDS THRU 2410-EXIT                 07484000
           PERFORM 2430-SUM-EARMARKS THRU 2430-EXIT                     07486000
           PERFORM 2460-SUM-RELEASE-QUEUE THRU 2460-EXIT                07487000
           PERFORM 2480-SUM-UNCLEARED THRU 2480-EXIT                    07487500
                                                                        07488000
           MOVE ZERO TO PAYREL-OD-LIMIT                                 07490000
           MOVE PAYWARE-SORTCODE OF PAYWARE-FILE-REC                    07500000
                   TO PAYREL-OD-LIMIT                                   07650000
           END-IF                                                       07660000
                                                                        07670000
           IF PAYWARE-AMOUNT OF PAYWARE-FILE-REC                        07676666
              + PAYREL-NTC-PENALTY >                                    07683332
              ACCOUNT-BALANCE OF PAYREL-ORIG-ACCOUNT-REC                07690000
              - PAYREL-HOLD-TOTAL - PAYREL-EARMARK-TOTAL                07695000
              - PAYREL-HVQ-TOTAL                                        07697500
              - PAYREL-UNCLEARED-TOTAL                                  07698750
              + PAYREL-OD-LIMIT                                         07700000
               MOVE 'R' TO PAYREL-OUTCOME-SWITCH                        07710000
               MOVE 'INSUFFICIENT FUNDS' TO PAYREL-REJECT-REASON        07720000
               GO TO 2400-EXIT                                          07730000
           END-IF                                                       07740000
                                                                        07740001
           IF NOT PAYWARE-AUTHORISED OF PAYWARE-FILE-REC                07741428
              AND PAYWARE-AMOUNT OF PAYWARE-FILE-REC >                  07742856
                  PAYREL-RELEASE-THRESHOLD                              07744284
               MOVE 'H' TO PAYREL-OUTCOME-SWITCH                        07745712
               GO TO 2400-EXIT                                          07747140
           END-IF                                                       07748568
                                                                        07750000
           SUBTRACT PAYWARE-AMOUNT OF PAYWARE-FILE-REC                  07756666
                    PAYREL-NTC-PENALTY                                  07763332
              FROM ACCOUNT-BALANCE OF PAYREL-ORIG-ACCOUNT-REC           07770000
           MOVE PAYREL-ORIG-ACCOUNT-REC TO ACCOUNT-FILE-REC             07780000
           REWRITE ACCOUNT-FILE-REC                                     07790000
      *  AFTER THE ORIGINATING ACCOUNT WAS ALREADY DEBITED AND         *08040000
      *  REWRITTEN.  PUT THE AMOUNT BACK SO THE REJECTED PAYMENT       *08050000
      *  DOES NOT LEAVE THE CUSTOMER OUT OF POCKET.                    *08060000
      *  ANY NOTICE PENALTY TAKEN WITH IT GOES BACK TOO.               *08065000
      ******************************************************************08070000
       2450-REVERSE-ORIG-DEBIT.                                         08080000
           ADD PAYWARE-AMOUNT OF PAYWARE-FILE-REC                       08086666
               PAYREL-NTC-PENALTY                                       08093332
              TO ACCOUNT-BALANCE OF PAYREL-ORIG-ACCOUNT-REC             08100000
           MOVE PAYREL-ORIG-ACCOUNT-REC TO ACCOUNT-FILE-REC             08110000
           REWRITE ACCOUNT-FILE-REC                                     08120000
           END-IF.                                                      08255000
       2440-EXIT.                                                       08256000
           EXIT.                                                        08257000
                                                                        08257001
      ******************************************************************08257100
      *  2460-SUM-RELEASE-QUEUE - READ THROUGH THE ORIGINATING         *08257200
      *  ACCOUNT'S RANGE OF THE HIGH-VALUE RELEASE QUEUE AND ADD UP    *08257300
      *  EVERY PAYMENT STILL WAITING FOR AN OPERATOR.                  *08257400
      ******************************************************************08257500
       2460-SUM-RELEASE-QUEUE.                                          08257600
           MOVE ZERO TO PAYREL-HVQ-TOTAL                                08257700
           MOVE 'N'  TO PAYREL-HVQ-EOF-SWITCH                           08257800
                                                                        08257900
           MOVE PAYWARE-SORTCODE OF PAYWARE-FILE-REC                    08258000
               TO PENDREL-SORTCODE OF PENDREL-FILE-REC                  08258100
           MOVE PAYWARE-ORIG-ACCOUNT OF PAYWARE-FILE-REC                08258200
               TO PENDREL-FROM-ACCOUNT OF PENDREL-FILE-REC              08258300
           MOVE LOW-VALUES TO PENDREL-SOURCE OF PENDREL-FILE-REC        08258400
           MOVE ZERO TO PENDREL-NUMBER OF PENDREL-FILE-REC              08258500
                                                                        08258600
           START PENDREL-FILE KEY IS NOT LESS                           08258700
                 THAN PENDREL-KEY OF PENDREL-FILE-REC                   08258800
               INVALID KEY                                              08258900
                   SET PAYREL-HVQ-DONE TO TRUE                          08259000
           END-START                                                    08259100
                                                                        08259200
           PERFORM 2470-READ-NEXT-QUEUED THRU 2470-EXIT                 08259300
              UNTIL PAYREL-HVQ-DONE.                                    08259400
       2460-EXIT.                                                       08259500
           EXIT.                                                        08259600
                                                                        08259700
      ******************************************************************08259800
      *  2470-READ-NEXT-QUEUED - STEP THE QUEUE BROWSE, COUNTING       *08259900
      *  OUTSTANDING PAYMENTS UNTIL IT LEAVES THE ACCOUNT'S KEY RANGE. *08260000
      ******************************************************************08260100
       2470-READ-NEXT-QUEUED.                                           08260200
           READ PENDREL-FILE NEXT RECORD                                08260300
               AT END                                                   08260400
                   SET PAYREL-HVQ-DONE TO TRUE                          08260500
                   GO TO 2470-EXIT                                      08260600
           END-READ                                                     08260700
                                                                        08260800
           IF PENDREL-SORTCODE OF PENDREL-FILE-REC                      08260900
              NOT = PAYWARE-SORTCODE OF PAYWARE-FILE-REC                08261000
              OR PENDREL-FROM-ACCOUNT OF PENDREL-FILE-REC               08261100
                 NOT = PAYWARE-ORIG-ACCOUNT OF PAYWARE-FILE-REC         08261200
               SET PAYREL-HVQ-DONE TO TRUE                              08261300
               GO TO 2470-EXIT                                          08261400
           END-IF                                                       08261500
                                                                        08261600
           IF PENDREL-OUTSTANDING OF PENDREL-FILE-REC                   08261700
               ADD PENDREL-GBP-AMOUNT OF PENDREL-FILE-REC               08261800
                  TO PAYREL-HVQ-TOTAL                                   08261900
           END-IF.                                                      08262000
       2470-EXIT.                                                       08262100
           EXIT.                                                        08262200
                                                                        08200000
      ******************************************************************08200185
      *  2480-SUM-UNCLEARED - READ THROUGH THE DEBIT ACCOUNT'S         *08200370
      *  UNCLEARED-CHEQUE ROWS AND ADD UP EVERY CHEQUE STILL HELD      *08200555
      *  UNCLEARED.  THE CREDIT IS ALREADY IN THE LEDGER BALANCE, BUT  *08200740
      *  THE FUNDS CANNOT BE SPENT UNTIL CHQREL CLEARS THE CHEQUE.     *08200925
      ******************************************************************08201110
       2480-SUM-UNCLEARED.                                              08201295
           MOVE ZERO TO PAYREL-UNCLEARED-TOTAL                          08201480
           MOVE 'N'  TO PAYREL-UNCL-EOF-SWITCH                          08201665
                                                                        08201850
           MOVE PAYWARE-SORTCODE OF PAYWARE-FILE-REC                    08202035
               TO UNCLRCHQ-SORTCODE OF UNCLEAR-FILE-REC                 08202220
           MOVE PAYWARE-ORIG-ACCOUNT OF PAYWARE-FILE-REC                08202405
               TO UNCLRCHQ-NUMBER OF UNCLEAR-FILE-REC                   08202590
           MOVE ZERO TO UNCLRCHQ-CHEQUE-NUMBER OF UNCLEAR-FILE-REC      08202775
                                                                        08202960
           START UNCLEAR-FILE KEY IS NOT LESS                           08203145
                 THAN UNCLRCHQ-KEY OF UNCLEAR-FILE-REC                  08203330
               INVALID KEY                                              08203515
                   SET PAYREL-UNCL-DONE TO TRUE                         08203700
           END-START                                                    08203885
                                                                        08204070
           PERFORM 2490-READ-NEXT-UNCLEARED THRU 2490-EXIT              08204255
              UNTIL PAYREL-UNCL-DONE.                                   08204440
       2480-EXIT.                                                       08204625
           EXIT.                                                        08204810
                                                                        08204995
      ******************************************************************08205180
      *  2490-READ-NEXT-UNCLEARED - STEP THE BROWSE, COUNTING          *08205365
      *  UNCLEARED CHEQUES UNTIL IT LEAVES THE ACCOUNT'S KEY RANGE.    *08205550
      ******************************************************************08205735
       2490-READ-NEXT-UNCLEARED.                                        08205920
           READ UNCLEAR-FILE NEXT RECORD                                08206105
               AT END                                                   08206290
                   SET PAYREL-UNCL-DONE TO TRUE                         08206475
                   GO TO 2490-EXIT                                      08206660
           END-READ                                                     08206845
                                                                        08207030
           IF UNCLRCHQ-SORTCODE OF UNCLEAR-FILE-REC                     08207215
              NOT = PAYWARE-SORTCODE OF PAYWARE-FILE-REC                08207400
              OR UNCLRCHQ-NUMBER OF UNCLEAR-FILE-REC                    08207585
                 NOT = PAYWARE-ORIG-ACCOUNT OF PAYWARE-FILE-REC         08207770
               SET PAYREL-UNCL-DONE TO TRUE                             08207955
               GO TO 2490-EXIT                                          08208140
           END-IF                                                       08208325
                                                                        08208510
           IF UNCLRCHQ-UNCLEARED OF UNCLEAR-FILE-REC                    08208695
               ADD UNCLRCHQ-AMOUNT OF UNCLEAR-FILE-REC                  08208880
                  TO PAYREL-UNCLEARED-TOTAL                             08209065
           END-IF.                                                      08209250
       2490-EXIT.                                                       08209435
           EXIT.                                                        08209620
                                                                        08209805
      ******************************************************************08210000
      *  2500-ASSIGN-PROCTRAN-NUMBERS - READ THE PROCTRAN CONTROL      *08220000
      *  SINGLETON, BUMP LAST-PROC-TRAN-NUMBER (TWICE WHEN BOTH LEGS   *08230000
      *  POST HERE), AND REWRITE, THE SAME WAY SODDPAY HANDS OUT ITS   *08240000
      *  PROCTRAN NUMBERS.                                             *08250000
      *  A NOTICE PENALTY TAKES ONE MORE NUMBER.                       *08255000
      ******************************************************************08260000
       2500-ASSIGN-PROCTRAN-NUMBERS.                                    08270000
           MOVE PAYREL-CTL-SORTCODE TO PROCTRAN-CONTROL-SORTCODE        08280000
               MOVE LAST-PROC-TRAN-NUMBER OF PCTRL-FILE-REC             08520000
                   TO PAYREL-CREDIT-TRAN-NUMBER                         08530000
           END-IF                                                       08540000
                                                                        08541428
           IF PAYREL-NTC-PENALTY > ZERO                                 08542856
               ADD 1 TO LAST-PROC-TRAN-NUMBER OF PCTRL-FILE-REC         08544284
               MOVE LAST-PROC-TRAN-NUMBER OF PCTRL-FILE-REC             08545712
                   TO PAYREL-NTC-TRAN-NUMBER                            08547140
           END-IF                                                       08548568
                                                                        08550000
           REWRITE PCTRL-FILE-REC                                       08560000
               INVALID KEY                                              08570000
      *  2600-WRITE-DEBIT-PROCTRAN - LOG THE DEBIT LEG AGAINST THE     *08650000
      *  ORIGINATING ACCOUNT, CARRYING THE BENEFICIARY IN THE          *08660000
      *  PROC-TRAN-DESC-XFR COUNTERPARTY FIELDS.                       *08670000
      *  THEN SETTLE ANY NOTICE THE PAYMENT WAS TAKEN UNDER.           *08675000
      ******************************************************************08680000
       2600-WRITE-DEBIT-PROCTRAN.                                       08690000
           MOVE 'PRTR' TO PROC-TRAN-EYE-CATCHER OF PROCTRAN-FILE-REC    08700000
                   MOVE 'R' TO PAYREL-OUTCOME-SWITCH                    08970000
                   MOVE 'PROCTRAN WRITE ERROR (DEBIT)'                  08980000
                       TO PAYREL-REJECT-REASON                          08990000
               NOT INVALID KEY                                          08990555
                   PERFORM 8900-ADD-CONTROL-TOTAL THRU 8900-EXIT        08991110
           END-WRITE                                                    08991666
                                                                        08993332
           IF PAYREL-OUTCOME-DUE                                        08994998
              AND PAYREL-NTC-COVERED                                    08996664
               PERFORM 2610-DRAW-NOTICE THRU 2610-EXIT                  08998330
           END-IF                                                       08999996
                                                                        09001662
           IF PAYREL-OUTCOME-DUE                                        09003328
              AND PAYREL-NTC-PENALTY > ZERO                             09004994
               PERFORM 2620-WRITE-PENALTY-PROCTRAN THRU 2620-EXIT       09006660
           END-IF.                                                      09008326
       2600-EXIT.                                                       09010000
           EXIT.                                                        09020000
                                                                        09030000
      ******************************************************************09030129
      *  2610-DRAW-NOTICE - DRAW THE POSTED PAYMENT AGAINST THE        *09030258
      *  NOTICE THAT COVERED IT, CLOSING THE NOTICE AS DRAWN ONCE      *09030387
      *  NOTHING IS LEFT ON IT.  THE PAYMENT HAS ALREADY POSTED, SO A  *09030516
      *  REGISTER FAILURE IS LOGGED RATHER THAN UNWOUND.               *09030645
      ******************************************************************09030774
       2610-DRAW-NOTICE.                                                09030903
           MOVE PAYWARE-SORTCODE OF PAYWARE-FILE-REC                    09031032
               TO NOTICE-SORTCODE OF NOTICE-FILE-REC                    09031161
           MOVE PAYWARE-ORIG-ACCOUNT OF PAYWARE-FILE-REC                09031290
               TO NOTICE-ACCOUNT OF NOTICE-FILE-REC                     09031419
           MOVE PAYREL-NTC-NUMBER                                       09031548
               TO NOTICE-NUMBER OF NOTICE-FILE-REC                      09031677
           READ NOTICE-FILE                                             09031806
               KEY IS NOTICE-KEY OF NOTICE-FILE-REC                     09031935
               INVALID KEY                                              09032064
                   DISPLAY 'PAYREL - CRITICAL - NOTICE READ FAILED '    09032193
                       'FOR ACCOUNT ' PAYWARE-ORIG-ACCOUNT              09032322
                           OF PAYWARE-FILE-REC                          09032451
                   GO TO 2610-EXIT                                      09032580
           END-READ                                                     09032709
                                                                        09032838
           ADD PAYWARE-AMOUNT OF PAYWARE-FILE-REC                       09032967
               TO NOTICE-DRAWN-AMOUNT OF NOTICE-FILE-REC                09033096
           IF NOTICE-DRAWN-AMOUNT OF NOTICE-FILE-REC                    09033225
              NOT < NOTICE-AMOUNT OF NOTICE-FILE-REC                    09033354
               MOVE 'D' TO NOTICE-STATUS OF NOTICE-FILE-REC             09033483
               MOVE PAYREL-CURRENT-DATE                                 09033612
                   TO NOTICE-CLOSED-DATE OF NOTICE-FILE-REC             09033741
           END-IF                                                       09033870
                                                                        09033999
           REWRITE NOTICE-FILE-REC                                      09034128
               INVALID KEY                                              09034257
                   DISPLAY 'PAYREL - CRITICAL - NOTICE UPDATE FAILED '  09034386
                       'FOR ACCOUNT ' PAYWARE-ORIG-ACCOUNT              09034515
                           OF PAYWARE-FILE-REC                          09034644
           END-REWRITE.                                                 09034773
       2610-EXIT.                                                       09034902
           EXIT.                                                        09035031
                                                                        09035160
      ******************************************************************09035289
      *  2620-WRITE-PENALTY-PROCTRAN - LOG THE LOSS-OF-INTEREST        *09035418
      *  PENALTY TAKEN FOR IMMEDIATE ACCESS AGAINST THE ORIGINATING    *09035547
      *  ACCOUNT, UNDER THE NUMBER RESERVED FOR IT BY 2500.            *09035676
      ******************************************************************09035805
       2620-WRITE-PENALTY-PROCTRAN.                                     09035934
           MOVE 'PRTR' TO PROC-TRAN-EYE-CATCHER OF PROCTRAN-FILE-REC    09036063
           MOVE PAYWARE-SORTCODE OF PAYWARE-FILE-REC                    09036192
               TO PROC-TRAN-SORT-CODE OF PROCTRAN-FILE-REC              09036321
           MOVE PAYREL-NTC-TRAN-NUMBER                                  09036450
               TO PROC-TRAN-NUMBER OF PROCTRAN-FILE-REC                 09036579
           MOVE PAYWARE-ORIG-ACCOUNT OF PAYWARE-FILE-REC                09036708
               TO PROC-TRAN-ACCOUNT-NUMBER OF PROCTRAN-FILE-REC         09036837
           MOVE PAYREL-CURRENT-DATE                                     09036966
               TO PROC-TRAN-DATE OF PROCTRAN-FILE-REC                   09037095
           MOVE PAYREL-CURRENT-TIME                                     09037224
               TO PROC-TRAN-TIME OF PROCTRAN-FILE-REC                   09037353
           MOVE PAYREL-NTC-TRAN-NUMBER                                  09037482
               TO PROC-TRAN-REF OF PROCTRAN-FILE-REC                    09037611
           MOVE 'NTP' TO PROC-TRAN-TYPE OF PROCTRAN-FILE-REC            09037740
           MOVE PAYREL-NTC-PENALTY                                      09037869
               TO PROC-TRAN-AMOUNT OF PROCTRAN-FILE-REC                 09037998
           MOVE 'GBP' TO PROC-TRAN-CURRENCY OF PROCTRAN-FILE-REC        09038127
           MOVE ZERO     TO PROC-TRAN-VALUE-DATE OF PROCTRAN-FILE-REC   09038256
           MOVE 'NOTICE PENALTY - LOSS OF INTEREST'                     09038385
               TO PROC-TRAN-DESC OF PROCTRAN-FILE-REC                   09038514
                                                                        09038643
           WRITE PROCTRAN-FILE-REC                                      09038772
               INVALID KEY                                              09038901
                   DISPLAY 'PAYREL - CRITICAL - PROCTRAN WRITE FAILED ' 09039030
                       'FOR NOTICE PENALTY, ACCOUNT '                   09039159
                       PAYWARE-ORIG-ACCOUNT OF PAYWARE-FILE-REC         09039288
               NOT INVALID KEY                                          09039331
                   PERFORM 8900-ADD-CONTROL-TOTAL THRU 8900-EXIT        09039374
           END-WRITE.                                                   09039417
       2620-EXIT.                                                       09039546
           EXIT.                                                        09039675
                                                                        09039804
      ******************************************************************09040000
      *  2650-WRITE-CREDIT-PROCTRAN - LOG THE CREDIT LEG AGAINST THE   *09050000
      *  BENEFICIARY ACCOUNT, CARRYING THE ORIGINATOR IN THE           *09060000
                   MOVE 'R' TO PAYREL-OUTCOME-SWITCH                    09370000
                   MOVE 'PROCTRAN WRITE ERROR (CREDIT)'                 09380000
                       TO PAYREL-REJECT-REASON                          09390000
               NOT INVALID KEY                                          09393333
                   PERFORM 8900-ADD-CONTROL-TOTAL THRU 8900-EXIT        09396666
           END-WRITE.                                                   09400000
       2650-EXIT.                                                       09410000
           EXIT.                                                        09420000
           PERFORM 2870-WRITE-DETAIL THRU 2870-EXIT.                    11250000
       2900-EXIT.                                                       11260000
           EXIT.                                                        11270000
                                                                        11270001
      ******************************************************************11270175
      *  2950-HOLD-FOR-RELEASE - THE PAYMENT IS OVER THE HIGH-VALUE    *11270350
      *  RELEASE THRESHOLD.  QUEUE IT ON PENDREL UNDER ITS WAREHOUSE   *11270525
      *  NUMBER FOR AN OPERATOR OTHER THAN THE ONE WHO CAPTURED IT,    *11270700
      *  MARK THE WAREHOUSE ROW HELD AND REPORT IT.  IF THE QUEUE      *11270875
      *  WRITE FAILS THE ROW IS LEFT PENDING FOR THE NEXT RUN.         *11271050
      ******************************************************************11271225
       2950-HOLD-FOR-RELEASE.                                           11271400
           INITIALIZE PENDREL-FILE-REC                                  11271575
           MOVE 'PREL' TO PENDREL-EYECATCHER OF PENDREL-FILE-REC        11271750
           MOVE PAYWARE-SORTCODE OF PAYWARE-FILE-REC                    11271925
               TO PENDREL-SORTCODE OF PENDREL-FILE-REC                  11272100
           MOVE PAYWARE-ORIG-ACCOUNT OF PAYWARE-FILE-REC                11272275
               TO PENDREL-FROM-ACCOUNT OF PENDREL-FILE-REC              11272450
           SET PENDREL-SRC-WAREHOUSE OF PENDREL-FILE-REC TO TRUE        11272625
           MOVE PAYWARE-NUMBER OF PAYWARE-FILE-REC                      11272800
               TO PENDREL-NUMBER OF PENDREL-FILE-REC                    11272975
           MOVE PAYWARE-BENEF-SORTCODE OF PAYWARE-FILE-REC              11273150
               TO PENDREL-TO-SORTCODE OF PENDREL-FILE-REC               11273325
           MOVE PAYWARE-BENEF-ACCOUNT OF PAYWARE-FILE-REC               11273500
               TO PENDREL-TO-ACCOUNT OF PENDREL-FILE-REC                11273675
           MOVE PAYWARE-AMOUNT OF PAYWARE-FILE-REC                      11273850
               TO PENDREL-AMOUNT OF PENDREL-FILE-REC                    11274025
           MOVE 'GBP' TO PENDREL-CURRENCY OF PENDREL-FILE-REC           11274200
           MOVE PAYWARE-AMOUNT OF PAYWARE-FILE-REC                      11274375
               TO PENDREL-GBP-AMOUNT OF PENDREL-FILE-REC                11274550
           MOVE ACCOUNT-CUSTOMER-NUMBER OF PAYREL-ORIG-ACCOUNT-REC      11274725
               TO PENDREL-INITIATOR OF PENDREL-FILE-REC                 11274900
           MOVE PAYWARE-CAPTURED-BY OF PAYWARE-FILE-REC                 11275075
               TO PENDREL-CAPTURED-BY OF PENDREL-FILE-REC               11275250
           MOVE PAYREL-CURRENT-DATE                                     11275425
               TO PENDREL-QUEUED-DATE OF PENDREL-FILE-REC               11275600
           MOVE PAYREL-CURRENT-TIME                                     11275775
               TO PENDREL-QUEUED-TIME OF PENDREL-FILE-REC               11275950
           SET PENDREL-WAITING OF PENDREL-FILE-REC TO TRUE              11276125
           MOVE SPACES TO PENDREL-DECIDED-BY OF PENDREL-FILE-REC        11276300
                                                                        11276475
           WRITE PENDREL-FILE-REC                                       11276650
               INVALID KEY                                              11276825
                   DISPLAY 'PAYREL - PENDREL WRITE FAILED FOR '         11277000
                       'INSTRUCTION ' PAYWARE-NUMBER                    11277175
                           OF PAYWARE-FILE-REC                          11277350
                       ' STATUS ' PAYREL-PENDREL-STATUS                 11277525
                   GO TO 2950-EXIT                                      11277700
           END-WRITE                                                    11277875
                                                                        11278050
           ADD 1 TO PAYREL-HELD-COUNT                                   11278225
                                                                        11278400
           SET PAYWARE-HELD OF PAYWARE-FILE-REC TO TRUE                 11278575
           PERFORM 2850-REWRITE-PAYWARE THRU 2850-EXIT                  11278750
                                                                        11278925
           MOVE 'HELD' TO PAYREL-DTL-STATUS                             11279100
           MOVE 'AWAITING OPERATOR RELEASE' TO PAYREL-DTL-REASON        11279275
           PERFORM 2870-WRITE-DETAIL THRU 2870-EXIT.                    11279450
       2950-EXIT.                                                       11279625
           EXIT.                                                        11279800
                                                                        11280000
      ******************************************************************11290000
      *  2850-REWRITE-PAYWARE - PUT THE WAREHOUSE ROW BACK WITH ITS    *11300000
           WRITE PAY-RPT-LINE FROM PAYREL-SUMMARY-LINE-4                12030000
                                                                        12040000
           MOVE PAYREL-EXTERNAL-COUNT TO PAYREL-SUM-EXTERNAL            12050000
           WRITE PAY-RPT-LINE FROM PAYREL-SUMMARY-LINE-5                12054000
                                                                        12058000
           MOVE PAYREL-HELD-COUNT TO PAYREL-SUM-HELD                    12062000
           WRITE PAY-RPT-LINE FROM PAYREL-SUMMARY-LINE-6.               12066000
       3000-EXIT.                                                       12070000
           EXIT.                                                        12080000
                                                                        12090000
      ******************************************************************12090666
      *  8900-ADD-CONTROL-TOTAL - ADD THE PROCTRAN ROW JUST WRITTEN TO *12091332
      *  THE JOB'S CONTROL TOTALS FOR BALCHK.                          *12091998
      ******************************************************************12092664
       8900-ADD-CONTROL-TOTAL.                                          12093330
           SET BALTOT-REQ-ADD TO TRUE                                   12093996
           MOVE PROC-TRAN-DATE OF PROCTRAN-FILE-REC TO BALTOT-REQ-DATE  12094662
           MOVE PROC-TRAN-TYPE OF PROCTRAN-FILE-REC TO BALTOT-REQ-TYPE  12095328
           MOVE PROC-TRAN-AMOUNT OF PROCTRAN-FILE-REC                   12095994
               TO BALTOT-REQ-AMOUNT                                     12096660
           CALL 'BALTOT' USING BALTOT-REQUEST.                          12097326
       8900-EXIT.                                                       12097992
           EXIT.                                                        12098658
                                                                        12099324
      ******************************************************************12100000
      *  9000-TERMINATE - MARK THE CHECKPOINT COMPLETE SO THE NEXT     *12110000
      *  RUN STARTS FRESH, REPORT THE COUNT TO RUNCTL, AND CLOSE THE   *12120000
      *  FILES.                                                        *12130000
      ******************************************************************12140000
       9000-TERMINATE.                                                  12150000
           SET BALTOT-REQ-WRITE TO TRUE                                 12152500
           CALL 'BALTOT' USING BALTOT-REQUEST                           12155000
                                                                        12157500
           MOVE 'E' TO RUNCTL-REQ-FUNCTION                              12160000
           MOVE PAYREL-READ-COUNT TO RUNCTL-REQ-COUNT                   12170000
           CALL 'RUNCTL' USING RUNCTL-REQUEST                           12180000
           CLOSE ODFAC-FILE                                             12320000
           CLOSE HOLD-FILE                                              12322000
           CLOSE LEGORDER-FILE                                          12324000
           CLOSE PENDREL-FILE                                           12327000
           CLOSE UNCLEAR-FILE                                           12327375
           CLOSE PRODCAT-FILE                                           12327750
           CLOSE NOTICE-FILE                                            12328500
           CLOSE RATE-FILE                                              12329250
           CLOSE OUTPAY-FILE                                            12330000
           CLOSE PAYSTAT-FILE                                           12331000
           CLOSE PAY-RPT                                                12340000
