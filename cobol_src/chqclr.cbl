      *               CHF - CHEQUE FAILED/BOUNCED - THE VALUE OF A     *00260000
      *                     CHEQUE PREVIOUSLY PAID IN IS REVERSED BY   *00270000
      *                     DEBITING THE ACCOUNT FOR THE SAME AMOUNT   *00280000
      *                                                                *00280909
      *             A CHI CREDIT STILL POSTS TO THE LEDGER BALANCE,    *00281818
      *             BUT THE CHEQUE IS ALSO HELD ON THE UNCLEARED-      *00282727
      *             ITEMS FILE (COPYBOOK UNCLRCHQ) UNTIL ITS CLEAR     *00283636
      *             DATE - THE PRODUCT'S CLEARING DAYS (PRODCAT)       *00284545
      *             COUNTED IN PROCCAL WORKING DAYS - SO THE DEBIT     *00285454
      *             PATHS CANNOT SPEND IT.  A CHF FOR A CHEQUE STILL   *00286363
      *             HELD UNCLEARED REVERSES THE CREDIT AND MARKS THE   *00287272
      *             HOLD RETURNED; THE FUNDS WERE NEVER AVAILABLE, SO  *00288181
      *             NO OVERDRAWING DEBIT IS LEFT BEHIND.               *00289090
      *                                                                *00290000
      *             A CHO DOES NOT REJECT FOR INSUFFICIENT FUNDS, AS   *00300000
      *             IT REPRESENTS A CLEARING-HOUSE EVENT THAT HAS      *00310000
      *             ALREADY BEEN COMMITTED OUTSIDE THIS BANK'S         *00320000
      *             CONTROL AND MUST BE APPLIED REGARDLESS.            *00330000
      *                                                                *00330909
      *             THE EXCEPTION IS POSITIVE PAY.  A BUSINESS         *00331818
      *             CUSTOMER ENROLLED ON THE ISSUED-CHEQUE REGISTER    *00332727
      *             (COPYBOOK PPAYISS, LOADED BY PPAYLOAD) HAS A CHO   *00333636
      *             PAID ONLY WHEN ITS SERIAL IS LISTED FOR THE SAME   *00334545
      *             AMOUNT AND NOT BEFORE ITS ISSUE DATE.  AN          *00335454
      *             UNLISTED OR MISMATCHED CHEQUE IS HELD UNPAID ON    *00336363
      *             PPAYEXC FOR THE CUSTOMER TO DECIDE PAY OR RETURN   *00337272
      *             (PPAYDEC) BY THE NEXT WORKING DAY'S CUT-OFF, WHEN  *00338181
      *             PPAYCUT PAYS OR RETURNS IT.                        *00339090
      *                                                                *00340000
      *             ACCOUNT NOT FOUND OR NOT OPEN REJECTS THE ROW.     *00350000
      *             EVERY APPLIED ROW IS LOGGED TO PROCTRAN UNDER THE  *00360000
      *             PCTLFILE - VSAM KSDS - PROCTRAN CONTROL (I-O)      *00490000
      *             CLRRPT   - CLEARING ACTIVITY REPORT (OUTPUT)       *00500000
      *             CHKPTF   - CHECKPOINT FILE (I-O)                   *00510000
      *             UNCLRCHQ - VSAM KSDS - UNCLEARED CHEQUES (I-O)     *00515000
      *             PRODCAT  - VSAM KSDS - PRODUCT CATALOGUE (INPUT)   *00517500
      *             PCALFILE - VSAM KSDS - PROCESSING CALENDAR (INPUT) *00518750
      *             ISASUB   - VSAM KSDS - ISA SUBSCRIPTIONS (I-O)     *00519375
      *             PPAYISS  - VSAM KSDS - ISSUED-CHEQUE REGISTER (I-O)*00519687
      *             PPAYEXC  - VSAM KSDS - POS-PAY EXCEPTIONS (I-O)    *00519843
      *                                                                *00520000
      *  CHECKPOINT/RESTART : THE EXTRACT IS A PLAIN SEQUENTIAL FILE   *00530000
      *             WITH NO KEY OF ITS OWN, SO RESTART WORKS BY        *00540000
      *  2026-09-02  BAG   RETURN CHEQUES DRAWN ON FOREIGN-          * 00639920
      *                    CURRENCY ACCOUNTS - CLEARING IS           * 00639940
      *                    STERLING ONLY                             * 00639960
      *  2026-10-15  BAG   PROCESSING DATE COMES FROM THE BUSINESS     *00639930
      *                    DATE (BUSDATE), NOT THE SYSTEM CLOCK        *00639965
      *  2026-10-15  BAG   HOLD PAID-IN CHEQUES AS UNCLEARED ITEMS FOR *00639973
      *                    THE PRODUCT CLEARING DAYS; A CHF AGAINST AN *00639981
      *                    UNCLEARED ITEM CANCELS THE HOLD             *00639989
      *  2026-10-15  BAG   A PAID-IN CHEQUE TO AN ISA PRODUCT THAT     *00639991
      *                    WOULD BREACH THE CUSTOMER'S ANNUAL          *00639993
      *                    ALLOWANCE IS RETURNED; POSTED ISA CREDITS   *00639995
      *                    COUNT ON THE ISASUB LEDGER                  *00639997
      *                                                                *00640000
      *  2026-08-22  BAG   REGISTER THE RUN WITH THE RUN-CONTROL       *00643333
      *                    SUBSYSTEM AT START AND END                  *00646666
      *  2026-10-15  BAG   HOLD CHO ITEMS THAT FAIL THE POSITIVE-PAY   *00647499
      *                    ISSUED-CHEQUE REGISTER FOR A CUSTOMER       *00648332
      *                    DECISION                                    *00649165
      *  2026-10-15  BAG   KEEP PROCTRAN CONTROL TOTALS FOR            *00649443
      *                    BALCHK THROUGH BALTOT                       *00649721
      ******************************************************************00650000
       ENVIRONMENT DIVISION.                                            00660000
       INPUT-OUTPUT SECTION.                                            00670000
                  ORGANIZATION IS LINE SEQUENTIAL                       00920000
                  FILE STATUS IS CHQCLR-RPT-STATUS.                     00930000
                                                                        00940000
           SELECT UNCLEAR-FILE    ASSIGN TO UNCLRCHQ                    00940555
                  ORGANIZATION IS INDEXED                               00941110
                  ACCESS MODE IS RANDOM                                 00941665
                  RECORD KEY IS UNCLRCHQ-KEY OF UNCLEAR-FILE-REC        00942220
                  FILE STATUS IS CHQCLR-UNCLEAR-STATUS.                 00942775
                                                                        00943330
           SELECT PRODCAT-FILE    ASSIGN TO PRODCAT                     00943885
                  ORGANIZATION IS INDEXED                               00944440
                  ACCESS MODE IS RANDOM                                 00944995
                  RECORD KEY IS PRODCAT-KEY OF PRODCAT-FILE-REC         00945550
                  FILE STATUS IS CHQCLR-PRODCAT-STATUS.                 00946105
                                                                        00946184
           SELECT ISASUB-FILE     ASSIGN TO ISASUB                      00946263
                  ORGANIZATION IS INDEXED                               00946342
                  ACCESS MODE IS RANDOM                                 00946421
                  RECORD KEY IS ISASUB-KEY OF ISASUB-FILE-REC           00946500
                  FILE STATUS IS CHQCLR-ISASUB-STATUS.                  00946579
                                                                        00946660
           SELECT PCAL-FILE       ASSIGN TO PCALFILE                    00947215
                  ORGANIZATION IS INDEXED                               00947770
                  ACCESS MODE IS RANDOM                                 00948325
                  RECORD KEY IS PROCCAL-KEY OF PCAL-FILE-REC            00948880
                  FILE STATUS IS CHQCLR-PCAL-STATUS.                    00949435
                                                                        00949717
           SELECT PPAYISS-FILE    ASSIGN TO PPAYISS                     00949740
                  ORGANIZATION IS INDEXED                               00949763
                  ACCESS MODE IS DYNAMIC                                00949786
                  RECORD KEY IS PPAYISS-KEY OF PPAYISS-FILE-REC         00949809
                  FILE STATUS IS CHQCLR-PPAYISS-STATUS.                 00949832
                                                                        00949855
           SELECT PPAYEXC-FILE    ASSIGN TO PPAYEXC                     00949878
                  ORGANIZATION IS INDEXED                               00949901
                  ACCESS MODE IS RANDOM                                 00949924
                  RECORD KEY IS PPAYEXC-KEY OF PPAYEXC-FILE-REC         00949947
                  FILE STATUS IS CHQCLR-PPAYEXC-STATUS.                 00949970
                                                                        00949999
           SELECT CHECKPOINT-FILE ASSIGN TO CHKPTF                      00950000
                  ORGANIZATION IS INDEXED                               00960000
                  ACCESS MODE IS RANDOM                                 00970000
           RECORDING MODE IS F.                                         01250000
       01  CLEAR-RPT-LINE                     PIC X(80).                01260000
                                                                        01270000
       FD  UNCLEAR-FILE                                                 01270666
           RECORDING MODE IS F.                                         01271332
       01  UNCLEAR-FILE-REC.                                            01271998
           COPY UNCLRCHQ.                                               01272664
                                                                        01273330
       FD  PRODCAT-FILE                                                 01273996
           RECORDING MODE IS F.                                         01274662
       01  PRODCAT-FILE-REC.                                            01275328
           COPY PRODCAT.                                                01275994
                                                                        01276105
       FD  ISASUB-FILE                                                  01276216
           RECORDING MODE IS F.                                         01276327
       01  ISASUB-FILE-REC.                                             01276438
           COPY ISASUB.                                                 01276549
                                                                        01276660
       FD  PCAL-FILE                                                    01277326
           RECORDING MODE IS F.                                         01277992
       01  PCAL-FILE-REC.                                               01278658
           COPY PROCCAL.                                                01279324
                                                                        01279662
       FD  PPAYISS-FILE                                                 01279695
           RECORDING MODE IS F.                                         01279728
       01  PPAYISS-FILE-REC.                                            01279761
           COPY PPAYISS.                                                01279794
                                                                        01279827
       FD  PPAYEXC-FILE                                                 01279860
           RECORDING MODE IS F.                                         01279893
       01  PPAYEXC-FILE-REC.                                            01279926
           COPY PPAYEXC.                                                01279959
                                                                        01279999
       FD  CHECKPOINT-FILE                                              01280000
           RECORDING MODE IS F.                                         01290000
       01  CHECKPOINT-FILE-REC.                                         01300000
           05  CHQCLR-REJECT-REASON        PIC X(30) VALUE SPACES.      01570000
           05  CHQCLR-CURRENT-DATE         PIC 9(8).                    01580000
           05  CHQCLR-CURRENT-TIME         PIC 9(6).                    01590000
           05  CHQCLR-UNCLEAR-STATUS       PIC XX.                      01590277
           05  CHQCLR-PRODCAT-STATUS       PIC XX.                      01590554
           05  CHQCLR-PCAL-STATUS          PIC XX.                      01590831
           05  CHQCLR-CLEARING-DAYS        PIC 99    VALUE ZERO.        01591108
           05  CHQCLR-DAYS-COUNTED         PIC 99    VALUE ZERO.        01591385
           05  CHQCLR-HOLD-SWITCH          PIC X     VALUE 'N'.         01591662
               88  CHQCLR-HOLD-CANCELLED         VALUE 'Y'.             01591939
           05  CHQCLR-ISASUB-STATUS        PIC XX.                      01591964
           05  CHQCLR-ISA-SWITCH           PIC X     VALUE 'N'.         01591989
               88  CHQCLR-ISA-CREDIT             VALUE 'Y'.             01592014
           05  CHQCLR-ISA-ALLOWANCE        PIC 9(7)V99 VALUE ZERO.      01592039
           05  CHQCLR-ISA-SUBSCRIBED       PIC 9(7)V99 VALUE ZERO.      01592064
           05  CHQCLR-TAX-YEAR             PIC 9(4)  VALUE ZERO.        01592089
           05  CHQCLR-TAX-DATE             PIC 9(8)  VALUE ZERO.        01592114
           05  CHQCLR-TAX-DATE-GRP REDEFINES CHQCLR-TAX-DATE.           01592139
               10  CHQCLR-TAX-DATE-YYYY    PIC 9(4).                    01592164
               10  CHQCLR-TAX-DATE-MMDD    PIC 9(4).                    01592189
           05  CHQCLR-CLEAR-DATE           PIC 9(8)  VALUE ZERO.        01592216
           05  CHQCLR-CLEAR-GRP REDEFINES CHQCLR-CLEAR-DATE.            01592493
               10  CHQCLR-CLEAR-YYYY       PIC 9999.                    01592770
               10  CHQCLR-CLEAR-MM         PIC 99.                      01593047
               10  CHQCLR-CLEAR-DD         PIC 99.                      01593324
           05  CHQCLR-DAYS-IN-MONTH        PIC 99.                      01593601
           05  CHQCLR-LEAP-SWITCH          PIC X     VALUE 'N'.         01593878
               88  CHQCLR-IS-LEAP                VALUE 'Y'.             01594155
           05  CHQCLR-YEAR-QUOT            PIC 9(4).                    01594432
           05  CHQCLR-YEAR-REM             PIC 9(4).                    01594709
           05  CHQCLR-HELD-COUNT           PIC 9(9)  COMP-3 VALUE ZERO. 01594986
           05  CHQCLR-CANCELLED-COUNT      PIC 9(9)  COMP-3 VALUE ZERO. 01595263
           05  CHQCLR-PPAYISS-STATUS       PIC XX.                      01595293
           05  CHQCLR-PPAYEXC-STATUS       PIC XX.                      01595323
           05  CHQCLR-PPAY-MATCH-SWITCH    PIC X     VALUE 'N'.         01595353
               88  CHQCLR-PPAY-MATCHED           VALUE 'Y'.             01595383
           05  CHQCLR-PPAY-REASON          PIC X     VALUE SPACE.       01595413
               88  CHQCLR-PPAY-UNLISTED          VALUE 'U'.             01595443
           05  CHQCLR-PPAY-DECISION-DAYS   PIC 99    VALUE 1.           01595473
           05  CHQCLR-PPAY-HELD-COUNT      PIC 9(9)  COMP-3 VALUE ZERO. 01595503
                                                                        01595540
       01  CHQCLR-MONTH-DAYS-VALUES.                                    01595817
           05  FILLER                      PIC 99    VALUE 31.          01596094
           05  FILLER                      PIC 99    VALUE 28.          01596371
           05  FILLER                      PIC 99    VALUE 31.          01596648
           05  FILLER                      PIC 99    VALUE 30.          01596925
           05  FILLER                      PIC 99    VALUE 31.          01597202
           05  FILLER                      PIC 99    VALUE 30.          01597479
           05  FILLER                      PIC 99    VALUE 31.          01597756
           05  FILLER                      PIC 99    VALUE 31.          01598033
           05  FILLER                      PIC 99    VALUE 30.          01598310
           05  FILLER                      PIC 99    VALUE 31.          01598587
           05  FILLER                      PIC 99    VALUE 30.          01598864
           05  FILLER                      PIC 99    VALUE 31.          01599141
       01  CHQCLR-MONTH-DAYS REDEFINES CHQCLR-MONTH-DAYS-VALUES.        01599418
           05  CHQCLR-MONTH-DAY-TAB        PIC 99    OCCURS 12 TIMES.   01599695
                                                                        01600000
       01  CHQCLR-DETAIL-LINE.                                          01610000
           05  CHQCLR-DTL-STATUS           PIC X(8).                    01620000
               'RECORDS REJECTED  : '.                                  01880000
           05  CHQCLR-SUM-REJECTED         PIC Z(8)9.                   01890000
           05  FILLER                      PIC X(47) VALUE SPACES.      01900000
                                                                        01900032
       01  CHQCLR-SUMMARY-LINE-4.                                       01900064
           05  FILLER                      PIC X(20) VALUE              01900128
               'CHEQUES HELD      : '.                                  01900192
           05  CHQCLR-SUM-HELD             PIC Z(8)9.                   01900256
           05  FILLER                      PIC X(47) VALUE SPACES.      01900320
                                                                        01900384
       01  CHQCLR-SUMMARY-LINE-5.                                       01900448
           05  FILLER                      PIC X(20) VALUE              01900512
               'HOLDS CANCELLED   : '.                                  01900576
           05  CHQCLR-SUM-CANCELLED        PIC Z(8)9.                   01900640
           05  FILLER                      PIC X(47) VALUE SPACES.      01900704
       01  CHQCLR-SUMMARY-LINE-6.                                       01900714
           05  FILLER                      PIC X(20) VALUE              01900724
               'POSITIVE PAY HELD : '.                                  01900734
           05  CHQCLR-SUM-PPAY-HELD        PIC Z(8)9.                   01900744
           05  FILLER                      PIC X(47) VALUE SPACES.      01900754
                                                                        01900769
       01  CHQCLR-FRAUD-LINE.                                           01901538
           05  CHQCLR-FRD-KIND             PIC X(9).                    01902307
                                                                        01910000
       01  RUNCTL-REQUEST-AREA.                                         01912500
           COPY RUNCTLQ.                                                01915000
                                                                        01915156
       01  BALTOT-REQUEST-AREA.                                         01915312
           COPY BALTOTQ.                                                01915468
                                                                        01915625
       01  BUSDATE-REQUEST-AREA.                                        01916250
           COPY BUSDATEQ.                                               01916875
                                                                        01917500
      ******************************************************************01920000
       PROCEDURE DIVISION.                                              01930000
               DISPLAY 'CHQCLR - HELD - PREDECESSOR NOT COMPLETE'       02126000
               STOP RUN                                                 02127000
           END-IF                                                       02128000
                                                                        02128200
           MOVE 'CHQCLR' TO BALTOT-REQ-JOB                              02128400
           SET BALTOT-REQ-PRODUCER TO TRUE                              02128600
           MOVE 'PROCTRAN' TO BALTOT-REQ-FILE                           02128800
                                                                        02129000
           OPEN INPUT  CLEAR-FILE                                       02130000
           OPEN I-O    ACCOUNT-FILE                                     02140000
           OPEN I-O    PROCTRAN-FILE                                    02150000
           OPEN I-O    PCTRL-FILE                                       02160000
           OPEN I-O    CHECKPOINT-FILE                                  02170000
           OPEN I-O    UNCLEAR-FILE                                     02172500
           OPEN INPUT  PRODCAT-FILE                                     02175000
           OPEN I-O    ISASUB-FILE                                      02176250
           OPEN INPUT  PCAL-FILE                                        02177500
           OPEN I-O    PPAYISS-FILE                                     02178333
           OPEN I-O    PPAYEXC-FILE                                     02179166
                                                                        02180000
           CALL 'BUSDATE' USING BUSDATE-REQUEST                         02186666
           MOVE BUSDATE-REQ-CURRENT TO CHQCLR-CURRENT-DATE              02193332
           ACCEPT CHQCLR-CURRENT-TIME FROM TIME                         02200000
                                                                        02210000
           PERFORM 1100-READ-CHECKPOINT THRU 1100-EXIT                  02220000
              AND CHQCLR-PAID-OUT OF CLEAR-FILE-REC                     03189948
               PERFORM 2195-CHECK-ISSUED-RANGE THRU 2195-EXIT           03189954
           END-IF                                                       03189960
                                                                        03192627
           IF NOT CHQCLR-REJECTED                                       03195294
              AND CHQCLR-PAID-OUT OF CLEAR-FILE-REC                     03197961
               PERFORM 2197-CHECK-DUPLICATE THRU 2197-EXIT              03200628
           END-IF                                                       03203295
                                                                        03205962
           MOVE 'N' TO CHQCLR-PPAY-MATCH-SWITCH                         03208629
           IF NOT CHQCLR-REJECTED                                       03211296
              AND CHQCLR-PAID-OUT OF CLEAR-FILE-REC                     03213963
               PERFORM 2770-CHECK-POSITIVE-PAY THRU 2770-EXIT           03216630
           END-IF                                                       03219297
                                                                        03221964
           MOVE 'N' TO CHQCLR-HOLD-SWITCH                               03224631
           IF NOT CHQCLR-REJECTED                                       03227298
              AND CHQCLR-FAILED OF CLEAR-FILE-REC                       03229965
               PERFORM 2650-CANCEL-UNCLEARED THRU 2650-EXIT             03232632
           END-IF                                                       03235299
                                                                        03237966
           MOVE 'N' TO CHQCLR-ISA-SWITCH                                03240633
           IF NOT CHQCLR-REJECTED                                       03243300
              AND CHQCLR-PAID-IN OF CLEAR-FILE-REC                      03245967
               PERFORM 2700-CHECK-ISA-ALLOWANCE THRU 2700-EXIT          03248634
           END-IF                                                       03251301
                                                                        03253968
           IF NOT CHQCLR-REJECTED                                       03256635
               PERFORM 2200-APPLY-ACTION THRU 2200-EXIT                 03259302
           END-IF                                                       03261969
                                                                        03264636
           IF NOT CHQCLR-REJECTED                                       03267303
               PERFORM 2300-REWRITE-ACCOUNT THRU 2300-EXIT              03269970
           END-IF                                                       03272637
                                                                        03275304
           IF NOT CHQCLR-REJECTED                                       03277971
               PERFORM 2400-ASSIGN-PROCTRAN-NUMBER THRU 2400-EXIT       03280638
           END-IF                                                       03283305
                                                                        03285972
           IF NOT CHQCLR-REJECTED                                       03288639
               PERFORM 2500-WRITE-PROCTRAN THRU 2500-EXIT               03291306
           END-IF                                                       03293973
                                                                        03296640
           IF NOT CHQCLR-REJECTED                                       03299307
              AND CHQCLR-PAID-OUT OF CLEAR-FILE-REC                     03301974
               PERFORM 2198-RECORD-PAID-SERIAL THRU 2198-EXIT           03304641
           END-IF                                                       03307308
                                                                        03309975
           IF NOT CHQCLR-REJECTED                                       03312642
              AND CHQCLR-PPAY-MATCHED                                   03315309
               PERFORM 2790-MARK-PPAY-PRESENTED THRU 2790-EXIT          03317976
           END-IF                                                       03320643
                                                                        03323310
           IF NOT CHQCLR-REJECTED                                       03325977
              AND CHQCLR-PAID-IN OF CLEAR-FILE-REC                      03328644
               PERFORM 2600-HOLD-UNCLEARED THRU 2600-EXIT               03331311
           END-IF                                                       03333978
                                                                        03336645
           IF NOT CHQCLR-REJECTED                                       03339312
              AND CHQCLR-ISA-CREDIT                                     03341979
               PERFORM 2750-POST-ISA-SUBSCRIPTION THRU 2750-EXIT        03344646
           END-IF                                                       03347313
                                                                        03350000
           IF CHQCLR-REJECTED                                           03360000
               PERFORM 2900-WRITE-REJECT THRU 2900-EXIT                 03370000
                   DISPLAY 'CHQCLR - CRITICAL - RDC WRITE FAILED '      03749048
                       'FOR ACCOUNT ' CHQCLR-ACCOUNT                    03749204
                           OF CLEAR-FILE-REC                            03749360
               NOT INVALID KEY                                          03749412
                   PERFORM 8900-ADD-CONTROL-TOTAL THRU 8900-EXIT        03749464
           END-WRITE.                                                   03749516
       2160-EXIT.                                                       03749672
           EXIT.                                                        03749828
                   DISPLAY 'CHQCLR - CRITICAL - RSU WRITE FAILED '      03749951
                       'FOR ACCOUNT ' CHQCLR-ACCOUNT                    03749954
                           OF CLEAR-FILE-REC                            03749957
               NOT INVALID KEY                                          03749958
                   PERFORM 8900-ADD-CONTROL-TOTAL THRU 8900-EXIT        03749959
           END-WRITE.                                                   03749960
       2170-EXIT.                                                       03749963
           EXIT.                                                        03749966
                   DISPLAY 'CHQCLR - CRITICAL - CHS WRITE FAILED '      03750070
                       'FOR ACCOUNT ' CHQCLR-ACCOUNT                    03750071
                           OF CLEAR-FILE-REC                            03750072
               NOT INVALID KEY                                          03750073
                   PERFORM 8900-ADD-CONTROL-TOTAL THRU 8900-EXIT        03750074
           END-WRITE.                                                   03750073
       2190-EXIT.                                                       03750074
           EXIT.                                                        03750075
               INVALID KEY                                              04820000
                   MOVE 'Y' TO CHQCLR-REJECT-SWITCH                     04830000
                   MOVE 'PROCTRAN WRITE ERROR' TO CHQCLR-REJECT-REASON  04840000
               NOT INVALID KEY                                          04843333
                   PERFORM 8900-ADD-CONTROL-TOTAL THRU 8900-EXIT        04846666
           END-WRITE.                                                   04850000
       2500-EXIT.                                                       04860000
           EXIT.                                                        04870000
                                                                        04880000
      ******************************************************************04880054
      *  2600-HOLD-UNCLEARED - RECORD THE CHEQUE JUST CREDITED ON THE  *04880108
      *  UNCLEARED-ITEMS FILE WITH ITS CLEAR DATE.  THE DEBIT PATHS    *04880162
      *  LEAVE IT OUT OF THE AVAILABLE BALANCE UNTIL CHQREL CLEARS IT. *04880216
      ******************************************************************04880270
       2600-HOLD-UNCLEARED.                                             04880324
           PERFORM 2610-GET-CLEARING-DAYS THRU 2610-EXIT                04880378
                                                                        04880432
           MOVE CHQCLR-CURRENT-DATE TO CHQCLR-CLEAR-DATE                04880486
           MOVE ZERO TO CHQCLR-DAYS-COUNTED                             04880540
           PERFORM 2620-NEXT-WORKING-DAY THRU 2620-EXIT                 04880594
              UNTIL CHQCLR-DAYS-COUNTED NOT < CHQCLR-CLEARING-DAYS      04880648
                                                                        04880702
           MOVE 'UNCL' TO UNCLRCHQ-EYECATCHER OF UNCLEAR-FILE-REC       04880756
           MOVE ACCOUNT-SORTCODE OF ACCOUNT-FILE-REC                    04880810
               TO UNCLRCHQ-SORTCODE OF UNCLEAR-FILE-REC                 04880864
           MOVE ACCOUNT-NUMBER OF ACCOUNT-FILE-REC                      04880918
               TO UNCLRCHQ-NUMBER OF UNCLEAR-FILE-REC                   04880972
           MOVE CHQCLR-CHEQUE-NUMBER OF CLEAR-FILE-REC                  04881026
               TO UNCLRCHQ-CHEQUE-NUMBER OF UNCLEAR-FILE-REC            04881080
           MOVE CHQCLR-AMOUNT OF CLEAR-FILE-REC                         04881134
               TO UNCLRCHQ-AMOUNT OF UNCLEAR-FILE-REC                   04881188
           MOVE CHQCLR-CURRENT-DATE                                     04881242
               TO UNCLRCHQ-PAID-IN-DATE OF UNCLEAR-FILE-REC             04881296
           MOVE CHQCLR-CLEAR-DATE                                       04881350
               TO UNCLRCHQ-CLEAR-DATE OF UNCLEAR-FILE-REC               04881404
           MOVE CHQCLR-COUNTERPARTY-SORTCODE OF CLEAR-FILE-REC          04881458
               TO UNCLRCHQ-DRAWER-SORTCODE OF UNCLEAR-FILE-REC          04881512
           MOVE CHQCLR-COUNTERPARTY-ACCOUNT OF CLEAR-FILE-REC           04881566
               TO UNCLRCHQ-DRAWER-ACCOUNT OF UNCLEAR-FILE-REC           04881620
           MOVE CHQCLR-NEW-TRAN-NUMBER                                  04881674
               TO UNCLRCHQ-PROCTRAN-NUMBER OF UNCLEAR-FILE-REC          04881728
           SET UNCLRCHQ-UNCLEARED OF UNCLEAR-FILE-REC TO TRUE           04881782
           MOVE CHQCLR-CURRENT-DATE                                     04881836
               TO UNCLRCHQ-STATUS-DATE OF UNCLEAR-FILE-REC              04881890
                                                                        04881944
           WRITE UNCLEAR-FILE-REC                                       04881998
               INVALID KEY                                              04882052
                   REWRITE UNCLEAR-FILE-REC                             04882106
                       INVALID KEY                                      04882160
                           DISPLAY 'CHQCLR - CRITICAL - UNCLEARED '     04882214
                               'WRITE FAILED FOR ACCOUNT '              04882268
                                   ACCOUNT-NUMBER OF ACCOUNT-FILE-REC   04882322
                           GO TO 2600-EXIT                              04882376
                   END-REWRITE                                          04882430
           END-WRITE                                                    04882484
                                                                        04882538
           ADD 1 TO CHQCLR-HELD-COUNT.                                  04882592
       2600-EXIT.                                                       04882646
           EXIT.                                                        04882700
                                                                        04882754
      ******************************************************************04882808
      *  2610-GET-CLEARING-DAYS - THE CLEARING CYCLE COMES FROM THE    *04882862
      *  ACCOUNT'S PRODUCT.  NO PRODUCT ROW, OR A ZERO OR LEGACY       *04882916
      *  VALUE, GIVES THE STANDARD THREE WORKING DAYS.                 *04882970
      ******************************************************************04883024
       2610-GET-CLEARING-DAYS.                                          04883078
           MOVE 3 TO CHQCLR-CLEARING-DAYS                               04883132
                                                                        04883186
           MOVE ACCOUNT-TYPE OF ACCOUNT-FILE-REC                        04883240
               TO PRODCAT-TYPE OF PRODCAT-FILE-REC                      04883294
           READ PRODCAT-FILE                                            04883348
               INVALID KEY                                              04883402
                   GO TO 2610-EXIT                                      04883456
           END-READ                                                     04883510
                                                                        04883564
           IF PRODCAT-CLEARING-DAYS OF PRODCAT-FILE-REC IS NUMERIC      04883618
              AND PRODCAT-CLEARING-DAYS OF PRODCAT-FILE-REC > ZERO      04883672
               MOVE PRODCAT-CLEARING-DAYS OF PRODCAT-FILE-REC           04883726
                   TO CHQCLR-CLEARING-DAYS                              04883780
           END-IF.                                                      04883834
       2610-EXIT.                                                       04883888
           EXIT.                                                        04883942
                                                                        04883996
      ******************************************************************04884050
      *  2620-NEXT-WORKING-DAY - STEP THE CLEAR DATE FORWARD ONE DAY   *04884104
      *  AND COUNT IT ONLY IF THE CALENDAR SAYS IT IS A WORKING DAY.   *04884158
      *  A DATE THE CALENDAR DOES NOT LIST IS A WORKING DAY.           *04884212
      ******************************************************************04884266
       2620-NEXT-WORKING-DAY.                                           04884320
           MOVE CHQCLR-MONTH-DAY-TAB(CHQCLR-CLEAR-MM)                   04884374
               TO CHQCLR-DAYS-IN-MONTH                                  04884428
           IF CHQCLR-CLEAR-MM = 2                                       04884482
               PERFORM 2630-SET-LEAP-SWITCH THRU 2630-EXIT              04884536
               IF CHQCLR-IS-LEAP                                        04884590
                   MOVE 29 TO CHQCLR-DAYS-IN-MONTH                      04884644
               END-IF                                                   04884698
           END-IF                                                       04884752
                                                                        04884806
           ADD 1 TO CHQCLR-CLEAR-DD                                     04884860
           IF CHQCLR-CLEAR-DD > CHQCLR-DAYS-IN-MONTH                    04884914
               MOVE 1 TO CHQCLR-CLEAR-DD                                04884968
               ADD 1 TO CHQCLR-CLEAR-MM                                 04885022
               IF CHQCLR-CLEAR-MM > 12                                  04885076
                   MOVE 1 TO CHQCLR-CLEAR-MM                            04885130
                   ADD 1 TO CHQCLR-CLEAR-YYYY                           04885184
               END-IF                                                   04885238
           END-IF                                                       04885292
                                                                        04885346
           MOVE CHQCLR-CLEAR-DATE TO PROCCAL-DATE OF PCAL-FILE-REC      04885400
           READ PCAL-FILE                                               04885454
               KEY IS PROCCAL-KEY OF PCAL-FILE-REC                      04885508
               INVALID KEY                                              04885562
                   ADD 1 TO CHQCLR-DAYS-COUNTED                         04885616
                   GO TO 2620-EXIT                                      04885670
           END-READ                                                     04885724
                                                                        04885778
           IF PROCCAL-WORKING-DAY OF PCAL-FILE-REC                      04885832
               ADD 1 TO CHQCLR-DAYS-COUNTED                             04885886
           END-IF.                                                      04885940
       2620-EXIT.                                                       04885994
           EXIT.                                                        04886048
                                                                        04886102
      ******************************************************************04886156
      *  2630-SET-LEAP-SWITCH - GREGORIAN LEAP-YEAR TEST ON THE CLEAR  *04886210
      *  DATE'S YEAR.                                                  *04886264
      ******************************************************************04886318
       2630-SET-LEAP-SWITCH.                                            04886372
           MOVE 'N' TO CHQCLR-LEAP-SWITCH                               04886426
                                                                        04886480
           DIVIDE CHQCLR-CLEAR-YYYY BY 400                              04886534
               GIVING CHQCLR-YEAR-QUOT                                  04886588
               REMAINDER CHQCLR-YEAR-REM                                04886642
           IF CHQCLR-YEAR-REM = ZERO                                    04886696
               SET CHQCLR-IS-LEAP TO TRUE                               04886750
               GO TO 2630-EXIT                                          04886804
           END-IF                                                       04886858
                                                                        04886912
           DIVIDE CHQCLR-CLEAR-YYYY BY 100                              04886966
               GIVING CHQCLR-YEAR-QUOT                                  04887020
               REMAINDER CHQCLR-YEAR-REM                                04887074
           IF CHQCLR-YEAR-REM = ZERO                                    04887128
               GO TO 2630-EXIT                                          04887182
           END-IF                                                       04887236
                                                                        04887290
           DIVIDE CHQCLR-CLEAR-YYYY BY 4                                04887344
               GIVING CHQCLR-YEAR-QUOT                                  04887398
               REMAINDER CHQCLR-YEAR-REM                                04887452
           IF CHQCLR-YEAR-REM = ZERO                                    04887506
               SET CHQCLR-IS-LEAP TO TRUE                               04887560
           END-IF.                                                      04887614
       2630-EXIT.                                                       04887668
           EXIT.                                                        04887722
                                                                        04887776
      ******************************************************************04887830
      *  2650-CANCEL-UNCLEARED - A CHF FOR A CHEQUE STILL HELD         *04887884
      *  UNCLEARED.  THE CREDIT IS STILL REVERSED OUT OF THE LEDGER    *04887938
      *  BALANCE BY THE NORMAL CHF DEBIT, BUT THE FUNDS WERE NEVER     *04887992
      *  AVAILABLE, SO ALL THAT IS LEFT TO DO IS MARK THE HOLD         *04888046
      *  RETURNED.  A CHEQUE ALREADY CLEARED (OR NEVER HELD) IS LEFT   *04888100
      *  TO THE CHF AS BEFORE.                                         *04888154
      ******************************************************************04888208
       2650-CANCEL-UNCLEARED.                                           04888262
           MOVE CHQCLR-SORTCODE OF CLEAR-FILE-REC                       04888316
               TO UNCLRCHQ-SORTCODE OF UNCLEAR-FILE-REC                 04888370
           MOVE CHQCLR-ACCOUNT OF CLEAR-FILE-REC                        04888424
               TO UNCLRCHQ-NUMBER OF UNCLEAR-FILE-REC                   04888478
           MOVE CHQCLR-CHEQUE-NUMBER OF CLEAR-FILE-REC                  04888532
               TO UNCLRCHQ-CHEQUE-NUMBER OF UNCLEAR-FILE-REC            04888586
                                                                        04888640
           READ UNCLEAR-FILE                                            04888694
               INVALID KEY                                              04888748
                   GO TO 2650-EXIT                                      04888802
           END-READ                                                     04888856
                                                                        04888910
           IF NOT UNCLRCHQ-UNCLEARED OF UNCLEAR-FILE-REC                04888964
               GO TO 2650-EXIT                                          04889018
           END-IF                                                       04889072
                                                                        04889126
           SET UNCLRCHQ-RETURNED OF UNCLEAR-FILE-REC TO TRUE            04889180
           MOVE CHQCLR-CURRENT-DATE                                     04889234
               TO UNCLRCHQ-STATUS-DATE OF UNCLEAR-FILE-REC              04889288
           REWRITE UNCLEAR-FILE-REC                                     04889342
               INVALID KEY                                              04889396
                   DISPLAY 'CHQCLR - CRITICAL - UNCLEARED '             04889450
                       'REWRITE FAILED FOR ACCOUNT '                    04889504
                           CHQCLR-ACCOUNT OF CLEAR-FILE-REC             04889558
                   GO TO 2650-EXIT                                      04889612
           END-REWRITE                                                  04889666
                                                                        04889720
           SET CHQCLR-HOLD-CANCELLED TO TRUE                            04889774
           ADD 1 TO CHQCLR-CANCELLED-COUNT.                             04889828
       2650-EXIT.                                                       04889882
           EXIT.                                                        04889936
      ******************************************************************04890000
      ******************************************************************04890082
      *  2700-CHECK-ISA-ALLOWANCE - A CHEQUE PAID IN TO AN ISA PRODUCT *04890164
      *  IS A SUBSCRIPTION.  RETURN IT IF IT WOULD TAKE THE CUSTOMER   *04890246
      *  PAST THE TAX YEAR'S ALLOWANCE ON THE ISA SUBSCRIPTION LEDGER  *04890328
      *  (ISASUB).  THE LEDGER ITSELF IS ONLY UPDATED ONCE THE CREDIT  *04890410
      *  HAS POSTED.                                                   *04890492
      ******************************************************************04890574
       2700-CHECK-ISA-ALLOWANCE.                                        04890656
           MOVE ACCOUNT-TYPE OF ACCOUNT-FILE-REC                        04890738
               TO PRODCAT-TYPE OF PRODCAT-FILE-REC                      04890820
           READ PRODCAT-FILE                                            04890902
               INVALID KEY                                              04890984
                   GO TO 2700-EXIT                                      04891066
           END-READ                                                     04891148
                                                                        04891230
           IF NOT PRODCAT-ISA OF PRODCAT-FILE-REC                       04891312
               GO TO 2700-EXIT                                          04891394
           END-IF                                                       04891476
                                                                        04891558
           MOVE 'Y' TO CHQCLR-ISA-SWITCH                                04891640
           MOVE 20000.00 TO CHQCLR-ISA-ALLOWANCE                        04891722
           IF PRODCAT-ISA-ALLOWANCE OF PRODCAT-FILE-REC IS NUMERIC      04891804
              AND PRODCAT-ISA-ALLOWANCE OF PRODCAT-FILE-REC > ZERO      04891886
               MOVE PRODCAT-ISA-ALLOWANCE OF PRODCAT-FILE-REC           04891968
                   TO CHQCLR-ISA-ALLOWANCE                              04892050
           END-IF                                                       04892132
                                                                        04892214
      *    THE TAX YEAR RUNS 6 APRIL TO 5 APRIL AND IS KNOWN BY       * 04892296
      *    THE YEAR IN WHICH IT STARTS.                               * 04892378
           MOVE CHQCLR-CURRENT-DATE TO CHQCLR-TAX-DATE                  04892460
           MOVE CHQCLR-TAX-DATE-YYYY TO CHQCLR-TAX-YEAR                 04892542
           IF CHQCLR-TAX-DATE-MMDD < 0406                               04892624
               SUBTRACT 1 FROM CHQCLR-TAX-YEAR                          04892706
           END-IF                                                       04892788
                                                                        04892870
           PERFORM 2705-SET-ISASUB-KEY THRU 2705-EXIT                   04892952
           MOVE ZERO TO CHQCLR-ISA-SUBSCRIBED                           04893034
           READ ISASUB-FILE                                             04893116
               INVALID KEY                                              04893198
                   MOVE ZERO TO ISASUB-SUBSCRIBED OF ISASUB-FILE-REC    04893280
           END-READ                                                     04893362
           MOVE ISASUB-SUBSCRIBED OF ISASUB-FILE-REC                    04893444
               TO CHQCLR-ISA-SUBSCRIBED                                 04893526
                                                                        04893608
           IF CHQCLR-ISA-SUBSCRIBED + CHQCLR-AMOUNT OF CLEAR-FILE-REC   04893690
              > CHQCLR-ISA-ALLOWANCE                                    04893772
               MOVE 'Y' TO CHQCLR-REJECT-SWITCH                         04893854
               MOVE 'ISA ALLOWANCE EXCEEDED'                            04893936
                   TO CHQCLR-REJECT-REASON                              04894018
           END-IF.                                                      04894100
       2700-EXIT.                                                       04894182
           EXIT.                                                        04894264
                                                                        04894346
      ******************************************************************04894428
      *  2705-SET-ISASUB-KEY - THE LEDGER ROW FOR THIS CUSTOMER AND    *04894510
      *  TAX YEAR.  THE CUSTOMER IS THE ACCOUNT'S OWN SORT CODE AND    *04894592
      *  CUSTOMER NUMBER.                                              *04894674
      ******************************************************************04894756
       2705-SET-ISASUB-KEY.                                             04894838
           MOVE CHQCLR-TAX-YEAR TO ISASUB-TAX-YEAR OF ISASUB-FILE-REC   04894920
           MOVE CHQCLR-SORTCODE OF CLEAR-FILE-REC                       04895002
               TO ISASUB-CUST-SORTCODE OF ISASUB-FILE-REC               04895084
           MOVE ACCOUNT-CUSTOMER-NUMBER OF ACCOUNT-FILE-REC             04895166
               TO ISASUB-CUST-NUMBER OF ISASUB-FILE-REC.                04895248
       2705-EXIT.                                                       04895330
           EXIT.                                                        04895412
                                                                        04895494
      ******************************************************************04895576
      *  2750-POST-ISA-SUBSCRIPTION - ADD THE POSTED CREDIT TO THE     *04895658
      *  CUSTOMER'S LEDGER ROW FOR THE TAX YEAR, STARTING THE ROW ON   *04895740
      *  THE FIRST SUBSCRIPTION OF THE YEAR.  THE CREDIT HAS ALREADY   *04895822
      *  POSTED, SO A LEDGER FAILURE IS LOGGED RATHER THAN UNWOUND.    *04895904
      ******************************************************************04895986
       2750-POST-ISA-SUBSCRIPTION.                                      04896068
           PERFORM 2705-SET-ISASUB-KEY THRU 2705-EXIT                   04896150
           READ ISASUB-FILE                                             04896232
               INVALID KEY                                              04896314
                   MOVE 'ISAS' TO ISASUB-EYECATCHER OF ISASUB-FILE-REC  04896396
                   MOVE ZERO TO ISASUB-SUBSCRIBED OF ISASUB-FILE-REC    04896478
                   MOVE ZERO TO ISASUB-SUB-COUNT OF ISASUB-FILE-REC     04896560
                   MOVE CHQCLR-CURRENT-DATE                             04896642
                       TO ISASUB-FIRST-SUB-DATE OF ISASUB-FILE-REC      04896724
                   MOVE ZERO TO ISASUB-MARKET-VALUE OF ISASUB-FILE-REC  04896806
                   MOVE ZERO TO ISASUB-ISA-ACCOUNTS OF ISASUB-FILE-REC  04896888
                   MOVE ZERO TO ISASUB-VALUED-DATE OF ISASUB-FILE-REC   04896970
                   PERFORM 2760-ADD-SUBSCRIPTION THRU 2760-EXIT         04897052
                   WRITE ISASUB-FILE-REC                                04897134
                       INVALID KEY                                      04897216
                           DISPLAY 'CHQCLR - CRITICAL - ISASUB WRITE '  04897298
                               'FAILED FOR ACCOUNT '                    04897380
                                   CHQCLR-ACCOUNT OF CLEAR-FILE-REC     04897462
                   END-WRITE                                            04897544
                   GO TO 2750-EXIT                                      04897626
           END-READ                                                     04897708
                                                                        04897790
           PERFORM 2760-ADD-SUBSCRIPTION THRU 2760-EXIT                 04897872
           REWRITE ISASUB-FILE-REC                                      04897954
               INVALID KEY                                              04898036
                   DISPLAY 'CHQCLR - CRITICAL - ISASUB REWRITE '        04898118
                       'FAILED FOR ACCOUNT '                            04898200
                           CHQCLR-ACCOUNT OF CLEAR-FILE-REC             04898282
           END-REWRITE.                                                 04898364
       2750-EXIT.                                                       04898446
           EXIT.                                                        04898528
                                                                        04898610
      ******************************************************************04898692
      *  2760-ADD-SUBSCRIPTION - COUNT ONE MORE SUBSCRIPTION ON THE    *04898774
      *  LEDGER ROW.                                                   *04898856
      ******************************************************************04898938
       2760-ADD-SUBSCRIPTION.                                           04899020
           ADD CHQCLR-AMOUNT OF CLEAR-FILE-REC                          04899102
               TO ISASUB-SUBSCRIBED OF ISASUB-FILE-REC                  04899184
           ADD 1 TO ISASUB-SUB-COUNT OF ISASUB-FILE-REC                 04899266
           MOVE CHQCLR-ISA-ALLOWANCE                                    04899348
               TO ISASUB-ALLOWANCE OF ISASUB-FILE-REC                   04899430
           MOVE CHQCLR-CURRENT-DATE                                     04899512
               TO ISASUB-LAST-SUB-DATE OF ISASUB-FILE-REC.              04899594
       2760-EXIT.                                                       04899676
           EXIT.                                                        04899758
                                                                        04899840
      ******************************************************************04899900
      *  2770-CHECK-POSITIVE-PAY - A BUSINESS CUSTOMER ENROLLED FOR    *04899960
      *  POSITIVE PAY HAS LISTED EVERY CHEQUE IT ISSUED ON PPAYISS.    *04900020
      *  A PRESENTED CHEQUE PAYS ONLY IF ITS SERIAL IS LISTED AND NOT  *04900080
      *  VOIDED, FOR THE SAME AMOUNT, AND IS NOT DATED AFTER THE DAY   *04900140
      *  IT CLEARED.  ANY OTHER ITEM IS HELD UNPAID ON PPAYEXC FOR     *04900200
      *  THE CUSTOMER TO DECIDE.  AN ACCOUNT WITH NOTHING ON THE       *04900260
      *  REGISTER IS NOT ENROLLED AND ITS CHEQUES PAY AS BEFORE.       *04900320
      ******************************************************************04900380
       2770-CHECK-POSITIVE-PAY.                                         04900440
           MOVE SPACE TO CHQCLR-PPAY-REASON                             04900500
                                                                        04900560
           MOVE CHQCLR-SORTCODE OF CLEAR-FILE-REC                       04900620
               TO PPAYISS-SORTCODE OF PPAYISS-FILE-REC                  04900680
           MOVE CHQCLR-ACCOUNT OF CLEAR-FILE-REC                        04900740
               TO PPAYISS-ACCOUNT OF PPAYISS-FILE-REC                   04900800
           MOVE CHQCLR-CHEQUE-NUMBER OF CLEAR-FILE-REC                  04900860
               TO PPAYISS-SERIAL OF PPAYISS-FILE-REC                    04900920
                                                                        04900980
           READ PPAYISS-FILE                                            04901040
               KEY IS PPAYISS-KEY OF PPAYISS-FILE-REC                   04901100
               INVALID KEY                                              04901160
                   PERFORM 2775-CHECK-ENROLLED THRU 2775-EXIT           04901220
                   GO TO 2770-EXIT                                      04901280
           END-READ                                                     04901340
                                                                        04901400
           EVALUATE TRUE                                                04901460
               WHEN PPAYISS-VOIDED OF PPAYISS-FILE-REC                  04901520
                   MOVE 'V' TO CHQCLR-PPAY-REASON                       04901580
               WHEN PPAYISS-AMOUNT OF PPAYISS-FILE-REC                  04901640
                    NOT = CHQCLR-AMOUNT OF CLEAR-FILE-REC               04901700
                   MOVE 'A' TO CHQCLR-PPAY-REASON                       04901760
               WHEN PPAYISS-ISSUE-DATE OF PPAYISS-FILE-REC              04901820
                    > CHQCLR-CLEARING-DATE OF CLEAR-FILE-REC            04901880
                   MOVE 'D' TO CHQCLR-PPAY-REASON                       04901940
               WHEN OTHER                                               04902000
                   SET CHQCLR-PPAY-MATCHED TO TRUE                      04902060
           END-EVALUATE                                                 04902120
                                                                        04902180
           IF NOT CHQCLR-PPAY-MATCHED                                   04902240
               PERFORM 2780-HOLD-PPAY-EXCEPTION THRU 2780-EXIT          04902300
           END-IF.                                                      04902360
       2770-EXIT.                                                       04902420
           EXIT.                                                        04902480
                                                                        04902540
      ******************************************************************04902600
      *  2775-CHECK-ENROLLED - THE SERIAL IS NOT LISTED.  IF THE       *04902660
      *  ACCOUNT HAS ANY OTHER CHEQUE ON THE REGISTER IT IS ENROLLED   *04902720
      *  AND THE UNLISTED ITEM IS HELD.                                *04902780
      ******************************************************************04902840
       2775-CHECK-ENROLLED.                                             04902900
           MOVE ZERO TO PPAYISS-SERIAL OF PPAYISS-FILE-REC              04902960
                                                                        04903020
           START PPAYISS-FILE KEY IS GREATER                            04903080
                 THAN PPAYISS-KEY OF PPAYISS-FILE-REC                   04903140
               INVALID KEY                                              04903200
                   GO TO 2775-EXIT                                      04903260
           END-START                                                    04903320
                                                                        04903380
           READ PPAYISS-FILE NEXT RECORD                                04903440
               AT END                                                   04903500
                   GO TO 2775-EXIT                                      04903560
           END-READ                                                     04903620
                                                                        04903680
           IF PPAYISS-SORTCODE OF PPAYISS-FILE-REC                      04903740
              NOT = CHQCLR-SORTCODE OF CLEAR-FILE-REC                   04903800
              OR PPAYISS-ACCOUNT OF PPAYISS-FILE-REC                    04903860
                 NOT = CHQCLR-ACCOUNT OF CLEAR-FILE-REC                 04903920
               GO TO 2775-EXIT                                          04903980
           END-IF                                                       04904040
                                                                        04904100
           SET CHQCLR-PPAY-UNLISTED TO TRUE                             04904160
           PERFORM 2780-HOLD-PPAY-EXCEPTION THRU 2780-EXIT.             04904220
       2775-EXIT.                                                       04904280
           EXIT.                                                        04904340
                                                                        04904400
      ******************************************************************04904460
      *  2780-HOLD-PPAY-EXCEPTION - TURN THE ITEM AWAY FROM THE        *04904520
      *  POSTING STEPS AND RECORD IT ON PPAYEXC WITH ITS CUT-OFF -     *04904580
      *  THE NEXT WORKING DAY, COUNTED ON PROCCAL THE SAME WAY THE     *04904640
      *  UNCLEARED HOLD COUNTS ITS CLEAR DATE.  A SECOND PRESENTMENT   *04904700
      *  OF AN ITEM ALREADY HELD, OR A RESTART RE-READING ONE, FINDS   *04904760
      *  IT ON FILE AND THE EXISTING HOLD STANDS.                      *04904820
      ******************************************************************04904880
       2780-HOLD-PPAY-EXCEPTION.                                        04904940
           MOVE 'Y' TO CHQCLR-REJECT-SWITCH                             04905000
           IF CHQCLR-PPAY-UNLISTED                                      04905060
               MOVE 'NOT ON POSITIVE PAY - HELD'                        04905120
                   TO CHQCLR-REJECT-REASON                              04905180
           ELSE                                                         04905240
               MOVE 'POSITIVE PAY MISMATCH - HELD'                      04905300
                   TO CHQCLR-REJECT-REASON                              04905360
           END-IF                                                       04905420
                                                                        04905480
           MOVE CHQCLR-CURRENT-DATE TO CHQCLR-CLEAR-DATE                04905540
           MOVE ZERO TO CHQCLR-DAYS-COUNTED                             04905600
           PERFORM 2620-NEXT-WORKING-DAY THRU 2620-EXIT                 04905660
              UNTIL CHQCLR-DAYS-COUNTED NOT < CHQCLR-PPAY-DECISION-DAYS 04905720
                                                                        04905780
           MOVE 'PPEX' TO PPAYEXC-EYECATCHER OF PPAYEXC-FILE-REC        04905840
           MOVE CHQCLR-SORTCODE OF CLEAR-FILE-REC                       04905900
               TO PPAYEXC-SORTCODE OF PPAYEXC-FILE-REC                  04905960
           MOVE CHQCLR-ACCOUNT OF CLEAR-FILE-REC                        04906020
               TO PPAYEXC-ACCOUNT OF PPAYEXC-FILE-REC                   04906080
           MOVE CHQCLR-CHEQUE-NUMBER OF CLEAR-FILE-REC                  04906140
               TO PPAYEXC-SERIAL OF PPAYEXC-FILE-REC                    04906200
           MOVE ACCOUNT-CUSTOMER-NUMBER OF ACCOUNT-FILE-REC             04906260
               TO PPAYEXC-CUSTOMER OF PPAYEXC-FILE-REC                  04906320
           MOVE CHQCLR-AMOUNT OF CLEAR-FILE-REC                         04906380
               TO PPAYEXC-AMOUNT OF PPAYEXC-FILE-REC                    04906440
           IF CHQCLR-PPAY-UNLISTED                                      04906500
               MOVE ZERO TO PPAYEXC-ISSUED-AMOUNT OF PPAYEXC-FILE-REC   04906560
               MOVE ZERO TO PPAYEXC-ISSUE-DATE OF PPAYEXC-FILE-REC      04906620
           ELSE                                                         04906680
               MOVE PPAYISS-AMOUNT OF PPAYISS-FILE-REC                  04906740
                   TO PPAYEXC-ISSUED-AMOUNT OF PPAYEXC-FILE-REC         04906800
               MOVE PPAYISS-ISSUE-DATE OF PPAYISS-FILE-REC              04906860
                   TO PPAYEXC-ISSUE-DATE OF PPAYEXC-FILE-REC            04906920
           END-IF                                                       04906980
           MOVE CHQCLR-COUNTERPARTY-SORTCODE OF CLEAR-FILE-REC          04907040
               TO PPAYEXC-COUNTERPARTY-SORTCODE OF PPAYEXC-FILE-REC     04907100
           MOVE CHQCLR-COUNTERPARTY-ACCOUNT OF CLEAR-FILE-REC           04907160
               TO PPAYEXC-COUNTERPARTY-ACCOUNT OF PPAYEXC-FILE-REC      04907220
           MOVE CHQCLR-CLEARING-DATE OF CLEAR-FILE-REC                  04907280
               TO PPAYEXC-CLEARING-DATE OF PPAYEXC-FILE-REC             04907340
           MOVE CHQCLR-PPAY-REASON TO PPAYEXC-REASON OF PPAYEXC-FILE-REC04907400
           MOVE CHQCLR-CURRENT-DATE                                     04907460
               TO PPAYEXC-HELD-DATE OF PPAYEXC-FILE-REC                 04907520
           MOVE CHQCLR-CLEAR-DATE                                       04907580
               TO PPAYEXC-CUTOFF-DATE OF PPAYEXC-FILE-REC               04907640
           SET PPAYEXC-UNDECIDED OF PPAYEXC-FILE-REC TO TRUE            04907700
           MOVE ZERO TO PPAYEXC-DECIDED-DATE OF PPAYEXC-FILE-REC        04907760
           MOVE ZERO TO PPAYEXC-DECIDED-TIME OF PPAYEXC-FILE-REC        04907820
           SET PPAYEXC-WAITING OF PPAYEXC-FILE-REC TO TRUE              04907880
           MOVE SPACE TO PPAYEXC-CLOSED-BY OF PPAYEXC-FILE-REC          04907940
           MOVE ZERO TO PPAYEXC-CLOSED-DATE OF PPAYEXC-FILE-REC         04908000
           MOVE ZERO TO PPAYEXC-TRAN-NUMBER OF PPAYEXC-FILE-REC         04908060
                                                                        04908120
           WRITE PPAYEXC-FILE-REC                                       04908180
               INVALID KEY                                              04908240
                   GO TO 2780-EXIT                                      04908300
           END-WRITE                                                    04908360
                                                                        04908420
           ADD 1 TO CHQCLR-PPAY-HELD-COUNT.                             04908480
       2780-EXIT.                                                       04908540
           EXIT.                                                        04908600
                                                                        04908660
      ******************************************************************04908720
      *  2790-MARK-PPAY-PRESENTED - THE LISTED CHEQUE HAS PAID; MARK   *04908780
      *  ITS REGISTER ROW PRESENTED FOR THE CUSTOMER'S RECONCILIATION. *04908840
      ******************************************************************04908900
       2790-MARK-PPAY-PRESENTED.                                        04908960
           SET PPAYISS-PRESENTED OF PPAYISS-FILE-REC TO TRUE            04909020
           MOVE CHQCLR-CURRENT-DATE                                     04909080
               TO PPAYISS-STATUS-DATE OF PPAYISS-FILE-REC               04909140
                                                                        04909200
           REWRITE PPAYISS-FILE-REC                                     04909260
               INVALID KEY                                              04909320
                   DISPLAY 'CHQCLR - CRITICAL - POSITIVE PAY REWRITE '  04909380
                       'FAILED FOR ACCOUNT ' CHQCLR-ACCOUNT             04909440
                           OF CLEAR-FILE-REC                            04909500
           END-REWRITE.                                                 04909560
       2790-EXIT.                                                       04909620
           EXIT.                                                        04909680
                                                                        04909740
      ******************************************************************04909800
      *  2800-WRITE-ACCEPT - LOG A SUCCESSFULLY APPLIED ROW.           *04909860
      ******************************************************************04910000
       2800-WRITE-ACCEPT.                                               04920000
           ADD 1 TO CHQCLR-APPLIED-COUNT                                04930000
               TO CHQCLR-DTL-ACTION                                     04990000
           MOVE CHQCLR-CHEQUE-NUMBER OF CLEAR-FILE-REC                  05000000
               TO CHQCLR-DTL-CHEQUE-NO                                  05010000
           IF CHQCLR-HOLD-CANCELLED                                     05013333
               MOVE 'UNCLEARED HOLD CANCELLED' TO CHQCLR-DTL-REASON     05016666
           ELSE                                                         05019999
               MOVE SPACES TO CHQCLR-DTL-REASON                         05023332
           END-IF                                                       05026665
                                                                        05030000
           WRITE CLEAR-RPT-LINE FROM CHQCLR-DETAIL-LINE.                05040000
       2800-EXIT.                                                       05050000
           WRITE CLEAR-RPT-LINE FROM CHQCLR-SUMMARY-LINE-2              05620000
                                                                        05630000
           MOVE CHQCLR-REJECTED-COUNT TO CHQCLR-SUM-REJECTED            05640000
           WRITE CLEAR-RPT-LINE FROM CHQCLR-SUMMARY-LINE-3              05642500
                                                                        05645000
           MOVE CHQCLR-HELD-COUNT TO CHQCLR-SUM-HELD                    05647500
           WRITE CLEAR-RPT-LINE FROM CHQCLR-SUMMARY-LINE-4              05650000
                                                                        05652500
           MOVE CHQCLR-CANCELLED-COUNT TO CHQCLR-SUM-CANCELLED          05655000
           WRITE CLEAR-RPT-LINE FROM CHQCLR-SUMMARY-LINE-5              05656000
                                                                        05657000
           MOVE CHQCLR-PPAY-HELD-COUNT TO CHQCLR-SUM-PPAY-HELD          05658000
           WRITE CLEAR-RPT-LINE FROM CHQCLR-SUMMARY-LINE-6.             05659000
       3000-EXIT.                                                       05660000
           EXIT.                                                        05670000
                                                                        05680000
      ******************************************************************05680666
      *  8900-ADD-CONTROL-TOTAL - ADD THE PROCTRAN ROW JUST WRITTEN TO *05681332
      *  THE JOB'S CONTROL TOTALS FOR BALCHK.                          *05681998
      ******************************************************************05682664
       8900-ADD-CONTROL-TOTAL.                                          05683330
           SET BALTOT-REQ-ADD TO TRUE                                   05683996
           MOVE PROC-TRAN-DATE OF PROCTRAN-FILE-REC TO BALTOT-REQ-DATE  05684662
           MOVE PROC-TRAN-TYPE OF PROCTRAN-FILE-REC TO BALTOT-REQ-TYPE  05685328
           MOVE PROC-TRAN-AMOUNT OF PROCTRAN-FILE-REC                   05685994
               TO BALTOT-REQ-AMOUNT                                     05686660
           CALL 'BALTOT' USING BALTOT-REQUEST.                          05687326
       8900-EXIT.                                                       05687992
           EXIT.                                                        05688658
                                                                        05689324
      ******************************************************************05690000
      *  9000-TERMINATE - MARK THE CHECKPOINT COMPLETE SO THE NEXT RUN *05700000
      *  STARTS FRESH, AND CLOSE THE FILES.                            *05710000
      ******************************************************************05720000
       9000-TERMINATE.                                                  05730000
           SET BALTOT-REQ-WRITE TO TRUE                                 05730500
           CALL 'BALTOT' USING BALTOT-REQUEST                           05731000
                                                                        05731500
           MOVE 'E' TO RUNCTL-REQ-FUNCTION                              05732000
           MOVE CHQCLR-READ-COUNT TO RUNCTL-REQ-COUNT                   05734000
           CALL 'RUNCTL' USING RUNCTL-REQUEST                           05736000
           CLOSE PROCTRAN-FILE                                          05810000
           CLOSE PCTRL-FILE                                             05820000
           CLOSE CLEAR-RPT                                              05830000
           CLOSE UNCLEAR-FILE                                           05834000
           CLOSE PRODCAT-FILE                                           05838000
           CLOSE ISASUB-FILE                                            05840000
           CLOSE PCAL-FILE                                              05842000
           CLOSE PPAYISS-FILE                                           05843333
           CLOSE PPAYEXC-FILE                                           05844666
           CLOSE CHECKPOINT-FILE.                                       05846000
       9000-EXIT.                                                       05850000
           EXIT.                                                        05860000
                                                                        05870000
