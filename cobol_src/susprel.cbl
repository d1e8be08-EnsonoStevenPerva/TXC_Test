      *             ACCOUNT  - VSAM KSDS - ACCOUNT MASTER              *00310000
      *             PROCTRAN - VSAM KSDS - TRANSACTION LOG             *00320000
      *             PCTLFILE - VSAM KSDS - PROCTRAN CONTROL            *00330000
      *             BUSDATE  - VSAM KSDS - BUSINESS-DATE CONTROL       *00335000
      *             PRODCAT  - VSAM KSDS - PRODUCT CATALOGUE           *00337500
      *             ISASUB   - VSAM KSDS - ISA SUBSCRIPTION LEDGER     *00338750
      *                                                                *00340000
      *  CHANGE HISTORY                                                *00350000
      *  ----------------------------------------------------------    *00360000
      *  DATE        BY    DESCRIPTION                                 *00370000
      *  2026-09-02  BAG   INITIAL VERSION                             *00380000
      *  2026-09-02  BAG   REPOST TARGET MUST BE STERLING (FAIL C)   * 00445000
      *  2026-10-15  BAG   POSTING DATE COMES FROM THE BUSINESS-DATE   *00383333
      *                    CONTROL RECORD, NOT THE SYSTEM CLOCK        *00386666
      *  2026-10-15  BAG   A CREDIT REPOST TO AN ISA PRODUCT IS        *00387332
      *                    CHECKED AGAINST THE CUSTOMER'S ANNUAL       *00387998
      *                    ALLOWANCE (FAIL I) AND COUNTED ON THE       *00388664
      *                    ISASUB LEDGER                               *00389330
      *  2026-10-15  BAG   STAMP THE KEYING OPERATOR ON EVERY POSTING  *00389665
      *                                                                *00390000
      ******************************************************************00400000
       DATA DIVISION.                                                   00410000
           05  SUSPREL-TRAN-NUMBER        PIC 9(8)  VALUE ZERO.         00500000
           05  SUSPREL-CTL-SORTCODE       PIC 9(6)  VALUE 987654.       00510000
           05  SUSPREL-CTL-NUMBER         PIC 9(8)  VALUE ZERO.         00520000
           05  SUSPREL-ISA-SWITCH         PIC X     VALUE 'N'.          00521000
               88  SUSPREL-ISA-CREDIT           VALUE 'Y'.              00522000
           05  SUSPREL-ISA-ALLOWANCE      PIC 9(7)V99 VALUE ZERO.       00523000
           05  SUSPREL-ISA-SUBSCRIBED     PIC 9(7)V99 VALUE ZERO.       00524000
           05  SUSPREL-TAX-YEAR           PIC 9(4)  VALUE ZERO.         00525000
           05  SUSPREL-TAX-DATE           PIC 9(8)  VALUE ZERO.         00526000
           05  SUSPREL-TAX-DATE-GRP REDEFINES SUSPREL-TAX-DATE.         00527000
               10  SUSPREL-TAX-DATE-YYYY  PIC 9(4).                     00528000
               10  SUSPREL-TAX-DATE-MMDD  PIC 9(4).                     00529000
                                                                        00530000
       01  SUSPREL-SUSPACCT-REC.                                        00540000
           COPY SUSPACCT.                                               00550000
       01  SUSPREL-PROCTRAN-REC.                                        00630000
           COPY PROCTRAN.                                               00640000
                                                                        00650000
       01  SUSPREL-BUSDATE-REC.                                         00652500
           COPY BUSDATE.                                                00655000
                                                                        00657500
       01  SUSPREL-PRODCAT-REC.                                         00657916
           COPY PRODCAT.                                                00658332
                                                                        00658748
       01  SUSPREL-ISASUB-REC.                                          00659164
           COPY ISASUB.                                                 00659580
                                                                        00659581
       LINKAGE SECTION.                                                 00660000
       01  DFHCOMMAREA.                                                 00670000
           COPY SUSPRL.                                                 00680000
       0000-MAINLINE.                                                   00730000
           MOVE SPACE TO COMM-SUS-SUCCESS                               00740000
           MOVE SPACE TO COMM-SUS-FAIL-CD                               00750000
           MOVE 'BUSDATE' TO BUSDATE-CONTROL-ID OF SUSPREL-BUSDATE-REC  00751428
           EXEC CICS                                                    00752856
               READ DATASET('BUSDATE')                                  00754284
                    INTO(SUSPREL-BUSDATE-REC)                           00755712
                    RIDFLD(BUSDATE-KEY OF SUSPREL-BUSDATE-REC)          00757140
                    RESP(SUSPREL-RESP)                                  00758568
           END-EXEC                                                     00759996
           IF SUSPREL-RESP = DFHRESP(NORMAL)                            00761424
               MOVE BUSDATE-CURRENT-DATE OF SUSPREL-BUSDATE-REC         00762852
                   TO SUSPREL-TODAYS-DATE                               00764280
           ELSE                                                         00765708
               ACCEPT SUSPREL-TODAYS-DATE FROM DATE YYYYMMDD            00767136
           END-IF                                                       00768564
                                                                        00770000
           EVALUATE TRUE                                                00780000
               WHEN COMM-SUS-ACT-REPOST                                 00790000
               GO TO 2000-EXIT                                          01268200
           END-IF                                                       01268600
                                                                        01270000
      *    A PARKED CREDIT REPOSTED TO AN ISA IS A SUBSCRIPTION.      * 01271250
           IF SUSPACCT-DIRECTION OF SUSPREL-SUSPACCT-REC NOT = 'PDR'    01272500
               PERFORM 2100-CHECK-ISA-ALLOWANCE THRU 2100-EXIT          01273750
               IF COMM-SUS-FAIL-CD NOT = SPACE                          01275000
                   GO TO 2000-EXIT                                      01276250
               END-IF                                                   01277500
           END-IF                                                       01278750
                                                                        01278850
           PERFORM 2500-ASSIGN-PROCTRAN-NUMBER THRU 2500-EXIT           01280000
           IF COMM-SUS-FAIL-CD NOT = SPACE                              01290000
               GO TO 2000-EXIT                                          01300000
           END-IF                                                       01500000
                                                                        01510000
           PERFORM 2600-WRITE-REPOST-PROCTRAN THRU 2600-EXIT            01520000
           IF SUSPREL-ISA-CREDIT                                        01522500
               PERFORM 2900-POST-ISA-SUBSCRIPTION THRU 2900-EXIT        01525000
           END-IF                                                       01527500
           PERFORM 2700-WRITE-SUR-PROCTRAN THRU 2700-EXIT               01530000
           PERFORM 2800-CLOSE-ENTRY THRU 2800-EXIT.                     01540000
       2000-EXIT.                                                       01550000
           EXIT.                                                        01560000
                                                                        01570000
      ******************************************************************01570121
      *  2100-CHECK-ISA-ALLOWANCE - A CREDIT TO AN ISA PRODUCT IS A    *01570242
      *  SUBSCRIPTION.  REFUSE IT (FAIL I) IF IT WOULD TAKE THE        *01570363
      *  CUSTOMER PAST THE TAX YEAR'S ALLOWANCE ON THE ISA             *01570484
      *  SUBSCRIPTION LEDGER (ISASUB).  THE LEDGER ITSELF IS ONLY      *01570605
      *  UPDATED ONCE THE CREDIT HAS POSTED.                           *01570726
      ******************************************************************01570847
       2100-CHECK-ISA-ALLOWANCE.                                        01570968
           MOVE 'N' TO SUSPREL-ISA-SWITCH                               01571089
           MOVE ACCOUNT-TYPE OF SUSPREL-ACCOUNT-REC                     01571210
               TO PRODCAT-TYPE OF SUSPREL-PRODCAT-REC                   01571331
                                                                        01571452
           EXEC CICS                                                    01571573
               READ DATASET('PRODCAT')                                  01571694
                    INTO(SUSPREL-PRODCAT-REC)                           01571815
                    RIDFLD(PRODCAT-KEY OF SUSPREL-PRODCAT-REC)          01571936
                    RESP(SUSPREL-RESP)                                  01572057
           END-EXEC                                                     01572178
                                                                        01572299
           IF SUSPREL-RESP NOT = DFHRESP(NORMAL)                        01572420
               GO TO 2100-EXIT                                          01572541
           END-IF                                                       01572662
                                                                        01572783
           IF NOT PRODCAT-ISA OF SUSPREL-PRODCAT-REC                    01572904
               GO TO 2100-EXIT                                          01573025
           END-IF                                                       01573146
                                                                        01573267
           MOVE 'Y' TO SUSPREL-ISA-SWITCH                               01573388
           MOVE 20000.00 TO SUSPREL-ISA-ALLOWANCE                       01573509
           IF PRODCAT-ISA-ALLOWANCE OF SUSPREL-PRODCAT-REC IS NUMERIC   01573630
              AND PRODCAT-ISA-ALLOWANCE OF SUSPREL-PRODCAT-REC > ZERO   01573751
               MOVE PRODCAT-ISA-ALLOWANCE OF SUSPREL-PRODCAT-REC        01573872
                   TO SUSPREL-ISA-ALLOWANCE                             01573993
           END-IF                                                       01574114
                                                                        01574235
      *    THE TAX YEAR RUNS 6 APRIL TO 5 APRIL AND IS KNOWN BY       * 01574356
      *    THE YEAR IN WHICH IT STARTS.                               * 01574477
           MOVE SUSPREL-TODAYS-DATE TO SUSPREL-TAX-DATE                 01574598
           MOVE SUSPREL-TAX-DATE-YYYY TO SUSPREL-TAX-YEAR               01574719
           IF SUSPREL-TAX-DATE-MMDD < 0406                              01574840
               SUBTRACT 1 FROM SUSPREL-TAX-YEAR                         01574961
           END-IF                                                       01575082
                                                                        01575203
           PERFORM 2150-SET-ISASUB-KEY THRU 2150-EXIT                   01575324
           MOVE ZERO TO SUSPREL-ISA-SUBSCRIBED                          01575445
                                                                        01575566
           EXEC CICS                                                    01575687
               READ DATASET('ISASUB')                                   01575808
                    INTO(SUSPREL-ISASUB-REC)                            01575929
                    RIDFLD(ISASUB-KEY OF SUSPREL-ISASUB-REC)            01576050
                    RESP(SUSPREL-RESP)                                  01576171
           END-EXEC                                                     01576292
                                                                        01576413
           IF SUSPREL-RESP = DFHRESP(NORMAL)                            01576534
               MOVE ISASUB-SUBSCRIBED OF SUSPREL-ISASUB-REC             01576655
                   TO SUSPREL-ISA-SUBSCRIBED                            01576776
           END-IF                                                       01576897
                                                                        01577018
           IF SUSPREL-ISA-SUBSCRIBED                                    01577139
              + SUSPACCT-AMOUNT OF SUSPREL-SUSPACCT-REC                 01577260
              > SUSPREL-ISA-ALLOWANCE                                   01577381
               MOVE 'I' TO COMM-SUS-FAIL-CD                             01577502
           END-IF.                                                      01577623
       2100-EXIT.                                                       01577744
           EXIT.                                                        01577865
                                                                        01577986
      ******************************************************************01578107
      *  2150-SET-ISASUB-KEY - THE LEDGER ROW FOR THIS CUSTOMER AND    *01578228
      *  TAX YEAR.  THE CUSTOMER IS THE ACCOUNT'S OWN SORT CODE AND    *01578349
      *  CUSTOMER NUMBER.                                              *01578470
      ******************************************************************01578591
       2150-SET-ISASUB-KEY.                                             01578712
           MOVE SUSPREL-TAX-YEAR                                        01578833
               TO ISASUB-TAX-YEAR OF SUSPREL-ISASUB-REC                 01578954
           MOVE SUSPREL-TGT-SORTCODE                                    01579075
               TO ISASUB-CUST-SORTCODE OF SUSPREL-ISASUB-REC            01579196
           MOVE ACCOUNT-CUSTOMER-NUMBER OF SUSPREL-ACCOUNT-REC          01579317
               TO ISASUB-CUST-NUMBER OF SUSPREL-ISASUB-REC.             01579438
       2150-EXIT.                                                       01579559
           EXIT.                                                        01579680
                                                                        01579801
      ******************************************************************01580000
      *  1000-READ-ENTRY - READ THE LEDGER ENTRY FOR UPDATE; ONLY AN   *01590000
      *  OPEN ENTRY CAN CLEAR.                                         *01600000
               TO PROC-TRAN-AMOUNT OF SUSPREL-PROCTRAN-REC              02530000
           MOVE 'GBP' TO PROC-TRAN-CURRENCY OF SUSPREL-PROCTRAN-REC     02540000
           MOVE ZERO     TO PROC-TRAN-VALUE-DATE OF SUSPREL-PROCTRAN-REC02545000
           MOVE COMM-SUS-OPERATOR TO PROC-TRAN-OPERATOR                 02546666
                                  OF SUSPREL-PROCTRAN-REC               02548332
           MOVE 'SUSPENSE REPOST'                                       02550000
               TO PROC-TRAN-DESC OF SUSPREL-PROCTRAN-REC                02560000
                                                                        02570000
               TO PROC-TRAN-AMOUNT OF SUSPREL-PROCTRAN-REC              02980000
           MOVE 'GBP' TO PROC-TRAN-CURRENCY OF SUSPREL-PROCTRAN-REC     02990000
           MOVE ZERO     TO PROC-TRAN-VALUE-DATE OF SUSPREL-PROCTRAN-REC02995000
           MOVE COMM-SUS-OPERATOR TO PROC-TRAN-OPERATOR                 02996666
                                  OF SUSPREL-PROCTRAN-REC               02998332
           MOVE 'SUSPENSE CLEARED'                                      03000000
               TO PROC-TRAN-DESC OF SUSPREL-PROCTRAN-REC                03010000
                                                                        03020000
       2800-EXIT.                                                       03420000
           EXIT.                                                        03430000
                                                                        03440000
      ******************************************************************03440153
      *  2900-POST-ISA-SUBSCRIPTION - ADD THE POSTED CREDIT TO THE     *03440306
      *  CUSTOMER'S LEDGER ROW FOR THE TAX YEAR, STARTING THE ROW ON   *03440459
      *  THE FIRST SUBSCRIPTION OF THE YEAR.  THE CREDIT HAS ALREADY   *03440612
      *  POSTED, SO A LEDGER FAILURE IS LOGGED RATHER THAN UNWOUND.    *03440765
      ******************************************************************03440918
       2900-POST-ISA-SUBSCRIPTION.                                      03441071
           PERFORM 2150-SET-ISASUB-KEY THRU 2150-EXIT                   03441224
                                                                        03441377
           EXEC CICS                                                    03441530
               READ DATASET('ISASUB')                                   03441683
                    INTO(SUSPREL-ISASUB-REC)                            03441836
                    RIDFLD(ISASUB-KEY OF SUSPREL-ISASUB-REC)            03441989
                    UPDATE                                              03442142
                    RESP(SUSPREL-RESP)                                  03442295
           END-EXEC                                                     03442448
                                                                        03442601
           IF SUSPREL-RESP = DFHRESP(NORMAL)                            03442754
               PERFORM 2950-ADD-SUBSCRIPTION THRU 2950-EXIT             03442907
               EXEC CICS                                                03443060
                   REWRITE DATASET('ISASUB')                            03443213
                           FROM(SUSPREL-ISASUB-REC)                     03443366
                           RESP(SUSPREL-RESP2)                          03443519
               END-EXEC                                                 03443672
           ELSE                                                         03443825
               MOVE 'ISAS' TO ISASUB-EYECATCHER OF SUSPREL-ISASUB-REC   03443978
               MOVE ZERO TO ISASUB-SUBSCRIBED OF SUSPREL-ISASUB-REC     03444131
               MOVE ZERO TO ISASUB-SUB-COUNT OF SUSPREL-ISASUB-REC      03444284
               MOVE SUSPREL-TODAYS-DATE                                 03444437
                   TO ISASUB-FIRST-SUB-DATE OF SUSPREL-ISASUB-REC       03444590
               MOVE ZERO TO ISASUB-MARKET-VALUE OF SUSPREL-ISASUB-REC   03444743
               MOVE ZERO TO ISASUB-ISA-ACCOUNTS OF SUSPREL-ISASUB-REC   03444896
               MOVE ZERO TO ISASUB-VALUED-DATE OF SUSPREL-ISASUB-REC    03445049
               PERFORM 2950-ADD-SUBSCRIPTION THRU 2950-EXIT             03445202
               EXEC CICS                                                03445355
                   WRITE DATASET('ISASUB')                              03445508
                         FROM(SUSPREL-ISASUB-REC)                       03445661
                         RIDFLD(ISASUB-KEY OF SUSPREL-ISASUB-REC)       03445814
                         RESP(SUSPREL-RESP2)                            03445967
               END-EXEC                                                 03446120
           END-IF                                                       03446273
                                                                        03446426
           IF SUSPREL-RESP2 NOT = DFHRESP(NORMAL)                       03446579
               DISPLAY 'SUSPREL - CRITICAL - ISA LEDGER UPDATE FAILED ' 03446732
                   'FOR ACCOUNT ' SUSPREL-TGT-ACCNO                     03446885
           END-IF.                                                      03447038
       2900-EXIT.                                                       03447191
           EXIT.                                                        03447344
                                                                        03447497
      ******************************************************************03447650
      *  2950-ADD-SUBSCRIPTION - COUNT ONE MORE SUBSCRIPTION ON THE    *03447803
      *  LEDGER ROW.                                                   *03447956
      ******************************************************************03448109
       2950-ADD-SUBSCRIPTION.                                           03448262
           ADD SUSPACCT-AMOUNT OF SUSPREL-SUSPACCT-REC                  03448415
               TO ISASUB-SUBSCRIBED OF SUSPREL-ISASUB-REC               03448568
           ADD 1 TO ISASUB-SUB-COUNT OF SUSPREL-ISASUB-REC              03448721
           MOVE SUSPREL-ISA-ALLOWANCE                                   03448874
               TO ISASUB-ALLOWANCE OF SUSPREL-ISASUB-REC                03449027
           MOVE SUSPREL-TODAYS-DATE                                     03449180
               TO ISASUB-LAST-SUB-DATE OF SUSPREL-ISASUB-REC.           03449333
       2950-EXIT.                                                       03449486
           EXIT.                                                        03449639
                                                                        03449792
      ******************************************************************03450000
      *  3000-CHARGE-OFF - NO CUSTOMER POSTING; THE SUR ROW MOVES THE  *03460000
      *  MONEY OUT OF SUSPENSE FOR FINANCE AND THE ENTRY RECORDS WHO   *03470000
