      *                   (TILLEOD) COMPARES THE DECLARATION AGAINST   *00200000
      *                   THE RUNNING POSITION AND POSTS ANY           *00210000
      *                   OVER/SHORT.                                  *00220000
      *               F - SET THE TILL'S OPENING FLOAT, CREATING THE   *00225000
      *                   TILL RECORD IF THE OPERATOR HAS NEVER HELD   *00230000
      *                   ONE.  WHERE THE BRANCH KEEPS A VAULT         *00235000
      *                   (COPYBOOK VAULT) THE FLOAT IS CASH ISSUED    *00240000
      *                   FROM IT : THE TILL IS MADE UP TO THE FLOAT   *00245000
      *                   REQUESTED BY A VAULT TRANSFER, SO THE VAULT  *00250000
      *                   AND THE TILLS STILL PROVE.                   *00255000
      *               I - INQUIRE, RETURNING THE SIDE TOTALS AND THE   *00260000
      *                   RUNNING POSITION.                            *00270000
      *               V - ISSUE CASH FROM THE BRANCH VAULT TO THE      *00271250
      *                   TILL.  THE VAULT MUST HOLD THE AMOUNT.       *00272500
      *               R - RETURN CASH FROM THE TILL TO THE BRANCH      *00273750
      *                   VAULT.  THE TILL MUST HOLD THE AMOUNT.       *00275000
      *             A TRANSFER IS COUNTED ON BOTH SIDES - THE TILL'S   *00276250
      *             VAULT IN/OUT AND THE VAULT'S TO/FROM TILLS - FOR   *00277500
      *             THE END-OF-DAY PROOF (TILLEOD) TO AGREE.           *00278750
      *                                                                *00280000
      *  FILES    : TILL     - VSAM KSDS - TELLER TILL REGISTER        *00290000
      *             BUSDATE  - VSAM KSDS - BUSINESS-DATE CONTROL       *00295000
      *             VAULT    - VSAM KSDS - BRANCH CASH VAULT           *00297500
      *                                                                *00300000
      *  CHANGE HISTORY                                                *00310000
      *  ----------------------------------------------------------    *00320000
      *  DATE        BY    DESCRIPTION                                 *00330000
      *  2026-09-02  BAG   INITIAL VERSION                             *00340000
      *  2026-10-15  BAG   POSTING DATE COMES FROM THE BUSINESS-DATE   *00343333
      *                    CONTROL RECORD, NOT THE SYSTEM CLOCK        *00346666
      *  2026-10-15  BAG   BRANCH VAULT TRANSFERS (V/R) AND FLOATS     *00347777
      *                    ISSUED FROM THE VAULT WHERE ONE IS KEPT     *00348888
      *                                                                *00350000
      ******************************************************************00360000
       DATA DIVISION.                                                   00370000
       01  TILLMNT-WORK-AREA.                                           00390000
           05  TILLMNT-RESP               PIC S9(8) COMP.               00400000
           05  TILLMNT-TODAYS-DATE        PIC 9(8)  VALUE ZERO.         00410000
           05  TILLMNT-TRANSFER           PIC S9(10)V99 VALUE ZERO.     00411666
           05  TILLMNT-ISSUE              PIC S9(10)V99 VALUE ZERO.     00413332
           05  TILLMNT-RETURN             PIC S9(10)V99 VALUE ZERO.     00414998
           05  TILLMNT-VAULT-BALANCE      PIC S9(10)V99 VALUE ZERO.     00416664
           05  TILLMNT-TILL-POSITION      PIC S9(10)V99 VALUE ZERO.     00418330
                                                                        00420000
       01  TILLMNT-TILL-REC.                                            00430000
           COPY TILL.                                                   00440000
                                                                        00450000
       01  TILLMNT-VAULT-REC.                                           00450833
           COPY VAULT.                                                  00451666
                                                                        00452000
       01  TILLMNT-BUSDATE-REC.                                         00452500
           COPY BUSDATE.                                                00455000
                                                                        00457500
       LINKAGE SECTION.                                                 00460000
       01  DFHCOMMAREA.                                                 00470000
           COPY TILLMNT.                                                00480000
       0000-MAINLINE.                                                   00530000
           MOVE SPACE TO COMM-TILL-SUCCESS                              00540000
           MOVE SPACE TO COMM-TILL-FAIL-CD                              00550000
           MOVE 'BUSDATE' TO BUSDATE-CONTROL-ID OF TILLMNT-BUSDATE-REC  00551428
           EXEC CICS                                                    00552856
               READ DATASET('BUSDATE')                                  00554284
                    INTO(TILLMNT-BUSDATE-REC)                           00555712
                    RIDFLD(BUSDATE-KEY OF TILLMNT-BUSDATE-REC)          00557140
                    RESP(TILLMNT-RESP)                                  00558568
           END-EXEC                                                     00559996
           IF TILLMNT-RESP = DFHRESP(NORMAL)                            00561424
               MOVE BUSDATE-CURRENT-DATE OF TILLMNT-BUSDATE-REC         00562852
                   TO TILLMNT-TODAYS-DATE                               00564280
           ELSE                                                         00565708
               ACCEPT TILLMNT-TODAYS-DATE FROM DATE YYYYMMDD            00567136
           END-IF                                                       00568564
                                                                        00570000
           EVALUATE TRUE                                                00580000
               WHEN COMM-TILL-ACT-DECLARE                               00590000
                   PERFORM 3000-SET-FLOAT THRU 3000-EXIT                00620000
               WHEN COMM-TILL-ACT-INQUIRE                               00630000
                   PERFORM 4000-INQUIRE-TILL THRU 4000-EXIT             00640000
               WHEN COMM-TILL-ACT-FROM-VAULT                            00642500
               WHEN COMM-TILL-ACT-TO-VAULT                              00645000
                   PERFORM 5000-TRANSFER-CASH THRU 5000-EXIT            00647500
               WHEN OTHER                                               00650000
                   MOVE '3' TO COMM-TILL-FAIL-CD                        00660000
           END-EVALUATE                                                 00670000
           EXIT.                                                        01240000
                                                                        01250000
      ******************************************************************01260000
      *  3000-SET-FLOAT - SET THE TILL'S OPENING FLOAT, CREATING THE   *01267500
      *  TILL RECORD THE FIRST TIME THE OPERATOR TAKES A TILL.  A      *01275000
      *  BRANCH WITH A VAULT ISSUES THE FLOAT FROM IT (3500).          *01282500
      ******************************************************************01290000
       3000-SET-FLOAT.                                                  01300000
           IF COMM-TILL-AMOUNT < ZERO                                   01310000
               MOVE '5' TO COMM-TILL-FAIL-CD                            01320000
               GO TO 3000-EXIT                                          01330000
           END-IF                                                       01340000
                                                                        01340300
           MOVE COMM-TILL-SORTCODE TO VAULT-SORTCODE                    01340526
                                       OF TILLMNT-VAULT-REC             01341052
           EXEC CICS                                                    01341578
               READ DATASET('VAULT')                                    01342104
                    INTO(TILLMNT-VAULT-REC)                             01342630
                    RIDFLD(VAULT-KEY OF TILLMNT-VAULT-REC)              01343156
                    RESP(TILLMNT-RESP)                                  01343682
           END-EXEC                                                     01344208
                                                                        01344734
           IF TILLMNT-RESP = DFHRESP(NORMAL)                            01345260
               PERFORM 3500-FLOAT-FROM-VAULT THRU 3500-EXIT             01345786
               GO TO 3000-EXIT                                          01346312
           END-IF                                                       01346838
                                                                        01347364
           IF TILLMNT-RESP NOT = DFHRESP(NOTFND)                        01347890
               MOVE '8' TO COMM-TILL-FAIL-CD                            01348416
               GO TO 3000-EXIT                                          01348942
           END-IF                                                       01349468
                                                                        01350000
           MOVE COMM-TILL-SORTCODE TO TILL-SORTCODE                     01360000
                                       OF TILLMNT-TILL-REC              01370000
               MOVE ZERO TO TILL-CASH-IN  OF TILLMNT-TILL-REC           01590000
               MOVE ZERO TO TILL-CASH-OUT OF TILLMNT-TILL-REC           01600000
               MOVE ZERO TO TILL-DECLARED-AMOUNT OF TILLMNT-TILL-REC    01610000
               MOVE ZERO TO TILL-VAULT-IN  OF TILLMNT-TILL-REC          01613333
               MOVE ZERO TO TILL-VAULT-OUT OF TILLMNT-TILL-REC          01616666
               SET TILL-NOT-DECLARED OF TILLMNT-TILL-REC TO TRUE        01620000
                                                                        01630000
               EXEC CICS                                                01640000
       3000-EXIT.                                                       01960000
           EXIT.                                                        01970000
                                                                        01980000
      ******************************************************************01980117
      *  3500-FLOAT-FROM-VAULT - MAKE THE TILL UP TO THE REQUESTED     *01980234
      *  FLOAT FROM THE BRANCH VAULT.  THE TILL'S FLOAT SO FAR IS ITS  *01980351
      *  OPENING FLOAT PLUS WHAT THE VAULT HAS ISSUED TO IT TODAY,     *01980468
      *  LESS WHAT IT HAS RETURNED; ANY SHORTFALL IS ISSUED FROM THE   *01980585
      *  VAULT AND ANY EXCESS GOES BACK TO IT, AS ORDINARY TRANSFERS.  *01980702
      *  A TILL THE OPERATOR HAS NEVER HELD IS OPENED EMPTY FIRST.     *01980819
      ******************************************************************01980936
       3500-FLOAT-FROM-VAULT.                                           01981053
           MOVE COMM-TILL-SORTCODE TO TILL-SORTCODE                     01981170
                                       OF TILLMNT-TILL-REC              01981287
           MOVE COMM-TILL-OPERATOR TO TILL-OPERATOR                     01981404
                                       OF TILLMNT-TILL-REC              01981521
                                                                        01981638
           EXEC CICS                                                    01981755
               READ DATASET('TILL')                                     01981872
                    INTO(TILLMNT-TILL-REC)                              01981989
                    RIDFLD(TILL-KEY OF TILLMNT-TILL-REC)                01982106
                    RESP(TILLMNT-RESP)                                  01982223
           END-EXEC                                                     01982340
                                                                        01982457
           IF TILLMNT-RESP = DFHRESP(NOTFND)                            01982574
               PERFORM 3600-OPEN-EMPTY-TILL THRU 3600-EXIT              01982691
               IF COMM-TILL-FAIL-CD NOT = SPACE                         01982808
                   GO TO 3500-EXIT                                      01982925
               END-IF                                                   01983042
           ELSE                                                         01983159
               IF TILLMNT-RESP NOT = DFHRESP(NORMAL)                    01983276
                   MOVE '8' TO COMM-TILL-FAIL-CD                        01983393
                   GO TO 3500-EXIT                                      01983510
               END-IF                                                   01983627
               PERFORM 7300-ROLL-TILL THRU 7300-EXIT                    01983744
           END-IF                                                       01983861
                                                                        01983978
           COMPUTE TILLMNT-TRANSFER =                                   01984095
               COMM-TILL-AMOUNT                                         01984212
             - TILL-OPENING-FLOAT OF TILLMNT-TILL-REC                   01984329
             - TILL-VAULT-IN OF TILLMNT-TILL-REC                        01984446
             + TILL-VAULT-OUT OF TILLMNT-TILL-REC                       01984563
                                                                        01984680
           IF TILLMNT-TRANSFER > ZERO                                   01984797
               PERFORM 5100-VAULT-TO-TILL THRU 5100-EXIT                01984914
           END-IF                                                       01985031
                                                                        01985148
           IF TILLMNT-TRANSFER < ZERO                                   01985265
               COMPUTE TILLMNT-TRANSFER = ZERO - TILLMNT-TRANSFER       01985382
               PERFORM 5200-TILL-TO-VAULT THRU 5200-EXIT                01985499
           END-IF.                                                      01985616
       3500-EXIT.                                                       01985733
           EXIT.                                                        01985850
                                                                        01985967
      ******************************************************************01986084
      *  3600-OPEN-EMPTY-TILL - WRITE A NEW TILL WITH NO FLOAT, READY  *01986201
      *  FOR THE VAULT TO ISSUE ITS FLOAT.                             *01986318
      ******************************************************************01986435
       3600-OPEN-EMPTY-TILL.                                            01986552
           MOVE 'TILL' TO TILL-EYECATCHER OF TILLMNT-TILL-REC           01986669
           MOVE COMM-TILL-SORTCODE TO TILL-SORTCODE                     01986786
                                       OF TILLMNT-TILL-REC              01986903
           MOVE COMM-TILL-OPERATOR TO TILL-OPERATOR                     01987020
                                       OF TILLMNT-TILL-REC              01987137
           MOVE TILLMNT-TODAYS-DATE TO TILL-BUSINESS-DATE               01987254
                                        OF TILLMNT-TILL-REC             01987371
           MOVE ZERO TO TILL-OPENING-FLOAT OF TILLMNT-TILL-REC          01987488
           MOVE ZERO TO TILL-CASH-IN  OF TILLMNT-TILL-REC               01987605
           MOVE ZERO TO TILL-CASH-OUT OF TILLMNT-TILL-REC               01987722
           MOVE ZERO TO TILL-DECLARED-AMOUNT OF TILLMNT-TILL-REC        01987839
           SET TILL-NOT-DECLARED OF TILLMNT-TILL-REC TO TRUE            01987956
           MOVE ZERO TO TILL-VAULT-IN  OF TILLMNT-TILL-REC              01988073
           MOVE ZERO TO TILL-VAULT-OUT OF TILLMNT-TILL-REC              01988190
                                                                        01988307
           EXEC CICS                                                    01988424
               WRITE DATASET('TILL')                                    01988541
                     FROM(TILLMNT-TILL-REC)                             01988658
                     RIDFLD(TILL-KEY OF TILLMNT-TILL-REC)               01988775
                     RESP(TILLMNT-RESP)                                 01988892
           END-EXEC                                                     01989009
                                                                        01989126
           IF TILLMNT-RESP NOT = DFHRESP(NORMAL)                        01989243
               MOVE '6' TO COMM-TILL-FAIL-CD                            01989360
           END-IF.                                                      01989477
       3600-EXIT.                                                       01989594
           EXIT.                                                        01989711
                                                                        01989828
      ******************************************************************01990000
      *  4000-INQUIRE-TILL - RETURN THE SIDE TOTALS, THE VAULT         *02000000
      *  TRANSFERS AND THE RUNNING POSITION.                           *02010000
      ******************************************************************02020000
       4000-INQUIRE-TILL.                                               02030000
           MOVE COMM-TILL-SORTCODE TO TILL-SORTCODE                     02040000
               TO COMM-TILL-CASH-IN                                     02290000
           MOVE TILL-CASH-OUT OF TILLMNT-TILL-REC                       02300000
               TO COMM-TILL-CASH-OUT                                    02310000
           MOVE TILL-VAULT-IN OF TILLMNT-TILL-REC                       02312000
               TO COMM-TILL-VAULT-IN                                    02314000
           MOVE TILL-VAULT-OUT OF TILLMNT-TILL-REC                      02316000
               TO COMM-TILL-VAULT-OUT                                   02318000
           COMPUTE COMM-TILL-POSITION =                                 02320000
               TILL-OPENING-FLOAT OF TILLMNT-TILL-REC                   02330000
             + TILL-CASH-IN OF TILLMNT-TILL-REC                         02340000
             - TILL-CASH-OUT OF TILLMNT-TILL-REC                        02345000
             + TILL-VAULT-IN OF TILLMNT-TILL-REC                        02350000
             - TILL-VAULT-OUT OF TILLMNT-TILL-REC.                      02355000
       4000-EXIT.                                                       02360000
           EXIT.                                                        02370000
                                                                        02380000
      ******************************************************************02380037
      *  5000-TRANSFER-CASH - MOVE CASH BETWEEN THE TILL AND THE       *02380074
      *  BRANCH VAULT.                                                 *02380111
      ******************************************************************02380148
       5000-TRANSFER-CASH.                                              02380185
           IF COMM-TILL-AMOUNT NOT > ZERO                               02380222
               MOVE '5' TO COMM-TILL-FAIL-CD                            02380259
               GO TO 5000-EXIT                                          02380296
           END-IF                                                       02380333
                                                                        02380370
           MOVE COMM-TILL-AMOUNT TO TILLMNT-TRANSFER                    02380407
                                                                        02380444
           IF COMM-TILL-ACT-FROM-VAULT                                  02380481
               PERFORM 5100-VAULT-TO-TILL THRU 5100-EXIT                02380518
           ELSE                                                         02380555
               PERFORM 5200-TILL-TO-VAULT THRU 5200-EXIT                02380592
           END-IF.                                                      02380629
       5000-EXIT.                                                       02380666
           EXIT.                                                        02380703
                                                                        02380740
      ******************************************************************02380777
      *  5100-VAULT-TO-TILL - ISSUE THE TRANSFER AMOUNT FROM THE       *02380814
      *  VAULT TO THE TILL.  THE VAULT MUST HOLD IT.                   *02380851
      ******************************************************************02380888
       5100-VAULT-TO-TILL.                                              02380925
           PERFORM 7000-READ-VAULT THRU 7000-EXIT                       02380962
           IF COMM-TILL-FAIL-CD NOT = SPACE                             02380999
               GO TO 5100-EXIT                                          02381036
           END-IF                                                       02381073
                                                                        02381110
           IF TILLMNT-TRANSFER > TILLMNT-VAULT-BALANCE                  02381147
               MOVE '4' TO COMM-TILL-FAIL-CD                            02381184
               GO TO 5100-EXIT                                          02381221
           END-IF                                                       02381258
                                                                        02381295
           PERFORM 7200-READ-TILL THRU 7200-EXIT                        02381332
           IF COMM-TILL-FAIL-CD NOT = SPACE                             02381369
               GO TO 5100-EXIT                                          02381406
           END-IF                                                       02381443
                                                                        02381480
           MOVE TILLMNT-TRANSFER TO TILLMNT-ISSUE                       02381517
           MOVE ZERO             TO TILLMNT-RETURN                      02381554
           PERFORM 5500-APPLY-TRANSFER THRU 5500-EXIT.                  02381591
       5100-EXIT.                                                       02381628
           EXIT.                                                        02381665
                                                                        02381702
      ******************************************************************02381739
      *  5200-TILL-TO-VAULT - RETURN THE TRANSFER AMOUNT FROM THE      *02381776
      *  TILL TO THE VAULT.  THE TILL'S RUNNING POSITION MUST COVER    *02381813
      *  IT.                                                           *02381850
      ******************************************************************02381887
       5200-TILL-TO-VAULT.                                              02381924
           PERFORM 7000-READ-VAULT THRU 7000-EXIT                       02381961
           IF COMM-TILL-FAIL-CD NOT = SPACE                             02381998
               GO TO 5200-EXIT                                          02382035
           END-IF                                                       02382072
                                                                        02382109
           PERFORM 7200-READ-TILL THRU 7200-EXIT                        02382146
           IF COMM-TILL-FAIL-CD NOT = SPACE                             02382183
               GO TO 5200-EXIT                                          02382220
           END-IF                                                       02382257
                                                                        02382294
           COMPUTE TILLMNT-TILL-POSITION =                              02382331
               TILL-OPENING-FLOAT OF TILLMNT-TILL-REC                   02382368
             + TILL-CASH-IN OF TILLMNT-TILL-REC                         02382405
             - TILL-CASH-OUT OF TILLMNT-TILL-REC                        02382442
             + TILL-VAULT-IN OF TILLMNT-TILL-REC                        02382479
             - TILL-VAULT-OUT OF TILLMNT-TILL-REC                       02382516
                                                                        02382553
           IF TILLMNT-TRANSFER > TILLMNT-TILL-POSITION                  02382590
               MOVE '4' TO COMM-TILL-FAIL-CD                            02382627
               GO TO 5200-EXIT                                          02382664
           END-IF                                                       02382701
                                                                        02382738
           MOVE ZERO             TO TILLMNT-ISSUE                       02382775
           MOVE TILLMNT-TRANSFER TO TILLMNT-RETURN                      02382812
           PERFORM 5500-APPLY-TRANSFER THRU 5500-EXIT.                  02382849
       5200-EXIT.                                                       02382886
           EXIT.                                                        02382923
                                                                        02382960
      ******************************************************************02382997
      *  5500-APPLY-TRANSFER - COUNT THE TRANSFER ON BOTH SIDES AND    *02383034
      *  REWRITE THE VAULT, THEN THE TILL.  IF THE TILL CANNOT BE      *02383071
      *  REWRITTEN THE VAULT IS PUT BACK SO THE TWO STILL AGREE.       *02383108
      ******************************************************************02383145
       5500-APPLY-TRANSFER.                                             02383182
           ADD TILLMNT-ISSUE  TO VAULT-TO-TILLS OF TILLMNT-VAULT-REC    02383219
           ADD TILLMNT-RETURN TO VAULT-FROM-TILLS OF TILLMNT-VAULT-REC  02383256
           ADD TILLMNT-ISSUE  TO TILL-VAULT-IN OF TILLMNT-TILL-REC      02383293
           ADD TILLMNT-RETURN TO TILL-VAULT-OUT OF TILLMNT-TILL-REC     02383330
                                                                        02383367
           EXEC CICS                                                    02383404
               REWRITE DATASET('VAULT')                                 02383441
                       FROM(TILLMNT-VAULT-REC)                          02383478
                       RESP(TILLMNT-RESP)                               02383515
           END-EXEC                                                     02383552
                                                                        02383589
           IF TILLMNT-RESP NOT = DFHRESP(NORMAL)                        02383626
               MOVE '6' TO COMM-TILL-FAIL-CD                            02383663
               GO TO 5500-EXIT                                          02383700
           END-IF                                                       02383737
                                                                        02383774
           EXEC CICS                                                    02383811
               REWRITE DATASET('TILL')                                  02383848
                       FROM(TILLMNT-TILL-REC)                           02383885
                       RESP(TILLMNT-RESP)                               02383922
           END-EXEC                                                     02383959
                                                                        02383996
           IF TILLMNT-RESP NOT = DFHRESP(NORMAL)                        02384033
               MOVE '6' TO COMM-TILL-FAIL-CD                            02384070
               PERFORM 5600-REVERSE-VAULT THRU 5600-EXIT                02384107
           END-IF.                                                      02384144
       5500-EXIT.                                                       02384181
           EXIT.                                                        02384218
                                                                        02384255
      ******************************************************************02384292
      *  5600-REVERSE-VAULT - TAKE A TRANSFER BACK OFF THE VAULT       *02384329
      *  AFTER THE TILL SIDE FAILED.                                   *02384366
      ******************************************************************02384403
       5600-REVERSE-VAULT.                                              02384440
           EXEC CICS                                                    02384477
               READ DATASET('VAULT')                                    02384514
                    INTO(TILLMNT-VAULT-REC)                             02384551
                    RIDFLD(VAULT-KEY OF TILLMNT-VAULT-REC)              02384588
                    UPDATE                                              02384625
                    RESP(TILLMNT-RESP)                                  02384662
           END-EXEC                                                     02384699
                                                                        02384736
           IF TILLMNT-RESP NOT = DFHRESP(NORMAL)                        02384773
               GO TO 5600-EXIT                                          02384810
           END-IF                                                       02384847
                                                                        02384884
           SUBTRACT TILLMNT-ISSUE  FROM VAULT-TO-TILLS                  02384921
                                         OF TILLMNT-VAULT-REC           02384958
           SUBTRACT TILLMNT-RETURN FROM VAULT-FROM-TILLS                02384995
                                         OF TILLMNT-VAULT-REC           02385032
                                                                        02385069
           EXEC CICS                                                    02385106
               REWRITE DATASET('VAULT')                                 02385143
                       FROM(TILLMNT-VAULT-REC)                          02385180
                       RESP(TILLMNT-RESP)                               02385217
           END-EXEC.                                                    02385254
       5600-EXIT.                                                       02385291
           EXIT.                                                        02385328
                                                                        02385365
      ******************************************************************02385402
      *  7000-READ-VAULT - READ THE BRANCH VAULT FOR UPDATE, ROLL IT   *02385439
      *  FORWARD IF IT WAS LAST USED ON AN EARLIER DAY, AND WORK OUT   *02385476
      *  ITS BALANCE.                                                  *02385513
      ******************************************************************02385550
       7000-READ-VAULT.                                                 02385587
           MOVE COMM-TILL-SORTCODE TO VAULT-SORTCODE                    02385624
                                       OF TILLMNT-VAULT-REC             02385661
                                                                        02385698
           EXEC CICS                                                    02385735
               READ DATASET('VAULT')                                    02385772
                    INTO(TILLMNT-VAULT-REC)                             02385809
                    RIDFLD(VAULT-KEY OF TILLMNT-VAULT-REC)              02385846
                    UPDATE                                              02385883
                    RESP(TILLMNT-RESP)                                  02385920
           END-EXEC                                                     02385957
                                                                        02385994
           IF TILLMNT-RESP = DFHRESP(NOTFND)                            02386031
               MOVE '2' TO COMM-TILL-FAIL-CD                            02386068
               GO TO 7000-EXIT                                          02386105
           END-IF                                                       02386142
                                                                        02386179
           IF TILLMNT-RESP NOT = DFHRESP(NORMAL)                        02386216
               MOVE '8' TO COMM-TILL-FAIL-CD                            02386253
               GO TO 7000-EXIT                                          02386290
           END-IF                                                       02386327
                                                                        02386364
           PERFORM 7100-ROLL-VAULT THRU 7100-EXIT                       02386401
                                                                        02386438
           COMPUTE TILLMNT-VAULT-BALANCE =                              02386475
               VAULT-OPENING-BALANCE OF TILLMNT-VAULT-REC               02386512
             + VAULT-FROM-TILLS OF TILLMNT-VAULT-REC                    02386549
             - VAULT-TO-TILLS OF TILLMNT-VAULT-REC                      02386586
             + VAULT-DELIVERED OF TILLMNT-VAULT-REC                     02386623
             - VAULT-COLLECTED OF TILLMNT-VAULT-REC.                    02386660
       7000-EXIT.                                                       02386697
           EXIT.                                                        02386734
                                                                        02386771
      ******************************************************************02386808
      *  7100-ROLL-VAULT - A VAULT LAST USED ON AN EARLIER DAY ROLLS   *02386845
      *  FORWARD - ITS BALANCE BECOMES TODAY'S OPENING BALANCE.        *02386882
      ******************************************************************02386919
       7100-ROLL-VAULT.                                                 02386956
           IF VAULT-BUSINESS-DATE OF TILLMNT-VAULT-REC                  02386993
              = TILLMNT-TODAYS-DATE                                     02387030
               GO TO 7100-EXIT                                          02387067
           END-IF                                                       02387104
                                                                        02387141
           COMPUTE VAULT-OPENING-BALANCE OF TILLMNT-VAULT-REC =         02387178
               VAULT-OPENING-BALANCE OF TILLMNT-VAULT-REC               02387215
             + VAULT-FROM-TILLS OF TILLMNT-VAULT-REC                    02387252
             - VAULT-TO-TILLS OF TILLMNT-VAULT-REC                      02387289
             + VAULT-DELIVERED OF TILLMNT-VAULT-REC                     02387326
             - VAULT-COLLECTED OF TILLMNT-VAULT-REC                     02387363
           MOVE ZERO TO VAULT-TO-TILLS   OF TILLMNT-VAULT-REC           02387400
           MOVE ZERO TO VAULT-FROM-TILLS OF TILLMNT-VAULT-REC           02387437
           MOVE ZERO TO VAULT-DELIVERED  OF TILLMNT-VAULT-REC           02387474
           MOVE ZERO TO VAULT-COLLECTED  OF TILLMNT-VAULT-REC           02387511
           SET VAULT-NOT-PROVED OF TILLMNT-VAULT-REC TO TRUE            02387548
           MOVE TILLMNT-TODAYS-DATE TO VAULT-BUSINESS-DATE              02387585
                                        OF TILLMNT-VAULT-REC.           02387622
       7100-EXIT.                                                       02387659
           EXIT.                                                        02387696
                                                                        02387733
      ******************************************************************02387770
      *  7200-READ-TILL - READ THE TILL FOR UPDATE AND ROLL IT         *02387807
      *  FORWARD IF IT WAS LAST USED ON AN EARLIER DAY.                *02387844
      ******************************************************************02387881
       7200-READ-TILL.                                                  02387918
           MOVE COMM-TILL-SORTCODE TO TILL-SORTCODE                     02387955
                                       OF TILLMNT-TILL-REC              02387992
           MOVE COMM-TILL-OPERATOR TO TILL-OPERATOR                     02388029
                                       OF TILLMNT-TILL-REC              02388066
                                                                        02388103
           EXEC CICS                                                    02388140
               READ DATASET('TILL')                                     02388177
                    INTO(TILLMNT-TILL-REC)                              02388214
                    RIDFLD(TILL-KEY OF TILLMNT-TILL-REC)                02388251
                    UPDATE                                              02388288
                    RESP(TILLMNT-RESP)                                  02388325
           END-EXEC                                                     02388362
                                                                        02388399
           IF TILLMNT-RESP = DFHRESP(NOTFND)                            02388436
               MOVE '1' TO COMM-TILL-FAIL-CD                            02388473
               GO TO 7200-EXIT                                          02388510
           END-IF                                                       02388547
                                                                        02388584
           IF TILLMNT-RESP NOT = DFHRESP(NORMAL)                        02388621
               MOVE '8' TO COMM-TILL-FAIL-CD                            02388658
               GO TO 7200-EXIT                                          02388695
           END-IF                                                       02388732
                                                                        02388769
           PERFORM 7300-ROLL-TILL THRU 7300-EXIT.                       02388806
       7200-EXIT.                                                       02388843
           EXIT.                                                        02388880
                                                                        02388917
      ******************************************************************02388954
      *  7300-ROLL-TILL - A TILL LAST USED ON AN EARLIER DAY ROLLS     *02388991
      *  FORWARD - ITS RUNNING POSITION BECOMES THE OPENING FLOAT FOR  *02389028
      *  TODAY, AS IN CASHTXN.                                         *02389065
      ******************************************************************02389102
       7300-ROLL-TILL.                                                  02389139
           IF TILL-BUSINESS-DATE OF TILLMNT-TILL-REC                    02389176
              = TILLMNT-TODAYS-DATE                                     02389213
               GO TO 7300-EXIT                                          02389250
           END-IF                                                       02389287
                                                                        02389324
           COMPUTE TILL-OPENING-FLOAT OF TILLMNT-TILL-REC =             02389361
               TILL-OPENING-FLOAT OF TILLMNT-TILL-REC                   02389398
             + TILL-CASH-IN OF TILLMNT-TILL-REC                         02389435
             - TILL-CASH-OUT OF TILLMNT-TILL-REC                        02389472
             + TILL-VAULT-IN OF TILLMNT-TILL-REC                        02389509
             - TILL-VAULT-OUT OF TILLMNT-TILL-REC                       02389546
           MOVE ZERO TO TILL-CASH-IN  OF TILLMNT-TILL-REC               02389583
           MOVE ZERO TO TILL-CASH-OUT OF TILLMNT-TILL-REC               02389620
           MOVE ZERO TO TILL-VAULT-IN  OF TILLMNT-TILL-REC              02389657
           MOVE ZERO TO TILL-VAULT-OUT OF TILLMNT-TILL-REC              02389694
           MOVE ZERO TO TILL-DECLARED-AMOUNT OF TILLMNT-TILL-REC        02389731
           SET TILL-NOT-DECLARED OF TILLMNT-TILL-REC TO TRUE            02389768
           MOVE TILLMNT-TODAYS-DATE TO TILL-BUSINESS-DATE               02389805
                                        OF TILLMNT-TILL-REC.            02389842
       7300-EXIT.                                                       02389879
           EXIT.                                                        02389916
                                                                        02389953
      ******************************************************************02390000
      *  9999-EXIT - RETURN TO THE CALLER.                             *02400000
      ******************************************************************02410000
