      *               A - ADD AN OPERATOR WITH ROLE, BRANCH AND        *00180000
      *                   MONEY LIMITS.                                *00190000
      *               U - UPDATE THE ROLE, BRANCH OR LIMITS.           *00200000
      *                   THE LIMITS ARE THE CASH LIMIT, THE           *00202500
      *                   OVERDRAFT APPROVAL LIMIT AND THE             *00205000
      *                   HIGH-VALUE PAYMENT RELEASE LIMIT.            *00207500
      *               L - LOCK THE ID (LEAVER REMOVAL).  EVERY         *00210000
      *                   PROGRAM THAT CAPTURES AN OPERATOR ID         *00220000
      *                   VALIDATES AGAINST THIS MASTER, SO ONE LOCK   *00230000
      *                   STOPS THE ID EVERYWHERE AT ONCE.             *00240000
      *               I - INQUIRE ON AN OPERATOR.                      *00250000
      *               C - DECLARE A CONNECTION BETWEEN THE OPERATOR    *00250833
      *                   AND AN ACCOUNT OR CUSTOMER (COPYBOOK         *00251666
      *                   STAFFCON) - JOINT, FAMILY, HOUSEHOLD,        *00252499
      *                   BUSINESS OR OTHER.                           *00253332
      *               D - WITHDRAW A DECLARED CONNECTION.  THE ROW IS  *00254165
      *                   KEPT, MARKED WITHDRAWN, FOR AUDIT.           *00254998
      *                                                                *00255831
      *             ADD AND UPDATE ALSO CARRY THE OPERATOR'S OWN       *00256664
      *             CUSTOMER RECORD, WHICH MUST BE ON THE CUSTOMER     *00257497
      *             MASTER.  SODSCAN CHECKS EACH OPERATOR'S WORK       *00258330
      *             AGAINST THE OWN RECORD AND THE CONNECTIONS.        *00259163
      *                                                                *00260000
      *  FILES    : OPERATOR - VSAM KSDS - OPERATOR MASTER             *00270000
      *             STAFFCON - VSAM KSDS - STAFF CONNECTIONS           *00272500
      *             CUSTOMER - VSAM KSDS - CUSTOMER MASTER             *00275000
      *             ACCOUNT  - VSAM KSDS - ACCOUNT MASTER              *00277500
      *                                                                *00280000
      *  CHANGE HISTORY                                                *00290000
      *  ----------------------------------------------------------    *00300000
      *  DATE        BY    DESCRIPTION                                 *00310000
      *  2026-09-02  BAG   INITIAL VERSION                             *00320000
      *  2026-10-15  BAG   MAINTAIN THE PAY-RELEASE LIMIT              *00325000
      *  2026-10-15  BAG   OPERATOR OWN CUSTOMER RECORD AND DECLARED   *00326666
      *                    STAFF CONNECTIONS (ACTIONS C AND D)         *00328332
      *                                                                *00330000
      ******************************************************************00340000
       DATA DIVISION.                                                   00350000
                                                                        00400000
       01  OPERMNT-OPERATOR-REC.                                        00410000
           COPY OPERATOR.                                               00420000
                                                                        00420500
       01  OPERMNT-STAFFCON-REC.                                        00421111
           COPY STAFFCON.                                               00422222
                                                                        00423333
       01  OPERMNT-CUSTOMER-REC.                                        00424444
           COPY CUSTOMER.                                               00425555
                                                                        00426666
       01  OPERMNT-ACCOUNT-REC.                                         00427777
           COPY ACCOUNT.                                                00428888
                                                                        00430000
       LINKAGE SECTION.                                                 00440000
       01  DFHCOMMAREA.                                                 00450000
                   PERFORM 4000-LOCK-OPERATOR THRU 4000-EXIT            00620000
               WHEN COMM-OPR-ACT-INQUIRE                                00630000
                   PERFORM 5000-INQUIRE-OPERATOR THRU 5000-EXIT         00640000
               WHEN COMM-OPR-ACT-CONNECT                                00642000
                   PERFORM 6000-CONNECT THRU 6000-EXIT                  00644000
               WHEN COMM-OPR-ACT-DISCONNECT                             00646000
                   PERFORM 7000-DISCONNECT THRU 7000-EXIT               00648000
               WHEN OTHER                                               00650000
                   MOVE '3' TO COMM-OPR-FAIL-CD                         00660000
           END-EVALUATE                                                 00670000
               GO TO 2000-EXIT                                          00850000
           END-IF                                                       00860000
                                                                        00870000
           IF COMM-OPR-CUST-NUMBER NOT = ZERO                           00871428
               PERFORM 2500-CHECK-CUSTOMER THRU 2500-EXIT               00872856
               IF COMM-OPR-FAIL-CD NOT = SPACE                          00874284
                   GO TO 2000-EXIT                                      00875712
               END-IF                                                   00877140
           END-IF                                                       00878568
                                                                        00879000
           MOVE 'OPER' TO OPERATOR-EYECATCHER OF OPERMNT-OPERATOR-REC   00880000
           MOVE COMM-OPR-ID TO OPERATOR-ID OF OPERMNT-OPERATOR-REC      00890000
           MOVE COMM-OPR-NAME TO OPERATOR-NAME                          00900000
                                        OF OPERMNT-OPERATOR-REC         00970000
           MOVE COMM-OPR-OD-LIMIT TO OPERATOR-OD-APPROVE-LIMIT          00980000
                                      OF OPERMNT-OPERATOR-REC           00990000
           MOVE COMM-OPR-REL-LIMIT TO OPERATOR-PAY-RELEASE-LIMIT        00993333
                                       OF OPERMNT-OPERATOR-REC          00996666
           SET OPERATOR-ACTIVE OF OPERMNT-OPERATOR-REC TO TRUE          01000000
           MOVE OPERMNT-TODAYS-DATE TO OPERATOR-CREATED-DATE            01010000
                                        OF OPERMNT-OPERATOR-REC         01020000
           MOVE ZERO TO OPERATOR-LOCKED-DATE OF OPERMNT-OPERATOR-REC    01030000
           MOVE COMM-OPR-CUST-SORTCODE TO OPERATOR-CUSTOMER-SORTCODE    01032000
                                           OF OPERMNT-OPERATOR-REC      01034000
           MOVE COMM-OPR-CUST-NUMBER TO OPERATOR-CUSTOMER-NUMBER        01036000
                                         OF OPERMNT-OPERATOR-REC        01038000
                                                                        01040000
           EXEC CICS                                                    01050000
               WRITE DATASET('OPERATOR')                                01060000
           END-IF.                                                      01190000
       2000-EXIT.                                                       01200000
           EXIT.                                                        01210000
                                                                        01210200
      ******************************************************************01210434
      *  2500-CHECK-CUSTOMER - THE OPERATOR'S OWN CUSTOMER RECORD MUST *01210868
      *  BE ON THE CUSTOMER MASTER.                                    *01211302
      ******************************************************************01211736
       2500-CHECK-CUSTOMER.                                             01212170
           MOVE COMM-OPR-CUST-SORTCODE TO CUSTOMER-SORTCODE             01212604
                                           OF OPERMNT-CUSTOMER-REC      01213038
           MOVE COMM-OPR-CUST-NUMBER TO CUSTOMER-NUMBER                 01213472
                                         OF OPERMNT-CUSTOMER-REC        01213906
                                                                        01214340
           EXEC CICS                                                    01214774
               READ DATASET('CUSTOMER')                                 01215208
                    INTO(OPERMNT-CUSTOMER-REC)                          01215642
                    RIDFLD(CUSTOMER-KEY OF OPERMNT-CUSTOMER-REC)        01216076
                    RESP(OPERMNT-RESP)                                  01216510
           END-EXEC                                                     01216944
                                                                        01217378
           IF OPERMNT-RESP NOT = DFHRESP(NORMAL)                        01217812
               MOVE 'C' TO COMM-OPR-FAIL-CD                             01218246
           END-IF.                                                      01218680
       2500-EXIT.                                                       01219114
           EXIT.                                                        01219548
                                                                        01220000
      ******************************************************************01230000
      *  3000-UPDATE-OPERATOR - CHANGE THE ROLE, BRANCH OR LIMITS ON   *01240000
               MOVE COMM-OPR-NAME TO OPERATOR-NAME                      01380000
                                      OF OPERMNT-OPERATOR-REC           01390000
           END-IF                                                       01400000
           IF COMM-OPR-CUST-NUMBER NOT = ZERO                           01400909
               PERFORM 2500-CHECK-CUSTOMER THRU 2500-EXIT               01401818
               IF COMM-OPR-FAIL-CD NOT = SPACE                          01402727
                   GO TO 3000-EXIT                                      01403636
               END-IF                                                   01404545
               MOVE COMM-OPR-CUST-SORTCODE                              01405454
                   TO OPERATOR-CUSTOMER-SORTCODE                        01406363
                                           OF OPERMNT-OPERATOR-REC      01406800
               MOVE COMM-OPR-CUST-NUMBER                                01407272
                   TO OPERATOR-CUSTOMER-NUMBER OF OPERMNT-OPERATOR-REC  01408181
           END-IF                                                       01409090
           IF COMM-OPR-BRANCH NOT = ZERO                                01410000
               MOVE COMM-OPR-BRANCH TO OPERATOR-BRANCH                  01420000
                                        OF OPERMNT-OPERATOR-REC         01430000
                                        OF OPERMNT-OPERATOR-REC         01460000
           MOVE COMM-OPR-OD-LIMIT TO OPERATOR-OD-APPROVE-LIMIT          01470000
                                      OF OPERMNT-OPERATOR-REC           01480000
           MOVE COMM-OPR-REL-LIMIT TO OPERATOR-PAY-RELEASE-LIMIT        01483333
                                       OF OPERMNT-OPERATOR-REC          01486666
                                                                        01490000
           EXEC CICS                                                    01500000
               REWRITE DATASET('OPERATOR')                              01510000
               TO COMM-OPR-CASH-LIMIT                                   02440000
           MOVE OPERATOR-OD-APPROVE-LIMIT OF OPERMNT-OPERATOR-REC       02450000
               TO COMM-OPR-OD-LIMIT                                     02460000
           MOVE OPERATOR-PAY-RELEASE-LIMIT OF OPERMNT-OPERATOR-REC      02463333
               TO COMM-OPR-REL-LIMIT                                    02466666
           MOVE OPERATOR-STATUS-FLAG OF OPERMNT-OPERATOR-REC            02470000
               TO COMM-OPR-STATUS                                       02473333
           MOVE OPERATOR-CUSTOMER-SORTCODE OF OPERMNT-OPERATOR-REC      02476666
               TO COMM-OPR-CUST-SORTCODE                                02479999
           MOVE OPERATOR-CUSTOMER-NUMBER OF OPERMNT-OPERATOR-REC        02483332
               TO COMM-OPR-CUST-NUMBER.                                 02486665
       5000-EXIT.                                                       02490000
           EXIT.                                                        02500000
                                                                        02510000
      ******************************************************************02510049
      *  6000-CONNECT - DECLARE A CONNECTION.  THE OPERATOR MUST BE ON *02510098
      *  THE MASTER, THE RELATIONSHIP ONE OF THE KNOWN CODES AND THE   *02510147
      *  ACCOUNT OR CUSTOMER ON ITS MASTER.  A WITHDRAWN DECLARATION   *02510196
      *  OF THE SAME CONNECTION IS REINSTATED.                         *02510245
      ******************************************************************02510294
       6000-CONNECT.                                                    02510343
           MOVE COMM-OPR-ID TO OPERATOR-ID OF OPERMNT-OPERATOR-REC      02510392
                                                                        02510441
           EXEC CICS                                                    02510490
               READ DATASET('OPERATOR')                                 02510539
                    INTO(OPERMNT-OPERATOR-REC)                          02510588
                    RIDFLD(OPERATOR-KEY OF OPERMNT-OPERATOR-REC)        02510637
                    RESP(OPERMNT-RESP)                                  02510686
           END-EXEC                                                     02510735
                                                                        02510784
           IF OPERMNT-RESP = DFHRESP(NOTFND)                            02510833
               MOVE '1' TO COMM-OPR-FAIL-CD                             02510882
               GO TO 6000-EXIT                                          02510931
           END-IF                                                       02510980
                                                                        02511029
           IF OPERMNT-RESP NOT = DFHRESP(NORMAL)                        02511078
               MOVE '8' TO COMM-OPR-FAIL-CD                             02511127
               GO TO 6000-EXIT                                          02511176
           END-IF                                                       02511225
                                                                        02511274
           MOVE COMM-OPR-CONN-RELATION TO STAFFCON-RELATION             02511323
                                           OF OPERMNT-STAFFCON-REC      02511372
           IF NOT STAFFCON-REL-VALID OF OPERMNT-STAFFCON-REC            02511421
               MOVE '5' TO COMM-OPR-FAIL-CD                             02511470
               GO TO 6000-EXIT                                          02511519
           END-IF                                                       02511568
                                                                        02511617
           EVALUATE COMM-OPR-CONN-TYPE                                  02511666
               WHEN 'A'                                                 02511715
                   PERFORM 6100-CHECK-ACCOUNT THRU 6100-EXIT            02511764
               WHEN 'C'                                                 02511813
                   MOVE COMM-OPR-CONN-SORTCODE TO COMM-OPR-CUST-SORTCODE02511862
                   MOVE COMM-OPR-CONN-NUMBER TO COMM-OPR-CUST-NUMBER    02511911
                   PERFORM 2500-CHECK-CUSTOMER THRU 2500-EXIT           02511960
               WHEN OTHER                                               02512009
                   MOVE '5' TO COMM-OPR-FAIL-CD                         02512058
           END-EVALUATE                                                 02512107
           IF COMM-OPR-FAIL-CD NOT = SPACE                              02512156
               GO TO 6000-EXIT                                          02512205
           END-IF                                                       02512254
                                                                        02512303
           MOVE 'STCN' TO STAFFCON-EYECATCHER OF OPERMNT-STAFFCON-REC   02512352
           MOVE COMM-OPR-ID TO STAFFCON-OPERATOR OF OPERMNT-STAFFCON-REC02512401
           MOVE COMM-OPR-CONN-TYPE TO STAFFCON-TYPE                     02512450
                                       OF OPERMNT-STAFFCON-REC          02512499
           MOVE COMM-OPR-CONN-SORTCODE TO STAFFCON-SORTCODE             02512548
                                           OF OPERMNT-STAFFCON-REC      02512597
           MOVE COMM-OPR-CONN-NUMBER TO STAFFCON-NUMBER                 02512646
                                         OF OPERMNT-STAFFCON-REC        02512695
           MOVE OPERMNT-TODAYS-DATE TO STAFFCON-DECLARED-DATE           02512744
                                        OF OPERMNT-STAFFCON-REC         02512793
           SET STAFFCON-ACTIVE OF OPERMNT-STAFFCON-REC TO TRUE          02512842
           MOVE ZERO TO STAFFCON-WITHDRAWN-DATE OF OPERMNT-STAFFCON-REC 02512891
                                                                        02512940
           EXEC CICS                                                    02512989
               WRITE DATASET('STAFFCON')                                02513038
                     FROM(OPERMNT-STAFFCON-REC)                         02513087
                     RIDFLD(STAFFCON-KEY OF OPERMNT-STAFFCON-REC)       02513136
                     RESP(OPERMNT-RESP)                                 02513185
           END-EXEC                                                     02513234
                                                                        02513283
           IF OPERMNT-RESP = DFHRESP(DUPREC)                            02513332
               PERFORM 6200-REINSTATE THRU 6200-EXIT                    02513381
               GO TO 6000-EXIT                                          02513430
           END-IF                                                       02513479
                                                                        02513528
           IF OPERMNT-RESP NOT = DFHRESP(NORMAL)                        02513577
               MOVE '6' TO COMM-OPR-FAIL-CD                             02513626
           END-IF.                                                      02513675
       6000-EXIT.                                                       02513724
           EXIT.                                                        02513773
                                                                        02513822
      ******************************************************************02513871
      *  6100-CHECK-ACCOUNT - A CONNECTED ACCOUNT MUST BE ON THE       *02513920
      *  ACCOUNT MASTER.  THE ACCOUNT NUMBER IS THE LOW EIGHT DIGITS   *02513969
      *  OF THE CONNECTION NUMBER.                                     *02514018
      ******************************************************************02514067
       6100-CHECK-ACCOUNT.                                              02514116
           MOVE COMM-OPR-CONN-SORTCODE TO ACCOUNT-SORTCODE              02514165
                                           OF OPERMNT-ACCOUNT-REC       02514214
           MOVE COMM-OPR-CONN-NUMBER TO ACCOUNT-NUMBER                  02514263
                                         OF OPERMNT-ACCOUNT-REC         02514312
                                                                        02514361
           EXEC CICS                                                    02514410
               READ DATASET('ACCOUNT')                                  02514459
                    INTO(OPERMNT-ACCOUNT-REC)                           02514508
                    RIDFLD(ACCOUNT-KEY OF OPERMNT-ACCOUNT-REC)          02514557
                    RESP(OPERMNT-RESP)                                  02514606
           END-EXEC                                                     02514655
                                                                        02514704
           IF OPERMNT-RESP NOT = DFHRESP(NORMAL)                        02514753
               MOVE 'C' TO COMM-OPR-FAIL-CD                             02514802
           END-IF.                                                      02514851
       6100-EXIT.                                                       02514900
           EXIT.                                                        02514949
                                                                        02514998
      ******************************************************************02515047
      *  6200-REINSTATE - THE CONNECTION IS ALREADY ON FILE.  A LIVE   *02515096
      *  DECLARATION IS A DUPLICATE; A WITHDRAWN ONE IS MADE LIVE      *02515145
      *  AGAIN WITH TODAY'S DATE AND THE RELATIONSHIP GIVEN.           *02515194
      ******************************************************************02515243
       6200-REINSTATE.                                                  02515292
           EXEC CICS                                                    02515341
               READ DATASET('STAFFCON')                                 02515390
                    INTO(OPERMNT-STAFFCON-REC)                          02515439
                    RIDFLD(STAFFCON-KEY OF OPERMNT-STAFFCON-REC)        02515488
                    UPDATE                                              02515537
                    RESP(OPERMNT-RESP)                                  02515586
           END-EXEC                                                     02515635
                                                                        02515684
           IF OPERMNT-RESP NOT = DFHRESP(NORMAL)                        02515733
               MOVE '8' TO COMM-OPR-FAIL-CD                             02515782
               GO TO 6200-EXIT                                          02515831
           END-IF                                                       02515880
                                                                        02515929
           IF STAFFCON-ACTIVE OF OPERMNT-STAFFCON-REC                   02515978
               MOVE '9' TO COMM-OPR-FAIL-CD                             02516027
               EXEC CICS                                                02516076
                   UNLOCK DATASET('STAFFCON')                           02516125
               END-EXEC                                                 02516174
               GO TO 6200-EXIT                                          02516223
           END-IF                                                       02516272
                                                                        02516321
           MOVE COMM-OPR-CONN-RELATION TO STAFFCON-RELATION             02516370
                                           OF OPERMNT-STAFFCON-REC      02516419
           MOVE OPERMNT-TODAYS-DATE TO STAFFCON-DECLARED-DATE           02516468
                                        OF OPERMNT-STAFFCON-REC         02516517
           SET STAFFCON-ACTIVE OF OPERMNT-STAFFCON-REC TO TRUE          02516566
           MOVE ZERO TO STAFFCON-WITHDRAWN-DATE OF OPERMNT-STAFFCON-REC 02516615
                                                                        02516664
           EXEC CICS                                                    02516713
               REWRITE DATASET('STAFFCON')                              02516762
                       FROM(OPERMNT-STAFFCON-REC)                       02516811
                       RESP(OPERMNT-RESP)                               02516860
           END-EXEC                                                     02516909
                                                                        02516958
           IF OPERMNT-RESP NOT = DFHRESP(NORMAL)                        02517007
               MOVE '6' TO COMM-OPR-FAIL-CD                             02517056
           END-IF.                                                      02517105
       6200-EXIT.                                                       02517154
           EXIT.                                                        02517203
                                                                        02517252
      ******************************************************************02517301
      *  7000-DISCONNECT - WITHDRAW A LIVE DECLARATION.  THE ROW STAYS *02517350
      *  ON FILE WITH THE DATE IT WAS WITHDRAWN.                       *02517399
      ******************************************************************02517448
       7000-DISCONNECT.                                                 02517497
           MOVE COMM-OPR-ID TO STAFFCON-OPERATOR OF OPERMNT-STAFFCON-REC02517546
           MOVE COMM-OPR-CONN-TYPE TO STAFFCON-TYPE                     02517595
                                       OF OPERMNT-STAFFCON-REC          02517644
           MOVE COMM-OPR-CONN-SORTCODE TO STAFFCON-SORTCODE             02517693
                                           OF OPERMNT-STAFFCON-REC      02517742
           MOVE COMM-OPR-CONN-NUMBER TO STAFFCON-NUMBER                 02517791
                                         OF OPERMNT-STAFFCON-REC        02517840
                                                                        02517889
           EXEC CICS                                                    02517938
               READ DATASET('STAFFCON')                                 02517987
                    INTO(OPERMNT-STAFFCON-REC)                          02518036
                    RIDFLD(STAFFCON-KEY OF OPERMNT-STAFFCON-REC)        02518085
                    UPDATE                                              02518134
                    RESP(OPERMNT-RESP)                                  02518183
           END-EXEC                                                     02518232
                                                                        02518281
           IF OPERMNT-RESP = DFHRESP(NOTFND)                            02518330
               MOVE '1' TO COMM-OPR-FAIL-CD                             02518379
               GO TO 7000-EXIT                                          02518428
           END-IF                                                       02518477
                                                                        02518526
           IF OPERMNT-RESP NOT = DFHRESP(NORMAL)                        02518575
               MOVE '8' TO COMM-OPR-FAIL-CD                             02518624
               GO TO 7000-EXIT                                          02518673
           END-IF                                                       02518722
                                                                        02518771
           IF STAFFCON-WITHDRAWN OF OPERMNT-STAFFCON-REC                02518820
               MOVE '1' TO COMM-OPR-FAIL-CD                             02518869
               EXEC CICS                                                02518918
                   UNLOCK DATASET('STAFFCON')                           02518967
               END-EXEC                                                 02519016
               GO TO 7000-EXIT                                          02519065
           END-IF                                                       02519114
                                                                        02519163
           SET STAFFCON-WITHDRAWN OF OPERMNT-STAFFCON-REC TO TRUE       02519212
           MOVE OPERMNT-TODAYS-DATE TO STAFFCON-WITHDRAWN-DATE          02519261
                                        OF OPERMNT-STAFFCON-REC         02519310
                                                                        02519359
           EXEC CICS                                                    02519408
               REWRITE DATASET('STAFFCON')                              02519457
                       FROM(OPERMNT-STAFFCON-REC)                       02519506
                       RESP(OPERMNT-RESP)                               02519555
           END-EXEC                                                     02519604
                                                                        02519653
           IF OPERMNT-RESP NOT = DFHRESP(NORMAL)                        02519702
               MOVE '6' TO COMM-OPR-FAIL-CD                             02519751
           END-IF.                                                      02519800
       7000-EXIT.                                                       02519849
           EXIT.                                                        02519898
                                                                        02519947
      ******************************************************************02520000
      *  9999-EXIT - RETURN TO THE CALLER.                             *02530000
      ******************************************************************02540000
