      *                   DRAWDOWN IS CREDITED TO THE CUSTOMER'S       *00260000
      *                   ACCOUNT WITH AN LND-TYPED PROCTRAN ROW.      *00270000
      *               I - INQUIRE ON THE LOAN.                         *00280000
      *               E - CONNECTED-PARTY EXPOSURE ENQUIRY FOR         *00282000
      *                   COMM-LN-CUSTNO.  THE GROUP'S EXPOSURE        *00284000
      *                   (COPYBOOKS CONNPTY, CONNGRP) IS ALSO         *00286000
      *                   RETURNED ON AN OPEN, BEFORE BOOKING.         *00288000
      *                   AN OPEN MAY NAME AN ITEM OF COLLATERAL ON    *00288333
      *                   THE REGISTER (COPYBOOK CLTREG), PROVED NOT   *00288666
      *                   RELEASED BEFORE BOOKING; THE BOOKED LOAN IS  *00288999
      *                   LINKED TO IT (COPYBOOK CLTLINK) FOR THE      *00289332
      *                   QUARTERLY LOAN-TO-VALUE REVIEW (CLTREVAL).   *00289665
      *                                                                *00290000
      *             THE MONTHLY LOANCOLL BATCH RAISES EACH             *00300000
      *             INSTALMENT'S DEBIT AND AGES ARREARS.               *00310000
      *             RATEFILE - VSAM KSDS - CURRENT RATE TABLE          *00370000
      *             PROCTRAN - VSAM KSDS - TRANSACTION LOG             *00380000
      *             PCTLFILE - VSAM KSDS - PROCTRAN CONTROL            *00390000
      *             BUSDATE  - VSAM KSDS - BUSINESS-DATE CONTROL       *00395000
      *             CONNPTY  - VSAM KSDS - CONNECTED-PARTY LINKS       *00396666
      *             CONNGRP  - VSAM KSDS - CONNECTED-PARTY GROUPS      *00398332
      *             CLTREG   - VSAM KSDS - COLLATERAL REGISTER         *00398888
      *             CLTLINK  - VSAM KSDS - COLLATERAL LINKS            *00399444
      *                                                                *00400000
      *  CHANGE HISTORY                                                *00410000
      *  ----------------------------------------------------------    *00420000
      *                    (FAIL C)                                  * 00446000
      *  2026-09-02  BAG   DISBURSEMENT ACCOUNT PROVED GOOD BEFORE   * 00447000
      *                    THE LOAN AND SCHEDULE ARE BOOKED          * 00448000
      *  2026-10-15  BAG   POSTING DATE COMES FROM THE BUSINESS-DATE   *00443333
      *                    CONTROL RECORD, NOT THE SYSTEM CLOCK        *00446666
      *  2026-10-15  BAG   CLEAR THE SETTLEMENT-QUOTE FIELDS           *00447777
      *                    ON A NEW LOAN                               *00448888
      *  2026-10-15  BAG   RETURN THE CONNECTED-PARTY GROUP EXPOSURE   *00449258
      *                    ON AN OPEN; NEW E EXPOSURE ENQUIRY          *00449628
      *  2026-10-15  BAG   AN OPEN MAY NAME COLLATERAL (FAIL S IF NOT  *00449752
      *                    ON THE REGISTER); THE LOAN IS LINKED TO IT  *00449876
      *                                                                *00450000
      ******************************************************************00460000
       DATA DIVISION.                                                   00470000
       01  LOANOPEN-PROCTRAN-REC.                                       00960000
           COPY PROCTRAN.                                               00970000
                                                                        00980000
       01  LOANOPEN-BUSDATE-REC.                                        00982500
           COPY BUSDATE.                                                00985000
                                                                        00985208
       01  LOANOPEN-CONNPTY-REC.                                        00985416
           COPY CONNPTY.                                                00985832
                                                                        00986248
       01  LOANOPEN-CONNGRP-REC.                                        00986664
           COPY CONNGRP.                                                00987080
                                                                        00987140
       01  LOANOPEN-CLTREG-REC.                                         00987200
           COPY CLTREG.                                                 00987260
                                                                        00987320
       01  LOANOPEN-CLTLINK-REC.                                        00987380
           COPY CLTLINK.                                                00987440
                                                                        00987500
       LINKAGE SECTION.                                                 00990000
       01  DFHCOMMAREA.                                                 01000000
           COPY LOANOPN.                                                01010000
       0000-MAINLINE.                                                   01060000
           MOVE SPACE TO COMM-LN-SUCCESS                                01070000
           MOVE SPACE TO COMM-LN-FAIL-CD                                01080000
           MOVE 'BUSDATE' TO BUSDATE-CONTROL-ID OF LOANOPEN-BUSDATE-REC 01081428
           EXEC CICS                                                    01082856
               READ DATASET('BUSDATE')                                  01084284
                    INTO(LOANOPEN-BUSDATE-REC)                          01085712
                    RIDFLD(BUSDATE-KEY OF LOANOPEN-BUSDATE-REC)         01087140
                    RESP(LOANOPEN-RESP)                                 01088568
           END-EXEC                                                     01089996
           IF LOANOPEN-RESP = DFHRESP(NORMAL)                           01091424
               MOVE BUSDATE-CURRENT-DATE OF LOANOPEN-BUSDATE-REC        01092852
                   TO LOANOPEN-TODAYS-DATE                              01094280
           ELSE                                                         01095708
               ACCEPT LOANOPEN-TODAYS-DATE FROM DATE YYYYMMDD           01097136
           END-IF                                                       01098564
                                                                        01100000
           EVALUATE TRUE                                                01110000
               WHEN COMM-LN-ACT-OPEN                                    01120000
                   PERFORM 2000-OPEN-LOAN THRU 2000-EXIT                01130000
               WHEN COMM-LN-ACT-INQUIRE                                 01140000
                   PERFORM 5000-INQUIRE-LOAN THRU 5000-EXIT             01150000
               WHEN COMM-LN-ACT-EXPOSURE                                01153333
                   PERFORM 3000-GROUP-EXPOSURE THRU 3000-EXIT           01156666
               WHEN OTHER                                               01160000
                   MOVE '3' TO COMM-LN-FAIL-CD                          01170000
           END-EVALUATE                                                 01180000
               GO TO 2000-EXIT                                          01410000
           END-IF                                                       01420000
                                                                        01430000
      *    THE GROUP EXPOSURE IS HANDED BACK WHATEVER BECOMES OF       *01432000
      *    THE OPEN, SO THE LENDER SEES IT EVEN ON A REJECTION.        *01434000
           PERFORM 3000-GROUP-EXPOSURE THRU 3000-EXIT                   01436000
                                                                        01438000
           PERFORM 2100-CHECK-PRODUCT THRU 2100-EXIT                    01440000
           IF COMM-LN-FAIL-CD NOT = SPACE                               01450000
               GO TO 2000-EXIT                                          01460000
           IF COMM-LN-FAIL-CD NOT = SPACE                               01538000
               GO TO 2000-EXIT                                          01539000
           END-IF                                                       01539500
                                                                        01539537
           IF COMM-LN-CLT-NUMBER NOT = ZERO                             01539574
               PERFORM 2270-CHECK-COLLATERAL THRU 2270-EXIT             01539611
               IF COMM-LN-FAIL-CD NOT = SPACE                           01539648
                   GO TO 2000-EXIT                                      01539685
               END-IF                                                   01539722
           END-IF                                                       01539759
                                                                        01539800
           PERFORM 2300-WRITE-LOAN THRU 2300-EXIT                       01540000
           IF COMM-LN-FAIL-CD NOT = SPACE                               01550000
               GO TO 2000-EXIT                                          01610000
           END-IF                                                       01620000
                                                                        01630000
           PERFORM 2600-PAY-DRAWDOWN THRU 2600-EXIT                     01632222
           IF COMM-LN-FAIL-CD NOT = SPACE                               01634444
               GO TO 2000-EXIT                                          01636666
           END-IF                                                       01638888
                                                                        01641110
           IF COMM-LN-CLT-NUMBER NOT = ZERO                             01643332
               PERFORM 2900-LINK-COLLATERAL THRU 2900-EXIT              01645554
           END-IF.                                                      01647776
       2000-EXIT.                                                       01650000
           EXIT.                                                        01660000
                                                                        01670000
           END-IF.                                                      02537800
       2260-EXIT.                                                       02538000
           EXIT.                                                        02538200
                                                                        02539548
      ******************************************************************02540896
      *  2270-CHECK-COLLATERAL - THE COLLATERAL NAMED ON THE OPEN      *02542244
      *  MUST BE ON THE REGISTER AND NOT RELEASED BEFORE ANYTHING IS   *02543592
      *  BOOKED.                                                       *02544940
      ******************************************************************02546288
       2270-CHECK-COLLATERAL.                                           02547636
           MOVE COMM-LN-CLT-SORTCODE TO CLTREG-SORTCODE                 02548984
                                         OF LOANOPEN-CLTREG-REC         02550332
           MOVE COMM-LN-CLT-NUMBER TO CLTREG-NUMBER                     02551680
                                       OF LOANOPEN-CLTREG-REC           02553028
                                                                        02554376
           EXEC CICS                                                    02555724
               READ DATASET('CLTREG')                                   02557072
                    INTO(LOANOPEN-CLTREG-REC)                           02558420
                    RIDFLD(CLTREG-KEY OF LOANOPEN-CLTREG-REC)           02559768
                    RESP(LOANOPEN-RESP)                                 02561116
           END-EXEC                                                     02562464
                                                                        02563812
           IF LOANOPEN-RESP NOT = DFHRESP(NORMAL)                       02565160
               MOVE 'S' TO COMM-LN-FAIL-CD                              02566508
               GO TO 2270-EXIT                                          02567856
           END-IF                                                       02569204
                                                                        02570552
           IF CLTREG-CHARGE-RELEASED OF LOANOPEN-CLTREG-REC             02571900
               MOVE 'S' TO COMM-LN-FAIL-CD                              02573248
           END-IF.                                                      02574596
       2270-EXIT.                                                       02575944
           EXIT.                                                        02577292
                                                                        02578640
      ******************************************************************02580000
       2300-WRITE-LOAN.                                                 02590000
           MOVE 'LOAN' TO LOAN-EYECATCHER OF LOANOPEN-LOAN-REC          02600000
           MOVE ZERO TO LOAN-ARREARS-AMOUNT OF LOANOPEN-LOAN-REC        02910000
           SET LOAN-ACTIVE OF LOANOPEN-LOAN-REC TO TRUE                 02920000
           MOVE ZERO TO LOAN-SETTLED-DATE OF LOANOPEN-LOAN-REC          02930000
           MOVE ZERO TO LOAN-QUOTE-AMOUNT OF LOANOPEN-LOAN-REC          02932500
           MOVE ZERO TO LOAN-QUOTE-DATE OF LOANOPEN-LOAN-REC            02935000
           MOVE ZERO TO LOAN-QUOTE-GOOD-UNTIL OF LOANOPEN-LOAN-REC      02937500
                                                                        02940000
           EXEC CICS                                                    02950000
               WRITE DATASET('LOAN')                                    02960000
           END-IF.                                                      05340000
       2800-EXIT.                                                       05350000
           EXIT.                                                        05360000
                                                                        05360166
      ******************************************************************05360332
      *  2900-LINK-COLLATERAL - LINK THE BOOKED LOAN TO ITS            *05360498
      *  COLLATERAL AND COUNT THE LINK ON THE ITEM.  THE LOAN IS PAID  *05360664
      *  OUT BY NOW, SO A FAILURE HERE IS REPORTED FOR THE LINK TO BE  *05360830
      *  MADE THROUGH CLTMNT RATHER THAN FAILING THE OPEN.             *05360996
      ******************************************************************05361162
       2900-LINK-COLLATERAL.                                            05361328
           MOVE SPACES TO LOANOPEN-CLTLINK-REC                          05361494
           MOVE 'CLTL' TO CLTLINK-EYECATCHER OF LOANOPEN-CLTLINK-REC    05361660
           SET CLTLINK-LOAN OF LOANOPEN-CLTLINK-REC TO TRUE             05361826
           MOVE COMM-LN-SORTCODE TO CLTLINK-FAC-SORTCODE                05361992
                                     OF LOANOPEN-CLTLINK-REC            05362158
           MOVE COMM-LN-NUMBER TO CLTLINK-FAC-NUMBER                    05362324
                                   OF LOANOPEN-CLTLINK-REC              05362490
           MOVE COMM-LN-CLT-SORTCODE TO CLTLINK-CLT-SORTCODE            05362656
                                         OF LOANOPEN-CLTLINK-REC        05362822
           MOVE COMM-LN-CLT-NUMBER TO CLTLINK-CLT-NUMBER                05362988
                                       OF LOANOPEN-CLTLINK-REC          05363154
           MOVE LOANOPEN-TODAYS-DATE TO CLTLINK-LINKED-DATE             05363320
                                         OF LOANOPEN-CLTLINK-REC        05363486
           MOVE SPACES TO CLTLINK-OPERATOR OF LOANOPEN-CLTLINK-REC      05363652
                                                                        05363818
           EXEC CICS                                                    05363984
               WRITE DATASET('CLTLINK')                                 05364150
                     FROM(LOANOPEN-CLTLINK-REC)                         05364316
                     RIDFLD(CLTLINK-KEY OF LOANOPEN-CLTLINK-REC)        05364482
                     RESP(LOANOPEN-RESP2)                               05364648
           END-EXEC                                                     05364814
                                                                        05364980
           IF LOANOPEN-RESP2 NOT = DFHRESP(NORMAL)                      05365146
               DISPLAY 'LOANOPEN - CRITICAL - COLLATERAL LINK FAILED '  05365312
                   'FOR LOAN ' COMM-LN-NUMBER                           05365478
               GO TO 2900-EXIT                                          05365644
           END-IF                                                       05365810
                                                                        05365976
           EXEC CICS                                                    05366142
               READ DATASET('CLTREG')                                   05366308
                    INTO(LOANOPEN-CLTREG-REC)                           05366474
                    RIDFLD(CLTREG-KEY OF LOANOPEN-CLTREG-REC)           05366640
                    UPDATE                                              05366806
                    RESP(LOANOPEN-RESP2)                                05366972
           END-EXEC                                                     05367138
                                                                        05367304
           IF LOANOPEN-RESP2 = DFHRESP(NORMAL)                          05367470
               ADD 1 TO CLTREG-LINK-COUNT OF LOANOPEN-CLTREG-REC        05367636
               EXEC CICS                                                05367802
                   REWRITE DATASET('CLTREG')                            05367968
                           FROM(LOANOPEN-CLTREG-REC)                    05368134
                           RESP(LOANOPEN-RESP2)                         05368300
               END-EXEC                                                 05368466
           END-IF                                                       05368632
                                                                        05368798
           IF LOANOPEN-RESP2 NOT = DFHRESP(NORMAL)                      05368964
               DISPLAY 'LOANOPEN - CRITICAL - COLLATERAL LINK COUNT '   05369130
                   'NOT UPDATED FOR LOAN ' COMM-LN-NUMBER               05369296
           END-IF.                                                      05369462
       2900-EXIT.                                                       05369628
           EXIT.                                                        05369794
                                                                        05370000
      ******************************************************************05370153
      *  3000-GROUP-EXPOSURE - FIND THE CUSTOMER'S CONNECTED-PARTY     *05370306
      *  GROUP AND RETURN ITS LAST STAMPED EXPOSURE, AND THAT          *05370459
      *  EXPOSURE WITH THE PRINCIPAL ASKED FOR ADDED.  A CUSTOMER IN   *05370612
      *  NO GROUP GETS A ZERO GROUP KEY AND THE PRINCIPAL ALONE.       *05370765
      ******************************************************************05370918
       3000-GROUP-EXPOSURE.                                             05371071
           MOVE ZERO  TO COMM-LN-GROUP-KEY                              05371224
           MOVE ZERO  TO COMM-LN-GROUP-MEMBERS                          05371377
           MOVE ZERO  TO COMM-LN-GROUP-EXPOSURE-DATE                    05371530
           MOVE ZERO  TO COMM-LN-GROUP-EXPOSURE                         05371683
           MOVE SPACE TO COMM-LN-GROUP-FLAG                             05371836
                                                                        05371989
           IF COMM-LN-PRINCIPAL > ZERO                                  05372142
               MOVE COMM-LN-PRINCIPAL TO COMM-LN-GROUP-PROJECTED        05372295
           ELSE                                                         05372448
               MOVE ZERO TO COMM-LN-GROUP-PROJECTED                     05372601
           END-IF                                                       05372754
                                                                        05372907
           MOVE COMM-LN-SORTCODE TO CONNPTY-SORTCODE                    05373060
                                     OF LOANOPEN-CONNPTY-REC            05373213
           MOVE COMM-LN-CUSTNO   TO CONNPTY-CUSTOMER                    05373366
                                     OF LOANOPEN-CONNPTY-REC            05373519
                                                                        05373672
           EXEC CICS                                                    05373825
               READ DATASET('CONNPTY')                                  05373978
                    INTO(LOANOPEN-CONNPTY-REC)                          05374131
                    RIDFLD(CONNPTY-KEY OF LOANOPEN-CONNPTY-REC)         05374284
                    RESP(LOANOPEN-RESP)                                 05374437
           END-EXEC                                                     05374590
                                                                        05374743
           IF LOANOPEN-RESP NOT = DFHRESP(NORMAL)                       05374896
               GO TO 3000-EXIT                                          05375049
           END-IF                                                       05375202
                                                                        05375355
           MOVE CONNPTY-GROUP-KEY OF LOANOPEN-CONNPTY-REC               05375508
               TO CONNGRP-KEY OF LOANOPEN-CONNGRP-REC                   05375661
                                                                        05375814
           EXEC CICS                                                    05375967
               READ DATASET('CONNGRP')                                  05376120
                    INTO(LOANOPEN-CONNGRP-REC)                          05376273
                    RIDFLD(CONNGRP-KEY OF LOANOPEN-CONNGRP-REC)         05376426
                    RESP(LOANOPEN-RESP)                                 05376579
           END-EXEC                                                     05376732
                                                                        05376885
           IF LOANOPEN-RESP NOT = DFHRESP(NORMAL)                       05377038
               GO TO 3000-EXIT                                          05377191
           END-IF                                                       05377344
                                                                        05377497
           MOVE CONNGRP-KEY OF LOANOPEN-CONNGRP-REC                     05377650
               TO COMM-LN-GROUP-KEY                                     05377803
           MOVE CONNGRP-MEMBER-COUNT OF LOANOPEN-CONNGRP-REC            05377956
               TO COMM-LN-GROUP-MEMBERS                                 05378109
           MOVE CONNGRP-EXPOSURE-DATE OF LOANOPEN-CONNGRP-REC           05378262
               TO COMM-LN-GROUP-EXPOSURE-DATE                           05378415
           MOVE CONNGRP-TOTAL-EXPOSURE OF LOANOPEN-CONNGRP-REC          05378568
               TO COMM-LN-GROUP-EXPOSURE                                05378721
           MOVE CONNGRP-LARGE-FLAG OF LOANOPEN-CONNGRP-REC              05378874
               TO COMM-LN-GROUP-FLAG                                    05379027
           ADD CONNGRP-TOTAL-EXPOSURE OF LOANOPEN-CONNGRP-REC           05379180
               TO COMM-LN-GROUP-PROJECTED.                              05379333
       3000-EXIT.                                                       05379486
           EXIT.                                                        05379639
                                                                        05379792
      ******************************************************************05380000
      *  5000-INQUIRE-LOAN - RETURN THE LOAN'S POSITION.               *05390000
      ******************************************************************05400000
