      *             CUSTOMER NUMBER FROM THE CUSTOMER CONTROL RECORD,  *00170000
      *             WRITES A NEW CUSTOMER-RECORD AND LOGS THE CREATE   *00180000
      *             ON PROCTRAN.  SETS COMM-SUCCESS/COMM-FAIL-CODE.    *00190000
      *             A BUSINESS CUSTOMER (COMM-CUSTOMER-TYPE 'B') IS    *00191666
      *             VALIDATED ON ITS ENTITY TYPE, REGISTRATION NUMBER, *00193332
      *             INCORPORATION DATE AND NATURE OF BUSINESS INSTEAD  *00194998
      *             OF A DATE OF BIRTH, AND ITS TRADING NAME IS        *00196664
      *             SCREENED AS WELL AS ITS REGISTERED NAME.           *00198330
      *                                                                *00200000
      *  FILES    : CUSTOMER - VSAM KSDS - CUSTOMER MASTER             *00210000
      *             CUSTCTRL - VSAM KSDS - CUSTOMER CONTROL RECORD     *00220000
      *             PCODE    - VSAM KSDS - POSTCODE MASTER            * 00235000
      *             WATCHLST - VSAM KSDS - WATCHLIST MASTER           * 00236500
      *             WLHIT    - VSAM KSDS - PENDING REVIEW QUEUE       * 00237000
      *             BUSDATE  - VSAM KSDS - BUSINESS-DATE CONTROL       *00238500
      *             TAXRES   - VSAM KSDS - TAX-RESIDENCY SELF-CERTS    *00239250
      *                                                                *00240000
      *  CHANGE HISTORY                                                *00250000
      *  ----------------------------------------------------------    *00260000
      *  2026-09-02  BAG   SCREEN THE NEW CUSTOMER'S NAME AGAINST     * 00288200
      *                    THE WATCHLIST; A HIT QUEUES FOR REVIEW     * 00288250
      *                    AND BLOCKS THE CREATE                      * 00288300
      *  2026-10-15  BAG   POSTING DATE COMES FROM THE BUSINESS-DATE   *00288866
      *                    CONTROL RECORD, NOT THE SYSTEM CLOCK        *00289432
      *  2026-10-15  BAG   TAKE THE CUSTOMER'S TAX-RESIDENCY           *00289621
      *                    SELF-CERTIFICATION (FAIL T IF INVALID)      *00289810
      *  2026-10-15  BAG   BUSINESS CUSTOMER TYPE - ENTITY TYPE,       *00289848
      *                    REGISTRATION NUMBER, INCORPORATION DATE,    *00289886
      *                    NATURE OF BUSINESS (FAIL C/B); SCREEN THE   *00289924
      *                    TRADING NAME; BUSINESS DUPLICATE CHECK      *00289962
      *  2026-10-15  BAG   A NEW CUSTOMER STARTS AT VERSION STAMP 1    *00289981
      *                                                                *00290000
      ******************************************************************00300000
       DATA DIVISION.                                                   00310000
           05  CRECUST-AGE-YEARS          PIC 999.                      00630000
           05  CRECUST-SRTCDE-RESP        PIC S9(8) COMP.               00640000
           05  CRECUST-CONT-RESP          PIC S9(8) COMP.               00650000
           05  CRECUST-TAX-SUB            PIC S9(4) COMP VALUE ZERO.    00653333
           05  CRECUST-TAX-SUB2           PIC S9(4) COMP VALUE ZERO.    00656666
           05  CRECUST-SCREEN-NAME        PIC X(60) VALUE SPACES.       00658333
                                                                        00660000
       01  CRECUST-MONTH-DAYS-VALUES.                                   00670000
           05  FILLER                     PIC 99    VALUE 31.           00680000
       01  CRECUST-WLHIT-REC.                                           00997670
           COPY WLHIT.                                                  00997700
                                                                        01000000
       01  CRECUST-TAXRES-REC.                                          01000625
           COPY TAXRES.                                                 01001250
                                                                        01001875
       01  CRECUST-BUSDATE-REC.                                         01002500
           COPY BUSDATE.                                                01005000
                                                                        01007500
       LINKAGE SECTION.                                                 01010000
       01  DFHCOMMAREA.                                                 01020000
           COPY CRECUST.                                                01030000
       0000-MAINLINE.                                                   01080000
           MOVE SPACE TO COMM-SUCCESS                                   01090000
           MOVE SPACE TO COMM-FAIL-CODE                                 01100000
           MOVE 'BUSDATE' TO BUSDATE-CONTROL-ID OF CRECUST-BUSDATE-REC  01100714
           EXEC CICS                                                    01101428
               READ DATASET('BUSDATE')                                  01102142
                    INTO(CRECUST-BUSDATE-REC)                           01102856
                    RIDFLD(BUSDATE-KEY OF CRECUST-BUSDATE-REC)          01103570
                    RESP(CRECUST-RESP)                                  01104284
           END-EXEC                                                     01104998
           IF CRECUST-RESP = DFHRESP(NORMAL)                            01105712
               MOVE BUSDATE-CURRENT-DATE OF CRECUST-BUSDATE-REC         01106426
                   TO CRECUST-CURRENT-DATE                              01107140
           ELSE                                                         01107854
               ACCEPT CRECUST-CURRENT-DATE FROM DATE YYYYMMDD           01108568
           END-IF                                                       01109282
                                                                        01110000
           PERFORM 0300-VALIDATE-SORTCODE THRU 0300-EXIT                01120000
                                                                        01130000
           IF COMM-FAIL-CODE = SPACE                                    01140000
               PERFORM 0350-VALIDATE-CUST-TYPE THRU 0350-EXIT           01142000
           END-IF                                                       01144000
                                                                        01146000
           IF COMM-FAIL-CODE = SPACE                                    01148000
               IF COMM-BUSINESS-CUSTOMER                                01150000
                   PERFORM 0430-VALIDATE-BUSINESS THRU 0430-EXIT        01152000
               ELSE                                                     01154000
                   PERFORM 0400-VALIDATE-DOB THRU 0400-EXIT             01156000
               END-IF                                                   01158000
           END-IF                                                       01160000
                                                                        01162000
           IF COMM-FAIL-CODE = SPACE                                    01163000
               PERFORM 0450-VALIDATE-POSTCODE THRU 0450-EXIT            01164000
           END-IF                                                       01165000
                                                                        01165200
           IF COMM-FAIL-CODE = SPACE                                    01165400
               PERFORM 0490-VALIDATE-TAX-RES THRU 0490-EXIT             01165600
           END-IF                                                       01165800
                                                                        01166000
           IF COMM-FAIL-CODE = SPACE                                    01166500
               PERFORM 0470-SCREEN-NAME THRU 0470-EXIT                  01167000
           IF COMM-FAIL-CODE = SPACE                                    01310000
               PERFORM 3500-WRITE-CONTACT THRU 3500-EXIT                01320000
           END-IF                                                       01330000
                                                                        01331666
           IF COMM-FAIL-CODE = SPACE                                    01333332
              AND COMM-TAX-COUNTRY-COUNT > ZERO                         01334998
               PERFORM 3600-WRITE-TAX-RES THRU 3600-EXIT                01336664
           END-IF                                                       01338330
                                                                        01340000
           IF COMM-FAIL-CODE = SPACE                                    01350000
               MOVE 'Y' TO COMM-SUCCESS                                 01360000
       0300-EXIT.                                                       01680000
           EXIT.                                                        01690000
                                                                        01700000
      ******************************************************************01700555
      *  0350-VALIDATE-CUST-TYPE - PERSONAL OR BUSINESS.  A BUSINESS   *01701110
      *  HAS NO DATE OF BIRTH AND IS NEVER A MINOR, WHATEVER THE       *01701665
      *  CALLER SENT, SO THOSE ARE CLEARED BEFORE ANYTHING USES THEM.  *01702220
      ******************************************************************01702775
       0350-VALIDATE-CUST-TYPE.                                         01703330
           IF NOT COMM-PERSONAL-CUSTOMER                                01703885
              AND NOT COMM-BUSINESS-CUSTOMER                            01704440
               MOVE 'C' TO COMM-FAIL-CODE                               01704995
               GO TO 0350-EXIT                                          01705550
           END-IF                                                       01706105
           IF COMM-BUSINESS-CUSTOMER                                    01706660
               MOVE ZERO  TO COMM-DATE-OF-BIRTH                         01707215
               MOVE SPACE TO COMM-MINOR-FLAG                            01707770
           END-IF.                                                      01708325
       0350-EXIT.                                                       01708880
           EXIT.                                                        01709435
                                                                        01709717
      ******************************************************************01710000
      *  0400-VALIDATE-DOB - REJECT A DATE OF BIRTH THAT IS NOT A      *01720000
      *  REAL CALENDAR DATE OR THAT MAKES THE CUSTOMER UNDER THE       *01730000
       0420-EXIT.                                                       02830000
           EXIT.                                                        02840000
                                                                        02850000
      ******************************************************************02850003
      *  0430-VALIDATE-BUSINESS - A KNOWN ENTITY TYPE, A REGISTRATION  *02850006
      *  NUMBER WHERE THE TYPE IS REGISTERED (COMPANIES, LLPS AND      *02850009
      *  CHARITIES), THE NATURE OF THE BUSINESS, AND A REAL            *02850012
      *  INCORPORATION DATE.                                           *02850015
      ******************************************************************02850018
       0430-VALIDATE-BUSINESS.                                          02850021
           MOVE COMM-BUS-ENTITY-TYPE TO CUSTOMER-BUS-ENTITY-TYPE        02850024
                                        OF CRECUST-CUSTOMER-REC         02850027
           IF NOT CUSTOMER-BUS-ENTITY-VALID OF CRECUST-CUSTOMER-REC     02850030
               MOVE 'B' TO COMM-FAIL-CODE                               02850033
               GO TO 0430-EXIT                                          02850036
           END-IF                                                       02850039
           IF CUSTOMER-BUS-REGISTERED OF CRECUST-CUSTOMER-REC           02850042
              AND COMM-BUS-REG-NUMBER = SPACES                          02850045
               MOVE 'B' TO COMM-FAIL-CODE                               02850048
               GO TO 0430-EXIT                                          02850051
           END-IF                                                       02850054
           IF COMM-BUS-NATURE = SPACES                                  02850057
               MOVE 'B' TO COMM-FAIL-CODE                               02850060
               GO TO 0430-EXIT                                          02850063
           END-IF                                                       02850066
           PERFORM 0435-CHECK-INCORP-DATE THRU 0435-EXIT.               02850069
       0430-EXIT.                                                       02850072
           EXIT.                                                        02850075
                                                                        02850078
      ******************************************************************02850081
      *  0435-CHECK-INCORP-DATE - THE SAME CALENDAR CHECKS AS A DATE   *02850084
      *  OF BIRTH, THROUGH THE SAME WORK FIELDS, WITH AN EARLIER       *02850087
      *  FLOOR ON THE YEAR.                                            *02850090
      ******************************************************************02850093
       0435-CHECK-INCORP-DATE.                                          02850096
           MOVE COMM-BUS-INCORP-DAY   TO CRECUST-DOB-DD                 02850099
           MOVE COMM-BUS-INCORP-MONTH TO CRECUST-DOB-MM                 02850102
           MOVE COMM-BUS-INCORP-YEAR  TO CRECUST-DOB-YYYY               02850105
                                                                        02850108
           IF CRECUST-DOB-MM < 1 OR CRECUST-DOB-MM > 12                 02850111
               MOVE 'B' TO COMM-FAIL-CODE                               02850114
               GO TO 0435-EXIT                                          02850117
           END-IF                                                       02850120
                                                                        02850123
           IF CRECUST-DOB-YYYY < 1800                                   02850126
               MOVE 'B' TO COMM-FAIL-CODE                               02850129
               GO TO 0435-EXIT                                          02850132
           END-IF                                                       02850135
                                                                        02850138
           PERFORM 0415-SET-LEAP-SWITCH THRU 0415-EXIT                  02850141
                                                                        02850144
           MOVE CRECUST-MONTH-DAY-TAB(CRECUST-DOB-MM)                   02850147
               TO CRECUST-DOB-MAX-DAY                                   02850150
           IF CRECUST-DOB-MM = 2 AND CRECUST-DOB-IS-LEAP                02850153
               MOVE 29 TO CRECUST-DOB-MAX-DAY                           02850156
           END-IF                                                       02850159
                                                                        02850162
           IF CRECUST-DOB-DD < 1 OR CRECUST-DOB-DD > CRECUST-DOB-MAX-DAY02850165
               MOVE 'B' TO COMM-FAIL-CODE                               02850168
               GO TO 0435-EXIT                                          02850171
           END-IF                                                       02850174
                                                                        02850177
           COMPUTE CRECUST-DOB-COMPARE =                                02850180
               CRECUST-DOB-YYYY * 10000                                 02850183
               + CRECUST-DOB-MM * 100                                   02850186
               + CRECUST-DOB-DD                                         02850189
           IF CRECUST-DOB-COMPARE > CRECUST-CURRENT-DATE                02850192
               MOVE 'B' TO COMM-FAIL-CODE                               02850195
           END-IF.                                                      02850198
       0435-EXIT.                                                       02850201
           EXIT.                                                        02850204
                                                                        02850237
      ******************************************************************02850270
      *  0450-VALIDATE-POSTCODE - THE ADDRESS ARRIVES IN THE           *02850540
      *  STRUCTURED CUSTOMER-ADDR-GROUP SHAPE.  ITS POSTCODE MUST BE   *02850810
           EXIT.                                                        02859180
                                                                        02859450
      ******************************************************************02859455
      *  0470-SCREEN-NAME - SANCTIONS SCREENING AT THE DOOR.  THE      *02859458
      *  NEW CUSTOMER'S NAME IS MATCHED AGAINST EVERY ACTIVE           *02859461
      *  WATCHLIST ENTRY (FULL NAME OR FIRST TEN CHARACTERS); A HIT    *02859464
      *  PARKS ON THE PENDING-REVIEW QUEUE AND BLOCKS THE CREATE       *02859467
      *  UNTIL COMPLIANCE CLEARS IT THROUGH WLREVIEW.  A BUSINESS IS   *02859470
      *  SCREENED UNDER ITS TRADING NAME AS WELL.                      *02859473
      ******************************************************************02859476
       0470-SCREEN-NAME.                                                02859479
           MOVE ZERO TO CRECUST-WL-HIT-ENTRY                            02859482
                                                                        02859485
           MOVE COMM-NAME TO CRECUST-SCREEN-NAME                        02859488
           PERFORM 0472-SCREEN-ONE-NAME THRU 0472-EXIT                  02859491
                                                                        02859494
           IF CRECUST-WL-HIT-ENTRY = ZERO                               02859497
              AND COMM-BUSINESS-CUSTOMER                                02859500
              AND COMM-BUS-TRADING-NAME NOT = SPACES                    02859503
               MOVE COMM-BUS-TRADING-NAME TO CRECUST-SCREEN-NAME        02859506
               PERFORM 0472-SCREEN-ONE-NAME THRU 0472-EXIT              02859509
           END-IF                                                       02859512
                                                                        02859515
           IF CRECUST-WL-HIT-ENTRY > ZERO                               02859518
               PERFORM 0480-QUEUE-WL-HIT THRU 0480-EXIT                 02859521
               MOVE 'W' TO COMM-FAIL-CODE                               02859524
           END-IF.                                                      02859527
       0470-EXIT.                                                       02859530
           EXIT.                                                        02859533
                                                                        02859536
      ******************************************************************02859539
      *  0472-SCREEN-ONE-NAME - BROWSE THE WATCHLIST FOR THE NAME IN   *02859542
      *  CRECUST-SCREEN-NAME.                                          *02859545
      ******************************************************************02859548
       0472-SCREEN-ONE-NAME.                                            02859551
           MOVE 'N'  TO CRECUST-WL-EOF-SWITCH                           02859554
           MOVE ZERO TO WATCHLST-ENTRY-NUMBER OF CRECUST-WATCHLST-REC   02859557
                                                                        02859560
           EXEC CICS                                                    02859563
               STARTBR DATASET('WATCHLST')                              02859566
                       RIDFLD(WATCHLST-KEY OF CRECUST-WATCHLST-REC)     02859569
                       GTEQ                                             02859572
                       RESP(CRECUST-RESP)                               02859575
           END-EXEC                                                     02859578
                                                                        02859581
           IF CRECUST-RESP NOT = DFHRESP(NORMAL)                        02859584
               GO TO 0472-EXIT                                          02859587
           END-IF                                                       02859590
                                                                        02859593
           PERFORM 0475-READ-NEXT-ENTRY THRU 0475-EXIT                  02859596
              UNTIL CRECUST-WL-DONE                                     02859599
                                                                        02859602
           EXEC CICS                                                    02859605
               ENDBR DATASET('WATCHLST')                                02859608
                     RESP(CRECUST-RESP)                                 02859611
           END-EXEC.                                                    02859614
       0472-EXIT.                                                       02859617
           EXIT.                                                        02859620
                                                                        02859645
      ******************************************************************02859650
      *  0475-READ-NEXT-ENTRY - STEP THE WATCHLIST BROWSE, STOPPING    *02859655
               GO TO 0475-EXIT                                          02859740
           END-IF                                                       02859745
                                                                        02859750
           IF CRECUST-SCREEN-NAME                                       02859753
              = WATCHLST-NAME OF CRECUST-WATCHLST-REC                   02859756
              OR CRECUST-SCREEN-NAME(1:10)                              02859759
                 = WATCHLST-NAME OF CRECUST-WATCHLST-REC (1:10)         02859765
               MOVE WATCHLST-ENTRY-NUMBER OF CRECUST-WATCHLST-REC       02859770
                   TO CRECUST-WL-HIT-ENTRY                              02859775
           MOVE 'CRECUST ' TO WLHIT-SOURCE OF CRECUST-WLHIT-REC         02859845
           SET WLHIT-SUBJ-CUSTOMER OF CRECUST-WLHIT-REC TO TRUE         02859850
           MOVE ZERO TO WLHIT-CUSTOMER OF CRECUST-WLHIT-REC             02859855
           MOVE CRECUST-SCREEN-NAME                                     02859858
               TO WLHIT-MATCHED-NAME OF CRECUST-WLHIT-REC               02859861
           MOVE CRECUST-WL-HIT-ENTRY                                    02859865
               TO WLHIT-LIST-ENTRY OF CRECUST-WLHIT-REC                 02859870
           MOVE ZERO TO WLHIT-AMOUNT OF CRECUST-WLHIT-REC               02859875
           END-EXEC.                                                    02859940
       0480-EXIT.                                                       02859945
           EXIT.                                                        02859950
                                                                        02859951
      ******************************************************************02859952
      *  0490-VALIDATE-TAX-RES - THE SELF-CERTIFICATION MAY BE LEFT    *02859953
      *  OUT (A COUNT OF ZERO), BUT WHAT IS GIVEN MUST HOLD UP : UP    *02859954
      *  TO FIVE COUNTRIES, EACH A TWO-LETTER CODE GIVEN ONCE, WITH    *02859955
      *  A TAXPAYER ID OR A REASON THERE IS NONE.                      *02859956
      ******************************************************************02859957
       0490-VALIDATE-TAX-RES.                                           02859958
           IF COMM-TAX-COUNTRY-COUNT IS NOT NUMERIC                     02859959
               MOVE 'T' TO COMM-FAIL-CODE                               02859960
               GO TO 0490-EXIT                                          02859961
           END-IF                                                       02859962
                                                                        02859963
           IF COMM-TAX-COUNTRY-COUNT > 5                                02859964
               MOVE 'T' TO COMM-FAIL-CODE                               02859965
               GO TO 0490-EXIT                                          02859966
           END-IF                                                       02859967
                                                                        02859968
           PERFORM 0495-CHECK-ONE-COUNTRY THRU 0495-EXIT                02859969
               VARYING CRECUST-TAX-SUB FROM 1 BY 1                      02859970
               UNTIL CRECUST-TAX-SUB > COMM-TAX-COUNTRY-COUNT.          02859971
       0490-EXIT.                                                       02859972
           EXIT.                                                        02859973
                                                                        02859974
      ******************************************************************02859975
      *  0495-CHECK-ONE-COUNTRY - ONE DECLARED COUNTRY.                *02859976
      ******************************************************************02859977
       0495-CHECK-ONE-COUNTRY.                                          02859978
           IF COMM-TAX-COUNTRY (CRECUST-TAX-SUB) IS NOT ALPHABETIC-UPPER02859979
              OR COMM-TAX-COUNTRY (CRECUST-TAX-SUB) (1:1) = SPACE       02859980
              OR COMM-TAX-COUNTRY (CRECUST-TAX-SUB) (2:1) = SPACE       02859981
               MOVE 'T' TO COMM-FAIL-CODE                               02859982
               GO TO 0495-EXIT                                          02859983
           END-IF                                                       02859984
                                                                        02859985
           IF COMM-TAX-TIN (CRECUST-TAX-SUB) = SPACES                   02859986
              AND COMM-TAX-NO-TIN-REASON (CRECUST-TAX-SUB) NOT = 'A'    02859987
              AND COMM-TAX-NO-TIN-REASON (CRECUST-TAX-SUB) NOT = 'B'    02859988
              AND COMM-TAX-NO-TIN-REASON (CRECUST-TAX-SUB) NOT = 'C'    02859989
               MOVE 'T' TO COMM-FAIL-CODE                               02859990
               GO TO 0495-EXIT                                          02859991
           END-IF                                                       02859992
                                                                        02859993
           PERFORM 0497-CHECK-REPEATED THRU 0497-EXIT                   02859994
               VARYING CRECUST-TAX-SUB2 FROM 1 BY 1                     02859995
               UNTIL CRECUST-TAX-SUB2 NOT < CRECUST-TAX-SUB.            02859996
       0495-EXIT.                                                       02859997
           EXIT.                                                        02859998
                                                                        02859999
      ******************************************************************02860000
      *  0497-CHECK-REPEATED - THE SAME COUNTRY MAY NOT BE DECLARED    *02860001
      *  TWICE.                                                        *02860002
      ******************************************************************02860003
       0497-CHECK-REPEATED.                                             02860004
           IF COMM-TAX-COUNTRY (CRECUST-TAX-SUB2)                       02860005
              = COMM-TAX-COUNTRY (CRECUST-TAX-SUB)                      02860006
               MOVE 'T' TO COMM-FAIL-CODE                               02860007
           END-IF.                                                      02860008
       0497-EXIT.                                                       02860009
           EXIT.                                                        02860010
                                                                        02859955
      ******************************************************************02860000
      *  0500-CHECK-DUPLICATE - BROWSE THE CUSTOMERS ALREADY ON FILE    02868333
      *  UNDER THIS SORT CODE LOOKING FOR A NAME AND DATE-OF-BIRTH      02876666
      *  MATCH, SINCE THE CUSTOMER FILE CARRIES NO ALTERNATE INDEX ON   02884999
      *  NAME.  A BUSINESS IS MATCHED ON ITS NAME OR REGISTRATION       02893332
      *  NUMBER AGAINST THE OTHER BUSINESSES INSTEAD.                   02901665
      ******************************************************************02910000
       0500-CHECK-DUPLICATE.                                            02920000
           MOVE COMM-SORTCODE TO CRECUST-DUP-BR-SORTCODE                02930000
                  NOT = COMM-SORTCODE                                   03350000
                   SET CRECUST-DUP-AT-EOF TO TRUE                       03360000
               ELSE                                                     03370000
                   IF COMM-BUSINESS-CUSTOMER                            03376666
                       PERFORM 0520-MATCH-BUSINESS THRU 0520-EXIT       03383332
                   ELSE                                                 03389998
                       IF CUSTOMER-NAME OF CRECUST-DUP-CUSTOMER-REC     03396664
                          = COMM-NAME                                   03403330
                          AND CUSTOMER-DATE-OF-BIRTH                    03409996
                              OF CRECUST-DUP-CUSTOMER-REC               03416662
                          = COMM-DATE-OF-BIRTH                          03423328
                           SET CRECUST-DUP-FOUND TO TRUE                03429994
                       END-IF                                           03436660
                   END-IF                                               03443326
               END-IF                                                   03450000
           END-IF.                                                      03460000
       0510-EXIT.                                                       03470000
           EXIT.                                                        03480000
                                                                        03480476
      ******************************************************************03480952
      *  0520-MATCH-BUSINESS - THE SAME NAME, OR THE SAME              *03481428
      *  REGISTRATION NUMBER UNDER ANOTHER NAME, IS THE SAME BUSINESS. *03481904
      ******************************************************************03482380
       0520-MATCH-BUSINESS.                                             03482856
           IF NOT CUSTOMER-BUSINESS OF CRECUST-DUP-CUSTOMER-REC         03483332
               GO TO 0520-EXIT                                          03483808
           END-IF                                                       03484284
           IF CUSTOMER-NAME OF CRECUST-DUP-CUSTOMER-REC = COMM-NAME     03484760
               SET CRECUST-DUP-FOUND TO TRUE                            03485236
               GO TO 0520-EXIT                                          03485712
           END-IF                                                       03486188
           IF COMM-BUS-REG-NUMBER NOT = SPACES                          03486664
              AND CUSTOMER-BUS-REG-NUMBER OF CRECUST-DUP-CUSTOMER-REC   03487140
                  = COMM-BUS-REG-NUMBER                                 03487616
               SET CRECUST-DUP-FOUND TO TRUE                            03488092
           END-IF.                                                      03488568
       0520-EXIT.                                                       03489044
           EXIT.                                                        03489520
                                                                        03490000
      ******************************************************************03500000
      *  1000-ASSIGN-CUSTNO - READ THE CONTROL RECORD FOR UPDATE,      *03510000
           SET CUSTOMER-NOT-DECEASED OF CRECUST-CUSTOMER-REC TO TRUE    04305000
           MOVE ZERO              TO CUSTOMER-DECEASED-DATE             04307500
                                      OF CRECUST-CUSTOMER-REC           04310000
           IF COMM-BUSINESS-CUSTOMER                                    04310434
               SET CUSTOMER-BUSINESS OF CRECUST-CUSTOMER-REC TO TRUE    04310868
               MOVE COMM-BUS-REG-NUMBER                                 04311302
                                  TO CUSTOMER-BUS-REG-NUMBER            04311736
                                      OF CRECUST-CUSTOMER-REC           04312170
               MOVE COMM-BUS-ENTITY-TYPE                                04312604
                                  TO CUSTOMER-BUS-ENTITY-TYPE           04313038
                                      OF CRECUST-CUSTOMER-REC           04313472
               MOVE COMM-BUS-INCORP-DATE                                04313906
                                  TO CUSTOMER-BUS-INCORP-DATE           04314340
                                      OF CRECUST-CUSTOMER-REC           04314774
               MOVE COMM-BUS-NATURE                                     04315208
                                  TO CUSTOMER-BUS-NATURE                04315642
                                      OF CRECUST-CUSTOMER-REC           04316076
               MOVE COMM-BUS-TRADING-NAME                               04316510
                                  TO CUSTOMER-BUS-TRADING-NAME          04316944
                                      OF CRECUST-CUSTOMER-REC           04317378
           ELSE                                                         04317812
               SET CUSTOMER-PERSONAL OF CRECUST-CUSTOMER-REC TO TRUE    04318246
               INITIALIZE CUSTOMER-BUSINESS-DETAILS                     04318680
                                      OF CRECUST-CUSTOMER-REC           04319114
           END-IF                                                       04319548
           MOVE 1 TO CUSTOMER-VERSION OF CRECUST-CUSTOMER-REC           04319774
                                                                        04320000
           MOVE CUSTOMER-SORTCODE OF CRECUST-CUSTOMER-REC               04330000
                                  TO COMM-SORTCODE                      04340000
           END-IF.                                                      04820000
       3500-EXIT.                                                       04830000
           EXIT.                                                        04840000
                                                                        04840147
      ******************************************************************04840294
      *  3600-WRITE-TAX-RES - WRITE THE SELF-CERTIFICATION UNDER THE   *04840441
      *  NEW CUSTOMER'S NUMBER, FLAGGING A US PERSON AND A CUSTOMER    *04840588
      *  REPORTABLE OUTSIDE THE UK.  THE INDICIA ARE LEFT UNCHECKED    *04840735
      *  FOR THE TAXIND SWEEP.                                         *04840882
      ******************************************************************04841029
       3600-WRITE-TAX-RES.                                              04841176
           MOVE SPACES         TO CRECUST-TAXRES-REC                    04841323
           MOVE 'TXRS'         TO TAXRES-EYECATCHER                     04841470
                                   OF CRECUST-TAXRES-REC                04841617
           MOVE COMM-SORTCODE  TO TAXRES-SORTCODE OF CRECUST-TAXRES-REC 04841764
           MOVE COMM-NUMBER    TO TAXRES-CUSTOMER OF CRECUST-TAXRES-REC 04841911
           MOVE CRECUST-CURRENT-DATE                                    04842058
                               TO TAXRES-CERT-DATE                      04842205
                                   OF CRECUST-TAXRES-REC                04842352
           MOVE 'CRECUST '     TO TAXRES-CERT-SOURCE                    04842499
                                   OF CRECUST-TAXRES-REC                04842646
           MOVE COMM-TAX-COUNTRY-COUNT                                  04842793
                               TO TAXRES-COUNTRY-COUNT                  04842940
                                   OF CRECUST-TAXRES-REC                04843087
           MOVE 'N'            TO TAXRES-US-PERSON-FLAG                 04843234
                                   OF CRECUST-TAXRES-REC                04843381
           MOVE 'N'            TO TAXRES-REPORTABLE-FLAG                04843528
                                   OF CRECUST-TAXRES-REC                04843675
           MOVE ZERO           TO TAXRES-INDICIA-DATE                   04843822
                                   OF CRECUST-TAXRES-REC                04843969
                                                                        04844116
           PERFORM 3650-SET-ONE-COUNTRY THRU 3650-EXIT                  04844263
               VARYING CRECUST-TAX-SUB FROM 1 BY 1                      04844410
               UNTIL CRECUST-TAX-SUB > COMM-TAX-COUNTRY-COUNT           04844557
                                                                        04844704
           EXEC CICS                                                    04844851
               WRITE DATASET('TAXRES')                                  04844998
                     FROM(CRECUST-TAXRES-REC)                           04845145
                     RIDFLD(TAXRES-KEY OF CRECUST-TAXRES-REC)           04845292
                     RESP(CRECUST-RESP)                                 04845439
           END-EXEC                                                     04845586
                                                                        04845733
           IF CRECUST-RESP NOT = DFHRESP(NORMAL)                        04845880
               MOVE 'R' TO COMM-FAIL-CODE                               04846027
           END-IF.                                                      04846174
       3600-EXIT.                                                       04846321
           EXIT.                                                        04846468
                                                                        04846615
      ******************************************************************04846762
      *  3650-SET-ONE-COUNTRY - COPY ONE DECLARED COUNTRY ACROSS.      *04846909
      ******************************************************************04847056
       3650-SET-ONE-COUNTRY.                                            04847203
           MOVE COMM-TAX-COUNTRY (CRECUST-TAX-SUB)                      04847350
               TO TAXRES-COUNTRY OF CRECUST-TAXRES-REC (CRECUST-TAX-SUB)04847497
           MOVE COMM-TAX-TIN (CRECUST-TAX-SUB)                          04847644
               TO TAXRES-TIN OF CRECUST-TAXRES-REC (CRECUST-TAX-SUB)    04847791
           IF COMM-TAX-TIN (CRECUST-TAX-SUB) = SPACES                   04847938
               MOVE COMM-TAX-NO-TIN-REASON (CRECUST-TAX-SUB)            04848085
                   TO TAXRES-NO-TIN-REASON OF CRECUST-TAXRES-REC        04848232
                                            (CRECUST-TAX-SUB)           04848379
           END-IF                                                       04848526
                                                                        04848673
           IF COMM-TAX-COUNTRY (CRECUST-TAX-SUB) = 'US'                 04848820
               MOVE 'Y' TO TAXRES-US-PERSON-FLAG OF CRECUST-TAXRES-REC  04848967
           END-IF                                                       04849114
           IF COMM-TAX-COUNTRY (CRECUST-TAX-SUB) NOT = 'GB'             04849261
               MOVE 'Y' TO TAXRES-REPORTABLE-FLAG OF CRECUST-TAXRES-REC 04849408
           END-IF.                                                      04849555
       3650-EXIT.                                                       04849702
           EXIT.                                                        04849849
                                                                        04850000
      ******************************************************************04860000
      *  4000-WRITE-PROCTRAN - LOG THE CREATE-CUSTOMER EVENT.          *04870000
                   MOVE 'BATCH RUN IN PROGRESS'                         05776000
                       TO PROC-DESC-REJCUS-REASON                       05777000
                          OF CRECUST-PROCTRAN-REC                       05778000
               WHEN COMM-FAIL-BAD-TAX-RES                               05778222
                   MOVE 'INVALID TAX SELF-CERT'                         05778444
                       TO PROC-DESC-REJCUS-REASON                       05778666
                          OF CRECUST-PROCTRAN-REC                       05778888
               WHEN COMM-FAIL-TAX-RES-ERR                               05779110
                   MOVE 'TAX SELF-CERT WRITE ERR'                       05779332
                       TO PROC-DESC-REJCUS-REASON                       05779554
                          OF CRECUST-PROCTRAN-REC                       05779776
               WHEN COMM-FAIL-BAD-CUST-TYPE                             05779800
                   MOVE 'INVALID CUSTOMER TYPE'                         05779824
                       TO PROC-DESC-REJCUS-REASON                       05779848
                          OF CRECUST-PROCTRAN-REC                       05779872
               WHEN COMM-FAIL-BAD-BUSINESS                              05779896
                   MOVE 'INVALID BUSINESS DETAIL'                       05779920
                       TO PROC-DESC-REJCUS-REASON                       05779944
                          OF CRECUST-PROCTRAN-REC                       05779968
               WHEN OTHER                                               05780000
                   MOVE 'CREATE REJECTED'                               05790000
                       TO PROC-DESC-REJCUS-REASON                       05800000
