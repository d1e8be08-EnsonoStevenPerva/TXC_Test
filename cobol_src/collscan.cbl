      *                 AT FOURTEEN TO LETTER TWO, AT THIRTY TO THE    *00240000
      *                 FINAL DEMAND - EACH ADVANCE QUEUES A CONTACT   *00250000
      *                 LETTER ON THE LETTER EXTRACT                   *00260000
      *                                                                *00261250
      *             THE SEVEN, FOURTEEN AND THIRTY ARE DEFAULTS; THE   *00262500
      *             SYSTEM PARAMETER FILE (SUBSYSTEM COLLSCAN, NAMES   *00263750
      *             LETTER1-CYCLES, LETTER2-CYCLES AND FINAL-CYCLES)   *00265000
      *             OVERRIDES THEM THROUGH PARMGET.  A SET THAT DOES   *00266250
      *             NOT RISE STAGE BY STAGE IS IGNORED.  THE CYCLES    *00267500
      *             USED ARE PRINTED AT THE FOOT OF THE REPORT.        *00268750
      *                                                                *00270000
      *             PASS 2 WALKS THE CASE FILE : AN OPEN CASE WHOSE    *00280000
      *             ACCOUNT WAS NOT SEEN IN EXCESS TONIGHT HAS CURED   *00290000
      *             AND CLOSES ITSELF; AN OPEN CASE WITH A BROKEN      *00300000
      *             PROMISE TO PAY IS FLAGGED ON THE REPORT.           *00310000
      *                                                                *00311111
      *             A CUSTOMER WITH AN ACTIVE VULNERABLE-CUSTOMER      *00312222
      *             REGISTER ENTRY (COPYBOOK VULNREG) IS TREATED BY    *00313333
      *             THE ADJUSTMENTS AGREED WITH THEM.  PAUSE KEEPS     *00314444
      *             THE CASE OPEN AND AGEING BUT HOLDS ITS STAGE, SO   *00315555
      *             NO LETTER GOES OUT; SOFTEN LETS THE CASE ADVANCE   *00316666
      *             NO FURTHER THAN LETTER TWO AND MARKS EVERY LETTER  *00317777
      *             FOR THE SOFTENED WORDING.                          *00318888
      *                                                                *00320000
      *  FILES    : ACCFILE  - VSAM KSDS - ACCOUNT MASTER (INPUT)      *00330000
      *             ODFACIL  - VSAM KSDS - ARRANGED OVERDRAFTS (IN)    *00340000
      *             VULNREG  - VSAM KSDS - VULNERABLE CUSTOMERS (IN)   *00345000
      *             SYSPARM  - VSAM KSDS - SYSTEM PARAMETERS (PARMGET) *00347500
      *             CCASE    - VSAM KSDS - COLLECTIONS CASES (I-O)     *00350000
      *             COLLLTR  - CONTACT LETTER EXTRACT (OUTPUT)         *00360000
      *             COLLRPT  - CASE ACTIVITY REPORT (OUTPUT)           *00370000
      *  ----------------------------------------------------------    *00400000
      *  DATE        BY    DESCRIPTION                                 *00410000
      *  2026-09-02  BAG   INITIAL VERSION                             *00420000
      *  2026-10-15  BAG   VULNERABLE CUSTOMERS - A PAUSE HOLDS THE    *00422500
      *                    CASE STAGE, A SOFTEN CAPS IT BEFORE THE     *00425000
      *                    FINAL DEMAND AND MARKS ITS LETTERS SOFT     *00427500
      *  2026-10-15  BAG   STAGE THRESHOLDS FROM THE SYSTEM PARAMETER  *00428333
      *                    FILE, PRINTED ON THE REPORT                 *00429166
      *  2026-10-15  BAG   PROCESSING DATE COMES FROM THE BUSINESS     *00429444
      *                    DATE (BUSDATE), NOT THE SYSTEM CLOCK        *00429722
      *                                                                *00430000
      ******************************************************************00440000
       ENVIRONMENT DIVISION.                                            00450000
                  ACCESS MODE IS RANDOM                                 00560000
                  RECORD KEY IS ODFACIL-KEY OF ODFAC-FILE-REC           00570000
                  FILE STATUS IS COLLSCAN-ODFAC-STATUS.                 00580000
                                                                        00581428
           SELECT VULNREG-FILE    ASSIGN TO VULNREG                     00582856
                  ORGANIZATION IS INDEXED                               00584284
                  ACCESS MODE IS RANDOM                                 00585712
                  RECORD KEY IS VULNREG-KEY OF VULNREG-FILE-REC         00587140
                  FILE STATUS IS COLLSCAN-VULNREG-STATUS.               00588568
                                                                        00590000
           SELECT CASE-FILE       ASSIGN TO CCASE                       00600000
                  ORGANIZATION IS INDEXED                               00610000
           RECORDING MODE IS F.                                         00820000
       01  ODFAC-FILE-REC.                                              00830000
           COPY ODFACIL.                                                00840000
                                                                        00841666
       FD  VULNREG-FILE                                                 00843332
           RECORDING MODE IS F.                                         00844998
       01  VULNREG-FILE-REC.                                            00846664
           COPY VULNREG.                                                00848330
                                                                        00850000
       FD  CASE-FILE                                                    00860000
           RECORDING MODE IS F.                                         00870000
           05  LETTER-STAGE                PIC X.                       00970000
           05  LETTER-EXCESS-AMOUNT        PIC S9(10)V99.               00980000
           05  LETTER-QUEUED-DATE          PIC 9(8).                    00990000
           05  LETTER-TREATMENT            PIC X.                       00993333
               88  LETTER-SOFTENED               VALUE 'S'.             00996666
                                                                        01000000
       FD  COLL-RPT                                                     01010000
           RECORDING MODE IS F.                                         01020000
       01  COLLSCAN-WORK-AREA.                                          01060000
           05  COLLSCAN-ACCOUNT-STATUS     PIC XX.                      01070000
           05  COLLSCAN-ODFAC-STATUS       PIC XX.                      01080000
           05  COLLSCAN-VULNREG-STATUS     PIC XX.                      01085000
           05  COLLSCAN-CASE-STATUS        PIC XX.                      01090000
           05  COLLSCAN-LETTER-STATUS      PIC XX.                      01100000
           05  COLLSCAN-RPT-STATUS         PIC XX.                      01110000
           05  COLLSCAN-LETTER-COUNT       PIC 9(9)  COMP-3 VALUE ZERO. 01230000
           05  COLLSCAN-CURED-COUNT        PIC 9(9)  COMP-3 VALUE ZERO. 01240000
           05  COLLSCAN-BROKEN-COUNT       PIC 9(9)  COMP-3 VALUE ZERO. 01250000
           05  COLLSCAN-PAUSED-COUNT       PIC 9(9)  COMP-3 VALUE ZERO. 01253333
           05  COLLSCAN-SOFT-COUNT         PIC 9(9)  COMP-3 VALUE ZERO. 01256666
           05  COLLSCAN-CURRENT-DATE       PIC 9(8).                    01260000
           05  COLLSCAN-OD-LIMIT           PIC S9(10)V99 VALUE ZERO.    01270000
           05  COLLSCAN-EXCESS-AMOUNT      PIC S9(10)V99 VALUE ZERO.    01280000
           05  COLLSCAN-OLD-STAGE          PIC X     VALUE SPACE.       01290000
           05  COLLSCAN-SUB                PIC S9(4) COMP VALUE ZERO.   01291000
           05  COLLSCAN-TREATMENT-SWITCH   PIC X     VALUE SPACE.       01292000
               88  COLLSCAN-TREAT-NORMAL         VALUE SPACE.           01294000
               88  COLLSCAN-TREAT-PAUSED         VALUE 'P'.             01296000
               88  COLLSCAN-TREAT-SOFTENED       VALUE 'S'.             01298000
                                                                        01300000
      *    THE CYCLE AT WHICH A CASE REACHES EACH LETTER STAGE, WITH   *01300500
      *    ITS PARAMETER NAME, AND WHERE THE VALUE USED CAME FROM.     *01301000
       01  COLLSCAN-STAGE-VALUES.                                       01301500
           05  FILLER                      PIC X(19) VALUE              01302000
               'LETTER1-CYCLES  007'.                                   01302500
           05  FILLER                      PIC X(19) VALUE              01303000
               'LETTER2-CYCLES  014'.                                   01303500
           05  FILLER                      PIC X(19) VALUE              01304000
               'FINAL-CYCLES    030'.                                   01304500
       01  COLLSCAN-STAGE-TABLE REDEFINES COLLSCAN-STAGE-VALUES.        01305000
           05  COLLSCAN-ST-ENTRY           OCCURS 3 TIMES.              01305500
               10  COLLSCAN-ST-NAME        PIC X(16).                   01306000
               10  COLLSCAN-ST-CYCLES      PIC 999.                     01306500
                                                                        01307000
       01  COLLSCAN-STAGE-SOURCES.                                      01307500
           05  COLLSCAN-SS-ENTRY           OCCURS 3 TIMES.              01308000
               10  COLLSCAN-SS-SOURCE      PIC X(8).                    01308500
               10  COLLSCAN-SS-EFFECTIVE   PIC 9(8).                    01309000
                                                                        01309500
       01  COLLSCAN-DETAIL-LINE.                                        01310000
           05  COLLSCAN-DTL-SORTCODE       PIC 9(6).                    01320000
           05  FILLER                      PIC X(1)  VALUE '-'.         01330000
               'PROMISES BROKEN   : '.                                  01700000
           05  COLLSCAN-SUM-BROKEN         PIC Z(8)9.                   01710000
           05  FILLER                      PIC X(47) VALUE SPACES.      01720000
                                                                        01720769
       01  COLLSCAN-SUMMARY-LINE-6.                                     01721538
           05  FILLER                      PIC X(20) VALUE              01722307
               'CASES PAUSED      : '.                                  01723076
           05  COLLSCAN-SUM-PAUSED         PIC Z(8)9.                   01723845
           05  FILLER                      PIC X(47) VALUE SPACES.      01724614
                                                                        01725383
       01  COLLSCAN-SUMMARY-LINE-7.                                     01726152
           05  FILLER                      PIC X(20) VALUE              01726921
               'SOFTENED LETTERS  : '.                                  01727690
           05  COLLSCAN-SUM-SOFT           PIC Z(8)9.                   01728459
           05  FILLER                      PIC X(47) VALUE SPACES.      01729228
                                                                        01730000
       01  COLLSCAN-PARM-LINE.                                          01730769
           05  FILLER                      PIC X(20) VALUE              01731538
               'STAGE CYCLES USED : '.                                  01732307
           05  COLLSCAN-PL-NAME            PIC X(16).                   01733076
           05  FILLER                      PIC X(1)  VALUE SPACE.       01733845
           05  COLLSCAN-PL-CYCLES          PIC ZZ9.                     01734614
           05  FILLER                      PIC X(1)  VALUE SPACE.       01735383
           05  COLLSCAN-PL-SOURCE          PIC X(8).                    01736152
           05  FILLER                      PIC X(1)  VALUE SPACE.       01736921
           05  COLLSCAN-PL-EFFECTIVE       PIC 9(8)  BLANK WHEN ZERO.   01737690
           05  FILLER                      PIC X(32) VALUE SPACES.      01738459
                                                                        01739228
       01  RUNCTL-REQUEST-AREA.                                         01740000
           COPY RUNCTLQ.                                                01750000
                                                                        01751666
       01  PARMGET-REQUEST-AREA.                                        01753333
           COPY PARMGETQ.                                               01756666
                                                                        01757221
       01  BUSDATE-REQUEST-AREA.                                        01757777
           COPY BUSDATEQ.                                               01758888
                                                                        01760000
      ******************************************************************01770000
       PROCEDURE DIVISION.                                              01780000
           GO TO 9999-EXIT.                                             01920000
                                                                        01930000
      ******************************************************************01940000
      *  1000-INITIALIZE - REGISTER WITH RUNCTL, OPEN THE FILES, TAKE  *01950000
      *  THE STAGE THRESHOLDS, AND PRIME THE ACCOUNT SCAN.             *01960000
      ******************************************************************01970000
       1000-INITIALIZE.                                                 01980000
           MOVE 'S' TO RUNCTL-REQ-FUNCTION                              01990000
                                                                        02070000
           OPEN INPUT  ACCOUNT-FILE                                     02080000
           OPEN INPUT  ODFAC-FILE                                       02090000
           OPEN INPUT  VULNREG-FILE                                     02095000
           OPEN I-O    CASE-FILE                                        02100000
           OPEN OUTPUT LETTER-FILE                                      02110000
           OPEN OUTPUT COLL-RPT                                         02120000
                                                                        02130000
           CALL 'BUSDATE' USING BUSDATE-REQUEST                         02134166
           MOVE BUSDATE-REQ-CURRENT TO COLLSCAN-CURRENT-DATE            02138332
                                                                        02142500
           PERFORM 1100-GET-STAGE-CYCLES THRU 1100-EXIT                 02145000
                                                                        02150000
           PERFORM 1200-READ-ACCOUNT-NEXT THRU 1200-EXIT.               02160000
       1000-EXIT.                                                       02170000
           EXIT.                                                        02180000
                                                                        02190000
      ******************************************************************02190175
      *  1100-GET-STAGE-CYCLES - LOOK UP EACH STAGE THRESHOLD ON THE   *02190315
      *  PARAMETER FILE AS OF THE BUSINESS DATE.  IF THE SET THAT      *02190455
      *  RESULTS DOES NOT RISE FROM LETTER ONE TO THE FINAL DEMAND THE *02190595
      *  DEFAULTS STAND.                                               *02190735
      ******************************************************************02190875
       1100-GET-STAGE-CYCLES.                                           02191050
           MOVE 'COLLSCAN' TO PARMGET-REQ-SUBSYSTEM                     02191225
           MOVE COLLSCAN-CURRENT-DATE TO PARMGET-REQ-AS-OF              02191400
           PERFORM 1110-GET-ONE-STAGE THRU 1110-EXIT                    02191575
               VARYING COLLSCAN-SUB FROM 1 BY 1                         02191750
               UNTIL COLLSCAN-SUB > 3                                   02191925
                                                                        02192100
           IF COLLSCAN-ST-CYCLES(1) < COLLSCAN-ST-CYCLES(2)             02192275
              AND COLLSCAN-ST-CYCLES(2) < COLLSCAN-ST-CYCLES(3)         02192450
               GO TO 1100-EXIT                                          02192625
           END-IF                                                       02192800
                                                                        02192975
           DISPLAY 'COLLSCAN - STAGE CYCLES ON THE PARAMETER FILE DO '  02193150
                   'NOT RISE - USING DEFAULTS'                          02193325
           MOVE 7 TO COLLSCAN-ST-CYCLES(1)                              02193500
           MOVE 14 TO COLLSCAN-ST-CYCLES(2)                             02193675
           MOVE 30 TO COLLSCAN-ST-CYCLES(3)                             02193850
           PERFORM 1120-SET-DEFAULT THRU 1120-EXIT                      02194025
               VARYING COLLSCAN-SUB FROM 1 BY 1                         02194200
               UNTIL COLLSCAN-SUB > 3.                                  02194375
       1100-EXIT.                                                       02194550
           EXIT.                                                        02194725
                                                                        02194900
      ******************************************************************02195075
      *  1110-GET-ONE-STAGE - ONE THRESHOLD.  A VALUE OF ZERO, OR TOO  *02195250
      *  LARGE FOR THE CYCLE COUNT, IS NOT TAKEN.                      *02195425
      ******************************************************************02195600
       1110-GET-ONE-STAGE.                                              02195775
           PERFORM 1120-SET-DEFAULT THRU 1120-EXIT                      02195950
           MOVE COLLSCAN-ST-NAME(COLLSCAN-SUB) TO PARMGET-REQ-NAME      02196125
           CALL 'PARMGET' USING PARMGET-REQUEST                         02196300
           IF PARMGET-REQ-FOUND                                         02196475
              AND PARMGET-REQ-NUMBER > ZERO                             02196650
              AND PARMGET-REQ-NUMBER < 1000                             02196825
               MOVE PARMGET-REQ-NUMBER                                  02197000
                   TO COLLSCAN-ST-CYCLES(COLLSCAN-SUB)                  02197175
               MOVE 'PARMFILE' TO COLLSCAN-SS-SOURCE(COLLSCAN-SUB)      02197350
               MOVE PARMGET-REQ-EFFECTIVE                               02197525
                   TO COLLSCAN-SS-EFFECTIVE(COLLSCAN-SUB)               02197700
           END-IF.                                                      02197875
       1110-EXIT.                                                       02198050
           EXIT.                                                        02198225
                                                                        02198400
      ******************************************************************02198575
      *  1120-SET-DEFAULT - MARK A THRESHOLD AS THE PROGRAM DEFAULT.   *02198750
      ******************************************************************02198925
       1120-SET-DEFAULT.                                                02199100
           MOVE 'DEFAULT' TO COLLSCAN-SS-SOURCE(COLLSCAN-SUB)           02199275
           MOVE ZERO TO COLLSCAN-SS-EFFECTIVE(COLLSCAN-SUB).            02199450
       1120-EXIT.                                                       02199625
           EXIT.                                                        02199800
                                                                        02200000
      ******************************************************************02205000
      *  1200-READ-ACCOUNT-NEXT - READ THE NEXT ACCOUNT.               *02210000
      ******************************************************************02220000
       1200-READ-ACCOUNT-NEXT.                                          02230000
           END-IF.                                                      02790000
       2100-EXIT.                                                       02800000
           EXIT.                                                        02810000
                                                                        02810285
      ******************************************************************02810570
      *  2150-CHECK-VULNERABLE - HOW THE ACCOUNT HOLDER IS TO BE       *02810855
      *  TREATED.  AN ACTIVE REGISTER ENTRY WITH AN AGREED PAUSE       *02811140
      *  HOLDS THE CASE; ONE WITH AN AGREED SOFTENING SOFTENS IT.  A   *02811425
      *  PAUSE WINS WHEN BOTH ARE AGREED.                              *02811710
      ******************************************************************02811995
       2150-CHECK-VULNERABLE.                                           02812280
           MOVE SPACE TO COLLSCAN-TREATMENT-SWITCH                      02812565
                                                                        02812850
           MOVE ACCOUNT-SORTCODE OF ACCOUNT-FILE-REC                    02813135
               TO VULNREG-SORTCODE OF VULNREG-FILE-REC                  02813420
           MOVE ACCOUNT-CUSTOMER-NUMBER OF ACCOUNT-FILE-REC             02813705
               TO VULNREG-CUSTOMER OF VULNREG-FILE-REC                  02813990
                                                                        02814275
           READ VULNREG-FILE                                            02814560
               KEY IS VULNREG-KEY OF VULNREG-FILE-REC                   02814845
               INVALID KEY                                              02815130
                   GO TO 2150-EXIT                                      02815415
           END-READ                                                     02815700
                                                                        02815985
           IF NOT VULNREG-ACTIVE OF VULNREG-FILE-REC                    02816270
               GO TO 2150-EXIT                                          02816555
           END-IF                                                       02816840
                                                                        02817125
           IF VULNREG-PAUSE-COLLECTIONS OF VULNREG-FILE-REC             02817410
               SET COLLSCAN-TREAT-PAUSED TO TRUE                        02817695
           ELSE                                                         02817980
               IF VULNREG-SOFTEN-CONTACT OF VULNREG-FILE-REC            02818265
                   SET COLLSCAN-TREAT-SOFTENED TO TRUE                  02818550
               END-IF                                                   02818835
           END-IF.                                                      02819120
       2150-EXIT.                                                       02819405
           EXIT.                                                        02819690
                                                                        02820000
      ******************************************************************02830000
      *  2200-MAINTAIN-CASE - OPEN THE CASE IF THERE IS NONE (OR THE   *02840000
      ******************************************************************02870000
       2200-MAINTAIN-CASE.                                              02880000
           MOVE 'N' TO COLLSCAN-NEW-CASE-SWITCH                         02890000
           PERFORM 2150-CHECK-VULNERABLE THRU 2150-EXIT                 02895000
                                                                        02900000
           MOVE ACCOUNT-SORTCODE OF ACCOUNT-FILE-REC                    02910000
               TO COLLCASE-SORTCODE OF CASE-FILE-REC                    02920000
           MOVE COLLCASE-STAGE OF CASE-FILE-REC TO COLLSCAN-OLD-STAGE   03700000
                                                                        03710000
           EVALUATE TRUE                                                03720000
               WHEN COLLCASE-CYCLE-COUNT OF CASE-FILE-REC               03726666
                       >= COLLSCAN-ST-CYCLES(3)                         03733332
                   SET COLLCASE-STAGE-FINAL OF CASE-FILE-REC TO TRUE    03740000
               WHEN COLLCASE-CYCLE-COUNT OF CASE-FILE-REC               03746666
                       >= COLLSCAN-ST-CYCLES(2)                         03753332
                   SET COLLCASE-STAGE-LETTER2 OF CASE-FILE-REC TO TRUE  03760000
               WHEN COLLCASE-CYCLE-COUNT OF CASE-FILE-REC               03766666
                       >= COLLSCAN-ST-CYCLES(1)                         03773332
                   SET COLLCASE-STAGE-LETTER1 OF CASE-FILE-REC TO TRUE  03780000
               WHEN OTHER                                               03790000
                   CONTINUE                                             03800000
           END-EVALUATE                                                 03810000
                                                                        03810263
      *    A SOFTENED CASE STOPS SHORT OF THE FINAL DEMAND; A PAUSED   *03810526
      *    CASE KEEPS ITS STAGE, SO NOTHING IS QUEUED FOR IT.          *03811052
           IF COLLSCAN-TREAT-SOFTENED                                   03811578
              AND COLLCASE-STAGE-FINAL OF CASE-FILE-REC                 03812104
               SET COLLCASE-STAGE-LETTER2 OF CASE-FILE-REC TO TRUE      03812630
           END-IF                                                       03813156
                                                                        03813682
           IF COLLSCAN-TREAT-PAUSED                                     03814208
               ADD 1 TO COLLSCAN-PAUSED-COUNT                           03814734
               IF COLLCASE-STAGE OF CASE-FILE-REC                       03815260
                  NOT = COLLSCAN-OLD-STAGE                              03815786
                   MOVE COLLSCAN-OLD-STAGE                              03816312
                       TO COLLCASE-STAGE OF CASE-FILE-REC               03816838
                   MOVE 'PAUSED' TO COLLSCAN-DTL-EVENT                  03817364
                   MOVE 'VULNERABLE - ON HOLD' TO COLLSCAN-DTL-NOTE     03817890
                   PERFORM 2800-WRITE-DETAIL THRU 2800-EXIT             03818416
               END-IF                                                   03818942
           END-IF                                                       03819468
                                                                        03820000
           IF COLLCASE-STAGE OF CASE-FILE-REC                           03830000
              NOT = COLLSCAN-OLD-STAGE                                  03840000
           MOVE COLLCASE-EXCESS-AMOUNT OF CASE-FILE-REC                 04080000
               TO LETTER-EXCESS-AMOUNT                                  04090000
           MOVE COLLSCAN-CURRENT-DATE TO LETTER-QUEUED-DATE             04100000
           IF COLLSCAN-TREAT-SOFTENED                                   04101428
               SET LETTER-SOFTENED TO TRUE                              04102856
               ADD 1 TO COLLSCAN-SOFT-COUNT                             04104284
           ELSE                                                         04105712
               MOVE SPACE TO LETTER-TREATMENT                           04107140
           END-IF                                                       04108568
                                                                        04110000
           WRITE LETTER-REC                                             04120000
                                                                        04130000
           EXIT.                                                        05010000
                                                                        05020000
      ******************************************************************05030000
      *  5000-PRINT-SUMMARY - WRITE THE RUN TOTALS AND THE STAGE       *05036666
      *  THRESHOLDS THE RUN USED.                                      *05043332
      ******************************************************************05050000
       5000-PRINT-SUMMARY.                                              05060000
           MOVE SPACES TO COLL-RPT-LINE                                 05070000
           WRITE COLL-RPT-LINE FROM COLLSCAN-SUMMARY-LINE-4             05200000
                                                                        05210000
           MOVE COLLSCAN-BROKEN-COUNT TO COLLSCAN-SUM-BROKEN            05220000
           WRITE COLL-RPT-LINE FROM COLLSCAN-SUMMARY-LINE-5             05230000
                                                                        05231428
           MOVE COLLSCAN-PAUSED-COUNT TO COLLSCAN-SUM-PAUSED            05232856
           WRITE COLL-RPT-LINE FROM COLLSCAN-SUMMARY-LINE-6             05234284
                                                                        05235712
           MOVE COLLSCAN-SOFT-COUNT TO COLLSCAN-SUM-SOFT                05237140
           WRITE COLL-RPT-LINE FROM COLLSCAN-SUMMARY-LINE-7             05237616
                                                                        05238092
           PERFORM 5100-PRINT-STAGE-CYCLES THRU 5100-EXIT               05238568
               VARYING COLLSCAN-SUB FROM 1 BY 1                         05239044
               UNTIL COLLSCAN-SUB > 3.                                  05239520
       5000-EXIT.                                                       05240000
           EXIT.                                                        05250000
                                                                        05250769
      ******************************************************************05251153
      *  5100-PRINT-STAGE-CYCLES - ONE STAGE THRESHOLD AND ITS SOURCE. *05251538
      ******************************************************************05252307
       5100-PRINT-STAGE-CYCLES.                                         05253076
           MOVE COLLSCAN-ST-NAME(COLLSCAN-SUB) TO COLLSCAN-PL-NAME      05253845
           MOVE COLLSCAN-ST-CYCLES(COLLSCAN-SUB) TO COLLSCAN-PL-CYCLES  05254614
           MOVE COLLSCAN-SS-SOURCE(COLLSCAN-SUB) TO COLLSCAN-PL-SOURCE  05255383
           MOVE COLLSCAN-SS-EFFECTIVE(COLLSCAN-SUB)                     05256152
               TO COLLSCAN-PL-EFFECTIVE                                 05256921
           WRITE COLL-RPT-LINE FROM COLLSCAN-PARM-LINE.                 05257690
       5100-EXIT.                                                       05258459
           EXIT.                                                        05259228
                                                                        05260000
      ******************************************************************05270000
      *  9000-TERMINATE - REPORT THE COUNT TO RUNCTL AND CLOSE THE     *05280000
                                                                        05350000
           CLOSE ACCOUNT-FILE                                           05360000
           CLOSE ODFAC-FILE                                             05370000
           CLOSE VULNREG-FILE                                           05375000
           CLOSE CASE-FILE                                              05380000
           CLOSE LETTER-FILE                                            05390000
           CLOSE COLL-RPT.                                              05400000
