      *                 THE NEW OPENING FLOAT, OR THE COMPUTED         *00320000
      *                 POSITION WHERE NO COUNT WAS DECLARED, WHICH    *00330000
      *                 IS ITSELF REPORTED AS AN EXCEPTION             *00340000
      *               - AT THE END OF EACH BRANCH'S TILLS, PROVES      *00341111
      *                 THE TILLS' VAULT TRANSFERS (TILL VAULT IN/OUT) *00342222
      *                 AGAINST THE BRANCH VAULT'S OWN TO/FROM TILLS   *00343333
      *                 TOTALS (COPYBOOK VAULT), RECORDS THE CASH LEFT *00344444
      *                 IN THE TILLS OVERNIGHT ON THE VAULT, AND       *00345555
      *                 WRITES THE DAY'S CASH HISTORY ROW (COPYBOOK    *00346666
      *                 CASHHIST) THAT THE CASH FORECAST (VAULTFC)     *00347777
      *                 WORKS FROM                                     *00348888
      *                                                                *00350000
      *  FILES    : TILLFILE - VSAM KSDS - TELLER TILL REGISTER (I-O)  *00360000
      *             PROCTRAN - VSAM KSDS - TRANSACTION LOG (I-O)       *00370000
      *             PCTLFILE - VSAM KSDS - PROCTRAN CONTROL (I-O)      *00380000
      *             VAULTFIL - VSAM KSDS - BRANCH CASH VAULT (I-O)     *00383333
      *             CASHHIST - VSAM KSDS - BRANCH CASH HISTORY (I-O)   *00386666
      *             TILLRPT  - CASH PROOF REPORT (OUTPUT)              *00390000
      *                                                                *00400000
      *  CHANGE HISTORY                                                *00410000
      *  ----------------------------------------------------------    *00420000
      *  DATE        BY    DESCRIPTION                                 *00430000
      *  2026-09-02  BAG   INITIAL VERSION                             *00440000
      *  2026-10-15  BAG   PROCESSING DATE COMES FROM THE BUSINESS     *00443333
      *                    DATE (BUSDATE), NOT THE SYSTEM CLOCK        *00446666
      *  2026-10-15  BAG   PROVE EACH BRANCH'S TILL TRANSFERS AGAINST  *00447777
      *                    ITS VAULT AND WRITE THE DAY'S CASH HISTORY  *00448888
      *  2026-10-15  BAG   KEEP PROCTRAN CONTROL TOTALS FOR            *00449258
      *                    BALCHK THROUGH BALTOT                       *00449628
      *                                                                *00450000
      ******************************************************************00460000
       ENVIRONMENT DIVISION.                                            00470000
                  RECORD KEY IS PROCTRAN-CONTROL-KEY OF PCTRL-FILE-REC  00650000
                  FILE STATUS IS TILLEOD-PCTRL-STATUS.                  00660000
                                                                        00670000
           SELECT VAULT-FILE      ASSIGN TO VAULTFIL                    00670833
                  ORGANIZATION IS INDEXED                               00671666
                  ACCESS MODE IS RANDOM                                 00672499
                  RECORD KEY IS VAULT-KEY OF VAULT-FILE-REC             00673332
                  FILE STATUS IS TILLEOD-VAULT-STATUS.                  00674165
                                                                        00674998
           SELECT CASHHIST-FILE   ASSIGN TO CASHHIST                    00675831
                  ORGANIZATION IS INDEXED                               00676664
                  ACCESS MODE IS RANDOM                                 00677497
                  RECORD KEY IS CASHHIST-KEY OF CASHHIST-FILE-REC       00678330
                  FILE STATUS IS TILLEOD-CASHHIST-STATUS.               00679163
                                                                        00679164
           SELECT TILL-RPT        ASSIGN TO TILLRPT                     00680000
                  ORGANIZATION IS LINE SEQUENTIAL                       00690000
                  FILE STATUS IS TILLEOD-RPT-STATUS.                    00700000
       01  PCTRL-FILE-REC.                                              00860000
           COPY PRCTCTRL.                                               00870000
                                                                        00880000
       FD  VAULT-FILE                                                   00881000
           RECORDING MODE IS F.                                         00882000
       01  VAULT-FILE-REC.                                              00883000
           COPY VAULT.                                                  00884000
                                                                        00885000
       FD  CASHHIST-FILE                                                00886000
           RECORDING MODE IS F.                                         00887000
       01  CASHHIST-FILE-REC.                                           00888000
           COPY CASHHIST.                                               00889000
                                                                        00889001
       FD  TILL-RPT                                                     00890000
           RECORDING MODE IS F.                                         00900000
       01  TILL-RPT-LINE                     PIC X(100).                00910000
           05  TILLEOD-PROCTRAN-STATUS     PIC XX.                      00960000
           05  TILLEOD-PCTRL-STATUS        PIC XX.                      00970000
           05  TILLEOD-RPT-STATUS          PIC XX.                      00980000
           05  TILLEOD-VAULT-STATUS        PIC XX.                      00983333
           05  TILLEOD-CASHHIST-STATUS     PIC XX.                      00986666
           05  TILLEOD-EOF-SWITCH          PIC X     VALUE 'N'.         00990000
               88  TILLEOD-AT-EOF                VALUE 'Y'.             01000000
           05  TILLEOD-READ-COUNT          PIC 9(9)  COMP-3 VALUE ZERO. 01010000
           05  TILLEOD-CURRENT-TIME        PIC 9(6).                    01080000
           05  TILLEOD-POSITION            PIC S9(10)V99 VALUE ZERO.    01090000
           05  TILLEOD-OVER-SHORT          PIC S9(10)V99 VALUE ZERO.    01100000
           05  TILLEOD-BRANCH-SWITCH       PIC X     VALUE 'N'.         01100833
               88  TILLEOD-BRANCH-OPEN           VALUE 'Y'.             01101666
           05  TILLEOD-BRANCH-COUNT        PIC 9(9)  COMP-3 VALUE ZERO. 01102499
           05  TILLEOD-UNBAL-COUNT         PIC 9(9)  COMP-3 VALUE ZERO. 01103332
           05  TILLEOD-BRN-SORTCODE        PIC 9(6)  VALUE ZERO.        01104165
           05  TILLEOD-BRN-TILLS           PIC 9(4)  VALUE ZERO.        01104998
           05  TILLEOD-BRN-CASH-IN         PIC S9(10)V99 VALUE ZERO.    01105831
           05  TILLEOD-BRN-CASH-OUT        PIC S9(10)V99 VALUE ZERO.    01106664
           05  TILLEOD-BRN-VAULT-IN        PIC S9(10)V99 VALUE ZERO.    01107497
           05  TILLEOD-BRN-VAULT-OUT       PIC S9(10)V99 VALUE ZERO.    01108330
           05  TILLEOD-BRN-CLOSING         PIC S9(10)V99 VALUE ZERO.    01109163
                                                                        01110000
       01  TILLEOD-DETAIL-LINE.                                         01120000
           05  TILLEOD-DTL-SORTCODE        PIC 9(6).                    01130000
           05  FILLER                      PIC X(2)  VALUE SPACES.      01260000
           05  TILLEOD-DTL-NOTE            PIC X(14).                   01270000
                                                                        01280000
       01  TILLEOD-BRANCH-LINE.                                         01280666
           05  FILLER                      PIC X(7)  VALUE 'BRANCH '.   01281332
           05  TILLEOD-BRL-SORTCODE        PIC 9(6).                    01281998
           05  FILLER                      PIC X(8)  VALUE '  TILLS '.  01282664
           05  TILLEOD-BRL-TILLS           PIC ZZZ9.                    01283330
           05  FILLER                      PIC X(2)  VALUE SPACES.      01283996
           05  TILLEOD-BRL-CLOSING         PIC -(9)9.99.                01284662
           05  FILLER                      PIC X(2)  VALUE SPACES.      01285328
           05  TILLEOD-BRL-TILL-NET        PIC -(9)9.99.                01285994
           05  FILLER                      PIC X(2)  VALUE SPACES.      01286660
           05  TILLEOD-BRL-VAULT-NET       PIC -(9)9.99.                01287326
           05  FILLER                      PIC X(2)  VALUE SPACES.      01287992
           05  TILLEOD-BRL-NOTE            PIC X(14).                   01288658
           05  FILLER                      PIC X(14) VALUE SPACES.      01289324
                                                                        01289662
       01  TILLEOD-SUMMARY-LINE-1.                                      01290000
           05  FILLER                      PIC X(20) VALUE              01300000
               'TILLS PROVED      : '.                                  01310000
           05  TILLEOD-SUM-UNDECL          PIC Z(8)9.                   01440000
           05  FILLER                      PIC X(47) VALUE SPACES.      01450000
                                                                        01460000
       01  TILLEOD-SUMMARY-LINE-4.                                      01460833
           05  FILLER                      PIC X(20) VALUE              01461666
               'BRANCHES PROVED   : '.                                  01462499
           05  TILLEOD-SUM-BRANCH          PIC Z(8)9.                   01463332
           05  FILLER                      PIC X(47) VALUE SPACES.      01464165
                                                                        01464998
       01  TILLEOD-SUMMARY-LINE-5.                                      01465831
           05  FILLER                      PIC X(20) VALUE              01466664
               'VAULT UNBALANCED  : '.                                  01467497
           05  TILLEOD-SUM-UNBAL           PIC Z(8)9.                   01468330
           05  FILLER                      PIC X(47) VALUE SPACES.      01469163
                                                                        01469581
       01  RUNCTL-REQUEST-AREA.                                         01470000
           COPY RUNCTLQ.                                                01480000
                                                                        01480625
       01  BALTOT-REQUEST-AREA.                                         01481250
           COPY BALTOTQ.                                                01481875
                                                                        01482500
       01  BUSDATE-REQUEST-AREA.                                        01485000
           COPY BUSDATEQ.                                               01487500
                                                                        01490000
      ******************************************************************01500000
       PROCEDURE DIVISION.                                              01510000
                                                                        01550000
           PERFORM 2000-PROVE-TILL                                      01560000
              UNTIL TILLEOD-AT-EOF                                      01570000
                                                                        01571250
           IF TILLEOD-BRANCH-OPEN                                       01572500
               PERFORM 2900-CLOSE-BRANCH THRU 2900-EXIT                 01575000
           END-IF                                                       01577500
                                                                        01580000
           PERFORM 3000-PRINT-SUMMARY THRU 3000-EXIT                    01590000
                                                                        01600000
               DISPLAY 'TILLEOD - HELD - PREDECESSOR NOT COMPLETE'      01750000
               STOP RUN                                                 01760000
           END-IF                                                       01770000
                                                                        01772000
           MOVE 'TILLEOD' TO BALTOT-REQ-JOB                             01774000
           SET BALTOT-REQ-PRODUCER TO TRUE                              01776000
           MOVE 'PROCTRAN' TO BALTOT-REQ-FILE                           01778000
                                                                        01780000
           OPEN I-O    TILL-FILE                                        01790000
           OPEN I-O    PROCTRAN-FILE                                    01800000
           OPEN I-O    PCTRL-FILE                                       01810000
           OPEN I-O    VAULT-FILE                                       01813333
           OPEN I-O    CASHHIST-FILE                                    01816666
           OPEN OUTPUT TILL-RPT                                         01820000
                                                                        01830000
           CALL 'BUSDATE' USING BUSDATE-REQUEST                         01836666
           MOVE BUSDATE-REQ-CURRENT TO TILLEOD-CURRENT-DATE             01843332
           ACCEPT TILLEOD-CURRENT-TIME FROM TIME                        01850000
                                                                        01860000
           MOVE ZERO   TO TILL-SORTCODE OF TILL-FILE-REC                01870000
           EXIT.                                                        02100000
                                                                        02110000
      ******************************************************************02120000
      *  2000-PROVE-TILL - PROVE ONE TILL : COMPUTE THE RUNNING        *02126666
      *  POSITION, JUDGE THE DECLARATION, POST ANY OVER/SHORT, ROLL    *02133332
      *  THE TILL FOR TOMORROW, AND READ THE NEXT ONE.  THE TILLS      *02139998
      *  COME IN SORT CODE ORDER, SO A CHANGE OF SORT CODE CLOSES      *02146664
      *  THE PREVIOUS BRANCH.                                          *02153330
      ******************************************************************02160000
       2000-PROVE-TILL.                                                 02170000
           ADD 1 TO TILLEOD-READ-COUNT                                  02180000
                                                                        02180500
           IF TILLEOD-BRANCH-OPEN                                       02181000
              AND TILL-SORTCODE OF TILL-FILE-REC                        02182000
                  NOT = TILLEOD-BRN-SORTCODE                            02183000
               PERFORM 2900-CLOSE-BRANCH THRU 2900-EXIT                 02184000
           END-IF                                                       02185000
                                                                        02186000
           IF NOT TILLEOD-BRANCH-OPEN                                   02187000
               PERFORM 2050-OPEN-BRANCH THRU 2050-EXIT                  02188000
           END-IF                                                       02189000
                                                                        02190000
           COMPUTE TILLEOD-POSITION =                                   02200000
               TILL-OPENING-FLOAT OF TILL-FILE-REC                      02210000
             + TILL-CASH-IN OF TILL-FILE-REC                            02220000
             - TILL-CASH-OUT OF TILL-FILE-REC                           02230000
             + TILL-VAULT-IN OF TILL-FILE-REC                           02233333
             - TILL-VAULT-OUT OF TILL-FILE-REC                          02236666
                                                                        02240000
           MOVE ZERO TO TILLEOD-OVER-SHORT                              02250000
                                                                        02260000
           END-IF                                                       02440000
                                                                        02450000
           PERFORM 2800-WRITE-DETAIL THRU 2800-EXIT                     02460000
           PERFORM 2070-ADD-TO-BRANCH THRU 2070-EXIT                    02465000
                                                                        02470000
           MOVE ZERO TO TILL-CASH-IN  OF TILL-FILE-REC                  02480000
           MOVE ZERO TO TILL-CASH-OUT OF TILL-FILE-REC                  02490000
           MOVE ZERO TO TILL-VAULT-IN  OF TILL-FILE-REC                 02493333
           MOVE ZERO TO TILL-VAULT-OUT OF TILL-FILE-REC                 02496666
           MOVE ZERO TO TILL-DECLARED-AMOUNT OF TILL-FILE-REC           02500000
           SET TILL-NOT-DECLARED OF TILL-FILE-REC TO TRUE               02510000
           REWRITE TILL-FILE-REC                                        02520000
                                                                        02580000
           PERFORM 1200-READ-TILL-NEXT THRU 1200-EXIT.                  02590000
                                                                        02600000
      ******************************************************************02600312
      *  2050-OPEN-BRANCH - START THE TOTALS FOR A NEW BRANCH.         *02600624
      ******************************************************************02600936
       2050-OPEN-BRANCH.                                                02601248
           MOVE TILL-SORTCODE OF TILL-FILE-REC TO TILLEOD-BRN-SORTCODE  02601560
           MOVE ZERO TO TILLEOD-BRN-TILLS                               02601872
           MOVE ZERO TO TILLEOD-BRN-CASH-IN                             02602184
           MOVE ZERO TO TILLEOD-BRN-CASH-OUT                            02602496
           MOVE ZERO TO TILLEOD-BRN-VAULT-IN                            02602808
           MOVE ZERO TO TILLEOD-BRN-VAULT-OUT                           02603120
           MOVE ZERO TO TILLEOD-BRN-CLOSING                             02603432
           SET TILLEOD-BRANCH-OPEN TO TRUE.                             02603744
       2050-EXIT.                                                       02604056
           EXIT.                                                        02604368
                                                                        02604680
      ******************************************************************02604992
      *  2070-ADD-TO-BRANCH - ADD THE TILL'S DAY TO ITS BRANCH.  THE   *02605304
      *  CLOSING CASH IS THE TILL'S NEW OPENING FLOAT - THE DECLARED   *02605616
      *  COUNT, OR THE POSITION WHERE NONE WAS DECLARED.               *02605928
      ******************************************************************02606240
       2070-ADD-TO-BRANCH.                                              02606552
           ADD 1 TO TILLEOD-BRN-TILLS                                   02606864
           ADD TILL-CASH-IN OF TILL-FILE-REC TO TILLEOD-BRN-CASH-IN     02607176
           ADD TILL-CASH-OUT OF TILL-FILE-REC TO TILLEOD-BRN-CASH-OUT   02607488
           ADD TILL-VAULT-IN OF TILL-FILE-REC TO TILLEOD-BRN-VAULT-IN   02607800
           ADD TILL-VAULT-OUT OF TILL-FILE-REC TO TILLEOD-BRN-VAULT-OUT 02608112
           ADD TILL-OPENING-FLOAT OF TILL-FILE-REC                      02608424
               TO TILLEOD-BRN-CLOSING.                                  02608736
       2070-EXIT.                                                       02609048
           EXIT.                                                        02609360
                                                                        02609672
      ******************************************************************02610000
      *  2500-ASSIGN-PROCTRAN-NUMBER - READ THE PROCTRAN CONTROL       *02620000
      *  SINGLETON, BUMP LAST-PROC-TRAN-NUMBER, AND REWRITE, THE       *02630000
               INVALID KEY                                              03270000
                   DISPLAY 'TILLEOD - CRITICAL - TOS WRITE FAILED '     03280000
                       'FOR OPERATOR ' TILL-OPERATOR OF TILL-FILE-REC   03290000
               NOT INVALID KEY                                          03293333
                   PERFORM 8900-ADD-CONTROL-TOTAL THRU 8900-EXIT        03296666
           END-WRITE.                                                   03300000
       2600-EXIT.                                                       03310000
           EXIT.                                                        03320000
       2800-EXIT.                                                       03480000
           EXIT.                                                        03490000
                                                                        03500000
      ******************************************************************03500093
      *  2900-CLOSE-BRANCH - THE BRANCH'S LAST TILL HAS BEEN PROVED :  *03500186
      *  WRITE ITS CASH HISTORY, PROVE ITS VAULT, AND PRINT THE        *03500279
      *  BRANCH LINE.                                                  *03500372
      ******************************************************************03500465
       2900-CLOSE-BRANCH.                                               03500558
           ADD 1 TO TILLEOD-BRANCH-COUNT                                03500651
                                                                        03500744
           PERFORM 2920-WRITE-CASH-HISTORY THRU 2920-EXIT               03500837
           PERFORM 2940-PROVE-VAULT THRU 2940-EXIT                      03500930
                                                                        03501023
           MOVE TILLEOD-BRN-SORTCODE TO TILLEOD-BRL-SORTCODE            03501116
           MOVE TILLEOD-BRN-TILLS    TO TILLEOD-BRL-TILLS               03501209
           MOVE TILLEOD-BRN-CLOSING  TO TILLEOD-BRL-CLOSING             03501302
           COMPUTE TILLEOD-BRL-TILL-NET =                               03501395
               TILLEOD-BRN-VAULT-IN - TILLEOD-BRN-VAULT-OUT             03501488
           WRITE TILL-RPT-LINE FROM TILLEOD-BRANCH-LINE                 03501581
                                                                        03501674
           MOVE 'N' TO TILLEOD-BRANCH-SWITCH.                           03501767
       2900-EXIT.                                                       03501860
           EXIT.                                                        03501953
                                                                        03502046
      ******************************************************************03502139
      *  2920-WRITE-CASH-HISTORY - ONE ROW PER BRANCH PER BUSINESS     *03502232
      *  DAY.  A RERUN FOR THE SAME DAY REPLACES THE ROW.              *03502325
      ******************************************************************03502418
       2920-WRITE-CASH-HISTORY.                                         03502511
           MOVE 'CHST' TO CASHHIST-EYECATCHER OF CASHHIST-FILE-REC      03502604
           MOVE TILLEOD-BRN-SORTCODE                                    03502697
               TO CASHHIST-SORTCODE OF CASHHIST-FILE-REC                03502790
           MOVE TILLEOD-CURRENT-DATE                                    03502883
               TO CASHHIST-DATE OF CASHHIST-FILE-REC                    03502976
           MOVE TILLEOD-BRN-TILLS                                       03503069
               TO CASHHIST-TILL-COUNT OF CASHHIST-FILE-REC              03503162
           MOVE TILLEOD-BRN-CASH-IN                                     03503255
               TO CASHHIST-CASH-IN OF CASHHIST-FILE-REC                 03503348
           MOVE TILLEOD-BRN-CASH-OUT                                    03503441
               TO CASHHIST-CASH-OUT OF CASHHIST-FILE-REC                03503534
           MOVE TILLEOD-BRN-VAULT-IN                                    03503627
               TO CASHHIST-VAULT-IN OF CASHHIST-FILE-REC                03503720
           MOVE TILLEOD-BRN-VAULT-OUT                                   03503813
               TO CASHHIST-VAULT-OUT OF CASHHIST-FILE-REC               03503906
           MOVE TILLEOD-BRN-CLOSING                                     03503999
               TO CASHHIST-TILLS-CLOSING OF CASHHIST-FILE-REC           03504092
                                                                        03504185
           WRITE CASHHIST-FILE-REC                                      03504278
               INVALID KEY                                              03504371
                   REWRITE CASHHIST-FILE-REC                            03504464
                       INVALID KEY                                      03504557
                           DISPLAY 'TILLEOD - CASH HISTORY WRITE '      03504650
                               'FAILED FOR BRANCH '                     03504743
                               TILLEOD-BRN-SORTCODE                     03504836
                   END-REWRITE                                          03504929
           END-WRITE.                                                   03505022
       2920-EXIT.                                                       03505115
           EXIT.                                                        03505208
                                                                        03505301
      ******************************************************************03505394
      *  2940-PROVE-VAULT - THE VAULT'S TO/FROM TILLS TOTALS MUST      *03505487
      *  MATCH WHAT THE BRANCH'S TILLS SAY THEY RECEIVED FROM AND      *03505580
      *  RETURNED TO IT.  THE TILLS' CLOSING CASH IS KEPT ON THE       *03505673
      *  VAULT SO THE CASH FORECAST SEES THE BRANCH'S WHOLE HOLDING.   *03505766
      *  A BRANCH WITH NO VAULT IS NOTED; IF ITS TILLS RECORD VAULT    *03505859
      *  TRANSFERS ANYWAY IT IS COUNTED AS UNBALANCED.                 *03505952
      ******************************************************************03506045
       2940-PROVE-VAULT.                                                03506138
           MOVE ZERO TO TILLEOD-BRL-VAULT-NET                           03506231
           MOVE TILLEOD-BRN-SORTCODE TO VAULT-SORTCODE OF VAULT-FILE-REC03506324
                                                                        03506417
           READ VAULT-FILE                                              03506510
               KEY IS VAULT-KEY OF VAULT-FILE-REC                       03506603
               INVALID KEY                                              03506696
                   MOVE 'NO VAULT' TO TILLEOD-BRL-NOTE                  03506789
                   IF TILLEOD-BRN-VAULT-IN NOT = ZERO                   03506882
                      OR TILLEOD-BRN-VAULT-OUT NOT = ZERO               03506975
                       ADD 1 TO TILLEOD-UNBAL-COUNT                     03507068
                   END-IF                                               03507161
                   GO TO 2940-EXIT                                      03507254
           END-READ                                                     03507347
                                                                        03507440
           COMPUTE TILLEOD-BRL-VAULT-NET =                              03507533
               VAULT-TO-TILLS OF VAULT-FILE-REC                         03507626
             - VAULT-FROM-TILLS OF VAULT-FILE-REC                       03507719
                                                                        03507812
           IF VAULT-TO-TILLS OF VAULT-FILE-REC = TILLEOD-BRN-VAULT-IN   03507905
              AND VAULT-FROM-TILLS OF VAULT-FILE-REC                    03507998
                  = TILLEOD-BRN-VAULT-OUT                               03508091
               SET VAULT-PROVED OF VAULT-FILE-REC TO TRUE               03508184
               MOVE 'VAULT PROVED' TO TILLEOD-BRL-NOTE                  03508277
           ELSE                                                         03508370
               SET VAULT-OUT-OF-BALANCE OF VAULT-FILE-REC TO TRUE       03508463
               MOVE 'VAULT UNBAL' TO TILLEOD-BRL-NOTE                   03508556
               ADD 1 TO TILLEOD-UNBAL-COUNT                             03508649
           END-IF                                                       03508742
                                                                        03508835
           MOVE TILLEOD-BRN-CLOSING                                     03508928
               TO VAULT-TILLS-CLOSING OF VAULT-FILE-REC                 03509021
                                                                        03509114
           REWRITE VAULT-FILE-REC                                       03509207
               INVALID KEY                                              03509300
                   DISPLAY 'TILLEOD - CRITICAL - VAULT REWRITE '        03509393
                       'FAILED FOR BRANCH ' TILLEOD-BRN-SORTCODE        03509486
           END-REWRITE.                                                 03509579
       2940-EXIT.                                                       03509672
           EXIT.                                                        03509765
                                                                        03509858
      ******************************************************************03510000
      *  3000-PRINT-SUMMARY - WRITE THE RUN TOTALS.                    *03520000
      ******************************************************************03530000
           WRITE TILL-RPT-LINE FROM TILLEOD-SUMMARY-LINE-2              03620000
                                                                        03630000
           MOVE TILLEOD-UNDECL-COUNT TO TILLEOD-SUM-UNDECL              03640000
           WRITE TILL-RPT-LINE FROM TILLEOD-SUMMARY-LINE-3              03642500
                                                                        03645000
           MOVE TILLEOD-BRANCH-COUNT TO TILLEOD-SUM-BRANCH              03647500
           WRITE TILL-RPT-LINE FROM TILLEOD-SUMMARY-LINE-4              03650000
                                                                        03652500
           MOVE TILLEOD-UNBAL-COUNT TO TILLEOD-SUM-UNBAL                03655000
           WRITE TILL-RPT-LINE FROM TILLEOD-SUMMARY-LINE-5.             03657500
       3000-EXIT.                                                       03660000
           EXIT.                                                        03670000
                                                                        03680000
      ******************************************************************03680666
      *  8900-ADD-CONTROL-TOTAL - ADD THE PROCTRAN ROW JUST WRITTEN TO *03681332
      *  THE JOB'S CONTROL TOTALS FOR BALCHK.                          *03681998
      ******************************************************************03682664
       8900-ADD-CONTROL-TOTAL.                                          03683330
           SET BALTOT-REQ-ADD TO TRUE                                   03683996
           MOVE PROC-TRAN-DATE OF PROCTRAN-FILE-REC TO BALTOT-REQ-DATE  03684662
           MOVE PROC-TRAN-TYPE OF PROCTRAN-FILE-REC TO BALTOT-REQ-TYPE  03685328
           MOVE PROC-TRAN-AMOUNT OF PROCTRAN-FILE-REC                   03685994
               TO BALTOT-REQ-AMOUNT                                     03686660
           CALL 'BALTOT' USING BALTOT-REQUEST.                          03687326
       8900-EXIT.                                                       03687992
           EXIT.                                                        03688658
                                                                        03689324
      ******************************************************************03690000
      *  9000-TERMINATE - REPORT THE COUNT TO RUNCTL AND CLOSE THE     *03700000
      *  FILES.                                                        *03710000
      ******************************************************************03720000
       9000-TERMINATE.                                                  03730000
           SET BALTOT-REQ-WRITE TO TRUE                                 03732500
           CALL 'BALTOT' USING BALTOT-REQUEST                           03735000
                                                                        03737500
           MOVE 'E' TO RUNCTL-REQ-FUNCTION                              03740000
           MOVE TILLEOD-READ-COUNT TO RUNCTL-REQ-COUNT                  03750000
           CALL 'RUNCTL' USING RUNCTL-REQUEST                           03760000
           CLOSE TILL-FILE                                              03780000
           CLOSE PROCTRAN-FILE                                          03790000
           CLOSE PCTRL-FILE                                             03800000
           CLOSE VAULT-FILE                                             03803333
           CLOSE CASHHIST-FILE                                          03806666
           CLOSE TILL-RPT.                                              03810000
       9000-EXIT.                                                       03820000
           EXIT.                                                        03830000
