      *               A - ADD A BRANCH (ACTIVE, WITH ITS NAME)         *00190000
      *               R - RENAME AN EXISTING BRANCH                    *00200000
      *               C - CLOSE A BRANCH.  CLOSURE IS REFUSED WHILE    *00210000
      *                   THE BRANCH STILL HAS ANY OPEN ACCOUNT, ANY   *00218000
      *                   ACTIVE STANDING ORDER OR ANY SAFE-DEPOSIT    *00226000
      *                   BOX STILL LET - THE BRNCLRPT                 *00234000
      *                   CLOSURE-READINESS REPORT LISTS WHAT IS       *00242000
      *                   STILL IN THE WAY.  ONCE CLOSED, CRECUST      *00250000
      *                   AND CREACC ALREADY REFUSE NEW BUSINESS ON    *00260000
      *                   THE BRANCH THROUGH THEIR SRTCDE-ACTIVE       *00270000
      *  FILES    : SRTCODE  - VSAM KSDS - SORT CODE REFERENCE         *00300000
      *             ACCOUNT  - VSAM KSDS - ACCOUNT MASTER              *00310000
      *             SODD     - VSAM KSDS - STANDING ORDER MASTER       *00320000
      *             SDBOX    - VSAM KSDS - SAFE-DEPOSIT BOX REGISTER   *00325000
      *                                                                *00330000
      *  CHANGE HISTORY                                                *00340000
      *  ----------------------------------------------------------    *00350000
      *  DATE        BY    DESCRIPTION                                 *00360000
      *  2026-08-22  BAG   INITIAL VERSION                             *00370000
      *  2026-10-15  BAG   CLOSURE ALSO REFUSED WHILE ANY              *00373333
      *                    SAFE-DEPOSIT BOX IS STILL LET               *00376666
      *                                                                *00380000
      ******************************************************************00390000
       DATA DIVISION.                                                   00400000
           05  BRNMAINT-SODD-BROWSE-KEY.                                00470000
               10  BRNMAINT-SODD-BR-SCODE PIC 9(6).                     00480000
               10  BRNMAINT-SODD-BR-NUM   PIC 9(8).                     00490000
           05  BRNMAINT-SDB-BROWSE-KEY.                                 00492500
               10  BRNMAINT-SDB-BR-SCODE  PIC 9(6).                     00495000
               10  BRNMAINT-SDB-BR-NUM    PIC 9(6).                     00497500
           05  BRNMAINT-SCAN-SWITCH       PIC X     VALUE 'N'.          00500000
               88  BRNMAINT-SCAN-EOF            VALUE 'Y'.              00510000
           05  BRNMAINT-BLOCKER-SWITCH    PIC X     VALUE 'N'.          00520000
                                                                        00600000
       01  BRNMAINT-SODD-REC.                                           00610000
           COPY SODD.                                                   00620000
                                                                        00620001
       01  BRNMAINT-SDBOX-REC.                                          00623333
           COPY SDBOX.                                                  00626666
                                                                        00630000
       LINKAGE SECTION.                                                 00640000
       01  DFHCOMMAREA.                                                 00650000
               MOVE '5' TO COMM-BRN-FAIL-CD                             02020000
               GO TO 3000-EXIT                                          02030000
           END-IF                                                       02040000
                                                                        02040001
           PERFORM 3500-CHECK-LET-BOXES THRU 3500-EXIT                  02041666
           IF BRNMAINT-BLOCKER-FOUND                                    02043332
               MOVE '7' TO COMM-BRN-FAIL-CD                             02044998
               GO TO 3000-EXIT                                          02046664
           END-IF                                                       02048330
                                                                        02050000
           SET SRTCDE-CLOSED OF BRNMAINT-SRTCDE-REC TO TRUE             02060000
                                                                        02070000
       3400-EXIT.                                                       03350000
           EXIT.                                                        03360000
                                                                        03370000
      ******************************************************************03370172
      *  3500-CHECK-LET-BOXES - BROWSE THE BRANCH'S SAFE-DEPOSIT       *03370344
      *  BOXES FOR ANY STILL LET.                                      *03370516
      ******************************************************************03370688
       3500-CHECK-LET-BOXES.                                            03370860
           MOVE 'N' TO BRNMAINT-SCAN-SWITCH                             03371032
           MOVE 'N' TO BRNMAINT-BLOCKER-SWITCH                          03371204
           MOVE COMM-SORTCODE TO BRNMAINT-SDB-BR-SCODE                  03371376
           MOVE ZERO          TO BRNMAINT-SDB-BR-NUM                    03371548
                                                                        03371720
           EXEC CICS                                                    03371892
               STARTBR DATASET('SDBOX')                                 03372064
                       RIDFLD(BRNMAINT-SDB-BROWSE-KEY)                  03372236
                       GTEQ                                             03372408
                       RESP(BRNMAINT-RESP)                              03372580
           END-EXEC                                                     03372752
                                                                        03372924
           IF BRNMAINT-RESP NOT = DFHRESP(NORMAL)                       03373096
               GO TO 3500-EXIT                                          03373268
           END-IF                                                       03373440
                                                                        03373612
           PERFORM 3600-SCAN-ONE-BOX THRU 3600-EXIT                     03373784
              UNTIL BRNMAINT-SCAN-EOF OR BRNMAINT-BLOCKER-FOUND         03373956
                                                                        03374128
           EXEC CICS                                                    03374300
               ENDBR DATASET('SDBOX')                                   03374472
           END-EXEC.                                                    03374644
       3500-EXIT.                                                       03374816
           EXIT.                                                        03374988
                                                                        03375160
      ******************************************************************03375332
      *  3600-SCAN-ONE-BOX - ONE SAFE-DEPOSIT BOX ON THE BROWSE.       *03375504
      ******************************************************************03375676
       3600-SCAN-ONE-BOX.                                               03375848
           EXEC CICS                                                    03376020
               READNEXT DATASET('SDBOX')                                03376192
                        INTO(BRNMAINT-SDBOX-REC)                        03376364
                        RIDFLD(BRNMAINT-SDB-BROWSE-KEY)                 03376536
                        RESP(BRNMAINT-RESP)                             03376708
           END-EXEC                                                     03376880
                                                                        03377052
           IF BRNMAINT-RESP NOT = DFHRESP(NORMAL)                       03377224
               SET BRNMAINT-SCAN-EOF TO TRUE                            03377396
               GO TO 3600-EXIT                                          03377568
           END-IF                                                       03377740
                                                                        03377912
           IF SDBOX-SORTCODE OF BRNMAINT-SDBOX-REC                      03378084
              NOT = COMM-SORTCODE                                       03378256
               SET BRNMAINT-SCAN-EOF TO TRUE                            03378428
               GO TO 3600-EXIT                                          03378600
           END-IF                                                       03378772
                                                                        03378944
           IF SDBOX-LET OF BRNMAINT-SDBOX-REC                           03379116
               SET BRNMAINT-BLOCKER-FOUND TO TRUE                       03379288
           END-IF.                                                      03379460
       3600-EXIT.                                                       03379632
           EXIT.                                                        03379804
                                                                        03379805
      ******************************************************************03380000
      *  9999-EXIT - RETURN TO THE CALLER.                             *03390000
      ******************************************************************03400000
