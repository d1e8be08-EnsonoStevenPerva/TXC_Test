      ******************************************************************00010000
      *                                                                *00020000
      *  Copyright IBM Corp. 2023                                      *00030000
      *                                                                *00040000
      *                                                                *00050000
      ******************************************************************00060000
       IDENTIFICATION DIVISION.                                         00070000
       PROGRAM-ID.    VAULTMNT.                                         00080000
       AUTHOR.        BANK APPLICATIONS GROUP.                          00090000
       DATE-WRITTEN.  2026-10-15.                                       00100000
      ******************************************************************00110000
      *                                                                *00120000
      *  VAULTMNT - BRANCH CASH VAULT MAINTENANCE AND INQUIRY          *00130000
      *                                                                *00140000
      *  FUNCTION : ACCEPTS A VAULTMNT COMMAREA (COPYBOOK VAULTMNT)    *00150000
      *             NAMING ONE BRANCH VAULT BY SORT CODE (COPYBOOK     *00160000
      *             VAULT) :                                           *00170000
      *                                                                *00180000
      *               S - SET UP THE VAULT, OR CHANGE ITS INSURED      *00190000
      *                   HOLDING LIMIT AND MINIMUM HOLDING.  A NEW    *00200000
      *                   VAULT OPENS WITH THE COUNTED BALANCE GIVEN.  *00210000
      *               D - RECORD A DELIVERY RECEIVED FROM THE CASH     *00220000
      *                   CENTRE.                                      *00230000
      *               C - RECORD A COLLECTION HANDED TO THE            *00240000
      *                   CASH-IN-TRANSIT PROVIDER.  THE VAULT MUST    *00250000
      *                   HOLD THE AMOUNT.                             *00260000
      *               I - INQUIRE, RETURNING THE DAY'S MOVEMENTS, THE  *00270000
      *                   BALANCE AND THE LAST CASH ORDER.             *00280000
      *                                                                *00290000
      *             CASH MOVES BETWEEN THE VAULT AND THE TILLS         *00300000
      *             THROUGH TILLMNT.  A VAULT LAST USED ON AN EARLIER  *00310000
      *             DAY ROLLS FORWARD ON FIRST USE, ITS BALANCE        *00320000
      *             BECOMING TODAY'S OPENING BALANCE.                  *00330000
      *                                                                *00340000
      *  FILES    : VAULT    - VSAM KSDS - BRANCH CASH VAULT           *00350000
      *             BUSDATE  - VSAM KSDS - BUSINESS-DATE CONTROL       *00360000
      *                                                                *00370000
      *  CHANGE HISTORY                                                *00380000
      *  ----------------------------------------------------------    *00390000
      *  DATE        BY    DESCRIPTION                                 *00400000
      *  2026-10-15  BAG   INITIAL VERSION                             *00410000
      *                                                                *00420000
      ******************************************************************00430000
       DATA DIVISION.                                                   00440000
       WORKING-STORAGE SECTION.                                         00450000
       01  VAULTMNT-WORK-AREA.                                          00460000
           05  VAULTMNT-RESP              PIC S9(8) COMP.               00470000
           05  VAULTMNT-TODAYS-DATE       PIC 9(8)  VALUE ZERO.         00480000
           05  VAULTMNT-BALANCE           PIC S9(10)V99 VALUE ZERO.     00490000
                                                                        00500000
       01  VAULTMNT-VAULT-REC.                                          00510000
           COPY VAULT.                                                  00520000
                                                                        00530000
       01  VAULTMNT-BUSDATE-REC.                                        00540000
           COPY BUSDATE.                                                00550000
                                                                        00560000
       LINKAGE SECTION.                                                 00570000
       01  DFHCOMMAREA.                                                 00580000
           COPY VAULTMNT.                                               00590000
                                                                        00600000
      ******************************************************************00610000
       PROCEDURE DIVISION.                                              00620000
      ******************************************************************00630000
       0000-MAINLINE.                                                   00640000
           MOVE SPACE TO COMM-VLT-SUCCESS                               00650000
           MOVE SPACE TO COMM-VLT-FAIL-CD                               00660000
           MOVE 'BUSDATE' TO BUSDATE-CONTROL-ID OF VAULTMNT-BUSDATE-REC 00670000
           EXEC CICS                                                    00680000
               READ DATASET('BUSDATE')                                  00690000
                    INTO(VAULTMNT-BUSDATE-REC)                          00700000
                    RIDFLD(BUSDATE-KEY OF VAULTMNT-BUSDATE-REC)         00710000
                    RESP(VAULTMNT-RESP)                                 00720000
           END-EXEC                                                     00730000
           IF VAULTMNT-RESP = DFHRESP(NORMAL)                           00740000
               MOVE BUSDATE-CURRENT-DATE OF VAULTMNT-BUSDATE-REC        00750000
                   TO VAULTMNT-TODAYS-DATE                              00760000
           ELSE                                                         00770000
               ACCEPT VAULTMNT-TODAYS-DATE FROM DATE YYYYMMDD           00780000
           END-IF                                                       00790000
                                                                        00800000
           EVALUATE TRUE                                                00810000
               WHEN COMM-VLT-ACT-SETUP                                  00820000
                   PERFORM 2000-SET-UP-VAULT THRU 2000-EXIT             00830000
               WHEN COMM-VLT-ACT-DELIVERY                               00840000
                   PERFORM 3000-RECORD-DELIVERY THRU 3000-EXIT          00850000
               WHEN COMM-VLT-ACT-COLLECTION                             00860000
                   PERFORM 4000-RECORD-COLLECTION THRU 4000-EXIT        00870000
               WHEN COMM-VLT-ACT-INQUIRE                                00880000
                   PERFORM 5000-INQUIRE-VAULT THRU 5000-EXIT            00890000
               WHEN OTHER                                               00900000
                   MOVE '3' TO COMM-VLT-FAIL-CD                         00910000
           END-EVALUATE                                                 00920000
                                                                        00930000
           IF COMM-VLT-FAIL-CD = SPACE                                  00940000
               MOVE 'Y' TO COMM-VLT-SUCCESS                             00950000
           ELSE                                                         00960000
               MOVE 'N' TO COMM-VLT-SUCCESS                             00970000
           END-IF                                                       00980000
                                                                        00990000
           GO TO 9999-EXIT.                                             01000000
                                                                        01010000
      ******************************************************************01020000
      *  1000-READ-VAULT - READ THE NAMED VAULT FOR UPDATE AND ROLL    *01030000
      *  IT FORWARD IF IT WAS LAST USED ON AN EARLIER DAY.             *01040000
      ******************************************************************01050000
       1000-READ-VAULT.                                                 01060000
           MOVE COMM-VLT-SORTCODE TO VAULT-SORTCODE                     01070000
                                      OF VAULTMNT-VAULT-REC             01080000
                                                                        01090000
           EXEC CICS                                                    01100000
               READ DATASET('VAULT')                                    01110000
                    INTO(VAULTMNT-VAULT-REC)                            01120000
                    RIDFLD(VAULT-KEY OF VAULTMNT-VAULT-REC)             01130000
                    UPDATE                                              01140000
                    RESP(VAULTMNT-RESP)                                 01150000
           END-EXEC                                                     01160000
                                                                        01170000
           IF VAULTMNT-RESP = DFHRESP(NOTFND)                           01180000
               MOVE '1' TO COMM-VLT-FAIL-CD                             01190000
               GO TO 1000-EXIT                                          01200000
           END-IF                                                       01210000
                                                                        01220000
           IF VAULTMNT-RESP NOT = DFHRESP(NORMAL)                       01230000
               MOVE '8' TO COMM-VLT-FAIL-CD                             01240000
               GO TO 1000-EXIT                                          01250000
           END-IF                                                       01260000
                                                                        01270000
           PERFORM 1100-ROLL-VAULT THRU 1100-EXIT.                      01280000
       1000-EXIT.                                                       01290000
           EXIT.                                                        01300000
                                                                        01310000
      ******************************************************************01320000
      *  1100-ROLL-VAULT - CARRY AN EARLIER DAY'S BALANCE FORWARD AS   *01330000
      *  TODAY'S OPENING BALANCE AND CLEAR THE DAY'S MOVEMENTS, THE    *01340000
      *  SAME ROLL TILLMNT APPLIES.                                    *01350000
      ******************************************************************01360000
       1100-ROLL-VAULT.                                                 01370000
           PERFORM 1200-COMPUTE-BALANCE THRU 1200-EXIT                  01380000
                                                                        01390000
           IF VAULT-BUSINESS-DATE OF VAULTMNT-VAULT-REC                 01400000
              = VAULTMNT-TODAYS-DATE                                    01410000
               GO TO 1100-EXIT                                          01420000
           END-IF                                                       01430000
                                                                        01440000
           MOVE VAULTMNT-BALANCE TO VAULT-OPENING-BALANCE               01450000
                                     OF VAULTMNT-VAULT-REC              01460000
           MOVE ZERO TO VAULT-TO-TILLS   OF VAULTMNT-VAULT-REC          01470000
           MOVE ZERO TO VAULT-FROM-TILLS OF VAULTMNT-VAULT-REC          01480000
           MOVE ZERO TO VAULT-DELIVERED  OF VAULTMNT-VAULT-REC          01490000
           MOVE ZERO TO VAULT-COLLECTED  OF VAULTMNT-VAULT-REC          01500000
           SET VAULT-NOT-PROVED OF VAULTMNT-VAULT-REC TO TRUE           01510000
           MOVE VAULTMNT-TODAYS-DATE TO VAULT-BUSINESS-DATE             01520000
                                         OF VAULTMNT-VAULT-REC.         01530000
       1100-EXIT.                                                       01540000
           EXIT.                                                        01550000
                                                                        01560000
      ******************************************************************01570000
      *  1200-COMPUTE-BALANCE - OPENING BALANCE + FROM TILLS           *01580000
      *  - TO TILLS + DELIVERED - COLLECTED.                           *01590000
      ******************************************************************01600000
       1200-COMPUTE-BALANCE.                                            01610000
           COMPUTE VAULTMNT-BALANCE =                                   01620000
               VAULT-OPENING-BALANCE OF VAULTMNT-VAULT-REC              01630000
             + VAULT-FROM-TILLS OF VAULTMNT-VAULT-REC                   01640000
             - VAULT-TO-TILLS OF VAULTMNT-VAULT-REC                     01650000
             + VAULT-DELIVERED OF VAULTMNT-VAULT-REC                    01660000
             - VAULT-COLLECTED OF VAULTMNT-VAULT-REC.                   01670000
       1200-EXIT.                                                       01680000
           EXIT.                                                        01690000
                                                                        01700000
      ******************************************************************01710000
      *  1500-REWRITE-VAULT - REWRITE THE VAULT AND RETURN ITS         *01720000
      *  POSITION.                                                     *01730000
      ******************************************************************01740000
       1500-REWRITE-VAULT.                                              01750000
           EXEC CICS                                                    01760000
               REWRITE DATASET('VAULT')                                 01770000
                       FROM(VAULTMNT-VAULT-REC)                         01780000
                       RESP(VAULTMNT-RESP)                              01790000
           END-EXEC                                                     01800000
                                                                        01810000
           IF VAULTMNT-RESP NOT = DFHRESP(NORMAL)                       01820000
               MOVE '6' TO COMM-VLT-FAIL-CD                             01830000
               GO TO 1500-EXIT                                          01840000
           END-IF                                                       01850000
                                                                        01860000
           PERFORM 6000-RETURN-VAULT THRU 6000-EXIT.                    01870000
       1500-EXIT.                                                       01880000
           EXIT.                                                        01890000
                                                                        01900000
      ******************************************************************01910000
      *  2000-SET-UP-VAULT - WRITE A NEW VAULT WITH ITS COUNTED        *01920000
      *  OPENING BALANCE, OR CHANGE AN EXISTING VAULT'S INSURED        *01930000
      *  HOLDING LIMIT AND MINIMUM HOLDING.  THE BALANCE OF AN         *01940000
      *  EXISTING VAULT ONLY MOVES THROUGH TRANSFERS, DELIVERIES AND   *01950000
      *  COLLECTIONS.                                                  *01960000
      ******************************************************************01970000
       2000-SET-UP-VAULT.                                               01980000
           IF COMM-VLT-AMOUNT < ZERO                                    01990000
              OR COMM-VLT-INSURED-LIMIT < ZERO                          02000000
              OR COMM-VLT-MINIMUM-HOLDING < ZERO                        02010000
               MOVE '5' TO COMM-VLT-FAIL-CD                             02020000
               GO TO 2000-EXIT                                          02030000
           END-IF                                                       02040000
                                                                        02050000
           PERFORM 1000-READ-VAULT THRU 1000-EXIT                       02060000
                                                                        02070000
           IF COMM-VLT-FAIL-NOTFND                                      02080000
               MOVE SPACE TO COMM-VLT-FAIL-CD                           02090000
               PERFORM 2100-WRITE-NEW-VAULT THRU 2100-EXIT              02100000
               GO TO 2000-EXIT                                          02110000
           END-IF                                                       02120000
                                                                        02130000
           IF COMM-VLT-FAIL-CD NOT = SPACE                              02140000
               GO TO 2000-EXIT                                          02150000
           END-IF                                                       02160000
                                                                        02170000
           MOVE COMM-VLT-INSURED-LIMIT TO VAULT-INSURED-LIMIT           02180000
                                           OF VAULTMNT-VAULT-REC        02190000
           MOVE COMM-VLT-MINIMUM-HOLDING TO VAULT-MINIMUM-HOLDING       02200000
                                             OF VAULTMNT-VAULT-REC      02210000
                                                                        02220000
           PERFORM 1500-REWRITE-VAULT THRU 1500-EXIT.                   02230000
       2000-EXIT.                                                       02240000
           EXIT.                                                        02250000
                                                                        02260000
      ******************************************************************02270000
      *  2100-WRITE-NEW-VAULT - OPEN THE BRANCH'S VAULT.               *02280000
      ******************************************************************02290000
       2100-WRITE-NEW-VAULT.                                            02300000
           MOVE SPACES TO VAULTMNT-VAULT-REC                            02310000
           MOVE 'VALT' TO VAULT-EYECATCHER OF VAULTMNT-VAULT-REC        02320000
           MOVE COMM-VLT-SORTCODE TO VAULT-SORTCODE                     02330000
                                      OF VAULTMNT-VAULT-REC             02340000
           MOVE VAULTMNT-TODAYS-DATE TO VAULT-BUSINESS-DATE             02350000
                                         OF VAULTMNT-VAULT-REC          02360000
           MOVE COMM-VLT-AMOUNT TO VAULT-OPENING-BALANCE                02370000
                                    OF VAULTMNT-VAULT-REC               02380000
           MOVE ZERO TO VAULT-TO-TILLS   OF VAULTMNT-VAULT-REC          02390000
           MOVE ZERO TO VAULT-FROM-TILLS OF VAULTMNT-VAULT-REC          02400000
           MOVE ZERO TO VAULT-DELIVERED  OF VAULTMNT-VAULT-REC          02410000
           MOVE ZERO TO VAULT-COLLECTED  OF VAULTMNT-VAULT-REC          02420000
           MOVE COMM-VLT-INSURED-LIMIT TO VAULT-INSURED-LIMIT           02430000
                                           OF VAULTMNT-VAULT-REC        02440000
           MOVE COMM-VLT-MINIMUM-HOLDING TO VAULT-MINIMUM-HOLDING       02450000
                                             OF VAULTMNT-VAULT-REC      02460000
           MOVE ZERO TO VAULT-TILLS-CLOSING OF VAULTMNT-VAULT-REC       02470000
           SET VAULT-NOT-PROVED OF VAULTMNT-VAULT-REC TO TRUE           02480000
           MOVE ZERO TO VAULT-LAST-ORDER-DATE OF VAULTMNT-VAULT-REC     02490000
           SET VAULT-ORDER-NONE OF VAULTMNT-VAULT-REC TO TRUE           02500000
           MOVE ZERO TO VAULT-LAST-ORDER-AMOUNT OF VAULTMNT-VAULT-REC   02510000
                                                                        02520000
           EXEC CICS                                                    02530000
               WRITE DATASET('VAULT')                                   02540000
                     FROM(VAULTMNT-VAULT-REC)                           02550000
                     RIDFLD(VAULT-KEY OF VAULTMNT-VAULT-REC)            02560000
                     RESP(VAULTMNT-RESP)                                02570000
           END-EXEC                                                     02580000
                                                                        02590000
           IF VAULTMNT-RESP NOT = DFHRESP(NORMAL)                       02600000
               MOVE '6' TO COMM-VLT-FAIL-CD                             02610000
               GO TO 2100-EXIT                                          02620000
           END-IF                                                       02630000
                                                                        02640000
           PERFORM 6000-RETURN-VAULT THRU 6000-EXIT.                    02650000
       2100-EXIT.                                                       02660000
           EXIT.                                                        02670000
                                                                        02680000
      ******************************************************************02690000
      *  3000-RECORD-DELIVERY - CASH RECEIVED FROM THE CASH CENTRE.    *02700000
      ******************************************************************02710000
       3000-RECORD-DELIVERY.                                            02720000
           IF COMM-VLT-AMOUNT NOT > ZERO                                02730000
               MOVE '5' TO COMM-VLT-FAIL-CD                             02740000
               GO TO 3000-EXIT                                          02750000
           END-IF                                                       02760000
                                                                        02770000
           PERFORM 1000-READ-VAULT THRU 1000-EXIT                       02780000
           IF COMM-VLT-FAIL-CD NOT = SPACE                              02790000
               GO TO 3000-EXIT                                          02800000
           END-IF                                                       02810000
                                                                        02820000
           ADD COMM-VLT-AMOUNT TO VAULT-DELIVERED OF VAULTMNT-VAULT-REC 02830000
                                                                        02840000
           PERFORM 1500-REWRITE-VAULT THRU 1500-EXIT.                   02850000
       3000-EXIT.                                                       02860000
           EXIT.                                                        02870000
                                                                        02880000
      ******************************************************************02890000
      *  4000-RECORD-COLLECTION - CASH HANDED TO THE CASH-IN-TRANSIT   *02900000
      *  PROVIDER.  THE VAULT CANNOT GIVE UP MORE THAN IT HOLDS.       *02910000
      ******************************************************************02920000
       4000-RECORD-COLLECTION.                                          02930000
           IF COMM-VLT-AMOUNT NOT > ZERO                                02940000
               MOVE '5' TO COMM-VLT-FAIL-CD                             02950000
               GO TO 4000-EXIT                                          02960000
           END-IF                                                       02970000
                                                                        02980000
           PERFORM 1000-READ-VAULT THRU 1000-EXIT                       02990000
           IF COMM-VLT-FAIL-CD NOT = SPACE                              03000000
               GO TO 4000-EXIT                                          03010000
           END-IF                                                       03020000
                                                                        03030000
           IF COMM-VLT-AMOUNT > VAULTMNT-BALANCE                        03040000
               MOVE '4' TO COMM-VLT-FAIL-CD                             03050000
               GO TO 4000-EXIT                                          03060000
           END-IF                                                       03070000
                                                                        03080000
           ADD COMM-VLT-AMOUNT TO VAULT-COLLECTED OF VAULTMNT-VAULT-REC 03090000
                                                                        03100000
           PERFORM 1500-REWRITE-VAULT THRU 1500-EXIT.                   03110000
       4000-EXIT.                                                       03120000
           EXIT.                                                        03130000
                                                                        03140000
      ******************************************************************03150000
      *  5000-INQUIRE-VAULT - RETURN THE VAULT AS IT STANDS TODAY.     *03160000
      ******************************************************************03170000
       5000-INQUIRE-VAULT.                                              03180000
           MOVE COMM-VLT-SORTCODE TO VAULT-SORTCODE                     03190000
                                      OF VAULTMNT-VAULT-REC             03200000
                                                                        03210000
           EXEC CICS                                                    03220000
               READ DATASET('VAULT')                                    03230000
                    INTO(VAULTMNT-VAULT-REC)                            03240000
                    RIDFLD(VAULT-KEY OF VAULTMNT-VAULT-REC)             03250000
                    RESP(VAULTMNT-RESP)                                 03260000
           END-EXEC                                                     03270000
                                                                        03280000
           IF VAULTMNT-RESP = DFHRESP(NOTFND)                           03290000
               MOVE '1' TO COMM-VLT-FAIL-CD                             03300000
               GO TO 5000-EXIT                                          03310000
           END-IF                                                       03320000
                                                                        03330000
           IF VAULTMNT-RESP NOT = DFHRESP(NORMAL)                       03340000
               MOVE '8' TO COMM-VLT-FAIL-CD                             03350000
               GO TO 5000-EXIT                                          03360000
           END-IF                                                       03370000
                                                                        03380000
           PERFORM 1100-ROLL-VAULT THRU 1100-EXIT                       03390000
           PERFORM 6000-RETURN-VAULT THRU 6000-EXIT.                    03400000
       5000-EXIT.                                                       03410000
           EXIT.                                                        03420000
                                                                        03430000
      ******************************************************************03440000
      *  6000-RETURN-VAULT - COPY THE VAULT'S POSITION TO THE          *03450000
      *  COMMAREA.                                                     *03460000
      ******************************************************************03470000
       6000-RETURN-VAULT.                                               03480000
           PERFORM 1200-COMPUTE-BALANCE THRU 1200-EXIT                  03490000
                                                                        03500000
           MOVE VAULT-INSURED-LIMIT OF VAULTMNT-VAULT-REC               03510000
               TO COMM-VLT-INSURED-LIMIT                                03520000
           MOVE VAULT-MINIMUM-HOLDING OF VAULTMNT-VAULT-REC             03530000
               TO COMM-VLT-MINIMUM-HOLDING                              03540000
           MOVE VAULT-OPENING-BALANCE OF VAULTMNT-VAULT-REC             03550000
               TO COMM-VLT-OPENING-BALANCE                              03560000
           MOVE VAULT-TO-TILLS OF VAULTMNT-VAULT-REC                    03570000
               TO COMM-VLT-TO-TILLS                                     03580000
           MOVE VAULT-FROM-TILLS OF VAULTMNT-VAULT-REC                  03590000
               TO COMM-VLT-FROM-TILLS                                   03600000
           MOVE VAULT-DELIVERED OF VAULTMNT-VAULT-REC                   03610000
               TO COMM-VLT-DELIVERED                                    03620000
           MOVE VAULT-COLLECTED OF VAULTMNT-VAULT-REC                   03630000
               TO COMM-VLT-COLLECTED                                    03640000
           MOVE VAULTMNT-BALANCE TO COMM-VLT-BALANCE                    03650000
           MOVE VAULT-LAST-ORDER-DATE OF VAULTMNT-VAULT-REC             03660000
               TO COMM-VLT-LAST-ORDER-DATE                              03670000
           MOVE VAULT-LAST-ORDER-TYPE OF VAULTMNT-VAULT-REC             03680000
               TO COMM-VLT-LAST-ORDER-TYPE                              03690000
           MOVE VAULT-LAST-ORDER-AMOUNT OF VAULTMNT-VAULT-REC           03700000
               TO COMM-VLT-LAST-ORDER-AMOUNT.                           03710000
       6000-EXIT.                                                       03720000
           EXIT.                                                        03730000
                                                                        03740000
      ******************************************************************03750000
      *  9999-EXIT - RETURN TO THE CALLER.                             *03760000
      ******************************************************************03770000
       9999-EXIT.                                                       03780000
           EXEC CICS                                                    03790000
               RETURN                                                   03800000
           END-EXEC.                                                    03810000
