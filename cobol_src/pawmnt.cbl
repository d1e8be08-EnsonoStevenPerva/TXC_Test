      ******************************************************************00010000
      *                                                                *00020000
      *  Copyright IBM Corp. 2023                                      *00030000
      *                                                                *00040000
      *                                                                *00050000
      ******************************************************************00060000
       IDENTIFICATION DIVISION.                                         00070000
       PROGRAM-ID.    PAWMNT.                                           00080000
       AUTHOR.        BANK APPLICATIONS GROUP.                          00090000
       DATE-WRITTEN.  2026-10-15.                                       00100000
      ******************************************************************00110000
      *                                                                *00120000
      *  PAWMNT - INTEREST PAY-AWAY INSTRUCTION MAINTENANCE            *00130000
      *                                                                *00140000
      *  FUNCTION : ACCEPTS A PAWMNT COMMAREA (COPYBOOK PAWMNT)        *00150000
      *             NAMING AN ACCOUNT (SOURCE TYPE A) OR A TERM        *00160000
      *             DEPOSIT (SOURCE TYPE T) BY SORT CODE AND NUMBER :  *00170000
      *                                                                *00180000
      *               S - SET THE PAY-AWAY INSTRUCTION (COPYBOOK       *00190000
      *                   PAYAWAY), REPLACING ANY ALREADY HELD.  THE   *00200000
      *                   SOURCE MUST BE OPEN.  THE DESTINATION IS     *00210000
      *                   ANOTHER OPEN ACCOUNT OF THE SAME CUSTOMER    *00220000
      *                   AT THE BRANCH (O), ONE OF THE CUSTOMER'S     *00230000
      *                   ACTIVE SAVED PAYEES (B, COPYBOOK BENEF), OR  *00240000
      *                   ANY OTHER SORT CODE AND ACCOUNT (E).  THE    *00250000
      *                   FREQUENCY IS MONTHLY, QUARTERLY OR ANNUAL.   *00260000
      *                   AN ACCOUNT'S FIRST PAY DATE IS ITS NEXT      *00270000
      *                   STATEMENT DATE, A DEPOSIT'S ONE FREQUENCY    *00280000
      *                   ON FROM TODAY, NEVER PAST ITS MATURITY.      *00290000
      *               X - CANCEL THE INSTRUCTION.  INTEREST IS THEN    *00300000
      *                   LEFT WHERE IT IS CREDITED.                   *00310000
      *               I - INQUIRE, INCLUDING THE LAST PAYMENT AND THE  *00320000
      *                   LAST FAILURE.                                *00330000
      *                                                                *00340000
      *             SET AND CANCEL ARE RECORDED AGAINST AN OPERATOR    *00350000
      *             WHO MUST BE ACTIVE ON THE MASTER.  INTACCR AND     *00360000
      *             TDMAT MAKE THE PAYMENTS.                           *00370000
      *                                                                *00380000
      *  FILES    : PAYAWAY  - VSAM KSDS - PAY-AWAY INSTRUCTIONS       *00390000
      *             ACCOUNT  - VSAM KSDS - ACCOUNT MASTER              *00400000
      *             TERMDEP  - VSAM KSDS - TERM DEPOSIT MASTER         *00410000
      *             BENEF    - VSAM KSDS - SAVED PAYEES                *00420000
      *             OPERATOR - VSAM KSDS - OPERATOR MASTER             *00430000
      *             BUSDATE  - VSAM KSDS - BUSINESS-DATE CONTROL       *00440000
      *                                                                *00450000
      *  CHANGE HISTORY                                                *00460000
      *  ----------------------------------------------------------    *00470000
      *  DATE        BY    DESCRIPTION                                 *00480000
      *  2026-10-15  BAG   INITIAL VERSION                             *00490000
      *                                                                *00500000
      ******************************************************************00510000
       DATA DIVISION.                                                   00520000
       WORKING-STORAGE SECTION.                                         00530000
       01  PAWMNT-WORK-AREA.                                            00540000
           05  PAWMNT-RESP                PIC S9(8) COMP.               00550000
           05  PAWMNT-TODAYS-DATE         PIC 9(8)  VALUE ZERO.         00560000
           05  PAWMNT-CUSTOMER            PIC 9(10) VALUE ZERO.         00570000
           05  PAWMNT-MATURITY-DATE       PIC 9(8)  VALUE ZERO.         00580000
           05  PAWMNT-MONTHS-LEFT         PIC 9(3)  VALUE ZERO.         00590000
           05  PAWMNT-PAY-DATE            PIC 9(8)  VALUE ZERO.         00600000
           05  PAWMNT-PAY-GRP REDEFINES PAWMNT-PAY-DATE.                00610000
               10  PAWMNT-PAY-YYYY        PIC 9999.                     00620000
               10  PAWMNT-PAY-MM          PIC 99.                       00630000
               10  PAWMNT-PAY-DD          PIC 99.                       00640000
           05  PAWMNT-NEW-SWITCH          PIC X     VALUE 'N'.          00650000
               88  PAWMNT-NEW-INSTRUCTION       VALUE 'Y'.              00660000
                                                                        00670000
       01  PAWMNT-PAYAWAY-REC.                                          00680000
           COPY PAYAWAY.                                                00690000
                                                                        00700000
       01  PAWMNT-ACCOUNT-REC.                                          00710000
           COPY ACCOUNT.                                                00720000
                                                                        00730000
       01  PAWMNT-TERMDEP-REC.                                          00740000
           COPY TERMDEP.                                                00750000
                                                                        00760000
       01  PAWMNT-BENEF-REC.                                            00770000
           COPY BENEF.                                                  00780000
                                                                        00790000
       01  PAWMNT-OPERATOR-REC.                                         00800000
           COPY OPERATOR.                                               00810000
                                                                        00820000
       01  PAWMNT-BUSDATE-REC.                                          00830000
           COPY BUSDATE.                                                00840000
                                                                        00850000
       LINKAGE SECTION.                                                 00860000
       01  DFHCOMMAREA.                                                 00870000
           COPY PAWMNT.                                                 00880000
                                                                        00890000
      ******************************************************************00900000
       PROCEDURE DIVISION.                                              00910000
      ******************************************************************00920000
       0000-MAINLINE.                                                   00930000
           MOVE SPACE TO COMM-PAW-SUCCESS                               00940000
           MOVE SPACE TO COMM-PAW-FAIL-CD                               00950000
           MOVE 'BUSDATE' TO BUSDATE-CONTROL-ID OF PAWMNT-BUSDATE-REC   00960000
           EXEC CICS                                                    00970000
               READ DATASET('BUSDATE')                                  00980000
                    INTO(PAWMNT-BUSDATE-REC)                            00990000
                    RIDFLD(BUSDATE-KEY OF PAWMNT-BUSDATE-REC)           01000000
                    RESP(PAWMNT-RESP)                                   01010000
           END-EXEC                                                     01020000
           IF PAWMNT-RESP = DFHRESP(NORMAL)                             01030000
               MOVE BUSDATE-CURRENT-DATE OF PAWMNT-BUSDATE-REC          01040000
                   TO PAWMNT-TODAYS-DATE                                01050000
           ELSE                                                         01060000
               ACCEPT PAWMNT-TODAYS-DATE FROM DATE YYYYMMDD             01070000
           END-IF                                                       01080000
                                                                        01090000
           IF NOT COMM-PAW-ACT-INQUIRE                                  01100000
               PERFORM 0600-CHECK-OPERATOR THRU 0600-EXIT               01110000
           END-IF                                                       01120000
                                                                        01130000
           IF COMM-PAW-FAIL-CD = SPACE                                  01140000
               EVALUATE TRUE                                            01150000
                   WHEN COMM-PAW-ACT-SET                                01160000
                       PERFORM 2000-SET-INSTRUCTION THRU 2000-EXIT      01170000
                   WHEN COMM-PAW-ACT-CANCEL                             01180000
                       PERFORM 3000-CANCEL-INSTRUCTION THRU 3000-EXIT   01190000
                   WHEN COMM-PAW-ACT-INQUIRE                            01200000
                       PERFORM 7500-INQUIRE-INSTRUCTION THRU 7500-EXIT  01210000
                   WHEN OTHER                                           01220000
                       MOVE '3' TO COMM-PAW-FAIL-CD                     01230000
               END-EVALUATE                                             01240000
           END-IF                                                       01250000
                                                                        01260000
           IF COMM-PAW-FAIL-CD = SPACE                                  01270000
               MOVE 'Y' TO COMM-PAW-SUCCESS                             01280000
           ELSE                                                         01290000
               MOVE 'N' TO COMM-PAW-SUCCESS                             01300000
           END-IF                                                       01310000
                                                                        01320000
           GO TO 9999-EXIT.                                             01330000
                                                                        01340000
      ******************************************************************01350000
      *  0600-CHECK-OPERATOR - EVERY INSTRUCTION CHANGE IS RECORDED    *01360000
      *  AGAINST AN OPERATOR WHO MUST BE ACTIVE ON THE MASTER, THE     *01370000
      *  SAME CHECK SDBMNT MAKES.                                      *01380000
      ******************************************************************01390000
       0600-CHECK-OPERATOR.                                             01400000
           MOVE COMM-PAW-OPERATOR TO OPERATOR-ID                        01410000
                                      OF PAWMNT-OPERATOR-REC            01420000
                                                                        01430000
           EXEC CICS                                                    01440000
               READ DATASET('OPERATOR')                                 01450000
                    INTO(PAWMNT-OPERATOR-REC)                           01460000
                    RIDFLD(OPERATOR-KEY OF PAWMNT-OPERATOR-REC)         01470000
                    RESP(PAWMNT-RESP)                                   01480000
           END-EXEC                                                     01490000
                                                                        01500000
           IF PAWMNT-RESP NOT = DFHRESP(NORMAL)                         01510000
               MOVE 'O' TO COMM-PAW-FAIL-CD                             01520000
               GO TO 0600-EXIT                                          01530000
           END-IF                                                       01540000
                                                                        01550000
           IF NOT OPERATOR-ACTIVE OF PAWMNT-OPERATOR-REC                01560000
               MOVE 'O' TO COMM-PAW-FAIL-CD                             01570000
           END-IF.                                                      01580000
       0600-EXIT.                                                       01590000
           EXIT.                                                        01600000
                                                                        01610000
      ******************************************************************01620000
      *  1000-READ-INSTRUCTION - READ THE NAMED INSTRUCTION FOR        *01630000
      *  UPDATE.  NONE ON FILE IS NOTED FOR 2000 TO WRITE A NEW ONE.   *01640000
      ******************************************************************01650000
       1000-READ-INSTRUCTION.                                           01660000
           MOVE 'N' TO PAWMNT-NEW-SWITCH                                01670000
           MOVE COMM-PAW-SOURCE-TYPE TO PAYAWAY-SOURCE-TYPE             01680000
                                         OF PAWMNT-PAYAWAY-REC          01690000
           MOVE COMM-PAW-SORTCODE TO PAYAWAY-SORTCODE                   01700000
                                      OF PAWMNT-PAYAWAY-REC             01710000
           MOVE COMM-PAW-NUMBER   TO PAYAWAY-NUMBER                     01720000
                                      OF PAWMNT-PAYAWAY-REC             01730000
                                                                        01740000
           EXEC CICS                                                    01750000
               READ DATASET('PAYAWAY')                                  01760000
                    INTO(PAWMNT-PAYAWAY-REC)                            01770000
                    RIDFLD(PAYAWAY-KEY OF PAWMNT-PAYAWAY-REC)           01780000
                    UPDATE                                              01790000
                    RESP(PAWMNT-RESP)                                   01800000
           END-EXEC                                                     01810000
                                                                        01820000
           IF PAWMNT-RESP = DFHRESP(NOTFND)                             01830000
               SET PAWMNT-NEW-INSTRUCTION TO TRUE                       01840000
               GO TO 1000-EXIT                                          01850000
           END-IF                                                       01860000
                                                                        01870000
           IF PAWMNT-RESP NOT = DFHRESP(NORMAL)                         01880000
               MOVE '8' TO COMM-PAW-FAIL-CD                             01890000
           END-IF.                                                      01900000
       1000-EXIT.                                                       01910000
           EXIT.                                                        01920000
                                                                        01930000
      ******************************************************************01940000
      *  2000-SET-INSTRUCTION - PROVE THE SOURCE AND THE DESTINATION,  *01950000
      *  WORK OUT THE FIRST PAY DATE, AND WRITE THE INSTRUCTION OR     *01960000
      *  REPLACE THE ONE HELD.  A REPLACED INSTRUCTION KEEPS ITS       *01970000
      *  PAYMENT HISTORY AND ANY INTEREST STILL DUE.                   *01980000
      ******************************************************************01990000
       2000-SET-INSTRUCTION.                                            02000000
           MOVE COMM-PAW-SOURCE-TYPE TO PAYAWAY-SOURCE-TYPE             02010000
                                         OF PAWMNT-PAYAWAY-REC          02020000
           MOVE COMM-PAW-DEST-TYPE TO PAYAWAY-DEST-TYPE                 02030000
                                       OF PAWMNT-PAYAWAY-REC            02040000
           MOVE COMM-PAW-FREQUENCY TO PAYAWAY-FREQUENCY                 02050000
                                       OF PAWMNT-PAYAWAY-REC            02060000
           IF NOT PAYAWAY-SOURCE-VALID OF PAWMNT-PAYAWAY-REC            02070000
              OR NOT PAYAWAY-DEST-VALID OF PAWMNT-PAYAWAY-REC           02080000
              OR NOT PAYAWAY-FREQ-VALID OF PAWMNT-PAYAWAY-REC           02090000
               MOVE '5' TO COMM-PAW-FAIL-CD                             02100000
               GO TO 2000-EXIT                                          02110000
           END-IF                                                       02120000
                                                                        02130000
           PERFORM 2100-CHECK-SOURCE THRU 2100-EXIT                     02140000
           IF COMM-PAW-FAIL-CD NOT = SPACE                              02150000
               GO TO 2000-EXIT                                          02160000
           END-IF                                                       02170000
                                                                        02180000
           PERFORM 2200-CHECK-DESTINATION THRU 2200-EXIT                02190000
           IF COMM-PAW-FAIL-CD NOT = SPACE                              02200000
               GO TO 2000-EXIT                                          02210000
           END-IF                                                       02220000
                                                                        02230000
           PERFORM 2300-FIRST-PAY-DATE THRU 2300-EXIT                   02240000
                                                                        02250000
           PERFORM 1000-READ-INSTRUCTION THRU 1000-EXIT                 02260000
           IF COMM-PAW-FAIL-CD NOT = SPACE                              02270000
               GO TO 2000-EXIT                                          02280000
           END-IF                                                       02290000
                                                                        02300000
           IF PAWMNT-NEW-INSTRUCTION                                    02310000
               MOVE SPACES TO PAWMNT-PAYAWAY-REC                        02320000
               MOVE 'PAWY' TO PAYAWAY-EYECATCHER OF PAWMNT-PAYAWAY-REC  02330000
               MOVE COMM-PAW-SOURCE-TYPE TO PAYAWAY-SOURCE-TYPE         02340000
                                             OF PAWMNT-PAYAWAY-REC      02350000
               MOVE COMM-PAW-SORTCODE TO PAYAWAY-SORTCODE               02360000
                                          OF PAWMNT-PAYAWAY-REC         02370000
               MOVE COMM-PAW-NUMBER TO PAYAWAY-NUMBER                   02380000
                                        OF PAWMNT-PAYAWAY-REC           02390000
               MOVE ZERO TO PAYAWAY-DUE-AMOUNT OF PAWMNT-PAYAWAY-REC    02400000
               MOVE ZERO TO PAYAWAY-DUE-DATE OF PAWMNT-PAYAWAY-REC      02410000
               MOVE ZERO TO PAYAWAY-LAST-PAID-DATE                      02420000
                             OF PAWMNT-PAYAWAY-REC                      02430000
               MOVE ZERO TO PAYAWAY-LAST-PAID-AMOUNT                    02440000
                             OF PAWMNT-PAYAWAY-REC                      02450000
               MOVE ZERO TO PAYAWAY-PAID-TOTAL OF PAWMNT-PAYAWAY-REC    02460000
               MOVE ZERO TO PAYAWAY-FAIL-COUNT OF PAWMNT-PAYAWAY-REC    02470000
               MOVE ZERO TO PAYAWAY-LAST-FAIL-DATE                      02480000
                             OF PAWMNT-PAYAWAY-REC                      02490000
           END-IF                                                       02500000
                                                                        02510000
           MOVE PAWMNT-CUSTOMER TO PAYAWAY-CUSTOMER                     02520000
                                    OF PAWMNT-PAYAWAY-REC               02530000
           MOVE COMM-PAW-DEST-TYPE TO PAYAWAY-DEST-TYPE                 02540000
                                       OF PAWMNT-PAYAWAY-REC            02550000
           MOVE COMM-PAW-DEST-SORTCODE TO PAYAWAY-DEST-SORTCODE         02560000
                                           OF PAWMNT-PAYAWAY-REC        02570000
           MOVE COMM-PAW-DEST-ACCOUNT TO PAYAWAY-DEST-ACCOUNT           02580000
                                          OF PAWMNT-PAYAWAY-REC         02590000
           MOVE COMM-PAW-BENEF-PAYEE TO PAYAWAY-BENEF-PAYEE             02600000
                                         OF PAWMNT-PAYAWAY-REC          02610000
           MOVE COMM-PAW-DEST-NAME TO PAYAWAY-DEST-NAME                 02620000
                                       OF PAWMNT-PAYAWAY-REC            02630000
           MOVE COMM-PAW-FREQUENCY TO PAYAWAY-FREQUENCY                 02640000
                                       OF PAWMNT-PAYAWAY-REC            02650000
           MOVE PAWMNT-PAY-DATE TO PAYAWAY-NEXT-PAY-DATE                02660000
                                    OF PAWMNT-PAYAWAY-REC               02670000
           SET PAYAWAY-ACTIVE OF PAWMNT-PAYAWAY-REC TO TRUE             02680000
           MOVE PAWMNT-TODAYS-DATE TO PAYAWAY-SET-DATE                  02690000
                                       OF PAWMNT-PAYAWAY-REC            02700000
           MOVE COMM-PAW-OPERATOR TO PAYAWAY-LAST-OPERATOR              02710000
                                      OF PAWMNT-PAYAWAY-REC             02720000
                                                                        02730000
           IF PAWMNT-NEW-INSTRUCTION                                    02740000
               EXEC CICS                                                02750000
                   WRITE DATASET('PAYAWAY')                             02760000
                         FROM(PAWMNT-PAYAWAY-REC)                       02770000
                         RIDFLD(PAYAWAY-KEY OF PAWMNT-PAYAWAY-REC)      02780000
                         RESP(PAWMNT-RESP)                              02790000
               END-EXEC                                                 02800000
           ELSE                                                         02810000
               EXEC CICS                                                02820000
                   REWRITE DATASET('PAYAWAY')                           02830000
                           FROM(PAWMNT-PAYAWAY-REC)                     02840000
                           RESP(PAWMNT-RESP)                            02850000
               END-EXEC                                                 02860000
           END-IF                                                       02870000
                                                                        02880000
           IF PAWMNT-RESP NOT = DFHRESP(NORMAL)                         02890000
               MOVE '6' TO COMM-PAW-FAIL-CD                             02900000
               GO TO 2000-EXIT                                          02910000
           END-IF                                                       02920000
                                                                        02930000
           PERFORM 8000-RETURN-INSTRUCTION THRU 8000-EXIT.              02940000
       2000-EXIT.                                                       02950000
           EXIT.                                                        02960000
                                                                        02970000
      ******************************************************************02980000
      *  2100-CHECK-SOURCE - THE ACCOUNT MUST BE ON FILE AND OPEN, OR  *02990000
      *  THE TERM DEPOSIT ON FILE AND STILL RUNNING.  ITS OWNER IS     *03000000
      *  THE CUSTOMER THE DESTINATION IS PROVED AGAINST.               *03010000
      ******************************************************************03020000
       2100-CHECK-SOURCE.                                               03030000
           IF PAYAWAY-FROM-ACCOUNT OF PAWMNT-PAYAWAY-REC                03040000
               MOVE COMM-PAW-SORTCODE TO ACCOUNT-SORTCODE               03050000
                                          OF PAWMNT-ACCOUNT-REC         03060000
               MOVE COMM-PAW-NUMBER TO ACCOUNT-NUMBER                   03070000
                                        OF PAWMNT-ACCOUNT-REC           03080000
               EXEC CICS                                                03090000
                   READ DATASET('ACCOUNT')                              03100000
                        INTO(PAWMNT-ACCOUNT-REC)                        03110000
                        RIDFLD(ACCOUNT-KEY OF PAWMNT-ACCOUNT-REC)       03120000
                        RESP(PAWMNT-RESP)                               03130000
               END-EXEC                                                 03140000
               IF PAWMNT-RESP NOT = DFHRESP(NORMAL)                     03150000
                   MOVE '7' TO COMM-PAW-FAIL-CD                         03160000
                   GO TO 2100-EXIT                                      03170000
               END-IF                                                   03180000
               IF NOT ACCOUNT-OPEN OF PAWMNT-ACCOUNT-REC                03190000
                   MOVE '7' TO COMM-PAW-FAIL-CD                         03200000
                   GO TO 2100-EXIT                                      03210000
               END-IF                                                   03220000
               MOVE ACCOUNT-CUSTOMER-NUMBER OF PAWMNT-ACCOUNT-REC       03230000
                   TO PAWMNT-CUSTOMER                                   03240000
               MOVE ACCOUNT-NEXT-STMT-DATE OF PAWMNT-ACCOUNT-REC        03250000
                   TO PAWMNT-PAY-DATE                                   03260000
               GO TO 2100-EXIT                                          03270000
           END-IF                                                       03280000
                                                                        03290000
           MOVE COMM-PAW-SORTCODE TO TERMDEP-SORTCODE                   03300000
                                      OF PAWMNT-TERMDEP-REC             03310000
           MOVE COMM-PAW-NUMBER TO TERMDEP-NUMBER OF PAWMNT-TERMDEP-REC 03320000
           EXEC CICS                                                    03330000
               READ DATASET('TERMDEP')                                  03340000
                    INTO(PAWMNT-TERMDEP-REC)                            03350000
                    RIDFLD(TERMDEP-KEY OF PAWMNT-TERMDEP-REC)           03360000
                    RESP(PAWMNT-RESP)                                   03370000
           END-EXEC                                                     03380000
           IF PAWMNT-RESP NOT = DFHRESP(NORMAL)                         03390000
               MOVE '7' TO COMM-PAW-FAIL-CD                             03400000
               GO TO 2100-EXIT                                          03410000
           END-IF                                                       03420000
           IF NOT TERMDEP-OPEN OF PAWMNT-TERMDEP-REC                    03430000
               MOVE '7' TO COMM-PAW-FAIL-CD                             03440000
               GO TO 2100-EXIT                                          03450000
           END-IF                                                       03460000
           MOVE TERMDEP-CUSTOMER OF PAWMNT-TERMDEP-REC                  03470000
               TO PAWMNT-CUSTOMER                                       03480000
           MOVE TERMDEP-MATURITY-DATE OF PAWMNT-TERMDEP-REC             03490000
               TO PAWMNT-MATURITY-DATE.                                 03500000
       2100-EXIT.                                                       03510000
           EXIT.                                                        03520000
                                                                        03530000
      ******************************************************************03540000
      *  2200-CHECK-DESTINATION - AN OWN ACCOUNT MUST BE ANOTHER OPEN  *03550000
      *  ACCOUNT OF THE SAME CUSTOMER AT THE BRANCH.  A SAVED PAYEE    *03560000
      *  MUST BE THE CUSTOMER'S AND ACTIVE, AND ITS SORT CODE,         *03570000
      *  ACCOUNT AND NAME ARE TAKEN FROM THE PAYEE ROW.  ANY OTHER     *03580000
      *  ACCOUNT NEEDS A SORT CODE, AN ACCOUNT AND A NAME.             *03590000
      ******************************************************************03600000
       2200-CHECK-DESTINATION.                                          03610000
           EVALUATE TRUE                                                03620000
               WHEN PAYAWAY-TO-OWN OF PAWMNT-PAYAWAY-REC                03630000
                   MOVE COMM-PAW-SORTCODE TO COMM-PAW-DEST-SORTCODE     03640000
                   MOVE ZERO TO COMM-PAW-BENEF-PAYEE                    03650000
                   IF COMM-PAW-DEST-ACCOUNT = ZERO                      03660000
                      OR (PAYAWAY-FROM-ACCOUNT OF PAWMNT-PAYAWAY-REC    03670000
                          AND COMM-PAW-DEST-ACCOUNT = COMM-PAW-NUMBER)  03680000
                       MOVE '4' TO COMM-PAW-FAIL-CD                     03690000
                       GO TO 2200-EXIT                                  03700000
                   END-IF                                               03710000
                   MOVE COMM-PAW-DEST-SORTCODE TO ACCOUNT-SORTCODE      03720000
                                                   OF PAWMNT-ACCOUNT-REC03730000
                   MOVE COMM-PAW-DEST-ACCOUNT TO ACCOUNT-NUMBER         03740000
                                                  OF PAWMNT-ACCOUNT-REC 03750000
                   EXEC CICS                                            03760000
                       READ DATASET('ACCOUNT')                          03770000
                            INTO(PAWMNT-ACCOUNT-REC)                    03780000
                            RIDFLD(ACCOUNT-KEY OF PAWMNT-ACCOUNT-REC)   03790000
                            RESP(PAWMNT-RESP)                           03800000
                   END-EXEC                                             03810000
                   IF PAWMNT-RESP NOT = DFHRESP(NORMAL)                 03820000
                       MOVE '4' TO COMM-PAW-FAIL-CD                     03830000
                       GO TO 2200-EXIT                                  03840000
                   END-IF                                               03850000
                   IF NOT ACCOUNT-OPEN OF PAWMNT-ACCOUNT-REC            03860000
                      OR ACCOUNT-CUSTOMER-NUMBER OF PAWMNT-ACCOUNT-REC  03870000
                         NOT = PAWMNT-CUSTOMER                          03880000
                       MOVE '4' TO COMM-PAW-FAIL-CD                     03890000
                       GO TO 2200-EXIT                                  03900000
                   END-IF                                               03910000
                   MOVE 'OWN ACCOUNT' TO COMM-PAW-DEST-NAME             03920000
               WHEN PAYAWAY-TO-BENEF OF PAWMNT-PAYAWAY-REC              03930000
                   MOVE COMM-PAW-SORTCODE TO BENEF-SORTCODE             03940000
                                              OF PAWMNT-BENEF-REC       03950000
                   MOVE PAWMNT-CUSTOMER TO BENEF-CUSTOMER               03960000
                                            OF PAWMNT-BENEF-REC         03970000
                   MOVE COMM-PAW-BENEF-PAYEE TO BENEF-PAYEE-NUMBER      03980000
                                                 OF PAWMNT-BENEF-REC    03990000
                   EXEC CICS                                            04000000
                       READ DATASET('BENEF')                            04010000
                            INTO(PAWMNT-BENEF-REC)                      04020000
                            RIDFLD(BENEF-KEY OF PAWMNT-BENEF-REC)       04030000
                            RESP(PAWMNT-RESP)                           04040000
                   END-EXEC                                             04050000
                   IF PAWMNT-RESP NOT = DFHRESP(NORMAL)                 04060000
                       MOVE '9' TO COMM-PAW-FAIL-CD                     04070000
                       GO TO 2200-EXIT                                  04080000
                   END-IF                                               04090000
                   IF NOT BENEF-ACTIVE OF PAWMNT-BENEF-REC              04100000
                       MOVE '9' TO COMM-PAW-FAIL-CD                     04110000
                       GO TO 2200-EXIT                                  04120000
                   END-IF                                               04130000
                   MOVE BENEF-PAYEE-SORTCODE OF PAWMNT-BENEF-REC        04140000
                       TO COMM-PAW-DEST-SORTCODE                        04150000
                   MOVE BENEF-PAYEE-ACCOUNT OF PAWMNT-BENEF-REC         04160000
                       TO COMM-PAW-DEST-ACCOUNT                         04170000
                   MOVE BENEF-PAYEE-NAME OF PAWMNT-BENEF-REC            04180000
                       TO COMM-PAW-DEST-NAME                            04190000
               WHEN OTHER                                               04200000
                   MOVE ZERO TO COMM-PAW-BENEF-PAYEE                    04210000
                   IF COMM-PAW-DEST-SORTCODE = ZERO                     04220000
                      OR COMM-PAW-DEST-ACCOUNT = ZERO                   04230000
                      OR COMM-PAW-DEST-NAME = SPACES                    04240000
                       MOVE '4' TO COMM-PAW-FAIL-CD                     04250000
                   END-IF                                               04260000
           END-EVALUATE.                                                04270000
       2200-EXIT.                                                       04280000
           EXIT.                                                        04290000
                                                                        04300000
      ******************************************************************04310000
      *  2300-FIRST-PAY-DATE - AN ACCOUNT IS FIRST PAID AWAY AT THE    *04320000
      *  NEXT STATEMENT DATE 2100 FOUND, WHEN ITS INTEREST IS NEXT     *04330000
      *  CAPITALISED (NEVER BEFORE TODAY).  A DEPOSIT IS FIRST PAID    *04340000
      *  ONE FREQUENCY ON FROM TODAY, OR AT MATURITY IF SOONER.        *04350000
      ******************************************************************04360000
       2300-FIRST-PAY-DATE.                                             04370000
           IF PAYAWAY-FROM-ACCOUNT OF PAWMNT-PAYAWAY-REC                04380000
               IF PAWMNT-PAY-DATE < PAWMNT-TODAYS-DATE                  04390000
                   MOVE PAWMNT-TODAYS-DATE TO PAWMNT-PAY-DATE           04400000
               END-IF                                                   04410000
               GO TO 2300-EXIT                                          04420000
           END-IF                                                       04430000
                                                                        04440000
           MOVE PAWMNT-TODAYS-DATE TO PAWMNT-PAY-DATE                   04450000
           EVALUATE TRUE                                                04460000
               WHEN PAYAWAY-MONTHLY OF PAWMNT-PAYAWAY-REC               04470000
                   MOVE 1 TO PAWMNT-MONTHS-LEFT                         04480000
               WHEN PAYAWAY-QUARTERLY OF PAWMNT-PAYAWAY-REC             04490000
                   MOVE 3 TO PAWMNT-MONTHS-LEFT                         04500000
               WHEN OTHER                                               04510000
                   MOVE 12 TO PAWMNT-MONTHS-LEFT                        04520000
           END-EVALUATE                                                 04530000
           PERFORM 2350-ADD-ONE-MONTH THRU 2350-EXIT                    04540000
               UNTIL PAWMNT-MONTHS-LEFT = ZERO                          04550000
                                                                        04560000
           IF PAWMNT-PAY-DATE > PAWMNT-MATURITY-DATE                    04570000
               MOVE PAWMNT-MATURITY-DATE TO PAWMNT-PAY-DATE             04580000
           END-IF.                                                      04590000
       2300-EXIT.                                                       04600000
           EXIT.                                                        04610000
                                                                        04620000
      ******************************************************************04630000
      *  2350-ADD-ONE-MONTH - MOVE THE PAY DATE ON ONE CALENDAR        *04640000
      *  MONTH, PULLING THE DAY BACK TO THE END OF A SHORT MONTH, THE  *04650000
      *  SAME WAY TDMAT MOVES A MATURITY DATE.                         *04660000
      ******************************************************************04670000
       2350-ADD-ONE-MONTH.                                              04680000
           ADD 1 TO PAWMNT-PAY-MM                                       04690000
           IF PAWMNT-PAY-MM > 12                                        04700000
               MOVE 1 TO PAWMNT-PAY-MM                                  04710000
               ADD 1 TO PAWMNT-PAY-YYYY                                 04720000
           END-IF                                                       04730000
                                                                        04740000
           IF PAWMNT-PAY-DD > 28                                        04750000
              AND PAWMNT-PAY-MM = 2                                     04760000
               MOVE 28 TO PAWMNT-PAY-DD                                 04770000
           END-IF                                                       04780000
           IF PAWMNT-PAY-DD > 30                                        04790000
              AND (PAWMNT-PAY-MM = 4                                    04800000
               OR PAWMNT-PAY-MM = 6                                     04810000
               OR PAWMNT-PAY-MM = 9                                     04820000
               OR PAWMNT-PAY-MM = 11)                                   04830000
               MOVE 30 TO PAWMNT-PAY-DD                                 04840000
           END-IF                                                       04850000
                                                                        04860000
           SUBTRACT 1 FROM PAWMNT-MONTHS-LEFT.                          04870000
       2350-EXIT.                                                       04880000
           EXIT.                                                        04890000
                                                                        04900000
      ******************************************************************04910000
      *  3000-CANCEL-INSTRUCTION - STOP PAYING THE INTEREST AWAY.  THE *04920000
      *  ROW IS KEPT FOR ITS HISTORY.                                  *04930000
      ******************************************************************04940000
       3000-CANCEL-INSTRUCTION.                                         04950000
           PERFORM 1000-READ-INSTRUCTION THRU 1000-EXIT                 04960000
           IF COMM-PAW-FAIL-CD NOT = SPACE                              04970000
               GO TO 3000-EXIT                                          04980000
           END-IF                                                       04990000
                                                                        05000000
           IF PAWMNT-NEW-INSTRUCTION                                    05010000
               MOVE '1' TO COMM-PAW-FAIL-CD                             05020000
               GO TO 3000-EXIT                                          05030000
           END-IF                                                       05040000
                                                                        05050000
           IF PAYAWAY-CANCELLED OF PAWMNT-PAYAWAY-REC                   05060000
               MOVE '2' TO COMM-PAW-FAIL-CD                             05070000
               EXEC CICS                                                05080000
                   UNLOCK DATASET('PAYAWAY')                            05090000
               END-EXEC                                                 05100000
               PERFORM 8000-RETURN-INSTRUCTION THRU 8000-EXIT           05110000
               GO TO 3000-EXIT                                          05120000
           END-IF                                                       05130000
                                                                        05140000
           SET PAYAWAY-CANCELLED OF PAWMNT-PAYAWAY-REC TO TRUE          05150000
           MOVE PAWMNT-TODAYS-DATE TO PAYAWAY-SET-DATE                  05160000
                                       OF PAWMNT-PAYAWAY-REC            05170000
           MOVE COMM-PAW-OPERATOR TO PAYAWAY-LAST-OPERATOR              05180000
                                      OF PAWMNT-PAYAWAY-REC             05190000
                                                                        05200000
           EXEC CICS                                                    05210000
               REWRITE DATASET('PAYAWAY')                               05220000
                       FROM(PAWMNT-PAYAWAY-REC)                         05230000
                       RESP(PAWMNT-RESP)                                05240000
           END-EXEC                                                     05250000
                                                                        05260000
           IF PAWMNT-RESP NOT = DFHRESP(NORMAL)                         05270000
               MOVE '6' TO COMM-PAW-FAIL-CD                             05280000
               GO TO 3000-EXIT                                          05290000
           END-IF                                                       05300000
                                                                        05310000
           PERFORM 8000-RETURN-INSTRUCTION THRU 8000-EXIT.              05320000
       3000-EXIT.                                                       05330000
           EXIT.                                                        05340000
                                                                        05350000
      ******************************************************************05360000
      *  7500-INQUIRE-INSTRUCTION - RETURN THE INSTRUCTION AS IT       *05370000
      *  STANDS.                                                       *05380000
      ******************************************************************05390000
       7500-INQUIRE-INSTRUCTION.                                        05400000
           MOVE COMM-PAW-SOURCE-TYPE TO PAYAWAY-SOURCE-TYPE             05410000
                                         OF PAWMNT-PAYAWAY-REC          05420000
           MOVE COMM-PAW-SORTCODE TO PAYAWAY-SORTCODE                   05430000
                                      OF PAWMNT-PAYAWAY-REC             05440000
           MOVE COMM-PAW-NUMBER   TO PAYAWAY-NUMBER                     05450000
                                      OF PAWMNT-PAYAWAY-REC             05460000
                                                                        05470000
           EXEC CICS                                                    05480000
               READ DATASET('PAYAWAY')                                  05490000
                    INTO(PAWMNT-PAYAWAY-REC)                            05500000
                    RIDFLD(PAYAWAY-KEY OF PAWMNT-PAYAWAY-REC)           05510000
                    RESP(PAWMNT-RESP)                                   05520000
           END-EXEC                                                     05530000
                                                                        05540000
           IF PAWMNT-RESP = DFHRESP(NOTFND)                             05550000
               MOVE '1' TO COMM-PAW-FAIL-CD                             05560000
               GO TO 7500-EXIT                                          05570000
           END-IF                                                       05580000
                                                                        05590000
           IF PAWMNT-RESP NOT = DFHRESP(NORMAL)                         05600000
               MOVE '8' TO COMM-PAW-FAIL-CD                             05610000
               GO TO 7500-EXIT                                          05620000
           END-IF                                                       05630000
                                                                        05640000
           PERFORM 8000-RETURN-INSTRUCTION THRU 8000-EXIT.              05650000
       7500-EXIT.                                                       05660000
           EXIT.                                                        05670000
                                                                        05680000
      ******************************************************************05690000
      *  8000-RETURN-INSTRUCTION - COPY THE INSTRUCTION TO THE         *05700000
      *  COMMAREA.                                                     *05710000
      ******************************************************************05720000
       8000-RETURN-INSTRUCTION.                                         05730000
           MOVE PAYAWAY-CUSTOMER OF PAWMNT-PAYAWAY-REC                  05740000
               TO COMM-PAW-CUSTOMER                                     05750000
           MOVE PAYAWAY-DEST-TYPE OF PAWMNT-PAYAWAY-REC                 05760000
               TO COMM-PAW-DEST-TYPE                                    05770000
           MOVE PAYAWAY-DEST-SORTCODE OF PAWMNT-PAYAWAY-REC             05780000
               TO COMM-PAW-DEST-SORTCODE                                05790000
           MOVE PAYAWAY-DEST-ACCOUNT OF PAWMNT-PAYAWAY-REC              05800000
               TO COMM-PAW-DEST-ACCOUNT                                 05810000
           MOVE PAYAWAY-BENEF-PAYEE OF PAWMNT-PAYAWAY-REC               05820000
               TO COMM-PAW-BENEF-PAYEE                                  05830000
           MOVE PAYAWAY-DEST-NAME OF PAWMNT-PAYAWAY-REC                 05840000
               TO COMM-PAW-DEST-NAME                                    05850000
           MOVE PAYAWAY-FREQUENCY OF PAWMNT-PAYAWAY-REC                 05860000
               TO COMM-PAW-FREQUENCY                                    05870000
           MOVE PAYAWAY-NEXT-PAY-DATE OF PAWMNT-PAYAWAY-REC             05880000
               TO COMM-PAW-NEXT-PAY-DATE                                05890000
           MOVE PAYAWAY-DUE-AMOUNT OF PAWMNT-PAYAWAY-REC                05900000
               TO COMM-PAW-DUE-AMOUNT                                   05910000
           MOVE PAYAWAY-LAST-PAID-DATE OF PAWMNT-PAYAWAY-REC            05920000
               TO COMM-PAW-LAST-PAID-DATE                               05930000
           MOVE PAYAWAY-LAST-PAID-AMOUNT OF PAWMNT-PAYAWAY-REC          05940000
               TO COMM-PAW-LAST-PAID-AMOUNT                             05950000
           MOVE PAYAWAY-PAID-TOTAL OF PAWMNT-PAYAWAY-REC                05960000
               TO COMM-PAW-PAID-TOTAL                                   05970000
           MOVE PAYAWAY-FAIL-COUNT OF PAWMNT-PAYAWAY-REC                05980000
               TO COMM-PAW-FAIL-COUNT                                   05990000
           MOVE PAYAWAY-LAST-FAIL-DATE OF PAWMNT-PAYAWAY-REC            06000000
               TO COMM-PAW-LAST-FAIL-DATE                               06010000
           MOVE PAYAWAY-LAST-FAIL-REASON OF PAWMNT-PAYAWAY-REC          06020000
               TO COMM-PAW-LAST-FAIL-REASON                             06030000
           MOVE PAYAWAY-STATUS-FLAG OF PAWMNT-PAYAWAY-REC               06040000
               TO COMM-PAW-STATUS.                                      06050000
       8000-EXIT.                                                       06060000
           EXIT.                                                        06070000
                                                                        06080000
      ******************************************************************06090000
      *  9999-EXIT - RETURN TO THE CALLER.                             *06100000
      ******************************************************************06110000
       9999-EXIT.                                                       06120000
           EXEC CICS                                                    06130000
               RETURN                                                   06140000
           END-EXEC.                                                    06150000
