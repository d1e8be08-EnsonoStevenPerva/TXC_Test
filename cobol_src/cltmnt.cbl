      ******************************************************************00010000
      *                                                                *00020000
      *  Copyright IBM Corp. 2023                                      *00030000
      *                                                                *00040000
      *                                                                *00050000
      ******************************************************************00060000
       IDENTIFICATION DIVISION.                                         00070000
       PROGRAM-ID.    CLTMNT.                                           00080000
       AUTHOR.        BANK APPLICATIONS GROUP.                          00090000
       DATE-WRITTEN.  2026-10-15.                                       00100000
      ******************************************************************00110000
      *                                                                *00120000
      *  CLTMNT - COLLATERAL REGISTER MAINTENANCE                      *00130000
      *                                                                *00140000
      *  FUNCTION : ACCEPTS A CLTMNT COMMAREA (COPYBOOK CLTMNT)        *00150000
      *             NAMING ONE ITEM OF COLLATERAL BY SORT CODE AND     *00160000
      *             COLLATERAL NUMBER (COPYBOOK CLTREG) :              *00170000
      *                                                                *00180000
      *               A - ADD AN ITEM TO THE BRANCH'S REGISTER FOR A   *00190000
      *                   CUSTOMER OF THE BRANCH.  A PROPERTY NAMES    *00200000
      *                   ITS INDEX REGION AND ITS SURVEY, ANY OTHER   *00210000
      *                   ASSET ITS VALUATION.  A CASH DEPOSIT NAMES   *00220000
      *                   AN OPEN OR HELD TERM DEPOSIT OF THE OWNER'S  *00230000
      *                   AT THE BRANCH, NOT ALREADY PLEDGED; THE      *00240000
      *                   DEPOSIT IS MARKED PLEDGED (COPYBOOK TERMDEP) *00250000
      *                   AND ITS PRINCIPAL IS THE VALUATION.          *00260000
      *               V - RECORD A NEW SURVEY OF A PROPERTY OR OTHER   *00270000
      *                   ASSET.  IT BECOMES THE CURRENT VALUATION     *00280000
      *                   AND THE BASE CLTREVAL INDEXES FROM.          *00290000
      *               C - CHANGE THE CHARGE STATUS (PENDING OR         *00300000
      *                   REGISTERED).                                 *00310000
      *               L - LINK THE ITEM TO A FACILITY IT SECURES, AN   *00320000
      *                   ACTIVE LOAN (COPYBOOK LOAN) OR AN UNEXPIRED  *00330000
      *                   ARRANGED OVERDRAFT (COPYBOOK ODFACIL), ON    *00340000
      *                   THE LINK FILE (COPYBOOK CLTLINK).  ONE ITEM  *00350000
      *                   MAY SECURE MANY FACILITIES AND ONE FACILITY  *00360000
      *                   BE SECURED BY MANY ITEMS.                    *00370000
      *               U - UNLINK THE ITEM FROM A FACILITY.             *00380000
      *               R - RELEASE THE ITEM.  REFUSED WHILE IT STILL    *00390000
      *                   SECURES ANY FACILITY.  A PLEDGED DEPOSIT IS  *00400000
      *                   FREED.                                       *00410000
      *               I - INQUIRE.                                     *00420000
      *                                                                *00430000
      *             EVERY ACTION BUT AN INQUIRY IS RECORDED AGAINST    *00440000
      *             AN OPERATOR WHO MUST BE ACTIVE ON THE MASTER.  NO  *00450000
      *             ITEM IS ADDED AT A CLOSED BRANCH.  THE QUARTERLY   *00460000
      *             CLTREVAL BATCH REVALUES THE REGISTER AND REPORTS   *00470000
      *             FACILITIES OVER THE LOAN-TO-VALUE LIMIT.           *00480000
      *                                                                *00490000
      *  FILES    : CLTREG   - VSAM KSDS - COLLATERAL REGISTER         *00500000
      *             CLTLINK  - VSAM KSDS - COLLATERAL LINKS            *00510000
      *             TERMDEP  - VSAM KSDS - TERM DEPOSIT MASTER         *00520000
      *             LOAN     - VSAM KSDS - LOAN MASTER                 *00530000
      *             ODFACIL  - VSAM KSDS - ARRANGED OVERDRAFTS         *00540000
      *             CUSTOMER - VSAM KSDS - CUSTOMER MASTER             *00550000
      *             SRTCODE  - VSAM KSDS - SORT CODE REFERENCE         *00560000
      *             OPERATOR - VSAM KSDS - OPERATOR MASTER             *00570000
      *             BUSDATE  - VSAM KSDS - BUSINESS-DATE CONTROL       *00580000
      *                                                                *00590000
      *  CHANGE HISTORY                                                *00600000
      *  ----------------------------------------------------------    *00610000
      *  DATE        BY    DESCRIPTION                                 *00620000
      *  2026-10-15  BAG   INITIAL VERSION                             *00630000
      *                                                                *00640000
      ******************************************************************00650000
       DATA DIVISION.                                                   00660000
       WORKING-STORAGE SECTION.                                         00670000
       01  CLTMNT-WORK-AREA.                                            00680000
           05  CLTMNT-RESP                PIC S9(8) COMP.               00690000
           05  CLTMNT-TODAYS-DATE         PIC 9(8)  VALUE ZERO.         00700000
                                                                        00710000
       01  CLTMNT-CLTREG-REC.                                           00720000
           COPY CLTREG.                                                 00730000
                                                                        00740000
       01  CLTMNT-CLTLINK-REC.                                          00750000
           COPY CLTLINK.                                                00760000
                                                                        00770000
       01  CLTMNT-TERMDEP-REC.                                          00780000
           COPY TERMDEP.                                                00790000
                                                                        00800000
       01  CLTMNT-LOAN-REC.                                             00810000
           COPY LOAN.                                                   00820000
                                                                        00830000
       01  CLTMNT-ODFACIL-REC.                                          00840000
           COPY ODFACIL.                                                00850000
                                                                        00860000
       01  CLTMNT-CUSTOMER-REC.                                         00870000
           COPY CUSTOMER.                                               00880000
                                                                        00890000
       01  CLTMNT-SRTCDE-REC.                                           00900000
           COPY SORTCODE.                                               00910000
                                                                        00920000
       01  CLTMNT-OPERATOR-REC.                                         00930000
           COPY OPERATOR.                                               00940000
                                                                        00950000
       01  CLTMNT-BUSDATE-REC.                                          00960000
           COPY BUSDATE.                                                00970000
                                                                        00980000
       LINKAGE SECTION.                                                 00990000
       01  DFHCOMMAREA.                                                 01000000
           COPY CLTMNT.                                                 01010000
                                                                        01020000
      ******************************************************************01030000
       PROCEDURE DIVISION.                                              01040000
      ******************************************************************01050000
       0000-MAINLINE.                                                   01060000
           MOVE SPACE TO COMM-CLT-SUCCESS                               01070000
           MOVE SPACE TO COMM-CLT-FAIL-CD                               01080000
           MOVE 'BUSDATE' TO BUSDATE-CONTROL-ID OF CLTMNT-BUSDATE-REC   01090000
           EXEC CICS                                                    01100000
               READ DATASET('BUSDATE')                                  01110000
                    INTO(CLTMNT-BUSDATE-REC)                            01120000
                    RIDFLD(BUSDATE-KEY OF CLTMNT-BUSDATE-REC)           01130000
                    RESP(CLTMNT-RESP)                                   01140000
           END-EXEC                                                     01150000
           IF CLTMNT-RESP = DFHRESP(NORMAL)                             01160000
               MOVE BUSDATE-CURRENT-DATE OF CLTMNT-BUSDATE-REC          01170000
                   TO CLTMNT-TODAYS-DATE                                01180000
           ELSE                                                         01190000
               ACCEPT CLTMNT-TODAYS-DATE FROM DATE YYYYMMDD             01200000
           END-IF                                                       01210000
                                                                        01220000
           IF NOT COMM-CLT-ACT-INQUIRE                                  01230000
               PERFORM 0600-CHECK-OPERATOR THRU 0600-EXIT               01240000
           END-IF                                                       01250000
                                                                        01260000
           IF COMM-CLT-FAIL-CD = SPACE                                  01270000
               EVALUATE TRUE                                            01280000
                   WHEN COMM-CLT-ACT-ADD                                01290000
                       PERFORM 2000-ADD-COLLATERAL THRU 2000-EXIT       01300000
                   WHEN COMM-CLT-ACT-REVALUE                            01310000
                       PERFORM 3000-REVALUE THRU 3000-EXIT              01320000
                   WHEN COMM-CLT-ACT-CHARGE                             01330000
                       PERFORM 4000-SET-CHARGE THRU 4000-EXIT           01340000
                   WHEN COMM-CLT-ACT-LINK                               01350000
                       PERFORM 5000-LINK-FACILITY THRU 5000-EXIT        01360000
                   WHEN COMM-CLT-ACT-UNLINK                             01370000
                       PERFORM 6000-UNLINK-FACILITY THRU 6000-EXIT      01380000
                   WHEN COMM-CLT-ACT-RELEASE                            01390000
                       PERFORM 7000-RELEASE-COLLATERAL THRU 7000-EXIT   01400000
                   WHEN COMM-CLT-ACT-INQUIRE                            01410000
                       PERFORM 7500-INQUIRE-COLLATERAL THRU 7500-EXIT   01420000
                   WHEN OTHER                                           01430000
                       MOVE '3' TO COMM-CLT-FAIL-CD                     01440000
               END-EVALUATE                                             01450000
           END-IF                                                       01460000
                                                                        01470000
           IF COMM-CLT-FAIL-CD = SPACE                                  01480000
               MOVE 'Y' TO COMM-CLT-SUCCESS                             01490000
           ELSE                                                         01500000
               MOVE 'N' TO COMM-CLT-SUCCESS                             01510000
           END-IF                                                       01520000
                                                                        01530000
           GO TO 9999-EXIT.                                             01540000
                                                                        01550000
      ******************************************************************01560000
      *  0600-CHECK-OPERATOR - EVERY REGISTER CHANGE IS RECORDED       *01570000
      *  AGAINST AN OPERATOR WHO MUST BE ACTIVE ON THE MASTER, THE     *01580000
      *  SAME CHECK SDBMNT MAKES.                                      *01590000
      ******************************************************************01600000
       0600-CHECK-OPERATOR.                                             01610000
           MOVE COMM-CLT-OPERATOR TO OPERATOR-ID                        01620000
                                      OF CLTMNT-OPERATOR-REC            01630000
                                                                        01640000
           EXEC CICS                                                    01650000
               READ DATASET('OPERATOR')                                 01660000
                    INTO(CLTMNT-OPERATOR-REC)                           01670000
                    RIDFLD(OPERATOR-KEY OF CLTMNT-OPERATOR-REC)         01680000
                    RESP(CLTMNT-RESP)                                   01690000
           END-EXEC                                                     01700000
                                                                        01710000
           IF CLTMNT-RESP NOT = DFHRESP(NORMAL)                         01720000
               MOVE 'O' TO COMM-CLT-FAIL-CD                             01730000
               GO TO 0600-EXIT                                          01740000
           END-IF                                                       01750000
                                                                        01760000
           IF NOT OPERATOR-ACTIVE OF CLTMNT-OPERATOR-REC                01770000
               MOVE 'O' TO COMM-CLT-FAIL-CD                             01780000
           END-IF.                                                      01790000
       0600-EXIT.                                                       01800000
           EXIT.                                                        01810000
                                                                        01820000
      ******************************************************************01830000
      *  1000-READ-COLLATERAL - READ THE NAMED ITEM FOR UPDATE.  A     *01840000
      *  RELEASED ITEM CAN ONLY BE INQUIRED ON.                        *01850000
      ******************************************************************01860000
       1000-READ-COLLATERAL.                                            01870000
           MOVE COMM-CLT-SORTCODE TO CLTREG-SORTCODE                    01880000
                                      OF CLTMNT-CLTREG-REC              01890000
           MOVE COMM-CLT-NUMBER   TO CLTREG-NUMBER                      01900000
                                      OF CLTMNT-CLTREG-REC              01910000
                                                                        01920000
           EXEC CICS                                                    01930000
               READ DATASET('CLTREG')                                   01940000
                    INTO(CLTMNT-CLTREG-REC)                             01950000
                    RIDFLD(CLTREG-KEY OF CLTMNT-CLTREG-REC)             01960000
                    UPDATE                                              01970000
                    RESP(CLTMNT-RESP)                                   01980000
           END-EXEC                                                     01990000
                                                                        02000000
           IF CLTMNT-RESP = DFHRESP(NOTFND)                             02010000
               MOVE '1' TO COMM-CLT-FAIL-CD                             02020000
               GO TO 1000-EXIT                                          02030000
           END-IF                                                       02040000
                                                                        02050000
           IF CLTMNT-RESP NOT = DFHRESP(NORMAL)                         02060000
               MOVE '8' TO COMM-CLT-FAIL-CD                             02070000
               GO TO 1000-EXIT                                          02080000
           END-IF                                                       02090000
                                                                        02100000
           IF CLTREG-CHARGE-RELEASED OF CLTMNT-CLTREG-REC               02110000
               MOVE '2' TO COMM-CLT-FAIL-CD                             02120000
               PERFORM 8000-RETURN-COLLATERAL THRU 8000-EXIT            02130000
           END-IF.                                                      02140000
       1000-EXIT.                                                       02150000
           EXIT.                                                        02160000
                                                                        02170000
      ******************************************************************02180000
      *  1100-CHECK-BRANCH - THE BRANCH MUST STILL BE OPEN FOR NEW     *02190000
      *  BUSINESS.                                                     *02200000
      ******************************************************************02210000
       1100-CHECK-BRANCH.                                               02220000
           MOVE COMM-CLT-SORTCODE TO SRTCDE-SORTCODE                    02230000
                                      OF CLTMNT-SRTCDE-REC              02240000
                                                                        02250000
           EXEC CICS                                                    02260000
               READ DATASET('SRTCODE')                                  02270000
                    INTO(CLTMNT-SRTCDE-REC)                             02280000
                    RIDFLD(SRTCDE-KEY OF CLTMNT-SRTCDE-REC)             02290000
                    RESP(CLTMNT-RESP)                                   02300000
           END-EXEC                                                     02310000
                                                                        02320000
           IF CLTMNT-RESP NOT = DFHRESP(NORMAL)                         02330000
               MOVE 'B' TO COMM-CLT-FAIL-CD                             02340000
               GO TO 1100-EXIT                                          02350000
           END-IF                                                       02360000
                                                                        02370000
           IF NOT SRTCDE-ACTIVE OF CLTMNT-SRTCDE-REC                    02380000
               MOVE 'B' TO COMM-CLT-FAIL-CD                             02390000
           END-IF.                                                      02400000
       1100-EXIT.                                                       02410000
           EXIT.                                                        02420000
                                                                        02430000
      ******************************************************************02440000
      *  1200-CHECK-OWNER - THE OWNING CUSTOMER MUST BE ON FILE AT     *02450000
      *  THE BRANCH.                                                   *02460000
      ******************************************************************02470000
       1200-CHECK-OWNER.                                                02480000
           MOVE COMM-CLT-SORTCODE TO CUSTOMER-SORTCODE                  02490000
                                      OF CLTMNT-CUSTOMER-REC            02500000
           MOVE COMM-CLT-OWNER TO CUSTOMER-NUMBER                       02510000
                                   OF CLTMNT-CUSTOMER-REC               02520000
                                                                        02530000
           EXEC CICS                                                    02540000
               READ DATASET('CUSTOMER')                                 02550000
                    INTO(CLTMNT-CUSTOMER-REC)                           02560000
                    RIDFLD(CUSTOMER-KEY OF CLTMNT-CUSTOMER-REC)         02570000
                    RESP(CLTMNT-RESP)                                   02580000
           END-EXEC                                                     02590000
                                                                        02600000
           IF CLTMNT-RESP NOT = DFHRESP(NORMAL)                         02610000
               MOVE 'C' TO COMM-CLT-FAIL-CD                             02620000
           END-IF.                                                      02630000
       1200-EXIT.                                                       02640000
           EXIT.                                                        02650000
                                                                        02660000
      ******************************************************************02670000
      *  1500-REWRITE-COLLATERAL - STAMP THE OPERATOR, REWRITE THE     *02680000
      *  ITEM AND RETURN IT.                                           *02690000
      ******************************************************************02700000
       1500-REWRITE-COLLATERAL.                                         02710000
           MOVE COMM-CLT-OPERATOR TO CLTREG-LAST-OPERATOR               02720000
                                      OF CLTMNT-CLTREG-REC              02730000
                                                                        02740000
           EXEC CICS                                                    02750000
               REWRITE DATASET('CLTREG')                                02760000
                       FROM(CLTMNT-CLTREG-REC)                          02770000
                       RESP(CLTMNT-RESP)                                02780000
           END-EXEC                                                     02790000
                                                                        02800000
           IF CLTMNT-RESP NOT = DFHRESP(NORMAL)                         02810000
               MOVE '6' TO COMM-CLT-FAIL-CD                             02820000
               GO TO 1500-EXIT                                          02830000
           END-IF                                                       02840000
                                                                        02850000
           PERFORM 8000-RETURN-COLLATERAL THRU 8000-EXIT.               02860000
       1500-EXIT.                                                       02870000
           EXIT.                                                        02880000
                                                                        02890000
      ******************************************************************02900000
      *  2000-ADD-COLLATERAL - PUT A NEW ITEM ON THE BRANCH'S          *02910000
      *  REGISTER.  A CASH DEPOSIT IS PROVED AND HELD FOR UPDATE       *02920000
      *  FIRST, AND PLEDGED ONLY ONCE THE ITEM IS SAFELY ON FILE - IF  *02930000
      *  THE PLEDGE THEN FAILS THE ITEM IS TAKEN OFF AGAIN.            *02940000
      ******************************************************************02950000
       2000-ADD-COLLATERAL.                                             02960000
           MOVE COMM-CLT-TYPE TO CLTREG-TYPE OF CLTMNT-CLTREG-REC       02970000
           IF NOT CLTREG-TYPE-VALID OF CLTMNT-CLTREG-REC                02980000
              OR COMM-CLT-NUMBER = ZERO                                 02990000
              OR COMM-CLT-DESCRIPTION = SPACES                          03000000
               MOVE '5' TO COMM-CLT-FAIL-CD                             03010000
               GO TO 2000-EXIT                                          03020000
           END-IF                                                       03030000
                                                                        03040000
           IF COMM-CLT-CHARGE-STATUS = SPACE                            03050000
               MOVE 'P' TO COMM-CLT-CHARGE-STATUS                       03060000
           END-IF                                                       03070000
           IF COMM-CLT-CHARGE-STATUS NOT = 'P'                          03080000
              AND COMM-CLT-CHARGE-STATUS NOT = 'R'                      03090000
               MOVE '5' TO COMM-CLT-FAIL-CD                             03100000
               GO TO 2000-EXIT                                          03110000
           END-IF                                                       03120000
                                                                        03130000
           PERFORM 1100-CHECK-BRANCH THRU 1100-EXIT                     03140000
           IF COMM-CLT-FAIL-CD NOT = SPACE                              03150000
               GO TO 2000-EXIT                                          03160000
           END-IF                                                       03170000
                                                                        03180000
           PERFORM 1200-CHECK-OWNER THRU 1200-EXIT                      03190000
           IF COMM-CLT-FAIL-CD NOT = SPACE                              03200000
               GO TO 2000-EXIT                                          03210000
           END-IF                                                       03220000
                                                                        03230000
           MOVE SPACES TO CLTMNT-CLTREG-REC                             03240000
           MOVE 'CLTR' TO CLTREG-EYECATCHER OF CLTMNT-CLTREG-REC        03250000
           MOVE COMM-CLT-SORTCODE TO CLTREG-SORTCODE                    03260000
                                      OF CLTMNT-CLTREG-REC              03270000
           MOVE COMM-CLT-NUMBER TO CLTREG-NUMBER OF CLTMNT-CLTREG-REC   03280000
           MOVE COMM-CLT-TYPE TO CLTREG-TYPE OF CLTMNT-CLTREG-REC       03290000
           MOVE COMM-CLT-DESCRIPTION TO CLTREG-DESCRIPTION              03300000
                                         OF CLTMNT-CLTREG-REC           03310000
           MOVE COMM-CLT-OWNER TO CLTREG-OWNER OF CLTMNT-CLTREG-REC     03320000
           MOVE ZERO TO CLTREG-TERMDEP-NUMBER OF CLTMNT-CLTREG-REC      03330000
           MOVE COMM-CLT-CHARGE-STATUS TO CLTREG-CHARGE-STATUS          03340000
                                           OF CLTMNT-CLTREG-REC         03350000
           MOVE CLTMNT-TODAYS-DATE TO CLTREG-CHARGE-DATE                03360000
                                       OF CLTMNT-CLTREG-REC             03370000
           MOVE ZERO TO CLTREG-LINK-COUNT OF CLTMNT-CLTREG-REC          03380000
           MOVE CLTMNT-TODAYS-DATE TO CLTREG-OPENED-DATE                03390000
                                       OF CLTMNT-CLTREG-REC             03400000
           MOVE COMM-CLT-OPERATOR TO CLTREG-LAST-OPERATOR               03410000
                                      OF CLTMNT-CLTREG-REC              03420000
                                                                        03430000
           IF CLTREG-CASH-DEPOSIT OF CLTMNT-CLTREG-REC                  03440000
               PERFORM 2200-CHECK-DEPOSIT THRU 2200-EXIT                03450000
           ELSE                                                         03460000
               PERFORM 2100-CHECK-SURVEY THRU 2100-EXIT                 03470000
           END-IF                                                       03480000
           IF COMM-CLT-FAIL-CD NOT = SPACE                              03490000
               GO TO 2000-EXIT                                          03500000
           END-IF                                                       03510000
                                                                        03520000
           EXEC CICS                                                    03530000
               WRITE DATASET('CLTREG')                                  03540000
                     FROM(CLTMNT-CLTREG-REC)                            03550000
                     RIDFLD(CLTREG-KEY OF CLTMNT-CLTREG-REC)            03560000
                     RESP(CLTMNT-RESP)                                  03570000
           END-EXEC                                                     03580000
                                                                        03590000
           IF CLTMNT-RESP = DFHRESP(DUPREC)                             03600000
               MOVE '9' TO COMM-CLT-FAIL-CD                             03610000
               GO TO 2000-EXIT                                          03620000
           END-IF                                                       03630000
                                                                        03640000
           IF CLTMNT-RESP NOT = DFHRESP(NORMAL)                         03650000
               MOVE '6' TO COMM-CLT-FAIL-CD                             03660000
               GO TO 2000-EXIT                                          03670000
           END-IF                                                       03680000
                                                                        03690000
           IF CLTREG-CASH-DEPOSIT OF CLTMNT-CLTREG-REC                  03700000
               PERFORM 2300-PLEDGE-DEPOSIT THRU 2300-EXIT               03710000
               IF COMM-CLT-FAIL-CD NOT = SPACE                          03720000
                   GO TO 2000-EXIT                                      03730000
               END-IF                                                   03740000
           END-IF                                                       03750000
                                                                        03760000
           PERFORM 8000-RETURN-COLLATERAL THRU 8000-EXIT.               03770000
       2000-EXIT.                                                       03780000
           EXIT.                                                        03790000
                                                                        03800000
      ******************************************************************03810000
      *  2100-CHECK-SURVEY - A PROPERTY OR OTHER ASSET COMES WITH ITS  *03820000
      *  SURVEY VALUE AND DATE (ZERO MEANS TODAY, NEVER A FUTURE       *03830000
      *  DATE), AND A PROPERTY WITH THE INDEX REGION IT IS REVALUED    *03840000
      *  BY.  THE SURVEY IS THE CURRENT VALUATION.                     *03850000
      ******************************************************************03860000
       2100-CHECK-SURVEY.                                               03870000
           IF COMM-CLT-SURVEY-VALUE NOT > ZERO                          03880000
               MOVE '5' TO COMM-CLT-FAIL-CD                             03890000
               GO TO 2100-EXIT                                          03900000
           END-IF                                                       03910000
                                                                        03920000
           IF COMM-CLT-SURVEY-DATE = ZERO                               03930000
               MOVE CLTMNT-TODAYS-DATE TO COMM-CLT-SURVEY-DATE          03940000
           END-IF                                                       03950000
           IF COMM-CLT-SURVEY-DATE > CLTMNT-TODAYS-DATE                 03960000
               MOVE '5' TO COMM-CLT-FAIL-CD                             03970000
               GO TO 2100-EXIT                                          03980000
           END-IF                                                       03990000
                                                                        04000000
           IF CLTREG-PROPERTY OF CLTMNT-CLTREG-REC                      04010000
               IF COMM-CLT-REGION = SPACES                              04020000
                   MOVE '5' TO COMM-CLT-FAIL-CD                         04030000
                   GO TO 2100-EXIT                                      04040000
               END-IF                                                   04050000
               MOVE COMM-CLT-REGION TO CLTREG-REGION                    04060000
                                        OF CLTMNT-CLTREG-REC            04070000
           END-IF                                                       04080000
                                                                        04090000
           MOVE COMM-CLT-SURVEY-VALUE TO CLTREG-SURVEY-VALUE            04100000
                                          OF CLTMNT-CLTREG-REC          04110000
           MOVE COMM-CLT-SURVEY-DATE TO CLTREG-SURVEY-DATE              04120000
                                         OF CLTMNT-CLTREG-REC           04130000
           MOVE COMM-CLT-SURVEY-VALUE TO CLTREG-VALUE                   04140000
                                          OF CLTMNT-CLTREG-REC          04150000
           MOVE COMM-CLT-SURVEY-DATE TO CLTREG-VALUE-DATE               04160000
                                         OF CLTMNT-CLTREG-REC           04170000
           SET CLTREG-BASIS-SURVEY OF CLTMNT-CLTREG-REC TO TRUE.        04180000
       2100-EXIT.                                                       04190000
           EXIT.                                                        04200000
                                                                        04210000
      ******************************************************************04220000
      *  2200-CHECK-DEPOSIT - THE TERM DEPOSIT MUST BE THE OWNER'S,    *04230000
      *  AT THE SAME BRANCH, OPEN OR HELD AT MATURITY, AND NOT         *04240000
      *  ALREADY PLEDGED.  IT IS HELD FOR UPDATE UNTIL 2300 PLEDGES    *04250000
      *  IT, AND ITS PRINCIPAL IS THE VALUATION.                       *04260000
      ******************************************************************04270000
       2200-CHECK-DEPOSIT.                                              04280000
           IF COMM-CLT-TERMDEP-NUMBER = ZERO                            04290000
               MOVE '5' TO COMM-CLT-FAIL-CD                             04300000
               GO TO 2200-EXIT                                          04310000
           END-IF                                                       04320000
                                                                        04330000
           MOVE COMM-CLT-SORTCODE TO TERMDEP-SORTCODE                   04340000
                                      OF CLTMNT-TERMDEP-REC             04350000
           MOVE COMM-CLT-TERMDEP-NUMBER TO TERMDEP-NUMBER               04360000
                                            OF CLTMNT-TERMDEP-REC       04370000
                                                                        04380000
           EXEC CICS                                                    04390000
               READ DATASET('TERMDEP')                                  04400000
                    INTO(CLTMNT-TERMDEP-REC)                            04410000
                    RIDFLD(TERMDEP-KEY OF CLTMNT-TERMDEP-REC)           04420000
                    UPDATE                                              04430000
                    RESP(CLTMNT-RESP)                                   04440000
           END-EXEC                                                     04450000
                                                                        04460000
           IF CLTMNT-RESP = DFHRESP(NOTFND)                             04470000
               MOVE 'D' TO COMM-CLT-FAIL-CD                             04480000
               GO TO 2200-EXIT                                          04490000
           END-IF                                                       04500000
                                                                        04510000
           IF CLTMNT-RESP NOT = DFHRESP(NORMAL)                         04520000
               MOVE '8' TO COMM-CLT-FAIL-CD                             04530000
               GO TO 2200-EXIT                                          04540000
           END-IF                                                       04550000
                                                                        04560000
           IF TERMDEP-CUSTOMER OF CLTMNT-TERMDEP-REC                    04570000
              NOT = COMM-CLT-OWNER                                      04580000
              OR TERMDEP-PLEDGED OF CLTMNT-TERMDEP-REC                  04590000
              OR NOT (TERMDEP-OPEN OF CLTMNT-TERMDEP-REC                04600000
                   OR TERMDEP-MATURED OF CLTMNT-TERMDEP-REC)            04610000
               MOVE 'D' TO COMM-CLT-FAIL-CD                             04620000
               EXEC CICS                                                04630000
                   UNLOCK DATASET('TERMDEP')                            04640000
               END-EXEC                                                 04650000
               GO TO 2200-EXIT                                          04660000
           END-IF                                                       04670000
                                                                        04680000
           MOVE COMM-CLT-TERMDEP-NUMBER TO CLTREG-TERMDEP-NUMBER        04690000
                                            OF CLTMNT-CLTREG-REC        04700000
           MOVE TERMDEP-PRINCIPAL OF CLTMNT-TERMDEP-REC                 04710000
               TO CLTREG-SURVEY-VALUE OF CLTMNT-CLTREG-REC              04720000
           MOVE CLTMNT-TODAYS-DATE TO CLTREG-SURVEY-DATE                04730000
                                       OF CLTMNT-CLTREG-REC             04740000
           MOVE TERMDEP-PRINCIPAL OF CLTMNT-TERMDEP-REC                 04750000
               TO CLTREG-VALUE OF CLTMNT-CLTREG-REC                     04760000
           MOVE CLTMNT-TODAYS-DATE TO CLTREG-VALUE-DATE                 04770000
                                       OF CLTMNT-CLTREG-REC             04780000
           SET CLTREG-BASIS-DEPOSIT OF CLTMNT-CLTREG-REC TO TRUE.       04790000
       2200-EXIT.                                                       04800000
           EXIT.                                                        04810000
                                                                        04820000
      ******************************************************************04830000
      *  2300-PLEDGE-DEPOSIT - MARK THE DEPOSIT HELD BY 2200 AS        *04840000
      *  PLEDGED TO THE NEW ITEM.  IF THE REWRITE FAILS THE ITEM JUST  *04850000
      *  WRITTEN IS DELETED, SO NO CASH ITEM STANDS ON AN UNPLEDGED    *04860000
      *  DEPOSIT.                                                      *04870000
      ******************************************************************04880000
       2300-PLEDGE-DEPOSIT.                                             04890000
           SET TERMDEP-PLEDGED OF CLTMNT-TERMDEP-REC TO TRUE            04900000
           MOVE COMM-CLT-NUMBER TO TERMDEP-PLEDGE-COLLATERAL            04910000
                                    OF CLTMNT-TERMDEP-REC               04920000
                                                                        04930000
           EXEC CICS                                                    04940000
               REWRITE DATASET('TERMDEP')                               04950000
                       FROM(CLTMNT-TERMDEP-REC)                         04960000
                       RESP(CLTMNT-RESP)                                04970000
           END-EXEC                                                     04980000
                                                                        04990000
           IF CLTMNT-RESP NOT = DFHRESP(NORMAL)                         05000000
               MOVE '6' TO COMM-CLT-FAIL-CD                             05010000
               EXEC CICS                                                05020000
                   DELETE DATASET('CLTREG')                             05030000
                          RIDFLD(CLTREG-KEY OF CLTMNT-CLTREG-REC)       05040000
                          RESP(CLTMNT-RESP)                             05050000
               END-EXEC                                                 05060000
               IF CLTMNT-RESP NOT = DFHRESP(NORMAL)                     05070000
                   DISPLAY 'CLTMNT - CRITICAL - CASH COLLATERAL '       05080000
                       COMM-CLT-NUMBER ' ON FILE BUT DEPOSIT '          05090000
                       COMM-CLT-TERMDEP-NUMBER ' NOT PLEDGED'           05100000
               END-IF                                                   05110000
           END-IF.                                                      05120000
       2300-EXIT.                                                       05130000
           EXIT.                                                        05140000
                                                                        05150000
      ******************************************************************05160000
      *  3000-REVALUE - RECORD A NEW SURVEY.  A CASH DEPOSIT IS        *05170000
      *  VALUED BY ITS PRINCIPAL, NEVER BY SURVEY.                     *05180000
      ******************************************************************05190000
       3000-REVALUE.                                                    05200000
           PERFORM 1000-READ-COLLATERAL THRU 1000-EXIT                  05210000
           IF COMM-CLT-FAIL-CD NOT = SPACE                              05220000
               GO TO 3000-EXIT                                          05230000
           END-IF                                                       05240000
                                                                        05250000
           IF CLTREG-CASH-DEPOSIT OF CLTMNT-CLTREG-REC                  05260000
               MOVE '2' TO COMM-CLT-FAIL-CD                             05270000
               GO TO 3000-EXIT                                          05280000
           END-IF                                                       05290000
                                                                        05300000
           IF COMM-CLT-SURVEY-VALUE NOT > ZERO                          05310000
               MOVE '5' TO COMM-CLT-FAIL-CD                             05320000
               GO TO 3000-EXIT                                          05330000
           END-IF                                                       05340000
                                                                        05350000
           IF COMM-CLT-SURVEY-DATE = ZERO                               05360000
               MOVE CLTMNT-TODAYS-DATE TO COMM-CLT-SURVEY-DATE          05370000
           END-IF                                                       05380000
           IF COMM-CLT-SURVEY-DATE > CLTMNT-TODAYS-DATE                 05390000
               MOVE '5' TO COMM-CLT-FAIL-CD                             05400000
               GO TO 3000-EXIT                                          05410000
           END-IF                                                       05420000
                                                                        05430000
           MOVE COMM-CLT-SURVEY-VALUE TO CLTREG-SURVEY-VALUE            05440000
                                          OF CLTMNT-CLTREG-REC          05450000
           MOVE COMM-CLT-SURVEY-DATE TO CLTREG-SURVEY-DATE              05460000
                                         OF CLTMNT-CLTREG-REC           05470000
           MOVE COMM-CLT-SURVEY-VALUE TO CLTREG-VALUE                   05480000
                                          OF CLTMNT-CLTREG-REC          05490000
           MOVE COMM-CLT-SURVEY-DATE TO CLTREG-VALUE-DATE               05500000
                                         OF CLTMNT-CLTREG-REC           05510000
           SET CLTREG-BASIS-SURVEY OF CLTMNT-CLTREG-REC TO TRUE         05520000
                                                                        05530000
           PERFORM 1500-REWRITE-COLLATERAL THRU 1500-EXIT.              05540000
       3000-EXIT.                                                       05550000
           EXIT.                                                        05560000
                                                                        05570000
      ******************************************************************05580000
      *  4000-SET-CHARGE - MOVE THE CHARGE BETWEEN PENDING AND         *05590000
      *  REGISTERED.  RELEASE IS ACTION R.                             *05600000
      ******************************************************************05610000
       4000-SET-CHARGE.                                                 05620000
           IF COMM-CLT-CHARGE-STATUS NOT = 'P'                          05630000
              AND COMM-CLT-CHARGE-STATUS NOT = 'R'                      05640000
               MOVE '5' TO COMM-CLT-FAIL-CD                             05650000
               GO TO 4000-EXIT                                          05660000
           END-IF                                                       05670000
                                                                        05680000
           PERFORM 1000-READ-COLLATERAL THRU 1000-EXIT                  05690000
           IF COMM-CLT-FAIL-CD NOT = SPACE                              05700000
               GO TO 4000-EXIT                                          05710000
           END-IF                                                       05720000
                                                                        05730000
           MOVE COMM-CLT-CHARGE-STATUS TO CLTREG-CHARGE-STATUS          05740000
                                           OF CLTMNT-CLTREG-REC         05750000
           MOVE CLTMNT-TODAYS-DATE TO CLTREG-CHARGE-DATE                05760000
                                       OF CLTMNT-CLTREG-REC             05770000
                                                                        05780000
           PERFORM 1500-REWRITE-COLLATERAL THRU 1500-EXIT.              05790000
       4000-EXIT.                                                       05800000
           EXIT.                                                        05810000
                                                                        05820000
      ******************************************************************05830000
      *  5000-LINK-FACILITY - RECORD THAT THE ITEM SECURES A LOAN OR   *05840000
      *  ARRANGED OVERDRAFT, AND COUNT THE LINK ON THE ITEM.           *05850000
      ******************************************************************05860000
       5000-LINK-FACILITY.                                              05870000
           PERFORM 5100-CHECK-FACILITY THRU 5100-EXIT                   05880000
           IF COMM-CLT-FAIL-CD NOT = SPACE                              05890000
               GO TO 5000-EXIT                                          05900000
           END-IF                                                       05910000
                                                                        05920000
           PERFORM 1000-READ-COLLATERAL THRU 1000-EXIT                  05930000
           IF COMM-CLT-FAIL-CD NOT = SPACE                              05940000
               GO TO 5000-EXIT                                          05950000
           END-IF                                                       05960000
                                                                        05970000
           PERFORM 5200-SET-LINK-KEY THRU 5200-EXIT                     05980000
           MOVE CLTMNT-TODAYS-DATE TO CLTLINK-LINKED-DATE               05990000
                                       OF CLTMNT-CLTLINK-REC            06000000
           MOVE COMM-CLT-OPERATOR TO CLTLINK-OPERATOR                   06010000
                                      OF CLTMNT-CLTLINK-REC             06020000
                                                                        06030000
           EXEC CICS                                                    06040000
               WRITE DATASET('CLTLINK')                                 06050000
                     FROM(CLTMNT-CLTLINK-REC)                           06060000
                     RIDFLD(CLTLINK-KEY OF CLTMNT-CLTLINK-REC)          06070000
                     RESP(CLTMNT-RESP)                                  06080000
           END-EXEC                                                     06090000
                                                                        06100000
           IF CLTMNT-RESP = DFHRESP(DUPREC)                             06110000
               MOVE '9' TO COMM-CLT-FAIL-CD                             06120000
               GO TO 5000-EXIT                                          06130000
           END-IF                                                       06140000
                                                                        06150000
           IF CLTMNT-RESP NOT = DFHRESP(NORMAL)                         06160000
               MOVE '6' TO COMM-CLT-FAIL-CD                             06170000
               GO TO 5000-EXIT                                          06180000
           END-IF                                                       06190000
                                                                        06200000
           ADD 1 TO CLTREG-LINK-COUNT OF CLTMNT-CLTREG-REC              06210000
                                                                        06220000
           PERFORM 1500-REWRITE-COLLATERAL THRU 1500-EXIT.              06230000
       5000-EXIT.                                                       06240000
           EXIT.                                                        06250000
                                                                        06260000
      ******************************************************************06270000
      *  5100-CHECK-FACILITY - A LOAN MUST BE ON FILE AND ACTIVE; AN   *06280000
      *  ARRANGED OVERDRAFT ON FILE AND NOT EXPIRED.                   *06290000
      ******************************************************************06300000
       5100-CHECK-FACILITY.                                             06310000
           EVALUATE COMM-CLT-FACILITY-TYPE                              06320000
               WHEN 'L'                                                 06330000
                   MOVE COMM-CLT-FAC-SORTCODE TO LOAN-SORTCODE          06340000
                                                  OF CLTMNT-LOAN-REC    06350000
                   MOVE COMM-CLT-FAC-NUMBER TO LOAN-NUMBER              06360000
                                                OF CLTMNT-LOAN-REC      06370000
                   EXEC CICS                                            06380000
                       READ DATASET('LOAN')                             06390000
                            INTO(CLTMNT-LOAN-REC)                       06400000
                            RIDFLD(LOAN-KEY OF CLTMNT-LOAN-REC)         06410000
                            RESP(CLTMNT-RESP)                           06420000
                   END-EXEC                                             06430000
                   IF CLTMNT-RESP NOT = DFHRESP(NORMAL)                 06440000
                       MOVE '4' TO COMM-CLT-FAIL-CD                     06450000
                   ELSE                                                 06460000
                       IF NOT LOAN-ACTIVE OF CLTMNT-LOAN-REC            06470000
                           MOVE '4' TO COMM-CLT-FAIL-CD                 06480000
                       END-IF                                           06490000
                   END-IF                                               06500000
               WHEN 'O'                                                 06510000
                   MOVE COMM-CLT-FAC-SORTCODE TO ODFACIL-SORTCODE       06520000
                                                  OF CLTMNT-ODFACIL-REC 06530000
                   MOVE COMM-CLT-FAC-NUMBER TO ODFACIL-NUMBER           06540000
                                                OF CLTMNT-ODFACIL-REC   06550000
                   EXEC CICS                                            06560000
                       READ DATASET('ODFACIL')                          06570000
                            INTO(CLTMNT-ODFACIL-REC)                    06580000
                            RIDFLD(ODFACIL-KEY OF CLTMNT-ODFACIL-REC)   06590000
                            RESP(CLTMNT-RESP)                           06600000
                   END-EXEC                                             06610000
                   IF CLTMNT-RESP NOT = DFHRESP(NORMAL)                 06620000
                       MOVE '4' TO COMM-CLT-FAIL-CD                     06630000
                   ELSE                                                 06640000
                       IF ODFACIL-EXPIRY-DATE OF CLTMNT-ODFACIL-REC     06650000
                          < CLTMNT-TODAYS-DATE                          06660000
                           MOVE '4' TO COMM-CLT-FAIL-CD                 06670000
                       END-IF                                           06680000
                   END-IF                                               06690000
               WHEN OTHER                                               06700000
                   MOVE '5' TO COMM-CLT-FAIL-CD                         06710000
           END-EVALUATE.                                                06720000
       5100-EXIT.                                                       06730000
           EXIT.                                                        06740000
                                                                        06750000
      ******************************************************************06760000
      *  5200-SET-LINK-KEY - BUILD THE LINK ROW'S KEY FROM THE         *06770000
      *  COMMAREA.                                                     *06780000
      ******************************************************************06790000
       5200-SET-LINK-KEY.                                               06800000
           MOVE SPACES TO CLTMNT-CLTLINK-REC                            06810000
           MOVE 'CLTL' TO CLTLINK-EYECATCHER OF CLTMNT-CLTLINK-REC      06820000
           MOVE COMM-CLT-FACILITY-TYPE TO CLTLINK-FACILITY-TYPE         06830000
                                           OF CLTMNT-CLTLINK-REC        06840000
           MOVE COMM-CLT-FAC-SORTCODE TO CLTLINK-FAC-SORTCODE           06850000
                                          OF CLTMNT-CLTLINK-REC         06860000
           MOVE COMM-CLT-FAC-NUMBER TO CLTLINK-FAC-NUMBER               06870000
                                        OF CLTMNT-CLTLINK-REC           06880000
           MOVE COMM-CLT-SORTCODE TO CLTLINK-CLT-SORTCODE               06890000
                                      OF CLTMNT-CLTLINK-REC             06900000
           MOVE COMM-CLT-NUMBER TO CLTLINK-CLT-NUMBER                   06910000
                                    OF CLTMNT-CLTLINK-REC.              06920000
       5200-EXIT.                                                       06930000
           EXIT.                                                        06940000
                                                                        06950000
      ******************************************************************06960000
      *  6000-UNLINK-FACILITY - THE ITEM NO LONGER SECURES THE         *06970000
      *  FACILITY.  A SETTLED LOAN OR A CANCELLED OVERDRAFT IS         *06980000
      *  UNLINKED THE SAME WAY, SO NO FACILITY CHECK IS MADE.          *06990000
      ******************************************************************07000000
       6000-UNLINK-FACILITY.                                            07010000
           PERFORM 1000-READ-COLLATERAL THRU 1000-EXIT                  07020000
           IF COMM-CLT-FAIL-CD NOT = SPACE                              07030000
               GO TO 6000-EXIT                                          07040000
           END-IF                                                       07050000
                                                                        07060000
           PERFORM 5200-SET-LINK-KEY THRU 5200-EXIT                     07070000
                                                                        07080000
           EXEC CICS                                                    07090000
               DELETE DATASET('CLTLINK')                                07100000
                      RIDFLD(CLTLINK-KEY OF CLTMNT-CLTLINK-REC)         07110000
                      RESP(CLTMNT-RESP)                                 07120000
           END-EXEC                                                     07130000
                                                                        07140000
           IF CLTMNT-RESP = DFHRESP(NOTFND)                             07150000
               MOVE '4' TO COMM-CLT-FAIL-CD                             07160000
               GO TO 6000-EXIT                                          07170000
           END-IF                                                       07180000
                                                                        07190000
           IF CLTMNT-RESP NOT = DFHRESP(NORMAL)                         07200000
               MOVE '6' TO COMM-CLT-FAIL-CD                             07210000
               GO TO 6000-EXIT                                          07220000
           END-IF                                                       07230000
                                                                        07240000
           IF CLTREG-LINK-COUNT OF CLTMNT-CLTREG-REC > ZERO             07250000
               SUBTRACT 1 FROM CLTREG-LINK-COUNT OF CLTMNT-CLTREG-REC   07260000
           END-IF                                                       07270000
                                                                        07280000
           PERFORM 1500-REWRITE-COLLATERAL THRU 1500-EXIT.              07290000
       6000-EXIT.                                                       07300000
           EXIT.                                                        07310000
                                                                        07320000
      ******************************************************************07330000
      *  7000-RELEASE-COLLATERAL - RELEASE THE CHARGE.  EVERY LINK     *07340000
      *  MUST HAVE BEEN REMOVED FIRST.  A PLEDGED DEPOSIT IS FREED     *07350000
      *  BEFORE THE ITEM IS MARKED RELEASED.                           *07360000
      ******************************************************************07370000
       7000-RELEASE-COLLATERAL.                                         07380000
           PERFORM 1000-READ-COLLATERAL THRU 1000-EXIT                  07390000
           IF COMM-CLT-FAIL-CD NOT = SPACE                              07400000
               GO TO 7000-EXIT                                          07410000
           END-IF                                                       07420000
                                                                        07430000
           IF CLTREG-LINK-COUNT OF CLTMNT-CLTREG-REC > ZERO             07440000
               MOVE '7' TO COMM-CLT-FAIL-CD                             07450000
               PERFORM 8000-RETURN-COLLATERAL THRU 8000-EXIT            07460000
               GO TO 7000-EXIT                                          07470000
           END-IF                                                       07480000
                                                                        07490000
           IF CLTREG-CASH-DEPOSIT OF CLTMNT-CLTREG-REC                  07500000
               PERFORM 7100-FREE-DEPOSIT THRU 7100-EXIT                 07510000
               IF COMM-CLT-FAIL-CD NOT = SPACE                          07520000
                   GO TO 7000-EXIT                                      07530000
               END-IF                                                   07540000
           END-IF                                                       07550000
                                                                        07560000
           SET CLTREG-CHARGE-RELEASED OF CLTMNT-CLTREG-REC TO TRUE      07570000
           MOVE CLTMNT-TODAYS-DATE TO CLTREG-CHARGE-DATE                07580000
                                       OF CLTMNT-CLTREG-REC             07590000
                                                                        07600000
           PERFORM 1500-REWRITE-COLLATERAL THRU 1500-EXIT.              07610000
       7000-EXIT.                                                       07620000
           EXIT.                                                        07630000
                                                                        07640000
      ******************************************************************07650000
      *  7100-FREE-DEPOSIT - CLEAR THE PLEDGE ON THE ITEM'S TERM       *07660000
      *  DEPOSIT.  A DEPOSIT NO LONGER ON FILE, OR NOW PLEDGED TO      *07670000
      *  SOMETHING ELSE, IS LEFT ALONE.                                *07680000
      ******************************************************************07690000
       7100-FREE-DEPOSIT.                                               07700000
           MOVE COMM-CLT-SORTCODE TO TERMDEP-SORTCODE                   07710000
                                      OF CLTMNT-TERMDEP-REC             07720000
           MOVE CLTREG-TERMDEP-NUMBER OF CLTMNT-CLTREG-REC              07730000
               TO TERMDEP-NUMBER OF CLTMNT-TERMDEP-REC                  07740000
                                                                        07750000
           EXEC CICS                                                    07760000
               READ DATASET('TERMDEP')                                  07770000
                    INTO(CLTMNT-TERMDEP-REC)                            07780000
                    RIDFLD(TERMDEP-KEY OF CLTMNT-TERMDEP-REC)           07790000
                    UPDATE                                              07800000
                    RESP(CLTMNT-RESP)                                   07810000
           END-EXEC                                                     07820000
                                                                        07830000
           IF CLTMNT-RESP = DFHRESP(NOTFND)                             07840000
               GO TO 7100-EXIT                                          07850000
           END-IF                                                       07860000
                                                                        07870000
           IF CLTMNT-RESP NOT = DFHRESP(NORMAL)                         07880000
               MOVE '8' TO COMM-CLT-FAIL-CD                             07890000
               GO TO 7100-EXIT                                          07900000
           END-IF                                                       07910000
                                                                        07920000
           IF NOT TERMDEP-PLEDGED OF CLTMNT-TERMDEP-REC                 07930000
              OR TERMDEP-PLEDGE-COLLATERAL OF CLTMNT-TERMDEP-REC        07940000
                 NOT = COMM-CLT-NUMBER                                  07950000
               EXEC CICS                                                07960000
                   UNLOCK DATASET('TERMDEP')                            07970000
               END-EXEC                                                 07980000
               GO TO 7100-EXIT                                          07990000
           END-IF                                                       08000000
                                                                        08010000
           MOVE 'N' TO TERMDEP-PLEDGE-FLAG OF CLTMNT-TERMDEP-REC        08020000
           MOVE ZERO TO TERMDEP-PLEDGE-COLLATERAL OF CLTMNT-TERMDEP-REC 08030000
                                                                        08040000
           EXEC CICS                                                    08050000
               REWRITE DATASET('TERMDEP')                               08060000
                       FROM(CLTMNT-TERMDEP-REC)                         08070000
                       RESP(CLTMNT-RESP)                                08080000
           END-EXEC                                                     08090000
                                                                        08100000
           IF CLTMNT-RESP NOT = DFHRESP(NORMAL)                         08110000
               MOVE '6' TO COMM-CLT-FAIL-CD                             08120000
           END-IF.                                                      08130000
       7100-EXIT.                                                       08140000
           EXIT.                                                        08150000
                                                                        08160000
      ******************************************************************08170000
      *  7500-INQUIRE-COLLATERAL - RETURN THE ITEM AS IT STANDS.       *08180000
      ******************************************************************08190000
       7500-INQUIRE-COLLATERAL.                                         08200000
           MOVE COMM-CLT-SORTCODE TO CLTREG-SORTCODE                    08210000
                                      OF CLTMNT-CLTREG-REC              08220000
           MOVE COMM-CLT-NUMBER   TO CLTREG-NUMBER                      08230000
                                      OF CLTMNT-CLTREG-REC              08240000
                                                                        08250000
           EXEC CICS                                                    08260000
               READ DATASET('CLTREG')                                   08270000
                    INTO(CLTMNT-CLTREG-REC)                             08280000
                    RIDFLD(CLTREG-KEY OF CLTMNT-CLTREG-REC)             08290000
                    RESP(CLTMNT-RESP)                                   08300000
           END-EXEC                                                     08310000
                                                                        08320000
           IF CLTMNT-RESP = DFHRESP(NOTFND)                             08330000
               MOVE '1' TO COMM-CLT-FAIL-CD                             08340000
               GO TO 7500-EXIT                                          08350000
           END-IF                                                       08360000
                                                                        08370000
           IF CLTMNT-RESP NOT = DFHRESP(NORMAL)                         08380000
               MOVE '8' TO COMM-CLT-FAIL-CD                             08390000
               GO TO 7500-EXIT                                          08400000
           END-IF                                                       08410000
                                                                        08420000
           PERFORM 8000-RETURN-COLLATERAL THRU 8000-EXIT.               08430000
       7500-EXIT.                                                       08440000
           EXIT.                                                        08450000
                                                                        08460000
      ******************************************************************08470000
      *  8000-RETURN-COLLATERAL - COPY THE ITEM TO THE COMMAREA.       *08480000
      ******************************************************************08490000
       8000-RETURN-COLLATERAL.                                          08500000
           MOVE CLTREG-TYPE OF CLTMNT-CLTREG-REC TO COMM-CLT-TYPE       08510000
           MOVE CLTREG-DESCRIPTION OF CLTMNT-CLTREG-REC                 08520000
               TO COMM-CLT-DESCRIPTION                                  08530000
           MOVE CLTREG-OWNER OF CLTMNT-CLTREG-REC TO COMM-CLT-OWNER     08540000
           MOVE CLTREG-TERMDEP-NUMBER OF CLTMNT-CLTREG-REC              08550000
               TO COMM-CLT-TERMDEP-NUMBER                               08560000
           MOVE CLTREG-REGION OF CLTMNT-CLTREG-REC TO COMM-CLT-REGION   08570000
           MOVE CLTREG-SURVEY-VALUE OF CLTMNT-CLTREG-REC                08580000
               TO COMM-CLT-SURVEY-VALUE                                 08590000
           MOVE CLTREG-SURVEY-DATE OF CLTMNT-CLTREG-REC                 08600000
               TO COMM-CLT-SURVEY-DATE                                  08610000
           MOVE CLTREG-CHARGE-STATUS OF CLTMNT-CLTREG-REC               08620000
               TO COMM-CLT-CHARGE-STATUS                                08630000
           MOVE CLTREG-VALUE OF CLTMNT-CLTREG-REC TO COMM-CLT-VALUE     08640000
           MOVE CLTREG-VALUE-DATE OF CLTMNT-CLTREG-REC                  08650000
               TO COMM-CLT-VALUE-DATE                                   08660000
           MOVE CLTREG-VALUE-BASIS OF CLTMNT-CLTREG-REC                 08670000
               TO COMM-CLT-VALUE-BASIS                                  08680000
           MOVE CLTREG-CHARGE-DATE OF CLTMNT-CLTREG-REC                 08690000
               TO COMM-CLT-CHARGE-DATE                                  08700000
           MOVE CLTREG-LINK-COUNT OF CLTMNT-CLTREG-REC                  08710000
               TO COMM-CLT-LINK-COUNT.                                  08720000
       8000-EXIT.                                                       08730000
           EXIT.                                                        08740000
                                                                        08750000
      ******************************************************************08760000
      *  9999-EXIT - RETURN TO THE CALLER.                             *08770000
      ******************************************************************08780000
       9999-EXIT.                                                       08790000
           EXEC CICS                                                    08800000
               RETURN                                                   08810000
           END-EXEC.                                                    08820000
