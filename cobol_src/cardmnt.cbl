      ******************************************************************00010000
      *                                                                *00020000
      *  Copyright IBM Corp. 2023                                      *00030000
      *                                                                *00040000
      *                                                                *00050000
      ******************************************************************00060000
       IDENTIFICATION DIVISION.                                         00070000
       PROGRAM-ID.    CARDMNT.                                          00080000
       AUTHOR.        BANK APPLICATIONS GROUP.                          00090000
       DATE-WRITTEN.  2026-10-15.                                       00100000
      ******************************************************************00110000
      *                                                                *00120000
      *  CARDMNT - CARD MASTER MAINTENANCE                             *00130000
      *                                                                *00140000
      *  FUNCTION : ACCEPTS A CARDMNT COMMAREA (COPYBOOK CARDMNT)      *00150000
      *             NAMING ONE CARD BY ITS TOKEN (COPYBOOK CARD) :     *00160000
      *                                                                *00170000
      *               N - ISSUE A NEW CARD ON AN OPEN STERLING         *00180000
      *                   ACCOUNT TO A LIVING CUSTOMER WHO HOLDS IT -  *00190000
      *                   THE PRIMARY HOLDER OR AN ACCHOLD JOINT       *00200000
      *                   HOLDER.  THE CARD STARTS ISSUED AND CANNOT   *00210000
      *                   BE USED UNTIL IT IS ACTIVATED.               *00220000
      *               R - REPLACE A CARD.  THE NEW TOKEN IS ISSUED     *00230000
      *                   TO THE SAME ACCOUNT AND CARDHOLDER WITH THE  *00240000
      *                   REASON GIVEN : E RENEWAL, L LOST, S STOLEN   *00250000
      *                   OR D DAMAGED.  A LOST OR STOLEN CARD IS      *00260000
      *                   BLOCKED NOW IF IT IS NOT ALREADY; A RENEWED  *00270000
      *                   OR DAMAGED ONE KEEPS WORKING UNTIL ITS       *00280000
      *                   REPLACEMENT IS ACTIVATED.                    *00290000
      *               B - BLOCK A CARD REPORTED L LOST OR S STOLEN.    *00300000
      *                   A BLOCK IS PERMANENT; THE CUSTOMER IS SENT A *00310000
      *                   REPLACEMENT.                                 *00320000
      *               A - ACTIVATE AN ISSUED CARD.  THE CARD IT        *00330000
      *                   REPLACES, IF STILL LIVE, IS RETIRED.         *00340000
      *               I - INQUIRE ON THE CARD.                         *00350000
      *                                                                *00360000
      *  FILES    : CARD     - VSAM KSDS - CARD MASTER                 *00370000
      *             ACCOUNT  - VSAM KSDS - ACCOUNT MASTER              *00380000
      *             CUSTOMER - VSAM KSDS - CUSTOMER MASTER             *00390000
      *             ACCHOLD  - VSAM KSDS - ACCOUNT HOLDERS             *00400000
      *                                                                *00410000
      *  CHANGE HISTORY                                                *00420000
      *  ----------------------------------------------------------    *00430000
      *  DATE        BY    DESCRIPTION                                 *00440000
      *  2026-10-15  BAG   INITIAL VERSION                             *00450000
      *                                                                *00460000
      ******************************************************************00470000
       DATA DIVISION.                                                   00480000
       WORKING-STORAGE SECTION.                                         00490000
       01  CARDMNT-WORK-AREA.                                           00500000
           05  CARDMNT-RESP               PIC S9(8) COMP.               00510000
           05  CARDMNT-TODAYS-DATE        PIC 9(8)  VALUE ZERO.         00520000
           05  CARDMNT-TODAY-GRP REDEFINES CARDMNT-TODAYS-DATE.         00530000
               10  CARDMNT-TODAY-MONTH    PIC 9(6).                     00540000
               10  FILLER                 PIC 99.                       00550000
           05  CARDMNT-EXPIRY-GRP.                                      00560000
               10  CARDMNT-EXPIRY-YEAR    PIC 9(4).                     00570000
               10  CARDMNT-EXPIRY-MONTH   PIC 99.                       00580000
           05  CARDMNT-EXPIRY REDEFINES CARDMNT-EXPIRY-GRP              00590000
                                          PIC 9(6).                     00600000
           05  CARDMNT-ACCT-KEY.                                        00610000
               10  CARDMNT-KEY-SORTCODE   PIC 9(6).                     00620000
               10  CARDMNT-KEY-ACCNO      PIC 9(8).                     00630000
           05  CARDMNT-CUST-KEY.                                        00640000
               10  CARDMNT-CUST-SORTCODE  PIC 9(6).                     00650000
               10  CARDMNT-CUST-NUMBER    PIC 9(10).                    00660000
           05  CARDMNT-HOLD-KEY.                                        00670000
               10  CARDMNT-HOLD-SORTCODE  PIC 9(6).                     00680000
               10  CARDMNT-HOLD-ACCNO     PIC 9(8).                     00690000
               10  CARDMNT-HOLD-CUSTOMER  PIC 9(10).                    00700000
           05  CARDMNT-OLD-TOKEN          PIC X(16) VALUE SPACES.       00710000
                                                                        00720000
       01  CARDMNT-CARD-REC.                                            00730000
           COPY CARD.                                                   00740000
                                                                        00750000
       01  CARDMNT-NEW-CARD-REC.                                        00760000
           COPY CARD.                                                   00770000
                                                                        00780000
       01  CARDMNT-ACCOUNT-REC.                                         00790000
           COPY ACCOUNT.                                                00800000
                                                                        00810000
       01  CARDMNT-CUSTOMER-REC.                                        00820000
           COPY CUSTOMER.                                               00830000
                                                                        00840000
       01  CARDMNT-ACCHOLD-REC.                                         00850000
           COPY ACCHOLD.                                                00860000
                                                                        00870000
       LINKAGE SECTION.                                                 00880000
       01  DFHCOMMAREA.                                                 00890000
           COPY CARDMNT.                                                00900000
                                                                        00910000
      ******************************************************************00920000
       PROCEDURE DIVISION.                                              00930000
      ******************************************************************00940000
       0000-MAINLINE.                                                   00950000
           MOVE SPACE TO COMM-CRD-SUCCESS                               00960000
           MOVE SPACE TO COMM-CRD-FAIL-CD                               00970000
           ACCEPT CARDMNT-TODAYS-DATE FROM DATE YYYYMMDD                00980000
                                                                        00990000
           EVALUATE TRUE                                                01000000
               WHEN COMM-CRD-ACT-ISSUE                                  01010000
                   PERFORM 2000-ISSUE-CARD THRU 2000-EXIT               01020000
               WHEN COMM-CRD-ACT-REPLACE                                01030000
                   PERFORM 3000-REPLACE-CARD THRU 3000-EXIT             01040000
               WHEN COMM-CRD-ACT-BLOCK                                  01050000
                   PERFORM 4000-BLOCK-CARD THRU 4000-EXIT               01060000
               WHEN COMM-CRD-ACT-ACTIVATE                               01070000
                   PERFORM 5000-ACTIVATE-CARD THRU 5000-EXIT            01080000
               WHEN COMM-CRD-ACT-INQUIRE                                01090000
                   PERFORM 6000-INQUIRE-CARD THRU 6000-EXIT             01100000
               WHEN OTHER                                               01110000
                   MOVE '3' TO COMM-CRD-FAIL-CD                         01120000
           END-EVALUATE                                                 01130000
                                                                        01140000
           IF COMM-CRD-FAIL-CD = SPACE                                  01150000
               MOVE 'Y' TO COMM-CRD-SUCCESS                             01160000
           ELSE                                                         01170000
               MOVE 'N' TO COMM-CRD-SUCCESS                             01180000
           END-IF                                                       01190000
                                                                        01200000
           GO TO 9999-EXIT.                                             01210000
                                                                        01220000
      ******************************************************************01230000
      *  1000-READ-CARD - READ THE NAMED CARD FOR UPDATE.              *01240000
      ******************************************************************01250000
       1000-READ-CARD.                                                  01260000
           MOVE COMM-CRD-TOKEN TO CARD-TOKEN OF CARDMNT-CARD-REC        01270000
                                                                        01280000
           EXEC CICS                                                    01290000
               READ DATASET('CARD')                                     01300000
                    INTO(CARDMNT-CARD-REC)                              01310000
                    RIDFLD(CARD-KEY OF CARDMNT-CARD-REC)                01320000
                    UPDATE                                              01330000
                    RESP(CARDMNT-RESP)                                  01340000
           END-EXEC                                                     01350000
                                                                        01360000
           IF CARDMNT-RESP = DFHRESP(NOTFND)                            01370000
               MOVE '1' TO COMM-CRD-FAIL-CD                             01380000
               GO TO 1000-EXIT                                          01390000
           END-IF                                                       01400000
                                                                        01410000
           IF CARDMNT-RESP NOT = DFHRESP(NORMAL)                        01420000
               MOVE '8' TO COMM-CRD-FAIL-CD                             01430000
           END-IF.                                                      01440000
       1000-EXIT.                                                       01450000
           EXIT.                                                        01460000
                                                                        01470000
      ******************************************************************01480000
      *  1100-CHECK-EXPIRY - THE EXPIRY MUST BE A REAL MONTH, NOT      *01490000
      *  ALREADY PAST.                                                 *01500000
      ******************************************************************01510000
       1100-CHECK-EXPIRY.                                               01520000
           IF COMM-CRD-EXPIRY NOT NUMERIC                               01530000
               MOVE 'X' TO COMM-CRD-FAIL-CD                             01540000
               GO TO 1100-EXIT                                          01550000
           END-IF                                                       01560000
                                                                        01570000
           MOVE COMM-CRD-EXPIRY TO CARDMNT-EXPIRY                       01580000
                                                                        01590000
           IF CARDMNT-EXPIRY-MONTH < 1                                  01600000
              OR CARDMNT-EXPIRY-MONTH > 12                              01610000
              OR CARDMNT-EXPIRY < CARDMNT-TODAY-MONTH                   01620000
               MOVE 'X' TO COMM-CRD-FAIL-CD                             01630000
           END-IF.                                                      01640000
       1100-EXIT.                                                       01650000
           EXIT.                                                        01660000
                                                                        01670000
      ******************************************************************01680000
      *  1200-WRITE-NEW-CARD - ADD THE CARD BUILT IN THE NEW-CARD      *01690000
      *  AREA.  A TOKEN ALREADY ON FILE IS REFUSED.                    *01700000
      ******************************************************************01710000
       1200-WRITE-NEW-CARD.                                             01720000
           MOVE 'CARD' TO CARD-EYECATCHER OF CARDMNT-NEW-CARD-REC       01730000
           MOVE COMM-CRD-EXPIRY TO CARD-EXPIRY OF CARDMNT-NEW-CARD-REC  01740000
           SET CARD-ISSUED OF CARDMNT-NEW-CARD-REC TO TRUE              01750000
           MOVE CARDMNT-TODAYS-DATE                                     01760000
               TO CARD-ISSUE-DATE OF CARDMNT-NEW-CARD-REC               01770000
           MOVE CARDMNT-TODAYS-DATE                                     01780000
               TO CARD-STATUS-DATE OF CARDMNT-NEW-CARD-REC              01790000
           MOVE ZERO TO CARD-REISSUE-DATE OF CARDMNT-NEW-CARD-REC       01800000
                                                                        01810000
           EXEC CICS                                                    01820000
               WRITE DATASET('CARD')                                    01830000
                     FROM(CARDMNT-NEW-CARD-REC)                         01840000
                     RIDFLD(CARD-KEY OF CARDMNT-NEW-CARD-REC)           01850000
                     RESP(CARDMNT-RESP)                                 01860000
           END-EXEC                                                     01870000
                                                                        01880000
           IF CARDMNT-RESP = DFHRESP(DUPREC)                            01890000
               MOVE '7' TO COMM-CRD-FAIL-CD                             01900000
               GO TO 1200-EXIT                                          01910000
           END-IF                                                       01920000
                                                                        01930000
           IF CARDMNT-RESP NOT = DFHRESP(NORMAL)                        01940000
               MOVE '6' TO COMM-CRD-FAIL-CD                             01950000
           END-IF.                                                      01960000
       1200-EXIT.                                                       01970000
           EXIT.                                                        01980000
                                                                        01990000
      ******************************************************************02000000
      *  1300-REWRITE-CARD - STAMP THE STATUS DATE AND PUT THE CARD    *02010000
      *  BACK.                                                         *02020000
      ******************************************************************02030000
       1300-REWRITE-CARD.                                               02040000
           MOVE CARDMNT-TODAYS-DATE                                     02050000
               TO CARD-STATUS-DATE OF CARDMNT-CARD-REC                  02060000
                                                                        02070000
           EXEC CICS                                                    02080000
               REWRITE DATASET('CARD')                                  02090000
                       FROM(CARDMNT-CARD-REC)                           02100000
                       RESP(CARDMNT-RESP)                               02110000
           END-EXEC                                                     02120000
                                                                        02130000
           IF CARDMNT-RESP NOT = DFHRESP(NORMAL)                        02140000
               MOVE '6' TO COMM-CRD-FAIL-CD                             02150000
           END-IF.                                                      02160000
       1300-EXIT.                                                       02170000
           EXIT.                                                        02180000
                                                                        02190000
      ******************************************************************02200000
      *  2000-ISSUE-CARD - CHECK THE ACCOUNT AND THE CARDHOLDER, THEN  *02210000
      *  ADD THE CARD.                                                 *02220000
      ******************************************************************02230000
       2000-ISSUE-CARD.                                                 02240000
           IF COMM-CRD-TOKEN = SPACES                                   02250000
               MOVE '1' TO COMM-CRD-FAIL-CD                             02260000
               GO TO 2000-EXIT                                          02270000
           END-IF                                                       02280000
                                                                        02290000
           PERFORM 1100-CHECK-EXPIRY THRU 1100-EXIT                     02300000
           IF COMM-CRD-FAIL-CD NOT = SPACE                              02310000
               GO TO 2000-EXIT                                          02320000
           END-IF                                                       02330000
                                                                        02340000
           PERFORM 2100-CHECK-ACCOUNT THRU 2100-EXIT                    02350000
           IF COMM-CRD-FAIL-CD NOT = SPACE                              02360000
               GO TO 2000-EXIT                                          02370000
           END-IF                                                       02380000
                                                                        02390000
           PERFORM 2200-CHECK-CARDHOLDER THRU 2200-EXIT                 02400000
           IF COMM-CRD-FAIL-CD NOT = SPACE                              02410000
               GO TO 2000-EXIT                                          02420000
           END-IF                                                       02430000
                                                                        02440000
           MOVE COMM-CRD-TOKEN TO CARD-TOKEN OF CARDMNT-NEW-CARD-REC    02450000
           MOVE COMM-CRD-SORTCODE                                       02460000
               TO CARD-SORTCODE OF CARDMNT-NEW-CARD-REC                 02470000
           MOVE COMM-CRD-ACCOUNT                                        02480000
               TO CARD-ACCOUNT OF CARDMNT-NEW-CARD-REC                  02490000
           MOVE COMM-CRD-SORTCODE                                       02500000
               TO CARD-HOLDER-SORTCODE OF CARDMNT-NEW-CARD-REC          02510000
           MOVE COMM-CRD-HOLDER                                         02520000
               TO CARD-HOLDER-NUMBER OF CARDMNT-NEW-CARD-REC            02530000
           SET CARD-REASON-NEW OF CARDMNT-NEW-CARD-REC TO TRUE          02540000
           MOVE SPACES TO CARD-REPLACES-TOKEN OF CARDMNT-NEW-CARD-REC   02550000
                                                                        02560000
           PERFORM 1200-WRITE-NEW-CARD THRU 1200-EXIT.                  02570000
       2000-EXIT.                                                       02580000
           EXIT.                                                        02590000
                                                                        02600000
      ******************************************************************02610000
      *  2100-CHECK-ACCOUNT - THE CARD ACCOUNT MUST BE OPEN AND IN     *02620000
      *  STERLING, THE ONLY CURRENCY CARDAUTH AUTHORISES IN.           *02630000
      ******************************************************************02640000
       2100-CHECK-ACCOUNT.                                              02650000
           MOVE COMM-CRD-SORTCODE TO CARDMNT-KEY-SORTCODE               02660000
           MOVE COMM-CRD-ACCOUNT  TO CARDMNT-KEY-ACCNO                  02670000
                                                                        02680000
           EXEC CICS                                                    02690000
               READ DATASET('ACCOUNT')                                  02700000
                    INTO(CARDMNT-ACCOUNT-REC)                           02710000
                    RIDFLD(CARDMNT-ACCT-KEY)                            02720000
                    RESP(CARDMNT-RESP)                                  02730000
           END-EXEC                                                     02740000
                                                                        02750000
           IF CARDMNT-RESP NOT = DFHRESP(NORMAL)                        02760000
               MOVE '2' TO COMM-CRD-FAIL-CD                             02770000
               GO TO 2100-EXIT                                          02780000
           END-IF                                                       02790000
                                                                        02800000
           IF NOT ACCOUNT-OPEN OF CARDMNT-ACCOUNT-REC                   02810000
              OR NOT ACCOUNT-IN-STERLING OF CARDMNT-ACCOUNT-REC         02820000
               MOVE '2' TO COMM-CRD-FAIL-CD                             02830000
           END-IF.                                                      02840000
       2100-EXIT.                                                       02850000
           EXIT.                                                        02860000
                                                                        02870000
      ******************************************************************02880000
      *  2200-CHECK-CARDHOLDER - THE CARDHOLDER MUST BE A LIVING       *02890000
      *  CUSTOMER WHO HOLDS THE ACCOUNT, AS ITS PRIMARY HOLDER OR A    *02900000
      *  JOINT HOLDER ON ACCHOLD.                                      *02910000
      ******************************************************************02920000
       2200-CHECK-CARDHOLDER.                                           02930000
           MOVE COMM-CRD-SORTCODE TO CARDMNT-CUST-SORTCODE              02940000
           MOVE COMM-CRD-HOLDER   TO CARDMNT-CUST-NUMBER                02950000
                                                                        02960000
           EXEC CICS                                                    02970000
               READ DATASET('CUSTOMER')                                 02980000
                    INTO(CARDMNT-CUSTOMER-REC)                          02990000
                    RIDFLD(CARDMNT-CUST-KEY)                            03000000
                    RESP(CARDMNT-RESP)                                  03010000
           END-EXEC                                                     03020000
                                                                        03030000
           IF CARDMNT-RESP NOT = DFHRESP(NORMAL)                        03040000
               MOVE '4' TO COMM-CRD-FAIL-CD                             03050000
               GO TO 2200-EXIT                                          03060000
           END-IF                                                       03070000
                                                                        03080000
           IF CUSTOMER-DECEASED OF CARDMNT-CUSTOMER-REC                 03090000
               MOVE '4' TO COMM-CRD-FAIL-CD                             03100000
               GO TO 2200-EXIT                                          03110000
           END-IF                                                       03120000
                                                                        03130000
           IF COMM-CRD-HOLDER =                                         03140000
              ACCOUNT-CUSTOMER-NUMBER OF CARDMNT-ACCOUNT-REC            03150000
               GO TO 2200-EXIT                                          03160000
           END-IF                                                       03170000
                                                                        03180000
           MOVE COMM-CRD-SORTCODE TO CARDMNT-HOLD-SORTCODE              03190000
           MOVE COMM-CRD-ACCOUNT  TO CARDMNT-HOLD-ACCNO                 03200000
           MOVE COMM-CRD-HOLDER   TO CARDMNT-HOLD-CUSTOMER              03210000
                                                                        03220000
           EXEC CICS                                                    03230000
               READ DATASET('ACCHOLD')                                  03240000
                    INTO(CARDMNT-ACCHOLD-REC)                           03250000
                    RIDFLD(CARDMNT-HOLD-KEY)                            03260000
                    RESP(CARDMNT-RESP)                                  03270000
           END-EXEC                                                     03280000
                                                                        03290000
           IF CARDMNT-RESP NOT = DFHRESP(NORMAL)                        03300000
               MOVE '5' TO COMM-CRD-FAIL-CD                             03310000
           END-IF.                                                      03320000
       2200-EXIT.                                                       03330000
           EXIT.                                                        03340000
                                                                        03350000
      ******************************************************************03360000
      *  3000-REPLACE-CARD - ISSUE THE NEW TOKEN IN PLACE OF A LIVE    *03370000
      *  OR BLOCKED CARD WHOSE ACCOUNT IS STILL OPEN.  THE NEW CARD IS *03380000
      *  WRITTEN BEFORE THE OLD ONE IS UPDATED SO A REFUSED TOKEN      *03390000
      *  LEAVES THE OLD CARD AS IT WAS.                                *03400000
      ******************************************************************03410000
       3000-REPLACE-CARD.                                               03420000
           IF COMM-CRD-REASON NOT = 'E' AND NOT = 'L'                   03430000
                          AND NOT = 'S' AND NOT = 'D'                   03440000
               MOVE 'R' TO COMM-CRD-FAIL-CD                             03450000
               GO TO 3000-EXIT                                          03460000
           END-IF                                                       03470000
                                                                        03480000
           IF COMM-CRD-NEW-TOKEN = SPACES                               03490000
              OR COMM-CRD-NEW-TOKEN = COMM-CRD-TOKEN                    03500000
               MOVE '7' TO COMM-CRD-FAIL-CD                             03510000
               GO TO 3000-EXIT                                          03520000
           END-IF                                                       03530000
                                                                        03540000
           PERFORM 1100-CHECK-EXPIRY THRU 1100-EXIT                     03550000
           IF COMM-CRD-FAIL-CD NOT = SPACE                              03560000
               GO TO 3000-EXIT                                          03570000
           END-IF                                                       03580000
                                                                        03590000
           MOVE COMM-CRD-TOKEN TO CARD-TOKEN OF CARDMNT-CARD-REC        03600000
                                                                        03610000
           EXEC CICS                                                    03620000
               READ DATASET('CARD')                                     03630000
                    INTO(CARDMNT-CARD-REC)                              03640000
                    RIDFLD(CARD-KEY OF CARDMNT-CARD-REC)                03650000
                    RESP(CARDMNT-RESP)                                  03660000
           END-EXEC                                                     03670000
                                                                        03680000
           IF CARDMNT-RESP = DFHRESP(NOTFND)                            03690000
               MOVE '1' TO COMM-CRD-FAIL-CD                             03700000
               GO TO 3000-EXIT                                          03710000
           END-IF                                                       03720000
                                                                        03730000
           IF CARDMNT-RESP NOT = DFHRESP(NORMAL)                        03740000
               MOVE '8' TO COMM-CRD-FAIL-CD                             03750000
               GO TO 3000-EXIT                                          03760000
           END-IF                                                       03770000
                                                                        03780000
           IF CARD-REPLACED OF CARDMNT-CARD-REC                         03790000
               MOVE '9' TO COMM-CRD-FAIL-CD                             03800000
               GO TO 3000-EXIT                                          03810000
           END-IF                                                       03820000
                                                                        03830000
           MOVE CARD-SORTCODE OF CARDMNT-CARD-REC TO COMM-CRD-SORTCODE  03840000
           MOVE CARD-ACCOUNT OF CARDMNT-CARD-REC  TO COMM-CRD-ACCOUNT   03850000
           PERFORM 2100-CHECK-ACCOUNT THRU 2100-EXIT                    03860000
           IF COMM-CRD-FAIL-CD NOT = SPACE                              03870000
               GO TO 3000-EXIT                                          03880000
           END-IF                                                       03890000
                                                                        03900000
           MOVE CARDMNT-CARD-REC TO CARDMNT-NEW-CARD-REC                03910000
           MOVE COMM-CRD-NEW-TOKEN                                      03920000
               TO CARD-TOKEN OF CARDMNT-NEW-CARD-REC                    03930000
           MOVE COMM-CRD-REASON                                         03940000
               TO CARD-ISSUE-REASON OF CARDMNT-NEW-CARD-REC             03950000
           MOVE COMM-CRD-TOKEN                                          03960000
               TO CARD-REPLACES-TOKEN OF CARDMNT-NEW-CARD-REC           03970000
                                                                        03980000
           PERFORM 1200-WRITE-NEW-CARD THRU 1200-EXIT                   03990000
           IF COMM-CRD-FAIL-CD NOT = SPACE                              04000000
               GO TO 3000-EXIT                                          04010000
           END-IF                                                       04020000
                                                                        04030000
           IF COMM-CRD-REASON = 'L' OR 'S'                              04040000
               PERFORM 4100-BLOCK-OLD-CARD THRU 4100-EXIT               04050000
           END-IF.                                                      04060000
       3000-EXIT.                                                       04070000
           EXIT.                                                        04080000
                                                                        04090000
      ******************************************************************04100000
      *  4000-BLOCK-CARD - A CARD REPORTED LOST OR STOLEN IS BLOCKED.  *04110000
      ******************************************************************04120000
       4000-BLOCK-CARD.                                                 04130000
           IF COMM-CRD-REASON NOT = 'L' AND NOT = 'S'                   04140000
               MOVE 'R' TO COMM-CRD-FAIL-CD                             04150000
               GO TO 4000-EXIT                                          04160000
           END-IF                                                       04170000
                                                                        04180000
           PERFORM 1000-READ-CARD THRU 1000-EXIT                        04190000
           IF COMM-CRD-FAIL-CD NOT = SPACE                              04200000
               GO TO 4000-EXIT                                          04210000
           END-IF                                                       04220000
                                                                        04230000
           IF NOT CARD-LIVE OF CARDMNT-CARD-REC                         04240000
               MOVE '9' TO COMM-CRD-FAIL-CD                             04250000
               GO TO 4000-EXIT                                          04260000
           END-IF                                                       04270000
                                                                        04280000
           MOVE COMM-CRD-REASON TO CARD-STATUS-FLAG OF CARDMNT-CARD-REC 04290000
           PERFORM 1300-REWRITE-CARD THRU 1300-EXIT.                    04300000
       4000-EXIT.                                                       04310000
           EXIT.                                                        04320000
                                                                        04330000
      ******************************************************************04340000
      *  4100-BLOCK-OLD-CARD - ON A LOST OR STOLEN REPLACEMENT, BLOCK  *04350000
      *  THE OLD CARD UNLESS THAT HAS ALREADY BEEN DONE.               *04360000
      ******************************************************************04370000
       4100-BLOCK-OLD-CARD.                                             04380000
           PERFORM 1000-READ-CARD THRU 1000-EXIT                        04390000
           IF COMM-CRD-FAIL-CD NOT = SPACE                              04400000
               GO TO 4100-EXIT                                          04410000
           END-IF                                                       04420000
                                                                        04430000
           IF NOT CARD-LIVE OF CARDMNT-CARD-REC                         04440000
               GO TO 4100-EXIT                                          04450000
           END-IF                                                       04460000
                                                                        04470000
           MOVE COMM-CRD-REASON TO CARD-STATUS-FLAG OF CARDMNT-CARD-REC 04480000
           PERFORM 1300-REWRITE-CARD THRU 1300-EXIT.                    04490000
       4100-EXIT.                                                       04500000
           EXIT.                                                        04510000
                                                                        04520000
      ******************************************************************04530000
      *  5000-ACTIVATE-CARD - ONLY AN ISSUED, UNEXPIRED CARD CAN BE    *04540000
      *  ACTIVATED.  THE CARD IT REPLACES IS THEN RETIRED.             *04550000
      ******************************************************************04560000
       5000-ACTIVATE-CARD.                                              04570000
           PERFORM 1000-READ-CARD THRU 1000-EXIT                        04580000
           IF COMM-CRD-FAIL-CD NOT = SPACE                              04590000
               GO TO 5000-EXIT                                          04600000
           END-IF                                                       04610000
                                                                        04620000
           IF NOT CARD-ISSUED OF CARDMNT-CARD-REC                       04630000
               MOVE '9' TO COMM-CRD-FAIL-CD                             04640000
               GO TO 5000-EXIT                                          04650000
           END-IF                                                       04660000
                                                                        04670000
           IF CARD-EXPIRY OF CARDMNT-CARD-REC < CARDMNT-TODAY-MONTH     04680000
               MOVE 'X' TO COMM-CRD-FAIL-CD                             04690000
               GO TO 5000-EXIT                                          04700000
           END-IF                                                       04710000
                                                                        04720000
           SET CARD-ACTIVE OF CARDMNT-CARD-REC TO TRUE                  04730000
           MOVE CARD-REPLACES-TOKEN OF CARDMNT-CARD-REC                 04740000
               TO CARDMNT-OLD-TOKEN                                     04750000
           PERFORM 1300-REWRITE-CARD THRU 1300-EXIT                     04760000
           IF COMM-CRD-FAIL-CD NOT = SPACE                              04770000
               GO TO 5000-EXIT                                          04780000
           END-IF                                                       04790000
                                                                        04800000
           IF CARDMNT-OLD-TOKEN NOT = SPACES                            04810000
               PERFORM 5100-RETIRE-OLD-CARD THRU 5100-EXIT              04820000
           END-IF.                                                      04830000
       5000-EXIT.                                                       04840000
           EXIT.                                                        04850000
                                                                        04860000
      ******************************************************************04870000
      *  5100-RETIRE-OLD-CARD - A RENEWED OR DAMAGED CARD STOPS        *04880000
      *  WORKING ONCE ITS REPLACEMENT IS ACTIVE.  A BLOCKED CARD STAYS *04890000
      *  BLOCKED.  AN OLD CARD NO LONGER ON FILE IS LEFT ALONE.        *04900000
      ******************************************************************04910000
       5100-RETIRE-OLD-CARD.                                            04920000
           MOVE CARDMNT-OLD-TOKEN TO CARD-TOKEN OF CARDMNT-CARD-REC     04930000
                                                                        04940000
           EXEC CICS                                                    04950000
               READ DATASET('CARD')                                     04960000
                    INTO(CARDMNT-CARD-REC)                              04970000
                    RIDFLD(CARD-KEY OF CARDMNT-CARD-REC)                04980000
                    UPDATE                                              04990000
                    RESP(CARDMNT-RESP)                                  05000000
           END-EXEC                                                     05010000
                                                                        05020000
           IF CARDMNT-RESP NOT = DFHRESP(NORMAL)                        05030000
               GO TO 5100-EXIT                                          05040000
           END-IF                                                       05050000
                                                                        05060000
           IF NOT CARD-LIVE OF CARDMNT-CARD-REC                         05070000
               GO TO 5100-EXIT                                          05080000
           END-IF                                                       05090000
                                                                        05100000
           SET CARD-REPLACED OF CARDMNT-CARD-REC TO TRUE                05110000
           PERFORM 1300-REWRITE-CARD THRU 1300-EXIT.                    05120000
       5100-EXIT.                                                       05130000
           EXIT.                                                        05140000
                                                                        05150000
      ******************************************************************05160000
      *  6000-INQUIRE-CARD - RETURN THE CARD'S DETAILS.                *05170000
      ******************************************************************05180000
       6000-INQUIRE-CARD.                                               05190000
           MOVE COMM-CRD-TOKEN TO CARD-TOKEN OF CARDMNT-CARD-REC        05200000
                                                                        05210000
           EXEC CICS                                                    05220000
               READ DATASET('CARD')                                     05230000
                    INTO(CARDMNT-CARD-REC)                              05240000
                    RIDFLD(CARD-KEY OF CARDMNT-CARD-REC)                05250000
                    RESP(CARDMNT-RESP)                                  05260000
           END-EXEC                                                     05270000
                                                                        05280000
           IF CARDMNT-RESP = DFHRESP(NOTFND)                            05290000
               MOVE '1' TO COMM-CRD-FAIL-CD                             05300000
               GO TO 6000-EXIT                                          05310000
           END-IF                                                       05320000
                                                                        05330000
           IF CARDMNT-RESP NOT = DFHRESP(NORMAL)                        05340000
               MOVE '8' TO COMM-CRD-FAIL-CD                             05350000
               GO TO 6000-EXIT                                          05360000
           END-IF                                                       05370000
                                                                        05380000
           MOVE CARD-SORTCODE OF CARDMNT-CARD-REC                       05390000
               TO COMM-CRD-SORTCODE                                     05400000
           MOVE CARD-ACCOUNT OF CARDMNT-CARD-REC                        05410000
               TO COMM-CRD-ACCOUNT                                      05420000
           MOVE CARD-HOLDER-NUMBER OF CARDMNT-CARD-REC                  05430000
               TO COMM-CRD-HOLDER                                       05440000
           MOVE CARD-EXPIRY OF CARDMNT-CARD-REC                         05450000
               TO COMM-CRD-EXPIRY                                       05460000
           MOVE CARD-STATUS-FLAG OF CARDMNT-CARD-REC                    05470000
               TO COMM-CRD-STATUS                                       05480000
           MOVE CARD-ISSUE-REASON OF CARDMNT-CARD-REC                   05490000
               TO COMM-CRD-ISSUE-REASON                                 05500000
           MOVE CARD-ISSUE-DATE OF CARDMNT-CARD-REC                     05510000
               TO COMM-CRD-ISSUE-DATE                                   05520000
           MOVE CARD-REPLACES-TOKEN OF CARDMNT-CARD-REC                 05530000
               TO COMM-CRD-REPLACES-TOKEN.                              05540000
       6000-EXIT.                                                       05550000
           EXIT.                                                        05560000
                                                                        05570000
      ******************************************************************05580000
      *  9999-EXIT - RETURN TO THE CALLER.                             *05590000
      ******************************************************************05600000
       9999-EXIT.                                                       05610000
           EXEC CICS                                                    05620000
               RETURN                                                   05630000
           END-EXEC.                                                    05640000
