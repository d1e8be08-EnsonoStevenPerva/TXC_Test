      ******************************************************************00010000
      *                                                                *00020000
      *  Copyright IBM Corp. 2023                                      *00030000
      *                                                                *00040000
      *                                                                *00050000
      ******************************************************************00060000
       IDENTIFICATION DIVISION.                                         00070000
       PROGRAM-ID.    NTCMNT.                                           00080000
       AUTHOR.        BANK APPLICATIONS GROUP.                          00090000
       DATE-WRITTEN.  2026-10-15.                                       00100000
      ******************************************************************00110000
      *                                                                *00120000
      *  NTCMNT - WITHDRAWAL-NOTICE REGISTER MAINTENANCE               *00130000
      *                                                                *00140000
      *  FUNCTION : ACCEPTS AN NTCMNT COMMAREA (COPYBOOK NTCMNT)       *00150000
      *             NAMING ONE WITHDRAWAL NOTICE ON A NOTICE-PRODUCT   *00160000
      *             ACCOUNT (PRODCAT CLASS N) BY SORT CODE, ACCOUNT    *00170000
      *             AND NOTICE NUMBER (COPYBOOK NOTICE) :              *00180000
      *                                                                *00190000
      *               G - GIVE NOTICE OF AN AMOUNT AND THE DATE THE    *00200000
      *                   CUSTOMER WANTS IT PAID.  THE ACCOUNT MUST BE *00210000
      *                   OPEN AND HOLD THE AMOUNT, AND THE DATE MUST  *00220000
      *                   BE AT LEAST THE PRODUCT'S NOTICE DAYS AFTER  *00230000
      *                   TODAY.  A NAMED PAY-TO ACCOUNT MUST BE OURS, *00240000
      *                   OPEN, AND NOT THE NOTICE ACCOUNT ITSELF; THE *00250000
      *                   NIGHTLY NTCPAY BATCH PAYS THE NOTICE TO IT.  *00260000
      *                   THE NOTICE LAPSES IF STILL UNUSED 30 DAYS    *00270000
      *                   AFTER ITS PAYABLE DATE.  A ZERO NOTICE       *00280000
      *                   NUMBER ASKS FOR THE NEXT FREE ONE, WHICH IS  *00290000
      *                   RETURNED IN THE COMMAREA.                    *00300000
      *               C - CANCEL A NOTICE THAT HAS NOT BEEN USED.  THE *00310000
      *                   ROW IS MARKED CANCELLED - NOT DELETED - SO   *00320000
      *                   THE REGISTER IS ITS OWN AUDIT TRAIL.         *00330000
      *               I - INQUIRE ON A NOTICE, RETURNING ITS DETAILS,  *00340000
      *                   HOW MUCH OF IT HAS BEEN DRAWN AND ITS STATUS.*00350000
      *                                                                *00360000
      *  FILES    : NOTICE   - VSAM KSDS - WITHDRAWAL-NOTICE REGISTER  *00370000
      *             ACCOUNT  - VSAM KSDS - ACCOUNT MASTER              *00380000
      *             PRODCAT  - VSAM KSDS - PRODUCT CATALOGUE           *00390000
      *             BUSDATE  - VSAM KSDS - BUSINESS-DATE CONTROL       *00400000
      *                                                                *00410000
      *  CHANGE HISTORY                                                *00420000
      *  ----------------------------------------------------------    *00430000
      *  DATE        BY    DESCRIPTION                                 *00440000
      *  2026-10-15  BAG   INITIAL VERSION                             *00450000
      *                                                                *00460000
      ******************************************************************00470000
       DATA DIVISION.                                                   00480000
       WORKING-STORAGE SECTION.                                         00490000
       01  NTCMNT-WORK-AREA.                                            00500000
           05  NTCMNT-RESP                PIC S9(8) COMP.               00510000
           05  NTCMNT-ACCT-KEY.                                         00520000
               10  NTCMNT-ACCT-SORTCODE   PIC 9(6).                     00530000
               10  NTCMNT-ACCT-NUMBER     PIC 9(8).                     00540000
           05  NTCMNT-TODAYS-DATE         PIC 9(8)  VALUE ZERO.         00550000
           05  NTCMNT-BROWSE-SWITCH       PIC X     VALUE 'N'.          00560000
               88  NTCMNT-BROWSE-DONE         VALUE 'Y'.                00570000
           05  NTCMNT-HIGH-NUMBER         PIC 9(4)  VALUE ZERO.         00580000
           05  NTCMNT-NOTICE-DAYS         PIC 999   VALUE ZERO.         00590000
      *    A MATURED NOTICE STAYS OPEN FOR DRAWING FOR THIS MANY DAYS  *00600000
      *    AFTER ITS PAYABLE DATE, THEN LAPSES.                        *00610000
           05  NTCMNT-LAPSE-DAYS          PIC 999   VALUE 30.           00620000
           05  NTCMNT-LEAP-SWITCH         PIC X     VALUE 'N'.          00630000
               88  NTCMNT-IS-LEAP             VALUE 'Y'.                00640000
           05  NTCMNT-DAYS-IN-MONTH       PIC 99.                       00650000
           05  NTCMNT-YEAR-QUOT           PIC 9(4).                     00660000
           05  NTCMNT-YEAR-REM            PIC 9(4).                     00670000
           05  NTCMNT-WALK-DATE           PIC 9(8)  VALUE ZERO.         00680000
           05  NTCMNT-WALK-DATE-GRP REDEFINES NTCMNT-WALK-DATE.         00690000
               10  NTCMNT-WALK-YYYY       PIC 9(4).                     00700000
               10  NTCMNT-WALK-MM         PIC 99.                       00710000
               10  NTCMNT-WALK-DD         PIC 99.                       00720000
           05  NTCMNT-PAYABLE-WORK        PIC 9(8)  VALUE ZERO.         00730000
           05  NTCMNT-PAYABLE-WORK-GRP REDEFINES NTCMNT-PAYABLE-WORK.   00740000
               10  NTCMNT-PAYABLE-YYYY    PIC 9(4).                     00750000
               10  NTCMNT-PAYABLE-MM      PIC 99.                       00760000
               10  NTCMNT-PAYABLE-DD      PIC 99.                       00770000
                                                                        00780000
       01  NTCMNT-MONTH-DAYS-VALUES.                                    00790000
           05  FILLER                     PIC 99    VALUE 31.           00800000
           05  FILLER                     PIC 99    VALUE 28.           00810000
           05  FILLER                     PIC 99    VALUE 31.           00820000
           05  FILLER                     PIC 99    VALUE 30.           00830000
           05  FILLER                     PIC 99    VALUE 31.           00840000
           05  FILLER                     PIC 99    VALUE 30.           00850000
           05  FILLER                     PIC 99    VALUE 31.           00860000
           05  FILLER                     PIC 99    VALUE 31.           00870000
           05  FILLER                     PIC 99    VALUE 30.           00880000
           05  FILLER                     PIC 99    VALUE 31.           00890000
           05  FILLER                     PIC 99    VALUE 30.           00900000
           05  FILLER                     PIC 99    VALUE 31.           00910000
       01  NTCMNT-MONTH-DAYS REDEFINES NTCMNT-MONTH-DAYS-VALUES.        00920000
           05  NTCMNT-MONTH-DAY-TAB       PIC 99    OCCURS 12 TIMES.    00930000
                                                                        00940000
       01  NTCMNT-NOTICE-REC.                                           00950000
           COPY NOTICE.                                                 00960000
                                                                        00970000
       01  NTCMNT-ACCOUNT-REC.                                          00980000
           COPY ACCOUNT.                                                00990000
                                                                        01000000
       01  NTCMNT-PRODCAT-REC.                                          01010000
           COPY PRODCAT.                                                01020000
                                                                        01030000
       01  NTCMNT-BUSDATE-REC.                                          01040000
           COPY BUSDATE.                                                01050000
                                                                        01060000
       LINKAGE SECTION.                                                 01070000
       01  DFHCOMMAREA.                                                 01080000
           COPY NTCMNT.                                                 01090000
                                                                        01100000
      ******************************************************************01110000
       PROCEDURE DIVISION.                                              01120000
      ******************************************************************01130000
       0000-MAINLINE.                                                   01140000
           MOVE SPACE TO COMM-NTC-SUCCESS                               01150000
           MOVE SPACE TO COMM-NTC-FAIL-CD                               01160000
           MOVE 'BUSDATE' TO BUSDATE-CONTROL-ID OF NTCMNT-BUSDATE-REC   01170000
           EXEC CICS                                                    01180000
               READ DATASET('BUSDATE')                                  01190000
                    INTO(NTCMNT-BUSDATE-REC)                            01200000
                    RIDFLD(BUSDATE-KEY OF NTCMNT-BUSDATE-REC)           01210000
                    RESP(NTCMNT-RESP)                                   01220000
           END-EXEC                                                     01230000
           IF NTCMNT-RESP = DFHRESP(NORMAL)                             01240000
               MOVE BUSDATE-CURRENT-DATE OF NTCMNT-BUSDATE-REC          01250000
                   TO NTCMNT-TODAYS-DATE                                01260000
           ELSE                                                         01270000
               ACCEPT NTCMNT-TODAYS-DATE FROM DATE YYYYMMDD             01280000
           END-IF                                                       01290000
                                                                        01300000
           PERFORM 0500-VALIDATE-REQUEST THRU 0500-EXIT                 01310000
                                                                        01320000
           IF COMM-NTC-FAIL-CD = SPACE                                  01330000
               EVALUATE TRUE                                            01340000
                   WHEN COMM-NTC-ACT-GIVE                               01350000
                       PERFORM 2000-GIVE-NOTICE THRU 2000-EXIT          01360000
                   WHEN COMM-NTC-ACT-CANCEL                             01370000
                       PERFORM 3000-CANCEL-NOTICE THRU 3000-EXIT        01380000
                   WHEN COMM-NTC-ACT-INQUIRE                            01390000
                       PERFORM 4000-INQUIRE-NOTICE THRU 4000-EXIT       01400000
               END-EVALUATE                                             01410000
           END-IF                                                       01420000
                                                                        01430000
           IF COMM-NTC-FAIL-CD = SPACE                                  01440000
               MOVE 'Y' TO COMM-NTC-SUCCESS                             01450000
           ELSE                                                         01460000
               MOVE 'N' TO COMM-NTC-SUCCESS                             01470000
           END-IF                                                       01480000
                                                                        01490000
           GO TO 9999-EXIT.                                             01500000
                                                                        01510000
      ******************************************************************01520000
      *  0500-VALIDATE-REQUEST - REJECT AN UNKNOWN ACTION, AND FOR A   *01530000
      *  NEW NOTICE A NON-POSITIVE AMOUNT OR A PAYABLE DATE THAT IS    *01540000
      *  NOT A CALENDAR DATE AFTER TODAY.                              *01550000
      ******************************************************************01560000
       0500-VALIDATE-REQUEST.                                           01570000
           IF NOT COMM-NTC-ACT-GIVE AND NOT COMM-NTC-ACT-CANCEL         01580000
              AND NOT COMM-NTC-ACT-INQUIRE                              01590000
               MOVE '3' TO COMM-NTC-FAIL-CD                             01600000
               GO TO 0500-EXIT                                          01610000
           END-IF                                                       01620000
                                                                        01630000
           IF NOT COMM-NTC-ACT-GIVE                                     01640000
               GO TO 0500-EXIT                                          01650000
           END-IF                                                       01660000
                                                                        01670000
           IF COMM-NTC-AMOUNT NOT > ZERO                                01680000
               MOVE '7' TO COMM-NTC-FAIL-CD                             01690000
               GO TO 0500-EXIT                                          01700000
           END-IF                                                       01710000
                                                                        01720000
           MOVE COMM-NTC-PAYABLE-DATE TO NTCMNT-PAYABLE-WORK            01730000
           IF NTCMNT-PAYABLE-WORK NOT > NTCMNT-TODAYS-DATE              01740000
               MOVE '5' TO COMM-NTC-FAIL-CD                             01750000
               GO TO 0500-EXIT                                          01760000
           END-IF                                                       01770000
                                                                        01780000
           IF NTCMNT-PAYABLE-MM < 1 OR NTCMNT-PAYABLE-MM > 12           01790000
              OR NTCMNT-PAYABLE-DD < 1 OR NTCMNT-PAYABLE-DD > 31        01800000
               MOVE '5' TO COMM-NTC-FAIL-CD                             01810000
           END-IF.                                                      01820000
       0500-EXIT.                                                       01830000
           EXIT.                                                        01840000
                                                                        01850000
      ******************************************************************01860000
      *  1000-READ-NOTICE - READ THE NAMED NOTICE FOR UPDATE.          *01870000
      ******************************************************************01880000
       1000-READ-NOTICE.                                                01890000
           MOVE COMM-NTC-SORTCODE TO NOTICE-SORTCODE                    01900000
                                      OF NTCMNT-NOTICE-REC              01910000
           MOVE COMM-NTC-ACCOUNT  TO NOTICE-ACCOUNT                     01920000
                                      OF NTCMNT-NOTICE-REC              01930000
           MOVE COMM-NTC-NUMBER   TO NOTICE-NUMBER                      01940000
                                      OF NTCMNT-NOTICE-REC              01950000
                                                                        01960000
           EXEC CICS                                                    01970000
               READ DATASET('NOTICE')                                   01980000
                    INTO(NTCMNT-NOTICE-REC)                             01990000
                    RIDFLD(NOTICE-KEY OF NTCMNT-NOTICE-REC)             02000000
                    UPDATE                                              02010000
                    RESP(NTCMNT-RESP)                                   02020000
           END-EXEC                                                     02030000
                                                                        02040000
           IF NTCMNT-RESP = DFHRESP(NOTFND)                             02050000
               MOVE '2' TO COMM-NTC-FAIL-CD                             02060000
               GO TO 1000-EXIT                                          02070000
           END-IF                                                       02080000
                                                                        02090000
           IF NTCMNT-RESP NOT = DFHRESP(NORMAL)                         02100000
               MOVE '8' TO COMM-NTC-FAIL-CD                             02110000
           END-IF.                                                      02120000
       1000-EXIT.                                                       02130000
           EXIT.                                                        02140000
                                                                        02150000
      ******************************************************************02160000
      *  2000-GIVE-NOTICE - CONFIRM THE ACCOUNT IS AN OPEN NOTICE      *02170000
      *  ACCOUNT THAT HOLDS THE AMOUNT, THAT THE CUSTOMER HAS GIVEN    *02180000
      *  THE PRODUCT'S FULL NOTICE AND THAT ANY PAY-TO ACCOUNT WILL    *02190000
      *  TAKE THE MONEY, THEN REGISTER THE NOTICE AS GIVEN.            *02200000
      ******************************************************************02210000
       2000-GIVE-NOTICE.                                                02220000
           MOVE COMM-NTC-SORTCODE TO NTCMNT-ACCT-SORTCODE               02230000
           MOVE COMM-NTC-ACCOUNT  TO NTCMNT-ACCT-NUMBER                 02240000
                                                                        02250000
           EXEC CICS                                                    02260000
               READ DATASET('ACCOUNT')                                  02270000
                    INTO(NTCMNT-ACCOUNT-REC)                            02280000
                    RIDFLD(NTCMNT-ACCT-KEY)                             02290000
                    RESP(NTCMNT-RESP)                                   02300000
           END-EXEC                                                     02310000
                                                                        02320000
           IF NTCMNT-RESP NOT = DFHRESP(NORMAL)                         02330000
               MOVE '1' TO COMM-NTC-FAIL-CD                             02340000
               GO TO 2000-EXIT                                          02350000
           END-IF                                                       02360000
                                                                        02370000
           IF NOT ACCOUNT-OPEN OF NTCMNT-ACCOUNT-REC                    02380000
               MOVE '4' TO COMM-NTC-FAIL-CD                             02390000
               GO TO 2000-EXIT                                          02400000
           END-IF                                                       02410000
                                                                        02420000
           IF COMM-NTC-AMOUNT > ACCOUNT-BALANCE OF NTCMNT-ACCOUNT-REC   02430000
               MOVE '7' TO COMM-NTC-FAIL-CD                             02440000
               GO TO 2000-EXIT                                          02450000
           END-IF                                                       02460000
                                                                        02470000
           MOVE ACCOUNT-TYPE OF NTCMNT-ACCOUNT-REC                      02480000
               TO PRODCAT-TYPE OF NTCMNT-PRODCAT-REC                    02490000
                                                                        02500000
           EXEC CICS                                                    02510000
               READ DATASET('PRODCAT')                                  02520000
                    INTO(NTCMNT-PRODCAT-REC)                            02530000
                    RIDFLD(PRODCAT-KEY OF NTCMNT-PRODCAT-REC)           02540000
                    RESP(NTCMNT-RESP)                                   02550000
           END-EXEC                                                     02560000
                                                                        02570000
           IF NTCMNT-RESP NOT = DFHRESP(NORMAL)                         02580000
               MOVE 'N' TO COMM-NTC-FAIL-CD                             02590000
               GO TO 2000-EXIT                                          02600000
           END-IF                                                       02610000
                                                                        02620000
           IF NOT PRODCAT-CLASS-NOTICE OF NTCMNT-PRODCAT-REC            02630000
               MOVE 'N' TO COMM-NTC-FAIL-CD                             02640000
               GO TO 2000-EXIT                                          02650000
           END-IF                                                       02660000
                                                                        02670000
           MOVE ZERO TO NTCMNT-NOTICE-DAYS                              02680000
           IF PRODCAT-NOTICE-DAYS OF NTCMNT-PRODCAT-REC IS NUMERIC      02690000
               MOVE PRODCAT-NOTICE-DAYS OF NTCMNT-PRODCAT-REC           02700000
                   TO NTCMNT-NOTICE-DAYS                                02710000
           END-IF                                                       02720000
                                                                        02730000
           MOVE NTCMNT-TODAYS-DATE TO NTCMNT-WALK-DATE                  02740000
           PERFORM 2700-ADD-ONE-DAY THRU 2700-EXIT                      02750000
               NTCMNT-NOTICE-DAYS TIMES                                 02760000
           MOVE NTCMNT-WALK-DATE TO COMM-NTC-EARLIEST-DATE              02770000
                                                                        02780000
           IF COMM-NTC-PAYABLE-DATE < COMM-NTC-EARLIEST-DATE            02790000
               MOVE '5' TO COMM-NTC-FAIL-CD                             02800000
               GO TO 2000-EXIT                                          02810000
           END-IF                                                       02820000
                                                                        02830000
           PERFORM 2100-CHECK-PAY-ACCOUNT THRU 2100-EXIT                02840000
           IF COMM-NTC-FAIL-CD NOT = SPACE                              02850000
               GO TO 2000-EXIT                                          02860000
           END-IF                                                       02870000
                                                                        02880000
           IF COMM-NTC-NUMBER = ZERO                                    02890000
               PERFORM 2200-ASSIGN-NUMBER THRU 2200-EXIT                02900000
               IF COMM-NTC-FAIL-CD NOT = SPACE                          02910000
                   GO TO 2000-EXIT                                      02920000
               END-IF                                                   02930000
           END-IF                                                       02940000
                                                                        02950000
           MOVE COMM-NTC-PAYABLE-DATE TO NTCMNT-WALK-DATE               02960000
           PERFORM 2700-ADD-ONE-DAY THRU 2700-EXIT                      02970000
               NTCMNT-LAPSE-DAYS TIMES                                  02980000
                                                                        02990000
           MOVE 'NTCE' TO NOTICE-EYECATCHER OF NTCMNT-NOTICE-REC        03000000
           MOVE COMM-NTC-SORTCODE TO NOTICE-SORTCODE                    03010000
                                      OF NTCMNT-NOTICE-REC              03020000
           MOVE COMM-NTC-ACCOUNT  TO NOTICE-ACCOUNT                     03030000
                                      OF NTCMNT-NOTICE-REC              03040000
           MOVE COMM-NTC-NUMBER   TO NOTICE-NUMBER                      03050000
                                      OF NTCMNT-NOTICE-REC              03060000
           MOVE COMM-NTC-AMOUNT   TO NOTICE-AMOUNT                      03070000
                                      OF NTCMNT-NOTICE-REC              03080000
           MOVE ZERO TO NOTICE-DRAWN-AMOUNT OF NTCMNT-NOTICE-REC        03090000
           MOVE NTCMNT-TODAYS-DATE TO NOTICE-GIVEN-DATE                 03100000
                                       OF NTCMNT-NOTICE-REC             03110000
           MOVE COMM-NTC-PAYABLE-DATE TO NOTICE-PAYABLE-DATE            03120000
                                          OF NTCMNT-NOTICE-REC          03130000
           MOVE NTCMNT-WALK-DATE TO NOTICE-LAPSE-DATE                   03140000
                                     OF NTCMNT-NOTICE-REC               03150000
           MOVE COMM-NTC-PAY-SORTCODE TO NOTICE-PAY-SORTCODE            03160000
                                          OF NTCMNT-NOTICE-REC          03170000
           MOVE COMM-NTC-PAY-ACCOUNT TO NOTICE-PAY-ACCOUNT              03180000
                                         OF NTCMNT-NOTICE-REC           03190000
           SET NOTICE-GIVEN OF NTCMNT-NOTICE-REC TO TRUE                03200000
           MOVE ZERO TO NOTICE-CLOSED-DATE OF NTCMNT-NOTICE-REC         03210000
                                                                        03220000
           EXEC CICS                                                    03230000
               WRITE DATASET('NOTICE')                                  03240000
                     FROM(NTCMNT-NOTICE-REC)                            03250000
                     RIDFLD(NOTICE-KEY OF NTCMNT-NOTICE-REC)            03260000
                     RESP(NTCMNT-RESP)                                  03270000
           END-EXEC                                                     03280000
                                                                        03290000
           IF NTCMNT-RESP = DFHRESP(DUPREC)                             03300000
               MOVE '9' TO COMM-NTC-FAIL-CD                             03310000
               GO TO 2000-EXIT                                          03320000
           END-IF                                                       03330000
                                                                        03340000
           IF NTCMNT-RESP NOT = DFHRESP(NORMAL)                         03350000
               MOVE '6' TO COMM-NTC-FAIL-CD                             03360000
               GO TO 2000-EXIT                                          03370000
           END-IF                                                       03380000
                                                                        03390000
           PERFORM 8000-RETURN-NOTICE THRU 8000-EXIT.                   03400000
       2000-EXIT.                                                       03410000
           EXIT.                                                        03420000
                                                                        03430000
      ******************************************************************03440000
      *  2100-CHECK-PAY-ACCOUNT - A NOTICE NEED NOT NAME A PAY-TO      *03450000
      *  ACCOUNT.  ONE THAT DOES MUST NAME AN OPEN ACCOUNT OF OURS     *03460000
      *  OTHER THAN THE NOTICE ACCOUNT; A ZERO SORT CODE MEANS THE     *03470000
      *  NOTICE ACCOUNT'S OWN BRANCH.                                  *03480000
      ******************************************************************03490000
       2100-CHECK-PAY-ACCOUNT.                                          03500000
           IF COMM-NTC-PAY-ACCOUNT = ZERO                               03510000
               MOVE ZERO TO COMM-NTC-PAY-SORTCODE                       03520000
               GO TO 2100-EXIT                                          03530000
           END-IF                                                       03540000
                                                                        03550000
           IF COMM-NTC-PAY-SORTCODE = ZERO                              03560000
               MOVE COMM-NTC-SORTCODE TO COMM-NTC-PAY-SORTCODE          03570000
           END-IF                                                       03580000
                                                                        03590000
           IF COMM-NTC-PAY-SORTCODE = COMM-NTC-SORTCODE                 03600000
              AND COMM-NTC-PAY-ACCOUNT = COMM-NTC-ACCOUNT               03610000
               MOVE 'P' TO COMM-NTC-FAIL-CD                             03620000
               GO TO 2100-EXIT                                          03630000
           END-IF                                                       03640000
                                                                        03650000
           MOVE COMM-NTC-PAY-SORTCODE TO NTCMNT-ACCT-SORTCODE           03660000
           MOVE COMM-NTC-PAY-ACCOUNT  TO NTCMNT-ACCT-NUMBER             03670000
                                                                        03680000
           EXEC CICS                                                    03690000
               READ DATASET('ACCOUNT')                                  03700000
                    INTO(NTCMNT-ACCOUNT-REC)                            03710000
                    RIDFLD(NTCMNT-ACCT-KEY)                             03720000
                    RESP(NTCMNT-RESP)                                   03730000
           END-EXEC                                                     03740000
                                                                        03750000
           IF NTCMNT-RESP NOT = DFHRESP(NORMAL)                         03760000
               MOVE 'P' TO COMM-NTC-FAIL-CD                             03770000
               GO TO 2100-EXIT                                          03780000
           END-IF                                                       03790000
                                                                        03800000
           IF NOT ACCOUNT-OPEN OF NTCMNT-ACCOUNT-REC                    03810000
               MOVE 'P' TO COMM-NTC-FAIL-CD                             03820000
           END-IF.                                                      03830000
       2100-EXIT.                                                       03840000
           EXIT.                                                        03850000
                                                                        03860000
      ******************************************************************03870000
      *  2200-ASSIGN-NUMBER - BROWSE THE ACCOUNT'S EXISTING NOTICES    *03880000
      *  AND HAND OUT THE NEXT NUMBER PAST THE HIGHEST ONE ON FILE.    *03890000
      ******************************************************************03900000
       2200-ASSIGN-NUMBER.                                              03910000
           MOVE ZERO TO NTCMNT-HIGH-NUMBER                              03920000
           MOVE 'N'  TO NTCMNT-BROWSE-SWITCH                            03930000
                                                                        03940000
           MOVE COMM-NTC-SORTCODE TO NOTICE-SORTCODE                    03950000
                                      OF NTCMNT-NOTICE-REC              03960000
           MOVE COMM-NTC-ACCOUNT  TO NOTICE-ACCOUNT                     03970000
                                      OF NTCMNT-NOTICE-REC              03980000
           MOVE ZERO TO NOTICE-NUMBER OF NTCMNT-NOTICE-REC              03990000
                                                                        04000000
           EXEC CICS                                                    04010000
               STARTBR DATASET('NOTICE')                                04020000
                       RIDFLD(NOTICE-KEY OF NTCMNT-NOTICE-REC)          04030000
                       GTEQ                                             04040000
                       RESP(NTCMNT-RESP)                                04050000
           END-EXEC                                                     04060000
                                                                        04070000
           IF NTCMNT-RESP NOT = DFHRESP(NORMAL)                         04080000
               MOVE 1 TO COMM-NTC-NUMBER                                04090000
               GO TO 2200-EXIT                                          04100000
           END-IF                                                       04110000
                                                                        04120000
           PERFORM 2250-READ-NEXT-NOTICE THRU 2250-EXIT                 04130000
              UNTIL NTCMNT-BROWSE-DONE                                  04140000
                                                                        04150000
           EXEC CICS                                                    04160000
               ENDBR DATASET('NOTICE')                                  04170000
                     RESP(NTCMNT-RESP)                                  04180000
           END-EXEC                                                     04190000
                                                                        04200000
           IF NTCMNT-HIGH-NUMBER = 9999                                 04210000
               MOVE '6' TO COMM-NTC-FAIL-CD                             04220000
               GO TO 2200-EXIT                                          04230000
           END-IF                                                       04240000
                                                                        04250000
           COMPUTE COMM-NTC-NUMBER = NTCMNT-HIGH-NUMBER + 1.            04260000
       2200-EXIT.                                                       04270000
           EXIT.                                                        04280000
                                                                        04290000
      ******************************************************************04300000
      *  2250-READ-NEXT-NOTICE - STEP THE BROWSE, NOTING EACH NOTICE   *04310000
      *  NUMBER UNTIL THE BROWSE LEAVES THIS ACCOUNT'S KEY RANGE.      *04320000
      ******************************************************************04330000
       2250-READ-NEXT-NOTICE.                                           04340000
           EXEC CICS                                                    04350000
               READNEXT DATASET('NOTICE')                               04360000
                        INTO(NTCMNT-NOTICE-REC)                         04370000
                        RIDFLD(NOTICE-KEY OF NTCMNT-NOTICE-REC)         04380000
                        RESP(NTCMNT-RESP)                               04390000
           END-EXEC                                                     04400000
                                                                        04410000
           IF NTCMNT-RESP NOT = DFHRESP(NORMAL)                         04420000
               SET NTCMNT-BROWSE-DONE TO TRUE                           04430000
               GO TO 2250-EXIT                                          04440000
           END-IF                                                       04450000
                                                                        04460000
           IF NOTICE-SORTCODE OF NTCMNT-NOTICE-REC                      04470000
              NOT = COMM-NTC-SORTCODE                                   04480000
              OR NOTICE-ACCOUNT OF NTCMNT-NOTICE-REC                    04490000
              NOT = COMM-NTC-ACCOUNT                                    04500000
               SET NTCMNT-BROWSE-DONE TO TRUE                           04510000
               GO TO 2250-EXIT                                          04520000
           END-IF                                                       04530000
                                                                        04540000
           MOVE NOTICE-NUMBER OF NTCMNT-NOTICE-REC                      04550000
               TO NTCMNT-HIGH-NUMBER.                                   04560000
       2250-EXIT.                                                       04570000
           EXIT.                                                        04580000
                                                                        04590000
      ******************************************************************04600000
      *  2700-ADD-ONE-DAY - STEP THE WALK DATE FORWARD ONE DAY,        *04610000
      *  CARRYING INTO THE NEXT MONTH AND YEAR AS NEEDED.              *04620000
      ******************************************************************04630000
       2700-ADD-ONE-DAY.                                                04640000
           MOVE NTCMNT-MONTH-DAY-TAB(NTCMNT-WALK-MM)                    04650000
               TO NTCMNT-DAYS-IN-MONTH                                  04660000
           IF NTCMNT-WALK-MM = 2                                        04670000
               PERFORM 2750-SET-LEAP-SWITCH THRU 2750-EXIT              04680000
               IF NTCMNT-IS-LEAP                                        04690000
                   MOVE 29 TO NTCMNT-DAYS-IN-MONTH                      04700000
               END-IF                                                   04710000
           END-IF                                                       04720000
                                                                        04730000
           ADD 1 TO NTCMNT-WALK-DD                                      04740000
           IF NTCMNT-WALK-DD > NTCMNT-DAYS-IN-MONTH                     04750000
               MOVE 1 TO NTCMNT-WALK-DD                                 04760000
               ADD 1 TO NTCMNT-WALK-MM                                  04770000
               IF NTCMNT-WALK-MM > 12                                   04780000
                   MOVE 1 TO NTCMNT-WALK-MM                             04790000
                   ADD 1 TO NTCMNT-WALK-YYYY                            04800000
               END-IF                                                   04810000
           END-IF.                                                      04820000
       2700-EXIT.                                                       04830000
           EXIT.                                                        04840000
                                                                        04850000
      ******************************************************************04860000
      *  2750-SET-LEAP-SWITCH - A YEAR IS A LEAP YEAR IF DIVISIBLE BY  *04870000
      *  400, OR DIVISIBLE BY 4 BUT NOT BY 100.                        *04880000
      ******************************************************************04890000
       2750-SET-LEAP-SWITCH.                                            04900000
           MOVE 'N' TO NTCMNT-LEAP-SWITCH                               04910000
                                                                        04920000
           DIVIDE NTCMNT-WALK-YYYY BY 400                               04930000
               GIVING NTCMNT-YEAR-QUOT                                  04940000
               REMAINDER NTCMNT-YEAR-REM                                04950000
           IF NTCMNT-YEAR-REM = ZERO                                    04960000
               SET NTCMNT-IS-LEAP TO TRUE                               04970000
               GO TO 2750-EXIT                                          04980000
           END-IF                                                       04990000
                                                                        05000000
           DIVIDE NTCMNT-WALK-YYYY BY 100                               05010000
               GIVING NTCMNT-YEAR-QUOT                                  05020000
               REMAINDER NTCMNT-YEAR-REM                                05030000
           IF NTCMNT-YEAR-REM = ZERO                                    05040000
               GO TO 2750-EXIT                                          05050000
           END-IF                                                       05060000
                                                                        05070000
           DIVIDE NTCMNT-WALK-YYYY BY 4                                 05080000
               GIVING NTCMNT-YEAR-QUOT                                  05090000
               REMAINDER NTCMNT-YEAR-REM                                05100000
           IF NTCMNT-YEAR-REM = ZERO                                    05110000
               SET NTCMNT-IS-LEAP TO TRUE                               05120000
           END-IF.                                                      05130000
       2750-EXIT.                                                       05140000
           EXIT.                                                        05150000
                                                                        05160000
      ******************************************************************05170000
      *  3000-CANCEL-NOTICE - MARK A NOTICE CANCELLED, KEEPING THE ROW *05180000
      *  AS THE AUDIT TRAIL.  ONLY A NOTICE STILL STANDING AND NOT YET *05190000
      *  PARTLY DRAWN CAN BE CANCELLED.                                *05200000
      ******************************************************************05210000
       3000-CANCEL-NOTICE.                                              05220000
           PERFORM 1000-READ-NOTICE THRU 1000-EXIT                      05230000
           IF COMM-NTC-FAIL-CD NOT = SPACE                              05240000
               GO TO 3000-EXIT                                          05250000
           END-IF                                                       05260000
                                                                        05270000
           IF NOT NOTICE-GIVEN OF NTCMNT-NOTICE-REC                     05280000
              OR NOTICE-DRAWN-AMOUNT OF NTCMNT-NOTICE-REC > ZERO        05290000
               MOVE 'W' TO COMM-NTC-FAIL-CD                             05300000
               GO TO 3000-EXIT                                          05310000
           END-IF                                                       05320000
                                                                        05330000
           SET NOTICE-CANCELLED OF NTCMNT-NOTICE-REC TO TRUE            05340000
           MOVE NTCMNT-TODAYS-DATE TO NOTICE-CLOSED-DATE                05350000
                                       OF NTCMNT-NOTICE-REC             05360000
                                                                        05370000
           EXEC CICS                                                    05380000
               REWRITE DATASET('NOTICE')                                05390000
                       FROM(NTCMNT-NOTICE-REC)                          05400000
                       RESP(NTCMNT-RESP)                                05410000
           END-EXEC                                                     05420000
                                                                        05430000
           IF NTCMNT-RESP NOT = DFHRESP(NORMAL)                         05440000
               MOVE '6' TO COMM-NTC-FAIL-CD                             05450000
               GO TO 3000-EXIT                                          05460000
           END-IF                                                       05470000
                                                                        05480000
           PERFORM 8000-RETURN-NOTICE THRU 8000-EXIT.                   05490000
       3000-EXIT.                                                       05500000
           EXIT.                                                        05510000
                                                                        05520000
      ******************************************************************05530000
      *  4000-INQUIRE-NOTICE - RETURN THE NOTICE'S DETAILS AND         *05540000
      *  CURRENT STATUS IN THE COMMAREA.                               *05550000
      ******************************************************************05560000
       4000-INQUIRE-NOTICE.                                             05570000
           MOVE COMM-NTC-SORTCODE TO NOTICE-SORTCODE                    05580000
                                      OF NTCMNT-NOTICE-REC              05590000
           MOVE COMM-NTC-ACCOUNT  TO NOTICE-ACCOUNT                     05600000
                                      OF NTCMNT-NOTICE-REC              05610000
           MOVE COMM-NTC-NUMBER   TO NOTICE-NUMBER                      05620000
                                      OF NTCMNT-NOTICE-REC              05630000
                                                                        05640000
           EXEC CICS                                                    05650000
               READ DATASET('NOTICE')                                   05660000
                    INTO(NTCMNT-NOTICE-REC)                             05670000
                    RIDFLD(NOTICE-KEY OF NTCMNT-NOTICE-REC)             05680000
                    RESP(NTCMNT-RESP)                                   05690000
           END-EXEC                                                     05700000
                                                                        05710000
           IF NTCMNT-RESP = DFHRESP(NOTFND)                             05720000
               MOVE '2' TO COMM-NTC-FAIL-CD                             05730000
               GO TO 4000-EXIT                                          05740000
           END-IF                                                       05750000
                                                                        05760000
           IF NTCMNT-RESP NOT = DFHRESP(NORMAL)                         05770000
               MOVE '8' TO COMM-NTC-FAIL-CD                             05780000
               GO TO 4000-EXIT                                          05790000
           END-IF                                                       05800000
                                                                        05810000
           PERFORM 8000-RETURN-NOTICE THRU 8000-EXIT.                   05820000
       4000-EXIT.                                                       05830000
           EXIT.                                                        05840000
                                                                        05850000
      ******************************************************************05860000
      *  8000-RETURN-NOTICE - COPY THE REGISTER ROW BACK TO THE        *05870000
      *  CALLER.                                                       *05880000
      ******************************************************************05890000
       8000-RETURN-NOTICE.                                              05900000
           MOVE NOTICE-AMOUNT OF NTCMNT-NOTICE-REC                      05910000
               TO COMM-NTC-AMOUNT                                       05920000
           MOVE NOTICE-DRAWN-AMOUNT OF NTCMNT-NOTICE-REC                05930000
               TO COMM-NTC-DRAWN-AMOUNT                                 05940000
           MOVE NOTICE-GIVEN-DATE OF NTCMNT-NOTICE-REC                  05950000
               TO COMM-NTC-GIVEN-DATE                                   05960000
           MOVE NOTICE-PAYABLE-DATE OF NTCMNT-NOTICE-REC                05970000
               TO COMM-NTC-PAYABLE-DATE                                 05980000
           MOVE NOTICE-LAPSE-DATE OF NTCMNT-NOTICE-REC                  05990000
               TO COMM-NTC-LAPSE-DATE                                   06000000
           MOVE NOTICE-PAY-SORTCODE OF NTCMNT-NOTICE-REC                06010000
               TO COMM-NTC-PAY-SORTCODE                                 06020000
           MOVE NOTICE-PAY-ACCOUNT OF NTCMNT-NOTICE-REC                 06030000
               TO COMM-NTC-PAY-ACCOUNT                                  06040000
           MOVE NOTICE-STATUS OF NTCMNT-NOTICE-REC                      06050000
               TO COMM-NTC-STATUS.                                      06060000
       8000-EXIT.                                                       06070000
           EXIT.                                                        06080000
                                                                        06090000
      ******************************************************************06100000
      *  9999-EXIT - RETURN TO THE CALLER.                             *06110000
      ******************************************************************06120000
       9999-EXIT.                                                       06130000
           EXEC CICS                                                    06140000
               RETURN                                                   06150000
           END-EXEC.                                                    06160000
