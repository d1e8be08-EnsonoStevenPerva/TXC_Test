      ******************************************************************00010000
      *                                                                *00020000
      *  Copyright IBM Corp. 2023                                      *00030000
      *                                                                *00040000
      *                                                                *00050000
      ******************************************************************00060000
       IDENTIFICATION DIVISION.                                         00070000
       PROGRAM-ID.    SDBMNT.                                           00080000
       AUTHOR.        BANK APPLICATIONS GROUP.                          00090000
       DATE-WRITTEN.  2026-10-15.                                       00100000
      ******************************************************************00110000
      *                                                                *00120000
      *  SDBMNT - SAFE-DEPOSIT BOX REGISTER MAINTENANCE                *00130000
      *                                                                *00140000
      *  FUNCTION : ACCEPTS AN SDBMNT COMMAREA (COPYBOOK SDBMNT)       *00150000
      *             NAMING ONE SAFE-DEPOSIT BOX BY SORT CODE AND BOX   *00160000
      *             NUMBER (COPYBOOK SDBOX) :                          *00170000
      *                                                                *00180000
      *               A - ADD A BOX OF THE GIVEN SIZE TO THE           *00190000
      *                   BRANCH'S REGISTER, VACANT.                   *00200000
      *               L - LET A VACANT BOX TO A CUSTOMER OF THE        *00210000
      *                   BRANCH, WITH THE ACCOUNT THE RENTAL IS       *00220000
      *                   TAKEN FROM AND UP TO TWO FURTHER KEY         *00230000
      *                   HOLDERS.  THE RENTAL IS THE SCHEDULE'S       *00240000
      *                   ANNUAL RENTAL FOR THE BOX SIZE (FEESCHED     *00250000
      *                   EVENT SDB) UNLESS ANOTHER FIGURE IS AGREED,  *00260000
      *                   AND THE FIRST YEAR FALLS DUE ON THE RENTAL   *00270000
      *                   START DATE.  FEECHG RAISES EACH YEAR'S       *00280000
      *                   RENTAL.                                      *00290000
      *               K - REPLACE THE KEY HOLDERS OF A LET BOX.        *00300000
      *               O - LOG AN OPENING OF A LET BOX (COPYBOOK        *00310000
      *                   SDBLOG) WITH THE DATE, TIME, VISITOR AND     *00320000
      *                   ATTENDING OPERATOR.  THE VISITOR MUST BE     *00330000
      *                   THE RENTER OR A KEY HOLDER.  ANY ARREARS ARE *00340000
      *                   RETURNED SO THE OPERATOR CAN RAISE THEM.     *00350000
      *               R - RELEASE A LET BOX BACK TO VACANT.  REFUSED   *00360000
      *                   WHILE ANY RENTAL IS IN ARREARS.              *00370000
      *               I - INQUIRE.                                     *00380000
      *                                                                *00390000
      *             EVERY ACTION BUT AN INQUIRY IS RECORDED AGAINST    *00400000
      *             AN OPERATOR WHO MUST BE ACTIVE ON THE MASTER.  NO  *00410000
      *             BOX IS ADDED OR LET AT A CLOSED BRANCH.            *00420000
      *                                                                *00430000
      *  FILES    : SDBOX    - VSAM KSDS - SAFE-DEPOSIT BOX REGISTER   *00440000
      *             SDBLOG   - VSAM KSDS - SAFE-DEPOSIT BOX OPENINGS   *00450000
      *             CUSTOMER - VSAM KSDS - CUSTOMER MASTER             *00460000
      *             ACCOUNT  - VSAM KSDS - ACCOUNT MASTER              *00470000
      *             FEESCHED - VSAM KSDS - FEE SCHEDULE                *00480000
      *             SRTCODE  - VSAM KSDS - SORT CODE REFERENCE         *00490000
      *             OPERATOR - VSAM KSDS - OPERATOR MASTER             *00500000
      *             BUSDATE  - VSAM KSDS - BUSINESS-DATE CONTROL       *00510000
      *                                                                *00520000
      *  CHANGE HISTORY                                                *00530000
      *  ----------------------------------------------------------    *00540000
      *  DATE        BY    DESCRIPTION                                 *00550000
      *  2026-10-15  BAG   INITIAL VERSION                             *00560000
      *                                                                *00570000
      ******************************************************************00580000
       DATA DIVISION.                                                   00590000
       WORKING-STORAGE SECTION.                                         00600000
       01  SDBMNT-WORK-AREA.                                            00610000
           05  SDBMNT-RESP                PIC S9(8) COMP.               00620000
           05  SDBMNT-TODAYS-DATE         PIC 9(8)  VALUE ZERO.         00630000
           05  SDBMNT-TODAYS-TIME         PIC 9(8)  VALUE ZERO.         00640000
           05  SDBMNT-SUB                 PIC S9(4) COMP VALUE ZERO.    00650000
           05  SDBMNT-CHECK-CUSTOMER      PIC 9(10) VALUE ZERO.         00660000
           05  SDBMNT-VISITOR-ROLE        PIC X     VALUE SPACE.        00670000
                                                                        00680000
       01  SDBMNT-SDBOX-REC.                                            00690000
           COPY SDBOX.                                                  00700000
                                                                        00710000
       01  SDBMNT-SDBLOG-REC.                                           00720000
           COPY SDBLOG.                                                 00730000
                                                                        00740000
       01  SDBMNT-CUSTOMER-REC.                                         00750000
           COPY CUSTOMER.                                               00760000
                                                                        00770000
       01  SDBMNT-ACCOUNT-REC.                                          00780000
           COPY ACCOUNT.                                                00790000
                                                                        00800000
       01  SDBMNT-FEESCHED-REC.                                         00810000
           COPY FEESCHED.                                               00820000
                                                                        00830000
       01  SDBMNT-SRTCDE-REC.                                           00840000
           COPY SORTCODE.                                               00850000
                                                                        00860000
       01  SDBMNT-OPERATOR-REC.                                         00870000
           COPY OPERATOR.                                               00880000
                                                                        00890000
       01  SDBMNT-BUSDATE-REC.                                          00900000
           COPY BUSDATE.                                                00910000
                                                                        00920000
       LINKAGE SECTION.                                                 00930000
       01  DFHCOMMAREA.                                                 00940000
           COPY SDBMNT.                                                 00950000
                                                                        00960000
      ******************************************************************00970000
       PROCEDURE DIVISION.                                              00980000
      ******************************************************************00990000
       0000-MAINLINE.                                                   01000000
           MOVE SPACE TO COMM-SDB-SUCCESS                               01010000
           MOVE SPACE TO COMM-SDB-FAIL-CD                               01020000
           MOVE 'BUSDATE' TO BUSDATE-CONTROL-ID OF SDBMNT-BUSDATE-REC   01030000
           EXEC CICS                                                    01040000
               READ DATASET('BUSDATE')                                  01050000
                    INTO(SDBMNT-BUSDATE-REC)                            01060000
                    RIDFLD(BUSDATE-KEY OF SDBMNT-BUSDATE-REC)           01070000
                    RESP(SDBMNT-RESP)                                   01080000
           END-EXEC                                                     01090000
           IF SDBMNT-RESP = DFHRESP(NORMAL)                             01100000
               MOVE BUSDATE-CURRENT-DATE OF SDBMNT-BUSDATE-REC          01110000
                   TO SDBMNT-TODAYS-DATE                                01120000
           ELSE                                                         01130000
               ACCEPT SDBMNT-TODAYS-DATE FROM DATE YYYYMMDD             01140000
           END-IF                                                       01150000
           ACCEPT SDBMNT-TODAYS-TIME FROM TIME                          01160000
                                                                        01170000
           IF NOT COMM-SDB-ACT-INQUIRE                                  01180000
               PERFORM 0600-CHECK-OPERATOR THRU 0600-EXIT               01190000
           END-IF                                                       01200000
                                                                        01210000
           IF COMM-SDB-FAIL-CD = SPACE                                  01220000
               EVALUATE TRUE                                            01230000
                   WHEN COMM-SDB-ACT-ADD                                01240000
                       PERFORM 2000-ADD-BOX THRU 2000-EXIT              01250000
                   WHEN COMM-SDB-ACT-LET                                01260000
                       PERFORM 3000-LET-BOX THRU 3000-EXIT              01270000
                   WHEN COMM-SDB-ACT-KEYHOLDERS                         01280000
                       PERFORM 4000-CHANGE-KEYHOLDERS THRU 4000-EXIT    01290000
                   WHEN COMM-SDB-ACT-OPEN                               01300000
                       PERFORM 5000-LOG-OPENING THRU 5000-EXIT          01310000
                   WHEN COMM-SDB-ACT-RELEASE                            01320000
                       PERFORM 6000-RELEASE-BOX THRU 6000-EXIT          01330000
                   WHEN COMM-SDB-ACT-INQUIRE                            01340000
                       PERFORM 7000-INQUIRE-BOX THRU 7000-EXIT          01350000
                   WHEN OTHER                                           01360000
                       MOVE '3' TO COMM-SDB-FAIL-CD                     01370000
               END-EVALUATE                                             01380000
           END-IF                                                       01390000
                                                                        01400000
           IF COMM-SDB-FAIL-CD = SPACE                                  01410000
               MOVE 'Y' TO COMM-SDB-SUCCESS                             01420000
           ELSE                                                         01430000
               MOVE 'N' TO COMM-SDB-SUCCESS                             01440000
           END-IF                                                       01450000
                                                                        01460000
           GO TO 9999-EXIT.                                             01470000
                                                                        01480000
      ******************************************************************01490000
      *  0600-CHECK-OPERATOR - EVERY REGISTER CHANGE AND EVERY BOX     *01500000
      *  OPENING IS RECORDED AGAINST AN OPERATOR WHO MUST BE ACTIVE    *01510000
      *  ON THE MASTER, THE SAME CHECK APPMNT MAKES.                   *01520000
      ******************************************************************01530000
       0600-CHECK-OPERATOR.                                             01540000
           MOVE COMM-SDB-OPERATOR TO OPERATOR-ID                        01550000
                                      OF SDBMNT-OPERATOR-REC            01560000
                                                                        01570000
           EXEC CICS                                                    01580000
               READ DATASET('OPERATOR')                                 01590000
                    INTO(SDBMNT-OPERATOR-REC)                           01600000
                    RIDFLD(OPERATOR-KEY OF SDBMNT-OPERATOR-REC)         01610000
                    RESP(SDBMNT-RESP)                                   01620000
           END-EXEC                                                     01630000
                                                                        01640000
           IF SDBMNT-RESP NOT = DFHRESP(NORMAL)                         01650000
               MOVE 'O' TO COMM-SDB-FAIL-CD                             01660000
               GO TO 0600-EXIT                                          01670000
           END-IF                                                       01680000
                                                                        01690000
           IF NOT OPERATOR-ACTIVE OF SDBMNT-OPERATOR-REC                01700000
               MOVE 'O' TO COMM-SDB-FAIL-CD                             01710000
           END-IF.                                                      01720000
       0600-EXIT.                                                       01730000
           EXIT.                                                        01740000
                                                                        01750000
      ******************************************************************01760000
      *  1000-READ-BOX - READ THE NAMED BOX FOR UPDATE.                *01770000
      ******************************************************************01780000
       1000-READ-BOX.                                                   01790000
           MOVE COMM-SDB-SORTCODE TO SDBOX-SORTCODE OF SDBMNT-SDBOX-REC 01800000
           MOVE COMM-SDB-NUMBER   TO SDBOX-NUMBER   OF SDBMNT-SDBOX-REC 01810000
                                                                        01820000
           EXEC CICS                                                    01830000
               READ DATASET('SDBOX')                                    01840000
                    INTO(SDBMNT-SDBOX-REC)                              01850000
                    RIDFLD(SDBOX-KEY OF SDBMNT-SDBOX-REC)               01860000
                    UPDATE                                              01870000
                    RESP(SDBMNT-RESP)                                   01880000
           END-EXEC                                                     01890000
                                                                        01900000
           IF SDBMNT-RESP = DFHRESP(NOTFND)                             01910000
               MOVE '1' TO COMM-SDB-FAIL-CD                             01920000
               GO TO 1000-EXIT                                          01930000
           END-IF                                                       01940000
                                                                        01950000
           IF SDBMNT-RESP NOT = DFHRESP(NORMAL)                         01960000
               MOVE '8' TO COMM-SDB-FAIL-CD                             01970000
           END-IF.                                                      01980000
       1000-EXIT.                                                       01990000
           EXIT.                                                        02000000
                                                                        02010000
      ******************************************************************02020000
      *  1100-CHECK-BRANCH - THE BRANCH MUST STILL BE OPEN FOR NEW     *02030000
      *  BUSINESS.                                                     *02040000
      ******************************************************************02050000
       1100-CHECK-BRANCH.                                               02060000
           MOVE COMM-SDB-SORTCODE TO SRTCDE-SORTCODE                    02070000
                                      OF SDBMNT-SRTCDE-REC              02080000
                                                                        02090000
           EXEC CICS                                                    02100000
               READ DATASET('SRTCODE')                                  02110000
                    INTO(SDBMNT-SRTCDE-REC)                             02120000
                    RIDFLD(SRTCDE-KEY OF SDBMNT-SRTCDE-REC)             02130000
                    RESP(SDBMNT-RESP)                                   02140000
           END-EXEC                                                     02150000
                                                                        02160000
           IF SDBMNT-RESP NOT = DFHRESP(NORMAL)                         02170000
               MOVE 'B' TO COMM-SDB-FAIL-CD                             02180000
               GO TO 1100-EXIT                                          02190000
           END-IF                                                       02200000
                                                                        02210000
           IF NOT SRTCDE-ACTIVE OF SDBMNT-SRTCDE-REC                    02220000
               MOVE 'B' TO COMM-SDB-FAIL-CD                             02230000
           END-IF.                                                      02240000
       1100-EXIT.                                                       02250000
           EXIT.                                                        02260000
                                                                        02270000
      ******************************************************************02280000
      *  1200-CHECK-CUSTOMER - THE CUSTOMER IN SDBMNT-CHECK-CUSTOMER   *02290000
      *  MUST BE ON FILE AT THE BOX'S BRANCH.                          *02300000
      ******************************************************************02310000
       1200-CHECK-CUSTOMER.                                             02320000
           MOVE COMM-SDB-SORTCODE TO CUSTOMER-SORTCODE                  02330000
                                      OF SDBMNT-CUSTOMER-REC            02340000
           MOVE SDBMNT-CHECK-CUSTOMER TO CUSTOMER-NUMBER                02350000
                                          OF SDBMNT-CUSTOMER-REC        02360000
                                                                        02370000
           EXEC CICS                                                    02380000
               READ DATASET('CUSTOMER')                                 02390000
                    INTO(SDBMNT-CUSTOMER-REC)                           02400000
                    RIDFLD(CUSTOMER-KEY OF SDBMNT-CUSTOMER-REC)         02410000
                    RESP(SDBMNT-RESP)                                   02420000
           END-EXEC                                                     02430000
                                                                        02440000
           IF SDBMNT-RESP NOT = DFHRESP(NORMAL)                         02450000
               MOVE 'C' TO COMM-SDB-FAIL-CD                             02460000
           END-IF.                                                      02470000
       1200-EXIT.                                                       02480000
           EXIT.                                                        02490000
                                                                        02500000
      ******************************************************************02510000
      *  1300-CHECK-KEYHOLDERS - NO MORE THAN TWO KEY HOLDERS, EACH A  *02520000
      *  CUSTOMER OF THE BRANCH.                                       *02530000
      ******************************************************************02540000
       1300-CHECK-KEYHOLDERS.                                           02550000
           IF COMM-SDB-KEYHOLDER-COUNT > 2                              02560000
               MOVE '5' TO COMM-SDB-FAIL-CD                             02570000
               GO TO 1300-EXIT                                          02580000
           END-IF                                                       02590000
                                                                        02600000
           PERFORM 1350-CHECK-ONE-KEYHOLDER THRU 1350-EXIT              02610000
               VARYING SDBMNT-SUB FROM 1 BY 1                           02620000
               UNTIL SDBMNT-SUB > COMM-SDB-KEYHOLDER-COUNT              02630000
                  OR COMM-SDB-FAIL-CD NOT = SPACE.                      02640000
       1300-EXIT.                                                       02650000
           EXIT.                                                        02660000
                                                                        02670000
      ******************************************************************02680000
      *  1350-CHECK-ONE-KEYHOLDER - ONE KEY HOLDER ON THE COMMAREA.    *02690000
      ******************************************************************02700000
       1350-CHECK-ONE-KEYHOLDER.                                        02710000
           MOVE COMM-SDB-KH-CUSTOMER (SDBMNT-SUB)                       02720000
               TO SDBMNT-CHECK-CUSTOMER                                 02730000
           PERFORM 1200-CHECK-CUSTOMER THRU 1200-EXIT.                  02740000
       1350-EXIT.                                                       02750000
           EXIT.                                                        02760000
                                                                        02770000
      ******************************************************************02780000
      *  1400-SET-KEYHOLDERS - COPY THE KEY HOLDERS ON THE COMMAREA    *02790000
      *  TO THE BOX, CLEARING ANY UNUSED SLOT.                         *02800000
      ******************************************************************02810000
       1400-SET-KEYHOLDERS.                                             02820000
           MOVE COMM-SDB-KEYHOLDER-COUNT TO SDBOX-KEYHOLDER-COUNT       02830000
                                             OF SDBMNT-SDBOX-REC        02840000
           MOVE ZERO TO SDBOX-KH-CUSTOMER OF SDBMNT-SDBOX-REC (1)       02850000
           MOVE ZERO TO SDBOX-KH-CUSTOMER OF SDBMNT-SDBOX-REC (2)       02860000
                                                                        02870000
           PERFORM 1450-SET-ONE-KEYHOLDER THRU 1450-EXIT                02880000
               VARYING SDBMNT-SUB FROM 1 BY 1                           02890000
               UNTIL SDBMNT-SUB > COMM-SDB-KEYHOLDER-COUNT.             02900000
       1400-EXIT.                                                       02910000
           EXIT.                                                        02920000
                                                                        02930000
      ******************************************************************02940000
      *  1450-SET-ONE-KEYHOLDER - ONE KEY HOLDER ONTO THE BOX.         *02950000
      ******************************************************************02960000
       1450-SET-ONE-KEYHOLDER.                                          02970000
           MOVE COMM-SDB-KH-CUSTOMER (SDBMNT-SUB)                       02980000
               TO SDBOX-KH-CUSTOMER OF SDBMNT-SDBOX-REC (SDBMNT-SUB).   02990000
       1450-EXIT.                                                       03000000
           EXIT.                                                        03010000
                                                                        03020000
      ******************************************************************03030000
      *  1500-REWRITE-BOX - REWRITE THE BOX AND RETURN IT.             *03040000
      ******************************************************************03050000
       1500-REWRITE-BOX.                                                03060000
           EXEC CICS                                                    03070000
               REWRITE DATASET('SDBOX')                                 03080000
                       FROM(SDBMNT-SDBOX-REC)                           03090000
                       RESP(SDBMNT-RESP)                                03100000
           END-EXEC                                                     03110000
                                                                        03120000
           IF SDBMNT-RESP NOT = DFHRESP(NORMAL)                         03130000
               MOVE '6' TO COMM-SDB-FAIL-CD                             03140000
               GO TO 1500-EXIT                                          03150000
           END-IF                                                       03160000
                                                                        03170000
           PERFORM 8000-RETURN-BOX THRU 8000-EXIT.                      03180000
       1500-EXIT.                                                       03190000
           EXIT.                                                        03200000
                                                                        03210000
      ******************************************************************03220000
      *  2000-ADD-BOX - PUT A NEW, VACANT BOX ON THE BRANCH'S          *03230000
      *  REGISTER.                                                     *03240000
      ******************************************************************03250000
       2000-ADD-BOX.                                                    03260000
           MOVE COMM-SDB-SIZE TO SDBOX-SIZE OF SDBMNT-SDBOX-REC         03270000
           IF NOT SDBOX-SIZE-VALID OF SDBMNT-SDBOX-REC                  03280000
              OR COMM-SDB-NUMBER = ZERO                                 03290000
               MOVE '5' TO COMM-SDB-FAIL-CD                             03300000
               GO TO 2000-EXIT                                          03310000
           END-IF                                                       03320000
                                                                        03330000
           PERFORM 1100-CHECK-BRANCH THRU 1100-EXIT                     03340000
           IF COMM-SDB-FAIL-CD NOT = SPACE                              03350000
               GO TO 2000-EXIT                                          03360000
           END-IF                                                       03370000
                                                                        03380000
           MOVE SPACES TO SDBMNT-SDBOX-REC                              03390000
           MOVE 'SDBX' TO SDBOX-EYECATCHER OF SDBMNT-SDBOX-REC          03400000
           MOVE COMM-SDB-SORTCODE TO SDBOX-SORTCODE OF SDBMNT-SDBOX-REC 03410000
           MOVE COMM-SDB-NUMBER   TO SDBOX-NUMBER   OF SDBMNT-SDBOX-REC 03420000
           MOVE COMM-SDB-SIZE     TO SDBOX-SIZE     OF SDBMNT-SDBOX-REC 03430000
           SET SDBOX-VACANT OF SDBMNT-SDBOX-REC TO TRUE                 03440000
           PERFORM 2100-CLEAR-TENANCY THRU 2100-EXIT                    03450000
                                                                        03460000
           EXEC CICS                                                    03470000
               WRITE DATASET('SDBOX')                                   03480000
                     FROM(SDBMNT-SDBOX-REC)                             03490000
                     RIDFLD(SDBOX-KEY OF SDBMNT-SDBOX-REC)              03500000
                     RESP(SDBMNT-RESP)                                  03510000
           END-EXEC                                                     03520000
                                                                        03530000
           IF SDBMNT-RESP = DFHRESP(DUPREC)                             03540000
               MOVE '9' TO COMM-SDB-FAIL-CD                             03550000
               GO TO 2000-EXIT                                          03560000
           END-IF                                                       03570000
                                                                        03580000
           IF SDBMNT-RESP NOT = DFHRESP(NORMAL)                         03590000
               MOVE '6' TO COMM-SDB-FAIL-CD                             03600000
               GO TO 2000-EXIT                                          03610000
           END-IF                                                       03620000
                                                                        03630000
           PERFORM 8000-RETURN-BOX THRU 8000-EXIT.                      03640000
       2000-EXIT.                                                       03650000
           EXIT.                                                        03660000
                                                                        03670000
      ******************************************************************03680000
      *  2100-CLEAR-TENANCY - A VACANT BOX CARRIES NO RENTER, KEY      *03690000
      *  HOLDERS, RENTAL OR ARREARS.  THE LAST OPENING IS KEPT.        *03700000
      ******************************************************************03710000
       2100-CLEAR-TENANCY.                                              03720000
           MOVE ZERO TO SDBOX-CUSTOMER-NUMBER OF SDBMNT-SDBOX-REC       03730000
           MOVE ZERO TO SDBOX-KEYHOLDER-COUNT OF SDBMNT-SDBOX-REC       03740000
           MOVE ZERO TO SDBOX-KH-CUSTOMER OF SDBMNT-SDBOX-REC (1)       03750000
           MOVE ZERO TO SDBOX-KH-CUSTOMER OF SDBMNT-SDBOX-REC (2)       03760000
           MOVE ZERO TO SDBOX-RENT-START-DATE OF SDBMNT-SDBOX-REC       03770000
           MOVE ZERO TO SDBOX-ANNUAL-RENTAL OF SDBMNT-SDBOX-REC         03780000
           MOVE ZERO TO SDBOX-RENTAL-ACCOUNT OF SDBMNT-SDBOX-REC        03790000
           MOVE ZERO TO SDBOX-NEXT-DUE-DATE OF SDBMNT-SDBOX-REC         03800000
           MOVE ZERO TO SDBOX-ARREARS-AMOUNT OF SDBMNT-SDBOX-REC        03810000
           MOVE ZERO TO SDBOX-ARREARS-SINCE OF SDBMNT-SDBOX-REC         03820000
           IF SDBOX-LAST-OPENED-DATE OF SDBMNT-SDBOX-REC                03830000
              IS NOT NUMERIC                                            03840000
               MOVE ZERO TO SDBOX-LAST-OPENED-DATE OF SDBMNT-SDBOX-REC  03850000
           END-IF.                                                      03860000
       2100-EXIT.                                                       03870000
           EXIT.                                                        03880000
                                                                        03890000
      ******************************************************************03900000
      *  3000-LET-BOX - LET A VACANT BOX.  THE RENTER MUST BE A        *03910000
      *  CUSTOMER OF THE BRANCH, THE RENTAL ACCOUNT ONE OF THEIR OWN   *03920000
      *  OPEN ACCOUNTS THERE, AND EACH KEY HOLDER A CUSTOMER OF THE    *03930000
      *  BRANCH.                                                       *03940000
      ******************************************************************03950000
       3000-LET-BOX.                                                    03960000
           PERFORM 1100-CHECK-BRANCH THRU 1100-EXIT                     03970000
           IF COMM-SDB-FAIL-CD NOT = SPACE                              03980000
               GO TO 3000-EXIT                                          03990000
           END-IF                                                       04000000
                                                                        04010000
           MOVE COMM-SDB-CUSTOMER TO SDBMNT-CHECK-CUSTOMER              04020000
           PERFORM 1200-CHECK-CUSTOMER THRU 1200-EXIT                   04030000
           IF COMM-SDB-FAIL-CD NOT = SPACE                              04040000
               GO TO 3000-EXIT                                          04050000
           END-IF                                                       04060000
                                                                        04070000
           PERFORM 1300-CHECK-KEYHOLDERS THRU 1300-EXIT                 04080000
           IF COMM-SDB-FAIL-CD NOT = SPACE                              04090000
               GO TO 3000-EXIT                                          04100000
           END-IF                                                       04110000
                                                                        04120000
           PERFORM 3100-CHECK-RENTAL-ACCOUNT THRU 3100-EXIT             04130000
           IF COMM-SDB-FAIL-CD NOT = SPACE                              04140000
               GO TO 3000-EXIT                                          04150000
           END-IF                                                       04160000
                                                                        04170000
           PERFORM 1000-READ-BOX THRU 1000-EXIT                         04180000
           IF COMM-SDB-FAIL-CD NOT = SPACE                              04190000
               GO TO 3000-EXIT                                          04200000
           END-IF                                                       04210000
                                                                        04220000
           IF NOT SDBOX-VACANT OF SDBMNT-SDBOX-REC                      04230000
               MOVE '2' TO COMM-SDB-FAIL-CD                             04240000
               GO TO 3000-EXIT                                          04250000
           END-IF                                                       04260000
                                                                        04270000
           IF COMM-SDB-ANNUAL-RENTAL = ZERO                             04280000
               PERFORM 3200-GET-SCHEDULE-RENTAL THRU 3200-EXIT          04290000
               IF COMM-SDB-FAIL-CD NOT = SPACE                          04300000
                   GO TO 3000-EXIT                                      04310000
               END-IF                                                   04320000
           END-IF                                                       04330000
                                                                        04340000
           IF COMM-SDB-START-DATE = ZERO                                04350000
               MOVE SDBMNT-TODAYS-DATE TO COMM-SDB-START-DATE           04360000
           END-IF                                                       04370000
                                                                        04380000
           SET SDBOX-LET OF SDBMNT-SDBOX-REC TO TRUE                    04390000
           MOVE COMM-SDB-CUSTOMER TO SDBOX-CUSTOMER-NUMBER              04400000
                                      OF SDBMNT-SDBOX-REC               04410000
           PERFORM 1400-SET-KEYHOLDERS THRU 1400-EXIT                   04420000
           MOVE COMM-SDB-START-DATE TO SDBOX-RENT-START-DATE            04430000
                                        OF SDBMNT-SDBOX-REC             04440000
           MOVE COMM-SDB-START-DATE TO SDBOX-NEXT-DUE-DATE              04450000
                                        OF SDBMNT-SDBOX-REC             04460000
           MOVE COMM-SDB-ANNUAL-RENTAL TO SDBOX-ANNUAL-RENTAL           04470000
                                           OF SDBMNT-SDBOX-REC          04480000
           MOVE COMM-SDB-RENTAL-ACCOUNT TO SDBOX-RENTAL-ACCOUNT         04490000
                                            OF SDBMNT-SDBOX-REC         04500000
           MOVE ZERO TO SDBOX-ARREARS-AMOUNT OF SDBMNT-SDBOX-REC        04510000
           MOVE ZERO TO SDBOX-ARREARS-SINCE OF SDBMNT-SDBOX-REC         04520000
                                                                        04530000
           PERFORM 1500-REWRITE-BOX THRU 1500-EXIT.                     04540000
       3000-EXIT.                                                       04550000
           EXIT.                                                        04560000
                                                                        04570000
      ******************************************************************04580000
      *  3100-CHECK-RENTAL-ACCOUNT - THE RENTAL ACCOUNT MUST BE OPEN   *04590000
      *  AND BELONG TO THE RENTER.                                     *04600000
      ******************************************************************04610000
       3100-CHECK-RENTAL-ACCOUNT.                                       04620000
           MOVE COMM-SDB-SORTCODE TO ACCOUNT-SORTCODE                   04630000
                                      OF SDBMNT-ACCOUNT-REC             04640000
           MOVE COMM-SDB-RENTAL-ACCOUNT TO ACCOUNT-NUMBER               04650000
                                            OF SDBMNT-ACCOUNT-REC       04660000
                                                                        04670000
           EXEC CICS                                                    04680000
               READ DATASET('ACCOUNT')                                  04690000
                    INTO(SDBMNT-ACCOUNT-REC)                            04700000
                    RIDFLD(ACCOUNT-KEY OF SDBMNT-ACCOUNT-REC)           04710000
                    RESP(SDBMNT-RESP)                                   04720000
           END-EXEC                                                     04730000
                                                                        04740000
           IF SDBMNT-RESP NOT = DFHRESP(NORMAL)                         04750000
               MOVE 'A' TO COMM-SDB-FAIL-CD                             04760000
               GO TO 3100-EXIT                                          04770000
           END-IF                                                       04780000
                                                                        04790000
           IF NOT ACCOUNT-OPEN OF SDBMNT-ACCOUNT-REC                    04800000
              OR ACCOUNT-CUSTOMER-NUMBER OF SDBMNT-ACCOUNT-REC          04810000
                 NOT = COMM-SDB-CUSTOMER                                04820000
               MOVE 'A' TO COMM-SDB-FAIL-CD                             04830000
           END-IF.                                                      04840000
       3100-EXIT.                                                       04850000
           EXIT.                                                        04860000
                                                                        04870000
      ******************************************************************04880000
      *  3200-GET-SCHEDULE-RENTAL - THE SCHEDULE'S STANDARD ANNUAL     *04890000
      *  RENTAL FOR THE BOX SIZE.  A SIZE WITH NO RENTAL ON THE        *04900000
      *  SCHEDULE CANNOT BE LET WITHOUT AN AGREED FIGURE.              *04910000
      ******************************************************************04920000
       3200-GET-SCHEDULE-RENTAL.                                        04930000
           MOVE SPACES TO FEESCHED-ACCOUNT-TYPE OF SDBMNT-FEESCHED-REC  04940000
           STRING 'SAFEBOX' SDBOX-SIZE OF SDBMNT-SDBOX-REC              04950000
                  DELIMITED BY SIZE                                     04960000
               INTO FEESCHED-ACCOUNT-TYPE OF SDBMNT-FEESCHED-REC        04970000
           END-STRING                                                   04980000
           MOVE 'SDB' TO FEESCHED-EVENT OF SDBMNT-FEESCHED-REC          04990000
                                                                        05000000
           EXEC CICS                                                    05010000
               READ DATASET('FEESCHED')                                 05020000
                    INTO(SDBMNT-FEESCHED-REC)                           05030000
                    RIDFLD(FEESCHED-KEY OF SDBMNT-FEESCHED-REC)         05040000
                    RESP(SDBMNT-RESP)                                   05050000
           END-EXEC                                                     05060000
                                                                        05070000
           IF SDBMNT-RESP NOT = DFHRESP(NORMAL)                         05080000
              OR FEESCHED-AMOUNT OF SDBMNT-FEESCHED-REC = ZERO          05090000
               MOVE '5' TO COMM-SDB-FAIL-CD                             05100000
               GO TO 3200-EXIT                                          05110000
           END-IF                                                       05120000
                                                                        05130000
           MOVE FEESCHED-AMOUNT OF SDBMNT-FEESCHED-REC                  05140000
               TO COMM-SDB-ANNUAL-RENTAL.                               05150000
       3200-EXIT.                                                       05160000
           EXIT.                                                        05170000
                                                                        05180000
      ******************************************************************05190000
      *  4000-CHANGE-KEYHOLDERS - REPLACE THE KEY HOLDERS OF A LET     *05200000
      *  BOX.                                                          *05210000
      ******************************************************************05220000
       4000-CHANGE-KEYHOLDERS.                                          05230000
           PERFORM 1300-CHECK-KEYHOLDERS THRU 1300-EXIT                 05240000
           IF COMM-SDB-FAIL-CD NOT = SPACE                              05250000
               GO TO 4000-EXIT                                          05260000
           END-IF                                                       05270000
                                                                        05280000
           PERFORM 1000-READ-BOX THRU 1000-EXIT                         05290000
           IF COMM-SDB-FAIL-CD NOT = SPACE                              05300000
               GO TO 4000-EXIT                                          05310000
           END-IF                                                       05320000
                                                                        05330000
           IF NOT SDBOX-LET OF SDBMNT-SDBOX-REC                         05340000
               MOVE '2' TO COMM-SDB-FAIL-CD                             05350000
               GO TO 4000-EXIT                                          05360000
           END-IF                                                       05370000
                                                                        05380000
           PERFORM 1400-SET-KEYHOLDERS THRU 1400-EXIT                   05390000
                                                                        05400000
           PERFORM 1500-REWRITE-BOX THRU 1500-EXIT.                     05410000
       4000-EXIT.                                                       05420000
           EXIT.                                                        05430000
                                                                        05440000
      ******************************************************************05450000
      *  5000-LOG-OPENING - THE VISITOR MUST BE THE RENTER OR ONE OF   *05460000
      *  THE KEY HOLDERS.  THE OPENING IS LOGGED BEFORE THE BOX        *05470000
      *  RECORDS ITS LAST OPENING, SO NO OPENING GOES UNLOGGED.        *05480000
      ******************************************************************05490000
       5000-LOG-OPENING.                                                05500000
           PERFORM 1000-READ-BOX THRU 1000-EXIT                         05510000
           IF COMM-SDB-FAIL-CD NOT = SPACE                              05520000
               GO TO 5000-EXIT                                          05530000
           END-IF                                                       05540000
                                                                        05550000
           IF NOT SDBOX-LET OF SDBMNT-SDBOX-REC                         05560000
               MOVE '2' TO COMM-SDB-FAIL-CD                             05570000
               GO TO 5000-EXIT                                          05580000
           END-IF                                                       05590000
                                                                        05600000
           MOVE SPACE TO SDBMNT-VISITOR-ROLE                            05610000
           IF COMM-SDB-VISITOR = SDBOX-CUSTOMER-NUMBER                  05620000
                                  OF SDBMNT-SDBOX-REC                   05630000
               MOVE 'R' TO SDBMNT-VISITOR-ROLE                          05640000
           ELSE                                                         05650000
               PERFORM 5100-MATCH-KEYHOLDER THRU 5100-EXIT              05660000
                   VARYING SDBMNT-SUB FROM 1 BY 1                       05670000
                   UNTIL SDBMNT-SUB > SDBOX-KEYHOLDER-COUNT             05680000
                                       OF SDBMNT-SDBOX-REC              05690000
                      OR SDBMNT-VISITOR-ROLE NOT = SPACE                05700000
           END-IF                                                       05710000
                                                                        05720000
           IF SDBMNT-VISITOR-ROLE = SPACE                               05730000
               MOVE '4' TO COMM-SDB-FAIL-CD                             05740000
               GO TO 5000-EXIT                                          05750000
           END-IF                                                       05760000
                                                                        05770000
           MOVE SPACES TO SDBMNT-SDBLOG-REC                             05780000
           MOVE 'SDBL' TO SDBLOG-EYECATCHER OF SDBMNT-SDBLOG-REC        05790000
           MOVE COMM-SDB-SORTCODE TO SDBLOG-SORTCODE                    05800000
                                      OF SDBMNT-SDBLOG-REC              05810000
           MOVE COMM-SDB-NUMBER TO SDBLOG-BOX-NUMBER                    05820000
                                    OF SDBMNT-SDBLOG-REC                05830000
           MOVE SDBMNT-TODAYS-DATE TO SDBLOG-DATE OF SDBMNT-SDBLOG-REC  05840000
           MOVE SDBMNT-TODAYS-TIME TO SDBLOG-TIME OF SDBMNT-SDBLOG-REC  05850000
           MOVE COMM-SDB-VISITOR TO SDBLOG-VISITOR OF SDBMNT-SDBLOG-REC 05860000
           MOVE SDBMNT-VISITOR-ROLE TO SDBLOG-VISITOR-ROLE              05870000
                                        OF SDBMNT-SDBLOG-REC            05880000
           MOVE COMM-SDB-OPERATOR TO SDBLOG-OPERATOR                    05890000
                                      OF SDBMNT-SDBLOG-REC              05900000
                                                                        05910000
           EXEC CICS                                                    05920000
               WRITE DATASET('SDBLOG')                                  05930000
                     FROM(SDBMNT-SDBLOG-REC)                            05940000
                     RIDFLD(SDBLOG-KEY OF SDBMNT-SDBLOG-REC)            05950000
                     RESP(SDBMNT-RESP)                                  05960000
           END-EXEC                                                     05970000
                                                                        05980000
           IF SDBMNT-RESP NOT = DFHRESP(NORMAL)                         05990000
               MOVE '6' TO COMM-SDB-FAIL-CD                             06000000
               GO TO 5000-EXIT                                          06010000
           END-IF                                                       06020000
                                                                        06030000
           MOVE SDBMNT-TODAYS-DATE TO SDBOX-LAST-OPENED-DATE            06040000
                                       OF SDBMNT-SDBOX-REC              06050000
                                                                        06060000
           PERFORM 1500-REWRITE-BOX THRU 1500-EXIT.                     06070000
       5000-EXIT.                                                       06080000
           EXIT.                                                        06090000
                                                                        06100000
      ******************************************************************06110000
      *  5100-MATCH-KEYHOLDER - IS THE VISITOR THIS KEY HOLDER.        *06120000
      ******************************************************************06130000
       5100-MATCH-KEYHOLDER.                                            06140000
           IF COMM-SDB-VISITOR NOT = ZERO                               06150000
              AND COMM-SDB-VISITOR = SDBOX-KH-CUSTOMER                  06160000
                                     OF SDBMNT-SDBOX-REC (SDBMNT-SUB)   06170000
               MOVE 'K' TO SDBMNT-VISITOR-ROLE                          06180000
           END-IF.                                                      06190000
       5100-EXIT.                                                       06200000
           EXIT.                                                        06210000
                                                                        06220000
      ******************************************************************06230000
      *  6000-RELEASE-BOX - THE RENTER GIVES THE BOX UP.  ANY RENTAL   *06240000
      *  IN ARREARS MUST BE CLEARED FIRST.                             *06250000
      ******************************************************************06260000
       6000-RELEASE-BOX.                                                06270000
           PERFORM 1000-READ-BOX THRU 1000-EXIT                         06280000
           IF COMM-SDB-FAIL-CD NOT = SPACE                              06290000
               GO TO 6000-EXIT                                          06300000
           END-IF                                                       06310000
                                                                        06320000
           IF NOT SDBOX-LET OF SDBMNT-SDBOX-REC                         06330000
               MOVE '2' TO COMM-SDB-FAIL-CD                             06340000
               GO TO 6000-EXIT                                          06350000
           END-IF                                                       06360000
                                                                        06370000
           IF SDBOX-ARREARS-AMOUNT OF SDBMNT-SDBOX-REC > ZERO           06380000
               MOVE '7' TO COMM-SDB-FAIL-CD                             06390000
               PERFORM 8000-RETURN-BOX THRU 8000-EXIT                   06400000
               GO TO 6000-EXIT                                          06410000
           END-IF                                                       06420000
                                                                        06430000
           SET SDBOX-VACANT OF SDBMNT-SDBOX-REC TO TRUE                 06440000
           PERFORM 2100-CLEAR-TENANCY THRU 2100-EXIT                    06450000
                                                                        06460000
           PERFORM 1500-REWRITE-BOX THRU 1500-EXIT.                     06470000
       6000-EXIT.                                                       06480000
           EXIT.                                                        06490000
                                                                        06500000
      ******************************************************************06510000
      *  7000-INQUIRE-BOX - RETURN THE BOX AS IT STANDS.               *06520000
      ******************************************************************06530000
       7000-INQUIRE-BOX.                                                06540000
           MOVE COMM-SDB-SORTCODE TO SDBOX-SORTCODE OF SDBMNT-SDBOX-REC 06550000
           MOVE COMM-SDB-NUMBER   TO SDBOX-NUMBER   OF SDBMNT-SDBOX-REC 06560000
                                                                        06570000
           EXEC CICS                                                    06580000
               READ DATASET('SDBOX')                                    06590000
                    INTO(SDBMNT-SDBOX-REC)                              06600000
                    RIDFLD(SDBOX-KEY OF SDBMNT-SDBOX-REC)               06610000
                    RESP(SDBMNT-RESP)                                   06620000
           END-EXEC                                                     06630000
                                                                        06640000
           IF SDBMNT-RESP = DFHRESP(NOTFND)                             06650000
               MOVE '1' TO COMM-SDB-FAIL-CD                             06660000
               GO TO 7000-EXIT                                          06670000
           END-IF                                                       06680000
                                                                        06690000
           IF SDBMNT-RESP NOT = DFHRESP(NORMAL)                         06700000
               MOVE '8' TO COMM-SDB-FAIL-CD                             06710000
               GO TO 7000-EXIT                                          06720000
           END-IF                                                       06730000
                                                                        06740000
           PERFORM 8000-RETURN-BOX THRU 8000-EXIT.                      06750000
       7000-EXIT.                                                       06760000
           EXIT.                                                        06770000
                                                                        06780000
      ******************************************************************06790000
      *  8000-RETURN-BOX - COPY THE BOX TO THE COMMAREA.               *06800000
      ******************************************************************06810000
       8000-RETURN-BOX.                                                 06820000
           MOVE SDBOX-SIZE OF SDBMNT-SDBOX-REC TO COMM-SDB-SIZE         06830000
           MOVE SDBOX-STATUS OF SDBMNT-SDBOX-REC TO COMM-SDB-STATUS     06840000
           MOVE SDBOX-CUSTOMER-NUMBER OF SDBMNT-SDBOX-REC               06850000
               TO COMM-SDB-CUSTOMER                                     06860000
           MOVE SDBOX-RENTAL-ACCOUNT OF SDBMNT-SDBOX-REC                06870000
               TO COMM-SDB-RENTAL-ACCOUNT                               06880000
           MOVE SDBOX-RENT-START-DATE OF SDBMNT-SDBOX-REC               06890000
               TO COMM-SDB-START-DATE                                   06900000
           MOVE SDBOX-ANNUAL-RENTAL OF SDBMNT-SDBOX-REC                 06910000
               TO COMM-SDB-ANNUAL-RENTAL                                06920000
           MOVE SDBOX-KEYHOLDER-COUNT OF SDBMNT-SDBOX-REC               06930000
               TO COMM-SDB-KEYHOLDER-COUNT                              06940000
           MOVE SDBOX-KH-CUSTOMER OF SDBMNT-SDBOX-REC (1)               06950000
               TO COMM-SDB-KH-CUSTOMER (1)                              06960000
           MOVE SDBOX-KH-CUSTOMER OF SDBMNT-SDBOX-REC (2)               06970000
               TO COMM-SDB-KH-CUSTOMER (2)                              06980000
           MOVE SDBOX-NEXT-DUE-DATE OF SDBMNT-SDBOX-REC                 06990000
               TO COMM-SDB-NEXT-DUE-DATE                                07000000
           MOVE SDBOX-ARREARS-AMOUNT OF SDBMNT-SDBOX-REC                07010000
               TO COMM-SDB-ARREARS-AMOUNT                               07020000
           MOVE SDBOX-ARREARS-SINCE OF SDBMNT-SDBOX-REC                 07030000
               TO COMM-SDB-ARREARS-SINCE                                07040000
           MOVE SDBOX-LAST-OPENED-DATE OF SDBMNT-SDBOX-REC              07050000
               TO COMM-SDB-LAST-OPENED-DATE.                            07060000
       8000-EXIT.                                                       07070000
           EXIT.                                                        07080000
                                                                        07090000
      ******************************************************************07100000
      *  9999-EXIT - RETURN TO THE CALLER.                             *07110000
      ******************************************************************07120000
       9999-EXIT.                                                       07130000
           EXEC CICS                                                    07140000
               RETURN                                                   07150000
           END-EXEC.                                                    07160000
