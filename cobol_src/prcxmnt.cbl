      ******************************************************************00010000
      *                                                                *00020000
      *  Copyright IBM Corp. 2023                                      *00030000
      *                                                                *00040000
      *                                                                *00050000
      ******************************************************************00060000
       IDENTIFICATION DIVISION.                                         00070000
       PROGRAM-ID.    PRCXMNT.                                          00080000
       AUTHOR.        BANK APPLICATIONS GROUP.                          00090000
       DATE-WRITTEN.  2026-10-15.                                       00100000
      ******************************************************************00110000
      *                                                                *00120000
      *  PRCXMNT - ACCOUNT PRICING EXCEPTION MAINTENANCE               *00130000
      *                                                                *00140000
      *  FUNCTION : ACCEPTS A PRCXMNT COMMAREA (COPYBOOK PRCXMNT)      *00150000
      *             NAMING ONE ACCOUNT :                               *00160000
      *                                                                *00170000
      *               A - ADD AN EXCEPTION EFFECTIVE FROM THE DATE     *00180000
      *                   GIVEN (ZERO MEANS TODAY) UNTIL ITS EXPIRY    *00190000
      *                   DATE : A CREDIT RATE, A DEBIT RATE, A        *00200000
      *                   WAIVER OF EVERY FEE OR OF NAMED FEE EVENTS,  *00210000
      *                   OR ANY MIX.  THE ACCOUNT MUST BE OPEN, THE   *00220000
      *                   REASON (S STAFF, C CHARITY, R RETENTION, N   *00230000
      *                   NEGOTIATED, O OTHER) GIVEN, AND THE          *00240000
      *                   EXCEPTION APPROVED BY AN ACTIVE SUPERVISOR   *00250000
      *                   OR MANAGER WHO IS NOT THE OPERATOR.          *00260000
      *               X - CANCEL THE EXCEPTION WITH THE EFFECTIVE      *00270000
      *                   DATE GIVEN.  THE ROW STAYS ON FILE.          *00280000
      *               I - INQUIRE ON THE EXCEPTION WITH THE EFFECTIVE  *00290000
      *                   DATE GIVEN, OR - WITH A ZERO DATE - ON THE   *00300000
      *                   ONE IN FORCE TODAY.                          *00310000
      *                                                                *00320000
      *             AN EXCEPTION CANNOT BE BACKDATED, SO INTEREST      *00330000
      *             ALREADY ACCRUED AND FEES ALREADY TAKEN ARE NEVER   *00340000
      *             REPRICED.  A LATER EXCEPTION SUPERSEDES AN         *00350000
      *             EARLIER ONE FROM ITS EFFECTIVE DATE.  EVERY        *00360000
      *             ACTION RETURNS THE ROW AS HELD AFTERWARDS.         *00370000
      *                                                                *00380000
      *  FILES    : ACCOUNT  - VSAM KSDS - ACCOUNT MASTER              *00390000
      *             PRICEXC  - VSAM KSDS - PRICING EXCEPTIONS          *00400000
      *             OPERATOR - VSAM KSDS - OPERATOR MASTER             *00410000
      *             BUSDATE  - VSAM KSDS - BUSINESS-DATE CONTROL       *00420000
      *                                                                *00430000
      *  CHANGE HISTORY                                                *00440000
      *  ----------------------------------------------------------    *00450000
      *  DATE        BY    DESCRIPTION                                 *00460000
      *  2026-10-15  BAG   INITIAL VERSION                             *00470000
      *                                                                *00480000
      ******************************************************************00490000
       DATA DIVISION.                                                   00500000
       WORKING-STORAGE SECTION.                                         00510000
       01  PRCXMNT-WORK-AREA.                                           00520000
           05  PRCXMNT-RESP               PIC S9(8) COMP.               00530000
           05  PRCXMNT-TODAYS-DATE        PIC 9(8)  VALUE ZERO.         00540000
           05  PRCXMNT-ACCT-KEY.                                        00550000
               10  PRCXMNT-ACCT-SORTCODE  PIC 9(6).                     00560000
               10  PRCXMNT-ACCT-NUMBER    PIC 9(8).                     00570000
           05  PRCXMNT-EVENT-SUB          PIC S9(4) COMP VALUE ZERO.    00580000
           05  PRCXMNT-TERMS-SWITCH       PIC X     VALUE 'N'.          00590000
               88  PRCXMNT-HAS-TERMS                VALUE 'Y'.          00600000
           05  PRCXMNT-BROWSE-SWITCH      PIC X     VALUE 'N'.          00610000
               88  PRCXMNT-BROWSE-DONE              VALUE 'Y'.          00620000
           05  PRCXMNT-FORCE-SWITCH       PIC X     VALUE 'N'.          00630000
               88  PRCXMNT-IN-FORCE-FOUND           VALUE 'Y'.          00640000
                                                                        00650000
       01  PRCXMNT-ACCOUNT-REC.                                         00660000
           COPY ACCOUNT.                                                00670000
                                                                        00680000
       01  PRCXMNT-PRICEXC-REC.                                         00690000
           COPY PRICEXC.                                                00700000
                                                                        00710000
      *   THE ROW IN FORCE, KEPT WHILE THE BROWSE READS ON PAST IT.    *00720000
       01  PRCXMNT-FORCE-REC.                                           00730000
           COPY PRICEXC.                                                00740000
                                                                        00750000
       01  PRCXMNT-OPERATOR-REC.                                        00760000
           COPY OPERATOR.                                               00770000
                                                                        00780000
       01  PRCXMNT-BUSDATE-REC.                                         00790000
           COPY BUSDATE.                                                00800000
                                                                        00810000
       LINKAGE SECTION.                                                 00820000
       01  DFHCOMMAREA.                                                 00830000
           COPY PRCXMNT.                                                00840000
                                                                        00850000
      ******************************************************************00860000
       PROCEDURE DIVISION.                                              00870000
      ******************************************************************00880000
       0000-MAINLINE.                                                   00890000
           MOVE SPACE TO COMM-PRX-SUCCESS                               00900000
           MOVE SPACE TO COMM-PRX-FAIL-CD                               00910000
           MOVE 'BUSDATE' TO BUSDATE-CONTROL-ID OF PRCXMNT-BUSDATE-REC  00920000
           EXEC CICS                                                    00930000
               READ DATASET('BUSDATE')                                  00940000
                    INTO(PRCXMNT-BUSDATE-REC)                           00950000
                    RIDFLD(BUSDATE-KEY OF PRCXMNT-BUSDATE-REC)          00960000
                    RESP(PRCXMNT-RESP)                                  00970000
           END-EXEC                                                     00980000
           IF PRCXMNT-RESP = DFHRESP(NORMAL)                            00990000
               MOVE BUSDATE-CURRENT-DATE OF PRCXMNT-BUSDATE-REC         01000000
                   TO PRCXMNT-TODAYS-DATE                               01010000
           ELSE                                                         01020000
               ACCEPT PRCXMNT-TODAYS-DATE FROM DATE YYYYMMDD            01030000
           END-IF                                                       01040000
                                                                        01050000
           PERFORM 0600-CHECK-OPERATOR THRU 0600-EXIT                   01060000
                                                                        01070000
           IF COMM-PRX-FAIL-CD = SPACE                                  01080000
               EVALUATE TRUE                                            01090000
                   WHEN COMM-PRX-ACT-ADD                                01100000
                       PERFORM 2000-ADD THRU 2000-EXIT                  01110000
                   WHEN COMM-PRX-ACT-CANCEL                             01120000
                       PERFORM 3000-CANCEL THRU 3000-EXIT               01130000
                   WHEN COMM-PRX-ACT-INQUIRE                            01140000
                       PERFORM 4000-INQUIRE THRU 4000-EXIT              01150000
                   WHEN OTHER                                           01160000
                       MOVE '3' TO COMM-PRX-FAIL-CD                     01170000
               END-EVALUATE                                             01180000
           END-IF                                                       01190000
                                                                        01200000
           IF COMM-PRX-FAIL-CD = SPACE                                  01210000
               MOVE 'Y' TO COMM-PRX-SUCCESS                             01220000
           ELSE                                                         01230000
               MOVE 'N' TO COMM-PRX-SUCCESS                             01240000
           END-IF                                                       01250000
                                                                        01260000
           GO TO 9999-EXIT.                                             01270000
                                                                        01280000
      ******************************************************************01290000
      *  0600-CHECK-OPERATOR - EVERY ACTION MUST BE ATTRIBUTABLE TO    *01300000
      *  AN ACTIVE OPERATOR ON THE MASTER.                             *01310000
      ******************************************************************01320000
       0600-CHECK-OPERATOR.                                             01330000
           MOVE COMM-PRX-OPERATOR TO OPERATOR-ID                        01340000
                                      OF PRCXMNT-OPERATOR-REC           01350000
                                                                        01360000
           EXEC CICS                                                    01370000
               READ DATASET('OPERATOR')                                 01380000
                    INTO(PRCXMNT-OPERATOR-REC)                          01390000
                    RIDFLD(OPERATOR-KEY OF PRCXMNT-OPERATOR-REC)        01400000
                    RESP(PRCXMNT-RESP)                                  01410000
           END-EXEC                                                     01420000
                                                                        01430000
           IF PRCXMNT-RESP NOT = DFHRESP(NORMAL)                        01440000
               MOVE 'O' TO COMM-PRX-FAIL-CD                             01450000
               GO TO 0600-EXIT                                          01460000
           END-IF                                                       01470000
                                                                        01480000
           IF NOT OPERATOR-ACTIVE OF PRCXMNT-OPERATOR-REC               01490000
               MOVE 'O' TO COMM-PRX-FAIL-CD                             01500000
           END-IF.                                                      01510000
       0600-EXIT.                                                       01520000
           EXIT.                                                        01530000
                                                                        01540000
      ******************************************************************01550000
      *  2000-ADD - VALIDATE THE WHOLE REQUEST BEFORE TOUCHING         *01560000
      *  ANYTHING, THEN WRITE THE NEW EXCEPTION.                       *01570000
      ******************************************************************01580000
       2000-ADD.                                                        01590000
           IF COMM-PRX-EFFECTIVE-DATE = ZERO                            01600000
               MOVE PRCXMNT-TODAYS-DATE TO COMM-PRX-EFFECTIVE-DATE      01610000
           END-IF                                                       01620000
                                                                        01630000
           IF COMM-PRX-EFFECTIVE-DATE < PRCXMNT-TODAYS-DATE             01640000
              OR COMM-PRX-EXPIRY-DATE < COMM-PRX-EFFECTIVE-DATE         01650000
               MOVE '5' TO COMM-PRX-FAIL-CD                             01660000
               GO TO 2000-EXIT                                          01670000
           END-IF                                                       01680000
                                                                        01690000
           IF NOT COMM-PRX-REASON-VALID                                 01700000
               MOVE '4' TO COMM-PRX-FAIL-CD                             01710000
               GO TO 2000-EXIT                                          01720000
           END-IF                                                       01730000
                                                                        01740000
           PERFORM 2100-CHECK-TERMS THRU 2100-EXIT                      01750000
           IF COMM-PRX-FAIL-CD NOT = SPACE                              01760000
               GO TO 2000-EXIT                                          01770000
           END-IF                                                       01780000
                                                                        01790000
           PERFORM 2300-CHECK-APPROVER THRU 2300-EXIT                   01800000
           IF COMM-PRX-FAIL-CD NOT = SPACE                              01810000
               GO TO 2000-EXIT                                          01820000
           END-IF                                                       01830000
                                                                        01840000
           MOVE COMM-PRX-SORTCODE TO PRCXMNT-ACCT-SORTCODE              01850000
           MOVE COMM-PRX-ACCOUNT  TO PRCXMNT-ACCT-NUMBER                01860000
                                                                        01870000
           EXEC CICS                                                    01880000
               READ DATASET('ACCOUNT')                                  01890000
                    INTO(PRCXMNT-ACCOUNT-REC)                           01900000
                    RIDFLD(PRCXMNT-ACCT-KEY)                            01910000
                    RESP(PRCXMNT-RESP)                                  01920000
           END-EXEC                                                     01930000
                                                                        01940000
           IF PRCXMNT-RESP NOT = DFHRESP(NORMAL)                        01950000
               MOVE '1' TO COMM-PRX-FAIL-CD                             01960000
               GO TO 2000-EXIT                                          01970000
           END-IF                                                       01980000
                                                                        01990000
           IF NOT ACCOUNT-OPEN OF PRCXMNT-ACCOUNT-REC                   02000000
               MOVE 'P' TO COMM-PRX-FAIL-CD                             02010000
               GO TO 2000-EXIT                                          02020000
           END-IF                                                       02030000
                                                                        02040000
           MOVE SPACES TO PRCXMNT-PRICEXC-REC                           02050000
           MOVE 'PRCX' TO PRICEXC-EYECATCHER OF PRCXMNT-PRICEXC-REC     02060000
           MOVE COMM-PRX-SORTCODE       TO PRICEXC-SORTCODE             02070000
                                            OF PRCXMNT-PRICEXC-REC      02080000
           MOVE COMM-PRX-ACCOUNT        TO PRICEXC-ACCOUNT              02090000
                                            OF PRCXMNT-PRICEXC-REC      02100000
           MOVE COMM-PRX-EFFECTIVE-DATE TO PRICEXC-EFFECTIVE-DATE       02110000
                                            OF PRCXMNT-PRICEXC-REC      02120000
           MOVE COMM-PRX-EXPIRY-DATE    TO PRICEXC-EXPIRY-DATE          02130000
                                            OF PRCXMNT-PRICEXC-REC      02140000
           MOVE COMM-PRX-REASON         TO PRICEXC-REASON               02150000
                                            OF PRCXMNT-PRICEXC-REC      02160000
           MOVE COMM-PRX-CREDIT-OVERRIDE TO PRICEXC-CREDIT-OVERRIDE     02170000
                                            OF PRCXMNT-PRICEXC-REC      02180000
           MOVE COMM-PRX-CREDIT-RATE    TO PRICEXC-CREDIT-RATE          02190000
                                            OF PRCXMNT-PRICEXC-REC      02200000
           MOVE COMM-PRX-DEBIT-OVERRIDE TO PRICEXC-DEBIT-OVERRIDE       02210000
                                            OF PRCXMNT-PRICEXC-REC      02220000
           MOVE COMM-PRX-DEBIT-RATE     TO PRICEXC-DEBIT-RATE           02230000
                                            OF PRCXMNT-PRICEXC-REC      02240000
           MOVE COMM-PRX-WAIVE-ALL      TO PRICEXC-WAIVE-ALL            02250000
                                            OF PRCXMNT-PRICEXC-REC      02260000
           MOVE COMM-PRX-WAIVE-EVENTS   TO PRICEXC-WAIVE-EVENTS         02270000
                                            OF PRCXMNT-PRICEXC-REC      02280000
           MOVE COMM-PRX-NOTE           TO PRICEXC-NOTE                 02290000
                                            OF PRCXMNT-PRICEXC-REC      02300000
           MOVE COMM-PRX-OPERATOR       TO PRICEXC-CAPTURED-BY          02310000
                                            OF PRCXMNT-PRICEXC-REC      02320000
           MOVE PRCXMNT-TODAYS-DATE     TO PRICEXC-CAPTURED-DATE        02330000
                                            OF PRCXMNT-PRICEXC-REC      02340000
           MOVE COMM-PRX-APPROVER       TO PRICEXC-APPROVED-BY          02350000
                                            OF PRCXMNT-PRICEXC-REC      02360000
           SET PRICEXC-ACTIVE OF PRCXMNT-PRICEXC-REC TO TRUE            02370000
           MOVE ZERO TO PRICEXC-CANCELLED-DATE OF PRCXMNT-PRICEXC-REC   02380000
                                                                        02390000
      *    A RATE NOT OVERRIDDEN IS HELD AS ZERO, NOT AS WHATEVER      *02400000
      *    THE CALLER LEFT IN THE FIELD.                               *02410000
           IF NOT PRICEXC-CREDIT-RATE-SET OF PRCXMNT-PRICEXC-REC        02420000
               MOVE 'N'  TO PRICEXC-CREDIT-OVERRIDE                     02430000
                             OF PRCXMNT-PRICEXC-REC                     02440000
               MOVE ZERO TO PRICEXC-CREDIT-RATE OF PRCXMNT-PRICEXC-REC  02450000
           END-IF                                                       02460000
           IF NOT PRICEXC-DEBIT-RATE-SET OF PRCXMNT-PRICEXC-REC         02470000
               MOVE 'N'  TO PRICEXC-DEBIT-OVERRIDE                      02480000
                             OF PRCXMNT-PRICEXC-REC                     02490000
               MOVE ZERO TO PRICEXC-DEBIT-RATE OF PRCXMNT-PRICEXC-REC   02500000
           END-IF                                                       02510000
           IF NOT PRICEXC-WAIVE-ALL-FEES OF PRCXMNT-PRICEXC-REC         02520000
               MOVE 'N'  TO PRICEXC-WAIVE-ALL OF PRCXMNT-PRICEXC-REC    02530000
           END-IF                                                       02540000
                                                                        02550000
           EXEC CICS                                                    02560000
               WRITE DATASET('PRICEXC')                                 02570000
                     FROM(PRCXMNT-PRICEXC-REC)                          02580000
                     RIDFLD(PRICEXC-KEY OF PRCXMNT-PRICEXC-REC)         02590000
                     RESP(PRCXMNT-RESP)                                 02600000
           END-EXEC                                                     02610000
                                                                        02620000
           IF PRCXMNT-RESP = DFHRESP(DUPREC)                            02630000
               MOVE '9' TO COMM-PRX-FAIL-CD                             02640000
               GO TO 2000-EXIT                                          02650000
           END-IF                                                       02660000
                                                                        02670000
           IF PRCXMNT-RESP NOT = DFHRESP(NORMAL)                        02680000
               MOVE '6' TO COMM-PRX-FAIL-CD                             02690000
               GO TO 2000-EXIT                                          02700000
           END-IF                                                       02710000
                                                                        02720000
           PERFORM 4100-RETURN-EXCEPTION THRU 4100-EXIT.                02730000
       2000-EXIT.                                                       02740000
           EXIT.                                                        02750000
                                                                        02760000
      ******************************************************************02770000
      *  2100-CHECK-TERMS - AN EXCEPTION MUST CHANGE SOMETHING : A     *02780000
      *  RATE OVERRIDE, A WAIVE-ALL, OR AT LEAST ONE NAMED FEE EVENT.  *02790000
      *  EVERY NAMED EVENT MUST BE ONE FEECHG CHARGES.                 *02800000
      ******************************************************************02810000
       2100-CHECK-TERMS.                                                02820000
           MOVE 'N' TO PRCXMNT-TERMS-SWITCH                             02830000
                                                                        02840000
           IF COMM-PRX-CREDIT-OVERRIDE = 'Y'                            02850000
              OR COMM-PRX-DEBIT-OVERRIDE = 'Y'                          02860000
              OR COMM-PRX-WAIVE-ALL = 'Y'                               02870000
               SET PRCXMNT-HAS-TERMS TO TRUE                            02880000
           END-IF                                                       02890000
                                                                        02900000
           PERFORM 2150-CHECK-EVENT THRU 2150-EXIT                      02910000
               VARYING PRCXMNT-EVENT-SUB FROM 1 BY 1                    02920000
               UNTIL PRCXMNT-EVENT-SUB > 4                              02930000
                                                                        02940000
           IF COMM-PRX-FAIL-CD = SPACE                                  02950000
              AND NOT PRCXMNT-HAS-TERMS                                 02960000
               MOVE '4' TO COMM-PRX-FAIL-CD                             02970000
           END-IF.                                                      02980000
       2100-EXIT.                                                       02990000
           EXIT.                                                        03000000
                                                                        03010000
      ******************************************************************03020000
      *  2150-CHECK-EVENT - ONE NAMED FEE EVENT : MNT, CHF, SRX, SDB   *03030000
      *  OR BLANK.                                                     *03040000
      ******************************************************************03050000
       2150-CHECK-EVENT.                                                03060000
           IF NOT COMM-PRX-WAIVE-EVENT-VALID (PRCXMNT-EVENT-SUB)        03070000
               MOVE '4' TO COMM-PRX-FAIL-CD                             03080000
               GO TO 2150-EXIT                                          03090000
           END-IF                                                       03100000
                                                                        03110000
           IF COMM-PRX-WAIVE-EVENT (PRCXMNT-EVENT-SUB) NOT = SPACES     03120000
               SET PRCXMNT-HAS-TERMS TO TRUE                            03130000
           END-IF.                                                      03140000
       2150-EXIT.                                                       03150000
           EXIT.                                                        03160000
                                                                        03170000
      ******************************************************************03180000
      *  2300-CHECK-APPROVER - THE APPROVER MUST BE ON THE OPERATOR    *03190000
      *  MASTER, ACTIVE, A SUPERVISOR OR MANAGER, AND SOMEONE OTHER    *03200000
      *  THAN THE OPERATOR WHO CAPTURED THE EXCEPTION.                 *03210000
      ******************************************************************03220000
       2300-CHECK-APPROVER.                                             03230000
           IF COMM-PRX-APPROVER = COMM-PRX-OPERATOR                     03240000
              OR COMM-PRX-APPROVER = SPACES                             03250000
               MOVE 'V' TO COMM-PRX-FAIL-CD                             03260000
               GO TO 2300-EXIT                                          03270000
           END-IF                                                       03280000
                                                                        03290000
           MOVE COMM-PRX-APPROVER TO OPERATOR-ID                        03300000
                                      OF PRCXMNT-OPERATOR-REC           03310000
                                                                        03320000
           EXEC CICS                                                    03330000
               READ DATASET('OPERATOR')                                 03340000
                    INTO(PRCXMNT-OPERATOR-REC)                          03350000
                    RIDFLD(OPERATOR-KEY OF PRCXMNT-OPERATOR-REC)        03360000
                    RESP(PRCXMNT-RESP)                                  03370000
           END-EXEC                                                     03380000
                                                                        03390000
           IF PRCXMNT-RESP NOT = DFHRESP(NORMAL)                        03400000
               MOVE 'V' TO COMM-PRX-FAIL-CD                             03410000
               GO TO 2300-EXIT                                          03420000
           END-IF                                                       03430000
                                                                        03440000
           IF NOT OPERATOR-ACTIVE OF PRCXMNT-OPERATOR-REC               03450000
               MOVE 'V' TO COMM-PRX-FAIL-CD                             03460000
               GO TO 2300-EXIT                                          03470000
           END-IF                                                       03480000
                                                                        03490000
           IF NOT OPERATOR-ROLE-SUPERVISOR OF PRCXMNT-OPERATOR-REC      03500000
              AND NOT OPERATOR-ROLE-MANAGER OF PRCXMNT-OPERATOR-REC     03510000
               MOVE 'V' TO COMM-PRX-FAIL-CD                             03520000
           END-IF.                                                      03530000
       2300-EXIT.                                                       03540000
           EXIT.                                                        03550000
                                                                        03560000
      ******************************************************************03570000
      *  3000-CANCEL - CANCEL AN ACTIVE EXCEPTION FROM TODAY.  FROM    *03580000
      *  TOMORROW'S RUNS THE ACCOUNT PRICES AS BEFORE IT - OR UNDER    *03590000
      *  AN EARLIER EXCEPTION, IF ONE IS STILL IN FORCE.               *03600000
      ******************************************************************03610000
       3000-CANCEL.                                                     03620000
           MOVE COMM-PRX-KEY TO PRICEXC-KEY OF PRCXMNT-PRICEXC-REC      03630000
                                                                        03640000
           EXEC CICS                                                    03650000
               READ DATASET('PRICEXC')                                  03660000
                    INTO(PRCXMNT-PRICEXC-REC)                           03670000
                    RIDFLD(PRICEXC-KEY OF PRCXMNT-PRICEXC-REC)          03680000
                    UPDATE                                              03690000
                    RESP(PRCXMNT-RESP)                                  03700000
           END-EXEC                                                     03710000
                                                                        03720000
           IF PRCXMNT-RESP = DFHRESP(NOTFND)                            03730000
               MOVE '2' TO COMM-PRX-FAIL-CD                             03740000
               GO TO 3000-EXIT                                          03750000
           END-IF                                                       03760000
                                                                        03770000
           IF PRCXMNT-RESP NOT = DFHRESP(NORMAL)                        03780000
               MOVE '8' TO COMM-PRX-FAIL-CD                             03790000
               GO TO 3000-EXIT                                          03800000
           END-IF                                                       03810000
                                                                        03820000
           IF NOT PRICEXC-ACTIVE OF PRCXMNT-PRICEXC-REC                 03830000
               EXEC CICS                                                03840000
                   UNLOCK DATASET('PRICEXC')                            03850000
               END-EXEC                                                 03860000
               MOVE '7' TO COMM-PRX-FAIL-CD                             03870000
               GO TO 3000-EXIT                                          03880000
           END-IF                                                       03890000
                                                                        03900000
           SET PRICEXC-CANCELLED OF PRCXMNT-PRICEXC-REC TO TRUE         03910000
           MOVE PRCXMNT-TODAYS-DATE TO PRICEXC-CANCELLED-DATE           03920000
                                        OF PRCXMNT-PRICEXC-REC          03930000
           MOVE COMM-PRX-OPERATOR   TO PRICEXC-CANCELLED-BY             03940000
                                        OF PRCXMNT-PRICEXC-REC          03950000
                                                                        03960000
           EXEC CICS                                                    03970000
               REWRITE DATASET('PRICEXC')                               03980000
                       FROM(PRCXMNT-PRICEXC-REC)                        03990000
                       RESP(PRCXMNT-RESP)                               04000000
           END-EXEC                                                     04010000
                                                                        04020000
           IF PRCXMNT-RESP NOT = DFHRESP(NORMAL)                        04030000
               MOVE '6' TO COMM-PRX-FAIL-CD                             04040000
               GO TO 3000-EXIT                                          04050000
           END-IF                                                       04060000
                                                                        04070000
           PERFORM 4100-RETURN-EXCEPTION THRU 4100-EXIT.                04080000
       3000-EXIT.                                                       04090000
           EXIT.                                                        04100000
                                                                        04110000
      ******************************************************************04120000
      *  4000-INQUIRE - RETURN THE NAMED EXCEPTION, ACTIVE OR          *04130000
      *  CANCELLED, OR WITH NO EFFECTIVE DATE THE ONE IN FORCE TODAY.  *04140000
      ******************************************************************04150000
       4000-INQUIRE.                                                    04160000
           IF COMM-PRX-EFFECTIVE-DATE = ZERO                            04170000
               PERFORM 4200-FIND-IN-FORCE THRU 4200-EXIT                04180000
               GO TO 4000-EXIT                                          04190000
           END-IF                                                       04200000
                                                                        04210000
           MOVE COMM-PRX-KEY TO PRICEXC-KEY OF PRCXMNT-PRICEXC-REC      04220000
                                                                        04230000
           EXEC CICS                                                    04240000
               READ DATASET('PRICEXC')                                  04250000
                    INTO(PRCXMNT-PRICEXC-REC)                           04260000
                    RIDFLD(PRICEXC-KEY OF PRCXMNT-PRICEXC-REC)          04270000
                    RESP(PRCXMNT-RESP)                                  04280000
           END-EXEC                                                     04290000
                                                                        04300000
           IF PRCXMNT-RESP = DFHRESP(NOTFND)                            04310000
               MOVE '2' TO COMM-PRX-FAIL-CD                             04320000
               GO TO 4000-EXIT                                          04330000
           END-IF                                                       04340000
                                                                        04350000
           IF PRCXMNT-RESP NOT = DFHRESP(NORMAL)                        04360000
               MOVE '8' TO COMM-PRX-FAIL-CD                             04370000
               GO TO 4000-EXIT                                          04380000
           END-IF                                                       04390000
                                                                        04400000
           PERFORM 4100-RETURN-EXCEPTION THRU 4100-EXIT.                04410000
       4000-EXIT.                                                       04420000
           EXIT.                                                        04430000
                                                                        04440000
      ******************************************************************04450000
      *  4100-RETURN-EXCEPTION - COPY THE ROW BACK TO THE COMMAREA.    *04460000
      ******************************************************************04470000
       4100-RETURN-EXCEPTION.                                           04480000
           MOVE PRICEXC-EFFECTIVE-DATE OF PRCXMNT-PRICEXC-REC           04490000
               TO COMM-PRX-EFFECTIVE-DATE                               04500000
           MOVE PRICEXC-EXPIRY-DATE OF PRCXMNT-PRICEXC-REC              04510000
               TO COMM-PRX-EXPIRY-DATE                                  04520000
           MOVE PRICEXC-REASON OF PRCXMNT-PRICEXC-REC                   04530000
               TO COMM-PRX-REASON                                       04540000
           MOVE PRICEXC-CREDIT-OVERRIDE OF PRCXMNT-PRICEXC-REC          04550000
               TO COMM-PRX-CREDIT-OVERRIDE                              04560000
           MOVE PRICEXC-CREDIT-RATE OF PRCXMNT-PRICEXC-REC              04570000
               TO COMM-PRX-CREDIT-RATE                                  04580000
           MOVE PRICEXC-DEBIT-OVERRIDE OF PRCXMNT-PRICEXC-REC           04590000
               TO COMM-PRX-DEBIT-OVERRIDE                               04600000
           MOVE PRICEXC-DEBIT-RATE OF PRCXMNT-PRICEXC-REC               04610000
               TO COMM-PRX-DEBIT-RATE                                   04620000
           MOVE PRICEXC-WAIVE-ALL OF PRCXMNT-PRICEXC-REC                04630000
               TO COMM-PRX-WAIVE-ALL                                    04640000
           MOVE PRICEXC-WAIVE-EVENTS OF PRCXMNT-PRICEXC-REC             04650000
               TO COMM-PRX-WAIVE-EVENTS                                 04660000
           MOVE PRICEXC-NOTE OF PRCXMNT-PRICEXC-REC                     04670000
               TO COMM-PRX-NOTE                                         04680000
           MOVE PRICEXC-CAPTURED-BY OF PRCXMNT-PRICEXC-REC              04690000
               TO COMM-PRX-CAPTURED-BY                                  04700000
           MOVE PRICEXC-CAPTURED-DATE OF PRCXMNT-PRICEXC-REC            04710000
               TO COMM-PRX-CAPTURED-DATE                                04720000
           MOVE PRICEXC-APPROVED-BY OF PRCXMNT-PRICEXC-REC              04730000
               TO COMM-PRX-APPROVED-BY                                  04740000
           MOVE PRICEXC-STATUS-FLAG OF PRCXMNT-PRICEXC-REC              04750000
               TO COMM-PRX-STATUS                                       04760000
           MOVE PRICEXC-CANCELLED-DATE OF PRCXMNT-PRICEXC-REC           04770000
               TO COMM-PRX-CANCELLED-DATE                               04780000
           MOVE PRICEXC-CANCELLED-BY OF PRCXMNT-PRICEXC-REC             04790000
               TO COMM-PRX-CANCELLED-BY.                                04800000
       4100-EXIT.                                                       04810000
           EXIT.                                                        04820000
                                                                        04830000
      ******************************************************************04840000
      *  4200-FIND-IN-FORCE - BROWSE THE ACCOUNT'S EXCEPTIONS IN       *04850000
      *  EFFECTIVE-DATE ORDER, KEEPING THE LAST ACTIVE ONE STARTED BY  *04860000
      *  TODAY AND NOT YET EXPIRED - THE SAME RULE INTACCR AND FEECHG  *04870000
      *  APPLY.                                                        *04880000
      ******************************************************************04890000
       4200-FIND-IN-FORCE.                                              04900000
           MOVE 'N' TO PRCXMNT-BROWSE-SWITCH                            04910000
           MOVE 'N' TO PRCXMNT-FORCE-SWITCH                             04920000
                                                                        04930000
           MOVE COMM-PRX-SORTCODE TO PRICEXC-SORTCODE                   04940000
                                      OF PRCXMNT-PRICEXC-REC            04950000
           MOVE COMM-PRX-ACCOUNT  TO PRICEXC-ACCOUNT                    04960000
                                      OF PRCXMNT-PRICEXC-REC            04970000
           MOVE ZERO TO PRICEXC-EFFECTIVE-DATE OF PRCXMNT-PRICEXC-REC   04980000
                                                                        04990000
           EXEC CICS                                                    05000000
               STARTBR DATASET('PRICEXC')                               05010000
                       RIDFLD(PRICEXC-KEY OF PRCXMNT-PRICEXC-REC)       05020000
                       GTEQ                                             05030000
                       RESP(PRCXMNT-RESP)                               05040000
           END-EXEC                                                     05050000
                                                                        05060000
           IF PRCXMNT-RESP NOT = DFHRESP(NORMAL)                        05070000
               MOVE '2' TO COMM-PRX-FAIL-CD                             05080000
               GO TO 4200-EXIT                                          05090000
           END-IF                                                       05100000
                                                                        05110000
           PERFORM 4250-READ-NEXT-EXCEPTION THRU 4250-EXIT              05120000
              UNTIL PRCXMNT-BROWSE-DONE                                 05130000
                                                                        05140000
           EXEC CICS                                                    05150000
               ENDBR DATASET('PRICEXC')                                 05160000
                     RESP(PRCXMNT-RESP)                                 05170000
           END-EXEC                                                     05180000
                                                                        05190000
           IF NOT PRCXMNT-IN-FORCE-FOUND                                05200000
               MOVE '2' TO COMM-PRX-FAIL-CD                             05210000
               GO TO 4200-EXIT                                          05220000
           END-IF                                                       05230000
                                                                        05240000
           MOVE PRCXMNT-FORCE-REC TO PRCXMNT-PRICEXC-REC                05250000
           PERFORM 4100-RETURN-EXCEPTION THRU 4100-EXIT.                05260000
       4200-EXIT.                                                       05270000
           EXIT.                                                        05280000
                                                                        05290000
      ******************************************************************05300000
      *  4250-READ-NEXT-EXCEPTION - STEP THE BROWSE UNTIL IT LEAVES    *05310000
      *  THE ACCOUNT'S KEY RANGE OR REACHES A ROW NOT YET EFFECTIVE.   *05320000
      ******************************************************************05330000
       4250-READ-NEXT-EXCEPTION.                                        05340000
           EXEC CICS                                                    05350000
               READNEXT DATASET('PRICEXC')                              05360000
                        INTO(PRCXMNT-PRICEXC-REC)                       05370000
                        RIDFLD(PRICEXC-KEY OF PRCXMNT-PRICEXC-REC)      05380000
                        RESP(PRCXMNT-RESP)                              05390000
           END-EXEC                                                     05400000
                                                                        05410000
           IF PRCXMNT-RESP NOT = DFHRESP(NORMAL)                        05420000
               SET PRCXMNT-BROWSE-DONE TO TRUE                          05430000
               GO TO 4250-EXIT                                          05440000
           END-IF                                                       05450000
                                                                        05460000
           IF PRICEXC-SORTCODE OF PRCXMNT-PRICEXC-REC                   05470000
              NOT = COMM-PRX-SORTCODE                                   05480000
              OR PRICEXC-ACCOUNT OF PRCXMNT-PRICEXC-REC                 05490000
              NOT = COMM-PRX-ACCOUNT                                    05500000
              OR PRICEXC-EFFECTIVE-DATE OF PRCXMNT-PRICEXC-REC          05510000
              > PRCXMNT-TODAYS-DATE                                     05520000
               SET PRCXMNT-BROWSE-DONE TO TRUE                          05530000
               GO TO 4250-EXIT                                          05540000
           END-IF                                                       05550000
                                                                        05560000
           IF PRICEXC-ACTIVE OF PRCXMNT-PRICEXC-REC                     05570000
              AND PRICEXC-EXPIRY-DATE OF PRCXMNT-PRICEXC-REC            05580000
                  NOT < PRCXMNT-TODAYS-DATE                             05590000
               SET PRCXMNT-IN-FORCE-FOUND TO TRUE                       05600000
               MOVE PRCXMNT-PRICEXC-REC TO PRCXMNT-FORCE-REC            05610000
           END-IF.                                                      05620000
       4250-EXIT.                                                       05630000
           EXIT.                                                        05640000
                                                                        05650000
      ******************************************************************05660000
      *  9999-EXIT - RETURN TO THE CALLER.                             *05670000
      ******************************************************************05680000
       9999-EXIT.                                                       05690000
           EXEC CICS                                                    05700000
               RETURN                                                   05710000
           END-EXEC.                                                    05720000
