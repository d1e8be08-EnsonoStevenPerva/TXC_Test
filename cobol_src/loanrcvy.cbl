      ******************************************************************00010000
      *                                                                *00020000
      *  Copyright IBM Corp. 2023                                      *00030000
      *                                                                *00040000
      *                                                                *00050000
      ******************************************************************00060000
       IDENTIFICATION DIVISION.                                         00070000
       PROGRAM-ID.    LOANRCVY.                                         00080000
       AUTHOR.        BANK APPLICATIONS GROUP.                          00090000
       DATE-WRITTEN.  2026-10-15.                                       00100000
      ******************************************************************00110000
      *                                                                *00120000
      *  LOANRCVY - POST-WRITE-OFF LOAN RECOVERY                       *00130000
      *                                                                *00140000
      *  FUNCTION : ACCEPTS AN LNRCVRY COMMAREA (COPYBOOK LNRCVRY)     *00150000
      *             NAMING ONE WRITTEN-OFF LOAN AND POSTS MONEY        *00160000
      *             RECEIVED AGAINST ITS RECOVERIES-LEDGER ROW         *00170000
      *             (COPYBOOK LNRECOV) :                               *00180000
      *                                                                *00190000
      *               C - FROM THE CUSTOMER.  THE AMOUNT IS DEBITED    *00200000
      *                   FROM THE PAYING ACCOUNT (THE LOAN'S          *00210000
      *                   DISBURSEMENT ACCOUNT WHEN NONE IS GIVEN),    *00220000
      *                   WHICH MUST HAVE THE AVAILABLE BALANCE, AND   *00230000
      *                   LOGGED AS AN LRC PROCTRAN ROW.               *00240000
      *               A - FROM A DEBT AGENCY.  THE MONEY ARRIVES FROM  *00250000
      *                   OUTSIDE THE BANK, SO NO ACCOUNT IS DEBITED;  *00260000
      *                   IT IS LOGGED AS AN LRA PROCTRAN ROW          *00270000
      *                   CARRYING THE AGENCY'S REFERENCE.             *00280000
      *                                                                *00290000
      *             EITHER WAY GLEXTR CARRIES THE ROW TO THE           *00300000
      *             RECOVERIES GL ACCOUNT, NOT TO LOAN REPAYMENTS, AND *00310000
      *             THE LEDGER BALANCE COMES DOWN.  A RECOVERY MAY NOT *00320000
      *             EXCEED THE BALANCE STILL OWED; THE ROW CLOSES WHEN *00330000
      *             IT IS RECOVERED IN FULL.                           *00340000
      *                                                                *00350000
      *  FILES    : LNRECOV  - VSAM KSDS - RECOVERIES LEDGER           *00360000
      *             ACCOUNT  - VSAM KSDS - ACCOUNT MASTER              *00370000
      *             ODFACIL  - VSAM KSDS - ARRANGED OVERDRAFTS         *00380000
      *             AUTHHOLD - VSAM KSDS - CARD AUTHORIZATION HOLDS    *00390000
      *             LEGORDER - VSAM KSDS - LEGAL-ORDER EARMARKS        *00400000
      *             UNCLRCHQ - VSAM KSDS - UNCLEARED CHEQUES           *00410000
      *             PENDREL  - VSAM KSDS - HIGH-VALUE RELEASE QUEUE    *00415000
      *             PROCTRAN - VSAM KSDS - TRANSACTION LOG             *00420000
      *             PCTLFILE - VSAM KSDS - PROCTRAN CONTROL            *00430000
      *             BUSDATE  - VSAM KSDS - BUSINESS-DATE CONTROL       *00440000
      *                                                                *00450000
      *  CHANGE HISTORY                                                *00460000
      *  ----------------------------------------------------------    *00470000
      *  DATE        BY    DESCRIPTION                                 *00480000
      *  2026-10-15  BAG   INITIAL VERSION                             *00490000
      *  2026-10-15  BAG   PAYMENTS WAITING ON PENDREL FOR HIGH-VALUE  *00492500
      *                    RELEASE ARE EARMARKED OUT OF THE AVAILABLE  *00495000
      *                    BALANCE                                     *00497500
      *                                                                *00500000
      ******************************************************************00510000
       DATA DIVISION.                                                   00520000
       WORKING-STORAGE SECTION.                                         00530000
       01  LOANRCVY-WORK-AREA.                                          00540000
           05  LOANRCVY-RESP              PIC S9(8) COMP.               00550000
           05  LOANRCVY-RESP2             PIC S9(8) COMP.               00560000
           05  LOANRCVY-TODAYS-DATE       PIC 9(8)  VALUE ZERO.         00570000
           05  LOANRCVY-ACCT-KEY.                                       00580000
               10  LOANRCVY-KEY-SORTCODE  PIC 9(6).                     00590000
               10  LOANRCVY-KEY-ACCNO     PIC 9(8).                     00600000
           05  LOANRCVY-TRAN-NUMBER       PIC 9(8)  VALUE ZERO.         00610000
           05  LOANRCVY-CTL-SORTCODE      PIC 9(6)  VALUE 987654.       00620000
           05  LOANRCVY-CTL-NUMBER        PIC 9(8)  VALUE ZERO.         00630000
           05  LOANRCVY-POST-AMOUNT       PIC S9(10)V99 VALUE ZERO.     00640000
           05  LOANRCVY-POST-TYPE         PIC X(3)  VALUE SPACES.       00650000
           05  LOANRCVY-POST-DESC         PIC X(40) VALUE SPACES.       00660000
           05  LOANRCVY-OD-LIMIT          PIC S9(10)V99 VALUE ZERO.     00670000
           05  LOANRCVY-HOLD-TOTAL        PIC S9(10)V99 VALUE ZERO.     00680000
           05  LOANRCVY-HOLD-BROWSE-SWITCH PIC X    VALUE 'N'.          00690000
               88  LOANRCVY-HOLD-BROWSE-DONE    VALUE 'Y'.              00700000
           05  LOANRCVY-EARMARK-TOTAL     PIC S9(10)V99 VALUE ZERO.     00710000
           05  LOANRCVY-LEG-BROWSE-SWITCH PIC X     VALUE 'N'.          00720000
               88  LOANRCVY-LEG-BROWSE-DONE     VALUE 'Y'.              00730000
           05  LOANRCVY-UNCLEARED-TOTAL   PIC S9(10)V99 VALUE ZERO.     00740000
           05  LOANRCVY-UNCL-BROWSE-SWITCH PIC X    VALUE 'N'.          00750000
               88  LOANRCVY-UNCL-BROWSE-DONE    VALUE 'Y'.              00760000
           05  LOANRCVY-HVQ-TOTAL         PIC S9(10)V99 VALUE ZERO.     00762500
           05  LOANRCVY-HVQ-BROWSE-SWITCH PIC X     VALUE 'N'.          00765000
               88  LOANRCVY-HVQ-BROWSE-DONE     VALUE 'Y'.              00767500
                                                                        00770000
       01  LOANRCVY-RECOV-REC.                                          00780000
           COPY LNRECOV.                                                00790000
                                                                        00800000
       01  LOANRCVY-ACCOUNT-REC.                                        00810000
           COPY ACCOUNT.                                                00820000
                                                                        00830000
       01  LOANRCVY-ODFAC-REC.                                          00840000
           COPY ODFACIL.                                                00850000
                                                                        00860000
       01  LOANRCVY-HOLD-REC.                                           00870000
           COPY AUTHHOLD.                                               00880000
                                                                        00890000
       01  LOANRCVY-LEGORDER-REC.                                       00900000
           COPY LEGORDER.                                               00910000
                                                                        00920000
       01  LOANRCVY-UNCLEAR-REC.                                        00930000
           COPY UNCLRCHQ.                                               00940000
                                                                        00950000
       01  LOANRCVY-PENDREL-REC.                                        00952500
           COPY PENDREL.                                                00955000
                                                                        00957500
       01  LOANRCVY-CONTROL-REC.                                        00960000
           COPY PRCTCTRL.                                               00970000
                                                                        00980000
       01  LOANRCVY-PROCTRAN-REC.                                       00990000
           COPY PROCTRAN.                                               01000000
                                                                        01010000
       01  LOANRCVY-BUSDATE-REC.                                        01020000
           COPY BUSDATE.                                                01030000
                                                                        01040000
       LINKAGE SECTION.                                                 01050000
       01  DFHCOMMAREA.                                                 01060000
           COPY LNRCVRY.                                                01070000
                                                                        01080000
      ******************************************************************01090000
       PROCEDURE DIVISION.                                              01100000
      ******************************************************************01110000
       0000-MAINLINE.                                                   01120000
           MOVE SPACE TO COMM-LR-SUCCESS                                01130000
           MOVE SPACE TO COMM-LR-FAIL-CD                                01140000
           MOVE 'BUSDATE' TO BUSDATE-CONTROL-ID OF LOANRCVY-BUSDATE-REC 01150000
           EXEC CICS                                                    01160000
               READ DATASET('BUSDATE')                                  01170000
                    INTO(LOANRCVY-BUSDATE-REC)                          01180000
                    RIDFLD(BUSDATE-KEY OF LOANRCVY-BUSDATE-REC)         01190000
                    RESP(LOANRCVY-RESP)                                 01200000
           END-EXEC                                                     01210000
           IF LOANRCVY-RESP = DFHRESP(NORMAL)                           01220000
               MOVE BUSDATE-CURRENT-DATE OF LOANRCVY-BUSDATE-REC        01230000
                   TO LOANRCVY-TODAYS-DATE                              01240000
           ELSE                                                         01250000
               ACCEPT LOANRCVY-TODAYS-DATE FROM DATE YYYYMMDD           01260000
           END-IF                                                       01270000
                                                                        01280000
           PERFORM 2000-POST-RECOVERY THRU 2000-EXIT                    01290000
                                                                        01300000
           IF COMM-LR-FAIL-CD = SPACE                                   01310000
               MOVE 'Y' TO COMM-LR-SUCCESS                              01320000
           ELSE                                                         01330000
               MOVE 'N' TO COMM-LR-SUCCESS                              01340000
           END-IF                                                       01350000
                                                                        01360000
           GO TO 9999-EXIT.                                             01370000
                                                                        01380000
      ******************************************************************01390000
      *  2000-POST-RECOVERY - CHECK THE LEDGER ROW AND THE AMOUNT,     *01400000
      *  TAKE THE MONEY, LOG IT, AND BRING THE LEDGER BALANCE DOWN.    *01410000
      ******************************************************************01420000
       2000-POST-RECOVERY.                                              01430000
           IF NOT COMM-LR-FROM-CUSTOMER                                 01440000
              AND NOT COMM-LR-FROM-AGENCY                               01450000
               MOVE '3' TO COMM-LR-FAIL-CD                              01460000
               GO TO 2000-EXIT                                          01470000
           END-IF                                                       01480000
                                                                        01490000
           IF COMM-LR-AMOUNT NOT > ZERO                                 01500000
               MOVE '6' TO COMM-LR-FAIL-CD                              01510000
               GO TO 2000-EXIT                                          01520000
           END-IF                                                       01530000
                                                                        01540000
           MOVE COMM-LR-SORTCODE    TO LNRECOV-SORTCODE                 01550000
                                        OF LOANRCVY-RECOV-REC           01560000
           MOVE COMM-LR-LOAN-NUMBER TO LNRECOV-LOAN-NUMBER              01570000
                                        OF LOANRCVY-RECOV-REC           01580000
                                                                        01590000
           EXEC CICS                                                    01600000
               READ DATASET('LNRECOV')                                  01610000
                    INTO(LOANRCVY-RECOV-REC)                            01620000
                    RIDFLD(LNRECOV-KEY OF LOANRCVY-RECOV-REC)           01630000
                    UPDATE                                              01640000
                    RESP(LOANRCVY-RESP)                                 01650000
           END-EXEC                                                     01660000
                                                                        01670000
           IF LOANRCVY-RESP = DFHRESP(NOTFND)                           01680000
               MOVE '2' TO COMM-LR-FAIL-CD                              01690000
               GO TO 2000-EXIT                                          01700000
           END-IF                                                       01710000
                                                                        01720000
           IF LOANRCVY-RESP NOT = DFHRESP(NORMAL)                       01730000
               MOVE '8' TO COMM-LR-FAIL-CD                              01740000
               GO TO 2000-EXIT                                          01750000
           END-IF                                                       01760000
                                                                        01770000
           IF NOT LNRECOV-OPEN OF LOANRCVY-RECOV-REC                    01780000
               MOVE '4' TO COMM-LR-FAIL-CD                              01790000
               GO TO 2000-EXIT                                          01800000
           END-IF                                                       01810000
                                                                        01820000
           IF COMM-LR-AMOUNT > LNRECOV-BALANCE OF LOANRCVY-RECOV-REC    01830000
               MOVE '6' TO COMM-LR-FAIL-CD                              01840000
               GO TO 2000-EXIT                                          01850000
           END-IF                                                       01860000
                                                                        01870000
           MOVE COMM-LR-AMOUNT TO LOANRCVY-POST-AMOUNT                  01880000
           MOVE COMM-LR-SORTCODE TO LOANRCVY-KEY-SORTCODE               01890000
                                                                        01900000
           IF COMM-LR-FROM-CUSTOMER                                     01910000
               MOVE 'LRC' TO LOANRCVY-POST-TYPE                         01920000
               MOVE 'LOAN RECOVERY - CUSTOMER' TO LOANRCVY-POST-DESC    01930000
               IF COMM-LR-PAYING-ACCNO = ZERO                           01940000
                   MOVE LNRECOV-DISBURSE-ACCOUNT OF LOANRCVY-RECOV-REC  01950000
                       TO LOANRCVY-KEY-ACCNO                            01960000
               ELSE                                                     01970000
                   MOVE COMM-LR-PAYING-ACCNO TO LOANRCVY-KEY-ACCNO      01980000
               END-IF                                                   01990000
           ELSE                                                         02000000
               MOVE 'LRA' TO LOANRCVY-POST-TYPE                         02010000
               MOVE SPACES TO LOANRCVY-POST-DESC                        02020000
               STRING 'LOAN RECOVERY - AGENCY ' DELIMITED BY SIZE       02030000
                      COMM-LR-AGENCY-REF DELIMITED BY SIZE              02040000
                   INTO LOANRCVY-POST-DESC                              02050000
               END-STRING                                               02060000
               MOVE LNRECOV-DISBURSE-ACCOUNT OF LOANRCVY-RECOV-REC      02070000
                   TO LOANRCVY-KEY-ACCNO                                02080000
           END-IF                                                       02090000
                                                                        02100000
           PERFORM 5500-ASSIGN-PROCTRAN-NUMBER THRU 5500-EXIT           02110000
           IF COMM-LR-FAIL-CD NOT = SPACE                               02120000
               GO TO 2000-EXIT                                          02130000
           END-IF                                                       02140000
                                                                        02150000
           IF COMM-LR-FROM-CUSTOMER                                     02160000
               PERFORM 5000-DEBIT-ACCOUNT THRU 5000-EXIT                02170000
               IF COMM-LR-FAIL-CD NOT = SPACE                           02180000
                   GO TO 2000-EXIT                                      02190000
               END-IF                                                   02200000
           END-IF                                                       02210000
                                                                        02220000
           PERFORM 5600-WRITE-RECOVERY-PROCTRAN THRU 5600-EXIT          02230000
                                                                        02240000
           ADD COMM-LR-AMOUNT                                           02250000
               TO LNRECOV-RECOVERED-AMOUNT OF LOANRCVY-RECOV-REC        02260000
           SUBTRACT COMM-LR-AMOUNT                                      02270000
               FROM LNRECOV-BALANCE OF LOANRCVY-RECOV-REC               02280000
           ADD 1 TO LNRECOV-RECOVERY-COUNT OF LOANRCVY-RECOV-REC        02290000
           MOVE LOANRCVY-TODAYS-DATE                                    02300000
               TO LNRECOV-LAST-RECOVERY-DATE OF LOANRCVY-RECOV-REC      02310000
           IF LNRECOV-BALANCE OF LOANRCVY-RECOV-REC NOT > ZERO          02320000
               SET LNRECOV-CLOSED OF LOANRCVY-RECOV-REC TO TRUE         02330000
           END-IF                                                       02340000
                                                                        02350000
           EXEC CICS                                                    02360000
               REWRITE DATASET('LNRECOV')                               02370000
                       FROM(LOANRCVY-RECOV-REC)                         02380000
                       RESP(LOANRCVY-RESP)                              02390000
           END-EXEC                                                     02400000
                                                                        02410000
           IF LOANRCVY-RESP NOT = DFHRESP(NORMAL)                       02420000
               MOVE '7' TO COMM-LR-FAIL-CD                              02430000
               GO TO 2000-EXIT                                          02440000
           END-IF                                                       02450000
                                                                        02460000
           MOVE LNRECOV-RECOVERED-AMOUNT OF LOANRCVY-RECOV-REC          02470000
               TO COMM-LR-RECOVERED                                     02480000
           MOVE LNRECOV-BALANCE OF LOANRCVY-RECOV-REC                   02490000
               TO COMM-LR-BALANCE                                       02500000
           MOVE LNRECOV-STATUS-FLAG OF LOANRCVY-RECOV-REC               02510000
               TO COMM-LR-STATUS.                                       02520000
       2000-EXIT.                                                       02530000
           EXIT.                                                        02540000
                                                                        02550000
      ******************************************************************02560000
      *  5000-DEBIT-ACCOUNT - TAKE LOANRCVY-POST-AMOUNT FROM THE       *02570000
      *  PAYING ACCOUNT, WHICH MUST BE OPEN, STERLING AND HAVE THE     *02580000
      *  AVAILABLE BALANCE TO COVER IT.                                *02590000
      ******************************************************************02600000
       5000-DEBIT-ACCOUNT.                                              02610000
           EXEC CICS                                                    02620000
               READ DATASET('ACCOUNT')                                  02630000
                    INTO(LOANRCVY-ACCOUNT-REC)                          02640000
                    RIDFLD(LOANRCVY-ACCT-KEY)                           02650000
                    UPDATE                                              02660000
                    RESP(LOANRCVY-RESP)                                 02670000
           END-EXEC                                                     02680000
                                                                        02690000
           IF LOANRCVY-RESP NOT = DFHRESP(NORMAL)                       02700000
               MOVE '1' TO COMM-LR-FAIL-CD                              02710000
               GO TO 5000-EXIT                                          02720000
           END-IF                                                       02730000
                                                                        02740000
           IF NOT ACCOUNT-OPEN OF LOANRCVY-ACCOUNT-REC                  02750000
               MOVE '1' TO COMM-LR-FAIL-CD                              02760000
               GO TO 5000-EXIT                                          02770000
           END-IF                                                       02780000
                                                                        02790000
           IF NOT ACCOUNT-IN-STERLING OF LOANRCVY-ACCOUNT-REC           02800000
               MOVE 'C' TO COMM-LR-FAIL-CD                              02810000
               GO TO 5000-EXIT                                          02820000
           END-IF                                                       02830000
                                                                        02840000
           PERFORM 5100-READ-OVERDRAFT THRU 5100-EXIT                   02850000
           PERFORM 5200-SUM-ACTIVE-HOLDS THRU 5200-EXIT                 02860000
           PERFORM 5300-SUM-EARMARKS THRU 5300-EXIT                     02870000
           PERFORM 5400-SUM-UNCLEARED THRU 5400-EXIT                    02880000
           PERFORM 5470-SUM-RELEASE-QUEUE THRU 5470-EXIT                02885000
                                                                        02890000
           IF LOANRCVY-POST-AMOUNT >                                    02900000
              ACCOUNT-BALANCE OF LOANRCVY-ACCOUNT-REC                   02910000
              - LOANRCVY-HOLD-TOTAL - LOANRCVY-EARMARK-TOTAL            02920000
              - LOANRCVY-UNCLEARED-TOTAL - LOANRCVY-HVQ-TOTAL           02930000
              + LOANRCVY-OD-LIMIT                                       02940000
               MOVE '9' TO COMM-LR-FAIL-CD                              02950000
               GO TO 5000-EXIT                                          02960000
           END-IF                                                       02970000
                                                                        02980000
           SUBTRACT LOANRCVY-POST-AMOUNT                                02990000
              FROM ACCOUNT-BALANCE OF LOANRCVY-ACCOUNT-REC              03000000
                                                                        03010000
           EXEC CICS                                                    03020000
               REWRITE DATASET('ACCOUNT')                               03030000
                       FROM(LOANRCVY-ACCOUNT-REC)                       03040000
                       RESP(LOANRCVY-RESP)                              03050000
           END-EXEC                                                     03060000
                                                                        03070000
           IF LOANRCVY-RESP NOT = DFHRESP(NORMAL)                       03080000
               MOVE '7' TO COMM-LR-FAIL-CD                              03090000
           END-IF.                                                      03100000
       5000-EXIT.                                                       03110000
           EXIT.                                                        03120000
                                                                        03130000
      ******************************************************************03140000
      *  5100-READ-OVERDRAFT - PICK UP ANY UNEXPIRED ARRANGED          *03150000
      *  OVERDRAFT LIMIT ON THE PAYING ACCOUNT.                        *03160000
      ******************************************************************03170000
       5100-READ-OVERDRAFT.                                             03180000
           MOVE ZERO TO LOANRCVY-OD-LIMIT                               03190000
           MOVE LOANRCVY-KEY-SORTCODE TO ODFACIL-SORTCODE               03200000
                                          OF LOANRCVY-ODFAC-REC         03210000
           MOVE LOANRCVY-KEY-ACCNO    TO ODFACIL-NUMBER                 03220000
                                          OF LOANRCVY-ODFAC-REC         03230000
                                                                        03240000
           EXEC CICS                                                    03250000
               READ DATASET('ODFACIL')                                  03260000
                    INTO(LOANRCVY-ODFAC-REC)                            03270000
                    RIDFLD(ODFACIL-KEY OF LOANRCVY-ODFAC-REC)           03280000
                    RESP(LOANRCVY-RESP)                                 03290000
           END-EXEC                                                     03300000
                                                                        03310000
           IF LOANRCVY-RESP = DFHRESP(NORMAL)                           03320000
              AND ODFACIL-EXPIRY-DATE OF LOANRCVY-ODFAC-REC             03330000
                  NOT < LOANRCVY-TODAYS-DATE                            03340000
               MOVE ODFACIL-LIMIT OF LOANRCVY-ODFAC-REC                 03350000
                   TO LOANRCVY-OD-LIMIT                                 03360000
           END-IF.                                                      03370000
       5100-EXIT.                                                       03380000
           EXIT.                                                        03390000
                                                                        03400000
      ******************************************************************03410000
      *  5200-SUM-ACTIVE-HOLDS - BROWSE THE ACCOUNT'S CARD             *03420000
      *  AUTHORIZATION HOLDS AND ADD UP EVERY ACTIVE ONE THAT HAS      *03430000
      *  NOT PASSED ITS EXPIRY DATE.                                   *03440000
      ******************************************************************03450000
       5200-SUM-ACTIVE-HOLDS.                                           03460000
           MOVE ZERO TO LOANRCVY-HOLD-TOTAL                             03470000
           MOVE 'N'  TO LOANRCVY-HOLD-BROWSE-SWITCH                     03480000
                                                                        03490000
           MOVE LOANRCVY-KEY-SORTCODE TO AUTHHOLD-SORTCODE              03500000
                                          OF LOANRCVY-HOLD-REC          03510000
           MOVE LOANRCVY-KEY-ACCNO    TO AUTHHOLD-NUMBER                03520000
                                          OF LOANRCVY-HOLD-REC          03530000
           MOVE ZERO TO AUTHHOLD-AUTH-REF OF LOANRCVY-HOLD-REC          03540000
                                                                        03550000
           EXEC CICS                                                    03560000
               STARTBR DATASET('AUTHHOLD')                              03570000
                       RIDFLD(AUTHHOLD-KEY OF LOANRCVY-HOLD-REC)        03580000
                       GTEQ                                             03590000
                       RESP(LOANRCVY-RESP)                              03600000
           END-EXEC                                                     03610000
                                                                        03620000
           IF LOANRCVY-RESP NOT = DFHRESP(NORMAL)                       03630000
               GO TO 5200-EXIT                                          03640000
           END-IF                                                       03650000
                                                                        03660000
           PERFORM 5250-READ-NEXT-HOLD THRU 5250-EXIT                   03670000
              UNTIL LOANRCVY-HOLD-BROWSE-DONE                           03680000
                                                                        03690000
           EXEC CICS                                                    03700000
               ENDBR DATASET('AUTHHOLD')                                03710000
                     RESP(LOANRCVY-RESP)                                03720000
           END-EXEC.                                                    03730000
       5200-EXIT.                                                       03740000
           EXIT.                                                        03750000
                                                                        03760000
      ******************************************************************03770000
      *  5250-READ-NEXT-HOLD - STEP THE BROWSE, COUNTING ACTIVE        *03780000
      *  UNEXPIRED HOLDS UNTIL IT LEAVES THE ACCOUNT'S KEY RANGE.      *03790000
      ******************************************************************03800000
       5250-READ-NEXT-HOLD.                                             03810000
           EXEC CICS                                                    03820000
               READNEXT DATASET('AUTHHOLD')                             03830000
                        INTO(LOANRCVY-HOLD-REC)                         03840000
                        RIDFLD(AUTHHOLD-KEY OF LOANRCVY-HOLD-REC)       03850000
                        RESP(LOANRCVY-RESP)                             03860000
           END-EXEC                                                     03870000
                                                                        03880000
           IF LOANRCVY-RESP NOT = DFHRESP(NORMAL)                       03890000
               SET LOANRCVY-HOLD-BROWSE-DONE TO TRUE                    03900000
               GO TO 5250-EXIT                                          03910000
           END-IF                                                       03920000
                                                                        03930000
           IF AUTHHOLD-SORTCODE OF LOANRCVY-HOLD-REC                    03940000
              NOT = LOANRCVY-KEY-SORTCODE                               03950000
              OR AUTHHOLD-NUMBER OF LOANRCVY-HOLD-REC                   03960000
                 NOT = LOANRCVY-KEY-ACCNO                               03970000
               SET LOANRCVY-HOLD-BROWSE-DONE TO TRUE                    03980000
               GO TO 5250-EXIT                                          03990000
           END-IF                                                       04000000
                                                                        04010000
           IF AUTHHOLD-ACTIVE OF LOANRCVY-HOLD-REC                      04020000
              AND (AUTHHOLD-EXPIRY-DATE OF LOANRCVY-HOLD-REC = ZERO     04030000
               OR AUTHHOLD-EXPIRY-DATE OF LOANRCVY-HOLD-REC             04040000
                  NOT < LOANRCVY-TODAYS-DATE)                           04050000
               ADD AUTHHOLD-AMOUNT OF LOANRCVY-HOLD-REC                 04060000
                  TO LOANRCVY-HOLD-TOTAL                                04070000
           END-IF.                                                      04080000
       5250-EXIT.                                                       04090000
           EXIT.                                                        04100000
                                                                        04110000
      ******************************************************************04120000
      *  5300-SUM-EARMARKS - BROWSE THE ACCOUNT'S LEGAL-ORDER          *04130000
      *  REGISTER AND ADD UP EVERY ACTIVE EARMARK.                     *04140000
      ******************************************************************04150000
       5300-SUM-EARMARKS.                                               04160000
           MOVE ZERO TO LOANRCVY-EARMARK-TOTAL                          04170000
           MOVE 'N'  TO LOANRCVY-LEG-BROWSE-SWITCH                      04180000
                                                                        04190000
           MOVE LOANRCVY-KEY-SORTCODE TO LEGORDER-SORTCODE              04200000
                                          OF LOANRCVY-LEGORDER-REC      04210000
           MOVE LOANRCVY-KEY-ACCNO    TO LEGORDER-NUMBER                04220000
                                          OF LOANRCVY-LEGORDER-REC      04230000
           MOVE ZERO TO LEGORDER-ORDER-NUMBER OF LOANRCVY-LEGORDER-REC  04240000
                                                                        04250000
           EXEC CICS                                                    04260000
               STARTBR DATASET('LEGORDER')                              04270000
                       RIDFLD(LEGORDER-KEY OF LOANRCVY-LEGORDER-REC)    04280000
                       GTEQ                                             04290000
                       RESP(LOANRCVY-RESP)                              04300000
           END-EXEC                                                     04310000
                                                                        04320000
           IF LOANRCVY-RESP NOT = DFHRESP(NORMAL)                       04330000
               GO TO 5300-EXIT                                          04340000
           END-IF                                                       04350000
                                                                        04360000
           PERFORM 5350-READ-NEXT-ORDER THRU 5350-EXIT                  04370000
              UNTIL LOANRCVY-LEG-BROWSE-DONE                            04380000
                                                                        04390000
           EXEC CICS                                                    04400000
               ENDBR DATASET('LEGORDER')                                04410000
                     RESP(LOANRCVY-RESP)                                04420000
           END-EXEC.                                                    04430000
       5300-EXIT.                                                       04440000
           EXIT.                                                        04450000
                                                                        04460000
      ******************************************************************04470000
      *  5350-READ-NEXT-ORDER - STEP THE BROWSE, COUNTING ACTIVE       *04480000
      *  ORDERS UNTIL IT LEAVES THE ACCOUNT'S KEY RANGE.               *04490000
      ******************************************************************04500000
       5350-READ-NEXT-ORDER.                                            04510000
           EXEC CICS                                                    04520000
               READNEXT DATASET('LEGORDER')                             04530000
                        INTO(LOANRCVY-LEGORDER-REC)                     04540000
                        RIDFLD(LEGORDER-KEY OF LOANRCVY-LEGORDER-REC)   04550000
                        RESP(LOANRCVY-RESP)                             04560000
           END-EXEC                                                     04570000
                                                                        04580000
           IF LOANRCVY-RESP NOT = DFHRESP(NORMAL)                       04590000
               SET LOANRCVY-LEG-BROWSE-DONE TO TRUE                     04600000
               GO TO 5350-EXIT                                          04610000
           END-IF                                                       04620000
                                                                        04630000
           IF LEGORDER-SORTCODE OF LOANRCVY-LEGORDER-REC                04640000
              NOT = LOANRCVY-KEY-SORTCODE                               04650000
              OR LEGORDER-NUMBER OF LOANRCVY-LEGORDER-REC               04660000
                 NOT = LOANRCVY-KEY-ACCNO                               04670000
               SET LOANRCVY-LEG-BROWSE-DONE TO TRUE                     04680000
               GO TO 5350-EXIT                                          04690000
           END-IF                                                       04700000
                                                                        04710000
           IF LEGORDER-ACTIVE OF LOANRCVY-LEGORDER-REC                  04720000
               ADD LEGORDER-AMOUNT OF LOANRCVY-LEGORDER-REC             04730000
                  TO LOANRCVY-EARMARK-TOTAL                             04740000
           END-IF.                                                      04750000
       5350-EXIT.                                                       04760000
           EXIT.                                                        04770000
                                                                        04780000
      ******************************************************************04790000
      *  5400-SUM-UNCLEARED - BROWSE THE ACCOUNT'S UNCLEARED-CHEQUE    *04800000
      *  ROWS AND ADD UP EVERY CHEQUE STILL HELD UNCLEARED.  THE       *04810000
      *  CREDIT IS ALREADY IN THE LEDGER BALANCE, BUT THE FUNDS ARE    *04820000
      *  NOT AVAILABLE UNTIL CHQREL CLEARS THE CHEQUE.                 *04830000
      ******************************************************************04840000
       5400-SUM-UNCLEARED.                                              04850000
           MOVE ZERO TO LOANRCVY-UNCLEARED-TOTAL                        04860000
           MOVE 'N'  TO LOANRCVY-UNCL-BROWSE-SWITCH                     04870000
                                                                        04880000
           MOVE LOANRCVY-KEY-SORTCODE TO UNCLRCHQ-SORTCODE              04890000
                                          OF LOANRCVY-UNCLEAR-REC       04900000
           MOVE LOANRCVY-KEY-ACCNO   TO UNCLRCHQ-NUMBER                 04910000
                                          OF LOANRCVY-UNCLEAR-REC       04920000
           MOVE ZERO TO UNCLRCHQ-CHEQUE-NUMBER OF LOANRCVY-UNCLEAR-REC  04930000
                                                                        04940000
           EXEC CICS                                                    04950000
               STARTBR DATASET('UNCLRCHQ')                              04960000
                       RIDFLD(UNCLRCHQ-KEY OF LOANRCVY-UNCLEAR-REC)     04970000
                       GTEQ                                             04980000
                       RESP(LOANRCVY-RESP)                              04990000
           END-EXEC                                                     05000000
                                                                        05010000
           IF LOANRCVY-RESP NOT = DFHRESP(NORMAL)                       05020000
               GO TO 5400-EXIT                                          05030000
           END-IF                                                       05040000
                                                                        05050000
           PERFORM 5450-READ-NEXT-UNCLEARED THRU 5450-EXIT              05060000
              UNTIL LOANRCVY-UNCL-BROWSE-DONE                           05070000
                                                                        05080000
           EXEC CICS                                                    05090000
               ENDBR DATASET('UNCLRCHQ')                                05100000
                     RESP(LOANRCVY-RESP)                                05110000
           END-EXEC.                                                    05120000
       5400-EXIT.                                                       05130000
           EXIT.                                                        05140000
                                                                        05150000
      ******************************************************************05160000
      *  5450-READ-NEXT-UNCLEARED - STEP THE BROWSE, COUNTING          *05170000
      *  UNCLEARED CHEQUES UNTIL IT LEAVES THE ACCOUNT'S KEY RANGE.    *05180000
      ******************************************************************05190000
       5450-READ-NEXT-UNCLEARED.                                        05200000
           EXEC CICS                                                    05210000
               READNEXT DATASET('UNCLRCHQ')                             05220000
                        INTO(LOANRCVY-UNCLEAR-REC)                      05230000
                        RIDFLD(UNCLRCHQ-KEY OF LOANRCVY-UNCLEAR-REC)    05240000
                        RESP(LOANRCVY-RESP)                             05250000
           END-EXEC                                                     05260000
                                                                        05270000
           IF LOANRCVY-RESP NOT = DFHRESP(NORMAL)                       05280000
               SET LOANRCVY-UNCL-BROWSE-DONE TO TRUE                    05290000
               GO TO 5450-EXIT                                          05300000
           END-IF                                                       05310000
                                                                        05320000
           IF UNCLRCHQ-SORTCODE OF LOANRCVY-UNCLEAR-REC                 05330000
              NOT = LOANRCVY-KEY-SORTCODE                               05340000
              OR UNCLRCHQ-NUMBER OF LOANRCVY-UNCLEAR-REC                05350000
                 NOT = LOANRCVY-KEY-ACCNO                               05360000
               SET LOANRCVY-UNCL-BROWSE-DONE TO TRUE                    05370000
               GO TO 5450-EXIT                                          05380000
           END-IF                                                       05390000
                                                                        05400000
           IF UNCLRCHQ-UNCLEARED OF LOANRCVY-UNCLEAR-REC                05410000
               ADD UNCLRCHQ-AMOUNT OF LOANRCVY-UNCLEAR-REC              05420000
                  TO LOANRCVY-UNCLEARED-TOTAL                           05430000
           END-IF.                                                      05440000
       5450-EXIT.                                                       05450000
           EXIT.                                                        05460000
                                                                        05470000
      ******************************************************************05470138
      *  5470-SUM-RELEASE-QUEUE - BROWSE THE ACCOUNT'S RANGE           *05470276
      *  OF THE HIGH-VALUE RELEASE QUEUE AND ADD UP EVERY PAYMENT      *05470414
      *  STILL WAITING OR REFERRED.  A QUEUED PAYMENT HAS NOT LEFT     *05470552
      *  THE ACCOUNT BUT ITS FUNDS ARE SPOKEN FOR UNTIL HVREL          *05470690
      *  DECIDES IT.                                                   *05470828
      ******************************************************************05470966
       5470-SUM-RELEASE-QUEUE.                                          05471104
           MOVE ZERO TO LOANRCVY-HVQ-TOTAL                              05471242
           MOVE 'N'  TO LOANRCVY-HVQ-BROWSE-SWITCH                      05471380
                                                                        05471518
           MOVE LOANRCVY-KEY-SORTCODE                                   05471656
               TO PENDREL-SORTCODE OF LOANRCVY-PENDREL-REC              05471794
           MOVE LOANRCVY-KEY-ACCNO                                      05471932
               TO PENDREL-FROM-ACCOUNT OF LOANRCVY-PENDREL-REC          05472070
           MOVE LOW-VALUES TO PENDREL-SOURCE OF LOANRCVY-PENDREL-REC    05472208
           MOVE ZERO TO PENDREL-NUMBER OF LOANRCVY-PENDREL-REC          05472346
                                                                        05472484
           EXEC CICS                                                    05472622
               STARTBR DATASET('PENDREL')                               05472760
                       RIDFLD(PENDREL-KEY OF LOANRCVY-PENDREL-REC)      05472898
                       GTEQ                                             05473036
                       RESP(LOANRCVY-RESP)                              05473174
           END-EXEC                                                     05473312
                                                                        05473450
           IF LOANRCVY-RESP NOT = DFHRESP(NORMAL)                       05473588
               GO TO 5470-EXIT                                          05473726
           END-IF                                                       05473864
                                                                        05474002
           PERFORM 5480-READ-NEXT-QUEUED THRU 5480-EXIT                 05474140
              UNTIL LOANRCVY-HVQ-BROWSE-DONE                            05474278
                                                                        05474416
           EXEC CICS                                                    05474554
               ENDBR DATASET('PENDREL')                                 05474692
                     RESP(LOANRCVY-RESP)                                05474830
           END-EXEC.                                                    05474968
       5470-EXIT.                                                       05475106
           EXIT.                                                        05475244
                                                                        05475382
      ******************************************************************05475520
      *  5480-READ-NEXT-QUEUED - STEP THE BROWSE, COUNTING WAITING     *05475658
      *  AND REFERRED PAYMENTS UNTIL IT LEAVES THE ACCOUNT'S RANGE.    *05475796
      ******************************************************************05475934
       5480-READ-NEXT-QUEUED.                                           05476072
           EXEC CICS                                                    05476210
               READNEXT DATASET('PENDREL')                              05476348
                        INTO(LOANRCVY-PENDREL-REC)                      05476486
                        RIDFLD(PENDREL-KEY OF LOANRCVY-PENDREL-REC)     05476624
                        RESP(LOANRCVY-RESP)                             05476762
           END-EXEC                                                     05476900
                                                                        05477038
           IF LOANRCVY-RESP NOT = DFHRESP(NORMAL)                       05477176
               SET LOANRCVY-HVQ-BROWSE-DONE TO TRUE                     05477314
               GO TO 5480-EXIT                                          05477452
           END-IF                                                       05477590
                                                                        05477728
           IF PENDREL-SORTCODE OF LOANRCVY-PENDREL-REC                  05477866
              NOT = LOANRCVY-KEY-SORTCODE                               05478004
              OR PENDREL-FROM-ACCOUNT OF LOANRCVY-PENDREL-REC           05478142
                 NOT = LOANRCVY-KEY-ACCNO                               05478280
               SET LOANRCVY-HVQ-BROWSE-DONE TO TRUE                     05478418
               GO TO 5480-EXIT                                          05478556
           END-IF                                                       05478694
                                                                        05478832
           IF PENDREL-OUTSTANDING OF LOANRCVY-PENDREL-REC               05478970
               ADD PENDREL-AMOUNT OF LOANRCVY-PENDREL-REC               05479108
                  TO LOANRCVY-HVQ-TOTAL                                 05479246
           END-IF.                                                      05479384
       5480-EXIT.                                                       05479522
           EXIT.                                                        05479660
                                                                        05479798
      ******************************************************************05480000
      *  5500-ASSIGN-PROCTRAN-NUMBER - READ THE PROCTRAN CONTROL       *05490000
      *  SINGLETON FOR UPDATE, BUMP LAST-PROC-TRAN-NUMBER, AND         *05500000
      *  REWRITE, THE SAME WAY LOANOPEN HANDS OUT ITS NUMBERS.         *05510000
      ******************************************************************05520000
       5500-ASSIGN-PROCTRAN-NUMBER.                                     05530000
           MOVE LOANRCVY-CTL-SORTCODE TO PROCTRAN-CONTROL-SORTCODE      05540000
                                          OF LOANRCVY-CONTROL-REC       05550000
           MOVE LOANRCVY-CTL-NUMBER   TO PROCTRAN-CONTROL-NUMBER        05560000
                                          OF LOANRCVY-CONTROL-REC       05570000
                                                                        05580000
           EXEC CICS                                                    05590000
               READ DATASET('PCTLFILE')                                 05600000
                    INTO(LOANRCVY-CONTROL-REC)                          05610000
                    RIDFLD(PROCTRAN-CONTROL-KEY                         05620000
                           OF LOANRCVY-CONTROL-REC)                     05630000
                    UPDATE                                              05640000
                    RESP(LOANRCVY-RESP)                                 05650000
           END-EXEC                                                     05660000
                                                                        05670000
           IF LOANRCVY-RESP NOT = DFHRESP(NORMAL)                       05680000
               MOVE '5' TO COMM-LR-FAIL-CD                              05690000
               GO TO 5500-EXIT                                          05700000
           END-IF                                                       05710000
                                                                        05720000
           ADD 1 TO LAST-PROC-TRAN-NUMBER OF LOANRCVY-CONTROL-REC       05730000
           MOVE LAST-PROC-TRAN-NUMBER OF LOANRCVY-CONTROL-REC           05740000
               TO LOANRCVY-TRAN-NUMBER                                  05750000
                                                                        05760000
           EXEC CICS                                                    05770000
               REWRITE DATASET('PCTLFILE')                              05780000
                       FROM(LOANRCVY-CONTROL-REC)                       05790000
                       RESP(LOANRCVY-RESP)                              05800000
           END-EXEC                                                     05810000
                                                                        05820000
           IF LOANRCVY-RESP NOT = DFHRESP(NORMAL)                       05830000
               MOVE '5' TO COMM-LR-FAIL-CD                              05840000
           END-IF.                                                      05850000
       5500-EXIT.                                                       05860000
           EXIT.                                                        05870000
                                                                        05880000
      ******************************************************************05890000
      *  5600-WRITE-RECOVERY-PROCTRAN - LOG THE RECOVERY.  AN LRC ROW  *05900000
      *  DEBITS THE CUSTOMER'S PAYING ACCOUNT; AN LRA ROW RECORDS      *05910000
      *  AGENCY MONEY AGAINST THE LOAN'S DISBURSEMENT ACCOUNT WITHOUT  *05920000
      *  MOVING ITS BALANCE.                                           *05930000
      ******************************************************************05940000
       5600-WRITE-RECOVERY-PROCTRAN.                                    05950000
           MOVE 'PRTR' TO PROC-TRAN-EYE-CATCHER                         05960000
                           OF LOANRCVY-PROCTRAN-REC                     05970000
           MOVE LOANRCVY-KEY-SORTCODE TO PROC-TRAN-SORT-CODE            05980000
                                     OF LOANRCVY-PROCTRAN-REC           05990000
           MOVE LOANRCVY-TRAN-NUMBER TO PROC-TRAN-NUMBER                06000000
                                         OF LOANRCVY-PROCTRAN-REC       06010000
           MOVE LOANRCVY-KEY-ACCNO TO PROC-TRAN-ACCOUNT-NUMBER          06020000
                                       OF LOANRCVY-PROCTRAN-REC         06030000
           MOVE LOANRCVY-TODAYS-DATE TO PROC-TRAN-DATE                  06040000
                                         OF LOANRCVY-PROCTRAN-REC       06050000
           MOVE EIBTIME TO PROC-TRAN-TIME OF LOANRCVY-PROCTRAN-REC      06060000
           MOVE LOANRCVY-TRAN-NUMBER TO PROC-TRAN-REF                   06070000
                                         OF LOANRCVY-PROCTRAN-REC       06080000
           MOVE LOANRCVY-POST-TYPE TO PROC-TRAN-TYPE                    06090000
                                       OF LOANRCVY-PROCTRAN-REC         06100000
           MOVE LOANRCVY-POST-AMOUNT TO PROC-TRAN-AMOUNT                06110000
                                         OF LOANRCVY-PROCTRAN-REC       06120000
           MOVE 'GBP' TO PROC-TRAN-CURRENCY OF LOANRCVY-PROCTRAN-REC    06130000
           MOVE ZERO     TO PROC-TRAN-VALUE-DATE                        06140000
                         OF LOANRCVY-PROCTRAN-REC                       06150000
           MOVE LOANRCVY-POST-DESC                                      06160000
               TO PROC-TRAN-DESC OF LOANRCVY-PROCTRAN-REC               06170000
                                                                        06180000
           EXEC CICS                                                    06190000
               WRITE DATASET('PROCTRAN')                                06200000
                     FROM(LOANRCVY-PROCTRAN-REC)                        06210000
                     RIDFLD(PROC-TRAN-ID OF LOANRCVY-PROCTRAN-REC)      06220000
                     RESP(LOANRCVY-RESP2)                               06230000
           END-EXEC                                                     06240000
                                                                        06250000
           IF LOANRCVY-RESP2 NOT = DFHRESP(NORMAL)                      06260000
               DISPLAY 'LOANRCVY - CRITICAL - PROCTRAN WRITE FAILED '   06270000
                   'FOR ACCOUNT ' LOANRCVY-KEY-ACCNO                    06280000
           END-IF.                                                      06290000
       5600-EXIT.                                                       06300000
           EXIT.                                                        06310000
                                                                        06320000
      ******************************************************************06330000
      *  9999-EXIT - RETURN TO THE CALLER.                             *06340000
      ******************************************************************06350000
       9999-EXIT.                                                       06360000
           EXEC CICS                                                    06370000
               RETURN                                                   06380000
           END-EXEC.                                                    06390000
