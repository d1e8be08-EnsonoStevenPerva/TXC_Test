      ******************************************************************00010000
      *                                                                *00020000
      *  Copyright IBM Corp. 2023                                      *00030000
      *                                                                *00040000
      *                                                                *00050000
      ******************************************************************00060000
       IDENTIFICATION DIVISION.                                         00070000
       PROGRAM-ID.    LOANSETL.                                         00080000
       AUTHOR.        BANK APPLICATIONS GROUP.                          00090000
       DATE-WRITTEN.  2026-10-15.                                       00100000
      ******************************************************************00110000
      *                                                                *00120000
      *  LOANSETL - LOAN EARLY SETTLEMENT AND OVERPAYMENT              *00130000
      *                                                                *00140000
      *  FUNCTION : ACCEPTS A LOANSTL COMMAREA (COPYBOOK LOANSTL)      *00150000
      *             NAMING ONE ACTIVE PERSONAL LOAN :                  *00160000
      *                                                                *00170000
      *               Q - QUOTE.  THE SETTLEMENT FIGURE IS THE         *00180000
      *                   OUTSTANDING PRINCIPAL, PLUS INTEREST FROM    *00190000
      *                   THE LAST DUE DATE TO THE LAST DAY THE QUOTE  *00200000
      *                   IS GOOD FOR (30/360, THE SAME CONVENTION     *00210000
      *                   TDMAT USES), PLUS THE INTEREST ELEMENT OF    *00220000
      *                   ANY ARREARS - THE PRINCIPAL OF A MISSED      *00230000
      *                   INSTALMENT NEVER CAME OFF LOAN-OUTSTANDING,  *00240000
      *                   SO ONLY ITS INTEREST IS ADDED.  THE QUOTE    *00250000
      *                   IS KEPT ON THE LOAN RECORD.                  *00260000
      *               S - SETTLE.  THE QUOTED FIGURE IF A QUOTE IS     *00270000
      *                   STILL GOOD, ELSE A FIGURE WORKED OUT TO      *00280000
      *                   TODAY, IS DEBITED FROM THE DISBURSEMENT      *00290000
      *                   ACCOUNT WITH AN LNR-TYPED PROCTRAN ROW.      *00300000
      *                   EVERY SCHEDULE ROW STILL DUE OR MISSED IS    *00310000
      *                   MARKED PAID AND THE LOAN GOES SETTLED.       *00320000
      *               P - PART OVERPAYMENT.  THE AMOUNT IS DEBITED     *00330000
      *                   FROM THE DISBURSEMENT ACCOUNT (LNR ROW) AND  *00340000
      *                   COMES OFF LOAN-OUTSTANDING.  THE SCHEDULE    *00350000
      *                   FROM THE NEXT INSTALMENT ON IS REBUILT       *00360000
      *                   (COPYBOOK LOANSCH) EITHER KEEPING THE        *00370000
      *                   PAYMENT AND SHORTENING THE TERM, OR KEEPING  *00380000
      *                   THE TERM AND LOWERING THE PAYMENT, AS THE    *00390000
      *                   CUSTOMER CHOOSES.  A LOAN IN ARREARS MUST    *00400000
      *                   BE BROUGHT UP TO DATE FIRST (FAIL A).        *00410000
      *                                                                *00420000
      *             DEBITS ARE LIMITED TO THE DISBURSEMENT ACCOUNT'S   *00430000
      *             AVAILABLE BALANCE - THE LEDGER BALANCE LESS CARD   *00440000
      *             HOLDS, LEGAL-ORDER EARMARKS AND UNCLEARED          *00450000
      *             CHEQUES, PLUS ANY ARRANGED OVERDRAFT - THE SAME    *00460000
      *             FLOOR XFRFUN APPLIES.                              *00470000
      *                                                                *00480000
      *  FILES    : LOAN     - VSAM KSDS - LOAN MASTER                 *00490000
      *             LOANSCH  - VSAM KSDS - AMORTIZATION SCHEDULE       *00500000
      *             ACCOUNT  - VSAM KSDS - ACCOUNT MASTER              *00510000
      *             ODFACIL  - VSAM KSDS - ARRANGED OVERDRAFTS         *00520000
      *             AUTHHOLD - VSAM KSDS - CARD AUTHORIZATION HOLDS    *00530000
      *             LEGORDER - VSAM KSDS - LEGAL-ORDER EARMARKS        *00540000
      *             UNCLRCHQ - VSAM KSDS - UNCLEARED CHEQUES           *00550000
      *             PROCTRAN - VSAM KSDS - TRANSACTION LOG             *00560000
      *             PCTLFILE - VSAM KSDS - PROCTRAN CONTROL            *00570000
      *             BUSDATE  - VSAM KSDS - BUSINESS-DATE CONTROL       *00580000
      *             PENDREL  - VSAM KSDS - HIGH-VALUE RELEASE QUEUE    *00585000
      *                                                                *00590000
      *  CHANGE HISTORY                                                *00600000
      *  ----------------------------------------------------------    *00610000
      *  DATE        BY    DESCRIPTION                                 *00620000
      *  2026-10-15  BAG   INITIAL VERSION                             *00630000
      *  2026-10-15  BAG   PAYMENTS WAITING ON PENDREL FOR HIGH-VALUE  *00632500
      *                    RELEASE ARE EARMARKED OUT OF THE AVAILABLE  *00635000
      *                    BALANCE                                     *00637500
      *                                                                *00640000
      ******************************************************************00650000
       DATA DIVISION.                                                   00660000
       WORKING-STORAGE SECTION.                                         00670000
       01  LOANSETL-WORK-AREA.                                          00680000
           05  LOANSETL-RESP              PIC S9(8) COMP.               00690000
           05  LOANSETL-RESP2             PIC S9(8) COMP.               00700000
           05  LOANSETL-TODAYS-DATE       PIC 9(8)  VALUE ZERO.         00710000
           05  LOANSETL-ACCT-KEY.                                       00720000
               10  LOANSETL-KEY-SORTCODE  PIC 9(6).                     00730000
               10  LOANSETL-KEY-ACCNO     PIC 9(8).                     00740000
           05  LOANSETL-TRAN-NUMBER       PIC 9(8)  VALUE ZERO.         00750000
           05  LOANSETL-CTL-SORTCODE      PIC 9(6)  VALUE 987654.       00760000
           05  LOANSETL-CTL-NUMBER        PIC 9(8)  VALUE ZERO.         00770000
           05  LOANSETL-POST-AMOUNT       PIC S9(10)V99 VALUE ZERO.     00780000
           05  LOANSETL-POST-DESC         PIC X(40) VALUE SPACES.       00790000
           05  LOANSETL-OD-LIMIT          PIC S9(10)V99 VALUE ZERO.     00800000
           05  LOANSETL-HOLD-TOTAL        PIC S9(10)V99 VALUE ZERO.     00810000
           05  LOANSETL-HOLD-BROWSE-SWITCH PIC X    VALUE 'N'.          00820000
               88  LOANSETL-HOLD-BROWSE-DONE    VALUE 'Y'.              00830000
           05  LOANSETL-EARMARK-TOTAL     PIC S9(10)V99 VALUE ZERO.     00840000
           05  LOANSETL-LEG-BROWSE-SWITCH PIC X     VALUE 'N'.          00850000
               88  LOANSETL-LEG-BROWSE-DONE     VALUE 'Y'.              00860000
           05  LOANSETL-UNCLEARED-TOTAL   PIC S9(10)V99 VALUE ZERO.     00870000
           05  LOANSETL-UNCL-BROWSE-SWITCH PIC X    VALUE 'N'.          00880000
               88  LOANSETL-UNCL-BROWSE-DONE    VALUE 'Y'.              00890000
           05  LOANSETL-HVQ-TOTAL         PIC S9(10)V99 VALUE ZERO.     00892500
           05  LOANSETL-HVQ-BROWSE-SWITCH PIC X     VALUE 'N'.          00895000
               88  LOANSETL-HVQ-BROWSE-DONE     VALUE 'Y'.              00897500
      *   SETTLEMENT FIGURE.  INTEREST RUNS ON THE 30/360 BASIS FROM   *00900000
      *   THE LAST DUE DATE (ONE MONTH BEFORE THE NEXT) TO THE         *00910000
      *   AS-AT DATE.                                                  *00920000
           05  LOANSETL-AS-AT-DATE        PIC 9(8)  VALUE ZERO.         00930000
           05  LOANSETL-AS-AT-GRP REDEFINES LOANSETL-AS-AT-DATE.        00940000
               10  LOANSETL-AS-AT-YYYY    PIC 9999.                     00950000
               10  LOANSETL-AS-AT-MM      PIC 99.                       00960000
               10  LOANSETL-AS-AT-DD      PIC 99.                       00970000
           05  LOANSETL-LAST-DUE-DATE     PIC 9(8)  VALUE ZERO.         00980000
           05  LOANSETL-LAST-DUE-GRP REDEFINES LOANSETL-LAST-DUE-DATE.  00990000
               10  LOANSETL-LAST-DUE-YYYY PIC 9999.                     01000000
               10  LOANSETL-LAST-DUE-MM   PIC 99.                       01010000
               10  LOANSETL-LAST-DUE-DD   PIC 99.                       01020000
           05  LOANSETL-DAY-1             PIC 99    VALUE ZERO.         01030000
           05  LOANSETL-DAY-2             PIC 99    VALUE ZERO.         01040000
           05  LOANSETL-ACCRUAL-DAYS      PIC S9(5) VALUE ZERO.         01050000
           05  LOANSETL-INTEREST          PIC S9(10)V99 VALUE ZERO.     01060000
           05  LOANSETL-MISSED-PRINCIPAL  PIC S9(10)V99 VALUE ZERO.     01070000
           05  LOANSETL-ARREARS-CHARGE    PIC S9(10)V99 VALUE ZERO.     01080000
           05  LOANSETL-SETTLE-AMOUNT     PIC S9(10)V99 VALUE ZERO.     01090000
           05  LOANSETL-QUOTE-DAYS        PIC 9(3)  VALUE ZERO.         01100000
           05  LOANSETL-DAY-COUNT         PIC 9(3)  VALUE ZERO.         01110000
           05  LOANSETL-DAYS-IN-MONTH     PIC 99.                       01120000
           05  LOANSETL-LEAP-SWITCH       PIC X     VALUE 'N'.          01130000
               88  LOANSETL-IS-LEAP             VALUE 'Y'.              01140000
           05  LOANSETL-YEAR-QUOT         PIC 9(4).                     01150000
           05  LOANSETL-YEAR-REM          PIC 9(4).                     01160000
      *   SCHEDULE REBUILD - THE SAME ANNUITY ARITHMETIC LOANOPEN      *01170000
      *   USES, APPLIED TO THE REDUCED BALANCE.                        *01180000
           05  LOANSETL-MONTHLY-RATE      PIC S9(3)V9(9) COMP-3         01190000
                                                    VALUE ZERO.         01200000
           05  LOANSETL-GROWTH-FACTOR     PIC S9(7)V9(9) COMP-3         01210000
                                                    VALUE ZERO.         01220000
           05  LOANSETL-POWER-COUNT       PIC 9(3)  VALUE ZERO.         01230000
           05  LOANSETL-PAYMENT           PIC S9(10)V99 VALUE ZERO.     01240000
           05  LOANSETL-LEVEL-PAYMENT     PIC S9(10)V99 VALUE ZERO.     01250000
           05  LOANSETL-RUNNING-BAL       PIC S9(10)V99 VALUE ZERO.     01260000
           05  LOANSETL-INT-PART          PIC S9(10)V99 VALUE ZERO.     01270000
           05  LOANSETL-PRIN-PART         PIC S9(10)V99 VALUE ZERO.     01280000
           05  LOANSETL-FIRST-INSTALMENT  PIC 9(3)  VALUE ZERO.         01290000
           05  LOANSETL-LAST-INSTALMENT   PIC 9(3)  VALUE ZERO.         01300000
           05  LOANSETL-REMAINING         PIC 9(3)  VALUE ZERO.         01310000
           05  LOANSETL-INSTALMENT        PIC 9(3)  VALUE ZERO.         01320000
           05  LOANSETL-SCHED-DATE        PIC 9(8)  VALUE ZERO.         01330000
           05  LOANSETL-SCHED-GRP REDEFINES LOANSETL-SCHED-DATE.        01340000
               10  LOANSETL-SCHED-YYYY    PIC 9999.                     01350000
               10  LOANSETL-SCHED-MM      PIC 99.                       01360000
               10  LOANSETL-SCHED-DD      PIC 99.                       01370000
                                                                        01380000
       01  LOANSETL-MONTH-DAYS-VALUES.                                  01390000
           05  FILLER                     PIC 99    VALUE 31.           01400000
           05  FILLER                     PIC 99    VALUE 28.           01410000
           05  FILLER                     PIC 99    VALUE 31.           01420000
           05  FILLER                     PIC 99    VALUE 30.           01430000
           05  FILLER                     PIC 99    VALUE 31.           01440000
           05  FILLER                     PIC 99    VALUE 30.           01450000
           05  FILLER                     PIC 99    VALUE 31.           01460000
           05  FILLER                     PIC 99    VALUE 31.           01470000
           05  FILLER                     PIC 99    VALUE 30.           01480000
           05  FILLER                     PIC 99    VALUE 31.           01490000
           05  FILLER                     PIC 99    VALUE 30.           01500000
           05  FILLER                     PIC 99    VALUE 31.           01510000
       01  LOANSETL-MONTH-DAYS REDEFINES LOANSETL-MONTH-DAYS-VALUES.    01520000
           05  LOANSETL-MONTH-DAY-TAB     PIC 99    OCCURS 12 TIMES.    01530000
                                                                        01540000
       01  LOANSETL-LOAN-REC.                                           01550000
           COPY LOAN.                                                   01560000
                                                                        01570000
       01  LOANSETL-SCHED-REC.                                          01580000
           COPY LOANSCH.                                                01590000
                                                                        01600000
       01  LOANSETL-ACCOUNT-REC.                                        01610000
           COPY ACCOUNT.                                                01620000
                                                                        01630000
       01  LOANSETL-ODFAC-REC.                                          01640000
           COPY ODFACIL.                                                01650000
                                                                        01660000
       01  LOANSETL-HOLD-REC.                                           01670000
           COPY AUTHHOLD.                                               01680000
                                                                        01690000
       01  LOANSETL-LEGORDER-REC.                                       01700000
           COPY LEGORDER.                                               01710000
                                                                        01720000
       01  LOANSETL-UNCLEAR-REC.                                        01730000
           COPY UNCLRCHQ.                                               01740000
                                                                        01742500
       01  LOANSETL-PENDREL-REC.                                        01745000
           COPY PENDREL.                                                01747500
                                                                        01750000
       01  LOANSETL-CONTROL-REC.                                        01760000
           COPY PRCTCTRL.                                               01770000
                                                                        01780000
       01  LOANSETL-PROCTRAN-REC.                                       01790000
           COPY PROCTRAN.                                               01800000
                                                                        01810000
       01  LOANSETL-BUSDATE-REC.                                        01820000
           COPY BUSDATE.                                                01830000
                                                                        01840000
       LINKAGE SECTION.                                                 01850000
       01  DFHCOMMAREA.                                                 01860000
           COPY LOANSTL.                                                01870000
                                                                        01880000
      ******************************************************************01890000
       PROCEDURE DIVISION.                                              01900000
      ******************************************************************01910000
       0000-MAINLINE.                                                   01920000
           MOVE SPACE TO COMM-LS-SUCCESS                                01930000
           MOVE SPACE TO COMM-LS-FAIL-CD                                01940000
           MOVE 'BUSDATE' TO BUSDATE-CONTROL-ID OF LOANSETL-BUSDATE-REC 01950000
           EXEC CICS                                                    01960000
               READ DATASET('BUSDATE')                                  01970000
                    INTO(LOANSETL-BUSDATE-REC)                          01980000
                    RIDFLD(BUSDATE-KEY OF LOANSETL-BUSDATE-REC)         01990000
                    RESP(LOANSETL-RESP)                                 02000000
           END-EXEC                                                     02010000
           IF LOANSETL-RESP = DFHRESP(NORMAL)                           02020000
               MOVE BUSDATE-CURRENT-DATE OF LOANSETL-BUSDATE-REC        02030000
                   TO LOANSETL-TODAYS-DATE                              02040000
           ELSE                                                         02050000
               ACCEPT LOANSETL-TODAYS-DATE FROM DATE YYYYMMDD           02060000
           END-IF                                                       02070000
                                                                        02080000
           EVALUATE TRUE                                                02090000
               WHEN COMM-LS-ACT-QUOTE                                   02100000
                   PERFORM 2000-QUOTE THRU 2000-EXIT                    02110000
               WHEN COMM-LS-ACT-SETTLE                                  02120000
                   PERFORM 3000-SETTLE THRU 3000-EXIT                   02130000
               WHEN COMM-LS-ACT-OVERPAY                                 02140000
                   PERFORM 4000-OVERPAY THRU 4000-EXIT                  02150000
               WHEN OTHER                                               02160000
                   MOVE '3' TO COMM-LS-FAIL-CD                          02170000
           END-EVALUATE                                                 02180000
                                                                        02190000
           IF COMM-LS-FAIL-CD = SPACE                                   02200000
               MOVE 'Y' TO COMM-LS-SUCCESS                              02210000
           ELSE                                                         02220000
               MOVE 'N' TO COMM-LS-SUCCESS                              02230000
           END-IF                                                       02240000
                                                                        02250000
           GO TO 9999-EXIT.                                             02260000
                                                                        02270000
      ******************************************************************02280000
      *  1000-READ-LOAN - READ THE LOAN FOR UPDATE.  ONLY AN ACTIVE    *02290000
      *  LOAN CAN BE QUOTED, SETTLED OR OVERPAID.                      *02300000
      ******************************************************************02310000
       1000-READ-LOAN.                                                  02320000
           MOVE COMM-LS-SORTCODE TO LOAN-SORTCODE                       02330000
                                     OF LOANSETL-LOAN-REC               02340000
           MOVE COMM-LS-NUMBER   TO LOAN-NUMBER                         02350000
                                     OF LOANSETL-LOAN-REC               02360000
                                                                        02370000
           EXEC CICS                                                    02380000
               READ DATASET('LOAN')                                     02390000
                    INTO(LOANSETL-LOAN-REC)                             02400000
                    RIDFLD(LOAN-KEY OF LOANSETL-LOAN-REC)               02410000
                    UPDATE                                              02420000
                    RESP(LOANSETL-RESP)                                 02430000
           END-EXEC                                                     02440000
                                                                        02450000
           IF LOANSETL-RESP = DFHRESP(NOTFND)                           02460000
               MOVE '2' TO COMM-LS-FAIL-CD                              02470000
               GO TO 1000-EXIT                                          02480000
           END-IF                                                       02490000
                                                                        02500000
           IF LOANSETL-RESP NOT = DFHRESP(NORMAL)                       02510000
               MOVE '8' TO COMM-LS-FAIL-CD                              02520000
               GO TO 1000-EXIT                                          02530000
           END-IF                                                       02540000
                                                                        02550000
           MOVE LOAN-STATUS-FLAG OF LOANSETL-LOAN-REC                   02560000
               TO COMM-LS-STATUS                                        02570000
                                                                        02580000
           IF NOT LOAN-ACTIVE OF LOANSETL-LOAN-REC                      02590000
               MOVE '4' TO COMM-LS-FAIL-CD                              02600000
           END-IF.                                                      02610000
       1000-EXIT.                                                       02620000
           EXIT.                                                        02630000
                                                                        02640000
      ******************************************************************02650000
      *  1100-WORK-OUT-FIGURE - THE SETTLEMENT FIGURE AS AT            *02660000
      *  LOANSETL-AS-AT-DATE : OUTSTANDING PRINCIPAL, PLUS INTEREST    *02670000
      *  SINCE THE LAST DUE DATE, PLUS THE INTEREST ELEMENT OF ANY     *02680000
      *  ARREARS.                                                      *02690000
      ******************************************************************02700000
       1100-WORK-OUT-FIGURE.                                            02710000
           MOVE LOAN-NEXT-DUE-DATE OF LOANSETL-LOAN-REC                 02720000
               TO LOANSETL-LAST-DUE-DATE                                02730000
           IF LOANSETL-LAST-DUE-MM = 1                                  02740000
               MOVE 12 TO LOANSETL-LAST-DUE-MM                          02750000
               SUBTRACT 1 FROM LOANSETL-LAST-DUE-YYYY                   02760000
           ELSE                                                         02770000
               SUBTRACT 1 FROM LOANSETL-LAST-DUE-MM                     02780000
           END-IF                                                       02790000
                                                                        02800000
           MOVE LOANSETL-LAST-DUE-DD TO LOANSETL-DAY-1                  02810000
           IF LOANSETL-DAY-1 > 30                                       02820000
               MOVE 30 TO LOANSETL-DAY-1                                02830000
           END-IF                                                       02840000
           MOVE LOANSETL-AS-AT-DD TO LOANSETL-DAY-2                     02850000
           IF LOANSETL-DAY-2 > 30                                       02860000
               MOVE 30 TO LOANSETL-DAY-2                                02870000
           END-IF                                                       02880000
                                                                        02890000
           COMPUTE LOANSETL-ACCRUAL-DAYS =                              02900000
               (LOANSETL-AS-AT-YYYY - LOANSETL-LAST-DUE-YYYY) * 360     02910000
             + (LOANSETL-AS-AT-MM - LOANSETL-LAST-DUE-MM) * 30          02920000
             + (LOANSETL-DAY-2 - LOANSETL-DAY-1)                        02930000
           IF LOANSETL-ACCRUAL-DAYS < ZERO                              02940000
               MOVE ZERO TO LOANSETL-ACCRUAL-DAYS                       02950000
           END-IF                                                       02960000
                                                                        02970000
           COMPUTE LOANSETL-INTEREST ROUNDED =                          02980000
               (LOAN-OUTSTANDING OF LOANSETL-LOAN-REC                   02990000
                * LOAN-ANNUAL-RATE OF LOANSETL-LOAN-REC                 03000000
                * LOANSETL-ACCRUAL-DAYS)                                03010000
               / 36000                                                  03020000
                                                                        03030000
           MOVE ZERO TO LOANSETL-MISSED-PRINCIPAL                       03040000
           MOVE ZERO TO LOANSETL-INSTALMENT                             03050000
           COMPUTE LOANSETL-LAST-INSTALMENT =                           03060000
               LOAN-PAID-COUNT OF LOANSETL-LOAN-REC                     03070000
             + LOAN-ARREARS-COUNT OF LOANSETL-LOAN-REC                  03080000
           PERFORM 1150-ADD-MISSED-ROW THRU 1150-EXIT                   03090000
              UNTIL LOANSETL-INSTALMENT NOT < LOANSETL-LAST-INSTALMENT  03100000
                                                                        03110000
           COMPUTE LOANSETL-ARREARS-CHARGE =                            03120000
               LOAN-ARREARS-AMOUNT OF LOANSETL-LOAN-REC                 03130000
             - LOANSETL-MISSED-PRINCIPAL                                03140000
           IF LOANSETL-ARREARS-CHARGE < ZERO                            03150000
               MOVE ZERO TO LOANSETL-ARREARS-CHARGE                     03160000
           END-IF                                                       03170000
                                                                        03180000
           COMPUTE LOANSETL-SETTLE-AMOUNT =                             03190000
               LOAN-OUTSTANDING OF LOANSETL-LOAN-REC                    03200000
             + LOANSETL-INTEREST                                        03210000
             + LOANSETL-ARREARS-CHARGE                                  03220000
                                                                        03230000
           MOVE LOAN-OUTSTANDING OF LOANSETL-LOAN-REC                   03240000
               TO COMM-LS-OUTSTANDING                                   03250000
           MOVE LOANSETL-INTEREST       TO COMM-LS-INTEREST             03260000
           MOVE LOANSETL-ARREARS-CHARGE TO COMM-LS-ARREARS              03270000
           MOVE LOANSETL-SETTLE-AMOUNT  TO COMM-LS-SETTLE-AMOUNT.       03280000
       1100-EXIT.                                                       03290000
           EXIT.                                                        03300000
                                                                        03310000
      ******************************************************************03320000
      *  1150-ADD-MISSED-ROW - READ ONE COLLECTED-OR-MISSED SCHEDULE   *03330000
      *  ROW AND, IF IT WAS MISSED, ADD ITS PRINCIPAL PART - THAT      *03340000
      *  MONEY IS STILL IN LOAN-OUTSTANDING AS WELL AS IN THE          *03350000
      *  ARREARS AMOUNT.                                               *03360000
      ******************************************************************03370000
       1150-ADD-MISSED-ROW.                                             03380000
           ADD 1 TO LOANSETL-INSTALMENT                                 03390000
           MOVE LOAN-SORTCODE OF LOANSETL-LOAN-REC                      03400000
               TO LOANSCH-SORTCODE OF LOANSETL-SCHED-REC                03410000
           MOVE LOAN-NUMBER OF LOANSETL-LOAN-REC                        03420000
               TO LOANSCH-LOAN-NUMBER OF LOANSETL-SCHED-REC             03430000
           MOVE LOANSETL-INSTALMENT                                     03440000
               TO LOANSCH-INSTALMENT OF LOANSETL-SCHED-REC              03450000
                                                                        03460000
           EXEC CICS                                                    03470000
               READ DATASET('LOANSCH')                                  03480000
                    INTO(LOANSETL-SCHED-REC)                            03490000
                    RIDFLD(LOANSCH-KEY OF LOANSETL-SCHED-REC)           03500000
                    RESP(LOANSETL-RESP)                                 03510000
           END-EXEC                                                     03520000
                                                                        03530000
           IF LOANSETL-RESP NOT = DFHRESP(NORMAL)                       03540000
               GO TO 1150-EXIT                                          03550000
           END-IF                                                       03560000
                                                                        03570000
           IF LOANSCH-MISSED OF LOANSETL-SCHED-REC                      03580000
               ADD LOANSCH-PRINCIPAL-PART OF LOANSETL-SCHED-REC         03590000
                   TO LOANSETL-MISSED-PRINCIPAL                         03600000
           END-IF.                                                      03610000
       1150-EXIT.                                                       03620000
           EXIT.                                                        03630000
                                                                        03640000
      ******************************************************************03650000
      *  2000-QUOTE - WORK OUT THE FIGURE TO THE LAST DAY THE QUOTE    *03660000
      *  IS GOOD FOR AND KEEP IT ON THE LOAN RECORD.                   *03670000
      ******************************************************************03680000
       2000-QUOTE.                                                      03690000
           PERFORM 1000-READ-LOAN THRU 1000-EXIT                        03700000
           IF COMM-LS-FAIL-CD NOT = SPACE                               03710000
               GO TO 2000-EXIT                                          03720000
           END-IF                                                       03730000
                                                                        03740000
           MOVE COMM-LS-QUOTE-DAYS TO LOANSETL-QUOTE-DAYS               03750000
           IF LOANSETL-QUOTE-DAYS = ZERO                                03760000
               MOVE 28 TO LOANSETL-QUOTE-DAYS                           03770000
           END-IF                                                       03780000
                                                                        03790000
           MOVE LOANSETL-TODAYS-DATE TO LOANSETL-AS-AT-DATE             03800000
           MOVE ZERO TO LOANSETL-DAY-COUNT                              03810000
           PERFORM 2100-ADD-ONE-DAY THRU 2100-EXIT                      03820000
              UNTIL LOANSETL-DAY-COUNT = LOANSETL-QUOTE-DAYS            03830000
                                                                        03840000
           PERFORM 1100-WORK-OUT-FIGURE THRU 1100-EXIT                  03850000
                                                                        03860000
           MOVE LOANSETL-SETTLE-AMOUNT                                  03870000
               TO LOAN-QUOTE-AMOUNT OF LOANSETL-LOAN-REC                03880000
           MOVE LOANSETL-TODAYS-DATE                                    03890000
               TO LOAN-QUOTE-DATE OF LOANSETL-LOAN-REC                  03900000
           MOVE LOANSETL-AS-AT-DATE                                     03910000
               TO LOAN-QUOTE-GOOD-UNTIL OF LOANSETL-LOAN-REC            03920000
           MOVE LOANSETL-AS-AT-DATE TO COMM-LS-GOOD-UNTIL               03930000
                                                                        03940000
           EXEC CICS                                                    03950000
               REWRITE DATASET('LOAN')                                  03960000
                       FROM(LOANSETL-LOAN-REC)                          03970000
                       RESP(LOANSETL-RESP)                              03980000
           END-EXEC                                                     03990000
                                                                        04000000
           IF LOANSETL-RESP NOT = DFHRESP(NORMAL)                       04010000
               MOVE '7' TO COMM-LS-FAIL-CD                              04020000
               GO TO 2000-EXIT                                          04030000
           END-IF                                                       04040000
                                                                        04050000
           PERFORM 6000-RETURN-TERMS THRU 6000-EXIT.                    04060000
       2000-EXIT.                                                       04070000
           EXIT.                                                        04080000
                                                                        04090000
      ******************************************************************04100000
      *  2100-ADD-ONE-DAY - STEP THE AS-AT DATE FORWARD ONE DAY,       *04110000
      *  CARRYING INTO THE NEXT MONTH AND YEAR AS NEEDED.              *04120000
      ******************************************************************04130000
       2100-ADD-ONE-DAY.                                                04140000
           MOVE LOANSETL-MONTH-DAY-TAB(LOANSETL-AS-AT-MM)               04150000
               TO LOANSETL-DAYS-IN-MONTH                                04160000
           IF LOANSETL-AS-AT-MM = 2                                     04170000
               PERFORM 2150-SET-LEAP-SWITCH THRU 2150-EXIT              04180000
               IF LOANSETL-IS-LEAP                                      04190000
                   MOVE 29 TO LOANSETL-DAYS-IN-MONTH                    04200000
               END-IF                                                   04210000
           END-IF                                                       04220000
                                                                        04230000
           ADD 1 TO LOANSETL-AS-AT-DD                                   04240000
           IF LOANSETL-AS-AT-DD > LOANSETL-DAYS-IN-MONTH                04250000
               MOVE 1 TO LOANSETL-AS-AT-DD                              04260000
               ADD 1 TO LOANSETL-AS-AT-MM                               04270000
               IF LOANSETL-AS-AT-MM > 12                                04280000
                   MOVE 1 TO LOANSETL-AS-AT-MM                          04290000
                   ADD 1 TO LOANSETL-AS-AT-YYYY                         04300000
               END-IF                                                   04310000
           END-IF                                                       04320000
                                                                        04330000
           ADD 1 TO LOANSETL-DAY-COUNT.                                 04340000
       2100-EXIT.                                                       04350000
           EXIT.                                                        04360000
                                                                        04370000
      ******************************************************************04380000
      *  2150-SET-LEAP-SWITCH - GREGORIAN LEAP-YEAR TEST ON THE AS-AT  *04390000
      *  DATE'S YEAR.                                                  *04400000
      ******************************************************************04410000
       2150-SET-LEAP-SWITCH.                                            04420000
           MOVE 'N' TO LOANSETL-LEAP-SWITCH                             04430000
                                                                        04440000
           DIVIDE LOANSETL-AS-AT-YYYY BY 400                            04450000
               GIVING LOANSETL-YEAR-QUOT                                04460000
               REMAINDER LOANSETL-YEAR-REM                              04470000
           IF LOANSETL-YEAR-REM = ZERO                                  04480000
               SET LOANSETL-IS-LEAP TO TRUE                             04490000
               GO TO 2150-EXIT                                          04500000
           END-IF                                                       04510000
                                                                        04520000
           DIVIDE LOANSETL-AS-AT-YYYY BY 100                            04530000
               GIVING LOANSETL-YEAR-QUOT                                04540000
               REMAINDER LOANSETL-YEAR-REM                              04550000
           IF LOANSETL-YEAR-REM = ZERO                                  04560000
               GO TO 2150-EXIT                                          04570000
           END-IF                                                       04580000
                                                                        04590000
           DIVIDE LOANSETL-AS-AT-YYYY BY 4                              04600000
               GIVING LOANSETL-YEAR-QUOT                                04610000
               REMAINDER LOANSETL-YEAR-REM                              04620000
           IF LOANSETL-YEAR-REM = ZERO                                  04630000
               SET LOANSETL-IS-LEAP TO TRUE                             04640000
           END-IF.                                                      04650000
       2150-EXIT.                                                       04660000
           EXIT.                                                        04670000
                                                                        04680000
      ******************************************************************04690000
      *  3000-SETTLE - A QUOTE STILL GOOD TODAY IS HONOURED; OTHERWISE *04700000
      *  THE FIGURE IS WORKED OUT TO TODAY.  DEBIT IT, CLOSE OFF THE   *04710000
      *  SCHEDULE AND SETTLE THE LOAN.                                 *04720000
      ******************************************************************04730000
       3000-SETTLE.                                                     04740000
           PERFORM 1000-READ-LOAN THRU 1000-EXIT                        04750000
           IF COMM-LS-FAIL-CD NOT = SPACE                               04760000
               GO TO 3000-EXIT                                          04770000
           END-IF                                                       04780000
                                                                        04790000
           MOVE LOANSETL-TODAYS-DATE TO LOANSETL-AS-AT-DATE             04800000
           PERFORM 1100-WORK-OUT-FIGURE THRU 1100-EXIT                  04810000
                                                                        04820000
           IF LOAN-QUOTE-AMOUNT OF LOANSETL-LOAN-REC > ZERO             04830000
              AND LOAN-QUOTE-GOOD-UNTIL OF LOANSETL-LOAN-REC            04840000
                  NOT < LOANSETL-TODAYS-DATE                            04850000
               MOVE LOAN-QUOTE-AMOUNT OF LOANSETL-LOAN-REC              04860000
                   TO LOANSETL-SETTLE-AMOUNT                            04870000
               MOVE LOANSETL-SETTLE-AMOUNT TO COMM-LS-SETTLE-AMOUNT     04880000
               MOVE LOAN-QUOTE-GOOD-UNTIL OF LOANSETL-LOAN-REC          04890000
                   TO COMM-LS-GOOD-UNTIL                                04900000
           END-IF                                                       04910000
                                                                        04920000
           MOVE LOANSETL-SETTLE-AMOUNT TO LOANSETL-POST-AMOUNT          04930000
           MOVE 'LOAN EARLY SETTLEMENT' TO LOANSETL-POST-DESC           04940000
           PERFORM 5000-DEBIT-ACCOUNT THRU 5000-EXIT                    04950000
           IF COMM-LS-FAIL-CD NOT = SPACE                               04960000
               GO TO 3000-EXIT                                          04970000
           END-IF                                                       04980000
                                                                        04990000
           MOVE ZERO TO LOANSETL-INSTALMENT                             05000000
           PERFORM 3100-CLOSE-SCHEDULE-ROW THRU 3100-EXIT               05010000
              UNTIL LOANSETL-INSTALMENT NOT <                           05020000
                    LOAN-TERM-MONTHS OF LOANSETL-LOAN-REC               05030000
                                                                        05040000
           MOVE ZERO TO LOAN-OUTSTANDING OF LOANSETL-LOAN-REC           05050000
           MOVE ZERO TO LOAN-ARREARS-AMOUNT OF LOANSETL-LOAN-REC        05060000
           MOVE ZERO TO LOAN-QUOTE-AMOUNT OF LOANSETL-LOAN-REC          05070000
           MOVE ZERO TO LOAN-QUOTE-GOOD-UNTIL OF LOANSETL-LOAN-REC      05080000
           SET LOAN-SETTLED OF LOANSETL-LOAN-REC TO TRUE                05090000
           MOVE LOANSETL-TODAYS-DATE                                    05100000
               TO LOAN-SETTLED-DATE OF LOANSETL-LOAN-REC                05110000
                                                                        05120000
           EXEC CICS                                                    05130000
               REWRITE DATASET('LOAN')                                  05140000
                       FROM(LOANSETL-LOAN-REC)                          05150000
                       RESP(LOANSETL-RESP)                              05160000
           END-EXEC                                                     05170000
                                                                        05180000
           IF LOANSETL-RESP NOT = DFHRESP(NORMAL)                       05190000
               MOVE '7' TO COMM-LS-FAIL-CD                              05200000
               GO TO 3000-EXIT                                          05210000
           END-IF                                                       05220000
                                                                        05230000
           PERFORM 6000-RETURN-TERMS THRU 6000-EXIT.                    05240000
       3000-EXIT.                                                       05250000
           EXIT.                                                        05260000
                                                                        05270000
      ******************************************************************05280000
      *  3100-CLOSE-SCHEDULE-ROW - MARK ONE SCHEDULE ROW THAT IS STILL *05290000
      *  DUE OR MISSED AS PAID BY THE SETTLEMENT.                      *05300000
      ******************************************************************05310000
       3100-CLOSE-SCHEDULE-ROW.                                         05320000
           ADD 1 TO LOANSETL-INSTALMENT                                 05330000
           MOVE LOAN-SORTCODE OF LOANSETL-LOAN-REC                      05340000
               TO LOANSCH-SORTCODE OF LOANSETL-SCHED-REC                05350000
           MOVE LOAN-NUMBER OF LOANSETL-LOAN-REC                        05360000
               TO LOANSCH-LOAN-NUMBER OF LOANSETL-SCHED-REC             05370000
           MOVE LOANSETL-INSTALMENT                                     05380000
               TO LOANSCH-INSTALMENT OF LOANSETL-SCHED-REC              05390000
                                                                        05400000
           EXEC CICS                                                    05410000
               READ DATASET('LOANSCH')                                  05420000
                    INTO(LOANSETL-SCHED-REC)                            05430000
                    RIDFLD(LOANSCH-KEY OF LOANSETL-SCHED-REC)           05440000
                    UPDATE                                              05450000
                    RESP(LOANSETL-RESP)                                 05460000
           END-EXEC                                                     05470000
                                                                        05480000
           IF LOANSETL-RESP NOT = DFHRESP(NORMAL)                       05490000
               GO TO 3100-EXIT                                          05500000
           END-IF                                                       05510000
                                                                        05520000
           IF LOANSCH-PAID OF LOANSETL-SCHED-REC                        05530000
               EXEC CICS                                                05540000
                   UNLOCK DATASET('LOANSCH')                            05550000
                          RESP(LOANSETL-RESP)                           05560000
               END-EXEC                                                 05570000
               GO TO 3100-EXIT                                          05580000
           END-IF                                                       05590000
                                                                        05600000
           SET LOANSCH-PAID OF LOANSETL-SCHED-REC TO TRUE               05610000
           MOVE LOANSETL-TODAYS-DATE                                    05620000
               TO LOANSCH-SETTLED-DATE OF LOANSETL-SCHED-REC            05630000
                                                                        05640000
           EXEC CICS                                                    05650000
               REWRITE DATASET('LOANSCH')                               05660000
                       FROM(LOANSETL-SCHED-REC)                         05670000
                       RESP(LOANSETL-RESP)                              05680000
           END-EXEC                                                     05690000
                                                                        05700000
           IF LOANSETL-RESP NOT = DFHRESP(NORMAL)                       05710000
               DISPLAY 'LOANSETL - CRITICAL - SCHEDULE REWRITE '        05720000
                   'FAILED FOR LOAN ' COMM-LS-NUMBER                    05730000
           END-IF.                                                      05740000
       3100-EXIT.                                                       05750000
           EXIT.                                                        05760000
                                                                        05770000
      ******************************************************************05780000
      *  4000-OVERPAY - DEBIT A PART OVERPAYMENT, TAKE IT OFF THE      *05790000
      *  OUTSTANDING PRINCIPAL AND REBUILD THE REST OF THE SCHEDULE.   *05800000
      *  AN AMOUNT THAT WOULD CLEAR THE PRINCIPAL IS A SETTLEMENT, NOT *05810000
      *  AN OVERPAYMENT (FAIL 6).                                      *05820000
      ******************************************************************05830000
       4000-OVERPAY.                                                    05840000
           IF COMM-LS-AMOUNT NOT > ZERO                                 05850000
               MOVE '6' TO COMM-LS-FAIL-CD                              05860000
               GO TO 4000-EXIT                                          05870000
           END-IF                                                       05880000
                                                                        05890000
           IF NOT COMM-LS-SHORTER-TERM                                  05900000
              AND NOT COMM-LS-LOWER-PAYMENT                             05910000
               MOVE 'O' TO COMM-LS-FAIL-CD                              05920000
               GO TO 4000-EXIT                                          05930000
           END-IF                                                       05940000
                                                                        05950000
           PERFORM 1000-READ-LOAN THRU 1000-EXIT                        05960000
           IF COMM-LS-FAIL-CD NOT = SPACE                               05970000
               GO TO 4000-EXIT                                          05980000
           END-IF                                                       05990000
                                                                        06000000
           IF LOAN-ARREARS-COUNT OF LOANSETL-LOAN-REC > ZERO            06010000
              OR LOAN-ARREARS-AMOUNT OF LOANSETL-LOAN-REC > ZERO        06020000
               MOVE 'A' TO COMM-LS-FAIL-CD                              06030000
               GO TO 4000-EXIT                                          06040000
           END-IF                                                       06050000
                                                                        06060000
           IF COMM-LS-AMOUNT NOT <                                      06070000
              LOAN-OUTSTANDING OF LOANSETL-LOAN-REC                     06080000
               MOVE '6' TO COMM-LS-FAIL-CD                              06090000
               GO TO 4000-EXIT                                          06100000
           END-IF                                                       06110000
                                                                        06120000
           MOVE COMM-LS-AMOUNT TO LOANSETL-POST-AMOUNT                  06130000
           MOVE 'LOAN OVERPAYMENT' TO LOANSETL-POST-DESC                06140000
           PERFORM 5000-DEBIT-ACCOUNT THRU 5000-EXIT                    06150000
           IF COMM-LS-FAIL-CD NOT = SPACE                               06160000
               GO TO 4000-EXIT                                          06170000
           END-IF                                                       06180000
                                                                        06190000
           SUBTRACT COMM-LS-AMOUNT                                      06200000
               FROM LOAN-OUTSTANDING OF LOANSETL-LOAN-REC               06210000
                                                                        06220000
           PERFORM 4200-REBUILD-SCHEDULE THRU 4200-EXIT                 06230000
                                                                        06240000
      *    ANY QUOTE GIVEN BEFORE THE OVERPAYMENT IS NOW WRONG.        *06250000
           MOVE ZERO TO LOAN-QUOTE-AMOUNT OF LOANSETL-LOAN-REC          06260000
           MOVE ZERO TO LOAN-QUOTE-GOOD-UNTIL OF LOANSETL-LOAN-REC      06270000
                                                                        06280000
           EXEC CICS                                                    06290000
               REWRITE DATASET('LOAN')                                  06300000
                       FROM(LOANSETL-LOAN-REC)                          06310000
                       RESP(LOANSETL-RESP)                              06320000
           END-EXEC                                                     06330000
                                                                        06340000
           IF LOANSETL-RESP NOT = DFHRESP(NORMAL)                       06350000
               MOVE '7' TO COMM-LS-FAIL-CD                              06360000
               GO TO 4000-EXIT                                          06370000
           END-IF                                                       06380000
                                                                        06390000
           MOVE LOAN-OUTSTANDING OF LOANSETL-LOAN-REC                   06400000
               TO COMM-LS-OUTSTANDING                                   06410000
           PERFORM 6000-RETURN-TERMS THRU 6000-EXIT.                    06420000
       4000-EXIT.                                                       06430000
           EXIT.                                                        06440000
                                                                        06450000
      ******************************************************************06460000
      *  4200-REBUILD-SCHEDULE - THE ROWS FROM THE NEXT INSTALMENT TO  *06470000
      *  THE OLD END OF TERM ARE DELETED AND WRITTEN AFRESH FROM THE   *06480000
      *  REDUCED BALANCE.  SHORTER TERM KEEPS THE LEVEL PAYMENT AND    *06490000
      *  STOPS WHEN THE BALANCE RUNS OUT; LOWER PAYMENT KEEPS THE      *06500000
      *  NUMBER OF ROWS AND RE-PRICES THE PAYMENT BY THE ANNUITY       *06510000
      *  FORMULA.  EITHER WAY THE LAST ROW CLEARS THE ROUNDING.        *06520000
      ******************************************************************06530000
       4200-REBUILD-SCHEDULE.                                           06540000
           COMPUTE LOANSETL-FIRST-INSTALMENT =                          06550000
               LOAN-PAID-COUNT OF LOANSETL-LOAN-REC + 1                 06560000
           COMPUTE LOANSETL-REMAINING =                                 06570000
               LOAN-TERM-MONTHS OF LOANSETL-LOAN-REC                    06580000
             - LOAN-PAID-COUNT OF LOANSETL-LOAN-REC                     06590000
                                                                        06600000
           COMPUTE LOANSETL-MONTHLY-RATE ROUNDED =                      06610000
               LOAN-ANNUAL-RATE OF LOANSETL-LOAN-REC / 1200             06620000
                                                                        06630000
           IF COMM-LS-SHORTER-TERM                                      06640000
               MOVE LOAN-MONTHLY-PAYMENT OF LOANSETL-LOAN-REC           06650000
                   TO LOANSETL-LEVEL-PAYMENT                            06660000
           ELSE                                                         06670000
               PERFORM 4250-PRICE-PAYMENT THRU 4250-EXIT                06680000
           END-IF                                                       06690000
                                                                        06700000
           MOVE LOANSETL-FIRST-INSTALMENT TO LOANSETL-INSTALMENT        06710000
           PERFORM 4300-DELETE-ROW THRU 4300-EXIT                       06720000
              UNTIL LOANSETL-INSTALMENT >                               06730000
                    LOAN-TERM-MONTHS OF LOANSETL-LOAN-REC               06740000
                                                                        06750000
           MOVE LOAN-OUTSTANDING OF LOANSETL-LOAN-REC                   06760000
               TO LOANSETL-RUNNING-BAL                                  06770000
           MOVE LOAN-NEXT-DUE-DATE OF LOANSETL-LOAN-REC                 06780000
               TO LOANSETL-SCHED-DATE                                   06790000
           COMPUTE LOANSETL-LAST-INSTALMENT =                           06800000
               LOAN-TERM-MONTHS OF LOANSETL-LOAN-REC                    06810000
           COMPUTE LOANSETL-INSTALMENT =                                06820000
               LOANSETL-FIRST-INSTALMENT - 1                            06830000
                                                                        06840000
           PERFORM 4400-WRITE-ONE-ROW THRU 4400-EXIT                    06850000
              UNTIL LOANSETL-RUNNING-BAL NOT > ZERO                     06860000
                 OR COMM-LS-FAIL-CD NOT = SPACE                         06870000
                                                                        06880000
           MOVE LOANSETL-INSTALMENT                                     06890000
               TO LOAN-TERM-MONTHS OF LOANSETL-LOAN-REC                 06900000
           MOVE LOANSETL-LEVEL-PAYMENT                                  06910000
               TO LOAN-MONTHLY-PAYMENT OF LOANSETL-LOAN-REC.            06920000
       4200-EXIT.                                                       06930000
           EXIT.                                                        06940000
                                                                        06950000
      ******************************************************************06960000
      *  4250-PRICE-PAYMENT - P * R * F / (F - 1) OVER THE REMAINING   *06970000
      *  ROWS, F BEING (1+R) TO THAT POWER.  A ZERO RATE DIVIDES THE   *06980000
      *  BALANCE EVENLY.                                               *06990000
      ******************************************************************07000000
       4250-PRICE-PAYMENT.                                              07010000
           IF LOANSETL-MONTHLY-RATE = ZERO                              07020000
               COMPUTE LOANSETL-LEVEL-PAYMENT ROUNDED =                 07030000
                   LOAN-OUTSTANDING OF LOANSETL-LOAN-REC                07040000
                   / LOANSETL-REMAINING                                 07050000
               GO TO 4250-EXIT                                          07060000
           END-IF                                                       07070000
                                                                        07080000
           MOVE 1 TO LOANSETL-GROWTH-FACTOR                             07090000
           MOVE LOANSETL-REMAINING TO LOANSETL-POWER-COUNT              07100000
           PERFORM 4260-MULTIPLY-FACTOR THRU 4260-EXIT                  07110000
              UNTIL LOANSETL-POWER-COUNT = ZERO                         07120000
                                                                        07130000
           COMPUTE LOANSETL-LEVEL-PAYMENT ROUNDED =                     07140000
               (LOAN-OUTSTANDING OF LOANSETL-LOAN-REC                   07150000
                * LOANSETL-MONTHLY-RATE                                 07160000
                * LOANSETL-GROWTH-FACTOR)                               07170000
               / (LOANSETL-GROWTH-FACTOR - 1).                          07180000
       4250-EXIT.                                                       07190000
           EXIT.                                                        07200000
                                                                        07210000
      ******************************************************************07220000
      *  4260-MULTIPLY-FACTOR - ONE STEP OF (1+R) TO THE POWER N.      *07230000
      ******************************************************************07240000
       4260-MULTIPLY-FACTOR.                                            07250000
           COMPUTE LOANSETL-GROWTH-FACTOR ROUNDED =                     07260000
               LOANSETL-GROWTH-FACTOR * (1 + LOANSETL-MONTHLY-RATE)     07270000
           SUBTRACT 1 FROM LOANSETL-POWER-COUNT.                        07280000
       4260-EXIT.                                                       07290000
           EXIT.                                                        07300000
                                                                        07310000
      ******************************************************************07320000
      *  4300-DELETE-ROW - DROP ONE OLD SCHEDULE ROW.  A ROW ALREADY   *07330000
      *  GONE IS NOT AN ERROR.                                         *07340000
      ******************************************************************07350000
       4300-DELETE-ROW.                                                 07360000
           MOVE LOAN-SORTCODE OF LOANSETL-LOAN-REC                      07370000
               TO LOANSCH-SORTCODE OF LOANSETL-SCHED-REC                07380000
           MOVE LOAN-NUMBER OF LOANSETL-LOAN-REC                        07390000
               TO LOANSCH-LOAN-NUMBER OF LOANSETL-SCHED-REC             07400000
           MOVE LOANSETL-INSTALMENT                                     07410000
               TO LOANSCH-INSTALMENT OF LOANSETL-SCHED-REC              07420000
                                                                        07430000
           EXEC CICS                                                    07440000
               DELETE DATASET('LOANSCH')                                07450000
                      RIDFLD(LOANSCH-KEY OF LOANSETL-SCHED-REC)         07460000
                      RESP(LOANSETL-RESP)                               07470000
           END-EXEC                                                     07480000
                                                                        07490000
           ADD 1 TO LOANSETL-INSTALMENT.                                07500000
       4300-EXIT.                                                       07510000
           EXIT.                                                        07520000
                                                                        07530000
      ******************************************************************07540000
      *  4400-WRITE-ONE-ROW - BUILD AND WRITE ONE REBUILT ROW.  THE    *07550000
      *  FIRST FALLS ON THE LOAN'S NEXT DUE DATE, EACH LATER ONE A     *07560000
      *  MONTH ON.                                                     *07570000
      ******************************************************************07580000
       4400-WRITE-ONE-ROW.                                              07590000
           ADD 1 TO LOANSETL-INSTALMENT                                 07600000
           IF LOANSETL-INSTALMENT > LOANSETL-FIRST-INSTALMENT           07610000
               PERFORM 4450-ADD-ONE-MONTH THRU 4450-EXIT                07620000
           END-IF                                                       07630000
                                                                        07640000
           COMPUTE LOANSETL-INT-PART ROUNDED =                          07650000
               LOANSETL-RUNNING-BAL * LOANSETL-MONTHLY-RATE             07660000
                                                                        07670000
           IF (COMM-LS-LOWER-PAYMENT                                    07680000
               AND LOANSETL-INSTALMENT = LOANSETL-LAST-INSTALMENT)      07690000
              OR LOANSETL-RUNNING-BAL + LOANSETL-INT-PART               07700000
                 NOT > LOANSETL-LEVEL-PAYMENT                           07710000
              OR LOANSETL-INSTALMENT = 999                              07720000
               MOVE LOANSETL-RUNNING-BAL TO LOANSETL-PRIN-PART          07730000
               COMPUTE LOANSETL-PAYMENT =                               07740000
                   LOANSETL-PRIN-PART + LOANSETL-INT-PART               07750000
           ELSE                                                         07760000
               MOVE LOANSETL-LEVEL-PAYMENT TO LOANSETL-PAYMENT          07770000
               COMPUTE LOANSETL-PRIN-PART =                             07780000
                   LOANSETL-PAYMENT - LOANSETL-INT-PART                 07790000
           END-IF                                                       07800000
                                                                        07810000
           SUBTRACT LOANSETL-PRIN-PART FROM LOANSETL-RUNNING-BAL        07820000
                                                                        07830000
           MOVE 'LNSC' TO LOANSCH-EYECATCHER OF LOANSETL-SCHED-REC      07840000
           MOVE LOAN-SORTCODE OF LOANSETL-LOAN-REC                      07850000
               TO LOANSCH-SORTCODE OF LOANSETL-SCHED-REC                07860000
           MOVE LOAN-NUMBER OF LOANSETL-LOAN-REC                        07870000
               TO LOANSCH-LOAN-NUMBER OF LOANSETL-SCHED-REC             07880000
           MOVE LOANSETL-INSTALMENT TO LOANSCH-INSTALMENT               07890000
                                        OF LOANSETL-SCHED-REC           07900000
           MOVE LOANSETL-SCHED-DATE TO LOANSCH-DUE-DATE                 07910000
                                        OF LOANSETL-SCHED-REC           07920000
           MOVE LOANSETL-PAYMENT TO LOANSCH-PAYMENT                     07930000
                                     OF LOANSETL-SCHED-REC              07940000
           MOVE LOANSETL-PRIN-PART TO LOANSCH-PRINCIPAL-PART            07950000
                                       OF LOANSETL-SCHED-REC            07960000
           MOVE LOANSETL-INT-PART TO LOANSCH-INTEREST-PART              07970000
                                      OF LOANSETL-SCHED-REC             07980000
           MOVE LOANSETL-RUNNING-BAL TO LOANSCH-BALANCE-AFTER           07990000
                                         OF LOANSETL-SCHED-REC          08000000
           SET LOANSCH-DUE OF LOANSETL-SCHED-REC TO TRUE                08010000
           MOVE ZERO TO LOANSCH-SETTLED-DATE OF LOANSETL-SCHED-REC      08020000
                                                                        08030000
           EXEC CICS                                                    08040000
               WRITE DATASET('LOANSCH')                                 08050000
                     FROM(LOANSETL-SCHED-REC)                           08060000
                     RIDFLD(LOANSCH-KEY OF LOANSETL-SCHED-REC)          08070000
                     RESP(LOANSETL-RESP)                                08080000
           END-EXEC                                                     08090000
                                                                        08100000
           IF LOANSETL-RESP NOT = DFHRESP(NORMAL)                       08110000
               MOVE '7' TO COMM-LS-FAIL-CD                              08120000
           END-IF.                                                      08130000
       4400-EXIT.                                                       08140000
           EXIT.                                                        08150000
                                                                        08160000
      ******************************************************************08170000
      *  4450-ADD-ONE-MONTH - STEP THE SCHEDULE DATE FORWARD ONE       *08180000
      *  MONTH, ROLLING THE YEAR AND CLAMPING THE DAY INTO A SHORT     *08190000
      *  MONTH, AS LOANOPEN DOES.                                      *08200000
      ******************************************************************08210000
       4450-ADD-ONE-MONTH.                                              08220000
           ADD 1 TO LOANSETL-SCHED-MM                                   08230000
           IF LOANSETL-SCHED-MM > 12                                    08240000
               MOVE 1 TO LOANSETL-SCHED-MM                              08250000
               ADD 1 TO LOANSETL-SCHED-YYYY                             08260000
           END-IF                                                       08270000
                                                                        08280000
           IF LOANSETL-SCHED-DD > 28 AND LOANSETL-SCHED-MM = 2          08290000
               MOVE 28 TO LOANSETL-SCHED-DD                             08300000
           END-IF                                                       08310000
           IF LOANSETL-SCHED-DD > 30                                    08320000
              AND (LOANSETL-SCHED-MM = 4 OR LOANSETL-SCHED-MM = 6       08330000
               OR LOANSETL-SCHED-MM = 9 OR LOANSETL-SCHED-MM = 11)      08340000
               MOVE 30 TO LOANSETL-SCHED-DD                             08350000
           END-IF.                                                      08360000
       4450-EXIT.                                                       08370000
           EXIT.                                                        08380000
                                                                        08390000
      ******************************************************************08400000
      *  5000-DEBIT-ACCOUNT - TAKE LOANSETL-POST-AMOUNT FROM THE       *08410000
      *  DISBURSEMENT ACCOUNT, WHICH MUST BE OPEN, STERLING AND HAVE   *08420000
      *  THE AVAILABLE BALANCE TO COVER IT, AND LOG THE LNR ROW.       *08430000
      ******************************************************************08440000
       5000-DEBIT-ACCOUNT.                                              08450000
           MOVE COMM-LS-SORTCODE TO LOANSETL-KEY-SORTCODE               08460000
           MOVE LOAN-DISBURSE-ACCOUNT OF LOANSETL-LOAN-REC              08470000
               TO LOANSETL-KEY-ACCNO                                    08480000
                                                                        08490000
           EXEC CICS                                                    08500000
               READ DATASET('ACCOUNT')                                  08510000
                    INTO(LOANSETL-ACCOUNT-REC)                          08520000
                    RIDFLD(LOANSETL-ACCT-KEY)                           08530000
                    UPDATE                                              08540000
                    RESP(LOANSETL-RESP)                                 08550000
           END-EXEC                                                     08560000
                                                                        08570000
           IF LOANSETL-RESP NOT = DFHRESP(NORMAL)                       08580000
               MOVE '1' TO COMM-LS-FAIL-CD                              08590000
               GO TO 5000-EXIT                                          08600000
           END-IF                                                       08610000
                                                                        08620000
           IF NOT ACCOUNT-OPEN OF LOANSETL-ACCOUNT-REC                  08630000
               MOVE '1' TO COMM-LS-FAIL-CD                              08640000
               GO TO 5000-EXIT                                          08650000
           END-IF                                                       08660000
                                                                        08670000
           IF NOT ACCOUNT-IN-STERLING OF LOANSETL-ACCOUNT-REC           08680000
               MOVE 'C' TO COMM-LS-FAIL-CD                              08690000
               GO TO 5000-EXIT                                          08700000
           END-IF                                                       08710000
                                                                        08720000
           PERFORM 5100-READ-OVERDRAFT THRU 5100-EXIT                   08730000
           PERFORM 5200-SUM-ACTIVE-HOLDS THRU 5200-EXIT                 08740000
           PERFORM 5300-SUM-EARMARKS THRU 5300-EXIT                     08750000
           PERFORM 5400-SUM-UNCLEARED THRU 5400-EXIT                    08760000
           PERFORM 5470-SUM-RELEASE-QUEUE THRU 5470-EXIT                08765000
                                                                        08770000
           IF LOANSETL-POST-AMOUNT >                                    08780000
              ACCOUNT-BALANCE OF LOANSETL-ACCOUNT-REC                   08790000
              - LOANSETL-HOLD-TOTAL - LOANSETL-EARMARK-TOTAL            08800000
              - LOANSETL-UNCLEARED-TOTAL                                08810000
              - LOANSETL-HVQ-TOTAL                                      08815000
              + LOANSETL-OD-LIMIT                                       08820000
               MOVE '9' TO COMM-LS-FAIL-CD                              08830000
               GO TO 5000-EXIT                                          08840000
           END-IF                                                       08850000
                                                                        08860000
           PERFORM 5500-ASSIGN-PROCTRAN-NUMBER THRU 5500-EXIT           08870000
           IF COMM-LS-FAIL-CD NOT = SPACE                               08880000
               GO TO 5000-EXIT                                          08890000
           END-IF                                                       08900000
                                                                        08910000
           SUBTRACT LOANSETL-POST-AMOUNT                                08920000
              FROM ACCOUNT-BALANCE OF LOANSETL-ACCOUNT-REC              08930000
                                                                        08940000
           EXEC CICS                                                    08950000
               REWRITE DATASET('ACCOUNT')                               08960000
                       FROM(LOANSETL-ACCOUNT-REC)                       08970000
                       RESP(LOANSETL-RESP)                              08980000
           END-EXEC                                                     08990000
                                                                        09000000
           IF LOANSETL-RESP NOT = DFHRESP(NORMAL)                       09010000
               MOVE '7' TO COMM-LS-FAIL-CD                              09020000
               GO TO 5000-EXIT                                          09030000
           END-IF                                                       09040000
                                                                        09050000
           PERFORM 5600-WRITE-LNR-PROCTRAN THRU 5600-EXIT.              09060000
       5000-EXIT.                                                       09070000
           EXIT.                                                        09080000
                                                                        09090000
      ******************************************************************09100000
      *  5100-READ-OVERDRAFT - PICK UP ANY UNEXPIRED ARRANGED          *09110000
      *  OVERDRAFT LIMIT ON THE DISBURSEMENT ACCOUNT.                  *09120000
      ******************************************************************09130000
       5100-READ-OVERDRAFT.                                             09140000
           MOVE ZERO TO LOANSETL-OD-LIMIT                               09150000
           MOVE LOANSETL-KEY-SORTCODE TO ODFACIL-SORTCODE               09160000
                                          OF LOANSETL-ODFAC-REC         09170000
           MOVE LOANSETL-KEY-ACCNO    TO ODFACIL-NUMBER                 09180000
                                          OF LOANSETL-ODFAC-REC         09190000
                                                                        09200000
           EXEC CICS                                                    09210000
               READ DATASET('ODFACIL')                                  09220000
                    INTO(LOANSETL-ODFAC-REC)                            09230000
                    RIDFLD(ODFACIL-KEY OF LOANSETL-ODFAC-REC)           09240000
                    RESP(LOANSETL-RESP)                                 09250000
           END-EXEC                                                     09260000
                                                                        09270000
           IF LOANSETL-RESP = DFHRESP(NORMAL)                           09280000
              AND ODFACIL-EXPIRY-DATE OF LOANSETL-ODFAC-REC             09290000
                  NOT < LOANSETL-TODAYS-DATE                            09300000
               MOVE ODFACIL-LIMIT OF LOANSETL-ODFAC-REC                 09310000
                   TO LOANSETL-OD-LIMIT                                 09320000
           END-IF.                                                      09330000
       5100-EXIT.                                                       09340000
           EXIT.                                                        09350000
                                                                        09360000
      ******************************************************************09370000
      *  5200-SUM-ACTIVE-HOLDS - BROWSE THE ACCOUNT'S CARD             *09380000
      *  AUTHORIZATION HOLDS AND ADD UP EVERY ACTIVE ONE THAT HAS      *09390000
      *  NOT PASSED ITS EXPIRY DATE.                                   *09400000
      ******************************************************************09410000
       5200-SUM-ACTIVE-HOLDS.                                           09420000
           MOVE ZERO TO LOANSETL-HOLD-TOTAL                             09430000
           MOVE 'N'  TO LOANSETL-HOLD-BROWSE-SWITCH                     09440000
                                                                        09450000
           MOVE LOANSETL-KEY-SORTCODE TO AUTHHOLD-SORTCODE              09460000
                                          OF LOANSETL-HOLD-REC          09470000
           MOVE LOANSETL-KEY-ACCNO    TO AUTHHOLD-NUMBER                09480000
                                          OF LOANSETL-HOLD-REC          09490000
           MOVE ZERO TO AUTHHOLD-AUTH-REF OF LOANSETL-HOLD-REC          09500000
                                                                        09510000
           EXEC CICS                                                    09520000
               STARTBR DATASET('AUTHHOLD')                              09530000
                       RIDFLD(AUTHHOLD-KEY OF LOANSETL-HOLD-REC)        09540000
                       GTEQ                                             09550000
                       RESP(LOANSETL-RESP)                              09560000
           END-EXEC                                                     09570000
                                                                        09580000
           IF LOANSETL-RESP NOT = DFHRESP(NORMAL)                       09590000
               GO TO 5200-EXIT                                          09600000
           END-IF                                                       09610000
                                                                        09620000
           PERFORM 5250-READ-NEXT-HOLD THRU 5250-EXIT                   09630000
              UNTIL LOANSETL-HOLD-BROWSE-DONE                           09640000
                                                                        09650000
           EXEC CICS                                                    09660000
               ENDBR DATASET('AUTHHOLD')                                09670000
                     RESP(LOANSETL-RESP)                                09680000
           END-EXEC.                                                    09690000
       5200-EXIT.                                                       09700000
           EXIT.                                                        09710000
                                                                        09720000
      ******************************************************************09730000
      *  5250-READ-NEXT-HOLD - STEP THE BROWSE, COUNTING ACTIVE        *09740000
      *  UNEXPIRED HOLDS UNTIL IT LEAVES THE ACCOUNT'S KEY RANGE.      *09750000
      ******************************************************************09760000
       5250-READ-NEXT-HOLD.                                             09770000
           EXEC CICS                                                    09780000
               READNEXT DATASET('AUTHHOLD')                             09790000
                        INTO(LOANSETL-HOLD-REC)                         09800000
                        RIDFLD(AUTHHOLD-KEY OF LOANSETL-HOLD-REC)       09810000
                        RESP(LOANSETL-RESP)                             09820000
           END-EXEC                                                     09830000
                                                                        09840000
           IF LOANSETL-RESP NOT = DFHRESP(NORMAL)                       09850000
               SET LOANSETL-HOLD-BROWSE-DONE TO TRUE                    09860000
               GO TO 5250-EXIT                                          09870000
           END-IF                                                       09880000
                                                                        09890000
           IF AUTHHOLD-SORTCODE OF LOANSETL-HOLD-REC                    09900000
              NOT = LOANSETL-KEY-SORTCODE                               09910000
              OR AUTHHOLD-NUMBER OF LOANSETL-HOLD-REC                   09920000
                 NOT = LOANSETL-KEY-ACCNO                               09930000
               SET LOANSETL-HOLD-BROWSE-DONE TO TRUE                    09940000
               GO TO 5250-EXIT                                          09950000
           END-IF                                                       09960000
                                                                        09970000
           IF AUTHHOLD-ACTIVE OF LOANSETL-HOLD-REC                      09980000
              AND (AUTHHOLD-EXPIRY-DATE OF LOANSETL-HOLD-REC = ZERO     09990000
               OR AUTHHOLD-EXPIRY-DATE OF LOANSETL-HOLD-REC             10000000
                  NOT < LOANSETL-TODAYS-DATE)                           10010000
               ADD AUTHHOLD-AMOUNT OF LOANSETL-HOLD-REC                 10020000
                  TO LOANSETL-HOLD-TOTAL                                10030000
           END-IF.                                                      10040000
       5250-EXIT.                                                       10050000
           EXIT.                                                        10060000
                                                                        10070000
      ******************************************************************10080000
      *  5300-SUM-EARMARKS - BROWSE THE ACCOUNT'S LEGAL-ORDER          *10090000
      *  REGISTER AND ADD UP EVERY ACTIVE EARMARK.                     *10100000
      ******************************************************************10110000
       5300-SUM-EARMARKS.                                               10120000
           MOVE ZERO TO LOANSETL-EARMARK-TOTAL                          10130000
           MOVE 'N'  TO LOANSETL-LEG-BROWSE-SWITCH                      10140000
                                                                        10150000
           MOVE LOANSETL-KEY-SORTCODE TO LEGORDER-SORTCODE              10160000
                                          OF LOANSETL-LEGORDER-REC      10170000
           MOVE LOANSETL-KEY-ACCNO    TO LEGORDER-NUMBER                10180000
                                          OF LOANSETL-LEGORDER-REC      10190000
           MOVE ZERO TO LEGORDER-ORDER-NUMBER OF LOANSETL-LEGORDER-REC  10200000
                                                                        10210000
           EXEC CICS                                                    10220000
               STARTBR DATASET('LEGORDER')                              10230000
                       RIDFLD(LEGORDER-KEY OF LOANSETL-LEGORDER-REC)    10240000
                       GTEQ                                             10250000
                       RESP(LOANSETL-RESP)                              10260000
           END-EXEC                                                     10270000
                                                                        10280000
           IF LOANSETL-RESP NOT = DFHRESP(NORMAL)                       10290000
               GO TO 5300-EXIT                                          10300000
           END-IF                                                       10310000
                                                                        10320000
           PERFORM 5350-READ-NEXT-ORDER THRU 5350-EXIT                  10330000
              UNTIL LOANSETL-LEG-BROWSE-DONE                            10340000
                                                                        10350000
           EXEC CICS                                                    10360000
               ENDBR DATASET('LEGORDER')                                10370000
                     RESP(LOANSETL-RESP)                                10380000
           END-EXEC.                                                    10390000
       5300-EXIT.                                                       10400000
           EXIT.                                                        10410000
                                                                        10420000
      ******************************************************************10430000
      *  5350-READ-NEXT-ORDER - STEP THE BROWSE, COUNTING ACTIVE       *10440000
      *  ORDERS UNTIL IT LEAVES THE ACCOUNT'S KEY RANGE.               *10450000
      ******************************************************************10460000
       5350-READ-NEXT-ORDER.                                            10470000
           EXEC CICS                                                    10480000
               READNEXT DATASET('LEGORDER')                             10490000
                        INTO(LOANSETL-LEGORDER-REC)                     10500000
                        RIDFLD(LEGORDER-KEY OF LOANSETL-LEGORDER-REC)   10510000
                        RESP(LOANSETL-RESP)                             10520000
           END-EXEC                                                     10530000
                                                                        10540000
           IF LOANSETL-RESP NOT = DFHRESP(NORMAL)                       10550000
               SET LOANSETL-LEG-BROWSE-DONE TO TRUE                     10560000
               GO TO 5350-EXIT                                          10570000
           END-IF                                                       10580000
                                                                        10590000
           IF LEGORDER-SORTCODE OF LOANSETL-LEGORDER-REC                10600000
              NOT = LOANSETL-KEY-SORTCODE                               10610000
              OR LEGORDER-NUMBER OF LOANSETL-LEGORDER-REC               10620000
                 NOT = LOANSETL-KEY-ACCNO                               10630000
               SET LOANSETL-LEG-BROWSE-DONE TO TRUE                     10640000
               GO TO 5350-EXIT                                          10650000
           END-IF                                                       10660000
                                                                        10670000
           IF LEGORDER-ACTIVE OF LOANSETL-LEGORDER-REC                  10680000
               ADD LEGORDER-AMOUNT OF LOANSETL-LEGORDER-REC             10690000
                  TO LOANSETL-EARMARK-TOTAL                             10700000
           END-IF.                                                      10710000
       5350-EXIT.                                                       10720000
           EXIT.                                                        10730000
                                                                        10740000
      ******************************************************************10750000
      *  5400-SUM-UNCLEARED - BROWSE THE ACCOUNT'S UNCLEARED-CHEQUE    *10760000
      *  ROWS AND ADD UP EVERY CHEQUE STILL HELD UNCLEARED.  THE       *10770000
      *  CREDIT IS ALREADY IN THE LEDGER BALANCE, BUT THE FUNDS ARE    *10780000
      *  NOT AVAILABLE UNTIL CHQREL CLEARS THE CHEQUE.                 *10790000
      ******************************************************************10800000
       5400-SUM-UNCLEARED.                                              10810000
           MOVE ZERO TO LOANSETL-UNCLEARED-TOTAL                        10820000
           MOVE 'N'  TO LOANSETL-UNCL-BROWSE-SWITCH                     10830000
                                                                        10840000
           MOVE LOANSETL-KEY-SORTCODE TO UNCLRCHQ-SORTCODE              10850000
                                          OF LOANSETL-UNCLEAR-REC       10860000
           MOVE LOANSETL-KEY-ACCNO   TO UNCLRCHQ-NUMBER                 10870000
                                          OF LOANSETL-UNCLEAR-REC       10880000
           MOVE ZERO TO UNCLRCHQ-CHEQUE-NUMBER OF LOANSETL-UNCLEAR-REC  10890000
                                                                        10900000
           EXEC CICS                                                    10910000
               STARTBR DATASET('UNCLRCHQ')                              10920000
                       RIDFLD(UNCLRCHQ-KEY OF LOANSETL-UNCLEAR-REC)     10930000
                       GTEQ                                             10940000
                       RESP(LOANSETL-RESP)                              10950000
           END-EXEC                                                     10960000
                                                                        10970000
           IF LOANSETL-RESP NOT = DFHRESP(NORMAL)                       10980000
               GO TO 5400-EXIT                                          10990000
           END-IF                                                       11000000
                                                                        11010000
           PERFORM 5450-READ-NEXT-UNCLEARED THRU 5450-EXIT              11020000
              UNTIL LOANSETL-UNCL-BROWSE-DONE                           11030000
                                                                        11040000
           EXEC CICS                                                    11050000
               ENDBR DATASET('UNCLRCHQ')                                11060000
                     RESP(LOANSETL-RESP)                                11070000
           END-EXEC.                                                    11080000
       5400-EXIT.                                                       11090000
           EXIT.                                                        11100000
                                                                        11110000
      ******************************************************************11120000
      *  5450-READ-NEXT-UNCLEARED - STEP THE BROWSE, COUNTING          *11130000
      *  UNCLEARED CHEQUES UNTIL IT LEAVES THE ACCOUNT'S KEY RANGE.    *11140000
      ******************************************************************11150000
       5450-READ-NEXT-UNCLEARED.                                        11160000
           EXEC CICS                                                    11170000
               READNEXT DATASET('UNCLRCHQ')                             11180000
                        INTO(LOANSETL-UNCLEAR-REC)                      11190000
                        RIDFLD(UNCLRCHQ-KEY OF LOANSETL-UNCLEAR-REC)    11200000
                        RESP(LOANSETL-RESP)                             11210000
           END-EXEC                                                     11220000
                                                                        11230000
           IF LOANSETL-RESP NOT = DFHRESP(NORMAL)                       11240000
               SET LOANSETL-UNCL-BROWSE-DONE TO TRUE                    11250000
               GO TO 5450-EXIT                                          11260000
           END-IF                                                       11270000
                                                                        11280000
           IF UNCLRCHQ-SORTCODE OF LOANSETL-UNCLEAR-REC                 11290000
              NOT = LOANSETL-KEY-SORTCODE                               11300000
              OR UNCLRCHQ-NUMBER OF LOANSETL-UNCLEAR-REC                11310000
                 NOT = LOANSETL-KEY-ACCNO                               11320000
               SET LOANSETL-UNCL-BROWSE-DONE TO TRUE                    11330000
               GO TO 5450-EXIT                                          11340000
           END-IF                                                       11350000
                                                                        11360000
           IF UNCLRCHQ-UNCLEARED OF LOANSETL-UNCLEAR-REC                11370000
               ADD UNCLRCHQ-AMOUNT OF LOANSETL-UNCLEAR-REC              11380000
                  TO LOANSETL-UNCLEARED-TOTAL                           11390000
           END-IF.                                                      11400000
       5450-EXIT.                                                       11410000
           EXIT.                                                        11420000
      ******************************************************************11420140
      *  5470-SUM-RELEASE-QUEUE - BROWSE THE ACCOUNT'S RANGE           *11420280
      *  OF THE HIGH-VALUE RELEASE QUEUE AND ADD UP EVERY PAYMENT      *11420420
      *  STILL WAITING OR REFERRED.  A QUEUED PAYMENT HAS NOT LEFT     *11420560
      *  THE ACCOUNT BUT ITS FUNDS ARE SPOKEN FOR UNTIL HVREL          *11420700
      *  DECIDES IT.                                                   *11420840
      ******************************************************************11420980
       5470-SUM-RELEASE-QUEUE.                                          11421120
           MOVE ZERO TO LOANSETL-HVQ-TOTAL                              11421260
           MOVE 'N'  TO LOANSETL-HVQ-BROWSE-SWITCH                      11421400
                                                                        11421540
           MOVE LOANSETL-KEY-SORTCODE                                   11421680
               TO PENDREL-SORTCODE OF LOANSETL-PENDREL-REC              11421820
           MOVE LOANSETL-KEY-ACCNO                                      11421960
               TO PENDREL-FROM-ACCOUNT OF LOANSETL-PENDREL-REC          11422100
           MOVE LOW-VALUES TO PENDREL-SOURCE OF LOANSETL-PENDREL-REC    11422240
           MOVE ZERO TO PENDREL-NUMBER OF LOANSETL-PENDREL-REC          11422380
                                                                        11422520
           EXEC CICS                                                    11422660
               STARTBR DATASET('PENDREL')                               11422800
                       RIDFLD(PENDREL-KEY OF LOANSETL-PENDREL-REC)      11422940
                       GTEQ                                             11423080
                       RESP(LOANSETL-RESP)                              11423220
           END-EXEC                                                     11423360
                                                                        11423500
           IF LOANSETL-RESP NOT = DFHRESP(NORMAL)                       11423640
               GO TO 5470-EXIT                                          11423780
           END-IF                                                       11423920
                                                                        11424060
           PERFORM 5480-READ-NEXT-QUEUED THRU 5480-EXIT                 11424200
              UNTIL LOANSETL-HVQ-BROWSE-DONE                            11424340
                                                                        11424480
           EXEC CICS                                                    11424620
               ENDBR DATASET('PENDREL')                                 11424760
                     RESP(LOANSETL-RESP)                                11424900
           END-EXEC.                                                    11425040
       5470-EXIT.                                                       11425180
           EXIT.                                                        11425320
                                                                        11425460
      ******************************************************************11425600
      *  5480-READ-NEXT-QUEUED - STEP THE BROWSE, COUNTING WAITING     *11425740
      *  AND REFERRED PAYMENTS UNTIL IT LEAVES THE ACCOUNT'S RANGE.    *11425880
      ******************************************************************11426020
       5480-READ-NEXT-QUEUED.                                           11426160
           EXEC CICS                                                    11426300
               READNEXT DATASET('PENDREL')                              11426440
                        INTO(LOANSETL-PENDREL-REC)                      11426580
                        RIDFLD(PENDREL-KEY OF LOANSETL-PENDREL-REC)     11426720
                        RESP(LOANSETL-RESP)                             11426860
           END-EXEC                                                     11427000
                                                                        11427140
           IF LOANSETL-RESP NOT = DFHRESP(NORMAL)                       11427280
               SET LOANSETL-HVQ-BROWSE-DONE TO TRUE                     11427420
               GO TO 5480-EXIT                                          11427560
           END-IF                                                       11427700
                                                                        11427840
           IF PENDREL-SORTCODE OF LOANSETL-PENDREL-REC                  11427980
              NOT = LOANSETL-KEY-SORTCODE                               11428120
              OR PENDREL-FROM-ACCOUNT OF LOANSETL-PENDREL-REC           11428260
                 NOT = LOANSETL-KEY-ACCNO                               11428400
               SET LOANSETL-HVQ-BROWSE-DONE TO TRUE                     11428540
               GO TO 5480-EXIT                                          11428680
           END-IF                                                       11428820
                                                                        11428960
           IF PENDREL-OUTSTANDING OF LOANSETL-PENDREL-REC               11429100
               ADD PENDREL-AMOUNT OF LOANSETL-PENDREL-REC               11429240
                  TO LOANSETL-HVQ-TOTAL                                 11429380
           END-IF.                                                      11429520
       5480-EXIT.                                                       11429660
           EXIT.                                                        11429800
                                                                        11430000
      ******************************************************************11440000
      *  5500-ASSIGN-PROCTRAN-NUMBER - READ THE PROCTRAN CONTROL       *11450000
      *  SINGLETON FOR UPDATE, BUMP LAST-PROC-TRAN-NUMBER, AND         *11460000
      *  REWRITE, THE SAME WAY LOANOPEN HANDS OUT ITS NUMBERS.         *11470000
      ******************************************************************11480000
       5500-ASSIGN-PROCTRAN-NUMBER.                                     11490000
           MOVE LOANSETL-CTL-SORTCODE TO PROCTRAN-CONTROL-SORTCODE      11500000
                                          OF LOANSETL-CONTROL-REC       11510000
           MOVE LOANSETL-CTL-NUMBER   TO PROCTRAN-CONTROL-NUMBER        11520000
                                          OF LOANSETL-CONTROL-REC       11530000
                                                                        11540000
           EXEC CICS                                                    11550000
               READ DATASET('PCTLFILE')                                 11560000
                    INTO(LOANSETL-CONTROL-REC)                          11570000
                    RIDFLD(PROCTRAN-CONTROL-KEY                         11580000
                           OF LOANSETL-CONTROL-REC)                     11590000
                    UPDATE                                              11600000
                    RESP(LOANSETL-RESP)                                 11610000
           END-EXEC                                                     11620000
                                                                        11630000
           IF LOANSETL-RESP NOT = DFHRESP(NORMAL)                       11640000
               MOVE '5' TO COMM-LS-FAIL-CD                              11650000
               GO TO 5500-EXIT                                          11660000
           END-IF                                                       11670000
                                                                        11680000
           ADD 1 TO LAST-PROC-TRAN-NUMBER OF LOANSETL-CONTROL-REC       11690000
           MOVE LAST-PROC-TRAN-NUMBER OF LOANSETL-CONTROL-REC           11700000
               TO LOANSETL-TRAN-NUMBER                                  11710000
                                                                        11720000
           EXEC CICS                                                    11730000
               REWRITE DATASET('PCTLFILE')                              11740000
                       FROM(LOANSETL-CONTROL-REC)                       11750000
                       RESP(LOANSETL-RESP)                              11760000
           END-EXEC                                                     11770000
                                                                        11780000
           IF LOANSETL-RESP NOT = DFHRESP(NORMAL)                       11790000
               MOVE '5' TO COMM-LS-FAIL-CD                              11800000
           END-IF.                                                      11810000
       5500-EXIT.                                                       11820000
           EXIT.                                                        11830000
                                                                        11840000
      ******************************************************************11850000
      *  5600-WRITE-LNR-PROCTRAN - LOG THE SETTLEMENT OR OVERPAYMENT   *11860000
      *  DEBIT AGAINST THE DISBURSEMENT ACCOUNT.                       *11870000
      ******************************************************************11880000
       5600-WRITE-LNR-PROCTRAN.                                         11890000
           MOVE 'PRTR' TO PROC-TRAN-EYE-CATCHER                         11900000
                           OF LOANSETL-PROCTRAN-REC                     11910000
           MOVE COMM-LS-SORTCODE TO PROC-TRAN-SORT-CODE                 11920000
                                     OF LOANSETL-PROCTRAN-REC           11930000
           MOVE LOANSETL-TRAN-NUMBER TO PROC-TRAN-NUMBER                11940000
                                         OF LOANSETL-PROCTRAN-REC       11950000
           MOVE LOANSETL-KEY-ACCNO TO PROC-TRAN-ACCOUNT-NUMBER          11960000
                                       OF LOANSETL-PROCTRAN-REC         11970000
           MOVE LOANSETL-TODAYS-DATE TO PROC-TRAN-DATE                  11980000
                                         OF LOANSETL-PROCTRAN-REC       11990000
           MOVE EIBTIME TO PROC-TRAN-TIME OF LOANSETL-PROCTRAN-REC      12000000
           MOVE LOANSETL-TRAN-NUMBER TO PROC-TRAN-REF                   12010000
                                         OF LOANSETL-PROCTRAN-REC       12020000
           MOVE 'LNR' TO PROC-TRAN-TYPE OF LOANSETL-PROCTRAN-REC        12030000
           MOVE LOANSETL-POST-AMOUNT TO PROC-TRAN-AMOUNT                12040000
                                         OF LOANSETL-PROCTRAN-REC       12050000
           MOVE 'GBP' TO PROC-TRAN-CURRENCY OF LOANSETL-PROCTRAN-REC    12060000
           MOVE ZERO     TO PROC-TRAN-VALUE-DATE                        12070000
                         OF LOANSETL-PROCTRAN-REC                       12080000
           MOVE LOANSETL-POST-DESC                                      12090000
               TO PROC-TRAN-DESC OF LOANSETL-PROCTRAN-REC               12100000
                                                                        12110000
           EXEC CICS                                                    12120000
               WRITE DATASET('PROCTRAN')                                12130000
                     FROM(LOANSETL-PROCTRAN-REC)                        12140000
                     RIDFLD(PROC-TRAN-ID OF LOANSETL-PROCTRAN-REC)      12150000
                     RESP(LOANSETL-RESP2)                               12160000
           END-EXEC                                                     12170000
                                                                        12180000
           IF LOANSETL-RESP2 NOT = DFHRESP(NORMAL)                      12190000
               DISPLAY 'LOANSETL - CRITICAL - PROCTRAN WRITE FAILED '   12200000
                   'FOR ACCOUNT ' LOANSETL-KEY-ACCNO                    12210000
           END-IF.                                                      12220000
       5600-EXIT.                                                       12230000
           EXIT.                                                        12240000
                                                                        12250000
      ******************************************************************12260000
      *  6000-RETURN-TERMS - HAND BACK THE LOAN'S TERMS AS THEY NOW    *12270000
      *  STAND.                                                        *12280000
      ******************************************************************12290000
       6000-RETURN-TERMS.                                               12300000
           MOVE LOAN-TERM-MONTHS OF LOANSETL-LOAN-REC                   12310000
               TO COMM-LS-TERM-MONTHS                                   12320000
           MOVE LOAN-MONTHLY-PAYMENT OF LOANSETL-LOAN-REC               12330000
               TO COMM-LS-MONTHLY-PAYMENT                               12340000
           MOVE LOAN-STATUS-FLAG OF LOANSETL-LOAN-REC                   12350000
               TO COMM-LS-STATUS.                                       12360000
       6000-EXIT.                                                       12370000
           EXIT.                                                        12380000
                                                                        12390000
      ******************************************************************12400000
      *  9999-EXIT - RETURN TO THE CALLER.                             *12410000
      ******************************************************************12420000
       9999-EXIT.                                                       12430000
           EXEC CICS                                                    12440000
               RETURN                                                   12450000
           END-EXEC.                                                    12460000
