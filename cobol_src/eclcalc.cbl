      ******************************************************************00010000
      *                                                                *00020000
      *  Copyright IBM Corp. 2023                                      *00030000
      *                                                                *00040000
      *                                                                *00050000
      ******************************************************************00060000
       IDENTIFICATION DIVISION.                                         00070000
       PROGRAM-ID.    ECLCALC.                                          00080000
       AUTHOR.        BANK APPLICATIONS GROUP.                          00090000
       INSTALLATION.  BANK BATCH SERVICES.                              00100000
       DATE-WRITTEN.  2026-10-15.                                       00110000
       DATE-COMPILED.                                                   00120000
      ******************************************************************00130000
      *                                                                *00140000
      *  ECLCALC - MONTH-END EXPECTED-CREDIT-LOSS PROVISIONING         *00150000
      *                                                                *00160000
      *  FUNCTION : STAGES EVERY CREDIT EXPOSURE INTO IMPAIRMENT       *00170000
      *             STAGE 1, 2 OR 3 AND PROVIDES AGAINST IT :          *00180000
      *                                                                *00190000
      *               - EVERY ACTIVE LOAN (COPYBOOK LOAN) WITH A       *00200000
      *                 BALANCE OUTSTANDING                            *00210000
      *               - EVERY OVERDRAWN ACCOUNT THAT HAS AN ARRANGED   *00220000
      *                 OVERDRAFT (COPYBOOK ODFACIL)                   *00230000
      *                                                                *00240000
      *             STAGE 3 (CREDIT-IMPAIRED) - THE CUSTOMER IS        *00250000
      *               DECEASED, THE LOAN IS 3 OR MORE INSTALMENTS IN   *00260000
      *               ARREARS, OR THE ACCOUNT'S COLLECTIONS CASE       *00270000
      *               (COPYBOOK COLLCASE) HAS REACHED FINAL DEMAND.    *00280000
      *             STAGE 2 (SIGNIFICANT INCREASE IN CREDIT RISK) -    *00290000
      *               ANY ARREARS, AN OPEN COLLECTIONS CASE, A         *00300000
      *               SUSPENDED ACCOUNT, AN OVERDRAFT OVER ITS LIMIT   *00310000
      *               OR PAST ITS EXPIRY, OR A CREDIT SCORE THAT HAS   *00320000
      *               FALLEN BY THE SYSIN THRESHOLD OR MORE SINCE THE  *00330000
      *               EXPOSURE WAS FIRST STAGED.                       *00340000
      *             STAGE 1 - EVERYTHING ELSE.                         *00350000
      *                                                                *00360000
      *             THE PROVISION IS THE EXPOSURE AT DEFAULT TIMES THE *00370000
      *             PROBABILITY OF DEFAULT TIMES THE LOSS GIVEN        *00380000
      *             DEFAULT FOR THE PRODUCT AND STAGE, TAKEN FROM THE  *00390000
      *             FACTOR TABLE (COPYBOOK ECLFACT), FALLING BACK TO   *00400000
      *             THE 'DEFAULT' ROWS.  EACH EXPOSURE'S STAGE AND     *00410000
      *             PROVISION ARE KEPT ON THE PROVISION LEDGER         *00420000
      *             (COPYBOOK ECLPROV) AND THE MOVEMENT IS THE CHANGE  *00430000
      *             SINCE LAST MONTH.  AN EXPOSURE ON THE LEDGER THAT  *00440000
      *             WAS NOT STAGED THIS RUN HAS GONE AWAY AND ITS      *00450000
      *             PROVISION IS RELEASED IN FULL.                     *00460000
      *                                                                *00470000
      *             THE NET MOVEMENT FOR EACH BRANCH AND PRODUCT IS    *00480000
      *             LOGGED AS ONE PROCTRAN ROW - ECI FOR A CHARGE, ECR *00490000
      *             FOR A RELEASE - WITH NO CUSTOMER ACCOUNT ON IT,    *00500000
      *             FOR GLEXTR TO CARRY TO THE IMPAIRMENT GL ACCOUNT.  *00510000
      *             THE REPORT SHOWS THE STAGE COUNTS, PROVISION AND   *00520000
      *             MOVEMENT BY BRANCH AND PRODUCT.                    *00530000
      *                                                                *00540000
      *             ONCE A BUSINESS DATE'S MOVEMENTS ARE POSTED THE    *00544285
      *             LEDGER'S CONTROL ROW RECORDS THE DATE AND A SECOND *00548570
      *             RUN FOR IT IS REFUSED.  A RE-RUN AFTER A FAILURE   *00552855
      *             BEFORE POSTING MEASURES THE MOVEMENT FROM THE SAME *00557140
      *             PRIOR-MONTH FIGURE AND COUNTS AGAIN ANY RELEASE    *00561425
      *             THE FAILED RUN HAD ALREADY MADE.                   *00565710
      *                                                                *00570000
      *  FILES    : LOANFILE - VSAM KSDS - LOAN MASTER (INPUT)         *00580000
      *             ACCFILE  - VSAM KSDS - ACCOUNT MASTER (INPUT)      *00590000
      *             ODFACIL  - VSAM KSDS - ARRANGED OVERDRAFTS (INPUT) *00600000
      *             CUSTFILE - VSAM KSDS - CUSTOMER MASTER (INPUT)     *00610000
      *             CCASE    - VSAM KSDS - COLLECTIONS CASES (INPUT)   *00620000
      *             ECLFACT  - VSAM KSDS - PD/LGD FACTORS (INPUT)      *00630000
      *             ECLPROV  - VSAM KSDS - PROVISION LEDGER (I-O)      *00640000
      *             PROCTRAN - VSAM KSDS - TRANSACTION LOG (I-O)       *00650000
      *             PCTLFILE - VSAM KSDS - PROCTRAN CONTROL (I-O)      *00660000
      *             SYSIN    - ONE PARAMETER CARD, COLS 1-3 = THE      *00670000
      *                        CREDIT-SCORE FALL THAT MOVES AN         *00680000
      *                        EXPOSURE TO STAGE 2 (BLANK OR ZERO =    *00690000
      *                        100)                                    *00700000
      *             ECLRPT   - PROVISION REPORT (OUTPUT)               *00710000
      *                                                                *00720000
      *  CHANGE HISTORY                                                *00730000
      *  ----------------------------------------------------------    *00740000
      *  DATE        BY    DESCRIPTION                                 *00750000
      *  2026-10-15  BAG   INITIAL VERSION                             *00760000
      *  2026-10-15  BAG   KEEP PROCTRAN CONTROL TOTALS FOR            *00763333
      *                    BALCHK THROUGH BALTOT                       *00766666
      *  2026-10-15  BAG   A SECOND RUN FOR A BUSINESS DATE WHOSE      *00767332
      *                    MOVEMENTS ARE ALREADY POSTED IS REFUSED;    *00767998
      *                    A RE-RUN AFTER A FAILURE COUNTS THE         *00768664
      *                    EARLIER RUN'S RELEASES AGAIN                *00769330
      *                                                                *00770000
      ******************************************************************00780000
       ENVIRONMENT DIVISION.                                            00790000
       INPUT-OUTPUT SECTION.                                            00800000
       FILE-CONTROL.                                                    00810000
           SELECT LOAN-FILE       ASSIGN TO LOANFILE                    00820000
                  ORGANIZATION IS INDEXED                               00830000
                  ACCESS MODE IS SEQUENTIAL                             00840000
                  RECORD KEY IS LOAN-KEY OF LOAN-FILE-REC               00850000
                  FILE STATUS IS ECLCALC-LOAN-STATUS.                   00860000
                                                                        00870000
           SELECT ACCOUNT-FILE    ASSIGN TO ACCFILE                     00880000
                  ORGANIZATION IS INDEXED                               00890000
                  ACCESS MODE IS DYNAMIC                                00900000
                  RECORD KEY IS ACCOUNT-KEY OF ACCOUNT-FILE-REC         00910000
                  FILE STATUS IS ECLCALC-ACCOUNT-STATUS.                00920000
                                                                        00930000
           SELECT ODFAC-FILE      ASSIGN TO ODFACIL                     00940000
                  ORGANIZATION IS INDEXED                               00950000
                  ACCESS MODE IS RANDOM                                 00960000
                  RECORD KEY IS ODFACIL-KEY OF ODFAC-FILE-REC           00970000
                  FILE STATUS IS ECLCALC-ODFAC-STATUS.                  00980000
                                                                        00990000
           SELECT CUSTOMER-FILE   ASSIGN TO CUSTFILE                    01000000
                  ORGANIZATION IS INDEXED                               01010000
                  ACCESS MODE IS RANDOM                                 01020000
                  RECORD KEY IS CUSTOMER-KEY OF CUSTOMER-FILE-REC       01030000
                  FILE STATUS IS ECLCALC-CUSTOMER-STATUS.               01040000
                                                                        01050000
           SELECT CASE-FILE       ASSIGN TO CCASE                       01060000
                  ORGANIZATION IS INDEXED                               01070000
                  ACCESS MODE IS RANDOM                                 01080000
                  RECORD KEY IS COLLCASE-KEY OF CASE-FILE-REC           01090000
                  FILE STATUS IS ECLCALC-CASE-STATUS.                   01100000
                                                                        01110000
           SELECT FACT-FILE       ASSIGN TO ECLFACT                     01120000
                  ORGANIZATION IS INDEXED                               01130000
                  ACCESS MODE IS RANDOM                                 01140000
                  RECORD KEY IS ECLFACT-KEY OF FACT-FILE-REC            01150000
                  FILE STATUS IS ECLCALC-FACT-STATUS.                   01160000
                                                                        01170000
           SELECT PROV-FILE       ASSIGN TO ECLPROV                     01180000
                  ORGANIZATION IS INDEXED                               01190000
                  ACCESS MODE IS DYNAMIC                                01200000
                  RECORD KEY IS ECLPROV-KEY OF PROV-FILE-REC            01210000
                  FILE STATUS IS ECLCALC-PROV-STATUS.                   01220000
                                                                        01230000
           SELECT PROCTRAN-FILE   ASSIGN TO PROCTRAN                    01240000
                  ORGANIZATION IS INDEXED                               01250000
                  ACCESS MODE IS RANDOM                                 01260000
                  RECORD KEY IS PROC-TRAN-ID OF PROCTRAN-FILE-REC       01270000
                  FILE STATUS IS ECLCALC-PROCTRAN-STATUS.               01280000
                                                                        01290000
           SELECT PCTRL-FILE      ASSIGN TO PCTLFILE                    01300000
                  ORGANIZATION IS INDEXED                               01310000
                  ACCESS MODE IS RANDOM                                 01320000
                  RECORD KEY IS PROCTRAN-CONTROL-KEY OF PCTRL-FILE-REC  01330000
                  FILE STATUS IS ECLCALC-PCTRL-STATUS.                  01340000
                                                                        01350000
           SELECT PARAMETER-FILE  ASSIGN TO SYSIN                       01360000
                  ORGANIZATION IS LINE SEQUENTIAL                       01370000
                  FILE STATUS IS ECLCALC-PARM-STATUS.                   01380000
                                                                        01390000
           SELECT ECL-RPT         ASSIGN TO ECLRPT                      01400000
                  ORGANIZATION IS LINE SEQUENTIAL                       01410000
                  FILE STATUS IS ECLCALC-RPT-STATUS.                    01420000
                                                                        01430000
       DATA DIVISION.                                                   01440000
       FILE SECTION.                                                    01450000
       FD  LOAN-FILE                                                    01460000
           RECORDING MODE IS F.                                         01470000
       01  LOAN-FILE-REC.                                               01480000
           COPY LOAN.                                                   01490000
                                                                        01500000
       FD  ACCOUNT-FILE                                                 01510000
           RECORDING MODE IS F.                                         01520000
       01  ACCOUNT-FILE-REC.                                            01530000
           COPY ACCOUNT.                                                01540000
                                                                        01550000
       FD  ODFAC-FILE                                                   01560000
           RECORDING MODE IS F.                                         01570000
       01  ODFAC-FILE-REC.                                              01580000
           COPY ODFACIL.                                                01590000
                                                                        01600000
       FD  CUSTOMER-FILE                                                01610000
           RECORDING MODE IS F.                                         01620000
       01  CUSTOMER-FILE-REC.                                           01630000
           COPY CUSTOMER.                                               01640000
                                                                        01650000
       FD  CASE-FILE                                                    01660000
           RECORDING MODE IS F.                                         01670000
       01  CASE-FILE-REC.                                               01680000
           COPY COLLCASE.                                               01690000
                                                                        01700000
       FD  FACT-FILE                                                    01710000
           RECORDING MODE IS F.                                         01720000
       01  FACT-FILE-REC.                                               01730000
           COPY ECLFACT.                                                01740000
                                                                        01750000
       FD  PROV-FILE                                                    01760000
           RECORDING MODE IS F.                                         01770000
       01  PROV-FILE-REC.                                               01780000
           COPY ECLPROV.                                                01790000
                                                                        01800000
       FD  PROCTRAN-FILE                                                01810000
           RECORDING MODE IS F.                                         01820000
       01  PROCTRAN-FILE-REC.                                           01830000
           COPY PROCTRAN.                                               01840000
                                                                        01850000
       FD  PCTRL-FILE                                                   01860000
           RECORDING MODE IS F.                                         01870000
       01  PCTRL-FILE-REC.                                              01880000
           COPY PRCTCTRL.                                               01890000
                                                                        01900000
       FD  PARAMETER-FILE                                               01910000
           RECORDING MODE IS F.                                         01920000
       01  PARAMETER-FILE-REC             PIC X(80).                    01930000
                                                                        01940000
       FD  ECL-RPT                                                      01950000
           RECORDING MODE IS F.                                         01960000
       01  ECL-RPT-LINE                   PIC X(80).                    01970000
                                                                        01980000
       WORKING-STORAGE SECTION.                                         01990000
       01  ECLCALC-WORK-AREA.                                           02000000
           05  ECLCALC-LOAN-STATUS         PIC XX.                      02010000
           05  ECLCALC-ACCOUNT-STATUS      PIC XX.                      02020000
           05  ECLCALC-ODFAC-STATUS        PIC XX.                      02030000
           05  ECLCALC-CUSTOMER-STATUS     PIC XX.                      02040000
           05  ECLCALC-CASE-STATUS         PIC XX.                      02050000
           05  ECLCALC-FACT-STATUS         PIC XX.                      02060000
           05  ECLCALC-PROV-STATUS         PIC XX.                      02070000
           05  ECLCALC-PROCTRAN-STATUS     PIC XX.                      02080000
           05  ECLCALC-PCTRL-STATUS        PIC XX.                      02090000
           05  ECLCALC-PARM-STATUS         PIC XX.                      02100000
           05  ECLCALC-RPT-STATUS          PIC XX.                      02110000
           05  ECLCALC-LOAN-EOF-SWITCH     PIC X     VALUE 'N'.         02120000
               88  ECLCALC-LOAN-EOF              VALUE 'Y'.             02130000
           05  ECLCALC-ACCT-EOF-SWITCH     PIC X     VALUE 'N'.         02140000
               88  ECLCALC-ACCT-EOF              VALUE 'Y'.             02150000
           05  ECLCALC-PROV-EOF-SWITCH     PIC X     VALUE 'N'.         02160000
               88  ECLCALC-PROV-EOF              VALUE 'Y'.             02170000
           05  ECLCALC-NEW-ROW-SWITCH      PIC X     VALUE 'N'.         02180000
               88  ECLCALC-NEW-ROW               VALUE 'Y'.             02190000
           05  ECLCALC-POSTED-SWITCH       PIC X     VALUE 'N'.         02192000
               88  ECLCALC-ALREADY-POSTED        VALUE 'Y'.             02194000
           05  ECLCALC-CTL-ROW-SWITCH      PIC X     VALUE 'N'.         02196000
               88  ECLCALC-CTL-ROW-NEW           VALUE 'Y'.             02198000
           05  ECLCALC-SCORE-DROP          PIC 9(3)  VALUE 100.         02200000
           05  ECLCALC-STAGE2-ARREARS      PIC 9(3)  VALUE 1.           02210000
           05  ECLCALC-STAGE3-ARREARS      PIC 9(3)  VALUE 3.           02220000
           05  ECLCALC-CURRENT-DATE        PIC 9(8).                    02230000
           05  ECLCALC-CURRENT-TIME        PIC 9(6).                    02240000
           05  ECLCALC-CTL-SORTCODE        PIC 9(6)  VALUE 987654.      02250000
           05  ECLCALC-CTL-NUMBER          PIC 9(8)  VALUE ZERO.        02260000
           05  ECLCALC-TRAN-NUMBER         PIC 9(8)  VALUE ZERO.        02270000
      *                                                                 02280000
      *    THE EXPOSURE BEING STAGED, FILLED IN BY THE LOAN PASS OR     02290000
      *    THE OVERDRAFT PASS BEFORE 4000-STAGE-EXPOSURE IS PERFORMED.  02300000
      *                                                                 02310000
           05  ECLCALC-EXP-TYPE            PIC X     VALUE SPACE.       02320000
           05  ECLCALC-EXP-SORTCODE        PIC 9(6)  VALUE ZERO.        02330000
           05  ECLCALC-EXP-NUMBER          PIC 9(8)  VALUE ZERO.        02340000
           05  ECLCALC-EXP-CUSTOMER        PIC 9(10) VALUE ZERO.        02350000
           05  ECLCALC-EXP-PRODUCT         PIC X(8)  VALUE SPACES.      02360000
           05  ECLCALC-EXP-ACCOUNT         PIC 9(8)  VALUE ZERO.        02370000
           05  ECLCALC-EXP-AMOUNT          PIC S9(10)V99 VALUE ZERO.    02380000
           05  ECLCALC-EXP-ARREARS         PIC 9(3)  VALUE ZERO.        02390000
           05  ECLCALC-EXP-SUSP-SWITCH     PIC X     VALUE 'N'.         02400000
               88  ECLCALC-EXP-SUSPENDED         VALUE 'Y'.             02410000
           05  ECLCALC-EXP-EXCESS-SWITCH   PIC X     VALUE 'N'.         02420000
               88  ECLCALC-EXP-OVER-LIMIT        VALUE 'Y'.             02430000
           05  ECLCALC-EXP-EXPIRED-SWITCH  PIC X     VALUE 'N'.         02440000
               88  ECLCALC-EXP-EXPIRED           VALUE 'Y'.             02450000
           05  ECLCALC-DECEASED-SWITCH     PIC X     VALUE 'N'.         02460000
               88  ECLCALC-CUST-DECEASED         VALUE 'Y'.             02470000
           05  ECLCALC-CUST-SCORE          PIC 999   VALUE ZERO.        02480000
           05  ECLCALC-CASE-SWITCH         PIC X     VALUE 'N'.         02490000
               88  ECLCALC-CASE-NONE             VALUE 'N'.             02500000
               88  ECLCALC-CASE-OPEN             VALUE 'O'.             02510000
               88  ECLCALC-CASE-FINAL            VALUE 'F'.             02520000
           05  ECLCALC-DRAWN               PIC S9(10)V99 VALUE ZERO.    02530000
           05  ECLCALC-LOAN-READ-COUNT     PIC 9(9)  COMP-3 VALUE ZERO. 02540000
           05  ECLCALC-ACCT-READ-COUNT     PIC 9(9)  COMP-3 VALUE ZERO. 02550000
           05  ECLCALC-STAGED-COUNT        PIC 9(9)  COMP-3 VALUE ZERO. 02560000
           05  ECLCALC-RELEASED-COUNT      PIC 9(9)  COMP-3 VALUE ZERO. 02570000
           05  ECLCALC-NOFACT-COUNT        PIC 9(9)  COMP-3 VALUE ZERO. 02580000
           05  ECLCALC-POSTED-COUNT        PIC 9(9)  COMP-3 VALUE ZERO. 02590000
           05  ECLCALC-STAGE-COUNTS.                                    02600000
               10  ECLCALC-STAGE-COUNT     PIC 9(9)  COMP-3             02610000
                                           OCCURS 3 TIMES.              02620000
           05  ECLCALC-STAGE-SUB           PIC 9(4)  COMP VALUE ZERO.   02630000
           05  ECLCALC-TOT-PROVISION       PIC S9(13)V99 COMP-3         02640000
                                                     VALUE ZERO.        02650000
           05  ECLCALC-TOT-MOVEMENT        PIC S9(13)V99 COMP-3         02660000
                                                     VALUE ZERO.        02670000
           05  ECLCALC-POST-AMOUNT         PIC S9(10)V99 VALUE ZERO.    02680000
                                                                        02690000
       01  ECLCALC-PARM-REDEF.                                          02700000
           05  ECLCALC-PARM-SCORE-DROP     PIC X(3).                    02710000
           05  FILLER                      PIC X(77).                   02720000
                                                                        02730000
      *    PROVISION AND MOVEMENT BY BRANCH (SORT CODE) AND PRODUCT,    02740000
      *    ADDED TO IN THE ORDER THE PAIRS ARE FIRST MET.  THE SAME     02750000
      *    TOTALS DRIVE THE REPORT AND THE PROCTRAN MOVEMENT ROWS.      02760000
       01  ECLCALC-TOTALS-TABLE.                                        02770000
           05  ECLCALC-TOT-COUNT           PIC 9(4)  VALUE ZERO.        02780000
           05  ECLCALC-TOT-ENTRY           OCCURS 500 TIMES             02790000
                                           INDEXED BY ECLCALC-TOT-IDX.  02800000
               10  ECLCALC-TOT-SORTCODE    PIC 9(6)  VALUE ZERO.        02810000
               10  ECLCALC-TOT-PRODUCT     PIC X(8)  VALUE SPACES.      02820000
               10  ECLCALC-TOT-STAGE1      PIC 9(7)  COMP-3 VALUE ZERO. 02830000
               10  ECLCALC-TOT-STAGE2      PIC 9(7)  COMP-3 VALUE ZERO. 02840000
               10  ECLCALC-TOT-STAGE3      PIC 9(7)  COMP-3 VALUE ZERO. 02850000
               10  ECLCALC-TOT-PROV        PIC S9(11)V99 COMP-3         02860000
                                                     VALUE ZERO.        02870000
               10  ECLCALC-TOT-MOVE        PIC S9(11)V99 COMP-3         02880000
                                                     VALUE ZERO.        02890000
                                                                        02900000
       01  ECLCALC-HEADING-1.                                           02910000
           05  FILLER                      PIC X(20) VALUE SPACES.      02920000
           05  FILLER                      PIC X(40)                    02930000
                  VALUE 'EXPECTED CREDIT LOSS PROVISIONING RUN'.        02940000
           05  FILLER                      PIC X(20) VALUE SPACES.      02950000
                                                                        02960000
       01  ECLCALC-HEADING-2.                                           02970000
           05  FILLER                      PIC X(12) VALUE              02980000
               'RUN DATE : '.                                           02990000
           05  ECLCALC-HDR-DATE            PIC 9(8).                    03000000
           05  FILLER                      PIC X(4)  VALUE SPACES.      03010000
           05  FILLER                      PIC X(20) VALUE              03020000
               'SCORE-FALL TRIGGER: '.                                  03030000
           05  ECLCALC-HDR-SCORE-DROP      PIC ZZ9.                     03040000
           05  FILLER                      PIC X(33) VALUE SPACES.      03050000
                                                                        03060000
       01  ECLCALC-HEADING-3.                                           03070000
           05  FILLER                      PIC X(40) VALUE              03080000
               'BRANCH  PRODUCT   STG 1  STG 2  STG 3   '.              03090000
           05  FILLER                      PIC X(40) VALUE              03100000
               '    PROVISION       MOVEMENT            '.              03110000
                                                                        03120000
       01  ECLCALC-DETAIL-LINE.                                         03130000
           05  ECLCALC-DTL-SORTCODE        PIC 9(6).                    03140000
           05  FILLER                      PIC X(2)  VALUE SPACES.      03150000
           05  ECLCALC-DTL-PRODUCT         PIC X(8).                    03160000
           05  FILLER                      PIC X(1)  VALUE SPACES.      03170000
           05  ECLCALC-DTL-STAGE1          PIC Z(5)9.                   03180000
           05  FILLER                      PIC X(1)  VALUE SPACES.      03190000
           05  ECLCALC-DTL-STAGE2          PIC Z(5)9.                   03200000
           05  FILLER                      PIC X(1)  VALUE SPACES.      03210000
           05  ECLCALC-DTL-STAGE3          PIC Z(5)9.                   03220000
           05  FILLER                      PIC X(2)  VALUE SPACES.      03230000
           05  ECLCALC-DTL-PROVISION       PIC -(10)9.99.               03240000
           05  FILLER                      PIC X(1)  VALUE SPACES.      03250000
           05  ECLCALC-DTL-MOVEMENT        PIC -(10)9.99.               03260000
           05  FILLER                      PIC X(11) VALUE SPACES.      03270000
                                                                        03280000
       01  ECLCALC-SUMMARY-LINE.                                        03290000
           05  ECLCALC-SUM-LABEL           PIC X(24).                   03300000
           05  ECLCALC-SUM-COUNT           PIC Z(8)9.                   03310000
           05  FILLER                      PIC X(2)  VALUE SPACES.      03320000
           05  ECLCALC-SUM-AMOUNT          PIC Z(12)9.99-.              03330000
           05  FILLER                      PIC X(28) VALUE SPACES.      03340000
                                                                        03350000
       01  RUNCTL-REQUEST-AREA.                                         03360000
           COPY RUNCTLQ.                                                03370000
                                                                        03372500
       01  BALTOT-REQUEST-AREA.                                         03375000
           COPY BALTOTQ.                                                03377500
                                                                        03380000
       01  BUSDATE-REQUEST-AREA.                                        03390000
           COPY BUSDATEQ.                                               03400000
                                                                        03410000
      ******************************************************************03420000
       PROCEDURE DIVISION.                                              03430000
      ******************************************************************03440000
       0000-MAINLINE.                                                   03450000
           PERFORM 1000-INITIALIZE THRU 1000-EXIT                       03460000
           IF ECLCALC-ALREADY-POSTED                                    03462000
               PERFORM 9000-TERMINATE THRU 9000-EXIT                    03464000
               GO TO 9999-EXIT                                          03466000
           END-IF                                                       03468000
                                                                        03470000
           PERFORM 2000-PROCESS-LOAN                                    03480000
              UNTIL ECLCALC-LOAN-EOF                                    03490000
                                                                        03500000
           PERFORM 1300-START-ACCOUNTS THRU 1300-EXIT                   03510000
           PERFORM 3000-PROCESS-ACCOUNT THRU 3000-EXIT                  03520000
              UNTIL ECLCALC-ACCT-EOF                                    03530000
                                                                        03540000
           PERFORM 5000-RELEASE-CLEARED THRU 5000-EXIT                  03550000
                                                                        03560000
           PERFORM 6000-POST-MOVEMENTS THRU 6000-EXIT                   03570000
           PERFORM 6900-MARK-POSTED THRU 6900-EXIT                      03575000
                                                                        03580000
           PERFORM 7000-PRINT-REPORT THRU 7000-EXIT                     03590000
                                                                        03600000
           PERFORM 9000-TERMINATE THRU 9000-EXIT                        03610000
                                                                        03620000
           GO TO 9999-EXIT.                                             03630000
                                                                        03640000
      ******************************************************************03650000
      *  1000-INITIALIZE - REGISTER WITH RUNCTL, READ THE SCORE-FALL   *03660000
      *  CARD, OPEN THE FILES, AND PRIME THE FIRST LOAN READ.          *03670000
      ******************************************************************03680000
       1000-INITIALIZE.                                                 03690000
           MOVE 'S' TO RUNCTL-REQ-FUNCTION                              03700000
           MOVE 'ECLCALC' TO RUNCTL-REQ-JOB                             03710000
           MOVE ZERO TO RUNCTL-REQ-COUNT                                03720000
           CALL 'RUNCTL' USING RUNCTL-REQUEST                           03730000
           IF RUNCTL-HELD                                               03740000
               DISPLAY 'ECLCALC - HELD - PREDECESSOR NOT COMPLETE'      03750000
               STOP RUN                                                 03760000
           END-IF                                                       03770000
                                                                        03772000
           MOVE 'ECLCALC' TO BALTOT-REQ-JOB                             03774000
           SET BALTOT-REQ-PRODUCER TO TRUE                              03776000
           MOVE 'PROCTRAN' TO BALTOT-REQ-FILE                           03778000
                                                                        03780000
           OPEN INPUT  PARAMETER-FILE                                   03790000
           READ PARAMETER-FILE INTO ECLCALC-PARM-REDEF                  03800000
               AT END                                                   03810000
                   MOVE SPACES TO ECLCALC-PARM-REDEF                    03820000
           END-READ                                                     03830000
           CLOSE PARAMETER-FILE                                         03840000
                                                                        03850000
           IF ECLCALC-PARM-SCORE-DROP IS NUMERIC                        03860000
               MOVE ECLCALC-PARM-SCORE-DROP TO ECLCALC-SCORE-DROP       03870000
           END-IF                                                       03880000
           IF ECLCALC-SCORE-DROP = ZERO                                 03890000
               MOVE 100 TO ECLCALC-SCORE-DROP                           03900000
           END-IF                                                       03910000
                                                                        03920000
           OPEN INPUT  LOAN-FILE                                        03930000
           OPEN INPUT  ACCOUNT-FILE                                     03940000
           OPEN INPUT  ODFAC-FILE                                       03950000
           OPEN INPUT  CUSTOMER-FILE                                    03960000
           OPEN INPUT  CASE-FILE                                        03970000
           OPEN INPUT  FACT-FILE                                        03980000
           OPEN I-O    PROV-FILE                                        03990000
           OPEN I-O    PROCTRAN-FILE                                    04000000
           OPEN I-O    PCTRL-FILE                                       04010000
           OPEN OUTPUT ECL-RPT                                          04020000
                                                                        04030000
           CALL 'BUSDATE' USING BUSDATE-REQUEST                         04040000
           MOVE BUSDATE-REQ-CURRENT TO ECLCALC-CURRENT-DATE             04050000
           PERFORM 1100-CHECK-POSTED THRU 1100-EXIT                     04055000
           ACCEPT ECLCALC-CURRENT-TIME FROM TIME                        04060000
                                                                        04070000
           PERFORM 1200-READ-LOAN-NEXT THRU 1200-EXIT.                  04080000
       1000-EXIT.                                                       04090000
           EXIT.                                                        04100000
                                                                        04110000
      ******************************************************************04110256
      *  1100-CHECK-POSTED - READ THE LEDGER'S CONTROL ROW.  IF THE    *04110512
      *  DAY'S MOVEMENTS ARE ALREADY ON PROCTRAN A SECOND RUN WOULD    *04110768
      *  POST THEM AGAIN, SO THE RUN IS REFUSED.                       *04111024
      ******************************************************************04111280
       1100-CHECK-POSTED.                                               04111536
           MOVE 'N' TO ECLCALC-CTL-ROW-SWITCH                           04111792
           PERFORM 1150-SET-CONTROL-KEY THRU 1150-EXIT                  04112048
                                                                        04112304
           READ PROV-FILE                                               04112560
               KEY IS ECLPROV-KEY OF PROV-FILE-REC                      04112816
               INVALID KEY                                              04113072
                   SET ECLCALC-CTL-ROW-NEW TO TRUE                      04113328
                   GO TO 1100-EXIT                                      04113584
           END-READ                                                     04113840
                                                                        04114096
           IF ECLPROV-LAST-RUN-DATE OF PROV-FILE-REC                    04114352
              = ECLCALC-CURRENT-DATE                                    04114608
               SET ECLCALC-ALREADY-POSTED TO TRUE                       04114864
               DISPLAY 'ECLCALC - RUN REFUSED - MOVEMENTS FOR '         04115120
                   ECLCALC-CURRENT-DATE ' ALREADY POSTED'               04115376
               MOVE 8 TO RETURN-CODE                                    04115632
           END-IF.                                                      04115888
       1100-EXIT.                                                       04116144
           EXIT.                                                        04116400
                                                                        04116656
      ******************************************************************04116912
      *  1150-SET-CONTROL-KEY - KEY OF THE LEDGER'S CONTROL ROW.       *04117168
      ******************************************************************04117424
       1150-SET-CONTROL-KEY.                                            04117680
           MOVE 'C' TO ECLPROV-EXPOSURE-TYPE OF PROV-FILE-REC           04117936
           MOVE ECLCALC-CTL-SORTCODE                                    04118192
               TO ECLPROV-SORTCODE OF PROV-FILE-REC                     04118448
           MOVE ECLCALC-CTL-NUMBER                                      04118704
               TO ECLPROV-NUMBER OF PROV-FILE-REC.                      04118960
       1150-EXIT.                                                       04119216
           EXIT.                                                        04119472
                                                                        04119728
      ******************************************************************04120000
      *  1200-READ-LOAN-NEXT - READ THE NEXT LOAN IN KEY ORDER.        *04130000
      ******************************************************************04140000
       1200-READ-LOAN-NEXT.                                             04150000
           READ LOAN-FILE NEXT RECORD                                   04160000
               AT END                                                   04170000
                   SET ECLCALC-LOAN-EOF TO TRUE                         04180000
           END-READ.                                                    04190000
       1200-EXIT.                                                       04200000
           EXIT.                                                        04210000
                                                                        04220000
      ******************************************************************04230000
      *  1300-START-ACCOUNTS - POSITION THE ACCOUNT MASTER AT ITS      *04240000
      *  FIRST RECORD FOR THE OVERDRAFT PASS.  THE LOAN PASS READ IT   *04250000
      *  BY KEY ONLY.                                                  *04260000
      ******************************************************************04270000
       1300-START-ACCOUNTS.                                             04280000
           MOVE ZERO TO ACCOUNT-SORTCODE OF ACCOUNT-FILE-REC            04290000
           MOVE ZERO TO ACCOUNT-NUMBER OF ACCOUNT-FILE-REC              04300000
           START ACCOUNT-FILE KEY IS NOT LESS                           04310000
                 THAN ACCOUNT-KEY OF ACCOUNT-FILE-REC                   04320000
               INVALID KEY                                              04330000
                   SET ECLCALC-ACCT-EOF TO TRUE                         04340000
           END-START                                                    04350000
                                                                        04360000
           IF NOT ECLCALC-ACCT-EOF                                      04370000
               PERFORM 1400-READ-ACCOUNT-NEXT THRU 1400-EXIT            04380000
           END-IF.                                                      04390000
       1300-EXIT.                                                       04400000
           EXIT.                                                        04410000
                                                                        04420000
      ******************************************************************04430000
      *  1400-READ-ACCOUNT-NEXT - READ THE NEXT ACCOUNT IN KEY ORDER.  *04440000
      ******************************************************************04450000
       1400-READ-ACCOUNT-NEXT.                                          04460000
           READ ACCOUNT-FILE NEXT RECORD                                04470000
               AT END                                                   04480000
                   SET ECLCALC-ACCT-EOF TO TRUE                         04490000
           END-READ.                                                    04500000
       1400-EXIT.                                                       04510000
           EXIT.                                                        04520000
                                                                        04530000
      ******************************************************************04540000
      *  2000-PROCESS-LOAN - STAGE ONE ACTIVE LOAN WITH A BALANCE      *04550000
      *  OUTSTANDING, AND READ THE NEXT LOAN.  THE LOAN'S              *04560000
      *  COLLECTIONS CASE AND SUSPENDED STATUS ARE THOSE OF ITS        *04570000
      *  DISBURSEMENT ACCOUNT, WHERE THE INSTALMENTS ARE COLLECTED.    *04580000
      ******************************************************************04590000
       2000-PROCESS-LOAN.                                               04600000
           ADD 1 TO ECLCALC-LOAN-READ-COUNT                             04610000
                                                                        04620000
           IF LOAN-ACTIVE OF LOAN-FILE-REC                              04630000
              AND LOAN-OUTSTANDING OF LOAN-FILE-REC > ZERO              04640000
               MOVE 'L' TO ECLCALC-EXP-TYPE                             04650000
               MOVE LOAN-SORTCODE OF LOAN-FILE-REC                      04660000
                   TO ECLCALC-EXP-SORTCODE                              04670000
               MOVE LOAN-NUMBER OF LOAN-FILE-REC                        04680000
                   TO ECLCALC-EXP-NUMBER                                04690000
               MOVE LOAN-CUSTOMER OF LOAN-FILE-REC                      04700000
                   TO ECLCALC-EXP-CUSTOMER                              04710000
               MOVE LOAN-PRODUCT-TYPE OF LOAN-FILE-REC                  04720000
                   TO ECLCALC-EXP-PRODUCT                               04730000
               MOVE LOAN-DISBURSE-ACCOUNT OF LOAN-FILE-REC              04740000
                   TO ECLCALC-EXP-ACCOUNT                               04750000
               MOVE LOAN-OUTSTANDING OF LOAN-FILE-REC                   04760000
                   TO ECLCALC-EXP-AMOUNT                                04770000
               MOVE LOAN-ARREARS-COUNT OF LOAN-FILE-REC                 04780000
                   TO ECLCALC-EXP-ARREARS                               04790000
               MOVE 'N' TO ECLCALC-EXP-EXCESS-SWITCH                    04800000
               MOVE 'N' TO ECLCALC-EXP-EXPIRED-SWITCH                   04810000
               PERFORM 2100-CHECK-DISBURSE-ACCOUNT THRU 2100-EXIT       04820000
               PERFORM 4000-STAGE-EXPOSURE THRU 4000-EXIT               04830000
           END-IF                                                       04840000
                                                                        04850000
           PERFORM 1200-READ-LOAN-NEXT THRU 1200-EXIT.                  04860000
                                                                        04870000
      ******************************************************************04880000
      *  2100-CHECK-DISBURSE-ACCOUNT - NOTE WHETHER THE LOAN'S         *04890000
      *  DISBURSEMENT ACCOUNT IS SUSPENDED.  A MISSING ACCOUNT IS      *04900000
      *  TAKEN AS NOT SUSPENDED.                                       *04910000
      ******************************************************************04920000
       2100-CHECK-DISBURSE-ACCOUNT.                                     04930000
           MOVE 'N' TO ECLCALC-EXP-SUSP-SWITCH                          04940000
           MOVE ECLCALC-EXP-SORTCODE                                    04950000
               TO ACCOUNT-SORTCODE OF ACCOUNT-FILE-REC                  04960000
           MOVE ECLCALC-EXP-ACCOUNT                                     04970000
               TO ACCOUNT-NUMBER OF ACCOUNT-FILE-REC                    04980000
                                                                        04990000
           READ ACCOUNT-FILE                                            05000000
               KEY IS ACCOUNT-KEY OF ACCOUNT-FILE-REC                   05010000
               INVALID KEY                                              05020000
                   GO TO 2100-EXIT                                      05030000
           END-READ                                                     05040000
                                                                        05050000
           IF ACCOUNT-SUSPENDED OF ACCOUNT-FILE-REC                     05060000
               SET ECLCALC-EXP-SUSPENDED TO TRUE                        05070000
           END-IF.                                                      05080000
       2100-EXIT.                                                       05090000
           EXIT.                                                        05100000
                                                                        05110000
      ******************************************************************05120000
      *  3000-PROCESS-ACCOUNT - STAGE ONE OVERDRAWN ACCOUNT THAT HAS   *05130000
      *  AN ARRANGED OVERDRAFT, AND READ THE NEXT ACCOUNT.  AN         *05140000
      *  UNARRANGED OVERDRAWN BALANCE IS LEFT TO THE COLLECTIONS       *05150000
      *  PROCESS.                                                      *05160000
      ******************************************************************05170000
       3000-PROCESS-ACCOUNT.                                            05180000
           ADD 1 TO ECLCALC-ACCT-READ-COUNT                             05190000
                                                                        05200000
           IF ACCOUNT-BALANCE OF ACCOUNT-FILE-REC NOT < ZERO            05210000
              OR ACCOUNT-CLOSED OF ACCOUNT-FILE-REC                     05220000
               GO TO 3000-READ-NEXT                                     05230000
           END-IF                                                       05240000
                                                                        05250000
           MOVE ACCOUNT-SORTCODE OF ACCOUNT-FILE-REC                    05260000
               TO ODFACIL-SORTCODE OF ODFAC-FILE-REC                    05270000
           MOVE ACCOUNT-NUMBER OF ACCOUNT-FILE-REC                      05280000
               TO ODFACIL-NUMBER OF ODFAC-FILE-REC                      05290000
           READ ODFAC-FILE                                              05300000
               KEY IS ODFACIL-KEY OF ODFAC-FILE-REC                     05310000
               INVALID KEY                                              05320000
                   GO TO 3000-READ-NEXT                                 05330000
           END-READ                                                     05340000
                                                                        05350000
           COMPUTE ECLCALC-DRAWN =                                      05360000
               ZERO - ACCOUNT-BALANCE OF ACCOUNT-FILE-REC               05370000
                                                                        05380000
           MOVE 'O' TO ECLCALC-EXP-TYPE                                 05390000
           MOVE ACCOUNT-SORTCODE OF ACCOUNT-FILE-REC                    05400000
               TO ECLCALC-EXP-SORTCODE                                  05410000
           MOVE ACCOUNT-NUMBER OF ACCOUNT-FILE-REC                      05420000
               TO ECLCALC-EXP-NUMBER                                    05430000
           MOVE ACCOUNT-CUSTOMER-NUMBER OF ACCOUNT-FILE-REC             05440000
               TO ECLCALC-EXP-CUSTOMER                                  05450000
           MOVE ACCOUNT-TYPE OF ACCOUNT-FILE-REC                        05460000
               TO ECLCALC-EXP-PRODUCT                                   05470000
           MOVE ACCOUNT-NUMBER OF ACCOUNT-FILE-REC                      05480000
               TO ECLCALC-EXP-ACCOUNT                                   05490000
           MOVE ECLCALC-DRAWN TO ECLCALC-EXP-AMOUNT                     05500000
           MOVE ZERO TO ECLCALC-EXP-ARREARS                             05510000
                                                                        05520000
           MOVE 'N' TO ECLCALC-EXP-SUSP-SWITCH                          05530000
           IF ACCOUNT-SUSPENDED OF ACCOUNT-FILE-REC                     05540000
               SET ECLCALC-EXP-SUSPENDED TO TRUE                        05550000
           END-IF                                                       05560000
                                                                        05570000
           MOVE 'N' TO ECLCALC-EXP-EXCESS-SWITCH                        05580000
           IF ECLCALC-DRAWN > ODFACIL-LIMIT OF ODFAC-FILE-REC           05590000
               SET ECLCALC-EXP-OVER-LIMIT TO TRUE                       05600000
           END-IF                                                       05610000
                                                                        05620000
           MOVE 'N' TO ECLCALC-EXP-EXPIRED-SWITCH                       05630000
           IF ODFACIL-EXPIRY-DATE OF ODFAC-FILE-REC NOT = ZERO          05640000
              AND ODFACIL-EXPIRY-DATE OF ODFAC-FILE-REC                 05650000
                  < ECLCALC-CURRENT-DATE                                05660000
               SET ECLCALC-EXP-EXPIRED TO TRUE                          05670000
           END-IF                                                       05680000
                                                                        05690000
           PERFORM 4000-STAGE-EXPOSURE THRU 4000-EXIT.                  05700000
                                                                        05710000
       3000-READ-NEXT.                                                  05720000
           PERFORM 1400-READ-ACCOUNT-NEXT THRU 1400-EXIT.               05730000
       3000-EXIT.                                                       05740000
           EXIT.                                                        05750000
                                                                        05760000
      ******************************************************************05770000
      *  4000-STAGE-EXPOSURE - GATHER THE CUSTOMER AND COLLECTIONS     *05780000
      *  FACTS, PICK THE STAGE, PRICE THE PROVISION AND SAVE IT.       *05790000
      ******************************************************************05800000
       4000-STAGE-EXPOSURE.                                             05810000
           PERFORM 4100-READ-CUSTOMER THRU 4100-EXIT                    05820000
           PERFORM 4200-READ-COLLCASE THRU 4200-EXIT                    05830000
           PERFORM 4300-READ-PROVISION THRU 4300-EXIT                   05840000
           PERFORM 4400-SET-STAGE THRU 4400-EXIT                        05850000
           PERFORM 4500-APPLY-FACTORS THRU 4500-EXIT                    05860000
           PERFORM 4600-SAVE-PROVISION THRU 4600-EXIT                   05870000
                                                                        05880000
           ADD 1 TO ECLCALC-STAGED-COUNT                                05890000
           MOVE ECLPROV-STAGE OF PROV-FILE-REC TO ECLCALC-STAGE-SUB     05900000
           ADD 1 TO ECLCALC-STAGE-COUNT(ECLCALC-STAGE-SUB)              05910000
           PERFORM 4700-ACCUMULATE THRU 4700-EXIT.                      05920000
       4000-EXIT.                                                       05930000
           EXIT.                                                        05940000
                                                                        05950000
      ******************************************************************05960000
      *  4100-READ-CUSTOMER - PICK UP THE DECEASED FLAG AND THE        *05970000
      *  CURRENT CREDIT SCORE.  A MISSING CUSTOMER IS TAKEN AS ALIVE   *05980000
      *  AND UNSCORED.                                                 *05990000
      ******************************************************************06000000
       4100-READ-CUSTOMER.                                              06010000
           MOVE 'N' TO ECLCALC-DECEASED-SWITCH                          06020000
           MOVE ZERO TO ECLCALC-CUST-SCORE                              06030000
           MOVE ECLCALC-EXP-SORTCODE                                    06040000
               TO CUSTOMER-SORTCODE OF CUSTOMER-FILE-REC                06050000
           MOVE ECLCALC-EXP-CUSTOMER                                    06060000
               TO CUSTOMER-NUMBER OF CUSTOMER-FILE-REC                  06070000
                                                                        06080000
           READ CUSTOMER-FILE                                           06090000
               KEY IS CUSTOMER-KEY OF CUSTOMER-FILE-REC                 06100000
               INVALID KEY                                              06110000
                   GO TO 4100-EXIT                                      06120000
           END-READ                                                     06130000
                                                                        06140000
           IF CUSTOMER-DECEASED OF CUSTOMER-FILE-REC                    06150000
               SET ECLCALC-CUST-DECEASED TO TRUE                        06160000
           END-IF                                                       06170000
           MOVE CUSTOMER-CREDIT-SCORE OF CUSTOMER-FILE-REC              06180000
               TO ECLCALC-CUST-SCORE.                                   06190000
       4100-EXIT.                                                       06200000
           EXIT.                                                        06210000
                                                                        06220000
      ******************************************************************06230000
      *  4200-READ-COLLCASE - NOTE WHETHER THE EXPOSURE'S ACCOUNT HAS  *06240000
      *  AN OPEN COLLECTIONS CASE, AND WHETHER IT HAS REACHED FINAL    *06250000
      *  DEMAND.  A CURED CASE COUNTS AS NONE.                         *06260000
      ******************************************************************06270000
       4200-READ-COLLCASE.                                              06280000
           SET ECLCALC-CASE-NONE TO TRUE                                06290000
           MOVE ECLCALC-EXP-SORTCODE                                    06300000
               TO COLLCASE-SORTCODE OF CASE-FILE-REC                    06310000
           MOVE ECLCALC-EXP-ACCOUNT                                     06320000
               TO COLLCASE-NUMBER OF CASE-FILE-REC                      06330000
                                                                        06340000
           READ CASE-FILE                                               06350000
               KEY IS COLLCASE-KEY OF CASE-FILE-REC                     06360000
               INVALID KEY                                              06370000
                   GO TO 4200-EXIT                                      06380000
           END-READ                                                     06390000
                                                                        06400000
           IF COLLCASE-CASE-OPEN OF CASE-FILE-REC                       06410000
               IF COLLCASE-STAGE-FINAL OF CASE-FILE-REC                 06420000
                   SET ECLCALC-CASE-FINAL TO TRUE                       06430000
               ELSE                                                     06440000
                   SET ECLCALC-CASE-OPEN TO TRUE                        06450000
               END-IF                                                   06460000
           END-IF.                                                      06470000
       4200-EXIT.                                                       06480000
           EXIT.                                                        06490000
                                                                        06500000
      ******************************************************************06510000
      *  4300-READ-PROVISION - FETCH THE EXPOSURE'S LEDGER ROW, OR     *06520000
      *  START A NEW ONE WITH THE CURRENT SCORE AS ITS REFERENCE       *06530000
      *  POINT.  LAST MONTH'S PROVISION BECOMES THE PRIOR FIGURE,      *06540000
      *  UNLESS THE ROW WAS ALREADY DONE TODAY (A RE-RUN).             *06550000
      ******************************************************************06560000
       4300-READ-PROVISION.                                             06570000
           MOVE 'N' TO ECLCALC-NEW-ROW-SWITCH                           06580000
           MOVE ECLCALC-EXP-TYPE                                        06590000
               TO ECLPROV-EXPOSURE-TYPE OF PROV-FILE-REC                06600000
           MOVE ECLCALC-EXP-SORTCODE                                    06610000
               TO ECLPROV-SORTCODE OF PROV-FILE-REC                     06620000
           MOVE ECLCALC-EXP-NUMBER                                      06630000
               TO ECLPROV-NUMBER OF PROV-FILE-REC                       06640000
                                                                        06650000
           READ PROV-FILE                                               06660000
               KEY IS ECLPROV-KEY OF PROV-FILE-REC                      06670000
               INVALID KEY                                              06680000
                   SET ECLCALC-NEW-ROW TO TRUE                          06690000
           END-READ                                                     06700000
                                                                        06710000
           IF ECLCALC-NEW-ROW                                           06720000
               INITIALIZE PROV-FILE-REC                                 06730000
               MOVE 'ECLP' TO ECLPROV-EYECATCHER OF PROV-FILE-REC       06740000
               MOVE ECLCALC-EXP-TYPE                                    06750000
                   TO ECLPROV-EXPOSURE-TYPE OF PROV-FILE-REC            06760000
               MOVE ECLCALC-EXP-SORTCODE                                06770000
                   TO ECLPROV-SORTCODE OF PROV-FILE-REC                 06780000
               MOVE ECLCALC-EXP-NUMBER                                  06790000
                   TO ECLPROV-NUMBER OF PROV-FILE-REC                   06800000
               MOVE ECLCALC-CUST-SCORE                                  06810000
                   TO ECLPROV-FIRST-SCORE OF PROV-FILE-REC              06820000
               MOVE ECLCALC-CURRENT-DATE                                06830000
                   TO ECLPROV-FIRST-DATE OF PROV-FILE-REC               06840000
               MOVE ZERO TO ECLPROV-PRIOR-PROVISION OF PROV-FILE-REC    06850000
               GO TO 4300-EXIT                                          06860000
           END-IF                                                       06870000
                                                                        06880000
           IF ECLPROV-LAST-RUN-DATE OF PROV-FILE-REC                    06890000
              NOT = ECLCALC-CURRENT-DATE                                06900000
               MOVE ECLPROV-PROVISION OF PROV-FILE-REC                  06910000
                   TO ECLPROV-PRIOR-PROVISION OF PROV-FILE-REC          06920000
           END-IF                                                       06930000
                                                                        06940000
           IF ECLPROV-FIRST-SCORE OF PROV-FILE-REC = ZERO               06950000
               MOVE ECLCALC-CUST-SCORE                                  06960000
                   TO ECLPROV-FIRST-SCORE OF PROV-FILE-REC              06970000
           END-IF.                                                      06980000
       4300-EXIT.                                                       06990000
           EXIT.                                                        07000000
                                                                        07010000
      ******************************************************************07020000
      *  4400-SET-STAGE - THE FIRST RULE THAT FITS DECIDES THE STAGE,  *07030000
      *  STAGE 3 RULES BEFORE STAGE 2.  THE REASON IS KEPT ON THE      *07040000
      *  LEDGER FOR FINANCE'S AUDIT TRAIL.                             *07050000
      ******************************************************************07060000
       4400-SET-STAGE.                                                  07070000
           SET ECLPROV-STAGE-3 OF PROV-FILE-REC TO TRUE                 07080000
                                                                        07090000
           IF ECLCALC-CUST-DECEASED                                     07100000
               MOVE 'DECEASED' TO ECLPROV-STAGE-REASON OF PROV-FILE-REC 07110000
               GO TO 4400-EXIT                                          07120000
           END-IF                                                       07130000
                                                                        07140000
           IF ECLCALC-EXP-ARREARS NOT < ECLCALC-STAGE3-ARREARS          07150000
               MOVE 'ARREARS' TO ECLPROV-STAGE-REASON OF PROV-FILE-REC  07160000
               GO TO 4400-EXIT                                          07170000
           END-IF                                                       07180000
                                                                        07190000
           IF ECLCALC-CASE-FINAL                                        07200000
               MOVE 'COLLECT' TO ECLPROV-STAGE-REASON OF PROV-FILE-REC  07210000
               GO TO 4400-EXIT                                          07220000
           END-IF                                                       07230000
                                                                        07240000
           SET ECLPROV-STAGE-2 OF PROV-FILE-REC TO TRUE                 07250000
                                                                        07260000
           IF ECLCALC-EXP-ARREARS NOT < ECLCALC-STAGE2-ARREARS          07270000
               MOVE 'ARREARS' TO ECLPROV-STAGE-REASON OF PROV-FILE-REC  07280000
               GO TO 4400-EXIT                                          07290000
           END-IF                                                       07300000
                                                                        07310000
           IF ECLCALC-CASE-OPEN                                         07320000
               MOVE 'COLLECT' TO ECLPROV-STAGE-REASON OF PROV-FILE-REC  07330000
               GO TO 4400-EXIT                                          07340000
           END-IF                                                       07350000
                                                                        07360000
           IF ECLCALC-EXP-SUSPENDED                                     07370000
               MOVE 'SUSPEND' TO ECLPROV-STAGE-REASON OF PROV-FILE-REC  07380000
               GO TO 4400-EXIT                                          07390000
           END-IF                                                       07400000
                                                                        07410000
           IF ECLCALC-EXP-OVER-LIMIT                                    07420000
               MOVE 'EXCESS' TO ECLPROV-STAGE-REASON OF PROV-FILE-REC   07430000
               GO TO 4400-EXIT                                          07440000
           END-IF                                                       07450000
                                                                        07460000
           IF ECLCALC-EXP-EXPIRED                                       07470000
               MOVE 'EXPIRED' TO ECLPROV-STAGE-REASON OF PROV-FILE-REC  07480000
               GO TO 4400-EXIT                                          07490000
           END-IF                                                       07500000
                                                                        07510000
           IF ECLCALC-CUST-SCORE NOT = ZERO                             07520000
              AND ECLCALC-CUST-SCORE + ECLCALC-SCORE-DROP               07530000
                  NOT > ECLPROV-FIRST-SCORE OF PROV-FILE-REC            07540000
               MOVE 'SCORE' TO ECLPROV-STAGE-REASON OF PROV-FILE-REC    07550000
               GO TO 4400-EXIT                                          07560000
           END-IF                                                       07570000
                                                                        07580000
           SET ECLPROV-STAGE-1 OF PROV-FILE-REC TO TRUE                 07590000
           MOVE 'CURRENT' TO ECLPROV-STAGE-REASON OF PROV-FILE-REC.     07600000
       4400-EXIT.                                                       07610000
           EXIT.                                                        07620000
                                                                        07630000
      ******************************************************************07640000
      *  4500-APPLY-FACTORS - LOOK UP THE PD AND LGD FOR THE PRODUCT   *07650000
      *  AND STAGE, FALLING BACK TO THE 'DEFAULT' ROW, AND PRICE THE   *07660000
      *  PROVISION.  WITH NO FACTOR ROW AT ALL THE EXPOSURE CARRIES NO *07670000
      *  PROVISION AND IS FLAGGED FOR FINANCE TO FILL THE GAP.         *07680000
      ******************************************************************07690000
       4500-APPLY-FACTORS.                                              07700000
           MOVE ECLCALC-EXP-PRODUCT                                     07710000
               TO ECLFACT-PRODUCT OF FACT-FILE-REC                      07720000
           MOVE ECLPROV-STAGE OF PROV-FILE-REC                          07730000
               TO ECLFACT-STAGE OF FACT-FILE-REC                        07740000
           READ FACT-FILE                                               07750000
               KEY IS ECLFACT-KEY OF FACT-FILE-REC                      07760000
               INVALID KEY                                              07770000
                   MOVE 'DEFAULT' TO ECLFACT-PRODUCT OF FACT-FILE-REC   07780000
                   READ FACT-FILE                                       07790000
                       KEY IS ECLFACT-KEY OF FACT-FILE-REC              07800000
                       INVALID KEY                                      07810000
                           MOVE ZERO TO ECLFACT-PD OF FACT-FILE-REC     07820000
                           MOVE ZERO TO ECLFACT-LGD OF FACT-FILE-REC    07830000
                           ADD 1 TO ECLCALC-NOFACT-COUNT                07840000
                           DISPLAY 'ECLCALC - NO ECL FACTOR FOR '       07850000
                               ECLCALC-EXP-PRODUCT ' STAGE '            07860000
                               ECLPROV-STAGE OF PROV-FILE-REC           07870000
                   END-READ                                             07880000
           END-READ                                                     07890000
                                                                        07900000
           MOVE ECLFACT-PD OF FACT-FILE-REC                             07910000
               TO ECLPROV-PD OF PROV-FILE-REC                           07920000
           MOVE ECLFACT-LGD OF FACT-FILE-REC                            07930000
               TO ECLPROV-LGD OF PROV-FILE-REC                          07940000
           MOVE ECLCALC-EXP-AMOUNT                                      07950000
               TO ECLPROV-EXPOSURE OF PROV-FILE-REC                     07960000
           COMPUTE ECLPROV-PROVISION OF PROV-FILE-REC ROUNDED =         07970000
               ECLCALC-EXP-AMOUNT                                       07980000
             * ECLFACT-PD OF FACT-FILE-REC                              07990000
             * ECLFACT-LGD OF FACT-FILE-REC                             08000000
           COMPUTE ECLPROV-MOVEMENT OF PROV-FILE-REC =                  08010000
               ECLPROV-PROVISION OF PROV-FILE-REC                       08020000
             - ECLPROV-PRIOR-PROVISION OF PROV-FILE-REC.                08030000
       4500-EXIT.                                                       08040000
           EXIT.                                                        08050000
                                                                        08060000
      ******************************************************************08070000
      *  4600-SAVE-PROVISION - WRITE THE NEW ROW OR REWRITE THE OLD.   *08080000
      ******************************************************************08090000
       4600-SAVE-PROVISION.                                             08100000
           MOVE ECLCALC-EXP-CUSTOMER                                    08110000
               TO ECLPROV-CUSTOMER OF PROV-FILE-REC                     08120000
           MOVE ECLCALC-EXP-PRODUCT                                     08130000
               TO ECLPROV-PRODUCT OF PROV-FILE-REC                      08140000
           MOVE ECLCALC-CUST-SCORE                                      08150000
               TO ECLPROV-LAST-SCORE OF PROV-FILE-REC                   08160000
           MOVE ECLCALC-CURRENT-DATE                                    08170000
               TO ECLPROV-LAST-RUN-DATE OF PROV-FILE-REC                08180000
                                                                        08190000
           IF ECLCALC-NEW-ROW                                           08200000
               WRITE PROV-FILE-REC                                      08210000
                   INVALID KEY                                          08220000
                       DISPLAY 'ECLCALC - CRITICAL - PROVISION WRITE '  08230000
                           'FAILED FOR ' ECLCALC-EXP-TYPE ' '           08240000
                           ECLCALC-EXP-NUMBER ', STATUS '               08250000
                           ECLCALC-PROV-STATUS                          08260000
               END-WRITE                                                08270000
           ELSE                                                         08280000
               REWRITE PROV-FILE-REC                                    08290000
                   INVALID KEY                                          08300000
                       DISPLAY 'ECLCALC - CRITICAL - PROVISION REWRITE '08310000
                           'FAILED FOR ' ECLCALC-EXP-TYPE ' '           08320000
                           ECLCALC-EXP-NUMBER ', STATUS '               08330000
                           ECLCALC-PROV-STATUS                          08340000
               END-REWRITE                                              08350000
           END-IF.                                                      08360000
       4600-EXIT.                                                       08370000
           EXIT.                                                        08380000
                                                                        08390000
      ******************************************************************08400000
      *  4700-ACCUMULATE - FIND (OR ADD) THE BRANCH AND PRODUCT SLOT   *08410000
      *  AND ADD THE ROW'S STAGE, PROVISION AND MOVEMENT TO IT.  A     *08420000
      *  CLEARED ROW (STAGE-REASON 'CLEARED') ADDS ONLY ITS MOVEMENT.  *08430000
      ******************************************************************08440000
       4700-ACCUMULATE.                                                 08450000
           SET ECLCALC-TOT-IDX TO 1                                     08460000
           SEARCH ECLCALC-TOT-ENTRY                                     08470000
               VARYING ECLCALC-TOT-IDX                                  08480000
               AT END                                                   08490000
                   DISPLAY 'ECLCALC - CRITICAL - BRANCH/PRODUCT '       08500000
                       'TABLE FULL, ' ECLPROV-SORTCODE                  08510000
                       OF PROV-FILE-REC ' '                             08520000
                       ECLPROV-PRODUCT OF PROV-FILE-REC                 08530000
                       ' NOT TOTALLED'                                  08540000
                   GO TO 4700-EXIT                                      08550000
               WHEN ECLCALC-TOT-IDX > ECLCALC-TOT-COUNT                 08560000
                   ADD 1 TO ECLCALC-TOT-COUNT                           08570000
                   MOVE ECLPROV-SORTCODE OF PROV-FILE-REC               08580000
                       TO ECLCALC-TOT-SORTCODE(ECLCALC-TOT-IDX)         08590000
                   MOVE ECLPROV-PRODUCT OF PROV-FILE-REC                08600000
                       TO ECLCALC-TOT-PRODUCT(ECLCALC-TOT-IDX)          08610000
               WHEN ECLCALC-TOT-SORTCODE(ECLCALC-TOT-IDX) =             08620000
                    ECLPROV-SORTCODE OF PROV-FILE-REC                   08630000
                AND ECLCALC-TOT-PRODUCT(ECLCALC-TOT-IDX) =              08640000
                    ECLPROV-PRODUCT OF PROV-FILE-REC                    08650000
                   CONTINUE                                             08660000
           END-SEARCH                                                   08670000
                                                                        08680000
           IF ECLPROV-STAGE-REASON OF PROV-FILE-REC NOT = 'CLEARED'     08690000
               EVALUATE TRUE                                            08700000
                   WHEN ECLPROV-STAGE-1 OF PROV-FILE-REC                08710000
                       ADD 1 TO ECLCALC-TOT-STAGE1(ECLCALC-TOT-IDX)     08720000
                   WHEN ECLPROV-STAGE-2 OF PROV-FILE-REC                08730000
                       ADD 1 TO ECLCALC-TOT-STAGE2(ECLCALC-TOT-IDX)     08740000
                   WHEN OTHER                                           08750000
                       ADD 1 TO ECLCALC-TOT-STAGE3(ECLCALC-TOT-IDX)     08760000
               END-EVALUATE                                             08770000
           END-IF                                                       08780000
                                                                        08790000
           ADD ECLPROV-PROVISION OF PROV-FILE-REC                       08800000
               TO ECLCALC-TOT-PROV(ECLCALC-TOT-IDX)                     08810000
           ADD ECLPROV-MOVEMENT OF PROV-FILE-REC                        08820000
               TO ECLCALC-TOT-MOVE(ECLCALC-TOT-IDX)                     08830000
           ADD ECLPROV-PROVISION OF PROV-FILE-REC                       08840000
               TO ECLCALC-TOT-PROVISION                                 08850000
           ADD ECLPROV-MOVEMENT OF PROV-FILE-REC                        08860000
               TO ECLCALC-TOT-MOVEMENT.                                 08870000
       4700-EXIT.                                                       08880000
           EXIT.                                                        08890000
                                                                        08900000
      ******************************************************************08910000
      *  5000-RELEASE-CLEARED - BROWSE THE WHOLE LEDGER.  A ROW NOT    *08920000
      *  STAGED TODAY THAT STILL CARRIES A PROVISION BELONGS TO AN     *08930000
      *  EXPOSURE THAT HAS GONE AWAY, SO THE PROVISION IS RELEASED.    *08940000
      ******************************************************************08950000
       5000-RELEASE-CLEARED.                                            08960000
           MOVE LOW-VALUES TO ECLPROV-KEY OF PROV-FILE-REC              08970000
           START PROV-FILE KEY IS NOT LESS                              08980000
                 THAN ECLPROV-KEY OF PROV-FILE-REC                      08990000
               INVALID KEY                                              09000000
                   SET ECLCALC-PROV-EOF TO TRUE                         09010000
           END-START                                                    09020000
                                                                        09030000
           PERFORM 5100-RELEASE-ONE THRU 5100-EXIT                      09040000
              UNTIL ECLCALC-PROV-EOF.                                   09050000
       5000-EXIT.                                                       09060000
           EXIT.                                                        09070000
                                                                        09080000
      ******************************************************************09090000
      *  5100-RELEASE-ONE - READ THE NEXT LEDGER ROW AND RELEASE IT IF *09100000
      *  IT WAS NOT STAGED THIS RUN.                                   *09110000
      ******************************************************************09120000
       5100-RELEASE-ONE.                                                09130000
           READ PROV-FILE NEXT RECORD                                   09140000
               AT END                                                   09150000
                   SET ECLCALC-PROV-EOF TO TRUE                         09160000
                   GO TO 5100-EXIT                                      09170000
           END-READ                                                     09180000
                                                                        09190000
      *    A ROW RELEASED TODAY BY A RUN THAT STOPPED BEFORE ITS        09191000
      *    MOVEMENTS WERE POSTED IS COUNTED AGAIN AS IT STANDS.         09192000
           IF ECLPROV-LAST-RUN-DATE OF PROV-FILE-REC                    09193000
              = ECLCALC-CURRENT-DATE                                    09194000
              AND ECLPROV-STAGE-REASON OF PROV-FILE-REC = 'CLEARED'     09195000
               ADD 1 TO ECLCALC-RELEASED-COUNT                          09196000
               PERFORM 4700-ACCUMULATE THRU 4700-EXIT                   09197000
               GO TO 5100-EXIT                                          09198000
           END-IF                                                       09199000
           IF ECLPROV-LAST-RUN-DATE OF PROV-FILE-REC                    09200000
              = ECLCALC-CURRENT-DATE                                    09210000
              OR ECLPROV-PROVISION OF PROV-FILE-REC = ZERO              09220000
               GO TO 5100-EXIT                                          09230000
           END-IF                                                       09240000
                                                                        09250000
           MOVE ECLPROV-PROVISION OF PROV-FILE-REC                      09260000
               TO ECLPROV-PRIOR-PROVISION OF PROV-FILE-REC              09270000
           MOVE ZERO TO ECLPROV-PROVISION OF PROV-FILE-REC              09280000
           MOVE ZERO TO ECLPROV-EXPOSURE OF PROV-FILE-REC               09290000
           COMPUTE ECLPROV-MOVEMENT OF PROV-FILE-REC =                  09300000
               ZERO - ECLPROV-PRIOR-PROVISION OF PROV-FILE-REC          09310000
           MOVE 'CLEARED' TO ECLPROV-STAGE-REASON OF PROV-FILE-REC      09320000
           MOVE ECLCALC-CURRENT-DATE                                    09330000
               TO ECLPROV-LAST-RUN-DATE OF PROV-FILE-REC                09340000
                                                                        09350000
           REWRITE PROV-FILE-REC                                        09360000
               INVALID KEY                                              09370000
                   DISPLAY 'ECLCALC - CRITICAL - PROVISION REWRITE '    09380000
                       'FAILED FOR ' ECLPROV-EXPOSURE-TYPE              09390000
                       OF PROV-FILE-REC ' '                             09400000
                       ECLPROV-NUMBER OF PROV-FILE-REC                  09410000
                   GO TO 5100-EXIT                                      09420000
           END-REWRITE                                                  09430000
                                                                        09440000
           ADD 1 TO ECLCALC-RELEASED-COUNT                              09450000
           PERFORM 4700-ACCUMULATE THRU 4700-EXIT.                      09460000
       5100-EXIT.                                                       09470000
           EXIT.                                                        09480000
                                                                        09490000
      ******************************************************************09500000
      *  6000-POST-MOVEMENTS - ONE PROCTRAN ROW PER BRANCH AND PRODUCT *09510000
      *  WITH A NET MOVEMENT.                                          *09520000
      ******************************************************************09530000
       6000-POST-MOVEMENTS.                                             09540000
           PERFORM 6100-POST-ONE THRU 6100-EXIT                         09550000
              VARYING ECLCALC-TOT-IDX FROM 1 BY 1                       09560000
                UNTIL ECLCALC-TOT-IDX > ECLCALC-TOT-COUNT.              09570000
       6000-EXIT.                                                       09580000
           EXIT.                                                        09590000
                                                                        09600000
      ******************************************************************09610000
      *  6100-POST-ONE - A RISE IN THE PROVISION IS AN ECI CHARGE, A   *09620000
      *  FALL AN ECR RELEASE, EACH FOR THE SIZE OF THE MOVEMENT.       *09630000
      ******************************************************************09640000
       6100-POST-ONE.                                                   09650000
           IF ECLCALC-TOT-MOVE(ECLCALC-TOT-IDX) = ZERO                  09660000
               GO TO 6100-EXIT                                          09670000
           END-IF                                                       09680000
                                                                        09690000
           PERFORM 6500-ASSIGN-PROCTRAN-NUMBER THRU 6500-EXIT           09700000
                                                                        09710000
           IF ECLCALC-TOT-MOVE(ECLCALC-TOT-IDX) > ZERO                  09720000
               MOVE 'ECI' TO PROC-TRAN-TYPE OF PROCTRAN-FILE-REC        09730000
               MOVE ECLCALC-TOT-MOVE(ECLCALC-TOT-IDX)                   09740000
                   TO ECLCALC-POST-AMOUNT                               09750000
           ELSE                                                         09760000
               MOVE 'ECR' TO PROC-TRAN-TYPE OF PROCTRAN-FILE-REC        09770000
               COMPUTE ECLCALC-POST-AMOUNT =                            09780000
                   ZERO - ECLCALC-TOT-MOVE(ECLCALC-TOT-IDX)             09790000
           END-IF                                                       09800000
                                                                        09810000
           MOVE 'PRTR' TO PROC-TRAN-EYE-CATCHER OF PROCTRAN-FILE-REC    09820000
           MOVE ECLCALC-TOT-SORTCODE(ECLCALC-TOT-IDX)                   09830000
               TO PROC-TRAN-SORT-CODE OF PROCTRAN-FILE-REC              09840000
           MOVE ECLCALC-TRAN-NUMBER                                     09850000
               TO PROC-TRAN-NUMBER OF PROCTRAN-FILE-REC                 09860000
           MOVE ZERO TO PROC-TRAN-ACCOUNT-NUMBER OF PROCTRAN-FILE-REC   09870000
           MOVE ECLCALC-CURRENT-DATE                                    09880000
               TO PROC-TRAN-DATE OF PROCTRAN-FILE-REC                   09890000
           MOVE ECLCALC-CURRENT-TIME                                    09900000
               TO PROC-TRAN-TIME OF PROCTRAN-FILE-REC                   09910000
           MOVE ECLCALC-TRAN-NUMBER                                     09920000
               TO PROC-TRAN-REF OF PROCTRAN-FILE-REC                    09930000
           MOVE ECLCALC-POST-AMOUNT                                     09940000
               TO PROC-TRAN-AMOUNT OF PROCTRAN-FILE-REC                 09950000
           MOVE 'GBP' TO PROC-TRAN-CURRENCY OF PROCTRAN-FILE-REC        09960000
           MOVE ZERO     TO PROC-TRAN-VALUE-DATE OF PROCTRAN-FILE-REC   09970000
           MOVE SPACES TO PROC-TRAN-DESC OF PROCTRAN-FILE-REC           09980000
           STRING 'ECL PROVISION MOVEMENT ' DELIMITED BY SIZE           09990000
                  ECLCALC-TOT-PRODUCT(ECLCALC-TOT-IDX)                  10000000
                                          DELIMITED BY SIZE             10010000
               INTO PROC-TRAN-DESC OF PROCTRAN-FILE-REC                 10020000
           END-STRING                                                   10030000
                                                                        10040000
           WRITE PROCTRAN-FILE-REC                                      10050000
               INVALID KEY                                              10060000
                   DISPLAY 'ECLCALC - CRITICAL - MOVEMENT WRITE FAILED '10070000
                       'FOR BRANCH '                                    10080000
                       ECLCALC-TOT-SORTCODE(ECLCALC-TOT-IDX)            10090000
                   GO TO 6100-EXIT                                      10100000
               NOT INVALID KEY                                          10103333
                   PERFORM 8900-ADD-CONTROL-TOTAL THRU 8900-EXIT        10106666
           END-WRITE                                                    10110000
                                                                        10120000
           ADD 1 TO ECLCALC-POSTED-COUNT.                               10130000
       6100-EXIT.                                                       10140000
           EXIT.                                                        10150000
                                                                        10160000
      ******************************************************************10160263
      *  6900-MARK-POSTED - STAMP TODAY'S DATE ON THE LEDGER'S CONTROL *10160526
      *  ROW SO A SECOND RUN FOR THE SAME DATE IS REFUSED.             *10160789
      ******************************************************************10161052
       6900-MARK-POSTED.                                                10161315
           IF ECLCALC-CTL-ROW-NEW                                       10161578
               INITIALIZE PROV-FILE-REC                                 10161841
               MOVE 'ECLP' TO ECLPROV-EYECATCHER OF PROV-FILE-REC       10162104
               PERFORM 1150-SET-CONTROL-KEY THRU 1150-EXIT              10162367
               MOVE ECLCALC-CURRENT-DATE                                10162630
                   TO ECLPROV-LAST-RUN-DATE OF PROV-FILE-REC            10162893
               WRITE PROV-FILE-REC                                      10163156
                   INVALID KEY                                          10163419
                       DISPLAY 'ECLCALC - CRITICAL - CONTROL ROW WRITE '10163682
                           'FAILED, STATUS ' ECLCALC-PROV-STATUS        10163945
               END-WRITE                                                10164208
               GO TO 6900-EXIT                                          10164471
           END-IF                                                       10164734
                                                                        10164997
           PERFORM 1150-SET-CONTROL-KEY THRU 1150-EXIT                  10165260
           READ PROV-FILE                                               10165523
               KEY IS ECLPROV-KEY OF PROV-FILE-REC                      10165786
               INVALID KEY                                              10166049
                   DISPLAY 'ECLCALC - CRITICAL - CONTROL ROW MISSING'   10166312
                   GO TO 6900-EXIT                                      10166575
           END-READ                                                     10166838
                                                                        10167101
           MOVE ECLCALC-CURRENT-DATE                                    10167364
               TO ECLPROV-LAST-RUN-DATE OF PROV-FILE-REC                10167627
           REWRITE PROV-FILE-REC                                        10167890
               INVALID KEY                                              10168153
                   DISPLAY 'ECLCALC - CRITICAL - CONTROL ROW REWRITE '  10168416
                       'FAILED, STATUS ' ECLCALC-PROV-STATUS            10168679
           END-REWRITE.                                                 10168942
       6900-EXIT.                                                       10169205
           EXIT.                                                        10169468
                                                                        10169731
      ******************************************************************10170000
      *  6500-ASSIGN-PROCTRAN-NUMBER - READ THE PROCTRAN CONTROL       *10180000
      *  SINGLETON, BUMP LAST-PROC-TRAN-NUMBER, AND REWRITE, THE       *10190000
      *  SAME WAY THE OTHER BATCHES HAND OUT THEIR NUMBERS.            *10200000
      ******************************************************************10210000
       6500-ASSIGN-PROCTRAN-NUMBER.                                     10220000
           MOVE ECLCALC-CTL-SORTCODE TO PROCTRAN-CONTROL-SORTCODE       10230000
                                          OF PCTRL-FILE-REC             10240000
           MOVE ECLCALC-CTL-NUMBER   TO PROCTRAN-CONTROL-NUMBER         10250000
                                          OF PCTRL-FILE-REC             10260000
                                                                        10270000
           READ PCTRL-FILE                                              10280000
               KEY IS PROCTRAN-CONTROL-KEY OF PCTRL-FILE-REC            10290000
               INVALID KEY                                              10300000
                   MOVE 'PTCL' TO PROCTRAN-CONTROL-EYECATCHER           10310000
                                   OF PCTRL-FILE-REC                    10320000
                   MOVE ECLCALC-CTL-SORTCODE                            10330000
                       TO PROCTRAN-CONTROL-SORTCODE OF PCTRL-FILE-REC   10340000
                   MOVE ECLCALC-CTL-NUMBER                              10350000
                       TO PROCTRAN-CONTROL-NUMBER OF PCTRL-FILE-REC     10360000
                   MOVE ZERO TO LAST-PROC-TRAN-NUMBER OF PCTRL-FILE-REC 10370000
                   WRITE PCTRL-FILE-REC                                 10380000
           END-READ                                                     10390000
                                                                        10400000
           ADD 1 TO LAST-PROC-TRAN-NUMBER OF PCTRL-FILE-REC             10410000
           MOVE LAST-PROC-TRAN-NUMBER OF PCTRL-FILE-REC                 10420000
               TO ECLCALC-TRAN-NUMBER                                   10430000
                                                                        10440000
           REWRITE PCTRL-FILE-REC.                                      10450000
       6500-EXIT.                                                       10460000
           EXIT.                                                        10470000
                                                                        10480000
      ******************************************************************10490000
      *  7000-PRINT-REPORT - ONE LINE PER BRANCH AND PRODUCT, THEN THE *10500000
      *  RUN TOTALS.                                                   *10510000
      ******************************************************************10520000
       7000-PRINT-REPORT.                                               10530000
           WRITE ECL-RPT-LINE FROM ECLCALC-HEADING-1                    10540000
           MOVE ECLCALC-CURRENT-DATE TO ECLCALC-HDR-DATE                10550000
           MOVE ECLCALC-SCORE-DROP TO ECLCALC-HDR-SCORE-DROP            10560000
           WRITE ECL-RPT-LINE FROM ECLCALC-HEADING-2                    10570000
           MOVE SPACES TO ECL-RPT-LINE                                  10580000
           WRITE ECL-RPT-LINE                                           10590000
           WRITE ECL-RPT-LINE FROM ECLCALC-HEADING-3                    10600000
                                                                        10610000
           PERFORM 7100-PRINT-ONE THRU 7100-EXIT                        10620000
              VARYING ECLCALC-TOT-IDX FROM 1 BY 1                       10630000
                UNTIL ECLCALC-TOT-IDX > ECLCALC-TOT-COUNT               10640000
                                                                        10650000
           MOVE SPACES TO ECL-RPT-LINE                                  10660000
           WRITE ECL-RPT-LINE                                           10670000
                                                                        10680000
           MOVE 'LOANS READ            : ' TO ECLCALC-SUM-LABEL         10690000
           MOVE ECLCALC-LOAN-READ-COUNT TO ECLCALC-SUM-COUNT            10700000
           MOVE ZERO TO ECLCALC-SUM-AMOUNT                              10710000
           PERFORM 7200-PRINT-SUMMARY THRU 7200-EXIT                    10720000
                                                                        10730000
           MOVE 'ACCOUNTS READ         : ' TO ECLCALC-SUM-LABEL         10740000
           MOVE ECLCALC-ACCT-READ-COUNT TO ECLCALC-SUM-COUNT            10750000
           PERFORM 7200-PRINT-SUMMARY THRU 7200-EXIT                    10760000
                                                                        10770000
           MOVE 'STAGE 1 EXPOSURES     : ' TO ECLCALC-SUM-LABEL         10780000
           MOVE ECLCALC-STAGE-COUNT(1) TO ECLCALC-SUM-COUNT             10790000
           PERFORM 7200-PRINT-SUMMARY THRU 7200-EXIT                    10800000
                                                                        10810000
           MOVE 'STAGE 2 EXPOSURES     : ' TO ECLCALC-SUM-LABEL         10820000
           MOVE ECLCALC-STAGE-COUNT(2) TO ECLCALC-SUM-COUNT             10830000
           PERFORM 7200-PRINT-SUMMARY THRU 7200-EXIT                    10840000
                                                                        10850000
           MOVE 'STAGE 3 EXPOSURES     : ' TO ECLCALC-SUM-LABEL         10860000
           MOVE ECLCALC-STAGE-COUNT(3) TO ECLCALC-SUM-COUNT             10870000
           PERFORM 7200-PRINT-SUMMARY THRU 7200-EXIT                    10880000
                                                                        10890000
           MOVE 'RELEASED IN FULL      : ' TO ECLCALC-SUM-LABEL         10900000
           MOVE ECLCALC-RELEASED-COUNT TO ECLCALC-SUM-COUNT             10910000
           PERFORM 7200-PRINT-SUMMARY THRU 7200-EXIT                    10920000
                                                                        10930000
           MOVE 'NO FACTOR ON FILE     : ' TO ECLCALC-SUM-LABEL         10940000
           MOVE ECLCALC-NOFACT-COUNT TO ECLCALC-SUM-COUNT               10950000
           PERFORM 7200-PRINT-SUMMARY THRU 7200-EXIT                    10960000
                                                                        10970000
           MOVE 'TOTAL PROVISION       : ' TO ECLCALC-SUM-LABEL         10980000
           MOVE ECLCALC-STAGED-COUNT TO ECLCALC-SUM-COUNT               10990000
           MOVE ECLCALC-TOT-PROVISION TO ECLCALC-SUM-AMOUNT             11000000
           PERFORM 7200-PRINT-SUMMARY THRU 7200-EXIT                    11010000
                                                                        11020000
           MOVE 'NET MOVEMENT POSTED   : ' TO ECLCALC-SUM-LABEL         11030000
           MOVE ECLCALC-POSTED-COUNT TO ECLCALC-SUM-COUNT               11040000
           MOVE ECLCALC-TOT-MOVEMENT TO ECLCALC-SUM-AMOUNT              11050000
           PERFORM 7200-PRINT-SUMMARY THRU 7200-EXIT.                   11060000
       7000-EXIT.                                                       11070000
           EXIT.                                                        11080000
                                                                        11090000
       7100-PRINT-ONE.                                                  11100000
           MOVE ECLCALC-TOT-SORTCODE(ECLCALC-TOT-IDX)                   11110000
               TO ECLCALC-DTL-SORTCODE                                  11120000
           MOVE ECLCALC-TOT-PRODUCT(ECLCALC-TOT-IDX)                    11130000
               TO ECLCALC-DTL-PRODUCT                                   11140000
           MOVE ECLCALC-TOT-STAGE1(ECLCALC-TOT-IDX)                     11150000
               TO ECLCALC-DTL-STAGE1                                    11160000
           MOVE ECLCALC-TOT-STAGE2(ECLCALC-TOT-IDX)                     11170000
               TO ECLCALC-DTL-STAGE2                                    11180000
           MOVE ECLCALC-TOT-STAGE3(ECLCALC-TOT-IDX)                     11190000
               TO ECLCALC-DTL-STAGE3                                    11200000
           MOVE ECLCALC-TOT-PROV(ECLCALC-TOT-IDX)                       11210000
               TO ECLCALC-DTL-PROVISION                                 11220000
           MOVE ECLCALC-TOT-MOVE(ECLCALC-TOT-IDX)                       11230000
               TO ECLCALC-DTL-MOVEMENT                                  11240000
           WRITE ECL-RPT-LINE FROM ECLCALC-DETAIL-LINE.                 11250000
       7100-EXIT.                                                       11260000
           EXIT.                                                        11270000
                                                                        11280000
       7200-PRINT-SUMMARY.                                              11290000
           WRITE ECL-RPT-LINE FROM ECLCALC-SUMMARY-LINE.                11300000
       7200-EXIT.                                                       11310000
           EXIT.                                                        11320000
                                                                        11330000
      ******************************************************************11330666
      *  8900-ADD-CONTROL-TOTAL - ADD THE PROCTRAN ROW JUST WRITTEN TO *11331332
      *  THE JOB'S CONTROL TOTALS FOR BALCHK.                          *11331998
      ******************************************************************11332664
       8900-ADD-CONTROL-TOTAL.                                          11333330
           SET BALTOT-REQ-ADD TO TRUE                                   11333996
           MOVE PROC-TRAN-DATE OF PROCTRAN-FILE-REC TO BALTOT-REQ-DATE  11334662
           MOVE PROC-TRAN-TYPE OF PROCTRAN-FILE-REC TO BALTOT-REQ-TYPE  11335328
           MOVE PROC-TRAN-AMOUNT OF PROCTRAN-FILE-REC                   11335994
               TO BALTOT-REQ-AMOUNT                                     11336660
           CALL 'BALTOT' USING BALTOT-REQUEST.                          11337326
       8900-EXIT.                                                       11337992
           EXIT.                                                        11338658
                                                                        11339324
      ******************************************************************11340000
      *  9000-TERMINATE - REPORT THE COUNT TO RUNCTL AND CLOSE THE     *11350000
      *  FILES.                                                        *11360000
      ******************************************************************11370000
       9000-TERMINATE.                                                  11380000
           CLOSE LOAN-FILE                                              11390000
           CLOSE ACCOUNT-FILE                                           11400000
           CLOSE ODFAC-FILE                                             11410000
           CLOSE CUSTOMER-FILE                                          11420000
           CLOSE CASE-FILE                                              11430000
           CLOSE FACT-FILE                                              11440000
           CLOSE PROV-FILE                                              11450000
           CLOSE PROCTRAN-FILE                                          11460000
           CLOSE PCTRL-FILE                                             11470000
           CLOSE ECL-RPT                                                11480000
                                                                        11490000
           SET BALTOT-REQ-WRITE TO TRUE                                 11492500
           CALL 'BALTOT' USING BALTOT-REQUEST                           11495000
                                                                        11497500
           MOVE 'E' TO RUNCTL-REQ-FUNCTION                              11500000
           MOVE ECLCALC-STAGED-COUNT TO RUNCTL-REQ-COUNT                11510000
           CALL 'RUNCTL' USING RUNCTL-REQUEST.                          11520000
       9000-EXIT.                                                       11530000
           EXIT.                                                        11540000
                                                                        11550000
       9999-EXIT.                                                       11560000
           STOP RUN.                                                    11570000
