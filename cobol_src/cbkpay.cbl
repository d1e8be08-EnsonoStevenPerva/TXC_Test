      ******************************************************************00010000
      *                                                                *00020000
      *  Copyright IBM Corp. 2023                                      *00030000
      *                                                                *00040000
      *                                                                *00050000
      ******************************************************************00060000
       IDENTIFICATION DIVISION.                                         00070000
       PROGRAM-ID.    CBKPAY.                                           00080000
       AUTHOR.        BANK APPLICATIONS GROUP.                          00090000
       INSTALLATION.  BANK BATCH SERVICES.                              00100000
       DATE-WRITTEN.  2026-10-15.                                       00110000
       DATE-COMPILED.                                                   00120000
      ******************************************************************00130000
      *                                                                *00140000
      *  CBKPAY - MONTHLY CARD CASHBACK CALCULATION AND PAYMENT        *00150000
      *                                                                *00160000
      *  FUNCTION : WORKS OUT AND PAYS THE CARD CASHBACK EARNED IN THE *00170000
      *             REWARD MONTH NAMED ON SYSIN (YYYYMM, DEFAULT THE   *00180000
      *             MONTH BEFORE THE BUSINESS DATE'S, SINCE THE RUN    *00190000
      *             PAYS FOR A MONTH THAT HAS CLOSED).  TWO PASSES :   *00200000
      *                                                                *00210000
      *               1 - EVERY PROCTRAN ROW DATED IN THE MONTH IS     *00220000
      *                   READ.  A CARD DEBIT (DEB WITH A CARD         *00230000
      *                   DESCRIPTION) IS CLASSIFIED BY ITS MERCHANT   *00240000
      *                   CATEGORY CODE AGAINST THE RATE TABLE         *00250000
      *                   (COPYBOOK CBKRATE) AND ADDED TO THE          *00260000
      *                   ACCOUNT'S SPEND IN THAT CATEGORY ON THE      *00270000
      *                   MONTHLY LEDGER (COPYBOOK CBKMNTH).  A        *00280000
      *                   REVERSAL (REV) OR DISPUTE CREDIT (DPC) OF A  *00290000
      *                   CARD DEBIT - IN ANY MONTH - IS ADDED TO THE  *00300000
      *                   REVERSED SPEND OF THE ORIGINAL'S CATEGORY,   *00310000
      *                   SO THE CASHBACK ON IT IS CLAWED BACK.        *00320000
      *               2 - EACH ACCOUNT'S LEDGER ROWS ARE PRICED : NET  *00330000
      *                   SPEND AT THE CATEGORY RATE, HELD TO THE      *00340000
      *                   CATEGORY CAP, THEN THE ACCOUNT'S TOTAL HELD  *00350000
      *                   TO THE ACCOUNT MONTHLY CAP (SYSTEM PARAMETER *00360000
      *                   CBKPAY / ACCOUNT-MONTH-CAP).  A POSITIVE     *00370000
      *                   TOTAL IS CREDITED AS A CBK PROCTRAN ROW, A   *00380000
      *                   NEGATIVE ONE (MORE CLAWED BACK THAN EARNED)  *00390000
      *                   DEBITED AS A CBC ROW.                        *00400000
      *                                                                *00410000
      *             CASHBACK ON AN ACCOUNT THAT IS SUSPENDED, DORMANT  *00420000
      *             OR CLOSED, WHOSE CUSTOMER IS MARKED DECEASED, OR   *00430000
      *             WITH AN OPEN COLLECTIONS CASE (COPYBOOK COLLCASE)  *00440000
      *             IS WITHHELD : IT IS ADDED TO THE ACCOUNT'S         *00450000
      *             WITHHELD BALANCE ON THE ACCOUNT LEDGER (COPYBOOK   *00460000
      *             CBKACCT) AND PAID WITH THE FIRST MONTH THE ACCOUNT *00470000
      *             IS CLEAR.  CBKRPT REPORTS THE MONTH AND THE        *00480000
      *             OUTSTANDING LIABILITY TO FINANCE.                  *00490000
      *                                                                *00500000
      *             AN ACCOUNT IS SETTLED ONCE A MONTH : THE ACCOUNT   *00510000
      *             LEDGER CARRIES THE MONTH LAST SETTLED, AND A       *00520000
      *             RERUN REBUILDS THE MONTH FOR ONLY THE ACCOUNTS NOT *00530000
      *             YET SETTLED, SO IT NEEDS NO CHECKPOINT AND CANNOT  *00540000
      *             PAY AN ACCOUNT TWICE.                              *00550000
      *                                                                *00560000
      *  FILES    : PROCTRAN - VSAM KSDS - TRANSACTION LOG (I-O)       *00570000
      *             PCTLFILE - VSAM KSDS - PROCTRAN CONTROL (I-O)      *00580000
      *             ACCFILE  - VSAM KSDS - ACCOUNT MASTER (I-O)        *00590000
      *             CUSTFILE - VSAM KSDS - CUSTOMER MASTER (INPUT)     *00600000
      *             CCASE    - VSAM KSDS - COLLECTIONS CASES (INPUT)   *00610000
      *             CBKRATE  - VSAM KSDS - CASHBACK RATE TABLE (INPUT) *00620000
      *             CBKMNTH  - VSAM KSDS - CASHBACK MONTHLY LEDGER     *00630000
      *                        (I-O)                                   *00640000
      *             CBKACCT  - VSAM KSDS - CASHBACK ACCOUNT LEDGER     *00650000
      *                        (I-O)                                   *00660000
      *             SYSIN    - PARAMETER FILE - REWARD MONTH (YYYYMM)  *00670000
      *             CBKPRPT  - CASHBACK PAYMENT REPORT (OUTPUT)        *00680000
      *                                                                *00690000
      *  CHANGE HISTORY                                                *00700000
      *  ----------------------------------------------------------    *00710000
      *  DATE        BY    DESCRIPTION                                 *00720000
      *  2026-10-15  BAG   INITIAL VERSION                             *00730000
      *                                                                *00740000
      ******************************************************************00750000
       ENVIRONMENT DIVISION.                                            00760000
       INPUT-OUTPUT SECTION.                                            00770000
       FILE-CONTROL.                                                    00780000
           SELECT PROCTRAN-FILE   ASSIGN TO PROCTRAN                    00790000
                  ORGANIZATION IS INDEXED                               00800000
                  ACCESS MODE IS DYNAMIC                                00810000
                  RECORD KEY IS PROC-TRAN-ID OF PROCTRAN-FILE-REC       00820000
                  FILE STATUS IS CBKPAY-PROCTRAN-STATUS.                00830000
                                                                        00840000
           SELECT PCTRL-FILE      ASSIGN TO PCTLFILE                    00850000
                  ORGANIZATION IS INDEXED                               00860000
                  ACCESS MODE IS RANDOM                                 00870000
                  RECORD KEY IS PROCTRAN-CONTROL-KEY OF PCTRL-FILE-REC  00880000
                  FILE STATUS IS CBKPAY-PCTRL-STATUS.                   00890000
                                                                        00900000
           SELECT ACCOUNT-FILE    ASSIGN TO ACCFILE                     00910000
                  ORGANIZATION IS INDEXED                               00920000
                  ACCESS MODE IS RANDOM                                 00930000
                  RECORD KEY IS ACCOUNT-KEY OF ACCOUNT-FILE-REC         00940000
                  FILE STATUS IS CBKPAY-ACCOUNT-STATUS.                 00950000
                                                                        00960000
           SELECT CUSTOMER-FILE   ASSIGN TO CUSTFILE                    00970000
                  ORGANIZATION IS INDEXED                               00980000
                  ACCESS MODE IS RANDOM                                 00990000
                  RECORD KEY IS CUSTOMER-KEY OF CUSTOMER-FILE-REC       01000000
                  FILE STATUS IS CBKPAY-CUSTOMER-STATUS.                01010000
                                                                        01020000
           SELECT COLLCASE-FILE   ASSIGN TO CCASE                       01030000
                  ORGANIZATION IS INDEXED                               01040000
                  ACCESS MODE IS RANDOM                                 01050000
                  RECORD KEY IS COLLCASE-KEY OF COLLCASE-FILE-REC       01060000
                  FILE STATUS IS CBKPAY-COLLCASE-STATUS.                01070000
                                                                        01080000
           SELECT CBKRATE-FILE    ASSIGN TO CBKRATE                     01090000
                  ORGANIZATION IS INDEXED                               01100000
                  ACCESS MODE IS SEQUENTIAL                             01110000
                  RECORD KEY IS CBKRATE-KEY OF CBKRATE-FILE-REC         01120000
                  FILE STATUS IS CBKPAY-RATE-STATUS.                    01130000
                                                                        01140000
           SELECT CBKMNTH-FILE    ASSIGN TO CBKMNTH                     01150000
                  ORGANIZATION IS INDEXED                               01160000
                  ACCESS MODE IS DYNAMIC                                01170000
                  RECORD KEY IS CBKMNTH-KEY OF CBKMNTH-FILE-REC         01180000
                  FILE STATUS IS CBKPAY-MNTH-STATUS.                    01190000
                                                                        01200000
           SELECT CBKACCT-FILE    ASSIGN TO CBKACCT                     01210000
                  ORGANIZATION IS INDEXED                               01220000
                  ACCESS MODE IS RANDOM                                 01230000
                  RECORD KEY IS CBKACCT-KEY OF CBKACCT-FILE-REC         01240000
                  FILE STATUS IS CBKPAY-ACCT-STATUS.                    01250000
                                                                        01260000
           SELECT PARAMETER-FILE  ASSIGN TO SYSIN                       01270000
                  ORGANIZATION IS LINE SEQUENTIAL                       01280000
                  FILE STATUS IS CBKPAY-PARM-STATUS.                    01290000
                                                                        01300000
           SELECT CBKPAY-RPT      ASSIGN TO CBKPRPT                     01310000
                  ORGANIZATION IS LINE SEQUENTIAL                       01320000
                  FILE STATUS IS CBKPAY-RPT-STATUS.                     01330000
                                                                        01340000
       DATA DIVISION.                                                   01350000
       FILE SECTION.                                                    01360000
       FD  PROCTRAN-FILE                                                01370000
           RECORDING MODE IS F.                                         01380000
       01  PROCTRAN-FILE-REC.                                           01390000
           COPY PROCTRAN.                                               01400000
                                                                        01410000
       FD  PCTRL-FILE                                                   01420000
           RECORDING MODE IS F.                                         01430000
       01  PCTRL-FILE-REC.                                              01440000
           COPY PRCTCTRL.                                               01450000
                                                                        01460000
       FD  ACCOUNT-FILE                                                 01470000
           RECORDING MODE IS F.                                         01480000
       01  ACCOUNT-FILE-REC.                                            01490000
           COPY ACCOUNT.                                                01500000
                                                                        01510000
       FD  CUSTOMER-FILE                                                01520000
           RECORDING MODE IS F.                                         01530000
       01  CUSTOMER-FILE-REC.                                           01540000
           COPY CUSTOMER.                                               01550000
                                                                        01560000
       FD  COLLCASE-FILE                                                01570000
           RECORDING MODE IS F.                                         01580000
       01  COLLCASE-FILE-REC.                                           01590000
           COPY COLLCASE.                                               01600000
                                                                        01610000
       FD  CBKRATE-FILE                                                 01620000
           RECORDING MODE IS F.                                         01630000
       01  CBKRATE-FILE-REC.                                            01640000
           COPY CBKRATE.                                                01650000
                                                                        01660000
       FD  CBKMNTH-FILE                                                 01670000
           RECORDING MODE IS F.                                         01680000
       01  CBKMNTH-FILE-REC.                                            01690000
           COPY CBKMNTH.                                                01700000
                                                                        01710000
       FD  CBKACCT-FILE                                                 01720000
           RECORDING MODE IS F.                                         01730000
       01  CBKACCT-FILE-REC.                                            01740000
           COPY CBKACCT.                                                01750000
                                                                        01760000
       FD  PARAMETER-FILE                                               01770000
           RECORDING MODE IS F.                                         01780000
       01  PARAMETER-FILE-REC             PIC X(80).                    01790000
                                                                        01800000
       FD  CBKPAY-RPT                                                   01810000
           RECORDING MODE IS F.                                         01820000
       01  CBKPAY-RPT-LINE                PIC X(80).                    01830000
                                                                        01840000
       WORKING-STORAGE SECTION.                                         01850000
       01  CBKPAY-WORK-AREA.                                            01860000
           05  CBKPAY-PROCTRAN-STATUS      PIC XX.                      01870000
           05  CBKPAY-PCTRL-STATUS         PIC XX.                      01880000
           05  CBKPAY-ACCOUNT-STATUS       PIC XX.                      01890000
           05  CBKPAY-CUSTOMER-STATUS      PIC XX.                      01900000
           05  CBKPAY-COLLCASE-STATUS      PIC XX.                      01910000
           05  CBKPAY-RATE-STATUS          PIC XX.                      01920000
           05  CBKPAY-MNTH-STATUS          PIC XX.                      01930000
           05  CBKPAY-ACCT-STATUS          PIC XX.                      01940000
           05  CBKPAY-PARM-STATUS          PIC XX.                      01950000
           05  CBKPAY-RPT-STATUS           PIC XX.                      01960000
           05  CBKPAY-JOB-NAME             PIC X(8)                     01970000
                                           VALUE 'CBKPAY  '.            01980000
           05  CBKPAY-PROC-EOF-SWITCH      PIC X     VALUE 'N'.         01990000
               88  CBKPAY-PROC-AT-EOF            VALUE 'Y'.             02000000
           05  CBKPAY-MNTH-EOF-SWITCH      PIC X     VALUE 'N'.         02010000
               88  CBKPAY-MNTH-AT-EOF            VALUE 'Y'.             02020000
           05  CBKPAY-RATE-EOF-SWITCH      PIC X     VALUE 'N'.         02030000
               88  CBKPAY-RATE-AT-EOF            VALUE 'Y'.             02040000
           05  CBKPAY-CAT-SWITCH           PIC X     VALUE 'N'.         02050000
               88  CBKPAY-CAT-FOUND              VALUE 'Y'.             02060000
           05  CBKPAY-ORIG-SWITCH          PIC X     VALUE 'N'.         02070000
               88  CBKPAY-ORIG-FOUND             VALUE 'Y'.             02080000
           05  CBKPAY-SETTLED-SWITCH       PIC X     VALUE 'N'.         02090000
               88  CBKPAY-ACCT-SETTLED           VALUE 'Y'.             02100000
           05  CBKPAY-MNTH-NEW-SWITCH      PIC X     VALUE 'N'.         02110000
               88  CBKPAY-MNTH-NEW               VALUE 'Y'.             02120000
           05  CBKPAY-ACCT-NEW-SWITCH      PIC X     VALUE 'N'.         02130000
               88  CBKPAY-ACCT-NEW               VALUE 'Y'.             02140000
           05  CBKPAY-HAVE-SWITCH          PIC X     VALUE 'N'.         02150000
               88  CBKPAY-HAVE-ACCOUNT           VALUE 'Y'.             02160000
           05  CBKPAY-POST-SWITCH          PIC X     VALUE 'N'.         02170000
               88  CBKPAY-POST-FAILED            VALUE 'Y'.             02180000
           05  CBKPAY-LEDGER-ACTION        PIC X     VALUE SPACE.       02190000
               88  CBKPAY-ADD-SPEND              VALUE 'S'.             02200000
               88  CBKPAY-ADD-REVERSED           VALUE 'R'.             02210000
           05  CBKPAY-WITHHOLD-REASON      PIC X     VALUE SPACE.       02220000
               88  CBKPAY-NOT-WITHHELD           VALUE SPACE.           02230000
           05  CBKPAY-CURRENT-DATE         PIC 9(8)  VALUE ZERO.        02240000
           05  CBKPAY-CURRENT-TIME         PIC 9(6)  VALUE ZERO.        02250000
           05  CBKPAY-REWARD-MONTH         PIC 9(6)  VALUE ZERO.        02260000
           05  CBKPAY-MONTH-SPLIT REDEFINES CBKPAY-REWARD-MONTH.        02270000
               10  CBKPAY-MONTH-YYYY       PIC 9999.                    02280000
               10  CBKPAY-MONTH-MM         PIC 99.                      02290000
           05  CBKPAY-PARM-MONTH           PIC 9(6)  VALUE ZERO.        02300000
           05  CBKPAY-CTL-SORTCODE         PIC 9(6)  VALUE 987654.      02310000
           05  CBKPAY-CTL-NUMBER           PIC 9(8)  VALUE ZERO.        02320000
           05  CBKPAY-TRAN-NUMBER          PIC 9(8)  VALUE ZERO.        02330000
           05  CBKPAY-MCC                  PIC X(4)  VALUE SPACES.      02340000
           05  CBKPAY-CATEGORY             PIC X(8)  VALUE SPACES.      02350000
           05  CBKPAY-RATE-SUB             PIC S9(4) COMP VALUE ZERO.   02360000
           05  CBKPAY-CAT-RATE             PIC 9(2)V9(4) VALUE ZERO.    02370000
           05  CBKPAY-CAT-CAP              PIC 9(6)V99 VALUE ZERO.      02380000
           05  CBKPAY-CHK-SORTCODE         PIC 9(6)  VALUE ZERO.        02390000
           05  CBKPAY-CHK-ACCOUNT          PIC 9(8)  VALUE ZERO.        02400000
           05  CBKPAY-LAST-CHK-SORTCODE    PIC 9(6)  VALUE ZERO.        02410000
           05  CBKPAY-LAST-CHK-ACCOUNT     PIC 9(8)  VALUE ZERO.        02420000
           05  CBKPAY-CUR-SORTCODE         PIC 9(6)  VALUE ZERO.        02430000
           05  CBKPAY-CUR-ACCOUNT          PIC 9(8)  VALUE ZERO.        02440000
           05  CBKPAY-LEDGER-AMOUNT        PIC S9(10)V99 VALUE ZERO.    02450000
           05  CBKPAY-NET-SPEND            PIC S9(10)V99 VALUE ZERO.    02460000
           05  CBKPAY-ROW-CASHBACK         PIC S9(8)V99 VALUE ZERO.     02470000
           05  CBKPAY-ACCT-TOTAL           PIC S9(8)V99 VALUE ZERO.     02480000
           05  CBKPAY-EARNED               PIC S9(8)V99 VALUE ZERO.     02490000
           05  CBKPAY-PAYOUT               PIC S9(8)V99 VALUE ZERO.     02500000
           05  CBKPAY-POST-AMOUNT          PIC S9(8)V99 VALUE ZERO.     02510000
           05  CBKPAY-ACCOUNT-CAP          PIC 9(6)V99 VALUE 25.00.     02520000
           05  CBKPAY-CAP-SOURCE           PIC X(8)  VALUE 'DEFAULT '.  02530000
           05  CBKPAY-CAP-EFFECTIVE        PIC 9(8)  VALUE ZERO.        02540000
           05  CBKPAY-SPEND-ROWS           PIC 9(9)  COMP-3 VALUE ZERO. 02550000
           05  CBKPAY-UNDO-ROWS            PIC 9(9)  COMP-3 VALUE ZERO. 02560000
           05  CBKPAY-UNCLASSIFIED         PIC 9(9)  COMP-3 VALUE ZERO. 02570000
           05  CBKPAY-CLEARED-ROWS         PIC 9(9)  COMP-3 VALUE ZERO. 02580000
           05  CBKPAY-SETTLED-COUNT        PIC 9(9)  COMP-3 VALUE ZERO. 02590000
           05  CBKPAY-PAID-COUNT           PIC 9(9)  COMP-3 VALUE ZERO. 02600000
           05  CBKPAY-CLAWED-COUNT         PIC 9(9)  COMP-3 VALUE ZERO. 02610000
           05  CBKPAY-WITHHELD-COUNT       PIC 9(9)  COMP-3 VALUE ZERO. 02620000
           05  CBKPAY-RELEASED-COUNT       PIC 9(9)  COMP-3 VALUE ZERO. 02630000
           05  CBKPAY-CAPPED-COUNT         PIC 9(9)  COMP-3 VALUE ZERO. 02640000
           05  CBKPAY-ALREADY-COUNT        PIC 9(9)  COMP-3 VALUE ZERO. 02650000
           05  CBKPAY-PAID-TOTAL           PIC S9(10)V99 VALUE ZERO.    02660000
           05  CBKPAY-CLAWED-TOTAL         PIC S9(10)V99 VALUE ZERO.    02670000
           05  CBKPAY-WITHHELD-TOTAL       PIC S9(10)V99 VALUE ZERO.    02680000
                                                                        02690000
      *    THE RATE TABLE, LOADED WHOLE FROM CBKRATE IN MCC ORDER.     *02700000
       01  CBKPAY-RATE-TABLE.                                           02710000
           05  CBKPAY-RATE-COUNT           PIC S9(4) COMP VALUE ZERO.   02720000
           05  CBKPAY-RATE-ENTRY OCCURS 200 TIMES.                      02730000
               10  CBKPAY-RT-MCC-FROM      PIC X(4).                    02740000
               10  CBKPAY-RT-MCC-TO        PIC X(4).                    02750000
               10  CBKPAY-RT-CATEGORY      PIC X(8).                    02760000
               10  CBKPAY-RT-RATE          PIC 9(2)V9(4).               02770000
               10  CBKPAY-RT-CAP           PIC 9(6)V99.                 02780000
                                                                        02790000
       01  CBKPAY-UNDO-ROW.                                             02800000
           COPY PROCTRAN.                                               02810000
                                                                        02820000
       01  CBKPAY-PROCTRAN-OUT.                                         02830000
           COPY PROCTRAN.                                               02840000
                                                                        02850000
       01  CBKPAY-PARM-REDEF.                                           02860000
           05  CBKPAY-PARM-TEXT            PIC X(6).                    02870000
           05  FILLER                      PIC X(74).                   02880000
                                                                        02890000
       01  CBKPAY-TITLE-LINE.                                           02900000
           05  FILLER                      PIC X(30) VALUE              02910000
               'CARD CASHBACK - REWARD MONTH '.                         02920000
           05  CBKPAY-TTL-MONTH            PIC 9(6).                    02930000
           05  FILLER                      PIC X(10) VALUE              02940000
               '   RUN ON '.                                            02950000
           05  CBKPAY-TTL-DATE             PIC 9(8).                    02960000
           05  FILLER                      PIC X(26) VALUE SPACES.      02970000
                                                                        02980000
       01  CBKPAY-HEADING-1.                                            02990000
           05  FILLER                      PIC X(17) VALUE              03000000
               'ACCOUNT'.                                               03010000
           05  FILLER                      PIC X(14) VALUE              03020000
               '       EARNED'.                                         03030000
           05  FILLER                      PIC X(14) VALUE              03040000
               '  PAID/CLAWED'.                                         03050000
           05  FILLER                      PIC X(14) VALUE              03060000
               '     WITHHELD'.                                         03070000
           05  FILLER                      PIC X(2)  VALUE SPACES.      03080000
           05  FILLER                      PIC X(19) VALUE              03090000
               'NOTE'.                                                  03100000
                                                                        03110000
       01  CBKPAY-DETAIL-LINE.                                          03120000
           05  CBKPAY-DTL-SORTCODE         PIC 9(6).                    03130000
           05  FILLER                      PIC X(1)  VALUE '-'.         03140000
           05  CBKPAY-DTL-ACCOUNT          PIC 9(8).                    03150000
           05  FILLER                      PIC X(2)  VALUE SPACES.      03160000
           05  CBKPAY-DTL-EARNED           PIC Z(8)9.99-.               03170000
           05  FILLER                      PIC X(1)  VALUE SPACE.       03180000
           05  CBKPAY-DTL-PAID             PIC Z(8)9.99-.               03190000
           05  FILLER                      PIC X(1)  VALUE SPACE.       03200000
           05  CBKPAY-DTL-WITHHELD         PIC Z(8)9.99-.               03210000
           05  FILLER                      PIC X(2)  VALUE SPACES.      03220000
           05  CBKPAY-DTL-NOTE             PIC X(20).                   03230000
                                                                        03240000
       01  CBKPAY-SUMMARY-LINE.                                         03250000
           05  CBKPAY-SUM-LABEL            PIC X(20).                   03260000
           05  CBKPAY-SUM-COUNT            PIC Z(8)9.                   03270000
           05  FILLER                      PIC X(51) VALUE SPACES.      03280000
                                                                        03290000
       01  CBKPAY-AMOUNT-LINE.                                          03300000
           05  CBKPAY-AMT-LABEL            PIC X(20).                   03310000
           05  CBKPAY-AMT-VALUE            PIC Z(8)9.99-.               03320000
           05  FILLER                      PIC X(2)  VALUE SPACES.      03330000
           05  CBKPAY-AMT-NOTE             PIC X(20) VALUE SPACES.      03340000
           05  CBKPAY-AMT-EFFECTIVE        PIC X(8)  VALUE SPACES.      03350000
           05  FILLER                      PIC X(17) VALUE SPACES.      03360000
                                                                        03370000
       01  RUNCTL-REQUEST-AREA.                                         03380000
           COPY RUNCTLQ.                                                03390000
                                                                        03400000
       01  BALTOT-REQUEST-AREA.                                         03410000
           COPY BALTOTQ.                                                03420000
                                                                        03430000
       01  BUSDATE-REQUEST-AREA.                                        03440000
           COPY BUSDATEQ.                                               03450000
                                                                        03460000
       01  PARMGET-REQUEST-AREA.                                        03470000
           COPY PARMGETQ.                                               03480000
                                                                        03490000
      ******************************************************************03500000
       PROCEDURE DIVISION.                                              03510000
      ******************************************************************03520000
       0000-MAINLINE.                                                   03530000
           PERFORM 1000-INITIALIZE THRU 1000-EXIT                       03540000
                                                                        03550000
           PERFORM 2000-BUILD-MONTH THRU 2000-EXIT                      03560000
                                                                        03570000
           PERFORM 3000-SETTLE-MONTH THRU 3000-EXIT                     03580000
                                                                        03590000
           PERFORM 8000-PRINT-SUMMARY THRU 8000-EXIT                    03600000
                                                                        03610000
           PERFORM 9000-TERMINATE THRU 9000-EXIT                        03620000
                                                                        03630000
           GO TO 9999-EXIT.                                             03640000
                                                                        03650000
      ******************************************************************03660000
      *  1000-INITIALIZE - REGISTER WITH RUNCTL, OPEN THE FILES, TAKE  *03670000
      *  THE ACCOUNT CAP FROM THE SYSTEM PARAMETERS, ESTABLISH THE     *03680000
      *  REWARD MONTH AND LOAD THE RATE TABLE.                         *03690000
      ******************************************************************03700000
       1000-INITIALIZE.                                                 03710000
           MOVE 'S' TO RUNCTL-REQ-FUNCTION                              03720000
           MOVE CBKPAY-JOB-NAME TO RUNCTL-REQ-JOB                       03730000
           MOVE ZERO TO RUNCTL-REQ-COUNT                                03740000
           CALL 'RUNCTL' USING RUNCTL-REQUEST                           03750000
           IF RUNCTL-HELD                                               03760000
               DISPLAY 'CBKPAY - HELD - PREDECESSOR NOT COMPLETE'       03770000
               STOP RUN                                                 03780000
           END-IF                                                       03790000
                                                                        03800000
           MOVE 'CBKPAY' TO BALTOT-REQ-JOB                              03810000
           SET BALTOT-REQ-PRODUCER TO TRUE                              03820000
           MOVE 'PROCTRAN' TO BALTOT-REQ-FILE                           03830000
                                                                        03840000
           OPEN I-O    PROCTRAN-FILE                                    03850000
           OPEN I-O    PCTRL-FILE                                       03860000
           OPEN I-O    ACCOUNT-FILE                                     03870000
           OPEN INPUT  CUSTOMER-FILE                                    03880000
           OPEN INPUT  COLLCASE-FILE                                    03890000
           OPEN INPUT  CBKRATE-FILE                                     03900000
           OPEN I-O    CBKMNTH-FILE                                     03910000
           OPEN I-O    CBKACCT-FILE                                     03920000
           OPEN INPUT  PARAMETER-FILE                                   03930000
           OPEN OUTPUT CBKPAY-RPT                                       03940000
                                                                        03950000
           CALL 'BUSDATE' USING BUSDATE-REQUEST                         03960000
           MOVE BUSDATE-REQ-CURRENT TO CBKPAY-CURRENT-DATE              03970000
           ACCEPT CBKPAY-CURRENT-TIME FROM TIME                         03980000
                                                                        03990000
           MOVE 'CBKPAY' TO PARMGET-REQ-SUBSYSTEM                       04000000
           MOVE 'ACCOUNT-MONTH-CAP' TO PARMGET-REQ-NAME                 04010000
           MOVE CBKPAY-CURRENT-DATE TO PARMGET-REQ-AS-OF                04020000
           CALL 'PARMGET' USING PARMGET-REQUEST                         04030000
           IF PARMGET-REQ-FOUND                                         04040000
              AND PARMGET-REQ-NUMBER NOT < ZERO                         04050000
              AND PARMGET-REQ-NUMBER < 1000000                          04060000
               MOVE PARMGET-REQ-NUMBER TO CBKPAY-ACCOUNT-CAP            04070000
               MOVE 'PARMFILE' TO CBKPAY-CAP-SOURCE                     04080000
               MOVE PARMGET-REQ-EFFECTIVE TO CBKPAY-CAP-EFFECTIVE       04090000
           END-IF                                                       04100000
                                                                        04110000
      *    THE RUN PAYS FOR THE MONTH THAT HAS JUST CLOSED UNLESS      *04120000
      *    SYSIN NAMES ANOTHER.                                        *04130000
           MOVE CBKPAY-CURRENT-DATE(1:6) TO CBKPAY-REWARD-MONTH         04140000
           IF CBKPAY-MONTH-MM = 1                                       04150000
               SUBTRACT 1 FROM CBKPAY-MONTH-YYYY                        04160000
               MOVE 12 TO CBKPAY-MONTH-MM                               04170000
           ELSE                                                         04180000
               SUBTRACT 1 FROM CBKPAY-MONTH-MM                          04190000
           END-IF                                                       04200000
                                                                        04210000
           READ PARAMETER-FILE INTO CBKPAY-PARM-REDEF                   04220000
               AT END                                                   04230000
                   CONTINUE                                             04240000
           END-READ                                                     04250000
                                                                        04260000
           IF CBKPAY-PARM-TEXT IS NUMERIC                               04270000
              AND CBKPAY-PARM-TEXT NOT = '000000'                       04280000
               MOVE CBKPAY-PARM-TEXT TO CBKPAY-PARM-MONTH               04290000
               MOVE CBKPAY-PARM-MONTH TO CBKPAY-REWARD-MONTH            04300000
           END-IF                                                       04310000
                                                                        04320000
           CLOSE PARAMETER-FILE                                         04330000
                                                                        04340000
           PERFORM 1200-LOAD-RATES THRU 1200-EXIT                       04350000
                                                                        04360000
           MOVE CBKPAY-REWARD-MONTH TO CBKPAY-TTL-MONTH                 04370000
           MOVE CBKPAY-CURRENT-DATE TO CBKPAY-TTL-DATE                  04380000
           WRITE CBKPAY-RPT-LINE FROM CBKPAY-TITLE-LINE                 04390000
           MOVE SPACES TO CBKPAY-RPT-LINE                               04400000
           WRITE CBKPAY-RPT-LINE                                        04410000
           WRITE CBKPAY-RPT-LINE FROM CBKPAY-HEADING-1.                 04420000
       1000-EXIT.                                                       04430000
           EXIT.                                                        04440000
                                                                        04450000
      ******************************************************************04460000
      *  1200-LOAD-RATES - LOAD THE CASHBACK RATE TABLE INTO STORAGE.  *04470000
      *  AN EMPTY TABLE MEANS NO CATEGORY EARNS, SO THE RUN STOPS      *04480000
      *  RATHER THAN CLAW BACK EVERY REVERSAL AT NO RATE.              *04490000
      ******************************************************************04500000
       1200-LOAD-RATES.                                                 04510000
           PERFORM 1250-READ-RATE-NEXT THRU 1250-EXIT                   04520000
               UNTIL CBKPAY-RATE-AT-EOF                                 04530000
                                                                        04540000
           CLOSE CBKRATE-FILE                                           04550000
                                                                        04560000
           IF CBKPAY-RATE-COUNT = ZERO                                  04570000
               DISPLAY 'CBKPAY - ERROR - CASHBACK RATE TABLE IS EMPTY'  04580000
               MOVE 16 TO RETURN-CODE                                   04590000
               STOP RUN                                                 04600000
           END-IF.                                                      04610000
       1200-EXIT.                                                       04620000
           EXIT.                                                        04630000
                                                                        04640000
      ******************************************************************04650000
      *  1250-READ-RATE-NEXT - READ THE NEXT RATE ROW INTO THE TABLE.  *04660000
      ******************************************************************04670000
       1250-READ-RATE-NEXT.                                             04680000
           READ CBKRATE-FILE                                            04690000
               AT END                                                   04700000
                   SET CBKPAY-RATE-AT-EOF TO TRUE                       04710000
                   GO TO 1250-EXIT                                      04720000
           END-READ                                                     04730000
                                                                        04740000
           IF CBKPAY-RATE-COUNT = 200                                   04750000
               DISPLAY 'CBKPAY - ERROR - MORE THAN 200 RATE ROWS'       04760000
               MOVE 16 TO RETURN-CODE                                   04770000
               STOP RUN                                                 04780000
           END-IF                                                       04790000
                                                                        04800000
           ADD 1 TO CBKPAY-RATE-COUNT                                   04810000
           MOVE CBKRATE-MCC-FROM OF CBKRATE-FILE-REC                    04820000
               TO CBKPAY-RT-MCC-FROM(CBKPAY-RATE-COUNT)                 04830000
           MOVE CBKRATE-MCC-TO OF CBKRATE-FILE-REC                      04840000
               TO CBKPAY-RT-MCC-TO(CBKPAY-RATE-COUNT)                   04850000
           MOVE CBKRATE-CATEGORY OF CBKRATE-FILE-REC                    04860000
               TO CBKPAY-RT-CATEGORY(CBKPAY-RATE-COUNT)                 04870000
           MOVE CBKRATE-RATE-PCT OF CBKRATE-FILE-REC                    04880000
               TO CBKPAY-RT-RATE(CBKPAY-RATE-COUNT)                     04890000
           MOVE CBKRATE-MONTHLY-CAP OF CBKRATE-FILE-REC                 04900000
               TO CBKPAY-RT-CAP(CBKPAY-RATE-COUNT).                     04910000
       1250-EXIT.                                                       04920000
           EXIT.                                                        04930000
                                                                        04940000
      ******************************************************************04950000
      *  2000-BUILD-MONTH - CLEAR THE MONTH'S LEDGER ROWS FOR ACCOUNTS *04960000
      *  NOT YET SETTLED (LEFT BY AN EARLIER, INTERRUPTED RUN), THEN   *04970000
      *  REBUILD THEM FROM THE MONTH'S PROCTRAN ROWS.                  *04980000
      ******************************************************************04990000
       2000-BUILD-MONTH.                                                05000000
           PERFORM 2050-CLEAR-MONTH THRU 2050-EXIT                      05010000
                                                                        05020000
           MOVE ZERO TO PROC-TRAN-SORT-CODE OF PROCTRAN-FILE-REC        05030000
           MOVE ZERO TO PROC-TRAN-NUMBER OF PROCTRAN-FILE-REC           05040000
           START PROCTRAN-FILE KEY IS NOT LESS                          05050000
                 THAN PROC-TRAN-ID OF PROCTRAN-FILE-REC                 05060000
               INVALID KEY                                              05070000
                   SET CBKPAY-PROC-AT-EOF TO TRUE                       05080000
           END-START                                                    05090000
                                                                        05100000
           PERFORM 2100-SCAN-ONE THRU 2100-EXIT                         05110000
              UNTIL CBKPAY-PROC-AT-EOF.                                 05120000
       2000-EXIT.                                                       05130000
           EXIT.                                                        05140000
                                                                        05150000
      ******************************************************************05160000
      *  2050-CLEAR-MONTH - POSITION AT THE REWARD MONTH'S FIRST       *05170000
      *  LEDGER ROW AND CLEAR THE MONTH.                               *05180000
      ******************************************************************05190000
       2050-CLEAR-MONTH.                                                05200000
           MOVE 'N' TO CBKPAY-MNTH-EOF-SWITCH                           05210000
           MOVE CBKPAY-REWARD-MONTH TO CBKMNTH-MONTH OF CBKMNTH-FILE-REC05220000
           MOVE ZERO TO CBKMNTH-SORTCODE OF CBKMNTH-FILE-REC            05230000
           MOVE ZERO TO CBKMNTH-ACCOUNT OF CBKMNTH-FILE-REC             05240000
           MOVE LOW-VALUES TO CBKMNTH-CATEGORY OF CBKMNTH-FILE-REC      05250000
           START CBKMNTH-FILE KEY IS NOT LESS                           05260000
                 THAN CBKMNTH-KEY OF CBKMNTH-FILE-REC                   05270000
               INVALID KEY                                              05280000
                   SET CBKPAY-MNTH-AT-EOF TO TRUE                       05290000
           END-START                                                    05300000
                                                                        05310000
           PERFORM 2060-CLEAR-ONE THRU 2060-EXIT                        05320000
              UNTIL CBKPAY-MNTH-AT-EOF.                                 05330000
       2050-EXIT.                                                       05340000
           EXIT.                                                        05350000
                                                                        05360000
      ******************************************************************05370000
      *  2060-CLEAR-ONE - DELETE THE NEXT LEDGER ROW OF THE MONTH      *05380000
      *  UNLESS ITS ACCOUNT HAS ALREADY BEEN SETTLED FOR THE MONTH.    *05390000
      ******************************************************************05400000
       2060-CLEAR-ONE.                                                  05410000
           READ CBKMNTH-FILE NEXT RECORD                                05420000
               AT END                                                   05430000
                   SET CBKPAY-MNTH-AT-EOF TO TRUE                       05440000
                   GO TO 2060-EXIT                                      05450000
           END-READ                                                     05460000
                                                                        05470000
           IF CBKMNTH-MONTH OF CBKMNTH-FILE-REC                         05480000
              NOT = CBKPAY-REWARD-MONTH                                 05490000
               SET CBKPAY-MNTH-AT-EOF TO TRUE                           05500000
               GO TO 2060-EXIT                                          05510000
           END-IF                                                       05520000
                                                                        05530000
           MOVE CBKMNTH-SORTCODE OF CBKMNTH-FILE-REC                    05540000
               TO CBKPAY-CHK-SORTCODE                                   05550000
           MOVE CBKMNTH-ACCOUNT OF CBKMNTH-FILE-REC                     05560000
               TO CBKPAY-CHK-ACCOUNT                                    05570000
           PERFORM 2650-CHECK-SETTLED THRU 2650-EXIT                    05580000
                                                                        05590000
           IF NOT CBKPAY-ACCT-SETTLED                                   05600000
               DELETE CBKMNTH-FILE RECORD                               05610000
                   INVALID KEY                                          05620000
                       DISPLAY 'CBKPAY - CRITICAL - LEDGER DELETE '     05630000
                           'FAILED FOR ACCOUNT '                        05640000
                           CBKMNTH-ACCOUNT OF CBKMNTH-FILE-REC          05650000
               END-DELETE                                               05660000
               ADD 1 TO CBKPAY-CLEARED-ROWS                             05670000
           END-IF.                                                      05680000
       2060-EXIT.                                                       05690000
           EXIT.                                                        05700000
                                                                        05710000
      ******************************************************************05720000
      *  2100-SCAN-ONE - READ THE NEXT PROCTRAN ROW AND, IF IT IS      *05730000
      *  DATED IN THE REWARD MONTH, TAKE A CARD DEBIT AS SPEND AND A   *05740000
      *  REVERSAL OR DISPUTE CREDIT AS SPEND UNDONE.                   *05750000
      ******************************************************************05760000
       2100-SCAN-ONE.                                                   05770000
           READ PROCTRAN-FILE NEXT RECORD                               05780000
               AT END                                                   05790000
                   SET CBKPAY-PROC-AT-EOF TO TRUE                       05800000
                   GO TO 2100-EXIT                                      05810000
           END-READ                                                     05820000
                                                                        05830000
           IF PROC-TRAN-LOGICALLY-DELETED OF PROCTRAN-FILE-REC          05840000
               GO TO 2100-EXIT                                          05850000
           END-IF                                                       05860000
                                                                        05870000
           IF PROC-TRAN-DATE OF PROCTRAN-FILE-REC (1:6)                 05880000
              NOT = CBKPAY-REWARD-MONTH                                 05890000
               GO TO 2100-EXIT                                          05900000
           END-IF                                                       05910000
                                                                        05920000
           EVALUATE TRUE                                                05930000
               WHEN PROC-TY-DEBIT OF PROCTRAN-FILE-REC                  05940000
                AND PROC-DESC-CARD-FLAG OF PROCTRAN-FILE-REC            05950000
                   PERFORM 2200-CARD-SPEND THRU 2200-EXIT               05960000
               WHEN PROC-TY-REVERSAL OF PROCTRAN-FILE-REC               05970000
                AND PROC-DESC-REV-FLAG OF PROCTRAN-FILE-REC             05980000
                   PERFORM 2300-CARD-UNDONE THRU 2300-EXIT              05990000
               WHEN PROC-TY-DISPUTE-PROV-CREDIT OF PROCTRAN-FILE-REC    06000000
                AND PROC-DESC-DPC-FLAG OF PROCTRAN-FILE-REC             06010000
                   PERFORM 2300-CARD-UNDONE THRU 2300-EXIT              06020000
               WHEN OTHER                                               06030000
                   CONTINUE                                             06040000
           END-EVALUATE.                                                06050000
       2100-EXIT.                                                       06060000
           EXIT.                                                        06070000
                                                                        06080000
      ******************************************************************06090000
      *  2200-CARD-SPEND - ADD A CARD DEBIT TO ITS ACCOUNT'S SPEND IN  *06100000
      *  THE CATEGORY ITS MERCHANT CATEGORY CODE FALLS IN.  A CODE IN  *06110000
      *  NO RANGE OF THE TABLE EARNS NOTHING.                          *06120000
      ******************************************************************06130000
       2200-CARD-SPEND.                                                 06140000
           MOVE PROC-DESC-CARD-MCC OF PROCTRAN-FILE-REC TO CBKPAY-MCC   06150000
           PERFORM 2500-FIND-CATEGORY THRU 2500-EXIT                    06160000
           IF NOT CBKPAY-CAT-FOUND                                      06170000
               ADD 1 TO CBKPAY-UNCLASSIFIED                             06180000
               GO TO 2200-EXIT                                          06190000
           END-IF                                                       06200000
                                                                        06210000
           MOVE PROC-TRAN-SORT-CODE OF PROCTRAN-FILE-REC                06220000
               TO CBKPAY-CHK-SORTCODE                                   06230000
           MOVE PROC-TRAN-ACCOUNT-NUMBER OF PROCTRAN-FILE-REC           06240000
               TO CBKPAY-CHK-ACCOUNT                                    06250000
           PERFORM 2650-CHECK-SETTLED THRU 2650-EXIT                    06260000
           IF CBKPAY-ACCT-SETTLED                                       06270000
               GO TO 2200-EXIT                                          06280000
           END-IF                                                       06290000
                                                                        06300000
           SET CBKPAY-ADD-SPEND TO TRUE                                 06310000
           MOVE PROC-TRAN-AMOUNT OF PROCTRAN-FILE-REC                   06320000
               TO CBKPAY-LEDGER-AMOUNT                                  06330000
           PERFORM 2600-ADD-TO-LEDGER THRU 2600-EXIT                    06340000
           ADD 1 TO CBKPAY-SPEND-ROWS.                                  06350000
       2200-EXIT.                                                       06360000
           EXIT.                                                        06370000
                                                                        06380000
      ******************************************************************06390000
      *  2300-CARD-UNDONE - A REVERSAL OR DISPUTE CREDIT NAMES THE ROW *06400000
      *  IT UNDOES.  IF THAT ROW IS A CARD DEBIT, THE AMOUNT UNDONE -  *06410000
      *  THE WHOLE DEBIT FOR A REVERSAL, THE AMOUNT CREDITED FOR A     *06420000
      *  DISPUTE, WHICH MAY BE PART - GOES TO THE ACCOUNT'S REVERSED   *06430000
      *  SPEND IN THE ORIGINAL'S CATEGORY.  THE ORIGINAL IS READ BY    *06440000
      *  KEY, SO THE BROWSE IS RE-POSITIONED PAST THIS ROW AFTER.      *06450000
      ******************************************************************06460000
       2300-CARD-UNDONE.                                                06470000
           MOVE PROCTRAN-FILE-REC TO CBKPAY-UNDO-ROW                    06480000
           MOVE 'N' TO CBKPAY-ORIG-SWITCH                               06490000
                                                                        06500000
           IF PROC-TY-REVERSAL OF CBKPAY-UNDO-ROW                       06510000
               MOVE PROC-DESC-REV-SORTCODE OF CBKPAY-UNDO-ROW           06520000
                   TO PROC-TRAN-SORT-CODE OF PROCTRAN-FILE-REC          06530000
               MOVE PROC-DESC-REV-NUMBER OF CBKPAY-UNDO-ROW             06540000
                   TO PROC-TRAN-NUMBER OF PROCTRAN-FILE-REC             06550000
           ELSE                                                         06560000
               MOVE PROC-DESC-DPC-SORTCODE OF CBKPAY-UNDO-ROW           06570000
                   TO PROC-TRAN-SORT-CODE OF PROCTRAN-FILE-REC          06580000
               MOVE PROC-DESC-DPC-NUMBER OF CBKPAY-UNDO-ROW             06590000
                   TO PROC-TRAN-NUMBER OF PROCTRAN-FILE-REC             06600000
           END-IF                                                       06610000
                                                                        06620000
           READ PROCTRAN-FILE                                           06630000
               KEY IS PROC-TRAN-ID OF PROCTRAN-FILE-REC                 06640000
               INVALID KEY                                              06650000
                   GO TO 2350-REPOSITION                                06660000
           END-READ                                                     06670000
                                                                        06680000
           IF NOT PROC-TY-DEBIT OF PROCTRAN-FILE-REC                    06690000
              OR NOT PROC-DESC-CARD-FLAG OF PROCTRAN-FILE-REC           06700000
               GO TO 2350-REPOSITION                                    06710000
           END-IF                                                       06720000
                                                                        06730000
           MOVE PROC-DESC-CARD-MCC OF PROCTRAN-FILE-REC TO CBKPAY-MCC   06740000
           PERFORM 2500-FIND-CATEGORY THRU 2500-EXIT                    06750000
           IF NOT CBKPAY-CAT-FOUND                                      06760000
               GO TO 2350-REPOSITION                                    06770000
           END-IF                                                       06780000
                                                                        06790000
           MOVE PROC-TRAN-SORT-CODE OF PROCTRAN-FILE-REC                06800000
               TO CBKPAY-CHK-SORTCODE                                   06810000
           MOVE PROC-TRAN-ACCOUNT-NUMBER OF PROCTRAN-FILE-REC           06820000
               TO CBKPAY-CHK-ACCOUNT                                    06830000
           PERFORM 2650-CHECK-SETTLED THRU 2650-EXIT                    06840000
           IF CBKPAY-ACCT-SETTLED                                       06850000
               GO TO 2350-REPOSITION                                    06860000
           END-IF                                                       06870000
                                                                        06880000
           IF PROC-TY-REVERSAL OF CBKPAY-UNDO-ROW                       06890000
               MOVE PROC-TRAN-AMOUNT OF PROCTRAN-FILE-REC               06900000
                   TO CBKPAY-LEDGER-AMOUNT                              06910000
           ELSE                                                         06920000
               MOVE PROC-TRAN-AMOUNT OF CBKPAY-UNDO-ROW                 06930000
                   TO CBKPAY-LEDGER-AMOUNT                              06940000
           END-IF                                                       06950000
           IF CBKPAY-LEDGER-AMOUNT < ZERO                               06960000
               COMPUTE CBKPAY-LEDGER-AMOUNT =                           06970000
                   ZERO - CBKPAY-LEDGER-AMOUNT                          06980000
           END-IF                                                       06990000
                                                                        07000000
           SET CBKPAY-ADD-REVERSED TO TRUE                              07010000
           PERFORM 2600-ADD-TO-LEDGER THRU 2600-EXIT                    07020000
           ADD 1 TO CBKPAY-UNDO-ROWS.                                   07030000
                                                                        07040000
       2350-REPOSITION.                                                 07050000
           MOVE PROC-TRAN-ID OF CBKPAY-UNDO-ROW                         07060000
               TO PROC-TRAN-ID OF PROCTRAN-FILE-REC                     07070000
           START PROCTRAN-FILE KEY IS GREATER                           07080000
                 THAN PROC-TRAN-ID OF PROCTRAN-FILE-REC                 07090000
               INVALID KEY                                              07100000
                   SET CBKPAY-PROC-AT-EOF TO TRUE                       07110000
           END-START.                                                   07120000
       2300-EXIT.                                                       07130000
           EXIT.                                                        07140000
                                                                        07150000
      ******************************************************************07160000
      *  2500-FIND-CATEGORY - THE CATEGORY WHOSE RANGE HOLDS           *07170000
      *  CBKPAY-MCC.  A MISSING CODE MATCHES NOTHING.                  *07180000
      ******************************************************************07190000
       2500-FIND-CATEGORY.                                              07200000
           MOVE 'N' TO CBKPAY-CAT-SWITCH                                07210000
           MOVE SPACES TO CBKPAY-CATEGORY                               07220000
                                                                        07230000
           IF CBKPAY-MCC = SPACES OR CBKPAY-MCC = LOW-VALUES            07240000
               GO TO 2500-EXIT                                          07250000
           END-IF                                                       07260000
                                                                        07270000
           PERFORM 2550-MATCH-RANGE THRU 2550-EXIT                      07280000
               VARYING CBKPAY-RATE-SUB FROM 1 BY 1                      07290000
               UNTIL CBKPAY-RATE-SUB > CBKPAY-RATE-COUNT                07300000
                  OR CBKPAY-CAT-FOUND.                                  07310000
       2500-EXIT.                                                       07320000
           EXIT.                                                        07330000
                                                                        07340000
      ******************************************************************07350000
      *  2550-MATCH-RANGE - ONE ROW OF THE RATE TABLE.                 *07360000
      ******************************************************************07370000
       2550-MATCH-RANGE.                                                07380000
           IF CBKPAY-MCC NOT < CBKPAY-RT-MCC-FROM(CBKPAY-RATE-SUB)      07390000
              AND CBKPAY-MCC NOT > CBKPAY-RT-MCC-TO(CBKPAY-RATE-SUB)    07400000
               SET CBKPAY-CAT-FOUND TO TRUE                             07410000
               MOVE CBKPAY-RT-CATEGORY(CBKPAY-RATE-SUB)                 07420000
                   TO CBKPAY-CATEGORY                                   07430000
           END-IF.                                                      07440000
       2550-EXIT.                                                       07450000
           EXIT.                                                        07460000
                                                                        07470000
      ******************************************************************07480000
      *  2600-ADD-TO-LEDGER - ADD CBKPAY-LEDGER-AMOUNT TO THE SPEND OR *07490000
      *  THE REVERSED SPEND OF THE ACCOUNT'S LEDGER ROW FOR THE        *07500000
      *  MONTH AND CATEGORY, STARTING THE ROW IF THIS IS THE FIRST.    *07510000
      ******************************************************************07520000
       2600-ADD-TO-LEDGER.                                              07530000
           MOVE 'N' TO CBKPAY-MNTH-NEW-SWITCH                           07540000
           MOVE CBKPAY-REWARD-MONTH TO CBKMNTH-MONTH OF CBKMNTH-FILE-REC07550000
           MOVE CBKPAY-CHK-SORTCODE                                     07560000
               TO CBKMNTH-SORTCODE OF CBKMNTH-FILE-REC                  07570000
           MOVE CBKPAY-CHK-ACCOUNT                                      07580000
               TO CBKMNTH-ACCOUNT OF CBKMNTH-FILE-REC                   07590000
           MOVE CBKPAY-CATEGORY TO CBKMNTH-CATEGORY OF CBKMNTH-FILE-REC 07600000
                                                                        07610000
           READ CBKMNTH-FILE                                            07620000
               KEY IS CBKMNTH-KEY OF CBKMNTH-FILE-REC                   07630000
               INVALID KEY                                              07640000
                   SET CBKPAY-MNTH-NEW TO TRUE                          07650000
           END-READ                                                     07660000
                                                                        07670000
           IF CBKPAY-MNTH-NEW                                           07680000
               MOVE 'CBKM' TO CBKMNTH-EYECATCHER OF CBKMNTH-FILE-REC    07690000
               MOVE CBKPAY-REWARD-MONTH                                 07700000
                   TO CBKMNTH-MONTH OF CBKMNTH-FILE-REC                 07710000
               MOVE CBKPAY-CHK-SORTCODE                                 07720000
                   TO CBKMNTH-SORTCODE OF CBKMNTH-FILE-REC              07730000
               MOVE CBKPAY-CHK-ACCOUNT                                  07740000
                   TO CBKMNTH-ACCOUNT OF CBKMNTH-FILE-REC               07750000
               MOVE CBKPAY-CATEGORY                                     07760000
                   TO CBKMNTH-CATEGORY OF CBKMNTH-FILE-REC              07770000
               MOVE ZERO TO CBKMNTH-SPEND OF CBKMNTH-FILE-REC           07780000
               MOVE ZERO TO CBKMNTH-SPEND-COUNT OF CBKMNTH-FILE-REC     07790000
               MOVE ZERO TO CBKMNTH-REVERSED OF CBKMNTH-FILE-REC        07800000
               MOVE ZERO TO CBKMNTH-REVERSED-COUNT OF CBKMNTH-FILE-REC  07810000
               MOVE ZERO TO CBKMNTH-RATE-PCT OF CBKMNTH-FILE-REC        07820000
               MOVE ZERO TO CBKMNTH-CASHBACK OF CBKMNTH-FILE-REC        07830000
               MOVE 'N' TO CBKMNTH-CAPPED OF CBKMNTH-FILE-REC           07840000
           END-IF                                                       07850000
                                                                        07860000
           IF CBKPAY-ADD-SPEND                                          07870000
               ADD CBKPAY-LEDGER-AMOUNT                                 07880000
                  TO CBKMNTH-SPEND OF CBKMNTH-FILE-REC                  07890000
               ADD 1 TO CBKMNTH-SPEND-COUNT OF CBKMNTH-FILE-REC         07900000
           ELSE                                                         07910000
               ADD CBKPAY-LEDGER-AMOUNT                                 07920000
                  TO CBKMNTH-REVERSED OF CBKMNTH-FILE-REC               07930000
               ADD 1 TO CBKMNTH-REVERSED-COUNT OF CBKMNTH-FILE-REC      07940000
           END-IF                                                       07950000
                                                                        07960000
           IF CBKPAY-MNTH-NEW                                           07970000
               WRITE CBKMNTH-FILE-REC                                   07980000
                   INVALID KEY                                          07990000
                       DISPLAY 'CBKPAY - CRITICAL - LEDGER WRITE '      08000000
                           'FAILED FOR ACCOUNT ' CBKPAY-CHK-ACCOUNT     08010000
               END-WRITE                                                08020000
           ELSE                                                         08030000
               REWRITE CBKMNTH-FILE-REC                                 08040000
                   INVALID KEY                                          08050000
                       DISPLAY 'CBKPAY - CRITICAL - LEDGER REWRITE '    08060000
                           'FAILED FOR ACCOUNT ' CBKPAY-CHK-ACCOUNT     08070000
               END-REWRITE                                              08080000
           END-IF.                                                      08090000
       2600-EXIT.                                                       08100000
           EXIT.                                                        08110000
                                                                        08120000
      ******************************************************************08130000
      *  2650-CHECK-SETTLED - HAS THE ACCOUNT IN CBKPAY-CHK-SORTCODE/  *08140000
      *  CBKPAY-CHK-ACCOUNT ALREADY BEEN SETTLED FOR THE REWARD MONTH  *08150000
      *  BY AN EARLIER RUN?  THE ANSWER FOR THE LAST ACCOUNT ASKED     *08160000
      *  ABOUT IS KEPT, AS ITS ROWS TEND TO COME TOGETHER.             *08170000
      ******************************************************************08180000
       2650-CHECK-SETTLED.                                              08190000
           IF CBKPAY-CHK-SORTCODE = CBKPAY-LAST-CHK-SORTCODE            08200000
              AND CBKPAY-CHK-ACCOUNT = CBKPAY-LAST-CHK-ACCOUNT          08210000
               GO TO 2650-EXIT                                          08220000
           END-IF                                                       08230000
                                                                        08240000
           MOVE CBKPAY-CHK-SORTCODE TO CBKPAY-LAST-CHK-SORTCODE         08250000
           MOVE CBKPAY-CHK-ACCOUNT TO CBKPAY-LAST-CHK-ACCOUNT           08260000
           MOVE 'N' TO CBKPAY-SETTLED-SWITCH                            08270000
                                                                        08280000
           MOVE CBKPAY-CHK-SORTCODE                                     08290000
               TO CBKACCT-SORTCODE OF CBKACCT-FILE-REC                  08300000
           MOVE CBKPAY-CHK-ACCOUNT                                      08310000
               TO CBKACCT-ACCOUNT OF CBKACCT-FILE-REC                   08320000
           READ CBKACCT-FILE                                            08330000
               KEY IS CBKACCT-KEY OF CBKACCT-FILE-REC                   08340000
               INVALID KEY                                              08350000
                   GO TO 2650-EXIT                                      08360000
           END-READ                                                     08370000
                                                                        08380000
           IF CBKACCT-LAST-MONTH OF CBKACCT-FILE-REC                    08390000
              = CBKPAY-REWARD-MONTH                                     08400000
               SET CBKPAY-ACCT-SETTLED TO TRUE                          08410000
           END-IF.                                                      08420000
       2650-EXIT.                                                       08430000
           EXIT.                                                        08440000
                                                                        08450000
      ******************************************************************08460000
      *  3000-SETTLE-MONTH - PRICE THE MONTH'S LEDGER ROWS IN KEY      *08470000
      *  ORDER AND SETTLE EACH ACCOUNT AS ITS LAST ROW GOES BY.        *08480000
      ******************************************************************08490000
       3000-SETTLE-MONTH.                                               08500000
           MOVE 'N' TO CBKPAY-MNTH-EOF-SWITCH                           08510000
           MOVE 'N' TO CBKPAY-HAVE-SWITCH                               08520000
           MOVE CBKPAY-REWARD-MONTH TO CBKMNTH-MONTH OF CBKMNTH-FILE-REC08530000
           MOVE ZERO TO CBKMNTH-SORTCODE OF CBKMNTH-FILE-REC            08540000
           MOVE ZERO TO CBKMNTH-ACCOUNT OF CBKMNTH-FILE-REC             08550000
           MOVE LOW-VALUES TO CBKMNTH-CATEGORY OF CBKMNTH-FILE-REC      08560000
           START CBKMNTH-FILE KEY IS NOT LESS                           08570000
                 THAN CBKMNTH-KEY OF CBKMNTH-FILE-REC                   08580000
               INVALID KEY                                              08590000
                   SET CBKPAY-MNTH-AT-EOF TO TRUE                       08600000
           END-START                                                    08610000
                                                                        08620000
           PERFORM 3100-SETTLE-ROW THRU 3100-EXIT                       08630000
              UNTIL CBKPAY-MNTH-AT-EOF                                  08640000
                                                                        08650000
           IF CBKPAY-HAVE-ACCOUNT                                       08660000
               PERFORM 3500-SETTLE-ACCOUNT THRU 3500-EXIT               08670000
           END-IF.                                                      08680000
       3000-EXIT.                                                       08690000
           EXIT.                                                        08700000
                                                                        08710000
      ******************************************************************08720000
      *  3100-SETTLE-ROW - READ THE NEXT LEDGER ROW OF THE MONTH.  A   *08730000
      *  NEW ACCOUNT SETTLES THE ONE BEFORE.  THE ROW IS PRICED AT     *08740000
      *  ITS CATEGORY'S RATE, HELD TO THE CATEGORY CAP, REWRITTEN, AND *08750000
      *  ADDED TO THE ACCOUNT'S TOTAL.  A NET REVERSAL PRICES AS A     *08760000
      *  NEGATIVE AMOUNT - A CLAWBACK - AND IS NOT CAPPED.             *08770000
      ******************************************************************08780000
       3100-SETTLE-ROW.                                                 08790000
           READ CBKMNTH-FILE NEXT RECORD                                08800000
               AT END                                                   08810000
                   SET CBKPAY-MNTH-AT-EOF TO TRUE                       08820000
                   GO TO 3100-EXIT                                      08830000
           END-READ                                                     08840000
                                                                        08850000
           IF CBKMNTH-MONTH OF CBKMNTH-FILE-REC                         08860000
              NOT = CBKPAY-REWARD-MONTH                                 08870000
               SET CBKPAY-MNTH-AT-EOF TO TRUE                           08880000
               GO TO 3100-EXIT                                          08890000
           END-IF                                                       08900000
                                                                        08910000
           IF CBKPAY-HAVE-ACCOUNT                                       08920000
              AND (CBKMNTH-SORTCODE OF CBKMNTH-FILE-REC                 08930000
                   NOT = CBKPAY-CUR-SORTCODE                            08940000
                OR CBKMNTH-ACCOUNT OF CBKMNTH-FILE-REC                  08950000
                   NOT = CBKPAY-CUR-ACCOUNT)                            08960000
               PERFORM 3500-SETTLE-ACCOUNT THRU 3500-EXIT               08970000
               MOVE 'N' TO CBKPAY-HAVE-SWITCH                           08980000
           END-IF                                                       08990000
                                                                        09000000
           IF NOT CBKPAY-HAVE-ACCOUNT                                   09010000
               SET CBKPAY-HAVE-ACCOUNT TO TRUE                          09020000
               MOVE CBKMNTH-SORTCODE OF CBKMNTH-FILE-REC                09030000
                   TO CBKPAY-CUR-SORTCODE                               09040000
               MOVE CBKMNTH-ACCOUNT OF CBKMNTH-FILE-REC                 09050000
                   TO CBKPAY-CUR-ACCOUNT                                09060000
               MOVE ZERO TO CBKPAY-ACCT-TOTAL                           09070000
           END-IF                                                       09080000
                                                                        09090000
           MOVE CBKMNTH-CATEGORY OF CBKMNTH-FILE-REC TO CBKPAY-CATEGORY 09100000
           PERFORM 3200-CATEGORY-TERMS THRU 3200-EXIT                   09110000
                                                                        09120000
           COMPUTE CBKPAY-NET-SPEND =                                   09130000
               CBKMNTH-SPEND OF CBKMNTH-FILE-REC                        09140000
               - CBKMNTH-REVERSED OF CBKMNTH-FILE-REC                   09150000
           COMPUTE CBKPAY-ROW-CASHBACK ROUNDED =                        09160000
               CBKPAY-NET-SPEND * CBKPAY-CAT-RATE / 100                 09170000
                                                                        09180000
           MOVE 'N' TO CBKMNTH-CAPPED OF CBKMNTH-FILE-REC               09190000
           IF CBKPAY-CAT-CAP > ZERO                                     09200000
              AND CBKPAY-ROW-CASHBACK > CBKPAY-CAT-CAP                  09210000
               MOVE CBKPAY-CAT-CAP TO CBKPAY-ROW-CASHBACK               09220000
               SET CBKMNTH-CAP-APPLIED OF CBKMNTH-FILE-REC TO TRUE      09230000
           END-IF                                                       09240000
                                                                        09250000
           MOVE CBKPAY-CAT-RATE TO CBKMNTH-RATE-PCT OF CBKMNTH-FILE-REC 09260000
           MOVE CBKPAY-ROW-CASHBACK                                     09270000
               TO CBKMNTH-CASHBACK OF CBKMNTH-FILE-REC                  09280000
           REWRITE CBKMNTH-FILE-REC                                     09290000
               INVALID KEY                                              09300000
                   DISPLAY 'CBKPAY - CRITICAL - LEDGER REWRITE '        09310000
                       'FAILED FOR ACCOUNT ' CBKPAY-CUR-ACCOUNT         09320000
           END-REWRITE                                                  09330000
                                                                        09340000
           ADD CBKPAY-ROW-CASHBACK TO CBKPAY-ACCT-TOTAL.                09350000
       3100-EXIT.                                                       09360000
           EXIT.                                                        09370000
                                                                        09380000
      ******************************************************************09390000
      *  3200-CATEGORY-TERMS - THE RATE AND CAP OF CBKPAY-CATEGORY,    *09400000
      *  FROM ITS FIRST ROW IN THE TABLE.  A CATEGORY SINCE DROPPED    *09410000
      *  FROM THE TABLE EARNS NOTHING.                                 *09420000
      ******************************************************************09430000
       3200-CATEGORY-TERMS.                                             09440000
           MOVE 'N' TO CBKPAY-CAT-SWITCH                                09450000
           MOVE ZERO TO CBKPAY-CAT-RATE                                 09460000
           MOVE ZERO TO CBKPAY-CAT-CAP                                  09470000
                                                                        09480000
           PERFORM 3250-MATCH-CATEGORY THRU 3250-EXIT                   09490000
               VARYING CBKPAY-RATE-SUB FROM 1 BY 1                      09500000
               UNTIL CBKPAY-RATE-SUB > CBKPAY-RATE-COUNT                09510000
                  OR CBKPAY-CAT-FOUND.                                  09520000
       3200-EXIT.                                                       09530000
           EXIT.                                                        09540000
                                                                        09550000
      ******************************************************************09560000
      *  3250-MATCH-CATEGORY - ONE ROW OF THE RATE TABLE.              *09570000
      ******************************************************************09580000
       3250-MATCH-CATEGORY.                                             09590000
           IF CBKPAY-RT-CATEGORY(CBKPAY-RATE-SUB) = CBKPAY-CATEGORY     09600000
               SET CBKPAY-CAT-FOUND TO TRUE                             09610000
               MOVE CBKPAY-RT-RATE(CBKPAY-RATE-SUB) TO CBKPAY-CAT-RATE  09620000
               MOVE CBKPAY-RT-CAP(CBKPAY-RATE-SUB) TO CBKPAY-CAT-CAP    09630000
           END-IF.                                                      09640000
       3250-EXIT.                                                       09650000
           EXIT.                                                        09660000
                                                                        09670000
      ******************************************************************09680000
      *  3500-SETTLE-ACCOUNT - HOLD THE ACCOUNT'S TOTAL TO THE ACCOUNT *09690000
      *  CAP, THEN EITHER WITHHOLD IT OR PAY IT TOGETHER WITH ANYTHING *09700000
      *  WITHHELD BEFORE, AND RECORD THE MONTH ON THE ACCOUNT LEDGER.  *09710000
      *  AN ACCOUNT ALREADY SETTLED FOR THE MONTH IS PASSED OVER.  A   *09720000
      *  POSTING THAT FAILS LEAVES THE ACCOUNT UNSETTLED FOR A RERUN.  *09730000
      ******************************************************************09740000
       3500-SETTLE-ACCOUNT.                                             09750000
           MOVE 'N' TO CBKPAY-ACCT-NEW-SWITCH                           09760000
           MOVE CBKPAY-CUR-SORTCODE                                     09770000
               TO CBKACCT-SORTCODE OF CBKACCT-FILE-REC                  09780000
           MOVE CBKPAY-CUR-ACCOUNT                                      09790000
               TO CBKACCT-ACCOUNT OF CBKACCT-FILE-REC                   09800000
           READ CBKACCT-FILE                                            09810000
               KEY IS CBKACCT-KEY OF CBKACCT-FILE-REC                   09820000
               INVALID KEY                                              09830000
                   SET CBKPAY-ACCT-NEW TO TRUE                          09840000
           END-READ                                                     09850000
                                                                        09860000
           IF CBKPAY-ACCT-NEW                                           09870000
               MOVE 'CBKA' TO CBKACCT-EYECATCHER OF CBKACCT-FILE-REC    09880000
               MOVE CBKPAY-CUR-SORTCODE                                 09890000
                   TO CBKACCT-SORTCODE OF CBKACCT-FILE-REC              09900000
               MOVE CBKPAY-CUR-ACCOUNT                                  09910000
                   TO CBKACCT-ACCOUNT OF CBKACCT-FILE-REC               09920000
               MOVE ZERO TO CBKACCT-LAST-MONTH OF CBKACCT-FILE-REC      09930000
               MOVE ZERO TO CBKACCT-WITHHELD-BALANCE OF CBKACCT-FILE-REC09940000
               MOVE ZERO TO CBKACCT-TRAN-NUMBER OF CBKACCT-FILE-REC     09950000
               MOVE ZERO TO CBKACCT-LIFETIME-PAID OF CBKACCT-FILE-REC   09960000
               MOVE ZERO TO CBKACCT-LIFETIME-CLAWBACK                   09970000
                             OF CBKACCT-FILE-REC                        09980000
           ELSE                                                         09990000
               IF CBKACCT-LAST-MONTH OF CBKACCT-FILE-REC                10000000
                  = CBKPAY-REWARD-MONTH                                 10010000
                   ADD 1 TO CBKPAY-ALREADY-COUNT                        10020000
                   GO TO 3500-EXIT                                      10030000
               END-IF                                                   10040000
           END-IF                                                       10050000
                                                                        10060000
           MOVE CBKPAY-ACCT-TOTAL TO CBKPAY-EARNED                      10070000
           IF CBKPAY-ACCOUNT-CAP > ZERO                                 10080000
              AND CBKPAY-EARNED > CBKPAY-ACCOUNT-CAP                    10090000
               MOVE CBKPAY-ACCOUNT-CAP TO CBKPAY-EARNED                 10100000
               ADD 1 TO CBKPAY-CAPPED-COUNT                             10110000
           END-IF                                                       10120000
                                                                        10130000
           PERFORM 3600-CHECK-WITHHOLD THRU 3600-EXIT                   10140000
                                                                        10150000
           MOVE CBKPAY-REWARD-MONTH                                     10160000
               TO CBKACCT-LAST-MONTH OF CBKACCT-FILE-REC                10170000
           MOVE CBKPAY-EARNED                                           10180000
               TO CBKACCT-MONTH-EARNED OF CBKACCT-FILE-REC              10190000
           MOVE CBKPAY-WITHHOLD-REASON                                  10200000
               TO CBKACCT-WITHHOLD-REASON OF CBKACCT-FILE-REC           10210000
                                                                        10220000
           IF NOT CBKPAY-NOT-WITHHELD                                   10230000
               ADD CBKPAY-EARNED                                        10240000
                  TO CBKACCT-WITHHELD-BALANCE OF CBKACCT-FILE-REC       10250000
               MOVE CBKPAY-EARNED                                       10260000
                   TO CBKACCT-MONTH-WITHHELD OF CBKACCT-FILE-REC        10270000
               MOVE ZERO TO CBKACCT-MONTH-PAID OF CBKACCT-FILE-REC      10280000
               ADD 1 TO CBKPAY-WITHHELD-COUNT                           10290000
               ADD CBKPAY-EARNED TO CBKPAY-WITHHELD-TOTAL               10300000
           ELSE                                                         10310000
               COMPUTE CBKPAY-PAYOUT = CBKPAY-EARNED                    10320000
                   + CBKACCT-WITHHELD-BALANCE OF CBKACCT-FILE-REC       10330000
               IF CBKPAY-PAYOUT NOT = ZERO                              10340000
                   PERFORM 3700-POST-CASHBACK THRU 3700-EXIT            10350000
                   IF CBKPAY-POST-FAILED                                10360000
                       GO TO 3500-EXIT                                  10370000
                   END-IF                                               10380000
               END-IF                                                   10390000
               IF CBKACCT-WITHHELD-BALANCE OF CBKACCT-FILE-REC          10400000
                  NOT = ZERO                                            10410000
                   ADD 1 TO CBKPAY-RELEASED-COUNT                       10420000
               END-IF                                                   10430000
               MOVE ZERO TO CBKACCT-WITHHELD-BALANCE OF CBKACCT-FILE-REC10440000
               MOVE ZERO TO CBKACCT-MONTH-WITHHELD OF CBKACCT-FILE-REC  10450000
               MOVE CBKPAY-PAYOUT                                       10460000
                   TO CBKACCT-MONTH-PAID OF CBKACCT-FILE-REC            10470000
           END-IF                                                       10480000
                                                                        10490000
           IF CBKPAY-ACCT-NEW                                           10500000
               WRITE CBKACCT-FILE-REC                                   10510000
                   INVALID KEY                                          10520000
                       DISPLAY 'CBKPAY - CRITICAL - ACCOUNT LEDGER '    10530000
                           'WRITE FAILED FOR ACCOUNT '                  10540000
                           CBKPAY-CUR-ACCOUNT                           10550000
               END-WRITE                                                10560000
           ELSE                                                         10570000
               REWRITE CBKACCT-FILE-REC                                 10580000
                   INVALID KEY                                          10590000
                       DISPLAY 'CBKPAY - CRITICAL - ACCOUNT LEDGER '    10600000
                           'REWRITE FAILED FOR ACCOUNT '                10610000
                           CBKPAY-CUR-ACCOUNT                           10620000
               END-REWRITE                                              10630000
           END-IF                                                       10640000
                                                                        10650000
           ADD 1 TO CBKPAY-SETTLED-COUNT                                10660000
                                                                        10670000
           IF NOT CBKPAY-NOT-WITHHELD                                   10680000
              OR CBKACCT-MONTH-PAID OF CBKACCT-FILE-REC < ZERO          10690000
               PERFORM 3800-WRITE-DETAIL THRU 3800-EXIT                 10700000
           END-IF.                                                      10710000
       3500-EXIT.                                                       10720000
           EXIT.                                                        10730000
                                                                        10740000
      ******************************************************************10750000
      *  3600-CHECK-WITHHOLD - WHY, IF AT ALL, THE ACCOUNT'S CASHBACK  *10760000
      *  IS WITHHELD : THE ACCOUNT IS GONE OR CLOSED (X), SUSPENDED    *10770000
      *  (S) OR DORMANT (D), ITS CUSTOMER IS DECEASED (M), OR IT HAS   *10780000
      *  AN OPEN COLLECTIONS CASE (C).  LEAVES THE ACCOUNT RECORD      *10790000
      *  READ FOR THE POSTING.                                         *10800000
      ******************************************************************10810000
       3600-CHECK-WITHHOLD.                                             10820000
           MOVE SPACE TO CBKPAY-WITHHOLD-REASON                         10830000
                                                                        10840000
           MOVE CBKPAY-CUR-SORTCODE                                     10850000
               TO ACCOUNT-SORTCODE OF ACCOUNT-FILE-REC                  10860000
           MOVE CBKPAY-CUR-ACCOUNT TO ACCOUNT-NUMBER OF ACCOUNT-FILE-REC10870000
           READ ACCOUNT-FILE                                            10880000
               KEY IS ACCOUNT-KEY OF ACCOUNT-FILE-REC                   10890000
               INVALID KEY                                              10900000
                   MOVE 'X' TO CBKPAY-WITHHOLD-REASON                   10910000
                   GO TO 3600-EXIT                                      10920000
           END-READ                                                     10930000
                                                                        10940000
           EVALUATE TRUE                                                10950000
               WHEN ACCOUNT-CLOSED OF ACCOUNT-FILE-REC                  10960000
                   MOVE 'X' TO CBKPAY-WITHHOLD-REASON                   10970000
               WHEN ACCOUNT-SUSPENDED OF ACCOUNT-FILE-REC               10980000
                   MOVE 'S' TO CBKPAY-WITHHOLD-REASON                   10990000
               WHEN ACCOUNT-DORMANT OF ACCOUNT-FILE-REC                 11000000
                   MOVE 'D' TO CBKPAY-WITHHOLD-REASON                   11010000
               WHEN OTHER                                               11020000
                   CONTINUE                                             11030000
           END-EVALUATE                                                 11040000
           IF NOT CBKPAY-NOT-WITHHELD                                   11050000
               GO TO 3600-EXIT                                          11060000
           END-IF                                                       11070000
                                                                        11080000
           MOVE ACCOUNT-SORTCODE OF ACCOUNT-FILE-REC                    11090000
               TO CUSTOMER-SORTCODE OF CUSTOMER-FILE-REC                11100000
           MOVE ACCOUNT-CUSTOMER-NUMBER OF ACCOUNT-FILE-REC             11110000
               TO CUSTOMER-NUMBER OF CUSTOMER-FILE-REC                  11120000
           READ CUSTOMER-FILE                                           11130000
               KEY IS CUSTOMER-KEY OF CUSTOMER-FILE-REC                 11140000
               INVALID KEY                                              11150000
                   MOVE SPACE TO CUSTOMER-DECEASED-FLAG                 11160000
                                  OF CUSTOMER-FILE-REC                  11170000
           END-READ                                                     11180000
           IF CUSTOMER-DECEASED OF CUSTOMER-FILE-REC                    11190000
               MOVE 'M' TO CBKPAY-WITHHOLD-REASON                       11200000
               GO TO 3600-EXIT                                          11210000
           END-IF                                                       11220000
                                                                        11230000
           MOVE CBKPAY-CUR-SORTCODE                                     11240000
               TO COLLCASE-SORTCODE OF COLLCASE-FILE-REC                11250000
           MOVE CBKPAY-CUR-ACCOUNT                                      11260000
               TO COLLCASE-NUMBER OF COLLCASE-FILE-REC                  11270000
           READ COLLCASE-FILE                                           11280000
               KEY IS COLLCASE-KEY OF COLLCASE-FILE-REC                 11290000
               INVALID KEY                                              11300000
                   GO TO 3600-EXIT                                      11310000
           END-READ                                                     11320000
           IF COLLCASE-CASE-OPEN OF COLLCASE-FILE-REC                   11330000
               MOVE 'C' TO CBKPAY-WITHHOLD-REASON                       11340000
           END-IF.                                                      11350000
       3600-EXIT.                                                       11360000
           EXIT.                                                        11370000
                                                                        11380000
      ******************************************************************11390000
      *  3700-POST-CASHBACK - CREDIT A POSITIVE PAYOUT TO THE ACCOUNT  *11400000
      *  AS A CBK ROW, OR DEBIT A NEGATIVE ONE AS A CBC ROW.  THE      *11410000
      *  PROCTRAN NUMBER IS TAKEN BEFORE THE BALANCE IS TOUCHED, THE   *11420000
      *  SAME WAY FEECHG ORDERS ITS POSTING.  A CLAWBACK, LIKE A FEE,  *11430000
      *  MAY TAKE THE ACCOUNT NEGATIVE.                                *11440000
      ******************************************************************11450000
       3700-POST-CASHBACK.                                              11460000
           MOVE 'N' TO CBKPAY-POST-SWITCH                               11470000
           PERFORM 5300-ASSIGN-PROCTRAN-NUMBER THRU 5300-EXIT           11480000
                                                                        11490000
           MOVE SPACES TO CBKPAY-PROCTRAN-OUT                           11500000
           IF CBKPAY-PAYOUT > ZERO                                      11510000
               MOVE CBKPAY-PAYOUT TO CBKPAY-POST-AMOUNT                 11520000
               ADD CBKPAY-POST-AMOUNT                                   11530000
                  TO ACCOUNT-BALANCE OF ACCOUNT-FILE-REC                11540000
               MOVE 'CBK' TO PROC-TRAN-TYPE OF CBKPAY-PROCTRAN-OUT      11550000
               STRING 'CARD CASHBACK ' CBKPAY-REWARD-MONTH              11560000
                   DELIMITED BY SIZE                                    11570000
                   INTO PROC-TRAN-DESC OF CBKPAY-PROCTRAN-OUT           11580000
               END-STRING                                               11590000
           ELSE                                                         11600000
               COMPUTE CBKPAY-POST-AMOUNT = ZERO - CBKPAY-PAYOUT        11610000
               SUBTRACT CBKPAY-POST-AMOUNT                              11620000
                  FROM ACCOUNT-BALANCE OF ACCOUNT-FILE-REC              11630000
               MOVE 'CBC' TO PROC-TRAN-TYPE OF CBKPAY-PROCTRAN-OUT      11640000
               STRING 'CASHBACK CLAWBACK ' CBKPAY-REWARD-MONTH          11650000
                   DELIMITED BY SIZE                                    11660000
                   INTO PROC-TRAN-DESC OF CBKPAY-PROCTRAN-OUT           11670000
               END-STRING                                               11680000
           END-IF                                                       11690000
                                                                        11700000
           REWRITE ACCOUNT-FILE-REC                                     11710000
               INVALID KEY                                              11720000
                   DISPLAY 'CBKPAY - CRITICAL - ACCOUNT REWRITE '       11730000
                       'FAILED FOR ACCOUNT ' CBKPAY-CUR-ACCOUNT         11740000
                   SET CBKPAY-POST-FAILED TO TRUE                       11750000
                   GO TO 3700-EXIT                                      11760000
           END-REWRITE                                                  11770000
                                                                        11780000
           PERFORM 5400-WRITE-PROCTRAN THRU 5400-EXIT                   11790000
                                                                        11800000
           MOVE CBKPAY-TRAN-NUMBER                                      11810000
               TO CBKACCT-TRAN-NUMBER OF CBKACCT-FILE-REC               11820000
           IF CBKPAY-PAYOUT > ZERO                                      11830000
               ADD CBKPAY-POST-AMOUNT                                   11840000
                  TO CBKACCT-LIFETIME-PAID OF CBKACCT-FILE-REC          11850000
               ADD 1 TO CBKPAY-PAID-COUNT                               11860000
               ADD CBKPAY-POST-AMOUNT TO CBKPAY-PAID-TOTAL              11870000
           ELSE                                                         11880000
               ADD CBKPAY-POST-AMOUNT                                   11890000
                  TO CBKACCT-LIFETIME-CLAWBACK OF CBKACCT-FILE-REC      11900000
               ADD 1 TO CBKPAY-CLAWED-COUNT                             11910000
               ADD CBKPAY-POST-AMOUNT TO CBKPAY-CLAWED-TOTAL            11920000
           END-IF.                                                      11930000
       3700-EXIT.                                                       11940000
           EXIT.                                                        11950000
                                                                        11960000
      ******************************************************************11970000
      *  3800-WRITE-DETAIL - LIST A WITHHELD OR CLAWED-BACK ACCOUNT.   *11980000
      ******************************************************************11990000
       3800-WRITE-DETAIL.                                               12000000
           MOVE CBKPAY-CUR-SORTCODE TO CBKPAY-DTL-SORTCODE              12010000
           MOVE CBKPAY-CUR-ACCOUNT TO CBKPAY-DTL-ACCOUNT                12020000
           MOVE CBKPAY-EARNED TO CBKPAY-DTL-EARNED                      12030000
           MOVE CBKACCT-MONTH-PAID OF CBKACCT-FILE-REC                  12040000
               TO CBKPAY-DTL-PAID                                       12050000
           MOVE CBKACCT-WITHHELD-BALANCE OF CBKACCT-FILE-REC            12060000
               TO CBKPAY-DTL-WITHHELD                                   12070000
                                                                        12080000
           EVALUATE TRUE                                                12090000
               WHEN CBKACCT-WH-CLOSED OF CBKACCT-FILE-REC               12100000
                   MOVE 'WITHHELD - CLOSED' TO CBKPAY-DTL-NOTE          12110000
               WHEN CBKACCT-WH-SUSPENDED OF CBKACCT-FILE-REC            12120000
                   MOVE 'WITHHELD - SUSPENDED' TO CBKPAY-DTL-NOTE       12130000
               WHEN CBKACCT-WH-DORMANT OF CBKACCT-FILE-REC              12140000
                   MOVE 'WITHHELD - DORMANT' TO CBKPAY-DTL-NOTE         12150000
               WHEN CBKACCT-WH-DECEASED OF CBKACCT-FILE-REC             12160000
                   MOVE 'WITHHELD - DECEASED' TO CBKPAY-DTL-NOTE        12170000
               WHEN CBKACCT-WH-COLLECTIONS OF CBKACCT-FILE-REC          12180000
                   MOVE 'WITHHELD - COLLECT' TO CBKPAY-DTL-NOTE         12190000
               WHEN OTHER                                               12200000
                   MOVE 'CLAWED BACK' TO CBKPAY-DTL-NOTE                12210000
           END-EVALUATE                                                 12220000
                                                                        12230000
           WRITE CBKPAY-RPT-LINE FROM CBKPAY-DETAIL-LINE.               12240000
       3800-EXIT.                                                       12250000
           EXIT.                                                        12260000
                                                                        12270000
      ******************************************************************12280000
      *  5300-ASSIGN-PROCTRAN-NUMBER - READ THE PROCTRAN CONTROL       *12290000
      *  SINGLETON, BUMP LAST-PROC-TRAN-NUMBER, AND REWRITE, THE SAME  *12300000
      *  WAY FEECHG HANDS OUT ITS NUMBERS.                             *12310000
      ******************************************************************12320000
       5300-ASSIGN-PROCTRAN-NUMBER.                                     12330000
           MOVE CBKPAY-CTL-SORTCODE TO PROCTRAN-CONTROL-SORTCODE        12340000
                                        OF PCTRL-FILE-REC               12350000
           MOVE CBKPAY-CTL-NUMBER   TO PROCTRAN-CONTROL-NUMBER          12360000
                                        OF PCTRL-FILE-REC               12370000
                                                                        12380000
           READ PCTRL-FILE                                              12390000
               KEY IS PROCTRAN-CONTROL-KEY OF PCTRL-FILE-REC            12400000
               INVALID KEY                                              12410000
                   MOVE 'PTCL' TO PROCTRAN-CONTROL-EYECATCHER           12420000
                                   OF PCTRL-FILE-REC                    12430000
                   MOVE CBKPAY-CTL-SORTCODE                             12440000
                       TO PROCTRAN-CONTROL-SORTCODE OF PCTRL-FILE-REC   12450000
                   MOVE CBKPAY-CTL-NUMBER                               12460000
                       TO PROCTRAN-CONTROL-NUMBER OF PCTRL-FILE-REC     12470000
                   MOVE ZERO TO LAST-PROC-TRAN-NUMBER OF PCTRL-FILE-REC 12480000
                   WRITE PCTRL-FILE-REC                                 12490000
           END-READ                                                     12500000
                                                                        12510000
           ADD 1 TO LAST-PROC-TRAN-NUMBER OF PCTRL-FILE-REC             12520000
           MOVE LAST-PROC-TRAN-NUMBER OF PCTRL-FILE-REC                 12530000
               TO CBKPAY-TRAN-NUMBER                                    12540000
                                                                        12550000
           REWRITE PCTRL-FILE-REC.                                      12560000
       5300-EXIT.                                                       12570000
           EXIT.                                                        12580000
                                                                        12590000
      ******************************************************************12600000
      *  5400-WRITE-PROCTRAN - LOG THE CASHBACK OR CLAWBACK AGAINST    *12610000
      *  THE ACCOUNT, NAMING THE REWARD MONTH, SO THE STATEMENT AND    *12620000
      *  THE GL EXTRACT SHOW WHAT IT WAS FOR.                          *12630000
      ******************************************************************12640000
       5400-WRITE-PROCTRAN.                                             12650000
           MOVE 'PRTR' TO PROC-TRAN-EYE-CATCHER OF CBKPAY-PROCTRAN-OUT  12660000
           MOVE CBKPAY-CUR-SORTCODE                                     12670000
               TO PROC-TRAN-SORT-CODE OF CBKPAY-PROCTRAN-OUT            12680000
           MOVE CBKPAY-TRAN-NUMBER                                      12690000
               TO PROC-TRAN-NUMBER OF CBKPAY-PROCTRAN-OUT               12700000
           MOVE CBKPAY-CUR-ACCOUNT                                      12710000
               TO PROC-TRAN-ACCOUNT-NUMBER OF CBKPAY-PROCTRAN-OUT       12720000
           MOVE CBKPAY-CURRENT-DATE                                     12730000
               TO PROC-TRAN-DATE OF CBKPAY-PROCTRAN-OUT                 12740000
           MOVE CBKPAY-CURRENT-TIME                                     12750000
               TO PROC-TRAN-TIME OF CBKPAY-PROCTRAN-OUT                 12760000
           MOVE CBKPAY-TRAN-NUMBER                                      12770000
               TO PROC-TRAN-REF OF CBKPAY-PROCTRAN-OUT                  12780000
           MOVE CBKPAY-POST-AMOUNT                                      12790000
               TO PROC-TRAN-AMOUNT OF CBKPAY-PROCTRAN-OUT               12800000
           MOVE 'GBP' TO PROC-TRAN-CURRENCY OF CBKPAY-PROCTRAN-OUT      12810000
           MOVE ZERO  TO PROC-TRAN-VALUE-DATE OF CBKPAY-PROCTRAN-OUT    12820000
                                                                        12830000
           MOVE CBKPAY-PROCTRAN-OUT TO PROCTRAN-FILE-REC                12840000
           WRITE PROCTRAN-FILE-REC                                      12850000
               INVALID KEY                                              12860000
                   DISPLAY 'CBKPAY - CRITICAL - PROCTRAN WRITE '        12870000
                       'FAILED FOR ACCOUNT ' CBKPAY-CUR-ACCOUNT         12880000
               NOT INVALID KEY                                          12890000
                   PERFORM 8900-ADD-CONTROL-TOTAL THRU 8900-EXIT        12900000
           END-WRITE.                                                   12910000
       5400-EXIT.                                                       12920000
           EXIT.                                                        12930000
                                                                        12940000
      ******************************************************************12950000
      *  8000-PRINT-SUMMARY - WRITE THE RUN TOTALS.                    *12960000
      ******************************************************************12970000
       8000-PRINT-SUMMARY.                                              12980000
           MOVE SPACES TO CBKPAY-RPT-LINE                               12990000
           WRITE CBKPAY-RPT-LINE                                        13000000
                                                                        13010000
           MOVE 'CARD SPEND ROWS   : ' TO CBKPAY-SUM-LABEL              13020000
           MOVE CBKPAY-SPEND-ROWS TO CBKPAY-SUM-COUNT                   13030000
           WRITE CBKPAY-RPT-LINE FROM CBKPAY-SUMMARY-LINE               13040000
                                                                        13050000
           MOVE 'SPEND UNDONE ROWS : ' TO CBKPAY-SUM-LABEL              13060000
           MOVE CBKPAY-UNDO-ROWS TO CBKPAY-SUM-COUNT                    13070000
           WRITE CBKPAY-RPT-LINE FROM CBKPAY-SUMMARY-LINE               13080000
                                                                        13090000
           MOVE 'UNCLASSIFIED MCC  : ' TO CBKPAY-SUM-LABEL              13100000
           MOVE CBKPAY-UNCLASSIFIED TO CBKPAY-SUM-COUNT                 13110000
           WRITE CBKPAY-RPT-LINE FROM CBKPAY-SUMMARY-LINE               13120000
                                                                        13130000
           MOVE 'ROWS REBUILT      : ' TO CBKPAY-SUM-LABEL              13140000
           MOVE CBKPAY-CLEARED-ROWS TO CBKPAY-SUM-COUNT                 13150000
           WRITE CBKPAY-RPT-LINE FROM CBKPAY-SUMMARY-LINE               13160000
                                                                        13170000
           MOVE 'ACCOUNTS SETTLED  : ' TO CBKPAY-SUM-LABEL              13180000
           MOVE CBKPAY-SETTLED-COUNT TO CBKPAY-SUM-COUNT                13190000
           WRITE CBKPAY-RPT-LINE FROM CBKPAY-SUMMARY-LINE               13200000
                                                                        13210000
           MOVE 'ACCOUNTS PAID     : ' TO CBKPAY-SUM-LABEL              13220000
           MOVE CBKPAY-PAID-COUNT TO CBKPAY-SUM-COUNT                   13230000
           WRITE CBKPAY-RPT-LINE FROM CBKPAY-SUMMARY-LINE               13240000
                                                                        13250000
           MOVE 'ACCOUNTS CLAWED   : ' TO CBKPAY-SUM-LABEL              13260000
           MOVE CBKPAY-CLAWED-COUNT TO CBKPAY-SUM-COUNT                 13270000
           WRITE CBKPAY-RPT-LINE FROM CBKPAY-SUMMARY-LINE               13280000
                                                                        13290000
           MOVE 'ACCOUNTS WITHHELD : ' TO CBKPAY-SUM-LABEL              13300000
           MOVE CBKPAY-WITHHELD-COUNT TO CBKPAY-SUM-COUNT               13310000
           WRITE CBKPAY-RPT-LINE FROM CBKPAY-SUMMARY-LINE               13320000
                                                                        13330000
           MOVE 'WITHHOLDS RELEASED: ' TO CBKPAY-SUM-LABEL              13340000
           MOVE CBKPAY-RELEASED-COUNT TO CBKPAY-SUM-COUNT               13350000
           WRITE CBKPAY-RPT-LINE FROM CBKPAY-SUMMARY-LINE               13360000
                                                                        13370000
           MOVE 'ACCOUNTS CAPPED   : ' TO CBKPAY-SUM-LABEL              13380000
           MOVE CBKPAY-CAPPED-COUNT TO CBKPAY-SUM-COUNT                 13390000
           WRITE CBKPAY-RPT-LINE FROM CBKPAY-SUMMARY-LINE               13400000
                                                                        13410000
           MOVE 'ALREADY SETTLED   : ' TO CBKPAY-SUM-LABEL              13420000
           MOVE CBKPAY-ALREADY-COUNT TO CBKPAY-SUM-COUNT                13430000
           WRITE CBKPAY-RPT-LINE FROM CBKPAY-SUMMARY-LINE               13440000
                                                                        13450000
           MOVE SPACES TO CBKPAY-AMT-NOTE                               13460000
           MOVE SPACES TO CBKPAY-AMT-EFFECTIVE                          13470000
                                                                        13480000
           MOVE 'CASHBACK PAID     : ' TO CBKPAY-AMT-LABEL              13490000
           MOVE CBKPAY-PAID-TOTAL TO CBKPAY-AMT-VALUE                   13500000
           WRITE CBKPAY-RPT-LINE FROM CBKPAY-AMOUNT-LINE                13510000
                                                                        13520000
           MOVE 'CASHBACK CLAWED   : ' TO CBKPAY-AMT-LABEL              13530000
           MOVE CBKPAY-CLAWED-TOTAL TO CBKPAY-AMT-VALUE                 13540000
           WRITE CBKPAY-RPT-LINE FROM CBKPAY-AMOUNT-LINE                13550000
                                                                        13560000
           MOVE 'CASHBACK WITHHELD : ' TO CBKPAY-AMT-LABEL              13570000
           MOVE CBKPAY-WITHHELD-TOTAL TO CBKPAY-AMT-VALUE               13580000
           WRITE CBKPAY-RPT-LINE FROM CBKPAY-AMOUNT-LINE                13590000
                                                                        13600000
           MOVE 'ACCOUNT MONTH CAP : ' TO CBKPAY-AMT-LABEL              13610000
           MOVE CBKPAY-ACCOUNT-CAP TO CBKPAY-AMT-VALUE                  13620000
           STRING 'SOURCE ' CBKPAY-CAP-SOURCE                           13630000
               DELIMITED BY SIZE                                        13640000
               INTO CBKPAY-AMT-NOTE                                     13650000
           END-STRING                                                   13660000
           IF CBKPAY-CAP-EFFECTIVE NOT = ZERO                           13670000
               MOVE CBKPAY-CAP-EFFECTIVE TO CBKPAY-AMT-EFFECTIVE        13680000
           END-IF                                                       13690000
           WRITE CBKPAY-RPT-LINE FROM CBKPAY-AMOUNT-LINE.               13700000
       8000-EXIT.                                                       13710000
           EXIT.                                                        13720000
                                                                        13730000
      ******************************************************************13740000
      *  8900-ADD-CONTROL-TOTAL - ADD THE PROCTRAN ROW JUST WRITTEN TO *13750000
      *  THE JOB'S CONTROL TOTALS FOR BALCHK.                          *13760000
      ******************************************************************13770000
       8900-ADD-CONTROL-TOTAL.                                          13780000
           SET BALTOT-REQ-ADD TO TRUE                                   13790000
           MOVE PROC-TRAN-DATE OF PROCTRAN-FILE-REC TO BALTOT-REQ-DATE  13800000
           MOVE PROC-TRAN-TYPE OF PROCTRAN-FILE-REC TO BALTOT-REQ-TYPE  13810000
           MOVE PROC-TRAN-AMOUNT OF PROCTRAN-FILE-REC                   13820000
               TO BALTOT-REQ-AMOUNT                                     13830000
           CALL 'BALTOT' USING BALTOT-REQUEST.                          13840000
       8900-EXIT.                                                       13850000
           EXIT.                                                        13860000
                                                                        13870000
      ******************************************************************13880000
      *  9000-TERMINATE - WRITE THE CONTROL TOTALS, TELL RUNCTL THE    *13890000
      *  RUN IS COMPLETE, AND CLOSE THE FILES.                         *13900000
      ******************************************************************13910000
       9000-TERMINATE.                                                  13920000
           SET BALTOT-REQ-WRITE TO TRUE                                 13930000
           CALL 'BALTOT' USING BALTOT-REQUEST                           13940000
                                                                        13950000
           MOVE 'E' TO RUNCTL-REQ-FUNCTION                              13960000
           MOVE CBKPAY-SETTLED-COUNT TO RUNCTL-REQ-COUNT                13970000
           CALL 'RUNCTL' USING RUNCTL-REQUEST                           13980000
                                                                        13990000
           CLOSE PROCTRAN-FILE                                          14000000
           CLOSE PCTRL-FILE                                             14010000
           CLOSE ACCOUNT-FILE                                           14020000
           CLOSE CUSTOMER-FILE                                          14030000
           CLOSE COLLCASE-FILE                                          14040000
           CLOSE CBKMNTH-FILE                                           14050000
           CLOSE CBKACCT-FILE                                           14060000
           CLOSE CBKPAY-RPT.                                            14070000
       9000-EXIT.                                                       14080000
           EXIT.                                                        14090000
                                                                        14100000
       9999-EXIT.                                                       14110000
           STOP RUN.                                                    14120000
