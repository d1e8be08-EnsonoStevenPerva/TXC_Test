      ******************************************************************00010000
      *                                                                *00020000
      *  Copyright IBM Corp. 2023                                      *00030000
      *                                                                *00040000
      *                                                                *00050000
      ******************************************************************00060000
       IDENTIFICATION DIVISION.                                         00070000
       PROGRAM-ID.    PROFRPT.                                          00080000
       AUTHOR.        BANK APPLICATIONS GROUP.                          00090000
       INSTALLATION.  BANK BATCH SERVICES.                              00100000
       DATE-WRITTEN.  2026-10-15.                                       00110000
       DATE-COMPILED.                                                   00120000
      ******************************************************************00130000
      *                                                                *00140000
      *  PROFRPT - MONTHLY CUSTOMER AND PRODUCT PROFITABILITY          *00150000
      *                                                                *00160000
      *  FUNCTION : WORKS OUT WHAT EACH CUSTOMER EARNED THE BANK IN    *00170000
      *             THE REPORT MONTH, FROM FOUR INGREDIENTS :          *00180000
      *                                                                *00190000
      *               FEE INCOME       - FEE POSTINGS                  *00200000
      *               DEBIT INTEREST   - INT POSTINGS CHARGED (A       *00210000
      *                                  NEGATIVE INT AMOUNT)          *00220000
      *               CREDIT INTEREST  - INT POSTINGS PAID (POSITIVE)  *00230000
      *                                  AND TERM DEPOSIT INTEREST     *00240000
      *                                  SETTLED (TDI)                 *00250000
      *               FUNDING VALUE    - THE DAILY END-OF-DAY          *00260000
      *                                  BALANCES (COPYBOOK BALSNAP)   *00270000
      *                                  AT THE TRANSFER-PRICING RATE. *00280000
      *                                  A CREDIT BALANCE FUNDS THE    *00290000
      *                                  BANK; AN OVERDRAWN ONE COSTS  *00300000
      *                                  IT.                           *00310000
      *                                                                *00320000
      *             PROFIT IS FEES PLUS DEBIT INTEREST PLUS FUNDING    *00330000
      *             VALUE LESS CREDIT INTEREST.  THE SAME FIGURES ARE  *00340000
      *             ADDED UP BY PRODUCT (ACCOUNT-TYPE, OR THE DEPOSIT  *00350000
      *             PRODUCT FOR TDI), BY BRANCH SORT CODE AND BY THE   *00360000
      *             CUSTOMER'S AGE BAND (THE CSAGERPT BANDS, PLUS ONE  *00370000
      *             FOR CUSTOMERS WITH NO DATE OF BIRTH).              *00380000
      *                                                                *00390000
      *             PASS 1 SWEEPS PROCTRAN AND PASS 2 THE MONTH'S      *00400000
      *             SNAPSHOTS INTO A KEYED ACCOUNT WORK FILE.  PASS 3  *00410000
      *             WALKS IT, ADDS EACH ACCOUNT TO ITS PRODUCT AND     *00420000
      *             BRANCH AND ROLLS IT UP TO A KEYED CUSTOMER WORK    *00430000
      *             FILE.  PASS 4 WALKS THE CUSTOMERS, ADDS THEM TO    *00440000
      *             THEIR AGE BAND, WRITES THE FINANCE EXTRACT AND     *00450000
      *             LOADS A RANKING FILE KEYED ON PROFIT, HIGHEST      *00460000
      *             FIRST, WHICH PASS 5 PRINTS.                        *00470000
      *                                                                *00480000
      *  FILES    : PROCTRAN - VSAM KSDS - TRANSACTION LOG (INPUT)     *00490000
      *             SNAPFILE - VSAM KSDS - BALANCE SNAPSHOTS (INPUT)   *00500000
      *             ACCFILE  - VSAM KSDS - ACCOUNT MASTER (INPUT)      *00510000
      *             TERMDEP  - VSAM KSDS - TERM DEPOSIT MASTER (INPUT) *00520000
      *             CUSTFILE - VSAM KSDS - CUSTOMER MASTER (INPUT)     *00530000
      *             PRFACCT  - VSAM KSDS - ACCOUNT WORK (I-O)          *00540000
      *             PRFCUST  - VSAM KSDS - CUSTOMER WORK (I-O)         *00550000
      *             PRFRANK  - VSAM KSDS - RANKING WORK (I-O)          *00560000
      *             SYSIN    - PARAMETER FILE - REPORT MONTH (YYYYMM,  *00570000
      *                        COLS 1-6, DEFAULT THE CURRENT MONTH)    *00580000
      *                        AND TRANSFER-PRICING RATE (99V9999,     *00590000
      *                        COLS 8-13, DEFAULT 4.0000 PERCENT)      *00600000
      *             PROFRPT  - PROFITABILITY REPORT (OUTPUT)           *00610000
      *             PROFEXT  - PROFITABILITY EXTRACT (OUTPUT)          *00620000
      *                                                                *00630000
      *  CHANGE HISTORY                                                *00640000
      *  ----------------------------------------------------------    *00650000
      *  DATE        BY    DESCRIPTION                                 *00660000
      *  2026-10-15  BAG   INITIAL VERSION                             *00670000
      *                                                                *00680000
      ******************************************************************00690000
       ENVIRONMENT DIVISION.                                            00700000
       INPUT-OUTPUT SECTION.                                            00710000
       FILE-CONTROL.                                                    00720000
           SELECT PROCTRAN-FILE   ASSIGN TO PROCTRAN                    00730000
                  ORGANIZATION IS INDEXED                               00740000
                  ACCESS MODE IS SEQUENTIAL                             00750000
                  RECORD KEY IS PROC-TRAN-ID OF PROCTRAN-FILE-REC       00760000
                  FILE STATUS IS PROFRPT-PROCTRAN-STATUS.               00770000
                                                                        00780000
           SELECT SNAP-FILE       ASSIGN TO SNAPFILE                    00790000
                  ORGANIZATION IS INDEXED                               00800000
                  ACCESS MODE IS DYNAMIC                                00810000
                  RECORD KEY IS BALSNAP-KEY OF SNAP-FILE-REC            00820000
                  FILE STATUS IS PROFRPT-SNAP-STATUS.                   00830000
                                                                        00840000
           SELECT ACCOUNT-FILE    ASSIGN TO ACCFILE                     00850000
                  ORGANIZATION IS INDEXED                               00860000
                  ACCESS MODE IS RANDOM                                 00870000
                  RECORD KEY IS ACCOUNT-KEY OF ACCOUNT-FILE-REC         00880000
                  FILE STATUS IS PROFRPT-ACCOUNT-STATUS.                00890000
                                                                        00900000
           SELECT TERMDEP-FILE    ASSIGN TO TERMDEP                     00910000
                  ORGANIZATION IS INDEXED                               00920000
                  ACCESS MODE IS RANDOM                                 00930000
                  RECORD KEY IS TERMDEP-KEY OF TERMDEP-FILE-REC         00940000
                  FILE STATUS IS PROFRPT-TERMDEP-STATUS.                00950000
                                                                        00960000
           SELECT CUSTOMER-FILE   ASSIGN TO CUSTFILE                    00970000
                  ORGANIZATION IS INDEXED                               00980000
                  ACCESS MODE IS RANDOM                                 00990000
                  RECORD KEY IS CUSTOMER-KEY OF CUSTOMER-FILE-REC       01000000
                  FILE STATUS IS PROFRPT-CUSTOMER-STATUS.               01010000
                                                                        01020000
           SELECT ACCT-WORK-FILE  ASSIGN TO PRFACCT                     01030000
                  ORGANIZATION IS INDEXED                               01040000
                  ACCESS MODE IS DYNAMIC                                01050000
                  RECORD KEY IS PROFRPT-AW-KEY                          01060000
                  FILE STATUS IS PROFRPT-AW-STATUS.                     01070000
                                                                        01080000
           SELECT CUST-WORK-FILE  ASSIGN TO PRFCUST                     01090000
                  ORGANIZATION IS INDEXED                               01100000
                  ACCESS MODE IS DYNAMIC                                01110000
                  RECORD KEY IS PROFRPT-CW-KEY                          01120000
                  FILE STATUS IS PROFRPT-CW-STATUS.                     01130000
                                                                        01140000
           SELECT RANK-WORK-FILE  ASSIGN TO PRFRANK                     01150000
                  ORGANIZATION IS INDEXED                               01160000
                  ACCESS MODE IS DYNAMIC                                01170000
                  RECORD KEY IS PROFRPT-RW-KEY                          01180000
                  FILE STATUS IS PROFRPT-RW-STATUS.                     01190000
                                                                        01200000
           SELECT PARAMETER-FILE  ASSIGN TO SYSIN                       01210000
                  ORGANIZATION IS LINE SEQUENTIAL                       01220000
                  FILE STATUS IS PROFRPT-PARM-STATUS.                   01230000
                                                                        01240000
           SELECT PROFIT-RPT      ASSIGN TO PROFRPT                     01250000
                  ORGANIZATION IS LINE SEQUENTIAL                       01260000
                  FILE STATUS IS PROFRPT-RPT-STATUS.                    01270000
                                                                        01280000
           SELECT PROFIT-EXTRACT  ASSIGN TO PROFEXT                     01290000
                  ORGANIZATION IS LINE SEQUENTIAL                       01300000
                  FILE STATUS IS PROFRPT-EXT-STATUS.                    01310000
                                                                        01320000
       DATA DIVISION.                                                   01330000
       FILE SECTION.                                                    01340000
       FD  PROCTRAN-FILE                                                01350000
           RECORDING MODE IS F.                                         01360000
       01  PROCTRAN-FILE-REC.                                           01370000
           COPY PROCTRAN.                                               01380000
                                                                        01390000
       FD  SNAP-FILE                                                    01400000
           RECORDING MODE IS F.                                         01410000
       01  SNAP-FILE-REC.                                               01420000
           COPY BALSNAP.                                                01430000
                                                                        01440000
       FD  ACCOUNT-FILE                                                 01450000
           RECORDING MODE IS F.                                         01460000
       01  ACCOUNT-FILE-REC.                                            01470000
           COPY ACCOUNT.                                                01480000
                                                                        01490000
       FD  TERMDEP-FILE                                                 01500000
           RECORDING MODE IS F.                                         01510000
       01  TERMDEP-FILE-REC.                                            01520000
           COPY TERMDEP.                                                01530000
                                                                        01540000
       FD  CUSTOMER-FILE                                                01550000
           RECORDING MODE IS F.                                         01560000
       01  CUSTOMER-FILE-REC.                                           01570000
           COPY CUSTOMER.                                               01580000
                                                                        01590000
      *    ONE ROW PER ACCOUNT (OR TERM DEPOSIT) THAT HAD INCOME,      *01600000
      *    INTEREST OR A SNAPSHOT IN THE MONTH.                        *01610000
       FD  ACCT-WORK-FILE                                               01620000
           RECORDING MODE IS F.                                         01630000
       01  PROFRPT-AW-REC.                                              01640000
           05  PROFRPT-AW-KEY.                                          01650000
               10  PROFRPT-AW-SORTCODE     PIC 9(6).                    01660000
               10  PROFRPT-AW-NUMBER       PIC 9(8).                    01670000
           05  PROFRPT-AW-DEPOSIT-FLAG     PIC X.                       01680000
               88  PROFRPT-AW-IS-DEPOSIT         VALUE 'Y'.             01690000
           05  PROFRPT-AW-CUSTOMER         PIC 9(10).                   01700000
           05  PROFRPT-AW-PRODUCT          PIC X(8).                    01710000
           05  PROFRPT-AW-FEE              PIC S9(10)V99.               01720000
           05  PROFRPT-AW-DR-INT           PIC S9(10)V99.               01730000
           05  PROFRPT-AW-CR-INT           PIC S9(10)V99.               01740000
           05  PROFRPT-AW-BAL-SUM          PIC S9(13)V99.               01750000
           05  PROFRPT-AW-BAL-DAYS         PIC 9(3).                    01760000
                                                                        01770000
       FD  CUST-WORK-FILE                                               01780000
           RECORDING MODE IS F.                                         01790000
       01  PROFRPT-CW-REC.                                              01800000
           05  PROFRPT-CW-KEY.                                          01810000
               10  PROFRPT-CW-SORTCODE     PIC 9(6).                    01820000
               10  PROFRPT-CW-CUSTOMER     PIC 9(10).                   01830000
           05  PROFRPT-CW-AMOUNTS.                                      01840000
               10  PROFRPT-CW-FEE          PIC S9(10)V99.               01850000
               10  PROFRPT-CW-DR-INT       PIC S9(10)V99.               01860000
               10  PROFRPT-CW-CR-INT       PIC S9(10)V99.               01870000
               10  PROFRPT-CW-FUNDING      PIC S9(10)V99.               01880000
               10  PROFRPT-CW-PROFIT       PIC S9(10)V99.               01890000
               10  PROFRPT-CW-AVG-BAL      PIC S9(10)V99.               01900000
           05  PROFRPT-CW-ACCOUNTS         PIC 9(5).                    01910000
                                                                        01920000
      *    THE RANKING KEY IS THE PROFIT TURNED UPSIDE DOWN, SO THE    *01930000
      *    MOST PROFITABLE CUSTOMER COMES FIRST IN KEY ORDER.          *01940000
       FD  RANK-WORK-FILE                                               01950000
           RECORDING MODE IS F.                                         01960000
       01  PROFRPT-RW-REC.                                              01970000
           05  PROFRPT-RW-KEY.                                          01980000
               10  PROFRPT-RW-INVERSE      PIC 9(11)V99.                01990000
               10  PROFRPT-RW-SORTCODE     PIC 9(6).                    02000000
               10  PROFRPT-RW-CUSTOMER     PIC 9(10).                   02010000
           05  PROFRPT-RW-AMOUNTS.                                      02020000
               10  PROFRPT-RW-FEE          PIC S9(10)V99.               02030000
               10  PROFRPT-RW-DR-INT       PIC S9(10)V99.               02040000
               10  PROFRPT-RW-CR-INT       PIC S9(10)V99.               02050000
               10  PROFRPT-RW-FUNDING      PIC S9(10)V99.               02060000
               10  PROFRPT-RW-PROFIT       PIC S9(10)V99.               02070000
               10  PROFRPT-RW-AVG-BAL      PIC S9(10)V99.               02080000
                                                                        02090000
       FD  PARAMETER-FILE                                               02100000
           RECORDING MODE IS F.                                         02110000
       01  PARAMETER-FILE-REC              PIC X(80).                   02120000
                                                                        02130000
       FD  PROFIT-RPT                                                   02140000
           RECORDING MODE IS F.                                         02150000
       01  PROFIT-RPT-LINE                 PIC X(80).                   02160000
                                                                        02170000
      *    ONE ROW PER CUSTOMER (C), PRODUCT (P), BRANCH (B) AND AGE   *02180000
      *    BAND (A), SIGNED AMOUNTS WITH A LEADING SIGN SO FINANCE CAN *02190000
      *    LOAD THE FILE STRAIGHT INTO THEIR OWN TOOLS.  RANK AND THE  *02200000
      *    SUM OF THE AVERAGE BALANCES ARE FOR CUSTOMER ROWS ONLY.     *02210000
       FD  PROFIT-EXTRACT                                               02220000
           RECORDING MODE IS F.                                         02230000
       01  PROFEXT-REC.                                                 02240000
           05  PROFEXT-REC-TYPE            PIC X(1).                    02250000
               88  PROFEXT-CUSTOMER              VALUE 'C'.             02260000
               88  PROFEXT-PRODUCT               VALUE 'P'.             02270000
               88  PROFEXT-BRANCH                VALUE 'B'.             02280000
               88  PROFEXT-AGE-BAND              VALUE 'A'.             02290000
           05  PROFEXT-MONTH               PIC 9(6).                    02300000
           05  PROFEXT-ID                  PIC X(16).                   02310000
           05  PROFEXT-COUNT               PIC 9(7).                    02320000
           05  PROFEXT-FEE                 PIC S9(10)V99                02330000
                                           SIGN LEADING SEPARATE.       02340000
           05  PROFEXT-DR-INT              PIC S9(10)V99                02350000
                                           SIGN LEADING SEPARATE.       02360000
           05  PROFEXT-CR-INT              PIC S9(10)V99                02370000
                                           SIGN LEADING SEPARATE.       02380000
           05  PROFEXT-FUNDING             PIC S9(10)V99                02390000
                                           SIGN LEADING SEPARATE.       02400000
           05  PROFEXT-PROFIT              PIC S9(10)V99                02410000
                                           SIGN LEADING SEPARATE.       02420000
           05  PROFEXT-RANK                PIC 9(7).                    02430000
           05  PROFEXT-AVG-BAL             PIC S9(10)V99                02440000
                                           SIGN LEADING SEPARATE.       02450000
           05  FILLER                      PIC X(8)  VALUE SPACES.      02460000
                                                                        02470000
       WORKING-STORAGE SECTION.                                         02480000
       01  PROFRPT-WORK-AREA.                                           02490000
           05  PROFRPT-PROCTRAN-STATUS     PIC XX.                      02500000
           05  PROFRPT-SNAP-STATUS         PIC XX.                      02510000
           05  PROFRPT-ACCOUNT-STATUS      PIC XX.                      02520000
           05  PROFRPT-TERMDEP-STATUS      PIC XX.                      02530000
           05  PROFRPT-CUSTOMER-STATUS     PIC XX.                      02540000
           05  PROFRPT-AW-STATUS           PIC XX.                      02550000
           05  PROFRPT-CW-STATUS           PIC XX.                      02560000
           05  PROFRPT-RW-STATUS           PIC XX.                      02570000
           05  PROFRPT-PARM-STATUS         PIC XX.                      02580000
           05  PROFRPT-RPT-STATUS          PIC XX.                      02590000
           05  PROFRPT-EXT-STATUS          PIC XX.                      02600000
           05  PROFRPT-EOF-SWITCH          PIC X     VALUE 'N'.         02610000
               88  PROFRPT-AT-EOF                VALUE 'Y'.             02620000
           05  PROFRPT-CURRENT-DATE        PIC 9(8).                    02630000
           05  PROFRPT-TODAY-GRP REDEFINES PROFRPT-CURRENT-DATE.        02640000
               10  PROFRPT-TODAY-YYYY      PIC 9999.                    02650000
               10  PROFRPT-TODAY-MM        PIC 99.                      02660000
               10  PROFRPT-TODAY-DD        PIC 99.                      02670000
           05  PROFRPT-REPORT-MONTH        PIC 9(6)  VALUE ZERO.        02680000
           05  PROFRPT-FTP-RATE            PIC 9(2)V9(4)                02690000
                                           VALUE 4.0000.                02700000
           05  PROFRPT-AGE-YEARS           PIC S9(3) COMP.              02710000
           05  PROFRPT-BAND-NUMBER         PIC 9.                       02720000
           05  PROFRPT-RANK                PIC 9(7)  COMP-3 VALUE ZERO. 02730000
           05  PROFRPT-TRAN-COUNT          PIC 9(9)  COMP-3 VALUE ZERO. 02740000
           05  PROFRPT-SNAP-COUNT          PIC 9(9)  COMP-3 VALUE ZERO. 02750000
           05  PROFRPT-ACCT-COUNT          PIC 9(9)  COMP-3 VALUE ZERO. 02760000
           05  PROFRPT-CUST-COUNT          PIC 9(9)  COMP-3 VALUE ZERO. 02770000
           05  PROFRPT-NO-OWNER-COUNT      PIC 9(9)  COMP-3 VALUE ZERO. 02780000
           05  PROFRPT-OVERFLOW-COUNT      PIC 9(9)  COMP-3 VALUE ZERO. 02790000
           05  PROFRPT-FUNDING             PIC S9(10)V99 VALUE ZERO.    02800000
           05  PROFRPT-PROFIT              PIC S9(10)V99 VALUE ZERO.    02810000
           05  PROFRPT-AVG-BAL             PIC S9(10)V99 VALUE ZERO.    02820000
                                                                        02830000
       01  PROFRPT-PARM-REDEF.                                          02840000
           05  PROFRPT-PARM-MONTH          PIC X(6).                    02850000
           05  FILLER                      PIC X(1).                    02860000
           05  PROFRPT-PARM-RATE           PIC X(6).                    02870000
           05  PROFRPT-PARM-RATE-N REDEFINES PROFRPT-PARM-RATE          02880000
                                           PIC 9(2)V9(4).               02890000
           05  FILLER                      PIC X(67).                   02900000
                                                                        02910000
      *    NAMES OF THE AGE BANDS - THE SIX CSAGERPT USES, AND ONE     *02920000
      *    FOR CUSTOMERS WITH NO DATE OF BIRTH (BUSINESSES).           *02930000
       01  PROFRPT-BAND-NAMES.                                          02940000
           05  FILLER                    PIC X(12) VALUE 'UNDER 18    '.02950000
           05  FILLER                    PIC X(12) VALUE '18 TO 25    '.02960000
           05  FILLER                    PIC X(12) VALUE '26 TO 35    '.02970000
           05  FILLER                    PIC X(12) VALUE '36 TO 50    '.02980000
           05  FILLER                    PIC X(12) VALUE '51 TO 65    '.02990000
           05  FILLER                    PIC X(12) VALUE 'OVER 65     '.03000000
           05  FILLER                    PIC X(12) VALUE 'NO BIRTH DTE'.03010000
       01  PROFRPT-BAND-TABLE REDEFINES PROFRPT-BAND-NAMES.             03020000
           05  PROFRPT-BAND-NAME          PIC X(12) OCCURS 7 TIMES.     03030000
                                                                        03040000
      *    RUNNING TOTALS BY PRODUCT (UP TO 100), BY BRANCH (UP TO     *03050000
      *    200) AND BY AGE BAND.                                       *03060000
       01  PROFRPT-PRODUCT-TABLE.                                       03070000
           05  PROFRPT-PR-COUNT            PIC 9(4)  COMP VALUE ZERO.   03080000
           05  PROFRPT-PR-ENTRY            OCCURS 100 TIMES             03090000
                                           INDEXED BY PROFRPT-PR-IDX.   03100000
               10  PROFRPT-PR-TYPE         PIC X(8)  VALUE SPACES.      03110000
               10  PROFRPT-PR-ITEMS        PIC 9(7)  VALUE ZERO.        03120000
               10  PROFRPT-PR-FEE          PIC S9(10)V99 VALUE ZERO.    03130000
               10  PROFRPT-PR-DR-INT       PIC S9(10)V99 VALUE ZERO.    03140000
               10  PROFRPT-PR-CR-INT       PIC S9(10)V99 VALUE ZERO.    03150000
               10  PROFRPT-PR-FUNDING      PIC S9(10)V99 VALUE ZERO.    03160000
               10  PROFRPT-PR-PROFIT       PIC S9(10)V99 VALUE ZERO.    03170000
                                                                        03180000
       01  PROFRPT-BRANCH-TABLE.                                        03190000
           05  PROFRPT-BR-COUNT            PIC 9(4)  COMP VALUE ZERO.   03200000
           05  PROFRPT-BR-ENTRY            OCCURS 200 TIMES             03210000
                                           INDEXED BY PROFRPT-BR-IDX.   03220000
               10  PROFRPT-BR-SORTCODE     PIC 9(6)  VALUE ZERO.        03230000
               10  PROFRPT-BR-ITEMS        PIC 9(7)  VALUE ZERO.        03240000
               10  PROFRPT-BR-FEE          PIC S9(10)V99 VALUE ZERO.    03250000
               10  PROFRPT-BR-DR-INT       PIC S9(10)V99 VALUE ZERO.    03260000
               10  PROFRPT-BR-CR-INT       PIC S9(10)V99 VALUE ZERO.    03270000
               10  PROFRPT-BR-FUNDING      PIC S9(10)V99 VALUE ZERO.    03280000
               10  PROFRPT-BR-PROFIT       PIC S9(10)V99 VALUE ZERO.    03290000
                                                                        03300000
       01  PROFRPT-AGE-TABLE.                                           03310000
           05  PROFRPT-AG-ENTRY            OCCURS 7 TIMES               03320000
                                           INDEXED BY PROFRPT-AG-IDX.   03330000
               10  PROFRPT-AG-ITEMS        PIC 9(7)  VALUE ZERO.        03340000
               10  PROFRPT-AG-FEE          PIC S9(10)V99 VALUE ZERO.    03350000
               10  PROFRPT-AG-DR-INT       PIC S9(10)V99 VALUE ZERO.    03360000
               10  PROFRPT-AG-CR-INT       PIC S9(10)V99 VALUE ZERO.    03370000
               10  PROFRPT-AG-FUNDING      PIC S9(10)V99 VALUE ZERO.    03380000
               10  PROFRPT-AG-PROFIT       PIC S9(10)V99 VALUE ZERO.    03390000
                                                                        03400000
       01  PROFRPT-HEADING-LINE-1.                                      03410000
           05  FILLER                      PIC X(36) VALUE              03420000
               'CUSTOMER PROFITABILITY - MONTH '.                       03430000
           05  PROFRPT-HDG-MONTH           PIC 9(6).                    03440000
           05  FILLER                      PIC X(14) VALUE              03450000
               '  FTP RATE '.                                           03460000
           05  PROFRPT-HDG-RATE            PIC Z9.9999.                 03470000
           05  FILLER                      PIC X(17) VALUE SPACES.      03480000
                                                                        03490000
       01  PROFRPT-HEADING-LINE-2.                                      03500000
           05  FILLER                      PIC X(25) VALUE              03510000
               ' RANK SORTCD CUSTOMER   '.                              03520000
           05  FILLER                      PIC X(55) VALUE              03530000
               '       FEES    DR INT    CR INT   FUNDING     PROFIT'.  03540000
                                                                        03550000
       01  PROFRPT-HEADING-LINE-3.                                      03560000
           05  FILLER                      PIC X(25) VALUE              03570000
               'GROUP                   '.                              03580000
           05  FILLER                      PIC X(55) VALUE              03590000
               '       FEES    DR INT    CR INT   FUNDING     PROFIT'.  03600000
                                                                        03610000
       01  PROFRPT-DETAIL-LINE.                                         03620000
           05  PROFRPT-DTL-LABEL.                                       03630000
               10  PROFRPT-DTL-RANK        PIC ZZZZ9.                   03640000
               10  FILLER                  PIC X(1)  VALUE SPACE.       03650000
               10  PROFRPT-DTL-SORTCODE    PIC 9(6).                    03660000
               10  FILLER                  PIC X(1)  VALUE SPACE.       03670000
               10  PROFRPT-DTL-CUSTOMER    PIC 9(10).                   03680000
               10  FILLER                  PIC X(1)  VALUE SPACE.       03690000
           05  PROFRPT-DTL-GROUP REDEFINES PROFRPT-DTL-LABEL            03700000
                                           PIC X(24).                   03710000
           05  PROFRPT-DTL-FEE             PIC -(6)9.99.                03720000
           05  FILLER                      PIC X(1)  VALUE SPACE.       03730000
           05  PROFRPT-DTL-DR-INT          PIC -(6)9.99.                03740000
           05  FILLER                      PIC X(1)  VALUE SPACE.       03750000
           05  PROFRPT-DTL-CR-INT          PIC -(6)9.99.                03760000
           05  FILLER                      PIC X(1)  VALUE SPACE.       03770000
           05  PROFRPT-DTL-FUNDING         PIC -(6)9.99.                03780000
           05  FILLER                      PIC X(1)  VALUE SPACE.       03790000
           05  PROFRPT-DTL-PROFIT          PIC -(6)9.99.                03800000
           05  FILLER                      PIC X(2)  VALUE SPACES.      03810000
                                                                        03820000
       01  PROFRPT-SECTION-LINE.                                        03830000
           05  FILLER                      PIC X(4)  VALUE '--- '.      03840000
           05  PROFRPT-SECTION-TITLE       PIC X(30).                   03850000
           05  FILLER                      PIC X(46) VALUE SPACES.      03860000
                                                                        03870000
       01  PROFRPT-SUMMARY-LINE.                                        03880000
           05  PROFRPT-SUM-LABEL           PIC X(30).                   03890000
           05  PROFRPT-SUM-COUNT           PIC Z(8)9.                   03900000
           05  FILLER                      PIC X(41) VALUE SPACES.      03910000
                                                                        03920000
       01  RUNCTL-REQUEST-AREA.                                         03930000
           COPY RUNCTLQ.                                                03940000
                                                                        03950000
       01  BUSDATE-REQUEST-AREA.                                        03960000
           COPY BUSDATEQ.                                               03970000
                                                                        03980000
      ******************************************************************03990000
       PROCEDURE DIVISION.                                              04000000
      ******************************************************************04010000
       0000-MAINLINE.                                                   04020000
           PERFORM 1000-INITIALIZE THRU 1000-EXIT                       04030000
                                                                        04040000
           MOVE 'N' TO PROFRPT-EOF-SWITCH                               04050000
           PERFORM 2100-READ-PROCTRAN THRU 2100-EXIT                    04060000
           PERFORM 2000-PROCESS-PROCTRAN                                04070000
              UNTIL PROFRPT-AT-EOF                                      04080000
                                                                        04090000
           PERFORM 3000-SWEEP-SNAPSHOTS THRU 3000-EXIT                  04100000
                                                                        04110000
           MOVE 'N' TO PROFRPT-EOF-SWITCH                               04120000
           PERFORM 4100-READ-ACCT-WORK THRU 4100-EXIT                   04130000
           PERFORM 4000-PROCESS-ACCOUNT                                 04140000
              UNTIL PROFRPT-AT-EOF                                      04150000
                                                                        04160000
           MOVE 'N' TO PROFRPT-EOF-SWITCH                               04170000
           PERFORM 5100-READ-CUST-WORK THRU 5100-EXIT                   04180000
           PERFORM 5000-PROCESS-CUSTOMER                                04190000
              UNTIL PROFRPT-AT-EOF                                      04200000
                                                                        04210000
           PERFORM 6000-PRINT-RANKING THRU 6000-EXIT                    04220000
           PERFORM 7000-PRINT-GROUPS THRU 7000-EXIT                     04230000
           PERFORM 9000-TERMINATE THRU 9000-EXIT                        04240000
           GO TO 9999-EXIT.                                             04250000
                                                                        04260000
      ******************************************************************04270000
      *  1000-INITIALIZE - REGISTER WITH RUNCTL, PICK UP THE BUSINESS  *04280000
      *  DATE, READ THE REPORT MONTH AND TRANSFER-PRICING RATE FROM    *04290000
      *  SYSIN, OPEN THE FILES AND CLEAR THE WORK FILES.               *04300000
      ******************************************************************04310000
       1000-INITIALIZE.                                                 04320000
           MOVE 'S' TO RUNCTL-REQ-FUNCTION                              04330000
           MOVE 'PROFRPT' TO RUNCTL-REQ-JOB                             04340000
           MOVE ZERO TO RUNCTL-REQ-COUNT                                04350000
           CALL 'RUNCTL' USING RUNCTL-REQUEST                           04360000
           IF RUNCTL-HELD                                               04370000
               DISPLAY 'PROFRPT - HELD - PREDECESSOR NOT COMPLETE'      04380000
               STOP RUN                                                 04390000
           END-IF                                                       04400000
                                                                        04410000
           CALL 'BUSDATE' USING BUSDATE-REQUEST                         04420000
           MOVE BUSDATE-REQ-CURRENT TO PROFRPT-CURRENT-DATE             04430000
           MOVE PROFRPT-CURRENT-DATE(1:6) TO PROFRPT-REPORT-MONTH       04440000
                                                                        04450000
           MOVE SPACES TO PROFRPT-PARM-REDEF                            04460000
           OPEN INPUT  PARAMETER-FILE                                   04470000
           READ PARAMETER-FILE INTO PROFRPT-PARM-REDEF                  04480000
               AT END                                                   04490000
                   CONTINUE                                             04500000
           END-READ                                                     04510000
           CLOSE PARAMETER-FILE                                         04520000
                                                                        04530000
           IF PROFRPT-PARM-MONTH IS NUMERIC                             04540000
              AND PROFRPT-PARM-MONTH NOT = '000000'                     04550000
               MOVE PROFRPT-PARM-MONTH TO PROFRPT-REPORT-MONTH          04560000
           END-IF                                                       04570000
           IF PROFRPT-PARM-RATE IS NUMERIC                              04580000
               MOVE PROFRPT-PARM-RATE-N TO PROFRPT-FTP-RATE             04590000
           END-IF                                                       04600000
                                                                        04610000
           OPEN INPUT  PROCTRAN-FILE                                    04620000
           OPEN INPUT  SNAP-FILE                                        04630000
           OPEN INPUT  ACCOUNT-FILE                                     04640000
           OPEN INPUT  TERMDEP-FILE                                     04650000
           OPEN INPUT  CUSTOMER-FILE                                    04660000
           OPEN OUTPUT ACCT-WORK-FILE                                   04670000
           CLOSE ACCT-WORK-FILE                                         04680000
           OPEN I-O    ACCT-WORK-FILE                                   04690000
           OPEN OUTPUT CUST-WORK-FILE                                   04700000
           CLOSE CUST-WORK-FILE                                         04710000
           OPEN I-O    CUST-WORK-FILE                                   04720000
           OPEN OUTPUT RANK-WORK-FILE                                   04730000
           CLOSE RANK-WORK-FILE                                         04740000
           OPEN I-O    RANK-WORK-FILE                                   04750000
           OPEN OUTPUT PROFIT-RPT                                       04760000
           OPEN OUTPUT PROFIT-EXTRACT.                                  04770000
       1000-EXIT.                                                       04780000
           EXIT.                                                        04790000
                                                                        04800000
      ******************************************************************04810000
      *  2000-PROCESS-PROCTRAN - POST A FEE, INT OR TDI ENTRY FROM THE *04820000
      *  REPORT MONTH TO ITS ACCOUNT'S WORK ROW, THEN READ THE NEXT.   *04830000
      ******************************************************************04840000
       2000-PROCESS-PROCTRAN.                                           04850000
           IF NOT PROC-TRAN-LOGICALLY-DELETED OF PROCTRAN-FILE-REC      04860000
              AND PROC-TRAN-DATE OF PROCTRAN-FILE-REC (1:6)             04870000
                  = PROFRPT-REPORT-MONTH                                04880000
               IF PROC-TY-FEE OF PROCTRAN-FILE-REC                      04890000
                  OR PROC-TY-INTEREST OF PROCTRAN-FILE-REC              04900000
                  OR PROC-TY-TERM-DEPOSIT-INTEREST OF PROCTRAN-FILE-REC 04910000
                   PERFORM 2200-POST-INCOME THRU 2200-EXIT              04920000
               END-IF                                                   04930000
           END-IF                                                       04940000
                                                                        04950000
           PERFORM 2100-READ-PROCTRAN THRU 2100-EXIT.                   04960000
                                                                        04970000
      ******************************************************************04980000
      *  2100-READ-PROCTRAN - READ THE NEXT TRANSACTION LOG ENTRY.     *04990000
      ******************************************************************05000000
       2100-READ-PROCTRAN.                                              05010000
           READ PROCTRAN-FILE NEXT RECORD                               05020000
               AT END                                                   05030000
                   SET PROFRPT-AT-EOF TO TRUE                           05040000
                   GO TO 2100-EXIT                                      05050000
           END-READ                                                     05060000
                                                                        05070000
           ADD 1 TO PROFRPT-TRAN-COUNT.                                 05080000
       2100-EXIT.                                                       05090000
           EXIT.                                                        05100000
                                                                        05110000
      ******************************************************************05120000
      *  2200-POST-INCOME - FIND OR START THE ACCOUNT'S WORK ROW AND   *05130000
      *  ADD THE POSTING TO IT.  A TDI ENTRY IS AGAINST THE DEPOSIT    *05140000
      *  NUMBER, SO ITS ROW IS MARKED AS A DEPOSIT FOR PASS 3.         *05150000
      ******************************************************************05160000
       2200-POST-INCOME.                                                05170000
           MOVE PROC-TRAN-SORT-CODE OF PROCTRAN-FILE-REC                05180000
               TO PROFRPT-AW-SORTCODE                                   05190000
           MOVE PROC-TRAN-ACCOUNT-NUMBER OF PROCTRAN-FILE-REC           05200000
               TO PROFRPT-AW-NUMBER                                     05210000
           PERFORM 2300-GET-ACCT-WORK THRU 2300-EXIT                    05220000
                                                                        05230000
           EVALUATE TRUE                                                05240000
               WHEN PROC-TY-FEE OF PROCTRAN-FILE-REC                    05250000
                   ADD PROC-TRAN-AMOUNT OF PROCTRAN-FILE-REC            05260000
                       TO PROFRPT-AW-FEE                                05270000
               WHEN PROC-TY-TERM-DEPOSIT-INTEREST OF PROCTRAN-FILE-REC  05280000
                   MOVE 'Y' TO PROFRPT-AW-DEPOSIT-FLAG                  05290000
                   ADD PROC-TRAN-AMOUNT OF PROCTRAN-FILE-REC            05300000
                       TO PROFRPT-AW-CR-INT                             05310000
               WHEN PROC-TRAN-AMOUNT OF PROCTRAN-FILE-REC < ZERO        05320000
                   SUBTRACT PROC-TRAN-AMOUNT OF PROCTRAN-FILE-REC       05330000
                       FROM PROFRPT-AW-DR-INT                           05340000
               WHEN OTHER                                               05350000
                   ADD PROC-TRAN-AMOUNT OF PROCTRAN-FILE-REC            05360000
                       TO PROFRPT-AW-CR-INT                             05370000
           END-EVALUATE                                                 05380000
                                                                        05390000
           REWRITE PROFRPT-AW-REC.                                      05400000
       2200-EXIT.                                                       05410000
           EXIT.                                                        05420000
                                                                        05430000
      ******************************************************************05440000
      *  2300-GET-ACCT-WORK - READ THE WORK ROW FOR THE KEY ALREADY IN *05450000
      *  PROFRPT-AW-KEY, WRITING AN EMPTY ONE IF IT IS NOT THERE YET.  *05460000
      ******************************************************************05470000
       2300-GET-ACCT-WORK.                                              05480000
           READ ACCT-WORK-FILE                                          05490000
               KEY IS PROFRPT-AW-KEY                                    05500000
               INVALID KEY                                              05510000
                   MOVE 'N' TO PROFRPT-AW-DEPOSIT-FLAG                  05520000
                   MOVE ZERO TO PROFRPT-AW-CUSTOMER                     05530000
                   MOVE SPACES TO PROFRPT-AW-PRODUCT                    05540000
                   MOVE ZERO TO PROFRPT-AW-FEE                          05550000
                   MOVE ZERO TO PROFRPT-AW-DR-INT                       05560000
                   MOVE ZERO TO PROFRPT-AW-CR-INT                       05570000
                   MOVE ZERO TO PROFRPT-AW-BAL-SUM                      05580000
                   MOVE ZERO TO PROFRPT-AW-BAL-DAYS                     05590000
                   WRITE PROFRPT-AW-REC                                 05600000
           END-READ.                                                    05610000
       2300-EXIT.                                                       05620000
           EXIT.                                                        05630000
                                                                        05640000
      ******************************************************************05650000
      *  3000-SWEEP-SNAPSHOTS - THE SNAPSHOT KEY LEADS ON THE DATE, SO *05660000
      *  THE MONTH IS ONE KEY RANGE FROM ITS FIRST DAY.  EACH DAY'S    *05670000
      *  BALANCE IS ADDED TO ITS ACCOUNT'S WORK ROW.                   *05680000
      ******************************************************************05690000
       3000-SWEEP-SNAPSHOTS.                                            05700000
           MOVE 'N' TO PROFRPT-EOF-SWITCH                               05710000
           MOVE PROFRPT-REPORT-MONTH TO BALSNAP-DATE OF SNAP-FILE-REC   05720000
                                        (1:6)                           05730000
           MOVE '01' TO BALSNAP-DATE OF SNAP-FILE-REC (7:2)             05740000
           MOVE ZERO TO BALSNAP-SORTCODE OF SNAP-FILE-REC               05750000
           MOVE ZERO TO BALSNAP-NUMBER OF SNAP-FILE-REC                 05760000
                                                                        05770000
           START SNAP-FILE KEY IS NOT LESS THAN                         05780000
                 BALSNAP-KEY OF SNAP-FILE-REC                           05790000
               INVALID KEY                                              05800000
                   GO TO 3000-EXIT                                      05810000
           END-START                                                    05820000
                                                                        05830000
           PERFORM 3100-READ-SNAPSHOT THRU 3100-EXIT                    05840000
           PERFORM 3200-POST-SNAPSHOT THRU 3200-EXIT                    05850000
              UNTIL PROFRPT-AT-EOF.                                     05860000
       3000-EXIT.                                                       05870000
           EXIT.                                                        05880000
                                                                        05890000
      ******************************************************************05900000
      *  3100-READ-SNAPSHOT - READ THE NEXT SNAPSHOT, STOPPING AT THE  *05910000
      *  END OF THE REPORT MONTH.                                      *05920000
      ******************************************************************05930000
       3100-READ-SNAPSHOT.                                              05940000
           READ SNAP-FILE NEXT RECORD                                   05950000
               AT END                                                   05960000
                   SET PROFRPT-AT-EOF TO TRUE                           05970000
                   GO TO 3100-EXIT                                      05980000
           END-READ                                                     05990000
                                                                        06000000
           IF BALSNAP-DATE OF SNAP-FILE-REC (1:6)                       06010000
              NOT = PROFRPT-REPORT-MONTH                                06020000
               SET PROFRPT-AT-EOF TO TRUE                               06030000
           END-IF.                                                      06040000
       3100-EXIT.                                                       06050000
           EXIT.                                                        06060000
                                                                        06070000
      ******************************************************************06080000
      *  3200-POST-SNAPSHOT - ADD ONE DAY'S BALANCE TO THE ACCOUNT.    *06090000
      ******************************************************************06100000
       3200-POST-SNAPSHOT.                                              06110000
           ADD 1 TO PROFRPT-SNAP-COUNT                                  06120000
           MOVE BALSNAP-SORTCODE OF SNAP-FILE-REC                       06130000
               TO PROFRPT-AW-SORTCODE                                   06140000
           MOVE BALSNAP-NUMBER OF SNAP-FILE-REC TO PROFRPT-AW-NUMBER    06150000
           PERFORM 2300-GET-ACCT-WORK THRU 2300-EXIT                    06160000
                                                                        06170000
           ADD BALSNAP-BALANCE OF SNAP-FILE-REC TO PROFRPT-AW-BAL-SUM   06180000
           ADD 1 TO PROFRPT-AW-BAL-DAYS                                 06190000
           REWRITE PROFRPT-AW-REC                                       06200000
                                                                        06210000
           PERFORM 3100-READ-SNAPSHOT THRU 3100-EXIT.                   06220000
       3200-EXIT.                                                       06230000
           EXIT.                                                        06240000
                                                                        06250000
      ******************************************************************06260000
      *  4000-PROCESS-ACCOUNT - FIND THE ACCOUNT'S OWNER AND PRODUCT,  *06270000
      *  PRICE ITS FUNDING, ADD IT TO ITS PRODUCT AND BRANCH AND ROLL  *06280000
      *  IT UP TO ITS CUSTOMER, THEN READ THE NEXT WORK ROW.           *06290000
      *  FUNDING VALUE IS THE SUM OF THE DAILY BALANCES AT THE RATE    *06300000
      *  OVER 365 - THE AVERAGE BALANCE FOR THE DAYS HELD.             *06310000
      ******************************************************************06320000
       4000-PROCESS-ACCOUNT.                                            06330000
           ADD 1 TO PROFRPT-ACCT-COUNT                                  06340000
           PERFORM 4200-FIND-OWNER THRU 4200-EXIT                       06350000
           IF PROFRPT-AW-CUSTOMER = ZERO                                06360000
               ADD 1 TO PROFRPT-NO-OWNER-COUNT                          06370000
           ELSE                                                         06380000
               PERFORM 4050-PRICE-ACCOUNT THRU 4050-EXIT                06390000
           END-IF                                                       06400000
                                                                        06410000
           PERFORM 4100-READ-ACCT-WORK THRU 4100-EXIT.                  06420000
                                                                        06430000
      ******************************************************************06440000
      *  4050-PRICE-ACCOUNT - WORK OUT THE ACCOUNT'S FUNDING VALUE,    *06450000
      *  PROFIT AND AVERAGE BALANCE AND ADD IT TO ITS GROUPS.          *06460000
      ******************************************************************06470000
       4050-PRICE-ACCOUNT.                                              06480000
           COMPUTE PROFRPT-FUNDING ROUNDED =                            06490000
               PROFRPT-AW-BAL-SUM * PROFRPT-FTP-RATE / 36500            06500000
           COMPUTE PROFRPT-PROFIT =                                     06510000
               PROFRPT-AW-FEE + PROFRPT-AW-DR-INT                       06520000
             - PROFRPT-AW-CR-INT + PROFRPT-FUNDING                      06530000
           MOVE ZERO TO PROFRPT-AVG-BAL                                 06540000
           IF PROFRPT-AW-BAL-DAYS > ZERO                                06550000
               COMPUTE PROFRPT-AVG-BAL ROUNDED =                        06560000
                   PROFRPT-AW-BAL-SUM / PROFRPT-AW-BAL-DAYS             06570000
           END-IF                                                       06580000
                                                                        06590000
           PERFORM 4300-ADD-TO-PRODUCT THRU 4300-EXIT                   06600000
           PERFORM 4400-ADD-TO-BRANCH THRU 4400-EXIT                    06610000
           PERFORM 4500-ADD-TO-CUSTOMER THRU 4500-EXIT.                 06620000
       4050-EXIT.                                                       06630000
           EXIT.                                                        06640000
                                                                        06650000
      ******************************************************************06660000
      *  4100-READ-ACCT-WORK - READ THE NEXT ACCOUNT WORK ROW.  THE    *06670000
      *  FIRST CALL STARTS FROM THE TOP OF THE FILE.                   *06680000
      ******************************************************************06690000
       4100-READ-ACCT-WORK.                                             06700000
           READ ACCT-WORK-FILE NEXT RECORD                              06710000
               AT END                                                   06720000
                   SET PROFRPT-AT-EOF TO TRUE                           06730000
           END-READ.                                                    06740000
       4100-EXIT.                                                       06750000
           EXIT.                                                        06760000
                                                                        06770000
      ******************************************************************06780000
      *  4200-FIND-OWNER - A TERM DEPOSIT'S OWNER AND PRODUCT COME FROM*06790000
      *  TERMDEP, ANY OTHER ACCOUNT'S FROM THE ACCOUNT MASTER.  AN     *06800000
      *  ACCOUNT NO LONGER ON FILE IS LEFT WITH NO OWNER AND COUNTED.  *06810000
      ******************************************************************06820000
       4200-FIND-OWNER.                                                 06830000
           IF PROFRPT-AW-IS-DEPOSIT                                     06840000
               MOVE PROFRPT-AW-SORTCODE                                 06850000
                   TO TERMDEP-SORTCODE OF TERMDEP-FILE-REC              06860000
               MOVE PROFRPT-AW-NUMBER                                   06870000
                   TO TERMDEP-NUMBER OF TERMDEP-FILE-REC                06880000
               READ TERMDEP-FILE                                        06890000
                   KEY IS TERMDEP-KEY OF TERMDEP-FILE-REC               06900000
                   INVALID KEY                                          06910000
                       GO TO 4200-EXIT                                  06920000
               END-READ                                                 06930000
               MOVE TERMDEP-CUSTOMER OF TERMDEP-FILE-REC                06940000
                   TO PROFRPT-AW-CUSTOMER                               06950000
               MOVE TERMDEP-PRODUCT-TYPE OF TERMDEP-FILE-REC            06960000
                   TO PROFRPT-AW-PRODUCT                                06970000
               GO TO 4200-EXIT                                          06980000
           END-IF                                                       06990000
                                                                        07000000
           MOVE PROFRPT-AW-SORTCODE                                     07010000
               TO ACCOUNT-SORTCODE OF ACCOUNT-FILE-REC                  07020000
           MOVE PROFRPT-AW-NUMBER TO ACCOUNT-NUMBER OF ACCOUNT-FILE-REC 07030000
           READ ACCOUNT-FILE                                            07040000
               KEY IS ACCOUNT-KEY OF ACCOUNT-FILE-REC                   07050000
               INVALID KEY                                              07060000
                   GO TO 4200-EXIT                                      07070000
           END-READ                                                     07080000
           MOVE ACCOUNT-CUSTOMER-NUMBER OF ACCOUNT-FILE-REC             07090000
               TO PROFRPT-AW-CUSTOMER                                   07100000
           MOVE ACCOUNT-TYPE OF ACCOUNT-FILE-REC TO PROFRPT-AW-PRODUCT. 07110000
       4200-EXIT.                                                       07120000
           EXIT.                                                        07130000
                                                                        07140000
      ******************************************************************07150000
      *  4300-ADD-TO-PRODUCT - FIND (OR ADD) THE PRODUCT'S SLOT AND    *07160000
      *  ADD THE ACCOUNT TO IT.                                        *07170000
      ******************************************************************07180000
       4300-ADD-TO-PRODUCT.                                             07190000
           SET PROFRPT-PR-IDX TO 1                                      07200000
           SEARCH PROFRPT-PR-ENTRY                                      07210000
               VARYING PROFRPT-PR-IDX                                   07220000
               AT END                                                   07230000
                   ADD 1 TO PROFRPT-OVERFLOW-COUNT                      07240000
                   GO TO 4300-EXIT                                      07250000
               WHEN PROFRPT-PR-IDX > PROFRPT-PR-COUNT                   07260000
                   ADD 1 TO PROFRPT-PR-COUNT                            07270000
                   MOVE PROFRPT-AW-PRODUCT                              07280000
                       TO PROFRPT-PR-TYPE(PROFRPT-PR-IDX)               07290000
               WHEN PROFRPT-PR-TYPE(PROFRPT-PR-IDX) = PROFRPT-AW-PRODUCT07300000
                   CONTINUE                                             07310000
           END-SEARCH                                                   07320000
                                                                        07330000
           ADD 1 TO PROFRPT-PR-ITEMS(PROFRPT-PR-IDX)                    07340000
           ADD PROFRPT-AW-FEE TO PROFRPT-PR-FEE(PROFRPT-PR-IDX)         07350000
           ADD PROFRPT-AW-DR-INT TO PROFRPT-PR-DR-INT(PROFRPT-PR-IDX)   07360000
           ADD PROFRPT-AW-CR-INT TO PROFRPT-PR-CR-INT(PROFRPT-PR-IDX)   07370000
           ADD PROFRPT-FUNDING TO PROFRPT-PR-FUNDING(PROFRPT-PR-IDX)    07380000
           ADD PROFRPT-PROFIT TO PROFRPT-PR-PROFIT(PROFRPT-PR-IDX).     07390000
       4300-EXIT.                                                       07400000
           EXIT.                                                        07410000
                                                                        07420000
      ******************************************************************07430000
      *  4400-ADD-TO-BRANCH - FIND (OR ADD) THE ACCOUNT'S SORT CODE    *07440000
      *  SLOT AND ADD THE ACCOUNT TO IT.                               *07450000
      ******************************************************************07460000
       4400-ADD-TO-BRANCH.                                              07470000
           SET PROFRPT-BR-IDX TO 1                                      07480000
           SEARCH PROFRPT-BR-ENTRY                                      07490000
               VARYING PROFRPT-BR-IDX                                   07500000
               AT END                                                   07510000
                   ADD 1 TO PROFRPT-OVERFLOW-COUNT                      07520000
                   GO TO 4400-EXIT                                      07530000
               WHEN PROFRPT-BR-IDX > PROFRPT-BR-COUNT                   07540000
                   ADD 1 TO PROFRPT-BR-COUNT                            07550000
                   MOVE PROFRPT-AW-SORTCODE                             07560000
                       TO PROFRPT-BR-SORTCODE(PROFRPT-BR-IDX)           07570000
               WHEN PROFRPT-BR-SORTCODE(PROFRPT-BR-IDX)                 07580000
                    = PROFRPT-AW-SORTCODE                               07590000
                   CONTINUE                                             07600000
           END-SEARCH                                                   07610000
                                                                        07620000
           ADD 1 TO PROFRPT-BR-ITEMS(PROFRPT-BR-IDX)                    07630000
           ADD PROFRPT-AW-FEE TO PROFRPT-BR-FEE(PROFRPT-BR-IDX)         07640000
           ADD PROFRPT-AW-DR-INT TO PROFRPT-BR-DR-INT(PROFRPT-BR-IDX)   07650000
           ADD PROFRPT-AW-CR-INT TO PROFRPT-BR-CR-INT(PROFRPT-BR-IDX)   07660000
           ADD PROFRPT-FUNDING TO PROFRPT-BR-FUNDING(PROFRPT-BR-IDX)    07670000
           ADD PROFRPT-PROFIT TO PROFRPT-BR-PROFIT(PROFRPT-BR-IDX).     07680000
       4400-EXIT.                                                       07690000
           EXIT.                                                        07700000
                                                                        07710000
      ******************************************************************07720000
      *  4500-ADD-TO-CUSTOMER - FIND OR START THE CUSTOMER'S WORK ROW  *07730000
      *  AND ADD THE ACCOUNT TO IT.                                    *07740000
      ******************************************************************07750000
       4500-ADD-TO-CUSTOMER.                                            07760000
           MOVE PROFRPT-AW-SORTCODE TO PROFRPT-CW-SORTCODE              07770000
           MOVE PROFRPT-AW-CUSTOMER TO PROFRPT-CW-CUSTOMER              07780000
           READ CUST-WORK-FILE                                          07790000
               KEY IS PROFRPT-CW-KEY                                    07800000
               INVALID KEY                                              07810000
                   MOVE ZERO TO PROFRPT-CW-FEE                          07820000
                   MOVE ZERO TO PROFRPT-CW-DR-INT                       07830000
                   MOVE ZERO TO PROFRPT-CW-CR-INT                       07840000
                   MOVE ZERO TO PROFRPT-CW-FUNDING                      07850000
                   MOVE ZERO TO PROFRPT-CW-PROFIT                       07860000
                   MOVE ZERO TO PROFRPT-CW-AVG-BAL                      07870000
                   MOVE ZERO TO PROFRPT-CW-ACCOUNTS                     07880000
                   WRITE PROFRPT-CW-REC                                 07890000
           END-READ                                                     07900000
                                                                        07910000
           ADD PROFRPT-AW-FEE TO PROFRPT-CW-FEE                         07920000
           ADD PROFRPT-AW-DR-INT TO PROFRPT-CW-DR-INT                   07930000
           ADD PROFRPT-AW-CR-INT TO PROFRPT-CW-CR-INT                   07940000
           ADD PROFRPT-FUNDING TO PROFRPT-CW-FUNDING                    07950000
           ADD PROFRPT-PROFIT TO PROFRPT-CW-PROFIT                      07960000
           ADD PROFRPT-AVG-BAL TO PROFRPT-CW-AVG-BAL                    07970000
           ADD 1 TO PROFRPT-CW-ACCOUNTS                                 07980000
           REWRITE PROFRPT-CW-REC.                                      07990000
       4500-EXIT.                                                       08000000
           EXIT.                                                        08010000
                                                                        08020000
      ******************************************************************08030000
      *  5000-PROCESS-CUSTOMER - ADD THE CUSTOMER TO THEIR AGE BAND    *08040000
      *  AND THE RANKING FILE, THEN READ THE NEXT CUSTOMER.            *08050000
      ******************************************************************08060000
       5000-PROCESS-CUSTOMER.                                           08070000
           ADD 1 TO PROFRPT-CUST-COUNT                                  08080000
           PERFORM 5200-CALC-AGE-BAND THRU 5200-EXIT                    08090000
                                                                        08100000
           SET PROFRPT-AG-IDX TO PROFRPT-BAND-NUMBER                    08110000
           ADD 1 TO PROFRPT-AG-ITEMS(PROFRPT-AG-IDX)                    08120000
           ADD PROFRPT-CW-FEE TO PROFRPT-AG-FEE(PROFRPT-AG-IDX)         08130000
           ADD PROFRPT-CW-DR-INT TO PROFRPT-AG-DR-INT(PROFRPT-AG-IDX)   08140000
           ADD PROFRPT-CW-CR-INT TO PROFRPT-AG-CR-INT(PROFRPT-AG-IDX)   08150000
           ADD PROFRPT-CW-FUNDING TO PROFRPT-AG-FUNDING(PROFRPT-AG-IDX) 08160000
           ADD PROFRPT-CW-PROFIT TO PROFRPT-AG-PROFIT(PROFRPT-AG-IDX)   08170000
                                                                        08180000
           COMPUTE PROFRPT-RW-INVERSE =                                 08190000
               10000000000.00 - PROFRPT-CW-PROFIT                       08200000
           MOVE PROFRPT-CW-SORTCODE TO PROFRPT-RW-SORTCODE              08210000
           MOVE PROFRPT-CW-CUSTOMER TO PROFRPT-RW-CUSTOMER              08220000
           MOVE PROFRPT-CW-AMOUNTS TO PROFRPT-RW-AMOUNTS                08230000
           WRITE PROFRPT-RW-REC                                         08240000
               INVALID KEY                                              08250000
                   DISPLAY 'PROFRPT - DUPLICATE RANKING KEY FOR '       08260000
                       PROFRPT-CW-KEY                                   08270000
           END-WRITE                                                    08280000
                                                                        08290000
           PERFORM 5100-READ-CUST-WORK THRU 5100-EXIT.                  08300000
                                                                        08310000
      ******************************************************************08320000
      *  5100-READ-CUST-WORK - READ THE NEXT CUSTOMER WORK ROW.        *08330000
      ******************************************************************08340000
       5100-READ-CUST-WORK.                                             08350000
           READ CUST-WORK-FILE NEXT RECORD                              08360000
               AT END                                                   08370000
                   SET PROFRPT-AT-EOF TO TRUE                           08380000
           END-READ.                                                    08390000
       5100-EXIT.                                                       08400000
           EXIT.                                                        08410000
                                                                        08420000
      ******************************************************************08430000
      *  5200-CALC-AGE-BAND - THE CUSTOMER'S AGE IN WHOLE YEARS AS AT  *08440000
      *  THE BUSINESS DATE, MAPPED TO THE CSAGERPT BANDS.  NO DATE OF  *08450000
      *  BIRTH (OR NO CUSTOMER RECORD) IS BAND 7.                      *08460000
      ******************************************************************08470000
       5200-CALC-AGE-BAND.                                              08480000
           MOVE 7 TO PROFRPT-BAND-NUMBER                                08490000
           MOVE PROFRPT-CW-SORTCODE                                     08500000
               TO CUSTOMER-SORTCODE OF CUSTOMER-FILE-REC                08510000
           MOVE PROFRPT-CW-CUSTOMER                                     08520000
               TO CUSTOMER-NUMBER OF CUSTOMER-FILE-REC                  08530000
           READ CUSTOMER-FILE                                           08540000
               KEY IS CUSTOMER-KEY OF CUSTOMER-FILE-REC                 08550000
               INVALID KEY                                              08560000
                   GO TO 5200-EXIT                                      08570000
           END-READ                                                     08580000
                                                                        08590000
           IF CUSTOMER-DATE-OF-BIRTH OF CUSTOMER-FILE-REC = ZERO        08600000
               GO TO 5200-EXIT                                          08610000
           END-IF                                                       08620000
                                                                        08630000
           COMPUTE PROFRPT-AGE-YEARS =                                  08640000
               PROFRPT-TODAY-YYYY                                       08650000
               - CUSTOMER-BIRTH-YEAR OF CUSTOMER-FILE-REC               08660000
                                                                        08670000
           IF PROFRPT-TODAY-MM < CUSTOMER-BIRTH-MONTH OF                08680000
                                   CUSTOMER-FILE-REC                    08690000
              OR (PROFRPT-TODAY-MM = CUSTOMER-BIRTH-MONTH OF            08700000
                                       CUSTOMER-FILE-REC                08710000
              AND PROFRPT-TODAY-DD < CUSTOMER-BIRTH-DAY OF              08720000
                                       CUSTOMER-FILE-REC)               08730000
               SUBTRACT 1 FROM PROFRPT-AGE-YEARS                        08740000
           END-IF                                                       08750000
                                                                        08760000
           EVALUATE TRUE                                                08770000
               WHEN PROFRPT-AGE-YEARS < 18                              08780000
                   MOVE 1 TO PROFRPT-BAND-NUMBER                        08790000
               WHEN PROFRPT-AGE-YEARS < 26                              08800000
                   MOVE 2 TO PROFRPT-BAND-NUMBER                        08810000
               WHEN PROFRPT-AGE-YEARS < 36                              08820000
                   MOVE 3 TO PROFRPT-BAND-NUMBER                        08830000
               WHEN PROFRPT-AGE-YEARS < 51                              08840000
                   MOVE 4 TO PROFRPT-BAND-NUMBER                        08850000
               WHEN PROFRPT-AGE-YEARS < 66                              08860000
                   MOVE 5 TO PROFRPT-BAND-NUMBER                        08870000
               WHEN OTHER                                               08880000
                   MOVE 6 TO PROFRPT-BAND-NUMBER                        08890000
           END-EVALUATE.                                                08900000
       5200-EXIT.                                                       08910000
           EXIT.                                                        08920000
                                                                        08930000
      ******************************************************************08940000
      *  6000-PRINT-RANKING - HEAD THE REPORT AND WALK THE RANKING FILE*08950000
      *  FROM THE TOP, PRINTING AND EXTRACTING EACH CUSTOMER WITH ITS  *08960000
      *  RANK.                                                         *08970000
      ******************************************************************08980000
       6000-PRINT-RANKING.                                              08990000
           MOVE PROFRPT-REPORT-MONTH TO PROFRPT-HDG-MONTH               09000000
           MOVE PROFRPT-FTP-RATE TO PROFRPT-HDG-RATE                    09010000
           WRITE PROFIT-RPT-LINE FROM PROFRPT-HEADING-LINE-1            09020000
           MOVE SPACES TO PROFIT-RPT-LINE                               09030000
           WRITE PROFIT-RPT-LINE                                        09040000
           WRITE PROFIT-RPT-LINE FROM PROFRPT-HEADING-LINE-2            09050000
                                                                        09060000
           MOVE ZERO TO PROFRPT-RW-INVERSE                              09070000
           MOVE ZERO TO PROFRPT-RW-SORTCODE                             09080000
           MOVE ZERO TO PROFRPT-RW-CUSTOMER                             09090000
           START RANK-WORK-FILE KEY IS NOT LESS THAN PROFRPT-RW-KEY     09100000
               INVALID KEY                                              09110000
                   GO TO 6000-EXIT                                      09120000
           END-START                                                    09130000
                                                                        09140000
           MOVE 'N' TO PROFRPT-EOF-SWITCH                               09150000
           PERFORM 6100-PRINT-ONE-CUSTOMER THRU 6100-EXIT               09160000
              UNTIL PROFRPT-AT-EOF.                                     09170000
       6000-EXIT.                                                       09180000
           EXIT.                                                        09190000
                                                                        09200000
      ******************************************************************09210000
      *  6100-PRINT-ONE-CUSTOMER - ONE RANKED LINE AND ITS EXTRACT ROW.*09220000
      ******************************************************************09230000
       6100-PRINT-ONE-CUSTOMER.                                         09240000
           READ RANK-WORK-FILE NEXT RECORD                              09250000
               AT END                                                   09260000
                   SET PROFRPT-AT-EOF TO TRUE                           09270000
                   GO TO 6100-EXIT                                      09280000
           END-READ                                                     09290000
                                                                        09300000
           ADD 1 TO PROFRPT-RANK                                        09310000
           MOVE PROFRPT-RANK TO PROFRPT-DTL-RANK                        09320000
           MOVE PROFRPT-RW-SORTCODE TO PROFRPT-DTL-SORTCODE             09330000
           MOVE PROFRPT-RW-CUSTOMER TO PROFRPT-DTL-CUSTOMER             09340000
           MOVE PROFRPT-RW-FEE TO PROFRPT-DTL-FEE                       09350000
           MOVE PROFRPT-RW-DR-INT TO PROFRPT-DTL-DR-INT                 09360000
           MOVE PROFRPT-RW-CR-INT TO PROFRPT-DTL-CR-INT                 09370000
           MOVE PROFRPT-RW-FUNDING TO PROFRPT-DTL-FUNDING               09380000
           MOVE PROFRPT-RW-PROFIT TO PROFRPT-DTL-PROFIT                 09390000
           WRITE PROFIT-RPT-LINE FROM PROFRPT-DETAIL-LINE               09400000
                                                                        09410000
           MOVE SPACES TO PROFEXT-REC                                   09420000
           SET PROFEXT-CUSTOMER TO TRUE                                 09430000
           MOVE PROFRPT-RW-SORTCODE TO PROFEXT-ID (1:6)                 09440000
           MOVE PROFRPT-RW-CUSTOMER TO PROFEXT-ID (7:10)                09450000
           MOVE 1 TO PROFEXT-COUNT                                      09460000
           MOVE PROFRPT-RW-FEE TO PROFEXT-FEE                           09470000
           MOVE PROFRPT-RW-DR-INT TO PROFEXT-DR-INT                     09480000
           MOVE PROFRPT-RW-CR-INT TO PROFEXT-CR-INT                     09490000
           MOVE PROFRPT-RW-FUNDING TO PROFEXT-FUNDING                   09500000
           MOVE PROFRPT-RW-PROFIT TO PROFEXT-PROFIT                     09510000
           MOVE PROFRPT-RANK TO PROFEXT-RANK                            09520000
           MOVE PROFRPT-RW-AVG-BAL TO PROFEXT-AVG-BAL                   09530000
           PERFORM 8000-WRITE-EXTRACT THRU 8000-EXIT.                   09540000
       6100-EXIT.                                                       09550000
           EXIT.                                                        09560000
                                                                        09570000
      ******************************************************************09580000
      *  7000-PRINT-GROUPS - THE PRODUCT, BRANCH AND AGE-BAND TOTALS,  *09590000
      *  EACH PRINTED AND EXTRACTED, THEN THE RUN COUNTS.              *09600000
      ******************************************************************09610000
       7000-PRINT-GROUPS.                                               09620000
           MOVE SPACES TO PROFIT-RPT-LINE                               09630000
           WRITE PROFIT-RPT-LINE                                        09640000
           MOVE 'BY PRODUCT' TO PROFRPT-SECTION-TITLE                   09650000
           WRITE PROFIT-RPT-LINE FROM PROFRPT-SECTION-LINE              09660000
           WRITE PROFIT-RPT-LINE FROM PROFRPT-HEADING-LINE-3            09670000
           PERFORM 7100-PRINT-PRODUCT THRU 7100-EXIT                    09680000
              VARYING PROFRPT-PR-IDX FROM 1 BY 1                        09690000
                UNTIL PROFRPT-PR-IDX > PROFRPT-PR-COUNT                 09700000
                                                                        09710000
           MOVE SPACES TO PROFIT-RPT-LINE                               09720000
           WRITE PROFIT-RPT-LINE                                        09730000
           MOVE 'BY BRANCH SORT CODE' TO PROFRPT-SECTION-TITLE          09740000
           WRITE PROFIT-RPT-LINE FROM PROFRPT-SECTION-LINE              09750000
           WRITE PROFIT-RPT-LINE FROM PROFRPT-HEADING-LINE-3            09760000
           PERFORM 7200-PRINT-BRANCH THRU 7200-EXIT                     09770000
              VARYING PROFRPT-BR-IDX FROM 1 BY 1                        09780000
                UNTIL PROFRPT-BR-IDX > PROFRPT-BR-COUNT                 09790000
                                                                        09800000
           MOVE SPACES TO PROFIT-RPT-LINE                               09810000
           WRITE PROFIT-RPT-LINE                                        09820000
           MOVE 'BY CUSTOMER AGE BAND' TO PROFRPT-SECTION-TITLE         09830000
           WRITE PROFIT-RPT-LINE FROM PROFRPT-SECTION-LINE              09840000
           WRITE PROFIT-RPT-LINE FROM PROFRPT-HEADING-LINE-3            09850000
           PERFORM 7300-PRINT-AGE-BAND THRU 7300-EXIT                   09860000
              VARYING PROFRPT-AG-IDX FROM 1 BY 1                        09870000
                UNTIL PROFRPT-AG-IDX > 7                                09880000
                                                                        09890000
           MOVE SPACES TO PROFIT-RPT-LINE                               09900000
           WRITE PROFIT-RPT-LINE                                        09910000
           MOVE 'PROCTRAN ENTRIES READ      : ' TO PROFRPT-SUM-LABEL    09920000
           MOVE PROFRPT-TRAN-COUNT TO PROFRPT-SUM-COUNT                 09930000
           WRITE PROFIT-RPT-LINE FROM PROFRPT-SUMMARY-LINE              09940000
           MOVE 'BALANCE SNAPSHOTS READ     : ' TO PROFRPT-SUM-LABEL    09950000
           MOVE PROFRPT-SNAP-COUNT TO PROFRPT-SUM-COUNT                 09960000
           WRITE PROFIT-RPT-LINE FROM PROFRPT-SUMMARY-LINE              09970000
           MOVE 'ACCOUNTS PRICED            : ' TO PROFRPT-SUM-LABEL    09980000
           MOVE PROFRPT-ACCT-COUNT TO PROFRPT-SUM-COUNT                 09990000
           WRITE PROFIT-RPT-LINE FROM PROFRPT-SUMMARY-LINE              10000000
           MOVE 'ACCOUNTS WITH NO OWNER     : ' TO PROFRPT-SUM-LABEL    10010000
           MOVE PROFRPT-NO-OWNER-COUNT TO PROFRPT-SUM-COUNT             10020000
           WRITE PROFIT-RPT-LINE FROM PROFRPT-SUMMARY-LINE              10030000
           MOVE 'CUSTOMERS RANKED           : ' TO PROFRPT-SUM-LABEL    10040000
           MOVE PROFRPT-CUST-COUNT TO PROFRPT-SUM-COUNT                 10050000
           WRITE PROFIT-RPT-LINE FROM PROFRPT-SUMMARY-LINE              10060000
           MOVE 'GROUP TABLE OVERFLOWS      : ' TO PROFRPT-SUM-LABEL    10070000
           MOVE PROFRPT-OVERFLOW-COUNT TO PROFRPT-SUM-COUNT             10080000
           WRITE PROFIT-RPT-LINE FROM PROFRPT-SUMMARY-LINE.             10090000
       7000-EXIT.                                                       10100000
           EXIT.                                                        10110000
                                                                        10120000
      ******************************************************************10130000
      *  7100-PRINT-PRODUCT - ONE PRODUCT'S TOTALS.                    *10140000
      ******************************************************************10150000
       7100-PRINT-PRODUCT.                                              10160000
           MOVE SPACES TO PROFRPT-DTL-GROUP                             10170000
           MOVE PROFRPT-PR-TYPE(PROFRPT-PR-IDX) TO PROFRPT-DTL-GROUP    10180000
           MOVE PROFRPT-PR-FEE(PROFRPT-PR-IDX) TO PROFRPT-DTL-FEE       10190000
           MOVE PROFRPT-PR-DR-INT(PROFRPT-PR-IDX) TO PROFRPT-DTL-DR-INT 10200000
           MOVE PROFRPT-PR-CR-INT(PROFRPT-PR-IDX) TO PROFRPT-DTL-CR-INT 10210000
           MOVE PROFRPT-PR-FUNDING(PROFRPT-PR-IDX)                      10220000
               TO PROFRPT-DTL-FUNDING                                   10230000
           MOVE PROFRPT-PR-PROFIT(PROFRPT-PR-IDX) TO PROFRPT-DTL-PROFIT 10240000
           WRITE PROFIT-RPT-LINE FROM PROFRPT-DETAIL-LINE               10250000
                                                                        10260000
           MOVE SPACES TO PROFEXT-REC                                   10270000
           SET PROFEXT-PRODUCT TO TRUE                                  10280000
           MOVE PROFRPT-PR-TYPE(PROFRPT-PR-IDX) TO PROFEXT-ID           10290000
           MOVE PROFRPT-PR-ITEMS(PROFRPT-PR-IDX) TO PROFEXT-COUNT       10300000
           MOVE PROFRPT-PR-FEE(PROFRPT-PR-IDX) TO PROFEXT-FEE           10310000
           MOVE PROFRPT-PR-DR-INT(PROFRPT-PR-IDX) TO PROFEXT-DR-INT     10320000
           MOVE PROFRPT-PR-CR-INT(PROFRPT-PR-IDX) TO PROFEXT-CR-INT     10330000
           MOVE PROFRPT-PR-FUNDING(PROFRPT-PR-IDX) TO PROFEXT-FUNDING   10340000
           MOVE PROFRPT-PR-PROFIT(PROFRPT-PR-IDX) TO PROFEXT-PROFIT     10350000
           MOVE ZERO TO PROFEXT-RANK                                    10360000
           MOVE ZERO TO PROFEXT-AVG-BAL                                 10370000
           PERFORM 8000-WRITE-EXTRACT THRU 8000-EXIT.                   10380000
       7100-EXIT.                                                       10390000
           EXIT.                                                        10400000
                                                                        10410000
      ******************************************************************10420000
      *  7200-PRINT-BRANCH - ONE SORT CODE'S TOTALS.                   *10430000
      ******************************************************************10440000
       7200-PRINT-BRANCH.                                               10450000
           MOVE SPACES TO PROFRPT-DTL-GROUP                             10460000
           MOVE PROFRPT-BR-SORTCODE(PROFRPT-BR-IDX)                     10470000
               TO PROFRPT-DTL-GROUP (1:6)                               10480000
           MOVE PROFRPT-BR-FEE(PROFRPT-BR-IDX) TO PROFRPT-DTL-FEE       10490000
           MOVE PROFRPT-BR-DR-INT(PROFRPT-BR-IDX) TO PROFRPT-DTL-DR-INT 10500000
           MOVE PROFRPT-BR-CR-INT(PROFRPT-BR-IDX) TO PROFRPT-DTL-CR-INT 10510000
           MOVE PROFRPT-BR-FUNDING(PROFRPT-BR-IDX)                      10520000
               TO PROFRPT-DTL-FUNDING                                   10530000
           MOVE PROFRPT-BR-PROFIT(PROFRPT-BR-IDX) TO PROFRPT-DTL-PROFIT 10540000
           WRITE PROFIT-RPT-LINE FROM PROFRPT-DETAIL-LINE               10550000
                                                                        10560000
           MOVE SPACES TO PROFEXT-REC                                   10570000
           SET PROFEXT-BRANCH TO TRUE                                   10580000
           MOVE PROFRPT-BR-SORTCODE(PROFRPT-BR-IDX) TO PROFEXT-ID (1:6) 10590000
           MOVE PROFRPT-BR-ITEMS(PROFRPT-BR-IDX) TO PROFEXT-COUNT       10600000
           MOVE PROFRPT-BR-FEE(PROFRPT-BR-IDX) TO PROFEXT-FEE           10610000
           MOVE PROFRPT-BR-DR-INT(PROFRPT-BR-IDX) TO PROFEXT-DR-INT     10620000
           MOVE PROFRPT-BR-CR-INT(PROFRPT-BR-IDX) TO PROFEXT-CR-INT     10630000
           MOVE PROFRPT-BR-FUNDING(PROFRPT-BR-IDX) TO PROFEXT-FUNDING   10640000
           MOVE PROFRPT-BR-PROFIT(PROFRPT-BR-IDX) TO PROFEXT-PROFIT     10650000
           MOVE ZERO TO PROFEXT-RANK                                    10660000
           MOVE ZERO TO PROFEXT-AVG-BAL                                 10670000
           PERFORM 8000-WRITE-EXTRACT THRU 8000-EXIT.                   10680000
       7200-EXIT.                                                       10690000
           EXIT.                                                        10700000
                                                                        10710000
      ******************************************************************10720000
      *  7300-PRINT-AGE-BAND - ONE AGE BAND'S TOTALS.                  *10730000
      ******************************************************************10740000
       7300-PRINT-AGE-BAND.                                             10750000
           MOVE SPACES TO PROFRPT-DTL-GROUP                             10760000
           MOVE PROFRPT-BAND-NAME(PROFRPT-AG-IDX) TO PROFRPT-DTL-GROUP  10770000
           MOVE PROFRPT-AG-FEE(PROFRPT-AG-IDX) TO PROFRPT-DTL-FEE       10780000
           MOVE PROFRPT-AG-DR-INT(PROFRPT-AG-IDX) TO PROFRPT-DTL-DR-INT 10790000
           MOVE PROFRPT-AG-CR-INT(PROFRPT-AG-IDX) TO PROFRPT-DTL-CR-INT 10800000
           MOVE PROFRPT-AG-FUNDING(PROFRPT-AG-IDX)                      10810000
               TO PROFRPT-DTL-FUNDING                                   10820000
           MOVE PROFRPT-AG-PROFIT(PROFRPT-AG-IDX) TO PROFRPT-DTL-PROFIT 10830000
           WRITE PROFIT-RPT-LINE FROM PROFRPT-DETAIL-LINE               10840000
                                                                        10850000
           MOVE SPACES TO PROFEXT-REC                                   10860000
           SET PROFEXT-AGE-BAND TO TRUE                                 10870000
           MOVE PROFRPT-BAND-NAME(PROFRPT-AG-IDX) TO PROFEXT-ID         10880000
           MOVE PROFRPT-AG-ITEMS(PROFRPT-AG-IDX) TO PROFEXT-COUNT       10890000
           MOVE PROFRPT-AG-FEE(PROFRPT-AG-IDX) TO PROFEXT-FEE           10900000
           MOVE PROFRPT-AG-DR-INT(PROFRPT-AG-IDX) TO PROFEXT-DR-INT     10910000
           MOVE PROFRPT-AG-CR-INT(PROFRPT-AG-IDX) TO PROFEXT-CR-INT     10920000
           MOVE PROFRPT-AG-FUNDING(PROFRPT-AG-IDX) TO PROFEXT-FUNDING   10930000
           MOVE PROFRPT-AG-PROFIT(PROFRPT-AG-IDX) TO PROFEXT-PROFIT     10940000
           MOVE ZERO TO PROFEXT-RANK                                    10950000
           MOVE ZERO TO PROFEXT-AVG-BAL                                 10960000
           PERFORM 8000-WRITE-EXTRACT THRU 8000-EXIT.                   10970000
       7300-EXIT.                                                       10980000
           EXIT.                                                        10990000
                                                                        11000000
      ******************************************************************11010000
      *  8000-WRITE-EXTRACT - STAMP THE MONTH AND WRITE THE ROW.       *11020000
      ******************************************************************11030000
       8000-WRITE-EXTRACT.                                              11040000
           MOVE PROFRPT-REPORT-MONTH TO PROFEXT-MONTH                   11050000
           WRITE PROFEXT-REC.                                           11060000
       8000-EXIT.                                                       11070000
           EXIT.                                                        11080000
                                                                        11090000
      ******************************************************************11100000
      *  9000-TERMINATE - CLOSE THE FILES AND REPORT TO RUNCTL.        *11110000
      ******************************************************************11120000
       9000-TERMINATE.                                                  11130000
           CLOSE PROCTRAN-FILE                                          11140000
           CLOSE SNAP-FILE                                              11150000
           CLOSE ACCOUNT-FILE                                           11160000
           CLOSE TERMDEP-FILE                                           11170000
           CLOSE CUSTOMER-FILE                                          11180000
           CLOSE ACCT-WORK-FILE                                         11190000
           CLOSE CUST-WORK-FILE                                         11200000
           CLOSE RANK-WORK-FILE                                         11210000
           CLOSE PROFIT-RPT                                             11220000
           CLOSE PROFIT-EXTRACT                                         11230000
                                                                        11240000
           MOVE 'E' TO RUNCTL-REQ-FUNCTION                              11250000
           MOVE PROFRPT-CUST-COUNT TO RUNCTL-REQ-COUNT                  11260000
           CALL 'RUNCTL' USING RUNCTL-REQUEST.                          11270000
       9000-EXIT.                                                       11280000
           EXIT.                                                        11290000
                                                                        11300000
       9999-EXIT.                                                       11310000
           STOP RUN.                                                    11320000
