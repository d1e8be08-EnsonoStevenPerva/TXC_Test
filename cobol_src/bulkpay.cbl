      ******************************************************************00010000
      *                                                                *00020000
      *  Copyright IBM Corp. 2023                                      *00030000
      *                                                                *00040000
      *                                                                *00050000
      ******************************************************************00060000
       IDENTIFICATION DIVISION.                                         00070000
       PROGRAM-ID.    BULKPAY.                                          00080000
       AUTHOR.        BANK APPLICATIONS GROUP.                          00090000
       INSTALLATION.  BANK BATCH SERVICES.                              00100000
       DATE-WRITTEN.  2026-10-15.                                       00110000
       DATE-COMPILED.                                                   00120000
      ******************************************************************00130000
      *                                                                *00140000
      *  BULKPAY - BULK PAYROLL / SUPPLIER PAYMENT FILE SUBMISSION     *00150000
      *                                                                *00160000
      *  FUNCTION : TAKES ONE PAYMENT FILE SUBMITTED BY A BUSINESS     *00170000
      *             CUSTOMER (SALARIES OR SUPPLIER PAYMENTS KEYED      *00180000
      *             ONCE IN THEIR OWN SYSTEM RATHER THAN ONE AT A      *00190000
      *             TIME THROUGH XFRFUN OR FUTPAY) AND PAYS IT FROM    *00200000
      *             THE ACCOUNT NAMED ON ITS HEADER :                  *00210000
      *                                                                *00220000
      *               '1' HEADER  - ORIGINATING SORT CODE/ACCOUNT,     *00230000
      *                             THE CUSTOMER'S FILE REFERENCE      *00240000
      *                             AND THE LINE COUNT AND VALUE       *00250000
      *                             CONTROL TOTALS                     *00260000
      *               '2' DETAIL  - ONE PAYMENT : BENEFICIARY SORT     *00270000
      *                             CODE/ACCOUNT, NAME, AMOUNT AND     *00280000
      *                             THE CUSTOMER'S OWN REFERENCE       *00290000
      *                                                                *00300000
      *             PASS 1 VALIDATES EVERY LINE - SORT CODE, ACCOUNT   *00310000
      *             NUMBER CHECK DIGIT (ACCCKDG), AN OPEN STERLING     *00320000
      *             ACCOUNT WHEN THE BENEFICIARY BANKS WITH US, AND    *00330000
      *             THE BENEFICIARY NAME SCREENED AGAINST THE          *00340000
      *             WATCHLIST THE SAME WAY INCLRNG SCREENS A           *00350000
      *             REMITTER (A HIT QUEUES ON WLHIT FOR REVIEW).  A    *00360000
      *             LINE THAT FAILS IS LEFT OUT OF THE PAYMENT RUN.    *00370000
      *                                                                *00380000
      *             THE WHOLE FILE IS REJECTED, AND NOTHING POSTED,    *00390000
      *             IF THE HEADER'S LINE COUNT OR VALUE DOES NOT       *00400000
      *             AGREE WITH THE LINES, IF THE ORIGINATING ACCOUNT   *00410000
      *             CANNOT BE DEBITED (NOT FOUND, DORMANT, SUSPENDED,  *00420000
      *             CLOSED, NOT STERLING, HOLDER DECEASED OR NOT A     *00430000
      *             BUSINESS CUSTOMER), OR IF THE VALUE OF THE GOOD    *00440000
      *             LINES FAILS THE FUNDS TEST OR THE ACCOUNT'S        *00450000
      *             ACLIMIT SINGLE OR DAILY CEILING.  FUNDS AND        *00460000
      *             LIMITS ARE TESTED ONCE, AGAINST THE FILE TOTAL,    *00470000
      *             ON THE SAME RULES SODDPAY APPLIES TO ONE ORDER.    *00480000
      *                                                                *00490000
      *             AN ACCEPTED FILE POSTS ONE AGGREGATED PDR DEBIT    *00500000
      *             TO THE ORIGINATING ACCOUNT, LOGGED AS A SINGLE     *00510000
      *             PROCTRAN ROW.  PASS 2 THEN SENDS EVERY GOOD LINE   *00520000
      *             AS ITS OWN OUTBOUND PAYMENT ON THE CLEARING        *00530000
      *             EXTRACT WITH A SENT ROW ON THE PAYMENT STATUS      *00540000
      *             FILE, SO PAYACK SETTLES OR RETURNS EACH ONE        *00550000
      *             SEPARATELY, AND WRITES THE SUBMITTER'S             *00560000
      *             ACCEPTANCE AND REJECTION REPORT.                   *00570000
      *                                                                *00580000
      *  FILES    : BULKIN   - SUBMITTED PAYMENT FILE (INPUT)          *00590000
      *             ACCFILE  - VSAM KSDS - ACCOUNT MASTER (I-O)        *00600000
      *             CUSTFILE - VSAM KSDS - CUSTOMER MASTER (INPUT)     *00610000
      *             SRTCODE  - VSAM KSDS - SORT CODE REFERENCE (INPUT) *00620000
      *             PROCTRAN - VSAM KSDS - TRANSACTION LOG (I-O)       *00630000
      *             PCTLFILE - VSAM KSDS - PROCTRAN CONTROL (I-O)      *00640000
      *             LIMFILE  - VSAM KSDS - PER-ACCOUNT DEBIT LIMITS    *00650000
      *             LIMUSE   - VSAM KSDS - DAILY DEBIT USAGE (I-O)     *00660000
      *             ODFACIL  - VSAM KSDS - ARRANGED OVERDRAFTS         *00670000
      *             AUTHHOLD - VSAM KSDS - CARD AUTH HOLDS (INPUT)     *00680000
      *             LEGORDER - VSAM KSDS - LEGAL EARMARKS (INPUT)      *00690000
      *             UNCLRCHQ - VSAM KSDS - UNCLEARED CHEQUES (INPUT)   *00693333
      *             PENDREL  - VSAM KSDS - HIGH-VALUE QUEUE (INPUT)    *00696666
      *             WATCHLST - VSAM KSDS - WATCHLIST MASTER (INPUT)    *00700000
      *             WLHIT    - VSAM KSDS - PENDING REVIEW QUEUE (I-O)  *00710000
      *             OUTBPAY  - OUTBOUND CLEARING EXTRACT (OUTPUT)      *00720000
      *             PAYSTAT  - VSAM KSDS - PAYMENT STATUS (I-O)        *00730000
      *             BULKRPT  - ACCEPTANCE/REJECTION REPORT (OUTPUT)    *00740000
      *                                                                *00750000
      *  LINE REJECTION CODES :                                        *00760000
      *             REC - RECORD IS NOT A PAYMENT LINE                 *00770000
      *             AMT - AMOUNT MISSING, NOT NUMERIC OR ZERO          *00780000
      *             SCU - BENEFICIARY SORT CODE INVALID OR CLOSED      *00790000
      *             CKD - ACCOUNT NUMBER FAILS ITS CHECK DIGIT         *00800000
      *             ACU - BENEFICIARY ACCOUNT UNKNOWN (ONE OF OURS)    *00810000
      *             ACC - BENEFICIARY ACCOUNT NOT OPEN (ONE OF OURS)   *00820000
      *             CUR - BENEFICIARY ACCOUNT NOT STERLING             *00830000
      *             NAM - NO BENEFICIARY NAME TO SCREEN                *00840000
      *             WLH - BENEFICIARY NAME ON THE WATCHLIST            *00850000
      *             FIL - LINE WAS GOOD BUT THE FILE WAS REJECTED      *00860000
      *                                                                *00870000
      *  RETURN CODE 4 WHEN THE FILE IS REJECTED.                      *00880000
      *                                                                *00890000
      *  CHANGE HISTORY                                                *00900000
      *  ----------------------------------------------------------    *00910000
      *  DATE        BY    DESCRIPTION                                 *00920000
      *  2026-10-15  BAG   INITIAL VERSION                             *00930000
      *  2026-10-15  BAG   KEEP PROCTRAN CONTROL TOTALS FOR            *00933333
      *                    BALCHK THROUGH BALTOT                       *00936666
      *  2026-10-15  BAG   CHEQUES NOT YET CLEARED (UNCLRCHQ) AND      *00937499
      *                    PAYMENTS WAITING ON PENDREL ARE LEFT OUT OF *00938332
      *                    THE AVAILABLE BALANCE                       *00939165
      *                                                                *00940000
      ******************************************************************00950000
       ENVIRONMENT DIVISION.                                            00960000
       INPUT-OUTPUT SECTION.                                            00970000
       FILE-CONTROL.                                                    00980000
           SELECT BULKIN-FILE     ASSIGN TO BULKIN                      00990000
                  ORGANIZATION IS SEQUENTIAL                            01000000
                  FILE STATUS IS BULKPAY-BULKIN-STATUS.                 01010000
                                                                        01020000
           SELECT ACCOUNT-FILE    ASSIGN TO ACCFILE                     01030000
                  ORGANIZATION IS INDEXED                               01040000
                  ACCESS MODE IS RANDOM                                 01050000
                  RECORD KEY IS ACCOUNT-KEY OF ACCOUNT-FILE-REC         01060000
                  FILE STATUS IS BULKPAY-ACCOUNT-STATUS.                01070000
                                                                        01080000
           SELECT CUSTOMER-FILE   ASSIGN TO CUSTFILE                    01090000
                  ORGANIZATION IS INDEXED                               01100000
                  ACCESS MODE IS RANDOM                                 01110000
                  RECORD KEY IS CUSTOMER-KEY OF CUSTOMER-FILE-REC       01120000
                  FILE STATUS IS BULKPAY-CUSTOMER-STATUS.               01130000
                                                                        01140000
           SELECT SRTCODE-FILE    ASSIGN TO SRTCODE                     01150000
                  ORGANIZATION IS INDEXED                               01160000
                  ACCESS MODE IS RANDOM                                 01170000
                  RECORD KEY IS SRTCDE-KEY OF SRTCODE-FILE-REC          01180000
                  FILE STATUS IS BULKPAY-SRTCDE-STATUS.                 01190000
                                                                        01200000
           SELECT PROCTRAN-FILE   ASSIGN TO PROCTRAN                    01210000
                  ORGANIZATION IS INDEXED                               01220000
                  ACCESS MODE IS RANDOM                                 01230000
                  RECORD KEY IS PROC-TRAN-ID OF PROCTRAN-FILE-REC       01240000
                  FILE STATUS IS BULKPAY-PROCTRAN-STATUS.               01250000
                                                                        01260000
           SELECT PCTRL-FILE      ASSIGN TO PCTLFILE                    01270000
                  ORGANIZATION IS INDEXED                               01280000
                  ACCESS MODE IS RANDOM                                 01290000
                  RECORD KEY IS PROCTRAN-CONTROL-KEY OF PCTRL-FILE-REC  01300000
                  FILE STATUS IS BULKPAY-PCTRL-STATUS.                  01310000
                                                                        01320000
           SELECT LIMIT-FILE      ASSIGN TO LIMFILE                     01330000
                  ORGANIZATION IS INDEXED                               01340000
                  ACCESS MODE IS RANDOM                                 01350000
                  RECORD KEY IS ACLIMIT-KEY OF LIMIT-FILE-REC           01360000
                  FILE STATUS IS BULKPAY-LIMIT-STATUS.                  01370000
                                                                        01380000
           SELECT LIMUSE-FILE     ASSIGN TO LIMUSE                      01390000
                  ORGANIZATION IS INDEXED                               01400000
                  ACCESS MODE IS RANDOM                                 01410000
                  RECORD KEY IS ACLIMUSE-KEY OF LIMUSE-FILE-REC         01420000
                  FILE STATUS IS BULKPAY-LIMUSE-STATUS.                 01430000
                                                                        01440000
           SELECT ODFAC-FILE      ASSIGN TO ODFACIL                     01450000
                  ORGANIZATION IS INDEXED                               01460000
                  ACCESS MODE IS RANDOM                                 01470000
                  RECORD KEY IS ODFACIL-KEY OF ODFAC-FILE-REC           01480000
                  FILE STATUS IS BULKPAY-ODFAC-STATUS.                  01490000
                                                                        01500000
           SELECT HOLD-FILE       ASSIGN TO AUTHHOLD                    01510000
                  ORGANIZATION IS INDEXED                               01520000
                  ACCESS MODE IS DYNAMIC                                01530000
                  RECORD KEY IS AUTHHOLD-KEY OF HOLD-FILE-REC           01540000
                  FILE STATUS IS BULKPAY-HOLD-STATUS.                   01550000
                                                                        01560000
           SELECT LEGORDER-FILE   ASSIGN TO LEGORDER                    01570000
                  ORGANIZATION IS INDEXED                               01580000
                  ACCESS MODE IS DYNAMIC                                01590000
                  RECORD KEY IS LEGORDER-KEY OF LEGORDER-FILE-REC       01600000
                  FILE STATUS IS BULKPAY-LEGORDER-STATUS.               01610000
                                                                        01610769
           SELECT UNCLEAR-FILE    ASSIGN TO UNCLRCHQ                    01611538
                  ORGANIZATION IS INDEXED                               01612307
                  ACCESS MODE IS DYNAMIC                                01613076
                  RECORD KEY IS UNCLRCHQ-KEY OF UNCLEAR-FILE-REC        01613845
                  FILE STATUS IS BULKPAY-UNCLRCHQ-STATUS.               01614614
                                                                        01615383
           SELECT PENDREL-FILE    ASSIGN TO PENDREL                     01616152
                  ORGANIZATION IS INDEXED                               01616921
                  ACCESS MODE IS DYNAMIC                                01617690
                  RECORD KEY IS PENDREL-KEY OF PENDREL-FILE-REC         01618459
                  FILE STATUS IS BULKPAY-PENDREL-STATUS.                01619228
                                                                        01620000
           SELECT WATCHLST-FILE   ASSIGN TO WATCHLST                    01630000
                  ORGANIZATION IS INDEXED                               01640000
                  ACCESS MODE IS SEQUENTIAL                             01650000
                  RECORD KEY IS WATCHLST-KEY OF WATCHLST-FILE-REC       01660000
                  FILE STATUS IS BULKPAY-WATCHLST-STATUS.               01670000
                                                                        01680000
           SELECT WLHIT-FILE      ASSIGN TO WLHIT                       01690000
                  ORGANIZATION IS INDEXED                               01700000
                  ACCESS MODE IS RANDOM                                 01710000
                  RECORD KEY IS WLHIT-KEY OF WLHIT-FILE-REC             01720000
                  FILE STATUS IS BULKPAY-WLHIT-STATUS.                  01730000
                                                                        01740000
           SELECT OUTPAY-FILE     ASSIGN TO OUTBPAY                     01750000
                  ORGANIZATION IS LINE SEQUENTIAL                       01760000
                  FILE STATUS IS BULKPAY-OUTPAY-STATUS.                 01770000
                                                                        01780000
           SELECT PAYSTAT-FILE    ASSIGN TO PAYSTAT                     01790000
                  ORGANIZATION IS INDEXED                               01800000
                  ACCESS MODE IS RANDOM                                 01810000
                  RECORD KEY IS PAYSTAT-KEY OF PAYSTAT-FILE-REC         01820000
                  FILE STATUS IS BULKPAY-PAYSTAT-STATUS.                01830000
                                                                        01840000
           SELECT BULK-RPT        ASSIGN TO BULKRPT                     01850000
                  ORGANIZATION IS LINE SEQUENTIAL                       01860000
                  FILE STATUS IS BULKPAY-RPT-STATUS.                    01870000
                                                                        01880000
       DATA DIVISION.                                                   01890000
       FILE SECTION.                                                    01900000
       FD  BULKIN-FILE                                                  01910000
           RECORDING MODE IS F.                                         01920000
       01  BULKIN-HEADER-REC.                                           01930000
           05  BULKIN-REC-TYPE             PIC X.                       01940000
               88  BULKIN-HEADER                 VALUE '1'.             01950000
               88  BULKIN-DETAIL                 VALUE '2'.             01960000
           05  BULKIN-HDR-SORTCODE         PIC 9(6).                    01970000
           05  BULKIN-HDR-ACCOUNT          PIC 9(8).                    01980000
           05  BULKIN-HDR-FILE-REF         PIC X(20).                   01990000
           05  BULKIN-HDR-LINE-COUNT       PIC 9(6).                    02000000
           05  BULKIN-HDR-TOTAL            PIC 9(13)V99.                02010000
           05  FILLER                      PIC X(44).                   02020000
       01  BULKIN-DETAIL-REC.                                           02030000
           05  FILLER                      PIC X.                       02040000
           05  BULKIN-DET-SORTCODE         PIC 9(6).                    02050000
           05  BULKIN-DET-ACCOUNT          PIC 9(8).                    02060000
           05  BULKIN-DET-AMOUNT           PIC 9(10)V99.                02070000
           05  BULKIN-DET-NAME             PIC X(35).                   02080000
           05  BULKIN-DET-REFERENCE        PIC X(18).                   02090000
           05  FILLER                      PIC X(20).                   02100000
                                                                        02110000
       FD  ACCOUNT-FILE                                                 02120000
           RECORDING MODE IS F.                                         02130000
       01  ACCOUNT-FILE-REC.                                            02140000
           COPY ACCOUNT.                                                02150000
                                                                        02160000
       FD  CUSTOMER-FILE                                                02170000
           RECORDING MODE IS F.                                         02180000
       01  CUSTOMER-FILE-REC.                                           02190000
           COPY CUSTOMER.                                               02200000
                                                                        02210000
       FD  SRTCODE-FILE                                                 02220000
           RECORDING MODE IS F.                                         02230000
       01  SRTCODE-FILE-REC.                                            02240000
           COPY SORTCODE.                                               02250000
                                                                        02260000
       FD  PROCTRAN-FILE                                                02270000
           RECORDING MODE IS F.                                         02280000
       01  PROCTRAN-FILE-REC.                                           02290000
           COPY PROCTRAN.                                               02300000
                                                                        02310000
       FD  PCTRL-FILE                                                   02320000
           RECORDING MODE IS F.                                         02330000
       01  PCTRL-FILE-REC.                                              02340000
           COPY PRCTCTRL.                                               02350000
                                                                        02360000
       FD  LIMIT-FILE                                                   02370000
           RECORDING MODE IS F.                                         02380000
       01  LIMIT-FILE-REC.                                              02390000
           COPY ACLIMIT.                                                02400000
                                                                        02410000
       FD  LIMUSE-FILE                                                  02420000
           RECORDING MODE IS F.                                         02430000
       01  LIMUSE-FILE-REC.                                             02440000
           COPY ACLIMUSE.                                               02450000
                                                                        02460000
       FD  ODFAC-FILE                                                   02470000
           RECORDING MODE IS F.                                         02480000
       01  ODFAC-FILE-REC.                                              02490000
           COPY ODFACIL.                                                02500000
                                                                        02510000
       FD  HOLD-FILE                                                    02520000
           RECORDING MODE IS F.                                         02530000
       01  HOLD-FILE-REC.                                               02540000
           COPY AUTHHOLD.                                               02550000
                                                                        02560000
       FD  LEGORDER-FILE                                                02570000
           RECORDING MODE IS F.                                         02580000
       01  LEGORDER-FILE-REC.                                           02590000
           COPY LEGORDER.                                               02600000
                                                                        02600909
       FD  UNCLEAR-FILE                                                 02601818
           RECORDING MODE IS F.                                         02602727
       01  UNCLEAR-FILE-REC.                                            02603636
           COPY UNCLRCHQ.                                               02604545
                                                                        02605454
       FD  PENDREL-FILE                                                 02606363
           RECORDING MODE IS F.                                         02607272
       01  PENDREL-FILE-REC.                                            02608181
           COPY PENDREL.                                                02609090
                                                                        02610000
       FD  WATCHLST-FILE                                                02620000
           RECORDING MODE IS F.                                         02630000
       01  WATCHLST-FILE-REC.                                           02640000
           COPY WATCHLST.                                               02650000
                                                                        02660000
       FD  WLHIT-FILE                                                   02670000
           RECORDING MODE IS F.                                         02680000
       01  WLHIT-FILE-REC.                                              02690000
           COPY WLHIT.                                                  02700000
                                                                        02710000
       FD  OUTPAY-FILE                                                  02720000
           RECORDING MODE IS F.                                         02730000
       01  OUTPAY-REC.                                                  02740000
           05  OUTPAY-BENEF-SORTCODE       PIC 9(6).                    02750000
           05  OUTPAY-BENEF-ACCOUNT        PIC 9(8).                    02760000
           05  OUTPAY-AMOUNT               PIC 9(10)V99.                02770000
           05  OUTPAY-REFERENCE            PIC X(20).                   02780000
           05  OUTPAY-PROC-DATE            PIC 9(8).                    02790000
                                                                        02800000
       FD  PAYSTAT-FILE                                                 02810000
           RECORDING MODE IS F.                                         02820000
       01  PAYSTAT-FILE-REC.                                            02830000
           COPY PAYSTAT.                                                02840000
                                                                        02850000
       FD  BULK-RPT                                                     02860000
           RECORDING MODE IS F.                                         02870000
       01  BULK-RPT-LINE                   PIC X(80).                   02880000
                                                                        02890000
       WORKING-STORAGE SECTION.                                         02900000
       01  BULKPAY-WORK-AREA.                                           02910000
           05  BULKPAY-BULKIN-STATUS       PIC XX.                      02920000
           05  BULKPAY-ACCOUNT-STATUS      PIC XX.                      02930000
           05  BULKPAY-CUSTOMER-STATUS     PIC XX.                      02940000
           05  BULKPAY-SRTCDE-STATUS       PIC XX.                      02950000
           05  BULKPAY-PROCTRAN-STATUS     PIC XX.                      02960000
           05  BULKPAY-PCTRL-STATUS        PIC XX.                      02970000
           05  BULKPAY-LIMIT-STATUS        PIC XX.                      02980000
           05  BULKPAY-LIMUSE-STATUS       PIC XX.                      02990000
           05  BULKPAY-LIMUSE-SWITCH       PIC X     VALUE 'N'.         03000000
               88  BULKPAY-LIMUSE-NEW            VALUE 'Y'.             03010000
           05  BULKPAY-ODFAC-STATUS        PIC XX.                      03020000
           05  BULKPAY-OD-LIMIT            PIC S9(10)V99 VALUE ZERO.    03030000
           05  BULKPAY-HOLD-STATUS         PIC XX.                      03040000
           05  BULKPAY-HOLD-TOTAL          PIC S9(10)V99 VALUE ZERO.    03050000
           05  BULKPAY-HOLD-EOF-SWITCH     PIC X     VALUE 'N'.         03060000
               88  BULKPAY-HOLD-DONE             VALUE 'Y'.             03070000
           05  BULKPAY-LEGORDER-STATUS     PIC XX.                      03080000
           05  BULKPAY-EARMARK-TOTAL       PIC S9(10)V99 VALUE ZERO.    03090000
           05  BULKPAY-LEG-EOF-SWITCH      PIC X     VALUE 'N'.         03100000
               88  BULKPAY-LEG-DONE              VALUE 'Y'.             03110000
           05  BULKPAY-UNCLRCHQ-STATUS     PIC XX.                      03111111
           05  BULKPAY-UNCLEARED-TOTAL     PIC S9(10)V99 VALUE ZERO.    03112222
           05  BULKPAY-UNCL-EOF-SWITCH     PIC X     VALUE 'N'.         03113333
               88  BULKPAY-UNCL-DONE             VALUE 'Y'.             03114444
           05  BULKPAY-PENDREL-STATUS      PIC XX.                      03115555
           05  BULKPAY-HVQ-TOTAL           PIC S9(10)V99 VALUE ZERO.    03116666
           05  BULKPAY-HVQ-EOF-SWITCH      PIC X     VALUE 'N'.         03117777
               88  BULKPAY-HVQ-DONE              VALUE 'Y'.             03118888
           05  BULKPAY-WATCHLST-STATUS     PIC XX.                      03120000
           05  BULKPAY-WLHIT-STATUS        PIC XX.                      03130000
           05  BULKPAY-WL-EOF-SWITCH       PIC X     VALUE 'N'.         03140000
               88  BULKPAY-WL-AT-EOF             VALUE 'Y'.             03150000
           05  BULKPAY-WL-COUNT            PIC 9(4)  COMP VALUE ZERO.   03160000
           05  BULKPAY-WL-MAX              PIC 9(4)  COMP VALUE 1000.   03170000
           05  BULKPAY-WL-SUB              PIC 9(4)  COMP VALUE ZERO.   03180000
           05  BULKPAY-WL-HIT-SUB          PIC 9(4)  COMP VALUE ZERO.   03190000
           05  BULKPAY-WL-HIT-ENTRY        PIC 9(8)  VALUE ZERO.        03200000
           05  BULKPAY-OUTPAY-STATUS       PIC XX.                      03210000
           05  BULKPAY-PAYSTAT-STATUS      PIC XX.                      03220000
           05  BULKPAY-RPT-STATUS          PIC XX.                      03230000
           05  BULKPAY-EOF-SWITCH          PIC X     VALUE 'N'.         03240000
               88  BULKPAY-AT-EOF                VALUE 'Y'.             03250000
           05  BULKPAY-FILE-SWITCH         PIC X     VALUE 'A'.         03260000
               88  BULKPAY-FILE-OK               VALUE 'A'.             03270000
               88  BULKPAY-FILE-REJECTED         VALUE 'R'.             03280000
           05  BULKPAY-FILE-REASON         PIC X(30) VALUE SPACES.      03290000
           05  BULKPAY-HEADER-SWITCH       PIC X     VALUE 'N'.         03300000
               88  BULKPAY-HEADER-READ           VALUE 'Y'.             03310000
           05  BULKPAY-LINE-REASON         PIC X(3)  VALUE SPACES.      03320000
           05  BULKPAY-ORIG-SORTCODE       PIC 9(6)  VALUE ZERO.        03330000
           05  BULKPAY-ORIG-ACCOUNT        PIC 9(8)  VALUE ZERO.        03340000
           05  BULKPAY-ORIG-CUSTOMER       PIC 9(10) VALUE ZERO.        03350000
           05  BULKPAY-FILE-REF            PIC X(20) VALUE SPACES.      03360000
           05  BULKPAY-HDR-COUNT           PIC 9(6)  VALUE ZERO.        03370000
           05  BULKPAY-HDR-TOTAL           PIC 9(13)V99 VALUE ZERO.     03380000
           05  BULKPAY-LINE-COUNT          PIC 9(9)  COMP-3 VALUE ZERO. 03390000
           05  BULKPAY-LINES-TOTAL         PIC 9(13)V99 COMP-3          03400000
                                                     VALUE ZERO.        03410000
           05  BULKPAY-GOOD-COUNT          PIC 9(9)  COMP-3 VALUE ZERO. 03420000
           05  BULKPAY-GOOD-TOTAL          PIC 9(13)V99 COMP-3          03430000
                                                     VALUE ZERO.        03440000
           05  BULKPAY-SENT-COUNT          PIC 9(9)  COMP-3 VALUE ZERO. 03450000
           05  BULKPAY-REJECTED-COUNT      PIC 9(9)  COMP-3 VALUE ZERO. 03460000
           05  BULKPAY-DEBITED-TOTAL       PIC 9(13)V99 COMP-3          03470000
                                                     VALUE ZERO.        03480000
           05  BULKPAY-LINE-NO             PIC 9(6)  VALUE ZERO.        03490000
           05  BULKPAY-LINE-MAX            PIC 9(6)  VALUE 5000.        03500000
           05  BULKPAY-CTL-SORTCODE        PIC 9(6)  VALUE 987654.      03510000
           05  BULKPAY-CTL-NUMBER          PIC 9(8)  VALUE ZERO.        03520000
           05  BULKPAY-CTL-SWITCH          PIC X     VALUE 'N'.         03530000
               88  BULKPAY-CTL-ERROR             VALUE 'Y'.             03540000
           05  BULKPAY-TRAN-NUMBER         PIC 9(8)  VALUE ZERO.        03550000
           05  BULKPAY-DEBIT-NUMBER        PIC 9(8)  VALUE ZERO.        03560000
           05  BULKPAY-CURRENT-DATE        PIC 9(8).                    03570000
           05  BULKPAY-CURRENT-TIME        PIC 9(6).                    03580000
                                                                        03590000
       01  BULKPAY-ORIG-ACCOUNT-REC.                                    03600000
           COPY ACCOUNT.                                                03610000
                                                                        03620000
      *   THE ACTIVE WATCHLIST, LOADED ONCE AT START-UP SO EVERY       *03630000
      *   BENEFICIARY NAME ON THE FILE SCREENS IN STORAGE.             *03640000
       01  BULKPAY-WL-TABLE.                                            03650000
           05  BULKPAY-WL-ENTRY            OCCURS 1000 TIMES.           03660000
               10  BULKPAY-WL-NUMBER       PIC 9(8).                    03670000
               10  BULKPAY-WL-NAME         PIC X(60).                   03680000
                                                                        03690000
      *   PASS 1'S VERDICT ON EACH LINE, BY LINE NUMBER, FOR PASS 2    *03700000
      *   TO ACT ON.  A FILE WITH MORE LINES THAN THIS IS REJECTED.    *03710000
       01  BULKPAY-LINE-TABLE.                                          03720000
           05  BULKPAY-LINE-RESULT         PIC X(3)                     03730000
                                           OCCURS 5000 TIMES.           03740000
                                                                        03750000
       01  ACCKD-PARAMETER-AREA.                                        03760000
           COPY ACCKDQ.                                                 03770000
                                                                        03780000
       01  BULKPAY-TITLE-LINE.                                          03790000
           05  FILLER                      PIC X(40) VALUE              03800000
               'BULK PAYMENT FILE - ACCEPTANCE REPORT'.                 03810000
           05  FILLER                      PIC X(10) VALUE              03820000
               'RUN DATE: '.                                            03830000
           05  BULKPAY-TTL-DATE            PIC 9(8).                    03840000
           05  FILLER                      PIC X(22) VALUE SPACES.      03850000
                                                                        03860000
       01  BULKPAY-FILE-LINE-1.                                         03870000
           05  FILLER                      PIC X(20) VALUE              03880000
               'FILE REFERENCE    : '.                                  03890000
           05  BULKPAY-FL1-REF             PIC X(20).                   03900000
           05  FILLER                      PIC X(40) VALUE SPACES.      03910000
                                                                        03920000
       01  BULKPAY-FILE-LINE-2.                                         03930000
           05  FILLER                      PIC X(20) VALUE              03940000
               'PAYING ACCOUNT    : '.                                  03950000
           05  BULKPAY-FL2-SORTCODE        PIC 9(6).                    03960000
           05  FILLER                      PIC X(1)  VALUE '-'.         03970000
           05  BULKPAY-FL2-ACCOUNT         PIC 9(8).                    03980000
           05  FILLER                      PIC X(45) VALUE SPACES.      03990000
                                                                        04000000
       01  BULKPAY-FILE-LINE-3.                                         04010000
           05  FILLER                      PIC X(20) VALUE              04020000
               'FILE RESULT       : '.                                  04030000
           05  BULKPAY-FL3-RESULT          PIC X(8).                    04040000
           05  FILLER                      PIC X(2)  VALUE SPACES.      04050000
           05  BULKPAY-FL3-REASON          PIC X(30).                   04060000
           05  FILLER                      PIC X(20) VALUE SPACES.      04070000
                                                                        04080000
       01  BULKPAY-DETAIL-LINE.                                         04090000
           05  BULKPAY-DTL-STATUS          PIC X(8).                    04100000
           05  FILLER                      PIC X(2)  VALUE SPACES.      04110000
           05  BULKPAY-DTL-LINE-NO         PIC Z(5)9.                   04120000
           05  FILLER                      PIC X(2)  VALUE SPACES.      04130000
           05  BULKPAY-DTL-SORTCODE        PIC 9(6).                    04140000
           05  FILLER                      PIC X(1)  VALUE '-'.         04150000
           05  BULKPAY-DTL-ACCOUNT         PIC 9(8).                    04160000
           05  FILLER                      PIC X(2)  VALUE SPACES.      04170000
           05  BULKPAY-DTL-AMOUNT          PIC Z(8)9.99.                04180000
           05  FILLER                      PIC X(2)  VALUE SPACES.      04190000
           05  BULKPAY-DTL-REASON          PIC X(3).                    04200000
           05  FILLER                      PIC X(2)  VALUE SPACES.      04210000
           05  BULKPAY-DTL-REFERENCE       PIC X(18).                   04220000
           05  FILLER                      PIC X(8)  VALUE SPACES.      04230000
                                                                        04240000
       01  BULKPAY-SUMMARY-LINE-1.                                      04250000
           05  FILLER                      PIC X(20) VALUE              04260000
               'LINES IN FILE     : '.                                  04270000
           05  BULKPAY-SUM-LINES           PIC Z(8)9.                   04280000
           05  FILLER                      PIC X(47) VALUE SPACES.      04290000
                                                                        04300000
       01  BULKPAY-SUMMARY-LINE-2.                                      04310000
           05  FILLER                      PIC X(20) VALUE              04320000
               'LINES SENT        : '.                                  04330000
           05  BULKPAY-SUM-SENT            PIC Z(8)9.                   04340000
           05  FILLER                      PIC X(47) VALUE SPACES.      04350000
                                                                        04360000
       01  BULKPAY-SUMMARY-LINE-3.                                      04370000
           05  FILLER                      PIC X(20) VALUE              04380000
               'LINES NOT SENT    : '.                                  04390000
           05  BULKPAY-SUM-REJECTED        PIC Z(8)9.                   04400000
           05  FILLER                      PIC X(47) VALUE SPACES.      04410000
                                                                        04420000
       01  BULKPAY-SUMMARY-LINE-4.                                      04430000
           05  FILLER                      PIC X(20) VALUE              04440000
               'HEADER LINE COUNT : '.                                  04450000
           05  BULKPAY-SUM-HDR-COUNT       PIC Z(8)9.                   04460000
           05  FILLER                      PIC X(47) VALUE SPACES.      04470000
                                                                        04480000
       01  BULKPAY-SUMMARY-LINE-5.                                      04490000
           05  FILLER                      PIC X(20) VALUE              04500000
               'HEADER VALUE      : '.                                  04510000
           05  BULKPAY-SUM-HDR-TOTAL       PIC Z(12)9.99.               04520000
           05  FILLER                      PIC X(40) VALUE SPACES.      04530000
                                                                        04540000
       01  BULKPAY-SUMMARY-LINE-6.                                      04550000
           05  FILLER                      PIC X(20) VALUE              04560000
               'VALUE OF LINES    : '.                                  04570000
           05  BULKPAY-SUM-LINES-TOTAL     PIC Z(12)9.99.               04580000
           05  FILLER                      PIC X(40) VALUE SPACES.      04590000
                                                                        04600000
       01  BULKPAY-SUMMARY-LINE-7.                                      04610000
           05  FILLER                      PIC X(20) VALUE              04620000
               'VALUE DEBITED     : '.                                  04630000
           05  BULKPAY-SUM-DEBITED         PIC Z(12)9.99.               04640000
           05  FILLER                      PIC X(40) VALUE SPACES.      04650000
                                                                        04660000
       01  RUNCTL-REQUEST-AREA.                                         04670000
           COPY RUNCTLQ.                                                04680000
                                                                        04682500
       01  BALTOT-REQUEST-AREA.                                         04685000
           COPY BALTOTQ.                                                04687500
                                                                        04690000
       01  BUSDATE-REQUEST-AREA.                                        04700000
           COPY BUSDATEQ.                                               04710000
                                                                        04720000
      ******************************************************************04730000
       PROCEDURE DIVISION.                                              04740000
      ******************************************************************04750000
       0000-MAINLINE.                                                   04760000
           PERFORM 1000-INITIALIZE THRU 1000-EXIT                       04770000
                                                                        04780000
           PERFORM 2000-VALIDATE-FILE THRU 2000-EXIT                    04790000
                                                                        04800000
           IF BULKPAY-FILE-OK                                           04810000
               PERFORM 3000-CHECK-FUNDS THRU 3000-EXIT                  04820000
           END-IF                                                       04830000
                                                                        04840000
           IF BULKPAY-FILE-OK                                           04850000
               PERFORM 3500-POST-DEBIT THRU 3500-EXIT                   04860000
           END-IF                                                       04870000
                                                                        04880000
           PERFORM 4000-SEND-AND-REPORT THRU 4000-EXIT                  04890000
                                                                        04900000
           PERFORM 5000-PRINT-SUMMARY THRU 5000-EXIT                    04910000
                                                                        04920000
           PERFORM 9000-TERMINATE THRU 9000-EXIT                        04930000
                                                                        04940000
           GO TO 9999-EXIT.                                             04950000
                                                                        04960000
      ******************************************************************04970000
      *  1000-INITIALIZE - REGISTER THE RUN, OPEN THE FILES, TAKE THE  *04980000
      *  BUSINESS DATE AND LOAD THE WATCHLIST.                         *04990000
      ******************************************************************05000000
       1000-INITIALIZE.                                                 05010000
           MOVE 'S' TO RUNCTL-REQ-FUNCTION                              05020000
           MOVE 'BULKPAY' TO RUNCTL-REQ-JOB                             05030000
           MOVE ZERO TO RUNCTL-REQ-COUNT                                05040000
           CALL 'RUNCTL' USING RUNCTL-REQUEST                           05050000
           IF RUNCTL-HELD                                               05060000
               DISPLAY 'BULKPAY - HELD - PREDECESSOR NOT COMPLETE'      05070000
               STOP RUN                                                 05080000
           END-IF                                                       05090000
                                                                        05092000
           MOVE 'BULKPAY' TO BALTOT-REQ-JOB                             05094000
           SET BALTOT-REQ-PRODUCER TO TRUE                              05096000
           MOVE 'PROCTRAN' TO BALTOT-REQ-FILE                           05098000
                                                                        05100000
           OPEN I-O    ACCOUNT-FILE                                     05110000
           OPEN INPUT  CUSTOMER-FILE                                    05120000
           OPEN INPUT  SRTCODE-FILE                                     05130000
           OPEN I-O    PROCTRAN-FILE                                    05140000
           OPEN I-O    PCTRL-FILE                                       05150000
           OPEN INPUT  LIMIT-FILE                                       05160000
           OPEN I-O    LIMUSE-FILE                                      05170000
           OPEN INPUT  ODFAC-FILE                                       05180000
           OPEN INPUT  HOLD-FILE                                        05190000
           OPEN INPUT  LEGORDER-FILE                                    05200000
           OPEN INPUT  UNCLEAR-FILE                                     05203333
           OPEN INPUT  PENDREL-FILE                                     05206666
           OPEN INPUT  WATCHLST-FILE                                    05210000
           OPEN I-O    WLHIT-FILE                                       05220000
           OPEN OUTPUT OUTPAY-FILE                                      05230000
           OPEN I-O    PAYSTAT-FILE                                     05240000
           OPEN OUTPUT BULK-RPT                                         05250000
                                                                        05260000
           CALL 'BUSDATE' USING BUSDATE-REQUEST                         05270000
           MOVE BUSDATE-REQ-CURRENT TO BULKPAY-CURRENT-DATE             05280000
           ACCEPT BULKPAY-CURRENT-TIME FROM TIME                        05290000
                                                                        05300000
           PERFORM 1300-LOAD-WATCHLIST THRU 1300-EXIT.                  05310000
       1000-EXIT.                                                       05320000
           EXIT.                                                        05330000
                                                                        05340000
      ******************************************************************05350000
      *  1300-LOAD-WATCHLIST - PULL EVERY ACTIVE LIST ENTRY INTO THE   *05360000
      *  IN-STORAGE TABLE, THE SAME WAY INCLRNG LOADS IT.              *05370000
      ******************************************************************05380000
       1300-LOAD-WATCHLIST.                                             05390000
           PERFORM 1350-READ-LIST-NEXT THRU 1350-EXIT                   05400000
              UNTIL BULKPAY-WL-AT-EOF                                   05410000
                 OR BULKPAY-WL-COUNT >= BULKPAY-WL-MAX                  05420000
                                                                        05430000
           IF NOT BULKPAY-WL-AT-EOF                                     05440000
               DISPLAY 'BULKPAY - WARNING - WATCHLIST TABLE FULL, '     05450000
                   'ONLY THE FIRST 1000 ENTRIES SCREENED'               05460000
           END-IF.                                                      05470000
       1300-EXIT.                                                       05480000
           EXIT.                                                        05490000
                                                                        05500000
      ******************************************************************05510000
      *  1350-READ-LIST-NEXT - READ ONE LIST ENTRY, KEEPING THE        *05520000
      *  ACTIVE ONES.                                                  *05530000
      ******************************************************************05540000
       1350-READ-LIST-NEXT.                                             05550000
           READ WATCHLST-FILE                                           05560000
               AT END                                                   05570000
                   SET BULKPAY-WL-AT-EOF TO TRUE                        05580000
                   GO TO 1350-EXIT                                      05590000
           END-READ                                                     05600000
                                                                        05610000
           IF WATCHLST-ACTIVE OF WATCHLST-FILE-REC                      05620000
               ADD 1 TO BULKPAY-WL-COUNT                                05630000
               MOVE WATCHLST-ENTRY-NUMBER OF WATCHLST-FILE-REC          05640000
                   TO BULKPAY-WL-NUMBER(BULKPAY-WL-COUNT)               05650000
               MOVE WATCHLST-NAME OF WATCHLST-FILE-REC                  05660000
                   TO BULKPAY-WL-NAME(BULKPAY-WL-COUNT)                 05670000
           END-IF.                                                      05680000
       1350-EXIT.                                                       05690000
           EXIT.                                                        05700000
                                                                        05710000
      ******************************************************************05720000
      *  2000-VALIDATE-FILE - PASS 1.  THE FIRST RECORD MUST BE THE    *05730000
      *  HEADER; ITS PAYING ACCOUNT IS CHECKED, THEN EVERY LINE IS     *05740000
      *  VALIDATED AND COUNTED, AND THE LINE TOTALS ARE PROVED         *05750000
      *  AGAINST THE HEADER'S CONTROL TOTALS.                          *05760000
      ******************************************************************05770000
       2000-VALIDATE-FILE.                                              05780000
           OPEN INPUT BULKIN-FILE                                       05790000
           IF BULKPAY-BULKIN-STATUS NOT = '00'                          05800000
               SET BULKPAY-FILE-REJECTED TO TRUE                        05810000
               MOVE 'SUBMITTED FILE NOT READABLE'                       05820000
                   TO BULKPAY-FILE-REASON                               05830000
               GO TO 2000-EXIT                                          05840000
           END-IF                                                       05850000
                                                                        05860000
           PERFORM 2050-READ-BULK-NEXT THRU 2050-EXIT                   05870000
           IF BULKPAY-AT-EOF                                            05880000
              OR NOT BULKIN-HEADER                                      05890000
               SET BULKPAY-FILE-REJECTED TO TRUE                        05900000
               MOVE 'FILE HAS NO HEADER RECORD'                         05910000
                   TO BULKPAY-FILE-REASON                               05920000
               CLOSE BULKIN-FILE                                        05930000
               GO TO 2000-EXIT                                          05940000
           END-IF                                                       05950000
                                                                        05960000
           SET BULKPAY-HEADER-READ TO TRUE                              05970000
           MOVE BULKIN-HDR-SORTCODE   TO BULKPAY-ORIG-SORTCODE          05980000
           MOVE BULKIN-HDR-ACCOUNT    TO BULKPAY-ORIG-ACCOUNT           05990000
           MOVE BULKIN-HDR-FILE-REF   TO BULKPAY-FILE-REF               06000000
           MOVE BULKIN-HDR-LINE-COUNT TO BULKPAY-HDR-COUNT              06010000
           MOVE BULKIN-HDR-TOTAL      TO BULKPAY-HDR-TOTAL              06020000
                                                                        06030000
           PERFORM 2500-CHECK-ORIGINATOR THRU 2500-EXIT                 06040000
                                                                        06050000
           PERFORM 2050-READ-BULK-NEXT THRU 2050-EXIT                   06060000
           PERFORM 2100-VALIDATE-LINE THRU 2100-EXIT                    06070000
              UNTIL BULKPAY-AT-EOF                                      06080000
                                                                        06090000
           CLOSE BULKIN-FILE                                            06100000
                                                                        06110000
           IF NOT BULKPAY-FILE-OK                                       06120000
               GO TO 2000-EXIT                                          06130000
           END-IF                                                       06140000
                                                                        06150000
           IF BULKPAY-LINE-COUNT > BULKPAY-LINE-MAX                     06160000
               SET BULKPAY-FILE-REJECTED TO TRUE                        06170000
               MOVE 'MORE THAN 5000 LINES IN FILE'                      06180000
                   TO BULKPAY-FILE-REASON                               06190000
               GO TO 2000-EXIT                                          06200000
           END-IF                                                       06210000
                                                                        06220000
           IF BULKPAY-LINE-COUNT NOT = BULKPAY-HDR-COUNT                06230000
              OR BULKPAY-LINES-TOTAL NOT = BULKPAY-HDR-TOTAL            06240000
               SET BULKPAY-FILE-REJECTED TO TRUE                        06250000
               MOVE 'HEADER TOTALS DO NOT AGREE'                        06260000
                   TO BULKPAY-FILE-REASON                               06270000
               GO TO 2000-EXIT                                          06280000
           END-IF                                                       06290000
                                                                        06300000
           IF BULKPAY-GOOD-COUNT = ZERO                                 06310000
               SET BULKPAY-FILE-REJECTED TO TRUE                        06320000
               MOVE 'NO VALID PAYMENT LINES'                            06330000
                   TO BULKPAY-FILE-REASON                               06340000
           END-IF.                                                      06350000
       2000-EXIT.                                                       06360000
           EXIT.                                                        06370000
                                                                        06380000
      ******************************************************************06390000
      *  2050-READ-BULK-NEXT - READ THE NEXT RECORD OF THE FILE.       *06400000
      ******************************************************************06410000
       2050-READ-BULK-NEXT.                                             06420000
           READ BULKIN-FILE                                             06430000
               AT END                                                   06440000
                   SET BULKPAY-AT-EOF TO TRUE                           06450000
           END-READ.                                                    06460000
       2050-EXIT.                                                       06470000
           EXIT.                                                        06480000
                                                                        06490000
      ******************************************************************06500000
      *  2100-VALIDATE-LINE - COUNT THE LINE INTO THE CONTROL TOTALS,  *06510000
      *  VALIDATE IT, NOTE THE VERDICT FOR PASS 2 AND READ THE NEXT.   *06520000
      ******************************************************************06530000
       2100-VALIDATE-LINE.                                              06540000
           ADD 1 TO BULKPAY-LINE-COUNT                                  06550000
           MOVE SPACES TO BULKPAY-LINE-REASON                           06560000
                                                                        06570000
           PERFORM 2200-CHECK-LINE THRU 2200-EXIT                       06580000
                                                                        06590000
           IF BULKPAY-LINE-REASON = SPACES                              06600000
               ADD 1 TO BULKPAY-GOOD-COUNT                              06610000
               ADD BULKIN-DET-AMOUNT TO BULKPAY-GOOD-TOTAL              06620000
           END-IF                                                       06630000
                                                                        06640000
           IF BULKPAY-LINE-COUNT NOT > BULKPAY-LINE-MAX                 06650000
               MOVE BULKPAY-LINE-REASON                                 06660000
                   TO BULKPAY-LINE-RESULT(BULKPAY-LINE-COUNT)           06670000
           END-IF                                                       06680000
                                                                        06690000
           PERFORM 2050-READ-BULK-NEXT THRU 2050-EXIT.                  06700000
       2100-EXIT.                                                       06710000
           EXIT.                                                        06720000
                                                                        06730000
      ******************************************************************06740000
      *  2200-CHECK-LINE - A PAYMENT LINE NEEDS A POSITIVE AMOUNT, A   *06750000
      *  SORT CODE AND AN ACCOUNT NUMBER THAT PASSES ITS CHECK DIGIT.  *06760000
      *  A SORT CODE OF OURS MUST BE ACTIVE AND THE ACCOUNT OPEN AND   *06770000
      *  IN STERLING - ANY OTHER SORT CODE BELONGS TO ANOTHER BANK.    *06780000
      *  THE NAME IS THEN SCREENED.  A LINE WHOSE AMOUNT IS NOT        *06790000
      *  NUMERIC STAYS OUT OF THE VALUE CONTROL TOTAL.                 *06800000
      ******************************************************************06810000
       2200-CHECK-LINE.                                                 06820000
           IF NOT BULKIN-DETAIL                                         06830000
               MOVE 'REC' TO BULKPAY-LINE-REASON                        06840000
               GO TO 2200-EXIT                                          06850000
           END-IF                                                       06860000
                                                                        06870000
           IF BULKIN-DET-AMOUNT NOT NUMERIC                             06880000
               MOVE 'AMT' TO BULKPAY-LINE-REASON                        06890000
               GO TO 2200-EXIT                                          06900000
           END-IF                                                       06910000
                                                                        06920000
           ADD BULKIN-DET-AMOUNT TO BULKPAY-LINES-TOTAL                 06930000
                                                                        06940000
           IF BULKIN-DET-AMOUNT = ZERO                                  06950000
               MOVE 'AMT' TO BULKPAY-LINE-REASON                        06960000
               GO TO 2200-EXIT                                          06970000
           END-IF                                                       06980000
                                                                        06990000
           IF BULKIN-DET-SORTCODE NOT NUMERIC                           07000000
              OR BULKIN-DET-SORTCODE = ZERO                             07010000
               MOVE 'SCU' TO BULKPAY-LINE-REASON                        07020000
               GO TO 2200-EXIT                                          07030000
           END-IF                                                       07040000
                                                                        07050000
           IF BULKIN-DET-ACCOUNT NOT NUMERIC                            07060000
               MOVE 'CKD' TO BULKPAY-LINE-REASON                        07070000
               GO TO 2200-EXIT                                          07080000
           END-IF                                                       07090000
                                                                        07100000
           MOVE 'V' TO ACCKD-FUNCTION                                   07110000
           MOVE BULKIN-DET-ACCOUNT TO ACCKD-ACCOUNT-NUMBER              07120000
           CALL 'ACCCKDG' USING ACCKD-REQUEST                           07130000
           IF NOT ACCKD-VALID                                           07140000
               MOVE 'CKD' TO BULKPAY-LINE-REASON                        07150000
               GO TO 2200-EXIT                                          07160000
           END-IF                                                       07170000
                                                                        07180000
           MOVE BULKIN-DET-SORTCODE                                     07190000
               TO SRTCDE-SORTCODE OF SRTCODE-FILE-REC                   07200000
           READ SRTCODE-FILE                                            07210000
               KEY IS SRTCDE-KEY OF SRTCODE-FILE-REC                    07220000
               INVALID KEY                                              07230000
                   GO TO 2200-SCREEN                                    07240000
           END-READ                                                     07250000
                                                                        07260000
           IF NOT SRTCDE-ACTIVE OF SRTCODE-FILE-REC                     07270000
               MOVE 'SCU' TO BULKPAY-LINE-REASON                        07280000
               GO TO 2200-EXIT                                          07290000
           END-IF                                                       07300000
                                                                        07310000
           MOVE BULKIN-DET-SORTCODE                                     07320000
               TO ACCOUNT-SORTCODE OF ACCOUNT-FILE-REC                  07330000
           MOVE BULKIN-DET-ACCOUNT                                      07340000
               TO ACCOUNT-NUMBER OF ACCOUNT-FILE-REC                    07350000
           READ ACCOUNT-FILE                                            07360000
               KEY IS ACCOUNT-KEY OF ACCOUNT-FILE-REC                   07370000
               INVALID KEY                                              07380000
                   MOVE 'ACU' TO BULKPAY-LINE-REASON                    07390000
                   GO TO 2200-EXIT                                      07400000
           END-READ                                                     07410000
                                                                        07420000
           IF ACCOUNT-SUSPENDED OF ACCOUNT-FILE-REC                     07430000
              OR NOT ACCOUNT-OPEN OF ACCOUNT-FILE-REC                   07440000
               MOVE 'ACC' TO BULKPAY-LINE-REASON                        07450000
               GO TO 2200-EXIT                                          07460000
           END-IF                                                       07470000
                                                                        07480000
           IF NOT ACCOUNT-IN-STERLING OF ACCOUNT-FILE-REC               07490000
               MOVE 'CUR' TO BULKPAY-LINE-REASON                        07500000
               GO TO 2200-EXIT                                          07510000
           END-IF.                                                      07520000
       2200-SCREEN.                                                     07530000
           PERFORM 2300-SCREEN-PAYEE THRU 2300-EXIT.                    07540000
       2200-EXIT.                                                       07550000
           EXIT.                                                        07560000
                                                                        07570000
      ******************************************************************07580000
      *  2300-SCREEN-PAYEE - SANCTIONS SCREENING OF THE BENEFICIARY    *07590000
      *  NAME AGAINST THE IN-STORAGE WATCHLIST (FULL NAME OR FIRST     *07600000
      *  TEN CHARACTERS).  A HIT QUEUES ON THE PENDING-REVIEW FILE     *07610000
      *  AND THE LINE IS NOT PAID.  A LINE WITH NO NAME CANNOT BE      *07620000
      *  SCREENED AND IS NOT PAID EITHER.                              *07630000
      ******************************************************************07640000
       2300-SCREEN-PAYEE.                                               07650000
           IF BULKIN-DET-NAME = SPACES                                  07660000
               MOVE 'NAM' TO BULKPAY-LINE-REASON                        07670000
               GO TO 2300-EXIT                                          07680000
           END-IF                                                       07690000
                                                                        07700000
           MOVE ZERO TO BULKPAY-WL-HIT-SUB                              07710000
                                                                        07720000
           PERFORM 2350-MATCH-ONE-ENTRY THRU 2350-EXIT                  07730000
               VARYING BULKPAY-WL-SUB FROM 1 BY 1                       07740000
               UNTIL BULKPAY-WL-SUB > BULKPAY-WL-COUNT                  07750000
                  OR BULKPAY-WL-HIT-SUB > ZERO                          07760000
                                                                        07770000
           IF BULKPAY-WL-HIT-SUB > ZERO                                 07780000
               MOVE BULKPAY-WL-NUMBER(BULKPAY-WL-HIT-SUB)               07790000
                   TO BULKPAY-WL-HIT-ENTRY                              07800000
               PERFORM 2400-QUEUE-WL-HIT THRU 2400-EXIT                 07810000
               MOVE 'WLH' TO BULKPAY-LINE-REASON                        07820000
           END-IF.                                                      07830000
       2300-EXIT.                                                       07840000
           EXIT.                                                        07850000
                                                                        07860000
      ******************************************************************07870000
      *  2350-MATCH-ONE-ENTRY - FULL-NAME OR FIRST-TEN MATCH.          *07880000
      ******************************************************************07890000
       2350-MATCH-ONE-ENTRY.                                            07900000
           IF BULKIN-DET-NAME                                           07910000
              = BULKPAY-WL-NAME(BULKPAY-WL-SUB) (1:35)                  07920000
               MOVE BULKPAY-WL-SUB TO BULKPAY-WL-HIT-SUB                07930000
               GO TO 2350-EXIT                                          07940000
           END-IF                                                       07950000
                                                                        07960000
           IF BULKIN-DET-NAME(1:10)                                     07970000
              = BULKPAY-WL-NAME(BULKPAY-WL-SUB) (1:10)                  07980000
               MOVE BULKPAY-WL-SUB TO BULKPAY-WL-HIT-SUB                07990000
           END-IF.                                                      08000000
       2350-EXIT.                                                       08010000
           EXIT.                                                        08020000
                                                                        08030000
      ******************************************************************08040000
      *  2400-QUEUE-WL-HIT - PARK THE BLOCKED PAYEE ON THE REVIEW      *08050000
      *  QUEUE AGAINST THE SUBMITTING CUSTOMER, NUMBERED FROM THE      *08060000
      *  CONTROL SINGLETON.                                            *08070000
      ******************************************************************08080000
       2400-QUEUE-WL-HIT.                                               08090000
           PERFORM 3600-ASSIGN-PROCTRAN-NUMBER THRU 3600-EXIT           08100000
           IF BULKPAY-CTL-ERROR                                         08110000
               GO TO 2400-EXIT                                          08120000
           END-IF                                                       08130000
                                                                        08140000
           MOVE 'WHIT' TO WLHIT-EYECATCHER OF WLHIT-FILE-REC            08150000
           MOVE BULKPAY-ORIG-SORTCODE                                   08160000
               TO WLHIT-SORTCODE OF WLHIT-FILE-REC                      08170000
           MOVE BULKPAY-TRAN-NUMBER TO WLHIT-NUMBER OF WLHIT-FILE-REC   08180000
           MOVE 'BULKPAY ' TO WLHIT-SOURCE OF WLHIT-FILE-REC            08190000
           SET WLHIT-SUBJ-PAYEE OF WLHIT-FILE-REC TO TRUE               08200000
           MOVE BULKPAY-ORIG-CUSTOMER                                   08210000
               TO WLHIT-CUSTOMER OF WLHIT-FILE-REC                      08220000
           MOVE BULKIN-DET-NAME                                         08230000
               TO WLHIT-MATCHED-NAME OF WLHIT-FILE-REC                  08240000
           MOVE BULKPAY-WL-HIT-ENTRY                                    08250000
               TO WLHIT-LIST-ENTRY OF WLHIT-FILE-REC                    08260000
           MOVE BULKIN-DET-AMOUNT TO WLHIT-AMOUNT OF WLHIT-FILE-REC     08270000
           MOVE BULKPAY-CURRENT-DATE                                    08280000
               TO WLHIT-RAISED-DATE OF WLHIT-FILE-REC                   08290000
           MOVE BULKPAY-CURRENT-TIME                                    08300000
               TO WLHIT-RAISED-TIME OF WLHIT-FILE-REC                   08310000
           SET WLHIT-PENDING OF WLHIT-FILE-REC TO TRUE                  08320000
           MOVE ZERO   TO WLHIT-DECIDED-DATE OF WLHIT-FILE-REC          08330000
           MOVE SPACES TO WLHIT-DECIDED-BY OF WLHIT-FILE-REC            08340000
                                                                        08350000
           WRITE WLHIT-FILE-REC                                         08360000
               INVALID KEY                                              08370000
                   DISPLAY 'BULKPAY - CRITICAL - HIT WRITE FAILED '     08380000
                       'FOR FILE ' BULKPAY-FILE-REF                     08390000
           END-WRITE.                                                   08400000
       2400-EXIT.                                                       08410000
           EXIT.                                                        08420000
                                                                        08430000
      ******************************************************************08440000
      *  2500-CHECK-ORIGINATOR - THE PAYING ACCOUNT MUST BE ONE WE     *08450000
      *  CAN DEBIT, THE SAME TESTS SODDPAY APPLIES TO AN ORIGINATING   *08460000
      *  ACCOUNT, AND ITS HOLDER MUST BE A LIVING BUSINESS CUSTOMER.   *08470000
      *  A FAILURE REJECTS THE FILE, BUT THE LINES ARE STILL           *08480000
      *  VALIDATED SO THE SUBMITTER SEES EVERYTHING WRONG AT ONCE.     *08490000
      ******************************************************************08500000
       2500-CHECK-ORIGINATOR.                                           08510000
           MOVE BULKPAY-ORIG-SORTCODE                                   08520000
               TO ACCOUNT-SORTCODE OF ACCOUNT-FILE-REC                  08530000
           MOVE BULKPAY-ORIG-ACCOUNT                                    08540000
               TO ACCOUNT-NUMBER OF ACCOUNT-FILE-REC                    08550000
                                                                        08560000
           READ ACCOUNT-FILE                                            08570000
               KEY IS ACCOUNT-KEY OF ACCOUNT-FILE-REC                   08580000
               INVALID KEY                                              08590000
                   SET BULKPAY-FILE-REJECTED TO TRUE                    08600000
                   MOVE 'PAYING ACCOUNT NOT FOUND'                      08610000
                       TO BULKPAY-FILE-REASON                           08620000
                   GO TO 2500-EXIT                                      08630000
           END-READ                                                     08640000
                                                                        08650000
           MOVE ACCOUNT-CUSTOMER-NUMBER OF ACCOUNT-FILE-REC             08660000
               TO BULKPAY-ORIG-CUSTOMER                                 08670000
                                                                        08680000
           IF ACCOUNT-DORMANT OF ACCOUNT-FILE-REC                       08690000
               SET BULKPAY-FILE-REJECTED TO TRUE                        08700000
               MOVE 'PAYING ACCOUNT DORMANT'                            08710000
                   TO BULKPAY-FILE-REASON                               08720000
               GO TO 2500-EXIT                                          08730000
           END-IF                                                       08740000
                                                                        08750000
           IF ACCOUNT-SUSPENDED OF ACCOUNT-FILE-REC                     08760000
               SET BULKPAY-FILE-REJECTED TO TRUE                        08770000
               MOVE 'PAYING ACCOUNT SUSPENDED'                          08780000
                   TO BULKPAY-FILE-REASON                               08790000
               GO TO 2500-EXIT                                          08800000
           END-IF                                                       08810000
                                                                        08820000
           IF NOT ACCOUNT-OPEN OF ACCOUNT-FILE-REC                      08830000
               SET BULKPAY-FILE-REJECTED TO TRUE                        08840000
               MOVE 'PAYING ACCOUNT CLOSED'                             08850000
                   TO BULKPAY-FILE-REASON                               08860000
               GO TO 2500-EXIT                                          08870000
           END-IF                                                       08880000
                                                                        08890000
           IF NOT ACCOUNT-IN-STERLING OF ACCOUNT-FILE-REC               08900000
               SET BULKPAY-FILE-REJECTED TO TRUE                        08910000
               MOVE 'PAYING ACCOUNT NOT STERLING'                       08920000
                   TO BULKPAY-FILE-REASON                               08930000
               GO TO 2500-EXIT                                          08940000
           END-IF                                                       08950000
                                                                        08960000
           MOVE BULKPAY-ORIG-SORTCODE                                   08970000
               TO CUSTOMER-SORTCODE OF CUSTOMER-FILE-REC                08980000
           MOVE BULKPAY-ORIG-CUSTOMER                                   08990000
               TO CUSTOMER-NUMBER OF CUSTOMER-FILE-REC                  09000000
                                                                        09010000
           READ CUSTOMER-FILE                                           09020000
               KEY IS CUSTOMER-KEY OF CUSTOMER-FILE-REC                 09030000
               INVALID KEY                                              09040000
                   SET BULKPAY-FILE-REJECTED TO TRUE                    09050000
                   MOVE 'ACCOUNT HOLDER NOT FOUND'                      09060000
                       TO BULKPAY-FILE-REASON                           09070000
                   GO TO 2500-EXIT                                      09080000
           END-READ                                                     09090000
                                                                        09100000
           IF CUSTOMER-DECEASED OF CUSTOMER-FILE-REC                    09110000
               SET BULKPAY-FILE-REJECTED TO TRUE                        09120000
               MOVE 'ACCOUNT HOLDER DECEASED'                           09130000
                   TO BULKPAY-FILE-REASON                               09140000
               GO TO 2500-EXIT                                          09150000
           END-IF                                                       09160000
                                                                        09170000
           IF NOT CUSTOMER-BUSINESS OF CUSTOMER-FILE-REC                09180000
               SET BULKPAY-FILE-REJECTED TO TRUE                        09190000
               MOVE 'NOT A BUSINESS CUSTOMER'                           09200000
                   TO BULKPAY-FILE-REASON                               09210000
           END-IF.                                                      09220000
       2500-EXIT.                                                       09230000
           EXIT.                                                        09240000
                                                                        09250000
      ******************************************************************09260000
      *  3000-CHECK-FUNDS - ONE FUNDS TEST AND ONE LIMITS TEST FOR     *09270000
      *  THE VALUE OF ALL THE GOOD LINES.  THE PAYING ACCOUNT IS       *09280000
      *  RE-READ FIRST, SINCE PASS 1 USED THE ACCOUNT RECORD AREA      *09290000
      *  FOR BENEFICIARIES, AND THE FLOOR IS THE SAME AVAILABLE        *09300000
      *  BALANCE SODDPAY WORKS TO - LEDGER BALANCE LESS CARD HOLDS     *09310000
      *  AND LEGAL EARMARKS, PLUS ANY UNEXPIRED ARRANGED OVERDRAFT.    *09320000
      ******************************************************************09330000
       3000-CHECK-FUNDS.                                                09340000
           MOVE BULKPAY-ORIG-SORTCODE                                   09350000
               TO ACCOUNT-SORTCODE OF ACCOUNT-FILE-REC                  09360000
           MOVE BULKPAY-ORIG-ACCOUNT                                    09370000
               TO ACCOUNT-NUMBER OF ACCOUNT-FILE-REC                    09380000
                                                                        09390000
           READ ACCOUNT-FILE                                            09400000
               KEY IS ACCOUNT-KEY OF ACCOUNT-FILE-REC                   09410000
               INVALID KEY                                              09420000
                   SET BULKPAY-FILE-REJECTED TO TRUE                    09430000
                   MOVE 'PAYING ACCOUNT NOT FOUND'                      09440000
                       TO BULKPAY-FILE-REASON                           09450000
                   GO TO 3000-EXIT                                      09460000
           END-READ                                                     09470000
                                                                        09480000
           MOVE ACCOUNT-FILE-REC TO BULKPAY-ORIG-ACCOUNT-REC            09490000
                                                                        09500000
           MOVE ZERO TO BULKPAY-OD-LIMIT                                09510000
           MOVE BULKPAY-ORIG-SORTCODE                                   09520000
               TO ODFACIL-SORTCODE OF ODFAC-FILE-REC                    09530000
           MOVE BULKPAY-ORIG-ACCOUNT                                    09540000
               TO ODFACIL-NUMBER OF ODFAC-FILE-REC                      09550000
                                                                        09560000
           READ ODFAC-FILE                                              09570000
               KEY IS ODFACIL-KEY OF ODFAC-FILE-REC                     09580000
               INVALID KEY                                              09590000
                   CONTINUE                                             09600000
           END-READ                                                     09610000
                                                                        09620000
           IF BULKPAY-ODFAC-STATUS = '00'                               09630000
              AND ODFACIL-EXPIRY-DATE OF ODFAC-FILE-REC                 09640000
                  NOT < BULKPAY-CURRENT-DATE                            09650000
               MOVE ODFACIL-LIMIT OF ODFAC-FILE-REC                     09660000
                   TO BULKPAY-OD-LIMIT                                  09670000
           END-IF                                                       09680000
                                                                        09690000
           PERFORM 3200-SUM-ACTIVE-HOLDS THRU 3200-EXIT                 09700000
           PERFORM 3300-SUM-EARMARKS THRU 3300-EXIT                     09710000
           PERFORM 3400-SUM-UNCLEARED THRU 3400-EXIT                    09713333
           PERFORM 3440-SUM-RELEASE-QUEUE THRU 3440-EXIT                09716666
                                                                        09720000
           IF BULKPAY-GOOD-TOTAL >                                      09730000
              ACCOUNT-BALANCE OF BULKPAY-ORIG-ACCOUNT-REC               09740000
              - BULKPAY-HOLD-TOTAL - BULKPAY-EARMARK-TOTAL              09750000
              - BULKPAY-UNCLEARED-TOTAL - BULKPAY-HVQ-TOTAL             09755000
              + BULKPAY-OD-LIMIT                                        09760000
               SET BULKPAY-FILE-REJECTED TO TRUE                        09770000
               MOVE 'INSUFFICIENT FUNDS FOR FILE'                       09780000
                   TO BULKPAY-FILE-REASON                               09790000
               GO TO 3000-EXIT                                          09800000
           END-IF                                                       09810000
                                                                        09820000
           PERFORM 3100-CHECK-DEBIT-LIMITS THRU 3100-EXIT.              09830000
       3000-EXIT.                                                       09840000
           EXIT.                                                        09850000
                                                                        09860000
      ******************************************************************09870000
      *  3100-CHECK-DEBIT-LIMITS - IF THE PAYING ACCOUNT HAS A LIMITS  *09880000
      *  RECORD, THE FILE TOTAL MUST SIT WITHIN ITS SINGLE-DEBIT       *09890000
      *  CEILING AND, WITH TODAY'S EARLIER DEBITS, ITS DAILY CEILING.  *09900000
      *  A BREACH REFERS THE WHOLE FILE AND IS COUNTED ON THE DAILY    *09910000
      *  USAGE RECORD FOR THE DLYLIMR FOLLOW-UP REPORT; OTHERWISE      *09920000
      *  THE TOTAL IS ADDED TO TODAY'S USAGE.                          *09930000
      ******************************************************************09940000
       3100-CHECK-DEBIT-LIMITS.                                         09950000
           MOVE BULKPAY-ORIG-SORTCODE                                   09960000
               TO ACLIMIT-SORTCODE OF LIMIT-FILE-REC                    09970000
           MOVE BULKPAY-ORIG-ACCOUNT                                    09980000
               TO ACLIMIT-NUMBER OF LIMIT-FILE-REC                      09990000
                                                                        10000000
           READ LIMIT-FILE                                              10010000
               KEY IS ACLIMIT-KEY OF LIMIT-FILE-REC                     10020000
               INVALID KEY                                              10030000
                   GO TO 3100-EXIT                                      10040000
           END-READ                                                     10050000
                                                                        10060000
           PERFORM 3120-READ-DAILY-USAGE THRU 3120-EXIT                 10070000
                                                                        10080000
           IF ACLIMIT-SINGLE-CEILING OF LIMIT-FILE-REC > ZERO           10090000
              AND BULKPAY-GOOD-TOTAL >                                  10100000
                  ACLIMIT-SINGLE-CEILING OF LIMIT-FILE-REC              10110000
               SET BULKPAY-FILE-REJECTED TO TRUE                        10120000
               MOVE 'SINGLE DEBIT LIMIT - REFERRED'                     10130000
                   TO BULKPAY-FILE-REASON                               10140000
               ADD 1 TO ACLIMUSE-REFER-COUNT OF LIMUSE-FILE-REC         10150000
               PERFORM 3140-PUT-DAILY-USAGE THRU 3140-EXIT              10160000
               GO TO 3100-EXIT                                          10170000
           END-IF                                                       10180000
                                                                        10190000
           IF ACLIMIT-DAILY-CEILING OF LIMIT-FILE-REC > ZERO            10200000
              AND ACLIMUSE-USED-AMOUNT OF LIMUSE-FILE-REC               10210000
                  + BULKPAY-GOOD-TOTAL >                                10220000
                  ACLIMIT-DAILY-CEILING OF LIMIT-FILE-REC               10230000
               SET BULKPAY-FILE-REJECTED TO TRUE                        10240000
               MOVE 'DAILY DEBIT LIMIT - REFERRED'                      10250000
                   TO BULKPAY-FILE-REASON                               10260000
               ADD 1 TO ACLIMUSE-REFER-COUNT OF LIMUSE-FILE-REC         10270000
               PERFORM 3140-PUT-DAILY-USAGE THRU 3140-EXIT              10280000
               GO TO 3100-EXIT                                          10290000
           END-IF                                                       10300000
                                                                        10310000
           ADD BULKPAY-GOOD-TOTAL                                       10320000
              TO ACLIMUSE-USED-AMOUNT OF LIMUSE-FILE-REC                10330000
           PERFORM 3140-PUT-DAILY-USAGE THRU 3140-EXIT.                 10340000
       3100-EXIT.                                                       10350000
           EXIT.                                                        10360000
                                                                        10370000
      ******************************************************************10380000
      *  3120-READ-DAILY-USAGE - READ TODAY'S USAGE RECORD FOR THE     *10390000
      *  PAYING ACCOUNT, STARTING A FRESH ONE (OR RESETTING A STALE    *10400000
      *  ONE) WHEN TODAY HAS NOT BEEN COUNTED YET.                     *10410000
      ******************************************************************10420000
       3120-READ-DAILY-USAGE.                                           10430000
           MOVE 'N' TO BULKPAY-LIMUSE-SWITCH                            10440000
                                                                        10450000
           MOVE BULKPAY-ORIG-SORTCODE                                   10460000
               TO ACLIMUSE-SORTCODE OF LIMUSE-FILE-REC                  10470000
           MOVE BULKPAY-ORIG-ACCOUNT                                    10480000
               TO ACLIMUSE-NUMBER OF LIMUSE-FILE-REC                    10490000
                                                                        10500000
           READ LIMUSE-FILE                                             10510000
               KEY IS ACLIMUSE-KEY OF LIMUSE-FILE-REC                   10520000
               INVALID KEY                                              10530000
                   MOVE 'Y' TO BULKPAY-LIMUSE-SWITCH                    10540000
                   MOVE 'ALUS' TO ACLIMUSE-EYECATCHER                   10550000
                                   OF LIMUSE-FILE-REC                   10560000
                   MOVE BULKPAY-ORIG-SORTCODE                           10570000
                       TO ACLIMUSE-SORTCODE OF LIMUSE-FILE-REC          10580000
                   MOVE BULKPAY-ORIG-ACCOUNT                            10590000
                       TO ACLIMUSE-NUMBER OF LIMUSE-FILE-REC            10600000
                   MOVE BULKPAY-CURRENT-DATE                            10610000
                       TO ACLIMUSE-USAGE-DATE OF LIMUSE-FILE-REC        10620000
                   MOVE ZERO TO ACLIMUSE-USED-AMOUNT                    10630000
                                 OF LIMUSE-FILE-REC                     10640000
                   MOVE ZERO TO ACLIMUSE-REFER-COUNT                    10650000
                                 OF LIMUSE-FILE-REC                     10660000
                   GO TO 3120-EXIT                                      10670000
           END-READ                                                     10680000
                                                                        10690000
           IF ACLIMUSE-USAGE-DATE OF LIMUSE-FILE-REC                    10700000
              NOT = BULKPAY-CURRENT-DATE                                10710000
               MOVE BULKPAY-CURRENT-DATE                                10720000
                   TO ACLIMUSE-USAGE-DATE OF LIMUSE-FILE-REC            10730000
               MOVE ZERO TO ACLIMUSE-USED-AMOUNT OF LIMUSE-FILE-REC     10740000
               MOVE ZERO TO ACLIMUSE-REFER-COUNT OF LIMUSE-FILE-REC     10750000
           END-IF.                                                      10760000
       3120-EXIT.                                                       10770000
           EXIT.                                                        10780000
                                                                        10790000
      ******************************************************************10800000
      *  3140-PUT-DAILY-USAGE - PUT THE USAGE RECORD BACK, WRITING     *10810000
      *  IT FRESH THE FIRST TIME THE ACCOUNT DEBITS.                   *10820000
      ******************************************************************10830000
       3140-PUT-DAILY-USAGE.                                            10840000
           IF BULKPAY-LIMUSE-NEW                                        10850000
               WRITE LIMUSE-FILE-REC                                    10860000
                   INVALID KEY                                          10870000
                       DISPLAY 'BULKPAY - CRITICAL - LIMIT USAGE '      10880000
                           'WRITE FAILED FOR ACCOUNT '                  10890000
                               ACLIMUSE-NUMBER OF LIMUSE-FILE-REC       10900000
               END-WRITE                                                10910000
           ELSE                                                         10920000
               REWRITE LIMUSE-FILE-REC                                  10930000
                   INVALID KEY                                          10940000
                       DISPLAY 'BULKPAY - CRITICAL - LIMIT USAGE '      10950000
                           'REWRITE FAILED FOR ACCOUNT '                10960000
                               ACLIMUSE-NUMBER OF LIMUSE-FILE-REC       10970000
               END-REWRITE                                              10980000
           END-IF.                                                      10990000
       3140-EXIT.                                                       11000000
           EXIT.                                                        11010000
                                                                        11020000
      ******************************************************************11030000
      *  3200-SUM-ACTIVE-HOLDS - ADD UP THE PAYING ACCOUNT'S ACTIVE,   *11040000
      *  UNEXPIRED CARD AUTHORIZATION HOLDS.                           *11050000
      ******************************************************************11060000
       3200-SUM-ACTIVE-HOLDS.                                           11070000
           MOVE ZERO TO BULKPAY-HOLD-TOTAL                              11080000
           MOVE 'N'  TO BULKPAY-HOLD-EOF-SWITCH                         11090000
                                                                        11100000
           MOVE BULKPAY-ORIG-SORTCODE                                   11110000
               TO AUTHHOLD-SORTCODE OF HOLD-FILE-REC                    11120000
           MOVE BULKPAY-ORIG-ACCOUNT                                    11130000
               TO AUTHHOLD-NUMBER OF HOLD-FILE-REC                      11140000
           MOVE ZERO TO AUTHHOLD-AUTH-REF OF HOLD-FILE-REC              11150000
                                                                        11160000
           START HOLD-FILE KEY IS NOT LESS                              11170000
                 THAN AUTHHOLD-KEY OF HOLD-FILE-REC                     11180000
               INVALID KEY                                              11190000
                   SET BULKPAY-HOLD-DONE TO TRUE                        11200000
           END-START                                                    11210000
                                                                        11220000
           PERFORM 3250-READ-NEXT-HOLD THRU 3250-EXIT                   11230000
              UNTIL BULKPAY-HOLD-DONE.                                  11240000
       3200-EXIT.                                                       11250000
           EXIT.                                                        11260000
                                                                        11270000
      ******************************************************************11280000
      *  3250-READ-NEXT-HOLD - STEP THE HOLD BROWSE, COUNTING ACTIVE   *11290000
      *  UNEXPIRED HOLDS UNTIL IT LEAVES THE ACCOUNT'S KEY RANGE.      *11300000
      ******************************************************************11310000
       3250-READ-NEXT-HOLD.                                             11320000
           READ HOLD-FILE NEXT RECORD                                   11330000
               AT END                                                   11340000
                   SET BULKPAY-HOLD-DONE TO TRUE                        11350000
                   GO TO 3250-EXIT                                      11360000
           END-READ                                                     11370000
                                                                        11380000
           IF AUTHHOLD-SORTCODE OF HOLD-FILE-REC                        11390000
              NOT = BULKPAY-ORIG-SORTCODE                               11400000
              OR AUTHHOLD-NUMBER OF HOLD-FILE-REC                       11410000
                 NOT = BULKPAY-ORIG-ACCOUNT                             11420000
               SET BULKPAY-HOLD-DONE TO TRUE                            11430000
               GO TO 3250-EXIT                                          11440000
           END-IF                                                       11450000
                                                                        11460000
           IF AUTHHOLD-ACTIVE OF HOLD-FILE-REC                          11470000
              AND (AUTHHOLD-EXPIRY-DATE OF HOLD-FILE-REC = ZERO         11480000
               OR AUTHHOLD-EXPIRY-DATE OF HOLD-FILE-REC                 11490000
                  NOT < BULKPAY-CURRENT-DATE)                           11500000
               ADD AUTHHOLD-AMOUNT OF HOLD-FILE-REC                     11510000
                  TO BULKPAY-HOLD-TOTAL                                 11520000
           END-IF.                                                      11530000
       3250-EXIT.                                                       11540000
           EXIT.                                                        11550000
                                                                        11560000
      ******************************************************************11570000
      *  3300-SUM-EARMARKS - ADD UP EVERY ACTIVE LEGAL-ORDER EARMARK   *11580000
      *  ON THE PAYING ACCOUNT.                                        *11590000
      ******************************************************************11600000
       3300-SUM-EARMARKS.                                               11610000
           MOVE ZERO TO BULKPAY-EARMARK-TOTAL                           11620000
           MOVE 'N'  TO BULKPAY-LEG-EOF-SWITCH                          11630000
                                                                        11640000
           MOVE BULKPAY-ORIG-SORTCODE                                   11650000
               TO LEGORDER-SORTCODE OF LEGORDER-FILE-REC                11660000
           MOVE BULKPAY-ORIG-ACCOUNT                                    11670000
               TO LEGORDER-NUMBER OF LEGORDER-FILE-REC                  11680000
           MOVE ZERO TO LEGORDER-ORDER-NUMBER OF LEGORDER-FILE-REC      11690000
                                                                        11700000
           START LEGORDER-FILE KEY IS NOT LESS                          11710000
                 THAN LEGORDER-KEY OF LEGORDER-FILE-REC                 11720000
               INVALID KEY                                              11730000
                   SET BULKPAY-LEG-DONE TO TRUE                         11740000
           END-START                                                    11750000
                                                                        11760000
           PERFORM 3350-READ-NEXT-ORDER THRU 3350-EXIT                  11770000
              UNTIL BULKPAY-LEG-DONE.                                   11780000
       3300-EXIT.                                                       11790000
           EXIT.                                                        11800000
                                                                        11810000
      ******************************************************************11820000
      *  3350-READ-NEXT-ORDER - STEP THE BROWSE, COUNTING ACTIVE       *11830000
      *  ORDERS UNTIL IT LEAVES THE ACCOUNT'S KEY RANGE.               *11840000
      ******************************************************************11850000
       3350-READ-NEXT-ORDER.                                            11860000
           READ LEGORDER-FILE NEXT RECORD                               11870000
               AT END                                                   11880000
                   SET BULKPAY-LEG-DONE TO TRUE                         11890000
                   GO TO 3350-EXIT                                      11900000
           END-READ                                                     11910000
                                                                        11920000
           IF LEGORDER-SORTCODE OF LEGORDER-FILE-REC                    11930000
              NOT = BULKPAY-ORIG-SORTCODE                               11940000
              OR LEGORDER-NUMBER OF LEGORDER-FILE-REC                   11950000
                 NOT = BULKPAY-ORIG-ACCOUNT                             11960000
               SET BULKPAY-LEG-DONE TO TRUE                             11970000
               GO TO 3350-EXIT                                          11980000
           END-IF                                                       11990000
                                                                        12000000
           IF LEGORDER-ACTIVE OF LEGORDER-FILE-REC                      12010000
               ADD LEGORDER-AMOUNT OF LEGORDER-FILE-REC                 12020000
                  TO BULKPAY-EARMARK-TOTAL                              12030000
           END-IF.                                                      12040000
       3350-EXIT.                                                       12050000
           EXIT.                                                        12060000
                                                                        12070000
      ******************************************************************12070091
      *  3400-SUM-UNCLEARED - READ THROUGH THE DEBIT ACCOUNT'S         *12070182
      *  UNCLEARED-CHEQUE ROWS AND ADD UP EVERY CHEQUE STILL HELD      *12070273
      *  UNCLEARED.  THE CREDIT IS ALREADY IN THE LEDGER BALANCE, BUT  *12070364
      *  THE FUNDS CANNOT BE SPENT UNTIL CHQREL CLEARS THE CHEQUE.     *12070455
      ******************************************************************12070546
       3400-SUM-UNCLEARED.                                              12070637
           MOVE ZERO TO BULKPAY-UNCLEARED-TOTAL                         12070728
           MOVE 'N'  TO BULKPAY-UNCL-EOF-SWITCH                         12070819
                                                                        12070910
           MOVE BULKPAY-ORIG-SORTCODE                                   12071001
               TO UNCLRCHQ-SORTCODE OF UNCLEAR-FILE-REC                 12071092
           MOVE BULKPAY-ORIG-ACCOUNT                                    12071183
               TO UNCLRCHQ-NUMBER OF UNCLEAR-FILE-REC                   12071274
           MOVE ZERO TO UNCLRCHQ-CHEQUE-NUMBER OF UNCLEAR-FILE-REC      12071365
                                                                        12071456
           START UNCLEAR-FILE KEY IS NOT LESS                           12071547
                 THAN UNCLRCHQ-KEY OF UNCLEAR-FILE-REC                  12071638
               INVALID KEY                                              12071729
                   SET BULKPAY-UNCL-DONE TO TRUE                        12071820
           END-START                                                    12071911
                                                                        12072002
           PERFORM 3420-READ-NEXT-UNCLEARED THRU 3420-EXIT              12072093
              UNTIL BULKPAY-UNCL-DONE.                                  12072184
       3400-EXIT.                                                       12072275
           EXIT.                                                        12072366
                                                                        12072457
      ******************************************************************12072548
      *  3420-READ-NEXT-UNCLEARED - STEP THE BROWSE, COUNTING          *12072639
      *  UNCLEARED CHEQUES UNTIL IT LEAVES THE ACCOUNT'S KEY RANGE.    *12072730
      ******************************************************************12072821
       3420-READ-NEXT-UNCLEARED.                                        12072912
           READ UNCLEAR-FILE NEXT RECORD                                12073003
               AT END                                                   12073094
                   SET BULKPAY-UNCL-DONE TO TRUE                        12073185
                   GO TO 3420-EXIT                                      12073276
           END-READ                                                     12073367
                                                                        12073458
           IF UNCLRCHQ-SORTCODE OF UNCLEAR-FILE-REC                     12073549
              NOT = BULKPAY-ORIG-SORTCODE                               12073640
              OR UNCLRCHQ-NUMBER OF UNCLEAR-FILE-REC                    12073731
                 NOT = BULKPAY-ORIG-ACCOUNT                             12073822
               SET BULKPAY-UNCL-DONE TO TRUE                            12073913
               GO TO 3420-EXIT                                          12074004
           END-IF                                                       12074095
                                                                        12074186
           IF UNCLRCHQ-UNCLEARED OF UNCLEAR-FILE-REC                    12074277
               ADD UNCLRCHQ-AMOUNT OF UNCLEAR-FILE-REC                  12074368
                  TO BULKPAY-UNCLEARED-TOTAL                            12074459
           END-IF.                                                      12074550
       3420-EXIT.                                                       12074641
           EXIT.                                                        12074732
                                                                        12074823
      ******************************************************************12074914
      *  3440-SUM-RELEASE-QUEUE - READ THROUGH THE DEBIT ACCOUNT'S     *12075005
      *  RANGE OF THE HIGH-VALUE RELEASE QUEUE AND ADD UP EVERY        *12075096
      *  PAYMENT STILL WAITING OR REFERRED.  A QUEUED PAYMENT HAS NOT  *12075187
      *  LEFT THE ACCOUNT BUT ITS FUNDS ARE SPOKEN FOR UNTIL HVREL     *12075278
      *  DECIDES IT.                                                   *12075369
      ******************************************************************12075460
       3440-SUM-RELEASE-QUEUE.                                          12075551
           MOVE ZERO TO BULKPAY-HVQ-TOTAL                               12075642
           MOVE 'N'  TO BULKPAY-HVQ-EOF-SWITCH                          12075733
                                                                        12075824
           MOVE BULKPAY-ORIG-SORTCODE                                   12075915
               TO PENDREL-SORTCODE OF PENDREL-FILE-REC                  12076006
           MOVE BULKPAY-ORIG-ACCOUNT                                    12076097
               TO PENDREL-FROM-ACCOUNT OF PENDREL-FILE-REC              12076188
           MOVE LOW-VALUES TO PENDREL-SOURCE OF PENDREL-FILE-REC        12076279
           MOVE ZERO TO PENDREL-NUMBER OF PENDREL-FILE-REC              12076370
                                                                        12076461
           START PENDREL-FILE KEY IS NOT LESS                           12076552
                 THAN PENDREL-KEY OF PENDREL-FILE-REC                   12076643
               INVALID KEY                                              12076734
                   SET BULKPAY-HVQ-DONE TO TRUE                         12076825
           END-START                                                    12076916
                                                                        12077007
           PERFORM 3460-READ-NEXT-QUEUED THRU 3460-EXIT                 12077098
              UNTIL BULKPAY-HVQ-DONE.                                   12077189
       3440-EXIT.                                                       12077280
           EXIT.                                                        12077371
                                                                        12077462
      ******************************************************************12077553
      *  3460-READ-NEXT-QUEUED - STEP THE QUEUE BROWSE, COUNTING       *12077644
      *  OUTSTANDING PAYMENTS UNTIL IT LEAVES THE ACCOUNT'S KEY RANGE. *12077735
      ******************************************************************12077826
       3460-READ-NEXT-QUEUED.                                           12077917
           READ PENDREL-FILE NEXT RECORD                                12078008
               AT END                                                   12078099
                   SET BULKPAY-HVQ-DONE TO TRUE                         12078190
                   GO TO 3460-EXIT                                      12078281
           END-READ                                                     12078372
                                                                        12078463
           IF PENDREL-SORTCODE OF PENDREL-FILE-REC                      12078554
              NOT = BULKPAY-ORIG-SORTCODE                               12078645
              OR PENDREL-FROM-ACCOUNT OF PENDREL-FILE-REC               12078736
                 NOT = BULKPAY-ORIG-ACCOUNT                             12078827
               SET BULKPAY-HVQ-DONE TO TRUE                             12078918
               GO TO 3460-EXIT                                          12079009
           END-IF                                                       12079100
                                                                        12079191
           IF PENDREL-OUTSTANDING OF PENDREL-FILE-REC                   12079282
               ADD PENDREL-AMOUNT OF PENDREL-FILE-REC                   12079373
                  TO BULKPAY-HVQ-TOTAL                                  12079464
           END-IF.                                                      12079555
       3460-EXIT.                                                       12079646
           EXIT.                                                        12079737
                                                                        12079828
      ******************************************************************12080000
      *  3500-POST-DEBIT - TAKE THE VALUE OF THE GOOD LINES FROM THE   *12090000
      *  PAYING ACCOUNT AS ONE DEBIT AND LOG IT AS ONE PDR PROCTRAN    *12100000
      *  ROW CARRYING THE CUSTOMER'S FILE REFERENCE.  ITS PROCTRAN     *12110000
      *  NUMBER ALSO PREFIXES EVERY LINE'S CLEARING REFERENCE.         *12120000
      ******************************************************************12130000
       3500-POST-DEBIT.                                                 12140000
           PERFORM 3600-ASSIGN-PROCTRAN-NUMBER THRU 3600-EXIT           12150000
           IF BULKPAY-CTL-ERROR                                         12160000
               SET BULKPAY-FILE-REJECTED TO TRUE                        12170000
               MOVE 'CONTROL RECORD ERROR' TO BULKPAY-FILE-REASON       12180000
               GO TO 3500-EXIT                                          12190000
           END-IF                                                       12200000
           MOVE BULKPAY-TRAN-NUMBER TO BULKPAY-DEBIT-NUMBER             12210000
                                                                        12220000
           SUBTRACT BULKPAY-GOOD-TOTAL                                  12230000
              FROM ACCOUNT-BALANCE OF BULKPAY-ORIG-ACCOUNT-REC          12240000
           MOVE BULKPAY-ORIG-ACCOUNT-REC TO ACCOUNT-FILE-REC            12250000
           REWRITE ACCOUNT-FILE-REC                                     12260000
               INVALID KEY                                              12270000
                   SET BULKPAY-FILE-REJECTED TO TRUE                    12280000
                   MOVE 'PAYING ACCOUNT REWRITE ERROR'                  12290000
                       TO BULKPAY-FILE-REASON                           12300000
                   GO TO 3500-EXIT                                      12310000
           END-REWRITE                                                  12320000
                                                                        12330000
           MOVE BULKPAY-GOOD-TOTAL TO BULKPAY-DEBITED-TOTAL             12340000
                                                                        12350000
           MOVE 'PRTR' TO PROC-TRAN-EYE-CATCHER OF PROCTRAN-FILE-REC    12360000
           MOVE BULKPAY-ORIG-SORTCODE                                   12370000
               TO PROC-TRAN-SORT-CODE OF PROCTRAN-FILE-REC              12380000
           MOVE BULKPAY-DEBIT-NUMBER                                    12390000
               TO PROC-TRAN-NUMBER OF PROCTRAN-FILE-REC                 12400000
           MOVE BULKPAY-ORIG-ACCOUNT                                    12410000
               TO PROC-TRAN-ACCOUNT-NUMBER OF PROCTRAN-FILE-REC         12420000
           MOVE BULKPAY-CURRENT-DATE                                    12430000
               TO PROC-TRAN-DATE OF PROCTRAN-FILE-REC                   12440000
           MOVE BULKPAY-CURRENT-TIME                                    12450000
               TO PROC-TRAN-TIME OF PROCTRAN-FILE-REC                   12460000
           MOVE BULKPAY-DEBIT-NUMBER                                    12470000
               TO PROC-TRAN-REF OF PROCTRAN-FILE-REC                    12480000
           MOVE 'PDR' TO PROC-TRAN-TYPE OF PROCTRAN-FILE-REC            12490000
           MOVE BULKPAY-GOOD-TOTAL                                      12500000
               TO PROC-TRAN-AMOUNT OF PROCTRAN-FILE-REC                 12510000
           MOVE 'GBP' TO PROC-TRAN-CURRENCY OF PROCTRAN-FILE-REC        12520000
           MOVE ZERO     TO PROC-TRAN-VALUE-DATE OF PROCTRAN-FILE-REC   12530000
           MOVE SPACES TO PROC-TRAN-DESC OF PROCTRAN-FILE-REC           12540000
           STRING 'BULK PAYMENT ' BULKPAY-FILE-REF                      12550000
               DELIMITED BY SIZE                                        12560000
               INTO PROC-TRAN-DESC OF PROCTRAN-FILE-REC                 12570000
           END-STRING                                                   12580000
                                                                        12590000
           WRITE PROCTRAN-FILE-REC                                      12600000
               INVALID KEY                                              12610000
                   DISPLAY 'BULKPAY - CRITICAL - PDR WRITE FAILED '     12620000
                       'FOR FILE ' BULKPAY-FILE-REF                     12630000
               NOT INVALID KEY                                          12633333
                   PERFORM 8900-ADD-CONTROL-TOTAL THRU 8900-EXIT        12636666
           END-WRITE.                                                   12640000
       3500-EXIT.                                                       12650000
           EXIT.                                                        12660000
                                                                        12670000
      ******************************************************************12680000
      *  3600-ASSIGN-PROCTRAN-NUMBER - READ THE PROCTRAN CONTROL       *12690000
      *  SINGLETON, BUMP LAST-PROC-TRAN-NUMBER AND REWRITE, THE SAME   *12700000
      *  WAY SODDPAY HANDS OUT ITS NUMBERS.                            *12710000
      ******************************************************************12720000
       3600-ASSIGN-PROCTRAN-NUMBER.                                     12730000
           MOVE 'N' TO BULKPAY-CTL-SWITCH                               12740000
           MOVE BULKPAY-CTL-SORTCODE TO PROCTRAN-CONTROL-SORTCODE       12750000
                                         OF PCTRL-FILE-REC              12760000
           MOVE BULKPAY-CTL-NUMBER   TO PROCTRAN-CONTROL-NUMBER         12770000
                                         OF PCTRL-FILE-REC              12780000
                                                                        12790000
           READ PCTRL-FILE                                              12800000
               KEY IS PROCTRAN-CONTROL-KEY OF PCTRL-FILE-REC            12810000
               INVALID KEY                                              12820000
                   MOVE 'PTCL' TO PROCTRAN-CONTROL-EYECATCHER           12830000
                                   OF PCTRL-FILE-REC                    12840000
                   MOVE BULKPAY-CTL-SORTCODE                            12850000
                       TO PROCTRAN-CONTROL-SORTCODE OF PCTRL-FILE-REC   12860000
                   MOVE BULKPAY-CTL-NUMBER                              12870000
                       TO PROCTRAN-CONTROL-NUMBER OF PCTRL-FILE-REC     12880000
                   MOVE ZERO TO LAST-PROC-TRAN-NUMBER OF PCTRL-FILE-REC 12890000
                   WRITE PCTRL-FILE-REC                                 12900000
           END-READ                                                     12910000
                                                                        12920000
           ADD 1 TO LAST-PROC-TRAN-NUMBER OF PCTRL-FILE-REC             12930000
           MOVE LAST-PROC-TRAN-NUMBER OF PCTRL-FILE-REC                 12940000
               TO BULKPAY-TRAN-NUMBER                                   12950000
                                                                        12960000
           REWRITE PCTRL-FILE-REC                                       12970000
               INVALID KEY                                              12980000
                   SET BULKPAY-CTL-ERROR TO TRUE                        12990000
           END-REWRITE.                                                 13000000
       3600-EXIT.                                                       13010000
           EXIT.                                                        13020000
                                                                        13030000
      ******************************************************************13040000
      *  4000-SEND-AND-REPORT - PASS 2.  WRITE THE FILE-LEVEL RESULT,  *13050000
      *  THEN RE-READ THE LINES : A GOOD LINE IN AN ACCEPTED FILE IS   *13060000
      *  SENT, ANY OTHER LINE IS LISTED WITH ITS REASON.               *13070000
      ******************************************************************13080000
       4000-SEND-AND-REPORT.                                            13090000
           MOVE BULKPAY-CURRENT-DATE TO BULKPAY-TTL-DATE                13100000
           WRITE BULK-RPT-LINE FROM BULKPAY-TITLE-LINE                  13110000
           MOVE SPACES TO BULK-RPT-LINE                                 13120000
           WRITE BULK-RPT-LINE                                          13130000
                                                                        13140000
           MOVE BULKPAY-FILE-REF TO BULKPAY-FL1-REF                     13150000
           WRITE BULK-RPT-LINE FROM BULKPAY-FILE-LINE-1                 13160000
           MOVE BULKPAY-ORIG-SORTCODE TO BULKPAY-FL2-SORTCODE           13170000
           MOVE BULKPAY-ORIG-ACCOUNT  TO BULKPAY-FL2-ACCOUNT            13180000
           WRITE BULK-RPT-LINE FROM BULKPAY-FILE-LINE-2                 13190000
           IF BULKPAY-FILE-OK                                           13200000
               MOVE 'ACCEPTED' TO BULKPAY-FL3-RESULT                    13210000
           ELSE                                                         13220000
               MOVE 'REJECTED' TO BULKPAY-FL3-RESULT                    13230000
               MOVE 4 TO RETURN-CODE                                    13240000
           END-IF                                                       13250000
           MOVE BULKPAY-FILE-REASON TO BULKPAY-FL3-REASON               13260000
           WRITE BULK-RPT-LINE FROM BULKPAY-FILE-LINE-3                 13270000
           MOVE SPACES TO BULK-RPT-LINE                                 13280000
           WRITE BULK-RPT-LINE                                          13290000
                                                                        13300000
           IF NOT BULKPAY-HEADER-READ                                   13310000
               GO TO 4000-EXIT                                          13320000
           END-IF                                                       13330000
                                                                        13340000
           MOVE 'N' TO BULKPAY-EOF-SWITCH                               13350000
           MOVE ZERO TO BULKPAY-LINE-NO                                 13360000
           OPEN INPUT BULKIN-FILE                                       13370000
           PERFORM 2050-READ-BULK-NEXT THRU 2050-EXIT                   13380000
           PERFORM 2050-READ-BULK-NEXT THRU 2050-EXIT                   13390000
           PERFORM 4100-SEND-ONE-LINE THRU 4100-EXIT                    13400000
              UNTIL BULKPAY-AT-EOF                                      13410000
           CLOSE BULKIN-FILE.                                           13420000
       4000-EXIT.                                                       13430000
           EXIT.                                                        13440000
                                                                        13450000
      ******************************************************************13460000
      *  4100-SEND-ONE-LINE - ACT ON PASS 1'S VERDICT FOR THIS LINE.   *13470000
      ******************************************************************13480000
       4100-SEND-ONE-LINE.                                              13490000
           ADD 1 TO BULKPAY-LINE-NO                                     13500000
           IF BULKPAY-LINE-NO > BULKPAY-LINE-MAX                        13510000
               MOVE SPACES TO BULKPAY-LINE-REASON                       13520000
           ELSE                                                         13530000
               MOVE BULKPAY-LINE-RESULT(BULKPAY-LINE-NO)                13540000
                   TO BULKPAY-LINE-REASON                               13550000
           END-IF                                                       13560000
                                                                        13570000
           EVALUATE TRUE                                                13580000
               WHEN BULKPAY-LINE-REASON NOT = SPACES                    13590000
                   MOVE 'REJECTED' TO BULKPAY-DTL-STATUS                13600000
                   ADD 1 TO BULKPAY-REJECTED-COUNT                      13610000
               WHEN BULKPAY-FILE-REJECTED                               13620000
                   MOVE 'NOT SENT' TO BULKPAY-DTL-STATUS                13630000
                   MOVE 'FIL' TO BULKPAY-LINE-REASON                    13640000
                   ADD 1 TO BULKPAY-REJECTED-COUNT                      13650000
               WHEN OTHER                                               13660000
                   PERFORM 4200-WRITE-OUTPAY THRU 4200-EXIT             13670000
                   MOVE 'SENT' TO BULKPAY-DTL-STATUS                    13680000
                   ADD 1 TO BULKPAY-SENT-COUNT                          13690000
           END-EVALUATE                                                 13700000
                                                                        13710000
           MOVE BULKPAY-LINE-NO     TO BULKPAY-DTL-LINE-NO              13720000
           MOVE BULKPAY-LINE-REASON TO BULKPAY-DTL-REASON               13730000
           IF BULKIN-DETAIL                                             13740000
               MOVE BULKIN-DET-SORTCODE  TO BULKPAY-DTL-SORTCODE        13750000
               MOVE BULKIN-DET-ACCOUNT   TO BULKPAY-DTL-ACCOUNT         13760000
               MOVE BULKIN-DET-REFERENCE TO BULKPAY-DTL-REFERENCE       13770000
           ELSE                                                         13780000
               MOVE ZERO   TO BULKPAY-DTL-SORTCODE                      13790000
               MOVE ZERO   TO BULKPAY-DTL-ACCOUNT                       13800000
               MOVE SPACES TO BULKPAY-DTL-REFERENCE                     13810000
           END-IF                                                       13820000
           IF BULKIN-DETAIL                                             13830000
              AND BULKIN-DET-AMOUNT NUMERIC                             13840000
               MOVE BULKIN-DET-AMOUNT TO BULKPAY-DTL-AMOUNT             13850000
           ELSE                                                         13860000
               MOVE ZERO TO BULKPAY-DTL-AMOUNT                          13870000
           END-IF                                                       13880000
           WRITE BULK-RPT-LINE FROM BULKPAY-DETAIL-LINE                 13890000
                                                                        13900000
           PERFORM 2050-READ-BULK-NEXT THRU 2050-EXIT.                  13910000
       4100-EXIT.                                                       13920000
           EXIT.                                                        13930000
                                                                        13940000
      ******************************************************************13950000
      *  4200-WRITE-OUTPAY - SEND THE LINE AS ITS OWN PAYMENT ON THE   *13960000
      *  OUTBOUND CLEARING EXTRACT, REFERENCED BY THE FILE'S DEBIT     *13970000
      *  NUMBER AND THE LINE NUMBER, AND REGISTER IT AS SENT ON THE    *13980000
      *  PAYMENT STATUS FILE AGAINST THE PAYING ACCOUNT SO PAYACK      *13990000
      *  CAN TIE BACK THE SCHEME'S ACKNOWLEDGMENT OR RETURN.           *14000000
      ******************************************************************14010000
       4200-WRITE-OUTPAY.                                               14020000
           MOVE BULKIN-DET-SORTCODE TO OUTPAY-BENEF-SORTCODE            14030000
           MOVE BULKIN-DET-ACCOUNT  TO OUTPAY-BENEF-ACCOUNT             14040000
           MOVE BULKIN-DET-AMOUNT   TO OUTPAY-AMOUNT                    14050000
           MOVE SPACES TO OUTPAY-REFERENCE                              14060000
           STRING 'BLK' BULKPAY-DEBIT-NUMBER BULKPAY-LINE-NO            14070000
               DELIMITED BY SIZE                                        14080000
               INTO OUTPAY-REFERENCE                                    14090000
           END-STRING                                                   14100000
           MOVE BULKPAY-CURRENT-DATE TO OUTPAY-PROC-DATE                14110000
                                                                        14120000
           WRITE OUTPAY-REC                                             14130000
                                                                        14140000
           MOVE 'PSTA' TO PAYSTAT-EYECATCHER OF PAYSTAT-FILE-REC        14150000
           MOVE OUTPAY-REFERENCE                                        14160000
               TO PAYSTAT-REFERENCE OF PAYSTAT-FILE-REC                 14170000
           MOVE BULKPAY-CURRENT-DATE                                    14180000
               TO PAYSTAT-SENT-DATE OF PAYSTAT-FILE-REC                 14190000
           MOVE BULKPAY-ORIG-SORTCODE                                   14200000
               TO PAYSTAT-ORIG-SORTCODE OF PAYSTAT-FILE-REC             14210000
           MOVE BULKPAY-ORIG-ACCOUNT                                    14220000
               TO PAYSTAT-ORIG-ACCOUNT OF PAYSTAT-FILE-REC              14230000
           MOVE BULKIN-DET-SORTCODE                                     14240000
               TO PAYSTAT-BENEF-SORTCODE OF PAYSTAT-FILE-REC            14250000
           MOVE BULKIN-DET-ACCOUNT                                      14260000
               TO PAYSTAT-BENEF-ACCOUNT OF PAYSTAT-FILE-REC             14270000
           MOVE BULKIN-DET-AMOUNT                                       14280000
               TO PAYSTAT-AMOUNT OF PAYSTAT-FILE-REC                    14290000
           SET PAYSTAT-SENT OF PAYSTAT-FILE-REC TO TRUE                 14300000
           MOVE BULKPAY-CURRENT-DATE                                    14310000
               TO PAYSTAT-STATUS-DATE OF PAYSTAT-FILE-REC               14320000
           MOVE SPACES TO PAYSTAT-RETURN-REASON OF PAYSTAT-FILE-REC     14330000
           MOVE SPACE  TO PAYSTAT-RECREDIT-FLAG OF PAYSTAT-FILE-REC     14340000
                                                                        14350000
           WRITE PAYSTAT-FILE-REC                                       14360000
               INVALID KEY                                              14370000
                   DISPLAY 'BULKPAY - CRITICAL - PAYSTAT WRITE '        14380000
                       'FAILED FOR ' OUTPAY-REFERENCE                   14390000
           END-WRITE.                                                   14400000
       4200-EXIT.                                                       14410000
           EXIT.                                                        14420000
                                                                        14430000
      ******************************************************************14440000
      *  5000-PRINT-SUMMARY - WRITE THE LINE COUNTS AND THE CONTROL    *14450000
      *  TOTALS THE FILE WAS PROVED AGAINST.                           *14460000
      ******************************************************************14470000
       5000-PRINT-SUMMARY.                                              14480000
           MOVE SPACES TO BULK-RPT-LINE                                 14490000
           WRITE BULK-RPT-LINE                                          14500000
                                                                        14510000
           MOVE BULKPAY-LINE-COUNT TO BULKPAY-SUM-LINES                 14520000
           WRITE BULK-RPT-LINE FROM BULKPAY-SUMMARY-LINE-1              14530000
                                                                        14540000
           MOVE BULKPAY-SENT-COUNT TO BULKPAY-SUM-SENT                  14550000
           WRITE BULK-RPT-LINE FROM BULKPAY-SUMMARY-LINE-2              14560000
                                                                        14570000
           MOVE BULKPAY-REJECTED-COUNT TO BULKPAY-SUM-REJECTED          14580000
           WRITE BULK-RPT-LINE FROM BULKPAY-SUMMARY-LINE-3              14590000
                                                                        14600000
           MOVE BULKPAY-HDR-COUNT TO BULKPAY-SUM-HDR-COUNT              14610000
           WRITE BULK-RPT-LINE FROM BULKPAY-SUMMARY-LINE-4              14620000
                                                                        14630000
           MOVE BULKPAY-HDR-TOTAL TO BULKPAY-SUM-HDR-TOTAL              14640000
           WRITE BULK-RPT-LINE FROM BULKPAY-SUMMARY-LINE-5              14650000
                                                                        14660000
           MOVE BULKPAY-LINES-TOTAL TO BULKPAY-SUM-LINES-TOTAL          14670000
           WRITE BULK-RPT-LINE FROM BULKPAY-SUMMARY-LINE-6              14680000
                                                                        14690000
           MOVE BULKPAY-DEBITED-TOTAL TO BULKPAY-SUM-DEBITED            14700000
           WRITE BULK-RPT-LINE FROM BULKPAY-SUMMARY-LINE-7.             14710000
       5000-EXIT.                                                       14720000
           EXIT.                                                        14730000
                                                                        14740000
      ******************************************************************14740666
      *  8900-ADD-CONTROL-TOTAL - ADD THE PROCTRAN ROW JUST WRITTEN TO *14741332
      *  THE JOB'S CONTROL TOTALS FOR BALCHK.                          *14741998
      ******************************************************************14742664
       8900-ADD-CONTROL-TOTAL.                                          14743330
           SET BALTOT-REQ-ADD TO TRUE                                   14743996
           MOVE PROC-TRAN-DATE OF PROCTRAN-FILE-REC TO BALTOT-REQ-DATE  14744662
           MOVE PROC-TRAN-TYPE OF PROCTRAN-FILE-REC TO BALTOT-REQ-TYPE  14745328
           MOVE PROC-TRAN-AMOUNT OF PROCTRAN-FILE-REC                   14745994
               TO BALTOT-REQ-AMOUNT                                     14746660
           CALL 'BALTOT' USING BALTOT-REQUEST.                          14747326
       8900-EXIT.                                                       14747992
           EXIT.                                                        14748658
                                                                        14749324
      ******************************************************************14750000
      *  9000-TERMINATE - REPORT THE END OF THE RUN AND CLOSE THE      *14760000
      *  FILES.                                                        *14770000
      ******************************************************************14780000
       9000-TERMINATE.                                                  14790000
           SET BALTOT-REQ-WRITE TO TRUE                                 14792500
           CALL 'BALTOT' USING BALTOT-REQUEST                           14795000
                                                                        14797500
           MOVE 'E' TO RUNCTL-REQ-FUNCTION                              14800000
           MOVE BULKPAY-LINE-COUNT TO RUNCTL-REQ-COUNT                  14810000
           CALL 'RUNCTL' USING RUNCTL-REQUEST                           14820000
                                                                        14830000
           CLOSE ACCOUNT-FILE                                           14840000
           CLOSE CUSTOMER-FILE                                          14850000
           CLOSE SRTCODE-FILE                                           14860000
           CLOSE PROCTRAN-FILE                                          14870000
           CLOSE PCTRL-FILE                                             14880000
           CLOSE LIMIT-FILE                                             14890000
           CLOSE LIMUSE-FILE                                            14900000
           CLOSE ODFAC-FILE                                             14910000
           CLOSE HOLD-FILE                                              14920000
           CLOSE LEGORDER-FILE                                          14930000
           CLOSE UNCLEAR-FILE                                           14933333
           CLOSE PENDREL-FILE                                           14936666
           CLOSE WATCHLST-FILE                                          14940000
           CLOSE WLHIT-FILE                                             14950000
           CLOSE OUTPAY-FILE                                            14960000
           CLOSE PAYSTAT-FILE                                           14970000
           CLOSE BULK-RPT.                                              14980000
       9000-EXIT.                                                       14990000
           EXIT.                                                        15000000
                                                                        15010000
       9999-EXIT.                                                       15020000
           STOP RUN.                                                    15030000
