      ******************************************************************00010000
      *                                                                *00020000
      *  Copyright IBM Corp. 2023                                      *00030000
      *                                                                *00040000
      *                                                                *00050000
      ******************************************************************00060000
       IDENTIFICATION DIVISION.                                         00070000
       PROGRAM-ID.    NOSTREC.                                          00080000
       AUTHOR.        BANK APPLICATIONS GROUP.                          00090000
       INSTALLATION.  BANK BATCH SERVICES.                              00100000
       DATE-WRITTEN.  2026-10-15.                                       00110000
       DATE-COMPILED.                                                   00120000
      ******************************************************************00130000
      *                                                                *00140000
      *  NOSTREC - NOSTRO RECONCILIATION                               *00150000
      *                                                                *00160000
      *  FUNCTION : RECONCILES THE STATEMENTS OUR CORRESPONDENT BANKS  *00170000
      *             SEND FOR THE NOSTRO ACCOUNTS WE HOLD WITH THEM     *00180000
      *             AGAINST OUR OWN FOREIGN-CURRENCY MOVEMENTS :       *00190000
      *                                                                *00200000
      *               - INTERNATIONAL PAYMENTS SENT AND RETURNED       *00210000
      *                 TODAY, TAKEN FROM THE PAYMENT STATUS FILE      *00220000
      *                 AND PRICED IN THE PAYMENT CURRENCY FROM THE    *00230000
      *                 INTERNATIONAL PAYMENT REGISTER                 *00240000
      *               - TODAY'S NON-STERLING PAYMENT CREDITS AND       *00250000
      *                 DEBITS (PCR/PDR) ON PROCTRAN, OTHER THAN THE   *00260000
      *                 INTERNATIONAL PAYMENT DEBITS ALREADY TAKEN     *00270000
      *                                                                *00280000
      *             OUR MOVEMENTS ARE BOOKED TO THE PRIMARY NOSTRO FOR *00290000
      *             THEIR CURRENCY.  EACH STATEMENT ENTRY IS MATCHED   *00300000
      *             TO ONE OF OUR MOVEMENTS ON THE SAME NOSTRO BY      *00310000
      *             DIRECTION, REFERENCE AND AMOUNT, TOGETHER WITH     *00320000
      *             EVERY BREAK STILL OPEN FROM EARLIER DAYS.  ANY     *00330000
      *             ITEM LEFT UNMATCHED BECOMES (OR STAYS) A BREAK ON  *00340000
      *             THE BREAKS FILE AND AGES FROM THE DAY IT WAS       *00350000
      *             RAISED.  A BREAK OLDER THAN THE AGEING THRESHOLD   *00360000
      *             (SYSIN COLUMNS 1-3, DEFAULT 5 DAYS) IS PARKED ONCE *00370000
      *             IN THE SUSPENSE LEDGER AT THE DAY'S MID RATE, WITH *00380000
      *             A SUS PROCTRAN ROW FOR THE GL EXTRACT.             *00390000
      *                                                                *00400000
      *             THE REPORT SHOWS STATEMENT EXCEPTIONS, EVERY BREAK *00410000
      *             OPENED, AGED OR CLEARED, AND FOR EACH CURRENCY AND *00420000
      *             CORRESPONDENT THE STATEMENT OPENING, MOVEMENTS AND *00430000
      *             CLOSING, OUR OWN MOVEMENTS AND THE OPEN BREAKS.    *00440000
      *                                                                *00450000
      *  FILES    : NOSTACCT - VSAM KSDS - NOSTRO ACCOUNTS (I-O)       *00460000
      *             NOSTBRK  - VSAM KSDS - NOSTRO BREAKS (I-O)         *00470000
      *             NOSTSTMT - CORRESPONDENT STATEMENTS (INPUT)        *00480000
      *             PAYSTAT  - VSAM KSDS - PAYMENT STATUS (INPUT)      *00490000
      *             INTLREG  - VSAM KSDS - INTL PAYMENT REGISTER       *00500000
      *             PROCFILE - VSAM KSDS - PROCTRAN (I-O)              *00510000
      *             PCTLFILE - VSAM KSDS - PROCTRAN CONTROL (I-O)      *00520000
      *             SUSPACCT - VSAM KSDS - SUSPENSE LEDGER (I-O)       *00530000
      *             FXRATES  - VSAM KSDS - FX MID RATES (INPUT)        *00540000
      *             SYSIN    - AGEING THRESHOLD IN DAYS                *00550000
      *             NOSTRPT  - RECONCILIATION REPORT (OUTPUT)          *00560000
      *                                                                *00570000
      *  CHANGE HISTORY                                                *00580000
      *  ----------------------------------------------------------    *00590000
      *  DATE        BY    DESCRIPTION                                 *00600000
      *  2026-10-15  BAG   INITIAL VERSION                             *00610000
      *  2026-10-15  BAG   KEEP PROCTRAN CONTROL TOTALS FOR            *00613333
      *                    BALCHK THROUGH BALTOT                       *00616666
      *                                                                *00620000
      ******************************************************************00630000
       ENVIRONMENT DIVISION.                                            00640000
       INPUT-OUTPUT SECTION.                                            00650000
       FILE-CONTROL.                                                    00660000
           SELECT NOSTACCT-FILE   ASSIGN TO NOSTACCT                    00670000
                  ORGANIZATION IS INDEXED                               00680000
                  ACCESS MODE IS DYNAMIC                                00690000
                  RECORD KEY IS NOSTACCT-KEY OF NOSTACCT-FILE-REC       00700000
                  FILE STATUS IS NOSTREC-NOSTACCT-STATUS.               00710000
                                                                        00720000
           SELECT NOSTBRK-FILE    ASSIGN TO NOSTBRK                     00730000
                  ORGANIZATION IS INDEXED                               00740000
                  ACCESS MODE IS DYNAMIC                                00750000
                  RECORD KEY IS NOSTBRK-KEY OF NOSTBRK-FILE-REC         00760000
                  FILE STATUS IS NOSTREC-NOSTBRK-STATUS.                00770000
                                                                        00780000
           SELECT STMT-FILE       ASSIGN TO NOSTSTMT                    00790000
                  ORGANIZATION IS LINE SEQUENTIAL                       00800000
                  FILE STATUS IS NOSTREC-STMT-STATUS.                   00810000
                                                                        00820000
           SELECT PAYSTAT-FILE    ASSIGN TO PAYSTAT                     00830000
                  ORGANIZATION IS INDEXED                               00840000
                  ACCESS MODE IS SEQUENTIAL                             00850000
                  RECORD KEY IS PAYSTAT-KEY OF PAYSTAT-FILE-REC         00860000
                  FILE STATUS IS NOSTREC-PAYSTAT-STATUS.                00870000
                                                                        00880000
           SELECT INTLREG-FILE    ASSIGN TO INTLREG                     00890000
                  ORGANIZATION IS INDEXED                               00900000
                  ACCESS MODE IS RANDOM                                 00910000
                  RECORD KEY IS INTLREG-KEY OF INTLREG-FILE-REC         00920000
                  FILE STATUS IS NOSTREC-INTLREG-STATUS.                00930000
                                                                        00940000
           SELECT PROCTRAN-FILE   ASSIGN TO PROCFILE                    00950000
                  ORGANIZATION IS INDEXED                               00960000
                  ACCESS MODE IS DYNAMIC                                00970000
                  RECORD KEY IS PROC-TRAN-ID OF PROCTRAN-FILE-REC       00980000
                  FILE STATUS IS NOSTREC-PROCTRAN-STATUS.               00990000
                                                                        01000000
           SELECT PCTRL-FILE      ASSIGN TO PCTLFILE                    01010000
                  ORGANIZATION IS INDEXED                               01020000
                  ACCESS MODE IS RANDOM                                 01030000
                  RECORD KEY IS PROCTRAN-CONTROL-KEY OF PCTRL-FILE-REC  01040000
                  FILE STATUS IS NOSTREC-PCTRL-STATUS.                  01050000
                                                                        01060000
           SELECT SUSPACCT-FILE   ASSIGN TO SUSPACCT                    01070000
                  ORGANIZATION IS INDEXED                               01080000
                  ACCESS MODE IS RANDOM                                 01090000
                  RECORD KEY IS SUSPACCT-KEY OF SUSPACCT-FILE-REC       01100000
                  FILE STATUS IS NOSTREC-SUSPACCT-STATUS.               01110000
                                                                        01120000
           SELECT FXRATE-FILE     ASSIGN TO FXRATES                     01130000
                  ORGANIZATION IS INDEXED                               01140000
                  ACCESS MODE IS RANDOM                                 01150000
                  RECORD KEY IS FXRATE-KEY OF FXRATE-FILE-REC           01160000
                  FILE STATUS IS NOSTREC-FXRATE-STATUS.                 01170000
                                                                        01180000
           SELECT PARAMETER-FILE  ASSIGN TO SYSIN                       01190000
                  ORGANIZATION IS LINE SEQUENTIAL                       01200000
                  FILE STATUS IS NOSTREC-PARM-STATUS.                   01210000
                                                                        01220000
           SELECT NOST-RPT        ASSIGN TO NOSTRPT                     01230000
                  ORGANIZATION IS LINE SEQUENTIAL                       01240000
                  FILE STATUS IS NOSTREC-RPT-STATUS.                    01250000
                                                                        01260000
       DATA DIVISION.                                                   01270000
       FILE SECTION.                                                    01280000
       FD  NOSTACCT-FILE                                                01290000
           RECORDING MODE IS F.                                         01300000
       01  NOSTACCT-FILE-REC.                                           01310000
           COPY NOSTACCT.                                               01320000
                                                                        01330000
       FD  NOSTBRK-FILE                                                 01340000
           RECORDING MODE IS F.                                         01350000
       01  NOSTBRK-FILE-REC.                                            01360000
           COPY NOSTBRK.                                                01370000
                                                                        01380000
      *   ONE STATEMENT PER NOSTRO PER DAY, AS A HEADER (H) CARRYING   *01390000
      *   THE CORRESPONDENT, CURRENCY AND OPENING BALANCE, ONE ENTRY   *01400000
      *   (E) PER MOVEMENT AND A TRAILER (T) CARRYING THE CLOSING      *01410000
      *   BALANCE AND ENTRY COUNT.  BALANCES AND ENTRIES ARE MARKED    *01420000
      *   C OR D FROM THE CORRESPONDENT'S BOOKS, SO C IS MONEY IN TO   *01430000
      *   THE NOSTRO.  THE ENTRY'S OWNER REFERENCE IS THE REFERENCE    *01440000
      *   WE GAVE THE MOVEMENT.                                        *01450000
       FD  STMT-FILE                                                    01460000
           RECORDING MODE IS F.                                         01470000
       01  STMT-REC.                                                    01480000
           05  STMT-REC-TYPE               PIC X.                       01490000
               88  STMT-HEADER                 VALUE 'H'.               01500000
               88  STMT-ENTRY                  VALUE 'E'.               01510000
               88  STMT-TRAILER                VALUE 'T'.               01520000
           05  STMT-BODY                   PIC X(99).                   01530000
           05  STMT-HEADER-BODY REDEFINES STMT-BODY.                    01540000
               10  STMT-HDR-BIC            PIC X(11).                   01550000
               10  STMT-HDR-CURRENCY       PIC X(3).                    01560000
               10  STMT-HDR-DATE           PIC 9(8).                    01570000
               10  STMT-HDR-OPEN-MARK      PIC X.                       01580000
               10  STMT-HDR-OPEN-AMOUNT    PIC 9(13)V99.                01590000
               10  FILLER                  PIC X(61).                   01600000
           05  STMT-ENTRY-BODY REDEFINES STMT-BODY.                     01610000
               10  STMT-ENT-VALUE-DATE     PIC 9(8).                    01620000
               10  STMT-ENT-MARK           PIC X.                       01630000
                   88  STMT-ENT-CREDIT         VALUE 'C'.               01640000
                   88  STMT-ENT-DEBIT          VALUE 'D'.               01650000
               10  STMT-ENT-AMOUNT         PIC 9(13)V99.                01660000
               10  STMT-ENT-OWNER-REF      PIC X(20).                   01670000
               10  STMT-ENT-BANK-REF       PIC X(16).                   01680000
               10  STMT-ENT-NARRATIVE      PIC X(30).                   01690000
               10  FILLER                  PIC X(9).                    01700000
           05  STMT-TRAILER-BODY REDEFINES STMT-BODY.                   01710000
               10  STMT-TRL-CLOSE-MARK     PIC X.                       01720000
               10  STMT-TRL-CLOSE-AMOUNT   PIC 9(13)V99.                01730000
               10  STMT-TRL-ENTRY-COUNT    PIC 9(5).                    01740000
               10  FILLER                  PIC X(78).                   01750000
                                                                        01760000
       FD  PAYSTAT-FILE                                                 01770000
           RECORDING MODE IS F.                                         01780000
       01  PAYSTAT-FILE-REC.                                            01790000
           COPY PAYSTAT.                                                01800000
                                                                        01810000
       FD  INTLREG-FILE                                                 01820000
           RECORDING MODE IS F.                                         01830000
       01  INTLREG-FILE-REC.                                            01840000
           COPY INTLREG.                                                01850000
                                                                        01860000
       FD  PROCTRAN-FILE                                                01870000
           RECORDING MODE IS F.                                         01880000
       01  PROCTRAN-FILE-REC.                                           01890000
           COPY PROCTRAN.                                               01900000
                                                                        01910000
       FD  PCTRL-FILE                                                   01920000
           RECORDING MODE IS F.                                         01930000
       01  PCTRL-FILE-REC.                                              01940000
           COPY PRCTCTRL.                                               01950000
                                                                        01960000
       FD  SUSPACCT-FILE                                                01970000
           RECORDING MODE IS F.                                         01980000
       01  SUSPACCT-FILE-REC.                                           01990000
           COPY SUSPACCT.                                               02000000
                                                                        02010000
       FD  FXRATE-FILE                                                  02020000
           RECORDING MODE IS F.                                         02030000
       01  FXRATE-FILE-REC.                                             02040000
           COPY FXRATE.                                                 02050000
                                                                        02060000
       FD  PARAMETER-FILE                                               02070000
           RECORDING MODE IS F.                                         02080000
       01  PARAMETER-REC                   PIC X(80).                   02090000
                                                                        02100000
       FD  NOST-RPT                                                     02110000
           RECORDING MODE IS F.                                         02120000
       01  NOST-RPT-LINE                   PIC X(100).                  02130000
                                                                        02140000
       WORKING-STORAGE SECTION.                                         02150000
       01  NOSTREC-WORK-AREA.                                           02160000
           05  NOSTREC-NOSTACCT-STATUS     PIC XX.                      02170000
           05  NOSTREC-NOSTBRK-STATUS      PIC XX.                      02180000
           05  NOSTREC-STMT-STATUS         PIC XX.                      02190000
           05  NOSTREC-PAYSTAT-STATUS      PIC XX.                      02200000
           05  NOSTREC-INTLREG-STATUS      PIC XX.                      02210000
           05  NOSTREC-PROCTRAN-STATUS     PIC XX.                      02220000
           05  NOSTREC-PCTRL-STATUS        PIC XX.                      02230000
           05  NOSTREC-SUSPACCT-STATUS     PIC XX.                      02240000
           05  NOSTREC-FXRATE-STATUS       PIC XX.                      02250000
           05  NOSTREC-PARM-STATUS         PIC XX.                      02260000
           05  NOSTREC-RPT-STATUS          PIC XX.                      02270000
           05  NOSTREC-EOF-SWITCH          PIC X     VALUE 'N'.         02280000
               88  NOSTREC-AT-EOF                VALUE 'Y'.             02290000
           05  NOSTREC-STMT-STATE          PIC X     VALUE 'N'.         02300000
               88  NOSTREC-NO-STMT               VALUE 'N'.             02310000
               88  NOSTREC-IN-STMT               VALUE 'Y'.             02320000
               88  NOSTREC-SKIPPING-STMT         VALUE 'S'.             02330000
           05  NOSTREC-FOUND-SWITCH        PIC X     VALUE 'N'.         02340000
               88  NOSTREC-FOUND                 VALUE 'Y'.             02350000
           05  NOSTREC-CTL-FAIL-SWITCH     PIC X     VALUE 'N'.         02360000
               88  NOSTREC-CTL-FAILED            VALUE 'Y'.             02370000
           05  NOSTREC-CURRENT-DATE        PIC 9(8).                    02380000
           05  NOSTREC-CURRENT-TIME        PIC 9(6).                    02390000
      *   BREAKS OLDER THAN THIS MANY DAYS GO TO SUSPENSE.             *02400000
           05  NOSTREC-AGE-LIMIT           PIC 9(3)  VALUE 5.           02410000
           05  NOSTREC-CTL-SORTCODE        PIC 9(6)  VALUE 987654.      02420000
           05  NOSTREC-CTL-NUMBER          PIC 9(8)  VALUE ZERO.        02430000
           05  NOSTREC-TRAN-NUMBER         PIC 9(8)  VALUE ZERO.        02440000
           05  NOSTREC-NEXT-BREAK          PIC 9(8)  VALUE ZERO.        02450000
           05  NOSTREC-NOSTRO-COUNT        PIC 9(4)  COMP VALUE ZERO.   02460000
           05  NOSTREC-ITEM-COUNT          PIC 9(4)  COMP VALUE ZERO.   02470000
           05  NOSTREC-NS-SUB              PIC 9(4)  COMP VALUE ZERO.   02480000
           05  NOSTREC-STMT-SUB            PIC 9(4)  COMP VALUE ZERO.   02490000
           05  NOSTREC-STMT-COUNT          PIC 9(9)  COMP-3 VALUE ZERO. 02500000
           05  NOSTREC-ENTRY-COUNT         PIC 9(9)  COMP-3 VALUE ZERO. 02510000
           05  NOSTREC-BOOK-COUNT          PIC 9(9)  COMP-3 VALUE ZERO. 02520000
           05  NOSTREC-MATCHED-COUNT       PIC 9(9)  COMP-3 VALUE ZERO. 02530000
           05  NOSTREC-NEW-COUNT           PIC 9(9)  COMP-3 VALUE ZERO. 02540000
           05  NOSTREC-CLEARED-COUNT       PIC 9(9)  COMP-3 VALUE ZERO. 02550000
           05  NOSTREC-OPEN-COUNT          PIC 9(9)  COMP-3 VALUE ZERO. 02560000
           05  NOSTREC-AGED-COUNT          PIC 9(9)  COMP-3 VALUE ZERO. 02570000
           05  NOSTREC-RAISED-COUNT        PIC 9(9)  COMP-3 VALUE ZERO. 02580000
           05  NOSTREC-DEFERRED-COUNT      PIC 9(9)  COMP-3 VALUE ZERO. 02590000
           05  NOSTREC-EXCEPTION-COUNT     PIC 9(9)  COMP-3 VALUE ZERO. 02600000
           05  NOSTREC-OVERFLOW-COUNT      PIC 9(9)  COMP-3 VALUE ZERO. 02610000
           05  NOSTREC-STMT-ENTRIES        PIC 9(5)  COMP-3 VALUE ZERO. 02620000
           05  NOSTREC-STMT-OPENING        PIC S9(13)V99 COMP-3         02630000
                                                     VALUE ZERO.        02640000
           05  NOSTREC-STMT-CREDITS        PIC S9(13)V99 COMP-3         02650000
                                                     VALUE ZERO.        02660000
           05  NOSTREC-STMT-DEBITS         PIC S9(13)V99 COMP-3         02670000
                                                     VALUE ZERO.        02680000
           05  NOSTREC-STMT-CLOSING        PIC S9(13)V99 COMP-3         02690000
                                                     VALUE ZERO.        02700000
           05  NOSTREC-CALC-CLOSING        PIC S9(13)V99 COMP-3         02710000
                                                     VALUE ZERO.        02720000
           05  NOSTREC-SIGNED-AMOUNT       PIC S9(13)V99 COMP-3         02730000
                                                     VALUE ZERO.        02740000
           05  NOSTREC-FX-RATE             PIC 9(3)V9(6) VALUE ZERO.    02750000
           05  NOSTREC-GBP-AMOUNT          PIC S9(10)V99 VALUE ZERO.    02760000
           05  NOSTREC-SUSP-AMOUNT         PIC S9(10)V99 VALUE ZERO.    02770000
           05  NOSTREC-EXC-TEXT            PIC X(40) VALUE SPACES.      02780000
      *   AGES ON THE 30/360 CONVENTION, THE SAME AS SUSPAGE.          *02790000
           05  NOSTREC-AGE-DAYS            PIC S9(7) COMP-3 VALUE ZERO. 02800000
           05  NOSTREC-TODAY-DATE          PIC 9(8)  VALUE ZERO.        02810000
           05  NOSTREC-TODAY-SPLIT REDEFINES NOSTREC-TODAY-DATE.        02820000
               10  NOSTREC-TODAY-YYYY      PIC 9999.                    02830000
               10  NOSTREC-TODAY-MM        PIC 99.                      02840000
               10  NOSTREC-TODAY-DD        PIC 99.                      02850000
           05  NOSTREC-RAISED-DATE         PIC 9(8)  VALUE ZERO.        02860000
           05  NOSTREC-RAISED-SPLIT REDEFINES NOSTREC-RAISED-DATE.      02870000
               10  NOSTREC-RAISED-YYYY     PIC 9999.                    02880000
               10  NOSTREC-RAISED-MM       PIC 99.                      02890000
               10  NOSTREC-RAISED-DD       PIC 99.                      02900000
                                                                        02910000
       01  NOSTREC-PARM-REDEF.                                          02920000
           05  NOSTREC-PARM-AGE-DAYS       PIC X(3).                    02930000
           05  FILLER                      PIC X(77).                   02940000
                                                                        02950000
      *   EVERY NOSTRO ON FILE, WITH THE DAY'S STATEMENT FIGURES AND   *02960000
      *   OUR OWN MOVEMENTS AS THE RUN BUILDS THEM UP.                 *02970000
       01  NOSTREC-NOSTRO-TABLE.                                        02980000
           05  NOSTREC-NOSTRO-ENTRY        OCCURS 50 TIMES              02990000
                                           INDEXED BY NOSTREC-NS-IDX.   03000000
               10  NOSTREC-NS-CURRENCY     PIC X(3).                    03010000
               10  NOSTREC-NS-BIC          PIC X(11).                   03020000
               10  NOSTREC-NS-NAME         PIC X(35).                   03030000
               10  NOSTREC-NS-PRIMARY      PIC X.                       03040000
               10  NOSTREC-NS-STMT-FLAG    PIC X.                       03050000
                   88  NOSTREC-NS-NO-STMT      VALUE 'N'.               03060000
                   88  NOSTREC-NS-BALANCED     VALUE 'B'.               03070000
                   88  NOSTREC-NS-OUT-OF-BAL   VALUE 'O'.               03080000
               10  NOSTREC-NS-STMT-DATE    PIC 9(8).                    03090000
               10  NOSTREC-NS-OPENING      PIC S9(13)V99 COMP-3.        03100000
               10  NOSTREC-NS-STMT-CR      PIC S9(13)V99 COMP-3.        03110000
               10  NOSTREC-NS-STMT-DR      PIC S9(13)V99 COMP-3.        03120000
               10  NOSTREC-NS-CLOSING      PIC S9(13)V99 COMP-3.        03130000
               10  NOSTREC-NS-BOOK-CR      PIC S9(13)V99 COMP-3.        03140000
               10  NOSTREC-NS-BOOK-DR      PIC S9(13)V99 COMP-3.        03150000
               10  NOSTREC-NS-MATCHED      PIC 9(7)  COMP-3.            03160000
               10  NOSTREC-NS-BRK-COUNT    PIC 9(7)  COMP-3.            03170000
               10  NOSTREC-NS-BRK-STMT     PIC S9(13)V99 COMP-3.        03180000
               10  NOSTREC-NS-BRK-BOOK     PIC S9(13)V99 COMP-3.        03190000
               10  NOSTREC-NS-AGED         PIC 9(7)  COMP-3.            03200000
               10  NOSTREC-NS-RAISED       PIC 9(7)  COMP-3.            03210000
                                                                        03220000
      *   EVERY ITEM IN PLAY THIS RUN - THE OPEN BREAKS BROUGHT        *03230000
      *   FORWARD, OUR MOVEMENTS FOR THE DAY AND THE STATEMENT         *03240000
      *   ENTRIES - WITH THE BREAK NUMBER OF THOSE ALREADY ON FILE.    *03250000
      *   ITEMS BEYOND THE TABLE GO STRAIGHT TO THE BREAKS FILE.       *03260000
       01  NOSTREC-ITEM-TABLE.                                          03270000
           05  NOSTREC-ITEM-ENTRY          OCCURS 3000 TIMES            03280000
                                           INDEXED BY NOSTREC-IT-IDX    03290000
                                                      NOSTREC-MT-IDX.   03300000
               10  NOSTREC-IT-BREAK        PIC 9(8).                    03310000
               10  NOSTREC-IT-CURRENCY     PIC X(3).                    03320000
               10  NOSTREC-IT-BIC          PIC X(11).                   03330000
               10  NOSTREC-IT-ORIGIN       PIC X.                       03340000
               10  NOSTREC-IT-DIRECTION    PIC X.                       03350000
               10  NOSTREC-IT-REFERENCE    PIC X(20).                   03360000
               10  NOSTREC-IT-AMOUNT       PIC S9(13)V99 COMP-3.        03370000
               10  NOSTREC-IT-VALUE-DATE   PIC 9(8).                    03380000
               10  NOSTREC-IT-NARRATIVE    PIC X(30).                   03390000
               10  NOSTREC-IT-MATCH-FLAG   PIC X.                       03400000
                   88  NOSTREC-IT-MATCHED      VALUE 'Y'.               03410000
                                                                        03420000
       01  NOSTREC-NEW-ITEM.                                            03430000
           05  NOSTREC-NW-BREAK            PIC 9(8).                    03440000
           05  NOSTREC-NW-CURRENCY         PIC X(3).                    03450000
           05  NOSTREC-NW-BIC              PIC X(11).                   03460000
           05  NOSTREC-NW-ORIGIN           PIC X.                       03470000
           05  NOSTREC-NW-DIRECTION        PIC X.                       03480000
           05  NOSTREC-NW-REFERENCE        PIC X(20).                   03490000
           05  NOSTREC-NW-AMOUNT           PIC S9(13)V99 COMP-3.        03500000
           05  NOSTREC-NW-VALUE-DATE       PIC 9(8).                    03510000
           05  NOSTREC-NW-NARRATIVE        PIC X(30).                   03520000
           05  NOSTREC-NW-MATCH-FLAG       PIC X.                       03530000
                                                                        03540000
       01  NOSTREC-TITLE-LINE.                                          03550000
           05  FILLER                      PIC X(40) VALUE              03560000
               'NOSTRO RECONCILIATION'.                                 03570000
           05  FILLER                      PIC X(10) VALUE              03580000
               'RUN DATE: '.                                            03590000
           05  NOSTREC-TTL-DATE            PIC 9(8).                    03600000
           05  FILLER                      PIC X(42) VALUE SPACES.      03610000
                                                                        03620000
       01  NOSTREC-SECTION-LINE.                                        03630000
           05  NOSTREC-SEC-TEXT            PIC X(60).                   03640000
           05  FILLER                      PIC X(40) VALUE SPACES.      03650000
                                                                        03660000
       01  NOSTREC-EXCEPTION-LINE.                                      03670000
           05  FILLER                      PIC X(10) VALUE              03680000
               'STATEMENT '.                                            03690000
           05  NOSTREC-EXC-CURRENCY        PIC X(3).                    03700000
           05  FILLER                      PIC X(1)  VALUE SPACES.      03710000
           05  NOSTREC-EXC-BIC             PIC X(11).                   03720000
           05  FILLER                      PIC X(1)  VALUE SPACES.      03730000
           05  NOSTREC-EXC-DATE            PIC 9(8).                    03740000
           05  FILLER                      PIC X(2)  VALUE SPACES.      03750000
           05  NOSTREC-EXC-MESSAGE         PIC X(40).                   03760000
           05  FILLER                      PIC X(24) VALUE SPACES.      03770000
                                                                        03780000
       01  NOSTREC-HEADING-LINE.                                        03790000
           05  FILLER                      PIC X(9)  VALUE              03800000
               'BREAK'.                                                 03810000
           05  FILLER                      PIC X(4)  VALUE              03820000
               'CCY'.                                                   03830000
           05  FILLER                      PIC X(12) VALUE              03840000
               'BIC'.                                                   03850000
           05  FILLER                      PIC X(5)  VALUE              03860000
               'SIDE'.                                                  03870000
           05  FILLER                      PIC X(2)  VALUE              03880000
               'DC'.                                                    03890000
           05  FILLER                      PIC X(21) VALUE              03900000
               'REFERENCE'.                                             03910000
           05  FILLER                      PIC X(15) VALUE              03920000
               '        AMOUNT'.                                        03930000
           05  FILLER                      PIC X(9)  VALUE              03940000
               'RAISED'.                                                03950000
           05  FILLER                      PIC X(5)  VALUE              03960000
               ' AGE'.                                                  03970000
           05  FILLER                      PIC X(9)  VALUE              03980000
               'STATUS'.                                                03990000
           05  FILLER                      PIC X(9)  VALUE              04000000
               'SUSPENSE'.                                              04010000
                                                                        04020000
       01  NOSTREC-DETAIL-LINE.                                         04030000
           05  NOSTREC-DTL-BREAK           PIC 9(8).                    04040000
           05  FILLER                      PIC X(1)  VALUE SPACES.      04050000
           05  NOSTREC-DTL-CURRENCY        PIC X(3).                    04060000
           05  FILLER                      PIC X(1)  VALUE SPACES.      04070000
           05  NOSTREC-DTL-BIC             PIC X(11).                   04080000
           05  FILLER                      PIC X(1)  VALUE SPACES.      04090000
           05  NOSTREC-DTL-SIDE            PIC X(4).                    04100000
           05  FILLER                      PIC X(1)  VALUE SPACES.      04110000
           05  NOSTREC-DTL-DIRECTION       PIC X(1).                    04120000
           05  FILLER                      PIC X(1)  VALUE SPACES.      04130000
           05  NOSTREC-DTL-REFERENCE       PIC X(20).                   04140000
           05  FILLER                      PIC X(1)  VALUE SPACES.      04150000
           05  NOSTREC-DTL-AMOUNT          PIC Z(10)9.99.               04160000
           05  FILLER                      PIC X(1)  VALUE SPACES.      04170000
           05  NOSTREC-DTL-RAISED          PIC 9(8).                    04180000
           05  FILLER                      PIC X(1)  VALUE SPACES.      04190000
           05  NOSTREC-DTL-AGE             PIC ZZZ9.                    04200000
           05  FILLER                      PIC X(1)  VALUE SPACES.      04210000
           05  NOSTREC-DTL-STATUS          PIC X(8).                    04220000
           05  FILLER                      PIC X(1)  VALUE SPACES.      04230000
           05  NOSTREC-DTL-SUSPENSE        PIC X(8).                    04240000
           05  FILLER                      PIC X(1)  VALUE SPACES.      04250000
                                                                        04260000
       01  NOSTREC-NOSTRO-LINE.                                         04270000
           05  FILLER                      PIC X(9)  VALUE              04280000
               'NOSTRO : '.                                             04290000
           05  NOSTREC-NSL-CURRENCY        PIC X(3).                    04300000
           05  FILLER                      PIC X(1)  VALUE SPACES.      04310000
           05  NOSTREC-NSL-BIC             PIC X(11).                   04320000
           05  FILLER                      PIC X(1)  VALUE SPACES.      04330000
           05  NOSTREC-NSL-NAME            PIC X(35).                   04340000
           05  FILLER                      PIC X(40) VALUE SPACES.      04350000
                                                                        04360000
       01  NOSTREC-AMOUNT-LINE.                                         04370000
           05  FILLER                      PIC X(2)  VALUE SPACES.      04380000
           05  NOSTREC-AML-LABEL           PIC X(20).                   04390000
           05  NOSTREC-AML-AMOUNT          PIC -Z(12)9.99.              04400000
           05  FILLER                      PIC X(2)  VALUE SPACES.      04410000
           05  NOSTREC-AML-NOTE            PIC X(40).                   04420000
           05  FILLER                      PIC X(19) VALUE SPACES.      04430000
                                                                        04440000
       01  NOSTREC-COUNT-LINE.                                          04450000
           05  FILLER                      PIC X(2)  VALUE SPACES.      04460000
           05  NOSTREC-CNL-LABEL           PIC X(20).                   04470000
           05  NOSTREC-CNL-COUNT           PIC Z(8)9.                   04480000
           05  FILLER                      PIC X(2)  VALUE SPACES.      04490000
           05  NOSTREC-CNL-NOTE            PIC X(40).                   04500000
           05  FILLER                      PIC X(27) VALUE SPACES.      04510000
                                                                        04520000
       01  NOSTREC-SUMMARY-LINE.                                        04530000
           05  NOSTREC-SUM-LABEL           PIC X(32).                   04540000
           05  NOSTREC-SUM-COUNT           PIC Z(8)9.                   04550000
           05  FILLER                      PIC X(59) VALUE SPACES.      04560000
                                                                        04570000
       01  RUNCTL-REQUEST-AREA.                                         04580000
           COPY RUNCTLQ.                                                04590000
                                                                        04592500
       01  BALTOT-REQUEST-AREA.                                         04595000
           COPY BALTOTQ.                                                04597500
                                                                        04600000
       01  BUSDATE-REQUEST-AREA.                                        04610000
           COPY BUSDATEQ.                                               04620000
                                                                        04630000
      ******************************************************************04640000
       PROCEDURE DIVISION.                                              04650000
      ******************************************************************04660000
       0000-MAINLINE.                                                   04670000
           PERFORM 1000-INITIALIZE THRU 1000-EXIT                       04680000
                                                                        04690000
           PERFORM 2000-SWEEP-PAYSTAT THRU 2000-EXIT                    04700000
                                                                        04710000
           PERFORM 2500-SWEEP-PROCTRAN THRU 2500-EXIT                   04720000
                                                                        04730000
           PERFORM 3000-LOAD-STATEMENTS THRU 3000-EXIT                  04740000
                                                                        04750000
           PERFORM 4000-MATCH-ITEMS THRU 4000-EXIT                      04760000
                                                                        04770000
           PERFORM 5000-SETTLE-ITEMS THRU 5000-EXIT                     04780000
                                                                        04790000
           PERFORM 6000-REPORT-NOSTROS THRU 6000-EXIT                   04800000
                                                                        04810000
           PERFORM 7000-PRINT-SUMMARY THRU 7000-EXIT                    04820000
                                                                        04830000
           PERFORM 9000-TERMINATE THRU 9000-EXIT                        04840000
                                                                        04850000
           GO TO 9999-EXIT.                                             04860000
                                                                        04870000
      ******************************************************************04880000
      *  1000-INITIALIZE - REGISTER THE RUN, OPEN THE FILES, TAKE THE  *04890000
      *  BUSINESS DATE AND AGEING THRESHOLD, LOAD THE NOSTROS AND THE  *04900000
      *  OPEN BREAKS, AND HEAD THE REPORT.                             *04910000
      ******************************************************************04920000
       1000-INITIALIZE.                                                 04930000
           MOVE 'S' TO RUNCTL-REQ-FUNCTION                              04940000
           MOVE 'NOSTREC' TO RUNCTL-REQ-JOB                             04950000
           MOVE ZERO TO RUNCTL-REQ-COUNT                                04960000
           CALL 'RUNCTL' USING RUNCTL-REQUEST                           04970000
           IF RUNCTL-HELD                                               04980000
               DISPLAY 'NOSTREC - HELD - PREDECESSOR NOT COMPLETE'      04990000
               STOP RUN                                                 05000000
           END-IF                                                       05010000
                                                                        05012000
           MOVE 'NOSTREC' TO BALTOT-REQ-JOB                             05014000
           SET BALTOT-REQ-PRODUCER TO TRUE                              05016000
           MOVE 'PROCTRAN' TO BALTOT-REQ-FILE                           05018000
                                                                        05020000
           OPEN I-O    NOSTACCT-FILE                                    05030000
           OPEN I-O    NOSTBRK-FILE                                     05040000
           OPEN INPUT  STMT-FILE                                        05050000
           OPEN INPUT  PAYSTAT-FILE                                     05060000
           OPEN INPUT  INTLREG-FILE                                     05070000
           OPEN I-O    PROCTRAN-FILE                                    05080000
           OPEN I-O    PCTRL-FILE                                       05090000
           OPEN I-O    SUSPACCT-FILE                                    05100000
           OPEN INPUT  FXRATE-FILE                                      05110000
           OPEN INPUT  PARAMETER-FILE                                   05120000
           OPEN OUTPUT NOST-RPT                                         05130000
                                                                        05140000
           CALL 'BUSDATE' USING BUSDATE-REQUEST                         05150000
           MOVE BUSDATE-REQ-CURRENT TO NOSTREC-CURRENT-DATE             05160000
           MOVE NOSTREC-CURRENT-DATE TO NOSTREC-TODAY-DATE              05170000
           ACCEPT NOSTREC-CURRENT-TIME FROM TIME                        05180000
                                                                        05190000
           MOVE SPACES TO NOSTREC-PARM-REDEF                            05200000
           READ PARAMETER-FILE INTO NOSTREC-PARM-REDEF                  05210000
               AT END                                                   05220000
                   CONTINUE                                             05230000
           END-READ                                                     05240000
                                                                        05250000
           IF NOSTREC-PARM-AGE-DAYS IS NUMERIC                          05260000
              AND NOSTREC-PARM-AGE-DAYS NOT = '000'                     05270000
               MOVE NOSTREC-PARM-AGE-DAYS TO NOSTREC-AGE-LIMIT          05280000
           END-IF                                                       05290000
                                                                        05300000
           CLOSE PARAMETER-FILE                                         05310000
                                                                        05320000
           MOVE 'N' TO NOSTREC-EOF-SWITCH                               05330000
           PERFORM 1100-LOAD-NOSTRO THRU 1100-EXIT                      05340000
              UNTIL NOSTREC-AT-EOF                                      05350000
                                                                        05360000
           MOVE 'N' TO NOSTREC-EOF-SWITCH                               05370000
           PERFORM 1200-LOAD-BREAK THRU 1200-EXIT                       05380000
              UNTIL NOSTREC-AT-EOF                                      05390000
                                                                        05400000
           MOVE NOSTREC-CURRENT-DATE TO NOSTREC-TTL-DATE                05410000
           WRITE NOST-RPT-LINE FROM NOSTREC-TITLE-LINE                  05420000
           MOVE SPACES TO NOST-RPT-LINE                                 05430000
           WRITE NOST-RPT-LINE                                          05440000
           MOVE 'STATEMENT EXCEPTIONS' TO NOSTREC-SEC-TEXT              05450000
           WRITE NOST-RPT-LINE FROM NOSTREC-SECTION-LINE.               05460000
       1000-EXIT.                                                       05470000
           EXIT.                                                        05480000
                                                                        05490000
      ******************************************************************05500000
      *  1100-LOAD-NOSTRO - ONE NOSTRO INTO THE TABLE, WITH ITS        *05510000
      *  FIGURES FOR THE DAY ZEROED.                                   *05520000
      ******************************************************************05530000
       1100-LOAD-NOSTRO.                                                05540000
           READ NOSTACCT-FILE NEXT RECORD                               05550000
               AT END                                                   05560000
                   SET NOSTREC-AT-EOF TO TRUE                           05570000
                   GO TO 1100-EXIT                                      05580000
           END-READ                                                     05590000
                                                                        05600000
           IF NOSTREC-NOSTRO-COUNT NOT < 50                             05610000
               DISPLAY 'NOSTREC - NOSTRO TABLE FULL - '                 05620000
                   NOSTACCT-CURRENCY OF NOSTACCT-FILE-REC ' '           05630000
                   NOSTACCT-CORR-BIC OF NOSTACCT-FILE-REC               05640000
                   ' NOT RECONCILED'                                    05650000
               GO TO 1100-EXIT                                          05660000
           END-IF                                                       05670000
                                                                        05680000
           ADD 1 TO NOSTREC-NOSTRO-COUNT                                05690000
           SET NOSTREC-NS-IDX TO NOSTREC-NOSTRO-COUNT                   05700000
           MOVE NOSTACCT-CURRENCY OF NOSTACCT-FILE-REC                  05710000
               TO NOSTREC-NS-CURRENCY(NOSTREC-NS-IDX)                   05720000
           MOVE NOSTACCT-CORR-BIC OF NOSTACCT-FILE-REC                  05730000
               TO NOSTREC-NS-BIC(NOSTREC-NS-IDX)                        05740000
           MOVE NOSTACCT-CORR-NAME OF NOSTACCT-FILE-REC                 05750000
               TO NOSTREC-NS-NAME(NOSTREC-NS-IDX)                       05760000
           MOVE NOSTACCT-PRIMARY-FLAG OF NOSTACCT-FILE-REC              05770000
               TO NOSTREC-NS-PRIMARY(NOSTREC-NS-IDX)                    05780000
           SET NOSTREC-NS-NO-STMT(NOSTREC-NS-IDX) TO TRUE               05790000
           MOVE NOSTACCT-LAST-STMT-DATE OF NOSTACCT-FILE-REC            05800000
               TO NOSTREC-NS-STMT-DATE(NOSTREC-NS-IDX)                  05810000
           MOVE NOSTACCT-LAST-CLOSING OF NOSTACCT-FILE-REC              05820000
               TO NOSTREC-NS-CLOSING(NOSTREC-NS-IDX)                    05830000
           MOVE ZERO TO NOSTREC-NS-OPENING(NOSTREC-NS-IDX)              05840000
                        NOSTREC-NS-STMT-CR(NOSTREC-NS-IDX)              05850000
                        NOSTREC-NS-STMT-DR(NOSTREC-NS-IDX)              05860000
                        NOSTREC-NS-BOOK-CR(NOSTREC-NS-IDX)              05870000
                        NOSTREC-NS-BOOK-DR(NOSTREC-NS-IDX)              05880000
                        NOSTREC-NS-MATCHED(NOSTREC-NS-IDX)              05890000
                        NOSTREC-NS-BRK-COUNT(NOSTREC-NS-IDX)            05900000
                        NOSTREC-NS-BRK-STMT(NOSTREC-NS-IDX)             05910000
                        NOSTREC-NS-BRK-BOOK(NOSTREC-NS-IDX)             05920000
                        NOSTREC-NS-AGED(NOSTREC-NS-IDX)                 05930000
                        NOSTREC-NS-RAISED(NOSTREC-NS-IDX).              05940000
       1100-EXIT.                                                       05950000
           EXIT.                                                        05960000
                                                                        05970000
      ******************************************************************05980000
      *  1200-LOAD-BREAK - READ THE BREAKS FILE FROM THE TOP.  THE     *05990000
      *  LAST BREAK NUMBER SEEN IS THE HIGHEST IN USE; EVERY BREAK     *06000000
      *  STILL OPEN GOES INTO PLAY FOR TODAY'S MATCHING.               *06010000
      ******************************************************************06020000
       1200-LOAD-BREAK.                                                 06030000
           READ NOSTBRK-FILE NEXT RECORD                                06040000
               AT END                                                   06050000
                   SET NOSTREC-AT-EOF TO TRUE                           06060000
                   GO TO 1200-EXIT                                      06070000
           END-READ                                                     06080000
                                                                        06090000
           MOVE NOSTBRK-NUMBER OF NOSTBRK-FILE-REC                      06100000
               TO NOSTREC-NEXT-BREAK                                    06110000
                                                                        06120000
           IF NOT NOSTBRK-OPEN OF NOSTBRK-FILE-REC                      06130000
               GO TO 1200-EXIT                                          06140000
           END-IF                                                       06150000
                                                                        06160000
           MOVE NOSTBRK-NUMBER OF NOSTBRK-FILE-REC                      06170000
               TO NOSTREC-NW-BREAK                                      06180000
           MOVE NOSTBRK-CURRENCY OF NOSTBRK-FILE-REC                    06190000
               TO NOSTREC-NW-CURRENCY                                   06200000
           MOVE NOSTBRK-CORR-BIC OF NOSTBRK-FILE-REC                    06210000
               TO NOSTREC-NW-BIC                                        06220000
           MOVE NOSTBRK-ORIGIN OF NOSTBRK-FILE-REC                      06230000
               TO NOSTREC-NW-ORIGIN                                     06240000
           MOVE NOSTBRK-DIRECTION OF NOSTBRK-FILE-REC                   06250000
               TO NOSTREC-NW-DIRECTION                                  06260000
           MOVE NOSTBRK-REFERENCE OF NOSTBRK-FILE-REC                   06270000
               TO NOSTREC-NW-REFERENCE                                  06280000
           MOVE NOSTBRK-AMOUNT OF NOSTBRK-FILE-REC                      06290000
               TO NOSTREC-NW-AMOUNT                                     06300000
           MOVE NOSTBRK-VALUE-DATE OF NOSTBRK-FILE-REC                  06310000
               TO NOSTREC-NW-VALUE-DATE                                 06320000
           MOVE NOSTBRK-NARRATIVE OF NOSTBRK-FILE-REC                   06330000
               TO NOSTREC-NW-NARRATIVE                                  06340000
           PERFORM 3900-ADD-ITEM THRU 3900-EXIT.                        06350000
       1200-EXIT.                                                       06360000
           EXIT.                                                        06370000
                                                                        06380000
      ******************************************************************06390000
      *  2000-SWEEP-PAYSTAT - OUR INTERNATIONAL PAYMENTS FOR THE DAY.  *06400000
      *  A PAYSTAT ROW WITH A REGISTER ENTRY BEHIND IT IS AN           *06410000
      *  INTERNATIONAL PAYMENT : SENT TODAY IT IS MONEY OUT OF THE     *06420000
      *  NOSTRO, RETURNED TODAY IT IS THE SAME MONEY COMING BACK.      *06430000
      ******************************************************************06440000
       2000-SWEEP-PAYSTAT.                                              06450000
           MOVE 'N' TO NOSTREC-EOF-SWITCH                               06460000
           PERFORM 2100-READ-PAYSTAT THRU 2100-EXIT                     06470000
              UNTIL NOSTREC-AT-EOF.                                     06480000
       2000-EXIT.                                                       06490000
           EXIT.                                                        06500000
                                                                        06510000
       2100-READ-PAYSTAT.                                               06520000
           READ PAYSTAT-FILE NEXT RECORD                                06530000
               AT END                                                   06540000
                   SET NOSTREC-AT-EOF TO TRUE                           06550000
                   GO TO 2100-EXIT                                      06560000
           END-READ                                                     06570000
                                                                        06580000
           IF PAYSTAT-SENT-DATE OF PAYSTAT-FILE-REC                     06590000
                  NOT = NOSTREC-CURRENT-DATE                            06600000
              AND NOT (PAYSTAT-RETURNED OF PAYSTAT-FILE-REC             06610000
                   AND PAYSTAT-STATUS-DATE OF PAYSTAT-FILE-REC          06620000
                       = NOSTREC-CURRENT-DATE)                          06630000
               GO TO 2100-EXIT                                          06640000
           END-IF                                                       06650000
                                                                        06660000
           MOVE PAYSTAT-REFERENCE OF PAYSTAT-FILE-REC                   06670000
               TO INTLREG-REFERENCE OF INTLREG-FILE-REC                 06680000
           READ INTLREG-FILE                                            06690000
               INVALID KEY                                              06700000
                   GO TO 2100-EXIT                                      06710000
           END-READ                                                     06720000
                                                                        06730000
           MOVE ZERO TO NOSTREC-NW-BREAK                                06740000
           MOVE INTLREG-PAY-CURRENCY OF INTLREG-FILE-REC                06750000
               TO NOSTREC-NW-CURRENCY                                   06760000
           MOVE 'L' TO NOSTREC-NW-ORIGIN                                06770000
           MOVE INTLREG-REFERENCE OF INTLREG-FILE-REC                   06780000
               TO NOSTREC-NW-REFERENCE                                  06790000
           MOVE INTLREG-SENT-AMOUNT OF INTLREG-FILE-REC                 06800000
               TO NOSTREC-NW-AMOUNT                                     06810000
           MOVE NOSTREC-CURRENT-DATE TO NOSTREC-NW-VALUE-DATE           06820000
                                                                        06830000
           IF PAYSTAT-SENT-DATE OF PAYSTAT-FILE-REC                     06840000
                  = NOSTREC-CURRENT-DATE                                06850000
               MOVE 'D' TO NOSTREC-NW-DIRECTION                         06860000
               MOVE 'INTL PAYMENT SENT' TO NOSTREC-NW-NARRATIVE         06870000
               PERFORM 3800-ADD-BOOK-ITEM THRU 3800-EXIT                06880000
           END-IF                                                       06890000
                                                                        06900000
           IF PAYSTAT-RETURNED OF PAYSTAT-FILE-REC                      06910000
              AND PAYSTAT-STATUS-DATE OF PAYSTAT-FILE-REC               06920000
                  = NOSTREC-CURRENT-DATE                                06930000
               MOVE 'C' TO NOSTREC-NW-DIRECTION                         06940000
               MOVE 'INTL PAYMENT RETURNED' TO NOSTREC-NW-NARRATIVE     06950000
               PERFORM 3800-ADD-BOOK-ITEM THRU 3800-EXIT                06960000
           END-IF.                                                      06970000
       2100-EXIT.                                                       06980000
           EXIT.                                                        06990000
                                                                        07000000
      ******************************************************************07010000
      *  2500-SWEEP-PROCTRAN - TODAY'S NON-STERLING PAYMENT CREDITS    *07020000
      *  AND DEBITS.  THE INTERNATIONAL PAYMENT DEBIT IS LEFT OUT -    *07030000
      *  THE NOSTRO SEES THAT PAYMENT IN THE PAYMENT CURRENCY, AND IT  *07040000
      *  HAS ALREADY BEEN TAKEN FROM PAYSTAT ABOVE.                    *07050000
      ******************************************************************07060000
       2500-SWEEP-PROCTRAN.                                             07070000
           MOVE 'N' TO NOSTREC-EOF-SWITCH                               07080000
           PERFORM 2600-READ-PROCTRAN THRU 2600-EXIT                    07090000
              UNTIL NOSTREC-AT-EOF.                                     07100000
       2500-EXIT.                                                       07110000
           EXIT.                                                        07120000
                                                                        07130000
       2600-READ-PROCTRAN.                                              07140000
           READ PROCTRAN-FILE NEXT RECORD                               07150000
               AT END                                                   07160000
                   SET NOSTREC-AT-EOF TO TRUE                           07170000
                   GO TO 2600-EXIT                                      07180000
           END-READ                                                     07190000
                                                                        07200000
           IF NOT PROC-TRAN-VALID OF PROCTRAN-FILE-REC                  07210000
              OR PROC-TRAN-DATE OF PROCTRAN-FILE-REC                    07220000
                 NOT = NOSTREC-CURRENT-DATE                             07230000
               GO TO 2600-EXIT                                          07240000
           END-IF                                                       07250000
                                                                        07260000
           IF NOT PROC-TY-PAYMENT-CREDIT OF PROCTRAN-FILE-REC           07270000
              AND NOT PROC-TY-PAYMENT-DEBIT OF PROCTRAN-FILE-REC        07280000
               GO TO 2600-EXIT                                          07290000
           END-IF                                                       07300000
                                                                        07310000
           IF PROC-TRAN-CCY-HOME OF PROCTRAN-FILE-REC                   07320000
              OR PROC-TRAN-CURRENCY OF PROCTRAN-FILE-REC = SPACES       07330000
              OR PROC-TRAN-DESC OF PROCTRAN-FILE-REC (1:5) = 'INTL '    07340000
               GO TO 2600-EXIT                                          07350000
           END-IF                                                       07360000
                                                                        07370000
           MOVE ZERO TO NOSTREC-NW-BREAK                                07380000
           MOVE PROC-TRAN-CURRENCY OF PROCTRAN-FILE-REC                 07390000
               TO NOSTREC-NW-CURRENCY                                   07400000
           MOVE 'L' TO NOSTREC-NW-ORIGIN                                07410000
           IF PROC-TY-PAYMENT-CREDIT OF PROCTRAN-FILE-REC               07420000
               MOVE 'C' TO NOSTREC-NW-DIRECTION                         07430000
           ELSE                                                         07440000
               MOVE 'D' TO NOSTREC-NW-DIRECTION                         07450000
           END-IF                                                       07460000
           MOVE PROC-TRAN-REF OF PROCTRAN-FILE-REC                      07470000
               TO NOSTREC-NW-REFERENCE                                  07480000
           MOVE PROC-TRAN-AMOUNT OF PROCTRAN-FILE-REC                   07490000
               TO NOSTREC-NW-AMOUNT                                     07500000
           IF NOSTREC-NW-AMOUNT < ZERO                                  07510000
               COMPUTE NOSTREC-NW-AMOUNT = ZERO - NOSTREC-NW-AMOUNT     07520000
           END-IF                                                       07530000
           MOVE NOSTREC-CURRENT-DATE TO NOSTREC-NW-VALUE-DATE           07540000
           MOVE PROC-TRAN-DESC OF PROCTRAN-FILE-REC (1:30)              07550000
               TO NOSTREC-NW-NARRATIVE                                  07560000
           PERFORM 3800-ADD-BOOK-ITEM THRU 3800-EXIT.                   07570000
       2600-EXIT.                                                       07580000
           EXIT.                                                        07590000
                                                                        07600000
      ******************************************************************07610000
      *  3000-LOAD-STATEMENTS - EVERY STATEMENT ON THE FILE, CHECKED   *07620000
      *  FOR CONTINUITY AND BALANCE, ITS ENTRIES INTO PLAY.            *07630000
      ******************************************************************07640000
       3000-LOAD-STATEMENTS.                                            07650000
           MOVE 'N' TO NOSTREC-EOF-SWITCH                               07660000
           SET NOSTREC-NO-STMT TO TRUE                                  07670000
           PERFORM 3100-READ-STATEMENT THRU 3100-EXIT                   07680000
              UNTIL NOSTREC-AT-EOF                                      07690000
                                                                        07700000
           IF NOT NOSTREC-NO-STMT                                       07710000
               PERFORM 3750-NO-TRAILER THRU 3750-EXIT                   07720000
           END-IF.                                                      07730000
       3000-EXIT.                                                       07740000
           EXIT.                                                        07750000
                                                                        07760000
       3100-READ-STATEMENT.                                             07770000
           READ STMT-FILE                                               07780000
               AT END                                                   07790000
                   SET NOSTREC-AT-EOF TO TRUE                           07800000
                   GO TO 3100-EXIT                                      07810000
           END-READ                                                     07820000
                                                                        07830000
           EVALUATE TRUE                                                07840000
               WHEN STMT-HEADER                                         07850000
                   PERFORM 3200-START-STATEMENT THRU 3200-EXIT          07860000
               WHEN STMT-ENTRY                                          07870000
                   PERFORM 3300-STATEMENT-ENTRY THRU 3300-EXIT          07880000
               WHEN STMT-TRAILER                                        07890000
                   PERFORM 3400-END-STATEMENT THRU 3400-EXIT            07900000
               WHEN OTHER                                               07910000
                   MOVE 'UNKNOWN RECORD TYPE ON STATEMENT FILE'         07920000
                       TO NOSTREC-EXC-TEXT                              07930000
                   PERFORM 3700-PRINT-EXCEPTION THRU 3700-EXIT          07940000
           END-EVALUATE.                                                07950000
       3100-EXIT.                                                       07960000
           EXIT.                                                        07970000
                                                                        07980000
      ******************************************************************07990000
      *  3200-START-STATEMENT - FIND THE NOSTRO THE STATEMENT IS FOR.  *08000000
      *  A STATEMENT FOR A NOSTRO WE DO NOT HOLD IS REPORTED AND ITS   *08010000
      *  ENTRIES SKIPPED.  THE OPENING BALANCE MUST BE THE CLOSING     *08020000
      *  BALANCE OF THE LAST STATEMENT WE TOOK.                        *08030000
      ******************************************************************08040000
       3200-START-STATEMENT.                                            08050000
           IF NOT NOSTREC-NO-STMT                                       08060000
               PERFORM 3750-NO-TRAILER THRU 3750-EXIT                   08070000
           END-IF                                                       08080000
                                                                        08090000
           ADD 1 TO NOSTREC-STMT-COUNT                                  08100000
           MOVE STMT-HDR-CURRENCY TO NOSTREC-NW-CURRENCY                08110000
           MOVE STMT-HDR-BIC      TO NOSTREC-NW-BIC                     08120000
           PERFORM 3950-FIND-NOSTRO THRU 3950-EXIT                      08130000
           IF NOSTREC-NS-SUB = ZERO                                     08140000
               SET NOSTREC-SKIPPING-STMT TO TRUE                        08150000
               MOVE 'NO NOSTRO ON FILE - STATEMENT SKIPPED'             08160000
                   TO NOSTREC-EXC-TEXT                                  08170000
               PERFORM 3700-PRINT-EXCEPTION THRU 3700-EXIT              08180000
               GO TO 3200-EXIT                                          08190000
           END-IF                                                       08200000
                                                                        08210000
           SET NOSTREC-IN-STMT TO TRUE                                  08220000
           MOVE NOSTREC-NS-SUB TO NOSTREC-STMT-SUB                      08230000
           MOVE ZERO TO NOSTREC-STMT-ENTRIES                            08240000
                        NOSTREC-STMT-CREDITS                            08250000
                        NOSTREC-STMT-DEBITS                             08260000
           MOVE STMT-HDR-OPEN-AMOUNT TO NOSTREC-STMT-OPENING            08270000
           IF STMT-HDR-OPEN-MARK = 'D'                                  08280000
               COMPUTE NOSTREC-STMT-OPENING =                           08290000
                   ZERO - NOSTREC-STMT-OPENING                          08300000
           END-IF                                                       08310000
                                                                        08320000
           SET NOSTREC-NS-IDX TO NOSTREC-STMT-SUB                       08330000
           IF NOSTREC-NS-STMT-DATE(NOSTREC-NS-IDX) NOT = ZERO           08340000
              AND NOSTREC-STMT-OPENING                                  08350000
                  NOT = NOSTREC-NS-CLOSING(NOSTREC-NS-IDX)              08360000
               MOVE 'OPENING DOES NOT AGREE TO LAST CLOSING'            08370000
                   TO NOSTREC-EXC-TEXT                                  08380000
               PERFORM 3700-PRINT-EXCEPTION THRU 3700-EXIT              08390000
           END-IF                                                       08400000
                                                                        08410000
      *    THE FIRST STATEMENT OF THE RUN GIVES THE NOSTRO ITS         *08420000
      *    OPENING; A SECOND DAY'S STATEMENT ONLY ADDS MOVEMENTS.      *08430000
           IF NOSTREC-NS-NO-STMT(NOSTREC-NS-IDX)                        08440000
               MOVE NOSTREC-STMT-OPENING                                08450000
                   TO NOSTREC-NS-OPENING(NOSTREC-NS-IDX)                08460000
               SET NOSTREC-NS-BALANCED(NOSTREC-NS-IDX) TO TRUE          08470000
           END-IF                                                       08480000
           MOVE STMT-HDR-DATE TO NOSTREC-NS-STMT-DATE(NOSTREC-NS-IDX).  08490000
       3200-EXIT.                                                       08500000
           EXIT.                                                        08510000
                                                                        08520000
      ******************************************************************08530000
      *  3300-STATEMENT-ENTRY - ONE MOVEMENT ON THE NOSTRO, INTO THE   *08540000
      *  STATEMENT TOTALS AND INTO PLAY FOR MATCHING.                  *08550000
      ******************************************************************08560000
       3300-STATEMENT-ENTRY.                                            08570000
           IF NOSTREC-SKIPPING-STMT                                     08580000
               GO TO 3300-EXIT                                          08590000
           END-IF                                                       08600000
                                                                        08610000
           IF NOSTREC-NO-STMT                                           08620000
               MOVE SPACES TO NOSTREC-NW-CURRENCY NOSTREC-NW-BIC        08630000
               MOVE 'ENTRY OUTSIDE A STATEMENT - SKIPPED'               08640000
                   TO NOSTREC-EXC-TEXT                                  08650000
               PERFORM 3700-PRINT-EXCEPTION THRU 3700-EXIT              08660000
               GO TO 3300-EXIT                                          08670000
           END-IF                                                       08680000
                                                                        08690000
           ADD 1 TO NOSTREC-STMT-ENTRIES                                08700000
           ADD 1 TO NOSTREC-ENTRY-COUNT                                 08710000
           SET NOSTREC-NS-IDX TO NOSTREC-STMT-SUB                       08720000
           IF STMT-ENT-CREDIT                                           08730000
               ADD STMT-ENT-AMOUNT TO NOSTREC-STMT-CREDITS              08740000
               ADD STMT-ENT-AMOUNT                                      08750000
                   TO NOSTREC-NS-STMT-CR(NOSTREC-NS-IDX)                08760000
           ELSE                                                         08770000
               ADD STMT-ENT-AMOUNT TO NOSTREC-STMT-DEBITS               08780000
               ADD STMT-ENT-AMOUNT                                      08790000
                   TO NOSTREC-NS-STMT-DR(NOSTREC-NS-IDX)                08800000
           END-IF                                                       08810000
                                                                        08820000
           MOVE ZERO TO NOSTREC-NW-BREAK                                08830000
           MOVE NOSTREC-NS-CURRENCY(NOSTREC-NS-IDX)                     08840000
               TO NOSTREC-NW-CURRENCY                                   08850000
           MOVE NOSTREC-NS-BIC(NOSTREC-NS-IDX) TO NOSTREC-NW-BIC        08860000
           MOVE 'S' TO NOSTREC-NW-ORIGIN                                08870000
           IF STMT-ENT-CREDIT                                           08880000
               MOVE 'C' TO NOSTREC-NW-DIRECTION                         08890000
           ELSE                                                         08900000
               MOVE 'D' TO NOSTREC-NW-DIRECTION                         08910000
           END-IF                                                       08920000
           MOVE STMT-ENT-OWNER-REF TO NOSTREC-NW-REFERENCE              08930000
           MOVE STMT-ENT-AMOUNT    TO NOSTREC-NW-AMOUNT                 08940000
           MOVE STMT-ENT-VALUE-DATE TO NOSTREC-NW-VALUE-DATE            08950000
           MOVE STMT-ENT-NARRATIVE TO NOSTREC-NW-NARRATIVE              08960000
           PERFORM 3900-ADD-ITEM THRU 3900-EXIT.                        08970000
       3300-EXIT.                                                       08980000
           EXIT.                                                        08990000
                                                                        09000000
      ******************************************************************09010000
      *  3400-END-STATEMENT - THE OPENING PLUS THE ENTRIES MUST GIVE   *09020000
      *  THE CLOSING, AND THE ENTRY COUNT MUST AGREE.  THE CLOSING     *09030000
      *  BECOMES THE NOSTRO'S LAST STATEMENT BALANCE EITHER WAY.       *09040000
      ******************************************************************09050000
       3400-END-STATEMENT.                                              09060000
           IF NOSTREC-SKIPPING-STMT                                     09070000
               SET NOSTREC-NO-STMT TO TRUE                              09080000
               GO TO 3400-EXIT                                          09090000
           END-IF                                                       09100000
                                                                        09110000
           IF NOSTREC-NO-STMT                                           09120000
               MOVE SPACES TO NOSTREC-NW-CURRENCY NOSTREC-NW-BIC        09130000
               MOVE 'TRAILER OUTSIDE A STATEMENT - SKIPPED'             09140000
                   TO NOSTREC-EXC-TEXT                                  09150000
               PERFORM 3700-PRINT-EXCEPTION THRU 3700-EXIT              09160000
               GO TO 3400-EXIT                                          09170000
           END-IF                                                       09180000
                                                                        09190000
           SET NOSTREC-NS-IDX TO NOSTREC-STMT-SUB                       09200000
           MOVE STMT-TRL-CLOSE-AMOUNT TO NOSTREC-STMT-CLOSING           09210000
           IF STMT-TRL-CLOSE-MARK = 'D'                                 09220000
               COMPUTE NOSTREC-STMT-CLOSING =                           09230000
                   ZERO - NOSTREC-STMT-CLOSING                          09240000
           END-IF                                                       09250000
           COMPUTE NOSTREC-CALC-CLOSING =                               09260000
               NOSTREC-STMT-OPENING + NOSTREC-STMT-CREDITS              09270000
                                    - NOSTREC-STMT-DEBITS               09280000
                                                                        09290000
           IF NOSTREC-CALC-CLOSING NOT = NOSTREC-STMT-CLOSING           09300000
              OR STMT-TRL-ENTRY-COUNT NOT = NOSTREC-STMT-ENTRIES        09310000
               SET NOSTREC-NS-OUT-OF-BAL(NOSTREC-NS-IDX) TO TRUE        09320000
               MOVE 'STATEMENT DOES NOT BALANCE'                        09330000
                   TO NOSTREC-EXC-TEXT                                  09340000
               PERFORM 3700-PRINT-EXCEPTION THRU 3700-EXIT              09350000
           END-IF                                                       09360000
                                                                        09370000
           MOVE NOSTREC-STMT-CLOSING                                    09380000
               TO NOSTREC-NS-CLOSING(NOSTREC-NS-IDX)                    09390000
           SET NOSTREC-NO-STMT TO TRUE.                                 09400000
       3400-EXIT.                                                       09410000
           EXIT.                                                        09420000
                                                                        09430000
      ******************************************************************09440000
      *  3700-PRINT-EXCEPTION - ONE STATEMENT EXCEPTION LINE, FOR THE  *09450000
      *  CURRENCY AND CORRESPONDENT LAST SET UP.                       *09460000
      ******************************************************************09470000
       3700-PRINT-EXCEPTION.                                            09480000
           ADD 1 TO NOSTREC-EXCEPTION-COUNT                             09490000
           MOVE NOSTREC-NW-CURRENCY TO NOSTREC-EXC-CURRENCY             09500000
           MOVE NOSTREC-NW-BIC      TO NOSTREC-EXC-BIC                  09510000
           IF STMT-HEADER                                               09520000
               MOVE STMT-HDR-DATE TO NOSTREC-EXC-DATE                   09530000
           ELSE                                                         09540000
               MOVE ZERO TO NOSTREC-EXC-DATE                            09550000
           END-IF                                                       09560000
           MOVE NOSTREC-EXC-TEXT    TO NOSTREC-EXC-MESSAGE              09570000
           WRITE NOST-RPT-LINE FROM NOSTREC-EXCEPTION-LINE.             09580000
       3700-EXIT.                                                       09590000
           EXIT.                                                        09600000
                                                                        09610000
      ******************************************************************09620000
      *  3750-NO-TRAILER - THE STATEMENT IN HAND ENDED WITHOUT ITS     *09630000
      *  TRAILER, SO ITS CLOSING CANNOT BE PROVED.                     *09640000
      ******************************************************************09650000
       3750-NO-TRAILER.                                                 09660000
           MOVE SPACES TO NOSTREC-NW-CURRENCY NOSTREC-NW-BIC            09670000
           IF NOSTREC-IN-STMT                                           09680000
               SET NOSTREC-NS-IDX TO NOSTREC-STMT-SUB                   09690000
               MOVE NOSTREC-NS-CURRENCY(NOSTREC-NS-IDX)                 09700000
                   TO NOSTREC-NW-CURRENCY                               09710000
               MOVE NOSTREC-NS-BIC(NOSTREC-NS-IDX) TO NOSTREC-NW-BIC    09720000
               SET NOSTREC-NS-OUT-OF-BAL(NOSTREC-NS-IDX) TO TRUE        09730000
           END-IF                                                       09740000
           MOVE 'STATEMENT HAS NO TRAILER' TO NOSTREC-EXC-TEXT          09750000
           PERFORM 3700-PRINT-EXCEPTION THRU 3700-EXIT                  09760000
           SET NOSTREC-NO-STMT TO TRUE.                                 09770000
       3750-EXIT.                                                       09780000
           EXIT.                                                        09790000
                                                                        09800000
      ******************************************************************09810000
      *  3800-ADD-BOOK-ITEM - ONE OF OUR OWN MOVEMENTS.  IT BELONGS TO *09820000
      *  THE PRIMARY NOSTRO FOR ITS CURRENCY AND COUNTS TOWARDS THAT   *09830000
      *  NOSTRO'S BOOK MOVEMENTS; WITH NO PRIMARY NOSTRO ON FILE IT    *09840000
      *  STILL BECOMES A BREAK, AGAINST NO CORRESPONDENT.              *09850000
      ******************************************************************09860000
       3800-ADD-BOOK-ITEM.                                              09870000
           ADD 1 TO NOSTREC-BOOK-COUNT                                  09880000
           MOVE SPACES TO NOSTREC-NW-BIC                                09890000
           SET NOSTREC-NS-IDX TO 1                                      09900000
           SEARCH NOSTREC-NOSTRO-ENTRY                                  09910000
               VARYING NOSTREC-NS-IDX                                   09920000
               AT END                                                   09930000
                   CONTINUE                                             09940000
               WHEN NOSTREC-NS-IDX > NOSTREC-NOSTRO-COUNT               09950000
                   CONTINUE                                             09960000
               WHEN NOSTREC-NS-CURRENCY(NOSTREC-NS-IDX)                 09970000
                       = NOSTREC-NW-CURRENCY                            09980000
                AND NOSTREC-NS-PRIMARY(NOSTREC-NS-IDX) = 'Y'            09990000
                   MOVE NOSTREC-NS-BIC(NOSTREC-NS-IDX)                  10000000
                       TO NOSTREC-NW-BIC                                10010000
                   IF NOSTREC-NW-DIRECTION = 'C'                        10020000
                       ADD NOSTREC-NW-AMOUNT                            10030000
                           TO NOSTREC-NS-BOOK-CR(NOSTREC-NS-IDX)        10040000
                   ELSE                                                 10050000
                       ADD NOSTREC-NW-AMOUNT                            10060000
                           TO NOSTREC-NS-BOOK-DR(NOSTREC-NS-IDX)        10070000
                   END-IF                                               10080000
           END-SEARCH                                                   10090000
                                                                        10100000
           PERFORM 3900-ADD-ITEM THRU 3900-EXIT.                        10110000
       3800-EXIT.                                                       10120000
           EXIT.                                                        10130000
                                                                        10140000
      ******************************************************************10150000
      *  3900-ADD-ITEM - PUT THE NEW ITEM INTO PLAY.  WITH THE TABLE   *10160000
      *  FULL A NEW ITEM IS WRITTEN STRAIGHT TO THE BREAKS FILE FOR    *10170000
      *  TOMORROW, AND A BREAK ALREADY ON FILE SIMPLY WAITS THERE.     *10180000
      ******************************************************************10190000
       3900-ADD-ITEM.                                                   10200000
           MOVE 'N' TO NOSTREC-NW-MATCH-FLAG                            10210000
                                                                        10220000
           IF NOSTREC-ITEM-COUNT NOT < 3000                             10230000
               ADD 1 TO NOSTREC-OVERFLOW-COUNT                          10240000
               IF NOSTREC-NW-BREAK = ZERO                               10250000
                   PERFORM 5200-WRITE-NEW-BREAK THRU 5200-EXIT          10260000
               END-IF                                                   10270000
               GO TO 3900-EXIT                                          10280000
           END-IF                                                       10290000
                                                                        10300000
           ADD 1 TO NOSTREC-ITEM-COUNT                                  10310000
           SET NOSTREC-IT-IDX TO NOSTREC-ITEM-COUNT                     10320000
           MOVE NOSTREC-NEW-ITEM TO NOSTREC-ITEM-ENTRY(NOSTREC-IT-IDX). 10330000
       3900-EXIT.                                                       10340000
           EXIT.                                                        10350000
                                                                        10360000
      ******************************************************************10370000
      *  3950-FIND-NOSTRO - THE TABLE ENTRY FOR THE CURRENCY AND BIC   *10380000
      *  IN THE NEW-ITEM AREA, OR ZERO.                                *10390000
      ******************************************************************10400000
       3950-FIND-NOSTRO.                                                10410000
           MOVE ZERO TO NOSTREC-NS-SUB                                  10420000
           SET NOSTREC-NS-IDX TO 1                                      10430000
           SEARCH NOSTREC-NOSTRO-ENTRY                                  10440000
               VARYING NOSTREC-NS-IDX                                   10450000
               AT END                                                   10460000
                   CONTINUE                                             10470000
               WHEN NOSTREC-NS-IDX > NOSTREC-NOSTRO-COUNT               10480000
                   CONTINUE                                             10490000
               WHEN NOSTREC-NS-CURRENCY(NOSTREC-NS-IDX)                 10500000
                       = NOSTREC-NW-CURRENCY                            10510000
                AND NOSTREC-NS-BIC(NOSTREC-NS-IDX) = NOSTREC-NW-BIC     10520000
                   SET NOSTREC-NS-SUB TO NOSTREC-NS-IDX                 10530000
           END-SEARCH.                                                  10540000
       3950-EXIT.                                                       10550000
           EXIT.                                                        10560000
                                                                        10570000
      ******************************************************************10580000
      *  4000-MATCH-ITEMS - PAIR EACH UNMATCHED STATEMENT ITEM WITH    *10590000
      *  AN UNMATCHED BOOK ITEM ON THE SAME NOSTRO WITH THE SAME       *10600000
      *  DIRECTION, REFERENCE AND AMOUNT.  EITHER SIDE MAY BE A BREAK  *10610000
      *  BROUGHT FORWARD FROM AN EARLIER DAY.                          *10620000
      ******************************************************************10630000
       4000-MATCH-ITEMS.                                                10640000
           PERFORM 4100-MATCH-ITEM THRU 4100-EXIT                       10650000
               VARYING NOSTREC-IT-IDX FROM 1 BY 1                       10660000
               UNTIL NOSTREC-IT-IDX > NOSTREC-ITEM-COUNT.               10670000
       4000-EXIT.                                                       10680000
           EXIT.                                                        10690000
                                                                        10700000
       4100-MATCH-ITEM.                                                 10710000
           IF NOSTREC-IT-ORIGIN(NOSTREC-IT-IDX) NOT = 'S'               10720000
              OR NOSTREC-IT-MATCHED(NOSTREC-IT-IDX)                     10730000
               GO TO 4100-EXIT                                          10740000
           END-IF                                                       10750000
                                                                        10760000
           SET NOSTREC-MT-IDX TO 1                                      10770000
           SEARCH NOSTREC-ITEM-ENTRY                                    10780000
               VARYING NOSTREC-MT-IDX                                   10790000
               AT END                                                   10800000
                   CONTINUE                                             10810000
               WHEN NOSTREC-MT-IDX > NOSTREC-ITEM-COUNT                 10820000
                   CONTINUE                                             10830000
               WHEN NOSTREC-IT-ORIGIN(NOSTREC-MT-IDX) = 'L'             10840000
                AND NOT NOSTREC-IT-MATCHED(NOSTREC-MT-IDX)              10850000
                AND NOSTREC-IT-CURRENCY(NOSTREC-MT-IDX)                 10860000
                       = NOSTREC-IT-CURRENCY(NOSTREC-IT-IDX)            10870000
                AND NOSTREC-IT-BIC(NOSTREC-MT-IDX)                      10880000
                       = NOSTREC-IT-BIC(NOSTREC-IT-IDX)                 10890000
                AND NOSTREC-IT-DIRECTION(NOSTREC-MT-IDX)                10900000
                       = NOSTREC-IT-DIRECTION(NOSTREC-IT-IDX)           10910000
                AND NOSTREC-IT-REFERENCE(NOSTREC-MT-IDX)                10920000
                       = NOSTREC-IT-REFERENCE(NOSTREC-IT-IDX)           10930000
                AND NOSTREC-IT-AMOUNT(NOSTREC-MT-IDX)                   10940000
                       = NOSTREC-IT-AMOUNT(NOSTREC-IT-IDX)              10950000
                   SET NOSTREC-IT-MATCHED(NOSTREC-MT-IDX) TO TRUE       10960000
                   SET NOSTREC-IT-MATCHED(NOSTREC-IT-IDX) TO TRUE       10970000
           END-SEARCH.                                                  10980000
       4100-EXIT.                                                       10990000
           EXIT.                                                        11000000
                                                                        11010000
      ******************************************************************11020000
      *  5000-SETTLE-ITEMS - CLEAR THE BREAKS THAT MATCHED, OPEN NEW   *11030000
      *  BREAKS FOR TODAY'S UNMATCHED ITEMS AND AGE THE REST, LISTING  *11040000
      *  EVERY BREAK TOUCHED.                                          *11050000
      ******************************************************************11060000
       5000-SETTLE-ITEMS.                                               11070000
           MOVE SPACES TO NOST-RPT-LINE                                 11080000
           WRITE NOST-RPT-LINE                                          11090000
           MOVE 'NOSTRO BREAKS' TO NOSTREC-SEC-TEXT                     11100000
           WRITE NOST-RPT-LINE FROM NOSTREC-SECTION-LINE                11110000
           WRITE NOST-RPT-LINE FROM NOSTREC-HEADING-LINE                11120000
                                                                        11130000
           PERFORM 5100-SETTLE-ITEM THRU 5100-EXIT                      11140000
               VARYING NOSTREC-IT-IDX FROM 1 BY 1                       11150000
               UNTIL NOSTREC-IT-IDX > NOSTREC-ITEM-COUNT.               11160000
       5000-EXIT.                                                       11170000
           EXIT.                                                        11180000
                                                                        11190000
       5100-SETTLE-ITEM.                                                11200000
           MOVE NOSTREC-ITEM-ENTRY(NOSTREC-IT-IDX) TO NOSTREC-NEW-ITEM  11210000
           PERFORM 3950-FIND-NOSTRO THRU 3950-EXIT                      11220000
           IF NOSTREC-NS-SUB NOT = ZERO                                 11230000
               SET NOSTREC-NS-IDX TO NOSTREC-NS-SUB                     11240000
           END-IF                                                       11250000
                                                                        11260000
           IF NOSTREC-IT-MATCHED(NOSTREC-IT-IDX)                        11270000
               IF NOSTREC-NW-ORIGIN = 'S'                               11280000
                   ADD 1 TO NOSTREC-MATCHED-COUNT                       11290000
                   IF NOSTREC-NS-SUB NOT = ZERO                         11300000
                       ADD 1 TO NOSTREC-NS-MATCHED(NOSTREC-NS-IDX)      11310000
                   END-IF                                               11320000
               END-IF                                                   11330000
               IF NOSTREC-NW-BREAK NOT = ZERO                           11340000
                   PERFORM 5300-CLEAR-BREAK THRU 5300-EXIT              11350000
               END-IF                                                   11360000
               GO TO 5100-EXIT                                          11370000
           END-IF                                                       11380000
                                                                        11390000
           IF NOSTREC-NW-BREAK = ZERO                                   11400000
               PERFORM 5200-WRITE-NEW-BREAK THRU 5200-EXIT              11410000
               MOVE 'NEW' TO NOSTREC-DTL-STATUS                         11420000
           ELSE                                                         11430000
               PERFORM 5400-AGE-BREAK THRU 5400-EXIT                    11440000
           END-IF                                                       11450000
                                                                        11460000
           ADD 1 TO NOSTREC-OPEN-COUNT                                  11470000
           IF NOSTREC-NS-SUB NOT = ZERO                                 11480000
               ADD 1 TO NOSTREC-NS-BRK-COUNT(NOSTREC-NS-IDX)            11490000
               IF NOSTREC-NW-DIRECTION = 'C'                            11500000
                   MOVE NOSTREC-NW-AMOUNT TO NOSTREC-SIGNED-AMOUNT      11510000
               ELSE                                                     11520000
                   COMPUTE NOSTREC-SIGNED-AMOUNT =                      11530000
                       ZERO - NOSTREC-NW-AMOUNT                         11540000
               END-IF                                                   11550000
               IF NOSTREC-NW-ORIGIN = 'S'                               11560000
                   ADD NOSTREC-SIGNED-AMOUNT                            11570000
                       TO NOSTREC-NS-BRK-STMT(NOSTREC-NS-IDX)           11580000
               ELSE                                                     11590000
                   ADD NOSTREC-SIGNED-AMOUNT                            11600000
                       TO NOSTREC-NS-BRK-BOOK(NOSTREC-NS-IDX)           11610000
               END-IF                                                   11620000
           END-IF                                                       11630000
                                                                        11640000
           PERFORM 5800-PRINT-BREAK THRU 5800-EXIT.                     11650000
       5100-EXIT.                                                       11660000
           EXIT.                                                        11670000
                                                                        11680000
      ******************************************************************11690000
      *  5200-WRITE-NEW-BREAK - OPEN A BREAK FOR THE ITEM IN THE       *11700000
      *  NEW-ITEM AREA UNDER THE NEXT BREAK NUMBER, RAISED TODAY.      *11710000
      ******************************************************************11720000
       5200-WRITE-NEW-BREAK.                                            11730000
           ADD 1 TO NOSTREC-NEXT-BREAK                                  11740000
           MOVE NOSTREC-NEXT-BREAK TO NOSTREC-NW-BREAK                  11750000
                                                                        11760000
           MOVE SPACES TO NOSTBRK-FILE-REC                              11770000
           MOVE 'NBRK' TO NOSTBRK-EYECATCHER OF NOSTBRK-FILE-REC        11780000
           MOVE NOSTREC-NW-BREAK                                        11790000
               TO NOSTBRK-NUMBER OF NOSTBRK-FILE-REC                    11800000
           MOVE NOSTREC-NW-CURRENCY                                     11810000
               TO NOSTBRK-CURRENCY OF NOSTBRK-FILE-REC                  11820000
           MOVE NOSTREC-NW-BIC                                          11830000
               TO NOSTBRK-CORR-BIC OF NOSTBRK-FILE-REC                  11840000
           MOVE NOSTREC-NW-ORIGIN                                       11850000
               TO NOSTBRK-ORIGIN OF NOSTBRK-FILE-REC                    11860000
           MOVE NOSTREC-NW-DIRECTION                                    11870000
               TO NOSTBRK-DIRECTION OF NOSTBRK-FILE-REC                 11880000
           MOVE NOSTREC-NW-REFERENCE                                    11890000
               TO NOSTBRK-REFERENCE OF NOSTBRK-FILE-REC                 11900000
           MOVE NOSTREC-NW-AMOUNT                                       11910000
               TO NOSTBRK-AMOUNT OF NOSTBRK-FILE-REC                    11920000
           MOVE NOSTREC-NW-VALUE-DATE                                   11930000
               TO NOSTBRK-VALUE-DATE OF NOSTBRK-FILE-REC                11940000
           MOVE NOSTREC-NW-NARRATIVE                                    11950000
               TO NOSTBRK-NARRATIVE OF NOSTBRK-FILE-REC                 11960000
           MOVE NOSTREC-CURRENT-DATE                                    11970000
               TO NOSTBRK-RAISED-DATE OF NOSTBRK-FILE-REC               11980000
           SET NOSTBRK-OPEN OF NOSTBRK-FILE-REC TO TRUE                 11990000
           MOVE ZERO TO NOSTBRK-CLEARED-DATE OF NOSTBRK-FILE-REC        12000000
           MOVE 'N'  TO NOSTBRK-SUSPENSE-FLAG OF NOSTBRK-FILE-REC       12010000
           MOVE ZERO TO NOSTBRK-SUSP-SORTCODE OF NOSTBRK-FILE-REC       12020000
                        NOSTBRK-SUSP-ENTRY OF NOSTBRK-FILE-REC          12030000
                        NOSTBRK-SUSP-GBP-AMOUNT OF NOSTBRK-FILE-REC     12040000
                                                                        12050000
           WRITE NOSTBRK-FILE-REC                                       12060000
               INVALID KEY                                              12070000
                   DISPLAY 'NOSTREC - CRITICAL - BREAK WRITE FAILED '   12080000
                       'FOR REFERENCE ' NOSTREC-NW-REFERENCE            12090000
           END-WRITE                                                    12100000
                                                                        12110000
           ADD 1 TO NOSTREC-NEW-COUNT                                   12120000
           MOVE ZERO TO NOSTREC-AGE-DAYS.                               12130000
       5200-EXIT.                                                       12140000
           EXIT.                                                        12150000
                                                                        12160000
      ******************************************************************12170000
      *  5300-CLEAR-BREAK - THE OTHER SIDE OF AN EARLIER BREAK HAS     *12180000
      *  TURNED UP.  A BREAK ALREADY PARKED IN SUSPENSE IS LISTED WITH *12190000
      *  ITS SUSPENSE ENTRY SO OPERATIONS CAN RELEASE IT.              *12200000
      ******************************************************************12210000
       5300-CLEAR-BREAK.                                                12220000
           MOVE NOSTREC-NW-BREAK TO NOSTBRK-NUMBER OF NOSTBRK-FILE-REC  12230000
           READ NOSTBRK-FILE                                            12240000
               INVALID KEY                                              12250000
                   DISPLAY 'NOSTREC - BREAK ' NOSTREC-NW-BREAK          12260000
                       ' NOT FOUND TO CLEAR'                            12270000
                   GO TO 5300-EXIT                                      12280000
           END-READ                                                     12290000
                                                                        12300000
           SET NOSTBRK-MATCHED OF NOSTBRK-FILE-REC TO TRUE              12310000
           MOVE NOSTREC-CURRENT-DATE                                    12320000
               TO NOSTBRK-CLEARED-DATE OF NOSTBRK-FILE-REC              12330000
           REWRITE NOSTBRK-FILE-REC                                     12340000
               INVALID KEY                                              12350000
                   DISPLAY 'NOSTREC - CRITICAL - BREAK REWRITE '        12360000
                       'FAILED FOR BREAK ' NOSTREC-NW-BREAK             12370000
           END-REWRITE                                                  12380000
                                                                        12390000
           ADD 1 TO NOSTREC-CLEARED-COUNT                               12400000
           PERFORM 5450-CALC-AGE THRU 5450-EXIT                         12410000
           MOVE 'CLEARED' TO NOSTREC-DTL-STATUS                         12420000
           PERFORM 5800-PRINT-BREAK THRU 5800-EXIT.                     12430000
       5300-EXIT.                                                       12440000
           EXIT.                                                        12450000
                                                                        12460000
      ******************************************************************12470000
      *  5400-AGE-BREAK - A BREAK BROUGHT FORWARD AND STILL OPEN.      *12480000
      *  PAST THE THRESHOLD AND NOT YET IN SUSPENSE, IT IS PARKED.     *12490000
      ******************************************************************12500000
       5400-AGE-BREAK.                                                  12510000
           MOVE NOSTREC-NW-BREAK TO NOSTBRK-NUMBER OF NOSTBRK-FILE-REC  12520000
           READ NOSTBRK-FILE                                            12530000
               INVALID KEY                                              12540000
                   DISPLAY 'NOSTREC - BREAK ' NOSTREC-NW-BREAK          12550000
                       ' NOT FOUND TO AGE'                              12560000
                   MOVE ZERO TO NOSTREC-AGE-DAYS                        12570000
                   MOVE 'OPEN' TO NOSTREC-DTL-STATUS                    12580000
                   GO TO 5400-EXIT                                      12590000
           END-READ                                                     12600000
                                                                        12610000
           PERFORM 5450-CALC-AGE THRU 5450-EXIT                         12620000
           MOVE 'OPEN' TO NOSTREC-DTL-STATUS                            12630000
                                                                        12640000
           IF NOSTREC-AGE-DAYS < NOSTREC-AGE-LIMIT                      12650000
               GO TO 5400-EXIT                                          12660000
           END-IF                                                       12670000
                                                                        12680000
           ADD 1 TO NOSTREC-AGED-COUNT                                  12690000
           IF NOSTREC-NS-SUB NOT = ZERO                                 12700000
               ADD 1 TO NOSTREC-NS-AGED(NOSTREC-NS-IDX)                 12710000
           END-IF                                                       12720000
                                                                        12730000
           IF NOSTBRK-IN-SUSPENSE OF NOSTBRK-FILE-REC                   12740000
               MOVE 'SUSPENSE' TO NOSTREC-DTL-STATUS                    12750000
               GO TO 5400-EXIT                                          12760000
           END-IF                                                       12770000
                                                                        12780000
           PERFORM 5500-RAISE-TO-SUSPENSE THRU 5500-EXIT.               12790000
       5400-EXIT.                                                       12800000
           EXIT.                                                        12810000
                                                                        12820000
       5450-CALC-AGE.                                                   12830000
           MOVE NOSTBRK-RAISED-DATE OF NOSTBRK-FILE-REC                 12840000
               TO NOSTREC-RAISED-DATE                                   12850000
           COMPUTE NOSTREC-AGE-DAYS =                                   12860000
               (NOSTREC-TODAY-YYYY - NOSTREC-RAISED-YYYY) * 360         12870000
             + (NOSTREC-TODAY-MM - NOSTREC-RAISED-MM) * 30              12880000
             + (NOSTREC-TODAY-DD - NOSTREC-RAISED-DD).                  12890000
       5450-EXIT.                                                       12900000
           EXIT.                                                        12910000
                                                                        12920000
      ******************************************************************12930000
      *  5500-RAISE-TO-SUSPENSE - PARK THE BREAK IN THE SUSPENSE       *12940000
      *  LEDGER UNDER OUR OWN SORT CODE, IN STERLING AT THE DAY'S MID  *12950000
      *  RATE.  THE PARKED AMOUNT IS A CREDIT (PCR) WHERE THE          *12960000
      *  CORRESPONDENT HOLDS MORE THAN OUR BOOKS SAY - AN UNMATCHED    *12970000
      *  STATEMENT CREDIT OR BOOK DEBIT - AND A DEBIT (PDR) OTHERWISE. *12980000
      *  WITH NO RATE FOR THE DAY THE BREAK WAITS FOR TOMORROW.        *12990000
      ******************************************************************13000000
       5500-RAISE-TO-SUSPENSE.                                          13010000
           IF NOSTREC-NW-CURRENCY = 'GBP'                               13020000
               MOVE 1 TO NOSTREC-FX-RATE                                13030000
           ELSE                                                         13040000
               MOVE NOSTREC-NW-CURRENCY                                 13050000
                   TO FXRATE-CURRENCY OF FXRATE-FILE-REC                13060000
               MOVE NOSTREC-CURRENT-DATE                                13070000
                   TO FXRATE-DATE OF FXRATE-FILE-REC                    13080000
               READ FXRATE-FILE                                         13090000
                   INVALID KEY                                          13100000
                       MOVE ZERO TO NOSTREC-FX-RATE                     13110000
                   NOT INVALID KEY                                      13120000
                       MOVE FXRATE-MID-RATE OF FXRATE-FILE-REC          13130000
                           TO NOSTREC-FX-RATE                           13140000
               END-READ                                                 13150000
           END-IF                                                       13160000
                                                                        13170000
           IF NOSTREC-FX-RATE = ZERO                                    13180000
               ADD 1 TO NOSTREC-DEFERRED-COUNT                          13190000
               MOVE 'NO RATE' TO NOSTREC-DTL-STATUS                     13200000
               GO TO 5500-EXIT                                          13210000
           END-IF                                                       13220000
                                                                        13230000
           PERFORM 5600-ASSIGN-PROCTRAN-NUMBER THRU 5600-EXIT           13240000
           IF NOSTREC-CTL-FAILED                                        13250000
               ADD 1 TO NOSTREC-DEFERRED-COUNT                          13260000
               MOVE 'NO CTL' TO NOSTREC-DTL-STATUS                      13270000
               GO TO 5500-EXIT                                          13280000
           END-IF                                                       13290000
                                                                        13300000
           COMPUTE NOSTREC-GBP-AMOUNT ROUNDED =                         13310000
               NOSTREC-NW-AMOUNT * NOSTREC-FX-RATE                      13320000
           IF (NOSTREC-NW-ORIGIN = 'S' AND NOSTREC-NW-DIRECTION = 'C')  13330000
              OR (NOSTREC-NW-ORIGIN = 'L'                               13340000
                  AND NOSTREC-NW-DIRECTION = 'D')                       13350000
               MOVE NOSTREC-GBP-AMOUNT TO NOSTREC-SUSP-AMOUNT           13360000
               MOVE 'PCR' TO SUSPACCT-DIRECTION OF SUSPACCT-FILE-REC    13370000
           ELSE                                                         13380000
               COMPUTE NOSTREC-SUSP-AMOUNT =                            13390000
                   ZERO - NOSTREC-GBP-AMOUNT                            13400000
               MOVE 'PDR' TO SUSPACCT-DIRECTION OF SUSPACCT-FILE-REC    13410000
           END-IF                                                       13420000
                                                                        13430000
           MOVE 'SACC' TO SUSPACCT-EYECATCHER OF SUSPACCT-FILE-REC      13440000
           MOVE NOSTREC-CTL-SORTCODE                                    13450000
               TO SUSPACCT-SORTCODE OF SUSPACCT-FILE-REC                13460000
           MOVE NOSTREC-TRAN-NUMBER                                     13470000
               TO SUSPACCT-ENTRY-NUMBER OF SUSPACCT-FILE-REC            13480000
           MOVE 'NOSTREC ' TO SUSPACCT-SOURCE OF SUSPACCT-FILE-REC      13490000
           MOVE ZERO TO SUSPACCT-TARGET-ACCOUNT OF SUSPACCT-FILE-REC    13500000
           MOVE NOSTREC-GBP-AMOUNT                                      13510000
               TO SUSPACCT-AMOUNT OF SUSPACCT-FILE-REC                  13520000
           MOVE NOSTREC-NW-REFERENCE                                    13530000
               TO SUSPACCT-REFERENCE OF SUSPACCT-FILE-REC               13540000
           MOVE NOSTREC-CURRENT-DATE                                    13550000
               TO SUSPACCT-POSTED-DATE OF SUSPACCT-FILE-REC             13560000
           MOVE 'NOS' TO SUSPACCT-REASON OF SUSPACCT-FILE-REC           13570000
           SET SUSPACCT-ENTRY-OPEN OF SUSPACCT-FILE-REC TO TRUE         13580000
           MOVE ZERO   TO SUSPACCT-CLEARED-DATE OF SUSPACCT-FILE-REC    13590000
           MOVE SPACES TO SUSPACCT-CLEARED-BY OF SUSPACCT-FILE-REC      13600000
                                                                        13610000
           WRITE SUSPACCT-FILE-REC                                      13620000
               INVALID KEY                                              13630000
                   DISPLAY 'NOSTREC - CRITICAL - SUSPENSE WRITE '       13640000
                       'FAILED FOR BREAK ' NOSTREC-NW-BREAK             13650000
                   ADD 1 TO NOSTREC-DEFERRED-COUNT                      13660000
                   MOVE 'NO SUSP' TO NOSTREC-DTL-STATUS                 13670000
                   GO TO 5500-EXIT                                      13680000
           END-WRITE                                                    13690000
                                                                        13700000
           PERFORM 5700-WRITE-SUS-PROCTRAN THRU 5700-EXIT               13710000
                                                                        13720000
           MOVE 'Y' TO NOSTBRK-SUSPENSE-FLAG OF NOSTBRK-FILE-REC        13730000
           MOVE NOSTREC-CTL-SORTCODE                                    13740000
               TO NOSTBRK-SUSP-SORTCODE OF NOSTBRK-FILE-REC             13750000
           MOVE NOSTREC-TRAN-NUMBER                                     13760000
               TO NOSTBRK-SUSP-ENTRY OF NOSTBRK-FILE-REC                13770000
           MOVE NOSTREC-SUSP-AMOUNT                                     13780000
               TO NOSTBRK-SUSP-GBP-AMOUNT OF NOSTBRK-FILE-REC           13790000
           REWRITE NOSTBRK-FILE-REC                                     13800000
               INVALID KEY                                              13810000
                   DISPLAY 'NOSTREC - CRITICAL - BREAK REWRITE '        13820000
                       'FAILED FOR BREAK ' NOSTREC-NW-BREAK             13830000
           END-REWRITE                                                  13840000
                                                                        13850000
           ADD 1 TO NOSTREC-RAISED-COUNT                                13860000
           IF NOSTREC-NS-SUB NOT = ZERO                                 13870000
               ADD 1 TO NOSTREC-NS-RAISED(NOSTREC-NS-IDX)               13880000
           END-IF                                                       13890000
           MOVE 'RAISED' TO NOSTREC-DTL-STATUS.                         13900000
       5500-EXIT.                                                       13910000
           EXIT.                                                        13920000
                                                                        13930000
      ******************************************************************13940000
      *  5600-ASSIGN-PROCTRAN-NUMBER - READ THE PROCTRAN CONTROL       *13950000
      *  SINGLETON, BUMP LAST-PROC-TRAN-NUMBER, AND REWRITE, THE SAME  *13960000
      *  WAY INCLRNG HANDS OUT ITS NUMBERS.                            *13970000
      ******************************************************************13980000
       5600-ASSIGN-PROCTRAN-NUMBER.                                     13990000
           MOVE 'N' TO NOSTREC-CTL-FAIL-SWITCH                          14000000
           MOVE NOSTREC-CTL-SORTCODE TO PROCTRAN-CONTROL-SORTCODE       14010000
                                         OF PCTRL-FILE-REC              14020000
           MOVE NOSTREC-CTL-NUMBER   TO PROCTRAN-CONTROL-NUMBER         14030000
                                         OF PCTRL-FILE-REC              14040000
                                                                        14050000
           READ PCTRL-FILE                                              14060000
               KEY IS PROCTRAN-CONTROL-KEY OF PCTRL-FILE-REC            14070000
               INVALID KEY                                              14080000
                   MOVE 'PTCL' TO PROCTRAN-CONTROL-EYECATCHER           14090000
                                   OF PCTRL-FILE-REC                    14100000
                   MOVE NOSTREC-CTL-SORTCODE                            14110000
                       TO PROCTRAN-CONTROL-SORTCODE OF PCTRL-FILE-REC   14120000
                   MOVE NOSTREC-CTL-NUMBER                              14130000
                       TO PROCTRAN-CONTROL-NUMBER OF PCTRL-FILE-REC     14140000
                   MOVE ZERO TO LAST-PROC-TRAN-NUMBER OF PCTRL-FILE-REC 14150000
                   WRITE PCTRL-FILE-REC                                 14160000
           END-READ                                                     14170000
                                                                        14180000
           ADD 1 TO LAST-PROC-TRAN-NUMBER OF PCTRL-FILE-REC             14190000
           MOVE LAST-PROC-TRAN-NUMBER OF PCTRL-FILE-REC                 14200000
               TO NOSTREC-TRAN-NUMBER                                   14210000
                                                                        14220000
           REWRITE PCTRL-FILE-REC                                       14230000
               INVALID KEY                                              14240000
                   SET NOSTREC-CTL-FAILED TO TRUE                       14250000
           END-REWRITE.                                                 14260000
       5600-EXIT.                                                       14270000
           EXIT.                                                        14280000
                                                                        14290000
      ******************************************************************14300000
      *  5700-WRITE-SUS-PROCTRAN - LOG THE PARKED MONEY SO GLEXTR      *14310000
      *  CARRIES IT TO FINANCE, SIGNED SO A DEBIT TO SUSPENSE POSTS    *14320000
      *  THE OTHER WAY ROUND.                                          *14330000
      ******************************************************************14340000
       5700-WRITE-SUS-PROCTRAN.                                         14350000
           MOVE 'PRTR' TO PROC-TRAN-EYE-CATCHER OF PROCTRAN-FILE-REC    14360000
           MOVE NOSTREC-CTL-SORTCODE                                    14370000
               TO PROC-TRAN-SORT-CODE OF PROCTRAN-FILE-REC              14380000
           MOVE NOSTREC-TRAN-NUMBER                                     14390000
               TO PROC-TRAN-NUMBER OF PROCTRAN-FILE-REC                 14400000
           MOVE ZERO TO PROC-TRAN-ACCOUNT-NUMBER OF PROCTRAN-FILE-REC   14410000
           MOVE NOSTREC-CURRENT-DATE                                    14420000
               TO PROC-TRAN-DATE OF PROCTRAN-FILE-REC                   14430000
           MOVE NOSTREC-CURRENT-TIME                                    14440000
               TO PROC-TRAN-TIME OF PROCTRAN-FILE-REC                   14450000
           MOVE NOSTREC-TRAN-NUMBER                                     14460000
               TO PROC-TRAN-REF OF PROCTRAN-FILE-REC                    14470000
           MOVE 'SUS' TO PROC-TRAN-TYPE OF PROCTRAN-FILE-REC            14480000
           MOVE NOSTREC-SUSP-AMOUNT                                     14490000
               TO PROC-TRAN-AMOUNT OF PROCTRAN-FILE-REC                 14500000
           MOVE 'GBP' TO PROC-TRAN-CURRENCY OF PROCTRAN-FILE-REC        14510000
           MOVE ZERO  TO PROC-TRAN-VALUE-DATE OF PROCTRAN-FILE-REC      14520000
                                                                        14530000
           MOVE SPACES TO PROC-TRAN-DESC OF PROCTRAN-FILE-REC           14540000
           STRING 'NOSTRO ' NOSTREC-NW-CURRENCY ' '                     14550000
                  NOSTREC-NW-REFERENCE                                  14560000
               DELIMITED BY SIZE                                        14570000
               INTO PROC-TRAN-DESC OF PROCTRAN-FILE-REC                 14580000
           END-STRING                                                   14590000
                                                                        14600000
           WRITE PROCTRAN-FILE-REC                                      14610000
               INVALID KEY                                              14620000
                   DISPLAY 'NOSTREC - CRITICAL - SUS WRITE FAILED '     14630000
                       'FOR BREAK ' NOSTREC-NW-BREAK                    14640000
               NOT INVALID KEY                                          14643333
                   PERFORM 8900-ADD-CONTROL-TOTAL THRU 8900-EXIT        14646666
           END-WRITE.                                                   14650000
       5700-EXIT.                                                       14660000
           EXIT.                                                        14670000
                                                                        14680000
      ******************************************************************14690000
      *  5800-PRINT-BREAK - ONE BREAK LINE FOR THE ITEM IN THE         *14700000
      *  NEW-ITEM AREA, WITH THE STATUS ALREADY SET.                   *14710000
      ******************************************************************14720000
       5800-PRINT-BREAK.                                                14730000
           MOVE NOSTREC-NW-BREAK     TO NOSTREC-DTL-BREAK               14740000
           MOVE NOSTREC-NW-CURRENCY  TO NOSTREC-DTL-CURRENCY            14750000
           MOVE NOSTREC-NW-BIC       TO NOSTREC-DTL-BIC                 14760000
           IF NOSTREC-NW-ORIGIN = 'S'                                   14770000
               MOVE 'STMT' TO NOSTREC-DTL-SIDE                          14780000
           ELSE                                                         14790000
               MOVE 'BOOK' TO NOSTREC-DTL-SIDE                          14800000
           END-IF                                                       14810000
           MOVE NOSTREC-NW-DIRECTION TO NOSTREC-DTL-DIRECTION           14820000
           MOVE NOSTREC-NW-REFERENCE TO NOSTREC-DTL-REFERENCE           14830000
           MOVE NOSTREC-NW-AMOUNT    TO NOSTREC-DTL-AMOUNT              14840000
           MOVE NOSTREC-AGE-DAYS     TO NOSTREC-DTL-AGE                 14850000
           IF NOSTREC-DTL-STATUS = 'NEW'                                14860000
               MOVE NOSTREC-CURRENT-DATE TO NOSTREC-DTL-RAISED          14870000
               MOVE SPACES TO NOSTREC-DTL-SUSPENSE                      14880000
           ELSE                                                         14890000
               MOVE NOSTBRK-RAISED-DATE OF NOSTBRK-FILE-REC             14900000
                   TO NOSTREC-DTL-RAISED                                14910000
               IF NOSTBRK-IN-SUSPENSE OF NOSTBRK-FILE-REC               14920000
                   MOVE NOSTBRK-SUSP-ENTRY OF NOSTBRK-FILE-REC          14930000
                       TO NOSTREC-DTL-SUSPENSE                          14940000
               ELSE                                                     14950000
                   MOVE SPACES TO NOSTREC-DTL-SUSPENSE                  14960000
               END-IF                                                   14970000
           END-IF                                                       14980000
           WRITE NOST-RPT-LINE FROM NOSTREC-DETAIL-LINE.                14990000
       5800-EXIT.                                                       15000000
           EXIT.                                                        15010000
                                                                        15020000
      ******************************************************************15030000
      *  6000-REPORT-NOSTROS - ONE BLOCK PER CURRENCY AND              *15040000
      *  CORRESPONDENT, AND THE DAY'S FIGURES ONTO THE NOSTRO MASTER.  *15050000
      ******************************************************************15060000
       6000-REPORT-NOSTROS.                                             15070000
           MOVE SPACES TO NOST-RPT-LINE                                 15080000
           WRITE NOST-RPT-LINE                                          15090000
           MOVE 'RECONCILIATION BY CURRENCY AND CORRESPONDENT'          15100000
               TO NOSTREC-SEC-TEXT                                      15110000
           WRITE NOST-RPT-LINE FROM NOSTREC-SECTION-LINE                15120000
                                                                        15130000
           PERFORM 6100-REPORT-NOSTRO THRU 6100-EXIT                    15140000
               VARYING NOSTREC-NS-IDX FROM 1 BY 1                       15150000
               UNTIL NOSTREC-NS-IDX > NOSTREC-NOSTRO-COUNT.             15160000
       6000-EXIT.                                                       15170000
           EXIT.                                                        15180000
                                                                        15190000
       6100-REPORT-NOSTRO.                                              15200000
           MOVE SPACES TO NOST-RPT-LINE                                 15210000
           WRITE NOST-RPT-LINE                                          15220000
           MOVE NOSTREC-NS-CURRENCY(NOSTREC-NS-IDX)                     15230000
               TO NOSTREC-NSL-CURRENCY                                  15240000
           MOVE NOSTREC-NS-BIC(NOSTREC-NS-IDX) TO NOSTREC-NSL-BIC       15250000
           MOVE NOSTREC-NS-NAME(NOSTREC-NS-IDX) TO NOSTREC-NSL-NAME     15260000
           WRITE NOST-RPT-LINE FROM NOSTREC-NOSTRO-LINE                 15270000
                                                                        15280000
           MOVE SPACES TO NOSTREC-AML-NOTE                              15290000
           IF NOSTREC-NS-NO-STMT(NOSTREC-NS-IDX)                        15300000
               MOVE 'NO STATEMENT RECEIVED' TO NOSTREC-AML-NOTE         15310000
           END-IF                                                       15320000
           MOVE 'STATEMENT OPENING : ' TO NOSTREC-AML-LABEL             15330000
           MOVE NOSTREC-NS-OPENING(NOSTREC-NS-IDX)                      15340000
               TO NOSTREC-AML-AMOUNT                                    15350000
           WRITE NOST-RPT-LINE FROM NOSTREC-AMOUNT-LINE                 15360000
                                                                        15370000
           MOVE SPACES TO NOSTREC-AML-NOTE                              15380000
           MOVE 'STATEMENT CREDITS : ' TO NOSTREC-AML-LABEL             15390000
           MOVE NOSTREC-NS-STMT-CR(NOSTREC-NS-IDX)                      15400000
               TO NOSTREC-AML-AMOUNT                                    15410000
           WRITE NOST-RPT-LINE FROM NOSTREC-AMOUNT-LINE                 15420000
                                                                        15430000
           MOVE 'STATEMENT DEBITS  : ' TO NOSTREC-AML-LABEL             15440000
           MOVE NOSTREC-NS-STMT-DR(NOSTREC-NS-IDX)                      15450000
               TO NOSTREC-AML-AMOUNT                                    15460000
           WRITE NOST-RPT-LINE FROM NOSTREC-AMOUNT-LINE                 15470000
                                                                        15480000
           IF NOSTREC-NS-OUT-OF-BAL(NOSTREC-NS-IDX)                     15490000
               MOVE 'STATEMENT DOES NOT BALANCE' TO NOSTREC-AML-NOTE    15500000
           END-IF                                                       15510000
           MOVE 'STATEMENT CLOSING : ' TO NOSTREC-AML-LABEL             15520000
           MOVE NOSTREC-NS-CLOSING(NOSTREC-NS-IDX)                      15530000
               TO NOSTREC-AML-AMOUNT                                    15540000
           WRITE NOST-RPT-LINE FROM NOSTREC-AMOUNT-LINE                 15550000
                                                                        15560000
           MOVE SPACES TO NOSTREC-AML-NOTE                              15570000
           MOVE 'OUR CREDITS       : ' TO NOSTREC-AML-LABEL             15580000
           MOVE NOSTREC-NS-BOOK-CR(NOSTREC-NS-IDX)                      15590000
               TO NOSTREC-AML-AMOUNT                                    15600000
           WRITE NOST-RPT-LINE FROM NOSTREC-AMOUNT-LINE                 15610000
                                                                        15620000
           MOVE 'OUR DEBITS        : ' TO NOSTREC-AML-LABEL             15630000
           MOVE NOSTREC-NS-BOOK-DR(NOSTREC-NS-IDX)                      15640000
               TO NOSTREC-AML-AMOUNT                                    15650000
           WRITE NOST-RPT-LINE FROM NOSTREC-AMOUNT-LINE                 15660000
                                                                        15670000
           MOVE SPACES TO NOSTREC-CNL-NOTE                              15680000
           MOVE 'ITEMS MATCHED     : ' TO NOSTREC-CNL-LABEL             15690000
           MOVE NOSTREC-NS-MATCHED(NOSTREC-NS-IDX)                      15700000
               TO NOSTREC-CNL-COUNT                                     15710000
           WRITE NOST-RPT-LINE FROM NOSTREC-COUNT-LINE                  15720000
                                                                        15730000
           MOVE 'OPEN BREAKS       : ' TO NOSTREC-CNL-LABEL             15740000
           MOVE NOSTREC-NS-BRK-COUNT(NOSTREC-NS-IDX)                    15750000
               TO NOSTREC-CNL-COUNT                                     15760000
           WRITE NOST-RPT-LINE FROM NOSTREC-COUNT-LINE                  15770000
                                                                        15780000
           MOVE 'BREAKS - STATEMENT: ' TO NOSTREC-AML-LABEL             15790000
           MOVE NOSTREC-NS-BRK-STMT(NOSTREC-NS-IDX)                     15800000
               TO NOSTREC-AML-AMOUNT                                    15810000
           WRITE NOST-RPT-LINE FROM NOSTREC-AMOUNT-LINE                 15820000
                                                                        15830000
           MOVE 'BREAKS - OUR BOOKS: ' TO NOSTREC-AML-LABEL             15840000
           MOVE NOSTREC-NS-BRK-BOOK(NOSTREC-NS-IDX)                     15850000
               TO NOSTREC-AML-AMOUNT                                    15860000
           WRITE NOST-RPT-LINE FROM NOSTREC-AMOUNT-LINE                 15870000
                                                                        15880000
           MOVE 'AGED BREAKS       : ' TO NOSTREC-CNL-LABEL             15890000
           MOVE NOSTREC-NS-AGED(NOSTREC-NS-IDX)                         15900000
               TO NOSTREC-CNL-COUNT                                     15910000
           WRITE NOST-RPT-LINE FROM NOSTREC-COUNT-LINE                  15920000
                                                                        15930000
           MOVE 'RAISED TO SUSPENSE: ' TO NOSTREC-CNL-LABEL             15940000
           MOVE NOSTREC-NS-RAISED(NOSTREC-NS-IDX)                       15950000
               TO NOSTREC-CNL-COUNT                                     15960000
           WRITE NOST-RPT-LINE FROM NOSTREC-COUNT-LINE                  15970000
                                                                        15980000
           PERFORM 6200-UPDATE-NOSTRO THRU 6200-EXIT.                   15990000
       6100-EXIT.                                                       16000000
           EXIT.                                                        16010000
                                                                        16020000
      ******************************************************************16030000
      *  6200-UPDATE-NOSTRO - THE LAST STATEMENT TAKEN AND OUR BOOK    *16040000
      *  BALANCE MOVED ON BY THE DAY'S POSTINGS.                       *16050000
      ******************************************************************16060000
       6200-UPDATE-NOSTRO.                                              16070000
           MOVE NOSTREC-NS-CURRENCY(NOSTREC-NS-IDX)                     16080000
               TO NOSTACCT-CURRENCY OF NOSTACCT-FILE-REC                16090000
           MOVE NOSTREC-NS-BIC(NOSTREC-NS-IDX)                          16100000
               TO NOSTACCT-CORR-BIC OF NOSTACCT-FILE-REC                16110000
           READ NOSTACCT-FILE                                           16120000
               INVALID KEY                                              16130000
                   DISPLAY 'NOSTREC - NOSTRO '                          16140000
                       NOSTREC-NS-CURRENCY(NOSTREC-NS-IDX) ' '          16150000
                       NOSTREC-NS-BIC(NOSTREC-NS-IDX)                   16160000
                       ' NOT FOUND TO UPDATE'                           16170000
                   GO TO 6200-EXIT                                      16180000
           END-READ                                                     16190000
                                                                        16200000
           IF NOT NOSTREC-NS-NO-STMT(NOSTREC-NS-IDX)                    16210000
               MOVE NOSTREC-NS-STMT-DATE(NOSTREC-NS-IDX)                16220000
                   TO NOSTACCT-LAST-STMT-DATE OF NOSTACCT-FILE-REC      16230000
               MOVE NOSTREC-NS-CLOSING(NOSTREC-NS-IDX)                  16240000
                   TO NOSTACCT-LAST-CLOSING OF NOSTACCT-FILE-REC        16250000
           END-IF                                                       16260000
           ADD NOSTREC-NS-BOOK-CR(NOSTREC-NS-IDX)                       16270000
               TO NOSTACCT-BOOK-BALANCE OF NOSTACCT-FILE-REC            16280000
           SUBTRACT NOSTREC-NS-BOOK-DR(NOSTREC-NS-IDX)                  16290000
               FROM NOSTACCT-BOOK-BALANCE OF NOSTACCT-FILE-REC          16300000
           MOVE NOSTREC-CURRENT-DATE                                    16310000
               TO NOSTACCT-BOOK-DATE OF NOSTACCT-FILE-REC               16320000
                                                                        16330000
           REWRITE NOSTACCT-FILE-REC                                    16340000
               INVALID KEY                                              16350000
                   DISPLAY 'NOSTREC - CRITICAL - NOSTRO REWRITE '       16360000
                       'FAILED FOR '                                    16370000
                       NOSTREC-NS-CURRENCY(NOSTREC-NS-IDX) ' '          16380000
                       NOSTREC-NS-BIC(NOSTREC-NS-IDX)                   16390000
           END-REWRITE.                                                 16400000
       6200-EXIT.                                                       16410000
           EXIT.                                                        16420000
                                                                        16430000
      ******************************************************************16440000
      *  7000-PRINT-SUMMARY - RUN TOTALS.                              *16450000
      ******************************************************************16460000
       7000-PRINT-SUMMARY.                                              16470000
           MOVE SPACES TO NOST-RPT-LINE                                 16480000
           WRITE NOST-RPT-LINE                                          16490000
                                                                        16500000
           MOVE 'STATEMENTS READ               : ' TO NOSTREC-SUM-LABEL 16510000
           MOVE NOSTREC-STMT-COUNT TO NOSTREC-SUM-COUNT                 16520000
           WRITE NOST-RPT-LINE FROM NOSTREC-SUMMARY-LINE                16530000
                                                                        16540000
           MOVE 'STATEMENT ENTRIES             : ' TO NOSTREC-SUM-LABEL 16550000
           MOVE NOSTREC-ENTRY-COUNT TO NOSTREC-SUM-COUNT                16560000
           WRITE NOST-RPT-LINE FROM NOSTREC-SUMMARY-LINE                16570000
                                                                        16580000
           MOVE 'OUR MOVEMENTS                 : ' TO NOSTREC-SUM-LABEL 16590000
           MOVE NOSTREC-BOOK-COUNT TO NOSTREC-SUM-COUNT                 16600000
           WRITE NOST-RPT-LINE FROM NOSTREC-SUMMARY-LINE                16610000
                                                                        16620000
           MOVE 'ITEMS MATCHED                 : ' TO NOSTREC-SUM-LABEL 16630000
           MOVE NOSTREC-MATCHED-COUNT TO NOSTREC-SUM-COUNT              16640000
           WRITE NOST-RPT-LINE FROM NOSTREC-SUMMARY-LINE                16650000
                                                                        16660000
           MOVE 'BREAKS CLEARED                : ' TO NOSTREC-SUM-LABEL 16670000
           MOVE NOSTREC-CLEARED-COUNT TO NOSTREC-SUM-COUNT              16680000
           WRITE NOST-RPT-LINE FROM NOSTREC-SUMMARY-LINE                16690000
                                                                        16700000
           MOVE 'NEW BREAKS                    : ' TO NOSTREC-SUM-LABEL 16710000
           MOVE NOSTREC-NEW-COUNT TO NOSTREC-SUM-COUNT                  16720000
           WRITE NOST-RPT-LINE FROM NOSTREC-SUMMARY-LINE                16730000
                                                                        16740000
           MOVE 'OPEN BREAKS                   : ' TO NOSTREC-SUM-LABEL 16750000
           MOVE NOSTREC-OPEN-COUNT TO NOSTREC-SUM-COUNT                 16760000
           WRITE NOST-RPT-LINE FROM NOSTREC-SUMMARY-LINE                16770000
                                                                        16780000
           MOVE 'AGED BREAKS                   : ' TO NOSTREC-SUM-LABEL 16790000
           MOVE NOSTREC-AGED-COUNT TO NOSTREC-SUM-COUNT                 16800000
           WRITE NOST-RPT-LINE FROM NOSTREC-SUMMARY-LINE                16810000
                                                                        16820000
           MOVE 'RAISED TO SUSPENSE            : ' TO NOSTREC-SUM-LABEL 16830000
           MOVE NOSTREC-RAISED-COUNT TO NOSTREC-SUM-COUNT               16840000
           WRITE NOST-RPT-LINE FROM NOSTREC-SUMMARY-LINE                16850000
                                                                        16860000
           MOVE 'SUSPENSE DEFERRED             : ' TO NOSTREC-SUM-LABEL 16870000
           MOVE NOSTREC-DEFERRED-COUNT TO NOSTREC-SUM-COUNT             16880000
           WRITE NOST-RPT-LINE FROM NOSTREC-SUMMARY-LINE                16890000
                                                                        16900000
           MOVE 'STATEMENT EXCEPTIONS          : ' TO NOSTREC-SUM-LABEL 16910000
           MOVE NOSTREC-EXCEPTION-COUNT TO NOSTREC-SUM-COUNT            16920000
           WRITE NOST-RPT-LINE FROM NOSTREC-SUMMARY-LINE                16930000
                                                                        16940000
           MOVE 'ITEMS NOT MATCHED - TABLE FULL: ' TO NOSTREC-SUM-LABEL 16950000
           MOVE NOSTREC-OVERFLOW-COUNT TO NOSTREC-SUM-COUNT             16960000
           WRITE NOST-RPT-LINE FROM NOSTREC-SUMMARY-LINE.               16970000
       7000-EXIT.                                                       16980000
           EXIT.                                                        16990000
                                                                        17000000
      ******************************************************************17000666
      *  8900-ADD-CONTROL-TOTAL - ADD THE PROCTRAN ROW JUST WRITTEN TO *17001332
      *  THE JOB'S CONTROL TOTALS FOR BALCHK.                          *17001998
      ******************************************************************17002664
       8900-ADD-CONTROL-TOTAL.                                          17003330
           SET BALTOT-REQ-ADD TO TRUE                                   17003996
           MOVE PROC-TRAN-DATE OF PROCTRAN-FILE-REC TO BALTOT-REQ-DATE  17004662
           MOVE PROC-TRAN-TYPE OF PROCTRAN-FILE-REC TO BALTOT-REQ-TYPE  17005328
           MOVE PROC-TRAN-AMOUNT OF PROCTRAN-FILE-REC                   17005994
               TO BALTOT-REQ-AMOUNT                                     17006660
           CALL 'BALTOT' USING BALTOT-REQUEST.                          17007326
       8900-EXIT.                                                       17007992
           EXIT.                                                        17008658
                                                                        17009324
      ******************************************************************17010000
      *  9000-TERMINATE - CLOSE DOWN AND REPORT THE RUN COMPLETE.      *17020000
      ******************************************************************17030000
       9000-TERMINATE.                                                  17040000
           SET BALTOT-REQ-WRITE TO TRUE                                 17042500
           CALL 'BALTOT' USING BALTOT-REQUEST                           17045000
                                                                        17047500
           MOVE 'E' TO RUNCTL-REQ-FUNCTION                              17050000
           MOVE NOSTREC-ENTRY-COUNT TO RUNCTL-REQ-COUNT                 17060000
           CALL 'RUNCTL' USING RUNCTL-REQUEST                           17070000
                                                                        17080000
           CLOSE NOSTACCT-FILE                                          17090000
           CLOSE NOSTBRK-FILE                                           17100000
           CLOSE STMT-FILE                                              17110000
           CLOSE PAYSTAT-FILE                                           17120000
           CLOSE INTLREG-FILE                                           17130000
           CLOSE PROCTRAN-FILE                                          17140000
           CLOSE PCTRL-FILE                                             17150000
           CLOSE SUSPACCT-FILE                                          17160000
           CLOSE FXRATE-FILE                                            17170000
           CLOSE NOST-RPT.                                              17180000
       9000-EXIT.                                                       17190000
           EXIT.                                                        17200000
                                                                        17210000
       9999-EXIT.                                                       17220000
           STOP RUN.                                                    17230000
