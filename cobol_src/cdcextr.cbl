      ******************************************************************00010000
      *                                                                *00020000
      *  Copyright IBM Corp. 2023                                      *00030000
      *                                                                *00040000
      *                                                                *00050000
      ******************************************************************00060000
       IDENTIFICATION DIVISION.                                         00070000
       PROGRAM-ID.    CDCEXTR.                                          00080000
       AUTHOR.        BANK APPLICATIONS GROUP.                          00090000
       INSTALLATION.  BANK BATCH SERVICES.                              00100000
       DATE-WRITTEN.  2026-10-15.                                       00110000
       DATE-COMPILED.                                                   00120000
      ******************************************************************00130000
      *                                                                *00140000
      *  CDCEXTR - DAILY CHANGE-DATA EXTRACT FOR THE DATA WAREHOUSE    *00150000
      *                                                                *00160000
      *  FUNCTION : WRITES ONE DELIMITED RECORD FOR EVERY CUSTOMER,    *00170000
      *             CONTACT, ACCOUNT, OVERDRAFT FACILITY, TERM DEPOSIT *00180000
      *             AND LOAN THAT CHANGED ON THE RUN DATE, SO THE      *00190000
      *             WAREHOUSE CAN APPLY THE DAY'S CHANGES INSTEAD OF   *00200000
      *             RELOADING WHOLE FILES.  WHAT CHANGED IS FOUND FROM *00210000
      *             THE DAY'S ACTIVITY, NOT BY COMPARING FILES :       *00220000
      *                                                                *00230000
      *               PROCTRAN - OCC/ICC CREATE, OCU UPDATE, ODC/IDC   *00240000
      *                          DELETE, MRG, ODM, CSR AND CSA NAME    *00250000
      *                          THE CUSTOMER (AND ITS CONTACT ROW).   *00260000
      *                          OCA/ICA CREATE, ODA/IDA DELETE AND    *00270000
      *                          EVERY POSTING NAME THE ACCOUNT.  ODF  *00280000
      *                          NAMES THE FACILITY.  TDI AND TDX      *00290000
      *                          NAME THE DEPOSIT, TDB AND TDW CARRY   *00300000
      *                          IT IN THE DESCRIPTION, AND TDO, TDM   *00310000
      *                          AND THE LOAN ROWS CARRY THE LINKED    *00320000
      *                          ACCOUNT.                              *00330000
      *               CUSCHG   - EVERY CHANGE ROW NAMES THE CUSTOMER   *00340000
      *                          (AND THE CONTACT ROW ON A PHONE       *00350000
      *                          CHANGE).  A LIMIT REDUCTION NAMES THE *00360000
      *                          FACILITY ON ITS EFFECTIVE DATE, WHEN  *00370000
      *                          ODREVIEW APPLIES IT.                  *00380000
      *                                                                *00390000
      *             EACH KEY NAMED IS RECORDED ONCE ON A KEYED WORK    *00400000
      *             FILE, HOWEVER OFTEN IT CHANGED.  DEPOSITS AND      *00410000
      *             LOANS NAMED ONLY BY THEIR LINKED ACCOUNT ARE FOUND *00420000
      *             BY ONE PASS OF TERMDEP AND LOANFILE, MADE ONLY     *00430000
      *             WHEN THERE ARE ANY.  THE EXTRACT IS THEN WRITTEN   *00440000
      *             FROM THE WORK FILE WITH EACH RECORD AS IT STANDS   *00450000
      *             ON THE MASTER AT THE END OF THE DAY :              *00460000
      *                                                                *00470000
      *               I - INSERTED - CREATED OR OPENED ON THE RUN DATE *00480000
      *               U - UPDATED                                      *00490000
      *               C - CLOSED - ACCOUNT CLOSED, DEPOSIT MATURED,    *00500000
      *                   CLOSED OR BROKEN, LOAN SETTLED OR WRITTEN    *00510000
      *                   OFF, FACILITY EXPIRED OR CANCELLED, CUSTOMER *00520000
      *                   DECEASED                                     *00530000
      *               D - DELETED - NO LONGER ON THE MASTER (DELETED,  *00540000
      *                   OR MERGED INTO ANOTHER CUSTOMER).  ONLY THE  *00550000
      *                   KEY IS SENT.                                 *00560000
      *                                                                *00570000
      *             A KEY THAT IS NOT ON THE MASTER AND WAS NOT        *00580000
      *             DELETED (A CUSTOMER WHO NEVER HAD A CONTACT ROW)   *00590000
      *             IS COUNTED AND LEFT OUT.  THE WAREHOUSE APPLIES    *00600000
      *             I, U AND C AS AN INSERT-OR-REPLACE, SO A RECORD    *00610000
      *             SENT THAT DID NOT IN FACT CHANGE DOES NO HARM.     *00620000
      *                                                                *00630000
      *  EXTRACT  : '|'-DELIMITED, FIXED-WIDTH FIELDS.  A '|' IN ANY   *00640000
      *             TEXT FIELD IS SENT AS '/'.  AMOUNTS CARRY A SIGN   *00650000
      *             AND A DECIMAL POINT; DATES ARE YYYYMMDD.           *00660000
      *                                                                *00670000
      *               '1' HEADER  - EXTRACT NAME, RUN DATE, DATE AND   *00680000
      *                             TIME WRITTEN                       *00690000
      *               '2' DETAIL  - ENTITY (CUS CTC ACC ODF TDP LON),  *00700000
      *                             CHANGE TYPE, SORT CODE, NUMBER,    *00710000
      *                             THEN THE ENTITY'S FIELDS           *00720000
      *               '9' TRAILER - DETAIL COUNT, HASH OF THE KEY      *00730000
      *                             NUMBERS, HASH OF THE AMOUNTS       *00740000
      *                             (BALANCE, LIMIT, PRINCIPAL,        *00750000
      *                             OUTSTANDING) AND THE COUNT FOR     *00760000
      *                             EACH ENTITY                        *00770000
      *                                                                *00780000
      *  RESTART  : THE PROCTRAN PASS IS CHECKPOINTED (CHKPTF, JOB     *00790000
      *             CDCEXTR) EVERY 1000 ROWS BY PROCTRAN KEY.  A RUN   *00800000
      *             FOR THE SAME DATE THAT FINDS THE CHECKPOINT STILL  *00810000
      *             IN PROGRESS KEEPS THE WORK FILE, CARRIES ON AFTER  *00820000
      *             THE LAST KEY CHECKPOINTED (A KEY OF ALL NINES      *00830000
      *             MEANS THE PASS HAD FINISHED) AND REPEATS THE       *00840000
      *             LATER PASSES, WHICH ONLY ADD TO THE WORK FILE.     *00850000
      *             THE EXTRACT ITSELF IS ALWAYS WRITTEN WHOLE FROM    *00860000
      *             THE WORK FILE, SO A RESTART NEVER SENDS A RECORD   *00870000
      *             TWICE.                                             *00880000
      *                                                                *00890000
      *  SYSIN    : COLS 1-8 RUN DATE (YYYYMMDD; SPACES - THE CURRENT  *00900000
      *             BUSINESS DATE, FOR THE USUAL RUN AHEAD OF EODROLL) *00910000
      *                                                                *00920000
      *  FILES    : SYSIN    - PARAMETER - RUN DATE                    *00930000
      *             PROCTRAN - VSAM KSDS - TRANSACTION LOG (INPUT)     *00940000
      *             CUSCHG   - VSAM KSDS - CUSTOMER CHANGES (INPUT)    *00950000
      *             CUSTFILE - VSAM KSDS - CUSTOMER MASTER (INPUT)     *00960000
      *             CONTFILE - VSAM KSDS - CUSTOMER CONTACTS (INPUT)   *00970000
      *             ACCFILE  - VSAM KSDS - ACCOUNT MASTER (INPUT)      *00980000
      *             ODFACIL  - VSAM KSDS - ARRANGED OVERDRAFTS (INPUT) *00990000
      *             TERMDEP  - VSAM KSDS - TERM DEPOSITS (INPUT)       *01000000
      *             LOANFILE - VSAM KSDS - LOANS (INPUT)               *01010000
      *             CDCWORK  - VSAM KSDS - CHANGED KEYS WORK (I-O)     *01020000
      *             CHKPTF   - VSAM KSDS - CHECKPOINT FILE (I-O)       *01030000
      *             CDCOUT   - CHANGE-DATA EXTRACT (OUTPUT)            *01040000
      *                                                                *01050000
      *  CHANGE HISTORY                                                *01060000
      *  ----------------------------------------------------------    *01070000
      *  DATE        BY    DESCRIPTION                                 *01080000
      *  2026-10-15  BAG   INITIAL VERSION                             *01090000
      *                                                                *01100000
      ******************************************************************01110000
       ENVIRONMENT DIVISION.                                            01120000
       INPUT-OUTPUT SECTION.                                            01130000
       FILE-CONTROL.                                                    01140000
           SELECT PARAMETER-FILE  ASSIGN TO SYSIN                       01150000
                  ORGANIZATION IS SEQUENTIAL                            01160000
                  FILE STATUS IS CDCEXTR-PARM-STATUS.                   01170000
                                                                        01180000
           SELECT PROCTRAN-FILE   ASSIGN TO PROCTRAN                    01190000
                  ORGANIZATION IS INDEXED                               01200000
                  ACCESS MODE IS DYNAMIC                                01210000
                  RECORD KEY IS PROC-TRAN-ID OF PROCTRAN-FILE-REC       01220000
                  FILE STATUS IS CDCEXTR-PROCTRAN-STATUS.               01230000
                                                                        01240000
           SELECT CUSCHG-FILE     ASSIGN TO CUSCHG                      01250000
                  ORGANIZATION IS INDEXED                               01260000
                  ACCESS MODE IS SEQUENTIAL                             01270000
                  RECORD KEY IS CUSCHG-KEY OF CUSCHG-FILE-REC           01280000
                  FILE STATUS IS CDCEXTR-CUSCHG-STATUS.                 01290000
                                                                        01300000
           SELECT CUSTOMER-FILE   ASSIGN TO CUSTFILE                    01310000
                  ORGANIZATION IS INDEXED                               01320000
                  ACCESS MODE IS RANDOM                                 01330000
                  RECORD KEY IS CUSTOMER-KEY OF CUSTOMER-FILE-REC       01340000
                  FILE STATUS IS CDCEXTR-CUSTOMER-STATUS.               01350000
                                                                        01360000
           SELECT CONTACT-FILE    ASSIGN TO CONTFILE                    01370000
                  ORGANIZATION IS INDEXED                               01380000
                  ACCESS MODE IS RANDOM                                 01390000
                  RECORD KEY IS CUSTCONT-KEY OF CONTACT-FILE-REC        01400000
                  FILE STATUS IS CDCEXTR-CONTACT-STATUS.                01410000
                                                                        01420000
           SELECT ACCOUNT-FILE    ASSIGN TO ACCFILE                     01430000
                  ORGANIZATION IS INDEXED                               01440000
                  ACCESS MODE IS RANDOM                                 01450000
                  RECORD KEY IS ACCOUNT-KEY OF ACCOUNT-FILE-REC         01460000
                  FILE STATUS IS CDCEXTR-ACCOUNT-STATUS.                01470000
                                                                        01480000
           SELECT ODFACIL-FILE    ASSIGN TO ODFACIL                     01490000
                  ORGANIZATION IS INDEXED                               01500000
                  ACCESS MODE IS RANDOM                                 01510000
                  RECORD KEY IS ODFACIL-KEY OF ODFACIL-FILE-REC         01520000
                  FILE STATUS IS CDCEXTR-ODFACIL-STATUS.                01530000
                                                                        01540000
           SELECT TERMDEP-FILE    ASSIGN TO TERMDEP                     01550000
                  ORGANIZATION IS INDEXED                               01560000
                  ACCESS MODE IS DYNAMIC                                01570000
                  RECORD KEY IS TERMDEP-KEY OF TERMDEP-FILE-REC         01580000
                  FILE STATUS IS CDCEXTR-TERMDEP-STATUS.                01590000
                                                                        01600000
           SELECT LOAN-FILE       ASSIGN TO LOANFILE                    01610000
                  ORGANIZATION IS INDEXED                               01620000
                  ACCESS MODE IS DYNAMIC                                01630000
                  RECORD KEY IS LOAN-KEY OF LOAN-FILE-REC               01640000
                  FILE STATUS IS CDCEXTR-LOAN-STATUS.                   01650000
                                                                        01660000
           SELECT CDC-WORK-FILE   ASSIGN TO CDCWORK                     01670000
                  ORGANIZATION IS INDEXED                               01680000
                  ACCESS MODE IS DYNAMIC                                01690000
                  RECORD KEY IS CDCEXTR-CW-KEY                          01700000
                  FILE STATUS IS CDCEXTR-CW-STATUS.                     01710000
                                                                        01720000
           SELECT CHECKPOINT-FILE ASSIGN TO CHKPTF                      01730000
                  ORGANIZATION IS INDEXED                               01740000
                  ACCESS MODE IS RANDOM                                 01750000
                  RECORD KEY IS CHECKPOINT-JOB-NAME                     01760000
                                 OF CHECKPOINT-FILE-REC                 01770000
                  FILE STATUS IS CDCEXTR-CKPT-STATUS.                   01780000
                                                                        01790000
           SELECT CDC-OUT         ASSIGN TO CDCOUT                      01800000
                  ORGANIZATION IS LINE SEQUENTIAL                       01810000
                  FILE STATUS IS CDCEXTR-OUT-STATUS.                    01820000
                                                                        01830000
       DATA DIVISION.                                                   01840000
       FILE SECTION.                                                    01850000
       FD  PARAMETER-FILE                                               01860000
           RECORDING MODE IS F.                                         01870000
       01  PARAMETER-FILE-REC              PIC X(80).                   01880000
                                                                        01890000
       FD  PROCTRAN-FILE                                                01900000
           RECORDING MODE IS F.                                         01910000
       01  PROCTRAN-FILE-REC.                                           01920000
           COPY PROCTRAN.                                               01930000
                                                                        01940000
       FD  CUSCHG-FILE                                                  01950000
           RECORDING MODE IS F.                                         01960000
       01  CUSCHG-FILE-REC.                                             01970000
           COPY CUSCHG.                                                 01980000
                                                                        01990000
       FD  CUSTOMER-FILE                                                02000000
           RECORDING MODE IS F.                                         02010000
       01  CUSTOMER-FILE-REC.                                           02020000
           COPY CUSTOMER.                                               02030000
                                                                        02040000
       FD  CONTACT-FILE                                                 02050000
           RECORDING MODE IS F.                                         02060000
       01  CONTACT-FILE-REC.                                            02070000
           COPY CUSTCONT.                                               02080000
                                                                        02090000
       FD  ACCOUNT-FILE                                                 02100000
           RECORDING MODE IS F.                                         02110000
       01  ACCOUNT-FILE-REC.                                            02120000
           COPY ACCOUNT.                                                02130000
                                                                        02140000
       FD  ODFACIL-FILE                                                 02150000
           RECORDING MODE IS F.                                         02160000
       01  ODFACIL-FILE-REC.                                            02170000
           COPY ODFACIL.                                                02180000
                                                                        02190000
       FD  TERMDEP-FILE                                                 02200000
           RECORDING MODE IS F.                                         02210000
       01  TERMDEP-FILE-REC.                                            02220000
           COPY TERMDEP.                                                02230000
                                                                        02240000
       FD  LOAN-FILE                                                    02250000
           RECORDING MODE IS F.                                         02260000
       01  LOAN-FILE-REC.                                               02270000
           COPY LOAN.                                                   02280000
                                                                        02290000
      *    ONE ROW PER KEY THAT CHANGED ON THE RUN DATE.  ENTITIES TDL *02300000
      *    AND LNL ARE LINKED ACCOUNTS THAT HAD DEPOSIT OR LOAN        *02310000
      *    ACTIVITY; THEY FIND THE DEPOSITS AND LOANS AND ARE NOT      *02320000
      *    THEMSELVES EXTRACTED.                                       *02330000
       FD  CDC-WORK-FILE                                                02340000
           RECORDING MODE IS F.                                         02350000
       01  CDCEXTR-CW-REC.                                              02360000
           05  CDCEXTR-CW-KEY.                                          02370000
               10  CDCEXTR-CW-ENTITY       PIC X(3).                    02380000
               10  CDCEXTR-CW-SORTCODE     PIC 9(6).                    02390000
               10  CDCEXTR-CW-NUMBER       PIC 9(10).                   02400000
           05  CDCEXTR-CW-INSERT-SWITCH    PIC X.                       02410000
               88  CDCEXTR-CW-INSERTED           VALUE 'Y'.             02420000
           05  CDCEXTR-CW-DELETE-SWITCH    PIC X.                       02430000
               88  CDCEXTR-CW-DELETED            VALUE 'Y'.             02440000
           05  CDCEXTR-CW-EVENTS           PIC 9(5).                    02450000
                                                                        02460000
       FD  CHECKPOINT-FILE                                              02470000
           RECORDING MODE IS F.                                         02480000
       01  CHECKPOINT-FILE-REC.                                         02490000
           COPY CHKPOINT.                                               02500000
                                                                        02510000
       FD  CDC-OUT                                                      02520000
           RECORDING MODE IS F.                                         02530000
       01  CDC-OUT-REC                     PIC X(425).                  02540000
                                                                        02550000
       WORKING-STORAGE SECTION.                                         02560000
       01  CDCEXTR-WORK-AREA.                                           02570000
           05  CDCEXTR-PARM-STATUS         PIC XX.                      02580000
           05  CDCEXTR-PROCTRAN-STATUS     PIC XX.                      02590000
           05  CDCEXTR-CUSCHG-STATUS       PIC XX.                      02600000
           05  CDCEXTR-CUSTOMER-STATUS     PIC XX.                      02610000
           05  CDCEXTR-CONTACT-STATUS      PIC XX.                      02620000
           05  CDCEXTR-ACCOUNT-STATUS      PIC XX.                      02630000
           05  CDCEXTR-ODFACIL-STATUS      PIC XX.                      02640000
           05  CDCEXTR-TERMDEP-STATUS      PIC XX.                      02650000
           05  CDCEXTR-LOAN-STATUS         PIC XX.                      02660000
           05  CDCEXTR-CW-STATUS           PIC XX.                      02670000
           05  CDCEXTR-CKPT-STATUS         PIC XX.                      02680000
           05  CDCEXTR-OUT-STATUS          PIC XX.                      02690000
           05  CDCEXTR-EOF-SWITCH          PIC X     VALUE 'N'.         02700000
               88  CDCEXTR-AT-EOF                VALUE 'Y'.             02710000
           05  CDCEXTR-REFUSED-SWITCH      PIC X     VALUE 'N'.         02720000
               88  CDCEXTR-REFUSED               VALUE 'Y'.             02730000
           05  CDCEXTR-RESTART-SWITCH      PIC X     VALUE 'N'.         02740000
               88  CDCEXTR-IS-RESTART            VALUE 'Y'.             02750000
           05  CDCEXTR-FOUND-SWITCH        PIC X     VALUE 'N'.         02760000
               88  CDCEXTR-LINKS-FOUND           VALUE 'Y'.             02770000
           05  CDCEXTR-CURRENT-DATE        PIC 9(8).                    02780000
           05  CDCEXTR-CURRENT-TIME        PIC 9(8).                    02790000
           05  CDCEXTR-RUN-DATE            PIC 9(8)  VALUE ZERO.        02800000
           05  CDCEXTR-CKPT-INTERVAL       PIC 9(5)  VALUE 1000.        02810000
           05  CDCEXTR-CKPT-COUNT          PIC 9(5)  VALUE ZERO.        02820000
           05  CDCEXTR-DESC-CUSTOMER       PIC X(10).                   02830000
           05  CDCEXTR-PROCTRAN-COUNT      PIC 9(9)  COMP-3 VALUE ZERO. 02840000
           05  CDCEXTR-PROC-USED-COUNT     PIC 9(9)  COMP-3 VALUE ZERO. 02850000
           05  CDCEXTR-CUSCHG-COUNT        PIC 9(9)  COMP-3 VALUE ZERO. 02860000
           05  CDCEXTR-KEY-COUNT           PIC 9(9)  COMP-3 VALUE ZERO. 02870000
           05  CDCEXTR-LINKED-COUNT        PIC 9(9)  COMP-3 VALUE ZERO. 02880000
           05  CDCEXTR-GONE-COUNT          PIC 9(9)  COMP-3 VALUE ZERO. 02890000
           05  CDCEXTR-DETAIL-COUNT        PIC 9(9)  COMP-3 VALUE ZERO. 02900000
           05  CDCEXTR-CUS-COUNT           PIC 9(9)  COMP-3 VALUE ZERO. 02910000
           05  CDCEXTR-CTC-COUNT           PIC 9(9)  COMP-3 VALUE ZERO. 02920000
           05  CDCEXTR-ACC-COUNT           PIC 9(9)  COMP-3 VALUE ZERO. 02930000
           05  CDCEXTR-ODF-COUNT           PIC 9(9)  COMP-3 VALUE ZERO. 02940000
           05  CDCEXTR-TDP-COUNT           PIC 9(9)  COMP-3 VALUE ZERO. 02950000
           05  CDCEXTR-LON-COUNT           PIC 9(9)  COMP-3 VALUE ZERO. 02960000
           05  CDCEXTR-DELETED-COUNT       PIC 9(9)  COMP-3 VALUE ZERO. 02970000
           05  CDCEXTR-KEY-HASH            PIC 9(15) COMP-3 VALUE ZERO. 02980000
           05  CDCEXTR-AMOUNT-HASH         PIC S9(15)V99 COMP-3         02990000
                                                     VALUE ZERO.        03000000
           05  CDCEXTR-EDIT-COUNT          PIC Z(8)9.                   03010000
                                                                        03020000
      *    THE CHANGE BEING RECORDED ON THE WORK FILE.                 *03030000
       01  CDCEXTR-CHANGE.                                              03040000
           05  CDCEXTR-CHG-ENTITY          PIC X(3).                    03050000
           05  CDCEXTR-CHG-SORTCODE        PIC 9(6).                    03060000
           05  CDCEXTR-CHG-NUMBER          PIC 9(10).                   03070000
           05  CDCEXTR-CHG-EVENT           PIC X.                       03080000
               88  CDCEXTR-CHG-INSERT            VALUE 'I'.             03090000
               88  CDCEXTR-CHG-UPDATE            VALUE 'U'.             03100000
               88  CDCEXTR-CHG-DELETE            VALUE 'D'.             03110000
                                                                        03120000
       01  CDCEXTR-CARD.                                                03130000
           05  CDCEXTR-CARD-RUN-DATE       PIC X(8).                    03140000
           05  CDCEXTR-CARD-RUN-DATE-N REDEFINES CDCEXTR-CARD-RUN-DATE  03150000
                                           PIC 9(8).                    03160000
           05  FILLER                      PIC X(72).                   03170000
                                                                        03180000
      *    A DDMMYYYY DATE FROM THE CUSTOMER MASTER, TURNED ROUND.     *03190000
       01  CDCEXTR-DMY-DATE.                                            03200000
           05  CDCEXTR-DMY-DD              PIC 99.                      03210000
           05  CDCEXTR-DMY-MM              PIC 99.                      03220000
           05  CDCEXTR-DMY-YYYY            PIC 9999.                    03230000
       01  CDCEXTR-YMD-DATE.                                            03240000
           05  CDCEXTR-YMD-YYYY            PIC 9999.                    03250000
           05  CDCEXTR-YMD-MM              PIC 99.                      03260000
           05  CDCEXTR-YMD-DD              PIC 99.                      03270000
                                                                        03280000
      *    THE EXTRACT RECORD SHAPES.                                  *03290000
       01  CDCEXTR-HEADER-REC.                                          03300000
           05  CDCEXTR-HDR-TYPE            PIC X     VALUE '1'.         03310000
           05  FILLER                      PIC X     VALUE '|'.         03320000
           05  CDCEXTR-HDR-NAME            PIC X(8)  VALUE 'CDCEXTR'.   03330000
           05  FILLER                      PIC X     VALUE '|'.         03340000
           05  CDCEXTR-HDR-RUN-DATE        PIC 9(8).                    03350000
           05  FILLER                      PIC X     VALUE '|'.         03360000
           05  CDCEXTR-HDR-WRITTEN-DATE    PIC 9(8).                    03370000
           05  FILLER                      PIC X     VALUE '|'.         03380000
           05  CDCEXTR-HDR-WRITTEN-TIME    PIC 9(6).                    03390000
                                                                        03400000
       01  CDCEXTR-DETAIL-REC.                                          03410000
           05  CDCEXTR-DET-TYPE            PIC X     VALUE '2'.         03420000
           05  FILLER                      PIC X     VALUE '|'.         03430000
           05  CDCEXTR-DET-ENTITY          PIC X(3).                    03440000
           05  FILLER                      PIC X     VALUE '|'.         03450000
           05  CDCEXTR-DET-CHANGE          PIC X.                       03460000
           05  FILLER                      PIC X     VALUE '|'.         03470000
           05  CDCEXTR-DET-SORTCODE        PIC 9(6).                    03480000
           05  FILLER                      PIC X     VALUE '|'.         03490000
           05  CDCEXTR-DET-NUMBER          PIC 9(10).                   03500000
           05  CDCEXTR-DET-BODY            PIC X(400).                  03510000
                                                                        03520000
       01  CDCEXTR-CUS-BODY.                                            03530000
           05  FILLER                      PIC X     VALUE '|'.         03540000
           05  CDCEXTR-CUS-NAME            PIC X(60).                   03550000
           05  FILLER                      PIC X     VALUE '|'.         03560000
           05  CDCEXTR-CUS-ADDR-1          PIC X(35).                   03570000
           05  FILLER                      PIC X     VALUE '|'.         03580000
           05  CDCEXTR-CUS-ADDR-2          PIC X(35).                   03590000
           05  FILLER                      PIC X     VALUE '|'.         03600000
           05  CDCEXTR-CUS-ADDR-3          PIC X(35).                   03610000
           05  FILLER                      PIC X     VALUE '|'.         03620000
           05  CDCEXTR-CUS-ADDR-4          PIC X(35).                   03630000
           05  FILLER                      PIC X     VALUE '|'.         03640000
           05  CDCEXTR-CUS-POSTCODE        PIC X(8).                    03650000
           05  FILLER                      PIC X     VALUE '|'.         03660000
           05  CDCEXTR-CUS-BIRTH-DATE      PIC 9(8).                    03670000
           05  FILLER                      PIC X     VALUE '|'.         03680000
           05  CDCEXTR-CUS-SCORE           PIC 9(3).                    03690000
           05  FILLER                      PIC X     VALUE '|'.         03700000
           05  CDCEXTR-CUS-REVIEW-DATE     PIC 9(8).                    03710000
           05  FILLER                      PIC X     VALUE '|'.         03720000
           05  CDCEXTR-CUS-MINOR           PIC X.                       03730000
           05  FILLER                      PIC X     VALUE '|'.         03740000
           05  CDCEXTR-CUS-DECEASED        PIC X.                       03750000
           05  FILLER                      PIC X     VALUE '|'.         03760000
           05  CDCEXTR-CUS-DECEASED-DATE   PIC 9(8).                    03770000
           05  FILLER                      PIC X     VALUE '|'.         03780000
           05  CDCEXTR-CUS-TYPE            PIC X.                       03790000
           05  FILLER                      PIC X     VALUE '|'.         03800000
           05  CDCEXTR-CUS-REG-NUMBER      PIC X(10).                   03810000
           05  FILLER                      PIC X     VALUE '|'.         03820000
           05  CDCEXTR-CUS-ENTITY-TYPE     PIC X.                       03830000
           05  FILLER                      PIC X     VALUE '|'.         03840000
           05  CDCEXTR-CUS-INCORP-DATE     PIC 9(8).                    03850000
           05  FILLER                      PIC X     VALUE '|'.         03860000
           05  CDCEXTR-CUS-NATURE          PIC X(40).                   03870000
           05  FILLER                      PIC X     VALUE '|'.         03880000
           05  CDCEXTR-CUS-TRADING-NAME    PIC X(60).                   03890000
                                                                        03900000
       01  CDCEXTR-CTC-BODY.                                            03910000
           05  FILLER                      PIC X     VALUE '|'.         03920000
           05  CDCEXTR-CTC-PHONE           PIC X(20).                   03930000
           05  FILLER                      PIC X     VALUE '|'.         03940000
           05  CDCEXTR-CTC-EMAIL           PIC X(50).                   03950000
           05  FILLER                      PIC X     VALUE '|'.         03960000
           05  CDCEXTR-CTC-STMT-PREF       PIC X.                       03970000
                                                                        03980000
       01  CDCEXTR-ACC-BODY.                                            03990000
           05  FILLER                      PIC X     VALUE '|'.         04000000
           05  CDCEXTR-ACC-CUSTOMER        PIC 9(10).                   04010000
           05  FILLER                      PIC X     VALUE '|'.         04020000
           05  CDCEXTR-ACC-TYPE            PIC X(8).                    04030000
           05  FILLER                      PIC X     VALUE '|'.         04040000
           05  CDCEXTR-ACC-OPENED          PIC 9(8).                    04050000
           05  FILLER                      PIC X     VALUE '|'.         04060000
           05  CDCEXTR-ACC-LAST-STMT       PIC 9(8).                    04070000
           05  FILLER                      PIC X     VALUE '|'.         04080000
           05  CDCEXTR-ACC-NEXT-STMT       PIC 9(8).                    04090000
           05  FILLER                      PIC X     VALUE '|'.         04100000
           05  CDCEXTR-ACC-BALANCE         PIC -9(10).99.               04110000
           05  FILLER                      PIC X     VALUE '|'.         04120000
           05  CDCEXTR-ACC-STATUS          PIC X.                       04130000
           05  FILLER                      PIC X     VALUE '|'.         04140000
           05  CDCEXTR-ACC-CURRENCY        PIC X(3).                    04150000
                                                                        04160000
       01  CDCEXTR-ODF-BODY.                                            04170000
           05  FILLER                      PIC X     VALUE '|'.         04180000
           05  CDCEXTR-ODF-LIMIT           PIC -9(10).99.               04190000
           05  FILLER                      PIC X     VALUE '|'.         04200000
           05  CDCEXTR-ODF-EXPIRY          PIC 9(8).                    04210000
           05  FILLER                      PIC X     VALUE '|'.         04220000
           05  CDCEXTR-ODF-APPROVED-BY     PIC X(3).                    04230000
                                                                        04240000
       01  CDCEXTR-TDP-BODY.                                            04250000
           05  FILLER                      PIC X     VALUE '|'.         04260000
           05  CDCEXTR-TDP-CUSTOMER        PIC 9(10).                   04270000
           05  FILLER                      PIC X     VALUE '|'.         04280000
           05  CDCEXTR-TDP-PRODUCT         PIC X(8).                    04290000
           05  FILLER                      PIC X     VALUE '|'.         04300000
           05  CDCEXTR-TDP-LINKED-ACCOUNT  PIC 9(8).                    04310000
           05  FILLER                      PIC X     VALUE '|'.         04320000
           05  CDCEXTR-TDP-PRINCIPAL       PIC -9(10).99.               04330000
           05  FILLER                      PIC X     VALUE '|'.         04340000
           05  CDCEXTR-TDP-RATE            PIC 99.9999.                 04350000
           05  FILLER                      PIC X     VALUE '|'.         04360000
           05  CDCEXTR-TDP-TERM            PIC 9(3).                    04370000
           05  FILLER                      PIC X     VALUE '|'.         04380000
           05  CDCEXTR-TDP-OPENED          PIC 9(8).                    04390000
           05  FILLER                      PIC X     VALUE '|'.         04400000
           05  CDCEXTR-TDP-MATURITY        PIC 9(8).                    04410000
           05  FILLER                      PIC X     VALUE '|'.         04420000
           05  CDCEXTR-TDP-INSTRUCTION     PIC X.                       04430000
           05  FILLER                      PIC X     VALUE '|'.         04440000
           05  CDCEXTR-TDP-STATUS          PIC X.                       04450000
           05  FILLER                      PIC X     VALUE '|'.         04460000
           05  CDCEXTR-TDP-CLOSED          PIC 9(8).                    04470000
           05  FILLER                      PIC X     VALUE '|'.         04480000
           05  CDCEXTR-TDP-WITHDRAWN       PIC -9(10).99.               04490000
           05  FILLER                      PIC X     VALUE '|'.         04500000
           05  CDCEXTR-TDP-PENALTY         PIC -9(10).99.               04510000
           05  FILLER                      PIC X     VALUE '|'.         04520000
           05  CDCEXTR-TDP-LAST-BREAK      PIC 9(8).                    04530000
                                                                        04540000
       01  CDCEXTR-LON-BODY.                                            04550000
           05  FILLER                      PIC X     VALUE '|'.         04560000
           05  CDCEXTR-LON-CUSTOMER        PIC 9(10).                   04570000
           05  FILLER                      PIC X     VALUE '|'.         04580000
           05  CDCEXTR-LON-PRODUCT         PIC X(8).                    04590000
           05  FILLER                      PIC X     VALUE '|'.         04600000
           05  CDCEXTR-LON-DISBURSE        PIC 9(8).                    04610000
           05  FILLER                      PIC X     VALUE '|'.         04620000
           05  CDCEXTR-LON-PRINCIPAL       PIC -9(10).99.               04630000
           05  FILLER                      PIC X     VALUE '|'.         04640000
           05  CDCEXTR-LON-RATE            PIC 99.9999.                 04650000
           05  FILLER                      PIC X     VALUE '|'.         04660000
           05  CDCEXTR-LON-TERM            PIC 9(3).                    04670000
           05  FILLER                      PIC X     VALUE '|'.         04680000
           05  CDCEXTR-LON-PAYMENT         PIC -9(10).99.               04690000
           05  FILLER                      PIC X     VALUE '|'.         04700000
           05  CDCEXTR-LON-OUTSTANDING     PIC -9(10).99.               04710000
           05  FILLER                      PIC X     VALUE '|'.         04720000
           05  CDCEXTR-LON-DRAWDOWN        PIC 9(8).                    04730000
           05  FILLER                      PIC X     VALUE '|'.         04740000
           05  CDCEXTR-LON-NEXT-DUE        PIC 9(8).                    04750000
           05  FILLER                      PIC X     VALUE '|'.         04760000
           05  CDCEXTR-LON-PAID-COUNT      PIC 9(3).                    04770000
           05  FILLER                      PIC X     VALUE '|'.         04780000
           05  CDCEXTR-LON-ARREARS-COUNT   PIC 9(3).                    04790000
           05  FILLER                      PIC X     VALUE '|'.         04800000
           05  CDCEXTR-LON-ARREARS         PIC -9(10).99.               04810000
           05  FILLER                      PIC X     VALUE '|'.         04820000
           05  CDCEXTR-LON-STATUS          PIC X.                       04830000
           05  FILLER                      PIC X     VALUE '|'.         04840000
           05  CDCEXTR-LON-SETTLED         PIC 9(8).                    04850000
                                                                        04860000
       01  CDCEXTR-TRAILER-REC.                                         04870000
           05  CDCEXTR-TRL-TYPE            PIC X     VALUE '9'.         04880000
           05  FILLER                      PIC X     VALUE '|'.         04890000
           05  CDCEXTR-TRL-COUNT           PIC 9(9).                    04900000
           05  FILLER                      PIC X     VALUE '|'.         04910000
           05  CDCEXTR-TRL-KEY-HASH        PIC 9(15).                   04920000
           05  FILLER                      PIC X     VALUE '|'.         04930000
           05  CDCEXTR-TRL-AMOUNT-HASH     PIC -9(15).99.               04940000
           05  FILLER                      PIC X     VALUE '|'.         04950000
           05  CDCEXTR-TRL-CUS-COUNT       PIC 9(9).                    04960000
           05  FILLER                      PIC X     VALUE '|'.         04970000
           05  CDCEXTR-TRL-CTC-COUNT       PIC 9(9).                    04980000
           05  FILLER                      PIC X     VALUE '|'.         04990000
           05  CDCEXTR-TRL-ACC-COUNT       PIC 9(9).                    05000000
           05  FILLER                      PIC X     VALUE '|'.         05010000
           05  CDCEXTR-TRL-ODF-COUNT       PIC 9(9).                    05020000
           05  FILLER                      PIC X     VALUE '|'.         05030000
           05  CDCEXTR-TRL-TDP-COUNT       PIC 9(9).                    05040000
           05  FILLER                      PIC X     VALUE '|'.         05050000
           05  CDCEXTR-TRL-LON-COUNT       PIC 9(9).                    05060000
                                                                        05070000
       01  RUNCTL-REQUEST-AREA.                                         05080000
           COPY RUNCTLQ.                                                05090000
                                                                        05100000
       01  BUSDATE-REQUEST-AREA.                                        05110000
           COPY BUSDATEQ.                                               05120000
                                                                        05130000
      ******************************************************************05140000
       PROCEDURE DIVISION.                                              05150000
      ******************************************************************05160000
       0000-MAINLINE.                                                   05170000
           PERFORM 1000-INITIALIZE THRU 1000-EXIT                       05180000
           IF CDCEXTR-REFUSED                                           05190000
               PERFORM 9000-TERMINATE THRU 9000-EXIT                    05200000
               GO TO 9999-EXIT                                          05210000
           END-IF                                                       05220000
                                                                        05230000
           IF CHECKPOINT-LAST-SORTCODE OF CHECKPOINT-FILE-REC           05240000
              NOT = 999999                                              05250000
               PERFORM 2000-SCAN-PROCTRAN THRU 2000-EXIT                05260000
           END-IF                                                       05270000
                                                                        05280000
           PERFORM 3000-SCAN-CUSCHG THRU 3000-EXIT                      05290000
           PERFORM 4000-SCAN-TERMDEP THRU 4000-EXIT                     05300000
           PERFORM 4500-SCAN-LOANS THRU 4500-EXIT                       05310000
           PERFORM 6000-WRITE-EXTRACT THRU 6000-EXIT                    05320000
                                                                        05330000
           PERFORM 8000-DISPLAY-TOTALS THRU 8000-EXIT                   05340000
           PERFORM 9000-TERMINATE THRU 9000-EXIT                        05350000
           GO TO 9999-EXIT.                                             05360000
                                                                        05370000
      ******************************************************************05380000
      *  1000-INITIALIZE - REGISTER WITH RUNCTL, PICK UP THE BUSINESS  *05390000
      *  DATE AND THE RUN DATE, OPEN THE FILES AND LOOK FOR A          *05400000
      *  CHECKPOINT.  A FRESH RUN STARTS WITH AN EMPTY WORK FILE; A    *05410000
      *  RESTART KEEPS WHAT IS ALREADY ON IT.                          *05420000
      ******************************************************************05430000
       1000-INITIALIZE.                                                 05440000
           MOVE 'S' TO RUNCTL-REQ-FUNCTION                              05450000
           MOVE 'CDCEXTR' TO RUNCTL-REQ-JOB                             05460000
           MOVE ZERO TO RUNCTL-REQ-COUNT                                05470000
           CALL 'RUNCTL' USING RUNCTL-REQUEST                           05480000
           IF RUNCTL-HELD                                               05490000
               DISPLAY 'CDCEXTR - HELD - PREDECESSOR NOT COMPLETE'      05500000
               STOP RUN                                                 05510000
           END-IF                                                       05520000
                                                                        05530000
           CALL 'BUSDATE' USING BUSDATE-REQUEST                         05540000
           MOVE BUSDATE-REQ-CURRENT TO CDCEXTR-CURRENT-DATE             05550000
           ACCEPT CDCEXTR-CURRENT-TIME FROM TIME                        05560000
                                                                        05570000
           PERFORM 1100-READ-PARAMETER THRU 1100-EXIT                   05580000
           IF CDCEXTR-REFUSED                                           05590000
               GO TO 1000-EXIT                                          05600000
           END-IF                                                       05610000
                                                                        05620000
           OPEN INPUT PROCTRAN-FILE                                     05630000
           OPEN INPUT CUSCHG-FILE                                       05640000
           OPEN INPUT CUSTOMER-FILE                                     05650000
           OPEN INPUT CONTACT-FILE                                      05660000
           OPEN INPUT ACCOUNT-FILE                                      05670000
           OPEN INPUT ODFACIL-FILE                                      05680000
           OPEN INPUT TERMDEP-FILE                                      05690000
           OPEN INPUT LOAN-FILE                                         05700000
           OPEN I-O   CHECKPOINT-FILE                                   05710000
                                                                        05720000
           PERFORM 1200-READ-CHECKPOINT THRU 1200-EXIT                  05730000
                                                                        05740000
           IF CDCEXTR-IS-RESTART                                        05750000
               OPEN I-O    CDC-WORK-FILE                                05760000
           ELSE                                                         05770000
               OPEN OUTPUT CDC-WORK-FILE                                05780000
               CLOSE CDC-WORK-FILE                                      05790000
               OPEN I-O    CDC-WORK-FILE                                05800000
           END-IF.                                                      05810000
       1000-EXIT.                                                       05820000
           EXIT.                                                        05830000
                                                                        05840000
      ******************************************************************05850000
      *  1100-READ-PARAMETER - THE RUN DATE FROM SYSIN, OR THE CURRENT *05860000
      *  BUSINESS DATE WHEN THERE IS NONE.  ANYTHING BUT A DATE IS     *05870000
      *  REFUSED.                                                      *05880000
      ******************************************************************05890000
       1100-READ-PARAMETER.                                             05900000
           MOVE SPACES TO CDCEXTR-CARD                                  05910000
           OPEN INPUT PARAMETER-FILE                                    05920000
           IF CDCEXTR-PARM-STATUS = '00'                                05930000
               READ PARAMETER-FILE INTO CDCEXTR-CARD                    05940000
                   AT END                                               05950000
                       MOVE SPACES TO CDCEXTR-CARD                      05960000
               END-READ                                                 05970000
               CLOSE PARAMETER-FILE                                     05980000
           END-IF                                                       05990000
                                                                        06000000
           IF CDCEXTR-CARD-RUN-DATE = SPACES                            06010000
               MOVE CDCEXTR-CURRENT-DATE TO CDCEXTR-RUN-DATE            06020000
               GO TO 1100-EXIT                                          06030000
           END-IF                                                       06040000
                                                                        06050000
           IF CDCEXTR-CARD-RUN-DATE IS NOT NUMERIC                      06060000
              OR CDCEXTR-CARD-RUN-DATE-N = ZERO                         06070000
               DISPLAY 'CDCEXTR - CRITICAL - INVALID RUN DATE ON SYSIN '06080000
                   CDCEXTR-CARD-RUN-DATE                                06090000
               SET CDCEXTR-REFUSED TO TRUE                              06100000
               GO TO 1100-EXIT                                          06110000
           END-IF                                                       06120000
                                                                        06130000
           MOVE CDCEXTR-CARD-RUN-DATE-N TO CDCEXTR-RUN-DATE.            06140000
       1100-EXIT.                                                       06150000
           EXIT.                                                        06160000
                                                                        06170000
      ******************************************************************06180000
      *  1200-READ-CHECKPOINT - A CHECKPOINT STILL IN PROGRESS FOR THE *06190000
      *  SAME RUN DATE MEANS THIS IS A RESTART.  ANY OTHER CHECKPOINT  *06200000
      *  (OR NONE) IS RESET FOR A FRESH RUN.                           *06210000
      ******************************************************************06220000
       1200-READ-CHECKPOINT.                                            06230000
           MOVE 'CDCEXTR' TO CHECKPOINT-JOB-NAME OF CHECKPOINT-FILE-REC 06240000
                                                                        06250000
           READ CHECKPOINT-FILE                                         06260000
               INVALID KEY                                              06270000
                   MOVE 'CKPT' TO CHECKPOINT-EYECATCHER                 06280000
                                   OF CHECKPOINT-FILE-REC               06290000
                   MOVE 'CDCEXTR' TO CHECKPOINT-JOB-NAME                06300000
                                      OF CHECKPOINT-FILE-REC            06310000
                   PERFORM 1250-RESET-CHECKPOINT THRU 1250-EXIT         06320000
                   WRITE CHECKPOINT-FILE-REC                            06330000
                   GO TO 1200-EXIT                                      06340000
           END-READ                                                     06350000
                                                                        06360000
           IF CHECKPOINT-IN-PROGRESS OF CHECKPOINT-FILE-REC             06370000
              AND CHECKPOINT-LAST-DATE OF CHECKPOINT-FILE-REC           06380000
                  = CDCEXTR-RUN-DATE                                    06390000
               SET CDCEXTR-IS-RESTART TO TRUE                           06400000
               MOVE CHECKPOINT-ROW-COUNT OF CHECKPOINT-FILE-REC         06410000
                   TO CDCEXTR-PROCTRAN-COUNT                            06420000
               DISPLAY 'CDCEXTR - RESTARTING FOR ' CDCEXTR-RUN-DATE     06430000
                   ' AFTER PROCTRAN KEY '                               06440000
                   CHECKPOINT-LAST-KEY OF CHECKPOINT-FILE-REC           06450000
               GO TO 1200-EXIT                                          06460000
           END-IF                                                       06470000
                                                                        06480000
           PERFORM 1250-RESET-CHECKPOINT THRU 1250-EXIT                 06490000
           REWRITE CHECKPOINT-FILE-REC.                                 06500000
       1200-EXIT.                                                       06510000
           EXIT.                                                        06520000
                                                                        06530000
      ******************************************************************06540000
      *  1250-RESET-CHECKPOINT - START THE CHECKPOINT FOR THIS RUN     *06550000
      *  DATE FROM THE BEGINNING OF PROCTRAN.                          *06560000
      ******************************************************************06570000
       1250-RESET-CHECKPOINT.                                           06580000
           MOVE ZERO TO CHECKPOINT-LAST-SORTCODE OF CHECKPOINT-FILE-REC 06590000
           MOVE ZERO TO CHECKPOINT-LAST-NUMBER OF CHECKPOINT-FILE-REC   06600000
           MOVE CDCEXTR-RUN-DATE                                        06610000
               TO CHECKPOINT-LAST-DATE OF CHECKPOINT-FILE-REC           06620000
           MOVE ZERO TO CHECKPOINT-LAST-TIME OF CHECKPOINT-FILE-REC     06630000
           MOVE ZERO TO CHECKPOINT-ROW-COUNT OF CHECKPOINT-FILE-REC     06640000
           SET CHECKPOINT-IN-PROGRESS OF CHECKPOINT-FILE-REC TO TRUE.   06650000
       1250-EXIT.                                                       06660000
           EXIT.                                                        06670000
                                                                        06680000
      ******************************************************************06690000
      *  2000-SCAN-PROCTRAN - READ THE TRANSACTION LOG FROM THE START, *06700000
      *  OR FROM JUST AFTER THE CHECKPOINTED KEY, AND RECORD WHAT EACH *06710000
      *  OF THE RUN DATE'S ROWS CHANGED.  WHEN THE PASS ENDS THE       *06720000
      *  CHECKPOINT KEY IS SET TO ALL NINES.                           *06730000
      ******************************************************************06740000
       2000-SCAN-PROCTRAN.                                              06750000
           MOVE 'N' TO CDCEXTR-EOF-SWITCH                               06760000
           MOVE CHECKPOINT-LAST-KEY OF CHECKPOINT-FILE-REC              06770000
               TO PROC-TRAN-ID OF PROCTRAN-FILE-REC                     06780000
                                                                        06790000
           START PROCTRAN-FILE KEY IS GREATER THAN                      06800000
                 PROC-TRAN-ID OF PROCTRAN-FILE-REC                      06810000
               INVALID KEY                                              06820000
                   SET CDCEXTR-AT-EOF TO TRUE                           06830000
           END-START                                                    06840000
                                                                        06850000
           IF NOT CDCEXTR-AT-EOF                                        06860000
               PERFORM 2100-READ-PROCTRAN THRU 2100-EXIT                06870000
           END-IF                                                       06880000
                                                                        06890000
           PERFORM 2200-PROCESS-PROCTRAN THRU 2200-EXIT                 06900000
              UNTIL CDCEXTR-AT-EOF                                      06910000
                                                                        06920000
           MOVE 999999 TO CHECKPOINT-LAST-SORTCODE                      06930000
                          OF CHECKPOINT-FILE-REC                        06940000
           MOVE 99999999 TO CHECKPOINT-LAST-NUMBER                      06950000
                            OF CHECKPOINT-FILE-REC                      06960000
           PERFORM 2990-WRITE-CHECKPOINT THRU 2990-EXIT.                06970000
       2000-EXIT.                                                       06980000
           EXIT.                                                        06990000
                                                                        07000000
      ******************************************************************07010000
      *  2100-READ-PROCTRAN - READ THE NEXT TRANSACTION LOG ROW.       *07020000
      ******************************************************************07030000
       2100-READ-PROCTRAN.                                              07040000
           READ PROCTRAN-FILE NEXT RECORD                               07050000
               AT END                                                   07060000
                   SET CDCEXTR-AT-EOF TO TRUE                           07070000
           END-READ.                                                    07080000
       2100-EXIT.                                                       07090000
           EXIT.                                                        07100000
                                                                        07110000
      ******************************************************************07120000
      *  2200-PROCESS-PROCTRAN - RECORD WHAT A ROW OF THE RUN DATE     *07130000
      *  CHANGED, CHECKPOINT EVERY INTERVAL AND READ THE NEXT ROW.     *07140000
      ******************************************************************07150000
       2200-PROCESS-PROCTRAN.                                           07160000
           ADD 1 TO CDCEXTR-PROCTRAN-COUNT                              07170000
           ADD 1 TO CDCEXTR-CKPT-COUNT                                  07180000
                                                                        07190000
           IF PROC-TRAN-DATE OF PROCTRAN-FILE-REC = CDCEXTR-RUN-DATE    07200000
              AND NOT PROC-TRAN-LOGICALLY-DELETED OF PROCTRAN-FILE-REC  07210000
               PERFORM 2300-CLASSIFY-PROCTRAN THRU 2300-EXIT            07220000
           END-IF                                                       07230000
                                                                        07240000
           IF CDCEXTR-CKPT-COUNT >= CDCEXTR-CKPT-INTERVAL               07250000
               MOVE PROC-TRAN-ID OF PROCTRAN-FILE-REC                   07260000
                   TO CHECKPOINT-LAST-KEY OF CHECKPOINT-FILE-REC        07270000
               PERFORM 2990-WRITE-CHECKPOINT THRU 2990-EXIT             07280000
           END-IF                                                       07290000
                                                                        07300000
           PERFORM 2100-READ-PROCTRAN THRU 2100-EXIT.                   07310000
       2200-EXIT.                                                       07320000
           EXIT.                                                        07330000
                                                                        07340000
      ******************************************************************07350000
      *  2300-CLASSIFY-PROCTRAN - TURN ONE ROW INTO THE KEYS IT        *07360000
      *  CHANGED.  CUSTOMER ROWS CARRY THE CUSTOMER IN THE             *07370000
      *  DESCRIPTION; REJECTED REQUESTS CHANGED NOTHING.               *07380000
      ******************************************************************07390000
       2300-CLASSIFY-PROCTRAN.                                          07400000
           ADD 1 TO CDCEXTR-PROC-USED-COUNT                             07410000
           MOVE PROC-TRAN-SORT-CODE OF PROCTRAN-FILE-REC                07420000
               TO CDCEXTR-CHG-SORTCODE                                  07430000
                                                                        07440000
           EVALUATE PROC-TRAN-TYPE OF PROCTRAN-FILE-REC                 07450000
               WHEN 'OCC'                                               07460000
               WHEN 'ICC'                                               07470000
                   MOVE PROC-DESC-CRECUS-CUSTOMER OF PROCTRAN-FILE-REC  07480000
                       TO CDCEXTR-DESC-CUSTOMER                         07490000
                   SET CDCEXTR-CHG-INSERT TO TRUE                       07500000
                   PERFORM 2400-RECORD-CUSTOMER THRU 2400-EXIT          07510000
               WHEN 'OCU'                                               07520000
                   MOVE PROC-DESC-UPDCUS-CUSTOMER OF PROCTRAN-FILE-REC  07530000
                       TO CDCEXTR-DESC-CUSTOMER                         07540000
                   SET CDCEXTR-CHG-UPDATE TO TRUE                       07550000
                   PERFORM 2400-RECORD-CUSTOMER THRU 2400-EXIT          07560000
               WHEN 'ODC'                                               07570000
               WHEN 'IDC'                                               07580000
                   MOVE PROC-DESC-DELCUS-CUSTOMER OF PROCTRAN-FILE-REC  07590000
                       TO CDCEXTR-DESC-CUSTOMER                         07600000
                   SET CDCEXTR-CHG-DELETE TO TRUE                       07610000
                   PERFORM 2400-RECORD-CUSTOMER THRU 2400-EXIT          07620000
               WHEN 'CSR'                                               07630000
               WHEN 'CSA'                                               07640000
                   MOVE PROC-DESC-CSRSCOR-CUSTOMER OF PROCTRAN-FILE-REC 07650000
                       TO CDCEXTR-DESC-CUSTOMER                         07660000
                   SET CDCEXTR-CHG-UPDATE TO TRUE                       07670000
                   PERFORM 2400-RECORD-CUSTOMER THRU 2400-EXIT          07680000
               WHEN 'MRG'                                               07690000
                   MOVE PROC-DESC-MERGE-LOSING-CUST OF PROCTRAN-FILE-REC07700000
                       TO CDCEXTR-DESC-CUSTOMER                         07710000
                   SET CDCEXTR-CHG-DELETE TO TRUE                       07720000
                   PERFORM 2400-RECORD-CUSTOMER THRU 2400-EXIT          07730000
                   MOVE PROC-DESC-MERGE-SURVIVOR OF PROCTRAN-FILE-REC   07740000
                       TO CDCEXTR-DESC-CUSTOMER                         07750000
                   SET CDCEXTR-CHG-UPDATE TO TRUE                       07760000
                   PERFORM 2400-RECORD-CUSTOMER THRU 2400-EXIT          07770000
               WHEN 'ODM'                                               07780000
                   PERFORM 2350-DECEASED-CUSTOMER THRU 2350-EXIT        07790000
               WHEN 'RCC'                                               07800000
               WHEN 'RUC'                                               07810000
               WHEN 'CSX'                                               07820000
                   CONTINUE                                             07830000
               WHEN 'OCA'                                               07840000
               WHEN 'ICA'                                               07850000
                   MOVE 'ACC' TO CDCEXTR-CHG-ENTITY                     07860000
                   SET CDCEXTR-CHG-INSERT TO TRUE                       07870000
                   PERFORM 2450-RECORD-ACCOUNT-KEY THRU 2450-EXIT       07880000
               WHEN 'ODA'                                               07890000
               WHEN 'IDA'                                               07900000
                   MOVE 'ACC' TO CDCEXTR-CHG-ENTITY                     07910000
                   SET CDCEXTR-CHG-DELETE TO TRUE                       07920000
                   PERFORM 2450-RECORD-ACCOUNT-KEY THRU 2450-EXIT       07930000
               WHEN 'ODF'                                               07940000
                   MOVE 'ODF' TO CDCEXTR-CHG-ENTITY                     07950000
                   SET CDCEXTR-CHG-UPDATE TO TRUE                       07960000
                   PERFORM 2450-RECORD-ACCOUNT-KEY THRU 2450-EXIT       07970000
               WHEN 'TDI'                                               07980000
               WHEN 'TDX'                                               07990000
                   MOVE 'TDP' TO CDCEXTR-CHG-ENTITY                     08000000
                   SET CDCEXTR-CHG-UPDATE TO TRUE                       08010000
                   PERFORM 2450-RECORD-ACCOUNT-KEY THRU 2450-EXIT       08020000
               WHEN 'TDB'                                               08030000
               WHEN 'TDW'                                               08040000
                   PERFORM 2500-BROKEN-DEPOSIT THRU 2500-EXIT           08050000
               WHEN 'TDO'                                               08060000
               WHEN 'TDM'                                               08070000
                   MOVE 'TDL' TO CDCEXTR-CHG-ENTITY                     08080000
                   SET CDCEXTR-CHG-UPDATE TO TRUE                       08090000
                   PERFORM 2450-RECORD-ACCOUNT-KEY THRU 2450-EXIT       08100000
                   MOVE 'ACC' TO CDCEXTR-CHG-ENTITY                     08110000
                   PERFORM 2450-RECORD-ACCOUNT-KEY THRU 2450-EXIT       08120000
               WHEN 'LND'                                               08130000
               WHEN 'LNR'                                               08140000
               WHEN 'LWO'                                               08150000
               WHEN 'LRC'                                               08160000
               WHEN 'LRA'                                               08170000
                   MOVE 'LNL' TO CDCEXTR-CHG-ENTITY                     08180000
                   SET CDCEXTR-CHG-UPDATE TO TRUE                       08190000
                   PERFORM 2450-RECORD-ACCOUNT-KEY THRU 2450-EXIT       08200000
                   MOVE 'ACC' TO CDCEXTR-CHG-ENTITY                     08210000
                   PERFORM 2450-RECORD-ACCOUNT-KEY THRU 2450-EXIT       08220000
               WHEN OTHER                                               08230000
                   MOVE 'ACC' TO CDCEXTR-CHG-ENTITY                     08240000
                   SET CDCEXTR-CHG-UPDATE TO TRUE                       08250000
                   PERFORM 2450-RECORD-ACCOUNT-KEY THRU 2450-EXIT       08260000
           END-EVALUATE.                                                08270000
       2300-EXIT.                                                       08280000
           EXIT.                                                        08290000
                                                                        08300000
      ******************************************************************08310000
      *  2350-DECEASED-CUSTOMER - MRKDECD LOGS THE CUSTOMER NUMBER     *08320000
      *  AFTER 'DECEASED SET ' OR 'DECEASED CLEARED '.                 *08330000
      ******************************************************************08340000
       2350-DECEASED-CUSTOMER.                                          08350000
           IF PROC-TRAN-DESC OF PROCTRAN-FILE-REC(1:13)                 08360000
              = 'DECEASED SET '                                         08370000
               MOVE PROC-TRAN-DESC OF PROCTRAN-FILE-REC(14:10)          08380000
                   TO CDCEXTR-DESC-CUSTOMER                             08390000
           ELSE                                                         08400000
               MOVE PROC-TRAN-DESC OF PROCTRAN-FILE-REC(18:10)          08410000
                   TO CDCEXTR-DESC-CUSTOMER                             08420000
           END-IF                                                       08430000
                                                                        08440000
           SET CDCEXTR-CHG-UPDATE TO TRUE                               08450000
           PERFORM 2400-RECORD-CUSTOMER THRU 2400-EXIT.                 08460000
       2350-EXIT.                                                       08470000
           EXIT.                                                        08480000
                                                                        08490000
      ******************************************************************08500000
      *  2400-RECORD-CUSTOMER - RECORD THE CUSTOMER IN                 *08510000
      *  CDCEXTR-DESC-CUSTOMER AND ITS CONTACT ROW.  A DESCRIPTION     *08520000
      *  THAT DOES NOT HOLD A CUSTOMER NUMBER IS PASSED OVER.          *08530000
      ******************************************************************08540000
       2400-RECORD-CUSTOMER.                                            08550000
           IF CDCEXTR-DESC-CUSTOMER IS NOT NUMERIC                      08560000
               GO TO 2400-EXIT                                          08570000
           END-IF                                                       08580000
                                                                        08590000
           MOVE CDCEXTR-DESC-CUSTOMER TO CDCEXTR-CHG-NUMBER             08600000
           MOVE 'CUS' TO CDCEXTR-CHG-ENTITY                             08610000
           PERFORM 5000-RECORD-CHANGE THRU 5000-EXIT                    08620000
           MOVE 'CTC' TO CDCEXTR-CHG-ENTITY                             08630000
           PERFORM 5000-RECORD-CHANGE THRU 5000-EXIT.                   08640000
       2400-EXIT.                                                       08650000
           EXIT.                                                        08660000
                                                                        08670000
      ******************************************************************08680000
      *  2450-RECORD-ACCOUNT-KEY - RECORD THE ROW'S ACCOUNT NUMBER     *08690000
      *  UNDER CDCEXTR-CHG-ENTITY.  A ROW WITH NO ACCOUNT NUMBER IS    *08700000
      *  PASSED OVER.                                                  *08710000
      ******************************************************************08720000
       2450-RECORD-ACCOUNT-KEY.                                         08730000
           IF PROC-TRAN-ACCOUNT-NUMBER OF PROCTRAN-FILE-REC = ZERO      08740000
               GO TO 2450-EXIT                                          08750000
           END-IF                                                       08760000
                                                                        08770000
           MOVE PROC-TRAN-ACCOUNT-NUMBER OF PROCTRAN-FILE-REC           08780000
               TO CDCEXTR-CHG-NUMBER                                    08790000
           PERFORM 5000-RECORD-CHANGE THRU 5000-EXIT.                   08800000
       2450-EXIT.                                                       08810000
           EXIT.                                                        08820000
                                                                        08830000
      ******************************************************************08840000
      *  2500-BROKEN-DEPOSIT - A BREAK OR PART WITHDRAWAL IS LOGGED    *08850000
      *  AGAINST THE LINKED ACCOUNT WITH THE DEPOSIT IN THE            *08860000
      *  DESCRIPTION.  BOTH CHANGED.                                   *08870000
      ******************************************************************08880000
       2500-BROKEN-DEPOSIT.                                             08890000
           SET CDCEXTR-CHG-UPDATE TO TRUE                               08900000
           MOVE 'ACC' TO CDCEXTR-CHG-ENTITY                             08910000
           PERFORM 2450-RECORD-ACCOUNT-KEY THRU 2450-EXIT               08920000
                                                                        08930000
           IF PROC-TRAN-DESC-XFR-SORTCODE OF PROCTRAN-FILE-REC          08940000
              IS NOT NUMERIC                                            08950000
              OR PROC-TRAN-DESC-XFR-ACCOUNT OF PROCTRAN-FILE-REC        08960000
                 IS NOT NUMERIC                                         08970000
               GO TO 2500-EXIT                                          08980000
           END-IF                                                       08990000
                                                                        09000000
           MOVE 'TDP' TO CDCEXTR-CHG-ENTITY                             09010000
           MOVE PROC-TRAN-DESC-XFR-SORTCODE OF PROCTRAN-FILE-REC        09020000
               TO CDCEXTR-CHG-SORTCODE                                  09030000
           MOVE PROC-TRAN-DESC-XFR-ACCOUNT OF PROCTRAN-FILE-REC         09040000
               TO CDCEXTR-CHG-NUMBER                                    09050000
           PERFORM 5000-RECORD-CHANGE THRU 5000-EXIT.                   09060000
       2500-EXIT.                                                       09070000
           EXIT.                                                        09080000
                                                                        09090000
      ******************************************************************09100000
      *  2990-WRITE-CHECKPOINT - RECORD HOW FAR THE PROCTRAN PASS HAS  *09110000
      *  GOT SO A RESTART CAN CARRY ON FROM HERE.                      *09120000
      ******************************************************************09130000
       2990-WRITE-CHECKPOINT.                                           09140000
           MOVE CDCEXTR-RUN-DATE                                        09150000
               TO CHECKPOINT-LAST-DATE OF CHECKPOINT-FILE-REC           09160000
           MOVE CDCEXTR-CURRENT-TIME(1:6)                               09170000
               TO CHECKPOINT-LAST-TIME OF CHECKPOINT-FILE-REC           09180000
           MOVE CDCEXTR-PROCTRAN-COUNT                                  09190000
               TO CHECKPOINT-ROW-COUNT OF CHECKPOINT-FILE-REC           09200000
           SET CHECKPOINT-IN-PROGRESS OF CHECKPOINT-FILE-REC TO TRUE    09210000
           REWRITE CHECKPOINT-FILE-REC                                  09220000
           MOVE ZERO TO CDCEXTR-CKPT-COUNT.                             09230000
       2990-EXIT.                                                       09240000
           EXIT.                                                        09250000
                                                                        09260000
      ******************************************************************09270000
      *  3000-SCAN-CUSCHG - RECORD THE CUSTOMER FOR EVERY CHANGE ROW   *09280000
      *  OF THE RUN DATE, AND THE FACILITY FOR EVERY LIMIT REDUCTION   *09290000
      *  THAT TOOK EFFECT ON IT.                                       *09300000
      ******************************************************************09310000
       3000-SCAN-CUSCHG.                                                09320000
           MOVE 'N' TO CDCEXTR-EOF-SWITCH                               09330000
           PERFORM 3100-READ-CUSCHG THRU 3100-EXIT                      09340000
           PERFORM 3200-PROCESS-CUSCHG THRU 3200-EXIT                   09350000
              UNTIL CDCEXTR-AT-EOF.                                     09360000
       3000-EXIT.                                                       09370000
           EXIT.                                                        09380000
                                                                        09390000
      ******************************************************************09400000
      *  3100-READ-CUSCHG - READ THE NEXT CUSTOMER CHANGE ROW.         *09410000
      ******************************************************************09420000
       3100-READ-CUSCHG.                                                09430000
           READ CUSCHG-FILE NEXT RECORD                                 09440000
               AT END                                                   09450000
                   SET CDCEXTR-AT-EOF TO TRUE                           09460000
           END-READ.                                                    09470000
       3100-EXIT.                                                       09480000
           EXIT.                                                        09490000
                                                                        09500000
      ******************************************************************09510000
      *  3200-PROCESS-CUSCHG - A LIMIT REDUCTION IS NOTICE GIVEN, NOT A*09520000
      *  CHANGE TO THE CUSTOMER; THE FACILITY CHANGES ON THE EFFECTIVE *09530000
      *  DATE.  ANY OTHER ROW CHANGED THE CUSTOMER, AND A PHONE CHANGE *09540000
      *  THE CONTACT ROW TOO.                                          *09550000
      ******************************************************************09560000
       3200-PROCESS-CUSCHG.                                             09570000
           IF CUSCHG-ODLIMIT-CHANGED OF CUSCHG-FILE-REC                 09580000
               IF CUSCHG-ODLIMIT-EFFECTIVE-DATE OF CUSCHG-FILE-REC      09590000
                  = CDCEXTR-RUN-DATE                                    09600000
                   ADD 1 TO CDCEXTR-CUSCHG-COUNT                        09610000
                   MOVE 'ODF' TO CDCEXTR-CHG-ENTITY                     09620000
                   MOVE CUSCHG-ODLIMIT-SORTCODE OF CUSCHG-FILE-REC      09630000
                       TO CDCEXTR-CHG-SORTCODE                          09640000
                   MOVE CUSCHG-ODLIMIT-ACCOUNT OF CUSCHG-FILE-REC       09650000
                       TO CDCEXTR-CHG-NUMBER                            09660000
                   SET CDCEXTR-CHG-UPDATE TO TRUE                       09670000
                   PERFORM 5000-RECORD-CHANGE THRU 5000-EXIT            09680000
               END-IF                                                   09690000
               GO TO 3200-READ                                          09700000
           END-IF                                                       09710000
                                                                        09720000
           IF CUSCHG-CHANGE-DATE OF CUSCHG-FILE-REC                     09730000
              NOT = CDCEXTR-RUN-DATE                                    09740000
               GO TO 3200-READ                                          09750000
           END-IF                                                       09760000
                                                                        09770000
           ADD 1 TO CDCEXTR-CUSCHG-COUNT                                09780000
           MOVE CUSCHG-SORTCODE OF CUSCHG-FILE-REC                      09790000
               TO CDCEXTR-CHG-SORTCODE                                  09800000
           MOVE CUSCHG-CUSTNO OF CUSCHG-FILE-REC TO CDCEXTR-CHG-NUMBER  09810000
           SET CDCEXTR-CHG-UPDATE TO TRUE                               09820000
           MOVE 'CUS' TO CDCEXTR-CHG-ENTITY                             09830000
           PERFORM 5000-RECORD-CHANGE THRU 5000-EXIT                    09840000
                                                                        09850000
           IF CUSCHG-PHONE-CHANGED OF CUSCHG-FILE-REC                   09860000
               MOVE 'CTC' TO CDCEXTR-CHG-ENTITY                         09870000
               PERFORM 5000-RECORD-CHANGE THRU 5000-EXIT                09880000
           END-IF.                                                      09890000
       3200-READ.                                                       09900000
           PERFORM 3100-READ-CUSCHG THRU 3100-EXIT.                     09910000
       3200-EXIT.                                                       09920000
           EXIT.                                                        09930000
                                                                        09940000
      ******************************************************************09950000
      *  4000-SCAN-TERMDEP - WHEN ANY LINKED ACCOUNT HAD DEPOSIT       *09960000
      *  ACTIVITY (TDO, TDM), READ THE DEPOSITS AND RECORD EVERY ONE   *09970000
      *  LINKED TO SUCH AN ACCOUNT.                                    *09980000
      ******************************************************************09990000
       4000-SCAN-TERMDEP.                                               10000000
           MOVE 'TDL' TO CDCEXTR-CHG-ENTITY                             10010000
           PERFORM 4900-ANY-LINKS THRU 4900-EXIT                        10020000
           IF NOT CDCEXTR-LINKS-FOUND                                   10030000
               GO TO 4000-EXIT                                          10040000
           END-IF                                                       10050000
                                                                        10060000
           MOVE 'N' TO CDCEXTR-EOF-SWITCH                               10070000
           MOVE ZERO TO TERMDEP-SORTCODE OF TERMDEP-FILE-REC            10080000
           MOVE ZERO TO TERMDEP-NUMBER OF TERMDEP-FILE-REC              10090000
           START TERMDEP-FILE KEY IS NOT LESS THAN                      10100000
                 TERMDEP-KEY OF TERMDEP-FILE-REC                        10110000
               INVALID KEY                                              10120000
                   GO TO 4000-EXIT                                      10130000
           END-START                                                    10140000
                                                                        10150000
           PERFORM 4100-READ-TERMDEP THRU 4100-EXIT                     10160000
           PERFORM 4200-MATCH-TERMDEP THRU 4200-EXIT                    10170000
              UNTIL CDCEXTR-AT-EOF.                                     10180000
       4000-EXIT.                                                       10190000
           EXIT.                                                        10200000
                                                                        10210000
      ******************************************************************10220000
      *  4100-READ-TERMDEP - READ THE NEXT TERM DEPOSIT.               *10230000
      ******************************************************************10240000
       4100-READ-TERMDEP.                                               10250000
           READ TERMDEP-FILE NEXT RECORD                                10260000
               AT END                                                   10270000
                   SET CDCEXTR-AT-EOF TO TRUE                           10280000
           END-READ.                                                    10290000
       4100-EXIT.                                                       10300000
           EXIT.                                                        10310000
                                                                        10320000
      ******************************************************************10330000
      *  4200-MATCH-TERMDEP - RECORD THE DEPOSIT IF ITS LINKED ACCOUNT *10340000
      *  IS ON THE WORK FILE.                                          *10350000
      ******************************************************************10360000
       4200-MATCH-TERMDEP.                                              10370000
           MOVE 'TDL' TO CDCEXTR-CW-ENTITY                              10380000
           MOVE TERMDEP-SORTCODE OF TERMDEP-FILE-REC                    10390000
               TO CDCEXTR-CW-SORTCODE                                   10400000
           MOVE TERMDEP-LINKED-ACCOUNT OF TERMDEP-FILE-REC              10410000
               TO CDCEXTR-CW-NUMBER                                     10420000
                                                                        10430000
           READ CDC-WORK-FILE                                           10440000
               INVALID KEY                                              10450000
                   GO TO 4200-READ                                      10460000
           END-READ                                                     10470000
                                                                        10480000
           ADD 1 TO CDCEXTR-LINKED-COUNT                                10490000
           MOVE 'TDP' TO CDCEXTR-CHG-ENTITY                             10500000
           MOVE TERMDEP-SORTCODE OF TERMDEP-FILE-REC                    10510000
               TO CDCEXTR-CHG-SORTCODE                                  10520000
           MOVE TERMDEP-NUMBER OF TERMDEP-FILE-REC                      10530000
               TO CDCEXTR-CHG-NUMBER                                    10540000
           SET CDCEXTR-CHG-UPDATE TO TRUE                               10550000
           PERFORM 5000-RECORD-CHANGE THRU 5000-EXIT.                   10560000
       4200-READ.                                                       10570000
           PERFORM 4100-READ-TERMDEP THRU 4100-EXIT.                    10580000
       4200-EXIT.                                                       10590000
           EXIT.                                                        10600000
                                                                        10610000
      ******************************************************************10620000
      *  4500-SCAN-LOANS - WHEN ANY DISBURSEMENT ACCOUNT HAD LOAN      *10630000
      *  ACTIVITY, READ THE LOANS AND RECORD EVERY ONE PAID OUT TO     *10640000
      *  SUCH AN ACCOUNT.                                              *10650000
      ******************************************************************10660000
       4500-SCAN-LOANS.                                                 10670000
           MOVE 'LNL' TO CDCEXTR-CHG-ENTITY                             10680000
           PERFORM 4900-ANY-LINKS THRU 4900-EXIT                        10690000
           IF NOT CDCEXTR-LINKS-FOUND                                   10700000
               GO TO 4500-EXIT                                          10710000
           END-IF                                                       10720000
                                                                        10730000
           MOVE 'N' TO CDCEXTR-EOF-SWITCH                               10740000
           MOVE ZERO TO LOAN-SORTCODE OF LOAN-FILE-REC                  10750000
           MOVE ZERO TO LOAN-NUMBER OF LOAN-FILE-REC                    10760000
           START LOAN-FILE KEY IS NOT LESS THAN                         10770000
                 LOAN-KEY OF LOAN-FILE-REC                              10780000
               INVALID KEY                                              10790000
                   GO TO 4500-EXIT                                      10800000
           END-START                                                    10810000
                                                                        10820000
           PERFORM 4600-READ-LOAN THRU 4600-EXIT                        10830000
           PERFORM 4700-MATCH-LOAN THRU 4700-EXIT                       10840000
              UNTIL CDCEXTR-AT-EOF.                                     10850000
       4500-EXIT.                                                       10860000
           EXIT.                                                        10870000
                                                                        10880000
      ******************************************************************10890000
      *  4600-READ-LOAN - READ THE NEXT LOAN.                          *10900000
      ******************************************************************10910000
       4600-READ-LOAN.                                                  10920000
           READ LOAN-FILE NEXT RECORD                                   10930000
               AT END                                                   10940000
                   SET CDCEXTR-AT-EOF TO TRUE                           10950000
           END-READ.                                                    10960000
       4600-EXIT.                                                       10970000
           EXIT.                                                        10980000
                                                                        10990000
      ******************************************************************11000000
      *  4700-MATCH-LOAN - RECORD THE LOAN IF ITS DISBURSEMENT ACCOUNT *11010000
      *  IS ON THE WORK FILE.                                          *11020000
      ******************************************************************11030000
       4700-MATCH-LOAN.                                                 11040000
           MOVE 'LNL' TO CDCEXTR-CW-ENTITY                              11050000
           MOVE LOAN-SORTCODE OF LOAN-FILE-REC TO CDCEXTR-CW-SORTCODE   11060000
           MOVE LOAN-DISBURSE-ACCOUNT OF LOAN-FILE-REC                  11070000
               TO CDCEXTR-CW-NUMBER                                     11080000
                                                                        11090000
           READ CDC-WORK-FILE                                           11100000
               INVALID KEY                                              11110000
                   GO TO 4700-READ                                      11120000
           END-READ                                                     11130000
                                                                        11140000
           ADD 1 TO CDCEXTR-LINKED-COUNT                                11150000
           MOVE 'LON' TO CDCEXTR-CHG-ENTITY                             11160000
           MOVE LOAN-SORTCODE OF LOAN-FILE-REC TO CDCEXTR-CHG-SORTCODE  11170000
           MOVE LOAN-NUMBER OF LOAN-FILE-REC TO CDCEXTR-CHG-NUMBER      11180000
           SET CDCEXTR-CHG-UPDATE TO TRUE                               11190000
           PERFORM 5000-RECORD-CHANGE THRU 5000-EXIT.                   11200000
       4700-READ.                                                       11210000
           PERFORM 4600-READ-LOAN THRU 4600-EXIT.                       11220000
       4700-EXIT.                                                       11230000
           EXIT.                                                        11240000
                                                                        11250000
      ******************************************************************11260000
      *  4900-ANY-LINKS - IS THERE A WORK ROW FOR THE LINK ENTITY IN   *11270000
      *  CDCEXTR-CHG-ENTITY?                                           *11280000
      ******************************************************************11290000
       4900-ANY-LINKS.                                                  11300000
           MOVE 'N' TO CDCEXTR-FOUND-SWITCH                             11310000
           MOVE CDCEXTR-CHG-ENTITY TO CDCEXTR-CW-ENTITY                 11320000
           MOVE ZERO TO CDCEXTR-CW-SORTCODE                             11330000
           MOVE ZERO TO CDCEXTR-CW-NUMBER                               11340000
                                                                        11350000
           START CDC-WORK-FILE KEY IS NOT LESS THAN CDCEXTR-CW-KEY      11360000
               INVALID KEY                                              11370000
                   GO TO 4900-EXIT                                      11380000
           END-START                                                    11390000
                                                                        11400000
           READ CDC-WORK-FILE NEXT RECORD                               11410000
               AT END                                                   11420000
                   GO TO 4900-EXIT                                      11430000
           END-READ                                                     11440000
                                                                        11450000
           IF CDCEXTR-CW-ENTITY = CDCEXTR-CHG-ENTITY                    11460000
               SET CDCEXTR-LINKS-FOUND TO TRUE                          11470000
           END-IF.                                                      11480000
       4900-EXIT.                                                       11490000
           EXIT.                                                        11500000
                                                                        11510000
      ******************************************************************11520000
      *  5000-RECORD-CHANGE - ADD THE CHANGE IN CDCEXTR-CHANGE TO THE  *11530000
      *  WORK FILE.  A KEY ALREADY THERE KEEPS ONE ROW; AN INSERT OR   *11540000
      *  DELETE ON ANY OF ITS CHANGES IS REMEMBERED.                   *11550000
      ******************************************************************11560000
       5000-RECORD-CHANGE.                                              11570000
           MOVE CDCEXTR-CHG-ENTITY   TO CDCEXTR-CW-ENTITY               11580000
           MOVE CDCEXTR-CHG-SORTCODE TO CDCEXTR-CW-SORTCODE             11590000
           MOVE CDCEXTR-CHG-NUMBER   TO CDCEXTR-CW-NUMBER               11600000
                                                                        11610000
           READ CDC-WORK-FILE                                           11620000
               INVALID KEY                                              11630000
                   MOVE 'N' TO CDCEXTR-CW-INSERT-SWITCH                 11640000
                   MOVE 'N' TO CDCEXTR-CW-DELETE-SWITCH                 11650000
                   MOVE 1 TO CDCEXTR-CW-EVENTS                          11660000
                   PERFORM 5100-SET-EVENT THRU 5100-EXIT                11670000
                   WRITE CDCEXTR-CW-REC                                 11680000
                   ADD 1 TO CDCEXTR-KEY-COUNT                           11690000
                   GO TO 5000-EXIT                                      11700000
           END-READ                                                     11710000
                                                                        11720000
           IF CDCEXTR-CW-EVENTS < 99999                                 11730000
               ADD 1 TO CDCEXTR-CW-EVENTS                               11740000
           END-IF                                                       11750000
           PERFORM 5100-SET-EVENT THRU 5100-EXIT                        11760000
           REWRITE CDCEXTR-CW-REC.                                      11770000
       5000-EXIT.                                                       11780000
           EXIT.                                                        11790000
                                                                        11800000
      ******************************************************************11810000
      *  5100-SET-EVENT - MARK AN INSERT OR A DELETE ON THE WORK ROW.  *11820000
      ******************************************************************11830000
       5100-SET-EVENT.                                                  11840000
           IF CDCEXTR-CHG-INSERT                                        11850000
               SET CDCEXTR-CW-INSERTED TO TRUE                          11860000
           END-IF                                                       11870000
           IF CDCEXTR-CHG-DELETE                                        11880000
               SET CDCEXTR-CW-DELETED TO TRUE                           11890000
           END-IF.                                                      11900000
       5100-EXIT.                                                       11910000
           EXIT.                                                        11920000
                                                                        11930000
      ******************************************************************11940000
      *  6000-WRITE-EXTRACT - WRITE THE HEADER, ONE DETAIL PER CHANGED *11950000
      *  KEY ON THE WORK FILE AND THE TRAILER.                         *11960000
      ******************************************************************11970000
       6000-WRITE-EXTRACT.                                              11980000
           OPEN OUTPUT CDC-OUT                                          11990000
                                                                        12000000
           MOVE CDCEXTR-RUN-DATE TO CDCEXTR-HDR-RUN-DATE                12010000
           MOVE CDCEXTR-CURRENT-DATE TO CDCEXTR-HDR-WRITTEN-DATE        12020000
           MOVE CDCEXTR-CURRENT-TIME(1:6) TO CDCEXTR-HDR-WRITTEN-TIME   12030000
           WRITE CDC-OUT-REC FROM CDCEXTR-HEADER-REC                    12040000
                                                                        12050000
           MOVE 'N' TO CDCEXTR-EOF-SWITCH                               12060000
           MOVE LOW-VALUES TO CDCEXTR-CW-KEY                            12070000
           START CDC-WORK-FILE KEY IS NOT LESS THAN CDCEXTR-CW-KEY      12080000
               INVALID KEY                                              12090000
                   SET CDCEXTR-AT-EOF TO TRUE                           12100000
           END-START                                                    12110000
                                                                        12120000
           IF NOT CDCEXTR-AT-EOF                                        12130000
               PERFORM 6100-READ-WORK THRU 6100-EXIT                    12140000
           END-IF                                                       12150000
           PERFORM 6200-EXTRACT-KEY THRU 6200-EXIT                      12160000
              UNTIL CDCEXTR-AT-EOF                                      12170000
                                                                        12180000
           MOVE CDCEXTR-DETAIL-COUNT TO CDCEXTR-TRL-COUNT               12190000
           MOVE CDCEXTR-KEY-HASH     TO CDCEXTR-TRL-KEY-HASH            12200000
           MOVE CDCEXTR-AMOUNT-HASH  TO CDCEXTR-TRL-AMOUNT-HASH         12210000
           MOVE CDCEXTR-CUS-COUNT    TO CDCEXTR-TRL-CUS-COUNT           12220000
           MOVE CDCEXTR-CTC-COUNT    TO CDCEXTR-TRL-CTC-COUNT           12230000
           MOVE CDCEXTR-ACC-COUNT    TO CDCEXTR-TRL-ACC-COUNT           12240000
           MOVE CDCEXTR-ODF-COUNT    TO CDCEXTR-TRL-ODF-COUNT           12250000
           MOVE CDCEXTR-TDP-COUNT    TO CDCEXTR-TRL-TDP-COUNT           12260000
           MOVE CDCEXTR-LON-COUNT    TO CDCEXTR-TRL-LON-COUNT           12270000
           WRITE CDC-OUT-REC FROM CDCEXTR-TRAILER-REC                   12280000
                                                                        12290000
           CLOSE CDC-OUT.                                               12300000
       6000-EXIT.                                                       12310000
           EXIT.                                                        12320000
                                                                        12330000
      ******************************************************************12340000
      *  6100-READ-WORK - READ THE NEXT CHANGED KEY.                   *12350000
      ******************************************************************12360000
       6100-READ-WORK.                                                  12370000
           READ CDC-WORK-FILE NEXT RECORD                               12380000
               AT END                                                   12390000
                   SET CDCEXTR-AT-EOF TO TRUE                           12400000
           END-READ.                                                    12410000
       6100-EXIT.                                                       12420000
           EXIT.                                                        12430000
                                                                        12440000
      ******************************************************************12450000
      *  6200-EXTRACT-KEY - WRITE THE DETAIL FOR ONE CHANGED KEY.  THE *12460000
      *  LINKED-ACCOUNT ROWS HAVE DONE THEIR WORK AND ARE PASSED OVER. *12470000
      ******************************************************************12480000
       6200-EXTRACT-KEY.                                                12490000
           MOVE CDCEXTR-CW-ENTITY   TO CDCEXTR-DET-ENTITY               12500000
           MOVE CDCEXTR-CW-SORTCODE TO CDCEXTR-DET-SORTCODE             12510000
           MOVE CDCEXTR-CW-NUMBER   TO CDCEXTR-DET-NUMBER               12520000
           MOVE SPACES TO CDCEXTR-DET-BODY                              12530000
                                                                        12540000
           EVALUATE CDCEXTR-CW-ENTITY                                   12550000
               WHEN 'CUS'                                               12560000
                   PERFORM 6300-EXTRACT-CUSTOMER THRU 6300-EXIT         12570000
               WHEN 'CTC'                                               12580000
                   PERFORM 6400-EXTRACT-CONTACT THRU 6400-EXIT          12590000
               WHEN 'ACC'                                               12600000
                   PERFORM 6500-EXTRACT-ACCOUNT THRU 6500-EXIT          12610000
               WHEN 'ODF'                                               12620000
                   PERFORM 6600-EXTRACT-FACILITY THRU 6600-EXIT         12630000
               WHEN 'TDP'                                               12640000
                   PERFORM 6700-EXTRACT-DEPOSIT THRU 6700-EXIT          12650000
               WHEN 'LON'                                               12660000
                   PERFORM 6800-EXTRACT-LOAN THRU 6800-EXIT             12670000
               WHEN OTHER                                               12680000
                   CONTINUE                                             12690000
           END-EVALUATE                                                 12700000
                                                                        12710000
           PERFORM 6100-READ-WORK THRU 6100-EXIT.                       12720000
       6200-EXIT.                                                       12730000
           EXIT.                                                        12740000
                                                                        12750000
      ******************************************************************12760000
      *  6300-EXTRACT-CUSTOMER - THE CUSTOMER AS IT NOW STANDS.  A     *12770000
      *  DECEASED CUSTOMER IS SENT AS CLOSED.                          *12780000
      ******************************************************************12790000
       6300-EXTRACT-CUSTOMER.                                           12800000
           MOVE CDCEXTR-CW-SORTCODE                                     12810000
               TO CUSTOMER-SORTCODE OF CUSTOMER-FILE-REC                12820000
           MOVE CDCEXTR-CW-NUMBER                                       12830000
               TO CUSTOMER-NUMBER OF CUSTOMER-FILE-REC                  12840000
           READ CUSTOMER-FILE                                           12850000
               INVALID KEY                                              12860000
                   PERFORM 6950-NOT-ON-FILE THRU 6950-EXIT              12870000
                   GO TO 6300-EXIT                                      12880000
           END-READ                                                     12890000
                                                                        12900000
           EVALUATE TRUE                                                12910000
               WHEN CUSTOMER-DECEASED OF CUSTOMER-FILE-REC              12920000
                   MOVE 'C' TO CDCEXTR-DET-CHANGE                       12930000
               WHEN CDCEXTR-CW-INSERTED                                 12940000
                   MOVE 'I' TO CDCEXTR-DET-CHANGE                       12950000
               WHEN OTHER                                               12960000
                   MOVE 'U' TO CDCEXTR-DET-CHANGE                       12970000
           END-EVALUATE                                                 12980000
                                                                        12990000
           MOVE CUSTOMER-NAME OF CUSTOMER-FILE-REC TO CDCEXTR-CUS-NAME  13000000
           MOVE CUSTOMER-ADDR-LINE-1 OF CUSTOMER-FILE-REC               13010000
               TO CDCEXTR-CUS-ADDR-1                                    13020000
           MOVE CUSTOMER-ADDR-LINE-2 OF CUSTOMER-FILE-REC               13030000
               TO CDCEXTR-CUS-ADDR-2                                    13040000
           MOVE CUSTOMER-ADDR-LINE-3 OF CUSTOMER-FILE-REC               13050000
               TO CDCEXTR-CUS-ADDR-3                                    13060000
           MOVE CUSTOMER-ADDR-LINE-4 OF CUSTOMER-FILE-REC               13070000
               TO CDCEXTR-CUS-ADDR-4                                    13080000
           MOVE CUSTOMER-POSTCODE OF CUSTOMER-FILE-REC                  13090000
               TO CDCEXTR-CUS-POSTCODE                                  13100000
           MOVE CUSTOMER-DATE-OF-BIRTH OF CUSTOMER-FILE-REC             13110000
               TO CDCEXTR-DMY-DATE                                      13120000
           PERFORM 6390-TURN-DATE THRU 6390-EXIT                        13130000
           MOVE CDCEXTR-YMD-DATE TO CDCEXTR-CUS-BIRTH-DATE              13140000
           MOVE CUSTOMER-CREDIT-SCORE OF CUSTOMER-FILE-REC              13150000
               TO CDCEXTR-CUS-SCORE                                     13160000
           MOVE CUSTOMER-CS-REVIEW-DATE OF CUSTOMER-FILE-REC            13170000
               TO CDCEXTR-DMY-DATE                                      13180000
           PERFORM 6390-TURN-DATE THRU 6390-EXIT                        13190000
           MOVE CDCEXTR-YMD-DATE TO CDCEXTR-CUS-REVIEW-DATE             13200000
           MOVE CUSTOMER-MINOR-FLAG OF CUSTOMER-FILE-REC                13210000
               TO CDCEXTR-CUS-MINOR                                     13220000
           MOVE CUSTOMER-DECEASED-FLAG OF CUSTOMER-FILE-REC             13230000
               TO CDCEXTR-CUS-DECEASED                                  13240000
           MOVE CUSTOMER-DECEASED-DATE OF CUSTOMER-FILE-REC             13250000
               TO CDCEXTR-CUS-DECEASED-DATE                             13260000
           MOVE CUSTOMER-TYPE OF CUSTOMER-FILE-REC TO CDCEXTR-CUS-TYPE  13270000
           MOVE CUSTOMER-BUS-REG-NUMBER OF CUSTOMER-FILE-REC            13280000
               TO CDCEXTR-CUS-REG-NUMBER                                13290000
           MOVE CUSTOMER-BUS-ENTITY-TYPE OF CUSTOMER-FILE-REC           13300000
               TO CDCEXTR-CUS-ENTITY-TYPE                               13310000
           MOVE CUSTOMER-BUS-INCORP-DATE OF CUSTOMER-FILE-REC           13320000
               TO CDCEXTR-CUS-INCORP-DATE                               13330000
           MOVE CUSTOMER-BUS-NATURE OF CUSTOMER-FILE-REC                13340000
               TO CDCEXTR-CUS-NATURE                                    13350000
           MOVE CUSTOMER-BUS-TRADING-NAME OF CUSTOMER-FILE-REC          13360000
               TO CDCEXTR-CUS-TRADING-NAME                              13370000
                                                                        13380000
           INSPECT CDCEXTR-CUS-NAME REPLACING ALL '|' BY '/'            13390000
           INSPECT CDCEXTR-CUS-ADDR-1 REPLACING ALL '|' BY '/'          13400000
           INSPECT CDCEXTR-CUS-ADDR-2 REPLACING ALL '|' BY '/'          13410000
           INSPECT CDCEXTR-CUS-ADDR-3 REPLACING ALL '|' BY '/'          13420000
           INSPECT CDCEXTR-CUS-ADDR-4 REPLACING ALL '|' BY '/'          13430000
           INSPECT CDCEXTR-CUS-POSTCODE REPLACING ALL '|' BY '/'        13440000
           INSPECT CDCEXTR-CUS-REG-NUMBER REPLACING ALL '|' BY '/'      13450000
           INSPECT CDCEXTR-CUS-NATURE REPLACING ALL '|' BY '/'          13460000
           INSPECT CDCEXTR-CUS-TRADING-NAME REPLACING ALL '|' BY '/'    13470000
                                                                        13480000
           MOVE CDCEXTR-CUS-BODY TO CDCEXTR-DET-BODY                    13490000
           ADD 1 TO CDCEXTR-CUS-COUNT                                   13500000
           PERFORM 6900-WRITE-DETAIL THRU 6900-EXIT.                    13510000
       6300-EXIT.                                                       13520000
           EXIT.                                                        13530000
                                                                        13540000
      ******************************************************************13550000
      *  6390-TURN-DATE - DDMMYYYY TO YYYYMMDD.                        *13560000
      ******************************************************************13570000
       6390-TURN-DATE.                                                  13580000
           MOVE CDCEXTR-DMY-YYYY TO CDCEXTR-YMD-YYYY                    13590000
           MOVE CDCEXTR-DMY-MM   TO CDCEXTR-YMD-MM                      13600000
           MOVE CDCEXTR-DMY-DD   TO CDCEXTR-YMD-DD.                     13610000
       6390-EXIT.                                                       13620000
           EXIT.                                                        13630000
                                                                        13640000
      ******************************************************************13650000
      *  6400-EXTRACT-CONTACT - THE CUSTOMER'S CONTACT ROW.            *13660000
      ******************************************************************13670000
       6400-EXTRACT-CONTACT.                                            13680000
           MOVE CDCEXTR-CW-SORTCODE                                     13690000
               TO CUSTCONT-SORTCODE OF CONTACT-FILE-REC                 13700000
           MOVE CDCEXTR-CW-NUMBER TO CUSTCONT-NUMBER OF CONTACT-FILE-REC13710000
           READ CONTACT-FILE                                            13720000
               INVALID KEY                                              13730000
                   PERFORM 6950-NOT-ON-FILE THRU 6950-EXIT              13740000
                   GO TO 6400-EXIT                                      13750000
           END-READ                                                     13760000
                                                                        13770000
           IF CDCEXTR-CW-INSERTED                                       13780000
               MOVE 'I' TO CDCEXTR-DET-CHANGE                           13790000
           ELSE                                                         13800000
               MOVE 'U' TO CDCEXTR-DET-CHANGE                           13810000
           END-IF                                                       13820000
                                                                        13830000
           MOVE CUSTCONT-PHONE OF CONTACT-FILE-REC                      13840000
               TO CDCEXTR-CTC-PHONE                                     13850000
           MOVE CUSTCONT-EMAIL OF CONTACT-FILE-REC                      13860000
               TO CDCEXTR-CTC-EMAIL                                     13870000
           MOVE CUSTCONT-STMT-PREF OF CONTACT-FILE-REC                  13880000
               TO CDCEXTR-CTC-STMT-PREF                                 13890000
           INSPECT CDCEXTR-CTC-PHONE REPLACING ALL '|' BY '/'           13900000
           INSPECT CDCEXTR-CTC-EMAIL REPLACING ALL '|' BY '/'           13910000
                                                                        13920000
           MOVE CDCEXTR-CTC-BODY TO CDCEXTR-DET-BODY                    13930000
           ADD 1 TO CDCEXTR-CTC-COUNT                                   13940000
           PERFORM 6900-WRITE-DETAIL THRU 6900-EXIT.                    13950000
       6400-EXIT.                                                       13960000
           EXIT.                                                        13970000
                                                                        13980000
      ******************************************************************13990000
      *  6500-EXTRACT-ACCOUNT - THE ACCOUNT AS IT NOW STANDS.  OPENED  *14000000
      *  ON THE RUN DATE IS AN INSERT.                                 *14010000
      ******************************************************************14020000
       6500-EXTRACT-ACCOUNT.                                            14030000
           MOVE CDCEXTR-CW-SORTCODE                                     14040000
               TO ACCOUNT-SORTCODE OF ACCOUNT-FILE-REC                  14050000
           MOVE CDCEXTR-CW-NUMBER TO ACCOUNT-NUMBER OF ACCOUNT-FILE-REC 14060000
           READ ACCOUNT-FILE                                            14070000
               INVALID KEY                                              14080000
                   PERFORM 6950-NOT-ON-FILE THRU 6950-EXIT              14090000
                   GO TO 6500-EXIT                                      14100000
           END-READ                                                     14110000
                                                                        14120000
           EVALUATE TRUE                                                14130000
               WHEN ACCOUNT-CLOSED OF ACCOUNT-FILE-REC                  14140000
                   MOVE 'C' TO CDCEXTR-DET-CHANGE                       14150000
               WHEN CDCEXTR-CW-INSERTED                                 14160000
               WHEN ACCOUNT-OPENED-DATE OF ACCOUNT-FILE-REC             14170000
                    = CDCEXTR-RUN-DATE                                  14180000
                   MOVE 'I' TO CDCEXTR-DET-CHANGE                       14190000
               WHEN OTHER                                               14200000
                   MOVE 'U' TO CDCEXTR-DET-CHANGE                       14210000
           END-EVALUATE                                                 14220000
                                                                        14230000
           MOVE ACCOUNT-CUSTOMER-NUMBER OF ACCOUNT-FILE-REC             14240000
               TO CDCEXTR-ACC-CUSTOMER                                  14250000
           MOVE ACCOUNT-TYPE OF ACCOUNT-FILE-REC TO CDCEXTR-ACC-TYPE    14260000
           MOVE ACCOUNT-OPENED-DATE OF ACCOUNT-FILE-REC                 14270000
               TO CDCEXTR-ACC-OPENED                                    14280000
           MOVE ACCOUNT-LAST-STMT-DATE OF ACCOUNT-FILE-REC              14290000
               TO CDCEXTR-ACC-LAST-STMT                                 14300000
           MOVE ACCOUNT-NEXT-STMT-DATE OF ACCOUNT-FILE-REC              14310000
               TO CDCEXTR-ACC-NEXT-STMT                                 14320000
           MOVE ACCOUNT-BALANCE OF ACCOUNT-FILE-REC                     14330000
               TO CDCEXTR-ACC-BALANCE                                   14340000
           MOVE ACCOUNT-STATUS-FLAG OF ACCOUNT-FILE-REC                 14350000
               TO CDCEXTR-ACC-STATUS                                    14360000
           MOVE ACCOUNT-CURRENCY OF ACCOUNT-FILE-REC                    14370000
               TO CDCEXTR-ACC-CURRENCY                                  14380000
                                                                        14390000
           ADD ACCOUNT-BALANCE OF ACCOUNT-FILE-REC                      14400000
               TO CDCEXTR-AMOUNT-HASH                                   14410000
           MOVE CDCEXTR-ACC-BODY TO CDCEXTR-DET-BODY                    14420000
           ADD 1 TO CDCEXTR-ACC-COUNT                                   14430000
           PERFORM 6900-WRITE-DETAIL THRU 6900-EXIT.                    14440000
       6500-EXIT.                                                       14450000
           EXIT.                                                        14460000
                                                                        14470000
      ******************************************************************14480000
      *  6600-EXTRACT-FACILITY - THE OVERDRAFT FACILITY.  ONE PAST ITS *14490000
      *  EXPIRY (A CANCELLED ONE HAS EXPIRY ZERO) IS CLOSED.           *14500000
      ******************************************************************14510000
       6600-EXTRACT-FACILITY.                                           14520000
           MOVE CDCEXTR-CW-SORTCODE                                     14530000
               TO ODFACIL-SORTCODE OF ODFACIL-FILE-REC                  14540000
           MOVE CDCEXTR-CW-NUMBER TO ODFACIL-NUMBER OF ODFACIL-FILE-REC 14550000
           READ ODFACIL-FILE                                            14560000
               INVALID KEY                                              14570000
                   PERFORM 6950-NOT-ON-FILE THRU 6950-EXIT              14580000
                   GO TO 6600-EXIT                                      14590000
           END-READ                                                     14600000
                                                                        14610000
           IF ODFACIL-EXPIRY-DATE OF ODFACIL-FILE-REC                   14620000
              < CDCEXTR-RUN-DATE                                        14630000
               MOVE 'C' TO CDCEXTR-DET-CHANGE                           14640000
           ELSE                                                         14650000
               MOVE 'U' TO CDCEXTR-DET-CHANGE                           14660000
           END-IF                                                       14670000
                                                                        14680000
           MOVE ODFACIL-LIMIT OF ODFACIL-FILE-REC TO CDCEXTR-ODF-LIMIT  14690000
           MOVE ODFACIL-EXPIRY-DATE OF ODFACIL-FILE-REC                 14700000
               TO CDCEXTR-ODF-EXPIRY                                    14710000
           MOVE ODFACIL-APPROVED-BY OF ODFACIL-FILE-REC                 14720000
               TO CDCEXTR-ODF-APPROVED-BY                               14730000
                                                                        14740000
           ADD ODFACIL-LIMIT OF ODFACIL-FILE-REC TO CDCEXTR-AMOUNT-HASH 14750000
           MOVE CDCEXTR-ODF-BODY TO CDCEXTR-DET-BODY                    14760000
           ADD 1 TO CDCEXTR-ODF-COUNT                                   14770000
           PERFORM 6900-WRITE-DETAIL THRU 6900-EXIT.                    14780000
       6600-EXIT.                                                       14790000
           EXIT.                                                        14800000
                                                                        14810000
      ******************************************************************14820000
      *  6700-EXTRACT-DEPOSIT - THE TERM DEPOSIT.  OPENED ON THE RUN   *14830000
      *  DATE IS AN INSERT; MATURED, CLOSED OR BROKEN IS CLOSED.       *14840000
      ******************************************************************14850000
       6700-EXTRACT-DEPOSIT.                                            14860000
           MOVE CDCEXTR-CW-SORTCODE                                     14870000
               TO TERMDEP-SORTCODE OF TERMDEP-FILE-REC                  14880000
           MOVE CDCEXTR-CW-NUMBER TO TERMDEP-NUMBER OF TERMDEP-FILE-REC 14890000
           READ TERMDEP-FILE                                            14900000
               KEY IS TERMDEP-KEY OF TERMDEP-FILE-REC                   14910000
               INVALID KEY                                              14920000
                   PERFORM 6950-NOT-ON-FILE THRU 6950-EXIT              14930000
                   GO TO 6700-EXIT                                      14940000
           END-READ                                                     14950000
                                                                        14960000
           EVALUATE TRUE                                                14970000
               WHEN TERMDEP-MATURED OF TERMDEP-FILE-REC                 14980000
               WHEN TERMDEP-CLOSED OF TERMDEP-FILE-REC                  14990000
               WHEN TERMDEP-BROKEN OF TERMDEP-FILE-REC                  15000000
                   MOVE 'C' TO CDCEXTR-DET-CHANGE                       15010000
               WHEN TERMDEP-OPENED-DATE OF TERMDEP-FILE-REC             15020000
                    = CDCEXTR-RUN-DATE                                  15030000
                   MOVE 'I' TO CDCEXTR-DET-CHANGE                       15040000
               WHEN OTHER                                               15050000
                   MOVE 'U' TO CDCEXTR-DET-CHANGE                       15060000
           END-EVALUATE                                                 15070000
                                                                        15080000
           MOVE TERMDEP-CUSTOMER OF TERMDEP-FILE-REC                    15090000
               TO CDCEXTR-TDP-CUSTOMER                                  15100000
           MOVE TERMDEP-PRODUCT-TYPE OF TERMDEP-FILE-REC                15110000
               TO CDCEXTR-TDP-PRODUCT                                   15120000
           MOVE TERMDEP-LINKED-ACCOUNT OF TERMDEP-FILE-REC              15130000
               TO CDCEXTR-TDP-LINKED-ACCOUNT                            15140000
           MOVE TERMDEP-PRINCIPAL OF TERMDEP-FILE-REC                   15150000
               TO CDCEXTR-TDP-PRINCIPAL                                 15160000
           MOVE TERMDEP-LOCKED-RATE OF TERMDEP-FILE-REC                 15170000
               TO CDCEXTR-TDP-RATE                                      15180000
           MOVE TERMDEP-TERM-MONTHS OF TERMDEP-FILE-REC                 15190000
               TO CDCEXTR-TDP-TERM                                      15200000
           MOVE TERMDEP-OPENED-DATE OF TERMDEP-FILE-REC                 15210000
               TO CDCEXTR-TDP-OPENED                                    15220000
           MOVE TERMDEP-MATURITY-DATE OF TERMDEP-FILE-REC               15230000
               TO CDCEXTR-TDP-MATURITY                                  15240000
           MOVE TERMDEP-INSTRUCTION OF TERMDEP-FILE-REC                 15250000
               TO CDCEXTR-TDP-INSTRUCTION                               15260000
           MOVE TERMDEP-STATUS-FLAG OF TERMDEP-FILE-REC                 15270000
               TO CDCEXTR-TDP-STATUS                                    15280000
           MOVE TERMDEP-CLOSED-DATE OF TERMDEP-FILE-REC                 15290000
               TO CDCEXTR-TDP-CLOSED                                    15300000
           MOVE TERMDEP-WITHDRAWN-TOTAL OF TERMDEP-FILE-REC             15310000
               TO CDCEXTR-TDP-WITHDRAWN                                 15320000
           MOVE TERMDEP-PENALTY-TOTAL OF TERMDEP-FILE-REC               15330000
               TO CDCEXTR-TDP-PENALTY                                   15340000
           MOVE TERMDEP-LAST-BREAK-DATE OF TERMDEP-FILE-REC             15350000
               TO CDCEXTR-TDP-LAST-BREAK                                15360000
                                                                        15370000
           ADD TERMDEP-PRINCIPAL OF TERMDEP-FILE-REC                    15380000
               TO CDCEXTR-AMOUNT-HASH                                   15390000
           MOVE CDCEXTR-TDP-BODY TO CDCEXTR-DET-BODY                    15400000
           ADD 1 TO CDCEXTR-TDP-COUNT                                   15410000
           PERFORM 6900-WRITE-DETAIL THRU 6900-EXIT.                    15420000
       6700-EXIT.                                                       15430000
           EXIT.                                                        15440000
                                                                        15450000
      ******************************************************************15460000
      *  6800-EXTRACT-LOAN - THE LOAN.  DRAWN DOWN ON THE RUN DATE IS  *15470000
      *  AN INSERT; SETTLED OR WRITTEN OFF IS CLOSED.                  *15480000
      ******************************************************************15490000
       6800-EXTRACT-LOAN.                                               15500000
           MOVE CDCEXTR-CW-SORTCODE TO LOAN-SORTCODE OF LOAN-FILE-REC   15510000
           MOVE CDCEXTR-CW-NUMBER TO LOAN-NUMBER OF LOAN-FILE-REC       15520000
           READ LOAN-FILE                                               15530000
               KEY IS LOAN-KEY OF LOAN-FILE-REC                         15540000
               INVALID KEY                                              15550000
                   PERFORM 6950-NOT-ON-FILE THRU 6950-EXIT              15560000
                   GO TO 6800-EXIT                                      15570000
           END-READ                                                     15580000
                                                                        15590000
           EVALUATE TRUE                                                15600000
               WHEN LOAN-SETTLED OF LOAN-FILE-REC                       15610000
               WHEN LOAN-WRITTEN-OFF OF LOAN-FILE-REC                   15620000
                   MOVE 'C' TO CDCEXTR-DET-CHANGE                       15630000
               WHEN LOAN-DRAWDOWN-DATE OF LOAN-FILE-REC                 15640000
                    = CDCEXTR-RUN-DATE                                  15650000
                   MOVE 'I' TO CDCEXTR-DET-CHANGE                       15660000
               WHEN OTHER                                               15670000
                   MOVE 'U' TO CDCEXTR-DET-CHANGE                       15680000
           END-EVALUATE                                                 15690000
                                                                        15700000
           MOVE LOAN-CUSTOMER OF LOAN-FILE-REC TO CDCEXTR-LON-CUSTOMER  15710000
           MOVE LOAN-PRODUCT-TYPE OF LOAN-FILE-REC                      15720000
               TO CDCEXTR-LON-PRODUCT                                   15730000
           MOVE LOAN-DISBURSE-ACCOUNT OF LOAN-FILE-REC                  15740000
               TO CDCEXTR-LON-DISBURSE                                  15750000
           MOVE LOAN-PRINCIPAL OF LOAN-FILE-REC                         15760000
               TO CDCEXTR-LON-PRINCIPAL                                 15770000
           MOVE LOAN-ANNUAL-RATE OF LOAN-FILE-REC TO CDCEXTR-LON-RATE   15780000
           MOVE LOAN-TERM-MONTHS OF LOAN-FILE-REC TO CDCEXTR-LON-TERM   15790000
           MOVE LOAN-MONTHLY-PAYMENT OF LOAN-FILE-REC                   15800000
               TO CDCEXTR-LON-PAYMENT                                   15810000
           MOVE LOAN-OUTSTANDING OF LOAN-FILE-REC                       15820000
               TO CDCEXTR-LON-OUTSTANDING                               15830000
           MOVE LOAN-DRAWDOWN-DATE OF LOAN-FILE-REC                     15840000
               TO CDCEXTR-LON-DRAWDOWN                                  15850000
           MOVE LOAN-NEXT-DUE-DATE OF LOAN-FILE-REC                     15860000
               TO CDCEXTR-LON-NEXT-DUE                                  15870000
           MOVE LOAN-PAID-COUNT OF LOAN-FILE-REC                        15880000
               TO CDCEXTR-LON-PAID-COUNT                                15890000
           MOVE LOAN-ARREARS-COUNT OF LOAN-FILE-REC                     15900000
               TO CDCEXTR-LON-ARREARS-COUNT                             15910000
           MOVE LOAN-ARREARS-AMOUNT OF LOAN-FILE-REC                    15920000
               TO CDCEXTR-LON-ARREARS                                   15930000
           MOVE LOAN-STATUS-FLAG OF LOAN-FILE-REC                       15940000
               TO CDCEXTR-LON-STATUS                                    15950000
           MOVE LOAN-SETTLED-DATE OF LOAN-FILE-REC                      15960000
               TO CDCEXTR-LON-SETTLED                                   15970000
                                                                        15980000
           ADD LOAN-OUTSTANDING OF LOAN-FILE-REC                        15990000
               TO CDCEXTR-AMOUNT-HASH                                   16000000
           MOVE CDCEXTR-LON-BODY TO CDCEXTR-DET-BODY                    16010000
           ADD 1 TO CDCEXTR-LON-COUNT                                   16020000
           PERFORM 6900-WRITE-DETAIL THRU 6900-EXIT.                    16030000
       6800-EXIT.                                                       16040000
           EXIT.                                                        16050000
                                                                        16060000
      ******************************************************************16070000
      *  6900-WRITE-DETAIL - WRITE THE DETAIL AND ADD IT TO THE        *16080000
      *  TRAILER'S COUNT AND KEY HASH.                                 *16090000
      ******************************************************************16100000
       6900-WRITE-DETAIL.                                               16110000
           WRITE CDC-OUT-REC FROM CDCEXTR-DETAIL-REC                    16120000
           ADD 1 TO CDCEXTR-DETAIL-COUNT                                16130000
           ADD CDCEXTR-DET-NUMBER TO CDCEXTR-KEY-HASH.                  16140000
       6900-EXIT.                                                       16150000
           EXIT.                                                        16160000
                                                                        16170000
      ******************************************************************16180000
      *  6950-NOT-ON-FILE - A KEY NO LONGER ON ITS MASTER.  IF IT WAS  *16190000
      *  DELETED THE DELETION IS SENT, KEY ONLY; OTHERWISE THERE IS    *16200000
      *  NOTHING TO SEND.                                              *16210000
      ******************************************************************16220000
       6950-NOT-ON-FILE.                                                16230000
           IF NOT CDCEXTR-CW-DELETED                                    16240000
               ADD 1 TO CDCEXTR-GONE-COUNT                              16250000
               GO TO 6950-EXIT                                          16260000
           END-IF                                                       16270000
                                                                        16280000
           MOVE 'D' TO CDCEXTR-DET-CHANGE                               16290000
           EVALUATE CDCEXTR-CW-ENTITY                                   16300000
               WHEN 'CUS'                                               16310000
                   ADD 1 TO CDCEXTR-CUS-COUNT                           16320000
               WHEN 'CTC'                                               16330000
                   ADD 1 TO CDCEXTR-CTC-COUNT                           16340000
               WHEN OTHER                                               16350000
                   ADD 1 TO CDCEXTR-ACC-COUNT                           16360000
           END-EVALUATE                                                 16370000
           ADD 1 TO CDCEXTR-DELETED-COUNT                               16380000
           PERFORM 6900-WRITE-DETAIL THRU 6900-EXIT.                    16390000
       6950-EXIT.                                                       16400000
           EXIT.                                                        16410000
                                                                        16420000
      ******************************************************************16430000
      *  8000-DISPLAY-TOTALS - RUN TOTALS TO THE JOB LOG.              *16440000
      ******************************************************************16450000
       8000-DISPLAY-TOTALS.                                             16460000
           DISPLAY 'CDCEXTR - CHANGES FOR ' CDCEXTR-RUN-DATE            16470000
           MOVE CDCEXTR-PROCTRAN-COUNT TO CDCEXTR-EDIT-COUNT            16480000
           DISPLAY 'CDCEXTR - PROCTRAN ROWS READ  : ' CDCEXTR-EDIT-COUNT16490000
           MOVE CDCEXTR-PROC-USED-COUNT TO CDCEXTR-EDIT-COUNT           16500000
           DISPLAY 'CDCEXTR - PROCTRAN ROWS USED  : ' CDCEXTR-EDIT-COUNT16510000
           MOVE CDCEXTR-CUSCHG-COUNT TO CDCEXTR-EDIT-COUNT              16520000
           DISPLAY 'CDCEXTR - CUSCHG ROWS USED    : ' CDCEXTR-EDIT-COUNT16530000
           MOVE CDCEXTR-KEY-COUNT TO CDCEXTR-EDIT-COUNT                 16540000
           DISPLAY 'CDCEXTR - KEYS RECORDED       : ' CDCEXTR-EDIT-COUNT16550000
           MOVE CDCEXTR-LINKED-COUNT TO CDCEXTR-EDIT-COUNT              16560000
           DISPLAY 'CDCEXTR - FOUND BY LINK       : ' CDCEXTR-EDIT-COUNT16570000
           MOVE CDCEXTR-DETAIL-COUNT TO CDCEXTR-EDIT-COUNT              16580000
           DISPLAY 'CDCEXTR - DETAILS WRITTEN     : ' CDCEXTR-EDIT-COUNT16590000
           MOVE CDCEXTR-DELETED-COUNT TO CDCEXTR-EDIT-COUNT             16600000
           DISPLAY 'CDCEXTR -   OF WHICH DELETED  : ' CDCEXTR-EDIT-COUNT16610000
           MOVE CDCEXTR-GONE-COUNT TO CDCEXTR-EDIT-COUNT                16620000
           DISPLAY 'CDCEXTR - NOT ON FILE, LEFT   : '                   16630000
               CDCEXTR-EDIT-COUNT.                                      16640000
       8000-EXIT.                                                       16650000
           EXIT.                                                        16660000
                                                                        16670000
      ******************************************************************16680000
      *  9000-TERMINATE - MARK THE CHECKPOINT COMPLETE SO THE NEXT RUN *16690000
      *  STARTS FRESH, CLOSE THE FILES AND REPORT TO RUNCTL.  A        *16700000
      *  REFUSED RUN ENDS FAILED.                                      *16710000
      ******************************************************************16720000
       9000-TERMINATE.                                                  16730000
           IF CDCEXTR-REFUSED                                           16740000
               MOVE 'F' TO RUNCTL-REQ-FUNCTION                          16750000
               MOVE ZERO TO RUNCTL-REQ-COUNT                            16760000
               CALL 'RUNCTL' USING RUNCTL-REQUEST                       16770000
               MOVE 16 TO RETURN-CODE                                   16780000
               GO TO 9000-EXIT                                          16790000
           END-IF                                                       16800000
                                                                        16810000
           MOVE CDCEXTR-PROCTRAN-COUNT                                  16820000
               TO CHECKPOINT-ROW-COUNT OF CHECKPOINT-FILE-REC           16830000
           SET CHECKPOINT-COMPLETE OF CHECKPOINT-FILE-REC TO TRUE       16840000
           REWRITE CHECKPOINT-FILE-REC                                  16850000
                                                                        16860000
           CLOSE PROCTRAN-FILE                                          16870000
           CLOSE CUSCHG-FILE                                            16880000
           CLOSE CUSTOMER-FILE                                          16890000
           CLOSE CONTACT-FILE                                           16900000
           CLOSE ACCOUNT-FILE                                           16910000
           CLOSE ODFACIL-FILE                                           16920000
           CLOSE TERMDEP-FILE                                           16930000
           CLOSE LOAN-FILE                                              16940000
           CLOSE CDC-WORK-FILE                                          16950000
           CLOSE CHECKPOINT-FILE                                        16960000
                                                                        16970000
           MOVE 'E' TO RUNCTL-REQ-FUNCTION                              16980000
           MOVE CDCEXTR-DETAIL-COUNT TO RUNCTL-REQ-COUNT                16990000
           CALL 'RUNCTL' USING RUNCTL-REQUEST.                          17000000
       9000-EXIT.                                                       17010000
           EXIT.                                                        17020000
                                                                        17030000
       9999-EXIT.                                                       17040000
           STOP RUN.                                                    17050000
