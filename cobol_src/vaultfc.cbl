      ******************************************************************00010000
      *                                                                *00020000
      *  Copyright IBM Corp. 2023                                      *00030000
      *                                                                *00040000
      *                                                                *00050000
      ******************************************************************00060000
       IDENTIFICATION DIVISION.                                         00070000
       PROGRAM-ID.    VAULTFC.                                          00080000
       AUTHOR.        BANK APPLICATIONS GROUP.                          00090000
       INSTALLATION.  BANK BATCH SERVICES.                              00100000
       DATE-WRITTEN.  2026-10-15.                                       00110000
       DATE-COMPILED.                                                   00120000
      ******************************************************************00130000
      *                                                                *00140000
      *  VAULTFC - NIGHTLY BRANCH CASH FORECAST AND CASH ORDERING      *00150000
      *                                                                *00160000
      *  FUNCTION : RUNS AFTER THE END-OF-DAY TILL PROOF (TILLEOD)     *00170000
      *             AND SWEEPS EVERY BRANCH VAULT (COPYBOOK VAULT).    *00180000
      *             FOR EACH BRANCH :                                  *00190000
      *                                                                *00200000
      *               - THE BRANCH'S OVERNIGHT HOLDING IS THE VAULT    *00210000
      *                 BALANCE PLUS THE CASH TILLEOD LEFT IN ITS      *00220000
      *                 TILLS                                          *00230000
      *               - ITS DAILY NEED IS THE AVERAGE NET COUNTER      *00240000
      *                 OUTFLOW (TILL CASH OUT LESS CASH IN) OVER ITS  *00250000
      *                 LAST 20 DAYS OF CASH HISTORY (COPYBOOK         *00260000
      *                 CASHHIST), AND ITS FORECAST NEED IS THAT TIMES *00270000
      *                 THE WORKING DAYS IN THE NEXT 7 CALENDAR DAYS,  *00280000
      *                 COUNTED ON THE PROCESSING CALENDAR (COPYBOOK   *00290000
      *                 PROCCAL).  A DATE THE CALENDAR DOES NOT LIST   *00300000
      *                 IS A WORKING DAY                               *00310000
      *               - A BRANCH HOLDING MORE THAN ITS INSURED LIMIT   *00320000
      *                 IS FLAGGED AND A COLLECTION OF THE EXCESS IS   *00330000
      *                 ORDERED, AS FAR AS THE VAULT CAN RELEASE IT    *00340000
      *               - OTHERWISE, A BRANCH WHOSE HOLDING AFTER THE    *00350000
      *                 FORECAST NEED WOULD FALL BELOW ITS MINIMUM     *00360000
      *                 HOLDING HAS A DELIVERY ORDERED TO MAKE IT UP,  *00370000
      *                 CAPPED AT ITS INSURED LIMIT                    *00380000
      *                                                                *00390000
      *             ORDERS ARE IN WHOLE MULTIPLES OF 1,000.00 AND ARE  *00400000
      *             DUE ON THE NEXT WORKING DAY.  EACH ONE IS WRITTEN  *00410000
      *             TO THE CASH-ORDER FILE FOR THE CASH-IN-TRANSIT     *00420000
      *             PROVIDER AND STAMPED ON THE VAULT.  THE VAULT IS   *00430000
      *             THEN ROLLED FOR THE NEXT BUSINESS DAY : ITS        *00440000
      *             BALANCE BECOMES THE OPENING BALANCE AND THE DAY'S  *00450000
      *             MOVEMENTS ARE CLEARED.  A VAULT TILLEOD FOUND OUT  *00460000
      *             OF BALANCE WITH ITS TILLS IS LISTED AS SUCH.       *00470000
      *                                                                *00480000
      *  FILES    : VAULTFIL - VSAM KSDS - BRANCH CASH VAULT (I-O)     *00490000
      *             CASHHIST - VSAM KSDS - BRANCH CASH HISTORY (INPUT) *00500000
      *             PCALFILE - VSAM KSDS - PROCESSING CALENDAR (INPUT) *00510000
      *             CASHORD  - CASH-ORDER FILE (OUTPUT)                *00520000
      *             VAULTRPT - CASH FORECAST REPORT (OUTPUT)           *00530000
      *                                                                *00540000
      *  CHANGE HISTORY                                                *00550000
      *  ----------------------------------------------------------    *00560000
      *  DATE        BY    DESCRIPTION                                 *00570000
      *  2026-10-15  BAG   INITIAL VERSION                             *00580000
      *                                                                *00590000
      ******************************************************************00600000
       ENVIRONMENT DIVISION.                                            00610000
       INPUT-OUTPUT SECTION.                                            00620000
       FILE-CONTROL.                                                    00630000
           SELECT VAULT-FILE      ASSIGN TO VAULTFIL                    00640000
                  ORGANIZATION IS INDEXED                               00650000
                  ACCESS MODE IS SEQUENTIAL                             00660000
                  RECORD KEY IS VAULT-KEY OF VAULT-FILE-REC             00670000
                  FILE STATUS IS VAULTFC-VAULT-STATUS.                  00680000
                                                                        00690000
           SELECT CASHHIST-FILE   ASSIGN TO CASHHIST                    00700000
                  ORGANIZATION IS INDEXED                               00710000
                  ACCESS MODE IS DYNAMIC                                00720000
                  RECORD KEY IS CASHHIST-KEY OF CASHHIST-FILE-REC       00730000
                  FILE STATUS IS VAULTFC-CASHHIST-STATUS.               00740000
                                                                        00750000
           SELECT PCAL-FILE       ASSIGN TO PCALFILE                    00760000
                  ORGANIZATION IS INDEXED                               00770000
                  ACCESS MODE IS RANDOM                                 00780000
                  RECORD KEY IS PROCCAL-KEY OF PCAL-FILE-REC            00790000
                  FILE STATUS IS VAULTFC-PCAL-STATUS.                   00800000
                                                                        00810000
           SELECT CASH-ORDER      ASSIGN TO CASHORD                     00820000
                  ORGANIZATION IS LINE SEQUENTIAL                       00830000
                  FILE STATUS IS VAULTFC-ORDER-STATUS.                  00840000
                                                                        00850000
           SELECT VAULT-RPT       ASSIGN TO VAULTRPT                    00860000
                  ORGANIZATION IS LINE SEQUENTIAL                       00870000
                  FILE STATUS IS VAULTFC-RPT-STATUS.                    00880000
                                                                        00890000
       DATA DIVISION.                                                   00900000
       FILE SECTION.                                                    00910000
       FD  VAULT-FILE                                                   00920000
           RECORDING MODE IS F.                                         00930000
       01  VAULT-FILE-REC.                                              00940000
           COPY VAULT.                                                  00950000
                                                                        00960000
       FD  CASHHIST-FILE                                                00970000
           RECORDING MODE IS F.                                         00980000
       01  CASHHIST-FILE-REC.                                           00990000
           COPY CASHHIST.                                               01000000
                                                                        01010000
       FD  PCAL-FILE                                                    01020000
           RECORDING MODE IS F.                                         01030000
       01  PCAL-FILE-REC.                                               01040000
           COPY PROCCAL.                                                01050000
                                                                        01060000
       FD  CASH-ORDER                                                   01070000
           RECORDING MODE IS F.                                         01080000
       01  CASH-ORDER-REC.                                              01090000
           05  CASHORD-SORTCODE            PIC 9(6).                    01100000
      *    D - DELIVERY TO THE BRANCH, C - COLLECTION FROM IT.         *01110000
           05  CASHORD-TYPE                PIC X.                       01120000
           05  CASHORD-DUE-DATE            PIC 9(8).                    01130000
           05  CASHORD-AMOUNT              PIC 9(10)V99.                01140000
           05  CASHORD-ORDER-DATE          PIC 9(8).                    01150000
           05  CASHORD-BRANCH-HOLDING      PIC S9(10)V99.               01160000
           05  CASHORD-FORECAST-NEED       PIC S9(10)V99.               01170000
           05  CASHORD-INSURED-LIMIT       PIC 9(10)V99.                01180000
                                                                        01190000
       FD  VAULT-RPT                                                    01200000
           RECORDING MODE IS F.                                         01210000
       01  VAULT-RPT-LINE                  PIC X(80).                   01220000
                                                                        01230000
       WORKING-STORAGE SECTION.                                         01240000
       01  VAULTFC-WORK-AREA.                                           01250000
           05  VAULTFC-VAULT-STATUS        PIC XX.                      01260000
           05  VAULTFC-CASHHIST-STATUS     PIC XX.                      01270000
           05  VAULTFC-PCAL-STATUS         PIC XX.                      01280000
           05  VAULTFC-ORDER-STATUS        PIC XX.                      01290000
           05  VAULTFC-RPT-STATUS          PIC XX.                      01300000
           05  VAULTFC-EOF-SWITCH          PIC X     VALUE 'N'.         01310000
               88  VAULTFC-AT-EOF                VALUE 'Y'.             01320000
           05  VAULTFC-HIST-SWITCH         PIC X     VALUE 'N'.         01330000
               88  VAULTFC-HIST-DONE             VALUE 'Y'.             01340000
           05  VAULTFC-LEAP-SWITCH         PIC X     VALUE 'N'.         01350000
               88  VAULTFC-IS-LEAP               VALUE 'Y'.             01360000
           05  VAULTFC-NOTE                PIC X(20) VALUE SPACES.      01370000
           05  VAULTFC-ORDER-TYPE          PIC X     VALUE SPACE.       01380000
           05  VAULTFC-HIST-DAYS           PIC 9(2)  VALUE 20.          01390000
           05  VAULTFC-COVER-DAYS          PIC 9(2)  VALUE 7.           01400000
           05  VAULTFC-ORDER-UNIT          PIC 9(5)V99 VALUE 1000.      01410000
           05  VAULTFC-WORKING-DAYS        PIC 9(2)  VALUE ZERO.        01420000
           05  VAULTFC-DAY-COUNT           PIC 9(2)  VALUE ZERO.        01430000
           05  VAULTFC-DUE-DATE            PIC 9(8)  VALUE ZERO.        01440000
           05  VAULTFC-CURRENT-DATE        PIC 9(8).                    01450000
           05  VAULTFC-WALK-DATE           PIC 9(8).                    01460000
           05  VAULTFC-WALK-DATE-GRP REDEFINES VAULTFC-WALK-DATE.       01470000
               10  VAULTFC-WALK-YYYY       PIC 9(4).                    01480000
               10  VAULTFC-WALK-MM         PIC 99.                      01490000
               10  VAULTFC-WALK-DD         PIC 99.                      01500000
           05  VAULTFC-DAYS-IN-MONTH       PIC 99.                      01510000
           05  VAULTFC-YEAR-QUOT           PIC 9(4).                    01520000
           05  VAULTFC-YEAR-REM            PIC 9(4).                    01530000
           05  VAULTFC-UNITS               PIC 9(10).                   01540000
           05  VAULTFC-UNIT-REM            PIC 9(5)V99.                 01550000
           05  VAULTFC-VAULT-BALANCE       PIC S9(10)V99 VALUE ZERO.    01560000
           05  VAULTFC-HOLDING             PIC S9(10)V99 VALUE ZERO.    01570000
           05  VAULTFC-DAILY-NEED          PIC S9(10)V99 VALUE ZERO.    01580000
           05  VAULTFC-NEED                PIC S9(10)V99 VALUE ZERO.    01590000
           05  VAULTFC-PROJECTED           PIC S9(10)V99 VALUE ZERO.    01600000
           05  VAULTFC-ORDER-AMOUNT        PIC S9(10)V99 VALUE ZERO.    01610000
           05  VAULTFC-HIST-SUM            PIC S9(12)V99 VALUE ZERO.    01620000
           05  VAULTFC-HIST-USED           PIC 9(2)  COMP VALUE ZERO.   01630000
           05  VAULTFC-HIST-SLOT           PIC 9(2)  COMP VALUE ZERO.   01640000
           05  VAULTFC-READ-COUNT          PIC 9(9)  COMP-3 VALUE ZERO. 01650000
           05  VAULTFC-DELIVERY-COUNT      PIC 9(9)  COMP-3 VALUE ZERO. 01660000
           05  VAULTFC-COLLECT-COUNT       PIC 9(9)  COMP-3 VALUE ZERO. 01670000
           05  VAULTFC-OVER-COUNT          PIC 9(9)  COMP-3 VALUE ZERO. 01680000
           05  VAULTFC-UNBAL-COUNT         PIC 9(9)  COMP-3 VALUE ZERO. 01690000
           05  VAULTFC-NOHIST-COUNT        PIC 9(9)  COMP-3 VALUE ZERO. 01700000
                                                                        01710000
      *    THE NET OUTFLOW OF EACH OF THE BRANCH'S MOST RECENT DAYS,   *01720000
      *    KEPT AS A RING SO THE OLDEST DROPS OUT AS A NEWER DAY IS    *01730000
      *    READ.                                                       *01740000
       01  VAULTFC-HIST-TABLE.                                          01750000
           05  VAULTFC-HIST-NET            PIC S9(10)V99                01760000
                                           OCCURS 20 TIMES.             01770000
                                                                        01780000
       01  VAULTFC-MONTH-DAYS-VALUES.                                   01790000
           05  FILLER                      PIC 99    VALUE 31.          01800000
           05  FILLER                      PIC 99    VALUE 28.          01810000
           05  FILLER                      PIC 99    VALUE 31.          01820000
           05  FILLER                      PIC 99    VALUE 30.          01830000
           05  FILLER                      PIC 99    VALUE 31.          01840000
           05  FILLER                      PIC 99    VALUE 30.          01850000
           05  FILLER                      PIC 99    VALUE 31.          01860000
           05  FILLER                      PIC 99    VALUE 31.          01870000
           05  FILLER                      PIC 99    VALUE 30.          01880000
           05  FILLER                      PIC 99    VALUE 31.          01890000
           05  FILLER                      PIC 99    VALUE 30.          01900000
           05  FILLER                      PIC 99    VALUE 31.          01910000
       01  VAULTFC-MONTH-DAYS REDEFINES VAULTFC-MONTH-DAYS-VALUES.      01920000
           05  VAULTFC-MONTH-DAY-TAB       PIC 99    OCCURS 12 TIMES.   01930000
                                                                        01940000
       01  VAULTFC-DETAIL-LINE.                                         01950000
           05  VAULTFC-DTL-SORTCODE        PIC 9(6).                    01960000
           05  FILLER                      PIC X(2)  VALUE SPACES.      01970000
           05  VAULTFC-DTL-HOLDING         PIC -(9)9.99.                01980000
           05  FILLER                      PIC X(2)  VALUE SPACES.      01990000
           05  VAULTFC-DTL-NEED            PIC -(9)9.99.                02000000
           05  FILLER                      PIC X(2)  VALUE SPACES.      02010000
           05  VAULTFC-DTL-TYPE            PIC X.                       02020000
           05  FILLER                      PIC X(2)  VALUE SPACES.      02030000
           05  VAULTFC-DTL-AMOUNT          PIC Z(9)9.99.                02040000
           05  FILLER                      PIC X(2)  VALUE SPACES.      02050000
           05  VAULTFC-DTL-NOTE            PIC X(20).                   02060000
           05  FILLER                      PIC X(4)  VALUE SPACES.      02070000
                                                                        02080000
       01  VAULTFC-SUMMARY-LINE-1.                                      02090000
           05  FILLER                      PIC X(20) VALUE              02100000
               'VAULTS READ       : '.                                  02110000
           05  VAULTFC-SUM-READ            PIC Z(8)9.                   02120000
           05  FILLER                      PIC X(51) VALUE SPACES.      02130000
                                                                        02140000
       01  VAULTFC-SUMMARY-LINE-2.                                      02150000
           05  FILLER                      PIC X(20) VALUE              02160000
               'DELIVERIES ORDERED: '.                                  02170000
           05  VAULTFC-SUM-DELIVERY        PIC Z(8)9.                   02180000
           05  FILLER                      PIC X(51) VALUE SPACES.      02190000
                                                                        02200000
       01  VAULTFC-SUMMARY-LINE-3.                                      02210000
           05  FILLER                      PIC X(20) VALUE              02220000
               'COLLECTIONS ORDER : '.                                  02230000
           05  VAULTFC-SUM-COLLECT         PIC Z(8)9.                   02240000
           05  FILLER                      PIC X(51) VALUE SPACES.      02250000
                                                                        02260000
       01  VAULTFC-SUMMARY-LINE-4.                                      02270000
           05  FILLER                      PIC X(20) VALUE              02280000
               'OVER INSURED LIMIT: '.                                  02290000
           05  VAULTFC-SUM-OVER            PIC Z(8)9.                   02300000
           05  FILLER                      PIC X(51) VALUE SPACES.      02310000
                                                                        02320000
       01  VAULTFC-SUMMARY-LINE-5.                                      02330000
           05  FILLER                      PIC X(20) VALUE              02340000
               'VAULT UNBALANCED  : '.                                  02350000
           05  VAULTFC-SUM-UNBAL           PIC Z(8)9.                   02360000
           05  FILLER                      PIC X(51) VALUE SPACES.      02370000
                                                                        02380000
       01  VAULTFC-SUMMARY-LINE-6.                                      02390000
           05  FILLER                      PIC X(20) VALUE              02400000
               'NO CASH HISTORY   : '.                                  02410000
           05  VAULTFC-SUM-NOHIST          PIC Z(8)9.                   02420000
           05  FILLER                      PIC X(51) VALUE SPACES.      02430000
                                                                        02440000
       01  RUNCTL-REQUEST-AREA.                                         02450000
           COPY RUNCTLQ.                                                02460000
                                                                        02470000
       01  BUSDATE-REQUEST-AREA.                                        02480000
           COPY BUSDATEQ.                                               02490000
                                                                        02500000
      ******************************************************************02510000
       PROCEDURE DIVISION.                                              02520000
      ******************************************************************02530000
       0000-MAINLINE.                                                   02540000
           PERFORM 1000-INITIALIZE THRU 1000-EXIT                       02550000
                                                                        02560000
           PERFORM 2100-READ-NEXT THRU 2100-EXIT                        02570000
           PERFORM 2000-PROCESS-VAULT                                   02580000
              UNTIL VAULTFC-AT-EOF                                      02590000
                                                                        02600000
           PERFORM 4000-PRINT-SUMMARY THRU 4000-EXIT                    02610000
           PERFORM 9000-TERMINATE THRU 9000-EXIT                        02620000
           GO TO 9999-EXIT.                                             02630000
                                                                        02640000
      ******************************************************************02650000
      *  1000-INITIALIZE - REGISTER WITH RUNCTL, PICK UP THE BUSINESS  *02660000
      *  DATE, OPEN THE FILES AND COUNT THE WORKING DAYS THE ORDERS    *02670000
      *  MUST COVER.                                                   *02680000
      ******************************************************************02690000
       1000-INITIALIZE.                                                 02700000
           MOVE 'S' TO RUNCTL-REQ-FUNCTION                              02710000
           MOVE 'VAULTFC' TO RUNCTL-REQ-JOB                             02720000
           MOVE ZERO TO RUNCTL-REQ-COUNT                                02730000
           CALL 'RUNCTL' USING RUNCTL-REQUEST                           02740000
           IF RUNCTL-HELD                                               02750000
               DISPLAY 'VAULTFC - HELD - PREDECESSOR NOT COMPLETE'      02760000
               STOP RUN                                                 02770000
           END-IF                                                       02780000
                                                                        02790000
           CALL 'BUSDATE' USING BUSDATE-REQUEST                         02800000
           MOVE BUSDATE-REQ-CURRENT TO VAULTFC-CURRENT-DATE             02810000
                                                                        02820000
           OPEN I-O    VAULT-FILE                                       02830000
           OPEN INPUT  CASHHIST-FILE                                    02840000
           OPEN INPUT  PCAL-FILE                                        02850000
           OPEN OUTPUT CASH-ORDER                                       02860000
           OPEN OUTPUT VAULT-RPT                                        02870000
                                                                        02880000
           PERFORM 1200-COUNT-WORKING-DAYS THRU 1200-EXIT.              02890000
       1000-EXIT.                                                       02900000
           EXIT.                                                        02910000
                                                                        02920000
      ******************************************************************02930000
      *  1200-COUNT-WORKING-DAYS - WALK THE NEXT 7 CALENDAR DAYS AFTER *02940000
      *  THE BUSINESS DATE, COUNTING THE WORKING DAYS AND NOTING THE   *02950000
      *  FIRST, WHICH IS WHEN TONIGHT'S ORDERS FALL DUE.               *02960000
      ******************************************************************02970000
       1200-COUNT-WORKING-DAYS.                                         02980000
           MOVE VAULTFC-CURRENT-DATE TO VAULTFC-WALK-DATE               02990000
           MOVE ZERO TO VAULTFC-WORKING-DAYS                            03000000
           MOVE ZERO TO VAULTFC-DAY-COUNT                               03010000
           MOVE ZERO TO VAULTFC-DUE-DATE                                03020000
                                                                        03030000
           PERFORM 1250-CHECK-NEXT-DAY THRU 1250-EXIT                   03040000
              UNTIL VAULTFC-DAY-COUNT = VAULTFC-COVER-DAYS              03050000
                                                                        03060000
           IF VAULTFC-DUE-DATE = ZERO                                   03070000
               MOVE VAULTFC-WALK-DATE TO VAULTFC-DUE-DATE               03080000
           END-IF.                                                      03090000
       1200-EXIT.                                                       03100000
           EXIT.                                                        03110000
                                                                        03120000
      ******************************************************************03130000
      *  1250-CHECK-NEXT-DAY - STEP ONE DAY AND LOOK IT UP ON THE      *03140000
      *  PROCESSING CALENDAR.                                          *03150000
      ******************************************************************03160000
       1250-CHECK-NEXT-DAY.                                             03170000
           PERFORM 1300-ADD-ONE-DAY THRU 1300-EXIT                      03180000
           ADD 1 TO VAULTFC-DAY-COUNT                                   03190000
                                                                        03200000
           MOVE VAULTFC-WALK-DATE TO PROCCAL-DATE OF PCAL-FILE-REC      03210000
           READ PCAL-FILE                                               03220000
               KEY IS PROCCAL-KEY OF PCAL-FILE-REC                      03230000
               INVALID KEY                                              03240000
                   SET PROCCAL-WORKING-DAY OF PCAL-FILE-REC TO TRUE     03250000
           END-READ                                                     03260000
                                                                        03270000
           IF PROCCAL-WORKING-DAY OF PCAL-FILE-REC                      03280000
               ADD 1 TO VAULTFC-WORKING-DAYS                            03290000
               IF VAULTFC-DUE-DATE = ZERO                               03300000
                   MOVE VAULTFC-WALK-DATE TO VAULTFC-DUE-DATE           03310000
               END-IF                                                   03320000
           END-IF.                                                      03330000
       1250-EXIT.                                                       03340000
           EXIT.                                                        03350000
                                                                        03360000
      ******************************************************************03370000
      *  1300-ADD-ONE-DAY - STEP THE WALK DATE FORWARD ONE DAY,        *03380000
      *  CARRYING INTO THE NEXT MONTH AND YEAR AS NEEDED.              *03390000
      ******************************************************************03400000
       1300-ADD-ONE-DAY.                                                03410000
           MOVE VAULTFC-MONTH-DAY-TAB(VAULTFC-WALK-MM)                  03420000
               TO VAULTFC-DAYS-IN-MONTH                                 03430000
           IF VAULTFC-WALK-MM = 2                                       03440000
               PERFORM 1350-SET-LEAP-SWITCH THRU 1350-EXIT              03450000
               IF VAULTFC-IS-LEAP                                       03460000
                   MOVE 29 TO VAULTFC-DAYS-IN-MONTH                     03470000
               END-IF                                                   03480000
           END-IF                                                       03490000
                                                                        03500000
           ADD 1 TO VAULTFC-WALK-DD                                     03510000
           IF VAULTFC-WALK-DD > VAULTFC-DAYS-IN-MONTH                   03520000
               MOVE 1 TO VAULTFC-WALK-DD                                03530000
               ADD 1 TO VAULTFC-WALK-MM                                 03540000
               IF VAULTFC-WALK-MM > 12                                  03550000
                   MOVE 1 TO VAULTFC-WALK-MM                            03560000
                   ADD 1 TO VAULTFC-WALK-YYYY                           03570000
               END-IF                                                   03580000
           END-IF.                                                      03590000
       1300-EXIT.                                                       03600000
           EXIT.                                                        03610000
                                                                        03620000
      ******************************************************************03630000
      *  1350-SET-LEAP-SWITCH - A YEAR IS A LEAP YEAR IF DIVISIBLE BY  *03640000
      *  400, OR DIVISIBLE BY 4 BUT NOT BY 100.                        *03650000
      ******************************************************************03660000
       1350-SET-LEAP-SWITCH.                                            03670000
           MOVE 'N' TO VAULTFC-LEAP-SWITCH                              03680000
                                                                        03690000
           DIVIDE VAULTFC-WALK-YYYY BY 400                              03700000
               GIVING VAULTFC-YEAR-QUOT                                 03710000
               REMAINDER VAULTFC-YEAR-REM                               03720000
           IF VAULTFC-YEAR-REM = ZERO                                   03730000
               SET VAULTFC-IS-LEAP TO TRUE                              03740000
               GO TO 1350-EXIT                                          03750000
           END-IF                                                       03760000
                                                                        03770000
           DIVIDE VAULTFC-WALK-YYYY BY 100                              03780000
               GIVING VAULTFC-YEAR-QUOT                                 03790000
               REMAINDER VAULTFC-YEAR-REM                               03800000
           IF VAULTFC-YEAR-REM = ZERO                                   03810000
               GO TO 1350-EXIT                                          03820000
           END-IF                                                       03830000
                                                                        03840000
           DIVIDE VAULTFC-WALK-YYYY BY 4                                03850000
               GIVING VAULTFC-YEAR-QUOT                                 03860000
               REMAINDER VAULTFC-YEAR-REM                               03870000
           IF VAULTFC-YEAR-REM = ZERO                                   03880000
               SET VAULTFC-IS-LEAP TO TRUE                              03890000
           END-IF.                                                      03900000
       1350-EXIT.                                                       03910000
           EXIT.                                                        03920000
                                                                        03930000
      ******************************************************************03940000
      *  2000-PROCESS-VAULT - FORECAST ONE BRANCH, RAISE ANY ORDER,    *03950000
      *  ROLL THE VAULT AND READ THE NEXT ONE.                         *03960000
      ******************************************************************03970000
       2000-PROCESS-VAULT.                                              03980000
           MOVE SPACES TO VAULTFC-NOTE                                  03990000
           MOVE SPACE  TO VAULTFC-ORDER-TYPE                            04000000
           MOVE ZERO   TO VAULTFC-ORDER-AMOUNT                          04010000
                                                                        04020000
           COMPUTE VAULTFC-VAULT-BALANCE =                              04030000
               VAULT-OPENING-BALANCE OF VAULT-FILE-REC                  04040000
             + VAULT-FROM-TILLS OF VAULT-FILE-REC                       04050000
             - VAULT-TO-TILLS OF VAULT-FILE-REC                         04060000
             + VAULT-DELIVERED OF VAULT-FILE-REC                        04070000
             - VAULT-COLLECTED OF VAULT-FILE-REC                        04080000
           COMPUTE VAULTFC-HOLDING =                                    04090000
               VAULTFC-VAULT-BALANCE                                    04100000
             + VAULT-TILLS-CLOSING OF VAULT-FILE-REC                    04110000
                                                                        04120000
           PERFORM 2200-FORECAST-NEED THRU 2200-EXIT                    04130000
                                                                        04140000
           IF VAULT-INSURED-LIMIT OF VAULT-FILE-REC > ZERO              04150000
              AND VAULTFC-HOLDING > VAULT-INSURED-LIMIT                 04160000
                                     OF VAULT-FILE-REC                  04170000
               PERFORM 2400-ORDER-COLLECTION THRU 2400-EXIT             04180000
           ELSE                                                         04190000
               PERFORM 2500-ORDER-DELIVERY THRU 2500-EXIT               04200000
           END-IF                                                       04210000
                                                                        04220000
           IF VAULTFC-ORDER-AMOUNT > ZERO                               04230000
               PERFORM 2600-WRITE-ORDER THRU 2600-EXIT                  04240000
           END-IF                                                       04250000
                                                                        04260000
           IF VAULT-OUT-OF-BALANCE OF VAULT-FILE-REC                    04270000
               ADD 1 TO VAULTFC-UNBAL-COUNT                             04280000
               IF VAULTFC-NOTE = SPACES                                 04290000
                   MOVE 'VAULT UNBALANCED' TO VAULTFC-NOTE              04300000
               END-IF                                                   04310000
           END-IF                                                       04320000
                                                                        04330000
           PERFORM 2800-ROLL-VAULT THRU 2800-EXIT                       04340000
           PERFORM 2900-WRITE-DETAIL THRU 2900-EXIT                     04350000
                                                                        04360000
           PERFORM 2100-READ-NEXT THRU 2100-EXIT.                       04370000
                                                                        04380000
      ******************************************************************04390000
      *  2100-READ-NEXT - READ THE NEXT VAULT.                         *04400000
      ******************************************************************04410000
       2100-READ-NEXT.                                                  04420000
           READ VAULT-FILE NEXT RECORD                                  04430000
               AT END                                                   04440000
                   SET VAULTFC-AT-EOF TO TRUE                           04450000
                   GO TO 2100-EXIT                                      04460000
           END-READ                                                     04470000
                                                                        04480000
           ADD 1 TO VAULTFC-READ-COUNT.                                 04490000
       2100-EXIT.                                                       04500000
           EXIT.                                                        04510000
                                                                        04520000
      ******************************************************************04530000
      *  2200-FORECAST-NEED - AVERAGE THE BRANCH'S NET OUTFLOW OVER    *04540000
      *  ITS MOST RECENT DAYS OF CASH HISTORY AND SCALE IT TO THE      *04550000
      *  WORKING DAYS AHEAD.  A BRANCH THAT TAKES IN MORE THAN IT PAYS *04560000
      *  OUT HAS A NEGATIVE NEED.  A BRANCH WITH NO HISTORY YET IS     *04570000
      *  FORECAST TO NEED NOTHING AND IS NOTED.                        *04580000
      ******************************************************************04590000
       2200-FORECAST-NEED.                                              04600000
           MOVE ZERO TO VAULTFC-HIST-USED                               04610000
           MOVE ZERO TO VAULTFC-HIST-SLOT                               04620000
           MOVE ZERO TO VAULTFC-HIST-SUM                                04630000
           MOVE ZERO TO VAULTFC-DAILY-NEED                              04640000
           MOVE ZERO TO VAULTFC-NEED                                    04650000
           MOVE 'N'  TO VAULTFC-HIST-SWITCH                             04660000
                                                                        04670000
           MOVE VAULT-SORTCODE OF VAULT-FILE-REC                        04680000
               TO CASHHIST-SORTCODE OF CASHHIST-FILE-REC                04690000
           MOVE ZERO TO CASHHIST-DATE OF CASHHIST-FILE-REC              04700000
           START CASHHIST-FILE KEY IS NOT LESS THAN                     04710000
                 CASHHIST-KEY OF CASHHIST-FILE-REC                      04720000
               INVALID KEY                                              04730000
                   SET VAULTFC-HIST-DONE TO TRUE                        04740000
           END-START                                                    04750000
                                                                        04760000
           PERFORM 2300-READ-HISTORY THRU 2300-EXIT                     04770000
              UNTIL VAULTFC-HIST-DONE                                   04780000
                                                                        04790000
           IF VAULTFC-HIST-USED = ZERO                                  04800000
               ADD 1 TO VAULTFC-NOHIST-COUNT                            04810000
               MOVE 'NO CASH HISTORY' TO VAULTFC-NOTE                   04820000
               GO TO 2200-EXIT                                          04830000
           END-IF                                                       04840000
                                                                        04850000
           COMPUTE VAULTFC-DAILY-NEED ROUNDED =                         04860000
               VAULTFC-HIST-SUM / VAULTFC-HIST-USED                     04870000
           COMPUTE VAULTFC-NEED =                                       04880000
               VAULTFC-DAILY-NEED * VAULTFC-WORKING-DAYS.               04890000
       2200-EXIT.                                                       04900000
           EXIT.                                                        04910000
                                                                        04920000
      ******************************************************************04930000
      *  2300-READ-HISTORY - READ THE BRANCH'S NEXT HISTORY DAY INTO   *04940000
      *  THE RING, DROPPING THE OLDEST DAY ONCE THE RING IS FULL.      *04950000
      ******************************************************************04960000
       2300-READ-HISTORY.                                               04970000
           READ CASHHIST-FILE NEXT RECORD                               04980000
               AT END                                                   04990000
                   SET VAULTFC-HIST-DONE TO TRUE                        05000000
                   GO TO 2300-EXIT                                      05010000
           END-READ                                                     05020000
                                                                        05030000
           IF CASHHIST-SORTCODE OF CASHHIST-FILE-REC                    05040000
              NOT = VAULT-SORTCODE OF VAULT-FILE-REC                    05050000
               SET VAULTFC-HIST-DONE TO TRUE                            05060000
               GO TO 2300-EXIT                                          05070000
           END-IF                                                       05080000
                                                                        05090000
           ADD 1 TO VAULTFC-HIST-SLOT                                   05100000
           IF VAULTFC-HIST-SLOT > VAULTFC-HIST-DAYS                     05110000
               MOVE 1 TO VAULTFC-HIST-SLOT                              05120000
           END-IF                                                       05130000
                                                                        05140000
           IF VAULTFC-HIST-USED = VAULTFC-HIST-DAYS                     05150000
               SUBTRACT VAULTFC-HIST-NET(VAULTFC-HIST-SLOT)             05160000
                   FROM VAULTFC-HIST-SUM                                05170000
           ELSE                                                         05180000
               ADD 1 TO VAULTFC-HIST-USED                               05190000
           END-IF                                                       05200000
                                                                        05210000
           COMPUTE VAULTFC-HIST-NET(VAULTFC-HIST-SLOT) =                05220000
               CASHHIST-CASH-OUT OF CASHHIST-FILE-REC                   05230000
             - CASHHIST-CASH-IN OF CASHHIST-FILE-REC                    05240000
           ADD VAULTFC-HIST-NET(VAULTFC-HIST-SLOT) TO VAULTFC-HIST-SUM. 05250000
       2300-EXIT.                                                       05260000
           EXIT.                                                        05270000
                                                                        05280000
      ******************************************************************05290000
      *  2400-ORDER-COLLECTION - THE BRANCH HOLDS MORE THAN ITS        *05300000
      *  INSURANCE COVERS.  FLAG IT AND ORDER THE EXCESS COLLECTED,    *05310000
      *  ROUNDED UP TO WHOLE ORDER UNITS BUT NO MORE THAN THE VAULT    *05320000
      *  ITSELF HOLDS - CASH IN THE TILLS IS NOT COLLECTED.            *05330000
      ******************************************************************05340000
       2400-ORDER-COLLECTION.                                           05350000
           ADD 1 TO VAULTFC-OVER-COUNT                                  05360000
           MOVE 'OVER INSURED LIMIT' TO VAULTFC-NOTE                    05370000
                                                                        05380000
           COMPUTE VAULTFC-ORDER-AMOUNT =                               05390000
               VAULTFC-HOLDING - VAULT-INSURED-LIMIT OF VAULT-FILE-REC  05400000
           PERFORM 2700-ROUND-UP THRU 2700-EXIT                         05410000
                                                                        05420000
           IF VAULTFC-ORDER-AMOUNT > VAULTFC-VAULT-BALANCE              05430000
               MOVE VAULTFC-VAULT-BALANCE TO VAULTFC-ORDER-AMOUNT       05440000
               PERFORM 2750-ROUND-DOWN THRU 2750-EXIT                   05450000
           END-IF                                                       05460000
                                                                        05470000
           IF VAULTFC-ORDER-AMOUNT > ZERO                               05480000
               MOVE 'C' TO VAULTFC-ORDER-TYPE                           05490000
               ADD 1 TO VAULTFC-COLLECT-COUNT                           05500000
           END-IF.                                                      05510000
       2400-EXIT.                                                       05520000
           EXIT.                                                        05530000
                                                                        05540000
      ******************************************************************05550000
      *  2500-ORDER-DELIVERY - IF THE HOLDING LEFT AFTER THE FORECAST  *05560000
      *  NEED WOULD FALL BELOW THE MINIMUM HOLDING, ORDER THE          *05570000
      *  SHORTFALL, ROUNDED UP TO WHOLE ORDER UNITS.  A DELIVERY THAT  *05580000
      *  WOULD TAKE THE BRANCH OVER ITS INSURED LIMIT IS CUT BACK TO   *05590000
      *  THE LIMIT AND NOTED.                                          *05600000
      ******************************************************************05610000
       2500-ORDER-DELIVERY.                                             05620000
           COMPUTE VAULTFC-PROJECTED = VAULTFC-HOLDING - VAULTFC-NEED   05630000
                                                                        05640000
           IF VAULTFC-PROJECTED NOT < VAULT-MINIMUM-HOLDING             05650000
                                       OF VAULT-FILE-REC                05660000
               GO TO 2500-EXIT                                          05670000
           END-IF                                                       05680000
                                                                        05690000
           COMPUTE VAULTFC-ORDER-AMOUNT =                               05700000
               VAULT-MINIMUM-HOLDING OF VAULT-FILE-REC                  05710000
             - VAULTFC-PROJECTED                                        05720000
           PERFORM 2700-ROUND-UP THRU 2700-EXIT                         05730000
                                                                        05740000
           IF VAULT-INSURED-LIMIT OF VAULT-FILE-REC > ZERO              05750000
              AND VAULTFC-HOLDING + VAULTFC-ORDER-AMOUNT                05760000
                  > VAULT-INSURED-LIMIT OF VAULT-FILE-REC               05770000
               COMPUTE VAULTFC-ORDER-AMOUNT =                           05780000
                   VAULT-INSURED-LIMIT OF VAULT-FILE-REC                05790000
                 - VAULTFC-HOLDING                                      05800000
               PERFORM 2750-ROUND-DOWN THRU 2750-EXIT                   05810000
               MOVE 'CAPPED AT LIMIT' TO VAULTFC-NOTE                   05820000
           END-IF                                                       05830000
                                                                        05840000
           IF VAULTFC-ORDER-AMOUNT > ZERO                               05850000
               MOVE 'D' TO VAULTFC-ORDER-TYPE                           05860000
               ADD 1 TO VAULTFC-DELIVERY-COUNT                          05870000
           END-IF.                                                      05880000
       2500-EXIT.                                                       05890000
           EXIT.                                                        05900000
                                                                        05910000
      ******************************************************************05920000
      *  2600-WRITE-ORDER - SEND THE ORDER TO THE CASH-IN-TRANSIT      *05930000
      *  PROVIDER AND STAMP IT ON THE VAULT.                           *05940000
      ******************************************************************05950000
       2600-WRITE-ORDER.                                                05960000
           MOVE VAULT-SORTCODE OF VAULT-FILE-REC TO CASHORD-SORTCODE    05970000
           MOVE VAULTFC-ORDER-TYPE TO CASHORD-TYPE                      05980000
           MOVE VAULTFC-DUE-DATE TO CASHORD-DUE-DATE                    05990000
           MOVE VAULTFC-ORDER-AMOUNT TO CASHORD-AMOUNT                  06000000
           MOVE VAULTFC-CURRENT-DATE TO CASHORD-ORDER-DATE              06010000
           MOVE VAULTFC-HOLDING TO CASHORD-BRANCH-HOLDING               06020000
           MOVE VAULTFC-NEED TO CASHORD-FORECAST-NEED                   06030000
           MOVE VAULT-INSURED-LIMIT OF VAULT-FILE-REC                   06040000
               TO CASHORD-INSURED-LIMIT                                 06050000
           WRITE CASH-ORDER-REC                                         06060000
                                                                        06070000
           MOVE VAULTFC-CURRENT-DATE                                    06080000
               TO VAULT-LAST-ORDER-DATE OF VAULT-FILE-REC               06090000
           MOVE VAULTFC-ORDER-TYPE                                      06100000
               TO VAULT-LAST-ORDER-TYPE OF VAULT-FILE-REC               06110000
           MOVE VAULTFC-ORDER-AMOUNT                                    06120000
               TO VAULT-LAST-ORDER-AMOUNT OF VAULT-FILE-REC.            06130000
       2600-EXIT.                                                       06140000
           EXIT.                                                        06150000
                                                                        06160000
      ******************************************************************06170000
      *  2700-ROUND-UP - ROUND THE ORDER AMOUNT UP TO WHOLE ORDER      *06180000
      *  UNITS.                                                        *06190000
      ******************************************************************06200000
       2700-ROUND-UP.                                                   06210000
           IF VAULTFC-ORDER-AMOUNT NOT > ZERO                           06220000
               MOVE ZERO TO VAULTFC-ORDER-AMOUNT                        06230000
               GO TO 2700-EXIT                                          06240000
           END-IF                                                       06250000
                                                                        06260000
           DIVIDE VAULTFC-ORDER-AMOUNT BY VAULTFC-ORDER-UNIT            06270000
               GIVING VAULTFC-UNITS                                     06280000
               REMAINDER VAULTFC-UNIT-REM                               06290000
           IF VAULTFC-UNIT-REM > ZERO                                   06300000
               ADD 1 TO VAULTFC-UNITS                                   06310000
           END-IF                                                       06320000
           COMPUTE VAULTFC-ORDER-AMOUNT =                               06330000
               VAULTFC-UNITS * VAULTFC-ORDER-UNIT.                      06340000
       2700-EXIT.                                                       06350000
           EXIT.                                                        06360000
                                                                        06370000
      ******************************************************************06380000
      *  2750-ROUND-DOWN - ROUND THE ORDER AMOUNT DOWN TO WHOLE ORDER  *06390000
      *  UNITS.                                                        *06400000
      ******************************************************************06410000
       2750-ROUND-DOWN.                                                 06420000
           IF VAULTFC-ORDER-AMOUNT NOT > ZERO                           06430000
               MOVE ZERO TO VAULTFC-ORDER-AMOUNT                        06440000
               GO TO 2750-EXIT                                          06450000
           END-IF                                                       06460000
                                                                        06470000
           DIVIDE VAULTFC-ORDER-AMOUNT BY VAULTFC-ORDER-UNIT            06480000
               GIVING VAULTFC-UNITS                                     06490000
           COMPUTE VAULTFC-ORDER-AMOUNT =                               06500000
               VAULTFC-UNITS * VAULTFC-ORDER-UNIT.                      06510000
       2750-EXIT.                                                       06520000
           EXIT.                                                        06530000
                                                                        06540000
      ******************************************************************06550000
      *  2800-ROLL-VAULT - CARRY TONIGHT'S BALANCE FORWARD AS THE      *06560000
      *  NEXT DAY'S OPENING BALANCE AND CLEAR THE DAY'S MOVEMENTS.     *06570000
      ******************************************************************06580000
       2800-ROLL-VAULT.                                                 06590000
           MOVE VAULTFC-VAULT-BALANCE                                   06600000
               TO VAULT-OPENING-BALANCE OF VAULT-FILE-REC               06610000
           MOVE ZERO TO VAULT-TO-TILLS   OF VAULT-FILE-REC              06620000
           MOVE ZERO TO VAULT-FROM-TILLS OF VAULT-FILE-REC              06630000
           MOVE ZERO TO VAULT-DELIVERED  OF VAULT-FILE-REC              06640000
           MOVE ZERO TO VAULT-COLLECTED  OF VAULT-FILE-REC              06650000
           SET VAULT-NOT-PROVED OF VAULT-FILE-REC TO TRUE               06660000
                                                                        06670000
           REWRITE VAULT-FILE-REC                                       06680000
               INVALID KEY                                              06690000
                   DISPLAY 'VAULTFC - CRITICAL - REWRITE FAILED FOR '   06700000
                       'BRANCH ' VAULT-SORTCODE OF VAULT-FILE-REC       06710000
                       ', STATUS ' VAULTFC-VAULT-STATUS                 06720000
           END-REWRITE.                                                 06730000
       2800-EXIT.                                                       06740000
           EXIT.                                                        06750000
                                                                        06760000
      ******************************************************************06770000
      *  2900-WRITE-DETAIL - ONE LINE PER BRANCH.                      *06780000
      ******************************************************************06790000
       2900-WRITE-DETAIL.                                               06800000
           MOVE VAULT-SORTCODE OF VAULT-FILE-REC TO VAULTFC-DTL-SORTCODE06810000
           MOVE VAULTFC-HOLDING TO VAULTFC-DTL-HOLDING                  06820000
           MOVE VAULTFC-NEED TO VAULTFC-DTL-NEED                        06830000
           MOVE VAULTFC-ORDER-TYPE TO VAULTFC-DTL-TYPE                  06840000
           MOVE VAULTFC-ORDER-AMOUNT TO VAULTFC-DTL-AMOUNT              06850000
           MOVE VAULTFC-NOTE TO VAULTFC-DTL-NOTE                        06860000
                                                                        06870000
           WRITE VAULT-RPT-LINE FROM VAULTFC-DETAIL-LINE.               06880000
       2900-EXIT.                                                       06890000
           EXIT.                                                        06900000
                                                                        06910000
      ******************************************************************06920000
      *  4000-PRINT-SUMMARY - WRITE THE RUN TOTALS.                    *06930000
      ******************************************************************06940000
       4000-PRINT-SUMMARY.                                              06950000
           MOVE VAULTFC-READ-COUNT TO VAULTFC-SUM-READ                  06960000
           WRITE VAULT-RPT-LINE FROM VAULTFC-SUMMARY-LINE-1             06970000
                                                                        06980000
           MOVE VAULTFC-DELIVERY-COUNT TO VAULTFC-SUM-DELIVERY          06990000
           WRITE VAULT-RPT-LINE FROM VAULTFC-SUMMARY-LINE-2             07000000
                                                                        07010000
           MOVE VAULTFC-COLLECT-COUNT TO VAULTFC-SUM-COLLECT            07020000
           WRITE VAULT-RPT-LINE FROM VAULTFC-SUMMARY-LINE-3             07030000
                                                                        07040000
           MOVE VAULTFC-OVER-COUNT TO VAULTFC-SUM-OVER                  07050000
           WRITE VAULT-RPT-LINE FROM VAULTFC-SUMMARY-LINE-4             07060000
                                                                        07070000
           MOVE VAULTFC-UNBAL-COUNT TO VAULTFC-SUM-UNBAL                07080000
           WRITE VAULT-RPT-LINE FROM VAULTFC-SUMMARY-LINE-5             07090000
                                                                        07100000
           MOVE VAULTFC-NOHIST-COUNT TO VAULTFC-SUM-NOHIST              07110000
           WRITE VAULT-RPT-LINE FROM VAULTFC-SUMMARY-LINE-6.            07120000
       4000-EXIT.                                                       07130000
           EXIT.                                                        07140000
                                                                        07150000
      ******************************************************************07160000
      *  9000-TERMINATE - CLOSE THE FILES AND REPORT TO RUNCTL.        *07170000
      ******************************************************************07180000
       9000-TERMINATE.                                                  07190000
           CLOSE VAULT-FILE                                             07200000
           CLOSE CASHHIST-FILE                                          07210000
           CLOSE PCAL-FILE                                              07220000
           CLOSE CASH-ORDER                                             07230000
           CLOSE VAULT-RPT                                              07240000
                                                                        07250000
           MOVE 'E' TO RUNCTL-REQ-FUNCTION                              07260000
           COMPUTE RUNCTL-REQ-COUNT =                                   07270000
               VAULTFC-DELIVERY-COUNT + VAULTFC-COLLECT-COUNT           07280000
           CALL 'RUNCTL' USING RUNCTL-REQUEST.                          07290000
       9000-EXIT.                                                       07300000
           EXIT.                                                        07310000
                                                                        07320000
       9999-EXIT.                                                       07330000
           STOP RUN.                                                    07340000
