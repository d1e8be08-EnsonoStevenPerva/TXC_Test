      *                     HAS MARKED EXHAUSTED (THE QUEUE RECORD IS  *00280000
      *                     REMOVED ONCE THE CHARGE IS TAKEN, SO AN    *00290000
      *                     EXHAUSTION IS ONLY EVER CHARGED ONCE)      *00300000
      *               SDB - THE ANNUAL RENTAL OF EVERY LET             *00301111
      *                     SAFE-DEPOSIT BOX (COPYBOOK SDBOX) FALLING  *00302222
      *                     DUE IN OR BEFORE THE CHARGE MONTH, TAKEN   *00303333
      *                     FROM THE BOX'S RENTAL ACCOUNT.  THE        *00304444
      *                     SCHEDULE ROW IS KEYED BY BOX SIZE, NOT     *00305555
      *                     ACCOUNT TYPE.  A RENTAL THE ACCOUNT CANNOT *00306666
      *                     PAY IS HELD ON THE BOX AS ARREARS AND      *00307777
      *                     RETRIED EACH MONTH (SDBARR REPORTS THEM)   *00308888
      *                                                                *00309011
      *             A PRICING EXCEPTION IN FORCE FOR THE ACCOUNT ON    *00309134
      *             THE BUSINESS DATE (COPYBOOK PRICEXC) MAY WAIVE     *00309257
      *             EVERY FEE OR ONLY THE EVENTS IT NAMES.  A WAIVED   *00309380
      *             FEE IS NOT TAKEN BUT IS COUNTED, AND ADDED TO THE  *00309503
      *             MONTH'S FORGONE-INCOME LEDGER (COPYBOOK PRCXFGN)   *00309626
      *             FOR PRCXRPT.  A WAIVED BOX RENTAL CLEARS THE       *00309749
      *             ARREARS JUST AS A PAID ONE DOES                    *00309872
      *                                                                *00310000
      *             EACH FEE IS DEBITED STRAIGHT TO ACCOUNT-BALANCE -  *00320000
      *             A FEE, UNLIKE A PAYMENT, MAY TAKE THE ACCOUNT      *00330000
      *             STATEMENTS AND THE GL EXTRACT SHOW THE CHARGE      *00360000
      *             PROPERLY.  AN ACCOUNT TYPE WITH NO SCHEDULE ROW    *00370000
      *             FOR AN EVENT IS SIMPLY NOT CHARGED.                *00380000
      *                                                                *00381000
      *             AN OPTIONAL SIMULATION PARAMETER (COPYBOOK         *00382000
      *             SIMPARM) MAKES THE RUN A WHAT-IF : THE MASTERS ARE *00383000
      *             READ BUT NOT UPDATED, THE PROJECTED DATE SETS THE  *00384000
      *             CHARGE MONTH UNLESS SYSIN NAMES ONE, AND EACH      *00385000
      *             WOULD-BE FEE GOES TO THE SIMULATION POSTINGS FILE  *00386000
      *             (COPYBOOK SIMPOST) FOR SIMCOMP.  A PROPOSED FEE    *00387000
      *             SCHEDULE IS SUPPLIED BY POINTING FEEFILE AT THE    *00388000
      *             SCENARIO'S COPY.                                   *00389000
      *                                                                *00390000
      *  FILES    : ACCFILE  - VSAM KSDS - ACCOUNT MASTER (I-O)        *00400000
      *             FEEFILE  - VSAM KSDS - FEE SCHEDULE (INPUT)        *00410000
      *             PROCTRAN - VSAM KSDS - TRANSACTION LOG (I-O)       *00420000
      *             PCTLFILE - VSAM KSDS - PROCTRAN CONTROL (I-O)      *00430000
      *             RTRYFILE - VSAM KSDS - PAYMENT RETRY QUEUE (I-O)   *00440000
      *             SDBFILE  - VSAM KSDS - SAFE-DEPOSIT BOXES (I-O)    *00442500
      *             CHKPTF   - CHECKPOINT FILE (I-O)                   *00445000
      *             SYSIN    - PARAMETER FILE - CHARGE MONTH (YYYYMM)  *00450000
      *             FEERPT   - FEE ASSESSMENT REPORT (OUTPUT)          *00460000
      *             SIMPARM  - SIMULATION PARAMETER (OPTIONAL)         *00465000
      *             SIMPOST  - SIMULATED POSTINGS (EXTEND)             *00467500
      *             PRCXFILE - VSAM KSDS - PRICING EXCEPTIONS (INPUT)  *00468750
      *             PRCXFGN  - VSAM KSDS - FORGONE INCOME LEDGER (I-O) *00469375
      *                                                                *00470000
      *  CHANGE HISTORY                                                *00480000
      *  ----------------------------------------------------------    *00490000
      *                    ABEND RESUMES THE INTERRUPTED PASS PAST     *00514000
      *                    THE LAST FEE TAKEN INSTEAD OF CHARGING      *00516000
      *                    EVERY ACCOUNT A SECOND TIME                 *00518000
      *  2026-10-15  BAG   PROCESSING DATE COMES FROM THE BUSINESS     *00518666
      *                    DATE (BUSDATE), NOT THE SYSTEM CLOCK        *00519332
      *                                                                *00520000
      *  2026-08-22  BAG   REGISTER THE RUN WITH THE RUN-CONTROL       *00523333
      *                    SUBSYSTEM AT START AND END                  *00526666
      *  2026-10-15  BAG   ANNUAL SAFE-DEPOSIT BOX RENTAL (SDB),       *00527777
      *                    UNPAID RENTALS HELD ON THE BOX AS ARREARS   *00528888
      *  2026-10-15  BAG   WHAT-IF SIMULATION MODE DRIVEN BY AN        *00529166
      *                    OPTIONAL SIMPARM : MASTERS READ ONLY,       *00529444
      *                    WOULD-BE FEES TO SIMPOST                    *00529722
      *  2026-10-15  BAG   KEEP PROCTRAN CONTROL TOTALS FOR            *00529814
      *                    BALCHK THROUGH BALTOT                       *00529906
      *  2026-10-15  BAG   WAIVE FEES UNDER AN ACCOUNT PRICING         *00529929
      *                    EXCEPTION (PRICEXC), LOGGING THE FEES       *00529952
      *                    WAIVED TO PRCXFGN                           *00529975
      ******************************************************************00530000
       ENVIRONMENT DIVISION.                                            00540000
       INPUT-OUTPUT SECTION.                                            00550000
                  RECORD KEY IS SODRETRY-KEY OF RETRY-FILE-REC          00840000
                  FILE STATUS IS FEECHG-RETRY-STATUS.                   00850000
                                                                        00860000
           SELECT SDBOX-FILE      ASSIGN TO SDBFILE                     00861666
                  ORGANIZATION IS INDEXED                               00863332
                  ACCESS MODE IS DYNAMIC                                00864998
                  RECORD KEY IS SDBOX-KEY OF SDBOX-FILE-REC             00866664
                  FILE STATUS IS FEECHG-SDBOX-STATUS.                   00868330
                                                                        00868331
           SELECT PARAMETER-FILE  ASSIGN TO SYSIN                       00870000
                  ORGANIZATION IS LINE SEQUENTIAL                       00880000
                  FILE STATUS IS FEECHG-PARM-STATUS.                    00890000
                  RECORD KEY IS CHECKPOINT-JOB-NAME                     00936250
                                 OF CHECKPOINT-FILE-REC                 00937500
                  FILE STATUS IS FEECHG-CKPT-STATUS.                    00938750
                                                                        00938888
           SELECT OPTIONAL SIM-FILE ASSIGN TO SIMPARM                   00939026
                  ORGANIZATION IS SEQUENTIAL                            00939164
                  FILE STATUS IS FEECHG-SIM-STATUS.                     00939302
                                                                        00939440
           SELECT SIMPOST-FILE    ASSIGN TO SIMPOST                     00939578
                  ORGANIZATION IS LINE SEQUENTIAL                       00939716
                  FILE STATUS IS FEECHG-SPST-STATUS.                    00939854
                                                                        00939865
           SELECT PRCX-FILE       ASSIGN TO PRCXFILE                    00939876
                  ORGANIZATION IS INDEXED                               00939887
                  ACCESS MODE IS DYNAMIC                                00939898
                  RECORD KEY IS PRICEXC-KEY OF PRCX-FILE-REC            00939909
                  FILE STATUS IS FEECHG-PRCX-STATUS.                    00939920
                                                                        00939931
           SELECT PRCXFGN-FILE    ASSIGN TO PRCXFGN                     00939942
                  ORGANIZATION IS INDEXED                               00939953
                  ACCESS MODE IS RANDOM                                 00939964
                  RECORD KEY IS PRCXFGN-KEY OF PRCXFGN-FILE-REC         00939975
                  FILE STATUS IS FEECHG-PFGN-STATUS.                    00939986
                                                                        00940000
       DATA DIVISION.                                                   00950000
       FILE SECTION.                                                    00960000
       01  RETRY-FILE-REC.                                              01190000
           COPY SODRETRY.                                               01200000
                                                                        01210000
       FD  SDBOX-FILE                                                   01212000
           RECORDING MODE IS F.                                         01214000
       01  SDBOX-FILE-REC.                                              01216000
           COPY SDBOX.                                                  01218000
                                                                        01218001
       FD  PARAMETER-FILE                                               01220000
           RECORDING MODE IS F.                                         01230000
       01  PARAMETER-FILE-REC             PIC X(80).                    01240000
           RECORDING MODE IS F.                                         01284998
       01  CHECKPOINT-FILE-REC.                                         01286664
           COPY CHKPOINT.                                               01288330
                                                                        01288481
       FD  SIM-FILE                                                     01288632
           RECORDING MODE IS F.                                         01288783
       01  SIM-FILE-REC.                                                01288934
           COPY SIMPARM.                                                01289085
                                                                        01289236
       FD  SIMPOST-FILE                                                 01289387
           RECORDING MODE IS F.                                         01289538
       01  SIMPOST-FILE-REC.                                            01289689
           COPY SIMPOST.                                                01289840
                                                                        01289854
       FD  PRCX-FILE                                                    01289868
           RECORDING MODE IS F.                                         01289882
       01  PRCX-FILE-REC.                                               01289896
           COPY PRICEXC.                                                01289910
                                                                        01289924
       FD  PRCXFGN-FILE                                                 01289938
           RECORDING MODE IS F.                                         01289952
       01  PRCXFGN-FILE-REC.                                            01289966
           COPY PRCXFGN.                                                01289980
                                                                        01290000
       WORKING-STORAGE SECTION.                                         01300000
       01  FEECHG-WORK-AREA.                                            01310000
           05  FEECHG-PROCTRAN-STATUS      PIC XX.                      01340000
           05  FEECHG-PCTRL-STATUS         PIC XX.                      01350000
           05  FEECHG-RETRY-STATUS         PIC XX.                      01360000
           05  FEECHG-SDBOX-STATUS         PIC XX.                      01365000
           05  FEECHG-PARM-STATUS          PIC XX.                      01370000
           05  FEECHG-RPT-STATUS           PIC XX.                      01380000
           05  FEECHG-CKPT-STATUS          PIC XX.                      01383333
               88  FEECHG-CKPT-NOTFND            VALUE '23'.            01386666
           05  FEECHG-SIM-STATUS           PIC XX.                      01386969
           05  FEECHG-SPST-STATUS          PIC XX.                      01387272
           05  FEECHG-PRCX-STATUS          PIC XX.                      01387373
           05  FEECHG-PFGN-STATUS          PIC XX.                      01387474
           05  FEECHG-JOB-NAME             PIC X(8)                     01387575
                                           VALUE 'FEECHG  '.            01387878
           05  FEECHG-SIM-SWITCH           PIC X     VALUE 'N'.         01388181
               88  FEECHG-SIMULATING             VALUE 'Y'.             01388484
           05  FEECHG-SIM-SCENARIO         PIC X(8)  VALUE SPACES.      01388787
           05  FEECHG-SIM-BASIS            PIC X     VALUE SPACE.       01389090
           05  FEECHG-SIM-DATE             PIC 9(8)  VALUE ZERO.        01389393
           05  FEECHG-SIM-COUNT            PIC 9(9)  COMP-3 VALUE ZERO. 01389696
           05  FEECHG-ACCT-EOF-SWITCH      PIC X     VALUE 'N'.         01390000
               88  FEECHG-ACCT-AT-EOF            VALUE 'Y'.             01400000
           05  FEECHG-PROC-EOF-SWITCH      PIC X     VALUE 'N'.         01410000
               88  FEECHG-PROC-AT-EOF            VALUE 'Y'.             01420000
           05  FEECHG-RETRY-EOF-SWITCH     PIC X     VALUE 'N'.         01430000
               88  FEECHG-RETRY-AT-EOF           VALUE 'Y'.             01440000
           05  FEECHG-SDB-EOF-SWITCH       PIC X     VALUE 'N'.         01443333
               88  FEECHG-SDB-AT-EOF             VALUE 'Y'.             01446666
           05  FEECHG-FEE-SWITCH           PIC X     VALUE 'N'.         01450000
               88  FEECHG-FEE-FOUND              VALUE 'Y'.             01460000
           05  FEECHG-FEE-EVENT            PIC X(3)  VALUE SPACES.      01470000
           05  FEECHG-MAINT-COUNT          PIC 9(9)  COMP-3 VALUE ZERO. 01550000
           05  FEECHG-CHF-COUNT            PIC 9(9)  COMP-3 VALUE ZERO. 01560000
           05  FEECHG-SRX-COUNT            PIC 9(9)  COMP-3 VALUE ZERO. 01570000
           05  FEECHG-SDB-COUNT            PIC 9(9)  COMP-3 VALUE ZERO. 01573333
           05  FEECHG-SDB-UNPAID-COUNT     PIC 9(9)  COMP-3 VALUE ZERO. 01576666
           05  FEECHG-FEE-TOTAL            PIC S9(10)V99 VALUE ZERO.    01580000
           05  FEECHG-RESTART-SWITCH       PIC X     VALUE 'N'.         01581250
               88  FEECHG-IS-RESTART             VALUE 'Y'.             01582500
           05  FEECHG-CKPT-INTERVAL        PIC 9(5)  COMP VALUE 1000.   01586250
           05  FEECHG-CKPT-SORTCODE        PIC 9(6)  VALUE ZERO.        01587500
           05  FEECHG-CKPT-NUMBER          PIC 9(8)  VALUE ZERO.        01588750
           05  FEECHG-EXC-SWITCH           PIC X     VALUE 'N'.         01588846
               88  FEECHG-EXC-FOUND              VALUE 'Y'.             01588942
           05  FEECHG-EXC-EOF-SWITCH       PIC X     VALUE 'N'.         01589038
               88  FEECHG-EXC-DONE               VALUE 'Y'.             01589134
           05  FEECHG-WAIVE-SWITCH         PIC X     VALUE 'N'.         01589230
               88  FEECHG-FEE-WAIVED             VALUE 'Y'.             01589326
           05  FEECHG-PFGN-NEW-SWITCH      PIC X     VALUE 'N'.         01589422
               88  FEECHG-PFGN-NEW               VALUE 'Y'.             01589518
           05  FEECHG-EVENT-SUB            PIC 9(4)  COMP VALUE ZERO.   01589614
           05  FEECHG-WAIVE-AMOUNT         PIC S9(8)V99 VALUE ZERO.     01589710
           05  FEECHG-WAIVED-COUNT         PIC 9(9)  COMP-3 VALUE ZERO. 01589806
           05  FEECHG-WAIVED-TOTAL         PIC S9(10)V99 VALUE ZERO.    01589902
                                                                        01590000
       01  FEECHG-PROCTRAN-OUT.                                         01600000
           COPY PROCTRAN.                                               01610000
                                                                        01620000
       01  FEECHG-EXC-REC.                                              01622500
           COPY PRICEXC.                                                01625000
                                                                        01627500
       01  FEECHG-PARM-REDEF.                                           01630000
           05  FEECHG-PARM-TEXT            PIC X(6).                    01640000
           05  FILLER                      PIC X(74).                   01650000
           05  FEECHG-SUM-SRX              PIC Z(8)9.                   01820000
           05  FILLER                      PIC X(47) VALUE SPACES.      01830000
                                                                        01840000
       01  FEECHG-SUMMARY-LINE-5.                                       01840833
           05  FILLER                      PIC X(20) VALUE              01841666
               'BOX RENTALS TAKEN : '.                                  01842499
           05  FEECHG-SUM-SDB              PIC Z(8)9.                   01843332
           05  FILLER                      PIC X(47) VALUE SPACES.      01844165
                                                                        01844998
       01  FEECHG-SUMMARY-LINE-6.                                       01845831
           05  FILLER                      PIC X(20) VALUE              01846664
               'BOX RENTALS UNPAID: '.                                  01847497
           05  FEECHG-SUM-SDB-UNPAID       PIC Z(8)9.                   01848330
           05  FILLER                      PIC X(47) VALUE SPACES.      01849163
                                                                        01849164
       01  FEECHG-SUMMARY-LINE-4.                                       01850000
           05  FILLER                      PIC X(20) VALUE              01860000
               'TOTAL FEES TAKEN  : '.                                  01870000
           05  FEECHG-SUM-TOTAL            PIC Z(8)9.99.                01880000
           05  FILLER                      PIC X(44) VALUE SPACES.      01890000
                                                                        01890769
       01  FEECHG-SUMMARY-LINE-8.                                       01890828
           05  FILLER                      PIC X(20) VALUE              01890887
               'FEES WAIVED       : '.                                  01890946
           05  FEECHG-SUM-WAIVED           PIC Z(8)9.                   01891005
           05  FILLER                      PIC X(47) VALUE SPACES.      01891064
                                                                        01891123
       01  FEECHG-SUMMARY-LINE-9.                                       01891182
           05  FILLER                      PIC X(20) VALUE              01891241
               'TOTAL FEES WAIVED : '.                                  01891300
           05  FEECHG-SUM-WAIVED-TOTAL     PIC Z(8)9.99.                01891359
           05  FILLER                      PIC X(44) VALUE SPACES.      01891418
                                                                        01891477
       01  FEECHG-SUMMARY-LINE-7.                                       01891538
           05  FILLER                      PIC X(20) VALUE              01892307
               'SIMULATED POSTINGS: '.                                  01893076
           05  FEECHG-SUM-SIM              PIC Z(8)9.                   01893845
           05  FILLER                      PIC X(2)  VALUE SPACES.      01894614
           05  FILLER                      PIC X(9)  VALUE              01895383
               'SCENARIO '.                                             01896152
           05  FEECHG-SUM-SCENARIO         PIC X(8).                    01896921
           05  FILLER                      PIC X(1)  VALUE SPACE.       01897690
           05  FEECHG-SUM-BASIS            PIC X.                       01898459
           05  FILLER                      PIC X(26) VALUE SPACES.      01899228
                                                                        01900000
       01  RUNCTL-REQUEST-AREA.                                         01902500
           COPY RUNCTLQ.                                                01905000
                                                                        01905156
       01  BALTOT-REQUEST-AREA.                                         01905312
           COPY BALTOTQ.                                                01905468
                                                                        01905625
       01  BUSDATE-REQUEST-AREA.                                        01906250
           COPY BUSDATEQ.                                               01906875
                                                                        01907500
      ******************************************************************01910000
       PROCEDURE DIVISION.                                              01920000
               PERFORM 3000-CHEQUE-FAILURE-PASS THRU 3000-EXIT          01985000
               PERFORM 8600-MARK-PASS-DONE THRU 8600-EXIT               01988000
           END-IF                                                       01991000
           IF FEECHG-PHASE NOT > 3                                      01992500
               PERFORM 4000-RETRY-EXHAUST-PASS THRU 4000-EXIT           01994000
               PERFORM 8600-MARK-PASS-DONE THRU 8600-EXIT               01995500
           END-IF                                                       01997000
           PERFORM 4500-BOX-RENTAL-PASS THRU 4500-EXIT                  01998500
                                                                        02000000
           PERFORM 8000-PRINT-SUMMARY THRU 8000-EXIT                    02010000
                                                                        02020000
      *  MONTH FROM SYSIN, DEFAULTING TO THE CURRENT MONTH.            *02090000
      ******************************************************************02100000
       1000-INITIALIZE.                                                 02110000
           PERFORM 1050-READ-SIMULATION-PARM THRU 1050-EXIT             02110500
           MOVE 'S' TO RUNCTL-REQ-FUNCTION                              02111000
           MOVE FEECHG-JOB-NAME TO RUNCTL-REQ-JOB                       02112000
           MOVE ZERO TO RUNCTL-REQ-COUNT                                02113000
           CALL 'RUNCTL' USING RUNCTL-REQUEST                           02114000
           IF RUNCTL-HELD                                               02115000
               DISPLAY 'FEECHG - HELD - PREDECESSOR NOT COMPLETE'       02116000
               STOP RUN                                                 02117000
           END-IF                                                       02118000
                                                                        02118200
           MOVE 'FEECHG' TO BALTOT-REQ-JOB                              02118400
           SET BALTOT-REQ-PRODUCER TO TRUE                              02118600
           MOVE 'PROCTRAN' TO BALTOT-REQ-FILE                           02118800
                                                                        02119000
      *    A SIMULATION RUN ONLY READS THE MASTERS, TAKES NO           *02121833
      *    PROCTRAN NUMBERS, AND APPENDS TO THE SIMULATION FILE.       *02124666
           IF FEECHG-SIMULATING                                         02127499
               OPEN INPUT  ACCOUNT-FILE                                 02130332
               OPEN INPUT  FEE-FILE                                     02133165
               OPEN INPUT  PROCTRAN-FILE                                02135998
               OPEN INPUT  RETRY-FILE                                   02138831
               OPEN INPUT  SDBOX-FILE                                   02141664
               OPEN EXTEND SIMPOST-FILE                                 02144497
               OPEN INPUT  PRCX-FILE                                    02145913
           ELSE                                                         02147330
               OPEN I-O    ACCOUNT-FILE                                 02150163
               OPEN INPUT  FEE-FILE                                     02152996
               OPEN I-O    PROCTRAN-FILE                                02155829
               OPEN I-O    PCTRL-FILE                                   02158662
               OPEN I-O    RETRY-FILE                                   02161495
               OPEN I-O    SDBOX-FILE                                   02164328
               OPEN INPUT  PRCX-FILE                                    02165272
               OPEN I-O    PRCXFGN-FILE                                 02166216
           END-IF                                                       02167161
           OPEN INPUT  PARAMETER-FILE                                   02170000
           OPEN I-O    CHECKPOINT-FILE                                  02180000
                                                                        02181000
               OPEN OUTPUT FEE-RPT                                      02187000
           END-IF                                                       02188000
                                                                        02190000
           CALL 'BUSDATE' USING BUSDATE-REQUEST                         02196666
           MOVE BUSDATE-REQ-CURRENT TO FEECHG-CURRENT-DATE              02203332
           IF FEECHG-SIMULATING                                         02204665
              AND FEECHG-SIM-DATE NOT = ZERO                            02205998
               MOVE FEECHG-SIM-DATE TO FEECHG-CURRENT-DATE              02207331
           END-IF                                                       02208664
           ACCEPT FEECHG-CURRENT-TIME FROM TIME                         02210000
                                                                        02220000
           MOVE FEECHG-CURRENT-DATE(1:6) TO FEECHG-CHARGE-MONTH         02230000
           CLOSE PARAMETER-FILE.                                        02360000
       1000-EXIT.                                                       02370000
           EXIT.                                                        02380000
                                                                        02380005
      ******************************************************************02380010
      *  1050-READ-SIMULATION-PARM - AN OPTIONAL SIMULATION PARAMETER  *02380015
      *  TURNS THIS RUN INTO A WHAT-IF, THE SAME WAY INTACCR TAKES     *02380020
      *  ONE.  ITS RUNCTL AND CHECKPOINT NAME ENDS IN S SO IT NEVER    *02380025
      *  DISTURBS THE LIVE RUN'S RESTART POINT.  NO PARAMETER MEANS    *02380030
      *  THE LIVE RUN, UNCHANGED.                                      *02380035
      ******************************************************************02380040
       1050-READ-SIMULATION-PARM.                                       02380045
           OPEN INPUT SIM-FILE                                          02380050
                                                                        02380055
           IF FEECHG-SIM-STATUS NOT = '00'                              02380060
               GO TO 1050-EXIT                                          02380065
           END-IF                                                       02380070
                                                                        02380075
           READ SIM-FILE                                                02380080
               AT END                                                   02380085
                   CLOSE SIM-FILE                                       02380090
                   GO TO 1050-EXIT                                      02380095
           END-READ                                                     02380100
                                                                        02380105
           SET FEECHG-SIMULATING TO TRUE                                02380110
           MOVE SIMPARM-SCENARIO  TO FEECHG-SIM-SCENARIO                02380115
           MOVE SIMPARM-BASIS     TO FEECHG-SIM-BASIS                   02380120
           MOVE SIMPARM-PROJ-DATE TO FEECHG-SIM-DATE                    02380125
           MOVE 'S'               TO FEECHG-JOB-NAME(8:1)               02380130
                                                                        02380135
           CLOSE SIM-FILE.                                              02380140
       1050-EXIT.                                                       02380145
           EXIT.                                                        02380150
                                                                        02380172
      ******************************************************************02380344
      *  1100-READ-CHECKPOINT - LOOK FOR A CHECKPOINT LEFT BY A PRIOR **02380516
      *  ALREADY TAKEN AND RUNS THE LATER PASSES NORMALLY.            **02381376
      ******************************************************************02381548
       1100-READ-CHECKPOINT.                                            02381720
           MOVE FEECHG-JOB-NAME TO CHECKPOINT-JOB-NAME                  02381892
                             OF CHECKPOINT-FILE-REC                     02382064
                                                                        02382236
           READ CHECKPOINT-FILE                                         02382408
           IF FEECHG-CKPT-NOTFND                                        02383268
               MOVE 'CKPT' TO CHECKPOINT-EYECATCHER                     02383440
                               OF CHECKPOINT-FILE-REC                   02383612
               MOVE FEECHG-JOB-NAME TO CHECKPOINT-JOB-NAME              02383784
                                 OF CHECKPOINT-FILE-REC                 02383956
               MOVE ZERO TO CHECKPOINT-LAST-SORTCODE                    02384128
                             OF CHECKPOINT-FILE-REC                     02384300
           MOVE 'SRX' TO FEECHG-FEE-EVENT                               03820000
           PERFORM 5100-GET-FEE-ROW THRU 5100-EXIT                      03830000
                                                                        03840000
           IF NOT FEECHG-SIMULATING                                     03845000
               DELETE RETRY-FILE RECORD                                 03850000
           END-IF.                                                      03855000
       4100-EXIT.                                                       03860000
           EXIT.                                                        03870000
                                                                        03880000
      ******************************************************************03880069
      *  4500-BOX-RENTAL-PASS - RAISE THE ANNUAL RENTAL OF EVERY LET   *03880138
      *  SAFE-DEPOSIT BOX WHOSE RENTAL FALLS DUE IN OR BEFORE THE      *03880207
      *  CHARGE MONTH, AND RETRY ANY RENTAL STILL IN ARREARS.  EACH    *03880276
      *  BOX IS REWRITTEN AS SOON AS ITS RENTAL IS DEALT WITH, SO A    *03880345
      *  RERUN FINDS NOTHING FURTHER DUE AND NEEDS NO CHECKPOINT.      *03880414
      ******************************************************************03880483
       4500-BOX-RENTAL-PASS.                                            03880552
           MOVE ZERO TO SDBOX-SORTCODE OF SDBOX-FILE-REC                03880598
           MOVE ZERO TO SDBOX-NUMBER OF SDBOX-FILE-REC                  03880644
           START SDBOX-FILE KEY IS NOT LESS                             03880690
                 THAN SDBOX-KEY OF SDBOX-FILE-REC                       03880759
               INVALID KEY                                              03880828
                   SET FEECHG-SDB-AT-EOF TO TRUE                        03880897
           END-START                                                    03880966
                                                                        03881035
           PERFORM 4600-BOX-RENTAL-ONE THRU 4600-EXIT                   03881104
              UNTIL FEECHG-SDB-AT-EOF.                                  03881173
       4500-EXIT.                                                       03881242
           EXIT.                                                        03881311
                                                                        03881380
      ******************************************************************03881449
      *  4600-BOX-RENTAL-ONE - READ THE NEXT BOX.  A YEAR'S RENTAL     *03881518
      *  THAT HAS FALLEN DUE IS ADDED TO WHAT THE RENTER OWES, AND     *03881587
      *  WHAT IS OWED IS THEN TAKEN FROM THE RENTAL ACCOUNT IF IT CAN  *03881656
      *  PAY, OR LEFT IN ARREARS FOR SDBARR TO REPORT.                 *03881725
      ******************************************************************03881794
       4600-BOX-RENTAL-ONE.                                             03881863
           READ SDBOX-FILE NEXT RECORD                                  03881932
               AT END                                                   03882001
                   SET FEECHG-SDB-AT-EOF TO TRUE                        03882070
                   GO TO 4600-EXIT                                      03882139
           END-READ                                                     03882208
                                                                        03882277
           IF NOT SDBOX-LET OF SDBOX-FILE-REC                           03882346
               GO TO 4600-EXIT                                          03882415
           END-IF                                                       03882484
                                                                        03882553
           IF SDBOX-NEXT-DUE-DATE OF SDBOX-FILE-REC (1:6)               03882622
              > FEECHG-CHARGE-MONTH                                     03882691
              AND SDBOX-ARREARS-AMOUNT OF SDBOX-FILE-REC = ZERO         03882760
               GO TO 4600-EXIT                                          03882829
           END-IF                                                       03882898
                                                                        03882967
           IF SDBOX-NEXT-DUE-DATE OF SDBOX-FILE-REC (1:6)               03883036
              NOT > FEECHG-CHARGE-MONTH                                 03883105
               PERFORM 4700-RAISE-RENTAL THRU 4700-EXIT                 03883174
           END-IF                                                       03883243
                                                                        03883312
           IF SDBOX-ARREARS-AMOUNT OF SDBOX-FILE-REC > ZERO             03883381
               PERFORM 4800-COLLECT-RENTAL THRU 4800-EXIT               03883450
           END-IF                                                       03883519
                                                                        03883588
           IF FEECHG-SIMULATING                                         03883601
               GO TO 4600-EXIT                                          03883614
           END-IF                                                       03883627
                                                                        03883640
           REWRITE SDBOX-FILE-REC                                       03883657
               INVALID KEY                                              03883726
                   DISPLAY 'FEECHG - CRITICAL - SDBOX REWRITE '         03883795
                       'FAILED FOR BOX '                                03883864
                           SDBOX-SORTCODE OF SDBOX-FILE-REC '-'         03883933
                           SDBOX-NUMBER OF SDBOX-FILE-REC               03884002
           END-REWRITE.                                                 03884071
       4600-EXIT.                                                       03884140
           EXIT.                                                        03884209
                                                                        03884278
      ******************************************************************03884347
      *  4700-RAISE-RENTAL - THE YEAR'S RENTAL FALLS DUE : ADD IT TO   *03884416
      *  WHAT THE RENTER OWES AND MOVE THE DUE DATE ON TO THE NEXT     *03884485
      *  ANNIVERSARY.  A 29 FEBRUARY ANNIVERSARY MOVES TO THE 28TH.    *03884554
      ******************************************************************03884623
       4700-RAISE-RENTAL.                                               03884692
           IF SDBOX-ARREARS-AMOUNT OF SDBOX-FILE-REC = ZERO             03884761
               MOVE SDBOX-NEXT-DUE-DATE OF SDBOX-FILE-REC               03884830
                   TO SDBOX-ARREARS-SINCE OF SDBOX-FILE-REC             03884899
           END-IF                                                       03884968
                                                                        03885037
           ADD SDBOX-ANNUAL-RENTAL OF SDBOX-FILE-REC                    03885106
               TO SDBOX-ARREARS-AMOUNT OF SDBOX-FILE-REC                03885175
                                                                        03885244
           ADD 1 TO SDBOX-NEXT-DUE-YYYY OF SDBOX-FILE-REC               03885313
           IF SDBOX-NEXT-DUE-MM OF SDBOX-FILE-REC = 02                  03885382
              AND SDBOX-NEXT-DUE-DD OF SDBOX-FILE-REC = 29              03885451
               MOVE 28 TO SDBOX-NEXT-DUE-DD OF SDBOX-FILE-REC           03885520
           END-IF                                                       03885589
                                                                        03885658
           IF SDBOX-ARREARS-AMOUNT OF SDBOX-FILE-REC = ZERO             03885727
               MOVE ZERO TO SDBOX-ARREARS-SINCE OF SDBOX-FILE-REC       03885796
           END-IF.                                                      03885865
       4700-EXIT.                                                       03885934
           EXIT.                                                        03886003
                                                                        03886072
      ******************************************************************03886141
      *  4800-COLLECT-RENTAL - TAKE EVERYTHING THE RENTER OWES FROM    *03886210
      *  THE RENTAL ACCOUNT.  UNLIKE THE OTHER FEES, A RENTAL IS NOT   *03886279
      *  TAKEN FROM AN ACCOUNT THAT IS NOT OPEN OR CANNOT COVER IT -   *03886348
      *  IT STAYS IN ARREARS AND IS TRIED AGAIN NEXT MONTH.  THE       *03886417
      *  SCHEDULE'S SDB ROW FOR THE BOX SIZE SUPPLIES THE              *03886486
      *  DESCRIPTION; THE AMOUNT IS THE BOX'S OWN.  A RENTAL WAIVED    *03886532
      *  BY THE ACCOUNT'S PRICING EXCEPTION IS WRITTEN OFF INSTEAD.    *03886578
      ******************************************************************03886624
       4800-COLLECT-RENTAL.                                             03886693
           MOVE SDBOX-SORTCODE OF SDBOX-FILE-REC                        03886762
               TO ACCOUNT-SORTCODE OF ACCOUNT-FILE-REC                  03886831
           MOVE SDBOX-RENTAL-ACCOUNT OF SDBOX-FILE-REC                  03886900
               TO ACCOUNT-NUMBER OF ACCOUNT-FILE-REC                    03886969
           READ ACCOUNT-FILE                                            03887038
               KEY IS ACCOUNT-KEY OF ACCOUNT-FILE-REC                   03887107
               INVALID KEY                                              03887176
                   ADD 1 TO FEECHG-SDB-UNPAID-COUNT                     03887245
                   GO TO 4800-EXIT                                      03887314
           END-READ                                                     03887383
                                                                        03887388
           MOVE 'SDB' TO FEECHG-FEE-EVENT                               03887393
           PERFORM 5150-CHECK-WAIVER THRU 5150-EXIT                     03887398
           IF FEECHG-FEE-WAIVED                                         03887403
               MOVE SDBOX-ARREARS-AMOUNT OF SDBOX-FILE-REC              03887408
                   TO FEECHG-WAIVE-AMOUNT                               03887413
               PERFORM 5170-WAIVE-FEE THRU 5170-EXIT                    03887418
               MOVE ZERO TO SDBOX-ARREARS-AMOUNT OF SDBOX-FILE-REC      03887423
               MOVE ZERO TO SDBOX-ARREARS-SINCE OF SDBOX-FILE-REC       03887428
               GO TO 4800-EXIT                                          03887433
           END-IF                                                       03887438
                                                                        03887452
           IF NOT ACCOUNT-OPEN OF ACCOUNT-FILE-REC                      03887521
              OR ACCOUNT-BALANCE OF ACCOUNT-FILE-REC                    03887590
                 < SDBOX-ARREARS-AMOUNT OF SDBOX-FILE-REC               03887659
               ADD 1 TO FEECHG-SDB-UNPAID-COUNT                         03887728
               GO TO 4800-EXIT                                          03887797
           END-IF                                                       03887866
                                                                        03887935
           MOVE SPACES TO FEESCHED-ACCOUNT-TYPE OF FEE-FILE-REC         03888004
           STRING 'SAFEBOX' SDBOX-SIZE OF SDBOX-FILE-REC                03888073
                  DELIMITED BY SIZE                                     03888142
               INTO FEESCHED-ACCOUNT-TYPE OF FEE-FILE-REC               03888211
           END-STRING                                                   03888280
           MOVE 'SDB' TO FEESCHED-EVENT OF FEE-FILE-REC                 03888349
           READ FEE-FILE                                                03888418
               KEY IS FEESCHED-KEY OF FEE-FILE-REC                      03888487
               INVALID KEY                                              03888556
                   MOVE 'SAFE DEPOSIT BOX RENTAL'                       03888625
                       TO FEESCHED-FEE-DESC OF FEE-FILE-REC             03888694
           END-READ                                                     03888763
                                                                        03888832
           MOVE SDBOX-ARREARS-AMOUNT OF SDBOX-FILE-REC                  03888901
               TO FEESCHED-AMOUNT OF FEE-FILE-REC                       03888970
           MOVE 'SDB' TO FEECHG-FEE-EVENT                               03889039
           PERFORM 5200-CHARGE-FEE THRU 5200-EXIT                       03889108
                                                                        03889177
           IF FEECHG-ACCOUNT-STATUS NOT = '00'                          03889246
               ADD 1 TO FEECHG-SDB-UNPAID-COUNT                         03889315
               GO TO 4800-EXIT                                          03889384
           END-IF                                                       03889453
                                                                        03889522
           MOVE ZERO TO SDBOX-ARREARS-AMOUNT OF SDBOX-FILE-REC          03889591
           MOVE ZERO TO SDBOX-ARREARS-SINCE OF SDBOX-FILE-REC.          03889660
       4800-EXIT.                                                       03889729
           EXIT.                                                        03889798
                                                                        03889867
      ******************************************************************03890000
      *  5100-GET-FEE-ROW - LOOK THE FEE UP ON THE SCHEDULE FOR THE    *03900000
      *  CURRENT ACCOUNT'S TYPE AND THE EVENT IN FEECHG-FEE-EVENT,     *03910000
      *  AND TAKE IT IF ONE IS SCHEDULED.  NO ROW, NO CHARGE.  A FEE   *03915000
      *  THE ACCOUNT'S PRICING EXCEPTION WAIVES IS STILL FOUND, SO THE *03920000
      *  PASS CHECKPOINTS PAST IT, BUT IS NOT TAKEN.                   *03925000
      ******************************************************************03930000
       5100-GET-FEE-ROW.                                                03940000
           MOVE 'N' TO FEECHG-FEE-SWITCH                                03950000
           END-IF                                                       04100000
                                                                        04110000
           SET FEECHG-FEE-FOUND TO TRUE                                 04120000
           PERFORM 5150-CHECK-WAIVER THRU 5150-EXIT                     04122222
           IF FEECHG-FEE-WAIVED                                         04124444
               MOVE FEESCHED-AMOUNT OF FEE-FILE-REC                     04126666
                   TO FEECHG-WAIVE-AMOUNT                               04128888
               PERFORM 5170-WAIVE-FEE THRU 5170-EXIT                    04131110
           ELSE                                                         04133332
               PERFORM 5200-CHARGE-FEE THRU 5200-EXIT                   04135554
           END-IF.                                                      04137776
       5100-EXIT.                                                       04140000
           EXIT.                                                        04150000
                                                                        04160000
      ******************************************************************04160064
      *  5150-CHECK-WAIVER - FIND THE ACCOUNT'S PRICING EXCEPTION IN   *04160128
      *  FORCE ON THE BUSINESS DATE AND SEE WHETHER IT WAIVES THE FEE  *04160192
      *  IN FEECHG-FEE-EVENT, EITHER BY WAIVING EVERY FEE OR BY        *04160256
      *  NAMING THE EVENT.                                             *04160320
      ******************************************************************04160384
       5150-CHECK-WAIVER.                                               04160448
           MOVE 'N' TO FEECHG-WAIVE-SWITCH                              04160512
           MOVE 'N' TO FEECHG-EXC-SWITCH                                04160576
           MOVE 'N' TO FEECHG-EXC-EOF-SWITCH                            04160640
                                                                        04160704
           MOVE ACCOUNT-SORTCODE OF ACCOUNT-FILE-REC                    04160768
               TO PRICEXC-SORTCODE OF PRCX-FILE-REC                     04160832
           MOVE ACCOUNT-NUMBER OF ACCOUNT-FILE-REC                      04160896
               TO PRICEXC-ACCOUNT OF PRCX-FILE-REC                      04160960
           MOVE ZERO TO PRICEXC-EFFECTIVE-DATE OF PRCX-FILE-REC         04161024
           START PRCX-FILE KEY IS NOT LESS                              04161088
                 THAN PRICEXC-KEY OF PRCX-FILE-REC                      04161152
               INVALID KEY                                              04161216
                   GO TO 5150-EXIT                                      04161280
           END-START                                                    04161344
                                                                        04161408
           PERFORM 5160-READ-EXC-NEXT THRU 5160-EXIT                    04161472
              UNTIL FEECHG-EXC-DONE                                     04161536
                                                                        04161600
           IF NOT FEECHG-EXC-FOUND                                      04161664
               GO TO 5150-EXIT                                          04161728
           END-IF                                                       04161792
                                                                        04161856
           IF PRICEXC-WAIVE-ALL-FEES OF FEECHG-EXC-REC                  04161920
               SET FEECHG-FEE-WAIVED TO TRUE                            04161984
               GO TO 5150-EXIT                                          04162048
           END-IF                                                       04162112
                                                                        04162176
           PERFORM 5165-MATCH-EVENT THRU 5165-EXIT                      04162240
               VARYING FEECHG-EVENT-SUB FROM 1 BY 1                     04162304
                 UNTIL FEECHG-EVENT-SUB > 4                             04162368
                    OR FEECHG-FEE-WAIVED.                               04162432
       5150-EXIT.                                                       04162496
           EXIT.                                                        04162560
                                                                        04162624
      ******************************************************************04162688
      *  5160-READ-EXC-NEXT - STEP THE EXCEPTION BROWSE, REMEMBERING   *04162752
      *  THE LAST ACTIVE ROW STARTED BY THE BUSINESS DATE AND NOT YET  *04162816
      *  EXPIRED, UNTIL IT LEAVES THE ACCOUNT'S KEY RANGE OR PASSES    *04162880
      *  THE BUSINESS DATE.                                            *04162944
      ******************************************************************04163008
       5160-READ-EXC-NEXT.                                              04163072
           READ PRCX-FILE NEXT RECORD                                   04163136
               AT END                                                   04163200
                   SET FEECHG-EXC-DONE TO TRUE                          04163264
                   GO TO 5160-EXIT                                      04163328
           END-READ                                                     04163392
                                                                        04163456
           IF PRICEXC-SORTCODE OF PRCX-FILE-REC                         04163520
              NOT = ACCOUNT-SORTCODE OF ACCOUNT-FILE-REC                04163584
              OR PRICEXC-ACCOUNT OF PRCX-FILE-REC                       04163648
              NOT = ACCOUNT-NUMBER OF ACCOUNT-FILE-REC                  04163712
              OR PRICEXC-EFFECTIVE-DATE OF PRCX-FILE-REC                04163776
              > FEECHG-CURRENT-DATE                                     04163840
               SET FEECHG-EXC-DONE TO TRUE                              04163904
               GO TO 5160-EXIT                                          04163968
           END-IF                                                       04164032
                                                                        04164096
           IF PRICEXC-ACTIVE OF PRCX-FILE-REC                           04164160
              AND PRICEXC-EXPIRY-DATE OF PRCX-FILE-REC                  04164224
                  NOT < FEECHG-CURRENT-DATE                             04164288
               SET FEECHG-EXC-FOUND TO TRUE                             04164352
               MOVE PRCX-FILE-REC TO FEECHG-EXC-REC                     04164416
           END-IF.                                                      04164480
       5160-EXIT.                                                       04164544
           EXIT.                                                        04164608
                                                                        04164672
      ******************************************************************04164736
      *  5165-MATCH-EVENT - ONE OF THE EXCEPTION'S NAMED EVENTS.       *04164800
      ******************************************************************04164864
       5165-MATCH-EVENT.                                                04164928
           IF PRICEXC-WAIVE-EVENT OF FEECHG-EXC-REC (FEECHG-EVENT-SUB)  04164992
              = FEECHG-FEE-EVENT                                        04165056
               SET FEECHG-FEE-WAIVED TO TRUE                            04165120
           END-IF.                                                      04165184
       5165-EXIT.                                                       04165248
           EXIT.                                                        04165312
                                                                        04165376
      ******************************************************************04165440
      *  5170-WAIVE-FEE - COUNT THE FEE IN FEECHG-WAIVE-AMOUNT AS      *04165504
      *  WAIVED AND ADD IT TO THE ACCOUNT'S FORGONE-INCOME LEDGER ROW  *04165568
      *  FOR THE CHARGE MONTH, STARTING THE ROW IF THIS IS THE FIRST.  *04165632
      *  A SIMULATION DOES NOT TOUCH THE LEDGER.                       *04165696
      ******************************************************************04165760
       5170-WAIVE-FEE.                                                  04165824
           ADD 1 TO FEECHG-WAIVED-COUNT                                 04165888
           ADD FEECHG-WAIVE-AMOUNT TO FEECHG-WAIVED-TOTAL               04165952
                                                                        04166016
           IF FEECHG-SIMULATING                                         04166080
               GO TO 5170-EXIT                                          04166144
           END-IF                                                       04166208
                                                                        04166272
           MOVE 'N' TO FEECHG-PFGN-NEW-SWITCH                           04166336
           MOVE FEECHG-CHARGE-MONTH                                     04166400
               TO PRCXFGN-MONTH OF PRCXFGN-FILE-REC                     04166464
           MOVE ACCOUNT-SORTCODE OF ACCOUNT-FILE-REC                    04166528
               TO PRCXFGN-SORTCODE OF PRCXFGN-FILE-REC                  04166592
           MOVE ACCOUNT-NUMBER OF ACCOUNT-FILE-REC                      04166656
               TO PRCXFGN-ACCOUNT OF PRCXFGN-FILE-REC                   04166720
                                                                        04166784
           READ PRCXFGN-FILE                                            04166848
               KEY IS PRCXFGN-KEY OF PRCXFGN-FILE-REC                   04166912
               INVALID KEY                                              04166976
                   SET FEECHG-PFGN-NEW TO TRUE                          04167040
           END-READ                                                     04167104
                                                                        04167168
           IF FEECHG-PFGN-NEW                                           04167232
               MOVE 'PRXF' TO PRCXFGN-EYECATCHER OF PRCXFGN-FILE-REC    04167296
               MOVE FEECHG-CHARGE-MONTH                                 04167360
                   TO PRCXFGN-MONTH OF PRCXFGN-FILE-REC                 04167424
               MOVE ACCOUNT-SORTCODE OF ACCOUNT-FILE-REC                04167488
                   TO PRCXFGN-SORTCODE OF PRCXFGN-FILE-REC              04167552
               MOVE ACCOUNT-NUMBER OF ACCOUNT-FILE-REC                  04167616
                   TO PRCXFGN-ACCOUNT OF PRCXFGN-FILE-REC               04167680
               MOVE ZERO TO PRCXFGN-CREDIT-FORGONE OF PRCXFGN-FILE-REC  04167744
               MOVE ZERO TO PRCXFGN-DEBIT-FORGONE OF PRCXFGN-FILE-REC   04167808
               MOVE ZERO TO PRCXFGN-INTEREST-DAYS OF PRCXFGN-FILE-REC   04167872
               MOVE ZERO TO PRCXFGN-LAST-ACCRUE-DATE                    04167936
                             OF PRCXFGN-FILE-REC                        04168000
               MOVE ZERO TO PRCXFGN-FEES-WAIVED OF PRCXFGN-FILE-REC     04168064
               MOVE ZERO TO PRCXFGN-WAIVED-COUNT OF PRCXFGN-FILE-REC    04168128
           END-IF                                                       04168192
                                                                        04168256
           MOVE PRICEXC-EFFECTIVE-DATE OF FEECHG-EXC-REC                04168320
               TO PRCXFGN-EFFECTIVE-DATE OF PRCXFGN-FILE-REC            04168384
           ADD FEECHG-WAIVE-AMOUNT                                      04168448
              TO PRCXFGN-FEES-WAIVED OF PRCXFGN-FILE-REC                04168512
           ADD 1 TO PRCXFGN-WAIVED-COUNT OF PRCXFGN-FILE-REC            04168576
                                                                        04168640
           IF FEECHG-PFGN-NEW                                           04168704
               WRITE PRCXFGN-FILE-REC                                   04168768
                   INVALID KEY                                          04168832
                       DISPLAY 'FEECHG - CRITICAL - FORGONE WRITE '     04168896
                           'FAILED FOR ACCOUNT '                        04168960
                               ACCOUNT-NUMBER OF ACCOUNT-FILE-REC       04169024
               END-WRITE                                                04169088
           ELSE                                                         04169152
               REWRITE PRCXFGN-FILE-REC                                 04169216
                   INVALID KEY                                          04169280
                       DISPLAY 'FEECHG - CRITICAL - FORGONE REWRITE '   04169344
                           'FAILED FOR ACCOUNT '                        04169408
                               ACCOUNT-NUMBER OF ACCOUNT-FILE-REC       04169472
               END-REWRITE                                              04169536
           END-IF.                                                      04169600
       5170-EXIT.                                                       04169664
           EXIT.                                                        04169728
                                                                        04169792
      ******************************************************************04170000
      *  5200-CHARGE-FEE - TAKE THE SCHEDULED FEE FROM THE CURRENT     *04180000
      *  ACCOUNT AND LOG IT.  THE PROCTRAN NUMBER IS TAKEN BEFORE THE  *04190000
                                                                        04250000
           SUBTRACT FEESCHED-AMOUNT OF FEE-FILE-REC                     04260000
              FROM ACCOUNT-BALANCE OF ACCOUNT-FILE-REC                  04270000
      *    A SIMULATION CHARGES THE FEE IN STORAGE ONLY.               *04277272
           IF NOT FEECHG-SIMULATING                                     04284544
               REWRITE ACCOUNT-FILE-REC                                 04291816
                   INVALID KEY                                          04299088
                       DISPLAY 'FEECHG - CRITICAL - ACCOUNT REWRITE '   04306360
                           'FAILED FOR ACCOUNT '                        04313632
                               ACCOUNT-NUMBER OF ACCOUNT-FILE-REC       04320904
                       GO TO 5200-EXIT                                  04328176
               END-REWRITE                                              04335448
           END-IF                                                       04342720
                                                                        04350000
           PERFORM 5400-WRITE-PROCTRAN THRU 5400-EXIT                   04360000
                                                                        04370000
                   ADD 1 TO FEECHG-CHF-COUNT                            04440000
               WHEN 'SRX'                                               04450000
                   ADD 1 TO FEECHG-SRX-COUNT                            04460000
               WHEN 'SDB'                                               04463333
                   ADD 1 TO FEECHG-SDB-COUNT                            04466666
           END-EVALUATE.                                                04470000
       5200-EXIT.                                                       04480000
           EXIT.                                                        04490000
      *  WAY SODDPAY AND CHQCLR HAND OUT THEIR NUMBERS.                *04540000
      ******************************************************************04550000
       5300-ASSIGN-PROCTRAN-NUMBER.                                     04560000
           IF FEECHG-SIMULATING                                         04561666
               MOVE ZERO TO FEECHG-TRAN-NUMBER                          04563332
               GO TO 5300-EXIT                                          04564998
           END-IF                                                       04566664
                                                                        04568330
           MOVE FEECHG-CTL-SORTCODE TO PROCTRAN-CONTROL-SORTCODE        04570000
                                        OF PCTRL-FILE-REC               04580000
           MOVE FEECHG-CTL-NUMBER   TO PROCTRAN-CONTROL-NUMBER          04590000
           MOVE FEESCHED-FEE-DESC OF FEE-FILE-REC                       05080000
               TO PROC-TRAN-DESC OF FEECHG-PROCTRAN-OUT                 05090000
                                                                        05100000
           IF FEECHG-SIMULATING                                         05101666
               PERFORM 5450-WRITE-SIMPOST THRU 5450-EXIT                05103332
               GO TO 5400-EXIT                                          05104998
           END-IF                                                       05106664
                                                                        05108330
           MOVE FEECHG-PROCTRAN-OUT TO PROCTRAN-FILE-REC                05110000
           WRITE PROCTRAN-FILE-REC                                      05120000
               INVALID KEY                                              05130000
                   DISPLAY 'FEECHG - CRITICAL - PROCTRAN WRITE '        05140000
                       'FAILED FOR ACCOUNT '                            05150000
                           ACCOUNT-NUMBER OF ACCOUNT-FILE-REC           05160000
               NOT INVALID KEY                                          05163333
                   PERFORM 8900-ADD-CONTROL-TOTAL THRU 8900-EXIT        05166666
           END-WRITE.                                                   05170000
       5400-EXIT.                                                       05180000
           EXIT.                                                        05190000
                                                                        05190357
      ******************************************************************05190714
      *  5450-WRITE-SIMPOST - A SIMULATION RUN'S FEE ROW GOES TO THE   *05191071
      *  SIMULATION POSTINGS FILE INSTEAD, SIGNED AS THE DEBIT IT      *05191428
      *  WOULD HAVE BEEN.                                              *05191785
      ******************************************************************05192142
       5450-WRITE-SIMPOST.                                              05192499
           MOVE SPACES TO SIMPOST-FILE-REC                              05192856
           MOVE FEECHG-SIM-SCENARIO TO SIMPOST-SCENARIO                 05193213
           MOVE FEECHG-SIM-BASIS    TO SIMPOST-BASIS                    05193570
           MOVE 'FEECHG  '          TO SIMPOST-JOB                      05193927
           MOVE FEECHG-CURRENT-DATE TO SIMPOST-DATE                     05194284
           MOVE PROC-TRAN-SORT-CODE OF FEECHG-PROCTRAN-OUT              05194641
               TO SIMPOST-SORTCODE                                      05194998
           MOVE PROC-TRAN-ACCOUNT-NUMBER OF FEECHG-PROCTRAN-OUT         05195355
               TO SIMPOST-ACCOUNT                                       05195712
           MOVE PROC-TRAN-TYPE OF FEECHG-PROCTRAN-OUT TO SIMPOST-TYPE   05196069
           COMPUTE SIMPOST-AMOUNT =                                     05196426
               ZERO - PROC-TRAN-AMOUNT OF FEECHG-PROCTRAN-OUT           05196783
           MOVE PROC-TRAN-CURRENCY OF FEECHG-PROCTRAN-OUT               05197140
               TO SIMPOST-CURRENCY                                      05197497
           MOVE PROC-TRAN-DESC OF FEECHG-PROCTRAN-OUT TO SIMPOST-DESC   05197854
                                                                        05198211
           WRITE SIMPOST-FILE-REC                                       05198568
           ADD 1 TO FEECHG-SIM-COUNT.                                   05198925
       5450-EXIT.                                                       05199282
           EXIT.                                                        05199639
                                                                        05200000
      ******************************************************************05210000
      *  8000-PRINT-SUMMARY - WRITE THE ASSESSMENT TOTALS.             *05220000
           MOVE FEECHG-SRX-COUNT TO FEECHG-SUM-SRX                      05340000
           WRITE FEE-RPT-LINE FROM FEECHG-SUMMARY-LINE-3                05350000
                                                                        05360000
           MOVE FEECHG-SDB-COUNT TO FEECHG-SUM-SDB                      05361666
           WRITE FEE-RPT-LINE FROM FEECHG-SUMMARY-LINE-5                05363332
                                                                        05364998
           MOVE FEECHG-SDB-UNPAID-COUNT TO FEECHG-SUM-SDB-UNPAID        05366664
           WRITE FEE-RPT-LINE FROM FEECHG-SUMMARY-LINE-6                05368330
                                                                        05368331
           MOVE FEECHG-FEE-TOTAL TO FEECHG-SUM-TOTAL                    05370000
           WRITE FEE-RPT-LINE FROM FEECHG-SUMMARY-LINE-4                05380000
                                                                        05380178
           MOVE FEECHG-WAIVED-COUNT TO FEECHG-SUM-WAIVED                05380356
           WRITE FEE-RPT-LINE FROM FEECHG-SUMMARY-LINE-8                05380534
                                                                        05380712
           MOVE FEECHG-WAIVED-TOTAL TO FEECHG-SUM-WAIVED-TOTAL          05380890
           WRITE FEE-RPT-LINE FROM FEECHG-SUMMARY-LINE-9                05381068
                                                                        05381250
           IF FEECHG-SIMULATING                                         05382500
               MOVE FEECHG-SIM-COUNT    TO FEECHG-SUM-SIM               05383750
               MOVE FEECHG-SIM-SCENARIO TO FEECHG-SUM-SCENARIO          05385000
               MOVE FEECHG-SIM-BASIS    TO FEECHG-SUM-BASIS             05386250
               WRITE FEE-RPT-LINE FROM FEECHG-SUMMARY-LINE-7            05387500
           END-IF.                                                      05388750
       8000-EXIT.                                                       05390000
           EXIT.                                                        05400000
                                                                        05400256
       8600-EXIT.                                                       05409472
           EXIT.                                                        05409728
                                                                        05410000
      ******************************************************************05410666
      *  8900-ADD-CONTROL-TOTAL - ADD THE PROCTRAN ROW JUST WRITTEN TO *05411332
      *  THE JOB'S CONTROL TOTALS FOR BALCHK.                          *05411998
      ******************************************************************05412664
       8900-ADD-CONTROL-TOTAL.                                          05413330
           SET BALTOT-REQ-ADD TO TRUE                                   05413996
           MOVE PROC-TRAN-DATE OF PROCTRAN-FILE-REC TO BALTOT-REQ-DATE  05414662
           MOVE PROC-TRAN-TYPE OF PROCTRAN-FILE-REC TO BALTOT-REQ-TYPE  05415328
           MOVE PROC-TRAN-AMOUNT OF PROCTRAN-FILE-REC                   05415994
               TO BALTOT-REQ-AMOUNT                                     05416660
           CALL 'BALTOT' USING BALTOT-REQUEST.                          05417326
       8900-EXIT.                                                       05417992
           EXIT.                                                        05418658
                                                                        05419324
      ******************************************************************05420000
      *  9000-TERMINATE - CLOSE THE FILES.                             *05430000
      ******************************************************************05440000
       9000-TERMINATE.                                                  05450000
           SET BALTOT-REQ-WRITE TO TRUE                                 05450083
           CALL 'BALTOT' USING BALTOT-REQUEST                           05450166
                                                                        05450249
           MOVE 'E' TO RUNCTL-REQ-FUNCTION                              05450333
           MOVE FEECHG-MAINT-COUNT TO RUNCTL-REQ-COUNT                  05450666
           CALL 'RUNCTL' USING RUNCTL-REQUEST                           05450999
           CLOSE ACCOUNT-FILE                                           05460000
           CLOSE FEE-FILE                                               05470000
           CLOSE PROCTRAN-FILE                                          05480000
           CLOSE PRCX-FILE                                              05481666
           IF FEECHG-SIMULATING                                         05483333
               CLOSE SIMPOST-FILE                                       05486666
           ELSE                                                         05489999
               CLOSE PCTRL-FILE                                         05493332
               CLOSE PRCXFGN-FILE                                       05494998
           END-IF                                                       05496665
           CLOSE RETRY-FILE                                             05500000
           CLOSE SDBOX-FILE                                             05505000
           CLOSE FEE-RPT                                                05510000
           CLOSE CHECKPOINT-FILE.                                       05513333
       9000-EXIT.                                                       05520000
