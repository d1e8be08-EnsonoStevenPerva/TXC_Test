      *                                                                *00320000
      *             EITHER WAY THE DUE DATE MOVES ON A MONTH, SO ONE   *00330000
      *             BAD MONTH CANNOT STALL THE WHOLE BOOK.             *00340000
      *                                                                *00341111
      *             A BORROWER WITH AN ACTIVE VULNERABLE-CUSTOMER      *00342222
      *             REGISTER ENTRY (COPYBOOK VULNREG) AND AN AGREED    *00343333
      *             PAUSE IS NOT DEBITED AT ALL - THE DUE DATE STAYS   *00344444
      *             WHERE IT IS, SO COLLECTION PICKS UP FROM THE SAME  *00345555
      *             INSTALMENT ONCE THE PAUSE IS LIFTED.  A MISSED     *00346666
      *             INSTALMENT FOR A BORROWER WITH AGREED SOFTENED     *00347777
      *             CONTACT IS NOTED AS SUCH ON THE REPORT.            *00348888
      *                                                                *00349027
      *             AN OPTIONAL SIMULATION PARAMETER (COPYBOOK         *00349166
      *             SIMPARM) MAKES THE RUN A WHAT-IF : THE MASTERS ARE *00349305
      *             READ BUT NOT UPDATED, THE PROJECTED DATE DECIDES   *00349444
      *             WHICH INSTALMENTS FALL DUE, AND EACH WOULD-BE      *00349583
      *             COLLECTION GOES TO THE SIMULATION POSTINGS FILE    *00349722
      *             (COPYBOOK SIMPOST) FOR SIMCOMP.                    *00349861
      *                                                                *00350000
      *  FILES    : LOANFILE - VSAM KSDS - LOAN MASTER (I-O)           *00360000
      *             LOANSCH  - VSAM KSDS - AMORTIZATION SCHEDULE (I-O) *00370000
      *             ACCFILE  - VSAM KSDS - ACCOUNT MASTER (I-O)        *00380000
      *             ODFACIL  - VSAM KSDS - ARRANGED OVERDRAFTS (IN)    *00390000
      *             VULNREG  - VSAM KSDS - VULNERABLE CUSTOMERS (IN)   *00395000
      *             UNCLRCHQ - VSAM KSDS - UNCLEARED CHEQUES (IN)      *00396666
      *             PENDREL  - VSAM KSDS - HIGH-VALUE QUEUE (IN)       *00398332
      *             PROCTRAN - VSAM KSDS - TRANSACTION LOG (I-O)       *00400000
      *             PCTLFILE - VSAM KSDS - PROCTRAN CONTROL (I-O)      *00410000
      *             LOANRPT  - COLLECTION AND AGING REPORT (OUTPUT)    *00420000
      *             SIMPARM  - SIMULATION PARAMETER (OPTIONAL)         *00425000
      *             SIMPOST  - SIMULATED POSTINGS (EXTEND)             *00427500
      *                                                                *00430000
      *  CHANGE HISTORY                                                *00440000
      *  ----------------------------------------------------------    *00450000
      *  2026-09-02  BAG   INITIAL VERSION                             *00470000
      *  2026-09-02  BAG   COLLECTION FLOOR COUNTS CARD HOLDS AND    * 00445000
      *                    LEGAL EARMARKS; STERLING-ONLY DEBITS      * 00446000
      *  2026-10-15  BAG   PROCESSING DATE COMES FROM THE BUSINESS     *00473333
      *                    DATE (BUSDATE), NOT THE SYSTEM CLOCK        *00476666
      *  2026-10-15  BAG   VULNERABLE CUSTOMERS - A PAUSE HOLDS THE    *00477499
      *                    INSTALMENT UNCOLLECTED, A SOFTEN FLAGS THE  *00478332
      *                    MISSED INSTALMENT FOR SOFTENED CONTACT      *00479165
      *  2026-10-15  BAG   WHAT-IF SIMULATION MODE DRIVEN BY AN        *00479373
      *                    OPTIONAL SIMPARM : MASTERS READ ONLY,       *00479581
      *                    WOULD-BE COLLECTIONS TO SIMPOST             *00479789
      *  2026-10-15  BAG   KEEP PROCTRAN CONTROL TOTALS FOR            *00479859
      *                    BALCHK THROUGH BALTOT                       *00479929
      *  2026-10-15  BAG   CHEQUES NOT YET CLEARED (UNCLRCHQ) AND      *00479946
      *                    PAYMENTS WAITING ON PENDREL ARE LEFT OUT OF *00479963
      *                    THE AVAILABLE BALANCE                       *00479980
      *                                                                *00480000
      ******************************************************************00490000
       ENVIRONMENT DIVISION.                                            00500000
                  ACCESS MODE IS RANDOM                                 00730000
                  RECORD KEY IS ODFACIL-KEY OF ODFAC-FILE-REC           00740000
                  FILE STATUS IS LOANCOLL-ODFAC-STATUS.                 00750000
                                                                        00750285
           SELECT VULNREG-FILE    ASSIGN TO VULNREG                     00750570
                  ORGANIZATION IS INDEXED                               00750855
                  ACCESS MODE IS RANDOM                                 00751140
                  RECORD KEY IS VULNREG-KEY OF VULNREG-FILE-REC         00751425
                  FILE STATUS IS LOANCOLL-VULNREG-STATUS.               00751710
                                                                        00752000
           SELECT HOLD-FILE       ASSIGN TO AUTHHOLD                    00753000
                  ORGANIZATION IS INDEXED                               00754000
                  RECORD KEY IS AUTHHOLD-KEY OF HOLD-FILE-REC           00756000
                  FILE STATUS IS LOANCOLL-HOLD-STATUS.                  00757000
                                                                        00758000
           SELECT UNCLEAR-FILE    ASSIGN TO UNCLRCHQ                    00758076
                  ORGANIZATION IS INDEXED                               00758152
                  ACCESS MODE IS DYNAMIC                                00758228
                  RECORD KEY IS UNCLRCHQ-KEY OF UNCLEAR-FILE-REC        00758304
                  FILE STATUS IS LOANCOLL-UNCL-STATUS.                  00758380
                                                                        00758456
           SELECT PENDREL-FILE    ASSIGN TO PENDREL                     00758532
                  ORGANIZATION IS INDEXED                               00758608
                  ACCESS MODE IS DYNAMIC                                00758684
                  RECORD KEY IS PENDREL-KEY OF PENDREL-FILE-REC         00758760
                  FILE STATUS IS LOANCOLL-HVQ-STATUS.                   00758836
                                                                        00758912
           SELECT LEGORDER-FILE   ASSIGN TO LEGORDER                    00759000
                  ORGANIZATION IS INDEXED                               00760200
                  ACCESS MODE IS DYNAMIC                                00760400
                  ACCESS MODE IS RANDOM                                 00850000
                  RECORD KEY IS PROCTRAN-CONTROL-KEY OF PCTRL-FILE-REC  00860000
                  FILE STATUS IS LOANCOLL-PCTRL-STATUS.                 00870000
                                                                        00871111
           SELECT OPTIONAL SIM-FILE ASSIGN TO SIMPARM                   00872222
                  ORGANIZATION IS SEQUENTIAL                            00873333
                  FILE STATUS IS LOANCOLL-SIM-STATUS.                   00874444
                                                                        00875555
           SELECT SIMPOST-FILE    ASSIGN TO SIMPOST                     00876666
                  ORGANIZATION IS LINE SEQUENTIAL                       00877777
                  FILE STATUS IS LOANCOLL-SPST-STATUS.                  00878888
                                                                        00880000
           SELECT LOAN-RPT        ASSIGN TO LOANRPT                     00890000
                  ORGANIZATION IS LINE SEQUENTIAL                       00900000
           RECORDING MODE IS F.                                         01110000
       01  ODFAC-FILE-REC.                                              01120000
           COPY ODFACIL.                                                01130000
                                                                        01133666
       FD  VULNREG-FILE                                                 01137332
           RECORDING MODE IS F.                                         01140998
       01  VULNREG-FILE-REC.                                            01144664
           COPY VULNREG.                                                01148330
                                                                        01152000
       FD  HOLD-FILE                                                    01154000
           RECORDING MODE IS F.                                         01156000
       01  HOLD-FILE-REC.                                               01158000
           COPY AUTHHOLD.                                               01160200
                                                                        01160400
       FD  UNCLEAR-FILE                                                 01160418
           RECORDING MODE IS F.                                         01160436
       01  UNCLEAR-FILE-REC.                                            01160454
           COPY UNCLRCHQ.                                               01160472
                                                                        01160490
       FD  PENDREL-FILE                                                 01160508
           RECORDING MODE IS F.                                         01160526
       01  PENDREL-FILE-REC.                                            01160544
           COPY PENDREL.                                                01160562
                                                                        01160580
       FD  LEGORDER-FILE                                                01160600
           RECORDING MODE IS F.                                         01160800
       01  LEGORDER-FILE-REC.                                           01161000
           RECORDING MODE IS F.                                         01210000
       01  PCTRL-FILE-REC.                                              01220000
           COPY PRCTCTRL.                                               01230000
                                                                        01230909
       FD  SIM-FILE                                                     01231818
           RECORDING MODE IS F.                                         01232727
       01  SIM-FILE-REC.                                                01233636
           COPY SIMPARM.                                                01234545
                                                                        01235454
       FD  SIMPOST-FILE                                                 01236363
           RECORDING MODE IS F.                                         01237272
       01  SIMPOST-FILE-REC.                                            01238181
           COPY SIMPOST.                                                01239090
                                                                        01240000
       FD  LOAN-RPT                                                     01250000
           RECORDING MODE IS F.                                         01260000
           05  LOANCOLL-SCHED-STATUS       PIC XX.                      01320000
           05  LOANCOLL-ACCOUNT-STATUS     PIC XX.                      01330000
           05  LOANCOLL-ODFAC-STATUS       PIC XX.                      01340000
           05  LOANCOLL-VULNREG-STATUS     PIC XX.                      01345000
           05  LOANCOLL-PROCTRAN-STATUS    PIC XX.                      01350000
           05  LOANCOLL-PCTRL-STATUS       PIC XX.                      01360000
           05  LOANCOLL-RPT-STATUS         PIC XX.                      01370000
           05  LOANCOLL-PAID-COUNT         PIC 9(9)  COMP-3 VALUE ZERO. 01410000
           05  LOANCOLL-MISSED-COUNT       PIC 9(9)  COMP-3 VALUE ZERO. 01420000
           05  LOANCOLL-SETTLED-COUNT      PIC 9(9)  COMP-3 VALUE ZERO. 01430000
           05  LOANCOLL-PAUSED-COUNT       PIC 9(9)  COMP-3 VALUE ZERO. 01435000
           05  LOANCOLL-AGE-0-COUNT        PIC 9(9)  COMP-3 VALUE ZERO. 01440000
           05  LOANCOLL-AGE-1-COUNT        PIC 9(9)  COMP-3 VALUE ZERO. 01450000
           05  LOANCOLL-AGE-2-COUNT        PIC 9(9)  COMP-3 VALUE ZERO. 01460000
               88  LOANCOLL-LEG-DONE             VALUE 'Y'.             01528500
           05  LOANCOLL-HOLD-TOTAL         PIC S9(10)V99 VALUE ZERO.    01529000
           05  LOANCOLL-EARMARK-TOTAL      PIC S9(10)V99 VALUE ZERO.    01529500
           05  LOANCOLL-UNCL-STATUS        PIC XX.                      01529555
           05  LOANCOLL-UNCLEARED-TOTAL    PIC S9(10)V99 VALUE ZERO.    01529610
           05  LOANCOLL-UNCL-EOF-SWITCH    PIC X     VALUE 'N'.         01529665
               88  LOANCOLL-UNCL-DONE            VALUE 'Y'.             01529720
           05  LOANCOLL-HVQ-STATUS         PIC XX.                      01529775
           05  LOANCOLL-HVQ-TOTAL          PIC S9(10)V99 VALUE ZERO.    01529830
           05  LOANCOLL-HVQ-EOF-SWITCH     PIC X     VALUE 'N'.         01529885
               88  LOANCOLL-HVQ-DONE             VALUE 'Y'.             01529940
           05  LOANCOLL-OD-LIMIT           PIC S9(10)V99 VALUE ZERO.    01530000
           05  LOANCOLL-INSTALMENT         PIC 9(3)  VALUE ZERO.        01540000
           05  LOANCOLL-FUND-SWITCH        PIC X     VALUE 'N'.         01550000
               88  LOANCOLL-FUNDED               VALUE 'Y'.             01560000
           05  LOANCOLL-TREATMENT-SWITCH   PIC X     VALUE SPACE.       01562000
               88  LOANCOLL-TREAT-NORMAL         VALUE SPACE.           01564000
               88  LOANCOLL-TREAT-PAUSED         VALUE 'P'.             01566000
               88  LOANCOLL-TREAT-SOFTENED       VALUE 'S'.             01568000
           05  LOANCOLL-SIM-STATUS         PIC XX.                      01568200
           05  LOANCOLL-SPST-STATUS        PIC XX.                      01568400
           05  LOANCOLL-JOB-NAME           PIC X(8)  VALUE 'LOANCOLL'.  01568600
           05  LOANCOLL-SIM-SWITCH         PIC X     VALUE 'N'.         01568800
               88  LOANCOLL-SIMULATING           VALUE 'Y'.             01569000
           05  LOANCOLL-SIM-SCENARIO       PIC X(8)  VALUE SPACES.      01569200
           05  LOANCOLL-SIM-BASIS          PIC X     VALUE SPACE.       01569400
           05  LOANCOLL-SIM-DATE           PIC 9(8)  VALUE ZERO.        01569600
           05  LOANCOLL-SIM-COUNT          PIC 9(9)  COMP-3 VALUE ZERO. 01569800
                                                                        01570000
       01  LOANCOLL-DETAIL-LINE.                                        01580000
           05  LOANCOLL-DTL-SORTCODE       PIC 9(6).                    01590000
               'LOANS SETTLED     : '.                                  01930000
           05  LOANCOLL-SUM-SETTLED        PIC Z(8)9.                   01940000
           05  FILLER                      PIC X(47) VALUE SPACES.      01950000
                                                                        01951428
       01  LOANCOLL-SUMMARY-LINE-5.                                     01952856
           05  FILLER                      PIC X(20) VALUE              01954284
               'COLLECTIONS PAUSED: '.                                  01955712
           05  LOANCOLL-SUM-PAUSED         PIC Z(8)9.                   01957140
           05  FILLER                      PIC X(47) VALUE SPACES.      01958568
                                                                        01960000
       01  LOANCOLL-AGING-LINE-0.                                       01970000
           05  FILLER                      PIC X(20) VALUE              01980000
               'AGING - 3+ BEHIND : '.                                  02170000
           05  LOANCOLL-SUM-AGE-3          PIC Z(8)9.                   02180000
           05  FILLER                      PIC X(47) VALUE SPACES.      02190000
                                                                        02190769
       01  LOANCOLL-SUMMARY-LINE-6.                                     02191538
           05  FILLER                      PIC X(20) VALUE              02192307
               'SIMULATED POSTINGS: '.                                  02193076
           05  LOANCOLL-SUM-SIM            PIC Z(8)9.                   02193845
           05  FILLER                      PIC X(2)  VALUE SPACES.      02194614
           05  FILLER                      PIC X(9)  VALUE              02195383
               'SCENARIO '.                                             02196152
           05  LOANCOLL-SUM-SCENARIO       PIC X(8).                    02196921
           05  FILLER                      PIC X(1)  VALUE SPACE.       02197690
           05  LOANCOLL-SUM-BASIS          PIC X.                       02198459
           05  FILLER                      PIC X(26) VALUE SPACES.      02199228
                                                                        02200000
       01  RUNCTL-REQUEST-AREA.                                         02210000
           COPY RUNCTLQ.                                                02220000
                                                                        02220625
       01  BALTOT-REQUEST-AREA.                                         02221250
           COPY BALTOTQ.                                                02221875
                                                                        02222500
       01  BUSDATE-REQUEST-AREA.                                        02225000
           COPY BUSDATEQ.                                               02227500
                                                                        02230000
      ******************************************************************02240000
       PROCEDURE DIVISION.                                              02250000
      *  PRIME THE FIRST READ.                                         *02410000
      ******************************************************************02420000
       1000-INITIALIZE.                                                 02430000
           PERFORM 1050-READ-SIMULATION-PARM THRU 1050-EXIT             02435000
           MOVE 'S' TO RUNCTL-REQ-FUNCTION                              02440000
           MOVE LOANCOLL-JOB-NAME TO RUNCTL-REQ-JOB                     02450000
           MOVE ZERO TO RUNCTL-REQ-COUNT                                02460000
           CALL 'RUNCTL' USING RUNCTL-REQUEST                           02470000
           IF RUNCTL-HELD                                               02480000
               DISPLAY 'LOANCOLL - HELD - PREDECESSOR NOT COMPLETE'     02490000
               STOP RUN                                                 02500000
           END-IF                                                       02510000
                                                                        02512000
           MOVE 'LOANCOLL' TO BALTOT-REQ-JOB                            02514000
           SET BALTOT-REQ-PRODUCER TO TRUE                              02516000
           MOVE 'PROCTRAN' TO BALTOT-REQ-FILE                           02518000
                                                                        02520000
      *    A SIMULATION RUN ONLY READS THE MASTERS, TAKES NO           *02523200
      *    PROCTRAN NUMBERS, AND APPENDS TO THE SIMULATION FILE.       *02526400
           IF LOANCOLL-SIMULATING                                       02529600
               OPEN INPUT  LOAN-FILE                                    02532800
               OPEN INPUT  SCHED-FILE                                   02536000
               OPEN INPUT  ACCOUNT-FILE                                 02539200
               OPEN INPUT  ODFAC-FILE                                   02542400
               OPEN INPUT  VULNREG-FILE                                 02545600
               OPEN INPUT  HOLD-FILE                                    02548800
               OPEN INPUT  LEGORDER-FILE                                02552000
               OPEN INPUT  UNCLEAR-FILE                                 02553066
               OPEN INPUT  PENDREL-FILE                                 02554132
               OPEN INPUT  PROCTRAN-FILE                                02555200
               OPEN EXTEND SIMPOST-FILE                                 02558400
           ELSE                                                         02561600
               OPEN I-O    LOAN-FILE                                    02564800
               OPEN I-O    SCHED-FILE                                   02568000
               OPEN I-O    ACCOUNT-FILE                                 02571200
               OPEN INPUT  ODFAC-FILE                                   02574400
               OPEN INPUT  VULNREG-FILE                                 02577600
               OPEN INPUT  HOLD-FILE                                    02580800
               OPEN INPUT  LEGORDER-FILE                                02584000
               OPEN INPUT  UNCLEAR-FILE                                 02585066
               OPEN INPUT  PENDREL-FILE                                 02586132
               OPEN I-O    PROCTRAN-FILE                                02587200
               OPEN I-O    PCTRL-FILE                                   02590400
           END-IF                                                       02593600
           OPEN OUTPUT LOAN-RPT                                         02596800
                                                                        02600000
           CALL 'BUSDATE' USING BUSDATE-REQUEST                         02606666
           MOVE BUSDATE-REQ-CURRENT TO LOANCOLL-CURRENT-DATE            02613332
           IF LOANCOLL-SIMULATING                                       02614665
              AND LOANCOLL-SIM-DATE NOT = ZERO                          02615998
               MOVE LOANCOLL-SIM-DATE TO LOANCOLL-CURRENT-DATE          02617331
           END-IF                                                       02618664
           ACCEPT LOANCOLL-CURRENT-TIME FROM TIME                       02620000
                                                                        02630000
           MOVE ZERO TO LOAN-SORTCODE OF LOAN-FILE-REC                  02640000
           END-IF.                                                      02740000
       1000-EXIT.                                                       02750000
           EXIT.                                                        02760000
                                                                        02760333
      ******************************************************************02760666
      *  1050-READ-SIMULATION-PARM - AN OPTIONAL SIMULATION PARAMETER  *02760999
      *  TURNS THIS RUN INTO A WHAT-IF, THE SAME WAY INTACCR TAKES     *02761332
      *  ONE.  ITS RUNCTL NAME ENDS IN S SO IT NEVER STANDS IN FOR     *02761665
      *  THE LIVE RUN.  NO PARAMETER MEANS THE LIVE RUN, UNCHANGED.    *02761998
      ******************************************************************02762331
       1050-READ-SIMULATION-PARM.                                       02762664
           OPEN INPUT SIM-FILE                                          02762997
                                                                        02763330
           IF LOANCOLL-SIM-STATUS NOT = '00'                            02763663
               GO TO 1050-EXIT                                          02763996
           END-IF                                                       02764329
                                                                        02764662
           READ SIM-FILE                                                02764995
               AT END                                                   02765328
                   CLOSE SIM-FILE                                       02765661
                   GO TO 1050-EXIT                                      02765994
           END-READ                                                     02766327
                                                                        02766660
           SET LOANCOLL-SIMULATING TO TRUE                              02766993
           MOVE SIMPARM-SCENARIO  TO LOANCOLL-SIM-SCENARIO              02767326
           MOVE SIMPARM-BASIS     TO LOANCOLL-SIM-BASIS                 02767659
           MOVE SIMPARM-PROJ-DATE TO LOANCOLL-SIM-DATE                  02767992
           MOVE 'S'               TO LOANCOLL-JOB-NAME(8:1)             02768325
                                                                        02768658
           CLOSE SIM-FILE.                                              02768991
       1050-EXIT.                                                       02769324
           EXIT.                                                        02769657
                                                                        02770000
      ******************************************************************02780000
      *  1200-READ-LOAN-NEXT - READ THE NEXT LOAN IN KEY ORDER.        *02790000
                   GO TO 2100-EXIT                                      03370000
           END-READ                                                     03380000
                                                                        03390000
           PERFORM 2150-CHECK-VULNERABLE THRU 2150-EXIT                 03390909
                                                                        03391818
           IF LOANCOLL-TREAT-PAUSED                                     03392727
               ADD 1 TO LOANCOLL-PAUSED-COUNT                           03393636
               MOVE 'PAUSED' TO LOANCOLL-DTL-OUTCOME                    03394545
               MOVE 'VULNERABLE - ON HOLD' TO LOANCOLL-DTL-NOTE         03395454
               PERFORM 2800-WRITE-DETAIL THRU 2800-EXIT                 03396363
               GO TO 2100-EXIT                                          03397272
           END-IF                                                       03398181
                                                                        03399090
           PERFORM 2200-TRY-DEBIT THRU 2200-EXIT                        03400000
                                                                        03410000
           IF LOANCOLL-FUNDED                                           03420000
           PERFORM 2700-REWRITE-LOAN THRU 2700-EXIT.                    03490000
       2100-EXIT.                                                       03500000
           EXIT.                                                        03510000
                                                                        03510285
      ******************************************************************03510570
      *  2150-CHECK-VULNERABLE - HOW THE BORROWER IS TO BE TREATED.    *03510855
      *  AN ACTIVE REGISTER ENTRY WITH AN AGREED PAUSE HOLDS THE       *03511140
      *  COLLECTION; ONE WITH AN AGREED SOFTENING SOFTENS THE          *03511425
      *  CONTACT.  A PAUSE WINS WHEN BOTH ARE AGREED.                  *03511710
      ******************************************************************03511995
       2150-CHECK-VULNERABLE.                                           03512280
           MOVE SPACE TO LOANCOLL-TREATMENT-SWITCH                      03512565
                                                                        03512850
           MOVE LOAN-SORTCODE OF LOAN-FILE-REC                          03513135
               TO VULNREG-SORTCODE OF VULNREG-FILE-REC                  03513420
           MOVE LOAN-CUSTOMER OF LOAN-FILE-REC                          03513705
               TO VULNREG-CUSTOMER OF VULNREG-FILE-REC                  03513990
                                                                        03514275
           READ VULNREG-FILE                                            03514560
               KEY IS VULNREG-KEY OF VULNREG-FILE-REC                   03514845
               INVALID KEY                                              03515130
                   GO TO 2150-EXIT                                      03515415
           END-READ                                                     03515700
                                                                        03515985
           IF NOT VULNREG-ACTIVE OF VULNREG-FILE-REC                    03516270
               GO TO 2150-EXIT                                          03516555
           END-IF                                                       03516840
                                                                        03517125
           IF VULNREG-PAUSE-COLLECTIONS OF VULNREG-FILE-REC             03517410
               SET LOANCOLL-TREAT-PAUSED TO TRUE                        03517695
           ELSE                                                         03517980
               IF VULNREG-SOFTEN-CONTACT OF VULNREG-FILE-REC            03518265
                   SET LOANCOLL-TREAT-SOFTENED TO TRUE                  03518550
               END-IF                                                   03518835
           END-IF.                                                      03519120
       2150-EXIT.                                                       03519405
           EXIT.                                                        03519690
                                                                        03520000
      ******************************************************************03530000
      *  2200-TRY-DEBIT - THE INSTALMENT POSTS ONLY IF THE ACCOUNT IS  *03540000
                                                                        03749500
           PERFORM 2230-SUM-ACTIVE-HOLDS THRU 2230-EXIT                 03752000
           PERFORM 2250-SUM-EARMARKS THRU 2250-EXIT                     03754000
           PERFORM 2270-SUM-UNCLEARED THRU 2270-EXIT                    03754666
           PERFORM 2280-SUM-RELEASE-QUEUE THRU 2280-EXIT                03755332
                                                                        03756000
           MOVE ZERO TO LOANCOLL-OD-LIMIT                               03760000
           MOVE LOAN-SORTCODE OF LOAN-FILE-REC                          03770000
           IF LOANSCH-PAYMENT OF SCHED-FILE-REC >                       03930000
              ACCOUNT-BALANCE OF ACCOUNT-FILE-REC                       03940000
              - LOANCOLL-HOLD-TOTAL - LOANCOLL-EARMARK-TOTAL            03945000
              - LOANCOLL-UNCLEARED-TOTAL - LOANCOLL-HVQ-TOTAL           03947500
              + LOANCOLL-OD-LIMIT                                       03950000
               GO TO 2200-EXIT                                          03960000
           END-IF                                                       03970000
                                                                        04000000
           SUBTRACT LOANSCH-PAYMENT OF SCHED-FILE-REC                   04010000
              FROM ACCOUNT-BALANCE OF ACCOUNT-FILE-REC                  04020000
      *    A SIMULATION TAKES THE INSTALMENT IN STORAGE ONLY.          *04026250
           IF NOT LOANCOLL-SIMULATING                                   04032500
               REWRITE ACCOUNT-FILE-REC                                 04038750
                   INVALID KEY                                          04045000
                       GO TO 2200-EXIT                                  04051250
               END-REWRITE                                              04057500
           END-IF                                                       04063750
                                                                        04070000
           PERFORM 2550-WRITE-LNR-PROCTRAN THRU 2550-EXIT               04080000
           SET LOANCOLL-FUNDED TO TRUE.                                 04090000
       2260-EXIT.                                                       04133200
           EXIT.                                                        04133400
                                                                        04120000
      ******************************************************************04120091
      *  2270-SUM-UNCLEARED - READ THROUGH THE PAYING ACCOUNT'S        *04120182
      *  UNCLEARED-CHEQUE ROWS AND ADD UP EVERY CHEQUE STILL HELD      *04120273
      *  UNCLEARED.  THE CREDIT IS ALREADY IN THE LEDGER BALANCE, BUT  *04120364
      *  THE FUNDS CANNOT BE COLLECTED UNTIL CHQREL CLEARS THE CHEQUE. *04120455
      ******************************************************************04120546
       2270-SUM-UNCLEARED.                                              04120637
           MOVE ZERO TO LOANCOLL-UNCLEARED-TOTAL                        04120728
           MOVE 'N'  TO LOANCOLL-UNCL-EOF-SWITCH                        04120819
                                                                        04120910
           MOVE LOAN-SORTCODE OF LOAN-FILE-REC                          04121001
               TO UNCLRCHQ-SORTCODE OF UNCLEAR-FILE-REC                 04121092
           MOVE LOAN-DISBURSE-ACCOUNT OF LOAN-FILE-REC                  04121183
               TO UNCLRCHQ-NUMBER OF UNCLEAR-FILE-REC                   04121274
           MOVE ZERO TO UNCLRCHQ-CHEQUE-NUMBER OF UNCLEAR-FILE-REC      04121365
                                                                        04121456
           START UNCLEAR-FILE KEY IS NOT LESS                           04121547
                 THAN UNCLRCHQ-KEY OF UNCLEAR-FILE-REC                  04121638
               INVALID KEY                                              04121729
                   SET LOANCOLL-UNCL-DONE TO TRUE                       04121820
           END-START                                                    04121911
                                                                        04122002
           PERFORM 2275-READ-NEXT-UNCLEARED THRU 2275-EXIT              04122093
              UNTIL LOANCOLL-UNCL-DONE.                                 04122184
       2270-EXIT.                                                       04122275
           EXIT.                                                        04122366
                                                                        04122457
      ******************************************************************04122548
      *  2275-READ-NEXT-UNCLEARED - STEP THE BROWSE, COUNTING          *04122639
      *  UNCLEARED CHEQUES UNTIL IT LEAVES THE ACCOUNT'S KEY RANGE.    *04122730
      ******************************************************************04122821
       2275-READ-NEXT-UNCLEARED.                                        04122912
           READ UNCLEAR-FILE NEXT RECORD                                04123003
               AT END                                                   04123094
                   SET LOANCOLL-UNCL-DONE TO TRUE                       04123185
                   GO TO 2275-EXIT                                      04123276
           END-READ                                                     04123367
                                                                        04123458
           IF UNCLRCHQ-SORTCODE OF UNCLEAR-FILE-REC                     04123549
              NOT = LOAN-SORTCODE OF LOAN-FILE-REC                      04123640
              OR UNCLRCHQ-NUMBER OF UNCLEAR-FILE-REC                    04123731
                 NOT = LOAN-DISBURSE-ACCOUNT OF LOAN-FILE-REC           04123822
               SET LOANCOLL-UNCL-DONE TO TRUE                           04123913
               GO TO 2275-EXIT                                          04124004
           END-IF                                                       04124095
                                                                        04124186
           IF UNCLRCHQ-UNCLEARED OF UNCLEAR-FILE-REC                    04124277
               ADD UNCLRCHQ-AMOUNT OF UNCLEAR-FILE-REC                  04124368
                  TO LOANCOLL-UNCLEARED-TOTAL                           04124459
           END-IF.                                                      04124550
       2275-EXIT.                                                       04124641
           EXIT.                                                        04124732
                                                                        04124823
      ******************************************************************04124914
      *  2280-SUM-RELEASE-QUEUE - READ THROUGH THE PAYING ACCOUNT'S    *04125005
      *  RANGE OF THE HIGH-VALUE RELEASE QUEUE AND ADD UP EVERY        *04125096
      *  PAYMENT STILL WAITING OR REFERRED.  A QUEUED PAYMENT HAS NOT  *04125187
      *  LEFT THE ACCOUNT BUT ITS FUNDS ARE SPOKEN FOR UNTIL HVREL     *04125278
      *  DECIDES IT.                                                   *04125369
      ******************************************************************04125460
       2280-SUM-RELEASE-QUEUE.                                          04125551
           MOVE ZERO TO LOANCOLL-HVQ-TOTAL                              04125642
           MOVE 'N'  TO LOANCOLL-HVQ-EOF-SWITCH                         04125733
                                                                        04125824
           MOVE LOAN-SORTCODE OF LOAN-FILE-REC                          04125915
               TO PENDREL-SORTCODE OF PENDREL-FILE-REC                  04126006
           MOVE LOAN-DISBURSE-ACCOUNT OF LOAN-FILE-REC                  04126097
               TO PENDREL-FROM-ACCOUNT OF PENDREL-FILE-REC              04126188
           MOVE LOW-VALUES TO PENDREL-SOURCE OF PENDREL-FILE-REC        04126279
           MOVE ZERO TO PENDREL-NUMBER OF PENDREL-FILE-REC              04126370
                                                                        04126461
           START PENDREL-FILE KEY IS NOT LESS                           04126552
                 THAN PENDREL-KEY OF PENDREL-FILE-REC                   04126643
               INVALID KEY                                              04126734
                   SET LOANCOLL-HVQ-DONE TO TRUE                        04126825
           END-START                                                    04126916
                                                                        04127007
           PERFORM 2285-READ-NEXT-QUEUED THRU 2285-EXIT                 04127098
              UNTIL LOANCOLL-HVQ-DONE.                                  04127189
       2280-EXIT.                                                       04127280
           EXIT.                                                        04127371
                                                                        04127462
      ******************************************************************04127553
      *  2285-READ-NEXT-QUEUED - STEP THE QUEUE BROWSE, COUNTING       *04127644
      *  OUTSTANDING PAYMENTS UNTIL IT LEAVES THE ACCOUNT'S KEY RANGE. *04127735
      ******************************************************************04127826
       2285-READ-NEXT-QUEUED.                                           04127917
           READ PENDREL-FILE NEXT RECORD                                04128008
               AT END                                                   04128099
                   SET LOANCOLL-HVQ-DONE TO TRUE                        04128190
                   GO TO 2285-EXIT                                      04128281
           END-READ                                                     04128372
                                                                        04128463
           IF PENDREL-SORTCODE OF PENDREL-FILE-REC                      04128554
              NOT = LOAN-SORTCODE OF LOAN-FILE-REC                      04128645
              OR PENDREL-FROM-ACCOUNT OF PENDREL-FILE-REC               04128736
                 NOT = LOAN-DISBURSE-ACCOUNT OF LOAN-FILE-REC           04128827
               SET LOANCOLL-HVQ-DONE TO TRUE                            04128918
               GO TO 2285-EXIT                                          04129009
           END-IF                                                       04129100
                                                                        04129191
           IF PENDREL-OUTSTANDING OF PENDREL-FILE-REC                   04129282
               ADD PENDREL-AMOUNT OF PENDREL-FILE-REC                   04129373
                  TO LOANCOLL-HVQ-TOTAL                                 04129464
           END-IF.                                                      04129555
       2285-EXIT.                                                       04129646
           EXIT.                                                        04129737
                                                                        04129828
      ******************************************************************04130000
      *  2300-APPLY-PAYMENT - THE INSTALMENT POSTED.  MARK THE         *04140000
      *  SCHEDULE ROW PAID, REDUCE THE OUTSTANDING PRINCIPAL, AND      *04150000
           SET LOANSCH-PAID OF SCHED-FILE-REC TO TRUE                   04190000
           MOVE LOANCOLL-CURRENT-DATE                                   04200000
               TO LOANSCH-SETTLED-DATE OF SCHED-FILE-REC                04210000
           IF NOT LOANCOLL-SIMULATING                                   04217777
               REWRITE SCHED-FILE-REC                                   04225554
                   INVALID KEY                                          04233331
                       DISPLAY 'LOANCOLL - CRITICAL - SCHEDULE REWRITE '04241108
                           'FAILED FOR LOAN ' LOAN-NUMBER               04248885
                               OF LOAN-FILE-REC                         04256662
               END-REWRITE                                              04264439
           END-IF                                                       04272216
                                                                        04280000
           SUBTRACT LOANSCH-PRINCIPAL-PART OF SCHED-FILE-REC            04290000
              FROM LOAN-OUTSTANDING OF LOAN-FILE-REC                    04300000
      ******************************************************************04550000
       2400-AGE-ARREARS.                                                04560000
           SET LOANSCH-MISSED OF SCHED-FILE-REC TO TRUE                 04570000
           IF NOT LOANCOLL-SIMULATING                                   04577777
               REWRITE SCHED-FILE-REC                                   04585554
                   INVALID KEY                                          04593331
                       DISPLAY 'LOANCOLL - CRITICAL - SCHEDULE REWRITE '04601108
                           'FAILED FOR LOAN ' LOAN-NUMBER               04608885
                               OF LOAN-FILE-REC                         04616662
               END-REWRITE                                              04624439
           END-IF                                                       04632216
                                                                        04640000
           ADD 1 TO LOAN-ARREARS-COUNT OF LOAN-FILE-REC                 04650000
           ADD LOANSCH-PAYMENT OF SCHED-FILE-REC                        04660000
                                                                        04690000
           MOVE 'MISSED' TO LOANCOLL-DTL-OUTCOME                        04700000
           MOVE 'INSUFFICIENT FUNDS' TO LOANCOLL-DTL-NOTE               04710000
           IF LOANCOLL-TREAT-SOFTENED                                   04712500
               MOVE 'SOFTEN CONTACT' TO LOANCOLL-DTL-NOTE               04715000
           END-IF                                                       04717500
           PERFORM 2800-WRITE-DETAIL THRU 2800-EXIT.                    04720000
       2400-EXIT.                                                       04730000
           EXIT.                                                        04740000
      *  SAME WAY THE OTHER BATCHES HAND OUT THEIR NUMBERS.            *04790000
      ******************************************************************04800000
       2500-ASSIGN-PROCTRAN-NUMBER.                                     04810000
           IF LOANCOLL-SIMULATING                                       04811666
               MOVE ZERO TO LOANCOLL-TRAN-NUMBER                        04813332
               GO TO 2500-EXIT                                          04814998
           END-IF                                                       04816664
                                                                        04818330
           MOVE LOANCOLL-CTL-SORTCODE TO PROCTRAN-CONTROL-SORTCODE      04820000
                                          OF PCTRL-FILE-REC             04830000
           MOVE LOANCOLL-CTL-NUMBER   TO PROCTRAN-CONTROL-NUMBER        04840000
           MOVE 'LOAN INSTALMENT COLLECTED'                             05300000
               TO PROC-TRAN-DESC OF PROCTRAN-FILE-REC                   05310000
                                                                        05320000
           IF LOANCOLL-SIMULATING                                       05321666
               PERFORM 2560-WRITE-SIMPOST THRU 2560-EXIT                05323332
               GO TO 2550-EXIT                                          05324998
           END-IF                                                       05326664
                                                                        05328330
           WRITE PROCTRAN-FILE-REC                                      05330000
               INVALID KEY                                              05340000
                   DISPLAY 'LOANCOLL - CRITICAL - LNR WRITE FAILED '    05350000
                       'FOR LOAN ' LOAN-NUMBER OF LOAN-FILE-REC         05360000
               NOT INVALID KEY                                          05363333
                   PERFORM 8900-ADD-CONTROL-TOTAL THRU 8900-EXIT        05366666
           END-WRITE.                                                   05370000
       2550-EXIT.                                                       05380000
           EXIT.                                                        05390000
                                                                        05390357
      ******************************************************************05390714
      *  2560-WRITE-SIMPOST - A SIMULATION RUN'S LNR ROW GOES TO THE   *05391071
      *  SIMULATION POSTINGS FILE INSTEAD, SIGNED AS THE DEBIT IT      *05391428
      *  WOULD HAVE BEEN.                                              *05391785
      ******************************************************************05392142
       2560-WRITE-SIMPOST.                                              05392499
           MOVE SPACES TO SIMPOST-FILE-REC                              05392856
           MOVE LOANCOLL-SIM-SCENARIO TO SIMPOST-SCENARIO               05393213
           MOVE LOANCOLL-SIM-BASIS    TO SIMPOST-BASIS                  05393570
           MOVE 'LOANCOLL'            TO SIMPOST-JOB                    05393927
           MOVE LOANCOLL-CURRENT-DATE TO SIMPOST-DATE                   05394284
           MOVE PROC-TRAN-SORT-CODE OF PROCTRAN-FILE-REC                05394641
               TO SIMPOST-SORTCODE                                      05394998
           MOVE PROC-TRAN-ACCOUNT-NUMBER OF PROCTRAN-FILE-REC           05395355
               TO SIMPOST-ACCOUNT                                       05395712
           MOVE PROC-TRAN-TYPE OF PROCTRAN-FILE-REC TO SIMPOST-TYPE     05396069
           COMPUTE SIMPOST-AMOUNT =                                     05396426
               ZERO - PROC-TRAN-AMOUNT OF PROCTRAN-FILE-REC             05396783
           MOVE PROC-TRAN-CURRENCY OF PROCTRAN-FILE-REC                 05397140
               TO SIMPOST-CURRENCY                                      05397497
           MOVE PROC-TRAN-DESC OF PROCTRAN-FILE-REC TO SIMPOST-DESC     05397854
                                                                        05398211
           WRITE SIMPOST-FILE-REC                                       05398568
           ADD 1 TO LOANCOLL-SIM-COUNT.                                 05398925
       2560-EXIT.                                                       05399282
           EXIT.                                                        05399639
                                                                        05400000
      ******************************************************************05410000
      *  2600-ADVANCE-DUE-DATE - THE NEXT COLLECTION IS A MONTH OUT,   *05420000
      *  2700-REWRITE-LOAN - PUT THE LOAN BACK WITH ITS NEW POSITION.  *05720000
      ******************************************************************05730000
       2700-REWRITE-LOAN.                                               05740000
           IF LOANCOLL-SIMULATING                                       05742000
               GO TO 2700-EXIT                                          05744000
           END-IF                                                       05746000
                                                                        05748000
           REWRITE LOAN-FILE-REC                                        05750000
               INVALID KEY                                              05760000
                   DISPLAY 'LOANCOLL - CRITICAL - LOAN REWRITE '        05770000
                                                                        06370000
           MOVE LOANCOLL-SETTLED-COUNT TO LOANCOLL-SUM-SETTLED          06380000
           WRITE LOAN-RPT-LINE FROM LOANCOLL-SUMMARY-LINE-4             06390000
                                                                        06392500
           MOVE LOANCOLL-PAUSED-COUNT TO LOANCOLL-SUM-PAUSED            06395000
           WRITE LOAN-RPT-LINE FROM LOANCOLL-SUMMARY-LINE-5             06397500
                                                                        06400000
           MOVE LOANCOLL-AGE-0-COUNT TO LOANCOLL-SUM-AGE-0              06410000
           WRITE LOAN-RPT-LINE FROM LOANCOLL-AGING-LINE-0               06420000
           WRITE LOAN-RPT-LINE FROM LOANCOLL-AGING-LINE-2               06480000
                                                                        06490000
           MOVE LOANCOLL-AGE-3-COUNT TO LOANCOLL-SUM-AGE-3              06500000
           WRITE LOAN-RPT-LINE FROM LOANCOLL-AGING-LINE-3               06510000
                                                                        06511250
           IF LOANCOLL-SIMULATING                                       06512500
               MOVE LOANCOLL-SIM-COUNT    TO LOANCOLL-SUM-SIM           06513750
               MOVE LOANCOLL-SIM-SCENARIO TO LOANCOLL-SUM-SCENARIO      06515000
               MOVE LOANCOLL-SIM-BASIS    TO LOANCOLL-SUM-BASIS         06516250
               WRITE LOAN-RPT-LINE FROM LOANCOLL-SUMMARY-LINE-6         06517500
           END-IF.                                                      06518750
       3000-EXIT.                                                       06520000
           EXIT.                                                        06530000
                                                                        06540000
      ******************************************************************06540666
      *  8900-ADD-CONTROL-TOTAL - ADD THE PROCTRAN ROW JUST WRITTEN TO *06541332
      *  THE JOB'S CONTROL TOTALS FOR BALCHK.                          *06541998
      ******************************************************************06542664
       8900-ADD-CONTROL-TOTAL.                                          06543330
           SET BALTOT-REQ-ADD TO TRUE                                   06543996
           MOVE PROC-TRAN-DATE OF PROCTRAN-FILE-REC TO BALTOT-REQ-DATE  06544662
           MOVE PROC-TRAN-TYPE OF PROCTRAN-FILE-REC TO BALTOT-REQ-TYPE  06545328
           MOVE PROC-TRAN-AMOUNT OF PROCTRAN-FILE-REC                   06545994
               TO BALTOT-REQ-AMOUNT                                     06546660
           CALL 'BALTOT' USING BALTOT-REQUEST.                          06547326
       8900-EXIT.                                                       06547992
           EXIT.                                                        06548658
                                                                        06549324
      ******************************************************************06550000
      *  9000-TERMINATE - REPORT THE COUNT TO RUNCTL AND CLOSE THE     *06560000
      *  FILES.                                                        *06570000
      ******************************************************************06580000
       9000-TERMINATE.                                                  06590000
           SET BALTOT-REQ-WRITE TO TRUE                                 06592500
           CALL 'BALTOT' USING BALTOT-REQUEST                           06595000
                                                                        06597500
           MOVE 'E' TO RUNCTL-REQ-FUNCTION                              06600000
           MOVE LOANCOLL-READ-COUNT TO RUNCTL-REQ-COUNT                 06610000
           CALL 'RUNCTL' USING RUNCTL-REQUEST                           06620000
           CLOSE SCHED-FILE                                             06650000
           CLOSE ACCOUNT-FILE                                           06660000
           CLOSE ODFAC-FILE                                             06670000
           CLOSE VULNREG-FILE                                           06671000
           CLOSE HOLD-FILE                                              06672000
           CLOSE LEGORDER-FILE                                          06674000
           CLOSE UNCLEAR-FILE                                           06676000
           CLOSE PENDREL-FILE                                           06678000
           CLOSE PROCTRAN-FILE                                          06680000
           IF LOANCOLL-SIMULATING                                       06683333
               CLOSE SIMPOST-FILE                                       06686666
           ELSE                                                         06689999
               CLOSE PCTRL-FILE                                         06693332
           END-IF                                                       06696665
           CLOSE LOAN-RPT.                                              06700000
       9000-EXIT.                                                       06710000
           EXIT.                                                        06720000
